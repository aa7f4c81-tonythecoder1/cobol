       IDENTIFICATION DIVISION.
       PROGRAM-ID. RASTBAG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT EXTRAVIOSINPUT ASSIGN TO
           WS-CAM-EXTRAVIOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EXT-ID
           FILE STATUS IS WS-FICHEIRO-STATUS-EXT.

       SELECT RECLAMACOESINPUT ASSIGN TO
           WS-CAM-RECLAMACOES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RCL-ID
           FILE STATUS IS WS-FICHEIRO-STATUS-RCL.

       SELECT CONTROLOINPUT ASSIGN TO
           WS-CAM-CONTROLO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CTRL-CHAVE
           FILE STATUS IS WS-FICHEIRO-STATUS-CTRL.

       SELECT CONFIGINPUT ASSIGN TO
           WS-CAM-CONFIG
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CFG-CHAVE
           FILE STATUS IS WS-FICHEIRO-STATUS-CFG.

       SELECT RASTREIOOUTPUT ASSIGN TO
           WS-CAM-RASTREIO
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FICHEIRO-STATUS-RAS.

       SELECT ERROSOUTPUT ASSIGN TO
           WS-CAM-ERROS
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-ERR.

       DATA DIVISION.

       FILE SECTION.

           FD EXTRAVIOSINPUT.
           01 EXTRAVIOSINPUT-REG.
               05 EXT-ID PIC 9(04).
               05 EXT-ETIQUETA PIC 9(06).
               05 EXT-RESERVA-ID PIC 9(04).
               05 EXT-PAX-ID PIC 9(04).
               05 EXT-VOO-CHAVE.
                   10 EXT-VOO-NUMERO PIC 9(04).
                   10 EXT-VOO-DATA PIC 9(08).
               05 EXT-DESCRICAO PIC X(30).
               05 EXT-MORADA PIC X(40).
               05 EXT-ESTADO PIC X(01).
                   88 EXT-ATRASADA VALUE "D".
                   88 EXT-ACHADA VALUE "A".
                   88 EXT-REENCAMINHADA VALUE "R".
                   88 EXT-ENTREGUE VALUE "E".
                   88 EXT-PERDIDA VALUE "P".
                   88 EXT-ABERTO VALUE "D" "A" "R".
               05 EXT-DATA-ABERTURA PIC 9(08).
               05 EXT-DATA-ESTADO PIC 9(08).
               05 EXT-DESPESAS PIC 9(05)V99.
               05 EXT-RCL-ID PIC 9(04).
               05 EXT-OPER PIC 9(02).

           FD RECLAMACOESINPUT.
           01 RECLAMACOESINPUT-REG.
               05 RCL-ID PIC 9(04).
               05 RCL-PAX-ID PIC 9(04).
               05 RCL-VOO-CHAVE.
                   10 RCL-VOO-NUMERO PIC 9(04).
                   10 RCL-VOO-DATA PIC 9(08).
               05 RCL-CATEGORIA PIC X(02).
               05 RCL-TEXTO PIC X(40).
               05 RCL-ESTADO PIC X(01).
                   88 RCL-ABERTA VALUE "A".
                   88 RCL-EM-INVESTIGACAO VALUE "I".
                   88 RCL-COM-OFERTA VALUE "O".
                   88 RCL-FECHADA VALUE "F".
               05 RCL-COMP PIC 9(06)V99.
               05 RCL-DATA PIC 9(08).

           FD CONTROLOINPUT.
           01 CONTROLOINPUT-REG.
               05 CTRL-CHAVE PIC X(06).
               05 CTRL-ULTIMO-NUM PIC 9(04).

           FD CONFIGINPUT.
           01 CONFIGINPUT-REG.
               05 CFG-CHAVE PIC X(02).
               05 CFG-VALOR PIC 9(04).

           FD RASTREIOOUTPUT.
           01 RASTREIOOUTPUT-LINHA PIC X(90).

           FD ERROSOUTPUT.
           01 ERROSOUTPUT-LINHA PIC X(85).

       WORKING-STORAGE SECTION.

           01 WS-FS-ERR PIC XX.
               88 WS-FS-ERR-OK VALUE "00".
               88 WS-FS-ERR-NOVO VALUE "35".
           77 WS-CAM-ERROS PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/erros.txt".

           01 WS-ERR-LINHA.
               05 WS-ERR-L-DATA PIC 9(08).
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-ERR-L-HORA PIC 9(08).
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-ERR-L-PROG PIC X(10) VALUE "RASTBAG".
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-ERR-L-FICH PIC X(12) VALUE SPACES.
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-ERR-L-ESTADO PIC X(02) VALUE SPACES.
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-ERR-L-MSG PIC X(40) VALUE
                   "FALHA DE ABERTURA DE FICHEIRO".

           01 WS-AMB-AREA.
               05 WS-AMB-CODIGO PIC X(04).
               05 WS-AMB-RAIZ PIC X(60).
           77 WS-CAM-EXTRAVIOS PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/project/extrav.dat".
           77 WS-CAM-RECLAMACOES PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/reclamacoes.dat".
           77 WS-CAM-CONTROLO PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/project/controlo.dat"
           .
           77 WS-CAM-CONFIG PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/project/config.dat".
           77 WS-CAM-RASTREIO PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/rastreio.txt".

           01 WS-FICHEIRO-STATUS-EXT PIC XX.
               88 WS-EXT-STATUS-OK VALUE "00".
               88 WS-EXT-STATUS-INEXISTENTE VALUE "35".
           01 WS-FICHEIRO-STATUS-RCL PIC XX.
               88 WS-RCL-STATUS-OK VALUE "00".
               88 WS-RCL-STATUS-INEXISTENTE VALUE "35".
           01 WS-FICHEIRO-STATUS-CTRL PIC XX.
               88 WS-CTRL-STATUS-OK VALUE "00".
           01 WS-FICHEIRO-STATUS-CFG PIC XX.
               88 WS-CFG-STATUS-OK VALUE "00".
           01 WS-FICHEIRO-STATUS-RAS PIC XX.
               88 WS-RAS-STATUS-OK VALUE "00".

           77 WS-CHAVE-CTRL-RECLAMACAO PIC X(02) VALUE "RC".
      *    PRAZO LEGAL EM DIAS PARA UMA BAGAGEM ATRASADA SER DADA COMO
      *    PERDIDA (CONVENCAO DE MONTREAL: 21 DIAS)
           77 WS-CHAVE-CFG-PRAZO-BAGAGEM PIC X(02) VALUE "BP".
           77 WS-PRAZO-DIAS PIC 9(04) VALUE 21.
           77 WS-PROX-NUMERO PIC 9(04) VALUE ZEROES.

           77 WS-EXIT-OK PIC X(01) VALUE "N".
           77 WS-DATA-HOJE PIC 9(08) VALUE ZEROES.
           77 WS-SERIAL-HOJE PIC 9(07) VALUE ZEROES.
           77 WS-IDADE PIC 9(04) VALUE ZEROES.
           77 WS-ABERTOS PIC 9(04) VALUE ZEROES.
           77 WS-CONVERTIDOS PIC 9(04) VALUE ZEROES.
           77 WS-FALHADOS PIC 9(04) VALUE ZEROES.

      *    ESCALOES DE ANTIGUIDADE DO RELATORIO
           01 WS-ESCALOES.
               05 WS-ESC-ATE-5 PIC 9(04) VALUE ZEROES.
               05 WS-ESC-ATE-14 PIC 9(04) VALUE ZEROES.
               05 WS-ESC-ATE-PRAZO PIC 9(04) VALUE ZEROES.

           01 WS-RAS-LINHA.
               05 WS-RAS-ID PIC 9(04).
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-RAS-ETIQUETA PIC 9(06).
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-RAS-VOO PIC 9(04).
               05 FILLER PIC X(01) VALUE "/".
               05 WS-RAS-VOO-DATA PIC 9(08).
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-RAS-ESTADO PIC X(01).
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-RAS-IDADE PIC ZZZ9.
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-RAS-DESPESAS PIC ZZZZ9.99.
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-RAS-DESCRICAO PIC X(30).
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-RAS-NOTA PIC X(16).

           01 WS-DATA-SPLIT PIC 9(08) VALUE ZEROES.
           01 WS-DATA-SPLIT-R REDEFINES WS-DATA-SPLIT.
               05 WS-DATA-ANO PIC 9(04).
               05 WS-DATA-MES PIC 9(02).
               05 WS-DATA-DIA PIC 9(02).
           77 WS-DIAS-NO-MES PIC 9(02) VALUE ZEROES.
           77 WS-DIV-TEMP PIC 9(04) VALUE ZEROES.
           77 WS-RESTO-4 PIC 9(04) VALUE ZEROES.
           77 WS-RESTO-100 PIC 9(04) VALUE ZEROES.
           77 WS-RESTO-400 PIC 9(04) VALUE ZEROES.
           77 WS-DIA-SERIAL PIC 9(07) VALUE ZEROES.
           77 WS-SER-TEMP PIC 9(04) VALUE ZEROES.
           77 WS-SER-DIV PIC 9(04) VALUE ZEROES.
           77 WS-MES-GUARDA PIC 9(02) VALUE ZEROES.
           77 WS-MES-AUX PIC 9(02) VALUE ZEROES.

       LINKAGE SECTION.

           01 LK-COM-AREA.
               03 LK-MENSAGEM  PIC X(20).

       PROCEDURE DIVISION USING LK-COM-AREA.

       MAIN-PROCEDURE.

           PERFORM P090-CARREGAR-AMBIENTE.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WS-DATA-HOJE TO WS-DATA-SPLIT.
           PERFORM P128-DIA-SERIAL.
           MOVE WS-DIA-SERIAL TO WS-SERIAL-HOJE.
           DISPLAY "*** RASTREIO DE BAGAGEM EXTRAVIADA ***".

           OPEN INPUT CONFIGINPUT.
           IF WS-CFG-STATUS-OK
               MOVE WS-CHAVE-CFG-PRAZO-BAGAGEM TO CFG-CHAVE
               READ CONFIGINPUT
                   INVALID KEY
                       MOVE 21 TO WS-PRAZO-DIAS
                   NOT INVALID KEY
                       MOVE CFG-VALOR TO WS-PRAZO-DIAS
               END-READ
               CLOSE CONFIGINPUT
           END-IF.
           IF WS-PRAZO-DIAS = ZEROES
               MOVE 21 TO WS-PRAZO-DIAS
           END-IF.

           OPEN I-O EXTRAVIOSINPUT.
           IF WS-EXT-STATUS-INEXISTENTE
               DISPLAY "SEM PROCESSOS DE BAGAGEM EXTRAVIADA"
               GOBACK
           END-IF.
           IF NOT WS-EXT-STATUS-OK
               MOVE "EXTRAV" TO WS-ERR-L-FICH
               MOVE WS-FICHEIRO-STATUS-EXT TO WS-ERR-L-ESTADO
               PERFORM P095-REGISTAR-ERRO-ABERTURA
               DISPLAY "FICHEIRO DE BAGAGEM EXTRAVIADA INDISPONIVEL"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O RECLAMACOESINPUT.
           IF WS-RCL-STATUS-INEXISTENTE
               OPEN OUTPUT RECLAMACOESINPUT
               CLOSE RECLAMACOESINPUT
               OPEN I-O RECLAMACOESINPUT
           END-IF.
           OPEN I-O CONTROLOINPUT.
           IF NOT WS-RCL-STATUS-OK OR NOT WS-CTRL-STATUS-OK
               IF NOT WS-RCL-STATUS-OK
                   MOVE "RECLAMACOES" TO WS-ERR-L-FICH
                   MOVE WS-FICHEIRO-STATUS-RCL TO WS-ERR-L-ESTADO
               ELSE
                   MOVE "CONTROLO" TO WS-ERR-L-FICH
                   MOVE WS-FICHEIRO-STATUS-CTRL TO WS-ERR-L-ESTADO
               END-IF
               PERFORM P095-REGISTAR-ERRO-ABERTURA
               DISPLAY "FICHEIROS DE RECLAMACOES/CONTROLO "
                       "INDISPONIVEIS"
               CLOSE EXTRAVIOSINPUT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT RASTREIOOUTPUT.
           IF NOT WS-RAS-STATUS-OK
               MOVE "RASTREIO" TO WS-ERR-L-FICH
               MOVE WS-FICHEIRO-STATUS-RAS TO WS-ERR-L-ESTADO
               PERFORM P095-REGISTAR-ERRO-ABERTURA
               DISPLAY "NAO FOI POSSIVEL CRIAR O RELATORIO DE "
                       "RASTREIO"
               CLOSE EXTRAVIOSINPUT
               CLOSE RECLAMACOESINPUT
               CLOSE CONTROLOINPUT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE SPACES TO RASTREIOOUTPUT-LINHA.
           STRING "RASTREIO DE BAGAGEM EXTRAVIADA [" DELIMITED BY SIZE
                   WS-AMB-CODIGO DELIMITED BY SIZE
                   "] " DELIMITED BY SIZE
                   WS-DATA-HOJE DELIMITED BY SIZE
                   " - PRAZO LEGAL " DELIMITED BY SIZE
                   WS-PRAZO-DIAS DELIMITED BY SIZE
                   " DIAS" DELIMITED BY SIZE
               INTO RASTREIOOUTPUT-LINHA
           END-STRING.
           WRITE RASTREIOOUTPUT-LINHA.
           MOVE "PIR  ETIQ.  VOO  DATA VOO E DIAS DESPESAS DESCRICAO"
               TO RASTREIOOUTPUT-LINHA.
           WRITE RASTREIOOUTPUT-LINHA.

      *    OS PROCESSOS SAO NUMERADOS PELA ORDEM DE ABERTURA: A LEITURA
      *    POR NUMERO LISTA-OS DO MAIS ANTIGO PARA O MAIS RECENTE
           MOVE ZEROES TO EXT-ID.
           SET WS-EXIT-OK TO "N".
           START EXTRAVIOSINPUT KEY IS NOT LESS THAN EXT-ID
               INVALID KEY
                   SET WS-EXIT-OK TO "S"
           END-START.
           PERFORM UNTIL WS-EXIT-OK = "S"
               READ EXTRAVIOSINPUT NEXT
                   AT END
                       SET WS-EXIT-OK TO "S"
                   NOT AT END
                       IF EXT-ABERTO
                           PERFORM P200-AVALIAR-PROCESSO
                       END-IF
               END-READ
           END-PERFORM.
           SET WS-EXIT-OK TO "N".

           MOVE SPACES TO RASTREIOOUTPUT-LINHA.
           WRITE RASTREIOOUTPUT-LINHA.
           MOVE SPACES TO RASTREIOOUTPUT-LINHA.
           STRING "ABERTOS: " DELIMITED BY SIZE
                   WS-ABERTOS DELIMITED BY SIZE
                   " (ATE 5 DIAS " DELIMITED BY SIZE
                   WS-ESC-ATE-5 DELIMITED BY SIZE
                   ", 6 A 14 " DELIMITED BY SIZE
                   WS-ESC-ATE-14 DELIMITED BY SIZE
                   ", 15 OU MAIS " DELIMITED BY SIZE
                   WS-ESC-ATE-PRAZO DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
               INTO RASTREIOOUTPUT-LINHA
           END-STRING.
           WRITE RASTREIOOUTPUT-LINHA.
           MOVE SPACES TO RASTREIOOUTPUT-LINHA.
           STRING "DADOS COMO PERDIDOS HOJE: " DELIMITED BY SIZE
                   WS-CONVERTIDOS DELIMITED BY SIZE
               INTO RASTREIOOUTPUT-LINHA
           END-STRING.
           WRITE RASTREIOOUTPUT-LINHA.

           CLOSE EXTRAVIOSINPUT.
           CLOSE RECLAMACOESINPUT.
           CLOSE CONTROLOINPUT.
           CLOSE RASTREIOOUTPUT.

           DISPLAY "PROCESSOS EM ABERTO: " WS-ABERTOS.
           DISPLAY "CONVERTIDOS EM RECLAMACAO POR PERDA: "
                   WS-CONVERTIDOS.
           IF WS-FALHADOS > ZEROES
               DISPLAY "CONVERSOES FALHADAS: " WS-FALHADOS
           END-IF.
      *    HA RECLAMACOES NOVAS A TRATAR PELO APOIO AO CLIENTE
           IF WS-CONVERTIDOS > ZEROES OR WS-FALHADOS > ZEROES
               MOVE 4 TO RETURN-CODE
           END-IF.

           GOBACK.

       P200-AVALIAR-PROCESSO.

           MOVE EXT-DATA-ABERTURA TO WS-DATA-SPLIT.
           PERFORM P128-DIA-SERIAL.
           IF WS-DIA-SERIAL > WS-SERIAL-HOJE
               MOVE ZEROES TO WS-IDADE
           ELSE
               COMPUTE WS-IDADE = WS-SERIAL-HOJE - WS-DIA-SERIAL
           END-IF.

           MOVE EXT-ID TO WS-RAS-ID.
           MOVE EXT-ETIQUETA TO WS-RAS-ETIQUETA.
           MOVE EXT-VOO-NUMERO TO WS-RAS-VOO.
           MOVE EXT-VOO-DATA TO WS-RAS-VOO-DATA.
           MOVE EXT-ESTADO TO WS-RAS-ESTADO.
           MOVE WS-IDADE TO WS-RAS-IDADE.
           MOVE EXT-DESPESAS TO WS-RAS-DESPESAS.
           MOVE EXT-DESCRICAO TO WS-RAS-DESCRICAO.
           MOVE SPACES TO WS-RAS-NOTA.

      *    SO A BAGAGEM AINDA NAO LOCALIZADA PASSA A PERDIDA; ACHADA OU
      *    REENCAMINHADA CONTINUA A SER SEGUIDA ATE A ENTREGA
           IF WS-IDADE > WS-PRAZO-DIAS AND EXT-ATRASADA
               PERFORM P210-CONVERTER-PERDIDA
           ELSE
               ADD 1 TO WS-ABERTOS
               EVALUATE TRUE
                   WHEN WS-IDADE <= 5
                       ADD 1 TO WS-ESC-ATE-5
                   WHEN WS-IDADE <= 14
                       ADD 1 TO WS-ESC-ATE-14
                   WHEN OTHER
                       ADD 1 TO WS-ESC-ATE-PRAZO
               END-EVALUATE
               IF WS-IDADE > WS-PRAZO-DIAS
                   MOVE "FORA DO PRAZO" TO WS-RAS-NOTA
               END-IF
           END-IF.

           MOVE WS-RAS-LINHA TO RASTREIOOUTPUT-LINHA.
           WRITE RASTREIOOUTPUT-LINHA.

      *    BAGAGEM PERDIDA: ABRE RECLAMACAO BG PARA A INDEMNIZACAO E O
      *    PROCESSO FICA FECHADO COM A REFERENCIA DA RECLAMACAO
       P210-CONVERTER-PERDIDA.

           MOVE WS-CHAVE-CTRL-RECLAMACAO TO CTRL-CHAVE.
           PERFORM P430-PROX-NUMERO.
           MOVE WS-PROX-NUMERO TO RCL-ID.
           MOVE EXT-PAX-ID TO RCL-PAX-ID.
           MOVE EXT-VOO-CHAVE TO RCL-VOO-CHAVE.
           MOVE "BG" TO RCL-CATEGORIA.
           MOVE SPACES TO RCL-TEXTO.
           STRING "BAGAGEM PERDIDA PIR " DELIMITED BY SIZE
                   EXT-ID DELIMITED BY SIZE
                   " ETIQUETA " DELIMITED BY SIZE
                   EXT-ETIQUETA DELIMITED BY SIZE
               INTO RCL-TEXTO
           END-STRING.
           MOVE "A" TO RCL-ESTADO.
           MOVE ZEROES TO RCL-COMP.
           MOVE WS-DATA-HOJE TO RCL-DATA.
           WRITE RECLAMACOESINPUT-REG
               INVALID KEY
                   ADD 1 TO WS-FALHADOS
                   MOVE "ERRO NA RECLAMACAO" TO WS-RAS-NOTA
               NOT INVALID KEY
                   MOVE "P" TO EXT-ESTADO
                   MOVE WS-DATA-HOJE TO EXT-DATA-ESTADO
                   MOVE RCL-ID TO EXT-RCL-ID
                   MOVE ZEROES TO EXT-OPER
                   REWRITE EXTRAVIOSINPUT-REG
                   ADD 1 TO WS-CONVERTIDOS
                   MOVE "PERDIDA - RECL." TO WS-RAS-NOTA
                   MOVE "P" TO WS-RAS-ESTADO
                   DISPLAY "PROCESSO " EXT-ID " DADO COMO PERDIDO - "
                           "RECLAMACAO " RCL-ID
           END-WRITE.

       P125-DIAS-NO-MES.

           EVALUATE WS-DATA-MES
               WHEN 1
               WHEN 3
               WHEN 5
               WHEN 7
               WHEN 8
               WHEN 10
               WHEN 12
                   MOVE 31 TO WS-DIAS-NO-MES
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO WS-DIAS-NO-MES
               WHEN 2
                   DIVIDE WS-DATA-ANO BY 4 GIVING WS-DIV-TEMP
                       REMAINDER WS-RESTO-4
                   DIVIDE WS-DATA-ANO BY 100 GIVING WS-DIV-TEMP
                       REMAINDER WS-RESTO-100
                   DIVIDE WS-DATA-ANO BY 400 GIVING WS-DIV-TEMP
                       REMAINDER WS-RESTO-400
                   IF WS-RESTO-4 = 0 AND
                           (WS-RESTO-100 NOT = 0 OR WS-RESTO-400 = 0)
                       MOVE 29 TO WS-DIAS-NO-MES
                   ELSE
                       MOVE 28 TO WS-DIAS-NO-MES
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-DIAS-NO-MES
           END-EVALUATE.

       P128-DIA-SERIAL.

           COMPUTE WS-DIA-SERIAL = WS-DATA-ANO * 365.
           COMPUTE WS-SER-TEMP = WS-DATA-ANO - 1.
           DIVIDE WS-SER-TEMP BY 4 GIVING WS-SER-DIV.
           ADD WS-SER-DIV TO WS-DIA-SERIAL.
           DIVIDE WS-SER-TEMP BY 100 GIVING WS-SER-DIV.
           SUBTRACT WS-SER-DIV FROM WS-DIA-SERIAL.
           DIVIDE WS-SER-TEMP BY 400 GIVING WS-SER-DIV.
           ADD WS-SER-DIV TO WS-DIA-SERIAL.

           MOVE WS-DATA-MES TO WS-MES-GUARDA.
           MOVE 1 TO WS-MES-AUX.
           PERFORM UNTIL WS-MES-AUX >= WS-MES-GUARDA
               MOVE WS-MES-AUX TO WS-DATA-MES
               PERFORM P125-DIAS-NO-MES
               ADD WS-DIAS-NO-MES TO WS-DIA-SERIAL
               ADD 1 TO WS-MES-AUX
           END-PERFORM.
           MOVE WS-MES-GUARDA TO WS-DATA-MES.

           ADD WS-DATA-DIA TO WS-DIA-SERIAL.

       P430-PROX-NUMERO.

           READ CONTROLOINPUT
               INVALID KEY
                   MOVE 1 TO WS-PROX-NUMERO
                   MOVE WS-PROX-NUMERO TO CTRL-ULTIMO-NUM
                   WRITE CONTROLOINPUT-REG
               NOT INVALID KEY
                   ADD 1 TO CTRL-ULTIMO-NUM
                   MOVE CTRL-ULTIMO-NUM TO WS-PROX-NUMERO
                   REWRITE CONTROLOINPUT-REG
           END-READ.

       P090-CARREGAR-AMBIENTE.

           CALL 'amb_util.o' USING WS-AMB-AREA.
           DISPLAY "AMBIENTE ATIVO: " WS-AMB-CODIGO.
           MOVE SPACES TO WS-CAM-ERROS.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/erros.txt" DELIMITED BY SIZE
               INTO WS-CAM-ERROS
           END-STRING.
           MOVE SPACES TO WS-CAM-EXTRAVIOS.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/project/extrav.dat" DELIMITED BY SIZE
               INTO WS-CAM-EXTRAVIOS
           END-STRING.
           MOVE SPACES TO WS-CAM-RECLAMACOES.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/reclamacoes.dat" DELIMITED BY SIZE
               INTO WS-CAM-RECLAMACOES
           END-STRING.
           MOVE SPACES TO WS-CAM-CONTROLO.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/project/controlo.dat" DELIMITED BY SIZE
               INTO WS-CAM-CONTROLO
           END-STRING.
           MOVE SPACES TO WS-CAM-CONFIG.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/project/config.dat" DELIMITED BY SIZE
               INTO WS-CAM-CONFIG
           END-STRING.
           MOVE SPACES TO WS-CAM-RASTREIO.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/rastreio.txt" DELIMITED BY SIZE
               INTO WS-CAM-RASTREIO
           END-STRING.

       P095-REGISTAR-ERRO-ABERTURA.

           ACCEPT WS-ERR-L-DATA FROM DATE YYYYMMDD.
           ACCEPT WS-ERR-L-HORA FROM TIME.

           OPEN EXTEND ERROSOUTPUT.
           IF WS-FS-ERR-NOVO
               CLOSE ERROSOUTPUT
               OPEN OUTPUT ERROSOUTPUT
           END-IF.
           MOVE WS-ERR-LINHA TO ERROSOUTPUT-LINHA.
           WRITE ERROSOUTPUT-LINHA.
           CLOSE ERROSOUTPUT.

       END PROGRAM RASTBAG.
