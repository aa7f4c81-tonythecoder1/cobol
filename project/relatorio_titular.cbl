       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELTITUL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT CONTACTOS ASSIGN TO
           WS-CAM-CONTACTOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ID-CONTACTO
           ALTERNATE RECORD KEY IS NM-CONTACTO WITH DUPLICATES
           FILE STATUS IS WS-FICHEIRO-STATUS-CONT.

       SELECT PASSAGEIROSINPUT ASSIGN TO
           WS-CAM-PASSAGEIROS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PAX-ID
           FILE STATUS IS WS-FICHEIRO-STATUS-PAX.

       SELECT RESERVASINPUT ASSIGN TO
           WS-CAM-RESERVAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RESERVA-ID
           FILE STATUS IS WS-FICHEIRO-STATUS-RESERVA.

       SELECT RESERVASHIST ASSIGN TO
           WS-CAM-RESHIST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RESHIST-ID
           FILE STATUS IS WS-FICHEIRO-STATUS-RHIST.

       SELECT ITINERARIOSINPUT ASSIGN TO
           WS-CAM-ITINERARIOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ITIN-ID
           FILE STATUS IS WS-FICHEIRO-STATUS-ITIN.

       SELECT BAGAGENSINPUT ASSIGN TO
           WS-CAM-BAGAGENS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BAG-ETIQUETA
           FILE STATUS IS WS-FICHEIRO-STATUS-BAG.

       SELECT SSRINPUT ASSIGN TO
           WS-CAM-SSR
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SSR-ID
           FILE STATUS IS WS-FICHEIRO-STATUS-SSR.

       SELECT FIDELIDADEINPUT ASSIGN TO
           WS-CAM-FIDELIDADE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FID-PAX-ID
           FILE STATUS IS WS-FICHEIRO-STATUS-FID.

       SELECT FIDMOVINPUT ASSIGN TO
           WS-CAM-FIDMOV
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FICHEIRO-STATUS-FIDMOV.

       SELECT CONSENTIMENTOSINPUT ASSIGN TO
           WS-CAM-CONSENTIMENTOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CNS-CONTACTO-ID
           FILE STATUS IS WS-FICHEIRO-STATUS-CNS.

       SELECT CONSENTLOGINPUT ASSIGN TO
           WS-CAM-CONSENTLOG
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FICHEIRO-STATUS-CNSLOG.

       SELECT INTERACOESINPUT ASSIGN TO
           WS-CAM-INTERACOES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS INT-ID
           FILE STATUS IS WS-FICHEIRO-STATUS-INT.

       SELECT RECLAMACOESINPUT ASSIGN TO
           WS-CAM-RECLAMACOES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RCL-ID
           FILE STATUS IS WS-FICHEIRO-STATUS-RCL.

       SELECT VOUCHERSINPUT ASSIGN TO
           WS-CAM-VOUCHERS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VCH-NUMERO
           FILE STATUS IS WS-FICHEIRO-STATUS-VCH.

       SELECT ACHADOSINPUT ASSIGN TO
           WS-CAM-ACHADOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ACH-ID
           FILE STATUS IS WS-FICHEIRO-STATUS-ACH.

       SELECT TITULAROUTPUT ASSIGN TO
           WS-CAM-TITULAR
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FICHEIRO-STATUS-TIT.

       SELECT ERROSOUTPUT ASSIGN TO
           WS-CAM-ERROS
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-ERR.

       DATA DIVISION.

       FILE SECTION.

           FD CONTACTOS.
           01 REG-CONTACTOS.
               05 ID-CONTACTO    PIC 9(06).
               05 NM-CONTACTO    PIC X(20).
               05 TEL-CONTACTO   PIC X(15).
               05 EMAIL-CONTACTO PIC X(30).
               05 CAT-CONTACTO  PIC X(01).

           FD PASSAGEIROSINPUT.
           01 PASSAGEIROSINPUT-REG.
               05 PAX-ID PIC 9(04).
               05 PAX-NOME PIC X(20).
               05 PAX-CONTACTO-ID PIC 9(06).
               05 PAX-DOC-TIPO PIC X(02).
               05 PAX-DOC-NUMERO PIC X(12).
               05 PAX-NACIONALIDADE PIC X(03).
               05 PAX-DOC-VALIDADE PIC 9(08).
               05 PAX-TIPO PIC X(01).
               05 PAX-DATA-NASC PIC 9(08).
               05 PAX-UM PIC X(01).

           FD RESERVASINPUT.
           01 RESERVAINPUT-REG.
               05 RESERVA-ID PIC 9(04).
               05 RESERVA-NOME PIC X(10).
               05 RESERVA-VOO-CHAVE.
                   10 RESERVA-VOO-NUMERO PIC 9(04).
                   10 RESERVA-VOO-DATA PIC 9(08).
               05 RESERVA-GRUPO-ID PIC 9(04).
               05 RESERVA-EMBARCOU PIC X(01).
               05 RESERVA-LUGAR PIC X(03).
               05 RESERVA-PAX-ID PIC 9(04).
               05 RESERVA-CLASSE PIC X(01).
               05 RESERVA-PRECO PIC 9(05)V99.
               05 RESERVA-ITIN-ID PIC 9(04).
               05 RESERVA-CHECKIN PIC X(01).
               05 RESERVA-MOEDA PIC X(03).
               05 RESERVA-PRECO-ORIG PIC 9(05)V99.

           FD RESERVASHIST.
           01 RESERVASHIST-REG.
               05 RESHIST-ID PIC 9(04).
               05 RESHIST-NOME PIC X(10).
               05 RESHIST-VOO-CHAVE.
                   10 RESHIST-VOO-NUMERO PIC 9(04).
                   10 RESHIST-VOO-DATA PIC 9(08).
               05 RESHIST-GRUPO-ID PIC 9(04).
               05 RESHIST-EMBARCOU PIC X(01).
               05 RESHIST-LUGAR PIC X(03).
               05 RESHIST-PAX-ID PIC 9(04).
               05 RESHIST-CLASSE PIC X(01).
               05 RESHIST-PRECO PIC 9(05)V99.
               05 RESHIST-ITIN-ID PIC 9(04).
               05 RESHIST-CHECKIN PIC X(01).
               05 RESHIST-MOEDA PIC X(03).
               05 RESHIST-PRECO-ORIG PIC 9(05)V99.

           FD ITINERARIOSINPUT.
           01 ITINERARIOSINPUT-REG.
               05 ITIN-ID PIC 9(04).
               05 ITIN-PAX-ID PIC 9(04).
               05 ITIN-NOME PIC X(10).
               05 ITIN-DATA-CRIACAO PIC 9(08).

           FD BAGAGENSINPUT.
           01 BAGAGENSINPUT-REG.
               05 BAG-ETIQUETA PIC 9(06).
               05 BAG-RESERVA-ID PIC 9(04).
               05 BAG-VOO-CHAVE.
                   10 BAG-VOO-NUMERO PIC 9(04).
                   10 BAG-VOO-DATA PIC 9(08).
               05 BAG-PAX-ID PIC 9(04).
               05 BAG-PESO PIC 9(03).
               05 BAG-ESTADO PIC X(01).
               05 BAG-DATA PIC 9(08).

           FD SSRINPUT.
           01 SSRINPUT-REG.
               05 SSR-ID PIC 9(04).
               05 SSR-RESERVA-ID PIC 9(04).
               05 SSR-CODIGO PIC X(04).
               05 SSR-TEXTO PIC X(30).

           FD FIDELIDADEINPUT.
           01 FIDELIDADEINPUT-REG.
               05 FID-PAX-ID PIC 9(04).
               05 FID-PONTOS PIC 9(07).
               05 FID-PONTOS-12M PIC 9(07).
               05 FID-NIVEL PIC X(01).
               05 FID-ULT-ATIV PIC 9(08).

           FD FIDMOVINPUT.
           01 FIDMOVINPUT-LINHA PIC X(40).

           FD CONSENTIMENTOSINPUT.
           01 CONSENTIMENTOSINPUT-REG.
               05 CNS-CONTACTO-ID PIC 9(06).
               05 CNS-MARKETING PIC X(01).
               05 CNS-CANAL PIC X(01).
               05 CNS-DATA PIC 9(08).
               05 CNS-ORIGEM PIC X(10).

           FD CONSENTLOGINPUT.
           01 CONSENTLOGINPUT-LINHA PIC X(80).

           FD INTERACOESINPUT.
           01 INTERACOESINPUT-REG.
               05 INT-ID PIC 9(04).
               05 INT-CONTACTO-ID PIC 9(06).
               05 INT-DATA PIC 9(08).
               05 INT-OPER PIC 9(02).
               05 INT-CANAL PIC X(01).
               05 INT-NOTA PIC X(40).
               05 INT-SEGUIMENTO PIC 9(08).

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
               05 RCL-COMP PIC 9(06)V99.
               05 RCL-DATA PIC 9(08).

           FD VOUCHERSINPUT.
           01 VOUCHERSINPUT-REG.
               05 VCH-NUMERO PIC 9(04).
               05 VCH-PAX-ID PIC 9(04).
               05 VCH-VALOR PIC 9(06)V99.
               05 VCH-SALDO PIC 9(06)V99.
               05 VCH-MOEDA PIC X(03).
               05 VCH-VALIDADE PIC 9(08).
               05 VCH-ESTADO PIC X(01).

           FD ACHADOSINPUT.
           01 ACHADOSINPUT-REG.
               05 ACH-ID PIC 9(04).
               05 ACH-VOO-CHAVE.
                   10 ACH-VOO-NUMERO PIC 9(04).
                   10 ACH-VOO-DATA PIC 9(08).
               05 ACH-DATA PIC 9(08).
               05 ACH-DESCRICAO PIC X(30).
               05 ACH-LOCAL PIC X(10).
               05 ACH-ESTADO PIC X(01).
               05 ACH-RECLAMANTE-PAX PIC 9(04).
               05 ACH-RECLAMANTE-CONT PIC 9(06).
               05 ACH-DATA-SAIDA PIC 9(08).

           FD TITULAROUTPUT.
           01 TITULAROUTPUT-LINHA PIC X(100).

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
               05 WS-ERR-L-PROG PIC X(10) VALUE "RELTITUL".
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
           77 WS-CAM-CONTACTOS PIC X(80) VALUE
               "/Users/antonyferreira/Documents/Cobol/contactos.dat".
           77 WS-CAM-PASSAGEIROS PIC X(80) VALUE
               "/Users/antonyferreira/Documents/Cobol/passageiros.dat".
           77 WS-CAM-RESERVAS PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/project/reservas.dat"
           .
           77 WS-CAM-RESHIST PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/project/reshist.dat".
           77 WS-CAM-ITINERARIOS PIC X(80) VALUE
               "/Users/antonyferreira/Documents/Cobol/itinerarios.dat".
           77 WS-CAM-BAGAGENS PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/project/bagagens.dat"
           .
           77 WS-CAM-SSR PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/project/ssr.dat".
           77 WS-CAM-FIDELIDADE PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/fidelidade.dat".
           77 WS-CAM-FIDMOV PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/fidmov.txt".
           77 WS-CAM-CONSENTIMENTOS PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/consentimentos.dat".
           77 WS-CAM-CONSENTLOG PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/consentlog.txt".
           77 WS-CAM-INTERACOES PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/interacoes.dat".
           77 WS-CAM-RECLAMACOES PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/reclamacoes.dat".
           77 WS-CAM-VOUCHERS PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/vouchers.dat".
           77 WS-CAM-ACHADOS PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/achados.dat".
           77 WS-CAM-TITULAR PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/titular.txt".

           01 WS-FICHEIRO-STATUS-CONT PIC XX.
               88 WS-CONT-STATUS-OK VALUE "00".

           01 WS-FICHEIRO-STATUS-PAX PIC XX.
               88 WS-PAX-STATUS-OK VALUE "00".

           01 WS-FICHEIRO-STATUS-RESERVA PIC XX.
               88 WS-RESERVA-STATUS-OK VALUE "00".

           01 WS-FICHEIRO-STATUS-RHIST PIC XX.
               88 WS-RHIST-STATUS-OK VALUE "00".

           01 WS-FICHEIRO-STATUS-ITIN PIC XX.
               88 WS-ITIN-STATUS-OK VALUE "00".

           01 WS-FICHEIRO-STATUS-BAG PIC XX.
               88 WS-BAG-STATUS-OK VALUE "00".

           01 WS-FICHEIRO-STATUS-SSR PIC XX.
               88 WS-SSR-STATUS-OK VALUE "00".

           01 WS-FICHEIRO-STATUS-FID PIC XX.
               88 WS-FID-STATUS-OK VALUE "00".

           01 WS-FICHEIRO-STATUS-FIDMOV PIC XX.
               88 WS-FIDMOV-STATUS-OK VALUE "00".

           01 WS-FICHEIRO-STATUS-CNS PIC XX.
               88 WS-CNS-STATUS-OK VALUE "00".

           01 WS-FICHEIRO-STATUS-CNSLOG PIC XX.
               88 WS-CNSLOG-STATUS-OK VALUE "00".

           01 WS-FICHEIRO-STATUS-INT PIC XX.
               88 WS-INT-STATUS-OK VALUE "00".

           01 WS-FICHEIRO-STATUS-RCL PIC XX.
               88 WS-RCL-STATUS-OK VALUE "00".

           01 WS-FICHEIRO-STATUS-VCH PIC XX.
               88 WS-VCH-STATUS-OK VALUE "00".

           01 WS-FICHEIRO-STATUS-ACH PIC XX.
               88 WS-ACH-STATUS-OK VALUE "00".

           01 WS-FICHEIRO-STATUS-TIT PIC XX.
               88 WS-TIT-STATUS-OK VALUE "00".

           01 WS-FIDMOV-LINHA PIC X(40).
           01 FILLER REDEFINES WS-FIDMOV-LINHA.
               05 WS-FIDMOV-DATA PIC 9(08).
               05 FILLER PIC X(01).
               05 WS-FIDMOV-HORA PIC 9(08).
               05 FILLER PIC X(01).
               05 WS-FIDMOV-PAX PIC 9(04).
               05 FILLER PIC X(01).
               05 WS-FIDMOV-TIPO PIC X(01).
               05 FILLER PIC X(01).
               05 WS-FIDMOV-PONTOS PIC 9(07).
               05 FILLER PIC X(01).
               05 WS-FIDMOV-RESERVA PIC 9(04).
               05 FILLER PIC X(03).

      *    LINHA DO REGISTO DE CONSENTIMENTOS: DATA, " CONTACTO " E O
      *    NUMERO DO CONTACTO NAS POSICOES 19 A 24
           01 WS-CNSLOG-LINHA PIC X(80).
           01 FILLER REDEFINES WS-CNSLOG-LINHA.
               05 WS-CNSLOG-DATA PIC X(08).
               05 WS-CNSLOG-ROTULO PIC X(10).
               05 WS-CNSLOG-CONTACTO PIC X(06).
               05 FILLER PIC X(56).

           77 WS-EXIT-OK PIC X(01) VALUE "N".
           77 WS-DATA-HOJE PIC 9(08) VALUE ZEROES.
           77 WS-DATA-PRAZO PIC 9(08) VALUE ZEROES.
           77 WS-MESES-AUX PIC 9(06) VALUE ZEROES.

           01 WS-DATA-SPLIT PIC 9(08) VALUE ZEROES.
           01 WS-DATA-SPLIT-R REDEFINES WS-DATA-SPLIT.
               05 WS-DATA-ANO PIC 9(04).
               05 WS-DATA-MES PIC 9(02).
               05 WS-DATA-DIA PIC 9(02).

           77 WS-OP-PESQUISA PIC 9(01) VALUE ZEROES.
           77 WS-PESQ-NUMERO PIC 9(06) VALUE ZEROES.
           77 WS-PESQ-DOC PIC X(12) VALUE SPACES.
           77 WS-TIT-CONTACTO PIC 9(06) VALUE ZEROES.
           77 WS-TIT-NOME PIC X(20) VALUE SPACES.

      *    PASSAGEIROS E RESERVAS DO TITULAR; AS RESERVAS SERVEM PARA
      *    ENCONTRAR OS PEDIDOS ESPECIAIS (SSR), QUE NAO TEM PASSAGEIRO
           77 WS-PX-TOTAL PIC 9(04) VALUE ZEROES.
           77 WS-PX-I PIC 9(04) VALUE ZEROES.
           77 WS-PX-PROCURA PIC 9(04) VALUE ZEROES.
           77 WS-PX-ACHADO PIC X(01) VALUE "N".
           01 WS-TABELA-PAX.
               05 WS-PX-ID PIC 9(04) OCCURS 50 TIMES.
           77 WS-RS-TOTAL PIC 9(04) VALUE ZEROES.
           77 WS-RS-I PIC 9(04) VALUE ZEROES.
           77 WS-RS-PROCURA PIC 9(04) VALUE ZEROES.
           77 WS-RS-ACHADO PIC X(01) VALUE "N".
           01 WS-TABELA-RESERVAS.
               05 WS-RS-ID PIC 9(04) OCCURS 999 TIMES.

           77 WS-SEC-TOTAL PIC 9(05) VALUE ZEROES.
           77 WS-SEC-TITULO PIC X(50) VALUE SPACES.
           77 WS-TOTAL-REGISTOS PIC 9(05) VALUE ZEROES.
           77 WS-FICH-INDISP PIC 9(02) VALUE ZEROES.
           77 WS-VALOR-ED PIC Z(5)9.99.
           77 WS-VALOR2-ED PIC Z(5)9.99.
           01 WS-REL-LINHA PIC X(100).

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           PERFORM P090-CARREGAR-AMBIENTE.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM P110-CALCULAR-PRAZO.

           DISPLAY "*** PEDIDO DE ACESSO DO TITULAR DOS DADOS ***".
           DISPLAY "PESQUISAR POR:".
           DISPLAY "1 - NUMERO DE CONTACTO".
           DISPLAY "2 - NUMERO DE PASSAGEIRO".
           DISPLAY "3 - NUMERO DE DOCUMENTO".
           ACCEPT WS-OP-PESQUISA.
           EVALUATE WS-OP-PESQUISA
               WHEN 1
                   DISPLAY "NUMERO DE CONTACTO"
                   ACCEPT WS-PESQ-NUMERO
               WHEN 2
                   DISPLAY "NUMERO DE PASSAGEIRO"
                   ACCEPT WS-PESQ-NUMERO
               WHEN 3
                   DISPLAY "NUMERO DE DOCUMENTO"
                   ACCEPT WS-PESQ-DOC
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

           OPEN OUTPUT TITULAROUTPUT.
           IF NOT WS-TIT-STATUS-OK
               MOVE "TITULAR" TO WS-ERR-L-FICH
               MOVE WS-FICHEIRO-STATUS-TIT TO WS-ERR-L-ESTADO
               PERFORM P095-REGISTAR-ERRO-ABERTURA
               DISPLAY "NAO FOI POSSIVEL CRIAR O RELATORIO"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM P100-IDENTIFICAR-TITULAR.
           IF WS-PX-TOTAL = ZEROES AND WS-TIT-CONTACTO = ZEROES
               MOVE "NENHUM CONTACTO OU PASSAGEIRO ENCONTRADO"
                   TO WS-REL-LINHA
               PERFORM P900-ESCREVER-LINHA
               CLOSE TITULAROUTPUT
               DISPLAY "NENHUM CONTACTO OU PASSAGEIRO ENCONTRADO"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM P120-CABECALHO.
           PERFORM P200-CONTACTO.
           PERFORM P210-PASSAGEIROS.
           PERFORM P220-RESERVAS-ATIVAS.
           PERFORM P230-RESERVAS-HISTORICO.
           PERFORM P240-ITINERARIOS.
           PERFORM P250-BAGAGENS.
           PERFORM P260-PEDIDOS-ESPECIAIS.
           PERFORM P270-FIDELIDADE.
           PERFORM P280-MOVIMENTOS-FIDELIDADE.
           PERFORM P290-CONSENTIMENTOS.
           PERFORM P300-REGISTO-CONSENTIMENTOS.
           PERFORM P310-INTERACOES.
           PERFORM P320-RECLAMACOES.
           PERFORM P330-VOUCHERS.
           PERFORM P340-ACHADOS.

           MOVE SPACES TO WS-REL-LINHA.
           PERFORM P900-ESCREVER-LINHA.
           MOVE SPACES TO WS-REL-LINHA.
           STRING "TOTAL DE REGISTOS: " DELIMITED BY SIZE
                   WS-TOTAL-REGISTOS DELIMITED BY SIZE
                   "   FICHEIROS INDISPONIVEIS: " DELIMITED BY SIZE
                   WS-FICH-INDISP DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING.
           PERFORM P900-ESCREVER-LINHA.
           CLOSE TITULAROUTPUT.

           DISPLAY " ".
           DISPLAY "PASSAGEIROS DO TITULAR: " WS-PX-TOTAL.
           DISPLAY "RESERVAS ENCONTRADAS: " WS-RS-TOTAL.
           DISPLAY "TOTAL DE REGISTOS: " WS-TOTAL-REGISTOS.
           DISPLAY "RESPOSTA A ENVIAR ATE " WS-DATA-PRAZO.
           DISPLAY "RELATORIO GRAVADO EM titular.txt".
           IF WS-FICH-INDISP > ZEROES
               DISPLAY "AVISO: " WS-FICH-INDISP
                       " FICHEIRO(S) INDISPONIVEL(IS) - VER RELATORIO"
               MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.

      *    O TITULAR E UM CONTACTO E OS PASSAGEIROS A ELE LIGADOS, OU
      *    OS REGISTOS DE PASSAGEIRO COM O MESMO DOCUMENTO
       P100-IDENTIFICAR-TITULAR.

           MOVE ZEROES TO WS-PX-TOTAL.
           MOVE ZEROES TO WS-RS-TOTAL.
           MOVE ZEROES TO WS-TIT-CONTACTO.
           OPEN INPUT PASSAGEIROSINPUT.
           IF WS-PAX-STATUS-OK
               EVALUATE WS-OP-PESQUISA
                   WHEN 1
                       MOVE WS-PESQ-NUMERO TO WS-TIT-CONTACTO
                   WHEN 2
                       MOVE WS-PESQ-NUMERO TO PAX-ID
                       READ PASSAGEIROSINPUT
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE PAX-CONTACTO-ID TO WS-TIT-CONTACTO
                               MOVE PAX-NOME TO WS-TIT-NOME
                               MOVE PAX-ID TO WS-PX-PROCURA
                               PERFORM P810-ACRESCENTAR-PAX
                       END-READ
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               IF WS-OP-PESQUISA NOT = 2
                   MOVE ZEROES TO PAX-ID
                   SET WS-EXIT-OK TO "N"
                   START PASSAGEIROSINPUT KEY IS NOT LESS THAN PAX-ID
                       INVALID KEY
                           SET WS-EXIT-OK TO "S"
                   END-START
                   PERFORM UNTIL WS-EXIT-OK = "S"
                       READ PASSAGEIROSINPUT NEXT
                           AT END
                               SET WS-EXIT-OK TO "S"
                           NOT AT END
                               PERFORM P105-AVALIAR-PASSAGEIRO
                       END-READ
                   END-PERFORM
                   SET WS-EXIT-OK TO "N"
               END-IF
               CLOSE PASSAGEIROSINPUT
           ELSE
               IF WS-OP-PESQUISA = 1
                   MOVE WS-PESQ-NUMERO TO WS-TIT-CONTACTO
               END-IF
           END-IF.

           IF WS-TIT-CONTACTO > ZEROES
               OPEN INPUT CONTACTOS
               IF WS-CONT-STATUS-OK
                   MOVE WS-TIT-CONTACTO TO ID-CONTACTO
                   READ CONTACTOS
                       INVALID KEY
                           IF WS-PX-TOTAL = ZEROES
                               MOVE ZEROES TO WS-TIT-CONTACTO
                           END-IF
                       NOT INVALID KEY
                           MOVE NM-CONTACTO TO WS-TIT-NOME
                   END-READ
                   CLOSE CONTACTOS
               END-IF
           END-IF.

       P105-AVALIAR-PASSAGEIRO.

           IF WS-OP-PESQUISA = 1
               IF PAX-CONTACTO-ID = WS-TIT-CONTACTO
                       AND WS-TIT-CONTACTO > ZEROES
                   MOVE PAX-ID TO WS-PX-PROCURA
                   PERFORM P810-ACRESCENTAR-PAX
               END-IF
           ELSE
               IF PAX-DOC-NUMERO = WS-PESQ-DOC
                       AND WS-PESQ-DOC NOT = SPACES
                   MOVE PAX-ID TO WS-PX-PROCURA
                   PERFORM P810-ACRESCENTAR-PAX
                   IF WS-TIT-CONTACTO = ZEROES
                       MOVE PAX-CONTACTO-ID TO WS-TIT-CONTACTO
                   END-IF
                   IF WS-TIT-NOME = SPACES
                       MOVE PAX-NOME TO WS-TIT-NOME
                   END-IF
               END-IF
           END-IF.

      *    O PRAZO LEGAL DE RESPOSTA E DE UM MES A CONTAR DO PEDIDO;
      *    NOS MESES MAIS CURTOS O DIA PASSA PARA 28
       P110-CALCULAR-PRAZO.

           MOVE WS-DATA-HOJE TO WS-DATA-SPLIT.
           COMPUTE WS-MESES-AUX =
                   WS-DATA-ANO * 12 + WS-DATA-MES.
           DIVIDE WS-MESES-AUX BY 12 GIVING WS-DATA-ANO
               REMAINDER WS-MESES-AUX.
           COMPUTE WS-DATA-MES = WS-MESES-AUX + 1.
           IF WS-DATA-DIA > 28
               MOVE 28 TO WS-DATA-DIA
           END-IF.
           MOVE WS-DATA-SPLIT TO WS-DATA-PRAZO.

       P120-CABECALHO.

           MOVE "RELATORIO DE DADOS PESSOAIS DO TITULAR" TO
               WS-REL-LINHA.
           PERFORM P900-ESCREVER-LINHA.
           MOVE SPACES TO WS-REL-LINHA.
           STRING "DATA DO PEDIDO: " DELIMITED BY SIZE
                   WS-DATA-HOJE DELIMITED BY SIZE
                   "   RESPOSTA ATE: " DELIMITED BY SIZE
                   WS-DATA-PRAZO DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING.
           PERFORM P900-ESCREVER-LINHA.
           MOVE SPACES TO WS-REL-LINHA.
           EVALUATE WS-OP-PESQUISA
               WHEN 1
                   STRING "PESQUISA POR CONTACTO " DELIMITED BY SIZE
                           WS-PESQ-NUMERO DELIMITED BY SIZE
                       INTO WS-REL-LINHA
                   END-STRING
               WHEN 2
                   STRING "PESQUISA POR PASSAGEIRO " DELIMITED BY SIZE
                           WS-PESQ-NUMERO DELIMITED BY SIZE
                       INTO WS-REL-LINHA
                   END-STRING
               WHEN OTHER
                   STRING "PESQUISA POR DOCUMENTO " DELIMITED BY SIZE
                           WS-PESQ-DOC DELIMITED BY SIZE
                       INTO WS-REL-LINHA
                   END-STRING
           END-EVALUATE.
           PERFORM P900-ESCREVER-LINHA.
           MOVE SPACES TO WS-REL-LINHA.
           STRING "TITULAR: " DELIMITED BY SIZE
                   WS-TIT-NOME DELIMITED BY SIZE
                   "   CONTACTO: " DELIMITED BY SIZE
                   WS-TIT-CONTACTO DELIMITED BY SIZE
                   "   PASSAGEIROS: " DELIMITED BY SIZE
                   WS-PX-TOTAL DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING.
           PERFORM P900-ESCREVER-LINHA.

       P200-CONTACTO.

           MOVE "CONTACTO (contactos.dat)" TO WS-REL-LINHA.
           PERFORM P910-SECCAO.
           IF WS-TIT-CONTACTO > ZEROES
               OPEN INPUT CONTACTOS
               IF WS-CONT-STATUS-OK
                   MOVE WS-TIT-CONTACTO TO ID-CONTACTO
                   READ CONTACTOS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE SPACES TO WS-REL-LINHA
                           STRING ID-CONTACTO DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   NM-CONTACTO DELIMITED BY SIZE
                                   " TEL " DELIMITED BY SIZE
                                   TEL-CONTACTO DELIMITED BY SIZE
                                   " EMAIL " DELIMITED BY SIZE
                                   EMAIL-CONTACTO DELIMITED BY SIZE
                                   " CAT " DELIMITED BY SIZE
                                   CAT-CONTACTO DELIMITED BY SIZE
                               INTO WS-REL-LINHA
                           END-STRING
                           PERFORM P920-REGISTO
                   END-READ
                   CLOSE CONTACTOS
               ELSE
                   PERFORM P930-INDISPONIVEL
               END-IF
           END-IF.
           PERFORM P940-FIM-SECCAO.

       P210-PASSAGEIROS.

           MOVE "PASSAGEIROS (passageiros.dat)" TO WS-REL-LINHA.
           PERFORM P910-SECCAO.
           IF WS-PX-TOTAL > ZEROES
               OPEN INPUT PASSAGEIROSINPUT
               IF WS-PAX-STATUS-OK
                   MOVE 1 TO WS-PX-I
                   PERFORM UNTIL WS-PX-I > WS-PX-TOTAL
                       MOVE WS-PX-ID (WS-PX-I) TO PAX-ID
                       READ PASSAGEIROSINPUT
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE SPACES TO WS-REL-LINHA
                               STRING PAX-ID DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   PAX-NOME DELIMITED BY SIZE
                                   " DOC " DELIMITED BY SIZE
                                   PAX-DOC-TIPO DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   PAX-DOC-NUMERO DELIMITED BY SIZE
                                   " VAL " DELIMITED BY SIZE
                                   PAX-DOC-VALIDADE DELIMITED BY SIZE
                                   " NAC " DELIMITED BY SIZE
                                   PAX-NACIONALIDADE DELIMITED BY SIZE
                                   " NASC " DELIMITED BY SIZE
                                   PAX-DATA-NASC DELIMITED BY SIZE
                                   " TIPO " DELIMITED BY SIZE
                                   PAX-TIPO DELIMITED BY SIZE
                                   " UM " DELIMITED BY SIZE
                                   PAX-UM DELIMITED BY SIZE
                                   " CONT " DELIMITED BY SIZE
                                   PAX-CONTACTO-ID DELIMITED BY SIZE
                                   INTO WS-REL-LINHA
                               END-STRING
                               PERFORM P920-REGISTO
                       END-READ
                       ADD 1 TO WS-PX-I
                   END-PERFORM
                   CLOSE PASSAGEIROSINPUT
               ELSE
                   PERFORM P930-INDISPONIVEL
               END-IF
           END-IF.
           PERFORM P940-FIM-SECCAO.

       P220-RESERVAS-ATIVAS.

           MOVE "RESERVAS ATIVAS (reservas.dat)" TO WS-REL-LINHA.
           PERFORM P910-SECCAO.
           IF WS-PX-TOTAL > ZEROES
               OPEN INPUT RESERVASINPUT
               IF WS-RESERVA-STATUS-OK
                   MOVE ZEROES TO RESERVA-ID
                   SET WS-EXIT-OK TO "N"
                   START RESERVASINPUT KEY IS NOT LESS THAN RESERVA-ID
                       INVALID KEY
                           SET WS-EXIT-OK TO "S"
                   END-START
                   PERFORM UNTIL WS-EXIT-OK = "S"
                       READ RESERVASINPUT NEXT
                           AT END
                               SET WS-EXIT-OK TO "S"
                           NOT AT END
                               MOVE RESERVA-PAX-ID TO WS-PX-PROCURA
                               PERFORM P800-PAX-DO-TITULAR
                               IF WS-PX-ACHADO = "S"
                                   MOVE RESERVA-ID TO WS-RS-PROCURA
                                   PERFORM P820-ACRESCENTAR-RESERVA
                                   MOVE RESERVA-PRECO TO WS-VALOR-ED
                                   MOVE SPACES TO WS-REL-LINHA
                                   STRING RESERVA-ID DELIMITED BY SIZE
                                       " " DELIMITED BY SIZE
                                       RESERVA-NOME DELIMITED BY SIZE
                                       " VOO " DELIMITED BY SIZE
                                       RESERVA-VOO-NUMERO
                                           DELIMITED BY SIZE
                                       " " DELIMITED BY SIZE
                                       RESERVA-VOO-DATA
                                           DELIMITED BY SIZE
                                       " LUGAR " DELIMITED BY SIZE
                                       RESERVA-LUGAR DELIMITED BY SIZE
                                       " CLASSE " DELIMITED BY SIZE
                                       RESERVA-CLASSE DELIMITED BY SIZE
                                       " PRECO " DELIMITED BY SIZE
                                       WS-VALOR-ED DELIMITED BY SIZE
                                       " " DELIMITED BY SIZE
                                       RESERVA-MOEDA DELIMITED BY SIZE
                                       " CHECKIN " DELIMITED BY SIZE
                                       RESERVA-CHECKIN
                                           DELIMITED BY SIZE
                                       " EMBARCOU " DELIMITED BY SIZE
                                       RESERVA-EMBARCOU
                                           DELIMITED BY SIZE
                                       INTO WS-REL-LINHA
                                   END-STRING
                                   PERFORM P920-REGISTO
                               END-IF
                       END-READ
                   END-PERFORM
                   SET WS-EXIT-OK TO "N"
                   CLOSE RESERVASINPUT
               ELSE
                   PERFORM P930-INDISPONIVEL
               END-IF
           END-IF.
           PERFORM P940-FIM-SECCAO.

       P230-RESERVAS-HISTORICO.

           MOVE "RESERVAS HISTORICAS (reshist.dat)" TO WS-REL-LINHA.
           PERFORM P910-SECCAO.
           IF WS-PX-TOTAL > ZEROES
               OPEN INPUT RESERVASHIST
               IF WS-RHIST-STATUS-OK
                   MOVE ZEROES TO RESHIST-ID
                   SET WS-EXIT-OK TO "N"
                   START RESERVASHIST KEY IS NOT LESS THAN RESHIST-ID
                       INVALID KEY
                           SET WS-EXIT-OK TO "S"
                   END-START
                   PERFORM UNTIL WS-EXIT-OK = "S"
                       READ RESERVASHIST NEXT
                           AT END
                               SET WS-EXIT-OK TO "S"
                           NOT AT END
                               MOVE RESHIST-PAX-ID TO WS-PX-PROCURA
                               PERFORM P800-PAX-DO-TITULAR
                               IF WS-PX-ACHADO = "S"
                                   MOVE RESHIST-ID TO WS-RS-PROCURA
                                   PERFORM P820-ACRESCENTAR-RESERVA
                                   MOVE RESHIST-PRECO TO WS-VALOR-ED
                                   MOVE SPACES TO WS-REL-LINHA
                                   STRING RESHIST-ID DELIMITED BY SIZE
                                       " " DELIMITED BY SIZE
                                       RESHIST-NOME DELIMITED BY SIZE
                                       " VOO " DELIMITED BY SIZE
                                       RESHIST-VOO-NUMERO
                                           DELIMITED BY SIZE
                                       " " DELIMITED BY SIZE
                                       RESHIST-VOO-DATA
                                           DELIMITED BY SIZE
                                       " LUGAR " DELIMITED BY SIZE
                                       RESHIST-LUGAR DELIMITED BY SIZE
                                       " CLASSE " DELIMITED BY SIZE
                                       RESHIST-CLASSE DELIMITED BY SIZE
                                       " PRECO " DELIMITED BY SIZE
                                       WS-VALOR-ED DELIMITED BY SIZE
                                       " " DELIMITED BY SIZE
                                       RESHIST-MOEDA DELIMITED BY SIZE
                                       " EMBARCOU " DELIMITED BY SIZE
                                       RESHIST-EMBARCOU
                                           DELIMITED BY SIZE
                                       INTO WS-REL-LINHA
                                   END-STRING
                                   PERFORM P920-REGISTO
                               END-IF
                       END-READ
                   END-PERFORM
                   SET WS-EXIT-OK TO "N"
                   CLOSE RESERVASHIST
               ELSE
                   PERFORM P930-INDISPONIVEL
               END-IF
           END-IF.
           PERFORM P940-FIM-SECCAO.

       P240-ITINERARIOS.

           MOVE "ITINERARIOS (itinerarios.dat)" TO WS-REL-LINHA.
           PERFORM P910-SECCAO.
           IF WS-PX-TOTAL > ZEROES
               OPEN INPUT ITINERARIOSINPUT
               IF WS-ITIN-STATUS-OK
                   MOVE ZEROES TO ITIN-ID
                   SET WS-EXIT-OK TO "N"
                   START ITINERARIOSINPUT KEY IS NOT LESS THAN ITIN-ID
                       INVALID KEY
                           SET WS-EXIT-OK TO "S"
                   END-START
                   PERFORM UNTIL WS-EXIT-OK = "S"
                       READ ITINERARIOSINPUT NEXT
                           AT END
                               SET WS-EXIT-OK TO "S"
                           NOT AT END
                               MOVE ITIN-PAX-ID TO WS-PX-PROCURA
                               PERFORM P800-PAX-DO-TITULAR
                               IF WS-PX-ACHADO = "S"
                                   MOVE SPACES TO WS-REL-LINHA
                                   STRING ITIN-ID DELIMITED BY SIZE
                                       " " DELIMITED BY SIZE
                                       ITIN-NOME DELIMITED BY SIZE
                                       " CRIADO " DELIMITED BY SIZE
                                       ITIN-DATA-CRIACAO
                                           DELIMITED BY SIZE
                                       " PASSAGEIRO " DELIMITED BY SIZE
                                       ITIN-PAX-ID DELIMITED BY SIZE
                                       INTO WS-REL-LINHA
                                   END-STRING
                                   PERFORM P920-REGISTO
                               END-IF
                       END-READ
                   END-PERFORM
                   SET WS-EXIT-OK TO "N"
                   CLOSE ITINERARIOSINPUT
               ELSE
                   PERFORM P930-INDISPONIVEL
               END-IF
           END-IF.
           PERFORM P940-FIM-SECCAO.

       P250-BAGAGENS.

           MOVE "BAGAGENS (bagagens.dat)" TO WS-REL-LINHA.
           PERFORM P910-SECCAO.
           IF WS-PX-TOTAL > ZEROES
               OPEN INPUT BAGAGENSINPUT
               IF WS-BAG-STATUS-OK
                   MOVE ZEROES TO BAG-ETIQUETA
                   SET WS-EXIT-OK TO "N"
                   START BAGAGENSINPUT KEY IS NOT LESS THAN BAG-ETIQUETA
                       INVALID KEY
                           SET WS-EXIT-OK TO "S"
                   END-START
                   PERFORM UNTIL WS-EXIT-OK = "S"
                       READ BAGAGENSINPUT NEXT
                           AT END
                               SET WS-EXIT-OK TO "S"
                           NOT AT END
                               MOVE BAG-PAX-ID TO WS-PX-PROCURA
                               PERFORM P800-PAX-DO-TITULAR
                               IF WS-PX-ACHADO = "S"
                                   MOVE SPACES TO WS-REL-LINHA
                                   STRING BAG-ETIQUETA DELIMITED BY SIZE
                                       " RESERVA " DELIMITED BY SIZE
                                       BAG-RESERVA-ID DELIMITED BY SIZE
                                       " VOO " DELIMITED BY SIZE
                                       BAG-VOO-NUMERO DELIMITED BY SIZE
                                       " " DELIMITED BY SIZE
                                       BAG-VOO-DATA DELIMITED BY SIZE
                                       " PESO " DELIMITED BY SIZE
                                       BAG-PESO DELIMITED BY SIZE
                                       " ESTADO " DELIMITED BY SIZE
                                       BAG-ESTADO DELIMITED BY SIZE
                                       " DATA " DELIMITED BY SIZE
                                       BAG-DATA DELIMITED BY SIZE
                                       INTO WS-REL-LINHA
                                   END-STRING
                                   PERFORM P920-REGISTO
                               END-IF
                       END-READ
                   END-PERFORM
                   SET WS-EXIT-OK TO "N"
                   CLOSE BAGAGENSINPUT
               ELSE
                   PERFORM P930-INDISPONIVEL
               END-IF
           END-IF.
           PERFORM P940-FIM-SECCAO.

       P260-PEDIDOS-ESPECIAIS.

           MOVE "PEDIDOS ESPECIAIS SSR (ssr.dat)" TO WS-REL-LINHA.
           PERFORM P910-SECCAO.
           IF WS-RS-TOTAL > ZEROES
               OPEN INPUT SSRINPUT
               IF WS-SSR-STATUS-OK
                   MOVE ZEROES TO SSR-ID
                   SET WS-EXIT-OK TO "N"
                   START SSRINPUT KEY IS NOT LESS THAN SSR-ID
                       INVALID KEY
                           SET WS-EXIT-OK TO "S"
                   END-START
                   PERFORM UNTIL WS-EXIT-OK = "S"
                       READ SSRINPUT NEXT
                           AT END
                               SET WS-EXIT-OK TO "S"
                           NOT AT END
                               MOVE SSR-RESERVA-ID TO WS-RS-PROCURA
                               PERFORM P830-RESERVA-DO-TITULAR
                               IF WS-RS-ACHADO = "S"
                                   MOVE SPACES TO WS-REL-LINHA
                                   STRING SSR-ID DELIMITED BY SIZE
                                       " RESERVA " DELIMITED BY SIZE
                                       SSR-RESERVA-ID DELIMITED BY SIZE
                                       " " DELIMITED BY SIZE
                                       SSR-CODIGO DELIMITED BY SIZE
                                       " " DELIMITED BY SIZE
                                       SSR-TEXTO DELIMITED BY SIZE
                                       INTO WS-REL-LINHA
                                   END-STRING
                                   PERFORM P920-REGISTO
                               END-IF
                       END-READ
                   END-PERFORM
                   SET WS-EXIT-OK TO "N"
                   CLOSE SSRINPUT
               ELSE
                   PERFORM P930-INDISPONIVEL
               END-IF
           END-IF.
           PERFORM P940-FIM-SECCAO.

       P270-FIDELIDADE.

           MOVE "CONTA DE FIDELIZACAO (fidelidade.dat)" TO
               WS-REL-LINHA.
           PERFORM P910-SECCAO.
           IF WS-PX-TOTAL > ZEROES
               OPEN INPUT FIDELIDADEINPUT
               IF WS-FID-STATUS-OK
                   MOVE 1 TO WS-PX-I
                   PERFORM UNTIL WS-PX-I > WS-PX-TOTAL
                       MOVE WS-PX-ID (WS-PX-I) TO FID-PAX-ID
                       READ FIDELIDADEINPUT
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE SPACES TO WS-REL-LINHA
                               STRING "PASSAGEIRO " DELIMITED BY SIZE
                                   FID-PAX-ID DELIMITED BY SIZE
                                   " PONTOS " DELIMITED BY SIZE
                                   FID-PONTOS DELIMITED BY SIZE
                                   " PONTOS 12M " DELIMITED BY SIZE
                                   FID-PONTOS-12M DELIMITED BY SIZE
                                   " NIVEL " DELIMITED BY SIZE
                                   FID-NIVEL DELIMITED BY SIZE
                                   " ULTIMA ATIVIDADE "
                                       DELIMITED BY SIZE
                                   FID-ULT-ATIV DELIMITED BY SIZE
                                   INTO WS-REL-LINHA
                               END-STRING
                               PERFORM P920-REGISTO
                       END-READ
                       ADD 1 TO WS-PX-I
                   END-PERFORM
                   CLOSE FIDELIDADEINPUT
               ELSE
                   PERFORM P930-INDISPONIVEL
               END-IF
           END-IF.
           PERFORM P940-FIM-SECCAO.

       P280-MOVIMENTOS-FIDELIDADE.

           MOVE "MOVIMENTOS DE PONTOS (fidmov.txt)" TO WS-REL-LINHA.
           PERFORM P910-SECCAO.
           IF WS-PX-TOTAL > ZEROES
               OPEN INPUT FIDMOVINPUT
               IF WS-FIDMOV-STATUS-OK
                   SET WS-EXIT-OK TO "N"
                   PERFORM UNTIL WS-EXIT-OK = "S"
                       READ FIDMOVINPUT
                           AT END
                               SET WS-EXIT-OK TO "S"
                           NOT AT END
                               MOVE FIDMOVINPUT-LINHA
                                   TO WS-FIDMOV-LINHA
                               MOVE WS-FIDMOV-PAX TO WS-PX-PROCURA
                               PERFORM P800-PAX-DO-TITULAR
                               IF WS-PX-ACHADO = "S"
                                   MOVE WS-FIDMOV-LINHA TO WS-REL-LINHA
                                   PERFORM P920-REGISTO
                               END-IF
                       END-READ
                   END-PERFORM
                   SET WS-EXIT-OK TO "N"
                   CLOSE FIDMOVINPUT
               ELSE
                   PERFORM P930-INDISPONIVEL
               END-IF
           END-IF.
           PERFORM P940-FIM-SECCAO.

       P290-CONSENTIMENTOS.

           MOVE "CONSENTIMENTOS (consentimentos.dat)" TO WS-REL-LINHA.
           PERFORM P910-SECCAO.
           IF WS-TIT-CONTACTO > ZEROES
               OPEN INPUT CONSENTIMENTOSINPUT
               IF WS-CNS-STATUS-OK
                   MOVE WS-TIT-CONTACTO TO CNS-CONTACTO-ID
                   READ CONSENTIMENTOSINPUT
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE SPACES TO WS-REL-LINHA
                           STRING "CONTACTO " DELIMITED BY SIZE
                                   CNS-CONTACTO-ID DELIMITED BY SIZE
                                   " MARKETING " DELIMITED BY SIZE
                                   CNS-MARKETING DELIMITED BY SIZE
                                   " CANAL " DELIMITED BY SIZE
                                   CNS-CANAL DELIMITED BY SIZE
                                   " DATA " DELIMITED BY SIZE
                                   CNS-DATA DELIMITED BY SIZE
                                   " ORIGEM " DELIMITED BY SIZE
                                   CNS-ORIGEM DELIMITED BY SIZE
                               INTO WS-REL-LINHA
                           END-STRING
                           PERFORM P920-REGISTO
                   END-READ
                   CLOSE CONSENTIMENTOSINPUT
               ELSE
                   PERFORM P930-INDISPONIVEL
               END-IF
           END-IF.
           PERFORM P940-FIM-SECCAO.

       P300-REGISTO-CONSENTIMENTOS.

           MOVE "HISTORICO DE CONSENTIMENTOS (consentlog.txt)" TO
               WS-REL-LINHA.
           PERFORM P910-SECCAO.
           IF WS-TIT-CONTACTO > ZEROES
               OPEN INPUT CONSENTLOGINPUT
               IF WS-CNSLOG-STATUS-OK
                   SET WS-EXIT-OK TO "N"
                   PERFORM UNTIL WS-EXIT-OK = "S"
                       READ CONSENTLOGINPUT
                           AT END
                               SET WS-EXIT-OK TO "S"
                           NOT AT END
                               MOVE CONSENTLOGINPUT-LINHA
                                   TO WS-CNSLOG-LINHA
                               IF WS-CNSLOG-ROTULO = " CONTACTO "
                                       AND WS-CNSLOG-CONTACTO
                                           = WS-TIT-CONTACTO
                                   MOVE WS-CNSLOG-LINHA TO WS-REL-LINHA
                                   PERFORM P920-REGISTO
                               END-IF
                       END-READ
                   END-PERFORM
                   SET WS-EXIT-OK TO "N"
                   CLOSE CONSENTLOGINPUT
               ELSE
                   PERFORM P930-INDISPONIVEL
               END-IF
           END-IF.
           PERFORM P940-FIM-SECCAO.

       P310-INTERACOES.

           MOVE "INTERACOES (interacoes.dat)" TO WS-REL-LINHA.
           PERFORM P910-SECCAO.
           IF WS-TIT-CONTACTO > ZEROES
               OPEN INPUT INTERACOESINPUT
               IF WS-INT-STATUS-OK
                   MOVE ZEROES TO INT-ID
                   SET WS-EXIT-OK TO "N"
                   START INTERACOESINPUT KEY IS NOT LESS THAN INT-ID
                       INVALID KEY
                           SET WS-EXIT-OK TO "S"
                   END-START
                   PERFORM UNTIL WS-EXIT-OK = "S"
                       READ INTERACOESINPUT NEXT
                           AT END
                               SET WS-EXIT-OK TO "S"
                           NOT AT END
                               IF INT-CONTACTO-ID = WS-TIT-CONTACTO
                                   MOVE SPACES TO WS-REL-LINHA
                                   STRING INT-ID DELIMITED BY SIZE
                                       " " DELIMITED BY SIZE
                                       INT-DATA DELIMITED BY SIZE
                                       " CANAL " DELIMITED BY SIZE
                                       INT-CANAL DELIMITED BY SIZE
                                       " OPER " DELIMITED BY SIZE
                                       INT-OPER DELIMITED BY SIZE
                                       " " DELIMITED BY SIZE
                                       INT-NOTA DELIMITED BY SIZE
                                       " SEGUIMENTO " DELIMITED BY SIZE
                                       INT-SEGUIMENTO DELIMITED BY SIZE
                                       INTO WS-REL-LINHA
                                   END-STRING
                                   PERFORM P920-REGISTO
                               END-IF
                       END-READ
                   END-PERFORM
                   SET WS-EXIT-OK TO "N"
                   CLOSE INTERACOESINPUT
               ELSE
                   PERFORM P930-INDISPONIVEL
               END-IF
           END-IF.
           PERFORM P940-FIM-SECCAO.

       P320-RECLAMACOES.

           MOVE "RECLAMACOES (reclamacoes.dat)" TO WS-REL-LINHA.
           PERFORM P910-SECCAO.
           IF WS-PX-TOTAL > ZEROES
               OPEN INPUT RECLAMACOESINPUT
               IF WS-RCL-STATUS-OK
                   MOVE ZEROES TO RCL-ID
                   SET WS-EXIT-OK TO "N"
                   START RECLAMACOESINPUT KEY IS NOT LESS THAN RCL-ID
                       INVALID KEY
                           SET WS-EXIT-OK TO "S"
                   END-START
                   PERFORM UNTIL WS-EXIT-OK = "S"
                       READ RECLAMACOESINPUT NEXT
                           AT END
                               SET WS-EXIT-OK TO "S"
                           NOT AT END
                               MOVE RCL-PAX-ID TO WS-PX-PROCURA
                               PERFORM P800-PAX-DO-TITULAR
                               IF WS-PX-ACHADO = "S"
                                   MOVE RCL-COMP TO WS-VALOR-ED
                                   MOVE SPACES TO WS-REL-LINHA
                                   STRING RCL-ID DELIMITED BY SIZE
                                       " " DELIMITED BY SIZE
                                       RCL-DATA DELIMITED BY SIZE
                                       " VOO " DELIMITED BY SIZE
                                       RCL-VOO-NUMERO DELIMITED BY SIZE
                                       " " DELIMITED BY SIZE
                                       RCL-VOO-DATA DELIMITED BY SIZE
                                       " " DELIMITED BY SIZE
                                       RCL-CATEGORIA DELIMITED BY SIZE
                                       " " DELIMITED BY SIZE
                                       RCL-TEXTO DELIMITED BY SIZE
                                       " " DELIMITED BY SIZE
                                       RCL-ESTADO DELIMITED BY SIZE
                                       " COMP " DELIMITED BY SIZE
                                       WS-VALOR-ED DELIMITED BY SIZE
                                       INTO WS-REL-LINHA
                                   END-STRING
                                   PERFORM P920-REGISTO
                               END-IF
                       END-READ
                   END-PERFORM
                   SET WS-EXIT-OK TO "N"
                   CLOSE RECLAMACOESINPUT
               ELSE
                   PERFORM P930-INDISPONIVEL
               END-IF
           END-IF.
           PERFORM P940-FIM-SECCAO.

       P330-VOUCHERS.

           MOVE "VOUCHERS (vouchers.dat)" TO WS-REL-LINHA.
           PERFORM P910-SECCAO.
           IF WS-PX-TOTAL > ZEROES
               OPEN INPUT VOUCHERSINPUT
               IF WS-VCH-STATUS-OK
                   MOVE ZEROES TO VCH-NUMERO
                   SET WS-EXIT-OK TO "N"
                   START VOUCHERSINPUT KEY IS NOT LESS THAN VCH-NUMERO
                       INVALID KEY
                           SET WS-EXIT-OK TO "S"
                   END-START
                   PERFORM UNTIL WS-EXIT-OK = "S"
                       READ VOUCHERSINPUT NEXT
                           AT END
                               SET WS-EXIT-OK TO "S"
                           NOT AT END
                               MOVE VCH-PAX-ID TO WS-PX-PROCURA
                               PERFORM P800-PAX-DO-TITULAR
                               IF WS-PX-ACHADO = "S"
                                   MOVE VCH-VALOR TO WS-VALOR-ED
                                   MOVE VCH-SALDO TO WS-VALOR2-ED
                                   MOVE SPACES TO WS-REL-LINHA
                                   STRING VCH-NUMERO DELIMITED BY SIZE
                                       " VALOR " DELIMITED BY SIZE
                                       WS-VALOR-ED DELIMITED BY SIZE
                                       " SALDO " DELIMITED BY SIZE
                                       WS-VALOR2-ED DELIMITED BY SIZE
                                       " " DELIMITED BY SIZE
                                       VCH-MOEDA DELIMITED BY SIZE
                                       " VALIDADE " DELIMITED BY SIZE
                                       VCH-VALIDADE DELIMITED BY SIZE
                                       " ESTADO " DELIMITED BY SIZE
                                       VCH-ESTADO DELIMITED BY SIZE
                                       INTO WS-REL-LINHA
                                   END-STRING
                                   PERFORM P920-REGISTO
                               END-IF
                       END-READ
                   END-PERFORM
                   SET WS-EXIT-OK TO "N"
                   CLOSE VOUCHERSINPUT
               ELSE
                   PERFORM P930-INDISPONIVEL
               END-IF
           END-IF.
           PERFORM P940-FIM-SECCAO.

       P340-ACHADOS.

           MOVE "PERDIDOS E ACHADOS (achados.dat)" TO WS-REL-LINHA.
           PERFORM P910-SECCAO.
           OPEN INPUT ACHADOSINPUT.
           IF WS-ACH-STATUS-OK
               MOVE ZEROES TO ACH-ID
               SET WS-EXIT-OK TO "N"
               START ACHADOSINPUT KEY IS NOT LESS THAN ACH-ID
                   INVALID KEY
                       SET WS-EXIT-OK TO "S"
               END-START
               PERFORM UNTIL WS-EXIT-OK = "S"
                   READ ACHADOSINPUT NEXT
                       AT END
                           SET WS-EXIT-OK TO "S"
                       NOT AT END
                           MOVE ACH-RECLAMANTE-PAX TO WS-PX-PROCURA
                           PERFORM P800-PAX-DO-TITULAR
                           IF WS-PX-ACHADO = "S"
                                   OR (ACH-RECLAMANTE-CONT > ZEROES
                                   AND ACH-RECLAMANTE-CONT
                                       = WS-TIT-CONTACTO)
                               MOVE SPACES TO WS-REL-LINHA
                               STRING ACH-ID DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   ACH-DATA DELIMITED BY SIZE
                                   " VOO " DELIMITED BY SIZE
                                   ACH-VOO-NUMERO DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   ACH-VOO-DATA DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   ACH-DESCRICAO DELIMITED BY SIZE
                                   " ESTADO " DELIMITED BY SIZE
                                   ACH-ESTADO DELIMITED BY SIZE
                                   " SAIDA " DELIMITED BY SIZE
                                   ACH-DATA-SAIDA DELIMITED BY SIZE
                                   INTO WS-REL-LINHA
                               END-STRING
                               PERFORM P920-REGISTO
                           END-IF
                   END-READ
               END-PERFORM
               SET WS-EXIT-OK TO "N"
               CLOSE ACHADOSINPUT
           ELSE
               PERFORM P930-INDISPONIVEL
           END-IF.
           PERFORM P940-FIM-SECCAO.

       P800-PAX-DO-TITULAR.

           MOVE "N" TO WS-PX-ACHADO.
           IF WS-PX-PROCURA > ZEROES
               MOVE 1 TO WS-PX-I
               PERFORM UNTIL WS-PX-I > WS-PX-TOTAL
                   IF WS-PX-ID (WS-PX-I) = WS-PX-PROCURA
                       MOVE "S" TO WS-PX-ACHADO
                       MOVE WS-PX-TOTAL TO WS-PX-I
                   END-IF
                   ADD 1 TO WS-PX-I
               END-PERFORM
           END-IF.

       P810-ACRESCENTAR-PAX.

           IF WS-PX-TOTAL < 50
               ADD 1 TO WS-PX-TOTAL
               MOVE WS-PX-PROCURA TO WS-PX-ID (WS-PX-TOTAL)
           END-IF.

       P820-ACRESCENTAR-RESERVA.

           IF WS-RS-TOTAL < 999
               ADD 1 TO WS-RS-TOTAL
               MOVE WS-RS-PROCURA TO WS-RS-ID (WS-RS-TOTAL)
           END-IF.

       P830-RESERVA-DO-TITULAR.

           MOVE "N" TO WS-RS-ACHADO.
           MOVE 1 TO WS-RS-I.
           PERFORM UNTIL WS-RS-I > WS-RS-TOTAL
               IF WS-RS-ID (WS-RS-I) = WS-RS-PROCURA
                   MOVE "S" TO WS-RS-ACHADO
                   MOVE WS-RS-TOTAL TO WS-RS-I
               END-IF
               ADD 1 TO WS-RS-I
           END-PERFORM.

       P900-ESCREVER-LINHA.

           MOVE WS-REL-LINHA TO TITULAROUTPUT-LINHA.
           WRITE TITULAROUTPUT-LINHA.

       P910-SECCAO.

           MOVE ZEROES TO WS-SEC-TOTAL.
           MOVE WS-REL-LINHA TO WS-SEC-TITULO.
           MOVE SPACES TO WS-REL-LINHA.
           PERFORM P900-ESCREVER-LINHA.
           MOVE WS-SEC-TITULO TO WS-REL-LINHA.
           PERFORM P900-ESCREVER-LINHA.

       P920-REGISTO.

           ADD 1 TO WS-SEC-TOTAL.
           ADD 1 TO WS-TOTAL-REGISTOS.
           MOVE WS-REL-LINHA TO TITULAROUTPUT-LINHA.
           MOVE SPACES TO WS-REL-LINHA.
           STRING "  " DELIMITED BY SIZE
                   TITULAROUTPUT-LINHA DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING.
           PERFORM P900-ESCREVER-LINHA.

       P930-INDISPONIVEL.

           ADD 1 TO WS-FICH-INDISP.
           MOVE "  FICHEIRO INDISPONIVEL - DADOS NAO CONSULTADOS" TO
               WS-REL-LINHA.
           PERFORM P900-ESCREVER-LINHA.
           MOVE 1 TO WS-SEC-TOTAL.

       P940-FIM-SECCAO.

           IF WS-SEC-TOTAL = ZEROES
               MOVE "  NENHUM REGISTO" TO WS-REL-LINHA
               PERFORM P900-ESCREVER-LINHA
           END-IF.

       P090-CARREGAR-AMBIENTE.

           CALL 'amb_util.o' USING WS-AMB-AREA.
           DISPLAY "AMBIENTE ATIVO: " WS-AMB-CODIGO.
           MOVE SPACES TO WS-CAM-ERROS.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/erros.txt" DELIMITED BY SIZE
               INTO WS-CAM-ERROS
           END-STRING.
           MOVE SPACES TO WS-CAM-CONTACTOS.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/contactos.dat" DELIMITED BY SIZE
               INTO WS-CAM-CONTACTOS
           END-STRING.
           MOVE SPACES TO WS-CAM-PASSAGEIROS.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/passageiros.dat" DELIMITED BY SIZE
               INTO WS-CAM-PASSAGEIROS
           END-STRING.
           MOVE SPACES TO WS-CAM-RESERVAS.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/project/reservas.dat" DELIMITED BY SIZE
               INTO WS-CAM-RESERVAS
           END-STRING.
           MOVE SPACES TO WS-CAM-RESHIST.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/project/reshist.dat" DELIMITED BY SIZE
               INTO WS-CAM-RESHIST
           END-STRING.
           MOVE SPACES TO WS-CAM-ITINERARIOS.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/itinerarios.dat" DELIMITED BY SIZE
               INTO WS-CAM-ITINERARIOS
           END-STRING.
           MOVE SPACES TO WS-CAM-BAGAGENS.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/project/bagagens.dat" DELIMITED BY SIZE
               INTO WS-CAM-BAGAGENS
           END-STRING.
           MOVE SPACES TO WS-CAM-SSR.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/project/ssr.dat" DELIMITED BY SIZE
               INTO WS-CAM-SSR
           END-STRING.
           MOVE SPACES TO WS-CAM-FIDELIDADE.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/fidelidade.dat" DELIMITED BY SIZE
               INTO WS-CAM-FIDELIDADE
           END-STRING.
           MOVE SPACES TO WS-CAM-FIDMOV.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/fidmov.txt" DELIMITED BY SIZE
               INTO WS-CAM-FIDMOV
           END-STRING.
           MOVE SPACES TO WS-CAM-CONSENTIMENTOS.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/consentimentos.dat" DELIMITED BY SIZE
               INTO WS-CAM-CONSENTIMENTOS
           END-STRING.
           MOVE SPACES TO WS-CAM-CONSENTLOG.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/consentlog.txt" DELIMITED BY SIZE
               INTO WS-CAM-CONSENTLOG
           END-STRING.
           MOVE SPACES TO WS-CAM-INTERACOES.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/interacoes.dat" DELIMITED BY SIZE
               INTO WS-CAM-INTERACOES
           END-STRING.
           MOVE SPACES TO WS-CAM-RECLAMACOES.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/reclamacoes.dat" DELIMITED BY SIZE
               INTO WS-CAM-RECLAMACOES
           END-STRING.
           MOVE SPACES TO WS-CAM-VOUCHERS.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/vouchers.dat" DELIMITED BY SIZE
               INTO WS-CAM-VOUCHERS
           END-STRING.
           MOVE SPACES TO WS-CAM-ACHADOS.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/achados.dat" DELIMITED BY SIZE
               INTO WS-CAM-ACHADOS
           END-STRING.
           MOVE SPACES TO WS-CAM-TITULAR.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/titular.txt" DELIMITED BY SIZE
               INTO WS-CAM-TITULAR
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

       END PROGRAM RELTITUL.
