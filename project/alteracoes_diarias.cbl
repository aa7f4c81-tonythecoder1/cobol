       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALTDIAR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT DIARIOINPUT ASSIGN TO
           WS-CAM-DIARIO
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FICHEIRO-STATUS-DIA.

       SELECT AUDITRESINPUT ASSIGN TO
           WS-CAM-AUDITRES
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FICHEIRO-STATUS-AUDRES.

       SELECT IMAGENSTRAB ASSIGN TO
           WS-CAM-IMAGENS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IMG-CHAVE
           FILE STATUS IS WS-FICHEIRO-STATUS-IMG.

       SELECT MARCAINPUT ASSIGN TO
           WS-CAM-MARCA
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FICHEIRO-STATUS-MRC.

       SELECT ALTERACOESOUTPUT ASSIGN TO
           WS-CAM-ALTERACOES
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FICHEIRO-STATUS-ALT.

       SELECT ERROSOUTPUT ASSIGN TO
           WS-CAM-ERROS
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-ERR.

       DATA DIVISION.

       FILE SECTION.

           FD DIARIOINPUT.
           01 DIARIOINPUT-LINHA PIC X(87).

           FD AUDITRESINPUT.
           01 AUDITRESINPUT-LINHA PIC X(84).

           FD IMAGENSTRAB.
           01 IMAGENSTRAB-REG.
               05 IMG-CHAVE.
                   10 IMG-FICHEIRO PIC X(01).
                   10 IMG-ID PIC X(12).
               05 IMG-IMAGEM PIC X(65).

           FD MARCAINPUT.
           01 MARCAINPUT-REG.
               05 MRC-ULT-LINHA PIC 9(09).
               05 MRC-ULT-SEQ PIC 9(09).
               05 MRC-BASE PIC 9(09).
               05 MRC-ULT-DATA PIC 9(08).
               05 MRC-ULT-DIARIO PIC X(87).

           FD ALTERACOESOUTPUT.
           01 ALTERACOESOUTPUT-LINHA PIC X(180).

           FD ERROSOUTPUT.
           01 ERROSOUTPUT-LINHA PIC X(85).

       WORKING-STORAGE SECTION.

           01 WS-AMB-AREA.
               05 WS-AMB-CODIGO PIC X(04).
               05 WS-AMB-RAIZ PIC X(60).
           77 WS-CAM-DIARIO PIC X(80) VALUE
               "/Users/antonyferreira/Documents/Cobol/diario.txt".
           77 WS-CAM-AUDITRES PIC X(80) VALUE
               "/Users/antonyferreira/Documents/Cobol/auditres.txt".
           77 WS-CAM-IMAGENS PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/project/altimg.dat".
           77 WS-CAM-MARCA PIC X(80) VALUE
               "/Users/antonyferreira/Documents/Cobol/altmarca.txt".
           77 WS-CAM-ALTERACOES PIC X(80) VALUE
               "/Users/antonyferreira/Documents/Cobol/alteracoes.txt".
           77 WS-CAM-ERROS PIC X(80) VALUE
               "/Users/antonyferreira/Documents/Cobol/erros.txt".

           01 WS-FICHEIRO-STATUS-DIA PIC XX.
               88 WS-DIA-STATUS-OK VALUE "00".
               88 WS-DIA-STATUS-NOVO VALUE "35".
           01 WS-FICHEIRO-STATUS-AUDRES PIC XX.
               88 WS-AUDRES-STATUS-OK VALUE "00".
           01 WS-FICHEIRO-STATUS-IMG PIC XX.
               88 WS-IMG-STATUS-OK VALUE "00".
           01 WS-FICHEIRO-STATUS-MRC PIC XX.
               88 WS-MRC-STATUS-OK VALUE "00".
           01 WS-FICHEIRO-STATUS-ALT PIC XX.
               88 WS-ALT-STATUS-OK VALUE "00".

           01 WS-FS-ERR PIC XX.
               88 WS-FS-ERR-OK VALUE "00".
               88 WS-FS-ERR-NOVO VALUE "35".

           01 WS-ERR-LINHA.
               05 WS-ERR-L-DATA PIC 9(08).
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-ERR-L-HORA PIC 9(08).
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-ERR-L-PROG PIC X(10) VALUE "ALTDIAR".
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-ERR-L-FICH PIC X(12) VALUE SPACES.
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-ERR-L-ESTADO PIC X(02) VALUE SPACES.
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-ERR-L-MSG PIC X(40) VALUE
                   "FALHA DE ABERTURA DE FICHEIRO".

           01 WS-DIA-LINHA PIC X(87).
               01 FILLER REDEFINES WS-DIA-LINHA.
               05 WS-DIA-DATA PIC 9(08).
               05 FILLER PIC X(01).
               05 WS-DIA-HORA PIC 9(08).
               05 FILLER PIC X(01).
               05 WS-DIA-FICHEIRO PIC X(01).
               05 FILLER PIC X(01).
               05 WS-DIA-OP PIC X(01).
               05 FILLER PIC X(01).
               05 WS-DIA-IMAGEM PIC X(65).

           01 WS-AUDRES-LINHA PIC X(84).
               01 FILLER REDEFINES WS-AUDRES-LINHA.
               05 WS-AUDRES-DATA PIC 9(08).
               05 FILLER PIC X(01).
               05 WS-AUDRES-HORA PIC 9(08).
               05 FILLER PIC X(01).
               05 WS-AUDRES-OPERADOR PIC 9(02).
               05 FILLER PIC X(01).
               05 WS-AUDRES-OP PIC X(01).
               05 FILLER PIC X(01).
               05 WS-AUDRES-RESERVA PIC 9(04).
               05 FILLER PIC X(57).

      *    MARCA DE RECOMECO: ULTIMA LINHA DO DIARIO JA PUBLICADA. O
      *    NUMERO DE SEQUENCIA E A BASE MAIS A POSICAO DA LINHA NO
      *    DIARIO, PELO QUE UM REENVIO VOLTA A GERAR OS MESMOS NUMEROS
           01 WS-MARCA.
               05 WS-MRC-ULT-LINHA PIC 9(09) VALUE ZEROES.
               05 WS-MRC-ULT-SEQ PIC 9(09) VALUE ZEROES.
               05 WS-MRC-BASE PIC 9(09) VALUE ZEROES.
               05 WS-MRC-ULT-DATA PIC 9(08) VALUE ZEROES.
               05 WS-MRC-ULT-DIARIO PIC X(87) VALUE SPACES.

      *    REGISTOS DO FEED: H = CABECALHO, A = ALTERACAO, T = FECHO
           01 WS-ALT-CABECALHO.
               05 WS-ALH-TIPO PIC X(01) VALUE "H".
               05 WS-ALH-DATA PIC 9(08).
               05 WS-ALH-HORA PIC 9(08).
               05 WS-ALH-MODO PIC X(01).
                   88 WS-ALH-NORMAL VALUE "N".
                   88 WS-ALH-REENVIO VALUE "R".
               05 WS-ALH-SEQ-ANTERIOR PIC 9(09).
               05 WS-ALH-DATA-REENVIO PIC 9(08).
               05 WS-ALH-AMBIENTE PIC X(04).

           01 WS-ALT-DETALHE.
               05 WS-ALD-TIPO PIC X(01) VALUE "A".
               05 WS-ALD-SEQ PIC 9(09).
               05 WS-ALD-DATA PIC 9(08).
               05 WS-ALD-HORA PIC 9(08).
               05 WS-ALD-ENTIDADE PIC X(01).
                   88 WS-ALD-VOO VALUE "V".
                   88 WS-ALD-RESERVA VALUE "R".
                   88 WS-ALD-ESPERA VALUE "W".
               05 WS-ALD-OPERACAO PIC X(01).
                   88 WS-ALD-INSERCAO VALUE "I".
                   88 WS-ALD-ALTERACAO VALUE "U".
                   88 WS-ALD-ELIMINACAO VALUE "D".
               05 WS-ALD-CHAVE PIC X(12).
               05 WS-ALD-OPERADOR PIC 9(02).
               05 WS-ALD-OP-AUDITORIA PIC X(01).
               05 WS-ALD-ANTES PIC X(65).
               05 WS-ALD-DEPOIS PIC X(65).

           01 WS-ALT-FECHO.
               05 WS-ALT-T-TIPO PIC X(01) VALUE "T".
               05 WS-ALT-T-REGISTOS PIC 9(07).
               05 WS-ALT-T-PRIMEIRA-SEQ PIC 9(09).
               05 WS-ALT-T-ULTIMA-SEQ PIC 9(09).

      *    OPERADOR DE CADA ALTERACAO DE RESERVA, TIRADO DA AUDITORIA
           01 WS-TABELA-AUDITORIA.
               05 WS-AUD-ENT OCCURS 5000 TIMES.
                   10 WS-AUD-DATA PIC 9(08).
                   10 WS-AUD-CENT PIC 9(07).
                   10 WS-AUD-RESERVA PIC 9(04).
                   10 WS-AUD-OPERADOR PIC 9(02).
                   10 WS-AUD-OP PIC X(01).
           77 WS-AUD-TOTAL PIC 9(04) VALUE ZEROES.
           77 WS-AUD-I PIC 9(04) VALUE ZEROES.
           77 WS-AUD-MELHOR PIC 9(04) VALUE ZEROES.
           77 WS-AUD-CHEIA PIC X(01) VALUE "N".
           77 WS-AUD-DATA-MIN PIC 9(08) VALUE ZEROES.

           01 WS-HORA-SPLIT PIC 9(08) VALUE ZEROES.
           01 WS-HORA-SPLIT-R REDEFINES WS-HORA-SPLIT.
               05 WS-HORA-HH PIC 9(02).
               05 WS-HORA-MM PIC 9(02).
               05 WS-HORA-SS PIC 9(02).
               05 WS-HORA-CC PIC 9(02).
           77 WS-CENT-CALC PIC 9(07) VALUE ZEROES.
           77 WS-CENT-DIARIO PIC 9(07) VALUE ZEROES.

           77 WS-EXIT-OK PIC X(01) VALUE "N".
           77 WS-MODO PIC X(01) VALUE "N".
           77 WS-DATA-HOJE PIC 9(08) VALUE ZEROES.
           77 WS-HORA-AGORA PIC 9(08) VALUE ZEROES.
           77 WS-DATA-REENVIO PIC 9(08) VALUE ZEROES.
           77 WS-LINHA-N PIC 9(09) VALUE ZEROES.
           77 WS-SEQ PIC 9(09) VALUE ZEROES.
           77 WS-PUBLICAR PIC X(01) VALUE "N".
           77 WS-DIARIO-REINICIADO PIC X(01) VALUE "N".
           77 WS-IMG-EXISTE PIC X(01) VALUE "N".
           77 WS-NOVA-ULT-LINHA PIC 9(09) VALUE ZEROES.
           77 WS-NOVA-ULT-DIARIO PIC X(87) VALUE SPACES.

           77 WS-TOT-LIDAS PIC 9(09) VALUE ZEROES.
           77 WS-TOT-PUBLICADAS PIC 9(07) VALUE ZEROES.
           77 WS-TOT-VOOS PIC 9(07) VALUE ZEROES.
           77 WS-TOT-RESERVAS PIC 9(07) VALUE ZEROES.
           77 WS-TOT-ESPERA PIC 9(07) VALUE ZEROES.
           77 WS-PRIMEIRA-SEQ PIC 9(09) VALUE ZEROES.

       LINKAGE SECTION.

           01 LK-COM-AREA.
               03 LK-MENSAGEM  PIC X(20).

       PROCEDURE DIVISION USING LK-COM-AREA.

       MAIN-PROCEDURE.

           PERFORM P090-CARREGAR-AMBIENTE.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-AGORA FROM TIME.
           MOVE ZEROES TO WS-TOT-LIDAS WS-TOT-PUBLICADAS WS-TOT-VOOS
                          WS-TOT-RESERVAS WS-TOT-ESPERA
                          WS-PRIMEIRA-SEQ WS-AUD-TOTAL.
           MOVE "N" TO WS-AUD-CHEIA.
           MOVE "N" TO WS-DIARIO-REINICIADO.

      *    "REENVIO AAAAMMDD" VOLTA A EMITIR AS ALTERACOES JA PUBLICADAS
      *    DESSE DIA, COM OS NUMEROS DE SEQUENCIA ORIGINAIS
           MOVE "N" TO WS-MODO.
           MOVE ZEROES TO WS-DATA-REENVIO.
           IF LK-MENSAGEM (1:7) = "REENVIO"
               IF LK-MENSAGEM (9:8) IS NUMERIC
                   MOVE "R" TO WS-MODO
                   MOVE LK-MENSAGEM (9:8) TO WS-DATA-REENVIO
               ELSE
                   DISPLAY "ALTERACOES: DATA DE REENVIO INVALIDA"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.

           PERFORM P100-LER-MARCA.

           IF WS-MODO = "N"
               PERFORM P150-VERIFICAR-DIARIO
               MOVE WS-MRC-ULT-DATA TO WS-AUD-DATA-MIN
           ELSE
               MOVE WS-DATA-REENVIO TO WS-AUD-DATA-MIN
           END-IF.

           PERFORM P200-CARREGAR-AUDITORIA.

           OPEN OUTPUT IMAGENSTRAB.
           CLOSE IMAGENSTRAB.
           OPEN I-O IMAGENSTRAB.
           IF NOT WS-IMG-STATUS-OK
               MOVE "ALTIMG" TO WS-ERR-L-FICH
               MOVE WS-FICHEIRO-STATUS-IMG TO WS-ERR-L-ESTADO
               PERFORM P095-REGISTAR-ERRO-ABERTURA
               DISPLAY "ALTERACOES: FICHEIRO DE TRABALHO INDISPONIVEL"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT ALTERACOESOUTPUT.
           IF NOT WS-ALT-STATUS-OK
               MOVE "ALTERACOES" TO WS-ERR-L-FICH
               MOVE WS-FICHEIRO-STATUS-ALT TO WS-ERR-L-ESTADO
               PERFORM P095-REGISTAR-ERRO-ABERTURA
               DISPLAY "NAO FOI POSSIVEL CRIAR O FICHEIRO "
                       "alteracoes.txt"
               CLOSE IMAGENSTRAB
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE WS-DATA-HOJE TO WS-ALH-DATA.
           MOVE WS-HORA-AGORA TO WS-ALH-HORA.
           MOVE WS-MODO TO WS-ALH-MODO.
           MOVE WS-DATA-REENVIO TO WS-ALH-DATA-REENVIO.
           MOVE WS-AMB-CODIGO TO WS-ALH-AMBIENTE.
           IF WS-MODO = "N"
               MOVE WS-MRC-ULT-SEQ TO WS-ALH-SEQ-ANTERIOR
           ELSE
               MOVE ZEROES TO WS-ALH-SEQ-ANTERIOR
           END-IF.
           MOVE SPACES TO ALTERACOESOUTPUT-LINHA.
           MOVE WS-ALT-CABECALHO TO ALTERACOESOUTPUT-LINHA.
           WRITE ALTERACOESOUTPUT-LINHA.

           MOVE WS-MRC-ULT-LINHA TO WS-NOVA-ULT-LINHA.
           MOVE WS-MRC-ULT-DIARIO TO WS-NOVA-ULT-DIARIO.

           OPEN INPUT DIARIOINPUT.
           IF WS-DIA-STATUS-OK
               PERFORM P300-PROCESSAR-DIARIO
               CLOSE DIARIOINPUT
           ELSE
               IF NOT WS-DIA-STATUS-NOVO
                   MOVE "DIARIO" TO WS-ERR-L-FICH
                   MOVE WS-FICHEIRO-STATUS-DIA TO WS-ERR-L-ESTADO
                   PERFORM P095-REGISTAR-ERRO-ABERTURA
                   DISPLAY "ALTERACOES: DIARIO INDISPONIVEL"
                   CLOSE IMAGENSTRAB
                   CLOSE ALTERACOESOUTPUT
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.

           CLOSE IMAGENSTRAB.

           MOVE WS-TOT-PUBLICADAS TO WS-ALT-T-REGISTOS.
           MOVE WS-PRIMEIRA-SEQ TO WS-ALT-T-PRIMEIRA-SEQ.
           IF WS-TOT-PUBLICADAS > ZEROES
               MOVE WS-SEQ TO WS-ALT-T-ULTIMA-SEQ
           ELSE
               MOVE WS-ALH-SEQ-ANTERIOR TO WS-ALT-T-ULTIMA-SEQ
           END-IF.
           MOVE SPACES TO ALTERACOESOUTPUT-LINHA.
           MOVE WS-ALT-FECHO TO ALTERACOESOUTPUT-LINHA.
           WRITE ALTERACOESOUTPUT-LINHA.
           CLOSE ALTERACOESOUTPUT.

      *    A MARCA SO AVANCA DEPOIS DO FEED COMPLETO; UMA EXECUCAO
      *    INTERROMPIDA REPETE-SE SEM SALTAR NEM DUPLICAR ALTERACOES
           IF WS-MODO = "N"
               PERFORM P400-GRAVAR-MARCA
           END-IF.

           DISPLAY " ".
           DISPLAY "*** FEED DIARIO DE ALTERACOES ***".
           IF WS-MODO = "R"
               DISPLAY "REENVIO DO DIA " WS-DATA-REENVIO
           END-IF.
           IF WS-DIARIO-REINICIADO = "S"
               DISPLAY "AVISO: DIARIO REINICIADO - SEQUENCIA "
                       "CONTINUA A PARTIR DE " WS-MRC-BASE
           END-IF.
           DISPLAY "LINHAS DO DIARIO LIDAS: " WS-TOT-LIDAS.
           DISPLAY "ALTERACOES PUBLICADAS: " WS-TOT-PUBLICADAS
                   " (VOOS " WS-TOT-VOOS " RESERVAS " WS-TOT-RESERVAS
                   " ESPERA " WS-TOT-ESPERA ")".
           DISPLAY "SEQUENCIA ANTERIOR: " WS-ALH-SEQ-ANTERIOR
                   " ULTIMA: " WS-ALT-T-ULTIMA-SEQ.
           IF WS-AUD-CHEIA = "S"
               DISPLAY "AVISO: TABELA DE AUDITORIA ESGOTADA - "
                       "OPERADOR EM FALTA EM ALGUMAS RESERVAS"
           END-IF.
           DISPLAY "FEED EM alteracoes.txt".

           GOBACK.

       P100-LER-MARCA.

           INITIALIZE WS-MARCA.
           OPEN INPUT MARCAINPUT.
           IF WS-MRC-STATUS-OK
               READ MARCAINPUT
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE MARCAINPUT-REG TO WS-MARCA
               END-READ
               CLOSE MARCAINPUT
           END-IF.

      *    SE A LINHA DA MARCA JA NAO ESTA NA MESMA POSICAO O DIARIO FOI
      *    SUBSTITUIDO: A SEQUENCIA CONTINUA E TODO O DIARIO E PUBLICADO
       P150-VERIFICAR-DIARIO.

           IF WS-MRC-ULT-LINHA > ZEROES
               MOVE ZEROES TO WS-LINHA-N
               MOVE SPACES TO WS-DIA-LINHA
               OPEN INPUT DIARIOINPUT
               IF WS-DIA-STATUS-OK
                   MOVE "N" TO WS-EXIT-OK
                   PERFORM UNTIL WS-EXIT-OK = "S"
                       READ DIARIOINPUT
                           AT END
                               MOVE "S" TO WS-EXIT-OK
                           NOT AT END
                               ADD 1 TO WS-LINHA-N
                               IF WS-LINHA-N = WS-MRC-ULT-LINHA
                                   MOVE DIARIOINPUT-LINHA
                                       TO WS-DIA-LINHA
                                   MOVE "S" TO WS-EXIT-OK
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE DIARIOINPUT
               END-IF
               IF WS-LINHA-N < WS-MRC-ULT-LINHA
                  OR WS-DIA-LINHA NOT = WS-MRC-ULT-DIARIO
                   MOVE "S" TO WS-DIARIO-REINICIADO
                   MOVE WS-MRC-ULT-SEQ TO WS-MRC-BASE
                   MOVE ZEROES TO WS-MRC-ULT-LINHA
                   MOVE SPACES TO WS-MRC-ULT-DIARIO
               END-IF
           END-IF.

       P200-CARREGAR-AUDITORIA.

           OPEN INPUT AUDITRESINPUT.
           IF WS-AUDRES-STATUS-OK
               MOVE "N" TO WS-EXIT-OK
               PERFORM UNTIL WS-EXIT-OK = "S"
                   READ AUDITRESINPUT
                       AT END
                           MOVE "S" TO WS-EXIT-OK
                       NOT AT END
                           MOVE AUDITRESINPUT-LINHA TO WS-AUDRES-LINHA
                           IF WS-AUDRES-DATA IS NUMERIC
                              AND WS-AUDRES-DATA >= WS-AUD-DATA-MIN
                              AND WS-AUDRES-RESERVA IS NUMERIC
                               PERFORM P210-GUARDAR-AUDITORIA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDITRESINPUT
           END-IF.

       P210-GUARDAR-AUDITORIA.

           IF WS-AUD-TOTAL < 5000
               ADD 1 TO WS-AUD-TOTAL
               MOVE WS-AUDRES-DATA TO WS-AUD-DATA (WS-AUD-TOTAL)
               MOVE WS-AUDRES-HORA TO WS-HORA-SPLIT
               PERFORM P220-CALCULAR-CENTESIMOS
               MOVE WS-CENT-CALC TO WS-AUD-CENT (WS-AUD-TOTAL)
               MOVE WS-AUDRES-RESERVA TO WS-AUD-RESERVA (WS-AUD-TOTAL)
               MOVE WS-AUDRES-OPERADOR
                   TO WS-AUD-OPERADOR (WS-AUD-TOTAL)
               MOVE WS-AUDRES-OP TO WS-AUD-OP (WS-AUD-TOTAL)
           ELSE
               MOVE "S" TO WS-AUD-CHEIA
           END-IF.

       P220-CALCULAR-CENTESIMOS.

           COMPUTE WS-CENT-CALC = WS-HORA-HH * 360000
                                + WS-HORA-MM * 6000
                                + WS-HORA-SS * 100
                                + WS-HORA-CC.

       P300-PROCESSAR-DIARIO.

           MOVE ZEROES TO WS-LINHA-N.
           MOVE "N" TO WS-EXIT-OK.
           PERFORM UNTIL WS-EXIT-OK = "S"
               READ DIARIOINPUT
                   AT END
                       MOVE "S" TO WS-EXIT-OK
                   NOT AT END
                       ADD 1 TO WS-LINHA-N
                       ADD 1 TO WS-TOT-LIDAS
                       MOVE DIARIOINPUT-LINHA TO WS-DIA-LINHA
                       IF WS-DIA-FICHEIRO = "V" OR WS-DIA-FICHEIRO = "R"
                          OR WS-DIA-FICHEIRO = "W"
                           PERFORM P310-TRATAR-LINHA
                       END-IF
               END-READ
           END-PERFORM.

       P310-TRATAR-LINHA.

           MOVE WS-DIA-FICHEIRO TO IMG-FICHEIRO.
           MOVE SPACES TO IMG-ID.
           IF WS-DIA-FICHEIRO = "V"
               MOVE WS-DIA-IMAGEM (1:12) TO IMG-ID
           ELSE
               MOVE WS-DIA-IMAGEM (1:4) TO IMG-ID
           END-IF.
           MOVE IMG-ID TO WS-ALD-CHAVE.
           MOVE SPACES TO WS-ALD-ANTES.
           MOVE "N" TO WS-IMG-EXISTE.
           READ IMAGENSTRAB
               INVALID KEY
                   MOVE "N" TO WS-IMG-EXISTE
               NOT INVALID KEY
                   MOVE "S" TO WS-IMG-EXISTE
                   MOVE IMG-IMAGEM TO WS-ALD-ANTES
           END-READ.

           COMPUTE WS-SEQ = WS-MRC-BASE + WS-LINHA-N.
           MOVE "N" TO WS-PUBLICAR.
           IF WS-MODO = "N"
               IF WS-LINHA-N > WS-MRC-ULT-LINHA
                   MOVE "S" TO WS-PUBLICAR
               END-IF
           ELSE
               IF WS-DIA-DATA = WS-DATA-REENVIO
                  AND WS-LINHA-N NOT > WS-MRC-ULT-LINHA
                   MOVE "S" TO WS-PUBLICAR
               END-IF
           END-IF.
           IF WS-PUBLICAR = "S"
               PERFORM P320-PUBLICAR-ALTERACAO
           END-IF.

           MOVE WS-DIA-FICHEIRO TO IMG-FICHEIRO.
           MOVE WS-ALD-CHAVE TO IMG-ID.
           IF WS-DIA-OP = "D"
               IF WS-IMG-EXISTE = "S"
                   DELETE IMAGENSTRAB
               END-IF
           ELSE
               MOVE WS-DIA-IMAGEM TO IMG-IMAGEM
               IF WS-IMG-EXISTE = "S"
                   REWRITE IMAGENSTRAB-REG
               ELSE
                   WRITE IMAGENSTRAB-REG
               END-IF
           END-IF.

       P320-PUBLICAR-ALTERACAO.

           MOVE WS-SEQ TO WS-ALD-SEQ.
           MOVE WS-DIA-DATA TO WS-ALD-DATA.
           MOVE WS-DIA-HORA TO WS-ALD-HORA.
           MOVE WS-DIA-FICHEIRO TO WS-ALD-ENTIDADE.
           EVALUATE WS-DIA-OP
               WHEN "W"
                   MOVE "I" TO WS-ALD-OPERACAO
                   MOVE SPACES TO WS-ALD-ANTES
                   MOVE WS-DIA-IMAGEM TO WS-ALD-DEPOIS
               WHEN "D"
                   MOVE "D" TO WS-ALD-OPERACAO
                   IF WS-IMG-EXISTE = "N"
                       MOVE WS-DIA-IMAGEM TO WS-ALD-ANTES
                   END-IF
                   MOVE SPACES TO WS-ALD-DEPOIS
               WHEN OTHER
                   MOVE "U" TO WS-ALD-OPERACAO
                   MOVE WS-DIA-IMAGEM TO WS-ALD-DEPOIS
           END-EVALUATE.

           MOVE ZEROES TO WS-ALD-OPERADOR.
           MOVE SPACES TO WS-ALD-OP-AUDITORIA.
           IF WS-DIA-FICHEIRO = "R"
               PERFORM P330-PROCURAR-AUDITORIA
           END-IF.

           MOVE SPACES TO ALTERACOESOUTPUT-LINHA.
           MOVE WS-ALT-DETALHE TO ALTERACOESOUTPUT-LINHA.
           WRITE ALTERACOESOUTPUT-LINHA.

           ADD 1 TO WS-TOT-PUBLICADAS.
           IF WS-PRIMEIRA-SEQ = ZEROES
               MOVE WS-SEQ TO WS-PRIMEIRA-SEQ
           END-IF.
           EVALUATE WS-DIA-FICHEIRO
               WHEN "V"
                   ADD 1 TO WS-TOT-VOOS
               WHEN "R"
                   ADD 1 TO WS-TOT-RESERVAS
               WHEN "W"
                   ADD 1 TO WS-TOT-ESPERA
           END-EVALUATE.
           IF WS-MODO = "N"
               MOVE WS-LINHA-N TO WS-NOVA-ULT-LINHA
               MOVE WS-DIA-LINHA TO WS-NOVA-ULT-DIARIO
           END-IF.

      *    ULTIMA ENTRADA DE AUDITORIA DA RESERVA NO MESMO DIA ATE UM
      *    SEGUNDO DEPOIS DA LINHA DO DIARIO
       P330-PROCURAR-AUDITORIA.

           MOVE WS-DIA-HORA TO WS-HORA-SPLIT.
           PERFORM P220-CALCULAR-CENTESIMOS.
           ADD 100 TO WS-CENT-CALC GIVING WS-CENT-DIARIO.
           MOVE ZEROES TO WS-AUD-MELHOR.
           MOVE 1 TO WS-AUD-I.
           PERFORM UNTIL WS-AUD-I > WS-AUD-TOTAL
               IF WS-AUD-DATA (WS-AUD-I) = WS-DIA-DATA
                  AND WS-AUD-RESERVA (WS-AUD-I) = WS-DIA-IMAGEM (1:4)
                  AND WS-AUD-CENT (WS-AUD-I) NOT > WS-CENT-DIARIO
                   MOVE WS-AUD-I TO WS-AUD-MELHOR
               END-IF
               ADD 1 TO WS-AUD-I
           END-PERFORM.
           IF WS-AUD-MELHOR > ZEROES
               MOVE WS-AUD-OPERADOR (WS-AUD-MELHOR) TO WS-ALD-OPERADOR
               MOVE WS-AUD-OP (WS-AUD-MELHOR) TO WS-ALD-OP-AUDITORIA
           END-IF.

       P400-GRAVAR-MARCA.

           IF WS-TOT-PUBLICADAS > ZEROES
               MOVE WS-SEQ TO WS-MRC-ULT-SEQ
               MOVE WS-NOVA-ULT-LINHA TO WS-MRC-ULT-LINHA
               MOVE WS-NOVA-ULT-DIARIO TO WS-MRC-ULT-DIARIO
               MOVE WS-NOVA-ULT-DIARIO (1:8) TO WS-MRC-ULT-DATA
           END-IF.
           OPEN OUTPUT MARCAINPUT.
           IF WS-MRC-STATUS-OK
               MOVE WS-MARCA TO MARCAINPUT-REG
               WRITE MARCAINPUT-REG
               CLOSE MARCAINPUT
           ELSE
               MOVE "ALTMARCA" TO WS-ERR-L-FICH
               MOVE WS-FICHEIRO-STATUS-MRC TO WS-ERR-L-ESTADO
               PERFORM P095-REGISTAR-ERRO-ABERTURA
               DISPLAY "ALTERACOES: MARCA DE RECOMECO NAO GRAVADA"
               MOVE 8 TO RETURN-CODE
           END-IF.

       P090-CARREGAR-AMBIENTE.

           CALL 'amb_util.o' USING WS-AMB-AREA.
           MOVE SPACES TO WS-CAM-DIARIO.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/diario.txt" DELIMITED BY SIZE
               INTO WS-CAM-DIARIO
           END-STRING.
           MOVE SPACES TO WS-CAM-AUDITRES.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/auditres.txt" DELIMITED BY SIZE
               INTO WS-CAM-AUDITRES
           END-STRING.
           MOVE SPACES TO WS-CAM-IMAGENS.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/project/altimg.dat" DELIMITED BY SIZE
               INTO WS-CAM-IMAGENS
           END-STRING.
           MOVE SPACES TO WS-CAM-MARCA.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/altmarca.txt" DELIMITED BY SIZE
               INTO WS-CAM-MARCA
           END-STRING.
           MOVE SPACES TO WS-CAM-ALTERACOES.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/alteracoes.txt" DELIMITED BY SIZE
               INTO WS-CAM-ALTERACOES
           END-STRING.
           MOVE SPACES TO WS-CAM-ERROS.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/erros.txt" DELIMITED BY SIZE
               INTO WS-CAM-ERROS
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

       END PROGRAM ALTDIAR.
