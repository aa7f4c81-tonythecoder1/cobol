       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECHOTEL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT FATURASINPUT ASSIGN TO
           WS-CAM-FATURAS
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FICHEIRO-STATUS-FAT.

       SELECT ESTADIASINPUT ASSIGN TO
           WS-CAM-ESTADIAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EST-CHAVE
           FILE STATUS IS WS-FICHEIRO-STATUS-EST.

       SELECT RECHOTELOUTPUT ASSIGN TO
           WS-CAM-RECHOTEL
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FICHEIRO-STATUS-REC.

       SELECT ERROSOUTPUT ASSIGN TO
           WS-CAM-ERROS
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-ERR.

       DATA DIVISION.

       FILE SECTION.

      *    UMA LINHA POR HOSPEDE E ESTADIA, TAL COMO O HOTEL A FATURA
           FD FATURASINPUT.
           01 FATURASINPUT-REG.
               05 FTH-CIDADE PIC X(10).
               05 FTH-FATURA PIC X(10).
               05 FTH-DATA-ENTRADA PIC 9(08).
               05 FTH-TRIP-ID PIC 9(04).
               05 FTH-NOITES PIC 9(02).
               05 FTH-VALOR PIC 9(06)V99.

           FD ESTADIASINPUT.
           01 ESTADIASINPUT-REG.
               05 EST-CHAVE.
                   10 EST-CIDADE PIC X(10).
                   10 EST-DATA-ENTRADA PIC 9(08).
                   10 EST-TRIP-ID PIC 9(04).
               05 EST-NOME PIC X(20).
               05 EST-DATA-SAIDA PIC 9(08).
               05 EST-NOITES PIC 9(02).
               05 EST-VOO-CHEGADA.
                   10 EST-CHEGADA-NUMERO PIC 9(04).
                   10 EST-CHEGADA-DATA PIC 9(08).
               05 EST-VOO-SAIDA.
                   10 EST-SAIDA-NUMERO PIC 9(04).
                   10 EST-SAIDA-DATA PIC 9(08).
               05 EST-HOTEL PIC X(20).
               05 EST-TARIFA PIC 9(04)V99.
               05 EST-AJUDA PIC 9(05)V99.
               05 EST-ESTADO PIC X(01).
                   88 EST-PENDENTE VALUE "P".
                   88 EST-SEM-CONTRATO VALUE "S".
                   88 EST-CONFERIDA VALUE "C".
                   88 EST-DIVERGENTE VALUE "D".
               05 EST-FATURA PIC X(10).
               05 EST-VALOR-FATURADO PIC 9(06)V99.

           FD RECHOTELOUTPUT.
           01 RECHOTELOUTPUT-LINHA PIC X(90).

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
               05 WS-ERR-L-PROG PIC X(10) VALUE "RECHOTEL".
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
           77 WS-CAM-FATURAS PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/fathotel.txt".
           77 WS-CAM-ESTADIAS PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/project/estadias.dat".
           77 WS-CAM-RECHOTEL PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/rechotel.txt".

           01 WS-FICHEIRO-STATUS-FAT PIC XX.
               88 WS-FAT-STATUS-OK VALUE "00".
           01 WS-FICHEIRO-STATUS-EST PIC XX.
               88 WS-EST-STATUS-OK VALUE "00".
           01 WS-FICHEIRO-STATUS-REC PIC XX.
               88 WS-REC-STATUS-OK VALUE "00".

           77 WS-EXIT-OK PIC X(01) VALUE "N".
           77 WS-DATA-HOJE PIC 9(08) VALUE ZEROES.

           77 WS-REC-MOTIVO PIC X(30) VALUE SPACES.
           77 WS-REC-PREVISTO PIC 9(06)V99 VALUE ZEROES.
           77 WS-REC-DIF-NOITES PIC S9(02) VALUE ZEROES.
           77 WS-REC-DIF-VALOR PIC S9(07)V99 VALUE ZEROES.
           77 WS-REC-DIF-NOITES-ED PIC -(2)9.
           77 WS-REC-DIF-VALOR-ED PIC -(7)9.99.

           77 WS-TOTAL-LINHAS PIC 9(05) VALUE ZEROES.
           77 WS-TOTAL-CONFERE PIC 9(05) VALUE ZEROES.
           77 WS-TOTAL-DIVERGE PIC 9(05) VALUE ZEROES.
           77 WS-TOTAL-SEM-ESTADIA PIC 9(05) VALUE ZEROES.
           77 WS-TOTAL-DUPLICADO PIC 9(05) VALUE ZEROES.
           77 WS-TOTAL-PENDENTES PIC 9(05) VALUE ZEROES.
           77 WS-TOTAL-FATURADO PIC 9(09)V99 VALUE ZEROES.
           77 WS-TOTAL-CONTESTADO PIC S9(09)V99 VALUE ZEROES.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           PERFORM P090-CARREGAR-AMBIENTE.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.

           OPEN INPUT FATURASINPUT.
           IF NOT WS-FAT-STATUS-OK
               MOVE "FATHOTEL" TO WS-ERR-L-FICH
               MOVE WS-FICHEIRO-STATUS-FAT TO WS-ERR-L-ESTADO
               PERFORM P095-REGISTAR-ERRO-ABERTURA
               DISPLAY "SEM FATURA DE HOTEL (fathotel.txt)"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O ESTADIASINPUT.
           IF NOT WS-EST-STATUS-OK
               MOVE "ESTADIAS" TO WS-ERR-L-FICH
               MOVE WS-FICHEIRO-STATUS-EST TO WS-ERR-L-ESTADO
               PERFORM P095-REGISTAR-ERRO-ABERTURA
               DISPLAY "SEM LISTAS DE QUARTOS DA TRIPULACAO"
               CLOSE FATURASINPUT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT RECHOTELOUTPUT.

           DISPLAY " ".
           DISPLAY "*** CONFERENCIA DE FATURAS DE HOTEL ***".
           MOVE SPACES TO RECHOTELOUTPUT-LINHA.
           STRING "CONFERENCIA DE FATURAS DE HOTEL - " DELIMITED BY SIZE
                   WS-DATA-HOJE DELIMITED BY SIZE
               INTO RECHOTELOUTPUT-LINHA
           END-STRING.
           WRITE RECHOTELOUTPUT-LINHA.

           SET WS-EXIT-OK TO "N".
           PERFORM UNTIL WS-EXIT-OK = "S"
               READ FATURASINPUT
                   AT END
                       SET WS-EXIT-OK TO "S"
                   NOT AT END
                       ADD 1 TO WS-TOTAL-LINHAS
                       ADD FTH-VALOR TO WS-TOTAL-FATURADO
                       PERFORM P200-CONFRONTAR-LINHA
               END-READ
           END-PERFORM.
           SET WS-EXIT-OK TO "N".

           PERFORM P500-CONTAR-PENDENTES.

           CLOSE FATURASINPUT.
           CLOSE ESTADIASINPUT.

           MOVE WS-TOTAL-CONTESTADO TO WS-REC-DIF-VALOR-ED.
           MOVE SPACES TO RECHOTELOUTPUT-LINHA.
           STRING "LINHAS " DELIMITED BY SIZE
                   WS-TOTAL-LINHAS DELIMITED BY SIZE
                   " CONFEREM " DELIMITED BY SIZE
                   WS-TOTAL-CONFERE DELIMITED BY SIZE
                   " DIVERGEM " DELIMITED BY SIZE
                   WS-TOTAL-DIVERGE DELIMITED BY SIZE
                   " SEM ESTADIA " DELIMITED BY SIZE
                   WS-TOTAL-SEM-ESTADIA DELIMITED BY SIZE
                   " DUPLICADAS " DELIMITED BY SIZE
                   WS-TOTAL-DUPLICADO DELIMITED BY SIZE
                   " A CONTESTAR " DELIMITED BY SIZE
                   WS-REC-DIF-VALOR-ED DELIMITED BY SIZE
               INTO RECHOTELOUTPUT-LINHA
           END-STRING.
           WRITE RECHOTELOUTPUT-LINHA.
           CLOSE RECHOTELOUTPUT.

           DISPLAY " ".
           DISPLAY "LINHAS DE FATURA LIDAS: " WS-TOTAL-LINHAS.
           DISPLAY "CONFEREM COM A LISTA DE QUARTOS: "
                   WS-TOTAL-CONFERE.
           DISPLAY "COM DIFERENCA DE NOITES OU VALOR: "
                   WS-TOTAL-DIVERGE.
           DISPLAY "FATURADAS SEM ESTADIA NA LISTA: "
                   WS-TOTAL-SEM-ESTADIA.
           DISPLAY "ESTADIAS FATURADAS EM DUPLICADO: "
                   WS-TOTAL-DUPLICADO.
           DISPLAY "VALOR A CONTESTAR AOS HOTEIS: "
                   WS-REC-DIF-VALOR-ED.
           DISPLAY "ESTADIAS JA PASSADAS AINDA POR FATURAR: "
                   WS-TOTAL-PENDENTES.
           DISPLAY "RELATORIO GRAVADO EM rechotel.txt".

           IF WS-TOTAL-DIVERGE > ZEROES
                   OR WS-TOTAL-SEM-ESTADIA > ZEROES
                   OR WS-TOTAL-DUPLICADO > ZEROES
               MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.

       P200-CONFRONTAR-LINHA.

           MOVE FTH-CIDADE TO EST-CIDADE.
           MOVE FTH-DATA-ENTRADA TO EST-DATA-ENTRADA.
           MOVE FTH-TRIP-ID TO EST-TRIP-ID.
           READ ESTADIASINPUT
               INVALID KEY
                   ADD 1 TO WS-TOTAL-SEM-ESTADIA
                   ADD FTH-VALOR TO WS-TOTAL-CONTESTADO
                   MOVE FTH-VALOR TO WS-REC-DIF-VALOR
                   MOVE ZEROES TO WS-REC-DIF-NOITES
                   MOVE "NAO CONSTA DA LISTA DE QUARTOS" TO
                       WS-REC-MOTIVO
                   PERFORM P300-ESCREVER-DIFERENCA
               NOT INVALID KEY
                   IF EST-CONFERIDA OR EST-DIVERGENTE
                       ADD 1 TO WS-TOTAL-DUPLICADO
                       ADD FTH-VALOR TO WS-TOTAL-CONTESTADO
                       MOVE FTH-VALOR TO WS-REC-DIF-VALOR
                       MOVE ZEROES TO WS-REC-DIF-NOITES
                       MOVE "ESTADIA JA FATURADA" TO WS-REC-MOTIVO
                       PERFORM P300-ESCREVER-DIFERENCA
                   ELSE
                       PERFORM P210-COMPARAR-ESTADIA
                   END-IF
           END-READ.

      *    O CUSTO ACEITE E O DA LISTA DE QUARTOS (NOITES ESCALADAS A
      *    TARIFA CONTRATADA); SEM CONTRATO NAO HA TARIFA PARA COMPARAR
      *    E A ESTADIA FICA DIVERGENTE PARA VALIDACAO MANUAL
       P210-COMPARAR-ESTADIA.

           MOVE SPACES TO WS-REC-MOTIVO.
           COMPUTE WS-REC-PREVISTO = EST-NOITES * EST-TARIFA.
           COMPUTE WS-REC-DIF-NOITES = FTH-NOITES - EST-NOITES.
           COMPUTE WS-REC-DIF-VALOR = FTH-VALOR - WS-REC-PREVISTO.
           EVALUATE TRUE
               WHEN EST-SEM-CONTRATO
                   MOVE "HOTEL SEM CONTRATO" TO WS-REC-MOTIVO
               WHEN WS-REC-DIF-NOITES NOT = ZEROES
                       AND WS-REC-DIF-VALOR NOT = ZEROES
                   MOVE "NOITES E VALOR" TO WS-REC-MOTIVO
               WHEN WS-REC-DIF-NOITES NOT = ZEROES
                   MOVE "NOITES" TO WS-REC-MOTIVO
               WHEN WS-REC-DIF-VALOR NOT = ZEROES
                   MOVE "VALOR FORA DA TARIFA" TO WS-REC-MOTIVO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           MOVE FTH-FATURA TO EST-FATURA.
           MOVE FTH-VALOR TO EST-VALOR-FATURADO.
           IF WS-REC-MOTIVO = SPACES
               MOVE "C" TO EST-ESTADO
               ADD 1 TO WS-TOTAL-CONFERE
           ELSE
               MOVE "D" TO EST-ESTADO
               ADD 1 TO WS-TOTAL-DIVERGE
               IF WS-REC-DIF-VALOR > ZEROES
                       AND EST-TARIFA > ZEROES
                   ADD WS-REC-DIF-VALOR TO WS-TOTAL-CONTESTADO
               END-IF
               PERFORM P300-ESCREVER-DIFERENCA
           END-IF.
           REWRITE ESTADIASINPUT-REG.

       P300-ESCREVER-DIFERENCA.

           MOVE WS-REC-DIF-NOITES TO WS-REC-DIF-NOITES-ED.
           MOVE WS-REC-DIF-VALOR TO WS-REC-DIF-VALOR-ED.
           DISPLAY FTH-CIDADE " FATURA " FTH-FATURA " TRIPULANTE "
                   FTH-TRIP-ID " - " WS-REC-MOTIVO.
           MOVE SPACES TO RECHOTELOUTPUT-LINHA.
           STRING FTH-CIDADE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FTH-FATURA DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FTH-DATA-ENTRADA DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FTH-TRIP-ID DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-REC-MOTIVO DELIMITED BY SIZE
                   " NT " DELIMITED BY SIZE
                   WS-REC-DIF-NOITES-ED DELIMITED BY SIZE
                   " VALOR " DELIMITED BY SIZE
                   WS-REC-DIF-VALOR-ED DELIMITED BY SIZE
               INTO RECHOTELOUTPUT-LINHA
           END-STRING.
           WRITE RECHOTELOUTPUT-LINHA.

      *    ESTADIAS JA TERMINADAS QUE O HOTEL AINDA NAO FATUROU
       P500-CONTAR-PENDENTES.

           MOVE ZEROES TO WS-TOTAL-PENDENTES.
           MOVE LOW-VALUES TO EST-CHAVE.
           SET WS-EXIT-OK TO "N".
           START ESTADIASINPUT KEY IS NOT LESS THAN EST-CHAVE
               INVALID KEY
                   SET WS-EXIT-OK TO "S"
           END-START.
           PERFORM UNTIL WS-EXIT-OK = "S"
               READ ESTADIASINPUT NEXT
                   AT END
                       SET WS-EXIT-OK TO "S"
                   NOT AT END
                       IF (EST-PENDENTE OR EST-SEM-CONTRATO)
                               AND EST-DATA-SAIDA < WS-DATA-HOJE
                           ADD 1 TO WS-TOTAL-PENDENTES
                       END-IF
               END-READ
           END-PERFORM.
           SET WS-EXIT-OK TO "N".

       P090-CARREGAR-AMBIENTE.

           CALL 'amb_util.o' USING WS-AMB-AREA.
           DISPLAY "AMBIENTE ATIVO: " WS-AMB-CODIGO.
           MOVE SPACES TO WS-CAM-ERROS.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/erros.txt" DELIMITED BY SIZE
               INTO WS-CAM-ERROS
           END-STRING.
           MOVE SPACES TO WS-CAM-FATURAS.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/fathotel.txt" DELIMITED BY SIZE
               INTO WS-CAM-FATURAS
           END-STRING.
           MOVE SPACES TO WS-CAM-ESTADIAS.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/project/estadias.dat" DELIMITED BY SIZE
               INTO WS-CAM-ESTADIAS
           END-STRING.
           MOVE SPACES TO WS-CAM-RECHOTEL.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/rechotel.txt" DELIMITED BY SIZE
               INTO WS-CAM-RECHOTEL
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

       END PROGRAM RECHOTEL.
