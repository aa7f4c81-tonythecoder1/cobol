       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALDAGEN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT AGENCIASINPUT ASSIGN TO
           WS-CAM-AGENCIAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AGC-CODIGO
           FILE STATUS IS WS-FICHEIRO-STATUS-AGC.

       SELECT AGCONTAINPUT ASSIGN TO
           WS-CAM-AGCONTA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ACC-CHAVE
           FILE STATUS IS WS-FICHEIRO-STATUS-ACC.

       SELECT SALDOSOUTPUT ASSIGN TO
           WS-CAM-SALDOS
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FICHEIRO-STATUS-SAL.

       SELECT ERROSOUTPUT ASSIGN TO
           WS-CAM-ERROS
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-ERR.

       DATA DIVISION.

       FILE SECTION.

           FD AGENCIASINPUT.
           01 AGENCIASINPUT-REG.
               05 AGC-CODIGO PIC X(04).
               05 AGC-NOME PIC X(20).
               05 AGC-COMISSAO PIC 9(02).
               05 AGC-LIMITE PIC 9(07)V99.
               05 AGC-SALDO PIC S9(07)V99.
               05 AGC-ULT-LANC PIC 9(06).

           FD AGCONTAINPUT.
           01 AGCONTAINPUT-REG.
               05 ACC-CHAVE.
                   10 ACC-AGENCIA PIC X(04).
                   10 ACC-SEQ PIC 9(06).
               05 ACC-TIPO PIC X(01).
                   88 ACC-DEBITO-RESERVA VALUE 'R'.
                   88 ACC-LIQUIDACAO VALUE 'L'.
                   88 ACC-RECEBIMENTO VALUE 'C'.
               05 ACC-DATA PIC 9(08).
               05 ACC-VALOR PIC 9(07)V99.
               05 ACC-RESERVA-ID PIC 9(04).
               05 ACC-REFERENCIA PIC X(12).
               05 ACC-SALDO PIC S9(07)V99.
               05 ACC-OPER PIC 9(02).

           FD SALDOSOUTPUT.
           01 SALDOSOUTPUT-LINHA PIC X(132).

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
               05 WS-ERR-L-PROG PIC X(10) VALUE "SALDAGEN".
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
           77 WS-CAM-AGENCIAS PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/agencias.dat".
           77 WS-CAM-AGCONTA PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/project/agconta.dat".
           77 WS-CAM-SALDOS PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/saldagen.txt".

           01 WS-FICHEIRO-STATUS-AGC PIC XX.
               88 WS-AGC-STATUS-OK VALUE "00".

           01 WS-FICHEIRO-STATUS-ACC PIC XX.
               88 WS-ACC-STATUS-OK VALUE "00".

           01 WS-FICHEIRO-STATUS-SAL PIC XX.
               88 WS-SAL-STATUS-OK VALUE "00".

           77 WS-ACC-ABERTO PIC X(01) VALUE "N".
           77 WS-EXIT-OK PIC X(01) VALUE "N".
           77 WS-EXIT-OK2 PIC X(01) VALUE "N".
           77 WS-DATA-HOJE PIC 9(08) VALUE ZEROES.
           77 WS-SERIAL-HOJE PIC 9(07) VALUE ZEROES.
           77 WS-DIAS-ATRASO PIC S9(07) VALUE ZEROES.

           77 WS-DIA-SERIAL PIC 9(07) VALUE ZEROES.
           77 WS-SER-TEMP PIC 9(04) VALUE ZEROES.
           77 WS-SER-DIV PIC 9(04) VALUE ZEROES.
           77 WS-MES-AUX PIC 9(02) VALUE ZEROES.
           77 WS-MES-GUARDA PIC 9(02) VALUE ZEROES.
           77 WS-DIAS-NO-MES PIC 9(02) VALUE ZEROES.
           77 WS-DIV-TEMP PIC 9(04) VALUE ZEROES.
           77 WS-RESTO-4 PIC 9(04) VALUE ZEROES.
           77 WS-RESTO-100 PIC 9(04) VALUE ZEROES.
           77 WS-RESTO-400 PIC 9(04) VALUE ZEROES.

           01 WS-DATA-SPLIT PIC 9(08) VALUE ZEROES.
           01 WS-DATA-SPLIT-R REDEFINES WS-DATA-SPLIT.
               05 WS-DATA-ANO PIC 9(04).
               05 WS-DATA-MES PIC 9(02).
               05 WS-DATA-DIA PIC 9(02).

      *    OS CREDITOS (LIQUIDACOES E RECEBIMENTOS) ABATEM AS RESERVAS
      *    MAIS ANTIGAS PRIMEIRO; O QUE FICA POR PAGAR DE CADA RESERVA
      *    ENVELHECE DESDE A DATA DO LANCAMENTO
           77 WS-CREDITOS PIC 9(09)V99 VALUE ZEROES.
           77 WS-EM-ABERTO PIC 9(09)V99 VALUE ZEROES.
           77 WS-UTILIZACAO PIC 9(05) VALUE ZEROES.
           77 WS-PERC-AVISO PIC 9(03) VALUE 80.

           01 WS-ESCALOES.
               05 WS-ESC-VALOR PIC 9(09)V99 OCCURS 4 TIMES.
           01 WS-ESCALOES-TOTAL.
               05 WS-ESC-TOTAL PIC 9(09)V99 OCCURS 4 TIMES.
           77 WS-ESC-I PIC 9(01) VALUE ZEROES.

           77 WS-TOTAL-AGENCIAS PIC 9(04) VALUE ZEROES.
           77 WS-TOTAL-EXCEDIDAS PIC 9(04) VALUE ZEROES.
           77 WS-TOTAL-AVISO PIC 9(04) VALUE ZEROES.
           77 WS-TOTAL-ATRASO-90 PIC 9(04) VALUE ZEROES.
           77 WS-TOTAL-SALDO PIC S9(09)V99 VALUE ZEROES.

           01 WS-SAL-CABECALHO.
               05 FILLER PIC X(05) VALUE "AGEN".
               05 FILLER PIC X(21) VALUE "NOME".
               05 FILLER PIC X(14) VALUE "      LIMITE".
               05 FILLER PIC X(14) VALUE "       SALDO".
               05 FILLER PIC X(14) VALUE "    0-30 DIAS".
               05 FILLER PIC X(14) VALUE "   31-60 DIAS".
               05 FILLER PIC X(14) VALUE "   61-90 DIAS".
               05 FILLER PIC X(14) VALUE "  +90 DIAS".
               05 FILLER PIC X(06) VALUE " USO%".
               05 FILLER PIC X(16) VALUE " SITUACAO".

           01 WS-SAL-LINHA.
               05 WS-SL-CODIGO PIC X(04).
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-SL-NOME PIC X(20).
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-SL-LIMITE PIC ZZZZZZZZ9.99.
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-SL-SALDO PIC -ZZZZZZZZ9.99.
               05 WS-SL-ESC OCCURS 4 TIMES.
                   10 FILLER PIC X(01).
                   10 WS-SL-ESC-VALOR PIC ZZZZZZZZ9.99.
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-SL-USO PIC ZZZZ9.
               05 WS-SL-USO-X REDEFINES WS-SL-USO PIC X(05).
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-SL-SITUACAO PIC X(16).

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           PERFORM P090-CARREGAR-AMBIENTE.

           DISPLAY "*** SALDOS DE AGENCIAS POR ANTIGUIDADE ***".
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WS-DATA-HOJE TO WS-DATA-SPLIT.
           PERFORM P128-DIA-SERIAL.
           MOVE WS-DIA-SERIAL TO WS-SERIAL-HOJE.

           OPEN INPUT AGENCIASINPUT.
           IF NOT WS-AGC-STATUS-OK
               MOVE "AGENCIAS" TO WS-ERR-L-FICH
               MOVE WS-FICHEIRO-STATUS-AGC TO WS-ERR-L-ESTADO
               PERFORM P095-REGISTAR-ERRO-ABERTURA
               DISPLAY "SEM AGENCIAS REGISTADAS"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT AGCONTAINPUT.
           IF WS-ACC-STATUS-OK
               MOVE "S" TO WS-ACC-ABERTO
           ELSE
               DISPLAY "AVISO: SEM LANCAMENTOS EM CONTA - SALDOS SEM "
                       "ANTIGUIDADE"
           END-IF.
           OPEN OUTPUT SALDOSOUTPUT.
           IF NOT WS-SAL-STATUS-OK
               MOVE "SALDAGEN" TO WS-ERR-L-FICH
               MOVE WS-FICHEIRO-STATUS-SAL TO WS-ERR-L-ESTADO
               PERFORM P095-REGISTAR-ERRO-ABERTURA
               DISPLAY "NAO FOI POSSIVEL CRIAR O RELATORIO"
               CLOSE AGENCIASINPUT
               IF WS-ACC-ABERTO = "S"
                   CLOSE AGCONTAINPUT
               END-IF
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE SPACES TO SALDOSOUTPUT-LINHA.
           STRING "SALDOS DE AGENCIAS POR ANTIGUIDADE EM "
                   DELIMITED BY SIZE
                   WS-DATA-HOJE DELIMITED BY SIZE
               INTO SALDOSOUTPUT-LINHA
           END-STRING.
           WRITE SALDOSOUTPUT-LINHA.
           MOVE SPACES TO SALDOSOUTPUT-LINHA.
           WRITE SALDOSOUTPUT-LINHA.
           MOVE WS-SAL-CABECALHO TO SALDOSOUTPUT-LINHA.
           WRITE SALDOSOUTPUT-LINHA.

           MOVE ZEROES TO WS-ESCALOES-TOTAL.
           MOVE SPACES TO AGC-CODIGO.
           SET WS-EXIT-OK TO "N".
           START AGENCIASINPUT KEY IS NOT LESS THAN AGC-CODIGO
               INVALID KEY
                   SET WS-EXIT-OK TO "S"
           END-START.

           PERFORM UNTIL WS-EXIT-OK = "S"
               READ AGENCIASINPUT NEXT
                   AT END
                       SET WS-EXIT-OK TO "S"
                   NOT AT END
                       PERFORM P200-TRATAR-AGENCIA
               END-READ
           END-PERFORM.
           SET WS-EXIT-OK TO "N".

           PERFORM P400-IMPRIMIR-TOTAIS.

           CLOSE AGENCIASINPUT.
           IF WS-ACC-ABERTO = "S"
               CLOSE AGCONTAINPUT
           END-IF.
           CLOSE SALDOSOUTPUT.

           DISPLAY "AGENCIAS: " WS-TOTAL-AGENCIAS.
           DISPLAY "ACIMA DO LIMITE: " WS-TOTAL-EXCEDIDAS.
           DISPLAY "ACIMA DE " WS-PERC-AVISO "% DO LIMITE: "
                   WS-TOTAL-AVISO.
           DISPLAY "COM SALDO A MAIS DE 90 DIAS: " WS-TOTAL-ATRASO-90.
           IF WS-TOTAL-EXCEDIDAS > ZEROES
                   OR WS-TOTAL-ATRASO-90 > ZEROES
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "RELATORIO GRAVADO EM saldagen.txt".

           STOP RUN.

       P200-TRATAR-AGENCIA.

           ADD 1 TO WS-TOTAL-AGENCIAS.
           ADD AGC-SALDO TO WS-TOTAL-SALDO.
           MOVE ZEROES TO WS-ESCALOES.
           MOVE ZEROES TO WS-CREDITOS.
           IF WS-ACC-ABERTO = "S"
               PERFORM P210-SOMAR-CREDITOS
               PERFORM P220-ENVELHECER-DEBITOS
           END-IF.

           MOVE SPACES TO WS-SAL-LINHA.
           MOVE AGC-CODIGO TO WS-SL-CODIGO.
           MOVE AGC-NOME TO WS-SL-NOME.
           MOVE AGC-LIMITE TO WS-SL-LIMITE.
           MOVE AGC-SALDO TO WS-SL-SALDO.
           MOVE 1 TO WS-ESC-I.
           PERFORM UNTIL WS-ESC-I > 4
               MOVE WS-ESC-VALOR (WS-ESC-I)
                   TO WS-SL-ESC-VALOR (WS-ESC-I)
               ADD WS-ESC-VALOR (WS-ESC-I) TO WS-ESC-TOTAL (WS-ESC-I)
               ADD 1 TO WS-ESC-I
           END-PERFORM.

           MOVE SPACES TO WS-SL-SITUACAO.
           IF AGC-LIMITE > 0
               IF AGC-SALDO > 0
                   COMPUTE WS-UTILIZACAO ROUNDED =
                           AGC-SALDO * 100 / AGC-LIMITE
                       ON SIZE ERROR
                           MOVE 99999 TO WS-UTILIZACAO
                   END-COMPUTE
               ELSE
                   MOVE ZEROES TO WS-UTILIZACAO
               END-IF
               MOVE WS-UTILIZACAO TO WS-SL-USO
               IF AGC-SALDO > AGC-LIMITE
                   MOVE "LIMITE EXCEDIDO" TO WS-SL-SITUACAO
                   ADD 1 TO WS-TOTAL-EXCEDIDAS
               ELSE
                   IF WS-UTILIZACAO >= WS-PERC-AVISO
                       MOVE "ACIMA DE 80%" TO WS-SL-SITUACAO
                       ADD 1 TO WS-TOTAL-AVISO
                   END-IF
               END-IF
           ELSE
               MOVE "  S/L" TO WS-SL-USO-X
           END-IF.
           IF WS-ESC-VALOR (4) > 0
               ADD 1 TO WS-TOTAL-ATRASO-90
               IF WS-SL-SITUACAO = SPACES
                   MOVE "COBRAR +90 DIAS" TO WS-SL-SITUACAO
               END-IF
           END-IF.

           MOVE WS-SAL-LINHA TO SALDOSOUTPUT-LINHA.
           WRITE SALDOSOUTPUT-LINHA.

       P210-SOMAR-CREDITOS.

           MOVE AGC-CODIGO TO ACC-AGENCIA.
           MOVE ZEROES TO ACC-SEQ.
           SET WS-EXIT-OK2 TO "N".
           START AGCONTAINPUT KEY IS NOT LESS THAN ACC-CHAVE
               INVALID KEY
                   SET WS-EXIT-OK2 TO "S"
           END-START.

           PERFORM UNTIL WS-EXIT-OK2 = "S"
               READ AGCONTAINPUT NEXT
                   AT END
                       SET WS-EXIT-OK2 TO "S"
                   NOT AT END
                       IF ACC-AGENCIA NOT = AGC-CODIGO
                           SET WS-EXIT-OK2 TO "S"
                       ELSE
                           IF ACC-LIQUIDACAO OR ACC-RECEBIMENTO
                               ADD ACC-VALOR TO WS-CREDITOS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           SET WS-EXIT-OK2 TO "N".

       P220-ENVELHECER-DEBITOS.

           MOVE AGC-CODIGO TO ACC-AGENCIA.
           MOVE ZEROES TO ACC-SEQ.
           SET WS-EXIT-OK2 TO "N".
           START AGCONTAINPUT KEY IS NOT LESS THAN ACC-CHAVE
               INVALID KEY
                   SET WS-EXIT-OK2 TO "S"
           END-START.

           PERFORM UNTIL WS-EXIT-OK2 = "S"
               READ AGCONTAINPUT NEXT
                   AT END
                       SET WS-EXIT-OK2 TO "S"
                   NOT AT END
                       IF ACC-AGENCIA NOT = AGC-CODIGO
                           SET WS-EXIT-OK2 TO "S"
                       ELSE
                           IF ACC-DEBITO-RESERVA
                               PERFORM P230-ABATER-DEBITO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           SET WS-EXIT-OK2 TO "N".

       P230-ABATER-DEBITO.

           IF WS-CREDITOS >= ACC-VALOR
               SUBTRACT ACC-VALOR FROM WS-CREDITOS
           ELSE
               COMPUTE WS-EM-ABERTO = ACC-VALOR - WS-CREDITOS
               MOVE ZEROES TO WS-CREDITOS
               MOVE ACC-DATA TO WS-DATA-SPLIT
               PERFORM P128-DIA-SERIAL
               COMPUTE WS-DIAS-ATRASO = WS-SERIAL-HOJE - WS-DIA-SERIAL
               EVALUATE TRUE
                   WHEN WS-DIAS-ATRASO <= 30
                       ADD WS-EM-ABERTO TO WS-ESC-VALOR (1)
                   WHEN WS-DIAS-ATRASO <= 60
                       ADD WS-EM-ABERTO TO WS-ESC-VALOR (2)
                   WHEN WS-DIAS-ATRASO <= 90
                       ADD WS-EM-ABERTO TO WS-ESC-VALOR (3)
                   WHEN OTHER
                       ADD WS-EM-ABERTO TO WS-ESC-VALOR (4)
               END-EVALUATE
           END-IF.

       P400-IMPRIMIR-TOTAIS.

           MOVE SPACES TO WS-SAL-LINHA.
           MOVE "TOTAL" TO WS-SL-NOME.
           MOVE WS-TOTAL-SALDO TO WS-SL-SALDO.
           MOVE 1 TO WS-ESC-I.
           PERFORM UNTIL WS-ESC-I > 4
               MOVE WS-ESC-TOTAL (WS-ESC-I)
                   TO WS-SL-ESC-VALOR (WS-ESC-I)
               ADD 1 TO WS-ESC-I
           END-PERFORM.
           MOVE SPACES TO SALDOSOUTPUT-LINHA.
           WRITE SALDOSOUTPUT-LINHA.
           MOVE WS-SAL-LINHA TO SALDOSOUTPUT-LINHA.
           WRITE SALDOSOUTPUT-LINHA.

           MOVE SPACES TO SALDOSOUTPUT-LINHA.
           STRING "AGENCIAS ACIMA DO LIMITE: " DELIMITED BY SIZE
                   WS-TOTAL-EXCEDIDAS DELIMITED BY SIZE
                   "  ACIMA DE 80%: " DELIMITED BY SIZE
                   WS-TOTAL-AVISO DELIMITED BY SIZE
                   "  COM SALDO A MAIS DE 90 DIAS: " DELIMITED BY SIZE
                   WS-TOTAL-ATRASO-90 DELIMITED BY SIZE
               INTO SALDOSOUTPUT-LINHA
           END-STRING.
           WRITE SALDOSOUTPUT-LINHA.

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
                   MOVE ZEROES TO WS-DIAS-NO-MES
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

       P090-CARREGAR-AMBIENTE.

           CALL 'amb_util.o' USING WS-AMB-AREA.
           DISPLAY "AMBIENTE ATIVO: " WS-AMB-CODIGO.
           MOVE SPACES TO WS-CAM-ERROS.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/erros.txt" DELIMITED BY SIZE
               INTO WS-CAM-ERROS
           END-STRING.
           MOVE SPACES TO WS-CAM-AGENCIAS.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/agencias.dat" DELIMITED BY SIZE
               INTO WS-CAM-AGENCIAS
           END-STRING.
           MOVE SPACES TO WS-CAM-AGCONTA.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/project/agconta.dat" DELIMITED BY SIZE
               INTO WS-CAM-AGCONTA
           END-STRING.
           MOVE SPACES TO WS-CAM-SALDOS.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/saldagen.txt" DELIMITED BY SIZE
               INTO WS-CAM-SALDOS
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

       END PROGRAM SALDAGEN.
