       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRFREEMB.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT REEMBPENDINPUT ASSIGN TO
           WS-CAM-REEMBPEND
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RBP-RESERVA-ID
           FILE STATUS IS WS-FICHEIRO-STATUS-RBP.

       SELECT TRANSFOUTPUT ASSIGN TO
           WS-CAM-TRANSF
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FICHEIRO-STATUS-TRF.

       SELECT ERROSOUTPUT ASSIGN TO
           WS-CAM-ERROS
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-ERR.

       DATA DIVISION.

       FILE SECTION.

           FD REEMBPENDINPUT.
           01 REEMBPENDINPUT-REG.
               05 RBP-RESERVA-ID PIC 9(04).
               05 RBP-PAX-ID PIC 9(04).
               05 RBP-NOME PIC X(20).
               05 RBP-VOO PIC X(10).
               05 RBP-VALOR PIC 9(05)V99.
               05 RBP-TAXA PIC 9(05)V99.
               05 RBP-LIQUIDO PIC 9(05)V99.
               05 RBP-IBAN PIC X(25).
               05 RBP-OPER-PEDIDO PIC 9(02).
               05 RBP-DATA-PEDIDO PIC 9(08).
               05 RBP-ESTADO PIC X(01).
                   88 RBP-PENDENTE VALUE "P".
                   88 RBP-APROVADO VALUE "A".
                   88 RBP-REJEITADO VALUE "J".
                   88 RBP-TRANSFERIDO VALUE "T".
               05 RBP-OPER-DECISAO PIC 9(02).
               05 RBP-DATA-DECISAO PIC 9(08).
               05 RBP-DATA-TRANSF PIC 9(08).

           FD TRANSFOUTPUT.
           01 TRANSFOUTPUT-LINHA PIC X(68).

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
               05 WS-ERR-L-PROG PIC X(10) VALUE "TRFREEMB".
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
           77 WS-CAM-REEMBPEND PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/project/reemb.dat".
           77 WS-CAM-TRANSF PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/transfreemb.txt".

           01 WS-FICHEIRO-STATUS-RBP PIC XX.
               88 WS-RBP-STATUS-OK VALUE "00".
               88 WS-RBP-STATUS-INEXISTENTE VALUE "35".

           01 WS-FICHEIRO-STATUS-TRF PIC XX.
               88 WS-TRF-STATUS-OK VALUE "00".

      *    ORDEM DE TRANSFERENCIA, NO MESMO FORMATO DA FOLHA DE
      *    PAGAMENTO (IBAN, VALOR, REFERENCIA, NOME) E LINHA DE TOTAL
           01 WS-TRANSF-REG.
               05 WS-TRF-IBAN PIC X(25).
               05 WS-TRF-VALOR PIC 9(09)V99.
               05 WS-TRF-DATA PIC 9(08).
               05 WS-TRF-RESERVA PIC 9(04).
               05 WS-TRF-NOME PIC X(20).

           01 WS-TRANSF-TOTAL-REG.
               05 FILLER PIC X(05) VALUE "TOTAL".
               05 WS-TRF-T-CONTA PIC 9(05).
               05 WS-TRF-T-VALOR PIC 9(11)V99.
               05 FILLER PIC X(45) VALUE SPACES.

           77 WS-TRF-CONTA PIC 9(05) VALUE ZEROES.
           77 WS-TRF-SOMA PIC 9(11)V99 VALUE ZEROES.
           77 WS-TRF-PENDENTES PIC 9(05) VALUE ZEROES.
           77 WS-TRF-SEM-IBAN PIC 9(05) VALUE ZEROES.

           77 WS-EXIT-OK PIC X(01) VALUE "N".
           77 WS-DATA-HOJE PIC 9(08) VALUE ZEROES.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           PERFORM P090-CARREGAR-AMBIENTE.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY "*** TRANSFERENCIA BANCARIA DE REEMBOLSOS ***".

           OPEN I-O REEMBPENDINPUT.
           IF WS-RBP-STATUS-INEXISTENTE
               DISPLAY "SEM PEDIDOS DE REEMBOLSO REGISTADOS"
               STOP RUN
           END-IF.
           IF NOT WS-RBP-STATUS-OK
               MOVE "REEMB" TO WS-ERR-L-FICH
               MOVE WS-FICHEIRO-STATUS-RBP TO WS-ERR-L-ESTADO
               PERFORM P095-REGISTAR-ERRO-ABERTURA
               DISPLAY "FICHEIRO DE REEMBOLSOS INDISPONIVEL"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT TRANSFOUTPUT.
           IF NOT WS-TRF-STATUS-OK
               MOVE "TRANSFREEMB" TO WS-ERR-L-FICH
               MOVE WS-FICHEIRO-STATUS-TRF TO WS-ERR-L-ESTADO
               PERFORM P095-REGISTAR-ERRO-ABERTURA
               DISPLAY "NAO FOI POSSIVEL CRIAR O FICHEIRO DE "
                       "TRANSFERENCIAS"
               CLOSE REEMBPENDINPUT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE ZEROES TO RBP-RESERVA-ID.
           SET WS-EXIT-OK TO "N".
           START REEMBPENDINPUT KEY IS NOT LESS THAN RBP-RESERVA-ID
               INVALID KEY
                   SET WS-EXIT-OK TO "S"
           END-START.

           PERFORM UNTIL WS-EXIT-OK = "S"
               READ REEMBPENDINPUT NEXT
                   AT END
                       SET WS-EXIT-OK TO "S"
                   NOT AT END
                       EVALUATE TRUE
                           WHEN RBP-APROVADO
                               PERFORM P200-ESCREVER-TRANSFERENCIA
                           WHEN RBP-PENDENTE
                               ADD 1 TO WS-TRF-PENDENTES
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM.
           SET WS-EXIT-OK TO "N".

           MOVE WS-TRF-CONTA TO WS-TRF-T-CONTA.
           MOVE WS-TRF-SOMA TO WS-TRF-T-VALOR.
           MOVE WS-TRANSF-TOTAL-REG TO TRANSFOUTPUT-LINHA.
           WRITE TRANSFOUTPUT-LINHA.

           CLOSE REEMBPENDINPUT.
           CLOSE TRANSFOUTPUT.

           DISPLAY "FICHEIRO DE TRANSFERENCIAS: " WS-TRF-CONTA
                   " ORDENS NO VALOR DE " WS-TRF-SOMA.
           DISPLAY "PEDIDOS AINDA POR APROVAR: " WS-TRF-PENDENTES.
           IF WS-TRF-SEM-IBAN > ZEROES
               DISPLAY "APROVADOS SEM IBAN (NAO TRANSFERIDOS): "
                       WS-TRF-SEM-IBAN
               MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.

      *    CADA REEMBOLSO APROVADO SEGUE UMA UNICA VEZ: FICA MARCADO
      *    COMO TRANSFERIDO COM A DATA DO FICHEIRO
       P200-ESCREVER-TRANSFERENCIA.

           IF RBP-IBAN = SPACES
               ADD 1 TO WS-TRF-SEM-IBAN
               DISPLAY "RESERVA " RBP-RESERVA-ID
                       " SEM IBAN - TRANSFERENCIA NAO EMITIDA"
           ELSE
               MOVE RBP-IBAN TO WS-TRF-IBAN
               MOVE RBP-LIQUIDO TO WS-TRF-VALOR
               MOVE WS-DATA-HOJE TO WS-TRF-DATA
               MOVE RBP-RESERVA-ID TO WS-TRF-RESERVA
               MOVE RBP-NOME TO WS-TRF-NOME
               MOVE WS-TRANSF-REG TO TRANSFOUTPUT-LINHA
               WRITE TRANSFOUTPUT-LINHA
               ADD 1 TO WS-TRF-CONTA
               ADD RBP-LIQUIDO TO WS-TRF-SOMA
               MOVE "T" TO RBP-ESTADO
               MOVE WS-DATA-HOJE TO RBP-DATA-TRANSF
               REWRITE REEMBPENDINPUT-REG
                   INVALID KEY
                       DISPLAY "ERRO AO MARCAR A RESERVA "
                               RBP-RESERVA-ID " COMO TRANSFERIDA"
               END-REWRITE
           END-IF.

       P090-CARREGAR-AMBIENTE.

           CALL 'amb_util.o' USING WS-AMB-AREA.
           DISPLAY "AMBIENTE ATIVO: " WS-AMB-CODIGO.
           MOVE SPACES TO WS-CAM-ERROS.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/erros.txt" DELIMITED BY SIZE
               INTO WS-CAM-ERROS
           END-STRING.
           MOVE SPACES TO WS-CAM-REEMBPEND.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/project/reemb.dat" DELIMITED BY SIZE
               INTO WS-CAM-REEMBPEND
           END-STRING.
           MOVE SPACES TO WS-CAM-TRANSF.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/transfreemb.txt" DELIMITED BY SIZE
               INTO WS-CAM-TRANSF
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

       END PROGRAM TRFREEMB.
