           RECORD KEY IS GL-TIPO
           FILE STATUS IS WS-FS-GL.

       SELECT RECVOADAINPUT ASSIGN TO
           WS-CAM-RECVOADA
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-REC.

       SELECT RAZAOOUTPUT ASSIGN TO
           WS-CAM-RAZAO
           ORGANIZATION IS LINE SEQUENTIAL
           05 GL-CONTA-CREDITO PIC X(06).
           05 GL-DESCRICAO PIC X(20).

       FD RECVOADAINPUT.
       01 RECVOADAINPUT-LINHA PIC X(60).

       FD RAZAOOUTPUT.
       01 RAZAOOUTPUT-LINHA PIC X(50).

           "/Users/antonyferreira/Documents/Cobol/contasgl.dat".
           77 WS-CAM-RAZAO PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/razao.txt".
           77 WS-CAM-RECVOADA PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/recvoada.txt".

           01 WS-FS-MOV PIC XX.
               88 WS-FS-MOV-OK VALUE '00'.
           01 WS-FS-RAZ PIC XX.
               88 WS-FS-RAZ-OK VALUE '00'.

           01 WS-FS-REC PIC XX.
               88 WS-FS-REC-OK VALUE '00'.

           01 WS-REC-LINHA PIC X(60).
           01 FILLER REDEFINES WS-REC-LINHA.
               05 WS-REC-MES PIC 9(06).
               05 FILLER PIC X(01).
               05 WS-REC-SINAL PIC X(01).
               05 WS-REC-VALOR PIC 9(09)V99.
               05 FILLER PIC X(01).
               05 WS-REC-PASSIVO-SINAL PIC X(01).
               05 WS-REC-PASSIVO PIC 9(09)V99.
               05 FILLER PIC X(01).
               05 WS-REC-DATA PIC 9(08).
               05 FILLER PIC X(19).

           77 WS-REC-ACHADO PIC X(01) VALUE 'N'.
           77 WS-REC-SINAL-MES PIC X(01) VALUE '+'.
           77 WS-REC-VALOR-MES PIC 9(09)V99 VALUE ZEROES.

           01 WS-MOV-LINHA PIC X(51).
           01 FILLER REDEFINES WS-MOV-LINHA.
               05 WS-MOV-TIPO PIC X(01).
           END-PERFORM.
           SET WS-EXIT-OK TO 'N'.

           PERFORM P300-EXPORTAR-RECONHECIMENTO.

           CLOSE MOVIMENTOSINPUT.
           CLOSE CONTASGLINPUT.
           CLOSE RAZAOOUTPUT.
           ADD 1 TO WS-TOTAL-LINHAS.
           ADD WS-MOV-VALOR TO WS-TOTAL-CREDITOS.

      *    TRANSFERENCIA DO MES DE VENDAS ANTECIPADAS PARA RECEITA
      *    VOADA, CALCULADA PELO RECONHECIMENTO DE RECEITA (RECVOADA).
      *    SE O MES FOI RECALCULADO VALE O ULTIMO REGISTO
       P300-EXPORTAR-RECONHECIMENTO.

           MOVE 'N' TO WS-REC-ACHADO.
           OPEN INPUT RECVOADAINPUT.
           IF WS-FS-REC-OK
               SET WS-EXIT-OK TO 'N'
               PERFORM UNTIL WS-EXIT-OK = 'S'
                   READ RECVOADAINPUT
                       AT END
                           SET WS-EXIT-OK TO 'S'
                       NOT AT END
                           MOVE RECVOADAINPUT-LINHA TO WS-REC-LINHA
                           IF WS-REC-MES = WS-MES-PEDIDO
                               MOVE 'S' TO WS-REC-ACHADO
                               MOVE WS-REC-SINAL TO WS-REC-SINAL-MES
                               MOVE WS-REC-VALOR TO WS-REC-VALOR-MES
                           END-IF
                   END-READ
               END-PERFORM
               SET WS-EXIT-OK TO 'N'
               CLOSE RECVOADAINPUT
           END-IF.

           IF WS-REC-ACHADO = 'N'
               DISPLAY "RECONHECIMENTO DE RECEITA VOADA NAO CORRIDO "
                       "PARA " WS-MES-PEDIDO " - SEM TRANSFERENCIA"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               IF WS-REC-VALOR-MES > 0
                   MOVE 'V' TO GL-TIPO
                   READ CONTASGLINPUT
                       INVALID KEY
                           ADD 1 TO WS-TOTAL-REJEITADOS
                           DISPLAY "RECEITA VOADA (TIPO V) SEM "
                                   "MAPEAMENTO - REJEITADA"
                       NOT INVALID KEY
                           PERFORM P310-ESCREVER-TRANSFERENCIA
                   END-READ
               END-IF
           END-IF.

       P310-ESCREVER-TRANSFERENCIA.

           IF WS-REC-SINAL-MES = '-'
               MOVE GL-CONTA-CREDITO TO WS-RAZ-CONTA
           ELSE
               MOVE GL-CONTA-DEBITO TO WS-RAZ-CONTA
           END-IF.
           MOVE "D" TO WS-RAZ-SINAL.
           MOVE WS-REC-VALOR-MES TO WS-RAZ-VALOR.
           COMPUTE WS-RAZ-DATA = WS-MES-PEDIDO * 100 + 1.
           MOVE GL-DESCRICAO TO WS-RAZ-DESC.
           MOVE WS-RAZAO-REG TO RAZAOOUTPUT-LINHA.
           WRITE RAZAOOUTPUT-LINHA.
           ADD 1 TO WS-TOTAL-LINHAS.
           ADD WS-REC-VALOR-MES TO WS-TOTAL-DEBITOS.

           IF WS-REC-SINAL-MES = '-'
               MOVE GL-CONTA-DEBITO TO WS-RAZ-CONTA
           ELSE
               MOVE GL-CONTA-CREDITO TO WS-RAZ-CONTA
           END-IF.
           MOVE "C" TO WS-RAZ-SINAL.
           MOVE WS-RAZAO-REG TO RAZAOOUTPUT-LINHA.
           WRITE RAZAOOUTPUT-LINHA.
           ADD 1 TO WS-TOTAL-LINHAS.
           ADD WS-REC-VALOR-MES TO WS-TOTAL-CREDITOS.

       P090-CARREGAR-AMBIENTE.

           CALL 'amb_util.o' USING WS-AMB-AREA.
                   "/razao.txt" DELIMITED BY SIZE
               INTO WS-CAM-RAZAO
           END-STRING.
           MOVE SPACES TO WS-CAM-RECVOADA.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/recvoada.txt" DELIMITED BY SIZE
               INTO WS-CAM-RECVOADA
           END-STRING.

       END PROGRAM GLEXPORT.
