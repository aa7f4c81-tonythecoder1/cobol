           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FICHEIRO-STATUS-LIQ.

       SELECT AGCONTAINPUT ASSIGN TO
           WS-CAM-AGCONTA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ACC-CHAVE
           FILE STATUS IS WS-FICHEIRO-STATUS-ACC.

       SELECT ADMINPUT ASSIGN TO
           WS-CAM-ADM
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ADM-ID
           ALTERNATE RECORD KEY IS ADM-AGENCIA WITH DUPLICATES
           ALTERNATE RECORD KEY IS ADM-ORIGEM
           FILE STATUS IS WS-FICHEIRO-STATUS-ADM.

       DATA DIVISION.

       FILE SECTION.
               05 AGC-NOME PIC X(20).
               05 AGC-COMISSAO PIC 9(02).
               05 AGC-LIMITE PIC 9(07)V99.
               05 AGC-SALDO PIC S9(07)V99.
               05 AGC-ULT-LANC PIC 9(06).

           FD RESERVASINPUT.
           01 RESERVAINPUT-REG.
           FD LIQUIDACAOOUTPUT.
           01 LIQUIDACAOOUTPUT-LINHA PIC X(90).

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

           FD ADMINPUT.
           01 ADMINPUT-REG.
               05 ADM-ID PIC 9(04).
               05 ADM-AGENCIA PIC X(04).
               05 ADM-TIPO PIC X(01).
               05 ADM-ORIGEM PIC X(24).
               05 ADM-RESERVA-ID PIC 9(04).
               05 ADM-VOO-CHAVE.
                   10 ADM-VOO-NUMERO PIC 9(04).
                   10 ADM-VOO-DATA PIC 9(08).
               05 ADM-NOME PIC X(10).
               05 ADM-MOTIVO PIC X(30).
               05 ADM-VALOR PIC 9(07)V99.
               05 ADM-DATA PIC 9(08).
               05 ADM-ESTADO PIC X(01).
                   88 ADM-EMITIDA VALUE "E".
                   88 ADM-RECUPERADA VALUE "R".
               05 ADM-DATA-ESTADO PIC 9(08).
               05 ADM-LIQ-MES PIC 9(06).

       WORKING-STORAGE SECTION.

           01 WS-AMB-AREA.
           "/Users/antonyferreira/Documents/Cobol/project/reshist.dat".
           77 WS-CAM-LIQUIDACAO PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/liqagencias.txt".
           77 WS-CAM-AGCONTA PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/project/agconta.dat".
           77 WS-CAM-ADM PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/project/admagen.dat".

           01 WS-FICHEIRO-STATUS-ARE PIC XX.
               88 WS-ARE-STATUS-OK VALUE "00".
           01 WS-FICHEIRO-STATUS-LIQ PIC XX.
               88 WS-LIQ-STATUS-OK VALUE "00".

           01 WS-FICHEIRO-STATUS-ACC PIC XX.
               88 WS-ACC-STATUS-OK VALUE "00".
               88 WS-ACC-STATUS-INEXISTENTE VALUE "35".

           01 WS-FICHEIRO-STATUS-ADM PIC XX.
               88 WS-ADM-STATUS-OK VALUE "00".

      *    A LIQUIDACAO LANCADA ABATE A RECEITA DO MES AO SALDO DA
      *    AGENCIA (VALOR REMETIDO MAIS A COMISSAO RETIDA)
           77 WS-LANCAR-CONTA PIC X(01) VALUE "N".
           77 WS-AGC-LIDA PIC X(01) VALUE "N".
           77 WS-LIQ-JA-LANCADA PIC X(01) VALUE "N".
           77 WS-EXIT-OK2 PIC X(01) VALUE "N".
           77 WS-TOTAL-LANCADAS PIC 9(02) VALUE ZEROES.
           01 WS-REF-LIQUIDACAO.
               05 FILLER PIC X(04) VALUE "LIQ ".
               05 WS-REF-LIQ-MES PIC 9(06).
               05 FILLER PIC X(02) VALUE SPACES.

           77 WS-EXIT-OK PIC X(01) VALUE "N".
           77 WS-MES-PEDIDO PIC 9(06) VALUE ZEROES.
           77 WS-RES-ACHADA PIC X(01) VALUE "N".
           77 WS-COMISSAO-CALC PIC 9(07)V99 VALUE ZEROES.
           77 WS-TOTAL-COMISSOES PIC 9(09)V99 VALUE ZEROES.

      *    NOTAS DE DEBITO EMITIDAS SAO ABATIDAS A COMISSAO DO MES ATE
      *    AO VALOR DESTA; AS QUE NAO CABEM FICAM PARA O MES SEGUINTE
           77 WS-ADM-ABERTO PIC X(01) VALUE "N".
           77 WS-MARCAR-NOTAS PIC X(01) VALUE "N".
           77 WS-EXIT-OK3 PIC X(01) VALUE "N".
           77 WS-HOJE PIC 9(08) VALUE ZEROES.
           77 WS-NOTAS-ABATIDAS PIC 9(07)V99 VALUE ZEROES.
           77 WS-QTD-NOTAS-ABATIDAS PIC 9(03) VALUE ZEROES.
           77 WS-COMISSAO-LIQUIDA PIC 9(07)V99 VALUE ZEROES.
           77 WS-TOTAL-NOTAS PIC 9(09)V99 VALUE ZEROES.

           01 WS-TABELA-AGENCIAS.
               05 WS-AGC-ENT OCCURS 50 TIMES.
                   10 WS-AGC-E-CODIGO PIC X(04).
           DISPLAY "*** LIQUIDACAO MENSAL DE AGENCIAS ***".
           DISPLAY "MES A LIQUIDAR (AAAAMM)".
           ACCEPT WS-MES-PEDIDO.
           MOVE WS-MES-PEDIDO TO WS-REF-LIQ-MES.
           DISPLAY "LANCAR A LIQUIDACAO NA CONTA DAS AGENCIAS (S/N)".
           ACCEPT WS-LANCAR-CONTA.
           IF WS-LANCAR-CONTA NOT = "S"
               MOVE "N" TO WS-LANCAR-CONTA
           END-IF.

           OPEN INPUT AGRESINPUT.
           IF NOT WS-ARE-STATUS-OK
               DISPLAY "SEM RESERVAS DE AGENCIA REGISTADAS"
               STOP RUN
           END-IF.
           IF WS-LANCAR-CONTA = "S"
               OPEN I-O AGENCIASINPUT
               OPEN I-O AGCONTAINPUT
               IF WS-ACC-STATUS-INEXISTENTE
                   OPEN OUTPUT AGCONTAINPUT
                   CLOSE AGCONTAINPUT
                   OPEN I-O AGCONTAINPUT
               END-IF
           ELSE
               OPEN INPUT AGENCIASINPUT
           END-IF.
           OPEN INPUT RESERVASINPUT.
           OPEN INPUT RESERVASHIST.
           IF WS-LANCAR-CONTA = "S"
               OPEN I-O ADMINPUT
           ELSE
               OPEN INPUT ADMINPUT
           END-IF.
           IF WS-ADM-STATUS-OK
               MOVE "S" TO WS-ADM-ABERTO
           END-IF.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD.

           MOVE ZEROES TO WS-TABELA-AGENCIAS.
           MOVE ZEROES TO WS-TOTAL-AGENCIAS.
           PERFORM P900-IMPRIMIR-LIQUIDACAO.

           CLOSE AGENCIASINPUT.
           IF WS-ADM-ABERTO = "S"
               CLOSE ADMINPUT
           END-IF.
           IF WS-LANCAR-CONTA = "S"
               CLOSE AGCONTAINPUT
               DISPLAY "LIQUIDACOES LANCADAS EM CONTA: "
                       WS-TOTAL-LANCADAS
           END-IF.

           STOP RUN.

                   " ***".

           MOVE ZEROES TO WS-TOTAL-COMISSOES.
           MOVE ZEROES TO WS-TOTAL-NOTAS.
           MOVE 1 TO WS-AGC-I.
           PERFORM UNTIL WS-AGC-I > WS-TOTAL-AGENCIAS
               PERFORM P910-LIQUIDAR-UMA-AGENCIA
               INTO LIQUIDACAOOUTPUT-LINHA
           END-STRING.
           WRITE LIQUIDACAOOUTPUT-LINHA.
           MOVE SPACES TO LIQUIDACAOOUTPUT-LINHA.
           STRING "TOTAL DE NOTAS DE DEBITO ABATIDAS: "
                       DELIMITED BY SIZE
                   WS-TOTAL-NOTAS DELIMITED BY SIZE
               INTO LIQUIDACAOOUTPUT-LINHA
           END-STRING.
           WRITE LIQUIDACAOOUTPUT-LINHA.
           CLOSE LIQUIDACAOOUTPUT.

           DISPLAY "TOTAL DE COMISSOES DO MES: " WS-TOTAL-COMISSOES.
           DISPLAY "TOTAL DE NOTAS DE DEBITO ABATIDAS: "
                   WS-TOTAL-NOTAS.

       P910-LIQUIDAR-UMA-AGENCIA.

           MOVE WS-AGC-E-CODIGO (WS-AGC-I) TO AGC-CODIGO.
           MOVE "N" TO WS-AGC-LIDA.
           READ AGENCIASINPUT
               INVALID KEY
                   MOVE SPACES TO AGC-NOME
                   MOVE ZEROES TO AGC-COMISSAO
               NOT INVALID KEY
                   MOVE "S" TO WS-AGC-LIDA
           END-READ.

           COMPUTE WS-COMISSAO-CALC ROUNDED =
                   WS-AGC-E-RECEITA (WS-AGC-I) * AGC-COMISSAO / 100.
           ADD WS-COMISSAO-CALC TO WS-TOTAL-COMISSOES.

           MOVE "N" TO WS-MARCAR-NOTAS.
           MOVE "N" TO WS-LIQ-JA-LANCADA.
           IF WS-LANCAR-CONTA = "S" AND WS-AGC-LIDA = "S"
                   AND WS-AGC-E-RECEITA (WS-AGC-I) > 0
               PERFORM P925-PROCURAR-LIQUIDACAO
               IF WS-LIQ-JA-LANCADA = "N"
                   MOVE "S" TO WS-MARCAR-NOTAS
               END-IF
           END-IF.
           MOVE ZEROES TO WS-NOTAS-ABATIDAS.
           MOVE ZEROES TO WS-QTD-NOTAS-ABATIDAS.
           IF WS-ADM-ABERTO = "S"
               PERFORM P930-ABATER-NOTAS
           END-IF.
           COMPUTE WS-COMISSAO-LIQUIDA =
                   WS-COMISSAO-CALC - WS-NOTAS-ABATIDAS.
           ADD WS-NOTAS-ABATIDAS TO WS-TOTAL-NOTAS.

           DISPLAY "AGENCIA " WS-AGC-E-CODIGO (WS-AGC-I) " "
                   AGC-NOME " RESERVAS: "
                   WS-AGC-E-RESERVAS (WS-AGC-I)
                   " RECEITA: " WS-AGC-E-RECEITA (WS-AGC-I)
                   " COMISSAO (" AGC-COMISSAO "%): "
                   WS-COMISSAO-CALC.
           IF WS-QTD-NOTAS-ABATIDAS > 0
               DISPLAY "  NOTAS DE DEBITO ABATIDAS: "
                       WS-QTD-NOTAS-ABATIDAS " VALOR: "
                       WS-NOTAS-ABATIDAS
                       " COMISSAO LIQUIDA: " WS-COMISSAO-LIQUIDA
           END-IF.

           MOVE SPACES TO LIQUIDACAOOUTPUT-LINHA.
           STRING WS-AGC-E-CODIGO (WS-AGC-I) DELIMITED BY SIZE
               INTO LIQUIDACAOOUTPUT-LINHA
           END-STRING.
           WRITE LIQUIDACAOOUTPUT-LINHA.
           IF WS-QTD-NOTAS-ABATIDAS > 0
               MOVE SPACES TO LIQUIDACAOOUTPUT-LINHA
               STRING "     NOTAS DEBITO " DELIMITED BY SIZE
                       WS-QTD-NOTAS-ABATIDAS DELIMITED BY SIZE
                       " ABATIDO " DELIMITED BY SIZE
                       WS-NOTAS-ABATIDAS DELIMITED BY SIZE
                       " COMISSAO LIQUIDA " DELIMITED BY SIZE
                       WS-COMISSAO-LIQUIDA DELIMITED BY SIZE
                   INTO LIQUIDACAOOUTPUT-LINHA
               END-STRING
               WRITE LIQUIDACAOOUTPUT-LINHA
           END-IF.

           IF WS-LANCAR-CONTA = "S" AND WS-AGC-LIDA = "S"
                   AND WS-AGC-E-RECEITA (WS-AGC-I) > 0
               PERFORM P920-LANCAR-LIQUIDACAO
           END-IF.

       P920-LANCAR-LIQUIDACAO.

           IF WS-LIQ-JA-LANCADA = "S"
               DISPLAY "  LIQUIDACAO DE " WS-MES-PEDIDO
                       " JA LANCADA NA CONTA DA AGENCIA "
                       AGC-CODIGO
           ELSE
               SUBTRACT WS-AGC-E-RECEITA (WS-AGC-I) FROM AGC-SALDO
               ADD 1 TO AGC-ULT-LANC
               MOVE AGC-CODIGO TO ACC-AGENCIA
               MOVE AGC-ULT-LANC TO ACC-SEQ
               MOVE "L" TO ACC-TIPO
               ACCEPT ACC-DATA FROM DATE YYYYMMDD
               MOVE WS-AGC-E-RECEITA (WS-AGC-I) TO ACC-VALOR
               MOVE ZEROES TO ACC-RESERVA-ID
               MOVE WS-REF-LIQUIDACAO TO ACC-REFERENCIA
               MOVE AGC-SALDO TO ACC-SALDO
               MOVE ZEROES TO ACC-OPER
               WRITE AGCONTAINPUT-REG
                   INVALID KEY
                       DISPLAY "  ERRO AO LANCAR NA CONTA DA AGENCIA "
                               AGC-CODIGO
                   NOT INVALID KEY
                       REWRITE AGENCIASINPUT-REG
                       ADD 1 TO WS-TOTAL-LANCADAS
                       DISPLAY "  LANCADA EM CONTA - NOVO SALDO: "
                               AGC-SALDO
               END-WRITE
           END-IF.

       P925-PROCURAR-LIQUIDACAO.

           MOVE "N" TO WS-LIQ-JA-LANCADA.
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
                           IF ACC-LIQUIDACAO
                                   AND ACC-REFERENCIA =
                                       WS-REF-LIQUIDACAO
                               MOVE "S" TO WS-LIQ-JA-LANCADA
                               SET WS-EXIT-OK2 TO "S"
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           SET WS-EXIT-OK2 TO "N".

      *    AS NOTAS JA RECUPERADAS NESTE MES CONTAM SEMPRE; AS AINDA
      *    EMITIDAS ENTRAM POR ORDEM DE EMISSAO ENQUANTO HOUVER
      *    COMISSAO, E SO SAO MARCADAS QUANDO A LIQUIDACAO E LANCADA
       P930-ABATER-NOTAS.

           MOVE WS-AGC-E-CODIGO (WS-AGC-I) TO ADM-AGENCIA.
           MOVE "N" TO WS-EXIT-OK3.
           START ADMINPUT KEY IS NOT LESS THAN ADM-AGENCIA
               INVALID KEY
                   MOVE "S" TO WS-EXIT-OK3
           END-START.

           PERFORM UNTIL WS-EXIT-OK3 = "S"
               READ ADMINPUT NEXT
                   AT END
                       MOVE "S" TO WS-EXIT-OK3
                   NOT AT END
                       IF ADM-AGENCIA NOT = WS-AGC-E-CODIGO (WS-AGC-I)
                           MOVE "S" TO WS-EXIT-OK3
                       ELSE
                           PERFORM P935-ABATER-UMA-NOTA
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "N" TO WS-EXIT-OK3.

       P935-ABATER-UMA-NOTA.

           IF ADM-RECUPERADA AND ADM-LIQ-MES = WS-MES-PEDIDO
               ADD 1 TO WS-QTD-NOTAS-ABATIDAS
               ADD ADM-VALOR TO WS-NOTAS-ABATIDAS
           END-IF.

           IF ADM-EMITIDA AND WS-LIQ-JA-LANCADA = "N"
                   AND WS-NOTAS-ABATIDAS + ADM-VALOR
                       NOT > WS-COMISSAO-CALC
               ADD 1 TO WS-QTD-NOTAS-ABATIDAS
               ADD ADM-VALOR TO WS-NOTAS-ABATIDAS
               IF WS-MARCAR-NOTAS = "S"
                   MOVE "R" TO ADM-ESTADO
                   MOVE WS-HOJE TO ADM-DATA-ESTADO
                   MOVE WS-MES-PEDIDO TO ADM-LIQ-MES
                   REWRITE ADMINPUT-REG
                       INVALID KEY
                           DISPLAY "  ERRO AO MARCAR A NOTA DE DEBITO "
                                   ADM-ID
                   END-REWRITE
               END-IF
           END-IF.

       P090-CARREGAR-AMBIENTE.

                   "/liqagencias.txt" DELIMITED BY SIZE
               INTO WS-CAM-LIQUIDACAO
           END-STRING.
           MOVE SPACES TO WS-CAM-AGCONTA.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/project/agconta.dat" DELIMITED BY SIZE
               INTO WS-CAM-AGCONTA
           END-STRING.
           MOVE SPACES TO WS-CAM-ADM.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/project/admagen.dat" DELIMITED BY SIZE
               INTO WS-CAM-ADM
           END-STRING.

       END PROGRAM LIQAGEN.
