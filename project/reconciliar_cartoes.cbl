       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECCART.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT LIQUIDACOESINPUT ASSIGN TO
           WS-CAM-LIQUIDACOES
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FICHEIRO-STATUS-LIQ.

       SELECT MOVIMENTOSINPUT ASSIGN TO
           WS-CAM-MOVIMENTOS
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FICHEIRO-STATUS-MOV.

       SELECT REEMBPENDINPUT ASSIGN TO
           WS-CAM-REEMBPEND
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RBP-RESERVA-ID
           FILE STATUS IS WS-FICHEIRO-STATUS-RBP.

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

       SELECT RECCARTOUTPUT ASSIGN TO
           WS-CAM-RECCART
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

      *    LINHA DO FICHEIRO DIARIO DO ADQUIRENTE: V VENDA, D DEVOLUCAO,
      *    C ESTORNO (CHARGEBACK); O VALOR E O DA TRANSACAO E A
      *    COMISSAO E DESCONTADA NO VALOR CREDITADO
           FD LIQUIDACOESINPUT.
           01 LIQUIDACOESINPUT-REG.
               05 LIQ-TIPO PIC X(01).
                   88 LIQ-VENDA VALUE "V".
                   88 LIQ-DEVOLUCAO VALUE "D".
                   88 LIQ-ESTORNO VALUE "C".
               05 LIQ-REFERENCIA PIC X(12).
               05 LIQ-RESERVA PIC 9(04).
               05 LIQ-DATA-TRANS PIC 9(08).
               05 LIQ-VALOR PIC 9(05)V99.
               05 LIQ-COMISSAO PIC 9(05)V99.
               05 LIQ-DATA-LIQ PIC 9(08).

           FD MOVIMENTOSINPUT.
           01 MOVIMENTOSINPUT-LINHA PIC X(51).

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

           FD CONTROLOINPUT.
           01 CONTROLOINPUT-REG.
               05 CTRL-CHAVE PIC X(06).
               05 CTRL-ULTIMO-NUM PIC 9(04).

           FD RECCARTOUTPUT.
           01 RECCARTOUTPUT-LINHA PIC X(90).

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
               05 WS-ERR-L-PROG PIC X(10) VALUE "RECCART".
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
           77 WS-CAM-LIQUIDACOES PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/liqcartao.txt".
           77 WS-CAM-MOVIMENTOS PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/movimentos.txt".
           77 WS-CAM-REEMBPEND PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/project/reemb.dat".
           77 WS-CAM-RESERVAS PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/project/reservas.dat"
           .
           77 WS-CAM-RESHIST PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/project/reshist.dat".
           77 WS-CAM-RECLAMACOES PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/reclamacoes.dat".
           77 WS-CAM-CONTROLO PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/project/controlo.dat".
           77 WS-CAM-RECCART PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/reccart.txt".

           01 WS-FICHEIRO-STATUS-LIQ PIC XX.
               88 WS-LIQ-STATUS-OK VALUE "00".

           01 WS-FICHEIRO-STATUS-MOV PIC XX.
               88 WS-MOV-STATUS-OK VALUE "00".

           01 WS-FICHEIRO-STATUS-RBP PIC XX.
               88 WS-RBP-STATUS-OK VALUE "00".

           01 WS-FICHEIRO-STATUS-RESERVA PIC XX.
               88 WS-RESERVA-STATUS-OK VALUE "00".

           01 WS-FICHEIRO-STATUS-RHIST PIC XX.
               88 WS-RHIST-STATUS-OK VALUE "00".

           01 WS-FICHEIRO-STATUS-RCL PIC XX.
               88 WS-RCL-STATUS-OK VALUE "00".
               88 WS-RCL-STATUS-INEXISTENTE VALUE "35".

           01 WS-FICHEIRO-STATUS-CTRL PIC XX.
               88 WS-CTRL-STATUS-OK VALUE "00".
               88 WS-CTRL-STATUS-INEXISTENTE VALUE "35".

           01 WS-FICHEIRO-STATUS-REC PIC XX.
               88 WS-REC-STATUS-OK VALUE "00".

           01 WS-MOV-LINHA PIC X(51).
           01 FILLER REDEFINES WS-MOV-LINHA.
               05 WS-MOV-TIPO PIC X(01).
               05 FILLER PIC X(01).
               05 WS-MOV-RESERVA-ID PIC 9(04).
               05 FILLER PIC X(01).
               05 WS-MOV-PAX-ID PIC 9(04).
               05 FILLER PIC X(01).
               05 WS-MOV-VOO PIC X(10).
               05 FILLER PIC X(01).
               05 WS-MOV-VALOR PIC 9(05)V99.
               05 FILLER PIC X(01).
               05 WS-MOV-DATA PIC 9(08).
               05 FILLER PIC X(01).
               05 WS-MOV-HORA PIC 9(08).
               05 FILLER PIC X(01).
               05 WS-MOV-OPER PIC 9(02).

           77 WS-EXIT-OK PIC X(01) VALUE "N".
           77 WS-DATA-HOJE PIC 9(08) VALUE ZEROES.
           77 WS-DATA-INICIO PIC 9(08) VALUE ZEROES.
           77 WS-DATA-FIM PIC 9(08) VALUE ZEROES.
           77 WS-RBP-ABERTO PIC X(01) VALUE "N".
           77 WS-RHIST-ABERTO PIC X(01) VALUE "N".
           77 WS-RES-ABERTO PIC X(01) VALUE "N".
           77 WS-RCL-ABERTO PIC X(01) VALUE "N".
           77 WS-CTRL-ABERTO PIC X(01) VALUE "N".

      *    MOVIMENTOS DE CARTAO DO PERIODO: PAGAMENTOS (P E TAXAS F
      *    COBRADAS A PARTE) E REEMBOLSOS (R LIQUIDOS DA TAXA DE
      *    CANCELAMENTO RETIDA). OS REEMBOLSOS PAGOS POR TRANSFERENCIA
      *    BANCARIA FICAM DE FORA
           77 WS-MC-TOTAL PIC 9(04) VALUE ZEROES.
           77 WS-MC-I PIC 9(04) VALUE ZEROES.
           77 WS-MC-ACHADO PIC 9(04) VALUE ZEROES.
           77 WS-MC-CHEIO PIC X(01) VALUE "N".
           01 WS-TABELA-MOV-CARTAO.
               05 WS-MC-ENT OCCURS 9999 TIMES.
                   10 WS-MC-TIPO PIC X(01).
                   10 WS-MC-RESERVA PIC 9(04).
                   10 WS-MC-DATA PIC 9(08).
                   10 WS-MC-VALOR PIC 9(05)V99.
                   10 WS-MC-CONFERIDO PIC X(01).
           77 WS-MC-ULT-RESERVA PIC 9(04) VALUE ZEROES.
           77 WS-MC-ULT-DATA PIC 9(08) VALUE ZEROES.
           77 WS-MC-ULT-ESTADO PIC X(01) VALUE SPACES.
           77 WS-MC-TIPO-PEDIDO PIC X(01) VALUE SPACES.
           77 WS-CHAVE-CTRL-RECLAMACAO PIC X(02) VALUE "RC".
           77 WS-PROX-NUMERO PIC 9(04) VALUE ZEROES.

           01 WS-RCL-TEXTO-NOVO.
               05 FILLER PIC X(15) VALUE "ESTORNO CARTAO ".
               05 WS-RCL-T-REF PIC X(12).
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-RCL-T-VALOR PIC Z(4)9.99.
               05 FILLER PIC X(04) VALUE SPACES.
           77 WS-RCL-EXISTE PIC X(01) VALUE "N".

           77 WS-REC-MOTIVO PIC X(24) VALUE SPACES.
           77 WS-REC-VALOR-ED PIC Z(6)9.99.
           77 WS-REC-TOTAL-ED PIC Z(8)9.99.

           77 WS-TOTAL-LINHAS PIC 9(05) VALUE ZEROES.
           77 WS-TOTAL-CONFERE PIC 9(05) VALUE ZEROES.
           77 WS-TOTAL-SEM-MOV PIC 9(05) VALUE ZEROES.
           77 WS-TOTAL-FORA PIC 9(05) VALUE ZEROES.
           77 WS-TOTAL-NAO-LIQ PIC 9(05) VALUE ZEROES.
           77 WS-TOTAL-ESTORNOS PIC 9(05) VALUE ZEROES.
           77 WS-TOTAL-RECLAMACOES PIC 9(05) VALUE ZEROES.
           77 WS-SOMA-COMISSOES PIC 9(09)V99 VALUE ZEROES.
           77 WS-SOMA-ESTORNOS PIC 9(09)V99 VALUE ZEROES.
           77 WS-SOMA-NAO-LIQ PIC 9(09)V99 VALUE ZEROES.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           PERFORM P090-CARREGAR-AMBIENTE.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY "*** RECONCILIACAO DA LIQUIDACAO DE CARTOES ***".
           DISPLAY "DATA INICIAL DOS MOVIMENTOS A CONFERIR (AAAAMMDD)".
           ACCEPT WS-DATA-INICIO.
           DISPLAY "DATA FINAL DOS MOVIMENTOS A CONFERIR (AAAAMMDD)".
           ACCEPT WS-DATA-FIM.

           OPEN INPUT LIQUIDACOESINPUT.
           IF NOT WS-LIQ-STATUS-OK
               MOVE "LIQCARTAO" TO WS-ERR-L-FICH
               MOVE WS-FICHEIRO-STATUS-LIQ TO WS-ERR-L-ESTADO
               PERFORM P095-REGISTAR-ERRO-ABERTURA
               DISPLAY "SEM FICHEIRO DE LIQUIDACAO (liqcartao.txt)"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT MOVIMENTOSINPUT.
           IF NOT WS-MOV-STATUS-OK
               MOVE "MOVIMENTOS" TO WS-ERR-L-FICH
               MOVE WS-FICHEIRO-STATUS-MOV TO WS-ERR-L-ESTADO
               PERFORM P095-REGISTAR-ERRO-ABERTURA
               DISPLAY "FICHEIRO DE MOVIMENTOS INDISPONIVEL"
               CLOSE LIQUIDACOESINPUT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT REEMBPENDINPUT.
           IF WS-RBP-STATUS-OK
               MOVE "S" TO WS-RBP-ABERTO
           END-IF.

           PERFORM P100-CARREGAR-MOVIMENTOS.
           CLOSE MOVIMENTOSINPUT.
           IF WS-RBP-ABERTO = "S"
               CLOSE REEMBPENDINPUT
           END-IF.

           OPEN INPUT RESERVASINPUT.
           IF WS-RESERVA-STATUS-OK
               MOVE "S" TO WS-RES-ABERTO
           END-IF.
           OPEN INPUT RESERVASHIST.
           IF WS-RHIST-STATUS-OK
               MOVE "S" TO WS-RHIST-ABERTO
           END-IF.
           OPEN I-O RECLAMACOESINPUT.
           IF WS-RCL-STATUS-INEXISTENTE
               OPEN OUTPUT RECLAMACOESINPUT
               CLOSE RECLAMACOESINPUT
               OPEN I-O RECLAMACOESINPUT
           END-IF.
           IF WS-RCL-STATUS-OK
               MOVE "S" TO WS-RCL-ABERTO
           END-IF.
           OPEN I-O CONTROLOINPUT.
           IF WS-CTRL-STATUS-INEXISTENTE
               OPEN OUTPUT CONTROLOINPUT
               CLOSE CONTROLOINPUT
               OPEN I-O CONTROLOINPUT
           END-IF.
           IF WS-CTRL-STATUS-OK
               MOVE "S" TO WS-CTRL-ABERTO
           END-IF.
           OPEN OUTPUT RECCARTOUTPUT.

           MOVE SPACES TO RECCARTOUTPUT-LINHA.
           STRING "RECONCILIACAO DE CARTOES - " DELIMITED BY SIZE
                   WS-DATA-HOJE DELIMITED BY SIZE
                   " MOVIMENTOS DE " DELIMITED BY SIZE
                   WS-DATA-INICIO DELIMITED BY SIZE
                   " A " DELIMITED BY SIZE
                   WS-DATA-FIM DELIMITED BY SIZE
               INTO RECCARTOUTPUT-LINHA
           END-STRING.
           WRITE RECCARTOUTPUT-LINHA.

           SET WS-EXIT-OK TO "N".
           PERFORM UNTIL WS-EXIT-OK = "S"
               READ LIQUIDACOESINPUT
                   AT END
                       SET WS-EXIT-OK TO "S"
                   NOT AT END
                       ADD 1 TO WS-TOTAL-LINHAS
                       PERFORM P200-CONFRONTAR-LIQUIDACAO
               END-READ
           END-PERFORM.
           SET WS-EXIT-OK TO "N".

           PERFORM P400-MOVIMENTOS-NAO-LIQUIDADOS.

           CLOSE LIQUIDACOESINPUT.
           IF WS-RES-ABERTO = "S"
               CLOSE RESERVASINPUT
           END-IF.
           IF WS-RHIST-ABERTO = "S"
               CLOSE RESERVASHIST
           END-IF.
           IF WS-RCL-ABERTO = "S"
               CLOSE RECLAMACOESINPUT
           END-IF.
           IF WS-CTRL-ABERTO = "S"
               CLOSE CONTROLOINPUT
           END-IF.

           MOVE WS-SOMA-COMISSOES TO WS-REC-TOTAL-ED.
           MOVE SPACES TO RECCARTOUTPUT-LINHA.
           STRING "COMISSOES DESCONTADAS PELO ADQUIRENTE "
                       DELIMITED BY SIZE
                   WS-REC-TOTAL-ED DELIMITED BY SIZE
               INTO RECCARTOUTPUT-LINHA
           END-STRING.
           WRITE RECCARTOUTPUT-LINHA.
           MOVE WS-SOMA-ESTORNOS TO WS-REC-TOTAL-ED.
           MOVE SPACES TO RECCARTOUTPUT-LINHA.
           STRING "ESTORNOS DEBITADOS " DELIMITED BY SIZE
                   WS-TOTAL-ESTORNOS DELIMITED BY SIZE
                   " NO VALOR DE " DELIMITED BY SIZE
                   WS-REC-TOTAL-ED DELIMITED BY SIZE
               INTO RECCARTOUTPUT-LINHA
           END-STRING.
           WRITE RECCARTOUTPUT-LINHA.
           MOVE SPACES TO RECCARTOUTPUT-LINHA.
           STRING "LINHAS " DELIMITED BY SIZE
                   WS-TOTAL-LINHAS DELIMITED BY SIZE
                   " CONFEREM " DELIMITED BY SIZE
                   WS-TOTAL-CONFERE DELIMITED BY SIZE
                   " SEM MOVIMENTO " DELIMITED BY SIZE
                   WS-TOTAL-SEM-MOV DELIMITED BY SIZE
                   " FORA DO PERIODO " DELIMITED BY SIZE
                   WS-TOTAL-FORA DELIMITED BY SIZE
                   " NAO LIQUIDADOS " DELIMITED BY SIZE
                   WS-TOTAL-NAO-LIQ DELIMITED BY SIZE
               INTO RECCARTOUTPUT-LINHA
           END-STRING.
           WRITE RECCARTOUTPUT-LINHA.
           CLOSE RECCARTOUTPUT.

           DISPLAY " ".
           DISPLAY "LINHAS DE LIQUIDACAO LIDAS: " WS-TOTAL-LINHAS.
           DISPLAY "CONFEREM COM UM MOVIMENTO: " WS-TOTAL-CONFERE.
           DISPLAY "LIQUIDADAS SEM MOVIMENTO: " WS-TOTAL-SEM-MOV.
           DISPLAY "TRANSACOES FORA DO PERIODO (IGNORADAS): "
                   WS-TOTAL-FORA.
           MOVE WS-SOMA-NAO-LIQ TO WS-REC-TOTAL-ED.
           DISPLAY "MOVIMENTOS NUNCA LIQUIDADOS: " WS-TOTAL-NAO-LIQ
                   " NO VALOR DE " WS-REC-TOTAL-ED.
           MOVE WS-SOMA-COMISSOES TO WS-REC-TOTAL-ED.
           DISPLAY "COMISSOES DO ADQUIRENTE: " WS-REC-TOTAL-ED.
           MOVE WS-SOMA-ESTORNOS TO WS-REC-TOTAL-ED.
           DISPLAY "ESTORNOS: " WS-TOTAL-ESTORNOS
                   " NO VALOR DE " WS-REC-TOTAL-ED.
           DISPLAY "RECLAMACOES ABERTAS POR ESTORNO: "
                   WS-TOTAL-RECLAMACOES.
           DISPLAY "RELATORIO GRAVADO EM reccart.txt".

           IF WS-MC-CHEIO = "S"
               DISPLAY "AVISO: MAIS DE 9999 MOVIMENTOS NO PERIODO - "
                       "REDUZA O PERIODO"
           END-IF.
           IF WS-TOTAL-SEM-MOV > ZEROES
                   OR WS-TOTAL-NAO-LIQ > ZEROES
                   OR WS-TOTAL-ESTORNOS > ZEROES
                   OR WS-MC-CHEIO = "S"
               MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.

       P100-CARREGAR-MOVIMENTOS.

           MOVE ZEROES TO WS-MC-TOTAL.
           SET WS-EXIT-OK TO "N".
           PERFORM UNTIL WS-EXIT-OK = "S"
               READ MOVIMENTOSINPUT
                   AT END
                       SET WS-EXIT-OK TO "S"
                   NOT AT END
                       MOVE MOVIMENTOSINPUT-LINHA TO WS-MOV-LINHA
                       IF WS-MOV-DATA >= WS-DATA-INICIO
                               AND WS-MOV-DATA <= WS-DATA-FIM
                               AND WS-MOV-RESERVA-ID > 0
                           PERFORM P110-GUARDAR-MOVIMENTO
                       END-IF
               END-READ
           END-PERFORM.
           SET WS-EXIT-OK TO "N".

      *    A TAXA F GRAVADA LOGO A SEGUIR AO REEMBOLSO DA MESMA RESERVA
      *    E RETIDA NA DEVOLUCAO (O CARTAO RECEBE R MENOS F); NOS OUTROS
      *    CASOS A TAXA FOI COBRADA NO CARTAO COMO UM PAGAMENTO
       P110-GUARDAR-MOVIMENTO.

           EVALUATE TRUE
               WHEN WS-MOV-TIPO = "P"
                   MOVE "P" TO WS-MC-TIPO-PEDIDO
                   PERFORM P120-NOVA-ENTRADA
                   MOVE "P" TO WS-MC-ULT-ESTADO
               WHEN WS-MOV-TIPO = "R"
                   MOVE "N" TO WS-MC-ULT-ESTADO
                   IF WS-RBP-ABERTO = "S"
                       MOVE WS-MOV-RESERVA-ID TO RBP-RESERVA-ID
                       READ REEMBPENDINPUT
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               IF RBP-APROVADO OR RBP-TRANSFERIDO
                                   MOVE "B" TO WS-MC-ULT-ESTADO
                               END-IF
                       END-READ
                   END-IF
                   IF WS-MC-ULT-ESTADO = "N"
                       MOVE "R" TO WS-MC-TIPO-PEDIDO
                       PERFORM P120-NOVA-ENTRADA
                       MOVE "R" TO WS-MC-ULT-ESTADO
                   END-IF
               WHEN WS-MOV-TIPO = "F"
                   IF WS-MC-ULT-RESERVA = WS-MOV-RESERVA-ID
                           AND WS-MC-ULT-DATA = WS-MOV-DATA
                           AND WS-MC-ULT-ESTADO = "B"
                       CONTINUE
                   ELSE
                       IF WS-MC-ULT-RESERVA = WS-MOV-RESERVA-ID
                               AND WS-MC-ULT-DATA = WS-MOV-DATA
                               AND WS-MC-ULT-ESTADO = "R"
                               AND WS-MC-VALOR (WS-MC-TOTAL)
                                   >= WS-MOV-VALOR
                           SUBTRACT WS-MOV-VALOR
                               FROM WS-MC-VALOR (WS-MC-TOTAL)
                       ELSE
                           MOVE "P" TO WS-MC-TIPO-PEDIDO
                           PERFORM P120-NOVA-ENTRADA
                       END-IF
                   END-IF
                   MOVE "F" TO WS-MC-ULT-ESTADO
               WHEN OTHER
                   MOVE SPACES TO WS-MC-ULT-ESTADO
           END-EVALUATE.
           MOVE WS-MOV-RESERVA-ID TO WS-MC-ULT-RESERVA.
           MOVE WS-MOV-DATA TO WS-MC-ULT-DATA.

       P120-NOVA-ENTRADA.

           IF WS-MC-TOTAL < 9999
               ADD 1 TO WS-MC-TOTAL
               MOVE WS-MC-TIPO-PEDIDO TO WS-MC-TIPO (WS-MC-TOTAL)
               MOVE WS-MOV-RESERVA-ID TO WS-MC-RESERVA (WS-MC-TOTAL)
               MOVE WS-MOV-DATA TO WS-MC-DATA (WS-MC-TOTAL)
               MOVE WS-MOV-VALOR TO WS-MC-VALOR (WS-MC-TOTAL)
               MOVE "N" TO WS-MC-CONFERIDO (WS-MC-TOTAL)
           ELSE
               MOVE "S" TO WS-MC-CHEIO
           END-IF.

       P200-CONFRONTAR-LIQUIDACAO.

           ADD LIQ-COMISSAO TO WS-SOMA-COMISSOES.
           EVALUATE TRUE
               WHEN LIQ-ESTORNO
                   PERFORM P300-REGISTAR-ESTORNO
               WHEN LIQ-DATA-TRANS < WS-DATA-INICIO
                       OR LIQ-DATA-TRANS > WS-DATA-FIM
                   ADD 1 TO WS-TOTAL-FORA
               WHEN OTHER
                   IF LIQ-DEVOLUCAO
                       MOVE "R" TO WS-MC-TIPO-PEDIDO
                   ELSE
                       MOVE "P" TO WS-MC-TIPO-PEDIDO
                   END-IF
                   PERFORM P210-ACHAR-MOVIMENTO
                   IF WS-MC-ACHADO > 0
                       MOVE "S" TO WS-MC-CONFERIDO (WS-MC-ACHADO)
                       ADD 1 TO WS-TOTAL-CONFERE
                   ELSE
                       ADD 1 TO WS-TOTAL-SEM-MOV
                       MOVE "LIQUIDADO SEM MOVIMENTO" TO WS-REC-MOTIVO
                       PERFORM P250-ESCREVER-LIQUIDACAO
                   END-IF
           END-EVALUATE.

       P210-ACHAR-MOVIMENTO.

           MOVE ZEROES TO WS-MC-ACHADO.
           MOVE 1 TO WS-MC-I.
           PERFORM UNTIL WS-MC-I > WS-MC-TOTAL
               IF WS-MC-TIPO (WS-MC-I) = WS-MC-TIPO-PEDIDO
                       AND WS-MC-RESERVA (WS-MC-I) = LIQ-RESERVA
                       AND WS-MC-DATA (WS-MC-I) = LIQ-DATA-TRANS
                       AND WS-MC-VALOR (WS-MC-I) = LIQ-VALOR
                       AND WS-MC-CONFERIDO (WS-MC-I) = "N"
                   MOVE WS-MC-I TO WS-MC-ACHADO
                   MOVE WS-MC-TOTAL TO WS-MC-I
               END-IF
               ADD 1 TO WS-MC-I
           END-PERFORM.

       P250-ESCREVER-LIQUIDACAO.

           MOVE LIQ-VALOR TO WS-REC-VALOR-ED.
           DISPLAY LIQ-REFERENCIA " " LIQ-TIPO " RESERVA "
                   LIQ-RESERVA " " LIQ-DATA-TRANS " VALOR "
                   WS-REC-VALOR-ED " - " WS-REC-MOTIVO.
           MOVE SPACES TO RECCARTOUTPUT-LINHA.
           STRING LIQ-REFERENCIA DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   LIQ-TIPO DELIMITED BY SIZE
                   " RESERVA " DELIMITED BY SIZE
                   LIQ-RESERVA DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   LIQ-DATA-TRANS DELIMITED BY SIZE
                   " VALOR " DELIMITED BY SIZE
                   WS-REC-VALOR-ED DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-REC-MOTIVO DELIMITED BY SIZE
               INTO RECCARTOUTPUT-LINHA
           END-STRING.
           WRITE RECCARTOUTPUT-LINHA.

      *    O ESTORNO FICA COMO RECLAMACAO DA CATEGORIA CB ABERTA PARA O
      *    PASSAGEIRO E VOO DA RESERVA; A REFERENCIA DO ADQUIRENTE NO
      *    TEXTO EVITA ABRIR A MESMA RECLAMACAO NUMA NOVA IMPORTACAO
       P300-REGISTAR-ESTORNO.

           ADD 1 TO WS-TOTAL-ESTORNOS.
           ADD LIQ-VALOR TO WS-SOMA-ESTORNOS.
           MOVE "ESTORNO (CHARGEBACK)" TO WS-REC-MOTIVO.
           PERFORM P250-ESCREVER-LIQUIDACAO.

           MOVE LIQ-REFERENCIA TO WS-RCL-T-REF.
           MOVE LIQ-VALOR TO WS-RCL-T-VALOR.
           IF WS-RCL-ABERTO = "S" AND WS-CTRL-ABERTO = "S"
               PERFORM P310-PROCURAR-RECLAMACAO
               IF WS-RCL-EXISTE = "N"
                   PERFORM P320-ABRIR-RECLAMACAO
               END-IF
           END-IF.

       P310-PROCURAR-RECLAMACAO.

           MOVE "N" TO WS-RCL-EXISTE.
           MOVE ZEROES TO RCL-ID.
           SET WS-EXIT-OK TO "N".
           START RECLAMACOESINPUT KEY IS NOT LESS THAN RCL-ID
               INVALID KEY
                   SET WS-EXIT-OK TO "S"
           END-START.
           PERFORM UNTIL WS-EXIT-OK = "S"
               READ RECLAMACOESINPUT NEXT
                   AT END
                       SET WS-EXIT-OK TO "S"
                   NOT AT END
                       IF RCL-CATEGORIA = "CB"
                               AND RCL-TEXTO = WS-RCL-TEXTO-NOVO
                           MOVE "S" TO WS-RCL-EXISTE
                           SET WS-EXIT-OK TO "S"
                       END-IF
               END-READ
           END-PERFORM.
           SET WS-EXIT-OK TO "N".

       P320-ABRIR-RECLAMACAO.

           MOVE ZEROES TO RCL-PAX-ID.
           MOVE ZEROES TO RCL-VOO-CHAVE.
           MOVE "N" TO WS-RCL-EXISTE.
           IF WS-RES-ABERTO = "S"
               MOVE LIQ-RESERVA TO RESERVA-ID
               READ RESERVASINPUT
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE RESERVA-PAX-ID TO RCL-PAX-ID
                       MOVE RESERVA-VOO-CHAVE TO RCL-VOO-CHAVE
                       MOVE "S" TO WS-RCL-EXISTE
               END-READ
           END-IF.
           IF WS-RCL-EXISTE = "N" AND WS-RHIST-ABERTO = "S"
               MOVE LIQ-RESERVA TO RESHIST-ID
               READ RESERVASHIST
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE RESHIST-PAX-ID TO RCL-PAX-ID
                       MOVE RESHIST-VOO-CHAVE TO RCL-VOO-CHAVE
               END-READ
           END-IF.
           MOVE "N" TO WS-RCL-EXISTE.

           MOVE WS-CHAVE-CTRL-RECLAMACAO TO CTRL-CHAVE.
           PERFORM P350-PROX-NUMERO.
           MOVE WS-PROX-NUMERO TO RCL-ID.
           MOVE "CB" TO RCL-CATEGORIA.
           MOVE WS-RCL-TEXTO-NOVO TO RCL-TEXTO.
           MOVE "A" TO RCL-ESTADO.
           MOVE ZEROES TO RCL-COMP.
           MOVE WS-DATA-HOJE TO RCL-DATA.
           WRITE RECLAMACOESINPUT-REG
               INVALID KEY
                   DISPLAY "ERRO AO ABRIR RECLAMACAO DO ESTORNO "
                           LIQ-REFERENCIA
               NOT INVALID KEY
                   ADD 1 TO WS-TOTAL-RECLAMACOES
                   DISPLAY "RECLAMACAO " RCL-ID " ABERTA PARA A "
                           "RESERVA " LIQ-RESERVA
           END-WRITE.

       P350-PROX-NUMERO.

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

       P400-MOVIMENTOS-NAO-LIQUIDADOS.

           MOVE 1 TO WS-MC-I.
           PERFORM UNTIL WS-MC-I > WS-MC-TOTAL
               IF WS-MC-CONFERIDO (WS-MC-I) = "N"
                       AND WS-MC-VALOR (WS-MC-I) > ZEROES
                   PERFORM P410-ESCREVER-NAO-LIQUIDADO
               END-IF
               ADD 1 TO WS-MC-I
           END-PERFORM.

       P410-ESCREVER-NAO-LIQUIDADO.

           ADD 1 TO WS-TOTAL-NAO-LIQ.
           ADD WS-MC-VALOR (WS-MC-I) TO WS-SOMA-NAO-LIQ.
           MOVE WS-MC-VALOR (WS-MC-I) TO WS-REC-VALOR-ED.
           DISPLAY "MOVIMENTO " WS-MC-TIPO (WS-MC-I) " RESERVA "
                   WS-MC-RESERVA (WS-MC-I) " " WS-MC-DATA (WS-MC-I)
                   " VALOR " WS-REC-VALOR-ED " - NUNCA LIQUIDADO".
           MOVE SPACES TO RECCARTOUTPUT-LINHA.
           STRING "MOVIMENTO    " DELIMITED BY SIZE
                   WS-MC-TIPO (WS-MC-I) DELIMITED BY SIZE
                   " RESERVA " DELIMITED BY SIZE
                   WS-MC-RESERVA (WS-MC-I) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-MC-DATA (WS-MC-I) DELIMITED BY SIZE
                   " VALOR " DELIMITED BY SIZE
                   WS-REC-VALOR-ED DELIMITED BY SIZE
                   " NUNCA LIQUIDADO" DELIMITED BY SIZE
               INTO RECCARTOUTPUT-LINHA
           END-STRING.
           WRITE RECCARTOUTPUT-LINHA.

       P090-CARREGAR-AMBIENTE.

           CALL 'amb_util.o' USING WS-AMB-AREA.
           DISPLAY "AMBIENTE ATIVO: " WS-AMB-CODIGO.
           MOVE SPACES TO WS-CAM-ERROS.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/erros.txt" DELIMITED BY SIZE
               INTO WS-CAM-ERROS
           END-STRING.
           MOVE SPACES TO WS-CAM-LIQUIDACOES.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/liqcartao.txt" DELIMITED BY SIZE
               INTO WS-CAM-LIQUIDACOES
           END-STRING.
           MOVE SPACES TO WS-CAM-MOVIMENTOS.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/movimentos.txt" DELIMITED BY SIZE
               INTO WS-CAM-MOVIMENTOS
           END-STRING.
           MOVE SPACES TO WS-CAM-REEMBPEND.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/project/reemb.dat" DELIMITED BY SIZE
               INTO WS-CAM-REEMBPEND
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
           MOVE SPACES TO WS-CAM-RECCART.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/reccart.txt" DELIMITED BY SIZE
               INTO WS-CAM-RECCART
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

       END PROGRAM RECCART.
