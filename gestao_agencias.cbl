           RECORD KEY IS AGC-CODIGO
           FILE STATUS IS WS-FS-AGC.

       SELECT AGCONTAINPUT ASSIGN TO
           WS-CAM-AGCONTA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ACC-CHAVE
           FILE STATUS IS WS-FS-ACC.

       SELECT ADMINPUT ASSIGN TO
           WS-CAM-ADM
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ADM-ID
           ALTERNATE RECORD KEY IS ADM-AGENCIA WITH DUPLICATES
           ALTERNATE RECORD KEY IS ADM-ORIGEM
           FILE STATUS IS WS-FS-ADM.

       DATA DIVISION.

       FILE SECTION.
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
               88 ADM-EMITIDA VALUE 'E'.
               88 ADM-DISPUTADA VALUE 'D'.
               88 ADM-ANULADA VALUE 'A'.
               88 ADM-RECUPERADA VALUE 'R'.
           05 ADM-DATA-ESTADO PIC 9(08).
           05 ADM-LIQ-MES PIC 9(06).

       WORKING-STORAGE SECTION.

               05 WS-AMB-RAIZ PIC X(60).
           77 WS-CAM-AGENCIAS PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/agencias.dat".
           77 WS-CAM-AGCONTA PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/project/agconta.dat".
           77 WS-CAM-ADM PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/project/admagen.dat".

           01 WS-FS-AGC PIC XX.
               88 WS-FS-AGC-OK VALUE '00'.
               88 WS-FS-AGC-NOVO VALUE '35'.

           01 WS-FS-ACC PIC XX.
               88 WS-FS-ACC-OK VALUE '00'.
               88 WS-FS-ACC-NOVO VALUE '35'.

           01 WS-FS-ADM PIC XX.
               88 WS-FS-ADM-OK VALUE '00'.
               88 WS-FS-ADM-NOVO VALUE '35'.

           77 WS-EXIT-OK PIC X(01) VALUE 'N'.
           77 WS-OP PIC 9(01) VALUE ZEROES.
           77 WS-VALOR-RECEBIDO PIC 9(07)V99 VALUE ZEROES.
           77 WS-REF-RECEBIDO PIC X(12) VALUE SPACES.
           77 WS-EXIT-OK2 PIC X(01) VALUE 'N'.
           77 WS-OP-ADM PIC 9(01) VALUE ZEROES.
           77 WS-DECISAO PIC X(01) VALUE SPACES.

       PROCEDURE DIVISION.

               CLOSE AGENCIASINPUT
               OPEN I-O AGENCIASINPUT
           END-IF.
           OPEN I-O AGCONTAINPUT.
           IF WS-FS-ACC-NOVO
               OPEN OUTPUT AGCONTAINPUT
               CLOSE AGCONTAINPUT
               OPEN I-O AGCONTAINPUT
           END-IF.
           OPEN I-O ADMINPUT.
           IF WS-FS-ADM-NOVO
               OPEN OUTPUT ADMINPUT
               CLOSE ADMINPUT
               OPEN I-O ADMINPUT
           END-IF.

           DISPLAY '*** GESTAO DE AGENCIAS DE VIAGEM ***'.

           MOVE 1 TO WS-OP.
           PERFORM UNTIL WS-OP = 0
               DISPLAY '1-LISTAR 2-ADICIONAR 3-ALTERAR '
                       '4-ELIMINAR 5-RECEBIMENTO 6-EXTRATO '
                       '7-NOTAS DE DEBITO 0-SAIR'
               ACCEPT WS-OP
               EVALUATE WS-OP
                   WHEN 1
                       PERFORM P300-ALTERAR
                   WHEN 4
                       PERFORM P400-ELIMINAR
                   WHEN 5
                       PERFORM P500-RECEBIMENTO
                   WHEN 6
                       PERFORM P600-EXTRATO
                   WHEN 7
                       PERFORM P700-NOTAS-DEBITO
                   WHEN 0
                       CONTINUE
                   WHEN OTHER
           END-PERFORM.

           CLOSE AGENCIASINPUT.
           CLOSE AGCONTAINPUT.
           CLOSE ADMINPUT.
           STOP RUN.

       P100-LISTAR.
                       DISPLAY AGC-CODIGO ' - ' AGC-NOME
                               ' COMISSAO: ' AGC-COMISSAO '%'
                               ' LIMITE DE CREDITO: ' AGC-LIMITE
                               ' SALDO: ' AGC-SALDO
               END-READ
           END-PERFORM.
           SET WS-EXIT-OK TO 'N'.
           ACCEPT AGC-COMISSAO.
           DISPLAY 'LIMITE DE CREDITO (EX: 001000000 PARA 10000,00)'.
           ACCEPT AGC-LIMITE.
           MOVE ZEROES TO AGC-SALDO.
           MOVE ZEROES TO AGC-ULT-LANC.

           WRITE AGENCIASINPUT-REG
               INVALID KEY
               INVALID KEY
                   DISPLAY 'AGENCIA NAO ENCONTRADA'
               NOT INVALID KEY
                   IF AGC-SALDO NOT = ZEROES
                       DISPLAY 'AGENCIA COM SALDO EM CONTA ('
                               AGC-SALDO ') - NAO ELIMINADA'
                   ELSE
                       PERFORM P410-ELIMINAR-AGENCIA
                   END-IF
           END-READ.

       P410-ELIMINAR-AGENCIA.

           DELETE AGENCIASINPUT
               INVALID KEY
                   DISPLAY 'ERRO AO ELIMINAR A AGENCIA'
               NOT INVALID KEY
                   DISPLAY 'AGENCIA ELIMINADA'
           END-DELETE.

      *    DINHEIRO OU TRANSFERENCIA RECEBIDOS DA AGENCIA FORA DA
      *    LIQUIDACAO MENSAL - ABATE AO SALDO EM CONTA
       P500-RECEBIMENTO.

           DISPLAY 'CODIGO DA AGENCIA'.
           ACCEPT AGC-CODIGO.
           READ AGENCIASINPUT
               INVALID KEY
                   DISPLAY 'AGENCIA NAO ENCONTRADA'
               NOT INVALID KEY
                   PERFORM P510-LANCAR-RECEBIMENTO
           END-READ.

       P510-LANCAR-RECEBIMENTO.

           DISPLAY 'SALDO ATUAL: ' AGC-SALDO.
           DISPLAY 'VALOR RECEBIDO (EX: 000150000 PARA 1500,00)'.
           ACCEPT WS-VALOR-RECEBIDO.
           IF WS-VALOR-RECEBIDO = ZEROES
               DISPLAY 'VALOR INVALIDO - NADA LANCADO'
           ELSE
               DISPLAY 'REFERENCIA DO RECEBIMENTO'
               ACCEPT WS-REF-RECEBIDO
               SUBTRACT WS-VALOR-RECEBIDO FROM AGC-SALDO
               ADD 1 TO AGC-ULT-LANC
               MOVE AGC-CODIGO TO ACC-AGENCIA
               MOVE AGC-ULT-LANC TO ACC-SEQ
               MOVE 'C' TO ACC-TIPO
               ACCEPT ACC-DATA FROM DATE YYYYMMDD
               MOVE WS-VALOR-RECEBIDO TO ACC-VALOR
               MOVE ZEROES TO ACC-RESERVA-ID
               MOVE WS-REF-RECEBIDO TO ACC-REFERENCIA
               MOVE AGC-SALDO TO ACC-SALDO
               MOVE ZEROES TO ACC-OPER
               WRITE AGCONTAINPUT-REG
                   INVALID KEY
                       DISPLAY 'ERRO AO LANCAR O RECEBIMENTO'
                   NOT INVALID KEY
                       REWRITE AGENCIASINPUT-REG
                       DISPLAY 'RECEBIMENTO LANCADO - NOVO SALDO: '
                               AGC-SALDO
               END-WRITE
           END-IF.

       P600-EXTRATO.

           DISPLAY 'CODIGO DA AGENCIA'.
           ACCEPT AGC-CODIGO.
           READ AGENCIASINPUT
               INVALID KEY
                   DISPLAY 'AGENCIA NAO ENCONTRADA'
               NOT INVALID KEY
                   PERFORM P610-LISTAR-LANCAMENTOS
           END-READ.

       P610-LISTAR-LANCAMENTOS.

           DISPLAY ' '.
           DISPLAY '*** CONTA CORRENTE DA AGENCIA ' AGC-CODIGO ' '
                   AGC-NOME ' ***'.
           MOVE AGC-CODIGO TO ACC-AGENCIA.
           MOVE ZEROES TO ACC-SEQ.
           SET WS-EXIT-OK2 TO 'N'.
           START AGCONTAINPUT KEY IS NOT LESS THAN ACC-CHAVE
               INVALID KEY
                   SET WS-EXIT-OK2 TO 'S'
           END-START.

           PERFORM UNTIL WS-EXIT-OK2 = 'S'
               READ AGCONTAINPUT NEXT
                   AT END
                       SET WS-EXIT-OK2 TO 'S'
                   NOT AT END
                       IF ACC-AGENCIA NOT = AGC-CODIGO
                           SET WS-EXIT-OK2 TO 'S'
                       ELSE
                           DISPLAY ACC-SEQ ' ' ACC-DATA ' '
                                   ACC-TIPO ' ' ACC-VALOR
                                   ' RES ' ACC-RESERVA-ID
                                   ' REF ' ACC-REFERENCIA
                                   ' SALDO ' ACC-SALDO
                       END-IF
               END-READ
           END-PERFORM.
           SET WS-EXIT-OK2 TO 'N'.
           DISPLAY 'SALDO ATUAL: ' AGC-SALDO
                   ' LIMITE: ' AGC-LIMITE.

      *    NOTAS DE DEBITO EMITIDAS PELO ADMAGEN: A AGENCIA PODE
      *    CONTESTAR UMA NOTA EMITIDA (FICA DE FORA DA LIQUIDACAO ATE
      *    SER RESOLVIDA) E A CONTESTACAO E ANULADA OU MANTIDA
       P700-NOTAS-DEBITO.

           DISPLAY 'CODIGO DA AGENCIA'.
           ACCEPT AGC-CODIGO.
           READ AGENCIASINPUT
               INVALID KEY
                   DISPLAY 'AGENCIA NAO ENCONTRADA'
               NOT INVALID KEY
                   PERFORM P710-LISTAR-NOTAS
                   DISPLAY '1-CONTESTAR 2-RESOLVER CONTESTACAO '
                           '0-VOLTAR'
                   ACCEPT WS-OP-ADM
                   EVALUATE WS-OP-ADM
                       WHEN 1
                           PERFORM P720-CONTESTAR-NOTA
                       WHEN 2
                           PERFORM P730-RESOLVER-NOTA
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

       P710-LISTAR-NOTAS.

           DISPLAY ' '.
           DISPLAY '*** NOTAS DE DEBITO DA AGENCIA ' AGC-CODIGO ' '
                   AGC-NOME ' ***'.
           DISPLAY 'ESTADOS: E-EMITIDA D-DISPUTADA R-RECUPERADA '
                   'A-ANULADA'.
           MOVE AGC-CODIGO TO ADM-AGENCIA.
           SET WS-EXIT-OK2 TO 'N'.
           START ADMINPUT KEY IS NOT LESS THAN ADM-AGENCIA
               INVALID KEY
                   SET WS-EXIT-OK2 TO 'S'
           END-START.

           PERFORM UNTIL WS-EXIT-OK2 = 'S'
               READ ADMINPUT NEXT
                   AT END
                       SET WS-EXIT-OK2 TO 'S'
                   NOT AT END
                       IF ADM-AGENCIA NOT = AGC-CODIGO
                           SET WS-EXIT-OK2 TO 'S'
                       ELSE
                           DISPLAY ADM-ID ' ' ADM-DATA ' '
                                   ADM-TIPO ' ' ADM-MOTIVO ' '
                                   ADM-VALOR ' ' ADM-ESTADO ' '
                                   ADM-DATA-ESTADO ' ' ADM-LIQ-MES
                       END-IF
               END-READ
           END-PERFORM.
           SET WS-EXIT-OK2 TO 'N'.

       P720-CONTESTAR-NOTA.

           DISPLAY 'NUMERO DA NOTA A CONTESTAR'.
           ACCEPT ADM-ID.
           READ ADMINPUT
               INVALID KEY
                   DISPLAY 'NOTA NAO ENCONTRADA'
               NOT INVALID KEY
                   IF ADM-AGENCIA NOT = AGC-CODIGO
                       DISPLAY 'A NOTA NAO E DESTA AGENCIA'
                   ELSE
                       IF NOT ADM-EMITIDA
                           DISPLAY 'SO UMA NOTA EMITIDA E POR '
                                   'RECUPERAR PODE SER CONTESTADA'
                       ELSE
                           MOVE 'D' TO ADM-ESTADO
                           ACCEPT ADM-DATA-ESTADO FROM DATE YYYYMMDD
                           REWRITE ADMINPUT-REG
                           DISPLAY 'NOTA ' ADM-ID ' CONTESTADA'
                       END-IF
                   END-IF
           END-READ.

       P730-RESOLVER-NOTA.

           DISPLAY 'NUMERO DA NOTA CONTESTADA'.
           ACCEPT ADM-ID.
           READ ADMINPUT
               INVALID KEY
                   DISPLAY 'NOTA NAO ENCONTRADA'
               NOT INVALID KEY
                   IF ADM-AGENCIA NOT = AGC-CODIGO
                           OR NOT ADM-DISPUTADA
                       DISPLAY 'NAO HA CONTESTACAO PENDENTE NESSA '
                               'NOTA PARA ESTA AGENCIA'
                   ELSE
                       PERFORM P740-DECIDIR-CONTESTACAO
                   END-IF
           END-READ.

       P740-DECIDIR-CONTESTACAO.

           DISPLAY ADM-MOTIVO ' VALOR: ' ADM-VALOR.
           DISPLAY 'A-ANULAR A NOTA  M-MANTER A NOTA'.
           ACCEPT WS-DECISAO.
           EVALUATE WS-DECISAO
               WHEN 'A'
                   MOVE 'A' TO ADM-ESTADO
                   ACCEPT ADM-DATA-ESTADO FROM DATE YYYYMMDD
                   REWRITE ADMINPUT-REG
                   DISPLAY 'NOTA ' ADM-ID ' ANULADA'
               WHEN 'M'
                   MOVE 'E' TO ADM-ESTADO
                   ACCEPT ADM-DATA-ESTADO FROM DATE YYYYMMDD
                   REWRITE ADMINPUT-REG
                   DISPLAY 'NOTA ' ADM-ID ' MANTIDA - SERA ABATIDA '
                           'NA PROXIMA LIQUIDACAO'
               WHEN OTHER
                   DISPLAY 'DECISAO INVALIDA - NOTA CONTINUA '
                           'CONTESTADA'
           END-EVALUATE.

       P090-CARREGAR-AMBIENTE.

           CALL 'amb_util.o' USING WS-AMB-AREA.
                   '/agencias.dat' DELIMITED BY SIZE
               INTO WS-CAM-AGENCIAS
           END-STRING.
           MOVE SPACES TO WS-CAM-AGCONTA.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   '/project/agconta.dat' DELIMITED BY SIZE
               INTO WS-CAM-AGCONTA
           END-STRING.
           MOVE SPACES TO WS-CAM-ADM.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   '/project/admagen.dat' DELIMITED BY SIZE
               INTO WS-CAM-ADM
           END-STRING.

       END PROGRAM GESTAGEN.
