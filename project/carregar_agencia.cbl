           RECORD KEY IS REJ-ID
           FILE STATUS IS WS-FICHEIRO-STATUS-REJ.

       SELECT AGCONTAINPUT ASSIGN TO
           WS-CAM-AGCONTA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ACC-CHAVE
           FILE STATUS IS WS-FICHEIRO-STATUS-ACC.

       SELECT RESCANALINPUT ASSIGN TO
           WS-CAM-RESCANAL
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RCN-RESERVA-ID
           FILE STATUS IS WS-FICHEIRO-STATUS-RCN.

       DATA DIVISION.

       FILE SECTION.
               05 VOOSINPUT-PORTA PIC X(03).
               05 VOOSINPUT-HORA-REVISTA PIC 9(04).
               05 VOOSINPUT-MOEDA PIC X(03).
               05 VOOSINPUT-TIPO PIC X(01).
                   88 VOO-NAO-COMERCIAL VALUE 'F' 'P' 'T' 'M'.

           FD RESERVASINPUT.
           01 RESERVAINPUT-REG.
               05 LUG-FILA PIC 9(02).
               05 LUG-POSICAO PIC X(01).
               05 LUG-OCUPADO PIC X(01).
               05 LUG-BLOQUEADO PIC X(01).
                   88 LUG-BLOQUEADO-SIM VALUE 'S'.
               05 LUG-SAIDA PIC X(01).
                   88 LUG-SAIDA-EMERGENCIA VALUE 'S'.
               05 LUG-ESPACO PIC X(01).
                   88 LUG-ESPACO-EXTRA VALUE 'S'.
               05 LUG-BANDA PIC X(01).
                   88 LUG-BANDA-PAGA VALUE '1' THRU '3'.

           FD CONTROLOINPUT.
           01 CONTROLOINPUT-REG.
               05 CTRL-ULTIMO-NUM PIC 9(04).

           FD DIARIOOUTPUT.
           01 DIARIOOUTPUT-LINHA PIC X(87).

           FD AUDITRESOUTPUT.
           01 AUDITRESOUTPUT-LINHA PIC X(84).
               05 AGC-NOME PIC X(20).
               05 AGC-COMISSAO PIC 9(02).
               05 AGC-LIMITE PIC 9(07)V99.
               05 AGC-SALDO PIC S9(07)V99.
               05 AGC-ULT-LANC PIC 9(06).

           FD AGRESINPUT.
           01 AGRESINPUT-REG.
               05 REJ-ESTADO PIC X(01).
               05 REJ-DATA PIC 9(08).

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

           FD RESCANALINPUT.
           01 RESCANALINPUT-REG.
               05 RCN-RESERVA-ID PIC 9(04).
               05 RCN-CANAL PIC X(01).
               05 RCN-PONTO-VENDA PIC X(10).
               05 RCN-DATA PIC 9(08).
               05 RCN-PRECO PIC 9(05)V99.

       WORKING-STORAGE SECTION.

           01 WS-AMB-AREA.
               88 WS-DIA-STATUS-OK VALUE "00".
               88 WS-DIA-STATUS-NOVO VALUE "35".

           01 WS-DIA-LINHA PIC X(87).
               01 FILLER REDEFINES WS-DIA-LINHA.
               05 WS-DIA-DATA PIC 9(08).
               05 FILLER PIC X(01).
               05 FILLER PIC X(01).
               05 WS-DIA-OP PIC X(01).
               05 FILLER PIC X(01).
               05 WS-DIA-IMAGEM PIC X(65).

           01 WS-FICHEIRO-STATUS-AUDRES PIC XX.
               88 WS-AUDRES-STATUS-OK VALUE "00".
               05 WS-C-RES  PIC S9(07)V99.
               05 WS-C-ERRO PIC X(01).

           01 WS-PER-AREA.
               03 WS-PER-OP PIC X(01).
               03 WS-PER-MES PIC 9(06).
               03 WS-PER-DATA PIC 9(08).
               03 WS-PER-DATA-ORIGEM PIC 9(08).
               03 WS-PER-OPER PIC 9(02).
               03 WS-PER-MOTIVO PIC X(30).
               03 WS-PER-MOVIMENTO PIC X(51).
               03 WS-PER-ESTADO PIC X(01).
               03 WS-PER-RESULTADO PIC X(01).

           01 WS-BIL-AREA.
               03 WS-BIL-OP PIC X(01).
               03 WS-BIL-RESERVA-ID PIC 9(04).
               03 WS-BIL-PAX-ID PIC 9(04).
               03 WS-BIL-ITIN-ID PIC 9(04).
               03 WS-BIL-VOO-CHAVE PIC X(12).
               03 WS-BIL-ESTADO PIC X(01).
               03 WS-BIL-NUMERO PIC 9(13).
               03 WS-BIL-CUPAO PIC 9(02).
               03 WS-BIL-RESULTADO PIC X(01).

           01 WS-FAT-AREA.
               03 WS-FAT-OP PIC X(01).
               03 WS-FAT-MOV-TIPO PIC X(01).
               03 WS-FAT-RESERVA-ID PIC 9(04).
               03 WS-FAT-PAX-ID PIC 9(04).
               03 WS-FAT-VOO PIC X(10).
               03 WS-FAT-VALOR PIC 9(05)V99.
               03 WS-FAT-PRODUTO PIC X(04).
               03 WS-FAT-EMPRESA PIC X(04).
               03 WS-FAT-OPER PIC 9(02).
               03 WS-FAT-DOC-TIPO PIC X(02).
               03 WS-FAT-DOC-ANO PIC 9(04).
               03 WS-FAT-DOC-NUMERO PIC 9(08).
               03 WS-FAT-RESULTADO PIC X(01).

           01 WS-PEDIDO-REG REDEFINES PEDIDOSINPUT-LINHA.
               05 WS-PED-VOO PIC 9(04).
               05 WS-PED-DATA PIC 9(08).
           "/Users/antonyferreira/Documents/Cobol/project/pedrej.dat".
           77 WS-CHAVE-CTRL-REJEITADO PIC X(02) VALUE "RJ".
           77 WS-REJ-MOTIVO-ATUAL PIC X(30) VALUE SPACES.
           77 WS-REJ-MOTIVO-VOO PIC X(30) VALUE SPACES.

           01 WS-FICHEIRO-STATUS-ACC PIC XX.
               88 WS-ACC-STATUS-OK VALUE "00".
               88 WS-ACC-STATUS-INEXISTENTE VALUE "35".

           77 WS-CAM-AGCONTA PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/project/agconta.dat".

           01 WS-FICHEIRO-STATUS-RCN PIC XX.
               88 WS-RCN-STATUS-OK VALUE "00".
               88 WS-RCN-STATUS-INEXISTENTE VALUE "35".
           77 WS-CAM-RESCANAL PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/project/rescanal.dat".

      *    CONTROLO DE CREDITO DA AGENCIA - LIMITE A ZERO NAO E
      *    APLICADO; AVISO QUANDO O SALDO PASSA A PERCENTAGEM INDICADA
           77 WS-CRD-VALOR PIC 9(07)V99 VALUE ZEROES.
           77 WS-CRD-SALDO-NOVO PIC S9(09)V99 VALUE ZEROES.
           77 WS-CRD-SALDO-ANTES PIC S9(09)V99 VALUE ZEROES.
           77 WS-CRD-AVISO-VALOR PIC 9(09)V99 VALUE ZEROES.
           77 WS-CRD-PERC-AVISO PIC 9(03) VALUE 80.
           77 WS-CRD-EXCEDE PIC X(01) VALUE "N".
           77 WS-TOTAL-AVISOS-CREDITO PIC 9(04) VALUE ZEROES.

           77 WS-EXIT-OK PIC X(01) VALUE "N".
           77 WS-EXIT-OK2 PIC X(01) VALUE "N".
           77 WS-TOTAL-CONFIRMADAS PIC 9(04) VALUE ZEROES.
           77 WS-TOTAL-ESPERA PIC 9(04) VALUE ZEROES.
           77 WS-TOTAL-REJEITADAS PIC 9(04) VALUE ZEROES.
           77 WS-TOTAL-REJ-CREDITO PIC 9(04) VALUE ZEROES.

           77 WS-CFG-OVERBOOKING PIC 9(02) VALUE ZEROES.
           77 WS-MIN-CONEXAO PIC 9(03) VALUE 45.
               CLOSE PEDREJINPUT
               OPEN I-O PEDREJINPUT
           END-IF.
           OPEN I-O AGCONTAINPUT.
           IF WS-ACC-STATUS-INEXISTENTE
               OPEN OUTPUT AGCONTAINPUT
               CLOSE AGCONTAINPUT
               OPEN I-O AGCONTAINPUT
           END-IF.
           OPEN I-O RESCANALINPUT.
           IF WS-RCN-STATUS-INEXISTENTE
               OPEN OUTPUT RESCANALINPUT
               CLOSE RESCANALINPUT
               OPEN I-O RESCANALINPUT
           END-IF.

           SET WS-EXIT-OK TO "N".
           PERFORM UNTIL WS-EXIT-OK = "S"
           CLOSE AGENCIASINPUT.
           CLOSE AGRESINPUT.
           CLOSE PEDREJINPUT.
           CLOSE AGCONTAINPUT.
           CLOSE RESCANALINPUT.

           DISPLAY " ".
           DISPLAY "*** CARGA DE PEDIDOS DE AGENCIA ***".
           DISPLAY "RESERVAS CONFIRMADAS: " WS-TOTAL-CONFIRMADAS.
           DISPLAY "COLOCADOS EM ESPERA: " WS-TOTAL-ESPERA.
           DISPLAY "PASSAGEIROS REJEITADOS: " WS-TOTAL-REJEITADAS.
           DISPLAY "  DOS QUAIS POR LIMITE DE CREDITO: "
                   WS-TOTAL-REJ-CREDITO.
           DISPLAY "AVISOS DE CREDITO EMITIDOS: "
                   WS-TOTAL-AVISOS-CREDITO.

           STOP RUN.

           ELSE
               MOVE WS-PED-VOO TO VOOSINPUT-NUMERO
               MOVE WS-PED-DATA TO VOOSINPUT-DATA
               MOVE "VOO INEXISTENTE OU FECHADO" TO WS-REJ-MOTIVO-VOO
               READ VOOSINPUT
                   INVALID KEY
                       PERFORM P290-REJEITAR-PEDIDO
                       IF VOO-PARTIU OR VOO-CANCELADO OR VOO-FECHADO
                           PERFORM P290-REJEITAR-PEDIDO
                       ELSE
                           IF VOO-NAO-COMERCIAL
                               MOVE "VOO NAO COMERCIAL"
                                   TO WS-REJ-MOTIVO-VOO
                               PERFORM P290-REJEITAR-PEDIDO
                           ELSE
                               PERFORM P210-PROCESSAR-PEDIDO
                           END-IF
                       END-IF
               END-READ
           END-IF.
               ADD 1 TO WS-TOTAL-REJEITADAS
               PERFORM P295-RESPONDER
           ELSE
               PERFORM P225-VERIFICAR-CREDITO
               IF WS-CRD-EXCEDE = "S"
                   ADD 1 TO WS-TOTAL-REJEITADAS
                   ADD 1 TO WS-TOTAL-REJ-CREDITO
                   PERFORM P296-REJEITAR-CREDITO
               ELSE
                   PERFORM P250-GRAVAR-RESERVA
                   PERFORM P230-DEBITAR-AGENCIA
               END-IF
           END-IF.

      *    O VALOR DA RESERVA JA CONVERTIDO PARA EUROS NAO PODE LEVAR
      *    O SALDO DA AGENCIA ACIMA DO SEU LIMITE DE CREDITO
       P225-VERIFICAR-CREDITO.

           MOVE "N" TO WS-CRD-EXCEDE.
           MOVE WS-VOO-ALVO-TARIFA TO RESERVA-PRECO.
           PERFORM P270-CONVERTER-MOEDA.
           MOVE RESERVA-PRECO TO WS-CRD-VALOR.
           COMPUTE WS-CRD-SALDO-NOVO = AGC-SALDO + WS-CRD-VALOR.
           IF AGC-LIMITE > 0 AND WS-CRD-SALDO-NOVO > AGC-LIMITE
               MOVE "S" TO WS-CRD-EXCEDE
           END-IF.

       P230-DEBITAR-AGENCIA.

           MOVE AGC-SALDO TO WS-CRD-SALDO-ANTES.
           ADD RESERVA-PRECO TO AGC-SALDO.
           ADD 1 TO AGC-ULT-LANC.
           MOVE AGC-CODIGO TO ACC-AGENCIA.
           MOVE AGC-ULT-LANC TO ACC-SEQ.
           MOVE "R" TO ACC-TIPO.
           ACCEPT ACC-DATA FROM DATE YYYYMMDD.
           MOVE RESERVA-PRECO TO ACC-VALOR.
           MOVE RESERVA-ID TO ACC-RESERVA-ID.
           MOVE SPACES TO ACC-REFERENCIA.
           MOVE AGC-SALDO TO ACC-SALDO.
           MOVE ZEROES TO ACC-OPER.
           WRITE AGCONTAINPUT-REG
               INVALID KEY
                   DISPLAY "ERRO AO LANCAR NA CONTA DA AGENCIA "
                           AGC-CODIGO
           END-WRITE.
           REWRITE AGENCIASINPUT-REG
               INVALID KEY
                   DISPLAY "ERRO AO ATUALIZAR O SALDO DA AGENCIA "
                           AGC-CODIGO
           END-REWRITE.

           IF AGC-LIMITE > 0
               COMPUTE WS-CRD-AVISO-VALOR ROUNDED =
                       AGC-LIMITE * WS-CRD-PERC-AVISO / 100
               IF AGC-SALDO >= WS-CRD-AVISO-VALOR
                       AND WS-CRD-SALDO-ANTES < WS-CRD-AVISO-VALOR
                   PERFORM P235-AVISAR-CREDITO
               END-IF
           END-IF.

       P235-AVISAR-CREDITO.

           ADD 1 TO WS-TOTAL-AVISOS-CREDITO.
           MOVE AGC-SALDO TO WS-CRD-VALOR.
           DISPLAY "AVISO: AGENCIA " AGC-CODIGO " COM SALDO "
                   AGC-SALDO " ACIMA DE " WS-CRD-PERC-AVISO
                   "% DO LIMITE " AGC-LIMITE.
           MOVE SPACES TO RESPOSTASOUTPUT-LINHA.
           STRING "AVISO AGENCIA " DELIMITED BY SIZE
                   AGC-CODIGO DELIMITED BY SIZE
                   " - SALDO " DELIMITED BY SIZE
                   WS-CRD-VALOR DELIMITED BY SIZE
                   " ATINGIU " DELIMITED BY SIZE
                   WS-CRD-PERC-AVISO DELIMITED BY SIZE
                   "% DO LIMITE " DELIMITED BY SIZE
                   AGC-LIMITE DELIMITED BY SIZE
               INTO RESPOSTASOUTPUT-LINHA
           END-STRING.
           WRITE RESPOSTASOUTPUT-LINHA.

       P240-VALIDAR-CONEXAO.

           MOVE "N" TO WS-CONEXAO-CURTA.
           END-WRITE.
           MOVE "C" TO WS-AUDRES-OP.
           PERFORM P280-AUDITAR-RESERVA.
           PERFORM P289-REGISTAR-CANAL.
           MOVE "P" TO WS-MOV-TIPO.
           MOVE RESERVA-ID TO WS-MOV-RESERVA-ID.
           MOVE RESERVA-PAX-ID TO WS-MOV-PAX-ID.
           MOVE VOOSINPUT-NOME TO WS-MOV-VOO.
           MOVE RESERVA-PRECO TO WS-MOV-VALOR.
           PERFORM P285-REGISTAR-MOVIMENTO.
           PERFORM P288-EMITIR-DOCUMENTO.
           PERFORM P287-EMITIR-BILHETE.
           ADD 1 TO WS-TOTAL-CONFIRMADAS.

           SUBTRACT 1 FROM LUGARESDISPONIVEIS-INPUT
           END-STRING.
           WRITE RESPOSTASOUTPUT-LINHA.

      *    LUGARES BLOQUEADOS, DE SAIDA DE EMERGENCIA E PAGOS NAO SAO
      *    ATRIBUIDOS AUTOMATICAMENTE - FICAM PARA O BALCAO
       P255-LUGAR-AUTOMATICO.

           MOVE "OVB" TO WS-LUGAR-PROX.
                           SET WS-EXIT-OK2 TO "S"
                       ELSE
                           IF LUG-OCUPADO = "N"
                                   AND NOT LUG-BLOQUEADO-SIM
                                   AND NOT LUG-SAIDA-EMERGENCIA
                                   AND NOT LUG-ESPACO-EXTRA
                                   AND NOT LUG-BANDA-PAGA
                               MOVE "S" TO LUG-OCUPADO
                               REWRITE LUGARESINPUT-REG
                               MOVE LUG-ETIQUETA TO WS-LUGAR-PROX

       P290-REJEITAR-PEDIDO.

           MOVE WS-REJ-MOTIVO-VOO TO WS-REJ-MOTIVO-ATUAL.
           MOVE PEDIDOSINPUT-LINHA TO WS-REJ-LINHA-GRAVAR.
           PERFORM P297-GRAVAR-REJEITADO.

                           " " DELIMITED BY SIZE
                           WS-PED-NOME (WS-PED-I)
                               DELIMITED BY SIZE
                           " -> REJEITADA - " DELIMITED BY SIZE
                           WS-REJ-MOTIVO-VOO DELIMITED BY "  "
                       INTO RESPOSTASOUTPUT-LINHA
                   END-STRING
                   WRITE RESPOSTASOUTPUT-LINHA
           END-STRING.
           WRITE RESPOSTASOUTPUT-LINHA.

       P296-REJEITAR-CREDITO.

           MOVE "LIMITE DE CREDITO EXCEDIDO" TO WS-REJ-MOTIVO-ATUAL.
           MOVE PEDIDOSINPUT-LINHA TO WS-REJ-LINHA-GRAVAR.
           MOVE 1 TO WS-REJ-J.
           PERFORM UNTIL WS-REJ-J > 5
               IF WS-REJ-J NOT = WS-PED-I
                   MOVE SPACES TO WS-RLG-NOME (WS-REJ-J)
               END-IF
               ADD 1 TO WS-REJ-J
           END-PERFORM.
           PERFORM P297-GRAVAR-REJEITADO.

           MOVE SPACES TO RESPOSTASOUTPUT-LINHA.
           STRING "PEDIDO VOO " DELIMITED BY SIZE
                   WS-PED-VOO DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-PED-DATA DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-PED-NOME (WS-PED-I) DELIMITED BY SIZE
                   " -> REJEITADA - LIMITE DE CREDITO EXCEDIDO"
                       DELIMITED BY SIZE
               INTO RESPOSTASOUTPUT-LINHA
           END-STRING.
           WRITE RESPOSTASOUTPUT-LINHA.

       P297-GRAVAR-REJEITADO.

           MOVE WS-CHAVE-CTRL-REJEITADO TO CTRL-CHAVE.
           WRITE AUDITRESOUTPUT-LINHA.
           CLOSE AUDITRESOUTPUT.

       P289-REGISTAR-CANAL.

           MOVE RESERVA-ID TO RCN-RESERVA-ID.
           MOVE "A" TO RCN-CANAL.
           MOVE WS-PED-AGENCIA TO RCN-PONTO-VENDA.
           ACCEPT RCN-DATA FROM DATE YYYYMMDD.
           MOVE RESERVA-PRECO TO RCN-PRECO.
           IF WS-RCN-STATUS-OK
               WRITE RESCANALINPUT-REG
                   INVALID KEY
                       REWRITE RESCANALINPUT-REG
               END-WRITE
           END-IF.

       P285-REGISTAR-MOVIMENTO.

           ACCEPT WS-MOV-DATA FROM DATE YYYYMMDD.
           ACCEPT WS-MOV-HORA FROM TIME.
           MOVE ZEROES TO WS-MOV-OPER.
           PERFORM P286-VALIDAR-PERIODO.

           OPEN EXTEND MOVIMENTOSOUTPUT.
           IF WS-MOV-STATUS-NOVO
           WRITE MOVIMENTOSOUTPUT-LINHA.
           CLOSE MOVIMENTOSOUTPUT.

      *    MOVIMENTO DATADO NUM PERIODO JA FECHADO PASSA PARA O
      *    PERIODO ABERTO SEGUINTE (A DATA ORIGINAL FICA EM movper.txt)
       P286-VALIDAR-PERIODO.

           MOVE SPACES TO WS-PER-AREA.
           MOVE "V" TO WS-PER-OP.
           MOVE WS-MOV-DATA TO WS-PER-DATA.
           MOVE WS-MOV-LINHA TO WS-PER-MOVIMENTO.
           CALL 'per_util.o' USING WS-PER-AREA.
           IF WS-PER-RESULTADO = "T"
               MOVE WS-PER-DATA TO WS-MOV-DATA
               DISPLAY "MOVIMENTO DE " WS-PER-DATA-ORIGEM
                       " EM PERIODO FECHADO - LANCADO A " WS-MOV-DATA
           END-IF.

       P287-EMITIR-BILHETE.

           MOVE "E" TO WS-BIL-OP.
           MOVE RESERVA-ID TO WS-BIL-RESERVA-ID.
           MOVE RESERVA-PAX-ID TO WS-BIL-PAX-ID.
           MOVE RESERVA-ITIN-ID TO WS-BIL-ITIN-ID.
           MOVE RESERVA-VOO-CHAVE TO WS-BIL-VOO-CHAVE.
           MOVE ZEROES TO WS-BIL-NUMERO.
           CALL 'bilhete_util.o' USING WS-BIL-AREA.
           IF WS-BIL-RESULTADO = "E"
               DISPLAY "ERRO NA EMISSAO DO BILHETE DA RESERVA "
                       RESERVA-ID
           END-IF.

       P288-EMITIR-DOCUMENTO.

           MOVE "E" TO WS-FAT-OP.
           MOVE WS-MOV-TIPO TO WS-FAT-MOV-TIPO.
           MOVE WS-MOV-RESERVA-ID TO WS-FAT-RESERVA-ID.
           MOVE WS-MOV-PAX-ID TO WS-FAT-PAX-ID.
           MOVE WS-MOV-VOO TO WS-FAT-VOO.
           MOVE WS-MOV-VALOR TO WS-FAT-VALOR.
           MOVE "TARF" TO WS-FAT-PRODUTO.
           MOVE SPACES TO WS-FAT-EMPRESA.
           MOVE WS-MOV-OPER TO WS-FAT-OPER.
           CALL 'fatura_util.o' USING WS-FAT-AREA.
           IF WS-FAT-RESULTADO = "E"
               DISPLAY "ERRO NA EMISSAO DO DOCUMENTO FISCAL DA RESERVA "
                       RESERVA-ID
           END-IF.

       P430-PROX-NUMERO.

           READ CONTROLOINPUT
                   "/project/pedrej.dat" DELIMITED BY SIZE
               INTO WS-CAM-PEDREJ
           END-STRING.
           MOVE SPACES TO WS-CAM-AGCONTA.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/project/agconta.dat" DELIMITED BY SIZE
               INTO WS-CAM-AGCONTA
           END-STRING.
           MOVE SPACES TO WS-CAM-RESCANAL.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/project/rescanal.dat" DELIMITED BY SIZE
               INTO WS-CAM-RESCANAL
           END-STRING.

       END PROGRAM CARRAGEN.
