           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FICHEIRO-STATUS-DIA.

       SELECT RESCANALINPUT ASSIGN TO
           WS-CAM-RESCANAL
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RCN-RESERVA-ID
           FILE STATUS IS WS-FICHEIRO-STATUS-RCN.

       SELECT ERROSOUTPUT ASSIGN TO
           WS-CAM-ERROS
           ORGANIZATION IS LINE SEQUENTIAL
               05 VOOSINPUT-PORTA PIC X(03).
               05 VOOSINPUT-HORA-REVISTA PIC 9(04).
               05 VOOSINPUT-MOEDA PIC X(03).
               05 VOOSINPUT-TIPO PIC X(01).

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
           01 PASSAGEIROSINPUT-REG.
               05 PAX-ID PIC 9(04).
               05 PAX-NOME PIC X(20).
               05 PAX-CONTACTO-ID PIC 9(06).
               05 PAX-DOC-TIPO PIC X(02).
               05 PAX-DOC-NUMERO PIC X(12).
               05 PAX-NACIONALIDADE PIC X(03).

           FD CONTACTOS.
           01 REG-CONTACTOS.
               05 ID-CONTACTO    PIC 9(06).
               05 NM-CONTACTO    PIC X(20).
               05 TEL-CONTACTO   PIC X(15).
               05 EMAIL-CONTACTO PIC X(30).
           01 AUDITRESOUTPUT-LINHA PIC X(84).

           FD DIARIOOUTPUT.
           01 DIARIOOUTPUT-LINHA PIC X(87).

           FD RESCANALINPUT.
           01 RESCANALINPUT-REG.
               05 RCN-RESERVA-ID PIC 9(04).
               05 RCN-CANAL PIC X(01).
               05 RCN-PONTO-VENDA PIC X(10).
               05 RCN-DATA PIC 9(08).
               05 RCN-PRECO PIC 9(05)V99.

           FD ERROSOUTPUT.
           01 ERROSOUTPUT-LINHA PIC X(85).
           77 WS-CAM-DIARIO PIC X(80) VALUE
               "/Users/antonyferreira/Documents/Cobol/diario.txt".

           01 WS-FICHEIRO-STATUS-RCN PIC XX.
               88 WS-RCN-STATUS-OK VALUE "00".
               88 WS-RCN-STATUS-INEXISTENTE VALUE "35".
           77 WS-CAM-RESCANAL PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/project/rescanal.dat".

           01 WS-FICHEIRO-STATUS-DIA PIC XX.
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

           01 WS-FICHEIRO-STATUS-VOO PIC XX.
               88 WS-FICHEIRO-VOO-OK VALUE "00".
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

           01 WS-FICHEIRO-STATUS-AUDRES PIC XX.
               88 WS-AUDRES-STATUS-OK VALUE "00".
               88 WS-AUDRES-STATUS-NOVO VALUE "35".
           END-IF.
           OPEN I-O PASSAGEIROSINPUT.
           OPEN I-O CONTACTOS.
           OPEN I-O RESCANALINPUT.
           IF WS-RCN-STATUS-INEXISTENTE
               OPEN OUTPUT RESCANALINPUT
               CLOSE RESCANALINPUT
               OPEN I-O RESCANALINPUT
           END-IF.

           PERFORM P200-PROMOVER-POR-VOO.
           PERFORM P500-EXPIRAR-ENTRADAS.
           CLOSE NOTIFICACOESINPUT.
           CLOSE PASSAGEIROSINPUT.
           CLOSE CONTACTOS.
           CLOSE RESCANALINPUT.

           DISPLAY " ".
           DISPLAY "*** VARRIMENTO DA LISTA DE ESPERA ***".

           MOVE "C" TO WS-AUDRES-OP.
           PERFORM P650-AUDITAR-RESERVA.
           PERFORM P655-REGISTAR-CANAL.
           MOVE "P" TO WS-MOV-TIPO.
           MOVE RESERVA-ID TO WS-MOV-RESERVA-ID.
           MOVE RESERVA-PAX-ID TO WS-MOV-PAX-ID.
           MOVE VOOSINPUT-NOME TO WS-MOV-VOO.
           MOVE RESERVA-PRECO TO WS-MOV-VALOR.
           PERFORM P660-REGISTAR-MOVIMENTO.
           PERFORM P667-EMITIR-DOCUMENTO.
           PERFORM P665-EMITIR-BILHETE.
           ADD 1 TO WS-VOO-PROMOCOES.
           ADD 1 TO WS-TOTAL-PROMOCOES.
           DISPLAY "PROMOVIDO " RESERVA-NOME " PARA O VOO "

           PERFORM P600-NOTIFICAR-PROMOCAO.

      *    LUGARES BLOQUEADOS, DE SAIDA DE EMERGENCIA E PAGOS NAO SAO
      *    ATRIBUIDOS AUTOMATICAMENTE - FICAM PARA O BALCAO
       P340-LUGAR-AUTOMATICO.

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
           WRITE AUDITRESOUTPUT-LINHA.
           CLOSE AUDITRESOUTPUT.

      *    O PEDIDO DE LISTA DE ESPERA FOI FEITO AO BALCAO
       P655-REGISTAR-CANAL.

           MOVE RESERVA-ID TO RCN-RESERVA-ID.
           MOVE "B" TO RCN-CANAL.
           MOVE "ESPERA" TO RCN-PONTO-VENDA.
           ACCEPT RCN-DATA FROM DATE YYYYMMDD.
           MOVE RESERVA-PRECO TO RCN-PRECO.
           IF WS-RCN-STATUS-OK
               WRITE RESCANALINPUT-REG
                   INVALID KEY
                       REWRITE RESCANALINPUT-REG
               END-WRITE
           END-IF.

       P335-CONVERTER-MOEDA.

           MOVE RESERVA-PRECO TO RESERVA-PRECO-ORIG.
           ACCEPT WS-MOV-DATA FROM DATE YYYYMMDD.
           ACCEPT WS-MOV-HORA FROM TIME.
           MOVE ZEROES TO WS-MOV-OPER.
           PERFORM P661-VALIDAR-PERIODO.

           OPEN EXTEND MOVIMENTOSOUTPUT.
           IF WS-MOV-STATUS-NOVO
           WRITE MOVIMENTOSOUTPUT-LINHA.
           CLOSE MOVIMENTOSOUTPUT.

      *    MOVIMENTO DATADO NUM PERIODO JA FECHADO PASSA PARA O
      *    PERIODO ABERTO SEGUINTE (A DATA ORIGINAL FICA EM movper.txt)
       P661-VALIDAR-PERIODO.

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

       P665-EMITIR-BILHETE.

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

       P667-EMITIR-DOCUMENTO.

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

       P600-NOTIFICAR-PROMOCAO.

           MOVE SPACES TO NOTIF-TELEFONE NOTIF-EMAIL.
                   "/diario.txt" DELIMITED BY SIZE
               INTO WS-CAM-DIARIO
           END-STRING.
           MOVE SPACES TO WS-CAM-RESCANAL.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/project/rescanal.dat" DELIMITED BY SIZE
               INTO WS-CAM-RESCANAL
           END-STRING.


       P095-REGISTAR-ERRO-ABERTURA.
