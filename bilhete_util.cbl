       IDENTIFICATION DIVISION.
       PROGRAM-ID. BILHUTIL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT BILHETES ASSIGN TO
           WS-CAM-BILHETES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BIL-NUMERO
           ALTERNATE RECORD KEY IS BIL-PAX-ITIN WITH DUPLICATES
           FILE STATUS IS WS-FS-BIL.

       SELECT CUPOES ASSIGN TO
           WS-CAM-CUPOES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CUP-CHAVE
           ALTERNATE RECORD KEY IS CUP-RESERVA-ID WITH DUPLICATES
           FILE STATUS IS WS-FS-CUP.

       DATA DIVISION.

       FILE SECTION.

       FD BILHETES.
       01 BILHETES-REG.
           05 BIL-NUMERO PIC 9(13).
           05 BIL-DADOS.
               10 BIL-PAX-ITIN.
                   15 BIL-PAX-ID PIC 9(04).
                   15 BIL-ITIN-ID PIC 9(04).
               10 BIL-DATA-EMISSAO PIC 9(08).
               10 BIL-NUM-CUPOES PIC 9(02).
               10 BIL-ORIGINAL PIC 9(13).
           05 BIL-CONTROLO REDEFINES BIL-DADOS.
               10 FILLER PIC X(08).
               10 BIL-ULTIMA-SERIE PIC 9(10).
               10 FILLER PIC X(13).

       FD CUPOES.
       01 CUPOES-REG.
           05 CUP-CHAVE.
               10 CUP-BILHETE PIC 9(13).
               10 CUP-NUMERO PIC 9(02).
           05 CUP-RESERVA-ID PIC 9(04).
           05 CUP-VOO-CHAVE.
               10 CUP-VOO-NUMERO PIC 9(04).
               10 CUP-VOO-DATA PIC 9(08).
           05 CUP-ESTADO PIC X(01).
               88 CUP-ABERTO VALUE 'O'.
               88 CUP-CHECKIN VALUE 'C'.
               88 CUP-VOADO VALUE 'F'.
               88 CUP-TROCADO VALUE 'E'.
               88 CUP-REEMBOLSADO VALUE 'R'.
               88 CUP-ANULADO VALUE 'V'.
               88 CUP-ATIVO VALUE 'O' 'C'.
           05 CUP-DATA-ESTADO PIC 9(08).

       WORKING-STORAGE SECTION.

           01 WS-AMB-AREA.
               05 WS-AMB-CODIGO PIC X(04).
               05 WS-AMB-RAIZ PIC X(60).
           77 WS-CAM-BILHETES PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/project/bilhetes.dat".
           77 WS-CAM-CUPOES PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/project/cupoes.dat".

           01 WS-FS-BIL PIC XX.
               88 WS-FS-BIL-OK VALUE '00'.
               88 WS-FS-BIL-NOVO VALUE '35'.
           01 WS-FS-CUP PIC XX.
               88 WS-FS-CUP-OK VALUE '00'.
               88 WS-FS-CUP-NOVO VALUE '35'.

           77 WS-BIL-PREFIXO PIC 9(03) VALUE 471.
           77 WS-BIL-SERIE PIC 9(10) VALUE ZEROES.
           77 WS-BIL-FIM PIC X(01) VALUE 'N'.
           77 WS-BIL-ACHADO PIC X(01) VALUE 'N'.
           77 WS-BIL-ANTERIOR PIC 9(13) VALUE ZEROES.
           77 WS-BIL-DATA PIC 9(08) VALUE ZEROES.
           77 WS-BIL-ESTADO-TXT PIC X(12) VALUE SPACES.
           77 WS-BIL-CHAVE PIC X(15) VALUE SPACES.

       LINKAGE SECTION.

           01 LK-BIL-AREA.
               03 LK-BIL-OP PIC X(01).
               03 LK-BIL-RESERVA-ID PIC 9(04).
               03 LK-BIL-PAX-ID PIC 9(04).
               03 LK-BIL-ITIN-ID PIC 9(04).
               03 LK-BIL-VOO-CHAVE PIC X(12).
               03 LK-BIL-ESTADO PIC X(01).
               03 LK-BIL-NUMERO PIC 9(13).
               03 LK-BIL-CUPAO PIC 9(02).
               03 LK-BIL-RESULTADO PIC X(01).

       PROCEDURE DIVISION USING LK-BIL-AREA.

       P100-TRATAR-PEDIDO.

           PERFORM P090-CARREGAR-AMBIENTE.

           MOVE 'O' TO LK-BIL-RESULTADO.
           ACCEPT WS-BIL-DATA FROM DATE YYYYMMDD.

           OPEN I-O BILHETES.
           IF WS-FS-BIL-NOVO
               OPEN OUTPUT BILHETES
               CLOSE BILHETES
               OPEN I-O BILHETES
           END-IF.
           IF NOT WS-FS-BIL-OK
               MOVE 'E' TO LK-BIL-RESULTADO
               GOBACK
           END-IF.

           OPEN I-O CUPOES.
           IF WS-FS-CUP-NOVO
               OPEN OUTPUT CUPOES
               CLOSE CUPOES
               OPEN I-O CUPOES
           END-IF.
           IF NOT WS-FS-CUP-OK
               MOVE 'E' TO LK-BIL-RESULTADO
               CLOSE BILHETES
               GOBACK
           END-IF.

           EVALUATE LK-BIL-OP
               WHEN 'E'
                   PERFORM P200-EMITIR
               WHEN 'X'
                   PERFORM P300-TROCAR
               WHEN 'S'
                   PERFORM P400-MUDAR-ESTADO
               WHEN 'C'
                   PERFORM P500-CONSULTAR
               WHEN 'L'
                   PERFORM P600-LISTAR
               WHEN OTHER
                   MOVE 'E' TO LK-BIL-RESULTADO
           END-EVALUATE.

           CLOSE CUPOES.
           CLOSE BILHETES.
           GOBACK.

      *    EMISSAO: UM CUPAO POR TROCO DE VOO. OS TROCOS DE UM MESMO
      *    ITINERARIO DO MESMO PASSAGEIRO FICAM NO MESMO BILHETE
       P200-EMITIR.

           PERFORM P700-CUPAO-ATIVO.
           IF WS-BIL-ACHADO = 'S'
               MOVE CUP-BILHETE TO LK-BIL-NUMERO
               MOVE CUP-NUMERO TO LK-BIL-CUPAO
               MOVE 'J' TO LK-BIL-RESULTADO
           ELSE
               MOVE 'N' TO WS-BIL-ACHADO
               IF LK-BIL-ITIN-ID > 0 AND LK-BIL-PAX-ID > 0
                   MOVE LK-BIL-PAX-ID TO BIL-PAX-ID
                   MOVE LK-BIL-ITIN-ID TO BIL-ITIN-ID
                   READ BILHETES
                       KEY IS BIL-PAX-ITIN
                       INVALID KEY
                           MOVE 'N' TO WS-BIL-ACHADO
                       NOT INVALID KEY
                           MOVE 'S' TO WS-BIL-ACHADO
                   END-READ
               END-IF
               IF WS-BIL-ACHADO = 'S'
                   ADD 1 TO BIL-NUM-CUPOES
                   REWRITE BILHETES-REG
               ELSE
                   MOVE ZEROES TO WS-BIL-ANTERIOR
                   PERFORM P800-NOVO-BILHETE
               END-IF
               IF LK-BIL-RESULTADO = 'O'
                   PERFORM P850-GRAVAR-CUPAO
               END-IF
           END-IF.

      *    TROCA: O CUPAO EM USO PASSA A TROCADO E E EMITIDO UM NOVO
      *    BILHETE PARA O VOO NOVO, COM REFERENCIA AO ORIGINAL
       P300-TROCAR.

           PERFORM P700-CUPAO-ATIVO.
           IF WS-BIL-ACHADO = 'N'
               MOVE 'N' TO LK-BIL-RESULTADO
           ELSE
               MOVE CUP-BILHETE TO WS-BIL-ANTERIOR
               MOVE 'E' TO CUP-ESTADO
               MOVE WS-BIL-DATA TO CUP-DATA-ESTADO
               REWRITE CUPOES-REG
               PERFORM P800-NOVO-BILHETE
               IF LK-BIL-RESULTADO = 'O'
                   PERFORM P850-GRAVAR-CUPAO
               END-IF
           END-IF.

      *    UM PASSAGEIRO PRETERIDO DEPOIS DE EMBARCAR TEM O CUPAO JA
      *    VOADO - A TROCA REABRE-O COMO TROCADO
       P400-MUDAR-ESTADO.

           PERFORM P700-CUPAO-ATIVO.
           IF WS-BIL-ACHADO = 'N' AND LK-BIL-ESTADO = 'E'
               PERFORM P710-ULTIMO-CUPAO
               IF WS-BIL-ACHADO = 'S' AND NOT CUP-VOADO
                   MOVE 'N' TO WS-BIL-ACHADO
               END-IF
           END-IF.
           IF WS-BIL-ACHADO = 'N'
               MOVE 'N' TO LK-BIL-RESULTADO
           ELSE
               IF LK-BIL-ESTADO = 'C' AND NOT CUP-ABERTO
                   MOVE 'J' TO LK-BIL-RESULTADO
               ELSE
                   MOVE LK-BIL-ESTADO TO CUP-ESTADO
                   MOVE WS-BIL-DATA TO CUP-DATA-ESTADO
                   REWRITE CUPOES-REG
               END-IF
               MOVE CUP-BILHETE TO LK-BIL-NUMERO
               MOVE CUP-NUMERO TO LK-BIL-CUPAO
           END-IF.

       P500-CONSULTAR.

           PERFORM P700-CUPAO-ATIVO.
           IF WS-BIL-ACHADO = 'N'
               MOVE 'N' TO LK-BIL-RESULTADO
           ELSE
               MOVE CUP-BILHETE TO LK-BIL-NUMERO
               MOVE CUP-NUMERO TO LK-BIL-CUPAO
               MOVE CUP-ESTADO TO LK-BIL-ESTADO
               MOVE CUP-VOO-CHAVE TO LK-BIL-VOO-CHAVE
           END-IF.

       P600-LISTAR.

           IF LK-BIL-NUMERO = 0
               PERFORM P610-LISTAR-RESERVA
           ELSE
               PERFORM P620-LISTAR-BILHETE
           END-IF.

       P610-LISTAR-RESERVA.

           MOVE 'N' TO WS-BIL-FIM.
           MOVE LK-BIL-RESERVA-ID TO CUP-RESERVA-ID.
           START CUPOES KEY IS EQUAL CUP-RESERVA-ID
               INVALID KEY
                   DISPLAY 'RESERVA ' LK-BIL-RESERVA-ID
                           ' SEM BILHETE EMITIDO'
                   MOVE 'N' TO LK-BIL-RESULTADO
                   MOVE 'S' TO WS-BIL-FIM
           END-START.
           PERFORM UNTIL WS-BIL-FIM = 'S'
               READ CUPOES NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-BIL-FIM
                   NOT AT END
                       IF CUP-RESERVA-ID NOT = LK-BIL-RESERVA-ID
                           MOVE 'S' TO WS-BIL-FIM
                       ELSE
                           PERFORM P650-MOSTRAR-CUPAO
                       END-IF
               END-READ
           END-PERFORM.

       P620-LISTAR-BILHETE.

           MOVE 'N' TO WS-BIL-FIM.
           MOVE LK-BIL-NUMERO TO BIL-NUMERO.
           READ BILHETES
               INVALID KEY
                   DISPLAY 'BILHETE ' LK-BIL-NUMERO ' NAO EXISTE'
                   MOVE 'N' TO LK-BIL-RESULTADO
                   MOVE 'S' TO WS-BIL-FIM
               NOT INVALID KEY
                   DISPLAY 'BILHETE ' BIL-NUMERO ' PAX ' BIL-PAX-ID
                           ' ITINERARIO ' BIL-ITIN-ID
                           ' EMITIDO ' BIL-DATA-EMISSAO
                           ' CUPOES ' BIL-NUM-CUPOES
                   IF BIL-ORIGINAL > 0
                       DISPLAY '  EMITIDO EM TROCA DO BILHETE '
                               BIL-ORIGINAL
                   END-IF
                   MOVE BIL-NUMERO TO CUP-BILHETE
                   MOVE ZEROES TO CUP-NUMERO
                   START CUPOES KEY IS NOT LESS CUP-CHAVE
                       INVALID KEY
                           MOVE 'S' TO WS-BIL-FIM
                   END-START
           END-READ.
           PERFORM UNTIL WS-BIL-FIM = 'S'
               READ CUPOES NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-BIL-FIM
                   NOT AT END
                       IF CUP-BILHETE NOT = LK-BIL-NUMERO
                           MOVE 'S' TO WS-BIL-FIM
                       ELSE
                           PERFORM P650-MOSTRAR-CUPAO
                       END-IF
               END-READ
           END-PERFORM.

       P650-MOSTRAR-CUPAO.

           EVALUATE TRUE
               WHEN CUP-ABERTO
                   MOVE 'ABERTO' TO WS-BIL-ESTADO-TXT
               WHEN CUP-CHECKIN
                   MOVE 'CHECK-IN' TO WS-BIL-ESTADO-TXT
               WHEN CUP-VOADO
                   MOVE 'VOADO' TO WS-BIL-ESTADO-TXT
               WHEN CUP-TROCADO
                   MOVE 'TROCADO' TO WS-BIL-ESTADO-TXT
               WHEN CUP-REEMBOLSADO
                   MOVE 'REEMBOLSADO' TO WS-BIL-ESTADO-TXT
               WHEN CUP-ANULADO
                   MOVE 'ANULADO' TO WS-BIL-ESTADO-TXT
               WHEN OTHER
                   MOVE CUP-ESTADO TO WS-BIL-ESTADO-TXT
           END-EVALUATE.
           DISPLAY '  ' CUP-BILHETE ' CUPAO ' CUP-NUMERO
                   ' RESERVA ' CUP-RESERVA-ID
                   ' VOO ' CUP-VOO-NUMERO ' ' CUP-VOO-DATA
                   ' ' WS-BIL-ESTADO-TXT ' ' CUP-DATA-ESTADO.

      *    CUPAO EM USO (ABERTO OU COM CHECK-IN) DA RESERVA
       P700-CUPAO-ATIVO.

           MOVE 'N' TO WS-BIL-ACHADO.
           MOVE 'N' TO WS-BIL-FIM.
           MOVE LK-BIL-RESERVA-ID TO CUP-RESERVA-ID.
           START CUPOES KEY IS EQUAL CUP-RESERVA-ID
               INVALID KEY
                   MOVE 'S' TO WS-BIL-FIM
           END-START.
           PERFORM UNTIL WS-BIL-FIM = 'S'
               READ CUPOES NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-BIL-FIM
                   NOT AT END
                       IF CUP-RESERVA-ID NOT = LK-BIL-RESERVA-ID
                           MOVE 'S' TO WS-BIL-FIM
                       ELSE
                           IF CUP-ATIVO
                               MOVE 'S' TO WS-BIL-ACHADO
                               MOVE 'S' TO WS-BIL-FIM
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       P710-ULTIMO-CUPAO.

           MOVE 'N' TO WS-BIL-ACHADO.
           MOVE 'N' TO WS-BIL-FIM.
           MOVE LK-BIL-RESERVA-ID TO CUP-RESERVA-ID.
           START CUPOES KEY IS EQUAL CUP-RESERVA-ID
               INVALID KEY
                   MOVE 'S' TO WS-BIL-FIM
           END-START.
           PERFORM UNTIL WS-BIL-FIM = 'S'
               READ CUPOES NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-BIL-FIM
                   NOT AT END
                       IF CUP-RESERVA-ID NOT = LK-BIL-RESERVA-ID
                           MOVE 'S' TO WS-BIL-FIM
                       ELSE
                           MOVE 'S' TO WS-BIL-ACHADO
                           MOVE CUP-CHAVE TO WS-BIL-CHAVE
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-BIL-ACHADO = 'S'
               MOVE WS-BIL-CHAVE TO CUP-CHAVE
               READ CUPOES
                   INVALID KEY
                       MOVE 'N' TO WS-BIL-ACHADO
               END-READ
           END-IF.

      *    O REGISTO DE CHAVE ZERO GUARDA A ULTIMA SERIE ATRIBUIDA
       P800-NOVO-BILHETE.

           MOVE ZEROES TO BIL-NUMERO.
           READ BILHETES
               INVALID KEY
                   MOVE ZEROES TO BIL-DADOS
                   MOVE ZEROES TO BIL-ULTIMA-SERIE
                   WRITE BILHETES-REG
                       INVALID KEY
                           MOVE 'E' TO LK-BIL-RESULTADO
                   END-WRITE
           END-READ.
           IF LK-BIL-RESULTADO = 'O'
               ADD 1 TO BIL-ULTIMA-SERIE
               MOVE BIL-ULTIMA-SERIE TO WS-BIL-SERIE
               REWRITE BILHETES-REG
               COMPUTE BIL-NUMERO = WS-BIL-PREFIXO * 10000000000
                       + WS-BIL-SERIE
               MOVE LK-BIL-PAX-ID TO BIL-PAX-ID
               MOVE LK-BIL-ITIN-ID TO BIL-ITIN-ID
               MOVE WS-BIL-DATA TO BIL-DATA-EMISSAO
               MOVE 1 TO BIL-NUM-CUPOES
               MOVE WS-BIL-ANTERIOR TO BIL-ORIGINAL
               WRITE BILHETES-REG
                   INVALID KEY
                       MOVE 'E' TO LK-BIL-RESULTADO
               END-WRITE
           END-IF.

       P850-GRAVAR-CUPAO.

           MOVE BIL-NUMERO TO CUP-BILHETE.
           MOVE BIL-NUM-CUPOES TO CUP-NUMERO.
           MOVE LK-BIL-RESERVA-ID TO CUP-RESERVA-ID.
           MOVE LK-BIL-VOO-CHAVE TO CUP-VOO-CHAVE.
           MOVE 'O' TO CUP-ESTADO.
           MOVE WS-BIL-DATA TO CUP-DATA-ESTADO.
           WRITE CUPOES-REG
               INVALID KEY
                   MOVE 'E' TO LK-BIL-RESULTADO
           END-WRITE.
           MOVE CUP-BILHETE TO LK-BIL-NUMERO.
           MOVE CUP-NUMERO TO LK-BIL-CUPAO.

       P090-CARREGAR-AMBIENTE.

           CALL 'amb_util.o' USING WS-AMB-AREA.
           MOVE SPACES TO WS-CAM-BILHETES.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/project/bilhetes.dat" DELIMITED BY SIZE
               INTO WS-CAM-BILHETES
           END-STRING.
           MOVE SPACES TO WS-CAM-CUPOES.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/project/cupoes.dat" DELIMITED BY SIZE
               INTO WS-CAM-CUPOES
           END-STRING.

       END PROGRAM BILHUTIL.
