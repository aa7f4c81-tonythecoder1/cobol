       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERUTIL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT PERIODOS ASSIGN TO
           WS-CAM-PERIODOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PER-MES
           FILE STATUS IS WS-FS-PER.

       SELECT MOVPERIODO ASSIGN TO
           WS-CAM-MOVPERIODO
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-MPE.

       DATA DIVISION.

       FILE SECTION.

      *    PERIODOS CONTABILISTICOS. UM MES SEM REGISTO ESTA ABERTO;
      *    O FECHO DE MES MARCA-O FECHADO E SO UM SUPERVISOR O REABRE
       FD PERIODOS.
       01 PERIODOS-REG.
           05 PER-MES PIC 9(06).
           05 PER-ESTADO PIC X(01).
               88 PER-ABERTO VALUE 'A'.
               88 PER-FECHADO VALUE 'F'.
           05 PER-DATA-FECHO PIC 9(08).
           05 PER-OPER-FECHO PIC 9(02).
           05 PER-DATA-REABERTURA PIC 9(08).
           05 PER-OPER-REABERTURA PIC 9(02).
           05 PER-MOTIVO PIC X(30).

      *    MOVIMENTOS DATADOS NUM PERIODO FECHADO E LANCADOS NO PERIODO
      *    ABERTO SEGUINTE, COM A DATA ORIGINAL COMO REFERENCIA
       FD MOVPERIODO.
       01 MOVPERIODO-LINHA PIC X(69).

       WORKING-STORAGE SECTION.

           01 WS-AMB-AREA.
               05 WS-AMB-CODIGO PIC X(04).
               05 WS-AMB-RAIZ PIC X(60).
           77 WS-CAM-PERIODOS PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/project/periodos.dat".
           77 WS-CAM-MOVPERIODO PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/project/movper.txt".

           01 WS-FS-PER PIC XX.
               88 WS-FS-PER-OK VALUE '00'.
               88 WS-FS-PER-NOVO VALUE '35'.

           01 WS-FS-MPE PIC XX.
               88 WS-FS-MPE-OK VALUE '00'.
               88 WS-FS-MPE-NOVO VALUE '35'.

           01 WS-MPE-LINHA.
               05 WS-MPE-DATA-NOVA PIC 9(08).
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-MPE-DATA-ORIGEM PIC 9(08).
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-MPE-MOVIMENTO PIC X(51).

           01 WS-PER-MES-AUX PIC 9(06) VALUE ZEROES.
           01 FILLER REDEFINES WS-PER-MES-AUX.
               05 WS-PER-ANO-AUX PIC 9(04).
               05 WS-PER-MM-AUX PIC 9(02).

           77 WS-PER-FECHADO PIC X(01) VALUE 'N'.
           77 WS-EXIT-OK PIC X(01) VALUE 'N'.
           77 WS-PER-LISTADOS PIC 9(04) VALUE ZEROES.

       LINKAGE SECTION.

           01 LK-PER-AREA.
               03 LK-PER-OP PIC X(01).
               03 LK-PER-MES PIC 9(06).
               03 LK-PER-DATA PIC 9(08).
               03 LK-PER-DATA-ORIGEM PIC 9(08).
               03 LK-PER-OPER PIC 9(02).
               03 LK-PER-MOTIVO PIC X(30).
               03 LK-PER-MOVIMENTO PIC X(51).
               03 LK-PER-ESTADO PIC X(01).
               03 LK-PER-RESULTADO PIC X(01).

       PROCEDURE DIVISION USING LK-PER-AREA.

       P100-TRATAR-PEDIDO.

           PERFORM P090-CARREGAR-AMBIENTE.

           MOVE 'O' TO LK-PER-RESULTADO.
           MOVE 'A' TO LK-PER-ESTADO.

      *    SEM FICHEIRO DE PERIODOS NENHUM MES ESTA FECHADO: A VALIDACAO
      *    E A CONSULTA NAO O CRIAM
           IF LK-PER-OP = 'V' OR LK-PER-OP = 'C' OR LK-PER-OP = 'L'
               OPEN INPUT PERIODOS
               IF WS-FS-PER-NOVO
                   MOVE LK-PER-DATA TO LK-PER-DATA-ORIGEM
                   IF LK-PER-OP = 'L'
                       DISPLAY 'NENHUM PERIODO FECHADO'
                   END-IF
                   GOBACK
               END-IF
           ELSE
               OPEN I-O PERIODOS
               IF WS-FS-PER-NOVO
                   OPEN OUTPUT PERIODOS
                   CLOSE PERIODOS
                   OPEN I-O PERIODOS
               END-IF
           END-IF.
           IF NOT WS-FS-PER-OK
               MOVE 'E' TO LK-PER-RESULTADO
               GOBACK
           END-IF.

           EVALUATE LK-PER-OP
               WHEN 'V'
                   PERFORM P200-VALIDAR-DATA
               WHEN 'C'
                   PERFORM P250-CONSULTAR
               WHEN 'F'
                   PERFORM P300-FECHAR
               WHEN 'R'
                   PERFORM P400-REABRIR
               WHEN 'L'
                   PERFORM P500-LISTAR
               WHEN OTHER
                   MOVE 'E' TO LK-PER-RESULTADO
           END-EVALUATE.

           CLOSE PERIODOS.
           GOBACK.

      *    UM MOVIMENTO DATADO NUM PERIODO FECHADO PASSA PARA O PRIMEIRO
      *    DIA DO PRIMEIRO PERIODO ABERTO QUE SE SEGUE
       P200-VALIDAR-DATA.

           MOVE LK-PER-DATA TO LK-PER-DATA-ORIGEM.
           MOVE LK-PER-DATA (1:6) TO WS-PER-MES-AUX.
           PERFORM P210-LER-MES.
           IF WS-PER-FECHADO = 'S'
               PERFORM UNTIL WS-PER-FECHADO = 'N'
                   ADD 1 TO WS-PER-MM-AUX
                   IF WS-PER-MM-AUX > 12
                       MOVE 1 TO WS-PER-MM-AUX
                       ADD 1 TO WS-PER-ANO-AUX
                   END-IF
                   PERFORM P210-LER-MES
               END-PERFORM
               COMPUTE LK-PER-DATA = WS-PER-MES-AUX * 100 + 1
               MOVE 'F' TO LK-PER-ESTADO
               MOVE 'T' TO LK-PER-RESULTADO
               PERFORM P220-REGISTAR-TRANSFERENCIA
           END-IF.

       P210-LER-MES.

           MOVE 'N' TO WS-PER-FECHADO.
           MOVE WS-PER-MES-AUX TO PER-MES.
           READ PERIODOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PER-FECHADO
                       MOVE 'S' TO WS-PER-FECHADO
                   END-IF
           END-READ.

       P220-REGISTAR-TRANSFERENCIA.

           MOVE LK-PER-DATA TO WS-MPE-DATA-NOVA.
           MOVE LK-PER-DATA-ORIGEM TO WS-MPE-DATA-ORIGEM.
           MOVE LK-PER-MOVIMENTO TO WS-MPE-MOVIMENTO.
           OPEN EXTEND MOVPERIODO.
           IF WS-FS-MPE-NOVO
               CLOSE MOVPERIODO
               OPEN OUTPUT MOVPERIODO
           END-IF.
           MOVE WS-MPE-LINHA TO MOVPERIODO-LINHA.
           WRITE MOVPERIODO-LINHA.
           CLOSE MOVPERIODO.

       P250-CONSULTAR.

           MOVE LK-PER-MES TO WS-PER-MES-AUX.
           PERFORM P210-LER-MES.
           IF WS-PER-FECHADO = 'S'
               MOVE 'F' TO LK-PER-ESTADO
           END-IF.

       P300-FECHAR.

           MOVE LK-PER-MES TO PER-MES.
           READ PERIODOS
               INVALID KEY
                   MOVE LK-PER-MES TO PER-MES
                   MOVE ZEROES TO PER-DATA-REABERTURA
                   MOVE ZEROES TO PER-OPER-REABERTURA
                   MOVE SPACES TO PER-MOTIVO
                   MOVE 'F' TO PER-ESTADO
                   ACCEPT PER-DATA-FECHO FROM DATE YYYYMMDD
                   MOVE LK-PER-OPER TO PER-OPER-FECHO
                   WRITE PERIODOS-REG
                   END-WRITE
               NOT INVALID KEY
                   IF PER-FECHADO
                       MOVE 'J' TO LK-PER-RESULTADO
                   ELSE
                       MOVE 'F' TO PER-ESTADO
                       ACCEPT PER-DATA-FECHO FROM DATE YYYYMMDD
                       MOVE LK-PER-OPER TO PER-OPER-FECHO
                       REWRITE PERIODOS-REG
                   END-IF
           END-READ.
           MOVE 'F' TO LK-PER-ESTADO.

       P400-REABRIR.

           MOVE LK-PER-MES TO PER-MES.
           READ PERIODOS
               INVALID KEY
                   MOVE 'N' TO LK-PER-RESULTADO
               NOT INVALID KEY
                   IF PER-FECHADO
                       MOVE 'A' TO PER-ESTADO
                       ACCEPT PER-DATA-REABERTURA FROM DATE YYYYMMDD
                       MOVE LK-PER-OPER TO PER-OPER-REABERTURA
                       MOVE LK-PER-MOTIVO TO PER-MOTIVO
                       REWRITE PERIODOS-REG
                   ELSE
                       MOVE 'N' TO LK-PER-RESULTADO
                   END-IF
           END-READ.

       P500-LISTAR.

           MOVE ZEROES TO WS-PER-LISTADOS.
           MOVE 'N' TO WS-EXIT-OK.
           PERFORM UNTIL WS-EXIT-OK = 'S'
               READ PERIODOS NEXT
                   AT END
                       MOVE 'S' TO WS-EXIT-OK
                   NOT AT END
                       ADD 1 TO WS-PER-LISTADOS
                       IF PER-FECHADO
                           DISPLAY PER-MES ' FECHADO EM '
                                   PER-DATA-FECHO ' OPERADOR '
                                   PER-OPER-FECHO
                       ELSE
                           DISPLAY PER-MES ' REABERTO EM '
                                   PER-DATA-REABERTURA ' OPERADOR '
                                   PER-OPER-REABERTURA ' - '
                                   PER-MOTIVO
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-PER-LISTADOS = ZEROES
               DISPLAY 'NENHUM PERIODO FECHADO'
           END-IF.

       P090-CARREGAR-AMBIENTE.

           CALL 'amb_util.o' USING WS-AMB-AREA.
           MOVE SPACES TO WS-CAM-PERIODOS.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/project/periodos.dat" DELIMITED BY SIZE
               INTO WS-CAM-PERIODOS
           END-STRING.
           MOVE SPACES TO WS-CAM-MOVPERIODO.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/project/movper.txt" DELIMITED BY SIZE
               INTO WS-CAM-MOVPERIODO
           END-STRING.

       END PROGRAM PERUTIL.
