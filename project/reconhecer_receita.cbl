       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECVOADA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT VOOSINPUT ASSIGN TO
           WS-CAM-VOOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VOOSINPUT-CHAVE
           ALTERNATE RECORD KEY IS VOOSINPUT-NOME WITH DUPLICATES
           FILE STATUS IS WS-FICHEIRO-STATUS-VOO.

       SELECT VOOSHIST ASSIGN TO
           WS-CAM-VOOSHIST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VOOSHIST-CHAVE
           FILE STATUS IS WS-FICHEIRO-STATUS-VHIST.

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

       SELECT AUDITRESINPUT ASSIGN TO
           WS-CAM-AUDRES
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FICHEIRO-STATUS-AUDRES.

       SELECT MOVIMENTOSINPUT ASSIGN TO
           WS-CAM-MOVIMENTOS
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FICHEIRO-STATUS-MOV.

       SELECT RECVOADAOUTPUT ASSIGN TO
           WS-CAM-RECVOADA
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FICHEIRO-STATUS-REC.

       SELECT PASSIVOOUTPUT ASSIGN TO
           WS-CAM-PASSIVO
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FICHEIRO-STATUS-PAS.

       DATA DIVISION.

       FILE SECTION.

           FD VOOSINPUT.
           01 VOOSINPUT-REG.
               05 VOOSINPUT-CHAVE.
                   10 VOOSINPUT-NUMERO PIC 9(04).
                   10 VOOSINPUT-DATA PIC 9(08).
               05 VOOSINPUT-NOME PIC X(10).
               05 LUGARESDISPONIVEIS-INPUT PIC 9(02).
               05 VOOSINPUT-HORA PIC 9(04).
               05 VOOSINPUT-TARIFA PIC 9(05)V99.
               05 VOOSINPUT-LUGARES-EXEC PIC 9(02).
               05 VOOSINPUT-TARIFA-EXEC PIC 9(05)V99.
               05 VOOSINPUT-ALERTA-METEO PIC X(01).
               05 VOOSINPUT-ESTADO PIC X(01).
                   88 VOO-AGENDADO VALUE 'A'.
                   88 VOO-EM-EMBARQUE VALUE 'E'.
                   88 VOO-PARTIU VALUE 'P'.
                   88 VOO-CANCELADO VALUE 'C'.
                   88 VOO-FECHADO VALUE 'F'.
               05 VOOSINPUT-AERONAVE PIC X(08).
               05 VOOSINPUT-PORTA PIC X(03).
               05 VOOSINPUT-HORA-REVISTA PIC 9(04).
               05 VOOSINPUT-MOEDA PIC X(03).
               05 VOOSINPUT-TIPO PIC X(01).

           FD VOOSHIST.
           01 VOOSHIST-REG.
               05 VOOSHIST-CHAVE.
                   10 VOOSHIST-NUMERO PIC 9(04).
                   10 VOOSHIST-DATA PIC 9(08).
               05 VOOSHIST-NOME PIC X(10).
               05 VOOSHIST-LUGARES PIC 9(02).
               05 VOOSHIST-HORA PIC 9(04).
               05 VOOSHIST-TARIFA PIC 9(05)V99.
               05 VOOSHIST-LUGARES-EXEC PIC 9(02).
               05 VOOSHIST-TARIFA-EXEC PIC 9(05)V99.
               05 VOOSHIST-ALERTA-METEO PIC X(01).
               05 VOOSHIST-ESTADO PIC X(01).
               05 VOOSHIST-AERONAVE PIC X(08).
               05 VOOSHIST-PORTA PIC X(03).
               05 VOOSHIST-HORA-REVISTA PIC 9(04).
               05 VOOSHIST-MOEDA PIC X(03).
               05 VOOSHIST-TIPO PIC X(01).

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

           FD AUDITRESINPUT.
           01 AUDITRESINPUT-LINHA PIC X(84).

           FD MOVIMENTOSINPUT.
           01 MOVIMENTOSINPUT-LINHA PIC X(51).

           FD RECVOADAOUTPUT.
           01 RECVOADAOUTPUT-LINHA PIC X(60).

           FD PASSIVOOUTPUT.
           01 PASSIVOOUTPUT-LINHA PIC X(80).

       WORKING-STORAGE SECTION.

           01 WS-AMB-AREA.
               05 WS-AMB-CODIGO PIC X(04).
               05 WS-AMB-RAIZ PIC X(60).
           77 WS-CAM-VOOS PIC X(80) VALUE
               "/Users/antonyferreira/Documents/Cobol/project/voos.dat".
           77 WS-CAM-VOOSHIST PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/project/vooshist.dat".
           77 WS-CAM-RESERVAS PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/project/reservas.dat"
           .
           77 WS-CAM-RESHIST PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/project/reshist.dat".
           77 WS-CAM-AUDRES PIC X(80) VALUE
               "/Users/antonyferreira/Documents/Cobol/auditres.txt".
           77 WS-CAM-MOVIMENTOS PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/movimentos.txt".
           77 WS-CAM-RECVOADA PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/recvoada.txt".
           77 WS-CAM-PASSIVO PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/passivo.txt".

           01 WS-FICHEIRO-STATUS-VOO PIC XX.
               88 WS-FICHEIRO-VOO-OK VALUE "00".

           01 WS-FICHEIRO-STATUS-VHIST PIC XX.
               88 WS-VHIST-STATUS-OK VALUE "00".

           01 WS-FICHEIRO-STATUS-RESERVA PIC XX.
               88 WS-RESERVA-STATUS-OK VALUE "00".

           01 WS-FICHEIRO-STATUS-RHIST PIC XX.
               88 WS-RHIST-STATUS-OK VALUE "00".

           01 WS-FICHEIRO-STATUS-AUDRES PIC XX.
               88 WS-AUDRES-STATUS-OK VALUE "00".

           01 WS-FICHEIRO-STATUS-MOV PIC XX.
               88 WS-MOV-STATUS-OK VALUE "00".

           01 WS-FICHEIRO-STATUS-REC PIC XX.
               88 WS-REC-STATUS-OK VALUE "00".
               88 WS-REC-STATUS-NOVO VALUE "35".

           01 WS-FICHEIRO-STATUS-PAS PIC XX.
               88 WS-PAS-STATUS-OK VALUE "00".

           01 WS-AUDRES-LINHA PIC X(84).
               01 FILLER REDEFINES WS-AUDRES-LINHA.
               05 WS-AUDRES-DATA PIC 9(08).
               05 FILLER PIC X(01).
               05 WS-AUDRES-HORA PIC 9(08).
               05 FILLER PIC X(01).
               05 WS-AUDRES-OPERADOR PIC 9(02).
               05 FILLER PIC X(01).
               05 WS-AUDRES-OP PIC X(01).
               05 FILLER PIC X(01).
               05 WS-AUDRES-REG PIC X(61).
               05 FILLER REDEFINES WS-AUDRES-REG.
                   10 WS-AUDRES-RES-ID PIC 9(04).
                   10 FILLER PIC X(10).
                   10 WS-AUDRES-VOO-CHAVE PIC X(12).
                   10 FILLER PIC X(35).

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

      *    VOO DE CADA RESERVA, INDEXADO PELO NUMERO DA RESERVA.
      *    ESTADO: ESPACO = POR AVALIAR, P = PARTIU, N = NAO PARTIU
           01 WS-TABELA-RESERVAS.
               05 WS-RV-ENT OCCURS 9999 TIMES.
                   10 WS-RV-VOO-CHAVE.
                       15 WS-RV-VOO-NUMERO PIC 9(04).
                       15 WS-RV-VOO-DATA PIC 9(08).
                   10 WS-RV-ESTADO PIC X(01).

           01 WS-TABELA-PASSIVO.
               05 WS-PAS-ENT OCCURS 120 TIMES.
                   10 WS-PAS-MES PIC 9(06).
                   10 WS-PAS-VALOR PIC S9(09)V99.
                   10 WS-PAS-MOVS PIC 9(05).

           01 WS-PAS-TROCA PIC X(22).

           01 WS-REC-LINHA.
               05 WS-REC-MES PIC 9(06).
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-REC-SINAL PIC X(01).
               05 WS-REC-VALOR PIC 9(09)V99.
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-REC-PASSIVO-SINAL PIC X(01).
               05 WS-REC-PASSIVO PIC 9(09)V99.
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-REC-DATA PIC 9(08).
               05 FILLER PIC X(19) VALUE SPACES.

           01 WS-PAS-LINHA.
               05 WS-PAS-L-MES PIC 9(06).
               05 FILLER PIC X(02) VALUE SPACES.
               05 WS-PAS-L-VALOR PIC -(9)9.99.
               05 FILLER PIC X(02) VALUE SPACES.
               05 WS-PAS-L-MOVS PIC Z(4)9.
               05 FILLER PIC X(02) VALUE SPACES.
               05 WS-PAS-L-NOTA PIC X(30).
               05 FILLER PIC X(20) VALUE SPACES.

           77 WS-EXIT-OK PIC X(01) VALUE "N".
           77 WS-MES-PEDIDO PIC 9(06) VALUE ZEROES.
           77 WS-MES-ANTERIOR PIC 9(06) VALUE ZEROES.
           77 WS-ANO-AUX PIC 9(04) VALUE ZEROES.
           77 WS-MES-AUX PIC 9(02) VALUE ZEROES.
           77 WS-CORTE PIC 9(08) VALUE ZEROES.
           77 WS-CORTE-ANTERIOR PIC 9(08) VALUE ZEROES.
           77 WS-DATA-HOJE PIC 9(08) VALUE ZEROES.
           77 WS-RV-I PIC 9(04) VALUE ZEROES.
           77 WS-PAS-I PIC 9(03) VALUE ZEROES.
           77 WS-PAS-TOTAL PIC 9(03) VALUE ZEROES.
           77 WS-PAS-ACHADO PIC 9(03) VALUE ZEROES.
           77 WS-PAS-MES-VOO PIC 9(06) VALUE ZEROES.
           77 WS-VALOR-SINAL PIC S9(07)V99 VALUE ZEROES.
           77 WS-DIFERIVEL PIC X(01) VALUE "N".
           77 WS-VHIST-ABERTO PIC X(01) VALUE "N".

           77 WS-RECONHECIDO-ATE PIC S9(11)V99 VALUE ZEROES.
           77 WS-RECONHECIDO-ANTES PIC S9(11)V99 VALUE ZEROES.
           77 WS-RECONHECIDO-MES PIC S9(11)V99 VALUE ZEROES.
           77 WS-PASSIVO-TOTAL PIC S9(11)V99 VALUE ZEROES.
           77 WS-VENDAS-MES PIC S9(11)V99 VALUE ZEROES.
           77 WS-TOTAL-SEM-VOO PIC 9(05) VALUE ZEROES.
           77 WS-TOTAL-MOVS PIC 9(06) VALUE ZEROES.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           PERFORM P090-CARREGAR-AMBIENTE.

           DISPLAY "*** RECONHECIMENTO DE RECEITA VOADA ***".
           DISPLAY "MES A FECHAR (AAAAMM)".
           ACCEPT WS-MES-PEDIDO.

           DIVIDE WS-MES-PEDIDO BY 100 GIVING WS-ANO-AUX
               REMAINDER WS-MES-AUX.
           IF WS-MES-AUX = 1
               SUBTRACT 1 FROM WS-ANO-AUX
               MOVE 12 TO WS-MES-AUX
           ELSE
               SUBTRACT 1 FROM WS-MES-AUX
           END-IF.
           COMPUTE WS-MES-ANTERIOR = WS-ANO-AUX * 100 + WS-MES-AUX.
           COMPUTE WS-CORTE = WS-MES-PEDIDO * 100 + 31.
           COMPUTE WS-CORTE-ANTERIOR = WS-MES-ANTERIOR * 100 + 31.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.

           OPEN INPUT MOVIMENTOSINPUT.
           IF NOT WS-MOV-STATUS-OK
               DISPLAY "SEM FICHEIRO DE MOVIMENTOS"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT VOOSINPUT.
           IF NOT WS-FICHEIRO-VOO-OK
               DISPLAY "FICHEIRO DE VOOS INDISPONIVEL"
               CLOSE MOVIMENTOSINPUT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT VOOSHIST.
           IF WS-VHIST-STATUS-OK
               MOVE "S" TO WS-VHIST-ABERTO
           END-IF.

           PERFORM P100-CARREGAR-RESERVAS.
           PERFORM P200-CLASSIFICAR-MOVIMENTOS.

           CLOSE MOVIMENTOSINPUT.
           CLOSE VOOSINPUT.
           IF WS-VHIST-ABERTO = "S"
               CLOSE VOOSHIST
           END-IF.

           COMPUTE WS-RECONHECIDO-MES = WS-RECONHECIDO-ATE -
                   WS-RECONHECIDO-ANTES.

           PERFORM P400-GRAVAR-RECONHECIMENTO.
           PERFORM P500-RELATORIO-PASSIVO.

           DISPLAY " ".
           DISPLAY "*** RECEITA " WS-MES-PEDIDO
                   " [" WS-AMB-CODIGO "] ***".
           DISPLAY "MOVIMENTOS ANALISADOS: " WS-TOTAL-MOVS.
           DISPLAY "VENDAS LIQUIDAS DO MES (CAIXA): " WS-VENDAS-MES.
           DISPLAY "RECEITA VOADA RECONHECIDA NO MES: "
                   WS-RECONHECIDO-MES.
           DISPLAY "PASSIVO DE RECEITA NAO VOADA NO FIM DO MES: "
                   WS-PASSIVO-TOTAL.
           IF WS-TOTAL-SEM-VOO > 0
               DISPLAY "MOVIMENTOS SEM VOO IDENTIFICADO "
                       "(RECONHECIDOS NA DATA): " WS-TOTAL-SEM-VOO
           END-IF.

           STOP RUN.

      *    O VOO DE CADA RESERVA VEM DA ULTIMA IMAGEM CONHECIDA:
      *    AUDITORIA (CANCELADAS), DEPOIS HISTORICO, DEPOIS ATIVAS
       P100-CARREGAR-RESERVAS.

           INITIALIZE WS-TABELA-RESERVAS.

           OPEN INPUT AUDITRESINPUT.
           IF WS-AUDRES-STATUS-OK
               SET WS-EXIT-OK TO "N"
               PERFORM UNTIL WS-EXIT-OK = "S"
                   READ AUDITRESINPUT
                       AT END
                           SET WS-EXIT-OK TO "S"
                       NOT AT END
                           MOVE AUDITRESINPUT-LINHA TO WS-AUDRES-LINHA
                           IF WS-AUDRES-RES-ID IS NUMERIC
                                   AND WS-AUDRES-RES-ID > 0
                               MOVE WS-AUDRES-VOO-CHAVE TO
                                   WS-RV-VOO-CHAVE (WS-AUDRES-RES-ID)
                           END-IF
                   END-READ
               END-PERFORM
               SET WS-EXIT-OK TO "N"
               CLOSE AUDITRESINPUT
           END-IF.

           OPEN INPUT RESERVASHIST.
           IF WS-RHIST-STATUS-OK
               MOVE ZEROES TO RESHIST-ID
               SET WS-EXIT-OK TO "N"
               START RESERVASHIST KEY IS NOT LESS THAN RESHIST-ID
                   INVALID KEY
                       SET WS-EXIT-OK TO "S"
               END-START
               PERFORM UNTIL WS-EXIT-OK = "S"
                   READ RESERVASHIST NEXT
                       AT END
                           SET WS-EXIT-OK TO "S"
                       NOT AT END
                           IF RESHIST-ID > 0
                               MOVE RESHIST-VOO-CHAVE
                                   TO WS-RV-VOO-CHAVE (RESHIST-ID)
                           END-IF
                   END-READ
               END-PERFORM
               SET WS-EXIT-OK TO "N"
               CLOSE RESERVASHIST
           END-IF.

           OPEN INPUT RESERVASINPUT.
           IF WS-RESERVA-STATUS-OK
               MOVE ZEROES TO RESERVA-ID
               SET WS-EXIT-OK TO "N"
               START RESERVASINPUT KEY IS NOT LESS THAN RESERVA-ID
                   INVALID KEY
                       SET WS-EXIT-OK TO "S"
               END-START
               PERFORM UNTIL WS-EXIT-OK = "S"
                   READ RESERVASINPUT NEXT
                       AT END
                           SET WS-EXIT-OK TO "S"
                       NOT AT END
                           IF RESERVA-ID > 0
                               MOVE RESERVA-VOO-CHAVE
                                   TO WS-RV-VOO-CHAVE (RESERVA-ID)
                           END-IF
                   END-READ
               END-PERFORM
               SET WS-EXIT-OK TO "N"
               CLOSE RESERVASINPUT
           END-IF.

       P200-CLASSIFICAR-MOVIMENTOS.

           SET WS-EXIT-OK TO "N".
           PERFORM UNTIL WS-EXIT-OK = "S"
               READ MOVIMENTOSINPUT
                   AT END
                       SET WS-EXIT-OK TO "S"
                   NOT AT END
                       MOVE MOVIMENTOSINPUT-LINHA TO WS-MOV-LINHA
                       IF WS-MOV-DATA <= WS-CORTE
                           PERFORM P210-CLASSIFICAR-UM
                       END-IF
               END-READ
           END-PERFORM.
           SET WS-EXIT-OK TO "N".

      *    TAXAS (F) SAO GANHAS NA DATA. PAGAMENTOS (P), VENDAS EM
      *    CONTA DE EMPRESA (C) E REEMBOLSOS (R, OU N EM CONTA) DE UMA
      *    RESERVA FICAM DIFERIDOS ATE O VOO PARTIR
       P210-CLASSIFICAR-UM.

           ADD 1 TO WS-TOTAL-MOVS.
           IF WS-MOV-TIPO = "R" OR WS-MOV-TIPO = "N"
               COMPUTE WS-VALOR-SINAL = 0 - WS-MOV-VALOR
           ELSE
               MOVE WS-MOV-VALOR TO WS-VALOR-SINAL
           END-IF.
           IF WS-MOV-DATA (1:6) = WS-MES-PEDIDO
               ADD WS-VALOR-SINAL TO WS-VENDAS-MES
           END-IF.

           MOVE "N" TO WS-DIFERIVEL.
           IF WS-MOV-TIPO NOT = "F" AND WS-MOV-RESERVA-ID > 0
               IF WS-RV-VOO-NUMERO (WS-MOV-RESERVA-ID) > 0
                   MOVE "S" TO WS-DIFERIVEL
               ELSE
                   ADD 1 TO WS-TOTAL-SEM-VOO
               END-IF
           END-IF.

           IF WS-DIFERIVEL = "N"
               ADD WS-VALOR-SINAL TO WS-RECONHECIDO-ATE
               IF WS-MOV-DATA <= WS-CORTE-ANTERIOR
                   ADD WS-VALOR-SINAL TO WS-RECONHECIDO-ANTES
               END-IF
           ELSE
               MOVE WS-MOV-RESERVA-ID TO WS-RV-I
               IF WS-RV-ESTADO (WS-RV-I) = SPACE
                   PERFORM P300-AVALIAR-PARTIDA
               END-IF
               IF WS-RV-ESTADO (WS-RV-I) = "P"
                       AND WS-RV-VOO-DATA (WS-RV-I) <= WS-CORTE
                   ADD WS-VALOR-SINAL TO WS-RECONHECIDO-ATE
                   IF WS-MOV-DATA <= WS-CORTE-ANTERIOR
                           AND WS-RV-VOO-DATA (WS-RV-I) <=
                               WS-CORTE-ANTERIOR
                       ADD WS-VALOR-SINAL TO WS-RECONHECIDO-ANTES
                   END-IF
               ELSE
                   PERFORM P220-ACUMULAR-PASSIVO
               END-IF
           END-IF.

       P220-ACUMULAR-PASSIVO.

           ADD WS-VALOR-SINAL TO WS-PASSIVO-TOTAL.
           MOVE WS-RV-VOO-DATA (WS-RV-I) (1:6) TO WS-PAS-MES-VOO.
           MOVE ZEROES TO WS-PAS-ACHADO.
           MOVE 1 TO WS-PAS-I.
           PERFORM UNTIL WS-PAS-I > WS-PAS-TOTAL
               IF WS-PAS-MES (WS-PAS-I) = WS-PAS-MES-VOO
                   MOVE WS-PAS-I TO WS-PAS-ACHADO
                   MOVE WS-PAS-TOTAL TO WS-PAS-I
               END-IF
               ADD 1 TO WS-PAS-I
           END-PERFORM.
           IF WS-PAS-ACHADO = ZEROES AND WS-PAS-TOTAL < 120
               ADD 1 TO WS-PAS-TOTAL
               MOVE WS-PAS-TOTAL TO WS-PAS-ACHADO
               MOVE WS-PAS-MES-VOO TO WS-PAS-MES (WS-PAS-ACHADO)
               MOVE ZEROES TO WS-PAS-VALOR (WS-PAS-ACHADO)
               MOVE ZEROES TO WS-PAS-MOVS (WS-PAS-ACHADO)
           END-IF.
           IF WS-PAS-ACHADO > 0
               ADD WS-VALOR-SINAL TO WS-PAS-VALOR (WS-PAS-ACHADO)
               ADD 1 TO WS-PAS-MOVS (WS-PAS-ACHADO)
           END-IF.

      *    UM VOO CONTA COMO PARTIDO SE ESTA MARCADO COMO TAL OU SE
      *    JA FOI PASSADO AO HISTORICO PELO ARQUIVO DE VOOS
       P300-AVALIAR-PARTIDA.

           MOVE "N" TO WS-RV-ESTADO (WS-RV-I).
           MOVE WS-RV-VOO-CHAVE (WS-RV-I) TO VOOSINPUT-CHAVE.
           READ VOOSINPUT
               KEY IS VOOSINPUT-CHAVE
               INVALID KEY
                   IF WS-VHIST-ABERTO = "S"
                       MOVE WS-RV-VOO-CHAVE (WS-RV-I)
                           TO VOOSHIST-CHAVE
                       READ VOOSHIST
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE "P" TO WS-RV-ESTADO (WS-RV-I)
                       END-READ
                   END-IF
               NOT INVALID KEY
                   IF VOO-PARTIU
                       MOVE "P" TO WS-RV-ESTADO (WS-RV-I)
                   END-IF
           END-READ.

       P400-GRAVAR-RECONHECIMENTO.

           MOVE WS-MES-PEDIDO TO WS-REC-MES.
           IF WS-RECONHECIDO-MES < 0
               MOVE "-" TO WS-REC-SINAL
           ELSE
               MOVE "+" TO WS-REC-SINAL
           END-IF.
           MOVE WS-RECONHECIDO-MES TO WS-REC-VALOR.
           IF WS-PASSIVO-TOTAL < 0
               MOVE "-" TO WS-REC-PASSIVO-SINAL
           ELSE
               MOVE "+" TO WS-REC-PASSIVO-SINAL
           END-IF.
           MOVE WS-PASSIVO-TOTAL TO WS-REC-PASSIVO.
           MOVE WS-DATA-HOJE TO WS-REC-DATA.

           OPEN EXTEND RECVOADAOUTPUT.
           IF WS-REC-STATUS-NOVO
               CLOSE RECVOADAOUTPUT
               OPEN OUTPUT RECVOADAOUTPUT
           END-IF.
           MOVE WS-REC-LINHA TO RECVOADAOUTPUT-LINHA.
           WRITE RECVOADAOUTPUT-LINHA.
           CLOSE RECVOADAOUTPUT.

       P500-RELATORIO-PASSIVO.

           OPEN OUTPUT PASSIVOOUTPUT.
           MOVE SPACES TO PASSIVOOUTPUT-LINHA.
           STRING "PASSIVO DE RECEITA NAO VOADA EM " DELIMITED BY SIZE
                   WS-CORTE DELIMITED BY SIZE
                   " [" DELIMITED BY SIZE
                   WS-AMB-CODIGO DELIMITED BY SIZE
                   "]" DELIMITED BY SIZE
               INTO PASSIVOOUTPUT-LINHA
           END-STRING.
           WRITE PASSIVOOUTPUT-LINHA.
           MOVE "MES VOO         VALOR   MOVS" TO PASSIVOOUTPUT-LINHA.
           WRITE PASSIVOOUTPUT-LINHA.

           PERFORM P510-ORDENAR-PASSIVO.

           MOVE 1 TO WS-PAS-I.
           PERFORM UNTIL WS-PAS-I > WS-PAS-TOTAL
               MOVE WS-PAS-MES (WS-PAS-I) TO WS-PAS-L-MES
               MOVE WS-PAS-VALOR (WS-PAS-I) TO WS-PAS-L-VALOR
               MOVE WS-PAS-MOVS (WS-PAS-I) TO WS-PAS-L-MOVS
               IF WS-PAS-MES (WS-PAS-I) <= WS-MES-PEDIDO
                   MOVE "VOO SEM PARTIDA REGISTADA" TO WS-PAS-L-NOTA
               ELSE
                   MOVE SPACES TO WS-PAS-L-NOTA
               END-IF
               MOVE WS-PAS-LINHA TO PASSIVOOUTPUT-LINHA
               WRITE PASSIVOOUTPUT-LINHA
               ADD 1 TO WS-PAS-I
           END-PERFORM.

           MOVE ZEROES TO WS-PAS-L-MES.
           MOVE WS-PASSIVO-TOTAL TO WS-PAS-L-VALOR.
           MOVE ZEROES TO WS-PAS-L-MOVS.
           MOVE "TOTAL" TO WS-PAS-L-NOTA.
           MOVE WS-PAS-LINHA TO PASSIVOOUTPUT-LINHA.
           WRITE PASSIVOOUTPUT-LINHA.
           CLOSE PASSIVOOUTPUT.
           DISPLAY "RELATORIO DE PASSIVO GRAVADO EM passivo.txt".

       P510-ORDENAR-PASSIVO.

           MOVE 1 TO WS-PAS-I.
           PERFORM UNTIL WS-PAS-I >= WS-PAS-TOTAL
               MOVE WS-PAS-I TO WS-PAS-ACHADO
               ADD 1 TO WS-PAS-ACHADO
               PERFORM UNTIL WS-PAS-ACHADO > WS-PAS-TOTAL
                   IF WS-PAS-MES (WS-PAS-ACHADO) <
                           WS-PAS-MES (WS-PAS-I)
                       MOVE WS-PAS-ENT (WS-PAS-I) TO WS-PAS-TROCA
                       MOVE WS-PAS-ENT (WS-PAS-ACHADO)
                           TO WS-PAS-ENT (WS-PAS-I)
                       MOVE WS-PAS-TROCA
                           TO WS-PAS-ENT (WS-PAS-ACHADO)
                   END-IF
                   ADD 1 TO WS-PAS-ACHADO
               END-PERFORM
               ADD 1 TO WS-PAS-I
           END-PERFORM.

       P090-CARREGAR-AMBIENTE.

           CALL 'amb_util.o' USING WS-AMB-AREA.
           DISPLAY "AMBIENTE ATIVO: " WS-AMB-CODIGO.
           MOVE SPACES TO WS-CAM-VOOS.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/project/voos.dat" DELIMITED BY SIZE
               INTO WS-CAM-VOOS
           END-STRING.
           MOVE SPACES TO WS-CAM-VOOSHIST.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/project/vooshist.dat" DELIMITED BY SIZE
               INTO WS-CAM-VOOSHIST
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
           MOVE SPACES TO WS-CAM-AUDRES.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/auditres.txt" DELIMITED BY SIZE
               INTO WS-CAM-AUDRES
           END-STRING.
           MOVE SPACES TO WS-CAM-MOVIMENTOS.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/movimentos.txt" DELIMITED BY SIZE
               INTO WS-CAM-MOVIMENTOS
           END-STRING.
           MOVE SPACES TO WS-CAM-RECVOADA.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/recvoada.txt" DELIMITED BY SIZE
               INTO WS-CAM-RECVOADA
           END-STRING.
           MOVE SPACES TO WS-CAM-PASSIVO.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/passivo.txt" DELIMITED BY SIZE
               INTO WS-CAM-PASSIVO
           END-STRING.

       END PROGRAM RECVOADA.
