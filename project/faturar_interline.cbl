       IDENTIFICATION DIVISION.
       PROGRAM-ID. FATINTER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT RESMKTINPUT ASSIGN TO
           WS-CAM-RESMKT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RMK-RESERVA-ID
           FILE STATUS IS WS-FICHEIRO-STATUS-RMK.

       SELECT PRORATEIOINPUT ASSIGN TO
           WS-CAM-PRORATEIO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRO-CHAVE
           FILE STATUS IS WS-FICHEIRO-STATUS-PRO.

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

       SELECT INTERLINEOUTPUT ASSIGN TO
           WS-CAM-INTERLINE
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FICHEIRO-STATUS-INT.

       SELECT EXTRATOOUTPUT ASSIGN TO
           WS-CAM-EXTRATO
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FICHEIRO-STATUS-EXT.

       DATA DIVISION.

       FILE SECTION.

           FD RESMKTINPUT.
           01 RESMKTINPUT-REG.
               05 RMK-RESERVA-ID PIC 9(04).
               05 RMK-MKT-NUMERO PIC 9(04).
               05 RMK-PARCEIRO PIC X(10).

           FD PRORATEIOINPUT.
           01 PRORATEIOINPUT-REG.
               05 PRO-CHAVE.
                   10 PRO-PARCEIRO PIC X(10).
                   10 PRO-ROTA PIC X(10).
               05 PRO-TIPO PIC X(01).
                   88 PRO-PERCENTAGEM VALUE "P".
                   88 PRO-VALOR-FIXO VALUE "F".
               05 PRO-PCT PIC 9(03)V99.
               05 PRO-VALOR PIC 9(05)V99.
               05 PRO-DATA PIC 9(08).

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

           FD INTERLINEOUTPUT.
           01 INTERLINEOUTPUT-LINHA PIC X(90).

           FD EXTRATOOUTPUT.
           01 EXTRATOOUTPUT-LINHA PIC X(90).

       WORKING-STORAGE SECTION.

           01 WS-AMB-AREA.
               05 WS-AMB-CODIGO PIC X(04).
               05 WS-AMB-RAIZ PIC X(60).
           77 WS-CAM-RESMKT PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/project/resmkt.dat".
           77 WS-CAM-PRORATEIO PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/project/prorateio.dat"
           .
           77 WS-CAM-VOOS PIC X(80) VALUE
               "/Users/antonyferreira/Documents/Cobol/project/voos.dat".
           77 WS-CAM-VOOSHIST PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/project/vooshist.dat".
           77 WS-CAM-RESERVAS PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/project/reservas.dat"
           .
           77 WS-CAM-RESHIST PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/project/reshist.dat".
           77 WS-CAM-INTERLINE PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/interline.txt".
           77 WS-CAM-EXTRATO PIC X(80) VALUE SPACES.

           01 WS-FICHEIRO-STATUS-RMK PIC XX.
               88 WS-RMK-STATUS-OK VALUE "00".

           01 WS-FICHEIRO-STATUS-PRO PIC XX.
               88 WS-PRO-STATUS-OK VALUE "00".

           01 WS-FICHEIRO-STATUS-VOO PIC XX.
               88 WS-FICHEIRO-VOO-OK VALUE "00".

           01 WS-FICHEIRO-STATUS-VHIST PIC XX.
               88 WS-VHIST-STATUS-OK VALUE "00".

           01 WS-FICHEIRO-STATUS-RESERVA PIC XX.
               88 WS-RESERVA-STATUS-OK VALUE "00".

           01 WS-FICHEIRO-STATUS-RHIST PIC XX.
               88 WS-RHIST-STATUS-OK VALUE "00".

           01 WS-FICHEIRO-STATUS-INT PIC XX.
               88 WS-INT-STATUS-OK VALUE "00".

           01 WS-FICHEIRO-STATUS-EXT PIC XX.
               88 WS-EXT-STATUS-OK VALUE "00".

      *    LINHA DO FICHEIRO DE FATURACAO INTERLINE. TIPO: P =
      *    PERCENTAGEM, F = VALOR FIXO, S = SEM ACORDO (NAO FATURADA)
           01 WS-INT-LINHA.
               05 WS-INT-MES PIC 9(06).
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-INT-PARCEIRO PIC X(10).
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-INT-RESERVA-ID PIC 9(04).
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-INT-MKT-NUMERO PIC 9(04).
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-INT-VOO-NUMERO PIC 9(04).
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-INT-VOO-DATA PIC 9(08).
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-INT-ROTA PIC X(10).
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-INT-CLASSE PIC X(01).
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-INT-BASE PIC 9(05)V99.
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-INT-TIPO PIC X(01).
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-INT-VALOR PIC 9(05)V99.
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-INT-DATA PIC 9(08).
               05 FILLER PIC X(09) VALUE SPACES.

           01 WS-EXT-DETALHE.
               05 WS-EXT-D-RESERVA PIC 9(04).
               05 FILLER PIC X(02) VALUE SPACES.
               05 WS-EXT-D-MKT PIC 9(04).
               05 FILLER PIC X(02) VALUE SPACES.
               05 WS-EXT-D-VOO PIC 9(04).
               05 FILLER PIC X(02) VALUE SPACES.
               05 WS-EXT-D-DATA PIC 9(08).
               05 FILLER PIC X(02) VALUE SPACES.
               05 WS-EXT-D-ROTA PIC X(10).
               05 FILLER PIC X(02) VALUE SPACES.
               05 WS-EXT-D-CLASSE PIC X(01).
               05 FILLER PIC X(02) VALUE SPACES.
               05 WS-EXT-D-BASE PIC Z(4)9.99.
               05 FILLER PIC X(02) VALUE SPACES.
               05 WS-EXT-D-TIPO PIC X(10).
               05 FILLER PIC X(02) VALUE SPACES.
               05 WS-EXT-D-VALOR PIC Z(4)9.99.
               05 FILLER PIC X(12) VALUE SPACES.

           01 WS-EXT-TOTAL-LINHA.
               05 FILLER PIC X(20) VALUE "RESERVAS FATURADAS: ".
               05 WS-EXT-T-QTD PIC Z(4)9.
               05 FILLER PIC X(20) VALUE "   TOTAL A FATURAR: ".
               05 WS-EXT-T-VALOR PIC Z(8)9.99.
               05 FILLER PIC X(33) VALUE SPACES.

      *    TOTAIS POR PARCEIRO PARA OS EXTRATOS
           01 WS-TABELA-PARCEIROS.
               05 WS-PAR-ENT OCCURS 50 TIMES.
                   10 WS-PAR-NOME PIC X(10).
                   10 WS-PAR-QTD PIC 9(05).
                   10 WS-PAR-SEM-ACORDO PIC 9(05).
                   10 WS-PAR-VALOR PIC 9(09)V99.

           77 WS-EXIT-OK PIC X(01) VALUE "N".
           77 WS-EXIT-EXT PIC X(01) VALUE "N".
           77 WS-MES-PEDIDO PIC 9(06) VALUE ZEROES.
           77 WS-DATA-HOJE PIC 9(08) VALUE ZEROES.
           77 WS-PAR-I PIC 9(02) VALUE ZEROES.
           77 WS-PAR-TOTAL PIC 9(02) VALUE ZEROES.
           77 WS-PAR-ACHADO PIC 9(02) VALUE ZEROES.
           77 WS-PAR-FICHEIRO PIC X(10) VALUE SPACES.
           77 WS-RES-ACHADA PIC X(01) VALUE "N".
           77 WS-VOO-PARTIDO PIC X(01) VALUE "N".
           77 WS-ACORDO-ACHADO PIC X(01) VALUE "N".
           77 WS-VHIST-ABERTO PIC X(01) VALUE "N".
           77 WS-RESERVA-ABERTO PIC X(01) VALUE "N".
           77 WS-RHIST-ABERTO PIC X(01) VALUE "N".
           77 WS-PRO-ABERTO PIC X(01) VALUE "N".
           77 WS-FAT-VOO-CHAVE PIC X(12) VALUE SPACES.
           77 WS-FAT-CLASSE PIC X(01) VALUE SPACES.
           77 WS-FAT-PRECO PIC 9(05)V99 VALUE ZEROES.
           77 WS-FAT-ROTA PIC X(10) VALUE SPACES.
           77 WS-FAT-VALOR PIC 9(05)V99 VALUE ZEROES.

           77 WS-TOTAL-LIDAS PIC 9(05) VALUE ZEROES.
           77 WS-TOTAL-FATURADAS PIC 9(05) VALUE ZEROES.
           77 WS-TOTAL-SEM-ACORDO PIC 9(05) VALUE ZEROES.
           77 WS-TOTAL-SEM-RESERVA PIC 9(05) VALUE ZEROES.
           77 WS-TOTAL-VALOR PIC 9(09)V99 VALUE ZEROES.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           PERFORM P090-CARREGAR-AMBIENTE.

           DISPLAY "*** FATURACAO INTERLINE A PARCEIROS ***".
           DISPLAY "MES A FATURAR (AAAAMM)".
           ACCEPT WS-MES-PEDIDO.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.

           OPEN INPUT RESMKTINPUT.
           IF NOT WS-RMK-STATUS-OK
               DISPLAY "SEM RESERVAS VENDIDAS POR PARCEIROS"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT VOOSINPUT.
           IF NOT WS-FICHEIRO-VOO-OK
               DISPLAY "FICHEIRO DE VOOS INDISPONIVEL"
               CLOSE RESMKTINPUT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT VOOSHIST.
           IF WS-VHIST-STATUS-OK
               MOVE "S" TO WS-VHIST-ABERTO
           END-IF.
           OPEN INPUT RESERVASINPUT.
           IF WS-RESERVA-STATUS-OK
               MOVE "S" TO WS-RESERVA-ABERTO
           END-IF.
           OPEN INPUT RESERVASHIST.
           IF WS-RHIST-STATUS-OK
               MOVE "S" TO WS-RHIST-ABERTO
           END-IF.
           OPEN INPUT PRORATEIOINPUT.
           IF WS-PRO-STATUS-OK
               MOVE "S" TO WS-PRO-ABERTO
           ELSE
               DISPLAY "AVISO: SEM ACORDOS DE PRORATEIO DEFINIDOS"
           END-IF.

           OPEN OUTPUT INTERLINEOUTPUT.
           INITIALIZE WS-TABELA-PARCEIROS.

           PERFORM P100-LER-VENDAS-PARCEIROS.

           CLOSE INTERLINEOUTPUT.
           CLOSE RESMKTINPUT.
           CLOSE VOOSINPUT.
           IF WS-VHIST-ABERTO = "S"
               CLOSE VOOSHIST
           END-IF.
           IF WS-RESERVA-ABERTO = "S"
               CLOSE RESERVASINPUT
           END-IF.
           IF WS-RHIST-ABERTO = "S"
               CLOSE RESERVASHIST
           END-IF.
           IF WS-PRO-ABERTO = "S"
               CLOSE PRORATEIOINPUT
           END-IF.

           MOVE 1 TO WS-PAR-I.
           PERFORM UNTIL WS-PAR-I > WS-PAR-TOTAL
               PERFORM P400-GERAR-EXTRATO
               ADD 1 TO WS-PAR-I
           END-PERFORM.

           DISPLAY " ".
           DISPLAY "*** INTERLINE " WS-MES-PEDIDO
                   " [" WS-AMB-CODIGO "] ***".
           DISPLAY "RESERVAS DE PARCEIROS LIDAS: " WS-TOTAL-LIDAS.
           DISPLAY "RESERVAS FATURADAS: " WS-TOTAL-FATURADAS.
           DISPLAY "VALOR TOTAL A FATURAR: " WS-TOTAL-VALOR.
           DISPLAY "PARCEIROS COM EXTRATO: " WS-PAR-TOTAL.
           IF WS-TOTAL-SEM-RESERVA > 0
               DISPLAY "RESERVAS SEM REGISTO (CANCELADAS): "
                       WS-TOTAL-SEM-RESERVA
           END-IF.
           IF WS-TOTAL-SEM-ACORDO > 0
               DISPLAY "RESERVAS SEM ACORDO DE PRORATEIO: "
                       WS-TOTAL-SEM-ACORDO
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "FICHEIRO DE FATURACAO GRAVADO EM interline.txt".

           STOP RUN.

       P100-LER-VENDAS-PARCEIROS.

           MOVE ZEROES TO RMK-RESERVA-ID.
           SET WS-EXIT-OK TO "N".
           START RESMKTINPUT KEY IS NOT LESS THAN RMK-RESERVA-ID
               INVALID KEY
                   SET WS-EXIT-OK TO "S"
           END-START.

           PERFORM UNTIL WS-EXIT-OK = "S"
               READ RESMKTINPUT NEXT
                   AT END
                       SET WS-EXIT-OK TO "S"
                   NOT AT END
                       ADD 1 TO WS-TOTAL-LIDAS
                       PERFORM P200-PROCESSAR-VENDA
               END-READ
           END-PERFORM.
           SET WS-EXIT-OK TO "N".

      *    SO SE FATURAM RESERVAS AINDA EXISTENTES (ATIVAS OU NO
      *    HISTORICO) CUJO VOO PARTIU DENTRO DO MES PEDIDO
       P200-PROCESSAR-VENDA.

           MOVE "N" TO WS-RES-ACHADA.
           IF WS-RESERVA-ABERTO = "S"
               MOVE RMK-RESERVA-ID TO RESERVA-ID
               READ RESERVASINPUT
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO WS-RES-ACHADA
                       MOVE RESERVA-VOO-CHAVE TO WS-FAT-VOO-CHAVE
                       MOVE RESERVA-CLASSE TO WS-FAT-CLASSE
                       MOVE RESERVA-PRECO TO WS-FAT-PRECO
               END-READ
           END-IF.
           IF WS-RES-ACHADA = "N" AND WS-RHIST-ABERTO = "S"
               MOVE RMK-RESERVA-ID TO RESHIST-ID
               READ RESERVASHIST
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO WS-RES-ACHADA
                       MOVE RESHIST-VOO-CHAVE TO WS-FAT-VOO-CHAVE
                       MOVE RESHIST-CLASSE TO WS-FAT-CLASSE
                       MOVE RESHIST-PRECO TO WS-FAT-PRECO
               END-READ
           END-IF.

           IF WS-RES-ACHADA = "N"
               ADD 1 TO WS-TOTAL-SEM-RESERVA
           ELSE
               PERFORM P210-VERIFICAR-PARTIDA
               IF WS-VOO-PARTIDO = "S"
                       AND WS-FAT-VOO-CHAVE (5:6) = WS-MES-PEDIDO
                   PERFORM P300-APLICAR-ACORDO
                   PERFORM P310-GRAVAR-LINHA
               END-IF
           END-IF.

       P210-VERIFICAR-PARTIDA.

           MOVE "N" TO WS-VOO-PARTIDO.
           MOVE SPACES TO WS-FAT-ROTA.
           MOVE WS-FAT-VOO-CHAVE TO VOOSINPUT-CHAVE.
           READ VOOSINPUT
               KEY IS VOOSINPUT-CHAVE
               INVALID KEY
                   IF WS-VHIST-ABERTO = "S"
                       MOVE WS-FAT-VOO-CHAVE TO VOOSHIST-CHAVE
                       READ VOOSHIST
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE "S" TO WS-VOO-PARTIDO
                               MOVE VOOSHIST-NOME TO WS-FAT-ROTA
                       END-READ
                   END-IF
               NOT INVALID KEY
                   IF VOO-PARTIU
                       MOVE "S" TO WS-VOO-PARTIDO
                       MOVE VOOSINPUT-NOME TO WS-FAT-ROTA
                   END-IF
           END-READ.

      *    ACORDO DO PARCEIRO PARA A ROTA; NA FALTA DESTE, O ACORDO
      *    GERAL DO PARCEIRO (ROTA EM BRANCO)
       P300-APLICAR-ACORDO.

           MOVE "N" TO WS-ACORDO-ACHADO.
           MOVE ZEROES TO WS-FAT-VALOR.
           IF WS-PRO-ABERTO = "S"
               MOVE RMK-PARCEIRO TO PRO-PARCEIRO
               MOVE WS-FAT-ROTA TO PRO-ROTA
               READ PRORATEIOINPUT
                   INVALID KEY
                       MOVE SPACES TO PRO-ROTA
                       READ PRORATEIOINPUT
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE "S" TO WS-ACORDO-ACHADO
                       END-READ
                   NOT INVALID KEY
                       MOVE "S" TO WS-ACORDO-ACHADO
               END-READ
           END-IF.

           IF WS-ACORDO-ACHADO = "S"
               IF PRO-VALOR-FIXO
                   MOVE PRO-VALOR TO WS-FAT-VALOR
                   MOVE "F" TO WS-INT-TIPO
               ELSE
                   COMPUTE WS-FAT-VALOR ROUNDED =
                           WS-FAT-PRECO * PRO-PCT / 100
                   MOVE "P" TO WS-INT-TIPO
               END-IF
           ELSE
               MOVE "S" TO WS-INT-TIPO
           END-IF.

       P310-GRAVAR-LINHA.

           MOVE WS-MES-PEDIDO TO WS-INT-MES.
           MOVE RMK-PARCEIRO TO WS-INT-PARCEIRO.
           MOVE RMK-RESERVA-ID TO WS-INT-RESERVA-ID.
           MOVE RMK-MKT-NUMERO TO WS-INT-MKT-NUMERO.
           MOVE WS-FAT-VOO-CHAVE (1:4) TO WS-INT-VOO-NUMERO.
           MOVE WS-FAT-VOO-CHAVE (5:8) TO WS-INT-VOO-DATA.
           MOVE WS-FAT-ROTA TO WS-INT-ROTA.
           MOVE WS-FAT-CLASSE TO WS-INT-CLASSE.
           MOVE WS-FAT-PRECO TO WS-INT-BASE.
           MOVE WS-FAT-VALOR TO WS-INT-VALOR.
           MOVE WS-DATA-HOJE TO WS-INT-DATA.
           MOVE WS-INT-LINHA TO INTERLINEOUTPUT-LINHA.
           WRITE INTERLINEOUTPUT-LINHA.

           MOVE ZEROES TO WS-PAR-ACHADO.
           MOVE 1 TO WS-PAR-I.
           PERFORM UNTIL WS-PAR-I > WS-PAR-TOTAL
               IF WS-PAR-NOME (WS-PAR-I) = RMK-PARCEIRO
                   MOVE WS-PAR-I TO WS-PAR-ACHADO
                   MOVE WS-PAR-TOTAL TO WS-PAR-I
               END-IF
               ADD 1 TO WS-PAR-I
           END-PERFORM.
           IF WS-PAR-ACHADO = ZEROES AND WS-PAR-TOTAL < 50
               ADD 1 TO WS-PAR-TOTAL
               MOVE WS-PAR-TOTAL TO WS-PAR-ACHADO
               MOVE RMK-PARCEIRO TO WS-PAR-NOME (WS-PAR-ACHADO)
           END-IF.

           IF WS-INT-TIPO = "S"
               ADD 1 TO WS-TOTAL-SEM-ACORDO
               IF WS-PAR-ACHADO > 0
                   ADD 1 TO WS-PAR-SEM-ACORDO (WS-PAR-ACHADO)
               END-IF
           ELSE
               ADD 1 TO WS-TOTAL-FATURADAS
               ADD WS-FAT-VALOR TO WS-TOTAL-VALOR
               IF WS-PAR-ACHADO > 0
                   ADD 1 TO WS-PAR-QTD (WS-PAR-ACHADO)
                   ADD WS-FAT-VALOR TO WS-PAR-VALOR (WS-PAR-ACHADO)
               END-IF
           END-IF.

      *    UM EXTRATO POR PARCEIRO: extrato_<PARCEIRO>_<AAAAMM>.txt
       P400-GERAR-EXTRATO.

           MOVE WS-PAR-NOME (WS-PAR-I) TO WS-PAR-FICHEIRO.
           INSPECT WS-PAR-FICHEIRO REPLACING ALL SPACE BY "_".
           MOVE SPACES TO WS-CAM-EXTRATO.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/extrato_" DELIMITED BY SIZE
                   WS-PAR-FICHEIRO DELIMITED BY "__"
                   "_" DELIMITED BY SIZE
                   WS-MES-PEDIDO DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
               INTO WS-CAM-EXTRATO
           END-STRING.

           OPEN OUTPUT EXTRATOOUTPUT.
           IF NOT WS-EXT-STATUS-OK
               DISPLAY "ERRO AO CRIAR O EXTRATO DE "
                       WS-PAR-NOME (WS-PAR-I)
           ELSE
               MOVE SPACES TO EXTRATOOUTPUT-LINHA
               STRING "EXTRATO INTERLINE " DELIMITED BY SIZE
                       WS-MES-PEDIDO DELIMITED BY SIZE
                       " - PARCEIRO " DELIMITED BY SIZE
                       WS-PAR-NOME (WS-PAR-I) DELIMITED BY SIZE
                       " EMITIDO EM " DELIMITED BY SIZE
                       WS-DATA-HOJE DELIMITED BY SIZE
                   INTO EXTRATOOUTPUT-LINHA
               END-STRING
               WRITE EXTRATOOUTPUT-LINHA
               MOVE SPACES TO EXTRATOOUTPUT-LINHA
               WRITE EXTRATOOUTPUT-LINHA
               MOVE "RES.  VPAR  VOO   DATA      ROTA        CL  "
                   TO EXTRATOOUTPUT-LINHA
               MOVE "TARIFA  ACORDO       VALOR"
                   TO EXTRATOOUTPUT-LINHA (46:26)
               WRITE EXTRATOOUTPUT-LINHA

               OPEN INPUT INTERLINEOUTPUT
               MOVE "N" TO WS-EXIT-EXT
               PERFORM UNTIL WS-EXIT-EXT = "S"
                   READ INTERLINEOUTPUT
                       AT END
                           MOVE "S" TO WS-EXIT-EXT
                       NOT AT END
                           MOVE INTERLINEOUTPUT-LINHA TO WS-INT-LINHA
                           IF WS-INT-PARCEIRO = WS-PAR-NOME (WS-PAR-I)
                               PERFORM P410-LINHA-EXTRATO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INTERLINEOUTPUT

               MOVE SPACES TO EXTRATOOUTPUT-LINHA
               WRITE EXTRATOOUTPUT-LINHA
               MOVE WS-PAR-QTD (WS-PAR-I) TO WS-EXT-T-QTD
               MOVE WS-PAR-VALOR (WS-PAR-I) TO WS-EXT-T-VALOR
               MOVE WS-EXT-TOTAL-LINHA TO EXTRATOOUTPUT-LINHA
               WRITE EXTRATOOUTPUT-LINHA
               IF WS-PAR-SEM-ACORDO (WS-PAR-I) > 0
                   MOVE SPACES TO EXTRATOOUTPUT-LINHA
                   STRING "RESERVAS SEM ACORDO (NAO FATURADAS): "
                           DELIMITED BY SIZE
                           WS-PAR-SEM-ACORDO (WS-PAR-I)
                           DELIMITED BY SIZE
                       INTO EXTRATOOUTPUT-LINHA
                   END-STRING
                   WRITE EXTRATOOUTPUT-LINHA
               END-IF
               CLOSE EXTRATOOUTPUT
               DISPLAY "EXTRATO GRAVADO: " WS-CAM-EXTRATO
           END-IF.

       P410-LINHA-EXTRATO.

           MOVE WS-INT-RESERVA-ID TO WS-EXT-D-RESERVA.
           MOVE WS-INT-MKT-NUMERO TO WS-EXT-D-MKT.
           MOVE WS-INT-VOO-NUMERO TO WS-EXT-D-VOO.
           MOVE WS-INT-VOO-DATA TO WS-EXT-D-DATA.
           MOVE WS-INT-ROTA TO WS-EXT-D-ROTA.
           MOVE WS-INT-CLASSE TO WS-EXT-D-CLASSE.
           MOVE WS-INT-BASE TO WS-EXT-D-BASE.
           EVALUATE WS-INT-TIPO
               WHEN "P"
                   MOVE "PERCENT." TO WS-EXT-D-TIPO
               WHEN "F"
                   MOVE "VALOR FIXO" TO WS-EXT-D-TIPO
               WHEN OTHER
                   MOVE "SEM ACORDO" TO WS-EXT-D-TIPO
           END-EVALUATE.
           MOVE WS-INT-VALOR TO WS-EXT-D-VALOR.
           MOVE WS-EXT-DETALHE TO EXTRATOOUTPUT-LINHA.
           WRITE EXTRATOOUTPUT-LINHA.

       P090-CARREGAR-AMBIENTE.

           CALL 'amb_util.o' USING WS-AMB-AREA.
           DISPLAY "AMBIENTE ATIVO: " WS-AMB-CODIGO.
           MOVE SPACES TO WS-CAM-RESMKT.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/project/resmkt.dat" DELIMITED BY SIZE
               INTO WS-CAM-RESMKT
           END-STRING.
           MOVE SPACES TO WS-CAM-PRORATEIO.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/project/prorateio.dat" DELIMITED BY SIZE
               INTO WS-CAM-PRORATEIO
           END-STRING.
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
           MOVE SPACES TO WS-CAM-INTERLINE.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/interline.txt" DELIMITED BY SIZE
               INTO WS-CAM-INTERLINE
           END-STRING.

       END PROGRAM FATINTER.
