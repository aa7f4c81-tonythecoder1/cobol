       IDENTIFICATION DIVISION.
       PROGRAM-ID. CANAGEN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT RESCANALINPUT ASSIGN TO
           WS-CAM-RESCANAL
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RCN-RESERVA-ID
           FILE STATUS IS WS-FICHEIRO-STATUS-RCN.

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

       SELECT AGENCIASINPUT ASSIGN TO
           WS-CAM-AGENCIAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AGC-CODIGO
           FILE STATUS IS WS-FICHEIRO-STATUS-AGC.

       SELECT ADMINPUT ASSIGN TO
           WS-CAM-ADM
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ADM-ID
           ALTERNATE RECORD KEY IS ADM-AGENCIA WITH DUPLICATES
           ALTERNATE RECORD KEY IS ADM-ORIGEM
           FILE STATUS IS WS-FICHEIRO-STATUS-ADM.

       SELECT PRORATEIOINPUT ASSIGN TO
           WS-CAM-PRORATEIO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRO-CHAVE
           FILE STATUS IS WS-FICHEIRO-STATUS-PRO.

       SELECT COTACOESINPUT ASSIGN TO
           WS-CAM-COTACOES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS COT-ID
           FILE STATUS IS WS-FICHEIRO-STATUS-COT.

       SELECT CANAISOUTPUT ASSIGN TO
           WS-CAM-CANREL
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FICHEIRO-STATUS-REL.

       SELECT ERROSOUTPUT ASSIGN TO
           WS-CAM-ERROS
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-ERR.

       DATA DIVISION.

       FILE SECTION.

      *    CANAL E PONTO DE VENDA DE CADA RESERVA, GRAVADOS PELO
      *    PROGRAMA QUE A CRIOU
           FD RESCANALINPUT.
           01 RESCANALINPUT-REG.
               05 RCN-RESERVA-ID PIC 9(04).
               05 RCN-CANAL PIC X(01).
                   88 RCN-BALCAO VALUE "B".
                   88 RCN-AGENCIA VALUE "A".
                   88 RCN-ONLINE VALUE "O".
                   88 RCN-PARCEIRO VALUE "P".
                   88 RCN-FRETAMENTO VALUE "F".
               05 RCN-PONTO-VENDA PIC X(10).
               05 RCN-DATA PIC 9(08).
               05 RCN-PRECO PIC 9(05)V99.

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

           FD AGENCIASINPUT.
           01 AGENCIASINPUT-REG.
               05 AGC-CODIGO PIC X(04).
               05 AGC-NOME PIC X(20).
               05 AGC-COMISSAO PIC 9(02).
               05 AGC-LIMITE PIC 9(07)V99.
               05 AGC-SALDO PIC S9(07)V99.
               05 AGC-ULT-LANC PIC 9(06).

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
                   88 ADM-RECUPERADA VALUE "R".
               05 ADM-DATA-ESTADO PIC 9(08).
               05 ADM-LIQ-MES PIC 9(06).

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

           FD COTACOESINPUT.
           01 COTACOESINPUT-REG.
               05 COT-ID PIC 9(04).
               05 COT-CLIENTE PIC X(20).
               05 COT-TIPO PIC X(10).
               05 COT-ROTA PIC X(10).
               05 COT-DATA-VOO PIC 9(08).
               05 COT-HORA-VOO PIC 9(04).
               05 COT-DISTANCIA PIC 9(05).
               05 COT-HORAS PIC 9(02)V9.
               05 COT-VALOR PIC 9(07)V99.
               05 COT-ESTADO PIC X(01).
                   88 COT-ACEITE VALUE "A".
               05 COT-DATA PIC 9(08).

           FD CANAISOUTPUT.
           01 CANAISOUTPUT-LINHA PIC X(132).

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
               05 WS-ERR-L-PROG PIC X(10) VALUE "CANAGEN".
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
           77 WS-CAM-RESCANAL PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/project/rescanal.dat".
           77 WS-CAM-RESERVAS PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/project/reservas.dat"
           .
           77 WS-CAM-RESHIST PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/project/reshist.dat".
           77 WS-CAM-VOOS PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/project/voos.dat".
           77 WS-CAM-VOOSHIST PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/project/vooshist.dat".
           77 WS-CAM-AGENCIAS PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/agencias.dat".
           77 WS-CAM-ADM PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/project/admagen.dat".
           77 WS-CAM-PRORATEIO PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/project/prorateio.dat"
           .
           77 WS-CAM-COTACOES PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/cotacoes.dat".
           77 WS-CAM-CANREL PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/canagen.txt".

           01 WS-FICHEIRO-STATUS-RCN PIC XX.
               88 WS-RCN-STATUS-OK VALUE "00".

           01 WS-FICHEIRO-STATUS-RESERVA PIC XX.
               88 WS-RESERVA-STATUS-OK VALUE "00".

           01 WS-FICHEIRO-STATUS-RHIST PIC XX.
               88 WS-RHIST-STATUS-OK VALUE "00".

           01 WS-FICHEIRO-STATUS-VOO PIC XX.
               88 WS-VOO-STATUS-OK VALUE "00".

           01 WS-FICHEIRO-STATUS-VHIST PIC XX.
               88 WS-VHIST-STATUS-OK VALUE "00".

           01 WS-FICHEIRO-STATUS-AGC PIC XX.
               88 WS-AGC-STATUS-OK VALUE "00".

           01 WS-FICHEIRO-STATUS-ADM PIC XX.
               88 WS-ADM-STATUS-OK VALUE "00".

           01 WS-FICHEIRO-STATUS-PRO PIC XX.
               88 WS-PRO-STATUS-OK VALUE "00".

           01 WS-FICHEIRO-STATUS-COT PIC XX.
               88 WS-COT-STATUS-OK VALUE "00".

           01 WS-FICHEIRO-STATUS-REL PIC XX.
               88 WS-REL-STATUS-OK VALUE "00".

           77 WS-RES-ABERTO PIC X(01) VALUE "N".
           77 WS-RHIST-ABERTO PIC X(01) VALUE "N".
           77 WS-VOO-ABERTO PIC X(01) VALUE "N".
           77 WS-VHIST-ABERTO PIC X(01) VALUE "N".
           77 WS-AGC-ABERTO PIC X(01) VALUE "N".
           77 WS-ADM-ABERTO PIC X(01) VALUE "N".
           77 WS-PRO-ABERTO PIC X(01) VALUE "N".
           77 WS-COT-ABERTO PIC X(01) VALUE "N".

           77 WS-EXIT-OK PIC X(01) VALUE "N".
           77 WS-MES-PEDIDO PIC 9(06) VALUE ZEROES.
           77 WS-DATA-HOJE PIC 9(08) VALUE ZEROES.

           77 WS-RES-ACHADA PIC X(01) VALUE "N".
           77 WS-RES-PRECO PIC 9(05)V99 VALUE ZEROES.
           77 WS-RES-VOO-CHAVE PIC X(12) VALUE SPACES.
           77 WS-ROTA PIC X(10) VALUE SPACES.
           77 WS-ACORDO-ACHADO PIC X(01) VALUE "N".
           77 WS-VALOR-PARTILHA PIC 9(05)V99 VALUE ZEROES.
           77 WS-CUSTO PIC 9(07)V99 VALUE ZEROES.
           77 WS-NOTAS-RECUPERADAS PIC 9(09)V99 VALUE ZEROES.
           77 WS-TOTAL-SEM-CANAL PIC 9(05) VALUE ZEROES.

      *    CANAIS FIXOS: 1 BALCAO, 2 AGENCIAS, 3 ONLINE, 4 PARCEIROS
      *    DE CODESHARE, 5 FRETAMENTO
           01 WS-TABELA-CANAIS-NOMES.
               05 FILLER PIC X(21) VALUE "BBALCAO              ".
               05 FILLER PIC X(21) VALUE "AAGENCIAS            ".
               05 FILLER PIC X(21) VALUE "OONLINE              ".
               05 FILLER PIC X(21) VALUE "PPARCEIROS CODESHARE ".
               05 FILLER PIC X(21) VALUE "FFRETAMENTO          ".
           01 FILLER REDEFINES WS-TABELA-CANAIS-NOMES.
               05 WS-CNM-ENT OCCURS 5 TIMES.
                   10 WS-CNM-CODIGO PIC X(01).
                   10 WS-CNM-NOME PIC X(20).

           01 WS-TABELA-CANAIS.
               05 WS-CAN-ENT OCCURS 5 TIMES.
                   10 WS-CAN-RESERVAS PIC 9(05).
                   10 WS-CAN-RECEITA PIC 9(09)V99.
                   10 WS-CAN-CANCELADAS PIC 9(05).
                   10 WS-CAN-REC-CANCEL PIC 9(09)V99.
                   10 WS-CAN-CUSTO PIC 9(09)V99.
           77 WS-CAN-I PIC 9(01) VALUE ZEROES.
           77 WS-CAN-ACHADO PIC 9(01) VALUE ZEROES.

           01 WS-TABELA-PONTOS.
               05 WS-PTV-ENT OCCURS 200 TIMES.
                   10 WS-PTV-CANAL PIC X(01).
                   10 WS-PTV-PONTO PIC X(10).
                   10 WS-PTV-RESERVAS PIC 9(05).
                   10 WS-PTV-RECEITA PIC 9(09)V99.
                   10 WS-PTV-CANCELADAS PIC 9(05).
           77 WS-PTV-TOTAL PIC 9(03) VALUE ZEROES.
           77 WS-PTV-I PIC 9(03) VALUE ZEROES.
           77 WS-PTV-ACHADO PIC 9(03) VALUE ZEROES.
           77 WS-PTV-CHEIA PIC X(01) VALUE "N".

           01 WS-TOTAIS.
               05 WS-TOT-RESERVAS PIC 9(06).
               05 WS-TOT-RECEITA PIC 9(09)V99.
               05 WS-TOT-CANCELADAS PIC 9(06).
               05 WS-TOT-CUSTO PIC 9(09)V99.
           77 WS-LIQUIDO PIC S9(09)V99 VALUE ZEROES.
           77 WS-RENDIMENTO PIC S9(07)V99 VALUE ZEROES.
           77 WS-PCT-RECEITA PIC 9(03)V9 VALUE ZEROES.

           01 WS-CAB-LINHA.
               05 FILLER PIC X(21) VALUE "CANAL".
               05 FILLER PIC X(08) VALUE "  RESERV".
               05 FILLER PIC X(14) VALUE "       RECEITA".
               05 FILLER PIC X(08) VALUE "   %REC.".
               05 FILLER PIC X(08) VALUE "  CANCEL".
               05 FILLER PIC X(14) VALUE "  VALOR CANCEL".
               05 FILLER PIC X(14) VALUE "  COMISS/TAXAS".
               05 FILLER PIC X(15) VALUE "       LIQUIDO".
               05 FILLER PIC X(12) VALUE "  LIQ/RESERV".

           01 WS-CAN-LINHA.
               05 WS-CL-NOME PIC X(20).
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-CL-RESERVAS PIC Z(07)9.
               05 WS-CL-RECEITA PIC Z(10)9.99.
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-CL-PCT PIC ZZZZ9.9.
               05 WS-CL-CANCELADAS PIC Z(07)9.
               05 WS-CL-REC-CANCEL PIC Z(10)9.99.
               05 WS-CL-CUSTO PIC Z(10)9.99.
               05 WS-CL-LIQUIDO PIC -(11)9.99.
               05 WS-CL-RENDIMENTO PIC -(8)9.99.

           01 WS-PTV-LINHA.
               05 FILLER PIC X(02) VALUE SPACES.
               05 WS-PL-CANAL PIC X(01).
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-PL-PONTO PIC X(10).
               05 FILLER PIC X(07) VALUE SPACES.
               05 WS-PL-RESERVAS PIC Z(07)9.
               05 WS-PL-RECEITA PIC Z(10)9.99.
               05 FILLER PIC X(09) VALUE SPACES.
               05 WS-PL-CANCELADAS PIC Z(07)9.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           PERFORM P090-CARREGAR-AMBIENTE.

           DISPLAY "*** RECEITA E CUSTO DE DISTRIBUICAO POR CANAL ***".
           DISPLAY "MES DE VENDA A ANALISAR (AAAAMM)".
           ACCEPT WS-MES-PEDIDO.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.

           OPEN INPUT RESCANALINPUT.
           IF NOT WS-RCN-STATUS-OK
               MOVE "RESCANAL" TO WS-ERR-L-FICH
               MOVE WS-FICHEIRO-STATUS-RCN TO WS-ERR-L-ESTADO
               PERFORM P095-REGISTAR-ERRO-ABERTURA
               DISPLAY "SEM CANAIS DE VENDA REGISTADOS"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT CANAISOUTPUT.
           IF NOT WS-REL-STATUS-OK
               MOVE "CANREL" TO WS-ERR-L-FICH
               MOVE WS-FICHEIRO-STATUS-REL TO WS-ERR-L-ESTADO
               PERFORM P095-REGISTAR-ERRO-ABERTURA
               DISPLAY "NAO FOI POSSIVEL CRIAR O RELATORIO"
               CLOSE RESCANALINPUT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT RESERVASINPUT.
           IF WS-RESERVA-STATUS-OK
               MOVE "S" TO WS-RES-ABERTO
           END-IF.
           OPEN INPUT RESERVASHIST.
           IF WS-RHIST-STATUS-OK
               MOVE "S" TO WS-RHIST-ABERTO
           END-IF.
           OPEN INPUT VOOSINPUT.
           IF WS-VOO-STATUS-OK
               MOVE "S" TO WS-VOO-ABERTO
           END-IF.
           OPEN INPUT VOOSHIST.
           IF WS-VHIST-STATUS-OK
               MOVE "S" TO WS-VHIST-ABERTO
           END-IF.
           OPEN INPUT AGENCIASINPUT.
           IF WS-AGC-STATUS-OK
               MOVE "S" TO WS-AGC-ABERTO
           END-IF.
           OPEN INPUT PRORATEIOINPUT.
           IF WS-PRO-STATUS-OK
               MOVE "S" TO WS-PRO-ABERTO
           END-IF.

           MOVE ZEROES TO WS-TABELA-CANAIS.
           MOVE ZEROES TO WS-TOTAIS.

           PERFORM P100-LER-CANAIS.
           PERFORM P300-CARREGAR-FRETAMENTOS.
           PERFORM P400-DESCONTAR-NOTAS-DEBITO.

           CLOSE RESCANALINPUT.
           IF WS-RES-ABERTO = "S"
               CLOSE RESERVASINPUT
           END-IF.
           IF WS-RHIST-ABERTO = "S"
               CLOSE RESERVASHIST
           END-IF.
           IF WS-VOO-ABERTO = "S"
               CLOSE VOOSINPUT
           END-IF.
           IF WS-VHIST-ABERTO = "S"
               CLOSE VOOSHIST
           END-IF.
           IF WS-AGC-ABERTO = "S"
               CLOSE AGENCIASINPUT
           END-IF.
           IF WS-PRO-ABERTO = "S"
               CLOSE PRORATEIOINPUT
           END-IF.

           PERFORM P500-IMPRIMIR-RELATORIO.
           CLOSE CANAISOUTPUT.

           DISPLAY "RESERVAS DO MES: " WS-TOT-RESERVAS
                   " RECEITA: " WS-TOT-RECEITA.
           DISPLAY "CANCELADAS: " WS-TOT-CANCELADAS
                   " CUSTO DE DISTRIBUICAO: " WS-TOT-CUSTO.
           IF WS-PTV-CHEIA = "S"
               DISPLAY "AVISO: TABELA DE PONTOS DE VENDA CHEIA - "
                       "DETALHE INCOMPLETO"
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "RELATORIO GRAVADO EM canagen.txt".

           STOP RUN.

       P100-LER-CANAIS.

           MOVE ZEROES TO RCN-RESERVA-ID.
           MOVE "N" TO WS-EXIT-OK.
           START RESCANALINPUT KEY IS NOT LESS THAN RCN-RESERVA-ID
               INVALID KEY
                   MOVE "S" TO WS-EXIT-OK
           END-START.

           PERFORM UNTIL WS-EXIT-OK = "S"
               READ RESCANALINPUT NEXT
                   AT END
                       MOVE "S" TO WS-EXIT-OK
                   NOT AT END
                       IF RCN-DATA (1:6) = WS-MES-PEDIDO
                           PERFORM P200-TRATAR-UMA-VENDA
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "N" TO WS-EXIT-OK.

      *    RESERVA QUE JA NAO EXISTE NEM NO FICHEIRO ATIVO NEM NO
      *    HISTORICO FOI CANCELADA; CONTA PELO PRECO DA VENDA
       P200-TRATAR-UMA-VENDA.

           MOVE ZEROES TO WS-CAN-ACHADO.
           MOVE 1 TO WS-CAN-I.
           PERFORM UNTIL WS-CAN-I > 5
               IF WS-CNM-CODIGO (WS-CAN-I) = RCN-CANAL
                   MOVE WS-CAN-I TO WS-CAN-ACHADO
               END-IF
               ADD 1 TO WS-CAN-I
           END-PERFORM.
           IF WS-CAN-ACHADO = ZEROES
               ADD 1 TO WS-TOTAL-SEM-CANAL
           ELSE
               PERFORM P210-PROCURAR-RESERVA
               PERFORM P250-PROCURAR-PONTO
               IF WS-RES-ACHADA = "S"
                   ADD 1 TO WS-CAN-RESERVAS (WS-CAN-ACHADO)
                   ADD WS-RES-PRECO TO WS-CAN-RECEITA (WS-CAN-ACHADO)
                   ADD 1 TO WS-TOT-RESERVAS
                   ADD WS-RES-PRECO TO WS-TOT-RECEITA
                   IF WS-PTV-ACHADO > ZEROES
                       ADD 1 TO WS-PTV-RESERVAS (WS-PTV-ACHADO)
                       ADD WS-RES-PRECO
                           TO WS-PTV-RECEITA (WS-PTV-ACHADO)
                   END-IF
                   PERFORM P220-CALCULAR-CUSTO
                   ADD WS-CUSTO TO WS-CAN-CUSTO (WS-CAN-ACHADO)
                   ADD WS-CUSTO TO WS-TOT-CUSTO
               ELSE
                   ADD 1 TO WS-CAN-CANCELADAS (WS-CAN-ACHADO)
                   ADD RCN-PRECO TO WS-CAN-REC-CANCEL (WS-CAN-ACHADO)
                   ADD 1 TO WS-TOT-CANCELADAS
                   IF WS-PTV-ACHADO > ZEROES
                       ADD 1 TO WS-PTV-CANCELADAS (WS-PTV-ACHADO)
                   END-IF
               END-IF
           END-IF.

       P210-PROCURAR-RESERVA.

           MOVE "N" TO WS-RES-ACHADA.
           IF WS-RES-ABERTO = "S"
               MOVE RCN-RESERVA-ID TO RESERVA-ID
               READ RESERVASINPUT
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO WS-RES-ACHADA
                       MOVE RESERVA-PRECO TO WS-RES-PRECO
                       MOVE RESERVA-VOO-CHAVE TO WS-RES-VOO-CHAVE
               END-READ
           END-IF.
           IF WS-RES-ACHADA = "N" AND WS-RHIST-ABERTO = "S"
               MOVE RCN-RESERVA-ID TO RESHIST-ID
               READ RESERVASHIST
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO WS-RES-ACHADA
                       MOVE RESHIST-PRECO TO WS-RES-PRECO
                       MOVE RESHIST-VOO-CHAVE TO WS-RES-VOO-CHAVE
               END-READ
           END-IF.

      *    AGENCIAS: COMISSAO A TAXA DA AGENCIA, COMO NA LIQUIDACAO
      *    MENSAL. PARCEIROS: PARTE DO PRECO QUE FICA COM O PARCEIRO
      *    SEGUNDO O ACORDO DE PRORATEIO DA ROTA (OU O GERAL)
       P220-CALCULAR-CUSTO.

           MOVE ZEROES TO WS-CUSTO.
           EVALUATE TRUE
               WHEN RCN-AGENCIA
                   IF WS-AGC-ABERTO = "S"
                       MOVE RCN-PONTO-VENDA (1:4) TO AGC-CODIGO
                       READ AGENCIASINPUT
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               COMPUTE WS-CUSTO ROUNDED =
                                       WS-RES-PRECO * AGC-COMISSAO
                                       / 100
                       END-READ
                   END-IF
               WHEN RCN-PARCEIRO
                   PERFORM P230-OBTER-ROTA
                   PERFORM P240-APLICAR-ACORDO
                   IF WS-ACORDO-ACHADO = "S"
                           AND WS-VALOR-PARTILHA < WS-RES-PRECO
                       COMPUTE WS-CUSTO =
                               WS-RES-PRECO - WS-VALOR-PARTILHA
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       P230-OBTER-ROTA.

           MOVE SPACES TO WS-ROTA.
           IF WS-VOO-ABERTO = "S"
               MOVE WS-RES-VOO-CHAVE TO VOOSINPUT-CHAVE
               READ VOOSINPUT
                   KEY IS VOOSINPUT-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE VOOSINPUT-NOME TO WS-ROTA
               END-READ
           END-IF.
           IF WS-ROTA = SPACES AND WS-VHIST-ABERTO = "S"
               MOVE WS-RES-VOO-CHAVE TO VOOSHIST-CHAVE
               READ VOOSHIST
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE VOOSHIST-NOME TO WS-ROTA
               END-READ
           END-IF.

       P240-APLICAR-ACORDO.

           MOVE "N" TO WS-ACORDO-ACHADO.
           MOVE ZEROES TO WS-VALOR-PARTILHA.
           IF WS-PRO-ABERTO = "S"
               MOVE RCN-PONTO-VENDA TO PRO-PARCEIRO
               MOVE WS-ROTA TO PRO-ROTA
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
                   MOVE PRO-VALOR TO WS-VALOR-PARTILHA
               ELSE
                   COMPUTE WS-VALOR-PARTILHA ROUNDED =
                           WS-RES-PRECO * PRO-PCT / 100
               END-IF
           END-IF.

       P250-PROCURAR-PONTO.

           MOVE ZEROES TO WS-PTV-ACHADO.
           MOVE 1 TO WS-PTV-I.
           PERFORM UNTIL WS-PTV-I > WS-PTV-TOTAL
               IF WS-PTV-CANAL (WS-PTV-I) = RCN-CANAL
                       AND WS-PTV-PONTO (WS-PTV-I) = RCN-PONTO-VENDA
                   MOVE WS-PTV-I TO WS-PTV-ACHADO
                   MOVE WS-PTV-TOTAL TO WS-PTV-I
               END-IF
               ADD 1 TO WS-PTV-I
           END-PERFORM.
           IF WS-PTV-ACHADO = ZEROES
               IF WS-PTV-TOTAL < 200
                   ADD 1 TO WS-PTV-TOTAL
                   MOVE WS-PTV-TOTAL TO WS-PTV-ACHADO
                   MOVE RCN-CANAL TO WS-PTV-CANAL (WS-PTV-ACHADO)
                   MOVE RCN-PONTO-VENDA TO WS-PTV-PONTO (WS-PTV-ACHADO)
                   MOVE ZEROES TO WS-PTV-RESERVAS (WS-PTV-ACHADO)
                   MOVE ZEROES TO WS-PTV-RECEITA (WS-PTV-ACHADO)
                   MOVE ZEROES TO WS-PTV-CANCELADAS (WS-PTV-ACHADO)
               ELSE
                   MOVE "S" TO WS-PTV-CHEIA
               END-IF
           END-IF.

      *    O FRETAMENTO VENDE O AVIAO INTEIRO POR COTACAO E NAO TEM
      *    RESERVAS: CONTA CADA COTACAO ACEITE NO MES COMO UMA VENDA
       P300-CARREGAR-FRETAMENTOS.

           OPEN INPUT COTACOESINPUT.
           IF WS-COT-STATUS-OK
               MOVE ZEROES TO COT-ID
               MOVE "N" TO WS-EXIT-OK
               START COTACOESINPUT KEY IS NOT LESS THAN COT-ID
                   INVALID KEY
                       MOVE "S" TO WS-EXIT-OK
               END-START
               PERFORM UNTIL WS-EXIT-OK = "S"
                   READ COTACOESINPUT NEXT
                       AT END
                           MOVE "S" TO WS-EXIT-OK
                       NOT AT END
                           IF COT-ACEITE
                                   AND COT-DATA (1:6) = WS-MES-PEDIDO
                               ADD 1 TO WS-CAN-RESERVAS (5)
                               ADD COT-VALOR TO WS-CAN-RECEITA (5)
                               ADD 1 TO WS-TOT-RESERVAS
                               ADD COT-VALOR TO WS-TOT-RECEITA
                           END-IF
                   END-READ
               END-PERFORM
               MOVE "N" TO WS-EXIT-OK
               CLOSE COTACOESINPUT
           END-IF.

      *    NOTAS DE DEBITO RECUPERADAS NA LIQUIDACAO DO MES REDUZEM A
      *    COMISSAO EFETIVAMENTE PAGA AS AGENCIAS
       P400-DESCONTAR-NOTAS-DEBITO.

           MOVE ZEROES TO WS-NOTAS-RECUPERADAS.
           OPEN INPUT ADMINPUT.
           IF WS-ADM-STATUS-OK
               MOVE ZEROES TO ADM-ID
               MOVE "N" TO WS-EXIT-OK
               START ADMINPUT KEY IS NOT LESS THAN ADM-ID
                   INVALID KEY
                       MOVE "S" TO WS-EXIT-OK
               END-START
               PERFORM UNTIL WS-EXIT-OK = "S"
                   READ ADMINPUT NEXT
                       AT END
                           MOVE "S" TO WS-EXIT-OK
                       NOT AT END
                           IF ADM-RECUPERADA
                                   AND ADM-LIQ-MES = WS-MES-PEDIDO
                               ADD ADM-VALOR TO WS-NOTAS-RECUPERADAS
                           END-IF
                   END-READ
               END-PERFORM
               MOVE "N" TO WS-EXIT-OK
               CLOSE ADMINPUT
           END-IF.

           IF WS-NOTAS-RECUPERADAS > WS-CAN-CUSTO (2)
               MOVE WS-CAN-CUSTO (2) TO WS-NOTAS-RECUPERADAS
           END-IF.
           SUBTRACT WS-NOTAS-RECUPERADAS FROM WS-CAN-CUSTO (2).
           SUBTRACT WS-NOTAS-RECUPERADAS FROM WS-TOT-CUSTO.

       P500-IMPRIMIR-RELATORIO.

           MOVE SPACES TO CANAISOUTPUT-LINHA.
           STRING "VENDAS POR CANAL - MES " DELIMITED BY SIZE
                   WS-MES-PEDIDO DELIMITED BY SIZE
                   " - EMITIDO EM " DELIMITED BY SIZE
                   WS-DATA-HOJE DELIMITED BY SIZE
                   " [" DELIMITED BY SIZE
                   WS-AMB-CODIGO DELIMITED BY SIZE
                   "]" DELIMITED BY SIZE
               INTO CANAISOUTPUT-LINHA
           END-STRING.
           WRITE CANAISOUTPUT-LINHA.
           MOVE SPACES TO CANAISOUTPUT-LINHA.
           WRITE CANAISOUTPUT-LINHA.
           MOVE WS-CAB-LINHA TO CANAISOUTPUT-LINHA.
           WRITE CANAISOUTPUT-LINHA.

           MOVE 1 TO WS-CAN-I.
           PERFORM UNTIL WS-CAN-I > 5
               MOVE WS-CNM-NOME (WS-CAN-I) TO WS-CL-NOME
               MOVE WS-CAN-RESERVAS (WS-CAN-I) TO WS-CL-RESERVAS
               MOVE WS-CAN-RECEITA (WS-CAN-I) TO WS-CL-RECEITA
               MOVE ZEROES TO WS-PCT-RECEITA
               IF WS-TOT-RECEITA > 0
                   COMPUTE WS-PCT-RECEITA ROUNDED =
                           WS-CAN-RECEITA (WS-CAN-I) * 100
                           / WS-TOT-RECEITA
               END-IF
               MOVE WS-PCT-RECEITA TO WS-CL-PCT
               MOVE WS-CAN-CANCELADAS (WS-CAN-I) TO WS-CL-CANCELADAS
               MOVE WS-CAN-REC-CANCEL (WS-CAN-I) TO WS-CL-REC-CANCEL
               MOVE WS-CAN-CUSTO (WS-CAN-I) TO WS-CL-CUSTO
               COMPUTE WS-LIQUIDO = WS-CAN-RECEITA (WS-CAN-I)
                       - WS-CAN-CUSTO (WS-CAN-I)
               MOVE WS-LIQUIDO TO WS-CL-LIQUIDO
               MOVE ZEROES TO WS-RENDIMENTO
               IF WS-CAN-RESERVAS (WS-CAN-I) > 0
                   COMPUTE WS-RENDIMENTO ROUNDED =
                           WS-LIQUIDO / WS-CAN-RESERVAS (WS-CAN-I)
               END-IF
               MOVE WS-RENDIMENTO TO WS-CL-RENDIMENTO
               MOVE WS-CAN-LINHA TO CANAISOUTPUT-LINHA
               WRITE CANAISOUTPUT-LINHA
               ADD 1 TO WS-CAN-I
           END-PERFORM.

           MOVE "TOTAL" TO WS-CL-NOME.
           MOVE WS-TOT-RESERVAS TO WS-CL-RESERVAS.
           MOVE WS-TOT-RECEITA TO WS-CL-RECEITA.
           IF WS-TOT-RECEITA > 0
               MOVE 100 TO WS-CL-PCT
           ELSE
               MOVE ZEROES TO WS-CL-PCT
           END-IF.
           MOVE WS-TOT-CANCELADAS TO WS-CL-CANCELADAS.
           COMPUTE WS-LIQUIDO = WS-CAN-REC-CANCEL (1)
                   + WS-CAN-REC-CANCEL (2) + WS-CAN-REC-CANCEL (3)
                   + WS-CAN-REC-CANCEL (4) + WS-CAN-REC-CANCEL (5).
           MOVE WS-LIQUIDO TO WS-CL-REC-CANCEL.
           MOVE WS-TOT-CUSTO TO WS-CL-CUSTO.
           COMPUTE WS-LIQUIDO = WS-TOT-RECEITA - WS-TOT-CUSTO.
           MOVE WS-LIQUIDO TO WS-CL-LIQUIDO.
           MOVE ZEROES TO WS-RENDIMENTO.
           IF WS-TOT-RESERVAS > 0
               COMPUTE WS-RENDIMENTO ROUNDED =
                       WS-LIQUIDO / WS-TOT-RESERVAS
           END-IF.
           MOVE WS-RENDIMENTO TO WS-CL-RENDIMENTO.
           MOVE WS-CAN-LINHA TO CANAISOUTPUT-LINHA.
           WRITE CANAISOUTPUT-LINHA.

           IF WS-NOTAS-RECUPERADAS > 0
               MOVE SPACES TO CANAISOUTPUT-LINHA
               STRING "COMISSAO DAS AGENCIAS JA LIQUIDA DE NOTAS DE "
                       DELIMITED BY SIZE
                       "DEBITO RECUPERADAS NO MES: " DELIMITED BY SIZE
                       WS-NOTAS-RECUPERADAS DELIMITED BY SIZE
                   INTO CANAISOUTPUT-LINHA
               END-STRING
               WRITE CANAISOUTPUT-LINHA
           END-IF.

           MOVE SPACES TO CANAISOUTPUT-LINHA.
           WRITE CANAISOUTPUT-LINHA.
           MOVE "DETALHE POR PONTO DE VENDA (OPERADOR, AGENCIA OU "
               TO CANAISOUTPUT-LINHA.
           MOVE "PARCEIRO)" TO CANAISOUTPUT-LINHA (51:9).
           WRITE CANAISOUTPUT-LINHA.
           MOVE "  C PONTO DE VENDA         RESERV        RECEITA"
               TO CANAISOUTPUT-LINHA.
           MOVE "    CANCEL" TO CANAISOUTPUT-LINHA (49:10).
           WRITE CANAISOUTPUT-LINHA.

           MOVE 1 TO WS-PTV-I.
           PERFORM UNTIL WS-PTV-I > WS-PTV-TOTAL
               MOVE WS-PTV-CANAL (WS-PTV-I) TO WS-PL-CANAL
               MOVE WS-PTV-PONTO (WS-PTV-I) TO WS-PL-PONTO
               MOVE WS-PTV-RESERVAS (WS-PTV-I) TO WS-PL-RESERVAS
               MOVE WS-PTV-RECEITA (WS-PTV-I) TO WS-PL-RECEITA
               MOVE WS-PTV-CANCELADAS (WS-PTV-I) TO WS-PL-CANCELADAS
               MOVE WS-PTV-LINHA TO CANAISOUTPUT-LINHA
               WRITE CANAISOUTPUT-LINHA
               ADD 1 TO WS-PTV-I
           END-PERFORM.

           IF WS-TOTAL-SEM-CANAL > 0
               MOVE SPACES TO CANAISOUTPUT-LINHA
               STRING "VENDAS COM CANAL DESCONHECIDO: "
                       DELIMITED BY SIZE
                       WS-TOTAL-SEM-CANAL DELIMITED BY SIZE
                   INTO CANAISOUTPUT-LINHA
               END-STRING
               WRITE CANAISOUTPUT-LINHA
           END-IF.

       P090-CARREGAR-AMBIENTE.

           CALL 'amb_util.o' USING WS-AMB-AREA.
           DISPLAY "AMBIENTE ATIVO: " WS-AMB-CODIGO.
           MOVE SPACES TO WS-CAM-ERROS.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/erros.txt" DELIMITED BY SIZE
               INTO WS-CAM-ERROS
           END-STRING.
           MOVE SPACES TO WS-CAM-RESCANAL.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/project/rescanal.dat" DELIMITED BY SIZE
               INTO WS-CAM-RESCANAL
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
           MOVE SPACES TO WS-CAM-AGENCIAS.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/agencias.dat" DELIMITED BY SIZE
               INTO WS-CAM-AGENCIAS
           END-STRING.
           MOVE SPACES TO WS-CAM-ADM.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/project/admagen.dat" DELIMITED BY SIZE
               INTO WS-CAM-ADM
           END-STRING.
           MOVE SPACES TO WS-CAM-PRORATEIO.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/project/prorateio.dat" DELIMITED BY SIZE
               INTO WS-CAM-PRORATEIO
           END-STRING.
           MOVE SPACES TO WS-CAM-COTACOES.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/cotacoes.dat" DELIMITED BY SIZE
               INTO WS-CAM-COTACOES
           END-STRING.
           MOVE SPACES TO WS-CAM-CANREL.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/canagen.txt" DELIMITED BY SIZE
               INTO WS-CAM-CANREL
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

       END PROGRAM CANAGEN.
