       IDENTIFICATION DIVISION.
       PROGRAM-ID. MERCADOD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

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

       SELECT ITINERARIOSINPUT ASSIGN TO
           WS-CAM-ITINERARIOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ITIN-ID
           FILE STATUS IS WS-FICHEIRO-STATUS-ITIN.

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

       SELECT ROTASINPUT ASSIGN TO
           WS-CAM-ROTAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ROTA-NOME
           FILE STATUS IS WS-FICHEIRO-STATUS-ROTA.

       SELECT CONFIGINPUT ASSIGN TO
           WS-CAM-CONFIG
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CFG-CHAVE
           FILE STATUS IS WS-FICHEIRO-STATUS-CFG.

       SELECT MERCADOSOUTPUT ASSIGN TO
           WS-CAM-MERCADOS
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FICHEIRO-STATUS-MOD.

       SELECT ERROSOUTPUT ASSIGN TO
           WS-CAM-ERROS
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-ERR.

       DATA DIVISION.

       FILE SECTION.

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

           FD ITINERARIOSINPUT.
           01 ITINERARIOSINPUT-REG.
               05 ITIN-ID PIC 9(04).
               05 ITIN-PAX-ID PIC 9(04).
               05 ITIN-NOME PIC X(10).
               05 ITIN-DATA-CRIACAO PIC 9(08).

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

           FD ROTASINPUT.
           01 ROTASINPUT-REG.
               05 ROTA-NOME PIC X(10).
               05 ROTA-BLOCO-MIN PIC 9(03).
               05 ROTA-ORIGEM PIC X(10).
               05 ROTA-DESTINO PIC X(10).
               05 ROTA-DISTANCIA-KM PIC 9(05).

           FD CONFIGINPUT.
           01 CONFIGINPUT-REG.
               05 CFG-CHAVE PIC X(02).
               05 CFG-VALOR PIC 9(04).

           FD MERCADOSOUTPUT.
           01 MERCADOSOUTPUT-LINHA PIC X(100).

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
               05 WS-ERR-L-PROG PIC X(10) VALUE "MERCADOD".
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
           77 WS-CAM-RESERVAS PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/project/reservas.dat".
           77 WS-CAM-RESHIST PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/project/reshist.dat".
           77 WS-CAM-ITINERARIOS PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/itinerarios.dat".
           77 WS-CAM-VOOS PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/project/voos.dat".
           77 WS-CAM-VOOSHIST PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/project/vooshist.dat".
           77 WS-CAM-ROTAS PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/rotas.dat".
           77 WS-CAM-CONFIG PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/project/config.dat".
           77 WS-CAM-MERCADOS PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/mercadosod.txt".

           01 WS-FICHEIRO-STATUS-RESERVA PIC XX.
               88 WS-RESERVA-STATUS-OK VALUE "00".
           01 WS-FICHEIRO-STATUS-RHIST PIC XX.
               88 WS-RHIST-STATUS-OK VALUE "00".
           01 WS-FICHEIRO-STATUS-ITIN PIC XX.
               88 WS-ITIN-STATUS-OK VALUE "00".
           01 WS-FICHEIRO-STATUS-VOO PIC XX.
               88 WS-VOO-STATUS-OK VALUE "00".
           01 WS-FICHEIRO-STATUS-VHIST PIC XX.
               88 WS-VHIST-STATUS-OK VALUE "00".
           01 WS-FICHEIRO-STATUS-ROTA PIC XX.
               88 WS-ROTA-STATUS-OK VALUE "00".
           01 WS-FICHEIRO-STATUS-CFG PIC XX.
               88 WS-CFG-STATUS-OK VALUE "00".
           01 WS-FICHEIRO-STATUS-MOD PIC XX.
               88 WS-MOD-STATUS-OK VALUE "00".

      *    INTERVALO MAXIMO (HORAS) ENTRE A CHEGADA DE UM SEGMENTO E A
      *    PARTIDA DO SEGUINTE PARA CONTAR COMO LIGACAO; ACIMA DISSO O
      *    PASSAGEIRO FICOU NO DESTINO E A VIAGEM SEGUINTE E OUTRA
           77 WS-CHAVE-CFG-MAX-LIGACAO PIC X(02) VALUE "CX".
           77 WS-MAX-LIGACAO-MIN PIC 9(05) VALUE 1440.
           77 WS-FLUXOS-POR-HUB PIC 9(02) VALUE 10.
           77 WS-MAX-PERNAS PIC 9(01) VALUE 4.

           77 WS-EXIT-OK PIC X(01) VALUE "N".
           77 WS-MES-PEDIDO PIC 9(06) VALUE ZEROES.
           77 WS-DATA-HOJE PIC 9(08) VALUE ZEROES.
           77 WS-SERIAL-INICIO PIC 9(07) VALUE ZEROES.
           77 WS-SERIAL-FIM PIC 9(07) VALUE ZEROES.
           77 WS-RHIST-ABERTO PIC X(01) VALUE "N".
           77 WS-VHIST-ABERTO PIC X(01) VALUE "N".
           77 WS-ITIN-ABERTO PIC X(01) VALUE "N".
           77 WS-VOO-ACHADO PIC X(01) VALUE "N".
           77 WS-PERNA-VALIDA PIC X(01) VALUE "N".

           01 WS-HORA-SPLIT PIC 9(04) VALUE ZEROES.
           01 WS-HORA-SPLIT-R REDEFINES WS-HORA-SPLIT.
               05 WS-HORA-HH PIC 9(02).
               05 WS-HORA-MM PIC 9(02).

      *    SEGMENTO (RESERVA) EM ANALISE, VINDO DE RESERVAS OU DO
      *    HISTORICO
           01 WS-PERNA-ATUAL.
               05 WS-PA-ITIN-ID PIC 9(04).
               05 WS-PA-PAX-ID PIC 9(04).
               05 WS-PA-VOO-CHAVE.
                   10 WS-PA-VOO-NUMERO PIC 9(04).
                   10 WS-PA-VOO-DATA PIC 9(08).
               05 WS-PA-PRECO PIC 9(05)V99.
           01 WS-VOO-ATUAL.
               05 WS-VOO-NOME PIC X(10).
               05 WS-VOO-HORA PIC 9(04).
               05 WS-VOO-ESTADO PIC X(01).

      *    SEGMENTOS COM ITINERARIO DO MES (E DO DIA ANTERIOR E
      *    SEGUINTE, PARA LIGACOES QUE ATRAVESSAM A MEIA-NOITE)
           77 WS-PER-TOTAL PIC 9(04) VALUE ZEROES.
           77 WS-PER-I PIC 9(04) VALUE ZEROES.
           77 WS-PER-CHEIO PIC X(01) VALUE "N".
           01 WS-TABELA-PERNAS.
               05 WS-PER-ENT OCCURS 3000 TIMES.
                   10 WS-PER-ITIN-ID PIC 9(04).
                   10 WS-PER-PAX-ID PIC 9(04).
                   10 WS-PER-DATA PIC 9(08).
                   10 WS-PER-PARTIDA PIC 9(10).
                   10 WS-PER-CHEGADA PIC 9(10).
                   10 WS-PER-ORIGEM PIC X(10).
                   10 WS-PER-DESTINO PIC X(10).
                   10 WS-PER-PRECO PIC 9(05)V99.
                   10 WS-PER-USADO PIC X(01).
           77 WS-PROX-I PIC 9(04) VALUE ZEROES.
           77 WS-ANT-I PIC 9(04) VALUE ZEROES.
           77 WS-PESQ-I PIC 9(04) VALUE ZEROES.
           77 WS-GRP-ITIN-ID PIC 9(04) VALUE ZEROES.
           77 WS-GRP-PAX-ID PIC 9(04) VALUE ZEROES.

      *    VIAGEM ORIGEM-DESTINO RECONSTRUIDA
           01 WS-VIAGEM.
               05 WS-VIA-ORIGEM PIC X(10).
               05 WS-VIA-DESTINO PIC X(10).
               05 WS-VIA-DATA PIC 9(08).
               05 WS-VIA-PERNAS PIC 9(01).
               05 WS-VIA-RECEITA PIC 9(07)V99.
               05 WS-VIA-HUB PIC X(10) OCCURS 3 TIMES.
           77 WS-HUB-I PIC 9(01) VALUE ZEROES.
           77 WS-LIGACAO-MIN PIC S9(10) VALUE ZEROES.

      *    ROTAS OPERADAS (PARES ORIGEM-DESTINO COM VOO DIRETO)
           77 WS-ROT-TOTAL PIC 9(03) VALUE ZEROES.
           77 WS-ROT-I PIC 9(03) VALUE ZEROES.
           01 WS-TABELA-ROTAS.
               05 WS-ROT-ENT OCCURS 200 TIMES.
                   10 WS-ROT-ORIGEM PIC X(10).
                   10 WS-ROT-DESTINO PIC X(10).
           77 WS-TEM-DIRETO PIC X(01) VALUE "N".

           77 WS-MKT-TOTAL PIC 9(03) VALUE ZEROES.
           77 WS-MKT-I PIC 9(03) VALUE ZEROES.
           77 WS-MKT-MAX PIC 9(03) VALUE ZEROES.
           77 WS-MKT-CHEIO PIC X(01) VALUE "N".
           01 WS-TABELA-MERCADOS.
               05 WS-MKT-ENT OCCURS 300 TIMES.
                   10 WS-MKT-ORIGEM PIC X(10).
                   10 WS-MKT-DESTINO PIC X(10).
                   10 WS-MKT-PAX PIC 9(06).
                   10 WS-MKT-DIRETOS PIC 9(06).
                   10 WS-MKT-LIGACAO PIC 9(06).
                   10 WS-MKT-RECEITA PIC 9(09)V99.
                   10 WS-MKT-IMPRESSO PIC X(01).

           77 WS-FLX-TOTAL PIC 9(03) VALUE ZEROES.
           77 WS-FLX-I PIC 9(03) VALUE ZEROES.
           77 WS-FLX-J PIC 9(03) VALUE ZEROES.
           77 WS-FLX-MAX PIC 9(03) VALUE ZEROES.
           77 WS-FLX-CHEIO PIC X(01) VALUE "N".
           01 WS-TABELA-FLUXOS.
               05 WS-FLX-ENT OCCURS 500 TIMES.
                   10 WS-FLX-HUB PIC X(10).
                   10 WS-FLX-ORIGEM PIC X(10).
                   10 WS-FLX-DESTINO PIC X(10).
                   10 WS-FLX-PAX PIC 9(06).
                   10 WS-FLX-RECEITA PIC 9(09)V99.
                   10 WS-FLX-IMPRESSO PIC X(01).
           77 WS-HUB-ATUAL PIC X(10) VALUE SPACES.
           77 WS-HUB-PAX PIC 9(07) VALUE ZEROES.
           77 WS-HUB-I-PAX PIC 9(07) VALUE ZEROES.
           77 WS-HUB-LISTADOS PIC 9(02) VALUE ZEROES.

           77 WS-TOTAL-RESERVAS PIC 9(06) VALUE ZEROES.
           77 WS-TOTAL-VIAGENS PIC 9(06) VALUE ZEROES.
           77 WS-TOTAL-DIRETOS PIC 9(06) VALUE ZEROES.
           77 WS-TOTAL-LIGACAO PIC 9(06) VALUE ZEROES.
           77 WS-TOTAL-RECEITA PIC 9(09)V99 VALUE ZEROES.
           77 WS-TOTAL-SEM-VOO PIC 9(05) VALUE ZEROES.
           77 WS-TOTAL-SEM-ROTA PIC 9(05) VALUE ZEROES.
           77 WS-TOTAL-SEM-ITIN PIC 9(05) VALUE ZEROES.
           77 WS-PCT-LIGACAO PIC 9(03) VALUE ZEROES.

           01 WS-MOD-LINHA.
               05 FILLER PIC X(02) VALUE SPACES.
               05 WS-MOD-ORIGEM PIC X(10).
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-MOD-DESTINO PIC X(10).
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-MOD-PAX PIC ZZZZZ9.
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-MOD-DIRETOS PIC ZZZZZ9.
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-MOD-LIGACAO PIC ZZZZZ9.
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-MOD-PCT PIC ZZ9.
               05 FILLER PIC X(02) VALUE "% ".
               05 WS-MOD-RECEITA PIC ZZZZZZZZ9.99.
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-MOD-NOTA PIC X(15).

           01 WS-FLX-LINHA.
               05 FILLER PIC X(04) VALUE SPACES.
               05 WS-FLL-ORIGEM PIC X(10).
               05 FILLER PIC X(04) VALUE " -> ".
               05 WS-FLL-HUB PIC X(10).
               05 FILLER PIC X(04) VALUE " -> ".
               05 WS-FLL-DESTINO PIC X(10).
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-FLL-PAX PIC ZZZZZ9.
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-FLL-RECEITA PIC ZZZZZZZZ9.99.

           01 WS-DATA-SPLIT PIC 9(08) VALUE ZEROES.
           01 WS-DATA-SPLIT-R REDEFINES WS-DATA-SPLIT.
               05 WS-DATA-ANO PIC 9(04).
               05 WS-DATA-MES PIC 9(02).
               05 WS-DATA-DIA PIC 9(02).
           77 WS-DIAS-NO-MES PIC 9(02) VALUE ZEROES.
           77 WS-DIV-TEMP PIC 9(04) VALUE ZEROES.
           77 WS-RESTO-4 PIC 9(04) VALUE ZEROES.
           77 WS-RESTO-100 PIC 9(04) VALUE ZEROES.
           77 WS-RESTO-400 PIC 9(04) VALUE ZEROES.
           77 WS-DIA-SERIAL PIC 9(07) VALUE ZEROES.
           77 WS-SER-TEMP PIC 9(04) VALUE ZEROES.
           77 WS-SER-DIV PIC 9(04) VALUE ZEROES.
           77 WS-MES-GUARDA PIC 9(02) VALUE ZEROES.
           77 WS-MES-AUX PIC 9(02) VALUE ZEROES.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           PERFORM P090-CARREGAR-AMBIENTE.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.

           DISPLAY "*** MERCADOS ORIGEM-DESTINO ***".
           DISPLAY "MES DO RELATORIO (AAAAMM)".
           ACCEPT WS-MES-PEDIDO.
           MOVE WS-MES-PEDIDO TO WS-DATA-SPLIT (1:6).
           MOVE 1 TO WS-DATA-DIA.
           IF WS-DATA-MES < 1 OR WS-DATA-MES > 12
               DISPLAY "MES INVALIDO"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM P128-DIA-SERIAL.
           MOVE WS-DIA-SERIAL TO WS-SERIAL-INICIO.
           PERFORM P125-DIAS-NO-MES.
           COMPUTE WS-SERIAL-FIM = WS-SERIAL-INICIO + WS-DIAS-NO-MES.
           SUBTRACT 1 FROM WS-SERIAL-INICIO.

           OPEN INPUT CONFIGINPUT.
           IF WS-CFG-STATUS-OK
               MOVE WS-CHAVE-CFG-MAX-LIGACAO TO CFG-CHAVE
               READ CONFIGINPUT
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CFG-VALOR > ZEROES
                           COMPUTE WS-MAX-LIGACAO-MIN = CFG-VALOR * 60
                       END-IF
               END-READ
               CLOSE CONFIGINPUT
           END-IF.

           OPEN INPUT RESERVASINPUT.
           IF NOT WS-RESERVA-STATUS-OK
               MOVE "RESERVAS" TO WS-ERR-L-FICH
               MOVE WS-FICHEIRO-STATUS-RESERVA TO WS-ERR-L-ESTADO
               PERFORM P095-REGISTAR-ERRO-ABERTURA
               DISPLAY "FICHEIRO DE RESERVAS INDISPONIVEL"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT VOOSINPUT.
           OPEN INPUT ROTASINPUT.
           IF NOT WS-VOO-STATUS-OK OR NOT WS-ROTA-STATUS-OK
               IF NOT WS-VOO-STATUS-OK
                   MOVE "VOOS" TO WS-ERR-L-FICH
                   MOVE WS-FICHEIRO-STATUS-VOO TO WS-ERR-L-ESTADO
               ELSE
                   MOVE "ROTAS" TO WS-ERR-L-FICH
                   MOVE WS-FICHEIRO-STATUS-ROTA TO WS-ERR-L-ESTADO
               END-IF
               PERFORM P095-REGISTAR-ERRO-ABERTURA
               DISPLAY "FICHEIROS DE VOOS/ROTAS INDISPONIVEIS"
               CLOSE RESERVASINPUT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT RESERVASHIST.
           IF WS-RHIST-STATUS-OK
               MOVE "S" TO WS-RHIST-ABERTO
           END-IF.
           OPEN INPUT VOOSHIST.
           IF WS-VHIST-STATUS-OK
               MOVE "S" TO WS-VHIST-ABERTO
           END-IF.
           OPEN INPUT ITINERARIOSINPUT.
           IF WS-ITIN-STATUS-OK
               MOVE "S" TO WS-ITIN-ABERTO
           END-IF.
           OPEN OUTPUT MERCADOSOUTPUT.
           IF NOT WS-MOD-STATUS-OK
               MOVE "MERCADOSOD" TO WS-ERR-L-FICH
               MOVE WS-FICHEIRO-STATUS-MOD TO WS-ERR-L-ESTADO
               PERFORM P095-REGISTAR-ERRO-ABERTURA
               DISPLAY "NAO FOI POSSIVEL CRIAR O RELATORIO"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM P100-CARREGAR-ROTAS.
           PERFORM P110-LER-RESERVAS.
           IF WS-RHIST-ABERTO = "S"
               PERFORM P120-LER-HISTORICO
               CLOSE RESERVASHIST
           END-IF.
           PERFORM P200-RECONSTRUIR-VIAGENS.

           CLOSE RESERVASINPUT.
           CLOSE VOOSINPUT.
           CLOSE ROTASINPUT.
           IF WS-VHIST-ABERTO = "S"
               CLOSE VOOSHIST
           END-IF.
           IF WS-ITIN-ABERTO = "S"
               CLOSE ITINERARIOSINPUT
           END-IF.

           PERFORM P300-IMPRIMIR-MERCADOS.
           PERFORM P400-IMPRIMIR-HUBS.
           CLOSE MERCADOSOUTPUT.

           DISPLAY "RESERVAS ANALISADAS: " WS-TOTAL-RESERVAS.
           DISPLAY "VIAGENS ORIGEM-DESTINO: " WS-TOTAL-VIAGENS
                   " (DIRETAS " WS-TOTAL-DIRETOS " EM LIGACAO "
                   WS-TOTAL-LIGACAO ")".
           DISPLAY "MERCADOS: " WS-MKT-TOTAL " FLUXOS VIA HUB: "
                   WS-FLX-TOTAL.
           IF WS-TOTAL-SEM-VOO > ZEROES OR WS-TOTAL-SEM-ROTA > ZEROES
               DISPLAY "AVISO: " WS-TOTAL-SEM-VOO
                       " SEGMENTOS SEM VOO E " WS-TOTAL-SEM-ROTA
                       " SEM ROTA - NAO CONTADOS"
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-TOTAL-SEM-ITIN > ZEROES
               DISPLAY "AVISO: " WS-TOTAL-SEM-ITIN
                       " SEGMENTOS COM ITINERARIO INEXISTENTE"
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-PER-CHEIO = "S" OR WS-MKT-CHEIO = "S"
                   OR WS-FLX-CHEIO = "S"
               DISPLAY "AVISO: TABELAS CHEIAS - RELATORIO INCOMPLETO"
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "RELATORIO GRAVADO EM mercadosod.txt".

           STOP RUN.

       P100-CARREGAR-ROTAS.

           MOVE ZEROES TO WS-ROT-TOTAL.
           MOVE LOW-VALUES TO ROTA-NOME.
           SET WS-EXIT-OK TO "N".
           START ROTASINPUT KEY IS NOT LESS THAN ROTA-NOME
               INVALID KEY
                   SET WS-EXIT-OK TO "S"
           END-START.
           PERFORM UNTIL WS-EXIT-OK = "S"
               READ ROTASINPUT NEXT
                   AT END
                       SET WS-EXIT-OK TO "S"
                   NOT AT END
                       IF WS-ROT-TOTAL < 200
                               AND ROTA-DESTINO NOT = SPACES
                           ADD 1 TO WS-ROT-TOTAL
                           MOVE ROTA-ORIGEM TO
                               WS-ROT-ORIGEM (WS-ROT-TOTAL)
                           MOVE ROTA-DESTINO TO
                               WS-ROT-DESTINO (WS-ROT-TOTAL)
                       END-IF
               END-READ
           END-PERFORM.
           SET WS-EXIT-OK TO "N".

       P110-LER-RESERVAS.

           MOVE ZEROES TO RESERVA-ID.
           SET WS-EXIT-OK TO "N".
           START RESERVASINPUT KEY IS NOT LESS THAN RESERVA-ID
               INVALID KEY
                   SET WS-EXIT-OK TO "S"
           END-START.
           PERFORM UNTIL WS-EXIT-OK = "S"
               READ RESERVASINPUT NEXT
                   AT END
                       SET WS-EXIT-OK TO "S"
                   NOT AT END
                       MOVE RESERVA-ITIN-ID TO WS-PA-ITIN-ID
                       MOVE RESERVA-PAX-ID TO WS-PA-PAX-ID
                       MOVE RESERVA-VOO-CHAVE TO WS-PA-VOO-CHAVE
                       MOVE RESERVA-PRECO TO WS-PA-PRECO
                       PERFORM P130-AVALIAR-PERNA
               END-READ
           END-PERFORM.
           SET WS-EXIT-OK TO "N".

       P120-LER-HISTORICO.

           MOVE ZEROES TO RESHIST-ID.
           SET WS-EXIT-OK TO "N".
           START RESERVASHIST KEY IS NOT LESS THAN RESHIST-ID
               INVALID KEY
                   SET WS-EXIT-OK TO "S"
           END-START.
           PERFORM UNTIL WS-EXIT-OK = "S"
               READ RESERVASHIST NEXT
                   AT END
                       SET WS-EXIT-OK TO "S"
                   NOT AT END
                       MOVE RESHIST-ITIN-ID TO WS-PA-ITIN-ID
                       MOVE RESHIST-PAX-ID TO WS-PA-PAX-ID
                       MOVE RESHIST-VOO-CHAVE TO WS-PA-VOO-CHAVE
                       MOVE RESHIST-PRECO TO WS-PA-PRECO
                       PERFORM P130-AVALIAR-PERNA
               END-READ
           END-PERFORM.
           SET WS-EXIT-OK TO "N".

      *    UMA RESERVA SEM ITINERARIO E UMA VIAGEM DIRETA; AS QUE TEM
      *    ITINERARIO FICAM NA TABELA PARA SEREM ENCADEADAS
       P130-AVALIAR-PERNA.

           MOVE "S" TO WS-PERNA-VALIDA.
           MOVE WS-PA-VOO-DATA TO WS-DATA-SPLIT.
           PERFORM P128-DIA-SERIAL.
           IF WS-DIA-SERIAL < WS-SERIAL-INICIO
                   OR WS-DIA-SERIAL > WS-SERIAL-FIM
               MOVE "N" TO WS-PERNA-VALIDA
           END-IF.
           IF WS-PA-ITIN-ID = ZEROES
                   AND WS-PA-VOO-DATA (1:6) NOT = WS-MES-PEDIDO
               MOVE "N" TO WS-PERNA-VALIDA
           END-IF.

           IF WS-PERNA-VALIDA = "S"
               PERFORM P140-OBTER-VOO
               IF WS-VOO-ACHADO = "N"
                   ADD 1 TO WS-TOTAL-SEM-VOO
                   MOVE "N" TO WS-PERNA-VALIDA
               ELSE
                   IF WS-VOO-ESTADO = "C"
                       MOVE "N" TO WS-PERNA-VALIDA
                   END-IF
               END-IF
           END-IF.

           IF WS-PERNA-VALIDA = "S"
               MOVE WS-VOO-NOME TO ROTA-NOME
               READ ROTASINPUT
                   INVALID KEY
                       MOVE SPACES TO ROTA-DESTINO
               END-READ
               IF ROTA-DESTINO = SPACES
                   ADD 1 TO WS-TOTAL-SEM-ROTA
                   MOVE "N" TO WS-PERNA-VALIDA
               END-IF
           END-IF.

           IF WS-PERNA-VALIDA = "S"
               IF WS-PA-VOO-DATA (1:6) = WS-MES-PEDIDO
                   ADD 1 TO WS-TOTAL-RESERVAS
               END-IF
               IF WS-PA-ITIN-ID = ZEROES
                   MOVE ROTA-ORIGEM TO WS-VIA-ORIGEM
                   MOVE ROTA-DESTINO TO WS-VIA-DESTINO
                   MOVE WS-PA-VOO-DATA TO WS-VIA-DATA
                   MOVE 1 TO WS-VIA-PERNAS
                   MOVE WS-PA-PRECO TO WS-VIA-RECEITA
                   PERFORM P250-REGISTAR-VIAGEM
               ELSE
                   PERFORM P150-GUARDAR-PERNA
               END-IF
           END-IF.

       P140-OBTER-VOO.

           MOVE "N" TO WS-VOO-ACHADO.
           MOVE WS-PA-VOO-CHAVE TO VOOSINPUT-CHAVE.
           READ VOOSINPUT
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WS-VOO-ACHADO
                   MOVE VOOSINPUT-NOME TO WS-VOO-NOME
                   MOVE VOOSINPUT-HORA TO WS-VOO-HORA
                   MOVE VOOSINPUT-ESTADO TO WS-VOO-ESTADO
           END-READ.
           IF WS-VOO-ACHADO = "N" AND WS-VHIST-ABERTO = "S"
               MOVE WS-PA-VOO-CHAVE TO VOOSHIST-CHAVE
               READ VOOSHIST
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO WS-VOO-ACHADO
                       MOVE VOOSHIST-NOME TO WS-VOO-NOME
                       MOVE VOOSHIST-HORA TO WS-VOO-HORA
                       MOVE VOOSHIST-ESTADO TO WS-VOO-ESTADO
               END-READ
           END-IF.

       P150-GUARDAR-PERNA.

           IF WS-ITIN-ABERTO = "S"
               MOVE WS-PA-ITIN-ID TO ITIN-ID
               READ ITINERARIOSINPUT
                   INVALID KEY
                       ADD 1 TO WS-TOTAL-SEM-ITIN
               END-READ
           END-IF.
           IF WS-PER-TOTAL >= 3000
               MOVE "S" TO WS-PER-CHEIO
           ELSE
               ADD 1 TO WS-PER-TOTAL
               MOVE WS-PER-TOTAL TO WS-PER-I
               MOVE WS-PA-ITIN-ID TO WS-PER-ITIN-ID (WS-PER-I)
               MOVE WS-PA-PAX-ID TO WS-PER-PAX-ID (WS-PER-I)
               MOVE WS-PA-VOO-DATA TO WS-PER-DATA (WS-PER-I)
               MOVE ROTA-ORIGEM TO WS-PER-ORIGEM (WS-PER-I)
               MOVE ROTA-DESTINO TO WS-PER-DESTINO (WS-PER-I)
               MOVE WS-PA-PRECO TO WS-PER-PRECO (WS-PER-I)
               MOVE "N" TO WS-PER-USADO (WS-PER-I)
               MOVE WS-VOO-HORA TO WS-HORA-SPLIT
               COMPUTE WS-PER-PARTIDA (WS-PER-I) =
                       WS-DIA-SERIAL * 1440 + WS-HORA-HH * 60
                       + WS-HORA-MM
               COMPUTE WS-PER-CHEGADA (WS-PER-I) =
                       WS-PER-PARTIDA (WS-PER-I) + ROTA-BLOCO-MIN
           END-IF.

      *    CADA PASSAGEIRO DE CADA ITINERARIO: OS SEGMENTOS SAO TOMADOS
      *    POR ORDEM DE PARTIDA E ENCADEADOS ENQUANTO FOREM LIGACOES
       P200-RECONSTRUIR-VIAGENS.

           MOVE 1 TO WS-PER-I.
           PERFORM UNTIL WS-PER-I > WS-PER-TOTAL
               IF WS-PER-USADO (WS-PER-I) = "N"
                   MOVE WS-PER-ITIN-ID (WS-PER-I) TO WS-GRP-ITIN-ID
                   MOVE WS-PER-PAX-ID (WS-PER-I) TO WS-GRP-PAX-ID
                   PERFORM P210-PROCESSAR-PASSAGEIRO
               END-IF
               ADD 1 TO WS-PER-I
           END-PERFORM.

       P210-PROCESSAR-PASSAGEIRO.

           MOVE ZEROES TO WS-ANT-I.
           MOVE ZEROES TO WS-VIA-PERNAS.
           PERFORM P220-PROXIMA-PERNA.
           PERFORM UNTIL WS-PROX-I = ZEROES
               IF WS-VIA-PERNAS > ZEROES
                   PERFORM P230-AVALIAR-LIGACAO
               END-IF
               IF WS-VIA-PERNAS = ZEROES
                   MOVE WS-PER-ORIGEM (WS-PROX-I) TO WS-VIA-ORIGEM
                   MOVE WS-PER-DATA (WS-PROX-I) TO WS-VIA-DATA
                   MOVE ZEROES TO WS-VIA-RECEITA
                   MOVE SPACES TO WS-VIA-HUB (1) WS-VIA-HUB (2)
                                  WS-VIA-HUB (3)
               ELSE
                   MOVE WS-PER-ORIGEM (WS-PROX-I) TO
                       WS-VIA-HUB (WS-VIA-PERNAS)
               END-IF
               ADD 1 TO WS-VIA-PERNAS
               MOVE WS-PER-DESTINO (WS-PROX-I) TO WS-VIA-DESTINO
               ADD WS-PER-PRECO (WS-PROX-I) TO WS-VIA-RECEITA
               MOVE "S" TO WS-PER-USADO (WS-PROX-I)
               MOVE WS-PROX-I TO WS-ANT-I
               PERFORM P220-PROXIMA-PERNA
           END-PERFORM.
           IF WS-VIA-PERNAS > ZEROES
               PERFORM P240-FECHAR-VIAGEM
           END-IF.

       P220-PROXIMA-PERNA.

           MOVE ZEROES TO WS-PROX-I.
           MOVE WS-PER-I TO WS-PESQ-I.
           PERFORM UNTIL WS-PESQ-I > WS-PER-TOTAL
               IF WS-PER-USADO (WS-PESQ-I) = "N"
                       AND WS-PER-ITIN-ID (WS-PESQ-I) =
                           WS-GRP-ITIN-ID
                       AND WS-PER-PAX-ID (WS-PESQ-I) =
                           WS-GRP-PAX-ID
                   IF WS-PROX-I = ZEROES
                       MOVE WS-PESQ-I TO WS-PROX-I
                   ELSE
                       IF WS-PER-PARTIDA (WS-PESQ-I) <
                               WS-PER-PARTIDA (WS-PROX-I)
                           MOVE WS-PESQ-I TO WS-PROX-I
                       END-IF
                   END-IF
               END-IF
               ADD 1 TO WS-PESQ-I
           END-PERFORM.

      *    O SEGMENTO SEGUINTE CONTINUA A VIAGEM SE PARTE DE ONDE O
      *    ANTERIOR CHEGOU, DENTRO DO TEMPO MAXIMO DE LIGACAO, SEM
      *    VOLTAR A ORIGEM (IDA E VOLTA) E SEM EXCEDER 4 SEGMENTOS
       P230-AVALIAR-LIGACAO.

           COMPUTE WS-LIGACAO-MIN = WS-PER-PARTIDA (WS-PROX-I) -
                   WS-PER-CHEGADA (WS-ANT-I).
           IF WS-PER-ORIGEM (WS-PROX-I) NOT = WS-PER-DESTINO (WS-ANT-I)
                   OR WS-LIGACAO-MIN < ZEROES
                   OR WS-LIGACAO-MIN > WS-MAX-LIGACAO-MIN
                   OR WS-PER-DESTINO (WS-PROX-I) = WS-VIA-ORIGEM
                   OR WS-VIA-PERNAS >= WS-MAX-PERNAS
               PERFORM P240-FECHAR-VIAGEM
               MOVE ZEROES TO WS-VIA-PERNAS
           END-IF.

      *    SO CONTAM AS VIAGENS INICIADAS NO MES PEDIDO
       P240-FECHAR-VIAGEM.

           IF WS-VIA-DATA (1:6) = WS-MES-PEDIDO
               PERFORM P250-REGISTAR-VIAGEM
           END-IF.

       P250-REGISTAR-VIAGEM.

           ADD 1 TO WS-TOTAL-VIAGENS.
           ADD WS-VIA-RECEITA TO WS-TOTAL-RECEITA.
           IF WS-VIA-PERNAS > 1
               ADD 1 TO WS-TOTAL-LIGACAO
           ELSE
               ADD 1 TO WS-TOTAL-DIRETOS
           END-IF.

           MOVE ZEROES TO WS-MKT-MAX.
           MOVE 1 TO WS-MKT-I.
           PERFORM UNTIL WS-MKT-I > WS-MKT-TOTAL
               IF WS-MKT-ORIGEM (WS-MKT-I) = WS-VIA-ORIGEM
                       AND WS-MKT-DESTINO (WS-MKT-I) = WS-VIA-DESTINO
                   MOVE WS-MKT-I TO WS-MKT-MAX
                   MOVE WS-MKT-TOTAL TO WS-MKT-I
               END-IF
               ADD 1 TO WS-MKT-I
           END-PERFORM.
           IF WS-MKT-MAX = ZEROES
               IF WS-MKT-TOTAL >= 300
                   MOVE "S" TO WS-MKT-CHEIO
               ELSE
                   ADD 1 TO WS-MKT-TOTAL
                   MOVE WS-MKT-TOTAL TO WS-MKT-MAX
                   MOVE WS-VIA-ORIGEM TO WS-MKT-ORIGEM (WS-MKT-MAX)
                   MOVE WS-VIA-DESTINO TO WS-MKT-DESTINO (WS-MKT-MAX)
                   MOVE ZEROES TO WS-MKT-PAX (WS-MKT-MAX)
                                  WS-MKT-DIRETOS (WS-MKT-MAX)
                                  WS-MKT-LIGACAO (WS-MKT-MAX)
                                  WS-MKT-RECEITA (WS-MKT-MAX)
                   MOVE "N" TO WS-MKT-IMPRESSO (WS-MKT-MAX)
               END-IF
           END-IF.
           IF WS-MKT-MAX > ZEROES
               ADD 1 TO WS-MKT-PAX (WS-MKT-MAX)
               ADD WS-VIA-RECEITA TO WS-MKT-RECEITA (WS-MKT-MAX)
               IF WS-VIA-PERNAS > 1
                   ADD 1 TO WS-MKT-LIGACAO (WS-MKT-MAX)
               ELSE
                   ADD 1 TO WS-MKT-DIRETOS (WS-MKT-MAX)
               END-IF
           END-IF.

           MOVE 1 TO WS-HUB-I.
           PERFORM UNTIL WS-HUB-I >= WS-VIA-PERNAS
               MOVE WS-VIA-HUB (WS-HUB-I) TO WS-HUB-ATUAL
               PERFORM P260-REGISTAR-FLUXO
               ADD 1 TO WS-HUB-I
           END-PERFORM.

       P260-REGISTAR-FLUXO.

           MOVE ZEROES TO WS-FLX-MAX.
           MOVE 1 TO WS-FLX-I.
           PERFORM UNTIL WS-FLX-I > WS-FLX-TOTAL
               IF WS-FLX-HUB (WS-FLX-I) = WS-HUB-ATUAL
                       AND WS-FLX-ORIGEM (WS-FLX-I) = WS-VIA-ORIGEM
                       AND WS-FLX-DESTINO (WS-FLX-I) = WS-VIA-DESTINO
                   MOVE WS-FLX-I TO WS-FLX-MAX
                   MOVE WS-FLX-TOTAL TO WS-FLX-I
               END-IF
               ADD 1 TO WS-FLX-I
           END-PERFORM.
           IF WS-FLX-MAX = ZEROES
               IF WS-FLX-TOTAL >= 500
                   MOVE "S" TO WS-FLX-CHEIO
               ELSE
                   ADD 1 TO WS-FLX-TOTAL
                   MOVE WS-FLX-TOTAL TO WS-FLX-MAX
                   MOVE WS-HUB-ATUAL TO WS-FLX-HUB (WS-FLX-MAX)
                   MOVE WS-VIA-ORIGEM TO WS-FLX-ORIGEM (WS-FLX-MAX)
                   MOVE WS-VIA-DESTINO TO WS-FLX-DESTINO (WS-FLX-MAX)
                   MOVE ZEROES TO WS-FLX-PAX (WS-FLX-MAX)
                                  WS-FLX-RECEITA (WS-FLX-MAX)
                   MOVE "N" TO WS-FLX-IMPRESSO (WS-FLX-MAX)
               END-IF
           END-IF.
           IF WS-FLX-MAX > ZEROES
               ADD 1 TO WS-FLX-PAX (WS-FLX-MAX)
               ADD WS-VIA-RECEITA TO WS-FLX-RECEITA (WS-FLX-MAX)
           END-IF.

      *    MERCADOS POR ORDEM DECRESCENTE DE PASSAGEIROS; UM MERCADO
      *    SO SERVIDO EM LIGACAO E ASSINALADO COMO SEM VOO DIRETO
       P300-IMPRIMIR-MERCADOS.

           MOVE SPACES TO MERCADOSOUTPUT-LINHA.
           STRING "MERCADOS ORIGEM-DESTINO [" DELIMITED BY SIZE
                   WS-AMB-CODIGO DELIMITED BY SIZE
                   "] MES " DELIMITED BY SIZE
                   WS-MES-PEDIDO DELIMITED BY SIZE
                   " EMITIDO EM " DELIMITED BY SIZE
                   WS-DATA-HOJE DELIMITED BY SIZE
               INTO MERCADOSOUTPUT-LINHA
           END-STRING.
           WRITE MERCADOSOUTPUT-LINHA.
           MOVE SPACES TO MERCADOSOUTPUT-LINHA.
           WRITE MERCADOSOUTPUT-LINHA.
           MOVE SPACES TO MERCADOSOUTPUT-LINHA.
           STRING "  ORIGEM     DESTINO       PAX DIRETO LIGAC."
                       DELIMITED BY SIZE
                   " %LIG     RECEITA" DELIMITED BY SIZE
               INTO MERCADOSOUTPUT-LINHA
           END-STRING.
           WRITE MERCADOSOUTPUT-LINHA.

           MOVE 1 TO WS-MKT-MAX.
           PERFORM UNTIL WS-MKT-MAX = ZEROES
               MOVE ZEROES TO WS-MKT-MAX
               MOVE 1 TO WS-MKT-I
               PERFORM UNTIL WS-MKT-I > WS-MKT-TOTAL
                   IF WS-MKT-IMPRESSO (WS-MKT-I) = "N"
                       IF WS-MKT-MAX = ZEROES
                           MOVE WS-MKT-I TO WS-MKT-MAX
                       ELSE
                           IF WS-MKT-PAX (WS-MKT-I) >
                                   WS-MKT-PAX (WS-MKT-MAX)
                               MOVE WS-MKT-I TO WS-MKT-MAX
                           END-IF
                       END-IF
                   END-IF
                   ADD 1 TO WS-MKT-I
               END-PERFORM
               IF WS-MKT-MAX > ZEROES
                   MOVE "S" TO WS-MKT-IMPRESSO (WS-MKT-MAX)
                   PERFORM P310-LINHA-MERCADO
               END-IF
           END-PERFORM.

           IF WS-TOTAL-VIAGENS > ZEROES
               COMPUTE WS-PCT-LIGACAO ROUNDED =
                       WS-TOTAL-LIGACAO * 100 / WS-TOTAL-VIAGENS
           ELSE
               MOVE ZEROES TO WS-PCT-LIGACAO
           END-IF.
           MOVE "TOTAL" TO WS-MOD-ORIGEM.
           MOVE SPACES TO WS-MOD-DESTINO.
           MOVE WS-TOTAL-VIAGENS TO WS-MOD-PAX.
           MOVE WS-TOTAL-DIRETOS TO WS-MOD-DIRETOS.
           MOVE WS-TOTAL-LIGACAO TO WS-MOD-LIGACAO.
           MOVE WS-PCT-LIGACAO TO WS-MOD-PCT.
           MOVE WS-TOTAL-RECEITA TO WS-MOD-RECEITA.
           MOVE SPACES TO WS-MOD-NOTA.
           MOVE WS-MOD-LINHA TO MERCADOSOUTPUT-LINHA.
           WRITE MERCADOSOUTPUT-LINHA.

       P310-LINHA-MERCADO.

           MOVE WS-MKT-ORIGEM (WS-MKT-MAX) TO WS-MOD-ORIGEM.
           MOVE WS-MKT-DESTINO (WS-MKT-MAX) TO WS-MOD-DESTINO.
           MOVE WS-MKT-PAX (WS-MKT-MAX) TO WS-MOD-PAX.
           MOVE WS-MKT-DIRETOS (WS-MKT-MAX) TO WS-MOD-DIRETOS.
           MOVE WS-MKT-LIGACAO (WS-MKT-MAX) TO WS-MOD-LIGACAO.
           COMPUTE WS-PCT-LIGACAO ROUNDED =
                   WS-MKT-LIGACAO (WS-MKT-MAX) * 100 /
                   WS-MKT-PAX (WS-MKT-MAX).
           MOVE WS-PCT-LIGACAO TO WS-MOD-PCT.
           MOVE WS-MKT-RECEITA (WS-MKT-MAX) TO WS-MOD-RECEITA.

           MOVE "N" TO WS-TEM-DIRETO.
           MOVE 1 TO WS-ROT-I.
           PERFORM UNTIL WS-ROT-I > WS-ROT-TOTAL
               IF WS-ROT-ORIGEM (WS-ROT-I) = WS-MKT-ORIGEM (WS-MKT-MAX)
                       AND WS-ROT-DESTINO (WS-ROT-I) =
                           WS-MKT-DESTINO (WS-MKT-MAX)
                   MOVE "S" TO WS-TEM-DIRETO
                   MOVE WS-ROT-TOTAL TO WS-ROT-I
               END-IF
               ADD 1 TO WS-ROT-I
           END-PERFORM.
           IF WS-TEM-DIRETO = "N"
               MOVE "SEM VOO DIRETO" TO WS-MOD-NOTA
           ELSE
               MOVE SPACES TO WS-MOD-NOTA
           END-IF.
           MOVE WS-MOD-LINHA TO MERCADOSOUTPUT-LINHA.
           WRITE MERCADOSOUTPUT-LINHA.

      *    HUBS POR ORDEM DE PASSAGEIROS EM LIGACAO E, EM CADA UM, OS
      *    PRINCIPAIS FLUXOS ORIGEM -> HUB -> DESTINO
       P400-IMPRIMIR-HUBS.

           MOVE SPACES TO MERCADOSOUTPUT-LINHA.
           WRITE MERCADOSOUTPUT-LINHA.
           MOVE "PRINCIPAIS FLUXOS EM LIGACAO POR HUB"
               TO MERCADOSOUTPUT-LINHA.
           WRITE MERCADOSOUTPUT-LINHA.
           IF WS-FLX-TOTAL = ZEROES
               MOVE "  SEM PASSAGEIROS EM LIGACAO NO MES"
                   TO MERCADOSOUTPUT-LINHA
               WRITE MERCADOSOUTPUT-LINHA
           END-IF.

           PERFORM P410-PROXIMO-HUB.
           PERFORM UNTIL WS-HUB-ATUAL = SPACES
               MOVE SPACES TO MERCADOSOUTPUT-LINHA
               WRITE MERCADOSOUTPUT-LINHA
               MOVE SPACES TO MERCADOSOUTPUT-LINHA
               STRING "  HUB " DELIMITED BY SIZE
                       WS-HUB-ATUAL DELIMITED BY SIZE
                       " - " DELIMITED BY SIZE
                       WS-HUB-PAX DELIMITED BY SIZE
                       " PASSAGEIROS EM LIGACAO" DELIMITED BY SIZE
                   INTO MERCADOSOUTPUT-LINHA
               END-STRING
               WRITE MERCADOSOUTPUT-LINHA
               MOVE ZEROES TO WS-HUB-LISTADOS
               PERFORM P420-FLUXOS-DO-HUB
               PERFORM P410-PROXIMO-HUB
           END-PERFORM.

       P410-PROXIMO-HUB.

      *    O HUB SEGUINTE E O QUE TEM MAIS PASSAGEIROS ENTRE OS QUE
      *    AINDA TEM FLUXOS POR LISTAR
           MOVE SPACES TO WS-HUB-ATUAL.
           MOVE ZEROES TO WS-HUB-PAX.
           MOVE 1 TO WS-FLX-I.
           PERFORM UNTIL WS-FLX-I > WS-FLX-TOTAL
               IF WS-FLX-IMPRESSO (WS-FLX-I) = "N"
                   PERFORM P411-SOMAR-HUB
                   IF WS-HUB-I-PAX > WS-HUB-PAX
                       MOVE WS-FLX-HUB (WS-FLX-I) TO WS-HUB-ATUAL
                       MOVE WS-HUB-I-PAX TO WS-HUB-PAX
                   END-IF
               END-IF
               ADD 1 TO WS-FLX-I
           END-PERFORM.

       P411-SOMAR-HUB.

           MOVE ZEROES TO WS-HUB-I-PAX.
           MOVE 1 TO WS-FLX-J.
           PERFORM UNTIL WS-FLX-J > WS-FLX-TOTAL
               IF WS-FLX-HUB (WS-FLX-J) = WS-FLX-HUB (WS-FLX-I)
                   ADD WS-FLX-PAX (WS-FLX-J) TO WS-HUB-I-PAX
               END-IF
               ADD 1 TO WS-FLX-J
           END-PERFORM.

       P420-FLUXOS-DO-HUB.

           MOVE 1 TO WS-FLX-MAX.
           PERFORM UNTIL WS-FLX-MAX = ZEROES
               MOVE ZEROES TO WS-FLX-MAX
               MOVE 1 TO WS-FLX-I
               PERFORM UNTIL WS-FLX-I > WS-FLX-TOTAL
                   IF WS-FLX-IMPRESSO (WS-FLX-I) = "N"
                           AND WS-FLX-HUB (WS-FLX-I) = WS-HUB-ATUAL
                       IF WS-FLX-MAX = ZEROES
                           MOVE WS-FLX-I TO WS-FLX-MAX
                       ELSE
                           IF WS-FLX-PAX (WS-FLX-I) >
                                   WS-FLX-PAX (WS-FLX-MAX)
                               MOVE WS-FLX-I TO WS-FLX-MAX
                           END-IF
                       END-IF
                   END-IF
                   ADD 1 TO WS-FLX-I
               END-PERFORM
               IF WS-FLX-MAX > ZEROES
                   MOVE "S" TO WS-FLX-IMPRESSO (WS-FLX-MAX)
                   IF WS-HUB-LISTADOS < WS-FLUXOS-POR-HUB
                       ADD 1 TO WS-HUB-LISTADOS
                       MOVE WS-FLX-ORIGEM (WS-FLX-MAX) TO WS-FLL-ORIGEM
                       MOVE WS-FLX-HUB (WS-FLX-MAX) TO WS-FLL-HUB
                       MOVE WS-FLX-DESTINO (WS-FLX-MAX)
                           TO WS-FLL-DESTINO
                       MOVE WS-FLX-PAX (WS-FLX-MAX) TO WS-FLL-PAX
                       MOVE WS-FLX-RECEITA (WS-FLX-MAX)
                           TO WS-FLL-RECEITA
                       MOVE WS-FLX-LINHA TO MERCADOSOUTPUT-LINHA
                       WRITE MERCADOSOUTPUT-LINHA
                   END-IF
               END-IF
           END-PERFORM.

       P125-DIAS-NO-MES.

           EVALUATE WS-DATA-MES
               WHEN 1
               WHEN 3
               WHEN 5
               WHEN 7
               WHEN 8
               WHEN 10
               WHEN 12
                   MOVE 31 TO WS-DIAS-NO-MES
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO WS-DIAS-NO-MES
               WHEN 2
                   DIVIDE WS-DATA-ANO BY 4 GIVING WS-DIV-TEMP
                       REMAINDER WS-RESTO-4
                   DIVIDE WS-DATA-ANO BY 100 GIVING WS-DIV-TEMP
                       REMAINDER WS-RESTO-100
                   DIVIDE WS-DATA-ANO BY 400 GIVING WS-DIV-TEMP
                       REMAINDER WS-RESTO-400
                   IF WS-RESTO-4 = 0 AND
                           (WS-RESTO-100 NOT = 0 OR WS-RESTO-400 = 0)
                       MOVE 29 TO WS-DIAS-NO-MES
                   ELSE
                       MOVE 28 TO WS-DIAS-NO-MES
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-DIAS-NO-MES
           END-EVALUATE.

       P128-DIA-SERIAL.

           COMPUTE WS-DIA-SERIAL = WS-DATA-ANO * 365.
           COMPUTE WS-SER-TEMP = WS-DATA-ANO - 1.
           DIVIDE WS-SER-TEMP BY 4 GIVING WS-SER-DIV.
           ADD WS-SER-DIV TO WS-DIA-SERIAL.
           DIVIDE WS-SER-TEMP BY 100 GIVING WS-SER-DIV.
           SUBTRACT WS-SER-DIV FROM WS-DIA-SERIAL.
           DIVIDE WS-SER-TEMP BY 400 GIVING WS-SER-DIV.
           ADD WS-SER-DIV TO WS-DIA-SERIAL.

           MOVE WS-DATA-MES TO WS-MES-GUARDA.
           MOVE 1 TO WS-MES-AUX.
           PERFORM UNTIL WS-MES-AUX >= WS-MES-GUARDA
               MOVE WS-MES-AUX TO WS-DATA-MES
               PERFORM P125-DIAS-NO-MES
               ADD WS-DIAS-NO-MES TO WS-DIA-SERIAL
               ADD 1 TO WS-MES-AUX
           END-PERFORM.
           MOVE WS-MES-GUARDA TO WS-DATA-MES.

           ADD WS-DATA-DIA TO WS-DIA-SERIAL.

       P090-CARREGAR-AMBIENTE.

           CALL 'amb_util.o' USING WS-AMB-AREA.
           DISPLAY "AMBIENTE ATIVO: " WS-AMB-CODIGO.
           MOVE SPACES TO WS-CAM-ERROS.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/erros.txt" DELIMITED BY SIZE
               INTO WS-CAM-ERROS
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
           MOVE SPACES TO WS-CAM-ITINERARIOS.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/itinerarios.dat" DELIMITED BY SIZE
               INTO WS-CAM-ITINERARIOS
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
           MOVE SPACES TO WS-CAM-ROTAS.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/rotas.dat" DELIMITED BY SIZE
               INTO WS-CAM-ROTAS
           END-STRING.
           MOVE SPACES TO WS-CAM-CONFIG.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/project/config.dat" DELIMITED BY SIZE
               INTO WS-CAM-CONFIG
           END-STRING.
           MOVE SPACES TO WS-CAM-MERCADOS.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/mercadosod.txt" DELIMITED BY SIZE
               INTO WS-CAM-MERCADOS
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

       END PROGRAM MERCADOD.
