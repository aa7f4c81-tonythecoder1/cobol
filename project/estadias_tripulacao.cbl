       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESTTRIP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT ESCALAVOOINPUT ASSIGN TO
           WS-CAM-ESCALAVOO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ESCV-CHAVE
           FILE STATUS IS WS-FICHEIRO-STATUS-ESCV.

       SELECT TRIPULACAOINPUT ASSIGN TO
           WS-CAM-TRIPULACAO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TRIP-ID
           FILE STATUS IS WS-FICHEIRO-STATUS-TRIP.

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

       SELECT HOTEISINPUT ASSIGN TO
           WS-CAM-HOTEIS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HOT-CIDADE
           FILE STATUS IS WS-FICHEIRO-STATUS-HOT.

       SELECT ESTADIASINPUT ASSIGN TO
           WS-CAM-ESTADIAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EST-CHAVE
           FILE STATUS IS WS-FICHEIRO-STATUS-EST.

       SELECT CONFIGINPUT ASSIGN TO
           WS-CAM-CONFIG
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CFG-CHAVE
           FILE STATUS IS WS-FICHEIRO-STATUS-CFG.

       SELECT ROOMINGOUTPUT ASSIGN TO
           WS-CAM-ROOMING
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FICHEIRO-STATUS-ROOM.

       SELECT AJUDASOUTPUT ASSIGN TO
           WS-CAM-AJUDAS
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FICHEIRO-STATUS-AJU.

       SELECT ERROSOUTPUT ASSIGN TO
           WS-CAM-ERROS
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-ERR.

       DATA DIVISION.

       FILE SECTION.

           FD ESCALAVOOINPUT.
           01 ESCALAVOOINPUT-REG.
               05 ESCV-CHAVE.
                   10 ESCV-VOO-CHAVE.
                       15 ESCV-VOO-NUMERO PIC 9(04).
                       15 ESCV-VOO-DATA PIC 9(08).
                   10 ESCV-TRIP-ID PIC 9(04).
               05 ESCV-FUNCAO PIC X(01).
               05 ESCV-NOME PIC X(20).

           FD TRIPULACAOINPUT.
           01 TRIPULACAOINPUT-REG.
               05 TRIP-ID PIC 9(04).
               05 TRIP-NOME PIC X(20).
               05 TRIP-FUNCAO PIC X(01).
               05 TRIP-QUALIF PIC X(10).
               05 TRIP-LIMITE-HORAS PIC 9(02).
               05 TRIP-BASE PIC X(10).
               05 TRIP-EMP-CODIGO PIC 9(05).

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
                   88 VOO-CANCELADO VALUE 'C'.
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

           FD HOTEISINPUT.
           01 HOTEISINPUT-REG.
               05 HOT-CIDADE PIC X(10).
               05 HOT-NOME PIC X(20).
               05 HOT-TARIFA PIC 9(04)V99.
               05 HOT-AJUDA PIC 9(03)V99.

      *    UMA ESTADIA POR TRIPULANTE, ESCALA E DIA DE ENTRADA - E A
      *    LISTA DE QUARTOS CONTRA A QUAL A FATURA DO HOTEL E CONFERIDA
           FD ESTADIASINPUT.
           01 ESTADIASINPUT-REG.
               05 EST-CHAVE.
                   10 EST-CIDADE PIC X(10).
                   10 EST-DATA-ENTRADA PIC 9(08).
                   10 EST-TRIP-ID PIC 9(04).
               05 EST-NOME PIC X(20).
               05 EST-DATA-SAIDA PIC 9(08).
               05 EST-NOITES PIC 9(02).
               05 EST-VOO-CHEGADA.
                   10 EST-CHEGADA-NUMERO PIC 9(04).
                   10 EST-CHEGADA-DATA PIC 9(08).
               05 EST-VOO-SAIDA.
                   10 EST-SAIDA-NUMERO PIC 9(04).
                   10 EST-SAIDA-DATA PIC 9(08).
               05 EST-HOTEL PIC X(20).
               05 EST-TARIFA PIC 9(04)V99.
               05 EST-AJUDA PIC 9(05)V99.
               05 EST-ESTADO PIC X(01).
                   88 EST-PENDENTE VALUE "P".
                   88 EST-SEM-CONTRATO VALUE "S".
                   88 EST-CONFERIDA VALUE "C".
                   88 EST-DIVERGENTE VALUE "D".
               05 EST-FATURA PIC X(10).
               05 EST-VALOR-FATURADO PIC 9(06)V99.

           FD CONFIGINPUT.
           01 CONFIGINPUT-REG.
               05 CFG-CHAVE PIC X(02).
               05 CFG-VALOR PIC 9(04).

           FD ROOMINGOUTPUT.
           01 ROOMINGOUTPUT-LINHA PIC X(90).

           FD AJUDASOUTPUT.
           01 AJUDASOUTPUT-LINHA PIC X(22).

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
               05 WS-ERR-L-PROG PIC X(10) VALUE "ESTTRIP".
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
           77 WS-CAM-ESCALAVOO PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/project/escalavoo.dat"
           .
           77 WS-CAM-TRIPULACAO PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/tripulacao.dat".
           77 WS-CAM-VOOS PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/project/voos.dat".
           77 WS-CAM-VOOSHIST PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/project/vooshist.dat".
           77 WS-CAM-ROTAS PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/rotas.dat".
           77 WS-CAM-HOTEIS PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/project/hoteis.dat".
           77 WS-CAM-ESTADIAS PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/project/estadias.dat".
           77 WS-CAM-CONFIG PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/project/config.dat".
           77 WS-CAM-ROOMING PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/rooming.txt".
           77 WS-CAM-AJUDAS PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/ajudas.txt".

           01 WS-FICHEIRO-STATUS-ESCV PIC XX.
               88 WS-ESCV-STATUS-OK VALUE "00".
           01 WS-FICHEIRO-STATUS-TRIP PIC XX.
               88 WS-TRIP-STATUS-OK VALUE "00".
           01 WS-FICHEIRO-STATUS-VOO PIC XX.
               88 WS-VOO-STATUS-OK VALUE "00".
           01 WS-FICHEIRO-STATUS-VHIST PIC XX.
               88 WS-VHIST-STATUS-OK VALUE "00".
           01 WS-FICHEIRO-STATUS-ROTA PIC XX.
               88 WS-ROTA-STATUS-OK VALUE "00".
           01 WS-FICHEIRO-STATUS-HOT PIC XX.
               88 WS-HOT-STATUS-OK VALUE "00".
           01 WS-FICHEIRO-STATUS-EST PIC XX.
               88 WS-EST-STATUS-OK VALUE "00".
               88 WS-EST-STATUS-INEXISTENTE VALUE "35".
           01 WS-FICHEIRO-STATUS-CFG PIC XX.
               88 WS-CFG-STATUS-OK VALUE "00".
           01 WS-FICHEIRO-STATUS-ROOM PIC XX.
               88 WS-ROOM-STATUS-OK VALUE "00".
           01 WS-FICHEIRO-STATUS-AJU PIC XX.
               88 WS-AJU-STATUS-OK VALUE "00".

      *    AJUDA DE CUSTO POR NOITE NAS ESCALAS SEM HOTEL CONTRATADO OU
      *    SEM VALOR PROPRIO NO CONTRATO (EUROS)
           77 WS-CHAVE-CFG-AJUDA PIC X(02) VALUE "AJ".
           77 WS-AJUDA-PADRAO PIC 9(04)V99 VALUE 40.

           77 WS-EXIT-OK PIC X(01) VALUE "N".
           77 WS-MES-PEDIDO PIC 9(06) VALUE ZEROES.
           77 WS-MES-SEGUINTE PIC 9(06) VALUE ZEROES.
           01 WS-MES-SPLIT PIC 9(06) VALUE ZEROES.
           01 WS-MES-SPLIT-R REDEFINES WS-MES-SPLIT.
               05 WS-MES-ANO PIC 9(04).
               05 WS-MES-MM PIC 9(02).
           77 WS-VHIST-ABERTO PIC X(01) VALUE "N".
           77 WS-HOT-ABERTO PIC X(01) VALUE "N".
           77 WS-VOO-ACHADO PIC X(01) VALUE "N".

      *    SECTORES ESCALADOS DO MES (E DA PRIMEIRA SEMANA DO MES
      *    SEGUINTE, PARA SABER QUANDO A TRIPULACAO REGRESSA)
           77 WS-SEC-TOTAL PIC 9(04) VALUE ZEROES.
           77 WS-SEC-I PIC 9(04) VALUE ZEROES.
           77 WS-SEC-CHEIO PIC X(01) VALUE "N".
           01 WS-TABELA-SECTORES.
               05 WS-SEC-ENT OCCURS 3000 TIMES.
                   10 WS-SEC-TRIP-ID PIC 9(04).
                   10 WS-SEC-ORDEM PIC 9(11).
                   10 WS-SEC-PARTIDA-SERIAL PIC 9(07).
                   10 WS-SEC-PARTIDA-DATA PIC 9(08).
                   10 WS-SEC-CHEGADA-SERIAL PIC 9(07).
                   10 WS-SEC-CHEGADA-DATA PIC 9(08).
                   10 WS-SEC-ORIGEM PIC X(10).
                   10 WS-SEC-DESTINO PIC X(10).
                   10 WS-SEC-VOO-CHAVE PIC X(12).
                   10 WS-SEC-USADO PIC X(01).

           01 WS-VOO-ATUAL.
               05 WS-VOO-NOME PIC X(10).
               05 WS-VOO-HORA PIC 9(04).
               05 WS-VOO-ESTADO PIC X(01).

           01 WS-HORA-SPLIT PIC 9(04) VALUE ZEROES.
           01 WS-HORA-SPLIT-R REDEFINES WS-HORA-SPLIT.
               05 WS-HORA-HH PIC 9(02).
               05 WS-HORA-MM PIC 9(02).
           77 WS-MIN-CHEGADA PIC 9(05) VALUE ZEROES.

           77 WS-ANT-I PIC 9(04) VALUE ZEROES.
           77 WS-PROX-I PIC 9(04) VALUE ZEROES.
           77 WS-NOITES PIC 9(02) VALUE ZEROES.
           77 WS-AJUDA-NOITE PIC 9(04)V99 VALUE ZEROES.
           77 WS-SAIDA-DATA PIC 9(08) VALUE ZEROES.
           77 WS-SAIDA-VOO PIC X(12) VALUE ZEROES.

           77 WS-TRI-NOITES PIC 9(03) VALUE ZEROES.
           77 WS-TRI-AJUDA PIC 9(06)V99 VALUE ZEROES.

           01 WS-AJU-REG.
               05 WS-AJU-MES PIC 9(06).
               05 WS-AJU-EMP-CODIGO PIC 9(05).
               05 WS-AJU-NOITES PIC 9(03).
               05 WS-AJU-VALOR PIC 9(06)V99.

           77 WS-TOTAL-SECTORES PIC 9(05) VALUE ZEROES.
           77 WS-TOTAL-SEM-ROTA PIC 9(05) VALUE ZEROES.
           77 WS-TOTAL-SEM-VOO PIC 9(05) VALUE ZEROES.
           77 WS-TOTAL-ESTADIAS PIC 9(05) VALUE ZEROES.
           77 WS-TOTAL-NOITES PIC 9(05) VALUE ZEROES.
           77 WS-TOTAL-SEM-CONTRATO PIC 9(05) VALUE ZEROES.
           77 WS-TOTAL-JA-FATURADAS PIC 9(05) VALUE ZEROES.
           77 WS-TOTAL-LIMPAS PIC 9(05) VALUE ZEROES.
           77 WS-TOTAL-SEM-BASE PIC 9(04) VALUE ZEROES.
           77 WS-TOTAL-SEM-EMPREGADO PIC 9(04) VALUE ZEROES.
           77 WS-TOTAL-AJUDAS PIC 9(04) VALUE ZEROES.
           77 WS-TOTAL-AJUDAS-VALOR PIC 9(08)V99 VALUE ZEROES.
           77 WS-TOTAL-ALOJAMENTO PIC 9(08)V99 VALUE ZEROES.

           77 WS-ROOM-CIDADE PIC X(10) VALUE SPACES.
           77 WS-ROOM-HOSPEDES PIC 9(04) VALUE ZEROES.
           77 WS-ROOM-NOITES PIC 9(05) VALUE ZEROES.
           77 WS-ROOM-VALOR PIC 9(07)V99 VALUE ZEROES.
           77 WS-ROOM-VALOR-ED PIC Z(6)9.99.

           01 WS-ROOM-LINHA.
               05 FILLER PIC X(02) VALUE SPACES.
               05 WS-ROOM-ENTRADA PIC 9(08).
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-ROOM-SAIDA PIC 9(08).
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-ROOM-NOITES-L PIC Z9.
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-ROOM-TRIP-ID PIC 9(04).
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-ROOM-NOME PIC X(20).
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-ROOM-CHEGADA PIC 9(04).
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-ROOM-PARTIDA PIC 9(04).
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-ROOM-NOTA PIC X(24).

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

           DISPLAY "*** ESTADIAS E AJUDAS DE CUSTO DA TRIPULACAO ***".
           DISPLAY "MES A PROCESSAR (AAAAMM)".
           ACCEPT WS-MES-PEDIDO.
           MOVE WS-MES-PEDIDO TO WS-MES-SPLIT.
           IF WS-MES-MM < 1 OR WS-MES-MM > 12
               DISPLAY "MES INVALIDO"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-MES-MM = 12
               ADD 1 TO WS-MES-ANO
               MOVE 1 TO WS-MES-MM
           ELSE
               ADD 1 TO WS-MES-MM
           END-IF.
           MOVE WS-MES-SPLIT TO WS-MES-SEGUINTE.

           OPEN INPUT CONFIGINPUT.
           IF WS-CFG-STATUS-OK
               MOVE WS-CHAVE-CFG-AJUDA TO CFG-CHAVE
               READ CONFIGINPUT
                   INVALID KEY
                       MOVE 40 TO WS-AJUDA-PADRAO
                   NOT INVALID KEY
                       MOVE CFG-VALOR TO WS-AJUDA-PADRAO
               END-READ
               CLOSE CONFIGINPUT
           END-IF.
           IF WS-AJUDA-PADRAO = ZEROES
               MOVE 40 TO WS-AJUDA-PADRAO
           END-IF.

           OPEN INPUT ESCALAVOOINPUT.
           IF NOT WS-ESCV-STATUS-OK
               MOVE "ESCALAVOO" TO WS-ERR-L-FICH
               MOVE WS-FICHEIRO-STATUS-ESCV TO WS-ERR-L-ESTADO
               PERFORM P095-REGISTAR-ERRO-ABERTURA
               DISPLAY "SEM ESCALAS DE TRIPULACAO"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT TRIPULACAOINPUT.
           OPEN INPUT VOOSINPUT.
           OPEN INPUT ROTASINPUT.
           IF NOT WS-TRIP-STATUS-OK OR NOT WS-VOO-STATUS-OK
                   OR NOT WS-ROTA-STATUS-OK
               EVALUATE TRUE
                   WHEN NOT WS-TRIP-STATUS-OK
                       MOVE "TRIPULACAO" TO WS-ERR-L-FICH
                       MOVE WS-FICHEIRO-STATUS-TRIP TO WS-ERR-L-ESTADO
                   WHEN NOT WS-VOO-STATUS-OK
                       MOVE "VOOS" TO WS-ERR-L-FICH
                       MOVE WS-FICHEIRO-STATUS-VOO TO WS-ERR-L-ESTADO
                   WHEN OTHER
                       MOVE "ROTAS" TO WS-ERR-L-FICH
                       MOVE WS-FICHEIRO-STATUS-ROTA TO WS-ERR-L-ESTADO
               END-EVALUATE
               PERFORM P095-REGISTAR-ERRO-ABERTURA
               DISPLAY "FICHEIROS DE TRIPULACAO/VOOS/ROTAS "
                       "INDISPONIVEIS"
               CLOSE ESCALAVOOINPUT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
      *    VOOS JA ARQUIVADOS CONTINUAM A CONTAR PARA AS ESTADIAS
           OPEN INPUT VOOSHIST.
           IF WS-VHIST-STATUS-OK
               MOVE "S" TO WS-VHIST-ABERTO
           END-IF.
           OPEN INPUT HOTEISINPUT.
           IF WS-HOT-STATUS-OK
               MOVE "S" TO WS-HOT-ABERTO
           ELSE
               DISPLAY "AVISO: SEM FICHEIRO DE HOTEIS CONTRATADOS - "
                       "TODAS AS ESTADIAS FICAM SEM CONTRATO"
           END-IF.
           OPEN I-O ESTADIASINPUT.
           IF WS-EST-STATUS-INEXISTENTE
               OPEN OUTPUT ESTADIASINPUT
               CLOSE ESTADIASINPUT
               OPEN I-O ESTADIASINPUT
           END-IF.
           OPEN OUTPUT ROOMINGOUTPUT.
           OPEN OUTPUT AJUDASOUTPUT.
           IF NOT WS-EST-STATUS-OK OR NOT WS-ROOM-STATUS-OK
                   OR NOT WS-AJU-STATUS-OK
               EVALUATE TRUE
                   WHEN NOT WS-EST-STATUS-OK
                       MOVE "ESTADIAS" TO WS-ERR-L-FICH
                       MOVE WS-FICHEIRO-STATUS-EST TO WS-ERR-L-ESTADO
                   WHEN NOT WS-ROOM-STATUS-OK
                       MOVE "ROOMING" TO WS-ERR-L-FICH
                       MOVE WS-FICHEIRO-STATUS-ROOM TO WS-ERR-L-ESTADO
                   WHEN OTHER
                       MOVE "AJUDAS" TO WS-ERR-L-FICH
                       MOVE WS-FICHEIRO-STATUS-AJU TO WS-ERR-L-ESTADO
               END-EVALUATE
               PERFORM P095-REGISTAR-ERRO-ABERTURA
               DISPLAY "NAO FOI POSSIVEL ABRIR OS FICHEIROS DE SAIDA"
               CLOSE ESCALAVOOINPUT
               CLOSE TRIPULACAOINPUT
               CLOSE VOOSINPUT
               CLOSE ROTASINPUT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM P100-CARREGAR-SECTORES.
           PERFORM P150-LIMPAR-MES.

           MOVE ZEROES TO TRIP-ID.
           SET WS-EXIT-OK TO "N".
           START TRIPULACAOINPUT KEY IS NOT LESS THAN TRIP-ID
               INVALID KEY
                   SET WS-EXIT-OK TO "S"
           END-START.
           PERFORM UNTIL WS-EXIT-OK = "S"
               READ TRIPULACAOINPUT NEXT
                   AT END
                       SET WS-EXIT-OK TO "S"
                   NOT AT END
                       PERFORM P200-PROCESSAR-TRIPULANTE
               END-READ
           END-PERFORM.
           SET WS-EXIT-OK TO "N".

           PERFORM P300-ESCREVER-ROOMING.

           CLOSE ESCALAVOOINPUT.
           CLOSE TRIPULACAOINPUT.
           CLOSE VOOSINPUT.
           CLOSE ROTASINPUT.
           IF WS-VHIST-ABERTO = "S"
               CLOSE VOOSHIST
           END-IF.
           IF WS-HOT-ABERTO = "S"
               CLOSE HOTEISINPUT
           END-IF.
           CLOSE ESTADIASINPUT.
           CLOSE ROOMINGOUTPUT.
           CLOSE AJUDASOUTPUT.

           DISPLAY " ".
           DISPLAY "SECTORES ESCALADOS LIDOS: " WS-TOTAL-SECTORES.
           IF WS-TOTAL-SEM-VOO > ZEROES OR WS-TOTAL-SEM-ROTA > ZEROES
               DISPLAY "IGNORADOS - VOO INEXISTENTE: "
                       WS-TOTAL-SEM-VOO
                       " ROTA SEM DESTINO: " WS-TOTAL-SEM-ROTA
           END-IF.
           IF WS-SEC-CHEIO = "S"
               DISPLAY "AVISO: MAIS DE 3000 SECTORES NO PERIODO - "
                       "ESTADIAS INCOMPLETAS"
           END-IF.
           DISPLAY "ESTADIAS FORA DA BASE: " WS-TOTAL-ESTADIAS
                   " NOITES: " WS-TOTAL-NOITES.
           DISPLAY "ESTADIAS SEM HOTEL CONTRATADO: "
                   WS-TOTAL-SEM-CONTRATO.
           DISPLAY "ESTADIAS JA FATURADAS MANTIDAS: "
                   WS-TOTAL-JA-FATURADAS.
           DISPLAY "AJUDAS DE CUSTO PASSADAS A FOLHA: " WS-TOTAL-AJUDAS
                   " NO VALOR DE " WS-TOTAL-AJUDAS-VALOR.
           IF WS-TOTAL-SEM-BASE > ZEROES
               DISPLAY "TRIPULANTES ESCALADOS SEM BASE DEFINIDA: "
                       WS-TOTAL-SEM-BASE
           END-IF.
           IF WS-TOTAL-SEM-EMPREGADO > ZEROES
               DISPLAY "TRIPULANTES COM AJUDAS MAS SEM CODIGO DE "
                       "EMPREGADO: " WS-TOTAL-SEM-EMPREGADO
           END-IF.
           DISPLAY "LISTAS DE QUARTOS GRAVADAS EM rooming.txt".

      *    HA ESTADIAS OU AJUDAS QUE PRECISAM DE INTERVENCAO MANUAL
           IF WS-TOTAL-SEM-CONTRATO > ZEROES
                   OR WS-TOTAL-SEM-BASE > ZEROES
                   OR WS-TOTAL-SEM-EMPREGADO > ZEROES
                   OR WS-SEC-CHEIO = "S"
               MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.

       P100-CARREGAR-SECTORES.

           MOVE ZEROES TO WS-SEC-TOTAL.
           MOVE LOW-VALUES TO ESCV-CHAVE.
           SET WS-EXIT-OK TO "N".
           START ESCALAVOOINPUT KEY IS NOT LESS THAN ESCV-CHAVE
               INVALID KEY
                   SET WS-EXIT-OK TO "S"
           END-START.
           PERFORM UNTIL WS-EXIT-OK = "S"
               READ ESCALAVOOINPUT NEXT
                   AT END
                       SET WS-EXIT-OK TO "S"
                   NOT AT END
                       IF ESCV-VOO-DATA (1:6) = WS-MES-PEDIDO
                               OR (ESCV-VOO-DATA (1:6) =
                                   WS-MES-SEGUINTE
                               AND ESCV-VOO-DATA (7:2) <= "07")
                           PERFORM P110-CARREGAR-SECTOR
                       END-IF
               END-READ
           END-PERFORM.
           SET WS-EXIT-OK TO "N".

       P110-CARREGAR-SECTOR.

           MOVE "N" TO WS-VOO-ACHADO.
           MOVE ESCV-VOO-CHAVE TO VOOSINPUT-CHAVE.
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
               MOVE ESCV-VOO-CHAVE TO VOOSHIST-CHAVE
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

           IF WS-VOO-ACHADO = "N"
               ADD 1 TO WS-TOTAL-SEM-VOO
           ELSE
               IF WS-VOO-ESTADO NOT = "C"
                   MOVE WS-VOO-NOME TO ROTA-NOME
                   READ ROTASINPUT
                       INVALID KEY
                           ADD 1 TO WS-TOTAL-SEM-ROTA
                       NOT INVALID KEY
                           IF ROTA-DESTINO = SPACES
                               ADD 1 TO WS-TOTAL-SEM-ROTA
                           ELSE
                               PERFORM P120-GUARDAR-SECTOR
                           END-IF
                   END-READ
               END-IF
           END-IF.

      *    CHEGADA = PARTIDA MAIS O TEMPO DE BLOCO DA ROTA; UM VOO QUE
      *    ATERRA DEPOIS DA MEIA-NOITE ENTRA NO HOTEL NO DIA SEGUINTE
       P120-GUARDAR-SECTOR.

           IF WS-SEC-TOTAL >= 3000
               MOVE "S" TO WS-SEC-CHEIO
           ELSE
               ADD 1 TO WS-SEC-TOTAL
               ADD 1 TO WS-TOTAL-SECTORES
               MOVE WS-SEC-TOTAL TO WS-SEC-I
               MOVE ESCV-TRIP-ID TO WS-SEC-TRIP-ID (WS-SEC-I)
               MOVE ESCV-VOO-CHAVE TO WS-SEC-VOO-CHAVE (WS-SEC-I)
               MOVE ROTA-ORIGEM TO WS-SEC-ORIGEM (WS-SEC-I)
               MOVE ROTA-DESTINO TO WS-SEC-DESTINO (WS-SEC-I)
               MOVE "N" TO WS-SEC-USADO (WS-SEC-I)
               MOVE ESCV-VOO-DATA TO WS-SEC-PARTIDA-DATA (WS-SEC-I)
               MOVE ESCV-VOO-DATA TO WS-DATA-SPLIT
               PERFORM P128-DIA-SERIAL
               MOVE WS-DIA-SERIAL TO WS-SEC-PARTIDA-SERIAL (WS-SEC-I)
               COMPUTE WS-SEC-ORDEM (WS-SEC-I) =
                       WS-DIA-SERIAL * 10000 + WS-VOO-HORA
               MOVE WS-VOO-HORA TO WS-HORA-SPLIT
               COMPUTE WS-MIN-CHEGADA = WS-HORA-HH * 60 + WS-HORA-MM
                       + ROTA-BLOCO-MIN
               IF WS-MIN-CHEGADA >= 1440
                   PERFORM P130-DIA-SEGUINTE
                   COMPUTE WS-SEC-CHEGADA-SERIAL (WS-SEC-I) =
                           WS-DIA-SERIAL + 1
               ELSE
                   MOVE WS-DIA-SERIAL TO
                       WS-SEC-CHEGADA-SERIAL (WS-SEC-I)
               END-IF
               MOVE WS-DATA-SPLIT TO WS-SEC-CHEGADA-DATA (WS-SEC-I)
           END-IF.

      *    ESTADIAS POR LANCAR OU SEM CONTRATO DO MES SAO RECALCULADAS
      *    (A ESCALA PODE TER MUDADO); AS JA FATURADAS FICAM
       P150-LIMPAR-MES.

           MOVE LOW-VALUES TO EST-CHAVE.
           SET WS-EXIT-OK TO "N".
           START ESTADIASINPUT KEY IS NOT LESS THAN EST-CHAVE
               INVALID KEY
                   SET WS-EXIT-OK TO "S"
           END-START.
           PERFORM UNTIL WS-EXIT-OK = "S"
               READ ESTADIASINPUT NEXT
                   AT END
                       SET WS-EXIT-OK TO "S"
                   NOT AT END
                       IF EST-DATA-ENTRADA (1:6) = WS-MES-PEDIDO
                               AND (EST-PENDENTE OR EST-SEM-CONTRATO)
                           DELETE ESTADIASINPUT RECORD
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   ADD 1 TO WS-TOTAL-LIMPAS
                           END-DELETE
                       END-IF
               END-READ
           END-PERFORM.
           SET WS-EXIT-OK TO "N".

      *    PERCORRE OS SECTORES DO TRIPULANTE POR ORDEM DE PARTIDA; HA
      *    ESTADIA QUANDO O SECTOR SEGUINTE SO PARTE NUM DIA POSTERIOR
      *    AO DA CHEGADA E A CHEGADA NAO FOI NA BASE
       P200-PROCESSAR-TRIPULANTE.

           MOVE ZEROES TO WS-TRI-NOITES.
           MOVE ZEROES TO WS-TRI-AJUDA.
           MOVE ZEROES TO WS-ANT-I.
           PERFORM P210-PROXIMO-SECTOR.

           IF WS-PROX-I > ZEROES AND TRIP-BASE = SPACES
               ADD 1 TO WS-TOTAL-SEM-BASE
               DISPLAY "TRIPULANTE " TRIP-ID " " TRIP-NOME
                       " SEM BASE DEFINIDA - ESTADIAS NAO CALCULADAS"
               MOVE ZEROES TO WS-PROX-I
           END-IF.

           PERFORM UNTIL WS-PROX-I = ZEROES
               IF WS-ANT-I > ZEROES
                   PERFORM P220-AVALIAR-INTERVALO
               END-IF
               MOVE "S" TO WS-SEC-USADO (WS-PROX-I)
               MOVE WS-PROX-I TO WS-ANT-I
               PERFORM P210-PROXIMO-SECTOR
           END-PERFORM.

      *    ULTIMO SECTOR DO PERIODO FORA DA BASE: SEM REGRESSO ESCALADO
      *    CONTA-SE UMA NOITE
           IF WS-ANT-I > ZEROES
               IF WS-SEC-DESTINO (WS-ANT-I) NOT = TRIP-BASE
                       AND WS-SEC-CHEGADA-DATA (WS-ANT-I) (1:6) =
                           WS-MES-PEDIDO
                   MOVE 1 TO WS-NOITES
                   MOVE WS-SEC-CHEGADA-DATA (WS-ANT-I)
                       TO WS-DATA-SPLIT
                   PERFORM P130-DIA-SEGUINTE
                   MOVE WS-DATA-SPLIT TO WS-SAIDA-DATA
                   MOVE ZEROES TO WS-SAIDA-VOO
                   PERFORM P230-REGISTAR-ESTADIA
               END-IF
           END-IF.

           IF WS-TRI-AJUDA > ZEROES
               IF TRIP-EMP-CODIGO = ZEROES
                   ADD 1 TO WS-TOTAL-SEM-EMPREGADO
                   DISPLAY "TRIPULANTE " TRIP-ID " " TRIP-NOME
                           " SEM CODIGO DE EMPREGADO - AJUDAS DE "
                           WS-TRI-AJUDA " NAO PASSADAS A FOLHA"
               ELSE
                   MOVE WS-MES-PEDIDO TO WS-AJU-MES
                   MOVE TRIP-EMP-CODIGO TO WS-AJU-EMP-CODIGO
                   MOVE WS-TRI-NOITES TO WS-AJU-NOITES
                   MOVE WS-TRI-AJUDA TO WS-AJU-VALOR
                   MOVE WS-AJU-REG TO AJUDASOUTPUT-LINHA
                   WRITE AJUDASOUTPUT-LINHA
                   ADD 1 TO WS-TOTAL-AJUDAS
                   ADD WS-TRI-AJUDA TO WS-TOTAL-AJUDAS-VALOR
               END-IF
           END-IF.

       P210-PROXIMO-SECTOR.

           MOVE ZEROES TO WS-PROX-I.
           MOVE 1 TO WS-SEC-I.
           PERFORM UNTIL WS-SEC-I > WS-SEC-TOTAL
               IF WS-SEC-TRIP-ID (WS-SEC-I) = TRIP-ID
                       AND WS-SEC-USADO (WS-SEC-I) = "N"
                   IF WS-PROX-I = ZEROES
                       MOVE WS-SEC-I TO WS-PROX-I
                   ELSE
                       IF WS-SEC-ORDEM (WS-SEC-I) <
                               WS-SEC-ORDEM (WS-PROX-I)
                           MOVE WS-SEC-I TO WS-PROX-I
                       END-IF
                   END-IF
               END-IF
               ADD 1 TO WS-SEC-I
           END-PERFORM.

       P220-AVALIAR-INTERVALO.

           IF WS-SEC-DESTINO (WS-ANT-I) NOT = TRIP-BASE
                   AND WS-SEC-PARTIDA-SERIAL (WS-PROX-I) >
                       WS-SEC-CHEGADA-SERIAL (WS-ANT-I)
                   AND WS-SEC-CHEGADA-DATA (WS-ANT-I) (1:6) =
                       WS-MES-PEDIDO
               COMPUTE WS-NOITES =
                       WS-SEC-PARTIDA-SERIAL (WS-PROX-I) -
                       WS-SEC-CHEGADA-SERIAL (WS-ANT-I)
               MOVE WS-SEC-PARTIDA-DATA (WS-PROX-I) TO WS-SAIDA-DATA
               MOVE WS-SEC-VOO-CHAVE (WS-PROX-I) TO WS-SAIDA-VOO
               PERFORM P230-REGISTAR-ESTADIA
           END-IF.

       P230-REGISTAR-ESTADIA.

           MOVE WS-SEC-DESTINO (WS-ANT-I) TO EST-CIDADE.
           MOVE WS-SEC-CHEGADA-DATA (WS-ANT-I) TO EST-DATA-ENTRADA.
           MOVE TRIP-ID TO EST-TRIP-ID.
           READ ESTADIASINPUT
               INVALID KEY
                   PERFORM P240-GRAVAR-ESTADIA
               NOT INVALID KEY
                   ADD 1 TO WS-TOTAL-JA-FATURADAS
                   ADD EST-NOITES TO WS-TRI-NOITES
                   ADD EST-AJUDA TO WS-TRI-AJUDA
           END-READ.

       P240-GRAVAR-ESTADIA.

           MOVE TRIP-NOME TO EST-NOME.
           MOVE WS-SAIDA-DATA TO EST-DATA-SAIDA.
           MOVE WS-NOITES TO EST-NOITES.
           MOVE WS-SEC-VOO-CHAVE (WS-ANT-I) TO EST-VOO-CHEGADA.
           MOVE WS-SAIDA-VOO TO EST-VOO-SAIDA.
           MOVE SPACES TO EST-FATURA.
           MOVE ZEROES TO EST-VALOR-FATURADO.
           MOVE WS-AJUDA-PADRAO TO WS-AJUDA-NOITE.

           MOVE "S" TO EST-ESTADO.
           MOVE "SEM HOTEL CONTRATADO" TO EST-HOTEL.
           MOVE ZEROES TO EST-TARIFA.
           IF WS-HOT-ABERTO = "S"
               MOVE EST-CIDADE TO HOT-CIDADE
               READ HOTEISINPUT
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "P" TO EST-ESTADO
                       MOVE HOT-NOME TO EST-HOTEL
                       MOVE HOT-TARIFA TO EST-TARIFA
                       IF HOT-AJUDA > ZEROES
                           MOVE HOT-AJUDA TO WS-AJUDA-NOITE
                       END-IF
               END-READ
           END-IF.
           COMPUTE EST-AJUDA = WS-NOITES * WS-AJUDA-NOITE.

           WRITE ESTADIASINPUT-REG
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR A ESTADIA DE " TRIP-ID
                           " EM " EST-CIDADE " " EST-DATA-ENTRADA
               NOT INVALID KEY
                   ADD 1 TO WS-TOTAL-ESTADIAS
                   ADD WS-NOITES TO WS-TOTAL-NOITES
                   ADD WS-NOITES TO WS-TRI-NOITES
                   ADD EST-AJUDA TO WS-TRI-AJUDA
                   IF EST-SEM-CONTRATO
                       ADD 1 TO WS-TOTAL-SEM-CONTRATO
                   END-IF
           END-WRITE.

      *    A CHAVE DAS ESTADIAS COMECA PELA CIDADE: A LEITURA SEGUIDA DA
      *    UMA LISTA DE QUARTOS POR HOTEL DE ESCALA, POR DATA DE ENTRADA
       P300-ESCREVER-ROOMING.

           MOVE SPACES TO ROOMINGOUTPUT-LINHA.
           STRING "LISTAS DE QUARTOS DA TRIPULACAO [" DELIMITED BY SIZE
                   WS-AMB-CODIGO DELIMITED BY SIZE
                   "] MES " DELIMITED BY SIZE
                   WS-MES-PEDIDO DELIMITED BY SIZE
               INTO ROOMINGOUTPUT-LINHA
           END-STRING.
           WRITE ROOMINGOUTPUT-LINHA.

           MOVE SPACES TO WS-ROOM-CIDADE.
           MOVE LOW-VALUES TO EST-CHAVE.
           SET WS-EXIT-OK TO "N".
           START ESTADIASINPUT KEY IS NOT LESS THAN EST-CHAVE
               INVALID KEY
                   SET WS-EXIT-OK TO "S"
           END-START.
           PERFORM UNTIL WS-EXIT-OK = "S"
               READ ESTADIASINPUT NEXT
                   AT END
                       SET WS-EXIT-OK TO "S"
                   NOT AT END
                       IF EST-DATA-ENTRADA (1:6) = WS-MES-PEDIDO
                           PERFORM P310-LINHA-ROOMING
                       END-IF
               END-READ
           END-PERFORM.
           SET WS-EXIT-OK TO "N".
           IF WS-ROOM-CIDADE NOT = SPACES
               PERFORM P320-FECHAR-HOTEL
           END-IF.

           MOVE SPACES TO ROOMINGOUTPUT-LINHA.
           WRITE ROOMINGOUTPUT-LINHA.
           MOVE WS-TOTAL-ALOJAMENTO TO WS-ROOM-VALOR-ED.
           MOVE SPACES TO ROOMINGOUTPUT-LINHA.
           STRING "TOTAL ESTADIAS " DELIMITED BY SIZE
                   WS-TOTAL-ESTADIAS DELIMITED BY SIZE
                   " NOITES " DELIMITED BY SIZE
                   WS-TOTAL-NOITES DELIMITED BY SIZE
                   " ALOJAMENTO PREVISTO " DELIMITED BY SIZE
                   WS-ROOM-VALOR-ED DELIMITED BY SIZE
               INTO ROOMINGOUTPUT-LINHA
           END-STRING.
           WRITE ROOMINGOUTPUT-LINHA.

       P310-LINHA-ROOMING.

           IF EST-CIDADE NOT = WS-ROOM-CIDADE
               IF WS-ROOM-CIDADE NOT = SPACES
                   PERFORM P320-FECHAR-HOTEL
               END-IF
               MOVE EST-CIDADE TO WS-ROOM-CIDADE
               MOVE ZEROES TO WS-ROOM-HOSPEDES
               MOVE ZEROES TO WS-ROOM-NOITES
               MOVE ZEROES TO WS-ROOM-VALOR
               MOVE SPACES TO ROOMINGOUTPUT-LINHA
               WRITE ROOMINGOUTPUT-LINHA
               MOVE SPACES TO ROOMINGOUTPUT-LINHA
               STRING "ESCALA " DELIMITED BY SIZE
                       EST-CIDADE DELIMITED BY SIZE
                       " HOTEL " DELIMITED BY SIZE
                       EST-HOTEL DELIMITED BY SIZE
                   INTO ROOMINGOUTPUT-LINHA
               END-STRING
               WRITE ROOMINGOUTPUT-LINHA
               MOVE SPACES TO ROOMINGOUTPUT-LINHA
               STRING "  ENTRADA  SAIDA    NT TRIP " DELIMITED BY SIZE
                       "NOME                 CHEG SAID"
                           DELIMITED BY SIZE
                   INTO ROOMINGOUTPUT-LINHA
               END-STRING
               WRITE ROOMINGOUTPUT-LINHA
           END-IF.

           MOVE EST-DATA-ENTRADA TO WS-ROOM-ENTRADA.
           MOVE EST-DATA-SAIDA TO WS-ROOM-SAIDA.
           MOVE EST-NOITES TO WS-ROOM-NOITES-L.
           MOVE EST-TRIP-ID TO WS-ROOM-TRIP-ID.
           MOVE EST-NOME TO WS-ROOM-NOME.
           MOVE EST-CHEGADA-NUMERO TO WS-ROOM-CHEGADA.
           MOVE EST-SAIDA-NUMERO TO WS-ROOM-PARTIDA.
           EVALUATE TRUE
               WHEN EST-SAIDA-NUMERO = ZEROES
                   MOVE "SEM REGRESSO ESCALADO" TO WS-ROOM-NOTA
               WHEN EST-CONFERIDA
                   MOVE "FATURA CONFERIDA" TO WS-ROOM-NOTA
               WHEN EST-DIVERGENTE
                   MOVE "FATURA DIVERGENTE" TO WS-ROOM-NOTA
               WHEN OTHER
                   MOVE SPACES TO WS-ROOM-NOTA
           END-EVALUATE.
           MOVE WS-ROOM-LINHA TO ROOMINGOUTPUT-LINHA.
           WRITE ROOMINGOUTPUT-LINHA.

           ADD 1 TO WS-ROOM-HOSPEDES.
           ADD EST-NOITES TO WS-ROOM-NOITES.
           COMPUTE WS-ROOM-VALOR = WS-ROOM-VALOR +
                   EST-NOITES * EST-TARIFA.

       P320-FECHAR-HOTEL.

           ADD WS-ROOM-VALOR TO WS-TOTAL-ALOJAMENTO.
           MOVE WS-ROOM-VALOR TO WS-ROOM-VALOR-ED.
           MOVE SPACES TO ROOMINGOUTPUT-LINHA.
           STRING "  HOSPEDES " DELIMITED BY SIZE
                   WS-ROOM-HOSPEDES DELIMITED BY SIZE
                   " QUARTOS/NOITE " DELIMITED BY SIZE
                   WS-ROOM-NOITES DELIMITED BY SIZE
                   " VALOR CONTRATADO " DELIMITED BY SIZE
                   WS-ROOM-VALOR-ED DELIMITED BY SIZE
               INTO ROOMINGOUTPUT-LINHA
           END-STRING.
           WRITE ROOMINGOUTPUT-LINHA.

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

       P130-DIA-SEGUINTE.

           PERFORM P125-DIAS-NO-MES.
           IF WS-DATA-DIA < WS-DIAS-NO-MES
               ADD 1 TO WS-DATA-DIA
           ELSE
               MOVE 1 TO WS-DATA-DIA
               IF WS-DATA-MES = 12
                   MOVE 1 TO WS-DATA-MES
                   ADD 1 TO WS-DATA-ANO
               ELSE
                   ADD 1 TO WS-DATA-MES
               END-IF
           END-IF.

       P090-CARREGAR-AMBIENTE.

           CALL 'amb_util.o' USING WS-AMB-AREA.
           DISPLAY "AMBIENTE ATIVO: " WS-AMB-CODIGO.
           MOVE SPACES TO WS-CAM-ERROS.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/erros.txt" DELIMITED BY SIZE
               INTO WS-CAM-ERROS
           END-STRING.
           MOVE SPACES TO WS-CAM-ESCALAVOO.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/project/escalavoo.dat" DELIMITED BY SIZE
               INTO WS-CAM-ESCALAVOO
           END-STRING.
           MOVE SPACES TO WS-CAM-TRIPULACAO.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/tripulacao.dat" DELIMITED BY SIZE
               INTO WS-CAM-TRIPULACAO
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
           MOVE SPACES TO WS-CAM-HOTEIS.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/project/hoteis.dat" DELIMITED BY SIZE
               INTO WS-CAM-HOTEIS
           END-STRING.
           MOVE SPACES TO WS-CAM-ESTADIAS.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/project/estadias.dat" DELIMITED BY SIZE
               INTO WS-CAM-ESTADIAS
           END-STRING.
           MOVE SPACES TO WS-CAM-CONFIG.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/project/config.dat" DELIMITED BY SIZE
               INTO WS-CAM-CONFIG
           END-STRING.
           MOVE SPACES TO WS-CAM-ROOMING.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/rooming.txt" DELIMITED BY SIZE
               INTO WS-CAM-ROOMING
           END-STRING.
           MOVE SPACES TO WS-CAM-AJUDAS.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/ajudas.txt" DELIMITED BY SIZE
               INTO WS-CAM-AJUDAS
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

       END PROGRAM ESTTRIP.
