       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADMAGEN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT AGRESINPUT ASSIGN TO
           WS-CAM-AGRES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ARE-RESERVA-ID
           FILE STATUS IS WS-FICHEIRO-STATUS-ARE.

       SELECT RESERVASINPUT ASSIGN TO
           WS-CAM-RESERVAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RESERVA-ID
           FILE STATUS IS WS-FICHEIRO-STATUS-RESERVA.

       SELECT VOOSINPUT ASSIGN TO
           WS-CAM-VOOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VOOSINPUT-CHAVE
           ALTERNATE RECORD KEY IS VOOSINPUT-NOME WITH DUPLICATES
           FILE STATUS IS WS-FICHEIRO-STATUS-VOO.

       SELECT PRECOSINPUT ASSIGN TO
           WS-CAM-PRECOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REGRA-CODIGO
           FILE STATUS IS WS-FICHEIRO-STATUS-PRECO.

       SELECT ALLOTMENTSINPUT ASSIGN TO
           WS-CAM-ALLOTMENTS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ALT-ID
           FILE STATUS IS WS-FICHEIRO-STATUS-ALT.

       SELECT AUDITRESINPUT ASSIGN TO
           WS-CAM-AUDITRES
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FICHEIRO-STATUS-AUDRES.

       SELECT CAMBIOSINPUT ASSIGN TO
           WS-CAM-CAMBIOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CAMB-CHAVE
           FILE STATUS IS WS-FICHEIRO-STATUS-CAMB.

       SELECT CONFIGINPUT ASSIGN TO
           WS-CAM-CONFIG
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CFG-CHAVE
           FILE STATUS IS WS-FICHEIRO-STATUS-CFG.

       SELECT CONTROLOINPUT ASSIGN TO
           WS-CAM-CONTROLO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CTRL-CHAVE
           FILE STATUS IS WS-FICHEIRO-STATUS-CTRL.

       SELECT ADMINPUT ASSIGN TO
           WS-CAM-ADM
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ADM-ID
           ALTERNATE RECORD KEY IS ADM-AGENCIA WITH DUPLICATES
           ALTERNATE RECORD KEY IS ADM-ORIGEM
           FILE STATUS IS WS-FICHEIRO-STATUS-ADM.

       SELECT ADMOUTPUT ASSIGN TO
           WS-CAM-ADMREL
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

           FD AGRESINPUT.
           01 AGRESINPUT-REG.
               05 ARE-RESERVA-ID PIC 9(04).
               05 ARE-AGENCIA PIC X(04).
               05 ARE-DATA PIC 9(08).

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

           FD PRECOSINPUT.
           01 PRECOSINPUT-REG.
               05 REGRA-CODIGO PIC X(06).
               05 REGRA-TIPO PIC X(01).
               05 REGRA-PCT PIC 9(02).
               05 REGRA-INICIO PIC 9(08).
               05 REGRA-FIM PIC 9(08).

           FD ALLOTMENTSINPUT.
           01 ALLOTMENTSINPUT-REG.
               05 ALT-ID PIC 9(04).
               05 ALT-VOO-CHAVE.
                   10 ALT-VOO-NUMERO PIC 9(04).
                   10 ALT-VOO-DATA PIC 9(08).
               05 ALT-AGENCIA PIC X(04).
               05 ALT-CLASSE PIC X(01).
               05 ALT-LUGARES PIC 9(02).
               05 ALT-USADOS PIC 9(02).
               05 ALT-PRAZO PIC 9(08).
               05 ALT-ESTADO PIC X(01).
                   88 ALT-ATIVO VALUE "A".
                   88 ALT-LIBERTADO VALUE "L".

           FD AUDITRESINPUT.
           01 AUDITRESINPUT-LINHA PIC X(84).

           FD CAMBIOSINPUT.
           01 CAMBIOSINPUT-REG.
               05 CAMB-CHAVE.
                   10 CAMB-MOEDA PIC X(03).
                   10 CAMB-INICIO PIC 9(08).
               05 CAMB-TAXA PIC 9(03)V9(04).

           FD CONFIGINPUT.
           01 CONFIGINPUT-REG.
               05 CFG-CHAVE PIC X(02).
               05 CFG-VALOR PIC 9(04).

           FD CONTROLOINPUT.
           01 CONTROLOINPUT-REG.
               05 CTRL-CHAVE PIC X(06).
               05 CTRL-ULTIMO-NUM PIC 9(04).

      *    NOTAS DE DEBITO A AGENCIAS - A ORIGEM IDENTIFICA A INFRACAO
      *    PARA QUE CADA UMA SO SEJA DEBITADA UMA VEZ
           FD ADMINPUT.
           01 ADMINPUT-REG.
               05 ADM-ID PIC 9(04).
               05 ADM-AGENCIA PIC X(04).
               05 ADM-TIPO PIC X(01).
                   88 ADM-TARIFA VALUE "T".
                   88 ADM-REPETICAO VALUE "C".
                   88 ADM-ALLOTMENT VALUE "A".
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
                   88 ADM-EMITIDA VALUE "E".
                   88 ADM-DISPUTADA VALUE "D".
                   88 ADM-ANULADA VALUE "A".
                   88 ADM-RECUPERADA VALUE "R".
               05 ADM-DATA-ESTADO PIC 9(08).
               05 ADM-LIQ-MES PIC 9(06).

           FD ADMOUTPUT.
           01 ADMOUTPUT-LINHA PIC X(110).

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
               05 WS-ERR-L-PROG PIC X(10) VALUE "ADMAGEN".
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
           77 WS-CAM-AGRES PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/project/agres.dat".
           77 WS-CAM-RESERVAS PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/project/reservas.dat"
           .
           77 WS-CAM-VOOS PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/project/voos.dat".
           77 WS-CAM-PRECOS PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/precos.dat".
           77 WS-CAM-ALLOTMENTS PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/allotments.dat".
           77 WS-CAM-AUDITRES PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/auditres.txt".
           77 WS-CAM-CAMBIOS PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/cambios.dat".
           77 WS-CAM-CONFIG PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/project/config.dat".
           77 WS-CAM-CONTROLO PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/project/controlo.dat"
           .
           77 WS-CAM-ADM PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/project/admagen.dat".
           77 WS-CAM-ADMREL PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/admagen.txt".

           01 WS-FICHEIRO-STATUS-ARE PIC XX.
               88 WS-ARE-STATUS-OK VALUE "00".

           01 WS-FICHEIRO-STATUS-RESERVA PIC XX.
               88 WS-RESERVA-STATUS-OK VALUE "00".

           01 WS-FICHEIRO-STATUS-VOO PIC XX.
               88 WS-VOO-STATUS-OK VALUE "00".

           01 WS-FICHEIRO-STATUS-PRECO PIC XX.
               88 WS-PRECO-STATUS-OK VALUE "00".

           01 WS-FICHEIRO-STATUS-ALT PIC XX.
               88 WS-ALT-STATUS-OK VALUE "00".

           01 WS-FICHEIRO-STATUS-AUDRES PIC XX.
               88 WS-AUDRES-STATUS-OK VALUE "00".

           01 WS-FICHEIRO-STATUS-CAMB PIC XX.
               88 WS-CAMB-STATUS-OK VALUE "00".

           01 WS-FICHEIRO-STATUS-CFG PIC XX.
               88 WS-CFG-STATUS-OK VALUE "00".

           01 WS-FICHEIRO-STATUS-CTRL PIC XX.
               88 WS-CTRL-STATUS-OK VALUE "00".

           01 WS-FICHEIRO-STATUS-ADM PIC XX.
               88 WS-ADM-STATUS-OK VALUE "00".
               88 WS-ADM-STATUS-INEXISTENTE VALUE "35".

           01 WS-FICHEIRO-STATUS-REL PIC XX.
               88 WS-REL-STATUS-OK VALUE "00".

           77 WS-ARE-ABERTO PIC X(01) VALUE "N".
           77 WS-RES-ABERTO PIC X(01) VALUE "N".
           77 WS-VOO-ABERTO PIC X(01) VALUE "N".
           77 WS-ALT-ABERTO PIC X(01) VALUE "N".
           77 WS-AUD-ABERTO PIC X(01) VALUE "N".

           77 WS-EXIT-OK PIC X(01) VALUE "N".
           77 WS-DATA-HOJE PIC 9(08) VALUE ZEROES.
           77 WS-PROX-NUMERO PIC 9(04) VALUE ZEROES.
           77 WS-CHAVE-CTRL-ADM PIC X(02) VALUE "DM".

      *    PARAMETROS: REPETICOES DO MESMO NOME NO MESMO VOO A PARTIR
      *    DAS QUAIS HA DEBITO (CU), VALOR POR REPETICAO EM EUROS (CF)
      *    E PERCENTAGEM DA TARIFA DEBITADA POR LUGAR DE BLOCO NAO
      *    UTILIZADO ATE AO PRAZO (AP)
           77 WS-CHAVE-CFG-REPETICOES PIC X(02) VALUE "CU".
           77 WS-CFG-REPETICOES PIC 9(04) VALUE 3.
           77 WS-CHAVE-CFG-TAXA-REPET PIC X(02) VALUE "CF".
           77 WS-CFG-TAXA-REPET PIC 9(04) VALUE 25.
           77 WS-CHAVE-CFG-PENAL-BLOCO PIC X(02) VALUE "AP".
           77 WS-CFG-PENAL-BLOCO PIC 9(04) VALUE 10.

      *    PROMOCOES (REGRAS DO TIPO P) - AS UNICAS A QUE A AGENCIA
      *    TEM DIREITO SEM CATEGORIA DE PASSAGEIRO COMPROVADA
           01 WS-TABELA-PROMOCOES.
               05 WS-PRM-ENT OCCURS 50 TIMES.
                   10 WS-PRM-E-INICIO PIC 9(08).
                   10 WS-PRM-E-FIM PIC 9(08).
                   10 WS-PRM-E-PCT PIC 9(02).
           77 WS-PRM-TOTAL PIC 9(02) VALUE ZEROES.
           77 WS-PRM-I PIC 9(02) VALUE ZEROES.
           77 WS-PCT-MAXIMO PIC 9(02) VALUE ZEROES.

           77 WS-TARIFA-BASE PIC 9(05)V99 VALUE ZEROES.
           77 WS-PRECO-MINIMO PIC 9(05)V99 VALUE ZEROES.
           77 WS-PRECO-COBRADO PIC 9(05)V99 VALUE ZEROES.
           77 WS-LUGARES-NAO-USADOS PIC 9(02) VALUE ZEROES.
           77 WS-TAXA-ATUAL PIC 9(03)V9(04) VALUE 1.
           77 WS-TAXA-DATA PIC 9(08) VALUE ZEROES.
           77 WS-MOEDA-PEDIDA PIC X(03) VALUE SPACES.

      *    REPETICOES NO RASTO DE AUDITORIA DE RESERVAS
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
               05 WS-AUDRES-RES-ID PIC 9(04).
               05 WS-AUDRES-RES-NOME PIC X(10).
               05 WS-AUDRES-RES-VOO PIC X(12).
               05 FILLER PIC X(35).

           01 WS-TABELA-REPETICOES.
               05 WS-REP-ENT OCCURS 500 TIMES.
                   10 WS-REP-E-AGENCIA PIC X(04).
                   10 WS-REP-E-NOME PIC X(10).
                   10 WS-REP-E-VOO PIC X(12).
                   10 WS-REP-E-CONTA PIC 9(03).
                   10 WS-REP-E-RESERVA PIC 9(04).
           77 WS-REP-TOTAL PIC 9(03) VALUE ZEROES.
           77 WS-REP-I PIC 9(03) VALUE ZEROES.
           77 WS-REP-ACHADA PIC 9(03) VALUE ZEROES.
           77 WS-REP-CHEIA PIC X(01) VALUE "N".

      *    NOTA A EMITIR
           01 WS-NOVA-ADM.
               05 WS-NADM-AGENCIA PIC X(04).
               05 WS-NADM-TIPO PIC X(01).
               05 WS-NADM-ORIGEM PIC X(24).
               05 WS-NADM-RESERVA-ID PIC 9(04).
               05 WS-NADM-VOO-CHAVE PIC X(12).
               05 WS-NADM-NOME PIC X(10).
               05 WS-NADM-MOTIVO PIC X(30).
               05 WS-NADM-VALOR PIC 9(07)V99.

           01 WS-ORIGEM-TARIFA.
               05 FILLER PIC X(01) VALUE "T".
               05 WS-OT-RESERVA PIC 9(04).
               05 FILLER PIC X(19) VALUE SPACES.
           01 WS-ORIGEM-REPETICAO.
               05 FILLER PIC X(01) VALUE "C".
               05 WS-OR-NOME PIC X(10).
               05 WS-OR-VOO PIC X(12).
               05 FILLER PIC X(01) VALUE SPACES.
           01 WS-ORIGEM-BLOCO.
               05 FILLER PIC X(01) VALUE "A".
               05 WS-OB-BLOCO PIC 9(04).
               05 FILLER PIC X(19) VALUE SPACES.

           77 WS-TOTAL-NOVAS PIC 9(04) VALUE ZEROES.
           77 WS-TOTAL-JA-EMITIDAS PIC 9(04) VALUE ZEROES.
           77 WS-VALOR-NOVAS PIC 9(09)V99 VALUE ZEROES.

      *    RESUMO POR AGENCIA E ESTADO
           01 WS-TABELA-RESUMO.
               05 WS-RSM-ENT OCCURS 50 TIMES.
                   10 WS-RSM-E-AGENCIA PIC X(04).
                   10 WS-RSM-E-QTD PIC 9(04) OCCURS 4 TIMES.
                   10 WS-RSM-E-VALOR PIC 9(09)V99 OCCURS 4 TIMES.
           77 WS-RSM-TOTAL PIC 9(02) VALUE ZEROES.
           77 WS-RSM-I PIC 9(02) VALUE ZEROES.
           77 WS-RSM-ACHADA PIC 9(02) VALUE ZEROES.
           77 WS-RSM-EST PIC 9(01) VALUE ZEROES.
           01 WS-RESUMO-TOTAL.
               05 WS-RST-QTD PIC 9(05) OCCURS 4 TIMES.
               05 WS-RST-VALOR PIC 9(09)V99 OCCURS 4 TIMES.

           01 WS-ADM-LINHA.
               05 WS-AL-ID PIC 9(04).
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-AL-AGENCIA PIC X(04).
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-AL-TIPO PIC X(01).
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-AL-RESERVA PIC 9(04).
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-AL-VOO-NUMERO PIC 9(04).
               05 FILLER PIC X(01) VALUE "/".
               05 WS-AL-VOO-DATA PIC 9(08).
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-AL-NOME PIC X(10).
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-AL-MOTIVO PIC X(30).
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-AL-VALOR PIC ZZZZZZ9.99.

           01 WS-RSM-LINHA.
               05 WS-RL-AGENCIA PIC X(06).
               05 WS-RL-EST OCCURS 4 TIMES.
                   10 FILLER PIC X(01).
                   10 WS-RL-QTD PIC ZZZZ9.
                   10 FILLER PIC X(01).
                   10 WS-RL-VALOR PIC ZZZZZZZZ9.99.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           PERFORM P090-CARREGAR-AMBIENTE.

           DISPLAY "*** NOTAS DE DEBITO A AGENCIAS ***".
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.

           OPEN INPUT CONFIGINPUT.
           IF WS-CFG-STATUS-OK
               PERFORM P060-LER-CONFIGURACOES
               CLOSE CONFIGINPUT
           END-IF.

           OPEN I-O CONTROLOINPUT.
           IF NOT WS-CTRL-STATUS-OK
               MOVE "CONTROLO" TO WS-ERR-L-FICH
               MOVE WS-FICHEIRO-STATUS-CTRL TO WS-ERR-L-ESTADO
               PERFORM P095-REGISTAR-ERRO-ABERTURA
               DISPLAY "FICHEIRO DE CONTROLO INDISPONIVEL"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O ADMINPUT.
           IF WS-ADM-STATUS-INEXISTENTE
               OPEN OUTPUT ADMINPUT
               CLOSE ADMINPUT
               OPEN I-O ADMINPUT
           END-IF.
           IF NOT WS-ADM-STATUS-OK
               MOVE "ADMAGEN" TO WS-ERR-L-FICH
               MOVE WS-FICHEIRO-STATUS-ADM TO WS-ERR-L-ESTADO
               PERFORM P095-REGISTAR-ERRO-ABERTURA
               DISPLAY "FICHEIRO DE NOTAS DE DEBITO INDISPONIVEL"
               CLOSE CONTROLOINPUT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT ADMOUTPUT.
           IF NOT WS-REL-STATUS-OK
               MOVE "ADMREL" TO WS-ERR-L-FICH
               MOVE WS-FICHEIRO-STATUS-REL TO WS-ERR-L-ESTADO
               PERFORM P095-REGISTAR-ERRO-ABERTURA
               DISPLAY "NAO FOI POSSIVEL CRIAR O RELATORIO"
               CLOSE CONTROLOINPUT
               CLOSE ADMINPUT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT AGRESINPUT.
           IF WS-ARE-STATUS-OK
               MOVE "S" TO WS-ARE-ABERTO
           END-IF.
           OPEN INPUT RESERVASINPUT.
           IF WS-RESERVA-STATUS-OK
               MOVE "S" TO WS-RES-ABERTO
           END-IF.
           OPEN INPUT VOOSINPUT.
           IF WS-VOO-STATUS-OK
               MOVE "S" TO WS-VOO-ABERTO
           END-IF.
           OPEN INPUT ALLOTMENTSINPUT.
           IF WS-ALT-STATUS-OK
               MOVE "S" TO WS-ALT-ABERTO
           END-IF.

           MOVE SPACES TO ADMOUTPUT-LINHA.
           STRING "NOTAS DE DEBITO A AGENCIAS - " DELIMITED BY SIZE
                   WS-DATA-HOJE DELIMITED BY SIZE
               INTO ADMOUTPUT-LINHA
           END-STRING.
           WRITE ADMOUTPUT-LINHA.
           MOVE SPACES TO ADMOUTPUT-LINHA.
           WRITE ADMOUTPUT-LINHA.
           MOVE "NOTAS EMITIDAS NESTA EXECUCAO" TO ADMOUTPUT-LINHA.
           WRITE ADMOUTPUT-LINHA.

           IF WS-ARE-ABERTO = "S" AND WS-RES-ABERTO = "S"
                   AND WS-VOO-ABERTO = "S"
               PERFORM P100-CARREGAR-PROMOCOES
               PERFORM P200-VERIFICAR-TARIFAS
           ELSE
               DISPLAY "AVISO: SEM RESERVAS DE AGENCIA OU VOOS - "
                       "TARIFAS NAO VERIFICADAS"
           END-IF.

           IF WS-ARE-ABERTO = "S"
               OPEN INPUT AUDITRESINPUT
               IF WS-AUDRES-STATUS-OK
                   MOVE "S" TO WS-AUD-ABERTO
                   PERFORM P300-VERIFICAR-REPETICOES
                   CLOSE AUDITRESINPUT
               END-IF
           END-IF.

           IF WS-ALT-ABERTO = "S" AND WS-VOO-ABERTO = "S"
                   AND WS-CFG-PENAL-BLOCO > 0
               PERFORM P400-VERIFICAR-BLOCOS
           END-IF.

           IF WS-ARE-ABERTO = "S"
               CLOSE AGRESINPUT
           END-IF.
           IF WS-RES-ABERTO = "S"
               CLOSE RESERVASINPUT
           END-IF.
           IF WS-VOO-ABERTO = "S"
               CLOSE VOOSINPUT
           END-IF.
           IF WS-ALT-ABERTO = "S"
               CLOSE ALLOTMENTSINPUT
           END-IF.

           MOVE SPACES TO ADMOUTPUT-LINHA.
           STRING "NOVAS NOTAS: " DELIMITED BY SIZE
                   WS-TOTAL-NOVAS DELIMITED BY SIZE
                   " VALOR: " DELIMITED BY SIZE
                   WS-VALOR-NOVAS DELIMITED BY SIZE
               INTO ADMOUTPUT-LINHA
           END-STRING.
           WRITE ADMOUTPUT-LINHA.

           PERFORM P600-RESUMO-POR-AGENCIA.

           CLOSE ADMOUTPUT.
           CLOSE ADMINPUT.
           CLOSE CONTROLOINPUT.

           DISPLAY "NOVAS NOTAS DE DEBITO: " WS-TOTAL-NOVAS
                   " VALOR: " WS-VALOR-NOVAS.
           DISPLAY "INFRACOES JA DEBITADAS ANTES: "
                   WS-TOTAL-JA-EMITIDAS.
           IF WS-REP-CHEIA = "S"
               DISPLAY "AVISO: TABELA DE REPETICOES CHEIA - "
                       "VERIFICACAO INCOMPLETA"
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "RELATORIO GRAVADO EM admagen.txt".

           STOP RUN.

       P060-LER-CONFIGURACOES.

           MOVE WS-CHAVE-CFG-REPETICOES TO CFG-CHAVE.
           READ CONFIGINPUT
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CFG-VALOR > 1
                       MOVE CFG-VALOR TO WS-CFG-REPETICOES
                   END-IF
           END-READ.
           MOVE WS-CHAVE-CFG-TAXA-REPET TO CFG-CHAVE.
           READ CONFIGINPUT
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CFG-VALOR TO WS-CFG-TAXA-REPET
           END-READ.
           MOVE WS-CHAVE-CFG-PENAL-BLOCO TO CFG-CHAVE.
           READ CONFIGINPUT
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CFG-VALOR TO WS-CFG-PENAL-BLOCO
           END-READ.

       P100-CARREGAR-PROMOCOES.

           MOVE ZEROES TO WS-PRM-TOTAL.
           OPEN INPUT PRECOSINPUT.
           IF WS-PRECO-STATUS-OK
               MOVE SPACES TO REGRA-CODIGO
               MOVE "N" TO WS-EXIT-OK
               START PRECOSINPUT KEY IS NOT LESS THAN REGRA-CODIGO
                   INVALID KEY
                       MOVE "S" TO WS-EXIT-OK
               END-START
               PERFORM UNTIL WS-EXIT-OK = "S"
                   READ PRECOSINPUT NEXT
                       AT END
                           MOVE "S" TO WS-EXIT-OK
                       NOT AT END
                           IF REGRA-TIPO = "P" AND WS-PRM-TOTAL < 50
                               ADD 1 TO WS-PRM-TOTAL
                               MOVE REGRA-INICIO
                                   TO WS-PRM-E-INICIO (WS-PRM-TOTAL)
                               MOVE REGRA-FIM
                                   TO WS-PRM-E-FIM (WS-PRM-TOTAL)
                               MOVE REGRA-PCT
                                   TO WS-PRM-E-PCT (WS-PRM-TOTAL)
                           END-IF
                   END-READ
               END-PERFORM
               MOVE "N" TO WS-EXIT-OK
               CLOSE PRECOSINPUT
           END-IF.

      *    TARIFA ABAIXO DA TARIFA DO VOO MENOS A MELHOR PROMOCAO EM
      *    VIGOR NA DATA DA RESERVA
       P200-VERIFICAR-TARIFAS.

           MOVE ZEROES TO ARE-RESERVA-ID.
           MOVE "N" TO WS-EXIT-OK.
           START AGRESINPUT KEY IS NOT LESS THAN ARE-RESERVA-ID
               INVALID KEY
                   MOVE "S" TO WS-EXIT-OK
           END-START.

           PERFORM UNTIL WS-EXIT-OK = "S"
               READ AGRESINPUT NEXT
                   AT END
                       MOVE "S" TO WS-EXIT-OK
                   NOT AT END
                       PERFORM P210-VERIFICAR-UMA-TARIFA
               END-READ
           END-PERFORM.
           MOVE "N" TO WS-EXIT-OK.

       P210-VERIFICAR-UMA-TARIFA.

           MOVE ARE-RESERVA-ID TO RESERVA-ID.
           READ RESERVASINPUT
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE RESERVA-VOO-CHAVE TO VOOSINPUT-CHAVE
                   READ VOOSINPUT
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM P220-COMPARAR-TARIFA
                   END-READ
           END-READ.

       P220-COMPARAR-TARIFA.

           IF RESERVA-CLASSE = "X"
               MOVE VOOSINPUT-TARIFA-EXEC TO WS-TARIFA-BASE
           ELSE
               MOVE VOOSINPUT-TARIFA TO WS-TARIFA-BASE
           END-IF.
           PERFORM P230-MELHOR-PROMOCAO.
           COMPUTE WS-PRECO-MINIMO ROUNDED =
                   WS-TARIFA-BASE * (100 - WS-PCT-MAXIMO) / 100.
           IF RESERVA-PRECO-ORIG > 0
               MOVE RESERVA-PRECO-ORIG TO WS-PRECO-COBRADO
           ELSE
               MOVE RESERVA-PRECO TO WS-PRECO-COBRADO
           END-IF.

           IF WS-PRECO-COBRADO < WS-PRECO-MINIMO
               MOVE ARE-AGENCIA TO WS-NADM-AGENCIA
               MOVE "T" TO WS-NADM-TIPO
               MOVE RESERVA-ID TO WS-OT-RESERVA
               MOVE WS-ORIGEM-TARIFA TO WS-NADM-ORIGEM
               MOVE RESERVA-ID TO WS-NADM-RESERVA-ID
               MOVE RESERVA-VOO-CHAVE TO WS-NADM-VOO-CHAVE
               MOVE RESERVA-NOME TO WS-NADM-NOME
               MOVE "TARIFA ABAIXO DA PERMITIDA" TO WS-NADM-MOTIVO
               IF RESERVA-PRECO-ORIG > 0
                   COMPUTE WS-NADM-VALOR ROUNDED =
                           (WS-PRECO-MINIMO - WS-PRECO-COBRADO)
                           * RESERVA-PRECO / RESERVA-PRECO-ORIG
               ELSE
                   COMPUTE WS-NADM-VALOR =
                           WS-PRECO-MINIMO - WS-PRECO-COBRADO
               END-IF
               PERFORM P500-EMITIR-NOTA
           END-IF.

       P230-MELHOR-PROMOCAO.

           MOVE ZEROES TO WS-PCT-MAXIMO.
           MOVE 1 TO WS-PRM-I.
           PERFORM UNTIL WS-PRM-I > WS-PRM-TOTAL
               IF ARE-DATA >= WS-PRM-E-INICIO (WS-PRM-I)
                       AND ARE-DATA <= WS-PRM-E-FIM (WS-PRM-I)
                       AND WS-PRM-E-PCT (WS-PRM-I) > WS-PCT-MAXIMO
                   MOVE WS-PRM-E-PCT (WS-PRM-I) TO WS-PCT-MAXIMO
               END-IF
               ADD 1 TO WS-PRM-I
           END-PERFORM.

      *    O MESMO NOME REPETIDAMENTE RESERVADO NO MESMO VOO PELA
      *    MESMA AGENCIA - RESERVAR E CANCELAR PARA FUGIR AO PRAZO
      *    DE EMISSAO
       P300-VERIFICAR-REPETICOES.

           MOVE ZEROES TO WS-REP-TOTAL.
           MOVE "N" TO WS-EXIT-OK.
           PERFORM UNTIL WS-EXIT-OK = "S"
               READ AUDITRESINPUT
                   AT END
                       MOVE "S" TO WS-EXIT-OK
                   NOT AT END
                       MOVE AUDITRESINPUT-LINHA TO WS-AUDRES-LINHA
                       IF WS-AUDRES-OP = "C"
                           PERFORM P310-CONTAR-CRIACAO
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "N" TO WS-EXIT-OK.

           MOVE 1 TO WS-REP-I.
           PERFORM UNTIL WS-REP-I > WS-REP-TOTAL
               IF WS-REP-E-CONTA (WS-REP-I) >= WS-CFG-REPETICOES
                   PERFORM P320-DEBITAR-REPETICAO
               END-IF
               ADD 1 TO WS-REP-I
           END-PERFORM.

       P310-CONTAR-CRIACAO.

           MOVE WS-AUDRES-RES-ID TO ARE-RESERVA-ID.
           READ AGRESINPUT
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM P315-ACUMULAR-REPETICAO
           END-READ.

       P315-ACUMULAR-REPETICAO.

           MOVE ZEROES TO WS-REP-ACHADA.
           MOVE 1 TO WS-REP-I.
           PERFORM UNTIL WS-REP-I > WS-REP-TOTAL
               IF WS-REP-E-AGENCIA (WS-REP-I) = ARE-AGENCIA
                       AND WS-REP-E-NOME (WS-REP-I) =
                           WS-AUDRES-RES-NOME
                       AND WS-REP-E-VOO (WS-REP-I) =
                           WS-AUDRES-RES-VOO
                   MOVE WS-REP-I TO WS-REP-ACHADA
                   MOVE WS-REP-TOTAL TO WS-REP-I
               END-IF
               ADD 1 TO WS-REP-I
           END-PERFORM.

           IF WS-REP-ACHADA = ZEROES
               IF WS-REP-TOTAL < 500
                   ADD 1 TO WS-REP-TOTAL
                   MOVE WS-REP-TOTAL TO WS-REP-ACHADA
                   MOVE ARE-AGENCIA
                       TO WS-REP-E-AGENCIA (WS-REP-ACHADA)
                   MOVE WS-AUDRES-RES-NOME
                       TO WS-REP-E-NOME (WS-REP-ACHADA)
                   MOVE WS-AUDRES-RES-VOO
                       TO WS-REP-E-VOO (WS-REP-ACHADA)
                   MOVE ZEROES TO WS-REP-E-CONTA (WS-REP-ACHADA)
               ELSE
                   MOVE "S" TO WS-REP-CHEIA
               END-IF
           END-IF.

           IF WS-REP-ACHADA > ZEROES
               ADD 1 TO WS-REP-E-CONTA (WS-REP-ACHADA)
               MOVE WS-AUDRES-RES-ID
                   TO WS-REP-E-RESERVA (WS-REP-ACHADA)
           END-IF.

       P320-DEBITAR-REPETICAO.

           MOVE WS-REP-E-AGENCIA (WS-REP-I) TO WS-NADM-AGENCIA.
           MOVE "C" TO WS-NADM-TIPO.
           MOVE WS-REP-E-NOME (WS-REP-I) TO WS-OR-NOME.
           MOVE WS-REP-E-VOO (WS-REP-I) TO WS-OR-VOO.
           MOVE WS-ORIGEM-REPETICAO TO WS-NADM-ORIGEM.
           MOVE WS-REP-E-RESERVA (WS-REP-I) TO WS-NADM-RESERVA-ID.
           MOVE WS-REP-E-VOO (WS-REP-I) TO WS-NADM-VOO-CHAVE.
           MOVE WS-REP-E-NOME (WS-REP-I) TO WS-NADM-NOME.
           MOVE SPACES TO WS-NADM-MOTIVO.
           STRING "RESERVA REPETIDA " DELIMITED BY SIZE
                   WS-REP-E-CONTA (WS-REP-I) DELIMITED BY SIZE
                   " VEZES" DELIMITED BY SIZE
               INTO WS-NADM-MOTIVO
           END-STRING.
           COMPUTE WS-NADM-VALOR =
                   (WS-REP-E-CONTA (WS-REP-I) - 1) * WS-CFG-TAXA-REPET.
           PERFORM P500-EMITIR-NOTA.

      *    BLOCOS CUJO PRAZO PASSOU COM LUGARES POR UTILIZAR - A
      *    AGENCIA RETEVE-OS ATE AO FIM SEM OS DEVOLVER A VENDA
       P400-VERIFICAR-BLOCOS.

           MOVE ZEROES TO ALT-ID.
           MOVE "N" TO WS-EXIT-OK.
           START ALLOTMENTSINPUT KEY IS NOT LESS THAN ALT-ID
               INVALID KEY
                   MOVE "S" TO WS-EXIT-OK
           END-START.

           PERFORM UNTIL WS-EXIT-OK = "S"
               READ ALLOTMENTSINPUT NEXT
                   AT END
                       MOVE "S" TO WS-EXIT-OK
                   NOT AT END
                       IF ALT-PRAZO < WS-DATA-HOJE
                               AND ALT-USADOS < ALT-LUGARES
                           PERFORM P410-DEBITAR-BLOCO
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "N" TO WS-EXIT-OK.

       P410-DEBITAR-BLOCO.

           MOVE ALT-VOO-CHAVE TO VOOSINPUT-CHAVE.
           READ VOOSINPUT
               INVALID KEY
                   DISPLAY "VOO DO BLOCO " ALT-ID
                           " NAO ENCONTRADO - BLOCO NAO DEBITADO"
               NOT INVALID KEY
                   PERFORM P420-CALCULAR-DEBITO-BLOCO
           END-READ.

       P420-CALCULAR-DEBITO-BLOCO.

           COMPUTE WS-LUGARES-NAO-USADOS = ALT-LUGARES - ALT-USADOS.
           IF ALT-CLASSE = "X"
               MOVE VOOSINPUT-TARIFA-EXEC TO WS-TARIFA-BASE
           ELSE
               MOVE VOOSINPUT-TARIFA TO WS-TARIFA-BASE
           END-IF.
           MOVE 1 TO WS-TAXA-ATUAL.
           IF VOOSINPUT-MOEDA NOT = SPACES
                   AND VOOSINPUT-MOEDA NOT = "EUR"
               MOVE VOOSINPUT-MOEDA TO WS-MOEDA-PEDIDA
               PERFORM P430-OBTER-TAXA
           END-IF.

           MOVE ALT-AGENCIA TO WS-NADM-AGENCIA.
           MOVE "A" TO WS-NADM-TIPO.
           MOVE ALT-ID TO WS-OB-BLOCO.
           MOVE WS-ORIGEM-BLOCO TO WS-NADM-ORIGEM.
           MOVE ZEROES TO WS-NADM-RESERVA-ID.
           MOVE ALT-VOO-CHAVE TO WS-NADM-VOO-CHAVE.
           MOVE SPACES TO WS-NADM-NOME.
           MOVE SPACES TO WS-NADM-MOTIVO.
           STRING "BLOCO " DELIMITED BY SIZE
                   ALT-ID DELIMITED BY SIZE
                   " RETIDO " DELIMITED BY SIZE
                   WS-LUGARES-NAO-USADOS DELIMITED BY SIZE
                   " LUG APOS PRAZO" DELIMITED BY SIZE
               INTO WS-NADM-MOTIVO
           END-STRING.
           COMPUTE WS-NADM-VALOR ROUNDED =
                   WS-LUGARES-NAO-USADOS * WS-TARIFA-BASE
                   * WS-CFG-PENAL-BLOCO / 100 * WS-TAXA-ATUAL.
           IF WS-NADM-VALOR > 0
               PERFORM P500-EMITIR-NOTA
           END-IF.

       P430-OBTER-TAXA.

           OPEN INPUT CAMBIOSINPUT.
           MOVE ZEROES TO WS-TAXA-DATA.
           IF WS-CAMB-STATUS-OK
               MOVE WS-MOEDA-PEDIDA TO CAMB-MOEDA
               MOVE ZEROES TO CAMB-INICIO
               MOVE "N" TO WS-EXIT-OK
               START CAMBIOSINPUT KEY IS NOT LESS THAN CAMB-CHAVE
                   INVALID KEY
                       MOVE "S" TO WS-EXIT-OK
               END-START
               PERFORM UNTIL WS-EXIT-OK = "S"
                   READ CAMBIOSINPUT NEXT
                       AT END
                           MOVE "S" TO WS-EXIT-OK
                       NOT AT END
                           IF CAMB-MOEDA NOT = WS-MOEDA-PEDIDA
                               MOVE "S" TO WS-EXIT-OK
                           ELSE
                               IF CAMB-INICIO <= WS-DATA-HOJE
                                       AND CAMB-INICIO >= WS-TAXA-DATA
                                   MOVE CAMB-TAXA TO WS-TAXA-ATUAL
                                   MOVE CAMB-INICIO TO WS-TAXA-DATA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CAMBIOSINPUT
           END-IF.
           MOVE "N" TO WS-EXIT-OK.

      *    UMA NOTA POR INFRACAO: SE A ORIGEM JA TEM NOTA NAO SE EMITE
      *    OUTRA
       P500-EMITIR-NOTA.

           MOVE WS-NADM-ORIGEM TO ADM-ORIGEM.
           READ ADMINPUT KEY IS ADM-ORIGEM
               INVALID KEY
                   PERFORM P510-GRAVAR-NOTA
               NOT INVALID KEY
                   ADD 1 TO WS-TOTAL-JA-EMITIDAS
           END-READ.

       P510-GRAVAR-NOTA.

           MOVE WS-CHAVE-CTRL-ADM TO CTRL-CHAVE.
           PERFORM P530-PROX-NUMERO.
           MOVE WS-PROX-NUMERO TO ADM-ID.
           MOVE WS-NADM-AGENCIA TO ADM-AGENCIA.
           MOVE WS-NADM-TIPO TO ADM-TIPO.
           MOVE WS-NADM-ORIGEM TO ADM-ORIGEM.
           MOVE WS-NADM-RESERVA-ID TO ADM-RESERVA-ID.
           MOVE WS-NADM-VOO-CHAVE TO ADM-VOO-CHAVE.
           MOVE WS-NADM-NOME TO ADM-NOME.
           MOVE WS-NADM-MOTIVO TO ADM-MOTIVO.
           MOVE WS-NADM-VALOR TO ADM-VALOR.
           MOVE WS-DATA-HOJE TO ADM-DATA.
           MOVE "E" TO ADM-ESTADO.
           MOVE WS-DATA-HOJE TO ADM-DATA-ESTADO.
           MOVE ZEROES TO ADM-LIQ-MES.
           WRITE ADMINPUT-REG
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR A NOTA DE DEBITO " ADM-ID
               NOT INVALID KEY
                   ADD 1 TO WS-TOTAL-NOVAS
                   ADD ADM-VALOR TO WS-VALOR-NOVAS
                   PERFORM P520-LISTAR-NOTA
           END-WRITE.

       P520-LISTAR-NOTA.

           MOVE ADM-ID TO WS-AL-ID.
           MOVE ADM-AGENCIA TO WS-AL-AGENCIA.
           MOVE ADM-TIPO TO WS-AL-TIPO.
           MOVE ADM-RESERVA-ID TO WS-AL-RESERVA.
           MOVE ADM-VOO-NUMERO TO WS-AL-VOO-NUMERO.
           MOVE ADM-VOO-DATA TO WS-AL-VOO-DATA.
           MOVE ADM-NOME TO WS-AL-NOME.
           MOVE ADM-MOTIVO TO WS-AL-MOTIVO.
           MOVE ADM-VALOR TO WS-AL-VALOR.
           MOVE WS-ADM-LINHA TO ADMOUTPUT-LINHA.
           WRITE ADMOUTPUT-LINHA.

       P530-PROX-NUMERO.

           READ CONTROLOINPUT
               INVALID KEY
                   MOVE 1 TO WS-PROX-NUMERO
                   MOVE WS-PROX-NUMERO TO CTRL-ULTIMO-NUM
                   WRITE CONTROLOINPUT-REG
               NOT INVALID KEY
                   ADD 1 TO CTRL-ULTIMO-NUM
                   MOVE CTRL-ULTIMO-NUM TO WS-PROX-NUMERO
                   REWRITE CONTROLOINPUT-REG
           END-READ.

      *    EMITIDAS (POR RECUPERAR), DISPUTADAS, RECUPERADAS NA
      *    LIQUIDACAO E ANULADAS, POR AGENCIA
       P600-RESUMO-POR-AGENCIA.

           MOVE ZEROES TO WS-TABELA-RESUMO.
           MOVE ZEROES TO WS-RESUMO-TOTAL.
           MOVE ZEROES TO WS-RSM-TOTAL.
           MOVE ZEROES TO ADM-ID.
           MOVE "N" TO WS-EXIT-OK.
           START ADMINPUT KEY IS NOT LESS THAN ADM-ID
               INVALID KEY
                   MOVE "S" TO WS-EXIT-OK
           END-START.
           PERFORM UNTIL WS-EXIT-OK = "S"
               READ ADMINPUT NEXT
                   AT END
                       MOVE "S" TO WS-EXIT-OK
                   NOT AT END
                       PERFORM P610-ACUMULAR-RESUMO
               END-READ
           END-PERFORM.
           MOVE "N" TO WS-EXIT-OK.

           MOVE SPACES TO ADMOUTPUT-LINHA.
           WRITE ADMOUTPUT-LINHA.
           MOVE "RESUMO POR AGENCIA (QTD / VALOR)" TO ADMOUTPUT-LINHA.
           WRITE ADMOUTPUT-LINHA.
           MOVE SPACES TO ADMOUTPUT-LINHA.
           STRING "AGEN  " DELIMITED BY SIZE
                   "     POR RECUPERAR  " DELIMITED BY SIZE
                   "        DISPUTADAS  " DELIMITED BY SIZE
                   "       RECUPERADAS  " DELIMITED BY SIZE
                   "           ANULADAS" DELIMITED BY SIZE
               INTO ADMOUTPUT-LINHA
           END-STRING.
           WRITE ADMOUTPUT-LINHA.

           MOVE 1 TO WS-RSM-I.
           PERFORM UNTIL WS-RSM-I > WS-RSM-TOTAL
               MOVE SPACES TO WS-RSM-LINHA
               MOVE WS-RSM-E-AGENCIA (WS-RSM-I) TO WS-RL-AGENCIA
               MOVE 1 TO WS-RSM-EST
               PERFORM UNTIL WS-RSM-EST > 4
                   MOVE WS-RSM-E-QTD (WS-RSM-I, WS-RSM-EST)
                       TO WS-RL-QTD (WS-RSM-EST)
                   MOVE WS-RSM-E-VALOR (WS-RSM-I, WS-RSM-EST)
                       TO WS-RL-VALOR (WS-RSM-EST)
                   ADD 1 TO WS-RSM-EST
               END-PERFORM
               MOVE WS-RSM-LINHA TO ADMOUTPUT-LINHA
               WRITE ADMOUTPUT-LINHA
               ADD 1 TO WS-RSM-I
           END-PERFORM.

           MOVE SPACES TO WS-RSM-LINHA.
           MOVE "TOTAL" TO WS-RL-AGENCIA.
           MOVE 1 TO WS-RSM-EST.
           PERFORM UNTIL WS-RSM-EST > 4
               MOVE WS-RST-QTD (WS-RSM-EST) TO WS-RL-QTD (WS-RSM-EST)
               MOVE WS-RST-VALOR (WS-RSM-EST)
                   TO WS-RL-VALOR (WS-RSM-EST)
               ADD 1 TO WS-RSM-EST
           END-PERFORM.
           MOVE WS-RSM-LINHA TO ADMOUTPUT-LINHA.
           WRITE ADMOUTPUT-LINHA.

       P610-ACUMULAR-RESUMO.

           EVALUATE TRUE
               WHEN ADM-EMITIDA
                   MOVE 1 TO WS-RSM-EST
               WHEN ADM-DISPUTADA
                   MOVE 2 TO WS-RSM-EST
               WHEN ADM-RECUPERADA
                   MOVE 3 TO WS-RSM-EST
               WHEN OTHER
                   MOVE 4 TO WS-RSM-EST
           END-EVALUATE.

           MOVE ZEROES TO WS-RSM-ACHADA.
           MOVE 1 TO WS-RSM-I.
           PERFORM UNTIL WS-RSM-I > WS-RSM-TOTAL
               IF WS-RSM-E-AGENCIA (WS-RSM-I) = ADM-AGENCIA
                   MOVE WS-RSM-I TO WS-RSM-ACHADA
                   MOVE WS-RSM-TOTAL TO WS-RSM-I
               END-IF
               ADD 1 TO WS-RSM-I
           END-PERFORM.
           IF WS-RSM-ACHADA = ZEROES AND WS-RSM-TOTAL < 50
               ADD 1 TO WS-RSM-TOTAL
               MOVE WS-RSM-TOTAL TO WS-RSM-ACHADA
               MOVE ADM-AGENCIA TO WS-RSM-E-AGENCIA (WS-RSM-ACHADA)
           END-IF.

           IF WS-RSM-ACHADA > ZEROES
               ADD 1 TO WS-RSM-E-QTD (WS-RSM-ACHADA, WS-RSM-EST)
               ADD ADM-VALOR
                   TO WS-RSM-E-VALOR (WS-RSM-ACHADA, WS-RSM-EST)
           END-IF.
           ADD 1 TO WS-RST-QTD (WS-RSM-EST).
           ADD ADM-VALOR TO WS-RST-VALOR (WS-RSM-EST).

       P090-CARREGAR-AMBIENTE.

           CALL 'amb_util.o' USING WS-AMB-AREA.
           DISPLAY "AMBIENTE ATIVO: " WS-AMB-CODIGO.
           MOVE SPACES TO WS-CAM-ERROS.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/erros.txt" DELIMITED BY SIZE
               INTO WS-CAM-ERROS
           END-STRING.
           MOVE SPACES TO WS-CAM-AGRES.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/project/agres.dat" DELIMITED BY SIZE
               INTO WS-CAM-AGRES
           END-STRING.
           MOVE SPACES TO WS-CAM-RESERVAS.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/project/reservas.dat" DELIMITED BY SIZE
               INTO WS-CAM-RESERVAS
           END-STRING.
           MOVE SPACES TO WS-CAM-VOOS.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/project/voos.dat" DELIMITED BY SIZE
               INTO WS-CAM-VOOS
           END-STRING.
           MOVE SPACES TO WS-CAM-PRECOS.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/precos.dat" DELIMITED BY SIZE
               INTO WS-CAM-PRECOS
           END-STRING.
           MOVE SPACES TO WS-CAM-ALLOTMENTS.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/allotments.dat" DELIMITED BY SIZE
               INTO WS-CAM-ALLOTMENTS
           END-STRING.
           MOVE SPACES TO WS-CAM-AUDITRES.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/auditres.txt" DELIMITED BY SIZE
               INTO WS-CAM-AUDITRES
           END-STRING.
           MOVE SPACES TO WS-CAM-CAMBIOS.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/cambios.dat" DELIMITED BY SIZE
               INTO WS-CAM-CAMBIOS
           END-STRING.
           MOVE SPACES TO WS-CAM-CONFIG.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/project/config.dat" DELIMITED BY SIZE
               INTO WS-CAM-CONFIG
           END-STRING.
           MOVE SPACES TO WS-CAM-CONTROLO.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/project/controlo.dat" DELIMITED BY SIZE
               INTO WS-CAM-CONTROLO
           END-STRING.
           MOVE SPACES TO WS-CAM-ADM.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/project/admagen.dat" DELIMITED BY SIZE
               INTO WS-CAM-ADM
           END-STRING.
           MOVE SPACES TO WS-CAM-ADMREL.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/admagen.txt" DELIMITED BY SIZE
               INTO WS-CAM-ADMREL
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

       END PROGRAM ADMAGEN.
