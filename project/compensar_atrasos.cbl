       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPATRASO.

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

       SELECT RESERVASINPUT ASSIGN TO
           WS-CAM-RESERVAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RESERVA-ID
           FILE STATUS IS WS-FICHEIRO-STATUS-RESERVA.

       SELECT PARTIDASINPUT ASSIGN TO
           WS-CAM-PARTIDAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PART-CHAVE
           FILE STATUS IS WS-FICHEIRO-STATUS-PART.

       SELECT ROTASINPUT ASSIGN TO
           WS-CAM-ROTAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ROTA-NOME
           FILE STATUS IS WS-FICHEIRO-STATUS-ROTA.

       SELECT DIARIOINPUT ASSIGN TO
           WS-CAM-DIARIO
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FICHEIRO-STATUS-DIA.

       SELECT COMPENSACOESINPUT ASSIGN TO
           WS-CAM-COMPENSACOES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CMP-RESERVA-ID
           FILE STATUS IS WS-FICHEIRO-STATUS-CMP.

       SELECT NOTIFICACOESINPUT ASSIGN TO
           WS-CAM-NOTIFICACOES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NOTIF-ID
           FILE STATUS IS WS-FICHEIRO-STATUS-NOTIF.

       SELECT PASSAGEIROSINPUT ASSIGN TO
           WS-CAM-PASSAGEIROS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PAX-ID
           FILE STATUS IS WS-FICHEIRO-STATUS-PAX.

       SELECT CONTACTOS ASSIGN TO
           WS-CAM-CONTACTOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ID-CONTACTO
           ALTERNATE RECORD KEY IS NM-CONTACTO WITH DUPLICATES
           FILE STATUS IS WS-FICHEIRO-STATUS-CONT.

       SELECT CONTROLOINPUT ASSIGN TO
           WS-CAM-CONTROLO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CTRL-CHAVE
           FILE STATUS IS WS-FICHEIRO-STATUS-CTRL.

       SELECT COMPENSAOUTPUT ASSIGN TO
           WS-CAM-COMPENSA
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
                   88 VOO-PARTIU VALUE 'P'.
                   88 VOO-CANCELADO VALUE 'C'.
                   88 VOO-FECHADO VALUE 'F'.
               05 VOOSINPUT-AERONAVE PIC X(08).
               05 VOOSINPUT-PORTA PIC X(03).
               05 VOOSINPUT-HORA-REVISTA PIC 9(04).
               05 VOOSINPUT-MOEDA PIC X(03).
               05 VOOSINPUT-TIPO PIC X(01).

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

           FD PARTIDASINPUT.
           01 PARTIDASINPUT-REG.
               05 PART-CHAVE.
                   10 PART-VOO-NUMERO PIC 9(04).
                   10 PART-VOO-DATA PIC 9(08).
               05 PART-DATA-REAL PIC 9(08).
               05 PART-HORA-REAL PIC 9(04).

           FD ROTASINPUT.
           01 ROTASINPUT-REG.
               05 ROTA-NOME PIC X(10).
               05 ROTA-BLOCO-MIN PIC 9(03).
               05 ROTA-ORIGEM PIC X(10).
               05 ROTA-DESTINO PIC X(10).
               05 ROTA-DISTANCIA-KM PIC 9(05).

           FD DIARIOINPUT.
           01 DIARIOINPUT-LINHA PIC X(87).

           FD COMPENSACOESINPUT.
           01 COMPENSACOESINPUT-REG.
               05 CMP-RESERVA-ID PIC 9(04).
               05 CMP-VOO-CHAVE.
                   10 CMP-VOO-NUMERO PIC 9(04).
                   10 CMP-VOO-DATA PIC 9(08).
               05 CMP-VOO-NOME PIC X(10).
               05 CMP-PAX-ID PIC 9(04).
               05 CMP-NOME PIC X(10).
               05 CMP-MOTIVO PIC X(01).
                   88 CMP-POR-ATRASO VALUE "A".
                   88 CMP-POR-CANCELAMENTO VALUE "C".
               05 CMP-ATRASO-MIN PIC 9(05).
               05 CMP-AVISO-DIAS PIC 9(03).
               05 CMP-DISTANCIA-KM PIC 9(05).
               05 CMP-VALOR PIC 9(04)V99.
               05 CMP-DATA-APURADA PIC 9(08).
               05 CMP-ESTADO PIC X(01).
                   88 CMP-PENDENTE VALUE "P".
                   88 CMP-PAGA VALUE "G".
                   88 CMP-RECUSADA VALUE "R".

           FD NOTIFICACOESINPUT.
           01 NOTIFICACOESINPUT-REG.
               05 NOTIF-ID PIC 9(04).
               05 NOTIF-TIPO PIC X(01).
               05 NOTIF-PAX-ID PIC 9(04).
               05 NOTIF-NOME PIC X(20).
               05 NOTIF-TELEFONE PIC X(15).
               05 NOTIF-EMAIL PIC X(30).
               05 NOTIF-VOO PIC X(10).
               05 NOTIF-MENSAGEM PIC X(40).
               05 NOTIF-CONTACTADO PIC X(01).
               05 NOTIF-DATA PIC 9(08).

           FD PASSAGEIROSINPUT.
           01 PASSAGEIROSINPUT-REG.
               05 PAX-ID PIC 9(04).
               05 PAX-NOME PIC X(20).
               05 PAX-CONTACTO-ID PIC 9(06).
               05 PAX-DOC-TIPO PIC X(02).
               05 PAX-DOC-NUMERO PIC X(12).
               05 PAX-NACIONALIDADE PIC X(03).
               05 PAX-DOC-VALIDADE PIC 9(08).
               05 PAX-TIPO PIC X(01).
               05 PAX-DATA-NASC PIC 9(08).
               05 PAX-UM PIC X(01).

           FD CONTACTOS.
           01 REG-CONTACTOS.
               05 ID-CONTACTO    PIC 9(06).
               05 NM-CONTACTO    PIC X(20).
               05 TEL-CONTACTO   PIC X(15).
               05 EMAIL-CONTACTO PIC X(30).
               05 CAT-CONTACTO  PIC X(01).

           FD CONTROLOINPUT.
           01 CONTROLOINPUT-REG.
               05 CTRL-CHAVE PIC X(06).
               05 CTRL-ULTIMO-NUM PIC 9(04).

           FD COMPENSAOUTPUT.
           01 COMPENSAOUTPUT-LINHA PIC X(90).

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
               05 WS-ERR-L-PROG PIC X(10) VALUE "COMPATRASO".
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
           77 WS-CAM-VOOS PIC X(80) VALUE
               "/Users/antonyferreira/Documents/Cobol/project/voos.dat".
           77 WS-CAM-RESERVAS PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/project/reservas.dat".
           77 WS-CAM-PARTIDAS PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/project/partidas.dat"
           .
           77 WS-CAM-ROTAS PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/rotas.dat".
           77 WS-CAM-DIARIO PIC X(80) VALUE
               "/Users/antonyferreira/Documents/Cobol/diario.txt".
           77 WS-CAM-COMPENSACOES PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/project/compensa.dat"
           .
           77 WS-CAM-NOTIFICACOES PIC X(80) VALUE
               "/Users/antonyferreira/Documents/Cobol/notificacoes.dat".
           77 WS-CAM-PASSAGEIROS PIC X(80) VALUE
               "/Users/antonyferreira/Documents/Cobol/passageiros.dat".
           77 WS-CAM-CONTACTOS PIC X(80) VALUE
               "/Users/antonyferreira/Documents/Cobol/contactos.dat".
           77 WS-CAM-CONTROLO PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/project/controlo.dat".
           77 WS-CAM-COMPENSA PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/compensa.txt".

           01 WS-FICHEIRO-STATUS-VOO PIC XX.
               88 WS-FICHEIRO-VOO-OK VALUE "00".

           01 WS-FICHEIRO-STATUS-RESERVA PIC XX.
               88 WS-RESERVA-STATUS-OK VALUE "00".

           01 WS-FICHEIRO-STATUS-PART PIC XX.
               88 WS-PART-STATUS-OK VALUE "00".

           01 WS-FICHEIRO-STATUS-ROTA PIC XX.
               88 WS-ROTA-STATUS-OK VALUE "00".

           01 WS-FICHEIRO-STATUS-DIA PIC XX.
               88 WS-DIA-STATUS-OK VALUE "00".

           01 WS-FICHEIRO-STATUS-CMP PIC XX.
               88 WS-CMP-STATUS-OK VALUE "00".
               88 WS-CMP-STATUS-INEXISTENTE VALUE "35".

           01 WS-FICHEIRO-STATUS-NOTIF PIC XX.
               88 WS-NOTIF-STATUS-OK VALUE "00".
               88 WS-NOTIF-STATUS-INEXISTENTE VALUE "35".

           01 WS-FICHEIRO-STATUS-PAX PIC XX.
               88 WS-PAX-STATUS-OK VALUE "00".

           01 WS-FICHEIRO-STATUS-CONT PIC XX.
               88 WS-CONT-STATUS-OK VALUE "00".

           01 WS-FICHEIRO-STATUS-CTRL PIC XX.
               88 WS-CTRL-STATUS-OK VALUE "00".

           01 WS-FICHEIRO-STATUS-REL PIC XX.
               88 WS-REL-STATUS-OK VALUE "00".

           01 WS-DIA-LINHA PIC X(87).
               01 FILLER REDEFINES WS-DIA-LINHA.
               05 WS-DIA-DATA PIC 9(08).
               05 FILLER PIC X(01).
               05 WS-DIA-HORA PIC 9(08).
               05 FILLER PIC X(01).
               05 WS-DIA-FICHEIRO PIC X(01).
               05 FILLER PIC X(01).
               05 WS-DIA-OP PIC X(01).
               05 FILLER PIC X(01).
               05 WS-DIA-IMAGEM PIC X(65).
               05 FILLER REDEFINES WS-DIA-IMAGEM.
                   10 WS-DIA-V-CHAVE PIC X(12).
                   10 FILLER PIC X(33).
                   10 WS-DIA-V-ESTADO PIC X(01).
                   10 FILLER PIC X(18).

           77 WS-EXIT-OK PIC X(01) VALUE "N".
           77 WS-EXIT-OK2 PIC X(01) VALUE "N".
           77 WS-DATA-HOJE PIC 9(08) VALUE ZEROES.
           77 WS-PROX-NUMERO PIC 9(04) VALUE ZEROES.
           77 WS-CHAVE-CTRL-NOTIF PIC X(02) VALUE "NT".
           77 WS-PARTIDAS-ABERTO PIC X(01) VALUE "N".
           77 WS-PAX-ABERTO PIC X(01) VALUE "N".
           77 WS-CONT-ABERTO PIC X(01) VALUE "N".

      *    LIMIARES E MONTANTES DO REGULAMENTO DE DIREITOS DOS
      *    PASSAGEIROS - ATRASO A PARTIR DE 3 HORAS, CANCELAMENTO
      *    COM MENOS DE 14 DIAS DE AVISO, VALOR POR BANDA DE DISTANCIA
           77 WS-LIM-ATRASO-MIN PIC 9(04) VALUE 180.
           77 WS-LIM-ATRASO-LONGO PIC 9(04) VALUE 240.
           77 WS-LIM-AVISO-DIAS PIC 9(03) VALUE 14.
           77 WS-LIM-KM-CURTO PIC 9(05) VALUE 1500.
           77 WS-LIM-KM-MEDIO PIC 9(05) VALUE 3500.
           77 WS-VALOR-CURTO PIC 9(04)V99 VALUE 250.
           77 WS-VALOR-MEDIO PIC 9(04)V99 VALUE 400.
           77 WS-VALOR-LONGO PIC 9(04)V99 VALUE 600.
           77 WS-VALOR-LONGO-REDUZIDO PIC 9(04)V99 VALUE 300.

           77 WS-CMP-ELEGIVEL PIC X(01) VALUE "N".
           77 WS-CMP-MOTIVO PIC X(01) VALUE SPACES.
           77 WS-CMP-ATRASO PIC S9(09) VALUE ZEROES.
           77 WS-CMP-AVISO PIC S9(07) VALUE ZEROES.
           77 WS-CMP-DISTANCIA PIC 9(05) VALUE ZEROES.
           77 WS-CMP-VALOR PIC 9(04)V99 VALUE ZEROES.
           77 WS-CMP-VALOR-ED PIC Z(3)9.99.
           77 WS-CMP-TOTAL-ED PIC Z(7)9.99.
           77 WS-CMP-DATA-CANC PIC 9(08) VALUE ZEROES.
           77 WS-MIN-PREVISTO PIC S9(09) VALUE ZEROES.
           77 WS-MIN-REAL PIC S9(09) VALUE ZEROES.
           77 WS-SERIAL-VOO PIC 9(07) VALUE ZEROES.

           77 WS-TOTAL-VOOS-ATRASO PIC 9(04) VALUE ZEROES.
           77 WS-TOTAL-VOOS-CANC PIC 9(04) VALUE ZEROES.
           77 WS-TOTAL-SEM-DISTANCIA PIC 9(04) VALUE ZEROES.
           77 WS-TOTAL-DIREITOS PIC 9(05) VALUE ZEROES.
           77 WS-TOTAL-JA-APURADOS PIC 9(05) VALUE ZEROES.
           77 WS-TOTAL-VALOR PIC 9(08)V99 VALUE ZEROES.

      *    DATA EM QUE CADA VOO PASSOU A CANCELADO, OBTIDA DO DIARIO
      *    DE TRANSACOES (PRIMEIRA IMAGEM DO VOO COM ESTADO C)
           77 WS-CANC-TOTAL PIC 9(03) VALUE ZEROES.
           77 WS-CANC-I PIC 9(03) VALUE ZEROES.
           77 WS-CANC-ACHOU PIC X(01) VALUE "N".
           01 WS-TABELA-CANC.
               05 WS-CANC-ENT OCCURS 500 TIMES.
                   10 WS-CANC-CHAVE PIC X(12).
                   10 WS-CANC-DATA PIC 9(08).

           01 WS-VOO-CHAVE-ALVO.
               05 WS-VOO-ALVO-NUMERO PIC 9(04).
               05 WS-VOO-ALVO-DATA PIC 9(08).

           01 WS-HORA-SPLIT PIC 9(04) VALUE ZEROES.
           01 WS-HORA-SPLIT-R REDEFINES WS-HORA-SPLIT.
               05 WS-HORA-HH PIC 9(02).
               05 WS-HORA-MM PIC 9(02).

           77 WS-DIA-SERIAL PIC 9(07) VALUE ZEROES.
           77 WS-SER-TEMP PIC 9(04) VALUE ZEROES.
           77 WS-SER-DIV PIC 9(04) VALUE ZEROES.
           77 WS-MES-AUX PIC 9(02) VALUE ZEROES.
           77 WS-MES-GUARDA PIC 9(02) VALUE ZEROES.
           77 WS-DIAS-NO-MES PIC 9(02) VALUE ZEROES.
           77 WS-DIV-TEMP PIC 9(04) VALUE ZEROES.
           77 WS-RESTO-4 PIC 9(04) VALUE ZEROES.
           77 WS-RESTO-100 PIC 9(04) VALUE ZEROES.
           77 WS-RESTO-400 PIC 9(04) VALUE ZEROES.

           01 WS-DATA-SPLIT PIC 9(08) VALUE ZEROES.
           01 WS-DATA-SPLIT-R REDEFINES WS-DATA-SPLIT.
               05 WS-DATA-ANO PIC 9(04).
               05 WS-DATA-MES PIC 9(02).
               05 WS-DATA-DIA PIC 9(02).

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           PERFORM P090-CARREGAR-AMBIENTE.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.

           OPEN INPUT VOOSINPUT.
           IF NOT WS-FICHEIRO-VOO-OK
               MOVE "VOOS" TO WS-ERR-L-FICH
               MOVE WS-FICHEIRO-STATUS-VOO TO WS-ERR-L-ESTADO
               PERFORM P095-REGISTAR-ERRO-ABERTURA
               DISPLAY "FICHEIRO DE VOOS INDISPONIVEL"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT ROTASINPUT.
           IF NOT WS-ROTA-STATUS-OK
               MOVE "ROTAS" TO WS-ERR-L-FICH
               MOVE WS-FICHEIRO-STATUS-ROTA TO WS-ERR-L-ESTADO
               PERFORM P095-REGISTAR-ERRO-ABERTURA
               DISPLAY "SEM MESTRE DE ROTAS - DISTANCIAS INDISPONIVEIS"
               CLOSE VOOSINPUT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT RESERVASINPUT.
           MOVE "N" TO WS-PARTIDAS-ABERTO.
           OPEN INPUT PARTIDASINPUT.
           IF WS-PART-STATUS-OK
               MOVE "S" TO WS-PARTIDAS-ABERTO
           ELSE
               DISPLAY "SEM REGISTO DE PARTIDAS - SO CANCELAMENTOS "
                       "SERAO AVALIADOS"
           END-IF.
           OPEN I-O COMPENSACOESINPUT.
           IF WS-CMP-STATUS-INEXISTENTE
               OPEN OUTPUT COMPENSACOESINPUT
               CLOSE COMPENSACOESINPUT
               OPEN I-O COMPENSACOESINPUT
           END-IF.
           OPEN I-O NOTIFICACOESINPUT.
           IF WS-NOTIF-STATUS-INEXISTENTE
               OPEN OUTPUT NOTIFICACOESINPUT
               CLOSE NOTIFICACOESINPUT
               OPEN I-O NOTIFICACOESINPUT
           END-IF.
           OPEN INPUT PASSAGEIROSINPUT.
           IF WS-PAX-STATUS-OK
               MOVE "S" TO WS-PAX-ABERTO
           END-IF.
           OPEN INPUT CONTACTOS.
           IF WS-CONT-STATUS-OK
               MOVE "S" TO WS-CONT-ABERTO
           END-IF.
           OPEN I-O CONTROLOINPUT.
           OPEN OUTPUT COMPENSAOUTPUT.

           PERFORM P100-CARREGAR-CANCELAMENTOS.

           DISPLAY " ".
           DISPLAY "*** APURAMENTO DE COMPENSACOES POR ATRASO E "
                   "CANCELAMENTO ***".
           MOVE SPACES TO COMPENSAOUTPUT-LINHA.
           STRING "DIREITOS A COMPENSACAO APURADOS EM "
                   DELIMITED BY SIZE
                   WS-DATA-HOJE DELIMITED BY SIZE
               INTO COMPENSAOUTPUT-LINHA
           END-STRING.
           WRITE COMPENSAOUTPUT-LINHA.
           MOVE SPACES TO COMPENSAOUTPUT-LINHA.
           MOVE "RES." TO COMPENSAOUTPUT-LINHA (1:4).
           MOVE "VOO" TO COMPENSAOUTPUT-LINHA (9:3).
           MOVE "DATA" TO COMPENSAOUTPUT-LINHA (14:4).
           MOVE "PASSAGEIRO" TO COMPENSAOUTPUT-LINHA (23:10).
           MOVE "MOTIVO" TO COMPENSAOUTPUT-LINHA (34:6).
           MOVE "MIN" TO COMPENSAOUTPUT-LINHA (45:3).
           MOVE "DIAS" TO COMPENSAOUTPUT-LINHA (51:4).
           MOVE "KM" TO COMPENSAOUTPUT-LINHA (56:2).
           MOVE "EUR" TO COMPENSAOUTPUT-LINHA (62:3).
           WRITE COMPENSAOUTPUT-LINHA.

           MOVE ZEROES TO VOOSINPUT-CHAVE.
           SET WS-EXIT-OK TO "N".
           START VOOSINPUT KEY IS NOT LESS THAN VOOSINPUT-CHAVE
               INVALID KEY
                   SET WS-EXIT-OK TO "S"
           END-START.

           PERFORM UNTIL WS-EXIT-OK = "S"
               READ VOOSINPUT NEXT
                   AT END
                       SET WS-EXIT-OK TO "S"
                   NOT AT END
                       PERFORM P200-AVALIAR-VOO
               END-READ
           END-PERFORM.
           SET WS-EXIT-OK TO "N".

           CLOSE VOOSINPUT.
           CLOSE ROTASINPUT.
           CLOSE RESERVASINPUT.
           IF WS-PARTIDAS-ABERTO = "S"
               CLOSE PARTIDASINPUT
           END-IF.
           CLOSE COMPENSACOESINPUT.
           CLOSE NOTIFICACOESINPUT.
           IF WS-PAX-ABERTO = "S"
               CLOSE PASSAGEIROSINPUT
           END-IF.
           IF WS-CONT-ABERTO = "S"
               CLOSE CONTACTOS
           END-IF.
           CLOSE CONTROLOINPUT.

           MOVE WS-TOTAL-VALOR TO WS-CMP-TOTAL-ED.
           MOVE SPACES TO COMPENSAOUTPUT-LINHA.
           STRING "DIREITOS NOVOS " DELIMITED BY SIZE
                   WS-TOTAL-DIREITOS DELIMITED BY SIZE
                   " VALOR TOTAL EUR " DELIMITED BY SIZE
                   WS-CMP-TOTAL-ED DELIMITED BY SIZE
                   " ROTAS SEM DISTANCIA " DELIMITED BY SIZE
                   WS-TOTAL-SEM-DISTANCIA DELIMITED BY SIZE
               INTO COMPENSAOUTPUT-LINHA
           END-STRING.
           WRITE COMPENSAOUTPUT-LINHA.
           CLOSE COMPENSAOUTPUT.

           DISPLAY " ".
           DISPLAY "VOOS COM ATRASO ELEGIVEL: " WS-TOTAL-VOOS-ATRASO.
           DISPLAY "VOOS CANCELADOS COM AVISO CURTO: "
                   WS-TOTAL-VOOS-CANC.
           DISPLAY "VOOS NAO AVALIADOS POR ROTA SEM DISTANCIA: "
                   WS-TOTAL-SEM-DISTANCIA.
           DISPLAY "NOVOS DIREITOS A COMPENSACAO: " WS-TOTAL-DIREITOS.
           DISPLAY "JA APURADOS EM CORRIDAS ANTERIORES: "
                   WS-TOTAL-JA-APURADOS.
           DISPLAY "VALOR TOTAL DEVIDO (EUR): " WS-CMP-TOTAL-ED.
           DISPLAY "RELATORIO GRAVADO EM compensa.txt".

           IF WS-TOTAL-SEM-DISTANCIA > ZEROES
               MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.

      *    O DIARIO GUARDA A IMAGEM DO VOO APOS CADA ALTERACAO - A
      *    PRIMEIRA IMAGEM COM ESTADO C DA A DATA DO CANCELAMENTO
       P100-CARREGAR-CANCELAMENTOS.

           MOVE ZEROES TO WS-CANC-TOTAL.
           OPEN INPUT DIARIOINPUT.
           IF WS-DIA-STATUS-OK
               SET WS-EXIT-OK2 TO "N"
               PERFORM UNTIL WS-EXIT-OK2 = "S"
                   READ DIARIOINPUT
                       AT END
                           SET WS-EXIT-OK2 TO "S"
                       NOT AT END
                           MOVE DIARIOINPUT-LINHA TO WS-DIA-LINHA
                           IF WS-DIA-FICHEIRO = "V"
                                   AND WS-DIA-V-ESTADO = "C"
                               PERFORM P110-REGISTAR-CANCELAMENTO
                           END-IF
                   END-READ
               END-PERFORM
               SET WS-EXIT-OK2 TO "N"
               CLOSE DIARIOINPUT
           ELSE
               DISPLAY "DIARIO INDISPONIVEL - AVISO DE CANCELAMENTO "
                       "CONTADO A PARTIR DE HOJE"
           END-IF.

       P110-REGISTAR-CANCELAMENTO.

           MOVE WS-DIA-V-CHAVE TO WS-VOO-CHAVE-ALVO.
           PERFORM P120-PROCURAR-CANCELAMENTO.
           IF WS-CANC-ACHOU = "N" AND WS-CANC-TOTAL < 500
               ADD 1 TO WS-CANC-TOTAL
               MOVE WS-DIA-V-CHAVE TO WS-CANC-CHAVE (WS-CANC-TOTAL)
               MOVE WS-DIA-DATA TO WS-CANC-DATA (WS-CANC-TOTAL)
           END-IF.

       P120-PROCURAR-CANCELAMENTO.

           MOVE "N" TO WS-CANC-ACHOU.
           MOVE ZEROES TO WS-CMP-DATA-CANC.
           MOVE 1 TO WS-CANC-I.
           PERFORM UNTIL WS-CANC-I > WS-CANC-TOTAL
               IF WS-CANC-CHAVE (WS-CANC-I) = WS-VOO-CHAVE-ALVO
                   MOVE "S" TO WS-CANC-ACHOU
                   MOVE WS-CANC-DATA (WS-CANC-I) TO WS-CMP-DATA-CANC
                   MOVE WS-CANC-TOTAL TO WS-CANC-I
               END-IF
               ADD 1 TO WS-CANC-I
           END-PERFORM.

       P200-AVALIAR-VOO.

           MOVE "N" TO WS-CMP-ELEGIVEL.
           MOVE ZEROES TO WS-CMP-ATRASO.
           MOVE ZEROES TO WS-CMP-AVISO.
           MOVE VOOSINPUT-CHAVE TO WS-VOO-CHAVE-ALVO.

           EVALUATE TRUE
               WHEN VOO-CANCELADO
                   PERFORM P210-AVALIAR-CANCELAMENTO
               WHEN (VOO-PARTIU OR VOO-FECHADO)
                       AND WS-PARTIDAS-ABERTO = "S"
                   PERFORM P220-AVALIAR-ATRASO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           IF WS-CMP-ELEGIVEL = "S"
               PERFORM P230-OBTER-DISTANCIA
           END-IF.

           IF WS-CMP-ELEGIVEL = "S"
               IF WS-CMP-MOTIVO = "A"
                   ADD 1 TO WS-TOTAL-VOOS-ATRASO
               ELSE
                   ADD 1 TO WS-TOTAL-VOOS-CANC
               END-IF
               PERFORM P240-CALCULAR-VALOR
               PERFORM P300-PASSAGEIROS-DO-VOO
           END-IF.

      *    SEM REGISTO NO DIARIO O CANCELAMENTO CONTA COMO FEITO HOJE
       P210-AVALIAR-CANCELAMENTO.

           PERFORM P120-PROCURAR-CANCELAMENTO.
           IF WS-CANC-ACHOU = "N"
               MOVE WS-DATA-HOJE TO WS-CMP-DATA-CANC
           END-IF.

           MOVE VOOSINPUT-DATA TO WS-DATA-SPLIT.
           PERFORM P128-DIA-SERIAL.
           MOVE WS-DIA-SERIAL TO WS-SERIAL-VOO.
           MOVE WS-CMP-DATA-CANC TO WS-DATA-SPLIT.
           PERFORM P128-DIA-SERIAL.
           COMPUTE WS-CMP-AVISO = WS-SERIAL-VOO - WS-DIA-SERIAL.
           IF WS-CMP-AVISO < 0
               MOVE ZEROES TO WS-CMP-AVISO
           END-IF.

           IF WS-CMP-AVISO < WS-LIM-AVISO-DIAS
               MOVE "S" TO WS-CMP-ELEGIVEL
               MOVE "C" TO WS-CMP-MOTIVO
           END-IF.

      *    ATRASO MEDIDO ENTRE A PARTIDA PROGRAMADA E A REAL - O TEMPO
      *    DE BLOCO E O MESMO, LOGO O ATRASO NA CHEGADA E IGUAL
       P220-AVALIAR-ATRASO.

           MOVE VOOSINPUT-CHAVE TO PART-CHAVE.
           READ PARTIDASINPUT
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE VOOSINPUT-DATA TO WS-DATA-SPLIT
                   PERFORM P128-DIA-SERIAL
                   MOVE VOOSINPUT-HORA TO WS-HORA-SPLIT
                   COMPUTE WS-MIN-PREVISTO =
                           WS-DIA-SERIAL * 1440 +
                           WS-HORA-HH * 60 + WS-HORA-MM
                   MOVE PART-DATA-REAL TO WS-DATA-SPLIT
                   PERFORM P128-DIA-SERIAL
                   MOVE PART-HORA-REAL TO WS-HORA-SPLIT
                   COMPUTE WS-MIN-REAL =
                           WS-DIA-SERIAL * 1440 +
                           WS-HORA-HH * 60 + WS-HORA-MM
                   COMPUTE WS-CMP-ATRASO =
                           WS-MIN-REAL - WS-MIN-PREVISTO
                   IF WS-CMP-ATRASO >= WS-LIM-ATRASO-MIN
                       MOVE "S" TO WS-CMP-ELEGIVEL
                       MOVE "A" TO WS-CMP-MOTIVO
                   END-IF
           END-READ.

       P230-OBTER-DISTANCIA.

           MOVE ZEROES TO WS-CMP-DISTANCIA.
           MOVE VOOSINPUT-NOME TO ROTA-NOME.
           READ ROTASINPUT
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ROTA-DISTANCIA-KM TO WS-CMP-DISTANCIA
           END-READ.

           IF WS-CMP-DISTANCIA = ZEROES
               MOVE "N" TO WS-CMP-ELEGIVEL
               ADD 1 TO WS-TOTAL-SEM-DISTANCIA
               DISPLAY "VOO " VOOSINPUT-NUMERO " DE " VOOSINPUT-DATA
                       " ROTA " VOOSINPUT-NOME
                       " SEM DISTANCIA NO MESTRE - NAO AVALIADO"
               MOVE SPACES TO COMPENSAOUTPUT-LINHA
               STRING "VOO " DELIMITED BY SIZE
                       VOOSINPUT-NUMERO DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       VOOSINPUT-DATA DELIMITED BY SIZE
                       " ROTA " DELIMITED BY SIZE
                       VOOSINPUT-NOME DELIMITED BY SPACE
                       " SEM DISTANCIA - POR AVALIAR" DELIMITED BY SIZE
                   INTO COMPENSAOUTPUT-LINHA
               END-STRING
               WRITE COMPENSAOUTPUT-LINHA
           END-IF.

      *    ACIMA DE 3500 KM COM ATRASO ENTRE 3 E 4 HORAS O VALOR E
      *    REDUZIDO A METADE
       P240-CALCULAR-VALOR.

           EVALUATE TRUE
               WHEN WS-CMP-DISTANCIA <= WS-LIM-KM-CURTO
                   MOVE WS-VALOR-CURTO TO WS-CMP-VALOR
               WHEN WS-CMP-DISTANCIA <= WS-LIM-KM-MEDIO
                   MOVE WS-VALOR-MEDIO TO WS-CMP-VALOR
               WHEN WS-CMP-MOTIVO = "A"
                       AND WS-CMP-ATRASO < WS-LIM-ATRASO-LONGO
                   MOVE WS-VALOR-LONGO-REDUZIDO TO WS-CMP-VALOR
               WHEN OTHER
                   MOVE WS-VALOR-LONGO TO WS-CMP-VALOR
           END-EVALUATE.

      *    NO ATRASO SO CONTA QUEM SE APRESENTOU (CHECK-IN OU
      *    EMBARQUE); NO CANCELAMENTO TODAS AS RESERVAS DO VOO
       P300-PASSAGEIROS-DO-VOO.

           MOVE ZEROES TO RESERVA-ID.
           SET WS-EXIT-OK2 TO "N".
           START RESERVASINPUT KEY IS NOT LESS THAN RESERVA-ID
               INVALID KEY
                   SET WS-EXIT-OK2 TO "S"
           END-START.

           PERFORM UNTIL WS-EXIT-OK2 = "S"
               READ RESERVASINPUT NEXT
                   AT END
                       SET WS-EXIT-OK2 TO "S"
                   NOT AT END
                       IF RESERVA-VOO-CHAVE = WS-VOO-CHAVE-ALVO
                           IF WS-CMP-MOTIVO = "C"
                                   OR RESERVA-EMBARCOU = "S"
                                   OR RESERVA-CHECKIN = "S"
                               PERFORM P310-REGISTAR-DIREITO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           SET WS-EXIT-OK2 TO "N".

       P310-REGISTAR-DIREITO.

           MOVE RESERVA-ID TO CMP-RESERVA-ID.
           READ COMPENSACOESINPUT
               INVALID KEY
                   PERFORM P320-GRAVAR-DIREITO
               NOT INVALID KEY
                   ADD 1 TO WS-TOTAL-JA-APURADOS
           END-READ.

       P320-GRAVAR-DIREITO.

           MOVE RESERVA-ID TO CMP-RESERVA-ID.
           MOVE VOOSINPUT-CHAVE TO CMP-VOO-CHAVE.
           MOVE VOOSINPUT-NOME TO CMP-VOO-NOME.
           MOVE RESERVA-PAX-ID TO CMP-PAX-ID.
           MOVE RESERVA-NOME TO CMP-NOME.
           MOVE WS-CMP-MOTIVO TO CMP-MOTIVO.
           IF WS-CMP-ATRASO > 99999
               MOVE 99999 TO CMP-ATRASO-MIN
           ELSE
               MOVE WS-CMP-ATRASO TO CMP-ATRASO-MIN
           END-IF.
           IF WS-CMP-AVISO > 999
               MOVE 999 TO CMP-AVISO-DIAS
           ELSE
               MOVE WS-CMP-AVISO TO CMP-AVISO-DIAS
           END-IF.
           MOVE WS-CMP-DISTANCIA TO CMP-DISTANCIA-KM.
           MOVE WS-CMP-VALOR TO CMP-VALOR.
           MOVE WS-DATA-HOJE TO CMP-DATA-APURADA.
           MOVE "P" TO CMP-ESTADO.
           WRITE COMPENSACOESINPUT-REG
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR DIREITO DA RESERVA "
                           RESERVA-ID
               NOT INVALID KEY
                   ADD 1 TO WS-TOTAL-DIREITOS
                   ADD WS-CMP-VALOR TO WS-TOTAL-VALOR
                   PERFORM P330-ESCREVER-LINHA
                   PERFORM P400-NOTIFICAR-DIREITO
           END-WRITE.

       P330-ESCREVER-LINHA.

           MOVE WS-CMP-VALOR TO WS-CMP-VALOR-ED.
           MOVE SPACES TO COMPENSAOUTPUT-LINHA.
           MOVE CMP-RESERVA-ID TO COMPENSAOUTPUT-LINHA (1:4).
           MOVE CMP-VOO-NUMERO TO COMPENSAOUTPUT-LINHA (9:4).
           MOVE CMP-VOO-DATA TO COMPENSAOUTPUT-LINHA (14:8).
           MOVE CMP-NOME TO COMPENSAOUTPUT-LINHA (23:10).
           IF CMP-POR-ATRASO
               MOVE "ATRASO" TO COMPENSAOUTPUT-LINHA (34:11)
           ELSE
               MOVE "CANCELADO" TO COMPENSAOUTPUT-LINHA (34:11)
           END-IF.
           MOVE CMP-ATRASO-MIN TO COMPENSAOUTPUT-LINHA (45:5).
           MOVE CMP-AVISO-DIAS TO COMPENSAOUTPUT-LINHA (52:3).
           MOVE CMP-DISTANCIA-KM TO COMPENSAOUTPUT-LINHA (56:5).
           MOVE WS-CMP-VALOR-ED TO COMPENSAOUTPUT-LINHA (62:7).
           WRITE COMPENSAOUTPUT-LINHA.

       P400-NOTIFICAR-DIREITO.

           MOVE SPACES TO NOTIF-TELEFONE NOTIF-EMAIL.
           IF WS-PAX-ABERTO = "S" AND RESERVA-PAX-ID > 0
               MOVE RESERVA-PAX-ID TO PAX-ID
               READ PASSAGEIROSINPUT
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF WS-CONT-ABERTO = "S" AND PAX-CONTACTO-ID > 0
                           MOVE PAX-CONTACTO-ID TO ID-CONTACTO
                           READ CONTACTOS
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   MOVE TEL-CONTACTO TO NOTIF-TELEFONE
                                   MOVE EMAIL-CONTACTO TO NOTIF-EMAIL
                           END-READ
                       END-IF
               END-READ
           END-IF.

           MOVE WS-CHAVE-CTRL-NOTIF TO CTRL-CHAVE.
           PERFORM P350-PROX-NUMERO.
           MOVE WS-PROX-NUMERO TO NOTIF-ID.
           MOVE "I" TO NOTIF-TIPO.
           MOVE RESERVA-PAX-ID TO NOTIF-PAX-ID.
           MOVE RESERVA-NOME TO NOTIF-NOME.
           MOVE VOOSINPUT-NOME TO NOTIF-VOO.
           MOVE SPACES TO NOTIF-MENSAGEM.
           STRING "DIREITO A COMPENSACAO DE EUR " DELIMITED BY SIZE
                   WS-CMP-VALOR-ED DELIMITED BY SIZE
               INTO NOTIF-MENSAGEM
           END-STRING.
           MOVE "N" TO NOTIF-CONTACTADO.
           MOVE WS-DATA-HOJE TO NOTIF-DATA.
           WRITE NOTIFICACOESINPUT-REG
               INVALID KEY
                   DISPLAY "ERRO AO CRIAR NOTIFICACAO"
               NOT INVALID KEY
                   CONTINUE
           END-WRITE.

       P350-PROX-NUMERO.

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
                   MOVE ZEROES TO WS-DIAS-NO-MES
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
           MOVE SPACES TO WS-CAM-VOOS.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/project/voos.dat" DELIMITED BY SIZE
               INTO WS-CAM-VOOS
           END-STRING.
           MOVE SPACES TO WS-CAM-RESERVAS.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/project/reservas.dat" DELIMITED BY SIZE
               INTO WS-CAM-RESERVAS
           END-STRING.
           MOVE SPACES TO WS-CAM-PARTIDAS.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/project/partidas.dat" DELIMITED BY SIZE
               INTO WS-CAM-PARTIDAS
           END-STRING.
           MOVE SPACES TO WS-CAM-ROTAS.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/rotas.dat" DELIMITED BY SIZE
               INTO WS-CAM-ROTAS
           END-STRING.
           MOVE SPACES TO WS-CAM-DIARIO.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/diario.txt" DELIMITED BY SIZE
               INTO WS-CAM-DIARIO
           END-STRING.
           MOVE SPACES TO WS-CAM-COMPENSACOES.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/project/compensa.dat" DELIMITED BY SIZE
               INTO WS-CAM-COMPENSACOES
           END-STRING.
           MOVE SPACES TO WS-CAM-NOTIFICACOES.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/notificacoes.dat" DELIMITED BY SIZE
               INTO WS-CAM-NOTIFICACOES
           END-STRING.
           MOVE SPACES TO WS-CAM-PASSAGEIROS.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/passageiros.dat" DELIMITED BY SIZE
               INTO WS-CAM-PASSAGEIROS
           END-STRING.
           MOVE SPACES TO WS-CAM-CONTACTOS.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/contactos.dat" DELIMITED BY SIZE
               INTO WS-CAM-CONTACTOS
           END-STRING.
           MOVE SPACES TO WS-CAM-CONTROLO.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/project/controlo.dat" DELIMITED BY SIZE
               INTO WS-CAM-CONTROLO
           END-STRING.
           MOVE SPACES TO WS-CAM-COMPENSA.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/compensa.txt" DELIMITED BY SIZE
               INTO WS-CAM-COMPENSA
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

       END PROGRAM COMPATRASO.
