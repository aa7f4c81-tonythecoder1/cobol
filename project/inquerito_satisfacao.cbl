       IDENTIFICATION DIVISION.
       PROGRAM-ID. INQSATIS.

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

       SELECT CONSENTIMENTOSINPUT ASSIGN TO
           WS-CAM-CONSENTIMENTOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CNS-CONTACTO-ID
           FILE STATUS IS WS-FICHEIRO-STATUS-CNS.

       SELECT INQUERITOSINPUT ASSIGN TO
           WS-CAM-INQUERITOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS INQ-RESERVA-ID
           FILE STATUS IS WS-FICHEIRO-STATUS-INQ.

       SELECT RESPOSTASINPUT ASSIGN TO
           WS-CAM-RESPOSTAS
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FICHEIRO-STATUS-RESP.

       SELECT NOTIFICACOESINPUT ASSIGN TO
           WS-CAM-NOTIFICACOES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NOTIF-ID
           FILE STATUS IS WS-FICHEIRO-STATUS-NOTIF.

       SELECT INTERACOESINPUT ASSIGN TO
           WS-CAM-INTERACOES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS INT-ID
           FILE STATUS IS WS-FICHEIRO-STATUS-INT.

       SELECT RECLAMACOESINPUT ASSIGN TO
           WS-CAM-RECLAMACOES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RCL-ID
           FILE STATUS IS WS-FICHEIRO-STATUS-RCL.

       SELECT CONTROLOINPUT ASSIGN TO
           WS-CAM-CONTROLO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CTRL-CHAVE
           FILE STATUS IS WS-FICHEIRO-STATUS-CTRL.

       SELECT NPSOUTPUT ASSIGN TO
           WS-CAM-NPS
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FICHEIRO-STATUS-NPS.

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
                   88 RESERVA-CLASSE-ECO VALUE 'E'.
                   88 RESERVA-CLASSE-EXEC VALUE 'X'.
               05 RESERVA-PRECO PIC 9(05)V99.
               05 RESERVA-ITIN-ID PIC 9(04).
               05 RESERVA-CHECKIN PIC X(01).
               05 RESERVA-MOEDA PIC X(03).
               05 RESERVA-PRECO-ORIG PIC 9(05)V99.

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

           FD CONSENTIMENTOSINPUT.
           01 CONSENTIMENTOSINPUT-REG.
               05 CNS-CONTACTO-ID PIC 9(06).
               05 CNS-MARKETING PIC X(01).
                   88 CNS-MARKETING-SIM VALUE "S".
                   88 CNS-MARKETING-NAO VALUE "N".
               05 CNS-CANAL PIC X(01).
               05 CNS-DATA PIC 9(08).
               05 CNS-ORIGEM PIC X(10).

           FD INQUERITOSINPUT.
           01 INQUERITOSINPUT-REG.
               05 INQ-RESERVA-ID PIC 9(04).
               05 INQ-VOO-CHAVE.
                   10 INQ-VOO-NUMERO PIC 9(04).
                   10 INQ-VOO-DATA PIC 9(08).
               05 INQ-ROTA PIC X(10).
               05 INQ-CLASSE PIC X(01).
               05 INQ-PAX-ID PIC 9(04).
               05 INQ-CONTACTO-ID PIC 9(06).
               05 INQ-DATA-CONVITE PIC 9(08).
               05 INQ-ESTADO PIC X(01).
                   88 INQ-CONVIDADO VALUE "C".
                   88 INQ-RESPONDIDO VALUE "R".
               05 INQ-NOTA PIC 9(02).
                   88 INQ-PROMOTOR VALUE 9 THRU 10.
                   88 INQ-NEUTRO VALUE 7 THRU 8.
                   88 INQ-DETRATOR VALUE 0 THRU 6.
               05 INQ-COMENTARIO PIC X(40).
               05 INQ-DATA-RESPOSTA PIC 9(08).

      *    FICHEIRO DEVOLVIDO PELO FORNECEDOR DO INQUERITO - UMA LINHA
      *    POR RESPOSTA: RESERVA, NOTA 0-10, DATA E COMENTARIO
           FD RESPOSTASINPUT.
           01 RESPOSTASINPUT-REG.
               05 RSP-RESERVA-ID PIC 9(04).
               05 RSP-NOTA PIC 9(02).
               05 RSP-DATA PIC 9(08).
               05 RSP-COMENTARIO PIC X(40).

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

           FD INTERACOESINPUT.
           01 INTERACOESINPUT-REG.
               05 INT-ID PIC 9(04).
               05 INT-CONTACTO-ID PIC 9(06).
               05 INT-DATA PIC 9(08).
               05 INT-OPER PIC 9(02).
               05 INT-CANAL PIC X(01).
               05 INT-NOTA PIC X(40).
               05 INT-SEGUIMENTO PIC 9(08).

           FD RECLAMACOESINPUT.
           01 RECLAMACOESINPUT-REG.
               05 RCL-ID PIC 9(04).
               05 RCL-PAX-ID PIC 9(04).
               05 RCL-VOO-CHAVE.
                   10 RCL-VOO-NUMERO PIC 9(04).
                   10 RCL-VOO-DATA PIC 9(08).
               05 RCL-CATEGORIA PIC X(02).
               05 RCL-TEXTO PIC X(40).
               05 RCL-ESTADO PIC X(01).
               05 RCL-COMP PIC 9(06)V99.
               05 RCL-DATA PIC 9(08).

           FD CONTROLOINPUT.
           01 CONTROLOINPUT-REG.
               05 CTRL-CHAVE PIC X(06).
               05 CTRL-ULTIMO-NUM PIC 9(04).

           FD NPSOUTPUT.
           01 NPSOUTPUT-LINHA PIC X(80).

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
               05 WS-ERR-L-PROG PIC X(10) VALUE "INQSATIS".
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
           77 WS-CAM-VOOSHIST PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/project/vooshist.dat".
           77 WS-CAM-RESERVAS PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/project/reservas.dat".
           77 WS-CAM-PASSAGEIROS PIC X(80) VALUE
               "/Users/antonyferreira/Documents/Cobol/passageiros.dat".
           77 WS-CAM-CONTACTOS PIC X(80) VALUE
               "/Users/antonyferreira/Documents/Cobol/contactos.dat".
           77 WS-CAM-CONSENTIMENTOS PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/consentimentos.dat".
           77 WS-CAM-INQUERITOS PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/project/inqsatis.dat".
           77 WS-CAM-RESPOSTAS PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/inqresp.txt".
           77 WS-CAM-NOTIFICACOES PIC X(80) VALUE
               "/Users/antonyferreira/Documents/Cobol/notificacoes.dat".
           77 WS-CAM-INTERACOES PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/interacoes.dat".
           77 WS-CAM-RECLAMACOES PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/reclamacoes.dat".
           77 WS-CAM-CONTROLO PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/project/controlo.dat".
           77 WS-CAM-NPS PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/nps.txt".

           01 WS-FICHEIRO-STATUS-VOO PIC XX.
               88 WS-FICHEIRO-VOO-OK VALUE "00".

           01 WS-FICHEIRO-STATUS-VHIST PIC XX.
               88 WS-VHIST-STATUS-OK VALUE "00".

           01 WS-FICHEIRO-STATUS-RESERVA PIC XX.
               88 WS-RESERVA-STATUS-OK VALUE "00".

           01 WS-FICHEIRO-STATUS-PAX PIC XX.
               88 WS-PAX-STATUS-OK VALUE "00".

           01 WS-FICHEIRO-STATUS-CONT PIC XX.
               88 WS-CONT-STATUS-OK VALUE "00".

           01 WS-FICHEIRO-STATUS-CNS PIC XX.
               88 WS-CNS-STATUS-OK VALUE "00".

           01 WS-FICHEIRO-STATUS-INQ PIC XX.
               88 WS-INQ-STATUS-OK VALUE "00".
               88 WS-INQ-STATUS-INEXISTENTE VALUE "35".

           01 WS-FICHEIRO-STATUS-RESP PIC XX.
               88 WS-RESP-STATUS-OK VALUE "00".

           01 WS-FICHEIRO-STATUS-NOTIF PIC XX.
               88 WS-NOTIF-STATUS-OK VALUE "00".
               88 WS-NOTIF-STATUS-INEXISTENTE VALUE "35".

           01 WS-FICHEIRO-STATUS-INT PIC XX.
               88 WS-INT-STATUS-OK VALUE "00".
               88 WS-INT-STATUS-INEXISTENTE VALUE "35".

           01 WS-FICHEIRO-STATUS-RCL PIC XX.
               88 WS-RCL-STATUS-OK VALUE "00".

           01 WS-FICHEIRO-STATUS-CTRL PIC XX.
               88 WS-CTRL-STATUS-OK VALUE "00".

           01 WS-FICHEIRO-STATUS-NPS PIC XX.
               88 WS-NPS-STATUS-OK VALUE "00".

           77 WS-EXIT-OK PIC X(01) VALUE "N".
           77 WS-EXIT-OK2 PIC X(01) VALUE "N".
           77 WS-DATA-HOJE PIC 9(08) VALUE ZEROES.
           77 WS-MES-PEDIDO PIC 9(06) VALUE ZEROES.
           77 WS-PROX-NUMERO PIC 9(04) VALUE ZEROES.
           77 WS-CHAVE-CTRL-NOTIF PIC X(02) VALUE "NT".
           77 WS-CHAVE-CTRL-INTERACAO PIC X(02) VALUE "IC".
           77 WS-HIST-ABERTO PIC X(01) VALUE "N".
           77 WS-PAX-ABERTO PIC X(01) VALUE "N".
           77 WS-CNS-ABERTO PIC X(01) VALUE "N".
           77 WS-CONT-ABERTO PIC X(01) VALUE "N".

           77 WS-INQ-CONTACTO PIC 9(06) VALUE ZEROES.
           77 WS-INQ-PERMITE PIC X(01) VALUE "N".

           77 WS-TOTAL-CONVITES PIC 9(05) VALUE ZEROES.
           77 WS-TOTAL-SEM-CONSENT PIC 9(05) VALUE ZEROES.
           77 WS-TOTAL-RESPOSTAS PIC 9(05) VALUE ZEROES.
           77 WS-TOTAL-REJEITADAS PIC 9(05) VALUE ZEROES.
           77 WS-TOTAL-SEGUIMENTOS PIC 9(05) VALUE ZEROES.

      *    ACUMULADORES DO NPS POR ROTA - CABINE 1 ECONOMICA, 2
      *    EXECUTIVA; RECLAMACOES DO MES CONTADAS AO LADO
           77 WS-ROT-TOTAL PIC 9(02) VALUE ZEROES.
           77 WS-ROT-I PIC 9(02) VALUE ZEROES.
           77 WS-ROT-ACHADA PIC 9(02) VALUE ZEROES.
           77 WS-ROT-NOME-ALVO PIC X(10) VALUE SPACES.
           77 WS-CAB-I PIC 9(01) VALUE ZEROES.
           01 WS-TABELA-ROTAS.
               05 WS-ROT-ENT OCCURS 50 TIMES.
                   10 WS-ROT-NOME PIC X(10).
                   10 WS-ROT-RECLAMACOES PIC 9(04).
                   10 WS-ROT-CAB OCCURS 2 TIMES.
                       15 WS-ROT-RESPOSTAS PIC 9(04).
                       15 WS-ROT-PROMOTORES PIC 9(04).
                       15 WS-ROT-NEUTROS PIC 9(04).
                       15 WS-ROT-DETRATORES PIC 9(04).

           77 WS-NPS-RESPOSTAS PIC 9(05) VALUE ZEROES.
           77 WS-NPS-PROMOTORES PIC 9(05) VALUE ZEROES.
           77 WS-NPS-NEUTROS PIC 9(05) VALUE ZEROES.
           77 WS-NPS-DETRATORES PIC 9(05) VALUE ZEROES.
           77 WS-NPS-VALOR PIC S9(03) VALUE ZEROES.
           77 WS-NPS-VALOR-ED PIC -ZZ9.
           77 WS-NPS-CABINE PIC X(10) VALUE SPACES.

           01 WS-NPS-LINHA.
               05 WS-NPS-L-ROTA PIC X(10).
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-NPS-L-CABINE PIC X(10).
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-NPS-L-RESPOSTAS PIC Z(4)9.
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-NPS-L-PROMOTORES PIC Z(4)9.
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-NPS-L-NEUTROS PIC Z(4)9.
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-NPS-L-DETRATORES PIC Z(4)9.
               05 FILLER PIC X(02) VALUE SPACES.
               05 WS-NPS-L-NPS PIC X(04).
               05 FILLER PIC X(02) VALUE SPACES.
               05 WS-NPS-L-RECLAMACOES PIC X(06).
               05 FILLER PIC X(16) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           PERFORM P090-CARREGAR-AMBIENTE.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY "*** INQUERITO DE SATISFACAO POS-VOO ***".
           DISPLAY "MES DO RELATORIO NPS (AAAAMM)".
           ACCEPT WS-MES-PEDIDO.

           OPEN I-O INQUERITOSINPUT.
           IF WS-INQ-STATUS-INEXISTENTE
               OPEN OUTPUT INQUERITOSINPUT
               CLOSE INQUERITOSINPUT
               OPEN I-O INQUERITOSINPUT
           END-IF.
           IF NOT WS-INQ-STATUS-OK
               MOVE "INQUERITOS" TO WS-ERR-L-FICH
               MOVE WS-FICHEIRO-STATUS-INQ TO WS-ERR-L-ESTADO
               PERFORM P095-REGISTAR-ERRO-ABERTURA
               DISPLAY "FICHEIRO DE INQUERITOS INDISPONIVEL"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O CONTROLOINPUT.

           PERFORM P200-CONVIDAR-PASSAGEIROS.
           PERFORM P300-IMPORTAR-RESPOSTAS.
           PERFORM P400-RELATORIO-NPS.

           CLOSE INQUERITOSINPUT.
           CLOSE CONTROLOINPUT.

           DISPLAY " ".
           DISPLAY "CONVITES ENVIADOS: " WS-TOTAL-CONVITES.
           DISPLAY "EMBARCADOS SEM CONSENTIMENTO: "
                   WS-TOTAL-SEM-CONSENT.
           DISPLAY "RESPOSTAS IMPORTADAS: " WS-TOTAL-RESPOSTAS.
           DISPLAY "RESPOSTAS REJEITADAS: " WS-TOTAL-REJEITADAS.
           DISPLAY "SEGUIMENTOS ABERTOS A DETRATORES: "
                   WS-TOTAL-SEGUIMENTOS.
           DISPLAY "RELATORIO GRAVADO EM nps.txt".

           IF WS-TOTAL-REJEITADAS > ZEROES
               MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.

      *    UM CONVITE POR RESERVA EMBARCADA DE VOO JA PARTIDO, SO PARA
      *    CONTACTOS COM CONSENTIMENTO REGISTADO. A RESERVA FICA NO
      *    FICHEIRO DE INQUERITOS PARA NAO SER CONVIDADA DE NOVO
       P200-CONVIDAR-PASSAGEIROS.

           OPEN INPUT VOOSINPUT.
           IF NOT WS-FICHEIRO-VOO-OK
               MOVE "VOOS" TO WS-ERR-L-FICH
               MOVE WS-FICHEIRO-STATUS-VOO TO WS-ERR-L-ESTADO
               PERFORM P095-REGISTAR-ERRO-ABERTURA
               DISPLAY "FICHEIRO DE VOOS INDISPONIVEL - SEM CONVITES"
           ELSE
               OPEN INPUT RESERVASINPUT
               OPEN INPUT PASSAGEIROSINPUT
               IF WS-PAX-STATUS-OK
                   MOVE "S" TO WS-PAX-ABERTO
               END-IF
               OPEN INPUT CONTACTOS
               IF WS-CONT-STATUS-OK
                   MOVE "S" TO WS-CONT-ABERTO
               END-IF
               OPEN INPUT CONSENTIMENTOSINPUT
               IF WS-CNS-STATUS-OK
                   MOVE "S" TO WS-CNS-ABERTO
               END-IF
               OPEN I-O NOTIFICACOESINPUT
               IF WS-NOTIF-STATUS-INEXISTENTE
                   OPEN OUTPUT NOTIFICACOESINPUT
                   CLOSE NOTIFICACOESINPUT
                   OPEN I-O NOTIFICACOESINPUT
               END-IF
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
                           IF RESERVA-EMBARCOU = "S"
                               PERFORM P210-AVALIAR-RESERVA
                           END-IF
                   END-READ
               END-PERFORM
               SET WS-EXIT-OK TO "N"
               CLOSE VOOSINPUT
               CLOSE RESERVASINPUT
               IF WS-PAX-ABERTO = "S"
                   CLOSE PASSAGEIROSINPUT
               END-IF
               IF WS-CONT-ABERTO = "S"
                   CLOSE CONTACTOS
               END-IF
               IF WS-CNS-ABERTO = "S"
                   CLOSE CONSENTIMENTOSINPUT
               END-IF
               CLOSE NOTIFICACOESINPUT
           END-IF.

       P210-AVALIAR-RESERVA.

           MOVE RESERVA-ID TO INQ-RESERVA-ID.
           READ INQUERITOSINPUT
               INVALID KEY
                   MOVE RESERVA-VOO-CHAVE TO VOOSINPUT-CHAVE
                   READ VOOSINPUT
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF VOO-PARTIU OR VOO-FECHADO
                               PERFORM P220-VERIFICAR-CONSENTIMENTO
                               IF WS-INQ-PERMITE = "S"
                                   PERFORM P230-GRAVAR-CONVITE
                               ELSE
                                   ADD 1 TO WS-TOTAL-SEM-CONSENT
                               END-IF
                           END-IF
                   END-READ
               NOT INVALID KEY
                   CONTINUE
           END-READ.

      *    AO CONTRARIO DAS NOTIFICACOES DE SERVICO, O INQUERITO EXIGE
      *    CONSENTIMENTO EXPRESSO - SEM REGISTO NAO HA CONVITE
       P220-VERIFICAR-CONSENTIMENTO.

           MOVE "N" TO WS-INQ-PERMITE.
           MOVE ZEROES TO WS-INQ-CONTACTO.
           MOVE SPACES TO NOTIF-TELEFONE NOTIF-EMAIL.
           IF RESERVA-PAX-ID > 0 AND WS-PAX-ABERTO = "S"
               MOVE RESERVA-PAX-ID TO PAX-ID
               READ PASSAGEIROSINPUT
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PAX-CONTACTO-ID TO WS-INQ-CONTACTO
               END-READ
           END-IF.

           IF WS-INQ-CONTACTO > 0 AND WS-CNS-ABERTO = "S"
               MOVE WS-INQ-CONTACTO TO CNS-CONTACTO-ID
               READ CONSENTIMENTOSINPUT
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CNS-MARKETING-SIM
                           MOVE "S" TO WS-INQ-PERMITE
                       END-IF
               END-READ
           END-IF.

           IF WS-INQ-PERMITE = "S" AND WS-CONT-ABERTO = "S"
               MOVE WS-INQ-CONTACTO TO ID-CONTACTO
               READ CONTACTOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE TEL-CONTACTO TO NOTIF-TELEFONE
                       MOVE EMAIL-CONTACTO TO NOTIF-EMAIL
               END-READ
           END-IF.

       P230-GRAVAR-CONVITE.

           MOVE RESERVA-ID TO INQ-RESERVA-ID.
           MOVE RESERVA-VOO-CHAVE TO INQ-VOO-CHAVE.
           MOVE VOOSINPUT-NOME TO INQ-ROTA.
           MOVE RESERVA-CLASSE TO INQ-CLASSE.
           MOVE RESERVA-PAX-ID TO INQ-PAX-ID.
           MOVE WS-INQ-CONTACTO TO INQ-CONTACTO-ID.
           MOVE WS-DATA-HOJE TO INQ-DATA-CONVITE.
           MOVE "C" TO INQ-ESTADO.
           MOVE ZEROES TO INQ-NOTA.
           MOVE SPACES TO INQ-COMENTARIO.
           MOVE ZEROES TO INQ-DATA-RESPOSTA.
           WRITE INQUERITOSINPUT-REG
               INVALID KEY
                   DISPLAY "ERRO AO REGISTAR CONVITE DA RESERVA "
                           RESERVA-ID
               NOT INVALID KEY
                   ADD 1 TO WS-TOTAL-CONVITES
                   PERFORM P240-NOTIFICAR-CONVITE
           END-WRITE.

       P240-NOTIFICAR-CONVITE.

           MOVE WS-CHAVE-CTRL-NOTIF TO CTRL-CHAVE.
           PERFORM P350-PROX-NUMERO.
           MOVE WS-PROX-NUMERO TO NOTIF-ID.
           MOVE "Q" TO NOTIF-TIPO.
           MOVE RESERVA-PAX-ID TO NOTIF-PAX-ID.
           MOVE RESERVA-NOME TO NOTIF-NOME.
           MOVE VOOSINPUT-NOME TO NOTIF-VOO.
           MOVE SPACES TO NOTIF-MENSAGEM.
           STRING "INQUERITO DE SATISFACAO - RESERVA " DELIMITED BY SIZE
                   RESERVA-ID DELIMITED BY SIZE
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

      *    SO SE ACEITA RESPOSTA A CONVITE ENVIADO E AINDA POR
      *    RESPONDER, COM NOTA DE 0 A 10
       P300-IMPORTAR-RESPOSTAS.

           OPEN INPUT RESPOSTASINPUT.
           IF NOT WS-RESP-STATUS-OK
               DISPLAY "SEM FICHEIRO DE RESPOSTAS (inqresp.txt)"
           ELSE
               OPEN I-O INTERACOESINPUT
               IF WS-INT-STATUS-INEXISTENTE
                   OPEN OUTPUT INTERACOESINPUT
                   CLOSE INTERACOESINPUT
                   OPEN I-O INTERACOESINPUT
               END-IF
               SET WS-EXIT-OK TO "N"
               PERFORM UNTIL WS-EXIT-OK = "S"
                   READ RESPOSTASINPUT
                       AT END
                           SET WS-EXIT-OK TO "S"
                       NOT AT END
                           PERFORM P310-IMPORTAR-UMA
                   END-READ
               END-PERFORM
               SET WS-EXIT-OK TO "N"
               CLOSE RESPOSTASINPUT
               CLOSE INTERACOESINPUT
           END-IF.

       P310-IMPORTAR-UMA.

           IF RSP-RESERVA-ID NOT NUMERIC OR RSP-NOTA NOT NUMERIC
               ADD 1 TO WS-TOTAL-REJEITADAS
               DISPLAY "RESPOSTA REJEITADA - LINHA INVALIDA"
           ELSE
               IF RSP-NOTA > 10
                   ADD 1 TO WS-TOTAL-REJEITADAS
                   DISPLAY "RESPOSTA DA RESERVA " RSP-RESERVA-ID
                           " REJEITADA - NOTA FORA DE 0-10"
               ELSE
                   MOVE RSP-RESERVA-ID TO INQ-RESERVA-ID
                   READ INQUERITOSINPUT
                       INVALID KEY
                           ADD 1 TO WS-TOTAL-REJEITADAS
                           DISPLAY "RESPOSTA DA RESERVA "
                                   RSP-RESERVA-ID
                                   " REJEITADA - SEM CONVITE"
                       NOT INVALID KEY
                           IF INQ-RESPONDIDO
                               ADD 1 TO WS-TOTAL-REJEITADAS
                               DISPLAY "RESPOSTA DA RESERVA "
                                       RSP-RESERVA-ID
                                       " REJEITADA - JA RESPONDIDA"
                           ELSE
                               PERFORM P320-GRAVAR-RESPOSTA
                           END-IF
                   END-READ
               END-IF
           END-IF.

       P320-GRAVAR-RESPOSTA.

           MOVE "R" TO INQ-ESTADO.
           MOVE RSP-NOTA TO INQ-NOTA.
           MOVE RSP-COMENTARIO TO INQ-COMENTARIO.
           IF RSP-DATA NUMERIC AND RSP-DATA > ZEROES
               MOVE RSP-DATA TO INQ-DATA-RESPOSTA
           ELSE
               MOVE WS-DATA-HOJE TO INQ-DATA-RESPOSTA
           END-IF.
           REWRITE INQUERITOSINPUT-REG
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR RESPOSTA DA RESERVA "
                           INQ-RESERVA-ID
               NOT INVALID KEY
                   ADD 1 TO WS-TOTAL-RESPOSTAS
                   IF INQ-DETRATOR AND INQ-COMENTARIO NOT = SPACES
                           AND INQ-CONTACTO-ID > 0
                       PERFORM P330-ABRIR-SEGUIMENTO
                   END-IF
           END-REWRITE.

      *    DETRATOR COM COMENTARIO FICA COMO INTERACAO DO CANAL Q
      *    (INQUERITO) COM SEGUIMENTO DEVIDO HOJE
       P330-ABRIR-SEGUIMENTO.

           MOVE WS-CHAVE-CTRL-INTERACAO TO CTRL-CHAVE.
           PERFORM P350-PROX-NUMERO.
           MOVE WS-PROX-NUMERO TO INT-ID.
           MOVE INQ-CONTACTO-ID TO INT-CONTACTO-ID.
           MOVE WS-DATA-HOJE TO INT-DATA.
           MOVE ZEROES TO INT-OPER.
           MOVE "Q" TO INT-CANAL.
           MOVE INQ-COMENTARIO TO INT-NOTA.
           MOVE WS-DATA-HOJE TO INT-SEGUIMENTO.
           WRITE INTERACOESINPUT-REG
               INVALID KEY
                   DISPLAY "ERRO AO ABRIR SEGUIMENTO DA RESERVA "
                           INQ-RESERVA-ID
               NOT INVALID KEY
                   ADD 1 TO WS-TOTAL-SEGUIMENTOS
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

      *    NPS = % PROMOTORES (9-10) MENOS % DETRATORES (0-6), PELO
      *    MES DO VOO; RECLAMACOES PELO MES EM QUE FORAM ABERTAS
       P400-RELATORIO-NPS.

           MOVE ZEROES TO WS-ROT-TOTAL.
           INITIALIZE WS-TABELA-ROTAS.

           MOVE ZEROES TO INQ-RESERVA-ID.
           SET WS-EXIT-OK TO "N".
           START INQUERITOSINPUT KEY IS NOT LESS THAN INQ-RESERVA-ID
               INVALID KEY
                   SET WS-EXIT-OK TO "S"
           END-START.
           PERFORM UNTIL WS-EXIT-OK = "S"
               READ INQUERITOSINPUT NEXT
                   AT END
                       SET WS-EXIT-OK TO "S"
                   NOT AT END
                       IF INQ-RESPONDIDO
                               AND INQ-VOO-DATA (1:6) = WS-MES-PEDIDO
                           PERFORM P410-ACUMULAR-RESPOSTA
                       END-IF
               END-READ
           END-PERFORM.
           SET WS-EXIT-OK TO "N".

           PERFORM P420-CONTAR-RECLAMACOES.

           OPEN OUTPUT NPSOUTPUT.
           MOVE SPACES TO NPSOUTPUT-LINHA.
           STRING "NPS POR ROTA E CABINE - MES " DELIMITED BY SIZE
                   WS-MES-PEDIDO DELIMITED BY SIZE
               INTO NPSOUTPUT-LINHA
           END-STRING.
           WRITE NPSOUTPUT-LINHA.
           MOVE "ROTA" TO WS-NPS-L-ROTA.
           MOVE "CABINE" TO WS-NPS-L-CABINE.
           MOVE ZEROES TO WS-NPS-L-RESPOSTAS WS-NPS-L-PROMOTORES
                   WS-NPS-L-NEUTROS WS-NPS-L-DETRATORES.
           MOVE " NPS" TO WS-NPS-L-NPS.
           MOVE "RECLAM" TO WS-NPS-L-RECLAMACOES.
           MOVE WS-NPS-LINHA TO NPSOUTPUT-LINHA.
           MOVE " RESP" TO NPSOUTPUT-LINHA (23:5).
           MOVE " PROM" TO NPSOUTPUT-LINHA (29:5).
           MOVE " NEUT" TO NPSOUTPUT-LINHA (35:5).
           MOVE " DETR" TO NPSOUTPUT-LINHA (41:5).
           WRITE NPSOUTPUT-LINHA.

           MOVE 1 TO WS-ROT-I.
           PERFORM UNTIL WS-ROT-I > WS-ROT-TOTAL
               PERFORM P430-ESCREVER-ROTA
               ADD 1 TO WS-ROT-I
           END-PERFORM.
           CLOSE NPSOUTPUT.

       P410-ACUMULAR-RESPOSTA.

           MOVE INQ-ROTA TO WS-ROT-NOME-ALVO.
           PERFORM P415-ACHAR-ROTA.
           IF WS-ROT-ACHADA > 0
               IF INQ-CLASSE = "X"
                   MOVE 2 TO WS-CAB-I
               ELSE
                   MOVE 1 TO WS-CAB-I
               END-IF
               ADD 1 TO WS-ROT-RESPOSTAS (WS-ROT-ACHADA, WS-CAB-I)
               EVALUATE TRUE
                   WHEN INQ-PROMOTOR
                       ADD 1 TO
                           WS-ROT-PROMOTORES (WS-ROT-ACHADA, WS-CAB-I)
                   WHEN INQ-NEUTRO
                       ADD 1 TO
                           WS-ROT-NEUTROS (WS-ROT-ACHADA, WS-CAB-I)
                   WHEN OTHER
                       ADD 1 TO
                           WS-ROT-DETRATORES (WS-ROT-ACHADA, WS-CAB-I)
               END-EVALUATE
           END-IF.

       P415-ACHAR-ROTA.

           MOVE ZEROES TO WS-ROT-ACHADA.
           MOVE 1 TO WS-ROT-I.
           PERFORM UNTIL WS-ROT-I > WS-ROT-TOTAL
               IF WS-ROT-NOME (WS-ROT-I) = WS-ROT-NOME-ALVO
                   MOVE WS-ROT-I TO WS-ROT-ACHADA
                   MOVE WS-ROT-TOTAL TO WS-ROT-I
               END-IF
               ADD 1 TO WS-ROT-I
           END-PERFORM.
           IF WS-ROT-ACHADA = ZEROES AND WS-ROT-TOTAL < 50
               ADD 1 TO WS-ROT-TOTAL
               MOVE WS-ROT-TOTAL TO WS-ROT-ACHADA
               MOVE WS-ROT-NOME-ALVO TO WS-ROT-NOME (WS-ROT-ACHADA)
           END-IF.

      *    A ROTA DA RECLAMACAO VEM DO VOO ATIVO OU, SE JA ARQUIVADO,
      *    DO HISTORICO DE VOOS
       P420-CONTAR-RECLAMACOES.

           OPEN INPUT RECLAMACOESINPUT.
           IF WS-RCL-STATUS-OK
               OPEN INPUT VOOSINPUT
               MOVE "N" TO WS-HIST-ABERTO
               OPEN INPUT VOOSHIST
               IF WS-VHIST-STATUS-OK
                   MOVE "S" TO WS-HIST-ABERTO
               END-IF
               MOVE ZEROES TO RCL-ID
               SET WS-EXIT-OK2 TO "N"
               START RECLAMACOESINPUT KEY IS NOT LESS THAN RCL-ID
                   INVALID KEY
                       SET WS-EXIT-OK2 TO "S"
               END-START
               PERFORM UNTIL WS-EXIT-OK2 = "S"
                   READ RECLAMACOESINPUT NEXT
                       AT END
                           SET WS-EXIT-OK2 TO "S"
                       NOT AT END
                           IF RCL-DATA (1:6) = WS-MES-PEDIDO
                               PERFORM P425-ROTA-DA-RECLAMACAO
                           END-IF
                   END-READ
               END-PERFORM
               SET WS-EXIT-OK2 TO "N"
               CLOSE VOOSINPUT
               IF WS-HIST-ABERTO = "S"
                   CLOSE VOOSHIST
               END-IF
               CLOSE RECLAMACOESINPUT
           END-IF.

       P425-ROTA-DA-RECLAMACAO.

           MOVE "DESCONHEC." TO WS-ROT-NOME-ALVO.
           MOVE RCL-VOO-CHAVE TO VOOSINPUT-CHAVE.
           READ VOOSINPUT
               INVALID KEY
                   IF WS-HIST-ABERTO = "S"
                       MOVE RCL-VOO-CHAVE TO VOOSHIST-CHAVE
                       READ VOOSHIST
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE VOOSHIST-NOME TO WS-ROT-NOME-ALVO
                       END-READ
                   END-IF
               NOT INVALID KEY
                   MOVE VOOSINPUT-NOME TO WS-ROT-NOME-ALVO
           END-READ.
           PERFORM P415-ACHAR-ROTA.
           IF WS-ROT-ACHADA > 0
               ADD 1 TO WS-ROT-RECLAMACOES (WS-ROT-ACHADA)
           END-IF.

       P430-ESCREVER-ROTA.

           MOVE 1 TO WS-CAB-I.
           PERFORM UNTIL WS-CAB-I > 2
               IF WS-ROT-RESPOSTAS (WS-ROT-I, WS-CAB-I) > 0
                   MOVE WS-ROT-RESPOSTAS (WS-ROT-I, WS-CAB-I)
                       TO WS-NPS-RESPOSTAS
                   MOVE WS-ROT-PROMOTORES (WS-ROT-I, WS-CAB-I)
                       TO WS-NPS-PROMOTORES
                   MOVE WS-ROT-NEUTROS (WS-ROT-I, WS-CAB-I)
                       TO WS-NPS-NEUTROS
                   MOVE WS-ROT-DETRATORES (WS-ROT-I, WS-CAB-I)
                       TO WS-NPS-DETRATORES
                   IF WS-CAB-I = 1
                       MOVE "ECONOMICA" TO WS-NPS-CABINE
                   ELSE
                       MOVE "EXECUTIVA" TO WS-NPS-CABINE
                   END-IF
                   MOVE SPACES TO WS-NPS-L-RECLAMACOES
                   PERFORM P440-ESCREVER-LINHA-NPS
               END-IF
               ADD 1 TO WS-CAB-I
           END-PERFORM.

           COMPUTE WS-NPS-RESPOSTAS =
                   WS-ROT-RESPOSTAS (WS-ROT-I, 1)
                   + WS-ROT-RESPOSTAS (WS-ROT-I, 2).
           COMPUTE WS-NPS-PROMOTORES =
                   WS-ROT-PROMOTORES (WS-ROT-I, 1)
                   + WS-ROT-PROMOTORES (WS-ROT-I, 2).
           COMPUTE WS-NPS-NEUTROS =
                   WS-ROT-NEUTROS (WS-ROT-I, 1)
                   + WS-ROT-NEUTROS (WS-ROT-I, 2).
           COMPUTE WS-NPS-DETRATORES =
                   WS-ROT-DETRATORES (WS-ROT-I, 1)
                   + WS-ROT-DETRATORES (WS-ROT-I, 2).
           MOVE "TOTAL ROTA" TO WS-NPS-CABINE.
           MOVE WS-ROT-RECLAMACOES (WS-ROT-I) TO WS-NPS-L-RECLAMACOES.
           PERFORM P440-ESCREVER-LINHA-NPS.

       P440-ESCREVER-LINHA-NPS.

           MOVE WS-ROT-NOME (WS-ROT-I) TO WS-NPS-L-ROTA.
           MOVE WS-NPS-CABINE TO WS-NPS-L-CABINE.
           MOVE WS-NPS-RESPOSTAS TO WS-NPS-L-RESPOSTAS.
           MOVE WS-NPS-PROMOTORES TO WS-NPS-L-PROMOTORES.
           MOVE WS-NPS-NEUTROS TO WS-NPS-L-NEUTROS.
           MOVE WS-NPS-DETRATORES TO WS-NPS-L-DETRATORES.
           IF WS-NPS-RESPOSTAS > 0
               COMPUTE WS-NPS-VALOR ROUNDED =
                       (WS-NPS-PROMOTORES - WS-NPS-DETRATORES) * 100
                       / WS-NPS-RESPOSTAS
               MOVE WS-NPS-VALOR TO WS-NPS-VALOR-ED
               MOVE WS-NPS-VALOR-ED TO WS-NPS-L-NPS
           ELSE
               MOVE "   -" TO WS-NPS-L-NPS
           END-IF.
           MOVE WS-NPS-LINHA TO NPSOUTPUT-LINHA.
           WRITE NPSOUTPUT-LINHA.

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
           MOVE SPACES TO WS-CAM-CONSENTIMENTOS.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/consentimentos.dat" DELIMITED BY SIZE
               INTO WS-CAM-CONSENTIMENTOS
           END-STRING.
           MOVE SPACES TO WS-CAM-INQUERITOS.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/project/inqsatis.dat" DELIMITED BY SIZE
               INTO WS-CAM-INQUERITOS
           END-STRING.
           MOVE SPACES TO WS-CAM-RESPOSTAS.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/inqresp.txt" DELIMITED BY SIZE
               INTO WS-CAM-RESPOSTAS
           END-STRING.
           MOVE SPACES TO WS-CAM-NOTIFICACOES.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/notificacoes.dat" DELIMITED BY SIZE
               INTO WS-CAM-NOTIFICACOES
           END-STRING.
           MOVE SPACES TO WS-CAM-INTERACOES.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/interacoes.dat" DELIMITED BY SIZE
               INTO WS-CAM-INTERACOES
           END-STRING.
           MOVE SPACES TO WS-CAM-RECLAMACOES.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/reclamacoes.dat" DELIMITED BY SIZE
               INTO WS-CAM-RECLAMACOES
           END-STRING.
           MOVE SPACES TO WS-CAM-CONTROLO.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/project/controlo.dat" DELIMITED BY SIZE
               INTO WS-CAM-CONTROLO
           END-STRING.
           MOVE SPACES TO WS-CAM-NPS.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/nps.txt" DELIMITED BY SIZE
               INTO WS-CAM-NPS
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

       END PROGRAM INQSATIS.
