           RECORD KEY IS CAL-DATA
           FILE STATUS IS WS-FICHEIRO-STATUS-CAL.

       SELECT ROTASINPUT ASSIGN TO
           WS-CAM-ROTAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ROTA-NOME
           FILE STATUS IS WS-FICHEIRO-STATUS-ROTA.

       SELECT CIDADESINPUT ASSIGN TO
           WS-CAM-CIDADES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CID-NOME
           FILE STATUS IS WS-FICHEIRO-STATUS-CID.

       SELECT CONFIGINPUT ASSIGN TO
           WS-CAM-CONFIG
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CFG-CHAVE
           FILE STATUS IS WS-FICHEIRO-STATUS-CFG.

       SELECT MUDANCASINPUT ASSIGN TO
           WS-CAM-MUDANCAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MDH-ID
           FILE STATUS IS WS-FICHEIRO-STATUS-MDH.

       DATA DIVISION.

       FILE SECTION.
               05 VOOSINPUT-PORTA PIC X(03).
               05 VOOSINPUT-HORA-REVISTA PIC 9(04).
               05 VOOSINPUT-MOEDA PIC X(03).
               05 VOOSINPUT-TIPO PIC X(01).

           FD REJEITADOSOUTPUT.
           01 REJEITADOSOUTPUT-LINHA PIC X(110).
               05 LUG-FILA PIC 9(02).
               05 LUG-POSICAO PIC X(01).
               05 LUG-OCUPADO PIC X(01).
               05 LUG-BLOQUEADO PIC X(01).
                   88 LUG-BLOQUEADO-SIM VALUE 'S'.
               05 LUG-SAIDA PIC X(01).
                   88 LUG-SAIDA-EMERGENCIA VALUE 'S'.
               05 LUG-ESPACO PIC X(01).
                   88 LUG-ESPACO-EXTRA VALUE 'S'.
               05 LUG-BANDA PIC X(01).
                   88 LUG-BANDA-PAGA VALUE '1' THRU '3'.

           FD DIARIOOUTPUT.
           01 DIARIOOUTPUT-LINHA PIC X(87).

           FD ERROSOUTPUT.
           01 ERROSOUTPUT-LINHA PIC X(85).
           01 PASSAGEIROSINPUT-REG.
               05 PAX-ID PIC 9(04).
               05 PAX-NOME PIC X(20).
               05 PAX-CONTACTO-ID PIC 9(06).
               05 PAX-DOC-TIPO PIC X(02).
               05 PAX-DOC-NUMERO PIC X(12).
               05 PAX-NACIONALIDADE PIC X(03).

           FD CONTACTOS.
           01 REG-CONTACTOS.
               05 ID-CONTACTO    PIC 9(06).
               05 NM-CONTACTO    PIC X(20).
               05 TEL-CONTACTO   PIC X(15).
               05 EMAIL-CONTACTO PIC X(30).
               05 CAL-TIPO PIC X(01).
               05 CAL-DESCRICAO PIC X(20).

           FD ROTASINPUT.
           01 ROTASINPUT-REG.
               05 ROTA-NOME PIC X(10).
               05 ROTA-BLOCO-MIN PIC 9(03).
               05 ROTA-ORIGEM PIC X(10).
               05 ROTA-DESTINO PIC X(10).
               05 ROTA-DISTANCIA-KM PIC 9(05).

           FD CIDADESINPUT.
           01 CIDADESINPUT-REG.
               05 CID-NOME PIC X(10).
               05 CID-DESCRICAO PIC X(20).
               05 CID-FUSO PIC S9(02).
               05 CID-HORA-ABRE PIC 9(04).
               05 CID-HORA-FECHA PIC 9(04).
               05 CID-RECOLHER-INI PIC 9(04).
               05 CID-RECOLHER-FIM PIC 9(04).

           FD CONFIGINPUT.
           01 CONFIGINPUT-REG.
               05 CFG-CHAVE PIC X(02).
               05 CFG-VALOR PIC 9(04).

           FD MUDANCASINPUT.
           01 MUDANCASINPUT-REG.
               05 MDH-ID PIC 9(04).
               05 MDH-RESERVA-ID PIC 9(04).
               05 MDH-PAX-ID PIC 9(04).
               05 MDH-NOME PIC X(10).
               05 MDH-VOO-CHAVE.
                   10 MDH-VOO-NUMERO PIC 9(04).
                   10 MDH-VOO-DATA PIC 9(08).
               05 MDH-VOO-NOME PIC X(10).
               05 MDH-HORA-ANTIGA PIC 9(04).
               05 MDH-HORA-NOVA PIC 9(04).
               05 MDH-LIGACAO PIC X(01).
                   88 MDH-LIGACAO-QUEBRADA VALUE "S".
               05 MDH-ORIGEM PIC X(01).
               05 MDH-DATA-ABERTURA PIC 9(08).
               05 MDH-ESTADO PIC X(01).
               05 MDH-RESOLUCAO PIC X(01).
               05 MDH-DATA-CONTACTO PIC 9(08).
               05 MDH-DATA-RESOLUCAO PIC 9(08).
               05 MDH-OPER-ID PIC 9(02).
               05 MDH-NOVO-VOO-CHAVE PIC 9(12).

       WORKING-STORAGE SECTION.

           01 WS-FS-ERR PIC XX.
           77 WS-SYNC-CHEIA PIC X(01) VALUE "N".
           77 WS-SINC-ACCAO PIC X(10) VALUE SPACES.
           77 WS-EXIT-OK2 PIC X(01) VALUE "N".
           77 WS-PUB-RESPOSTA PIC X(01) VALUE "A".
           01 WS-PUB-AREA.
               03 WS-PUB-MENSAGEM PIC X(20) VALUE SPACES.

           01 WS-FICHEIRO-STATUS-CAL PIC XX.
               88 WS-CAL-STATUS-OK VALUE "00".
           77 WS-DATA-NO-CALENDARIO PIC X(01) VALUE "N".
           77 WS-TOTAL-FERIADOS PIC 9(04) VALUE ZEROES.

           01 WS-FICHEIRO-STATUS-ROTA PIC XX.
               88 WS-ROTA-STATUS-OK VALUE "00".
           01 WS-FICHEIRO-STATUS-CID PIC XX.
               88 WS-CID-STATUS-OK VALUE "00".

           77 WS-CAM-ROTAS PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/rotas.dat".
           77 WS-CAM-CIDADES PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/cidades.dat".
           77 WS-NOC-ATIVO PIC X(01) VALUE "N".
           77 WS-NOC-BLOQUEADO PIC X(01) VALUE "N".
           77 WS-NOC-FASE PIC X(08) VALUE SPACES.
           77 WS-NOC-HORA PIC 9(04) VALUE ZEROES.
           77 WS-NOC-JAN-INI PIC 9(04) VALUE ZEROES.
           77 WS-NOC-JAN-FIM PIC 9(04) VALUE ZEROES.
           77 WS-NOC-DENTRO PIC X(01) VALUE "N".
           77 WS-NOC-DESTINO PIC X(10) VALUE SPACES.
           77 WS-NOC-BLOCO PIC 9(03) VALUE ZEROES.
           77 WS-NOC-FUSO-ORIG PIC S9(02) VALUE ZEROES.
           77 WS-NOC-FUSO-DEST PIC S9(02) VALUE ZEROES.
           77 WS-NOC-MINUTOS PIC S9(05) VALUE ZEROES.

           01 WS-FICHEIRO-STATUS-CFG PIC XX.
               88 WS-CFG-STATUS-OK VALUE "00".
           01 WS-FICHEIRO-STATUS-MDH PIC XX.
               88 WS-MDH-STATUS-OK VALUE "00".
               88 WS-MDH-STATUS-INEXISTENTE VALUE "35".
           77 WS-CAM-CONFIG PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/project/config.dat".
           77 WS-CAM-MUDANCAS PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/project/mudancas.dat".
           77 WS-CHAVE-CTRL-MUDANCA PIC X(02) VALUE "MH".
           77 WS-CFG-MUDANCA-MIN PIC 9(04) VALUE 0060.
           77 WS-MIN-CONEXAO PIC 9(04) VALUE 0045.
           77 WS-NOTIF-MENSAGEM PIC X(40) VALUE SPACES.
           77 WS-MUD-TOTAL PIC 9(03) VALUE ZEROES.
           77 WS-MUD-I PIC 9(03) VALUE ZEROES.
           77 WS-MUD-RES-TOTAL PIC 9(03) VALUE ZEROES.
           77 WS-MUD-RES-I PIC 9(03) VALUE ZEROES.
           77 WS-MUD-CASOS PIC 9(04) VALUE ZEROES.
           77 WS-MUD-HORA-ANTIGA PIC 9(04) VALUE ZEROES.
           77 WS-MUD-MIN-ANTIGA PIC S9(05) VALUE ZEROES.
           77 WS-MUD-MIN-NOVA PIC S9(05) VALUE ZEROES.
           77 WS-MUD-DIFERENCA PIC S9(05) VALUE ZEROES.
           77 WS-MUD-PASSAGEIRO PIC X(10) VALUE SPACES.
           77 WS-MUD-VOO-GUARDA PIC X(65) VALUE SPACES.
           77 WS-MUD-CHEIA PIC X(01) VALUE "N".
           01 WS-TABELA-MUDANCAS.
               05 WS-MUD-ENT OCCURS 200 TIMES.
                   10 WS-MUD-CHAVE.
                       15 WS-MUD-NUMERO PIC 9(04).
                       15 WS-MUD-DATA PIC 9(08).
                   10 WS-MUD-ANTIGA PIC 9(04).
                   10 WS-MUD-NOVA PIC 9(04).
           01 WS-MUD-TABELA-RES.
               05 WS-MUD-RES-ID PIC 9(04) OCCURS 200 TIMES.

           01 WS-TABELA-SYNC.
               05 WS-SYNC-ENT OCCURS 1000 TIMES.
                   10 WS-SYNC-NUMERO PIC 9(04).
               88 WS-DIA-STATUS-OK VALUE "00".
               88 WS-DIA-STATUS-NOVO VALUE "35".

           01 WS-DIA-LINHA PIC X(87).
               01 FILLER REDEFINES WS-DIA-LINHA.
               05 WS-DIA-DATA PIC 9(08).
               05 FILLER PIC X(01).
               05 FILLER PIC X(01).
               05 WS-DIA-OP PIC X(01).
               05 FILLER PIC X(01).
               05 WS-DIA-IMAGEM PIC X(65).

           01 WS-FICHEIRO-STATUS-HORARIO PIC XX.
               88 WS-HORARIO-OK VALUE "00".
               05 WS-H-DIAS-SEMANA PIC X(07).
               05 WS-H-DATA-INICIO PIC 9(08).
               05 WS-H-DATA-FIM PIC 9(08).
               05 WS-H-TIPO PIC X(01).
               05 FILLER PIC X(01).

           77 WS-EXIT-OK PIC X(01) VALUE "N".
           77 WS-TOTAL-LIDOS PIC 9(04) VALUE ZEROES.

           IF WS-MODO = "S"
               OPEN OUTPUT SINCRONIAOUTPUT
               PERFORM P060-LER-CONFIGURACOES
           END-IF.

           PERFORM P100-CARREGAR-HORARIO.
           IF WS-MODO = "S"
               PERFORM P150-CANCELAR-EM-FALTA
               CLOSE SINCRONIAOUTPUT
               IF WS-MUD-TOTAL > ZEROES
                   PERFORM P180-ABRIR-CASOS-MUDANCA
               END-IF
           END-IF.

           DISPLAY " ".
                       WS-TOTAL-ALTERADOS
               DISPLAY "VOOS CANCELADOS PELA SINCRONIZACAO: "
                       WS-TOTAL-CANCELADOS
               DISPLAY "CASOS DE MUDANCA DE HORARIO ABERTOS: "
                       WS-MUD-CASOS
           END-IF.

           PERFORM P170-PUBLICAR-HORARIO.

           STOP RUN.

      *    O HORARIO PUBLICADO AS AGENCIAS E PARCEIROS E REFEITO
      *    SEMPRE QUE O CARREGAMENTO MUDA ALGUM VOO
       P170-PUBLICAR-HORARIO.

           IF WS-TOTAL-CARREGADOS > ZEROES
                   OR WS-TOTAL-ALTERADOS > ZEROES
                   OR WS-TOTAL-CANCELADOS > ZEROES
               DISPLAY "PUBLICACAO DO HORARIO (C-COMPLETA "
                       "A-SO ALTERACOES)"
               ACCEPT WS-PUB-RESPOSTA
               IF WS-PUB-RESPOSTA = "C" OR WS-PUB-RESPOSTA = "c"
                   MOVE "COMPLETO" TO WS-PUB-MENSAGEM
               ELSE
                   MOVE "ALTERACOES" TO WS-PUB-MENSAGEM
               END-IF
               CALL 'publicar_horario.o' USING WS-PUB-AREA
               END-CALL
           END-IF.

       P100-CARREGAR-HORARIO.

           OPEN INPUT HORARIOINPUT.
               OPEN I-O LUGARESINPUT
           END-IF.
           OPEN INPUT CALENDARIOINPUT.
           MOVE "N" TO WS-NOC-ATIVO.
           OPEN INPUT ROTASINPUT.
           IF WS-ROTA-STATUS-OK
               OPEN INPUT CIDADESINPUT
               IF WS-CID-STATUS-OK
                   MOVE "S" TO WS-NOC-ATIVO
               ELSE
                   CLOSE ROTASINPUT
               END-IF
           END-IF.

           IF WS-FICHEIRO-VOO-OK
               CONTINUE
           CLOSE REJEITADOSOUTPUT.
           CLOSE LUGARESINPUT.
           CLOSE CALENDARIOINPUT.
           IF WS-NOC-ATIVO = "S"
               CLOSE ROTASINPUT
               CLOSE CIDADESINPUT
           END-IF.

       P110-CARREGAR-UMA-LINHA.

           MOVE SPACES TO VOOSINPUT-PORTA.
           MOVE ZEROES TO VOOSINPUT-HORA-REVISTA.
           MOVE "EUR" TO VOOSINPUT-MOEDA.
           MOVE WS-H-TIPO TO VOOSINPUT-TIPO.

           MOVE "W" TO WS-DIA-OP
           PERFORM P071-DIARIO-VOO
               NOT INVALID KEY
                   MOVE "N" TO WS-SYNC-ALTEROU
                   IF VOOSINPUT-HORA NOT = WS-H-HORA
                       MOVE VOOSINPUT-HORA TO WS-MUD-HORA-ANTIGA
                       MOVE WS-H-HORA TO VOOSINPUT-HORA
                       MOVE "S" TO WS-SYNC-ALTEROU
                       PERFORM P119-REGISTAR-MUDANCA
                   END-IF
                   IF VOOSINPUT-TARIFA NOT = WS-H-TARIFA
                       MOVE WS-H-TARIFA TO VOOSINPUT-TARIFA
                   END-IF
           END-READ.

      *    MUDANCA DE HORA ACIMA DO LIMITE NUM VOO FUTURO: GUARDADA
      *    PARA ABRIR CASOS AS RESERVAS NO FIM DA SINCRONIZACAO
       P119-REGISTAR-MUDANCA.

           MOVE WS-MUD-HORA-ANTIGA TO WS-HORA-SPLIT.
           COMPUTE WS-MUD-MIN-ANTIGA = WS-HORA-HH * 60 + WS-HORA-MM.
           MOVE VOOSINPUT-HORA TO WS-HORA-SPLIT.
           COMPUTE WS-MUD-MIN-NOVA = WS-HORA-HH * 60 + WS-HORA-MM.
           COMPUTE WS-MUD-DIFERENCA =
                   WS-MUD-MIN-NOVA - WS-MUD-MIN-ANTIGA.
           IF WS-MUD-DIFERENCA < 0
               MULTIPLY WS-MUD-DIFERENCA BY -1
                   GIVING WS-MUD-DIFERENCA
           END-IF.

           IF WS-MUD-DIFERENCA > WS-CFG-MUDANCA-MIN
                   AND VOOSINPUT-DATA >= WS-DATA-HOJE
               IF WS-MUD-TOTAL >= 200
                   MOVE "S" TO WS-MUD-CHEIA
               ELSE
                   ADD 1 TO WS-MUD-TOTAL
                   MOVE VOOSINPUT-CHAVE TO WS-MUD-CHAVE (WS-MUD-TOTAL)
                   MOVE WS-MUD-HORA-ANTIGA
                       TO WS-MUD-ANTIGA (WS-MUD-TOTAL)
                   MOVE VOOSINPUT-HORA TO WS-MUD-NOVA (WS-MUD-TOTAL)
               END-IF
           END-IF.

       P152-REGISTAR-SYNC.

           IF WS-SYNC-TOTAL >= 1000
                       SET WS-EXIT-OK2 TO "S"
                   NOT AT END
                       IF RESERVA-VOO-CHAVE = VOOSINPUT-CHAVE
                           MOVE "VOO CANCELADO PELO NOVO HORARIO"
                               TO WS-NOTIF-MENSAGEM
                           PERFORM P160-CRIAR-NOTIF-CANC
                       END-IF
               END-READ
           MOVE RESERVA-PAX-ID TO NOTIF-PAX-ID.
           MOVE RESERVA-NOME TO NOTIF-NOME.
           MOVE VOOSINPUT-NOME TO NOTIF-VOO.
           MOVE WS-NOTIF-MENSAGEM TO NOTIF-MENSAGEM.
           MOVE "N" TO NOTIF-CONTACTADO.
           ACCEPT NOTIF-DATA FROM DATE YYYYMMDD.
           WRITE NOTIFICACOESINPUT-REG
                   CONTINUE
           END-WRITE.

       P060-LER-CONFIGURACOES.

           OPEN I-O CONFIGINPUT.
           IF WS-CFG-STATUS-OK
               MOVE "MH" TO CFG-CHAVE
               READ CONFIGINPUT
                   INVALID KEY
                       MOVE 0060 TO WS-CFG-MUDANCA-MIN
                   NOT INVALID KEY
                       MOVE CFG-VALOR TO WS-CFG-MUDANCA-MIN
               END-READ
               MOVE "MC" TO CFG-CHAVE
               READ CONFIGINPUT
                   INVALID KEY
                       MOVE 0045 TO WS-MIN-CONEXAO
                   NOT INVALID KEY
                       MOVE CFG-VALOR TO WS-MIN-CONEXAO
               END-READ
               CLOSE CONFIGINPUT
           END-IF.

      *    VOOS REPROGRAMADOS PELA SINCRONIZACAO: UM CASO POR RESERVA,
      *    COM AVISO AO PASSAGEIRO, PARA TRATAMENTO NO BALCAO
       P180-ABRIR-CASOS-MUDANCA.

           IF WS-MUD-CHEIA = "S"
               DISPLAY "TABELA DE MUDANCAS DE HORARIO ESGOTADA - "
                       "CASOS ABERTOS SO PARA OS PRIMEIROS VOOS"
           END-IF.

           OPEN INPUT VOOSINPUT.
           OPEN I-O RESERVASINPUT.
           OPEN I-O PASSAGEIROSINPUT.
           OPEN I-O CONTACTOS.
           OPEN I-O NOTIFICACOESINPUT.
           IF WS-NOTIF-STATUS-INEXISTENTE
               OPEN OUTPUT NOTIFICACOESINPUT
               CLOSE NOTIFICACOESINPUT
               OPEN I-O NOTIFICACOESINPUT
           END-IF.
           OPEN I-O CONTROLOINPUT.
           OPEN I-O MUDANCASINPUT.
           IF WS-MDH-STATUS-INEXISTENTE
               OPEN OUTPUT MUDANCASINPUT
               CLOSE MUDANCASINPUT
               OPEN I-O MUDANCASINPUT
           END-IF.

           MOVE ZEROES TO WS-MUD-CASOS.
           MOVE 1 TO WS-MUD-I.
           PERFORM UNTIL WS-MUD-I > WS-MUD-TOTAL
               PERFORM P181-CASOS-DE-UM-VOO
               ADD 1 TO WS-MUD-I
           END-PERFORM.

           CLOSE VOOSINPUT.
           CLOSE RESERVASINPUT.
           CLOSE PASSAGEIROSINPUT.
           CLOSE CONTACTOS.
           CLOSE NOTIFICACOESINPUT.
           CLOSE CONTROLOINPUT.
           CLOSE MUDANCASINPUT.

       P181-CASOS-DE-UM-VOO.

           MOVE WS-MUD-CHAVE (WS-MUD-I) TO VOOSINPUT-CHAVE.
           MOVE SPACES TO WS-MUD-VOO-GUARDA.
           READ VOOSINPUT
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE VOOSINPUT-REG TO WS-MUD-VOO-GUARDA
           END-READ.

           MOVE ZEROES TO WS-MUD-RES-TOTAL.
           IF WS-MUD-VOO-GUARDA NOT = SPACES
               MOVE ZEROES TO RESERVA-ID
               SET WS-EXIT-OK2 TO "N"
               START RESERVASINPUT KEY IS NOT LESS THAN RESERVA-ID
                   INVALID KEY
                       SET WS-EXIT-OK2 TO "S"
               END-START
               PERFORM UNTIL WS-EXIT-OK2 = "S"
                   READ RESERVASINPUT NEXT
                       AT END
                           SET WS-EXIT-OK2 TO "S"
                       NOT AT END
                           IF RESERVA-VOO-CHAVE =
                                   WS-MUD-CHAVE (WS-MUD-I)
                                   AND WS-MUD-RES-TOTAL < 200
                               ADD 1 TO WS-MUD-RES-TOTAL
                               MOVE RESERVA-ID TO
                                   WS-MUD-RES-ID (WS-MUD-RES-TOTAL)
                           END-IF
                   END-READ
               END-PERFORM
               SET WS-EXIT-OK2 TO "N"
           END-IF.

           MOVE 1 TO WS-MUD-RES-I.
           PERFORM UNTIL WS-MUD-RES-I > WS-MUD-RES-TOTAL
               MOVE WS-MUD-RES-ID (WS-MUD-RES-I) TO RESERVA-ID
               READ RESERVASINPUT
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM P182-GRAVAR-CASO
               END-READ
               ADD 1 TO WS-MUD-RES-I
           END-PERFORM.

       P182-GRAVAR-CASO.

           MOVE WS-MUD-VOO-GUARDA TO VOOSINPUT-REG.
           MOVE RESERVA-ID TO MDH-RESERVA-ID.
           MOVE RESERVA-PAX-ID TO MDH-PAX-ID.
           MOVE RESERVA-NOME TO MDH-NOME.
           MOVE VOOSINPUT-CHAVE TO MDH-VOO-CHAVE.
           MOVE VOOSINPUT-NOME TO MDH-VOO-NOME.
           MOVE WS-MUD-ANTIGA (WS-MUD-I) TO MDH-HORA-ANTIGA.
           MOVE WS-MUD-NOVA (WS-MUD-I) TO MDH-HORA-NOVA.
           MOVE "N" TO MDH-LIGACAO.
           MOVE "S" TO MDH-ORIGEM.
           MOVE WS-DATA-HOJE TO MDH-DATA-ABERTURA.
           MOVE "P" TO MDH-ESTADO.
           MOVE SPACES TO MDH-RESOLUCAO.
           MOVE ZEROES TO MDH-DATA-CONTACTO.
           MOVE ZEROES TO MDH-DATA-RESOLUCAO.
           MOVE ZEROES TO MDH-OPER-ID.
           MOVE ZEROES TO MDH-NOVO-VOO-CHAVE.

           PERFORM P184-VERIFICAR-LIGACAO.
           MOVE WS-MUD-VOO-GUARDA TO VOOSINPUT-REG.
           MOVE MDH-PAX-ID TO RESERVA-PAX-ID.
           MOVE MDH-NOME TO RESERVA-NOME.

           MOVE WS-CHAVE-CTRL-MUDANCA TO CTRL-CHAVE.
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
           MOVE WS-PROX-NUMERO TO MDH-ID.
           WRITE MUDANCASINPUT-REG
               INVALID KEY
                   DISPLAY "ERRO AO ABRIR CASO DA RESERVA "
                           MDH-RESERVA-ID
               NOT INVALID KEY
                   ADD 1 TO WS-MUD-CASOS
                   MOVE SPACES TO WS-NOTIF-MENSAGEM
                   IF MDH-LIGACAO-QUEBRADA
                       STRING "NOVA PARTIDA " DELIMITED BY SIZE
                               MDH-HORA-NOVA DELIMITED BY SIZE
                               " - LIGACAO EM RISCO" DELIMITED BY SIZE
                           INTO WS-NOTIF-MENSAGEM
                       END-STRING
                   ELSE
                       STRING "HORARIO ALTERADO - NOVA PARTIDA "
                               DELIMITED BY SIZE
                               MDH-HORA-NOVA DELIMITED BY SIZE
                           INTO WS-NOTIF-MENSAGEM
                       END-STRING
                   END-IF
                   PERFORM P160-CRIAR-NOTIF-CANC
           END-WRITE.

      *    OUTRA RESERVA DO MESMO PASSAGEIRO NO MESMO DIA CUJA HORA
      *    FICA A MENOS DO TEMPO MINIMO DE LIGACAO DA NOVA PARTIDA
       P184-VERIFICAR-LIGACAO.

           MOVE MDH-NOME TO WS-MUD-PASSAGEIRO.
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
                       IF RESERVA-NOME = WS-MUD-PASSAGEIRO
                               AND RESERVA-VOO-DATA = MDH-VOO-DATA
                               AND RESERVA-VOO-CHAVE NOT = MDH-VOO-CHAVE
                           PERFORM P185-COMPARAR-LIGACAO
                       END-IF
               END-READ
           END-PERFORM.
           SET WS-EXIT-OK2 TO "N".

       P185-COMPARAR-LIGACAO.

           MOVE RESERVA-VOO-CHAVE TO VOOSINPUT-CHAVE.
           READ VOOSINPUT
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF VOOSINPUT-ESTADO NOT = "C"
                       MOVE MDH-HORA-NOVA TO WS-HORA-SPLIT
                       COMPUTE WS-MUD-MIN-NOVA =
                               WS-HORA-HH * 60 + WS-HORA-MM
                       MOVE VOOSINPUT-HORA TO WS-HORA-SPLIT
                       COMPUTE WS-MUD-MIN-ANTIGA =
                               WS-HORA-HH * 60 + WS-HORA-MM
                       COMPUTE WS-MUD-DIFERENCA =
                               WS-MUD-MIN-NOVA - WS-MUD-MIN-ANTIGA
                       IF WS-MUD-DIFERENCA < 0
                           MULTIPLY WS-MUD-DIFERENCA BY -1
                               GIVING WS-MUD-DIFERENCA
                       END-IF
                       IF WS-MUD-DIFERENCA < WS-MIN-CONEXAO
                           MOVE "S" TO MDH-LIGACAO
                       END-IF
                   END-IF
           END-READ.

       P130-EXPANDIR-PADRAO.

           MOVE ZEROES TO WS-PAD-GERADOS.
           MOVE SPACES TO VOOSINPUT-PORTA.
           MOVE ZEROES TO VOOSINPUT-HORA-REVISTA.
           MOVE "EUR" TO VOOSINPUT-MOEDA.
           MOVE WS-H-TIPO TO VOOSINPUT-TIPO.

           MOVE "W" TO WS-DIA-OP
           PERFORM P071-DIARIO-VOO
                       MOVE 'C' TO LUG-POSICAO
                   END-IF
                   MOVE 'N' TO LUG-OCUPADO
                   MOVE 'N' TO LUG-BLOQUEADO
                   MOVE 'N' TO LUG-SAIDA
                   MOVE 'N' TO LUG-ESPACO
                   MOVE '0' TO LUG-BANDA
                   WRITE LUGARESINPUT-REG
                       INVALID KEY
                           CONTINUE
               MOVE "HORA INVALIDA" TO WS-MOTIVO
           END-IF.

      *    TIPO DE VOO OPCIONAL NO FIM DA LINHA - EM BRANCO E COMERCIAL
           IF WS-H-TIPO = SPACES
               MOVE "C" TO WS-H-TIPO
           END-IF.
           IF WS-VALIDA = "S"
               IF WS-H-TIPO NOT = "C" AND WS-H-TIPO NOT = "F"
                       AND WS-H-TIPO NOT = "P"
                       AND WS-H-TIPO NOT = "T"
                       AND WS-H-TIPO NOT = "M"
                   MOVE "N" TO WS-VALIDA
                   MOVE "TIPO DE VOO INVALIDO" TO WS-MOTIVO
               END-IF
           END-IF.

           IF WS-VALIDA = "S"
               IF WS-H-DIAS-SEMANA = SPACES
                   MOVE WS-H-DATA TO WS-DATA-SPLIT
               END-IF
           END-IF.

           IF WS-VALIDA = "S" AND WS-NOC-ATIVO = "S"
               PERFORM P146-VERIFICAR-RECOLHER
               IF WS-NOC-BLOQUEADO = "S"
                   MOVE "N" TO WS-VALIDA
                   MOVE SPACES TO WS-MOTIVO
                   STRING WS-NOC-FASE DELIMITED BY SPACE
                           " VEDADA EM " DELIMITED BY SIZE
                           CID-NOME DELIMITED BY SPACE
                       INTO WS-MOTIVO
                   END-STRING
               END-IF
           END-IF.

      *    PARTIDA EM HORA LOCAL DA ORIGEM; A CHEGADA LOCAL NO DESTINO
      *    SOMA O TEMPO DE BLOCO E A DIFERENCA DE FUSOS. SEM ROTA NO
      *    MESTRE NAO HA VERIFICACAO
       P146-VERIFICAR-RECOLHER.

           MOVE "N" TO WS-NOC-BLOQUEADO.
           MOVE WS-H-NOME TO ROTA-NOME.
           READ ROTASINPUT
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM P147-RECOLHER-DA-ROTA
           END-READ.

       P147-RECOLHER-DA-ROTA.

           MOVE ROTA-DESTINO TO WS-NOC-DESTINO.
           MOVE ROTA-BLOCO-MIN TO WS-NOC-BLOCO.
           MOVE ZEROES TO WS-NOC-FUSO-ORIG.
           MOVE ZEROES TO WS-NOC-FUSO-DEST.
           MOVE WS-H-HORA TO WS-NOC-HORA.

           MOVE "PARTIDA" TO WS-NOC-FASE.
           MOVE ROTA-ORIGEM TO CID-NOME.
           READ CIDADESINPUT
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CID-FUSO TO WS-NOC-FUSO-ORIG
                   PERFORM P148-AVALIAR-AEROPORTO
           END-READ.

           IF WS-NOC-BLOQUEADO = "N"
               MOVE WS-NOC-DESTINO TO CID-NOME
               READ CIDADESINPUT
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CID-FUSO TO WS-NOC-FUSO-DEST
                       MOVE WS-NOC-HORA TO WS-HORA-SPLIT
                       COMPUTE WS-NOC-MINUTOS =
                               WS-HORA-HH * 60 + WS-HORA-MM
                               + WS-NOC-BLOCO
                               + (WS-NOC-FUSO-DEST - WS-NOC-FUSO-ORIG)
                               * 60
                       PERFORM UNTIL WS-NOC-MINUTOS >= 0
                           ADD 1440 TO WS-NOC-MINUTOS
                       END-PERFORM
                       PERFORM UNTIL WS-NOC-MINUTOS < 1440
                           SUBTRACT 1440 FROM WS-NOC-MINUTOS
                       END-PERFORM
                       DIVIDE WS-NOC-MINUTOS BY 60
                           GIVING WS-HORA-HH
                           REMAINDER WS-HORA-MM
                       MOVE WS-HORA-SPLIT TO WS-NOC-HORA
                       MOVE "CHEGADA" TO WS-NOC-FASE
                       PERFORM P148-AVALIAR-AEROPORTO
               END-READ
           END-IF.

       P148-AVALIAR-AEROPORTO.

           IF CID-HORA-ABRE NOT = CID-HORA-FECHA
               MOVE CID-HORA-ABRE TO WS-NOC-JAN-INI
               MOVE CID-HORA-FECHA TO WS-NOC-JAN-FIM
               PERFORM P149-DENTRO-DA-JANELA
               IF WS-NOC-DENTRO = "N"
                   MOVE "S" TO WS-NOC-BLOQUEADO
               END-IF
           END-IF.

           IF WS-NOC-BLOQUEADO = "N"
                   AND CID-RECOLHER-INI NOT = CID-RECOLHER-FIM
               MOVE CID-RECOLHER-INI TO WS-NOC-JAN-INI
               MOVE CID-RECOLHER-FIM TO WS-NOC-JAN-FIM
               PERFORM P149-DENTRO-DA-JANELA
               IF WS-NOC-DENTRO = "S"
                   MOVE "S" TO WS-NOC-BLOQUEADO
               END-IF
           END-IF.

       P149-DENTRO-DA-JANELA.

           MOVE "N" TO WS-NOC-DENTRO.
           IF WS-NOC-JAN-INI < WS-NOC-JAN-FIM
               IF WS-NOC-HORA >= WS-NOC-JAN-INI
                       AND WS-NOC-HORA < WS-NOC-JAN-FIM
                   MOVE "S" TO WS-NOC-DENTRO
               END-IF
           ELSE
               IF WS-NOC-HORA >= WS-NOC-JAN-INI
                       OR WS-NOC-HORA < WS-NOC-JAN-FIM
                   MOVE "S" TO WS-NOC-DENTRO
               END-IF
           END-IF.

       P142-VALIDAR-DATA.

           PERFORM P143-VALIDAR-CALENDARIO.
                   "/calendario.dat" DELIMITED BY SIZE
               INTO WS-CAM-CALENDARIO
           END-STRING.
           MOVE SPACES TO WS-CAM-ROTAS.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/rotas.dat" DELIMITED BY SIZE
               INTO WS-CAM-ROTAS
           END-STRING.
           MOVE SPACES TO WS-CAM-CIDADES.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/cidades.dat" DELIMITED BY SIZE
               INTO WS-CAM-CIDADES
           END-STRING.
           MOVE SPACES TO WS-CAM-CONFIG.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/project/config.dat" DELIMITED BY SIZE
               INTO WS-CAM-CONFIG
           END-STRING.
           MOVE SPACES TO WS-CAM-MUDANCAS.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/project/mudancas.dat" DELIMITED BY SIZE
               INTO WS-CAM-MUDANCAS
           END-STRING.


       P095-REGISTAR-ERRO-ABERTURA.
