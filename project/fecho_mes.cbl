           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-RES.

       SELECT RECVOADAINPUT ASSIGN TO
           WS-CAM-RECVOADA
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-REC.

       SELECT FIDELIDADEINPUT ASSIGN TO
           WS-CAM-FIDELIDADE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-EXT.

       SELECT CONFIGINPUT ASSIGN TO
           WS-CAM-CONFIG
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CFG-CHAVE
           FILE STATUS IS WS-FS-CFG.

       SELECT PASSAGEIROSINPUT ASSIGN TO
           WS-CAM-PASSAGEIROS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PAX-ID
           FILE STATUS IS WS-FS-PAX.

       SELECT NOTIFICACOESINPUT ASSIGN TO
           WS-CAM-NOTIFICACOES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NOTIF-ID
           FILE STATUS IS WS-FS-NOTIF.

       SELECT CONTROLOINPUT ASSIGN TO
           WS-CAM-CONTROLO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CTRL-CHAVE
           FILE STATUS IS WS-FS-CTRL.

       DATA DIVISION.

       FILE SECTION.

       FD CONTACTOS.
       01 REG-CONTACTOS.
           03 ID-CONTACTO   PIC 9(06).
           03 NM-CONTACTO   PIC X(20).
           03 TEL-CONTACTO  PIC X(15).
           03 EMAIL-CONTACTO PIC X(30).
       FD RESUMOMES.
       01 RESUMOMES-LINHA PIC X(40).

       FD RECVOADAINPUT.
       01 RECVOADAINPUT-LINHA PIC X(60).

       FD FIDELIDADEINPUT.
       01 FIDELIDADEINPUT-REG.
           05 FID-PAX-ID PIC 9(04).
       FD EXTRATOOUTPUT.
       01 EXTRATOOUTPUT-LINHA PIC X(60).

       FD CONFIGINPUT.
       01 CONFIGINPUT-REG.
           05 CFG-CHAVE PIC X(02).
           05 CFG-VALOR PIC 9(04).

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

       FD CONTROLOINPUT.
       01 CONTROLOINPUT-REG.
           05 CTRL-CHAVE PIC X(06).
           05 CTRL-ULTIMO-NUM PIC 9(04).

       WORKING-STORAGE SECTION.

           01 WS-AMB-AREA.
           "/Users/antonyferreira/Documents/Cobol/contactos.dat".
           77 WS-CAM-RESUMO PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/fechomes.txt".
           77 WS-CAM-RECVOADA PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/recvoada.txt".

           01 WS-FS-TALLY PIC XX.
               88 WS-FS-TALLY-OK VALUE '00'.
               88 WS-FS-RES-OK VALUE '00'.
               88 WS-FS-RES-NOVO VALUE '35'.

           01 WS-FS-REC PIC XX.
               88 WS-FS-REC-OK VALUE '00'.

           01 WS-REC-LINHA PIC X(60).
           01 FILLER REDEFINES WS-REC-LINHA.
               05 WS-REC-MES PIC 9(06).
               05 FILLER PIC X(01).
               05 WS-REC-SINAL PIC X(01).
               05 WS-REC-VALOR PIC 9(09)V99.
               05 FILLER PIC X(01).
               05 WS-REC-PASSIVO-SINAL PIC X(01).
               05 WS-REC-PASSIVO PIC 9(09)V99.
               05 FILLER PIC X(01).
               05 WS-REC-DATA PIC 9(08).
               05 FILLER PIC X(19).

           77 WS-REC-ACHADO PIC X(01) VALUE 'N'.
           77 WS-RECEITA-VOADA PIC S9(09)V99 VALUE ZEROES.
           77 WS-PASSIVO-FIM PIC S9(09)V99 VALUE ZEROES.

           01 WS-TALLY-REG PIC X(90).
           01 FILLER REDEFINES WS-TALLY-REG.
               05 WS-T-DATA PIC 9(08).
               05 FILLER PIC X(01).
               05 WS-R-RECEITA PIC 9(09)V99.
               05 FILLER PIC X(01).
               05 WS-R-CONTACTOS PIC 9(06).
               05 FILLER PIC X(04).
      *    RESUMOS GRAVADOS ANTES DE O CAMPO DE CONTACTOS TER 6 DIGITOS
           01 FILLER REDEFINES WS-RESUMO-REG.
               05 FILLER PIC X(34).
               05 WS-R-CONTACTOS-4 PIC 9(04).
               05 FILLER PIC X(06).

           01 WS-FS-FID PIC XX.

           01 WS-FS-FIDMOV PIC XX.
               88 WS-FS-FIDMOV-OK VALUE '00'.
               88 WS-FS-FIDMOV-NOVO VALUE '35'.

           01 WS-FS-EXT PIC XX.
               88 WS-FS-EXT-OK VALUE '00'.
           77 WS-PONTOS-JANELA PIC 9(07) VALUE ZEROES.
           77 WS-CONTAS-ENVELHECIDAS PIC 9(04) VALUE ZEROES.

           01 WS-FS-CFG PIC XX.
               88 WS-FS-CFG-OK VALUE '00'.

           01 WS-FS-PAX PIC XX.
               88 WS-FS-PAX-OK VALUE '00'.

           01 WS-FS-NOTIF PIC XX.
               88 WS-FS-NOTIF-OK VALUE '00'.
               88 WS-FS-NOTIF-NOVO VALUE '35'.

           01 WS-FS-CTRL PIC XX.
               88 WS-FS-CTRL-OK VALUE '00'.

           77 WS-CAM-CONFIG PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/project/config.dat".
           77 WS-CAM-PASSAGEIROS PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/passageiros.dat".
           77 WS-CAM-NOTIFICACOES PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/notificacoes.dat".
           77 WS-CAM-CONTROLO PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/project/controlo.dat".

      *    EXPIRACAO DE PONTOS - IDADE MAXIMA DOS PONTOS E LIMITE DE
      *    INATIVIDADE EM MESES (CHAVES 'PX' E 'PI' DO CONFIG.DAT)
           77 WS-EXP-MESES-IDADE PIC 9(04) VALUE 36.
           77 WS-EXP-MESES-INATIV PIC 9(04) VALUE 24.
           77 WS-EXP-MESES-RECUO PIC 9(04) VALUE ZEROES.
           77 WS-EXP-CORTE-IDADE PIC 9(08) VALUE ZEROES.
           77 WS-EXP-CORTE-IDADE-PROX PIC 9(08) VALUE ZEROES.
           77 WS-EXP-CORTE-INATIV PIC 9(08) VALUE ZEROES.
           77 WS-EXP-CORTE-INATIV-PROX PIC 9(08) VALUE ZEROES.
           77 WS-EXP-ACUM-ANTIGOS PIC 9(09) VALUE ZEROES.
           77 WS-EXP-ACUM-ANTIGOS-PROX PIC 9(09) VALUE ZEROES.
           77 WS-EXP-CONSUMIDOS PIC 9(09) VALUE ZEROES.
           77 WS-EXP-PONTOS PIC S9(09) VALUE ZEROES.
           77 WS-EXP-AVISO PIC S9(09) VALUE ZEROES.
           77 WS-EXP-MOTIVO PIC X(01) VALUE SPACES.
           77 WS-EXP-CONTAS PIC 9(04) VALUE ZEROES.
           77 WS-EXP-INATIVAS PIC 9(04) VALUE ZEROES.
           77 WS-EXP-TOTAL-PONTOS PIC 9(09) VALUE ZEROES.
           77 WS-EXP-AVISOS PIC 9(04) VALUE ZEROES.
           77 WS-EXP-PAX-ABERTO PIC X(01) VALUE 'N'.
           77 WS-EXP-CONT-ABERTO PIC X(01) VALUE 'N'.
           77 WS-PROX-NUMERO PIC 9(04) VALUE ZEROES.
           77 WS-CHAVE-CTRL-NOTIF PIC X(02) VALUE 'NT'.
           77 WS-EXP-AVISO-ED PIC Z(6)9.

           01 WS-CORTE-SPLIT PIC 9(08) VALUE ZEROES.
           01 WS-CORTE-SPLIT-R REDEFINES WS-CORTE-SPLIT.
               05 WS-CORTE-ANO PIC 9(04).
           77 WS-SOMA-RESERVAS PIC 9(04) VALUE ZEROES.
           77 WS-SOMA-CANC PIC 9(04) VALUE ZEROES.
           77 WS-RECEITA-MES PIC S9(09)V99 VALUE ZEROES.
           77 WS-CONTACTOS-AGORA PIC 9(06) VALUE ZEROES.
           77 WS-CONTACTOS-ANTES PIC 9(06) VALUE ZEROES.
           77 WS-CRESCIMENTO PIC S9(06) VALUE ZEROES.
           77 WS-TEM-ANTERIOR PIC X(01) VALUE 'N'.

           01 WS-PER-AREA.
               03 WS-PER-OP PIC X(01).
               03 WS-PER-MES PIC 9(06).
               03 WS-PER-DATA PIC 9(08).
               03 WS-PER-DATA-ORIGEM PIC 9(08).
               03 WS-PER-OPER PIC 9(02).
               03 WS-PER-MOTIVO PIC X(30).
               03 WS-PER-MOVIMENTO PIC X(51).
               03 WS-PER-ESTADO PIC X(01).
               03 WS-PER-RESULTADO PIC X(01).

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           PERFORM P100-SOMAR-TALLIES.
           PERFORM P200-SOMAR-MOVIMENTOS.
           PERFORM P250-LER-RECONHECIMENTO.
           PERFORM P300-CONTAR-CONTACTOS.
           PERFORM P400-LER-RESUMOS-ANTERIORES.
           PERFORM P500-IMPRIMIR-DECLARACAO.
           PERFORM P600-GRAVAR-RESUMO.
           PERFORM P610-FECHAR-PERIODO.
           PERFORM P650-ENVELHECER-FIDELIZACAO.
           PERFORM P670-EXPIRAR-PONTOS.
           PERFORM P700-EXTRATOS-FIDELIZACAO.

           STOP RUN.
                       NOT AT END
                           MOVE MOVIMENTOSINPUT-LINHA TO WS-MOV-LINHA
                           IF WS-MOV-DATA (1:6) = WS-MES-PEDIDO
                                   AND WS-MOV-TIPO NOT = 'C'
                                   AND WS-MOV-TIPO NOT = 'N'
                               IF WS-MOV-TIPO = 'P'
                                       OR WS-MOV-TIPO = 'F'
                                       OR WS-MOV-TIPO = 'B'
                                   ADD WS-MOV-VALOR TO WS-RECEITA-MES
                               ELSE
                                   SUBTRACT WS-MOV-VALOR
               CLOSE MOVIMENTOSINPUT
           END-IF.

       P250-LER-RECONHECIMENTO.

           MOVE 'N' TO WS-REC-ACHADO.
           OPEN INPUT RECVOADAINPUT.
           IF WS-FS-REC-OK
               SET WS-EXIT-OK TO 'N'
               PERFORM UNTIL WS-EXIT-OK = 'S'
                   READ RECVOADAINPUT
                       AT END
                           SET WS-EXIT-OK TO 'S'
                       NOT AT END
                           MOVE RECVOADAINPUT-LINHA TO WS-REC-LINHA
                           IF WS-REC-MES = WS-MES-PEDIDO
                               MOVE 'S' TO WS-REC-ACHADO
                               MOVE WS-REC-VALOR TO WS-RECEITA-VOADA
                               IF WS-REC-SINAL = '-'
                                   COMPUTE WS-RECEITA-VOADA =
                                           0 - WS-RECEITA-VOADA
                               END-IF
                               MOVE WS-REC-PASSIVO TO WS-PASSIVO-FIM
                               IF WS-REC-PASSIVO-SINAL = '-'
                                   COMPUTE WS-PASSIVO-FIM =
                                           0 - WS-PASSIVO-FIM
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               SET WS-EXIT-OK TO 'N'
               CLOSE RECVOADAINPUT
           END-IF.

       P300-CONTAR-CONTACTOS.

           OPEN INPUT CONTACTOS.
                       NOT AT END
                           MOVE RESUMOMES-LINHA TO WS-RESUMO-REG
                           IF WS-R-MES < WS-MES-PEDIDO
                               IF WS-R-CONTACTOS IS NUMERIC
                                   MOVE WS-R-CONTACTOS
                                       TO WS-CONTACTOS-ANTES
                               ELSE
                                   MOVE WS-R-CONTACTOS-4
                                       TO WS-CONTACTOS-ANTES
                               END-IF
                               MOVE 'S' TO WS-TEM-ANTERIOR
                           END-IF
                   END-READ
           DISPLAY 'VOOS ADICIONADOS NO MES: ' WS-SOMA-VOOS.
           DISPLAY 'RESERVAS EFETUADAS: ' WS-SOMA-RESERVAS.
           DISPLAY 'RESERVAS CANCELADAS: ' WS-SOMA-CANC.
           DISPLAY 'RECEBIMENTOS LIQUIDOS (PAGAMENTOS - '
                   'REEMBOLSOS): ' WS-RECEITA-MES.
           IF WS-REC-ACHADO = 'S'
               DISPLAY 'RECEITA VOADA RECONHECIDA NO MES: '
                       WS-RECEITA-VOADA
               DISPLAY 'PASSIVO DE RECEITA NAO VOADA NO FIM DO MES: '
                       WS-PASSIVO-FIM
           ELSE
               DISPLAY 'RECONHECIMENTO DE RECEITA VOADA NAO CORRIDO '
                       'PARA O MES'
           END-IF.
           DISPLAY 'CONTACTOS REGISTADOS NO FIM DO MES: '
                   WS-CONTACTOS-AGORA.
           IF WS-TEM-ANTERIOR = 'S'

           DISPLAY 'RESUMO DO MES GRAVADO NO HISTORICO'.

      *    DEPOIS DE DECLARADO O MES FICA FECHADO: OS MOVIMENTOS QUE
      *    AINDA VIEREM COM DATA DESSE MES PASSAM PARA O PERIODO ABERTO
       P610-FECHAR-PERIODO.

           MOVE SPACES TO WS-PER-AREA.
           MOVE 'F' TO WS-PER-OP.
           MOVE WS-MES-PEDIDO TO WS-PER-MES.
           MOVE ZEROES TO WS-PER-OPER.
           CALL 'per_util.o' USING WS-PER-AREA.
           EVALUATE WS-PER-RESULTADO
               WHEN 'O'
                   DISPLAY 'PERIODO ' WS-MES-PEDIDO ' FECHADO'
               WHEN 'J'
                   DISPLAY 'PERIODO ' WS-MES-PEDIDO ' JA ESTAVA FECHADO'
               WHEN OTHER
                   DISPLAY 'ERRO AO FECHAR O PERIODO ' WS-MES-PEDIDO
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE.

       P650-ENVELHECER-FIDELIZACAO.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           REWRITE FIDELIDADEINPUT-REG.
           ADD 1 TO WS-CONTAS-ENVELHECIDAS.

      *    PONTOS ACUMULADOS HA MAIS DE WS-EXP-MESES-IDADE EXPIRAM
      *    PELA ORDEM DE ANTIGUIDADE - RESGATES E EXPIRACOES ANTERIORES
      *    CONSOMEM PRIMEIRO OS PONTOS MAIS ANTIGOS. CONTA SEM
      *    ATIVIDADE HA MAIS DE WS-EXP-MESES-INATIV PERDE O SALDO TODO.
      *    QUEM VAI PERDER PONTOS NO FECHO SEGUINTE E AVISADO AGORA
       P670-EXPIRAR-PONTOS.

           OPEN INPUT CONFIGINPUT.
           IF WS-FS-CFG-OK
               MOVE 'PX' TO CFG-CHAVE
               READ CONFIGINPUT
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CFG-VALOR TO WS-EXP-MESES-IDADE
               END-READ
               MOVE 'PI' TO CFG-CHAVE
               READ CONFIGINPUT
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CFG-VALOR TO WS-EXP-MESES-INATIV
               END-READ
               CLOSE CONFIGINPUT
           END-IF.
           IF WS-EXP-MESES-IDADE = ZEROES
               MOVE 36 TO WS-EXP-MESES-IDADE
           END-IF.
           IF WS-EXP-MESES-INATIV = ZEROES
               MOVE 24 TO WS-EXP-MESES-INATIV
           END-IF.

           MOVE WS-EXP-MESES-IDADE TO WS-EXP-MESES-RECUO.
           PERFORM P675-RECUAR-MESES.
           MOVE WS-CORTE-SPLIT TO WS-EXP-CORTE-IDADE.
           SUBTRACT 1 FROM WS-EXP-MESES-RECUO.
           PERFORM P675-RECUAR-MESES.
           MOVE WS-CORTE-SPLIT TO WS-EXP-CORTE-IDADE-PROX.
           MOVE WS-EXP-MESES-INATIV TO WS-EXP-MESES-RECUO.
           PERFORM P675-RECUAR-MESES.
           MOVE WS-CORTE-SPLIT TO WS-EXP-CORTE-INATIV.
           SUBTRACT 1 FROM WS-EXP-MESES-RECUO.
           PERFORM P675-RECUAR-MESES.
           MOVE WS-CORTE-SPLIT TO WS-EXP-CORTE-INATIV-PROX.

           OPEN I-O FIDELIDADEINPUT.
           IF NOT WS-FS-FID-OK
               DISPLAY 'SEM FICHEIRO DE FIDELIZACAO - EXPIRACAO DE '
                       'PONTOS NAO CORRIDA'
           ELSE
               OPEN INPUT PASSAGEIROSINPUT
               IF WS-FS-PAX-OK
                   MOVE 'S' TO WS-EXP-PAX-ABERTO
               END-IF
               OPEN INPUT CONTACTOS
               IF WS-FS-CONT-OK
                   MOVE 'S' TO WS-EXP-CONT-ABERTO
               END-IF
               OPEN I-O CONTROLOINPUT
               OPEN I-O NOTIFICACOESINPUT
               IF WS-FS-NOTIF-NOVO
                   OPEN OUTPUT NOTIFICACOESINPUT
                   CLOSE NOTIFICACOESINPUT
                   OPEN I-O NOTIFICACOESINPUT
               END-IF
               MOVE ZEROES TO FID-PAX-ID
               SET WS-EXIT-OK TO 'N'
               START FIDELIDADEINPUT KEY IS NOT LESS THAN FID-PAX-ID
                   INVALID KEY
                       SET WS-EXIT-OK TO 'S'
               END-START
               PERFORM UNTIL WS-EXIT-OK = 'S'
                   READ FIDELIDADEINPUT NEXT
                       AT END
                           SET WS-EXIT-OK TO 'S'
                       NOT AT END
                           IF FID-PONTOS > ZEROES
                               PERFORM P680-EXPIRAR-MEMBRO
                           END-IF
                   END-READ
               END-PERFORM
               SET WS-EXIT-OK TO 'N'
               CLOSE NOTIFICACOESINPUT
               CLOSE CONTROLOINPUT
               IF WS-EXP-CONT-ABERTO = 'S'
                   CLOSE CONTACTOS
               END-IF
               IF WS-EXP-PAX-ABERTO = 'S'
                   CLOSE PASSAGEIROSINPUT
               END-IF
               CLOSE FIDELIDADEINPUT
               DISPLAY 'CONTAS COM PONTOS EXPIRADOS: ' WS-EXP-CONTAS
                       ' (POR INATIVIDADE: ' WS-EXP-INATIVAS ')'
               DISPLAY 'TOTAL DE PONTOS EXPIRADOS: '
                       WS-EXP-TOTAL-PONTOS
               DISPLAY 'AVISOS DE EXPIRACAO NO PROXIMO MES: '
                       WS-EXP-AVISOS
           END-IF.

       P675-RECUAR-MESES.

           MOVE WS-DATA-HOJE TO WS-CORTE-SPLIT.
           COMPUTE WS-MESES-AUX =
                   WS-CORTE-ANO * 12 + WS-CORTE-MES - 1
                   - WS-EXP-MESES-RECUO.
           DIVIDE WS-MESES-AUX BY 12 GIVING WS-CORTE-ANO
               REMAINDER WS-MESES-AUX.
           COMPUTE WS-CORTE-MES = WS-MESES-AUX + 1.

       P680-EXPIRAR-MEMBRO.

           MOVE ZEROES TO WS-EXP-ACUM-ANTIGOS.
           MOVE ZEROES TO WS-EXP-ACUM-ANTIGOS-PROX.
           MOVE ZEROES TO WS-EXP-CONSUMIDOS.
           OPEN INPUT FIDMOVINPUT.
           IF WS-FS-FIDMOV-OK
               SET WS-EXIT-OK2 TO 'N'
               PERFORM UNTIL WS-EXIT-OK2 = 'S'
                   READ FIDMOVINPUT
                       AT END
                           SET WS-EXIT-OK2 TO 'S'
                       NOT AT END
                           MOVE FIDMOVINPUT-LINHA TO WS-FIDMOV-LINHA
                           IF WS-FIDMOV-PAX = FID-PAX-ID
                               PERFORM P682-SOMAR-MOVIMENTO
                           END-IF
                   END-READ
               END-PERFORM
               SET WS-EXIT-OK2 TO 'N'
               CLOSE FIDMOVINPUT
           END-IF.

           IF FID-ULT-ATIV < WS-EXP-CORTE-INATIV
               MOVE FID-PONTOS TO WS-EXP-PONTOS
               MOVE 'I' TO WS-EXP-MOTIVO
           ELSE
               COMPUTE WS-EXP-PONTOS =
                       WS-EXP-ACUM-ANTIGOS - WS-EXP-CONSUMIDOS
               IF WS-EXP-PONTOS > FID-PONTOS
                   MOVE FID-PONTOS TO WS-EXP-PONTOS
               END-IF
               MOVE 'A' TO WS-EXP-MOTIVO
           END-IF.

           IF WS-EXP-PONTOS > ZEROES
               SUBTRACT WS-EXP-PONTOS FROM FID-PONTOS
               ADD WS-EXP-PONTOS TO WS-EXP-CONSUMIDOS
               REWRITE FIDELIDADEINPUT-REG
               MOVE 'E' TO WS-FIDMOV-TIPO
               MOVE FID-PAX-ID TO WS-FIDMOV-PAX
               MOVE WS-EXP-PONTOS TO WS-FIDMOV-PONTOS
               MOVE ZEROES TO WS-FIDMOV-RESERVA
               PERFORM P685-GRAVAR-FIDMOV
               ADD 1 TO WS-EXP-CONTAS
               ADD WS-EXP-PONTOS TO WS-EXP-TOTAL-PONTOS
               IF WS-EXP-MOTIVO = 'I'
                   ADD 1 TO WS-EXP-INATIVAS
               END-IF
           END-IF.

           MOVE ZEROES TO WS-EXP-AVISO.
           IF FID-PONTOS > ZEROES
               IF FID-ULT-ATIV < WS-EXP-CORTE-INATIV-PROX
                   MOVE FID-PONTOS TO WS-EXP-AVISO
               ELSE
                   COMPUTE WS-EXP-AVISO =
                           WS-EXP-ACUM-ANTIGOS-PROX - WS-EXP-CONSUMIDOS
                   IF WS-EXP-AVISO > FID-PONTOS
                       MOVE FID-PONTOS TO WS-EXP-AVISO
                   END-IF
               END-IF
           END-IF.
           IF WS-EXP-AVISO > ZEROES
               PERFORM P690-AVISAR-EXPIRACAO
           END-IF.

       P682-SOMAR-MOVIMENTO.

           EVALUATE WS-FIDMOV-TIPO
               WHEN 'A'
               WHEN 'P'
                   IF WS-FIDMOV-DATA < WS-EXP-CORTE-IDADE
                       ADD WS-FIDMOV-PONTOS TO WS-EXP-ACUM-ANTIGOS
                   END-IF
                   IF WS-FIDMOV-DATA < WS-EXP-CORTE-IDADE-PROX
                       ADD WS-FIDMOV-PONTOS
                           TO WS-EXP-ACUM-ANTIGOS-PROX
                   END-IF
               WHEN 'R'
               WHEN 'E'
                   ADD WS-FIDMOV-PONTOS TO WS-EXP-CONSUMIDOS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       P685-GRAVAR-FIDMOV.

           ACCEPT WS-FIDMOV-DATA FROM DATE YYYYMMDD.
           ACCEPT WS-FIDMOV-HORA FROM TIME.

           OPEN EXTEND FIDMOVINPUT.
           IF WS-FS-FIDMOV-NOVO
               CLOSE FIDMOVINPUT
               OPEN OUTPUT FIDMOVINPUT
           END-IF.
           MOVE WS-FIDMOV-LINHA TO FIDMOVINPUT-LINHA.
           WRITE FIDMOVINPUT-LINHA.
           CLOSE FIDMOVINPUT.

       P690-AVISAR-EXPIRACAO.

           MOVE SPACES TO NOTIF-NOME NOTIF-TELEFONE NOTIF-EMAIL.
           IF WS-EXP-PAX-ABERTO = 'S'
               MOVE FID-PAX-ID TO PAX-ID
               READ PASSAGEIROSINPUT
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PAX-NOME TO NOTIF-NOME
                       IF WS-EXP-CONT-ABERTO = 'S'
                               AND PAX-CONTACTO-ID > 0
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
           PERFORM P695-PROX-NUMERO.
           MOVE WS-PROX-NUMERO TO NOTIF-ID.
           MOVE 'X' TO NOTIF-TIPO.
           MOVE FID-PAX-ID TO NOTIF-PAX-ID.
           MOVE SPACES TO NOTIF-VOO.
           MOVE WS-EXP-AVISO TO WS-EXP-AVISO-ED.
           MOVE SPACES TO NOTIF-MENSAGEM.
           STRING WS-EXP-AVISO-ED DELIMITED BY SIZE
                   ' PONTOS EXPIRAM NO PROXIMO MES' DELIMITED BY SIZE
               INTO NOTIF-MENSAGEM
           END-STRING.
           MOVE 'N' TO NOTIF-CONTACTADO.
           MOVE WS-DATA-HOJE TO NOTIF-DATA.
           WRITE NOTIFICACOESINPUT-REG
               INVALID KEY
                   DISPLAY 'ERRO AO CRIAR AVISO DE EXPIRACAO'
               NOT INVALID KEY
                   ADD 1 TO WS-EXP-AVISOS
           END-WRITE.

       P695-PROX-NUMERO.

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

       P700-EXTRATOS-FIDELIZACAO.

           OPEN INPUT FIDELIDADEINPUT.
                   '/fechomes.txt' DELIMITED BY SIZE
               INTO WS-CAM-RESUMO
           END-STRING.
           MOVE SPACES TO WS-CAM-RECVOADA.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   '/recvoada.txt' DELIMITED BY SIZE
               INTO WS-CAM-RECVOADA
           END-STRING.
           MOVE SPACES TO WS-CAM-FIDELIDADE.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   '/fidelidade.dat' DELIMITED BY SIZE
                   '/fidextrato.txt' DELIMITED BY SIZE
               INTO WS-CAM-EXTRATO
           END-STRING.
           MOVE SPACES TO WS-CAM-CONFIG.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   '/project/config.dat' DELIMITED BY SIZE
               INTO WS-CAM-CONFIG
           END-STRING.
           MOVE SPACES TO WS-CAM-PASSAGEIROS.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   '/passageiros.dat' DELIMITED BY SIZE
               INTO WS-CAM-PASSAGEIROS
           END-STRING.
           MOVE SPACES TO WS-CAM-NOTIFICACOES.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   '/notificacoes.dat' DELIMITED BY SIZE
               INTO WS-CAM-NOTIFICACOES
           END-STRING.
           MOVE SPACES TO WS-CAM-CONTROLO.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   '/project/controlo.dat' DELIMITED BY SIZE
               INTO WS-CAM-CONTROLO
           END-STRING.

       END PROGRAM FECHOMES.
