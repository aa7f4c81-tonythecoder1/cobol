       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRPCONTR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT GRUPOSCONTRATOINPUT ASSIGN TO
           WS-CAM-GRUPOSCONTRATO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GRC-ID
           FILE STATUS IS WS-FICHEIRO-STATUS-GRC.

       SELECT GRUPOSPAGINPUT ASSIGN TO
           WS-CAM-GRUPOSPAG
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GPG-CHAVE
           FILE STATUS IS WS-FICHEIRO-STATUS-GPG.

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

       SELECT LUGARESINPUT ASSIGN TO
           WS-CAM-LUGARES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LUG-CHAVE
           FILE STATUS IS WS-FICHEIRO-STATUS-LUG.

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

       SELECT MOVIMENTOSOUTPUT ASSIGN TO
           WS-CAM-MOVIMENTOS
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FICHEIRO-STATUS-MOV.

       SELECT DIARIOOUTPUT ASSIGN TO
           WS-CAM-DIARIO
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FICHEIRO-STATUS-DIA.

       DATA DIVISION.

       FILE SECTION.

      *    CONTRATO DE GRUPO: DEPOSITO, PAGAMENTO FINAL E LISTA DE
      *    NOMES COM PRAZOS PROPRIOS, EM VEZ DO PRAZO DE EMISSAO
           FD GRUPOSCONTRATOINPUT.
           01 GRUPOSCONTRATOINPUT-REG.
               05 GRC-ID PIC 9(04).
               05 GRC-NOME PIC X(20).
               05 GRC-PAX-ID PIC 9(04).
               05 GRC-VOO-CHAVE.
                   10 GRC-VOO-NUMERO PIC 9(04).
                   10 GRC-VOO-DATA PIC 9(08).
               05 GRC-CLASSE PIC X(01).
               05 GRC-LUGARES PIC 9(03).
               05 GRC-VALOR-TOTAL PIC 9(07)V99.
               05 GRC-DEPOSITO PIC 9(07)V99.
               05 GRC-DATA-DEPOSITO PIC 9(08).
               05 GRC-DATA-FINAL PIC 9(08).
               05 GRC-DATA-NOMES PIC 9(08).
               05 GRC-PAGO PIC 9(07)V99.
               05 GRC-ALOCADO PIC 9(07)V99.
               05 GRC-ESTADO PIC X(01).
                   88 GRC-ABERTO VALUE "A".
                   88 GRC-DEPOSITO-PAGO VALUE "D".
                   88 GRC-LIQUIDADO VALUE "L".
                   88 GRC-CANCELADO VALUE "C".
               05 GRC-DATA-CRIACAO PIC 9(08).
               05 GRC-DATA-AVISO PIC 9(08).
               05 GRC-OPER PIC 9(02).

      *    PAGAMENTOS DE GRUPO RECEBIDOS (TRANSFERENCIA), LANCADOS NO
      *    CONTRATO PELO FECHO NOTURNO
           FD GRUPOSPAGINPUT.
           01 GRUPOSPAGINPUT-REG.
               05 GPG-CHAVE.
                   10 GPG-GRUPO-ID PIC 9(04).
                   10 GPG-SEQ PIC 9(03).
               05 GPG-VALOR PIC 9(07)V99.
               05 GPG-DATA PIC 9(08).
               05 GPG-REFERENCIA PIC X(12).
               05 GPG-OPER PIC 9(02).
               05 GPG-ESTADO PIC X(01).
                   88 GPG-POR-LANCAR VALUE "N".
                   88 GPG-LANCADO VALUE "S".
                   88 GPG-REJEITADO VALUE "R".
               05 GPG-DATA-LANCAMENTO PIC 9(08).

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

           FD LUGARESINPUT.
           01 LUGARESINPUT-REG.
               05 LUG-CHAVE.
                   10 LUG-VOO-CHAVE.
                       15 LUG-VOO-NUMERO PIC 9(04).
                       15 LUG-VOO-DATA PIC 9(08).
                   10 LUG-ETIQUETA PIC X(03).
               05 LUG-FILA PIC 9(02).
               05 LUG-POSICAO PIC X(01).
               05 LUG-OCUPADO PIC X(01).
               05 LUG-BLOQUEADO PIC X(01).
               05 LUG-SAIDA PIC X(01).
               05 LUG-ESPACO PIC X(01).
               05 LUG-BANDA PIC X(01).

           FD CONFIGINPUT.
           01 CONFIGINPUT-REG.
               05 CFG-CHAVE PIC X(02).
               05 CFG-VALOR PIC 9(04).

           FD CONTROLOINPUT.
           01 CONTROLOINPUT-REG.
               05 CTRL-CHAVE PIC X(06).
               05 CTRL-ULTIMO-NUM PIC 9(04).

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

           FD MOVIMENTOSOUTPUT.
           01 MOVIMENTOSOUTPUT-LINHA PIC X(51).

           FD DIARIOOUTPUT.
           01 DIARIOOUTPUT-LINHA PIC X(87).

       WORKING-STORAGE SECTION.

           01 WS-AMB-AREA.
               05 WS-AMB-CODIGO PIC X(04).
               05 WS-AMB-RAIZ PIC X(60).
           77 WS-CAM-GRUPOSCONTRATO PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/project/grpcontr.dat".
           77 WS-CAM-GRUPOSPAG PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/project/grupospag.dat"
           .
           77 WS-CAM-RESERVAS PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/project/reservas.dat"
           .
           77 WS-CAM-VOOS PIC X(80) VALUE
               "/Users/antonyferreira/Documents/Cobol/project/voos.dat".
           77 WS-CAM-LUGARES PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/project/lugares.dat".
           77 WS-CAM-CONFIG PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/project/config.dat".
           77 WS-CAM-CONTROLO PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/project/controlo.dat".
           77 WS-CAM-NOTIFICACOES PIC X(80) VALUE
               "/Users/antonyferreira/Documents/Cobol/notificacoes.dat".
           77 WS-CAM-PASSAGEIROS PIC X(80) VALUE
               "/Users/antonyferreira/Documents/Cobol/passageiros.dat".
           77 WS-CAM-CONTACTOS PIC X(80) VALUE
               "/Users/antonyferreira/Documents/Cobol/contactos.dat".
           77 WS-CAM-MOVIMENTOS PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/movimentos.txt".
           77 WS-CAM-DIARIO PIC X(80) VALUE
               "/Users/antonyferreira/Documents/Cobol/diario.txt".

           01 WS-FICHEIRO-STATUS-GRC PIC XX.
               88 WS-GRC-STATUS-OK VALUE "00".
           01 WS-FICHEIRO-STATUS-GPG PIC XX.
               88 WS-GPG-STATUS-OK VALUE "00".
           01 WS-FICHEIRO-STATUS-RESERVA PIC XX.
               88 WS-RESERVA-STATUS-OK VALUE "00".
           01 WS-FICHEIRO-STATUS-VOO PIC XX.
               88 WS-FICHEIRO-VOO-OK VALUE "00".
           01 WS-FICHEIRO-STATUS-LUG PIC XX.
               88 WS-LUG-STATUS-OK VALUE "00".
           01 WS-FICHEIRO-STATUS-CFG PIC XX.
               88 WS-CFG-STATUS-OK VALUE "00".
           01 WS-FICHEIRO-STATUS-CTRL PIC XX.
               88 WS-CTRL-STATUS-OK VALUE "00".
           01 WS-FICHEIRO-STATUS-NOTIF PIC XX.
               88 WS-NOTIF-STATUS-OK VALUE "00".
               88 WS-NOTIF-STATUS-NOVO VALUE "35".
           01 WS-FICHEIRO-STATUS-PAX PIC XX.
               88 WS-PAX-STATUS-OK VALUE "00".
           01 WS-FICHEIRO-STATUS-CONT PIC XX.
               88 WS-CONT-STATUS-OK VALUE "00".
           01 WS-FICHEIRO-STATUS-MOV PIC XX.
               88 WS-MOV-STATUS-OK VALUE "00".
               88 WS-MOV-STATUS-NOVO VALUE "35".
           01 WS-FICHEIRO-STATUS-DIA PIC XX.
               88 WS-DIA-STATUS-OK VALUE "00".
               88 WS-DIA-STATUS-NOVO VALUE "35".

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

           01 WS-BIL-AREA.
               03 WS-BIL-OP PIC X(01).
               03 WS-BIL-RESERVA-ID PIC 9(04).
               03 WS-BIL-PAX-ID PIC 9(04).
               03 WS-BIL-ITIN-ID PIC 9(04).
               03 WS-BIL-VOO-CHAVE PIC X(12).
               03 WS-BIL-ESTADO PIC X(01).
               03 WS-BIL-NUMERO PIC 9(13).
               03 WS-BIL-CUPAO PIC 9(02).
               03 WS-BIL-RESULTADO PIC X(01).

           01 WS-FAT-AREA.
               03 WS-FAT-OP PIC X(01).
               03 WS-FAT-MOV-TIPO PIC X(01).
               03 WS-FAT-RESERVA-ID PIC 9(04).
               03 WS-FAT-PAX-ID PIC 9(04).
               03 WS-FAT-VOO PIC X(10).
               03 WS-FAT-VALOR PIC 9(05)V99.
               03 WS-FAT-PRODUTO PIC X(04).
               03 WS-FAT-EMPRESA PIC X(04).
               03 WS-FAT-OPER PIC 9(02).
               03 WS-FAT-DOC-TIPO PIC X(02).
               03 WS-FAT-DOC-ANO PIC 9(04).
               03 WS-FAT-DOC-NUMERO PIC 9(08).
               03 WS-FAT-RESULTADO PIC X(01).

           77 WS-CHAVE-CTRL-NOTIF PIC X(02) VALUE "NT".
           77 WS-PROX-NUMERO PIC 9(04) VALUE ZEROES.

      *    DIAS DE ANTECEDENCIA DO AVISO AO ORGANIZADOR DO GRUPO ANTES
      *    DE CADA PRAZO; O AVISO REPETE-SE NA VESPERA
           77 WS-CHAVE-CFG-GRUPO-AVISO PIC X(02) VALUE "GA".
           77 WS-CFG-GRUPO-AVISO PIC 9(04) VALUE 7.

           77 WS-NOME-A-DESIGNAR PIC X(10) VALUE "A DESIGNAR".

           77 WS-PAX-DISPONIVEL PIC X(01) VALUE "N".
           77 WS-CONT-DISPONIVEL PIC X(01) VALUE "N".
           77 WS-EXIT-OK PIC X(01) VALUE "N".
           77 WS-EXIT-OK2 PIC X(01) VALUE "N".
           77 WS-DATA-HOJE PIC 9(08) VALUE ZEROES.
           77 WS-SERIAL-HOJE PIC 9(07) VALUE ZEROES.
           77 WS-DIAS-FALTA PIC S9(07) VALUE ZEROES.

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

      *    RESERVAS COM PAGAMENTO REGISTADO NOS MOVIMENTOS
           77 WS-PAGAS-TOTAL PIC 9(04) VALUE ZEROES.
           77 WS-PAGAS-I PIC 9(04) VALUE ZEROES.
           77 WS-PAGA-ACHADA PIC X(01) VALUE "N".
           77 WS-TABELA-CHEIA PIC X(01) VALUE "N".
           01 WS-TABELA-PAGAS.
               05 WS-PAGA-ID OCCURS 9999 TIMES PIC 9(04).

      *    RESERVAS DO GRUPO EM TRATAMENTO
           77 WS-GR-TOTAL PIC 9(03) VALUE ZEROES.
           77 WS-GR-I PIC 9(03) VALUE ZEROES.
           77 WS-GR-PASSO PIC 9(01) VALUE ZEROES.
           01 WS-TABELA-GRUPO.
               05 WS-GR-ENT OCCURS 100 TIMES.
                   10 WS-GR-RESERVA-ID PIC 9(04).
                   10 WS-GR-PRECO PIC 9(05)V99.
                   10 WS-GR-NOMEADA PIC X(01).
                   10 WS-GR-PAGA PIC X(01).
                   10 WS-GR-LIBERTADA PIC X(01).

           77 WS-GRC-DISPONIVEL PIC S9(07)V99 VALUE ZEROES.
           77 WS-GRC-EM-FALTA PIC 9(07)V99 VALUE ZEROES.
           77 WS-GRC-POR-NOMEAR PIC 9(03) VALUE ZEROES.
           77 WS-GRC-POR-PAGAR PIC 9(03) VALUE ZEROES.
           77 WS-GRC-ATIVAS PIC 9(03) VALUE ZEROES.
           77 WS-GRC-ALTERADO PIC X(01) VALUE "N".
           77 WS-LIBERTAR-MODO PIC X(01) VALUE SPACES.
           77 WS-VOO-NOME-GRUPO PIC X(10) VALUE SPACES.

           77 WS-AVISO-DATA PIC 9(08) VALUE ZEROES.
           77 WS-AVISO-TEXTO PIC X(16) VALUE SPACES.
           77 WS-AVISO-VALOR PIC Z(06)9.99.

           77 WS-TOTAL-LANCADOS PIC 9(04) VALUE ZEROES.
           77 WS-TOTAL-REJEITADOS PIC 9(04) VALUE ZEROES.
           77 WS-TOTAL-ALOCADAS PIC 9(04) VALUE ZEROES.
           77 WS-TOTAL-LIBERTADAS PIC 9(04) VALUE ZEROES.
           77 WS-TOTAL-AVISOS PIC 9(04) VALUE ZEROES.
           77 WS-TOTAL-CANCELADOS PIC 9(04) VALUE ZEROES.
           77 WS-TOTAL-LIQUIDADOS PIC 9(04) VALUE ZEROES.

       LINKAGE SECTION.

           01 LK-COM-AREA.
               03 LK-MENSAGEM  PIC X(20).

       PROCEDURE DIVISION USING LK-COM-AREA.

       MAIN-PROCEDURE.

           PERFORM P090-CARREGAR-AMBIENTE.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WS-DATA-HOJE TO WS-DATA-SPLIT.
           PERFORM P128-DIA-SERIAL.
           MOVE WS-DIA-SERIAL TO WS-SERIAL-HOJE.

           PERFORM P100-LER-CONFIG.

           OPEN I-O GRUPOSCONTRATOINPUT.
           IF NOT WS-GRC-STATUS-OK
               DISPLAY "SEM CONTRATOS DE GRUPO REGISTADOS"
               GOBACK
           END-IF.

           PERFORM P200-CARREGAR-PAGAMENTOS.
           IF WS-TABELA-CHEIA = "S"
               DISPLAY "TABELA DE PAGAMENTOS ESGOTADA - CONTRATOS DE "
                       "GRUPO NAO TRATADOS NESTE PASSO"
               CLOSE GRUPOSCONTRATOINPUT
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN I-O RESERVASINPUT.
           IF NOT WS-RESERVA-STATUS-OK
               DISPLAY "FICHEIRO DE RESERVAS INDISPONIVEL"
               CLOSE GRUPOSCONTRATOINPUT
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O VOOSINPUT.
           OPEN I-O LUGARESINPUT.
           OPEN I-O CONTROLOINPUT.
           OPEN INPUT PASSAGEIROSINPUT.
           IF WS-PAX-STATUS-OK
               MOVE "S" TO WS-PAX-DISPONIVEL
           END-IF.
           OPEN INPUT CONTACTOS.
           IF WS-CONT-STATUS-OK
               MOVE "S" TO WS-CONT-DISPONIVEL
           END-IF.
           OPEN I-O NOTIFICACOESINPUT.
           IF WS-NOTIF-STATUS-NOVO
               OPEN OUTPUT NOTIFICACOESINPUT
               CLOSE NOTIFICACOESINPUT
               OPEN I-O NOTIFICACOESINPUT
           END-IF.

           OPEN I-O GRUPOSPAGINPUT.
           IF WS-GPG-STATUS-OK
               PERFORM P300-LANCAR-PAGAMENTOS
               CLOSE GRUPOSPAGINPUT
           END-IF.

           PERFORM P400-VARRER-CONTRATOS.

           CLOSE GRUPOSCONTRATOINPUT.
           CLOSE RESERVASINPUT.
           CLOSE VOOSINPUT.
           CLOSE LUGARESINPUT.
           CLOSE CONTROLOINPUT.
           CLOSE PASSAGEIROSINPUT.
           CLOSE CONTACTOS.
           CLOSE NOTIFICACOESINPUT.

           DISPLAY " ".
           DISPLAY "*** CONTRATOS DE GRUPO ***".
           DISPLAY "PAGAMENTOS LANCADOS: " WS-TOTAL-LANCADOS
                   " REJEITADOS: " WS-TOTAL-REJEITADOS.
           DISPLAY "RESERVAS PAGAS POR CONTA DO GRUPO: "
                   WS-TOTAL-ALOCADAS.
           DISPLAY "LUGARES LIBERTADOS POR PRAZO VENCIDO: "
                   WS-TOTAL-LIBERTADAS.
           DISPLAY "AVISOS AOS ORGANIZADORES: " WS-TOTAL-AVISOS.
           DISPLAY "CONTRATOS LIQUIDADOS: " WS-TOTAL-LIQUIDADOS
                   " CANCELADOS: " WS-TOTAL-CANCELADOS.

           GOBACK.

       P100-LER-CONFIG.

           OPEN INPUT CONFIGINPUT.
           IF WS-CFG-STATUS-OK
               MOVE WS-CHAVE-CFG-GRUPO-AVISO TO CFG-CHAVE
               READ CONFIGINPUT
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CFG-VALOR > ZEROES
                           MOVE CFG-VALOR TO WS-CFG-GRUPO-AVISO
                       END-IF
               END-READ
               CLOSE CONFIGINPUT
           END-IF.

       P200-CARREGAR-PAGAMENTOS.

           MOVE ZEROES TO WS-PAGAS-TOTAL.
           OPEN INPUT MOVIMENTOSOUTPUT.
           IF WS-MOV-STATUS-OK
               SET WS-EXIT-OK TO "N"
               PERFORM UNTIL WS-EXIT-OK = "S"
                   READ MOVIMENTOSOUTPUT
                       AT END
                           SET WS-EXIT-OK TO "S"
                       NOT AT END
                           MOVE MOVIMENTOSOUTPUT-LINHA
                               TO WS-MOV-LINHA
                           IF (WS-MOV-TIPO = "P" OR WS-MOV-TIPO = "C")
                                   AND WS-MOV-RESERVA-ID > 0
                               PERFORM P210-MARCAR-PAGA
                           END-IF
                   END-READ
               END-PERFORM
               SET WS-EXIT-OK TO "N"
           END-IF.
           CLOSE MOVIMENTOSOUTPUT.

       P210-MARCAR-PAGA.

           PERFORM P215-PROCURAR-PAGA.
           IF WS-PAGA-ACHADA = "N"
               IF WS-PAGAS-TOTAL < 9999
                   ADD 1 TO WS-PAGAS-TOTAL
                   MOVE WS-MOV-RESERVA-ID
                       TO WS-PAGA-ID (WS-PAGAS-TOTAL)
               ELSE
                   MOVE "S" TO WS-TABELA-CHEIA
               END-IF
           END-IF.

       P215-PROCURAR-PAGA.

           MOVE "N" TO WS-PAGA-ACHADA.
           MOVE 1 TO WS-PAGAS-I.
           PERFORM UNTIL WS-PAGAS-I > WS-PAGAS-TOTAL
               IF WS-PAGA-ID (WS-PAGAS-I) = WS-MOV-RESERVA-ID
                   MOVE "S" TO WS-PAGA-ACHADA
                   MOVE WS-PAGAS-TOTAL TO WS-PAGAS-I
               END-IF
               ADD 1 TO WS-PAGAS-I
           END-PERFORM.

      *    PAGAMENTOS RECEBIDOS SOMAM AO VALOR PAGO DO CONTRATO; UM
      *    CONTRATO INEXISTENTE OU CANCELADO REJEITA O PAGAMENTO PARA
      *    DEVOLUCAO MANUAL
       P300-LANCAR-PAGAMENTOS.

           MOVE ZEROES TO GPG-CHAVE.
           SET WS-EXIT-OK TO "N".
           START GRUPOSPAGINPUT KEY IS NOT LESS THAN GPG-CHAVE
               INVALID KEY
                   SET WS-EXIT-OK TO "S"
           END-START.
           PERFORM UNTIL WS-EXIT-OK = "S"
               READ GRUPOSPAGINPUT NEXT
                   AT END
                       SET WS-EXIT-OK TO "S"
                   NOT AT END
                       IF GPG-POR-LANCAR
                           PERFORM P310-LANCAR-UM-PAGAMENTO
                       END-IF
               END-READ
           END-PERFORM.
           SET WS-EXIT-OK TO "N".

       P310-LANCAR-UM-PAGAMENTO.

           MOVE GPG-GRUPO-ID TO GRC-ID.
           READ GRUPOSCONTRATOINPUT
               INVALID KEY
                   MOVE "R" TO GPG-ESTADO
               NOT INVALID KEY
                   IF GRC-CANCELADO
                       MOVE "R" TO GPG-ESTADO
                   ELSE
                       ADD GPG-VALOR TO GRC-PAGO
                       REWRITE GRUPOSCONTRATOINPUT-REG
                       MOVE "S" TO GPG-ESTADO
                   END-IF
           END-READ.
           MOVE WS-DATA-HOJE TO GPG-DATA-LANCAMENTO.
           REWRITE GRUPOSPAGINPUT-REG.
           IF GPG-REJEITADO
               ADD 1 TO WS-TOTAL-REJEITADOS
               DISPLAY "PAGAMENTO " GPG-REFERENCIA " DO GRUPO "
                       GPG-GRUPO-ID " REJEITADO - CONTRATO INEXISTENTE "
                       "OU CANCELADO"
           ELSE
               ADD 1 TO WS-TOTAL-LANCADOS
           END-IF.

       P400-VARRER-CONTRATOS.

           MOVE ZEROES TO GRC-ID.
           SET WS-EXIT-OK2 TO "N".
           START GRUPOSCONTRATOINPUT KEY IS NOT LESS THAN GRC-ID
               INVALID KEY
                   SET WS-EXIT-OK2 TO "S"
           END-START.
           PERFORM UNTIL WS-EXIT-OK2 = "S"
               READ GRUPOSCONTRATOINPUT NEXT
                   AT END
                       SET WS-EXIT-OK2 TO "S"
                   NOT AT END
                       IF GRC-ABERTO OR GRC-DEPOSITO-PAGO
                           PERFORM P410-TRATAR-CONTRATO
                       END-IF
               END-READ
           END-PERFORM.
           SET WS-EXIT-OK2 TO "N".

       P410-TRATAR-CONTRATO.

           MOVE SPACES TO WS-VOO-NOME-GRUPO.
           MOVE GRC-VOO-CHAVE TO VOOSINPUT-CHAVE.
           READ VOOSINPUT
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE VOOSINPUT-NOME TO WS-VOO-NOME-GRUPO
           END-READ.

           PERFORM P420-CARREGAR-RESERVAS-GRUPO.
           PERFORM P430-ALOCAR-PAGAMENTO.
           PERFORM P440-APLICAR-PRAZOS.
           PERFORM P470-ATUALIZAR-ESTADO.
           PERFORM P480-AVISAR-ORGANIZADOR.

           REWRITE GRUPOSCONTRATOINPUT-REG.

       P420-CARREGAR-RESERVAS-GRUPO.

           MOVE ZEROES TO WS-GR-TOTAL.
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
                       IF RESERVA-GRUPO-ID = GRC-ID
                               AND RESERVA-VOO-CHAVE = GRC-VOO-CHAVE
                               AND WS-GR-TOTAL < 100
                           ADD 1 TO WS-GR-TOTAL
                           MOVE RESERVA-ID
                               TO WS-GR-RESERVA-ID (WS-GR-TOTAL)
                           MOVE RESERVA-PRECO
                               TO WS-GR-PRECO (WS-GR-TOTAL)
                           MOVE "S" TO WS-GR-NOMEADA (WS-GR-TOTAL)
                           IF RESERVA-PAX-ID = ZEROES
                                   AND RESERVA-NOME =
                                       WS-NOME-A-DESIGNAR
                               MOVE "N" TO WS-GR-NOMEADA (WS-GR-TOTAL)
                           END-IF
                           MOVE RESERVA-ID TO WS-MOV-RESERVA-ID
                           PERFORM P215-PROCURAR-PAGA
                           MOVE WS-PAGA-ACHADA
                               TO WS-GR-PAGA (WS-GR-TOTAL)
                           MOVE "N" TO WS-GR-LIBERTADA (WS-GR-TOTAL)
                       END-IF
               END-READ
           END-PERFORM.
           SET WS-EXIT-OK TO "N".

      *    O VALOR PAGO AINDA POR ALOCAR PAGA RESERVAS INTEIRAS,
      *    PRIMEIRO AS JA NOMEADAS E SO DEPOIS OS LUGARES A DESIGNAR
       P430-ALOCAR-PAGAMENTO.

           COMPUTE WS-GRC-DISPONIVEL = GRC-PAGO - GRC-ALOCADO.
           MOVE 1 TO WS-GR-PASSO.
           PERFORM UNTIL WS-GR-PASSO > 2
               MOVE 1 TO WS-GR-I
               PERFORM UNTIL WS-GR-I > WS-GR-TOTAL
                   IF WS-GR-PAGA (WS-GR-I) = "N"
                           AND WS-GR-PRECO (WS-GR-I) <=
                               WS-GRC-DISPONIVEL
                           AND ((WS-GR-PASSO = 1
                               AND WS-GR-NOMEADA (WS-GR-I) = "S")
                           OR (WS-GR-PASSO = 2
                               AND WS-GR-NOMEADA (WS-GR-I) = "N"))
                       PERFORM P435-PAGAR-RESERVA-GRUPO
                   END-IF
                   ADD 1 TO WS-GR-I
               END-PERFORM
               ADD 1 TO WS-GR-PASSO
           END-PERFORM.

       P435-PAGAR-RESERVA-GRUPO.

           MOVE WS-GR-RESERVA-ID (WS-GR-I) TO RESERVA-ID.
           READ RESERVASINPUT
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "P" TO WS-MOV-TIPO
                   MOVE RESERVA-ID TO WS-MOV-RESERVA-ID
                   MOVE RESERVA-PAX-ID TO WS-MOV-PAX-ID
                   MOVE WS-VOO-NOME-GRUPO TO WS-MOV-VOO
                   MOVE RESERVA-PRECO TO WS-MOV-VALOR
                   PERFORM P660-REGISTAR-MOVIMENTO
                   PERFORM P667-EMITIR-DOCUMENTO
                   IF WS-GR-NOMEADA (WS-GR-I) = "S"
                       PERFORM P665-EMITIR-BILHETE
                   END-IF
                   ADD RESERVA-PRECO TO GRC-ALOCADO
                   SUBTRACT RESERVA-PRECO FROM WS-GRC-DISPONIVEL
                   MOVE "S" TO WS-GR-PAGA (WS-GR-I)
                   ADD 1 TO WS-TOTAL-ALOCADAS
           END-READ.

      *    LIBERTACAO POR ETAPAS DOS LUGARES NAO PAGOS: DEPOSITO EM
      *    FALTA LIBERTA TUDO, LISTA DE NOMES VENCIDA LIBERTA OS LUGARES
      *    A DESIGNAR E PAGAMENTO FINAL VENCIDO LIBERTA O RESTO
       P440-APLICAR-PRAZOS.

           MOVE SPACES TO WS-LIBERTAR-MODO.
           IF GRC-PAGO < GRC-DEPOSITO
                   AND WS-DATA-HOJE > GRC-DATA-DEPOSITO
               MOVE "T" TO WS-LIBERTAR-MODO
               DISPLAY "GRUPO " GRC-ID " SEM DEPOSITO NO PRAZO - "
                       "LUGARES NAO PAGOS LIBERTADOS"
           ELSE
               IF WS-DATA-HOJE > GRC-DATA-FINAL
                   MOVE "T" TO WS-LIBERTAR-MODO
               ELSE
                   IF WS-DATA-HOJE > GRC-DATA-NOMES
                       MOVE "N" TO WS-LIBERTAR-MODO
                   END-IF
               END-IF
           END-IF.

           IF WS-LIBERTAR-MODO NOT = SPACES
               MOVE 1 TO WS-GR-I
               PERFORM UNTIL WS-GR-I > WS-GR-TOTAL
                   IF WS-GR-PAGA (WS-GR-I) = "N"
                           AND (WS-LIBERTAR-MODO = "T"
                               OR WS-GR-NOMEADA (WS-GR-I) = "N")
                       PERFORM P450-LIBERTAR-RESERVA
                   END-IF
                   ADD 1 TO WS-GR-I
               END-PERFORM
           END-IF.

       P450-LIBERTAR-RESERVA.

           MOVE WS-GR-RESERVA-ID (WS-GR-I) TO RESERVA-ID.
           READ RESERVASINPUT
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM P455-DEVOLVER-LUGAR
           END-READ.

       P455-DEVOLVER-LUGAR.

           DISPLAY "GRUPO " GRC-ID " RESERVA " RESERVA-ID " ("
                   RESERVA-NOME ") NAO PAGA NO PRAZO - LUGAR "
                   "LIBERTADO".

           MOVE "D" TO WS-DIA-OP.
           MOVE "R" TO WS-DIA-FICHEIRO.
           MOVE RESERVAINPUT-REG TO WS-DIA-IMAGEM.
           PERFORM P070-GRAVAR-DIARIO.

           MOVE RESERVA-VOO-CHAVE TO VOOSINPUT-CHAVE.
           READ VOOSINPUT
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF RESERVA-LUGAR NOT = "INF"
                       IF RESERVA-CLASSE = "X"
                           ADD 1 TO VOOSINPUT-LUGARES-EXEC
                       ELSE
                           ADD 1 TO LUGARESDISPONIVEIS-INPUT
                       END-IF
                   END-IF
                   MOVE "R" TO WS-DIA-OP
                   MOVE "V" TO WS-DIA-FICHEIRO
                   MOVE VOOSINPUT-REG TO WS-DIA-IMAGEM
                   PERFORM P070-GRAVAR-DIARIO
                   REWRITE VOOSINPUT-REG
           END-READ.

           IF RESERVA-LUGAR NOT = "OVB"
                   AND RESERVA-LUGAR NOT = "INF"
                   AND RESERVA-LUGAR NOT = SPACES
               MOVE RESERVA-VOO-CHAVE TO LUG-VOO-CHAVE
               MOVE RESERVA-LUGAR TO LUG-ETIQUETA
               READ LUGARESINPUT
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "N" TO LUG-OCUPADO
                       REWRITE LUGARESINPUT-REG
               END-READ
           END-IF.

           DELETE RESERVASINPUT
               INVALID KEY
                   DISPLAY "ERRO AO LIBERTAR A RESERVA " RESERVA-ID
               NOT INVALID KEY
                   MOVE "S" TO WS-GR-LIBERTADA (WS-GR-I)
                   ADD 1 TO WS-TOTAL-LIBERTADAS
           END-DELETE.

      *    O VALOR DO CONTRATO ACOMPANHA OS LUGARES QUE FICAM; SEM
      *    LUGARES O CONTRATO E CANCELADO, TUDO PAGO FICA LIQUIDADO
       P470-ATUALIZAR-ESTADO.

           MOVE ZEROES TO WS-GRC-ATIVAS WS-GRC-POR-NOMEAR
                          WS-GRC-POR-PAGAR WS-GRC-EM-FALTA.
           MOVE ZEROES TO GRC-VALOR-TOTAL.
           MOVE 1 TO WS-GR-I.
           PERFORM UNTIL WS-GR-I > WS-GR-TOTAL
               IF WS-GR-LIBERTADA (WS-GR-I) = "N"
                   ADD 1 TO WS-GRC-ATIVAS
                   ADD WS-GR-PRECO (WS-GR-I) TO GRC-VALOR-TOTAL
                   IF WS-GR-NOMEADA (WS-GR-I) = "N"
                       ADD 1 TO WS-GRC-POR-NOMEAR
                   END-IF
                   IF WS-GR-PAGA (WS-GR-I) = "N"
                       ADD 1 TO WS-GRC-POR-PAGAR
                       ADD WS-GR-PRECO (WS-GR-I) TO WS-GRC-EM-FALTA
                   END-IF
               END-IF
               ADD 1 TO WS-GR-I
           END-PERFORM.
           MOVE WS-GRC-ATIVAS TO GRC-LUGARES.

           EVALUATE TRUE
               WHEN WS-GRC-ATIVAS = ZEROES
                   MOVE "C" TO GRC-ESTADO
                   ADD 1 TO WS-TOTAL-CANCELADOS
                   DISPLAY "CONTRATO DE GRUPO " GRC-ID
                           " CANCELADO - SEM LUGARES"
               WHEN WS-GRC-POR-PAGAR = ZEROES
                   MOVE "L" TO GRC-ESTADO
                   ADD 1 TO WS-TOTAL-LIQUIDADOS
               WHEN GRC-PAGO >= GRC-DEPOSITO
                   MOVE "D" TO GRC-ESTADO
               WHEN OTHER
                   MOVE "A" TO GRC-ESTADO
           END-EVALUATE.

      *    UM AVISO POR CONTRATO PARA O PRAZO PENDENTE MAIS PROXIMO,
      *    QUANDO FALTAM OS DIAS CONFIGURADOS E NA VESPERA
       P480-AVISAR-ORGANIZADOR.

           MOVE ZEROES TO WS-AVISO-DATA.
           MOVE SPACES TO WS-AVISO-TEXTO.
           IF GRC-ABERTO
               MOVE GRC-DATA-DEPOSITO TO WS-AVISO-DATA
               MOVE "DEPOSITO" TO WS-AVISO-TEXTO
               COMPUTE WS-AVISO-VALOR = GRC-DEPOSITO - GRC-PAGO
           END-IF.
           IF (GRC-ABERTO OR GRC-DEPOSITO-PAGO)
                   AND WS-GRC-POR-NOMEAR > ZEROES
                   AND GRC-DATA-NOMES >= WS-DATA-HOJE
                   AND (WS-AVISO-DATA = ZEROES
                       OR GRC-DATA-NOMES < WS-AVISO-DATA)
               MOVE GRC-DATA-NOMES TO WS-AVISO-DATA
               MOVE "LISTA DE NOMES" TO WS-AVISO-TEXTO
               MOVE WS-GRC-POR-NOMEAR TO WS-AVISO-VALOR
           END-IF.
           IF GRC-DEPOSITO-PAGO
                   AND WS-GRC-POR-PAGAR > ZEROES
                   AND (WS-AVISO-DATA = ZEROES
                       OR GRC-DATA-FINAL < WS-AVISO-DATA)
               MOVE GRC-DATA-FINAL TO WS-AVISO-DATA
               MOVE "PAGAMENTO FINAL" TO WS-AVISO-TEXTO
               MOVE WS-GRC-EM-FALTA TO WS-AVISO-VALOR
           END-IF.

           IF WS-AVISO-DATA >= WS-DATA-HOJE
                   AND GRC-DATA-AVISO NOT = WS-DATA-HOJE
               MOVE WS-AVISO-DATA TO WS-DATA-SPLIT
               PERFORM P128-DIA-SERIAL
               COMPUTE WS-DIAS-FALTA = WS-DIA-SERIAL - WS-SERIAL-HOJE
               IF WS-DIAS-FALTA = WS-CFG-GRUPO-AVISO
                       OR WS-DIAS-FALTA = 1
                   PERFORM P490-CRIAR-AVISO
                   MOVE WS-DATA-HOJE TO GRC-DATA-AVISO
               END-IF
           END-IF.

       P490-CRIAR-AVISO.

           MOVE SPACES TO NOTIF-TELEFONE NOTIF-EMAIL.
           IF WS-PAX-DISPONIVEL = "S" AND GRC-PAX-ID > 0
               MOVE GRC-PAX-ID TO PAX-ID
               READ PASSAGEIROSINPUT
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF WS-CONT-DISPONIVEL = "S"
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
           PERFORM P350-PROX-NUMERO.
           MOVE WS-PROX-NUMERO TO NOTIF-ID.
           MOVE "G" TO NOTIF-TIPO.
           MOVE GRC-PAX-ID TO NOTIF-PAX-ID.
           MOVE GRC-NOME TO NOTIF-NOME.
           MOVE WS-VOO-NOME-GRUPO TO NOTIF-VOO.
           MOVE SPACES TO NOTIF-MENSAGEM.
           STRING WS-AVISO-TEXTO DELIMITED BY "  "
                   " ATE " DELIMITED BY SIZE
                   WS-AVISO-DATA DELIMITED BY SIZE
                   " FALTA " DELIMITED BY SIZE
                   WS-AVISO-VALOR DELIMITED BY SIZE
               INTO NOTIF-MENSAGEM
           END-STRING.
           MOVE "N" TO NOTIF-CONTACTADO.
           MOVE WS-DATA-HOJE TO NOTIF-DATA.
           WRITE NOTIFICACOESINPUT-REG
               INVALID KEY
                   DISPLAY "ERRO AO CRIAR AVISO DO GRUPO " GRC-ID
               NOT INVALID KEY
                   ADD 1 TO WS-TOTAL-AVISOS
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

       P660-REGISTAR-MOVIMENTO.

           ACCEPT WS-MOV-DATA FROM DATE YYYYMMDD.
           ACCEPT WS-MOV-HORA FROM TIME.
           MOVE ZEROES TO WS-MOV-OPER.
           PERFORM P661-VALIDAR-PERIODO.

           OPEN EXTEND MOVIMENTOSOUTPUT.
           IF WS-MOV-STATUS-NOVO
               CLOSE MOVIMENTOSOUTPUT
               OPEN OUTPUT MOVIMENTOSOUTPUT
           END-IF.

           MOVE WS-MOV-LINHA TO MOVIMENTOSOUTPUT-LINHA.
           WRITE MOVIMENTOSOUTPUT-LINHA.
           CLOSE MOVIMENTOSOUTPUT.

      *    MOVIMENTO DATADO NUM PERIODO JA FECHADO PASSA PARA O
      *    PERIODO ABERTO SEGUINTE (A DATA ORIGINAL FICA EM movper.txt)
       P661-VALIDAR-PERIODO.

           MOVE SPACES TO WS-PER-AREA.
           MOVE "V" TO WS-PER-OP.
           MOVE WS-MOV-DATA TO WS-PER-DATA.
           MOVE WS-MOV-LINHA TO WS-PER-MOVIMENTO.
           CALL 'per_util.o' USING WS-PER-AREA.
           IF WS-PER-RESULTADO = "T"
               MOVE WS-PER-DATA TO WS-MOV-DATA
               DISPLAY "MOVIMENTO DE " WS-PER-DATA-ORIGEM
                       " EM PERIODO FECHADO - LANCADO A " WS-MOV-DATA
           END-IF.

       P665-EMITIR-BILHETE.

           MOVE "E" TO WS-BIL-OP.
           MOVE RESERVA-ID TO WS-BIL-RESERVA-ID.
           MOVE RESERVA-PAX-ID TO WS-BIL-PAX-ID.
           MOVE RESERVA-ITIN-ID TO WS-BIL-ITIN-ID.
           MOVE RESERVA-VOO-CHAVE TO WS-BIL-VOO-CHAVE.
           MOVE ZEROES TO WS-BIL-NUMERO.
           CALL 'bilhete_util.o' USING WS-BIL-AREA.
           IF WS-BIL-RESULTADO = "E"
               DISPLAY "ERRO NA EMISSAO DO BILHETE DA RESERVA "
                       RESERVA-ID
           END-IF.

       P667-EMITIR-DOCUMENTO.

           MOVE "E" TO WS-FAT-OP.
           MOVE WS-MOV-TIPO TO WS-FAT-MOV-TIPO.
           MOVE WS-MOV-RESERVA-ID TO WS-FAT-RESERVA-ID.
           MOVE WS-MOV-PAX-ID TO WS-FAT-PAX-ID.
           MOVE WS-MOV-VOO TO WS-FAT-VOO.
           MOVE WS-MOV-VALOR TO WS-FAT-VALOR.
           MOVE "TARF" TO WS-FAT-PRODUTO.
           MOVE SPACES TO WS-FAT-EMPRESA.
           MOVE WS-MOV-OPER TO WS-FAT-OPER.
           CALL 'fatura_util.o' USING WS-FAT-AREA.
           IF WS-FAT-RESULTADO = "E"
               DISPLAY "ERRO NA EMISSAO DO DOCUMENTO FISCAL DA RESERVA "
                       RESERVA-ID
           END-IF.

       P070-GRAVAR-DIARIO.

           ACCEPT WS-DIA-DATA FROM DATE YYYYMMDD.
           ACCEPT WS-DIA-HORA FROM TIME.

           OPEN EXTEND DIARIOOUTPUT.
           IF WS-DIA-STATUS-NOVO
               CLOSE DIARIOOUTPUT
               OPEN OUTPUT DIARIOOUTPUT
           END-IF.

           MOVE WS-DIA-LINHA TO DIARIOOUTPUT-LINHA.
           WRITE DIARIOOUTPUT-LINHA.
           CLOSE DIARIOOUTPUT.

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
           MOVE SPACES TO WS-CAM-GRUPOSCONTRATO.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/project/grpcontr.dat" DELIMITED BY SIZE
               INTO WS-CAM-GRUPOSCONTRATO
           END-STRING.
           MOVE SPACES TO WS-CAM-GRUPOSPAG.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/project/grupospag.dat" DELIMITED BY SIZE
               INTO WS-CAM-GRUPOSPAG
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
           MOVE SPACES TO WS-CAM-LUGARES.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/project/lugares.dat" DELIMITED BY SIZE
               INTO WS-CAM-LUGARES
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
           MOVE SPACES TO WS-CAM-MOVIMENTOS.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/movimentos.txt" DELIMITED BY SIZE
               INTO WS-CAM-MOVIMENTOS
           END-STRING.
           MOVE SPACES TO WS-CAM-DIARIO.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/diario.txt" DELIMITED BY SIZE
               INTO WS-CAM-DIARIO
           END-STRING.

       END PROGRAM GRPCONTR.
