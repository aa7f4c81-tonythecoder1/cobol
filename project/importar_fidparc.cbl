       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPFIDPAR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT ATIVIDADESINPUT ASSIGN TO
           WS-CAM-ATIVIDADES
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FICHEIRO-STATUS-ATV.

       SELECT PARCFIDINPUT ASSIGN TO
           WS-CAM-PARCFID
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PFD-CODIGO
           FILE STATUS IS WS-FICHEIRO-STATUS-PFD.

       SELECT PARCMOVINPUT ASSIGN TO
           WS-CAM-PARCMOV
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PFM-CHAVE
           FILE STATUS IS WS-FICHEIRO-STATUS-PFM.

       SELECT PASSAGEIROSINPUT ASSIGN TO
           WS-CAM-PASSAGEIROS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PAX-ID
           FILE STATUS IS WS-FICHEIRO-STATUS-PAX.

       SELECT FIDELIDADEINPUT ASSIGN TO
           WS-CAM-FIDELIDADE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FID-PAX-ID
           FILE STATUS IS WS-FICHEIRO-STATUS-FID.

       SELECT FIDMOVOUTPUT ASSIGN TO
           WS-CAM-FIDMOV
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FICHEIRO-STATUS-FIDMOV.

       SELECT REJEITADASOUTPUT ASSIGN TO
           WS-CAM-REJEITADAS
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FICHEIRO-STATUS-REJ.

       SELECT FATURAOUTPUT ASSIGN TO
           WS-CAM-FATURA
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FICHEIRO-STATUS-FAT.

       SELECT ERROSOUTPUT ASSIGN TO
           WS-CAM-ERROS
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-ERR.

       DATA DIVISION.

       FILE SECTION.

      *    FICHEIRO DE ATIVIDADE ENVIADO PELOS PARCEIROS - MEMBRO POR
      *    PAX-ID OU, NA FALTA DESTE, PELO NUMERO DO DOCUMENTO; PONTOS
      *    JA CALCULADOS OU VALOR GASTO A CONVERTER PELO ACORDO
           FD ATIVIDADESINPUT.
           01 ATIVIDADESINPUT-REG.
               05 ATV-PARCEIRO PIC X(04).
               05 ATV-REFERENCIA PIC X(10).
               05 ATV-PAX-ID PIC 9(04).
               05 ATV-DOC-NUMERO PIC X(12).
               05 ATV-DATA PIC 9(08).
               05 ATV-PONTOS PIC 9(07).
               05 ATV-GASTO PIC 9(07)V99.

           FD PARCFIDINPUT.
           01 PARCFIDINPUT-REG.
               05 PFD-CODIGO PIC X(04).
               05 PFD-NOME PIC X(20).
               05 PFD-TIPO PIC X(01).
                   88 PFD-HOTEL VALUE "H".
                   88 PFD-AUTOMOVEL VALUE "A".
               05 PFD-PONTOS-EURO PIC 9(02)V99.
               05 PFD-PRECO-PONTO PIC 9(01)V9(04).
               05 PFD-DATA PIC 9(08).

           FD PARCMOVINPUT.
           01 PARCMOVINPUT-REG.
               05 PFM-CHAVE.
                   10 PFM-PARCEIRO PIC X(04).
                   10 PFM-REFERENCIA PIC X(10).
               05 PFM-PAX-ID PIC 9(04).
               05 PFM-DATA-ATIV PIC 9(08).
               05 PFM-PONTOS PIC 9(07).
               05 PFM-VALOR PIC 9(07)V99.
               05 PFM-DATA-IMPORT PIC 9(08).

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

           FD FIDELIDADEINPUT.
           01 FIDELIDADEINPUT-REG.
               05 FID-PAX-ID PIC 9(04).
               05 FID-PONTOS PIC 9(07).
               05 FID-PONTOS-12M PIC 9(07).
               05 FID-NIVEL PIC X(01).
               05 FID-ULT-ATIV PIC 9(08).

           FD FIDMOVOUTPUT.
           01 FIDMOVOUTPUT-LINHA PIC X(40).

           FD REJEITADASOUTPUT.
           01 REJEITADASOUTPUT-LINHA PIC X(90).

           FD FATURAOUTPUT.
           01 FATURAOUTPUT-LINHA PIC X(80).

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
               05 WS-ERR-L-PROG PIC X(10) VALUE "IMPFIDPAR".
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
           77 WS-CAM-ATIVIDADES PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/fidparc.txt".
           77 WS-CAM-PARCFID PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/project/parcfid.dat".
           77 WS-CAM-PARCMOV PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/project/parcmov.dat".
           77 WS-CAM-PASSAGEIROS PIC X(80) VALUE
               "/Users/antonyferreira/Documents/Cobol/passageiros.dat".
           77 WS-CAM-FIDELIDADE PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/fidelidade.dat".
           77 WS-CAM-FIDMOV PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/fidmov.txt".
           77 WS-CAM-REJEITADAS PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/fidparcrej.txt".
           77 WS-CAM-FATURA PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/fidparcfat.txt".

           01 WS-FICHEIRO-STATUS-ATV PIC XX.
               88 WS-ATV-STATUS-OK VALUE "00".

           01 WS-FICHEIRO-STATUS-PFD PIC XX.
               88 WS-PFD-STATUS-OK VALUE "00".

           01 WS-FICHEIRO-STATUS-PFM PIC XX.
               88 WS-PFM-STATUS-OK VALUE "00".
               88 WS-PFM-STATUS-INEXISTENTE VALUE "35".

           01 WS-FICHEIRO-STATUS-PAX PIC XX.
               88 WS-PAX-STATUS-OK VALUE "00".

           01 WS-FICHEIRO-STATUS-FID PIC XX.
               88 WS-FID-STATUS-OK VALUE "00".

           01 WS-FICHEIRO-STATUS-FIDMOV PIC XX.
               88 WS-FIDMOV-STATUS-OK VALUE "00".
               88 WS-FIDMOV-STATUS-NOVO VALUE "35".

           01 WS-FICHEIRO-STATUS-REJ PIC XX.
               88 WS-REJ-STATUS-OK VALUE "00".

           01 WS-FICHEIRO-STATUS-FAT PIC XX.
               88 WS-FAT-STATUS-OK VALUE "00".

           01 WS-FIDMOV-LINHA PIC X(40).
           01 FILLER REDEFINES WS-FIDMOV-LINHA.
               05 WS-FIDMOV-DATA PIC 9(08).
               05 FILLER PIC X(01).
               05 WS-FIDMOV-HORA PIC 9(08).
               05 FILLER PIC X(01).
               05 WS-FIDMOV-PAX PIC 9(04).
               05 FILLER PIC X(01).
               05 WS-FIDMOV-TIPO PIC X(01).
               05 FILLER PIC X(01).
               05 WS-FIDMOV-PONTOS PIC 9(07).
               05 FILLER PIC X(01).
               05 WS-FIDMOV-RESERVA PIC 9(04).
               05 FILLER PIC X(03).

           01 WS-REJ-LINHA.
               05 WS-REJ-ATIVIDADE PIC X(54).
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-REJ-MOTIVO PIC X(35).

           77 WS-EXIT-OK PIC X(01) VALUE "N".
           77 WS-EXIT-OK2 PIC X(01) VALUE "N".
           77 WS-DATA-HOJE PIC 9(08) VALUE ZEROES.
           77 WS-MES-PEDIDO PIC 9(06) VALUE ZEROES.
           77 WS-PAX-ABERTO PIC X(01) VALUE "N".
           77 WS-REJ-ABERTO PIC X(01) VALUE "N".
           77 WS-ATV-MEMBRO PIC 9(04) VALUE ZEROES.
           77 WS-ATV-PONTOS PIC 9(07) VALUE ZEROES.
           77 WS-ATV-VALOR PIC 9(07)V99 VALUE ZEROES.
           77 WS-ATV-MOTIVO PIC X(35) VALUE SPACES.

           77 WS-TOTAL-LIDAS PIC 9(05) VALUE ZEROES.
           77 WS-TOTAL-CREDITADAS PIC 9(05) VALUE ZEROES.
           77 WS-TOTAL-REJEITADAS PIC 9(05) VALUE ZEROES.
           77 WS-TOTAL-PONTOS PIC 9(09) VALUE ZEROES.

      *    TOTAIS A FATURAR POR PARCEIRO NO MES PEDIDO
           77 WS-PAR-TOTAL PIC 9(02) VALUE ZEROES.
           77 WS-PAR-I PIC 9(02) VALUE ZEROES.
           01 WS-TABELA-PARCEIROS.
               05 WS-PAR-ENT OCCURS 50 TIMES.
                   10 WS-PAR-CODIGO PIC X(04).
                   10 WS-PAR-NOME PIC X(20).
                   10 WS-PAR-ATIVIDADES PIC 9(05).
                   10 WS-PAR-PONTOS PIC 9(09).
                   10 WS-PAR-VALOR PIC 9(09)V99.
           77 WS-FAT-TOTAL-VALOR PIC 9(09)V99 VALUE ZEROES.

           01 WS-FAT-LINHA.
               05 WS-FAT-L-CODIGO PIC X(04).
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-FAT-L-NOME PIC X(20).
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-FAT-L-ATIVIDADES PIC Z(4)9.
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-FAT-L-PONTOS PIC Z(8)9.
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-FAT-L-VALOR PIC Z(8)9.99.
               05 FILLER PIC X(26) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           PERFORM P090-CARREGAR-AMBIENTE.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY "*** IMPORTACAO DE PONTOS DE PARCEIROS ***".
           DISPLAY "MES A FATURAR AOS PARCEIROS (AAAAMM)".
           ACCEPT WS-MES-PEDIDO.

           OPEN INPUT PARCFIDINPUT.
           IF NOT WS-PFD-STATUS-OK
               MOVE "PARCFID" TO WS-ERR-L-FICH
               MOVE WS-FICHEIRO-STATUS-PFD TO WS-ERR-L-ESTADO
               PERFORM P095-REGISTAR-ERRO-ABERTURA
               DISPLAY "SEM ACORDOS DE PARCEIROS DE FIDELIZACAO"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O FIDELIDADEINPUT.
           IF NOT WS-FID-STATUS-OK
               MOVE "FIDELIDADE" TO WS-ERR-L-FICH
               MOVE WS-FICHEIRO-STATUS-FID TO WS-ERR-L-ESTADO
               PERFORM P095-REGISTAR-ERRO-ABERTURA
               DISPLAY "FICHEIRO DE FIDELIZACAO INDISPONIVEL"
               CLOSE PARCFIDINPUT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O PARCMOVINPUT.
           IF WS-PFM-STATUS-INEXISTENTE
               OPEN OUTPUT PARCMOVINPUT
               CLOSE PARCMOVINPUT
               OPEN I-O PARCMOVINPUT
           END-IF.

           PERFORM P200-IMPORTAR-ATIVIDADES.
           PERFORM P400-FATURAR-PARCEIROS.

           CLOSE PARCMOVINPUT.
           CLOSE FIDELIDADEINPUT.
           CLOSE PARCFIDINPUT.

           DISPLAY " ".
           DISPLAY "LINHAS LIDAS: " WS-TOTAL-LIDAS.
           DISPLAY "ATIVIDADES CREDITADAS: " WS-TOTAL-CREDITADAS.
           DISPLAY "PONTOS CREDITADOS: " WS-TOTAL-PONTOS.
           DISPLAY "LINHAS REJEITADAS: " WS-TOTAL-REJEITADAS.
           DISPLAY "FATURACAO DO MES GRAVADA EM fidparcfat.txt".

           IF WS-TOTAL-REJEITADAS > ZEROES
               DISPLAY "VER REJEICOES EM fidparcrej.txt"
               MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.

       P200-IMPORTAR-ATIVIDADES.

           OPEN INPUT ATIVIDADESINPUT.
           IF NOT WS-ATV-STATUS-OK
               DISPLAY "SEM FICHEIRO DE ATIVIDADE (fidparc.txt)"
           ELSE
               OPEN INPUT PASSAGEIROSINPUT
               IF WS-PAX-STATUS-OK
                   MOVE "S" TO WS-PAX-ABERTO
               END-IF
               SET WS-EXIT-OK TO "N"
               PERFORM UNTIL WS-EXIT-OK = "S"
                   READ ATIVIDADESINPUT
                       AT END
                           SET WS-EXIT-OK TO "S"
                       NOT AT END
                           IF ATIVIDADESINPUT-REG NOT = SPACES
                               ADD 1 TO WS-TOTAL-LIDAS
                               PERFORM P210-VALIDAR-ATIVIDADE
                               IF WS-ATV-MOTIVO = SPACES
                                   PERFORM P300-CREDITAR-ATIVIDADE
                               ELSE
                                   PERFORM P290-REJEITAR-ATIVIDADE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               SET WS-EXIT-OK TO "N"
               CLOSE ATIVIDADESINPUT
               IF WS-PAX-ABERTO = "S"
                   CLOSE PASSAGEIROSINPUT
               END-IF
               IF WS-REJ-ABERTO = "S"
                   CLOSE REJEITADASOUTPUT
               END-IF
           END-IF.

      *    A PRIMEIRA FALHA ENCONTRADA E O MOTIVO DA REJEICAO
       P210-VALIDAR-ATIVIDADE.

           MOVE SPACES TO WS-ATV-MOTIVO.
           MOVE ZEROES TO WS-ATV-MEMBRO.
           MOVE ZEROES TO WS-ATV-PONTOS.
           MOVE ZEROES TO WS-ATV-VALOR.

           IF ATV-DATA NOT NUMERIC OR ATV-PONTOS NOT NUMERIC
                   OR ATV-GASTO NOT NUMERIC OR ATV-PAX-ID NOT NUMERIC
               MOVE "LINHA COM CAMPOS NUMERICOS INVALIDOS"
                   TO WS-ATV-MOTIVO
           ELSE
               IF ATV-DATA = ZEROES OR ATV-DATA > WS-DATA-HOJE
                   MOVE "DATA DA ATIVIDADE INVALIDA" TO WS-ATV-MOTIVO
               END-IF
           END-IF.

           IF WS-ATV-MOTIVO = SPACES
               MOVE ATV-PARCEIRO TO PFD-CODIGO
               READ PARCFIDINPUT
                   INVALID KEY
                       MOVE "PARCEIRO SEM ACORDO" TO WS-ATV-MOTIVO
               END-READ
           END-IF.

           IF WS-ATV-MOTIVO = SPACES
               IF ATV-REFERENCIA = SPACES
                   MOVE "SEM REFERENCIA DO PARCEIRO" TO WS-ATV-MOTIVO
               ELSE
                   MOVE ATV-PARCEIRO TO PFM-PARCEIRO
                   MOVE ATV-REFERENCIA TO PFM-REFERENCIA
                   READ PARCMOVINPUT
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "REFERENCIA JA IMPORTADA"
                               TO WS-ATV-MOTIVO
                   END-READ
               END-IF
           END-IF.

           IF WS-ATV-MOTIVO = SPACES
               PERFORM P220-IDENTIFICAR-MEMBRO
               IF WS-ATV-MEMBRO = ZEROES
                   MOVE "PASSAGEIRO DESCONHECIDO" TO WS-ATV-MOTIVO
               ELSE
                   MOVE WS-ATV-MEMBRO TO FID-PAX-ID
                   READ FIDELIDADEINPUT
                       INVALID KEY
                           MOVE "PASSAGEIRO SEM CONTA DE FIDELIZACAO"
                               TO WS-ATV-MOTIVO
                   END-READ
               END-IF
           END-IF.

           IF WS-ATV-MOTIVO = SPACES
               IF ATV-PONTOS > ZEROES
                   MOVE ATV-PONTOS TO WS-ATV-PONTOS
               ELSE
                   COMPUTE WS-ATV-PONTOS =
                           ATV-GASTO * PFD-PONTOS-EURO
                       ON SIZE ERROR
                           MOVE ZEROES TO WS-ATV-PONTOS
                   END-COMPUTE
               END-IF
               IF WS-ATV-PONTOS = ZEROES
                   MOVE "SEM PONTOS NEM GASTO A CREDITAR"
                       TO WS-ATV-MOTIVO
               ELSE
                   COMPUTE WS-ATV-VALOR ROUNDED =
                           WS-ATV-PONTOS * PFD-PRECO-PONTO
               END-IF
           END-IF.

      *    O PAX-ID TEM PRIORIDADE; SEM ELE PROCURA-SE O DOCUMENTO NO
      *    FICHEIRO DE PASSAGEIROS (SEM CHAVE ALTERNATIVA - LEITURA
      *    SEQUENCIAL)
       P220-IDENTIFICAR-MEMBRO.

           IF WS-PAX-ABERTO = "S" AND ATV-PAX-ID > ZEROES
               MOVE ATV-PAX-ID TO PAX-ID
               READ PASSAGEIROSINPUT
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PAX-ID TO WS-ATV-MEMBRO
               END-READ
           END-IF.

           IF WS-PAX-ABERTO = "S" AND ATV-PAX-ID = ZEROES
                   AND ATV-DOC-NUMERO NOT = SPACES
               MOVE ZEROES TO PAX-ID
               SET WS-EXIT-OK2 TO "N"
               START PASSAGEIROSINPUT KEY IS NOT LESS THAN PAX-ID
                   INVALID KEY
                       SET WS-EXIT-OK2 TO "S"
               END-START
               PERFORM UNTIL WS-EXIT-OK2 = "S"
                   READ PASSAGEIROSINPUT NEXT
                       AT END
                           SET WS-EXIT-OK2 TO "S"
                       NOT AT END
                           IF PAX-DOC-NUMERO = ATV-DOC-NUMERO
                               MOVE PAX-ID TO WS-ATV-MEMBRO
                               SET WS-EXIT-OK2 TO "S"
                           END-IF
                   END-READ
               END-PERFORM
               SET WS-EXIT-OK2 TO "N"
           END-IF.

       P290-REJEITAR-ATIVIDADE.

           IF WS-REJ-ABERTO NOT = "S"
               OPEN OUTPUT REJEITADASOUTPUT
               MOVE "S" TO WS-REJ-ABERTO
           END-IF.
           MOVE ATIVIDADESINPUT-REG TO WS-REJ-ATIVIDADE.
           MOVE WS-ATV-MOTIVO TO WS-REJ-MOTIVO.
           MOVE WS-REJ-LINHA TO REJEITADASOUTPUT-LINHA.
           WRITE REJEITADASOUTPUT-LINHA.
           ADD 1 TO WS-TOTAL-REJEITADAS.

      *    PONTOS DE PARCEIRO CONTAM PARA O SALDO MAS NAO PARA A
      *    JANELA DE 12 MESES QUE DEFINE O NIVEL (MOVIMENTO TIPO P)
       P300-CREDITAR-ATIVIDADE.

           MOVE ATV-PARCEIRO TO PFM-PARCEIRO.
           MOVE ATV-REFERENCIA TO PFM-REFERENCIA.
           MOVE WS-ATV-MEMBRO TO PFM-PAX-ID.
           MOVE ATV-DATA TO PFM-DATA-ATIV.
           MOVE WS-ATV-PONTOS TO PFM-PONTOS.
           MOVE WS-ATV-VALOR TO PFM-VALOR.
           MOVE WS-DATA-HOJE TO PFM-DATA-IMPORT.
           WRITE PARCMOVINPUT-REG
               INVALID KEY
                   MOVE "REFERENCIA JA IMPORTADA" TO WS-ATV-MOTIVO
                   PERFORM P290-REJEITAR-ATIVIDADE
               NOT INVALID KEY
                   PERFORM P305-ATUALIZAR-CONTA
           END-WRITE.

       P305-ATUALIZAR-CONTA.

           ADD WS-ATV-PONTOS TO FID-PONTOS
               ON SIZE ERROR
                   MOVE 9999999 TO FID-PONTOS
           END-ADD.
           IF ATV-DATA > FID-ULT-ATIV
               MOVE ATV-DATA TO FID-ULT-ATIV
           END-IF.
           REWRITE FIDELIDADEINPUT-REG.

           MOVE SPACES TO WS-FIDMOV-LINHA.
           MOVE "P" TO WS-FIDMOV-TIPO.
           MOVE WS-ATV-MEMBRO TO WS-FIDMOV-PAX.
           MOVE WS-ATV-PONTOS TO WS-FIDMOV-PONTOS.
           MOVE ZEROES TO WS-FIDMOV-RESERVA.
           PERFORM P310-GRAVAR-FIDMOV.

           ADD 1 TO WS-TOTAL-CREDITADAS.
           ADD WS-ATV-PONTOS TO WS-TOTAL-PONTOS.

       P310-GRAVAR-FIDMOV.

           ACCEPT WS-FIDMOV-DATA FROM DATE YYYYMMDD.
           ACCEPT WS-FIDMOV-HORA FROM TIME.

           OPEN EXTEND FIDMOVOUTPUT.
           IF WS-FIDMOV-STATUS-NOVO
               CLOSE FIDMOVOUTPUT
               OPEN OUTPUT FIDMOVOUTPUT
           END-IF.
           MOVE WS-FIDMOV-LINHA TO FIDMOVOUTPUT-LINHA.
           WRITE FIDMOVOUTPUT-LINHA.
           CLOSE FIDMOVOUTPUT.

      *    FATURA-SE AO PARCEIRO CADA PONTO EMITIDO, PELO PRECO DO
      *    ACORDO EM VIGOR NA DATA DA IMPORTACAO
       P400-FATURAR-PARCEIROS.

           MOVE ZEROES TO WS-PAR-TOTAL.
           INITIALIZE WS-TABELA-PARCEIROS.
           MOVE LOW-VALUES TO PFD-CODIGO.
           SET WS-EXIT-OK TO "N".
           START PARCFIDINPUT KEY IS NOT LESS THAN PFD-CODIGO
               INVALID KEY
                   SET WS-EXIT-OK TO "S"
           END-START.
           PERFORM UNTIL WS-EXIT-OK = "S"
               READ PARCFIDINPUT NEXT
                   AT END
                       SET WS-EXIT-OK TO "S"
                   NOT AT END
                       IF WS-PAR-TOTAL < 50
                           ADD 1 TO WS-PAR-TOTAL
                           MOVE PFD-CODIGO
                               TO WS-PAR-CODIGO (WS-PAR-TOTAL)
                           MOVE PFD-NOME TO WS-PAR-NOME (WS-PAR-TOTAL)
                       END-IF
               END-READ
           END-PERFORM.
           SET WS-EXIT-OK TO "N".

           MOVE LOW-VALUES TO PFM-CHAVE.
           START PARCMOVINPUT KEY IS NOT LESS THAN PFM-CHAVE
               INVALID KEY
                   SET WS-EXIT-OK TO "S"
           END-START.
           PERFORM UNTIL WS-EXIT-OK = "S"
               READ PARCMOVINPUT NEXT
                   AT END
                       SET WS-EXIT-OK TO "S"
                   NOT AT END
                       IF PFM-DATA-IMPORT (1:6) = WS-MES-PEDIDO
                           PERFORM P410-ACUMULAR-FATURA
                       END-IF
               END-READ
           END-PERFORM.
           SET WS-EXIT-OK TO "N".

           OPEN OUTPUT FATURAOUTPUT.
           MOVE SPACES TO FATURAOUTPUT-LINHA.
           STRING "FATURACAO DE PONTOS A PARCEIROS - MES "
                       DELIMITED BY SIZE
                   WS-MES-PEDIDO DELIMITED BY SIZE
               INTO FATURAOUTPUT-LINHA
           END-STRING.
           WRITE FATURAOUTPUT-LINHA.
           MOVE "COD  PARCEIRO             ATIV.    PONTOS        VALOR"
               TO FATURAOUTPUT-LINHA.
           WRITE FATURAOUTPUT-LINHA.

           MOVE ZEROES TO WS-FAT-TOTAL-VALOR.
           MOVE 1 TO WS-PAR-I.
           PERFORM UNTIL WS-PAR-I > WS-PAR-TOTAL
               IF WS-PAR-ATIVIDADES (WS-PAR-I) > ZEROES
                   MOVE WS-PAR-CODIGO (WS-PAR-I) TO WS-FAT-L-CODIGO
                   MOVE WS-PAR-NOME (WS-PAR-I) TO WS-FAT-L-NOME
                   MOVE WS-PAR-ATIVIDADES (WS-PAR-I)
                       TO WS-FAT-L-ATIVIDADES
                   MOVE WS-PAR-PONTOS (WS-PAR-I) TO WS-FAT-L-PONTOS
                   MOVE WS-PAR-VALOR (WS-PAR-I) TO WS-FAT-L-VALOR
                   ADD WS-PAR-VALOR (WS-PAR-I) TO WS-FAT-TOTAL-VALOR
                   MOVE WS-FAT-LINHA TO FATURAOUTPUT-LINHA
                   WRITE FATURAOUTPUT-LINHA
               END-IF
               ADD 1 TO WS-PAR-I
           END-PERFORM.

           MOVE SPACES TO WS-FAT-LINHA.
           MOVE "TOTAL A FATURAR" TO WS-FAT-L-NOME.
           MOVE WS-FAT-TOTAL-VALOR TO WS-FAT-L-VALOR.
           MOVE WS-FAT-LINHA TO FATURAOUTPUT-LINHA.
           WRITE FATURAOUTPUT-LINHA.
           CLOSE FATURAOUTPUT.

       P410-ACUMULAR-FATURA.

           MOVE 1 TO WS-PAR-I.
           PERFORM UNTIL WS-PAR-I > WS-PAR-TOTAL
               IF WS-PAR-CODIGO (WS-PAR-I) = PFM-PARCEIRO
                   ADD 1 TO WS-PAR-ATIVIDADES (WS-PAR-I)
                   ADD PFM-PONTOS TO WS-PAR-PONTOS (WS-PAR-I)
                   ADD PFM-VALOR TO WS-PAR-VALOR (WS-PAR-I)
                   MOVE WS-PAR-TOTAL TO WS-PAR-I
               END-IF
               ADD 1 TO WS-PAR-I
           END-PERFORM.

       P090-CARREGAR-AMBIENTE.

           CALL 'amb_util.o' USING WS-AMB-AREA.
           DISPLAY "AMBIENTE ATIVO: " WS-AMB-CODIGO.
           MOVE SPACES TO WS-CAM-ERROS.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/erros.txt" DELIMITED BY SIZE
               INTO WS-CAM-ERROS
           END-STRING.
           MOVE SPACES TO WS-CAM-ATIVIDADES.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/fidparc.txt" DELIMITED BY SIZE
               INTO WS-CAM-ATIVIDADES
           END-STRING.
           MOVE SPACES TO WS-CAM-PARCFID.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/project/parcfid.dat" DELIMITED BY SIZE
               INTO WS-CAM-PARCFID
           END-STRING.
           MOVE SPACES TO WS-CAM-PARCMOV.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/project/parcmov.dat" DELIMITED BY SIZE
               INTO WS-CAM-PARCMOV
           END-STRING.
           MOVE SPACES TO WS-CAM-PASSAGEIROS.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/passageiros.dat" DELIMITED BY SIZE
               INTO WS-CAM-PASSAGEIROS
           END-STRING.
           MOVE SPACES TO WS-CAM-FIDELIDADE.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/fidelidade.dat" DELIMITED BY SIZE
               INTO WS-CAM-FIDELIDADE
           END-STRING.
           MOVE SPACES TO WS-CAM-FIDMOV.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/fidmov.txt" DELIMITED BY SIZE
               INTO WS-CAM-FIDMOV
           END-STRING.
           MOVE SPACES TO WS-CAM-REJEITADAS.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/fidparcrej.txt" DELIMITED BY SIZE
               INTO WS-CAM-REJEITADAS
           END-STRING.
           MOVE SPACES TO WS-CAM-FATURA.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/fidparcfat.txt" DELIMITED BY SIZE
               INTO WS-CAM-FATURA
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

       END PROGRAM IMPFIDPAR.
