       IDENTIFICATION DIVISION.
       PROGRAM-ID. FATEMP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT EMPRESASINPUT ASSIGN TO
           WS-CAM-EMPRESAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMP-CODIGO
           FILE STATUS IS WS-FICHEIRO-STATUS-EMP.

       SELECT EMPCONTAINPUT ASSIGN TO
           WS-CAM-EMPCONTA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ECT-CHAVE
           ALTERNATE RECORD KEY IS ECT-EMPRESA WITH DUPLICATES
           FILE STATUS IS WS-FICHEIRO-STATUS-ECT.

       SELECT EMPFATURASINPUT ASSIGN TO
           WS-CAM-EMPFATURAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EFT-NUMERO
           ALTERNATE RECORD KEY IS EFT-EMPRESA WITH DUPLICATES
           FILE STATUS IS WS-FICHEIRO-STATUS-EFT.

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

       SELECT EXTRATOOUTPUT ASSIGN TO
           WS-CAM-EXTRATO
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FICHEIRO-STATUS-EXT.

       SELECT ERROSOUTPUT ASSIGN TO
           WS-CAM-ERROS
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-ERR.

       DATA DIVISION.

       FILE SECTION.

           FD EMPRESASINPUT.
           01 EMPRESASINPUT-REG.
               05 EMP-CODIGO PIC X(04).
               05 EMP-NOME PIC X(20).
               05 EMP-NIF PIC X(09).
               05 EMP-CONTACTO-ID PIC 9(06).
               05 EMP-LIMITE PIC 9(07)V99.
               05 EMP-DESCONTO PIC 9(02).
               05 EMP-PRAZO PIC 9(03).
               05 EMP-ESTADO PIC X(01).
                   88 EMP-ATIVA VALUE "A".
                   88 EMP-SUSPENSA VALUE "S".
               05 EMP-DATA PIC 9(08).

           FD EMPCONTAINPUT.
           01 EMPCONTAINPUT-REG.
               05 ECT-CHAVE.
                   10 ECT-RESERVA-ID PIC 9(04).
                   10 ECT-TIPO PIC X(01).
                       88 ECT-DEBITO VALUE "D".
                       88 ECT-CREDITO VALUE "C".
               05 ECT-EMPRESA PIC X(04).
               05 ECT-PAX-ID PIC 9(04).
               05 ECT-NOME PIC X(10).
               05 ECT-VOO-CHAVE.
                   10 ECT-VOO-NUMERO PIC 9(04).
                   10 ECT-VOO-DATA PIC 9(08).
               05 ECT-VOO-NOME PIC X(10).
               05 ECT-CLASSE PIC X(01).
               05 ECT-VALOR PIC 9(05)V99.
               05 ECT-DATA PIC 9(08).
               05 ECT-FATURA PIC 9(04).
               05 ECT-ESTADO PIC X(01).
                   88 ECT-POR-FATURAR VALUE "A".
                   88 ECT-FATURADO VALUE "F".
                   88 ECT-PAGO VALUE "P".

           FD EMPFATURASINPUT.
           01 EMPFATURASINPUT-REG.
               05 EFT-NUMERO PIC 9(04).
               05 EFT-EMPRESA PIC X(04).
               05 EFT-MES PIC 9(06).
               05 EFT-DATA PIC 9(08).
               05 EFT-VENCIMENTO PIC 9(08).
               05 EFT-VALOR PIC S9(07)V99.
               05 EFT-PAGO PIC 9(07)V99.
               05 EFT-ESTADO PIC X(01).
                   88 EFT-ABERTA VALUE "A".
                   88 EFT-PAGA VALUE "P".
               05 EFT-DATA-PAGAMENTO PIC 9(08).

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

           FD EXTRATOOUTPUT.
           01 EXTRATOOUTPUT-LINHA PIC X(90).

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
               05 WS-ERR-L-PROG PIC X(10) VALUE "FATEMP".
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
           77 WS-CAM-EMPRESAS PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/project/empresas.dat".
           77 WS-CAM-EMPCONTA PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/project/empconta.dat".
           77 WS-CAM-EMPFATURAS PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/project/empfat.dat".
           77 WS-CAM-CONTACTOS PIC X(80) VALUE
               "/Users/antonyferreira/Documents/Cobol/contactos.dat".
           77 WS-CAM-CONTROLO PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/project/controlo.dat".
           77 WS-CAM-EXTRATO PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/extratoemp.txt".

           01 WS-FICHEIRO-STATUS-EMP PIC XX.
               88 WS-EMP-STATUS-OK VALUE "00".

           01 WS-FICHEIRO-STATUS-ECT PIC XX.
               88 WS-ECT-STATUS-OK VALUE "00".
               88 WS-ECT-STATUS-INEXISTENTE VALUE "35".

           01 WS-FICHEIRO-STATUS-EFT PIC XX.
               88 WS-EFT-STATUS-OK VALUE "00".
               88 WS-EFT-STATUS-INEXISTENTE VALUE "35".

           01 WS-FICHEIRO-STATUS-CONT PIC XX.
               88 WS-CONT-STATUS-OK VALUE "00".

           01 WS-FICHEIRO-STATUS-CTRL PIC XX.
               88 WS-CTRL-STATUS-OK VALUE "00".

           01 WS-FICHEIRO-STATUS-EXT PIC XX.
               88 WS-EXT-STATUS-OK VALUE "00".

           77 WS-EXIT-OK PIC X(01) VALUE "N".
           77 WS-EXIT-OK2 PIC X(01) VALUE "N".
           77 WS-DATA-HOJE PIC 9(08) VALUE ZEROES.
           77 WS-MES-PEDIDO PIC 9(06) VALUE ZEROES.
           77 WS-PROX-NUMERO PIC 9(04) VALUE ZEROES.
           77 WS-CHAVE-CTRL-FATURA PIC X(02) VALUE "FE".
           77 WS-CONT-ABERTO PIC X(01) VALUE "N".
           77 WS-CAB-ESCRITO PIC X(01) VALUE "N".
           77 WS-CAB-DIVIDA PIC X(01) VALUE "N".

           77 WS-FAT-NUMERO PIC 9(04) VALUE ZEROES.
           77 WS-FAT-TOTAL PIC S9(07)V99 VALUE ZEROES.
           77 WS-FAT-LINHAS PIC 9(04) VALUE ZEROES.
           77 WS-EMP-EM-DIVIDA PIC S9(08)V99 VALUE ZEROES.
           77 WS-EFT-FALTA PIC S9(07)V99 VALUE ZEROES.

           77 WS-TOTAL-EMPRESAS PIC 9(04) VALUE ZEROES.
           77 WS-TOTAL-FATURAS PIC 9(04) VALUE ZEROES.
           77 WS-TOTAL-LANCAMENTOS PIC 9(05) VALUE ZEROES.
           77 WS-TOTAL-FATURADO PIC S9(09)V99 VALUE ZEROES.
           77 WS-TOTAL-EM-DIVIDA PIC S9(09)V99 VALUE ZEROES.
           77 WS-TOTAL-VENCIDAS PIC 9(04) VALUE ZEROES.

      *    CALCULO DO VENCIMENTO: DATA DE EMISSAO MAIS O PRAZO DA
      *    EMPRESA EM DIAS
           01 WS-VENC-DATA PIC 9(08) VALUE ZEROES.
           01 WS-VENC-DATA-R REDEFINES WS-VENC-DATA.
               05 WS-VENC-ANO PIC 9(04).
               05 WS-VENC-MES PIC 9(02).
               05 WS-VENC-DIA PIC 9(02).
           77 WS-VENC-DIAS PIC 9(04) VALUE ZEROES.
           77 WS-DIAS-NO-MES PIC 9(02) VALUE ZEROES.
           77 WS-DIV-TEMP PIC 9(04) VALUE ZEROES.
           77 WS-RESTO-4 PIC 9(04) VALUE ZEROES.
           77 WS-RESTO-100 PIC 9(04) VALUE ZEROES.
           77 WS-RESTO-400 PIC 9(04) VALUE ZEROES.

           01 WS-DET-LINHA.
               05 FILLER PIC X(02) VALUE SPACES.
               05 WS-DET-DATA PIC 9(08).
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-DET-RESERVA PIC 9(04).
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-DET-NOME PIC X(10).
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-DET-VOO PIC X(10).
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-DET-VOO-DATA PIC 9(08).
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-DET-CLASSE PIC X(09).
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-DET-VALOR PIC ZZZZ9.99-.
               05 FILLER PIC X(23) VALUE SPACES.

           01 WS-FAT-LINHA.
               05 FILLER PIC X(02) VALUE SPACES.
               05 FILLER PIC X(07) VALUE "FATURA ".
               05 WS-FL-NUMERO PIC 9(04).
               05 FILLER PIC X(05) VALUE " MES ".
               05 WS-FL-MES PIC 9(06).
               05 FILLER PIC X(07) VALUE " VENCE ".
               05 WS-FL-VENCIMENTO PIC 9(08).
               05 FILLER PIC X(07) VALUE " VALOR ".
               05 WS-FL-VALOR PIC ZZZZZZ9.99-.
               05 FILLER PIC X(06) VALUE " PAGO ".
               05 WS-FL-PAGO PIC ZZZZZZ9.99.
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-FL-AVISO PIC X(07).
               05 FILLER PIC X(09) VALUE SPACES.

           77 WS-VALOR-ED PIC ZZZZZZZ9.99-.
           77 WS-LIMITE-ED PIC ZZZZZZ9.99.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           PERFORM P090-CARREGAR-AMBIENTE.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY "*** FATURACAO MENSAL DE CONTAS DE EMPRESA ***".
           DISPLAY "MES A FATURAR (AAAAMM)".
           ACCEPT WS-MES-PEDIDO.

           OPEN INPUT EMPRESASINPUT.
           IF NOT WS-EMP-STATUS-OK
               MOVE "EMPRESAS" TO WS-ERR-L-FICH
               MOVE WS-FICHEIRO-STATUS-EMP TO WS-ERR-L-ESTADO
               PERFORM P095-REGISTAR-ERRO-ABERTURA
               DISPLAY "FICHEIRO DE EMPRESAS INDISPONIVEL"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O EMPCONTAINPUT.
           IF WS-ECT-STATUS-INEXISTENTE
               DISPLAY "SEM VENDAS EM CONTA DE EMPRESA REGISTADAS"
               CLOSE EMPRESASINPUT
               STOP RUN
           END-IF.
           IF NOT WS-ECT-STATUS-OK
               MOVE "EMPCONTA" TO WS-ERR-L-FICH
               MOVE WS-FICHEIRO-STATUS-ECT TO WS-ERR-L-ESTADO
               PERFORM P095-REGISTAR-ERRO-ABERTURA
               DISPLAY "FICHEIRO DE CONTAS DE EMPRESA INDISPONIVEL"
               CLOSE EMPRESASINPUT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O EMPFATURASINPUT.
           IF WS-EFT-STATUS-INEXISTENTE
               OPEN OUTPUT EMPFATURASINPUT
               CLOSE EMPFATURASINPUT
               OPEN I-O EMPFATURASINPUT
           END-IF.
           IF NOT WS-EFT-STATUS-OK
               MOVE "EMPFAT" TO WS-ERR-L-FICH
               MOVE WS-FICHEIRO-STATUS-EFT TO WS-ERR-L-ESTADO
               PERFORM P095-REGISTAR-ERRO-ABERTURA
               DISPLAY "FICHEIRO DE FATURAS INDISPONIVEL"
               CLOSE EMPRESASINPUT
               CLOSE EMPCONTAINPUT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O CONTROLOINPUT.
           OPEN INPUT CONTACTOS.
           IF WS-CONT-STATUS-OK
               MOVE "S" TO WS-CONT-ABERTO
           END-IF.
           OPEN OUTPUT EXTRATOOUTPUT.

           MOVE SPACES TO EXTRATOOUTPUT-LINHA.
           STRING "EXTRATOS E FATURAS DE CONTAS DE EMPRESA - MES "
                   DELIMITED BY SIZE
                   WS-MES-PEDIDO DELIMITED BY SIZE
                   " - EMITIDO EM " DELIMITED BY SIZE
                   WS-DATA-HOJE DELIMITED BY SIZE
               INTO EXTRATOOUTPUT-LINHA
           END-STRING.
           WRITE EXTRATOOUTPUT-LINHA.

           MOVE LOW-VALUES TO EMP-CODIGO.
           SET WS-EXIT-OK TO "N".
           START EMPRESASINPUT KEY IS NOT LESS THAN EMP-CODIGO
               INVALID KEY
                   SET WS-EXIT-OK TO "S"
           END-START.
           PERFORM UNTIL WS-EXIT-OK = "S"
               READ EMPRESASINPUT NEXT
                   AT END
                       SET WS-EXIT-OK TO "S"
                   NOT AT END
                       PERFORM P200-TRATAR-EMPRESA
               END-READ
           END-PERFORM.
           SET WS-EXIT-OK TO "N".

           CLOSE EMPRESASINPUT.
           CLOSE EMPCONTAINPUT.
           CLOSE EMPFATURASINPUT.
           CLOSE CONTROLOINPUT.
           CLOSE EXTRATOOUTPUT.
           IF WS-CONT-ABERTO = "S"
               CLOSE CONTACTOS
           END-IF.

           DISPLAY " ".
           DISPLAY "EMPRESAS COM EXTRATO: " WS-TOTAL-EMPRESAS.
           DISPLAY "FATURAS EMITIDAS: " WS-TOTAL-FATURAS
                   " (" WS-TOTAL-LANCAMENTOS " LANCAMENTOS)".
           MOVE WS-TOTAL-FATURADO TO WS-VALOR-ED.
           DISPLAY "TOTAL FATURADO: " WS-VALOR-ED.
           MOVE WS-TOTAL-EM-DIVIDA TO WS-VALOR-ED.
           DISPLAY "TOTAL EM DIVIDA DAS EMPRESAS: " WS-VALOR-ED.
           DISPLAY "FATURAS VENCIDAS POR PAGAR: " WS-TOTAL-VENCIDAS.
           DISPLAY "EXTRATOS GRAVADOS EM extratoemp.txt".

           IF WS-TOTAL-VENCIDAS > ZEROES
               MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.

      *    UMA FATURA POR EMPRESA COM OS LANCAMENTOS AINDA POR FATURAR
      *    ATE AO FIM DO MES PEDIDO, SEGUIDA DAS FATURAS POR PAGAR
       P200-TRATAR-EMPRESA.

           MOVE "N" TO WS-CAB-ESCRITO.
           MOVE ZEROES TO WS-FAT-NUMERO.
           MOVE ZEROES TO WS-FAT-TOTAL.
           MOVE ZEROES TO WS-FAT-LINHAS.

           MOVE EMP-CODIGO TO ECT-EMPRESA.
           SET WS-EXIT-OK2 TO "N".
           START EMPCONTAINPUT KEY IS EQUAL TO ECT-EMPRESA
               INVALID KEY
                   SET WS-EXIT-OK2 TO "S"
           END-START.
           PERFORM UNTIL WS-EXIT-OK2 = "S"
               READ EMPCONTAINPUT NEXT
                   AT END
                       SET WS-EXIT-OK2 TO "S"
                   NOT AT END
                       IF ECT-EMPRESA NOT = EMP-CODIGO
                           SET WS-EXIT-OK2 TO "S"
                       ELSE
                           IF ECT-POR-FATURAR
                                   AND ECT-DATA (1:6) <= WS-MES-PEDIDO
                               PERFORM P210-FATURAR-LANCAMENTO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           SET WS-EXIT-OK2 TO "N".

           IF WS-FAT-NUMERO > ZEROES
               PERFORM P230-GRAVAR-FATURA
           END-IF.

           PERFORM P300-FATURAS-POR-PAGAR.

           IF WS-CAB-ESCRITO = "S"
               ADD 1 TO WS-TOTAL-EMPRESAS
               ADD WS-EMP-EM-DIVIDA TO WS-TOTAL-EM-DIVIDA
               MOVE WS-EMP-EM-DIVIDA TO WS-VALOR-ED
               MOVE EMP-LIMITE TO WS-LIMITE-ED
               MOVE SPACES TO EXTRATOOUTPUT-LINHA
               STRING "TOTAL EM DIVIDA: " DELIMITED BY SIZE
                       WS-VALOR-ED DELIMITED BY SIZE
                       "  LIMITE DE CREDITO: " DELIMITED BY SIZE
                       WS-LIMITE-ED DELIMITED BY SIZE
                   INTO EXTRATOOUTPUT-LINHA
               END-STRING
               WRITE EXTRATOOUTPUT-LINHA
               DISPLAY "EMPRESA " EMP-CODIGO " " EMP-NOME
                       " EM DIVIDA " WS-VALOR-ED
           END-IF.

       P205-CABECALHO-EMPRESA.

           MOVE "S" TO WS-CAB-ESCRITO.
           MOVE SPACES TO EXTRATOOUTPUT-LINHA.
           WRITE EXTRATOOUTPUT-LINHA.
           MOVE SPACES TO EXTRATOOUTPUT-LINHA.
           STRING "EMPRESA " DELIMITED BY SIZE
                   EMP-CODIGO DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   EMP-NOME DELIMITED BY SIZE
                   " NIF " DELIMITED BY SIZE
                   EMP-NIF DELIMITED BY SIZE
               INTO EXTRATOOUTPUT-LINHA
           END-STRING.
           WRITE EXTRATOOUTPUT-LINHA.

           MOVE SPACES TO NM-CONTACTO.
           MOVE SPACES TO EMAIL-CONTACTO.
           IF WS-CONT-ABERTO = "S"
               MOVE EMP-CONTACTO-ID TO ID-CONTACTO
               READ CONTACTOS
                   INVALID KEY
                       MOVE "SEM CONTACTO REGISTADO" TO NM-CONTACTO
                   NOT INVALID KEY
                       CONTINUE
               END-READ
           END-IF.
           MOVE SPACES TO EXTRATOOUTPUT-LINHA.
           STRING "A/C " DELIMITED BY SIZE
                   NM-CONTACTO DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   EMAIL-CONTACTO DELIMITED BY SIZE
               INTO EXTRATOOUTPUT-LINHA
           END-STRING.
           WRITE EXTRATOOUTPUT-LINHA.

       P210-FATURAR-LANCAMENTO.

           IF WS-CAB-ESCRITO = "N"
               PERFORM P205-CABECALHO-EMPRESA
           END-IF.
           IF WS-FAT-NUMERO = ZEROES
               PERFORM P220-NUMERAR-FATURA
           END-IF.

           MOVE ECT-DATA TO WS-DET-DATA.
           MOVE ECT-RESERVA-ID TO WS-DET-RESERVA.
           MOVE ECT-NOME TO WS-DET-NOME.
           MOVE ECT-VOO-NOME TO WS-DET-VOO.
           MOVE ECT-VOO-DATA TO WS-DET-VOO-DATA.
           IF ECT-CLASSE = "X"
               MOVE "EXECUTIVA" TO WS-DET-CLASSE
           ELSE
               MOVE "ECONOMICA" TO WS-DET-CLASSE
           END-IF.
           IF ECT-CREDITO
               MOVE "CREDITO" TO WS-DET-CLASSE
               SUBTRACT ECT-VALOR FROM WS-FAT-TOTAL
               COMPUTE WS-DET-VALOR = 0 - ECT-VALOR
           ELSE
               ADD ECT-VALOR TO WS-FAT-TOTAL
               MOVE ECT-VALOR TO WS-DET-VALOR
           END-IF.
           MOVE WS-DET-LINHA TO EXTRATOOUTPUT-LINHA.
           WRITE EXTRATOOUTPUT-LINHA.

           MOVE WS-FAT-NUMERO TO ECT-FATURA.
           MOVE "F" TO ECT-ESTADO.
           REWRITE EMPCONTAINPUT-REG
               INVALID KEY
                   DISPLAY "ERRO AO MARCAR A RESERVA " ECT-RESERVA-ID
                           " COMO FATURADA"
           END-REWRITE.
           ADD 1 TO WS-FAT-LINHAS.
           ADD 1 TO WS-TOTAL-LANCAMENTOS.

       P220-NUMERAR-FATURA.

           MOVE WS-CHAVE-CTRL-FATURA TO CTRL-CHAVE.
           PERFORM P350-PROX-NUMERO.
           MOVE WS-PROX-NUMERO TO WS-FAT-NUMERO.
           PERFORM P500-CALCULAR-VENCIMENTO.

           MOVE SPACES TO EXTRATOOUTPUT-LINHA.
           STRING "FATURA " DELIMITED BY SIZE
                   WS-FAT-NUMERO DELIMITED BY SIZE
                   " EMITIDA EM " DELIMITED BY SIZE
                   WS-DATA-HOJE DELIMITED BY SIZE
                   " VENCE EM " DELIMITED BY SIZE
                   WS-VENC-DATA DELIMITED BY SIZE
               INTO EXTRATOOUTPUT-LINHA
           END-STRING.
           WRITE EXTRATOOUTPUT-LINHA.
           MOVE SPACES TO EXTRATOOUTPUT-LINHA.
           STRING "  DATA     RES. PASSAGEIRO VOO        DATA VOO "
                   DELIMITED BY SIZE
                   "CABINE        VALOR" DELIMITED BY SIZE
               INTO EXTRATOOUTPUT-LINHA
           END-STRING.
           WRITE EXTRATOOUTPUT-LINHA.

       P230-GRAVAR-FATURA.

           MOVE WS-FAT-NUMERO TO EFT-NUMERO.
           MOVE EMP-CODIGO TO EFT-EMPRESA.
           MOVE WS-MES-PEDIDO TO EFT-MES.
           MOVE WS-DATA-HOJE TO EFT-DATA.
           MOVE WS-VENC-DATA TO EFT-VENCIMENTO.
           MOVE WS-FAT-TOTAL TO EFT-VALOR.
           MOVE ZEROES TO EFT-PAGO.
           MOVE "A" TO EFT-ESTADO.
           MOVE ZEROES TO EFT-DATA-PAGAMENTO.
           WRITE EMPFATURASINPUT-REG
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR A FATURA " WS-FAT-NUMERO
                           " - NUMERO JA EXISTE"
               NOT INVALID KEY
                   ADD 1 TO WS-TOTAL-FATURAS
                   ADD WS-FAT-TOTAL TO WS-TOTAL-FATURADO
           END-WRITE.

           MOVE WS-FAT-TOTAL TO WS-VALOR-ED.
           MOVE SPACES TO EXTRATOOUTPUT-LINHA.
           STRING "TOTAL DA FATURA " DELIMITED BY SIZE
                   WS-FAT-NUMERO DELIMITED BY SIZE
                   ": " DELIMITED BY SIZE
                   WS-VALOR-ED DELIMITED BY SIZE
                   " (" DELIMITED BY SIZE
                   WS-FAT-LINHAS DELIMITED BY SIZE
                   " LANCAMENTOS)" DELIMITED BY SIZE
               INTO EXTRATOOUTPUT-LINHA
           END-STRING.
           WRITE EXTRATOOUTPUT-LINHA.

      *    TODAS AS FATURAS AINDA ABERTAS, INCLUINDO A DESTE MES; AS
      *    QUE JA PASSARAM O VENCIMENTO FICAM MARCADAS
       P300-FATURAS-POR-PAGAR.

           MOVE ZEROES TO WS-EMP-EM-DIVIDA.
           MOVE "N" TO WS-CAB-DIVIDA.
           MOVE EMP-CODIGO TO EFT-EMPRESA.
           SET WS-EXIT-OK2 TO "N".
           START EMPFATURASINPUT KEY IS EQUAL TO EFT-EMPRESA
               INVALID KEY
                   SET WS-EXIT-OK2 TO "S"
           END-START.
           PERFORM UNTIL WS-EXIT-OK2 = "S"
               READ EMPFATURASINPUT NEXT
                   AT END
                       SET WS-EXIT-OK2 TO "S"
                   NOT AT END
                       IF EFT-EMPRESA NOT = EMP-CODIGO
                           SET WS-EXIT-OK2 TO "S"
                       ELSE
                           IF EFT-ABERTA
                               PERFORM P310-FATURA-EM-DIVIDA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           SET WS-EXIT-OK2 TO "N".

       P310-FATURA-EM-DIVIDA.

           IF WS-CAB-ESCRITO = "N"
               PERFORM P205-CABECALHO-EMPRESA
           END-IF.
           IF WS-CAB-DIVIDA = "N"
               MOVE "S" TO WS-CAB-DIVIDA
               MOVE "FATURAS POR PAGAR:" TO EXTRATOOUTPUT-LINHA
               WRITE EXTRATOOUTPUT-LINHA
           END-IF.

           COMPUTE WS-EFT-FALTA = EFT-VALOR - EFT-PAGO.
           ADD WS-EFT-FALTA TO WS-EMP-EM-DIVIDA.

           MOVE EFT-NUMERO TO WS-FL-NUMERO.
           MOVE EFT-MES TO WS-FL-MES.
           MOVE EFT-VENCIMENTO TO WS-FL-VENCIMENTO.
           MOVE EFT-VALOR TO WS-FL-VALOR.
           MOVE EFT-PAGO TO WS-FL-PAGO.
           MOVE SPACES TO WS-FL-AVISO.
           IF EFT-VENCIMENTO < WS-DATA-HOJE AND WS-EFT-FALTA > ZEROES
               MOVE "VENCIDA" TO WS-FL-AVISO
               ADD 1 TO WS-TOTAL-VENCIDAS
           END-IF.
           MOVE WS-FAT-LINHA TO EXTRATOOUTPUT-LINHA.
           WRITE EXTRATOOUTPUT-LINHA.

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

       P500-CALCULAR-VENCIMENTO.

           MOVE WS-DATA-HOJE TO WS-VENC-DATA.
           IF EMP-PRAZO = ZEROES
               COMPUTE WS-VENC-DIAS = WS-VENC-DIA + 30
           ELSE
               COMPUTE WS-VENC-DIAS = WS-VENC-DIA + EMP-PRAZO
           END-IF.
           PERFORM P510-DIAS-NO-MES.
           PERFORM UNTIL WS-VENC-DIAS <= WS-DIAS-NO-MES
               SUBTRACT WS-DIAS-NO-MES FROM WS-VENC-DIAS
               ADD 1 TO WS-VENC-MES
               IF WS-VENC-MES > 12
                   MOVE 1 TO WS-VENC-MES
                   ADD 1 TO WS-VENC-ANO
               END-IF
               PERFORM P510-DIAS-NO-MES
           END-PERFORM.
           MOVE WS-VENC-DIAS TO WS-VENC-DIA.

       P510-DIAS-NO-MES.

           EVALUATE WS-VENC-MES
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO WS-DIAS-NO-MES
               WHEN 2
                   DIVIDE WS-VENC-ANO BY 4 GIVING WS-DIV-TEMP
                       REMAINDER WS-RESTO-4
                   DIVIDE WS-VENC-ANO BY 100 GIVING WS-DIV-TEMP
                       REMAINDER WS-RESTO-100
                   DIVIDE WS-VENC-ANO BY 400 GIVING WS-DIV-TEMP
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

       P090-CARREGAR-AMBIENTE.

           CALL 'amb_util.o' USING WS-AMB-AREA.
           DISPLAY "AMBIENTE ATIVO: " WS-AMB-CODIGO.
           MOVE SPACES TO WS-CAM-ERROS.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/erros.txt" DELIMITED BY SIZE
               INTO WS-CAM-ERROS
           END-STRING.
           MOVE SPACES TO WS-CAM-EMPRESAS.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/project/empresas.dat" DELIMITED BY SIZE
               INTO WS-CAM-EMPRESAS
           END-STRING.
           MOVE SPACES TO WS-CAM-EMPCONTA.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/project/empconta.dat" DELIMITED BY SIZE
               INTO WS-CAM-EMPCONTA
           END-STRING.
           MOVE SPACES TO WS-CAM-EMPFATURAS.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/project/empfat.dat" DELIMITED BY SIZE
               INTO WS-CAM-EMPFATURAS
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
           MOVE SPACES TO WS-CAM-EXTRATO.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/extratoemp.txt" DELIMITED BY SIZE
               INTO WS-CAM-EXTRATO
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

       END PROGRAM FATEMP.
