       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECCOMB.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT FATURASINPUT ASSIGN TO
           WS-CAM-FATURAS
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FICHEIRO-STATUS-FAT.

       SELECT ABASTECIMENTOSINPUT ASSIGN TO
           WS-CAM-ABASTECIMENTOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ABS-CHAVE
           ALTERNATE RECORD KEY IS ABS-VOO-CHAVE WITH DUPLICATES
           FILE STATUS IS WS-FICHEIRO-STATUS-ABS.

       SELECT CUSTOSVOOINPUT ASSIGN TO
           WS-CAM-CUSTOSVOO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CST-CHAVE
           FILE STATUS IS WS-FICHEIRO-STATUS-CST.

       SELECT RECCOMBOUTPUT ASSIGN TO
           WS-CAM-RECCOMB
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FICHEIRO-STATUS-REC.

       SELECT ERROSOUTPUT ASSIGN TO
           WS-CAM-ERROS
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-ERR.

       DATA DIVISION.

       FILE SECTION.

           FD FATURASINPUT.
           01 FATURASINPUT-REG.
               05 FAT-FORNECEDOR PIC X(10).
               05 FAT-TALAO PIC X(10).
               05 FAT-DATA PIC 9(08).
               05 FAT-AEROPORTO PIC X(03).
               05 FAT-LITROS PIC 9(06).
               05 FAT-PRECO-LITRO PIC 9(01)V9(04).
               05 FAT-VALOR PIC 9(07)V99.

           FD ABASTECIMENTOSINPUT.
           01 ABASTECIMENTOSINPUT-REG.
               05 ABS-CHAVE.
                   10 ABS-FORNECEDOR PIC X(10).
                   10 ABS-TALAO PIC X(10).
               05 ABS-VOO-CHAVE.
                   10 ABS-VOO-NUMERO PIC 9(04).
                   10 ABS-VOO-DATA PIC 9(08).
               05 ABS-AEROPORTO PIC X(03).
               05 ABS-LITROS PIC 9(06).
               05 ABS-PRECO-LITRO PIC 9(01)V9(04).
               05 ABS-VALOR PIC 9(07)V99.
               05 ABS-ESTADO PIC X(01).
                   88 ABS-PENDENTE VALUE "P".
                   88 ABS-RECONCILIADO VALUE "R".
                   88 ABS-DIVERGENTE VALUE "D".
               05 ABS-VALOR-FATURADO PIC 9(07)V99.

           FD CUSTOSVOOINPUT.
           01 CUSTOSVOOINPUT-REG.
               05 CST-CHAVE.
                   10 CST-VOO-NUMERO PIC 9(04).
                   10 CST-VOO-DATA PIC 9(08).
               05 CST-COMBUSTIVEL PIC 9(07)V99.
               05 CST-HANDLING PIC 9(07)V99.
               05 CST-TRIPULACAO PIC 9(07)V99.
               05 CST-TAXAS PIC 9(07)V99.

           FD RECCOMBOUTPUT.
           01 RECCOMBOUTPUT-LINHA PIC X(90).

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
               05 WS-ERR-L-PROG PIC X(10) VALUE "RECCOMB".
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
           77 WS-CAM-FATURAS PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/fatcomb.txt".
           77 WS-CAM-ABASTECIMENTOS PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/project/abastec.dat".
           77 WS-CAM-CUSTOSVOO PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/project/custvoo.dat"
           .
           77 WS-CAM-RECCOMB PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/reccomb.txt".

           01 WS-FICHEIRO-STATUS-FAT PIC XX.
               88 WS-FAT-STATUS-OK VALUE "00".

           01 WS-FICHEIRO-STATUS-ABS PIC XX.
               88 WS-ABS-STATUS-OK VALUE "00".

           01 WS-FICHEIRO-STATUS-CST PIC XX.
               88 WS-CST-STATUS-OK VALUE "00".
               88 WS-CST-STATUS-INEXISTENTE VALUE "35".

           01 WS-FICHEIRO-STATUS-REC PIC XX.
               88 WS-REC-STATUS-OK VALUE "00".

           77 WS-EXIT-OK PIC X(01) VALUE "N".
           77 WS-EXIT-OK2 PIC X(01) VALUE "N".
           77 WS-DATA-HOJE PIC 9(08) VALUE ZEROES.

           77 WS-REC-MOTIVO PIC X(30) VALUE SPACES.
           77 WS-REC-DIF-LITROS PIC S9(06) VALUE ZEROES.
           77 WS-REC-DIF-VALOR PIC S9(07)V99 VALUE ZEROES.
           77 WS-REC-DIF-LITROS-ED PIC -(6)9.
           77 WS-REC-DIF-VALOR-ED PIC -(7)9.99.
           77 WS-REC-VALOR-ED PIC Z(6)9.99.
           77 WS-REC-COMBUSTIVEL PIC 9(07)V99 VALUE ZEROES.

           77 WS-TOTAL-LINHAS PIC 9(05) VALUE ZEROES.
           77 WS-TOTAL-CONFERE PIC 9(05) VALUE ZEROES.
           77 WS-TOTAL-DIVERGE PIC 9(05) VALUE ZEROES.
           77 WS-TOTAL-SEM-TALAO PIC 9(05) VALUE ZEROES.
           77 WS-TOTAL-DUPLICADO PIC 9(05) VALUE ZEROES.
           77 WS-TOTAL-PENDENTES PIC 9(05) VALUE ZEROES.
           77 WS-TOTAL-LANCADOS PIC 9(04) VALUE ZEROES.
           77 WS-TOTAL-FATURADO PIC 9(09)V99 VALUE ZEROES.
           77 WS-TOTAL-CONTESTADO PIC S9(09)V99 VALUE ZEROES.

      *    VOOS COM TALOES FATURADOS NESTA CORRIDA - O CUSTO DE
      *    COMBUSTIVEL DE CADA UM E RECALCULADO NO FIM
           77 WS-VOOS-TOTAL PIC 9(03) VALUE ZEROES.
           77 WS-VOOS-I PIC 9(03) VALUE ZEROES.
           77 WS-VOOS-ACHOU PIC X(01) VALUE "N".
           77 WS-VOOS-CHEIO PIC X(01) VALUE "N".
           01 WS-TABELA-VOOS.
               05 WS-VOOS-ENT OCCURS 500 TIMES.
                   10 WS-VOOS-CHAVE PIC X(12).

           01 WS-VOO-CHAVE-ALVO.
               05 WS-VOO-ALVO-NUMERO PIC 9(04).
               05 WS-VOO-ALVO-DATA PIC 9(08).

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           PERFORM P090-CARREGAR-AMBIENTE.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE ZEROES TO WS-VOOS-TOTAL.
           MOVE "N" TO WS-VOOS-CHEIO.

           OPEN INPUT FATURASINPUT.
           IF NOT WS-FAT-STATUS-OK
               MOVE "FATCOMB" TO WS-ERR-L-FICH
               MOVE WS-FICHEIRO-STATUS-FAT TO WS-ERR-L-ESTADO
               PERFORM P095-REGISTAR-ERRO-ABERTURA
               DISPLAY "SEM FATURA DE COMBUSTIVEL (fatcomb.txt)"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O ABASTECIMENTOSINPUT.
           IF NOT WS-ABS-STATUS-OK
               MOVE "ABASTEC" TO WS-ERR-L-FICH
               MOVE WS-FICHEIRO-STATUS-ABS TO WS-ERR-L-ESTADO
               PERFORM P095-REGISTAR-ERRO-ABERTURA
               DISPLAY "SEM REGISTO DE ABASTECIMENTOS"
               CLOSE FATURASINPUT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O CUSTOSVOOINPUT.
           IF WS-CST-STATUS-INEXISTENTE
               OPEN OUTPUT CUSTOSVOOINPUT
               CLOSE CUSTOSVOOINPUT
               OPEN I-O CUSTOSVOOINPUT
           END-IF.
           OPEN OUTPUT RECCOMBOUTPUT.

           DISPLAY " ".
           DISPLAY "*** RECONCILIACAO DE FATURAS DE COMBUSTIVEL ***".
           MOVE SPACES TO RECCOMBOUTPUT-LINHA.
           STRING "RECONCILIACAO DE COMBUSTIVEL - " DELIMITED BY SIZE
                   WS-DATA-HOJE DELIMITED BY SIZE
               INTO RECCOMBOUTPUT-LINHA
           END-STRING.
           WRITE RECCOMBOUTPUT-LINHA.

           SET WS-EXIT-OK TO "N".
           PERFORM UNTIL WS-EXIT-OK = "S"
               READ FATURASINPUT
                   AT END
                       SET WS-EXIT-OK TO "S"
                   NOT AT END
                       ADD 1 TO WS-TOTAL-LINHAS
                       ADD FAT-VALOR TO WS-TOTAL-FATURADO
                       PERFORM P200-CONFRONTAR-LINHA
               END-READ
           END-PERFORM.
           SET WS-EXIT-OK TO "N".

           PERFORM P400-LANCAR-CUSTOS.
           PERFORM P500-CONTAR-PENDENTES.

           CLOSE FATURASINPUT.
           CLOSE ABASTECIMENTOSINPUT.
           CLOSE CUSTOSVOOINPUT.

           MOVE WS-TOTAL-CONTESTADO TO WS-REC-DIF-VALOR-ED.
           MOVE SPACES TO RECCOMBOUTPUT-LINHA.
           STRING "LINHAS " DELIMITED BY SIZE
                   WS-TOTAL-LINHAS DELIMITED BY SIZE
                   " CONFEREM " DELIMITED BY SIZE
                   WS-TOTAL-CONFERE DELIMITED BY SIZE
                   " DIVERGEM " DELIMITED BY SIZE
                   WS-TOTAL-DIVERGE DELIMITED BY SIZE
                   " SEM TALAO " DELIMITED BY SIZE
                   WS-TOTAL-SEM-TALAO DELIMITED BY SIZE
                   " DUPLICADAS " DELIMITED BY SIZE
                   WS-TOTAL-DUPLICADO DELIMITED BY SIZE
                   " A CONTESTAR " DELIMITED BY SIZE
                   WS-REC-DIF-VALOR-ED DELIMITED BY SIZE
               INTO RECCOMBOUTPUT-LINHA
           END-STRING.
           WRITE RECCOMBOUTPUT-LINHA.
           CLOSE RECCOMBOUTPUT.

           DISPLAY " ".
           DISPLAY "LINHAS DE FATURA LIDAS: " WS-TOTAL-LINHAS.
           DISPLAY "CONFEREM COM O TALAO: " WS-TOTAL-CONFERE.
           DISPLAY "COM DIFERENCA DE QUANTIDADE OU PRECO: "
                   WS-TOTAL-DIVERGE.
           DISPLAY "FATURADAS SEM TALAO DE ENTREGA: "
                   WS-TOTAL-SEM-TALAO.
           DISPLAY "TALOES FATURADOS EM DUPLICADO: " WS-TOTAL-DUPLICADO.
           DISPLAY "VALOR A CONTESTAR AO FORNECEDOR: "
                   WS-REC-DIF-VALOR-ED.
           DISPLAY "VOOS COM CUSTO DE COMBUSTIVEL LANCADO: "
                   WS-TOTAL-LANCADOS.
           DISPLAY "ABASTECIMENTOS AINDA POR FATURAR: "
                   WS-TOTAL-PENDENTES.
           DISPLAY "RELATORIO GRAVADO EM reccomb.txt".

           IF WS-TOTAL-DIVERGE > ZEROES
                   OR WS-TOTAL-SEM-TALAO > ZEROES
                   OR WS-TOTAL-DUPLICADO > ZEROES
               MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.

       P200-CONFRONTAR-LINHA.

           MOVE FAT-FORNECEDOR TO ABS-FORNECEDOR.
           MOVE FAT-TALAO TO ABS-TALAO.
           READ ABASTECIMENTOSINPUT
               INVALID KEY
                   ADD 1 TO WS-TOTAL-SEM-TALAO
                   ADD FAT-VALOR TO WS-TOTAL-CONTESTADO
                   MOVE FAT-VALOR TO WS-REC-DIF-VALOR
                   MOVE ZEROES TO WS-REC-DIF-LITROS
                   MOVE "FATURADO SEM ENTREGA" TO WS-REC-MOTIVO
                   PERFORM P300-ESCREVER-DIFERENCA
               NOT INVALID KEY
                   IF NOT ABS-PENDENTE
                       ADD 1 TO WS-TOTAL-DUPLICADO
                       ADD FAT-VALOR TO WS-TOTAL-CONTESTADO
                       MOVE FAT-VALOR TO WS-REC-DIF-VALOR
                       MOVE ZEROES TO WS-REC-DIF-LITROS
                       MOVE "TALAO JA FATURADO" TO WS-REC-MOTIVO
                       PERFORM P300-ESCREVER-DIFERENCA
                   ELSE
                       PERFORM P210-COMPARAR-TALAO
                   END-IF
           END-READ.

      *    O CUSTO ACEITE E SEMPRE O DO TALAO (LITROS ENTREGUES AO
      *    PRECO ACORDADO) - O EXCESSO FATURADO FICA A CONTESTAR
       P210-COMPARAR-TALAO.

           MOVE SPACES TO WS-REC-MOTIVO.
           COMPUTE WS-REC-DIF-LITROS = FAT-LITROS - ABS-LITROS.
           COMPUTE WS-REC-DIF-VALOR = FAT-VALOR - ABS-VALOR.
           EVALUATE TRUE
               WHEN WS-REC-DIF-LITROS NOT = ZEROES
                       AND FAT-PRECO-LITRO NOT = ABS-PRECO-LITRO
                   MOVE "QUANTIDADE E PRECO" TO WS-REC-MOTIVO
               WHEN WS-REC-DIF-LITROS NOT = ZEROES
                   MOVE "QUANTIDADE" TO WS-REC-MOTIVO
               WHEN FAT-PRECO-LITRO NOT = ABS-PRECO-LITRO
                   MOVE "PRECO POR LITRO" TO WS-REC-MOTIVO
               WHEN FAT-AEROPORTO NOT = ABS-AEROPORTO
                   MOVE "AEROPORTO" TO WS-REC-MOTIVO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           MOVE FAT-VALOR TO ABS-VALOR-FATURADO.
           IF WS-REC-MOTIVO = SPACES
               MOVE "R" TO ABS-ESTADO
               ADD 1 TO WS-TOTAL-CONFERE
           ELSE
               MOVE "D" TO ABS-ESTADO
               ADD 1 TO WS-TOTAL-DIVERGE
               ADD WS-REC-DIF-VALOR TO WS-TOTAL-CONTESTADO
               PERFORM P300-ESCREVER-DIFERENCA
           END-IF.
           REWRITE ABASTECIMENTOSINPUT-REG.
           PERFORM P220-MARCAR-VOO.

       P220-MARCAR-VOO.

           MOVE "N" TO WS-VOOS-ACHOU.
           MOVE 1 TO WS-VOOS-I.
           PERFORM UNTIL WS-VOOS-I > WS-VOOS-TOTAL
               IF WS-VOOS-CHAVE (WS-VOOS-I) = ABS-VOO-CHAVE
                   MOVE "S" TO WS-VOOS-ACHOU
                   MOVE WS-VOOS-TOTAL TO WS-VOOS-I
               END-IF
               ADD 1 TO WS-VOOS-I
           END-PERFORM.
           IF WS-VOOS-ACHOU = "N"
               IF WS-VOOS-TOTAL < 500
                   ADD 1 TO WS-VOOS-TOTAL
                   MOVE ABS-VOO-CHAVE TO WS-VOOS-CHAVE (WS-VOOS-TOTAL)
               ELSE
                   MOVE "S" TO WS-VOOS-CHEIO
               END-IF
           END-IF.

       P300-ESCREVER-DIFERENCA.

           MOVE WS-REC-DIF-LITROS TO WS-REC-DIF-LITROS-ED.
           MOVE WS-REC-DIF-VALOR TO WS-REC-DIF-VALOR-ED.
           DISPLAY FAT-FORNECEDOR " TALAO " FAT-TALAO " - "
                   WS-REC-MOTIVO " LITROS " WS-REC-DIF-LITROS-ED
                   " VALOR " WS-REC-DIF-VALOR-ED.
           MOVE SPACES TO RECCOMBOUTPUT-LINHA.
           STRING FAT-FORNECEDOR DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FAT-TALAO DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FAT-AEROPORTO DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-REC-MOTIVO DELIMITED BY SIZE
                   " DIF.LITROS " DELIMITED BY SIZE
                   WS-REC-DIF-LITROS-ED DELIMITED BY SIZE
                   " DIF.VALOR " DELIMITED BY SIZE
                   WS-REC-DIF-VALOR-ED DELIMITED BY SIZE
               INTO RECCOMBOUTPUT-LINHA
           END-STRING.
           WRITE RECCOMBOUTPUT-LINHA.

      *    O COMBUSTIVEL DO VOO PASSA A SER A SOMA DOS TALOES JA
      *    FATURADOS, SUBSTITUINDO O VALOR PADRAO OU DIGITADO
       P400-LANCAR-CUSTOS.

           MOVE ZEROES TO WS-TOTAL-LANCADOS.
           MOVE 1 TO WS-VOOS-I.
           PERFORM UNTIL WS-VOOS-I > WS-VOOS-TOTAL
               MOVE WS-VOOS-CHAVE (WS-VOOS-I) TO WS-VOO-CHAVE-ALVO
               PERFORM P410-SOMAR-VOO
               PERFORM P420-GRAVAR-CUSTO
               ADD 1 TO WS-VOOS-I
           END-PERFORM.
           IF WS-VOOS-CHEIO = "S"
               DISPLAY "AVISO: MAIS DE 500 VOOS NA FATURA - CORRER "
                       "DE NOVO PARA LANCAR OS RESTANTES"
           END-IF.

       P410-SOMAR-VOO.

           MOVE ZEROES TO WS-REC-COMBUSTIVEL.
           MOVE WS-VOO-CHAVE-ALVO TO ABS-VOO-CHAVE.
           SET WS-EXIT-OK2 TO "N".
           START ABASTECIMENTOSINPUT KEY IS EQUAL TO ABS-VOO-CHAVE
               INVALID KEY
                   SET WS-EXIT-OK2 TO "S"
           END-START.
           PERFORM UNTIL WS-EXIT-OK2 = "S"
               READ ABASTECIMENTOSINPUT NEXT
                   AT END
                       SET WS-EXIT-OK2 TO "S"
                   NOT AT END
                       IF ABS-VOO-CHAVE NOT = WS-VOO-CHAVE-ALVO
                           SET WS-EXIT-OK2 TO "S"
                       ELSE
                           IF NOT ABS-PENDENTE
                               ADD ABS-VALOR TO WS-REC-COMBUSTIVEL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           SET WS-EXIT-OK2 TO "N".

       P420-GRAVAR-CUSTO.

           MOVE WS-VOO-CHAVE-ALVO TO CST-CHAVE.
           READ CUSTOSVOOINPUT
               INVALID KEY
                   MOVE ZEROES TO CST-HANDLING CST-TRIPULACAO
                                  CST-TAXAS
                   MOVE WS-REC-COMBUSTIVEL TO CST-COMBUSTIVEL
                   WRITE CUSTOSVOOINPUT-REG
               NOT INVALID KEY
                   MOVE WS-REC-COMBUSTIVEL TO CST-COMBUSTIVEL
                   REWRITE CUSTOSVOOINPUT-REG
           END-READ.
           ADD 1 TO WS-TOTAL-LANCADOS.
           MOVE WS-REC-COMBUSTIVEL TO WS-REC-VALOR-ED.
           MOVE SPACES TO RECCOMBOUTPUT-LINHA.
           STRING "CUSTO LANCADO VOO " DELIMITED BY SIZE
                   WS-VOO-ALVO-NUMERO DELIMITED BY SIZE
                   " DE " DELIMITED BY SIZE
                   WS-VOO-ALVO-DATA DELIMITED BY SIZE
                   " COMBUSTIVEL " DELIMITED BY SIZE
                   WS-REC-VALOR-ED DELIMITED BY SIZE
               INTO RECCOMBOUTPUT-LINHA
           END-STRING.
           WRITE RECCOMBOUTPUT-LINHA.

       P500-CONTAR-PENDENTES.

           MOVE ZEROES TO WS-TOTAL-PENDENTES.
           MOVE LOW-VALUES TO ABS-CHAVE.
           SET WS-EXIT-OK2 TO "N".
           START ABASTECIMENTOSINPUT KEY IS NOT LESS THAN ABS-CHAVE
               INVALID KEY
                   SET WS-EXIT-OK2 TO "S"
           END-START.
           PERFORM UNTIL WS-EXIT-OK2 = "S"
               READ ABASTECIMENTOSINPUT NEXT
                   AT END
                       SET WS-EXIT-OK2 TO "S"
                   NOT AT END
                       IF ABS-PENDENTE
                           ADD 1 TO WS-TOTAL-PENDENTES
                       END-IF
               END-READ
           END-PERFORM.
           SET WS-EXIT-OK2 TO "N".

       P090-CARREGAR-AMBIENTE.

           CALL 'amb_util.o' USING WS-AMB-AREA.
           DISPLAY "AMBIENTE ATIVO: " WS-AMB-CODIGO.
           MOVE SPACES TO WS-CAM-ERROS.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/erros.txt" DELIMITED BY SIZE
               INTO WS-CAM-ERROS
           END-STRING.
           MOVE SPACES TO WS-CAM-FATURAS.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/fatcomb.txt" DELIMITED BY SIZE
               INTO WS-CAM-FATURAS
           END-STRING.
           MOVE SPACES TO WS-CAM-ABASTECIMENTOS.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/project/abastec.dat" DELIMITED BY SIZE
               INTO WS-CAM-ABASTECIMENTOS
           END-STRING.
           MOVE SPACES TO WS-CAM-CUSTOSVOO.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/project/custvoo.dat" DELIMITED BY SIZE
               INTO WS-CAM-CUSTOSVOO
           END-STRING.
           MOVE SPACES TO WS-CAM-RECCOMB.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/reccomb.txt" DELIMITED BY SIZE
               INTO WS-CAM-RECCOMB
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

       END PROGRAM RECCOMB.
