       IDENTIFICATION DIVISION.
       PROGRAM-ID. VARORC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT VOOSHIST ASSIGN TO
           WS-CAM-VOOSHIST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VOOSHIST-CHAVE
           FILE STATUS IS WS-FICHEIRO-STATUS-VHIST.

       SELECT RESERVASHIST ASSIGN TO
           WS-CAM-RESHIST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RESHIST-ID
           FILE STATUS IS WS-FICHEIRO-STATUS-RHIST.

       SELECT CUSTOSVOOINPUT ASSIGN TO
           WS-CAM-CUSTOSVOO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CST-CHAVE
           FILE STATUS IS WS-FICHEIRO-STATUS-CST.

       SELECT CUSTOSPADRAOINPUT ASSIGN TO
           WS-CAM-CUSTOSPADRAO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CSP-TIPO
           FILE STATUS IS WS-FICHEIRO-STATUS-CSP.

       SELECT AERONAVESINPUT ASSIGN TO
           WS-CAM-AERONAVES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AERO-MATRICULA
           FILE STATUS IS WS-FICHEIRO-STATUS-AERO.

       SELECT ORCAMENTOINPUT ASSIGN TO
           WS-CAM-ORCAMENTO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ORC-CHAVE
           FILE STATUS IS WS-FICHEIRO-STATUS-ORC.

       SELECT CONFIGINPUT ASSIGN TO
           WS-CAM-CONFIG
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CFG-CHAVE
           FILE STATUS IS WS-FICHEIRO-STATUS-CFG.

       SELECT VARORCOUTPUT ASSIGN TO
           WS-CAM-VARORC
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FICHEIRO-STATUS-VAR.

       SELECT ERROSOUTPUT ASSIGN TO
           WS-CAM-ERROS
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-ERR.

       DATA DIVISION.

       FILE SECTION.

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
                   88 VHIST-NAO-COMERCIAL VALUE 'F' 'P' 'T' 'M'.

           FD RESERVASHIST.
           01 RESERVASHIST-REG.
               05 RESHIST-ID PIC 9(04).
               05 RESHIST-NOME PIC X(10).
               05 RESHIST-VOO-CHAVE.
                   10 RESHIST-VOO-NUMERO PIC 9(04).
                   10 RESHIST-VOO-DATA PIC 9(08).
               05 RESHIST-GRUPO-ID PIC 9(04).
               05 RESHIST-EMBARCOU PIC X(01).
               05 RESHIST-LUGAR PIC X(03).
               05 RESHIST-PAX-ID PIC 9(04).
               05 RESHIST-CLASSE PIC X(01).
               05 RESHIST-PRECO PIC 9(05)V99.
               05 RESHIST-ITIN-ID PIC 9(04).
               05 RESHIST-CHECKIN PIC X(01).
               05 RESHIST-MOEDA PIC X(03).
               05 RESHIST-PRECO-ORIG PIC 9(05)V99.

           FD CUSTOSVOOINPUT.
           01 CUSTOSVOOINPUT-REG.
               05 CST-CHAVE.
                   10 CST-VOO-NUMERO PIC 9(04).
                   10 CST-VOO-DATA PIC 9(08).
               05 CST-COMBUSTIVEL PIC 9(07)V99.
               05 CST-HANDLING PIC 9(07)V99.
               05 CST-TRIPULACAO PIC 9(07)V99.
               05 CST-TAXAS PIC 9(07)V99.

           FD CUSTOSPADRAOINPUT.
           01 CUSTOSPADRAOINPUT-REG.
               05 CSP-TIPO PIC X(10).
               05 CSP-COMBUSTIVEL PIC 9(07)V99.
               05 CSP-HANDLING PIC 9(07)V99.
               05 CSP-TRIPULACAO PIC 9(07)V99.
               05 CSP-TAXAS PIC 9(07)V99.

           FD AERONAVESINPUT.
           01 AERONAVESINPUT-REG.
               05 AERO-MATRICULA PIC X(08).
               05 AERO-TIPO PIC X(10).
               05 AERO-LUGARES PIC 9(02).
               05 AERO-LUGARES-EXEC PIC 9(02).

           FD ORCAMENTOINPUT.
           01 ORCAMENTOINPUT-REG.
               05 ORC-CHAVE.
                   10 ORC-ROTA PIC X(10).
                   10 ORC-MES PIC 9(06).
               05 ORC-PAX PIC 9(06).
               05 ORC-OCUPACAO PIC 9(03).
               05 ORC-TARIFA-MEDIA PIC 9(05)V99.
               05 ORC-RECEITA PIC 9(09)V99.
               05 ORC-COMBUSTIVEL PIC 9(07)V99.
               05 ORC-HANDLING PIC 9(07)V99.
               05 ORC-TRIPULACAO PIC 9(07)V99.
               05 ORC-TAXAS PIC 9(07)V99.

           FD CONFIGINPUT.
           01 CONFIGINPUT-REG.
               05 CFG-CHAVE PIC X(02).
               05 CFG-VALOR PIC 9(04).

           FD VARORCOUTPUT.
           01 VARORCOUTPUT-LINHA PIC X(110).

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
               05 WS-ERR-L-PROG PIC X(10) VALUE "VARORC".
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
           77 WS-CAM-VOOSHIST PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/project/vooshist.dat".
           77 WS-CAM-RESHIST PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/project/reshist.dat".
           77 WS-CAM-CUSTOSVOO PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/project/custvoo.dat"
           .
           77 WS-CAM-CUSTOSPADRAO PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/custospadrao.dat".
           77 WS-CAM-AERONAVES PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/aeronaves.dat".
           77 WS-CAM-ORCAMENTO PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/orcamento.dat".
           77 WS-CAM-CONFIG PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/project/config.dat".
           77 WS-CAM-VARORC PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/varorc.txt".

           01 WS-FICHEIRO-STATUS-VHIST PIC XX.
               88 WS-VHIST-STATUS-OK VALUE "00".
           01 WS-FICHEIRO-STATUS-RHIST PIC XX.
               88 WS-RHIST-STATUS-OK VALUE "00".
           01 WS-FICHEIRO-STATUS-CST PIC XX.
               88 WS-CST-STATUS-OK VALUE "00".
           01 WS-FICHEIRO-STATUS-CSP PIC XX.
               88 WS-CSP-STATUS-OK VALUE "00".
           01 WS-FICHEIRO-STATUS-AERO PIC XX.
               88 WS-AERO-STATUS-OK VALUE "00".
           01 WS-FICHEIRO-STATUS-ORC PIC XX.
               88 WS-ORC-STATUS-OK VALUE "00".
           01 WS-FICHEIRO-STATUS-CFG PIC XX.
               88 WS-CFG-STATUS-OK VALUE "00".
           01 WS-FICHEIRO-STATUS-VAR PIC XX.
               88 WS-VAR-STATUS-OK VALUE "00".

      *    DESVIO (EM %) FACE AO ORCAMENTO A PARTIR DO QUAL A LINHA E
      *    ASSINALADA NO RELATORIO
           77 WS-CHAVE-CFG-LIMIAR PIC X(02) VALUE "VO".
           77 WS-LIMIAR-DESVIO PIC 9(03) VALUE 10.

           77 WS-EXIT-OK PIC X(01) VALUE "N".
           77 WS-MES-PEDIDO PIC 9(06) VALUE ZEROES.
           01 WS-MES-SPLIT PIC 9(06) VALUE ZEROES.
           01 WS-MES-SPLIT-R REDEFINES WS-MES-SPLIT.
               05 WS-MES-ANO PIC 9(04).
               05 WS-MES-MM PIC 9(02).
           77 WS-ANO-PEDIDO PIC 9(04) VALUE ZEROES.
           77 WS-CST-ABERTO PIC X(01) VALUE "N".
           77 WS-CSP-ABERTO PIC X(01) VALUE "N".
           77 WS-AERO-ABERTO PIC X(01) VALUE "N".
           77 WS-ORC-ABERTO PIC X(01) VALUE "N".
           77 WS-DATA-HOJE PIC 9(08) VALUE ZEROES.

      *    ROTAS: PERIODO 1 = MES PEDIDO, PERIODO 2 = ACUMULADO DO ANO;
      *    A ULTIMA POSICAO DA TABELA GUARDA O TOTAL DA REDE
           77 WS-RT-TOTAL PIC 9(03) VALUE ZEROES.
           77 WS-RT-I PIC 9(03) VALUE ZEROES.
           77 WS-RT-ACHADA PIC 9(03) VALUE ZEROES.
           77 WS-RT-POS-TOTAL PIC 9(03) VALUE 101.
           77 WS-RT-CHEIO PIC X(01) VALUE "N".
           77 WS-ROTA-PROCURA PIC X(10) VALUE SPACES.
           01 WS-TABELA-ROTAS.
               05 WS-RT-ENT OCCURS 101 TIMES.
                   10 WS-RT-ROTA PIC X(10).
                   10 WS-RT-PER OCCURS 2 TIMES.
                       15 WS-RT-VOOS PIC 9(05).
                       15 WS-RT-PAX PIC 9(07).
                       15 WS-RT-LUGARES PIC 9(07).
                       15 WS-RT-RECEITA PIC 9(11)V99.
                       15 WS-RT-COMBUSTIVEL PIC 9(11)V99.
                       15 WS-RT-HANDLING PIC 9(11)V99.
                       15 WS-RT-TRIPULACAO PIC 9(11)V99.
                       15 WS-RT-TAXAS PIC 9(11)V99.
                       15 WS-RT-ORC-PAX PIC 9(07).
                       15 WS-RT-ORC-OCUP-PAX PIC 9(10).
                       15 WS-RT-ORC-RECEITA PIC 9(11)V99.
                       15 WS-RT-ORC-COMBUSTIVEL PIC 9(11)V99.
                       15 WS-RT-ORC-HANDLING PIC 9(11)V99.
                       15 WS-RT-ORC-TRIPULACAO PIC 9(11)V99.
                       15 WS-RT-ORC-TAXAS PIC 9(11)V99.
                       15 WS-RT-ORC-MESES PIC 9(02).
           77 WS-PER PIC 9(01) VALUE ZEROES.

      *    VOOS DO ANO ATE AO MES PEDIDO, PARA LIGAR AS RESERVAS DO
      *    HISTORICO A ROTA E AO PERIODO
           77 WS-VH-TOTAL PIC 9(04) VALUE ZEROES.
           77 WS-VH-I PIC 9(04) VALUE ZEROES.
           77 WS-VH-CHEIO PIC X(01) VALUE "N".
           01 WS-TABELA-VOOS.
               05 WS-VH-ENT OCCURS 3000 TIMES.
                   10 WS-VH-CHAVE PIC X(12).
                   10 WS-VH-ROTA-I PIC 9(03).
                   10 WS-VH-DO-MES PIC X(01).

           77 WS-C-COMBUSTIVEL PIC 9(07)V99 VALUE ZEROES.
           77 WS-C-HANDLING PIC 9(07)V99 VALUE ZEROES.
           77 WS-C-TRIPULACAO PIC 9(07)V99 VALUE ZEROES.
           77 WS-C-TAXAS PIC 9(07)V99 VALUE ZEROES.
           77 WS-CUSTO-ACHADO PIC X(01) VALUE "N".
           77 WS-TOTAL-SEM-CUSTO PIC 9(05) VALUE ZEROES.

      *    INDICADORES DE UMA ROTA NUM PERIODO: REAL E ORCAMENTO
           01 WS-NOMES-METRICAS-VALORES.
               05 FILLER PIC X(14) VALUE "PASSAGEIROS".
               05 FILLER PIC X(14) VALUE "OCUPACAO %".
               05 FILLER PIC X(14) VALUE "TARIFA MEDIA".
               05 FILLER PIC X(14) VALUE "RECEITA".
               05 FILLER PIC X(14) VALUE "COMBUSTIVEL".
               05 FILLER PIC X(14) VALUE "HANDLING".
               05 FILLER PIC X(14) VALUE "TRIPULACAO".
               05 FILLER PIC X(14) VALUE "TAXAS".
               05 FILLER PIC X(14) VALUE "CUSTO TOTAL".
               05 FILLER PIC X(14) VALUE "RESULTADO".
           01 WS-NOMES-METRICAS REDEFINES WS-NOMES-METRICAS-VALORES.
               05 WS-MET-NOME PIC X(14) OCCURS 10 TIMES.
           77 WS-TOTAL-METRICAS PIC 9(02) VALUE 10.
           77 WS-MET-I PIC 9(02) VALUE ZEROES.
           01 WS-TABELA-METRICAS.
               05 WS-MET-PER OCCURS 2 TIMES.
                   10 WS-MET-REAL PIC S9(11)V99 OCCURS 10 TIMES.
                   10 WS-MET-ORC PIC S9(11)V99 OCCURS 10 TIMES.

           77 WS-DESVIO PIC S9(07) VALUE ZEROES.
           77 WS-DESVIOS-ASSINALADOS PIC 9(05) VALUE ZEROES.
           77 WS-ROTAS-SEM-ORCAMENTO PIC 9(03) VALUE ZEROES.

           01 WS-VAR-LINHA.
               05 FILLER PIC X(02) VALUE SPACES.
               05 WS-VL-METRICA PIC X(14).
               05 WS-VL-PER OCCURS 2 TIMES.
                   10 FILLER PIC X(01).
                   10 WS-VL-REAL PIC -ZZZZZZZZ9.99.
                   10 FILLER PIC X(01).
                   10 WS-VL-ORC PIC -ZZZZZZZZ9.99.
                   10 FILLER PIC X(01).
                   10 WS-VL-VAR PIC +ZZZ9.
                   10 WS-VL-VAR-X REDEFINES WS-VL-VAR PIC X(05).
                   10 WS-VL-MARCA PIC X(03).

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           PERFORM P090-CARREGAR-AMBIENTE.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.

           DISPLAY "*** ORCAMENTO VERSUS REAL POR ROTA ***".
           DISPLAY "MES DO RELATORIO (AAAAMM)".
           ACCEPT WS-MES-PEDIDO.
           MOVE WS-MES-PEDIDO TO WS-MES-SPLIT.
           IF WS-MES-MM < 1 OR WS-MES-MM > 12
               DISPLAY "MES INVALIDO"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-MES-ANO TO WS-ANO-PEDIDO.

           OPEN INPUT CONFIGINPUT.
           IF WS-CFG-STATUS-OK
               MOVE WS-CHAVE-CFG-LIMIAR TO CFG-CHAVE
               READ CONFIGINPUT
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CFG-VALOR > ZEROES
                           MOVE CFG-VALOR TO WS-LIMIAR-DESVIO
                       END-IF
               END-READ
               CLOSE CONFIGINPUT
           END-IF.

           OPEN INPUT VOOSHIST.
           IF NOT WS-VHIST-STATUS-OK
               MOVE "VOOSHIST" TO WS-ERR-L-FICH
               MOVE WS-FICHEIRO-STATUS-VHIST TO WS-ERR-L-ESTADO
               PERFORM P095-REGISTAR-ERRO-ABERTURA
               DISPLAY "SEM HISTORICO DE VOOS DISPONIVEL"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT RESERVASHIST.
           IF NOT WS-RHIST-STATUS-OK
               MOVE "RESHIST" TO WS-ERR-L-FICH
               MOVE WS-FICHEIRO-STATUS-RHIST TO WS-ERR-L-ESTADO
               PERFORM P095-REGISTAR-ERRO-ABERTURA
               DISPLAY "SEM HISTORICO DE RESERVAS DISPONIVEL"
               CLOSE VOOSHIST
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT CUSTOSVOOINPUT.
           IF WS-CST-STATUS-OK
               MOVE "S" TO WS-CST-ABERTO
           END-IF.
           OPEN INPUT CUSTOSPADRAOINPUT.
           IF WS-CSP-STATUS-OK
               MOVE "S" TO WS-CSP-ABERTO
           END-IF.
           OPEN INPUT AERONAVESINPUT.
           IF WS-AERO-STATUS-OK
               MOVE "S" TO WS-AERO-ABERTO
           END-IF.
           OPEN INPUT ORCAMENTOINPUT.
           IF WS-ORC-STATUS-OK
               MOVE "S" TO WS-ORC-ABERTO
           ELSE
               DISPLAY "AVISO: SEM ORCAMENTO REGISTADO - SO VALORES "
                       "REAIS"
           END-IF.

           MOVE ZEROES TO WS-TABELA-ROTAS.
           MOVE "TOTAL REDE" TO WS-RT-ROTA (WS-RT-POS-TOTAL).

           PERFORM P100-CARREGAR-VOOS.
           PERFORM P200-LER-RESERVAS.
           IF WS-ORC-ABERTO = "S"
               PERFORM P300-LER-ORCAMENTO
               CLOSE ORCAMENTOINPUT
           END-IF.

           CLOSE VOOSHIST.
           CLOSE RESERVASHIST.
           IF WS-CST-ABERTO = "S"
               CLOSE CUSTOSVOOINPUT
           END-IF.
           IF WS-CSP-ABERTO = "S"
               CLOSE CUSTOSPADRAOINPUT
           END-IF.
           IF WS-AERO-ABERTO = "S"
               CLOSE AERONAVESINPUT
           END-IF.

           OPEN OUTPUT VARORCOUTPUT.
           IF NOT WS-VAR-STATUS-OK
               MOVE "VARORC" TO WS-ERR-L-FICH
               MOVE WS-FICHEIRO-STATUS-VAR TO WS-ERR-L-ESTADO
               PERFORM P095-REGISTAR-ERRO-ABERTURA
               DISPLAY "NAO FOI POSSIVEL CRIAR O RELATORIO"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM P400-IMPRIMIR-RELATORIO.
           CLOSE VARORCOUTPUT.

           DISPLAY "ROTAS NO RELATORIO: " WS-RT-TOTAL.
           DISPLAY "ROTAS SEM ORCAMENTO: " WS-ROTAS-SEM-ORCAMENTO.
           DISPLAY "DESVIOS ACIMA DE " WS-LIMIAR-DESVIO "%: "
                   WS-DESVIOS-ASSINALADOS.
           IF WS-TOTAL-SEM-CUSTO > ZEROES
               DISPLAY "AVISO: " WS-TOTAL-SEM-CUSTO
                       " VOOS SEM CUSTO REAL NEM PADRAO"
           END-IF.
           IF WS-VH-CHEIO = "S" OR WS-RT-CHEIO = "S"
               DISPLAY "AVISO: TABELAS CHEIAS - RELATORIO INCOMPLETO"
           END-IF.
           IF WS-DESVIOS-ASSINALADOS > ZEROES OR WS-VH-CHEIO = "S"
                   OR WS-RT-CHEIO = "S"
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "RELATORIO GRAVADO EM varorc.txt".

           STOP RUN.

      *    VOOS COMERCIAIS REALIZADOS DE JANEIRO AO MES PEDIDO: CUSTOS
      *    POR CATEGORIA (REAIS, OU PADRAO DO TIPO DE AERONAVE) E
      *    LUGARES QUE FICARAM POR VENDER
       P100-CARREGAR-VOOS.

           MOVE ZEROES TO VOOSHIST-CHAVE.
           SET WS-EXIT-OK TO "N".
           START VOOSHIST KEY IS NOT LESS THAN VOOSHIST-CHAVE
               INVALID KEY
                   SET WS-EXIT-OK TO "S"
           END-START.
           PERFORM UNTIL WS-EXIT-OK = "S"
               READ VOOSHIST NEXT
                   AT END
                       SET WS-EXIT-OK TO "S"
                   NOT AT END
                       IF VOOSHIST-DATA (1:4) = WS-ANO-PEDIDO
                               AND VOOSHIST-DATA (1:6) <= WS-MES-PEDIDO
                               AND VOOSHIST-ESTADO NOT = "C"
                               AND NOT VHIST-NAO-COMERCIAL
                           PERFORM P110-GUARDAR-VOO
                       END-IF
               END-READ
           END-PERFORM.
           SET WS-EXIT-OK TO "N".

       P110-GUARDAR-VOO.

           MOVE VOOSHIST-NOME TO WS-ROTA-PROCURA.
           PERFORM P150-ACHAR-ROTA.
           IF WS-RT-ACHADA > ZEROES
               IF WS-VH-TOTAL >= 3000
                   MOVE "S" TO WS-VH-CHEIO
               ELSE
                   ADD 1 TO WS-VH-TOTAL
                   MOVE WS-VH-TOTAL TO WS-VH-I
                   MOVE VOOSHIST-CHAVE TO WS-VH-CHAVE (WS-VH-I)
                   MOVE WS-RT-ACHADA TO WS-VH-ROTA-I (WS-VH-I)
                   IF VOOSHIST-DATA (1:6) = WS-MES-PEDIDO
                       MOVE "S" TO WS-VH-DO-MES (WS-VH-I)
                   ELSE
                       MOVE "N" TO WS-VH-DO-MES (WS-VH-I)
                   END-IF
                   PERFORM P120-CUSTOS-DO-VOO
                   MOVE 2 TO WS-PER
                   PERFORM P130-SOMAR-VOO
                   IF WS-VH-DO-MES (WS-VH-I) = "S"
                       MOVE 1 TO WS-PER
                       PERFORM P130-SOMAR-VOO
                   END-IF
               END-IF
           END-IF.

       P120-CUSTOS-DO-VOO.

           MOVE ZEROES TO WS-C-COMBUSTIVEL WS-C-HANDLING
                          WS-C-TRIPULACAO WS-C-TAXAS.
           MOVE "N" TO WS-CUSTO-ACHADO.
           IF WS-CST-ABERTO = "S"
               MOVE VOOSHIST-CHAVE TO CST-CHAVE
               READ CUSTOSVOOINPUT
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO WS-CUSTO-ACHADO
                       MOVE CST-COMBUSTIVEL TO WS-C-COMBUSTIVEL
                       MOVE CST-HANDLING TO WS-C-HANDLING
                       MOVE CST-TRIPULACAO TO WS-C-TRIPULACAO
                       MOVE CST-TAXAS TO WS-C-TAXAS
               END-READ
           END-IF.
           IF WS-CUSTO-ACHADO = "N" AND WS-AERO-ABERTO = "S"
                   AND WS-CSP-ABERTO = "S"
                   AND VOOSHIST-AERONAVE NOT = SPACES
               MOVE VOOSHIST-AERONAVE TO AERO-MATRICULA
               READ AERONAVESINPUT
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE AERO-TIPO TO CSP-TIPO
                       READ CUSTOSPADRAOINPUT
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE "S" TO WS-CUSTO-ACHADO
                               MOVE CSP-COMBUSTIVEL TO WS-C-COMBUSTIVEL
                               MOVE CSP-HANDLING TO WS-C-HANDLING
                               MOVE CSP-TRIPULACAO TO WS-C-TRIPULACAO
                               MOVE CSP-TAXAS TO WS-C-TAXAS
                       END-READ
               END-READ
           END-IF.
           IF WS-CUSTO-ACHADO = "N"
               ADD 1 TO WS-TOTAL-SEM-CUSTO
           END-IF.

       P130-SOMAR-VOO.

           ADD 1 TO WS-RT-VOOS (WS-RT-ACHADA, WS-PER).
           ADD VOOSHIST-LUGARES TO WS-RT-LUGARES (WS-RT-ACHADA, WS-PER).
           ADD VOOSHIST-LUGARES-EXEC TO
               WS-RT-LUGARES (WS-RT-ACHADA, WS-PER).
           ADD WS-C-COMBUSTIVEL TO
               WS-RT-COMBUSTIVEL (WS-RT-ACHADA, WS-PER).
           ADD WS-C-HANDLING TO WS-RT-HANDLING (WS-RT-ACHADA, WS-PER).
           ADD WS-C-TRIPULACAO TO
               WS-RT-TRIPULACAO (WS-RT-ACHADA, WS-PER).
           ADD WS-C-TAXAS TO WS-RT-TAXAS (WS-RT-ACHADA, WS-PER).

       P150-ACHAR-ROTA.

           MOVE ZEROES TO WS-RT-ACHADA.
           MOVE 1 TO WS-RT-I.
           PERFORM UNTIL WS-RT-I > WS-RT-TOTAL
               IF WS-RT-ROTA (WS-RT-I) = WS-ROTA-PROCURA
                   MOVE WS-RT-I TO WS-RT-ACHADA
                   MOVE WS-RT-TOTAL TO WS-RT-I
               END-IF
               ADD 1 TO WS-RT-I
           END-PERFORM.
           IF WS-RT-ACHADA = ZEROES
               IF WS-RT-TOTAL >= 100
                   MOVE "S" TO WS-RT-CHEIO
               ELSE
                   ADD 1 TO WS-RT-TOTAL
                   MOVE WS-RT-TOTAL TO WS-RT-ACHADA
                   MOVE WS-ROTA-PROCURA TO WS-RT-ROTA (WS-RT-ACHADA)
               END-IF
           END-IF.

      *    CADA RESERVA DO HISTORICO CONTA UM PASSAGEIRO E A SUA
      *    RECEITA NA ROTA DO VOO; O LUGAR OCUPADO SOMA-SE AOS QUE
      *    FICARAM POR VENDER PARA DAR A CAPACIDADE
       P200-LER-RESERVAS.

           MOVE ZEROES TO RESHIST-ID.
           SET WS-EXIT-OK TO "N".
           START RESERVASHIST KEY IS NOT LESS THAN RESHIST-ID
               INVALID KEY
                   SET WS-EXIT-OK TO "S"
           END-START.
           PERFORM UNTIL WS-EXIT-OK = "S"
               READ RESERVASHIST NEXT
                   AT END
                       SET WS-EXIT-OK TO "S"
                   NOT AT END
                       IF RESHIST-VOO-DATA (1:4) = WS-ANO-PEDIDO
                               AND RESHIST-VOO-DATA (1:6) <=
                                   WS-MES-PEDIDO
                           PERFORM P210-SOMAR-RESERVA
                       END-IF
               END-READ
           END-PERFORM.
           SET WS-EXIT-OK TO "N".

       P210-SOMAR-RESERVA.

           MOVE ZEROES TO WS-RT-ACHADA.
           MOVE 1 TO WS-VH-I.
           PERFORM UNTIL WS-VH-I > WS-VH-TOTAL
               IF WS-VH-CHAVE (WS-VH-I) = RESHIST-VOO-CHAVE
                   MOVE WS-VH-ROTA-I (WS-VH-I) TO WS-RT-ACHADA
                   IF WS-VH-DO-MES (WS-VH-I) = "S"
                       MOVE 1 TO WS-PER
                       PERFORM P220-SOMAR-PASSAGEIRO
                   END-IF
                   MOVE WS-VH-TOTAL TO WS-VH-I
               END-IF
               ADD 1 TO WS-VH-I
           END-PERFORM.
           IF WS-RT-ACHADA > ZEROES
               MOVE 2 TO WS-PER
               PERFORM P220-SOMAR-PASSAGEIRO
           END-IF.

       P220-SOMAR-PASSAGEIRO.

           ADD 1 TO WS-RT-PAX (WS-RT-ACHADA, WS-PER).
           ADD 1 TO WS-RT-LUGARES (WS-RT-ACHADA, WS-PER).
           ADD RESHIST-PRECO TO WS-RT-RECEITA (WS-RT-ACHADA, WS-PER).

      *    ORCAMENTO DO ANO ATE AO MES PEDIDO; A OCUPACAO ORCAMENTADA DO
      *    ACUMULADO E A MEDIA PONDERADA PELOS PASSAGEIROS PREVISTOS
       P300-LER-ORCAMENTO.

           MOVE LOW-VALUES TO ORC-CHAVE.
           SET WS-EXIT-OK TO "N".
           START ORCAMENTOINPUT KEY IS NOT LESS THAN ORC-CHAVE
               INVALID KEY
                   SET WS-EXIT-OK TO "S"
           END-START.
           PERFORM UNTIL WS-EXIT-OK = "S"
               READ ORCAMENTOINPUT NEXT
                   AT END
                       SET WS-EXIT-OK TO "S"
                   NOT AT END
                       MOVE ORC-MES TO WS-MES-SPLIT
                       IF WS-MES-ANO = WS-ANO-PEDIDO
                               AND ORC-MES <= WS-MES-PEDIDO
                           MOVE ORC-ROTA TO WS-ROTA-PROCURA
                           PERFORM P150-ACHAR-ROTA
                           IF WS-RT-ACHADA > ZEROES
                               MOVE 2 TO WS-PER
                               PERFORM P310-SOMAR-ORCAMENTO
                               IF ORC-MES = WS-MES-PEDIDO
                                   MOVE 1 TO WS-PER
                                   PERFORM P310-SOMAR-ORCAMENTO
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           SET WS-EXIT-OK TO "N".

       P310-SOMAR-ORCAMENTO.

           ADD 1 TO WS-RT-ORC-MESES (WS-RT-ACHADA, WS-PER).
           ADD ORC-PAX TO WS-RT-ORC-PAX (WS-RT-ACHADA, WS-PER).
           COMPUTE WS-RT-ORC-OCUP-PAX (WS-RT-ACHADA, WS-PER) =
                   WS-RT-ORC-OCUP-PAX (WS-RT-ACHADA, WS-PER) +
                   ORC-OCUPACAO * ORC-PAX.
           ADD ORC-RECEITA TO WS-RT-ORC-RECEITA (WS-RT-ACHADA, WS-PER).
           ADD ORC-COMBUSTIVEL TO
               WS-RT-ORC-COMBUSTIVEL (WS-RT-ACHADA, WS-PER).
           ADD ORC-HANDLING TO
               WS-RT-ORC-HANDLING (WS-RT-ACHADA, WS-PER).
           ADD ORC-TRIPULACAO TO
               WS-RT-ORC-TRIPULACAO (WS-RT-ACHADA, WS-PER).
           ADD ORC-TAXAS TO WS-RT-ORC-TAXAS (WS-RT-ACHADA, WS-PER).

       P400-IMPRIMIR-RELATORIO.

           MOVE SPACES TO VARORCOUTPUT-LINHA.
           STRING "ORCAMENTO VERSUS REAL POR ROTA [" DELIMITED BY SIZE
                   WS-AMB-CODIGO DELIMITED BY SIZE
                   "] MES " DELIMITED BY SIZE
                   WS-MES-PEDIDO DELIMITED BY SIZE
                   " EMITIDO EM " DELIMITED BY SIZE
                   WS-DATA-HOJE DELIMITED BY SIZE
                   " - ASSINALADOS DESVIOS ACIMA DE "
                       DELIMITED BY SIZE
                   WS-LIMIAR-DESVIO DELIMITED BY SIZE
                   "%" DELIMITED BY SIZE
               INTO VARORCOUTPUT-LINHA
           END-STRING.
           WRITE VARORCOUTPUT-LINHA.

           MOVE 1 TO WS-RT-I.
           PERFORM UNTIL WS-RT-I > WS-RT-TOTAL
               PERFORM P405-SOMAR-TOTAL
               IF WS-RT-ORC-MESES (WS-RT-I, 2) = ZEROES
                   ADD 1 TO WS-ROTAS-SEM-ORCAMENTO
               END-IF
               PERFORM P410-IMPRIMIR-ROTA
               ADD 1 TO WS-RT-I
           END-PERFORM.
           MOVE WS-RT-POS-TOTAL TO WS-RT-I.
           PERFORM P410-IMPRIMIR-ROTA.

       P405-SOMAR-TOTAL.

           MOVE 1 TO WS-PER.
           PERFORM UNTIL WS-PER > 2
               ADD WS-RT-VOOS (WS-RT-I, WS-PER) TO
                   WS-RT-VOOS (WS-RT-POS-TOTAL, WS-PER)
               ADD WS-RT-PAX (WS-RT-I, WS-PER) TO
                   WS-RT-PAX (WS-RT-POS-TOTAL, WS-PER)
               ADD WS-RT-LUGARES (WS-RT-I, WS-PER) TO
                   WS-RT-LUGARES (WS-RT-POS-TOTAL, WS-PER)
               ADD WS-RT-RECEITA (WS-RT-I, WS-PER) TO
                   WS-RT-RECEITA (WS-RT-POS-TOTAL, WS-PER)
               ADD WS-RT-COMBUSTIVEL (WS-RT-I, WS-PER) TO
                   WS-RT-COMBUSTIVEL (WS-RT-POS-TOTAL, WS-PER)
               ADD WS-RT-HANDLING (WS-RT-I, WS-PER) TO
                   WS-RT-HANDLING (WS-RT-POS-TOTAL, WS-PER)
               ADD WS-RT-TRIPULACAO (WS-RT-I, WS-PER) TO
                   WS-RT-TRIPULACAO (WS-RT-POS-TOTAL, WS-PER)
               ADD WS-RT-TAXAS (WS-RT-I, WS-PER) TO
                   WS-RT-TAXAS (WS-RT-POS-TOTAL, WS-PER)
               ADD WS-RT-ORC-PAX (WS-RT-I, WS-PER) TO
                   WS-RT-ORC-PAX (WS-RT-POS-TOTAL, WS-PER)
               ADD WS-RT-ORC-OCUP-PAX (WS-RT-I, WS-PER) TO
                   WS-RT-ORC-OCUP-PAX (WS-RT-POS-TOTAL, WS-PER)
               ADD WS-RT-ORC-RECEITA (WS-RT-I, WS-PER) TO
                   WS-RT-ORC-RECEITA (WS-RT-POS-TOTAL, WS-PER)
               ADD WS-RT-ORC-COMBUSTIVEL (WS-RT-I, WS-PER) TO
                   WS-RT-ORC-COMBUSTIVEL (WS-RT-POS-TOTAL, WS-PER)
               ADD WS-RT-ORC-HANDLING (WS-RT-I, WS-PER) TO
                   WS-RT-ORC-HANDLING (WS-RT-POS-TOTAL, WS-PER)
               ADD WS-RT-ORC-TRIPULACAO (WS-RT-I, WS-PER) TO
                   WS-RT-ORC-TRIPULACAO (WS-RT-POS-TOTAL, WS-PER)
               ADD WS-RT-ORC-TAXAS (WS-RT-I, WS-PER) TO
                   WS-RT-ORC-TAXAS (WS-RT-POS-TOTAL, WS-PER)
               ADD WS-RT-ORC-MESES (WS-RT-I, WS-PER) TO
                   WS-RT-ORC-MESES (WS-RT-POS-TOTAL, WS-PER)
               ADD 1 TO WS-PER
           END-PERFORM.

       P410-IMPRIMIR-ROTA.

           MOVE SPACES TO VARORCOUTPUT-LINHA.
           WRITE VARORCOUTPUT-LINHA.
           MOVE SPACES TO VARORCOUTPUT-LINHA.
           STRING WS-RT-ROTA (WS-RT-I) DELIMITED BY SIZE
                   " - VOOS NO MES " DELIMITED BY SIZE
                   WS-RT-VOOS (WS-RT-I, 1) DELIMITED BY SIZE
                   " NO ANO " DELIMITED BY SIZE
                   WS-RT-VOOS (WS-RT-I, 2) DELIMITED BY SIZE
               INTO VARORCOUTPUT-LINHA
           END-STRING.
           IF WS-RT-ORC-MESES (WS-RT-I, 2) = ZEROES
               MOVE "SEM ORCAMENTO" TO VARORCOUTPUT-LINHA (50:13)
           END-IF.
           WRITE VARORCOUTPUT-LINHA.
           MOVE SPACES TO VARORCOUTPUT-LINHA.
           STRING "                  ------------- MES -------------"
                       DELIMITED BY SIZE
                   "   ---------- ACUMULADO DO ANO ---------"
                       DELIMITED BY SIZE
               INTO VARORCOUTPUT-LINHA
           END-STRING.
           WRITE VARORCOUTPUT-LINHA.
           MOVE SPACES TO VARORCOUTPUT-LINHA.
           STRING "                          REAL     ORCAMENTO  VAR%"
                       DELIMITED BY SIZE
                   "            REAL     ORCAMENTO  VAR%"
                       DELIMITED BY SIZE
               INTO VARORCOUTPUT-LINHA
           END-STRING.
           WRITE VARORCOUTPUT-LINHA.

           MOVE 1 TO WS-PER.
           PERFORM UNTIL WS-PER > 2
               PERFORM P420-CALCULAR-METRICAS
               ADD 1 TO WS-PER
           END-PERFORM.

           MOVE 1 TO WS-MET-I.
           PERFORM UNTIL WS-MET-I > WS-TOTAL-METRICAS
               MOVE SPACES TO WS-VAR-LINHA
               MOVE WS-MET-NOME (WS-MET-I) TO WS-VL-METRICA
               MOVE 1 TO WS-PER
               PERFORM UNTIL WS-PER > 2
                   PERFORM P430-COLUNA-METRICA
                   ADD 1 TO WS-PER
               END-PERFORM
               MOVE WS-VAR-LINHA TO VARORCOUTPUT-LINHA
               WRITE VARORCOUTPUT-LINHA
               ADD 1 TO WS-MET-I
           END-PERFORM.

       P420-CALCULAR-METRICAS.

           MOVE WS-RT-PAX (WS-RT-I, WS-PER) TO WS-MET-REAL (WS-PER, 1).
           IF WS-RT-LUGARES (WS-RT-I, WS-PER) > ZEROES
               COMPUTE WS-MET-REAL (WS-PER, 2) ROUNDED =
                       WS-RT-PAX (WS-RT-I, WS-PER) * 100 /
                       WS-RT-LUGARES (WS-RT-I, WS-PER)
           ELSE
               MOVE ZEROES TO WS-MET-REAL (WS-PER, 2)
           END-IF.
           IF WS-RT-PAX (WS-RT-I, WS-PER) > ZEROES
               COMPUTE WS-MET-REAL (WS-PER, 3) ROUNDED =
                       WS-RT-RECEITA (WS-RT-I, WS-PER) /
                       WS-RT-PAX (WS-RT-I, WS-PER)
           ELSE
               MOVE ZEROES TO WS-MET-REAL (WS-PER, 3)
           END-IF.
           MOVE WS-RT-RECEITA (WS-RT-I, WS-PER) TO
               WS-MET-REAL (WS-PER, 4).
           MOVE WS-RT-COMBUSTIVEL (WS-RT-I, WS-PER) TO
               WS-MET-REAL (WS-PER, 5).
           MOVE WS-RT-HANDLING (WS-RT-I, WS-PER) TO
               WS-MET-REAL (WS-PER, 6).
           MOVE WS-RT-TRIPULACAO (WS-RT-I, WS-PER) TO
               WS-MET-REAL (WS-PER, 7).
           MOVE WS-RT-TAXAS (WS-RT-I, WS-PER) TO
               WS-MET-REAL (WS-PER, 8).
           COMPUTE WS-MET-REAL (WS-PER, 9) =
                   WS-MET-REAL (WS-PER, 5) + WS-MET-REAL (WS-PER, 6)
                   + WS-MET-REAL (WS-PER, 7) + WS-MET-REAL (WS-PER, 8).
           COMPUTE WS-MET-REAL (WS-PER, 10) =
                   WS-MET-REAL (WS-PER, 4) - WS-MET-REAL (WS-PER, 9).

           MOVE WS-RT-ORC-PAX (WS-RT-I, WS-PER) TO
               WS-MET-ORC (WS-PER, 1).
           IF WS-RT-ORC-PAX (WS-RT-I, WS-PER) > ZEROES
               COMPUTE WS-MET-ORC (WS-PER, 2) ROUNDED =
                       WS-RT-ORC-OCUP-PAX (WS-RT-I, WS-PER) /
                       WS-RT-ORC-PAX (WS-RT-I, WS-PER)
               COMPUTE WS-MET-ORC (WS-PER, 3) ROUNDED =
                       WS-RT-ORC-RECEITA (WS-RT-I, WS-PER) /
                       WS-RT-ORC-PAX (WS-RT-I, WS-PER)
           ELSE
               MOVE ZEROES TO WS-MET-ORC (WS-PER, 2)
               MOVE ZEROES TO WS-MET-ORC (WS-PER, 3)
           END-IF.
           MOVE WS-RT-ORC-RECEITA (WS-RT-I, WS-PER) TO
               WS-MET-ORC (WS-PER, 4).
           MOVE WS-RT-ORC-COMBUSTIVEL (WS-RT-I, WS-PER) TO
               WS-MET-ORC (WS-PER, 5).
           MOVE WS-RT-ORC-HANDLING (WS-RT-I, WS-PER) TO
               WS-MET-ORC (WS-PER, 6).
           MOVE WS-RT-ORC-TRIPULACAO (WS-RT-I, WS-PER) TO
               WS-MET-ORC (WS-PER, 7).
           MOVE WS-RT-ORC-TAXAS (WS-RT-I, WS-PER) TO
               WS-MET-ORC (WS-PER, 8).
           COMPUTE WS-MET-ORC (WS-PER, 9) =
                   WS-MET-ORC (WS-PER, 5) + WS-MET-ORC (WS-PER, 6)
                   + WS-MET-ORC (WS-PER, 7) + WS-MET-ORC (WS-PER, 8).
           COMPUTE WS-MET-ORC (WS-PER, 10) =
                   WS-MET-ORC (WS-PER, 4) - WS-MET-ORC (WS-PER, 9).

      *    DESVIO EM % SOBRE O ORCAMENTO; SEM ORCAMENTO NAO HA DESVIO A
      *    CALCULAR. ACIMA DO LIMIAR A LINHA LEVA "***"
       P430-COLUNA-METRICA.

           MOVE WS-MET-REAL (WS-PER, WS-MET-I) TO WS-VL-REAL (WS-PER).
           MOVE WS-MET-ORC (WS-PER, WS-MET-I) TO WS-VL-ORC (WS-PER).
           MOVE SPACES TO WS-VL-MARCA (WS-PER).
           IF WS-MET-ORC (WS-PER, WS-MET-I) = ZEROES
               MOVE "  S/O" TO WS-VL-VAR-X (WS-PER)
           ELSE
               IF WS-MET-ORC (WS-PER, WS-MET-I) < ZEROES
                   COMPUTE WS-DESVIO ROUNDED =
                       (WS-MET-REAL (WS-PER, WS-MET-I) -
                        WS-MET-ORC (WS-PER, WS-MET-I)) * 100 /
                       (0 - WS-MET-ORC (WS-PER, WS-MET-I))
               ELSE
                   COMPUTE WS-DESVIO ROUNDED =
                       (WS-MET-REAL (WS-PER, WS-MET-I) -
                        WS-MET-ORC (WS-PER, WS-MET-I)) * 100 /
                       WS-MET-ORC (WS-PER, WS-MET-I)
               END-IF
               IF WS-DESVIO > 9999
                   MOVE 9999 TO WS-DESVIO
               END-IF
               IF WS-DESVIO < -9999
                   MOVE -9999 TO WS-DESVIO
               END-IF
               MOVE WS-DESVIO TO WS-VL-VAR (WS-PER)
               IF WS-DESVIO > WS-LIMIAR-DESVIO
                       OR WS-DESVIO < 0 - WS-LIMIAR-DESVIO
                   MOVE "***" TO WS-VL-MARCA (WS-PER)
                   ADD 1 TO WS-DESVIOS-ASSINALADOS
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
           MOVE SPACES TO WS-CAM-VOOSHIST.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/project/vooshist.dat" DELIMITED BY SIZE
               INTO WS-CAM-VOOSHIST
           END-STRING.
           MOVE SPACES TO WS-CAM-RESHIST.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/project/reshist.dat" DELIMITED BY SIZE
               INTO WS-CAM-RESHIST
           END-STRING.
           MOVE SPACES TO WS-CAM-CUSTOSVOO.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/project/custvoo.dat" DELIMITED BY SIZE
               INTO WS-CAM-CUSTOSVOO
           END-STRING.
           MOVE SPACES TO WS-CAM-CUSTOSPADRAO.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/custospadrao.dat" DELIMITED BY SIZE
               INTO WS-CAM-CUSTOSPADRAO
           END-STRING.
           MOVE SPACES TO WS-CAM-AERONAVES.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/aeronaves.dat" DELIMITED BY SIZE
               INTO WS-CAM-AERONAVES
           END-STRING.
           MOVE SPACES TO WS-CAM-ORCAMENTO.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/orcamento.dat" DELIMITED BY SIZE
               INTO WS-CAM-ORCAMENTO
           END-STRING.
           MOVE SPACES TO WS-CAM-CONFIG.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/project/config.dat" DELIMITED BY SIZE
               INTO WS-CAM-CONFIG
           END-STRING.
           MOVE SPACES TO WS-CAM-VARORC.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/varorc.txt" DELIMITED BY SIZE
               INTO WS-CAM-VARORC
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

       END PROGRAM VARORC.
