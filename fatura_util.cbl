       IDENTIFICATION DIVISION.
       PROGRAM-ID. FATUTIL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT DOCFISCAIS ASSIGN TO
           WS-CAM-DOCFIS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DOC-CHAVE
           ALTERNATE RECORD KEY IS DOC-RESERVA-ID WITH DUPLICATES
           FILE STATUS IS WS-FS-DOC.

       SELECT SERIESFIS ASSIGN TO
           WS-CAM-SERIES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SER-CHAVE
           FILE STATUS IS WS-FS-SER.

       SELECT TAXASINPUT ASSIGN TO
           WS-CAM-TAXAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TAXA-CODIGO
           FILE STATUS IS WS-FS-TAXA.

       SELECT PRECOCOMPINPUT ASSIGN TO
           WS-CAM-PRECOCOMP
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PCMP-CHAVE
           FILE STATUS IS WS-FS-PCMP.

       SELECT PASSAGEIROSINPUT ASSIGN TO
           WS-CAM-PASSAGEIROS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PAX-ID
           FILE STATUS IS WS-FS-PAX.

       SELECT EMPRESASINPUT ASSIGN TO
           WS-CAM-EMPRESAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMP-CODIGO
           FILE STATUS IS WS-FS-EMP.

       SELECT ANCILARIOSINPUT ASSIGN TO
           WS-CAM-ANCILARIOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ANC-CODIGO
           FILE STATUS IS WS-FS-ANC.

       SELECT FATURASOUTPUT ASSIGN TO
           WS-CAM-FATURAS
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-PRT.

       DATA DIVISION.

       FILE SECTION.

      *    DOCUMENTO FISCAL: FATURA-RECIBO (FR), FATURA (FT) OU NOTA
      *    DE CREDITO (NC), NUMERADO POR TIPO E ANO SEM FALHAS
       FD DOCFISCAIS.
       01 DOCFISCAIS-REG.
           05 DOC-CHAVE.
               10 DOC-TIPO PIC X(02).
                   88 DOC-FATURA-RECIBO VALUE 'FR'.
                   88 DOC-FATURA VALUE 'FT'.
                   88 DOC-NOTA-CREDITO VALUE 'NC'.
               10 DOC-ANO PIC 9(04).
               10 DOC-NUMERO PIC 9(08).
           05 DOC-DATA PIC 9(08).
           05 DOC-HORA PIC 9(08).
           05 DOC-MOV-TIPO PIC X(01).
           05 DOC-RESERVA-ID PIC 9(04).
           05 DOC-PAX-ID PIC 9(04).
           05 DOC-VOO PIC X(10).
           05 DOC-OPERADOR PIC 9(02).
           05 DOC-CLIENTE-ID PIC X(06).
           05 DOC-CLIENTE-NIF PIC X(09).
           05 DOC-CLIENTE-NOME PIC X(20).
           05 DOC-REFERENCIA.
               10 DOC-REF-TIPO PIC X(02).
               10 DOC-REF-ANO PIC 9(04).
               10 DOC-REF-NUMERO PIC 9(08).
           05 DOC-BASE PIC 9(07)V99.
           05 DOC-IVA PIC 9(07)V99.
           05 DOC-TOTAL PIC 9(07)V99.
           05 DOC-ESTADO PIC X(01).
               88 DOC-NORMAL VALUE 'N'.
               88 DOC-ANULADO VALUE 'A'.
           05 DOC-NUM-LINHAS PIC 9(02).
           05 DOC-LINHA OCCURS 8 TIMES.
               10 DOC-LIN-CODIGO PIC X(04).
               10 DOC-LIN-DESC PIC X(20).
               10 DOC-LIN-BASE PIC 9(07)V99.
               10 DOC-LIN-IVA-COD PIC X(04).
               10 DOC-LIN-IVA-PCT PIC 9(03)V99.
               10 DOC-LIN-IVA PIC 9(07)V99.

       FD SERIESFIS.
       01 SERIESFIS-REG.
           05 SER-CHAVE.
               10 SER-TIPO PIC X(02).
               10 SER-ANO PIC 9(04).
           05 SER-ULTIMO PIC 9(08).
           05 SER-DATA PIC 9(08).

       FD TAXASINPUT.
       01 TAXASINPUT-REG.
           05 TAXA-CODIGO PIC X(04).
           05 TAXA-DESC PIC X(20).
           05 TAXA-TIPO PIC X(01).
               88 TAXA-VALOR-FIXO VALUE 'V'.
               88 TAXA-PERCENTAGEM VALUE 'P'.
           05 TAXA-VALOR PIC 9(05)V99.
           05 TAXA-ROTA PIC X(10).

       FD PRECOCOMPINPUT.
       01 PRECOCOMPINPUT-REG.
           05 PCMP-CHAVE.
               10 PCMP-RESERVA-ID PIC 9(04).
               10 PCMP-CODIGO PIC X(04).
           05 PCMP-VALOR PIC 9(05)V99.
           05 PCMP-DATA PIC 9(08).

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
           05 EMP-DATA PIC 9(08).

       FD ANCILARIOSINPUT.
       01 ANCILARIOSINPUT-REG.
           05 ANC-CODIGO PIC X(04).
           05 ANC-DESCRICAO PIC X(20).
           05 ANC-PRECO PIC 9(05)V99.

       FD FATURASOUTPUT.
       01 FATURASOUTPUT-LINHA PIC X(72).

       WORKING-STORAGE SECTION.

           01 WS-AMB-AREA.
               05 WS-AMB-CODIGO PIC X(04).
               05 WS-AMB-RAIZ PIC X(60).
           77 WS-CAM-DOCFIS PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/project/docfis.dat".
           77 WS-CAM-SERIES PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/project/serfis.dat".
           77 WS-CAM-TAXAS PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/taxas.dat".
           77 WS-CAM-PRECOCOMP PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/project/precocomp.dat"
           .
           77 WS-CAM-PASSAGEIROS PIC X(80) VALUE
               "/Users/antonyferreira/Documents/Cobol/passageiros.dat".
           77 WS-CAM-EMPRESAS PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/project/empresas.dat".
           77 WS-CAM-ANCILARIOS PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/ancilarios.dat".
           77 WS-CAM-FATURAS PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/faturas.txt".

           01 WS-FS-DOC PIC XX.
               88 WS-FS-DOC-OK VALUE '00'.
               88 WS-FS-DOC-NOVO VALUE '35'.
           01 WS-FS-SER PIC XX.
               88 WS-FS-SER-OK VALUE '00'.
               88 WS-FS-SER-NOVO VALUE '35'.
           01 WS-FS-TAXA PIC XX.
               88 WS-FS-TAXA-OK VALUE '00'.
           01 WS-FS-PCMP PIC XX.
               88 WS-FS-PCMP-OK VALUE '00'.
           01 WS-FS-PAX PIC XX.
               88 WS-FS-PAX-OK VALUE '00'.
           01 WS-FS-EMP PIC XX.
               88 WS-FS-EMP-OK VALUE '00'.
           01 WS-FS-ANC PIC XX.
               88 WS-FS-ANC-OK VALUE '00'.
           01 WS-FS-PRT PIC XX.
               88 WS-FS-PRT-OK VALUE '00'.
               88 WS-FS-PRT-NOVO VALUE '35'.

           77 WS-FAT-DATA PIC 9(08) VALUE ZEROES.
           77 WS-FAT-HORA PIC 9(08) VALUE ZEROES.
           77 WS-FAT-FIM PIC X(01) VALUE 'N'.
           77 WS-FAT-ACHADO PIC X(01) VALUE 'N'.
           77 WS-FAT-SERIE-NOVA PIC X(01) VALUE 'N'.
           77 WS-FAT-PROX PIC 9(08) VALUE ZEROES.
           77 WS-FAT-TAXA-ABERTA PIC X(01) VALUE 'N'.
           77 WS-FAT-PCMP-ABERTO PIC X(01) VALUE 'N'.
           77 WS-FAT-PAX-ABERTO PIC X(01) VALUE 'N'.
           77 WS-FAT-EMP-ABERTO PIC X(01) VALUE 'N'.
           77 WS-FAT-ANC-ABERTO PIC X(01) VALUE 'N'.
           77 WS-FAT-VIA PIC X(01) VALUE '1'.
           77 WS-FAT-I PIC 9(02) VALUE ZEROES.
           77 WS-FAT-J PIC 9(02) VALUE ZEROES.
           77 WS-FAT-K PIC 9(02) VALUE ZEROES.
           77 WS-FAT-LIN-TARF PIC 9(02) VALUE ZEROES.

      *    TAXA DE IVA EM VIGOR PARA A ROTA - CODIGOS DE TAXA QUE
      *    COMECAM POR "IVA" E SAO PERCENTUAIS
           77 WS-FAT-IVA-COD PIC X(04) VALUE SPACES.
           77 WS-FAT-IVA-PCT PIC 9(03)V99 VALUE ZEROES.
           77 WS-FAT-IVA-ROTA PIC X(01) VALUE 'N'.
           77 WS-FAT-IVA-SOMA PIC 9(07)V99 VALUE ZEROES.

      *    COMPONENTES DE PRECO DA RESERVA (TARIFA E TAXAS)
           77 WS-FAT-NUM-COMP PIC 9(02) VALUE ZEROES.
           77 WS-FAT-SOMA-COMP PIC 9(07)V99 VALUE ZEROES.
           01 WS-FAT-TABELA-COMP.
               05 WS-FAT-COMP OCCURS 10 TIMES.
                   10 WS-FAT-COMP-COD PIC X(04).
                   10 WS-FAT-COMP-VALOR PIC 9(05)V99.

           01 WS-FAT-REFERENCIA.
               05 WS-FAT-REF-TIPO PIC X(02).
               05 WS-FAT-REF-ANO PIC 9(04).
               05 WS-FAT-REF-NUMERO PIC 9(08).

      *    RESUMO DO IVA POR CODIGO
           77 WS-FAT-NUM-RES PIC 9(02) VALUE ZEROES.
           01 WS-FAT-TABELA-RES.
               05 WS-FAT-RES OCCURS 8 TIMES.
                   10 WS-FAT-RES-COD PIC X(04).
                   10 WS-FAT-RES-PCT PIC 9(03)V99.
                   10 WS-FAT-RES-BASE PIC 9(07)V99.
                   10 WS-FAT-RES-IVA PIC 9(07)V99.

           01 WS-FAT-ID.
               05 WS-FAT-ID-TIPO PIC X(02).
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-FAT-ID-ANO PIC 9(04).
               05 FILLER PIC X(01) VALUE '/'.
               05 WS-FAT-ID-NUMERO PIC 9(08).

           01 WS-PRT-LINHA-DET.
               05 WS-PRT-CODIGO PIC X(04).
               05 FILLER PIC X(02) VALUE SPACES.
               05 WS-PRT-DESC PIC X(20).
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-PRT-BASE PIC ZZZZZZ9.99.
               05 FILLER PIC X(02) VALUE SPACES.
               05 WS-PRT-IVA-COD PIC X(04).
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-PRT-IVA-PCT PIC ZZ9.99.
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-PRT-IVA PIC ZZZZZZ9.99.
               05 FILLER PIC X(11) VALUE SPACES.

           01 WS-PRT-LINHA-RES.
               05 FILLER PIC X(06) VALUE SPACES.
               05 FILLER PIC X(04) VALUE 'IVA '.
               05 WS-PRT-RES-COD PIC X(04).
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-PRT-RES-PCT PIC ZZ9.99.
               05 FILLER PIC X(09) VALUE '% SOBRE '.
               05 WS-PRT-RES-BASE PIC ZZZZZZ9.99.
               05 FILLER PIC X(03) VALUE ' = '.
               05 WS-PRT-RES-IVA PIC ZZZZZZ9.99.
               05 FILLER PIC X(19) VALUE SPACES.

           77 WS-PRT-VALOR-ED PIC ZZZZZZ9.99.
           77 WS-PRT-VALOR-ED2 PIC ZZZZZZ9.99.
           77 WS-PRT-VALOR-ED3 PIC ZZZZZZ9.99.

       LINKAGE SECTION.

           01 LK-FAT-AREA.
               03 LK-FAT-OP PIC X(01).
               03 LK-FAT-MOV-TIPO PIC X(01).
               03 LK-FAT-RESERVA-ID PIC 9(04).
               03 LK-FAT-PAX-ID PIC 9(04).
               03 LK-FAT-VOO PIC X(10).
               03 LK-FAT-VALOR PIC 9(05)V99.
               03 LK-FAT-PRODUTO PIC X(04).
               03 LK-FAT-EMPRESA PIC X(04).
               03 LK-FAT-OPER PIC 9(02).
               03 LK-FAT-DOC-TIPO PIC X(02).
               03 LK-FAT-DOC-ANO PIC 9(04).
               03 LK-FAT-DOC-NUMERO PIC 9(08).
               03 LK-FAT-RESULTADO PIC X(01).

       PROCEDURE DIVISION USING LK-FAT-AREA.

       P100-TRATAR-PEDIDO.

           PERFORM P090-CARREGAR-AMBIENTE.

           MOVE 'O' TO LK-FAT-RESULTADO.
           ACCEPT WS-FAT-DATA FROM DATE YYYYMMDD.
           ACCEPT WS-FAT-HORA FROM TIME.

           OPEN I-O DOCFISCAIS.
           IF WS-FS-DOC-NOVO
               OPEN OUTPUT DOCFISCAIS
               CLOSE DOCFISCAIS
               OPEN I-O DOCFISCAIS
           END-IF.
           IF NOT WS-FS-DOC-OK
               MOVE 'E' TO LK-FAT-RESULTADO
               GOBACK
           END-IF.

           OPEN I-O SERIESFIS.
           IF WS-FS-SER-NOVO
               OPEN OUTPUT SERIESFIS
               CLOSE SERIESFIS
               OPEN I-O SERIESFIS
           END-IF.
           IF NOT WS-FS-SER-OK
               MOVE 'E' TO LK-FAT-RESULTADO
               CLOSE DOCFISCAIS
               GOBACK
           END-IF.

           EVALUATE LK-FAT-OP
               WHEN 'E'
                   PERFORM P150-ABRIR-TABELAS
                   PERFORM P200-EMITIR
                   PERFORM P160-FECHAR-TABELAS
               WHEN 'R'
                   PERFORM P500-SEGUNDA-VIA
               WHEN 'L'
                   PERFORM P600-LISTAR
               WHEN OTHER
                   MOVE 'E' TO LK-FAT-RESULTADO
           END-EVALUATE.

           CLOSE SERIESFIS.
           CLOSE DOCFISCAIS.
           GOBACK.

      *    AS TABELAS DE APOIO SAO OPCIONAIS - NA SUA FALTA O DOCUMENTO
      *    SAI COM UMA SO LINHA E O CLIENTE COMO CONSUMIDOR FINAL
       P150-ABRIR-TABELAS.

           OPEN INPUT TAXASINPUT.
           IF WS-FS-TAXA-OK
               MOVE 'S' TO WS-FAT-TAXA-ABERTA
           ELSE
               MOVE 'N' TO WS-FAT-TAXA-ABERTA
           END-IF.
           OPEN INPUT PRECOCOMPINPUT.
           IF WS-FS-PCMP-OK
               MOVE 'S' TO WS-FAT-PCMP-ABERTO
           ELSE
               MOVE 'N' TO WS-FAT-PCMP-ABERTO
           END-IF.
           OPEN INPUT PASSAGEIROSINPUT.
           IF WS-FS-PAX-OK
               MOVE 'S' TO WS-FAT-PAX-ABERTO
           ELSE
               MOVE 'N' TO WS-FAT-PAX-ABERTO
           END-IF.
           OPEN INPUT EMPRESASINPUT.
           IF WS-FS-EMP-OK
               MOVE 'S' TO WS-FAT-EMP-ABERTO
           ELSE
               MOVE 'N' TO WS-FAT-EMP-ABERTO
           END-IF.
           OPEN INPUT ANCILARIOSINPUT.
           IF WS-FS-ANC-OK
               MOVE 'S' TO WS-FAT-ANC-ABERTO
           ELSE
               MOVE 'N' TO WS-FAT-ANC-ABERTO
           END-IF.

       P160-FECHAR-TABELAS.

           IF WS-FAT-TAXA-ABERTA = 'S'
               CLOSE TAXASINPUT
           END-IF.
           IF WS-FAT-PCMP-ABERTO = 'S'
               CLOSE PRECOCOMPINPUT
           END-IF.
           IF WS-FAT-PAX-ABERTO = 'S'
               CLOSE PASSAGEIROSINPUT
           END-IF.
           IF WS-FAT-EMP-ABERTO = 'S'
               CLOSE EMPRESASINPUT
           END-IF.
           IF WS-FAT-ANC-ABERTO = 'S'
               CLOSE ANCILARIOSINPUT
           END-IF.

      *    EMISSAO: PAGAMENTOS, TAXAS COBRADAS E VENDAS A BORDO DAO
      *    FATURA-RECIBO, VENDAS EM CONTA DE EMPRESA DAO FATURA,
      *    REEMBOLSOS E CREDITOS EM CONTA DAO NOTA DE CREDITO
       P200-EMITIR.

           EVALUATE LK-FAT-MOV-TIPO
               WHEN 'P'
               WHEN 'F'
               WHEN 'B'
                   MOVE 'FR' TO LK-FAT-DOC-TIPO
               WHEN 'C'
                   MOVE 'FT' TO LK-FAT-DOC-TIPO
               WHEN 'R'
               WHEN 'N'
                   MOVE 'NC' TO LK-FAT-DOC-TIPO
               WHEN OTHER
                   MOVE 'N' TO LK-FAT-RESULTADO
           END-EVALUATE.
           IF LK-FAT-VALOR = ZEROES
               MOVE 'N' TO LK-FAT-RESULTADO
           END-IF.
           IF LK-FAT-RESULTADO = 'O'
               MOVE WS-FAT-DATA (1:4) TO LK-FAT-DOC-ANO
               MOVE SPACES TO WS-FAT-REF-TIPO
               MOVE ZEROES TO WS-FAT-REF-ANO WS-FAT-REF-NUMERO
               IF LK-FAT-DOC-TIPO = 'NC'
                   PERFORM P230-DOCUMENTO-ORIGEM
               END-IF
               PERFORM P240-PROXIMO-NUMERO
               PERFORM P250-MONTAR-DOCUMENTO
               WRITE DOCFISCAIS-REG
                   INVALID KEY
                       MOVE 'E' TO LK-FAT-RESULTADO
               END-WRITE
           END-IF.
           IF LK-FAT-RESULTADO = 'O'
               PERFORM P245-AVANCAR-SERIE
               MOVE DOC-NUMERO TO LK-FAT-DOC-NUMERO
               MOVE '1' TO WS-FAT-VIA
               PERFORM P700-IMPRIMIR
           END-IF.

      *    A NOTA DE CREDITO REFERE A ULTIMA FATURA OU FATURA-RECIBO
      *    EMITIDA PARA A MESMA RESERVA
       P230-DOCUMENTO-ORIGEM.

           IF LK-FAT-RESERVA-ID > 0
               MOVE 'N' TO WS-FAT-FIM
               MOVE LK-FAT-RESERVA-ID TO DOC-RESERVA-ID
               START DOCFISCAIS KEY IS EQUAL DOC-RESERVA-ID
                   INVALID KEY
                       MOVE 'S' TO WS-FAT-FIM
               END-START
               PERFORM UNTIL WS-FAT-FIM = 'S'
                   READ DOCFISCAIS NEXT RECORD
                       AT END
                           MOVE 'S' TO WS-FAT-FIM
                       NOT AT END
                           IF DOC-RESERVA-ID NOT = LK-FAT-RESERVA-ID
                               MOVE 'S' TO WS-FAT-FIM
                           ELSE
                               IF DOC-FATURA-RECIBO OR DOC-FATURA
                                   MOVE DOC-CHAVE TO WS-FAT-REFERENCIA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

      *    O NUMERO SEGUINTE DA SERIE. SE UM DOCUMENTO JA OCUPA ESSE
      *    NUMERO (GRAVADO SEM A SERIE TER AVANCADO) A SERIE SEGUE-O,
      *    PARA NAO HAVER NUMEROS REPETIDOS NEM SALTOS
       P240-PROXIMO-NUMERO.

           MOVE LK-FAT-DOC-TIPO TO SER-TIPO.
           MOVE LK-FAT-DOC-ANO TO SER-ANO.
           READ SERIESFIS
               INVALID KEY
                   MOVE 'S' TO WS-FAT-SERIE-NOVA
                   MOVE ZEROES TO SER-ULTIMO
                   MOVE ZEROES TO SER-DATA
               NOT INVALID KEY
                   MOVE 'N' TO WS-FAT-SERIE-NOVA
           END-READ.
           COMPUTE WS-FAT-PROX = SER-ULTIMO + 1.
           MOVE 'S' TO WS-FAT-ACHADO.
           PERFORM UNTIL WS-FAT-ACHADO = 'N'
               MOVE LK-FAT-DOC-TIPO TO DOC-TIPO
               MOVE LK-FAT-DOC-ANO TO DOC-ANO
               MOVE WS-FAT-PROX TO DOC-NUMERO
               READ DOCFISCAIS
                   INVALID KEY
                       MOVE 'N' TO WS-FAT-ACHADO
                   NOT INVALID KEY
                       ADD 1 TO WS-FAT-PROX
               END-READ
           END-PERFORM.

       P245-AVANCAR-SERIE.

           MOVE LK-FAT-DOC-TIPO TO SER-TIPO.
           MOVE LK-FAT-DOC-ANO TO SER-ANO.
           MOVE WS-FAT-PROX TO SER-ULTIMO.
           MOVE WS-FAT-DATA TO SER-DATA.
           IF WS-FAT-SERIE-NOVA = 'S'
               WRITE SERIESFIS-REG
                   INVALID KEY
                       REWRITE SERIESFIS-REG
               END-WRITE
           ELSE
               REWRITE SERIESFIS-REG
           END-IF.

       P250-MONTAR-DOCUMENTO.

           MOVE SPACES TO DOCFISCAIS-REG.
           MOVE LK-FAT-DOC-TIPO TO DOC-TIPO.
           MOVE LK-FAT-DOC-ANO TO DOC-ANO.
           MOVE WS-FAT-PROX TO DOC-NUMERO.
           MOVE WS-FAT-DATA TO DOC-DATA.
           MOVE WS-FAT-HORA TO DOC-HORA.
           MOVE LK-FAT-MOV-TIPO TO DOC-MOV-TIPO.
           MOVE LK-FAT-RESERVA-ID TO DOC-RESERVA-ID.
           MOVE LK-FAT-PAX-ID TO DOC-PAX-ID.
           MOVE LK-FAT-VOO TO DOC-VOO.
           MOVE LK-FAT-OPER TO DOC-OPERADOR.
           MOVE WS-FAT-REFERENCIA TO DOC-REFERENCIA.
           MOVE LK-FAT-VALOR TO DOC-TOTAL.
           MOVE ZEROES TO DOC-BASE DOC-IVA.
           MOVE 'N' TO DOC-ESTADO.
           MOVE ZEROES TO DOC-NUM-LINHAS.
           PERFORM VARYING WS-FAT-I FROM 1 BY 1 UNTIL WS-FAT-I > 8
               MOVE SPACES TO DOC-LIN-CODIGO (WS-FAT-I)
               MOVE SPACES TO DOC-LIN-DESC (WS-FAT-I)
               MOVE SPACES TO DOC-LIN-IVA-COD (WS-FAT-I)
               MOVE ZEROES TO DOC-LIN-BASE (WS-FAT-I)
               MOVE ZEROES TO DOC-LIN-IVA-PCT (WS-FAT-I)
               MOVE ZEROES TO DOC-LIN-IVA (WS-FAT-I)
           END-PERFORM.

           PERFORM P260-CLIENTE.
           PERFORM P270-TAXA-IVA-ROTA.

           MOVE ZEROES TO WS-FAT-NUM-COMP.
           MOVE ZEROES TO WS-FAT-SOMA-COMP.
           IF LK-FAT-PRODUTO = 'TARF' AND LK-FAT-RESERVA-ID > 0
                   AND WS-FAT-PCMP-ABERTO = 'S'
               PERFORM P280-LER-COMPONENTES
           END-IF.
           IF WS-FAT-NUM-COMP > 0
                   AND WS-FAT-SOMA-COMP = LK-FAT-VALOR
               PERFORM P290-LINHAS-COMPONENTES
           ELSE
               PERFORM P295-LINHA-UNICA
           END-IF.

      *    CLIENTE: A EMPRESA NAS VENDAS EM CONTA, SENAO O PASSAGEIRO
      *    COMO CONSUMIDOR FINAL (O FICHEIRO NAO GUARDA NIF PESSOAL)
       P260-CLIENTE.

           MOVE 'CF' TO DOC-CLIENTE-ID.
           MOVE '999999990' TO DOC-CLIENTE-NIF.
           MOVE 'CONSUMIDOR FINAL' TO DOC-CLIENTE-NOME.
           MOVE 'N' TO WS-FAT-ACHADO.
           IF LK-FAT-EMPRESA NOT = SPACES AND WS-FAT-EMP-ABERTO = 'S'
               MOVE LK-FAT-EMPRESA TO EMP-CODIGO
               READ EMPRESASINPUT
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WS-FAT-ACHADO
                       MOVE SPACES TO DOC-CLIENTE-ID
                       STRING 'E' DELIMITED BY SIZE
                               EMP-CODIGO DELIMITED BY SIZE
                           INTO DOC-CLIENTE-ID
                       END-STRING
                       MOVE EMP-NIF TO DOC-CLIENTE-NIF
                       MOVE EMP-NOME TO DOC-CLIENTE-NOME
               END-READ
           END-IF.
           IF WS-FAT-ACHADO = 'N' AND LK-FAT-PAX-ID > 0
                   AND WS-FAT-PAX-ABERTO = 'S'
               MOVE LK-FAT-PAX-ID TO PAX-ID
               READ PASSAGEIROSINPUT
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SPACES TO DOC-CLIENTE-ID
                       STRING 'P' DELIMITED BY SIZE
                               PAX-ID DELIMITED BY SIZE
                           INTO DOC-CLIENTE-ID
                       END-STRING
                       MOVE PAX-NOME TO DOC-CLIENTE-NOME
               END-READ
           END-IF.

      *    A TAXA DE IVA DA ROTA PREVALECE SOBRE A GERAL (SEM ROTA)
       P270-TAXA-IVA-ROTA.

           MOVE SPACES TO WS-FAT-IVA-COD.
           MOVE ZEROES TO WS-FAT-IVA-PCT.
           MOVE 'N' TO WS-FAT-IVA-ROTA.
           IF WS-FAT-TAXA-ABERTA = 'S'
               MOVE 'N' TO WS-FAT-FIM
               MOVE LOW-VALUES TO TAXA-CODIGO
               START TAXASINPUT KEY IS NOT LESS THAN TAXA-CODIGO
                   INVALID KEY
                       MOVE 'S' TO WS-FAT-FIM
               END-START
               PERFORM UNTIL WS-FAT-FIM = 'S'
                   READ TAXASINPUT NEXT RECORD
                       AT END
                           MOVE 'S' TO WS-FAT-FIM
                       NOT AT END
                           IF TAXA-CODIGO (1:3) = 'IVA'
                                   AND TAXA-PERCENTAGEM
                               IF TAXA-ROTA = LK-FAT-VOO
                                       AND LK-FAT-VOO NOT = SPACES
                                   MOVE TAXA-CODIGO TO WS-FAT-IVA-COD
                                   MOVE TAXA-VALOR TO WS-FAT-IVA-PCT
                                   MOVE 'S' TO WS-FAT-IVA-ROTA
                               END-IF
                               IF TAXA-ROTA = SPACES
                                       AND WS-FAT-IVA-ROTA = 'N'
                                       AND WS-FAT-IVA-COD = SPACES
                                   MOVE TAXA-CODIGO TO WS-FAT-IVA-COD
                                   MOVE TAXA-VALOR TO WS-FAT-IVA-PCT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       P280-LER-COMPONENTES.

           MOVE 'N' TO WS-FAT-FIM.
           MOVE LK-FAT-RESERVA-ID TO PCMP-RESERVA-ID.
           MOVE LOW-VALUES TO PCMP-CODIGO.
           START PRECOCOMPINPUT KEY IS NOT LESS THAN PCMP-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-FAT-FIM
           END-START.
           PERFORM UNTIL WS-FAT-FIM = 'S'
               READ PRECOCOMPINPUT NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-FAT-FIM
                   NOT AT END
                       IF PCMP-RESERVA-ID NOT = LK-FAT-RESERVA-ID
                           MOVE 'S' TO WS-FAT-FIM
                       ELSE
                           IF WS-FAT-NUM-COMP < 10
                               ADD 1 TO WS-FAT-NUM-COMP
                               MOVE PCMP-CODIGO
                                   TO WS-FAT-COMP-COD (WS-FAT-NUM-COMP)
                               MOVE PCMP-VALOR
                                 TO WS-FAT-COMP-VALOR (WS-FAT-NUM-COMP)
                               ADD PCMP-VALOR TO WS-FAT-SOMA-COMP
                           ELSE
                               MOVE ZEROES TO WS-FAT-NUM-COMP
                               MOVE 'S' TO WS-FAT-FIM
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *    O MOVIMENTO COBRE O PRECO COMPLETO DA RESERVA: CADA
      *    COMPONENTE E UMA LINHA, E AS TAXAS DE IVA APLICADAS A
      *    TARIFA FICAM NA LINHA DA TARIFA. AS RESTANTES TAXAS NAO
      *    ESTAO SUJEITAS A IVA
       P290-LINHAS-COMPONENTES.

           MOVE ZEROES TO WS-FAT-LIN-TARF.
           MOVE ZEROES TO WS-FAT-IVA-SOMA.
           MOVE SPACES TO WS-FAT-IVA-COD.
           MOVE ZEROES TO WS-FAT-IVA-PCT.
           PERFORM VARYING WS-FAT-I FROM 1 BY 1
                   UNTIL WS-FAT-I > WS-FAT-NUM-COMP
               IF WS-FAT-COMP-COD (WS-FAT-I) = 'TARF'
                   PERFORM P291-NOVA-LINHA
                   MOVE DOC-NUM-LINHAS TO WS-FAT-LIN-TARF
                   MOVE 'TARF' TO DOC-LIN-CODIGO (DOC-NUM-LINHAS)
                   MOVE 'TRANSPORTE AEREO'
                       TO DOC-LIN-DESC (DOC-NUM-LINHAS)
               ELSE
                   MOVE 'N' TO WS-FAT-ACHADO
                   IF WS-FAT-TAXA-ABERTA = 'S'
                       MOVE WS-FAT-COMP-COD (WS-FAT-I) TO TAXA-CODIGO
                       READ TAXASINPUT
                           INVALID KEY
                               MOVE SPACES TO TAXA-DESC
                           NOT INVALID KEY
                               MOVE 'S' TO WS-FAT-ACHADO
                       END-READ
                   END-IF
                   IF WS-FAT-ACHADO = 'S' AND TAXA-CODIGO (1:3) = 'IVA'
                       ADD WS-FAT-COMP-VALOR (WS-FAT-I)
                           TO WS-FAT-IVA-SOMA
                       IF WS-FAT-IVA-COD = SPACES
                           MOVE TAXA-CODIGO TO WS-FAT-IVA-COD
                           MOVE TAXA-VALOR TO WS-FAT-IVA-PCT
                       END-IF
                   ELSE
                       PERFORM P291-NOVA-LINHA
                       MOVE WS-FAT-COMP-COD (WS-FAT-I)
                           TO DOC-LIN-CODIGO (DOC-NUM-LINHAS)
                       IF WS-FAT-ACHADO = 'S'
                           MOVE TAXA-DESC
                               TO DOC-LIN-DESC (DOC-NUM-LINHAS)
                       ELSE
                           MOVE 'TAXA' TO DOC-LIN-DESC (DOC-NUM-LINHAS)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-FAT-LIN-TARF = 0
               MOVE 1 TO WS-FAT-LIN-TARF
           END-IF.
           IF WS-FAT-IVA-SOMA > 0 AND DOC-NUM-LINHAS > 0
               MOVE WS-FAT-IVA-COD TO DOC-LIN-IVA-COD (WS-FAT-LIN-TARF)
               MOVE WS-FAT-IVA-PCT TO DOC-LIN-IVA-PCT (WS-FAT-LIN-TARF)
               MOVE WS-FAT-IVA-SOMA TO DOC-LIN-IVA (WS-FAT-LIN-TARF)
               MOVE WS-FAT-IVA-SOMA TO DOC-IVA
           END-IF.
           COMPUTE DOC-BASE = DOC-TOTAL - DOC-IVA.

       P291-NOVA-LINHA.

           IF DOC-NUM-LINHAS < 8
               ADD 1 TO DOC-NUM-LINHAS
           END-IF.
           ADD WS-FAT-COMP-VALOR (WS-FAT-I)
               TO DOC-LIN-BASE (DOC-NUM-LINHAS).

      *    PAGAMENTO PARCIAL OU SERVICO SEM COMPONENTES: UMA LINHA DO
      *    PRODUTO, COM O IVA INCLUIDO NO VALOR A TAXA DA ROTA
       P295-LINHA-UNICA.

           MOVE 1 TO DOC-NUM-LINHAS.
           MOVE LK-FAT-PRODUTO TO DOC-LIN-CODIGO (1).
           EVALUATE LK-FAT-PRODUTO
               WHEN 'TARF'
                   MOVE 'TRANSPORTE AEREO' TO DOC-LIN-DESC (1)
               WHEN 'LUGR'
                   MOVE 'ESCOLHA DE LUGAR' TO DOC-LIN-DESC (1)
               WHEN 'TAXA'
                   MOVE 'TAXA DE ALTERACAO' TO DOC-LIN-DESC (1)
               WHEN 'CRGA'
                   MOVE 'TRANSPORTE DE CARGA' TO DOC-LIN-DESC (1)
               WHEN 'FRET'
                   MOVE 'FRETAMENTO DE VOO' TO DOC-LIN-DESC (1)
               WHEN 'BAGX'
                   MOVE 'DESPESAS BAGAGEM' TO DOC-LIN-DESC (1)
               WHEN 'BORD'
                   MOVE 'VENDAS A BORDO' TO DOC-LIN-DESC (1)
               WHEN OTHER
                   MOVE 'SERVICO ADICIONAL' TO DOC-LIN-DESC (1)
                   IF WS-FAT-ANC-ABERTO = 'S'
                       MOVE LK-FAT-PRODUTO TO ANC-CODIGO
                       READ ANCILARIOSINPUT
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE ANC-DESCRICAO TO DOC-LIN-DESC (1)
                       END-READ
                   END-IF
           END-EVALUATE.
           IF WS-FAT-IVA-COD NOT = SPACES
               COMPUTE DOC-BASE ROUNDED =
                       LK-FAT-VALOR * 100 / (100 + WS-FAT-IVA-PCT)
               COMPUTE DOC-IVA = DOC-TOTAL - DOC-BASE
               MOVE WS-FAT-IVA-COD TO DOC-LIN-IVA-COD (1)
               MOVE WS-FAT-IVA-PCT TO DOC-LIN-IVA-PCT (1)
               MOVE DOC-IVA TO DOC-LIN-IVA (1)
           ELSE
               MOVE DOC-TOTAL TO DOC-BASE
           END-IF.
           MOVE DOC-BASE TO DOC-LIN-BASE (1).

      *    SEGUNDA VIA DE UM DOCUMENTO JA EMITIDO
       P500-SEGUNDA-VIA.

           MOVE LK-FAT-DOC-TIPO TO DOC-TIPO.
           MOVE LK-FAT-DOC-ANO TO DOC-ANO.
           MOVE LK-FAT-DOC-NUMERO TO DOC-NUMERO.
           READ DOCFISCAIS
               INVALID KEY
                   MOVE 'N' TO LK-FAT-RESULTADO
               NOT INVALID KEY
                   MOVE '2' TO WS-FAT-VIA
                   PERFORM P700-IMPRIMIR
                   MOVE DOC-TOTAL TO WS-PRT-VALOR-ED
                   DISPLAY '2.A VIA DE ' WS-FAT-ID ' - '
                           DOC-CLIENTE-NOME ' TOTAL ' WS-PRT-VALOR-ED
           END-READ.

       P600-LISTAR.

           MOVE 'N' TO WS-FAT-FIM.
           MOVE LK-FAT-RESERVA-ID TO DOC-RESERVA-ID.
           START DOCFISCAIS KEY IS EQUAL DOC-RESERVA-ID
               INVALID KEY
                   DISPLAY 'RESERVA ' LK-FAT-RESERVA-ID
                           ' SEM DOCUMENTOS FISCAIS'
                   MOVE 'N' TO LK-FAT-RESULTADO
                   MOVE 'S' TO WS-FAT-FIM
           END-START.
           PERFORM UNTIL WS-FAT-FIM = 'S'
               READ DOCFISCAIS NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-FAT-FIM
                   NOT AT END
                       IF DOC-RESERVA-ID NOT = LK-FAT-RESERVA-ID
                           MOVE 'S' TO WS-FAT-FIM
                       ELSE
                           PERFORM P650-MOSTRAR-DOCUMENTO
                       END-IF
               END-READ
           END-PERFORM.

       P650-MOSTRAR-DOCUMENTO.

           MOVE DOC-TIPO TO WS-FAT-ID-TIPO.
           MOVE DOC-ANO TO WS-FAT-ID-ANO.
           MOVE DOC-NUMERO TO WS-FAT-ID-NUMERO.
           MOVE DOC-BASE TO WS-PRT-VALOR-ED.
           MOVE DOC-IVA TO WS-PRT-VALOR-ED2.
           MOVE DOC-TOTAL TO WS-PRT-VALOR-ED3.
           DISPLAY '  ' WS-FAT-ID ' ' DOC-DATA ' ' DOC-CLIENTE-ID
                   ' BASE ' WS-PRT-VALOR-ED ' IVA ' WS-PRT-VALOR-ED2
                   ' TOTAL ' WS-PRT-VALOR-ED3.

      *    IMPRESSAO DO DOCUMENTO NO FICHEIRO DE FATURAS, COM O IVA
      *    DISCRIMINADO POR LINHA E RESUMIDO POR CODIGO DE TAXA
       P700-IMPRIMIR.

           MOVE DOC-TIPO TO WS-FAT-ID-TIPO.
           MOVE DOC-ANO TO WS-FAT-ID-ANO.
           MOVE DOC-NUMERO TO WS-FAT-ID-NUMERO.

           OPEN EXTEND FATURASOUTPUT.
           IF WS-FS-PRT-NOVO
               CLOSE FATURASOUTPUT
               OPEN OUTPUT FATURASOUTPUT
           END-IF.

           MOVE ALL '=' TO FATURASOUTPUT-LINHA.
           WRITE FATURASOUTPUT-LINHA.
           MOVE SPACES TO FATURASOUTPUT-LINHA.
           EVALUATE TRUE
               WHEN DOC-FATURA-RECIBO
                   MOVE 'FATURA-RECIBO' TO FATURASOUTPUT-LINHA (1:20)
               WHEN DOC-FATURA
                   MOVE 'FATURA' TO FATURASOUTPUT-LINHA (1:20)
               WHEN OTHER
                   MOVE 'NOTA DE CREDITO' TO FATURASOUTPUT-LINHA (1:20)
           END-EVALUATE.
           IF WS-FAT-VIA = '2'
               MOVE '2.A VIA' TO FATURASOUTPUT-LINHA (22:7)
           END-IF.
           MOVE WS-FAT-ID TO FATURASOUTPUT-LINHA (57:16).
           WRITE FATURASOUTPUT-LINHA.

           MOVE SPACES TO FATURASOUTPUT-LINHA.
           STRING 'DATA ' DELIMITED BY SIZE
                   DOC-DATA DELIMITED BY SIZE
                   '  HORA ' DELIMITED BY SIZE
                   DOC-HORA (1:2) DELIMITED BY SIZE
                   ':' DELIMITED BY SIZE
                   DOC-HORA (3:2) DELIMITED BY SIZE
                   '  OPERADOR ' DELIMITED BY SIZE
                   DOC-OPERADOR DELIMITED BY SIZE
               INTO FATURASOUTPUT-LINHA
           END-STRING.
           WRITE FATURASOUTPUT-LINHA.

           MOVE SPACES TO FATURASOUTPUT-LINHA.
           STRING 'CLIENTE ' DELIMITED BY SIZE
                   DOC-CLIENTE-ID DELIMITED BY SIZE
                   ' NIF ' DELIMITED BY SIZE
                   DOC-CLIENTE-NIF DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   DOC-CLIENTE-NOME DELIMITED BY SIZE
               INTO FATURASOUTPUT-LINHA
           END-STRING.
           WRITE FATURASOUTPUT-LINHA.

           MOVE SPACES TO FATURASOUTPUT-LINHA.
           STRING 'RESERVA ' DELIMITED BY SIZE
                   DOC-RESERVA-ID DELIMITED BY SIZE
                   '  VOO ' DELIMITED BY SIZE
                   DOC-VOO DELIMITED BY SIZE
               INTO FATURASOUTPUT-LINHA
           END-STRING.
           WRITE FATURASOUTPUT-LINHA.

           IF DOC-REF-TIPO NOT = SPACES
               MOVE SPACES TO FATURASOUTPUT-LINHA
               STRING 'REFERENTE A ' DELIMITED BY SIZE
                       DOC-REF-TIPO DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       DOC-REF-ANO DELIMITED BY SIZE
                       '/' DELIMITED BY SIZE
                       DOC-REF-NUMERO DELIMITED BY SIZE
                   INTO FATURASOUTPUT-LINHA
               END-STRING
               WRITE FATURASOUTPUT-LINHA
           END-IF.

           MOVE SPACES TO FATURASOUTPUT-LINHA.
           MOVE 'COD.  DESCRICAO                  BASE  IVA      %'
               TO FATURASOUTPUT-LINHA (1:50).
           MOVE 'VALOR IVA' TO FATURASOUTPUT-LINHA (57:9).
           WRITE FATURASOUTPUT-LINHA.

           MOVE ZEROES TO WS-FAT-NUM-RES.
           PERFORM VARYING WS-FAT-I FROM 1 BY 1
                   UNTIL WS-FAT-I > DOC-NUM-LINHAS
               MOVE DOC-LIN-CODIGO (WS-FAT-I) TO WS-PRT-CODIGO
               MOVE DOC-LIN-DESC (WS-FAT-I) TO WS-PRT-DESC
               MOVE DOC-LIN-BASE (WS-FAT-I) TO WS-PRT-BASE
               MOVE DOC-LIN-IVA-COD (WS-FAT-I) TO WS-PRT-IVA-COD
               MOVE DOC-LIN-IVA-PCT (WS-FAT-I) TO WS-PRT-IVA-PCT
               MOVE DOC-LIN-IVA (WS-FAT-I) TO WS-PRT-IVA
               IF DOC-LIN-IVA-COD (WS-FAT-I) = SPACES
                   MOVE 'ISEN' TO WS-PRT-IVA-COD
               END-IF
               MOVE WS-PRT-LINHA-DET TO FATURASOUTPUT-LINHA
               WRITE FATURASOUTPUT-LINHA
               PERFORM P710-ACUMULAR-RESUMO
           END-PERFORM.

           MOVE ALL '-' TO FATURASOUTPUT-LINHA.
           WRITE FATURASOUTPUT-LINHA.
           PERFORM VARYING WS-FAT-J FROM 1 BY 1
                   UNTIL WS-FAT-J > WS-FAT-NUM-RES
               MOVE WS-FAT-RES-COD (WS-FAT-J) TO WS-PRT-RES-COD
               MOVE WS-FAT-RES-PCT (WS-FAT-J) TO WS-PRT-RES-PCT
               MOVE WS-FAT-RES-BASE (WS-FAT-J) TO WS-PRT-RES-BASE
               MOVE WS-FAT-RES-IVA (WS-FAT-J) TO WS-PRT-RES-IVA
               MOVE WS-PRT-LINHA-RES TO FATURASOUTPUT-LINHA
               WRITE FATURASOUTPUT-LINHA
           END-PERFORM.

           MOVE DOC-BASE TO WS-PRT-VALOR-ED.
           MOVE DOC-IVA TO WS-PRT-VALOR-ED2.
           MOVE DOC-TOTAL TO WS-PRT-VALOR-ED3.
           MOVE SPACES TO FATURASOUTPUT-LINHA.
           STRING 'BASE ' DELIMITED BY SIZE
                   WS-PRT-VALOR-ED DELIMITED BY SIZE
                   '   TOTAL IVA ' DELIMITED BY SIZE
                   WS-PRT-VALOR-ED2 DELIMITED BY SIZE
                   '   TOTAL ' DELIMITED BY SIZE
                   WS-PRT-VALOR-ED3 DELIMITED BY SIZE
               INTO FATURASOUTPUT-LINHA
           END-STRING.
           WRITE FATURASOUTPUT-LINHA.

           CLOSE FATURASOUTPUT.

       P710-ACUMULAR-RESUMO.

           IF DOC-LIN-IVA-COD (WS-FAT-I) NOT = SPACES
               MOVE 0 TO WS-FAT-J
               PERFORM VARYING WS-FAT-K FROM 1 BY 1
                       UNTIL WS-FAT-K > WS-FAT-NUM-RES
                   IF WS-FAT-RES-COD (WS-FAT-K) =
                           DOC-LIN-IVA-COD (WS-FAT-I)
                       MOVE WS-FAT-K TO WS-FAT-J
                   END-IF
               END-PERFORM
               IF WS-FAT-J = 0
                   ADD 1 TO WS-FAT-NUM-RES
                   MOVE WS-FAT-NUM-RES TO WS-FAT-J
                   MOVE DOC-LIN-IVA-COD (WS-FAT-I)
                       TO WS-FAT-RES-COD (WS-FAT-J)
                   MOVE DOC-LIN-IVA-PCT (WS-FAT-I)
                       TO WS-FAT-RES-PCT (WS-FAT-J)
                   MOVE ZEROES TO WS-FAT-RES-BASE (WS-FAT-J)
                   MOVE ZEROES TO WS-FAT-RES-IVA (WS-FAT-J)
               END-IF
               ADD DOC-LIN-BASE (WS-FAT-I) TO WS-FAT-RES-BASE (WS-FAT-J)
               ADD DOC-LIN-IVA (WS-FAT-I) TO WS-FAT-RES-IVA (WS-FAT-J)
           END-IF.

       P090-CARREGAR-AMBIENTE.

           CALL 'amb_util.o' USING WS-AMB-AREA.
           MOVE SPACES TO WS-CAM-DOCFIS.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/project/docfis.dat" DELIMITED BY SIZE
               INTO WS-CAM-DOCFIS
           END-STRING.
           MOVE SPACES TO WS-CAM-SERIES.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/project/serfis.dat" DELIMITED BY SIZE
               INTO WS-CAM-SERIES
           END-STRING.
           MOVE SPACES TO WS-CAM-TAXAS.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/taxas.dat" DELIMITED BY SIZE
               INTO WS-CAM-TAXAS
           END-STRING.
           MOVE SPACES TO WS-CAM-PRECOCOMP.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/project/precocomp.dat" DELIMITED BY SIZE
               INTO WS-CAM-PRECOCOMP
           END-STRING.
           MOVE SPACES TO WS-CAM-PASSAGEIROS.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/passageiros.dat" DELIMITED BY SIZE
               INTO WS-CAM-PASSAGEIROS
           END-STRING.
           MOVE SPACES TO WS-CAM-EMPRESAS.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/project/empresas.dat" DELIMITED BY SIZE
               INTO WS-CAM-EMPRESAS
           END-STRING.
           MOVE SPACES TO WS-CAM-ANCILARIOS.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/ancilarios.dat" DELIMITED BY SIZE
               INTO WS-CAM-ANCILARIOS
           END-STRING.
           MOVE SPACES TO WS-CAM-FATURAS.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/faturas.txt" DELIMITED BY SIZE
               INTO WS-CAM-FATURAS
           END-STRING.

       END PROGRAM FATUTIL.
