       IDENTIFICATION DIVISION.
       PROGRAM-ID. DECLANUA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ACUMULADOS ASSIGN TO
               WS-CAM-ACUMULADOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACU-CHAVE
               FILE STATUS IS WS-FS-ACU.

           SELECT DECLARACOESOUTPUT ASSIGN TO
               WS-CAM-DECLARACOES
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-DCL.

           SELECT ANUALOUTPUT ASSIGN TO
               WS-CAM-ANUAL
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-ANU.

       DATA DIVISION.

       FILE SECTION.

       FD ACUMULADOS.
       01 ACUMULADOS-REG.
           03 ACU-CHAVE.
               05 ACU-ANO PIC 9(04).
               05 ACU-EMP PIC 9(05).
           03 ACU-NOME PIC X(20).
           03 ACU-BRUTO PIC 9(09)V99.
           03 ACU-IRS PIC 9(09)V99.
           03 ACU-SEGSOCIAL PIC 9(09)V99.
           03 ACU-DESCONTOS PIC 9(09)V99.
           03 ACU-AJUDAS PIC 9(09)V99.
           03 ACU-LIQUIDO PIC 9(09)V99.
           03 ACU-MESES PIC 9(02).
           03 ACU-ULTIMO-MES PIC 9(06).
       01 ACUMULADOS-CTL.
           03 ACC-CHAVE.
               05 ACC-ANO PIC 9(04).
               05 ACC-EMP PIC 9(05).
           03 ACC-MES-ACUMULADO PIC X(01) OCCURS 12 TIMES.
           03 FILLER PIC X(82).

       FD DECLARACOESOUTPUT.
       01 DECLARACOESOUTPUT-LINHA PIC X(70).

       FD ANUALOUTPUT.
       01 ANUALOUTPUT-LINHA PIC X(100).

       WORKING-STORAGE SECTION.

           01 WS-AMB-AREA.
               05 WS-AMB-CODIGO PIC X(04).
               05 WS-AMB-RAIZ PIC X(60).
           77 WS-CAM-ACUMULADOS PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/acumulados.dat".
           77 WS-CAM-DECLARACOES PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/declaracoes.txt".
           77 WS-CAM-ANUAL PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/decl_anual.txt".

           01 WS-FS-ACU PIC XX.
               88 WS-FS-ACU-OK VALUE '00'.

           01 WS-FS-DCL PIC XX.
               88 WS-FS-DCL-OK VALUE '00'.

           01 WS-FS-ANU PIC XX.
               88 WS-FS-ANU-OK VALUE '00'.

      *    IDENTIFICACAO DA ENTIDADE PAGADORA NA DECLARACAO
           77 WS-DECL-NIF PIC X(09) VALUE '500000000'.

      *    DECLARACAO ANUAL EM FORMATO FIXO: CABECALHO (1), UM
      *    REGISTO POR EMPREGADO (2) E TOTAIS DA ENTIDADE (9)
           01 WS-ANU-CABECALHO.
               05 FILLER PIC X(01) VALUE '1'.
               05 WS-ANU-C-ANO PIC 9(04).
               05 WS-ANU-C-NIF PIC X(09).
               05 WS-ANU-C-DATA PIC 9(08).
               05 WS-ANU-C-MESES PIC 9(02).
               05 FILLER PIC X(76) VALUE SPACES.

           01 WS-ANU-DETALHE.
               05 FILLER PIC X(01) VALUE '2'.
               05 WS-ANU-D-ANO PIC 9(04).
               05 WS-ANU-D-EMP PIC 9(05).
               05 WS-ANU-D-NOME PIC X(20).
               05 WS-ANU-D-BRUTO PIC 9(09)V99.
               05 WS-ANU-D-IRS PIC 9(09)V99.
               05 WS-ANU-D-SEG PIC 9(09)V99.
               05 WS-ANU-D-AJUDAS PIC 9(09)V99.
               05 WS-ANU-D-LIQUIDO PIC 9(09)V99.
               05 WS-ANU-D-MESES PIC 9(02).
               05 FILLER PIC X(13) VALUE SPACES.

           01 WS-ANU-TOTAIS.
               05 FILLER PIC X(01) VALUE '9'.
               05 WS-ANU-T-ANO PIC 9(04).
               05 WS-ANU-T-CONTA PIC 9(05).
               05 WS-ANU-T-BRUTO PIC 9(11)V99.
               05 WS-ANU-T-IRS PIC 9(11)V99.
               05 WS-ANU-T-SEG PIC 9(11)V99.
               05 WS-ANU-T-AJUDAS PIC 9(11)V99.
               05 WS-ANU-T-LIQUIDO PIC 9(11)V99.
               05 FILLER PIC X(25) VALUE SPACES.

           77 WS-EXIT-OK PIC X(01) VALUE 'N'.
           77 WS-ANO PIC 9(04) VALUE ZEROES.
           77 WS-DATA-HOJE PIC 9(08) VALUE ZEROES.
           77 WS-MES-I PIC 9(02) VALUE ZEROES.
           77 WS-MESES-ACUMULADOS PIC 9(02) VALUE ZEROES.
           77 WS-CTL-ACHADO PIC X(01) VALUE 'N'.

           77 WS-TOTAL-CONTA PIC 9(05) VALUE ZEROES.
           77 WS-TOTAL-BRUTO PIC 9(11)V99 VALUE ZEROES.
           77 WS-TOTAL-IRS PIC 9(11)V99 VALUE ZEROES.
           77 WS-TOTAL-SEG PIC 9(11)V99 VALUE ZEROES.
           77 WS-TOTAL-AJUDAS PIC 9(11)V99 VALUE ZEROES.
           77 WS-TOTAL-LIQUIDO PIC 9(11)V99 VALUE ZEROES.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           PERFORM P090-CARREGAR-AMBIENTE.
           DISPLAY '*** DECLARACOES ANUAIS DE RENDIMENTOS ***'.
           DISPLAY 'ANO A DECLARAR (AAAA)'.
           ACCEPT WS-ANO.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.

           OPEN INPUT ACUMULADOS.
           IF NOT WS-FS-ACU-OK
               DISPLAY 'SEM FICHEIRO DE ACUMULADOS - NADA A DECLARAR'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM P100-VERIFICAR-MESES.

           OPEN OUTPUT DECLARACOESOUTPUT.
           OPEN OUTPUT ANUALOUTPUT.
           MOVE WS-ANO TO WS-ANU-C-ANO.
           MOVE WS-DECL-NIF TO WS-ANU-C-NIF.
           MOVE WS-DATA-HOJE TO WS-ANU-C-DATA.
           MOVE WS-MESES-ACUMULADOS TO WS-ANU-C-MESES.
           MOVE WS-ANU-CABECALHO TO ANUALOUTPUT-LINHA.
           WRITE ANUALOUTPUT-LINHA.

           MOVE WS-ANO TO ACU-ANO.
           MOVE 1 TO ACU-EMP.
           SET WS-EXIT-OK TO 'N'.
           START ACUMULADOS KEY IS NOT LESS THAN ACU-CHAVE
               INVALID KEY
                   SET WS-EXIT-OK TO 'S'
           END-START.
           PERFORM UNTIL WS-EXIT-OK = 'S'
               READ ACUMULADOS NEXT
                   AT END
                       SET WS-EXIT-OK TO 'S'
                   NOT AT END
                       IF ACU-ANO NOT = WS-ANO
                           SET WS-EXIT-OK TO 'S'
                       ELSE
                           PERFORM P200-DECLARAR-EMPREGADO
                       END-IF
               END-READ
           END-PERFORM.
           SET WS-EXIT-OK TO 'N'.

           MOVE WS-ANO TO WS-ANU-T-ANO.
           MOVE WS-TOTAL-CONTA TO WS-ANU-T-CONTA.
           MOVE WS-TOTAL-BRUTO TO WS-ANU-T-BRUTO.
           MOVE WS-TOTAL-IRS TO WS-ANU-T-IRS.
           MOVE WS-TOTAL-SEG TO WS-ANU-T-SEG.
           MOVE WS-TOTAL-AJUDAS TO WS-ANU-T-AJUDAS.
           MOVE WS-TOTAL-LIQUIDO TO WS-ANU-T-LIQUIDO.
           MOVE WS-ANU-TOTAIS TO ANUALOUTPUT-LINHA.
           WRITE ANUALOUTPUT-LINHA.

           CLOSE ACUMULADOS.
           CLOSE DECLARACOESOUTPUT.
           CLOSE ANUALOUTPUT.

           DISPLAY 'DECLARACOES EMITIDAS: ' WS-TOTAL-CONTA.
           DISPLAY 'BRUTO: ' WS-TOTAL-BRUTO
                   ' IRS RETIDO: ' WS-TOTAL-IRS.
           DISPLAY 'SEGURANCA SOCIAL: ' WS-TOTAL-SEG
                   ' LIQUIDO: ' WS-TOTAL-LIQUIDO.
           STOP RUN.

      *    OS MESES QUE NAO PASSARAM PELA FOLHA FICAM FORA DO ANO
       P100-VERIFICAR-MESES.

           MOVE ZEROES TO WS-MESES-ACUMULADOS.
           MOVE 'N' TO WS-CTL-ACHADO.
           MOVE WS-ANO TO ACC-ANO.
           MOVE ZEROES TO ACC-EMP.
           READ ACUMULADOS
               INVALID KEY
                   DISPLAY 'ATENCAO: NENHUM MES DE ' WS-ANO
                           ' FOI ACUMULADO PELA FOLHA'
                   MOVE 4 TO RETURN-CODE
               NOT INVALID KEY
                   MOVE 'S' TO WS-CTL-ACHADO
           END-READ.
           IF WS-CTL-ACHADO = 'S'
               MOVE 1 TO WS-MES-I
               PERFORM UNTIL WS-MES-I > 12
                   IF ACC-MES-ACUMULADO (WS-MES-I) = 'S'
                       ADD 1 TO WS-MESES-ACUMULADOS
                   ELSE
                       DISPLAY 'ATENCAO: MES ' WS-MES-I
                               ' NAO ACUMULADO PELA FOLHA'
                       MOVE 4 TO RETURN-CODE
                   END-IF
                   ADD 1 TO WS-MES-I
               END-PERFORM
           END-IF.

       P200-DECLARAR-EMPREGADO.

           MOVE ALL '=' TO DECLARACOESOUTPUT-LINHA.
           WRITE DECLARACOESOUTPUT-LINHA.
           MOVE SPACES TO DECLARACOESOUTPUT-LINHA.
           STRING 'DECLARACAO ANUAL DE RENDIMENTOS - ANO '
                       DELIMITED BY SIZE
                   WS-ANO DELIMITED BY SIZE
               INTO DECLARACOESOUTPUT-LINHA
           END-STRING.
           WRITE DECLARACOESOUTPUT-LINHA.
           MOVE SPACES TO DECLARACOESOUTPUT-LINHA.
           STRING 'ENTIDADE PAGADORA NIF ' DELIMITED BY SIZE
                   WS-DECL-NIF DELIMITED BY SIZE
               INTO DECLARACOESOUTPUT-LINHA
           END-STRING.
           WRITE DECLARACOESOUTPUT-LINHA.
           MOVE SPACES TO DECLARACOESOUTPUT-LINHA.
           STRING 'EMPREGADO ' DELIMITED BY SIZE
                   ACU-EMP DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   ACU-NOME DELIMITED BY SIZE
                   ' MESES PAGOS ' DELIMITED BY SIZE
                   ACU-MESES DELIMITED BY SIZE
               INTO DECLARACOESOUTPUT-LINHA
           END-STRING.
           WRITE DECLARACOESOUTPUT-LINHA.
           MOVE SPACES TO DECLARACOESOUTPUT-LINHA.
           STRING 'RENDIMENTO BRUTO           ' DELIMITED BY SIZE
                   ACU-BRUTO DELIMITED BY SIZE
               INTO DECLARACOESOUTPUT-LINHA
           END-STRING.
           WRITE DECLARACOESOUTPUT-LINHA.
           MOVE SPACES TO DECLARACOESOUTPUT-LINHA.
           STRING 'RETENCAO NA FONTE (IRS)    ' DELIMITED BY SIZE
                   ACU-IRS DELIMITED BY SIZE
               INTO DECLARACOESOUTPUT-LINHA
           END-STRING.
           WRITE DECLARACOESOUTPUT-LINHA.
           MOVE SPACES TO DECLARACOESOUTPUT-LINHA.
           STRING 'SEGURANCA SOCIAL           ' DELIMITED BY SIZE
                   ACU-SEGSOCIAL DELIMITED BY SIZE
               INTO DECLARACOESOUTPUT-LINHA
           END-STRING.
           WRITE DECLARACOESOUTPUT-LINHA.
           MOVE SPACES TO DECLARACOESOUTPUT-LINHA.
           STRING 'TOTAL DE DESCONTOS         ' DELIMITED BY SIZE
                   ACU-DESCONTOS DELIMITED BY SIZE
               INTO DECLARACOESOUTPUT-LINHA
           END-STRING.
           WRITE DECLARACOESOUTPUT-LINHA.
           MOVE SPACES TO DECLARACOESOUTPUT-LINHA.
           STRING 'AJUDAS DE CUSTO ISENTAS    ' DELIMITED BY SIZE
                   ACU-AJUDAS DELIMITED BY SIZE
               INTO DECLARACOESOUTPUT-LINHA
           END-STRING.
           WRITE DECLARACOESOUTPUT-LINHA.
           MOVE SPACES TO DECLARACOESOUTPUT-LINHA.
           STRING 'LIQUIDO RECEBIDO           ' DELIMITED BY SIZE
                   ACU-LIQUIDO DELIMITED BY SIZE
               INTO DECLARACOESOUTPUT-LINHA
           END-STRING.
           WRITE DECLARACOESOUTPUT-LINHA.

           MOVE WS-ANO TO WS-ANU-D-ANO.
           MOVE ACU-EMP TO WS-ANU-D-EMP.
           MOVE ACU-NOME TO WS-ANU-D-NOME.
           MOVE ACU-BRUTO TO WS-ANU-D-BRUTO.
           MOVE ACU-IRS TO WS-ANU-D-IRS.
           MOVE ACU-SEGSOCIAL TO WS-ANU-D-SEG.
           MOVE ACU-AJUDAS TO WS-ANU-D-AJUDAS.
           MOVE ACU-LIQUIDO TO WS-ANU-D-LIQUIDO.
           MOVE ACU-MESES TO WS-ANU-D-MESES.
           MOVE WS-ANU-DETALHE TO ANUALOUTPUT-LINHA.
           WRITE ANUALOUTPUT-LINHA.

           ADD 1 TO WS-TOTAL-CONTA.
           ADD ACU-BRUTO TO WS-TOTAL-BRUTO.
           ADD ACU-IRS TO WS-TOTAL-IRS.
           ADD ACU-SEGSOCIAL TO WS-TOTAL-SEG.
           ADD ACU-AJUDAS TO WS-TOTAL-AJUDAS.
           ADD ACU-LIQUIDO TO WS-TOTAL-LIQUIDO.

       P090-CARREGAR-AMBIENTE.

           CALL 'amb_util.o' USING WS-AMB-AREA.
           DISPLAY 'AMBIENTE ATIVO: ' WS-AMB-CODIGO.
           MOVE SPACES TO WS-CAM-ACUMULADOS.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   '/acumulados.dat' DELIMITED BY SIZE
               INTO WS-CAM-ACUMULADOS
           END-STRING.
           MOVE SPACES TO WS-CAM-DECLARACOES.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   '/declaracoes.txt' DELIMITED BY SIZE
               INTO WS-CAM-DECLARACOES
           END-STRING.
           MOVE SPACES TO WS-CAM-ANUAL.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   '/decl_anual.txt' DELIMITED BY SIZE
               INTO WS-CAM-ANUAL
           END-STRING.

       END PROGRAM DECLANUA.
