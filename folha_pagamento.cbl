               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-TRF.

           SELECT AJUDASINPUT ASSIGN TO
               WS-CAM-AJUDAS
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-AJU.

           SELECT HONORARIOSINPUT ASSIGN TO
               WS-CAM-HONORARIOS
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-HON.

           SELECT ACUMULADOS ASSIGN TO
               WS-CAM-ACUMULADOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACU-CHAVE
               FILE STATUS IS WS-FS-ACU.

           SELECT CONTASGLINPUT ASSIGN TO
               WS-CAM-CONTASGL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GL-TIPO
               FILE STATUS IS WS-FS-GL.

           SELECT CENTROSCUSTO ASSIGN TO
               WS-CAM-CENTROS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CCU-EMP
               FILE STATUS IS WS-FS-CCU.

           SELECT RAZAOFOLHAOUTPUT ASSIGN TO
               WS-CAM-RAZAO-FOLHA
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-DIA.

       DATA DIVISION.

       FILE SECTION.
           03 EMP-SALARIO PIC 9(06)V99.
           03 EMP-IBAN PIC X(25).
           03 EMP-SUSPENSO PIC X(01).
           03 EMP-DATA-ADMISSAO PIC 9(08).

       FD RECIBOSOUTPUT.
       01 RECIBOSOUTPUT-LINHA PIC X(70).
       FD TRANSFOUTPUT.
       01 TRANSFOUTPUT-LINHA PIC X(62).

       FD AJUDASINPUT.
       01 AJUDASINPUT-LINHA PIC X(22).

       FD HONORARIOSINPUT.
       01 HONORARIOSINPUT-LINHA PIC X(22).

      *    ACUMULADOS DO ANO POR EMPREGADO. O REGISTO DE EMPREGADO
      *    00000 DE CADA ANO GUARDA OS MESES JA ACUMULADOS
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

       FD CONTASGLINPUT.
       01 CONTASGLINPUT-REG.
           03 GL-TIPO PIC X(01).
           03 GL-CONTA-DEBITO PIC X(06).
           03 GL-CONTA-CREDITO PIC X(06).
           03 GL-DESCRICAO PIC X(20).

      *    REPARTICAO OPCIONAL DO CUSTO DE CADA EMPREGADO POR CENTROS
      *    DE CUSTO (PERCENTAGENS QUE SOMAM 100)
       FD CENTROSCUSTO.
       01 CENTROSCUSTO-REG.
           03 CCU-EMP PIC 9(05).
           03 CCU-PARTE OCCURS 5 TIMES.
               05 CCU-CENTRO PIC X(04).
               05 CCU-PCT PIC 9(03).

       FD RAZAOFOLHAOUTPUT.
       01 RAZAOFOLHAOUTPUT-LINHA PIC X(50).

       WORKING-STORAGE SECTION.

           01 WS-AMB-AREA.
           "/Users/antonyferreira/Documents/Cobol/escaloes.dat".
           77 WS-CAM-TRANSF PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/transferencias.txt".
           77 WS-CAM-AJUDAS PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/ajudas.txt".
           77 WS-CAM-HONORARIOS PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/honorarios.txt".
           77 WS-CAM-ACUMULADOS PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/acumulados.dat".
           77 WS-CAM-CONTASGL PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/contasgl.dat".
           77 WS-CAM-CENTROS PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/centros_custo.dat".
           77 WS-CAM-RAZAO-FOLHA PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/razao_folha.txt".

           01 WS-FS-EMP PIC XX.
               88 WS-FS-EMP-OK VALUE '00'.
           01 WS-FS-TRF PIC XX.
               88 WS-FS-TRF-OK VALUE '00'.

           01 WS-FS-AJU PIC XX.
               88 WS-FS-AJU-OK VALUE '00'.

           01 WS-FS-HON PIC XX.
               88 WS-FS-HON-OK VALUE '00'.

           01 WS-FS-ACU PIC XX.
               88 WS-FS-ACU-OK VALUE '00'.
               88 WS-FS-ACU-NOVO VALUE '35'.

           01 WS-FS-GL PIC XX.
               88 WS-FS-GL-OK VALUE '00'.

           01 WS-FS-CCU PIC XX.
               88 WS-FS-CCU-OK VALUE '00'.
               88 WS-FS-CCU-NOVO VALUE '35'.

           01 WS-FS-DIA PIC XX.
               88 WS-FS-DIA-OK VALUE '00'.

           01 WS-MES-FOLHA-R.
               05 WS-MF-ANO PIC 9(04).
               05 WS-MF-MES PIC 9(02).
           77 WS-ACU-ATIVO PIC X(01) VALUE 'N'.
           77 WS-ACU-RESPOSTA PIC X(01) VALUE 'N'.
           77 WS-ACU-I PIC 9(02) VALUE ZEROES.
           77 WS-ACU-CONTA PIC 9(04) VALUE ZEROES.

           01 WS-TRANSF-REG.
               05 WS-TRF-IBAN PIC X(25).
               05 WS-TRF-VALOR PIC 9(09)V99.
               05 WS-H-EXTRA PIC 9(03).
               05 WS-H-FALTAS PIC 9(02).

      *    AJUDAS DE CUSTO DA TRIPULACAO (ESTADIAS FORA DA BASE) -
      *    NAO SUJEITAS A DESCONTOS, SOMAM AO LIQUIDO
           01 WS-AJUDAS-LINHA PIC X(22).
               01 FILLER REDEFINES WS-AJUDAS-LINHA.
               05 WS-AJ-MES PIC 9(06).
               05 WS-AJ-CODIGO PIC 9(05).
               05 WS-AJ-NOITES PIC 9(03).
               05 WS-AJ-VALOR PIC 9(06)V99.

           77 WS-AJUDAS-TOTAL PIC 9(03) VALUE ZEROES.
           77 WS-AJUDAS-I PIC 9(03) VALUE ZEROES.
           77 WS-AJUDAS-ACHADA PIC 9(03) VALUE ZEROES.
           77 WS-VALOR-AJUDAS PIC 9(06)V99 VALUE ZEROES.
           77 WS-NOITES-AJUDAS PIC 9(03) VALUE ZEROES.
           77 WS-TOTAL-AJUDAS PIC 9(09)V99 VALUE ZEROES.

           01 WS-TABELA-AJUDAS.
               05 WS-AJUDAS-ENT OCCURS 200 TIMES.
                   10 WS-AJUDAS-E-CODIGO PIC 9(05).
                   10 WS-AJUDAS-E-NOITES PIC 9(03).
                   10 WS-AJUDAS-E-VALOR PIC 9(06)V99.

      *    HONORARIOS DE FORMACAO DOS FORMADORES INTERNOS, CALCULADOS
      *    PELAS HORAS DADAS NO MES - SUJEITOS A DESCONTOS
           01 WS-HONOR-LINHA PIC X(22).
               01 FILLER REDEFINES WS-HONOR-LINHA.
               05 WS-HN-MES PIC 9(06).
               05 WS-HN-CODIGO PIC 9(05).
               05 WS-HN-HORAS PIC 9(03).
               05 WS-HN-VALOR PIC 9(06)V99.

           77 WS-HONOR-TOTAL PIC 9(03) VALUE ZEROES.
           77 WS-HONOR-I PIC 9(03) VALUE ZEROES.
           77 WS-HONOR-ACHADA PIC 9(03) VALUE ZEROES.
           77 WS-VALOR-HONOR PIC 9(06)V99 VALUE ZEROES.
           77 WS-HORAS-HONOR PIC 9(03) VALUE ZEROES.
           77 WS-TOTAL-HONOR PIC 9(09)V99 VALUE ZEROES.

           01 WS-TABELA-HONOR.
               05 WS-HONOR-ENT OCCURS 200 TIMES.
                   10 WS-HONOR-E-CODIGO PIC 9(05).
                   10 WS-HONOR-E-HORAS PIC 9(03).
                   10 WS-HONOR-E-VALOR PIC 9(06)V99.

      *    DIARIO DA FOLHA PARA O RAZAO, NO FORMATO DO razao.txt DA
      *    EXPORTACAO DE MOVIMENTOS (GLEXPORT). OS 4 CARACTERES FINAIS,
      *    EM BRANCO NA EXPORTACAO, LEVAM O CENTRO DE CUSTO
           01 WS-RAZAO-REG.
               05 WS-RAZ-CONTA PIC X(06).
               05 WS-RAZ-SINAL PIC X(01).
               05 WS-RAZ-VALOR PIC 9(09)V99.
               05 WS-RAZ-DATA PIC 9(08).
               05 WS-RAZ-DESC PIC X(20).
               05 WS-RAZ-CENTRO PIC X(04).

      *    COMPONENTES DA FOLHA E RESPETIVO TIPO NO MAPA DE CONTAS:
      *    1 SALARIO  2 HORAS EXTRA  3 AJUDAS DE CUSTO  4 IRS RETIDO
      *    5 SEGURANCA SOCIAL  6 OUTROS DESCONTOS (FALTAS)  7 LIQUIDO
      *    CADA COMPONENTE LANCA A DEBITO E A CREDITO AS CONTAS DO SEU
      *    TIPO. O LADO DE CUSTO (D OU C) LEVA O CENTRO DE CUSTO
           01 WS-DIA-TIPOS PIC X(07) VALUE '1234567'.
           01 WS-DIA-LADOS PIC X(07) VALUE 'DDD  C '.

           01 WS-TABELA-MAPA.
               05 WS-MAPA-ENT OCCURS 7 TIMES.
                   10 WS-MAPA-OK PIC X(01).
                   10 WS-MAPA-DEBITO PIC X(06).
                   10 WS-MAPA-CREDITO PIC X(06).
                   10 WS-MAPA-DESC PIC X(20).

           01 WS-DIA-VALORES.
               05 WS-DIA-VALOR PIC 9(07)V99 OCCURS 7 TIMES.

           01 WS-TABELA-REPARTICAO.
               05 WS-REP-ENT OCCURS 5 TIMES.
                   10 WS-REP-CENTRO PIC X(04).
                   10 WS-REP-PCT PIC 9(03).

           01 WS-TABELA-DIARIO.
               05 WS-DIARIO-ENT OCCURS 300 TIMES.
                   10 WS-DIARIO-E-CONTA PIC X(06).
                   10 WS-DIARIO-E-SINAL PIC X(01).
                   10 WS-DIARIO-E-CENTRO PIC X(04).
                   10 WS-DIARIO-E-DESC PIC X(20).
                   10 WS-DIARIO-E-VALOR PIC 9(09)V99.

           77 WS-DIA-ATIVO PIC X(01) VALUE 'N'.
           77 WS-DIA-CHEIO PIC X(01) VALUE 'N'.
           77 WS-DIA-I PIC 9(02) VALUE ZEROES.
           77 WS-DIA-P PIC 9(02) VALUE ZEROES.
           77 WS-DIA-SEM-MAPA PIC 9(04) VALUE ZEROES.
           77 WS-DIA-PARCELA PIC 9(07)V99 VALUE ZEROES.
           77 WS-DIA-RESTO PIC 9(07)V99 VALUE ZEROES.
           77 WS-DIA-CENTRO PIC X(04) VALUE SPACES.
           77 WS-DIA-CONTA PIC X(06) VALUE SPACES.
           77 WS-DIA-SINAL PIC X(01) VALUE SPACES.
           77 WS-DIA-LINHA-CENTRO PIC X(04) VALUE SPACES.
           77 WS-DIA-DEBITOS PIC 9(11)V99 VALUE ZEROES.
           77 WS-DIA-CREDITOS PIC 9(11)V99 VALUE ZEROES.
           77 WS-DIARIO-TOTAL PIC 9(03) VALUE ZEROES.
           77 WS-DIARIO-I PIC 9(03) VALUE ZEROES.
           77 WS-DIARIO-ACHADA PIC 9(03) VALUE ZEROES.
           77 WS-REP-TOTAL PIC 9(01) VALUE ZEROES.
           77 WS-CCU-SOMA PIC 9(03) VALUE ZEROES.
           77 WS-CCU-FIM PIC X(01) VALUE 'N'.

           77 WS-EXIT-OK PIC X(01) VALUE 'N'.
           77 WS-EXIT-OK2 PIC X(01) VALUE 'N'.
           77 WS-OP PIC 9(01) VALUE ZEROES.
               OPEN I-O ESCALOES
           END-IF.

           OPEN I-O CENTROSCUSTO.
           IF WS-FS-CCU-NOVO
               OPEN OUTPUT CENTROSCUSTO
               CLOSE CENTROSCUSTO
               OPEN I-O CENTROSCUSTO
           END-IF.

           MOVE 1 TO WS-OP.
           PERFORM UNTIL WS-OP = 0
               DISPLAY '1-LISTAR EMPREGADOS 2-ADICIONAR EMPREGADO '
                       '3-PROCESSAR FOLHA 4-TABELA DE ESCALOES '
                       '5-SUSPENDER TRANSFERENCIA '
                       '6-CENTROS DE CUSTO 0-SAIR'
               ACCEPT WS-OP
               EVALUATE WS-OP
                   WHEN 1
                       PERFORM P500-TABELA-ESCALOES
                   WHEN 5
                       PERFORM P600-SUSPENDER-TRANSFERENCIA
                   WHEN 6
                       PERFORM P700-CENTROS-CUSTO
                   WHEN 0
                       CONTINUE
                   WHEN OTHER

           CLOSE EMPREGADOS.
           CLOSE ESCALOES.
           CLOSE CENTROSCUSTO.
           STOP RUN.

       P100-LISTAR-EMPREGADOS.
           ACCEPT EMP-SALARIO.
           DISPLAY 'IBAN PARA TRANSFERENCIA'.
           ACCEPT EMP-IBAN.
           DISPLAY 'DATA DE ADMISSAO (AAAAMMDD)'.
           ACCEPT EMP-DATA-ADMISSAO.
           MOVE 'N' TO EMP-SUSPENSO.

           WRITE EMPREGADOS-REG

           DISPLAY 'MES DA FOLHA (AAAAMM)'.
           ACCEPT WS-MES-FOLHA.
           MOVE WS-MES-FOLHA TO WS-MES-FOLHA-R.
           IF WS-MF-MES < 1 OR WS-MF-MES > 12
               DISPLAY 'MES INVALIDO - FOLHA NAO PROCESSADA'
           ELSE
               PERFORM P305-ABRIR-ACUMULADOS
               IF WS-ACU-RESPOSTA = 'N'
                   DISPLAY 'FOLHA NAO PROCESSADA'
               ELSE
                   PERFORM P302-PROCESSAR-MES
               END-IF
               CLOSE ACUMULADOS
           END-IF.

       P302-PROCESSAR-MES.

           PERFORM P310-LER-DESCONTOS.
           PERFORM P315-CARREGAR-HORAS.
           PERFORM P316-CARREGAR-AJUDAS.
           PERFORM P311-CARREGAR-HONORARIOS.
           PERFORM P370-PREPARAR-DIARIO.

           OPEN OUTPUT RECIBOSOUTPUT.
           OPEN OUTPUT TRANSFOUTPUT.
           MOVE ZEROES TO WS-TOTAL-BRUTO.
           MOVE ZEROES TO WS-TOTAL-DESCONTOS.
           MOVE ZEROES TO WS-TOTAL-LIQUIDO.
           MOVE ZEROES TO WS-TOTAL-AJUDAS.
           MOVE ZEROES TO WS-TOTAL-HONOR.
           MOVE ZEROES TO WS-ACU-CONTA.

           MOVE ZEROES TO EMP-CODIGO.
           SET WS-EXIT-OK TO 'N'.
           CLOSE RECIBOSOUTPUT.
           PERFORM P350-FECHAR-TRANSFERENCIAS.
           PERFORM P400-GRAVAR-TOTAIS.
           IF WS-ACU-ATIVO = 'S'
               PERFORM P366-MARCAR-MES
           END-IF.
           PERFORM P390-FECHAR-DIARIO.

           DISPLAY 'FOLHA PROCESSADA PARA ' WS-TOTAL-EMPREGADOS
                   ' EMPREGADOS'.
           DISPLAY 'BRUTO: ' WS-TOTAL-BRUTO
                   ' DESCONTOS: ' WS-TOTAL-DESCONTOS
                   ' LIQUIDO: ' WS-TOTAL-LIQUIDO.
           IF WS-TOTAL-AJUDAS > ZEROES
               DISPLAY 'AJUDAS DE CUSTO INCLUIDAS NO LIQUIDO: '
                       WS-TOTAL-AJUDAS
           END-IF.
           IF WS-TOTAL-HONOR > ZEROES
               DISPLAY 'HONORARIOS DE FORMACAO INCLUIDOS NO BRUTO: '
                       WS-TOTAL-HONOR
           END-IF.

      *    UM MES SO ACUMULA UMA VEZ. SE JA ACUMULOU, A FOLHA PODE SER
      *    REEMITIDA (RECIBOS E TRANSFERENCIAS) SEM MEXER NO ANO
       P305-ABRIR-ACUMULADOS.

           MOVE 'S' TO WS-ACU-RESPOSTA.
           MOVE 'S' TO WS-ACU-ATIVO.
           OPEN I-O ACUMULADOS.
           IF WS-FS-ACU-NOVO
               OPEN OUTPUT ACUMULADOS
               CLOSE ACUMULADOS
               OPEN I-O ACUMULADOS
           END-IF.
           MOVE WS-MF-ANO TO ACC-ANO.
           MOVE ZEROES TO ACC-EMP.
           READ ACUMULADOS
               INVALID KEY
                   MOVE SPACES TO ACUMULADOS-CTL
                   MOVE WS-MF-ANO TO ACC-ANO
                   MOVE ZEROES TO ACC-EMP
                   MOVE 1 TO WS-ACU-I
                   PERFORM UNTIL WS-ACU-I > 12
                       MOVE 'N' TO ACC-MES-ACUMULADO (WS-ACU-I)
                       ADD 1 TO WS-ACU-I
                   END-PERFORM
                   WRITE ACUMULADOS-CTL
           END-READ.
           IF ACC-MES-ACUMULADO (WS-MF-MES) = 'S'
               MOVE 'N' TO WS-ACU-ATIVO
               DISPLAY 'ATENCAO: O MES ' WS-MES-FOLHA
                       ' JA FOI ACUMULADO NO ANO'
               DISPLAY 'REEMITIR RECIBOS E TRANSFERENCIAS SEM '
                       'ACUMULAR? (S/N)'
               ACCEPT WS-ACU-RESPOSTA
               IF WS-ACU-RESPOSTA NOT = 'S'
                       AND WS-ACU-RESPOSTA NOT = 's'
                   MOVE 'N' TO WS-ACU-RESPOSTA
               END-IF
           END-IF.

       P360-ACUMULAR-ANO.

           MOVE WS-MF-ANO TO ACU-ANO.
           MOVE EMP-CODIGO TO ACU-EMP.
           READ ACUMULADOS
               INVALID KEY
                   MOVE WS-MF-ANO TO ACU-ANO
                   MOVE EMP-CODIGO TO ACU-EMP
                   MOVE ZEROES TO ACU-BRUTO
                   MOVE ZEROES TO ACU-IRS
                   MOVE ZEROES TO ACU-SEGSOCIAL
                   MOVE ZEROES TO ACU-DESCONTOS
                   MOVE ZEROES TO ACU-AJUDAS
                   MOVE ZEROES TO ACU-LIQUIDO
                   MOVE ZEROES TO ACU-MESES
                   MOVE ZEROES TO ACU-ULTIMO-MES
           END-READ.
           MOVE EMP-NOME TO ACU-NOME.
           ADD WS-BRUTO TO ACU-BRUTO.
           ADD WS-DESC-IRS TO ACU-IRS.
           ADD WS-DESC-SEG TO ACU-SEGSOCIAL.
           ADD WS-DESC-IRS TO ACU-DESCONTOS.
           ADD WS-DESC-SEG TO ACU-DESCONTOS.
           ADD WS-VALOR-AJUDAS TO ACU-AJUDAS.
           ADD WS-LIQUIDO TO ACU-LIQUIDO.
           ADD 1 TO ACU-MESES.
           MOVE WS-MES-FOLHA TO ACU-ULTIMO-MES.
           WRITE ACUMULADOS-REG
               INVALID KEY
                   REWRITE ACUMULADOS-REG
           END-WRITE.
           ADD 1 TO WS-ACU-CONTA.

       P366-MARCAR-MES.

           MOVE WS-MF-ANO TO ACC-ANO.
           MOVE ZEROES TO ACC-EMP.
           READ ACUMULADOS
               INVALID KEY
                   DISPLAY 'ERRO: CONTROLO DO ANO ' WS-MF-ANO
                           ' NAO ENCONTRADO'
               NOT INVALID KEY
                   MOVE 'S' TO ACC-MES-ACUMULADO (WS-MF-MES)
                   REWRITE ACUMULADOS-CTL
                   DISPLAY 'ACUMULADOS DO ANO ATUALIZADOS PARA '
                           WS-ACU-CONTA ' EMPREGADOS'
           END-READ.

      *    MAPA DAS COMPONENTES DA FOLHA PARA CONTAS DO RAZAO, LIDO DO
      *    MAPA DE CONTAS MANTIDO NA GESTAO DE CONTAS DO RAZAO
       P370-PREPARAR-DIARIO.

           MOVE 'S' TO WS-DIA-ATIVO.
           MOVE 'N' TO WS-DIA-CHEIO.
           MOVE ZEROES TO WS-DIA-SEM-MAPA.
           MOVE ZEROES TO WS-DIARIO-TOTAL.
           OPEN INPUT CONTASGLINPUT.
           IF NOT WS-FS-GL-OK
               DISPLAY 'SEM MAPA DE CONTAS (contasgl.dat) - DIARIO '
                       'DA FOLHA NAO GERADO'
               MOVE 'N' TO WS-DIA-ATIVO
           ELSE
               MOVE 1 TO WS-DIA-I
               PERFORM UNTIL WS-DIA-I > 7
                   MOVE WS-DIA-TIPOS (WS-DIA-I:1) TO GL-TIPO
                   READ CONTASGLINPUT
                       INVALID KEY
                           MOVE 'N' TO WS-MAPA-OK (WS-DIA-I)
                           DISPLAY 'COMPONENTE DA FOLHA DE TIPO '
                                   GL-TIPO ' SEM MAPEAMENTO NO RAZAO'
                       NOT INVALID KEY
                           MOVE 'S' TO WS-MAPA-OK (WS-DIA-I)
                           MOVE GL-CONTA-DEBITO TO
                               WS-MAPA-DEBITO (WS-DIA-I)
                           MOVE GL-CONTA-CREDITO TO
                               WS-MAPA-CREDITO (WS-DIA-I)
                           MOVE GL-DESCRICAO TO
                               WS-MAPA-DESC (WS-DIA-I)
                   END-READ
                   ADD 1 TO WS-DIA-I
               END-PERFORM
               CLOSE CONTASGLINPUT
           END-IF.

       P375-LANCAR-EMPREGADO.

           MOVE ZEROES TO WS-REP-TOTAL.
           MOVE EMP-CODIGO TO CCU-EMP.
           READ CENTROSCUSTO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 1 TO WS-DIA-P
                   PERFORM UNTIL WS-DIA-P > 5
                       IF CCU-CENTRO (WS-DIA-P) NOT = SPACES
                               AND CCU-PCT (WS-DIA-P) > ZEROES
                           ADD 1 TO WS-REP-TOTAL
                           MOVE CCU-CENTRO (WS-DIA-P) TO
                               WS-REP-CENTRO (WS-REP-TOTAL)
                           MOVE CCU-PCT (WS-DIA-P) TO
                               WS-REP-PCT (WS-REP-TOTAL)
                       END-IF
                       ADD 1 TO WS-DIA-P
                   END-PERFORM
           END-READ.
           IF WS-REP-TOTAL = ZEROES
               MOVE 1 TO WS-REP-TOTAL
               MOVE SPACES TO WS-REP-CENTRO (1)
               MOVE 100 TO WS-REP-PCT (1)
           END-IF.

           COMPUTE WS-DIA-VALOR (1) = EMP-SALARIO + WS-VALOR-HONOR.
           MOVE WS-VALOR-EXTRA TO WS-DIA-VALOR (2).
           MOVE WS-VALOR-AJUDAS TO WS-DIA-VALOR (3).
           MOVE WS-DESC-IRS TO WS-DIA-VALOR (4).
           MOVE WS-DESC-SEG TO WS-DIA-VALOR (5).
           MOVE WS-VALOR-FALTAS TO WS-DIA-VALOR (6).
           MOVE WS-LIQUIDO TO WS-DIA-VALOR (7).

           MOVE 1 TO WS-DIA-I.
           PERFORM UNTIL WS-DIA-I > 7
               IF WS-DIA-VALOR (WS-DIA-I) > ZEROES
                   PERFORM P380-LANCAR-COMPONENTE
               END-IF
               ADD 1 TO WS-DIA-I
           END-PERFORM.

      *    A ULTIMA PARCELA DA REPARTICAO LEVA O RESTO, PARA QUE OS
      *    ARREDONDAMENTOS NAO DESEQUILIBREM O DIARIO
       P380-LANCAR-COMPONENTE.

           IF WS-MAPA-OK (WS-DIA-I) NOT = 'S'
               ADD 1 TO WS-DIA-SEM-MAPA
           ELSE
               IF WS-DIA-LADOS (WS-DIA-I:1) = SPACE
                   MOVE WS-DIA-VALOR (WS-DIA-I) TO WS-DIA-PARCELA
                   MOVE SPACES TO WS-DIA-CENTRO
                   PERFORM P385-LANCAR-PAR
               ELSE
                   MOVE WS-DIA-VALOR (WS-DIA-I) TO WS-DIA-RESTO
                   MOVE 1 TO WS-DIA-P
                   PERFORM UNTIL WS-DIA-P > WS-REP-TOTAL
                       IF WS-DIA-P = WS-REP-TOTAL
                           MOVE WS-DIA-RESTO TO WS-DIA-PARCELA
                       ELSE
                           COMPUTE WS-DIA-PARCELA ROUNDED =
                                   WS-DIA-VALOR (WS-DIA-I) *
                                   WS-REP-PCT (WS-DIA-P) / 100
                           IF WS-DIA-PARCELA > WS-DIA-RESTO
                               MOVE WS-DIA-RESTO TO WS-DIA-PARCELA
                           END-IF
                       END-IF
                       SUBTRACT WS-DIA-PARCELA FROM WS-DIA-RESTO
                       MOVE WS-REP-CENTRO (WS-DIA-P) TO WS-DIA-CENTRO
                       IF WS-DIA-PARCELA > ZEROES
                           PERFORM P385-LANCAR-PAR
                       END-IF
                       ADD 1 TO WS-DIA-P
                   END-PERFORM
               END-IF
           END-IF.

       P385-LANCAR-PAR.

           MOVE WS-MAPA-DEBITO (WS-DIA-I) TO WS-DIA-CONTA.
           MOVE 'D' TO WS-DIA-SINAL.
           MOVE SPACES TO WS-DIA-LINHA-CENTRO.
           IF WS-DIA-LADOS (WS-DIA-I:1) = 'D'
               MOVE WS-DIA-CENTRO TO WS-DIA-LINHA-CENTRO
           END-IF.
           PERFORM P386-SOMAR-LINHA.

           MOVE WS-MAPA-CREDITO (WS-DIA-I) TO WS-DIA-CONTA.
           MOVE 'C' TO WS-DIA-SINAL.
           MOVE SPACES TO WS-DIA-LINHA-CENTRO.
           IF WS-DIA-LADOS (WS-DIA-I:1) = 'C'
               MOVE WS-DIA-CENTRO TO WS-DIA-LINHA-CENTRO
           END-IF.
           PERFORM P386-SOMAR-LINHA.

      *    O DIARIO SAI RESUMIDO POR CONTA, SINAL E CENTRO DE CUSTO
       P386-SOMAR-LINHA.

           MOVE ZEROES TO WS-DIARIO-ACHADA.
           MOVE 1 TO WS-DIARIO-I.
           PERFORM UNTIL WS-DIARIO-I > WS-DIARIO-TOTAL
               IF WS-DIARIO-E-CONTA (WS-DIARIO-I) = WS-DIA-CONTA
                       AND WS-DIARIO-E-SINAL (WS-DIARIO-I) =
                           WS-DIA-SINAL
                       AND WS-DIARIO-E-CENTRO (WS-DIARIO-I) =
                           WS-DIA-LINHA-CENTRO
                       AND WS-DIARIO-E-DESC (WS-DIARIO-I) =
                           WS-MAPA-DESC (WS-DIA-I)
                   MOVE WS-DIARIO-I TO WS-DIARIO-ACHADA
                   MOVE WS-DIARIO-TOTAL TO WS-DIARIO-I
               END-IF
               ADD 1 TO WS-DIARIO-I
           END-PERFORM.
           IF WS-DIARIO-ACHADA = ZEROES
               IF WS-DIARIO-TOTAL < 300
                   ADD 1 TO WS-DIARIO-TOTAL
                   MOVE WS-DIARIO-TOTAL TO WS-DIARIO-ACHADA
                   MOVE WS-DIA-CONTA TO
                       WS-DIARIO-E-CONTA (WS-DIARIO-ACHADA)
                   MOVE WS-DIA-SINAL TO
                       WS-DIARIO-E-SINAL (WS-DIARIO-ACHADA)
                   MOVE WS-DIA-LINHA-CENTRO TO
                       WS-DIARIO-E-CENTRO (WS-DIARIO-ACHADA)
                   MOVE WS-MAPA-DESC (WS-DIA-I) TO
                       WS-DIARIO-E-DESC (WS-DIARIO-ACHADA)
                   MOVE ZEROES TO WS-DIARIO-E-VALOR (WS-DIARIO-ACHADA)
               ELSE
                   MOVE 'S' TO WS-DIA-CHEIO
               END-IF
           END-IF.
           IF WS-DIARIO-ACHADA > ZEROES
               ADD WS-DIA-PARCELA TO
                   WS-DIARIO-E-VALOR (WS-DIARIO-ACHADA)
           END-IF.

      *    O DIARIO SO E LIBERTADO SE TODAS AS COMPONENTES TIVEREM
      *    CONTA E OS DEBITOS BATEREM COM OS CREDITOS. SE NAO, O
      *    FICHEIRO FICA VAZIO PARA NAO SE IMPORTAR UM DIARIO ANTERIOR
       P390-FECHAR-DIARIO.

           IF WS-DIA-ATIVO = 'S'
               MOVE ZEROES TO WS-DIA-DEBITOS
               MOVE ZEROES TO WS-DIA-CREDITOS
               MOVE 1 TO WS-DIARIO-I
               PERFORM UNTIL WS-DIARIO-I > WS-DIARIO-TOTAL
                   IF WS-DIARIO-E-SINAL (WS-DIARIO-I) = 'D'
                       ADD WS-DIARIO-E-VALOR (WS-DIARIO-I) TO
                           WS-DIA-DEBITOS
                   ELSE
                       ADD WS-DIARIO-E-VALOR (WS-DIARIO-I) TO
                           WS-DIA-CREDITOS
                   END-IF
                   ADD 1 TO WS-DIARIO-I
               END-PERFORM
               DISPLAY 'DIARIO DA FOLHA - DEBITOS: ' WS-DIA-DEBITOS
                       ' CREDITOS: ' WS-DIA-CREDITOS

               OPEN OUTPUT RAZAOFOLHAOUTPUT
               EVALUATE TRUE
                   WHEN WS-DIA-SEM-MAPA > ZEROES
                       DISPLAY 'DIARIO NAO LIBERTADO: '
                               WS-DIA-SEM-MAPA ' LANCAMENTOS SEM '
                               'MAPEAMENTO - USE A GESTAO DE CONTAS '
                               'DO RAZAO (TIPOS 1 A 7)'
                   WHEN WS-DIA-CHEIO = 'S'
                       DISPLAY 'DIARIO NAO LIBERTADO: TABELA DE '
                               'LINHAS CHEIA'
                   WHEN WS-DIA-DEBITOS NOT = WS-DIA-CREDITOS
                       DISPLAY 'DIARIO NAO LIBERTADO: DEBITOS E '
                               'CREDITOS NAO BATEM'
                   WHEN OTHER
                       PERFORM P395-ESCREVER-DIARIO
               END-EVALUATE
               CLOSE RAZAOFOLHAOUTPUT
           END-IF.

       P395-ESCREVER-DIARIO.

           MOVE 1 TO WS-DIARIO-I.
           PERFORM UNTIL WS-DIARIO-I > WS-DIARIO-TOTAL
               MOVE WS-DIARIO-E-CONTA (WS-DIARIO-I) TO WS-RAZ-CONTA
               MOVE WS-DIARIO-E-SINAL (WS-DIARIO-I) TO WS-RAZ-SINAL
               MOVE WS-DIARIO-E-VALOR (WS-DIARIO-I) TO WS-RAZ-VALOR
               COMPUTE WS-RAZ-DATA = WS-MES-FOLHA * 100 + 1
               MOVE WS-DIARIO-E-DESC (WS-DIARIO-I) TO WS-RAZ-DESC
               MOVE WS-DIARIO-E-CENTRO (WS-DIARIO-I) TO WS-RAZ-CENTRO
               MOVE WS-RAZAO-REG TO RAZAOFOLHAOUTPUT-LINHA
               WRITE RAZAOFOLHAOUTPUT-LINHA
               ADD 1 TO WS-DIARIO-I
           END-PERFORM.
           DISPLAY 'DIARIO DA FOLHA LIBERTADO (razao_folha.txt): '
                   WS-DIARIO-TOTAL ' LINHAS'.
           IF WS-ACU-ATIVO = 'N'
               DISPLAY 'ATENCAO: DIARIO REEMITIDO - NAO LANCAR DE '
                       'NOVO SE JA FOI IMPORTADO NO RAZAO'
           END-IF.

       P310-LER-DESCONTOS.

               CLOSE CONFIGINPUT
           END-IF.

      *    HONORARIOS DE FORMACAO DO MES (honorarios.txt, GERADO PELO
      *    PROCESSAMENTO DAS SESSOES DADAS PELOS FORMADORES INTERNOS)
       P311-CARREGAR-HONORARIOS.

           MOVE ZEROES TO WS-HONOR-TOTAL.
           OPEN INPUT HONORARIOSINPUT.
           IF NOT WS-FS-HON-OK
               DISPLAY 'SEM FICHEIRO DE HONORARIOS DE FORMACAO - '
                       'HONORARIOS A ZERO'
           ELSE
               SET WS-EXIT-OK2 TO 'N'
               PERFORM UNTIL WS-EXIT-OK2 = 'S'
                   READ HONORARIOSINPUT
                       AT END
                           SET WS-EXIT-OK2 TO 'S'
                       NOT AT END
                           MOVE HONORARIOSINPUT-LINHA TO WS-HONOR-LINHA
                           IF WS-HN-MES = WS-MES-FOLHA
                               PERFORM P312-GUARDAR-HONORARIO
                           END-IF
                   END-READ
               END-PERFORM
               SET WS-EXIT-OK2 TO 'N'
               CLOSE HONORARIOSINPUT
               DISPLAY 'EMPREGADOS COM HONORARIOS DE FORMACAO: '
                       WS-HONOR-TOTAL
           END-IF.

       P312-GUARDAR-HONORARIO.

           MOVE ZEROES TO WS-HONOR-ACHADA.
           MOVE 1 TO WS-HONOR-I.
           PERFORM UNTIL WS-HONOR-I > WS-HONOR-TOTAL
               IF WS-HONOR-E-CODIGO (WS-HONOR-I) = WS-HN-CODIGO
                   MOVE WS-HONOR-I TO WS-HONOR-ACHADA
                   MOVE WS-HONOR-TOTAL TO WS-HONOR-I
               END-IF
               ADD 1 TO WS-HONOR-I
           END-PERFORM.
           IF WS-HONOR-ACHADA = ZEROES
               IF WS-HONOR-TOTAL < 200
                   ADD 1 TO WS-HONOR-TOTAL
                   MOVE WS-HONOR-TOTAL TO WS-HONOR-ACHADA
                   MOVE WS-HN-CODIGO TO
                       WS-HONOR-E-CODIGO (WS-HONOR-ACHADA)
                   MOVE ZEROES TO WS-HONOR-E-HORAS (WS-HONOR-ACHADA)
                   MOVE ZEROES TO WS-HONOR-E-VALOR (WS-HONOR-ACHADA)
               ELSE
                   DISPLAY 'TABELA DE HONORARIOS CHEIA - EMPREGADO '
                           WS-HN-CODIGO ' IGNORADO'
               END-IF
           END-IF.
           IF WS-HONOR-ACHADA > ZEROES
               ADD WS-HN-HORAS TO WS-HONOR-E-HORAS (WS-HONOR-ACHADA)
               ADD WS-HN-VALOR TO WS-HONOR-E-VALOR (WS-HONOR-ACHADA)
           END-IF.

       P315-CARREGAR-HORAS.

           MOVE ZEROES TO WS-HORAS-TOTAL.
                       WS-HORAS-TOTAL
           END-IF.

      *    AJUDAS DE CUSTO DO MES CALCULADAS PELO PROCESSAMENTO DAS
      *    ESTADIAS DA TRIPULACAO (ajudas.txt)
       P316-CARREGAR-AJUDAS.

           MOVE ZEROES TO WS-AJUDAS-TOTAL.
           OPEN INPUT AJUDASINPUT.
           IF NOT WS-FS-AJU-OK
               DISPLAY 'SEM FICHEIRO DE AJUDAS DE CUSTO - AJUDAS A ZERO'
           ELSE
               SET WS-EXIT-OK2 TO 'N'
               PERFORM UNTIL WS-EXIT-OK2 = 'S'
                   READ AJUDASINPUT
                       AT END
                           SET WS-EXIT-OK2 TO 'S'
                       NOT AT END
                           MOVE AJUDASINPUT-LINHA TO WS-AJUDAS-LINHA
                           IF WS-AJ-MES = WS-MES-FOLHA
                               PERFORM P317-GUARDAR-AJUDA
                           END-IF
                   END-READ
               END-PERFORM
               SET WS-EXIT-OK2 TO 'N'
               CLOSE AJUDASINPUT
               DISPLAY 'EMPREGADOS COM AJUDAS DE CUSTO: '
                       WS-AJUDAS-TOTAL
           END-IF.

       P317-GUARDAR-AJUDA.

           MOVE ZEROES TO WS-AJUDAS-ACHADA.
           MOVE 1 TO WS-AJUDAS-I.
           PERFORM UNTIL WS-AJUDAS-I > WS-AJUDAS-TOTAL
               IF WS-AJUDAS-E-CODIGO (WS-AJUDAS-I) = WS-AJ-CODIGO
                   MOVE WS-AJUDAS-I TO WS-AJUDAS-ACHADA
                   MOVE WS-AJUDAS-TOTAL TO WS-AJUDAS-I
               END-IF
               ADD 1 TO WS-AJUDAS-I
           END-PERFORM.
           IF WS-AJUDAS-ACHADA = ZEROES
               IF WS-AJUDAS-TOTAL < 200
                   ADD 1 TO WS-AJUDAS-TOTAL
                   MOVE WS-AJUDAS-TOTAL TO WS-AJUDAS-ACHADA
                   MOVE WS-AJ-CODIGO TO
                       WS-AJUDAS-E-CODIGO (WS-AJUDAS-ACHADA)
                   MOVE ZEROES TO WS-AJUDAS-E-NOITES (WS-AJUDAS-ACHADA)
                   MOVE ZEROES TO WS-AJUDAS-E-VALOR (WS-AJUDAS-ACHADA)
               ELSE
                   DISPLAY 'TABELA DE AJUDAS CHEIA - EMPREGADO '
                           WS-AJ-CODIGO ' IGNORADO'
               END-IF
           END-IF.
           IF WS-AJUDAS-ACHADA > ZEROES
               ADD WS-AJ-NOITES TO WS-AJUDAS-E-NOITES (WS-AJUDAS-ACHADA)
               ADD WS-AJ-VALOR TO WS-AJUDAS-E-VALOR (WS-AJUDAS-ACHADA)
           END-IF.

       P318-ACHAR-HORAS-EMP.

           MOVE ZEROES TO WS-HORAS-EXTRA.
               ADD 1 TO WS-HORAS-I
           END-PERFORM.

           MOVE ZEROES TO WS-VALOR-AJUDAS.
           MOVE ZEROES TO WS-NOITES-AJUDAS.
           MOVE 1 TO WS-AJUDAS-I.
           PERFORM UNTIL WS-AJUDAS-I > WS-AJUDAS-TOTAL
               IF WS-AJUDAS-E-CODIGO (WS-AJUDAS-I) = EMP-CODIGO
                   MOVE WS-AJUDAS-E-VALOR (WS-AJUDAS-I)
                       TO WS-VALOR-AJUDAS
                   MOVE WS-AJUDAS-E-NOITES (WS-AJUDAS-I)
                       TO WS-NOITES-AJUDAS
                   MOVE WS-AJUDAS-TOTAL TO WS-AJUDAS-I
               END-IF
               ADD 1 TO WS-AJUDAS-I
           END-PERFORM.

           MOVE ZEROES TO WS-VALOR-HONOR.
           MOVE ZEROES TO WS-HORAS-HONOR.
           MOVE 1 TO WS-HONOR-I.
           PERFORM UNTIL WS-HONOR-I > WS-HONOR-TOTAL
               IF WS-HONOR-E-CODIGO (WS-HONOR-I) = EMP-CODIGO
                   MOVE WS-HONOR-E-VALOR (WS-HONOR-I)
                       TO WS-VALOR-HONOR
                   MOVE WS-HONOR-E-HORAS (WS-HONOR-I)
                       TO WS-HORAS-HONOR
                   MOVE WS-HONOR-TOTAL TO WS-HONOR-I
               END-IF
               ADD 1 TO WS-HONOR-I
           END-PERFORM.

       P319-ESCALAO-IRS.

           MOVE 'N' TO WS-ESC-ACHADO.
                       'IGNORADO'
           ELSE
               MOVE WS-C-RES TO WS-BRUTO
               ADD WS-VALOR-HONOR TO WS-BRUTO
               SUBTRACT WS-VALOR-FALTAS FROM WS-BRUTO
               PERFORM P319-ESCALAO-IRS
               COMPUTE WS-DESC-SEG ROUNDED =
               COMPUTE WS-DESC-IRS ROUNDED =
                       WS-BRUTO * WS-PCT-IRS-ESCALAO / 100
               COMPUTE WS-LIQUIDO = WS-BRUTO - WS-DESC-SEG -
                       WS-DESC-IRS + WS-VALOR-AJUDAS
               PERFORM P330-ESCREVER-RECIBO
               PERFORM P340-ESCREVER-TRANSFERENCIA
               IF WS-DIA-ATIVO = 'S'
                   PERFORM P375-LANCAR-EMPREGADO
               END-IF
               IF WS-ACU-ATIVO = 'S'
                   PERFORM P360-ACUMULAR-ANO
               END-IF
               ADD 1 TO WS-TOTAL-EMPREGADOS
               ADD WS-BRUTO TO WS-TOTAL-BRUTO
               ADD WS-DESC-SEG TO WS-TOTAL-DESCONTOS
               ADD WS-DESC-IRS TO WS-TOTAL-DESCONTOS
               ADD WS-LIQUIDO TO WS-TOTAL-LIQUIDO
               ADD WS-VALOR-AJUDAS TO WS-TOTAL-AJUDAS
               ADD WS-VALOR-HONOR TO WS-TOTAL-HONOR
           END-IF.

       P330-ESCREVER-RECIBO.
               INTO RECIBOSOUTPUT-LINHA
           END-STRING.
           WRITE RECIBOSOUTPUT-LINHA.
           IF WS-VALOR-HONOR > ZEROES
               MOVE SPACES TO RECIBOSOUTPUT-LINHA
               STRING 'HONORARIOS DE FORMACAO (' DELIMITED BY SIZE
                       WS-HORAS-HONOR DELIMITED BY SIZE
                       ' HORAS) ' DELIMITED BY SIZE
                       WS-VALOR-HONOR DELIMITED BY SIZE
                       ' INCLUIDOS NO BRUTO' DELIMITED BY SIZE
                   INTO RECIBOSOUTPUT-LINHA
               END-STRING
               WRITE RECIBOSOUTPUT-LINHA
           END-IF.
           IF WS-VALOR-AJUDAS > ZEROES
               MOVE SPACES TO RECIBOSOUTPUT-LINHA
               STRING 'AJUDAS DE CUSTO (' DELIMITED BY SIZE
                       WS-NOITES-AJUDAS DELIMITED BY SIZE
                       ' NOITES FORA DA BASE) ' DELIMITED BY SIZE
                       WS-VALOR-AJUDAS DELIMITED BY SIZE
                       ' ISENTAS' DELIMITED BY SIZE
                   INTO RECIBOSOUTPUT-LINHA
               END-STRING
               WRITE RECIBOSOUTPUT-LINHA
           END-IF.
           MOVE SPACES TO RECIBOSOUTPUT-LINHA.
           STRING 'SEG.SOCIAL (' DELIMITED BY SIZE
                   WS-PCT-SEGSOCIAL DELIMITED BY SIZE
                   DISPLAY 'REGISTO ATUALIZADO'
           END-READ.

      *    REPARTICAO DO CUSTO DO EMPREGADO POR CENTROS DE CUSTO.
      *    SEM REPARTICAO, O CUSTO VAI PARA O RAZAO SEM CENTRO
       P700-CENTROS-CUSTO.

           DISPLAY 'CODIGO DO EMPREGADO'.
           ACCEPT EMP-CODIGO.
           READ EMPREGADOS
               INVALID KEY
                   DISPLAY 'EMPREGADO NAO ENCONTRADO'
               NOT INVALID KEY
                   PERFORM P710-REPARTIR-CUSTO
           END-READ.

       P710-REPARTIR-CUSTO.

           MOVE EMP-CODIGO TO CCU-EMP.
           READ CENTROSCUSTO
               INVALID KEY
                   DISPLAY EMP-NOME ' SEM REPARTICAO POR CENTROS'
               NOT INVALID KEY
                   DISPLAY 'REPARTICAO ATUAL DE ' EMP-NOME
                   MOVE 1 TO WS-DIA-P
                   PERFORM UNTIL WS-DIA-P > 5
                       IF CCU-CENTRO (WS-DIA-P) NOT = SPACES
                           DISPLAY '  CENTRO ' CCU-CENTRO (WS-DIA-P)
                                   ' ' CCU-PCT (WS-DIA-P) '%'
                       END-IF
                       ADD 1 TO WS-DIA-P
                   END-PERFORM
           END-READ.

           MOVE SPACES TO CENTROSCUSTO-REG.
           MOVE EMP-CODIGO TO CCU-EMP.
           MOVE ZEROES TO WS-CCU-SOMA.
           MOVE 'N' TO WS-CCU-FIM.
           MOVE 1 TO WS-DIA-P.
           PERFORM UNTIL WS-DIA-P > 5
               MOVE ZEROES TO CCU-PCT (WS-DIA-P)
               IF WS-CCU-FIM = 'N'
                   DISPLAY 'CENTRO DE CUSTO ' WS-DIA-P
                           ' (4 CARACTERES, EM BRANCO PARA TERMINAR)'
                   ACCEPT CCU-CENTRO (WS-DIA-P)
                   IF CCU-CENTRO (WS-DIA-P) = SPACES
                       MOVE 'S' TO WS-CCU-FIM
                   ELSE
                       DISPLAY 'PERCENTAGEM DO CUSTO (000-100)'
                       ACCEPT CCU-PCT (WS-DIA-P)
                       ADD CCU-PCT (WS-DIA-P) TO WS-CCU-SOMA
                   END-IF
               END-IF
               ADD 1 TO WS-DIA-P
           END-PERFORM.

           EVALUATE TRUE
               WHEN CCU-CENTRO (1) = SPACES
                   DELETE CENTROSCUSTO
                       INVALID KEY
                           CONTINUE
                   END-DELETE
                   DISPLAY 'CUSTO DE ' EMP-NOME ' SEM REPARTICAO'
               WHEN WS-CCU-SOMA NOT = 100
                   DISPLAY 'AS PERCENTAGENS SOMAM ' WS-CCU-SOMA
                           ' E DEVEM SOMAR 100 - NAO GRAVADO'
               WHEN OTHER
                   WRITE CENTROSCUSTO-REG
                       INVALID KEY
                           REWRITE CENTROSCUSTO-REG
                           DISPLAY 'REPARTICAO ATUALIZADA'
                       NOT INVALID KEY
                           DISPLAY 'REPARTICAO REGISTADA'
                   END-WRITE
           END-EVALUATE.

       P400-GRAVAR-TOTAIS.

           OPEN EXTEND TOTAISOUTPUT.
                   '/transferencias.txt' DELIMITED BY SIZE
               INTO WS-CAM-TRANSF
           END-STRING.
           MOVE SPACES TO WS-CAM-AJUDAS.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   '/ajudas.txt' DELIMITED BY SIZE
               INTO WS-CAM-AJUDAS
           END-STRING.
           MOVE SPACES TO WS-CAM-HONORARIOS.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   '/honorarios.txt' DELIMITED BY SIZE
               INTO WS-CAM-HONORARIOS
           END-STRING.
           MOVE SPACES TO WS-CAM-ACUMULADOS.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   '/acumulados.dat' DELIMITED BY SIZE
               INTO WS-CAM-ACUMULADOS
           END-STRING.
           MOVE SPACES TO WS-CAM-CONTASGL.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   '/contasgl.dat' DELIMITED BY SIZE
               INTO WS-CAM-CONTASGL
           END-STRING.
           MOVE SPACES TO WS-CAM-CENTROS.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   '/centros_custo.dat' DELIMITED BY SIZE
               INTO WS-CAM-CENTROS
           END-STRING.
           MOVE SPACES TO WS-CAM-RAZAO-FOLHA.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   '/razao_folha.txt' DELIMITED BY SIZE
               INTO WS-CAM-RAZAO-FOLHA
           END-STRING.

       END PROGRAM FOLHAPAG.
