       IDENTIFICATION DIVISION.
       PROGRAM-ID. HONFORM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT SESSOES ASSIGN TO
               WS-CAM-SESSOES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SES-CHAVE
               FILE STATUS IS WS-FS-SES.

           SELECT FORMADORES ASSIGN TO
               WS-CAM-FORMADORES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FMD-CODIGO
               FILE STATUS IS WS-FS-FMD.

           SELECT EMPREGADOS ASSIGN TO
               WS-CAM-EMPREGADOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-CODIGO
               FILE STATUS IS WS-FS-EMP.

           SELECT HONORARIOSOUTPUT ASSIGN TO
               WS-CAM-HONORARIOS
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-HON.

           SELECT TRANSFOUTPUT ASSIGN TO
               WS-CAM-TRANSF
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-TRF.

           SELECT RELATORIOOUTPUT ASSIGN TO
               WS-CAM-RELATORIO
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-REL.

       DATA DIVISION.

       FILE SECTION.

       FD SESSOES.
       01 SESSOES-REG.
           03 SES-CHAVE.
               05 SES-CURSO PIC 9(03).
               05 SES-SEQ PIC 9(02).
           03 SES-DATA PIC 9(08).
           03 SES-FORMADOR PIC 9(04).
           03 SES-HORAS PIC 9(02).

       FD FORMADORES.
       01 FORMADORES-REG.
           03 FMD-CODIGO PIC 9(04).
           03 FMD-NOME PIC X(20).
           03 FMD-TIPO PIC X(01).
               88 FMD-INTERNO VALUE 'I'.
               88 FMD-EXTERNO VALUE 'E'.
           03 FMD-EMP-CODIGO PIC 9(05).
           03 FMD-IBAN PIC X(25).
           03 FMD-TAXA-HORA PIC 9(04)V99.

       FD EMPREGADOS.
       01 EMPREGADOS-REG.
           03 EMP-CODIGO PIC 9(05).
           03 EMP-NOME PIC X(20).
           03 EMP-TEL PIC X(09).
           03 EMP-SALARIO PIC 9(06)V99.
           03 EMP-IBAN PIC X(25).
           03 EMP-SUSPENSO PIC X(01).
           03 EMP-DATA-ADMISSAO PIC 9(08).

       FD HONORARIOSOUTPUT.
       01 HONORARIOSOUTPUT-LINHA PIC X(22).

       FD TRANSFOUTPUT.
       01 TRANSFOUTPUT-LINHA PIC X(62).

       FD RELATORIOOUTPUT.
       01 RELATORIOOUTPUT-LINHA PIC X(80).

       WORKING-STORAGE SECTION.

           01 WS-AMB-AREA.
               05 WS-AMB-CODIGO PIC X(04).
               05 WS-AMB-RAIZ PIC X(60).
           77 WS-CAM-SESSOES PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/sessoes.dat".
           77 WS-CAM-FORMADORES PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/formadores.dat".
           77 WS-CAM-EMPREGADOS PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/empregados.dat".
           77 WS-CAM-HONORARIOS PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/honorarios.txt".
           77 WS-CAM-TRANSF PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/transf_form.txt".
           77 WS-CAM-RELATORIO PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/honform.txt".

           01 WS-FS-SES PIC XX.
               88 WS-FS-SES-OK VALUE '00'.

           01 WS-FS-FMD PIC XX.
               88 WS-FS-FMD-OK VALUE '00'.

           01 WS-FS-EMP PIC XX.
               88 WS-FS-EMP-OK VALUE '00'.

           01 WS-FS-HON PIC XX.
               88 WS-FS-HON-OK VALUE '00'.

           01 WS-FS-TRF PIC XX.
               88 WS-FS-TRF-OK VALUE '00'.

           01 WS-FS-REL PIC XX.
               88 WS-FS-REL-OK VALUE '00'.

      *    MESMO FORMATO DAS LINHAS DE AJUDAS DE CUSTO LIDAS PELA FOLHA
           01 WS-HONORARIOS-REG.
               05 WS-HON-MES PIC 9(06).
               05 WS-HON-CODIGO PIC 9(05).
               05 WS-HON-HORAS PIC 9(03).
               05 WS-HON-VALOR PIC 9(06)V99.

      *    MESMO FORMATO DO FICHEIRO DE TRANSFERENCIAS DA FOLHA
           01 WS-TRANSF-REG.
               05 WS-TRF-IBAN PIC X(25).
               05 WS-TRF-VALOR PIC 9(09)V99.
               05 WS-TRF-MES PIC 9(06).
               05 WS-TRF-NOME PIC X(20).

           01 WS-TRANSF-TOTAL-REG.
               05 FILLER PIC X(05) VALUE 'TOTAL'.
               05 WS-TRF-T-CONTA PIC 9(05).
               05 WS-TRF-T-VALOR PIC 9(11)V99.
               05 FILLER PIC X(39) VALUE SPACES.

           01 WS-TABELA-FORMADORES.
               05 WS-FMD-ENT OCCURS 500 TIMES.
                   10 WS-FMD-E-CODIGO PIC 9(04).
                   10 WS-FMD-E-SESSOES PIC 9(03).
                   10 WS-FMD-E-HORAS PIC 9(03).

           77 WS-FMD-TOTAL PIC 9(03) VALUE ZEROES.
           77 WS-FMD-I PIC 9(03) VALUE ZEROES.
           77 WS-FMD-ACHADO PIC 9(03) VALUE ZEROES.

           77 WS-EXIT-OK PIC X(01) VALUE 'N'.
           77 WS-MES-FOLHA PIC 9(06) VALUE ZEROES.
           77 WS-SES-MES PIC 9(06) VALUE ZEROES.
           77 WS-VALOR PIC 9(06)V99 VALUE ZEROES.
           77 WS-MOTIVO PIC X(30) VALUE SPACES.

           77 WS-TOTAL-HORAS PIC 9(05) VALUE ZEROES.
           77 WS-INT-CONTA PIC 9(04) VALUE ZEROES.
           77 WS-INT-SOMA PIC 9(09)V99 VALUE ZEROES.
           77 WS-TRF-CONTA PIC 9(05) VALUE ZEROES.
           77 WS-TRF-SOMA PIC 9(11)V99 VALUE ZEROES.
           77 WS-EXCLUIDOS PIC 9(04) VALUE ZEROES.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           PERFORM P090-CARREGAR-AMBIENTE.
           DISPLAY '*** HONORARIOS DOS FORMADORES ***'.
           DISPLAY 'MES A PROCESSAR (AAAAMM)'.
           ACCEPT WS-MES-FOLHA.

           OPEN INPUT SESSOES.
           IF NOT WS-FS-SES-OK
               DISPLAY 'SEM FICHEIRO DE SESSOES - NADA A PROCESSAR'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT FORMADORES.
           IF NOT WS-FS-FMD-OK
               DISPLAY 'SEM FICHEIRO DE FORMADORES - NADA A PROCESSAR'
               CLOSE SESSOES
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT EMPREGADOS.

           PERFORM P100-SOMAR-HORAS.

           OPEN OUTPUT HONORARIOSOUTPUT.
           OPEN OUTPUT TRANSFOUTPUT.
           OPEN OUTPUT RELATORIOOUTPUT.
           PERFORM P300-ESCREVER-CABECALHO.

           MOVE 1 TO WS-FMD-I.
           PERFORM UNTIL WS-FMD-I > WS-FMD-TOTAL
               PERFORM P200-PAGAR-FORMADOR
               ADD 1 TO WS-FMD-I
           END-PERFORM.

           PERFORM P350-FECHAR-TRANSFERENCIAS.
           PERFORM P400-ESCREVER-TOTAIS.

           CLOSE HONORARIOSOUTPUT.
           CLOSE RELATORIOOUTPUT.
           CLOSE SESSOES.
           CLOSE FORMADORES.
           IF WS-FS-EMP-OK
               CLOSE EMPREGADOS
           END-IF.

           DISPLAY 'HORAS DE FORMACAO NO MES: ' WS-TOTAL-HORAS.
           DISPLAY 'INTERNOS PASSADOS A FOLHA: ' WS-INT-CONTA
                   ' NO VALOR DE ' WS-INT-SOMA.
           DISPLAY 'EXTERNOS EM TRANSFERENCIA: ' WS-TRF-CONTA
                   ' NO VALOR DE ' WS-TRF-SOMA.
           IF WS-EXCLUIDOS > ZEROES
               DISPLAY 'FORMADORES EXCLUIDOS (VER RELATORIO): '
                       WS-EXCLUIDOS
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *    HORAS DAS SESSOES DO MES COM FORMADOR ATRIBUIDO
       P100-SOMAR-HORAS.

           MOVE ZEROES TO WS-FMD-TOTAL.
           MOVE ZEROES TO WS-TOTAL-HORAS.
           MOVE ZEROES TO SES-CURSO.
           MOVE ZEROES TO SES-SEQ.
           SET WS-EXIT-OK TO 'N'.
           START SESSOES KEY IS NOT LESS THAN SES-CHAVE
               INVALID KEY
                   SET WS-EXIT-OK TO 'S'
           END-START.
           PERFORM UNTIL WS-EXIT-OK = 'S'
               READ SESSOES NEXT
                   AT END
                       SET WS-EXIT-OK TO 'S'
                   NOT AT END
                       MOVE SES-DATA (1:6) TO WS-SES-MES
                       IF WS-SES-MES = WS-MES-FOLHA
                               AND SES-FORMADOR > ZEROES
                           PERFORM P110-GUARDAR-HORAS
                       END-IF
               END-READ
           END-PERFORM.
           SET WS-EXIT-OK TO 'N'.

       P110-GUARDAR-HORAS.

           MOVE ZEROES TO WS-FMD-ACHADO.
           MOVE 1 TO WS-FMD-I.
           PERFORM UNTIL WS-FMD-I > WS-FMD-TOTAL
               IF WS-FMD-E-CODIGO (WS-FMD-I) = SES-FORMADOR
                   MOVE WS-FMD-I TO WS-FMD-ACHADO
                   MOVE WS-FMD-TOTAL TO WS-FMD-I
               END-IF
               ADD 1 TO WS-FMD-I
           END-PERFORM.
           IF WS-FMD-ACHADO = ZEROES
               IF WS-FMD-TOTAL < 500
                   ADD 1 TO WS-FMD-TOTAL
                   MOVE WS-FMD-TOTAL TO WS-FMD-ACHADO
                   MOVE SES-FORMADOR TO
                       WS-FMD-E-CODIGO (WS-FMD-ACHADO)
                   MOVE ZEROES TO WS-FMD-E-SESSOES (WS-FMD-ACHADO)
                   MOVE ZEROES TO WS-FMD-E-HORAS (WS-FMD-ACHADO)
               ELSE
                   DISPLAY 'TABELA DE FORMADORES CHEIA - FORMADOR '
                           SES-FORMADOR ' IGNORADO'
               END-IF
           END-IF.
           IF WS-FMD-ACHADO > ZEROES
               ADD 1 TO WS-FMD-E-SESSOES (WS-FMD-ACHADO)
               ADD SES-HORAS TO WS-FMD-E-HORAS (WS-FMD-ACHADO)
               ADD SES-HORAS TO WS-TOTAL-HORAS
           END-IF.

      *    INTERNOS VAO A FOLHA PELO CODIGO DE EMPREGADO; EXTERNOS
      *    RECEBEM TRANSFERENCIA PARA O IBAN DO MESTRE DE FORMADORES
       P200-PAGAR-FORMADOR.

           MOVE SPACES TO WS-MOTIVO.
           MOVE ZEROES TO WS-VALOR.
           MOVE WS-FMD-E-CODIGO (WS-FMD-I) TO FMD-CODIGO.
           READ FORMADORES
               INVALID KEY
                   MOVE SPACES TO FMD-NOME
                   MOVE SPACES TO FMD-TIPO
                   MOVE 'FORMADOR NAO EXISTE NO MESTRE' TO WS-MOTIVO
           END-READ.
           IF WS-MOTIVO = SPACES
               COMPUTE WS-VALOR ROUNDED =
                       WS-FMD-E-HORAS (WS-FMD-I) * FMD-TAXA-HORA
               EVALUATE TRUE
                   WHEN FMD-INTERNO
                       PERFORM P210-PAGAR-INTERNO
                   WHEN FMD-EXTERNO
                       PERFORM P220-PAGAR-EXTERNO
                   WHEN OTHER
                       MOVE 'TIPO DE FORMADOR INVALIDO' TO WS-MOTIVO
               END-EVALUATE
           END-IF.
           IF WS-MOTIVO NOT = SPACES
               ADD 1 TO WS-EXCLUIDOS
           END-IF.
           PERFORM P310-ESCREVER-LINHA.

       P210-PAGAR-INTERNO.

           IF NOT WS-FS-EMP-OK
               MOVE 'SEM FICHEIRO DE EMPREGADOS' TO WS-MOTIVO
           ELSE
               MOVE FMD-EMP-CODIGO TO EMP-CODIGO
               READ EMPREGADOS
                   INVALID KEY
                       MOVE 'EMPREGADO NAO EXISTE NA FOLHA'
                           TO WS-MOTIVO
               END-READ
           END-IF.
           IF WS-MOTIVO = SPACES
               MOVE WS-MES-FOLHA TO WS-HON-MES
               MOVE FMD-EMP-CODIGO TO WS-HON-CODIGO
               MOVE WS-FMD-E-HORAS (WS-FMD-I) TO WS-HON-HORAS
               MOVE WS-VALOR TO WS-HON-VALOR
               MOVE WS-HONORARIOS-REG TO HONORARIOSOUTPUT-LINHA
               WRITE HONORARIOSOUTPUT-LINHA
               ADD 1 TO WS-INT-CONTA
               ADD WS-VALOR TO WS-INT-SOMA
           END-IF.

       P220-PAGAR-EXTERNO.

           IF FMD-IBAN = SPACES
               MOVE 'EXTERNO SEM IBAN' TO WS-MOTIVO
           ELSE
               MOVE FMD-IBAN TO WS-TRF-IBAN
               MOVE WS-VALOR TO WS-TRF-VALOR
               MOVE WS-MES-FOLHA TO WS-TRF-MES
               MOVE FMD-NOME TO WS-TRF-NOME
               MOVE WS-TRANSF-REG TO TRANSFOUTPUT-LINHA
               WRITE TRANSFOUTPUT-LINHA
               ADD 1 TO WS-TRF-CONTA
               ADD WS-VALOR TO WS-TRF-SOMA
           END-IF.

       P300-ESCREVER-CABECALHO.

           MOVE SPACES TO RELATORIOOUTPUT-LINHA.
           STRING 'HONORARIOS DOS FORMADORES - MES ' DELIMITED BY SIZE
                   WS-MES-FOLHA DELIMITED BY SIZE
               INTO RELATORIOOUTPUT-LINHA
           END-STRING.
           WRITE RELATORIOOUTPUT-LINHA.
           MOVE 'FORM NOME                 T SESS HORAS      VALOR '
               TO RELATORIOOUTPUT-LINHA.
           WRITE RELATORIOOUTPUT-LINHA.
           MOVE ALL '-' TO RELATORIOOUTPUT-LINHA.
           WRITE RELATORIOOUTPUT-LINHA.

       P310-ESCREVER-LINHA.

           MOVE SPACES TO RELATORIOOUTPUT-LINHA.
           IF WS-MOTIVO = SPACES
               STRING WS-FMD-E-CODIGO (WS-FMD-I) DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       FMD-NOME DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       FMD-TIPO DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WS-FMD-E-SESSOES (WS-FMD-I) DELIMITED BY SIZE
                       '  ' DELIMITED BY SIZE
                       WS-FMD-E-HORAS (WS-FMD-I) DELIMITED BY SIZE
                       '  ' DELIMITED BY SIZE
                       WS-VALOR DELIMITED BY SIZE
                   INTO RELATORIOOUTPUT-LINHA
               END-STRING
           ELSE
               STRING WS-FMD-E-CODIGO (WS-FMD-I) DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       FMD-NOME DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       FMD-TIPO DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WS-FMD-E-SESSOES (WS-FMD-I) DELIMITED BY SIZE
                       '  ' DELIMITED BY SIZE
                       WS-FMD-E-HORAS (WS-FMD-I) DELIMITED BY SIZE
                       '  EXCLUIDO: ' DELIMITED BY SIZE
                       WS-MOTIVO DELIMITED BY SIZE
                   INTO RELATORIOOUTPUT-LINHA
               END-STRING
           END-IF.
           WRITE RELATORIOOUTPUT-LINHA.

       P350-FECHAR-TRANSFERENCIAS.

           MOVE WS-TRF-CONTA TO WS-TRF-T-CONTA.
           MOVE WS-TRF-SOMA TO WS-TRF-T-VALOR.
           MOVE WS-TRANSF-TOTAL-REG TO TRANSFOUTPUT-LINHA.
           WRITE TRANSFOUTPUT-LINHA.
           CLOSE TRANSFOUTPUT.

       P400-ESCREVER-TOTAIS.

           MOVE ALL '-' TO RELATORIOOUTPUT-LINHA.
           WRITE RELATORIOOUTPUT-LINHA.
           MOVE SPACES TO RELATORIOOUTPUT-LINHA.
           STRING 'HORAS ' DELIMITED BY SIZE
                   WS-TOTAL-HORAS DELIMITED BY SIZE
                   ' INTERNOS ' DELIMITED BY SIZE
                   WS-INT-CONTA DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-INT-SOMA DELIMITED BY SIZE
                   ' EXTERNOS ' DELIMITED BY SIZE
                   WS-TRF-CONTA DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-TRF-SOMA DELIMITED BY SIZE
               INTO RELATORIOOUTPUT-LINHA
           END-STRING.
           WRITE RELATORIOOUTPUT-LINHA.
           MOVE SPACES TO RELATORIOOUTPUT-LINHA.
           STRING 'EXCLUIDOS ' DELIMITED BY SIZE
                   WS-EXCLUIDOS DELIMITED BY SIZE
               INTO RELATORIOOUTPUT-LINHA
           END-STRING.
           WRITE RELATORIOOUTPUT-LINHA.

       P090-CARREGAR-AMBIENTE.

           CALL 'amb_util.o' USING WS-AMB-AREA.
           DISPLAY 'AMBIENTE ATIVO: ' WS-AMB-CODIGO.
           MOVE SPACES TO WS-CAM-SESSOES.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   '/sessoes.dat' DELIMITED BY SIZE
               INTO WS-CAM-SESSOES
           END-STRING.
           MOVE SPACES TO WS-CAM-FORMADORES.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   '/formadores.dat' DELIMITED BY SIZE
               INTO WS-CAM-FORMADORES
           END-STRING.
           MOVE SPACES TO WS-CAM-EMPREGADOS.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   '/empregados.dat' DELIMITED BY SIZE
               INTO WS-CAM-EMPREGADOS
           END-STRING.
           MOVE SPACES TO WS-CAM-HONORARIOS.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   '/honorarios.txt' DELIMITED BY SIZE
               INTO WS-CAM-HONORARIOS
           END-STRING.
           MOVE SPACES TO WS-CAM-TRANSF.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   '/transf_form.txt' DELIMITED BY SIZE
               INTO WS-CAM-TRANSF
           END-STRING.
           MOVE SPACES TO WS-CAM-RELATORIO.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   '/honform.txt' DELIMITED BY SIZE
               INTO WS-CAM-RELATORIO
           END-STRING.

       END PROGRAM HONFORM.
