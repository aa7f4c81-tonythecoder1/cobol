               RECORD KEY IS PR-CHAVE
               FILE STATUS IS WS-FS-PREST.

           SELECT VALIDADES ASSIGN TO
               '/Users/antonyferreira/Documents/Cobol/validades.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VAL-CHAVE
               FILE STATUS IS WS-FS-VAL.

           SELECT ESPERA ASSIGN TO
               '/Users/antonyferreira/Documents/Cobol/espera.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ESP-CHAVE
               FILE STATUS IS WS-FS-ESP.

           SELECT FORMADORES ASSIGN TO
               '/Users/antonyferreira/Documents/Cobol/formadores.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FMD-CODIGO
               FILE STATUS IS WS-FS-FMD.

           SELECT CERTIFICADOS ASSIGN TO
               '/Users/antonyferreira/Documents/Cobol/certificados.txt'
               ORGANIZATION IS LINE SEQUENTIAL
           03 CRS-MIN-PRESENCA PIC 9(02).
           03 CRS-TAXA PIC 9(05)V99.
           03 CRS-PRESTACOES PIC 9(01).
           03 CRS-VALIDADE-MESES PIC 9(02).
           03 CRS-CAPACIDADE PIC 9(03).

       FD INSCRICOES.
       01 INSCRICOES-REG.
               05 SES-CURSO PIC 9(03).
               05 SES-SEQ PIC 9(02).
           03 SES-DATA PIC 9(08).
           03 SES-FORMADOR PIC 9(04).
           03 SES-HORAS PIC 9(02).

       FD PRESENCAS.
       01 PRESENCAS-REG.
           03 PR-VENCIMENTO PIC 9(08).
           03 PR-PAGO PIC X(01).

       FD VALIDADES.
       01 VALIDADES-REG.
           03 VAL-CHAVE.
               05 VAL-TRIP-ID PIC 9(04).
               05 VAL-TIPO PIC X(01).
               05 VAL-CURSO PIC 9(03).
           03 VAL-DATA-FIM PIC 9(08).
           03 VAL-DATA-REGISTO PIC 9(08).

      *    LISTA DE ESPERA POR CURSO, PELA ORDEM DE CHEGADA
       FD ESPERA.
       01 ESPERA-REG.
           03 ESP-CHAVE.
               05 ESP-CURSO PIC 9(03).
               05 ESP-ORDEM PIC 9(05).
           03 ESP-ALUNO PIC 9(05).
           03 ESP-DATA PIC 9(08).

      *    FORMADORES: INTERNOS (I) LIGADOS AO CODIGO DE EMPREGADO DA
      *    FOLHA, EXTERNOS (E) PAGOS POR TRANSFERENCIA PARA O IBAN
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

       FD CERTIFICADOS.
       01 CERTIFICADOS-LINHA PIC X(70).

               88 WS-FS-PREST-OK VALUE '00'.
               88 WS-FS-PREST-NOVO VALUE '35'.

           01 WS-FS-VAL PIC XX.
               88 WS-FS-VAL-OK VALUE '00'.
               88 WS-FS-VAL-NOVO VALUE '35'.

           01 WS-FS-ESP PIC XX.
               88 WS-FS-ESP-OK VALUE '00'.
               88 WS-FS-ESP-NOVO VALUE '35'.

           01 WS-FS-FMD PIC XX.
               88 WS-FS-FMD-OK VALUE '00'.
               88 WS-FS-FMD-NOVO VALUE '35'.

           77 WS-EXIT-OK PIC X(01) VALUE 'N'.
           77 WS-EXIT-OK2 PIC X(01) VALUE 'N'.
           77 WS-OP PIC 9(02) VALUE ZEROES.
               05 WS-DATA-DIA PIC 9(02).
           77 WS-MESES-HOJE PIC 9(06) VALUE ZEROES.
           77 WS-MESES-VENC PIC 9(06) VALUE ZEROES.
           77 WS-VAL-MESES PIC 9(04) VALUE ZEROES.
           77 WS-VAL-ULTIMO-DIA PIC 9(02) VALUE ZEROES.
           77 WS-VAL-RESTO PIC 9(01) VALUE ZEROES.

           77 WS-CAP-INSCRITOS PIC 9(05) VALUE ZEROES.
           77 WS-CAP-ESPERA PIC 9(05) VALUE ZEROES.
           77 WS-CAP-LIVRES PIC 9(05) VALUE ZEROES.
           77 WS-CAP-CHEIO PIC X(01) VALUE 'N'.
           77 WS-ESP-ULTIMA PIC 9(05) VALUE ZEROES.
           77 WS-ESP-JA PIC X(01) VALUE 'N'.
           77 WS-ESP-FIM PIC X(01) VALUE 'N'.
           77 WS-ESP-RESPOSTA PIC X(01) VALUE 'N'.
           77 WS-ESP-DIVIDA-VENCIDA PIC X(01) VALUE 'N'.
           77 WS-SES-FUTURAS PIC 9(02) VALUE ZEROES.
           77 WS-SES-PRIMEIRA PIC 9(08) VALUE ZEROES.

           77 WS-SES-DATA PIC 9(08) VALUE ZEROES.
           77 WS-SES-FORMADOR PIC 9(04) VALUE ZEROES.
           77 WS-SES-HORAS PIC 9(02) VALUE ZEROES.
           77 WS-FMD-OK PIC X(01) VALUE 'N'.
           77 WS-FMD-OCUPADO PIC X(01) VALUE 'N'.
           77 WS-FMD-RESPOSTA PIC X(01) VALUE 'N'.
           01 WS-SES-CHAVE-ATUAL.
               05 WS-SES-CURSO-ATUAL PIC 9(03) VALUE ZEROES.
               05 WS-SES-SEQ-ATUAL PIC 9(02) VALUE ZEROES.

       PROCEDURE DIVISION.

               CLOSE PRESTACOES
               OPEN I-O PRESTACOES
           END-IF.
           OPEN I-O VALIDADES.
           IF WS-FS-VAL-NOVO
               OPEN OUTPUT VALIDADES
               CLOSE VALIDADES
               OPEN I-O VALIDADES
           END-IF.
           OPEN I-O ESPERA.
           IF WS-FS-ESP-NOVO
               OPEN OUTPUT ESPERA
               CLOSE ESPERA
               OPEN I-O ESPERA
           END-IF.
           OPEN I-O FORMADORES.
           IF WS-FS-FMD-NOVO
               OPEN OUTPUT FORMADORES
               CLOSE FORMADORES
               OPEN I-O FORMADORES
           END-IF.

           DISPLAY '*** GESTAO DA FORMACAO DE TRIPULACOES ***'.

               DISPLAY '7-AGENDAR SESSAO 8-REGISTAR PRESENCAS '
                       '9-LANCAR NOTA 10-EMITIR CERTIFICADO'
               DISPLAY '11-REGISTAR PAGAMENTO 12-DIVIDAS E '
                       'ANTIGUIDADE'
               DISPLAY '13-ANULAR INSCRICAO POR FALTA DE PAGAMENTO '
                       '14-OCUPACAO DOS CURSOS'
               DISPLAY '15-FORMADORES 16-ATRIBUIR FORMADOR A SESSAO '
                       '0-SAIR'
               ACCEPT WS-OP
               EVALUATE WS-OP
                   WHEN 1
                       PERFORM P970-REGISTAR-PAGAMENTO
                   WHEN 12
                       PERFORM P980-RELATORIO-DIVIDAS
                   WHEN 13
                       PERFORM P540-ANULAR-POR-DIVIDA
                   WHEN 14
                       PERFORM P990-OCUPACAO-CURSOS
                   WHEN 15
                       PERFORM P750-FORMADORES
                   WHEN 16
                       PERFORM P730-ATRIBUIR-FORMADOR
                   WHEN 0
                       CONTINUE
                   WHEN OTHER
           CLOSE SESSOES.
           CLOSE PRESENCAS.
           CLOSE PRESTACOES.
           CLOSE VALIDADES.
           CLOSE ESPERA.
           CLOSE FORMADORES.
           STOP RUN.

       P100-LISTAR-CURSOS.
                   AT END
                       SET WS-EXIT-OK TO 'S'
                   NOT AT END
                       IF CRS-CAPACIDADE > ZEROES
                           DISPLAY 'CURSO ' CD-CURSO ' - ' NM-CURSO
                                   ' LOTACAO ' CRS-CAPACIDADE
                       ELSE
                           DISPLAY 'CURSO ' CD-CURSO ' - ' NM-CURSO
                                   ' SEM LIMITE DE LOTACAO'
                       END-IF
               END-READ
           END-PERFORM.
           SET WS-EXIT-OK TO 'N'.
           IF CRS-PRESTACOES = ZEROES
               MOVE 1 TO CRS-PRESTACOES
           END-IF.
           DISPLAY 'VALIDADE DO CURSO RECORRENTE EM MESES '
                   '(00 SE NAO RECORRENTE)'.
           ACCEPT CRS-VALIDADE-MESES.
           DISPLAY 'LOTACAO MAXIMA DA SALA (000 SE SEM LIMITE)'.
           ACCEPT CRS-CAPACIDADE.

           WRITE CURSOS-REG
               INVALID KEY
           ACCEPT INSC-ALUNO.
           DISPLAY 'CODIGO DO CURSO'.
           ACCEPT INSC-CURSO.
           MOVE INSC-ALUNO TO WS-ALUNO-PEDIDO.
           MOVE INSC-CURSO TO WS-CURSO-PEDIDO.
           MOVE INSC-CURSO TO CD-CURSO.
           READ CURSOS
               INVALID KEY
                   DISPLAY 'CURSO NAO EXISTE - INSCRICAO RECUSADA'
               NOT INVALID KEY
                   PERFORM P410-CONTAR-INSCRITOS
                   IF WS-CAP-CHEIO = 'S'
                       PERFORM P420-OFERECER-ESPERA
                   ELSE
                       MOVE WS-ALUNO-PEDIDO TO INSC-ALUNO
                       MOVE WS-CURSO-PEDIDO TO INSC-CURSO
                       PERFORM P430-GRAVAR-INSCRICAO
                   END-IF
           END-READ.

       P430-GRAVAR-INSCRICAO.

           MOVE ZEROES TO INSC-NOTA.
           WRITE INSCRICOES-REG
               INVALID KEY
                   DISPLAY 'ALUNO JA INSCRITO NESSE CURSO'
               NOT INVALID KEY
                   DISPLAY 'INSCRICAO REGISTADA - NOTA '
                           'LANCADA APOS AS SESSOES'
                   PERFORM P450-GERAR-PRESTACOES
           END-WRITE.

      *    INSCRITOS E LUGARES LIVRES DO CURSO EM CD-CURSO. LOTACAO
      *    ZERO QUER DIZER SEM LIMITE
       P410-CONTAR-INSCRITOS.

           MOVE ZEROES TO WS-CAP-INSCRITOS.
           MOVE ZEROES TO INSC-ALUNO.
           MOVE ZEROES TO INSC-CURSO.
           SET WS-EXIT-OK2 TO 'N'.
           START INSCRICOES KEY IS NOT LESS THAN INSC-CHAVE
               INVALID KEY
                   SET WS-EXIT-OK2 TO 'S'
           END-START.
           PERFORM UNTIL WS-EXIT-OK2 = 'S'
               READ INSCRICOES NEXT
                   AT END
                       SET WS-EXIT-OK2 TO 'S'
                   NOT AT END
                       IF INSC-CURSO = CD-CURSO
                           ADD 1 TO WS-CAP-INSCRITOS
                       END-IF
               END-READ
           END-PERFORM.
           SET WS-EXIT-OK2 TO 'N'.

           MOVE 'N' TO WS-CAP-CHEIO.
           MOVE ZEROES TO WS-CAP-LIVRES.
           IF CRS-CAPACIDADE > ZEROES
               IF WS-CAP-INSCRITOS < CRS-CAPACIDADE
                   COMPUTE WS-CAP-LIVRES =
                           CRS-CAPACIDADE - WS-CAP-INSCRITOS
               ELSE
                   MOVE 'S' TO WS-CAP-CHEIO
               END-IF
           END-IF.

       P420-OFERECER-ESPERA.

           MOVE 'N' TO WS-ESP-JA.
           MOVE WS-ALUNO-PEDIDO TO INSC-ALUNO.
           MOVE WS-CURSO-PEDIDO TO INSC-CURSO.
           READ INSCRICOES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY 'ALUNO JA INSCRITO NESSE CURSO'
                   MOVE 'S' TO WS-ESP-JA
           END-READ.
           IF WS-ESP-JA = 'S'
               MOVE 'N' TO WS-ESP-JA
           ELSE
               PERFORM P425-PROCURAR-NA-ESPERA
               IF WS-ESP-JA = 'S'
                   DISPLAY 'CURSO COMPLETO - ALUNO JA ESTA NA LISTA '
                           'DE ESPERA NA POSICAO ' ESP-ORDEM
               ELSE
                   DISPLAY 'CURSO COMPLETO (' WS-CAP-INSCRITOS
                           ' INSCRITOS) - COLOCAR EM LISTA DE ESPERA? '
                           '(S/N)'
                   ACCEPT WS-ESP-RESPOSTA
                   IF WS-ESP-RESPOSTA = 'S'
                           OR WS-ESP-RESPOSTA = 's'
                       ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
                       MOVE WS-CURSO-PEDIDO TO ESP-CURSO
                       COMPUTE ESP-ORDEM = WS-ESP-ULTIMA + 1
                       MOVE WS-ALUNO-PEDIDO TO ESP-ALUNO
                       MOVE WS-DATA-HOJE TO ESP-DATA
                       WRITE ESPERA-REG
                           INVALID KEY
                               DISPLAY 'ERRO AO GRAVAR A LISTA DE '
                                       'ESPERA'
                           NOT INVALID KEY
                               DISPLAY 'ALUNO EM LISTA DE ESPERA NA '
                                       'POSICAO ' ESP-ORDEM
                       END-WRITE
                   ELSE
                       DISPLAY 'INSCRICAO RECUSADA - CURSO COMPLETO'
                   END-IF
               END-IF
               MOVE 'N' TO WS-ESP-JA
           END-IF.

      *    PERCORRE A LISTA DO CURSO: DEVOLVE A ULTIMA ORDEM USADA E
      *    SE O ALUNO JA ESTA A ESPERA
       P425-PROCURAR-NA-ESPERA.

           MOVE 'N' TO WS-ESP-JA.
           MOVE ZEROES TO WS-ESP-ULTIMA.
           MOVE ZEROES TO WS-CAP-ESPERA.
           MOVE WS-CURSO-PEDIDO TO ESP-CURSO.
           MOVE ZEROES TO ESP-ORDEM.
           SET WS-EXIT-OK2 TO 'N'.
           START ESPERA KEY IS NOT LESS THAN ESP-CHAVE
               INVALID KEY
                   SET WS-EXIT-OK2 TO 'S'
           END-START.
           PERFORM UNTIL WS-EXIT-OK2 = 'S'
               READ ESPERA NEXT
                   AT END
                       SET WS-EXIT-OK2 TO 'S'
                   NOT AT END
                       IF ESP-CURSO NOT = WS-CURSO-PEDIDO
                           SET WS-EXIT-OK2 TO 'S'
                       ELSE
                           MOVE ESP-ORDEM TO WS-ESP-ULTIMA
                           ADD 1 TO WS-CAP-ESPERA
                           IF ESP-ALUNO = WS-ALUNO-PEDIDO
                               MOVE 'S' TO WS-ESP-JA
                               SET WS-EXIT-OK2 TO 'S'
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           SET WS-EXIT-OK2 TO 'N'.

       P450-GERAR-PRESTACOES.

           IF CRS-TAXA = ZEROES
               INVALID KEY
                   DISPLAY 'INSCRICAO NAO ENCONTRADA'
               NOT INVALID KEY
                   MOVE INSC-CURSO TO WS-CURSO-PEDIDO
                   DELETE INSCRICOES
                       INVALID KEY
                           DISPLAY 'ERRO AO ELIMINAR A INSCRICAO'
                       NOT INVALID KEY
                           DISPLAY 'INSCRICAO ELIMINADA'
                           PERFORM P520-PROMOVER-ESPERA
                   END-DELETE
           END-READ.

      *    LUGAR LIBERTADO: O PRIMEIRO DA LISTA DE ESPERA FICA INSCRITO
      *    E RECEBE O SEU PLANO DE PRESTACOES, ENQUANTO HOUVER LUGARES
       P520-PROMOVER-ESPERA.

           MOVE WS-CURSO-PEDIDO TO CD-CURSO.
           READ CURSOS
               INVALID KEY
                   MOVE 'S' TO WS-ESP-FIM
               NOT INVALID KEY
                   MOVE 'N' TO WS-ESP-FIM
           END-READ.
           PERFORM UNTIL WS-ESP-FIM = 'S'
               PERFORM P410-CONTAR-INSCRITOS
               IF WS-CAP-CHEIO = 'S'
                   MOVE 'S' TO WS-ESP-FIM
               ELSE
                   PERFORM P525-PRIMEIRO-DA-ESPERA
               END-IF
           END-PERFORM.
           MOVE 'N' TO WS-ESP-FIM.

       P525-PRIMEIRO-DA-ESPERA.

           MOVE WS-CURSO-PEDIDO TO ESP-CURSO.
           MOVE ZEROES TO ESP-ORDEM.
           START ESPERA KEY IS NOT LESS THAN ESP-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-ESP-FIM
           END-START.
           IF WS-ESP-FIM = 'N'
               READ ESPERA NEXT
                   AT END
                       MOVE 'S' TO WS-ESP-FIM
                   NOT AT END
                       IF ESP-CURSO NOT = WS-CURSO-PEDIDO
                           MOVE 'S' TO WS-ESP-FIM
                       END-IF
               END-READ
           END-IF.
           IF WS-ESP-FIM = 'N'
               MOVE ESP-ALUNO TO INSC-ALUNO
               MOVE ESP-CURSO TO INSC-CURSO
               DELETE ESPERA
                   INVALID KEY
                       MOVE 'S' TO WS-ESP-FIM
               END-DELETE
           END-IF.
           IF WS-ESP-FIM = 'N'
               DISPLAY 'LUGAR OFERECIDO AO ALUNO ' INSC-ALUNO
                       ' DA LISTA DE ESPERA'
               PERFORM P430-GRAVAR-INSCRICAO
           END-IF.

      *    ANULA A INSCRICAO DE QUEM TEM PRESTACOES VENCIDAS POR PAGAR.
      *    AS PRESTACOES PAGAS FICAM; AS POR PAGAR SAO ANULADAS
       P540-ANULAR-POR-DIVIDA.

           DISPLAY 'CODIGO DO ALUNO'.
           ACCEPT WS-ALUNO-PEDIDO.
           DISPLAY 'CODIGO DO CURSO'.
           ACCEPT WS-CURSO-PEDIDO.
           MOVE WS-ALUNO-PEDIDO TO INSC-ALUNO.
           MOVE WS-CURSO-PEDIDO TO INSC-CURSO.
           READ INSCRICOES
               INVALID KEY
                   DISPLAY 'INSCRICAO NAO ENCONTRADA'
               NOT INVALID KEY
                   PERFORM P545-VERIFICAR-VENCIDAS
                   IF WS-ESP-DIVIDA-VENCIDA = 'N'
                       DISPLAY 'SEM PRESTACOES VENCIDAS POR PAGAR - '
                               'INSCRICAO MANTIDA'
                   ELSE
                       DELETE INSCRICOES
                           INVALID KEY
                               DISPLAY 'ERRO AO ELIMINAR A INSCRICAO'
                           NOT INVALID KEY
                               DISPLAY 'INSCRICAO ANULADA POR FALTA '
                                       'DE PAGAMENTO ('
                                       WS-PREST-SOMA-DIVIDA ')'
                               PERFORM P550-ANULAR-PRESTACOES
                               PERFORM P520-PROMOVER-ESPERA
                       END-DELETE
                   END-IF
           END-READ.

       P545-VERIFICAR-VENCIDAS.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE 'N' TO WS-ESP-DIVIDA-VENCIDA.
           PERFORM P460-VERIFICAR-DIVIDA.
           IF WS-PREST-DIVIDA = 'S'
               MOVE WS-ALUNO-PEDIDO TO PR-ALUNO
               MOVE WS-CURSO-PEDIDO TO PR-CURSO
               MOVE ZEROES TO PR-SEQ
               SET WS-EXIT-OK2 TO 'N'
               START PRESTACOES KEY IS NOT LESS THAN PR-CHAVE
                   INVALID KEY
                       SET WS-EXIT-OK2 TO 'S'
               END-START
               PERFORM UNTIL WS-EXIT-OK2 = 'S'
                   READ PRESTACOES NEXT
                       AT END
                           SET WS-EXIT-OK2 TO 'S'
                       NOT AT END
                           IF PR-ALUNO NOT = WS-ALUNO-PEDIDO
                                   OR PR-CURSO NOT = WS-CURSO-PEDIDO
                               SET WS-EXIT-OK2 TO 'S'
                           ELSE
                               IF PR-PAGO = 'N'
                                   AND PR-VENCIMENTO < WS-DATA-HOJE
                                   MOVE 'S' TO WS-ESP-DIVIDA-VENCIDA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               SET WS-EXIT-OK2 TO 'N'
           END-IF.

       P550-ANULAR-PRESTACOES.

           MOVE WS-ALUNO-PEDIDO TO PR-ALUNO.
           MOVE WS-CURSO-PEDIDO TO PR-CURSO.
           MOVE ZEROES TO PR-SEQ.
           SET WS-EXIT-OK2 TO 'N'.
           START PRESTACOES KEY IS NOT LESS THAN PR-CHAVE
               INVALID KEY
                   SET WS-EXIT-OK2 TO 'S'
           END-START.
           PERFORM UNTIL WS-EXIT-OK2 = 'S'
               READ PRESTACOES NEXT
                   AT END
                       SET WS-EXIT-OK2 TO 'S'
                   NOT AT END
                       IF PR-ALUNO NOT = WS-ALUNO-PEDIDO
                               OR PR-CURSO NOT = WS-CURSO-PEDIDO
                           SET WS-EXIT-OK2 TO 'S'
                       ELSE
                           IF PR-PAGO = 'N'
                               DELETE PRESTACOES
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           SET WS-EXIT-OK2 TO 'N'.

       P600-BOLETIM-ALUNO.

           DISPLAY 'CODIGO DO ALUNO PARA O BOLETIM'.
               NOT INVALID KEY
                   PERFORM P710-CONTAR-SESSOES
                   COMPUTE WS-SES-PROXIMA = WS-SES-TOTAL + 1
                   DISPLAY 'DATA DA SESSAO (AAAAMMDD)'
                   ACCEPT WS-SES-DATA
                   DISPLAY 'DURACAO DA SESSAO EM HORAS'
                   ACCEPT WS-SES-HORAS
                   DISPLAY 'CODIGO DO FORMADOR (0000 SE POR ATRIBUIR)'
                   ACCEPT WS-SES-FORMADOR
                   MOVE WS-CURSO-PEDIDO TO WS-SES-CURSO-ATUAL
                   MOVE WS-SES-PROXIMA TO WS-SES-SEQ-ATUAL
                   PERFORM P740-VALIDAR-FORMADOR
                   IF WS-FMD-OK = 'S'
                       MOVE WS-CURSO-PEDIDO TO SES-CURSO
                       MOVE WS-SES-PROXIMA TO SES-SEQ
                       MOVE WS-SES-DATA TO SES-DATA
                       MOVE WS-SES-FORMADOR TO SES-FORMADOR
                       MOVE WS-SES-HORAS TO SES-HORAS
                       WRITE SESSOES-REG
                           INVALID KEY
                               DISPLAY 'ERRO AO AGENDAR A SESSAO'
                           NOT INVALID KEY
                               DISPLAY 'SESSAO ' SES-SEQ ' DO CURSO '
                                       SES-CURSO ' AGENDADA PARA '
                                       SES-DATA
                       END-WRITE
                   ELSE
                       DISPLAY 'SESSAO NAO AGENDADA'
                   END-IF
           END-READ.

       P710-CONTAR-SESSOES.
           END-PERFORM.
           SET WS-EXIT-OK2 TO 'N'.

      *    O FORMADOR TEM DE EXISTIR E NAO PODE TER OUTRA SESSAO NA
      *    MESMA DATA. SEM FORMADOR (ZERO) A SESSAO FICA POR ATRIBUIR
       P740-VALIDAR-FORMADOR.

           MOVE 'S' TO WS-FMD-OK.
           IF WS-SES-FORMADOR > ZEROES
               MOVE WS-SES-FORMADOR TO FMD-CODIGO
               READ FORMADORES
                   INVALID KEY
                       MOVE 'N' TO WS-FMD-OK
                       DISPLAY 'FORMADOR ' WS-SES-FORMADOR
                               ' NAO EXISTE'
               END-READ
           END-IF.
           IF WS-FMD-OK = 'S' AND WS-SES-FORMADOR > ZEROES
               PERFORM P720-VERIFICAR-FORMADOR
               IF WS-FMD-OCUPADO = 'S'
                   MOVE 'N' TO WS-FMD-OK
                   DISPLAY 'FORMADOR ' FMD-NOME ' JA DA A SESSAO '
                           SES-SEQ ' DO CURSO ' SES-CURSO
                           ' EM ' WS-SES-DATA
               END-IF
           END-IF.

       P720-VERIFICAR-FORMADOR.

           MOVE 'N' TO WS-FMD-OCUPADO.
           MOVE ZEROES TO SES-CURSO.
           MOVE ZEROES TO SES-SEQ.
           SET WS-EXIT-OK2 TO 'N'.
           START SESSOES KEY IS NOT LESS THAN SES-CHAVE
               INVALID KEY
                   SET WS-EXIT-OK2 TO 'S'
           END-START.
           PERFORM UNTIL WS-EXIT-OK2 = 'S'
               READ SESSOES NEXT
                   AT END
                       SET WS-EXIT-OK2 TO 'S'
                   NOT AT END
                       IF SES-DATA = WS-SES-DATA
                               AND SES-FORMADOR = WS-SES-FORMADOR
                               AND SES-CHAVE NOT = WS-SES-CHAVE-ATUAL
                           MOVE 'S' TO WS-FMD-OCUPADO
                           SET WS-EXIT-OK2 TO 'S'
                       END-IF
               END-READ
           END-PERFORM.
           SET WS-EXIT-OK2 TO 'N'.

       P730-ATRIBUIR-FORMADOR.

           DISPLAY 'CODIGO DO CURSO'.
           ACCEPT WS-SES-CURSO-ATUAL.
           DISPLAY 'NUMERO DA SESSAO'.
           ACCEPT WS-SES-SEQ-ATUAL.
           MOVE WS-SES-CHAVE-ATUAL TO SES-CHAVE.
           READ SESSOES
               INVALID KEY
                   DISPLAY 'SESSAO NAO ENCONTRADA'
               NOT INVALID KEY
                   DISPLAY 'SESSAO DE ' SES-DATA ' ' SES-HORAS
                           ' HORAS - FORMADOR ATUAL ' SES-FORMADOR
                   MOVE SES-DATA TO WS-SES-DATA
                   DISPLAY 'DURACAO DA SESSAO EM HORAS'
                   ACCEPT WS-SES-HORAS
                   DISPLAY 'CODIGO DO FORMADOR (0000 SE POR ATRIBUIR)'
                   ACCEPT WS-SES-FORMADOR
                   PERFORM P740-VALIDAR-FORMADOR
                   IF WS-FMD-OK = 'S'
                       MOVE WS-SES-CHAVE-ATUAL TO SES-CHAVE
                       READ SESSOES
                           INVALID KEY
                               DISPLAY 'SESSAO NAO ENCONTRADA'
                           NOT INVALID KEY
                               MOVE WS-SES-FORMADOR TO SES-FORMADOR
                               MOVE WS-SES-HORAS TO SES-HORAS
                               REWRITE SESSOES-REG
                               DISPLAY 'FORMADOR ATRIBUIDO A SESSAO'
                       END-READ
                   ELSE
                       DISPLAY 'ATRIBUICAO RECUSADA'
                   END-IF
           END-READ.

       P750-FORMADORES.

           DISPLAY ' '.
           DISPLAY '*** FORMADORES ***'.
           MOVE ZEROES TO FMD-CODIGO.
           SET WS-EXIT-OK TO 'N'.
           START FORMADORES KEY IS NOT LESS THAN FMD-CODIGO
               INVALID KEY
                   SET WS-EXIT-OK TO 'S'
           END-START.
           PERFORM UNTIL WS-EXIT-OK = 'S'
               READ FORMADORES NEXT
                   AT END
                       SET WS-EXIT-OK TO 'S'
                   NOT AT END
                       IF FMD-INTERNO
                           DISPLAY FMD-CODIGO ' ' FMD-NOME
                                   ' INTERNO EMPREGADO '
                                   FMD-EMP-CODIGO ' TAXA/HORA '
                                   FMD-TAXA-HORA
                       ELSE
                           DISPLAY FMD-CODIGO ' ' FMD-NOME
                                   ' EXTERNO IBAN ' FMD-IBAN
                                   ' TAXA/HORA ' FMD-TAXA-HORA
                       END-IF
               END-READ
           END-PERFORM.
           SET WS-EXIT-OK TO 'N'.

           DISPLAY 'ACRESCENTAR OU ALTERAR FORMADOR? (S/N)'.
           ACCEPT WS-FMD-RESPOSTA.
           IF WS-FMD-RESPOSTA = 'S' OR WS-FMD-RESPOSTA = 's'
               PERFORM P760-GRAVAR-FORMADOR
           END-IF.

       P760-GRAVAR-FORMADOR.

           DISPLAY 'CODIGO DO FORMADOR (4 DIGITOS)'.
           ACCEPT FMD-CODIGO.
           DISPLAY 'NOME DO FORMADOR'.
           ACCEPT FMD-NOME.
           MOVE SPACES TO FMD-TIPO.
           PERFORM UNTIL FMD-INTERNO OR FMD-EXTERNO
               DISPLAY 'TIPO: I=INTERNO E=EXTERNO'
               ACCEPT FMD-TIPO
           END-PERFORM.
           MOVE ZEROES TO FMD-EMP-CODIGO.
           MOVE SPACES TO FMD-IBAN.
           IF FMD-INTERNO
               DISPLAY 'CODIGO DE EMPREGADO NA FOLHA'
               ACCEPT FMD-EMP-CODIGO
           ELSE
               DISPLAY 'IBAN PARA TRANSFERENCIA'
               ACCEPT FMD-IBAN
           END-IF.
           DISPLAY 'VALOR POR HORA DE FORMACAO '
                   '(EX: 002500 PARA 25,00)'.
           ACCEPT FMD-TAXA-HORA.
           WRITE FORMADORES-REG
               INVALID KEY
                   REWRITE FORMADORES-REG
                   DISPLAY 'FORMADOR ATUALIZADO'
               NOT INVALID KEY
                   DISPLAY 'FORMADOR REGISTADO'
           END-WRITE.

       P800-REGISTAR-PRESENCAS.

           DISPLAY 'CODIGO DO CURSO'.

           DISPLAY 'CERTIFICADO EMITIDO'.

           IF CRS-VALIDADE-MESES > ZEROES
               PERFORM P965-RENOVAR-VALIDADE
           END-IF.

      *    O CODIGO DO ALUNO E O CODIGO DO TRIPULANTE. A NOVA VALIDADE
      *    CONTA A PARTIR DA DATA DE EMISSAO DO CERTIFICADO
       P965-RENOVAR-VALIDADE.

           MOVE WS-DATA-HOJE TO WS-DATA-SPLIT.
           COMPUTE WS-VAL-MESES = WS-DATA-ANO * 12 + WS-DATA-MES - 1
                   + CRS-VALIDADE-MESES.
           DIVIDE WS-VAL-MESES BY 12 GIVING WS-DATA-ANO
               REMAINDER WS-DATA-MES.
           ADD 1 TO WS-DATA-MES.

           EVALUATE WS-DATA-MES
               WHEN 2
                   MOVE 28 TO WS-VAL-ULTIMO-DIA
                   DIVIDE WS-DATA-ANO BY 4 GIVING WS-VAL-MESES
                       REMAINDER WS-VAL-RESTO
                   IF WS-VAL-RESTO = 0
                       MOVE 29 TO WS-VAL-ULTIMO-DIA
                   END-IF
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO WS-VAL-ULTIMO-DIA
               WHEN OTHER
                   MOVE 31 TO WS-VAL-ULTIMO-DIA
           END-EVALUATE.
           IF WS-DATA-DIA > WS-VAL-ULTIMO-DIA
               MOVE WS-VAL-ULTIMO-DIA TO WS-DATA-DIA
           END-IF.

           MOVE INSC-ALUNO TO VAL-TRIP-ID.
           MOVE 'C' TO VAL-TIPO.
           MOVE CD-CURSO TO VAL-CURSO.
           MOVE WS-DATA-SPLIT TO VAL-DATA-FIM.
           MOVE WS-DATA-HOJE TO VAL-DATA-REGISTO.
           WRITE VALIDADES-REG
               INVALID KEY
                   REWRITE VALIDADES-REG
           END-WRITE.
           DISPLAY 'CURSO RECORRENTE VALIDO ATE ' VAL-DATA-FIM.

       P970-REGISTAR-PAGAMENTO.

           DISPLAY 'CODIGO DO ALUNO'.
                   ' VENCIDA EM ' PR-VENCIMENTO
                   ' (' WS-MESES-ATRASO ' MESES)'.

      *    OCUPACAO DOS CURSOS COM SESSOES AGENDADAS A PARTIR DE HOJE
      *    OU AINDA SEM SESSOES: INSCRITOS, EM ESPERA E LUGARES LIVRES
       P990-OCUPACAO-CURSOS.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY ' '.
           DISPLAY '*** OCUPACAO DOS PROXIMOS CURSOS ***'.
           DISPLAY 'CURSO NOME                 1A SESSAO LOTACAO '
                   'INSCR ESPERA LIVRES'.
           MOVE ZEROES TO CD-CURSO.
           SET WS-EXIT-OK TO 'N'.
           START CURSOS KEY IS NOT LESS THAN CD-CURSO
               INVALID KEY
                   SET WS-EXIT-OK TO 'S'
           END-START.
           PERFORM UNTIL WS-EXIT-OK = 'S'
               READ CURSOS NEXT
                   AT END
                       SET WS-EXIT-OK TO 'S'
                   NOT AT END
                       PERFORM P995-OCUPACAO-DO-CURSO
               END-READ
           END-PERFORM.
           SET WS-EXIT-OK TO 'N'.

       P995-OCUPACAO-DO-CURSO.

           MOVE CD-CURSO TO WS-CURSO-PEDIDO.
           PERFORM P710-CONTAR-SESSOES.
           MOVE ZEROES TO WS-SES-FUTURAS.
           MOVE ZEROES TO WS-SES-PRIMEIRA.
           MOVE WS-CURSO-PEDIDO TO SES-CURSO.
           MOVE ZEROES TO SES-SEQ.
           SET WS-EXIT-OK2 TO 'N'.
           START SESSOES KEY IS NOT LESS THAN SES-CHAVE
               INVALID KEY
                   SET WS-EXIT-OK2 TO 'S'
           END-START.
           PERFORM UNTIL WS-EXIT-OK2 = 'S'
               READ SESSOES NEXT
                   AT END
                       SET WS-EXIT-OK2 TO 'S'
                   NOT AT END
                       IF SES-CURSO NOT = WS-CURSO-PEDIDO
                           SET WS-EXIT-OK2 TO 'S'
                       ELSE
                           IF SES-DATA NOT < WS-DATA-HOJE
                               ADD 1 TO WS-SES-FUTURAS
                               IF WS-SES-PRIMEIRA = ZEROES
                                       OR SES-DATA < WS-SES-PRIMEIRA
                                   MOVE SES-DATA TO WS-SES-PRIMEIRA
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           SET WS-EXIT-OK2 TO 'N'.

           IF WS-SES-TOTAL = ZEROES OR WS-SES-FUTURAS > ZEROES
               PERFORM P410-CONTAR-INSCRITOS
               MOVE ZEROES TO WS-ALUNO-PEDIDO
               PERFORM P425-PROCURAR-NA-ESPERA
               IF CRS-CAPACIDADE > ZEROES
                   DISPLAY CD-CURSO '   ' NM-CURSO ' ' WS-SES-PRIMEIRA
                           '  ' CRS-CAPACIDADE '     '
                           WS-CAP-INSCRITOS ' ' WS-CAP-ESPERA '  '
                           WS-CAP-LIVRES
               ELSE
                   DISPLAY CD-CURSO '   ' NM-CURSO ' ' WS-SES-PRIMEIRA
                           '  SEM LIMITE '
                           WS-CAP-INSCRITOS ' ' WS-CAP-ESPERA
               END-IF
           END-IF.

       END PROGRAM GESTFORM.
