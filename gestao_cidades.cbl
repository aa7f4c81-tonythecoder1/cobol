           RECORD KEY IS CID-NOME
           FILE STATUS IS WS-FS-CID.

       SELECT CATERINGINPUT ASSIGN TO
           WS-CAM-CATERING
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CAT-AEROPORTO
           FILE STATUS IS WS-FS-CAT.

       DATA DIVISION.

       FILE SECTION.
           05 CID-NOME PIC X(10).
           05 CID-DESCRICAO PIC X(20).
           05 CID-FUSO PIC S9(02).
           05 CID-HORA-ABRE PIC 9(04).
           05 CID-HORA-FECHA PIC 9(04).
           05 CID-RECOLHER-INI PIC 9(04).
           05 CID-RECOLHER-FIM PIC 9(04).

       FD CATERINGINPUT.
       01 CATERINGINPUT-REG.
           05 CAT-AEROPORTO PIC X(10).
           05 CAT-FORNECEDOR PIC X(10).
           05 CAT-NOME PIC X(20).
           05 CAT-PRECO-ECO PIC 9(03)V99.
           05 CAT-PRECO-EXEC PIC 9(03)V99.
           05 CAT-PRECO-ESPECIAL PIC 9(03)V99.
           05 CAT-PRECO-ANCILAR PIC 9(03)V99.

       WORKING-STORAGE SECTION.

               05 WS-AMB-RAIZ PIC X(60).
           77 WS-CAM-CIDADES PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/cidades.dat".
           77 WS-CAM-CATERING PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/catering.dat".

           01 WS-FS-CID PIC XX.
               88 WS-FS-CID-OK VALUE '00'.
               88 WS-FS-CID-NOVO VALUE '35'.

           01 WS-FS-CAT PIC XX.
               88 WS-FS-CAT-OK VALUE '00'.
               88 WS-FS-CAT-NOVO VALUE '35'.

           77 WS-EXIT-OK PIC X(01) VALUE 'N'.
           77 WS-OP PIC 9(01) VALUE ZEROES.

               CLOSE CIDADESINPUT
               OPEN I-O CIDADESINPUT
           END-IF.
           OPEN I-O CATERINGINPUT.
           IF WS-FS-CAT-NOVO
               OPEN OUTPUT CATERINGINPUT
               CLOSE CATERINGINPUT
               OPEN I-O CATERINGINPUT
           END-IF.

           DISPLAY '*** GESTAO DE CIDADES E AEROPORTOS ***'.

           MOVE 1 TO WS-OP.
           PERFORM UNTIL WS-OP = 0
               DISPLAY '1-LISTAR 2-ADICIONAR 3-ELIMINAR '
                       '4-HORARIO E RECOLHER 5-CATERING 0-SAIR'
               ACCEPT WS-OP
               EVALUATE WS-OP
                   WHEN 1
                       PERFORM P200-ADICIONAR
                   WHEN 3
                       PERFORM P300-ELIMINAR
                   WHEN 4
                       PERFORM P400-HORARIO-AEROPORTO
                   WHEN 5
                       PERFORM P500-CATERING-AEROPORTO
                   WHEN 0
                       CONTINUE
                   WHEN OTHER
           END-PERFORM.

           CLOSE CIDADESINPUT.
           CLOSE CATERINGINPUT.
           STOP RUN.

       P100-LISTAR.
                   NOT AT END
                       DISPLAY CID-NOME ' - ' CID-DESCRICAO
                               ' FUSO: ' CID-FUSO
                       IF CID-HORA-ABRE NOT = CID-HORA-FECHA
                           DISPLAY '    ABERTO DAS ' CID-HORA-ABRE
                                   ' AS ' CID-HORA-FECHA
                       END-IF
                       IF CID-RECOLHER-INI NOT = CID-RECOLHER-FIM
                           DISPLAY '    RECOLHER DAS ' CID-RECOLHER-INI
                                   ' AS ' CID-RECOLHER-FIM
                       END-IF
                       MOVE CID-NOME TO CAT-AEROPORTO
                       READ CATERINGINPUT
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               DISPLAY '    CATERING: ' CAT-FORNECEDOR
                                       ' ' CAT-NOME
                       END-READ
               END-READ
           END-PERFORM.
           SET WS-EXIT-OK TO 'N'.
           ACCEPT CID-DESCRICAO.
           DISPLAY 'FUSO HORARIO (HORAS FACE A BASE, EX: +01 -05)'.
           ACCEPT CID-FUSO.
           PERFORM P410-PEDIR-HORARIO.

           WRITE CIDADESINPUT-REG
               INVALID KEY
                   END-DELETE
           END-READ.

       P400-HORARIO-AEROPORTO.

           DISPLAY 'NOME DA CIDADE'.
           ACCEPT CID-NOME.
           READ CIDADESINPUT
               INVALID KEY
                   DISPLAY 'CIDADE NAO ENCONTRADA'
               NOT INVALID KEY
                   PERFORM P410-PEDIR-HORARIO
                   REWRITE CIDADESINPUT-REG
                   DISPLAY 'HORARIO DO AEROPORTO ATUALIZADO'
           END-READ.

      *    HORAS LOCAIS HHMM. ABERTURA IGUAL AO FECHO = 24 HORAS;
      *    INICIO IGUAL AO FIM DO RECOLHER = SEM RECOLHER. AS JANELAS
      *    PODEM ATRAVESSAR A MEIA-NOITE (EX: RECOLHER 2300 A 0600)
       P410-PEDIR-HORARIO.

           DISPLAY 'HORA DE ABERTURA DO AEROPORTO (HHMM)'.
           ACCEPT CID-HORA-ABRE.
           DISPLAY 'HORA DE FECHO DO AEROPORTO (HHMM - IGUAL A '
                   'ABERTURA SE 24 HORAS)'.
           ACCEPT CID-HORA-FECHA.
           DISPLAY 'INICIO DO RECOLHER NOTURNO (HHMM)'.
           ACCEPT CID-RECOLHER-INI.
           DISPLAY 'FIM DO RECOLHER NOTURNO (HHMM - IGUAL AO '
                   'INICIO SE NAO HOUVER)'.
           ACCEPT CID-RECOLHER-FIM.

      *    UM FORNECEDOR DE CATERING POR AEROPORTO DE PARTIDA, COM O
      *    PRECO ACORDADO POR REFEICAO. E A BASE DAS ENCOMENDAS POR VOO
      *    E DA CONFERENCIA DAS FATURAS DO FORNECEDOR
       P500-CATERING-AEROPORTO.

           DISPLAY 'NOME DA CIDADE'.
           ACCEPT CID-NOME.
           READ CIDADESINPUT
               INVALID KEY
                   DISPLAY 'CIDADE NAO ENCONTRADA'
               NOT INVALID KEY
                   MOVE CID-NOME TO CAT-AEROPORTO
                   READ CATERINGINPUT
                       INVALID KEY
                           MOVE SPACES TO CAT-FORNECEDOR CAT-NOME
                           MOVE ZEROES TO CAT-PRECO-ECO CAT-PRECO-EXEC
                                          CAT-PRECO-ESPECIAL
                                          CAT-PRECO-ANCILAR
                           PERFORM P510-PEDIR-CATERING
                           WRITE CATERINGINPUT-REG
                           DISPLAY 'FORNECEDOR DE CATERING REGISTADO'
                       NOT INVALID KEY
                           DISPLAY 'ATUAL: ' CAT-FORNECEDOR ' '
                                   CAT-NOME
                           PERFORM P510-PEDIR-CATERING
                           IF CAT-FORNECEDOR = SPACES
                               DELETE CATERINGINPUT
                               DISPLAY 'FORNECEDOR DE CATERING REMOVIDO'
                           ELSE
                               REWRITE CATERINGINPUT-REG
                               DISPLAY 'FORNECEDOR DE CATERING '
                                       'ATUALIZADO'
                           END-IF
                   END-READ
           END-READ.

       P510-PEDIR-CATERING.

           DISPLAY 'CODIGO DO FORNECEDOR (EM BRANCO PARA REMOVER)'.
           ACCEPT CAT-FORNECEDOR.
           IF CAT-FORNECEDOR NOT = SPACES
               DISPLAY 'NOME DO FORNECEDOR'
               ACCEPT CAT-NOME
               DISPLAY 'PRECO DA REFEICAO ECONOMICA'
               ACCEPT CAT-PRECO-ECO
               DISPLAY 'PRECO DA REFEICAO EXECUTIVA'
               ACCEPT CAT-PRECO-EXEC
               DISPLAY 'PRECO DA REFEICAO ESPECIAL'
               ACCEPT CAT-PRECO-ESPECIAL
               DISPLAY 'PRECO DA REFEICAO PRE-ENCOMENDADA'
               ACCEPT CAT-PRECO-ANCILAR
           END-IF.

       P090-CARREGAR-AMBIENTE.

           CALL 'amb_util.o' USING WS-AMB-AREA.
                   '/cidades.dat' DELIMITED BY SIZE
               INTO WS-CAM-CIDADES
           END-STRING.
           MOVE SPACES TO WS-CAM-CATERING.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   '/catering.dat' DELIMITED BY SIZE
               INTO WS-CAM-CATERING
           END-STRING.

       END PROGRAM GESTCID.
