       IDENTIFICATION DIVISION.
       PROGRAM-ID. GESTORC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT ORCAMENTOINPUT ASSIGN TO
           WS-CAM-ORCAMENTO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ORC-CHAVE
           FILE STATUS IS WS-FS-ORC.

       SELECT ORCCARGAINPUT ASSIGN TO
           WS-CAM-ORCCARGA
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-CARGA.

       DATA DIVISION.

       FILE SECTION.

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

      *    FICHEIRO DO ORCAMENTO ANUAL: UMA LINHA POR ROTA E MES, COM O
      *    MESMO ALINHAMENTO DO REGISTO DO ORCAMENTO
       FD ORCCARGAINPUT.
       01 ORCCARGAINPUT-LINHA PIC X(79).

       WORKING-STORAGE SECTION.

           01 WS-AMB-AREA.
               05 WS-AMB-CODIGO PIC X(04).
               05 WS-AMB-RAIZ PIC X(60).
           77 WS-CAM-ORCAMENTO PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/orcamento.dat".
           77 WS-CAM-ORCCARGA PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/orcamento.txt".

           01 WS-FS-ORC PIC XX.
               88 WS-FS-ORC-OK VALUE '00'.
               88 WS-FS-ORC-NOVO VALUE '35'.

           01 WS-FS-CARGA PIC XX.
               88 WS-FS-CARGA-OK VALUE '00'.

           77 WS-EXIT-OK PIC X(01) VALUE 'N'.
           77 WS-OP PIC 9(01) VALUE ZEROES.
           77 WS-ANO-PEDIDO PIC 9(04) VALUE ZEROES.
           77 WS-CONFIRMA PIC X(01) VALUE 'N'.

           01 WS-CARGA-LINHA PIC X(79).
           01 WS-CARGA-REG REDEFINES WS-CARGA-LINHA.
               05 WS-CRG-ROTA PIC X(10).
               05 WS-CRG-MES PIC 9(06).
               05 WS-CRG-MES-R REDEFINES WS-CRG-MES.
                   10 WS-CRG-ANO PIC 9(04).
                   10 WS-CRG-MM PIC 9(02).
               05 WS-CRG-PAX PIC 9(06).
               05 WS-CRG-OCUPACAO PIC 9(03).
               05 WS-CRG-TARIFA-MEDIA PIC 9(05)V99.
               05 WS-CRG-RECEITA PIC 9(09)V99.
               05 WS-CRG-COMBUSTIVEL PIC 9(07)V99.
               05 WS-CRG-HANDLING PIC 9(07)V99.
               05 WS-CRG-TRIPULACAO PIC 9(07)V99.
               05 WS-CRG-TAXAS PIC 9(07)V99.
           77 WS-CRG-LIDAS PIC 9(05) VALUE ZEROES.
           77 WS-CRG-NOVAS PIC 9(05) VALUE ZEROES.
           77 WS-CRG-ALTERADAS PIC 9(05) VALUE ZEROES.
           77 WS-CRG-REJEITADAS PIC 9(05) VALUE ZEROES.

           01 WS-MES-SPLIT PIC 9(06) VALUE ZEROES.
           01 WS-MES-SPLIT-R REDEFINES WS-MES-SPLIT.
               05 WS-MES-ANO PIC 9(04).
               05 WS-MES-MM PIC 9(02).

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           PERFORM P090-CARREGAR-AMBIENTE.

           OPEN I-O ORCAMENTOINPUT.
           IF WS-FS-ORC-NOVO
               OPEN OUTPUT ORCAMENTOINPUT
               CLOSE ORCAMENTOINPUT
               OPEN I-O ORCAMENTOINPUT
           END-IF.

           DISPLAY '*** ORCAMENTO POR ROTA ***'.

           MOVE 1 TO WS-OP.
           PERFORM UNTIL WS-OP = 0
               DISPLAY '1-LISTAR 2-ADICIONAR OU ALTERAR '
                       '3-ELIMINAR 4-CARREGAR ORCAMENTO ANUAL 0-SAIR'
               ACCEPT WS-OP
               EVALUATE WS-OP
                   WHEN 1
                       PERFORM P100-LISTAR
                   WHEN 2
                       PERFORM P200-ADICIONAR
                   WHEN 3
                       PERFORM P300-ELIMINAR
                   WHEN 4
                       PERFORM P400-CARREGAR-FICHEIRO
                   WHEN 0
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'OPCAO INVALIDA'
               END-EVALUATE
           END-PERFORM.

           CLOSE ORCAMENTOINPUT.
           STOP RUN.

       P100-LISTAR.

           DISPLAY 'ANO A LISTAR (AAAA)'.
           ACCEPT WS-ANO-PEDIDO.
           DISPLAY ' '.
           DISPLAY '*** ORCAMENTO ' WS-ANO-PEDIDO ' ***'.
           MOVE LOW-VALUES TO ORC-CHAVE.
           SET WS-EXIT-OK TO 'N'.
           START ORCAMENTOINPUT KEY IS NOT LESS THAN ORC-CHAVE
               INVALID KEY
                   SET WS-EXIT-OK TO 'S'
           END-START.

           PERFORM UNTIL WS-EXIT-OK = 'S'
               READ ORCAMENTOINPUT NEXT
                   AT END
                       SET WS-EXIT-OK TO 'S'
                   NOT AT END
                       MOVE ORC-MES TO WS-MES-SPLIT
                       IF WS-MES-ANO = WS-ANO-PEDIDO
                           DISPLAY ORC-ROTA ' ' ORC-MES
                                   ' PAX ' ORC-PAX
                                   ' OCUP ' ORC-OCUPACAO '%'
                                   ' TARIFA ' ORC-TARIFA-MEDIA
                                   ' RECEITA ' ORC-RECEITA
                           DISPLAY '           COMB. ' ORC-COMBUSTIVEL
                                   ' HANDL. ' ORC-HANDLING
                                   ' TRIP. ' ORC-TRIPULACAO
                                   ' TAXAS ' ORC-TAXAS
                       END-IF
               END-READ
           END-PERFORM.
           SET WS-EXIT-OK TO 'N'.

       P200-ADICIONAR.

           DISPLAY 'ROTA'.
           ACCEPT ORC-ROTA.
           DISPLAY 'MES (AAAAMM)'.
           ACCEPT ORC-MES.
           MOVE ORC-MES TO WS-MES-SPLIT.
           IF WS-MES-MM < 1 OR WS-MES-MM > 12
               DISPLAY 'MES INVALIDO'
           ELSE
               DISPLAY 'PASSAGEIROS PREVISTOS'
               ACCEPT ORC-PAX
               DISPLAY 'TAXA DE OCUPACAO PREVISTA (%)'
               ACCEPT ORC-OCUPACAO
               DISPLAY 'TARIFA MEDIA PREVISTA'
               ACCEPT ORC-TARIFA-MEDIA
               DISPLAY 'RECEITA PREVISTA (0 = PAX X TARIFA MEDIA)'
               ACCEPT ORC-RECEITA
               IF ORC-RECEITA = ZEROES
                   COMPUTE ORC-RECEITA = ORC-PAX * ORC-TARIFA-MEDIA
               END-IF
               DISPLAY 'CUSTO DE COMBUSTIVEL PREVISTO'
               ACCEPT ORC-COMBUSTIVEL
               DISPLAY 'CUSTO DE HANDLING PREVISTO'
               ACCEPT ORC-HANDLING
               DISPLAY 'CUSTO DE TRIPULACAO PREVISTO'
               ACCEPT ORC-TRIPULACAO
               DISPLAY 'TAXAS PREVISTAS'
               ACCEPT ORC-TAXAS

               WRITE ORCAMENTOINPUT-REG
                   INVALID KEY
                       REWRITE ORCAMENTOINPUT-REG
                       DISPLAY 'ORCAMENTO ATUALIZADO'
                   NOT INVALID KEY
                       DISPLAY 'ORCAMENTO REGISTADO'
               END-WRITE
           END-IF.

       P300-ELIMINAR.

           DISPLAY 'ROTA'.
           ACCEPT ORC-ROTA.
           DISPLAY 'MES (AAAAMM)'.
           ACCEPT ORC-MES.
           READ ORCAMENTOINPUT
               INVALID KEY
                   DISPLAY 'ORCAMENTO NAO ENCONTRADO'
               NOT INVALID KEY
                   DELETE ORCAMENTOINPUT
                       INVALID KEY
                           DISPLAY 'ERRO AO ELIMINAR O ORCAMENTO'
                       NOT INVALID KEY
                           DISPLAY 'ORCAMENTO ELIMINADO'
                   END-DELETE
           END-READ.

      *    CARGA DO ORCAMENTO DO ANO A PARTIR DE orcamento.txt: AS
      *    LINHAS SUBSTITUEM O QUE JA EXISTIR PARA A MESMA ROTA E MES;
      *    LINHAS DE OUTRO ANO OU COM VALORES NAO NUMERICOS SAO
      *    REJEITADAS
       P400-CARREGAR-FICHEIRO.

           DISPLAY 'ANO DO ORCAMENTO A CARREGAR (AAAA)'.
           ACCEPT WS-ANO-PEDIDO.
           DISPLAY 'CONFIRMA A CARGA DE orcamento.txt PARA '
                   WS-ANO-PEDIDO '? (S/N)'.
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA NOT = 'S'
               DISPLAY 'CARGA CANCELADA'
           ELSE
               OPEN INPUT ORCCARGAINPUT
               IF NOT WS-FS-CARGA-OK
                   DISPLAY 'FICHEIRO orcamento.txt INDISPONIVEL ('
                           WS-FS-CARGA ')'
               ELSE
                   MOVE ZEROES TO WS-CRG-LIDAS WS-CRG-NOVAS
                                  WS-CRG-ALTERADAS WS-CRG-REJEITADAS
                   SET WS-EXIT-OK TO 'N'
                   PERFORM UNTIL WS-EXIT-OK = 'S'
                       READ ORCCARGAINPUT
                           AT END
                               SET WS-EXIT-OK TO 'S'
                           NOT AT END
                               ADD 1 TO WS-CRG-LIDAS
                               MOVE ORCCARGAINPUT-LINHA
                                   TO WS-CARGA-LINHA
                               PERFORM P410-CARREGAR-LINHA
                       END-READ
                   END-PERFORM
                   SET WS-EXIT-OK TO 'N'
                   CLOSE ORCCARGAINPUT
                   DISPLAY 'LINHAS LIDAS: ' WS-CRG-LIDAS
                           ' NOVAS: ' WS-CRG-NOVAS
                           ' ALTERADAS: ' WS-CRG-ALTERADAS
                           ' REJEITADAS: ' WS-CRG-REJEITADAS
               END-IF
           END-IF.

       P410-CARREGAR-LINHA.

           IF WS-CRG-ROTA = SPACES
                   OR WS-CRG-MES IS NOT NUMERIC
                   OR WS-CRG-PAX IS NOT NUMERIC
                   OR WS-CRG-OCUPACAO IS NOT NUMERIC
                   OR WS-CRG-TARIFA-MEDIA IS NOT NUMERIC
                   OR WS-CRG-RECEITA IS NOT NUMERIC
                   OR WS-CRG-COMBUSTIVEL IS NOT NUMERIC
                   OR WS-CRG-HANDLING IS NOT NUMERIC
                   OR WS-CRG-TRIPULACAO IS NOT NUMERIC
                   OR WS-CRG-TAXAS IS NOT NUMERIC
               ADD 1 TO WS-CRG-REJEITADAS
               DISPLAY 'LINHA ' WS-CRG-LIDAS ' REJEITADA - '
                       'CAMPOS EM FALTA OU NAO NUMERICOS'
           ELSE
               IF WS-CRG-ANO NOT = WS-ANO-PEDIDO
                       OR WS-CRG-MM < 1 OR WS-CRG-MM > 12
                   ADD 1 TO WS-CRG-REJEITADAS
                   DISPLAY 'LINHA ' WS-CRG-LIDAS ' REJEITADA - MES '
                           WS-CRG-MES ' FORA DO ANO ' WS-ANO-PEDIDO
               ELSE
                   MOVE WS-CRG-ROTA TO ORC-ROTA
                   MOVE WS-CRG-MES TO ORC-MES
                   MOVE WS-CRG-PAX TO ORC-PAX
                   MOVE WS-CRG-OCUPACAO TO ORC-OCUPACAO
                   MOVE WS-CRG-TARIFA-MEDIA TO ORC-TARIFA-MEDIA
                   MOVE WS-CRG-RECEITA TO ORC-RECEITA
                   IF ORC-RECEITA = ZEROES
                       COMPUTE ORC-RECEITA =
                               ORC-PAX * ORC-TARIFA-MEDIA
                   END-IF
                   MOVE WS-CRG-COMBUSTIVEL TO ORC-COMBUSTIVEL
                   MOVE WS-CRG-HANDLING TO ORC-HANDLING
                   MOVE WS-CRG-TRIPULACAO TO ORC-TRIPULACAO
                   MOVE WS-CRG-TAXAS TO ORC-TAXAS
                   WRITE ORCAMENTOINPUT-REG
                       INVALID KEY
                           REWRITE ORCAMENTOINPUT-REG
                           ADD 1 TO WS-CRG-ALTERADAS
                       NOT INVALID KEY
                           ADD 1 TO WS-CRG-NOVAS
                   END-WRITE
               END-IF
           END-IF.

       P090-CARREGAR-AMBIENTE.

           CALL 'amb_util.o' USING WS-AMB-AREA.
           DISPLAY 'AMBIENTE ATIVO: ' WS-AMB-CODIGO.
           MOVE SPACES TO WS-CAM-ORCAMENTO.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   '/orcamento.dat' DELIMITED BY SIZE
               INTO WS-CAM-ORCAMENTO
           END-STRING.
           MOVE SPACES TO WS-CAM-ORCCARGA.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   '/orcamento.txt' DELIMITED BY SIZE
               INTO WS-CAM-ORCCARGA
           END-STRING.

       END PROGRAM GESTORC.
