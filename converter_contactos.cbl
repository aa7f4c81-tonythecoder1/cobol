       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVCONT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *    CONVERSAO UNICA DOS FICHEIROS COM NUMERO DE CONTACTO DE 2
      *    PARA 6 DIGITOS. CADA FICHEIRO E DESCARREGADO COM O DESENHO
      *    ANTIGO PARA UM FICHEIRO DE TRABALHO (conv_*.txt, QUE FICA
      *    COMO COPIA DE SEGURANCA) E RECARREGADO COM O DESENHO NOVO.
      *    O PROGRESSO FICA NA CHAVE C6 DO CONTROLO, PARA QUE UMA
      *    SEGUNDA EXECUCAO NAO VOLTE A CONVERTER O QUE JA ESTA FEITO

       SELECT TRABALHO ASSIGN TO
           WS-CAM-TRABALHO
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-TRAB.

       SELECT CONTANTIGO ASSIGN TO
           WS-CAM-CONTACTOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CAN-ID
           ALTERNATE RECORD KEY IS CAN-NOME WITH DUPLICATES
           FILE STATUS IS WS-FS-ANTIGO.

       SELECT CONTNOVO ASSIGN TO
           WS-CAM-CONTACTOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CNV-ID
           ALTERNATE RECORD KEY IS CNV-NOME WITH DUPLICATES
           FILE STATUS IS WS-FS-NOVO.

       SELECT PAXANTIGO ASSIGN TO
           WS-CAM-PASSAGEIROS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS PAN-ID
           FILE STATUS IS WS-FS-ANTIGO.

       SELECT PAXNOVO ASSIGN TO
           WS-CAM-PASSAGEIROS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS PNV-ID
           FILE STATUS IS WS-FS-NOVO.

       SELECT CNSANTIGO ASSIGN TO
           WS-CAM-CONSENTIMENTOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CSA-CONTACTO-ID
           FILE STATUS IS WS-FS-ANTIGO.

       SELECT CNSNOVO ASSIGN TO
           WS-CAM-CONSENTIMENTOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CSN-CONTACTO-ID
           FILE STATUS IS WS-FS-NOVO.

       SELECT INTANTIGO ASSIGN TO
           WS-CAM-INTERACOES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ITA-ID
           FILE STATUS IS WS-FS-ANTIGO.

       SELECT INTNOVO ASSIGN TO
           WS-CAM-INTERACOES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ITN-ID
           FILE STATUS IS WS-FS-NOVO.

       SELECT CRGANTIGO ASSIGN TO
           WS-CAM-CARGA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CGA-ID
           FILE STATUS IS WS-FS-ANTIGO.

       SELECT CRGNOVO ASSIGN TO
           WS-CAM-CARGA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CGN-ID
           FILE STATUS IS WS-FS-NOVO.

       SELECT ACHANTIGO ASSIGN TO
           WS-CAM-ACHADOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS AHA-ID
           FILE STATUS IS WS-FS-ANTIGO.

       SELECT ACHNOVO ASSIGN TO
           WS-CAM-ACHADOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS AHN-ID
           FILE STATUS IS WS-FS-NOVO.

       SELECT EMPANTIGO ASSIGN TO
           WS-CAM-EMPRESAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS EPA-CODIGO
           FILE STATUS IS WS-FS-ANTIGO.

       SELECT EMPNOVO ASSIGN TO
           WS-CAM-EMPRESAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS EPN-CODIGO
           FILE STATUS IS WS-FS-NOVO.

       SELECT INQANTIGO ASSIGN TO
           WS-CAM-INQUERITOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS IQA-RESERVA-ID
           FILE STATUS IS WS-FS-ANTIGO.

       SELECT INQNOVO ASSIGN TO
           WS-CAM-INQUERITOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS IQN-RESERVA-ID
           FILE STATUS IS WS-FS-NOVO.

       SELECT REGISTOSEQ ASSIGN TO
           WS-CAM-REGISTO
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-ANTIGO.

       SELECT CONTROLOINPUT ASSIGN TO
           WS-CAM-CONTROLO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CTRL-CHAVE
           FILE STATUS IS WS-FS-CTRL.

       DATA DIVISION.

       FILE SECTION.

       FD TRABALHO.
       01 TRABALHO-LINHA PIC X(100).

       FD CONTANTIGO.
       01 CONTANTIGO-REG.
           03 CAN-ID PIC 9(02).
           03 CAN-NOME PIC X(20).
           03 FILLER PIC X(46).

       FD CONTNOVO.
       01 CONTNOVO-REG.
           03 CNV-ID PIC 9(06).
           03 CNV-NOME PIC X(20).
           03 FILLER PIC X(46).

       FD PAXANTIGO.
       01 PAXANTIGO-REG.
           03 PAN-ID PIC 9(04).
           03 FILLER PIC X(57).

       FD PAXNOVO.
       01 PAXNOVO-REG.
           03 PNV-ID PIC 9(04).
           03 FILLER PIC X(61).

       FD CNSANTIGO.
       01 CNSANTIGO-REG.
           03 CSA-CONTACTO-ID PIC 9(02).
           03 FILLER PIC X(20).

       FD CNSNOVO.
       01 CNSNOVO-REG.
           03 CSN-CONTACTO-ID PIC 9(06).
           03 FILLER PIC X(20).

       FD INTANTIGO.
       01 INTANTIGO-REG.
           03 ITA-ID PIC 9(04).
           03 FILLER PIC X(61).

       FD INTNOVO.
       01 INTNOVO-REG.
           03 ITN-ID PIC 9(04).
           03 FILLER PIC X(65).

       FD CRGANTIGO.
       01 CRGANTIGO-REG.
           03 CGA-ID PIC 9(04).
           03 FILLER PIC X(59).

       FD CRGNOVO.
       01 CRGNOVO-REG.
           03 CGN-ID PIC 9(04).
           03 FILLER PIC X(63).

       FD ACHANTIGO.
       01 ACHANTIGO-REG.
           03 AHA-ID PIC 9(04).
           03 FILLER PIC X(75).

       FD ACHNOVO.
       01 ACHNOVO-REG.
           03 AHN-ID PIC 9(04).
           03 FILLER PIC X(79).

       FD EMPANTIGO.
       01 EMPANTIGO-REG.
           03 EPA-CODIGO PIC X(04).
           03 FILLER PIC X(54).

       FD EMPNOVO.
       01 EMPNOVO-REG.
           03 EPN-CODIGO PIC X(04).
           03 FILLER PIC X(58).

       FD INQANTIGO.
       01 INQANTIGO-REG.
           03 IQA-RESERVA-ID PIC 9(04).
           03 FILLER PIC X(88).

       FD INQNOVO.
       01 INQNOVO-REG.
           03 IQN-RESERVA-ID PIC 9(04).
           03 FILLER PIC X(92).

       FD REGISTOSEQ.
       01 REGISTOSEQ-LINHA PIC X(80).

       FD CONTROLOINPUT.
       01 CONTROLOINPUT-REG.
           05 CTRL-CHAVE PIC X(06).
           05 CTRL-ULTIMO-NUM PIC 9(04).

       WORKING-STORAGE SECTION.

           01 WS-AMB-AREA.
               05 WS-AMB-CODIGO PIC X(04).
               05 WS-AMB-RAIZ PIC X(60).
           77 WS-CAM-TRABALHO PIC X(80) VALUE SPACES.
           77 WS-CAM-REGISTO PIC X(80) VALUE SPACES.
           77 WS-CAM-CONTACTOS PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/contactos.dat".
           77 WS-CAM-PASSAGEIROS PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/passageiros.dat".
           77 WS-CAM-CONSENTIMENTOS PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/consentimentos.dat".
           77 WS-CAM-INTERACOES PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/interacoes.dat".
           77 WS-CAM-CARGA PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/project/carga.dat".
           77 WS-CAM-ACHADOS PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/achados.dat".
           77 WS-CAM-EMPRESAS PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/project/empresas.dat".
           77 WS-CAM-INQUERITOS PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/project/inqsatis.dat".
           77 WS-CAM-AUDITCONT PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/auditcont.txt".
           77 WS-CAM-CONSENTLOG PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/consentlog.txt".
           77 WS-CAM-CONTROLO PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/project/controlo.dat"
           .

           01 WS-FS-TRAB PIC XX.
               88 WS-FS-TRAB-OK VALUE '00'.

           01 WS-FS-ANTIGO PIC XX.
               88 WS-FS-ANTIGO-OK VALUE '00'.
               88 WS-FS-ANTIGO-INEXISTENTE VALUE '35'.

           01 WS-FS-NOVO PIC XX.
               88 WS-FS-NOVO-OK VALUE '00'.

           01 WS-FS-CTRL PIC XX.
               88 WS-FS-CTRL-OK VALUE '00'.
               88 WS-FS-CTRL-NOVO VALUE '35'.

      *    FICHEIROS A CONVERTER, PELA ORDEM EM QUE SAO TRATADOS: NOME
      *    DO FICHEIRO DE TRABALHO, POSICAO DO NUMERO DE CONTACTO NO
      *    REGISTO ANTIGO E TAMANHO DO REGISTO ANTIGO
           01 WS-TABELA-FICHEIROS.
               05 FILLER PIC X(20) VALUE "contactos".
               05 FILLER PIC X(06) VALUE "001068".
               05 FILLER PIC X(20) VALUE "passageiros".
               05 FILLER PIC X(06) VALUE "025061".
               05 FILLER PIC X(20) VALUE "consentimentos".
               05 FILLER PIC X(06) VALUE "001022".
               05 FILLER PIC X(20) VALUE "interacoes".
               05 FILLER PIC X(06) VALUE "005065".
               05 FILLER PIC X(20) VALUE "carga".
               05 FILLER PIC X(06) VALUE "017063".
               05 FILLER PIC X(20) VALUE "achados".
               05 FILLER PIC X(06) VALUE "070079".
               05 FILLER PIC X(20) VALUE "empresas".
               05 FILLER PIC X(06) VALUE "034058".
               05 FILLER PIC X(20) VALUE "inqsatis".
               05 FILLER PIC X(06) VALUE "032092".
               05 FILLER PIC X(20) VALUE "auditcont".
               05 FILLER PIC X(06) VALUE "001062".
               05 FILLER PIC X(20) VALUE "consentlog".
               05 FILLER PIC X(06) VALUE "019076".
           01 FILLER REDEFINES WS-TABELA-FICHEIROS.
               05 WS-FIC-ENT OCCURS 10 TIMES.
                   10 WS-FIC-NOME PIC X(20).
                   10 WS-FIC-POSICAO PIC 9(03).
                   10 WS-FIC-TAMANHO PIC 9(03).

           77 WS-FIC-N PIC 9(02) VALUE ZEROES.
           77 WS-FIC-FEITOS PIC 9(02) VALUE ZEROES.
           77 WS-CHAVE-CTRL-CONVERSAO PIC X(02) VALUE 'C6'.
           77 WS-EXIT-OK PIC X(01) VALUE 'N'.
           77 WS-ABORTAR PIC X(01) VALUE 'N'.
           77 WS-CONFIRMA PIC X(01) VALUE 'N'.
           77 WS-EXISTE PIC X(01) VALUE 'N'.

           77 WS-LIDOS PIC 9(07) VALUE ZEROES.
           77 WS-DESCARREGADOS PIC 9(07) VALUE ZEROES.
           77 WS-GRAVADOS PIC 9(07) VALUE ZEROES.
           77 WS-TOTAL-LIDOS PIC 9(07) VALUE ZEROES.
           77 WS-TOTAL-GRAVADOS PIC 9(07) VALUE ZEROES.

           01 WS-CONV-ANTIGO PIC X(100) VALUE SPACES.
           01 WS-CONV-NOVO PIC X(100) VALUE SPACES.
           77 WS-CONV-POS PIC 9(03) VALUE ZEROES.
           77 WS-CONV-RESTO PIC 9(03) VALUE ZEROES.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           PERFORM P090-CARREGAR-AMBIENTE.

           DISPLAY ' '.
           DISPLAY '*** CONVERSAO DOS NUMEROS DE CONTACTO PARA 6 '
                   'DIGITOS ***'.

           OPEN I-O CONTROLOINPUT.
           IF WS-FS-CTRL-NOVO
               OPEN OUTPUT CONTROLOINPUT
               CLOSE CONTROLOINPUT
               OPEN I-O CONTROLOINPUT
           END-IF.
           IF NOT WS-FS-CTRL-OK
               DISPLAY 'FICHEIRO DE CONTROLO INDISPONIVEL (' WS-FS-CTRL
                       ')'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-CHAVE-CTRL-CONVERSAO TO CTRL-CHAVE.
           READ CONTROLOINPUT
               INVALID KEY
                   MOVE WS-CHAVE-CTRL-CONVERSAO TO CTRL-CHAVE
                   MOVE ZEROES TO CTRL-ULTIMO-NUM
                   WRITE CONTROLOINPUT-REG
           END-READ.
           MOVE CTRL-ULTIMO-NUM TO WS-FIC-FEITOS.
           IF WS-FIC-FEITOS >= 10
               DISPLAY 'CONVERSAO JA EFETUADA - NADA A FAZER'
               CLOSE CONTROLOINPUT
               STOP RUN
           END-IF.
           IF WS-FIC-FEITOS > ZEROES
               DISPLAY 'A RETOMAR DEPOIS DE ' WS-FIC-FEITOS
                       ' FICHEIRO(S) JA CONVERTIDO(S)'
           END-IF.

           DISPLAY 'TODOS OS PROGRAMAS QUE USAM CONTACTOS DEVEM ESTAR '
                   'PARADOS.'.
           DISPLAY 'CONTINUAR? (S/N)'.
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA NOT = 'S' AND WS-CONFIRMA NOT = 's'
               DISPLAY 'CONVERSAO CANCELADA'
               CLOSE CONTROLOINPUT
               STOP RUN
           END-IF.

           MOVE 'N' TO WS-ABORTAR.
           COMPUTE WS-FIC-N = WS-FIC-FEITOS + 1.
           PERFORM UNTIL WS-FIC-N > 10 OR WS-ABORTAR = 'S'
               PERFORM P100-CONVERTER-FICHEIRO
               IF WS-ABORTAR = 'N'
                   MOVE WS-FIC-N TO WS-FIC-FEITOS
                   PERFORM P190-GRAVAR-PROGRESSO
               END-IF
               ADD 1 TO WS-FIC-N
           END-PERFORM.

           CLOSE CONTROLOINPUT.

           DISPLAY ' '.
           DISPLAY 'REGISTOS LIDOS: ' WS-TOTAL-LIDOS
                   ' CONVERTIDOS: ' WS-TOTAL-GRAVADOS.
           IF WS-ABORTAR = 'S'
               DISPLAY '*** CONVERSAO INTERROMPIDA - REPOR O FICHEIRO '
                       'A PARTIR DA COPIA conv_*.txt E REPETIR ***'
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY '*** CONVERSAO CONCLUIDA - COPIAS DOS FICHEIROS '
                       'ANTIGOS EM conv_*.txt ***'
           END-IF.

           STOP RUN.

      *    DESCARGA PARA O FICHEIRO DE TRABALHO, RECARGA NO DESENHO
      *    NOVO E CONFRONTO DAS CONTAGENS
       P100-CONVERTER-FICHEIRO.

           MOVE ZEROES TO WS-LIDOS.
           MOVE ZEROES TO WS-DESCARREGADOS.
           MOVE ZEROES TO WS-GRAVADOS.
           MOVE WS-FIC-POSICAO (WS-FIC-N) TO WS-CONV-POS.
           COMPUTE WS-CONV-RESTO =
                   WS-FIC-TAMANHO (WS-FIC-N) - WS-CONV-POS - 1.
           MOVE SPACES TO WS-CAM-TRABALHO.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   '/conv_' DELIMITED BY SIZE
                   WS-FIC-NOME (WS-FIC-N) DELIMITED BY SPACE
                   '.txt' DELIMITED BY SIZE
               INTO WS-CAM-TRABALHO
           END-STRING.

           DISPLAY ' '.
           DISPLAY 'FICHEIRO ' WS-FIC-NOME (WS-FIC-N).

           OPEN OUTPUT TRABALHO.
           IF NOT WS-FS-TRAB-OK
               DISPLAY '  NAO FOI POSSIVEL CRIAR ' WS-CAM-TRABALHO
               MOVE 'S' TO WS-ABORTAR
           ELSE
               PERFORM P110-DESCARREGAR
               CLOSE TRABALHO
           END-IF.

           IF WS-ABORTAR = 'N' AND WS-EXISTE = 'N'
               DISPLAY '  INEXISTENTE - NADA A CONVERTER'
           END-IF.
           IF WS-ABORTAR = 'N' AND WS-EXISTE = 'S'
               IF WS-DESCARREGADOS NOT = WS-LIDOS
                   DISPLAY '  ERRO NA DESCARGA: LIDOS ' WS-LIDOS
                           ' COPIADOS ' WS-DESCARREGADOS
                   MOVE 'S' TO WS-ABORTAR
               ELSE
                   OPEN INPUT TRABALHO
                   PERFORM P150-RECARREGAR
                   CLOSE TRABALHO
                   DISPLAY '  LIDOS ' WS-LIDOS ' CONVERTIDOS '
                           WS-GRAVADOS
                   IF WS-GRAVADOS NOT = WS-LIDOS
                       DISPLAY '  CONTAGENS NAO CONFEREM'
                       MOVE 'S' TO WS-ABORTAR
                   END-IF
               END-IF
           END-IF.
           ADD WS-LIDOS TO WS-TOTAL-LIDOS.
           ADD WS-GRAVADOS TO WS-TOTAL-GRAVADOS.

       P110-DESCARREGAR.

           MOVE 'S' TO WS-EXISTE.
           EVALUATE WS-FIC-N
               WHEN 1
                   OPEN INPUT CONTANTIGO
               WHEN 2
                   OPEN INPUT PAXANTIGO
               WHEN 3
                   OPEN INPUT CNSANTIGO
               WHEN 4
                   OPEN INPUT INTANTIGO
               WHEN 5
                   OPEN INPUT CRGANTIGO
               WHEN 6
                   OPEN INPUT ACHANTIGO
               WHEN 7
                   OPEN INPUT EMPANTIGO
               WHEN 8
                   OPEN INPUT INQANTIGO
               WHEN 9
                   MOVE WS-CAM-AUDITCONT TO WS-CAM-REGISTO
                   OPEN INPUT REGISTOSEQ
               WHEN 10
                   MOVE WS-CAM-CONSENTLOG TO WS-CAM-REGISTO
                   OPEN INPUT REGISTOSEQ
           END-EVALUATE.
           IF WS-FS-ANTIGO-INEXISTENTE
               MOVE 'N' TO WS-EXISTE
           END-IF.
           IF WS-EXISTE = 'S' AND NOT WS-FS-ANTIGO-OK
               DISPLAY '  ERRO AO ABRIR (' WS-FS-ANTIGO ')'
               MOVE 'S' TO WS-ABORTAR
               MOVE 'N' TO WS-EXISTE
           END-IF.

           IF WS-EXISTE = 'S'
               MOVE 'N' TO WS-EXIT-OK
               PERFORM UNTIL WS-EXIT-OK = 'S'
                   PERFORM P120-LER-ANTIGO
                   IF WS-EXIT-OK = 'N'
                       ADD 1 TO WS-LIDOS
                       MOVE WS-CONV-ANTIGO TO TRABALHO-LINHA
                       WRITE TRABALHO-LINHA
                       IF WS-FS-TRAB-OK
                           ADD 1 TO WS-DESCARREGADOS
                       END-IF
                   END-IF
               END-PERFORM
               MOVE 'N' TO WS-EXIT-OK
               EVALUATE WS-FIC-N
                   WHEN 1
                       CLOSE CONTANTIGO
                   WHEN 2
                       CLOSE PAXANTIGO
                   WHEN 3
                       CLOSE CNSANTIGO
                   WHEN 4
                       CLOSE INTANTIGO
                   WHEN 5
                       CLOSE CRGANTIGO
                   WHEN 6
                       CLOSE ACHANTIGO
                   WHEN 7
                       CLOSE EMPANTIGO
                   WHEN 8
                       CLOSE INQANTIGO
                   WHEN OTHER
                       CLOSE REGISTOSEQ
               END-EVALUATE
           END-IF.

       P120-LER-ANTIGO.

           MOVE SPACES TO WS-CONV-ANTIGO.
           EVALUATE WS-FIC-N
               WHEN 1
                   READ CONTANTIGO NEXT
                       AT END
                           MOVE 'S' TO WS-EXIT-OK
                       NOT AT END
                           MOVE CONTANTIGO-REG TO WS-CONV-ANTIGO
                   END-READ
               WHEN 2
                   READ PAXANTIGO NEXT
                       AT END
                           MOVE 'S' TO WS-EXIT-OK
                       NOT AT END
                           MOVE PAXANTIGO-REG TO WS-CONV-ANTIGO
                   END-READ
               WHEN 3
                   READ CNSANTIGO NEXT
                       AT END
                           MOVE 'S' TO WS-EXIT-OK
                       NOT AT END
                           MOVE CNSANTIGO-REG TO WS-CONV-ANTIGO
                   END-READ
               WHEN 4
                   READ INTANTIGO NEXT
                       AT END
                           MOVE 'S' TO WS-EXIT-OK
                       NOT AT END
                           MOVE INTANTIGO-REG TO WS-CONV-ANTIGO
                   END-READ
               WHEN 5
                   READ CRGANTIGO NEXT
                       AT END
                           MOVE 'S' TO WS-EXIT-OK
                       NOT AT END
                           MOVE CRGANTIGO-REG TO WS-CONV-ANTIGO
                   END-READ
               WHEN 6
                   READ ACHANTIGO NEXT
                       AT END
                           MOVE 'S' TO WS-EXIT-OK
                       NOT AT END
                           MOVE ACHANTIGO-REG TO WS-CONV-ANTIGO
                   END-READ
               WHEN 7
                   READ EMPANTIGO NEXT
                       AT END
                           MOVE 'S' TO WS-EXIT-OK
                       NOT AT END
                           MOVE EMPANTIGO-REG TO WS-CONV-ANTIGO
                   END-READ
               WHEN 8
                   READ INQANTIGO NEXT
                       AT END
                           MOVE 'S' TO WS-EXIT-OK
                       NOT AT END
                           MOVE INQANTIGO-REG TO WS-CONV-ANTIGO
                   END-READ
               WHEN OTHER
                   READ REGISTOSEQ
                       AT END
                           MOVE 'S' TO WS-EXIT-OK
                       NOT AT END
                           MOVE REGISTOSEQ-LINHA TO WS-CONV-ANTIGO
                   END-READ
           END-EVALUATE.

       P150-RECARREGAR.

           EVALUATE WS-FIC-N
               WHEN 1
                   OPEN OUTPUT CONTNOVO
               WHEN 2
                   OPEN OUTPUT PAXNOVO
               WHEN 3
                   OPEN OUTPUT CNSNOVO
               WHEN 4
                   OPEN OUTPUT INTNOVO
               WHEN 5
                   OPEN OUTPUT CRGNOVO
               WHEN 6
                   OPEN OUTPUT ACHNOVO
               WHEN 7
                   OPEN OUTPUT EMPNOVO
               WHEN 8
                   OPEN OUTPUT INQNOVO
               WHEN OTHER
                   OPEN OUTPUT REGISTOSEQ
                   MOVE WS-FS-ANTIGO TO WS-FS-NOVO
           END-EVALUATE.
           IF NOT WS-FS-NOVO-OK
               DISPLAY '  ERRO AO RECRIAR O FICHEIRO (' WS-FS-NOVO ')'
               MOVE 'S' TO WS-ABORTAR
           ELSE
               MOVE 'N' TO WS-EXIT-OK
               PERFORM UNTIL WS-EXIT-OK = 'S'
                   READ TRABALHO
                       AT END
                           MOVE 'S' TO WS-EXIT-OK
                       NOT AT END
                           MOVE TRABALHO-LINHA TO WS-CONV-ANTIGO
                           PERFORM P160-CONVERTER-REGISTO
                           PERFORM P170-GRAVAR-NOVO
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EXIT-OK
               EVALUATE WS-FIC-N
                   WHEN 1
                       CLOSE CONTNOVO
                   WHEN 2
                       CLOSE PAXNOVO
                   WHEN 3
                       CLOSE CNSNOVO
                   WHEN 4
                       CLOSE INTNOVO
                   WHEN 5
                       CLOSE CRGNOVO
                   WHEN 6
                       CLOSE ACHNOVO
                   WHEN 7
                       CLOSE EMPNOVO
                   WHEN 8
                       CLOSE INQNOVO
                   WHEN OTHER
                       CLOSE REGISTOSEQ
               END-EVALUATE
           END-IF.

      *    O NUMERO DE CONTACTO GANHA QUATRO ZEROS A ESQUERDA E O RESTO
      *    DO REGISTO DESLOCA-SE QUATRO POSICOES. NO HISTORICO DE
      *    CONSENTIMENTOS SO AS LINHAS DE CONTACTO TEM O NUMERO
       P160-CONVERTER-REGISTO.

           MOVE SPACES TO WS-CONV-NOVO.
           IF WS-FIC-N = 10
                   AND WS-CONV-ANTIGO (9:10) NOT = ' CONTACTO '
               MOVE WS-CONV-ANTIGO TO WS-CONV-NOVO
           ELSE
               IF WS-CONV-POS > 1
                   MOVE WS-CONV-ANTIGO (1:WS-CONV-POS - 1)
                       TO WS-CONV-NOVO (1:WS-CONV-POS - 1)
               END-IF
               IF WS-CONV-ANTIGO (WS-CONV-POS:2) = SPACES
                   MOVE '000000' TO WS-CONV-NOVO (WS-CONV-POS:6)
               ELSE
                   MOVE '0000' TO WS-CONV-NOVO (WS-CONV-POS:4)
                   MOVE WS-CONV-ANTIGO (WS-CONV-POS:2)
                       TO WS-CONV-NOVO (WS-CONV-POS + 4:2)
               END-IF
               MOVE WS-CONV-ANTIGO (WS-CONV-POS + 2:WS-CONV-RESTO)
                   TO WS-CONV-NOVO (WS-CONV-POS + 6:WS-CONV-RESTO)
           END-IF.

       P170-GRAVAR-NOVO.

           EVALUATE WS-FIC-N
               WHEN 1
                   MOVE WS-CONV-NOVO TO CONTNOVO-REG
                   WRITE CONTNOVO-REG
               WHEN 2
                   MOVE WS-CONV-NOVO TO PAXNOVO-REG
                   WRITE PAXNOVO-REG
               WHEN 3
                   MOVE WS-CONV-NOVO TO CNSNOVO-REG
                   WRITE CNSNOVO-REG
               WHEN 4
                   MOVE WS-CONV-NOVO TO INTNOVO-REG
                   WRITE INTNOVO-REG
               WHEN 5
                   MOVE WS-CONV-NOVO TO CRGNOVO-REG
                   WRITE CRGNOVO-REG
               WHEN 6
                   MOVE WS-CONV-NOVO TO ACHNOVO-REG
                   WRITE ACHNOVO-REG
               WHEN 7
                   MOVE WS-CONV-NOVO TO EMPNOVO-REG
                   WRITE EMPNOVO-REG
               WHEN 8
                   MOVE WS-CONV-NOVO TO INQNOVO-REG
                   WRITE INQNOVO-REG
               WHEN OTHER
                   MOVE WS-CONV-NOVO TO REGISTOSEQ-LINHA
                   WRITE REGISTOSEQ-LINHA
                   MOVE WS-FS-ANTIGO TO WS-FS-NOVO
           END-EVALUATE.
           IF WS-FS-NOVO-OK
               ADD 1 TO WS-GRAVADOS
           ELSE
               DISPLAY '  REGISTO NAO GRAVADO (' WS-FS-NOVO '): '
                       WS-CONV-NOVO (1:40)
           END-IF.

       P190-GRAVAR-PROGRESSO.

           MOVE WS-CHAVE-CTRL-CONVERSAO TO CTRL-CHAVE.
           READ CONTROLOINPUT
               INVALID KEY
                   MOVE WS-FIC-FEITOS TO CTRL-ULTIMO-NUM
                   WRITE CONTROLOINPUT-REG
               NOT INVALID KEY
                   MOVE WS-FIC-FEITOS TO CTRL-ULTIMO-NUM
                   REWRITE CONTROLOINPUT-REG
           END-READ.

       P090-CARREGAR-AMBIENTE.

           CALL 'amb_util.o' USING WS-AMB-AREA.
           DISPLAY 'AMBIENTE ATIVO: ' WS-AMB-CODIGO.
           MOVE SPACES TO WS-CAM-CONTACTOS.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   '/contactos.dat' DELIMITED BY SIZE
               INTO WS-CAM-CONTACTOS
           END-STRING.
           MOVE SPACES TO WS-CAM-PASSAGEIROS.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   '/passageiros.dat' DELIMITED BY SIZE
               INTO WS-CAM-PASSAGEIROS
           END-STRING.
           MOVE SPACES TO WS-CAM-CONSENTIMENTOS.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   '/consentimentos.dat' DELIMITED BY SIZE
               INTO WS-CAM-CONSENTIMENTOS
           END-STRING.
           MOVE SPACES TO WS-CAM-INTERACOES.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   '/interacoes.dat' DELIMITED BY SIZE
               INTO WS-CAM-INTERACOES
           END-STRING.
           MOVE SPACES TO WS-CAM-CARGA.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   '/project/carga.dat' DELIMITED BY SIZE
               INTO WS-CAM-CARGA
           END-STRING.
           MOVE SPACES TO WS-CAM-ACHADOS.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   '/achados.dat' DELIMITED BY SIZE
               INTO WS-CAM-ACHADOS
           END-STRING.
           MOVE SPACES TO WS-CAM-EMPRESAS.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   '/project/empresas.dat' DELIMITED BY SIZE
               INTO WS-CAM-EMPRESAS
           END-STRING.
           MOVE SPACES TO WS-CAM-INQUERITOS.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   '/project/inqsatis.dat' DELIMITED BY SIZE
               INTO WS-CAM-INQUERITOS
           END-STRING.
           MOVE SPACES TO WS-CAM-AUDITCONT.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   '/auditcont.txt' DELIMITED BY SIZE
               INTO WS-CAM-AUDITCONT
           END-STRING.
           MOVE SPACES TO WS-CAM-CONSENTLOG.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   '/consentlog.txt' DELIMITED BY SIZE
               INTO WS-CAM-CONSENTLOG
           END-STRING.
           MOVE SPACES TO WS-CAM-CONTROLO.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   '/project/controlo.dat' DELIMITED BY SIZE
               INTO WS-CAM-CONTROLO
           END-STRING.

       END PROGRAM CONVCONT.
