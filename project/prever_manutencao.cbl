       IDENTIFICATION DIVISION.
       PROGRAM-ID. PREVMNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT MANUTENCAOINPUT ASSIGN TO
           WS-CAM-MANUTENCAO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MNT-MATRICULA
           FILE STATUS IS WS-FICHEIRO-STATUS-MNT.

       SELECT VOOSINPUT ASSIGN TO
           WS-CAM-VOOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VOOSINPUT-CHAVE
           ALTERNATE RECORD KEY IS VOOSINPUT-NOME WITH DUPLICATES
           FILE STATUS IS WS-FICHEIRO-STATUS-VOO.

       SELECT PREVMNTOUTPUT ASSIGN TO
           WS-CAM-PREVMNT
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FICHEIRO-STATUS-PRV.

       SELECT ERROSOUTPUT ASSIGN TO
           WS-CAM-ERROS
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-ERR.

       DATA DIVISION.

       FILE SECTION.

           FD MANUTENCAOINPUT.
           01 MANUTENCAOINPUT-REG.
               05 MNT-MATRICULA PIC X(08).
               05 MNT-ULTIMA-DATA PIC 9(08).
               05 MNT-PROX-DATA PIC 9(08).
               05 MNT-VOOS-DESDE PIC 9(04).
               05 MNT-LIMITE-VOOS PIC 9(04).

           FD VOOSINPUT.
           01 VOOSINPUT-REG.
               05 VOOSINPUT-CHAVE.
                   10 VOOSINPUT-NUMERO PIC 9(04).
                   10 VOOSINPUT-DATA PIC 9(08).
               05 VOOSINPUT-NOME PIC X(10).
               05 LUGARESDISPONIVEIS-INPUT PIC 9(02).
               05 VOOSINPUT-HORA PIC 9(04).
               05 VOOSINPUT-TARIFA PIC 9(05)V99.
               05 VOOSINPUT-LUGARES-EXEC PIC 9(02).
               05 VOOSINPUT-TARIFA-EXEC PIC 9(05)V99.
               05 VOOSINPUT-ALERTA-METEO PIC X(01).
               05 VOOSINPUT-ESTADO PIC X(01).
                   88 VOO-AGENDADO VALUE 'A'.
                   88 VOO-EM-EMBARQUE VALUE 'E'.
                   88 VOO-PARTIU VALUE 'P'.
                   88 VOO-CANCELADO VALUE 'C'.
                   88 VOO-FECHADO VALUE 'F'.
               05 VOOSINPUT-AERONAVE PIC X(08).
               05 VOOSINPUT-PORTA PIC X(03).
               05 VOOSINPUT-HORA-REVISTA PIC 9(04).
               05 VOOSINPUT-MOEDA PIC X(03).
               05 VOOSINPUT-TIPO PIC X(01).

           FD PREVMNTOUTPUT.
           01 PREVMNTOUTPUT-LINHA PIC X(90).

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
               05 WS-ERR-L-PROG PIC X(10) VALUE "PREVMNT".
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
           77 WS-CAM-MANUTENCAO PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/manutencao.dat".
           77 WS-CAM-VOOS PIC X(80) VALUE
               "/Users/antonyferreira/Documents/Cobol/project/voos.dat".
           77 WS-CAM-PREVMNT PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/prevmnt.txt".

           01 WS-FICHEIRO-STATUS-MNT PIC XX.
               88 WS-MNT-STATUS-OK VALUE "00".

           01 WS-FICHEIRO-STATUS-VOO PIC XX.
               88 WS-FICHEIRO-VOO-OK VALUE "00".

           01 WS-FICHEIRO-STATUS-PRV PIC XX.
               88 WS-PRV-STATUS-OK VALUE "00".

           77 WS-EXIT-OK PIC X(01) VALUE "N".
           77 WS-EXIT-OK2 PIC X(01) VALUE "N".
           77 WS-DATA-HOJE PIC 9(08) VALUE ZEROES.

           77 WS-PRV-CONTA PIC 9(05) VALUE ZEROES.
           77 WS-PRV-TOTAL PIC 9(03) VALUE ZEROES.
           77 WS-PRV-I PIC 9(03) VALUE ZEROES.
           77 WS-PRV-J PIC 9(03) VALUE ZEROES.
           77 WS-PRV-VENCE PIC 9(03) VALUE ZEROES.
           77 WS-PRV-MOMENTO PIC 9(12) VALUE ZEROES.
           77 WS-PRV-MOTIVO PIC X(12) VALUE SPACES.
           77 WS-PRV-CHEIO PIC X(01) VALUE "N".

           77 WS-TOTAL-AERONAVES PIC 9(04) VALUE ZEROES.
           77 WS-TOTAL-VENCIMENTOS PIC 9(04) VALUE ZEROES.
           77 WS-TOTAL-VENCIDAS PIC 9(04) VALUE ZEROES.

      *    VOOS FUTUROS DA AERONAVE EM ORDEM DE PARTIDA
           01 WS-TABELA-PREVISAO.
               05 WS-PRV-ENT OCCURS 200 TIMES.
                   10 WS-PRV-E-MOMENTO PIC 9(12).
                   10 WS-PRV-E-NUMERO PIC 9(04).
                   10 WS-PRV-E-NOME PIC X(10).
                   10 WS-PRV-E-CONTA PIC 9(05).

           01 WS-PRV-MOMENTO-SPLIT PIC 9(12) VALUE ZEROES.
           01 WS-PRV-MOMENTO-R REDEFINES WS-PRV-MOMENTO-SPLIT.
               05 WS-PRV-M-DATA PIC 9(08).
               05 WS-PRV-M-HORA PIC 9(04).

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           PERFORM P090-CARREGAR-AMBIENTE.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE ZEROES TO WS-TOTAL-AERONAVES.
           MOVE ZEROES TO WS-TOTAL-VENCIMENTOS.
           MOVE ZEROES TO WS-TOTAL-VENCIDAS.

           OPEN INPUT MANUTENCAOINPUT.
           IF NOT WS-MNT-STATUS-OK
               MOVE "MANUTENCAO" TO WS-ERR-L-FICH
               MOVE WS-FICHEIRO-STATUS-MNT TO WS-ERR-L-ESTADO
               PERFORM P095-REGISTAR-ERRO-ABERTURA
               DISPLAY "SEM REGISTOS DE MANUTENCAO DA FROTA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT VOOSINPUT.
           IF NOT WS-FICHEIRO-VOO-OK
               MOVE "VOOS" TO WS-ERR-L-FICH
               MOVE WS-FICHEIRO-STATUS-VOO TO WS-ERR-L-ESTADO
               PERFORM P095-REGISTAR-ERRO-ABERTURA
               DISPLAY "NAO FOI POSSIVEL ABRIR O FICHEIRO DE VOOS"
               CLOSE MANUTENCAOINPUT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT PREVMNTOUTPUT.

           DISPLAY " ".
           DISPLAY "*** PREVISAO DE MANUTENCAO DA FROTA ***".
           DISPLAY "DATA DE REFERENCIA: " WS-DATA-HOJE.
           MOVE SPACES TO PREVMNTOUTPUT-LINHA.
           STRING "PREVISAO DE CHECKS SOBRE A PROGRAMACAO - "
                   DELIMITED BY SIZE
                   WS-DATA-HOJE DELIMITED BY SIZE
               INTO PREVMNTOUTPUT-LINHA
           END-STRING.
           WRITE PREVMNTOUTPUT-LINHA.

           MOVE SPACES TO MNT-MATRICULA.
           SET WS-EXIT-OK TO "N".
           START MANUTENCAOINPUT KEY IS NOT LESS THAN MNT-MATRICULA
               INVALID KEY
                   SET WS-EXIT-OK TO "S"
           END-START.

           PERFORM UNTIL WS-EXIT-OK = "S"
               READ MANUTENCAOINPUT NEXT
                   AT END
                       SET WS-EXIT-OK TO "S"
                   NOT AT END
                       ADD 1 TO WS-TOTAL-AERONAVES
                       PERFORM P100-CARREGAR-VOOS-AERONAVE
                       PERFORM P200-PROJETAR-AERONAVE
               END-READ
           END-PERFORM.
           SET WS-EXIT-OK TO "N".

           CLOSE MANUTENCAOINPUT.
           CLOSE VOOSINPUT.
           CLOSE PREVMNTOUTPUT.

           DISPLAY " ".
           DISPLAY "AERONAVES ANALISADAS: " WS-TOTAL-AERONAVES.
           DISPLAY "CHECKS A VENCER NA PROGRAMACAO: "
                   WS-TOTAL-VENCIMENTOS.
           DISPLAY "AERONAVES JA FORA DE LIMITE: " WS-TOTAL-VENCIDAS.
           DISPLAY "PREVISAO GRAVADA EM prevmnt.txt".

           IF WS-TOTAL-VENCIMENTOS > ZEROES
               MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.

      *    OS VOOS JA PARTIDOS E AINDA NAO ARQUIVADOS CONTAM PARA O
      *    CONTADOR - O ARQUIVO SO OS SOMA QUANDO OS RETIRA DE VOOS
       P100-CARREGAR-VOOS-AERONAVE.

           MOVE MNT-VOOS-DESDE TO WS-PRV-CONTA.
           MOVE ZEROES TO WS-PRV-TOTAL.
           MOVE "N" TO WS-PRV-CHEIO.

           MOVE ZEROES TO VOOSINPUT-CHAVE.
           SET WS-EXIT-OK2 TO "N".
           START VOOSINPUT KEY IS NOT LESS THAN VOOSINPUT-CHAVE
               INVALID KEY
                   SET WS-EXIT-OK2 TO "S"
           END-START.

           PERFORM UNTIL WS-EXIT-OK2 = "S"
               READ VOOSINPUT NEXT
                   AT END
                       SET WS-EXIT-OK2 TO "S"
                   NOT AT END
                       IF VOOSINPUT-AERONAVE = MNT-MATRICULA
                               AND NOT VOO-CANCELADO
                           IF VOO-PARTIU
                               ADD 1 TO WS-PRV-CONTA
                           ELSE
                               IF VOOSINPUT-DATA >= WS-DATA-HOJE
                                   PERFORM P110-INSERIR-VOO
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           SET WS-EXIT-OK2 TO "N".

       P110-INSERIR-VOO.

           IF WS-PRV-TOTAL >= 200
               MOVE "S" TO WS-PRV-CHEIO
           ELSE
               COMPUTE WS-PRV-MOMENTO =
                       VOOSINPUT-DATA * 10000 + VOOSINPUT-HORA
               PERFORM P115-POSICAO-INSERCAO
               MOVE WS-PRV-TOTAL TO WS-PRV-I
               PERFORM UNTIL WS-PRV-I < WS-PRV-J
                   MOVE WS-PRV-ENT (WS-PRV-I)
                       TO WS-PRV-ENT (WS-PRV-I + 1)
                   SUBTRACT 1 FROM WS-PRV-I
               END-PERFORM
               ADD 1 TO WS-PRV-TOTAL
               MOVE WS-PRV-MOMENTO TO WS-PRV-E-MOMENTO (WS-PRV-J)
               MOVE VOOSINPUT-NUMERO TO WS-PRV-E-NUMERO (WS-PRV-J)
               MOVE VOOSINPUT-NOME TO WS-PRV-E-NOME (WS-PRV-J)
               MOVE ZEROES TO WS-PRV-E-CONTA (WS-PRV-J)
           END-IF.

      *    PRIMEIRA POSICAO CUJO VOO PARTE DEPOIS DO NOVO - O NOVO
      *    FICA AI E OS SEGUINTES DESCEM UMA POSICAO
       P115-POSICAO-INSERCAO.

           COMPUTE WS-PRV-J = WS-PRV-TOTAL + 1.
           MOVE 1 TO WS-PRV-I.
           PERFORM UNTIL WS-PRV-I > WS-PRV-TOTAL
               IF WS-PRV-E-MOMENTO (WS-PRV-I) > WS-PRV-MOMENTO
                   MOVE WS-PRV-I TO WS-PRV-J
                   COMPUTE WS-PRV-I = WS-PRV-TOTAL + 1
               ELSE
                   ADD 1 TO WS-PRV-I
               END-IF
           END-PERFORM.

       P200-PROJETAR-AERONAVE.

           MOVE ZEROES TO WS-PRV-VENCE.
           MOVE SPACES TO WS-PRV-MOTIVO.
           MOVE 1 TO WS-PRV-I.
           PERFORM UNTIL WS-PRV-I > WS-PRV-TOTAL
               ADD 1 TO WS-PRV-CONTA
               MOVE WS-PRV-CONTA TO WS-PRV-E-CONTA (WS-PRV-I)
               MOVE WS-PRV-E-MOMENTO (WS-PRV-I)
                   TO WS-PRV-MOMENTO-SPLIT
               IF WS-PRV-VENCE = ZEROES
                   IF MNT-LIMITE-VOOS > ZEROES
                           AND WS-PRV-CONTA > MNT-LIMITE-VOOS
                       MOVE WS-PRV-I TO WS-PRV-VENCE
                       MOVE "LIMITE VOOS" TO WS-PRV-MOTIVO
                   END-IF
                   IF MNT-PROX-DATA > ZEROES
                           AND WS-PRV-M-DATA > MNT-PROX-DATA
                       MOVE WS-PRV-I TO WS-PRV-VENCE
                       MOVE "DATA CHECK" TO WS-PRV-MOTIVO
                   END-IF
               END-IF
               ADD 1 TO WS-PRV-I
           END-PERFORM.

           IF WS-PRV-VENCE = ZEROES
               PERFORM P210-SEM-VENCIMENTO
           ELSE
               ADD 1 TO WS-TOTAL-VENCIMENTOS
               PERFORM P220-IMPRIMIR-VENCIMENTO
           END-IF.
           IF WS-PRV-CHEIO = "S"
               DISPLAY "  AVISO: MAIS DE 200 VOOS PROGRAMADOS - "
                       "PREVISAO LIMITADA AOS PRIMEIROS 200"
           END-IF.

       P210-SEM-VENCIMENTO.

           DISPLAY "AERONAVE " MNT-MATRICULA " SEM CHECK A VENCER NOS "
                   WS-PRV-TOTAL " VOOS PROGRAMADOS (CONTADOR FINAL "
                   WS-PRV-CONTA ")".
           MOVE SPACES TO PREVMNTOUTPUT-LINHA.
           STRING MNT-MATRICULA DELIMITED BY SIZE
                   " OK - VOOS PROGRAMADOS " DELIMITED BY SIZE
                   WS-PRV-TOTAL DELIMITED BY SIZE
                   " CONTADOR FINAL " DELIMITED BY SIZE
                   WS-PRV-CONTA DELIMITED BY SIZE
                   " LIMITE " DELIMITED BY SIZE
                   MNT-LIMITE-VOOS DELIMITED BY SIZE
                   " PROX.CHECK " DELIMITED BY SIZE
                   MNT-PROX-DATA DELIMITED BY SIZE
               INTO PREVMNTOUTPUT-LINHA
           END-STRING.
           WRITE PREVMNTOUTPUT-LINHA.

      *    A JANELA DE TROCA VAI DO ULTIMO VOO AINDA DENTRO DO LIMITE
      *    ATE A PARTIDA DO VOO QUE O ULTRAPASSA. SE O PRIMEIRO VOO
      *    PROGRAMADO JA ULTRAPASSA, A TROCA TEM DE SER FEITA JA
       P220-IMPRIMIR-VENCIMENTO.

           MOVE WS-PRV-E-MOMENTO (WS-PRV-VENCE)
               TO WS-PRV-MOMENTO-SPLIT.
           DISPLAY "AERONAVE " MNT-MATRICULA " VENCE ("
                   WS-PRV-MOTIVO ") NO VOO "
                   WS-PRV-E-NUMERO (WS-PRV-VENCE) " DE "
                   WS-PRV-M-DATA " " WS-PRV-M-HORA.
           MOVE SPACES TO PREVMNTOUTPUT-LINHA.
           STRING MNT-MATRICULA DELIMITED BY SIZE
                   " VENCE " DELIMITED BY SIZE
                   WS-PRV-MOTIVO DELIMITED BY SIZE
                   " VOO " DELIMITED BY SIZE
                   WS-PRV-E-NUMERO (WS-PRV-VENCE) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-PRV-E-NOME (WS-PRV-VENCE) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-PRV-M-DATA DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-PRV-M-HORA DELIMITED BY SIZE
                   " CONTADOR " DELIMITED BY SIZE
                   WS-PRV-E-CONTA (WS-PRV-VENCE) DELIMITED BY SIZE
               INTO PREVMNTOUTPUT-LINHA
           END-STRING.
           WRITE PREVMNTOUTPUT-LINHA.

           MOVE SPACES TO PREVMNTOUTPUT-LINHA.
           IF WS-PRV-VENCE = 1
               ADD 1 TO WS-TOTAL-VENCIDAS
               DISPLAY "  JANELA DE TROCA: IMEDIATA - ANTES DE "
                       WS-PRV-M-DATA " " WS-PRV-M-HORA
               STRING "  JANELA DE TROCA: IMEDIATA ATE "
                       DELIMITED BY SIZE
                       WS-PRV-M-DATA DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-PRV-M-HORA DELIMITED BY SIZE
                   INTO PREVMNTOUTPUT-LINHA
               END-STRING
           ELSE
               COMPUTE WS-PRV-J = WS-PRV-VENCE - 1
               MOVE WS-PRV-E-MOMENTO (WS-PRV-J) TO WS-PRV-MOMENTO
               DISPLAY "  JANELA DE TROCA: APOS O VOO "
                       WS-PRV-E-NUMERO (WS-PRV-J) " ("
                       WS-PRV-MOMENTO (1:8) " " WS-PRV-MOMENTO (9:4)
                       ") ATE " WS-PRV-M-DATA " " WS-PRV-M-HORA
               STRING "  JANELA DE TROCA: APOS VOO " DELIMITED BY SIZE
                       WS-PRV-E-NUMERO (WS-PRV-J) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-PRV-MOMENTO (1:8) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-PRV-MOMENTO (9:4) DELIMITED BY SIZE
                       " ATE " DELIMITED BY SIZE
                       WS-PRV-M-DATA DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-PRV-M-HORA DELIMITED BY SIZE
                   INTO PREVMNTOUTPUT-LINHA
               END-STRING
           END-IF.
           WRITE PREVMNTOUTPUT-LINHA.

           DISPLAY "  VOOS A TROCAR DE AERONAVE (OPCAO 49) OU A "
                   "COBRIR COM CHECK ANTECIPADO:".
           MOVE WS-PRV-VENCE TO WS-PRV-I.
           PERFORM UNTIL WS-PRV-I > WS-PRV-TOTAL
               MOVE WS-PRV-E-MOMENTO (WS-PRV-I) TO WS-PRV-MOMENTO-SPLIT
               DISPLAY "    VOO " WS-PRV-E-NUMERO (WS-PRV-I) " "
                       WS-PRV-E-NOME (WS-PRV-I) " " WS-PRV-M-DATA
                       " " WS-PRV-M-HORA
               MOVE SPACES TO PREVMNTOUTPUT-LINHA
               STRING "    AFETADO VOO " DELIMITED BY SIZE
                       WS-PRV-E-NUMERO (WS-PRV-I) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-PRV-E-NOME (WS-PRV-I) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-PRV-M-DATA DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-PRV-M-HORA DELIMITED BY SIZE
                   INTO PREVMNTOUTPUT-LINHA
               END-STRING
               WRITE PREVMNTOUTPUT-LINHA
               ADD 1 TO WS-PRV-I
           END-PERFORM.

       P090-CARREGAR-AMBIENTE.

           CALL 'amb_util.o' USING WS-AMB-AREA.
           DISPLAY "AMBIENTE ATIVO: " WS-AMB-CODIGO.
           MOVE SPACES TO WS-CAM-ERROS.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/erros.txt" DELIMITED BY SIZE
               INTO WS-CAM-ERROS
           END-STRING.
           MOVE SPACES TO WS-CAM-MANUTENCAO.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/manutencao.dat" DELIMITED BY SIZE
               INTO WS-CAM-MANUTENCAO
           END-STRING.
           MOVE SPACES TO WS-CAM-VOOS.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/project/voos.dat" DELIMITED BY SIZE
               INTO WS-CAM-VOOS
           END-STRING.
           MOVE SPACES TO WS-CAM-PREVMNT.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/prevmnt.txt" DELIMITED BY SIZE
               INTO WS-CAM-PREVMNT
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

       END PROGRAM PREVMNT.
