       IDENTIFICATION DIVISION.
       PROGRAM-ID. UTILFROTA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT AERONAVESINPUT ASSIGN TO
           WS-CAM-AERONAVES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AERO-MATRICULA
           FILE STATUS IS WS-FICHEIRO-STATUS-AERO.

       SELECT VOOSINPUT ASSIGN TO
           WS-CAM-VOOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VOOSINPUT-CHAVE
           ALTERNATE RECORD KEY IS VOOSINPUT-NOME WITH DUPLICATES
           FILE STATUS IS WS-FICHEIRO-STATUS-VOO.

       SELECT VOOSHIST ASSIGN TO
           WS-CAM-VOOSHIST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VOOSHIST-CHAVE
           FILE STATUS IS WS-FICHEIRO-STATUS-VHIST.

       SELECT ROTASINPUT ASSIGN TO
           WS-CAM-ROTAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ROTA-NOME
           FILE STATUS IS WS-FICHEIRO-STATUS-ROTA.

       SELECT MANUTENCAOINPUT ASSIGN TO
           WS-CAM-MANUTENCAO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MNT-MATRICULA
           FILE STATUS IS WS-FICHEIRO-STATUS-MNT.

       SELECT CONFIGINPUT ASSIGN TO
           WS-CAM-CONFIG
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CFG-CHAVE
           FILE STATUS IS WS-FICHEIRO-STATUS-CFG.

       SELECT UTILOUTPUT ASSIGN TO
           WS-CAM-UTIL
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FICHEIRO-STATUS-UTL.

       SELECT ERROSOUTPUT ASSIGN TO
           WS-CAM-ERROS
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-ERR.

       DATA DIVISION.

       FILE SECTION.

           FD AERONAVESINPUT.
           01 AERONAVESINPUT-REG.
               05 AERO-MATRICULA PIC X(08).
               05 AERO-TIPO PIC X(10).
               05 AERO-LUGARES PIC 9(02).
               05 AERO-LUGARES-EXEC PIC 9(02).

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
                   88 VOO-CANCELADO VALUE 'C'.
               05 VOOSINPUT-AERONAVE PIC X(08).
               05 VOOSINPUT-PORTA PIC X(03).
               05 VOOSINPUT-HORA-REVISTA PIC 9(04).
               05 VOOSINPUT-MOEDA PIC X(03).
               05 VOOSINPUT-TIPO PIC X(01).

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

           FD ROTASINPUT.
           01 ROTASINPUT-REG.
               05 ROTA-NOME PIC X(10).
               05 ROTA-BLOCO-MIN PIC 9(03).
               05 ROTA-ORIGEM PIC X(10).
               05 ROTA-DESTINO PIC X(10).
               05 ROTA-DISTANCIA-KM PIC 9(05).

           FD MANUTENCAOINPUT.
           01 MANUTENCAOINPUT-REG.
               05 MNT-MATRICULA PIC X(08).
               05 MNT-ULTIMA-DATA PIC 9(08).
               05 MNT-PROX-DATA PIC 9(08).
               05 MNT-VOOS-DESDE PIC 9(04).
               05 MNT-LIMITE-VOOS PIC 9(04).

           FD CONFIGINPUT.
           01 CONFIGINPUT-REG.
               05 CFG-CHAVE PIC X(02).
               05 CFG-VALOR PIC 9(04).

           FD UTILOUTPUT.
           01 UTILOUTPUT-LINHA PIC X(100).

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
               05 WS-ERR-L-PROG PIC X(10) VALUE "UTILFROTA".
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
           77 WS-CAM-AERONAVES PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/aeronaves.dat".
           77 WS-CAM-VOOS PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/project/voos.dat".
           77 WS-CAM-VOOSHIST PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/project/vooshist.dat".
           77 WS-CAM-ROTAS PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/rotas.dat".
           77 WS-CAM-MANUTENCAO PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/manutencao.dat".
           77 WS-CAM-CONFIG PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/project/config.dat".
           77 WS-CAM-UTIL PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/utilfrota.txt".

           01 WS-FICHEIRO-STATUS-AERO PIC XX.
               88 WS-AERO-STATUS-OK VALUE "00".
           01 WS-FICHEIRO-STATUS-VOO PIC XX.
               88 WS-VOO-STATUS-OK VALUE "00".
           01 WS-FICHEIRO-STATUS-VHIST PIC XX.
               88 WS-VHIST-STATUS-OK VALUE "00".
           01 WS-FICHEIRO-STATUS-ROTA PIC XX.
               88 WS-ROTA-STATUS-OK VALUE "00".
           01 WS-FICHEIRO-STATUS-MNT PIC XX.
               88 WS-MNT-STATUS-OK VALUE "00".
           01 WS-FICHEIRO-STATUS-CFG PIC XX.
               88 WS-CFG-STATUS-OK VALUE "00".
           01 WS-FICHEIRO-STATUS-UTL PIC XX.
               88 WS-UTL-STATUS-OK VALUE "00".

      *    DIAS PARADOS POR CADA CHECK DE MANUTENCAO E UTILIZACAO MINIMA
      *    (HORAS DE BLOCO POR DIA DISPONIVEL) ABAIXO DA QUAL A AERONAVE
      *    E ASSINALADA COMO SUBUTILIZADA
           77 WS-CHAVE-CFG-DIAS-CHECK PIC X(02) VALUE "MD".
           77 WS-CHAVE-CFG-UTIL-MINIMA PIC X(02) VALUE "UT".
           77 WS-DIAS-CHECK PIC 9(02) VALUE 1.
           77 WS-UTIL-MINIMA PIC 9(02)V9 VALUE 6.
      *    HORIZONTE DA PROGRAMACAO FUTURA EM DIAS
           77 WS-HORIZONTE PIC 9(02) VALUE 30.

           77 WS-EXIT-OK PIC X(01) VALUE "N".
           77 WS-MES-PEDIDO PIC 9(06) VALUE ZEROES.
           77 WS-DATA-HOJE PIC 9(08) VALUE ZEROES.
           77 WS-SERIAL-HOJE PIC 9(07) VALUE ZEROES.
           77 WS-VHIST-ABERTO PIC X(01) VALUE "N".

      *    PERIODO 1 = MES PEDIDO (REALIZADO), PERIODO 2 = PROXIMOS DIAS
      *    DA PROGRAMACAO EM VIGOR
           77 WS-PER PIC 9(01) VALUE ZEROES.
           77 WS-DIA-IDX PIC 9(03) VALUE ZEROES.
           01 WS-TABELA-PERIODOS.
               05 WS-PER-ENT OCCURS 2 TIMES.
                   10 WS-PER-DIAS PIC 9(02).
                   10 WS-PER-TITULO PIC X(40).

           77 WS-FRT-TOTAL PIC 9(03) VALUE ZEROES.
           77 WS-FRT-I PIC 9(03) VALUE ZEROES.
           77 WS-FRT-J PIC 9(03) VALUE ZEROES.
           77 WS-FRT-ACHADA PIC 9(03) VALUE ZEROES.
           01 WS-TABELA-FROTA.
               05 WS-FRT-ENT OCCURS 100 TIMES.
                   10 WS-FRT-MATRICULA PIC X(08).
                   10 WS-FRT-TIPO PIC X(10).
                   10 WS-FRT-IMPRESSO PIC X(01).
                   10 WS-FRT-PER OCCURS 2 TIMES.
                       15 WS-FRT-VOOS PIC 9(05).
                       15 WS-FRT-BLOCO-MIN PIC 9(07).
                       15 WS-FRT-DIAS.
                           20 WS-FRT-DIA PIC X(01) OCCURS 31 TIMES.

           01 WS-VOO-ATUAL.
               05 WS-VOO-NOME PIC X(10).
               05 WS-VOO-DATA PIC 9(08).
               05 WS-VOO-AERONAVE PIC X(08).

           77 WS-BLOCO-MIN PIC 9(03) VALUE ZEROES.
           77 WS-SEM-AERONAVE PIC 9(05) VALUE ZEROES.
           77 WS-SEM-REGISTO PIC 9(05) VALUE ZEROES.
           77 WS-SEM-BLOCO PIC 9(05) VALUE ZEROES.
           77 WS-SUBUTILIZADAS PIC 9(03) VALUE ZEROES.
           77 WS-MNT-DIA PIC 9(02) VALUE ZEROES.

      *    ACUMULADORES DE UMA LINHA (AERONAVE OU TOTAL DO TIPO)
           77 WS-TIPO-ATUAL PIC X(10) VALUE SPACES.
           77 WS-AC-VOOS PIC 9(06) VALUE ZEROES.
           77 WS-AC-BLOCO-MIN PIC 9(08) VALUE ZEROES.
           77 WS-AC-DIAS-VOO PIC 9(04) VALUE ZEROES.
           77 WS-AC-DIAS-MNT PIC 9(04) VALUE ZEROES.
           77 WS-AC-DIAS-PARADO PIC 9(04) VALUE ZEROES.
           77 WS-AC-DIAS-DISP PIC 9(04) VALUE ZEROES.
           77 WS-TP-VOOS PIC 9(06) VALUE ZEROES.
           77 WS-TP-BLOCO-MIN PIC 9(08) VALUE ZEROES.
           77 WS-TP-DIAS-VOO PIC 9(04) VALUE ZEROES.
           77 WS-TP-DIAS-MNT PIC 9(04) VALUE ZEROES.
           77 WS-TP-DIAS-PARADO PIC 9(04) VALUE ZEROES.
           77 WS-TP-DIAS-DISP PIC 9(04) VALUE ZEROES.
           77 WS-TP-AERONAVES PIC 9(03) VALUE ZEROES.
           77 WS-MEDIA-DIA PIC 9(02)V9 VALUE ZEROES.

           01 WS-UTL-LINHA.
               05 FILLER PIC X(02) VALUE SPACES.
               05 WS-UTL-MATRICULA PIC X(08).
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-UTL-TIPO PIC X(10).
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-UTL-VOOS PIC ZZZZ9.
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-UTL-HORAS PIC ZZZZ9.9.
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-UTL-MEDIA PIC Z9.9.
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-UTL-DIAS-VOO PIC ZZ9.
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-UTL-DIAS-MNT PIC ZZ9.
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-UTL-DIAS-PARADO PIC ZZ9.
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-UTL-NOTA PIC X(14).
           77 WS-UTL-HORAS-CALC PIC 9(05)V9 VALUE ZEROES.

           01 WS-DATA-SPLIT PIC 9(08) VALUE ZEROES.
           01 WS-DATA-SPLIT-R REDEFINES WS-DATA-SPLIT.
               05 WS-DATA-ANO PIC 9(04).
               05 WS-DATA-MES PIC 9(02).
               05 WS-DATA-DIA PIC 9(02).
           77 WS-DIAS-NO-MES PIC 9(02) VALUE ZEROES.
           77 WS-DIV-TEMP PIC 9(04) VALUE ZEROES.
           77 WS-RESTO-4 PIC 9(04) VALUE ZEROES.
           77 WS-RESTO-100 PIC 9(04) VALUE ZEROES.
           77 WS-RESTO-400 PIC 9(04) VALUE ZEROES.
           77 WS-DIA-SERIAL PIC 9(07) VALUE ZEROES.
           77 WS-SER-TEMP PIC 9(04) VALUE ZEROES.
           77 WS-SER-DIV PIC 9(04) VALUE ZEROES.
           77 WS-MES-GUARDA PIC 9(02) VALUE ZEROES.
           77 WS-MES-AUX PIC 9(02) VALUE ZEROES.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           PERFORM P090-CARREGAR-AMBIENTE.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WS-DATA-HOJE TO WS-DATA-SPLIT.
           PERFORM P128-DIA-SERIAL.
           MOVE WS-DIA-SERIAL TO WS-SERIAL-HOJE.

           DISPLAY "*** UTILIZACAO DA FROTA EM HORAS DE BLOCO ***".
           DISPLAY "MES DO RELATORIO (AAAAMM)".
           ACCEPT WS-MES-PEDIDO.
           MOVE WS-MES-PEDIDO TO WS-DATA-SPLIT (1:6).
           MOVE 1 TO WS-DATA-DIA.
           IF WS-DATA-MES < 1 OR WS-DATA-MES > 12
               DISPLAY "MES INVALIDO"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM P125-DIAS-NO-MES.
           MOVE WS-DIAS-NO-MES TO WS-PER-DIAS (1).
           MOVE WS-HORIZONTE TO WS-PER-DIAS (2).
           MOVE SPACES TO WS-PER-TITULO (1).
           STRING "REALIZADO NO MES " DELIMITED BY SIZE
                   WS-MES-PEDIDO DELIMITED BY SIZE
               INTO WS-PER-TITULO (1)
           END-STRING.
           MOVE SPACES TO WS-PER-TITULO (2).
           STRING "PROGRAMACAO DOS PROXIMOS " DELIMITED BY SIZE
                   WS-HORIZONTE DELIMITED BY SIZE
                   " DIAS" DELIMITED BY SIZE
               INTO WS-PER-TITULO (2)
           END-STRING.

           OPEN INPUT CONFIGINPUT.
           IF WS-CFG-STATUS-OK
               MOVE WS-CHAVE-CFG-DIAS-CHECK TO CFG-CHAVE
               READ CONFIGINPUT
                   INVALID KEY
                       MOVE 1 TO WS-DIAS-CHECK
                   NOT INVALID KEY
                       MOVE CFG-VALOR TO WS-DIAS-CHECK
               END-READ
               MOVE WS-CHAVE-CFG-UTIL-MINIMA TO CFG-CHAVE
               READ CONFIGINPUT
                   INVALID KEY
                       MOVE 6 TO WS-UTIL-MINIMA
                   NOT INVALID KEY
                       MOVE CFG-VALOR TO WS-UTIL-MINIMA
               END-READ
               CLOSE CONFIGINPUT
           END-IF.
           IF WS-DIAS-CHECK = ZEROES
               MOVE 1 TO WS-DIAS-CHECK
           END-IF.

           OPEN INPUT AERONAVESINPUT.
           IF NOT WS-AERO-STATUS-OK
               MOVE "AERONAVES" TO WS-ERR-L-FICH
               MOVE WS-FICHEIRO-STATUS-AERO TO WS-ERR-L-ESTADO
               PERFORM P095-REGISTAR-ERRO-ABERTURA
               DISPLAY "SEM FROTA REGISTADA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT VOOSINPUT.
           OPEN INPUT ROTASINPUT.
           IF NOT WS-VOO-STATUS-OK OR NOT WS-ROTA-STATUS-OK
               IF NOT WS-VOO-STATUS-OK
                   MOVE "VOOS" TO WS-ERR-L-FICH
                   MOVE WS-FICHEIRO-STATUS-VOO TO WS-ERR-L-ESTADO
               ELSE
                   MOVE "ROTAS" TO WS-ERR-L-FICH
                   MOVE WS-FICHEIRO-STATUS-ROTA TO WS-ERR-L-ESTADO
               END-IF
               PERFORM P095-REGISTAR-ERRO-ABERTURA
               DISPLAY "FICHEIROS DE VOOS/ROTAS INDISPONIVEIS"
               CLOSE AERONAVESINPUT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT VOOSHIST.
           IF WS-VHIST-STATUS-OK
               MOVE "S" TO WS-VHIST-ABERTO
           END-IF.
           OPEN OUTPUT UTILOUTPUT.
           IF NOT WS-UTL-STATUS-OK
               MOVE "UTILFROTA" TO WS-ERR-L-FICH
               MOVE WS-FICHEIRO-STATUS-UTL TO WS-ERR-L-ESTADO
               PERFORM P095-REGISTAR-ERRO-ABERTURA
               DISPLAY "NAO FOI POSSIVEL CRIAR O RELATORIO"
               CLOSE AERONAVESINPUT
               CLOSE VOOSINPUT
               CLOSE ROTASINPUT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM P100-CARREGAR-FROTA.
           CLOSE AERONAVESINPUT.

           IF WS-VHIST-ABERTO = "S"
               PERFORM P200-LER-HISTORICO
               CLOSE VOOSHIST
           END-IF.
           PERFORM P210-LER-VOOS.
           PERFORM P250-MARCAR-MANUTENCAO.

           CLOSE VOOSINPUT.
           CLOSE ROTASINPUT.

           MOVE SPACES TO UTILOUTPUT-LINHA.
           STRING "UTILIZACAO DA FROTA [" DELIMITED BY SIZE
                   WS-AMB-CODIGO DELIMITED BY SIZE
                   "] EMITIDO EM " DELIMITED BY SIZE
                   WS-DATA-HOJE DELIMITED BY SIZE
                   " - UTILIZACAO MINIMA " DELIMITED BY SIZE
                   WS-UTIL-MINIMA DELIMITED BY SIZE
                   " H/DIA" DELIMITED BY SIZE
               INTO UTILOUTPUT-LINHA
           END-STRING.
           WRITE UTILOUTPUT-LINHA.

           MOVE 1 TO WS-PER.
           PERFORM P300-IMPRIMIR-PERIODO.
           MOVE 2 TO WS-PER.
           PERFORM P300-IMPRIMIR-PERIODO.

           MOVE SPACES TO UTILOUTPUT-LINHA.
           WRITE UTILOUTPUT-LINHA.
           MOVE SPACES TO UTILOUTPUT-LINHA.
           STRING "VOOS SEM AERONAVE ATRIBUIDA " DELIMITED BY SIZE
                   WS-SEM-AERONAVE DELIMITED BY SIZE
                   " COM AERONAVE FORA DA FROTA " DELIMITED BY SIZE
                   WS-SEM-REGISTO DELIMITED BY SIZE
                   " ROTA SEM TEMPO DE BLOCO " DELIMITED BY SIZE
                   WS-SEM-BLOCO DELIMITED BY SIZE
               INTO UTILOUTPUT-LINHA
           END-STRING.
           WRITE UTILOUTPUT-LINHA.
           CLOSE UTILOUTPUT.

           DISPLAY "AERONAVES ANALISADAS: " WS-FRT-TOTAL.
           DISPLAY "VOOS SEM AERONAVE ATRIBUIDA: " WS-SEM-AERONAVE.
           DISPLAY "VOOS COM AERONAVE FORA DA FROTA: " WS-SEM-REGISTO.
           DISPLAY "VOOS EM ROTAS SEM TEMPO DE BLOCO: " WS-SEM-BLOCO.
           DISPLAY "AERONAVES SUBUTILIZADAS NA PROGRAMACAO: "
                   WS-SUBUTILIZADAS.
           DISPLAY "RELATORIO GRAVADO EM utilfrota.txt".

           IF WS-SUBUTILIZADAS > ZEROES
               MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.

       P100-CARREGAR-FROTA.

           MOVE ZEROES TO WS-FRT-TOTAL.
           MOVE LOW-VALUES TO AERO-MATRICULA.
           SET WS-EXIT-OK TO "N".
           START AERONAVESINPUT KEY IS NOT LESS THAN AERO-MATRICULA
               INVALID KEY
                   SET WS-EXIT-OK TO "S"
           END-START.
           PERFORM UNTIL WS-EXIT-OK = "S"
               READ AERONAVESINPUT NEXT
                   AT END
                       SET WS-EXIT-OK TO "S"
                   NOT AT END
                       IF WS-FRT-TOTAL < 100
                           ADD 1 TO WS-FRT-TOTAL
                           MOVE WS-FRT-TOTAL TO WS-FRT-I
                           MOVE AERO-MATRICULA TO
                               WS-FRT-MATRICULA (WS-FRT-I)
                           MOVE AERO-TIPO TO WS-FRT-TIPO (WS-FRT-I)
                           MOVE "N" TO WS-FRT-IMPRESSO (WS-FRT-I)
                           MOVE ZEROES TO WS-FRT-VOOS (WS-FRT-I, 1)
                                          WS-FRT-VOOS (WS-FRT-I, 2)
                           MOVE ZEROES TO WS-FRT-BLOCO-MIN (WS-FRT-I, 1)
                                          WS-FRT-BLOCO-MIN (WS-FRT-I, 2)
                           MOVE ALL "." TO WS-FRT-DIAS (WS-FRT-I, 1)
                           MOVE ALL "." TO WS-FRT-DIAS (WS-FRT-I, 2)
                       ELSE
                           DISPLAY "AVISO: FROTA COM MAIS DE 100 "
                                   "AERONAVES - " AERO-MATRICULA
                                   " IGNORADA"
                       END-IF
               END-READ
           END-PERFORM.
           SET WS-EXIT-OK TO "N".

      *    VOOS JA ARQUIVADOS: SO INTERESSAM OS DO MES PEDIDO
       P200-LER-HISTORICO.

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
                       IF VOOSHIST-DATA (1:6) = WS-MES-PEDIDO
                               AND VOOSHIST-ESTADO NOT = "C"
                           MOVE VOOSHIST-NOME TO WS-VOO-NOME
                           MOVE VOOSHIST-DATA TO WS-VOO-DATA
                           MOVE VOOSHIST-AERONAVE TO WS-VOO-AERONAVE
                           MOVE 1 TO WS-PER
                           MOVE VOOSHIST-DATA (7:2) TO WS-DIA-IDX
                           PERFORM P220-ACUMULAR-VOO
                       END-IF
               END-READ
           END-PERFORM.
           SET WS-EXIT-OK TO "N".

      *    VOOS AINDA EM LINHA: OS DO MES PEDIDO ATE HOJE CONTAM COMO
      *    REALIZADOS, OS DOS PROXIMOS DIAS COMO PROGRAMACAO
       P210-LER-VOOS.

           MOVE ZEROES TO VOOSINPUT-CHAVE.
           SET WS-EXIT-OK TO "N".
           START VOOSINPUT KEY IS NOT LESS THAN VOOSINPUT-CHAVE
               INVALID KEY
                   SET WS-EXIT-OK TO "S"
           END-START.
           PERFORM UNTIL WS-EXIT-OK = "S"
               READ VOOSINPUT NEXT
                   AT END
                       SET WS-EXIT-OK TO "S"
                   NOT AT END
                       IF NOT VOO-CANCELADO
                           MOVE VOOSINPUT-NOME TO WS-VOO-NOME
                           MOVE VOOSINPUT-DATA TO WS-VOO-DATA
                           MOVE VOOSINPUT-AERONAVE TO WS-VOO-AERONAVE
                           IF VOOSINPUT-DATA (1:6) = WS-MES-PEDIDO
                                   AND VOOSINPUT-DATA <= WS-DATA-HOJE
                               MOVE 1 TO WS-PER
                               MOVE VOOSINPUT-DATA (7:2) TO WS-DIA-IDX
                               PERFORM P220-ACUMULAR-VOO
                           END-IF
                           IF VOOSINPUT-DATA > WS-DATA-HOJE
                               MOVE VOOSINPUT-DATA TO WS-DATA-SPLIT
                               PERFORM P128-DIA-SERIAL
                               IF WS-DIA-SERIAL - WS-SERIAL-HOJE
                                       <= WS-HORIZONTE
                                   COMPUTE WS-DIA-IDX =
                                       WS-DIA-SERIAL - WS-SERIAL-HOJE
                                   MOVE 2 TO WS-PER
                                   PERFORM P220-ACUMULAR-VOO
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           SET WS-EXIT-OK TO "N".

       P220-ACUMULAR-VOO.

           IF WS-VOO-AERONAVE = SPACES
               ADD 1 TO WS-SEM-AERONAVE
           ELSE
               PERFORM P230-ACHAR-AERONAVE
               IF WS-FRT-ACHADA = ZEROES
                   ADD 1 TO WS-SEM-REGISTO
               ELSE
                   MOVE ZEROES TO WS-BLOCO-MIN
                   MOVE WS-VOO-NOME TO ROTA-NOME
                   READ ROTASINPUT
                       INVALID KEY
                           ADD 1 TO WS-SEM-BLOCO
                       NOT INVALID KEY
                           MOVE ROTA-BLOCO-MIN TO WS-BLOCO-MIN
                           IF ROTA-BLOCO-MIN = ZEROES
                               ADD 1 TO WS-SEM-BLOCO
                           END-IF
                   END-READ
                   ADD 1 TO WS-FRT-VOOS (WS-FRT-ACHADA, WS-PER)
                   ADD WS-BLOCO-MIN TO
                       WS-FRT-BLOCO-MIN (WS-FRT-ACHADA, WS-PER)
                   MOVE "V" TO
                       WS-FRT-DIA (WS-FRT-ACHADA, WS-PER, WS-DIA-IDX)
               END-IF
           END-IF.

       P230-ACHAR-AERONAVE.

           MOVE ZEROES TO WS-FRT-ACHADA.
           MOVE 1 TO WS-FRT-J.
           PERFORM UNTIL WS-FRT-J > WS-FRT-TOTAL
               IF WS-FRT-MATRICULA (WS-FRT-J) = WS-VOO-AERONAVE
                   MOVE WS-FRT-J TO WS-FRT-ACHADA
                   MOVE WS-FRT-TOTAL TO WS-FRT-J
               END-IF
               ADD 1 TO WS-FRT-J
           END-PERFORM.

      *    O ULTIMO CHECK E O PROXIMO CHECK PREVISTO IMOBILIZAM A
      *    AERONAVE DURANTE OS DIAS DE CHECK CONFIGURADOS (SALVO SE
      *    VOOU NESSE DIA)
       P250-MARCAR-MANUTENCAO.

           OPEN INPUT MANUTENCAOINPUT.
           IF NOT WS-MNT-STATUS-OK
               DISPLAY "AVISO: SEM REGISTO DE MANUTENCAO - DIAS DE "
                       "CHECK A ZERO"
           ELSE
               MOVE LOW-VALUES TO MNT-MATRICULA
               SET WS-EXIT-OK TO "N"
               START MANUTENCAOINPUT KEY IS NOT LESS THAN MNT-MATRICULA
                   INVALID KEY
                       SET WS-EXIT-OK TO "S"
               END-START
               PERFORM UNTIL WS-EXIT-OK = "S"
                   READ MANUTENCAOINPUT NEXT
                       AT END
                           SET WS-EXIT-OK TO "S"
                       NOT AT END
                           MOVE MNT-MATRICULA TO WS-VOO-AERONAVE
                           PERFORM P230-ACHAR-AERONAVE
                           IF WS-FRT-ACHADA > ZEROES
                               IF MNT-ULTIMA-DATA > ZEROES
                                   MOVE MNT-ULTIMA-DATA TO WS-DATA-SPLIT
                                   PERFORM P260-MARCAR-CHECK
                               END-IF
                               IF MNT-PROX-DATA > ZEROES
                                   MOVE MNT-PROX-DATA TO WS-DATA-SPLIT
                                   PERFORM P260-MARCAR-CHECK
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               SET WS-EXIT-OK TO "N"
               CLOSE MANUTENCAOINPUT
           END-IF.

       P260-MARCAR-CHECK.

           MOVE 1 TO WS-MNT-DIA.
           PERFORM UNTIL WS-MNT-DIA > WS-DIAS-CHECK
               IF WS-DATA-SPLIT (1:6) = WS-MES-PEDIDO
                   MOVE WS-DATA-DIA TO WS-DIA-IDX
                   IF WS-FRT-DIA (WS-FRT-ACHADA, 1, WS-DIA-IDX) = "."
                       MOVE "M" TO
                           WS-FRT-DIA (WS-FRT-ACHADA, 1, WS-DIA-IDX)
                   END-IF
               END-IF
               PERFORM P128-DIA-SERIAL
               IF WS-DIA-SERIAL > WS-SERIAL-HOJE
                       AND WS-DIA-SERIAL - WS-SERIAL-HOJE
                           <= WS-HORIZONTE
                   COMPUTE WS-DIA-IDX = WS-DIA-SERIAL - WS-SERIAL-HOJE
                   IF WS-FRT-DIA (WS-FRT-ACHADA, 2, WS-DIA-IDX) = "."
                       MOVE "M" TO
                           WS-FRT-DIA (WS-FRT-ACHADA, 2, WS-DIA-IDX)
                   END-IF
               END-IF
               PERFORM P130-DIA-SEGUINTE
               ADD 1 TO WS-MNT-DIA
           END-PERFORM.

      *    UM BLOCO POR PERIODO, COM AS AERONAVES AGRUPADAS POR TIPO E
      *    UM TOTAL POR TIPO
       P300-IMPRIMIR-PERIODO.

           MOVE SPACES TO UTILOUTPUT-LINHA.
           WRITE UTILOUTPUT-LINHA.
           MOVE WS-PER-TITULO (WS-PER) TO UTILOUTPUT-LINHA.
           WRITE UTILOUTPUT-LINHA.
           MOVE "  MATRIC.  TIPO        VOOS   HORAS H/DIA VOO MNT PAR"
               TO UTILOUTPUT-LINHA.
           WRITE UTILOUTPUT-LINHA.

           MOVE 1 TO WS-FRT-I.
           PERFORM UNTIL WS-FRT-I > WS-FRT-TOTAL
               MOVE "N" TO WS-FRT-IMPRESSO (WS-FRT-I)
               ADD 1 TO WS-FRT-I
           END-PERFORM.

           MOVE 1 TO WS-FRT-I.
           PERFORM UNTIL WS-FRT-I > WS-FRT-TOTAL
               IF WS-FRT-IMPRESSO (WS-FRT-I) = "N"
                   MOVE WS-FRT-TIPO (WS-FRT-I) TO WS-TIPO-ATUAL
                   PERFORM P310-IMPRIMIR-TIPO
               END-IF
               ADD 1 TO WS-FRT-I
           END-PERFORM.

       P310-IMPRIMIR-TIPO.

           MOVE ZEROES TO WS-TP-VOOS WS-TP-BLOCO-MIN WS-TP-DIAS-VOO
                          WS-TP-DIAS-MNT WS-TP-DIAS-PARADO
                          WS-TP-DIAS-DISP WS-TP-AERONAVES.
           MOVE WS-FRT-I TO WS-FRT-J.
           PERFORM UNTIL WS-FRT-J > WS-FRT-TOTAL
               IF WS-FRT-TIPO (WS-FRT-J) = WS-TIPO-ATUAL
                       AND WS-FRT-IMPRESSO (WS-FRT-J) = "N"
                   MOVE "S" TO WS-FRT-IMPRESSO (WS-FRT-J)
                   PERFORM P320-IMPRIMIR-AERONAVE
               END-IF
               ADD 1 TO WS-FRT-J
           END-PERFORM.

           MOVE WS-TP-VOOS TO WS-AC-VOOS.
           MOVE WS-TP-BLOCO-MIN TO WS-AC-BLOCO-MIN.
           MOVE WS-TP-DIAS-VOO TO WS-AC-DIAS-VOO.
           MOVE WS-TP-DIAS-MNT TO WS-AC-DIAS-MNT.
           MOVE WS-TP-DIAS-PARADO TO WS-AC-DIAS-PARADO.
           MOVE WS-TP-DIAS-DISP TO WS-AC-DIAS-DISP.
           MOVE "TOTAL" TO WS-UTL-MATRICULA.
           MOVE WS-TIPO-ATUAL TO WS-UTL-TIPO.
           PERFORM P330-ESCREVER-LINHA.
           MOVE SPACES TO UTILOUTPUT-LINHA.
           STRING "  (" DELIMITED BY SIZE
                   WS-TP-AERONAVES DELIMITED BY SIZE
                   " AERONAVES; MEDIA POR DIA DISPONIVEL)"
                       DELIMITED BY SIZE
               INTO UTILOUTPUT-LINHA
           END-STRING.
           WRITE UTILOUTPUT-LINHA.

       P320-IMPRIMIR-AERONAVE.

           MOVE WS-FRT-VOOS (WS-FRT-J, WS-PER) TO WS-AC-VOOS.
           MOVE WS-FRT-BLOCO-MIN (WS-FRT-J, WS-PER) TO WS-AC-BLOCO-MIN.
           MOVE ZEROES TO WS-AC-DIAS-VOO WS-AC-DIAS-MNT
                          WS-AC-DIAS-PARADO.
           MOVE 1 TO WS-DIA-IDX.
           PERFORM UNTIL WS-DIA-IDX > WS-PER-DIAS (WS-PER)
               EVALUATE WS-FRT-DIA (WS-FRT-J, WS-PER, WS-DIA-IDX)
                   WHEN "V"
                       ADD 1 TO WS-AC-DIAS-VOO
                   WHEN "M"
                       ADD 1 TO WS-AC-DIAS-MNT
                   WHEN OTHER
                       ADD 1 TO WS-AC-DIAS-PARADO
               END-EVALUATE
               ADD 1 TO WS-DIA-IDX
           END-PERFORM.
           COMPUTE WS-AC-DIAS-DISP = WS-PER-DIAS (WS-PER) -
                   WS-AC-DIAS-MNT.

           ADD 1 TO WS-TP-AERONAVES.
           ADD WS-AC-VOOS TO WS-TP-VOOS.
           ADD WS-AC-BLOCO-MIN TO WS-TP-BLOCO-MIN.
           ADD WS-AC-DIAS-VOO TO WS-TP-DIAS-VOO.
           ADD WS-AC-DIAS-MNT TO WS-TP-DIAS-MNT.
           ADD WS-AC-DIAS-PARADO TO WS-TP-DIAS-PARADO.
           ADD WS-AC-DIAS-DISP TO WS-TP-DIAS-DISP.

           MOVE WS-FRT-MATRICULA (WS-FRT-J) TO WS-UTL-MATRICULA.
           MOVE WS-FRT-TIPO (WS-FRT-J) TO WS-UTL-TIPO.
           PERFORM P330-ESCREVER-LINHA.
           IF WS-PER = 2 AND WS-MEDIA-DIA < WS-UTIL-MINIMA
               ADD 1 TO WS-SUBUTILIZADAS
           END-IF.

       P330-ESCREVER-LINHA.

           COMPUTE WS-UTL-HORAS-CALC ROUNDED = WS-AC-BLOCO-MIN / 60.
           IF WS-AC-DIAS-DISP > ZEROES
               COMPUTE WS-MEDIA-DIA ROUNDED =
                       WS-AC-BLOCO-MIN / 60 / WS-AC-DIAS-DISP
           ELSE
               MOVE ZEROES TO WS-MEDIA-DIA
           END-IF.
           MOVE WS-AC-VOOS TO WS-UTL-VOOS.
           MOVE WS-UTL-HORAS-CALC TO WS-UTL-HORAS.
           MOVE WS-MEDIA-DIA TO WS-UTL-MEDIA.
           MOVE WS-AC-DIAS-VOO TO WS-UTL-DIAS-VOO.
           MOVE WS-AC-DIAS-MNT TO WS-UTL-DIAS-MNT.
           MOVE WS-AC-DIAS-PARADO TO WS-UTL-DIAS-PARADO.
           IF WS-MEDIA-DIA < WS-UTIL-MINIMA
               MOVE "SUBUTILIZADA" TO WS-UTL-NOTA
           ELSE
               MOVE SPACES TO WS-UTL-NOTA
           END-IF.
           MOVE WS-UTL-LINHA TO UTILOUTPUT-LINHA.
           WRITE UTILOUTPUT-LINHA.

       P125-DIAS-NO-MES.

           EVALUATE WS-DATA-MES
               WHEN 1
               WHEN 3
               WHEN 5
               WHEN 7
               WHEN 8
               WHEN 10
               WHEN 12
                   MOVE 31 TO WS-DIAS-NO-MES
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO WS-DIAS-NO-MES
               WHEN 2
                   DIVIDE WS-DATA-ANO BY 4 GIVING WS-DIV-TEMP
                       REMAINDER WS-RESTO-4
                   DIVIDE WS-DATA-ANO BY 100 GIVING WS-DIV-TEMP
                       REMAINDER WS-RESTO-100
                   DIVIDE WS-DATA-ANO BY 400 GIVING WS-DIV-TEMP
                       REMAINDER WS-RESTO-400
                   IF WS-RESTO-4 = 0 AND
                           (WS-RESTO-100 NOT = 0 OR WS-RESTO-400 = 0)
                       MOVE 29 TO WS-DIAS-NO-MES
                   ELSE
                       MOVE 28 TO WS-DIAS-NO-MES
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-DIAS-NO-MES
           END-EVALUATE.

       P128-DIA-SERIAL.

           COMPUTE WS-DIA-SERIAL = WS-DATA-ANO * 365.
           COMPUTE WS-SER-TEMP = WS-DATA-ANO - 1.
           DIVIDE WS-SER-TEMP BY 4 GIVING WS-SER-DIV.
           ADD WS-SER-DIV TO WS-DIA-SERIAL.
           DIVIDE WS-SER-TEMP BY 100 GIVING WS-SER-DIV.
           SUBTRACT WS-SER-DIV FROM WS-DIA-SERIAL.
           DIVIDE WS-SER-TEMP BY 400 GIVING WS-SER-DIV.
           ADD WS-SER-DIV TO WS-DIA-SERIAL.

           MOVE WS-DATA-MES TO WS-MES-GUARDA.
           MOVE 1 TO WS-MES-AUX.
           PERFORM UNTIL WS-MES-AUX >= WS-MES-GUARDA
               MOVE WS-MES-AUX TO WS-DATA-MES
               PERFORM P125-DIAS-NO-MES
               ADD WS-DIAS-NO-MES TO WS-DIA-SERIAL
               ADD 1 TO WS-MES-AUX
           END-PERFORM.
           MOVE WS-MES-GUARDA TO WS-DATA-MES.

           ADD WS-DATA-DIA TO WS-DIA-SERIAL.

       P130-DIA-SEGUINTE.

           PERFORM P125-DIAS-NO-MES.
           IF WS-DATA-DIA < WS-DIAS-NO-MES
               ADD 1 TO WS-DATA-DIA
           ELSE
               MOVE 1 TO WS-DATA-DIA
               IF WS-DATA-MES = 12
                   MOVE 1 TO WS-DATA-MES
                   ADD 1 TO WS-DATA-ANO
               ELSE
                   ADD 1 TO WS-DATA-MES
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
           MOVE SPACES TO WS-CAM-AERONAVES.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/aeronaves.dat" DELIMITED BY SIZE
               INTO WS-CAM-AERONAVES
           END-STRING.
           MOVE SPACES TO WS-CAM-VOOS.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/project/voos.dat" DELIMITED BY SIZE
               INTO WS-CAM-VOOS
           END-STRING.
           MOVE SPACES TO WS-CAM-VOOSHIST.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/project/vooshist.dat" DELIMITED BY SIZE
               INTO WS-CAM-VOOSHIST
           END-STRING.
           MOVE SPACES TO WS-CAM-ROTAS.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/rotas.dat" DELIMITED BY SIZE
               INTO WS-CAM-ROTAS
           END-STRING.
           MOVE SPACES TO WS-CAM-MANUTENCAO.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/manutencao.dat" DELIMITED BY SIZE
               INTO WS-CAM-MANUTENCAO
           END-STRING.
           MOVE SPACES TO WS-CAM-CONFIG.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/project/config.dat" DELIMITED BY SIZE
               INTO WS-CAM-CONFIG
           END-STRING.
           MOVE SPACES TO WS-CAM-UTIL.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/utilfrota.txt" DELIMITED BY SIZE
               INTO WS-CAM-UTIL
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

       END PROGRAM UTILFROTA.
