       IDENTIFICATION DIVISION.
       PROGRAM-ID. RITMORES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

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

       SELECT RESERVASINPUT ASSIGN TO
           WS-CAM-RESERVAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RESERVA-ID
           FILE STATUS IS WS-FICHEIRO-STATUS-RESERVA.

       SELECT RITMOINPUT ASSIGN TO
           WS-CAM-RITMO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RIT-CHAVE
           FILE STATUS IS WS-FICHEIRO-STATUS-RIT.

       SELECT CONFIGINPUT ASSIGN TO
           WS-CAM-CONFIG
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CFG-CHAVE
           FILE STATUS IS WS-FICHEIRO-STATUS-CFG.

       SELECT RITMOOUTPUT ASSIGN TO
           WS-CAM-RELRITMO
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FICHEIRO-STATUS-REL.

       SELECT ERROSOUTPUT ASSIGN TO
           WS-CAM-ERROS
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-ERR.

       DATA DIVISION.

       FILE SECTION.

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

           FD RESERVASINPUT.
           01 RESERVAINPUT-REG.
               05 RESERVA-ID PIC 9(04).
               05 RESERVA-NOME PIC X(10).
               05 RESERVA-VOO-CHAVE.
                   10 RESERVA-VOO-NUMERO PIC 9(04).
                   10 RESERVA-VOO-DATA PIC 9(08).
               05 RESERVA-GRUPO-ID PIC 9(04).
               05 RESERVA-EMBARCOU PIC X(01).
               05 RESERVA-LUGAR PIC X(03).
               05 RESERVA-PAX-ID PIC 9(04).
               05 RESERVA-CLASSE PIC X(01).
                   88 RESERVA-CLASSE-ECO VALUE 'E'.
                   88 RESERVA-CLASSE-EXEC VALUE 'X'.
               05 RESERVA-PRECO PIC 9(05)V99.
               05 RESERVA-ITIN-ID PIC 9(04).
               05 RESERVA-CHECKIN PIC X(01).
               05 RESERVA-MOEDA PIC X(03).
               05 RESERVA-PRECO-ORIG PIC 9(05)V99.

      *    FOTOGRAFIA DAS RESERVAS EM CARTEIRA DE UM VOO NUM PONTO DA
      *    CURVA (DIAS ANTES DA PARTIDA); O FICHEIRO NAO E PURGADO PARA
      *    SERVIR DE REFERENCIA NO ANO SEGUINTE
           FD RITMOINPUT.
           01 RITMOINPUT-REG.
               05 RIT-CHAVE.
                   10 RIT-VOO-NUMERO PIC 9(04).
                   10 RIT-VOO-DATA PIC 9(08).
                   10 RIT-PONTO PIC 9(03).
               05 RIT-DATA-FOTO PIC 9(08).
               05 RIT-DIAS-REAIS PIC 9(03).
               05 RIT-PAX-ECO PIC 9(04).
               05 RIT-PAX-EXEC PIC 9(04).
               05 RIT-RECEITA PIC 9(07)V99.

           FD CONFIGINPUT.
           01 CONFIGINPUT-REG.
               05 CFG-CHAVE PIC X(02).
               05 CFG-VALOR PIC 9(04).

           FD RITMOOUTPUT.
           01 RITMOOUTPUT-LINHA PIC X(120).

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
               05 WS-ERR-L-PROG PIC X(10) VALUE "RITMORES".
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
           77 WS-CAM-VOOS PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/project/voos.dat".
           77 WS-CAM-VOOSHIST PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/project/vooshist.dat".
           77 WS-CAM-RESERVAS PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/project/reservas.dat".
           77 WS-CAM-RITMO PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/project/ritmo.dat".
           77 WS-CAM-CONFIG PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/project/config.dat".
           77 WS-CAM-RELRITMO PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/ritmo.txt".

           01 WS-FICHEIRO-STATUS-VOO PIC XX.
               88 WS-VOO-STATUS-OK VALUE "00".
           01 WS-FICHEIRO-STATUS-VHIST PIC XX.
               88 WS-VHIST-STATUS-OK VALUE "00".
           01 WS-FICHEIRO-STATUS-RESERVA PIC XX.
               88 WS-RESERVA-STATUS-OK VALUE "00".
           01 WS-FICHEIRO-STATUS-RIT PIC XX.
               88 WS-RIT-STATUS-OK VALUE "00".
               88 WS-RIT-STATUS-INEXISTENTE VALUE "35".
           01 WS-FICHEIRO-STATUS-CFG PIC XX.
               88 WS-CFG-STATUS-OK VALUE "00".
           01 WS-FICHEIRO-STATUS-REL PIC XX.
               88 WS-REL-STATUS-OK VALUE "00".

      *    PONTOS DA CURVA DE RESERVAS (DIAS ANTES DA PARTIDA), DO MAIS
      *    AFASTADO PARA O MAIS PROXIMO
           01 WS-PONTOS-VALORES.
               05 FILLER PIC 9(03) VALUE 090.
               05 FILLER PIC 9(03) VALUE 060.
               05 FILLER PIC 9(03) VALUE 030.
               05 FILLER PIC 9(03) VALUE 014.
               05 FILLER PIC 9(03) VALUE 007.
               05 FILLER PIC 9(03) VALUE 003.
               05 FILLER PIC 9(03) VALUE 001.
           01 WS-PONTOS-TABELA REDEFINES WS-PONTOS-VALORES.
               05 WS-PONTO PIC 9(03) OCCURS 7 TIMES.
           77 WS-TOTAL-PONTOS PIC 9(01) VALUE 7.
           77 WS-PT-I PIC 9(01) VALUE ZEROES.

      *    DESVIO (EM %) FACE AO MESMO VOO DO ANO ANTERIOR A PARTIR DO
      *    QUAL O VOO E ASSINALADO ACIMA OU ABAIXO DO RITMO
           77 WS-CHAVE-CFG-RITMO PIC X(02) VALUE "RP".
           77 WS-LIMIAR-RITMO PIC 9(03) VALUE 20.

           77 WS-EXIT-OK PIC X(01) VALUE "N".
           77 WS-DATA-HOJE PIC 9(08) VALUE ZEROES.
           77 WS-SERIAL-HOJE PIC 9(07) VALUE ZEROES.
           77 WS-VHIST-ABERTO PIC X(01) VALUE "N".

      *    VOOS FUTUROS DENTRO DO PRIMEIRO PONTO DA CURVA
           77 WS-FUT-TOTAL PIC 9(04) VALUE ZEROES.
           77 WS-FUT-I PIC 9(04) VALUE ZEROES.
           77 WS-FUT-J PIC 9(04) VALUE ZEROES.
           77 WS-FUT-CHEIO PIC X(01) VALUE "N".
           01 WS-TABELA-FUTUROS.
               05 WS-FUT-ENT OCCURS 1000 TIMES.
                   10 WS-FUT-CHAVE.
                       15 WS-FUT-NUMERO PIC 9(04).
                       15 WS-FUT-DATA PIC 9(08).
                   10 WS-FUT-NOME PIC X(10).
                   10 WS-FUT-DIAS PIC 9(03).
                   10 WS-FUT-PONTO-I PIC 9(01).
                   10 WS-FUT-PAX-ECO PIC 9(04).
                   10 WS-FUT-PAX-EXEC PIC 9(04).
                   10 WS-FUT-RECEITA PIC 9(07)V99.
                   10 WS-FUT-DATA-ANT PIC 9(08).

           77 WS-FOTOS-NOVAS PIC 9(05) VALUE ZEROES.
           77 WS-FOTOS-EXISTENTES PIC 9(05) VALUE ZEROES.
           77 WS-TOTAL-ACIMA PIC 9(05) VALUE ZEROES.
           77 WS-TOTAL-ABAIXO PIC 9(05) VALUE ZEROES.
           77 WS-TOTAL-SEM-HIST PIC 9(05) VALUE ZEROES.

           77 WS-PAX-ATUAL PIC 9(05) VALUE ZEROES.
           77 WS-PAX-ANTERIOR PIC 9(05) VALUE ZEROES.
           77 WS-VARIACAO PIC S9(05) VALUE ZEROES.
           77 WS-ANT-ACHADO PIC X(01) VALUE "N".
           77 WS-DIF-DIAS PIC 9(03) VALUE ZEROES.

           01 WS-REL-LINHA.
               05 FILLER PIC X(02) VALUE SPACES.
               05 WS-REL-NUMERO PIC 9(04).
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-REL-NOME PIC X(10).
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-REL-DATA PIC 9(08).
               05 FILLER PIC X(03) VALUE " D-".
               05 WS-REL-DIAS PIC ZZ9.
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-REL-ECO PIC ZZZ9.
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-REL-EXEC PIC ZZZ9.
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-REL-RECEITA PIC ZZZZZZ9.99.
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-REL-DATA-ANT PIC 9(08).
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-REL-PAX-ANT PIC ZZZZ9.
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-REL-VARIACAO PIC +ZZZ9.
               05 FILLER PIC X(02) VALUE "% ".
               05 WS-REL-NOTA PIC X(16).

           01 WS-CURVA-LINHA PIC X(120) VALUE SPACES.
           77 WS-CURVA-POS PIC 9(03) VALUE ZEROES.
           01 WS-CURVA-PONTO.
               05 FILLER PIC X(02) VALUE "D-".
               05 WS-CP-PONTO PIC 9(03).
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-CP-ATUAL PIC ZZZ9.
               05 FILLER PIC X(01) VALUE "/".
               05 WS-CP-ANTERIOR PIC X(04).
               05 FILLER PIC X(01) VALUE SPACE.
           77 WS-CP-ANT-NUM PIC ZZZ9.

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
           77 WS-SERIAL-VOO PIC 9(07) VALUE ZEROES.

       LINKAGE SECTION.

           01 LK-COM-AREA.
               03 LK-MENSAGEM  PIC X(20).

       PROCEDURE DIVISION USING LK-COM-AREA.

       MAIN-PROCEDURE.

           PERFORM P090-CARREGAR-AMBIENTE.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WS-DATA-HOJE TO WS-DATA-SPLIT.
           PERFORM P128-DIA-SERIAL.
           MOVE WS-DIA-SERIAL TO WS-SERIAL-HOJE.

           OPEN INPUT CONFIGINPUT.
           IF WS-CFG-STATUS-OK
               MOVE WS-CHAVE-CFG-RITMO TO CFG-CHAVE
               READ CONFIGINPUT
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CFG-VALOR > ZEROES
                           MOVE CFG-VALOR TO WS-LIMIAR-RITMO
                       END-IF
               END-READ
               CLOSE CONFIGINPUT
           END-IF.

           OPEN INPUT VOOSINPUT.
           IF NOT WS-VOO-STATUS-OK
               MOVE "VOOS" TO WS-ERR-L-FICH
               MOVE WS-FICHEIRO-STATUS-VOO TO WS-ERR-L-ESTADO
               PERFORM P095-REGISTAR-ERRO-ABERTURA
               DISPLAY "FICHEIRO DE VOOS INDISPONIVEL"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT RESERVASINPUT.
           IF NOT WS-RESERVA-STATUS-OK
               MOVE "RESERVAS" TO WS-ERR-L-FICH
               MOVE WS-FICHEIRO-STATUS-RESERVA TO WS-ERR-L-ESTADO
               PERFORM P095-REGISTAR-ERRO-ABERTURA
               DISPLAY "FICHEIRO DE RESERVAS INDISPONIVEL"
               CLOSE VOOSINPUT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O RITMOINPUT.
           IF WS-RIT-STATUS-INEXISTENTE
               OPEN OUTPUT RITMOINPUT
               CLOSE RITMOINPUT
               OPEN I-O RITMOINPUT
           END-IF.
           IF NOT WS-RIT-STATUS-OK
               MOVE "RITMO" TO WS-ERR-L-FICH
               MOVE WS-FICHEIRO-STATUS-RIT TO WS-ERR-L-ESTADO
               PERFORM P095-REGISTAR-ERRO-ABERTURA
               DISPLAY "FICHEIRO DE CURVAS DE RESERVA INDISPONIVEL"
               CLOSE VOOSINPUT
               CLOSE RESERVASINPUT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT VOOSHIST.
           IF WS-VHIST-STATUS-OK
               MOVE "S" TO WS-VHIST-ABERTO
           END-IF.

           PERFORM P100-CARREGAR-FUTUROS.
           PERFORM P150-CONTAR-RESERVAS.
           CLOSE VOOSINPUT.
           CLOSE RESERVASINPUT.

           PERFORM P200-GRAVAR-FOTOGRAFIAS.

           OPEN OUTPUT RITMOOUTPUT.
           IF NOT WS-REL-STATUS-OK
               MOVE "RITMOREL" TO WS-ERR-L-FICH
               MOVE WS-FICHEIRO-STATUS-REL TO WS-ERR-L-ESTADO
               PERFORM P095-REGISTAR-ERRO-ABERTURA
               DISPLAY "NAO FOI POSSIVEL CRIAR O RELATORIO"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM P300-RELATORIO
               CLOSE RITMOOUTPUT
           END-IF.

           CLOSE RITMOINPUT.
           IF WS-VHIST-ABERTO = "S"
               CLOSE VOOSHIST
           END-IF.

           DISPLAY "VOOS FUTUROS EM ACOMPANHAMENTO: " WS-FUT-TOTAL.
           DISPLAY "FOTOGRAFIAS GRAVADAS: " WS-FOTOS-NOVAS
                   " (JA EXISTENTES: " WS-FOTOS-EXISTENTES ")".
           DISPLAY "ACIMA DO RITMO: " WS-TOTAL-ACIMA
                   " ABAIXO DO RITMO: " WS-TOTAL-ABAIXO
                   " SEM REFERENCIA: " WS-TOTAL-SEM-HIST.
           IF WS-FUT-CHEIO = "S"
               DISPLAY "AVISO: MAIS DE 1000 VOOS FUTUROS - EXCEDENTES "
                       "NAO ACOMPANHADOS"
           END-IF.
           IF RETURN-CODE = ZEROES
               IF WS-TOTAL-ACIMA > ZEROES OR WS-TOTAL-ABAIXO > ZEROES
                       OR WS-FUT-CHEIO = "S"
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           DISPLAY "RELATORIO GRAVADO EM ritmo.txt".

           GOBACK.

      *    VOOS POR PARTIR ATE AO PRIMEIRO PONTO DA CURVA; O PONTO DE
      *    CADA VOO E O MAIS PROXIMO QUE JA FOI ATINGIDO
       P100-CARREGAR-FUTUROS.

           MOVE ZEROES TO WS-FUT-TOTAL.
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
                       IF VOOSINPUT-DATA > WS-DATA-HOJE
                               AND NOT VOO-CANCELADO
                           MOVE VOOSINPUT-DATA TO WS-DATA-SPLIT
                           PERFORM P128-DIA-SERIAL
                           MOVE WS-DIA-SERIAL TO WS-SERIAL-VOO
                           IF WS-SERIAL-VOO - WS-SERIAL-HOJE <=
                                   WS-PONTO (1)
                               PERFORM P110-GUARDAR-FUTURO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           SET WS-EXIT-OK TO "N".

       P110-GUARDAR-FUTURO.

           IF WS-FUT-TOTAL >= 1000
               MOVE "S" TO WS-FUT-CHEIO
           ELSE
               ADD 1 TO WS-FUT-TOTAL
               MOVE WS-FUT-TOTAL TO WS-FUT-I
               MOVE VOOSINPUT-CHAVE TO WS-FUT-CHAVE (WS-FUT-I)
               MOVE VOOSINPUT-NOME TO WS-FUT-NOME (WS-FUT-I)
               COMPUTE WS-FUT-DIAS (WS-FUT-I) =
                       WS-SERIAL-VOO - WS-SERIAL-HOJE
               MOVE ZEROES TO WS-FUT-PAX-ECO (WS-FUT-I)
                              WS-FUT-PAX-EXEC (WS-FUT-I)
                              WS-FUT-RECEITA (WS-FUT-I)
               MOVE 1 TO WS-PT-I
               MOVE 1 TO WS-FUT-PONTO-I (WS-FUT-I)
               PERFORM UNTIL WS-PT-I > WS-TOTAL-PONTOS
                   IF WS-FUT-DIAS (WS-FUT-I) <= WS-PONTO (WS-PT-I)
                       MOVE WS-PT-I TO WS-FUT-PONTO-I (WS-FUT-I)
                   END-IF
                   ADD 1 TO WS-PT-I
               END-PERFORM
      *        MESMO VOO HA UM ANO, NO MESMO DIA DA SEMANA (52 SEMANAS)
               MOVE VOOSINPUT-DATA TO WS-DATA-SPLIT
               SUBTRACT 1 FROM WS-DATA-ANO
               IF WS-DATA-MES = 2 AND WS-DATA-DIA = 29
                   MOVE 28 TO WS-DATA-DIA
               END-IF
               PERFORM P128-DIA-SERIAL
               COMPUTE WS-DIF-DIAS = WS-SERIAL-VOO - WS-DIA-SERIAL
               PERFORM UNTIL WS-DIF-DIAS <= 364
                   PERFORM P131-DIA-ANTERIOR
                   SUBTRACT 1 FROM WS-DIF-DIAS
               END-PERFORM
               MOVE WS-DATA-SPLIT TO WS-FUT-DATA-ANT (WS-FUT-I)
           END-IF.

       P150-CONTAR-RESERVAS.

           MOVE ZEROES TO RESERVA-ID.
           SET WS-EXIT-OK TO "N".
           START RESERVASINPUT KEY IS NOT LESS THAN RESERVA-ID
               INVALID KEY
                   SET WS-EXIT-OK TO "S"
           END-START.
           PERFORM UNTIL WS-EXIT-OK = "S"
               READ RESERVASINPUT NEXT
                   AT END
                       SET WS-EXIT-OK TO "S"
                   NOT AT END
                       IF RESERVA-VOO-DATA > WS-DATA-HOJE
                           PERFORM P160-ACUMULAR-RESERVA
                       END-IF
               END-READ
           END-PERFORM.
           SET WS-EXIT-OK TO "N".

       P160-ACUMULAR-RESERVA.

           MOVE ZEROES TO WS-FUT-J.
           MOVE 1 TO WS-FUT-I.
           PERFORM UNTIL WS-FUT-I > WS-FUT-TOTAL
               IF WS-FUT-CHAVE (WS-FUT-I) = RESERVA-VOO-CHAVE
                   MOVE WS-FUT-I TO WS-FUT-J
                   MOVE WS-FUT-TOTAL TO WS-FUT-I
               END-IF
               ADD 1 TO WS-FUT-I
           END-PERFORM.
           IF WS-FUT-J > ZEROES
               IF RESERVA-CLASSE-EXEC
                   ADD 1 TO WS-FUT-PAX-EXEC (WS-FUT-J)
               ELSE
                   ADD 1 TO WS-FUT-PAX-ECO (WS-FUT-J)
               END-IF
               ADD RESERVA-PRECO TO WS-FUT-RECEITA (WS-FUT-J)
           END-IF.

      *    UMA FOTOGRAFIA POR VOO E PONTO: A PRIMEIRA EXECUCAO APOS O
      *    VOO ENTRAR NO PONTO FICA REGISTADA E NAO E SUBSTITUIDA
       P200-GRAVAR-FOTOGRAFIAS.

           MOVE 1 TO WS-FUT-I.
           PERFORM UNTIL WS-FUT-I > WS-FUT-TOTAL
               MOVE WS-FUT-CHAVE (WS-FUT-I) TO RIT-CHAVE (1:12)
               MOVE WS-PONTO (WS-FUT-PONTO-I (WS-FUT-I)) TO RIT-PONTO
               MOVE WS-DATA-HOJE TO RIT-DATA-FOTO
               MOVE WS-FUT-DIAS (WS-FUT-I) TO RIT-DIAS-REAIS
               MOVE WS-FUT-PAX-ECO (WS-FUT-I) TO RIT-PAX-ECO
               MOVE WS-FUT-PAX-EXEC (WS-FUT-I) TO RIT-PAX-EXEC
               MOVE WS-FUT-RECEITA (WS-FUT-I) TO RIT-RECEITA
               WRITE RITMOINPUT-REG
                   INVALID KEY
                       ADD 1 TO WS-FOTOS-EXISTENTES
                   NOT INVALID KEY
                       ADD 1 TO WS-FOTOS-NOVAS
               END-WRITE
               ADD 1 TO WS-FUT-I
           END-PERFORM.

      *    CADA VOO FUTURO: RESERVAS DE HOJE CONTRA AS DO MESMO VOO DO
      *    ANO ANTERIOR NO MESMO PONTO, SEGUIDAS DA CURVA PONTO A PONTO
      *    (ESTE ANO / ANO ANTERIOR)
       P300-RELATORIO.

           MOVE SPACES TO RITMOOUTPUT-LINHA.
           STRING "RITMO DE RESERVAS [" DELIMITED BY SIZE
                   WS-AMB-CODIGO DELIMITED BY SIZE
                   "] EM " DELIMITED BY SIZE
                   WS-DATA-HOJE DELIMITED BY SIZE
                   " - LIMIAR DE DESVIO " DELIMITED BY SIZE
                   WS-LIMIAR-RITMO DELIMITED BY SIZE
                   "%" DELIMITED BY SIZE
               INTO RITMOOUTPUT-LINHA
           END-STRING.
           WRITE RITMOOUTPUT-LINHA.
           MOVE SPACES TO RITMOOUTPUT-LINHA.
           WRITE RITMOOUTPUT-LINHA.
           MOVE SPACES TO RITMOOUTPUT-LINHA.
           STRING "  VOO  NOME       DATA      DIAS  ECO EXEC"
                       DELIMITED BY SIZE
                   "    RECEITA ANO ANTER.   PAX   VAR."
                       DELIMITED BY SIZE
               INTO RITMOOUTPUT-LINHA
           END-STRING.
           WRITE RITMOOUTPUT-LINHA.

           MOVE 1 TO WS-FUT-I.
           PERFORM UNTIL WS-FUT-I > WS-FUT-TOTAL
               PERFORM P310-LINHA-VOO
               PERFORM P320-LINHA-CURVA
               ADD 1 TO WS-FUT-I
           END-PERFORM.

       P310-LINHA-VOO.

           MOVE WS-FUT-NUMERO (WS-FUT-I) TO WS-REL-NUMERO.
           MOVE WS-FUT-NOME (WS-FUT-I) TO WS-REL-NOME.
           MOVE WS-FUT-DATA (WS-FUT-I) TO WS-REL-DATA.
           MOVE WS-FUT-DIAS (WS-FUT-I) TO WS-REL-DIAS.
           MOVE WS-FUT-PAX-ECO (WS-FUT-I) TO WS-REL-ECO.
           MOVE WS-FUT-PAX-EXEC (WS-FUT-I) TO WS-REL-EXEC.
           MOVE WS-FUT-RECEITA (WS-FUT-I) TO WS-REL-RECEITA.
           MOVE WS-FUT-DATA-ANT (WS-FUT-I) TO WS-REL-DATA-ANT.
           COMPUTE WS-PAX-ATUAL = WS-FUT-PAX-ECO (WS-FUT-I) +
                   WS-FUT-PAX-EXEC (WS-FUT-I).

           MOVE WS-FUT-PONTO-I (WS-FUT-I) TO WS-PT-I.
           PERFORM P330-LER-ANTERIOR.
           IF WS-ANT-ACHADO = "N"
               MOVE ZEROES TO WS-REL-PAX-ANT
               MOVE ZEROES TO WS-REL-VARIACAO
               ADD 1 TO WS-TOTAL-SEM-HIST
               IF WS-VHIST-ABERTO = "S"
                   MOVE WS-FUT-NUMERO (WS-FUT-I) TO VOOSHIST-NUMERO
                   MOVE WS-FUT-DATA-ANT (WS-FUT-I) TO VOOSHIST-DATA
                   READ VOOSHIST
                       INVALID KEY
                           MOVE "SEM VOO ANTERIOR" TO WS-REL-NOTA
                       NOT INVALID KEY
                           MOVE "SEM FOTOGRAFIA" TO WS-REL-NOTA
                   END-READ
               ELSE
                   MOVE "SEM VOO ANTERIOR" TO WS-REL-NOTA
               END-IF
           ELSE
               MOVE WS-PAX-ANTERIOR TO WS-REL-PAX-ANT
               IF WS-PAX-ANTERIOR > ZEROES
                   COMPUTE WS-VARIACAO ROUNDED =
                           (WS-PAX-ATUAL - WS-PAX-ANTERIOR) * 100
                           / WS-PAX-ANTERIOR
               ELSE
                   IF WS-PAX-ATUAL > ZEROES
                       MOVE 100 TO WS-VARIACAO
                   ELSE
                       MOVE ZEROES TO WS-VARIACAO
                   END-IF
               END-IF
               MOVE WS-VARIACAO TO WS-REL-VARIACAO
               IF WS-VARIACAO >= WS-LIMIAR-RITMO
                   MOVE "ACIMA DO RITMO" TO WS-REL-NOTA
                   ADD 1 TO WS-TOTAL-ACIMA
               ELSE
                   IF WS-VARIACAO <= 0 - WS-LIMIAR-RITMO
                       MOVE "ABAIXO DO RITMO" TO WS-REL-NOTA
                       ADD 1 TO WS-TOTAL-ABAIXO
                   ELSE
                       MOVE SPACES TO WS-REL-NOTA
                   END-IF
               END-IF
           END-IF.
           MOVE WS-REL-LINHA TO RITMOOUTPUT-LINHA.
           WRITE RITMOOUTPUT-LINHA.

       P320-LINHA-CURVA.

           MOVE SPACES TO WS-CURVA-LINHA.
           MOVE 8 TO WS-CURVA-POS.
           MOVE 1 TO WS-PT-I.
           PERFORM UNTIL WS-PT-I > WS-FUT-PONTO-I (WS-FUT-I)
               MOVE WS-PONTO (WS-PT-I) TO WS-CP-PONTO
               MOVE WS-FUT-CHAVE (WS-FUT-I) TO RIT-CHAVE (1:12)
               MOVE WS-PONTO (WS-PT-I) TO RIT-PONTO
               READ RITMOINPUT
                   INVALID KEY
                       MOVE ZEROES TO WS-CP-ATUAL
                   NOT INVALID KEY
                       COMPUTE WS-CP-ATUAL = RIT-PAX-ECO + RIT-PAX-EXEC
               END-READ
               PERFORM P330-LER-ANTERIOR
               IF WS-ANT-ACHADO = "S"
                   MOVE WS-PAX-ANTERIOR TO WS-CP-ANT-NUM
                   MOVE WS-CP-ANT-NUM TO WS-CP-ANTERIOR
               ELSE
                   MOVE "   -" TO WS-CP-ANTERIOR
               END-IF
               MOVE WS-CURVA-PONTO TO WS-CURVA-LINHA (WS-CURVA-POS:16)
               ADD 16 TO WS-CURVA-POS
               ADD 1 TO WS-PT-I
           END-PERFORM.
           MOVE WS-CURVA-LINHA TO RITMOOUTPUT-LINHA.
           WRITE RITMOOUTPUT-LINHA.

       P330-LER-ANTERIOR.

           MOVE "N" TO WS-ANT-ACHADO.
           MOVE ZEROES TO WS-PAX-ANTERIOR.
           MOVE WS-FUT-NUMERO (WS-FUT-I) TO RIT-VOO-NUMERO.
           MOVE WS-FUT-DATA-ANT (WS-FUT-I) TO RIT-VOO-DATA.
           MOVE WS-PONTO (WS-PT-I) TO RIT-PONTO.
           READ RITMOINPUT
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WS-ANT-ACHADO
                   COMPUTE WS-PAX-ANTERIOR = RIT-PAX-ECO + RIT-PAX-EXEC
           END-READ.

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

       P131-DIA-ANTERIOR.

           IF WS-DATA-DIA > 1
               SUBTRACT 1 FROM WS-DATA-DIA
           ELSE
               IF WS-DATA-MES = 1
                   MOVE 12 TO WS-DATA-MES
                   SUBTRACT 1 FROM WS-DATA-ANO
               ELSE
                   SUBTRACT 1 FROM WS-DATA-MES
               END-IF
               PERFORM P125-DIAS-NO-MES
               MOVE WS-DIAS-NO-MES TO WS-DATA-DIA
           END-IF.

       P090-CARREGAR-AMBIENTE.

           CALL 'amb_util.o' USING WS-AMB-AREA.
           DISPLAY "AMBIENTE ATIVO: " WS-AMB-CODIGO.
           MOVE SPACES TO WS-CAM-ERROS.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/erros.txt" DELIMITED BY SIZE
               INTO WS-CAM-ERROS
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
           MOVE SPACES TO WS-CAM-RESERVAS.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/project/reservas.dat" DELIMITED BY SIZE
               INTO WS-CAM-RESERVAS
           END-STRING.
           MOVE SPACES TO WS-CAM-RITMO.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/project/ritmo.dat" DELIMITED BY SIZE
               INTO WS-CAM-RITMO
           END-STRING.
           MOVE SPACES TO WS-CAM-CONFIG.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/project/config.dat" DELIMITED BY SIZE
               INTO WS-CAM-CONFIG
           END-STRING.
           MOVE SPACES TO WS-CAM-RELRITMO.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/ritmo.txt" DELIMITED BY SIZE
               INTO WS-CAM-RELRITMO
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

       END PROGRAM RITMORES.
