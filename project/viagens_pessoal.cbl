       IDENTIFICATION DIVISION.
       PROGRAM-ID. VIAGPESS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT STANDBYINPUT ASSIGN TO
           WS-CAM-STANDBY
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SBY-ID
           FILE STATUS IS WS-FICHEIRO-STATUS-SBY.

       SELECT FUNCIONARIOSINPUT ASSIGN TO
           WS-CAM-FUNCIONARIOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FUN-CODIGO
           FILE STATUS IS WS-FICHEIRO-STATUS-FUN.

       SELECT VIAGENSOUTPUT ASSIGN TO
           WS-CAM-VIAGENS
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FICHEIRO-STATUS-VIA.

       SELECT ERROSOUTPUT ASSIGN TO
           WS-CAM-ERROS
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-ERR.

       DATA DIVISION.

       FILE SECTION.

           FD STANDBYINPUT.
           01 STANDBYINPUT-REG.
               05 SBY-ID PIC 9(04).
               05 SBY-VOO-CHAVE.
                   10 SBY-VOO-NUMERO PIC 9(04).
                   10 SBY-VOO-DATA PIC 9(08).
               05 SBY-EMP-CODIGO PIC 9(05).
               05 SBY-NOME PIC X(10).
               05 SBY-PARENTESCO PIC X(01).
                   88 SBY-EMPREGADO VALUE "E".
                   88 SBY-FAMILIAR VALUE "F".
               05 SBY-ANTIGUIDADE PIC 9(02).
               05 SBY-TARIFA PIC 9(05)V99.
               05 SBY-TARIFA-REF PIC 9(05)V99.
               05 SBY-DATA-PEDIDO PIC 9(08).
               05 SBY-ESTADO PIC X(01).
                   88 SBY-PENDENTE VALUE "P".
                   88 SBY-EMBARCADO VALUE "E".
                   88 SBY-NAO-EMBARCADO VALUE "N".
                   88 SBY-ANULADO VALUE "A".
               05 SBY-LUGAR PIC X(03).
               05 SBY-RESERVA-ID PIC 9(04).

           FD FUNCIONARIOSINPUT.
           01 FUNCIONARIOSINPUT-REG.
               05 FUN-CODIGO PIC 9(05).
               05 FUN-NOME PIC X(20).
               05 FUN-TEL PIC X(09).
               05 FUN-SALARIO PIC 9(06)V99.
               05 FUN-IBAN PIC X(25).
               05 FUN-SUSPENSO PIC X(01).
               05 FUN-DATA-ADMISSAO PIC 9(08).

           FD VIAGENSOUTPUT.
           01 VIAGENSOUTPUT-LINHA PIC X(90).

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
               05 WS-ERR-L-PROG PIC X(10) VALUE "VIAGPESS".
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
           77 WS-CAM-STANDBY PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/project/standby.dat".
           77 WS-CAM-FUNCIONARIOS PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/empregados.dat".
           77 WS-CAM-VIAGENS PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/viagens_pessoal.txt".

           01 WS-FICHEIRO-STATUS-SBY PIC XX.
               88 WS-SBY-STATUS-OK VALUE "00".

           01 WS-FICHEIRO-STATUS-FUN PIC XX.
               88 WS-FUN-STATUS-OK VALUE "00".

           01 WS-FICHEIRO-STATUS-VIA PIC XX.
               88 WS-VIA-STATUS-OK VALUE "00".

           77 WS-EXIT-OK PIC X(01) VALUE "N".
           77 WS-MES-PEDIDO PIC 9(06) VALUE ZEROES.
           77 WS-FUN-ABERTO PIC X(01) VALUE "N".

      *    UTILIZACAO POR EMPREGADO NO MES: VIAGENS DO PROPRIO E DOS
      *    FAMILIARES, TARIFA NOMINAL COBRADA E TARIFA PUBLICA DO VOO.
      *    O BENEFICIO E A DIFERENCA ENTRE AS DUAS
           77 WS-VP-TOTAL PIC 9(03) VALUE ZEROES.
           77 WS-VP-I PIC 9(03) VALUE ZEROES.
           77 WS-VP-ACHADO PIC 9(03) VALUE ZEROES.
           77 WS-VP-CHEIO PIC X(01) VALUE "N".
           01 WS-TABELA-VIAGENS.
               05 WS-VP-ENT OCCURS 500 TIMES.
                   10 WS-VP-CODIGO PIC 9(05).
                   10 WS-VP-PROPRIAS PIC 9(03).
                   10 WS-VP-FAMILIA PIC 9(03).
                   10 WS-VP-NOMINAL PIC 9(07)V99.
                   10 WS-VP-PUBLICA PIC 9(07)V99.

           77 WS-VP-BENEFICIO PIC 9(07)V99 VALUE ZEROES.
           77 WS-VP-NOME PIC X(20) VALUE SPACES.
           77 WS-TOTAL-VIAGENS PIC 9(05) VALUE ZEROES.
           77 WS-TOTAL-NOMINAL PIC 9(09)V99 VALUE ZEROES.
           77 WS-TOTAL-PUBLICA PIC 9(09)V99 VALUE ZEROES.
           77 WS-TOTAL-BENEFICIO PIC 9(09)V99 VALUE ZEROES.

           01 WS-LINHA-CABECALHO.
               05 FILLER PIC X(06) VALUE "EMPREG".
               05 FILLER PIC X(21) VALUE "NOME".
               05 FILLER PIC X(04) VALUE "PRO".
               05 FILLER PIC X(04) VALUE "FAM".
               05 FILLER PIC X(11) VALUE "   NOMINAL".
               05 FILLER PIC X(11) VALUE "   PUBLICA".
               05 FILLER PIC X(10) VALUE " BENEFICIO".

           01 WS-LINHA-DETALHE.
               05 WS-LD-CODIGO PIC 9(05).
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-LD-NOME PIC X(20).
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-LD-PROPRIAS PIC ZZ9.
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-LD-FAMILIA PIC ZZ9.
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-LD-NOMINAL PIC Z(6)9.99.
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-LD-PUBLICA PIC Z(6)9.99.
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-LD-BENEFICIO PIC Z(6)9.99.

           77 WS-TOTAL-ED PIC Z(8)9.99.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           PERFORM P090-CARREGAR-AMBIENTE.

           DISPLAY "*** VIAGENS DE PESSOAL EM STANDBY ***".
           DISPLAY "MES DO RELATORIO (AAAAMM)".
           ACCEPT WS-MES-PEDIDO.

           OPEN INPUT STANDBYINPUT.
           IF NOT WS-SBY-STATUS-OK
               MOVE "STANDBY" TO WS-ERR-L-FICH
               MOVE WS-FICHEIRO-STATUS-SBY TO WS-ERR-L-ESTADO
               PERFORM P095-REGISTAR-ERRO-ABERTURA
               DISPLAY "FICHEIRO DE STANDBY INDISPONIVEL"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT VIAGENSOUTPUT.
           IF NOT WS-VIA-STATUS-OK
               MOVE "VIAGENSPESS" TO WS-ERR-L-FICH
               MOVE WS-FICHEIRO-STATUS-VIA TO WS-ERR-L-ESTADO
               PERFORM P095-REGISTAR-ERRO-ABERTURA
               DISPLAY "NAO FOI POSSIVEL CRIAR O RELATORIO"
               CLOSE STANDBYINPUT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT FUNCIONARIOSINPUT.
           IF WS-FUN-STATUS-OK
               MOVE "S" TO WS-FUN-ABERTO
           END-IF.

           MOVE ZEROES TO WS-VP-TOTAL.
           MOVE ZEROES TO SBY-ID.
           SET WS-EXIT-OK TO "N".
           START STANDBYINPUT KEY IS NOT LESS THAN SBY-ID
               INVALID KEY
                   SET WS-EXIT-OK TO "S"
           END-START.
           PERFORM UNTIL WS-EXIT-OK = "S"
               READ STANDBYINPUT NEXT
                   AT END
                       SET WS-EXIT-OK TO "S"
                   NOT AT END
                       IF SBY-EMBARCADO
                               AND SBY-VOO-DATA (1:6) = WS-MES-PEDIDO
                           PERFORM P100-ACUMULAR-VIAGEM
                       END-IF
               END-READ
           END-PERFORM.
           SET WS-EXIT-OK TO "N".

           PERFORM P200-ESCREVER-RELATORIO.

           CLOSE STANDBYINPUT.
           CLOSE VIAGENSOUTPUT.
           IF WS-FUN-ABERTO = "S"
               CLOSE FUNCIONARIOSINPUT
           END-IF.

           DISPLAY "EMPREGADOS COM VIAGENS: " WS-VP-TOTAL.
           DISPLAY "VIAGENS NO MES:         " WS-TOTAL-VIAGENS.
           IF WS-VP-CHEIO = "S"
               DISPLAY "TABELA DE EMPREGADOS CHEIA - RELATORIO "
                       "INCOMPLETO"
               MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.

       P100-ACUMULAR-VIAGEM.

           MOVE ZEROES TO WS-VP-ACHADO.
           PERFORM VARYING WS-VP-I FROM 1 BY 1
                   UNTIL WS-VP-I > WS-VP-TOTAL
               IF WS-VP-CODIGO (WS-VP-I) = SBY-EMP-CODIGO
                   MOVE WS-VP-I TO WS-VP-ACHADO
               END-IF
           END-PERFORM.

           IF WS-VP-ACHADO = ZEROES
               IF WS-VP-TOTAL < 500
                   ADD 1 TO WS-VP-TOTAL
                   MOVE WS-VP-TOTAL TO WS-VP-ACHADO
                   MOVE SBY-EMP-CODIGO TO WS-VP-CODIGO (WS-VP-ACHADO)
                   MOVE ZEROES TO WS-VP-PROPRIAS (WS-VP-ACHADO)
                   MOVE ZEROES TO WS-VP-FAMILIA (WS-VP-ACHADO)
                   MOVE ZEROES TO WS-VP-NOMINAL (WS-VP-ACHADO)
                   MOVE ZEROES TO WS-VP-PUBLICA (WS-VP-ACHADO)
               ELSE
                   MOVE "S" TO WS-VP-CHEIO
               END-IF
           END-IF.

           IF WS-VP-ACHADO > ZEROES
               IF SBY-FAMILIAR
                   ADD 1 TO WS-VP-FAMILIA (WS-VP-ACHADO)
               ELSE
                   ADD 1 TO WS-VP-PROPRIAS (WS-VP-ACHADO)
               END-IF
               ADD SBY-TARIFA TO WS-VP-NOMINAL (WS-VP-ACHADO)
               ADD SBY-TARIFA-REF TO WS-VP-PUBLICA (WS-VP-ACHADO)
               ADD 1 TO WS-TOTAL-VIAGENS
           END-IF.

       P200-ESCREVER-RELATORIO.

           MOVE SPACES TO VIAGENSOUTPUT-LINHA.
           STRING "VIAGENS DE PESSOAL EM STANDBY - MES "
                   DELIMITED BY SIZE
                   WS-MES-PEDIDO DELIMITED BY SIZE
                   " - BENEFICIO PARA PROCESSAMENTO SALARIAL"
                   DELIMITED BY SIZE
               INTO VIAGENSOUTPUT-LINHA
           END-STRING.
           WRITE VIAGENSOUTPUT-LINHA.
           MOVE WS-LINHA-CABECALHO TO VIAGENSOUTPUT-LINHA.
           WRITE VIAGENSOUTPUT-LINHA.

           PERFORM VARYING WS-VP-I FROM 1 BY 1
                   UNTIL WS-VP-I > WS-VP-TOTAL
               PERFORM P210-ESCREVER-EMPREGADO
           END-PERFORM.

           MOVE SPACES TO VIAGENSOUTPUT-LINHA.
           WRITE VIAGENSOUTPUT-LINHA.
           MOVE WS-TOTAL-NOMINAL TO WS-TOTAL-ED.
           MOVE SPACES TO VIAGENSOUTPUT-LINHA.
           STRING "TOTAL TARIFAS NOMINAIS: " DELIMITED BY SIZE
                   WS-TOTAL-ED DELIMITED BY SIZE
               INTO VIAGENSOUTPUT-LINHA
           END-STRING.
           WRITE VIAGENSOUTPUT-LINHA.
           MOVE WS-TOTAL-PUBLICA TO WS-TOTAL-ED.
           MOVE SPACES TO VIAGENSOUTPUT-LINHA.
           STRING "TOTAL TARIFAS PUBLICAS: " DELIMITED BY SIZE
                   WS-TOTAL-ED DELIMITED BY SIZE
               INTO VIAGENSOUTPUT-LINHA
           END-STRING.
           WRITE VIAGENSOUTPUT-LINHA.
           MOVE WS-TOTAL-BENEFICIO TO WS-TOTAL-ED.
           MOVE SPACES TO VIAGENSOUTPUT-LINHA.
           STRING "TOTAL DO BENEFICIO:     " DELIMITED BY SIZE
                   WS-TOTAL-ED DELIMITED BY SIZE
               INTO VIAGENSOUTPUT-LINHA
           END-STRING.
           WRITE VIAGENSOUTPUT-LINHA.

       P210-ESCREVER-EMPREGADO.

           MOVE SPACES TO WS-VP-NOME.
           IF WS-FUN-ABERTO = "S"
               MOVE WS-VP-CODIGO (WS-VP-I) TO FUN-CODIGO
               READ FUNCIONARIOSINPUT
                   INVALID KEY
                       MOVE "(SEM FICHA)" TO WS-VP-NOME
                   NOT INVALID KEY
                       MOVE FUN-NOME TO WS-VP-NOME
               END-READ
           END-IF.

           MOVE ZEROES TO WS-VP-BENEFICIO.
           IF WS-VP-PUBLICA (WS-VP-I) > WS-VP-NOMINAL (WS-VP-I)
               COMPUTE WS-VP-BENEFICIO = WS-VP-PUBLICA (WS-VP-I) -
                       WS-VP-NOMINAL (WS-VP-I)
           END-IF.

           MOVE WS-VP-CODIGO (WS-VP-I) TO WS-LD-CODIGO.
           MOVE WS-VP-NOME TO WS-LD-NOME.
           MOVE WS-VP-PROPRIAS (WS-VP-I) TO WS-LD-PROPRIAS.
           MOVE WS-VP-FAMILIA (WS-VP-I) TO WS-LD-FAMILIA.
           MOVE WS-VP-NOMINAL (WS-VP-I) TO WS-LD-NOMINAL.
           MOVE WS-VP-PUBLICA (WS-VP-I) TO WS-LD-PUBLICA.
           MOVE WS-VP-BENEFICIO TO WS-LD-BENEFICIO.
           MOVE WS-LINHA-DETALHE TO VIAGENSOUTPUT-LINHA.
           WRITE VIAGENSOUTPUT-LINHA.

           ADD WS-VP-NOMINAL (WS-VP-I) TO WS-TOTAL-NOMINAL.
           ADD WS-VP-PUBLICA (WS-VP-I) TO WS-TOTAL-PUBLICA.
           ADD WS-VP-BENEFICIO TO WS-TOTAL-BENEFICIO.

       P090-CARREGAR-AMBIENTE.

           CALL 'amb_util.o' USING WS-AMB-AREA.
           DISPLAY "AMBIENTE ATIVO: " WS-AMB-CODIGO.
           MOVE SPACES TO WS-CAM-ERROS.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/erros.txt" DELIMITED BY SIZE
               INTO WS-CAM-ERROS
           END-STRING.
           MOVE SPACES TO WS-CAM-STANDBY.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/project/standby.dat" DELIMITED BY SIZE
               INTO WS-CAM-STANDBY
           END-STRING.
           MOVE SPACES TO WS-CAM-FUNCIONARIOS.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/empregados.dat" DELIMITED BY SIZE
               INTO WS-CAM-FUNCIONARIOS
           END-STRING.
           MOVE SPACES TO WS-CAM-VIAGENS.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/viagens_pessoal.txt" DELIMITED BY SIZE
               INTO WS-CAM-VIAGENS
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

       END PROGRAM VIAGPESS.
