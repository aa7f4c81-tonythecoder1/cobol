       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARRVIG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT IMPORTACAOINPUT ASSIGN TO
           WS-CAM-IMPORTACAO
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FICHEIRO-STATUS-IMP.

       SELECT VIGILANCIAINPUT ASSIGN TO
           WS-CAM-VIGILANCIA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VIG-CHAVE
           FILE STATUS IS WS-FICHEIRO-STATUS-VIG.

       SELECT REJEITADOSOUTPUT ASSIGN TO
           WS-CAM-REJEITADOS
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FICHEIRO-STATUS-REJ.

       SELECT ERROSOUTPUT ASSIGN TO
           WS-CAM-ERROS
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-ERR.

       DATA DIVISION.

       FILE SECTION.

      *    LISTA IMPORTADA: UMA PESSOA POR LINHA EM COLUNAS FIXAS
           FD IMPORTACAOINPUT.
           01 IMPORTACAOINPUT-REG.
               05 IMP-LISTA PIC X(01).
               05 IMP-NOME PIC X(20).
               05 IMP-DATA-NASC PIC X(08).
               05 IMP-DOC-NUMERO PIC X(12).
               05 IMP-NACIONALIDADE PIC X(03).
               05 IMP-FONTE PIC X(10).

           FD VIGILANCIAINPUT.
           01 VIGILANCIAINPUT-REG.
               05 VIG-CHAVE.
                   10 VIG-LISTA PIC X(01).
                       88 VIG-LISTA-AUTORIDADE VALUE "A".
                       88 VIG-LISTA-INTERNA VALUE "I".
                   10 VIG-SEQ PIC 9(05).
               05 VIG-NOME PIC X(20).
               05 VIG-DATA-NASC PIC 9(08).
               05 VIG-DOC-NUMERO PIC X(12).
               05 VIG-NACIONALIDADE PIC X(03).
               05 VIG-FONTE PIC X(10).
               05 VIG-DATA-CARGA PIC 9(08).

           FD REJEITADOSOUTPUT.
           01 REJEITADOSOUTPUT-LINHA PIC X(90).

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
               05 WS-ERR-L-PROG PIC X(10) VALUE "CARRVIG".
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
           77 WS-CAM-IMPORTACAO PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/vigimport.txt".
           77 WS-CAM-VIGILANCIA PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/project/vigil.dat".
           77 WS-CAM-REJEITADOS PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/vigrej.txt".

           01 WS-FICHEIRO-STATUS-IMP PIC XX.
               88 WS-IMP-STATUS-OK VALUE "00".
           01 WS-FICHEIRO-STATUS-VIG PIC XX.
               88 WS-VIG-STATUS-OK VALUE "00".
               88 WS-VIG-STATUS-INEXISTENTE VALUE "35".
           01 WS-FICHEIRO-STATUS-REJ PIC XX.
               88 WS-REJ-STATUS-OK VALUE "00".

      *    LISTAS PRESENTES NO FICHEIRO: SO ESSAS SAO SUBSTITUIDAS, AS
      *    OUTRAS FICAM COMO ESTAVAM
           01 WS-LISTAS-TABELA.
               05 WS-LST-ENT OCCURS 2 TIMES.
                   10 WS-LST-CODIGO PIC X(01).
                   10 WS-LST-PRESENTE PIC X(01).
                   10 WS-LST-APAGADOS PIC 9(05).
                   10 WS-LST-CARREGADOS PIC 9(05).
           77 WS-LST-I PIC 9(01) VALUE ZEROES.
           77 WS-LST-ATUAL PIC 9(01) VALUE ZEROES.

           01 WS-REJ-LINHA.
               05 WS-REJ-ORIGINAL PIC X(54).
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-REJ-MOTIVO PIC X(35).

           77 WS-MOTIVO PIC X(35) VALUE SPACES.
           77 WS-LIDOS PIC 9(05) VALUE ZEROES.
           77 WS-REJEITADOS PIC 9(05) VALUE ZEROES.
           77 WS-EXIT-OK PIC X(01) VALUE "N".
           77 WS-DATA-HOJE PIC 9(08) VALUE ZEROES.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           PERFORM P090-CARREGAR-AMBIENTE.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY "*** CARREGAMENTO DAS LISTAS DE VIGILANCIA ***".

           MOVE "A" TO WS-LST-CODIGO(1).
           MOVE "I" TO WS-LST-CODIGO(2).
           PERFORM VARYING WS-LST-I FROM 1 BY 1 UNTIL WS-LST-I > 2
               MOVE "N" TO WS-LST-PRESENTE(WS-LST-I)
               MOVE ZEROES TO WS-LST-APAGADOS(WS-LST-I)
               MOVE ZEROES TO WS-LST-CARREGADOS(WS-LST-I)
           END-PERFORM.

           OPEN INPUT IMPORTACAOINPUT.
           IF NOT WS-IMP-STATUS-OK
               MOVE "VIGIMPORT" TO WS-ERR-L-FICH
               MOVE WS-FICHEIRO-STATUS-IMP TO WS-ERR-L-ESTADO
               PERFORM P095-REGISTAR-ERRO-ABERTURA
               DISPLAY "FICHEIRO DE IMPORTACAO INDISPONIVEL - LISTAS "
                       "NAO ALTERADAS"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    PRIMEIRA PASSAGEM: QUE LISTAS VEM NO FICHEIRO
           SET WS-EXIT-OK TO "N".
           PERFORM UNTIL WS-EXIT-OK = "S"
               READ IMPORTACAOINPUT
                   AT END
                       SET WS-EXIT-OK TO "S"
                   NOT AT END
                       PERFORM P150-IDENTIFICAR-LISTA
                       IF WS-LST-ATUAL > ZEROES
                           MOVE "S" TO WS-LST-PRESENTE(WS-LST-ATUAL)
                       END-IF
               END-READ
           END-PERFORM.
           SET WS-EXIT-OK TO "N".
           CLOSE IMPORTACAOINPUT.

           OPEN I-O VIGILANCIAINPUT.
           IF WS-VIG-STATUS-INEXISTENTE
               OPEN OUTPUT VIGILANCIAINPUT
               CLOSE VIGILANCIAINPUT
               OPEN I-O VIGILANCIAINPUT
           END-IF.
           IF NOT WS-VIG-STATUS-OK
               MOVE "VIGIL" TO WS-ERR-L-FICH
               MOVE WS-FICHEIRO-STATUS-VIG TO WS-ERR-L-ESTADO
               PERFORM P095-REGISTAR-ERRO-ABERTURA
               DISPLAY "FICHEIRO DAS LISTAS DE VIGILANCIA INDISPONIVEL"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT REJEITADOSOUTPUT.
           IF NOT WS-REJ-STATUS-OK
               MOVE "VIGREJ" TO WS-ERR-L-FICH
               MOVE WS-FICHEIRO-STATUS-REJ TO WS-ERR-L-ESTADO
               PERFORM P095-REGISTAR-ERRO-ABERTURA
               DISPLAY "NAO FOI POSSIVEL CRIAR O FICHEIRO DE "
                       "REJEITADOS"
               CLOSE VIGILANCIAINPUT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM VARYING WS-LST-I FROM 1 BY 1 UNTIL WS-LST-I > 2
               IF WS-LST-PRESENTE(WS-LST-I) = "S"
                   PERFORM P200-APAGAR-LISTA
               END-IF
           END-PERFORM.

      *    SEGUNDA PASSAGEM: CARREGAR AS ENTRADAS VALIDAS
           OPEN INPUT IMPORTACAOINPUT.
           SET WS-EXIT-OK TO "N".
           PERFORM UNTIL WS-EXIT-OK = "S"
               READ IMPORTACAOINPUT
                   AT END
                       SET WS-EXIT-OK TO "S"
                   NOT AT END
                       ADD 1 TO WS-LIDOS
                       PERFORM P300-CARREGAR-ENTRADA
               END-READ
           END-PERFORM.
           SET WS-EXIT-OK TO "N".

           CLOSE IMPORTACAOINPUT.
           CLOSE VIGILANCIAINPUT.
           CLOSE REJEITADOSOUTPUT.

           DISPLAY "LINHAS LIDAS: " WS-LIDOS.
           PERFORM VARYING WS-LST-I FROM 1 BY 1 UNTIL WS-LST-I > 2
               IF WS-LST-PRESENTE(WS-LST-I) = "S"
                   DISPLAY "LISTA " WS-LST-CODIGO(WS-LST-I)
                           ": " WS-LST-APAGADOS(WS-LST-I)
                           " ENTRADAS SUBSTITUIDAS POR "
                           WS-LST-CARREGADOS(WS-LST-I)
               ELSE
                   DISPLAY "LISTA " WS-LST-CODIGO(WS-LST-I)
                           ": NAO INCLUIDA - MANTIDA"
               END-IF
           END-PERFORM.
           IF WS-REJEITADOS > ZEROES
               DISPLAY "LINHAS REJEITADAS: " WS-REJEITADOS
                       " (VER vigrej.txt)"
               MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.

      *    A = LISTA DAS AUTORIDADES, I = LISTA INTERNA
       P150-IDENTIFICAR-LISTA.

           MOVE ZEROES TO WS-LST-ATUAL.
           PERFORM VARYING WS-LST-I FROM 1 BY 1 UNTIL WS-LST-I > 2
               IF IMP-LISTA = WS-LST-CODIGO(WS-LST-I)
                   MOVE WS-LST-I TO WS-LST-ATUAL
               END-IF
           END-PERFORM.

      *    CADA LISTA IMPORTADA E COMPLETA: AS ENTRADAS ANTERIORES DA
      *    MESMA LISTA SAO APAGADAS ANTES DA CARGA
       P200-APAGAR-LISTA.

           MOVE WS-LST-CODIGO(WS-LST-I) TO VIG-LISTA.
           MOVE ZEROES TO VIG-SEQ.
           SET WS-EXIT-OK TO "N".
           START VIGILANCIAINPUT KEY IS NOT LESS THAN VIG-CHAVE
               INVALID KEY
                   SET WS-EXIT-OK TO "S"
           END-START.
           PERFORM UNTIL WS-EXIT-OK = "S"
               READ VIGILANCIAINPUT NEXT
                   AT END
                       SET WS-EXIT-OK TO "S"
                   NOT AT END
                       IF VIG-LISTA NOT = WS-LST-CODIGO(WS-LST-I)
                           SET WS-EXIT-OK TO "S"
                       ELSE
                           DELETE VIGILANCIAINPUT
                               INVALID KEY
                                   DISPLAY "ERRO AO APAGAR A ENTRADA "
                                           VIG-CHAVE
                               NOT INVALID KEY
                                   ADD 1 TO
                                       WS-LST-APAGADOS(WS-LST-I)
                           END-DELETE
                       END-IF
               END-READ
           END-PERFORM.
           SET WS-EXIT-OK TO "N".

       P300-CARREGAR-ENTRADA.

           MOVE SPACES TO WS-MOTIVO.
           PERFORM P150-IDENTIFICAR-LISTA.
           EVALUATE TRUE
               WHEN WS-LST-ATUAL = ZEROES
                   MOVE "CODIGO DE LISTA INVALIDO" TO WS-MOTIVO
               WHEN IMP-NOME = SPACES AND IMP-DOC-NUMERO = SPACES
                   MOVE "SEM NOME NEM DOCUMENTO" TO WS-MOTIVO
               WHEN IMP-DATA-NASC NOT = SPACES
                       AND IMP-DATA-NASC IS NOT NUMERIC
                   MOVE "DATA DE NASCIMENTO INVALIDA" TO WS-MOTIVO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           IF WS-MOTIVO NOT = SPACES
               PERFORM P310-REJEITAR-LINHA
           ELSE
               ADD 1 TO WS-LST-CARREGADOS(WS-LST-ATUAL)
               MOVE IMP-LISTA TO VIG-LISTA
               MOVE WS-LST-CARREGADOS(WS-LST-ATUAL) TO VIG-SEQ
               MOVE IMP-NOME TO VIG-NOME
               IF IMP-DATA-NASC = SPACES
                   MOVE ZEROES TO VIG-DATA-NASC
               ELSE
                   MOVE IMP-DATA-NASC TO VIG-DATA-NASC
               END-IF
               MOVE IMP-DOC-NUMERO TO VIG-DOC-NUMERO
               MOVE IMP-NACIONALIDADE TO VIG-NACIONALIDADE
               MOVE IMP-FONTE TO VIG-FONTE
               MOVE WS-DATA-HOJE TO VIG-DATA-CARGA
               WRITE VIGILANCIAINPUT-REG
                   INVALID KEY
                       SUBTRACT 1 FROM WS-LST-CARREGADOS(WS-LST-ATUAL)
                       MOVE "ERRO DE GRAVACAO" TO WS-MOTIVO
                       PERFORM P310-REJEITAR-LINHA
               END-WRITE
           END-IF.

       P310-REJEITAR-LINHA.

           MOVE IMPORTACAOINPUT-REG TO WS-REJ-ORIGINAL.
           MOVE WS-MOTIVO TO WS-REJ-MOTIVO.
           MOVE WS-REJ-LINHA TO REJEITADOSOUTPUT-LINHA.
           WRITE REJEITADOSOUTPUT-LINHA.
           ADD 1 TO WS-REJEITADOS.

       P090-CARREGAR-AMBIENTE.

           CALL 'amb_util.o' USING WS-AMB-AREA.
           DISPLAY "AMBIENTE ATIVO: " WS-AMB-CODIGO.
           MOVE SPACES TO WS-CAM-ERROS.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/erros.txt" DELIMITED BY SIZE
               INTO WS-CAM-ERROS
           END-STRING.
           MOVE SPACES TO WS-CAM-IMPORTACAO.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/vigimport.txt" DELIMITED BY SIZE
               INTO WS-CAM-IMPORTACAO
           END-STRING.
           MOVE SPACES TO WS-CAM-VIGILANCIA.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/project/vigil.dat" DELIMITED BY SIZE
               INTO WS-CAM-VIGILANCIA
           END-STRING.
           MOVE SPACES TO WS-CAM-REJEITADOS.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/vigrej.txt" DELIMITED BY SIZE
               INTO WS-CAM-REJEITADOS
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

       END PROGRAM CARRVIG.
