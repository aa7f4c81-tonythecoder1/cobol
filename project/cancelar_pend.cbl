           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FICHEIRO-STATUS-AUDRES.

       SELECT GRUPOSCONTRATOINPUT ASSIGN TO
           WS-CAM-GRUPOSCONTRATO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GRC-ID
           FILE STATUS IS WS-FICHEIRO-STATUS-GRC.

       SELECT DIARIOOUTPUT ASSIGN TO
           WS-CAM-DIARIO
           ORGANIZATION IS LINE SEQUENTIAL
               05 VOOSINPUT-PORTA PIC X(03).
               05 VOOSINPUT-HORA-REVISTA PIC 9(04).
               05 VOOSINPUT-MOEDA PIC X(03).
               05 VOOSINPUT-TIPO PIC X(01).

           FD LUGARESINPUT.
           01 LUGARESINPUT-REG.
               05 LUG-FILA PIC 9(02).
               05 LUG-POSICAO PIC X(01).
               05 LUG-OCUPADO PIC X(01).
               05 LUG-BLOQUEADO PIC X(01).
                   88 LUG-BLOQUEADO-SIM VALUE 'S'.
               05 LUG-SAIDA PIC X(01).
                   88 LUG-SAIDA-EMERGENCIA VALUE 'S'.
               05 LUG-ESPACO PIC X(01).
                   88 LUG-ESPACO-EXTRA VALUE 'S'.
               05 LUG-BANDA PIC X(01).
                   88 LUG-BANDA-PAGA VALUE '1' THRU '3'.

           FD CONFIGINPUT.
           01 CONFIGINPUT-REG.
           FD AUDITRESINPUT.
           01 AUDITRESINPUT-LINHA PIC X(84).

           FD GRUPOSCONTRATOINPUT.
           01 GRUPOSCONTRATOINPUT-REG.
               05 GRC-ID PIC 9(04).
               05 GRC-NOME PIC X(20).
               05 GRC-PAX-ID PIC 9(04).
               05 GRC-VOO-CHAVE.
                   10 GRC-VOO-NUMERO PIC 9(04).
                   10 GRC-VOO-DATA PIC 9(08).
               05 GRC-CLASSE PIC X(01).
               05 GRC-LUGARES PIC 9(03).
               05 GRC-VALOR-TOTAL PIC 9(07)V99.
               05 GRC-DEPOSITO PIC 9(07)V99.
               05 GRC-DATA-DEPOSITO PIC 9(08).
               05 GRC-DATA-FINAL PIC 9(08).
               05 GRC-DATA-NOMES PIC 9(08).
               05 GRC-PAGO PIC 9(07)V99.
               05 GRC-ALOCADO PIC 9(07)V99.
               05 GRC-ESTADO PIC X(01).
                   88 GRC-ABERTO VALUE "A".
                   88 GRC-DEPOSITO-PAGO VALUE "D".
                   88 GRC-LIQUIDADO VALUE "L".
                   88 GRC-CANCELADO VALUE "C".
               05 GRC-DATA-CRIACAO PIC 9(08).
               05 GRC-DATA-AVISO PIC 9(08).
               05 GRC-OPER PIC 9(02).

           FD DIARIOOUTPUT.
           01 DIARIOOUTPUT-LINHA PIC X(87).

       WORKING-STORAGE SECTION.

           "/Users/antonyferreira/Documents/Cobol/auditres.txt".
           77 WS-CAM-DIARIO PIC X(80) VALUE
               "/Users/antonyferreira/Documents/Cobol/diario.txt".
           77 WS-CAM-GRUPOSCONTRATO PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/project/grpcontr.dat".

           01 WS-FICHEIRO-STATUS-RESERVA PIC XX.
               88 WS-RESERVA-STATUS-OK VALUE "00".
               88 WS-AUDRES-STATUS-OK VALUE "00".
               88 WS-AUDRES-STATUS-NOVO VALUE "35".

           01 WS-FICHEIRO-STATUS-GRC PIC XX.
               88 WS-GRC-STATUS-OK VALUE "00".
           77 WS-GRC-DISPONIVEL PIC X(01) VALUE "N".

           01 WS-FICHEIRO-STATUS-DIA PIC XX.
               88 WS-DIA-STATUS-OK VALUE "00".
               88 WS-DIA-STATUS-NOVO VALUE "35".

           01 WS-DIA-LINHA PIC X(87).
               01 FILLER REDEFINES WS-DIA-LINHA.
               05 WS-DIA-DATA PIC 9(08).
               05 FILLER PIC X(01).
               05 FILLER PIC X(01).
               05 WS-DIA-OP PIC X(01).
               05 FILLER PIC X(01).
               05 WS-DIA-IMAGEM PIC X(65).

           01 WS-MOV-LINHA PIC X(51).
           01 FILLER REDEFINES WS-MOV-LINHA.
           END-IF.
           OPEN I-O VOOSINPUT.
           OPEN I-O LUGARESINPUT.
           OPEN INPUT GRUPOSCONTRATOINPUT.
           IF WS-GRC-STATUS-OK
               MOVE "S" TO WS-GRC-DISPONIVEL
           END-IF.

           PERFORM P400-VARRER-RESERVAS.

           CLOSE RESERVASINPUT.
           CLOSE VOOSINPUT.
           CLOSE LUGARESINPUT.
           IF WS-GRC-DISPONIVEL = "S"
               CLOSE GRUPOSCONTRATOINPUT
           END-IF.

           DISPLAY " ".
           DISPLAY "*** CANCELAMENTO DE RESERVAS NAO PAGAS ***".
                       NOT AT END
                           MOVE MOVIMENTOSINPUT-LINHA
                               TO WS-MOV-LINHA
                           IF (WS-MOV-TIPO = "P" OR WS-MOV-TIPO = "C")
                                   AND WS-MOV-RESERVA-ID > 0
                               PERFORM P210-MARCAR-PAGA
                           END-IF
           IF RESERVA-PRECO = 0 OR RESERVA-LUGAR = "INF"
               MOVE "S" TO WS-PAGA-ACHADA
           END-IF.
      *    GRUPOS COM CONTRATO SEGUEM OS PRAZOS DO CONTRATO E NAO O
      *    LIMITE DE EMISSAO
           IF RESERVA-GRUPO-ID > 0 AND WS-GRC-DISPONIVEL = "S"
               MOVE RESERVA-GRUPO-ID TO GRC-ID
               READ GRUPOSCONTRATOINPUT
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF NOT GRC-CANCELADO
                           MOVE "S" TO WS-PAGA-ACHADA
                       END-IF
               END-READ
           END-IF.
           MOVE 1 TO WS-PAGAS-I.
           PERFORM UNTIL WS-PAGAS-I > WS-PAGAS-TOTAL
               IF WS-PAGA-ID (WS-PAGAS-I) = RESERVA-ID
                   "/diario.txt" DELIMITED BY SIZE
               INTO WS-CAM-DIARIO
           END-STRING.
           MOVE SPACES TO WS-CAM-GRUPOSCONTRATO.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/project/grpcontr.dat" DELIMITED BY SIZE
               INTO WS-CAM-GRUPOSCONTRATO
           END-STRING.

       END PROGRAM TTLCANC.
