               05 VOOSINPUT-PORTA PIC X(03).
               05 VOOSINPUT-HORA-REVISTA PIC 9(04).
               05 VOOSINPUT-MOEDA PIC X(03).
               05 VOOSINPUT-TIPO PIC X(01).

           FD RESERVASINPUT.
           01 RESERVAINPUT-REG.
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

           FD VOOSHIST.
           01 VOOSHIST-REG.
               05 VOOSHIST-PORTA PIC X(03).
               05 VOOSHIST-HORA-REVISTA PIC 9(04).
               05 VOOSHIST-MOEDA PIC X(03).
               05 VOOSHIST-TIPO PIC X(01).

           FD RESERVASHIST.
           01 RESERVASHIST-REG.
               05 MNT-ULTIMA-DATA PIC 9(08).
               05 MNT-PROX-DATA PIC 9(08).
               05 MNT-VOOS-DESDE PIC 9(04).
               05 MNT-LIMITE-VOOS PIC 9(04).

           FD DIARIOOUTPUT.
           01 DIARIOOUTPUT-LINHA PIC X(87).

           FD ERROSOUTPUT.
           01 ERROSOUTPUT-LINHA PIC X(85).
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

           01 WS-FICHEIRO-STATUS-VOO PIC XX.
               88 WS-FICHEIRO-VOO-OK VALUE "00".
                   MOVE ZEROES TO MNT-ULTIMA-DATA
                   MOVE ZEROES TO MNT-PROX-DATA
                   MOVE 1 TO MNT-VOOS-DESDE
                   MOVE ZEROES TO MNT-LIMITE-VOOS
                   WRITE MANUTENCAOINPUT-REG
               NOT INVALID KEY
                   ADD 1 TO MNT-VOOS-DESDE
