       FILE SECTION.

           FD DIARIOINPUT.
           01 DIARIOINPUT-LINHA PIC X(87).

           FD VOOSINPUT.
           01 VOOSINPUT-REG.
               05 VOOSINPUT-PORTA PIC X(03).
               05 VOOSINPUT-HORA-REVISTA PIC 9(04).
               05 VOOSINPUT-MOEDA PIC X(03).
               05 VOOSINPUT-TIPO PIC X(01).

           FD RESERVASINPUT.
           01 RESERVAINPUT-REG.
           77 WS-EXIT-OK PIC X(01) VALUE "N".
           77 WS-DATA-CORTE PIC 9(08) VALUE ZEROES.

           01 WS-DIA-LINHA PIC X(87).
               01 FILLER REDEFINES WS-DIA-LINHA.
               05 WS-DIA-DATA PIC 9(08).
               05 FILLER PIC X(01).
               05 FILLER PIC X(01).
               05 WS-DIA-OP PIC X(01).
               05 FILLER PIC X(01).
               05 WS-DIA-IMAGEM PIC X(65).

           77 WS-TOTAL-LIDAS PIC 9(06) VALUE ZEROES.
           77 WS-TOTAL-APLICADAS PIC 9(06) VALUE ZEROES.
