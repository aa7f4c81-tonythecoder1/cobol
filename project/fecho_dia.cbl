               05 VOOSINPUT-PORTA PIC X(03).
               05 VOOSINPUT-HORA-REVISTA PIC 9(04).
               05 VOOSINPUT-MOEDA PIC X(03).
               05 VOOSINPUT-TIPO PIC X(01).

           FD RESERVASINPUT.
           01 RESERVAINPUT-REG.

           FD CONTACTOS.
           01 REG-CONTACTOS.
               05 ID-CONTACTO    PIC 9(06).
               05 NM-CONTACTO    PIC X(20).
               05 TEL-CONTACTO   PIC X(15).
               05 EMAIL-CONTACTO PIC X(30).
           77 WS-TOTAL-RESERVAS PIC 9(04) VALUE ZEROES.
           77 WS-TOTAL-EMBARCADOS PIC 9(04) VALUE ZEROES.

           77 WS-CONT-ID PIC 9(06) VALUE ZEROES.

           01 WS-CTL-AREA.
               05 WS-CTL-OP PIC X(01).
