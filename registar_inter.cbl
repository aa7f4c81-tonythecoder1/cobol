       FD INTERACOESINPUT.
       01 INTERACOESINPUT-REG.
           05 INT-ID PIC 9(04).
           05 INT-CONTACTO-ID PIC 9(06).
           05 INT-DATA PIC 9(08).
           05 INT-OPER PIC 9(02).
           05 INT-CANAL PIC X(01).

       FD CONTACTOS.
       01 REG-CONTACTOS.
           05 ID-CONTACTO    PIC 9(06).
           05 NM-CONTACTO    PIC X(20).
           05 TEL-CONTACTO   PIC X(15).
           05 EMAIL-CONTACTO PIC X(30).

           77 WS-EXIT-OK PIC X(01) VALUE 'N'.
           77 WS-OP PIC 9(01) VALUE ZEROES.
           77 WS-CONTACTO-PEDIDO PIC 9(06) VALUE ZEROES.
           77 WS-PROX-NUMERO PIC 9(04) VALUE ZEROES.
           77 WS-CHAVE-CTRL-INTERACAO PIC X(02) VALUE 'IC'.
           77 WS-DATA-HOJE PIC 9(08) VALUE ZEROES.
