       FILE SECTION.
       FD CONTACTOS.
       01 REG-CONTACTOS.
           03 ID-CONTACTO   PIC 9(06).
           03 NM-CONTACTO   PIC X(20).
           03 TEL-CONTACTO  PIC X(15).
           03 EMAIL-CONTACTO PIC X(30).
               05 WS-AMB-RAIZ PIC X(60).
           77 WS-CAM-CONTACTOS PIC X(80) VALUE
               "/Users/antonyferreira/Documents/Cobol/contactos.dat".
           01 WS-REGISTRO PIC X(72) VALUE SPACES.
           01 FILLER REDEFINES WS-REGISTRO.
               03 WS-ID-CONTACTO PIC 9(06).
               03 WS-NM-CONTACTO PIC X(20).
               03 WS-TEL-CONTACTO PIC X(15).
               03 WS-EMAIL-CONTACTO PIC X(30).
           01 WS-EXIT PIC X VALUE 'N'.
               88 EXIT-YES VALUE 'S' FALSE 'N'.

           77 WS-CONT-ID PIC 9(06) VALUE ZEROES.

           77 WS-PESQUISA PIC X(20) VALUE SPACES.
           77 WS-CAT-FILTRO PIC X(01) VALUE SPACES.
