       file section.
       FD CONTACTOS.
       01 REG-CONTACTOS.
           03 ID-CONTACTO    PIC 9(06).
           03 NM-CONTACTO    PIC X(20).
           03 TEL-CONTACTO   PIC X(15).
           03 EMAIL-CONTACTO PIC X(30).
       01 WS-FS PIC XX.
           88 FS-OK VALUE '00'.

       77 WS-ID-PESQUISA PIC 9(06) VALUE ZEROES.

       procedure division.

