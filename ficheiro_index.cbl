       FILE SECTION.
       FD CONTACTOS.
       01 REG-CONTACTOS.
           03 ID-CONTACTO   PIC 9(06).
           03 NM-CONTACTO   PIC X(20).
           03 TEL-CONTACTO  PIC X(15).
           03 EMAIL-CONTACTO PIC X(30).
           77 WS-CAM-CONTACTOS PIC X(80) VALUE
               "/Users/antonyferreira/Documents/Cobol/contactos.dat".

           01 WS-REGISTRO PIC X(72) VALUE SPACES.

           01 FILLER REDEFINES WS-REGISTRO.
               03 WS-ID-CONTACTO PIC 9(06).
               03 WS-NM-CONTACTO PIC X(20).
               03 WS-TEL-CONTACTO PIC X(15).
               03 WS-EMAIL-CONTACTO PIC X(30).
