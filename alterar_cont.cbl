       FILE SECTION.
       FD CONTACTOS.
       01 REG-CONTACTOS.
           03 ID-CONTACTO   PIC 9(06).
           03 NM-CONTACTO   PIC X(20).
           03 TEL-CONTACTO  PIC X(15).
           03 EMAIL-CONTACTO PIC X(30).
           03 CAT-CONTACTO  PIC X(01).

       FD AUDITCONTOUTPUT.
       01 AUDITCONTOUTPUT-LINHA PIC X(66).

       WORKING-STORAGE SECTION.

           77 WS-CAM-AUDITCONT PIC X(80) VALUE
               "/Users/antonyferreira/Documents/Cobol/auditcont.txt".

           01 WS-REGISTRO PIC X(72) VALUE SPACES.

           01 FILLER REDEFINES WS-REGISTRO.
               03 WS-ID-CONTACTO PIC 9(06).
               03 WS-NM-CONTACTO PIC X(20).
               03 WS-TEL-CONTACTO PIC X(15).
               03 WS-EMAIL-CONTACTO PIC X(30).
               88 EXIT-YES VALUE 'S' FALSE 'N'.
           77 WS-OP-PESQUISA PIC 9(01) VALUE ZEROES.

           01 WS-AUDIT-LINHA PIC X(66).
           01 FILLER REDEFINES WS-AUDIT-LINHA.
               05 WS-AUDIT-ID PIC 9(06).
               05 FILLER PIC X(01).
               05 WS-AUDIT-NOME-ANTIGO PIC X(20).
               05 FILLER PIC X(01).
