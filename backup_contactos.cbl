
       FD CONTACTOS.
       01 REG-CONTACTOS.
           03 ID-CONTACTO   PIC 9(06).
           03 NM-CONTACTO   PIC X(20).
           03 TEL-CONTACTO  PIC X(15).
           03 EMAIL-CONTACTO PIC X(30).
           03 CAT-CONTACTO  PIC X(01).

       FD CONTACTOSBACKUP.
       01 CONTACTOSBACKUP-REG PIC X(72).

       WORKING-STORAGE SECTION.

