
       FD CONTACTOS.
       01 REG-CONTACTOS.
           03 ID-CONTACTO   PIC 9(06).
           03 NM-CONTACTO   PIC X(20).
           03 TEL-CONTACTO  PIC X(15).
           03 EMAIL-CONTACTO PIC X(30).

       FD CONSENTIMENTOSINPUT.
       01 CONSENTIMENTOSINPUT-REG.
           05 CNS-CONTACTO-ID PIC 9(06).
           05 CNS-MARKETING PIC X(01).
           05 CNS-CANAL PIC X(01).
           05 CNS-DATA PIC 9(08).
