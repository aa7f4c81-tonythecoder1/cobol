           05 CID-NOME PIC X(10).
           05 CID-DESCRICAO PIC X(20).
           05 CID-FUSO PIC S9(02).
           05 CID-HORA-ABRE PIC 9(04).
           05 CID-HORA-FECHA PIC 9(04).
           05 CID-RECOLHER-INI PIC 9(04).
           05 CID-RECOLHER-FIM PIC 9(04).

       WORKING-STORAGE SECTION.
       01  City              PIC X(30).
