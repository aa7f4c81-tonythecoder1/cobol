
           FD CONTACTOS.
           01 REG-CONTACTOS.
               03 ID-CONTACTO   PIC 9(06).
               03 NM-CONTACTO   PIC X(20).
               03 TEL-CONTACTO  PIC X(15).
               03 EMAIL-CONTACTO PIC X(30).
               88 WS-FS-CONTACTOS-OK VALUE '00'.

           01 WS-TABELA-LISTA.
               05 WS-LISTA-NOME OCCURS 9999 TIMES
                       INDEXED BY WS-IDX-LISTA.
                   10 PIC X(20).

           01 WS-TABELA-CONTACTOS.
               05 WS-CONTACTOS-NOME OCCURS 9999 TIMES
                       INDEXED BY WS-IDX-CONTACTOS.
                   10 PIC X(20).

