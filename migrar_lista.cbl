
       FD CONTACTOS.
       01 REG-CONTACTOS.
           03 ID-CONTACTO   PIC 9(06).
           03 NM-CONTACTO   PIC X(20).
           03 TEL-CONTACTO  PIC X(15).
           03 EMAIL-CONTACTO PIC X(30).
               88 WS-FS-CONTACTOS-OK VALUE '00'.

           77 WS-EXIT-OK PIC X(01) VALUE 'N'.
           77 WS-PROX-ID PIC 9(07) VALUE ZEROES.
           77 WS-TOTAL-LIDOS PIC 9(04) VALUE ZEROES.
           77 WS-TOTAL-MIGRADOS PIC 9(04) VALUE ZEROES.
           77 WS-TOTAL-IGNORADOS PIC 9(04) VALUE ZEROES.

       P210-MIGRAR-UM-REGISTO.

           IF WS-PROX-ID > 999999
               ADD 1 TO WS-TOTAL-IGNORADOS
               DISPLAY 'SEM ID DISPONIVEL PARA: ' REG-F-NM
           ELSE
