
       FD CONTACTOS.
       01 REG-CONTACTOS.
           03 ID-CONTACTO   PIC 9(06).
           03 NM-CONTACTO   PIC X(20).
           03 TEL-CONTACTO  PIC X(15).
           03 EMAIL-CONTACTO PIC X(30).
           77 WS-TOTAL-REJEITADAS PIC 9(04) VALUE ZEROES.
           77 WS-LINHA-N PIC 9(04) VALUE ZEROES.

           77 WS-PROX-ID PIC 9(07) VALUE ZEROES.
           77 WS-MOTIVO PIC X(30) VALUE SPACES.
           77 WS-TEM-ARROBA PIC 9(02) VALUE ZEROES.

               WHEN WS-CSV-EMAIL NOT = SPACES
                       AND WS-TEM-ARROBA = ZEROES
                   MOVE 'EMAIL SEM ARROBA' TO WS-MOTIVO
               WHEN WS-PROX-ID >= 999999
                   MOVE 'FICHEIRO DE CONTACTOS CHEIO' TO WS-MOTIVO
               WHEN OTHER
                   CONTINUE
