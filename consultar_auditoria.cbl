       01 AUDITVOOINPUT-LINHA PIC X(42).

       FD AUDITCONTINPUT.
       01 AUDITCONTINPUT-LINHA PIC X(66).

       WORKING-STORAGE SECTION.

               05 FILLER PIC X(01).
               05 WS-AV-HORA PIC 9(08).

           01 WS-LINHA-CONT PIC X(66).
           01 FILLER REDEFINES WS-LINHA-CONT.
               05 WS-AC-ID PIC X(06).
               05 FILLER PIC X(01).
               05 WS-AC-ANTIGO PIC X(20).
               05 FILLER PIC X(01).
           77 WS-EXIT-OK PIC X(01) VALUE 'N'.
           77 WS-DATA-DE PIC 9(08) VALUE ZEROES.
           77 WS-DATA-ATE PIC 9(08) VALUE 99999999.
           77 WS-ID-FILTRO PIC X(06) VALUE SPACES.
           77 WS-VALOR-FILTRO PIC X(20) VALUE SPACES.
           77 WS-VALOR-LEN PIC 9(02) VALUE ZEROES.
           77 WS-VALOR-LIMITE PIC 9(02) VALUE ZEROES.
           01 WS-TABELA-ACHADAS.
               05 WS-ACHADA OCCURS 500 TIMES.
                   10 WS-ACH-ORIGEM PIC X(04).
                   10 WS-ACH-ID PIC X(06).
                   10 WS-ACH-ANTIGO PIC X(20).
                   10 WS-ACH-NOVO PIC X(20).
                   10 WS-ACH-DATA PIC 9(08).
           IF WS-DATA-ATE = ZEROES
               MOVE 99999999 TO WS-DATA-ATE
           END-IF.
           DISPLAY 'ID DO REGISTO (VOO 2 DIGITOS, CONTACTO 6 DIGITOS, '
                   'BRANCO = TODOS)'.
           ACCEPT WS-ID-FILTRO.
           DISPLAY 'VALOR ANTIGO/NOVO A PROCURAR (BRANCO = TODOS)'.
           ACCEPT WS-VALOR-FILTRO.
