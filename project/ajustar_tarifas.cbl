               05 VOOSINPUT-PORTA PIC X(03).
               05 VOOSINPUT-HORA-REVISTA PIC 9(04).
               05 VOOSINPUT-MOEDA PIC X(03).
               05 VOOSINPUT-TIPO PIC X(01).
                   88 VOO-NAO-COMERCIAL VALUE 'F' 'P' 'T' 'M'.

           FD RESERVASINPUT.
           01 RESERVAINPUT-REG.
                   AT END
                       SET WS-EXIT-OK TO "S"
                   NOT AT END
                       IF VOO-AGENDADO AND NOT VOO-NAO-COMERCIAL
                           MOVE VOOSINPUT-DATA TO WS-DATA-SPLIT
                           PERFORM P128-DIA-SERIAL
                           MOVE WS-DIA-SERIAL TO WS-SERIAL-VOO
