               05 VOOSHIST-PORTA PIC X(03).
               05 VOOSHIST-HORA-REVISTA PIC 9(04).
               05 VOOSHIST-MOEDA PIC X(03).
               05 VOOSHIST-TIPO PIC X(01).

           FD RESERVASHIST.
           01 RESERVASHIST-REG.
