                           MOVE MOVIMENTOSINPUT-LINHA
                               TO WS-MOV-LINHA
                           IF WS-MOV-RESERVA-ID > 0
                                   AND WS-MOV-TIPO NOT = "F"
                               PERFORM P110-ACUMULAR-PAGAMENTO
                           END-IF
                   END-READ

           PERFORM P130-ACHAR-ENTRADA.
           IF WS-PAG-ACHADO > 0
               IF WS-MOV-TIPO = "P" OR WS-MOV-TIPO = "C"
                   ADD WS-MOV-VALOR
                       TO WS-PAG-VALOR (WS-PAG-ACHADO)
               ELSE
