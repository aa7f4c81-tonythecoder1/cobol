               05 VOOSHIST-PORTA PIC X(03).
               05 VOOSHIST-HORA-REVISTA PIC 9(04).
               05 VOOSHIST-MOEDA PIC X(03).
               05 VOOSHIST-TIPO PIC X(01).
                   88 VHIST-NAO-COMERCIAL VALUE 'F' 'P' 'T' 'M'.

           FD RESERVASHIST.
           01 RESERVASHIST-REG.
                   10 WS-RENT-RECEITA PIC 9(11)V99.
                   10 WS-RENT-CUSTO PIC 9(11)V99.

      *    VOOS SEM RECEITA (FERRY, POSICIONAMENTO, TREINO, ENSAIO)
      *    ENTRAM SO COMO CUSTO, FORA DA TABELA DE ROTAS
           01 WS-TABELA-NAO-COM-VALORES.
               05 FILLER PIC X(15) VALUE "FFERRY".
               05 FILLER PIC X(15) VALUE "PPOSICIONAMENTO".
               05 FILLER PIC X(15) VALUE "TTREINO".
               05 FILLER PIC X(15) VALUE "MENSAIO MANUT.".
           01 WS-TABELA-NAO-COM REDEFINES WS-TABELA-NAO-COM-VALORES.
               05 WS-NC-DESC-ENT OCCURS 4 TIMES.
                   10 WS-NC-TIPO PIC X(01).
                   10 WS-NC-DESC PIC X(14).
           01 WS-TABELA-NAO-COM-TOTAIS.
               05 WS-NC-TOT-ENT OCCURS 4 TIMES.
                   10 WS-NC-VOOS PIC 9(04).
                   10 WS-NC-CUSTO PIC 9(11)V99.
           77 WS-NC-IDX PIC 9(02) VALUE ZEROES.
           77 WS-NC-TOTAL-VOOS PIC 9(04) VALUE ZEROES.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           MOVE ZEROES TO WS-TABELA-RENT.
           MOVE ZEROES TO WS-TOTAL-ROTAS.
           MOVE ZEROES TO WS-TABELA-NAO-COM-TOTAIS.
           MOVE ZEROES TO WS-NC-TOTAL-VOOS.

           MOVE ZEROES TO VOOSHIST-CHAVE.
           SET WS-EXIT-OK TO "N".
                   NOT AT END
                       IF VOOSHIST-DATA (1:6) = WS-MES-PEDIDO
                               AND VOOSHIST-ESTADO NOT = "C"
                           IF VHIST-NAO-COMERCIAL
                               PERFORM P240-AGREGAR-NAO-COMERCIAL
                           ELSE
                               PERFORM P200-AGREGAR-VOO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
                   TO WS-RENT-ROTA (WS-ROTA-ACHADA)
           END-IF.

       P240-AGREGAR-NAO-COMERCIAL.

           PERFORM P220-CUSTO-DO-VOO.
           MOVE 1 TO WS-NC-IDX.
           PERFORM UNTIL WS-NC-IDX > 4
               IF WS-NC-TIPO (WS-NC-IDX) = VOOSHIST-TIPO
                   ADD 1 TO WS-NC-VOOS (WS-NC-IDX)
                   ADD WS-VOO-CUSTO TO WS-NC-CUSTO (WS-NC-IDX)
                   ADD 1 TO WS-NC-TOTAL-VOOS
                   MOVE 4 TO WS-NC-IDX
               END-IF
               ADD 1 TO WS-NC-IDX
           END-PERFORM.

       P900-IMPRIMIR-RELATORIO.

           OPEN OUTPUT RENTOUTPUT.
               ADD 1 TO WS-IDX
           END-PERFORM.

           IF WS-NC-TOTAL-VOOS > 0
               PERFORM P910-IMPRIMIR-NAO-COMERCIAIS
           END-IF.

           CLOSE RENTOUTPUT.
           DISPLAY "RELATORIO TAMBEM ESCRITO EM FICHEIRO".

       P910-IMPRIMIR-NAO-COMERCIAIS.

           DISPLAY " ".
           DISPLAY "*** VOOS NAO COMERCIAIS (SO CUSTO) ***".
           MOVE SPACES TO RENTOUTPUT-LINHA.
           WRITE RENTOUTPUT-LINHA.
           MOVE "VOOS NAO COMERCIAIS (SO CUSTO)" TO RENTOUTPUT-LINHA.
           WRITE RENTOUTPUT-LINHA.

           MOVE 1 TO WS-NC-IDX.
           PERFORM UNTIL WS-NC-IDX > 4
               IF WS-NC-VOOS (WS-NC-IDX) > 0
                   DISPLAY "TIPO " WS-NC-DESC (WS-NC-IDX)
                           " VOOS " WS-NC-VOOS (WS-NC-IDX)
                           " CUSTO " WS-NC-CUSTO (WS-NC-IDX)
                   MOVE SPACES TO RENTOUTPUT-LINHA
                   STRING WS-NC-DESC (WS-NC-IDX) DELIMITED BY SIZE
                           " VOOS " DELIMITED BY SIZE
                           WS-NC-VOOS (WS-NC-IDX) DELIMITED BY SIZE
                           " CUSTO " DELIMITED BY SIZE
                           WS-NC-CUSTO (WS-NC-IDX) DELIMITED BY SIZE
                       INTO RENTOUTPUT-LINHA
                   END-STRING
                   WRITE RENTOUTPUT-LINHA
               END-IF
               ADD 1 TO WS-NC-IDX
           END-PERFORM.

       P090-CARREGAR-AMBIENTE.

           CALL 'amb_util.o' USING WS-AMB-AREA.
