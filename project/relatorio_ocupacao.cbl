               05 VOOSINPUT-PORTA PIC X(03).
               05 VOOSINPUT-HORA-REVISTA PIC 9(04).
               05 VOOSINPUT-MOEDA PIC X(03).
               05 VOOSINPUT-TIPO PIC X(01).
                   88 VOO-NAO-COMERCIAL VALUE 'F' 'P' 'T' 'M'.

           FD RESERVASINPUT.
           01 RESERVAINPUT-REG.
           77 WS-OCUP-RESERVADOS PIC 9(04) VALUE ZEROES.
           77 WS-OCUP-CAPACIDADE PIC 9(04) VALUE ZEROES.
           77 WS-OCUP-FATOR PIC 9(03) VALUE ZEROES.
           77 WS-OCUP-NAO-COM PIC 9(04) VALUE ZEROES.
           77 WS-TIPO-DESC PIC X(14) VALUE SPACES.

       LINKAGE SECTION.


           DISPLAY " ".
           DISPLAY "*** RELATORIO DE OCUPACAO DE VOOS ***".
           MOVE ZEROES TO WS-OCUP-NAO-COM.

           SET WS-EXIT-OK TO "N".
           PERFORM UNTIL WS-EXIT-OK = "S"
                   AT END
                       SET WS-EXIT-OK TO "S"
                   NOT AT END
                       IF VOO-NAO-COMERCIAL
                           ADD 1 TO WS-OCUP-NAO-COM
                       ELSE
                           PERFORM P710-CONTAR-RESERVAS
                           COMPUTE WS-OCUP-CAPACIDADE =
                                   LUGARESDISPONIVEIS-INPUT +
                                   WS-OCUP-RESERVADOS
                           IF WS-OCUP-CAPACIDADE > 0
                               COMPUTE WS-OCUP-FATOR ROUNDED =
                                   (WS-OCUP-RESERVADOS /
                                    WS-OCUP-CAPACIDADE) * 100
                           ELSE
                               MOVE 0 TO WS-OCUP-FATOR
                           END-IF
                           DISPLAY "VOO " VOOSINPUT-NUMERO " EM "
                                   VOOSINPUT-DATA " - "
                                   VOOSINPUT-NOME " RESERVADOS: "
                                   WS-OCUP-RESERVADOS " / "
                                   WS-OCUP-CAPACIDADE
                                   " OCUPACAO: " WS-OCUP-FATOR "%"
                       END-IF
               END-READ
           END-PERFORM.
           SET WS-EXIT-OK TO "N".

           IF WS-OCUP-NAO-COM > 0
               PERFORM P705-LISTAR-NAO-COMERCIAIS
           END-IF.

           CLOSE VOOSINPUT.
           CLOSE RESERVASINPUT.

      *    VOOS DE FERRY, POSICIONAMENTO, TREINO E ENSAIO NAO TEM
      *    LUGARES A VENDA - LISTADOS A PARTE, SEM TAXA DE OCUPACAO
       P705-LISTAR-NAO-COMERCIAIS.

           DISPLAY " ".
           DISPLAY "*** VOOS NAO COMERCIAIS: " WS-OCUP-NAO-COM " ***".
           MOVE ZEROES TO VOOSINPUT-CHAVE.
           START VOOSINPUT KEY IS NOT LESS THAN VOOSINPUT-CHAVE
               INVALID KEY
                   SET WS-EXIT-OK TO "S"
           END-START.
           PERFORM UNTIL WS-EXIT-OK = "S"
               READ VOOSINPUT NEXT
                   AT END
                       SET WS-EXIT-OK TO "S"
                   NOT AT END
                       IF VOO-NAO-COMERCIAL
                           PERFORM P706-DESCREVER-TIPO
                           DISPLAY "VOO " VOOSINPUT-NUMERO " EM "
                                   VOOSINPUT-DATA " - "
                                   VOOSINPUT-NOME " TIPO: "
                                   WS-TIPO-DESC
                       END-IF
               END-READ
           END-PERFORM.
           SET WS-EXIT-OK TO "N".

       P706-DESCREVER-TIPO.

           EVALUATE VOOSINPUT-TIPO
               WHEN "F"
                   MOVE "FERRY" TO WS-TIPO-DESC
               WHEN "P"
                   MOVE "POSICIONAMENTO" TO WS-TIPO-DESC
               WHEN "T"
                   MOVE "TREINO" TO WS-TIPO-DESC
               WHEN OTHER
                   MOVE "ENSAIO MANUT." TO WS-TIPO-DESC
           END-EVALUATE.

       P800-REGISTAR-ERRO.

           ACCEPT WS-ERR-DATA FROM DATE YYYYMMDD.
