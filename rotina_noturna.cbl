           77 WS-PASSO-N PIC 9(02) VALUE ZEROES.
           77 WS-ABORTAR PIC X(01) VALUE 'N'.
           77 WS-RC PIC S9(04) VALUE ZEROES.
           77 WS-DATA-REENVIO PIC 9(08) VALUE ZEROES.

           01 WS-TABELA-PASSOS.
               05 FILLER PIC X(30) VALUE
               05 FILLER PIC X(20) VALUE "cancelar_pend.o".
               05 FILLER PIC X(01) VALUE "C".
               05 FILLER PIC X(01) VALUE "S".
               05 FILLER PIC X(30) VALUE
                   "CONTRATOS DE GRUPO".
               05 FILLER PIC X(20) VALUE "contratos_grupo.o".
               05 FILLER PIC X(01) VALUE "C".
               05 FILLER PIC X(01) VALUE "S".
               05 FILLER PIC X(30) VALUE
                   "LIBERTACAO DE ALLOTMENTS".
               05 FILLER PIC X(20) VALUE "liberta_blocos.o".
               05 FILLER PIC X(20) VALUE "varrer_espera.o".
               05 FILLER PIC X(01) VALUE "C".
               05 FILLER PIC X(01) VALUE "S".
               05 FILLER PIC X(30) VALUE
                   "INTEGRIDADE DE REFERENCIAS".
               05 FILLER PIC X(20) VALUE "verificar_ligacoes.o".
               05 FILLER PIC X(01) VALUE "C".
               05 FILLER PIC X(01) VALUE "S".
               05 FILLER PIC X(30) VALUE
                   "EXCECOES DE AUDITORIA".
               05 FILLER PIC X(20) VALUE "excecoes_auditoria.o".
               05 FILLER PIC X(01) VALUE "C".
               05 FILLER PIC X(01) VALUE "S".
               05 FILLER PIC X(30) VALUE
                   "FEED DE ALTERACOES".
               05 FILLER PIC X(20) VALUE "alteracoes_diarias.o".
               05 FILLER PIC X(01) VALUE "C".
               05 FILLER PIC X(01) VALUE "S".
               05 FILLER PIC X(30) VALUE
                   "RITMO DE RESERVAS".
               05 FILLER PIC X(20) VALUE "ritmo_reservas.o".
               05 FILLER PIC X(01) VALUE "C".
               05 FILLER PIC X(01) VALUE "S".
               05 FILLER PIC X(30) VALUE
                   "RASTREIO DE BAGAGEM".
               05 FILLER PIC X(20) VALUE "rastreio_bagagem.o".
               05 FILLER PIC X(01) VALUE "C".
               05 FILLER PIC X(01) VALUE "S".
               05 FILLER PIC X(30) VALUE
                   "ROTACAO DE REGISTOS".
               05 FILLER PIC X(20) VALUE "rodar_logs.o".
               05 FILLER PIC X(01) VALUE "C".
               05 FILLER PIC X(01) VALUE "N".
           01 FILLER REDEFINES WS-TABELA-PASSOS.
               05 WS-PASSO-ENT OCCURS 16 TIMES.
                   10 WS-PASSO-NOME PIC X(30).
                   10 WS-PASSO-MODULO PIC X(20).
                   10 WS-PASSO-POLITICA PIC X(01).
                   'ULTIMO PASSO FALHADO)'.
           ACCEPT WS-MODO.

           DISPLAY 'DATA A REENVIAR NO FEED DE ALTERACOES '
                   '(AAAAMMDD, 0-NENHUMA)'.
           ACCEPT WS-DATA-REENVIO.
           IF WS-DATA-REENVIO > ZEROES
               DISPLAY 'FEED DE ALTERACOES EM REENVIO DO DIA '
                       WS-DATA-REENVIO
           END-IF.

           IF WS-MODO = 'R' OR WS-MODO = 'r'
               PERFORM P050-LER-ESTADO
               DISPLAY 'A RECOMECAR DEPOIS DO PASSO ' WS-ULTIMO-OK

           MOVE 'N' TO WS-ABORTAR.
           MOVE 1 TO WS-PASSO-N.
           PERFORM UNTIL WS-PASSO-N > 16 OR WS-ABORTAR = 'S'
               IF WS-PASSO-N > WS-ULTIMO-OK
                   IF WS-DIA-NAO-UTIL = 'S'
                           AND WS-PASSO-EM-FERIADO (WS-PASSO-N)

           PERFORM P100-REGISTAR-INICIO.

      *    O FEED DE ALTERACOES REENVIA O DIA PEDIDO NO ARRANQUE EM VEZ
      *    DE PUBLICAR AS ALTERACOES NOVAS
           MOVE SPACES TO WS-COM-MSG.
           IF WS-MODULO-CHAMADA = "alteracoes_diarias.o"
                   AND WS-DATA-REENVIO > ZEROES
               STRING "REENVIO " DELIMITED BY SIZE
                       WS-DATA-REENVIO DELIMITED BY SIZE
                   INTO WS-COM-MSG
               END-STRING
           END-IF.

           MOVE ZEROES TO RETURN-CODE.
           CALL WS-MODULO-CHAMADA USING WS-COM-AREA
               ON EXCEPTION
