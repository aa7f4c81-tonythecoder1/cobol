       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDEXCEC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT AUDITRESINPUT ASSIGN TO
           WS-CAM-AUDITRES
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FICHEIRO-STATUS-AUDRES.

       SELECT MOVIMENTOSINPUT ASSIGN TO
           WS-CAM-MOVIMENTOS
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FICHEIRO-STATUS-MOV.

       SELECT PRECOSINPUT ASSIGN TO
           WS-CAM-PRECOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REGRA-CODIGO
           FILE STATUS IS WS-FICHEIRO-STATUS-PRECO.

       SELECT VOOSINPUT ASSIGN TO
           WS-CAM-VOOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VOOSINPUT-CHAVE
           ALTERNATE RECORD KEY IS VOOSINPUT-NOME WITH DUPLICATES
           FILE STATUS IS WS-FICHEIRO-STATUS-VOO.

       SELECT ESCALASINPUT ASSIGN TO
           WS-CAM-ESCALAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ESCO-CHAVE
           FILE STATUS IS WS-FICHEIRO-STATUS-ESCO.

       SELECT VOUCHERSINPUT ASSIGN TO
           WS-CAM-VOUCHERS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VCH-NUMERO
           FILE STATUS IS WS-FICHEIRO-STATUS-VCH.

       SELECT EXCAUDITOUTPUT ASSIGN TO
           WS-CAM-EXCAUDIT
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FICHEIRO-STATUS-EXC.

       SELECT ERROSOUTPUT ASSIGN TO
           WS-CAM-ERROS
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-ERR.

       DATA DIVISION.

       FILE SECTION.

           FD AUDITRESINPUT.
           01 AUDITRESINPUT-LINHA PIC X(84).

           FD MOVIMENTOSINPUT.
           01 MOVIMENTOSINPUT-LINHA PIC X(51).

           FD PRECOSINPUT.
           01 PRECOSINPUT-REG.
               05 REGRA-CODIGO PIC X(06).
               05 REGRA-TIPO PIC X(01).
               05 REGRA-PCT PIC 9(02).
               05 REGRA-INICIO PIC 9(08).
               05 REGRA-FIM PIC 9(08).

           FD VOOSINPUT.
           01 VOOSINPUT-REG.
               05 VOOSINPUT-CHAVE.
                   10 VOOSINPUT-NUMERO PIC 9(04).
                   10 VOOSINPUT-DATA PIC 9(08).
               05 VOOSINPUT-NOME PIC X(10).
               05 LUGARESDISPONIVEIS-INPUT PIC 9(02).
               05 VOOSINPUT-HORA PIC 9(04).
               05 VOOSINPUT-TARIFA PIC 9(05)V99.
               05 VOOSINPUT-LUGARES-EXEC PIC 9(02).
               05 VOOSINPUT-TARIFA-EXEC PIC 9(05)V99.
               05 VOOSINPUT-ALERTA-METEO PIC X(01).
               05 VOOSINPUT-ESTADO PIC X(01).
               05 VOOSINPUT-AERONAVE PIC X(08).
               05 VOOSINPUT-PORTA PIC X(03).
               05 VOOSINPUT-HORA-REVISTA PIC 9(04).
               05 VOOSINPUT-MOEDA PIC X(03).
               05 VOOSINPUT-TIPO PIC X(01).

           FD ESCALASINPUT.
           01 ESCALASINPUT-REG.
               05 ESCO-CHAVE.
                   10 ESCO-OPER-ID PIC 9(02).
                   10 ESCO-DATA PIC 9(08).
               05 ESCO-INICIO PIC 9(04).
               05 ESCO-FIM PIC 9(04).

           FD VOUCHERSINPUT.
           01 VOUCHERSINPUT-REG.
               05 VCH-NUMERO PIC 9(04).
               05 VCH-PAX-ID PIC 9(04).
               05 VCH-VALOR PIC 9(06)V99.
               05 VCH-SALDO PIC 9(06)V99.
               05 VCH-MOEDA PIC X(03).
               05 VCH-VALIDADE PIC 9(08).
               05 VCH-ESTADO PIC X(01).

           FD EXCAUDITOUTPUT.
           01 EXCAUDITOUTPUT-LINHA PIC X(100).

           FD ERROSOUTPUT.
           01 ERROSOUTPUT-LINHA PIC X(85).

       WORKING-STORAGE SECTION.

           01 WS-AMB-AREA.
               05 WS-AMB-CODIGO PIC X(04).
               05 WS-AMB-RAIZ PIC X(60).
           77 WS-CAM-AUDITRES PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/auditres.txt".
           77 WS-CAM-MOVIMENTOS PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/movimentos.txt".
           77 WS-CAM-PRECOS PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/precos.dat".
           77 WS-CAM-VOOS PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/project/voos.dat".
           77 WS-CAM-ESCALAS PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/project/escalas.dat".
           77 WS-CAM-VOUCHERS PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/vouchers.dat".
           77 WS-CAM-EXCAUDIT PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/excaudit.txt".
           77 WS-CAM-ERROS PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/erros.txt".

           01 WS-FICHEIRO-STATUS-AUDRES PIC XX.
               88 WS-AUDRES-STATUS-OK VALUE "00".
           01 WS-FICHEIRO-STATUS-MOV PIC XX.
               88 WS-MOV-STATUS-OK VALUE "00".
           01 WS-FICHEIRO-STATUS-PRECO PIC XX.
               88 WS-PRECO-STATUS-OK VALUE "00".
           01 WS-FICHEIRO-STATUS-VOO PIC XX.
               88 WS-FICHEIRO-VOO-OK VALUE "00".
           01 WS-FICHEIRO-STATUS-ESCO PIC XX.
               88 WS-ESCO-STATUS-OK VALUE "00".
           01 WS-FICHEIRO-STATUS-VCH PIC XX.
               88 WS-VCH-STATUS-OK VALUE "00".
           01 WS-FICHEIRO-STATUS-EXC PIC XX.
               88 WS-EXC-STATUS-OK VALUE "00".

           01 WS-FS-ERR PIC XX.
               88 WS-FS-ERR-OK VALUE "00".
               88 WS-FS-ERR-NOVO VALUE "35".

           01 WS-ERR-LINHA.
               05 WS-ERR-L-DATA PIC 9(08).
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-ERR-L-HORA PIC 9(08).
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-ERR-L-PROG PIC X(10) VALUE "AUDEXCEC".
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-ERR-L-FICH PIC X(12) VALUE SPACES.
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-ERR-L-ESTADO PIC X(02) VALUE SPACES.
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-ERR-L-MSG PIC X(40) VALUE
                   "FALHA DE ABERTURA DE FICHEIRO".

           01 WS-AUDRES-LINHA PIC X(84).
           01 FILLER REDEFINES WS-AUDRES-LINHA.
               05 WS-AUDRES-DATA PIC 9(08).
               05 FILLER PIC X(01).
               05 WS-AUDRES-HORA PIC 9(08).
               05 FILLER PIC X(01).
               05 WS-AUDRES-OPERADOR PIC 9(02).
               05 FILLER PIC X(01).
               05 WS-AUDRES-OP PIC X(01).
               05 FILLER PIC X(01).
               05 WS-AUDRES-REG PIC X(61).

      *    IMAGEM DA RESERVA GRAVADA NA AUDITORIA (OPERACOES C E X)
           01 WS-AUD-RESERVA PIC X(61).
           01 FILLER REDEFINES WS-AUD-RESERVA.
               05 WS-AR-ID PIC 9(04).
               05 WS-AR-NOME PIC X(10).
               05 WS-AR-VOO-CHAVE.
                   10 WS-AR-VOO-NUMERO PIC 9(04).
                   10 WS-AR-VOO-DATA PIC 9(08).
               05 WS-AR-GRUPO-ID PIC 9(04).
               05 WS-AR-EMBARCOU PIC X(01).
               05 WS-AR-LUGAR PIC X(03).
               05 WS-AR-PAX-ID PIC 9(04).
               05 WS-AR-CLASSE PIC X(01).
               05 WS-AR-PRECO PIC 9(05)V99.
               05 WS-AR-ITIN-ID PIC 9(04).
               05 WS-AR-CHECKIN PIC X(01).
               05 WS-AR-MOEDA PIC X(03).
               05 WS-AR-PRECO-ORIG PIC 9(05)V99.

      *    VOUCHERS NA AUDITORIA: EMISSAO MANUAL (V) E COMPENSACAO DE
      *    RECLAMACAO (Q), COM O NUMERO EM POSICOES FIXAS DO TEXTO
           01 FILLER REDEFINES WS-AUD-RESERVA.
               05 WS-AV-ROTULO PIC X(08).
               05 WS-AV-NUMERO PIC X(04).
               05 WS-AV-ACAO PIC X(09).
               05 FILLER PIC X(40).
           01 FILLER REDEFINES WS-AUD-RESERVA.
               05 WS-AQ-ROTULO PIC X(23).
               05 WS-AQ-RECLAMACAO PIC X(04).
               05 WS-AQ-ROTULO2 PIC X(09).
               05 WS-AQ-NUMERO PIC X(04).
               05 FILLER PIC X(21).

           01 WS-MOV-LINHA PIC X(51).
           01 FILLER REDEFINES WS-MOV-LINHA.
               05 WS-MOV-TIPO PIC X(01).
               05 FILLER PIC X(01).
               05 WS-MOV-RESERVA-ID PIC 9(04).
               05 FILLER PIC X(01).
               05 WS-MOV-PAX-ID PIC 9(04).
               05 FILLER PIC X(01).
               05 WS-MOV-VOO PIC X(10).
               05 FILLER PIC X(01).
               05 WS-MOV-VALOR PIC 9(05)V99.
               05 FILLER PIC X(01).
               05 WS-MOV-DATA PIC 9(08).
               05 FILLER PIC X(01).
               05 WS-MOV-HORA PIC 9(08).
               05 FILLER PIC X(01).
               05 WS-MOV-OPER PIC 9(02).

      *    QUEM CRIOU CADA RESERVA E SE TEVE PAGAMENTO, INDEXADO PELO
      *    NUMERO DA RESERVA
           01 WS-TABELA-RESERVAS.
               05 WS-RES-ENT OCCURS 9999 TIMES.
                   10 WS-RES-CRIADOR PIC 9(02).
                   10 WS-RES-PAX PIC 9(04).
                   10 WS-RES-CRIADA PIC X(01).
                   10 WS-RES-PAGA PIC X(01).

      *    ATIVIDADE DO DIA POR OPERADOR E O TURNO QUE TINHA ESCALADO
           01 WS-TABELA-OPERADORES.
               05 WS-OPR-ENT OCCURS 99 TIMES.
                   10 WS-OPR-ATOS PIC 9(05).
                   10 WS-OPR-FORA PIC 9(05).
                   10 WS-OPR-ESCALA PIC X(01).
                   10 WS-OPR-INICIO PIC 9(04).
                   10 WS-OPR-FIM PIC 9(04).
                   10 WS-OPR-PRIMEIRA PIC 9(04).
                   10 WS-OPR-ULTIMA PIC 9(04).

           01 WS-TABELA-REGRAS.
               05 WS-RGR-ENT OCCURS 200 TIMES.
                   10 WS-RGR-PCT PIC 9(02).
                   10 WS-RGR-INICIO PIC 9(08).
                   10 WS-RGR-FIM PIC 9(08).
           77 WS-RGR-TOTAL PIC 9(03) VALUE ZEROES.

           01 WS-TABELA-REEMBOLSOS.
               05 WS-RMB-ENT OCCURS 500 TIMES.
                   10 WS-RMB-RESERVA PIC 9(04).
                   10 WS-RMB-OPER PIC 9(02).
                   10 WS-RMB-VALOR PIC 9(05)V99.
                   10 WS-RMB-HORA PIC 9(04).
           77 WS-RMB-TOTAL PIC 9(03) VALUE ZEROES.

           01 WS-TABELA-VOUCHERS.
               05 WS-VCE-ENT OCCURS 200 TIMES.
                   10 WS-VCE-NUMERO PIC 9(04).
                   10 WS-VCE-OPER PIC 9(02).
                   10 WS-VCE-ORIGEM PIC X(01).
           77 WS-VCE-TOTAL PIC 9(03) VALUE ZEROES.

           01 WS-TABELA-LUGARES.
               05 WS-LUG-ENT OCCURS 500 TIMES.
                   10 WS-LUG-VOO PIC X(12).
                   10 WS-LUG-LUGAR PIC X(03).
                   10 WS-LUG-CANCEL PIC 9(03).
                   10 WS-LUG-OPER PIC 9(02).
                   10 WS-LUG-VARIOS PIC X(01).
           77 WS-LUG-TOTAL PIC 9(03) VALUE ZEROES.

           77 WS-LIMITE-CANC-LUGAR PIC 9(03) VALUE 2.
           77 WS-TABELA-CHEIA PIC X(01) VALUE "N".
           77 WS-TEXTO-OPER PIC X(20) VALUE SPACES.

           77 WS-EXIT-OK PIC X(01) VALUE "N".
           77 WS-DATA-HOJE PIC 9(08) VALUE ZEROES.
           77 WS-HORA-EVENTO PIC 9(04) VALUE ZEROES.
           77 WS-OPER-EVENTO PIC 9(02) VALUE ZEROES.
           77 WS-I PIC 9(04) VALUE ZEROES.
           77 WS-J PIC 9(04) VALUE ZEROES.
           77 WS-ACHOU PIC X(01) VALUE "N".
           77 WS-PCT-MAX PIC 9(02) VALUE ZEROES.
           77 WS-TARIFA-BASE PIC 9(05)V99 VALUE ZEROES.
           77 WS-PRECO-MINIMO PIC 9(05)V99 VALUE ZEROES.
           77 WS-NUM-VOUCHER PIC 9(04) VALUE ZEROES.
           77 WS-VOOS-ABERTO PIC X(01) VALUE "N".
           77 WS-ESCO-ABERTO PIC X(01) VALUE "N".
           77 WS-VCH-ABERTO PIC X(01) VALUE "N".

           77 WS-TOT-CRIA-REEMB PIC 9(04) VALUE ZEROES.
           77 WS-TOT-SEM-PAGAMENTO PIC 9(04) VALUE ZEROES.
           77 WS-TOT-PRECO PIC 9(04) VALUE ZEROES.
           77 WS-TOT-VOUCHER PIC 9(04) VALUE ZEROES.
           77 WS-TOT-TURNO PIC 9(04) VALUE ZEROES.
           77 WS-TOT-LUGAR PIC 9(04) VALUE ZEROES.

           77 WS-ED-VALOR PIC ZZZZ9,99.
           77 WS-ED-VALOR2 PIC ZZZZ9,99.

       LINKAGE SECTION.

           01 LK-COM-AREA.
               03 LK-MENSAGEM  PIC X(20).

       PROCEDURE DIVISION USING LK-COM-AREA.

       MAIN-PROCEDURE.

           PERFORM P090-CARREGAR-AMBIENTE.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           INITIALIZE WS-TABELA-RESERVAS.
           INITIALIZE WS-TABELA-OPERADORES.
           MOVE ZEROES TO WS-RGR-TOTAL WS-RMB-TOTAL WS-VCE-TOTAL
                          WS-LUG-TOTAL.
           MOVE ZEROES TO WS-TOT-CRIA-REEMB WS-TOT-SEM-PAGAMENTO
                          WS-TOT-PRECO WS-TOT-VOUCHER WS-TOT-TURNO
                          WS-TOT-LUGAR.
           MOVE "N" TO WS-TABELA-CHEIA.

           OPEN INPUT AUDITRESINPUT.
           IF NOT WS-AUDRES-STATUS-OK
               MOVE "AUDITRES" TO WS-ERR-L-FICH
               MOVE WS-FICHEIRO-STATUS-AUDRES TO WS-ERR-L-ESTADO
               PERFORM P095-REGISTAR-ERRO-ABERTURA
               DISPLAY "AUDITORIA DE RESERVAS INDISPONIVEL"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT MOVIMENTOSINPUT.
           IF NOT WS-MOV-STATUS-OK
               MOVE "MOVIMENTOS" TO WS-ERR-L-FICH
               MOVE WS-FICHEIRO-STATUS-MOV TO WS-ERR-L-ESTADO
               PERFORM P095-REGISTAR-ERRO-ABERTURA
               DISPLAY "FICHEIRO DE MOVIMENTOS INDISPONIVEL"
               CLOSE AUDITRESINPUT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT EXCAUDITOUTPUT.
           IF NOT WS-EXC-STATUS-OK
               MOVE "EXCAUDIT" TO WS-ERR-L-FICH
               MOVE WS-FICHEIRO-STATUS-EXC TO WS-ERR-L-ESTADO
               PERFORM P095-REGISTAR-ERRO-ABERTURA
               DISPLAY "NAO FOI POSSIVEL CRIAR O RELATORIO excaudit.txt"
               CLOSE AUDITRESINPUT
               CLOSE MOVIMENTOSINPUT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT VOOSINPUT.
           IF WS-FICHEIRO-VOO-OK
               MOVE "S" TO WS-VOOS-ABERTO
           END-IF.
           OPEN INPUT ESCALASINPUT.
           IF WS-ESCO-STATUS-OK
               MOVE "S" TO WS-ESCO-ABERTO
           END-IF.

           PERFORM P100-CARREGAR-REGRAS.

           MOVE SPACES TO EXCAUDITOUTPUT-LINHA.
           STRING "*** EXCECOES DE AUDITORIA DO DIA " DELIMITED BY SIZE
                   WS-DATA-HOJE DELIMITED BY SIZE
                   " ***" DELIMITED BY SIZE
               INTO EXCAUDITOUTPUT-LINHA
           END-STRING.
           WRITE EXCAUDITOUTPUT-LINHA.
           MOVE SPACES TO EXCAUDITOUTPUT-LINHA.
           WRITE EXCAUDITOUTPUT-LINHA.
           MOVE "PRECOS ABAIXO DA BANDA DE DESCONTOS (precos.dat)"
               TO EXCAUDITOUTPUT-LINHA.
           WRITE EXCAUDITOUTPUT-LINHA.

           PERFORM P200-LER-AUDITORIA.
           PERFORM P300-LER-MOVIMENTOS.

           CLOSE AUDITRESINPUT.
           CLOSE MOVIMENTOSINPUT.
           IF WS-VOOS-ABERTO = "S"
               CLOSE VOOSINPUT
           END-IF.
           IF WS-ESCO-ABERTO = "S"
               CLOSE ESCALASINPUT
           END-IF.

           PERFORM P400-CRIADOS-E-REEMBOLSADOS.
           PERFORM P450-REEMBOLSOS-SEM-PAGAMENTO.
           PERFORM P500-VOUCHERS-PROPRIOS.
           PERFORM P600-FORA-DO-TURNO.
           PERFORM P700-LUGARES-REPETIDOS.
           PERFORM P800-RESUMO.

           CLOSE EXCAUDITOUTPUT.

           DISPLAY " ".
           DISPLAY "*** EXCECOES DE AUDITORIA - " WS-DATA-HOJE " ***".
           DISPLAY "CRIADAS E REEMBOLSADAS PELO MESMO OPERADOR: "
                   WS-TOT-CRIA-REEMB.
           DISPLAY "REEMBOLSOS SEM PAGAMENTO ORIGINAL: "
                   WS-TOT-SEM-PAGAMENTO.
           DISPLAY "PRECOS ABAIXO DA BANDA: " WS-TOT-PRECO.
           DISPLAY "VOUCHERS A PASSAGEIROS DO PROPRIO OPERADOR: "
                   WS-TOT-VOUCHER.
           DISPLAY "OPERADORES COM ATIVIDADE FORA DO TURNO: "
                   WS-TOT-TURNO.
           DISPLAY "LUGARES CANCELADOS E REMARCADOS VARIAS VEZES: "
                   WS-TOT-LUGAR.
           DISPLAY "RELATORIO EM excaudit.txt".
           IF WS-TABELA-CHEIA = "S"
               DISPLAY "AVISO: TABELAS DE ANALISE ESGOTADAS - "
                       "RELATORIO INCOMPLETO"
               MOVE 4 TO RETURN-CODE
           END-IF.

           GOBACK.

      *    DESCONTO MAXIMO DE CADA REGRA DE PRECO E A SUA VALIDADE
       P100-CARREGAR-REGRAS.

           OPEN INPUT PRECOSINPUT.
           IF WS-PRECO-STATUS-OK
               MOVE "N" TO WS-EXIT-OK
               PERFORM UNTIL WS-EXIT-OK = "S"
                   READ PRECOSINPUT NEXT
                       AT END
                           MOVE "S" TO WS-EXIT-OK
                       NOT AT END
                           IF WS-RGR-TOTAL < 200
                               ADD 1 TO WS-RGR-TOTAL
                               MOVE REGRA-PCT
                                   TO WS-RGR-PCT (WS-RGR-TOTAL)
                               MOVE REGRA-INICIO
                                   TO WS-RGR-INICIO (WS-RGR-TOTAL)
                               MOVE REGRA-FIM
                                   TO WS-RGR-FIM (WS-RGR-TOTAL)
                           ELSE
                               MOVE "S" TO WS-TABELA-CHEIA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRECOSINPUT
           END-IF.

      *    TODA A AUDITORIA SERVE PARA SABER QUEM CRIOU CADA RESERVA;
      *    SO AS LINHAS DO DIA SAO ANALISADAS
       P200-LER-AUDITORIA.

           MOVE "N" TO WS-EXIT-OK.
           PERFORM UNTIL WS-EXIT-OK = "S"
               READ AUDITRESINPUT
                   AT END
                       MOVE "S" TO WS-EXIT-OK
                   NOT AT END
                       MOVE AUDITRESINPUT-LINHA TO WS-AUDRES-LINHA
                       MOVE WS-AUDRES-REG TO WS-AUD-RESERVA
                       IF WS-AUDRES-OP = "C" AND WS-AR-ID > 0
                           MOVE WS-AUDRES-OPERADOR
                               TO WS-RES-CRIADOR (WS-AR-ID)
                           MOVE WS-AR-PAX-ID TO WS-RES-PAX (WS-AR-ID)
                           MOVE "S" TO WS-RES-CRIADA (WS-AR-ID)
                       END-IF
                       IF WS-AUDRES-DATA = WS-DATA-HOJE
                           PERFORM P210-ANALISAR-AUDITORIA
                       END-IF
               END-READ
           END-PERFORM.

       P210-ANALISAR-AUDITORIA.

           IF WS-AUDRES-OPERADOR > 0
               MOVE WS-AUDRES-OPERADOR TO WS-OPER-EVENTO
               MOVE WS-AUDRES-HORA (1:4) TO WS-HORA-EVENTO
               PERFORM P250-REGISTAR-ATIVIDADE
           END-IF.
           EVALUATE WS-AUDRES-OP
               WHEN "C"
                   PERFORM P220-VERIFICAR-PRECO
               WHEN "X"
                   PERFORM P230-CONTAR-LUGAR
               WHEN "V"
                   IF WS-AV-ACAO = " EMITIDO "
                       MOVE WS-AV-NUMERO TO WS-NUM-VOUCHER
                       PERFORM P240-GUARDAR-VOUCHER
                   END-IF
               WHEN "Q"
                   MOVE WS-AQ-NUMERO TO WS-NUM-VOUCHER
                   PERFORM P240-GUARDAR-VOUCHER
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *    O PRECO MINIMO ADMISSIVEL E A TARIFA DO VOO COM O MAIOR
      *    DESCONTO EM VIGOR NESSE DIA. COMPARA-SE O PRECO NA MOEDA DO
      *    VOO, ANTES DA CONVERSAO CAMBIAL
       P220-VERIFICAR-PRECO.

           IF WS-VOOS-ABERTO = "S"
               MOVE WS-AR-VOO-CHAVE TO VOOSINPUT-CHAVE
               READ VOOSINPUT
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF WS-AR-CLASSE = "X"
                           MOVE VOOSINPUT-TARIFA-EXEC
                               TO WS-TARIFA-BASE
                       ELSE
                           MOVE VOOSINPUT-TARIFA TO WS-TARIFA-BASE
                       END-IF
                       MOVE ZEROES TO WS-PCT-MAX
                       PERFORM VARYING WS-I FROM 1 BY 1
                               UNTIL WS-I > WS-RGR-TOTAL
                           IF WS-AUDRES-DATA >= WS-RGR-INICIO (WS-I)
                                   AND WS-AUDRES-DATA
                                       <= WS-RGR-FIM (WS-I)
                                   AND WS-RGR-PCT (WS-I) > WS-PCT-MAX
                               MOVE WS-RGR-PCT (WS-I) TO WS-PCT-MAX
                           END-IF
                       END-PERFORM
                       COMPUTE WS-PRECO-MINIMO ROUNDED =
                               WS-TARIFA-BASE * (100 - WS-PCT-MAX) / 100
                       IF WS-AR-PRECO-ORIG < WS-PRECO-MINIMO
                           ADD 1 TO WS-TOT-PRECO
                           MOVE WS-AR-PRECO-ORIG TO WS-ED-VALOR
                           MOVE WS-PRECO-MINIMO TO WS-ED-VALOR2
                           MOVE SPACES TO EXCAUDITOUTPUT-LINHA
                           STRING "  RESERVA " DELIMITED BY SIZE
                                   WS-AR-ID DELIMITED BY SIZE
                                   " VOO " DELIMITED BY SIZE
                                   VOOSINPUT-NOME DELIMITED BY SIZE
                                   " OPERADOR " DELIMITED BY SIZE
                                   WS-AUDRES-OPERADOR DELIMITED BY SIZE
                                   " PRECO " DELIMITED BY SIZE
                                   WS-ED-VALOR DELIMITED BY SIZE
                                   " MINIMO " DELIMITED BY SIZE
                                   WS-ED-VALOR2 DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   WS-AR-MOEDA DELIMITED BY SIZE
                               INTO EXCAUDITOUTPUT-LINHA
                           END-STRING
                           WRITE EXCAUDITOUTPUT-LINHA
                       END-IF
               END-READ
           END-IF.

       P230-CONTAR-LUGAR.

           MOVE "N" TO WS-ACHOU.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-LUG-TOTAL OR WS-ACHOU = "S"
               IF WS-LUG-VOO (WS-I) = WS-AR-VOO-CHAVE
                       AND WS-LUG-LUGAR (WS-I) = WS-AR-LUGAR
                   MOVE "S" TO WS-ACHOU
                   ADD 1 TO WS-LUG-CANCEL (WS-I)
                   IF WS-LUG-OPER (WS-I) NOT = WS-AUDRES-OPERADOR
                       MOVE "S" TO WS-LUG-VARIOS (WS-I)
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-ACHOU = "N"
               IF WS-LUG-TOTAL < 500
                   ADD 1 TO WS-LUG-TOTAL
                   MOVE WS-AR-VOO-CHAVE TO WS-LUG-VOO (WS-LUG-TOTAL)
                   MOVE WS-AR-LUGAR TO WS-LUG-LUGAR (WS-LUG-TOTAL)
                   MOVE 1 TO WS-LUG-CANCEL (WS-LUG-TOTAL)
                   MOVE WS-AUDRES-OPERADOR TO WS-LUG-OPER (WS-LUG-TOTAL)
                   MOVE "N" TO WS-LUG-VARIOS (WS-LUG-TOTAL)
               ELSE
                   MOVE "S" TO WS-TABELA-CHEIA
               END-IF
           END-IF.

       P240-GUARDAR-VOUCHER.

           IF WS-VCE-TOTAL < 200
               ADD 1 TO WS-VCE-TOTAL
               MOVE WS-NUM-VOUCHER TO WS-VCE-NUMERO (WS-VCE-TOTAL)
               MOVE WS-AUDRES-OPERADOR TO WS-VCE-OPER (WS-VCE-TOTAL)
               MOVE WS-AUDRES-OP TO WS-VCE-ORIGEM (WS-VCE-TOTAL)
           ELSE
               MOVE "S" TO WS-TABELA-CHEIA
           END-IF.

      *    CADA ATO DE UM OPERADOR E COMPARADO COM O TURNO ESCALADO
      *    PARA O DIA (TURNOS QUE PASSAM A MEIA-NOITE INCLUIDOS)
       P250-REGISTAR-ATIVIDADE.

           IF WS-OPR-ATOS (WS-OPER-EVENTO) = ZEROES
               MOVE "N" TO WS-OPR-ESCALA (WS-OPER-EVENTO)
               IF WS-ESCO-ABERTO = "S"
                   MOVE WS-OPER-EVENTO TO ESCO-OPER-ID
                   MOVE WS-DATA-HOJE TO ESCO-DATA
                   READ ESCALASINPUT
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "S" TO WS-OPR-ESCALA (WS-OPER-EVENTO)
                           MOVE ESCO-INICIO
                               TO WS-OPR-INICIO (WS-OPER-EVENTO)
                           MOVE ESCO-FIM TO WS-OPR-FIM (WS-OPER-EVENTO)
                   END-READ
               END-IF
           END-IF.
           ADD 1 TO WS-OPR-ATOS (WS-OPER-EVENTO).

           MOVE "S" TO WS-ACHOU.
           IF WS-OPR-ESCALA (WS-OPER-EVENTO) = "S"
               IF WS-OPR-FIM (WS-OPER-EVENTO)
                       >= WS-OPR-INICIO (WS-OPER-EVENTO)
                   IF WS-HORA-EVENTO >= WS-OPR-INICIO (WS-OPER-EVENTO)
                           AND WS-HORA-EVENTO
                               <= WS-OPR-FIM (WS-OPER-EVENTO)
                       MOVE "N" TO WS-ACHOU
                   END-IF
               ELSE
                   IF WS-HORA-EVENTO >= WS-OPR-INICIO (WS-OPER-EVENTO)
                           OR WS-HORA-EVENTO
                               <= WS-OPR-FIM (WS-OPER-EVENTO)
                       MOVE "N" TO WS-ACHOU
                   END-IF
               END-IF
           END-IF.
           IF WS-ACHOU = "S"
               IF WS-OPR-FORA (WS-OPER-EVENTO) = ZEROES
                   MOVE WS-HORA-EVENTO
                       TO WS-OPR-PRIMEIRA (WS-OPER-EVENTO)
               END-IF
               ADD 1 TO WS-OPR-FORA (WS-OPER-EVENTO)
               MOVE WS-HORA-EVENTO TO WS-OPR-ULTIMA (WS-OPER-EVENTO)
           END-IF.

      *    PAGAMENTOS DE QUALQUER DATA; REEMBOLSOS E ATIVIDADE DO DIA
       P300-LER-MOVIMENTOS.

           MOVE "N" TO WS-EXIT-OK.
           PERFORM UNTIL WS-EXIT-OK = "S"
               READ MOVIMENTOSINPUT
                   AT END
                       MOVE "S" TO WS-EXIT-OK
                   NOT AT END
                       MOVE MOVIMENTOSINPUT-LINHA TO WS-MOV-LINHA
                       PERFORM P310-ANALISAR-MOVIMENTO
               END-READ
           END-PERFORM.

       P310-ANALISAR-MOVIMENTO.

           IF WS-MOV-RESERVA-ID > 0
               IF WS-MOV-TIPO = "P" OR WS-MOV-TIPO = "F"
                       OR WS-MOV-TIPO = "C"
                   MOVE "S" TO WS-RES-PAGA (WS-MOV-RESERVA-ID)
               END-IF
           END-IF.
           IF WS-MOV-DATA = WS-DATA-HOJE
               IF WS-MOV-OPER > 0
                   MOVE WS-MOV-OPER TO WS-OPER-EVENTO
                   MOVE WS-MOV-HORA (1:4) TO WS-HORA-EVENTO
                   PERFORM P250-REGISTAR-ATIVIDADE
               END-IF
               IF WS-MOV-TIPO = "R" AND WS-MOV-RESERVA-ID > 0
                   IF WS-RMB-TOTAL < 500
                       ADD 1 TO WS-RMB-TOTAL
                       MOVE WS-MOV-RESERVA-ID
                           TO WS-RMB-RESERVA (WS-RMB-TOTAL)
                       MOVE WS-MOV-OPER TO WS-RMB-OPER (WS-RMB-TOTAL)
                       MOVE WS-MOV-VALOR TO WS-RMB-VALOR (WS-RMB-TOTAL)
                       MOVE WS-MOV-HORA (1:4)
                           TO WS-RMB-HORA (WS-RMB-TOTAL)
                   ELSE
                       MOVE "S" TO WS-TABELA-CHEIA
                   END-IF
               END-IF
           END-IF.

       P400-CRIADOS-E-REEMBOLSADOS.

           MOVE SPACES TO EXCAUDITOUTPUT-LINHA.
           WRITE EXCAUDITOUTPUT-LINHA.
           MOVE "RESERVAS CRIADAS E REEMBOLSADAS PELO MESMO OPERADOR"
               TO EXCAUDITOUTPUT-LINHA.
           WRITE EXCAUDITOUTPUT-LINHA.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-RMB-TOTAL
               MOVE WS-RMB-RESERVA (WS-I) TO WS-J
               IF WS-RMB-OPER (WS-I) > 0
                       AND WS-RES-CRIADA (WS-J) = "S"
                       AND WS-RES-CRIADOR (WS-J) = WS-RMB-OPER (WS-I)
                   ADD 1 TO WS-TOT-CRIA-REEMB
                   MOVE WS-RMB-VALOR (WS-I) TO WS-ED-VALOR
                   MOVE SPACES TO EXCAUDITOUTPUT-LINHA
                   STRING "  RESERVA " DELIMITED BY SIZE
                           WS-RMB-RESERVA (WS-I) DELIMITED BY SIZE
                           " OPERADOR " DELIMITED BY SIZE
                           WS-RMB-OPER (WS-I) DELIMITED BY SIZE
                           " REEMBOLSO " DELIMITED BY SIZE
                           WS-ED-VALOR DELIMITED BY SIZE
                           " AS " DELIMITED BY SIZE
                           WS-RMB-HORA (WS-I) DELIMITED BY SIZE
                       INTO EXCAUDITOUTPUT-LINHA
                   END-STRING
                   WRITE EXCAUDITOUTPUT-LINHA
               END-IF
           END-PERFORM.

       P450-REEMBOLSOS-SEM-PAGAMENTO.

           MOVE SPACES TO EXCAUDITOUTPUT-LINHA.
           WRITE EXCAUDITOUTPUT-LINHA.
           MOVE "REEMBOLSOS SEM PAGAMENTO ORIGINAL NOS MOVIMENTOS"
               TO EXCAUDITOUTPUT-LINHA.
           WRITE EXCAUDITOUTPUT-LINHA.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-RMB-TOTAL
               MOVE WS-RMB-RESERVA (WS-I) TO WS-J
               IF WS-RES-PAGA (WS-J) NOT = "S"
                   ADD 1 TO WS-TOT-SEM-PAGAMENTO
                   MOVE WS-RMB-VALOR (WS-I) TO WS-ED-VALOR
                   MOVE SPACES TO EXCAUDITOUTPUT-LINHA
                   STRING "  RESERVA " DELIMITED BY SIZE
                           WS-RMB-RESERVA (WS-I) DELIMITED BY SIZE
                           " OPERADOR " DELIMITED BY SIZE
                           WS-RMB-OPER (WS-I) DELIMITED BY SIZE
                           " REEMBOLSO " DELIMITED BY SIZE
                           WS-ED-VALOR DELIMITED BY SIZE
                           " AS " DELIMITED BY SIZE
                           WS-RMB-HORA (WS-I) DELIMITED BY SIZE
                       INTO EXCAUDITOUTPUT-LINHA
                   END-STRING
                   WRITE EXCAUDITOUTPUT-LINHA
               END-IF
           END-PERFORM.

      *    VOUCHER EMITIDO A UM PASSAGEIRO A QUEM O MESMO OPERADOR
      *    CRIOU UMA RESERVA
       P500-VOUCHERS-PROPRIOS.

           MOVE SPACES TO EXCAUDITOUTPUT-LINHA.
           WRITE EXCAUDITOUTPUT-LINHA.
           MOVE "VOUCHERS EMITIDOS A PASSAGEIROS DO PROPRIO OPERADOR"
               TO EXCAUDITOUTPUT-LINHA.
           WRITE EXCAUDITOUTPUT-LINHA.
           IF WS-VCE-TOTAL > ZEROES
               OPEN INPUT VOUCHERSINPUT
               IF WS-VCH-STATUS-OK
                   MOVE "S" TO WS-VCH-ABERTO
               ELSE
                   MOVE "VOUCHERS" TO WS-ERR-L-FICH
                   MOVE WS-FICHEIRO-STATUS-VCH TO WS-ERR-L-ESTADO
                   PERFORM P095-REGISTAR-ERRO-ABERTURA
               END-IF
           END-IF.
           IF WS-VCH-ABERTO = "S"
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-VCE-TOTAL
                   MOVE WS-VCE-NUMERO (WS-I) TO VCH-NUMERO
                   READ VOUCHERSINPUT
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM P510-PROCURAR-RESERVA-PROPRIA
                   END-READ
               END-PERFORM
               CLOSE VOUCHERSINPUT
               MOVE "N" TO WS-VCH-ABERTO
           END-IF.

       P510-PROCURAR-RESERVA-PROPRIA.

           MOVE "N" TO WS-ACHOU.
           IF VCH-PAX-ID > 0 AND WS-VCE-OPER (WS-I) > 0
               PERFORM VARYING WS-J FROM 1 BY 1
                       UNTIL WS-J > 9999 OR WS-ACHOU = "S"
                   IF WS-RES-CRIADA (WS-J) = "S"
                           AND WS-RES-PAX (WS-J) = VCH-PAX-ID
                           AND WS-RES-CRIADOR (WS-J)
                               = WS-VCE-OPER (WS-I)
                       MOVE "S" TO WS-ACHOU
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-ACHOU = "S"
               ADD 1 TO WS-TOT-VOUCHER
               SUBTRACT 1 FROM WS-J
               MOVE VCH-VALOR TO WS-ED-VALOR
               MOVE SPACES TO EXCAUDITOUTPUT-LINHA
               STRING "  VOUCHER " DELIMITED BY SIZE
                       VCH-NUMERO DELIMITED BY SIZE
                       " (" DELIMITED BY SIZE
                       WS-VCE-ORIGEM (WS-I) DELIMITED BY SIZE
                       ") OPERADOR " DELIMITED BY SIZE
                       WS-VCE-OPER (WS-I) DELIMITED BY SIZE
                       " PASSAGEIRO " DELIMITED BY SIZE
                       VCH-PAX-ID DELIMITED BY SIZE
                       " VALOR " DELIMITED BY SIZE
                       WS-ED-VALOR DELIMITED BY SIZE
                       " RESERVA " DELIMITED BY SIZE
                       WS-J DELIMITED BY SIZE
                   INTO EXCAUDITOUTPUT-LINHA
               END-STRING
               WRITE EXCAUDITOUTPUT-LINHA
           END-IF.

       P600-FORA-DO-TURNO.

           MOVE SPACES TO EXCAUDITOUTPUT-LINHA.
           WRITE EXCAUDITOUTPUT-LINHA.
           MOVE "ATIVIDADE FORA DO TURNO ESCALADO (escalas.dat)"
               TO EXCAUDITOUTPUT-LINHA.
           WRITE EXCAUDITOUTPUT-LINHA.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 99
               IF WS-OPR-FORA (WS-I) > ZEROES
                   ADD 1 TO WS-TOT-TURNO
                   MOVE SPACES TO EXCAUDITOUTPUT-LINHA
                   IF WS-OPR-ESCALA (WS-I) = "S"
                       STRING "  OPERADOR " DELIMITED BY SIZE
                               WS-I (3:2) DELIMITED BY SIZE
                               " TURNO " DELIMITED BY SIZE
                               WS-OPR-INICIO (WS-I) DELIMITED BY SIZE
                               "-" DELIMITED BY SIZE
                               WS-OPR-FIM (WS-I) DELIMITED BY SIZE
                               " - " DELIMITED BY SIZE
                               WS-OPR-FORA (WS-I) DELIMITED BY SIZE
                               " DE " DELIMITED BY SIZE
                               WS-OPR-ATOS (WS-I) DELIMITED BY SIZE
                               " ATOS FORA (" DELIMITED BY SIZE
                               WS-OPR-PRIMEIRA (WS-I) DELIMITED BY SIZE
                               " A " DELIMITED BY SIZE
                               WS-OPR-ULTIMA (WS-I) DELIMITED BY SIZE
                               ")" DELIMITED BY SIZE
                           INTO EXCAUDITOUTPUT-LINHA
                       END-STRING
                   ELSE
                       STRING "  OPERADOR " DELIMITED BY SIZE
                               WS-I (3:2) DELIMITED BY SIZE
                               " SEM TURNO ESCALADO - "
                                   DELIMITED BY SIZE
                               WS-OPR-ATOS (WS-I) DELIMITED BY SIZE
                               " ATOS (" DELIMITED BY SIZE
                               WS-OPR-PRIMEIRA (WS-I) DELIMITED BY SIZE
                               " A " DELIMITED BY SIZE
                               WS-OPR-ULTIMA (WS-I) DELIMITED BY SIZE
                               ")" DELIMITED BY SIZE
                           INTO EXCAUDITOUTPUT-LINHA
                       END-STRING
                   END-IF
                   WRITE EXCAUDITOUTPUT-LINHA
               END-IF
           END-PERFORM.

       P700-LUGARES-REPETIDOS.

           MOVE SPACES TO EXCAUDITOUTPUT-LINHA.
           WRITE EXCAUDITOUTPUT-LINHA.
           MOVE "LUGARES CANCELADOS E REMARCADOS REPETIDAMENTE"
               TO EXCAUDITOUTPUT-LINHA.
           WRITE EXCAUDITOUTPUT-LINHA.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-LUG-TOTAL
               IF WS-LUG-CANCEL (WS-I) >= WS-LIMITE-CANC-LUGAR
                   ADD 1 TO WS-TOT-LUGAR
                   MOVE SPACES TO EXCAUDITOUTPUT-LINHA
                   IF WS-LUG-VARIOS (WS-I) = "S"
                       MOVE " VARIOS OPERADORES" TO WS-TEXTO-OPER
                   ELSE
                       MOVE SPACES TO WS-TEXTO-OPER
                       STRING " OPERADOR " DELIMITED BY SIZE
                               WS-LUG-OPER (WS-I) DELIMITED BY SIZE
                           INTO WS-TEXTO-OPER
                       END-STRING
                   END-IF
                   MOVE SPACES TO EXCAUDITOUTPUT-LINHA
                   STRING "  VOO " DELIMITED BY SIZE
                           WS-LUG-VOO (WS-I) (1:4) DELIMITED BY SIZE
                           " DE " DELIMITED BY SIZE
                           WS-LUG-VOO (WS-I) (5:8) DELIMITED BY SIZE
                           " LUGAR " DELIMITED BY SIZE
                           WS-LUG-LUGAR (WS-I) DELIMITED BY SIZE
                           " - " DELIMITED BY SIZE
                           WS-LUG-CANCEL (WS-I) DELIMITED BY SIZE
                           " CANCELAMENTOS -" DELIMITED BY SIZE
                           WS-TEXTO-OPER DELIMITED BY SIZE
                       INTO EXCAUDITOUTPUT-LINHA
                   END-STRING
                   WRITE EXCAUDITOUTPUT-LINHA
               END-IF
           END-PERFORM.

       P800-RESUMO.

           MOVE SPACES TO EXCAUDITOUTPUT-LINHA.
           WRITE EXCAUDITOUTPUT-LINHA.
           MOVE SPACES TO EXCAUDITOUTPUT-LINHA.
           STRING "TOTAL DE EXCECOES: PRECO " DELIMITED BY SIZE
                   WS-TOT-PRECO DELIMITED BY SIZE
                   " CRIA/REEMB " DELIMITED BY SIZE
                   WS-TOT-CRIA-REEMB DELIMITED BY SIZE
                   " SEM PAGAMENTO " DELIMITED BY SIZE
                   WS-TOT-SEM-PAGAMENTO DELIMITED BY SIZE
                   " VOUCHER " DELIMITED BY SIZE
                   WS-TOT-VOUCHER DELIMITED BY SIZE
                   " TURNO " DELIMITED BY SIZE
                   WS-TOT-TURNO DELIMITED BY SIZE
                   " LUGAR " DELIMITED BY SIZE
                   WS-TOT-LUGAR DELIMITED BY SIZE
               INTO EXCAUDITOUTPUT-LINHA
           END-STRING.
           WRITE EXCAUDITOUTPUT-LINHA.
           IF WS-TABELA-CHEIA = "S"
               MOVE "AVISO: TABELAS DE ANALISE ESGOTADAS - RELATORIO "
                   TO EXCAUDITOUTPUT-LINHA
               MOVE "INCOMPLETO" TO EXCAUDITOUTPUT-LINHA (49:10)
               WRITE EXCAUDITOUTPUT-LINHA
           END-IF.

       P090-CARREGAR-AMBIENTE.

           CALL 'amb_util.o' USING WS-AMB-AREA.
           MOVE SPACES TO WS-CAM-AUDITRES.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/auditres.txt" DELIMITED BY SIZE
               INTO WS-CAM-AUDITRES
           END-STRING.
           MOVE SPACES TO WS-CAM-MOVIMENTOS.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/movimentos.txt" DELIMITED BY SIZE
               INTO WS-CAM-MOVIMENTOS
           END-STRING.
           MOVE SPACES TO WS-CAM-PRECOS.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/precos.dat" DELIMITED BY SIZE
               INTO WS-CAM-PRECOS
           END-STRING.
           MOVE SPACES TO WS-CAM-VOOS.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/project/voos.dat" DELIMITED BY SIZE
               INTO WS-CAM-VOOS
           END-STRING.
           MOVE SPACES TO WS-CAM-ESCALAS.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/project/escalas.dat" DELIMITED BY SIZE
               INTO WS-CAM-ESCALAS
           END-STRING.
           MOVE SPACES TO WS-CAM-VOUCHERS.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/vouchers.dat" DELIMITED BY SIZE
               INTO WS-CAM-VOUCHERS
           END-STRING.
           MOVE SPACES TO WS-CAM-EXCAUDIT.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/excaudit.txt" DELIMITED BY SIZE
               INTO WS-CAM-EXCAUDIT
           END-STRING.
           MOVE SPACES TO WS-CAM-ERROS.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/erros.txt" DELIMITED BY SIZE
               INTO WS-CAM-ERROS
           END-STRING.

       P095-REGISTAR-ERRO-ABERTURA.

           ACCEPT WS-ERR-L-DATA FROM DATE YYYYMMDD.
           ACCEPT WS-ERR-L-HORA FROM TIME.

           OPEN EXTEND ERROSOUTPUT.
           IF WS-FS-ERR-NOVO
               CLOSE ERROSOUTPUT
               OPEN OUTPUT ERROSOUTPUT
           END-IF.
           MOVE WS-ERR-LINHA TO ERROSOUTPUT-LINHA.
           WRITE ERROSOUTPUT-LINHA.
           CLOSE ERROSOUTPUT.

       END PROGRAM AUDEXCEC.
