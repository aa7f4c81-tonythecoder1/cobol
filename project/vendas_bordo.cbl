       IDENTIFICATION DIVISION.
       PROGRAM-ID. VENDBORD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT VENDASBORDOINPUT ASSIGN TO
           WS-CAM-VENDASBORDO
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FICHEIRO-STATUS-VBD.

       SELECT VOOSINPUT ASSIGN TO
           WS-CAM-VOOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VOOSINPUT-CHAVE
           ALTERNATE RECORD KEY IS VOOSINPUT-NOME WITH DUPLICATES
           FILE STATUS IS WS-FICHEIRO-STATUS-VOO.

       SELECT VOOSHIST ASSIGN TO
           WS-CAM-VOOSHIST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VOOSHIST-CHAVE
           FILE STATUS IS WS-FICHEIRO-STATUS-VHIST.

       SELECT PRODBORDOINPUT ASSIGN TO
           WS-CAM-PRODBORDO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PBD-CODIGO
           FILE STATUS IS WS-FICHEIRO-STATUS-PBD.

       SELECT STOCKBORDOINPUT ASSIGN TO
           WS-CAM-STOCKBORDO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SBD-CHAVE
           FILE STATUS IS WS-FICHEIRO-STATUS-SBD.

       SELECT ESCALAVOOINPUT ASSIGN TO
           WS-CAM-ESCALAVOO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ESCV-CHAVE
           FILE STATUS IS WS-FICHEIRO-STATUS-ESCV.

       SELECT RETBORDOINPUT ASSIGN TO
           WS-CAM-RETBORDO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RBD-CHAVE
           FILE STATUS IS WS-FICHEIRO-STATUS-RBD.

       SELECT MOVIMENTOSOUTPUT ASSIGN TO
           WS-CAM-MOVIMENTOS
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FICHEIRO-STATUS-MOV.

       SELECT CONFERENCIAOUTPUT ASSIGN TO
           WS-CAM-CONFERENCIA
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FICHEIRO-STATUS-CNF.

       SELECT REPOSICAOOUTPUT ASSIGN TO
           WS-CAM-REPOSICAO
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FICHEIRO-STATUS-REP.

       SELECT ERROSOUTPUT ASSIGN TO
           WS-CAM-ERROS
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-ERR.

       DATA DIVISION.

       FILE SECTION.

      *    FOLHA DE VENDAS DEVOLVIDA PELA TRIPULACAO NO FIM DE CADA
      *    VOO: UM REGISTO C POR CARRINHO, SEGUIDO DOS REGISTOS D DOS
      *    PRODUTOS VENDIDOS E CONTADOS NO FECHO DO CARRINHO
           FD VENDASBORDOINPUT.
           01 VENDASBORDOINPUT-LINHA PIC X(60).

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
                   88 VOO-CANCELADO VALUE 'C'.
               05 VOOSINPUT-AERONAVE PIC X(08).
               05 VOOSINPUT-PORTA PIC X(03).
               05 VOOSINPUT-HORA-REVISTA PIC 9(04).
               05 VOOSINPUT-MOEDA PIC X(03).
               05 VOOSINPUT-TIPO PIC X(01).

           FD VOOSHIST.
           01 VOOSHIST-REG.
               05 VOOSHIST-CHAVE.
                   10 VOOSHIST-NUMERO PIC 9(04).
                   10 VOOSHIST-DATA PIC 9(08).
               05 VOOSHIST-NOME PIC X(10).
               05 VOOSHIST-LUGARES PIC 9(02).
               05 VOOSHIST-HORA PIC 9(04).
               05 VOOSHIST-TARIFA PIC 9(05)V99.
               05 VOOSHIST-LUGARES-EXEC PIC 9(02).
               05 VOOSHIST-TARIFA-EXEC PIC 9(05)V99.
               05 VOOSHIST-ALERTA-METEO PIC X(01).
               05 VOOSHIST-ESTADO PIC X(01).
               05 VOOSHIST-AERONAVE PIC X(08).
               05 VOOSHIST-PORTA PIC X(03).
               05 VOOSHIST-HORA-REVISTA PIC 9(04).
               05 VOOSHIST-MOEDA PIC X(03).
               05 VOOSHIST-TIPO PIC X(01).

           FD PRODBORDOINPUT.
           01 PRODBORDOINPUT-REG.
               05 PBD-CODIGO PIC X(04).
               05 PBD-DESCRICAO PIC X(20).
               05 PBD-TIPO PIC X(01).
               05 PBD-PRECO PIC 9(05)V99.
               05 PBD-NIVEL PIC 9(04).

           FD STOCKBORDOINPUT.
           01 STOCKBORDOINPUT-REG.
               05 SBD-CHAVE.
                   10 SBD-MATRICULA PIC X(08).
                   10 SBD-SELO PIC X(08).
                   10 SBD-PRODUTO PIC X(04).
               05 SBD-QUANTIDADE PIC 9(05).
               05 SBD-DATA-CARGA PIC 9(08).
               05 SBD-ULT-VOO.
                   10 SBD-ULT-NUMERO PIC 9(04).
                   10 SBD-ULT-DATA PIC 9(08).

           FD ESCALAVOOINPUT.
           01 ESCALAVOOINPUT-REG.
               05 ESCV-CHAVE.
                   10 ESCV-VOO-CHAVE.
                       15 ESCV-VOO-NUMERO PIC 9(04).
                       15 ESCV-VOO-DATA PIC 9(08).
                   10 ESCV-TRIP-ID PIC 9(04).
               05 ESCV-FUNCAO PIC X(01).
               05 ESCV-NOME PIC X(20).

      *    FOLHAS JA PROCESSADAS (VOO E CARRINHO) - UMA FOLHA REPETIDA
      *    NAO VOLTA A ABATER STOCK NEM A LANCAR RECEITA
           FD RETBORDOINPUT.
           01 RETBORDOINPUT-REG.
               05 RBD-CHAVE.
                   10 RBD-VOO-NUMERO PIC 9(04).
                   10 RBD-VOO-DATA PIC 9(08).
                   10 RBD-SELO PIC X(08).
               05 RBD-MATRICULA PIC X(08).
               05 RBD-VENDAS PIC 9(07)V99.
               05 RBD-NUMERARIO PIC 9(06)V99.
               05 RBD-CARTAO PIC 9(06)V99.
               05 RBD-DIFERENCA PIC S9(07)V99.
               05 RBD-FALTAS PIC 9(05).
               05 RBD-VALOR-FALTAS PIC 9(07)V99.
               05 RBD-DATA-PROC PIC 9(08).

           FD MOVIMENTOSOUTPUT.
           01 MOVIMENTOSOUTPUT-LINHA PIC X(51).

           FD CONFERENCIAOUTPUT.
           01 CONFERENCIAOUTPUT-LINHA PIC X(90).

           FD REPOSICAOOUTPUT.
           01 REPOSICAOOUTPUT-LINHA PIC X(90).

           FD ERROSOUTPUT.
           01 ERROSOUTPUT-LINHA PIC X(85).

       WORKING-STORAGE SECTION.

           01 WS-FS-ERR PIC XX.
               88 WS-FS-ERR-OK VALUE "00".
               88 WS-FS-ERR-NOVO VALUE "35".
           77 WS-CAM-ERROS PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/erros.txt".

           01 WS-ERR-LINHA.
               05 WS-ERR-L-DATA PIC 9(08).
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-ERR-L-HORA PIC 9(08).
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-ERR-L-PROG PIC X(10) VALUE "VENDBORD".
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-ERR-L-FICH PIC X(12) VALUE SPACES.
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-ERR-L-ESTADO PIC X(02) VALUE SPACES.
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-ERR-L-MSG PIC X(40) VALUE
                   "FALHA DE ABERTURA DE FICHEIRO".

           01 WS-PER-AREA.
               03 WS-PER-OP PIC X(01).
               03 WS-PER-MES PIC 9(06).
               03 WS-PER-DATA PIC 9(08).
               03 WS-PER-DATA-ORIGEM PIC 9(08).
               03 WS-PER-OPER PIC 9(02).
               03 WS-PER-MOTIVO PIC X(30).
               03 WS-PER-MOVIMENTO PIC X(51).
               03 WS-PER-ESTADO PIC X(01).
               03 WS-PER-RESULTADO PIC X(01).

           01 WS-FAT-AREA.
               03 WS-FAT-OP PIC X(01).
               03 WS-FAT-MOV-TIPO PIC X(01).
               03 WS-FAT-RESERVA-ID PIC 9(04).
               03 WS-FAT-PAX-ID PIC 9(04).
               03 WS-FAT-VOO PIC X(10).
               03 WS-FAT-VALOR PIC 9(05)V99.
               03 WS-FAT-PRODUTO PIC X(04).
               03 WS-FAT-EMPRESA PIC X(04).
               03 WS-FAT-OPER PIC 9(02).
               03 WS-FAT-DOC-TIPO PIC X(02).
               03 WS-FAT-DOC-ANO PIC 9(04).
               03 WS-FAT-DOC-NUMERO PIC 9(08).
               03 WS-FAT-RESULTADO PIC X(01).

           01 WS-AMB-AREA.
               05 WS-AMB-CODIGO PIC X(04).
               05 WS-AMB-RAIZ PIC X(60).
           77 WS-CAM-VENDASBORDO PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/vendasbordo.txt".
           77 WS-CAM-VOOS PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/project/voos.dat".
           77 WS-CAM-VOOSHIST PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/project/vooshist.dat".
           77 WS-CAM-PRODBORDO PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/project/prodbordo.dat"
           .
           77 WS-CAM-STOCKBORDO PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/project/stkbordo.dat".
           77 WS-CAM-ESCALAVOO PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/project/escalavoo.dat"
           .
           77 WS-CAM-RETBORDO PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/project/retbordo.dat".
           77 WS-CAM-MOVIMENTOS PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/movimentos.txt".
           77 WS-CAM-CONFERENCIA PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/confbordo.txt".
           77 WS-CAM-REPOSICAO PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/reposicao.txt".

           01 WS-FICHEIRO-STATUS-VBD PIC XX.
               88 WS-VBD-STATUS-OK VALUE "00".
           01 WS-FICHEIRO-STATUS-VOO PIC XX.
               88 WS-VOO-STATUS-OK VALUE "00".
           01 WS-FICHEIRO-STATUS-VHIST PIC XX.
               88 WS-VHIST-STATUS-OK VALUE "00".
           01 WS-FICHEIRO-STATUS-PBD PIC XX.
               88 WS-PBD-STATUS-OK VALUE "00".
           01 WS-FICHEIRO-STATUS-SBD PIC XX.
               88 WS-SBD-STATUS-OK VALUE "00".
           01 WS-FICHEIRO-STATUS-ESCV PIC XX.
               88 WS-ESCV-STATUS-OK VALUE "00".
           01 WS-FICHEIRO-STATUS-RBD PIC XX.
               88 WS-RBD-STATUS-OK VALUE "00".
               88 WS-RBD-STATUS-INEXISTENTE VALUE "35".
           01 WS-FICHEIRO-STATUS-MOV PIC XX.
               88 WS-MOV-STATUS-OK VALUE "00".
               88 WS-MOV-STATUS-NOVO VALUE "35".
           01 WS-FICHEIRO-STATUS-CNF PIC XX.
               88 WS-CNF-STATUS-OK VALUE "00".
           01 WS-FICHEIRO-STATUS-REP PIC XX.
               88 WS-REP-STATUS-OK VALUE "00".

           01 WS-VBD-LINHA PIC X(60).
           01 FILLER REDEFINES WS-VBD-LINHA.
               05 WS-VBD-TIPO PIC X(01).
                   88 WS-VBD-CABECALHO VALUE "C".
                   88 WS-VBD-DETALHE VALUE "D".
               05 WS-VBD-C-VOO-NUMERO PIC 9(04).
               05 WS-VBD-C-VOO-DATA PIC 9(08).
               05 WS-VBD-C-SELO PIC X(08).
               05 WS-VBD-C-NUMERARIO PIC 9(06)V99.
               05 WS-VBD-C-CARTAO PIC 9(06)V99.
               05 FILLER PIC X(23).
           01 FILLER REDEFINES WS-VBD-LINHA.
               05 FILLER PIC X(01).
               05 WS-VBD-D-PRODUTO PIC X(04).
               05 WS-VBD-D-VENDIDOS PIC 9(04).
               05 WS-VBD-D-CONTADOS PIC 9(04).
               05 FILLER PIC X(47).

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

           77 WS-EXIT-OK PIC X(01) VALUE "N".
           77 WS-EXIT-OK2 PIC X(01) VALUE "N".
           77 WS-VHIST-ABERTO PIC X(01) VALUE "N".
           77 WS-DATA-HOJE PIC 9(08) VALUE ZEROES.

      *    FOLHA (VOO E CARRINHO) EM CURSO. ESTADO: V-VALIDA
      *    R-REJEITADA, EM BRANCO ANTES DO PRIMEIRO CABECALHO
           77 WS-FOLHA-ESTADO PIC X(01) VALUE SPACE.
               88 WS-FOLHA-VALIDA VALUE "V".
               88 WS-FOLHA-REJEITADA VALUE "R".
           01 WS-CUR-VOO-CHAVE.
               05 WS-CUR-VOO-NUMERO PIC 9(04).
               05 WS-CUR-VOO-DATA PIC 9(08).
           77 WS-CUR-NOME PIC X(10) VALUE SPACES.
           77 WS-CUR-HORA PIC 9(04) VALUE ZEROES.
           77 WS-CUR-MATRICULA PIC X(08) VALUE SPACES.
           77 WS-CUR-SELO PIC X(08) VALUE SPACES.
           77 WS-CUR-NUMERARIO PIC 9(06)V99 VALUE ZEROES.
           77 WS-CUR-CARTAO PIC 9(06)V99 VALUE ZEROES.
           77 WS-CUR-RECEBIDO PIC 9(07)V99 VALUE ZEROES.
           77 WS-CUR-VENDAS PIC 9(07)V99 VALUE ZEROES.
           77 WS-CUR-DIFERENCA PIC S9(07)V99 VALUE ZEROES.
           77 WS-CUR-FALTAS PIC 9(05) VALUE ZEROES.
           77 WS-CUR-VALOR-FALTAS PIC 9(07)V99 VALUE ZEROES.
           77 WS-CUR-MOTIVO PIC X(30) VALUE SPACES.
           77 WS-CUR-TRIPULANTES PIC 9(02) VALUE ZEROES.

           77 WS-STK-ESPERADO PIC 9(05) VALUE ZEROES.
           77 WS-STK-FALTA PIC 9(05) VALUE ZEROES.
           77 WS-STK-SOBRA PIC 9(05) VALUE ZEROES.
           77 WS-STK-SEM-STOCK PIC 9(05) VALUE ZEROES.
           77 WS-STK-NOVO PIC X(01) VALUE "N".
           77 WS-STK-NOTA PIC X(24) VALUE SPACES.
           77 WS-STK-VALOR PIC 9(07)V99 VALUE ZEROES.
           77 WS-MOV-RESTO PIC 9(07)V99 VALUE ZEROES.

      *    TRIPULANTES A BORDO DOS VOOS DA CORRIDA, COM AS FALTAS DE
      *    STOCK E AS DIFERENCAS DE CAIXA DOS CARRINHOS QUE SERVIRAM
           77 WS-TRP-TOTAL PIC 9(03) VALUE ZEROES.
           77 WS-TRP-I PIC 9(03) VALUE ZEROES.
           77 WS-TRP-ACHADO PIC 9(03) VALUE ZEROES.
           77 WS-TRP-CHEIO PIC X(01) VALUE "N".
           01 WS-TABELA-TRIPULANTES.
               05 WS-TRP-ENT OCCURS 500 TIMES.
                   10 WS-TRP-ID PIC 9(04).
                   10 WS-TRP-NOME PIC X(20).
                   10 WS-TRP-VOOS PIC 9(04).
                   10 WS-TRP-FALTAS PIC 9(05).
                   10 WS-TRP-VALOR-FALTAS PIC 9(07)V99.
                   10 WS-TRP-DIFERENCA PIC S9(07)V99.

      *    CARRINHOS ABATIDOS NA CORRIDA, COM O ULTIMO VOO QUE FIZERAM,
      *    PARA A LISTA DE REPOSICAO DA ROTACAO SEGUINTE
           77 WS-CRR-TOTAL PIC 9(03) VALUE ZEROES.
           77 WS-CRR-I PIC 9(03) VALUE ZEROES.
           77 WS-CRR-ACHADO PIC 9(03) VALUE ZEROES.
           77 WS-CRR-CHEIO PIC X(01) VALUE "N".
           01 WS-TABELA-CARRINHOS.
               05 WS-CRR-ENT OCCURS 200 TIMES.
                   10 WS-CRR-MATRICULA PIC X(08).
                   10 WS-CRR-SELO PIC X(08).
                   10 WS-CRR-VOO-DATA PIC 9(08).
                   10 WS-CRR-VOO-HORA PIC 9(04).

           01 WS-PROX-VOO.
               05 WS-PROX-NUMERO PIC 9(04).
               05 WS-PROX-DATA PIC 9(08).
               05 WS-PROX-HORA PIC 9(04).
               05 WS-PROX-NOME PIC X(10).
           77 WS-REP-QTD PIC 9(05) VALUE ZEROES.
           77 WS-REP-LINHAS PIC 9(04) VALUE ZEROES.
           77 WS-REP-STOCK PIC 9(05) VALUE ZEROES.

           77 WS-TOTAL-FOLHAS PIC 9(05) VALUE ZEROES.
           77 WS-TOTAL-PROCESSADAS PIC 9(05) VALUE ZEROES.
           77 WS-TOTAL-REJEITADAS PIC 9(05) VALUE ZEROES.
           77 WS-TOTAL-LINHAS-REJ PIC 9(05) VALUE ZEROES.
           77 WS-TOTAL-VENDAS PIC 9(09)V99 VALUE ZEROES.
           77 WS-TOTAL-RECEBIDO PIC 9(09)V99 VALUE ZEROES.
           77 WS-TOTAL-FALTAS PIC 9(07) VALUE ZEROES.
           77 WS-TOTAL-VALOR-FALTAS PIC 9(09)V99 VALUE ZEROES.
           77 WS-TOTAL-DIVERGENTES PIC 9(05) VALUE ZEROES.
           77 WS-TOTAL-SEM-ESCALA PIC 9(05) VALUE ZEROES.
           77 WS-TOTAL-REPOSICOES PIC 9(05) VALUE ZEROES.

           01 WS-REL-LINHA PIC X(90) VALUE SPACES.
           77 WS-ED-VALOR PIC Z(6)9.99.
           77 WS-ED-VALOR2 PIC Z(6)9.99.
           77 WS-ED-SINAL PIC -Z(6)9.99.
           77 WS-ED-QTD PIC Z(4)9.
           77 WS-ED-QTD2 PIC Z(4)9.
           77 WS-ED-QTD3 PIC Z(4)9.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           PERFORM P090-CARREGAR-AMBIENTE.

           DISPLAY "*** VENDAS A BORDO - FOLHAS DA TRIPULACAO ***".
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.

           OPEN INPUT VENDASBORDOINPUT.
           IF NOT WS-VBD-STATUS-OK
               DISPLAY "SEM FOLHAS DE VENDA A BORDO (vendasbordo.txt)"
               STOP RUN
           END-IF.
           OPEN INPUT VOOSINPUT.
           OPEN INPUT PRODBORDOINPUT.
           OPEN I-O STOCKBORDOINPUT.
           IF NOT WS-VOO-STATUS-OK OR NOT WS-PBD-STATUS-OK
                   OR NOT WS-SBD-STATUS-OK
               EVALUATE TRUE
                   WHEN NOT WS-VOO-STATUS-OK
                       MOVE "VOOS" TO WS-ERR-L-FICH
                       MOVE WS-FICHEIRO-STATUS-VOO TO WS-ERR-L-ESTADO
                   WHEN NOT WS-PBD-STATUS-OK
                       MOVE "PRODBORDO" TO WS-ERR-L-FICH
                       MOVE WS-FICHEIRO-STATUS-PBD TO WS-ERR-L-ESTADO
                   WHEN OTHER
                       MOVE "STKBORDO" TO WS-ERR-L-FICH
                       MOVE WS-FICHEIRO-STATUS-SBD TO WS-ERR-L-ESTADO
               END-EVALUATE
               PERFORM P095-REGISTAR-ERRO-ABERTURA
               DISPLAY "FICHEIROS DE VOOS/CATALOGO/STOCK A BORDO "
                       "INDISPONIVEIS"
               CLOSE VENDASBORDOINPUT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O RETBORDOINPUT.
           IF WS-RBD-STATUS-INEXISTENTE
               OPEN OUTPUT RETBORDOINPUT
               CLOSE RETBORDOINPUT
               OPEN I-O RETBORDOINPUT
           END-IF.
           OPEN OUTPUT CONFERENCIAOUTPUT.
           OPEN OUTPUT REPOSICAOOUTPUT.
           IF NOT WS-RBD-STATUS-OK OR NOT WS-CNF-STATUS-OK
                   OR NOT WS-REP-STATUS-OK
               EVALUATE TRUE
                   WHEN NOT WS-RBD-STATUS-OK
                       MOVE "RETBORDO" TO WS-ERR-L-FICH
                       MOVE WS-FICHEIRO-STATUS-RBD TO WS-ERR-L-ESTADO
                   WHEN NOT WS-CNF-STATUS-OK
                       MOVE "CONFBORDO" TO WS-ERR-L-FICH
                       MOVE WS-FICHEIRO-STATUS-CNF TO WS-ERR-L-ESTADO
                   WHEN OTHER
                       MOVE "REPOSICAO" TO WS-ERR-L-FICH
                       MOVE WS-FICHEIRO-STATUS-REP TO WS-ERR-L-ESTADO
               END-EVALUATE
               PERFORM P095-REGISTAR-ERRO-ABERTURA
               DISPLAY "NAO FOI POSSIVEL ABRIR OS FICHEIROS DE SAIDA"
               CLOSE VENDASBORDOINPUT
               CLOSE VOOSINPUT
               CLOSE PRODBORDOINPUT
               CLOSE STOCKBORDOINPUT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
      *    VOOS JA ARQUIVADOS AINDA PODEM TER FOLHAS POR PROCESSAR
           OPEN INPUT VOOSHIST.
           IF WS-VHIST-STATUS-OK
               MOVE "S" TO WS-VHIST-ABERTO
           END-IF.
           OPEN INPUT ESCALAVOOINPUT.
           IF NOT WS-ESCV-STATUS-OK
               DISPLAY "AVISO: SEM ESCALAS DE TRIPULACAO - FALTAS SEM "
                       "TRIPULANTES ATRIBUIDOS"
           END-IF.

           MOVE SPACES TO CONFERENCIAOUTPUT-LINHA.
           STRING "CONFERENCIA DE VENDAS A BORDO - PROCESSADA EM "
                       DELIMITED BY SIZE
                   WS-DATA-HOJE DELIMITED BY SIZE
               INTO CONFERENCIAOUTPUT-LINHA
           END-STRING.
           WRITE CONFERENCIAOUTPUT-LINHA.

           MOVE SPACE TO WS-FOLHA-ESTADO.
           SET WS-EXIT-OK TO "N".
           PERFORM UNTIL WS-EXIT-OK = "S"
               READ VENDASBORDOINPUT
                   AT END
                       SET WS-EXIT-OK TO "S"
                   NOT AT END
                       MOVE VENDASBORDOINPUT-LINHA TO WS-VBD-LINHA
                       EVALUATE TRUE
                           WHEN WS-VBD-CABECALHO
                               PERFORM P300-FECHAR-FOLHA
                               PERFORM P100-ABRIR-FOLHA
                           WHEN WS-VBD-DETALHE
                               PERFORM P200-PROCESSAR-LINHA
                           WHEN OTHER
                               ADD 1 TO WS-TOTAL-LINHAS-REJ
                       END-EVALUATE
               END-READ
           END-PERFORM.
           SET WS-EXIT-OK TO "N".
           PERFORM P300-FECHAR-FOLHA.

           PERFORM P400-RESUMO-TRIPULANTES.
           PERFORM P500-LISTA-REPOSICAO.

           CLOSE VENDASBORDOINPUT.
           CLOSE VOOSINPUT.
           CLOSE PRODBORDOINPUT.
           CLOSE STOCKBORDOINPUT.
           CLOSE RETBORDOINPUT.
           CLOSE CONFERENCIAOUTPUT.
           CLOSE REPOSICAOOUTPUT.
           IF WS-VHIST-ABERTO = "S"
               CLOSE VOOSHIST
           END-IF.
           IF WS-ESCV-STATUS-OK
               CLOSE ESCALAVOOINPUT
           END-IF.

           DISPLAY " ".
           DISPLAY "FOLHAS LIDAS: " WS-TOTAL-FOLHAS
                   " PROCESSADAS: " WS-TOTAL-PROCESSADAS
                   " REJEITADAS: " WS-TOTAL-REJEITADAS.
           IF WS-TOTAL-LINHAS-REJ > ZEROES
               DISPLAY "LINHAS DE VENDA REJEITADAS: "
                       WS-TOTAL-LINHAS-REJ
           END-IF.
           DISPLAY "VENDAS LANCADAS EM MOVIMENTOS: " WS-TOTAL-VENDAS.
           DISPLAY "NUMERARIO E CARTAO ENTREGUES:  " WS-TOTAL-RECEBIDO.
           DISPLAY "FOLHAS COM DIFERENCA DE CAIXA: "
                   WS-TOTAL-DIVERGENTES.
           DISPLAY "UNIDADES EM FALTA: " WS-TOTAL-FALTAS
                   " NO VALOR DE " WS-TOTAL-VALOR-FALTAS.
           IF WS-TOTAL-SEM-ESCALA > ZEROES
               DISPLAY "VOOS SEM TRIPULACAO ESCALADA: "
                       WS-TOTAL-SEM-ESCALA
           END-IF.
           IF WS-TRP-CHEIO = "S"
               DISPLAY "AVISO: MAIS DE 500 TRIPULANTES - RESUMO "
                       "INCOMPLETO"
           END-IF.
           IF WS-CRR-CHEIO = "S"
               DISPLAY "AVISO: MAIS DE 200 CARRINHOS - REPOSICAO "
                       "INCOMPLETA"
           END-IF.
           DISPLAY "CARRINHOS A REPOR: " WS-TOTAL-REPOSICOES.
           IF WS-TOTAL-REJEITADAS > ZEROES
                   OR WS-TOTAL-LINHAS-REJ > ZEROES
                   OR WS-TOTAL-DIVERGENTES > ZEROES
                   OR WS-TOTAL-FALTAS > ZEROES
               MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.

      *    CABECALHO DE UMA FOLHA: O VOO TEM DE EXISTIR (ATIVO OU
      *    ARQUIVADO) E O CARRINHO TEM DE ESTAR CARREGADO NA AERONAVE
      *    QUE FEZ O VOO
       P100-ABRIR-FOLHA.

           ADD 1 TO WS-TOTAL-FOLHAS.
           MOVE "V" TO WS-FOLHA-ESTADO.
           MOVE SPACES TO WS-CUR-MOTIVO.
           MOVE WS-VBD-C-VOO-NUMERO TO WS-CUR-VOO-NUMERO.
           MOVE WS-VBD-C-VOO-DATA TO WS-CUR-VOO-DATA.
           MOVE WS-VBD-C-SELO TO WS-CUR-SELO.
           MOVE WS-VBD-C-NUMERARIO TO WS-CUR-NUMERARIO.
           MOVE WS-VBD-C-CARTAO TO WS-CUR-CARTAO.
           MOVE SPACES TO WS-CUR-MATRICULA.
           MOVE SPACES TO WS-CUR-NOME.
           MOVE ZEROES TO WS-CUR-HORA.
           MOVE ZEROES TO WS-CUR-VENDAS.
           MOVE ZEROES TO WS-CUR-FALTAS.
           MOVE ZEROES TO WS-CUR-VALOR-FALTAS.

           MOVE WS-CUR-VOO-CHAVE TO VOOSINPUT-CHAVE.
           READ VOOSINPUT
               INVALID KEY
                   PERFORM P110-PROCURAR-ARQUIVO
               NOT INVALID KEY
                   MOVE VOOSINPUT-NOME TO WS-CUR-NOME
                   MOVE VOOSINPUT-HORA TO WS-CUR-HORA
                   MOVE VOOSINPUT-AERONAVE TO WS-CUR-MATRICULA
                   IF VOO-CANCELADO
                       MOVE "R" TO WS-FOLHA-ESTADO
                       MOVE "VOO CANCELADO" TO WS-CUR-MOTIVO
                   END-IF
           END-READ.

           IF WS-FOLHA-VALIDA AND WS-CUR-MATRICULA = SPACES
               MOVE "R" TO WS-FOLHA-ESTADO
               MOVE "VOO SEM AERONAVE ATRIBUIDA" TO WS-CUR-MOTIVO
           END-IF.
           IF WS-FOLHA-VALIDA
               MOVE WS-CUR-VOO-NUMERO TO RBD-VOO-NUMERO
               MOVE WS-CUR-VOO-DATA TO RBD-VOO-DATA
               MOVE WS-CUR-SELO TO RBD-SELO
               READ RETBORDOINPUT
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "R" TO WS-FOLHA-ESTADO
                       MOVE "FOLHA JA PROCESSADA" TO WS-CUR-MOTIVO
               END-READ
           END-IF.
           IF WS-FOLHA-VALIDA
               PERFORM P120-VERIFICAR-CARRINHO
           END-IF.

           MOVE SPACES TO CONFERENCIAOUTPUT-LINHA.
           WRITE CONFERENCIAOUTPUT-LINHA.
           MOVE SPACES TO CONFERENCIAOUTPUT-LINHA.
           STRING "VOO " DELIMITED BY SIZE
                   WS-CUR-VOO-NUMERO DELIMITED BY SIZE
                   " DE " DELIMITED BY SIZE
                   WS-CUR-VOO-DATA DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-CUR-NOME DELIMITED BY SIZE
                   " AERONAVE " DELIMITED BY SIZE
                   WS-CUR-MATRICULA DELIMITED BY SIZE
                   " CARRINHO " DELIMITED BY SIZE
                   WS-CUR-SELO DELIMITED BY SIZE
               INTO CONFERENCIAOUTPUT-LINHA
           END-STRING.
           WRITE CONFERENCIAOUTPUT-LINHA.
           IF WS-FOLHA-REJEITADA
               ADD 1 TO WS-TOTAL-REJEITADAS
               MOVE SPACES TO CONFERENCIAOUTPUT-LINHA
               STRING "  FOLHA REJEITADA: " DELIMITED BY SIZE
                       WS-CUR-MOTIVO DELIMITED BY SIZE
                   INTO CONFERENCIAOUTPUT-LINHA
               END-STRING
               WRITE CONFERENCIAOUTPUT-LINHA
               DISPLAY "FOLHA DO VOO " WS-CUR-VOO-NUMERO " DE "
                       WS-CUR-VOO-DATA " CARRINHO " WS-CUR-SELO
                       " REJEITADA: " WS-CUR-MOTIVO
           END-IF.

       P110-PROCURAR-ARQUIVO.

           MOVE "R" TO WS-FOLHA-ESTADO.
           MOVE "VOO INEXISTENTE" TO WS-CUR-MOTIVO.
           IF WS-VHIST-ABERTO = "S"
               MOVE WS-CUR-VOO-CHAVE TO VOOSHIST-CHAVE
               READ VOOSHIST
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "V" TO WS-FOLHA-ESTADO
                       MOVE SPACES TO WS-CUR-MOTIVO
                       MOVE VOOSHIST-NOME TO WS-CUR-NOME
                       MOVE VOOSHIST-HORA TO WS-CUR-HORA
                       MOVE VOOSHIST-AERONAVE TO WS-CUR-MATRICULA
               END-READ
           END-IF.

       P120-VERIFICAR-CARRINHO.

           MOVE WS-CUR-MATRICULA TO SBD-MATRICULA.
           MOVE WS-CUR-SELO TO SBD-SELO.
           MOVE LOW-VALUES TO SBD-PRODUTO.
           START STOCKBORDOINPUT KEY IS NOT LESS THAN SBD-CHAVE
               INVALID KEY
                   MOVE "R" TO WS-FOLHA-ESTADO
               NOT INVALID KEY
                   READ STOCKBORDOINPUT NEXT
                       AT END
                           MOVE "R" TO WS-FOLHA-ESTADO
                       NOT AT END
                           IF SBD-MATRICULA NOT = WS-CUR-MATRICULA
                                   OR SBD-SELO NOT = WS-CUR-SELO
                               MOVE "R" TO WS-FOLHA-ESTADO
                           END-IF
                   END-READ
           END-START.
           IF WS-FOLHA-REJEITADA
               MOVE "CARRINHO NAO CARREGADO NA AERONAVE"
                   TO WS-CUR-MOTIVO
           END-IF.

      *    O STOCK ESPERADO E O CARREGADO MENOS O VENDIDO. O QUE A
      *    TRIPULACAO CONTOU A MENOS E FALTA; A CONTAGEM PASSA A SER
      *    O STOCK DO CARRINHO
       P200-PROCESSAR-LINHA.

           IF NOT WS-FOLHA-VALIDA
               IF WS-FOLHA-ESTADO = SPACE
                   ADD 1 TO WS-TOTAL-LINHAS-REJ
               END-IF
           ELSE
               MOVE WS-VBD-D-PRODUTO TO PBD-CODIGO
               READ PRODBORDOINPUT
                   INVALID KEY
                       ADD 1 TO WS-TOTAL-LINHAS-REJ
                       MOVE SPACES TO CONFERENCIAOUTPUT-LINHA
                       STRING "  PRODUTO " DELIMITED BY SIZE
                               WS-VBD-D-PRODUTO DELIMITED BY SIZE
                               " FORA DO CATALOGO - LINHA IGNORADA"
                                   DELIMITED BY SIZE
                           INTO CONFERENCIAOUTPUT-LINHA
                       END-STRING
                       WRITE CONFERENCIAOUTPUT-LINHA
                       END-WRITE
                   NOT INVALID KEY
                       PERFORM P210-ABATER-STOCK
               END-READ
           END-IF.

       P210-ABATER-STOCK.

           MOVE WS-CUR-MATRICULA TO SBD-MATRICULA.
           MOVE WS-CUR-SELO TO SBD-SELO.
           MOVE WS-VBD-D-PRODUTO TO SBD-PRODUTO.
           MOVE "N" TO WS-STK-NOVO.
           READ STOCKBORDOINPUT
               INVALID KEY
                   MOVE "S" TO WS-STK-NOVO
                   MOVE ZEROES TO SBD-QUANTIDADE
                   MOVE ZEROES TO SBD-DATA-CARGA
           END-READ.

           MOVE ZEROES TO WS-STK-FALTA.
           MOVE ZEROES TO WS-STK-SOBRA.
           MOVE ZEROES TO WS-STK-SEM-STOCK.
           IF WS-VBD-D-VENDIDOS > SBD-QUANTIDADE
               COMPUTE WS-STK-SEM-STOCK =
                       WS-VBD-D-VENDIDOS - SBD-QUANTIDADE
               MOVE ZEROES TO WS-STK-ESPERADO
           ELSE
               COMPUTE WS-STK-ESPERADO =
                       SBD-QUANTIDADE - WS-VBD-D-VENDIDOS
           END-IF.
           IF WS-VBD-D-CONTADOS < WS-STK-ESPERADO
               COMPUTE WS-STK-FALTA =
                       WS-STK-ESPERADO - WS-VBD-D-CONTADOS
           ELSE
               COMPUTE WS-STK-SOBRA =
                       WS-VBD-D-CONTADOS - WS-STK-ESPERADO
           END-IF.

           COMPUTE WS-CUR-VENDAS = WS-CUR-VENDAS +
                   WS-VBD-D-VENDIDOS * PBD-PRECO.
           IF WS-STK-FALTA > ZEROES
               COMPUTE WS-STK-VALOR = WS-STK-FALTA * PBD-PRECO
               ADD WS-STK-FALTA TO WS-CUR-FALTAS
               ADD WS-STK-VALOR TO WS-CUR-VALOR-FALTAS
           END-IF.

           MOVE SPACES TO WS-STK-NOTA.
           EVALUATE TRUE
               WHEN WS-STK-SEM-STOCK > ZEROES
                   MOVE "VENDIDO ACIMA DO STOCK" TO WS-STK-NOTA
               WHEN WS-STK-FALTA > ZEROES
                   MOVE "FALTA" TO WS-STK-NOTA
               WHEN WS-STK-SOBRA > ZEROES
                   MOVE "SOBRA" TO WS-STK-NOTA
           END-EVALUATE.
           IF WS-STK-NOTA NOT = SPACES
               PERFORM P220-ESCREVER-DIFERENCA
           END-IF.

           MOVE WS-VBD-D-CONTADOS TO SBD-QUANTIDADE.
           MOVE WS-CUR-VOO-NUMERO TO SBD-ULT-NUMERO.
           MOVE WS-CUR-VOO-DATA TO SBD-ULT-DATA.
           IF WS-STK-NOVO = "S"
               WRITE STOCKBORDOINPUT-REG
           ELSE
               REWRITE STOCKBORDOINPUT-REG
           END-IF.

       P220-ESCREVER-DIFERENCA.

           MOVE WS-STK-ESPERADO TO WS-ED-QTD.
           MOVE WS-VBD-D-CONTADOS TO WS-ED-QTD2.
           IF WS-STK-FALTA > ZEROES
               MOVE WS-STK-FALTA TO WS-ED-QTD3
           ELSE
               MOVE ZEROES TO WS-ED-QTD3
           END-IF.
           MOVE SPACES TO CONFERENCIAOUTPUT-LINHA.
           STRING "  " DELIMITED BY SIZE
                   PBD-CODIGO DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   PBD-DESCRICAO DELIMITED BY SIZE
                   " ESPERADO " DELIMITED BY SIZE
                   WS-ED-QTD DELIMITED BY SIZE
                   " CONTADO " DELIMITED BY SIZE
                   WS-ED-QTD2 DELIMITED BY SIZE
                   " FALTA " DELIMITED BY SIZE
                   WS-ED-QTD3 DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-STK-NOTA DELIMITED BY SIZE
               INTO CONFERENCIAOUTPUT-LINHA
           END-STRING.
           WRITE CONFERENCIAOUTPUT-LINHA.

      *    FIM DE UMA FOLHA VALIDA: RECEITA PARA MOVIMENTOS, CONFRONTO
      *    DO NUMERARIO E CARTAO COM O VENDIDO E FALTAS POR TRIPULACAO
       P300-FECHAR-FOLHA.

           IF WS-FOLHA-VALIDA
               ADD 1 TO WS-TOTAL-PROCESSADAS
               COMPUTE WS-CUR-RECEBIDO =
                       WS-CUR-NUMERARIO + WS-CUR-CARTAO
               COMPUTE WS-CUR-DIFERENCA =
                       WS-CUR-RECEBIDO - WS-CUR-VENDAS
               ADD WS-CUR-VENDAS TO WS-TOTAL-VENDAS
               ADD WS-CUR-RECEBIDO TO WS-TOTAL-RECEBIDO
               ADD WS-CUR-FALTAS TO WS-TOTAL-FALTAS
               ADD WS-CUR-VALOR-FALTAS TO WS-TOTAL-VALOR-FALTAS
               IF WS-CUR-DIFERENCA NOT = ZEROES
                   ADD 1 TO WS-TOTAL-DIVERGENTES
               END-IF
               IF WS-CUR-VENDAS > ZEROES
                   PERFORM P310-LANCAR-RECEITA
               END-IF
               PERFORM P320-ESCREVER-CONFERENCIA
               PERFORM P330-TRIPULACAO-A-BORDO
               PERFORM P340-GRAVAR-FOLHA
               PERFORM P350-MARCAR-CARRINHO
           END-IF.
           MOVE SPACE TO WS-FOLHA-ESTADO.

      *    VENDA A BORDO (B): SEM RESERVA NEM PASSAGEIRO. O CAMPO DE
      *    VALOR DO MOVIMENTO SO LEVA 99999,99 - ACIMA DISSO A RECEITA
      *    DA FOLHA SAI EM VARIOS MOVIMENTOS
       P310-LANCAR-RECEITA.

           OPEN EXTEND MOVIMENTOSOUTPUT.
           IF WS-MOV-STATUS-NOVO
               CLOSE MOVIMENTOSOUTPUT
               OPEN OUTPUT MOVIMENTOSOUTPUT
           END-IF.
           MOVE WS-CUR-VENDAS TO WS-MOV-RESTO.
           PERFORM UNTIL WS-MOV-RESTO = ZEROES
               MOVE SPACES TO WS-MOV-LINHA
               MOVE "B" TO WS-MOV-TIPO
               MOVE ZEROES TO WS-MOV-RESERVA-ID
               MOVE ZEROES TO WS-MOV-PAX-ID
               MOVE WS-CUR-NOME TO WS-MOV-VOO
               IF WS-MOV-RESTO > 99999.99
                   MOVE 99999.99 TO WS-MOV-VALOR
               ELSE
                   MOVE WS-MOV-RESTO TO WS-MOV-VALOR
               END-IF
               SUBTRACT WS-MOV-VALOR FROM WS-MOV-RESTO
               MOVE WS-DATA-HOJE TO WS-MOV-DATA
               ACCEPT WS-MOV-HORA FROM TIME
               MOVE ZEROES TO WS-MOV-OPER
               PERFORM P315-VALIDAR-PERIODO
               MOVE WS-MOV-LINHA TO MOVIMENTOSOUTPUT-LINHA
               WRITE MOVIMENTOSOUTPUT-LINHA
               PERFORM P317-EMITIR-DOCUMENTO
           END-PERFORM.
           CLOSE MOVIMENTOSOUTPUT.

      *    MOVIMENTO DATADO NUM PERIODO JA FECHADO PASSA PARA O
      *    PERIODO ABERTO SEGUINTE (A DATA ORIGINAL FICA EM movper.txt)
       P315-VALIDAR-PERIODO.

           MOVE SPACES TO WS-PER-AREA.
           MOVE "V" TO WS-PER-OP.
           MOVE WS-MOV-DATA TO WS-PER-DATA.
           MOVE WS-MOV-LINHA TO WS-PER-MOVIMENTO.
           CALL 'per_util.o' USING WS-PER-AREA.
           IF WS-PER-RESULTADO = "T"
               MOVE WS-PER-DATA TO WS-MOV-DATA
               DISPLAY "MOVIMENTO DE " WS-PER-DATA-ORIGEM
                       " EM PERIODO FECHADO - LANCADO A " WS-MOV-DATA
           END-IF.

      *    CADA MOVIMENTO DE VENDA A BORDO LEVA A SUA FATURA-RECIBO,
      *    EMITIDA A CONSUMIDOR FINAL
       P317-EMITIR-DOCUMENTO.

           MOVE "E" TO WS-FAT-OP.
           MOVE WS-MOV-TIPO TO WS-FAT-MOV-TIPO.
           MOVE WS-MOV-RESERVA-ID TO WS-FAT-RESERVA-ID.
           MOVE WS-MOV-PAX-ID TO WS-FAT-PAX-ID.
           MOVE WS-MOV-VOO TO WS-FAT-VOO.
           MOVE WS-MOV-VALOR TO WS-FAT-VALOR.
           MOVE "BORD" TO WS-FAT-PRODUTO.
           MOVE SPACES TO WS-FAT-EMPRESA.
           MOVE WS-MOV-OPER TO WS-FAT-OPER.
           CALL 'fatura_util.o' USING WS-FAT-AREA.
           IF WS-FAT-RESULTADO = "E"
               DISPLAY "ERRO NA EMISSAO DO DOCUMENTO FISCAL DA VENDA "
                       "A BORDO DO VOO " WS-MOV-VOO
           END-IF.

       P320-ESCREVER-CONFERENCIA.

           MOVE WS-CUR-VENDAS TO WS-ED-VALOR.
           MOVE WS-CUR-NUMERARIO TO WS-ED-VALOR2.
           MOVE SPACES TO CONFERENCIAOUTPUT-LINHA.
           STRING "  VENDIDO " DELIMITED BY SIZE
                   WS-ED-VALOR DELIMITED BY SIZE
                   "  NUMERARIO " DELIMITED BY SIZE
                   WS-ED-VALOR2 DELIMITED BY SIZE
               INTO CONFERENCIAOUTPUT-LINHA
           END-STRING.
           MOVE WS-CUR-CARTAO TO WS-ED-VALOR.
           MOVE WS-CUR-DIFERENCA TO WS-ED-SINAL.
           STRING CONFERENCIAOUTPUT-LINHA (1:42) DELIMITED BY SIZE
                   "  CARTAO " DELIMITED BY SIZE
                   WS-ED-VALOR DELIMITED BY SIZE
                   "  DIFERENCA " DELIMITED BY SIZE
                   WS-ED-SINAL DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING.
           MOVE WS-REL-LINHA TO CONFERENCIAOUTPUT-LINHA.
           WRITE CONFERENCIAOUTPUT-LINHA.
           MOVE SPACES TO WS-REL-LINHA.
           IF WS-CUR-FALTAS > ZEROES
               MOVE WS-CUR-FALTAS TO WS-ED-QTD
               MOVE WS-CUR-VALOR-FALTAS TO WS-ED-VALOR
               MOVE SPACES TO CONFERENCIAOUTPUT-LINHA
               STRING "  FALTAS DE STOCK: " DELIMITED BY SIZE
                       WS-ED-QTD DELIMITED BY SIZE
                       " UNIDADES NO VALOR DE " DELIMITED BY SIZE
                       WS-ED-VALOR DELIMITED BY SIZE
                   INTO CONFERENCIAOUTPUT-LINHA
               END-STRING
               WRITE CONFERENCIAOUTPUT-LINHA
           END-IF.

       P330-TRIPULACAO-A-BORDO.

           MOVE ZEROES TO WS-CUR-TRIPULANTES.
           IF WS-ESCV-STATUS-OK
               MOVE WS-CUR-VOO-CHAVE TO ESCV-VOO-CHAVE
               MOVE ZEROES TO ESCV-TRIP-ID
               SET WS-EXIT-OK2 TO "N"
               START ESCALAVOOINPUT KEY IS NOT LESS THAN ESCV-CHAVE
                   INVALID KEY
                       SET WS-EXIT-OK2 TO "S"
               END-START
               PERFORM UNTIL WS-EXIT-OK2 = "S"
                   READ ESCALAVOOINPUT NEXT
                       AT END
                           SET WS-EXIT-OK2 TO "S"
                       NOT AT END
                           IF ESCV-VOO-CHAVE NOT = WS-CUR-VOO-CHAVE
                               SET WS-EXIT-OK2 TO "S"
                           ELSE
                               PERFORM P335-ATRIBUIR-TRIPULANTE
                           END-IF
                   END-READ
               END-PERFORM
               SET WS-EXIT-OK2 TO "N"
           END-IF.
           IF WS-CUR-TRIPULANTES = ZEROES
               ADD 1 TO WS-TOTAL-SEM-ESCALA
               MOVE "  SEM TRIPULACAO ESCALADA NO VOO"
                   TO CONFERENCIAOUTPUT-LINHA
               WRITE CONFERENCIAOUTPUT-LINHA
           END-IF.

       P335-ATRIBUIR-TRIPULANTE.

           ADD 1 TO WS-CUR-TRIPULANTES.
           MOVE SPACES TO CONFERENCIAOUTPUT-LINHA.
           STRING "  A BORDO: " DELIMITED BY SIZE
                   ESCV-TRIP-ID DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   ESCV-NOME DELIMITED BY SIZE
                   " (" DELIMITED BY SIZE
                   ESCV-FUNCAO DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
               INTO CONFERENCIAOUTPUT-LINHA
           END-STRING.
           WRITE CONFERENCIAOUTPUT-LINHA.

           MOVE ZEROES TO WS-TRP-ACHADO.
           MOVE 1 TO WS-TRP-I.
           PERFORM UNTIL WS-TRP-I > WS-TRP-TOTAL
               IF WS-TRP-ID (WS-TRP-I) = ESCV-TRIP-ID
                   MOVE WS-TRP-I TO WS-TRP-ACHADO
                   MOVE WS-TRP-TOTAL TO WS-TRP-I
               END-IF
               ADD 1 TO WS-TRP-I
           END-PERFORM.
           IF WS-TRP-ACHADO = ZEROES
               IF WS-TRP-TOTAL < 500
                   ADD 1 TO WS-TRP-TOTAL
                   MOVE WS-TRP-TOTAL TO WS-TRP-ACHADO
                   MOVE ESCV-TRIP-ID TO WS-TRP-ID (WS-TRP-ACHADO)
                   MOVE ESCV-NOME TO WS-TRP-NOME (WS-TRP-ACHADO)
                   MOVE ZEROES TO WS-TRP-VOOS (WS-TRP-ACHADO)
                   MOVE ZEROES TO WS-TRP-FALTAS (WS-TRP-ACHADO)
                   MOVE ZEROES TO WS-TRP-VALOR-FALTAS (WS-TRP-ACHADO)
                   MOVE ZEROES TO WS-TRP-DIFERENCA (WS-TRP-ACHADO)
               ELSE
                   MOVE "S" TO WS-TRP-CHEIO
               END-IF
           END-IF.
           IF WS-TRP-ACHADO > ZEROES
               ADD 1 TO WS-TRP-VOOS (WS-TRP-ACHADO)
               ADD WS-CUR-FALTAS TO WS-TRP-FALTAS (WS-TRP-ACHADO)
               ADD WS-CUR-VALOR-FALTAS TO
                   WS-TRP-VALOR-FALTAS (WS-TRP-ACHADO)
               ADD WS-CUR-DIFERENCA TO
                   WS-TRP-DIFERENCA (WS-TRP-ACHADO)
           END-IF.

       P340-GRAVAR-FOLHA.

           MOVE WS-CUR-VOO-NUMERO TO RBD-VOO-NUMERO.
           MOVE WS-CUR-VOO-DATA TO RBD-VOO-DATA.
           MOVE WS-CUR-SELO TO RBD-SELO.
           MOVE WS-CUR-MATRICULA TO RBD-MATRICULA.
           MOVE WS-CUR-VENDAS TO RBD-VENDAS.
           MOVE WS-CUR-NUMERARIO TO RBD-NUMERARIO.
           MOVE WS-CUR-CARTAO TO RBD-CARTAO.
           MOVE WS-CUR-DIFERENCA TO RBD-DIFERENCA.
           MOVE WS-CUR-FALTAS TO RBD-FALTAS.
           MOVE WS-CUR-VALOR-FALTAS TO RBD-VALOR-FALTAS.
           MOVE WS-DATA-HOJE TO RBD-DATA-PROC.
           WRITE RETBORDOINPUT-REG
               INVALID KEY
                   DISPLAY "ERRO AO REGISTAR A FOLHA DO VOO "
                           WS-CUR-VOO-NUMERO " CARRINHO " WS-CUR-SELO
           END-WRITE.

      *    O MESMO CARRINHO PODE FAZER VARIOS VOOS NA CORRIDA - A
      *    REPOSICAO CONTA A PARTIR DO ULTIMO
       P350-MARCAR-CARRINHO.

           MOVE ZEROES TO WS-CRR-ACHADO.
           MOVE 1 TO WS-CRR-I.
           PERFORM UNTIL WS-CRR-I > WS-CRR-TOTAL
               IF WS-CRR-MATRICULA (WS-CRR-I) = WS-CUR-MATRICULA
                       AND WS-CRR-SELO (WS-CRR-I) = WS-CUR-SELO
                   MOVE WS-CRR-I TO WS-CRR-ACHADO
                   MOVE WS-CRR-TOTAL TO WS-CRR-I
               END-IF
               ADD 1 TO WS-CRR-I
           END-PERFORM.
           IF WS-CRR-ACHADO = ZEROES
               IF WS-CRR-TOTAL < 200
                   ADD 1 TO WS-CRR-TOTAL
                   MOVE WS-CRR-TOTAL TO WS-CRR-ACHADO
                   MOVE WS-CUR-MATRICULA TO
                       WS-CRR-MATRICULA (WS-CRR-ACHADO)
                   MOVE WS-CUR-SELO TO WS-CRR-SELO (WS-CRR-ACHADO)
                   MOVE ZEROES TO WS-CRR-VOO-DATA (WS-CRR-ACHADO)
                   MOVE ZEROES TO WS-CRR-VOO-HORA (WS-CRR-ACHADO)
               ELSE
                   MOVE "S" TO WS-CRR-CHEIO
               END-IF
           END-IF.
           IF WS-CRR-ACHADO > ZEROES
               IF WS-CUR-VOO-DATA > WS-CRR-VOO-DATA (WS-CRR-ACHADO)
                       OR (WS-CUR-VOO-DATA =
                               WS-CRR-VOO-DATA (WS-CRR-ACHADO)
                           AND WS-CUR-HORA >
                               WS-CRR-VOO-HORA (WS-CRR-ACHADO))
                   MOVE WS-CUR-VOO-DATA TO
                       WS-CRR-VOO-DATA (WS-CRR-ACHADO)
                   MOVE WS-CUR-HORA TO WS-CRR-VOO-HORA (WS-CRR-ACHADO)
               END-IF
           END-IF.

       P400-RESUMO-TRIPULANTES.

           MOVE SPACES TO CONFERENCIAOUTPUT-LINHA.
           WRITE CONFERENCIAOUTPUT-LINHA.
           MOVE "FALTAS DE STOCK E DIFERENCAS DE CAIXA POR TRIPULANTE"
               TO CONFERENCIAOUTPUT-LINHA.
           WRITE CONFERENCIAOUTPUT-LINHA.
           IF WS-TRP-TOTAL = ZEROES
               MOVE "  SEM TRIPULANTES NOS VOOS PROCESSADOS"
                   TO CONFERENCIAOUTPUT-LINHA
               WRITE CONFERENCIAOUTPUT-LINHA
           END-IF.
           MOVE 1 TO WS-TRP-I.
           PERFORM UNTIL WS-TRP-I > WS-TRP-TOTAL
               MOVE WS-TRP-VOOS (WS-TRP-I) TO WS-ED-QTD
               MOVE WS-TRP-FALTAS (WS-TRP-I) TO WS-ED-QTD2
               MOVE WS-TRP-VALOR-FALTAS (WS-TRP-I) TO WS-ED-VALOR
               MOVE WS-TRP-DIFERENCA (WS-TRP-I) TO WS-ED-SINAL
               MOVE SPACES TO CONFERENCIAOUTPUT-LINHA
               STRING "  " DELIMITED BY SIZE
                       WS-TRP-ID (WS-TRP-I) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-TRP-NOME (WS-TRP-I) DELIMITED BY SIZE
                       " VOOS " DELIMITED BY SIZE
                       WS-ED-QTD DELIMITED BY SIZE
                       " FALTAS " DELIMITED BY SIZE
                       WS-ED-QTD2 DELIMITED BY SIZE
                       " VALOR " DELIMITED BY SIZE
                       WS-ED-VALOR DELIMITED BY SIZE
                       " CAIXA " DELIMITED BY SIZE
                       WS-ED-SINAL DELIMITED BY SIZE
                   INTO CONFERENCIAOUTPUT-LINHA
               END-STRING
               WRITE CONFERENCIAOUTPUT-LINHA
               ADD 1 TO WS-TRP-I
           END-PERFORM.

      *    PARA CADA CARRINHO ABATIDO, O QUE FALTA PARA A CARGA PADRAO
      *    DE CADA PRODUTO DO CATALOGO, A CARREGAR ANTES DO PROXIMO VOO
      *    DA AERONAVE
       P500-LISTA-REPOSICAO.

           MOVE SPACES TO REPOSICAOOUTPUT-LINHA.
           STRING "LISTA DE REPOSICAO DOS CARRINHOS DE BORDO - "
                       DELIMITED BY SIZE
                   WS-DATA-HOJE DELIMITED BY SIZE
               INTO REPOSICAOOUTPUT-LINHA
           END-STRING.
           WRITE REPOSICAOOUTPUT-LINHA.
           MOVE 1 TO WS-CRR-I.
           PERFORM UNTIL WS-CRR-I > WS-CRR-TOTAL
               PERFORM P510-PROXIMO-VOO
               PERFORM P520-REPOR-CARRINHO
               ADD 1 TO WS-CRR-I
           END-PERFORM.

       P510-PROXIMO-VOO.

           MOVE ZEROES TO WS-PROX-NUMERO.
           MOVE 99999999 TO WS-PROX-DATA.
           MOVE ZEROES TO WS-PROX-HORA.
           MOVE SPACES TO WS-PROX-NOME.
           MOVE ZEROES TO VOOSINPUT-CHAVE.
           SET WS-EXIT-OK2 TO "N".
           START VOOSINPUT KEY IS NOT LESS THAN VOOSINPUT-CHAVE
               INVALID KEY
                   SET WS-EXIT-OK2 TO "S"
           END-START.
           PERFORM UNTIL WS-EXIT-OK2 = "S"
               READ VOOSINPUT NEXT
                   AT END
                       SET WS-EXIT-OK2 TO "S"
                   NOT AT END
                       IF VOOSINPUT-AERONAVE =
                               WS-CRR-MATRICULA (WS-CRR-I)
                               AND NOT VOO-CANCELADO
                               AND (VOOSINPUT-DATA >
                                       WS-CRR-VOO-DATA (WS-CRR-I)
                                   OR (VOOSINPUT-DATA =
                                       WS-CRR-VOO-DATA (WS-CRR-I)
                                   AND VOOSINPUT-HORA >
                                       WS-CRR-VOO-HORA (WS-CRR-I)))
                           IF VOOSINPUT-DATA < WS-PROX-DATA
                                   OR (VOOSINPUT-DATA = WS-PROX-DATA
                                   AND VOOSINPUT-HORA < WS-PROX-HORA)
                               MOVE VOOSINPUT-NUMERO TO WS-PROX-NUMERO
                               MOVE VOOSINPUT-DATA TO WS-PROX-DATA
                               MOVE VOOSINPUT-HORA TO WS-PROX-HORA
                               MOVE VOOSINPUT-NOME TO WS-PROX-NOME
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           SET WS-EXIT-OK2 TO "N".

       P520-REPOR-CARRINHO.

           MOVE SPACES TO REPOSICAOOUTPUT-LINHA.
           WRITE REPOSICAOOUTPUT-LINHA.
           MOVE SPACES TO REPOSICAOOUTPUT-LINHA.
           IF WS-PROX-NUMERO = ZEROES
               STRING "AERONAVE " DELIMITED BY SIZE
                       WS-CRR-MATRICULA (WS-CRR-I) DELIMITED BY SIZE
                       " CARRINHO " DELIMITED BY SIZE
                       WS-CRR-SELO (WS-CRR-I) DELIMITED BY SIZE
                       " - SEM PROXIMO VOO PROGRAMADO"
                           DELIMITED BY SIZE
                   INTO REPOSICAOOUTPUT-LINHA
               END-STRING
           ELSE
               STRING "AERONAVE " DELIMITED BY SIZE
                       WS-CRR-MATRICULA (WS-CRR-I) DELIMITED BY SIZE
                       " CARRINHO " DELIMITED BY SIZE
                       WS-CRR-SELO (WS-CRR-I) DELIMITED BY SIZE
                       " PROXIMO VOO " DELIMITED BY SIZE
                       WS-PROX-NUMERO DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-PROX-NOME DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-PROX-DATA DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-PROX-HORA DELIMITED BY SIZE
                   INTO REPOSICAOOUTPUT-LINHA
               END-STRING
           END-IF.
           WRITE REPOSICAOOUTPUT-LINHA.

           MOVE ZEROES TO WS-REP-LINHAS.
           MOVE SPACES TO PBD-CODIGO.
           SET WS-EXIT-OK2 TO "N".
           START PRODBORDOINPUT KEY IS NOT LESS THAN PBD-CODIGO
               INVALID KEY
                   SET WS-EXIT-OK2 TO "S"
           END-START.
           PERFORM UNTIL WS-EXIT-OK2 = "S"
               READ PRODBORDOINPUT NEXT
                   AT END
                       SET WS-EXIT-OK2 TO "S"
                   NOT AT END
                       IF PBD-NIVEL > ZEROES
                           PERFORM P530-REPOR-PRODUTO
                       END-IF
               END-READ
           END-PERFORM.
           SET WS-EXIT-OK2 TO "N".
           IF WS-REP-LINHAS = ZEROES
               MOVE "  CARRINHO COMPLETO - NADA A REPOR"
                   TO REPOSICAOOUTPUT-LINHA
               WRITE REPOSICAOOUTPUT-LINHA
           ELSE
               ADD 1 TO WS-TOTAL-REPOSICOES
           END-IF.

       P530-REPOR-PRODUTO.

           MOVE WS-CRR-MATRICULA (WS-CRR-I) TO SBD-MATRICULA.
           MOVE WS-CRR-SELO (WS-CRR-I) TO SBD-SELO.
           MOVE PBD-CODIGO TO SBD-PRODUTO.
           READ STOCKBORDOINPUT
               INVALID KEY
                   MOVE ZEROES TO WS-REP-STOCK
               NOT INVALID KEY
                   MOVE SBD-QUANTIDADE TO WS-REP-STOCK
           END-READ.
           IF WS-REP-STOCK < PBD-NIVEL
               COMPUTE WS-REP-QTD = PBD-NIVEL - WS-REP-STOCK
               ADD 1 TO WS-REP-LINHAS
               MOVE WS-REP-STOCK TO WS-ED-QTD
               MOVE PBD-NIVEL TO WS-ED-QTD2
               MOVE WS-REP-QTD TO WS-ED-QTD3
               MOVE SPACES TO REPOSICAOOUTPUT-LINHA
               STRING "  " DELIMITED BY SIZE
                       PBD-CODIGO DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       PBD-DESCRICAO DELIMITED BY SIZE
                       " A BORDO " DELIMITED BY SIZE
                       WS-ED-QTD DELIMITED BY SIZE
                       " CARGA " DELIMITED BY SIZE
                       WS-ED-QTD2 DELIMITED BY SIZE
                       " REPOR " DELIMITED BY SIZE
                       WS-ED-QTD3 DELIMITED BY SIZE
                   INTO REPOSICAOOUTPUT-LINHA
               END-STRING
               WRITE REPOSICAOOUTPUT-LINHA
           END-IF.

       P090-CARREGAR-AMBIENTE.

           CALL 'amb_util.o' USING WS-AMB-AREA.
           DISPLAY "AMBIENTE ATIVO: " WS-AMB-CODIGO.
           MOVE SPACES TO WS-CAM-ERROS.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/erros.txt" DELIMITED BY SIZE
               INTO WS-CAM-ERROS
           END-STRING.
           MOVE SPACES TO WS-CAM-VENDASBORDO.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/vendasbordo.txt" DELIMITED BY SIZE
               INTO WS-CAM-VENDASBORDO
           END-STRING.
           MOVE SPACES TO WS-CAM-VOOS.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/project/voos.dat" DELIMITED BY SIZE
               INTO WS-CAM-VOOS
           END-STRING.
           MOVE SPACES TO WS-CAM-VOOSHIST.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/project/vooshist.dat" DELIMITED BY SIZE
               INTO WS-CAM-VOOSHIST
           END-STRING.
           MOVE SPACES TO WS-CAM-PRODBORDO.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/project/prodbordo.dat" DELIMITED BY SIZE
               INTO WS-CAM-PRODBORDO
           END-STRING.
           MOVE SPACES TO WS-CAM-STOCKBORDO.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/project/stkbordo.dat" DELIMITED BY SIZE
               INTO WS-CAM-STOCKBORDO
           END-STRING.
           MOVE SPACES TO WS-CAM-ESCALAVOO.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/project/escalavoo.dat" DELIMITED BY SIZE
               INTO WS-CAM-ESCALAVOO
           END-STRING.
           MOVE SPACES TO WS-CAM-RETBORDO.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/project/retbordo.dat" DELIMITED BY SIZE
               INTO WS-CAM-RETBORDO
           END-STRING.
           MOVE SPACES TO WS-CAM-MOVIMENTOS.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/movimentos.txt" DELIMITED BY SIZE
               INTO WS-CAM-MOVIMENTOS
           END-STRING.
           MOVE SPACES TO WS-CAM-CONFERENCIA.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/confbordo.txt" DELIMITED BY SIZE
               INTO WS-CAM-CONFERENCIA
           END-STRING.
           MOVE SPACES TO WS-CAM-REPOSICAO.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/reposicao.txt" DELIMITED BY SIZE
               INTO WS-CAM-REPOSICAO
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

       END PROGRAM VENDBORD.
