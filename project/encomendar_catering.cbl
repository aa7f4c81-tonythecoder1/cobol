       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENCCATER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT VOOSINPUT ASSIGN TO
           WS-CAM-VOOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VOOSINPUT-CHAVE
           ALTERNATE RECORD KEY IS VOOSINPUT-NOME WITH DUPLICATES
           FILE STATUS IS WS-FICHEIRO-STATUS-VOO.

       SELECT RESERVASINPUT ASSIGN TO
           WS-CAM-RESERVAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RESERVA-ID
           FILE STATUS IS WS-FICHEIRO-STATUS-RESERVA.

       SELECT PASSAGEIROSINPUT ASSIGN TO
           WS-CAM-PASSAGEIROS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PAX-ID
           FILE STATUS IS WS-FICHEIRO-STATUS-PAX.

       SELECT SSRINPUT ASSIGN TO
           WS-CAM-SSR
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SSR-ID
           FILE STATUS IS WS-FICHEIRO-STATUS-SSR.

       SELECT ANCVENDASINPUT ASSIGN TO
           WS-CAM-ANCVENDAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AVD-ID
           FILE STATUS IS WS-FICHEIRO-STATUS-AVD.

       SELECT ROTASINPUT ASSIGN TO
           WS-CAM-ROTAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ROTA-NOME
           FILE STATUS IS WS-FICHEIRO-STATUS-ROTA.

       SELECT CONFIGINPUT ASSIGN TO
           WS-CAM-CONFIG
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CFG-CHAVE
           FILE STATUS IS WS-FICHEIRO-STATUS-CFG.

       SELECT CATERINGINPUT ASSIGN TO
           WS-CAM-CATERING
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CAT-AEROPORTO
           FILE STATUS IS WS-FICHEIRO-STATUS-CAT.

       SELECT ENCCATINPUT ASSIGN TO
           WS-CAM-ENCCAT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ENC-CHAVE
           FILE STATUS IS WS-FICHEIRO-STATUS-ENC.

       SELECT ENCOMENDAOUTPUT ASSIGN TO
           WS-CAM-ENCOMENDA
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FICHEIRO-STATUS-ENCOM.

       SELECT FATCATINPUT ASSIGN TO
           WS-CAM-FATCAT
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FICHEIRO-STATUS-FAT.

       SELECT RECCATOUTPUT ASSIGN TO
           WS-CAM-RECCAT
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FICHEIRO-STATUS-REC.

       SELECT ERROSOUTPUT ASSIGN TO
           WS-CAM-ERROS
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-ERR.

       DATA DIVISION.

       FILE SECTION.

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
                   88 VOO-AGENDADO VALUE 'A'.
                   88 VOO-EM-EMBARQUE VALUE 'E'.
                   88 VOO-PARTIU VALUE 'P'.
                   88 VOO-CANCELADO VALUE 'C'.
                   88 VOO-FECHADO VALUE 'F'.
               05 VOOSINPUT-AERONAVE PIC X(08).
               05 VOOSINPUT-PORTA PIC X(03).
               05 VOOSINPUT-HORA-REVISTA PIC 9(04).
               05 VOOSINPUT-MOEDA PIC X(03).
               05 VOOSINPUT-TIPO PIC X(01).
                   88 VOO-COMERCIAL VALUE 'C' ' '.
                   88 VOO-NAO-COMERCIAL VALUE 'F' 'P' 'T' 'M'.

           FD RESERVASINPUT.
           01 RESERVAINPUT-REG.
               05 RESERVA-ID PIC 9(04).
               05 RESERVA-NOME PIC X(10).
               05 RESERVA-VOO-CHAVE.
                   10 RESERVA-VOO-NUMERO PIC 9(04).
                   10 RESERVA-VOO-DATA PIC 9(08).
               05 RESERVA-GRUPO-ID PIC 9(04).
               05 RESERVA-EMBARCOU PIC X(01).
               05 RESERVA-LUGAR PIC X(03).
               05 RESERVA-PAX-ID PIC 9(04).
               05 RESERVA-CLASSE PIC X(01).
                   88 RESERVA-CLASSE-ECO VALUE 'E'.
                   88 RESERVA-CLASSE-EXEC VALUE 'X'.
               05 RESERVA-PRECO PIC 9(05)V99.
               05 RESERVA-ITIN-ID PIC 9(04).
               05 RESERVA-CHECKIN PIC X(01).
               05 RESERVA-MOEDA PIC X(03).
               05 RESERVA-PRECO-ORIG PIC 9(05)V99.

           FD PASSAGEIROSINPUT.
           01 PASSAGEIROSINPUT-REG.
               05 PAX-ID PIC 9(04).
               05 PAX-NOME PIC X(20).
               05 PAX-CONTACTO-ID PIC 9(06).
               05 PAX-DOC-TIPO PIC X(02).
               05 PAX-DOC-NUMERO PIC X(12).
               05 PAX-NACIONALIDADE PIC X(03).
               05 PAX-DOC-VALIDADE PIC 9(08).
               05 PAX-TIPO PIC X(01).
                   88 PAX-ADULTO VALUE "A".
                   88 PAX-CRIANCA VALUE "C".
                   88 PAX-BEBE VALUE "I".
               05 PAX-DATA-NASC PIC 9(08).
               05 PAX-UM PIC X(01).

           FD SSRINPUT.
           01 SSRINPUT-REG.
               05 SSR-ID PIC 9(04).
               05 SSR-RESERVA-ID PIC 9(04).
               05 SSR-CODIGO PIC X(04).
               05 SSR-TEXTO PIC X(30).

           FD ANCVENDASINPUT.
           01 ANCVENDASINPUT-REG.
               05 AVD-ID PIC 9(04).
               05 AVD-RESERVA-ID PIC 9(04).
               05 AVD-CODIGO PIC X(04).
               05 AVD-PRECO PIC 9(05)V99.
               05 AVD-DATA PIC 9(08).

           FD ROTASINPUT.
           01 ROTASINPUT-REG.
               05 ROTA-NOME PIC X(10).
               05 ROTA-BLOCO-MIN PIC 9(03).
               05 ROTA-ORIGEM PIC X(10).
               05 ROTA-DESTINO PIC X(10).
               05 ROTA-DISTANCIA-KM PIC 9(05).

           FD CONFIGINPUT.
           01 CONFIGINPUT-REG.
               05 CFG-CHAVE PIC X(02).
               05 CFG-VALOR PIC 9(04).

           FD CATERINGINPUT.
           01 CATERINGINPUT-REG.
               05 CAT-AEROPORTO PIC X(10).
               05 CAT-FORNECEDOR PIC X(10).
               05 CAT-NOME PIC X(20).
               05 CAT-PRECO-ECO PIC 9(03)V99.
               05 CAT-PRECO-EXEC PIC 9(03)V99.
               05 CAT-PRECO-ESPECIAL PIC 9(03)V99.
               05 CAT-PRECO-ANCILAR PIC 9(03)V99.

           FD ENCCATINPUT.
           01 ENCCATINPUT-REG.
               05 ENC-CHAVE.
                   10 ENC-VOO-NUMERO PIC 9(04).
                   10 ENC-VOO-DATA PIC 9(08).
                   10 ENC-VERSAO PIC X(01).
                       88 ENC-INICIAL VALUE "I".
                       88 ENC-FINAL VALUE "F".
               05 ENC-VOO-NOME PIC X(10).
               05 ENC-HORA PIC 9(04).
               05 ENC-AEROPORTO PIC X(10).
               05 ENC-FORNECEDOR PIC X(10).
               05 ENC-DATA-EMISSAO PIC 9(08).
               05 ENC-CABINE OCCURS 2 TIMES.
                   10 ENC-ADULTOS PIC 9(03).
                   10 ENC-CRIANCAS PIC 9(03).
                   10 ENC-BEBES PIC 9(03).
                   10 ENC-REF-NORMAIS PIC 9(03).
               05 ENC-ESPECIAIS PIC 9(03).
               05 ENC-ANCILARES PIC 9(03).
               05 ENC-REFEICOES PIC 9(04).
               05 ENC-VALOR PIC 9(07)V99.
               05 ENC-ESTADO PIC X(01).
                   88 ENC-PENDENTE VALUE "P".
                   88 ENC-RECONCILIADA VALUE "R".
                   88 ENC-DIVERGENTE VALUE "D".
                   88 ENC-SUBSTITUIDA VALUE "S".
               05 ENC-REF-FATURADAS PIC 9(04).
               05 ENC-VALOR-FATURADO PIC 9(07)V99.

           FD ENCOMENDAOUTPUT.
           01 ENCOMENDAOUTPUT-LINHA PIC X(80).

           FD FATCATINPUT.
           01 FATCATINPUT-REG.
               05 FTC-FORNECEDOR PIC X(10).
               05 FTC-VOO-NUMERO PIC 9(04).
               05 FTC-VOO-DATA PIC 9(08).
               05 FTC-REFEICOES PIC 9(04).
               05 FTC-VALOR PIC 9(07)V99.

           FD RECCATOUTPUT.
           01 RECCATOUTPUT-LINHA PIC X(90).

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
               05 WS-ERR-L-PROG PIC X(10) VALUE "ENCCATER".
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-ERR-L-FICH PIC X(12) VALUE SPACES.
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-ERR-L-ESTADO PIC X(02) VALUE SPACES.
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-ERR-L-MSG PIC X(40) VALUE
                   "FALHA DE ABERTURA DE FICHEIRO".

           01 WS-AMB-AREA.
               05 WS-AMB-CODIGO PIC X(04).
               05 WS-AMB-RAIZ PIC X(60).
           77 WS-CAM-VOOS PIC X(80) VALUE
               "/Users/antonyferreira/Documents/Cobol/project/voos.dat".
           77 WS-CAM-RESERVAS PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/project/reservas.dat".
           77 WS-CAM-PASSAGEIROS PIC X(80) VALUE
               "/Users/antonyferreira/Documents/Cobol/passageiros.dat".
           77 WS-CAM-SSR PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/project/ssr.dat".
           77 WS-CAM-ANCVENDAS PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/ancvendas.dat".
           77 WS-CAM-ROTAS PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/rotas.dat".
           77 WS-CAM-CONFIG PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/project/config.dat".
           77 WS-CAM-CATERING PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/catering.dat".
           77 WS-CAM-ENCCAT PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/project/enccater.dat".
           77 WS-CAM-ENCOMENDA PIC X(80) VALUE SPACES.
           77 WS-CAM-FATCAT PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/fatcater.txt".
           77 WS-CAM-RECCAT PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/reccater.txt".

           01 WS-FICHEIRO-STATUS-VOO PIC XX.
               88 WS-FICHEIRO-VOO-OK VALUE "00".

           01 WS-FICHEIRO-STATUS-RESERVA PIC XX.
               88 WS-RESERVA-STATUS-OK VALUE "00".

           01 WS-FICHEIRO-STATUS-PAX PIC XX.
               88 WS-PAX-STATUS-OK VALUE "00".

           01 WS-FICHEIRO-STATUS-SSR PIC XX.
               88 WS-SSR-STATUS-OK VALUE "00".

           01 WS-FICHEIRO-STATUS-AVD PIC XX.
               88 WS-AVD-STATUS-OK VALUE "00".

           01 WS-FICHEIRO-STATUS-ROTA PIC XX.
               88 WS-ROTA-STATUS-OK VALUE "00".

           01 WS-FICHEIRO-STATUS-CFG PIC XX.
               88 WS-CFG-STATUS-OK VALUE "00".

           01 WS-FICHEIRO-STATUS-CAT PIC XX.
               88 WS-CAT-STATUS-OK VALUE "00".

           01 WS-FICHEIRO-STATUS-ENC PIC XX.
               88 WS-ENC-STATUS-OK VALUE "00".
               88 WS-ENC-STATUS-NOVO VALUE "35".

           01 WS-FICHEIRO-STATUS-ENCOM PIC XX.
               88 WS-ENCOM-STATUS-OK VALUE "00".
               88 WS-ENCOM-STATUS-NOVO VALUE "35".

           01 WS-FICHEIRO-STATUS-FAT PIC XX.
               88 WS-FAT-STATUS-OK VALUE "00".

           01 WS-FICHEIRO-STATUS-REC PIC XX.
               88 WS-REC-STATUS-OK VALUE "00".

           77 WS-EXIT-OK PIC X(01) VALUE "N".
           77 WS-MODO PIC X(01) VALUE SPACES.
               88 WS-MODO-CORTE VALUE "E".
               88 WS-MODO-FECHO VALUE "F".
               88 WS-MODO-RECONCILIAR VALUE "R".
           77 WS-VERSAO PIC X(01) VALUE SPACES.
           77 WS-CFG-CORTE-HORAS PIC 9(04) VALUE 0024.
           77 WS-DATA-HOJE PIC 9(08) VALUE ZEROES.
           77 WS-HORA-AGORA PIC 9(08) VALUE ZEROES.
           77 WS-MIN-AGORA PIC S9(09) VALUE ZEROES.
           77 WS-MIN-VOO PIC S9(09) VALUE ZEROES.
           77 WS-MIN-FALTAM PIC S9(09) VALUE ZEROES.
           77 WS-HORA-PARTIDA PIC 9(04) VALUE ZEROES.
           77 WS-MES-PEDIDO PIC 9(06) VALUE ZEROES.

           77 WS-DIA-SERIAL PIC 9(07) VALUE ZEROES.
           77 WS-SER-TEMP PIC 9(04) VALUE ZEROES.
           77 WS-SER-DIV PIC 9(04) VALUE ZEROES.
           77 WS-MES-AUX PIC 9(02) VALUE ZEROES.
           77 WS-MES-GUARDA PIC 9(02) VALUE ZEROES.
           77 WS-DIAS-NO-MES PIC 9(02) VALUE ZEROES.
           77 WS-DIV-TEMP PIC 9(04) VALUE ZEROES.
           77 WS-RESTO-4 PIC 9(04) VALUE ZEROES.
           77 WS-RESTO-100 PIC 9(04) VALUE ZEROES.
           77 WS-RESTO-400 PIC 9(04) VALUE ZEROES.

           01 WS-DATA-SPLIT PIC 9(08) VALUE ZEROES.
           01 WS-DATA-SPLIT-R REDEFINES WS-DATA-SPLIT.
               05 WS-DATA-ANO PIC 9(04).
               05 WS-DATA-MES PIC 9(02).
               05 WS-DATA-DIA PIC 9(02).

           01 WS-HORA-SPLIT PIC 9(04) VALUE ZEROES.
           01 WS-HORA-SPLIT-R REDEFINES WS-HORA-SPLIT.
               05 WS-HORA-HH PIC 9(02).
               05 WS-HORA-MM PIC 9(02).

      *    REFEICOES ESPECIAIS (SSR COM CODIGO IATA xxML) E REFEICOES
      *    PRE-ENCOMENDADAS (ANCILARES COM CODIGO xxML) POR RESERVA
           77 WS-SSR-TOTAL PIC 9(04) VALUE ZEROES.
           77 WS-SSR-I PIC 9(04) VALUE ZEROES.
           01 WS-TABELA-SSR.
               05 WS-SSR-ENT OCCURS 2000 TIMES.
                   10 WS-SSR-RESERVA PIC 9(04).
                   10 WS-SSR-COD PIC X(04).

           77 WS-AML-TOTAL PIC 9(04) VALUE ZEROES.
           77 WS-AML-I PIC 9(04) VALUE ZEROES.
           01 WS-TABELA-AML.
               05 WS-AML-ENT OCCURS 2000 TIMES.
                   10 WS-AML-RESERVA PIC 9(04).
                   10 WS-AML-COD PIC X(04).

      *    VOOS A ENCOMENDAR NESTA CORRIDA, COM O FORNECEDOR DO
      *    AEROPORTO DE PARTIDA E AS CONTAGENS (1 ECONOMICA, 2 EXEC.)
           77 WS-VOO-TOTAL PIC 9(03) VALUE ZEROES.
           77 WS-VOO-I PIC 9(03) VALUE ZEROES.
           77 WS-VOO-ACHADO PIC 9(03) VALUE ZEROES.
           77 WS-VOO-CHEIO PIC X(01) VALUE "N".
           01 WS-TABELA-VOOS.
               05 WS-VOO-ENT OCCURS 200 TIMES.
                   10 WS-VOO-CHAVE PIC X(12).
                   10 WS-VOO-NOME PIC X(10).
                   10 WS-VOO-HORA PIC 9(04).
                   10 WS-VOO-AEROPORTO PIC X(10).
                   10 WS-VOO-FORNECEDOR PIC X(10).
                   10 WS-VOO-P-ECO PIC 9(03)V99.
                   10 WS-VOO-P-EXEC PIC 9(03)V99.
                   10 WS-VOO-P-ESP PIC 9(03)V99.
                   10 WS-VOO-P-ANC PIC 9(03)V99.
                   10 WS-VOO-REF-INICIAL PIC 9(04).
                   10 WS-VOO-CABINE OCCURS 2 TIMES.
                       15 WS-VOO-ADULTOS PIC 9(03).
                       15 WS-VOO-CRIANCAS PIC 9(03).
                       15 WS-VOO-BEBES PIC 9(03).
                       15 WS-VOO-REF-NORMAIS PIC 9(03).
                   10 WS-VOO-ESPECIAIS PIC 9(03).
                   10 WS-VOO-ANCILARES PIC 9(03).

           01 WS-VOO-CHAVE-ALVO.
               05 WS-VOO-ALVO-NUMERO PIC 9(04).
               05 WS-VOO-ALVO-DATA PIC 9(08).

      *    DISCRIMINACAO DAS REFEICOES ESPECIAIS (S) E PRE-ENCOMENDADAS
      *    (A) POR VOO E CODIGO
           77 WS-COD-TOTAL PIC 9(03) VALUE ZEROES.
           77 WS-COD-I PIC 9(03) VALUE ZEROES.
           77 WS-COD-ACHADO PIC 9(03) VALUE ZEROES.
           77 WS-COD-TIPO-PEDIDO PIC X(01) VALUE SPACES.
           77 WS-COD-PEDIDO PIC X(04) VALUE SPACES.
           01 WS-TABELA-CODIGOS.
               05 WS-COD-ENT OCCURS 500 TIMES.
                   10 WS-COD-VOO PIC 9(03).
                   10 WS-COD-TIPO PIC X(01).
                   10 WS-COD-CODIGO PIC X(04).
                   10 WS-COD-QTD PIC 9(03).

           77 WS-CAB PIC 9(01) VALUE ZEROES.
           77 WS-PAX-TIPO PIC X(01) VALUE SPACES.
           77 WS-TEM-ESPECIAL PIC X(01) VALUE "N".
           77 WS-TEM-ANCILAR PIC X(01) VALUE "N".

           77 WS-ENC-REFEICOES PIC 9(04) VALUE ZEROES.
           77 WS-ENC-VALOR PIC 9(07)V99 VALUE ZEROES.
           77 WS-ENC-DIF PIC S9(04) VALUE ZEROES.
           77 WS-ENC-TITULO PIC X(20) VALUE SPACES.
           77 WS-ENC-CABINE-NOME PIC X(10) VALUE SPACES.

           77 WS-ED-QTD PIC ZZ9.
           77 WS-ED-QTD2 PIC ZZ9.
           77 WS-ED-QTD3 PIC ZZ9.
           77 WS-ED-QTD4 PIC ZZ9.
           77 WS-ED-TOTAL PIC ZZZ9.
           77 WS-ED-DIF PIC -(4)9.
           77 WS-ED-VALOR PIC Z(6)9.99.

           77 WS-TOTAL-VOOS PIC 9(04) VALUE ZEROES.
           77 WS-TOTAL-EMITIDAS PIC 9(04) VALUE ZEROES.
           77 WS-TOTAL-SEM-ROTA PIC 9(04) VALUE ZEROES.
           77 WS-TOTAL-SEM-FORN PIC 9(04) VALUE ZEROES.
           77 WS-TOTAL-REFEICOES PIC 9(06) VALUE ZEROES.

      *    RECONCILIACAO MENSAL DA FATURA DO FORNECEDOR
           77 WS-REC-MOTIVO PIC X(30) VALUE SPACES.
           77 WS-REC-DIF-REF PIC S9(04) VALUE ZEROES.
           77 WS-REC-DIF-VALOR PIC S9(07)V99 VALUE ZEROES.
           77 WS-REC-DIF-REF-ED PIC -(4)9.
           77 WS-REC-DIF-VALOR-ED PIC -(7)9.99.
           77 WS-TOTAL-LINHAS PIC 9(05) VALUE ZEROES.
           77 WS-TOTAL-CONFERE PIC 9(05) VALUE ZEROES.
           77 WS-TOTAL-DIVERGE PIC 9(05) VALUE ZEROES.
           77 WS-TOTAL-SEM-ENC PIC 9(05) VALUE ZEROES.
           77 WS-TOTAL-DUPLICADO PIC 9(05) VALUE ZEROES.
           77 WS-TOTAL-FORA-MES PIC 9(05) VALUE ZEROES.
           77 WS-TOTAL-NAO-FATURADAS PIC 9(05) VALUE ZEROES.
           77 WS-TOTAL-FATURADO PIC 9(09)V99 VALUE ZEROES.
           77 WS-TOTAL-CONTESTADO PIC S9(09)V99 VALUE ZEROES.

           77 WS-FORN-TOTAL PIC 9(02) VALUE ZEROES.
           77 WS-FORN-I PIC 9(02) VALUE ZEROES.
           77 WS-FORN-ACHADO PIC X(01) VALUE "N".
           01 WS-TABELA-FORNECEDORES.
               05 WS-FORN-COD OCCURS 20 TIMES PIC X(10).

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           PERFORM P090-CARREGAR-AMBIENTE.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-AGORA FROM TIME.
           MOVE WS-DATA-HOJE TO WS-DATA-SPLIT.
           PERFORM P128-DIA-SERIAL.
           MOVE WS-HORA-AGORA (1:4) TO WS-HORA-SPLIT.
           COMPUTE WS-MIN-AGORA =
                   WS-DIA-SERIAL * 1440 +
                   WS-HORA-HH * 60 + WS-HORA-MM.

           DISPLAY "*** ENCOMENDAS DE CATERING ***".
           DISPLAY "MODO (E-ENCOMENDA NO CORTE  F-REVISAO NO FECHO DO "
                   "EMBARQUE  R-RECONCILIACAO MENSAL)".
           ACCEPT WS-MODO.
           EVALUATE WS-MODO
               WHEN "e"
                   MOVE "E" TO WS-MODO
               WHEN "f"
                   MOVE "F" TO WS-MODO
               WHEN "r"
                   MOVE "R" TO WS-MODO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF NOT WS-MODO-CORTE AND NOT WS-MODO-FECHO
                   AND NOT WS-MODO-RECONCILIAR
               DISPLAY "MODO INVALIDO"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O ENCCATINPUT.
           IF WS-ENC-STATUS-NOVO
               OPEN OUTPUT ENCCATINPUT
               CLOSE ENCCATINPUT
               OPEN I-O ENCCATINPUT
           END-IF.
           IF NOT WS-ENC-STATUS-OK
               MOVE "ENCCATER" TO WS-ERR-L-FICH
               MOVE WS-FICHEIRO-STATUS-ENC TO WS-ERR-L-ESTADO
               PERFORM P095-REGISTAR-ERRO-ABERTURA
               DISPLAY "FICHEIRO DE ENCOMENDAS DE CATERING INDISPONIVEL"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF WS-MODO-RECONCILIAR
               PERFORM P500-RECONCILIAR-FATURA
           ELSE
               PERFORM P100-EMITIR-ENCOMENDAS
           END-IF.

           CLOSE ENCCATINPUT.
           STOP RUN.

      *    ENCOMENDA INICIAL: VOOS COMERCIAIS AINDA POR PARTIR QUE
      *    ENTRARAM NA JANELA DE CORTE E AINDA NAO FORAM ENCOMENDADOS.
      *    REVISAO: VOOS COM EMBARQUE FECHADO QUE TEM ENCOMENDA
      *    INICIAL E AINDA NAO TEM A FINAL - CONTA SO OS PASSAGEIROS
      *    COM CHECK-IN
       P100-EMITIR-ENCOMENDAS.

           IF WS-MODO-CORTE
               MOVE "I" TO WS-VERSAO
               MOVE "ENCOMENDA INICIAL" TO WS-ENC-TITULO
               PERFORM P060-LER-CONFIG
           ELSE
               MOVE "F" TO WS-VERSAO
               MOVE "ENCOMENDA REVISTA" TO WS-ENC-TITULO
           END-IF.

           OPEN INPUT VOOSINPUT.
           IF NOT WS-FICHEIRO-VOO-OK
               MOVE "VOOS" TO WS-ERR-L-FICH
               MOVE WS-FICHEIRO-STATUS-VOO TO WS-ERR-L-ESTADO
               PERFORM P095-REGISTAR-ERRO-ABERTURA
               DISPLAY "FICHEIRO DE VOOS INDISPONIVEL"
               CLOSE ENCCATINPUT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT RESERVASINPUT.
           IF NOT WS-RESERVA-STATUS-OK
               MOVE "RESERVAS" TO WS-ERR-L-FICH
               MOVE WS-FICHEIRO-STATUS-RESERVA TO WS-ERR-L-ESTADO
               PERFORM P095-REGISTAR-ERRO-ABERTURA
               DISPLAY "FICHEIRO DE RESERVAS INDISPONIVEL"
               CLOSE ENCCATINPUT
               CLOSE VOOSINPUT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT CATERINGINPUT.
           IF NOT WS-CAT-STATUS-OK
               MOVE "CATERING" TO WS-ERR-L-FICH
               MOVE WS-FICHEIRO-STATUS-CAT TO WS-ERR-L-ESTADO
               PERFORM P095-REGISTAR-ERRO-ABERTURA
               DISPLAY "SEM FORNECEDORES DE CATERING REGISTADOS"
               CLOSE ENCCATINPUT
               CLOSE VOOSINPUT
               CLOSE RESERVASINPUT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT ROTASINPUT.
           OPEN INPUT PASSAGEIROSINPUT.

           PERFORM P200-SELECIONAR-VOOS.
           PERFORM P250-CARREGAR-REFEICOES.
           PERFORM P300-CONTAR-PASSAGEIROS.
           PERFORM P400-GRAVAR-ENCOMENDAS.

           CLOSE VOOSINPUT.
           CLOSE RESERVASINPUT.
           CLOSE CATERINGINPUT.
           IF WS-ROTA-STATUS-OK
               CLOSE ROTASINPUT
           END-IF.
           IF WS-PAX-STATUS-OK
               CLOSE PASSAGEIROSINPUT
           END-IF.

           DISPLAY " ".
           DISPLAY WS-ENC-TITULO.
           IF WS-MODO-CORTE
               DISPLAY "CORTE: " WS-CFG-CORTE-HORAS
                       " HORAS ANTES DA PARTIDA"
           END-IF.
           DISPLAY "VOOS ANALISADOS: " WS-TOTAL-VOOS.
           DISPLAY "ENCOMENDAS EMITIDAS: " WS-TOTAL-EMITIDAS.
           DISPLAY "REFEICOES ENCOMENDADAS: " WS-TOTAL-REFEICOES.
           DISPLAY "VOOS SEM ROTA REGISTADA: " WS-TOTAL-SEM-ROTA.
           DISPLAY "VOOS SEM FORNECEDOR NO AEROPORTO: "
                   WS-TOTAL-SEM-FORN.
           IF WS-VOO-CHEIO = "S"
               DISPLAY "AVISO: MAIS DE 200 VOOS A ENCOMENDAR - CORRER "
                       "DE NOVO PARA EMITIR OS RESTANTES"
           END-IF.

           IF WS-TOTAL-SEM-ROTA > ZEROES
                   OR WS-TOTAL-SEM-FORN > ZEROES
                   OR WS-VOO-CHEIO = "S"
               MOVE 4 TO RETURN-CODE
           END-IF.

       P060-LER-CONFIG.

           OPEN I-O CONFIGINPUT.
           IF WS-CFG-STATUS-OK
               MOVE "HC" TO CFG-CHAVE
               READ CONFIGINPUT
                   INVALID KEY
                       MOVE 0024 TO WS-CFG-CORTE-HORAS
                   NOT INVALID KEY
                       MOVE CFG-VALOR TO WS-CFG-CORTE-HORAS
               END-READ
               CLOSE CONFIGINPUT
           END-IF.
           IF WS-CFG-CORTE-HORAS = ZEROES
               MOVE 0024 TO WS-CFG-CORTE-HORAS
           END-IF.

       P200-SELECIONAR-VOOS.

           MOVE ZEROES TO WS-VOO-TOTAL.
           MOVE LOW-VALUES TO VOOSINPUT-CHAVE.
           SET WS-EXIT-OK TO "N".
           START VOOSINPUT KEY IS NOT LESS THAN VOOSINPUT-CHAVE
               INVALID KEY
                   SET WS-EXIT-OK TO "S"
           END-START.
           PERFORM UNTIL WS-EXIT-OK = "S"
               READ VOOSINPUT NEXT
                   AT END
                       SET WS-EXIT-OK TO "S"
                   NOT AT END
                       IF NOT VOO-NAO-COMERCIAL
                           PERFORM P205-AVALIAR-VOO
                       END-IF
               END-READ
           END-PERFORM.
           SET WS-EXIT-OK TO "N".

       P205-AVALIAR-VOO.

           IF WS-MODO-CORTE
               IF VOO-AGENDADO OR VOO-EM-EMBARQUE
                   IF VOOSINPUT-HORA-REVISTA > ZEROES
                       MOVE VOOSINPUT-HORA-REVISTA TO WS-HORA-PARTIDA
                   ELSE
                       MOVE VOOSINPUT-HORA TO WS-HORA-PARTIDA
                   END-IF
                   MOVE VOOSINPUT-DATA TO WS-DATA-SPLIT
                   PERFORM P128-DIA-SERIAL
                   MOVE WS-HORA-PARTIDA TO WS-HORA-SPLIT
                   COMPUTE WS-MIN-VOO =
                           WS-DIA-SERIAL * 1440 +
                           WS-HORA-HH * 60 + WS-HORA-MM
                   COMPUTE WS-MIN-FALTAM = WS-MIN-VOO - WS-MIN-AGORA
                   IF WS-MIN-FALTAM >= ZEROES
                           AND WS-MIN-FALTAM <= WS-CFG-CORTE-HORAS * 60
                       MOVE VOOSINPUT-NUMERO TO ENC-VOO-NUMERO
                       MOVE VOOSINPUT-DATA TO ENC-VOO-DATA
                       MOVE "I" TO ENC-VERSAO
                       READ ENCCATINPUT
                           INVALID KEY
                               PERFORM P210-ADMITIR-VOO
                       END-READ
                   END-IF
               END-IF
           ELSE
               IF VOO-FECHADO OR VOO-PARTIU
                   MOVE VOOSINPUT-NUMERO TO ENC-VOO-NUMERO
                   MOVE VOOSINPUT-DATA TO ENC-VOO-DATA
                   MOVE "F" TO ENC-VERSAO
                   READ ENCCATINPUT
                       INVALID KEY
                           MOVE "I" TO ENC-VERSAO
                           READ ENCCATINPUT
                               NOT INVALID KEY
                                   PERFORM P210-ADMITIR-VOO
                           END-READ
                   END-READ
               END-IF
           END-IF.

      *    O AEROPORTO DE PARTIDA E A ORIGEM DA ROTA DO VOO; O
      *    FORNECEDOR E O QUE ESTIVER REGISTADO PARA ESSE AEROPORTO
       P210-ADMITIR-VOO.

           ADD 1 TO WS-TOTAL-VOOS.
           MOVE SPACES TO ROTA-ORIGEM.
           IF WS-ROTA-STATUS-OK
               MOVE VOOSINPUT-NOME TO ROTA-NOME
               READ ROTASINPUT
                   INVALID KEY
                       MOVE SPACES TO ROTA-ORIGEM
               END-READ
           END-IF.
           IF ROTA-ORIGEM = SPACES
               ADD 1 TO WS-TOTAL-SEM-ROTA
               DISPLAY "VOO " VOOSINPUT-NUMERO " DE " VOOSINPUT-DATA
                       " (" VOOSINPUT-NOME ") SEM ROTA REGISTADA"
           ELSE
               MOVE ROTA-ORIGEM TO CAT-AEROPORTO
               READ CATERINGINPUT
                   INVALID KEY
                       ADD 1 TO WS-TOTAL-SEM-FORN
                       DISPLAY "VOO " VOOSINPUT-NUMERO " DE "
                               VOOSINPUT-DATA " - " ROTA-ORIGEM
                               " SEM FORNECEDOR DE CATERING"
                   NOT INVALID KEY
                       PERFORM P215-ACRESCENTAR-VOO
               END-READ
           END-IF.

       P215-ACRESCENTAR-VOO.

           IF WS-VOO-TOTAL < 200
               ADD 1 TO WS-VOO-TOTAL
               MOVE VOOSINPUT-CHAVE TO WS-VOO-CHAVE (WS-VOO-TOTAL)
               MOVE VOOSINPUT-NOME TO WS-VOO-NOME (WS-VOO-TOTAL)
               IF VOOSINPUT-HORA-REVISTA > ZEROES
                   MOVE VOOSINPUT-HORA-REVISTA
                       TO WS-VOO-HORA (WS-VOO-TOTAL)
               ELSE
                   MOVE VOOSINPUT-HORA TO WS-VOO-HORA (WS-VOO-TOTAL)
               END-IF
               MOVE CAT-AEROPORTO TO WS-VOO-AEROPORTO (WS-VOO-TOTAL)
               MOVE CAT-FORNECEDOR TO WS-VOO-FORNECEDOR (WS-VOO-TOTAL)
               MOVE CAT-PRECO-ECO TO WS-VOO-P-ECO (WS-VOO-TOTAL)
               MOVE CAT-PRECO-EXEC TO WS-VOO-P-EXEC (WS-VOO-TOTAL)
               MOVE CAT-PRECO-ESPECIAL TO WS-VOO-P-ESP (WS-VOO-TOTAL)
               MOVE CAT-PRECO-ANCILAR TO WS-VOO-P-ANC (WS-VOO-TOTAL)
               MOVE ZEROES TO WS-VOO-REF-INICIAL (WS-VOO-TOTAL)
               IF WS-MODO-FECHO
                   MOVE ENC-REFEICOES
                       TO WS-VOO-REF-INICIAL (WS-VOO-TOTAL)
               END-IF
               MOVE 1 TO WS-CAB
               PERFORM UNTIL WS-CAB > 2
                   MOVE ZEROES TO WS-VOO-ADULTOS (WS-VOO-TOTAL WS-CAB)
                   MOVE ZEROES TO WS-VOO-CRIANCAS (WS-VOO-TOTAL WS-CAB)
                   MOVE ZEROES TO WS-VOO-BEBES (WS-VOO-TOTAL WS-CAB)
                   MOVE ZEROES
                       TO WS-VOO-REF-NORMAIS (WS-VOO-TOTAL WS-CAB)
                   ADD 1 TO WS-CAB
               END-PERFORM
               MOVE ZEROES TO WS-VOO-ESPECIAIS (WS-VOO-TOTAL)
               MOVE ZEROES TO WS-VOO-ANCILARES (WS-VOO-TOTAL)
           ELSE
               MOVE "S" TO WS-VOO-CHEIO
           END-IF.

      *    SO INTERESSAM AS REFEICOES: CODIGOS TERMINADOS EM ML
      *    (VGML, KSML, CHML, BBML...) NOS SSR E NOS ANCILARES VENDIDOS
       P250-CARREGAR-REFEICOES.

           MOVE ZEROES TO WS-SSR-TOTAL.
           OPEN INPUT SSRINPUT.
           IF WS-SSR-STATUS-OK
               SET WS-EXIT-OK TO "N"
               PERFORM UNTIL WS-EXIT-OK = "S"
                   READ SSRINPUT NEXT
                       AT END
                           SET WS-EXIT-OK TO "S"
                       NOT AT END
                           IF SSR-CODIGO (3:2) = "ML"
                                   AND WS-SSR-TOTAL < 2000
                               ADD 1 TO WS-SSR-TOTAL
                               MOVE SSR-RESERVA-ID
                                   TO WS-SSR-RESERVA (WS-SSR-TOTAL)
                               MOVE SSR-CODIGO
                                   TO WS-SSR-COD (WS-SSR-TOTAL)
                           END-IF
                   END-READ
               END-PERFORM
               SET WS-EXIT-OK TO "N"
               CLOSE SSRINPUT
           END-IF.

           MOVE ZEROES TO WS-AML-TOTAL.
           OPEN INPUT ANCVENDASINPUT.
           IF WS-AVD-STATUS-OK
               SET WS-EXIT-OK TO "N"
               PERFORM UNTIL WS-EXIT-OK = "S"
                   READ ANCVENDASINPUT NEXT
                       AT END
                           SET WS-EXIT-OK TO "S"
                       NOT AT END
                           IF AVD-CODIGO (3:2) = "ML"
                                   AND WS-AML-TOTAL < 2000
                               ADD 1 TO WS-AML-TOTAL
                               MOVE AVD-RESERVA-ID
                                   TO WS-AML-RESERVA (WS-AML-TOTAL)
                               MOVE AVD-CODIGO
                                   TO WS-AML-COD (WS-AML-TOTAL)
                           END-IF
                   END-READ
               END-PERFORM
               SET WS-EXIT-OK TO "N"
               CLOSE ANCVENDASINPUT
           END-IF.

       P300-CONTAR-PASSAGEIROS.

           MOVE ZEROES TO WS-COD-TOTAL.
           IF WS-VOO-TOTAL > ZEROES
               MOVE ZEROES TO RESERVA-ID
               SET WS-EXIT-OK TO "N"
               START RESERVASINPUT KEY IS NOT LESS THAN RESERVA-ID
                   INVALID KEY
                       SET WS-EXIT-OK TO "S"
               END-START
               PERFORM UNTIL WS-EXIT-OK = "S"
                   READ RESERVASINPUT NEXT
                       AT END
                           SET WS-EXIT-OK TO "S"
                       NOT AT END
                           PERFORM P310-AVALIAR-RESERVA
                   END-READ
               END-PERFORM
               SET WS-EXIT-OK TO "N"
           END-IF.

       P310-AVALIAR-RESERVA.

           MOVE ZEROES TO WS-VOO-ACHADO.
           MOVE 1 TO WS-VOO-I.
           PERFORM UNTIL WS-VOO-I > WS-VOO-TOTAL
               IF WS-VOO-CHAVE (WS-VOO-I) = RESERVA-VOO-CHAVE
                   MOVE WS-VOO-I TO WS-VOO-ACHADO
                   MOVE WS-VOO-TOTAL TO WS-VOO-I
               END-IF
               ADD 1 TO WS-VOO-I
           END-PERFORM.
           IF WS-VOO-ACHADO > ZEROES
               IF WS-MODO-CORTE
                   PERFORM P320-CONTAR-PASSAGEIRO
               ELSE
                   IF RESERVA-CHECKIN = "S" OR RESERVA-EMBARCOU = "S"
                       PERFORM P320-CONTAR-PASSAGEIRO
                   END-IF
               END-IF
           END-IF.

      *    A REFEICAO ESPECIAL (SSR) E A PRE-ENCOMENDADA SUBSTITUEM A
      *    NORMAL DA CABINE; OS BEBES SO LEVAM REFEICAO SE PEDIDA
       P320-CONTAR-PASSAGEIRO.

           IF RESERVA-CLASSE-EXEC
               MOVE 2 TO WS-CAB
           ELSE
               MOVE 1 TO WS-CAB
           END-IF.
           MOVE "A" TO WS-PAX-TIPO.
           IF RESERVA-LUGAR = "INF"
               MOVE "I" TO WS-PAX-TIPO
           ELSE
               IF WS-PAX-STATUS-OK AND RESERVA-PAX-ID > ZEROES
                   MOVE RESERVA-PAX-ID TO PAX-ID
                   READ PASSAGEIROSINPUT
                       NOT INVALID KEY
                           IF PAX-CRIANCA OR PAX-BEBE
                               MOVE PAX-TIPO TO WS-PAX-TIPO
                           END-IF
                   END-READ
               END-IF
           END-IF.
           EVALUATE WS-PAX-TIPO
               WHEN "C"
                   ADD 1 TO WS-VOO-CRIANCAS (WS-VOO-ACHADO WS-CAB)
               WHEN "I"
                   ADD 1 TO WS-VOO-BEBES (WS-VOO-ACHADO WS-CAB)
               WHEN OTHER
                   ADD 1 TO WS-VOO-ADULTOS (WS-VOO-ACHADO WS-CAB)
           END-EVALUATE.

           MOVE "N" TO WS-TEM-ESPECIAL.
           MOVE 1 TO WS-SSR-I.
           PERFORM UNTIL WS-SSR-I > WS-SSR-TOTAL
               IF WS-SSR-RESERVA (WS-SSR-I) = RESERVA-ID
                   MOVE "S" TO WS-TEM-ESPECIAL
                   ADD 1 TO WS-VOO-ESPECIAIS (WS-VOO-ACHADO)
                   MOVE "S" TO WS-COD-TIPO-PEDIDO
                   MOVE WS-SSR-COD (WS-SSR-I) TO WS-COD-PEDIDO
                   PERFORM P330-SOMAR-CODIGO
                   MOVE WS-SSR-TOTAL TO WS-SSR-I
               END-IF
               ADD 1 TO WS-SSR-I
           END-PERFORM.

           MOVE "N" TO WS-TEM-ANCILAR.
           MOVE 1 TO WS-AML-I.
           PERFORM UNTIL WS-AML-I > WS-AML-TOTAL
               IF WS-AML-RESERVA (WS-AML-I) = RESERVA-ID
                   MOVE "S" TO WS-TEM-ANCILAR
                   ADD 1 TO WS-VOO-ANCILARES (WS-VOO-ACHADO)
                   MOVE "A" TO WS-COD-TIPO-PEDIDO
                   MOVE WS-AML-COD (WS-AML-I) TO WS-COD-PEDIDO
                   PERFORM P330-SOMAR-CODIGO
               END-IF
               ADD 1 TO WS-AML-I
           END-PERFORM.

           IF WS-TEM-ESPECIAL = "N" AND WS-TEM-ANCILAR = "N"
                   AND WS-PAX-TIPO NOT = "I"
               ADD 1 TO WS-VOO-REF-NORMAIS (WS-VOO-ACHADO WS-CAB)
           END-IF.

       P330-SOMAR-CODIGO.

           MOVE ZEROES TO WS-COD-ACHADO.
           MOVE 1 TO WS-COD-I.
           PERFORM UNTIL WS-COD-I > WS-COD-TOTAL
               IF WS-COD-VOO (WS-COD-I) = WS-VOO-ACHADO
                       AND WS-COD-TIPO (WS-COD-I) = WS-COD-TIPO-PEDIDO
                       AND WS-COD-CODIGO (WS-COD-I) = WS-COD-PEDIDO
                   MOVE WS-COD-I TO WS-COD-ACHADO
                   MOVE WS-COD-TOTAL TO WS-COD-I
               END-IF
               ADD 1 TO WS-COD-I
           END-PERFORM.
           IF WS-COD-ACHADO > ZEROES
               ADD 1 TO WS-COD-QTD (WS-COD-ACHADO)
           ELSE
               IF WS-COD-TOTAL < 500
                   ADD 1 TO WS-COD-TOTAL
                   MOVE WS-VOO-ACHADO TO WS-COD-VOO (WS-COD-TOTAL)
                   MOVE WS-COD-TIPO-PEDIDO TO WS-COD-TIPO (WS-COD-TOTAL)
                   MOVE WS-COD-PEDIDO TO WS-COD-CODIGO (WS-COD-TOTAL)
                   MOVE 1 TO WS-COD-QTD (WS-COD-TOTAL)
               END-IF
           END-IF.

       P400-GRAVAR-ENCOMENDAS.

           MOVE 1 TO WS-VOO-I.
           PERFORM UNTIL WS-VOO-I > WS-VOO-TOTAL
               PERFORM P410-GRAVAR-HISTORICO
               PERFORM P420-ESCREVER-ENCOMENDA
               ADD 1 TO WS-VOO-I
           END-PERFORM.

      *    A ENCOMENDA FICA PENDENTE ATE A FATURA DO MES; A REVISTA
      *    SUBSTITUI A INICIAL NA RECONCILIACAO
       P410-GRAVAR-HISTORICO.

           MOVE WS-VOO-CHAVE (WS-VOO-I) TO WS-VOO-CHAVE-ALVO.
           COMPUTE WS-ENC-REFEICOES =
                   WS-VOO-REF-NORMAIS (WS-VOO-I 1) +
                   WS-VOO-REF-NORMAIS (WS-VOO-I 2) +
                   WS-VOO-ESPECIAIS (WS-VOO-I) +
                   WS-VOO-ANCILARES (WS-VOO-I).
           COMPUTE WS-ENC-VALOR =
                   WS-VOO-REF-NORMAIS (WS-VOO-I 1) *
                   WS-VOO-P-ECO (WS-VOO-I) +
                   WS-VOO-REF-NORMAIS (WS-VOO-I 2) *
                   WS-VOO-P-EXEC (WS-VOO-I) +
                   WS-VOO-ESPECIAIS (WS-VOO-I) *
                   WS-VOO-P-ESP (WS-VOO-I) +
                   WS-VOO-ANCILARES (WS-VOO-I) *
                   WS-VOO-P-ANC (WS-VOO-I).

           MOVE WS-VOO-ALVO-NUMERO TO ENC-VOO-NUMERO.
           MOVE WS-VOO-ALVO-DATA TO ENC-VOO-DATA.
           MOVE WS-VERSAO TO ENC-VERSAO.
           MOVE WS-VOO-NOME (WS-VOO-I) TO ENC-VOO-NOME.
           MOVE WS-VOO-HORA (WS-VOO-I) TO ENC-HORA.
           MOVE WS-VOO-AEROPORTO (WS-VOO-I) TO ENC-AEROPORTO.
           MOVE WS-VOO-FORNECEDOR (WS-VOO-I) TO ENC-FORNECEDOR.
           MOVE WS-DATA-HOJE TO ENC-DATA-EMISSAO.
           MOVE 1 TO WS-CAB.
           PERFORM UNTIL WS-CAB > 2
               MOVE WS-VOO-ADULTOS (WS-VOO-I WS-CAB)
                   TO ENC-ADULTOS (WS-CAB)
               MOVE WS-VOO-CRIANCAS (WS-VOO-I WS-CAB)
                   TO ENC-CRIANCAS (WS-CAB)
               MOVE WS-VOO-BEBES (WS-VOO-I WS-CAB)
                   TO ENC-BEBES (WS-CAB)
               MOVE WS-VOO-REF-NORMAIS (WS-VOO-I WS-CAB)
                   TO ENC-REF-NORMAIS (WS-CAB)
               ADD 1 TO WS-CAB
           END-PERFORM.
           MOVE WS-VOO-ESPECIAIS (WS-VOO-I) TO ENC-ESPECIAIS.
           MOVE WS-VOO-ANCILARES (WS-VOO-I) TO ENC-ANCILARES.
           MOVE WS-ENC-REFEICOES TO ENC-REFEICOES.
           MOVE WS-ENC-VALOR TO ENC-VALOR.
           MOVE "P" TO ENC-ESTADO.
           MOVE ZEROES TO ENC-REF-FATURADAS.
           MOVE ZEROES TO ENC-VALOR-FATURADO.
           WRITE ENCCATINPUT-REG
               INVALID KEY
                   DISPLAY "ENCOMENDA DO VOO " WS-VOO-ALVO-NUMERO
                           " DE " WS-VOO-ALVO-DATA " JA EXISTE"
               NOT INVALID KEY
                   ADD 1 TO WS-TOTAL-EMITIDAS
                   ADD WS-ENC-REFEICOES TO WS-TOTAL-REFEICOES
           END-WRITE.

           IF WS-MODO-FECHO
               MOVE WS-VOO-ALVO-NUMERO TO ENC-VOO-NUMERO
               MOVE WS-VOO-ALVO-DATA TO ENC-VOO-DATA
               MOVE "I" TO ENC-VERSAO
               READ ENCCATINPUT
                   NOT INVALID KEY
                       IF ENC-PENDENTE
                           MOVE "S" TO ENC-ESTADO
                           REWRITE ENCCATINPUT-REG
                       END-IF
               END-READ
           END-IF.

      *    UM FICHEIRO POR FORNECEDOR E AEROPORTO, ACUMULADO AO LONGO
      *    DO DIA: catering_<FORNECEDOR>_<AEROPORTO>.txt
       P420-ESCREVER-ENCOMENDA.

           MOVE SPACES TO WS-CAM-ENCOMENDA.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/catering_" DELIMITED BY SIZE
                   WS-VOO-FORNECEDOR (WS-VOO-I) DELIMITED BY SPACE
                   "_" DELIMITED BY SIZE
                   WS-VOO-AEROPORTO (WS-VOO-I) DELIMITED BY SPACE
                   ".txt" DELIMITED BY SIZE
               INTO WS-CAM-ENCOMENDA
           END-STRING.
           OPEN EXTEND ENCOMENDAOUTPUT.
           IF WS-ENCOM-STATUS-NOVO
               CLOSE ENCOMENDAOUTPUT
               OPEN OUTPUT ENCOMENDAOUTPUT
           END-IF.

           MOVE SPACES TO ENCOMENDAOUTPUT-LINHA.
           STRING WS-ENC-TITULO DELIMITED BY "  "
                   " VOO " DELIMITED BY SIZE
                   WS-VOO-ALVO-NUMERO DELIMITED BY SIZE
                   " DE " DELIMITED BY SIZE
                   WS-VOO-ALVO-DATA DELIMITED BY SIZE
                   " PARTIDA " DELIMITED BY SIZE
                   WS-VOO-HORA (WS-VOO-I) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-VOO-NOME (WS-VOO-I) DELIMITED BY SIZE
                   " EMITIDA " DELIMITED BY SIZE
                   WS-DATA-HOJE DELIMITED BY SIZE
               INTO ENCOMENDAOUTPUT-LINHA
           END-STRING.
           WRITE ENCOMENDAOUTPUT-LINHA.

           MOVE 2 TO WS-CAB.
           PERFORM UNTIL WS-CAB < 1
               IF WS-CAB = 2
                   MOVE "EXECUTIVA" TO WS-ENC-CABINE-NOME
               ELSE
                   MOVE "ECONOMICA" TO WS-ENC-CABINE-NOME
               END-IF
               MOVE WS-VOO-ADULTOS (WS-VOO-I WS-CAB) TO WS-ED-QTD
               MOVE WS-VOO-CRIANCAS (WS-VOO-I WS-CAB) TO WS-ED-QTD2
               MOVE WS-VOO-BEBES (WS-VOO-I WS-CAB) TO WS-ED-QTD3
               MOVE WS-VOO-REF-NORMAIS (WS-VOO-I WS-CAB) TO WS-ED-QTD4
               MOVE SPACES TO ENCOMENDAOUTPUT-LINHA
               STRING "  " DELIMITED BY SIZE
                       WS-ENC-CABINE-NOME DELIMITED BY SIZE
                       " ADULTOS " DELIMITED BY SIZE
                       WS-ED-QTD DELIMITED BY SIZE
                       " CRIANCAS " DELIMITED BY SIZE
                       WS-ED-QTD2 DELIMITED BY SIZE
                       " BEBES " DELIMITED BY SIZE
                       WS-ED-QTD3 DELIMITED BY SIZE
                       " REFEICOES NORMAIS " DELIMITED BY SIZE
                       WS-ED-QTD4 DELIMITED BY SIZE
                   INTO ENCOMENDAOUTPUT-LINHA
               END-STRING
               WRITE ENCOMENDAOUTPUT-LINHA
               SUBTRACT 1 FROM WS-CAB
           END-PERFORM.

           MOVE 1 TO WS-COD-I.
           PERFORM UNTIL WS-COD-I > WS-COD-TOTAL
               IF WS-COD-VOO (WS-COD-I) = WS-VOO-I
                   MOVE WS-COD-QTD (WS-COD-I) TO WS-ED-QTD
                   MOVE SPACES TO ENCOMENDAOUTPUT-LINHA
                   IF WS-COD-TIPO (WS-COD-I) = "S"
                       STRING "  REFEICAO ESPECIAL " DELIMITED BY SIZE
                               WS-COD-CODIGO (WS-COD-I)
                                   DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               WS-ED-QTD DELIMITED BY SIZE
                           INTO ENCOMENDAOUTPUT-LINHA
                       END-STRING
                   ELSE
                       STRING "  PRE-ENCOMENDADA   " DELIMITED BY SIZE
                               WS-COD-CODIGO (WS-COD-I)
                                   DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               WS-ED-QTD DELIMITED BY SIZE
                           INTO ENCOMENDAOUTPUT-LINHA
                       END-STRING
                   END-IF
                   WRITE ENCOMENDAOUTPUT-LINHA
               END-IF
               ADD 1 TO WS-COD-I
           END-PERFORM.

           MOVE WS-ENC-REFEICOES TO WS-ED-TOTAL.
           MOVE WS-ENC-VALOR TO WS-ED-VALOR.
           MOVE SPACES TO ENCOMENDAOUTPUT-LINHA.
           STRING "  TOTAL DE REFEICOES " DELIMITED BY SIZE
                   WS-ED-TOTAL DELIMITED BY SIZE
                   " VALOR " DELIMITED BY SIZE
                   WS-ED-VALOR DELIMITED BY SIZE
               INTO ENCOMENDAOUTPUT-LINHA
           END-STRING.
           WRITE ENCOMENDAOUTPUT-LINHA.

           IF WS-MODO-FECHO
               COMPUTE WS-ENC-DIF =
                       WS-ENC-REFEICOES - WS-VOO-REF-INICIAL (WS-VOO-I)
               MOVE WS-ENC-DIF TO WS-ED-DIF
               MOVE SPACES TO ENCOMENDAOUTPUT-LINHA
               STRING "  DIFERENCA FACE A ENCOMENDA INICIAL "
                           DELIMITED BY SIZE
                       WS-ED-DIF DELIMITED BY SIZE
                   INTO ENCOMENDAOUTPUT-LINHA
               END-STRING
               WRITE ENCOMENDAOUTPUT-LINHA
           END-IF.
           CLOSE ENCOMENDAOUTPUT.

           DISPLAY WS-ENC-TITULO " " WS-VOO-ALVO-NUMERO " DE "
                   WS-VOO-ALVO-DATA " " WS-VOO-FORNECEDOR (WS-VOO-I)
                   " " WS-VOO-AEROPORTO (WS-VOO-I) " REFEICOES "
                   WS-ED-TOTAL.

      *    A FATURA MENSAL DO FORNECEDOR TRAZ UMA LINHA POR VOO; CADA
      *    LINHA E CONFRONTADA COM A ENCOMENDA EM VIGOR (A REVISTA SE
      *    EXISTIR, SENAO A INICIAL). O QUE FOI ENCOMENDADO E NAO
      *    FATURADO E LISTADO NO FIM
       P500-RECONCILIAR-FATURA.

           DISPLAY "MES A RECONCILIAR (AAAAMM)".
           ACCEPT WS-MES-PEDIDO.

           OPEN INPUT FATCATINPUT.
           IF NOT WS-FAT-STATUS-OK
               MOVE "FATCATER" TO WS-ERR-L-FICH
               MOVE WS-FICHEIRO-STATUS-FAT TO WS-ERR-L-ESTADO
               PERFORM P095-REGISTAR-ERRO-ABERTURA
               DISPLAY "SEM FATURA DE CATERING (fatcater.txt)"
               CLOSE ENCCATINPUT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT RECCATOUTPUT.

           DISPLAY " ".
           DISPLAY "*** RECONCILIACAO DE FATURAS DE CATERING ***".
           MOVE SPACES TO RECCATOUTPUT-LINHA.
           STRING "RECONCILIACAO DE CATERING - MES " DELIMITED BY SIZE
                   WS-MES-PEDIDO DELIMITED BY SIZE
                   " - " DELIMITED BY SIZE
                   WS-DATA-HOJE DELIMITED BY SIZE
               INTO RECCATOUTPUT-LINHA
           END-STRING.
           WRITE RECCATOUTPUT-LINHA.

           MOVE ZEROES TO WS-FORN-TOTAL.
           SET WS-EXIT-OK TO "N".
           PERFORM UNTIL WS-EXIT-OK = "S"
               READ FATCATINPUT
                   AT END
                       SET WS-EXIT-OK TO "S"
                   NOT AT END
                       ADD 1 TO WS-TOTAL-LINHAS
                       ADD FTC-VALOR TO WS-TOTAL-FATURADO
                       PERFORM P505-MARCAR-FORNECEDOR
                       PERFORM P510-CONFRONTAR-LINHA
               END-READ
           END-PERFORM.
           SET WS-EXIT-OK TO "N".

           PERFORM P550-LISTAR-NAO-FATURADAS.

           CLOSE FATCATINPUT.

           MOVE WS-TOTAL-CONTESTADO TO WS-REC-DIF-VALOR-ED.
           MOVE SPACES TO RECCATOUTPUT-LINHA.
           STRING "LINHAS " DELIMITED BY SIZE
                   WS-TOTAL-LINHAS DELIMITED BY SIZE
                   " CONFEREM " DELIMITED BY SIZE
                   WS-TOTAL-CONFERE DELIMITED BY SIZE
                   " DIVERGEM " DELIMITED BY SIZE
                   WS-TOTAL-DIVERGE DELIMITED BY SIZE
                   " SEM ENCOMENDA " DELIMITED BY SIZE
                   WS-TOTAL-SEM-ENC DELIMITED BY SIZE
                   " DUPLICADAS " DELIMITED BY SIZE
                   WS-TOTAL-DUPLICADO DELIMITED BY SIZE
                   " A CONTESTAR " DELIMITED BY SIZE
                   WS-REC-DIF-VALOR-ED DELIMITED BY SIZE
               INTO RECCATOUTPUT-LINHA
           END-STRING.
           WRITE RECCATOUTPUT-LINHA.
           CLOSE RECCATOUTPUT.

           DISPLAY " ".
           DISPLAY "LINHAS DE FATURA LIDAS: " WS-TOTAL-LINHAS.
           DISPLAY "CONFEREM COM A ENCOMENDA: " WS-TOTAL-CONFERE.
           DISPLAY "COM DIFERENCA DE QUANTIDADE OU VALOR: "
                   WS-TOTAL-DIVERGE.
           DISPLAY "FATURADAS SEM ENCOMENDA: " WS-TOTAL-SEM-ENC.
           DISPLAY "VOOS FATURADOS EM DUPLICADO: " WS-TOTAL-DUPLICADO.
           DISPLAY "LINHAS DE OUTRO MES: " WS-TOTAL-FORA-MES.
           DISPLAY "ENCOMENDAS DO MES POR FATURAR: "
                   WS-TOTAL-NAO-FATURADAS.
           DISPLAY "VALOR A CONTESTAR AO FORNECEDOR: "
                   WS-REC-DIF-VALOR-ED.
           DISPLAY "RELATORIO GRAVADO EM reccater.txt".

           IF WS-TOTAL-DIVERGE > ZEROES
                   OR WS-TOTAL-SEM-ENC > ZEROES
                   OR WS-TOTAL-DUPLICADO > ZEROES
                   OR WS-TOTAL-NAO-FATURADAS > ZEROES
               MOVE 4 TO RETURN-CODE
           END-IF.

       P505-MARCAR-FORNECEDOR.

           MOVE "N" TO WS-FORN-ACHADO.
           MOVE 1 TO WS-FORN-I.
           PERFORM UNTIL WS-FORN-I > WS-FORN-TOTAL
               IF WS-FORN-COD (WS-FORN-I) = FTC-FORNECEDOR
                   MOVE "S" TO WS-FORN-ACHADO
                   MOVE WS-FORN-TOTAL TO WS-FORN-I
               END-IF
               ADD 1 TO WS-FORN-I
           END-PERFORM.
           IF WS-FORN-ACHADO = "N" AND WS-FORN-TOTAL < 20
               ADD 1 TO WS-FORN-TOTAL
               MOVE FTC-FORNECEDOR TO WS-FORN-COD (WS-FORN-TOTAL)
           END-IF.

       P510-CONFRONTAR-LINHA.

           IF FTC-VOO-DATA (1:6) NOT = WS-MES-PEDIDO
               ADD 1 TO WS-TOTAL-FORA-MES
               MOVE ZEROES TO WS-REC-DIF-REF
               MOVE ZEROES TO WS-REC-DIF-VALOR
               MOVE "VOO DE OUTRO MES" TO WS-REC-MOTIVO
               PERFORM P530-ESCREVER-DIFERENCA
           ELSE
               MOVE FTC-VOO-NUMERO TO ENC-VOO-NUMERO
               MOVE FTC-VOO-DATA TO ENC-VOO-DATA
               MOVE "F" TO ENC-VERSAO
               READ ENCCATINPUT
                   INVALID KEY
                       MOVE "I" TO ENC-VERSAO
                       READ ENCCATINPUT
                           INVALID KEY
                               PERFORM P515-SEM-ENCOMENDA
                           NOT INVALID KEY
                               PERFORM P520-COMPARAR-ENCOMENDA
                       END-READ
                   NOT INVALID KEY
                       PERFORM P520-COMPARAR-ENCOMENDA
               END-READ
           END-IF.

       P515-SEM-ENCOMENDA.

           ADD 1 TO WS-TOTAL-SEM-ENC.
           ADD FTC-VALOR TO WS-TOTAL-CONTESTADO.
           MOVE FTC-REFEICOES TO WS-REC-DIF-REF.
           MOVE FTC-VALOR TO WS-REC-DIF-VALOR.
           MOVE "FATURADO SEM ENCOMENDA" TO WS-REC-MOTIVO.
           PERFORM P530-ESCREVER-DIFERENCA.

      *    O VALOR ACEITE E SEMPRE O DA ENCOMENDA (REFEICOES AO PRECO
      *    ACORDADO) - O EXCESSO FATURADO FICA A CONTESTAR
       P520-COMPARAR-ENCOMENDA.

           IF NOT ENC-PENDENTE
               ADD 1 TO WS-TOTAL-DUPLICADO
               ADD FTC-VALOR TO WS-TOTAL-CONTESTADO
               MOVE FTC-REFEICOES TO WS-REC-DIF-REF
               MOVE FTC-VALOR TO WS-REC-DIF-VALOR
               MOVE "VOO JA FATURADO" TO WS-REC-MOTIVO
               PERFORM P530-ESCREVER-DIFERENCA
           ELSE
               MOVE SPACES TO WS-REC-MOTIVO
               COMPUTE WS-REC-DIF-REF = FTC-REFEICOES - ENC-REFEICOES
               COMPUTE WS-REC-DIF-VALOR = FTC-VALOR - ENC-VALOR
               EVALUATE TRUE
                   WHEN FTC-FORNECEDOR NOT = ENC-FORNECEDOR
                       MOVE "FORNECEDOR" TO WS-REC-MOTIVO
                   WHEN WS-REC-DIF-REF NOT = ZEROES
                           AND WS-REC-DIF-VALOR NOT = ZEROES
                       MOVE "QUANTIDADE E VALOR" TO WS-REC-MOTIVO
                   WHEN WS-REC-DIF-REF NOT = ZEROES
                       MOVE "QUANTIDADE" TO WS-REC-MOTIVO
                   WHEN WS-REC-DIF-VALOR NOT = ZEROES
                       MOVE "VALOR" TO WS-REC-MOTIVO
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               MOVE FTC-REFEICOES TO ENC-REF-FATURADAS
               MOVE FTC-VALOR TO ENC-VALOR-FATURADO
               IF WS-REC-MOTIVO = SPACES
                   MOVE "R" TO ENC-ESTADO
                   ADD 1 TO WS-TOTAL-CONFERE
               ELSE
                   MOVE "D" TO ENC-ESTADO
                   ADD 1 TO WS-TOTAL-DIVERGE
                   ADD WS-REC-DIF-VALOR TO WS-TOTAL-CONTESTADO
                   PERFORM P530-ESCREVER-DIFERENCA
               END-IF
               REWRITE ENCCATINPUT-REG
           END-IF.

       P530-ESCREVER-DIFERENCA.

           MOVE WS-REC-DIF-REF TO WS-REC-DIF-REF-ED.
           MOVE WS-REC-DIF-VALOR TO WS-REC-DIF-VALOR-ED.
           DISPLAY FTC-FORNECEDOR " VOO " FTC-VOO-NUMERO " DE "
                   FTC-VOO-DATA " - " WS-REC-MOTIVO " REFEICOES "
                   WS-REC-DIF-REF-ED " VALOR " WS-REC-DIF-VALOR-ED.
           MOVE SPACES TO RECCATOUTPUT-LINHA.
           STRING FTC-FORNECEDOR DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FTC-VOO-NUMERO DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FTC-VOO-DATA DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-REC-MOTIVO DELIMITED BY SIZE
                   " DIF.REF " DELIMITED BY SIZE
                   WS-REC-DIF-REF-ED DELIMITED BY SIZE
                   " DIF.VALOR " DELIMITED BY SIZE
                   WS-REC-DIF-VALOR-ED DELIMITED BY SIZE
               INTO RECCATOUTPUT-LINHA
           END-STRING.
           WRITE RECCATOUTPUT-LINHA.

      *    SO SE LISTAM AS ENCOMENDAS DOS FORNECEDORES PRESENTES NA
      *    FATURA - OS OUTROS FATURAM EM SEPARADO
       P550-LISTAR-NAO-FATURADAS.

           MOVE ZEROES TO WS-TOTAL-NAO-FATURADAS.
           MOVE LOW-VALUES TO ENC-CHAVE.
           SET WS-EXIT-OK TO "N".
           START ENCCATINPUT KEY IS NOT LESS THAN ENC-CHAVE
               INVALID KEY
                   SET WS-EXIT-OK TO "S"
           END-START.
           PERFORM UNTIL WS-EXIT-OK = "S"
               READ ENCCATINPUT NEXT
                   AT END
                       SET WS-EXIT-OK TO "S"
                   NOT AT END
                       IF ENC-PENDENTE
                               AND ENC-VOO-DATA (1:6) = WS-MES-PEDIDO
                           PERFORM P555-AVALIAR-NAO-FATURADA
                       END-IF
               END-READ
           END-PERFORM.
           SET WS-EXIT-OK TO "N".

       P555-AVALIAR-NAO-FATURADA.

           MOVE "N" TO WS-FORN-ACHADO.
           MOVE 1 TO WS-FORN-I.
           PERFORM UNTIL WS-FORN-I > WS-FORN-TOTAL
               IF WS-FORN-COD (WS-FORN-I) = ENC-FORNECEDOR
                   MOVE "S" TO WS-FORN-ACHADO
                   MOVE WS-FORN-TOTAL TO WS-FORN-I
               END-IF
               ADD 1 TO WS-FORN-I
           END-PERFORM.
           IF WS-FORN-ACHADO = "S"
               ADD 1 TO WS-TOTAL-NAO-FATURADAS
               MOVE ENC-VALOR TO WS-ED-VALOR
               MOVE ENC-REFEICOES TO WS-ED-TOTAL
               MOVE SPACES TO RECCATOUTPUT-LINHA
               STRING ENC-FORNECEDOR DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       ENC-VOO-NUMERO DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       ENC-VOO-DATA DELIMITED BY SIZE
                       " ENCOMENDADO NAO FATURADO REFEICOES "
                           DELIMITED BY SIZE
                       WS-ED-TOTAL DELIMITED BY SIZE
                       " VALOR " DELIMITED BY SIZE
                       WS-ED-VALOR DELIMITED BY SIZE
                   INTO RECCATOUTPUT-LINHA
               END-STRING
               WRITE RECCATOUTPUT-LINHA
           END-IF.

       P125-DIAS-NO-MES.

           EVALUATE WS-DATA-MES
               WHEN 1
               WHEN 3
               WHEN 5
               WHEN 7
               WHEN 8
               WHEN 10
               WHEN 12
                   MOVE 31 TO WS-DIAS-NO-MES
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO WS-DIAS-NO-MES
               WHEN 2
                   DIVIDE WS-DATA-ANO BY 4 GIVING WS-DIV-TEMP
                       REMAINDER WS-RESTO-4
                   DIVIDE WS-DATA-ANO BY 100 GIVING WS-DIV-TEMP
                       REMAINDER WS-RESTO-100
                   DIVIDE WS-DATA-ANO BY 400 GIVING WS-DIV-TEMP
                       REMAINDER WS-RESTO-400
                   IF WS-RESTO-4 = 0 AND
                           (WS-RESTO-100 NOT = 0 OR WS-RESTO-400 = 0)
                       MOVE 29 TO WS-DIAS-NO-MES
                   ELSE
                       MOVE 28 TO WS-DIAS-NO-MES
                   END-IF
               WHEN OTHER
                   MOVE ZEROES TO WS-DIAS-NO-MES
           END-EVALUATE.

       P128-DIA-SERIAL.

           COMPUTE WS-DIA-SERIAL = WS-DATA-ANO * 365.
           COMPUTE WS-SER-TEMP = WS-DATA-ANO - 1.
           DIVIDE WS-SER-TEMP BY 4 GIVING WS-SER-DIV.
           ADD WS-SER-DIV TO WS-DIA-SERIAL.
           DIVIDE WS-SER-TEMP BY 100 GIVING WS-SER-DIV.
           SUBTRACT WS-SER-DIV FROM WS-DIA-SERIAL.
           DIVIDE WS-SER-TEMP BY 400 GIVING WS-SER-DIV.
           ADD WS-SER-DIV TO WS-DIA-SERIAL.

           MOVE WS-DATA-MES TO WS-MES-GUARDA.
           MOVE 1 TO WS-MES-AUX.
           PERFORM UNTIL WS-MES-AUX >= WS-MES-GUARDA
               MOVE WS-MES-AUX TO WS-DATA-MES
               PERFORM P125-DIAS-NO-MES
               ADD WS-DIAS-NO-MES TO WS-DIA-SERIAL
               ADD 1 TO WS-MES-AUX
           END-PERFORM.
           MOVE WS-MES-GUARDA TO WS-DATA-MES.

           ADD WS-DATA-DIA TO WS-DIA-SERIAL.

       P090-CARREGAR-AMBIENTE.

           CALL 'amb_util.o' USING WS-AMB-AREA.
           DISPLAY "AMBIENTE ATIVO: " WS-AMB-CODIGO.
           MOVE SPACES TO WS-CAM-ERROS.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/erros.txt" DELIMITED BY SIZE
               INTO WS-CAM-ERROS
           END-STRING.
           MOVE SPACES TO WS-CAM-VOOS.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/project/voos.dat" DELIMITED BY SIZE
               INTO WS-CAM-VOOS
           END-STRING.
           MOVE SPACES TO WS-CAM-RESERVAS.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/project/reservas.dat" DELIMITED BY SIZE
               INTO WS-CAM-RESERVAS
           END-STRING.
           MOVE SPACES TO WS-CAM-PASSAGEIROS.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/passageiros.dat" DELIMITED BY SIZE
               INTO WS-CAM-PASSAGEIROS
           END-STRING.
           MOVE SPACES TO WS-CAM-SSR.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/project/ssr.dat" DELIMITED BY SIZE
               INTO WS-CAM-SSR
           END-STRING.
           MOVE SPACES TO WS-CAM-ANCVENDAS.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/ancvendas.dat" DELIMITED BY SIZE
               INTO WS-CAM-ANCVENDAS
           END-STRING.
           MOVE SPACES TO WS-CAM-ROTAS.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/rotas.dat" DELIMITED BY SIZE
               INTO WS-CAM-ROTAS
           END-STRING.
           MOVE SPACES TO WS-CAM-CONFIG.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/project/config.dat" DELIMITED BY SIZE
               INTO WS-CAM-CONFIG
           END-STRING.
           MOVE SPACES TO WS-CAM-CATERING.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/catering.dat" DELIMITED BY SIZE
               INTO WS-CAM-CATERING
           END-STRING.
           MOVE SPACES TO WS-CAM-ENCCAT.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/project/enccater.dat" DELIMITED BY SIZE
               INTO WS-CAM-ENCCAT
           END-STRING.
           MOVE SPACES TO WS-CAM-FATCAT.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/fatcater.txt" DELIMITED BY SIZE
               INTO WS-CAM-FATCAT
           END-STRING.
           MOVE SPACES TO WS-CAM-RECCAT.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/reccater.txt" DELIMITED BY SIZE
               INTO WS-CAM-RECCAT
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

       END PROGRAM ENCCATER.
