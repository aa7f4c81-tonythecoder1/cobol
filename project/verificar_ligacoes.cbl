       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERIFREF.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT RESERVASINPUT ASSIGN TO
           WS-CAM-RESERVAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RESERVA-ID
           FILE STATUS IS WS-FICHEIRO-STATUS-RESERVA.

       SELECT RESERVASHIST ASSIGN TO
           WS-CAM-RESHIST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RESHIST-ID
           FILE STATUS IS WS-FICHEIRO-STATUS-RHIST.

       SELECT PASSAGEIROSINPUT ASSIGN TO
           WS-CAM-PASSAGEIROS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PAX-ID
           FILE STATUS IS WS-FICHEIRO-STATUS-PAX.

       SELECT ITINERARIOSINPUT ASSIGN TO
           WS-CAM-ITINERARIOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ITIN-ID
           FILE STATUS IS WS-FICHEIRO-STATUS-ITIN.

       SELECT BAGAGENSINPUT ASSIGN TO
           WS-CAM-BAGAGENS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BAG-ETIQUETA
           FILE STATUS IS WS-FICHEIRO-STATUS-BAG.

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

       SELECT PRECOCOMPINPUT ASSIGN TO
           WS-CAM-PRECOCOMP
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PCMP-CHAVE
           FILE STATUS IS WS-FICHEIRO-STATUS-PCMP.

       SELECT LOCALIZADORESINPUT ASSIGN TO
           WS-CAM-LOCALIZADORES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LOC-CODIGO
           FILE STATUS IS WS-FICHEIRO-STATUS-LOC.

       SELECT RESMKTINPUT ASSIGN TO
           WS-CAM-RESMKT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RMK-RESERVA-ID
           FILE STATUS IS WS-FICHEIRO-STATUS-RMK.

       SELECT AGRESINPUT ASSIGN TO
           WS-CAM-AGRES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ARE-RESERVA-ID
           FILE STATUS IS WS-FICHEIRO-STATUS-ARE.

       SELECT UPGRADESINPUT ASSIGN TO
           WS-CAM-UPGRADES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS UPG-ID
           FILE STATUS IS WS-FICHEIRO-STATUS-UPG.

       SELECT RESCANALINPUT ASSIGN TO
           WS-CAM-RESCANAL
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RCN-RESERVA-ID
           FILE STATUS IS WS-FICHEIRO-STATUS-RCN.

       SELECT FIDELIDADEINPUT ASSIGN TO
           WS-CAM-FIDELIDADE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FID-PAX-ID
           FILE STATUS IS WS-FICHEIRO-STATUS-FID.

       SELECT VOUCHERSINPUT ASSIGN TO
           WS-CAM-VOUCHERS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VCH-NUMERO
           FILE STATUS IS WS-FICHEIRO-STATUS-VCH.

       SELECT RECLAMACOESINPUT ASSIGN TO
           WS-CAM-RECLAMACOES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RCL-ID
           FILE STATUS IS WS-FICHEIRO-STATUS-RCL.

       SELECT CONFIGINPUT ASSIGN TO
           WS-CAM-CONFIG
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CFG-CHAVE
           FILE STATUS IS WS-FICHEIRO-STATUS-CFG.

       SELECT INTEGRIDADEOUTPUT ASSIGN TO
           WS-CAM-INTEGRIDADE
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FICHEIRO-STATUS-INT.

       SELECT QUARENTENAOUTPUT ASSIGN TO
           WS-CAM-QUARENTENA
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FICHEIRO-STATUS-QUA.

       SELECT ERROSOUTPUT ASSIGN TO
           WS-CAM-ERROS
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-ERR.

       DATA DIVISION.

       FILE SECTION.

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
               05 RESERVA-PRECO PIC 9(05)V99.
               05 RESERVA-ITIN-ID PIC 9(04).
               05 RESERVA-CHECKIN PIC X(01).
               05 RESERVA-MOEDA PIC X(03).
               05 RESERVA-PRECO-ORIG PIC 9(05)V99.

           FD RESERVASHIST.
           01 RESERVASHIST-REG.
               05 RESHIST-ID PIC 9(04).
               05 RESHIST-NOME PIC X(10).
               05 RESHIST-VOO-CHAVE.
                   10 RESHIST-VOO-NUMERO PIC 9(04).
                   10 RESHIST-VOO-DATA PIC 9(08).
               05 RESHIST-GRUPO-ID PIC 9(04).
               05 RESHIST-EMBARCOU PIC X(01).
               05 RESHIST-LUGAR PIC X(03).
               05 RESHIST-PAX-ID PIC 9(04).
               05 RESHIST-CLASSE PIC X(01).
               05 RESHIST-PRECO PIC 9(05)V99.
               05 RESHIST-ITIN-ID PIC 9(04).
               05 RESHIST-CHECKIN PIC X(01).
               05 RESHIST-MOEDA PIC X(03).
               05 RESHIST-PRECO-ORIG PIC 9(05)V99.

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
               05 PAX-DATA-NASC PIC 9(08).
               05 PAX-UM PIC X(01).

           FD ITINERARIOSINPUT.
           01 ITINERARIOSINPUT-REG.
               05 ITIN-ID PIC 9(04).
               05 ITIN-PAX-ID PIC 9(04).
               05 ITIN-NOME PIC X(10).
               05 ITIN-DATA-CRIACAO PIC 9(08).

           FD BAGAGENSINPUT.
           01 BAGAGENSINPUT-REG.
               05 BAG-ETIQUETA PIC 9(06).
               05 BAG-RESERVA-ID PIC 9(04).
               05 BAG-VOO-CHAVE.
                   10 BAG-VOO-NUMERO PIC 9(04).
                   10 BAG-VOO-DATA PIC 9(08).
               05 BAG-PAX-ID PIC 9(04).
               05 BAG-PESO PIC 9(03).
               05 BAG-ESTADO PIC X(01).
               05 BAG-DATA PIC 9(08).

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

           FD PRECOCOMPINPUT.
           01 PRECOCOMPINPUT-REG.
               05 PCMP-CHAVE.
                   10 PCMP-RESERVA-ID PIC 9(04).
                   10 PCMP-CODIGO PIC X(04).
               05 PCMP-VALOR PIC 9(05)V99.
               05 PCMP-DATA PIC 9(08).

           FD LOCALIZADORESINPUT.
           01 LOCALIZADORESINPUT-REG.
               05 LOC-CODIGO PIC X(06).
               05 LOC-RESERVA-ID PIC 9(04).

           FD RESMKTINPUT.
           01 RESMKTINPUT-REG.
               05 RMK-RESERVA-ID PIC 9(04).
               05 RMK-MKT-NUMERO PIC 9(04).
               05 RMK-PARCEIRO PIC X(10).

           FD AGRESINPUT.
           01 AGRESINPUT-REG.
               05 ARE-RESERVA-ID PIC 9(04).
               05 ARE-AGENCIA PIC X(04).
               05 ARE-DATA PIC 9(08).

           FD UPGRADESINPUT.
           01 UPGRADESINPUT-REG.
               05 UPG-ID PIC 9(04).
               05 UPG-VOO-CHAVE.
                   10 UPG-VOO-NUMERO PIC 9(04).
                   10 UPG-VOO-DATA PIC 9(08).
               05 UPG-RESERVA-ID PIC 9(04).
               05 UPG-DATA PIC 9(08).
               05 UPG-HORA PIC 9(08).
               05 UPG-ESTADO PIC X(01).

           FD RESCANALINPUT.
           01 RESCANALINPUT-REG.
               05 RCN-RESERVA-ID PIC 9(04).
               05 RCN-CANAL PIC X(01).
               05 RCN-PONTO-VENDA PIC X(10).
               05 RCN-DATA PIC 9(08).
               05 RCN-PRECO PIC 9(05)V99.

           FD FIDELIDADEINPUT.
           01 FIDELIDADEINPUT-REG.
               05 FID-PAX-ID PIC 9(04).
               05 FID-PONTOS PIC 9(07).
               05 FID-PONTOS-12M PIC 9(07).
               05 FID-NIVEL PIC X(01).
               05 FID-ULT-ATIV PIC 9(08).

           FD VOUCHERSINPUT.
           01 VOUCHERSINPUT-REG.
               05 VCH-NUMERO PIC 9(04).
               05 VCH-PAX-ID PIC 9(04).
               05 VCH-VALOR PIC 9(06)V99.
               05 VCH-SALDO PIC 9(06)V99.
               05 VCH-MOEDA PIC X(03).
               05 VCH-VALIDADE PIC 9(08).
               05 VCH-ESTADO PIC X(01).

           FD RECLAMACOESINPUT.
           01 RECLAMACOESINPUT-REG.
               05 RCL-ID PIC 9(04).
               05 RCL-PAX-ID PIC 9(04).
               05 RCL-VOO-CHAVE.
                   10 RCL-VOO-NUMERO PIC 9(04).
                   10 RCL-VOO-DATA PIC 9(08).
               05 RCL-CATEGORIA PIC X(02).
               05 RCL-TEXTO PIC X(40).
               05 RCL-ESTADO PIC X(01).
               05 RCL-COMP PIC 9(06)V99.
               05 RCL-DATA PIC 9(08).

           FD CONFIGINPUT.
           01 CONFIGINPUT-REG.
               05 CFG-CHAVE PIC X(02).
               05 CFG-VALOR PIC 9(04).

           FD INTEGRIDADEOUTPUT.
           01 INTEGRIDADEOUTPUT-LINHA PIC X(100).

           FD QUARENTENAOUTPUT.
           01 QUARENTENAOUTPUT-LINHA PIC X(130).

           FD ERROSOUTPUT.
           01 ERROSOUTPUT-LINHA PIC X(85).

       WORKING-STORAGE SECTION.

           01 WS-AMB-AREA.
               05 WS-AMB-CODIGO PIC X(04).
               05 WS-AMB-RAIZ PIC X(60).
           77 WS-CAM-RESERVAS PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/project/reservas.dat".
           77 WS-CAM-RESHIST PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/project/reshist.dat".
           77 WS-CAM-PASSAGEIROS PIC X(80) VALUE
               "/Users/antonyferreira/Documents/Cobol/passageiros.dat".
           77 WS-CAM-ITINERARIOS PIC X(80) VALUE
               "/Users/antonyferreira/Documents/Cobol/itinerarios.dat".
           77 WS-CAM-BAGAGENS PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/project/bagagens.dat".
           77 WS-CAM-SSR PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/project/ssr.dat".
           77 WS-CAM-ANCVENDAS PIC X(80) VALUE
               "/Users/antonyferreira/Documents/Cobol/ancvendas.dat".
           77 WS-CAM-PRECOCOMP PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/project/precocomp.dat"
           .
           77 WS-CAM-LOCALIZADORES PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/project/locadores.dat"
           .
           77 WS-CAM-RESMKT PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/project/resmkt.dat".
           77 WS-CAM-AGRES PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/project/agres.dat".
           77 WS-CAM-UPGRADES PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/project/upgrades.dat".
           77 WS-CAM-RESCANAL PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/project/rescanal.dat".
           77 WS-CAM-FIDELIDADE PIC X(80) VALUE
               "/Users/antonyferreira/Documents/Cobol/fidelidade.dat".
           77 WS-CAM-VOUCHERS PIC X(80) VALUE
               "/Users/antonyferreira/Documents/Cobol/vouchers.dat".
           77 WS-CAM-RECLAMACOES PIC X(80) VALUE
               "/Users/antonyferreira/Documents/Cobol/reclamacoes.dat".
           77 WS-CAM-CONFIG PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/project/config.dat".
           77 WS-CAM-INTEGRIDADE PIC X(80) VALUE
               "/Users/antonyferreira/Documents/Cobol/integridade.txt".
           77 WS-CAM-QUARENTENA PIC X(80) VALUE
               "/Users/antonyferreira/Documents/Cobol/quarentena.txt".
           77 WS-CAM-ERROS PIC X(80) VALUE
               "/Users/antonyferreira/Documents/Cobol/erros.txt".

           01 WS-FICHEIRO-STATUS-RESERVA PIC XX.
               88 WS-RESERVA-STATUS-OK VALUE "00".
           01 WS-FICHEIRO-STATUS-RHIST PIC XX.
               88 WS-RHIST-STATUS-OK VALUE "00".
           01 WS-FICHEIRO-STATUS-PAX PIC XX.
               88 WS-PAX-STATUS-OK VALUE "00".
           01 WS-FICHEIRO-STATUS-ITIN PIC XX.
               88 WS-ITIN-STATUS-OK VALUE "00".
           01 WS-FICHEIRO-STATUS-BAG PIC XX.
               88 WS-BAG-STATUS-OK VALUE "00".
           01 WS-FICHEIRO-STATUS-SSR PIC XX.
               88 WS-SSR-STATUS-OK VALUE "00".
           01 WS-FICHEIRO-STATUS-AVD PIC XX.
               88 WS-AVD-STATUS-OK VALUE "00".
           01 WS-FICHEIRO-STATUS-PCMP PIC XX.
               88 WS-PCMP-STATUS-OK VALUE "00".
           01 WS-FICHEIRO-STATUS-LOC PIC XX.
               88 WS-LOC-STATUS-OK VALUE "00".
           01 WS-FICHEIRO-STATUS-RMK PIC XX.
               88 WS-RMK-STATUS-OK VALUE "00".
           01 WS-FICHEIRO-STATUS-ARE PIC XX.
               88 WS-ARE-STATUS-OK VALUE "00".
           01 WS-FICHEIRO-STATUS-UPG PIC XX.
               88 WS-UPG-STATUS-OK VALUE "00".
           01 WS-FICHEIRO-STATUS-RCN PIC XX.
               88 WS-RCN-STATUS-OK VALUE "00".
           01 WS-FICHEIRO-STATUS-FID PIC XX.
               88 WS-FID-STATUS-OK VALUE "00".
           01 WS-FICHEIRO-STATUS-VCH PIC XX.
               88 WS-VCH-STATUS-OK VALUE "00".
           01 WS-FICHEIRO-STATUS-RCL PIC XX.
               88 WS-RCL-STATUS-OK VALUE "00".
           01 WS-FICHEIRO-STATUS-CFG PIC XX.
               88 WS-CFG-STATUS-OK VALUE "00".
           01 WS-FICHEIRO-STATUS-INT PIC XX.
               88 WS-INT-STATUS-OK VALUE "00".
           01 WS-FICHEIRO-STATUS-QUA PIC XX.
               88 WS-QUA-STATUS-OK VALUE "00".
               88 WS-QUA-STATUS-NOVO VALUE "35".

           01 WS-FS-ERR PIC XX.
               88 WS-FS-ERR-OK VALUE "00".
               88 WS-FS-ERR-NOVO VALUE "35".

           01 WS-ERR-LINHA.
               05 WS-ERR-L-DATA PIC 9(08).
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-ERR-L-HORA PIC 9(08).
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-ERR-L-PROG PIC X(10) VALUE "VERIFREF".
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-ERR-L-FICH PIC X(12) VALUE SPACES.
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-ERR-L-ESTADO PIC X(02) VALUE SPACES.
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-ERR-L-MSG PIC X(40) VALUE
                   "FALHA DE ABERTURA DE FICHEIRO".

      *    IQ = 1 MOVE OS REGISTOS ORFAOS PARA quarentena.txt E APAGA-OS
      *    DO FICHEIRO DE ORIGEM; 0 OU AUSENTE = APENAS RELATORIO
           77 WS-CHAVE-CFG-QUARENTENA PIC X(02) VALUE "IQ".
           77 WS-CFG-QUARENTENA PIC 9(04) VALUE ZEROES.
               88 WS-MODO-QUARENTENA VALUE 1.

           77 WS-EXIT-OK PIC X(01) VALUE "N".
           77 WS-DATA-HOJE PIC 9(08) VALUE ZEROES.
           77 WS-PAX-DISPONIVEL PIC X(01) VALUE "N".
           77 WS-ITIN-DISPONIVEL PIC X(01) VALUE "N".
           77 WS-QUA-ABERTO PIC X(01) VALUE "N".
           77 WS-APAGAR PIC X(01) VALUE "N".
           77 WS-MOVIVEL PIC X(01) VALUE "N".
           77 WS-TOTAL-ORFAOS PIC 9(06) VALUE ZEROES.
           77 WS-TOTAL-MOVIDOS PIC 9(06) VALUE ZEROES.

      *    PRESENCA DE CADA ID (A = ATIVA, H = HISTORICO, S = EXISTE)
           01 WS-TABELA-RESERVAS.
               05 WS-RES-EXISTE PIC X(01) OCCURS 9999 TIMES.
           01 WS-TABELA-PASSAGEIROS.
               05 WS-PAX-EXISTE PIC X(01) OCCURS 9999 TIMES.
           01 WS-TABELA-ITINERARIOS.
               05 WS-ITIN-EXISTE PIC X(01) OCCURS 9999 TIMES.
           01 WS-TABELA-ITIN-USADOS.
               05 WS-ITIN-USADO PIC X(01) OCCURS 9999 TIMES.

           01 WS-TABELA-VERIFICACOES.
               05 FILLER PIC X(12) VALUE "RESERVAS".
               05 FILLER PIC X(12) VALUE "BAGAGENS".
               05 FILLER PIC X(12) VALUE "SSR".
               05 FILLER PIC X(12) VALUE "ANCVENDAS".
               05 FILLER PIC X(12) VALUE "PRECOCOMP".
               05 FILLER PIC X(12) VALUE "LOCALIZADOR".
               05 FILLER PIC X(12) VALUE "RESMKT".
               05 FILLER PIC X(12) VALUE "AGRES".
               05 FILLER PIC X(12) VALUE "UPGRADES".
               05 FILLER PIC X(12) VALUE "RESCANAL".
               05 FILLER PIC X(12) VALUE "ITINERARIOS".
               05 FILLER PIC X(12) VALUE "FIDELIDADE".
               05 FILLER PIC X(12) VALUE "VOUCHERS".
               05 FILLER PIC X(12) VALUE "RECLAMACOES".
           01 FILLER REDEFINES WS-TABELA-VERIFICACOES.
               05 WS-VER-FICHEIRO PIC X(12) OCCURS 14 TIMES.

           01 WS-TABELA-CONTAGENS.
               05 WS-VER-ENT OCCURS 14 TIMES.
                   10 WS-VER-LIDOS PIC 9(06).
                   10 WS-VER-ORFAOS PIC 9(06).
                   10 WS-VER-MOVIDOS PIC 9(06).
                   10 WS-VER-ESTADO PIC X(01).

           77 WS-VER-N PIC 9(02) VALUE ZEROES.
           77 WS-REF-ID PIC 9(04) VALUE ZEROES.
           77 WS-REF-CHAVE PIC X(12) VALUE SPACES.
           77 WS-REF-MOTIVO PIC X(40) VALUE SPACES.
           77 WS-REF-IMAGEM PIC X(100) VALUE SPACES.

           01 WS-INT-LINHA.
               05 WS-INT-FICHEIRO PIC X(12).
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-INT-CHAVE PIC X(12).
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-INT-REF PIC 9(04).
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-INT-MOTIVO PIC X(40).
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-INT-ACAO PIC X(10).

           01 WS-QUA-LINHA.
               05 WS-QUA-DATA PIC 9(08).
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-QUA-FICHEIRO PIC X(12).
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-QUA-CHAVE PIC X(12).
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-QUA-IMAGEM PIC X(95).

           01 WS-RES-LINHA.
               05 WS-RES-FICHEIRO PIC X(12).
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-RES-LIDOS PIC ZZZZZ9.
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-RES-ORFAOS PIC ZZZZZ9.
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-RES-MOVIDOS PIC ZZZZZ9.
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-RES-NOTA PIC X(30).

       LINKAGE SECTION.

           01 LK-COM-AREA.
               03 LK-MENSAGEM  PIC X(20).

       PROCEDURE DIVISION USING LK-COM-AREA.

       MAIN-PROCEDURE.

           PERFORM P090-CARREGAR-AMBIENTE.
           PERFORM P100-LER-CONFIG.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE ALL SPACES TO WS-TABELA-RESERVAS WS-TABELA-PASSAGEIROS
                              WS-TABELA-ITINERARIOS
                              WS-TABELA-ITIN-USADOS.
           INITIALIZE WS-TABELA-CONTAGENS.
           MOVE ZEROES TO WS-TOTAL-ORFAOS WS-TOTAL-MOVIDOS.

           OPEN INPUT RESERVASINPUT.
           IF NOT WS-RESERVA-STATUS-OK
               MOVE "RESERVAS" TO WS-ERR-L-FICH
               MOVE WS-FICHEIRO-STATUS-RESERVA TO WS-ERR-L-ESTADO
               PERFORM P095-REGISTAR-ERRO-ABERTURA
               DISPLAY "FICHEIRO DE RESERVAS INDISPONIVEL - "
                       "VERIFICACAO NAO EFETUADA"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           CLOSE RESERVASINPUT.

           OPEN OUTPUT INTEGRIDADEOUTPUT.
           IF NOT WS-INT-STATUS-OK
               MOVE "INTEGRIDADE" TO WS-ERR-L-FICH
               MOVE WS-FICHEIRO-STATUS-INT TO WS-ERR-L-ESTADO
               PERFORM P095-REGISTAR-ERRO-ABERTURA
               DISPLAY "NAO FOI POSSIVEL CRIAR O RELATORIO "
                       "integridade.txt"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           IF WS-MODO-QUARENTENA
               OPEN EXTEND QUARENTENAOUTPUT
               IF WS-QUA-STATUS-NOVO
                   CLOSE QUARENTENAOUTPUT
                   OPEN OUTPUT QUARENTENAOUTPUT
               END-IF
               IF WS-QUA-STATUS-OK
                   MOVE "S" TO WS-QUA-ABERTO
               ELSE
                   MOVE "QUARENTENA" TO WS-ERR-L-FICH
                   MOVE WS-FICHEIRO-STATUS-QUA TO WS-ERR-L-ESTADO
                   PERFORM P095-REGISTAR-ERRO-ABERTURA
                   DISPLAY "QUARENTENA INDISPONIVEL - APENAS RELATORIO"
               END-IF
           END-IF.

           MOVE SPACES TO INTEGRIDADEOUTPUT-LINHA.
           STRING "*** INTEGRIDADE DE REFERENCIAS EM " DELIMITED BY SIZE
                   WS-DATA-HOJE DELIMITED BY SIZE
                   " ***" DELIMITED BY SIZE
               INTO INTEGRIDADEOUTPUT-LINHA
           END-STRING.
           WRITE INTEGRIDADEOUTPUT-LINHA.
           IF WS-QUA-ABERTO = "S"
               MOVE "MODO QUARENTENA: ORFAOS MOVIDOS PARA "
                   TO INTEGRIDADEOUTPUT-LINHA
               MOVE "quarentena.txt" TO INTEGRIDADEOUTPUT-LINHA (38:14)
           ELSE
               MOVE "MODO RELATORIO: NENHUM REGISTO ALTERADO"
                   TO INTEGRIDADEOUTPUT-LINHA
           END-IF.
           WRITE INTEGRIDADEOUTPUT-LINHA.
           MOVE SPACES TO INTEGRIDADEOUTPUT-LINHA.
           WRITE INTEGRIDADEOUTPUT-LINHA.
           MOVE "FICHEIRO     CHAVE        REF  MOTIVO" TO
               INTEGRIDADEOUTPUT-LINHA.
           MOVE "ACAO" TO INTEGRIDADEOUTPUT-LINHA (74:4).
           WRITE INTEGRIDADEOUTPUT-LINHA.

           PERFORM P200-CARREGAR-PASSAGEIROS.
           PERFORM P210-CARREGAR-ITINERARIOS.
           PERFORM P220-VERIFICAR-RESERVAS.
           PERFORM P230-CARREGAR-HISTORICO.

           PERFORM P300-VERIFICAR-BAGAGENS.
           PERFORM P310-VERIFICAR-SSR.
           PERFORM P320-VERIFICAR-ANCILARES.
           PERFORM P330-VERIFICAR-PRECOCOMP.
           PERFORM P340-VERIFICAR-LOCALIZADORES.
           PERFORM P350-VERIFICAR-RESMKT.
           PERFORM P360-VERIFICAR-AGRES.
           PERFORM P370-VERIFICAR-UPGRADES.
           PERFORM P380-VERIFICAR-RESCANAL.
           PERFORM P400-VERIFICAR-ITINERARIOS.

           PERFORM P500-VERIFICAR-FIDELIDADE.
           PERFORM P510-VERIFICAR-VOUCHERS.
           PERFORM P520-VERIFICAR-RECLAMACOES.

           PERFORM P800-RESUMO.

           CLOSE INTEGRIDADEOUTPUT.
           IF WS-QUA-ABERTO = "S"
               CLOSE QUARENTENAOUTPUT
           END-IF.

           DISPLAY " ".
           DISPLAY "*** INTEGRIDADE DE REFERENCIAS ***".
           DISPLAY "REFERENCIAS ORFAS ENCONTRADAS: " WS-TOTAL-ORFAOS.
           DISPLAY "REGISTOS MOVIDOS PARA QUARENTENA: "
                   WS-TOTAL-MOVIDOS.
           DISPLAY "RELATORIO EM integridade.txt".

           GOBACK.

       P100-LER-CONFIG.

           MOVE ZEROES TO WS-CFG-QUARENTENA.
           OPEN INPUT CONFIGINPUT.
           IF WS-CFG-STATUS-OK
               MOVE WS-CHAVE-CFG-QUARENTENA TO CFG-CHAVE
               READ CONFIGINPUT
                   INVALID KEY
                       MOVE ZEROES TO WS-CFG-QUARENTENA
                   NOT INVALID KEY
                       MOVE CFG-VALOR TO WS-CFG-QUARENTENA
               END-READ
               CLOSE CONFIGINPUT
           END-IF.

      *    TABELAS DE PRESENCA: PASSAGEIROS, ITINERARIOS, RESERVAS
       P200-CARREGAR-PASSAGEIROS.

           OPEN INPUT PASSAGEIROSINPUT.
           IF NOT WS-PAX-STATUS-OK
               DISPLAY "SEM FICHEIRO DE PASSAGEIROS - LIGACOES A "
                       "PASSAGEIROS NAO VERIFICADAS"
           ELSE
               MOVE "S" TO WS-PAX-DISPONIVEL
               SET WS-EXIT-OK TO "N"
               PERFORM UNTIL WS-EXIT-OK = "S"
                   READ PASSAGEIROSINPUT NEXT
                       AT END
                           SET WS-EXIT-OK TO "S"
                       NOT AT END
                           IF PAX-ID > ZEROES
                               MOVE "S" TO WS-PAX-EXISTE (PAX-ID)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PASSAGEIROSINPUT
           END-IF.

       P210-CARREGAR-ITINERARIOS.

           OPEN INPUT ITINERARIOSINPUT.
           IF WS-ITIN-STATUS-OK
               MOVE "S" TO WS-ITIN-DISPONIVEL
               SET WS-EXIT-OK TO "N"
               PERFORM UNTIL WS-EXIT-OK = "S"
                   READ ITINERARIOSINPUT NEXT
                       AT END
                           SET WS-EXIT-OK TO "S"
                       NOT AT END
                           IF ITIN-ID > ZEROES
                               MOVE "S" TO WS-ITIN-EXISTE (ITIN-ID)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ITINERARIOSINPUT
           END-IF.

      *    AS RESERVAS ATIVAS NUNCA VAO PARA QUARENTENA - SO RELATORIO
       P220-VERIFICAR-RESERVAS.

           MOVE 1 TO WS-VER-N.
           MOVE "S" TO WS-VER-ESTADO (WS-VER-N).
           MOVE "N" TO WS-MOVIVEL.
           OPEN INPUT RESERVASINPUT.
           SET WS-EXIT-OK TO "N".
           PERFORM UNTIL WS-EXIT-OK = "S"
               READ RESERVASINPUT NEXT
                   AT END
                       SET WS-EXIT-OK TO "S"
                   NOT AT END
                       ADD 1 TO WS-VER-LIDOS (WS-VER-N)
                       IF RESERVA-ID > ZEROES
                           MOVE "A" TO WS-RES-EXISTE (RESERVA-ID)
                       END-IF
                       MOVE SPACES TO WS-REF-CHAVE
                       MOVE RESERVA-ID TO WS-REF-CHAVE
                       IF RESERVA-ITIN-ID > ZEROES
                           MOVE "S" TO WS-ITIN-USADO (RESERVA-ITIN-ID)
                           IF WS-ITIN-DISPONIVEL = "S" AND
                              WS-ITIN-EXISTE (RESERVA-ITIN-ID) = SPACE
                               MOVE RESERVA-ITIN-ID TO WS-REF-ID
                               MOVE "ITINERARIO INEXISTENTE"
                                   TO WS-REF-MOTIVO
                               PERFORM P900-REGISTAR-ORFAO
                           END-IF
                       END-IF
                       IF RESERVA-PAX-ID > ZEROES
                          AND WS-PAX-DISPONIVEL = "S"
                          AND WS-PAX-EXISTE (RESERVA-PAX-ID) = SPACE
                           MOVE RESERVA-PAX-ID TO WS-REF-ID
                           MOVE "PASSAGEIRO INEXISTENTE"
                               TO WS-REF-MOTIVO
                           PERFORM P900-REGISTAR-ORFAO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RESERVASINPUT.

      *    RESERVAS ARQUIVADAS PELO ARQVOOS CONTINUAM A SER REFERENCIAS
      *    VALIDAS PARA OS FICHEIROS DEPENDENTES
       P230-CARREGAR-HISTORICO.

           OPEN INPUT RESERVASHIST.
           IF WS-RHIST-STATUS-OK
               SET WS-EXIT-OK TO "N"
               PERFORM UNTIL WS-EXIT-OK = "S"
                   READ RESERVASHIST NEXT
                       AT END
                           SET WS-EXIT-OK TO "S"
                       NOT AT END
                           IF RESHIST-ID > ZEROES
                              AND WS-RES-EXISTE (RESHIST-ID) = SPACE
                               MOVE "H" TO WS-RES-EXISTE (RESHIST-ID)
                           END-IF
                           IF RESHIST-ITIN-ID > ZEROES
                               MOVE "S"
                                   TO WS-ITIN-USADO (RESHIST-ITIN-ID)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RESERVASHIST
           END-IF.

      *    FICHEIROS QUE APONTAM PARA RESERVA-ID
       P300-VERIFICAR-BAGAGENS.

           MOVE 2 TO WS-VER-N.
           OPEN I-O BAGAGENSINPUT.
           IF NOT WS-BAG-STATUS-OK
               MOVE "N" TO WS-VER-ESTADO (WS-VER-N)
           ELSE
               MOVE "S" TO WS-VER-ESTADO (WS-VER-N)
               SET WS-EXIT-OK TO "N"
               PERFORM UNTIL WS-EXIT-OK = "S"
                   READ BAGAGENSINPUT NEXT
                       AT END
                           SET WS-EXIT-OK TO "S"
                       NOT AT END
                           ADD 1 TO WS-VER-LIDOS (WS-VER-N)
                           MOVE SPACES TO WS-REF-CHAVE
                           MOVE BAG-ETIQUETA TO WS-REF-CHAVE
                           MOVE BAG-RESERVA-ID TO WS-REF-ID
                           MOVE BAGAGENSINPUT-REG TO WS-REF-IMAGEM
                           PERFORM P910-VERIFICAR-RESERVA
                           IF WS-APAGAR = "S"
                               DELETE BAGAGENSINPUT
                               PERFORM P920-CONTAR-MOVIDO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BAGAGENSINPUT
           END-IF.

       P310-VERIFICAR-SSR.

           MOVE 3 TO WS-VER-N.
           OPEN I-O SSRINPUT.
           IF NOT WS-SSR-STATUS-OK
               MOVE "N" TO WS-VER-ESTADO (WS-VER-N)
           ELSE
               MOVE "S" TO WS-VER-ESTADO (WS-VER-N)
               SET WS-EXIT-OK TO "N"
               PERFORM UNTIL WS-EXIT-OK = "S"
                   READ SSRINPUT NEXT
                       AT END
                           SET WS-EXIT-OK TO "S"
                       NOT AT END
                           ADD 1 TO WS-VER-LIDOS (WS-VER-N)
                           MOVE SPACES TO WS-REF-CHAVE
                           MOVE SSR-ID TO WS-REF-CHAVE
                           MOVE SSR-RESERVA-ID TO WS-REF-ID
                           MOVE SSRINPUT-REG TO WS-REF-IMAGEM
                           PERFORM P910-VERIFICAR-RESERVA
                           IF WS-APAGAR = "S"
                               DELETE SSRINPUT
                               PERFORM P920-CONTAR-MOVIDO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SSRINPUT
           END-IF.

       P320-VERIFICAR-ANCILARES.

           MOVE 4 TO WS-VER-N.
           OPEN I-O ANCVENDASINPUT.
           IF NOT WS-AVD-STATUS-OK
               MOVE "N" TO WS-VER-ESTADO (WS-VER-N)
           ELSE
               MOVE "S" TO WS-VER-ESTADO (WS-VER-N)
               SET WS-EXIT-OK TO "N"
               PERFORM UNTIL WS-EXIT-OK = "S"
                   READ ANCVENDASINPUT NEXT
                       AT END
                           SET WS-EXIT-OK TO "S"
                       NOT AT END
                           ADD 1 TO WS-VER-LIDOS (WS-VER-N)
                           MOVE SPACES TO WS-REF-CHAVE
                           MOVE AVD-ID TO WS-REF-CHAVE
                           MOVE AVD-RESERVA-ID TO WS-REF-ID
                           MOVE ANCVENDASINPUT-REG TO WS-REF-IMAGEM
                           PERFORM P910-VERIFICAR-RESERVA
                           IF WS-APAGAR = "S"
                               DELETE ANCVENDASINPUT
                               PERFORM P920-CONTAR-MOVIDO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ANCVENDASINPUT
           END-IF.

       P330-VERIFICAR-PRECOCOMP.

           MOVE 5 TO WS-VER-N.
           OPEN I-O PRECOCOMPINPUT.
           IF NOT WS-PCMP-STATUS-OK
               MOVE "N" TO WS-VER-ESTADO (WS-VER-N)
           ELSE
               MOVE "S" TO WS-VER-ESTADO (WS-VER-N)
               SET WS-EXIT-OK TO "N"
               PERFORM UNTIL WS-EXIT-OK = "S"
                   READ PRECOCOMPINPUT NEXT
                       AT END
                           SET WS-EXIT-OK TO "S"
                       NOT AT END
                           ADD 1 TO WS-VER-LIDOS (WS-VER-N)
                           MOVE PCMP-CHAVE TO WS-REF-CHAVE
                           MOVE PCMP-RESERVA-ID TO WS-REF-ID
                           MOVE PRECOCOMPINPUT-REG TO WS-REF-IMAGEM
                           PERFORM P910-VERIFICAR-RESERVA
                           IF WS-APAGAR = "S"
                               DELETE PRECOCOMPINPUT
                               PERFORM P920-CONTAR-MOVIDO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRECOCOMPINPUT
           END-IF.

       P340-VERIFICAR-LOCALIZADORES.

           MOVE 6 TO WS-VER-N.
           OPEN I-O LOCALIZADORESINPUT.
           IF NOT WS-LOC-STATUS-OK
               MOVE "N" TO WS-VER-ESTADO (WS-VER-N)
           ELSE
               MOVE "S" TO WS-VER-ESTADO (WS-VER-N)
               SET WS-EXIT-OK TO "N"
               PERFORM UNTIL WS-EXIT-OK = "S"
                   READ LOCALIZADORESINPUT NEXT
                       AT END
                           SET WS-EXIT-OK TO "S"
                       NOT AT END
                           ADD 1 TO WS-VER-LIDOS (WS-VER-N)
                           MOVE LOC-CODIGO TO WS-REF-CHAVE
                           MOVE LOC-RESERVA-ID TO WS-REF-ID
                           MOVE LOCALIZADORESINPUT-REG
                               TO WS-REF-IMAGEM
                           PERFORM P910-VERIFICAR-RESERVA
                           IF WS-APAGAR = "S"
                               DELETE LOCALIZADORESINPUT
                               PERFORM P920-CONTAR-MOVIDO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOCALIZADORESINPUT
           END-IF.

       P350-VERIFICAR-RESMKT.

           MOVE 7 TO WS-VER-N.
           OPEN I-O RESMKTINPUT.
           IF NOT WS-RMK-STATUS-OK
               MOVE "N" TO WS-VER-ESTADO (WS-VER-N)
           ELSE
               MOVE "S" TO WS-VER-ESTADO (WS-VER-N)
               SET WS-EXIT-OK TO "N"
               PERFORM UNTIL WS-EXIT-OK = "S"
                   READ RESMKTINPUT NEXT
                       AT END
                           SET WS-EXIT-OK TO "S"
                       NOT AT END
                           ADD 1 TO WS-VER-LIDOS (WS-VER-N)
                           MOVE SPACES TO WS-REF-CHAVE
                           MOVE RMK-RESERVA-ID TO WS-REF-CHAVE
                           MOVE RMK-RESERVA-ID TO WS-REF-ID
                           MOVE RESMKTINPUT-REG TO WS-REF-IMAGEM
                           PERFORM P910-VERIFICAR-RESERVA
                           IF WS-APAGAR = "S"
                               DELETE RESMKTINPUT
                               PERFORM P920-CONTAR-MOVIDO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RESMKTINPUT
           END-IF.

       P360-VERIFICAR-AGRES.

           MOVE 8 TO WS-VER-N.
           OPEN I-O AGRESINPUT.
           IF NOT WS-ARE-STATUS-OK
               MOVE "N" TO WS-VER-ESTADO (WS-VER-N)
           ELSE
               MOVE "S" TO WS-VER-ESTADO (WS-VER-N)
               SET WS-EXIT-OK TO "N"
               PERFORM UNTIL WS-EXIT-OK = "S"
                   READ AGRESINPUT NEXT
                       AT END
                           SET WS-EXIT-OK TO "S"
                       NOT AT END
                           ADD 1 TO WS-VER-LIDOS (WS-VER-N)
                           MOVE SPACES TO WS-REF-CHAVE
                           MOVE ARE-RESERVA-ID TO WS-REF-CHAVE
                           MOVE ARE-RESERVA-ID TO WS-REF-ID
                           MOVE AGRESINPUT-REG TO WS-REF-IMAGEM
                           PERFORM P910-VERIFICAR-RESERVA
                           IF WS-APAGAR = "S"
                               DELETE AGRESINPUT
                               PERFORM P920-CONTAR-MOVIDO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AGRESINPUT
           END-IF.

       P370-VERIFICAR-UPGRADES.

           MOVE 9 TO WS-VER-N.
           OPEN I-O UPGRADESINPUT.
           IF NOT WS-UPG-STATUS-OK
               MOVE "N" TO WS-VER-ESTADO (WS-VER-N)
           ELSE
               MOVE "S" TO WS-VER-ESTADO (WS-VER-N)
               SET WS-EXIT-OK TO "N"
               PERFORM UNTIL WS-EXIT-OK = "S"
                   READ UPGRADESINPUT NEXT
                       AT END
                           SET WS-EXIT-OK TO "S"
                       NOT AT END
                           ADD 1 TO WS-VER-LIDOS (WS-VER-N)
                           MOVE SPACES TO WS-REF-CHAVE
                           MOVE UPG-ID TO WS-REF-CHAVE
                           MOVE UPG-RESERVA-ID TO WS-REF-ID
                           MOVE UPGRADESINPUT-REG TO WS-REF-IMAGEM
                           PERFORM P910-VERIFICAR-RESERVA
                           IF WS-APAGAR = "S"
                               DELETE UPGRADESINPUT
                               PERFORM P920-CONTAR-MOVIDO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE UPGRADESINPUT
           END-IF.

       P380-VERIFICAR-RESCANAL.

           MOVE 10 TO WS-VER-N.
           OPEN I-O RESCANALINPUT.
           IF NOT WS-RCN-STATUS-OK
               MOVE "N" TO WS-VER-ESTADO (WS-VER-N)
           ELSE
               MOVE "S" TO WS-VER-ESTADO (WS-VER-N)
               SET WS-EXIT-OK TO "N"
               PERFORM UNTIL WS-EXIT-OK = "S"
                   READ RESCANALINPUT NEXT
                       AT END
                           SET WS-EXIT-OK TO "S"
                       NOT AT END
                           ADD 1 TO WS-VER-LIDOS (WS-VER-N)
                           MOVE SPACES TO WS-REF-CHAVE
                           MOVE RCN-RESERVA-ID TO WS-REF-CHAVE
                           MOVE RCN-RESERVA-ID TO WS-REF-ID
                           MOVE RESCANALINPUT-REG TO WS-REF-IMAGEM
                           PERFORM P910-VERIFICAR-RESERVA
                           IF WS-APAGAR = "S"
                               DELETE RESCANALINPUT
                               PERFORM P920-CONTAR-MOVIDO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RESCANALINPUT
           END-IF.

      *    ITINERARIO SEM NENHUMA PERNA (ATIVA OU ARQUIVADA) E ORFAO;
      *    COM PERNAS MAS SEM PASSAGEIRO SO E REPORTADO
       P400-VERIFICAR-ITINERARIOS.

           MOVE 11 TO WS-VER-N.
           OPEN I-O ITINERARIOSINPUT.
           IF NOT WS-ITIN-STATUS-OK
               MOVE "N" TO WS-VER-ESTADO (WS-VER-N)
           ELSE
               MOVE "S" TO WS-VER-ESTADO (WS-VER-N)
               SET WS-EXIT-OK TO "N"
               PERFORM UNTIL WS-EXIT-OK = "S"
                   READ ITINERARIOSINPUT NEXT
                       AT END
                           SET WS-EXIT-OK TO "S"
                       NOT AT END
                           ADD 1 TO WS-VER-LIDOS (WS-VER-N)
                           PERFORM P410-VERIFICAR-UM-ITINERARIO
                   END-READ
               END-PERFORM
               CLOSE ITINERARIOSINPUT
           END-IF.

       P410-VERIFICAR-UM-ITINERARIO.

           MOVE "N" TO WS-APAGAR.
           MOVE SPACES TO WS-REF-CHAVE.
           MOVE ITIN-ID TO WS-REF-CHAVE.
           MOVE ITINERARIOSINPUT-REG TO WS-REF-IMAGEM.
           MOVE "S" TO WS-MOVIVEL.
           IF ITIN-ID > ZEROES
               IF WS-ITIN-USADO (ITIN-ID) = "S"
                   MOVE "N" TO WS-MOVIVEL
               END-IF
           END-IF.
           IF WS-MOVIVEL = "S"
               MOVE ITIN-ID TO WS-REF-ID
               MOVE "ITINERARIO SEM NENHUMA RESERVA"
                   TO WS-REF-MOTIVO
               PERFORM P900-REGISTAR-ORFAO
               IF WS-APAGAR = "S"
                   DELETE ITINERARIOSINPUT
                   PERFORM P920-CONTAR-MOVIDO
               END-IF
           ELSE
               IF ITIN-PAX-ID > ZEROES
                  AND WS-PAX-DISPONIVEL = "S"
                  AND WS-PAX-EXISTE (ITIN-PAX-ID) = SPACE
                   MOVE ITIN-PAX-ID TO WS-REF-ID
                   MOVE "PASSAGEIRO INEXISTENTE" TO WS-REF-MOTIVO
                   PERFORM P900-REGISTAR-ORFAO
               END-IF
           END-IF.

      *    FICHEIROS QUE APONTAM PARA PAX-ID
       P500-VERIFICAR-FIDELIDADE.

           MOVE 12 TO WS-VER-N.
           IF WS-PAX-DISPONIVEL = "N"
               MOVE "N" TO WS-VER-ESTADO (WS-VER-N)
           ELSE
               OPEN I-O FIDELIDADEINPUT
               IF NOT WS-FID-STATUS-OK
                   MOVE "N" TO WS-VER-ESTADO (WS-VER-N)
               ELSE
                   MOVE "S" TO WS-VER-ESTADO (WS-VER-N)
                   SET WS-EXIT-OK TO "N"
                   PERFORM UNTIL WS-EXIT-OK = "S"
                       READ FIDELIDADEINPUT NEXT
                           AT END
                               SET WS-EXIT-OK TO "S"
                           NOT AT END
                               ADD 1 TO WS-VER-LIDOS (WS-VER-N)
                               MOVE SPACES TO WS-REF-CHAVE
                               MOVE FID-PAX-ID TO WS-REF-CHAVE
                               MOVE FID-PAX-ID TO WS-REF-ID
                               MOVE FIDELIDADEINPUT-REG
                                   TO WS-REF-IMAGEM
                               PERFORM P930-VERIFICAR-PASSAGEIRO
                               IF WS-APAGAR = "S"
                                   DELETE FIDELIDADEINPUT
                                   PERFORM P920-CONTAR-MOVIDO
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE FIDELIDADEINPUT
               END-IF
           END-IF.

      *    VOUCHERS E RECLAMACOES SEM PASSAGEIRO (PAX-ID ZERO) SAO
      *    VALIDOS - SO SE VERIFICA O ID QUANDO PREENCHIDO
       P510-VERIFICAR-VOUCHERS.

           MOVE 13 TO WS-VER-N.
           IF WS-PAX-DISPONIVEL = "N"
               MOVE "N" TO WS-VER-ESTADO (WS-VER-N)
           ELSE
               OPEN I-O VOUCHERSINPUT
               IF NOT WS-VCH-STATUS-OK
                   MOVE "N" TO WS-VER-ESTADO (WS-VER-N)
               ELSE
                   MOVE "S" TO WS-VER-ESTADO (WS-VER-N)
                   SET WS-EXIT-OK TO "N"
                   PERFORM UNTIL WS-EXIT-OK = "S"
                       READ VOUCHERSINPUT NEXT
                           AT END
                               SET WS-EXIT-OK TO "S"
                           NOT AT END
                               ADD 1 TO WS-VER-LIDOS (WS-VER-N)
                               MOVE "N" TO WS-APAGAR
                               IF VCH-PAX-ID > ZEROES
                                   MOVE SPACES TO WS-REF-CHAVE
                                   MOVE VCH-NUMERO TO WS-REF-CHAVE
                                   MOVE VCH-PAX-ID TO WS-REF-ID
                                   MOVE VOUCHERSINPUT-REG
                                       TO WS-REF-IMAGEM
                                   PERFORM P930-VERIFICAR-PASSAGEIRO
                               END-IF
                               IF WS-APAGAR = "S"
                                   DELETE VOUCHERSINPUT
                                   PERFORM P920-CONTAR-MOVIDO
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE VOUCHERSINPUT
               END-IF
           END-IF.

       P520-VERIFICAR-RECLAMACOES.

           MOVE 14 TO WS-VER-N.
           IF WS-PAX-DISPONIVEL = "N"
               MOVE "N" TO WS-VER-ESTADO (WS-VER-N)
           ELSE
               OPEN I-O RECLAMACOESINPUT
               IF NOT WS-RCL-STATUS-OK
                   MOVE "N" TO WS-VER-ESTADO (WS-VER-N)
               ELSE
                   MOVE "S" TO WS-VER-ESTADO (WS-VER-N)
                   SET WS-EXIT-OK TO "N"
                   PERFORM UNTIL WS-EXIT-OK = "S"
                       READ RECLAMACOESINPUT NEXT
                           AT END
                               SET WS-EXIT-OK TO "S"
                           NOT AT END
                               ADD 1 TO WS-VER-LIDOS (WS-VER-N)
                               MOVE "N" TO WS-APAGAR
                               IF RCL-PAX-ID > ZEROES
                                   MOVE SPACES TO WS-REF-CHAVE
                                   MOVE RCL-ID TO WS-REF-CHAVE
                                   MOVE RCL-PAX-ID TO WS-REF-ID
                                   MOVE RECLAMACOESINPUT-REG
                                       TO WS-REF-IMAGEM
                                   PERFORM P930-VERIFICAR-PASSAGEIRO
                               END-IF
                               IF WS-APAGAR = "S"
                                   DELETE RECLAMACOESINPUT
                                   PERFORM P920-CONTAR-MOVIDO
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE RECLAMACOESINPUT
               END-IF
           END-IF.

       P800-RESUMO.

           MOVE SPACES TO INTEGRIDADEOUTPUT-LINHA.
           WRITE INTEGRIDADEOUTPUT-LINHA.
           MOVE "RESUMO       LIDOS ORFAOS MOVID." TO
               INTEGRIDADEOUTPUT-LINHA.
           WRITE INTEGRIDADEOUTPUT-LINHA.
           MOVE 1 TO WS-VER-N.
           PERFORM UNTIL WS-VER-N > 14
               MOVE SPACES TO WS-RES-LINHA
               MOVE WS-VER-FICHEIRO (WS-VER-N) TO WS-RES-FICHEIRO
               MOVE WS-VER-LIDOS (WS-VER-N) TO WS-RES-LIDOS
               MOVE WS-VER-ORFAOS (WS-VER-N) TO WS-RES-ORFAOS
               MOVE WS-VER-MOVIDOS (WS-VER-N) TO WS-RES-MOVIDOS
               IF WS-VER-ESTADO (WS-VER-N) NOT = "S"
                   MOVE "FICHEIRO INDISPONIVEL" TO WS-RES-NOTA
               END-IF
               MOVE WS-RES-LINHA TO INTEGRIDADEOUTPUT-LINHA
               WRITE INTEGRIDADEOUTPUT-LINHA
               ADD 1 TO WS-VER-N
           END-PERFORM.
           MOVE SPACES TO INTEGRIDADEOUTPUT-LINHA.
           STRING "TOTAL DE REFERENCIAS ORFAS: " DELIMITED BY SIZE
                   WS-TOTAL-ORFAOS DELIMITED BY SIZE
                   " MOVIDAS PARA QUARENTENA: " DELIMITED BY SIZE
                   WS-TOTAL-MOVIDOS DELIMITED BY SIZE
               INTO INTEGRIDADEOUTPUT-LINHA
           END-STRING.
           WRITE INTEGRIDADEOUTPUT-LINHA.

       P900-REGISTAR-ORFAO.

           ADD 1 TO WS-VER-ORFAOS (WS-VER-N).
           ADD 1 TO WS-TOTAL-ORFAOS.
           MOVE SPACES TO WS-INT-ACAO.
           IF WS-QUA-ABERTO = "S" AND WS-MOVIVEL = "S"
               MOVE WS-DATA-HOJE TO WS-QUA-DATA
               MOVE WS-VER-FICHEIRO (WS-VER-N) TO WS-QUA-FICHEIRO
               MOVE WS-REF-CHAVE TO WS-QUA-CHAVE
               MOVE WS-REF-IMAGEM TO WS-QUA-IMAGEM
               MOVE WS-QUA-LINHA TO QUARENTENAOUTPUT-LINHA
               WRITE QUARENTENAOUTPUT-LINHA
               MOVE "S" TO WS-APAGAR
               MOVE "QUARENTENA" TO WS-INT-ACAO
           END-IF.
           MOVE WS-VER-FICHEIRO (WS-VER-N) TO WS-INT-FICHEIRO.
           MOVE WS-REF-CHAVE TO WS-INT-CHAVE.
           MOVE WS-REF-ID TO WS-INT-REF.
           MOVE WS-REF-MOTIVO TO WS-INT-MOTIVO.
           MOVE WS-INT-LINHA TO INTEGRIDADEOUTPUT-LINHA.
           WRITE INTEGRIDADEOUTPUT-LINHA.

       P910-VERIFICAR-RESERVA.

           MOVE "N" TO WS-APAGAR.
           MOVE "S" TO WS-MOVIVEL.
           IF WS-REF-ID = ZEROES
               MOVE "SEM RESERVA ASSOCIADA" TO WS-REF-MOTIVO
               PERFORM P900-REGISTAR-ORFAO
           ELSE
               IF WS-RES-EXISTE (WS-REF-ID) = SPACE
                   MOVE "RESERVA INEXISTENTE (CANCELADA/PURGADA)"
                       TO WS-REF-MOTIVO
                   PERFORM P900-REGISTAR-ORFAO
               END-IF
           END-IF.

       P920-CONTAR-MOVIDO.

           ADD 1 TO WS-VER-MOVIDOS (WS-VER-N).
           ADD 1 TO WS-TOTAL-MOVIDOS.

       P930-VERIFICAR-PASSAGEIRO.

           MOVE "N" TO WS-APAGAR.
           MOVE "S" TO WS-MOVIVEL.
           IF WS-REF-ID = ZEROES
               MOVE "PASSAGEIRO INEXISTENTE" TO WS-REF-MOTIVO
               PERFORM P900-REGISTAR-ORFAO
           ELSE
               IF WS-PAX-EXISTE (WS-REF-ID) = SPACE
                   MOVE "PASSAGEIRO INEXISTENTE" TO WS-REF-MOTIVO
                   PERFORM P900-REGISTAR-ORFAO
               END-IF
           END-IF.

       P090-CARREGAR-AMBIENTE.

           CALL 'amb_util.o' USING WS-AMB-AREA.
           MOVE SPACES TO WS-CAM-RESERVAS.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/project/reservas.dat" DELIMITED BY SIZE
               INTO WS-CAM-RESERVAS
           END-STRING.
           MOVE SPACES TO WS-CAM-RESHIST.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/project/reshist.dat" DELIMITED BY SIZE
               INTO WS-CAM-RESHIST
           END-STRING.
           MOVE SPACES TO WS-CAM-PASSAGEIROS.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/passageiros.dat" DELIMITED BY SIZE
               INTO WS-CAM-PASSAGEIROS
           END-STRING.
           MOVE SPACES TO WS-CAM-ITINERARIOS.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/itinerarios.dat" DELIMITED BY SIZE
               INTO WS-CAM-ITINERARIOS
           END-STRING.
           MOVE SPACES TO WS-CAM-BAGAGENS.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/project/bagagens.dat" DELIMITED BY SIZE
               INTO WS-CAM-BAGAGENS
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
           MOVE SPACES TO WS-CAM-PRECOCOMP.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/project/precocomp.dat" DELIMITED BY SIZE
               INTO WS-CAM-PRECOCOMP
           END-STRING.
           MOVE SPACES TO WS-CAM-LOCALIZADORES.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/project/locadores.dat" DELIMITED BY SIZE
               INTO WS-CAM-LOCALIZADORES
           END-STRING.
           MOVE SPACES TO WS-CAM-RESMKT.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/project/resmkt.dat" DELIMITED BY SIZE
               INTO WS-CAM-RESMKT
           END-STRING.
           MOVE SPACES TO WS-CAM-AGRES.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/project/agres.dat" DELIMITED BY SIZE
               INTO WS-CAM-AGRES
           END-STRING.
           MOVE SPACES TO WS-CAM-UPGRADES.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/project/upgrades.dat" DELIMITED BY SIZE
               INTO WS-CAM-UPGRADES
           END-STRING.
           MOVE SPACES TO WS-CAM-RESCANAL.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/project/rescanal.dat" DELIMITED BY SIZE
               INTO WS-CAM-RESCANAL
           END-STRING.
           MOVE SPACES TO WS-CAM-FIDELIDADE.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/fidelidade.dat" DELIMITED BY SIZE
               INTO WS-CAM-FIDELIDADE
           END-STRING.
           MOVE SPACES TO WS-CAM-VOUCHERS.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/vouchers.dat" DELIMITED BY SIZE
               INTO WS-CAM-VOUCHERS
           END-STRING.
           MOVE SPACES TO WS-CAM-RECLAMACOES.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/reclamacoes.dat" DELIMITED BY SIZE
               INTO WS-CAM-RECLAMACOES
           END-STRING.
           MOVE SPACES TO WS-CAM-CONFIG.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/project/config.dat" DELIMITED BY SIZE
               INTO WS-CAM-CONFIG
           END-STRING.
           MOVE SPACES TO WS-CAM-INTEGRIDADE.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/integridade.txt" DELIMITED BY SIZE
               INTO WS-CAM-INTEGRIDADE
           END-STRING.
           MOVE SPACES TO WS-CAM-QUARENTENA.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/quarentena.txt" DELIMITED BY SIZE
               INTO WS-CAM-QUARENTENA
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

       END PROGRAM VERIFREF.
