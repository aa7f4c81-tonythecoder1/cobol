       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHKONLIN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT PEDIDOSCHKINPUT ASSIGN TO
           WS-CAM-PEDIDOS
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FICHEIRO-STATUS-PED.

       SELECT RESPOSTASOUTPUT ASSIGN TO
           WS-CAM-RESPOSTAS
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FICHEIRO-STATUS-RSP.

       SELECT LOCALIZADORESINPUT ASSIGN TO
           WS-CAM-LOCALIZADORES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LOC-CODIGO
           FILE STATUS IS WS-FICHEIRO-STATUS-LOC.

       SELECT RESERVASINPUT ASSIGN TO
           WS-CAM-RESERVAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RESERVA-ID
           FILE STATUS IS WS-FICHEIRO-STATUS-RESERVA.

       SELECT VOOSINPUT ASSIGN TO
           WS-CAM-VOOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VOOSINPUT-CHAVE
           ALTERNATE RECORD KEY IS VOOSINPUT-NOME WITH DUPLICATES
           FILE STATUS IS WS-FICHEIRO-STATUS-VOO.

       SELECT PASSAGEIROSINPUT ASSIGN TO
           WS-CAM-PASSAGEIROS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PAX-ID
           FILE STATUS IS WS-FICHEIRO-STATUS-PAX.

       SELECT LUGARESINPUT ASSIGN TO
           WS-CAM-LUGARES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LUG-CHAVE
           FILE STATUS IS WS-FICHEIRO-STATUS-LUG.

       SELECT REGRASDOCINPUT ASSIGN TO
           WS-CAM-REGRASDOC
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RDOC-DESTINO
           FILE STATUS IS WS-FICHEIRO-STATUS-RDOC.

       SELECT ROTASINPUT ASSIGN TO
           WS-CAM-ROTAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ROTA-NOME
           FILE STATUS IS WS-FICHEIRO-STATUS-ROTA.

       SELECT CIDADESINPUT ASSIGN TO
           WS-CAM-CIDADES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CID-NOME
           FILE STATUS IS WS-FICHEIRO-STATUS-CID.

       SELECT CONTROLOINPUT ASSIGN TO
           WS-CAM-CONTROLO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CTRL-CHAVE
           FILE STATUS IS WS-FICHEIRO-STATUS-CTRL.

       SELECT VIGILANCIAINPUT ASSIGN TO
           WS-CAM-VIGILANCIA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VIG-CHAVE
           FILE STATUS IS WS-FICHEIRO-STATUS-VIG.

       SELECT SEGURANCAINPUT ASSIGN TO
           WS-CAM-SEGURANCA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SEG-ID
           FILE STATUS IS WS-FICHEIRO-STATUS-SEG.

       SELECT CHKPENDINPUT ASSIGN TO
           WS-CAM-CHKPEND
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CKP-ID
           FILE STATUS IS WS-FICHEIRO-STATUS-CKP.

       SELECT DIARIOOUTPUT ASSIGN TO
           WS-CAM-DIARIO
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FICHEIRO-STATUS-DIA.

       SELECT AUDITRESOUTPUT ASSIGN TO
           WS-CAM-AUDITRES
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FICHEIRO-STATUS-AUDRES.

       SELECT ERROSOUTPUT ASSIGN TO
           WS-CAM-ERROS
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-ERR.

       DATA DIVISION.

       FILE SECTION.

      *    PEDIDOS DE CHECK-IN RECEBIDOS DO SITE, UM POR LINHA EM
      *    COLUNAS FIXAS. DOCUMENTO EM BRANCO MANTEM O DO PASSAGEIRO
           FD PEDIDOSCHKINPUT.
           01 PEDIDOSCHKINPUT-LINHA PIC X(44).

           FD RESPOSTASOUTPUT.
           01 RESPOSTASOUTPUT-LINHA PIC X(108).

           FD LOCALIZADORESINPUT.
           01 LOCALIZADORESINPUT-REG.
               05 LOC-CODIGO PIC X(06).
               05 LOC-RESERVA-ID PIC 9(04).

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
                   88 VOO-PARTIU VALUE 'P'.
                   88 VOO-CANCELADO VALUE 'C'.
                   88 VOO-FECHADO VALUE 'F'.
               05 VOOSINPUT-AERONAVE PIC X(08).
               05 VOOSINPUT-PORTA PIC X(03).
               05 VOOSINPUT-HORA-REVISTA PIC 9(04).
               05 VOOSINPUT-MOEDA PIC X(03).
               05 VOOSINPUT-TIPO PIC X(01).
                   88 VOO-NAO-COMERCIAL VALUE 'F' 'P' 'T' 'M'.

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

           FD LUGARESINPUT.
           01 LUGARESINPUT-REG.
               05 LUG-CHAVE.
                   10 LUG-VOO-CHAVE.
                       15 LUG-VOO-NUMERO PIC 9(04).
                       15 LUG-VOO-DATA PIC 9(08).
                   10 LUG-ETIQUETA PIC X(03).
               05 LUG-FILA PIC 9(02).
               05 LUG-POSICAO PIC X(01).
               05 LUG-OCUPADO PIC X(01).
               05 LUG-BLOQUEADO PIC X(01).
                   88 LUG-BLOQUEADO-SIM VALUE 'S'.
               05 LUG-SAIDA PIC X(01).
                   88 LUG-SAIDA-EMERGENCIA VALUE 'S'.
               05 LUG-ESPACO PIC X(01).
                   88 LUG-ESPACO-EXTRA VALUE 'S'.
               05 LUG-BANDA PIC X(01).
                   88 LUG-BANDA-PAGA VALUE '1' THRU '3'.

           FD REGRASDOCINPUT.
           01 REGRASDOCINPUT-REG.
               05 RDOC-DESTINO PIC X(10).
               05 RDOC-TIPOS PIC X(06).
               05 RDOC-VALIDADE-DIAS PIC 9(03).
               05 RDOC-VISTO-NACS PIC X(15).

           FD ROTASINPUT.
           01 ROTASINPUT-REG.
               05 ROTA-NOME PIC X(10).
               05 ROTA-BLOCO-MIN PIC 9(03).
               05 ROTA-ORIGEM PIC X(10).
               05 ROTA-DESTINO PIC X(10).
               05 ROTA-DISTANCIA-KM PIC 9(05).

           FD CIDADESINPUT.
           01 CIDADESINPUT-REG.
               05 CID-NOME PIC X(10).
               05 CID-DESCRICAO PIC X(20).
               05 CID-FUSO PIC S9(02).
               05 CID-HORA-ABRE PIC 9(04).
               05 CID-HORA-FECHA PIC 9(04).
               05 CID-RECOLHER-INI PIC 9(04).
               05 CID-RECOLHER-FIM PIC 9(04).

           FD CONTROLOINPUT.
           01 CONTROLOINPUT-REG.
               05 CTRL-CHAVE PIC X(06).
               05 CTRL-ULTIMO-NUM PIC 9(04).

           FD VIGILANCIAINPUT.
           01 VIGILANCIAINPUT-REG.
               05 VIG-CHAVE.
                   10 VIG-LISTA PIC X(01).
                       88 VIG-LISTA-AUTORIDADE VALUE "A".
                       88 VIG-LISTA-INTERNA VALUE "I".
                   10 VIG-SEQ PIC 9(05).
               05 VIG-NOME PIC X(20).
               05 VIG-DATA-NASC PIC 9(08).
               05 VIG-DOC-NUMERO PIC X(12).
               05 VIG-NACIONALIDADE PIC X(03).
               05 VIG-FONTE PIC X(10).
               05 VIG-DATA-CARGA PIC 9(08).

           FD SEGURANCAINPUT.
           01 SEGURANCAINPUT-REG.
               05 SEG-ID PIC 9(04).
               05 SEG-RESERVA-ID PIC 9(04).
               05 SEG-PAX-ID PIC 9(04).
               05 SEG-NOME PIC X(20).
               05 SEG-VOO-CHAVE.
                   10 SEG-VOO-NUMERO PIC 9(04).
                   10 SEG-VOO-DATA PIC 9(08).
               05 SEG-VIG-CHAVE.
                   10 SEG-VIG-LISTA PIC X(01).
                   10 SEG-VIG-SEQ PIC 9(05).
               05 SEG-VIG-NOME PIC X(20).
               05 SEG-CORRESPONDENCIA PIC X(01).
               05 SEG-ORIGEM PIC X(01).
               05 SEG-DATA-ABERTURA PIC 9(08).
               05 SEG-OPER-ABERTURA PIC 9(02).
               05 SEG-ESTADO PIC X(01).
                   88 SEG-PENDENTE VALUE "P".
                   88 SEG-LIBERTADA VALUE "L".
                   88 SEG-CONFIRMADA VALUE "C".
               05 SEG-OPER-DECISAO PIC 9(02).
               05 SEG-DATA-DECISAO PIC 9(08).
               05 SEG-NOTA PIC X(30).

      *    PEDIDOS QUE O SITE NAO PODE RESOLVER FICAM PARA O BALCAO
           FD CHKPENDINPUT.
           01 CHKPENDINPUT-REG.
               05 CKP-ID PIC 9(04).
               05 CKP-LOCALIZADOR PIC X(06).
               05 CKP-RESERVA-ID PIC 9(04).
               05 CKP-NOME PIC X(10).
               05 CKP-LINHA PIC X(44).
               05 CKP-MOTIVO PIC X(30).
               05 CKP-ESTADO PIC X(01).
                   88 CKP-ABERTO VALUE "A".
                   88 CKP-RESOLVIDO VALUE "R".
                   88 CKP-ABATIDO VALUE "W".
               05 CKP-DATA PIC 9(08).
               05 CKP-OPER PIC 9(02).
               05 CKP-DATA-TRATADO PIC 9(08).

           FD DIARIOOUTPUT.
           01 DIARIOOUTPUT-LINHA PIC X(87).

           FD AUDITRESOUTPUT.
           01 AUDITRESOUTPUT-LINHA PIC X(84).

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
               05 WS-ERR-L-PROG PIC X(10) VALUE "CHKONLIN".
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
           77 WS-CAM-PEDIDOS PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/chkonline.txt".
           77 WS-CAM-RESPOSTAS PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/chkresp.txt".
           77 WS-CAM-LOCALIZADORES PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/project/locadores.dat"
           .
           77 WS-CAM-RESERVAS PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/project/reservas.dat"
           .
           77 WS-CAM-VOOS PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/project/voos.dat".
           77 WS-CAM-PASSAGEIROS PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/passageiros.dat".
           77 WS-CAM-LUGARES PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/project/lugares.dat".
           77 WS-CAM-REGRASDOC PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/regrasdoc.dat".
           77 WS-CAM-ROTAS PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/rotas.dat".
           77 WS-CAM-CIDADES PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/cidades.dat".
           77 WS-CAM-CONTROLO PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/project/controlo.dat"
           .
           77 WS-CAM-VIGILANCIA PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/project/vigil.dat".
           77 WS-CAM-SEGURANCA PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/project/segur.dat".
           77 WS-CAM-CHKPEND PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/project/chkpend.dat".
           77 WS-CAM-DIARIO PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/diario.txt".
           77 WS-CAM-AUDITRES PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/auditres.txt".

           01 WS-FICHEIRO-STATUS-PED PIC XX.
               88 WS-PED-STATUS-OK VALUE "00".
           01 WS-FICHEIRO-STATUS-RSP PIC XX.
               88 WS-RSP-STATUS-OK VALUE "00".
           01 WS-FICHEIRO-STATUS-LOC PIC XX.
               88 WS-LOC-STATUS-OK VALUE "00".
               88 WS-LOC-STATUS-INEXISTENTE VALUE "35".
           01 WS-FICHEIRO-STATUS-RESERVA PIC XX.
               88 WS-RESERVA-STATUS-OK VALUE "00".
           01 WS-FICHEIRO-STATUS-VOO PIC XX.
               88 WS-VOO-STATUS-OK VALUE "00".
           01 WS-FICHEIRO-STATUS-PAX PIC XX.
               88 WS-PAX-STATUS-OK VALUE "00".
           01 WS-FICHEIRO-STATUS-LUG PIC XX.
               88 WS-LUG-STATUS-OK VALUE "00".
           01 WS-FICHEIRO-STATUS-RDOC PIC XX.
               88 WS-RDOC-STATUS-OK VALUE "00".
               88 WS-RDOC-STATUS-INEXISTENTE VALUE "35".
           01 WS-FICHEIRO-STATUS-ROTA PIC XX.
               88 WS-ROTA-STATUS-OK VALUE "00".
               88 WS-ROTA-STATUS-INEXISTENTE VALUE "35".
           01 WS-FICHEIRO-STATUS-CID PIC XX.
               88 WS-CID-STATUS-OK VALUE "00".
               88 WS-CID-STATUS-INEXISTENTE VALUE "35".
           01 WS-FICHEIRO-STATUS-CTRL PIC XX.
               88 WS-CTRL-STATUS-OK VALUE "00".
           01 WS-FICHEIRO-STATUS-VIG PIC XX.
               88 WS-VIG-STATUS-OK VALUE "00".
               88 WS-VIG-STATUS-INEXISTENTE VALUE "35".
           01 WS-FICHEIRO-STATUS-SEG PIC XX.
               88 WS-SEG-STATUS-OK VALUE "00".
               88 WS-SEG-STATUS-INEXISTENTE VALUE "35".
           01 WS-FICHEIRO-STATUS-CKP PIC XX.
               88 WS-CKP-STATUS-OK VALUE "00".
               88 WS-CKP-STATUS-INEXISTENTE VALUE "35".

           01 WS-FICHEIRO-STATUS-DIA PIC XX.
               88 WS-DIA-STATUS-OK VALUE "00".
               88 WS-DIA-STATUS-NOVO VALUE "35".

           01 WS-DIA-LINHA PIC X(87).
               01 FILLER REDEFINES WS-DIA-LINHA.
               05 WS-DIA-DATA PIC 9(08).
               05 FILLER PIC X(01).
               05 WS-DIA-HORA PIC 9(08).
               05 FILLER PIC X(01).
               05 WS-DIA-FICHEIRO PIC X(01).
               05 FILLER PIC X(01).
               05 WS-DIA-OP PIC X(01).
               05 FILLER PIC X(01).
               05 WS-DIA-IMAGEM PIC X(65).

           01 WS-FICHEIRO-STATUS-AUDRES PIC XX.
               88 WS-AUDRES-STATUS-OK VALUE "00".
               88 WS-AUDRES-STATUS-NOVO VALUE "35".

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

           01 WS-BIL-AREA.
               03 WS-BIL-OP PIC X(01).
               03 WS-BIL-RESERVA-ID PIC 9(04).
               03 WS-BIL-PAX-ID PIC 9(04).
               03 WS-BIL-ITIN-ID PIC 9(04).
               03 WS-BIL-VOO-CHAVE PIC X(12).
               03 WS-BIL-ESTADO PIC X(01).
               03 WS-BIL-NUMERO PIC 9(13).
               03 WS-BIL-CUPAO PIC 9(02).
               03 WS-BIL-RESULTADO PIC X(01).

           01 WS-PEDIDO-REG REDEFINES PEDIDOSCHKINPUT-LINHA.
               05 WS-PED-LOCALIZADOR PIC X(06).
               05 WS-PED-NOME PIC X(10).
               05 WS-PED-DOC-TIPO PIC X(02).
               05 WS-PED-DOC-NUMERO PIC X(12).
               05 WS-PED-NACIONALIDADE PIC X(03).
               05 WS-PED-DOC-VALIDADE PIC X(08).
               05 WS-PED-LUGAR PIC X(03).

      *    RESPOSTA AO SITE: DADOS DO CARTAO DE EMBARQUE QUANDO ACEITE
      *    (A) OU JA FEITO (J); SO O MOTIVO QUANDO REMETIDO AO BALCAO
      *    (B)
           01 WS-RSP-LINHA.
               05 WS-RSP-LOCALIZADOR PIC X(06).
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-RSP-ESTADO PIC X(01).
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-RSP-RESERVA-ID PIC 9(04).
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-RSP-NOME PIC X(10).
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-RSP-VOO-NUMERO PIC 9(04).
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-RSP-VOO-NOME PIC X(10).
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-RSP-DATA PIC 9(08).
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-RSP-HORA PIC 9(04).
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-RSP-PORTA PIC X(03).
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-RSP-LUGAR PIC X(03).
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-RSP-CLASSE PIC X(01).
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-RSP-GRUPO PIC 9(04).
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-RSP-MENSAGEM PIC X(40).

           77 WS-CHAVE-CTRL-CHKPEND PIC X(02) VALUE "CK".
           77 WS-CHAVE-CTRL-SEGURANCA PIC X(02) VALUE "SG".
           77 WS-PROX-NUMERO PIC 9(04) VALUE ZEROES.
           77 WS-EXIT-OK PIC X(01) VALUE "N".
           77 WS-EXIT-OK2 PIC X(01) VALUE "N".
           77 WS-DATA-HOJE PIC 9(08) VALUE ZEROES.
           77 WS-HORA-AGORA PIC 9(08) VALUE ZEROES.

           77 WS-MOTIVO PIC X(30) VALUE SPACES.
           77 WS-MSG-CLIENTE PIC X(40) VALUE SPACES.
           77 WS-NOTA-LUGAR PIC X(40) VALUE SPACES.
           77 WS-JA-FEITO PIC X(01) VALUE "N".
           77 WS-PAX-ALTERADO PIC X(01) VALUE "N".
           77 WS-RESERVA-ACHADA PIC X(01) VALUE "N".
           77 WS-NOME-PEDIDO PIC X(10) VALUE SPACES.
           77 WS-NOME-RESERVA PIC X(10) VALUE SPACES.
           77 WS-LUGAR-ANTERIOR PIC X(03) VALUE SPACES.
           77 WS-LUGAR-PROX PIC X(03) VALUE SPACES.

           77 WS-TOTAL-PEDIDOS PIC 9(05) VALUE ZEROES.
           77 WS-TOTAL-ACEITES PIC 9(05) VALUE ZEROES.
           77 WS-TOTAL-REPETIDOS PIC 9(05) VALUE ZEROES.
           77 WS-TOTAL-BALCAO PIC 9(05) VALUE ZEROES.

           01 WS-DATA-SPLIT PIC 9(08) VALUE ZEROES.
           01 WS-DATA-SPLIT-R REDEFINES WS-DATA-SPLIT.
               05 WS-DATA-ANO PIC 9(04).
               05 WS-DATA-MES PIC 9(02).
               05 WS-DATA-DIA PIC 9(02).

           01 WS-HORA-SPLIT PIC 9(04) VALUE ZEROES.
           01 WS-HORA-SPLIT-R REDEFINES WS-HORA-SPLIT.
               05 WS-HORA-HH PIC 9(02).
               05 WS-HORA-MM PIC 9(02).

           77 WS-DIAS-NO-MES PIC 9(02) VALUE ZEROES.
           77 WS-DIA-SERIAL PIC 9(07) VALUE ZEROES.
           77 WS-SER-TEMP PIC 9(04) VALUE ZEROES.
           77 WS-SER-DIV PIC 9(04) VALUE ZEROES.
           77 WS-MES-AUX PIC 9(02) VALUE ZEROES.
           77 WS-MES-GUARDA PIC 9(02) VALUE ZEROES.
           77 WS-RESTO-4 PIC 9(04) VALUE ZEROES.
           77 WS-RESTO-100 PIC 9(04) VALUE ZEROES.
           77 WS-RESTO-400 PIC 9(04) VALUE ZEROES.
           77 WS-DIV-TEMP PIC 9(04) VALUE ZEROES.
           77 WS-FUSO-ROTA-NOME PIC X(10) VALUE SPACES.
           77 WS-FUSO-MIN PIC S9(04) VALUE ZEROES.
           77 WS-CHK-MIN-VOO PIC S9(09) VALUE ZEROES.
           77 WS-CHK-MIN-AGORA PIC S9(09) VALUE ZEROES.
           77 WS-CHK-ABRE PIC S9(09) VALUE ZEROES.
           77 WS-CHK-FECHA PIC S9(09) VALUE ZEROES.

           77 WS-DOC-APROVADO PIC X(01) VALUE "S".
           77 WS-DOC-TIPO-OK PIC X(01) VALUE "N".
           77 WS-DOC-VISTO-PEDIDO PIC X(01) VALUE "N".
           77 WS-DOC-I PIC 9(02) VALUE ZEROES.
           77 WS-DOC-SERIAL-VOO PIC 9(07) VALUE ZEROES.
           77 WS-DOC-SERIAL-VAL PIC 9(07) VALUE ZEROES.

           77 WS-SEG-RETIDA PIC X(01) VALUE "N".
           77 WS-SEG-CASO PIC 9(04) VALUE ZEROES.
           77 WS-SEG-FIM PIC X(01) VALUE "N".
           77 WS-SEG-LIB-TOTAL PIC 9(02) VALUE ZEROES.
           77 WS-SEG-LIB-I PIC 9(02) VALUE ZEROES.
           01 WS-SEG-LIB-TABELA.
               05 WS-SEG-LIB-CHAVE PIC X(06) OCCURS 10 TIMES.
           77 WS-VIG-FIM PIC X(01) VALUE "N".
           77 WS-VIG-LISTA-OK PIC X(01) VALUE "N".
           77 WS-VIG-TIPO PIC X(01) VALUE SPACES.
           77 WS-VIG-MELHOR-TIPO PIC X(01) VALUE SPACES.
           77 WS-VIG-MELHOR-CHAVE PIC X(06) VALUE SPACES.
           77 WS-VIG-MELHOR-NOME PIC X(20) VALUE SPACES.
           77 WS-VIG-NOME-ORIG PIC X(20) VALUE SPACES.
           77 WS-VIG-NOME-COMPACTO PIC X(20) VALUE SPACES.
           77 WS-VIG-TAM PIC 9(02) VALUE ZEROES.
           77 WS-VIG-NOME-PAX PIC X(20) VALUE SPACES.
           77 WS-VIG-TAM-PAX PIC 9(02) VALUE ZEROES.
           77 WS-VIG-NOME-LISTA PIC X(20) VALUE SPACES.
           77 WS-VIG-TAM-LISTA PIC 9(02) VALUE ZEROES.
           77 WS-VIG-CURTO PIC X(21) VALUE SPACES.
           77 WS-VIG-TAM-CURTO PIC 9(02) VALUE ZEROES.
           77 WS-VIG-LONGO PIC X(21) VALUE SPACES.
           77 WS-VIG-TAM-LONGO PIC 9(02) VALUE ZEROES.
           77 WS-VIG-I PIC 9(02) VALUE ZEROES.
           77 WS-VIG-J PIC 9(02) VALUE ZEROES.
           77 WS-VIG-DIFS PIC 9(02) VALUE ZEROES.
           77 WS-VIG-SALTOS PIC 9(02) VALUE ZEROES.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           PERFORM P090-CARREGAR-AMBIENTE.

           DISPLAY "*** CHECK-IN ONLINE - PEDIDOS DO SITE ***".
           OPEN INPUT PEDIDOSCHKINPUT.
           IF NOT WS-PED-STATUS-OK
               DISPLAY "SEM FICHEIRO DE PEDIDOS DE CHECK-IN ONLINE"
               STOP RUN
           END-IF.

           OPEN I-O LOCALIZADORESINPUT.
           IF NOT WS-LOC-STATUS-OK
               MOVE "LOCADORES" TO WS-ERR-L-FICH
               MOVE WS-FICHEIRO-STATUS-LOC TO WS-ERR-L-ESTADO
               PERFORM P095-REGISTAR-ERRO-ABERTURA
           END-IF.
           OPEN I-O RESERVASINPUT.
           IF NOT WS-RESERVA-STATUS-OK
               MOVE "RESERVAS" TO WS-ERR-L-FICH
               MOVE WS-FICHEIRO-STATUS-RESERVA TO WS-ERR-L-ESTADO
               PERFORM P095-REGISTAR-ERRO-ABERTURA
           END-IF.
           OPEN I-O VOOSINPUT.
           IF NOT WS-VOO-STATUS-OK
               MOVE "VOOS" TO WS-ERR-L-FICH
               MOVE WS-FICHEIRO-STATUS-VOO TO WS-ERR-L-ESTADO
               PERFORM P095-REGISTAR-ERRO-ABERTURA
           END-IF.
           OPEN I-O PASSAGEIROSINPUT.
           IF NOT WS-PAX-STATUS-OK
               MOVE "PASSAGEIROS" TO WS-ERR-L-FICH
               MOVE WS-FICHEIRO-STATUS-PAX TO WS-ERR-L-ESTADO
               PERFORM P095-REGISTAR-ERRO-ABERTURA
           END-IF.
           OPEN I-O LUGARESINPUT.
           IF NOT WS-LUG-STATUS-OK
               MOVE "LUGARES" TO WS-ERR-L-FICH
               MOVE WS-FICHEIRO-STATUS-LUG TO WS-ERR-L-ESTADO
               PERFORM P095-REGISTAR-ERRO-ABERTURA
           END-IF.
           OPEN I-O CONTROLOINPUT.
           IF NOT WS-CTRL-STATUS-OK
               MOVE "CONTROLO" TO WS-ERR-L-FICH
               MOVE WS-FICHEIRO-STATUS-CTRL TO WS-ERR-L-ESTADO
               PERFORM P095-REGISTAR-ERRO-ABERTURA
           END-IF.
           IF NOT WS-LOC-STATUS-OK OR NOT WS-RESERVA-STATUS-OK
                   OR NOT WS-VOO-STATUS-OK OR NOT WS-PAX-STATUS-OK
                   OR NOT WS-LUG-STATUS-OK OR NOT WS-CTRL-STATUS-OK
               DISPLAY "FICHEIROS BASE INDISPONIVEIS - PEDIDOS NAO "
                       "TRATADOS"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O REGRASDOCINPUT.
           IF WS-RDOC-STATUS-INEXISTENTE
               OPEN OUTPUT REGRASDOCINPUT
               CLOSE REGRASDOCINPUT
               OPEN I-O REGRASDOCINPUT
           END-IF.
           OPEN I-O ROTASINPUT.
           IF WS-ROTA-STATUS-INEXISTENTE
               OPEN OUTPUT ROTASINPUT
               CLOSE ROTASINPUT
               OPEN I-O ROTASINPUT
           END-IF.
           OPEN I-O CIDADESINPUT.
           IF WS-CID-STATUS-INEXISTENTE
               OPEN OUTPUT CIDADESINPUT
               CLOSE CIDADESINPUT
               OPEN I-O CIDADESINPUT
           END-IF.
           OPEN I-O SEGURANCAINPUT.
           IF WS-SEG-STATUS-INEXISTENTE
               OPEN OUTPUT SEGURANCAINPUT
               CLOSE SEGURANCAINPUT
               OPEN I-O SEGURANCAINPUT
           END-IF.
           OPEN I-O CHKPENDINPUT.
           IF WS-CKP-STATUS-INEXISTENTE
               OPEN OUTPUT CHKPENDINPUT
               CLOSE CHKPENDINPUT
               OPEN I-O CHKPENDINPUT
           END-IF.
           IF NOT WS-CKP-STATUS-OK
               MOVE "CHKPEND" TO WS-ERR-L-FICH
               MOVE WS-FICHEIRO-STATUS-CKP TO WS-ERR-L-ESTADO
               PERFORM P095-REGISTAR-ERRO-ABERTURA
               DISPLAY "LISTA DO BALCAO INDISPONIVEL - PEDIDOS NAO "
                       "TRATADOS"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE "N" TO WS-VIG-LISTA-OK.
           OPEN INPUT VIGILANCIAINPUT.
           IF WS-VIG-STATUS-OK
               MOVE "S" TO WS-VIG-LISTA-OK
           ELSE
               IF NOT WS-VIG-STATUS-INEXISTENTE
                   MOVE "VIGIL" TO WS-ERR-L-FICH
                   MOVE WS-FICHEIRO-STATUS-VIG TO WS-ERR-L-ESTADO
                   PERFORM P095-REGISTAR-ERRO-ABERTURA
               END-IF
               DISPLAY "AVISO: LISTA DE VIGILANCIA INDISPONIVEL"
           END-IF.

           OPEN OUTPUT RESPOSTASOUTPUT.

           SET WS-EXIT-OK TO "N".
           PERFORM UNTIL WS-EXIT-OK = "S"
               READ PEDIDOSCHKINPUT
                   AT END
                       SET WS-EXIT-OK TO "S"
                   NOT AT END
                       ADD 1 TO WS-TOTAL-PEDIDOS
                       PERFORM P200-TRATAR-PEDIDO
               END-READ
           END-PERFORM.

           CLOSE PEDIDOSCHKINPUT.
           CLOSE RESPOSTASOUTPUT.
           CLOSE LOCALIZADORESINPUT.
           CLOSE RESERVASINPUT.
           CLOSE VOOSINPUT.
           CLOSE PASSAGEIROSINPUT.
           CLOSE LUGARESINPUT.
           CLOSE REGRASDOCINPUT.
           CLOSE ROTASINPUT.
           CLOSE CIDADESINPUT.
           CLOSE CONTROLOINPUT.
           CLOSE SEGURANCAINPUT.
           CLOSE CHKPENDINPUT.
           IF WS-VIG-LISTA-OK = "S"
               CLOSE VIGILANCIAINPUT
           END-IF.

           DISPLAY " ".
           DISPLAY "PEDIDOS LIDOS: " WS-TOTAL-PEDIDOS.
           DISPLAY "CHECK-IN EFETUADOS: " WS-TOTAL-ACEITES.
           DISPLAY "JA EFETUADOS (REENVIADOS): " WS-TOTAL-REPETIDOS.
           DISPLAY "REMETIDOS AO BALCAO: " WS-TOTAL-BALCAO.
           IF WS-TOTAL-BALCAO > ZEROES
               MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.

      *    CADA VALIDACAO SO CORRE SE AS ANTERIORES PASSARAM; O PRIMEIRO
      *    MOTIVO ENCONTRADO E O QUE SEGUE PARA O BALCAO
       P200-TRATAR-PEDIDO.

           MOVE SPACES TO WS-MOTIVO.
           MOVE SPACES TO WS-MSG-CLIENTE.
           MOVE SPACES TO WS-NOTA-LUGAR.
           MOVE "N" TO WS-JA-FEITO.
           MOVE "N" TO WS-PAX-ALTERADO.

           PERFORM P210-LOCALIZAR-RESERVA.
           IF WS-MOTIVO = SPACES AND RESERVA-CHECKIN = "S"
               MOVE "S" TO WS-JA-FEITO
           END-IF.
           IF WS-MOTIVO = SPACES AND WS-JA-FEITO = "N"
               PERFORM P220-VALIDAR-JANELA
           END-IF.
           IF WS-MOTIVO = SPACES AND WS-JA-FEITO = "N"
               PERFORM P230-VERIFICAR-RETENCAO
           END-IF.
           IF WS-MOTIVO = SPACES AND WS-JA-FEITO = "N"
               PERFORM P240-VALIDAR-DOCUMENTO
           END-IF.
           IF WS-MOTIVO = SPACES AND WS-JA-FEITO = "N"
               PERFORM P250-RASTREAR-PASSAGEIRO
           END-IF.
           IF WS-MOTIVO = SPACES AND WS-JA-FEITO = "N"
               PERFORM P260-ESCOLHER-LUGAR
           END-IF.

           EVALUATE TRUE
               WHEN WS-JA-FEITO = "S"
                   ADD 1 TO WS-TOTAL-REPETIDOS
                   MOVE "J" TO WS-RSP-ESTADO
                   MOVE "CHECK-IN JA EFETUADO" TO WS-RSP-MENSAGEM
                   PERFORM P280-RESPONDER
               WHEN WS-MOTIVO = SPACES
                   PERFORM P270-EFETUAR-CHECKIN
               WHEN OTHER
                   PERFORM P290-REMETER-BALCAO
           END-EVALUATE.

       P210-LOCALIZAR-RESERVA.

           MOVE "N" TO WS-RESERVA-ACHADA.
           MOVE WS-PED-LOCALIZADOR TO LOC-CODIGO.
           INSPECT LOC-CODIGO CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           READ LOCALIZADORESINPUT
               INVALID KEY
                   MOVE "LOCALIZADOR DESCONHECIDO" TO WS-MOTIVO
               NOT INVALID KEY
                   MOVE LOC-RESERVA-ID TO RESERVA-ID
                   READ RESERVASINPUT
                       INVALID KEY
                           MOVE "RESERVA INEXISTENTE" TO WS-MOTIVO
                       NOT INVALID KEY
                           MOVE "S" TO WS-RESERVA-ACHADA
                   END-READ
           END-READ.

           IF WS-MOTIVO = SPACES
               MOVE WS-PED-NOME TO WS-NOME-PEDIDO
               MOVE RESERVA-NOME TO WS-NOME-RESERVA
               INSPECT WS-NOME-PEDIDO CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               INSPECT WS-NOME-RESERVA CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               IF WS-NOME-PEDIDO NOT = WS-NOME-RESERVA
                   MOVE "NOME NAO CORRESPONDE A RESERVA" TO WS-MOTIVO
               END-IF
           END-IF.

           IF WS-MOTIVO = SPACES AND RESERVA-EMBARCOU = "S"
               MOVE "PASSAGEIRO JA EMBARCOU" TO WS-MOTIVO
           END-IF.

           IF WS-MOTIVO = SPACES
               MOVE RESERVA-VOO-CHAVE TO VOOSINPUT-CHAVE
               READ VOOSINPUT
                   INVALID KEY
                       MOVE "VOO DA RESERVA NAO ENCONTRADO"
                           TO WS-MOTIVO
               END-READ
           END-IF.

      *    MESMA JANELA DO BALCAO: ABRE 24 HORAS E FECHA 45 MINUTOS
      *    ANTES DA PARTIDA, NA HORA LOCAL DA ORIGEM DA ROTA
       P220-VALIDAR-JANELA.

           IF VOO-PARTIU OR VOO-CANCELADO OR VOO-FECHADO
               MOVE "VOO NAO ACEITA CHECK-IN" TO WS-MOTIVO
           ELSE
               PERFORM P225-CALCULAR-JANELA
               IF WS-CHK-MIN-AGORA < WS-CHK-ABRE
                   MOVE "CHECK-IN AINDA NAO ABRIU" TO WS-MOTIVO
               END-IF
               IF WS-CHK-MIN-AGORA > WS-CHK-FECHA
                   MOVE "CHECK-IN JA FECHOU" TO WS-MOTIVO
               END-IF
           END-IF.

       P225-CALCULAR-JANELA.

           MOVE VOOSINPUT-DATA TO WS-DATA-SPLIT.
           PERFORM P128-DIA-SERIAL.
           MOVE VOOSINPUT-HORA TO WS-HORA-SPLIT.
           MOVE VOOSINPUT-NOME TO WS-FUSO-ROTA-NOME.
           PERFORM P129-FUSO-DA-ROTA.
           COMPUTE WS-CHK-MIN-VOO =
                   WS-DIA-SERIAL * 1440 +
                   WS-HORA-HH * 60 + WS-HORA-MM -
                   WS-FUSO-MIN.
           COMPUTE WS-CHK-ABRE = WS-CHK-MIN-VOO - 1440.
           COMPUTE WS-CHK-FECHA = WS-CHK-MIN-VOO - 45.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-AGORA FROM TIME.
           MOVE WS-DATA-HOJE TO WS-DATA-SPLIT.
           PERFORM P128-DIA-SERIAL.
           MOVE WS-HORA-AGORA (1:4) TO WS-HORA-SPLIT.
           COMPUTE WS-CHK-MIN-AGORA =
                   WS-DIA-SERIAL * 1440 +
                   WS-HORA-HH * 60 + WS-HORA-MM.

      *    UM CASO PENDENTE OU CONFIRMADO NA LISTA DE SEGURANCA RETEM A
      *    RESERVA; OS LIBERTADOS NAO VOLTAM A RETER NO RASTREIO
       P230-VERIFICAR-RETENCAO.

           MOVE "N" TO WS-SEG-RETIDA.
           MOVE ZEROES TO WS-SEG-LIB-TOTAL.
           MOVE ZEROES TO SEG-ID.
           MOVE "N" TO WS-SEG-FIM.
           START SEGURANCAINPUT KEY IS NOT LESS THAN SEG-ID
               INVALID KEY
                   MOVE "S" TO WS-SEG-FIM
           END-START.
           PERFORM UNTIL WS-SEG-FIM = "S"
               READ SEGURANCAINPUT NEXT
                   AT END
                       MOVE "S" TO WS-SEG-FIM
                   NOT AT END
                       IF SEG-RESERVA-ID = RESERVA-ID
                           IF SEG-LIBERTADA
                               IF WS-SEG-LIB-TOTAL < 10
                                   ADD 1 TO WS-SEG-LIB-TOTAL
                                   MOVE SEG-VIG-CHAVE
                                       TO WS-SEG-LIB-CHAVE
                                       (WS-SEG-LIB-TOTAL)
                               END-IF
                           ELSE
                               MOVE "S" TO WS-SEG-RETIDA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-SEG-RETIDA = "S"
               MOVE "RETIDA - VERIFICACAO SEGURANCA" TO WS-MOTIVO
               MOVE "DIRIJA-SE AO BALCAO DE CHECK-IN"
                   TO WS-MSG-CLIENTE
               MOVE "S" TO WS-AUDRES-OP
               MOVE SPACES TO WS-AUDRES-REG
               STRING "CHECK-IN ONLINE RECUSADO RESERVA "
                           DELIMITED BY SIZE
                       RESERVA-ID DELIMITED BY SIZE
                       " RETIDA" DELIMITED BY SIZE
                   INTO WS-AUDRES-REG
               END-STRING
               PERFORM P055-GRAVAR-AUDITORIA-RES
           END-IF.

      *    OS DADOS DO DOCUMENTO VINDOS DO SITE SUBSTITUEM OS DO
      *    PASSAGEIRO; SO SAO GRAVADOS SE O CHECK-IN FOR ACEITE
       P240-VALIDAR-DOCUMENTO.

           IF RESERVA-PAX-ID = ZEROES
               MOVE "RESERVA SEM PASSAGEIRO" TO WS-MOTIVO
           ELSE
               MOVE RESERVA-PAX-ID TO PAX-ID
               READ PASSAGEIROSINPUT
                   INVALID KEY
                       MOVE "PASSAGEIRO NAO ENCONTRADO" TO WS-MOTIVO
               END-READ
           END-IF.

           IF WS-MOTIVO = SPACES AND WS-PED-DOC-NUMERO NOT = SPACES
               IF WS-PED-DOC-VALIDADE IS NOT NUMERIC
                   MOVE "VALIDADE DO DOCUMENTO INVALIDA" TO WS-MOTIVO
               ELSE
                   MOVE WS-PED-DOC-TIPO TO PAX-DOC-TIPO
                   MOVE WS-PED-DOC-NUMERO TO PAX-DOC-NUMERO
                   IF WS-PED-NACIONALIDADE NOT = SPACES
                       MOVE WS-PED-NACIONALIDADE TO PAX-NACIONALIDADE
                   END-IF
                   MOVE WS-PED-DOC-VALIDADE TO PAX-DOC-VALIDADE
                   INSPECT PAX-DOC-TIPO CONVERTING
                       "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                   INSPECT PAX-NACIONALIDADE CONVERTING
                       "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                   MOVE "S" TO WS-PAX-ALTERADO
               END-IF
           END-IF.

           IF WS-MOTIVO = SPACES
               MOVE "S" TO WS-DOC-APROVADO
               MOVE VOOSINPUT-NOME TO RDOC-DESTINO
               READ REGRASDOCINPUT
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM P245-APLICAR-REGRA-DOC
               END-READ
           END-IF.

      *    REGRAS DO BALCAO; O VISTO NAO PODE SER CONFERIDO PELO SITE E
      *    O PASSAGEIRO E REMETIDO AO BALCAO
       P245-APLICAR-REGRA-DOC.

           MOVE "N" TO WS-DOC-TIPO-OK.
           MOVE 1 TO WS-DOC-I.
           PERFORM UNTIL WS-DOC-I > 5
               IF RDOC-TIPOS (WS-DOC-I:2) = PAX-DOC-TIPO
                       AND PAX-DOC-TIPO NOT = SPACES
                   MOVE "S" TO WS-DOC-TIPO-OK
                   MOVE 5 TO WS-DOC-I
               END-IF
               ADD 2 TO WS-DOC-I
           END-PERFORM.
           IF WS-DOC-TIPO-OK = "N"
               MOVE "N" TO WS-DOC-APROVADO
               MOVE "TIPO DE DOCUMENTO NAO ACEITE" TO WS-MOTIVO
           END-IF.

           IF WS-DOC-APROVADO = "S"
               MOVE VOOSINPUT-DATA TO WS-DATA-SPLIT
               PERFORM P128-DIA-SERIAL
               MOVE WS-DIA-SERIAL TO WS-DOC-SERIAL-VOO
               MOVE PAX-DOC-VALIDADE TO WS-DATA-SPLIT
               PERFORM P128-DIA-SERIAL
               MOVE WS-DIA-SERIAL TO WS-DOC-SERIAL-VAL
               IF WS-DOC-SERIAL-VAL <
                       WS-DOC-SERIAL-VOO + RDOC-VALIDADE-DIAS
                   MOVE "N" TO WS-DOC-APROVADO
                   MOVE "DOCUMENTO COM VALIDADE CURTA" TO WS-MOTIVO
               END-IF
           END-IF.

           IF WS-DOC-APROVADO = "S"
               MOVE "N" TO WS-DOC-VISTO-PEDIDO
               MOVE 1 TO WS-DOC-I
               PERFORM UNTIL WS-DOC-I > 5
                   COMPUTE WS-DOC-SERIAL-VAL = (WS-DOC-I - 1) * 3 + 1
                   IF RDOC-VISTO-NACS (WS-DOC-SERIAL-VAL:3) =
                           PAX-NACIONALIDADE
                           AND PAX-NACIONALIDADE NOT = SPACES
                       MOVE "S" TO WS-DOC-VISTO-PEDIDO
                       MOVE 5 TO WS-DOC-I
                   END-IF
                   ADD 1 TO WS-DOC-I
               END-PERFORM
               IF WS-DOC-VISTO-PEDIDO = "S"
                   MOVE "N" TO WS-DOC-APROVADO
                   MOVE "VISTO A CONFERIR NO BALCAO" TO WS-MOTIVO
               END-IF
           END-IF.

      *    RASTREIO COM OS DADOS DO DOCUMENTO AGORA DECLARADOS. UMA
      *    CORRESPONDENCIA ABRE O CASO E O PEDIDO SEGUE PARA O BALCAO
       P250-RASTREAR-PASSAGEIRO.

           MOVE SPACES TO WS-VIG-MELHOR-TIPO.
           MOVE PAX-NOME TO WS-VIG-NOME-ORIG.
           PERFORM P254-COMPACTAR-NOME.
           MOVE WS-VIG-NOME-COMPACTO TO WS-VIG-NOME-PAX.
           MOVE WS-VIG-TAM TO WS-VIG-TAM-PAX.

           IF WS-VIG-LISTA-OK = "S"
               MOVE LOW-VALUES TO VIG-CHAVE
               MOVE "N" TO WS-VIG-FIM
               START VIGILANCIAINPUT KEY IS NOT LESS THAN VIG-CHAVE
                   INVALID KEY
                       MOVE "S" TO WS-VIG-FIM
               END-START
               PERFORM UNTIL WS-VIG-FIM = "S"
                   READ VIGILANCIAINPUT NEXT
                       AT END
                           MOVE "S" TO WS-VIG-FIM
                       NOT AT END
                           PERFORM P251-COMPARAR-ENTRADA
                   END-READ
               END-PERFORM
           END-IF.

           IF WS-VIG-MELHOR-TIPO = SPACES
               MOVE "S" TO WS-AUDRES-OP
               MOVE SPACES TO WS-AUDRES-REG
               IF WS-VIG-LISTA-OK = "S"
                   STRING "RASTREIO RESERVA " DELIMITED BY SIZE
                           RESERVA-ID DELIMITED BY SIZE
                           " PAX " DELIMITED BY SIZE
                           PAX-ID DELIMITED BY SIZE
                           " SEM CORRESPONDENCIA" DELIMITED BY SIZE
                       INTO WS-AUDRES-REG
                   END-STRING
               ELSE
                   STRING "RASTREIO RESERVA " DELIMITED BY SIZE
                           RESERVA-ID DELIMITED BY SIZE
                           " PAX " DELIMITED BY SIZE
                           PAX-ID DELIMITED BY SIZE
                           " LISTA INDISPONIVEL" DELIMITED BY SIZE
                       INTO WS-AUDRES-REG
                   END-STRING
               END-IF
               PERFORM P055-GRAVAR-AUDITORIA-RES
           ELSE
               PERFORM P252-CRIAR-RETENCAO
               MOVE "RETIDA - VERIFICACAO SEGURANCA" TO WS-MOTIVO
               MOVE "DIRIJA-SE AO BALCAO DE CHECK-IN"
                   TO WS-MSG-CLIENTE
           END-IF.

       P251-COMPARAR-ENTRADA.

           MOVE SPACES TO WS-VIG-TIPO.
           IF VIG-DOC-NUMERO NOT = SPACES
                   AND VIG-DOC-NUMERO = PAX-DOC-NUMERO
               MOVE "D" TO WS-VIG-TIPO
           ELSE
               MOVE VIG-NOME TO WS-VIG-NOME-ORIG
               PERFORM P254-COMPACTAR-NOME
               MOVE WS-VIG-NOME-COMPACTO TO WS-VIG-NOME-LISTA
               MOVE WS-VIG-TAM TO WS-VIG-TAM-LISTA
               PERFORM P255-COMPARAR-NOMES
               IF WS-VIG-TIPO NOT = SPACES
                       AND VIG-DATA-NASC > ZEROES
                       AND PAX-DATA-NASC > ZEROES
                       AND VIG-DATA-NASC NOT = PAX-DATA-NASC
                   MOVE SPACES TO WS-VIG-TIPO
               END-IF
           END-IF.

           IF WS-VIG-TIPO NOT = SPACES
               PERFORM VARYING WS-SEG-LIB-I FROM 1 BY 1
                       UNTIL WS-SEG-LIB-I > WS-SEG-LIB-TOTAL
                   IF WS-SEG-LIB-CHAVE(WS-SEG-LIB-I) = VIG-CHAVE
                       MOVE SPACES TO WS-VIG-TIPO
                   END-IF
               END-PERFORM
           END-IF.

           IF WS-VIG-TIPO NOT = SPACES
               IF WS-VIG-MELHOR-TIPO = SPACES
                       OR WS-VIG-TIPO = "D"
                       OR (WS-VIG-TIPO = "E"
                       AND WS-VIG-MELHOR-TIPO = "F")
                   MOVE WS-VIG-TIPO TO WS-VIG-MELHOR-TIPO
                   MOVE VIG-CHAVE TO WS-VIG-MELHOR-CHAVE
                   MOVE VIG-NOME TO WS-VIG-MELHOR-NOME
               END-IF
           END-IF.

       P252-CRIAR-RETENCAO.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WS-CHAVE-CTRL-SEGURANCA TO CTRL-CHAVE.
           PERFORM P430-PROX-NUMERO.
           MOVE WS-PROX-NUMERO TO WS-SEG-CASO.

           MOVE WS-SEG-CASO TO SEG-ID.
           MOVE RESERVA-ID TO SEG-RESERVA-ID.
           MOVE PAX-ID TO SEG-PAX-ID.
           MOVE PAX-NOME TO SEG-NOME.
           MOVE RESERVA-VOO-CHAVE TO SEG-VOO-CHAVE.
           MOVE WS-VIG-MELHOR-CHAVE TO SEG-VIG-CHAVE.
           MOVE WS-VIG-MELHOR-NOME TO SEG-VIG-NOME.
           MOVE WS-VIG-MELHOR-TIPO TO SEG-CORRESPONDENCIA.
           MOVE "C" TO SEG-ORIGEM.
           MOVE WS-DATA-HOJE TO SEG-DATA-ABERTURA.
           MOVE ZEROES TO SEG-OPER-ABERTURA.
           MOVE "P" TO SEG-ESTADO.
           MOVE ZEROES TO SEG-OPER-DECISAO.
           MOVE ZEROES TO SEG-DATA-DECISAO.
           MOVE "CHECK-IN ONLINE" TO SEG-NOTA.
           WRITE SEGURANCAINPUT-REG
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR O CASO DE SEGURANCA "
                           WS-SEG-CASO
           END-WRITE.

           MOVE "S" TO WS-AUDRES-OP.
           MOVE SPACES TO WS-AUDRES-REG.
           STRING "RASTREIO RESERVA " DELIMITED BY SIZE
                   RESERVA-ID DELIMITED BY SIZE
                   " PAX " DELIMITED BY SIZE
                   PAX-ID DELIMITED BY SIZE
                   " RETIDA CASO " DELIMITED BY SIZE
                   WS-SEG-CASO DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-VIG-MELHOR-TIPO DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-VIG-MELHOR-CHAVE DELIMITED BY SIZE
               INTO WS-AUDRES-REG
           END-STRING.
           PERFORM P055-GRAVAR-AUDITORIA-RES.

       P254-COMPACTAR-NOME.

           INSPECT WS-VIG-NOME-ORIG CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE SPACES TO WS-VIG-NOME-COMPACTO.
           MOVE ZEROES TO WS-VIG-TAM.
           PERFORM VARYING WS-VIG-I FROM 1 BY 1 UNTIL WS-VIG-I > 20
               IF WS-VIG-NOME-ORIG(WS-VIG-I:1) IS ALPHABETIC
                       AND WS-VIG-NOME-ORIG(WS-VIG-I:1) NOT = SPACE
                   ADD 1 TO WS-VIG-TAM
                   MOVE WS-VIG-NOME-ORIG(WS-VIG-I:1)
                       TO WS-VIG-NOME-COMPACTO(WS-VIG-TAM:1)
               END-IF
           END-PERFORM.

       P255-COMPARAR-NOMES.

           MOVE SPACES TO WS-VIG-TIPO.
           IF WS-VIG-TAM-PAX > ZEROES AND WS-VIG-TAM-LISTA > ZEROES
               IF WS-VIG-NOME-PAX = WS-VIG-NOME-LISTA
                   MOVE "E" TO WS-VIG-TIPO
               ELSE
                   IF WS-VIG-TAM-PAX > WS-VIG-TAM-LISTA
                       MOVE WS-VIG-NOME-LISTA TO WS-VIG-CURTO
                       MOVE WS-VIG-TAM-LISTA TO WS-VIG-TAM-CURTO
                       MOVE WS-VIG-NOME-PAX TO WS-VIG-LONGO
                       MOVE WS-VIG-TAM-PAX TO WS-VIG-TAM-LONGO
                   ELSE
                       MOVE WS-VIG-NOME-PAX TO WS-VIG-CURTO
                       MOVE WS-VIG-TAM-PAX TO WS-VIG-TAM-CURTO
                       MOVE WS-VIG-NOME-LISTA TO WS-VIG-LONGO
                       MOVE WS-VIG-TAM-LISTA TO WS-VIG-TAM-LONGO
                   END-IF
                   IF WS-VIG-TAM-CURTO >= 5
                       AND WS-VIG-TAM-LONGO - WS-VIG-TAM-CURTO < 2
                       PERFORM P256-CONTAR-DIFERENCAS
                   END-IF
               END-IF
           END-IF.

       P256-CONTAR-DIFERENCAS.

           MOVE 1 TO WS-VIG-I.
           MOVE 1 TO WS-VIG-J.
           MOVE ZEROES TO WS-VIG-DIFS.
           MOVE ZEROES TO WS-VIG-SALTOS.
           PERFORM UNTIL WS-VIG-I > WS-VIG-TAM-CURTO
                   OR WS-VIG-DIFS > 2
               IF WS-VIG-CURTO(WS-VIG-I:1) = WS-VIG-LONGO(WS-VIG-J:1)
                   ADD 1 TO WS-VIG-I
                   ADD 1 TO WS-VIG-J
               ELSE
                   IF WS-VIG-TAM-LONGO > WS-VIG-TAM-CURTO
                           AND WS-VIG-SALTOS = ZEROES
                           AND WS-VIG-CURTO(WS-VIG-I:1) =
                           WS-VIG-LONGO(WS-VIG-J + 1:1)
                       ADD 1 TO WS-VIG-SALTOS
                       ADD 1 TO WS-VIG-J
                   ELSE
                       ADD 1 TO WS-VIG-DIFS
                       ADD 1 TO WS-VIG-I
                       ADD 1 TO WS-VIG-J
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-VIG-TAM-LONGO = WS-VIG-TAM-CURTO
               IF WS-VIG-DIFS <= 2
                   MOVE "F" TO WS-VIG-TIPO
               END-IF
           ELSE
               IF WS-VIG-DIFS <= 1
                   MOVE "F" TO WS-VIG-TIPO
               END-IF
           END-IF.

      *    O SITE SO ATRIBUI LUGARES LIVRES E SEM CONDICOES: BLOQUEADOS,
      *    SAIDAS DE EMERGENCIA, ESPACO EXTRA E BANDAS PAGAS FICAM PARA
      *    O BALCAO. SEM LUGAR PEDIDO, OU PEDIDO INDISPONIVEL, MANTEM O
      *    LUGAR DA RESERVA; A RESERVA SEM LUGAR (OVB) RECEBE UM LIVRE
       P260-ESCOLHER-LUGAR.

           IF RESERVA-LUGAR = "INF"
               IF WS-PED-LUGAR NOT = SPACES
                   MOVE "BEBE AO COLO - SEM LUGAR PROPRIO"
                       TO WS-NOTA-LUGAR
               END-IF
           ELSE
               IF WS-PED-LUGAR NOT = SPACES
                       AND WS-PED-LUGAR NOT = RESERVA-LUGAR
                   PERFORM P262-LUGAR-PEDIDO
               END-IF
               IF RESERVA-LUGAR = "OVB" OR RESERVA-LUGAR = SPACES
                   PERFORM P264-LUGAR-AUTOMATICO
                   IF WS-LUGAR-PROX = "OVB"
                       MOVE "SEM LUGAR DISPONIVEL NO VOO" TO WS-MOTIVO
                   ELSE
                       MOVE WS-LUGAR-PROX TO RESERVA-LUGAR
                   END-IF
               END-IF
           END-IF.

       P262-LUGAR-PEDIDO.

           MOVE RESERVA-VOO-CHAVE TO LUG-VOO-CHAVE.
           MOVE WS-PED-LUGAR TO LUG-ETIQUETA.
           INSPECT LUG-ETIQUETA CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           READ LUGARESINPUT
               INVALID KEY
                   MOVE "LUGAR PEDIDO INEXISTENTE - MANTIDO"
                       TO WS-NOTA-LUGAR
               NOT INVALID KEY
                   IF LUG-OCUPADO = "N"
                           AND NOT LUG-BLOQUEADO-SIM
                           AND NOT LUG-SAIDA-EMERGENCIA
                           AND NOT LUG-ESPACO-EXTRA
                           AND NOT LUG-BANDA-PAGA
                       MOVE "S" TO LUG-OCUPADO
                       REWRITE LUGARESINPUT-REG
                       MOVE RESERVA-LUGAR TO WS-LUGAR-ANTERIOR
                       MOVE LUG-ETIQUETA TO RESERVA-LUGAR
                       PERFORM P266-LIBERTAR-ANTERIOR
                   ELSE
                       MOVE "LUGAR PEDIDO INDISPONIVEL - MANTIDO"
                           TO WS-NOTA-LUGAR
                   END-IF
           END-READ.

       P264-LUGAR-AUTOMATICO.

           MOVE "OVB" TO WS-LUGAR-PROX.
           MOVE RESERVA-VOO-CHAVE TO LUG-VOO-CHAVE.
           MOVE SPACES TO LUG-ETIQUETA.
           SET WS-EXIT-OK2 TO "N".
           START LUGARESINPUT KEY IS NOT LESS THAN LUG-CHAVE
               INVALID KEY
                   SET WS-EXIT-OK2 TO "S"
           END-START.
           PERFORM UNTIL WS-EXIT-OK2 = "S"
               READ LUGARESINPUT NEXT
                   AT END
                       SET WS-EXIT-OK2 TO "S"
                   NOT AT END
                       IF LUG-VOO-CHAVE NOT = RESERVA-VOO-CHAVE
                           SET WS-EXIT-OK2 TO "S"
                       ELSE
                           IF LUG-OCUPADO = "N"
                                   AND NOT LUG-BLOQUEADO-SIM
                                   AND NOT LUG-SAIDA-EMERGENCIA
                                   AND NOT LUG-ESPACO-EXTRA
                                   AND NOT LUG-BANDA-PAGA
                               MOVE "S" TO LUG-OCUPADO
                               REWRITE LUGARESINPUT-REG
                               MOVE LUG-ETIQUETA TO WS-LUGAR-PROX
                               SET WS-EXIT-OK2 TO "S"
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           SET WS-EXIT-OK2 TO "N".

       P266-LIBERTAR-ANTERIOR.

           IF WS-LUGAR-ANTERIOR NOT = "OVB"
                   AND WS-LUGAR-ANTERIOR NOT = SPACES
               MOVE RESERVA-VOO-CHAVE TO LUG-VOO-CHAVE
               MOVE WS-LUGAR-ANTERIOR TO LUG-ETIQUETA
               READ LUGARESINPUT
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "N" TO LUG-OCUPADO
                       REWRITE LUGARESINPUT-REG
               END-READ
           END-IF.

       P270-EFETUAR-CHECKIN.

           IF WS-PAX-ALTERADO = "S"
               REWRITE PASSAGEIROSINPUT-REG
                   INVALID KEY
                       DISPLAY "ERRO AO ATUALIZAR O DOCUMENTO DO "
                               "PASSAGEIRO " PAX-ID
               END-REWRITE
           END-IF.

           MOVE "S" TO RESERVA-CHECKIN.
           MOVE "R" TO WS-DIA-OP.
           PERFORM P072-DIARIO-RESERVA.
           REWRITE RESERVAINPUT-REG.
           MOVE "K" TO WS-AUDRES-OP.
           MOVE RESERVAINPUT-REG TO WS-AUDRES-REG.
           PERFORM P055-GRAVAR-AUDITORIA-RES.

           MOVE "S" TO WS-BIL-OP.
           MOVE RESERVA-ID TO WS-BIL-RESERVA-ID.
           MOVE "C" TO WS-BIL-ESTADO.
           MOVE ZEROES TO WS-BIL-NUMERO.
           CALL 'bilhete_util.o' USING WS-BIL-AREA.
           IF WS-BIL-RESULTADO = "E"
               DISPLAY "ERRO AO ATUALIZAR O CUPAO DA RESERVA "
                       RESERVA-ID
           END-IF.

           ADD 1 TO WS-TOTAL-ACEITES.
           MOVE "A" TO WS-RSP-ESTADO.
           IF WS-NOTA-LUGAR = SPACES
               MOVE "CHECK-IN EFETUADO" TO WS-RSP-MENSAGEM
           ELSE
               MOVE WS-NOTA-LUGAR TO WS-RSP-MENSAGEM
           END-IF.
           PERFORM P280-RESPONDER.

       P280-RESPONDER.

           MOVE WS-PED-LOCALIZADOR TO WS-RSP-LOCALIZADOR.
           MOVE RESERVA-ID TO WS-RSP-RESERVA-ID.
           MOVE RESERVA-NOME TO WS-RSP-NOME.
           MOVE VOOSINPUT-NUMERO TO WS-RSP-VOO-NUMERO.
           MOVE VOOSINPUT-NOME TO WS-RSP-VOO-NOME.
           MOVE VOOSINPUT-DATA TO WS-RSP-DATA.
           MOVE VOOSINPUT-HORA TO WS-RSP-HORA.
           MOVE VOOSINPUT-PORTA TO WS-RSP-PORTA.
           MOVE RESERVA-LUGAR TO WS-RSP-LUGAR.
           MOVE RESERVA-CLASSE TO WS-RSP-CLASSE.
           MOVE RESERVA-GRUPO-ID TO WS-RSP-GRUPO.
           MOVE WS-RSP-LINHA TO RESPOSTASOUTPUT-LINHA.
           WRITE RESPOSTASOUTPUT-LINHA.

      *    O PEDIDO FICA NA LISTA DO BALCAO COM A LINHA ORIGINAL E O
      *    MOTIVO; O SITE RECEBE APENAS O AVISO
       P290-REMETER-BALCAO.

           MOVE WS-CHAVE-CTRL-CHKPEND TO CTRL-CHAVE.
           PERFORM P430-PROX-NUMERO.
           MOVE WS-PROX-NUMERO TO CKP-ID.
           MOVE WS-PED-LOCALIZADOR TO CKP-LOCALIZADOR.
           IF WS-RESERVA-ACHADA = "S"
               MOVE RESERVA-ID TO CKP-RESERVA-ID
           ELSE
               MOVE ZEROES TO CKP-RESERVA-ID
           END-IF.
           MOVE WS-PED-NOME TO CKP-NOME.
           MOVE PEDIDOSCHKINPUT-LINHA TO CKP-LINHA.
           MOVE WS-MOTIVO TO CKP-MOTIVO.
           MOVE "A" TO CKP-ESTADO.
           ACCEPT CKP-DATA FROM DATE YYYYMMDD.
           MOVE ZEROES TO CKP-OPER.
           MOVE ZEROES TO CKP-DATA-TRATADO.
           WRITE CHKPENDINPUT-REG
               INVALID KEY
                   DISPLAY "ERRO AO GUARDAR O PEDIDO PARA O BALCAO "
                           WS-PED-LOCALIZADOR
           END-WRITE.

           ADD 1 TO WS-TOTAL-BALCAO.
           MOVE SPACES TO WS-RSP-LINHA.
           MOVE WS-PED-LOCALIZADOR TO WS-RSP-LOCALIZADOR.
           MOVE "B" TO WS-RSP-ESTADO.
           MOVE CKP-RESERVA-ID TO WS-RSP-RESERVA-ID.
           MOVE WS-PED-NOME TO WS-RSP-NOME.
           MOVE ZEROES TO WS-RSP-VOO-NUMERO.
           MOVE ZEROES TO WS-RSP-DATA.
           MOVE ZEROES TO WS-RSP-HORA.
           MOVE ZEROES TO WS-RSP-GRUPO.
           IF WS-MSG-CLIENTE = SPACES
               MOVE WS-MOTIVO TO WS-RSP-MENSAGEM
           ELSE
               MOVE WS-MSG-CLIENTE TO WS-RSP-MENSAGEM
           END-IF.
           MOVE WS-RSP-LINHA TO RESPOSTASOUTPUT-LINHA.
           WRITE RESPOSTASOUTPUT-LINHA.

       P055-GRAVAR-AUDITORIA-RES.

           ACCEPT WS-AUDRES-DATA FROM DATE YYYYMMDD.
           ACCEPT WS-AUDRES-HORA FROM TIME.
           MOVE ZEROES TO WS-AUDRES-OPERADOR.
           OPEN EXTEND AUDITRESOUTPUT.
           IF WS-AUDRES-STATUS-NOVO
               CLOSE AUDITRESOUTPUT
               OPEN OUTPUT AUDITRESOUTPUT
           END-IF.
           MOVE WS-AUDRES-LINHA TO AUDITRESOUTPUT-LINHA.
           WRITE AUDITRESOUTPUT-LINHA.
           CLOSE AUDITRESOUTPUT.

       P070-GRAVAR-DIARIO.

           ACCEPT WS-DIA-DATA FROM DATE YYYYMMDD.
           ACCEPT WS-DIA-HORA FROM TIME.
           OPEN EXTEND DIARIOOUTPUT.
           IF WS-DIA-STATUS-NOVO
               CLOSE DIARIOOUTPUT
               OPEN OUTPUT DIARIOOUTPUT
           END-IF.
           MOVE WS-DIA-LINHA TO DIARIOOUTPUT-LINHA.
           WRITE DIARIOOUTPUT-LINHA.
           CLOSE DIARIOOUTPUT.

       P072-DIARIO-RESERVA.

           MOVE "R" TO WS-DIA-FICHEIRO.
           MOVE RESERVAINPUT-REG TO WS-DIA-IMAGEM.
           PERFORM P070-GRAVAR-DIARIO.

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
                   MOVE 31 TO WS-DIAS-NO-MES
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

       P129-FUSO-DA-ROTA.

           MOVE ZEROES TO WS-FUSO-MIN.
           MOVE WS-FUSO-ROTA-NOME TO ROTA-NOME.
           READ ROTASINPUT
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ROTA-ORIGEM NOT = SPACES
                       MOVE ROTA-ORIGEM TO CID-NOME
                       READ CIDADESINPUT
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               COMPUTE WS-FUSO-MIN = CID-FUSO * 60
                       END-READ
                   END-IF
           END-READ.

       P430-PROX-NUMERO.

           READ CONTROLOINPUT
               INVALID KEY
                   MOVE 1 TO WS-PROX-NUMERO
                   MOVE WS-PROX-NUMERO TO CTRL-ULTIMO-NUM
                   WRITE CONTROLOINPUT-REG
               NOT INVALID KEY
                   ADD 1 TO CTRL-ULTIMO-NUM
                   MOVE CTRL-ULTIMO-NUM TO WS-PROX-NUMERO
                   REWRITE CONTROLOINPUT-REG
           END-READ.

       P090-CARREGAR-AMBIENTE.

           CALL 'amb_util.o' USING WS-AMB-AREA.
           DISPLAY "AMBIENTE ATIVO: " WS-AMB-CODIGO.
           MOVE SPACES TO WS-CAM-ERROS.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/erros.txt" DELIMITED BY SIZE
               INTO WS-CAM-ERROS
           END-STRING.
           MOVE SPACES TO WS-CAM-PEDIDOS.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/chkonline.txt" DELIMITED BY SIZE
               INTO WS-CAM-PEDIDOS
           END-STRING.
           MOVE SPACES TO WS-CAM-RESPOSTAS.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/chkresp.txt" DELIMITED BY SIZE
               INTO WS-CAM-RESPOSTAS
           END-STRING.
           MOVE SPACES TO WS-CAM-LOCALIZADORES.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/project/locadores.dat" DELIMITED BY SIZE
               INTO WS-CAM-LOCALIZADORES
           END-STRING.
           MOVE SPACES TO WS-CAM-RESERVAS.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/project/reservas.dat" DELIMITED BY SIZE
               INTO WS-CAM-RESERVAS
           END-STRING.
           MOVE SPACES TO WS-CAM-VOOS.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/project/voos.dat" DELIMITED BY SIZE
               INTO WS-CAM-VOOS
           END-STRING.
           MOVE SPACES TO WS-CAM-PASSAGEIROS.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/passageiros.dat" DELIMITED BY SIZE
               INTO WS-CAM-PASSAGEIROS
           END-STRING.
           MOVE SPACES TO WS-CAM-LUGARES.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/project/lugares.dat" DELIMITED BY SIZE
               INTO WS-CAM-LUGARES
           END-STRING.
           MOVE SPACES TO WS-CAM-REGRASDOC.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/regrasdoc.dat" DELIMITED BY SIZE
               INTO WS-CAM-REGRASDOC
           END-STRING.
           MOVE SPACES TO WS-CAM-ROTAS.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/rotas.dat" DELIMITED BY SIZE
               INTO WS-CAM-ROTAS
           END-STRING.
           MOVE SPACES TO WS-CAM-CIDADES.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/cidades.dat" DELIMITED BY SIZE
               INTO WS-CAM-CIDADES
           END-STRING.
           MOVE SPACES TO WS-CAM-CONTROLO.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/project/controlo.dat" DELIMITED BY SIZE
               INTO WS-CAM-CONTROLO
           END-STRING.
           MOVE SPACES TO WS-CAM-VIGILANCIA.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/project/vigil.dat" DELIMITED BY SIZE
               INTO WS-CAM-VIGILANCIA
           END-STRING.
           MOVE SPACES TO WS-CAM-SEGURANCA.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/project/segur.dat" DELIMITED BY SIZE
               INTO WS-CAM-SEGURANCA
           END-STRING.
           MOVE SPACES TO WS-CAM-CHKPEND.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/project/chkpend.dat" DELIMITED BY SIZE
               INTO WS-CAM-CHKPEND
           END-STRING.
           MOVE SPACES TO WS-CAM-DIARIO.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/diario.txt" DELIMITED BY SIZE
               INTO WS-CAM-DIARIO
           END-STRING.
           MOVE SPACES TO WS-CAM-AUDITRES.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/auditres.txt" DELIMITED BY SIZE
               INTO WS-CAM-AUDITRES
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

       END PROGRAM CHKONLIN.
