       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAFTEXP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT DOCFISCAIS ASSIGN TO
           WS-CAM-DOCFIS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DOC-CHAVE
           ALTERNATE RECORD KEY IS DOC-RESERVA-ID WITH DUPLICATES
           FILE STATUS IS WS-FICHEIRO-STATUS-DOC.

       SELECT PASSAGEIROSINPUT ASSIGN TO
           WS-CAM-PASSAGEIROS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PAX-ID
           FILE STATUS IS WS-FICHEIRO-STATUS-PAX.

       SELECT CONTACTOS ASSIGN TO
           WS-CAM-CONTACTOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ID-CONTACTO
           ALTERNATE RECORD KEY IS NM-CONTACTO WITH DUPLICATES
           FILE STATUS IS WS-FICHEIRO-STATUS-CONT.

       SELECT EMPRESASINPUT ASSIGN TO
           WS-CAM-EMPRESAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMP-CODIGO
           FILE STATUS IS WS-FICHEIRO-STATUS-EMP.

       SELECT ANCILARIOSINPUT ASSIGN TO
           WS-CAM-ANCILARIOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ANC-CODIGO
           FILE STATUS IS WS-FICHEIRO-STATUS-ANC.

       SELECT TAXASINPUT ASSIGN TO
           WS-CAM-TAXAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TAXA-CODIGO
           FILE STATUS IS WS-FICHEIRO-STATUS-TAXA.

       SELECT SAFTOUTPUT ASSIGN TO
           WS-CAM-SAFT
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FICHEIRO-STATUS-SAFT.

       SELECT ERROSOUTPUT ASSIGN TO
           WS-CAM-ERROS
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-ERR.

       DATA DIVISION.

       FILE SECTION.

           FD DOCFISCAIS.
           01 DOCFISCAIS-REG.
               05 DOC-CHAVE.
                   10 DOC-TIPO PIC X(02).
                       88 DOC-FATURA-RECIBO VALUE "FR".
                       88 DOC-FATURA VALUE "FT".
                       88 DOC-NOTA-CREDITO VALUE "NC".
                   10 DOC-ANO PIC 9(04).
                   10 DOC-NUMERO PIC 9(08).
               05 DOC-DATA PIC 9(08).
               05 DOC-HORA PIC 9(08).
               05 DOC-MOV-TIPO PIC X(01).
               05 DOC-RESERVA-ID PIC 9(04).
               05 DOC-PAX-ID PIC 9(04).
               05 DOC-VOO PIC X(10).
               05 DOC-OPERADOR PIC 9(02).
               05 DOC-CLIENTE-ID PIC X(06).
               05 DOC-CLIENTE-NIF PIC X(09).
               05 DOC-CLIENTE-NOME PIC X(20).
               05 DOC-REFERENCIA.
                   10 DOC-REF-TIPO PIC X(02).
                   10 DOC-REF-ANO PIC 9(04).
                   10 DOC-REF-NUMERO PIC 9(08).
               05 DOC-BASE PIC 9(07)V99.
               05 DOC-IVA PIC 9(07)V99.
               05 DOC-TOTAL PIC 9(07)V99.
               05 DOC-ESTADO PIC X(01).
                   88 DOC-NORMAL VALUE "N".
                   88 DOC-ANULADO VALUE "A".
               05 DOC-NUM-LINHAS PIC 9(02).
               05 DOC-LINHA OCCURS 8 TIMES.
                   10 DOC-LIN-CODIGO PIC X(04).
                   10 DOC-LIN-DESC PIC X(20).
                   10 DOC-LIN-BASE PIC 9(07)V99.
                   10 DOC-LIN-IVA-COD PIC X(04).
                   10 DOC-LIN-IVA-PCT PIC 9(03)V99.
                   10 DOC-LIN-IVA PIC 9(07)V99.

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

           FD CONTACTOS.
           01 REG-CONTACTOS.
               05 ID-CONTACTO    PIC 9(06).
               05 NM-CONTACTO    PIC X(20).
               05 TEL-CONTACTO   PIC X(15).
               05 EMAIL-CONTACTO PIC X(30).
               05 CAT-CONTACTO  PIC X(01).

           FD EMPRESASINPUT.
           01 EMPRESASINPUT-REG.
               05 EMP-CODIGO PIC X(04).
               05 EMP-NOME PIC X(20).
               05 EMP-NIF PIC X(09).
               05 EMP-CONTACTO-ID PIC 9(06).
               05 EMP-LIMITE PIC 9(07)V99.
               05 EMP-DESCONTO PIC 9(02).
               05 EMP-PRAZO PIC 9(03).
               05 EMP-ESTADO PIC X(01).
               05 EMP-DATA PIC 9(08).

           FD ANCILARIOSINPUT.
           01 ANCILARIOSINPUT-REG.
               05 ANC-CODIGO PIC X(04).
               05 ANC-DESCRICAO PIC X(20).
               05 ANC-PRECO PIC 9(05)V99.

           FD TAXASINPUT.
           01 TAXASINPUT-REG.
               05 TAXA-CODIGO PIC X(04).
               05 TAXA-DESC PIC X(20).
               05 TAXA-TIPO PIC X(01).
                   88 TAXA-VALOR-FIXO VALUE "V".
                   88 TAXA-PERCENTAGEM VALUE "P".
               05 TAXA-VALOR PIC 9(05)V99.
               05 TAXA-ROTA PIC X(10).

           FD SAFTOUTPUT.
           01 SAFTOUTPUT-LINHA PIC X(200).

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
               05 WS-ERR-L-PROG PIC X(10) VALUE "SAFTEXP".
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
           77 WS-CAM-DOCFIS PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/project/docfis.dat".
           77 WS-CAM-PASSAGEIROS PIC X(80) VALUE
               "/Users/antonyferreira/Documents/Cobol/passageiros.dat".
           77 WS-CAM-CONTACTOS PIC X(80) VALUE
               "/Users/antonyferreira/Documents/Cobol/contactos.dat".
           77 WS-CAM-EMPRESAS PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/project/empresas.dat".
           77 WS-CAM-ANCILARIOS PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/ancilarios.dat".
           77 WS-CAM-TAXAS PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/taxas.dat".
           77 WS-CAM-SAFT PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/saft.xml".

           01 WS-FICHEIRO-STATUS-DOC PIC XX.
               88 WS-DOC-STATUS-OK VALUE "00".
               88 WS-DOC-STATUS-INEXISTENTE VALUE "35".

           01 WS-FICHEIRO-STATUS-PAX PIC XX.
               88 WS-PAX-STATUS-OK VALUE "00".

           01 WS-FICHEIRO-STATUS-CONT PIC XX.
               88 WS-CONT-STATUS-OK VALUE "00".

           01 WS-FICHEIRO-STATUS-EMP PIC XX.
               88 WS-EMP-STATUS-OK VALUE "00".

           01 WS-FICHEIRO-STATUS-ANC PIC XX.
               88 WS-ANC-STATUS-OK VALUE "00".

           01 WS-FICHEIRO-STATUS-TAXA PIC XX.
               88 WS-TAXA-STATUS-OK VALUE "00".

           01 WS-FICHEIRO-STATUS-SAFT PIC XX.
               88 WS-SAFT-STATUS-OK VALUE "00".

      *    IDENTIFICACAO DA EMPRESA E DO PROGRAMA NO CABECALHO
           77 WS-SAFT-NIF PIC X(09) VALUE "500000000".
           77 WS-SAFT-NOME PIC X(40) VALUE "COMPANHIA DE AVIACAO".
           77 WS-SAFT-MORADA PIC X(40) VALUE "AEROPORTO DE LISBOA".
           77 WS-SAFT-CIDADE PIC X(20) VALUE "LISBOA".
           77 WS-SAFT-COD-POSTAL PIC X(08) VALUE "1700-111".
           77 WS-SAFT-PRODUTOR-NIF PIC X(09) VALUE "500000000".
           77 WS-SAFT-PRODUTO PIC X(40) VALUE
               "RESERVAS/COMPANHIA DE AVIACAO".
           77 WS-SAFT-VERSAO PIC X(10) VALUE "1.0".

           77 WS-PAX-ABERTO PIC X(01) VALUE "N".
           77 WS-CONT-ABERTO PIC X(01) VALUE "N".
           77 WS-EMP-ABERTO PIC X(01) VALUE "N".
           77 WS-ANC-ABERTO PIC X(01) VALUE "N".
           77 WS-TAXA-ABERTA PIC X(01) VALUE "N".

           77 WS-EXIT-OK PIC X(01) VALUE "N".
           77 WS-ACHADO PIC X(01) VALUE "N".
           77 WS-DATA-HOJE PIC 9(08) VALUE ZEROES.
           77 WS-HORA-HOJE PIC 9(08) VALUE ZEROES.
           77 WS-DATA-INICIO PIC 9(08) VALUE ZEROES.
           77 WS-DATA-FIM PIC 9(08) VALUE ZEROES.

           77 WS-TOTAL-DOCUMENTOS PIC 9(07) VALUE ZEROES.
           77 WS-TOTAL-DEBITO PIC 9(11)V99 VALUE ZEROES.
           77 WS-TOTAL-CREDITO PIC 9(11)V99 VALUE ZEROES.
           77 WS-TOTAL-PRODUTOS PIC 9(05) VALUE ZEROES.
           77 WS-CLI-EXCEDIDOS PIC 9(05) VALUE ZEROES.

      *    CLIENTES COM DOCUMENTOS NO PERIODO
           77 WS-NUM-CLIENTES PIC 9(04) VALUE ZEROES.
           77 WS-CLI-I PIC 9(04) VALUE ZEROES.
           01 WS-TABELA-CLIENTES.
               05 WS-CLI-ENT OCCURS 2000 TIMES.
                   10 WS-CLI-ID PIC X(06).
                   10 WS-CLI-NIF PIC X(09).
                   10 WS-CLI-NOME PIC X(20).

           77 WS-LIN-I PIC 9(02) VALUE ZEROES.

      *    MONTAGEM DAS LINHAS DO FICHEIRO XML
           01 WS-XML-LINHA PIC X(200) VALUE SPACES.
           77 WS-XML-PONTEIRO PIC 9(03) VALUE ZEROES.
           77 WS-XML-RECUO PIC 9(02) VALUE ZEROES.
           77 WS-XML-TAG PIC X(40) VALUE SPACES.
           77 WS-XML-VALOR PIC X(60) VALUE SPACES.
           77 WS-XML-MONTANTE PIC 9(09).99.
           77 WS-XML-PCT PIC 9(03).99.
           77 WS-XML-LINHA-NUM PIC 9(02).
           77 WS-XML-CONTAGEM PIC 9(07).
           77 WS-XML-COD-IVA PIC X(03) VALUE SPACES.
           77 WS-PROD-TIPO PIC X(01) VALUE SPACES.
           77 WS-PROD-CODIGO PIC X(04) VALUE SPACES.
           77 WS-PROD-DESC PIC X(40) VALUE SPACES.

           01 WS-XML-DOC-ID.
               05 WS-XML-DOC-TIPO PIC X(02).
               05 FILLER PIC X(01) VALUE SPACE.
               05 WS-XML-DOC-ANO PIC 9(04).
               05 FILLER PIC X(01) VALUE "/".
               05 WS-XML-DOC-NUMERO PIC 9(08).

           01 WS-CONV-DATA PIC 9(08) VALUE ZEROES.
           01 WS-CONV-DATA-R REDEFINES WS-CONV-DATA.
               05 WS-CONV-ANO PIC X(04).
               05 WS-CONV-MES PIC X(02).
               05 WS-CONV-DIA PIC X(02).
           01 WS-CONV-HORA PIC 9(08) VALUE ZEROES.
           01 WS-CONV-HORA-R REDEFINES WS-CONV-HORA.
               05 WS-CONV-HH PIC X(02).
               05 WS-CONV-MI PIC X(02).
               05 WS-CONV-SS PIC X(02).
               05 FILLER PIC X(02).

           01 WS-XML-DATA.
               05 WS-XML-DATA-ANO PIC X(04).
               05 FILLER PIC X(01) VALUE "-".
               05 WS-XML-DATA-MES PIC X(02).
               05 FILLER PIC X(01) VALUE "-".
               05 WS-XML-DATA-DIA PIC X(02).
           01 WS-XML-DATA-HORA.
               05 WS-XML-DH-DATA PIC X(10).
               05 FILLER PIC X(01) VALUE "T".
               05 WS-XML-DH-HH PIC X(02).
               05 FILLER PIC X(01) VALUE ":".
               05 WS-XML-DH-MI PIC X(02).
               05 FILLER PIC X(01) VALUE ":".
               05 WS-XML-DH-SS PIC X(02).

           77 WS-VALOR-ED PIC ZZZZZZZZZZ9.99.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           PERFORM P090-CARREGAR-AMBIENTE.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-HOJE FROM TIME.
           DISPLAY "*** EXPORTACAO DO FICHEIRO SAF-T (PT) ***".
           DISPLAY "DATA INICIAL DO PERIODO (AAAAMMDD)".
           ACCEPT WS-DATA-INICIO.
           DISPLAY "DATA FINAL DO PERIODO (AAAAMMDD)".
           ACCEPT WS-DATA-FIM.
           IF WS-DATA-FIM < WS-DATA-INICIO
               DISPLAY "PERIODO INVALIDO - DATA FINAL ANTERIOR A "
                       "INICIAL"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT DOCFISCAIS.
           IF WS-DOC-STATUS-INEXISTENTE
               DISPLAY "SEM DOCUMENTOS FISCAIS EMITIDOS"
               STOP RUN
           END-IF.
           IF NOT WS-DOC-STATUS-OK
               MOVE "DOCFIS" TO WS-ERR-L-FICH
               MOVE WS-FICHEIRO-STATUS-DOC TO WS-ERR-L-ESTADO
               PERFORM P095-REGISTAR-ERRO-ABERTURA
               DISPLAY "FICHEIRO DE DOCUMENTOS FISCAIS INDISPONIVEL"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT SAFTOUTPUT.
           IF NOT WS-SAFT-STATUS-OK
               MOVE "SAFT" TO WS-ERR-L-FICH
               MOVE WS-FICHEIRO-STATUS-SAFT TO WS-ERR-L-ESTADO
               PERFORM P095-REGISTAR-ERRO-ABERTURA
               DISPLAY "NAO FOI POSSIVEL CRIAR O FICHEIRO SAF-T"
               CLOSE DOCFISCAIS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT PASSAGEIROSINPUT.
           IF WS-PAX-STATUS-OK
               MOVE "S" TO WS-PAX-ABERTO
           END-IF.
           OPEN INPUT CONTACTOS.
           IF WS-CONT-STATUS-OK
               MOVE "S" TO WS-CONT-ABERTO
           END-IF.
           OPEN INPUT EMPRESASINPUT.
           IF WS-EMP-STATUS-OK
               MOVE "S" TO WS-EMP-ABERTO
           END-IF.
           OPEN INPUT ANCILARIOSINPUT.
           IF WS-ANC-STATUS-OK
               MOVE "S" TO WS-ANC-ABERTO
           END-IF.
           OPEN INPUT TAXASINPUT.
           IF WS-TAXA-STATUS-OK
               MOVE "S" TO WS-TAXA-ABERTA
           END-IF.

           PERFORM P200-PRIMEIRA-PASSAGEM.

           MOVE '<?xml version="1.0" encoding="Windows-1252"?>'
               TO SAFTOUTPUT-LINHA.
           WRITE SAFTOUTPUT-LINHA.
           MOVE '<AuditFile xmlns="urn:OECD:StandardAuditFile-Tax:PT_1.0
      -        '4_01">' TO SAFTOUTPUT-LINHA.
           WRITE SAFTOUTPUT-LINHA.

           PERFORM P300-CABECALHO.

           MOVE 2 TO WS-XML-RECUO.
           MOVE "MasterFiles" TO WS-XML-TAG.
           PERFORM P911-ABRIR-GRUPO.
           PERFORM P400-CLIENTES.
           PERFORM P500-PRODUTOS.
           PERFORM P600-TABELA-IVA.
           MOVE 2 TO WS-XML-RECUO.
           MOVE "MasterFiles" TO WS-XML-TAG.
           PERFORM P912-FECHAR-GRUPO.

           PERFORM P700-DOCUMENTOS.

           MOVE "</AuditFile>" TO SAFTOUTPUT-LINHA.
           WRITE SAFTOUTPUT-LINHA.

           CLOSE DOCFISCAIS.
           CLOSE SAFTOUTPUT.
           IF WS-PAX-ABERTO = "S"
               CLOSE PASSAGEIROSINPUT
           END-IF.
           IF WS-CONT-ABERTO = "S"
               CLOSE CONTACTOS
           END-IF.
           IF WS-EMP-ABERTO = "S"
               CLOSE EMPRESASINPUT
           END-IF.
           IF WS-ANC-ABERTO = "S"
               CLOSE ANCILARIOSINPUT
           END-IF.
           IF WS-TAXA-ABERTA = "S"
               CLOSE TAXASINPUT
           END-IF.

           DISPLAY " ".
           DISPLAY "PERIODO: " WS-DATA-INICIO " A " WS-DATA-FIM.
           DISPLAY "DOCUMENTOS EXPORTADOS: " WS-TOTAL-DOCUMENTOS.
           DISPLAY "CLIENTES: " WS-NUM-CLIENTES
                   "  PRODUTOS: " WS-TOTAL-PRODUTOS.
           MOVE WS-TOTAL-CREDITO TO WS-VALOR-ED.
           DISPLAY "TOTAL FATURADO (SEM IVA): " WS-VALOR-ED.
           MOVE WS-TOTAL-DEBITO TO WS-VALOR-ED.
           DISPLAY "TOTAL DE NOTAS DE CREDITO (SEM IVA): " WS-VALOR-ED.
           DISPLAY "FICHEIRO GRAVADO EM saft.xml".

           IF WS-CLI-EXCEDIDOS > ZEROES
               DISPLAY "CLIENTES QUE NAO COUBERAM NA TABELA: "
                       WS-CLI-EXCEDIDOS
               MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.

      *    PRIMEIRA LEITURA DOS DOCUMENTOS DO PERIODO: TOTAIS DE
      *    CONTROLO E CLIENTES A INCLUIR NOS FICHEIROS MESTRE
       P200-PRIMEIRA-PASSAGEM.

           MOVE LOW-VALUES TO DOC-CHAVE.
           SET WS-EXIT-OK TO "N".
           START DOCFISCAIS KEY IS NOT LESS THAN DOC-CHAVE
               INVALID KEY
                   SET WS-EXIT-OK TO "S"
           END-START.
           PERFORM UNTIL WS-EXIT-OK = "S"
               READ DOCFISCAIS NEXT
                   AT END
                       SET WS-EXIT-OK TO "S"
                   NOT AT END
                       IF DOC-DATA >= WS-DATA-INICIO
                               AND DOC-DATA <= WS-DATA-FIM
                           PERFORM P210-CONTAR-DOCUMENTO
                       END-IF
               END-READ
           END-PERFORM.
           SET WS-EXIT-OK TO "N".

       P210-CONTAR-DOCUMENTO.

           ADD 1 TO WS-TOTAL-DOCUMENTOS.
           IF DOC-NOTA-CREDITO
               ADD DOC-BASE TO WS-TOTAL-DEBITO
           ELSE
               ADD DOC-BASE TO WS-TOTAL-CREDITO
           END-IF.

           MOVE "N" TO WS-ACHADO.
           PERFORM VARYING WS-CLI-I FROM 1 BY 1
                   UNTIL WS-CLI-I > WS-NUM-CLIENTES
                       OR WS-ACHADO = "S"
               IF WS-CLI-ID (WS-CLI-I) = DOC-CLIENTE-ID
                   MOVE "S" TO WS-ACHADO
               END-IF
           END-PERFORM.
           IF WS-ACHADO = "N"
               IF WS-NUM-CLIENTES < 2000
                   ADD 1 TO WS-NUM-CLIENTES
                   MOVE DOC-CLIENTE-ID TO WS-CLI-ID (WS-NUM-CLIENTES)
                   MOVE DOC-CLIENTE-NIF TO WS-CLI-NIF (WS-NUM-CLIENTES)
                   MOVE DOC-CLIENTE-NOME
                       TO WS-CLI-NOME (WS-NUM-CLIENTES)
               ELSE
                   ADD 1 TO WS-CLI-EXCEDIDOS
               END-IF
           END-IF.

       P300-CABECALHO.

           MOVE 2 TO WS-XML-RECUO.
           MOVE "Header" TO WS-XML-TAG.
           PERFORM P911-ABRIR-GRUPO.
           MOVE 4 TO WS-XML-RECUO.
           MOVE "AuditFileVersion" TO WS-XML-TAG.
           MOVE "1.04_01" TO WS-XML-VALOR.
           PERFORM P910-ESCREVER-ELEMENTO.
           MOVE "CompanyID" TO WS-XML-TAG.
           MOVE WS-SAFT-NIF TO WS-XML-VALOR.
           PERFORM P910-ESCREVER-ELEMENTO.
           MOVE "TaxRegistrationNumber" TO WS-XML-TAG.
           MOVE WS-SAFT-NIF TO WS-XML-VALOR.
           PERFORM P910-ESCREVER-ELEMENTO.
           MOVE "TaxAccountingBasis" TO WS-XML-TAG.
           MOVE "F" TO WS-XML-VALOR.
           PERFORM P910-ESCREVER-ELEMENTO.
           MOVE "CompanyName" TO WS-XML-TAG.
           MOVE WS-SAFT-NOME TO WS-XML-VALOR.
           PERFORM P910-ESCREVER-ELEMENTO.
           MOVE "CompanyAddress" TO WS-XML-TAG.
           PERFORM P911-ABRIR-GRUPO.
           MOVE 6 TO WS-XML-RECUO.
           MOVE "AddressDetail" TO WS-XML-TAG.
           MOVE WS-SAFT-MORADA TO WS-XML-VALOR.
           PERFORM P910-ESCREVER-ELEMENTO.
           MOVE "City" TO WS-XML-TAG.
           MOVE WS-SAFT-CIDADE TO WS-XML-VALOR.
           PERFORM P910-ESCREVER-ELEMENTO.
           MOVE "PostalCode" TO WS-XML-TAG.
           MOVE WS-SAFT-COD-POSTAL TO WS-XML-VALOR.
           PERFORM P910-ESCREVER-ELEMENTO.
           MOVE "Country" TO WS-XML-TAG.
           MOVE "PT" TO WS-XML-VALOR.
           PERFORM P910-ESCREVER-ELEMENTO.
           MOVE 4 TO WS-XML-RECUO.
           MOVE "CompanyAddress" TO WS-XML-TAG.
           PERFORM P912-FECHAR-GRUPO.
           MOVE "FiscalYear" TO WS-XML-TAG.
           MOVE WS-DATA-INICIO (1:4) TO WS-XML-VALOR.
           PERFORM P910-ESCREVER-ELEMENTO.
           MOVE "StartDate" TO WS-XML-TAG.
           MOVE WS-DATA-INICIO TO WS-CONV-DATA.
           PERFORM P920-CONVERTER-DATA.
           MOVE WS-XML-DATA TO WS-XML-VALOR.
           PERFORM P910-ESCREVER-ELEMENTO.
           MOVE "EndDate" TO WS-XML-TAG.
           MOVE WS-DATA-FIM TO WS-CONV-DATA.
           PERFORM P920-CONVERTER-DATA.
           MOVE WS-XML-DATA TO WS-XML-VALOR.
           PERFORM P910-ESCREVER-ELEMENTO.
           MOVE "CurrencyCode" TO WS-XML-TAG.
           MOVE "EUR" TO WS-XML-VALOR.
           PERFORM P910-ESCREVER-ELEMENTO.
           MOVE "DateCreated" TO WS-XML-TAG.
           MOVE WS-DATA-HOJE TO WS-CONV-DATA.
           PERFORM P920-CONVERTER-DATA.
           MOVE WS-XML-DATA TO WS-XML-VALOR.
           PERFORM P910-ESCREVER-ELEMENTO.
           MOVE "TaxEntity" TO WS-XML-TAG.
           MOVE "Global" TO WS-XML-VALOR.
           PERFORM P910-ESCREVER-ELEMENTO.
           MOVE "ProductCompanyTaxID" TO WS-XML-TAG.
           MOVE WS-SAFT-PRODUTOR-NIF TO WS-XML-VALOR.
           PERFORM P910-ESCREVER-ELEMENTO.
           MOVE "SoftwareCertificateNumber" TO WS-XML-TAG.
           MOVE "0" TO WS-XML-VALOR.
           PERFORM P910-ESCREVER-ELEMENTO.
           MOVE "ProductID" TO WS-XML-TAG.
           MOVE WS-SAFT-PRODUTO TO WS-XML-VALOR.
           PERFORM P910-ESCREVER-ELEMENTO.
           MOVE "ProductVersion" TO WS-XML-TAG.
           MOVE WS-SAFT-VERSAO TO WS-XML-VALOR.
           PERFORM P910-ESCREVER-ELEMENTO.
           MOVE 2 TO WS-XML-RECUO.
           MOVE "Header" TO WS-XML-TAG.
           PERFORM P912-FECHAR-GRUPO.

       P400-CLIENTES.

           PERFORM VARYING WS-CLI-I FROM 1 BY 1
                   UNTIL WS-CLI-I > WS-NUM-CLIENTES
               PERFORM P410-CLIENTE
           END-PERFORM.

      *    OS PASSAGEIROS SAO CONSUMIDORES FINAIS; O TELEFONE E O EMAIL
      *    VEM DO CONTACTO ASSOCIADO AO PASSAGEIRO OU A EMPRESA
       P410-CLIENTE.

           MOVE ZEROES TO ID-CONTACTO.
           IF WS-CLI-ID (WS-CLI-I) (1:1) = "P" AND WS-PAX-ABERTO = "S"
               MOVE WS-CLI-ID (WS-CLI-I) (2:4) TO PAX-ID
               READ PASSAGEIROSINPUT
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PAX-CONTACTO-ID TO ID-CONTACTO
               END-READ
           END-IF.
           IF WS-CLI-ID (WS-CLI-I) (1:1) = "E" AND WS-EMP-ABERTO = "S"
               MOVE WS-CLI-ID (WS-CLI-I) (2:4) TO EMP-CODIGO
               READ EMPRESASINPUT
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE EMP-CONTACTO-ID TO ID-CONTACTO
               END-READ
           END-IF.
           MOVE "N" TO WS-ACHADO.
           IF ID-CONTACTO > 0 AND WS-CONT-ABERTO = "S"
               READ CONTACTOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO WS-ACHADO
               END-READ
           END-IF.

           MOVE 4 TO WS-XML-RECUO.
           MOVE "Customer" TO WS-XML-TAG.
           PERFORM P911-ABRIR-GRUPO.
           MOVE 6 TO WS-XML-RECUO.
           MOVE "CustomerID" TO WS-XML-TAG.
           MOVE WS-CLI-ID (WS-CLI-I) TO WS-XML-VALOR.
           PERFORM P910-ESCREVER-ELEMENTO.
           MOVE "AccountID" TO WS-XML-TAG.
           MOVE "Desconhecido" TO WS-XML-VALOR.
           PERFORM P910-ESCREVER-ELEMENTO.
           MOVE "CustomerTaxID" TO WS-XML-TAG.
           MOVE WS-CLI-NIF (WS-CLI-I) TO WS-XML-VALOR.
           PERFORM P910-ESCREVER-ELEMENTO.
           MOVE "CompanyName" TO WS-XML-TAG.
           MOVE WS-CLI-NOME (WS-CLI-I) TO WS-XML-VALOR.
           PERFORM P910-ESCREVER-ELEMENTO.
           MOVE "BillingAddress" TO WS-XML-TAG.
           PERFORM P911-ABRIR-GRUPO.
           MOVE 8 TO WS-XML-RECUO.
           MOVE "AddressDetail" TO WS-XML-TAG.
           MOVE "Desconhecido" TO WS-XML-VALOR.
           PERFORM P910-ESCREVER-ELEMENTO.
           MOVE "City" TO WS-XML-TAG.
           MOVE "Desconhecido" TO WS-XML-VALOR.
           PERFORM P910-ESCREVER-ELEMENTO.
           MOVE "PostalCode" TO WS-XML-TAG.
           MOVE "Desconhecido" TO WS-XML-VALOR.
           PERFORM P910-ESCREVER-ELEMENTO.
           MOVE "Country" TO WS-XML-TAG.
           MOVE "Desconhecido" TO WS-XML-VALOR.
           PERFORM P910-ESCREVER-ELEMENTO.
           MOVE 6 TO WS-XML-RECUO.
           MOVE "BillingAddress" TO WS-XML-TAG.
           PERFORM P912-FECHAR-GRUPO.
           IF WS-ACHADO = "S"
               IF TEL-CONTACTO NOT = SPACES
                   MOVE "Telephone" TO WS-XML-TAG
                   MOVE TEL-CONTACTO TO WS-XML-VALOR
                   PERFORM P910-ESCREVER-ELEMENTO
               END-IF
               IF EMAIL-CONTACTO NOT = SPACES
                   MOVE "Email" TO WS-XML-TAG
                   MOVE EMAIL-CONTACTO TO WS-XML-VALOR
                   PERFORM P910-ESCREVER-ELEMENTO
               END-IF
           END-IF.
           MOVE "SelfBillingIndicator" TO WS-XML-TAG.
           MOVE "0" TO WS-XML-VALOR.
           PERFORM P910-ESCREVER-ELEMENTO.
           MOVE 4 TO WS-XML-RECUO.
           MOVE "Customer" TO WS-XML-TAG.
           PERFORM P912-FECHAR-GRUPO.

      *    PRODUTOS: OS SERVICOS FIXOS DA COMPANHIA, OS SERVICOS
      *    ADICIONAIS DO CATALOGO E AS TAXAS QUE NAO SAO IVA
       P500-PRODUTOS.

           MOVE "S" TO WS-PROD-TIPO.
           MOVE "TARF" TO WS-PROD-CODIGO.
           MOVE "TRANSPORTE AEREO" TO WS-PROD-DESC.
           PERFORM P510-PRODUTO.
           MOVE "LUGR" TO WS-PROD-CODIGO.
           MOVE "ESCOLHA DE LUGAR" TO WS-PROD-DESC.
           PERFORM P510-PRODUTO.
           MOVE "TAXA" TO WS-PROD-CODIGO.
           MOVE "TAXA DE ALTERACAO" TO WS-PROD-DESC.
           PERFORM P510-PRODUTO.
           MOVE "CRGA" TO WS-PROD-CODIGO.
           MOVE "TRANSPORTE DE CARGA" TO WS-PROD-DESC.
           PERFORM P510-PRODUTO.
           MOVE "FRET" TO WS-PROD-CODIGO.
           MOVE "FRETAMENTO DE VOO" TO WS-PROD-DESC.
           PERFORM P510-PRODUTO.

           IF WS-ANC-ABERTO = "S"
               MOVE LOW-VALUES TO ANC-CODIGO
               SET WS-EXIT-OK TO "N"
               START ANCILARIOSINPUT KEY IS NOT LESS THAN ANC-CODIGO
                   INVALID KEY
                       SET WS-EXIT-OK TO "S"
               END-START
               PERFORM UNTIL WS-EXIT-OK = "S"
                   READ ANCILARIOSINPUT NEXT
                       AT END
                           SET WS-EXIT-OK TO "S"
                       NOT AT END
                           MOVE "S" TO WS-PROD-TIPO
                           MOVE ANC-CODIGO TO WS-PROD-CODIGO
                           MOVE ANC-DESCRICAO TO WS-PROD-DESC
                           PERFORM P510-PRODUTO
                   END-READ
               END-PERFORM
               SET WS-EXIT-OK TO "N"
           END-IF.

           IF WS-TAXA-ABERTA = "S"
               MOVE LOW-VALUES TO TAXA-CODIGO
               SET WS-EXIT-OK TO "N"
               START TAXASINPUT KEY IS NOT LESS THAN TAXA-CODIGO
                   INVALID KEY
                       SET WS-EXIT-OK TO "S"
               END-START
               PERFORM UNTIL WS-EXIT-OK = "S"
                   READ TAXASINPUT NEXT
                       AT END
                           SET WS-EXIT-OK TO "S"
                       NOT AT END
                           IF TAXA-CODIGO (1:3) NOT = "IVA"
                               MOVE "I" TO WS-PROD-TIPO
                               MOVE TAXA-CODIGO TO WS-PROD-CODIGO
                               MOVE TAXA-DESC TO WS-PROD-DESC
                               PERFORM P510-PRODUTO
                           END-IF
                   END-READ
               END-PERFORM
               SET WS-EXIT-OK TO "N"
           END-IF.

       P510-PRODUTO.

           ADD 1 TO WS-TOTAL-PRODUTOS.

           MOVE 4 TO WS-XML-RECUO.
           MOVE "Product" TO WS-XML-TAG.
           PERFORM P911-ABRIR-GRUPO.
           MOVE 6 TO WS-XML-RECUO.
           MOVE "ProductType" TO WS-XML-TAG.
           MOVE WS-PROD-TIPO TO WS-XML-VALOR.
           PERFORM P910-ESCREVER-ELEMENTO.
           MOVE "ProductCode" TO WS-XML-TAG.
           MOVE WS-PROD-CODIGO TO WS-XML-VALOR.
           PERFORM P910-ESCREVER-ELEMENTO.
           MOVE "ProductDescription" TO WS-XML-TAG.
           MOVE WS-PROD-DESC TO WS-XML-VALOR.
           PERFORM P910-ESCREVER-ELEMENTO.
           MOVE "ProductNumberCode" TO WS-XML-TAG.
           MOVE WS-PROD-CODIGO TO WS-XML-VALOR.
           PERFORM P910-ESCREVER-ELEMENTO.
           MOVE 4 TO WS-XML-RECUO.
           MOVE "Product" TO WS-XML-TAG.
           PERFORM P912-FECHAR-GRUPO.

      *    TABELA DE IVA: OS CODIGOS DE TAXA "IVA..." PERCENTUAIS E A
      *    ISENCAO USADA NAS LINHAS NAO SUJEITAS
       P600-TABELA-IVA.

           MOVE 4 TO WS-XML-RECUO.
           MOVE "TaxTable" TO WS-XML-TAG.
           PERFORM P911-ABRIR-GRUPO.

           IF WS-TAXA-ABERTA = "S"
               MOVE LOW-VALUES TO TAXA-CODIGO
               SET WS-EXIT-OK TO "N"
               START TAXASINPUT KEY IS NOT LESS THAN TAXA-CODIGO
                   INVALID KEY
                       SET WS-EXIT-OK TO "S"
               END-START
               PERFORM UNTIL WS-EXIT-OK = "S"
                   READ TAXASINPUT NEXT
                       AT END
                           SET WS-EXIT-OK TO "S"
                       NOT AT END
                           IF TAXA-CODIGO (1:3) = "IVA"
                                   AND TAXA-PERCENTAGEM
                               MOVE TAXA-VALOR TO WS-XML-PCT
                               PERFORM P930-CODIGO-IVA
                               MOVE TAXA-DESC TO WS-PROD-DESC
                               PERFORM P610-ENTRADA-IVA
                           END-IF
                   END-READ
               END-PERFORM
               SET WS-EXIT-OK TO "N"
           END-IF.

           MOVE ZEROES TO WS-XML-PCT.
           MOVE "ISE" TO WS-XML-COD-IVA.
           MOVE "ISENTO OU NAO SUJEITO" TO WS-PROD-DESC.
           PERFORM P610-ENTRADA-IVA.

           MOVE 4 TO WS-XML-RECUO.
           MOVE "TaxTable" TO WS-XML-TAG.
           PERFORM P912-FECHAR-GRUPO.

       P610-ENTRADA-IVA.

           MOVE 6 TO WS-XML-RECUO.
           MOVE "TaxTableEntry" TO WS-XML-TAG.
           PERFORM P911-ABRIR-GRUPO.
           MOVE 8 TO WS-XML-RECUO.
           MOVE "TaxType" TO WS-XML-TAG.
           MOVE "IVA" TO WS-XML-VALOR.
           PERFORM P910-ESCREVER-ELEMENTO.
           MOVE "TaxCountryRegion" TO WS-XML-TAG.
           MOVE "PT" TO WS-XML-VALOR.
           PERFORM P910-ESCREVER-ELEMENTO.
           MOVE "TaxCode" TO WS-XML-TAG.
           MOVE WS-XML-COD-IVA TO WS-XML-VALOR.
           PERFORM P910-ESCREVER-ELEMENTO.
           MOVE "Description" TO WS-XML-TAG.
           MOVE WS-PROD-DESC TO WS-XML-VALOR.
           PERFORM P910-ESCREVER-ELEMENTO.
           MOVE "TaxPercentage" TO WS-XML-TAG.
           MOVE WS-XML-PCT TO WS-XML-VALOR.
           PERFORM P910-ESCREVER-ELEMENTO.
           MOVE 6 TO WS-XML-RECUO.
           MOVE "TaxTableEntry" TO WS-XML-TAG.
           PERFORM P912-FECHAR-GRUPO.

      *    SEGUNDA LEITURA: OS DOCUMENTOS DO PERIODO, POR SERIE E
      *    NUMERO
       P700-DOCUMENTOS.

           MOVE 2 TO WS-XML-RECUO.
           MOVE "SourceDocuments" TO WS-XML-TAG.
           PERFORM P911-ABRIR-GRUPO.
           MOVE 4 TO WS-XML-RECUO.
           MOVE "SalesInvoices" TO WS-XML-TAG.
           PERFORM P911-ABRIR-GRUPO.
           MOVE 6 TO WS-XML-RECUO.
           MOVE "NumberOfEntries" TO WS-XML-TAG.
           MOVE WS-TOTAL-DOCUMENTOS TO WS-XML-CONTAGEM.
           MOVE WS-XML-CONTAGEM TO WS-XML-VALOR.
           PERFORM P910-ESCREVER-ELEMENTO.
           MOVE "TotalDebit" TO WS-XML-TAG.
           MOVE WS-TOTAL-DEBITO TO WS-XML-MONTANTE.
           MOVE WS-XML-MONTANTE TO WS-XML-VALOR.
           PERFORM P910-ESCREVER-ELEMENTO.
           MOVE "TotalCredit" TO WS-XML-TAG.
           MOVE WS-TOTAL-CREDITO TO WS-XML-MONTANTE.
           MOVE WS-XML-MONTANTE TO WS-XML-VALOR.
           PERFORM P910-ESCREVER-ELEMENTO.

           MOVE LOW-VALUES TO DOC-CHAVE.
           SET WS-EXIT-OK TO "N".
           START DOCFISCAIS KEY IS NOT LESS THAN DOC-CHAVE
               INVALID KEY
                   SET WS-EXIT-OK TO "S"
           END-START.
           PERFORM UNTIL WS-EXIT-OK = "S"
               READ DOCFISCAIS NEXT
                   AT END
                       SET WS-EXIT-OK TO "S"
                   NOT AT END
                       IF DOC-DATA >= WS-DATA-INICIO
                               AND DOC-DATA <= WS-DATA-FIM
                           PERFORM P710-DOCUMENTO
                       END-IF
               END-READ
           END-PERFORM.
           SET WS-EXIT-OK TO "N".

           MOVE 4 TO WS-XML-RECUO.
           MOVE "SalesInvoices" TO WS-XML-TAG.
           PERFORM P912-FECHAR-GRUPO.
           MOVE 2 TO WS-XML-RECUO.
           MOVE "SourceDocuments" TO WS-XML-TAG.
           PERFORM P912-FECHAR-GRUPO.

      *    A ASSINATURA DO DOCUMENTO (HASH) SO EXISTE EM PROGRAMA
      *    CERTIFICADO - FICA A ZERO, COMO PREVISTO PARA ESSE CASO
       P710-DOCUMENTO.

           MOVE DOC-TIPO TO WS-XML-DOC-TIPO.
           MOVE DOC-ANO TO WS-XML-DOC-ANO.
           MOVE DOC-NUMERO TO WS-XML-DOC-NUMERO.
           MOVE DOC-DATA TO WS-CONV-DATA.
           PERFORM P920-CONVERTER-DATA.
           MOVE DOC-HORA TO WS-CONV-HORA.
           MOVE WS-XML-DATA TO WS-XML-DH-DATA.
           MOVE WS-CONV-HH TO WS-XML-DH-HH.
           MOVE WS-CONV-MI TO WS-XML-DH-MI.
           MOVE WS-CONV-SS TO WS-XML-DH-SS.

           MOVE 6 TO WS-XML-RECUO.
           MOVE "Invoice" TO WS-XML-TAG.
           PERFORM P911-ABRIR-GRUPO.
           MOVE 8 TO WS-XML-RECUO.
           MOVE "InvoiceNo" TO WS-XML-TAG.
           MOVE WS-XML-DOC-ID TO WS-XML-VALOR.
           PERFORM P910-ESCREVER-ELEMENTO.
           MOVE "ATCUD" TO WS-XML-TAG.
           MOVE "0" TO WS-XML-VALOR.
           PERFORM P910-ESCREVER-ELEMENTO.
           MOVE "DocumentStatus" TO WS-XML-TAG.
           PERFORM P911-ABRIR-GRUPO.
           MOVE 10 TO WS-XML-RECUO.
           MOVE "InvoiceStatus" TO WS-XML-TAG.
           MOVE DOC-ESTADO TO WS-XML-VALOR.
           PERFORM P910-ESCREVER-ELEMENTO.
           MOVE "InvoiceStatusDate" TO WS-XML-TAG.
           MOVE WS-XML-DATA-HORA TO WS-XML-VALOR.
           PERFORM P910-ESCREVER-ELEMENTO.
           MOVE "SourceID" TO WS-XML-TAG.
           PERFORM P940-OPERADOR.
           PERFORM P910-ESCREVER-ELEMENTO.
           MOVE "SourceBilling" TO WS-XML-TAG.
           MOVE "P" TO WS-XML-VALOR.
           PERFORM P910-ESCREVER-ELEMENTO.
           MOVE 8 TO WS-XML-RECUO.
           MOVE "DocumentStatus" TO WS-XML-TAG.
           PERFORM P912-FECHAR-GRUPO.
           MOVE "Hash" TO WS-XML-TAG.
           MOVE "0" TO WS-XML-VALOR.
           PERFORM P910-ESCREVER-ELEMENTO.
           MOVE "HashControl" TO WS-XML-TAG.
           MOVE "0" TO WS-XML-VALOR.
           PERFORM P910-ESCREVER-ELEMENTO.
           MOVE "Period" TO WS-XML-TAG.
           MOVE WS-CONV-MES TO WS-XML-VALOR.
           PERFORM P910-ESCREVER-ELEMENTO.
           MOVE "InvoiceDate" TO WS-XML-TAG.
           MOVE WS-XML-DATA TO WS-XML-VALOR.
           PERFORM P910-ESCREVER-ELEMENTO.
           MOVE "InvoiceType" TO WS-XML-TAG.
           MOVE DOC-TIPO TO WS-XML-VALOR.
           PERFORM P910-ESCREVER-ELEMENTO.
           MOVE "SpecialRegimes" TO WS-XML-TAG.
           PERFORM P911-ABRIR-GRUPO.
           MOVE 10 TO WS-XML-RECUO.
           MOVE "SelfBillingIndicator" TO WS-XML-TAG.
           MOVE "0" TO WS-XML-VALOR.
           PERFORM P910-ESCREVER-ELEMENTO.
           MOVE "CashVATSchemeIndicator" TO WS-XML-TAG.
           MOVE "0" TO WS-XML-VALOR.
           PERFORM P910-ESCREVER-ELEMENTO.
           MOVE "ThirdPartiesBillingIndicator" TO WS-XML-TAG.
           MOVE "0" TO WS-XML-VALOR.
           PERFORM P910-ESCREVER-ELEMENTO.
           MOVE 8 TO WS-XML-RECUO.
           MOVE "SpecialRegimes" TO WS-XML-TAG.
           PERFORM P912-FECHAR-GRUPO.
           MOVE "SourceID" TO WS-XML-TAG.
           PERFORM P940-OPERADOR.
           PERFORM P910-ESCREVER-ELEMENTO.
           MOVE "SystemEntryDate" TO WS-XML-TAG.
           MOVE WS-XML-DATA-HORA TO WS-XML-VALOR.
           PERFORM P910-ESCREVER-ELEMENTO.
           MOVE "CustomerID" TO WS-XML-TAG.
           MOVE DOC-CLIENTE-ID TO WS-XML-VALOR.
           PERFORM P910-ESCREVER-ELEMENTO.

           PERFORM VARYING WS-LIN-I FROM 1 BY 1
                   UNTIL WS-LIN-I > DOC-NUM-LINHAS
               PERFORM P720-LINHA
           END-PERFORM.

           MOVE 8 TO WS-XML-RECUO.
           MOVE "DocumentTotals" TO WS-XML-TAG.
           PERFORM P911-ABRIR-GRUPO.
           MOVE 10 TO WS-XML-RECUO.
           MOVE "TaxPayable" TO WS-XML-TAG.
           MOVE DOC-IVA TO WS-XML-MONTANTE.
           MOVE WS-XML-MONTANTE TO WS-XML-VALOR.
           PERFORM P910-ESCREVER-ELEMENTO.
           MOVE "NetTotal" TO WS-XML-TAG.
           MOVE DOC-BASE TO WS-XML-MONTANTE.
           MOVE WS-XML-MONTANTE TO WS-XML-VALOR.
           PERFORM P910-ESCREVER-ELEMENTO.
           MOVE "GrossTotal" TO WS-XML-TAG.
           MOVE DOC-TOTAL TO WS-XML-MONTANTE.
           MOVE WS-XML-MONTANTE TO WS-XML-VALOR.
           PERFORM P910-ESCREVER-ELEMENTO.
           MOVE 8 TO WS-XML-RECUO.
           MOVE "DocumentTotals" TO WS-XML-TAG.
           PERFORM P912-FECHAR-GRUPO.
           MOVE 6 TO WS-XML-RECUO.
           MOVE "Invoice" TO WS-XML-TAG.
           PERFORM P912-FECHAR-GRUPO.

      *    LINHAS DE NOTA DE CREDITO VAO A DEBITO E REFEREM O DOCUMENTO
      *    DE ORIGEM; AS RESTANTES VAO A CREDITO
       P720-LINHA.

           MOVE 8 TO WS-XML-RECUO.
           MOVE "Line" TO WS-XML-TAG.
           PERFORM P911-ABRIR-GRUPO.
           MOVE 10 TO WS-XML-RECUO.
           MOVE "LineNumber" TO WS-XML-TAG.
           MOVE WS-LIN-I TO WS-XML-LINHA-NUM.
           MOVE WS-XML-LINHA-NUM TO WS-XML-VALOR.
           PERFORM P910-ESCREVER-ELEMENTO.
           IF DOC-NOTA-CREDITO
               MOVE "References" TO WS-XML-TAG
               PERFORM P911-ABRIR-GRUPO
               MOVE 12 TO WS-XML-RECUO
               IF DOC-REF-TIPO NOT = SPACES
                   MOVE DOC-REF-TIPO TO WS-XML-DOC-TIPO
                   MOVE DOC-REF-ANO TO WS-XML-DOC-ANO
                   MOVE DOC-REF-NUMERO TO WS-XML-DOC-NUMERO
                   MOVE "Reference" TO WS-XML-TAG
                   MOVE WS-XML-DOC-ID TO WS-XML-VALOR
                   PERFORM P910-ESCREVER-ELEMENTO
               END-IF
               MOVE "Reason" TO WS-XML-TAG
               IF DOC-MOV-TIPO = "N"
                   MOVE "CREDITO EM CONTA DE EMPRESA" TO WS-XML-VALOR
               ELSE
                   MOVE "REEMBOLSO DE RESERVA" TO WS-XML-VALOR
               END-IF
               PERFORM P910-ESCREVER-ELEMENTO
               MOVE 10 TO WS-XML-RECUO
               MOVE "References" TO WS-XML-TAG
               PERFORM P912-FECHAR-GRUPO
           END-IF.
           MOVE "ProductCode" TO WS-XML-TAG.
           MOVE DOC-LIN-CODIGO (WS-LIN-I) TO WS-XML-VALOR.
           PERFORM P910-ESCREVER-ELEMENTO.
           MOVE "ProductDescription" TO WS-XML-TAG.
           MOVE DOC-LIN-DESC (WS-LIN-I) TO WS-XML-VALOR.
           PERFORM P910-ESCREVER-ELEMENTO.
           MOVE "Quantity" TO WS-XML-TAG.
           MOVE "1" TO WS-XML-VALOR.
           PERFORM P910-ESCREVER-ELEMENTO.
           MOVE "UnitOfMeasure" TO WS-XML-TAG.
           MOVE "UN" TO WS-XML-VALOR.
           PERFORM P910-ESCREVER-ELEMENTO.
           MOVE "UnitPrice" TO WS-XML-TAG.
           MOVE DOC-LIN-BASE (WS-LIN-I) TO WS-XML-MONTANTE.
           MOVE WS-XML-MONTANTE TO WS-XML-VALOR.
           PERFORM P910-ESCREVER-ELEMENTO.
           MOVE "TaxPointDate" TO WS-XML-TAG.
           MOVE WS-XML-DATA TO WS-XML-VALOR.
           PERFORM P910-ESCREVER-ELEMENTO.
           MOVE "Description" TO WS-XML-TAG.
           MOVE DOC-LIN-DESC (WS-LIN-I) TO WS-XML-VALOR.
           PERFORM P910-ESCREVER-ELEMENTO.
           IF DOC-NOTA-CREDITO
               MOVE "DebitAmount" TO WS-XML-TAG
           ELSE
               MOVE "CreditAmount" TO WS-XML-TAG
           END-IF.
           MOVE WS-XML-MONTANTE TO WS-XML-VALOR.
           PERFORM P910-ESCREVER-ELEMENTO.
           MOVE "Tax" TO WS-XML-TAG.
           PERFORM P911-ABRIR-GRUPO.
           MOVE 12 TO WS-XML-RECUO.
           MOVE "TaxType" TO WS-XML-TAG.
           MOVE "IVA" TO WS-XML-VALOR.
           PERFORM P910-ESCREVER-ELEMENTO.
           MOVE "TaxCountryRegion" TO WS-XML-TAG.
           MOVE "PT" TO WS-XML-VALOR.
           PERFORM P910-ESCREVER-ELEMENTO.
           IF DOC-LIN-IVA-COD (WS-LIN-I) = SPACES
               MOVE ZEROES TO WS-XML-PCT
               MOVE "ISE" TO WS-XML-COD-IVA
           ELSE
               MOVE DOC-LIN-IVA-PCT (WS-LIN-I) TO WS-XML-PCT
               PERFORM P930-CODIGO-IVA
           END-IF.
           MOVE "TaxCode" TO WS-XML-TAG.
           MOVE WS-XML-COD-IVA TO WS-XML-VALOR.
           PERFORM P910-ESCREVER-ELEMENTO.
           MOVE "TaxPercentage" TO WS-XML-TAG.
           MOVE WS-XML-PCT TO WS-XML-VALOR.
           PERFORM P910-ESCREVER-ELEMENTO.
           MOVE 10 TO WS-XML-RECUO.
           MOVE "Tax" TO WS-XML-TAG.
           PERFORM P912-FECHAR-GRUPO.
           IF WS-XML-COD-IVA = "ISE"
               MOVE "TaxExemptionReason" TO WS-XML-TAG
               MOVE "NAO SUJEITO OU NAO TRIBUTADO" TO WS-XML-VALOR
               PERFORM P910-ESCREVER-ELEMENTO
               MOVE "TaxExemptionCode" TO WS-XML-TAG
               MOVE "M99" TO WS-XML-VALOR
               PERFORM P910-ESCREVER-ELEMENTO
           END-IF.
           MOVE 8 TO WS-XML-RECUO.
           MOVE "Line" TO WS-XML-TAG.
           PERFORM P912-FECHAR-GRUPO.

      *    <TAG>VALOR</TAG> COM O RECUO PEDIDO. O VALOR TERMINA NO
      *    PRIMEIRO PAR DE ESPACOS
       P910-ESCREVER-ELEMENTO.

           INSPECT WS-XML-VALOR REPLACING ALL "&" BY "E"
                                          ALL "<" BY " "
                                          ALL ">" BY " "
                                          ALL '"' BY " ".
           IF WS-XML-VALOR = SPACES
               MOVE "Desconhecido" TO WS-XML-VALOR
           END-IF.
           MOVE SPACES TO WS-XML-LINHA.
           COMPUTE WS-XML-PONTEIRO = WS-XML-RECUO + 1.
           STRING "<" DELIMITED BY SIZE
                   WS-XML-TAG DELIMITED BY SPACE
                   ">" DELIMITED BY SIZE
                   WS-XML-VALOR DELIMITED BY "  "
                   "</" DELIMITED BY SIZE
                   WS-XML-TAG DELIMITED BY SPACE
                   ">" DELIMITED BY SIZE
               INTO WS-XML-LINHA
               WITH POINTER WS-XML-PONTEIRO
           END-STRING.
           MOVE WS-XML-LINHA TO SAFTOUTPUT-LINHA.
           WRITE SAFTOUTPUT-LINHA.
           MOVE SPACES TO WS-XML-VALOR.

       P911-ABRIR-GRUPO.

           MOVE SPACES TO WS-XML-LINHA.
           COMPUTE WS-XML-PONTEIRO = WS-XML-RECUO + 1.
           STRING "<" DELIMITED BY SIZE
                   WS-XML-TAG DELIMITED BY SPACE
                   ">" DELIMITED BY SIZE
               INTO WS-XML-LINHA
               WITH POINTER WS-XML-PONTEIRO
           END-STRING.
           MOVE WS-XML-LINHA TO SAFTOUTPUT-LINHA.
           WRITE SAFTOUTPUT-LINHA.

       P912-FECHAR-GRUPO.

           MOVE SPACES TO WS-XML-LINHA.
           COMPUTE WS-XML-PONTEIRO = WS-XML-RECUO + 1.
           STRING "</" DELIMITED BY SIZE
                   WS-XML-TAG DELIMITED BY SPACE
                   ">" DELIMITED BY SIZE
               INTO WS-XML-LINHA
               WITH POINTER WS-XML-PONTEIRO
           END-STRING.
           MOVE WS-XML-LINHA TO SAFTOUTPUT-LINHA.
           WRITE SAFTOUTPUT-LINHA.

       P920-CONVERTER-DATA.

           MOVE WS-CONV-ANO TO WS-XML-DATA-ANO.
           MOVE WS-CONV-MES TO WS-XML-DATA-MES.
           MOVE WS-CONV-DIA TO WS-XML-DATA-DIA.

      *    CODIGO DA TAXA DE IVA PELA PERCENTAGEM: NORMAL, INTERMEDIA,
      *    REDUZIDA (CONTINENTE) OU OUTRA
       P930-CODIGO-IVA.

           EVALUATE WS-XML-PCT
               WHEN "023.00"
                   MOVE "NOR" TO WS-XML-COD-IVA
               WHEN "013.00"
                   MOVE "INT" TO WS-XML-COD-IVA
               WHEN "006.00"
                   MOVE "RED" TO WS-XML-COD-IVA
               WHEN "000.00"
                   MOVE "ISE" TO WS-XML-COD-IVA
               WHEN OTHER
                   MOVE "OUT" TO WS-XML-COD-IVA
           END-EVALUATE.

       P940-OPERADOR.

           MOVE SPACES TO WS-XML-VALOR.
           IF DOC-OPERADOR = ZEROES
               MOVE "BATCH" TO WS-XML-VALOR
           ELSE
               STRING "OP" DELIMITED BY SIZE
                       DOC-OPERADOR DELIMITED BY SIZE
                   INTO WS-XML-VALOR
               END-STRING
           END-IF.

       P090-CARREGAR-AMBIENTE.

           CALL 'amb_util.o' USING WS-AMB-AREA.
           DISPLAY "AMBIENTE ATIVO: " WS-AMB-CODIGO.
           MOVE SPACES TO WS-CAM-ERROS.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/erros.txt" DELIMITED BY SIZE
               INTO WS-CAM-ERROS
           END-STRING.
           MOVE SPACES TO WS-CAM-DOCFIS.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/project/docfis.dat" DELIMITED BY SIZE
               INTO WS-CAM-DOCFIS
           END-STRING.
           MOVE SPACES TO WS-CAM-PASSAGEIROS.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/passageiros.dat" DELIMITED BY SIZE
               INTO WS-CAM-PASSAGEIROS
           END-STRING.
           MOVE SPACES TO WS-CAM-CONTACTOS.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/contactos.dat" DELIMITED BY SIZE
               INTO WS-CAM-CONTACTOS
           END-STRING.
           MOVE SPACES TO WS-CAM-EMPRESAS.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/project/empresas.dat" DELIMITED BY SIZE
               INTO WS-CAM-EMPRESAS
           END-STRING.
           MOVE SPACES TO WS-CAM-ANCILARIOS.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/ancilarios.dat" DELIMITED BY SIZE
               INTO WS-CAM-ANCILARIOS
           END-STRING.
           MOVE SPACES TO WS-CAM-TAXAS.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/taxas.dat" DELIMITED BY SIZE
               INTO WS-CAM-TAXAS
           END-STRING.
           MOVE SPACES TO WS-CAM-SAFT.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/saft.xml" DELIMITED BY SIZE
               INTO WS-CAM-SAFT
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

       END PROGRAM SAFTEXP.
