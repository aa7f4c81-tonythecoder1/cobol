           RECORD KEY IS ESCV-CHAVE
           FILE STATUS IS WS-FICHEIRO-STATUS-ESCV.

       SELECT HOTEISINPUT ASSIGN TO
           WS-CAM-HOTEIS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HOT-CIDADE
           FILE STATUS IS WS-FICHEIRO-STATUS-HOT.

       SELECT MANUTENCAOINPUT ASSIGN TO
           WS-CAM-MANUTENCAO
           ORGANIZATION IS INDEXED
           RECORD KEY IS RMK-RESERVA-ID
           FILE STATUS IS WS-FICHEIRO-STATUS-RMK.

       SELECT RESCANALINPUT ASSIGN TO
           WS-CAM-RESCANAL
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RCN-RESERVA-ID
           FILE STATUS IS WS-FICHEIRO-STATUS-RCN.

       SELECT REGRASDOCINPUT ASSIGN TO
           WS-CAM-REGRASDOC
           ORGANIZATION IS INDEXED
           RECORD KEY IS TIPL-TIPO
           FILE STATUS IS WS-FICHEIRO-STATUS-TIPL.

       SELECT DGLIMITESINPUT ASSIGN TO
           WS-CAM-DGLIMITES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DGL-CHAVE
           FILE STATUS IS WS-FICHEIRO-STATUS-DGL.

       SELECT FOLHACARGAOUTPUT ASSIGN TO
           WS-CAM-FOLHACARGA
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FICHEIRO-STATUS-FCG.

       SELECT MENSAGENSOUTPUT ASSIGN TO
           WS-CAM-MENSAGENS
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FICHEIRO-STATUS-MSG.

       SELECT MSGLOGOUTPUT ASSIGN TO
           WS-CAM-MSGLOG
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FICHEIRO-STATUS-MLG.

       SELECT TURNOSINPUT ASSIGN TO
           WS-CAM-TURNOS
           ORGANIZATION IS INDEXED
           RECORD KEY IS ACH-ID
           FILE STATUS IS WS-FICHEIRO-STATUS-ACH.

       SELECT CONDTARIFAINPUT ASSIGN TO
           WS-CAM-CONDTARIFA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CTF-CHAVE
           FILE STATUS IS WS-FICHEIRO-STATUS-CTF.

       SELECT PRORATEIOINPUT ASSIGN TO
           WS-CAM-PRORATEIO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRO-CHAVE
           FILE STATUS IS WS-FICHEIRO-STATUS-PRO.

       SELECT VALIDADESINPUT ASSIGN TO
           WS-CAM-VALIDADES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VAL-CHAVE
           FILE STATUS IS WS-FICHEIRO-STATUS-VAL.

       SELECT ABASTECIMENTOSINPUT ASSIGN TO
           WS-CAM-ABASTECIMENTOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ABS-CHAVE
           ALTERNATE RECORD KEY IS ABS-VOO-CHAVE WITH DUPLICATES
           FILE STATUS IS WS-FICHEIRO-STATUS-ABS.

       SELECT PARCFIDINPUT ASSIGN TO
           WS-CAM-PARCFID
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PFD-CODIGO
           FILE STATUS IS WS-FICHEIRO-STATUS-PFD.

       SELECT EMPRESASINPUT ASSIGN TO
           WS-CAM-EMPRESAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMP-CODIGO
           FILE STATUS IS WS-FICHEIRO-STATUS-EMP.

       SELECT EMPDESCINPUT ASSIGN TO
           WS-CAM-EMPDESC
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EDS-CHAVE
           FILE STATUS IS WS-FICHEIRO-STATUS-EDS.

       SELECT EMPCONTAINPUT ASSIGN TO
           WS-CAM-EMPCONTA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ECT-CHAVE
           ALTERNATE RECORD KEY IS ECT-EMPRESA WITH DUPLICATES
           FILE STATUS IS WS-FICHEIRO-STATUS-ECT.

       SELECT EMPFATURASINPUT ASSIGN TO
           WS-CAM-EMPFATURAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EFT-NUMERO
           ALTERNATE RECORD KEY IS EFT-EMPRESA WITH DUPLICATES
           FILE STATUS IS WS-FICHEIRO-STATUS-EFT.

       SELECT REEMBPENDINPUT ASSIGN TO
           WS-CAM-REEMBPEND
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RBP-RESERVA-ID
           FILE STATUS IS WS-FICHEIRO-STATUS-RBP.

       SELECT CAMBIOSINPUT ASSIGN TO
           WS-CAM-CAMBIOS
           ORGANIZATION IS INDEXED
           RECORD KEY IS OPER-ID
           FILE STATUS IS WS-FICHEIRO-STATUS-OPER.

       SELECT PERMISSOESINPUT ASSIGN TO
           WS-CAM-PERMISSOES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRM-CHAVE
           FILE STATUS IS WS-FICHEIRO-STATUS-PRM.

       SELECT STANDBYINPUT ASSIGN TO
           WS-CAM-STANDBY
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SBY-ID
           FILE STATUS IS WS-FICHEIRO-STATUS-SBY.

       SELECT MUDANCASINPUT ASSIGN TO
           WS-CAM-MUDANCAS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MDH-ID
           FILE STATUS IS WS-FICHEIRO-STATUS-MDH.

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

       SELECT EXTRAVIOSINPUT ASSIGN TO
           WS-CAM-EXTRAVIOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EXT-ID
           FILE STATUS IS WS-FICHEIRO-STATUS-EXT.

       SELECT GRUPOSCONTRATOINPUT ASSIGN TO
           WS-CAM-GRUPOSCONTRATO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GRC-ID
           FILE STATUS IS WS-FICHEIRO-STATUS-GRC.

       SELECT GRUPOSPAGINPUT ASSIGN TO
           WS-CAM-GRUPOSPAG
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GPG-CHAVE
           FILE STATUS IS WS-FICHEIRO-STATUS-GPG.

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

       SELECT AGCONTAINPUT ASSIGN TO
           WS-CAM-AGCONTA
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ACC-CHAVE
           FILE STATUS IS WS-FICHEIRO-STATUS-ACC.

       SELECT FUNCIONARIOSINPUT ASSIGN TO
           WS-CAM-FUNCIONARIOS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FUN-CODIGO
           FILE STATUS IS WS-FICHEIRO-STATUS-FUN.

       SELECT AUDITRESOUTPUT ASSIGN TO
           WS-CAM-AUDITRES
           ORGANIZATION IS LINE SEQUENTIAL
               05 VOOSINPUT-PORTA PIC X(03).
               05 VOOSINPUT-HORA-REVISTA PIC 9(04).
               05 VOOSINPUT-MOEDA PIC X(03).
               05 VOOSINPUT-TIPO PIC X(01).
                   88 VOO-COMERCIAL VALUE 'C' ' '.
                   88 VOO-NAO-COMERCIAL VALUE 'F' 'P' 'T' 'M'.

           FD RESERVASINPUT.
           01 RESERVAINPUT-REG.
           01 PASSAGEIROSINPUT-REG.
               05 PAX-ID PIC 9(04).
               05 PAX-NOME PIC X(20).
               05 PAX-CONTACTO-ID PIC 9(06).
               05 PAX-DOC-TIPO PIC X(02).
               05 PAX-DOC-NUMERO PIC X(12).
               05 PAX-NACIONALIDADE PIC X(03).

           FD CONTACTOS.
           01 REG-CONTACTOS.
               05 ID-CONTACTO    PIC 9(06).
               05 NM-CONTACTO    PIC X(20).
               05 TEL-CONTACTO   PIC X(15).
               05 EMAIL-CONTACTO PIC X(30).
               05 LUG-OCUPADO PIC X(01).
                   88 LUG-LIVRE VALUE 'N'.
                   88 LUG-RESERVADO VALUE 'S'.
               05 LUG-BLOQUEADO PIC X(01).
                   88 LUG-BLOQUEADO-SIM VALUE 'S'.
               05 LUG-SAIDA PIC X(01).
                   88 LUG-SAIDA-EMERGENCIA VALUE 'S'.
               05 LUG-ESPACO PIC X(01).
                   88 LUG-ESPACO-EXTRA VALUE 'S'.
               05 LUG-BANDA PIC X(01).
                   88 LUG-BANDA-PAGA VALUE '1' THRU '3'.

           FD NOTIFICACOESINPUT.
           01 NOTIFICACOESINPUT-REG.
               05 CID-NOME PIC X(10).
               05 CID-DESCRICAO PIC X(20).
               05 CID-FUSO PIC S9(02).
               05 CID-HORA-ABRE PIC 9(04).
               05 CID-HORA-FECHA PIC 9(04).
               05 CID-RECOLHER-INI PIC 9(04).
               05 CID-RECOLHER-FIM PIC 9(04).

           FD BAGAGENSINPUT.
           01 BAGAGENSINPUT-REG.
                   88 TRIP-CABINE VALUE "C".
               05 TRIP-QUALIF PIC X(10).
               05 TRIP-LIMITE-HORAS PIC 9(02).
               05 TRIP-BASE PIC X(10).
               05 TRIP-EMP-CODIGO PIC 9(05).

           FD ESCALAVOOINPUT.
           01 ESCALAVOOINPUT-REG.
               05 ESCV-FUNCAO PIC X(01).
               05 ESCV-NOME PIC X(20).

      *    HOTEL CONTRATADO PARA AS ESTADIAS DA TRIPULACAO FORA DA BASE
      *    (UM POR CIDADE) E AJUDA DE CUSTO DIARIA NESSA ESCALA
           FD HOTEISINPUT.
           01 HOTEISINPUT-REG.
               05 HOT-CIDADE PIC X(10).
               05 HOT-NOME PIC X(20).
               05 HOT-TARIFA PIC 9(04)V99.
               05 HOT-AJUDA PIC 9(03)V99.

           FD MANUTENCAOINPUT.
           01 MANUTENCAOINPUT-REG.
               05 MNT-MATRICULA PIC X(08).
               05 MNT-ULTIMA-DATA PIC 9(08).
               05 MNT-PROX-DATA PIC 9(08).
               05 MNT-VOOS-DESDE PIC 9(04).
               05 MNT-LIMITE-VOOS PIC 9(04).

           FD FIDELIDADEINPUT.
           01 FIDELIDADEINPUT-REG.
               05 RMK-MKT-NUMERO PIC 9(04).
               05 RMK-PARCEIRO PIC X(10).

           FD RESCANALINPUT.
           01 RESCANALINPUT-REG.
               05 RCN-RESERVA-ID PIC 9(04).
               05 RCN-CANAL PIC X(01).
               05 RCN-PONTO-VENDA PIC X(10).
               05 RCN-DATA PIC 9(08).
               05 RCN-PRECO PIC 9(05)V99.

           FD REGRASDOCINPUT.
           01 REGRASDOCINPUT-REG.
               05 RDOC-DESTINO PIC X(10).
               05 AGC-NOME PIC X(20).
               05 AGC-COMISSAO PIC 9(02).
               05 AGC-LIMITE PIC 9(07)V99.
               05 AGC-SALDO PIC S9(07)V99.
               05 AGC-ULT-LANC PIC 9(06).

           FD ALLOTMENTSINPUT.
           01 ALLOTMENTSINPUT-REG.
               05 TIPL-PESO-MAX PIC 9(06).
               05 TIPL-CARGA-MAX PIC 9(06).

      *    MERCADORIAS PERIGOSAS POR TIPO DE AERONAVE E CLASSE; TIPO EM
      *    BRANCO VALE PARA TODOS OS TIPOS, CLASSE DE UM SO DIGITO
      *    VALE PARA AS SUBDIVISOES (2 COBRE 2.1, 2.2 E 2.3)
           FD DGLIMITESINPUT.
           01 DGLIMITESINPUT-REG.
               05 DGL-CHAVE.
                   10 DGL-TIPO PIC X(10).
                   10 DGL-CLASSE PIC X(03).
               05 DGL-REGRA PIC X(01).
                   88 DGL-PROIBIDA VALUE "P".
                   88 DGL-LIMITADA VALUE "L".
               05 DGL-QTD-MAX PIC 9(05).

           FD FOLHACARGAOUTPUT.
           01 FOLHACARGAOUTPUT-LINHA PIC X(70).

           FD MENSAGENSOUTPUT.
           01 MENSAGENSOUTPUT-LINHA PIC X(70).

           FD MSGLOGOUTPUT.
           01 MSGLOGOUTPUT-LINHA PIC X(70).

           FD TURNOSINPUT.
           01 TURNOSINPUT-REG.
               05 TRN-CHAVE.
               05 ROTA-BLOCO-MIN PIC 9(03).
               05 ROTA-ORIGEM PIC X(10).
               05 ROTA-DESTINO PIC X(10).
               05 ROTA-DISTANCIA-KM PIC 9(05).

           FD TAXASINPUT.
           01 TAXASINPUT-REG.

           FD CONSENTIMENTOSINPUT.
           01 CONSENTIMENTOSINPUT-REG.
               05 CNS-CONTACTO-ID PIC 9(06).
               05 CNS-MARKETING PIC X(01).
                   88 CNS-MARKETING-SIM VALUE "S".
                   88 CNS-MARKETING-NAO VALUE "N".
               05 CNS-ORIGEM PIC X(10).

           FD CONSENTLOGOUTPUT.
           01 CONSENTLOGOUTPUT-LINHA PIC X(80).

           FD CAMBPENDINPUT.
           01 CAMBPENDINPUT-LINHA PIC X(30).
               05 CRG-VOO-CHAVE.
                   10 CRG-VOO-NUMERO PIC 9(04).
                   10 CRG-VOO-DATA PIC 9(08).
               05 CRG-CONTACTO-ID PIC 9(06).
               05 CRG-PECAS PIC 9(03).
               05 CRG-PESO PIC 9(05).
               05 CRG-TARIFA-KG PIC 9(03)V99.
               05 CRG-VALOR PIC 9(07)V99.
               05 CRG-DATA PIC 9(08).
               05 CRG-DG-CLASSE PIC X(03).
                   88 CRG-SEM-DG VALUE SPACES.
               05 CRG-DG-UN PIC 9(04).
               05 CRG-DG-QTD PIC 9(05).
               05 CRG-DG-GRUPO PIC X(03).

           FD CARGAMANIFOUTPUT.
           01 CARGAMANIFOUTPUT-LINHA PIC X(70).
           01 SSRCODIGOSINPUT-REG.
               05 SSRC-CODIGO PIC X(04).
               05 SSRC-DESCRICAO PIC X(20).
               05 SSRC-SAIDA PIC X(01).
                   88 SSRC-IMPEDE-SAIDA VALUE "S".

           FD SSRINPUT.
           01 SSRINPUT-REG.
           FD INTERACOESINPUT.
           01 INTERACOESINPUT-REG.
               05 INT-ID PIC 9(04).
               05 INT-CONTACTO-ID PIC 9(06).
               05 INT-DATA PIC 9(08).
               05 INT-OPER PIC 9(02).
               05 INT-CANAL PIC X(01).
                   88 ACH-DEVOLVIDO VALUE "R".
                   88 ACH-ELIMINADO VALUE "D".
               05 ACH-RECLAMANTE-PAX PIC 9(04).
               05 ACH-RECLAMANTE-CONT PIC 9(06).
               05 ACH-DATA-SAIDA PIC 9(08).

           FD CONDTARIFAINPUT.
           01 CONDTARIFAINPUT-REG.
               05 CTF-CHAVE.
                   10 CTF-ROTA PIC X(10).
                   10 CTF-CLASSE PIC X(01).
               05 CTF-DESCRICAO PIC X(20).
               05 CTF-REEMBOLSAVEL PIC X(01).
                   88 CTF-COM-REEMBOLSO VALUE "S".
                   88 CTF-SEM-REEMBOLSO VALUE "N".
               05 CTF-ESCALAO OCCURS 3 TIMES.
                   10 CTF-ESC-DIAS PIC 9(03).
                   10 CTF-ESC-PCT PIC 9(03).
               05 CTF-PCT-RESTANTE PIC 9(03).
               05 CTF-TAXA-MUDANCA PIC 9(05)V99.
               05 CTF-DIFERENCA PIC X(01).
                   88 CTF-COBRA-DIFERENCA VALUE "S".

           FD PRORATEIOINPUT.
           01 PRORATEIOINPUT-REG.
               05 PRO-CHAVE.
                   10 PRO-PARCEIRO PIC X(10).
                   10 PRO-ROTA PIC X(10).
               05 PRO-TIPO PIC X(01).
                   88 PRO-PERCENTAGEM VALUE "P".
                   88 PRO-VALOR-FIXO VALUE "F".
               05 PRO-PCT PIC 9(03)V99.
               05 PRO-VALOR PIC 9(05)V99.
               05 PRO-DATA PIC 9(08).

           FD VALIDADESINPUT.
           01 VALIDADESINPUT-REG.
               05 VAL-CHAVE.
                   10 VAL-TRIP-ID PIC 9(04).
                   10 VAL-TIPO PIC X(01).
                       88 VAL-LICENCA VALUE "L".
                       88 VAL-MEDICO VALUE "M".
                       88 VAL-CURSO-REC VALUE "C".
                   10 VAL-CURSO PIC 9(03).
               05 VAL-DATA-FIM PIC 9(08).
               05 VAL-DATA-REGISTO PIC 9(08).

           FD ABASTECIMENTOSINPUT.
           01 ABASTECIMENTOSINPUT-REG.
               05 ABS-CHAVE.
                   10 ABS-FORNECEDOR PIC X(10).
                   10 ABS-TALAO PIC X(10).
               05 ABS-VOO-CHAVE.
                   10 ABS-VOO-NUMERO PIC 9(04).
                   10 ABS-VOO-DATA PIC 9(08).
               05 ABS-AEROPORTO PIC X(03).
               05 ABS-LITROS PIC 9(06).
               05 ABS-PRECO-LITRO PIC 9(01)V9(04).
               05 ABS-VALOR PIC 9(07)V99.
               05 ABS-ESTADO PIC X(01).
                   88 ABS-PENDENTE VALUE "P".
                   88 ABS-RECONCILIADO VALUE "R".
                   88 ABS-DIVERGENTE VALUE "D".
               05 ABS-VALOR-FATURADO PIC 9(07)V99.

           FD PARCFIDINPUT.
           01 PARCFIDINPUT-REG.
               05 PFD-CODIGO PIC X(04).
               05 PFD-NOME PIC X(20).
               05 PFD-TIPO PIC X(01).
                   88 PFD-HOTEL VALUE "H".
                   88 PFD-AUTOMOVEL VALUE "A".
               05 PFD-PONTOS-EURO PIC 9(02)V99.
               05 PFD-PRECO-PONTO PIC 9(01)V9(04).
               05 PFD-DATA PIC 9(08).

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
                   88 EMP-ATIVA VALUE "A".
                   88 EMP-SUSPENSA VALUE "S".
               05 EMP-DATA PIC 9(08).

           FD EMPDESCINPUT.
           01 EMPDESCINPUT-REG.
               05 EDS-CHAVE.
                   10 EDS-EMPRESA PIC X(04).
                   10 EDS-ROTA PIC X(10).
                   10 EDS-CLASSE PIC X(01).
               05 EDS-DESCONTO PIC 9(02).

           FD EMPCONTAINPUT.
           01 EMPCONTAINPUT-REG.
               05 ECT-CHAVE.
                   10 ECT-RESERVA-ID PIC 9(04).
                   10 ECT-TIPO PIC X(01).
                       88 ECT-DEBITO VALUE "D".
                       88 ECT-CREDITO VALUE "C".
               05 ECT-EMPRESA PIC X(04).
               05 ECT-PAX-ID PIC 9(04).
               05 ECT-NOME PIC X(10).
               05 ECT-VOO-CHAVE.
                   10 ECT-VOO-NUMERO PIC 9(04).
                   10 ECT-VOO-DATA PIC 9(08).
               05 ECT-VOO-NOME PIC X(10).
               05 ECT-CLASSE PIC X(01).
               05 ECT-VALOR PIC 9(05)V99.
               05 ECT-DATA PIC 9(08).
               05 ECT-FATURA PIC 9(04).
               05 ECT-ESTADO PIC X(01).
                   88 ECT-POR-FATURAR VALUE "A".
                   88 ECT-FATURADO VALUE "F".
                   88 ECT-PAGO VALUE "P".

           FD EMPFATURASINPUT.
           01 EMPFATURASINPUT-REG.
               05 EFT-NUMERO PIC 9(04).
               05 EFT-EMPRESA PIC X(04).
               05 EFT-MES PIC 9(06).
               05 EFT-DATA PIC 9(08).
               05 EFT-VENCIMENTO PIC 9(08).
               05 EFT-VALOR PIC S9(07)V99.
               05 EFT-PAGO PIC 9(07)V99.
               05 EFT-ESTADO PIC X(01).
                   88 EFT-ABERTA VALUE "A".
                   88 EFT-PAGA VALUE "P".
               05 EFT-DATA-PAGAMENTO PIC 9(08).

           FD REEMBPENDINPUT.
           01 REEMBPENDINPUT-REG.
               05 RBP-RESERVA-ID PIC 9(04).
               05 RBP-PAX-ID PIC 9(04).
               05 RBP-NOME PIC X(20).
               05 RBP-VOO PIC X(10).
               05 RBP-VALOR PIC 9(05)V99.
               05 RBP-TAXA PIC 9(05)V99.
               05 RBP-LIQUIDO PIC 9(05)V99.
               05 RBP-IBAN PIC X(25).
               05 RBP-OPER-PEDIDO PIC 9(02).
               05 RBP-DATA-PEDIDO PIC 9(08).
               05 RBP-ESTADO PIC X(01).
                   88 RBP-PENDENTE VALUE "P".
                   88 RBP-APROVADO VALUE "A".
                   88 RBP-REJEITADO VALUE "J".
                   88 RBP-TRANSFERIDO VALUE "T".
               05 RBP-OPER-DECISAO PIC 9(02).
               05 RBP-DATA-DECISAO PIC 9(08).
               05 RBP-DATA-TRANSF PIC 9(08).

           FD CAMBIOSINPUT.
           01 CAMBIOSINPUT-REG.
               05 CAMB-CHAVE.
               05 OPER-ID PIC 9(02).
               05 OPER-NOME PIC X(20).
               05 OPER-PERFIL PIC X(01).
               05 OPER-PIN-CODIGO PIC 9(09).
               05 OPER-PIN-DATA PIC 9(08).
               05 OPER-FALHAS PIC 9(01).
               05 OPER-BLOQUEIO PIC X(01).
                   88 OPER-BLOQUEADO VALUE "S".

           FD PERMISSOESINPUT.
           01 PERMISSOESINPUT-REG.
               05 PRM-CHAVE.
                   10 PRM-PERFIL PIC X(01).
                   10 PRM-OPCAO PIC 9(02).
                   10 PRM-SUBOPCAO PIC 9(02).
               05 PRM-PERMITIDO PIC X(01).
                   88 PRM-SIM VALUE "S".

           FD STANDBYINPUT.
           01 STANDBYINPUT-REG.
               05 SBY-ID PIC 9(04).
               05 SBY-VOO-CHAVE.
                   10 SBY-VOO-NUMERO PIC 9(04).
                   10 SBY-VOO-DATA PIC 9(08).
               05 SBY-EMP-CODIGO PIC 9(05).
               05 SBY-NOME PIC X(10).
               05 SBY-PARENTESCO PIC X(01).
                   88 SBY-EMPREGADO VALUE "E".
                   88 SBY-FAMILIAR VALUE "F".
               05 SBY-ANTIGUIDADE PIC 9(02).
               05 SBY-TARIFA PIC 9(05)V99.
               05 SBY-TARIFA-REF PIC 9(05)V99.
               05 SBY-DATA-PEDIDO PIC 9(08).
               05 SBY-ESTADO PIC X(01).
                   88 SBY-PENDENTE VALUE "P".
                   88 SBY-EMBARCADO VALUE "E".
                   88 SBY-NAO-EMBARCADO VALUE "N".
                   88 SBY-ANULADO VALUE "A".
               05 SBY-LUGAR PIC X(03).
               05 SBY-RESERVA-ID PIC 9(04).

      *    CASOS DE MUDANCA DE HORARIO IMPOSTA, UM POR RESERVA AFETADA
           FD MUDANCASINPUT.
           01 MUDANCASINPUT-REG.
               05 MDH-ID PIC 9(04).
               05 MDH-RESERVA-ID PIC 9(04).
               05 MDH-PAX-ID PIC 9(04).
               05 MDH-NOME PIC X(10).
               05 MDH-VOO-CHAVE.
                   10 MDH-VOO-NUMERO PIC 9(04).
                   10 MDH-VOO-DATA PIC 9(08).
               05 MDH-VOO-NOME PIC X(10).
               05 MDH-HORA-ANTIGA PIC 9(04).
               05 MDH-HORA-NOVA PIC 9(04).
               05 MDH-LIGACAO PIC X(01).
                   88 MDH-LIGACAO-QUEBRADA VALUE "S".
               05 MDH-ORIGEM PIC X(01).
                   88 MDH-ORIGEM-ALTERACAO VALUE "A".
                   88 MDH-ORIGEM-SINCRONIA VALUE "S".
               05 MDH-DATA-ABERTURA PIC 9(08).
               05 MDH-ESTADO PIC X(01).
                   88 MDH-POR-CONTACTAR VALUE "P".
                   88 MDH-CONTACTADO VALUE "C".
                   88 MDH-FECHADO VALUE "F".
               05 MDH-RESOLUCAO PIC X(01).
                   88 MDH-ACEITOU VALUE "A".
                   88 MDH-MUDOU-VOO VALUE "M".
                   88 MDH-REEMBOLSADO VALUE "R".
               05 MDH-DATA-CONTACTO PIC 9(08).
               05 MDH-DATA-RESOLUCAO PIC 9(08).
               05 MDH-OPER-ID PIC 9(02).
               05 MDH-NOVO-VOO-CHAVE.
                   10 MDH-NOVO-VOO-NUMERO PIC 9(04).
                   10 MDH-NOVO-VOO-DATA PIC 9(08).

      *    LISTAS DE VIGILANCIA (AUTORIDADES E INTERNA), CARREGADAS
      *    PELO CARRVIG A PARTIR DA LISTA IMPORTADA
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

      *    RESERVAS RETIDAS POR POSSIVEL CORRESPONDENCIA COM AS LISTAS
      *    DE VIGILANCIA; SO UM SUPERVISOR AS PODE LIBERTAR
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
                   88 SEG-POR-DOCUMENTO VALUE "D".
                   88 SEG-NOME-EXATO VALUE "E".
                   88 SEG-NOME-APROXIMADO VALUE "F".
               05 SEG-ORIGEM PIC X(01).
                   88 SEG-ORIGEM-RESERVA VALUE "R".
                   88 SEG-ORIGEM-CHECKIN VALUE "C".
               05 SEG-DATA-ABERTURA PIC 9(08).
               05 SEG-OPER-ABERTURA PIC 9(02).
               05 SEG-ESTADO PIC X(01).
                   88 SEG-PENDENTE VALUE "P".
                   88 SEG-LIBERTADA VALUE "L".
                   88 SEG-CONFIRMADA VALUE "C".
               05 SEG-OPER-DECISAO PIC 9(02).
               05 SEG-DATA-DECISAO PIC 9(08).
               05 SEG-NOTA PIC X(30).

      *    PEDIDOS DE CHECK-IN ONLINE QUE O SITE NAO RESOLVEU
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

      *    PROCESSOS DE BAGAGEM EXTRAVIADA (PIR) ABERTOS SOBRE A
      *    ETIQUETA; P = PERDIDA, CONVERTIDA EM RECLAMACAO NO PRAZO
           FD EXTRAVIOSINPUT.
           01 EXTRAVIOSINPUT-REG.
               05 EXT-ID PIC 9(04).
               05 EXT-ETIQUETA PIC 9(06).
               05 EXT-RESERVA-ID PIC 9(04).
               05 EXT-PAX-ID PIC 9(04).
               05 EXT-VOO-CHAVE.
                   10 EXT-VOO-NUMERO PIC 9(04).
                   10 EXT-VOO-DATA PIC 9(08).
               05 EXT-DESCRICAO PIC X(30).
               05 EXT-MORADA PIC X(40).
               05 EXT-ESTADO PIC X(01).
                   88 EXT-ATRASADA VALUE "D".
                   88 EXT-ACHADA VALUE "A".
                   88 EXT-REENCAMINHADA VALUE "R".
                   88 EXT-ENTREGUE VALUE "E".
                   88 EXT-PERDIDA VALUE "P".
                   88 EXT-ABERTO VALUE "D" "A" "R".
               05 EXT-DATA-ABERTURA PIC 9(08).
               05 EXT-DATA-ESTADO PIC 9(08).
               05 EXT-DESPESAS PIC 9(05)V99.
               05 EXT-RCL-ID PIC 9(04).
               05 EXT-OPER PIC 9(02).

      *    CONTRATO DE GRUPO: DEPOSITO, PAGAMENTO FINAL E LISTA DE
      *    NOMES COM PRAZOS PROPRIOS, EM VEZ DO PRAZO DE EMISSAO
           FD GRUPOSCONTRATOINPUT.
           01 GRUPOSCONTRATOINPUT-REG.
               05 GRC-ID PIC 9(04).
               05 GRC-NOME PIC X(20).
               05 GRC-PAX-ID PIC 9(04).
               05 GRC-VOO-CHAVE.
                   10 GRC-VOO-NUMERO PIC 9(04).
                   10 GRC-VOO-DATA PIC 9(08).
               05 GRC-CLASSE PIC X(01).
               05 GRC-LUGARES PIC 9(03).
               05 GRC-VALOR-TOTAL PIC 9(07)V99.
               05 GRC-DEPOSITO PIC 9(07)V99.
               05 GRC-DATA-DEPOSITO PIC 9(08).
               05 GRC-DATA-FINAL PIC 9(08).
               05 GRC-DATA-NOMES PIC 9(08).
               05 GRC-PAGO PIC 9(07)V99.
               05 GRC-ALOCADO PIC 9(07)V99.
               05 GRC-ESTADO PIC X(01).
                   88 GRC-ABERTO VALUE "A".
                   88 GRC-DEPOSITO-PAGO VALUE "D".
                   88 GRC-LIQUIDADO VALUE "L".
                   88 GRC-CANCELADO VALUE "C".
               05 GRC-DATA-CRIACAO PIC 9(08).
               05 GRC-DATA-AVISO PIC 9(08).
               05 GRC-OPER PIC 9(02).

      *    PAGAMENTOS DE GRUPO RECEBIDOS (TRANSFERENCIA), LANCADOS NO
      *    CONTRATO PELO FECHO NOTURNO
           FD GRUPOSPAGINPUT.
           01 GRUPOSPAGINPUT-REG.
               05 GPG-CHAVE.
                   10 GPG-GRUPO-ID PIC 9(04).
                   10 GPG-SEQ PIC 9(03).
               05 GPG-VALOR PIC 9(07)V99.
               05 GPG-DATA PIC 9(08).
               05 GPG-REFERENCIA PIC X(12).
               05 GPG-OPER PIC 9(02).
               05 GPG-ESTADO PIC X(01).
                   88 GPG-POR-LANCAR VALUE "N".
                   88 GPG-LANCADO VALUE "S".
                   88 GPG-REJEITADO VALUE "R".
               05 GPG-DATA-LANCAMENTO PIC 9(08).

      *    CATALOGO DE PRODUTOS VENDIDOS A BORDO (DUTY-FREE E BAR) COM
      *    A QUANTIDADE A CARREGAR EM CADA CARRINHO
           FD PRODBORDOINPUT.
           01 PRODBORDOINPUT-REG.
               05 PBD-CODIGO PIC X(04).
               05 PBD-DESCRICAO PIC X(20).
               05 PBD-TIPO PIC X(01).
                   88 PBD-DUTY-FREE VALUE "D".
                   88 PBD-BAR VALUE "B".
               05 PBD-PRECO PIC 9(05)V99.
               05 PBD-NIVEL PIC 9(04).

      *    STOCK A BORDO POR AERONAVE, CARRINHO (NUMERO DO SELO) E
      *    PRODUTO. BAIXA COM AS VENDAS DEVOLVIDAS PELA TRIPULACAO
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

      *    CONTA CORRENTE DAS AGENCIAS - RESERVAS A DEBITO,
      *    LIQUIDACOES E RECEBIMENTOS A CREDITO
           FD AGCONTAINPUT.
           01 AGCONTAINPUT-REG.
               05 ACC-CHAVE.
                   10 ACC-AGENCIA PIC X(04).
                   10 ACC-SEQ PIC 9(06).
               05 ACC-TIPO PIC X(01).
                   88 ACC-DEBITO-RESERVA VALUE 'R'.
                   88 ACC-LIQUIDACAO VALUE 'L'.
                   88 ACC-RECEBIMENTO VALUE 'C'.
               05 ACC-DATA PIC 9(08).
               05 ACC-VALOR PIC 9(07)V99.
               05 ACC-RESERVA-ID PIC 9(04).
               05 ACC-REFERENCIA PIC X(12).
               05 ACC-SALDO PIC S9(07)V99.
               05 ACC-OPER PIC 9(02).

      *    FICHEIRO DE EMPREGADOS DO PROCESSAMENTO SALARIAL
           FD FUNCIONARIOSINPUT.
           01 FUNCIONARIOSINPUT-REG.
               05 FUN-CODIGO PIC 9(05).
               05 FUN-NOME PIC X(20).
               05 FUN-TEL PIC X(09).
               05 FUN-SALARIO PIC 9(06)V99.
               05 FUN-IBAN PIC X(25).
               05 FUN-SUSPENSO PIC X(01).
               05 FUN-DATA-ADMISSAO PIC 9(08).

           FD AUDITRESOUTPUT.
           01 AUDITRESOUTPUT-LINHA PIC X(84).
           01 CARTOESOUTPUT-LINHA PIC X(60).

           FD DIARIOOUTPUT.
           01 DIARIOOUTPUT-LINHA PIC X(87).

           FD MOVIMENTOSOUTPUT.
           01 MOVIMENTOSOUTPUT-LINHA PIC X(51).
           77 WS-OPER-VALIDO PIC X(01) VALUE "N".
           77 WS-OP-OPER PIC 9(01) VALUE ZEROES.

           01 WS-FICHEIRO-STATUS-PRM PIC XX.
               88 WS-PRM-STATUS-OK VALUE "00".
               88 WS-PRM-STATUS-INEXISTENTE VALUE "35".
           77 WS-CAM-PERMISSOES PIC X(80) VALUE
               "/Users/antonyferreira/Documents/Cobol/permissoes.dat".
           77 WS-PRM-CARREGADO PIC X(01) VALUE "N".
           77 WS-PRM-PERMITIDO PIC X(01) VALUE "S".
           77 WS-PRM-PEDIDA-OPCAO PIC 9(02) VALUE ZEROES.
           77 WS-PRM-PEDIDA-SUB PIC 9(02) VALUE ZEROES.
           77 WS-PRM-I PIC 9(03) VALUE ZEROES.
           77 WS-PRM-J PIC 9(03) VALUE ZEROES.
           77 WS-PRM-PERFIL-ALVO PIC X(01) VALUE SPACES.
           77 WS-PRM-PERFIL-VALIDO PIC X(01) VALUE "N".
           77 WS-PRM-SUB-VALIDA PIC X(01) VALUE "N".
           77 WS-PRM-RESPOSTA PIC X(01) VALUE "N".
           77 WS-OP-PRM PIC 9(01) VALUE ZEROES.
           01 WS-PRM-OPCOES.
               05 WS-PRM-OPCAO-OK PIC X(01) OCCURS 74 TIMES.
           77 WS-PRM-SUB-TOTAL PIC 9(02) VALUE ZEROES.
           01 WS-PRM-SUBOPCOES.
               05 WS-PRM-SUB-ENT OCCURS 50 TIMES.
                   10 WS-PRM-SUB-OPCAO PIC 9(02).
                   10 WS-PRM-SUB-NUMERO PIC 9(02).
                   10 WS-PRM-SUB-OK PIC X(01).

      *    SUB-OPCOES SUJEITAS A PERMISSAO PROPRIA (OPCAO, SUB-OPCAO)
           01 WS-PRM-CONTROLADAS-VALORES.
               05 FILLER PIC X(04) VALUE "2504".
               05 FILLER PIC X(04) VALUE "3702".
               05 FILLER PIC X(04) VALUE "4102".
           01 FILLER REDEFINES WS-PRM-CONTROLADAS-VALORES.
               05 WS-PRM-CONTROLADA OCCURS 3 TIMES.
                   10 WS-PRM-CTL-OPCAO PIC 9(02).
                   10 WS-PRM-CTL-SUB PIC 9(02).

      *    MATRIZ INICIAL: PERFIL SEGUIDO DE UMA MARCA S/N POR OPCAO DO
      *    MENU, DA OPCAO 0 A OPCAO 73
           01 WS-PRM-BASE-VALORES.
               05 FILLER PIC X(01) VALUE "B".
               05 FILLER PIC X(33) VALUE
                   "NNSNSSSNNSNNNNSSSSNNNSNNNNSNNSSNN".
               05 FILLER PIC X(34) VALUE
                   "NNNSSNNSSSSNNNSNNSNNNNSNSNSNNSSNNS".
               05 FILLER PIC X(01) VALUE "S".
               05 FILLER PIC X(01) VALUE "N".
               05 FILLER PIC X(01) VALUE "S".
               05 FILLER PIC X(01) VALUE "S".
               05 FILLER PIC X(01) VALUE "S".
               05 FILLER PIC X(01) VALUE "N".
               05 FILLER PIC X(01) VALUE "N".
               05 FILLER PIC X(01) VALUE "P".
               05 FILLER PIC X(33) VALUE
                   "NNSNNSNNNSNSSNSNNNSNSSNNNNSNNNNNN".
               05 FILLER PIC X(34) VALUE
                   "NNNSNNNNNNNNSSSNNNNNNNSNSNNSNNNNNS".
               05 FILLER PIC X(01) VALUE "N".
               05 FILLER PIC X(01) VALUE "N".
               05 FILLER PIC X(01) VALUE "S".
               05 FILLER PIC X(01) VALUE "N".
               05 FILLER PIC X(01) VALUE "N".
               05 FILLER PIC X(01) VALUE "N".
               05 FILLER PIC X(01) VALUE "N".
               05 FILLER PIC X(01) VALUE "O".
               05 FILLER PIC X(33) VALUE
                   "NSSSNNNSNSNNSSNNNNNSSNNNSNSSNNNSN".
               05 FILLER PIC X(34) VALUE
                   "SSSNNSNNNNNSSNNSSNSNSSNNNNNSNNNNNN".
               05 FILLER PIC X(01) VALUE "S".
               05 FILLER PIC X(01) VALUE "N".
               05 FILLER PIC X(01) VALUE "N".
               05 FILLER PIC X(01) VALUE "S".
               05 FILLER PIC X(01) VALUE "N".
               05 FILLER PIC X(01) VALUE "S".
               05 FILLER PIC X(01) VALUE "N".
               05 FILLER PIC X(01) VALUE "F".
               05 FILLER PIC X(33) VALUE
                   "NNSNNNNSNNSNNNNNSNNNNNNSNSNNNNNNN".
               05 FILLER PIC X(34) VALUE
                   "NNNSSNSNNNNNNNNNNNNNNSNSNSNNSSSNNN".
               05 FILLER PIC X(01) VALUE "N".
               05 FILLER PIC X(01) VALUE "N".
               05 FILLER PIC X(01) VALUE "N".
               05 FILLER PIC X(01) VALUE "N".
               05 FILLER PIC X(01) VALUE "S".
               05 FILLER PIC X(01) VALUE "S".
               05 FILLER PIC X(01) VALUE "S".
               05 FILLER PIC X(01) VALUE "M".
               05 FILLER PIC X(33) VALUE
                   "NNSNNNNNNNNNNNNNNNNSNNNNNNNNSNNNN".
               05 FILLER PIC X(34) VALUE
                   "NNSNNNNNNNNNSNNNNNNNNNNNNNNNNNNNNN".
               05 FILLER PIC X(01) VALUE "N".
               05 FILLER PIC X(01) VALUE "N".
               05 FILLER PIC X(01) VALUE "N".
               05 FILLER PIC X(01) VALUE "N".
               05 FILLER PIC X(01) VALUE "N".
               05 FILLER PIC X(01) VALUE "N".
               05 FILLER PIC X(01) VALUE "N".
               05 FILLER PIC X(01) VALUE "S".
               05 FILLER PIC X(33) VALUE
                   "SSSSSSSSSSSSSSSSSSSSSSSSSSSSSSSSS".
               05 FILLER PIC X(34) VALUE
                   "SSSSSSSSSSSSSSSSSSSSSSSSSSSSSSSSSS".
               05 FILLER PIC X(01) VALUE "S".
               05 FILLER PIC X(01) VALUE "S".
               05 FILLER PIC X(01) VALUE "S".
               05 FILLER PIC X(01) VALUE "S".
               05 FILLER PIC X(01) VALUE "S".
               05 FILLER PIC X(01) VALUE "S".
               05 FILLER PIC X(01) VALUE "S".
           01 FILLER REDEFINES WS-PRM-BASE-VALORES.
               05 WS-PRM-BASE-ENT OCCURS 6 TIMES.
                   10 WS-PRM-BASE-PERFIL PIC X(01).
                   10 WS-PRM-BASE-FLAG PIC X(01) OCCURS 74 TIMES.

      *    SUB-OPCOES RECUSADAS DE INICIO: PERFIL, OPCAO, SUB-OPCAO
           01 WS-PRM-BASE-SUB-VALORES.
               05 FILLER PIC X(05) VALUE "B2504".
               05 FILLER PIC X(05) VALUE "B3702".
               05 FILLER PIC X(05) VALUE "B4102".
               05 FILLER PIC X(05) VALUE "P2504".
               05 FILLER PIC X(05) VALUE "P3702".
               05 FILLER PIC X(05) VALUE "P4102".
               05 FILLER PIC X(05) VALUE "O2504".
               05 FILLER PIC X(05) VALUE "O3702".
               05 FILLER PIC X(05) VALUE "O4102".
               05 FILLER PIC X(05) VALUE "F3702".
               05 FILLER PIC X(05) VALUE "F4102".
               05 FILLER PIC X(05) VALUE "M2504".
               05 FILLER PIC X(05) VALUE "M3702".
               05 FILLER PIC X(05) VALUE "M4102".
           01 FILLER REDEFINES WS-PRM-BASE-SUB-VALORES.
               05 WS-PRM-BASE-SUB OCCURS 14 TIMES.
                   10 WS-PRM-BSUB-PERFIL PIC X(01).
                   10 WS-PRM-BSUB-OPCAO PIC 9(02).
                   10 WS-PRM-BSUB-NUMERO PIC 9(02).

           01 WS-MENU-TEXTOS-VALORES.
               05 FILLER PIC X(44) VALUE
                   "0 - Configuracoes".
               05 FILLER PIC X(44) VALUE
                   "1 - Adicionar Voo".
               05 FILLER PIC X(44) VALUE
                   "2 - Visualizar Voos".
               05 FILLER PIC X(44) VALUE
                   "3 - Alterar Voo".
               05 FILLER PIC X(44) VALUE
                   "4 - Efetuar Reserva".
               05 FILLER PIC X(44) VALUE
                   "5 - Ver Reservas".
               05 FILLER PIC X(44) VALUE
                   "6 - Cancelar Reserva".
               05 FILLER PIC X(44) VALUE
                   "7 - Relatorio de Ocupacao".
               05 FILLER PIC X(44) VALUE
                   "8 - Eliminar Voo".
               05 FILLER PIC X(44) VALUE
                   "9 - Manifesto de Passageiros".
               05 FILLER PIC X(44) VALUE
                   "10 - Relatorio de Receita".
               05 FILLER PIC X(44) VALUE
                   "11 - Registar Embarque".
               05 FILLER PIC X(44) VALUE
                   "12 - Relatorio de No-Show".
               05 FILLER PIC X(44) VALUE
                   "13 - Verificar Alertas Meteorologicos".
               05 FILLER PIC X(44) VALUE
                   "14 - Fila de Notificacoes".
               05 FILLER PIC X(44) VALUE
                   "15 - Gestao da Lista de Espera".
               05 FILLER PIC X(44) VALUE
                   "16 - Relatorio de Caixa".
               05 FILLER PIC X(44) VALUE
                   "17 - Mudar Reserva de Voo".
               05 FILLER PIC X(44) VALUE
                   "18 - Fecho de Embarque".
               05 FILLER PIC X(44) VALUE
                   "19 - Gestao de Aeronaves".
               05 FILLER PIC X(44) VALUE
                   "20 - Mapa de Portas do Dia".
               05 FILLER PIC X(44) VALUE
                   "21 - Registar Check-In".
               05 FILLER PIC X(44) VALUE
                   "22 - Gestao de Operadores".
               05 FILLER PIC X(44) VALUE
                   "23 - Gestao de Precos e Promocoes".
               05 FILLER PIC X(44) VALUE
                   "24 - Registar Atraso e Misconexoes".
               05 FILLER PIC X(44) VALUE
                   "25 - Gestao de Cambios".
               05 FILLER PIC X(44) VALUE
                   "26 - Lista de Bagagem por Voo".
               05 FILLER PIC X(44) VALUE
                   "27 - Gestao de Tripulacoes".
               05 FILLER PIC X(44) VALUE
                   "28 - Manutencao de Aeronaves".
               05 FILLER PIC X(44) VALUE
                   "29 - Gestao de Fidelizacao".
               05 FILLER PIC X(44) VALUE
                   "30 - Gestao de Ancilarios".
               05 FILLER PIC X(44) VALUE
                   "31 - Gestao de Codeshare".
               05 FILLER PIC X(44) VALUE
                   "32 - Regras de Documentos de Viagem".
               05 FILLER PIC X(44) VALUE
                   "33 - Reacomodacao de Voo Cancelado".
               05 FILLER PIC X(44) VALUE
                   "34 - Allotments de Agencia".
               05 FILLER PIC X(44) VALUE
                   "35 - Mapa de Rotacao de Aeronaves".
               05 FILLER PIC X(44) VALUE
                   "36 - Fecho de Turno do Operador".
               05 FILLER PIC X(44) VALUE
                   "37 - Gestao de Vouchers".
               05 FILLER PIC X(44) VALUE
                   "38 - Mestre de Rotas".
               05 FILLER PIC X(44) VALUE
                   "39 - Tabela de Taxas e Encargos".
               05 FILLER PIC X(44) VALUE
                   "40 - Historico de Passageiro".
               05 FILLER PIC X(44) VALUE
                   "41 - Duplicados de Passageiros".
               05 FILLER PIC X(44) VALUE
                   "42 - Consentimentos de Marketing".
               05 FILLER PIC X(44) VALUE
                   "43 - Consola de Atendimento".
               05 FILLER PIC X(44) VALUE
                   "44 - Gestao de Carga".
               05 FILLER PIC X(44) VALUE
                   "45 - Painel de Partidas e Chegadas".
               05 FILLER PIC X(44) VALUE
                   "46 - Lista de Upgrades para Executiva".
               05 FILLER PIC X(44) VALUE
                   "47 - Pedidos de Servico Especial (SSR)".
               05 FILLER PIC X(44) VALUE
                   "48 - Pedidos de Agencia Rejeitados".
               05 FILLER PIC X(44) VALUE
                   "49 - Troca de Aeronave".
               05 FILLER PIC X(44) VALUE
                   "50 - Gestao de Reclamacoes".
               05 FILLER PIC X(44) VALUE
                   "51 - Calendario Operacional".
               05 FILLER PIC X(44) VALUE
                   "52 - Escala de Operadores".
               05 FILLER PIC X(44) VALUE
                   "53 - Cotacoes de Charter".
               05 FILLER PIC X(44) VALUE
                   "54 - Custos de Voo".
               05 FILLER PIC X(44) VALUE
                   "55 - Perdidos e Achados".
               05 FILLER PIC X(44) VALUE
                   "56 - Condicoes Tarifarias".
               05 FILLER PIC X(44) VALUE
                   "57 - Bilhetes Eletronicos".
               05 FILLER PIC X(44) VALUE
                   "58 - Acordos de Prorateio Interline".
               05 FILLER PIC X(44) VALUE
                   "59 - Dividir Grupo".
               05 FILLER PIC X(44) VALUE
                   "60 - Atributos de Lugares".
               05 FILLER PIC X(44) VALUE
                   "61 - Parceiros de Fidelizacao".
               05 FILLER PIC X(44) VALUE
                   "62 - Contas de Empresa".
               05 FILLER PIC X(44) VALUE
                   "63 - Documentos Fiscais".
               05 FILLER PIC X(44) VALUE
                   "64 - Reembolsos Pendentes".
               05 FILLER PIC X(44) VALUE
                   "65 - Permissoes por Perfil".
               05 FILLER PIC X(44) VALUE
                   "66 - Standby de Pessoal".
               05 FILLER PIC X(44) VALUE
                   "67 - Mudancas de Horario".
               05 FILLER PIC X(44) VALUE
                   "68 - Lista de Seguranca".
               05 FILLER PIC X(44) VALUE
                   "69 - Check-in Online Pendente".
               05 FILLER PIC X(44) VALUE
                   "70 - Bagagem Extraviada".
               05 FILLER PIC X(44) VALUE
                   "71 - Contratos de Grupo".
               05 FILLER PIC X(44) VALUE
                   "72 - Vendas a Bordo".
               05 FILLER PIC X(44) VALUE
                   "73 - Periodos Contabilisticos".
           01 FILLER REDEFINES WS-MENU-TEXTOS-VALORES.
               05 WS-MENU-TEXTO PIC X(44) OCCURS 74 TIMES.

           01 WS-FICHEIRO-STATUS-SBY PIC XX.
               88 WS-SBY-STATUS-OK VALUE "00".
               88 WS-SBY-STATUS-INEXISTENTE VALUE "35".
           01 WS-FICHEIRO-STATUS-FUN PIC XX.
               88 WS-FUN-STATUS-OK VALUE "00".
           77 WS-CAM-STANDBY PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/project/standby.dat".
           77 WS-CAM-FUNCIONARIOS PIC X(80) VALUE
               "/Users/antonyferreira/Documents/Cobol/empregados.dat".
           77 WS-CHAVE-CTRL-STANDBY PIC X(02) VALUE "SB".
           77 WS-OP-SBY PIC 9(01) VALUE ZEROES.
           77 WS-SBY-VALIDO PIC X(01) VALUE "N".
           77 WS-SBY-CONTINUA PIC X(01) VALUE "N".
           77 WS-SBY-PARENTESCO PIC X(01) VALUE SPACES.
           77 WS-SBY-NOME PIC X(10) VALUE SPACES.
           77 WS-SBY-TARIFA PIC 9(05)V99 VALUE ZEROES.
           77 WS-SBY-ANOS PIC 9(02) VALUE ZEROES.
           77 WS-SBY-MELHOR-ID PIC 9(04) VALUE ZEROES.
           77 WS-SBY-MELHOR-ANOS PIC 9(02) VALUE ZEROES.
           77 WS-SBY-EMBARCADOS PIC 9(03) VALUE ZEROES.
           77 WS-SBY-RECUSADOS PIC 9(03) VALUE ZEROES.
           01 WS-SBY-VOO-CHAVE.
               05 WS-SBY-VOO-NUMERO PIC 9(04).
               05 WS-SBY-VOO-DATA PIC 9(08).
           77 WS-SBY-TOTAL PIC 9(03) VALUE ZEROES.
           77 WS-SBY-I PIC 9(03) VALUE ZEROES.
           77 WS-SBY-ORDEM PIC 9(03) VALUE ZEROES.
           77 WS-SBY-ESCOLHIDO PIC 9(03) VALUE ZEROES.
           01 WS-SBY-TABELA.
               05 WS-SBY-T-ENT OCCURS 100 TIMES.
                   10 WS-SBY-T-ID PIC 9(04).
                   10 WS-SBY-T-ANOS PIC 9(02).
                   10 WS-SBY-T-MOSTRADO PIC X(01).

           01 WS-FICHEIRO-STATUS-MDH PIC XX.
               88 WS-MDH-STATUS-OK VALUE "00".
               88 WS-MDH-STATUS-INEXISTENTE VALUE "35".
           77 WS-CAM-MUDANCAS PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/project/mudancas.dat".
           77 WS-CHAVE-CTRL-MUDANCA PIC X(02) VALUE "MH".
           77 WS-CHAVE-CFG-MUDANCA PIC X(02) VALUE "MH".
           77 WS-CFG-MUDANCA-MIN PIC 9(04) VALUE 0060.
           77 WS-CHAVE-CFG-CATERING PIC X(02) VALUE "HC".
           77 WS-CFG-CATERING-HORAS PIC 9(04) VALUE 0024.
           77 WS-CHAVE-CFG-QUARENTENA PIC X(02) VALUE "IQ".
           77 WS-CFG-QUARENTENA PIC 9(04) VALUE ZEROES.
           77 WS-OP-MDH PIC 9(01) VALUE ZEROES.
           77 WS-MDH-HORA-ANTIGA PIC 9(04) VALUE ZEROES.
           77 WS-MDH-MIN-ANTIGA PIC S9(05) VALUE ZEROES.
           77 WS-MDH-MIN-NOVA PIC S9(05) VALUE ZEROES.
           77 WS-MDH-DIFERENCA PIC S9(05) VALUE ZEROES.
           77 WS-MDH-CASOS PIC 9(03) VALUE ZEROES.
           77 WS-MDH-DECISAO PIC X(01) VALUE SPACES.
           77 WS-MDH-CONFIRMA PIC X(01) VALUE SPACES.
           77 WS-MDH-DIAS PIC 9(04) VALUE ZEROES.
           77 WS-MDH-DIAS-URGENTE PIC 9(04) VALUE 0002.
           77 WS-MDH-SERIAL-HOJE PIC 9(07) VALUE ZEROES.
           77 WS-MDH-VOO-GUARDA PIC X(65) VALUE SPACES.
           77 WS-MDH-TOTAL PIC 9(03) VALUE ZEROES.
           77 WS-MDH-I PIC 9(03) VALUE ZEROES.
           77 WS-MDH-ORDEM PIC 9(03) VALUE ZEROES.
           77 WS-MDH-ESCOLHIDO PIC 9(03) VALUE ZEROES.
           01 WS-MDH-TABELA-RES.
               05 WS-MDH-RES-ID PIC 9(04) OCCURS 200 TIMES.
           01 WS-MDH-TABELA.
               05 WS-MDH-T-ENT OCCURS 200 TIMES.
                   10 WS-MDH-T-ID PIC 9(04).
                   10 WS-MDH-T-DATA PIC 9(08).
                   10 WS-MDH-T-HORA PIC 9(04).
                   10 WS-MDH-T-MOSTRADO PIC X(01).

           01 WS-FICHEIRO-STATUS-VIG PIC XX.
               88 WS-VIG-STATUS-OK VALUE "00".
               88 WS-VIG-STATUS-INEXISTENTE VALUE "35".
           01 WS-FICHEIRO-STATUS-SEG PIC XX.
               88 WS-SEG-STATUS-OK VALUE "00".
               88 WS-SEG-STATUS-INEXISTENTE VALUE "35".
           77 WS-CAM-VIGILANCIA PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/project/vigil.dat".
           77 WS-CAM-SEGURANCA PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/project/segur.dat".
           77 WS-CHAVE-CTRL-SEGURANCA PIC X(02) VALUE "SG".
           77 WS-OP-SEG PIC 9(01) VALUE ZEROES.
           77 WS-SEG-ORIGEM PIC X(01) VALUE SPACES.
           77 WS-SEG-RETIDA PIC X(01) VALUE "N".
           77 WS-SEG-CASO PIC 9(04) VALUE ZEROES.
           77 WS-SEG-DECISAO PIC X(01) VALUE SPACES.
           77 WS-SEG-TOTAL PIC 9(04) VALUE ZEROES.
           77 WS-SEG-FIM PIC X(01) VALUE "N".
           77 WS-SEG-LIB-TOTAL PIC 9(02) VALUE ZEROES.
           77 WS-SEG-LIB-I PIC 9(02) VALUE ZEROES.
           01 WS-SEG-TABELA-LIB.
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

           01 WS-FICHEIRO-STATUS-CKP PIC XX.
               88 WS-CKP-STATUS-OK VALUE "00".
               88 WS-CKP-STATUS-INEXISTENTE VALUE "35".
           77 WS-CAM-CHKPEND PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/project/chkpend.dat".
           77 WS-OP-CKP PIC 9(01) VALUE ZEROES.
           77 WS-CKP-TOTAL PIC 9(04) VALUE ZEROES.
           77 WS-CKP-FIM PIC X(01) VALUE "N".
           01 WS-CKP-PEDIDO-REG.
               05 WS-CKP-P-LOCALIZADOR PIC X(06).
               05 WS-CKP-P-NOME PIC X(10).
               05 WS-CKP-P-DOC-TIPO PIC X(02).
               05 WS-CKP-P-DOC-NUMERO PIC X(12).
               05 WS-CKP-P-NACIONALIDADE PIC X(03).
               05 WS-CKP-P-DOC-VALIDADE PIC X(08).
               05 WS-CKP-P-LUGAR PIC X(03).

           01 WS-FICHEIRO-STATUS-EXT PIC XX.
               88 WS-EXT-STATUS-OK VALUE "00".
               88 WS-EXT-STATUS-INEXISTENTE VALUE "35".
           77 WS-CAM-EXTRAVIOS PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/project/extrav.dat".
           77 WS-CHAVE-CTRL-EXTRAVIO PIC X(02) VALUE "PI".
           77 WS-OP-EXT PIC 9(01) VALUE ZEROES.
           77 WS-EXT-FIM PIC X(01) VALUE "N".
           77 WS-EXT-TOTAL PIC 9(04) VALUE ZEROES.
           77 WS-EXT-PEDIDO PIC 9(04) VALUE ZEROES.
           77 WS-EXT-DUPLICADO PIC 9(04) VALUE ZEROES.
           77 WS-EXT-ESTADO-NOVO PIC X(01) VALUE SPACES.
           77 WS-EXT-MORADA-NOVA PIC X(40) VALUE SPACES.
           77 WS-EXT-VALOR PIC 9(05)V99 VALUE ZEROES.
           77 WS-EXT-SERIAL-HOJE PIC 9(07) VALUE ZEROES.
           77 WS-EXT-DIAS PIC 9(04) VALUE ZEROES.

           01 WS-FICHEIRO-STATUS-GRC PIC XX.
               88 WS-GRC-STATUS-OK VALUE "00".
               88 WS-GRC-STATUS-INEXISTENTE VALUE "35".
           01 WS-FICHEIRO-STATUS-GPG PIC XX.
               88 WS-GPG-STATUS-OK VALUE "00".
               88 WS-GPG-STATUS-INEXISTENTE VALUE "35".
           77 WS-CAM-GRUPOSCONTRATO PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/project/grpcontr.dat".
           77 WS-CAM-GRUPOSPAG PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/project/grupospag.dat"
           .
           77 WS-CHAVE-CFG-GRUPO-MIN PIC X(02) VALUE "GM".
           77 WS-CFG-GRUPO-MIN PIC 9(04) VALUE 0010.
           77 WS-CHAVE-CFG-GRUPO-DEP PIC X(02) VALUE "GD".
           77 WS-CFG-GRUPO-DEP PIC 9(04) VALUE 0025.
           77 WS-NOME-A-DESIGNAR PIC X(10) VALUE "A DESIGNAR".
           77 WS-OP-GRC PIC 9(01) VALUE ZEROES.
           77 WS-GRC-FIM PIC X(01) VALUE "N".
           77 WS-GRC-RESPOSTA PIC X(01) VALUE "N".
           77 WS-GRC-PEDIDO PIC 9(04) VALUE ZEROES.
           77 WS-GRC-PRAZO PIC 9(08) VALUE ZEROES.
           77 WS-GRC-PRAZO-MIN PIC 9(08) VALUE ZEROES.
           77 WS-GRC-PRAZO-OK PIC X(01) VALUE "N".
           77 WS-GRC-PRAZO-DESC PIC X(24) VALUE SPACES.
           77 WS-GRC-TOTAL PIC 9(07)V99 VALUE ZEROES.
           77 WS-GRC-CONTRATOS PIC 9(04) VALUE ZEROES.
           77 WS-GRC-POR-LANCAR PIC 9(07)V99 VALUE ZEROES.
           77 WS-GRC-EM-DIVIDA PIC S9(07)V99 VALUE ZEROES.
           77 WS-GRC-VALOR PIC 9(07)V99 VALUE ZEROES.
           77 WS-GRC-REFERENCIA PIC X(12) VALUE SPACES.
           77 WS-GRC-SEQ PIC 9(03) VALUE ZEROES.
           77 WS-GRC-POR-NOMEAR PIC 9(03) VALUE ZEROES.
           77 WS-GRC-NOMEADAS PIC 9(03) VALUE ZEROES.
           77 WS-GRC-I PIC 9(03) VALUE ZEROES.
           77 WS-GRC-J PIC 9(03) VALUE ZEROES.
           77 WS-GRC-RES-TOTAL PIC 9(03) VALUE ZEROES.
           77 WS-GRC-RES-SITUACAO PIC X(09) VALUE SPACES.
           01 WS-TABELA-GRC.
               05 WS-GRC-ENT OCCURS 99 TIMES.
                   10 WS-GRC-RES-ID PIC 9(04).
                   10 WS-GRC-RES-NOME PIC X(10).
                   10 WS-GRC-RES-LUGAR PIC X(03).
                   10 WS-GRC-RES-PRECO PIC 9(05)V99.
                   10 WS-GRC-RES-PAGA PIC X(01).
                   10 WS-GRC-RES-NOMEADA PIC X(01).

           01 WS-FICHEIRO-STATUS-PBD PIC XX.
               88 WS-PBD-STATUS-OK VALUE "00".
               88 WS-PBD-STATUS-INEXISTENTE VALUE "35".
           01 WS-FICHEIRO-STATUS-SBD PIC XX.
               88 WS-SBD-STATUS-OK VALUE "00".
               88 WS-SBD-STATUS-INEXISTENTE VALUE "35".
           77 WS-CAM-PRODBORDO PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/project/prodbordo.dat"
           .
           77 WS-CAM-STOCKBORDO PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/project/stkbordo.dat".
           77 WS-OP-VBD PIC 9(01) VALUE ZEROES.
           77 WS-OP-PER PIC 9(01) VALUE ZEROES.
           77 WS-PER-SUP-ID PIC 9(02) VALUE ZEROES.
           77 WS-VBD-MATRICULA PIC X(08) VALUE SPACES.
           77 WS-VBD-SELO PIC X(08) VALUE SPACES.
           77 WS-VBD-PRODUTO PIC X(04) VALUE SPACES.
           77 WS-VBD-QUANTIDADE PIC 9(05) VALUE ZEROES.
           77 WS-VBD-LINHAS PIC 9(04) VALUE ZEROES.
           77 WS-VBD-UNIDADES PIC 9(07) VALUE ZEROES.
           77 WS-VBD-VALOR PIC 9(09)V99 VALUE ZEROES.
           77 WS-VBD-EM-USO PIC X(01) VALUE "N".

           77 WS-CHAVE-CFG-PIN-VALIDADE PIC X(02) VALUE "PV".
           77 WS-CFG-PIN-VALIDADE PIC 9(04) VALUE 0090.
           77 WS-PIN-MAX-FALHAS PIC 9(01) VALUE 3.
           01 WS-PIN-ENTRADA PIC X(06) VALUE SPACES.
           01 FILLER REDEFINES WS-PIN-ENTRADA.
               05 WS-PIN-DIGITO PIC 9(01) OCCURS 6 TIMES.
           77 WS-PIN-CONFIRMA PIC X(06) VALUE SPACES.
           77 WS-PIN-CIFRADO PIC 9(09) VALUE ZEROES.
           77 WS-PIN-AUX PIC 9(18) VALUE ZEROES.
           77 WS-PIN-QUOC PIC 9(18) VALUE ZEROES.
           77 WS-PIN-RESTO PIC 9(09) VALUE ZEROES.
           77 WS-PIN-I PIC 9(01) VALUE ZEROES.
           77 WS-PIN-ALVO PIC 9(02) VALUE ZEROES.
           77 WS-PIN-EXIGE-SUP PIC X(01) VALUE "N".
           77 WS-PIN-CONFIRMADO PIC X(01) VALUE "N".
           77 WS-PIN-DEFINIDO PIC X(01) VALUE "N".
           77 WS-PIN-EXPIRADO PIC X(01) VALUE "N".
           77 WS-PIN-RESPOSTA PIC X(01) VALUE "N".
           77 WS-PIN-DIAS PIC 9(07) VALUE ZEROES.
           77 WS-PIN-CONTEXTO PIC X(12) VALUE SPACES.
           77 WS-PIN-RESULTADO PIC X(30) VALUE SPACES.
           77 WS-PIN-COM-PIN PIC 9(02) VALUE ZEROES.
           77 WS-PIN-SEM-PIN PIC 9(02) VALUE ZEROES.

           01 WS-FICHEIRO-STATUS-CAMB PIC XX.
               88 WS-CAMB-STATUS-OK VALUE "00".
               88 WS-CAMB-STATUS-INEXISTENTE VALUE "35".
           77 WS-CAM-ESCALAVOO PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/project/escalavoo.dat"
           .
           01 WS-FICHEIRO-STATUS-HOT PIC XX.
               88 WS-HOT-STATUS-OK VALUE "00".
               88 WS-HOT-STATUS-INEXISTENTE VALUE "35".
           77 WS-CAM-HOTEIS PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/project/hoteis.dat".
           77 WS-HOT-RESP PIC X(01) VALUE SPACES.
           77 WS-OP-TRIP PIC 9(01) VALUE ZEROES.
           77 WS-ESC-HORAS-VOO PIC 9(02) VALUE 2.
           77 WS-CHAVE-CFG-HORASVOO PIC X(02) VALUE "HV".
           77 WS-CDS-NUMERO-VENDA PIC 9(04) VALUE ZEROES.
           77 WS-CDS-PARCEIRO-VENDA PIC X(10) VALUE SPACES.

      *    CANAL DE VENDA DA RESERVA CRIADA: BALCAO (B) COM O
      *    OPERADOR SE NADA FOR INDICADO, AGENCIA (A), PARCEIRO DE
      *    CODESHARE (P)
           01 WS-FICHEIRO-STATUS-RCN PIC XX.
               88 WS-RCN-STATUS-OK VALUE "00".
               88 WS-RCN-STATUS-INEXISTENTE VALUE "35".
           77 WS-CAM-RESCANAL PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/project/rescanal.dat".
           77 WS-CANAL-VENDA PIC X(01) VALUE SPACES.
           77 WS-CANAL-PONTO PIC X(10) VALUE SPACES.

           01 WS-FICHEIRO-STATUS-RDOC PIC XX.
               88 WS-RDOC-STATUS-OK VALUE "00".
               88 WS-RDOC-STATUS-INEXISTENTE VALUE "35".
               88 WS-FCG-STATUS-OK VALUE "00".
               88 WS-FCG-STATUS-NOVO VALUE "35".

           01 WS-FICHEIRO-STATUS-DGL PIC XX.
               88 WS-DGL-STATUS-OK VALUE "00".
               88 WS-DGL-STATUS-INEXISTENTE VALUE "35".
           77 WS-CAM-DGLIMITES PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/dglimites.dat".
           77 WS-DGL-ACHADA PIC X(01) VALUE "N".
           77 WS-DGL-TIPO-PEDIDO PIC X(10) VALUE SPACES.
           77 WS-DGL-CLASSE-PEDIDA PIC X(03) VALUE SPACES.

           77 WS-CAM-TIPOLIMITES PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/tipolimites.dat".
           77 WS-CAM-FOLHACARGA PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/folhacarga.txt".

      *    MENSAGENS DE MOVIMENTO (MVT) E DE CARGA (LDM) ENDERECADAS
      *    A ESTACAO DE DESTINO, COM O REGISTO DO QUE FOI ENVIADO
           01 WS-FICHEIRO-STATUS-MSG PIC XX.
               88 WS-MSG-STATUS-OK VALUE "00".
               88 WS-MSG-STATUS-NOVO VALUE "35".

           01 WS-FICHEIRO-STATUS-MLG PIC XX.
               88 WS-MLG-STATUS-OK VALUE "00".
               88 WS-MLG-STATUS-NOVO VALUE "35".
           77 WS-CAM-MENSAGENS PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/mensagens.txt".
           77 WS-CAM-MSGLOG PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/msglog.txt".
           77 WS-MSG-TIPO PIC X(03) VALUE SPACES.
           77 WS-MSG-HORA-TIPO PIC X(02) VALUE SPACES.
           77 WS-MSG-ORIGEM PIC X(10) VALUE SPACES.
           77 WS-MSG-ESTACAO PIC X(10) VALUE SPACES.
           77 WS-MSG-ESTACAO-OK PIC X(01) VALUE "N".
           77 WS-MSG-BLOCO PIC 9(03) VALUE ZEROES.
           77 WS-MSG-FUSO-ORIG PIC S9(02) VALUE ZEROES.
           77 WS-MSG-FUSO-DEST PIC S9(02) VALUE ZEROES.
           77 WS-MSG-HORA-PART PIC 9(04) VALUE ZEROES.
           77 WS-MSG-HORA-CHEG PIC 9(04) VALUE ZEROES.
           77 WS-MSG-MINUTOS PIC S9(05) VALUE ZEROES.
           77 WS-MSG-ATRASO PIC 9(04) VALUE ZEROES.
           77 WS-MSG-ADULTOS PIC 9(03) VALUE ZEROES.
           77 WS-MSG-CRIANCAS PIC 9(03) VALUE ZEROES.
           77 WS-MSG-BEBES PIC 9(03) VALUE ZEROES.
           77 WS-MSG-PESO-CARGA PIC 9(06) VALUE ZEROES.
           77 WS-MSG-CARIMBO PIC 9(08) VALUE ZEROES.
           77 WS-MSG-PAX-ABERTO PIC X(01) VALUE "N".
           77 WS-MSG-RESULTADO PIC X(20) VALUE SPACES.
           01 WS-MSG-VOO-CHAVE.
               05 WS-MSG-VOO-NUMERO PIC 9(04) VALUE ZEROES.
               05 WS-MSG-VOO-DATA PIC 9(08) VALUE ZEROES.
           01 WS-MSG-DATA-HOJE PIC 9(08) VALUE ZEROES.

           01 WS-FICHEIRO-STATUS-TRN PIC XX.
               88 WS-TRN-STATUS-OK VALUE "00".
               88 WS-TRN-STATUS-INEXISTENTE VALUE "35".
           77 WS-FUSO-ROTA-NOME PIC X(10) VALUE SPACES.
           77 WS-FUSO-MIN PIC S9(04) VALUE ZEROES.

           77 WS-NOC-BLOQUEADO PIC X(01) VALUE "N".
           77 WS-NOC-MOTIVO PIC X(40) VALUE SPACES.
           77 WS-NOC-FASE PIC X(08) VALUE SPACES.
           77 WS-NOC-HORA PIC 9(04) VALUE ZEROES.
           77 WS-NOC-JAN-INI PIC 9(04) VALUE ZEROES.
           77 WS-NOC-JAN-FIM PIC 9(04) VALUE ZEROES.
           77 WS-NOC-DENTRO PIC X(01) VALUE "N".
           77 WS-NOC-DESTINO PIC X(10) VALUE SPACES.
           77 WS-NOC-BLOCO PIC 9(03) VALUE ZEROES.
           77 WS-NOC-FUSO-ORIG PIC S9(02) VALUE ZEROES.
           77 WS-NOC-FUSO-DEST PIC S9(02) VALUE ZEROES.
           77 WS-NOC-MINUTOS PIC S9(05) VALUE ZEROES.

           01 WS-FICHEIRO-STATUS-TAXA PIC XX.
               88 WS-TAXA-STATUS-OK VALUE "00".
               88 WS-TAXA-STATUS-INEXISTENTE VALUE "35".
           01 WS-CRG-VOO-ALVO.
               05 WS-CRG-ALVO-NUMERO PIC 9(04).
               05 WS-CRG-ALVO-DATA PIC 9(08).
           77 WS-CRG-DG-RESP PIC X(01) VALUE "N".
           77 WS-CRG-DG-OK PIC X(01) VALUE "S".
           77 WS-CRG-DG-CLASSE-VOO PIC 9(06) VALUE ZEROES.
           77 WS-CRG-DG-VOLUMES PIC 9(03) VALUE ZEROES.
           01 WS-CRG-PENDENTE PIC X(67) VALUE SPACES.

           01 WS-FICHEIRO-STATUS-UPG PIC XX.
               88 WS-UPG-STATUS-OK VALUE "00".
           77 WS-REJ-I PIC 9(01) VALUE ZEROES.
           77 WS-REJ-RESUBMETE PIC X(01) VALUE "N".

           01 WS-FICHEIRO-STATUS-ACC PIC XX.
               88 WS-ACC-STATUS-OK VALUE "00".
               88 WS-ACC-STATUS-INEXISTENTE VALUE "35".
           77 WS-CAM-AGCONTA PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/project/agconta.dat".
           77 WS-CRD-NOMES PIC 9(02) VALUE ZEROES.
           77 WS-CRD-VALOR PIC 9(07)V99 VALUE ZEROES.
           77 WS-CRD-SALDO-NOVO PIC S9(09)V99 VALUE ZEROES.

           01 WS-REJ-PEDIDO-REG.
               05 WS-REJ-P-VOO PIC 9(04).
               05 WS-REJ-P-DATA PIC 9(08).
           77 WS-CAM-CUSTOSPADRAO PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/custospadrao.dat".
           77 WS-OP-CST PIC 9(01) VALUE ZEROES.

           01 WS-FICHEIRO-STATUS-ABS PIC XX.
               88 WS-ABS-STATUS-OK VALUE "00".
               88 WS-ABS-STATUS-INEXISTENTE VALUE "35".
           77 WS-CAM-ABASTECIMENTOS PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/project/abastec.dat".
           77 WS-ABS-TOTAL-LITROS PIC 9(07) VALUE ZEROES.
           77 WS-ABS-TOTAL-VALOR PIC 9(08)V99 VALUE ZEROES.
           77 WS-CST-TOTAL PIC 9(08)V99 VALUE ZEROES.

           01 WS-FICHEIRO-STATUS-PFD PIC XX.
               88 WS-PFD-STATUS-OK VALUE "00".
               88 WS-PFD-STATUS-INEXISTENTE VALUE "35".
           77 WS-CAM-PARCFID PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/project/parcfid.dat".
           77 WS-OP-PFD PIC 9(01) VALUE ZEROES.

           01 WS-FICHEIRO-STATUS-EMP PIC XX.
               88 WS-EMP-STATUS-OK VALUE "00".
               88 WS-EMP-STATUS-INEXISTENTE VALUE "35".
           01 WS-FICHEIRO-STATUS-EDS PIC XX.
               88 WS-EDS-STATUS-OK VALUE "00".
               88 WS-EDS-STATUS-INEXISTENTE VALUE "35".
           01 WS-FICHEIRO-STATUS-ECT PIC XX.
               88 WS-ECT-STATUS-OK VALUE "00".
               88 WS-ECT-STATUS-INEXISTENTE VALUE "35".
           01 WS-FICHEIRO-STATUS-EFT PIC XX.
               88 WS-EFT-STATUS-OK VALUE "00".
               88 WS-EFT-STATUS-INEXISTENTE VALUE "35".
           77 WS-CAM-EMPRESAS PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/project/empresas.dat".
           77 WS-CAM-EMPDESC PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/project/empdesc.dat".
           77 WS-CAM-EMPCONTA PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/project/empconta.dat".
           77 WS-CAM-EMPFATURAS PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/project/empfat.dat".
           77 WS-OP-EMP PIC 9(01) VALUE ZEROES.
           77 WS-EMP-PEDIDA PIC X(04) VALUE SPACES.
           77 WS-EMP-ATIVA PIC X(01) VALUE "N".
           77 WS-EMP-ABERTO PIC X(01) VALUE "N".
           77 WS-EMP-ABRIU PIC X(01) VALUE "N".
           77 WS-EMP-LANCADO PIC X(01) VALUE "N".
           77 WS-EMP-CREDITADO PIC X(01) VALUE "N".
           77 WS-EMP-DESC-ACHADO PIC X(01) VALUE "N".
           77 WS-EMP-DESC-PCT PIC 9(02) VALUE ZEROES.
           77 WS-EMP-LIMITE PIC 9(07)V99 VALUE ZEROES.
           77 WS-EMP-SALDO PIC S9(08)V99 VALUE ZEROES.
           77 WS-EMP-EXPOSICAO PIC S9(08)V99 VALUE ZEROES.
           77 WS-EMP-RES-ID PIC 9(04) VALUE ZEROES.
           77 WS-EMP-CREDITO PIC 9(05)V99 VALUE ZEROES.
           77 WS-EMP-FATURA PIC 9(04) VALUE ZEROES.
           77 WS-EMP-PAGAMENTO PIC 9(07)V99 VALUE ZEROES.
           77 WS-EMP-EM-DIVIDA PIC S9(07)V99 VALUE ZEROES.

           01 WS-FICHEIRO-STATUS-RBP PIC XX.
               88 WS-RBP-STATUS-OK VALUE "00".
               88 WS-RBP-STATUS-INEXISTENTE VALUE "35".
           77 WS-CAM-REEMBPEND PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/project/reemb.dat".
           77 WS-CHAVE-CFG-REEMB-LIMITE PIC X(02) VALUE "RL".
           77 WS-CFG-REEMB-LIMITE PIC 9(04) VALUE 0500.
           77 WS-OP-RBP PIC 9(01) VALUE ZEROES.
           77 WS-RBP-NOME PIC X(20) VALUE SPACES.
           77 WS-RBP-DECISAO PIC X(01) VALUE SPACES.
           77 WS-RBP-TOTAL PIC 9(04) VALUE ZEROES.

           01 WS-FICHEIRO-STATUS-ACH PIC XX.
               88 WS-ACH-STATUS-OK VALUE "00".
               88 WS-ACH-STATUS-INEXISTENTE VALUE "35".
           77 WS-ACH-SERIAL-ITEM PIC 9(07) VALUE ZEROES.
           77 WS-ACH-ANTIGOS PIC 9(03) VALUE ZEROES.

           01 WS-FICHEIRO-STATUS-CTF PIC XX.
               88 WS-CTF-STATUS-OK VALUE "00".
               88 WS-CTF-STATUS-INEXISTENTE VALUE "35".

           77 WS-CAM-CONDTARIFA PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/project/condtar.dat"
           .
           77 WS-OP-CTF PIC 9(01) VALUE ZEROES.
           01 WS-CTF-REGRA.
               05 WS-CTF-R-CHAVE.
                   10 WS-CTF-R-ROTA PIC X(10).
                   10 WS-CTF-R-CLASSE PIC X(01).
               05 WS-CTF-R-DESCRICAO PIC X(20).
               05 WS-CTF-R-REEMBOLSAVEL PIC X(01).
               05 WS-CTF-R-ESCALAO OCCURS 3 TIMES.
                   10 WS-CTF-R-ESC-DIAS PIC 9(03).
                   10 WS-CTF-R-ESC-PCT PIC 9(03).
               05 WS-CTF-R-PCT-RESTANTE PIC 9(03).
               05 WS-CTF-R-TAXA-MUDANCA PIC 9(05)V99.
               05 WS-CTF-R-DIFERENCA PIC X(01).
           77 WS-CTF-ORIGEM PIC X(06) VALUE SPACES.
           77 WS-CTF-ROTA-PEDIDA PIC X(10) VALUE SPACES.
           77 WS-CTF-CLASSE-PEDIDA PIC X(01) VALUE SPACES.
           77 WS-CTF-ROTA-NOVA PIC X(10) VALUE SPACES.
           77 WS-CTF-I PIC 9(01) VALUE ZEROES.
           77 WS-CTF-ESC-ACHADO PIC 9(01) VALUE ZEROES.
           77 WS-CTF-ESC-MELHOR PIC 9(03) VALUE ZEROES.
           77 WS-CTF-PCT PIC 9(03) VALUE ZEROES.
           77 WS-CTF-TAXA PIC 9(05)V99 VALUE ZEROES.
           77 WS-CTF-LIQUIDO PIC 9(05)V99 VALUE ZEROES.
           77 WS-CTF-PRECO PIC 9(05)V99 VALUE ZEROES.
           77 WS-CTF-PAX-ID PIC 9(04) VALUE ZEROES.
           77 WS-CTF-TARIFA-NOVA PIC 9(05)V99 VALUE ZEROES.
           77 WS-CTF-DIFERENCA-VALOR PIC 9(05)V99 VALUE ZEROES.
           77 WS-CTF-CONFIRMA PIC X(01) VALUE "N".
           77 WS-CTF-VOO-GUARDA PIC X(65) VALUE SPACES.

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
           77 WS-OP-DOC PIC 9(01) VALUE 1.
           77 WS-OP-BIL PIC 9(01) VALUE ZEROES.

           01 WS-FICHEIRO-STATUS-PRO PIC XX.
               88 WS-PRO-STATUS-OK VALUE "00".
               88 WS-PRO-STATUS-INEXISTENTE VALUE "35".
           77 WS-CAM-PRORATEIO PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/project/prorateio.dat"
           .
           77 WS-OP-PRO PIC 9(01) VALUE ZEROES.

           01 WS-FICHEIRO-STATUS-VAL PIC XX.
               88 WS-VAL-STATUS-OK VALUE "00".
               88 WS-VAL-STATUS-INEXISTENTE VALUE "35".
           77 WS-CAM-VALIDADES PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/validades.dat".
           77 WS-VAL-TEM-LICENCA PIC X(01) VALUE "N".
           77 WS-VAL-TEM-MEDICO PIC X(01) VALUE "N".
           77 WS-VAL-DESC PIC X(20) VALUE SPACES.
           77 WS-VAL-DIAS PIC S9(07) VALUE ZEROES.
           77 WS-VAL-HORIZONTE PIC 9(03) VALUE 60.
           77 WS-VAL-TOTAL PIC 9(04) VALUE ZEROES.
           77 WS-VAL-TRIP-PEDIDO PIC 9(04) VALUE ZEROES.

           01 WS-TABELA-DIVISAO.
               05 WS-DIV-ENT OCCURS 99 TIMES.
                   10 WS-DIV-ID PIC 9(04).
           77 WS-DIV-GRUPO-ORIGEM PIC 9(04) VALUE ZEROES.
           77 WS-DIV-GRUPO-NOVO PIC 9(04) VALUE ZEROES.
           77 WS-DIV-MEMBROS PIC 9(02) VALUE ZEROES.
           77 WS-DIV-TOTAL PIC 9(02) VALUE ZEROES.
           77 WS-DIV-I PIC 9(02) VALUE ZEROES.
           77 WS-DIV-PEDIDO PIC 9(04) VALUE ZEROES.
           77 WS-DIV-REPETIDO PIC X(01) VALUE "N".
           77 WS-DIV-CONFIRMA PIC X(01) VALUE "N".
           77 WS-DIV-DESTINO-NUM PIC 9(04) VALUE ZEROES.
           77 WS-DIV-DESTINO-DATA PIC 9(08) VALUE ZEROES.
           77 WS-OP-DIV PIC 9(01) VALUE ZEROES.

           01 WS-TABELA-BANDAS.
               05 WS-CFG-BANDA-PRECO PIC 9(04) OCCURS 3 TIMES.
           77 WS-LUG-BANDA-I PIC 9(01) VALUE ZEROES.
           77 WS-LUG-SAIDA-PERMITIDA PIC X(01) VALUE "N".
           77 WS-LUG-TAXA PIC 9(05)V99 VALUE ZEROES.
           77 WS-LUG-TAXA-VOO PIC X(10) VALUE SPACES.
           77 WS-LUG-CONFIRMA PIC X(01) VALUE "N".
           77 WS-LUG-NOTA PIC X(30) VALUE SPACES.
           77 WS-LUG-NOTA-PRECO PIC Z(3)9 VALUE ZEROES.
           77 WS-OP-LUG PIC 9(01) VALUE ZEROES.
           77 WS-LUG-VOO-NUMERO PIC 9(04) VALUE ZEROES.
           77 WS-LUG-VOO-DATA PIC 9(08) VALUE ZEROES.
           77 WS-LUG-FILA-PEDIDA PIC 9(02) VALUE ZEROES.
           77 WS-LUG-ALTERADOS PIC 9(03) VALUE ZEROES.
           01 WS-LUG-ATRIBUTOS.
               05 WS-LUG-A-BLOQUEADO PIC X(01).
               05 WS-LUG-A-SAIDA PIC X(01).
               05 WS-LUG-A-ESPACO PIC X(01).
               05 WS-LUG-A-BANDA PIC X(01).

           01 WS-TABELA-TROCA.
               05 WS-TRC-ENT OCCURS 200 TIMES.
                   10 WS-TRC-E-ID PIC 9(04).
           77 WS-RAC-CLASSE PIC X(01) VALUE "E".
           77 WS-RAC-RECOLOCADOS PIC 9(03) VALUE ZEROES.
           77 WS-RAC-SEM-LUGAR PIC 9(03) VALUE ZEROES.
           77 WS-RAC-MENSAGEM PIC X(40) VALUE SPACES.
           77 WS-REEMB-SEM-PENALIZACAO PIC X(01) VALUE "N".

           01 WS-TABELA-RAC.
               05 WS-RAC-ENT OCCURS 200 TIMES.
           77 SC-VOO-TARIFA-EXEC PIC 9(05)V99 VALUE ZEROES.
           77 SC-VOO-MOEDA PIC X(03) VALUE SPACES.
           77 SC-VOO-PORTA PIC X(03) VALUE SPACES.
           77 SC-VOO-TIPO PIC X(01) VALUE "C".
           77 SC-RES-NUMERO PIC 9(04) VALUE ZEROES.
           77 SC-RES-DATA PIC 9(08) VALUE ZEROES.
           77 SC-RES-CLASSE PIC X(01) VALUE "E".
           77 SC-ALT-ESTADO PIC X(01) VALUE "A".
           77 SC-ALT-AERONAVE PIC X(08) VALUE SPACES.
           77 SC-ALT-PORTA PIC X(03) VALUE SPACES.
           77 SC-ALT-HORA PIC 9(04) VALUE ZEROES.
           77 SC-MENSAGEM PIC X(50) VALUE SPACES.
           77 WS-ERR-ESTADO PIC XX VALUE SPACES.
           77 WS-ERR-DATA PIC 9(08) VALUE ZEROES.
               88 WS-DIA-STATUS-OK VALUE "00".
               88 WS-DIA-STATUS-NOVO VALUE "35".

           01 WS-DIA-LINHA PIC X(87).
               01 FILLER REDEFINES WS-DIA-LINHA.
               05 WS-DIA-DATA PIC 9(08).
               05 FILLER PIC X(01).
               05 FILLER PIC X(01).
               05 WS-DIA-OP PIC X(01).
               05 FILLER PIC X(01).
               05 WS-DIA-IMAGEM PIC X(65).

           01 WS-FICHEIRO-STATUS-MOV PIC XX.
               88 WS-MOV-STATUS-OK VALUE "00".
               05 WS-MOV-HORA PIC 9(08).
               05 FILLER PIC X(01).
               05 WS-MOV-OPER PIC 9(02).
      *    PRODUTO E EMPRESA CLIENTE DO DOCUMENTO FISCAL DO MOVIMENTO
           77 WS-MOV-PRODUTO PIC X(04) VALUE "TARF".
           77 WS-MOV-EMPRESA PIC X(04) VALUE SPACES.

           77 WS-PRECO-CANCELADO PIC 9(05)V99 VALUE ZEROES.
           77 WS-PAX-CANCELADO PIC 9(04) VALUE ZEROES.
           77 WS-CHAVE-CFG-WAITLIST PIC X(02) VALUE "WM".
           77 WS-CHAVE-CFG-MINCONEXAO PIC X(02) VALUE "MC".
           77 WS-CHAVE-CFG-PRAZO-EMISSAO PIC X(02) VALUE "TL".
           77 WS-CHAVE-CFG-BANDA PIC X(02) VALUE "L0".
           77 WS-CFG-PRAZO-EMISSAO PIC 9(04) VALUE 24.
           77 WS-CFG-OVERBOOKING PIC 9(02) VALUE ZEROES.
           77 WS-CFG-WAITLIST-MAX PIC 9(04) VALUE 0020.
           77 WS-NOME-ALTERA PIC X(10) VALUE SPACES.
           77 WS-ESTADO-NOVO PIC X(01) VALUE SPACES.
           77 WS-ESTADO-DESC PIC X(10) VALUE SPACES.
           77 WS-TIPO-DESC PIC X(14) VALUE SPACES.
           77 WS-OP PIC 9(02) VALUE ZEROES.
           77 WS-LUGARES PIC 9(02) VALUE ZEROES.
           77 WS-ID-RESERVA-CANCELA PIC 9(04) VALUE ZEROES.
           77 WS-CLASSE-CANCELADA PIC X(01) VALUE "E".
           77 WS-OCUP-RES-ECO PIC 9(04) VALUE ZEROES.
           77 WS-OCUP-RES-EXEC PIC 9(04) VALUE ZEROES.
           77 WS-OCUP-NAO-COM PIC 9(04) VALUE ZEROES.
           77 WS-REC-RES-ECO PIC 9(04) VALUE ZEROES.
           77 WS-REC-RES-EXEC PIC 9(04) VALUE ZEROES.
           77 WS-REC-RECEITA-ECO PIC 9(07)V99 VALUE ZEROES.
           05 LINE 10 COLUMN 25 PIC X(03) USING SC-VOO-MOEDA.
           05 LINE 11 COLUMN 5 VALUE "PORTA:".
           05 LINE 11 COLUMN 25 PIC X(03) USING SC-VOO-PORTA.
           05 LINE 12 COLUMN 5 VALUE "TIPO (C/F/P/T/M):".
           05 LINE 12 COLUMN 25 PIC X(01) USING SC-VOO-TIPO.
           05 LINE 14 COLUMN 5 PIC X(50) FROM SC-MENSAGEM.

       01 ECRA-RESERVA.
           05 BLANK SCREEN.
           05 LINE 5 COLUMN 25 PIC X(08) USING SC-ALT-AERONAVE.
           05 LINE 6 COLUMN 5 VALUE "PORTA:".
           05 LINE 6 COLUMN 25 PIC X(03) USING SC-ALT-PORTA.
           05 LINE 7 COLUMN 5 VALUE "HORA (HHMM):".
           05 LINE 7 COLUMN 25 PIC 9(04) USING SC-ALT-HORA.
           05 LINE 9 COLUMN 5 PIC X(50) FROM SC-MENSAGEM.

       PROCEDURE DIVISION.


           PERFORM P090-CARREGAR-AMBIENTE.
       PERFORM P005-REGISTAR-OPERADOR.
       PERFORM P012-CARREGAR-PERMISSOES.
       PERFORM P001-REGISTAR-ACESSO.
       PERFORM P002-PAINEL-ALERTAS.
       PERFORM P007-SEGUIMENTOS-DO-DIA.

       PERFORM UNTIL WS-OP = 99

           PERFORM P012A-MOSTRAR-MENU
           DISPLAY "99 - SAIR"
           DISPLAY "Escolha uma opcao: "
           ACCEPT WS-OP

           MOVE WS-OP TO WS-PRM-PEDIDA-OPCAO
           PERFORM P013-VERIFICAR-OPCAO
           IF WS-PRM-PERMITIDO = "N"
               DISPLAY "OPCAO NAO PERMITIDA PARA O SEU PERFIL"
               MOVE ZEROES TO WS-PRM-PEDIDA-SUB
               PERFORM P016-REGISTAR-RECUSA
           ELSE
               EVALUATE WS-OP
                   WHEN 0
                       PERFORM P000-CONFIGURACOES
                   WHEN 1
                       PERFORM P100-ADICIONAR-VOO
                   WHEN 2
                       PERFORM P200-VER-VOOS
                   WHEN 3
                       PERFORM P300-ALTERAR-VOOS
                   WHEN 4
                       PERFORM P400-FAZER-RESERVA
                   WHEN 5
                       PERFORM P500-VER-RESERVAS
                   WHEN 6
                       PERFORM P600-CANCELAR-RESERVA
                   WHEN 7
                       PERFORM P700-RELATORIO-OCUPACAO
                   WHEN 8
                       PERFORM P800-ELIMINAR-VOO
                   WHEN 9
                       PERFORM P900-MANIFESTO
                   WHEN 10
                       PERFORM P1000-RELATORIO-RECEITA
                   WHEN 11
                       PERFORM P1100-REGISTAR-EMBARQUE
                   WHEN 12
                       PERFORM P1200-RELATORIO-NO-SHOW
                   WHEN 13
                       PERFORM P1300-VERIFICAR-METEO
                   WHEN 14
                       PERFORM P1400-FILA-NOTIFICACOES
                   WHEN 15
                       PERFORM P1500-GESTAO-ESPERA
                   WHEN 16
                       PERFORM P1600-RELATORIO-CAIXA
                   WHEN 17
                       PERFORM P1700-MUDAR-RESERVA
                   WHEN 18
                       PERFORM P1800-FECHO-EMBARQUE
                   WHEN 19
                       PERFORM P1900-GESTAO-AERONAVES
                   WHEN 20
                       PERFORM P2000-MAPA-PORTAS
                   WHEN 21
                       PERFORM P2100-REGISTAR-CHECKIN
                   WHEN 22
                       PERFORM P2200-GESTAO-OPERADORES
                   WHEN 23
                       PERFORM P2300-GESTAO-PRECOS
                   WHEN 24
                       PERFORM P2400-REGISTAR-ATRASO
                   WHEN 25
                       PERFORM P2500-GESTAO-CAMBIOS
                   WHEN 26
                       PERFORM P2150-LISTA-BAGAGEM-VOO
                   WHEN 27
                       PERFORM P2600-GESTAO-TRIPULACOES
                   WHEN 28
                       PERFORM P2660-MANUTENCAO-AERONAVES
                   WHEN 29
                       PERFORM P2690-GESTAO-FIDELIZACAO
                   WHEN 30
                       PERFORM P2700-GESTAO-ANCILARIOS
                   WHEN 31
                       PERFORM P2730-GESTAO-CODESHARE
                   WHEN 32
                       PERFORM P2740-REGRAS-DOCUMENTOS
                   WHEN 33
                       PERFORM P2750-REACOMODAR-VOO
                   WHEN 34
                       PERFORM P2760-GESTAO-ALLOTMENTS
                   WHEN 35
                       PERFORM P2770-MAPA-ROTACAO
                   WHEN 36
                       PERFORM P2780-FECHO-TURNO
                   WHEN 37
                       PERFORM P2785-GESTAO-VOUCHERS
                   WHEN 38
                       PERFORM P2795-GESTAO-ROTAS
                   WHEN 39
                       PERFORM P2800-GESTAO-TAXAS
                   WHEN 40
                       PERFORM P2810-HISTORICO-PASSAGEIRO
                   WHEN 41
                       PERFORM P2820-DUPLICADOS-PASSAGEIROS
                   WHEN 42
                       PERFORM P2830-GESTAO-CONSENTIMENTOS
                   WHEN 43
                       PERFORM P2850-CONSOLA-ATENDIMENTO
                   WHEN 44
                       PERFORM P2860-GESTAO-CARGA
                   WHEN 45
                       PERFORM P2870-PAINEL-PARTIDAS
                   WHEN 46
                       PERFORM P2880-GESTAO-UPGRADES
                   WHEN 47
                       PERFORM P2890-GESTAO-SSR
                   WHEN 48
                       PERFORM P2900-PEDIDOS-REJEITADOS
                   WHEN 49
                       PERFORM P2910-TROCA-AERONAVE
                   WHEN 50
                       PERFORM P2920-GESTAO-RECLAMACOES
                   WHEN 51
                       PERFORM P2940-CALENDARIO-OPERACIONAL
                   WHEN 52
                       PERFORM P2950-ESCALA-OPERADORES
                   WHEN 53
                       PERFORM P2960-COTACOES-CHARTER
                   WHEN 54
                       PERFORM P2970-CUSTOS-VOO
                   WHEN 55
                       PERFORM P2980-PERDIDOS-ACHADOS
                   WHEN 56
                       PERFORM P2990-CONDICOES-TARIFA
                   WHEN 57
                       PERFORM P3000-BILHETES
                   WHEN 58
                       PERFORM P3010-ACORDOS-PRORATEIO
                   WHEN 59
                       PERFORM P3020-DIVIDIR-GRUPO
                   WHEN 60
                       PERFORM P3030-ATRIBUTOS-LUGARES
                   WHEN 61
                       PERFORM P3040-PARCEIROS-FIDELIZACAO
                   WHEN 62
                       PERFORM P3050-CONTAS-EMPRESA
                   WHEN 63
                       PERFORM P3060-DOCUMENTOS-FISCAIS
                   WHEN 64
                       PERFORM P3070-REEMBOLSOS-PENDENTES
                   WHEN 65
                       PERFORM P3080-PERMISSOES-PERFIS
                   WHEN 66
                       PERFORM P3090-STANDBY-PESSOAL
                   WHEN 67
                       PERFORM P3100-MUDANCAS-HORARIO
                   WHEN 68
                       PERFORM P3130-LISTA-SEGURANCA
                   WHEN 69
                       PERFORM P3140-CHECKIN-PENDENTE
                   WHEN 70
                       PERFORM P3150-BAGAGEM-EXTRAVIADA
                   WHEN 71
                       PERFORM P3160-CONTRATOS-GRUPO
                   WHEN 72
                       PERFORM P3170-VENDAS-BORDO
                   WHEN 73
                       PERFORM P3180-PERIODOS-CONTABILISTICOS
                   WHEN 99
                       DISPLAY "A SAIR DO SISTEMA..."
                   WHEN OTHER
                       DISPLAY "OPCAO INVALIDA"
               END-EVALUATE
           END-IF
       END-PERFORM.
       PERFORM P9000-GRAVAR-TALLY-DIARIO.
       STOP RUN.
           END-READ.
           DISPLAY "PRAZO DE EMISSAO SEM PAGAMENTO (HORAS): "
                   WS-CFG-PRAZO-EMISSAO.
           DISPLAY "PRECO DOS LUGARES PAGOS (BANDAS 1/2/3): "
                   WS-CFG-BANDA-PRECO (1) " / "
                   WS-CFG-BANDA-PRECO (2) " / "
                   WS-CFG-BANDA-PRECO (3).
           DISPLAY "REEMBOLSO MAXIMO SEM APROVACAO (EUROS): "
                   WS-CFG-REEMB-LIMITE.
           DISPLAY "VALIDADE DO PIN DOS OPERADORES (DIAS, 0 = SEM "
                   "LIMITE): " WS-CFG-PIN-VALIDADE.
           DISPLAY "MUDANCA DE HORARIO QUE ABRE CASO (MINUTOS): "
                   WS-CFG-MUDANCA-MIN.
           DISPLAY "CORTE DA ENCOMENDA DE CATERING (HORAS ANTES): "
                   WS-CFG-CATERING-HORAS.
           DISPLAY "ORFAOS PARA QUARENTENA NA VERIFICACAO NOTURNA "
                   "(1 = SIM): " WS-CFG-QUARENTENA.

           DISPLAY "NOVO BUFFER DE OVERBOOKING".
           ACCEPT WS-CFG-OVERBOOKING.
           ACCEPT WS-MIN-CONEXAO.
           DISPLAY "NOVO PRAZO DE EMISSAO SEM PAGAMENTO (HORAS)".
           ACCEPT WS-CFG-PRAZO-EMISSAO.
           MOVE 1 TO WS-LUG-BANDA-I.
           PERFORM UNTIL WS-LUG-BANDA-I > 3
               DISPLAY "NOVO PRECO DO LUGAR DA BANDA " WS-LUG-BANDA-I
                       " (EUROS)"
               ACCEPT WS-CFG-BANDA-PRECO (WS-LUG-BANDA-I)
               ADD 1 TO WS-LUG-BANDA-I
           END-PERFORM.
           DISPLAY "NOVO REEMBOLSO MAXIMO SEM APROVACAO (EUROS)".
           ACCEPT WS-CFG-REEMB-LIMITE.
           DISPLAY "NOVA VALIDADE DO PIN DOS OPERADORES (DIAS)".
           ACCEPT WS-CFG-PIN-VALIDADE.
           DISPLAY "NOVA MUDANCA DE HORARIO QUE ABRE CASO (MINUTOS)".
           ACCEPT WS-CFG-MUDANCA-MIN.
           DISPLAY "NOVO CORTE DA ENCOMENDA DE CATERING (HORAS)".
           ACCEPT WS-CFG-CATERING-HORAS.
           DISPLAY "MOVER ORFAOS PARA QUARENTENA (1 = SIM, 0 = SO "
                   "RELATORIO)".
           ACCEPT WS-CFG-QUARENTENA.

           MOVE WS-CHAVE-CFG-OVERBOOKING TO CFG-CHAVE.
           MOVE WS-CFG-OVERBOOKING TO CFG-VALOR.
                   WRITE CONFIGINPUT-REG
           END-REWRITE.

           MOVE 1 TO WS-LUG-BANDA-I.
           PERFORM UNTIL WS-LUG-BANDA-I > 3
               MOVE WS-CHAVE-CFG-BANDA TO CFG-CHAVE
               MOVE WS-LUG-BANDA-I TO CFG-CHAVE (2:1)
               MOVE WS-CFG-BANDA-PRECO (WS-LUG-BANDA-I) TO CFG-VALOR
               REWRITE CONFIGINPUT-REG
                   INVALID KEY
                       WRITE CONFIGINPUT-REG
               END-REWRITE
               ADD 1 TO WS-LUG-BANDA-I
           END-PERFORM.

           MOVE WS-CHAVE-CFG-REEMB-LIMITE TO CFG-CHAVE.
           MOVE WS-CFG-REEMB-LIMITE TO CFG-VALOR.
           REWRITE CONFIGINPUT-REG
               INVALID KEY
                   WRITE CONFIGINPUT-REG
           END-REWRITE.

           MOVE WS-CHAVE-CFG-PIN-VALIDADE TO CFG-CHAVE.
           MOVE WS-CFG-PIN-VALIDADE TO CFG-VALOR.
           REWRITE CONFIGINPUT-REG
               INVALID KEY
                   WRITE CONFIGINPUT-REG
           END-REWRITE.

           MOVE WS-CHAVE-CFG-MUDANCA TO CFG-CHAVE.
           MOVE WS-CFG-MUDANCA-MIN TO CFG-VALOR.
           REWRITE CONFIGINPUT-REG
               INVALID KEY
                   WRITE CONFIGINPUT-REG
           END-REWRITE.

           MOVE WS-CHAVE-CFG-CATERING TO CFG-CHAVE.
           MOVE WS-CFG-CATERING-HORAS TO CFG-VALOR.
           REWRITE CONFIGINPUT-REG
               INVALID KEY
                   WRITE CONFIGINPUT-REG
           END-REWRITE.

           MOVE WS-CHAVE-CFG-QUARENTENA TO CFG-CHAVE.
           MOVE WS-CFG-QUARENTENA TO CFG-VALOR.
           REWRITE CONFIGINPUT-REG
               INVALID KEY
                   WRITE CONFIGINPUT-REG
           END-REWRITE.

           CLOSE CONFIGINPUT.
           DISPLAY "CONFIGURACOES GUARDADAS COM SUCESSO".

                   MOVE CFG-VALOR TO WS-MIN-CONEXAO
           END-READ.

           MOVE WS-CHAVE-CFG-REEMB-LIMITE TO CFG-CHAVE.
           READ CONFIGINPUT
               INVALID KEY
                   MOVE 0500 TO WS-CFG-REEMB-LIMITE
               NOT INVALID KEY
                   MOVE CFG-VALOR TO WS-CFG-REEMB-LIMITE
           END-READ.

           MOVE WS-CHAVE-CFG-PIN-VALIDADE TO CFG-CHAVE.
           READ CONFIGINPUT
               INVALID KEY
                   MOVE 0090 TO WS-CFG-PIN-VALIDADE
               NOT INVALID KEY
                   MOVE CFG-VALOR TO WS-CFG-PIN-VALIDADE
           END-READ.

           MOVE WS-CHAVE-CFG-MUDANCA TO CFG-CHAVE.
           READ CONFIGINPUT
               INVALID KEY
                   MOVE 0060 TO WS-CFG-MUDANCA-MIN
               NOT INVALID KEY
                   MOVE CFG-VALOR TO WS-CFG-MUDANCA-MIN
           END-READ.

           MOVE WS-CHAVE-CFG-CATERING TO CFG-CHAVE.
           READ CONFIGINPUT
               INVALID KEY
                   MOVE 0024 TO WS-CFG-CATERING-HORAS
               NOT INVALID KEY
                   MOVE CFG-VALOR TO WS-CFG-CATERING-HORAS
           END-READ.

           MOVE WS-CHAVE-CFG-QUARENTENA TO CFG-CHAVE.
           READ CONFIGINPUT
               INVALID KEY
                   MOVE ZEROES TO WS-CFG-QUARENTENA
               NOT INVALID KEY
                   MOVE CFG-VALOR TO WS-CFG-QUARENTENA
           END-READ.

           MOVE WS-CHAVE-CFG-GRUPO-MIN TO CFG-CHAVE.
           READ CONFIGINPUT
               INVALID KEY
                   MOVE 0010 TO WS-CFG-GRUPO-MIN
               NOT INVALID KEY
                   MOVE CFG-VALOR TO WS-CFG-GRUPO-MIN
           END-READ.

           MOVE WS-CHAVE-CFG-GRUPO-DEP TO CFG-CHAVE.
           READ CONFIGINPUT
               INVALID KEY
                   MOVE 0025 TO WS-CFG-GRUPO-DEP
               NOT INVALID KEY
                   MOVE CFG-VALOR TO WS-CFG-GRUPO-DEP
           END-READ.

           MOVE 1 TO WS-LUG-BANDA-I.
           PERFORM UNTIL WS-LUG-BANDA-I > 3
               MOVE WS-CHAVE-CFG-BANDA TO CFG-CHAVE
               MOVE WS-LUG-BANDA-I TO CFG-CHAVE (2:1)
               READ CONFIGINPUT
                   INVALID KEY
                       MOVE ZEROES
                           TO WS-CFG-BANDA-PRECO (WS-LUG-BANDA-I)
                   NOT INVALID KEY
                       MOVE CFG-VALOR
                           TO WS-CFG-BANDA-PRECO (WS-LUG-BANDA-I)
               END-READ
               ADD 1 TO WS-LUG-BANDA-I
           END-PERFORM.

       P030-CRIAR-NOTIFICACAO.

           OPEN I-O NOTIFICACOESINPUT.
               DISPLAY "MOVIMENTO NAO REGISTADO - TURNO FECHADO "
                       "SEM APROVACAO DE SUPERVISOR"
           ELSE
               PERFORM P041-VALIDAR-PERIODO
               OPEN EXTEND MOVIMENTOSOUTPUT
               IF WS-MOV-STATUS-NOVO
                   CLOSE MOVIMENTOSOUTPUT
               MOVE WS-MOV-LINHA TO MOVIMENTOSOUTPUT-LINHA
               WRITE MOVIMENTOSOUTPUT-LINHA
               CLOSE MOVIMENTOSOUTPUT
               PERFORM P044-EMITIR-DOCUMENTO
           END-IF.
           MOVE "TARF" TO WS-MOV-PRODUTO.
           MOVE SPACES TO WS-MOV-EMPRESA.

      *    MES JA FECHADO PELO FECHO DE MES: O MOVIMENTO ENTRA NO
      *    PERIODO ABERTO SEGUINTE E A DATA ORIGINAL FICA EM movper.txt
       P041-VALIDAR-PERIODO.

           MOVE SPACES TO WS-PER-AREA.
           MOVE "V" TO WS-PER-OP.
           MOVE WS-MOV-DATA TO WS-PER-DATA.
           MOVE WS-MOV-LINHA TO WS-PER-MOVIMENTO.
           CALL 'per_util.o' USING WS-PER-AREA.
           IF WS-PER-RESULTADO = "T"
               MOVE WS-PER-DATA TO WS-MOV-DATA
               DISPLAY "PERIODO " WS-PER-DATA-ORIGEM (1:6)
                       " FECHADO - MOVIMENTO LANCADO A " WS-MOV-DATA
           END-IF.

       P042-VERIFICAR-TURNO.
                   "SUPERVISOR QUE APROVA (0 RECUSA)".
           ACCEPT WS-TRN-SUP-ID.
           IF WS-TRN-SUP-ID > 0
               MOVE WS-TRN-SUP-ID TO WS-PIN-ALVO
               MOVE "S" TO WS-PIN-EXIGE-SUP
               MOVE "POS-FECHO" TO WS-PIN-CONTEXTO
               PERFORM P005F-CONFIRMAR-PIN
               IF WS-PIN-CONFIRMADO = "S"
                   MOVE "N" TO WS-TRN-BLOQUEADO
               END-IF
           END-IF.
           MOVE "M" TO WS-AUDRES-OP.
           END-IF.
           PERFORM P055-GRAVAR-AUDITORIA-RES.

      *    CADA MOVIMENTO DE CAIXA OU DE CONTA DA ORIGEM A UM DOCUMENTO
      *    FISCAL: FATURA-RECIBO, FATURA OU NOTA DE CREDITO
       P044-EMITIR-DOCUMENTO.

           MOVE "E" TO WS-FAT-OP.
           MOVE WS-MOV-TIPO TO WS-FAT-MOV-TIPO.
           MOVE WS-MOV-RESERVA-ID TO WS-FAT-RESERVA-ID.
           MOVE WS-MOV-PAX-ID TO WS-FAT-PAX-ID.
           MOVE WS-MOV-VOO TO WS-FAT-VOO.
           MOVE WS-MOV-VALOR TO WS-FAT-VALOR.
           IF WS-MOV-TIPO = "F" AND WS-MOV-PRODUTO = "TARF"
               MOVE "TAXA" TO WS-FAT-PRODUTO
           ELSE
               MOVE WS-MOV-PRODUTO TO WS-FAT-PRODUTO
           END-IF.
           MOVE WS-MOV-EMPRESA TO WS-FAT-EMPRESA.
           MOVE WS-MOV-OPER TO WS-FAT-OPER.
           CALL 'fatura_util.o' USING WS-FAT-AREA.
           EVALUATE WS-FAT-RESULTADO
               WHEN "O"
                   DISPLAY "DOCUMENTO FISCAL EMITIDO: " WS-FAT-DOC-TIPO
                           " " WS-FAT-DOC-ANO "/" WS-FAT-DOC-NUMERO
               WHEN "E"
                   DISPLAY "ERRO NA EMISSAO DO DOCUMENTO FISCAL DO "
                           "MOVIMENTO"
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       P050-AUDITAR-RESERVA.

           MOVE RESERVAINPUT-REG TO WS-AUDRES-REG.
           PERFORM P055-GRAVAR-AUDITORIA-RES.
           IF WS-AUDRES-OP = "C"
               PERFORM P056-REGISTAR-CANAL
           END-IF.

       P056-REGISTAR-CANAL.

           IF WS-CANAL-VENDA = SPACES
               MOVE "B" TO WS-CANAL-VENDA
               MOVE WS-OPER-ID TO WS-CANAL-PONTO
           END-IF.
           MOVE RESERVA-ID TO RCN-RESERVA-ID.
           MOVE WS-CANAL-VENDA TO RCN-CANAL.
           MOVE WS-CANAL-PONTO TO RCN-PONTO-VENDA.
           ACCEPT RCN-DATA FROM DATE YYYYMMDD.
           MOVE RESERVA-PRECO TO RCN-PRECO.

           OPEN I-O RESCANALINPUT.
           IF WS-RCN-STATUS-INEXISTENTE
               OPEN OUTPUT RESCANALINPUT
               CLOSE RESCANALINPUT
               OPEN I-O RESCANALINPUT
           END-IF.
           IF WS-RCN-STATUS-OK
               WRITE RESCANALINPUT-REG
                   INVALID KEY
                       REWRITE RESCANALINPUT-REG
               END-WRITE
               CLOSE RESCANALINPUT
           END-IF.
           MOVE SPACES TO WS-CANAL-VENDA.
           MOVE SPACES TO WS-CANAL-PONTO.

       P055-GRAVAR-AUDITORIA-RES.

           END-PERFORM.
           SET WS-EXIT-OK TO "N".

      *    CARREGA A MATRIZ DE PERMISSOES DO PERFIL DO OPERADOR. SE O
      *    FICHEIRO NAO EXISTE E CRIADO COM A MATRIZ INICIAL. OPCOES SEM
      *    REGISTO NO FICHEIRO FICAM COM O VALOR DA MATRIZ INICIAL
       P012-CARREGAR-PERMISSOES.

           MOVE "N" TO WS-PRM-CARREGADO.
           MOVE ZEROES TO WS-PRM-SUB-TOTAL.
           PERFORM VARYING WS-PRM-I FROM 1 BY 1 UNTIL WS-PRM-I > 74
               MOVE "N" TO WS-PRM-OPCAO-OK(WS-PRM-I)
           END-PERFORM.
           PERFORM VARYING WS-PRM-I FROM 1 BY 1 UNTIL WS-PRM-I > 6
               IF WS-PRM-BASE-PERFIL(WS-PRM-I) = WS-OPER-PERFIL
                   PERFORM VARYING WS-PRM-J FROM 1 BY 1
                           UNTIL WS-PRM-J > 74
                       MOVE WS-PRM-BASE-FLAG(WS-PRM-I, WS-PRM-J)
                           TO WS-PRM-OPCAO-OK(WS-PRM-J)
                   END-PERFORM
               END-IF
           END-PERFORM.

           OPEN INPUT PERMISSOESINPUT.
           IF WS-PRM-STATUS-INEXISTENTE
               OPEN OUTPUT PERMISSOESINPUT
               PERFORM P012B-CRIAR-PERMISSOES
               CLOSE PERMISSOESINPUT
               OPEN INPUT PERMISSOESINPUT
           END-IF.

           IF WS-PRM-STATUS-OK
               MOVE WS-OPER-PERFIL TO PRM-PERFIL
               MOVE ZEROES TO PRM-OPCAO
               MOVE ZEROES TO PRM-SUBOPCAO
               SET WS-EXIT-OK TO "N"
               START PERMISSOESINPUT KEY IS NOT LESS THAN PRM-CHAVE
                   INVALID KEY
                       SET WS-EXIT-OK TO "S"
               END-START
               PERFORM UNTIL WS-EXIT-OK = "S"
                   READ PERMISSOESINPUT NEXT
                       AT END
                           SET WS-EXIT-OK TO "S"
                       NOT AT END
                           IF PRM-PERFIL NOT = WS-OPER-PERFIL
                               SET WS-EXIT-OK TO "S"
                           ELSE
                               PERFORM P012C-GUARDAR-PERMISSAO
                           END-IF
                   END-READ
               END-PERFORM
               SET WS-EXIT-OK TO "N"
               MOVE "S" TO WS-PRM-CARREGADO
               CLOSE PERMISSOESINPUT
           ELSE
               MOVE WS-FICHEIRO-STATUS-PRM TO WS-ERR-ESTADO
               MOVE "PERMISSOES" TO WS-ERR-FICHEIRO
               PERFORM P015-REGISTAR-ERRO
           END-IF.

      *    MOSTRA APENAS AS OPCOES QUE O PERFIL PODE USAR
       P012A-MOSTRAR-MENU.

           PERFORM VARYING WS-PRM-I FROM 1 BY 1 UNTIL WS-PRM-I > 74
               COMPUTE WS-PRM-PEDIDA-OPCAO = WS-PRM-I - 1
               PERFORM P013-VERIFICAR-OPCAO
               IF WS-PRM-PERMITIDO = "S"
                   DISPLAY WS-MENU-TEXTO(WS-PRM-I)
               END-IF
           END-PERFORM.

       P012B-CRIAR-PERMISSOES.

           PERFORM VARYING WS-PRM-I FROM 1 BY 1 UNTIL WS-PRM-I > 6
               PERFORM VARYING WS-PRM-J FROM 1 BY 1
                       UNTIL WS-PRM-J > 74
                   MOVE WS-PRM-BASE-PERFIL(WS-PRM-I) TO PRM-PERFIL
                   COMPUTE PRM-OPCAO = WS-PRM-J - 1
                   MOVE ZEROES TO PRM-SUBOPCAO
                   MOVE WS-PRM-BASE-FLAG(WS-PRM-I, WS-PRM-J)
                       TO PRM-PERMITIDO
                   WRITE PERMISSOESINPUT-REG
               END-PERFORM
           END-PERFORM.

           PERFORM VARYING WS-PRM-I FROM 1 BY 1 UNTIL WS-PRM-I > 14
               MOVE WS-PRM-BSUB-PERFIL(WS-PRM-I) TO PRM-PERFIL
               MOVE WS-PRM-BSUB-OPCAO(WS-PRM-I) TO PRM-OPCAO
               MOVE WS-PRM-BSUB-NUMERO(WS-PRM-I) TO PRM-SUBOPCAO
               MOVE "N" TO PRM-PERMITIDO
               WRITE PERMISSOESINPUT-REG
           END-PERFORM.

       P012C-GUARDAR-PERMISSAO.

           IF PRM-SUBOPCAO = ZEROES
               IF PRM-OPCAO < 74
                   COMPUTE WS-PRM-J = PRM-OPCAO + 1
                   MOVE PRM-PERMITIDO TO WS-PRM-OPCAO-OK(WS-PRM-J)
               END-IF
           ELSE
               IF WS-PRM-SUB-TOTAL < 50
                   ADD 1 TO WS-PRM-SUB-TOTAL
                   MOVE PRM-OPCAO
                       TO WS-PRM-SUB-OPCAO(WS-PRM-SUB-TOTAL)
                   MOVE PRM-SUBOPCAO
                       TO WS-PRM-SUB-NUMERO(WS-PRM-SUB-TOTAL)
                   MOVE PRM-PERMITIDO
                       TO WS-PRM-SUB-OK(WS-PRM-SUB-TOTAL)
               END-IF
           END-IF.

      *    SEM MATRIZ CARREGADA VALE A REGRA ANTIGA: CONFIGURACOES,
      *    ELIMINAR VOO, OPERADORES, REEMBOLSOS, PERMISSOES E LISTA DE
      *    SEGURANCA SO PARA SUPERVISORES. O SUPERVISOR NUNCA PERDE
      *    OPERADORES NEM PERMISSOES, PARA NAO FICAR SEM ACESSO A MATRIZ
       P013-VERIFICAR-OPCAO.

           MOVE "S" TO WS-PRM-PERMITIDO.
           IF WS-PRM-PEDIDA-OPCAO < 74
               IF WS-PRM-CARREGADO = "N"
                   IF NOT WS-OPER-SUPERVISOR
                       IF WS-PRM-PEDIDA-OPCAO = 0
                               OR WS-PRM-PEDIDA-OPCAO = 8
                               OR WS-PRM-PEDIDA-OPCAO = 22
                               OR WS-PRM-PEDIDA-OPCAO = 64
                               OR WS-PRM-PEDIDA-OPCAO = 65
                               OR WS-PRM-PEDIDA-OPCAO = 68
                           MOVE "N" TO WS-PRM-PERMITIDO
                       END-IF
                   END-IF
               ELSE
                   IF WS-OPER-SUPERVISOR
                           AND (WS-PRM-PEDIDA-OPCAO = 0
                           OR WS-PRM-PEDIDA-OPCAO = 22
                           OR WS-PRM-PEDIDA-OPCAO = 65)
                       CONTINUE
                   ELSE
                       COMPUTE WS-PRM-J = WS-PRM-PEDIDA-OPCAO + 1
                       MOVE WS-PRM-OPCAO-OK(WS-PRM-J)
                           TO WS-PRM-PERMITIDO
                   END-IF
               END-IF
           END-IF.

      *    UMA SUB-OPCAO SEM ENTRADA PROPRIA SEGUE A OPCAO PRINCIPAL
       P014-VERIFICAR-SUBOPCAO.

           MOVE "S" TO WS-PRM-PERMITIDO.
           IF WS-PRM-CARREGADO = "N"
               IF NOT WS-OPER-SUPERVISOR
                   MOVE "N" TO WS-PRM-PERMITIDO
               END-IF
           ELSE
               PERFORM VARYING WS-PRM-I FROM 1 BY 1
                       UNTIL WS-PRM-I > WS-PRM-SUB-TOTAL
                   IF WS-PRM-SUB-OPCAO(WS-PRM-I) = WS-PRM-PEDIDA-OPCAO
                           AND WS-PRM-SUB-NUMERO(WS-PRM-I)
                               = WS-PRM-PEDIDA-SUB
                       MOVE WS-PRM-SUB-OK(WS-PRM-I) TO WS-PRM-PERMITIDO
                   END-IF
               END-PERFORM
           END-IF.

           IF WS-PRM-PERMITIDO = "N"
               PERFORM P016-REGISTAR-RECUSA
           END-IF.

       P015-REGISTAR-ERRO.

           IF WS-ERR-ESTADO = "00" OR WS-ERR-ESTADO = "02"
                   OR WS-ERR-ESTADO = "10" OR WS-ERR-ESTADO = "23"
               CONTINUE
           ELSE
               MOVE WS-ERR-ESTADO TO WS-FS-CODIGO
               CALL 'status_msg.o' USING WS-FS-AREA
               ACCEPT WS-ERR-DATA FROM DATE YYYYMMDD
               ACCEPT WS-ERR-HORA FROM TIME
               OPEN EXTEND ERROSOUTPUT
               IF WS-ERR-STATUS-NOVO
                   CLOSE ERROSOUTPUT
                   OPEN OUTPUT ERROSOUTPUT
               END-IF
               MOVE SPACES TO ERROSOUTPUT-LINHA
               STRING WS-ERR-DATA DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-ERR-HORA DELIMITED BY SIZE
                       " TESTE22    " DELIMITED BY SIZE
                       WS-ERR-FICHEIRO DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-ERR-ESTADO DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-FS-MENSAGEM DELIMITED BY SIZE
                   INTO ERROSOUTPUT-LINHA
               END-STRING
               CLOSE ERROSOUTPUT
           END-IF.

       P016-REGISTAR-RECUSA.

           ACCEPT WS-ERR-DATA FROM DATE YYYYMMDD.
           ACCEPT WS-ERR-HORA FROM TIME.
           OPEN EXTEND ERROSOUTPUT.
           IF WS-ERR-STATUS-NOVO
               CLOSE ERROSOUTPUT
               OPEN OUTPUT ERROSOUTPUT
           END-IF.
           MOVE SPACES TO ERROSOUTPUT-LINHA.
           STRING WS-ERR-DATA DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-ERR-HORA DELIMITED BY SIZE
                   " TESTE22    " DELIMITED BY SIZE
                   "PERMISSOES  " DELIMITED BY SIZE
                   "RECUSA OPERADOR " DELIMITED BY SIZE
                   WS-OPER-ID DELIMITED BY SIZE
                   " PERFIL " DELIMITED BY SIZE
                   WS-OPER-PERFIL DELIMITED BY SIZE
                   " OPCAO " DELIMITED BY SIZE
                   WS-PRM-PEDIDA-OPCAO DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   WS-PRM-PEDIDA-SUB DELIMITED BY SIZE
               INTO ERROSOUTPUT-LINHA
           END-STRING.
           WRITE ERROSOUTPUT-LINHA.
           CLOSE ERROSOUTPUT.

       P017-VALIDAR-PERFIL.

           MOVE "N" TO WS-PRM-PERFIL-VALIDO.
           IF WS-PRM-PERFIL-ALVO = "B" OR WS-PRM-PERFIL-ALVO = "P"
                   OR WS-PRM-PERFIL-ALVO = "O"
                   OR WS-PRM-PERFIL-ALVO = "F"
                   OR WS-PRM-PERFIL-ALVO = "M"
                   OR WS-PRM-PERFIL-ALVO = "S"
               MOVE "S" TO WS-PRM-PERFIL-VALIDO
           END-IF.

       P100-ADICIONAR-VOO.

           OPEN I-O VOOSINPUT.
           MOVE ZEROES TO SC-VOO-TARIFA SC-VOO-TARIFA-EXEC.
           MOVE SPACES TO SC-VOO-NOME SC-VOO-AERONAVE SC-VOO-PORTA.
           MOVE "EUR" TO SC-VOO-MOEDA.
           MOVE "C" TO SC-VOO-TIPO.
           MOVE SPACES TO SC-MENSAGEM.
           MOVE "N" TO WS-FORM-OK.
           MOVE "N" TO WS-FORM-CANCEL.
               MOVE "N" TO WS-FORM-OK
           END-IF.

      *    TIPO DE VOO: C COMERCIAL, F FERRY, P POSICIONAMENTO,
      *    T TREINO, M ENSAIO DE MANUTENCAO
           IF SC-VOO-TIPO = SPACES OR SC-VOO-TIPO = "c"
               MOVE "C" TO SC-VOO-TIPO
           END-IF.
           IF WS-FORM-OK = "S"
               IF SC-VOO-TIPO NOT = "C" AND SC-VOO-TIPO NOT = "F"
                       AND SC-VOO-TIPO NOT = "P"
                       AND SC-VOO-TIPO NOT = "T"
                       AND SC-VOO-TIPO NOT = "M"
                   MOVE "TIPO DE VOO INVALIDO (C/F/P/T/M)"
                       TO SC-MENSAGEM
                   MOVE "N" TO WS-FORM-OK
               END-IF
           END-IF.

           IF WS-FORM-OK = "S"
               MOVE SC-VOO-HORA TO WS-HORA-SPLIT
               IF WS-HORA-HH > 23 OR WS-HORA-MM > 59
               END-IF
           END-IF.

           IF WS-FORM-OK = "S"
               MOVE SC-VOO-NOME TO VOOSINPUT-NOME
               MOVE SC-VOO-HORA TO VOOSINPUT-HORA
               MOVE ZEROES TO VOOSINPUT-HORA-REVISTA
               PERFORM P132-RECOLHER-DO-ECRA
               IF WS-NOC-BLOQUEADO = "S"
                   MOVE WS-NOC-MOTIVO TO SC-MENSAGEM
                   MOVE "N" TO WS-FORM-OK
               END-IF
           END-IF.

           IF WS-FORM-OK = "S" AND SC-VOO-AERONAVE NOT = SPACES
               MOVE SC-VOO-AERONAVE TO AERO-MATRICULA
               READ AERONAVESINPUT
               MOVE SC-VOO-MOEDA TO VOOSINPUT-MOEDA
           END-IF.
           MOVE SC-VOO-PORTA TO VOOSINPUT-PORTA.
           MOVE SC-VOO-TIPO TO VOOSINPUT-TIPO.
           IF VOO-NAO-COMERCIAL
               MOVE ZEROES TO VOOSINPUT-TARIFA
               MOVE ZEROES TO VOOSINPUT-TARIFA-EXEC
           END-IF.
           MOVE 'N' TO VOOSINPUT-ALERTA-METEO.
           MOVE 'A' TO VOOSINPUT-ESTADO.
           MOVE ZEROES TO VOOSINPUT-HORA-REVISTA.
           END-IF.
           CLOSE CIDADESINPUT.

       P132-RECOLHER-DO-ECRA.

           MOVE "N" TO WS-NOC-BLOQUEADO.
           OPEN INPUT ROTASINPUT.
           IF WS-ROTA-STATUS-OK
               OPEN INPUT CIDADESINPUT
               IF WS-CID-STATUS-OK
                   PERFORM P133-VERIFICAR-RECOLHER
                   CLOSE CIDADESINPUT
               END-IF
               CLOSE ROTASINPUT
           END-IF.

      *    PARTIDA EM HORA LOCAL DA ORIGEM; A CHEGADA LOCAL NO DESTINO
      *    SOMA O TEMPO DE BLOCO E A DIFERENCA DE FUSOS. EXIGE ROTAS E
      *    CIDADES ABERTOS. SEM ROTA NO MESTRE NAO HA VERIFICACAO
       P133-VERIFICAR-RECOLHER.

           MOVE "N" TO WS-NOC-BLOQUEADO.
           MOVE SPACES TO WS-NOC-MOTIVO.
           MOVE VOOSINPUT-NOME TO ROTA-NOME.
           READ ROTASINPUT
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM P134-RECOLHER-DA-ROTA
           END-READ.

       P134-RECOLHER-DA-ROTA.

           MOVE ROTA-DESTINO TO WS-NOC-DESTINO.
           MOVE ROTA-BLOCO-MIN TO WS-NOC-BLOCO.
           MOVE ZEROES TO WS-NOC-FUSO-ORIG.
           MOVE ZEROES TO WS-NOC-FUSO-DEST.
           IF VOOSINPUT-HORA-REVISTA > ZEROES
               MOVE VOOSINPUT-HORA-REVISTA TO WS-NOC-HORA
           ELSE
               MOVE VOOSINPUT-HORA TO WS-NOC-HORA
           END-IF.

           MOVE "PARTIDA" TO WS-NOC-FASE.
           MOVE ROTA-ORIGEM TO CID-NOME.
           READ CIDADESINPUT
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CID-FUSO TO WS-NOC-FUSO-ORIG
                   PERFORM P135-AVALIAR-AEROPORTO
           END-READ.

           IF WS-NOC-BLOQUEADO = "N"
               MOVE WS-NOC-DESTINO TO CID-NOME
               READ CIDADESINPUT
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CID-FUSO TO WS-NOC-FUSO-DEST
                       MOVE WS-NOC-HORA TO WS-HORA-SPLIT
                       COMPUTE WS-NOC-MINUTOS =
                               WS-HORA-HH * 60 + WS-HORA-MM
                               + WS-NOC-BLOCO
                               + (WS-NOC-FUSO-DEST - WS-NOC-FUSO-ORIG)
                               * 60
                       PERFORM UNTIL WS-NOC-MINUTOS >= 0
                           ADD 1440 TO WS-NOC-MINUTOS
                       END-PERFORM
                       PERFORM UNTIL WS-NOC-MINUTOS < 1440
                           SUBTRACT 1440 FROM WS-NOC-MINUTOS
                       END-PERFORM
                       DIVIDE WS-NOC-MINUTOS BY 60
                           GIVING WS-HORA-HH
                           REMAINDER WS-HORA-MM
                       MOVE WS-HORA-SPLIT TO WS-NOC-HORA
                       MOVE "CHEGADA" TO WS-NOC-FASE
                       PERFORM P135-AVALIAR-AEROPORTO
               END-READ
           END-IF.

       P135-AVALIAR-AEROPORTO.

           IF CID-HORA-ABRE NOT = CID-HORA-FECHA
               MOVE CID-HORA-ABRE TO WS-NOC-JAN-INI
               MOVE CID-HORA-FECHA TO WS-NOC-JAN-FIM
               PERFORM P136-DENTRO-DA-JANELA
               IF WS-NOC-DENTRO = "N"
                   MOVE "S" TO WS-NOC-BLOQUEADO
                   MOVE SPACES TO WS-NOC-MOTIVO
                   STRING WS-NOC-FASE DELIMITED BY SPACE
                           " " DELIMITED BY SIZE
                           WS-NOC-HORA DELIMITED BY SIZE
                           " COM AEROPORTO FECHADO: " DELIMITED BY SIZE
                           CID-NOME DELIMITED BY SPACE
                       INTO WS-NOC-MOTIVO
                   END-STRING
               END-IF
           END-IF.

           IF WS-NOC-BLOQUEADO = "N"
                   AND CID-RECOLHER-INI NOT = CID-RECOLHER-FIM
               MOVE CID-RECOLHER-INI TO WS-NOC-JAN-INI
               MOVE CID-RECOLHER-FIM TO WS-NOC-JAN-FIM
               PERFORM P136-DENTRO-DA-JANELA
               IF WS-NOC-DENTRO = "S"
                   MOVE "S" TO WS-NOC-BLOQUEADO
                   MOVE SPACES TO WS-NOC-MOTIVO
                   STRING WS-NOC-FASE DELIMITED BY SPACE
                           " " DELIMITED BY SIZE
                           WS-NOC-HORA DELIMITED BY SIZE
                           " NO RECOLHER DE " DELIMITED BY SIZE
                           CID-NOME DELIMITED BY SPACE
                       INTO WS-NOC-MOTIVO
                   END-STRING
               END-IF
           END-IF.

       P136-DENTRO-DA-JANELA.

           MOVE "N" TO WS-NOC-DENTRO.
           IF WS-NOC-JAN-INI < WS-NOC-JAN-FIM
               IF WS-NOC-HORA >= WS-NOC-JAN-INI
                       AND WS-NOC-HORA < WS-NOC-JAN-FIM
                   MOVE "S" TO WS-NOC-DENTRO
               END-IF
           ELSE
               IF WS-NOC-HORA >= WS-NOC-JAN-INI
                       OR WS-NOC-HORA < WS-NOC-JAN-FIM
                   MOVE "S" TO WS-NOC-DENTRO
               END-IF
           END-IF.

       P128-DIA-SERIAL.

           COMPUTE WS-DIA-SERIAL = WS-DATA-ANO * 365.
                       MOVE 'C' TO LUG-POSICAO
                   END-IF
                   MOVE 'N' TO LUG-OCUPADO
                   MOVE 'N' TO LUG-BLOQUEADO
                   MOVE 'N' TO LUG-SAIDA
                   MOVE 'N' TO LUG-ESPACO
                   MOVE '0' TO LUG-BANDA
                   WRITE LUGARESINPUT-REG
                       INVALID KEY
                           CONTINUE
                               DISPLAY "  *** POSSIVEL ATRASO "
                                       "METEOROLOGICO ***"
                           END-IF
                           IF VOO-NAO-COMERCIAL
                               PERFORM P211-DESCREVER-TIPO
                               DISPLAY "  VOO NAO COMERCIAL: "
                                       WS-TIPO-DESC
                           END-IF
                       END-IF
               END-READ

                   MOVE "AGENDADO" TO WS-ESTADO-DESC
           END-EVALUATE.

       P211-DESCREVER-TIPO.

           EVALUATE VOOSINPUT-TIPO
               WHEN "F"
                   MOVE "FERRY" TO WS-TIPO-DESC
               WHEN "P"
                   MOVE "POSICIONAMENTO" TO WS-TIPO-DESC
               WHEN "T"
                   MOVE "TREINO" TO WS-TIPO-DESC
               WHEN "M"
                   MOVE "ENSAIO MANUT." TO WS-TIPO-DESC
               WHEN OTHER
                   MOVE "COMERCIAL" TO WS-TIPO-DESC
           END-EVALUATE.

       P300-ALTERAR-VOOS.

           OPEN I-O VOOSINPUT.
           END-IF.
           MOVE VOOSINPUT-AERONAVE TO SC-ALT-AERONAVE.
           MOVE VOOSINPUT-PORTA TO SC-ALT-PORTA.
           MOVE VOOSINPUT-HORA TO SC-ALT-HORA.
           MOVE VOOSINPUT-HORA TO WS-MDH-HORA-ANTIGA.
           MOVE SPACES TO SC-MENSAGEM.
           MOVE "N" TO WS-FORM-OK.
           MOVE "N" TO WS-FORM-CANCEL.
               MOVE "N" TO WS-FORM-OK
           END-IF.

           IF WS-FORM-OK = "S"
               MOVE SC-ALT-HORA TO WS-HORA-SPLIT
               IF WS-HORA-HH > 23 OR WS-HORA-MM > 59
                   MOVE "HORA INVALIDA (HH 00-23, MM 00-59)"
                       TO SC-MENSAGEM
                   MOVE "N" TO WS-FORM-OK
               END-IF
           END-IF.

           IF WS-FORM-OK = "S" AND SC-ALT-AERONAVE NOT = SPACES
               MOVE SC-ALT-AERONAVE TO AERO-MATRICULA
               READ AERONAVESINPUT
               END-READ
           END-IF.

      *    A ROTACAO E REVISTA SE MUDAR A AERONAVE OU A HORA
           IF WS-FORM-OK = "S"
                   AND ((SC-ALT-AERONAVE NOT = SPACES
                   AND SC-ALT-AERONAVE NOT = VOOSINPUT-AERONAVE)
                   OR (SC-ALT-HORA NOT = VOOSINPUT-HORA
                   AND VOOSINPUT-AERONAVE NOT = SPACES))
               MOVE VOOSINPUT-REG TO WS-VOO-REG-TEMP
               IF SC-ALT-AERONAVE NOT = SPACES
                   MOVE SC-ALT-AERONAVE TO VOOSINPUT-AERONAVE
               END-IF
               MOVE SC-ALT-HORA TO VOOSINPUT-HORA
               PERFORM P148-VERIFICAR-ROTACAO
               MOVE WS-VOO-REG-TEMP TO VOOSINPUT-REG
               IF WS-ROT-CONFLITO = "S"
           MOVE SC-ALT-NOME TO VOOSINPUT-NOME.
           MOVE SC-ALT-ESTADO TO VOOSINPUT-ESTADO.
           MOVE SC-ALT-PORTA TO VOOSINPUT-PORTA.
           MOVE SC-ALT-HORA TO VOOSINPUT-HORA.
           IF SC-ALT-AERONAVE NOT = SPACES
                   AND SC-ALT-AERONAVE NOT = VOOSINPUT-AERONAVE
               MOVE SC-ALT-AERONAVE TO AERO-MATRICULA
               MOVE VOOSINPUT-NOME TO WS-AUDIT-NOME-NOVO
               PERFORM P310-REGISTAR-AUDITORIA
               DISPLAY "REGISTO EFETUADO COM SUCESSO"
               IF VOOSINPUT-HORA NOT = WS-MDH-HORA-ANTIGA
                   PERFORM P3110-ABRIR-CASOS-MUDANCA
               END-IF
           ELSE
               DISPLAY "REGISTO NAO ATUALIZADO - ALTERACAO "
                       "CANCELADA"
               CLOSE CHARTERVOOSINPUT
               OPEN I-O CHARTERVOOSINPUT
           END-IF.
           PERFORM P4068-ABRIR-CONTAS-EMPRESA.
           MOVE "N" TO WS-EMP-ATIVA.
           OPEN I-O GRUPOSCONTRATOINPUT.
           IF WS-GRC-STATUS-INEXISTENTE
               OPEN OUTPUT GRUPOSCONTRATOINPUT
               CLOSE GRUPOSCONTRATOINPUT
               OPEN I-O GRUPOSCONTRATOINPUT
           END-IF.

           PERFORM P402-PESQUISAR-DISPONIBILIDADE.

                           WHEN WS-VOO-E-CHARTER = "S"
                               DISPLAY "VOO DE CHARTER - FORA DE "
                                       "VENDA NORMAL"
                           WHEN VOO-NAO-COMERCIAL
                               DISPLAY "VOO NAO COMERCIAL - FORA DE "
                                       "VENDA"
                           WHEN VOO-PARTIU OR VOO-CANCELADO
                                   OR VOO-FECHADO
                               PERFORM P210-DESCREVER-ESTADO
           CLOSE LOCALIZADORESINPUT.
           CLOSE CALENDARIOINPUT.
           CLOSE CHARTERVOOSINPUT.
           CLOSE EMPRESASINPUT.
           CLOSE EMPDESCINPUT.
           CLOSE EMPCONTAINPUT.
           CLOSE EMPFATURASINPUT.
           CLOSE GRUPOSCONTRATOINPUT.
           MOVE "N" TO WS-EMP-ABERTO.
           MOVE "N" TO WS-EMP-ATIVA.

           P409-VERIFICAR-CHARTER.

                                   AND NOT VOO-PARTIU
                                   AND NOT VOO-CANCELADO
                                   AND NOT VOO-FECHADO
                                   AND NOT VOO-NAO-COMERCIAL
                               PERFORM P403-MOSTRAR-DISPONIVEL
                           END-IF
                   END-READ
           END-IF.

           IF WS-TAMANHO-GRUPO <= WS-LUGARES + WS-CFG-OVERBOOKING
               PERFORM P4060-OBTER-CONTA-EMPRESA
               PERFORM P404-COTAR-GRUPO
               IF WS-COTACAO-ACEITE = "S"
                   MOVE "N" TO WS-GRC-RESPOSTA
                   IF WS-TAMANHO-GRUPO >= WS-CFG-GRUPO-MIN
                       DISPLAY "GRUPO COM CONTRATO (DEPOSITO E NOMES "
                               "A DESIGNAR)? (S/N)"
                       ACCEPT WS-GRC-RESPOSTA
                   END-IF
                   IF WS-GRC-RESPOSTA = "S" OR WS-GRC-RESPOSTA = "s"
                       PERFORM P4080-RESERVAR-GRUPO-CONTRATO
                   ELSE
                       PERFORM P406-RESERVAR-GRUPO
                   END-IF
               ELSE
                   DISPLAY "RESERVA ABANDONADA SEM ALTERACOES"
               END-IF
               MOVE WS-C-RES TO WS-COTACAO-TOTAL
           END-IF.

           IF WS-EMP-ATIVA = "S" AND WS-EMP-DESC-PCT > ZEROES
               COMPUTE WS-COTACAO-TOTAL ROUNDED =
                   WS-COTACAO-TOTAL * (100 - WS-EMP-DESC-PCT) / 100
               DISPLAY "TARIFA NEGOCIADA DA EMPRESA " WS-EMP-PEDIDA
                       " - DESCONTO DE " WS-EMP-DESC-PCT "%"
           END-IF.

           DISPLAY "COTACAO PARA " WS-TAMANHO-GRUPO
                   " PASSAGEIRO(S): " WS-COTACAO-TOTAL.
           DISPLAY "O CLIENTE ACEITA O VALOR? (S/N)".
                       IF WS-PAX-E-BEBE = "S"
                           MOVE "INF" TO WS-LUGAR-PROX
                       ELSE
                           IF PAX-CRIANCA
                               MOVE "N" TO WS-LUG-SAIDA-PERMITIDA
                           ELSE
                               MOVE "S" TO WS-LUG-SAIDA-PERMITIDA
                           END-IF
                           PERFORM P440-PROX-LUGAR
                       END-IF
                       MOVE WS-CHAVE-CTRL-RESERVA TO CTRL-CHAVE
                           PERFORM P428-PRECO-BEBE
                           PERFORM P419-CONVERTER-MOEDA
                       ELSE
                           IF WS-EMP-ATIVA = "S"
                               PERFORM P4061-PRECO-EMPRESA
                           ELSE
                               PERFORM P418-APLICAR-DESCONTO
                           END-IF
                           IF PAX-TIPO = "C"
                               PERFORM P429-PRECO-CRIANCA
                           END-IF
                       PERFORM P072-DIARIO-RESERVA
                       WRITE RESERVAINPUT-REG
                       PERFORM P426-GERAR-LOCALIZADOR
                       PERFORM P449-COBRAR-LUGAR
                       IF WS-CDS-ATIVO = "S"
                           MOVE RESERVA-ID TO RMK-RESERVA-ID
                           MOVE WS-CDS-NUMERO-VENDA
                               INVALID KEY
                                   REWRITE RESMKTINPUT-REG
                           END-WRITE
                           MOVE "P" TO WS-CANAL-VENDA
                           MOVE WS-CDS-PARCEIRO-VENDA TO WS-CANAL-PONTO
                       END-IF
                       MOVE "C" TO WS-AUDRES-OP
                       PERFORM P050-AUDITAR-RESERVA
                       MOVE ZEROES TO WS-SEG-LIB-TOTAL
                       MOVE "R" TO WS-SEG-ORIGEM
                       PERFORM P3120-RASTREAR-PASSAGEIRO
                       ADD 1 TO WS-TALLY-RESERVAS
                       IF WS-PAX-E-BEBE = "N"
                           PERFORM P448-DEBITAR-LUGAR
                       END-IF
                       IF WS-EMP-ATIVA = "S"
                           PERFORM P4062-LANCAR-CONTA-EMPRESA
                       ELSE
                           MOVE "N" TO WS-EMP-LANCADO
                       END-IF
                       IF WS-EMP-LANCADO = "S"
                           PERFORM P3002-EMITIR-BILHETE
                       ELSE
                           PERFORM P422-PAGAR-COM-PONTOS
                           IF WS-FID-PAGO-PONTOS = "N"
                               PERFORM P423-RESGATAR-VOUCHER
                               IF WS-VCH-RESTO > 0
                                   DISPLAY "REGISTAR PAGAMENTO AGORA? "
                                           "(S/N)"
                                   ACCEPT WS-PAG-RESPOSTA
                                   IF WS-PAG-RESPOSTA = "S"
                                           OR WS-PAG-RESPOSTA = "s"
                                       MOVE "P" TO WS-MOV-TIPO
                                       MOVE RESERVA-ID
                                           TO WS-MOV-RESERVA-ID
                                       MOVE RESERVA-PAX-ID
                                           TO WS-MOV-PAX-ID
                                       MOVE VOOSINPUT-NOME TO WS-MOV-VOO
                                       MOVE WS-VCH-RESTO TO WS-MOV-VALOR
                                       PERFORM P040-REGISTAR-MOVIMENTO
                                       PERFORM P3002-EMITIR-BILHETE
                                   ELSE
                                       DISPLAY "PAGAMENTO PENDENTE - A "
                                           "RESERVA E CANCELADA SE NAO "
                                           "FOR PAGA DENTRO DO PRAZO "
                                           "DE EMISSAO"
                                   END-IF
                               ELSE
                                   PERFORM P3002-EMITIR-BILHETE
                               END-IF
                           ELSE
                               PERFORM P3002-EMITIR-BILHETE
                           END-IF
                       END-IF
                   END-IF
                                   VOOSINPUT-CHAVE
                           MOVE RESERVA-LUGAR TO WS-LUGAR-CANCELADO
                           PERFORM P655-LIBERTAR-LUGAR
                           MOVE RESERVA-ID TO WS-EMP-RES-ID
                           MOVE RESERVA-PRECO TO WS-EMP-CREDITO
                           PERFORM P4069-CREDITAR-CONTA-EMPRESA
                           IF WS-EMP-CREDITADO = "S"
                               MOVE "N" TO WS-MOV-TIPO
                               MOVE ECT-EMPRESA TO WS-MOV-EMPRESA
                           ELSE
                               MOVE "R" TO WS-MOV-TIPO
                           END-IF
                           MOVE RESERVA-ID TO WS-MOV-RESERVA-ID
                           MOVE RESERVA-PAX-ID TO WS-MOV-PAX-ID
                           MOVE VOOSINPUT-NOME TO WS-MOV-VOO
                           MOVE RESERVA-PRECO TO WS-MOV-VALOR
                           PERFORM P040-REGISTAR-MOVIMENTO
                           MOVE RESERVA-ID TO WS-BIL-RESERVA-ID
                           MOVE "R" TO WS-BIL-ESTADO
                           PERFORM P3004-ESTADO-CUPAO
                           MOVE "X" TO WS-AUDRES-OP
                           PERFORM P050-AUDITAR-RESERVA
                           MOVE "D" TO WS-DIA-OP
           DISPLAY "GRUPO ABORTADO - NENHUMA RESERVA PARCIAL FICA "
                   "GRAVADA".

      *    GRUPO COM CONTRATO: LUGARES RETIDOS COM NOMES A DESIGNAR,
      *    PAGOS POR TRANSFERENCIA CONTRA O CONTRATO. OS PRAZOS DE
      *    DEPOSITO, PAGAMENTO FINAL E LISTA DE NOMES SUBSTITUEM O
      *    LIMITE DE EMISSAO E SAO APLICADOS NO FECHO NOTURNO (GRPCONTR)
           P4080-RESERVAR-GRUPO-CONTRATO.

           MOVE "N" TO WS-GRUPO-ABORTA.
           MOVE SPACES TO GRUPOSCONTRATOINPUT-REG.
           DISPLAY "NOME DO GRUPO".
           ACCEPT GRC-NOME.
           DISPLAY "ID DO PASSAGEIRO ORGANIZADOR (RECEBE OS AVISOS)".
           MOVE ZEROES TO WS-PAX-ID-PEDIDO.
           ACCEPT WS-PAX-ID-PEDIDO.
           MOVE ZEROES TO GRC-PAX-ID.
           IF WS-PAX-ID-PEDIDO > 0
               MOVE WS-PAX-ID-PEDIDO TO PAX-ID
               READ PASSAGEIROSINPUT
                   INVALID KEY
                       DISPLAY "PASSAGEIRO NAO ENCONTRADO - CONTRATO "
                               "SEM AVISOS AO ORGANIZADOR"
                   NOT INVALID KEY
                       MOVE PAX-ID TO GRC-PAX-ID
                       DISPLAY "ORGANIZADOR: " PAX-NOME
               END-READ
           END-IF.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WS-DATA-HOJE TO WS-GRC-PRAZO-MIN.
           MOVE "PRAZO DO DEPOSITO" TO WS-GRC-PRAZO-DESC.
           PERFORM P4081-PEDIR-PRAZO.
           MOVE WS-GRC-PRAZO TO GRC-DATA-DEPOSITO.
           IF WS-GRUPO-ABORTA = "N"
               MOVE GRC-DATA-DEPOSITO TO WS-GRC-PRAZO-MIN
               MOVE "PRAZO DO PAGAMENTO FINAL" TO WS-GRC-PRAZO-DESC
               PERFORM P4081-PEDIR-PRAZO
               MOVE WS-GRC-PRAZO TO GRC-DATA-FINAL
           END-IF.
           IF WS-GRUPO-ABORTA = "N"
               MOVE WS-DATA-HOJE TO WS-GRC-PRAZO-MIN
               MOVE "PRAZO DA LISTA DE NOMES" TO WS-GRC-PRAZO-DESC
               PERFORM P4081-PEDIR-PRAZO
               MOVE WS-GRC-PRAZO TO GRC-DATA-NOMES
           END-IF.

           IF WS-GRUPO-ABORTA = "N"
               MOVE WS-CHAVE-CTRL-RESERVA TO CTRL-CHAVE
               PERFORM P430-PROX-NUMERO
               MOVE WS-PROX-NUMERO TO WS-GRUPO-ID
               IF WS-GRUPO-ID = ZEROES
                   MOVE "S" TO WS-GRUPO-ABORTA
                   DISPLAY "RESERVA ABANDONADA - CONTADOR "
                           "INDISPONIVEL"
               END-IF
           END-IF.

           MOVE ZEROES TO WS-GRC-TOTAL.
           MOVE ZEROES TO WS-GRC-RES-TOTAL.
           IF WS-GRUPO-ABORTA = "N"
               PERFORM P4082-RESERVAR-LUGAR-CONTRATO
                   WS-TAMANHO-GRUPO TIMES
           END-IF.

           IF WS-GRUPO-ABORTA = "S"
               IF WS-GRC-RES-TOTAL > ZEROES
                   PERFORM P4084-ANULAR-GRUPO-CONTRATO
               ELSE
                   DISPLAY "RESERVA ABANDONADA SEM ALTERACOES"
               END-IF
           ELSE
               MOVE "R" TO WS-DIA-OP
               PERFORM P071-DIARIO-VOO
               REWRITE VOOSINPUT-REG
               PERFORM P4083-GRAVAR-CONTRATO
           END-IF.

           P4081-PEDIR-PRAZO.

           MOVE "N" TO WS-GRC-PRAZO-OK.
           PERFORM UNTIL WS-GRC-PRAZO-OK = "S"
               DISPLAY WS-GRC-PRAZO-DESC " (AAAAMMDD, 0 ABANDONA)"
               MOVE ZEROES TO WS-GRC-PRAZO
               ACCEPT WS-GRC-PRAZO
               MOVE WS-GRC-PRAZO TO WS-DATA-SPLIT
               PERFORM P125-DIAS-NO-MES
               EVALUATE TRUE
                   WHEN WS-GRC-PRAZO = ZEROES
                       MOVE "S" TO WS-GRUPO-ABORTA
                       MOVE "S" TO WS-GRC-PRAZO-OK
                   WHEN WS-DATA-DIA = ZEROES
                           OR WS-DATA-DIA > WS-DIAS-NO-MES
                       DISPLAY "DATA INVALIDA"
                   WHEN WS-GRC-PRAZO < WS-GRC-PRAZO-MIN
                       DISPLAY "O PRAZO NAO PODE SER ANTERIOR A "
                               WS-GRC-PRAZO-MIN
                   WHEN WS-GRC-PRAZO > VOOSINPUT-DATA
                       DISPLAY "O PRAZO NAO PODE SER POSTERIOR AO "
                               "VOO (" VOOSINPUT-DATA ")"
                   WHEN OTHER
                       MOVE "S" TO WS-GRC-PRAZO-OK
               END-EVALUATE
           END-PERFORM.

      *    UM LUGAR DO GRUPO EM NOME DE "A DESIGNAR", SEM PASSAGEIRO NEM
      *    ITINERARIO, COM LUGAR ATRIBUIDO AUTOMATICAMENTE
           P4082-RESERVAR-LUGAR-CONTRATO.

           IF WS-GRUPO-ABORTA = "N"
               MOVE WS-CHAVE-CTRL-RESERVA TO CTRL-CHAVE
               PERFORM P430-PROX-NUMERO
               IF WS-PROX-NUMERO = ZEROES
                   MOVE "S" TO WS-GRUPO-ABORTA
                   DISPLAY "RESERVA ABANDONADA - CONTADOR "
                           "INDISPONIVEL"
               ELSE
                   MOVE WS-PROX-NUMERO TO RESERVA-ID
                   MOVE WS-NOME-A-DESIGNAR TO RESERVA-NOME
                   MOVE VOOSINPUT-CHAVE TO RESERVA-VOO-CHAVE
                   MOVE WS-GRUPO-ID TO RESERVA-GRUPO-ID
                   MOVE "N" TO RESERVA-EMBARCOU
                   MOVE "N" TO RESERVA-CHECKIN
                   MOVE ZEROES TO RESERVA-PAX-ID
                   MOVE ZEROES TO RESERVA-ITIN-ID
                   MOVE WS-CLASSE-PEDIDA TO RESERVA-CLASSE
                   MOVE "N" TO WS-LUG-SAIDA-PERMITIDA
                   PERFORM P447-LUGAR-AUTOMATICO
                   MOVE WS-LUGAR-PROX TO RESERVA-LUGAR
                   IF WS-CLASSE-PEDIDA = "X"
                       MOVE VOOSINPUT-TARIFA-EXEC TO RESERVA-PRECO
                   ELSE
                       MOVE VOOSINPUT-TARIFA TO RESERVA-PRECO
                   END-IF
                   IF WS-EMP-ATIVA = "S"
                       PERFORM P4061-PRECO-EMPRESA
                   END-IF
                   PERFORM P419-CONVERTER-MOEDA
                   PERFORM P417-APLICAR-TAXAS
                   MOVE "W" TO WS-DIA-OP
                   PERFORM P072-DIARIO-RESERVA
                   WRITE RESERVAINPUT-REG
                   PERFORM P426-GERAR-LOCALIZADOR
                   IF WS-CDS-ATIVO = "S"
                       MOVE "P" TO WS-CANAL-VENDA
                       MOVE WS-CDS-PARCEIRO-VENDA TO WS-CANAL-PONTO
                   END-IF
                   MOVE "C" TO WS-AUDRES-OP
                   PERFORM P050-AUDITAR-RESERVA
                   ADD 1 TO WS-TALLY-RESERVAS
                   PERFORM P448-DEBITAR-LUGAR
                   ADD RESERVA-PRECO TO WS-GRC-TOTAL
                   ADD 1 TO WS-GRC-RES-TOTAL
                   DISPLAY "RESERVA " RESERVA-ID " LUGAR "
                           RESERVA-LUGAR " - NOME A DESIGNAR"
               END-IF
           END-IF.

           P4083-GRAVAR-CONTRATO.

           MOVE WS-GRUPO-ID TO GRC-ID.
           MOVE VOOSINPUT-CHAVE TO GRC-VOO-CHAVE.
           MOVE WS-CLASSE-PEDIDA TO GRC-CLASSE.
           MOVE WS-GRC-RES-TOTAL TO GRC-LUGARES.
           MOVE WS-GRC-TOTAL TO GRC-VALOR-TOTAL.
           COMPUTE GRC-DEPOSITO ROUNDED =
                   WS-GRC-TOTAL * WS-CFG-GRUPO-DEP / 100.
           MOVE ZEROES TO GRC-PAGO.
           MOVE ZEROES TO GRC-ALOCADO.
           MOVE ZEROES TO GRC-DATA-AVISO.
           MOVE "A" TO GRC-ESTADO.
           MOVE WS-DATA-HOJE TO GRC-DATA-CRIACAO.
           MOVE WS-OPER-ID TO GRC-OPER.
           WRITE GRUPOSCONTRATOINPUT-REG
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR O CONTRATO DO GRUPO "
                           GRC-ID
                   DISPLAY "AS RESERVAS SEGUEM O LIMITE DE EMISSAO "
                           "NORMAL"
               NOT INVALID KEY
                   DISPLAY "CONTRATO DE GRUPO " GRC-ID " GRAVADO - "
                           GRC-LUGARES " LUGARES"
                   DISPLAY "VALOR TOTAL:     " GRC-VALOR-TOTAL
                   DISPLAY "DEPOSITO:        " GRC-DEPOSITO
                           " ATE " GRC-DATA-DEPOSITO
                   DISPLAY "PAGAMENTO FINAL ATE " GRC-DATA-FINAL
                   DISPLAY "LISTA DE NOMES ATE  " GRC-DATA-NOMES
           END-WRITE.

      *    ANULACAO DO GRUPO A MEIO DA CRIACAO: NADA FOI PAGO, POR ISSO
      *    NAO HA REEMBOLSO NEM BILHETES A ANULAR
           P4084-ANULAR-GRUPO-CONTRATO.

           DISPLAY "A ANULAR AS RESERVAS JA GRAVADAS DO GRUPO "
                   WS-GRUPO-ID.
           MOVE ZEROES TO RESERVA-ID.
           SET WS-EXIT-OK3 TO "N".
           START RESERVASINPUT KEY IS NOT LESS THAN RESERVA-ID
               INVALID KEY
                   SET WS-EXIT-OK3 TO "S"
           END-START.

           PERFORM UNTIL WS-EXIT-OK3 = "S"
               READ RESERVASINPUT NEXT
                   AT END
                       SET WS-EXIT-OK3 TO "S"
                   NOT AT END
                       IF RESERVA-GRUPO-ID = WS-GRUPO-ID
                               AND RESERVA-VOO-CHAVE =
                                   VOOSINPUT-CHAVE
                           MOVE RESERVA-LUGAR TO WS-LUGAR-CANCELADO
                           PERFORM P655-LIBERTAR-LUGAR
                           MOVE "X" TO WS-AUDRES-OP
                           PERFORM P050-AUDITAR-RESERVA
                           MOVE "D" TO WS-DIA-OP
                           PERFORM P072-DIARIO-RESERVA
                           DELETE RESERVASINPUT
                       END-IF
               END-READ
           END-PERFORM.
           SET WS-EXIT-OK3 TO "N".

           READ VOOSINPUT
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   CONTINUE
           END-READ.
           DISPLAY "GRUPO ABORTADO - NENHUMA RESERVA PARCIAL FICA "
                   "GRAVADA".

      *    CONTA DE EMPRESA: TARIFA NEGOCIADA EM VEZ DAS PROMOCOES E
      *    VENDA LANCADA NA CONTA PARA A FATURA MENSAL (FATEMP)
           P4060-OBTER-CONTA-EMPRESA.

           MOVE "N" TO WS-EMP-ATIVA.
           MOVE ZEROES TO WS-EMP-DESC-PCT.
           DISPLAY "CONTA DE EMPRESA (BRANCO = VENDA NORMAL)".
           ACCEPT WS-EMP-PEDIDA.
           IF WS-EMP-PEDIDA NOT = SPACES AND WS-EMP-ABERTO = "N"
               DISPLAY "CONTAS DE EMPRESA INDISPONIVEIS - VENDA NORMAL"
               MOVE SPACES TO WS-EMP-PEDIDA
           END-IF.
           IF WS-EMP-PEDIDA NOT = SPACES
               MOVE WS-EMP-PEDIDA TO EMP-CODIGO
               READ EMPRESASINPUT
                   INVALID KEY
                       DISPLAY "CONTA DE EMPRESA DESCONHECIDA - VENDA "
                               "NORMAL"
                   NOT INVALID KEY
                       IF EMP-SUSPENSA
                           DISPLAY "CONTA DE EMPRESA SUSPENSA - VENDA "
                                   "NORMAL"
                       ELSE
                           MOVE "S" TO WS-EMP-ATIVA
                           MOVE EMP-LIMITE TO WS-EMP-LIMITE
                           PERFORM P4064-DESCONTO-NEGOCIADO
                           PERFORM P4063-SALDO-EMPRESA
                           DISPLAY "EMPRESA " EMP-NOME
                                   " DESCONTO " WS-EMP-DESC-PCT "%"
                           DISPLAY "  LIMITE DE CREDITO " EMP-LIMITE
                                   " EM DIVIDA " WS-EMP-SALDO
                       END-IF
               END-READ
           END-IF.

           P4061-PRECO-EMPRESA.

           IF WS-EMP-DESC-PCT > ZEROES
               COMPUTE RESERVA-PRECO ROUNDED =
                   RESERVA-PRECO * (100 - WS-EMP-DESC-PCT) / 100
           END-IF.
           DISPLAY "TARIFA NEGOCIADA " WS-EMP-PEDIDA " ("
                   WS-EMP-DESC-PCT "%) - PRECO FINAL: " RESERVA-PRECO.

      *    SE A VENDA ULTRAPASSA O LIMITE DE CREDITO SEGUE O PAGAMENTO
      *    NORMAL. O MOVIMENTO "C" REGISTA A VENDA SEM ENTRADA DE CAIXA
           P4062-LANCAR-CONTA-EMPRESA.

           MOVE "N" TO WS-EMP-LANCADO.
           COMPUTE WS-EMP-EXPOSICAO = WS-EMP-SALDO + RESERVA-PRECO.
           IF WS-EMP-EXPOSICAO > WS-EMP-LIMITE
               DISPLAY "LIMITE DE CREDITO DA EMPRESA EXCEDIDO (EM "
                       "DIVIDA " WS-EMP-SALDO ") - PAGAMENTO NORMAL"
           ELSE
               MOVE RESERVA-ID TO ECT-RESERVA-ID
               MOVE "D" TO ECT-TIPO
               MOVE WS-EMP-PEDIDA TO ECT-EMPRESA
               MOVE RESERVA-PAX-ID TO ECT-PAX-ID
               MOVE RESERVA-NOME TO ECT-NOME
               MOVE RESERVA-VOO-CHAVE TO ECT-VOO-CHAVE
               MOVE VOOSINPUT-NOME TO ECT-VOO-NOME
               MOVE RESERVA-CLASSE TO ECT-CLASSE
               MOVE RESERVA-PRECO TO ECT-VALOR
               ACCEPT ECT-DATA FROM DATE YYYYMMDD
               MOVE ZEROES TO ECT-FATURA
               MOVE "A" TO ECT-ESTADO
               WRITE EMPCONTAINPUT-REG
                   INVALID KEY
                       DISPLAY "ERRO AO LANCAR NA CONTA DA EMPRESA - "
                               "PAGAMENTO NORMAL"
                   NOT INVALID KEY
                       PERFORM P4066-MOVIMENTO-CONTA
               END-WRITE
           END-IF.

      *    EM DIVIDA = LANCAMENTOS POR FATURAR MAIS O QUE FALTA PAGAR
      *    DAS FATURAS EMITIDAS
           P4063-SALDO-EMPRESA.

           MOVE ZEROES TO WS-EMP-SALDO.
           MOVE WS-EMP-PEDIDA TO ECT-EMPRESA.
           SET WS-EXIT-OK3 TO "N".
           START EMPCONTAINPUT KEY IS EQUAL TO ECT-EMPRESA
               INVALID KEY
                   SET WS-EXIT-OK3 TO "S"
           END-START.
           PERFORM UNTIL WS-EXIT-OK3 = "S"
               READ EMPCONTAINPUT NEXT
                   AT END
                       SET WS-EXIT-OK3 TO "S"
                   NOT AT END
                       IF ECT-EMPRESA NOT = WS-EMP-PEDIDA
                           SET WS-EXIT-OK3 TO "S"
                       ELSE
                           IF ECT-POR-FATURAR AND ECT-CREDITO
                               SUBTRACT ECT-VALOR FROM WS-EMP-SALDO
                           END-IF
                           IF ECT-POR-FATURAR AND ECT-DEBITO
                               ADD ECT-VALOR TO WS-EMP-SALDO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           SET WS-EXIT-OK3 TO "N".

           MOVE WS-EMP-PEDIDA TO EFT-EMPRESA.
           START EMPFATURASINPUT KEY IS EQUAL TO EFT-EMPRESA
               INVALID KEY
                   SET WS-EXIT-OK3 TO "S"
           END-START.
           PERFORM UNTIL WS-EXIT-OK3 = "S"
               READ EMPFATURASINPUT NEXT
                   AT END
                       SET WS-EXIT-OK3 TO "S"
                   NOT AT END
                       IF EFT-EMPRESA NOT = WS-EMP-PEDIDA
                           SET WS-EXIT-OK3 TO "S"
                       ELSE
                           IF EFT-ABERTA
                               COMPUTE WS-EMP-SALDO = WS-EMP-SALDO +
                                       EFT-VALOR - EFT-PAGO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           SET WS-EXIT-OK3 TO "N".

      *    PROCURA DA ROTA E CABINE, DEPOIS SO DA ROTA, DEPOIS SO DA
      *    CABINE; SEM ACORDO ESPECIFICO VALE O DESCONTO GERAL
           P4064-DESCONTO-NEGOCIADO.

           MOVE "N" TO WS-EMP-DESC-ACHADO.
           MOVE EMP-DESCONTO TO WS-EMP-DESC-PCT.
           MOVE WS-EMP-PEDIDA TO EDS-EMPRESA.
           MOVE VOOSINPUT-NOME TO EDS-ROTA.
           MOVE WS-CLASSE-PEDIDA TO EDS-CLASSE.
           PERFORM P4065-LER-DESCONTO.
           IF WS-EMP-DESC-ACHADO = "N"
               MOVE SPACE TO EDS-CLASSE
               PERFORM P4065-LER-DESCONTO
           END-IF.
           IF WS-EMP-DESC-ACHADO = "N"
               MOVE SPACES TO EDS-ROTA
               MOVE WS-CLASSE-PEDIDA TO EDS-CLASSE
               PERFORM P4065-LER-DESCONTO
           END-IF.

           P4065-LER-DESCONTO.

           READ EMPDESCINPUT
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WS-EMP-DESC-ACHADO
                   MOVE EDS-DESCONTO TO WS-EMP-DESC-PCT
           END-READ.

           P4066-MOVIMENTO-CONTA.

           MOVE "S" TO WS-EMP-LANCADO.
           ADD RESERVA-PRECO TO WS-EMP-SALDO.
           MOVE "C" TO WS-MOV-TIPO.
           MOVE RESERVA-ID TO WS-MOV-RESERVA-ID.
           MOVE RESERVA-PAX-ID TO WS-MOV-PAX-ID.
           MOVE VOOSINPUT-NOME TO WS-MOV-VOO.
           MOVE RESERVA-PRECO TO WS-MOV-VALOR.
           MOVE WS-EMP-PEDIDA TO WS-MOV-EMPRESA.
           PERFORM P040-REGISTAR-MOVIMENTO.
           DISPLAY "VENDA LANCADA NA CONTA DA EMPRESA " WS-EMP-PEDIDA
                   " - VALOR " RESERVA-PRECO.

           P4068-ABRIR-CONTAS-EMPRESA.

           OPEN I-O EMPRESASINPUT.
           IF WS-EMP-STATUS-INEXISTENTE
               OPEN OUTPUT EMPRESASINPUT
               CLOSE EMPRESASINPUT
               OPEN I-O EMPRESASINPUT
           END-IF.
           OPEN I-O EMPDESCINPUT.
           IF WS-EDS-STATUS-INEXISTENTE
               OPEN OUTPUT EMPDESCINPUT
               CLOSE EMPDESCINPUT
               OPEN I-O EMPDESCINPUT
           END-IF.
           OPEN I-O EMPCONTAINPUT.
           IF WS-ECT-STATUS-INEXISTENTE
               OPEN OUTPUT EMPCONTAINPUT
               CLOSE EMPCONTAINPUT
               OPEN I-O EMPCONTAINPUT
           END-IF.
           IF WS-ECT-STATUS-OK
               MOVE "S" TO WS-EMP-ABERTO
           END-IF.
           OPEN I-O EMPFATURASINPUT.
           IF WS-EFT-STATUS-INEXISTENTE
               OPEN OUTPUT EMPFATURASINPUT
               CLOSE EMPFATURASINPUT
               OPEN I-O EMPFATURASINPUT
           END-IF.

      *    ANULACAO DE UMA VENDA EM CONTA: O VALOR A DEVOLVER FICA
      *    COMO CREDITO NA CONTA, DESCONTADO NA PROXIMA FATURA
           P4069-CREDITAR-CONTA-EMPRESA.

           MOVE "N" TO WS-EMP-CREDITADO.
           MOVE "N" TO WS-EMP-ABRIU.
           IF WS-EMP-ABERTO = "N"
               OPEN I-O EMPCONTAINPUT
               IF WS-ECT-STATUS-OK
                   MOVE "S" TO WS-EMP-ABERTO
                   MOVE "S" TO WS-EMP-ABRIU
               END-IF
           END-IF.
           IF WS-EMP-ABERTO = "S"
               MOVE WS-EMP-RES-ID TO ECT-RESERVA-ID
               MOVE "D" TO ECT-TIPO
               READ EMPCONTAINPUT
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM P4070-LANCAR-CREDITO
               END-READ
           END-IF.
           IF WS-EMP-ABRIU = "S"
               CLOSE EMPCONTAINPUT
               MOVE "N" TO WS-EMP-ABERTO
           END-IF.

           P4070-LANCAR-CREDITO.

           MOVE "C" TO ECT-TIPO.
           MOVE WS-EMP-CREDITO TO ECT-VALOR.
           ACCEPT ECT-DATA FROM DATE YYYYMMDD.
           MOVE ZEROES TO ECT-FATURA.
           MOVE "A" TO ECT-ESTADO.
           WRITE EMPCONTAINPUT-REG
               INVALID KEY
                   DISPLAY "CREDITO JA LANCADO NA CONTA DA EMPRESA "
                           ECT-EMPRESA
               NOT INVALID KEY
                   MOVE "S" TO WS-EMP-CREDITADO
                   DISPLAY "VALOR " WS-EMP-CREDITO " CREDITADO NA "
                           "CONTA DA EMPRESA " ECT-EMPRESA
           END-WRITE.

           P410-OBTER-PASSAGEIRO.

           DISPLAY "ID DO PASSAGEIRO (0 PARA NOVO, 9999 ABORTA "
                   "O GRUPO)".
           ACCEPT WS-PAX-ID-PEDIDO.

           IF WS-PAX-ID-PEDIDO = 9999
               MOVE "S" TO WS-GRUPO-ABORTA
           ELSE
           IF WS-PAX-ID-PEDIDO > 0
               MOVE WS-PAX-ID-PEDIDO TO PAX-ID
               READ PASSAGEIROSINPUT
                   INVALID KEY
                       DISPLAY "PASSAGEIRO NAO ENCONTRADO - A "
                               "REGISTAR COMO NOVO"
                       PERFORM P420-REGISTAR-PASSAGEIRO
                   NOT INVALID KEY
                       DISPLAY "PASSAGEIRO: " PAX-NOME
               END-READ
           ELSE
               PERFORM P420-REGISTAR-PASSAGEIRO
           END-IF
           END-IF.

           P420-REGISTAR-PASSAGEIRO.

           DISPLAY "ID DO CONTACTO DO PASSAGEIRO (0 SE NAO TEM)".
           ACCEPT PAX-CONTACTO-ID.
           IF PAX-CONTACTO-ID > 0
               MOVE PAX-CONTACTO-ID TO ID-CONTACTO
               READ CONTACTOS
                   INVALID KEY
                       DISPLAY "CONTACTO NAO ENCONTRADO"
                       DISPLAY "INSIRA O NOME DO PASSAGEIRO"
                       ACCEPT PAX-NOME
                   NOT INVALID KEY
                       MOVE NM-CONTACTO TO PAX-NOME
               END-READ
           ELSE
               DISPLAY "INSIRA O NOME DO PASSAGEIRO"
               ACCEPT PAX-NOME
           END-IF.
           DISPLAY "TIPO DE DOCUMENTO (PA-PASSAPORTE BI-CARTAO)".
           ACCEPT PAX-DOC-TIPO.
           DISPLAY "NUMERO DO DOCUMENTO".
           ACCEPT PAX-DOC-NUMERO.
           DISPLAY "NACIONALIDADE (3 LETRAS, EX: PRT)".
           ACCEPT PAX-NACIONALIDADE.
           DISPLAY "VALIDADE DO DOCUMENTO (AAAAMMDD)".
           ACCEPT PAX-DOC-VALIDADE.
           DISPLAY "TIPO DE PASSAGEIRO (A-ADULTO C-CRIANCA I-BEBE)".
           ACCEPT PAX-TIPO.
           IF PAX-TIPO NOT = "C" AND PAX-TIPO NOT = "I"
               MOVE "A" TO PAX-TIPO
           END-IF.
           DISPLAY "DATA DE NASCIMENTO (AAAAMMDD)".
           ACCEPT PAX-DATA-NASC.
           MOVE "N" TO PAX-UM.
           IF PAX-TIPO = "C"
               DISPLAY "MENOR NAO ACOMPANHADO AUTORIZADO? (S/N)"
               ACCEPT PAX-UM
               IF PAX-UM NOT = "S"
                   MOVE "N" TO PAX-UM
               END-IF
           END-IF.
           MOVE WS-CHAVE-CTRL-PASSAGEIRO TO CTRL-CHAVE.
           PERFORM P430-PROX-NUMERO.
           MOVE WS-PROX-NUMERO TO PAX-ID.
           WRITE PASSAGEIROSINPUT-REG
               INVALID KEY

           P440-PROX-LUGAR.

           MOVE ZEROES TO WS-LUG-TAXA.
           PERFORM P445-LISTAR-LUGARES-LIVRES.
           IF WS-LUGARES-LIVRES-MAPA = ZEROES
               DISPLAY "SEM LUGARES FISICOS LIVRES - RESERVA EM "
                       INVALID KEY
                           DISPLAY "LUGAR NAO EXISTE NESTE VOO"
                       NOT INVALID KEY
                           PERFORM P441-VALIDAR-LUGAR
                   END-READ
               END-PERFORM
           END-IF.
           MOVE "N" TO WS-LUG-SAIDA-PERMITIDA.

      *    LUGARES DE BANDA PAGA SO SAO ATRIBUIDOS COM A CONCORDANCIA
      *    DO CLIENTE; A TAXA E LANCADA DEPOIS EM P449
           P441-VALIDAR-LUGAR.

           EVALUATE TRUE
               WHEN NOT LUG-LIVRE
                   DISPLAY "LUGAR JA OCUPADO"
               WHEN LUG-BLOQUEADO-SIM
                   DISPLAY "LUGAR BLOQUEADO - ESCOLHA OUTRO"
               WHEN LUG-SAIDA-EMERGENCIA
                       AND WS-LUG-SAIDA-PERMITIDA NOT = "S"
                   DISPLAY "FILA DE SAIDA DE EMERGENCIA NAO PERMITIDA "
                           "A ESTE PASSAGEIRO"
               WHEN OTHER
                   MOVE "S" TO WS-LUG-CONFIRMA
                   MOVE ZEROES TO WS-LUG-BANDA-I
                   IF LUG-BANDA-PAGA
                       MOVE LUG-BANDA TO WS-LUG-BANDA-I
                       IF WS-CFG-BANDA-PRECO (WS-LUG-BANDA-I) > ZEROES
                           DISPLAY "LUGAR PAGO (BANDA " LUG-BANDA "): "
                                   WS-CFG-BANDA-PRECO (WS-LUG-BANDA-I)
                                   " EUROS - O CLIENTE ACEITA? (S/N)"
                           ACCEPT WS-LUG-CONFIRMA
                           IF WS-LUG-CONFIRMA = "s"
                               MOVE "S" TO WS-LUG-CONFIRMA
                           END-IF
                       END-IF
                   END-IF
                   IF WS-LUG-CONFIRMA = "S"
                       MOVE "S" TO LUG-OCUPADO
                       REWRITE LUGARESINPUT-REG
                       MOVE LUG-ETIQUETA TO WS-LUGAR-PROX
                       MOVE "S" TO WS-LUGAR-OK
                       IF WS-LUG-BANDA-I > ZEROES
                           MOVE WS-CFG-BANDA-PRECO (WS-LUG-BANDA-I)
                               TO WS-LUG-TAXA
                           MOVE VOOSINPUT-NOME TO WS-LUG-TAXA-VOO
                       END-IF
                   ELSE
                       DISPLAY "ESCOLHA OUTRO LUGAR"
                   END-IF
           END-EVALUATE.

           P445-LISTAR-LUGARES-LIVRES.

                       IF LUG-VOO-CHAVE NOT = VOOSINPUT-CHAVE
                           SET WS-EXIT-OK3 TO "S"
                       ELSE
                           IF LUG-LIVRE AND NOT LUG-BLOQUEADO-SIM
                               AND (NOT LUG-SAIDA-EMERGENCIA
                                   OR WS-LUG-SAIDA-PERMITIDA = "S")
                               ADD 1 TO WS-LUGARES-LIVRES-MAPA
                               PERFORM P446-MOSTRAR-LUGAR
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           SET WS-EXIT-OK3 TO "N".

           P446-MOSTRAR-LUGAR.

           MOVE SPACES TO WS-LUG-NOTA.
           IF LUG-SAIDA-EMERGENCIA
               MOVE "SAIDA EMERG." TO WS-LUG-NOTA (1:12)
           END-IF.
           IF LUG-ESPACO-EXTRA
               MOVE "ESPACO+" TO WS-LUG-NOTA (14:7)
           END-IF.
           IF LUG-BANDA-PAGA
               MOVE LUG-BANDA TO WS-LUG-BANDA-I
               MOVE "PAGO" TO WS-LUG-NOTA (22:4)
               MOVE WS-CFG-BANDA-PRECO (WS-LUG-BANDA-I)
                   TO WS-LUG-NOTA-PRECO
               MOVE WS-LUG-NOTA-PRECO TO WS-LUG-NOTA (27:4)
           END-IF.
           DISPLAY "  LUGAR " LUG-ETIQUETA " (" LUG-POSICAO ") "
                   WS-LUG-NOTA.

      *    CRIANCAS, BEBES E PASSAGEIROS COM SSR QUE IMPEDE A SAIDA
      *    DE EMERGENCIA NAO PODEM FICAR NESSAS FILAS. USA A RESERVA
      *    QUE ESTA EM RESERVAINPUT-REG
           P443-AVALIAR-SAIDA.

           MOVE "S" TO WS-LUG-SAIDA-PERMITIDA.
           IF RESERVA-LUGAR = "INF"
               MOVE "N" TO WS-LUG-SAIDA-PERMITIDA
           END-IF.
           OPEN INPUT PASSAGEIROSINPUT.
           MOVE RESERVA-PAX-ID TO PAX-ID.
           READ PASSAGEIROSINPUT
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PAX-CRIANCA OR PAX-BEBE
                       MOVE "N" TO WS-LUG-SAIDA-PERMITIDA
                   END-IF
           END-READ.
           CLOSE PASSAGEIROSINPUT.

           PERFORM P2892-ABRIR-SSR.
           MOVE ZEROES TO SSR-ID.
           SET WS-EXIT-OK3 TO "N".
           START SSRINPUT KEY IS NOT LESS THAN SSR-ID
               INVALID KEY
                   SET WS-EXIT-OK3 TO "S"
           END-START.
           PERFORM UNTIL WS-EXIT-OK3 = "S"
               READ SSRINPUT NEXT
                   AT END
                       SET WS-EXIT-OK3 TO "S"
                   NOT AT END
                       IF SSR-RESERVA-ID = RESERVA-ID
                           MOVE SSR-CODIGO TO SSRC-CODIGO
                           READ SSRCODIGOSINPUT
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   IF SSRC-IMPEDE-SAIDA
                                       MOVE "N"
                                         TO WS-LUG-SAIDA-PERMITIDA
                                   END-IF
                           END-READ
                       END-IF
               END-READ
           END-PERFORM.
           SET WS-EXIT-OK3 TO "N".
           CLOSE SSRINPUT.
           CLOSE SSRCODIGOSINPUT.

           P449-COBRAR-LUGAR.

           IF WS-LUG-TAXA > ZEROES
               MOVE "P" TO WS-MOV-TIPO
               MOVE RESERVA-ID TO WS-MOV-RESERVA-ID
               MOVE RESERVA-PAX-ID TO WS-MOV-PAX-ID
               MOVE WS-LUG-TAXA-VOO TO WS-MOV-VOO
               MOVE WS-LUG-TAXA TO WS-MOV-VALOR
               MOVE "LUGR" TO WS-MOV-PRODUTO
               PERFORM P040-REGISTAR-MOVIMENTO
               DISPLAY "TAXA DO LUGAR " RESERVA-LUGAR " LANCADA: "
                       WS-LUG-TAXA
               MOVE ZEROES TO WS-LUG-TAXA
           END-IF.

           P448-DEBITAR-LUGAR.

           IF WS-CLASSE-PEDIDA = "X"
               SUBTRACT 1 FROM VOOSINPUT-LUGARES-EXEC
                   ON SIZE ERROR
                       MOVE ZEROES TO VOOSINPUT-LUGARES-EXEC
                       ADD 1 TO WS-OVERBOOKING-OVERAGE
                       MOVE WS-CHAVE-CTRL-OVERAGE TO CTRL-CHAVE (1:2)
                       MOVE VOOSINPUT-NUMERO TO CTRL-CHAVE (3:4)
                       PERFORM P430-PROX-NUMERO
               END-SUBTRACT
           ELSE
               SUBTRACT 1 FROM LUGARESDISPONIVEIS-INPUT
                   ON SIZE ERROR
                       MOVE ZEROES TO LUGARESDISPONIVEIS-INPUT
                       ADD 1 TO WS-OVERBOOKING-OVERAGE
                       MOVE WS-CHAVE-CTRL-OVERAGE TO CTRL-CHAVE (1:2)
                       MOVE VOOSINPUT-NUMERO TO CTRL-CHAVE (3:4)
                       PERFORM P430-PROX-NUMERO
               END-SUBTRACT
           END-IF.

           P447-LUGAR-AUTOMATICO.
                       IF LUG-VOO-CHAVE NOT = VOOSINPUT-CHAVE
                           SET WS-EXIT-OK3 TO "S"
                       ELSE
                           IF LUG-LIVRE AND NOT LUG-BLOQUEADO-SIM
                               AND NOT LUG-BANDA-PAGA
                               AND NOT LUG-ESPACO-EXTRA
                               AND (NOT LUG-SAIDA-EMERGENCIA
                                   OR WS-LUG-SAIDA-PERMITIDA = "S")
                               MOVE "S" TO LUG-OCUPADO
                               REWRITE LUGARESINPUT-REG
                               MOVE LUG-ETIQUETA TO WS-LUGAR-PROX
               END-READ
           END-PERFORM.
           SET WS-EXIT-OK3 TO "N".
           MOVE "N" TO WS-LUG-SAIDA-PERMITIDA.

           P470-VALIDAR-CONEXAO.

           OPEN I-O VOOSINPUT.
           PERFORM P010-VERIFICAR-ESTADO-VOO.
           OPEN I-O LUGARESINPUT.
           OPEN I-O CONFIGINPUT.
           PERFORM P060-LER-CONFIGURACOES.

           DISPLAY "INSIRA O NUMERO DA RESERVA A CANCELAR".
           ACCEPT WS-ID-RESERVA-CANCELA.
           CLOSE RESERVASINPUT.
           CLOSE VOOSINPUT.
           CLOSE LUGARESINPUT.
           CLOSE CONFIGINPUT.

           P605-DECIDIR-CANCELAMENTO.

           MOVE RESERVA-CLASSE TO WS-CLASSE-CANCELADA.
           MOVE RESERVA-PRECO TO WS-PRECO-CANCELADO.
           MOVE RESERVA-PAX-ID TO WS-PAX-CANCELADO.
           MOVE RESERVA-NOME TO WS-RBP-NOME.
           MOVE "X" TO WS-AUDRES-OP.
           PERFORM P050-AUDITAR-RESERVA.
           MOVE "D" TO WS-DIA-OP

           P660-REGISTAR-REEMBOLSO.

           IF WS-REEMB-SEM-PENALIZACAO = "S"
               PERFORM P6602-REEMBOLSO-INTEGRAL
           ELSE
               PERFORM P6601-APLICAR-CONDICOES
           END-IF.

      *    VENDA EM CONTA DE EMPRESA: O REEMBOLSO LIQUIDO DA TAXA DE
      *    CANCELAMENTO E CREDITADO NA CONTA E NAO SAI EM DINHEIRO
           MOVE "N" TO WS-EMP-CREDITADO.
           IF WS-VALOR-REEMBOLSO > ZEROES
               MOVE WS-ID-RESERVA-CANCELA TO WS-EMP-RES-ID
               MOVE WS-CTF-LIQUIDO TO WS-EMP-CREDITO
               PERFORM P4069-CREDITAR-CONTA-EMPRESA
           END-IF.

           IF WS-EMP-CREDITADO = "S"
               MOVE "N" TO WS-MOV-TIPO
               MOVE ECT-EMPRESA TO WS-MOV-EMPRESA
               MOVE WS-ID-RESERVA-CANCELA TO WS-MOV-RESERVA-ID
               MOVE WS-PAX-CANCELADO TO WS-MOV-PAX-ID
               MOVE VOOSINPUT-NOME TO WS-MOV-VOO
               MOVE WS-CTF-LIQUIDO TO WS-MOV-VALOR
               PERFORM P040-REGISTAR-MOVIMENTO
           ELSE
               IF WS-VALOR-REEMBOLSO > ZEROES
                       AND WS-CTF-LIQUIDO > WS-CFG-REEMB-LIMITE
                   PERFORM P6605-PEDIR-APROVACAO
               ELSE
                   IF WS-VALOR-REEMBOLSO > ZEROES
                       MOVE "R" TO WS-MOV-TIPO
                       MOVE WS-ID-RESERVA-CANCELA TO WS-MOV-RESERVA-ID
                       MOVE WS-PAX-CANCELADO TO WS-MOV-PAX-ID
                       MOVE VOOSINPUT-NOME TO WS-MOV-VOO
                       MOVE WS-VALOR-REEMBOLSO TO WS-MOV-VALOR
                       PERFORM P040-REGISTAR-MOVIMENTO
                   END-IF
                   IF WS-CTF-TAXA > ZEROES
                       MOVE "F" TO WS-MOV-TIPO
                       MOVE WS-ID-RESERVA-CANCELA TO WS-MOV-RESERVA-ID
                       MOVE WS-PAX-CANCELADO TO WS-MOV-PAX-ID
                       MOVE VOOSINPUT-NOME TO WS-MOV-VOO
                       MOVE WS-CTF-TAXA TO WS-MOV-VALOR
                       PERFORM P040-REGISTAR-MOVIMENTO
                   END-IF
               END-IF
           END-IF.

           MOVE WS-ID-RESERVA-CANCELA TO WS-BIL-RESERVA-ID.
           IF WS-VALOR-REEMBOLSO > ZEROES
               MOVE "R" TO WS-BIL-ESTADO
           ELSE
               MOVE "V" TO WS-BIL-ESTADO
           END-IF.
           PERFORM P3004-ESTADO-CUPAO.

           P6601-APLICAR-CONDICOES.

           MOVE VOOSINPUT-DATA TO WS-DATA-SPLIT.
           PERFORM P128-DIA-SERIAL.
           MOVE WS-DIA-SERIAL TO WS-DIAS-VOO.
           MOVE WS-DIA-SERIAL TO WS-DIAS-HOJE.
           COMPUTE WS-DIAS-ANTES = WS-DIAS-VOO - WS-DIAS-HOJE.

           MOVE VOOSINPUT-NOME TO WS-CTF-ROTA-PEDIDA.
           MOVE WS-CLASSE-CANCELADA TO WS-CTF-CLASSE-PEDIDA.
           PERFORM P2995-OBTER-CONDICOES.
           PERFORM P2997-ESCALAO-APLICAVEL.
           MOVE ZEROES TO WS-VALOR-REEMBOLSO.
           MOVE ZEROES TO WS-CTF-TAXA.

           IF WS-CTF-R-REEMBOLSAVEL = "N"
               DISPLAY "TARIFA NAO REEMBOLSAVEL - SEM DIREITO A "
                       "REEMBOLSO"
           ELSE
               COMPUTE WS-CTF-TAXA ROUNDED =
                       WS-PRECO-CANCELADO * WS-CTF-PCT / 100
                   ON SIZE ERROR
                       MOVE WS-PRECO-CANCELADO TO WS-CTF-TAXA
               END-COMPUTE
               IF WS-CTF-TAXA >= WS-PRECO-CANCELADO
                   MOVE ZEROES TO WS-CTF-TAXA
                   DISPLAY "SEM DIREITO A REEMBOLSO"
               ELSE
                   MOVE WS-PRECO-CANCELADO TO WS-VALOR-REEMBOLSO
                   COMPUTE WS-CTF-LIQUIDO =
                           WS-VALOR-REEMBOLSO - WS-CTF-TAXA
                   DISPLAY "TARIFA: " WS-VALOR-REEMBOLSO
                           " TAXA DE CANCELAMENTO: " WS-CTF-TAXA
                   DISPLAY "REEMBOLSO LIQUIDO: " WS-CTF-LIQUIDO
               END-IF
           END-IF.

      *    MUDANCA DE HORARIO IMPOSTA PELA COMPANHIA: DEVOLVE A
      *    TARIFA TODA, SEM CONDICOES TARIFARIAS NEM TAXA
           P6602-REEMBOLSO-INTEGRAL.

           MOVE ZEROES TO WS-CTF-TAXA.
           MOVE WS-PRECO-CANCELADO TO WS-VALOR-REEMBOLSO.
           MOVE WS-PRECO-CANCELADO TO WS-CTF-LIQUIDO.
           DISPLAY "MUDANCA DE HORARIO IMPOSTA - SEM PENALIZACAO".
           DISPLAY "REEMBOLSO LIQUIDO: " WS-CTF-LIQUIDO.

      *    REEMBOLSO ACIMA DO LIMITE CONFIGURADO: NAO E PAGO AO BALCAO,
      *    FICA PENDENTE ATE UM SUPERVISOR (OUTRO QUE NAO O REQUERENTE)
      *    O APROVAR, E E PAGO POR TRANSFERENCIA BANCARIA (TRFREEMB)
           P6605-PEDIR-APROVACAO.

           DISPLAY "REEMBOLSO ACIMA DE " WS-CFG-REEMB-LIMITE
                   " EUR - SUJEITO A APROVACAO DE SUPERVISOR".
           MOVE SPACES TO RBP-IBAN.
           PERFORM UNTIL RBP-IBAN NOT = SPACES
               DISPLAY "IBAN DO PASSAGEIRO PARA A TRANSFERENCIA"
               ACCEPT RBP-IBAN
           END-PERFORM.
           MOVE WS-ID-RESERVA-CANCELA TO RBP-RESERVA-ID.
           MOVE WS-PAX-CANCELADO TO RBP-PAX-ID.
           MOVE WS-RBP-NOME TO RBP-NOME.
           MOVE VOOSINPUT-NOME TO RBP-VOO.
           MOVE WS-VALOR-REEMBOLSO TO RBP-VALOR.
           MOVE WS-CTF-TAXA TO RBP-TAXA.
           MOVE WS-CTF-LIQUIDO TO RBP-LIQUIDO.
           MOVE WS-OPER-ID TO RBP-OPER-PEDIDO.
           ACCEPT RBP-DATA-PEDIDO FROM DATE YYYYMMDD.
           MOVE "P" TO RBP-ESTADO.
           MOVE ZEROES TO RBP-OPER-DECISAO.
           MOVE ZEROES TO RBP-DATA-DECISAO.
           MOVE ZEROES TO RBP-DATA-TRANSF.

           OPEN I-O REEMBPENDINPUT.
           IF WS-RBP-STATUS-INEXISTENTE
               OPEN OUTPUT REEMBPENDINPUT
               CLOSE REEMBPENDINPUT
               OPEN I-O REEMBPENDINPUT
           END-IF.
           WRITE REEMBPENDINPUT-REG
               INVALID KEY
                   DISPLAY "JA EXISTE UM PEDIDO DE REEMBOLSO PARA A "
                           "RESERVA " RBP-RESERVA-ID
               NOT INVALID KEY
                   DISPLAY "PEDIDO DE REEMBOLSO REGISTADO - AGUARDA "
                           "APROVACAO"
           END-WRITE.
           CLOSE REEMBPENDINPUT.

           P655-LIBERTAR-LUGAR.

           IF WS-LUGAR-CANCELADO NOT = "OVB"
           MOVE VOOSINPUT-NOME TO WS-MOV-VOO.
           MOVE RESERVA-PRECO TO WS-MOV-VALOR.
           PERFORM P040-REGISTAR-MOVIMENTO.
           PERFORM P3002-EMITIR-BILHETE.
           IF WS-CLASSE-CANCELADA = "X"
               SUBTRACT 1 FROM VOOSINPUT-LUGARES-EXEC
           ELSE
               TO WS-REL-CABEC.
           PERFORM P080-REL-ABRIR.
           MOVE ZEROES TO WS-REL-CONT.
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
                           PERFORM P720-LER-OVERAGE-VOO
                           COMPUTE WS-OCUP-CAPACIDADE =
                                   LUGARESDISPONIVEIS-INPUT +
                                   VOOSINPUT-LUGARES-EXEC +
                                   WS-OCUP-RESERVADOS -
                                   WS-OCUP-OVERAGE-VOO
                           IF WS-OCUP-CAPACIDADE > 0
                               COMPUTE WS-OCUP-FATOR ROUNDED =
                                   (WS-OCUP-RESERVADOS /
                                    WS-OCUP-CAPACIDADE) * 100
                           ELSE
                               MOVE 0 TO WS-OCUP-FATOR
                           END-IF
                           DISPLAY "VOO " VOOSINPUT-NUMERO " - "
                                   VOOSINPUT-NOME " RESERVADOS: "
                                   WS-OCUP-RESERVADOS " / "
                                   WS-OCUP-CAPACIDADE
                                   " OCUPACAO: " WS-OCUP-FATOR "%"
                           DISPLAY "  ECONOMICA RESERVADOS: "
                                   WS-OCUP-RES-ECO " LIVRES: "
                                   LUGARESDISPONIVEIS-INPUT
                           DISPLAY "  EXECUTIVA RESERVADOS: "
                                   WS-OCUP-RES-EXEC " LIVRES: "
                                   VOOSINPUT-LUGARES-EXEC
                           PERFORM P730-MOSTRAR-AERONAVE
                           ADD 1 TO WS-REL-CONT
                           MOVE SPACES TO WS-REL-LINHA
                           STRING VOOSINPUT-NUMERO DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   VOOSINPUT-DATA DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   VOOSINPUT-NOME DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   WS-OCUP-RESERVADOS DELIMITED BY SIZE
                                   "/" DELIMITED BY SIZE
                                   WS-OCUP-CAPACIDADE DELIMITED BY SIZE
                                   " OCUP " DELIMITED BY SIZE
                                   WS-OCUP-FATOR DELIMITED BY SIZE
                                   "%" DELIMITED BY SIZE
                               INTO WS-REL-LINHA
                           END-STRING
                           PERFORM P081-REL-ESCREVER
                       END-IF
               END-READ
           END-PERFORM.
           SET WS-EXIT-OK TO "N".
               INTO WS-REL-LINHA
           END-STRING.
           PERFORM P081-REL-ESCREVER.
           IF WS-OCUP-NAO-COM > 0
               PERFORM P705-LISTAR-NAO-COMERCIAIS
           END-IF.
           PERFORM P083-REL-FECHAR.

           CLOSE VOOSINPUT.
           CLOSE CONTROLOINPUT.
           CLOSE AERONAVESINPUT.

      *    VOOS DE FERRY, POSICIONAMENTO, TREINO E ENSAIO NAO TEM
      *    LUGARES A VENDA - LISTADOS A PARTE, SEM TAXA DE OCUPACAO
           P705-LISTAR-NAO-COMERCIAIS.

           DISPLAY " ".
           DISPLAY "*** VOOS NAO COMERCIAIS ***".
           MOVE SPACES TO WS-REL-LINHA.
           STRING "VOOS NAO COMERCIAIS: " DELIMITED BY SIZE
                   WS-OCUP-NAO-COM DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING.
           PERFORM P081-REL-ESCREVER.
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
                           PERFORM P211-DESCREVER-TIPO
                           DISPLAY "VOO " VOOSINPUT-NUMERO " - "
                                   VOOSINPUT-NOME " "
                                   VOOSINPUT-DATA " TIPO: "
                                   WS-TIPO-DESC
                           MOVE SPACES TO WS-REL-LINHA
                           STRING VOOSINPUT-NUMERO DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   VOOSINPUT-DATA DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   VOOSINPUT-NOME DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   WS-TIPO-DESC DELIMITED BY SIZE
                               INTO WS-REL-LINHA
                           END-STRING
                           PERFORM P081-REL-ESCREVER
                       END-IF
               END-READ
           END-PERFORM.
           SET WS-EXIT-OK TO "N".

           P710-CONTAR-RESERVAS.

           MOVE ZEROES TO WS-OCUP-RESERVADOS.
                           MOVE "VOO ELIMINADO - RESERVA CANCELADA"
                               TO WS-NOTIF-MENSAGEM
                           PERFORM P030-CRIAR-NOTIFICACAO
                           MOVE RESERVA-ID TO WS-BIL-RESERVA-ID
                           MOVE "V" TO WS-BIL-ESTADO
                           PERFORM P3004-ESTADO-CUPAO
                           MOVE "X" TO WS-AUDRES-OP
                           PERFORM P050-AUDITAR-RESERVA
                           MOVE "D" TO WS-DIA-OP
                           "EMBARQUE NAO REGISTADO"
               NOT INVALID KEY
                   IF VOO-EM-EMBARQUE
                       PERFORM P3123-VERIFICAR-RETENCAO
                       IF RESERVA-CHECKIN NOT = "S"
                           DISPLAY "PASSAGEIRO SEM CHECK-IN - "
                                   "EMBARQUE NAO PERMITIDO"
                       ELSE
                       IF WS-SEG-RETIDA = "S"
                           PERFORM P3128-RECUSAR-EMBARQUE-SEG
                       ELSE
                           MOVE "S" TO RESERVA-EMBARCOU
                           MOVE "R" TO WS-DIA-OP
                           REWRITE RESERVAINPUT-REG
                           MOVE "E" TO WS-AUDRES-OP
                           PERFORM P050-AUDITAR-RESERVA
                           MOVE RESERVA-ID TO WS-BIL-RESERVA-ID
                           MOVE "F" TO WS-BIL-ESTADO
                           PERFORM P3004-ESTADO-CUPAO
                           DISPLAY "EMBARQUE REGISTADO COM SUCESSO"
                           PERFORM P1115-IMPRIMIR-CARTAO
                       END-IF
                       END-IF
                   ELSE
                       PERFORM P210-DESCREVER-ESTADO
                       DISPLAY "VOO NAO ESTA EM EMBARQUE - ESTADO: "

       P1610-SOMAR-MOVIMENTO.

           EVALUATE WS-MOV-TIPO
               WHEN "P"
                   ADD WS-MOV-VALOR TO WS-CAIXA-PAGAMENTOS
                   DISPLAY "PAGAMENTO RESERVA " WS-MOV-RESERVA-ID
                           " VOO " WS-MOV-VOO " VALOR " WS-MOV-VALOR
               WHEN "F"
                   ADD WS-MOV-VALOR TO WS-CAIXA-PAGAMENTOS
                   DISPLAY "TAXA TARIFARIA RESERVA " WS-MOV-RESERVA-ID
                           " VOO " WS-MOV-VOO " VALOR " WS-MOV-VALOR
               WHEN "C"
               WHEN "N"
               WHEN "B"
                   CONTINUE
               WHEN OTHER
                   ADD WS-MOV-VALOR TO WS-CAIXA-REEMBOLSOS
                   DISPLAY "REEMBOLSO RESERVA " WS-MOV-RESERVA-ID
                           " VOO " WS-MOV-VOO " VALOR " WS-MOV-VALOR
           END-EVALUATE.

       P1700-MUDAR-RESERVA.


       P1710-PREPARAR-MUDANCA.

           PERFORM P443-AVALIAR-SAIDA.
           MOVE RESERVA-NOME TO WS-REB-NOME.
           MOVE RESERVA-VOO-CHAVE TO WS-REB-CHAVE-ANTIGA.
           MOVE RESERVA-CLASSE TO WS-REB-CLASSE.
           MOVE RESERVA-LUGAR TO WS-REB-LUGAR-ANTIGO.
           MOVE RESERVA-PAX-ID TO WS-CTF-PAX-ID.
           MOVE RESERVA-PRECO TO WS-CTF-PRECO.

           DISPLAY "RESERVA DE " WS-REB-NOME " NO VOO "
                   WS-REB-ANT-NUMERO " DE " WS-REB-ANT-DATA.
               DISPLAY "VOO DE DESTINO NAO ACEITA RESERVAS - "
                       "ESTADO: " WS-ESTADO-DESC
           ELSE
               IF VOO-NAO-COMERCIAL
                   DISPLAY "VOO DE DESTINO NAO COMERCIAL - FORA DE "
                           "VENDA"
               ELSE
                   IF WS-REB-CLASSE = "X"
                       MOVE VOOSINPUT-LUGARES-EXEC TO WS-LUGARES
                   ELSE
                       MOVE LUGARESDISPONIVEIS-INPUT TO WS-LUGARES
                   END-IF
                   IF WS-LUGARES + WS-CFG-OVERBOOKING < 1
                       DISPLAY "SEM ESPACO NO VOO DE DESTINO"
                   ELSE
                       MOVE WS-REB-NOME TO RESERVA-NOME
                       MOVE WS-ID-RESERVA-CANCELA
                           TO WS-CONEXAO-EXCLUI-ID
                       PERFORM P470-VALIDAR-CONEXAO
                       MOVE ZEROES TO WS-CONEXAO-EXCLUI-ID
                       IF CONEXAO-REJEITADA
                           DISPLAY "MUDANCA REJEITADA - LIGACAO "
                                   "DEMASIADO CURTA"
                       ELSE
                           PERFORM P1725-CALCULAR-ENCARGOS
                           IF WS-CTF-CONFIRMA = "S"
                               PERFORM P1730-MOVER-RESERVA
                           ELSE
                               DISPLAY "MUDANCA NAO EFETUADA"
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       P1725-CALCULAR-ENCARGOS.

           MOVE VOOSINPUT-REG TO WS-CTF-VOO-GUARDA.
           MOVE VOOSINPUT-NOME TO WS-CTF-ROTA-NOVA.
           MOVE SPACES TO WS-CTF-ROTA-PEDIDA.
           MOVE WS-REB-CHAVE-ANTIGA TO VOOSINPUT-CHAVE.
           READ VOOSINPUT
               KEY IS VOOSINPUT-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE VOOSINPUT-NOME TO WS-CTF-ROTA-PEDIDA
           END-READ.
           MOVE WS-CTF-VOO-GUARDA TO VOOSINPUT-REG.
           READ VOOSINPUT
               KEY IS VOOSINPUT-CHAVE
               INVALID KEY
                   MOVE WS-CTF-VOO-GUARDA TO VOOSINPUT-REG
           END-READ.

           MOVE WS-REB-CLASSE TO WS-CTF-CLASSE-PEDIDA.
           PERFORM P2995-OBTER-CONDICOES.
           MOVE WS-CTF-R-TAXA-MUDANCA TO WS-CTF-TAXA.
           MOVE ZEROES TO WS-CTF-DIFERENCA-VALOR.
           IF WS-CTF-R-DIFERENCA = "S"
               IF WS-REB-CLASSE = "X"
                   MOVE VOOSINPUT-TARIFA-EXEC TO WS-CTF-TARIFA-NOVA
               ELSE
                   MOVE VOOSINPUT-TARIFA TO WS-CTF-TARIFA-NOVA
               END-IF
               IF WS-CTF-TARIFA-NOVA > WS-CTF-PRECO
                   COMPUTE WS-CTF-DIFERENCA-VALOR =
                           WS-CTF-TARIFA-NOVA - WS-CTF-PRECO
               END-IF
           END-IF.

           DISPLAY "TAXA DE ALTERACAO: " WS-CTF-TAXA.
           IF WS-CTF-R-DIFERENCA = "S"
               DISPLAY "DIFERENCA DE TARIFA A COBRAR: "
                       WS-CTF-DIFERENCA-VALOR
           ELSE
               DISPLAY "TARIFA SEM COBRANCA DE DIFERENCA"
           END-IF.

           MOVE "S" TO WS-CTF-CONFIRMA.
           IF WS-CTF-TAXA > ZEROES OR WS-CTF-DIFERENCA-VALOR > ZEROES
               DISPLAY "CONFIRMA A MUDANCA COM ESTES ENCARGOS? (S/N)"
               ACCEPT WS-CTF-CONFIRMA
               IF WS-CTF-CONFIRMA = "s"
                   MOVE "S" TO WS-CTF-CONFIRMA
               END-IF
           END-IF.

       P1730-MOVER-RESERVA.

           IF WS-REB-CLASSE = "X"
               NOT INVALID KEY
                   MOVE WS-REB-CHAVE-NOVA TO RESERVA-VOO-CHAVE
                   MOVE WS-LUGAR-PROX TO RESERVA-LUGAR
                   ADD WS-CTF-DIFERENCA-VALOR TO RESERVA-PRECO
                   MOVE "R" TO WS-DIA-OP
                   PERFORM P072-DIARIO-RESERVA
                   REWRITE RESERVAINPUT-REG
                   DISPLAY "RESERVA " RESERVA-ID " MOVIDA PARA O "
                           "VOO " WS-REB-NOV-NUMERO " LUGAR "
                           WS-LUGAR-PROX
                   PERFORM P449-COBRAR-LUGAR
                   PERFORM P1735-COBRAR-MUDANCA
                   PERFORM P3006-TROCAR-BILHETE
           END-READ.

       P1735-COBRAR-MUDANCA.

           IF WS-CTF-TAXA > ZEROES
               MOVE "F" TO WS-MOV-TIPO
               MOVE RESERVA-ID TO WS-MOV-RESERVA-ID
               MOVE WS-CTF-PAX-ID TO WS-MOV-PAX-ID
               MOVE WS-CTF-ROTA-NOVA TO WS-MOV-VOO
               MOVE WS-CTF-TAXA TO WS-MOV-VALOR
               PERFORM P040-REGISTAR-MOVIMENTO
           END-IF.
           IF WS-CTF-DIFERENCA-VALOR > ZEROES
               MOVE "P" TO WS-MOV-TIPO
               MOVE RESERVA-ID TO WS-MOV-RESERVA-ID
               MOVE WS-CTF-PAX-ID TO WS-MOV-PAX-ID
               MOVE WS-CTF-ROTA-NOVA TO WS-MOV-VOO
               MOVE WS-CTF-DIFERENCA-VALOR TO WS-MOV-VALOR
               PERFORM P040-REGISTAR-MOVIMENTO
           END-IF.

       P1800-FECHO-EMBARQUE.

           OPEN I-O VOOSINPUT.
               CLOSE UPGRADESINPUT
               OPEN I-O UPGRADESINPUT
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
           OPEN I-O CONFIGINPUT.
           MOVE WS-CHAVE-CFG-PESO-ADULTO TO CFG-CHAVE.
           READ CONFIGINPUT
           CLOSE TIPOLIMITESINPUT.
           CLOSE CARGAINPUT.
           CLOSE UPGRADESINPUT.
           CLOSE ROTASINPUT.
           CLOSE CIDADESINPUT.
           CLOSE CONFIGINPUT.

       P1805-CHECKLIST-PRONTIDAO.
           END-IF.

           PERFORM P1845-PROCESSAR-UPGRADES.
           PERFORM P1840-LIBERTAR-STANDBY.
           PERFORM P1850-REGISTAR-PARTIDA-REAL.
           PERFORM P1860-FOLHA-CARGA.
           PERFORM P1870-MANIFESTO-CARGA.
                   END-IF
           END-READ.

      *    LUGARES QUE SOBRAM NO FECHO VAO PRIMEIRO PARA A LISTA DE
      *    ESPERA COMERCIAL; SO DEPOIS SAO ATRIBUIDOS AO STANDBY DE
      *    PESSOAL, POR ORDEM DE ANTIGUIDADE
       P1840-LIBERTAR-STANDBY.

           MOVE "E" TO WS-CLASSE-CANCELADA.
           CLOSE CONTROLOINPUT.
           MOVE "S" TO WS-SBY-CONTINUA.
           PERFORM UNTIL LUGARESDISPONIVEIS-INPUT = ZEROES
                   OR WS-SBY-CONTINUA = "N"
               PERFORM P460-TENTAR-LISTA-ESPERA
               IF WS-WAIT-MELHOR-ID = ZEROES
                   MOVE "N" TO WS-SBY-CONTINUA
               END-IF
           END-PERFORM.

           MOVE ZEROES TO WS-SBY-EMBARCADOS.
           OPEN I-O STANDBYINPUT.
           IF WS-SBY-STATUS-OK
               MOVE "S" TO WS-SBY-CONTINUA
               PERFORM UNTIL LUGARESDISPONIVEIS-INPUT = ZEROES
                       OR WS-SBY-CONTINUA = "N"
                   PERFORM P1841-ESCOLHER-STANDBY
                   IF WS-SBY-MELHOR-ID = ZEROES
                       MOVE "N" TO WS-SBY-CONTINUA
                   ELSE
                       PERFORM P1842-EMBARCAR-STANDBY
                   END-IF
               END-PERFORM
               PERFORM P1843-FECHAR-STANDBY
               CLOSE STANDBYINPUT
               IF WS-SBY-EMBARCADOS > 0 OR WS-SBY-RECUSADOS > 0
                   DISPLAY "STANDBY DE PESSOAL: " WS-SBY-EMBARCADOS
                           " EMBARCADOS, " WS-SBY-RECUSADOS
                           " SEM LUGAR"
               END-IF
           END-IF.
           OPEN I-O CONTROLOINPUT.

       P1841-ESCOLHER-STANDBY.

           MOVE ZEROES TO WS-SBY-MELHOR-ID.
           MOVE ZEROES TO WS-SBY-MELHOR-ANOS.
           MOVE ZEROES TO SBY-ID.
           SET WS-EXIT-OK3 TO "N".
           START STANDBYINPUT KEY IS NOT LESS THAN SBY-ID
               INVALID KEY
                   SET WS-EXIT-OK3 TO "S"
           END-START.
           PERFORM UNTIL WS-EXIT-OK3 = "S"
               READ STANDBYINPUT NEXT
                   AT END
                       SET WS-EXIT-OK3 TO "S"
                   NOT AT END
                       IF SBY-VOO-CHAVE = WS-DNB-VOO-CHAVE
                               AND SBY-PENDENTE
                           IF WS-SBY-MELHOR-ID = ZEROES
                                   OR SBY-ANTIGUIDADE >
                                       WS-SBY-MELHOR-ANOS
                               MOVE SBY-ID TO WS-SBY-MELHOR-ID
                               MOVE SBY-ANTIGUIDADE
                                   TO WS-SBY-MELHOR-ANOS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           SET WS-EXIT-OK3 TO "N".

       P1842-EMBARCAR-STANDBY.

           MOVE WS-SBY-MELHOR-ID TO SBY-ID.
           READ STANDBYINPUT
               INVALID KEY
                   MOVE "N" TO WS-SBY-CONTINUA
               NOT INVALID KEY
                   PERFORM P447-LUGAR-AUTOMATICO
                   IF WS-LUGAR-PROX = "OVB"
                       DISPLAY "SEM LUGAR FISICO LIVRE PARA O STANDBY "
                               "DE PESSOAL"
                       MOVE "N" TO WS-SBY-CONTINUA
                   ELSE
                       PERFORM P1844-CRIAR-RESERVA-STANDBY
                   END-IF
           END-READ.

       P1843-FECHAR-STANDBY.

           MOVE ZEROES TO WS-SBY-RECUSADOS.
           MOVE ZEROES TO SBY-ID.
           SET WS-EXIT-OK3 TO "N".
           START STANDBYINPUT KEY IS NOT LESS THAN SBY-ID
               INVALID KEY
                   SET WS-EXIT-OK3 TO "S"
           END-START.
           PERFORM UNTIL WS-EXIT-OK3 = "S"
               READ STANDBYINPUT NEXT
                   AT END
                       SET WS-EXIT-OK3 TO "S"
                   NOT AT END
                       IF SBY-VOO-CHAVE = WS-DNB-VOO-CHAVE
                               AND SBY-PENDENTE
                           MOVE "N" TO SBY-ESTADO
                           REWRITE STANDBYINPUT-REG
                           ADD 1 TO WS-SBY-RECUSADOS
                       END-IF
               END-READ
           END-PERFORM.
           SET WS-EXIT-OK3 TO "N".

      *    O STANDBY EMBARCADO FICA COM UMA RESERVA A TARIFA NOMINAL E
      *    O PEDIDO GUARDA A TARIFA PUBLICA DO VOO PARA O CALCULO DO
      *    BENEFICIO NO PROCESSAMENTO SALARIAL
       P1844-CRIAR-RESERVA-STANDBY.

           OPEN I-O CONTROLOINPUT.
           MOVE WS-CHAVE-CTRL-RESERVA TO CTRL-CHAVE.
           PERFORM P430-PROX-NUMERO.
           CLOSE CONTROLOINPUT.

           MOVE WS-PROX-NUMERO TO RESERVA-ID.
           MOVE WS-PROX-NUMERO TO RESERVA-GRUPO-ID.
           MOVE SBY-NOME TO RESERVA-NOME.
           MOVE ZEROES TO RESERVA-PAX-ID.
           MOVE VOOSINPUT-CHAVE TO RESERVA-VOO-CHAVE.
           MOVE "S" TO RESERVA-EMBARCOU.
           MOVE "S" TO RESERVA-CHECKIN.
           MOVE WS-LUGAR-PROX TO RESERVA-LUGAR.
           MOVE "E" TO RESERVA-CLASSE.
           MOVE SBY-TARIFA TO RESERVA-PRECO.
           MOVE SBY-TARIFA TO RESERVA-PRECO-ORIG.
           MOVE "EUR" TO RESERVA-MOEDA.
           MOVE ZEROES TO RESERVA-ITIN-ID.
           MOVE "W" TO WS-DIA-OP
           PERFORM P072-DIARIO-RESERVA
           WRITE RESERVAINPUT-REG.
           MOVE "C" TO WS-AUDRES-OP.
           PERFORM P050-AUDITAR-RESERVA.
           ADD 1 TO WS-TALLY-RESERVAS.
           IF RESERVA-PRECO > ZEROES
               MOVE "P" TO WS-MOV-TIPO
               MOVE RESERVA-ID TO WS-MOV-RESERVA-ID
               MOVE RESERVA-PAX-ID TO WS-MOV-PAX-ID
               MOVE VOOSINPUT-NOME TO WS-MOV-VOO
               MOVE RESERVA-PRECO TO WS-MOV-VALOR
               PERFORM P040-REGISTAR-MOVIMENTO
           END-IF.
           PERFORM P3002-EMITIR-BILHETE.
           MOVE RESERVA-ID TO WS-BIL-RESERVA-ID.
           MOVE "F" TO WS-BIL-ESTADO.
           PERFORM P3004-ESTADO-CUPAO.

           SUBTRACT 1 FROM LUGARESDISPONIVEIS-INPUT.
           MOVE "R" TO WS-DIA-OP
           PERFORM P071-DIARIO-VOO
           REWRITE VOOSINPUT-REG.

           MOVE "E" TO SBY-ESTADO.
           MOVE WS-LUGAR-PROX TO SBY-LUGAR.
           MOVE RESERVA-ID TO SBY-RESERVA-ID.
           MOVE VOOSINPUT-TARIFA TO SBY-TARIFA-REF.
           REWRITE STANDBYINPUT-REG.
           ADD 1 TO WS-SBY-EMBARCADOS.
           DISPLAY "STANDBY EMBARCADO: " SBY-NOME " (EMPREGADO "
                   SBY-EMP-CODIGO ", " SBY-ANTIGUIDADE " ANOS) LUGAR "
                   SBY-LUGAR " RESERVA " RESERVA-ID.

       P1850-REGISTAR-PARTIDA-REAL.

           DISPLAY "HORA REAL DE PARTIDA (HHMM, 0 = AGORA)".
           ACCEPT WS-PART-HORA-ENT.
           MOVE WS-DNB-VOO-CHAVE TO PART-CHAVE.
           ACCEPT PART-DATA-REAL FROM DATE YYYYMMDD.
           IF WS-PART-HORA-ENT = ZEROES
               ACCEPT WS-HORA-AGORA FROM TIME
               MOVE WS-HORA-AGORA (1:4) TO PART-HORA-REAL
           ELSE
               MOVE WS-PART-HORA-ENT TO PART-HORA-REAL
           END-IF.
           WRITE PARTIDASINPUT-REG
               INVALID KEY
                   REWRITE PARTIDASINPUT-REG
           END-WRITE.
           DISPLAY "PARTIDA REAL REGISTADA: " PART-DATA-REAL " "
                   PART-HORA-REAL.
           MOVE WS-DNB-VOO-CHAVE TO WS-MSG-VOO-CHAVE.
           MOVE PART-HORA-REAL TO WS-MSG-HORA-PART.
           MOVE "AD" TO WS-MSG-HORA-TIPO.
           PERFORM P1880-MENSAGEM-MOVIMENTO.

           MOVE 1 TO WS-EMB-I.
           PERFORM UNTIL WS-EMB-I > WS-EMB-TOTAL
               IF WS-EMB-PROCESSADO (WS-EMB-I) = "N"
                   MOVE WS-EMB-ID (WS-EMB-I) TO WS-BIL-RESERVA-ID
                   MOVE "F" TO WS-BIL-ESTADO
                   PERFORM P3004-ESTADO-CUPAO
               END-IF
               ADD 1 TO WS-EMB-I
           END-PERFORM.

       P1815-CONTAR-LUGARES-FISICOS.

           MOVE ZEROES TO WS-DNB-CAPACIDADE.
           MOVE WS-DNB-VOO-CHAVE TO LUG-VOO-CHAVE.
                   NOT AT END
                       IF VOOSINPUT-NOME = WS-DNB-VOO-NOME
                               AND VOOSINPUT-DATA > WS-DNB-VOO-DATA
                               AND NOT VOO-NAO-COMERCIAL
                           IF WS-DNB-ACHOU = "N"
                                   OR VOOSINPUT-DATA <
                                       WS-DNB-PROX-DATA
                   MOVE "D" TO WS-DIA-OP
                   PERFORM P072-DIARIO-RESERVA
                   DELETE RESERVASINPUT
                   MOVE RESERVA-ID TO WS-BIL-RESERVA-ID
                   MOVE "E" TO WS-BIL-ESTADO
                   PERFORM P3004-ESTADO-CUPAO
                   PERFORM P1838-MARCAR-BAGAGEM-RETIRAR
           END-READ.

               END-STRING
           END-IF.
           WRITE FOLHACARGAOUTPUT-LINHA.
           PERFORM P1866-FOLHA-MERC-PERIGOSAS.
           CLOSE FOLHACARGAOUTPUT.

           DISPLAY "FOLHA DE CARGA EMITIDA: " WS-FC-ECO
                   " ECO + " WS-FC-EXEC " EXEC, "
                   WS-FC-MALAS " MALAS, PESO TOTAL "
                   WS-FC-PESO-TOTAL " KG".
           MOVE WS-DNB-VOO-CHAVE TO WS-MSG-VOO-CHAVE.
           PERFORM P1886-MENSAGEM-CARGA.

      *    NOTIFICACAO AO COMANDANTE (NOTOC): MERCADORIAS PERIGOSAS
      *    ACEITES PARA O VOO
       P1866-FOLHA-MERC-PERIGOSAS.

           MOVE ZEROES TO WS-CRG-DG-VOLUMES.
           MOVE "MERCADORIAS PERIGOSAS A BORDO (NOTOC):"
               TO FOLHACARGAOUTPUT-LINHA.
           WRITE FOLHACARGAOUTPUT-LINHA.
           MOVE ZEROES TO CRG-ID.
           SET WS-EXIT-OK2 TO "N".
           START CARGAINPUT KEY IS NOT LESS THAN CRG-ID
               INVALID KEY
                   SET WS-EXIT-OK2 TO "S"
           END-START.
           PERFORM UNTIL WS-EXIT-OK2 = "S"
               READ CARGAINPUT NEXT
                   AT END
                       SET WS-EXIT-OK2 TO "S"
                   NOT AT END
                       IF CRG-VOO-CHAVE = WS-DNB-VOO-CHAVE
                               AND NOT CRG-SEM-DG
                           ADD 1 TO WS-CRG-DG-VOLUMES
                           MOVE SPACES TO FOLHACARGAOUTPUT-LINHA
                           STRING "  CARGA " DELIMITED BY SIZE
                                   CRG-ID DELIMITED BY SIZE
                                   " CLASSE " DELIMITED BY SIZE
                                   CRG-DG-CLASSE DELIMITED BY SIZE
                                   " UN" DELIMITED BY SIZE
                                   CRG-DG-UN DELIMITED BY SIZE
                                   " QTD " DELIMITED BY SIZE
                                   CRG-DG-QTD DELIMITED BY SIZE
                                   " KG GE " DELIMITED BY SIZE
                                   CRG-DG-GRUPO DELIMITED BY SIZE
                                   " PECAS " DELIMITED BY SIZE
                                   CRG-PECAS DELIMITED BY SIZE
                               INTO FOLHACARGAOUTPUT-LINHA
                           END-STRING
                           WRITE FOLHACARGAOUTPUT-LINHA
                       END-IF
               END-READ
           END-PERFORM.
           SET WS-EXIT-OK2 TO "N".
           IF WS-CRG-DG-VOLUMES = ZEROES
               MOVE "  NENHUMA" TO FOLHACARGAOUTPUT-LINHA
               WRITE FOLHACARGAOUTPUT-LINHA
           ELSE
               DISPLAY "ATENCAO: " WS-CRG-DG-VOLUMES
                       " EXPEDICOES COM MERCADORIAS PERIGOSAS - "
                       "NOTIFICAR O COMANDANTE"
           END-IF.

      *    MENSAGEM DE MOVIMENTO (MVT) PARA A ESTACAO DE DESTINO:
      *    PARTIDA REAL (AD) OU ESTIMADA APOS ATRASO (ED), CHEGADA
      *    ESTIMADA PELO TEMPO DE BLOCO DA ROTA E ATRASO EM MINUTOS
      *    FACE A HORA PROGRAMADA. EXIGE ROTAS E CIDADES ABERTOS
       P1880-MENSAGEM-MOVIMENTO.

           MOVE "MVT" TO WS-MSG-TIPO.
           MOVE WS-MSG-VOO-CHAVE TO VOOSINPUT-CHAVE.
           READ VOOSINPUT
               KEY IS VOOSINPUT-CHAVE
               INVALID KEY
                   DISPLAY "MVT NAO EMITIDA: VOO NAO ENCONTRADO"
               NOT INVALID KEY
                   PERFORM P1884-ENDERECAR-ESTACAO
                   PERFORM P1881-CALCULAR-MOVIMENTO
                   IF WS-MSG-ESTACAO-OK = "S"
                       PERFORM P1882-ESCREVER-MVT
                   ELSE
                       MOVE "NAO ENVIADA-ESTACAO" TO WS-MSG-RESULTADO
                       PERFORM P1890-REGISTAR-ENVIO
                       DISPLAY "MVT NAO ENVIADA: ESTACAO "
                               WS-MSG-ESTACAO " SEM MESTRE DE CIDADES"
                   END-IF
           END-READ.

       P1881-CALCULAR-MOVIMENTO.

           MOVE VOOSINPUT-HORA TO WS-HORA-SPLIT.
           COMPUTE WS-MSG-MINUTOS = 0 - (WS-HORA-HH * 60 + WS-HORA-MM).
           MOVE WS-MSG-HORA-PART TO WS-HORA-SPLIT.
           COMPUTE WS-MSG-MINUTOS =
                   WS-MSG-MINUTOS + WS-HORA-HH * 60 + WS-HORA-MM.
           IF WS-MSG-MINUTOS < -720
               ADD 1440 TO WS-MSG-MINUTOS
           END-IF.
           IF WS-MSG-MINUTOS > 0
               MOVE WS-MSG-MINUTOS TO WS-MSG-ATRASO
           ELSE
               MOVE ZEROES TO WS-MSG-ATRASO
           END-IF.

           MOVE ZEROES TO WS-MSG-HORA-CHEG.
           IF WS-MSG-BLOCO > 0
               COMPUTE WS-MSG-MINUTOS =
                       WS-HORA-HH * 60 + WS-HORA-MM + WS-MSG-BLOCO
                       + (WS-MSG-FUSO-DEST - WS-MSG-FUSO-ORIG) * 60
               PERFORM UNTIL WS-MSG-MINUTOS >= 0
                   ADD 1440 TO WS-MSG-MINUTOS
               END-PERFORM
               PERFORM UNTIL WS-MSG-MINUTOS < 1440
                   SUBTRACT 1440 FROM WS-MSG-MINUTOS
               END-PERFORM
               DIVIDE WS-MSG-MINUTOS BY 60
                   GIVING WS-HORA-HH
                   REMAINDER WS-HORA-MM
               MOVE WS-HORA-SPLIT TO WS-MSG-HORA-CHEG
           END-IF.

       P1882-ESCREVER-MVT.

           PERFORM P1888-ABRIR-MENSAGEM.
           MOVE SPACES TO MENSAGENSOUTPUT-LINHA.
           IF WS-MSG-BLOCO > 0
               STRING WS-MSG-HORA-TIPO DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-MSG-HORA-PART DELIMITED BY SIZE
                       " EA " DELIMITED BY SIZE
                       WS-MSG-HORA-CHEG DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-MSG-ESTACAO DELIMITED BY SPACE
                   INTO MENSAGENSOUTPUT-LINHA
               END-STRING
           ELSE
               STRING WS-MSG-HORA-TIPO DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-MSG-HORA-PART DELIMITED BY SIZE
                       " EA ---- " DELIMITED BY SIZE
                       WS-MSG-ESTACAO DELIMITED BY SPACE
                   INTO MENSAGENSOUTPUT-LINHA
               END-STRING
           END-IF.
           WRITE MENSAGENSOUTPUT-LINHA.
           IF WS-MSG-ATRASO > 0
               MOVE SPACES TO MENSAGENSOUTPUT-LINHA
               STRING "DL " DELIMITED BY SIZE
                       WS-MSG-ATRASO DELIMITED BY SIZE
                       " MIN" DELIMITED BY SIZE
                   INTO MENSAGENSOUTPUT-LINHA
               END-STRING
               WRITE MENSAGENSOUTPUT-LINHA
           END-IF.
           MOVE SPACES TO MENSAGENSOUTPUT-LINHA.
           IF WS-MSG-HORA-TIPO = "ED"
               STRING "SI REVISAO DE ATRASO - HORA PROGRAMADA "
                           DELIMITED BY SIZE
                       VOOSINPUT-HORA DELIMITED BY SIZE
                   INTO MENSAGENSOUTPUT-LINHA
               END-STRING
           ELSE
               STRING "SI HORA PROGRAMADA " DELIMITED BY SIZE
                       VOOSINPUT-HORA DELIMITED BY SIZE
                   INTO MENSAGENSOUTPUT-LINHA
               END-STRING
           END-IF.
           WRITE MENSAGENSOUTPUT-LINHA.
           PERFORM P1889-FECHAR-MENSAGEM.
           DISPLAY "MVT ENVIADA PARA " WS-MSG-ESTACAO ": "
                   WS-MSG-HORA-TIPO " " WS-MSG-HORA-PART
                   " ATRASO " WS-MSG-ATRASO " MIN".

      *    ESTACAO DE DESTINO PELA ROTA DO VOO; SEM ROTA, O NOME DO
      *    VOO E A CIDADE DE DESTINO. SO HA ENDERECO SE A ESTACAO
      *    CONSTAR DO MESTRE DE CIDADES
       P1884-ENDERECAR-ESTACAO.

           MOVE "N" TO WS-MSG-ESTACAO-OK.
           MOVE SPACES TO WS-MSG-ORIGEM.
           MOVE VOOSINPUT-NOME TO WS-MSG-ESTACAO.
           MOVE ZEROES TO WS-MSG-BLOCO.
           MOVE ZEROES TO WS-MSG-FUSO-ORIG.
           MOVE ZEROES TO WS-MSG-FUSO-DEST.
           MOVE VOOSINPUT-NOME TO ROTA-NOME.
           READ ROTASINPUT
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ROTA-ORIGEM TO WS-MSG-ORIGEM
                   MOVE ROTA-DESTINO TO WS-MSG-ESTACAO
                   MOVE ROTA-BLOCO-MIN TO WS-MSG-BLOCO
           END-READ.
           IF WS-MSG-ORIGEM NOT = SPACES
               MOVE WS-MSG-ORIGEM TO CID-NOME
               READ CIDADESINPUT
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CID-FUSO TO WS-MSG-FUSO-ORIG
               END-READ
           END-IF.
           MOVE WS-MSG-ESTACAO TO CID-NOME.
           READ CIDADESINPUT
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WS-MSG-ESTACAO-OK
                   MOVE CID-FUSO TO WS-MSG-FUSO-DEST
           END-READ.

      *    MENSAGEM DE CARGA (LDM): PASSAGEIROS EMBARCADOS POR CABINE
      *    E POR TIPO, MALAS CARREGADAS E PESO DA CARGA DO VOO
       P1886-MENSAGEM-CARGA.

           MOVE "LDM" TO WS-MSG-TIPO.
           MOVE WS-MSG-VOO-CHAVE TO VOOSINPUT-CHAVE.
           READ VOOSINPUT
               KEY IS VOOSINPUT-CHAVE
               INVALID KEY
                   DISPLAY "LDM NAO EMITIDA: VOO NAO ENCONTRADO"
               NOT INVALID KEY
                   PERFORM P1884-ENDERECAR-ESTACAO
                   IF WS-MSG-ESTACAO-OK = "S"
                       PERFORM P1887-CONTAR-CARGA
                       PERFORM P1885-ESCREVER-LDM
                   ELSE
                       MOVE "NAO ENVIADA-ESTACAO" TO WS-MSG-RESULTADO
                       PERFORM P1890-REGISTAR-ENVIO
                       DISPLAY "LDM NAO ENVIADA: ESTACAO "
                               WS-MSG-ESTACAO " SEM MESTRE DE CIDADES"
                   END-IF
           END-READ.

       P1885-ESCREVER-LDM.

           PERFORM P1888-ABRIR-MENSAGEM.
           MOVE SPACES TO MENSAGENSOUTPUT-LINHA.
           STRING "-" DELIMITED BY SIZE
                   WS-MSG-ESTACAO DELIMITED BY SPACE
                   ".PAX " DELIMITED BY SIZE
                   WS-MSG-ADULTOS DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   WS-MSG-CRIANCAS DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   WS-MSG-BEBES DELIMITED BY SIZE
                   " (ADT/CHD/INF)" DELIMITED BY SIZE
               INTO MENSAGENSOUTPUT-LINHA
           END-STRING.
           WRITE MENSAGENSOUTPUT-LINHA.
           MOVE SPACES TO MENSAGENSOUTPUT-LINHA.
           STRING "CABINE EXEC " DELIMITED BY SIZE
                   WS-FC-EXEC DELIMITED BY SIZE
                   " ECO " DELIMITED BY SIZE
                   WS-FC-ECO DELIMITED BY SIZE
                   " PESO PAX " DELIMITED BY SIZE
                   WS-FC-PESO-PAX DELIMITED BY SIZE
                   " KG" DELIMITED BY SIZE
               INTO MENSAGENSOUTPUT-LINHA
           END-STRING.
           WRITE MENSAGENSOUTPUT-LINHA.
           MOVE SPACES TO MENSAGENSOUTPUT-LINHA.
           STRING "BAG " DELIMITED BY SIZE
                   WS-FC-MALAS DELIMITED BY SIZE
                   " PECAS " DELIMITED BY SIZE
                   WS-FC-PESO-MALAS DELIMITED BY SIZE
                   " KG CARGA " DELIMITED BY SIZE
                   WS-MSG-PESO-CARGA DELIMITED BY SIZE
                   " KG" DELIMITED BY SIZE
               INTO MENSAGENSOUTPUT-LINHA
           END-STRING.
           WRITE MENSAGENSOUTPUT-LINHA.
           PERFORM P1889-FECHAR-MENSAGEM.
           DISPLAY "LDM ENVIADA PARA " WS-MSG-ESTACAO ": PAX "
                   WS-MSG-ADULTOS "/" WS-MSG-CRIANCAS "/"
                   WS-MSG-BEBES " CARGA " WS-MSG-PESO-CARGA " KG".

      *    TIPO DE PASSAGEIRO PELO MESTRE; SEM FICHA CONTA COMO ADULTO
       P1887-CONTAR-CARGA.

           MOVE ZEROES TO WS-MSG-ADULTOS.
           MOVE ZEROES TO WS-MSG-CRIANCAS.
           MOVE ZEROES TO WS-MSG-BEBES.
           MOVE ZEROES TO WS-MSG-PESO-CARGA.
           MOVE "N" TO WS-MSG-PAX-ABERTO.
           OPEN INPUT PASSAGEIROSINPUT.
           IF WS-PAX-STATUS-OK
               MOVE "S" TO WS-MSG-PAX-ABERTO
           END-IF.

           MOVE ZEROES TO RESERVA-ID.
           SET WS-EXIT-OK2 TO "N".
           START RESERVASINPUT KEY IS NOT LESS THAN RESERVA-ID
               INVALID KEY
                   SET WS-EXIT-OK2 TO "S"
           END-START.
           PERFORM UNTIL WS-EXIT-OK2 = "S"
               READ RESERVASINPUT NEXT
                   AT END
                       SET WS-EXIT-OK2 TO "S"
                   NOT AT END
                       IF RESERVA-VOO-CHAVE = WS-MSG-VOO-CHAVE
                               AND RESERVA-EMBARCOU = "S"
                           PERFORM P1891-CLASSIFICAR-PAX
                       END-IF
               END-READ
           END-PERFORM.
           SET WS-EXIT-OK2 TO "N".
           IF WS-MSG-PAX-ABERTO = "S"
               CLOSE PASSAGEIROSINPUT
           END-IF.

           MOVE ZEROES TO CRG-ID.
           START CARGAINPUT KEY IS NOT LESS THAN CRG-ID
               INVALID KEY
                   SET WS-EXIT-OK2 TO "S"
           END-START.
           PERFORM UNTIL WS-EXIT-OK2 = "S"
               READ CARGAINPUT NEXT
                   AT END
                       SET WS-EXIT-OK2 TO "S"
                   NOT AT END
                       IF CRG-VOO-CHAVE = WS-MSG-VOO-CHAVE
                           ADD CRG-PESO TO WS-MSG-PESO-CARGA
                       END-IF
               END-READ
           END-PERFORM.
           SET WS-EXIT-OK2 TO "N".

      *    CABECALHO COMUM: ENDERECO DA ESTACAO, ORIGEM E CARIMBO,
      *    TIPO DE MENSAGEM E IDENTIFICACAO DO VOO
       P1888-ABRIR-MENSAGEM.

           ACCEPT WS-MSG-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WS-MSG-CARIMBO FROM TIME.
           OPEN EXTEND MENSAGENSOUTPUT.
           IF WS-MSG-STATUS-NOVO
               CLOSE MENSAGENSOUTPUT
               OPEN OUTPUT MENSAGENSOUTPUT
           END-IF.
           MOVE SPACES TO MENSAGENSOUTPUT-LINHA.
           STRING "QU " DELIMITED BY SIZE
                   WS-MSG-ESTACAO DELIMITED BY SPACE
               INTO MENSAGENSOUTPUT-LINHA
           END-STRING.
           WRITE MENSAGENSOUTPUT-LINHA.
           MOVE SPACES TO MENSAGENSOUTPUT-LINHA.
           STRING "." DELIMITED BY SIZE
                   WS-MSG-ORIGEM DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   WS-MSG-DATA-HOJE DELIMITED BY SIZE
                   WS-MSG-CARIMBO (1:4) DELIMITED BY SIZE
               INTO MENSAGENSOUTPUT-LINHA
           END-STRING.
           WRITE MENSAGENSOUTPUT-LINHA.
           MOVE WS-MSG-TIPO TO MENSAGENSOUTPUT-LINHA.
           WRITE MENSAGENSOUTPUT-LINHA.
           MOVE SPACES TO MENSAGENSOUTPUT-LINHA.
           STRING "VOO " DELIMITED BY SIZE
                   WS-MSG-VOO-NUMERO DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   WS-MSG-VOO-DATA DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-MSG-ORIGEM DELIMITED BY SPACE
                   "-" DELIMITED BY SIZE
                   WS-MSG-ESTACAO DELIMITED BY SPACE
               INTO MENSAGENSOUTPUT-LINHA
           END-STRING.
           WRITE MENSAGENSOUTPUT-LINHA.

       P1889-FECHAR-MENSAGEM.

           MOVE "NNNN" TO MENSAGENSOUTPUT-LINHA.
           WRITE MENSAGENSOUTPUT-LINHA.
           CLOSE MENSAGENSOUTPUT.
           MOVE "ENVIADA" TO WS-MSG-RESULTADO.
           PERFORM P1890-REGISTAR-ENVIO.

      *    REGISTO DE ENVIO: DATA, HORA, TIPO, VOO, ESTACAO, RESULTADO
       P1890-REGISTAR-ENVIO.

           ACCEPT WS-MSG-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WS-MSG-CARIMBO FROM TIME.
           OPEN EXTEND MSGLOGOUTPUT.
           IF WS-MLG-STATUS-NOVO
               CLOSE MSGLOGOUTPUT
               OPEN OUTPUT MSGLOGOUTPUT
           END-IF.
           MOVE SPACES TO MSGLOGOUTPUT-LINHA.
           STRING WS-MSG-DATA-HOJE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-MSG-CARIMBO DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-MSG-TIPO DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-MSG-VOO-NUMERO DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   WS-MSG-VOO-DATA DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-MSG-ESTACAO DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-MSG-RESULTADO DELIMITED BY SIZE
               INTO MSGLOGOUTPUT-LINHA
           END-STRING.
           WRITE MSGLOGOUTPUT-LINHA.
           CLOSE MSGLOGOUTPUT.

       P1891-CLASSIFICAR-PAX.

           IF WS-MSG-PAX-ABERTO = "N"
               ADD 1 TO WS-MSG-ADULTOS
           ELSE
               MOVE RESERVA-PAX-ID TO PAX-ID
               READ PASSAGEIROSINPUT
                   INVALID KEY
                       ADD 1 TO WS-MSG-ADULTOS
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN PAX-CRIANCA
                               ADD 1 TO WS-MSG-CRIANCAS
                           WHEN PAX-BEBE
                               ADD 1 TO WS-MSG-BEBES
                           WHEN OTHER
                               ADD 1 TO WS-MSG-ADULTOS
                       END-EVALUATE
               END-READ
           END-IF.

       P1870-MANIFESTO-CARGA.

                               INTO CARGAMANIFOUTPUT-LINHA
                           END-STRING
                           WRITE CARGAMANIFOUTPUT-LINHA
                           IF NOT CRG-SEM-DG
                               MOVE SPACES TO CARGAMANIFOUTPUT-LINHA
                               STRING "  MERC. PERIGOSAS CLASSE "
                                           DELIMITED BY SIZE
                                       CRG-DG-CLASSE DELIMITED BY SIZE
                                       " UN" DELIMITED BY SIZE
                                       CRG-DG-UN DELIMITED BY SIZE
                                       " QTD " DELIMITED BY SIZE
                                       CRG-DG-QTD DELIMITED BY SIZE
                                       " KG GE " DELIMITED BY SIZE
                                       CRG-DG-GRUPO DELIMITED BY SIZE
                                   INTO CARGAMANIFOUTPUT-LINHA
                               END-STRING
                               WRITE CARGAMANIFOUTPUT-LINHA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
               CLOSE TIPOLIMITESINPUT
               OPEN I-O TIPOLIMITESINPUT
           END-IF.
           OPEN I-O DGLIMITESINPUT.
           IF WS-DGL-STATUS-INEXISTENTE
               OPEN OUTPUT DGLIMITESINPUT
               CLOSE DGLIMITESINPUT
               OPEN I-O DGLIMITESINPUT
           END-IF.

           MOVE 1 TO WS-OP-AERO.
           PERFORM UNTIL WS-OP-AERO = 0
               DISPLAY "1-LISTAR 2-ADICIONAR 3-ALTERAR 4-ELIMINAR "
                       "5-LIMITES DO TIPO 6-LISTAR LIMITES "
                       "7-MERCADORIAS PERIGOSAS DO TIPO "
                       "8-LISTAR MERCADORIAS PERIGOSAS 0-SAIR"
               ACCEPT WS-OP-AERO
               EVALUATE WS-OP-AERO
                   WHEN 1
                       PERFORM P1950-DEFINIR-LIMITES-TIPO
                   WHEN 6
                       PERFORM P1960-LISTAR-LIMITES-TIPO
                   WHEN 7
                       PERFORM P1970-DEFINIR-REGRA-DG
                   WHEN 8
                       PERFORM P1975-LISTAR-REGRAS-DG
                   WHEN 0
                       CONTINUE
                   WHEN OTHER

           CLOSE AERONAVESINPUT.
           CLOSE TIPOLIMITESINPUT.
           CLOSE DGLIMITESINPUT.

       P1910-LISTAR-AERONAVES.

           END-PERFORM.
           SET WS-EXIT-OK TO "N".

       P1970-DEFINIR-REGRA-DG.

           DISPLAY "TIPO DE AERONAVE (ENTER = TODOS OS TIPOS)".
           MOVE SPACES TO DGL-TIPO.
           ACCEPT DGL-TIPO.
           DISPLAY "CLASSE DE RISCO (EX: 3, 2.1, 6.1)".
           MOVE SPACES TO DGL-CLASSE.
           ACCEPT DGL-CLASSE.
           IF DGL-CLASSE (1:1) < "1" OR DGL-CLASSE (1:1) > "9"
               DISPLAY "CLASSE INVALIDA"
           ELSE
               DISPLAY "P-PROIBIDA L-LIMITADA POR VOO E-ELIMINAR REGRA"
               ACCEPT DGL-REGRA
               EVALUATE TRUE
                   WHEN DGL-REGRA = "E" OR DGL-REGRA = "e"
                       DELETE DGLIMITESINPUT
                           INVALID KEY
                               DISPLAY "REGRA NAO ENCONTRADA"
                           NOT INVALID KEY
                               DISPLAY "REGRA ELIMINADA"
                       END-DELETE
                   WHEN DGL-REGRA = "P" OR DGL-REGRA = "p"
                       MOVE "P" TO DGL-REGRA
                       MOVE ZEROES TO DGL-QTD-MAX
                       PERFORM P1972-GRAVAR-REGRA-DG
                   WHEN DGL-REGRA = "L" OR DGL-REGRA = "l"
                       MOVE "L" TO DGL-REGRA
                       DISPLAY "QUANTIDADE MAXIMA POR VOO (KG)"
                       ACCEPT DGL-QTD-MAX
                       PERFORM P1972-GRAVAR-REGRA-DG
                   WHEN OTHER
                       DISPLAY "REGRA INVALIDA"
               END-EVALUATE
           END-IF.

       P1972-GRAVAR-REGRA-DG.

           WRITE DGLIMITESINPUT-REG
               INVALID KEY
                   REWRITE DGLIMITESINPUT-REG
                   DISPLAY "REGRA ATUALIZADA"
               NOT INVALID KEY
                   DISPLAY "REGRA REGISTADA"
           END-WRITE.

       P1975-LISTAR-REGRAS-DG.

           DISPLAY " ".
           DISPLAY "*** MERCADORIAS PERIGOSAS POR TIPO DE AERONAVE ***".
           MOVE SPACES TO DGL-CHAVE.
           SET WS-EXIT-OK TO "N".
           START DGLIMITESINPUT KEY IS NOT LESS THAN DGL-CHAVE
               INVALID KEY
                   SET WS-EXIT-OK TO "S"
           END-START.

           PERFORM UNTIL WS-EXIT-OK = "S"
               READ DGLIMITESINPUT NEXT
                   AT END
                       SET WS-EXIT-OK TO "S"
                   NOT AT END
                       IF DGL-PROIBIDA
                           DISPLAY "TIPO " DGL-TIPO " CLASSE "
                                   DGL-CLASSE " PROIBIDA"
                       ELSE
                           DISPLAY "TIPO " DGL-TIPO " CLASSE "
                                   DGL-CLASSE " LIMITADA A "
                                   DGL-QTD-MAX " KG POR VOO"
                       END-IF
               END-READ
           END-PERFORM.
           SET WS-EXIT-OK TO "N".

       P2000-MAPA-PORTAS.

           OPEN I-O VOOSINPUT.
           PERFORM P010-VERIFICAR-ESTADO-VOO.
           OPEN I-O ROTASINPUT.
           IF WS-ROTA-STATUS-INEXISTENTE
                           DISPLAY "CHECK-IN JA FECHOU (FECHA 45 "
                                   "MINUTOS ANTES DA PARTIDA)"
                       WHEN OTHER
                           PERFORM P3127-RASTREAR-CHECKIN
                           IF WS-SEG-RETIDA = "S"
                               DISPLAY "CHECK-IN RECUSADO: RESERVA "
                                       "RETIDA PARA VERIFICACAO DE "
                                       "SEGURANCA"
                           ELSE
                           PERFORM P2115-VALIDAR-DOCUMENTO
                           IF WS-DOC-APROVADO = "S"
                               MOVE "S" TO RESERVA-CHECKIN
                               REWRITE RESERVAINPUT-REG
                               MOVE "K" TO WS-AUDRES-OP
                               PERFORM P050-AUDITAR-RESERVA
                               MOVE RESERVA-ID TO WS-BIL-RESERVA-ID
                               MOVE "C" TO WS-BIL-ESTADO
                               PERFORM P3004-ESTADO-CUPAO
                               DISPLAY "CHECK-IN REGISTADO PARA "
                                       RESERVA-NOME
                               PERFORM P2130-REGISTAR-BAGAGEM
                               DISPLAY "CHECK-IN RECUSADO: "
                                       WS-DOC-MOTIVO
                           END-IF
                           END-IF
                   END-EVALUATE
           END-READ.

               DISPLAY "NOME DO OPERADOR"
               ACCEPT OPER-NOME
               MOVE "S" TO OPER-PERFIL
               MOVE OPER-ID TO WS-PIN-ALVO
               PERFORM P005J-PIN-TEMPORARIO
               MOVE ZEROES TO OPER-FALHAS
               MOVE "N" TO OPER-BLOQUEIO
               WRITE OPERADORESINPUT-REG
               DISPLAY "SUPERVISOR REGISTADO"
           ELSE
               PERFORM P005K-VERIFICAR-PINS
           END-IF.

           PERFORM P005D-LER-VALIDADE-PIN.
           MOVE "SESSAO" TO WS-PIN-CONTEXTO.

           MOVE "N" TO WS-OPER-VALIDO.
           PERFORM UNTIL WS-OPER-VALIDO = "S"
               DISPLAY "ID DO OPERADOR PARA INICIAR SESSAO"
               ACCEPT OPER-ID
               MOVE OPER-ID TO WS-PIN-ALVO
               READ OPERADORESINPUT
                   INVALID KEY
                       DISPLAY "OPERADOR DESCONHECIDO"
                       MOVE "FALHA - OPERADOR DESCONHECIDO"
                           TO WS-PIN-RESULTADO
                       PERFORM P005E-REGISTAR-TENTATIVA
                   NOT INVALID KEY
                       PERFORM P005A-AUTENTICAR
               END-READ
           END-PERFORM.

           CLOSE OPERADORESINPUT.

           PERFORM P006-AVISAR-FORA-DE-ESCALA.

      *    O PIN E SEMPRE PEDIDO. O OPERADOR NOVO OU COM O PIN REPOSTO
      *    ENTRA COM O PIN TEMPORARIO DADO PELO SUPERVISOR E TEM DE O
      *    SUBSTITUIR; O PIN EXPIRADO TAMBEM OBRIGA A DEFINIR UM NOVO.
      *    SEM PIN GUARDADO NAO HA ACESSO
       P005A-AUTENTICAR.

           IF OPER-BLOQUEADO
               DISPLAY "CONTA BLOQUEADA - PECA O DESBLOQUEIO A UM "
                       "SUPERVISOR"
               MOVE "FALHA - CONTA BLOQUEADA" TO WS-PIN-RESULTADO
               PERFORM P005E-REGISTAR-TENTATIVA
           ELSE
               DISPLAY "PIN (6 DIGITOS)"
               ACCEPT WS-PIN-ENTRADA WITH NO-ECHO
               PERFORM P005C-CIFRAR-PIN
               MOVE SPACES TO WS-PIN-ENTRADA
               IF OPER-PIN-CODIGO = ZEROES
                   DISPLAY "OPERADOR SEM PIN DEFINIDO - PECA UM PIN "
                           "TEMPORARIO A UM SUPERVISOR"
                   MOVE "FALHA - SEM PIN DEFINIDO" TO WS-PIN-RESULTADO
                   PERFORM P005E-REGISTAR-TENTATIVA
               ELSE
                   IF WS-PIN-CIFRADO = OPER-PIN-CODIGO
                       MOVE ZEROES TO OPER-FALHAS
                       PERFORM P005G-VERIFICAR-EXPIRACAO
                       IF WS-PIN-EXPIRADO = "S"
                           PERFORM P005B-DEFINIR-PIN
                       END-IF
                       REWRITE OPERADORESINPUT-REG
                       MOVE "S" TO WS-OPER-VALIDO
                       MOVE OPER-ID TO WS-OPER-ID
                       MOVE OPER-NOME TO WS-OPER-NOME
                       MOVE OPER-PERFIL TO WS-OPER-PERFIL
                       DISPLAY "SESSAO INICIADA POR " WS-OPER-NOME
                       MOVE "SUCESSO" TO WS-PIN-RESULTADO
                       PERFORM P005E-REGISTAR-TENTATIVA
                   ELSE
                       PERFORM P005H-REGISTAR-FALHA
                   END-IF
               END-IF
           END-IF.

       P005B-DEFINIR-PIN.

           MOVE "N" TO WS-PIN-DEFINIDO.
           PERFORM UNTIL WS-PIN-DEFINIDO = "S"
               DISPLAY "NOVO PIN (6 DIGITOS)"
               ACCEPT WS-PIN-ENTRADA WITH NO-ECHO
               DISPLAY "CONFIRME O NOVO PIN"
               ACCEPT WS-PIN-CONFIRMA WITH NO-ECHO
               IF WS-PIN-ENTRADA IS NOT NUMERIC
                   DISPLAY "O PIN TEM DE TER 6 DIGITOS"
               ELSE
                   IF WS-PIN-ENTRADA NOT = WS-PIN-CONFIRMA
                       DISPLAY "OS PINS NAO COINCIDEM"
                   ELSE
                       PERFORM P005C-CIFRAR-PIN
                       IF WS-PIN-CIFRADO = OPER-PIN-CODIGO
                           DISPLAY "O NOVO PIN TEM DE SER DIFERENTE "
                                   "DO ANTERIOR"
                       ELSE
                           MOVE WS-PIN-CIFRADO TO OPER-PIN-CODIGO
                           ACCEPT OPER-PIN-DATA FROM DATE YYYYMMDD
                           MOVE "S" TO WS-PIN-DEFINIDO
                           DISPLAY "PIN DEFINIDO"
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-PIN-ENTRADA.
           MOVE SPACES TO WS-PIN-CONFIRMA.

      *    O PIN NUNCA E GUARDADO: GUARDA-SE UM CODIGO CALCULADO A
      *    PARTIR DOS DIGITOS E DO NUMERO DO OPERADOR, DO QUAL NAO SE
      *    CONSEGUE VOLTAR AO PIN. O CODIGO ZERO QUER DIZER "SEM PIN"
       P005C-CIFRAR-PIN.

           IF WS-PIN-ENTRADA IS NOT NUMERIC
               MOVE ZEROES TO WS-PIN-CIFRADO
           ELSE
               COMPUTE WS-PIN-AUX = WS-PIN-ALVO * 7919 + 104729
               MOVE 1 TO WS-PIN-I
               PERFORM UNTIL WS-PIN-I > 6
                   COMPUTE WS-PIN-AUX = WS-PIN-AUX * 131
                           + WS-PIN-DIGITO (WS-PIN-I) * 17 + WS-PIN-I
                   DIVIDE WS-PIN-AUX BY 999999937 GIVING WS-PIN-QUOC
                       REMAINDER WS-PIN-RESTO
                   MOVE WS-PIN-RESTO TO WS-PIN-AUX
                   ADD 1 TO WS-PIN-I
               END-PERFORM
               COMPUTE WS-PIN-AUX = WS-PIN-AUX * WS-PIN-AUX + 65537
               DIVIDE WS-PIN-AUX BY 999999937 GIVING WS-PIN-QUOC
                   REMAINDER WS-PIN-RESTO
               MOVE WS-PIN-RESTO TO WS-PIN-CIFRADO
               IF WS-PIN-CIFRADO = ZEROES
                   MOVE 1 TO WS-PIN-CIFRADO
               END-IF
           END-IF.
           MOVE ZEROES TO WS-PIN-AUX.

       P005D-LER-VALIDADE-PIN.

           OPEN INPUT CONFIGINPUT.
           IF WS-CFG-STATUS-OK
               MOVE WS-CHAVE-CFG-PIN-VALIDADE TO CFG-CHAVE
               READ CONFIGINPUT
                   INVALID KEY
                       MOVE 0090 TO WS-CFG-PIN-VALIDADE
                   NOT INVALID KEY
                       MOVE CFG-VALOR TO WS-CFG-PIN-VALIDADE
               END-READ
               CLOSE CONFIGINPUT
           END-IF.

       P005E-REGISTAR-TENTATIVA.

           ACCEPT WS-LOG-DATA FROM DATE YYYYMMDD.
           ACCEPT WS-LOG-HORA FROM TIME.

           OPEN EXTEND ACESSOLOG.
           IF WS-LOG-STATUS-NOVO
               CLOSE ACESSOLOG
               OPEN OUTPUT ACESSOLOG
           END-IF.

           MOVE SPACES TO ACESSOLOG-LINHA.
           STRING WS-LOG-DATA DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-LOG-HORA DELIMITED BY SIZE
                   " - OPERADOR: " DELIMITED BY SIZE
                   WS-PIN-ALVO DELIMITED BY SIZE
                   " - " DELIMITED BY SIZE
                   WS-PIN-CONTEXTO DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-PIN-RESULTADO DELIMITED BY SIZE
               INTO ACESSOLOG-LINHA
           END-STRING.

           WRITE ACESSOLOG-LINHA.
           CLOSE ACESSOLOG.

      *    CONFIRMACAO DO PIN FORA DO INICIO DE SESSAO (APROVACAO DE
      *    SUPERVISOR, FECHO DE TURNO); AS FALHAS CONTAM PARA O BLOQUEIO
       P005F-CONFIRMAR-PIN.

           MOVE "N" TO WS-PIN-CONFIRMADO.
           OPEN I-O OPERADORESINPUT.
           IF WS-OPER-STATUS-OK
               MOVE WS-PIN-ALVO TO OPER-ID
               READ OPERADORESINPUT
                   INVALID KEY
                       DISPLAY "OPERADOR DESCONHECIDO"
                       MOVE "FALHA - OPERADOR DESCONHECIDO"
                           TO WS-PIN-RESULTADO
                       PERFORM P005E-REGISTAR-TENTATIVA
                   NOT INVALID KEY
                       PERFORM P005I-VALIDAR-CONFIRMACAO
               END-READ
               CLOSE OPERADORESINPUT
           END-IF.

       P005G-VERIFICAR-EXPIRACAO.

           MOVE "N" TO WS-PIN-EXPIRADO.
           IF OPER-PIN-CODIGO = ZEROES OR OPER-PIN-DATA = ZEROES
               MOVE "S" TO WS-PIN-EXPIRADO
               DISPLAY "PIN TEMPORARIO - E OBRIGATORIO DEFINIR UM "
                       "NOVO PIN"
           ELSE
               IF WS-CFG-PIN-VALIDADE > ZEROES
                   ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
                   MOVE WS-DATA-HOJE TO WS-DATA-SPLIT
                   PERFORM P128-DIA-SERIAL
                   MOVE WS-DIA-SERIAL TO WS-PIN-DIAS
                   MOVE OPER-PIN-DATA TO WS-DATA-SPLIT
                   PERFORM P128-DIA-SERIAL
                   SUBTRACT WS-DIA-SERIAL FROM WS-PIN-DIAS
                   IF WS-PIN-DIAS >= WS-CFG-PIN-VALIDADE
                       MOVE "S" TO WS-PIN-EXPIRADO
                       DISPLAY "O PIN EXPIROU (VALIDADE DE "
                               WS-CFG-PIN-VALIDADE
                               " DIAS) - DEFINA UM NOVO PIN"
                   END-IF
               END-IF
           END-IF.

       P005H-REGISTAR-FALHA.

           ADD 1 TO OPER-FALHAS.
           IF OPER-FALHAS >= WS-PIN-MAX-FALHAS
               MOVE "S" TO OPER-BLOQUEIO
               DISPLAY "PIN ERRADO - CONTA BLOQUEADA APOS "
                       WS-PIN-MAX-FALHAS " TENTATIVAS"
               MOVE "FALHA - PIN ERRADO - BLOQUEIO" TO WS-PIN-RESULTADO
           ELSE
               DISPLAY "PIN ERRADO"
               MOVE "FALHA - PIN ERRADO" TO WS-PIN-RESULTADO
           END-IF.
           REWRITE OPERADORESINPUT-REG.
           PERFORM P005E-REGISTAR-TENTATIVA.

       P005I-VALIDAR-CONFIRMACAO.

           IF WS-PIN-EXIGE-SUP = "S" AND OPER-PERFIL NOT = "S"
               DISPLAY "OPERADOR " OPER-ID " NAO E SUPERVISOR"
               MOVE "FALHA - NAO E SUPERVISOR" TO WS-PIN-RESULTADO
               PERFORM P005E-REGISTAR-TENTATIVA
           ELSE
               IF OPER-BLOQUEADO OR OPER-PIN-CODIGO = ZEROES
                   DISPLAY "CONTA DO OPERADOR " OPER-ID
                           " BLOQUEADA OU SEM PIN DEFINIDO"
                   MOVE "FALHA - CONTA BLOQUEADA/SEM PIN"
                       TO WS-PIN-RESULTADO
                   PERFORM P005E-REGISTAR-TENTATIVA
               ELSE
                   DISPLAY "PIN DO OPERADOR " OPER-ID
                   ACCEPT WS-PIN-ENTRADA WITH NO-ECHO
                   PERFORM P005C-CIFRAR-PIN
                   MOVE SPACES TO WS-PIN-ENTRADA
                   IF WS-PIN-CIFRADO = OPER-PIN-CODIGO
                       MOVE "S" TO WS-PIN-CONFIRMADO
                       MOVE ZEROES TO OPER-FALHAS
                       REWRITE OPERADORESINPUT-REG
                       MOVE "SUCESSO" TO WS-PIN-RESULTADO
                       PERFORM P005E-REGISTAR-TENTATIVA
                   ELSE
                       PERFORM P005H-REGISTAR-FALHA
                   END-IF
               END-IF
           END-IF.

      *    PIN TEMPORARIO DADO PELO SUPERVISOR A UM OPERADOR NOVO OU
      *    COM O PIN REPOSTO. A DATA FICA A ZEROS PARA O OPERADOR SER
      *    OBRIGADO A SUBSTITUI-LO NO PRIMEIRO ACESSO
       P005J-PIN-TEMPORARIO.

           MOVE "N" TO WS-PIN-DEFINIDO.
           PERFORM UNTIL WS-PIN-DEFINIDO = "S"
               DISPLAY "PIN TEMPORARIO DO OPERADOR " WS-PIN-ALVO
                       " (6 DIGITOS)"
               ACCEPT WS-PIN-ENTRADA WITH NO-ECHO
               DISPLAY "CONFIRME O PIN TEMPORARIO"
               ACCEPT WS-PIN-CONFIRMA WITH NO-ECHO
               IF WS-PIN-ENTRADA IS NOT NUMERIC
                   DISPLAY "O PIN TEM DE TER 6 DIGITOS"
               ELSE
                   IF WS-PIN-ENTRADA NOT = WS-PIN-CONFIRMA
                       DISPLAY "OS PINS NAO COINCIDEM"
                   ELSE
                       PERFORM P005C-CIFRAR-PIN
                       MOVE WS-PIN-CIFRADO TO OPER-PIN-CODIGO
                       MOVE ZEROES TO OPER-PIN-DATA
                       MOVE "S" TO WS-PIN-DEFINIDO
                   END-IF
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-PIN-ENTRADA.
           MOVE SPACES TO WS-PIN-CONFIRMA.

      *    FICHEIRO DE OPERADORES CONVERTIDO SEM NENHUM PIN GUARDADO:
      *    NINGUEM CONSEGUE INICIAR SESSAO, POR ISSO O SUPERVISOR QUE
      *    FAZ A CONVERSAO ATRIBUI AQUI OS PINS TEMPORARIOS. COM UM SO
      *    PIN GUARDADO ISTO JA NAO SE FAZ E OS OPERADORES SEM PIN
      *    RECEBEM-NO NA GESTAO DE OPERADORES
       P005K-VERIFICAR-PINS.

           MOVE ZEROES TO WS-PIN-COM-PIN.
           MOVE ZEROES TO WS-PIN-SEM-PIN.
           MOVE ZEROES TO OPER-ID.
           MOVE "N" TO WS-EXIT-OK.
           START OPERADORESINPUT KEY IS NOT LESS THAN OPER-ID
               INVALID KEY
                   MOVE "S" TO WS-EXIT-OK
           END-START.
           PERFORM UNTIL WS-EXIT-OK = "S"
               READ OPERADORESINPUT NEXT
                   AT END
                       MOVE "S" TO WS-EXIT-OK
                   NOT AT END
                       IF OPER-PIN-CODIGO = ZEROES
                           ADD 1 TO WS-PIN-SEM-PIN
                       ELSE
                           ADD 1 TO WS-PIN-COM-PIN
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "N" TO WS-EXIT-OK.

           IF WS-PIN-COM-PIN = ZEROES AND WS-PIN-SEM-PIN > ZEROES
               DISPLAY "FICHEIRO DE OPERADORES SEM PINS - ATRIBUICAO "
                       "DE PINS TEMPORARIOS"
               MOVE ZEROES TO OPER-ID
               START OPERADORESINPUT KEY IS NOT LESS THAN OPER-ID
                   INVALID KEY
                       MOVE "S" TO WS-EXIT-OK
               END-START
               PERFORM UNTIL WS-EXIT-OK = "S"
                   READ OPERADORESINPUT NEXT
                       AT END
                           MOVE "S" TO WS-EXIT-OK
                       NOT AT END
                           DISPLAY "OPERADOR " OPER-ID " - " OPER-NOME
                                   " PERFIL: " OPER-PERFIL
                           MOVE OPER-ID TO WS-PIN-ALVO
                           PERFORM P005J-PIN-TEMPORARIO
                           REWRITE OPERADORESINPUT-REG
                           MOVE "CONVERSAO" TO WS-PIN-CONTEXTO
                           MOVE "PIN TEMPORARIO ATRIBUIDO"
                               TO WS-PIN-RESULTADO
                           PERFORM P005E-REGISTAR-TENTATIVA
                   END-READ
               END-PERFORM
               MOVE "N" TO WS-EXIT-OK
               DISPLAY "PINS TEMPORARIOS ATRIBUIDOS: " WS-PIN-SEM-PIN
           END-IF.

       P006-AVISAR-FORA-DE-ESCALA.


           MOVE 1 TO WS-OP-OPER.
           PERFORM UNTIL WS-OP-OPER = 0
               DISPLAY "1-LISTAR 2-ADICIONAR 3-ELIMINAR "
                       "4-DESBLOQUEAR/REPOR PIN 0-SAIR"
               ACCEPT WS-OP-OPER
               EVALUATE WS-OP-OPER
                   WHEN 1
                       PERFORM P2220-ADICIONAR-OPERADOR
                   WHEN 3
                       PERFORM P2230-ELIMINAR-OPERADOR
                   WHEN 4
                       PERFORM P2240-DESBLOQUEAR-OPERADOR
                   WHEN 0
                       CONTINUE
                   WHEN OTHER
                   NOT AT END
                       DISPLAY "OPERADOR " OPER-ID " - " OPER-NOME
                               " PERFIL: " OPER-PERFIL
                       IF OPER-BLOQUEADO
                           DISPLAY "   CONTA BLOQUEADA"
                       END-IF
                       IF OPER-PIN-CODIGO = ZEROES
                           DISPLAY "   PIN POR DEFINIR"
                       END-IF
               END-READ
           END-PERFORM.
           SET WS-EXIT-OK TO "N".
           ACCEPT OPER-ID.
           DISPLAY "NOME DO OPERADOR".
           ACCEPT OPER-NOME.
           DISPLAY "PERFIL (B-BALCAO P-PORTA O-OPERACOES "
                   "F-FINANCEIRO M-MANUTENCAO S-SUPERVISOR)".
           ACCEPT OPER-PERFIL.
           MOVE OPER-PERFIL TO WS-PRM-PERFIL-ALVO.
           PERFORM P017-VALIDAR-PERFIL.
           IF WS-PRM-PERFIL-VALIDO = "N"
               DISPLAY "PERFIL INVALIDO - FICA COMO BALCAO"
               MOVE "B" TO OPER-PERFIL
           END-IF.
           MOVE OPER-ID TO WS-PIN-ALVO.
           PERFORM P005J-PIN-TEMPORARIO.
           MOVE ZEROES TO OPER-FALHAS.
           MOVE "N" TO OPER-BLOQUEIO.

           WRITE OPERADORESINPUT-REG
               INVALID KEY
               END-READ
           END-IF.

       P2240-DESBLOQUEAR-OPERADOR.

           DISPLAY "ID DO OPERADOR A DESBLOQUEAR".
           ACCEPT OPER-ID.
           READ OPERADORESINPUT
               INVALID KEY
                   DISPLAY "OPERADOR NAO ENCONTRADO"
               NOT INVALID KEY
                   MOVE "N" TO OPER-BLOQUEIO
                   MOVE ZEROES TO OPER-FALHAS
                   MOVE OPER-ID TO WS-PIN-ALVO
                   DISPLAY "REPOR O PIN COM UM PIN TEMPORARIO? O "
                           "OPERADOR DEFINE UM NOVO NO PROXIMO "
                           "ACESSO (S/N)"
                   ACCEPT WS-PIN-RESPOSTA
                   IF WS-PIN-RESPOSTA = "S" OR WS-PIN-RESPOSTA = "s"
                       PERFORM P005J-PIN-TEMPORARIO
                   END-IF
                   REWRITE OPERADORESINPUT-REG
                   DISPLAY "OPERADOR DESBLOQUEADO"
                   MOVE "DESBLOQUEIO" TO WS-PIN-CONTEXTO
                   MOVE SPACES TO WS-PIN-RESULTADO
                   STRING "PELO SUPERVISOR " DELIMITED BY SIZE
                           WS-OPER-ID DELIMITED BY SIZE
                       INTO WS-PIN-RESULTADO
                   END-STRING
                   PERFORM P005E-REGISTAR-TENTATIVA
           END-READ.

       P2300-GESTAO-PRECOS.

           OPEN I-O PRECOSINPUT.
           MOVE VOOSINPUT-NOME TO WS-ATR-NOME.
           DISPLAY "ATRASO REGISTADO - HORA ORIGINAL MANTIDA NO "
                   "REGISTO".
           PERFORM P133-VERIFICAR-RECOLHER.
           IF WS-NOC-BLOQUEADO = "S"
               DISPLAY "AVISO: " WS-NOC-MOTIVO
               DISPLAY "  O ATRASO COLOCA O VOO FORA DO HORARIO "
                       "PERMITIDO - AVALIAR CANCELAMENTO OU DESVIO"
           END-IF.
           MOVE WS-ATR-CHAVE TO WS-MSG-VOO-CHAVE.
           MOVE WS-ATR-HORA-REV TO WS-MSG-HORA-PART.
           MOVE "ED" TO WS-MSG-HORA-TIPO.
           PERFORM P1880-MENSAGEM-MOVIMENTO.

           PERFORM P2420-CARREGAR-PASSAGEIROS-ATR.
           PERFORM P2430-RELATORIO-MISCONEXOES.
                   WHEN 3
                       PERFORM P2530-ELIMINAR-CAMBIO
                   WHEN 4
                       MOVE 25 TO WS-PRM-PEDIDA-OPCAO
                       MOVE 4 TO WS-PRM-PEDIDA-SUB
                       PERFORM P014-VERIFICAR-SUBOPCAO
                       IF WS-PRM-PERMITIDO = "S"
                           PERFORM P2540-CONFIRMAR-PENDENTES
                       ELSE
                           DISPLAY "CONFIRMACAO NAO PERMITIDA PARA O "
                                   "SEU PERFIL"
                       END-IF
                   WHEN 0
                       CONTINUE
           OPEN I-O VOOSINPUT.
           PERFORM P010-VERIFICAR-ESTADO-VOO.
           OPEN I-O AERONAVESINPUT.
           OPEN I-O VALIDADESINPUT.
           IF WS-VAL-STATUS-INEXISTENTE
               OPEN OUTPUT VALIDADESINPUT
               CLOSE VALIDADESINPUT
               OPEN I-O VALIDADESINPUT
           END-IF.
           OPEN I-O HOTEISINPUT.
           IF WS-HOT-STATUS-INEXISTENTE
               OPEN OUTPUT HOTEISINPUT
               CLOSE HOTEISINPUT
               OPEN I-O HOTEISINPUT
           END-IF.
           OPEN I-O CONFIGINPUT.
           MOVE WS-CHAVE-CFG-HORASVOO TO CFG-CHAVE.
           READ CONFIGINPUT
           MOVE 1 TO WS-OP-TRIP.
           PERFORM UNTIL WS-OP-TRIP = 0
               DISPLAY "1-LISTAR 2-ADICIONAR 3-ELIMINAR "
                       "4-ESCALAR VOO 5-ESCALA DE UM VOO"
               DISPLAY "6-VALIDADES DE UM TRIPULANTE "
                       "7-REGISTAR LICENCA/MEDICO "
                       "8-EXPIRACOES PROXIMOS 60 DIAS "
                       "9-HOTEIS DE ESTADIA 0-SAIR"
               ACCEPT WS-OP-TRIP
               EVALUATE WS-OP-TRIP
                   WHEN 1
                       PERFORM P2640-ESCALAR-VOO
                   WHEN 5
                       PERFORM P2650-VER-ESCALA-VOO
                   WHEN 6
                       PERFORM P2655-VALIDADES-TRIPULANTE
                   WHEN 7
                       PERFORM P2656-REGISTAR-VALIDADE
                   WHEN 8
                       PERFORM P2657-EXPIRACOES-PROXIMAS
                   WHEN 9
                       PERFORM P2659A-HOTEIS-ESTADIA
                   WHEN 0
                       CONTINUE
                   WHEN OTHER
           CLOSE ESCALAVOOINPUT.
           CLOSE VOOSINPUT.
           CLOSE AERONAVESINPUT.
           CLOSE VALIDADESINPUT.
           CLOSE HOTEISINPUT.
           CLOSE CONFIGINPUT.

       P2610-LISTAR-TRIPULANTES.
                               " FUNCAO: " TRIP-FUNCAO
                               " QUALIFICACAO: " TRIP-QUALIF
                               " LIMITE DIARIO: " TRIP-LIMITE-HORAS
                               " HORAS BASE: " TRIP-BASE
                               " EMPREGADO: " TRIP-EMP-CODIGO
               END-READ
           END-PERFORM.
           SET WS-EXIT-OK TO "N".
           ACCEPT TRIP-QUALIF.
           DISPLAY "LIMITE DIARIO DE HORAS DE SERVICO".
           ACCEPT TRIP-LIMITE-HORAS.
           DISPLAY "BASE DO TRIPULANTE (CIDADE)".
           ACCEPT TRIP-BASE.
           DISPLAY "CODIGO DE EMPREGADO NA FOLHA DE PAGAMENTO".
           ACCEPT TRIP-EMP-CODIGO.

           WRITE TRIPULACAOINPUT-REG
               INVALID KEY
                       "TIPO " WS-ESC-VOO-TIPO
           END-IF.

           IF WS-ESC-RECUSA = "N"
               PERFORM P2646-VERIFICAR-VALIDADES
           END-IF.

           IF WS-ESC-RECUSA = "N"
               MOVE ZEROES TO WS-ESC-HORAS-DIA
               MOVE ZEROES TO ESCV-CHAVE
               END-IF
           END-IF.

      *    LICENCA, EXAME MEDICO E CURSOS RECORRENTES TEM DE ESTAR
      *    VALIDOS NA DATA DO VOO. SEM REGISTO DE LICENCA OU MEDICO
      *    SO SE AVISA - AS DATAS SAO CARREGADAS AOS POUCOS
       P2646-VERIFICAR-VALIDADES.

           MOVE "N" TO WS-VAL-TEM-LICENCA.
           MOVE "N" TO WS-VAL-TEM-MEDICO.
           MOVE TRIP-ID TO VAL-TRIP-ID.
           MOVE LOW-VALUES TO VAL-TIPO.
           MOVE ZEROES TO VAL-CURSO.
           SET WS-EXIT-OK2 TO "N".
           START VALIDADESINPUT KEY IS NOT LESS THAN VAL-CHAVE
               INVALID KEY
                   SET WS-EXIT-OK2 TO "S"
           END-START.
           PERFORM UNTIL WS-EXIT-OK2 = "S"
               READ VALIDADESINPUT NEXT
                   AT END
                       SET WS-EXIT-OK2 TO "S"
                   NOT AT END
                       IF VAL-TRIP-ID NOT = TRIP-ID
                           SET WS-EXIT-OK2 TO "S"
                       ELSE
                           IF VAL-LICENCA
                               MOVE "S" TO WS-VAL-TEM-LICENCA
                           END-IF
                           IF VAL-MEDICO
                               MOVE "S" TO WS-VAL-TEM-MEDICO
                           END-IF
                           IF VAL-DATA-FIM < WS-ESC-VOO-DATA
                               PERFORM P2659-DESCREVER-VALIDADE
                               MOVE "S" TO WS-ESC-RECUSA
                               DISPLAY "RECUSADO: " WS-VAL-DESC
                                       " EXPIRA EM " VAL-DATA-FIM
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           SET WS-EXIT-OK2 TO "N".

           IF WS-VAL-TEM-LICENCA = "N" AND TRIP-PILOTO
               DISPLAY "AVISO: " TRIP-NOME " SEM VALIDADE DE LICENCA "
                       "REGISTADA"
           END-IF.
           IF WS-VAL-TEM-MEDICO = "N"
               DISPLAY "AVISO: " TRIP-NOME " SEM VALIDADE DE EXAME "
                       "MEDICO REGISTADA"
           END-IF.

       P2647-VERIFICAR-SOBREPOSICAO.

           MOVE ESCV-VOO-CHAVE TO VOOSINPUT-CHAVE.
           SET WS-EXIT-OK TO "N".
           DISPLAY "TRIPULANTES ESCALADOS: " WS-ESC-TRIPULANTES.

       P2655-VALIDADES-TRIPULANTE.

           DISPLAY "ID DO TRIPULANTE".
           ACCEPT WS-VAL-TRIP-PEDIDO.
           MOVE WS-VAL-TRIP-PEDIDO TO TRIP-ID.
           READ TRIPULACAOINPUT
               INVALID KEY
                   DISPLAY "TRIPULANTE NAO ENCONTRADO"
               NOT INVALID KEY
                   DISPLAY " "
                   DISPLAY "*** VALIDADES DE " TRIP-NOME " ***"
                   MOVE ZEROES TO WS-VAL-TOTAL
                   MOVE TRIP-ID TO VAL-TRIP-ID
                   MOVE LOW-VALUES TO VAL-TIPO
                   MOVE ZEROES TO VAL-CURSO
                   SET WS-EXIT-OK TO "N"
                   START VALIDADESINPUT KEY IS NOT LESS THAN VAL-CHAVE
                       INVALID KEY
                           SET WS-EXIT-OK TO "S"
                   END-START
                   PERFORM UNTIL WS-EXIT-OK = "S"
                       READ VALIDADESINPUT NEXT
                           AT END
                               SET WS-EXIT-OK TO "S"
                           NOT AT END
                               IF VAL-TRIP-ID NOT = TRIP-ID
                                   SET WS-EXIT-OK TO "S"
                               ELSE
                                   ADD 1 TO WS-VAL-TOTAL
                                   PERFORM P2659-DESCREVER-VALIDADE
                                   DISPLAY "  " WS-VAL-DESC
                                           " VALIDO ATE " VAL-DATA-FIM
                                           " (RENOVADO EM "
                                           VAL-DATA-REGISTO ")"
                               END-IF
                       END-READ
                   END-PERFORM
                   SET WS-EXIT-OK TO "N"
                   IF WS-VAL-TOTAL = ZEROES
                       DISPLAY "SEM VALIDADES REGISTADAS"
                   END-IF
           END-READ.

      *    OS CURSOS RECORRENTES SAO RENOVADOS PELA GESTAO DA
      *    FORMACAO AO EMITIR O CERTIFICADO
       P2656-REGISTAR-VALIDADE.

           DISPLAY "ID DO TRIPULANTE".
           ACCEPT WS-VAL-TRIP-PEDIDO.
           MOVE WS-VAL-TRIP-PEDIDO TO TRIP-ID.
           READ TRIPULACAOINPUT
               INVALID KEY
                   DISPLAY "TRIPULANTE NAO ENCONTRADO"
               NOT INVALID KEY
                   MOVE TRIP-ID TO VAL-TRIP-ID
                   MOVE ZEROES TO VAL-CURSO
                   DISPLAY "TIPO (L-LICENCA M-EXAME MEDICO)"
                   ACCEPT VAL-TIPO
                   IF VAL-TIPO = "l"
                       MOVE "L" TO VAL-TIPO
                   END-IF
                   IF VAL-TIPO = "m"
                       MOVE "M" TO VAL-TIPO
                   END-IF
                   IF VAL-LICENCA OR VAL-MEDICO
                       DISPLAY "VALIDO ATE (AAAAMMDD)"
                       ACCEPT VAL-DATA-FIM
                       ACCEPT VAL-DATA-REGISTO FROM DATE YYYYMMDD
                       WRITE VALIDADESINPUT-REG
                           INVALID KEY
                               REWRITE VALIDADESINPUT-REG
                       END-WRITE
                       PERFORM P2659-DESCREVER-VALIDADE
                       DISPLAY WS-VAL-DESC " DE " TRIP-NOME
                               " VALIDO ATE " VAL-DATA-FIM
                   ELSE
                       DISPLAY "TIPO INVALIDO"
                   END-IF
           END-READ.

       P2657-EXPIRACOES-PROXIMAS.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY " ".
           DISPLAY "*** VALIDADES A EXPIRAR NOS PROXIMOS "
                   WS-VAL-HORIZONTE " DIAS ***".
           MOVE ZEROES TO WS-VAL-TOTAL.
           MOVE LOW-VALUES TO VAL-CHAVE.
           SET WS-EXIT-OK TO "N".
           START VALIDADESINPUT KEY IS NOT LESS THAN VAL-CHAVE
               INVALID KEY
                   SET WS-EXIT-OK TO "S"
           END-START.
           PERFORM UNTIL WS-EXIT-OK = "S"
               READ VALIDADESINPUT NEXT
                   AT END
                       SET WS-EXIT-OK TO "S"
                   NOT AT END
                       PERFORM P2658-AVALIAR-EXPIRACAO
               END-READ
           END-PERFORM.
           SET WS-EXIT-OK TO "N".
           DISPLAY "VALIDADES EXPIRADAS OU A EXPIRAR: " WS-VAL-TOTAL.

       P2658-AVALIAR-EXPIRACAO.

           MOVE VAL-DATA-FIM TO WS-DATA-SPLIT.
           PERFORM P128-DIA-SERIAL.
           MOVE WS-DIA-SERIAL TO WS-VAL-DIAS.
           MOVE WS-DATA-HOJE TO WS-DATA-SPLIT.
           PERFORM P128-DIA-SERIAL.
           SUBTRACT WS-DIA-SERIAL FROM WS-VAL-DIAS.
           IF WS-VAL-DIAS <= WS-VAL-HORIZONTE
               ADD 1 TO WS-VAL-TOTAL
               PERFORM P2659-DESCREVER-VALIDADE
               MOVE VAL-TRIP-ID TO TRIP-ID
               READ TRIPULACAOINPUT
                   INVALID KEY
                       MOVE "(DESCONHECIDO)" TO TRIP-NOME
               END-READ
               IF WS-VAL-DIAS < 0
                   DISPLAY "EXPIRADO  " VAL-TRIP-ID " " TRIP-NOME " "
                           WS-VAL-DESC " EM " VAL-DATA-FIM
               ELSE
                   DISPLAY "A EXPIRAR " VAL-TRIP-ID " " TRIP-NOME " "
                           WS-VAL-DESC " EM " VAL-DATA-FIM
                           " (" WS-VAL-DIAS " DIAS)"
               END-IF
           END-IF.

       P2659-DESCREVER-VALIDADE.

           EVALUATE TRUE
               WHEN VAL-LICENCA
                   MOVE "LICENCA" TO WS-VAL-DESC
               WHEN VAL-MEDICO
                   MOVE "EXAME MEDICO" TO WS-VAL-DESC
               WHEN OTHER
                   MOVE SPACES TO WS-VAL-DESC
                   STRING "CURSO RECORRENTE " DELIMITED BY SIZE
                           VAL-CURSO DELIMITED BY SIZE
                       INTO WS-VAL-DESC
                   END-STRING
           END-EVALUATE.

      *    HOTEIS CONTRATADOS NAS ESCALAS FORA DA BASE: A LISTA DE
      *    QUARTOS E AS AJUDAS DE CUSTO DA TRIPULACAO SAEM DAQUI
       P2659A-HOTEIS-ESTADIA.

           DISPLAY " ".
           DISPLAY "*** HOTEIS CONTRATADOS PARA A TRIPULACAO ***".
           MOVE SPACES TO HOT-CIDADE.
           SET WS-EXIT-OK TO "N".
           START HOTEISINPUT KEY IS NOT LESS THAN HOT-CIDADE
               INVALID KEY
                   SET WS-EXIT-OK TO "S"
           END-START.
           PERFORM UNTIL WS-EXIT-OK = "S"
               READ HOTEISINPUT NEXT
                   AT END
                       SET WS-EXIT-OK TO "S"
                   NOT AT END
                       DISPLAY HOT-CIDADE " " HOT-NOME
                               " QUARTO/NOITE: " HOT-TARIFA
                               " AJUDA DE CUSTO/NOITE: " HOT-AJUDA
               END-READ
           END-PERFORM.
           SET WS-EXIT-OK TO "N".

           DISPLAY "A-ALTERAR/ACRESCENTAR E-ELIMINAR "
                   "(OUTRA TECLA SAI)".
           ACCEPT WS-HOT-RESP.
           IF WS-HOT-RESP = "A" OR WS-HOT-RESP = "a"
                   OR WS-HOT-RESP = "E" OR WS-HOT-RESP = "e"
               DISPLAY "CIDADE DA ESCALA"
               ACCEPT HOT-CIDADE
               IF WS-HOT-RESP = "E" OR WS-HOT-RESP = "e"
                   DELETE HOTEISINPUT
                       INVALID KEY
                           DISPLAY "SEM HOTEL CONTRATADO NESSA CIDADE"
                       NOT INVALID KEY
                           DISPLAY "CONTRATO ELIMINADO"
                   END-DELETE
               ELSE
                   PERFORM P2659B-GRAVAR-HOTEL
               END-IF
           END-IF.

       P2659B-GRAVAR-HOTEL.

           DISPLAY "NOME DO HOTEL".
           ACCEPT HOT-NOME.
           DISPLAY "TARIFA CONTRATADA POR QUARTO/NOITE "
                   "(EX: 008500 PARA 85,00)".
           ACCEPT HOT-TARIFA.
           DISPLAY "AJUDA DE CUSTO POR NOITE NESTA ESCALA "
                   "(EX: 04500 PARA 45,00)".
           ACCEPT HOT-AJUDA.
           IF HOT-NOME = SPACES OR HOT-TARIFA = ZEROES
               DISPLAY "NOME E TARIFA SAO OBRIGATORIOS - NADA GRAVADO"
           ELSE
               WRITE HOTEISINPUT-REG
                   INVALID KEY
                       REWRITE HOTEISINPUT-REG
                       DISPLAY "CONTRATO ATUALIZADO"
                   NOT INVALID KEY
                       DISPLAY "CONTRATO REGISTADO"
               END-WRITE
           END-IF.

       P2660-MANUTENCAO-AERONAVES.

           OPEN I-O MANUTENCAOINPUT.
           IF WS-MNT-STATUS-INEXISTENTE
               OPEN OUTPUT MANUTENCAOINPUT
               CLOSE MANUTENCAOINPUT
               OPEN I-O MANUTENCAOINPUT
           END-IF.
           OPEN I-O AERONAVESINPUT.

           MOVE 1 TO WS-OP-MNT.
           PERFORM UNTIL WS-OP-MNT = 0
               DISPLAY "1-LISTAR SITUACAO 2-REGISTAR CHECK 0-SAIR"
               ACCEPT WS-OP-MNT
               EVALUATE WS-OP-MNT
                   WHEN 1
                       PERFORM P2670-LISTAR-MANUTENCAO
                   WHEN 2
                       PERFORM P2680-REGISTAR-CHECK
                   WHEN 0
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "OPCAO INVALIDA"
               END-EVALUATE
           END-PERFORM.

           CLOSE MANUTENCAOINPUT.
           CLOSE AERONAVESINPUT.

       P2670-LISTAR-MANUTENCAO.

           DISPLAY " ".
           DISPLAY "*** SITUACAO DE MANUTENCAO DA FROTA ***".
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE SPACES TO MNT-MATRICULA.
           SET WS-EXIT-OK TO "N".
           START MANUTENCAOINPUT KEY IS NOT LESS THAN MNT-MATRICULA
               INVALID KEY
                   SET WS-EXIT-OK TO "S"
           END-START.

           PERFORM UNTIL WS-EXIT-OK = "S"
               READ MANUTENCAOINPUT NEXT
                   AT END
                       SET WS-EXIT-OK TO "S"
                   NOT AT END
                       DISPLAY "AERONAVE " MNT-MATRICULA
                               " ULTIMO CHECK: " MNT-ULTIMA-DATA
                               " PROXIMO: " MNT-PROX-DATA
                               " VOOS DESDE O CHECK: "
                               MNT-VOOS-DESDE
                       IF MNT-LIMITE-VOOS > ZEROES
                           DISPLAY "  LIMITE DE VOOS ENTRE CHECKS: "
                                   MNT-LIMITE-VOOS
                       END-IF
                       IF MNT-PROX-DATA > ZEROES
                               AND MNT-PROX-DATA < WS-DATA-HOJE
                           DISPLAY "  *** CHECK VENCIDO - AERONAVE "
                   DISPLAY "DATA DO PROXIMO CHECK (AAAAMMDD)"
                   ACCEPT MNT-PROX-DATA
                   MOVE ZEROES TO MNT-VOOS-DESDE
                   DISPLAY "LIMITE DE VOOS ATE AO PROXIMO CHECK "
                           "(0000 = SO POR DATA)"
                   ACCEPT MNT-LIMITE-VOOS
                   WRITE MANUTENCAOINPUT-REG
                       INVALID KEY
                           REWRITE MANUTENCAOINPUT-REG
                           MOVE VOOSINPUT-NOME TO WS-MOV-VOO
                   END-READ
                   MOVE ANC-PRECO TO WS-MOV-VALOR
                   MOVE ANC-CODIGO TO WS-MOV-PRODUTO
                   PERFORM P040-REGISTAR-MOVIMENTO
           END-WRITE.

                       PERFORM P2752-CARREGAR-RESERVAS-RAC
                       MOVE ZEROES TO WS-RAC-RECOLOCADOS
                       MOVE ZEROES TO WS-RAC-SEM-LUGAR
                       MOVE "REACOMODADO APOS CANCELAMENTO DO VOO"
                           TO WS-RAC-MENSAGEM
                       MOVE 1 TO WS-RAC-I
                       PERFORM UNTIL WS-RAC-I > WS-RAC-TOTAL
                           PERFORM P2754-RECOLOCAR-UMA
                                   WS-RAC-VOO-CHAVE
                               AND VOOSINPUT-DATA >= WS-RAC-VOO-DATA
                               AND (VOO-AGENDADO OR VOO-EM-EMBARQUE)
                               AND NOT VOO-NAO-COMERCIAL
                           IF WS-RAC-EXIGE-LUGAR = "N"
                                   OR (WS-RAC-CLASSE = "X"
                                       AND VOOSINPUT-LUGARES-EXEC > 0)
                   MOVE RESERVA-PAX-ID TO WS-NOTIF-PAX-ID
                   MOVE RESERVA-NOME TO WS-NOTIF-NOME
                   MOVE WS-RAC-NOME TO WS-NOTIF-VOO
                   MOVE WS-RAC-MENSAGEM TO WS-NOTIF-MENSAGEM
                   PERFORM P030-CRIAR-NOTIFICACAO
           END-READ.

               INVALID KEY
                   DISPLAY "VOO NAO ENCONTRADO"
               NOT INVALID KEY
                   IF VOO-NAO-COMERCIAL
                       DISPLAY "VOO NAO COMERCIAL - SEM BLOCOS DE "
                               "LUGARES"
                   ELSE
                       DISPLAY "CLASSE DO BLOCO (E/X)"
                       ACCEPT ALT-CLASSE
                       IF ALT-CLASSE NOT = "X"
                           MOVE "E" TO ALT-CLASSE
                       END-IF
                       DISPLAY "NUMERO DE LUGARES DO BLOCO"
                       ACCEPT ALT-LUGARES
                       DISPLAY "PRAZO DE EMISSAO (AAAAMMDD)"
                       ACCEPT ALT-PRAZO
                       IF (ALT-CLASSE = "X"
                               AND ALT-LUGARES >
                                   VOOSINPUT-LUGARES-EXEC)
                               OR (ALT-CLASSE = "E"
                                   AND ALT-LUGARES >
                                       LUGARESDISPONIVEIS-INPUT)
                           DISPLAY "SEM LUGARES SUFICIENTES PARA O "
                                   "BLOCO"
                       ELSE
                           IF ALT-CLASSE = "X"
                               SUBTRACT ALT-LUGARES
                                   FROM VOOSINPUT-LUGARES-EXEC
                           ELSE
                               SUBTRACT ALT-LUGARES
                                   FROM LUGARESDISPONIVEIS-INPUT
                           END-IF
                           MOVE "R" TO WS-DIA-OP
                           PERFORM P071-DIARIO-VOO
                           REWRITE VOOSINPUT-REG
                           MOVE WS-CHAVE-CTRL-ALLOTMENT TO CTRL-CHAVE
                           PERFORM P430-PROX-NUMERO
                           MOVE WS-PROX-NUMERO TO ALT-ID
                           MOVE VOOSINPUT-CHAVE TO ALT-VOO-CHAVE
                           MOVE AGC-CODIGO TO ALT-AGENCIA
                           MOVE ZEROES TO ALT-USADOS
                           MOVE "A" TO ALT-ESTADO
                           WRITE ALLOTMENTSINPUT-REG
                               INVALID KEY
                                   DISPLAY "ERRO AO CRIAR O BLOCO"
                               NOT INVALID KEY
                                   DISPLAY "BLOCO " ALT-ID " CRIADO - "
                                           ALT-LUGARES
                                           " LUGARES RETIRADOS DE VENDA"
                           END-WRITE
                       END-IF
                   END-IF
           END-READ.

                       MOVE "W" TO WS-DIA-OP
                       PERFORM P072-DIARIO-RESERVA
                       WRITE RESERVAINPUT-REG
                       MOVE "A" TO WS-CANAL-VENDA
                       MOVE ALT-AGENCIA TO WS-CANAL-PONTO
                       MOVE "C" TO WS-AUDRES-OP
                       PERFORM P050-AUDITAR-RESERVA
                       ADD 1 TO WS-TALLY-RESERVAS
                       MOVE VOOSINPUT-NOME TO WS-MOV-VOO
                       MOVE RESERVA-PRECO TO WS-MOV-VALOR
                       PERFORM P040-REGISTAR-MOVIMENTO
                       PERFORM P3002-EMITIR-BILHETE
                       ADD 1 TO ALT-USADOS
                       REWRITE ALLOTMENTSINPUT-REG
                       DISPLAY "RESERVA " RESERVA-ID " EMITIDA DO "

       P2780-FECHO-TURNO.

           MOVE WS-OPER-ID TO WS-PIN-ALVO.
           MOVE "N" TO WS-PIN-EXIGE-SUP.
           MOVE "FECHO TURNO" TO WS-PIN-CONTEXTO.
           PERFORM P005F-CONFIRMAR-PIN.
           IF WS-PIN-CONFIRMADO = "S"
               PERFORM P2780A-ABRIR-FECHO
           ELSE
               DISPLAY "FECHO DE TURNO CANCELADO - PIN NAO CONFIRMADO"
           END-IF.

       P2780A-ABRIR-FECHO.

           OPEN I-O TURNOSINPUT.
           IF WS-TRN-STATUS-INEXISTENTE
               OPEN OUTPUT TURNOSINPUT
                               TO WS-MOV-LINHA
                           IF WS-MOV-DATA = WS-DATA-HOJE
                                   AND WS-MOV-OPER = WS-OPER-ID
                                   AND WS-MOV-TIPO NOT = "C"
                                   AND WS-MOV-TIPO NOT = "N"
                               IF WS-MOV-TIPO = "P"
                                       OR WS-MOV-TIPO = "F"
                                   ADD WS-MOV-VALOR
                                       TO WS-TRN-PAGAMENTOS
                               ELSE
                   WHEN 1
                       PERFORM P2787-LISTAR-VOUCHERS
                   WHEN 2
                       MOVE 37 TO WS-PRM-PEDIDA-OPCAO
                       MOVE 2 TO WS-PRM-PEDIDA-SUB
                       PERFORM P014-VERIFICAR-SUBOPCAO
                       IF WS-PRM-PERMITIDO = "S"
                           PERFORM P2788-EMITIR-VOUCHER
                       ELSE
                           DISPLAY "EMISSAO MANUAL NAO PERMITIDA PARA "
                                   "O SEU PERFIL"
                       END-IF
                   WHEN 3
                       PERFORM P2789-CONSULTAR-VOUCHER
                       DISPLAY "ROTA " ROTA-NOME
                               " " ROTA-ORIGEM " -> " ROTA-DESTINO
                               " TEMPO DE BLOCO: " ROTA-BLOCO-MIN
                               " MINUTOS " ROTA-DISTANCIA-KM " KM"
               END-READ
           END-PERFORM.
           SET WS-EXIT-OK TO "N".
           ACCEPT ROTA-NOME.
           DISPLAY "TEMPO DE BLOCO (MINUTOS)".
           ACCEPT ROTA-BLOCO-MIN.
           DISPLAY "DISTANCIA DA ROTA (KM)".
           ACCEPT ROTA-DISTANCIA-KM.
           MOVE "S" TO WS-NOME-VALIDO.
           DISPLAY "CIDADE DE ORIGEM".
           ACCEPT ROTA-ORIGEM.
                   WHEN 1
                       PERFORM P2822-RELATORIO-DUPLICADOS
                   WHEN 2
                       MOVE 41 TO WS-PRM-PEDIDA-OPCAO
                       MOVE 2 TO WS-PRM-PEDIDA-SUB
                       PERFORM P014-VERIFICAR-SUBOPCAO
                       IF WS-PRM-PERMITIDO = "S"
                           PERFORM P2824-FUNDIR-PASSAGEIROS
                       ELSE
                           DISPLAY "FUSAO NAO PERMITIDA PARA O SEU "
                                   "PERFIL"
                       END-IF
                   WHEN 0
                       CONTINUE
               CLOSE TIPOLIMITESINPUT
               OPEN I-O TIPOLIMITESINPUT
           END-IF.
           OPEN I-O DGLIMITESINPUT.
           IF WS-DGL-STATUS-INEXISTENTE
               OPEN OUTPUT DGLIMITESINPUT
               CLOSE DGLIMITESINPUT
               OPEN I-O DGLIMITESINPUT
           END-IF.
           OPEN I-O CONTACTOS.
           OPEN I-O CONTROLOINPUT.

           CLOSE VOOSINPUT.
           CLOSE AERONAVESINPUT.
           CLOSE TIPOLIMITESINPUT.
           CLOSE DGLIMITESINPUT.
           CLOSE CONTACTOS.
           CLOSE CONTROLOINPUT.

                       " KG JA ACEITES, LIMITE DO TIPO "
                       WS-CRG-LIMITE " KG"
           ELSE
               PERFORM P2867-DECLARAR-DG
               IF WS-CRG-DG-OK = "S"
                   PERFORM P2865B-GRAVAR-CARGA
               END-IF
           END-IF.

       P2865B-GRAVAR-CARGA.
                   MOVE ZEROES TO WS-MOV-PAX-ID
                   MOVE VOOSINPUT-NOME TO WS-MOV-VOO
                   MOVE CRG-VALOR TO WS-MOV-VALOR
                   MOVE "CRGA" TO WS-MOV-PRODUTO
                   PERFORM P040-REGISTAR-MOVIMENTO
           END-WRITE.

                                   " PECAS " CRG-PECAS
                                   " PESO " CRG-PESO
                                   " VALOR " CRG-VALOR
                           IF NOT CRG-SEM-DG
                               DISPLAY "    MERC. PERIGOSAS CLASSE "
                                       CRG-DG-CLASSE " UN"
                                       CRG-DG-UN " QTD "
                                       CRG-DG-QTD " KG GE "
                                       CRG-DG-GRUPO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
               END-READ
           END-IF.

      *    DECLARACAO DE MERCADORIAS PERIGOSAS DO EXPEDIDOR: CLASSE DE
      *    RISCO, NUMERO ONU, QUANTIDADE LIQUIDA E GRUPO DE EMBALAGEM
       P2867-DECLARAR-DG.

           MOVE "S" TO WS-CRG-DG-OK.
           MOVE SPACES TO CRG-DG-CLASSE.
           MOVE ZEROES TO CRG-DG-UN.
           MOVE ZEROES TO CRG-DG-QTD.
           MOVE SPACES TO CRG-DG-GRUPO.
           DISPLAY "CONTEM MERCADORIAS PERIGOSAS? (S/N)".
           MOVE "N" TO WS-CRG-DG-RESP.
           ACCEPT WS-CRG-DG-RESP.
           IF WS-CRG-DG-RESP = "S" OR WS-CRG-DG-RESP = "s"
               PERFORM P2867A-RECOLHER-DG
           END-IF.

       P2867A-RECOLHER-DG.

           DISPLAY "CLASSE DE RISCO (EX: 3, 2.1, 6.1)".
           ACCEPT CRG-DG-CLASSE.
           DISPLAY "NUMERO ONU (4 DIGITOS)".
           ACCEPT CRG-DG-UN.
           DISPLAY "QUANTIDADE LIQUIDA (KG)".
           ACCEPT CRG-DG-QTD.
           DISPLAY "GRUPO DE EMBALAGEM (I, II, III OU ENTER)".
           ACCEPT CRG-DG-GRUPO.

           EVALUATE TRUE
               WHEN CRG-DG-CLASSE (1:1) < "1"
                       OR CRG-DG-CLASSE (1:1) > "9"
                   MOVE "N" TO WS-CRG-DG-OK
                   DISPLAY "CARGA RECUSADA: CLASSE DE RISCO INVALIDA"
               WHEN CRG-DG-UN = ZEROES
                   MOVE "N" TO WS-CRG-DG-OK
                   DISPLAY "CARGA RECUSADA: NUMERO ONU EM FALTA"
               WHEN CRG-DG-QTD = ZEROES OR CRG-DG-QTD > CRG-PESO
                   MOVE "N" TO WS-CRG-DG-OK
                   DISPLAY "CARGA RECUSADA: QUANTIDADE INVALIDA PARA "
                           "O PESO DECLARADO"
               WHEN CRG-DG-GRUPO NOT = SPACES
                       AND CRG-DG-GRUPO NOT = "I"
                       AND CRG-DG-GRUPO NOT = "II"
                       AND CRG-DG-GRUPO NOT = "III"
                   MOVE "N" TO WS-CRG-DG-OK
                   DISPLAY "CARGA RECUSADA: GRUPO DE EMBALAGEM "
                           "INVALIDO"
               WHEN OTHER
                   PERFORM P2869-VERIFICAR-DG
           END-EVALUATE.

      *    A ACEITACAO DEPENDE DO TIPO DA AERONAVE DO VOO: SEM AERONAVE
      *    ATRIBUIDA AS MERCADORIAS PERIGOSAS NAO PODEM SER ACEITES
       P2869-VERIFICAR-DG.

           MOVE SPACES TO WS-DGL-TIPO-PEDIDO.
           IF VOOSINPUT-AERONAVE NOT = SPACES
               MOVE VOOSINPUT-AERONAVE TO AERO-MATRICULA
               READ AERONAVESINPUT
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE AERO-TIPO TO WS-DGL-TIPO-PEDIDO
               END-READ
           END-IF.

           IF WS-DGL-TIPO-PEDIDO = SPACES
               MOVE "N" TO WS-CRG-DG-OK
               DISPLAY "CARGA RECUSADA: VOO SEM AERONAVE ATRIBUIDA - "
                       "MERCADORIAS PERIGOSAS SO APOS A ATRIBUICAO"
           ELSE
               MOVE CRG-DG-CLASSE TO WS-DGL-CLASSE-PEDIDA
               PERFORM P2869A-PROCURAR-REGRA-DG
               IF WS-DGL-ACHADA = "S"
                   IF DGL-PROIBIDA
                       MOVE "N" TO WS-CRG-DG-OK
                       DISPLAY "CARGA RECUSADA: CLASSE "
                               CRG-DG-CLASSE " PROIBIDA NO TIPO "
                               WS-DGL-TIPO-PEDIDO
                   ELSE
                       PERFORM P2869B-SOMAR-DG-VOO
                       IF WS-CRG-DG-CLASSE-VOO + CRG-DG-QTD
                               > DGL-QTD-MAX
                           MOVE "N" TO WS-CRG-DG-OK
                           DISPLAY "CARGA RECUSADA: "
                                   WS-CRG-DG-CLASSE-VOO
                                   " KG DA CLASSE JA ACEITES, LIMITE "
                                   DGL-QTD-MAX " KG POR VOO"
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *    REGRA DO TIPO ANTES DA REGRA GERAL; CLASSE EXATA ANTES DA
      *    CLASSE PRINCIPAL
       P2869A-PROCURAR-REGRA-DG.

           MOVE "N" TO WS-DGL-ACHADA.
           MOVE WS-DGL-TIPO-PEDIDO TO DGL-TIPO.
           MOVE WS-DGL-CLASSE-PEDIDA TO DGL-CLASSE.
           PERFORM P2869C-LER-REGRA-DG.
           IF WS-DGL-ACHADA = "N"
               MOVE WS-DGL-TIPO-PEDIDO TO DGL-TIPO
               MOVE SPACES TO DGL-CLASSE
               MOVE WS-DGL-CLASSE-PEDIDA (1:1) TO DGL-CLASSE (1:1)
               PERFORM P2869C-LER-REGRA-DG
           END-IF.
           IF WS-DGL-ACHADA = "N"
               MOVE SPACES TO DGL-TIPO
               MOVE WS-DGL-CLASSE-PEDIDA TO DGL-CLASSE
               PERFORM P2869C-LER-REGRA-DG
           END-IF.
           IF WS-DGL-ACHADA = "N"
               MOVE SPACES TO DGL-TIPO
               MOVE SPACES TO DGL-CLASSE
               MOVE WS-DGL-CLASSE-PEDIDA (1:1) TO DGL-CLASSE (1:1)
               PERFORM P2869C-LER-REGRA-DG
           END-IF.

       P2869C-LER-REGRA-DG.

           READ DGLIMITESINPUT
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WS-DGL-ACHADA
           END-READ.

      *    QUANTIDADE DA MESMA CLASSE JA ACEITE NO VOO; UMA REGRA DA
      *    CLASSE PRINCIPAL SOMA TODAS AS SUBDIVISOES. O REGISTO EM
      *    ACEITACAO E GUARDADO DURANTE A LEITURA
       P2869B-SOMAR-DG-VOO.

           MOVE CARGAINPUT-REG TO WS-CRG-PENDENTE.
           MOVE ZEROES TO WS-CRG-DG-CLASSE-VOO.
           MOVE ZEROES TO CRG-ID.
           SET WS-EXIT-OK2 TO "N".
           START CARGAINPUT KEY IS NOT LESS THAN CRG-ID
               INVALID KEY
                   SET WS-EXIT-OK2 TO "S"
           END-START.
           PERFORM UNTIL WS-EXIT-OK2 = "S"
               READ CARGAINPUT NEXT
                   AT END
                       SET WS-EXIT-OK2 TO "S"
                   NOT AT END
                       IF CRG-VOO-CHAVE = WS-CRG-VOO-ALVO
                               AND NOT CRG-SEM-DG
                           IF CRG-DG-CLASSE = DGL-CLASSE
                                   OR (DGL-CLASSE (2:2) = SPACES
                                   AND CRG-DG-CLASSE (1:1) =
                                       DGL-CLASSE (1:1))
                               ADD CRG-DG-QTD
                                   TO WS-CRG-DG-CLASSE-VOO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           SET WS-EXIT-OK2 TO "N".
           MOVE WS-CRG-PENDENTE TO CARGAINPUT-REG.

       P2870-PAINEL-PARTIDAS.

           OPEN I-O VOOSINPUT.
           OPEN I-O RESERVASINPUT.
           PERFORM P011-VERIFICAR-ESTADO-RESERVA.
           OPEN I-O CONTROLOINPUT.
           OPEN INPUT LUGARESINPUT.

           MOVE 1 TO WS-OP-SSR.
           PERFORM UNTIL WS-OP-SSR = 0
           CLOSE SSRCODIGOSINPUT.
           CLOSE RESERVASINPUT.
           CLOSE CONTROLOINPUT.
           CLOSE LUGARESINPUT.

       P2892-ABRIR-SSR.

                   AT END
                       SET WS-EXIT-OK TO "S"
                   NOT AT END
                       IF SSRC-IMPEDE-SAIDA
                           DISPLAY SSRC-CODIGO " - " SSRC-DESCRICAO
                                   " (SEM SAIDA DE EMERGENCIA)"
                       ELSE
                           DISPLAY SSRC-CODIGO " - " SSRC-DESCRICAO
                       END-IF
               END-READ
           END-PERFORM.
           SET WS-EXIT-OK TO "N".
           ACCEPT SSRC-CODIGO.
           DISPLAY "DESCRICAO".
           ACCEPT SSRC-DESCRICAO.
           DISPLAY "IMPEDE LUGAR EM SAIDA DE EMERGENCIA? (S/N)".
           ACCEPT SSRC-SAIDA.
           IF SSRC-SAIDA = "s"
               MOVE "S" TO SSRC-SAIDA
           END-IF.
           IF NOT SSRC-IMPEDE-SAIDA
               MOVE "N" TO SSRC-SAIDA
           END-IF.

           WRITE SSRCODIGOSINPUT-REG
               INVALID KEY
                                   DISPLAY "SSR " SSR-ID
                                           " ANEXADO A RESERVA "
                                           SSR-RESERVA-ID
                                   IF SSRC-IMPEDE-SAIDA
                                       PERFORM P2897-VERIFICAR-SAIDA
                                   END-IF
                           END-WRITE
                   END-READ
           END-READ.

       P2897-VERIFICAR-SAIDA.

           MOVE RESERVA-VOO-CHAVE TO LUG-VOO-CHAVE.
           MOVE RESERVA-LUGAR TO LUG-ETIQUETA.
           READ LUGARESINPUT
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF LUG-SAIDA-EMERGENCIA
                       DISPLAY "AVISO: O LUGAR " RESERVA-LUGAR
                               " E DE SAIDA DE EMERGENCIA - MUDE O "
                               "PASSAGEIRO DE LUGAR"
                   END-IF
           END-READ.

       P2896-MOSTRAR-SSR-RESERVA.

           MOVE ZEROES TO SSR-ID.
               CLOSE AGRESINPUT2
               OPEN I-O AGRESINPUT2
           END-IF.
           OPEN I-O AGCONTAINPUT.
           IF WS-ACC-STATUS-INEXISTENTE
               OPEN OUTPUT AGCONTAINPUT
               CLOSE AGCONTAINPUT
               OPEN I-O AGCONTAINPUT
           END-IF.
           OPEN I-O CONTROLOINPUT.

           MOVE 1 TO WS-OP-REJ.
           CLOSE LUGARESINPUT.
           CLOSE AGENCIASINPUT.
           CLOSE AGRESINPUT2.
           CLOSE AGCONTAINPUT.
           CLOSE CONTROLOINPUT.

       P2902-LISTAR-REJEITADOS.
                                   "RESUBMISSAO ABANDONADA"
                           MOVE "N" TO WS-REJ-RESUBMETE
                       END-IF
                       IF VOO-NAO-COMERCIAL
                           DISPLAY "VOO NAO COMERCIAL - "
                                   "RESUBMISSAO ABANDONADA"
                           MOVE "N" TO WS-REJ-RESUBMETE
                       END-IF
               END-READ
           END-IF.

               MOVE "N" TO WS-REJ-RESUBMETE
           END-IF.

           IF WS-REJ-RESUBMETE = "S"
               PERFORM P2909-VERIFICAR-CREDITO
           END-IF.

           IF WS-REJ-RESUBMETE = "S"
               PERFORM P2907-RESUBMETER-PEDIDO
           END-IF.
           MOVE "W" TO WS-DIA-OP.
           PERFORM P072-DIARIO-RESERVA.
           WRITE RESERVAINPUT-REG.
           MOVE "A" TO WS-CANAL-VENDA.
           MOVE WS-REJ-P-AGENCIA TO WS-CANAL-PONTO.
           MOVE "C" TO WS-AUDRES-OP.
           PERFORM P050-AUDITAR-RESERVA.
           ADD 1 TO WS-TALLY-RESERVAS.
               INVALID KEY
                   REWRITE AGRESINPUT2-REG
           END-WRITE.
           PERFORM P2911-DEBITAR-AGENCIA.
           MOVE "P" TO WS-MOV-TIPO.
           MOVE RESERVA-ID TO WS-MOV-RESERVA-ID.
           MOVE ZEROES TO WS-MOV-PAX-ID.
           MOVE VOOSINPUT-NOME TO WS-MOV-VOO.
           MOVE RESERVA-PRECO TO WS-MOV-VALOR.
           PERFORM P040-REGISTAR-MOVIMENTO.
           PERFORM P3002-EMITIR-BILHETE.
           SUBTRACT 1 FROM LUGARESDISPONIVEIS-INPUT
               ON SIZE ERROR
                   MOVE ZEROES TO LUGARESDISPONIVEIS-INPUT
           DISPLAY "RESERVA " RESERVA-ID " CRIADA PARA "
                   RESERVA-NOME " LUGAR " RESERVA-LUGAR.

      *    A RESUBMISSAO RESPEITA O LIMITE DE CREDITO DA AGENCIA TAL
      *    COMO A CARGA AUTOMATICA (LIMITE A ZERO NAO E APLICADO)
       P2909-VERIFICAR-CREDITO.

           MOVE ZEROES TO WS-CRD-NOMES.
           MOVE 1 TO WS-REJ-I.
           PERFORM UNTIL WS-REJ-I > WS-REJ-P-TAMANHO
                   OR WS-REJ-I > 5
               IF WS-REJ-P-NOME (WS-REJ-I) NOT = SPACES
                   ADD 1 TO WS-CRD-NOMES
               END-IF
               ADD 1 TO WS-REJ-I
           END-PERFORM.
           MOVE VOOSINPUT-TARIFA TO RESERVA-PRECO.
           PERFORM P419-CONVERTER-MOEDA.
           COMPUTE WS-CRD-VALOR = RESERVA-PRECO * WS-CRD-NOMES.
           COMPUTE WS-CRD-SALDO-NOVO = AGC-SALDO + WS-CRD-VALOR.
           IF AGC-LIMITE > 0 AND WS-CRD-SALDO-NOVO > AGC-LIMITE
               DISPLAY "AGENCIA " AGC-CODIGO " SALDO " AGC-SALDO
                       " LIMITE " AGC-LIMITE
               DISPLAY "LIMITE DE CREDITO EXCEDIDO - RESUBMISSAO "
                       "ABANDONADA"
               MOVE "N" TO WS-REJ-RESUBMETE
           END-IF.

       P2911-DEBITAR-AGENCIA.

           ADD RESERVA-PRECO TO AGC-SALDO.
           ADD 1 TO AGC-ULT-LANC.
           MOVE AGC-CODIGO TO ACC-AGENCIA.
           MOVE AGC-ULT-LANC TO ACC-SEQ.
           MOVE "R" TO ACC-TIPO.
           ACCEPT ACC-DATA FROM DATE YYYYMMDD.
           MOVE RESERVA-PRECO TO ACC-VALOR.
           MOVE RESERVA-ID TO ACC-RESERVA-ID.
           MOVE SPACES TO ACC-REFERENCIA.
           MOVE AGC-SALDO TO ACC-SALDO.
           MOVE WS-OPER-ID TO ACC-OPER.
           WRITE AGCONTAINPUT-REG
               INVALID KEY
                   DISPLAY "ERRO AO LANCAR NA CONTA DA AGENCIA "
                           AGC-CODIGO
           END-WRITE.
           REWRITE AGENCIASINPUT-REG
               INVALID KEY
                   DISPLAY "ERRO AO ATUALIZAR O SALDO DA AGENCIA "
                           AGC-CODIGO
           END-REWRITE.

       P2906-ABATER-REJEITADO.

           DISPLAY "NUMERO DO PEDIDO REJEITADO A ABATER".
                       MOVE 'C' TO LUG-POSICAO
                   END-IF
                   MOVE 'N' TO LUG-OCUPADO
                   MOVE 'N' TO LUG-BLOQUEADO
                   MOVE 'N' TO LUG-SAIDA
                   MOVE 'N' TO LUG-ESPACO
                   MOVE '0' TO LUG-BANDA
                   WRITE LUGARESINPUT-REG
                       INVALID KEY
                           CONTINUE
           MOVE SPACES TO VOOSINPUT-PORTA.
           MOVE ZEROES TO VOOSINPUT-HORA-REVISTA.
           MOVE "EUR" TO VOOSINPUT-MOEDA.
           MOVE "C" TO VOOSINPUT-TIPO.

           MOVE "W" TO WS-DIA-OP.
           PERFORM P071-DIARIO-VOO.
           MOVE ZEROES TO WS-MOV-PAX-ID.
           MOVE COT-ROTA TO WS-MOV-VOO.
           MOVE COT-VALOR TO WS-MOV-VALOR.
           MOVE "FRET" TO WS-MOV-PRODUTO.
           PERFORM P040-REGISTAR-MOVIMENTO.

           DISPLAY "COTACAO " COT-ID " CONVERTIDA NO VOO DE "
               CLOSE CUSTOSPADRAOINPUT
               OPEN I-O CUSTOSPADRAOINPUT
           END-IF.
           OPEN I-O ABASTECIMENTOSINPUT.
           IF WS-ABS-STATUS-INEXISTENTE
               OPEN OUTPUT ABASTECIMENTOSINPUT
               CLOSE ABASTECIMENTOSINPUT
               OPEN I-O ABASTECIMENTOSINPUT
           END-IF.
           OPEN I-O VOOSINPUT.
           PERFORM P010-VERIFICAR-ESTADO-VOO.
           OPEN I-O AERONAVESINPUT.
           MOVE 1 TO WS-OP-CST.
           PERFORM UNTIL WS-OP-CST = 0
               DISPLAY "1-REGISTAR CUSTOS DE UM VOO 2-CONSULTAR "
                       "3-CUSTOS PADRAO POR TIPO 4-LISTAR PADROES"
               DISPLAY "5-REGISTAR ABASTECIMENTO "
                       "6-ABASTECIMENTOS DE UM VOO 0-SAIR"
               ACCEPT WS-OP-CST
               EVALUATE WS-OP-CST
                   WHEN 1
                       PERFORM P2976-CUSTOS-PADRAO
                   WHEN 4
                       PERFORM P2978-LISTAR-PADROES
                   WHEN 5
                       PERFORM P2975-REGISTAR-ABASTECIMENTO
                   WHEN 6
                       PERFORM P2977-ABASTECIMENTOS-VOO
                   WHEN 0
                       CONTINUE
                   WHEN OTHER

           CLOSE CUSTOSVOOINPUT.
           CLOSE CUSTOSPADRAOINPUT.
           CLOSE ABASTECIMENTOSINPUT.
           CLOSE VOOSINPUT.
           CLOSE AERONAVESINPUT.

                   DISPLAY "TOTAL:       " WS-CST-TOTAL
           END-READ.

      *    UM REGISTO POR TALAO DE ENTREGA DO FORNECEDOR. O CUSTO
      *    REAL DO COMBUSTIVEL SO E LANCADO NOS CUSTOS DO VOO PELA
      *    RECONCILIACAO COM A FATURA DO FORNECEDOR
       P2975-REGISTAR-ABASTECIMENTO.

           DISPLAY "NUMERO DO VOO".
           ACCEPT WS-ID-ALTERA.
           DISPLAY "DATA DO VOO (AAAAMMDD)".
           ACCEPT WS-DATA-PEDIDA.
           MOVE WS-ID-ALTERA TO VOOSINPUT-NUMERO.
           MOVE WS-DATA-PEDIDA TO VOOSINPUT-DATA.
           READ VOOSINPUT
               KEY IS VOOSINPUT-CHAVE
               INVALID KEY
                   DISPLAY "VOO NAO ENCONTRADO"
               NOT INVALID KEY
                   DISPLAY "FORNECEDOR"
                   ACCEPT ABS-FORNECEDOR
                   DISPLAY "NUMERO DO TALAO DE ENTREGA"
                   ACCEPT ABS-TALAO
                   DISPLAY "AEROPORTO (IATA)"
                   ACCEPT ABS-AEROPORTO
                   DISPLAY "LITROS ABASTECIDOS"
                   ACCEPT ABS-LITROS
                   DISPLAY "PRECO POR LITRO (EX: 08750 PARA 0,8750)"
                   ACCEPT ABS-PRECO-LITRO
                   MOVE VOOSINPUT-CHAVE TO ABS-VOO-CHAVE
                   COMPUTE ABS-VALOR ROUNDED =
                           ABS-LITROS * ABS-PRECO-LITRO
                   MOVE "P" TO ABS-ESTADO
                   MOVE ZEROES TO ABS-VALOR-FATURADO
                   WRITE ABASTECIMENTOSINPUT-REG
                       INVALID KEY
                           DISPLAY "TALAO JA REGISTADO PARA ESTE "
                                   "FORNECEDOR"
                       NOT INVALID KEY
                           DISPLAY "ABASTECIMENTO REGISTADO - VALOR "
                                   ABS-VALOR
                   END-WRITE
           END-READ.

       P2977-ABASTECIMENTOS-VOO.

           DISPLAY "NUMERO DO VOO".
           ACCEPT ABS-VOO-NUMERO.
           DISPLAY "DATA DO VOO (AAAAMMDD)".
           ACCEPT ABS-VOO-DATA.
           DISPLAY " ".
           DISPLAY "*** ABASTECIMENTOS DO VOO " ABS-VOO-NUMERO " DE "
                   ABS-VOO-DATA " ***".
           MOVE ABS-VOO-CHAVE TO WS-VOO-CHAVE-ALVO.
           MOVE ZEROES TO WS-ABS-TOTAL-LITROS.
           MOVE ZEROES TO WS-ABS-TOTAL-VALOR.
           SET WS-EXIT-OK TO "N".
           START ABASTECIMENTOSINPUT KEY IS EQUAL TO ABS-VOO-CHAVE
               INVALID KEY
                   SET WS-EXIT-OK TO "S"
                   DISPLAY "SEM ABASTECIMENTOS REGISTADOS"
           END-START.
           PERFORM UNTIL WS-EXIT-OK = "S"
               READ ABASTECIMENTOSINPUT NEXT
                   AT END
                       SET WS-EXIT-OK TO "S"
                   NOT AT END
                       IF ABS-VOO-CHAVE NOT = WS-VOO-CHAVE-ALVO
                           SET WS-EXIT-OK TO "S"
                       ELSE
                           ADD ABS-LITROS TO WS-ABS-TOTAL-LITROS
                           ADD ABS-VALOR TO WS-ABS-TOTAL-VALOR
                           DISPLAY "  " ABS-FORNECEDOR " TALAO "
                                   ABS-TALAO " " ABS-AEROPORTO " "
                                   ABS-LITROS " L A " ABS-PRECO-LITRO
                                   " = " ABS-VALOR " ESTADO "
                                   ABS-ESTADO
                       END-IF
               END-READ
           END-PERFORM.
           SET WS-EXIT-OK TO "N".
           IF WS-ABS-TOTAL-LITROS > ZEROES
               DISPLAY "TOTAL: " WS-ABS-TOTAL-LITROS " LITROS "
                       WS-ABS-TOTAL-VALOR
           END-IF.

       P2976-CUSTOS-PADRAO.

           DISPLAY "TIPO DE AERONAVE".
           ACCEPT CSP-TIPO.
           DISPLAY "COMBUSTIVEL PADRAO (EX: 000150000 PARA "
                   "1500,00)".
           ACCEPT CSP-COMBUSTIVEL.
           DISPLAY "HANDLING PADRAO".
           ACCEPT CSP-HANDLING.
           DISPLAY "TRIPULACAO PADRAO".
           ACCEPT CSP-TRIPULACAO.
           DISPLAY "TAXAS PADRAO".
           ACCEPT CSP-TAXAS.

           WRITE CUSTOSPADRAOINPUT-REG
               INVALID KEY
                   REWRITE CUSTOSPADRAOINPUT-REG
                   DISPLAY "PADRAO DO TIPO ATUALIZADO"
               NOT INVALID KEY
                   DISPLAY "PADRAO DO TIPO REGISTADO"
           END-WRITE.

       P2978-LISTAR-PADROES.

               END-EVALUATE
           END-PERFORM.

           CLOSE ACHADOSINPUT.
           CLOSE PASSAGEIROSINPUT.
           CLOSE CONTACTOS.
           CLOSE CONTROLOINPUT.
           CLOSE CONFIGINPUT.

       P2982-LISTAR-ACHADOS-VOO.

           DISPLAY "NUMERO DO VOO (0 = TODOS)".
           ACCEPT WS-ID-ALTERA.
           DISPLAY "DATA DO VOO (AAAAMMDD, 0 = TODAS)".
           ACCEPT WS-DATA-PEDIDA.

           DISPLAY " ".
           DISPLAY "*** PERDIDOS E ACHADOS ***".
           MOVE ZEROES TO ACH-ID.
           SET WS-EXIT-OK TO "N".
           START ACHADOSINPUT KEY IS NOT LESS THAN ACH-ID
               INVALID KEY
                   SET WS-EXIT-OK TO "S"
           END-START.
           PERFORM UNTIL WS-EXIT-OK = "S"
               READ ACHADOSINPUT NEXT
                   AT END
                       SET WS-EXIT-OK TO "S"
                   NOT AT END
                       IF (WS-ID-ALTERA = ZEROES
                               OR ACH-VOO-NUMERO = WS-ID-ALTERA)
                               AND (WS-DATA-PEDIDA = ZEROES
                                   OR ACH-VOO-DATA =
                                       WS-DATA-PEDIDA)
                           DISPLAY "ITEM " ACH-ID " VOO "
                                   ACH-VOO-NUMERO "/"
                                   ACH-VOO-DATA " [" ACH-ESTADO
                                   "] " ACH-DESCRICAO
                                   " PRATELEIRA " ACH-LOCAL
                       END-IF
               END-READ
           END-PERFORM.
           SET WS-EXIT-OK TO "N".

       P2984-REGISTAR-ACHADO.

           MOVE WS-CHAVE-CTRL-ACHADO TO CTRL-CHAVE.
           PERFORM P430-PROX-NUMERO.
           MOVE WS-PROX-NUMERO TO ACH-ID.
           DISPLAY "NUMERO DO VOO ONDE FOI ENCONTRADO".
           ACCEPT ACH-VOO-NUMERO.
           DISPLAY "DATA DO VOO (AAAAMMDD)".
           ACCEPT ACH-VOO-DATA.
           DISPLAY "DESCRICAO DO ITEM".
           ACCEPT ACH-DESCRICAO.
           DISPLAY "LOCAL DE ARMAZENAMENTO (PRATELEIRA)".
           ACCEPT ACH-LOCAL.
           ACCEPT ACH-DATA FROM DATE YYYYMMDD.
           MOVE "H" TO ACH-ESTADO.
           MOVE ZEROES TO ACH-RECLAMANTE-PAX.
           MOVE ZEROES TO ACH-RECLAMANTE-CONT.
           MOVE ZEROES TO ACH-DATA-SAIDA.

           WRITE ACHADOSINPUT-REG
               INVALID KEY
                   DISPLAY "ERRO AO REGISTAR O ITEM"
               NOT INVALID KEY
                   DISPLAY "ITEM " ACH-ID " REGISTADO"
           END-WRITE.

       P2986-DEVOLVER-ACHADO.

           DISPLAY "NUMERO DO ITEM".
           ACCEPT WS-ACH-PEDIDO.
           MOVE WS-ACH-PEDIDO TO ACH-ID.
           READ ACHADOSINPUT
               INVALID KEY
                   DISPLAY "ITEM NAO ENCONTRADO"
               NOT INVALID KEY
                   IF NOT ACH-GUARDADO
                       DISPLAY "ITEM JA NAO ESTA EM DEPOSITO"
                   ELSE
                       PERFORM P2987-REGISTAR-DEVOLUCAO
                   END-IF
           END-READ.

       P2987-REGISTAR-DEVOLUCAO.

           MOVE "S" TO WS-ACH-RECLAMANTE-OK.
           DISPLAY "ID DO PASSAGEIRO RECLAMANTE (0 SE NAO E "
                   "PASSAGEIRO)".
           ACCEPT ACH-RECLAMANTE-PAX.
           IF ACH-RECLAMANTE-PAX > 0
               MOVE ACH-RECLAMANTE-PAX TO PAX-ID
               READ PASSAGEIROSINPUT
                   INVALID KEY
                       DISPLAY "PASSAGEIRO NAO ENCONTRADO - "
                               "DEVOLUCAO ABANDONADA"
                       MOVE "N" TO WS-ACH-RECLAMANTE-OK
                   NOT INVALID KEY
                       DISPLAY "RECLAMANTE: " PAX-NOME
               END-READ
           ELSE
               DISPLAY "ID DO CONTACTO RECLAMANTE"
               ACCEPT ACH-RECLAMANTE-CONT
               MOVE ACH-RECLAMANTE-CONT TO ID-CONTACTO
               READ CONTACTOS
                   INVALID KEY
                       DISPLAY "CONTACTO NAO ENCONTRADO - "
                               "DEVOLUCAO ABANDONADA"
                       MOVE "N" TO WS-ACH-RECLAMANTE-OK
                   NOT INVALID KEY
                       DISPLAY "RECLAMANTE: " NM-CONTACTO
               END-READ
           END-IF.

           IF WS-ACH-RECLAMANTE-OK = "S"
               MOVE "R" TO ACH-ESTADO
               ACCEPT ACH-DATA-SAIDA FROM DATE YYYYMMDD
               REWRITE ACHADOSINPUT-REG
               DISPLAY "ITEM " ACH-ID " DEVOLVIDO"
           END-IF.

       P2988-ANTIGUIDADE-ACHADOS.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WS-DATA-HOJE TO WS-DATA-SPLIT.
           PERFORM P128-DIA-SERIAL.
           MOVE WS-DIA-SERIAL TO WS-ACH-SERIAL-HOJE.

           DISPLAY " ".
           DISPLAY "*** ITENS ALEM DO PRAZO DE "
                   WS-ACH-DIAS-DESCARTE " DIAS ***".
           MOVE ZEROES TO WS-ACH-ANTIGOS.
           MOVE ZEROES TO ACH-ID.
           SET WS-EXIT-OK TO "N".
           START ACHADOSINPUT KEY IS NOT LESS THAN ACH-ID
               INVALID KEY
                   SET WS-EXIT-OK TO "S"
           END-START.
           PERFORM UNTIL WS-EXIT-OK = "S"
               READ ACHADOSINPUT NEXT
                   AT END
                       SET WS-EXIT-OK TO "S"
                   NOT AT END
                       IF ACH-GUARDADO
                           PERFORM P2989-AVALIAR-ANTIGUIDADE
                       END-IF
               END-READ
           END-PERFORM.
           SET WS-EXIT-OK TO "N".
           DISPLAY "ITENS ALEM DO PRAZO: " WS-ACH-ANTIGOS.

       P2989-AVALIAR-ANTIGUIDADE.

           MOVE ACH-DATA TO WS-DATA-SPLIT.
           PERFORM P128-DIA-SERIAL.
           MOVE WS-DIA-SERIAL TO WS-ACH-SERIAL-ITEM.

           IF WS-ACH-SERIAL-HOJE - WS-ACH-SERIAL-ITEM >
                   WS-ACH-DIAS-DESCARTE
               ADD 1 TO WS-ACH-ANTIGOS
               DISPLAY "ITEM " ACH-ID " DE " ACH-DATA " - "
                       ACH-DESCRICAO " (PRATELEIRA " ACH-LOCAL ")"
               DISPLAY "  MARCAR COMO DESCARTADO? (S/N)"
               ACCEPT WS-CHK-RESPOSTA
               IF WS-CHK-RESPOSTA = "S" OR WS-CHK-RESPOSTA = "s"
                   MOVE "D" TO ACH-ESTADO
                   ACCEPT ACH-DATA-SAIDA FROM DATE YYYYMMDD
                   REWRITE ACHADOSINPUT-REG
                   DISPLAY "  ITEM DESCARTADO"
               END-IF
           END-IF.

       P2990-CONDICOES-TARIFA.

           OPEN I-O CONDTARIFAINPUT.
           IF WS-CTF-STATUS-INEXISTENTE
               OPEN OUTPUT CONDTARIFAINPUT
               CLOSE CONDTARIFAINPUT
               OPEN I-O CONDTARIFAINPUT
           END-IF.

           MOVE 1 TO WS-OP-CTF.
           PERFORM UNTIL WS-OP-CTF = 0
               DISPLAY "1-LISTAR 2-DEFINIR 3-ELIMINAR 0-SAIR"
               ACCEPT WS-OP-CTF
               EVALUATE WS-OP-CTF
                   WHEN 1
                       PERFORM P2991-LISTAR-CONDICOES
                   WHEN 2
                       PERFORM P2992-DEFINIR-CONDICAO
                   WHEN 3
                       PERFORM P2993-ELIMINAR-CONDICAO
                   WHEN 0
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "OPCAO INVALIDA"
               END-EVALUATE
           END-PERFORM.

           CLOSE CONDTARIFAINPUT.

       P2991-LISTAR-CONDICOES.

           DISPLAY " ".
           DISPLAY "*** CONDICOES TARIFARIAS ***".
           MOVE LOW-VALUES TO CTF-CHAVE.
           SET WS-EXIT-OK TO "N".
           START CONDTARIFAINPUT KEY IS NOT LESS THAN CTF-CHAVE
               INVALID KEY
                   SET WS-EXIT-OK TO "S"
           END-START.

           PERFORM UNTIL WS-EXIT-OK = "S"
               READ CONDTARIFAINPUT NEXT
                   AT END
                       SET WS-EXIT-OK TO "S"
                   NOT AT END
                       IF CTF-ROTA = SPACES
                           DISPLAY "TODAS      [" CTF-CLASSE "] "
                                   CTF-DESCRICAO
                                   " REEMBOLSAVEL: " CTF-REEMBOLSAVEL
                       ELSE
                           DISPLAY CTF-ROTA " [" CTF-CLASSE "] "
                                   CTF-DESCRICAO
                                   " REEMBOLSAVEL: " CTF-REEMBOLSAVEL
                       END-IF
                       DISPLAY "  CANCELAMENTO: " CTF-ESC-DIAS (1)
                               "+ DIAS " CTF-ESC-PCT (1) "% / "
                               CTF-ESC-DIAS (2) "+ DIAS "
                               CTF-ESC-PCT (2) "% / "
                               CTF-ESC-DIAS (3) "+ DIAS "
                               CTF-ESC-PCT (3) "% / RESTANTE "
                               CTF-PCT-RESTANTE "%"
                       DISPLAY "  ALTERACAO: TAXA " CTF-TAXA-MUDANCA
                               " DIFERENCA DE TARIFA: " CTF-DIFERENCA
               END-READ
           END-PERFORM.
           SET WS-EXIT-OK TO "N".

       P2992-DEFINIR-CONDICAO.

           DISPLAY "ROTA (BRANCO = TODAS AS ROTAS)".
           ACCEPT CTF-ROTA.
           DISPLAY "CLASSE (E-ECONOMICA X-EXECUTIVA)".
           ACCEPT CTF-CLASSE.
           IF CTF-CLASSE = "x"
               MOVE "X" TO CTF-CLASSE
           END-IF.
           IF CTF-CLASSE NOT = "X"
               MOVE "E" TO CTF-CLASSE
           END-IF.
           DISPLAY "DESCRICAO DA TARIFA".
           ACCEPT CTF-DESCRICAO.
           DISPLAY "REEMBOLSAVEL (S/N)".
           ACCEPT CTF-REEMBOLSAVEL.
           IF CTF-REEMBOLSAVEL = "s"
               MOVE "S" TO CTF-REEMBOLSAVEL
           END-IF.
           IF CTF-REEMBOLSAVEL NOT = "S"
               MOVE "N" TO CTF-REEMBOLSAVEL
           END-IF.

           MOVE 1 TO WS-CTF-I.
           PERFORM UNTIL WS-CTF-I > 3
               DISPLAY "ESCALAO " WS-CTF-I
                       " - DIAS MINIMOS ANTES DA PARTIDA (0 = SEM "
                       "ESCALAO)"
               ACCEPT CTF-ESC-DIAS (WS-CTF-I)
               DISPLAY "ESCALAO " WS-CTF-I
                       " - PENALIZACAO EM % DA TARIFA"
               ACCEPT CTF-ESC-PCT (WS-CTF-I)
               ADD 1 TO WS-CTF-I
           END-PERFORM.
           DISPLAY "PENALIZACAO EM % ABAIXO DO ULTIMO ESCALAO".
           ACCEPT CTF-PCT-RESTANTE.
           DISPLAY "TAXA DE ALTERACAO DE VOO (EX: 0002500 PARA "
                   "25,00)".
           ACCEPT CTF-TAXA-MUDANCA.
           DISPLAY "COBRA DIFERENCA DE TARIFA NA ALTERACAO (S/N)".
           ACCEPT CTF-DIFERENCA.
           IF CTF-DIFERENCA = "s"
               MOVE "S" TO CTF-DIFERENCA
           END-IF.
           IF CTF-DIFERENCA NOT = "S"
               MOVE "N" TO CTF-DIFERENCA
           END-IF.

           WRITE CONDTARIFAINPUT-REG
               INVALID KEY
                   REWRITE CONDTARIFAINPUT-REG
                   DISPLAY "CONDICAO TARIFARIA ATUALIZADA"
               NOT INVALID KEY
                   DISPLAY "CONDICAO TARIFARIA REGISTADA"
           END-WRITE.

       P2993-ELIMINAR-CONDICAO.

           DISPLAY "ROTA DA CONDICAO A ELIMINAR (BRANCO = TODAS)".
           ACCEPT CTF-ROTA.
           DISPLAY "CLASSE (E/X)".
           ACCEPT CTF-CLASSE.
           READ CONDTARIFAINPUT
               INVALID KEY
                   DISPLAY "CONDICAO TARIFARIA NAO ENCONTRADA"
               NOT INVALID KEY
                   DELETE CONDTARIFAINPUT
                       INVALID KEY
                           DISPLAY "ERRO AO ELIMINAR A CONDICAO"
                       NOT INVALID KEY
                           DISPLAY "CONDICAO TARIFARIA ELIMINADA"
                   END-DELETE
           END-READ.

       P2995-OBTER-CONDICOES.

           IF WS-CTF-CLASSE-PEDIDA NOT = "X"
               MOVE "E" TO WS-CTF-CLASSE-PEDIDA
           END-IF.
           MOVE "PADRAO" TO WS-CTF-ORIGEM.
           OPEN INPUT CONDTARIFAINPUT.
           IF WS-CTF-STATUS-OK
               MOVE WS-CTF-ROTA-PEDIDA TO CTF-ROTA
               MOVE WS-CTF-CLASSE-PEDIDA TO CTF-CLASSE
               READ CONDTARIFAINPUT
                   INVALID KEY
                       MOVE SPACES TO CTF-ROTA
                       READ CONDTARIFAINPUT
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE "GERAL" TO WS-CTF-ORIGEM
                               MOVE CONDTARIFAINPUT-REG
                                   TO WS-CTF-REGRA
                       END-READ
                   NOT INVALID KEY
                       MOVE "ROTA" TO WS-CTF-ORIGEM
                       MOVE CONDTARIFAINPUT-REG TO WS-CTF-REGRA
               END-READ
               CLOSE CONDTARIFAINPUT
           END-IF.

           IF WS-CTF-ORIGEM = "PADRAO"
               PERFORM P2996-REGRA-PADRAO
           END-IF.

           DISPLAY "CONDICOES TARIFARIAS APLICADAS (" WS-CTF-ORIGEM
                   "): " WS-CTF-R-DESCRICAO " CLASSE "
                   WS-CTF-CLASSE-PEDIDA.

       P2996-REGRA-PADRAO.

           MOVE WS-CTF-ROTA-PEDIDA TO WS-CTF-R-ROTA.
           MOVE WS-CTF-CLASSE-PEDIDA TO WS-CTF-R-CLASSE.
           MOVE "REGRA GERAL" TO WS-CTF-R-DESCRICAO.
           MOVE "S" TO WS-CTF-R-REEMBOLSAVEL.
           MOVE 7 TO WS-CTF-R-ESC-DIAS (1).
           MOVE 0 TO WS-CTF-R-ESC-PCT (1).
           MOVE 1 TO WS-CTF-R-ESC-DIAS (2).
           MOVE 50 TO WS-CTF-R-ESC-PCT (2).
           MOVE 0 TO WS-CTF-R-ESC-DIAS (3).
           MOVE 0 TO WS-CTF-R-ESC-PCT (3).
           MOVE 100 TO WS-CTF-R-PCT-RESTANTE.
           MOVE ZEROES TO WS-CTF-R-TAXA-MUDANCA.
           MOVE "N" TO WS-CTF-R-DIFERENCA.

       P2997-ESCALAO-APLICAVEL.

           MOVE ZEROES TO WS-CTF-ESC-ACHADO.
           MOVE ZEROES TO WS-CTF-ESC-MELHOR.
           MOVE WS-CTF-R-PCT-RESTANTE TO WS-CTF-PCT.
           MOVE 1 TO WS-CTF-I.
           PERFORM UNTIL WS-CTF-I > 3
               IF WS-CTF-R-ESC-DIAS (WS-CTF-I) > ZEROES
                       AND WS-DIAS-ANTES >=
                           WS-CTF-R-ESC-DIAS (WS-CTF-I)
                       AND WS-CTF-R-ESC-DIAS (WS-CTF-I) >
                           WS-CTF-ESC-MELHOR
                   MOVE WS-CTF-R-ESC-DIAS (WS-CTF-I)
                       TO WS-CTF-ESC-MELHOR
                   MOVE WS-CTF-R-ESC-PCT (WS-CTF-I) TO WS-CTF-PCT
                   MOVE WS-CTF-I TO WS-CTF-ESC-ACHADO
               END-IF
               ADD 1 TO WS-CTF-I
           END-PERFORM.

           IF WS-CTF-R-REEMBOLSAVEL NOT = "N"
               IF WS-CTF-ESC-ACHADO > ZEROES
                   DISPLAY "ESCALAO APLICADO: " WS-CTF-ESC-MELHOR
                           " OU MAIS DIAS ANTES DA PARTIDA - "
                           "PENALIZACAO " WS-CTF-PCT "%"
               ELSE
                   DISPLAY "ESCALAO APLICADO: ABAIXO DO ULTIMO "
                           "ESCALAO - PENALIZACAO " WS-CTF-PCT "%"
               END-IF
           END-IF.

       P3000-BILHETES.

           MOVE 1 TO WS-OP-BIL.
           PERFORM UNTIL WS-OP-BIL = 0
               DISPLAY "BILHETES ELETRONICOS"
               DISPLAY "1 - CONSULTAR POR RESERVA"
               DISPLAY "2 - CONSULTAR POR NUMERO DE BILHETE"
               DISPLAY "0 - VOLTAR"
               ACCEPT WS-OP-BIL
               EVALUATE WS-OP-BIL
                   WHEN 1
                       DISPLAY "NUMERO DA RESERVA"
                       ACCEPT WS-BIL-RESERVA-ID
                       MOVE ZEROES TO WS-BIL-NUMERO
                       MOVE "L" TO WS-BIL-OP
                       CALL 'bilhete_util.o' USING WS-BIL-AREA
                   WHEN 2
                       DISPLAY "NUMERO DO BILHETE (13 DIGITOS)"
                       ACCEPT WS-BIL-NUMERO
                       MOVE ZEROES TO WS-BIL-RESERVA-ID
                       MOVE "L" TO WS-BIL-OP
                       CALL 'bilhete_util.o' USING WS-BIL-AREA
                   WHEN 0
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "OPCAO INVALIDA"
               END-EVALUATE
           END-PERFORM.

       P3002-EMITIR-BILHETE.

           MOVE "E" TO WS-BIL-OP.
           MOVE RESERVA-ID TO WS-BIL-RESERVA-ID.
           MOVE RESERVA-PAX-ID TO WS-BIL-PAX-ID.
           MOVE RESERVA-ITIN-ID TO WS-BIL-ITIN-ID.
           MOVE RESERVA-VOO-CHAVE TO WS-BIL-VOO-CHAVE.
           MOVE ZEROES TO WS-BIL-NUMERO.
           CALL 'bilhete_util.o' USING WS-BIL-AREA.
           EVALUATE WS-BIL-RESULTADO
               WHEN "O"
                   DISPLAY "BILHETE " WS-BIL-NUMERO " CUPAO "
                           WS-BIL-CUPAO " EMITIDO PARA A RESERVA "
                           RESERVA-ID
               WHEN "J"
                   DISPLAY "RESERVA " RESERVA-ID " JA TEM O BILHETE "
                           WS-BIL-NUMERO
               WHEN OTHER
                   DISPLAY "ERRO NA EMISSAO DO BILHETE DA RESERVA "
                           RESERVA-ID
           END-EVALUATE.

      *    RESERVAS AINDA NAO PAGAS NAO TEM BILHETE - O PEDIDO E
      *    IGNORADO SEM AVISO
       P3004-ESTADO-CUPAO.

           MOVE "S" TO WS-BIL-OP.
           MOVE ZEROES TO WS-BIL-NUMERO.
           CALL 'bilhete_util.o' USING WS-BIL-AREA.
           IF WS-BIL-RESULTADO = "E"
               DISPLAY "ERRO AO ATUALIZAR O CUPAO DA RESERVA "
                       WS-BIL-RESERVA-ID
           END-IF.

       P3006-TROCAR-BILHETE.

           MOVE "X" TO WS-BIL-OP.
           MOVE RESERVA-ID TO WS-BIL-RESERVA-ID.
           MOVE RESERVA-PAX-ID TO WS-BIL-PAX-ID.
           MOVE RESERVA-ITIN-ID TO WS-BIL-ITIN-ID.
           MOVE RESERVA-VOO-CHAVE TO WS-BIL-VOO-CHAVE.
           MOVE ZEROES TO WS-BIL-NUMERO.
           CALL 'bilhete_util.o' USING WS-BIL-AREA.
           EVALUATE WS-BIL-RESULTADO
               WHEN "O"
                   DISPLAY "BILHETE REEMITIDO: " WS-BIL-NUMERO
                           " CUPAO " WS-BIL-CUPAO
               WHEN "E"
                   DISPLAY "ERRO NA REEMISSAO DO BILHETE DA RESERVA "
                           RESERVA-ID
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       P3010-ACORDOS-PRORATEIO.

           OPEN I-O PRORATEIOINPUT.
           IF WS-PRO-STATUS-INEXISTENTE
               OPEN OUTPUT PRORATEIOINPUT
               CLOSE PRORATEIOINPUT
               OPEN I-O PRORATEIOINPUT
           END-IF.

           MOVE 1 TO WS-OP-PRO.
           PERFORM UNTIL WS-OP-PRO = 0
               DISPLAY "1-LISTAR 2-DEFINIR 3-ELIMINAR 0-SAIR"
               ACCEPT WS-OP-PRO
               EVALUATE WS-OP-PRO
                   WHEN 1
                       PERFORM P3011-LISTAR-ACORDOS
                   WHEN 2
                       PERFORM P3012-DEFINIR-ACORDO
                   WHEN 3
                       PERFORM P3013-ELIMINAR-ACORDO
                   WHEN 0
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "OPCAO INVALIDA"
               END-EVALUATE
           END-PERFORM.

           CLOSE PRORATEIOINPUT.

       P3011-LISTAR-ACORDOS.

           DISPLAY " ".
           DISPLAY "*** ACORDOS DE PRORATEIO POR PARCEIRO ***".
           MOVE LOW-VALUES TO PRO-CHAVE.
           SET WS-EXIT-OK TO "N".
           START PRORATEIOINPUT KEY IS NOT LESS THAN PRO-CHAVE
               INVALID KEY
                   SET WS-EXIT-OK TO "S"
           END-START.

           PERFORM UNTIL WS-EXIT-OK = "S"
               READ PRORATEIOINPUT NEXT
                   AT END
                       SET WS-EXIT-OK TO "S"
                   NOT AT END
                       IF PRO-ROTA = SPACES
                           DISPLAY PRO-PARCEIRO " TODAS AS ROTAS"
                       ELSE
                           DISPLAY PRO-PARCEIRO " " PRO-ROTA
                       END-IF
                       IF PRO-PERCENTAGEM
                           DISPLAY "  PERCENTAGEM " PRO-PCT
                                   "% DESDE " PRO-DATA
                       ELSE
                           DISPLAY "  VALOR FIXO " PRO-VALOR
                                   " DESDE " PRO-DATA
                       END-IF
               END-READ
           END-PERFORM.
           SET WS-EXIT-OK TO "N".

      *    O ACORDO DA ROTA PREVALECE SOBRE O ACORDO GERAL DO
      *    PARCEIRO (ROTA EM BRANCO) NA FATURACAO INTERLINE
       P3012-DEFINIR-ACORDO.

           DISPLAY "NOME DO PARCEIRO (COMO NO CODESHARE)".
           ACCEPT PRO-PARCEIRO.
           DISPLAY "ROTA (BRANCO = TODAS AS ROTAS)".
           ACCEPT PRO-ROTA.
           DISPLAY "TIPO (P-PERCENTAGEM F-VALOR FIXO POR RESERVA)".
           ACCEPT PRO-TIPO.
           IF PRO-TIPO = "f"
               MOVE "F" TO PRO-TIPO
           END-IF.
           IF PRO-TIPO NOT = "F"
               MOVE "P" TO PRO-TIPO
           END-IF.
           MOVE ZEROES TO PRO-PCT.
           MOVE ZEROES TO PRO-VALOR.
           IF PRO-PERCENTAGEM
               DISPLAY "PERCENTAGEM DA TARIFA A FATURAR (EX: 08500 "
                       "PARA 85,00%)"
               ACCEPT PRO-PCT
               IF PRO-PCT > 100
                   DISPLAY "PERCENTAGEM ACIMA DE 100% - FICA 100%"
                   MOVE 100 TO PRO-PCT
               END-IF
           ELSE
               DISPLAY "VALOR FIXO POR RESERVA (EX: 0004500 PARA "
                       "45,00)"
               ACCEPT PRO-VALOR
           END-IF.
           ACCEPT PRO-DATA FROM DATE YYYYMMDD.

           WRITE PRORATEIOINPUT-REG
               INVALID KEY
                   REWRITE PRORATEIOINPUT-REG
                   DISPLAY "ACORDO DE PRORATEIO ATUALIZADO"
               NOT INVALID KEY
                   DISPLAY "ACORDO DE PRORATEIO REGISTADO"
           END-WRITE.

       P3013-ELIMINAR-ACORDO.

           DISPLAY "NOME DO PARCEIRO".
           ACCEPT PRO-PARCEIRO.
           DISPLAY "ROTA DO ACORDO A ELIMINAR (BRANCO = TODAS)".
           ACCEPT PRO-ROTA.
           READ PRORATEIOINPUT
               INVALID KEY
                   DISPLAY "ACORDO DE PRORATEIO NAO ENCONTRADO"
               NOT INVALID KEY
                   DELETE PRORATEIOINPUT
                       INVALID KEY
                           DISPLAY "ERRO AO ELIMINAR O ACORDO"
                       NOT INVALID KEY
                           DISPLAY "ACORDO DE PRORATEIO ELIMINADO"
                   END-DELETE
           END-READ.

      *    OS PASSAGEIROS SEPARADOS MANTEM O NUMERO DE RESERVA, PELO
      *    QUE LUGAR, PRECO, SSR, ANCILARIOS E ITINERARIO FICAM
      *    LIGADOS; SO MUDA O NUMERO DE GRUPO
       P3020-DIVIDIR-GRUPO.

           PERFORM P480-CARREGAR-TABELA-VOOS.

           OPEN I-O RESERVASINPUT.
           PERFORM P011-VERIFICAR-ESTADO-RESERVA.
           OPEN I-O VOOSINPUT.
           PERFORM P010-VERIFICAR-ESTADO-VOO.
           OPEN I-O LUGARESINPUT.
           OPEN I-O CONFIGINPUT.
           PERFORM P060-LER-CONFIGURACOES.

           DISPLAY "NUMERO DO GRUPO A DIVIDIR".
           ACCEPT WS-DIV-GRUPO-ORIGEM.
           PERFORM P3021-LISTAR-MEMBROS.

           IF WS-DIV-MEMBROS < 2
               DISPLAY "GRUPO INEXISTENTE OU COM UM SO PASSAGEIRO - "
                       "NADA A DIVIDIR"
           ELSE
               PERFORM P3022-ESCOLHER-MEMBROS
               IF WS-DIV-TOTAL = ZEROES
                   DISPLAY "NENHUM PASSAGEIRO SEPARADO"
               ELSE
                   IF WS-DIV-TOTAL >= WS-DIV-MEMBROS
                       DISPLAY "NAO SE PODE SEPARAR O GRUPO INTEIRO "
                               "- GRUPO NAO DIVIDIDO"
                   ELSE
                       PERFORM P3024-NOVO-GRUPO
                       IF WS-DIV-GRUPO-NOVO > ZEROES
                           PERFORM P3025-REAGRUPAR
                           PERFORM P3026-DESTINO-NOVO-GRUPO
                       END-IF
                   END-IF
               END-IF
           END-IF.

           CLOSE RESERVASINPUT.
           CLOSE VOOSINPUT.
           CLOSE LUGARESINPUT.
           CLOSE CONFIGINPUT.

       P3021-LISTAR-MEMBROS.

           MOVE ZEROES TO WS-DIV-MEMBROS.
           IF WS-DIV-GRUPO-ORIGEM > ZEROES
               DISPLAY "*** PASSAGEIROS DO GRUPO " WS-DIV-GRUPO-ORIGEM
                       " ***"
               MOVE ZEROES TO RESERVA-ID
               SET WS-EXIT-OK3 TO "N"
               START RESERVASINPUT KEY IS NOT LESS THAN RESERVA-ID
                   INVALID KEY
                       SET WS-EXIT-OK3 TO "S"
               END-START
               PERFORM UNTIL WS-EXIT-OK3 = "S"
                   READ RESERVASINPUT NEXT
                       AT END
                           SET WS-EXIT-OK3 TO "S"
                       NOT AT END
                           IF RESERVA-GRUPO-ID = WS-DIV-GRUPO-ORIGEM
                                   AND WS-DIV-MEMBROS < 99
                               ADD 1 TO WS-DIV-MEMBROS
                               DISPLAY "  RESERVA " RESERVA-ID " "
                                       RESERVA-NOME " VOO "
                                       RESERVA-VOO-NUMERO " "
                                       RESERVA-VOO-DATA " LUGAR "
                                       RESERVA-LUGAR " ["
                                       RESERVA-CLASSE "] "
                                       RESERVA-PRECO
                           END-IF
                   END-READ
               END-PERFORM
               SET WS-EXIT-OK3 TO "N"
           END-IF.

       P3022-ESCOLHER-MEMBROS.

           INITIALIZE WS-TABELA-DIVISAO.
           MOVE ZEROES TO WS-DIV-TOTAL.
           MOVE 1 TO WS-DIV-PEDIDO.
           PERFORM UNTIL WS-DIV-PEDIDO = ZEROES
               DISPLAY "RESERVA A SEPARAR DO GRUPO (0 = FIM)"
               ACCEPT WS-DIV-PEDIDO
               IF WS-DIV-PEDIDO > ZEROES
                   PERFORM P3023-VALIDAR-MEMBRO
               END-IF
           END-PERFORM.

       P3023-VALIDAR-MEMBRO.

           MOVE "N" TO WS-DIV-REPETIDO.
           MOVE 1 TO WS-DIV-I.
           PERFORM UNTIL WS-DIV-I > WS-DIV-TOTAL
               IF WS-DIV-ID (WS-DIV-I) = WS-DIV-PEDIDO
                   MOVE "S" TO WS-DIV-REPETIDO
               END-IF
               ADD 1 TO WS-DIV-I
           END-PERFORM.

           IF WS-DIV-REPETIDO = "S"
               DISPLAY "RESERVA JA ESCOLHIDA"
           ELSE
               MOVE WS-DIV-PEDIDO TO RESERVA-ID
               READ RESERVASINPUT
                   KEY IS RESERVA-ID
                   INVALID KEY
                       DISPLAY "RESERVA NAO ENCONTRADA"
                   NOT INVALID KEY
                       IF RESERVA-GRUPO-ID NOT = WS-DIV-GRUPO-ORIGEM
                           DISPLAY "A RESERVA NAO PERTENCE AO GRUPO "
                                   WS-DIV-GRUPO-ORIGEM
                       ELSE
                           IF WS-DIV-TOTAL < 99
                               ADD 1 TO WS-DIV-TOTAL
                               MOVE RESERVA-ID
                                   TO WS-DIV-ID (WS-DIV-TOTAL)
                               DISPLAY "  " RESERVA-NOME
                                       " MARCADO PARA SEPARAR"
                           END-IF
                       END-IF
               END-READ
           END-IF.

       P3024-NOVO-GRUPO.

           OPEN I-O CONTROLOINPUT.
           MOVE WS-CHAVE-CTRL-RESERVA TO CTRL-CHAVE.
           PERFORM P430-PROX-NUMERO.
           CLOSE CONTROLOINPUT.
           MOVE WS-PROX-NUMERO TO WS-DIV-GRUPO-NOVO.
           IF WS-DIV-GRUPO-NOVO = ZEROES
               DISPLAY "DIVISAO ABANDONADA - CONTADOR INDISPONIVEL"
           END-IF.

       P3025-REAGRUPAR.

           MOVE 1 TO WS-DIV-I.
           PERFORM UNTIL WS-DIV-I > WS-DIV-TOTAL
               MOVE WS-DIV-ID (WS-DIV-I) TO RESERVA-ID
               READ RESERVASINPUT
                   KEY IS RESERVA-ID
                   INVALID KEY
                       DISPLAY "RESERVA " WS-DIV-ID (WS-DIV-I)
                               " NAO ENCONTRADA - NAO SEPARADA"
                   NOT INVALID KEY
                       MOVE WS-DIV-GRUPO-NOVO TO RESERVA-GRUPO-ID
                       MOVE "R" TO WS-DIA-OP
                       PERFORM P072-DIARIO-RESERVA
                       REWRITE RESERVAINPUT-REG
                       MOVE "G" TO WS-AUDRES-OP
                       PERFORM P050-AUDITAR-RESERVA
               END-READ
               ADD 1 TO WS-DIV-I
           END-PERFORM.
           DISPLAY "GRUPO " WS-DIV-GRUPO-ORIGEM " DIVIDIDO: "
                   WS-DIV-TOTAL " PASSAGEIRO(S) PASSARAM AO GRUPO "
                   WS-DIV-GRUPO-NOVO.

       P3026-DESTINO-NOVO-GRUPO.

           DISPLAY "O QUE FAZER COM O GRUPO " WS-DIV-GRUPO-NOVO "?".
           DISPLAY "1 - MUDAR DE VOO".
           DISPLAY "2 - CANCELAR".
           DISPLAY "0 - MANTER NO VOO ATUAL".
           ACCEPT WS-OP-DIV.
           EVALUATE WS-OP-DIV
               WHEN 1
                   PERFORM P3027-MOVER-GRUPO
               WHEN 2
                   PERFORM P3028-CANCELAR-GRUPO
               WHEN OTHER
                   DISPLAY "GRUPO " WS-DIV-GRUPO-NOVO
                           " MANTIDO NO VOO ATUAL"
           END-EVALUATE.

      *    CADA PASSAGEIRO PASSA PELA VALIDACAO E ENCARGOS DA MUDANCA
      *    INDIVIDUAL (P1720), INCLUINDO A REEMISSAO DO BILHETE
       P3027-MOVER-GRUPO.

           DISPLAY "NUMERO DO VOO DE DESTINO".
           ACCEPT WS-DIV-DESTINO-NUM.
           DISPLAY "DATA DO VOO DE DESTINO (AAAAMMDD)".
           ACCEPT WS-DIV-DESTINO-DATA.

           MOVE 1 TO WS-DIV-I.
           PERFORM UNTIL WS-DIV-I > WS-DIV-TOTAL
               MOVE WS-DIV-ID (WS-DIV-I) TO RESERVA-ID
               MOVE WS-DIV-ID (WS-DIV-I) TO WS-ID-RESERVA-CANCELA
               READ RESERVASINPUT
                   KEY IS RESERVA-ID
                   INVALID KEY
                       DISPLAY "RESERVA " WS-DIV-ID (WS-DIV-I)
                               " NAO ENCONTRADA"
                   NOT INVALID KEY
                       MOVE RESERVA-NOME TO WS-REB-NOME
                       MOVE RESERVA-VOO-CHAVE TO WS-REB-CHAVE-ANTIGA
                       MOVE RESERVA-CLASSE TO WS-REB-CLASSE
                       MOVE RESERVA-LUGAR TO WS-REB-LUGAR-ANTIGO
                       MOVE RESERVA-PAX-ID TO WS-CTF-PAX-ID
                       MOVE RESERVA-PRECO TO WS-CTF-PRECO
                       DISPLAY "RESERVA " RESERVA-ID " - "
                               WS-REB-NOME
                       MOVE WS-DIV-DESTINO-NUM TO VOOSINPUT-NUMERO
                       MOVE WS-DIV-DESTINO-DATA TO VOOSINPUT-DATA
                       READ VOOSINPUT
                           KEY IS VOOSINPUT-CHAVE
                           INVALID KEY
                               DISPLAY "VOO DE DESTINO NAO ENCONTRADO"
                           NOT INVALID KEY
                               IF VOOSINPUT-CHAVE =
                                       WS-REB-CHAVE-ANTIGA
                                   DISPLAY "A RESERVA JA ESTA NESSE "
                                           "VOO"
                               ELSE
                                   PERFORM P443-AVALIAR-SAIDA
                                   PERFORM P1720-VALIDAR-MUDANCA
                               END-IF
                       END-READ
               END-READ
               ADD 1 TO WS-DIV-I
           END-PERFORM.

       P3028-CANCELAR-GRUPO.

           DISPLAY "CONFIRMA O CANCELAMENTO DAS " WS-DIV-TOTAL
                   " RESERVA(S) DO GRUPO " WS-DIV-GRUPO-NOVO "? (S/N)".
           ACCEPT WS-DIV-CONFIRMA.
           IF WS-DIV-CONFIRMA = "S" OR WS-DIV-CONFIRMA = "s"
               MOVE 1 TO WS-DIV-I
               PERFORM UNTIL WS-DIV-I > WS-DIV-TOTAL
                   MOVE WS-DIV-ID (WS-DIV-I) TO RESERVA-ID
                   MOVE WS-DIV-ID (WS-DIV-I) TO WS-ID-RESERVA-CANCELA
                   READ RESERVASINPUT
                       KEY IS RESERVA-ID
                       INVALID KEY
                           DISPLAY "RESERVA " WS-DIV-ID (WS-DIV-I)
                                   " NAO ENCONTRADA"
                       NOT INVALID KEY
                           DISPLAY "A CANCELAR A RESERVA " RESERVA-ID
                           PERFORM P615-CANCELAR-UMA-RESERVA
                   END-READ
                   ADD 1 TO WS-DIV-I
               END-PERFORM
           ELSE
               DISPLAY "CANCELAMENTO NAO EFETUADO - GRUPO "
                       WS-DIV-GRUPO-NOVO " MANTIDO"
           END-IF.

       P3030-ATRIBUTOS-LUGARES.

           OPEN I-O LUGARESINPUT.
           IF WS-LUG-STATUS-INEXISTENTE
               DISPLAY "NAO HA MAPAS DE LUGARES"
               CLOSE LUGARESINPUT
           ELSE
               OPEN INPUT CONFIGINPUT
               PERFORM P060-LER-CONFIGURACOES
               CLOSE CONFIGINPUT
               DISPLAY "NUMERO DO VOO"
               ACCEPT WS-LUG-VOO-NUMERO
               DISPLAY "DATA DO VOO (AAAAMMDD)"
               ACCEPT WS-LUG-VOO-DATA
               MOVE 1 TO WS-OP-LUG
               PERFORM UNTIL WS-OP-LUG = 0
                   DISPLAY "1-LISTAR MAPA 2-DEFINIR LUGAR "
                           "3-DEFINIR FILA 0-SAIR"
                   ACCEPT WS-OP-LUG
                   EVALUATE WS-OP-LUG
                       WHEN 1
                           PERFORM P3031-LISTAR-MAPA
                       WHEN 2
                           PERFORM P3032-DEFINIR-LUGAR
                       WHEN 3
                           PERFORM P3033-DEFINIR-FILA
                       WHEN 0
                           CONTINUE
                       WHEN OTHER
                           DISPLAY "OPCAO INVALIDA"
                   END-EVALUATE
               END-PERFORM
               CLOSE LUGARESINPUT
           END-IF.

       P3031-LISTAR-MAPA.

           DISPLAY " ".
           DISPLAY "*** MAPA DE LUGARES DO VOO " WS-LUG-VOO-NUMERO
                   " EM " WS-LUG-VOO-DATA " ***".
           DISPLAY "LUGAR POS OCUP BLOQ SAIDA ESPACO+ BANDA".
           MOVE WS-LUG-VOO-NUMERO TO LUG-VOO-NUMERO.
           MOVE WS-LUG-VOO-DATA TO LUG-VOO-DATA.
           MOVE SPACES TO LUG-ETIQUETA.
           SET WS-EXIT-OK TO "N".
           START LUGARESINPUT KEY IS NOT LESS THAN LUG-CHAVE
               INVALID KEY
                   SET WS-EXIT-OK TO "S"
           END-START.
           PERFORM UNTIL WS-EXIT-OK = "S"
               READ LUGARESINPUT NEXT
                   AT END
                       SET WS-EXIT-OK TO "S"
                   NOT AT END
                       IF LUG-VOO-NUMERO NOT = WS-LUG-VOO-NUMERO
                               OR LUG-VOO-DATA NOT = WS-LUG-VOO-DATA
                           SET WS-EXIT-OK TO "S"
                       ELSE
                           DISPLAY LUG-ETIQUETA "    " LUG-POSICAO
                                   "    " LUG-OCUPADO
                                   "    " LUG-BLOQUEADO
                                   "    " LUG-SAIDA
                                   "     " LUG-ESPACO
                                   "       " LUG-BANDA
                       END-IF
               END-READ
           END-PERFORM.
           SET WS-EXIT-OK TO "N".
           DISPLAY "PRECOS DAS BANDAS: 1=" WS-CFG-BANDA-PRECO (1)
                   " 2=" WS-CFG-BANDA-PRECO (2)
                   " 3=" WS-CFG-BANDA-PRECO (3).

       P3032-DEFINIR-LUGAR.

           DISPLAY "LUGAR (EX: 12A)".
           ACCEPT LUG-ETIQUETA.
           MOVE WS-LUG-VOO-NUMERO TO LUG-VOO-NUMERO.
           MOVE WS-LUG-VOO-DATA TO LUG-VOO-DATA.
           READ LUGARESINPUT
               INVALID KEY
                   DISPLAY "LUGAR NAO EXISTE NESTE VOO"
               NOT INVALID KEY
                   PERFORM P3034-PEDIR-ATRIBUTOS
                   PERFORM P3035-APLICAR-ATRIBUTOS
                   REWRITE LUGARESINPUT-REG
                       INVALID KEY
                           DISPLAY "ERRO AO GRAVAR O LUGAR"
                       NOT INVALID KEY
                           DISPLAY "LUGAR " LUG-ETIQUETA
                                   " ATUALIZADO"
                   END-REWRITE
           END-READ.

       P3033-DEFINIR-FILA.

           DISPLAY "NUMERO DA FILA".
           ACCEPT WS-LUG-FILA-PEDIDA.
           PERFORM P3034-PEDIR-ATRIBUTOS.
           MOVE ZEROES TO WS-LUG-ALTERADOS.
           MOVE WS-LUG-VOO-NUMERO TO LUG-VOO-NUMERO.
           MOVE WS-LUG-VOO-DATA TO LUG-VOO-DATA.
           MOVE SPACES TO LUG-ETIQUETA.
           SET WS-EXIT-OK TO "N".
           START LUGARESINPUT KEY IS NOT LESS THAN LUG-CHAVE
               INVALID KEY
                   SET WS-EXIT-OK TO "S"
           END-START.
           PERFORM UNTIL WS-EXIT-OK = "S"
               READ LUGARESINPUT NEXT
                   AT END
                       SET WS-EXIT-OK TO "S"
                   NOT AT END
                       IF LUG-VOO-NUMERO NOT = WS-LUG-VOO-NUMERO
                               OR LUG-VOO-DATA NOT = WS-LUG-VOO-DATA
                           SET WS-EXIT-OK TO "S"
                       ELSE
                           IF LUG-FILA = WS-LUG-FILA-PEDIDA
                               PERFORM P3035-APLICAR-ATRIBUTOS
                               REWRITE LUGARESINPUT-REG
                               ADD 1 TO WS-LUG-ALTERADOS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           SET WS-EXIT-OK TO "N".
           DISPLAY WS-LUG-ALTERADOS " LUGAR(ES) DA FILA "
                   WS-LUG-FILA-PEDIDA " ATUALIZADO(S)".

       P3034-PEDIR-ATRIBUTOS.

           DISPLAY "LUGAR BLOQUEADO? (S/N)".
           ACCEPT WS-LUG-A-BLOQUEADO.
           DISPLAY "FILA DE SAIDA DE EMERGENCIA? (S/N)".
           ACCEPT WS-LUG-A-SAIDA.
           DISPLAY "ESPACO EXTRA PARA AS PERNAS? (S/N)".
           ACCEPT WS-LUG-A-ESPACO.
           DISPLAY "BANDA DE PRECO (0-GRATUITO 1/2/3-PAGO)".
           ACCEPT WS-LUG-A-BANDA.
           IF WS-LUG-A-BLOQUEADO = "s"
               MOVE "S" TO WS-LUG-A-BLOQUEADO
           END-IF.
           IF WS-LUG-A-BLOQUEADO NOT = "S"
               MOVE "N" TO WS-LUG-A-BLOQUEADO
           END-IF.
           IF WS-LUG-A-SAIDA = "s"
               MOVE "S" TO WS-LUG-A-SAIDA
           END-IF.
           IF WS-LUG-A-SAIDA NOT = "S"
               MOVE "N" TO WS-LUG-A-SAIDA
           END-IF.
           IF WS-LUG-A-ESPACO = "s"
               MOVE "S" TO WS-LUG-A-ESPACO
           END-IF.
           IF WS-LUG-A-ESPACO NOT = "S"
               MOVE "N" TO WS-LUG-A-ESPACO
           END-IF.
           IF WS-LUG-A-BANDA < "0" OR WS-LUG-A-BANDA > "3"
               DISPLAY "BANDA INVALIDA - FICA GRATUITO"
               MOVE "0" TO WS-LUG-A-BANDA
           END-IF.

      *    UM LUGAR JA OCUPADO MANTEM-SE OCUPADO; SO OS ATRIBUTOS
      *    MUDAM. O BLOQUEIO SO AFETA ATRIBUICOES FUTURAS
       P3035-APLICAR-ATRIBUTOS.

           MOVE WS-LUG-A-BLOQUEADO TO LUG-BLOQUEADO.
           MOVE WS-LUG-A-SAIDA TO LUG-SAIDA.
           MOVE WS-LUG-A-ESPACO TO LUG-ESPACO.
           MOVE WS-LUG-A-BANDA TO LUG-BANDA.
           IF LUG-BLOQUEADO-SIM AND LUG-RESERVADO
               DISPLAY "AVISO: LUGAR " LUG-ETIQUETA " BLOQUEADO "
                       "MAS JA OCUPADO - RECOLOQUE O PASSAGEIRO"
           END-IF.

      *    ACORDOS COM PARCEIROS DE HOTEL E ALUGUER DE AUTOMOVEIS:
      *    CONVERSAO DO GASTO EM PONTOS E PRECO FATURADO AO PARCEIRO
      *    POR CADA PONTO EMITIDO (IMPORTACAO EM IMPFIDPAR)
       P3040-PARCEIROS-FIDELIZACAO.

           OPEN I-O PARCFIDINPUT.
           IF WS-PFD-STATUS-INEXISTENTE
               OPEN OUTPUT PARCFIDINPUT
               CLOSE PARCFIDINPUT
               OPEN I-O PARCFIDINPUT
           END-IF.

           MOVE 1 TO WS-OP-PFD.
           PERFORM UNTIL WS-OP-PFD = 0
               DISPLAY "1-LISTAR 2-DEFINIR 3-ELIMINAR 0-SAIR"
               ACCEPT WS-OP-PFD
               EVALUATE WS-OP-PFD
                   WHEN 1
                       PERFORM P3041-LISTAR-PARCEIROS
                   WHEN 2
                       PERFORM P3042-DEFINIR-PARCEIRO
                   WHEN 3
                       PERFORM P3043-ELIMINAR-PARCEIRO
                   WHEN 0
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "OPCAO INVALIDA"
               END-EVALUATE
           END-PERFORM.

           CLOSE PARCFIDINPUT.

       P3041-LISTAR-PARCEIROS.

           DISPLAY " ".
           DISPLAY "*** PARCEIROS DE FIDELIZACAO ***".
           MOVE LOW-VALUES TO PFD-CODIGO.
           SET WS-EXIT-OK TO "N".
           START PARCFIDINPUT KEY IS NOT LESS THAN PFD-CODIGO
               INVALID KEY
                   SET WS-EXIT-OK TO "S"
           END-START.

           PERFORM UNTIL WS-EXIT-OK = "S"
               READ PARCFIDINPUT NEXT
                   AT END
                       SET WS-EXIT-OK TO "S"
                   NOT AT END
                       IF PFD-HOTEL
                           DISPLAY PFD-CODIGO " " PFD-NOME " HOTEL"
                       ELSE
                           DISPLAY PFD-CODIGO " " PFD-NOME
                                   " AUTOMOVEIS"
                       END-IF
                       DISPLAY "  PONTOS POR EURO " PFD-PONTOS-EURO
                               " PRECO POR PONTO " PFD-PRECO-PONTO
                               " DESDE " PFD-DATA
               END-READ
           END-PERFORM.
           SET WS-EXIT-OK TO "N".

       P3042-DEFINIR-PARCEIRO.

           DISPLAY "CODIGO DO PARCEIRO (4 CARACTERES)".
           ACCEPT PFD-CODIGO.
           DISPLAY "NOME DO PARCEIRO".
           ACCEPT PFD-NOME.
           DISPLAY "TIPO (H-HOTEL A-ALUGUER DE AUTOMOVEIS)".
           ACCEPT PFD-TIPO.
           IF PFD-TIPO = "a"
               MOVE "A" TO PFD-TIPO
           END-IF.
           IF PFD-TIPO NOT = "A"
               MOVE "H" TO PFD-TIPO
           END-IF.
           DISPLAY "PONTOS POR EURO GASTO (EX: 0150 PARA 1,50)".
           ACCEPT PFD-PONTOS-EURO.
           DISPLAY "PRECO FATURADO POR PONTO (EX: 00080 PARA "
                   "0,0080 EUR)".
           ACCEPT PFD-PRECO-PONTO.
           ACCEPT PFD-DATA FROM DATE YYYYMMDD.

           WRITE PARCFIDINPUT-REG
               INVALID KEY
                   REWRITE PARCFIDINPUT-REG
                   DISPLAY "PARCEIRO ATUALIZADO"
               NOT INVALID KEY
                   DISPLAY "PARCEIRO REGISTADO"
           END-WRITE.

       P3043-ELIMINAR-PARCEIRO.

           DISPLAY "CODIGO DO PARCEIRO A ELIMINAR".
           ACCEPT PFD-CODIGO.
           READ PARCFIDINPUT
               INVALID KEY
                   DISPLAY "PARCEIRO NAO ENCONTRADO"
               NOT INVALID KEY
                   DELETE PARCFIDINPUT
                       INVALID KEY
                           DISPLAY "ERRO AO ELIMINAR O PARCEIRO"
                       NOT INVALID KEY
                           DISPLAY "PARCEIRO ELIMINADO"
                   END-DELETE
           END-READ.

      *    CONTAS DE EMPRESA: LIMITE DE CREDITO, CONTACTO DE FATURACAO,
      *    DESCONTOS NEGOCIADOS POR ROTA/CABINE, CONTA CORRENTE E
      *    REGISTO DE PAGAMENTOS DAS FATURAS MENSAIS (FATEMP)
       P3050-CONTAS-EMPRESA.

           PERFORM P4068-ABRIR-CONTAS-EMPRESA.
           OPEN INPUT CONTACTOS.

           MOVE 1 TO WS-OP-EMP.
           PERFORM UNTIL WS-OP-EMP = 0
               DISPLAY "1-LISTAR 2-DEFINIR 3-ELIMINAR 4-TARIFAS "
                       "NEGOCIADAS 5-CONTA CORRENTE 6-PAGAMENTO DE "
                       "FATURA 0-SAIR"
               ACCEPT WS-OP-EMP
               EVALUATE WS-OP-EMP
                   WHEN 1
                       PERFORM P3051-LISTAR-EMPRESAS
                   WHEN 2
                       PERFORM P3052-DEFINIR-EMPRESA
                   WHEN 3
                       PERFORM P3053-ELIMINAR-EMPRESA
                   WHEN 4
                       PERFORM P3054-TARIFAS-NEGOCIADAS
                   WHEN 5
                       PERFORM P3055-CONTA-CORRENTE
                   WHEN 6
                       PERFORM P3056-PAGAMENTO-FATURA
                   WHEN 0
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "OPCAO INVALIDA"
               END-EVALUATE
           END-PERFORM.

           CLOSE EMPRESASINPUT.
           CLOSE EMPDESCINPUT.
           CLOSE EMPCONTAINPUT.
           CLOSE EMPFATURASINPUT.
           CLOSE CONTACTOS.
           MOVE "N" TO WS-EMP-ABERTO.

       P3051-LISTAR-EMPRESAS.

           DISPLAY " ".
           DISPLAY "*** CONTAS DE EMPRESA ***".
           MOVE LOW-VALUES TO EMP-CODIGO.
           SET WS-EXIT-OK TO "N".
           START EMPRESASINPUT KEY IS NOT LESS THAN EMP-CODIGO
               INVALID KEY
                   SET WS-EXIT-OK TO "S"
           END-START.

           PERFORM UNTIL WS-EXIT-OK = "S"
               READ EMPRESASINPUT NEXT
                   AT END
                       SET WS-EXIT-OK TO "S"
                   NOT AT END
                       IF EMP-SUSPENSA
                           DISPLAY EMP-CODIGO " " EMP-NOME " NIF "
                                   EMP-NIF " (SUSPENSA)"
                       ELSE
                           DISPLAY EMP-CODIGO " " EMP-NOME " NIF "
                                   EMP-NIF
                       END-IF
                       DISPLAY "  LIMITE " EMP-LIMITE " DESCONTO GERAL "
                               EMP-DESCONTO "% PRAZO " EMP-PRAZO
                               " DIAS CONTACTO " EMP-CONTACTO-ID
               END-READ
           END-PERFORM.
           SET WS-EXIT-OK TO "N".

       P3052-DEFINIR-EMPRESA.

           DISPLAY "CODIGO DA EMPRESA (4 CARACTERES)".
           ACCEPT EMP-CODIGO.
           DISPLAY "NOME DA EMPRESA".
           ACCEPT EMP-NOME.
           DISPLAY "NIF".
           ACCEPT EMP-NIF.
           DISPLAY "ID DO CONTACTO DE FATURACAO".
           ACCEPT EMP-CONTACTO-ID.
           MOVE EMP-CONTACTO-ID TO ID-CONTACTO.
           READ CONTACTOS
               INVALID KEY
                   DISPLAY "AVISO: CONTACTO " EMP-CONTACTO-ID
                           " NAO ENCONTRADO"
               NOT INVALID KEY
                   DISPLAY "FATURAS PARA " NM-CONTACTO " "
                           EMAIL-CONTACTO
           END-READ.
           DISPLAY "LIMITE DE CREDITO (EX: 001000000 PARA 10000,00)".
           ACCEPT EMP-LIMITE.
           DISPLAY "DESCONTO GERAL NEGOCIADO (00-99 POR CENTO)".
           ACCEPT EMP-DESCONTO.
           DISPLAY "PRAZO DE PAGAMENTO EM DIAS (0 = 30)".
           ACCEPT EMP-PRAZO.
           IF EMP-PRAZO = ZEROES
               MOVE 30 TO EMP-PRAZO
           END-IF.
           DISPLAY "ESTADO (A-ATIVA S-SUSPENSA)".
           ACCEPT EMP-ESTADO.
           IF EMP-ESTADO = "s"
               MOVE "S" TO EMP-ESTADO
           END-IF.
           IF EMP-ESTADO NOT = "S"
               MOVE "A" TO EMP-ESTADO
           END-IF.
           ACCEPT EMP-DATA FROM DATE YYYYMMDD.

           WRITE EMPRESASINPUT-REG
               INVALID KEY
                   REWRITE EMPRESASINPUT-REG
                   DISPLAY "EMPRESA ATUALIZADA"
               NOT INVALID KEY
                   DISPLAY "EMPRESA REGISTADA"
           END-WRITE.

       P3053-ELIMINAR-EMPRESA.

           DISPLAY "CODIGO DA EMPRESA A ELIMINAR".
           ACCEPT WS-EMP-PEDIDA.
           MOVE WS-EMP-PEDIDA TO EMP-CODIGO.
           READ EMPRESASINPUT
               INVALID KEY
                   DISPLAY "EMPRESA NAO ENCONTRADA"
               NOT INVALID KEY
                   PERFORM P4063-SALDO-EMPRESA
                   IF WS-EMP-SALDO NOT = ZEROES
                       DISPLAY "EMPRESA COM " WS-EMP-SALDO
                               " EM DIVIDA - SUSPENDA EM VEZ DE "
                               "ELIMINAR"
                   ELSE
                       DELETE EMPRESASINPUT
                           INVALID KEY
                               DISPLAY "ERRO AO ELIMINAR A EMPRESA"
                           NOT INVALID KEY
                               DISPLAY "EMPRESA ELIMINADA"
                       END-DELETE
                   END-IF
           END-READ.

       P3054-TARIFAS-NEGOCIADAS.

           DISPLAY "CODIGO DA EMPRESA".
           ACCEPT WS-EMP-PEDIDA.
           DISPLAY "*** DESCONTOS NEGOCIADOS DE " WS-EMP-PEDIDA " ***".
           MOVE WS-EMP-PEDIDA TO EDS-EMPRESA.
           MOVE LOW-VALUES TO EDS-ROTA.
           MOVE LOW-VALUES TO EDS-CLASSE.
           SET WS-EXIT-OK TO "N".
           START EMPDESCINPUT KEY IS NOT LESS THAN EDS-CHAVE
               INVALID KEY
                   SET WS-EXIT-OK TO "S"
           END-START.
           PERFORM UNTIL WS-EXIT-OK = "S"
               READ EMPDESCINPUT NEXT
                   AT END
                       SET WS-EXIT-OK TO "S"
                   NOT AT END
                       IF EDS-EMPRESA NOT = WS-EMP-PEDIDA
                           SET WS-EXIT-OK TO "S"
                       ELSE
                           DISPLAY "  ROTA " EDS-ROTA " CABINE "
                                   EDS-CLASSE " DESCONTO "
                                   EDS-DESCONTO "%"
                       END-IF
               END-READ
           END-PERFORM.
           SET WS-EXIT-OK TO "N".

           DISPLAY "ROTA (NOME DO VOO, BRANCO = TODAS)".
           MOVE SPACES TO EDS-ROTA.
           ACCEPT EDS-ROTA.
           DISPLAY "CABINE (E-ECONOMICA X-EXECUTIVA, BRANCO = TODAS)".
           MOVE SPACE TO EDS-CLASSE.
           ACCEPT EDS-CLASSE.
           MOVE WS-EMP-PEDIDA TO EDS-EMPRESA.
           IF EDS-ROTA = SPACES AND EDS-CLASSE = SPACE
               DISPLAY "PARA TODAS AS ROTAS E CABINES USE O DESCONTO "
                       "GERAL DA EMPRESA (OPCAO 2)"
           ELSE
               DISPLAY "DESCONTO (00 = REMOVER O ACORDO)"
               ACCEPT EDS-DESCONTO
               IF EDS-DESCONTO = ZEROES
                   DELETE EMPDESCINPUT
                       INVALID KEY
                           DISPLAY "ACORDO NAO ENCONTRADO"
                       NOT INVALID KEY
                           DISPLAY "ACORDO REMOVIDO"
                   END-DELETE
               ELSE
                   WRITE EMPDESCINPUT-REG
                       INVALID KEY
                           REWRITE EMPDESCINPUT-REG
                           DISPLAY "ACORDO ATUALIZADO"
                       NOT INVALID KEY
                           DISPLAY "ACORDO REGISTADO"
                   END-WRITE
               END-IF
           END-IF.

      *    LANCAMENTOS AINDA POR FATURAR E FATURAS POR PAGAR
       P3055-CONTA-CORRENTE.

           DISPLAY "CODIGO DA EMPRESA".
           ACCEPT WS-EMP-PEDIDA.
           MOVE WS-EMP-PEDIDA TO EMP-CODIGO.
           READ EMPRESASINPUT
               INVALID KEY
                   DISPLAY "EMPRESA NAO ENCONTRADA"
               NOT INVALID KEY
                   PERFORM P3057-MOSTRAR-CONTA
           END-READ.

       P3056-PAGAMENTO-FATURA.

           DISPLAY "NUMERO DA FATURA".
           ACCEPT EFT-NUMERO.
           READ EMPFATURASINPUT
               INVALID KEY
                   DISPLAY "FATURA NAO ENCONTRADA"
               NOT INVALID KEY
                   IF EFT-PAGA
                       DISPLAY "FATURA JA PAGA EM " EFT-DATA-PAGAMENTO
                   ELSE
                       COMPUTE WS-EMP-EM-DIVIDA = EFT-VALOR - EFT-PAGO
                       DISPLAY "FATURA " EFT-NUMERO " EMPRESA "
                               EFT-EMPRESA " VALOR " EFT-VALOR
                               " EM DIVIDA " WS-EMP-EM-DIVIDA
                       DISPLAY "VALOR RECEBIDO"
                       ACCEPT WS-EMP-PAGAMENTO
                       PERFORM P3058-APLICAR-PAGAMENTO
                   END-IF
           END-READ.

       P3057-MOSTRAR-CONTA.

           DISPLAY " ".
           DISPLAY "*** CONTA CORRENTE " EMP-CODIGO " " EMP-NOME
                   " ***".
           DISPLAY "LANCAMENTOS POR FATURAR:".
           MOVE WS-EMP-PEDIDA TO ECT-EMPRESA.
           SET WS-EXIT-OK TO "N".
           START EMPCONTAINPUT KEY IS EQUAL TO ECT-EMPRESA
               INVALID KEY
                   SET WS-EXIT-OK TO "S"
           END-START.
           PERFORM UNTIL WS-EXIT-OK = "S"
               READ EMPCONTAINPUT NEXT
                   AT END
                       SET WS-EXIT-OK TO "S"
                   NOT AT END
                       IF ECT-EMPRESA NOT = WS-EMP-PEDIDA
                           SET WS-EXIT-OK TO "S"
                       ELSE
                           IF ECT-POR-FATURAR
                               DISPLAY "  " ECT-DATA " RESERVA "
                                       ECT-RESERVA-ID " " ECT-NOME
                                       " VOO " ECT-VOO-NOME " "
                                       ECT-VOO-DATA " " ECT-TIPO " "
                                       ECT-VALOR
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           SET WS-EXIT-OK TO "N".

           DISPLAY "FATURAS POR PAGAR:".
           MOVE WS-EMP-PEDIDA TO EFT-EMPRESA.
           START EMPFATURASINPUT KEY IS EQUAL TO EFT-EMPRESA
               INVALID KEY
                   SET WS-EXIT-OK TO "S"
           END-START.
           PERFORM UNTIL WS-EXIT-OK = "S"
               READ EMPFATURASINPUT NEXT
                   AT END
                       SET WS-EXIT-OK TO "S"
                   NOT AT END
                       IF EFT-EMPRESA NOT = WS-EMP-PEDIDA
                           SET WS-EXIT-OK TO "S"
                       ELSE
                           IF EFT-ABERTA
                               DISPLAY "  FATURA " EFT-NUMERO " MES "
                                       EFT-MES " VENCE " EFT-VENCIMENTO
                                       " VALOR " EFT-VALOR " PAGO "
                                       EFT-PAGO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           SET WS-EXIT-OK TO "N".

           PERFORM P4063-SALDO-EMPRESA.
           DISPLAY "TOTAL EM DIVIDA: " WS-EMP-SALDO
                   " LIMITE DE CREDITO: " EMP-LIMITE.

      *    FATURA PAGA POR INTEIRO: OS LANCAMENTOS FICAM PAGOS
       P3058-APLICAR-PAGAMENTO.

           ADD WS-EMP-PAGAMENTO TO EFT-PAGO.
           IF EFT-PAGO >= EFT-VALOR
               MOVE "P" TO EFT-ESTADO
               ACCEPT EFT-DATA-PAGAMENTO FROM DATE YYYYMMDD
           END-IF.
           REWRITE EMPFATURASINPUT-REG
               INVALID KEY
                   DISPLAY "ERRO AO REGISTAR O PAGAMENTO"
               NOT INVALID KEY
                   DISPLAY "PAGAMENTO REGISTADO - TOTAL PAGO "
                           EFT-PAGO
           END-REWRITE.

           IF EFT-PAGA
               MOVE EFT-NUMERO TO WS-EMP-FATURA
               MOVE EFT-EMPRESA TO ECT-EMPRESA
               SET WS-EXIT-OK TO "N"
               START EMPCONTAINPUT KEY IS EQUAL TO ECT-EMPRESA
                   INVALID KEY
                       SET WS-EXIT-OK TO "S"
               END-START
               PERFORM UNTIL WS-EXIT-OK = "S"
                   READ EMPCONTAINPUT NEXT
                       AT END
                           SET WS-EXIT-OK TO "S"
                       NOT AT END
                           IF ECT-EMPRESA NOT = EFT-EMPRESA
                               SET WS-EXIT-OK TO "S"
                           ELSE
                               IF ECT-FATURA = WS-EMP-FATURA
                                   MOVE "P" TO ECT-ESTADO
                                   REWRITE EMPCONTAINPUT-REG
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               SET WS-EXIT-OK TO "N"
               DISPLAY "FATURA " EFT-NUMERO " LIQUIDADA"
           END-IF.

       P3060-DOCUMENTOS-FISCAIS.

           MOVE 1 TO WS-OP-DOC.
           PERFORM UNTIL WS-OP-DOC = 0
               DISPLAY "DOCUMENTOS FISCAIS"
               DISPLAY "1 - CONSULTAR POR RESERVA"
               DISPLAY "2 - SEGUNDA VIA DE UM DOCUMENTO"
               DISPLAY "0 - VOLTAR"
               ACCEPT WS-OP-DOC
               EVALUATE WS-OP-DOC
                   WHEN 1
                       DISPLAY "NUMERO DA RESERVA"
                       ACCEPT WS-FAT-RESERVA-ID
                       MOVE "L" TO WS-FAT-OP
                       CALL 'fatura_util.o' USING WS-FAT-AREA
                   WHEN 2
                       DISPLAY "TIPO DO DOCUMENTO (FR, FT OU NC)"
                       ACCEPT WS-FAT-DOC-TIPO
                       DISPLAY "ANO DA SERIE (AAAA)"
                       ACCEPT WS-FAT-DOC-ANO
                       DISPLAY "NUMERO DO DOCUMENTO"
                       ACCEPT WS-FAT-DOC-NUMERO
                       MOVE "R" TO WS-FAT-OP
                       CALL 'fatura_util.o' USING WS-FAT-AREA
                       IF WS-FAT-RESULTADO = "N"
                           DISPLAY "DOCUMENTO NAO ENCONTRADO"
                       END-IF
                   WHEN 0
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "OPCAO INVALIDA"
               END-EVALUATE
           END-PERFORM.

      *    APROVACAO DOS REEMBOLSOS ACIMA DO LIMITE: SO UM SUPERVISOR
      *    DIFERENTE DO OPERADOR QUE FEZ O PEDIDO PODE DECIDIR. O
      *    REEMBOLSO APROVADO E LANCADO NOS MOVIMENTOS E SEGUE NO
      *    FICHEIRO DE TRANSFERENCIAS DO DIA (TRFREEMB)
       P3070-REEMBOLSOS-PENDENTES.

           OPEN I-O REEMBPENDINPUT.
           IF WS-RBP-STATUS-INEXISTENTE
               OPEN OUTPUT REEMBPENDINPUT
               CLOSE REEMBPENDINPUT
               OPEN I-O REEMBPENDINPUT
           END-IF.

           MOVE 1 TO WS-OP-RBP.
           PERFORM UNTIL WS-OP-RBP = 0
               DISPLAY "1-LISTAR PENDENTES 2-APROVAR/REJEITAR 0-SAIR"
               ACCEPT WS-OP-RBP
               EVALUATE WS-OP-RBP
                   WHEN 1
                       PERFORM P3071-LISTAR-PENDENTES
                   WHEN 2
                       PERFORM P3072-DECIDIR-REEMBOLSO
                   WHEN 0
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "OPCAO INVALIDA"
               END-EVALUATE
           END-PERFORM.

           CLOSE REEMBPENDINPUT.

       P3071-LISTAR-PENDENTES.

           DISPLAY " ".
           DISPLAY "*** REEMBOLSOS PENDENTES DE APROVACAO ***".
           MOVE ZEROES TO WS-RBP-TOTAL.
           MOVE ZEROES TO RBP-RESERVA-ID.
           SET WS-EXIT-OK TO "N".
           START REEMBPENDINPUT KEY IS NOT LESS THAN RBP-RESERVA-ID
               INVALID KEY
                   SET WS-EXIT-OK TO "S"
           END-START.

           PERFORM UNTIL WS-EXIT-OK = "S"
               READ REEMBPENDINPUT NEXT
                   AT END
                       SET WS-EXIT-OK TO "S"
                   NOT AT END
                       IF RBP-PENDENTE
                           ADD 1 TO WS-RBP-TOTAL
                           DISPLAY "RESERVA " RBP-RESERVA-ID " "
                                   RBP-NOME " VOO " RBP-VOO
                           DISPLAY "  LIQUIDO " RBP-LIQUIDO
                                   " PEDIDO POR " RBP-OPER-PEDIDO
                                   " EM " RBP-DATA-PEDIDO
                       END-IF
               END-READ
           END-PERFORM.
           SET WS-EXIT-OK TO "N".
           DISPLAY "PEDIDOS PENDENTES: " WS-RBP-TOTAL.

       P3072-DECIDIR-REEMBOLSO.

           DISPLAY "NUMERO DA RESERVA DO PEDIDO".
           ACCEPT RBP-RESERVA-ID.
           READ REEMBPENDINPUT
               INVALID KEY
                   DISPLAY "PEDIDO DE REEMBOLSO NAO ENCONTRADO"
               NOT INVALID KEY
                   IF NOT RBP-PENDENTE
                       DISPLAY "PEDIDO JA DECIDIDO - ESTADO "
                               RBP-ESTADO
                   ELSE
                       IF RBP-OPER-PEDIDO = WS-OPER-ID
                           DISPLAY "O PEDIDO TEM DE SER DECIDIDO POR "
                                   "OUTRO SUPERVISOR"
                       ELSE
                           PERFORM P3073-REGISTAR-DECISAO
                       END-IF
                   END-IF
           END-READ.

       P3073-REGISTAR-DECISAO.

           DISPLAY "RESERVA " RBP-RESERVA-ID " " RBP-NOME
                   " VOO " RBP-VOO.
           DISPLAY "TARIFA " RBP-VALOR " TAXA " RBP-TAXA
                   " LIQUIDO " RBP-LIQUIDO.
           DISPLAY "IBAN " RBP-IBAN.
           DISPLAY "A-APROVAR R-REJEITAR (OUTRA TECLA MANTEM)".
           ACCEPT WS-RBP-DECISAO.
           IF WS-RBP-DECISAO = "a"
               MOVE "A" TO WS-RBP-DECISAO
           END-IF.
           IF WS-RBP-DECISAO = "r"
               MOVE "R" TO WS-RBP-DECISAO
           END-IF.

           IF WS-RBP-DECISAO = "A" OR WS-RBP-DECISAO = "R"
               MOVE WS-OPER-ID TO RBP-OPER-DECISAO
               ACCEPT RBP-DATA-DECISAO FROM DATE YYYYMMDD
               IF WS-RBP-DECISAO = "A"
                   MOVE "A" TO RBP-ESTADO
               ELSE
                   MOVE "J" TO RBP-ESTADO
               END-IF
               REWRITE REEMBPENDINPUT-REG
                   INVALID KEY
                       DISPLAY "ERRO AO REGISTAR A DECISAO"
                   NOT INVALID KEY
                       PERFORM P3074-EFEITOS-DECISAO
               END-REWRITE
           ELSE
               DISPLAY "PEDIDO MANTIDO PENDENTE"
           END-IF.

       P3074-EFEITOS-DECISAO.

           IF RBP-APROVADO
               MOVE "R" TO WS-MOV-TIPO
               MOVE RBP-RESERVA-ID TO WS-MOV-RESERVA-ID
               MOVE RBP-PAX-ID TO WS-MOV-PAX-ID
               MOVE RBP-VOO TO WS-MOV-VOO
               MOVE RBP-VALOR TO WS-MOV-VALOR
               PERFORM P040-REGISTAR-MOVIMENTO
               IF RBP-TAXA > ZEROES
                   MOVE "F" TO WS-MOV-TIPO
                   MOVE RBP-RESERVA-ID TO WS-MOV-RESERVA-ID
                   MOVE RBP-PAX-ID TO WS-MOV-PAX-ID
                   MOVE RBP-VOO TO WS-MOV-VOO
                   MOVE RBP-TAXA TO WS-MOV-VALOR
                   PERFORM P040-REGISTAR-MOVIMENTO
               END-IF
               DISPLAY "REEMBOLSO APROVADO - SEGUE NA PROXIMA "
                       "TRANSFERENCIA BANCARIA"
           ELSE
               MOVE RBP-RESERVA-ID TO WS-BIL-RESERVA-ID
               MOVE "V" TO WS-BIL-ESTADO
               PERFORM P3004-ESTADO-CUPAO
               DISPLAY "REEMBOLSO REJEITADO"
           END-IF.

      *    MANUTENCAO DA MATRIZ DE PERMISSOES POR PERFIL
       P3080-PERMISSOES-PERFIS.

           PERFORM P012-CARREGAR-PERMISSOES.
           OPEN I-O PERMISSOESINPUT.
           IF NOT WS-PRM-STATUS-OK
               MOVE WS-FICHEIRO-STATUS-PRM TO WS-ERR-ESTADO
               MOVE "PERMISSOES" TO WS-ERR-FICHEIRO
               PERFORM P015-REGISTAR-ERRO
               DISPLAY "FICHEIRO DE PERMISSOES INDISPONIVEL"
           ELSE
               MOVE 1 TO WS-OP-PRM
               PERFORM UNTIL WS-OP-PRM = 0
                   DISPLAY "1-CONSULTAR PERFIL 2-DEFINIR OPCAO "
                           "3-DEFINIR SUB-OPCAO 4-REMOVER SUB-OPCAO "
                           "0-SAIR"
                   ACCEPT WS-OP-PRM
                   EVALUATE WS-OP-PRM
                       WHEN 1
                           PERFORM P3081-CONSULTAR-PERFIL
                       WHEN 2
                           PERFORM P3082-DEFINIR-OPCAO
                       WHEN 3
                           PERFORM P3083-DEFINIR-SUBOPCAO
                       WHEN 4
                           PERFORM P3084-REMOVER-SUBOPCAO
                       WHEN 0
                           CONTINUE
                       WHEN OTHER
                           DISPLAY "OPCAO INVALIDA"
                   END-EVALUATE
               END-PERFORM
               CLOSE PERMISSOESINPUT
               PERFORM P012-CARREGAR-PERMISSOES
           END-IF.

       P3081-CONSULTAR-PERFIL.

           PERFORM P3085-PEDIR-PERFIL.
           IF WS-PRM-PERFIL-VALIDO = "S"
               DISPLAY " "
               DISPLAY "*** PERMISSOES DO PERFIL " WS-PRM-PERFIL-ALVO
                       " ***"
               MOVE WS-PRM-PERFIL-ALVO TO PRM-PERFIL
               MOVE ZEROES TO PRM-OPCAO
               MOVE ZEROES TO PRM-SUBOPCAO
               SET WS-EXIT-OK TO "N"
               START PERMISSOESINPUT KEY IS NOT LESS THAN PRM-CHAVE
                   INVALID KEY
                       SET WS-EXIT-OK TO "S"
               END-START
               PERFORM UNTIL WS-EXIT-OK = "S"
                   READ PERMISSOESINPUT NEXT
                       AT END
                           SET WS-EXIT-OK TO "S"
                       NOT AT END
                           IF PRM-PERFIL NOT = WS-PRM-PERFIL-ALVO
                               SET WS-EXIT-OK TO "S"
                           ELSE
                               PERFORM P3086-MOSTRAR-PERMISSAO
                           END-IF
                   END-READ
               END-PERFORM
               SET WS-EXIT-OK TO "N"
           END-IF.

       P3082-DEFINIR-OPCAO.

           PERFORM P3085-PEDIR-PERFIL.
           IF WS-PRM-PERFIL-VALIDO = "S"
               DISPLAY "OPCAO DO MENU (0-73)"
               ACCEPT WS-PRM-PEDIDA-OPCAO
               IF WS-PRM-PEDIDA-OPCAO > 73
                   DISPLAY "OPCAO INVALIDA"
               ELSE
                   MOVE ZEROES TO WS-PRM-PEDIDA-SUB
                   DISPLAY "PERMITIDA (S/N)"
                   ACCEPT WS-PRM-RESPOSTA
                   PERFORM P3087-GRAVAR-PERMISSAO
               END-IF
           END-IF.

       P3083-DEFINIR-SUBOPCAO.

           PERFORM P3085-PEDIR-PERFIL.
           IF WS-PRM-PERFIL-VALIDO = "S"
               DISPLAY "SUB-OPCOES CONTROLADAS: 25-04 CONFIRMAR "
                       "PENDENTES, 37-02 EMITIR VOUCHER, 41-02 FUNDIR "
                       "PASSAGEIROS"
               DISPLAY "OPCAO DO MENU"
               ACCEPT WS-PRM-PEDIDA-OPCAO
               DISPLAY "SUB-OPCAO"
               ACCEPT WS-PRM-PEDIDA-SUB
               PERFORM P3088-VALIDAR-SUBOPCAO
               IF WS-PRM-SUB-VALIDA = "N"
                   DISPLAY "SUB-OPCAO NAO CONTROLADA"
               ELSE
                   DISPLAY "PERMITIDA (S/N)"
                   ACCEPT WS-PRM-RESPOSTA
                   PERFORM P3087-GRAVAR-PERMISSAO
               END-IF
           END-IF.

       P3084-REMOVER-SUBOPCAO.

           PERFORM P3085-PEDIR-PERFIL.
           IF WS-PRM-PERFIL-VALIDO = "S"
               DISPLAY "OPCAO DO MENU"
               ACCEPT WS-PRM-PEDIDA-OPCAO
               DISPLAY "SUB-OPCAO"
               ACCEPT WS-PRM-PEDIDA-SUB
               IF WS-PRM-PEDIDA-SUB = ZEROES
                   DISPLAY "INDIQUE UMA SUB-OPCAO"
               ELSE
                   MOVE WS-PRM-PERFIL-ALVO TO PRM-PERFIL
                   MOVE WS-PRM-PEDIDA-OPCAO TO PRM-OPCAO
                   MOVE WS-PRM-PEDIDA-SUB TO PRM-SUBOPCAO
                   DELETE PERMISSOESINPUT
                       INVALID KEY
                           DISPLAY "SUB-OPCAO SEM PERMISSAO PROPRIA"
                       NOT INVALID KEY
                           DISPLAY "SUB-OPCAO PASSA A SEGUIR A OPCAO "
                                   "PRINCIPAL"
                   END-DELETE
               END-IF
           END-IF.

       P3085-PEDIR-PERFIL.

           DISPLAY "PERFIL (B-BALCAO P-PORTA O-OPERACOES "
                   "F-FINANCEIRO M-MANUTENCAO S-SUPERVISOR)".
           ACCEPT WS-PRM-PERFIL-ALVO.
           PERFORM P017-VALIDAR-PERFIL.
           IF WS-PRM-PERFIL-VALIDO = "N"
               DISPLAY "PERFIL INVALIDO"
           END-IF.

       P3086-MOSTRAR-PERMISSAO.

           IF PRM-SUBOPCAO = ZEROES
               IF PRM-OPCAO < 74
                   COMPUTE WS-PRM-J = PRM-OPCAO + 1
                   DISPLAY PRM-PERMITIDO " " WS-MENU-TEXTO(WS-PRM-J)
               END-IF
           ELSE
               DISPLAY PRM-PERMITIDO "    SUB-OPCAO " PRM-OPCAO "-"
                       PRM-SUBOPCAO
           END-IF.

       P3087-GRAVAR-PERMISSAO.

           IF WS-PRM-RESPOSTA = "s"
               MOVE "S" TO WS-PRM-RESPOSTA
           END-IF.
           IF WS-PRM-RESPOSTA NOT = "S"
               MOVE "N" TO WS-PRM-RESPOSTA
           END-IF.
           MOVE WS-PRM-PERFIL-ALVO TO PRM-PERFIL.
           MOVE WS-PRM-PEDIDA-OPCAO TO PRM-OPCAO.
           MOVE WS-PRM-PEDIDA-SUB TO PRM-SUBOPCAO.
           READ PERMISSOESINPUT
               INVALID KEY
                   MOVE WS-PRM-RESPOSTA TO PRM-PERMITIDO
                   WRITE PERMISSOESINPUT-REG
               NOT INVALID KEY
                   MOVE WS-PRM-RESPOSTA TO PRM-PERMITIDO
                   REWRITE PERMISSOESINPUT-REG
           END-READ.
           IF WS-PRM-PERFIL-ALVO = "S" AND WS-PRM-RESPOSTA = "N"
                   AND (WS-PRM-PEDIDA-OPCAO = 0
                   OR WS-PRM-PEDIDA-OPCAO = 22
                   OR WS-PRM-PEDIDA-OPCAO = 65)
               DISPLAY "NOTA: O SUPERVISOR MANTEM SEMPRE ESTA OPCAO"
           END-IF.
           DISPLAY "PERMISSAO GRAVADA".

       P3088-VALIDAR-SUBOPCAO.

           MOVE "N" TO WS-PRM-SUB-VALIDA.
           PERFORM VARYING WS-PRM-I FROM 1 BY 1 UNTIL WS-PRM-I > 3
               IF WS-PRM-CTL-OPCAO(WS-PRM-I) = WS-PRM-PEDIDA-OPCAO
                       AND WS-PRM-CTL-SUB(WS-PRM-I) = WS-PRM-PEDIDA-SUB
                   MOVE "S" TO WS-PRM-SUB-VALIDA
               END-IF
           END-PERFORM.

      *    PEDIDOS DE VIAGEM EM STANDBY DE EMPREGADOS E FAMILIARES. O
      *    PEDIDO NAO OCUPA LUGAR NEM DISPONIBILIDADE; OS LUGARES SO SAO
      *    ATRIBUIDOS NO FECHO DE EMBARQUE
       P3090-STANDBY-PESSOAL.

           OPEN I-O STANDBYINPUT.
           IF WS-SBY-STATUS-INEXISTENTE
               OPEN OUTPUT STANDBYINPUT
               CLOSE STANDBYINPUT
               OPEN I-O STANDBYINPUT
           END-IF.
           OPEN INPUT FUNCIONARIOSINPUT.
           OPEN INPUT VOOSINPUT.
           PERFORM P010-VERIFICAR-ESTADO-VOO.
           OPEN I-O CONTROLOINPUT.

           MOVE 1 TO WS-OP-SBY.
           PERFORM UNTIL WS-OP-SBY = 0
               DISPLAY "1-PEDIR STANDBY 2-LISTA DO VOO 3-ANULAR PEDIDO "
                       "0-SAIR"
               ACCEPT WS-OP-SBY
               EVALUATE WS-OP-SBY
                   WHEN 1
                       PERFORM P3091-REGISTAR-STANDBY
                   WHEN 2
                       PERFORM P3094-LISTAR-STANDBY
                   WHEN 3
                       PERFORM P3096-ANULAR-STANDBY
                   WHEN 0
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "OPCAO INVALIDA"
               END-EVALUATE
           END-PERFORM.

           CLOSE STANDBYINPUT.
           CLOSE FUNCIONARIOSINPUT.
           CLOSE VOOSINPUT.
           CLOSE CONTROLOINPUT.

       P3091-REGISTAR-STANDBY.

           MOVE "N" TO WS-SBY-VALIDO.
           IF NOT WS-FUN-STATUS-OK
               DISPLAY "FICHEIRO DE EMPREGADOS INDISPONIVEL"
           ELSE
               DISPLAY "CODIGO DO EMPREGADO"
               ACCEPT FUN-CODIGO
               READ FUNCIONARIOSINPUT
                   INVALID KEY
                       DISPLAY "EMPREGADO NAO ENCONTRADO"
                   NOT INVALID KEY
                       PERFORM P3092-VALIDAR-VOO-STANDBY
               END-READ
           END-IF.

           IF WS-SBY-VALIDO = "S"
               PERFORM P3093-GRAVAR-STANDBY
           END-IF.

       P3092-VALIDAR-VOO-STANDBY.

           DISPLAY "NUMERO DO VOO".
           ACCEPT VOOSINPUT-NUMERO.
           DISPLAY "DATA DO VOO (AAAAMMDD)".
           ACCEPT VOOSINPUT-DATA.
           READ VOOSINPUT
               KEY IS VOOSINPUT-CHAVE
               INVALID KEY
                   DISPLAY "VOO NAO ENCONTRADO"
               NOT INVALID KEY
                   IF VOO-FECHADO OR VOO-PARTIU OR VOO-CANCELADO
                       DISPLAY "VOO JA NAO ACEITA PEDIDOS DE STANDBY"
                   ELSE
                       IF VOO-NAO-COMERCIAL
                           DISPLAY "VOO NAO COMERCIAL - FORA DE VENDA"
                       ELSE
                           MOVE "S" TO WS-SBY-VALIDO
                       END-IF
                   END-IF
           END-READ.

           IF WS-SBY-VALIDO = "S"
               DISPLAY "QUEM VIAJA (E-EMPREGADO F-FAMILIAR)"
               ACCEPT WS-SBY-PARENTESCO
               IF WS-SBY-PARENTESCO = "F" OR WS-SBY-PARENTESCO = "f"
                   MOVE "F" TO WS-SBY-PARENTESCO
                   DISPLAY "NOME DO FAMILIAR"
                   ACCEPT WS-SBY-NOME
               ELSE
                   MOVE "E" TO WS-SBY-PARENTESCO
                   MOVE FUN-NOME TO WS-SBY-NOME
               END-IF
               DISPLAY "TARIFA NOMINAL (0 = GRATUITA)"
               ACCEPT WS-SBY-TARIFA
               IF WS-SBY-TARIFA > VOOSINPUT-TARIFA
                   DISPLAY "A TARIFA NOMINAL NAO PODE EXCEDER A "
                           "TARIFA PUBLICA " VOOSINPUT-TARIFA
                   MOVE "N" TO WS-SBY-VALIDO
               END-IF
           END-IF.

      *    A ANTIGUIDADE E CONTADA EM ANOS COMPLETOS DESDE A DATA DE
      *    ADMISSAO DO FICHEIRO DE EMPREGADOS
       P3093-GRAVAR-STANDBY.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE ZEROES TO WS-SBY-ANOS.
           IF FUN-DATA-ADMISSAO > ZEROES
                   AND FUN-DATA-ADMISSAO < WS-DATA-HOJE
               COMPUTE WS-SBY-ANOS =
                       (WS-DATA-HOJE - FUN-DATA-ADMISSAO) / 10000
                   ON SIZE ERROR
                       MOVE 99 TO WS-SBY-ANOS
               END-COMPUTE
           END-IF.

           MOVE WS-CHAVE-CTRL-STANDBY TO CTRL-CHAVE.
           PERFORM P430-PROX-NUMERO.
           IF WS-PROX-NUMERO = ZEROES
               DISPLAY "PEDIDO DE STANDBY NAO REGISTADO"
           ELSE
               MOVE WS-PROX-NUMERO TO SBY-ID
               MOVE VOOSINPUT-CHAVE TO SBY-VOO-CHAVE
               MOVE FUN-CODIGO TO SBY-EMP-CODIGO
               MOVE WS-SBY-NOME TO SBY-NOME
               MOVE WS-SBY-PARENTESCO TO SBY-PARENTESCO
               MOVE WS-SBY-ANOS TO SBY-ANTIGUIDADE
               MOVE WS-SBY-TARIFA TO SBY-TARIFA
               MOVE ZEROES TO SBY-TARIFA-REF
               MOVE WS-DATA-HOJE TO SBY-DATA-PEDIDO
               MOVE "P" TO SBY-ESTADO
               MOVE SPACES TO SBY-LUGAR
               MOVE ZEROES TO SBY-RESERVA-ID
               WRITE STANDBYINPUT-REG
               DISPLAY "PEDIDO DE STANDBY " SBY-ID " REGISTADO PARA "
                       SBY-NOME " - ANTIGUIDADE " SBY-ANTIGUIDADE
                       " ANOS"
           END-IF.

      *    MOSTRA OS PEDIDOS DO VOO; OS PENDENTES SAEM POR ORDEM DE
      *    PRIORIDADE (MAIS ANOS DE SERVICO PRIMEIRO)
       P3094-LISTAR-STANDBY.

           DISPLAY "NUMERO DO VOO".
           ACCEPT WS-SBY-VOO-NUMERO.
           DISPLAY "DATA DO VOO (AAAAMMDD)".
           ACCEPT WS-SBY-VOO-DATA.

           MOVE ZEROES TO WS-SBY-TOTAL.
           MOVE ZEROES TO SBY-ID.
           SET WS-EXIT-OK TO "N".
           START STANDBYINPUT KEY IS NOT LESS THAN SBY-ID
               INVALID KEY
                   SET WS-EXIT-OK TO "S"
           END-START.
           PERFORM UNTIL WS-EXIT-OK = "S"
               READ STANDBYINPUT NEXT
                   AT END
                       SET WS-EXIT-OK TO "S"
                   NOT AT END
                       IF SBY-VOO-CHAVE = WS-SBY-VOO-CHAVE
                           IF SBY-PENDENTE
                               IF WS-SBY-TOTAL < 100
                                   ADD 1 TO WS-SBY-TOTAL
                                   MOVE SBY-ID
                                       TO WS-SBY-T-ID(WS-SBY-TOTAL)
                                   MOVE SBY-ANTIGUIDADE
                                       TO WS-SBY-T-ANOS(WS-SBY-TOTAL)
                                   MOVE "N" TO
                                     WS-SBY-T-MOSTRADO(WS-SBY-TOTAL)
                               END-IF
                           ELSE
                               DISPLAY SBY-ID " " SBY-NOME " EMP "
                                       SBY-EMP-CODIGO " ESTADO "
                                       SBY-ESTADO " LUGAR " SBY-LUGAR
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           SET WS-EXIT-OK TO "N".

           IF WS-SBY-TOTAL = ZEROES
               DISPLAY "SEM PEDIDOS DE STANDBY PENDENTES NESTE VOO"
           ELSE
               DISPLAY "*** STANDBY PENDENTE POR PRIORIDADE ***"
               PERFORM VARYING WS-SBY-ORDEM FROM 1 BY 1
                       UNTIL WS-SBY-ORDEM > WS-SBY-TOTAL
                   PERFORM P3095-MOSTRAR-PROXIMO-STANDBY
               END-PERFORM
           END-IF.

       P3095-MOSTRAR-PROXIMO-STANDBY.

           MOVE ZEROES TO WS-SBY-ESCOLHIDO.
           PERFORM VARYING WS-SBY-I FROM 1 BY 1
                   UNTIL WS-SBY-I > WS-SBY-TOTAL
               IF WS-SBY-T-MOSTRADO(WS-SBY-I) = "N"
                   IF WS-SBY-ESCOLHIDO = ZEROES
                       MOVE WS-SBY-I TO WS-SBY-ESCOLHIDO
                   ELSE
                       IF WS-SBY-T-ANOS(WS-SBY-I) >
                               WS-SBY-T-ANOS(WS-SBY-ESCOLHIDO)
                           MOVE WS-SBY-I TO WS-SBY-ESCOLHIDO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-SBY-ESCOLHIDO > ZEROES
               MOVE "S" TO WS-SBY-T-MOSTRADO(WS-SBY-ESCOLHIDO)
               MOVE WS-SBY-T-ID(WS-SBY-ESCOLHIDO) TO SBY-ID
               READ STANDBYINPUT
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DISPLAY WS-SBY-ORDEM " - PEDIDO " SBY-ID " "
                               SBY-NOME " EMP " SBY-EMP-CODIGO " "
                               SBY-PARENTESCO " " SBY-ANTIGUIDADE
                               " ANOS TARIFA " SBY-TARIFA
               END-READ
           END-IF.

       P3096-ANULAR-STANDBY.

           DISPLAY "NUMERO DO PEDIDO DE STANDBY".
           ACCEPT SBY-ID.
           READ STANDBYINPUT
               INVALID KEY
                   DISPLAY "PEDIDO NAO ENCONTRADO"
               NOT INVALID KEY
                   IF SBY-PENDENTE
                       MOVE "A" TO SBY-ESTADO
                       REWRITE STANDBYINPUT-REG
                       DISPLAY "PEDIDO DE STANDBY ANULADO"
                   ELSE
                       DISPLAY "O PEDIDO JA NAO ESTA PENDENTE"
                   END-IF
           END-READ.

      *    CASOS DE MUDANCA DE HORARIO IMPOSTA: LISTA OS PASSAGEIROS
      *    AINDA POR CONTACTAR E REGISTA A DECISAO DE CADA UM
       P3100-MUDANCAS-HORARIO.

           OPEN I-O MUDANCASINPUT.
           IF WS-MDH-STATUS-INEXISTENTE
               OPEN OUTPUT MUDANCASINPUT
               CLOSE MUDANCASINPUT
               OPEN I-O MUDANCASINPUT
           END-IF.

           MOVE 1 TO WS-OP-MDH.
           PERFORM UNTIL WS-OP-MDH = 0
               DISPLAY "1-CASOS POR CONTACTAR 2-REGISTAR CONTACTO/"
                       "DECISAO 0-SAIR"
               ACCEPT WS-OP-MDH
               EVALUATE WS-OP-MDH
                   WHEN 1
                       PERFORM P3101-LISTAR-CASOS-ABERTOS
                   WHEN 2
                       PERFORM P3103-REGISTAR-DECISAO
                   WHEN 0
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "OPCAO INVALIDA"
               END-EVALUATE
           END-PERFORM.

           CLOSE MUDANCASINPUT.

      *    CASOS AINDA NAO CONTACTADOS DE VOOS QUE NAO PARTIRAM, POR
      *    ORDEM DE PARTIDA; OS MAIS PROXIMOS SAEM MARCADOS URGENTE
       P3101-LISTAR-CASOS-ABERTOS.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WS-DATA-HOJE TO WS-DATA-SPLIT.
           PERFORM P128-DIA-SERIAL.
           MOVE WS-DIA-SERIAL TO WS-MDH-SERIAL-HOJE.

           MOVE ZEROES TO WS-MDH-TOTAL.
           MOVE ZEROES TO MDH-ID.
           SET WS-EXIT-OK TO "N".
           START MUDANCASINPUT KEY IS NOT LESS THAN MDH-ID
               INVALID KEY
                   SET WS-EXIT-OK TO "S"
           END-START.
           PERFORM UNTIL WS-EXIT-OK = "S"
               READ MUDANCASINPUT NEXT
                   AT END
                       SET WS-EXIT-OK TO "S"
                   NOT AT END
                       IF MDH-POR-CONTACTAR
                               AND MDH-VOO-DATA >= WS-DATA-HOJE
                               AND WS-MDH-TOTAL < 200
                           ADD 1 TO WS-MDH-TOTAL
                           MOVE MDH-ID TO WS-MDH-T-ID(WS-MDH-TOTAL)
                           MOVE MDH-VOO-DATA
                               TO WS-MDH-T-DATA(WS-MDH-TOTAL)
                           MOVE MDH-HORA-NOVA
                               TO WS-MDH-T-HORA(WS-MDH-TOTAL)
                           MOVE "N" TO WS-MDH-T-MOSTRADO(WS-MDH-TOTAL)
                       END-IF
               END-READ
           END-PERFORM.
           SET WS-EXIT-OK TO "N".

           IF WS-MDH-TOTAL = ZEROES
               DISPLAY "SEM CASOS DE MUDANCA DE HORARIO POR CONTACTAR"
           ELSE
               DISPLAY " "
               DISPLAY "*** MUDANCAS DE HORARIO POR CONTACTAR ***"
               MOVE "MUDANCAS DE HORARIO POR CONTACTAR"
                   TO WS-REL-TITULO
               MOVE "CASO RES  NOME       VOO  DATA     ANTES NOVA DIAS"
                   TO WS-REL-CABEC
               PERFORM P080-REL-ABRIR
               PERFORM VARYING WS-MDH-ORDEM FROM 1 BY 1
                       UNTIL WS-MDH-ORDEM > WS-MDH-TOTAL
                   PERFORM P3102-MOSTRAR-PROXIMO-CASO
               END-PERFORM
               MOVE SPACES TO WS-REL-LINHA
               STRING "CASOS POR CONTACTAR: " DELIMITED BY SIZE
                       WS-MDH-TOTAL DELIMITED BY SIZE
                   INTO WS-REL-LINHA
               END-STRING
               PERFORM P081-REL-ESCREVER
               PERFORM P083-REL-FECHAR
           END-IF.

       P3102-MOSTRAR-PROXIMO-CASO.

           MOVE ZEROES TO WS-MDH-ESCOLHIDO.
           PERFORM VARYING WS-MDH-I FROM 1 BY 1
                   UNTIL WS-MDH-I > WS-MDH-TOTAL
               IF WS-MDH-T-MOSTRADO(WS-MDH-I) = "N"
                   IF WS-MDH-ESCOLHIDO = ZEROES
                       MOVE WS-MDH-I TO WS-MDH-ESCOLHIDO
                   ELSE
                       IF WS-MDH-T-DATA(WS-MDH-I) <
                               WS-MDH-T-DATA(WS-MDH-ESCOLHIDO)
                               OR (WS-MDH-T-DATA(WS-MDH-I) =
                               WS-MDH-T-DATA(WS-MDH-ESCOLHIDO)
                               AND WS-MDH-T-HORA(WS-MDH-I) <
                               WS-MDH-T-HORA(WS-MDH-ESCOLHIDO))
                           MOVE WS-MDH-I TO WS-MDH-ESCOLHIDO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-MDH-ESCOLHIDO > ZEROES
               MOVE "S" TO WS-MDH-T-MOSTRADO(WS-MDH-ESCOLHIDO)
               MOVE WS-MDH-T-ID(WS-MDH-ESCOLHIDO) TO MDH-ID
               READ MUDANCASINPUT
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE MDH-VOO-DATA TO WS-DATA-SPLIT
                       PERFORM P128-DIA-SERIAL
                       COMPUTE WS-MDH-DIAS =
                               WS-DIA-SERIAL - WS-MDH-SERIAL-HOJE
                       MOVE SPACES TO WS-REL-LINHA
                       STRING MDH-ID DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               MDH-RESERVA-ID DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               MDH-NOME DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               MDH-VOO-NUMERO DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               MDH-VOO-DATA DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               MDH-HORA-ANTIGA DELIMITED BY SIZE
                               "  " DELIMITED BY SIZE
                               MDH-HORA-NOVA DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               WS-MDH-DIAS DELIMITED BY SIZE
                           INTO WS-REL-LINHA
                       END-STRING
                       IF WS-MDH-DIAS <= WS-MDH-DIAS-URGENTE
                           MOVE "URGENTE" TO WS-REL-LINHA(55:7)
                       END-IF
                       IF MDH-LIGACAO-QUEBRADA
                           MOVE "LIGACAO EM RISCO"
                               TO WS-REL-LINHA(63:16)
                       END-IF
                       DISPLAY WS-REL-LINHA
                       PERFORM P081-REL-ESCREVER
               END-READ
           END-IF.

       P3103-REGISTAR-DECISAO.

           DISPLAY "NUMERO DO CASO".
           ACCEPT MDH-ID.
           READ MUDANCASINPUT
               INVALID KEY
                   DISPLAY "CASO NAO ENCONTRADO"
               NOT INVALID KEY
                   IF MDH-FECHADO
                       DISPLAY "CASO JA FECHADO - RESOLUCAO "
                               MDH-RESOLUCAO
                   ELSE
                       PERFORM P3104-DECIDIR-CASO
                   END-IF
           END-READ.

       P3104-DECIDIR-CASO.

           DISPLAY "CASO " MDH-ID " RESERVA " MDH-RESERVA-ID " "
                   MDH-NOME.
           DISPLAY "VOO " MDH-VOO-NUMERO "/" MDH-VOO-DATA " PARTIDA "
                   MDH-HORA-ANTIGA " PASSA A " MDH-HORA-NOVA.
           IF MDH-LIGACAO-QUEBRADA
               DISPLAY "ATENCAO: A LIGACAO DO PASSAGEIRO FICA ABAIXO "
                       "DO TEMPO MINIMO"
           END-IF.
           DISPLAY "C-CONTACTADO SEM DECISAO  A-ACEITA A NOVA HORA".
           DISPLAY "M-MUDAR DE VOO  R-REEMBOLSO SEM PENALIZACAO".
           ACCEPT WS-MDH-DECISAO.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.

           EVALUATE WS-MDH-DECISAO
               WHEN "C"
               WHEN "c"
                   MOVE "C" TO MDH-ESTADO
                   MOVE WS-DATA-HOJE TO MDH-DATA-CONTACTO
                   MOVE WS-OPER-ID TO MDH-OPER-ID
                   REWRITE MUDANCASINPUT-REG
                   DISPLAY "CONTACTO REGISTADO - CASO CONTINUA ABERTO"
               WHEN "A"
               WHEN "a"
                   MOVE "A" TO MDH-RESOLUCAO
                   PERFORM P3108-FECHAR-CASO
               WHEN "M"
               WHEN "m"
                   PERFORM P3105-MUDAR-VOO-CASO
               WHEN "R"
               WHEN "r"
                   PERFORM P3107-REEMBOLSAR-CASO
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.

       P3105-MUDAR-VOO-CASO.

           MOVE "N" TO WS-MDH-CONFIRMA.
           OPEN I-O VOOSINPUT.
           PERFORM P010-VERIFICAR-ESTADO-VOO.
           OPEN I-O RESERVASINPUT.
           PERFORM P011-VERIFICAR-ESTADO-RESERVA.
           OPEN I-O LUGARESINPUT.
           OPEN I-O CONFIGINPUT.
           PERFORM P060-LER-CONFIGURACOES.

           MOVE MDH-RESERVA-ID TO RESERVA-ID.
           READ RESERVASINPUT
               KEY IS RESERVA-ID
               INVALID KEY
                   DISPLAY "A RESERVA DO CASO JA NAO EXISTE"
               NOT INVALID KEY
                   IF RESERVA-VOO-CHAVE NOT = MDH-VOO-CHAVE
                       DISPLAY "A RESERVA JA NAO ESTA NO VOO DO CASO"
                   ELSE
                       PERFORM P3106-PROCURAR-ALTERNATIVA-CASO
                   END-IF
           END-READ.

           CLOSE VOOSINPUT.
           CLOSE RESERVASINPUT.
           CLOSE LUGARESINPUT.
           CLOSE CONFIGINPUT.

           IF WS-MDH-CONFIRMA = "S"
               MOVE "M" TO MDH-RESOLUCAO
               PERFORM P3108-FECHAR-CASO
           END-IF.

      *    PROPOE O PROXIMO VOO DA MESMA ROTA COM LUGAR NA CLASSE DA
      *    RESERVA; O LUGAR DO VOO ORIGINAL VOLTA A VENDA
       P3106-PROCURAR-ALTERNATIVA-CASO.

           MOVE MDH-VOO-CHAVE TO WS-RAC-VOO-CHAVE.
           MOVE MDH-VOO-NOME TO WS-RAC-NOME.
           MOVE RESERVA-CLASSE TO WS-RAC-CLASSE.
           MOVE "S" TO WS-RAC-EXIGE-LUGAR.
           PERFORM P2756-PROCURAR-ALTERNATIVO.

           IF WS-RAC-ACHOU = "N"
               DISPLAY "SEM VOO ALTERNATIVO COM LUGAR NA ROTA"
           ELSE
               DISPLAY "VOO ALTERNATIVO: " WS-RAC-ALT-NUMERO " DE "
                       WS-RAC-ALT-DATA
               DISPLAY "CONFIRMA A MUDANCA? (S/N)"
               ACCEPT WS-MDH-CONFIRMA
               IF WS-MDH-CONFIRMA = "s"
                   MOVE "S" TO WS-MDH-CONFIRMA
               END-IF
           END-IF.

           IF WS-MDH-CONFIRMA = "S"
               MOVE RESERVA-VOO-CHAVE TO WS-VOO-CHAVE-CANCELADA
               MOVE RESERVA-LUGAR TO WS-LUGAR-CANCELADO
               MOVE RESERVA-CLASSE TO WS-CLASSE-CANCELADA
               MOVE "REACOMODADO APOS MUDANCA DE HORARIO"
                   TO WS-RAC-MENSAGEM
               PERFORM P2758-MOVER-PARA-ALTERNATIVO
               IF RESERVA-VOO-CHAVE = WS-RAC-ALT-CHAVE
                   PERFORM P3109-DEVOLVER-LUGAR-CASO
                   MOVE WS-RAC-ALT-CHAVE TO MDH-NOVO-VOO-CHAVE
               ELSE
                   DISPLAY "MUDANCA NAO EFETUADA"
                   MOVE "N" TO WS-MDH-CONFIRMA
               END-IF
           END-IF.

      *    REEMBOLSO DE MUDANCA IMPOSTA: NAO SE APLICAM AS CONDICOES
      *    TARIFARIAS NEM A TAXA DE CANCELAMENTO
       P3107-REEMBOLSAR-CASO.

           DISPLAY "CANCELAR A RESERVA " MDH-RESERVA-ID
                   " COM REEMBOLSO INTEGRAL? (S/N)".
           ACCEPT WS-MDH-CONFIRMA.
           IF WS-MDH-CONFIRMA = "s"
               MOVE "S" TO WS-MDH-CONFIRMA
           END-IF.

           IF WS-MDH-CONFIRMA = "S"
               OPEN I-O RESERVASINPUT
               PERFORM P011-VERIFICAR-ESTADO-RESERVA
               OPEN I-O VOOSINPUT
               PERFORM P010-VERIFICAR-ESTADO-VOO
               OPEN I-O LUGARESINPUT
               OPEN I-O CONFIGINPUT
               PERFORM P060-LER-CONFIGURACOES
               MOVE MDH-RESERVA-ID TO RESERVA-ID
               MOVE MDH-RESERVA-ID TO WS-ID-RESERVA-CANCELA
               READ RESERVASINPUT
                   KEY IS RESERVA-ID
                   INVALID KEY
                       DISPLAY "A RESERVA DO CASO JA NAO EXISTE"
                       MOVE "N" TO WS-MDH-CONFIRMA
                   NOT INVALID KEY
                       MOVE "S" TO WS-REEMB-SEM-PENALIZACAO
                       PERFORM P615-CANCELAR-UMA-RESERVA
                       MOVE "N" TO WS-REEMB-SEM-PENALIZACAO
               END-READ
               CLOSE RESERVASINPUT
               CLOSE VOOSINPUT
               CLOSE LUGARESINPUT
               CLOSE CONFIGINPUT
           END-IF.

           IF WS-MDH-CONFIRMA = "S"
               MOVE "R" TO MDH-RESOLUCAO
               PERFORM P3108-FECHAR-CASO
           END-IF.

       P3108-FECHAR-CASO.

           IF MDH-DATA-CONTACTO = ZEROES
               MOVE WS-DATA-HOJE TO MDH-DATA-CONTACTO
           END-IF.
           MOVE "F" TO MDH-ESTADO.
           MOVE WS-DATA-HOJE TO MDH-DATA-RESOLUCAO.
           MOVE WS-OPER-ID TO MDH-OPER-ID.
           REWRITE MUDANCASINPUT-REG.
           DISPLAY "CASO " MDH-ID " FECHADO - RESOLUCAO "
                   MDH-RESOLUCAO.

       P3109-DEVOLVER-LUGAR-CASO.

           MOVE WS-VOO-CHAVE-CANCELADA TO VOOSINPUT-CHAVE.
           READ VOOSINPUT
               KEY IS VOOSINPUT-CHAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF WS-CLASSE-CANCELADA = "X"
                       ADD 1 TO VOOSINPUT-LUGARES-EXEC
                   ELSE
                       ADD 1 TO LUGARESDISPONIVEIS-INPUT
                   END-IF
                   MOVE "R" TO WS-DIA-OP
                   PERFORM P071-DIARIO-VOO
                   REWRITE VOOSINPUT-REG
                   PERFORM P655-LIBERTAR-LUGAR
                   OPEN I-O WAITLISTINPUT
                   PERFORM P460-TENTAR-LISTA-ESPERA
                   CLOSE WAITLISTINPUT
           END-READ.

      *    UM VOO JA VENDIDO MUDOU DE HORA PARA ALEM DO LIMITE
      *    CONFIGURADO: ABRE UM CASO POR RESERVA E AVISA O PASSAGEIRO
       P3110-ABRIR-CASOS-MUDANCA.

           OPEN I-O CONFIGINPUT.
           PERFORM P060-LER-CONFIGURACOES.
           CLOSE CONFIGINPUT.

           MOVE WS-MDH-HORA-ANTIGA TO WS-HORA-SPLIT.
           COMPUTE WS-MDH-MIN-ANTIGA = WS-HORA-HH * 60 + WS-HORA-MM.
           MOVE VOOSINPUT-HORA TO WS-HORA-SPLIT.
           COMPUTE WS-MDH-MIN-NOVA = WS-HORA-HH * 60 + WS-HORA-MM.
           COMPUTE WS-MDH-DIFERENCA =
                   WS-MDH-MIN-NOVA - WS-MDH-MIN-ANTIGA.
           IF WS-MDH-DIFERENCA < 0
               MULTIPLY WS-MDH-DIFERENCA BY -1
                   GIVING WS-MDH-DIFERENCA
           END-IF.

           IF WS-MDH-DIFERENCA > WS-CFG-MUDANCA-MIN
               PERFORM P3111-GERAR-CASOS
           END-IF.

       P3111-GERAR-CASOS.

           MOVE VOOSINPUT-REG TO WS-MDH-VOO-GUARDA.
           CLOSE VOOSINPUT.
           PERFORM P480-CARREGAR-TABELA-VOOS.
           OPEN I-O VOOSINPUT.
           MOVE WS-MDH-VOO-GUARDA TO VOOSINPUT-REG.

           OPEN I-O RESERVASINPUT.
           PERFORM P011-VERIFICAR-ESTADO-RESERVA.
           OPEN I-O MUDANCASINPUT.
           IF WS-MDH-STATUS-INEXISTENTE
               OPEN OUTPUT MUDANCASINPUT
               CLOSE MUDANCASINPUT
               OPEN I-O MUDANCASINPUT
           END-IF.

           MOVE ZEROES TO WS-MDH-TOTAL.
           MOVE ZEROES TO RESERVA-ID.
           SET WS-EXIT-OK2 TO "N".
           START RESERVASINPUT KEY IS NOT LESS THAN RESERVA-ID
               INVALID KEY
                   SET WS-EXIT-OK2 TO "S"
           END-START.
           PERFORM UNTIL WS-EXIT-OK2 = "S"
               READ RESERVASINPUT NEXT
                   AT END
                       SET WS-EXIT-OK2 TO "S"
                   NOT AT END
                       IF RESERVA-VOO-CHAVE = VOOSINPUT-CHAVE
                               AND WS-MDH-TOTAL < 200
                           ADD 1 TO WS-MDH-TOTAL
                           MOVE RESERVA-ID
                               TO WS-MDH-RES-ID(WS-MDH-TOTAL)
                       END-IF
               END-READ
           END-PERFORM.
           SET WS-EXIT-OK2 TO "N".

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE ZEROES TO WS-MDH-CASOS.
           PERFORM VARYING WS-MDH-I FROM 1 BY 1
                   UNTIL WS-MDH-I > WS-MDH-TOTAL
               MOVE WS-MDH-RES-ID(WS-MDH-I) TO RESERVA-ID
               READ RESERVASINPUT
                   KEY IS RESERVA-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM P3112-GRAVAR-CASO
               END-READ
           END-PERFORM.
           DISPLAY "MUDANCA DE HORARIO DE " WS-MDH-DIFERENCA
                   " MINUTOS - CASOS ABERTOS: " WS-MDH-CASOS.

           CLOSE RESERVASINPUT.
           CLOSE MUDANCASINPUT.
           MOVE WS-MDH-VOO-GUARDA TO VOOSINPUT-REG.

       P3112-GRAVAR-CASO.

           MOVE WS-MDH-VOO-GUARDA TO VOOSINPUT-REG.
           MOVE RESERVA-ID TO MDH-RESERVA-ID.
           MOVE RESERVA-PAX-ID TO MDH-PAX-ID.
           MOVE RESERVA-NOME TO MDH-NOME.
           MOVE VOOSINPUT-CHAVE TO MDH-VOO-CHAVE.
           MOVE VOOSINPUT-NOME TO MDH-VOO-NOME.
           MOVE WS-MDH-HORA-ANTIGA TO MDH-HORA-ANTIGA.
           MOVE VOOSINPUT-HORA TO MDH-HORA-NOVA.
           MOVE "N" TO MDH-LIGACAO.
           MOVE "A" TO MDH-ORIGEM.
           MOVE WS-DATA-HOJE TO MDH-DATA-ABERTURA.
           MOVE "P" TO MDH-ESTADO.
           MOVE SPACES TO MDH-RESOLUCAO.
           MOVE ZEROES TO MDH-DATA-CONTACTO.
           MOVE ZEROES TO MDH-DATA-RESOLUCAO.
           MOVE WS-OPER-ID TO MDH-OPER-ID.
           MOVE ZEROES TO MDH-NOVO-VOO-CHAVE.

           MOVE ZEROES TO WS-CONEXAO-EXCLUI-ID.
           PERFORM P470-VALIDAR-CONEXAO.
           IF CONEXAO-REJEITADA
               MOVE "S" TO MDH-LIGACAO
           END-IF.

           OPEN I-O CONTROLOINPUT.
           MOVE WS-CHAVE-CTRL-MUDANCA TO CTRL-CHAVE.
           PERFORM P430-PROX-NUMERO.
           CLOSE CONTROLOINPUT.

           IF WS-PROX-NUMERO = ZEROES
               DISPLAY "CASO DA RESERVA " MDH-RESERVA-ID
                       " NAO REGISTADO"
           ELSE
               MOVE WS-PROX-NUMERO TO MDH-ID
               WRITE MUDANCASINPUT-REG
               ADD 1 TO WS-MDH-CASOS
               MOVE "C" TO WS-NOTIF-TIPO
               MOVE MDH-PAX-ID TO WS-NOTIF-PAX-ID
               MOVE MDH-NOME TO WS-NOTIF-NOME
               MOVE MDH-VOO-NOME TO WS-NOTIF-VOO
               MOVE SPACES TO WS-NOTIF-MENSAGEM
               IF MDH-LIGACAO-QUEBRADA
                   STRING "NOVA PARTIDA " DELIMITED BY SIZE
                           MDH-HORA-NOVA DELIMITED BY SIZE
                           " - LIGACAO EM RISCO" DELIMITED BY SIZE
                       INTO WS-NOTIF-MENSAGEM
                   END-STRING
               ELSE
                   STRING "HORARIO ALTERADO - NOVA PARTIDA "
                           DELIMITED BY SIZE
                           MDH-HORA-NOVA DELIMITED BY SIZE
                       INTO WS-NOTIF-MENSAGEM
                   END-STRING
               END-IF
               PERFORM P030-CRIAR-NOTIFICACAO
           END-IF.

      *    COMPARA O PASSAGEIRO COM AS LISTAS DE VIGILANCIA. O NUMERO
      *    DE DOCUMENTO CONTA SEMPRE; O NOME, EXATO OU APROXIMADO, SO
      *    NAO CONTA QUANDO AS DUAS DATAS DE NASCIMENTO SAO CONHECIDAS
      *    E DIFERENTES. UMA CORRESPONDENCIA RETEM A RESERVA
       P3120-RASTREAR-PASSAGEIRO.

           MOVE "N" TO WS-SEG-RETIDA.
           MOVE SPACES TO WS-VIG-MELHOR-TIPO.
           MOVE PAX-NOME TO WS-VIG-NOME-ORIG.
           PERFORM P3124-COMPACTAR-NOME.
           MOVE WS-VIG-NOME-COMPACTO TO WS-VIG-NOME-PAX.
           MOVE WS-VIG-TAM TO WS-VIG-TAM-PAX.

           MOVE "N" TO WS-VIG-LISTA-OK.
           OPEN INPUT VIGILANCIAINPUT.
           IF WS-VIG-STATUS-OK
               MOVE "S" TO WS-VIG-LISTA-OK
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
                           PERFORM P3121-COMPARAR-ENTRADA
                   END-READ
               END-PERFORM
               CLOSE VIGILANCIAINPUT
           ELSE
               IF NOT WS-VIG-STATUS-INEXISTENTE
                   MOVE WS-FICHEIRO-STATUS-VIG TO WS-ERR-ESTADO
                   MOVE "VIGILANCIA" TO WS-ERR-FICHEIRO
                   PERFORM P015-REGISTAR-ERRO
               END-IF
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
                   DISPLAY "AVISO: LISTA DE VIGILANCIA INDISPONIVEL - "
                           "PASSAGEIRO NAO RASTREADO"
               END-IF
               PERFORM P055-GRAVAR-AUDITORIA-RES
           ELSE
               PERFORM P3122-CRIAR-RETENCAO
           END-IF.

      *    GUARDA A CORRESPONDENCIA MAIS FORTE: DOCUMENTO, DEPOIS NOME
      *    EXATO, DEPOIS NOME APROXIMADO. ENTRADAS JA LIBERTADAS PELO
      *    SUPERVISOR PARA ESTA RESERVA NAO VOLTAM A RETER
       P3121-COMPARAR-ENTRADA.

           MOVE SPACES TO WS-VIG-TIPO.
           IF VIG-DOC-NUMERO NOT = SPACES
                   AND VIG-DOC-NUMERO = PAX-DOC-NUMERO
               MOVE "D" TO WS-VIG-TIPO
           ELSE
               MOVE VIG-NOME TO WS-VIG-NOME-ORIG
               PERFORM P3124-COMPACTAR-NOME
               MOVE WS-VIG-NOME-COMPACTO TO WS-VIG-NOME-LISTA
               MOVE WS-VIG-TAM TO WS-VIG-TAM-LISTA
               PERFORM P3125-COMPARAR-NOMES
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

      *    ABRE O CASO NA LISTA DE SEGURANCA E AVISA O BALCAO. SE O
      *    CONTADOR FALHAR A RESERVA FICA RETIDA NESTA SESSAO E O ERRO
      *    FICA REGISTADO
       P3122-CRIAR-RETENCAO.

           MOVE "S" TO WS-SEG-RETIDA.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WS-CHAVE-CTRL-SEGURANCA TO CTRL-CHAVE.
           PERFORM P430-PROX-NUMERO.
           MOVE WS-PROX-NUMERO TO WS-SEG-CASO.

           IF WS-SEG-CASO = ZEROES
               MOVE "CONTROLO" TO WS-ERR-FICHEIRO
               MOVE WS-FICHEIRO-STATUS-CTRL TO WS-ERR-ESTADO
               PERFORM P015-REGISTAR-ERRO
               DISPLAY "CASO DE SEGURANCA NAO REGISTADO - CONTACTAR "
                       "O SUPERVISOR"
           ELSE
               OPEN I-O SEGURANCAINPUT
               IF WS-SEG-STATUS-INEXISTENTE
                   OPEN OUTPUT SEGURANCAINPUT
                   CLOSE SEGURANCAINPUT
                   OPEN I-O SEGURANCAINPUT
               END-IF
               MOVE WS-SEG-CASO TO SEG-ID
               MOVE RESERVA-ID TO SEG-RESERVA-ID
               MOVE PAX-ID TO SEG-PAX-ID
               MOVE PAX-NOME TO SEG-NOME
               MOVE RESERVA-VOO-CHAVE TO SEG-VOO-CHAVE
               MOVE WS-VIG-MELHOR-CHAVE TO SEG-VIG-CHAVE
               MOVE WS-VIG-MELHOR-NOME TO SEG-VIG-NOME
               MOVE WS-VIG-MELHOR-TIPO TO SEG-CORRESPONDENCIA
               MOVE WS-SEG-ORIGEM TO SEG-ORIGEM
               MOVE WS-DATA-HOJE TO SEG-DATA-ABERTURA
               MOVE WS-OPER-ID TO SEG-OPER-ABERTURA
               MOVE "P" TO SEG-ESTADO
               MOVE ZEROES TO SEG-OPER-DECISAO
               MOVE ZEROES TO SEG-DATA-DECISAO
               MOVE SPACES TO SEG-NOTA
               WRITE SEGURANCAINPUT-REG
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR O CASO DE SEGURANCA "
                               WS-SEG-CASO
               END-WRITE
               CLOSE SEGURANCAINPUT
           END-IF.

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

           DISPLAY "ATENCAO: POSSIVEL CORRESPONDENCIA COM LISTA DE "
                   "VIGILANCIA".
           DISPLAY "RESERVA " RESERVA-ID " RETIDA - CHECK-IN E "
                   "EMBARQUE BLOQUEADOS ATE DECISAO DO SUPERVISOR".

      *    PROCURA CASOS DA RESERVA NA LISTA DE SEGURANCA. UM CASO
      *    PENDENTE OU CONFIRMADO RETEM A RESERVA; OS LIBERTADOS FICAM
      *    NA TABELA PARA NAO SEREM REABERTOS NO RASTREIO SEGUINTE
       P3123-VERIFICAR-RETENCAO.

           MOVE "N" TO WS-SEG-RETIDA.
           MOVE ZEROES TO WS-SEG-CASO.
           MOVE ZEROES TO WS-SEG-LIB-TOTAL.
           OPEN INPUT SEGURANCAINPUT.
           IF WS-SEG-STATUS-OK
               MOVE ZEROES TO SEG-ID
               MOVE "N" TO WS-SEG-FIM
               START SEGURANCAINPUT KEY IS NOT LESS THAN SEG-ID
                   INVALID KEY
                       MOVE "S" TO WS-SEG-FIM
               END-START
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
                                   MOVE SEG-ID TO WS-SEG-CASO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SEGURANCAINPUT
           END-IF.

      *    DEIXA SO AS LETRAS DO NOME, EM MAIUSCULAS, PARA QUE ESPACOS,
      *    HIFENES E APOSTROFOS NAO IMPECAM A COMPARACAO
       P3124-COMPACTAR-NOME.

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

      *    NOME EXATO: IGUAL DEPOIS DE COMPACTADO. NOME APROXIMADO (SO
      *    COM 5 LETRAS OU MAIS): O MESMO TAMANHO COM ATE DUAS LETRAS
      *    DIFERENTES, OU UMA LETRA A MAIS OU A MENOS E NO MAXIMO MAIS
      *    UMA DIFERENTE
       P3125-COMPARAR-NOMES.

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
                       PERFORM P3126-CONTAR-DIFERENCAS
                   END-IF
               END-IF
           END-IF.

       P3126-CONTAR-DIFERENCAS.

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

      *    NO CHECK-IN A RESERVA JA RETIDA E RECUSADA; AS OUTRAS SAO
      *    RASTREADAS DE NOVO (COBRE AS RESERVAS DE AGENCIA E AS LISTAS
      *    CARREGADAS DEPOIS DA VENDA)
       P3127-RASTREAR-CHECKIN.

           PERFORM P3123-VERIFICAR-RETENCAO.
           IF WS-SEG-RETIDA = "S"
               MOVE "S" TO WS-AUDRES-OP
               MOVE SPACES TO WS-AUDRES-REG
               STRING "CHECK-IN RECUSADO RESERVA " DELIMITED BY SIZE
                       RESERVA-ID DELIMITED BY SIZE
                       " RETIDA CASO " DELIMITED BY SIZE
                       WS-SEG-CASO DELIMITED BY SIZE
                   INTO WS-AUDRES-REG
               END-STRING
               PERFORM P055-GRAVAR-AUDITORIA-RES
           ELSE
               MOVE ZEROES TO PAX-ID
               IF RESERVA-PAX-ID > ZEROES
                   MOVE RESERVA-PAX-ID TO PAX-ID
                   READ PASSAGEIROSINPUT
                       INVALID KEY
                           MOVE ZEROES TO PAX-ID
                   END-READ
               END-IF
               IF PAX-ID = ZEROES
                   MOVE SPACES TO PASSAGEIROSINPUT-REG
                   MOVE ZEROES TO PAX-ID
                   MOVE ZEROES TO PAX-DATA-NASC
                   MOVE RESERVA-NOME TO PAX-NOME
               END-IF
               MOVE "C" TO WS-SEG-ORIGEM
               PERFORM P3120-RASTREAR-PASSAGEIRO
           END-IF.

      *    NO EMBARQUE SO SE VERIFICA A RETENCAO; O RASTREIO FOI FEITO
      *    NA RESERVA E NO CHECK-IN
       P3128-RECUSAR-EMBARQUE-SEG.

           DISPLAY "EMBARQUE RECUSADO: RESERVA RETIDA PARA "
                   "VERIFICACAO DE SEGURANCA (CASO " WS-SEG-CASO ")".
           MOVE "S" TO WS-AUDRES-OP.
           MOVE SPACES TO WS-AUDRES-REG.
           STRING "EMBARQUE RECUSADO RESERVA " DELIMITED BY SIZE
                   RESERVA-ID DELIMITED BY SIZE
                   " RETIDA CASO " DELIMITED BY SIZE
                   WS-SEG-CASO DELIMITED BY SIZE
               INTO WS-AUDRES-REG
           END-STRING.
           PERFORM P055-GRAVAR-AUDITORIA-RES.

       P3130-LISTA-SEGURANCA.

           OPEN I-O SEGURANCAINPUT.
           IF WS-SEG-STATUS-INEXISTENTE
               OPEN OUTPUT SEGURANCAINPUT
               CLOSE SEGURANCAINPUT
               OPEN I-O SEGURANCAINPUT
           END-IF.

           MOVE 1 TO WS-OP-SEG.
           PERFORM UNTIL WS-OP-SEG = 0
               DISPLAY "1-CASOS PENDENTES 2-DECIDIR CASO 0-SAIR"
               ACCEPT WS-OP-SEG
               EVALUATE WS-OP-SEG
                   WHEN 1
                       PERFORM P3131-LISTAR-PENDENTES
                   WHEN 2
                       PERFORM P3132-DECIDIR-CASO-SEG
                   WHEN 0
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "OPCAO INVALIDA"
               END-EVALUATE
           END-PERFORM.

           CLOSE SEGURANCAINPUT.

       P3131-LISTAR-PENDENTES.

           MOVE "CASOS DE SEGURANCA PENDENTES" TO WS-REL-TITULO.
           MOVE "CASO RES  PAX  NOME                 VOO  DATA     T "
               TO WS-REL-CABEC.
           MOVE "LISTA" TO WS-REL-CABEC(58:5).
           PERFORM P080-REL-ABRIR.
           MOVE ZEROES TO WS-SEG-TOTAL.
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
                       IF SEG-PENDENTE
                           ADD 1 TO WS-SEG-TOTAL
                           MOVE SPACES TO WS-REL-LINHA
                           STRING SEG-ID DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   SEG-RESERVA-ID DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   SEG-PAX-ID DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   SEG-NOME DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   SEG-VOO-NUMERO DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   SEG-VOO-DATA DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   SEG-CORRESPONDENCIA
                                       DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   SEG-VIG-CHAVE DELIMITED BY SIZE
                               INTO WS-REL-LINHA
                           END-STRING
                           DISPLAY WS-REL-LINHA
                           PERFORM P081-REL-ESCREVER
                       END-IF
               END-READ
           END-PERFORM.
           MOVE SPACES TO WS-REL-LINHA.
           STRING "CASOS PENDENTES: " DELIMITED BY SIZE
                   WS-SEG-TOTAL DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING.
           DISPLAY WS-REL-LINHA.
           PERFORM P081-REL-ESCREVER.
           PERFORM P083-REL-FECHAR.

      *    LIBERTAR (FALSO POSITIVO) DESBLOQUEIA O CHECK-IN E O
      *    EMBARQUE; CONFIRMAR MANTEM A RESERVA RETIDA (RECUSA DE
      *    TRANSPORTE). SO UM SUPERVISOR DECIDE
       P3132-DECIDIR-CASO-SEG.

           IF NOT WS-OPER-SUPERVISOR
               DISPLAY "SO UM SUPERVISOR PODE DECIDIR CASOS DE "
                       "SEGURANCA"
               MOVE 2 TO WS-PRM-PEDIDA-SUB
               MOVE 68 TO WS-PRM-PEDIDA-OPCAO
               PERFORM P016-REGISTAR-RECUSA
           ELSE
               DISPLAY "NUMERO DO CASO"
               ACCEPT SEG-ID
               READ SEGURANCAINPUT
                   INVALID KEY
                       DISPLAY "CASO NAO ENCONTRADO"
                   NOT INVALID KEY
                       IF NOT SEG-PENDENTE
                           DISPLAY "CASO JA DECIDIDO - ESTADO "
                                   SEG-ESTADO
                       ELSE
                           PERFORM P3133-REGISTAR-DECISAO-SEG
                       END-IF
               END-READ
           END-IF.

       P3133-REGISTAR-DECISAO-SEG.

           DISPLAY "CASO " SEG-ID " RESERVA " SEG-RESERVA-ID
                   " PASSAGEIRO " SEG-PAX-ID " " SEG-NOME.
           DISPLAY "LISTA " SEG-VIG-CHAVE " " SEG-VIG-NOME
                   " CORRESPONDENCIA " SEG-CORRESPONDENCIA.
           DISPLAY "L-LIBERTAR (FALSO POSITIVO)  C-CONFIRMAR RETENCAO".
           ACCEPT WS-SEG-DECISAO.
           IF WS-SEG-DECISAO = "l"
               MOVE "L" TO WS-SEG-DECISAO
           END-IF.
           IF WS-SEG-DECISAO = "c"
               MOVE "C" TO WS-SEG-DECISAO
           END-IF.

           IF WS-SEG-DECISAO = "L" OR WS-SEG-DECISAO = "C"
               DISPLAY "NOTA DA DECISAO"
               ACCEPT SEG-NOTA
               ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
               MOVE WS-SEG-DECISAO TO SEG-ESTADO
               MOVE WS-OPER-ID TO SEG-OPER-DECISAO
               MOVE WS-DATA-HOJE TO SEG-DATA-DECISAO
               REWRITE SEGURANCAINPUT-REG
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR A DECISAO"
               END-REWRITE
               MOVE "S" TO WS-AUDRES-OP
               MOVE SPACES TO WS-AUDRES-REG
               IF SEG-LIBERTADA
                   STRING "RASTREIO RESERVA " DELIMITED BY SIZE
                           SEG-RESERVA-ID DELIMITED BY SIZE
                           " CASO " DELIMITED BY SIZE
                           SEG-ID DELIMITED BY SIZE
                           " LIBERTADO " DELIMITED BY SIZE
                           SEG-NOTA DELIMITED BY SIZE
                       INTO WS-AUDRES-REG
                   END-STRING
                   DISPLAY "CASO LIBERTADO - RESERVA DESBLOQUEADA"
               ELSE
                   STRING "RASTREIO RESERVA " DELIMITED BY SIZE
                           SEG-RESERVA-ID DELIMITED BY SIZE
                           " CASO " DELIMITED BY SIZE
                           SEG-ID DELIMITED BY SIZE
                           " CONFIRMADO " DELIMITED BY SIZE
                           SEG-NOTA DELIMITED BY SIZE
                       INTO WS-AUDRES-REG
                   END-STRING
                   DISPLAY "RETENCAO CONFIRMADA - TRANSPORTE RECUSADO"
               END-IF
               PERFORM P055-GRAVAR-AUDITORIA-RES
           ELSE
               DISPLAY "OPCAO INVALIDA"
           END-IF.

      *    PEDIDOS DE CHECK-IN DO SITE REMETIDOS AO BALCAO. O CHECK-IN
      *    E FEITO PELO CIRCUITO NORMAL; O PEDIDO SO FICA RESOLVIDO SE A
      *    RESERVA FICAR COM CHECK-IN
       P3140-CHECKIN-PENDENTE.

           OPEN I-O CHKPENDINPUT.
           IF WS-CKP-STATUS-INEXISTENTE
               DISPLAY "SEM PEDIDOS DE CHECK-IN ONLINE REMETIDOS"
               CLOSE CHKPENDINPUT
           ELSE
               MOVE 1 TO WS-OP-CKP
               PERFORM UNTIL WS-OP-CKP = 0
                   DISPLAY "1-LISTAR ABERTOS 2-FAZER CHECK-IN "
                           "3-ABATER 0-SAIR"
                   ACCEPT WS-OP-CKP
                   EVALUATE WS-OP-CKP
                       WHEN 1
                           PERFORM P3141-LISTAR-CHECKIN-PEND
                       WHEN 2
                           PERFORM P3142-TRATAR-CHECKIN-PEND
                       WHEN 3
                           PERFORM P3144-ABATER-CHECKIN-PEND
                       WHEN 0
                           CONTINUE
                       WHEN OTHER
                           DISPLAY "OPCAO INVALIDA"
                   END-EVALUATE
               END-PERFORM
               CLOSE CHKPENDINPUT
           END-IF.

       P3141-LISTAR-CHECKIN-PEND.

           MOVE "CHECK-IN ONLINE REMETIDO AO BALCAO" TO WS-REL-TITULO.
           MOVE "PED  DATA     LOCAL. RES  NOME       MOTIVO"
               TO WS-REL-CABEC.
           PERFORM P080-REL-ABRIR.
           MOVE ZEROES TO WS-CKP-TOTAL.
           MOVE ZEROES TO CKP-ID.
           MOVE "N" TO WS-CKP-FIM.
           START CHKPENDINPUT KEY IS NOT LESS THAN CKP-ID
               INVALID KEY
                   MOVE "S" TO WS-CKP-FIM
           END-START.
           PERFORM UNTIL WS-CKP-FIM = "S"
               READ CHKPENDINPUT NEXT
                   AT END
                       MOVE "S" TO WS-CKP-FIM
                   NOT AT END
                       IF CKP-ABERTO
                           ADD 1 TO WS-CKP-TOTAL
                           MOVE SPACES TO WS-REL-LINHA
                           STRING CKP-ID DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   CKP-DATA DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   CKP-LOCALIZADOR DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   CKP-RESERVA-ID DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   CKP-NOME DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   CKP-MOTIVO DELIMITED BY SIZE
                               INTO WS-REL-LINHA
                           END-STRING
                           DISPLAY WS-REL-LINHA
                           PERFORM P081-REL-ESCREVER
                       END-IF
               END-READ
           END-PERFORM.
           MOVE SPACES TO WS-REL-LINHA.
           STRING "PEDIDOS ABERTOS: " DELIMITED BY SIZE
                   WS-CKP-TOTAL DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING.
           DISPLAY WS-REL-LINHA.
           PERFORM P081-REL-ESCREVER.
           PERFORM P083-REL-FECHAR.

       P3142-TRATAR-CHECKIN-PEND.

           DISPLAY "NUMERO DO PEDIDO".
           ACCEPT CKP-ID.
           READ CHKPENDINPUT
               INVALID KEY
                   DISPLAY "PEDIDO NAO ENCONTRADO"
               NOT INVALID KEY
                   IF NOT CKP-ABERTO
                       DISPLAY "O PEDIDO JA FOI TRATADO"
                   ELSE
                       PERFORM P3143-CHECKIN-DO-PEDIDO
                   END-IF
           END-READ.

       P3143-CHECKIN-DO-PEDIDO.

           MOVE CKP-LINHA TO WS-CKP-PEDIDO-REG.
           DISPLAY "PEDIDO " CKP-ID " LOCALIZADOR " CKP-LOCALIZADOR
                   " NOME " CKP-NOME.
           DISPLAY "  MOTIVO: " CKP-MOTIVO.
           DISPLAY "  DOCUMENTO DECLARADO: " WS-CKP-P-DOC-TIPO " "
                   WS-CKP-P-DOC-NUMERO " " WS-CKP-P-NACIONALIDADE
                   " VALIDADE " WS-CKP-P-DOC-VALIDADE
                   " LUGAR PEDIDO " WS-CKP-P-LUGAR.

           IF CKP-RESERVA-ID = ZEROES
               DISPLAY "PEDIDO SEM RESERVA IDENTIFICADA - CONTACTAR "
                       "O PASSAGEIRO OU ABATER"
           ELSE
               DISPLAY "CHECK-IN DA RESERVA " CKP-RESERVA-ID
               PERFORM P2100-REGISTAR-CHECKIN
               OPEN INPUT RESERVASINPUT
               MOVE CKP-RESERVA-ID TO RESERVA-ID
               READ RESERVASINPUT
                   INVALID KEY
                       MOVE "N" TO RESERVA-CHECKIN
               END-READ
               CLOSE RESERVASINPUT
               IF RESERVA-CHECKIN = "S"
                   ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
                   MOVE "R" TO CKP-ESTADO
                   MOVE WS-OPER-ID TO CKP-OPER
                   MOVE WS-DATA-HOJE TO CKP-DATA-TRATADO
                   REWRITE CHKPENDINPUT-REG
                   DISPLAY "PEDIDO RESOLVIDO"
               ELSE
                   DISPLAY "RESERVA SEM CHECK-IN - O PEDIDO "
                           "CONTINUA ABERTO"
               END-IF
           END-IF.

       P3144-ABATER-CHECKIN-PEND.

           DISPLAY "NUMERO DO PEDIDO A ABATER".
           ACCEPT CKP-ID.
           READ CHKPENDINPUT
               INVALID KEY
                   DISPLAY "PEDIDO NAO ENCONTRADO"
               NOT INVALID KEY
                   IF NOT CKP-ABERTO
                       DISPLAY "O PEDIDO JA FOI TRATADO"
                   ELSE
                       ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
                       MOVE "W" TO CKP-ESTADO
                       MOVE WS-OPER-ID TO CKP-OPER
                       MOVE WS-DATA-HOJE TO CKP-DATA-TRATADO
                       REWRITE CHKPENDINPUT-REG
                       DISPLAY "PEDIDO ABATIDO"
                   END-IF
           END-READ.

      *    BAGAGEM EXTRAVIADA: PROCESSO (PIR) ABERTO SOBRE A ETIQUETA,
      *    COM MORADA DE ENTREGA, ESTADO E DESPESAS INTERCALARES PAGAS
      *    AO PASSAGEIRO; A PASSAGEM A PERDIDA E FEITA PELO RASTREIO
      *    DIARIO QUANDO O PRAZO LEGAL SE ESGOTA
       P3150-BAGAGEM-EXTRAVIADA.

           OPEN I-O EXTRAVIOSINPUT.
           IF WS-EXT-STATUS-INEXISTENTE
               OPEN OUTPUT EXTRAVIOSINPUT
               CLOSE EXTRAVIOSINPUT
               OPEN I-O EXTRAVIOSINPUT
           END-IF.
           OPEN I-O BAGAGENSINPUT.
           IF WS-FICHEIRO-STATUS-BAG = "35"
               OPEN OUTPUT BAGAGENSINPUT
               CLOSE BAGAGENSINPUT
               OPEN I-O BAGAGENSINPUT
           END-IF.
           OPEN INPUT PASSAGEIROSINPUT.
           OPEN INPUT VOOSINPUT.
           OPEN I-O CONTROLOINPUT.

           MOVE 1 TO WS-OP-EXT.
           PERFORM UNTIL WS-OP-EXT = 0
               DISPLAY "1-LISTAR ABERTOS 2-ABRIR PROCESSO "
                       "3-ATUALIZAR ESTADO/MORADA "
                       "4-PAGAR DESPESA INTERCALAR 0-SAIR"
               ACCEPT WS-OP-EXT
               EVALUATE WS-OP-EXT
                   WHEN 1
                       PERFORM P3151-LISTAR-EXTRAVIOS
                   WHEN 2
                       PERFORM P3152-ABRIR-EXTRAVIO
                   WHEN 3
                       PERFORM P3155-ATUALIZAR-EXTRAVIO
                   WHEN 4
                       PERFORM P3157-DESPESA-EXTRAVIO
                   WHEN 0
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "OPCAO INVALIDA"
               END-EVALUATE
           END-PERFORM.

           CLOSE EXTRAVIOSINPUT.
           CLOSE BAGAGENSINPUT.
           CLOSE PASSAGEIROSINPUT.
           CLOSE VOOSINPUT.
           CLOSE CONTROLOINPUT.

       P3151-LISTAR-EXTRAVIOS.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WS-DATA-HOJE TO WS-DATA-SPLIT.
           PERFORM P128-DIA-SERIAL.
           MOVE WS-DIA-SERIAL TO WS-EXT-SERIAL-HOJE.

           MOVE "BAGAGEM EXTRAVIADA - PROCESSOS ABERTOS"
               TO WS-REL-TITULO.
           MOVE "PIR  ETIQ.  VOO  DATA VOO E DIAS DESPESAS DESCRICAO"
               TO WS-REL-CABEC.
           PERFORM P080-REL-ABRIR.
           MOVE ZEROES TO WS-EXT-TOTAL.
           MOVE ZEROES TO EXT-ID.
           MOVE "N" TO WS-EXT-FIM.
           START EXTRAVIOSINPUT KEY IS NOT LESS THAN EXT-ID
               INVALID KEY
                   MOVE "S" TO WS-EXT-FIM
           END-START.
           PERFORM UNTIL WS-EXT-FIM = "S"
               READ EXTRAVIOSINPUT NEXT
                   AT END
                       MOVE "S" TO WS-EXT-FIM
                   NOT AT END
                       IF EXT-ABERTO
                           ADD 1 TO WS-EXT-TOTAL
                           MOVE EXT-DATA-ABERTURA TO WS-DATA-SPLIT
                           PERFORM P128-DIA-SERIAL
                           COMPUTE WS-EXT-DIAS =
                                   WS-EXT-SERIAL-HOJE - WS-DIA-SERIAL
                           MOVE SPACES TO WS-REL-LINHA
                           STRING EXT-ID DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   EXT-ETIQUETA DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   EXT-VOO-NUMERO DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   EXT-VOO-DATA DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   EXT-ESTADO DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   WS-EXT-DIAS DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   EXT-DESPESAS DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   EXT-DESCRICAO DELIMITED BY SIZE
                               INTO WS-REL-LINHA
                           END-STRING
                           DISPLAY WS-REL-LINHA
                           PERFORM P081-REL-ESCREVER
                       END-IF
               END-READ
           END-PERFORM.
           MOVE SPACES TO WS-REL-LINHA.
           STRING "PROCESSOS ABERTOS: " DELIMITED BY SIZE
                   WS-EXT-TOTAL DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING.
           DISPLAY WS-REL-LINHA.
           PERFORM P081-REL-ESCREVER.
           PERFORM P083-REL-FECHAR.

       P3152-ABRIR-EXTRAVIO.

           DISPLAY "ETIQUETA DA BAGAGEM".
           ACCEPT BAG-ETIQUETA.
           READ BAGAGENSINPUT
               INVALID KEY
                   DISPLAY "ETIQUETA NAO ENCONTRADA"
               NOT INVALID KEY
                   IF BAG-ENTREGUE
                       DISPLAY "A BAGAGEM CONSTA COMO ENTREGUE"
                   ELSE
                       PERFORM P3153-PROCURAR-EXTRAVIO
                       IF WS-EXT-DUPLICADO > ZEROES
                           DISPLAY "JA EXISTE O PROCESSO ABERTO "
                                   WS-EXT-DUPLICADO
                                   " PARA ESTA ETIQUETA"
                       ELSE
                           PERFORM P3154-GRAVAR-EXTRAVIO
                       END-IF
                   END-IF
           END-READ.

      *    UMA ETIQUETA SO PODE TER UM PROCESSO ABERTO DE CADA VEZ
       P3153-PROCURAR-EXTRAVIO.

           MOVE ZEROES TO WS-EXT-DUPLICADO.
           MOVE ZEROES TO EXT-ID.
           MOVE "N" TO WS-EXT-FIM.
           START EXTRAVIOSINPUT KEY IS NOT LESS THAN EXT-ID
               INVALID KEY
                   MOVE "S" TO WS-EXT-FIM
           END-START.
           PERFORM UNTIL WS-EXT-FIM = "S"
               READ EXTRAVIOSINPUT NEXT
                   AT END
                       MOVE "S" TO WS-EXT-FIM
                   NOT AT END
                       IF EXT-ETIQUETA = BAG-ETIQUETA AND EXT-ABERTO
                           MOVE EXT-ID TO WS-EXT-DUPLICADO
                           MOVE "S" TO WS-EXT-FIM
                       END-IF
               END-READ
           END-PERFORM.

       P3154-GRAVAR-EXTRAVIO.

           MOVE BAG-PAX-ID TO PAX-ID.
           READ PASSAGEIROSINPUT
               INVALID KEY
                   DISPLAY "PASSAGEIRO " BAG-PAX-ID
               NOT INVALID KEY
                   DISPLAY "PASSAGEIRO: " PAX-NOME
           END-READ.
           DISPLAY "VOO " BAG-VOO-NUMERO " DE " BAG-VOO-DATA
                   " RESERVA " BAG-RESERVA-ID " PESO " BAG-PESO.

           MOVE SPACES TO EXTRAVIOSINPUT-REG.
           DISPLAY "DESCRICAO DA BAGAGEM (COR, TIPO, MARCA)".
           ACCEPT EXT-DESCRICAO.
           DISPLAY "MORADA DE ENTREGA DO PASSAGEIRO".
           ACCEPT EXT-MORADA.

           MOVE WS-CHAVE-CTRL-EXTRAVIO TO CTRL-CHAVE.
           PERFORM P430-PROX-NUMERO.
           MOVE WS-PROX-NUMERO TO EXT-ID.
           MOVE BAG-ETIQUETA TO EXT-ETIQUETA.
           MOVE BAG-RESERVA-ID TO EXT-RESERVA-ID.
           MOVE BAG-PAX-ID TO EXT-PAX-ID.
           MOVE BAG-VOO-CHAVE TO EXT-VOO-CHAVE.
           MOVE "D" TO EXT-ESTADO.
           ACCEPT EXT-DATA-ABERTURA FROM DATE YYYYMMDD.
           MOVE EXT-DATA-ABERTURA TO EXT-DATA-ESTADO.
           MOVE ZEROES TO EXT-DESPESAS.
           MOVE ZEROES TO EXT-RCL-ID.
           MOVE WS-OPER-ID TO EXT-OPER.
           WRITE EXTRAVIOSINPUT-REG
               INVALID KEY
                   DISPLAY "ERRO AO ABRIR O PROCESSO"
               NOT INVALID KEY
                   DISPLAY "PROCESSO DE BAGAGEM EXTRAVIADA " EXT-ID
                           " ABERTO"
           END-WRITE.

       P3155-ATUALIZAR-EXTRAVIO.

           DISPLAY "NUMERO DO PROCESSO".
           ACCEPT WS-EXT-PEDIDO.
           MOVE WS-EXT-PEDIDO TO EXT-ID.
           READ EXTRAVIOSINPUT
               INVALID KEY
                   DISPLAY "PROCESSO NAO ENCONTRADO"
               NOT INVALID KEY
                   IF NOT EXT-ABERTO
                       DISPLAY "O PROCESSO JA ESTA FECHADO (ESTADO "
                               EXT-ESTADO ")"
                   ELSE
                       PERFORM P3156-REGISTAR-ESTADO
                   END-IF
           END-READ.

       P3156-REGISTAR-ESTADO.

           DISPLAY "ETIQUETA " EXT-ETIQUETA " ESTADO " EXT-ESTADO
                   " - " EXT-DESCRICAO.
           DISPLAY "  MORADA: " EXT-MORADA.
           DISPLAY "NOVO ESTADO (D-ATRASADA A-ACHADA "
                   "R-REENCAMINHADA E-ENTREGUE, ENTER MANTEM)".
           MOVE SPACES TO WS-EXT-ESTADO-NOVO.
           ACCEPT WS-EXT-ESTADO-NOVO.
           DISPLAY "NOVA MORADA DE ENTREGA (ENTER MANTEM)".
           MOVE SPACES TO WS-EXT-MORADA-NOVA.
           ACCEPT WS-EXT-MORADA-NOVA.

           IF WS-EXT-ESTADO-NOVO NOT = SPACES
                   AND WS-EXT-ESTADO-NOVO NOT = "D"
                   AND WS-EXT-ESTADO-NOVO NOT = "A"
                   AND WS-EXT-ESTADO-NOVO NOT = "R"
                   AND WS-EXT-ESTADO-NOVO NOT = "E"
               DISPLAY "ESTADO INVALIDO - PROCESSO NAO ALTERADO"
           ELSE
               IF WS-EXT-ESTADO-NOVO NOT = SPACES
                   MOVE WS-EXT-ESTADO-NOVO TO EXT-ESTADO
                   ACCEPT EXT-DATA-ESTADO FROM DATE YYYYMMDD
               END-IF
               IF WS-EXT-MORADA-NOVA NOT = SPACES
                   MOVE WS-EXT-MORADA-NOVA TO EXT-MORADA
               END-IF
               MOVE WS-OPER-ID TO EXT-OPER
               REWRITE EXTRAVIOSINPUT-REG
               DISPLAY "PROCESSO ATUALIZADO"
               IF EXT-ENTREGUE
                   MOVE EXT-ETIQUETA TO BAG-ETIQUETA
                   READ BAGAGENSINPUT
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "E" TO BAG-ESTADO
                           ACCEPT BAG-DATA FROM DATE YYYYMMDD
                           REWRITE BAGAGENSINPUT-REG
                   END-READ
               END-IF
           END-IF.

      *    DESPESAS INTERCALARES (ARTIGOS DE PRIMEIRA NECESSIDADE) SAO
      *    DINHEIRO DEVOLVIDO AO PASSAGEIRO: SEGUEM COMO REEMBOLSO DA
      *    RESERVA, COM NOTA DE CREDITO E LANCAMENTO NO RAZAO
       P3157-DESPESA-EXTRAVIO.

           DISPLAY "NUMERO DO PROCESSO".
           ACCEPT WS-EXT-PEDIDO.
           MOVE WS-EXT-PEDIDO TO EXT-ID.
           READ EXTRAVIOSINPUT
               INVALID KEY
                   DISPLAY "PROCESSO NAO ENCONTRADO"
               NOT INVALID KEY
                   IF NOT EXT-ABERTO
                       DISPLAY "O PROCESSO JA ESTA FECHADO (ESTADO "
                               EXT-ESTADO ")"
                   ELSE
                       PERFORM P3158-PAGAR-DESPESA
                   END-IF
           END-READ.

       P3158-PAGAR-DESPESA.

           DISPLAY "DESPESAS JA PAGAS: " EXT-DESPESAS.
           DISPLAY "VALOR A PAGAR (EX: 0005000 PARA 50,00)".
           MOVE ZEROES TO WS-EXT-VALOR.
           ACCEPT WS-EXT-VALOR.
           IF WS-EXT-VALOR = ZEROES
               DISPLAY "SEM VALOR - NADA PAGO"
           ELSE
               MOVE EXT-VOO-CHAVE TO VOOSINPUT-CHAVE
               READ VOOSINPUT
                   INVALID KEY
                       MOVE SPACES TO VOOSINPUT-NOME
               END-READ
               MOVE "R" TO WS-MOV-TIPO
               MOVE EXT-RESERVA-ID TO WS-MOV-RESERVA-ID
               MOVE EXT-PAX-ID TO WS-MOV-PAX-ID
               MOVE VOOSINPUT-NOME TO WS-MOV-VOO
               MOVE WS-EXT-VALOR TO WS-MOV-VALOR
               MOVE "BAGX" TO WS-MOV-PRODUTO
               PERFORM P040-REGISTAR-MOVIMENTO
               IF WS-TRN-BLOQUEADO = "S"
                   DISPLAY "DESPESA NAO PAGA"
               ELSE
                   ADD WS-EXT-VALOR TO EXT-DESPESAS
                   MOVE WS-OPER-ID TO EXT-OPER
                   REWRITE EXTRAVIOSINPUT-REG
                   DISPLAY "DESPESA PAGA - TOTAL DO PROCESSO "
                           EXT-DESPESAS
                   MOVE "Q" TO WS-AUDRES-OP
                   MOVE SPACES TO WS-AUDRES-REG
                   STRING "DESPESA BAGAGEM PROCESSO " DELIMITED BY SIZE
                           EXT-ID DELIMITED BY SIZE
                           " ETIQUETA " DELIMITED BY SIZE
                           EXT-ETIQUETA DELIMITED BY SIZE
                           " VALOR " DELIMITED BY SIZE
                           WS-EXT-VALOR DELIMITED BY SIZE
                       INTO WS-AUDRES-REG
                   END-STRING
                   PERFORM P055-GRAVAR-AUDITORIA-RES
               END-IF
           END-IF.

      *    CONTRATOS DE GRUPO: O QUE ESTA PAGO, O QUE FALTA PAGAR E OS
      *    NOMES AINDA A DESIGNAR. OS PAGAMENTOS REGISTADOS AQUI SAO
      *    LANCADOS NO CONTRATO PELO FECHO NOTURNO (GRPCONTR)
       P3160-CONTRATOS-GRUPO.

           OPEN I-O GRUPOSCONTRATOINPUT.
           IF WS-GRC-STATUS-INEXISTENTE
               OPEN OUTPUT GRUPOSCONTRATOINPUT
               CLOSE GRUPOSCONTRATOINPUT
               OPEN I-O GRUPOSCONTRATOINPUT
           END-IF.
           OPEN I-O GRUPOSPAGINPUT.
           IF WS-GPG-STATUS-INEXISTENTE
               OPEN OUTPUT GRUPOSPAGINPUT
               CLOSE GRUPOSPAGINPUT
               OPEN I-O GRUPOSPAGINPUT
           END-IF.
           OPEN I-O RESERVASINPUT.
           OPEN INPUT VOOSINPUT.
           OPEN I-O PASSAGEIROSINPUT.
           OPEN I-O CONTACTOS.
           OPEN I-O ITINERARIOSINPUT.
           IF WS-ITIN-STATUS-INEXISTENTE
               OPEN OUTPUT ITINERARIOSINPUT
               CLOSE ITINERARIOSINPUT
               OPEN I-O ITINERARIOSINPUT
           END-IF.
           OPEN I-O CONTROLOINPUT.

           MOVE 1 TO WS-OP-GRC.
           PERFORM UNTIL WS-OP-GRC = 0
               DISPLAY "1-LISTAR CONTRATOS 2-ESTADO DO GRUPO "
                       "3-REGISTAR PAGAMENTO 4-ATRIBUIR NOMES "
                       "0-SAIR"
               ACCEPT WS-OP-GRC
               EVALUATE WS-OP-GRC
                   WHEN 1
                       PERFORM P3161-LISTAR-CONTRATOS
                   WHEN 2
                       PERFORM P3162-ESTADO-GRUPO
                   WHEN 3
                       PERFORM P3165-REGISTAR-PAGAMENTO-GRUPO
                   WHEN 4
                       PERFORM P3168-ATRIBUIR-NOMES
                   WHEN 0
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "OPCAO INVALIDA"
               END-EVALUATE
           END-PERFORM.

           CLOSE GRUPOSCONTRATOINPUT.
           CLOSE GRUPOSPAGINPUT.
           CLOSE RESERVASINPUT.
           CLOSE VOOSINPUT.
           CLOSE PASSAGEIROSINPUT.
           CLOSE CONTACTOS.
           CLOSE ITINERARIOSINPUT.
           CLOSE CONTROLOINPUT.

       P3161-LISTAR-CONTRATOS.

           MOVE "CONTRATOS DE GRUPO EM CURSO" TO WS-REL-TITULO.
           MOVE "GRUPO NOME                 VOO  DATA VOO E LUG TOTAL"
               TO WS-REL-CABEC.
           PERFORM P080-REL-ABRIR.
           MOVE ZEROES TO WS-GRC-CONTRATOS.
           MOVE ZEROES TO GRC-ID.
           MOVE "N" TO WS-GRC-FIM.
           START GRUPOSCONTRATOINPUT KEY IS NOT LESS THAN GRC-ID
               INVALID KEY
                   MOVE "S" TO WS-GRC-FIM
           END-START.
           PERFORM UNTIL WS-GRC-FIM = "S"
               READ GRUPOSCONTRATOINPUT NEXT
                   AT END
                       MOVE "S" TO WS-GRC-FIM
                   NOT AT END
                       IF NOT GRC-CANCELADO
                           ADD 1 TO WS-GRC-CONTRATOS
                           MOVE SPACES TO WS-REL-LINHA
                           STRING GRC-ID DELIMITED BY SIZE
                                   "  " DELIMITED BY SIZE
                                   GRC-NOME DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   GRC-VOO-NUMERO DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   GRC-VOO-DATA DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   GRC-ESTADO DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   GRC-LUGARES DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   GRC-VALOR-TOTAL DELIMITED BY SIZE
                                   " PAGO " DELIMITED BY SIZE
                                   GRC-PAGO DELIMITED BY SIZE
                               INTO WS-REL-LINHA
                           END-STRING
                           DISPLAY WS-REL-LINHA
                           PERFORM P081-REL-ESCREVER
                       END-IF
               END-READ
           END-PERFORM.
           MOVE SPACES TO WS-REL-LINHA.
           STRING "CONTRATOS EM CURSO: " DELIMITED BY SIZE
                   WS-GRC-CONTRATOS DELIMITED BY SIZE
                   " (A-ABERTO D-DEPOSITO PAGO L-LIQUIDADO)"
                       DELIMITED BY SIZE
               INTO WS-REL-LINHA
           END-STRING.
           DISPLAY WS-REL-LINHA.
           PERFORM P081-REL-ESCREVER.
           PERFORM P083-REL-FECHAR.

       P3162-ESTADO-GRUPO.

           DISPLAY "NUMERO DO GRUPO".
           ACCEPT WS-GRC-PEDIDO.
           MOVE WS-GRC-PEDIDO TO GRC-ID.
           READ GRUPOSCONTRATOINPUT
               INVALID KEY
                   DISPLAY "CONTRATO DE GRUPO NAO ENCONTRADO"
               NOT INVALID KEY
                   PERFORM P3163-MOSTRAR-GRUPO
           END-READ.

       P3163-MOSTRAR-GRUPO.

           PERFORM P3164-CARREGAR-RESERVAS-GRUPO.
           PERFORM P3166-LER-PAGAMENTOS-GRUPO.

           DISPLAY " ".
           DISPLAY "*** GRUPO " GRC-ID " - " GRC-NOME " ***".
           DISPLAY "VOO " GRC-VOO-NUMERO " DE " GRC-VOO-DATA
                   " CLASSE " GRC-CLASSE " LUGARES " GRC-LUGARES
                   " ESTADO " GRC-ESTADO.
           DISPLAY "VALOR TOTAL:         " GRC-VALOR-TOTAL.
           DISPLAY "DEPOSITO:            " GRC-DEPOSITO
                   " ATE " GRC-DATA-DEPOSITO.
           DISPLAY "PAGAMENTO FINAL ATE  " GRC-DATA-FINAL.
           DISPLAY "LISTA DE NOMES ATE   " GRC-DATA-NOMES.
           DISPLAY "PAGO E LANCADO:      " GRC-PAGO.
           DISPLAY "RECEBIDO POR LANCAR: " WS-GRC-POR-LANCAR.
           COMPUTE WS-GRC-EM-DIVIDA =
                   GRC-VALOR-TOTAL - GRC-PAGO - WS-GRC-POR-LANCAR.
           IF WS-GRC-EM-DIVIDA < ZEROES
               MOVE ZEROES TO WS-GRC-EM-DIVIDA
           END-IF.
           MOVE WS-GRC-EM-DIVIDA TO WS-GRC-VALOR.
           DISPLAY "EM DIVIDA:           " WS-GRC-VALOR.
           IF GRC-PAGO + WS-GRC-POR-LANCAR < GRC-DEPOSITO
                   AND (GRC-ABERTO OR GRC-DEPOSITO-PAGO)
               COMPUTE WS-GRC-VALOR =
                       GRC-DEPOSITO - GRC-PAGO - WS-GRC-POR-LANCAR
               DISPLAY "DEPOSITO EM FALTA:   " WS-GRC-VALOR
           END-IF.

           DISPLAY " ".
           DISPLAY "RESERVA NOME       LUG PRECO    PAGAMENTO".
           MOVE 1 TO WS-GRC-I.
           PERFORM UNTIL WS-GRC-I > WS-GRC-RES-TOTAL
               IF WS-GRC-RES-PAGA (WS-GRC-I) = "S"
                   MOVE "PAGA" TO WS-GRC-RES-SITUACAO
               ELSE
                   MOVE "POR PAGAR" TO WS-GRC-RES-SITUACAO
               END-IF
               DISPLAY WS-GRC-RES-ID (WS-GRC-I) "    "
                       WS-GRC-RES-NOME (WS-GRC-I) " "
                       WS-GRC-RES-LUGAR (WS-GRC-I) " "
                       WS-GRC-RES-PRECO (WS-GRC-I) " "
                       WS-GRC-RES-SITUACAO
               ADD 1 TO WS-GRC-I
           END-PERFORM.
           DISPLAY "NOMES EM FALTA: " WS-GRC-POR-NOMEAR
                   " DE " WS-GRC-RES-TOTAL.

      *    RESERVAS DO GRUPO E RESPETIVO PAGAMENTO (MOVIMENTO P OU C
      *    REGISTADO PARA A RESERVA)
       P3164-CARREGAR-RESERVAS-GRUPO.

           MOVE ZEROES TO WS-GRC-RES-TOTAL.
           MOVE ZEROES TO WS-GRC-POR-NOMEAR.
           MOVE ZEROES TO RESERVA-ID.
           MOVE "N" TO WS-GRC-FIM.
           START RESERVASINPUT KEY IS NOT LESS THAN RESERVA-ID
               INVALID KEY
                   MOVE "S" TO WS-GRC-FIM
           END-START.
           PERFORM UNTIL WS-GRC-FIM = "S"
               READ RESERVASINPUT NEXT
                   AT END
                       MOVE "S" TO WS-GRC-FIM
                   NOT AT END
                       IF RESERVA-GRUPO-ID = GRC-ID
                               AND RESERVA-VOO-CHAVE = GRC-VOO-CHAVE
                               AND WS-GRC-RES-TOTAL < 99
                           ADD 1 TO WS-GRC-RES-TOTAL
                           MOVE RESERVA-ID
                               TO WS-GRC-RES-ID (WS-GRC-RES-TOTAL)
                           MOVE RESERVA-NOME
                               TO WS-GRC-RES-NOME (WS-GRC-RES-TOTAL)
                           MOVE RESERVA-LUGAR
                               TO WS-GRC-RES-LUGAR (WS-GRC-RES-TOTAL)
                           MOVE RESERVA-PRECO
                               TO WS-GRC-RES-PRECO (WS-GRC-RES-TOTAL)
                           MOVE "N"
                               TO WS-GRC-RES-PAGA (WS-GRC-RES-TOTAL)
                           MOVE "S"
                               TO WS-GRC-RES-NOMEADA (WS-GRC-RES-TOTAL)
                           IF RESERVA-PAX-ID = ZEROES
                                   AND RESERVA-NOME =
                                       WS-NOME-A-DESIGNAR
                               MOVE "N" TO
                                   WS-GRC-RES-NOMEADA (WS-GRC-RES-TOTAL)
                               ADD 1 TO WS-GRC-POR-NOMEAR
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           OPEN INPUT MOVIMENTOSOUTPUT.
           IF WS-MOV-STATUS-OK
               MOVE "N" TO WS-GRC-FIM
               PERFORM UNTIL WS-GRC-FIM = "S"
                   READ MOVIMENTOSOUTPUT
                       AT END
                           MOVE "S" TO WS-GRC-FIM
                       NOT AT END
                           MOVE MOVIMENTOSOUTPUT-LINHA TO WS-MOV-LINHA
                           IF WS-MOV-TIPO = "P" OR WS-MOV-TIPO = "C"
                               MOVE 1 TO WS-GRC-J
                               PERFORM UNTIL WS-GRC-J > WS-GRC-RES-TOTAL
                                   IF WS-GRC-RES-ID (WS-GRC-J) =
                                           WS-MOV-RESERVA-ID
                                       MOVE "S" TO
                                           WS-GRC-RES-PAGA (WS-GRC-J)
                                   END-IF
                                   ADD 1 TO WS-GRC-J
                               END-PERFORM
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE MOVIMENTOSOUTPUT.

       P3165-REGISTAR-PAGAMENTO-GRUPO.

           DISPLAY "NUMERO DO GRUPO".
           ACCEPT WS-GRC-PEDIDO.
           MOVE WS-GRC-PEDIDO TO GRC-ID.
           READ GRUPOSCONTRATOINPUT
               INVALID KEY
                   DISPLAY "CONTRATO DE GRUPO NAO ENCONTRADO"
               NOT INVALID KEY
                   IF GRC-CANCELADO OR GRC-LIQUIDADO
                       DISPLAY "O CONTRATO NAO ACEITA PAGAMENTOS "
                               "(ESTADO " GRC-ESTADO ")"
                   ELSE
                       PERFORM P3167-GRAVAR-PAGAMENTO-GRUPO
                   END-IF
           END-READ.

      *    ULTIMA SEQUENCIA DE PAGAMENTO DO GRUPO E VALOR RECEBIDO QUE O
      *    FECHO NOTURNO AINDA NAO LANCOU NO CONTRATO
       P3166-LER-PAGAMENTOS-GRUPO.

           MOVE ZEROES TO WS-GRC-SEQ.
           MOVE ZEROES TO WS-GRC-POR-LANCAR.
           MOVE GRC-ID TO GPG-GRUPO-ID.
           MOVE ZEROES TO GPG-SEQ.
           MOVE "N" TO WS-GRC-FIM.
           START GRUPOSPAGINPUT KEY IS NOT LESS THAN GPG-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-GRC-FIM
           END-START.
           PERFORM UNTIL WS-GRC-FIM = "S"
               READ GRUPOSPAGINPUT NEXT
                   AT END
                       MOVE "S" TO WS-GRC-FIM
                   NOT AT END
                       IF GPG-GRUPO-ID NOT = GRC-ID
                           MOVE "S" TO WS-GRC-FIM
                       ELSE
                           MOVE GPG-SEQ TO WS-GRC-SEQ
                           IF GPG-POR-LANCAR
                               ADD GPG-VALOR TO WS-GRC-POR-LANCAR
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       P3167-GRAVAR-PAGAMENTO-GRUPO.

           PERFORM P3166-LER-PAGAMENTOS-GRUPO.
           COMPUTE WS-GRC-EM-DIVIDA =
                   GRC-VALOR-TOTAL - GRC-PAGO - WS-GRC-POR-LANCAR.
           DISPLAY "GRUPO " GRC-ID " - " GRC-NOME.
           DISPLAY "EM DIVIDA: " WS-GRC-EM-DIVIDA.
           DISPLAY "VALOR RECEBIDO (EX: 000500000 PARA 5000,00)".
           MOVE ZEROES TO WS-GRC-VALOR.
           ACCEPT WS-GRC-VALOR.
           IF WS-GRC-VALOR = ZEROES
               DISPLAY "SEM VALOR - NADA REGISTADO"
           ELSE
               DISPLAY "REFERENCIA DA TRANSFERENCIA"
               MOVE SPACES TO WS-GRC-REFERENCIA
               ACCEPT WS-GRC-REFERENCIA
               MOVE GRC-ID TO GPG-GRUPO-ID
               COMPUTE GPG-SEQ = WS-GRC-SEQ + 1
               MOVE WS-GRC-VALOR TO GPG-VALOR
               ACCEPT GPG-DATA FROM DATE YYYYMMDD
               MOVE WS-GRC-REFERENCIA TO GPG-REFERENCIA
               MOVE WS-OPER-ID TO GPG-OPER
               MOVE "N" TO GPG-ESTADO
               MOVE ZEROES TO GPG-DATA-LANCAMENTO
               WRITE GRUPOSPAGINPUT-REG
                   INVALID KEY
                       DISPLAY "ERRO AO REGISTAR O PAGAMENTO"
                   NOT INVALID KEY
                       DISPLAY "PAGAMENTO REGISTADO - LANCADO NO "
                               "CONTRATO NO FECHO NOTURNO"
                       MOVE "T" TO WS-AUDRES-OP
                       MOVE SPACES TO WS-AUDRES-REG
                       STRING "PAGAMENTO GRUPO " DELIMITED BY SIZE
                               GRC-ID DELIMITED BY SIZE
                               " SEQ " DELIMITED BY SIZE
                               GPG-SEQ DELIMITED BY SIZE
                               " VALOR " DELIMITED BY SIZE
                               GPG-VALOR DELIMITED BY SIZE
                               " REF " DELIMITED BY SIZE
                               GPG-REFERENCIA DELIMITED BY SIZE
                           INTO WS-AUDRES-REG
                       END-STRING
                       PERFORM P055-GRAVAR-AUDITORIA-RES
               END-WRITE
           END-IF.

       P3168-ATRIBUIR-NOMES.

           DISPLAY "NUMERO DO GRUPO".
           ACCEPT WS-GRC-PEDIDO.
           MOVE WS-GRC-PEDIDO TO GRC-ID.
           READ GRUPOSCONTRATOINPUT
               INVALID KEY
                   DISPLAY "CONTRATO DE GRUPO NAO ENCONTRADO"
               NOT INVALID KEY
                   IF GRC-CANCELADO
                       DISPLAY "CONTRATO DE GRUPO CANCELADO"
                   ELSE
                       PERFORM P3164-CARREGAR-RESERVAS-GRUPO
                       DISPLAY "NOMES EM FALTA: " WS-GRC-POR-NOMEAR
                               " - 9999 TERMINA A ATRIBUICAO"
                       MOVE ZEROES TO WS-GRC-NOMEADAS
                       MOVE "N" TO WS-GRUPO-ABORTA
                       MOVE 1 TO WS-GRC-I
                       PERFORM UNTIL WS-GRC-I > WS-GRC-RES-TOTAL
                               OR WS-GRUPO-ABORTA = "S"
                           IF WS-GRC-RES-NOMEADA (WS-GRC-I) = "N"
                               PERFORM P3169-NOMEAR-RESERVA
                           END-IF
                           ADD 1 TO WS-GRC-I
                       END-PERFORM
                       MOVE "N" TO WS-GRUPO-ABORTA
                       DISPLAY "NOMES ATRIBUIDOS: " WS-GRC-NOMEADAS
                   END-IF
           END-READ.

      *    A RESERVA JA PAGA PELO GRUPO RECEBE O BILHETE LOGO QUE TEM
      *    PASSAGEIRO
       P3169-NOMEAR-RESERVA.

           DISPLAY "RESERVA " WS-GRC-RES-ID (WS-GRC-I) " LUGAR "
                   WS-GRC-RES-LUGAR (WS-GRC-I).
           PERFORM P410-OBTER-PASSAGEIRO.
           IF WS-GRUPO-ABORTA = "N"
               MOVE WS-GRC-RES-ID (WS-GRC-I) TO RESERVA-ID
               READ RESERVASINPUT
                   INVALID KEY
                       DISPLAY "RESERVA NAO ENCONTRADA"
                   NOT INVALID KEY
                       MOVE PAX-NOME TO RESERVA-NOME
                       MOVE PAX-ID TO RESERVA-PAX-ID
                       PERFORM P415-OBTER-ITINERARIO
                       MOVE WS-ITIN-PEDIDO TO RESERVA-ITIN-ID
                       MOVE "R" TO WS-DIA-OP
                       PERFORM P072-DIARIO-RESERVA
                       REWRITE RESERVAINPUT-REG
                       MOVE "N" TO WS-AUDRES-OP
                       PERFORM P050-AUDITAR-RESERVA
                       ADD 1 TO WS-GRC-NOMEADAS
                       IF WS-GRC-RES-PAGA (WS-GRC-I) = "S"
                           PERFORM P3002-EMITIR-BILHETE
                       END-IF
               END-READ
           END-IF.

      *    VENDAS A BORDO: CATALOGO DE PRODUTOS E CARGA DOS CARRINHOS
      *    DE CADA AERONAVE. AS VENDAS SAO ABATIDAS PELO PROCESSAMENTO
      *    DAS FOLHAS DE VENDA DEVOLVIDAS PELA TRIPULACAO
       P3170-VENDAS-BORDO.

           OPEN I-O PRODBORDOINPUT.
           IF WS-PBD-STATUS-INEXISTENTE
               OPEN OUTPUT PRODBORDOINPUT
               CLOSE PRODBORDOINPUT
               OPEN I-O PRODBORDOINPUT
           END-IF.
           OPEN I-O STOCKBORDOINPUT.
           IF WS-SBD-STATUS-INEXISTENTE
               OPEN OUTPUT STOCKBORDOINPUT
               CLOSE STOCKBORDOINPUT
               OPEN I-O STOCKBORDOINPUT
           END-IF.
           OPEN INPUT AERONAVESINPUT.

           MOVE 1 TO WS-OP-VBD.
           PERFORM UNTIL WS-OP-VBD = 0
               DISPLAY "1-LISTAR CATALOGO 2-ADICIONAR/ALTERAR PRODUTO "
                       "3-ELIMINAR PRODUTO 4-CARREGAR CARRINHO "
                       "5-STOCK DA AERONAVE 6-DESCARREGAR CARRINHO "
                       "0-SAIR"
               ACCEPT WS-OP-VBD
               EVALUATE WS-OP-VBD
                   WHEN 1
                       PERFORM P3171-LISTAR-PRODUTOS
                   WHEN 2
                       PERFORM P3172-GRAVAR-PRODUTO
                   WHEN 3
                       PERFORM P3173-ELIMINAR-PRODUTO
                   WHEN 4
                       PERFORM P3175-CARREGAR-CARRINHO
                   WHEN 5
                       PERFORM P3177-STOCK-AERONAVE
                   WHEN 6
                       PERFORM P3178-DESCARREGAR-CARRINHO
                   WHEN 0
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "OPCAO INVALIDA"
               END-EVALUATE
           END-PERFORM.

           CLOSE PRODBORDOINPUT.
           CLOSE STOCKBORDOINPUT.
           CLOSE AERONAVESINPUT.

       P3171-LISTAR-PRODUTOS.

           DISPLAY " ".
           DISPLAY "*** CATALOGO DE VENDAS A BORDO ***".
           MOVE SPACES TO PBD-CODIGO.
           SET WS-EXIT-OK TO "N".
           START PRODBORDOINPUT KEY IS NOT LESS THAN PBD-CODIGO
               INVALID KEY
                   SET WS-EXIT-OK TO "S"
           END-START.
           PERFORM UNTIL WS-EXIT-OK = "S"
               READ PRODBORDOINPUT NEXT
                   AT END
                       SET WS-EXIT-OK TO "S"
                   NOT AT END
                       DISPLAY PBD-CODIGO " - " PBD-DESCRICAO
                               " (" PBD-TIPO ") PRECO: " PBD-PRECO
                               " CARGA: " PBD-NIVEL
               END-READ
           END-PERFORM.
           SET WS-EXIT-OK TO "N".

       P3172-GRAVAR-PRODUTO.

           DISPLAY "CODIGO DO PRODUTO (4 CARACTERES)".
           ACCEPT PBD-CODIGO.
           IF PBD-CODIGO = SPACES
               DISPLAY "CODIGO INVALIDO"
           ELSE
               DISPLAY "DESCRICAO"
               ACCEPT PBD-DESCRICAO
               DISPLAY "TIPO (D-DUTY-FREE B-BAR)"
               ACCEPT PBD-TIPO
               IF PBD-TIPO NOT = "D"
                   MOVE "B" TO PBD-TIPO
               END-IF
               DISPLAY "PRECO (EX: 0002500 PARA 25,00)"
               ACCEPT PBD-PRECO
               DISPLAY "QUANTIDADE A CARREGAR POR CARRINHO"
               ACCEPT PBD-NIVEL
               WRITE PRODBORDOINPUT-REG
                   INVALID KEY
                       REWRITE PRODBORDOINPUT-REG
                       DISPLAY "PRODUTO ATUALIZADO"
                   NOT INVALID KEY
                       DISPLAY "PRODUTO REGISTADO"
               END-WRITE
           END-IF.

      *    UM PRODUTO AINDA CARREGADO NUM CARRINHO NAO PODE SAIR DO
      *    CATALOGO - AS VENDAS DEVOLVIDAS FICARIAM SEM PRECO
       P3173-ELIMINAR-PRODUTO.

           DISPLAY "CODIGO DO PRODUTO A ELIMINAR".
           ACCEPT PBD-CODIGO.
           READ PRODBORDOINPUT
               INVALID KEY
                   DISPLAY "PRODUTO NAO ENCONTRADO"
               NOT INVALID KEY
                   PERFORM P3174-PRODUTO-EM-USO
                   IF WS-VBD-EM-USO = "S"
                       DISPLAY "PRODUTO AINDA CARREGADO EM CARRINHOS "
                               "- DESCARREGUE-OS PRIMEIRO"
                   ELSE
                       DELETE PRODBORDOINPUT
                           INVALID KEY
                               DISPLAY "ERRO AO ELIMINAR O PRODUTO"
                           NOT INVALID KEY
                               DISPLAY "PRODUTO ELIMINADO"
                       END-DELETE
                   END-IF
           END-READ.

       P3174-PRODUTO-EM-USO.

           MOVE "N" TO WS-VBD-EM-USO.
           MOVE LOW-VALUES TO SBD-CHAVE.
           SET WS-EXIT-OK TO "N".
           START STOCKBORDOINPUT KEY IS NOT LESS THAN SBD-CHAVE
               INVALID KEY
                   SET WS-EXIT-OK TO "S"
           END-START.
           PERFORM UNTIL WS-EXIT-OK = "S"
               READ STOCKBORDOINPUT NEXT
                   AT END
                       SET WS-EXIT-OK TO "S"
                   NOT AT END
                       IF SBD-PRODUTO = PBD-CODIGO
                               AND SBD-QUANTIDADE > ZEROES
                           MOVE "S" TO WS-VBD-EM-USO
                           SET WS-EXIT-OK TO "S"
                       END-IF
               END-READ
           END-PERFORM.
           SET WS-EXIT-OK TO "N".

      *    A CARGA SOMA AO QUE O CARRINHO JA TEM. UM SELO NOVO ABRE UM
      *    CARRINHO NOVO NA AERONAVE
       P3175-CARREGAR-CARRINHO.

           DISPLAY "MATRICULA DA AERONAVE".
           ACCEPT WS-VBD-MATRICULA.
           MOVE WS-VBD-MATRICULA TO AERO-MATRICULA.
           READ AERONAVESINPUT
               INVALID KEY
                   DISPLAY "AERONAVE NAO ENCONTRADA"
               NOT INVALID KEY
                   DISPLAY "NUMERO DO SELO DO CARRINHO"
                   ACCEPT WS-VBD-SELO
                   IF WS-VBD-SELO = SPACES
                       DISPLAY "SELO INVALIDO"
                   ELSE
                       PERFORM P3176-CARREGAR-PRODUTOS
                   END-IF
           END-READ.

       P3176-CARREGAR-PRODUTOS.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY "CODIGO DO PRODUTO (BRANCO TERMINA)".
           ACCEPT WS-VBD-PRODUTO.
           PERFORM UNTIL WS-VBD-PRODUTO = SPACES
               MOVE WS-VBD-PRODUTO TO PBD-CODIGO
               READ PRODBORDOINPUT
                   INVALID KEY
                       DISPLAY "PRODUTO DESCONHECIDO"
                   NOT INVALID KEY
                       DISPLAY "QUANTIDADE CARREGADA"
                       ACCEPT WS-VBD-QUANTIDADE
                       MOVE WS-VBD-MATRICULA TO SBD-MATRICULA
                       MOVE WS-VBD-SELO TO SBD-SELO
                       MOVE WS-VBD-PRODUTO TO SBD-PRODUTO
                       READ STOCKBORDOINPUT
                           INVALID KEY
                               MOVE ZEROES TO SBD-QUANTIDADE
                               MOVE ZEROES TO SBD-ULT-NUMERO
                               MOVE ZEROES TO SBD-ULT-DATA
                               ADD WS-VBD-QUANTIDADE TO SBD-QUANTIDADE
                               MOVE WS-DATA-HOJE TO SBD-DATA-CARGA
                               WRITE STOCKBORDOINPUT-REG
                           NOT INVALID KEY
                               ADD WS-VBD-QUANTIDADE TO SBD-QUANTIDADE
                               MOVE WS-DATA-HOJE TO SBD-DATA-CARGA
                               REWRITE STOCKBORDOINPUT-REG
                       END-READ
                       DISPLAY PBD-DESCRICAO " NO CARRINHO: "
                               SBD-QUANTIDADE
               END-READ
               DISPLAY "CODIGO DO PRODUTO (BRANCO TERMINA)"
               ACCEPT WS-VBD-PRODUTO
           END-PERFORM.

       P3177-STOCK-AERONAVE.

           DISPLAY "MATRICULA DA AERONAVE".
           ACCEPT WS-VBD-MATRICULA.
           DISPLAY " ".
           DISPLAY "*** STOCK A BORDO DE " WS-VBD-MATRICULA " ***".
           MOVE ZEROES TO WS-VBD-LINHAS.
           MOVE ZEROES TO WS-VBD-VALOR.
           MOVE WS-VBD-MATRICULA TO SBD-MATRICULA.
           MOVE LOW-VALUES TO SBD-SELO.
           MOVE LOW-VALUES TO SBD-PRODUTO.
           SET WS-EXIT-OK TO "N".
           START STOCKBORDOINPUT KEY IS NOT LESS THAN SBD-CHAVE
               INVALID KEY
                   SET WS-EXIT-OK TO "S"
           END-START.
           PERFORM UNTIL WS-EXIT-OK = "S"
               READ STOCKBORDOINPUT NEXT
                   AT END
                       SET WS-EXIT-OK TO "S"
                   NOT AT END
                       IF SBD-MATRICULA NOT = WS-VBD-MATRICULA
                           SET WS-EXIT-OK TO "S"
                       ELSE
                           MOVE SBD-PRODUTO TO PBD-CODIGO
                           READ PRODBORDOINPUT
                               INVALID KEY
                                   MOVE SPACES TO PBD-DESCRICAO
                                   MOVE ZEROES TO PBD-PRECO
                           END-READ
                           DISPLAY "SELO " SBD-SELO " " SBD-PRODUTO
                                   " " PBD-DESCRICAO " QTD "
                                   SBD-QUANTIDADE " CARGA "
                                   SBD-DATA-CARGA
                           ADD 1 TO WS-VBD-LINHAS
                           COMPUTE WS-VBD-VALOR = WS-VBD-VALOR +
                                   SBD-QUANTIDADE * PBD-PRECO
                       END-IF
               END-READ
           END-PERFORM.
           SET WS-EXIT-OK TO "N".
           IF WS-VBD-LINHAS = ZEROES
               DISPLAY "SEM CARRINHOS CARREGADOS"
           ELSE
               DISPLAY "VALOR DO STOCK A PRECO DE VENDA: " WS-VBD-VALOR
           END-IF.

      *    O CARRINHO RETIRADO DA AERONAVE VOLTA AO ARMAZEM COM O QUE
      *    TEM - A LISTA SERVE DE GUIA DE DEVOLUCAO
       P3178-DESCARREGAR-CARRINHO.

           DISPLAY "MATRICULA DA AERONAVE".
           ACCEPT WS-VBD-MATRICULA.
           DISPLAY "NUMERO DO SELO DO CARRINHO".
           ACCEPT WS-VBD-SELO.
           MOVE ZEROES TO WS-VBD-LINHAS.
           MOVE ZEROES TO WS-VBD-UNIDADES.
           MOVE WS-VBD-MATRICULA TO SBD-MATRICULA.
           MOVE WS-VBD-SELO TO SBD-SELO.
           MOVE LOW-VALUES TO SBD-PRODUTO.
           SET WS-EXIT-OK TO "N".
           START STOCKBORDOINPUT KEY IS NOT LESS THAN SBD-CHAVE
               INVALID KEY
                   SET WS-EXIT-OK TO "S"
           END-START.
           PERFORM UNTIL WS-EXIT-OK = "S"
               READ STOCKBORDOINPUT NEXT
                   AT END
                       SET WS-EXIT-OK TO "S"
                   NOT AT END
                       IF SBD-MATRICULA NOT = WS-VBD-MATRICULA
                               OR SBD-SELO NOT = WS-VBD-SELO
                           SET WS-EXIT-OK TO "S"
                       ELSE
                           DISPLAY "DEVOLVER AO ARMAZEM " SBD-PRODUTO
                                   " QTD " SBD-QUANTIDADE
                           ADD 1 TO WS-VBD-LINHAS
                           ADD SBD-QUANTIDADE TO WS-VBD-UNIDADES
                           DELETE STOCKBORDOINPUT
                               INVALID KEY
                                   DISPLAY "ERRO AO RETIRAR "
                                           SBD-PRODUTO
                           END-DELETE
                       END-IF
               END-READ
           END-PERFORM.
           SET WS-EXIT-OK TO "N".
           IF WS-VBD-LINHAS = ZEROES
               DISPLAY "CARRINHO NAO ENCONTRADO NA AERONAVE"
           ELSE
               DISPLAY "CARRINHO " WS-VBD-SELO " DESCARREGADO: "
                       WS-VBD-UNIDADES " UNIDADES A DEVOLVER"
           END-IF.

      *    PERIODOS CONTABILISTICOS FECHADOS PELO FECHO DE MES. REABRIR
      *    UM PERIODO EXIGE O PIN DE UM SUPERVISOR E FICA AUDITADO
       P3180-PERIODOS-CONTABILISTICOS.

           MOVE 1 TO WS-OP-PER.
           PERFORM UNTIL WS-OP-PER = 0
               DISPLAY "1-LISTAR PERIODOS FECHADOS 2-REABRIR PERIODO "
                       "0-SAIR"
               ACCEPT WS-OP-PER
               EVALUATE WS-OP-PER
                   WHEN 1
                       MOVE SPACES TO WS-PER-AREA
                       MOVE "L" TO WS-PER-OP
                       CALL 'per_util.o' USING WS-PER-AREA
                   WHEN 2
                       PERFORM P3181-REABRIR-PERIODO
                   WHEN 0
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "OPCAO INVALIDA"
               END-EVALUATE
           END-PERFORM.

       P3181-REABRIR-PERIODO.

           MOVE SPACES TO WS-PER-AREA.
           MOVE ZEROES TO WS-PER-MES.
           DISPLAY "PERIODO A REABRIR (AAAAMM)".
           ACCEPT WS-PER-MES.
           MOVE "C" TO WS-PER-OP.
           CALL 'per_util.o' USING WS-PER-AREA.
           IF WS-PER-ESTADO NOT = "F"
               DISPLAY "O PERIODO " WS-PER-MES " NAO ESTA FECHADO"
           ELSE
               DISPLAY "MOTIVO DA REABERTURA"
               ACCEPT WS-PER-MOTIVO
               DISPLAY "NUMERO DO SUPERVISOR QUE AUTORIZA (0 CANCELA)"
               ACCEPT WS-PER-SUP-ID
               MOVE "N" TO WS-PIN-CONFIRMADO
               IF WS-PER-SUP-ID > 0
                   MOVE WS-PER-SUP-ID TO WS-PIN-ALVO
                   MOVE "S" TO WS-PIN-EXIGE-SUP
                   MOVE "PERIODO" TO WS-PIN-CONTEXTO
                   PERFORM P005F-CONFIRMAR-PIN
               END-IF
               IF WS-PIN-CONFIRMADO = "S"
                   MOVE "R" TO WS-PER-OP
                   MOVE WS-PER-SUP-ID TO WS-PER-OPER
                   CALL 'per_util.o' USING WS-PER-AREA
                   IF WS-PER-RESULTADO = "O"
                       DISPLAY "PERIODO " WS-PER-MES " REABERTO"
                       MOVE "P" TO WS-AUDRES-OP
                       MOVE SPACES TO WS-AUDRES-REG
                       STRING "PERIODO " DELIMITED BY SIZE
                               WS-PER-MES DELIMITED BY SIZE
                               " REABERTO SUP " DELIMITED BY SIZE
                               WS-PER-SUP-ID DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               WS-PER-MOTIVO DELIMITED BY SIZE
                           INTO WS-AUDRES-REG
                       END-STRING
                       PERFORM P055-GRAVAR-AUDITORIA-RES
                   ELSE
                       DISPLAY "ERRO AO REABRIR O PERIODO " WS-PER-MES
                   END-IF
               ELSE
                   DISPLAY "REABERTURA CANCELADA - PIN NAO CONFIRMADO"
               END-IF
           END-IF.

                   "/project/escalavoo.dat" DELIMITED BY SIZE
               INTO WS-CAM-ESCALAVOO
           END-STRING.
           MOVE SPACES TO WS-CAM-HOTEIS.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/project/hoteis.dat" DELIMITED BY SIZE
               INTO WS-CAM-HOTEIS
           END-STRING.
           MOVE SPACES TO WS-CAM-MANUTENCAO.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/manutencao.dat" DELIMITED BY SIZE
                   "/project/resmkt.dat" DELIMITED BY SIZE
               INTO WS-CAM-RESMKT
           END-STRING.
           MOVE SPACES TO WS-CAM-RESCANAL.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/project/rescanal.dat" DELIMITED BY SIZE
               INTO WS-CAM-RESCANAL
           END-STRING.
           MOVE SPACES TO WS-CAM-REGRASDOC.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/regrasdoc.dat" DELIMITED BY SIZE
                   "/tipolimites.dat" DELIMITED BY SIZE
               INTO WS-CAM-TIPOLIMITES
           END-STRING.
           MOVE SPACES TO WS-CAM-DGLIMITES.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/dglimites.dat" DELIMITED BY SIZE
               INTO WS-CAM-DGLIMITES
           END-STRING.
           MOVE SPACES TO WS-CAM-FOLHACARGA.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/folhacarga.txt" DELIMITED BY SIZE
               INTO WS-CAM-FOLHACARGA
           END-STRING.
           MOVE SPACES TO WS-CAM-MENSAGENS.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/mensagens.txt" DELIMITED BY SIZE
               INTO WS-CAM-MENSAGENS
           END-STRING.
           MOVE SPACES TO WS-CAM-MSGLOG.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/msglog.txt" DELIMITED BY SIZE
               INTO WS-CAM-MSGLOG
           END-STRING.
           MOVE SPACES TO WS-CAM-TURNOS.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/project/turnos.dat" DELIMITED BY SIZE
                   "/achados.dat" DELIMITED BY SIZE
               INTO WS-CAM-ACHADOS
           END-STRING.
           MOVE SPACES TO WS-CAM-CONDTARIFA.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/project/condtar.dat" DELIMITED BY SIZE
               INTO WS-CAM-CONDTARIFA
           END-STRING.
           MOVE SPACES TO WS-CAM-PRORATEIO.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/project/prorateio.dat" DELIMITED BY SIZE
               INTO WS-CAM-PRORATEIO
           END-STRING.
           MOVE SPACES TO WS-CAM-ABASTECIMENTOS.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/project/abastec.dat" DELIMITED BY SIZE
               INTO WS-CAM-ABASTECIMENTOS
           END-STRING.
           MOVE SPACES TO WS-CAM-PARCFID.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/project/parcfid.dat" DELIMITED BY SIZE
               INTO WS-CAM-PARCFID
           END-STRING.
           MOVE SPACES TO WS-CAM-EMPRESAS.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/project/empresas.dat" DELIMITED BY SIZE
               INTO WS-CAM-EMPRESAS
           END-STRING.
           MOVE SPACES TO WS-CAM-EMPDESC.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/project/empdesc.dat" DELIMITED BY SIZE
               INTO WS-CAM-EMPDESC
           END-STRING.
           MOVE SPACES TO WS-CAM-EMPCONTA.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/project/empconta.dat" DELIMITED BY SIZE
               INTO WS-CAM-EMPCONTA
           END-STRING.
           MOVE SPACES TO WS-CAM-EMPFATURAS.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/project/empfat.dat" DELIMITED BY SIZE
               INTO WS-CAM-EMPFATURAS
           END-STRING.
           MOVE SPACES TO WS-CAM-REEMBPEND.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/project/reemb.dat" DELIMITED BY SIZE
               INTO WS-CAM-REEMBPEND
           END-STRING.
           MOVE SPACES TO WS-CAM-VALIDADES.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/validades.dat" DELIMITED BY SIZE
               INTO WS-CAM-VALIDADES
           END-STRING.
           MOVE SPACES TO WS-CAM-AGRES.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/project/agres.dat" DELIMITED BY SIZE
                   "/operadores.dat" DELIMITED BY SIZE
               INTO WS-CAM-OPERADORES
           END-STRING.
           MOVE SPACES TO WS-CAM-PERMISSOES.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/permissoes.dat" DELIMITED BY SIZE
               INTO WS-CAM-PERMISSOES
           END-STRING.
           MOVE SPACES TO WS-CAM-STANDBY.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/project/standby.dat" DELIMITED BY SIZE
               INTO WS-CAM-STANDBY
           END-STRING.
           MOVE SPACES TO WS-CAM-FUNCIONARIOS.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/empregados.dat" DELIMITED BY SIZE
               INTO WS-CAM-FUNCIONARIOS
           END-STRING.
           MOVE SPACES TO WS-CAM-MUDANCAS.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/project/mudancas.dat" DELIMITED BY SIZE
               INTO WS-CAM-MUDANCAS
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
           MOVE SPACES TO WS-CAM-EXTRAVIOS.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/project/extrav.dat" DELIMITED BY SIZE
               INTO WS-CAM-EXTRAVIOS
           END-STRING.
           MOVE SPACES TO WS-CAM-GRUPOSCONTRATO.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/project/grpcontr.dat" DELIMITED BY SIZE
               INTO WS-CAM-GRUPOSCONTRATO
           END-STRING.
           MOVE SPACES TO WS-CAM-GRUPOSPAG.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/project/grupospag.dat" DELIMITED BY SIZE
               INTO WS-CAM-GRUPOSPAG
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
           MOVE SPACES TO WS-CAM-AGCONTA.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/project/agconta.dat" DELIMITED BY SIZE
               INTO WS-CAM-AGCONTA
           END-STRING.
           MOVE SPACES TO WS-CAM-AUDITRES.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/auditres.txt" DELIMITED BY SIZE
