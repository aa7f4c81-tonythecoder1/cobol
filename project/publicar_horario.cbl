       IDENTIFICATION DIVISION.
       PROGRAM-ID. PUBHORARIO.

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

       SELECT AERONAVESINPUT ASSIGN TO
           WS-CAM-AERONAVES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AERO-MATRICULA
           FILE STATUS IS WS-FICHEIRO-STATUS-AERO.

       SELECT PUBANTERIOR ASSIGN TO
           WS-CAM-PUBANTERIOR
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FICHEIRO-STATUS-ANT.

       SELECT PUBTRABALHO ASSIGN TO
           WS-CAM-PUBTRABALHO
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FICHEIRO-STATUS-TRB.

       SELECT HORARIOPUB ASSIGN TO
           WS-CAM-HORARIOPUB
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FICHEIRO-STATUS-PUB.

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
                   88 VOO-NAO-COMERCIAL VALUE 'F' 'P' 'T' 'M'.

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

           FD AERONAVESINPUT.
           01 AERONAVESINPUT-REG.
               05 AERO-MATRICULA PIC X(08).
               05 AERO-TIPO PIC X(10).
               05 AERO-LUGARES PIC 9(02).
               05 AERO-LUGARES-EXEC PIC 9(02).

           FD PUBANTERIOR.
           01 PUBANTERIOR-LINHA PIC X(90).

           FD PUBTRABALHO.
           01 PUBTRABALHO-LINHA PIC X(90).

           FD HORARIOPUB.
           01 HORARIOPUB-LINHA PIC X(90).

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
               05 WS-ERR-L-PROG PIC X(10) VALUE "PUBHORARIO".
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
           77 WS-CAM-ROTAS PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/rotas.dat".
           77 WS-CAM-CIDADES PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/cidades.dat".
           77 WS-CAM-AERONAVES PIC X(80) VALUE
               "/Users/antonyferreira/Documents/Cobol/aeronaves.dat".
           77 WS-CAM-PUBANTERIOR PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/project/horpub.dat".
           77 WS-CAM-PUBTRABALHO PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/project/horpub.tmp".
           77 WS-CAM-HORARIOPUB PIC X(80) VALUE
           "/Users/antonyferreira/Documents/Cobol/project/horpub.txt".

           01 WS-FICHEIRO-STATUS-VOO PIC XX.
               88 WS-FICHEIRO-VOO-OK VALUE "00".
           01 WS-FICHEIRO-STATUS-ROTA PIC XX.
               88 WS-ROTA-STATUS-OK VALUE "00".
           01 WS-FICHEIRO-STATUS-CID PIC XX.
               88 WS-CID-STATUS-OK VALUE "00".
           01 WS-FICHEIRO-STATUS-AERO PIC XX.
               88 WS-AERO-STATUS-OK VALUE "00".
           01 WS-FICHEIRO-STATUS-ANT PIC XX.
               88 WS-ANT-STATUS-OK VALUE "00".
               88 WS-ANT-STATUS-INEXISTENTE VALUE "35".
           01 WS-FICHEIRO-STATUS-TRB PIC XX.
               88 WS-TRB-STATUS-OK VALUE "00".
           01 WS-FICHEIRO-STATUS-PUB PIC XX.
               88 WS-PUB-STATUS-OK VALUE "00".

           77 WS-ROTA-ABERTO PIC X(01) VALUE "N".
           77 WS-CID-ABERTO PIC X(01) VALUE "N".
           77 WS-AERO-ABERTO PIC X(01) VALUE "N".
           77 WS-ANT-ABERTO PIC X(01) VALUE "N".

      *    C = PUBLICACAO COMPLETA, A = SO ALTERACOES DESDE A ULTIMA
           77 WS-MODO PIC X(01) VALUE "A".
           77 WS-DATA-HOJE PIC 9(08) VALUE ZEROES.
           77 WS-EXIT-OK PIC X(01) VALUE "N".
           77 WS-FIM-VOO PIC X(01) VALUE "N".
           77 WS-FIM-ANT PIC X(01) VALUE "N".
           77 WS-ROTA-ACHADA PIC X(01) VALUE "N".

           01 WS-CHAVE-VOO.
               05 WS-CHV-VOO-NUMERO PIC 9(04).
               05 WS-CHV-VOO-DATA PIC 9(08).
           01 WS-CHAVE-ANT.
               05 WS-CHV-ANT-NUMERO PIC 9(04).
               05 WS-CHV-ANT-DATA PIC 9(08).

           77 WS-TOTAL-PUBLICADOS PIC 9(05) VALUE ZEROES.
           77 WS-TOTAL-NOVOS PIC 9(05) VALUE ZEROES.
           77 WS-TOTAL-RETIMADOS PIC 9(05) VALUE ZEROES.
           77 WS-TOTAL-CANCELADOS PIC 9(05) VALUE ZEROES.
           77 WS-TOTAL-SEM-ROTA PIC 9(05) VALUE ZEROES.
           77 WS-TOTAL-LINHAS PIC 9(05) VALUE ZEROES.

           77 WS-FUSO-ORIG PIC S9(02) VALUE ZEROES.
           77 WS-FUSO-DEST PIC S9(02) VALUE ZEROES.
           77 WS-CHEG-MINUTOS PIC S9(05) VALUE ZEROES.
           77 WS-CHEG-DIAS PIC S9(01) VALUE ZEROES.

           01 WS-HORA-SPLIT PIC 9(04) VALUE ZEROES.
           01 WS-HORA-SPLIT-R REDEFINES WS-HORA-SPLIT.
               05 WS-HORA-HH PIC 9(02).
               05 WS-HORA-MM PIC 9(02).

      *    LINHA DE HORARIO PUBLICADO - TAMBEM E O REGISTO DA
      *    FOTOGRAFIA GUARDADA PARA A PROXIMA PUBLICACAO
           01 WS-PUB-DETALHE.
               05 WS-PUB-TIPO PIC X(01) VALUE "D".
               05 WS-PUB-ACCAO PIC X(01).
                   88 PUB-PUBLICADO VALUE "P".
                   88 PUB-NOVO VALUE "N".
                   88 PUB-RETIMADO VALUE "R".
                   88 PUB-CANCELADO VALUE "C".
               05 WS-PUB-CHAVE.
                   10 WS-PUB-VOO PIC 9(04).
                   10 WS-PUB-DATA PIC 9(08).
               05 WS-PUB-ROTA PIC X(10).
               05 WS-PUB-ORIGEM PIC X(10).
               05 WS-PUB-DESTINO PIC X(10).
               05 WS-PUB-PARTIDA PIC 9(04).
               05 WS-PUB-FUSO-ORIG PIC +99.
               05 WS-PUB-CHEGADA PIC 9(04).
               05 WS-PUB-CHEG-DIAS PIC +9.
               05 WS-PUB-FUSO-DEST PIC +99.
               05 WS-PUB-AERONAVE PIC X(10).
               05 WS-PUB-CABINE.
                   10 FILLER PIC X(01) VALUE "C".
                   10 WS-PUB-CAB-EXEC PIC 9(02).
                   10 FILLER PIC X(01) VALUE "Y".
                   10 WS-PUB-CAB-ECON PIC 9(02).
               05 WS-PUB-PARTIDA-ANT PIC 9(04).
               05 FILLER PIC X(10) VALUE SPACES.

           01 WS-PUB-CABECALHO REDEFINES WS-PUB-DETALHE.
               05 WS-CAB-TIPO PIC X(01).
               05 WS-CAB-TITULO PIC X(12).
               05 WS-CAB-DATA PIC 9(08).
               05 WS-CAB-MODO PIC X(10).
               05 FILLER PIC X(59).

           01 WS-PUB-RODAPE REDEFINES WS-PUB-DETALHE.
               05 WS-ROD-TIPO PIC X(01).
               05 WS-ROD-LINHAS PIC 9(05).
               05 FILLER PIC X(84).

           01 WS-ANT-DETALHE.
               05 WS-ANT-TIPO PIC X(01).
               05 WS-ANT-ACCAO PIC X(01).
               05 WS-ANT-CHAVE.
                   10 WS-ANT-VOO PIC 9(04).
                   10 WS-ANT-DATA PIC 9(08).
               05 WS-ANT-ROTA PIC X(10).
               05 WS-ANT-ORIGEM PIC X(10).
               05 WS-ANT-DESTINO PIC X(10).
               05 WS-ANT-PARTIDA PIC 9(04).
               05 FILLER PIC X(42).

       LINKAGE SECTION.

           01 LK-COM-AREA.
               03 LK-MENSAGEM  PIC X(20).

       PROCEDURE DIVISION USING LK-COM-AREA.

       MAIN-PROCEDURE.

           PERFORM P090-CARREGAR-AMBIENTE.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE "N" TO WS-FIM-VOO.
           MOVE "N" TO WS-FIM-ANT.
           MOVE "N" TO WS-ROTA-ABERTO.
           MOVE "N" TO WS-CID-ABERTO.
           MOVE "N" TO WS-AERO-ABERTO.
           MOVE "N" TO WS-ANT-ABERTO.
           MOVE ZEROES TO WS-TOTAL-PUBLICADOS.
           MOVE ZEROES TO WS-TOTAL-NOVOS.
           MOVE ZEROES TO WS-TOTAL-RETIMADOS.
           MOVE ZEROES TO WS-TOTAL-CANCELADOS.
           MOVE ZEROES TO WS-TOTAL-SEM-ROTA.
           MOVE ZEROES TO WS-TOTAL-LINHAS.
           IF LK-MENSAGEM = "COMPLETO"
               MOVE "C" TO WS-MODO
           ELSE
               MOVE "A" TO WS-MODO
           END-IF.

           OPEN INPUT VOOSINPUT.
           IF NOT WS-FICHEIRO-VOO-OK
               MOVE 8 TO RETURN-CODE
               MOVE "VOOS" TO WS-ERR-L-FICH
               MOVE WS-FICHEIRO-STATUS-VOO TO WS-ERR-L-ESTADO
               PERFORM P095-REGISTAR-ERRO-ABERTURA
               DISPLAY "PUBLICACAO: FICHEIRO DE VOOS INDISPONIVEL"
               GOBACK
           END-IF.
           OPEN INPUT ROTASINPUT.
           IF WS-ROTA-STATUS-OK
               MOVE "S" TO WS-ROTA-ABERTO
           END-IF.
           OPEN INPUT CIDADESINPUT.
           IF WS-CID-STATUS-OK
               MOVE "S" TO WS-CID-ABERTO
           END-IF.
           OPEN INPUT AERONAVESINPUT.
           IF WS-AERO-STATUS-OK
               MOVE "S" TO WS-AERO-ABERTO
           END-IF.
           OPEN INPUT PUBANTERIOR.
           IF WS-ANT-STATUS-OK
               MOVE "S" TO WS-ANT-ABERTO
           ELSE
               IF WS-MODO = "A"
                   DISPLAY "PUBLICACAO: SEM PUBLICACAO ANTERIOR - "
                           "EMITIDO O HORARIO COMPLETO"
                   MOVE "C" TO WS-MODO
               END-IF
           END-IF.
           OPEN OUTPUT PUBTRABALHO.
           OPEN OUTPUT HORARIOPUB.

           PERFORM P100-ESCREVER-CABECALHO.
           PERFORM P200-COMPARAR-HORARIO.
           PERFORM P190-ESCREVER-RODAPE.

           CLOSE VOOSINPUT.
           IF WS-ROTA-ABERTO = "S"
               CLOSE ROTASINPUT
           END-IF.
           IF WS-CID-ABERTO = "S"
               CLOSE CIDADESINPUT
           END-IF.
           IF WS-AERO-ABERTO = "S"
               CLOSE AERONAVESINPUT
           END-IF.
           IF WS-ANT-ABERTO = "S"
               CLOSE PUBANTERIOR
           END-IF.
           CLOSE PUBTRABALHO.
           CLOSE HORARIOPUB.

           PERFORM P400-GUARDAR-FOTOGRAFIA.

           DISPLAY " ".
           DISPLAY "*** PUBLICACAO DO HORARIO ***".
           IF WS-MODO = "C"
               DISPLAY "TIPO: HORARIO COMPLETO"
           ELSE
               DISPLAY "TIPO: ALTERACOES DESDE A ULTIMA PUBLICACAO"
           END-IF.
           DISPLAY "VOOS NO HORARIO: " WS-TOTAL-PUBLICADOS.
           DISPLAY "VOOS NOVOS: " WS-TOTAL-NOVOS.
           DISPLAY "VOOS COM NOVO HORARIO: " WS-TOTAL-RETIMADOS.
           DISPLAY "VOOS CANCELADOS: " WS-TOTAL-CANCELADOS.
           DISPLAY "LINHAS NO FICHEIRO: " WS-TOTAL-LINHAS.
           IF WS-TOTAL-SEM-ROTA > ZEROES
               DISPLAY "AVISO: " WS-TOTAL-SEM-ROTA
                       " VOO(S) SEM ROTA NO MESTRE DE ROTAS"
               MOVE 4 TO RETURN-CODE
           END-IF.

           GOBACK.

       P100-ESCREVER-CABECALHO.

           MOVE SPACES TO WS-PUB-CABECALHO.
           MOVE "H" TO WS-CAB-TIPO.
           MOVE "HORARIO" TO WS-CAB-TITULO.
           MOVE WS-DATA-HOJE TO WS-CAB-DATA.
           IF WS-MODO = "C"
               MOVE "COMPLETO" TO WS-CAB-MODO
           ELSE
               MOVE "ALTERACOES" TO WS-CAB-MODO
           END-IF.
           MOVE WS-PUB-CABECALHO TO HORARIOPUB-LINHA.
           WRITE HORARIOPUB-LINHA.

       P190-ESCREVER-RODAPE.

           MOVE SPACES TO WS-PUB-RODAPE.
           MOVE "T" TO WS-ROD-TIPO.
           MOVE WS-TOTAL-LINHAS TO WS-ROD-LINHAS.
           MOVE WS-PUB-RODAPE TO HORARIOPUB-LINHA.
           WRITE HORARIOPUB-LINHA.

      *    EMPARELHA OS VOOS FUTUROS (POR ORDEM DE CHAVE) COM A
      *    FOTOGRAFIA DA ULTIMA PUBLICACAO, QUE TEM A MESMA ORDEM
       P200-COMPARAR-HORARIO.

           MOVE ZEROES TO VOOSINPUT-CHAVE.
           START VOOSINPUT KEY IS NOT LESS THAN VOOSINPUT-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-VOO
                   MOVE HIGH-VALUES TO WS-CHAVE-VOO
           END-START.
           PERFORM P210-LER-VOO.
           PERFORM P220-LER-ANTERIOR.

           PERFORM UNTIL WS-FIM-VOO = "S" AND WS-FIM-ANT = "S"
               EVALUATE TRUE
                   WHEN WS-CHAVE-VOO < WS-CHAVE-ANT
                       IF NOT VOO-CANCELADO
                           PERFORM P300-MONTAR-LINHA
                           MOVE ZEROES TO WS-PUB-PARTIDA-ANT
                           IF WS-MODO = "C"
                               MOVE "P" TO WS-PUB-ACCAO
                           ELSE
                               MOVE "N" TO WS-PUB-ACCAO
                               ADD 1 TO WS-TOTAL-NOVOS
                               PERFORM P350-ESCREVER-LINHA
                           END-IF
                           PERFORM P360-GUARDAR-LINHA
                       END-IF
                       PERFORM P210-LER-VOO
                   WHEN WS-CHAVE-VOO > WS-CHAVE-ANT
                       IF WS-MODO = "A"
                           MOVE WS-ANT-DETALHE TO WS-PUB-DETALHE
                           MOVE "C" TO WS-PUB-ACCAO
                           MOVE ZEROES TO WS-PUB-PARTIDA-ANT
                           ADD 1 TO WS-TOTAL-CANCELADOS
                           PERFORM P350-ESCREVER-LINHA
                       END-IF
                       PERFORM P220-LER-ANTERIOR
                   WHEN OTHER
                       PERFORM P300-MONTAR-LINHA
                       IF VOO-CANCELADO
                           IF WS-MODO = "A"
                               MOVE "C" TO WS-PUB-ACCAO
                               MOVE ZEROES TO WS-PUB-PARTIDA-ANT
                               ADD 1 TO WS-TOTAL-CANCELADOS
                               PERFORM P350-ESCREVER-LINHA
                           END-IF
                       ELSE
                           MOVE ZEROES TO WS-PUB-PARTIDA-ANT
                           IF WS-MODO = "C"
                               MOVE "P" TO WS-PUB-ACCAO
                           ELSE
                               IF WS-PUB-PARTIDA NOT = WS-ANT-PARTIDA
                                   MOVE "R" TO WS-PUB-ACCAO
                                   MOVE WS-ANT-PARTIDA
                                       TO WS-PUB-PARTIDA-ANT
                                   ADD 1 TO WS-TOTAL-RETIMADOS
                                   PERFORM P350-ESCREVER-LINHA
                               END-IF
                           END-IF
                           PERFORM P360-GUARDAR-LINHA
                       END-IF
                       PERFORM P210-LER-VOO
                       PERFORM P220-LER-ANTERIOR
               END-EVALUATE
           END-PERFORM.

      *    SO INTERESSAM VOOS DE HOJE EM DIANTE QUE AINDA NAO PARTIRAM
      *    E QUE ESTAO A VENDA (FERRY, TREINO, ETC. NAO SE PUBLICAM)
       P210-LER-VOO.

           SET WS-EXIT-OK TO "N".
           PERFORM UNTIL WS-EXIT-OK = "S" OR WS-FIM-VOO = "S"
               READ VOOSINPUT NEXT
                   AT END
                       MOVE "S" TO WS-FIM-VOO
                       MOVE HIGH-VALUES TO WS-CHAVE-VOO
                   NOT AT END
                       IF VOOSINPUT-DATA >= WS-DATA-HOJE
                               AND NOT VOO-PARTIU
                               AND NOT VOO-NAO-COMERCIAL
                           MOVE VOOSINPUT-CHAVE TO WS-CHAVE-VOO
                           SET WS-EXIT-OK TO "S"
                       END-IF
               END-READ
           END-PERFORM.

      *    VOOS JA REALIZADOS SAEM DA FOTOGRAFIA SEM SEREM DADOS
      *    COMO CANCELADOS
       P220-LER-ANTERIOR.

           IF WS-ANT-ABERTO NOT = "S"
               MOVE "S" TO WS-FIM-ANT
               MOVE HIGH-VALUES TO WS-CHAVE-ANT
           END-IF.
           SET WS-EXIT-OK TO "N".
           PERFORM UNTIL WS-EXIT-OK = "S" OR WS-FIM-ANT = "S"
               READ PUBANTERIOR INTO WS-ANT-DETALHE
                   AT END
                       MOVE "S" TO WS-FIM-ANT
                       MOVE HIGH-VALUES TO WS-CHAVE-ANT
                   NOT AT END
                       IF WS-ANT-TIPO = "D"
                               AND WS-ANT-DATA >= WS-DATA-HOJE
                           MOVE WS-ANT-CHAVE TO WS-CHAVE-ANT
                           SET WS-EXIT-OK TO "S"
                       END-IF
               END-READ
           END-PERFORM.

       P300-MONTAR-LINHA.

           MOVE SPACES TO WS-PUB-DETALHE.
           MOVE "D" TO WS-PUB-TIPO.
           MOVE VOOSINPUT-NUMERO TO WS-PUB-VOO.
           MOVE VOOSINPUT-DATA TO WS-PUB-DATA.
           MOVE VOOSINPUT-NOME TO WS-PUB-ROTA.
           MOVE VOOSINPUT-HORA TO WS-PUB-PARTIDA.
           MOVE ZEROES TO WS-PUB-PARTIDA-ANT.
           MOVE ZEROES TO WS-FUSO-ORIG.
           MOVE ZEROES TO WS-FUSO-DEST.
           MOVE ZEROES TO WS-PUB-CHEGADA.
           MOVE ZEROES TO WS-CHEG-DIAS.

           MOVE "N" TO WS-ROTA-ACHADA.
           IF WS-ROTA-ABERTO = "S"
               MOVE VOOSINPUT-NOME TO ROTA-NOME
               READ ROTASINPUT
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO WS-ROTA-ACHADA
                       MOVE ROTA-ORIGEM TO WS-PUB-ORIGEM
                       MOVE ROTA-DESTINO TO WS-PUB-DESTINO
                       PERFORM P310-OBTER-FUSOS
                       PERFORM P320-CALCULAR-CHEGADA
               END-READ
           END-IF.
           IF WS-ROTA-ACHADA = "N"
               ADD 1 TO WS-TOTAL-SEM-ROTA
           END-IF.
           MOVE WS-FUSO-ORIG TO WS-PUB-FUSO-ORIG.
           MOVE WS-FUSO-DEST TO WS-PUB-FUSO-DEST.
           MOVE WS-CHEG-DIAS TO WS-PUB-CHEG-DIAS.

           MOVE "C" TO WS-PUB-CABINE (1:1).
           MOVE "Y" TO WS-PUB-CABINE (4:1).
           MOVE ZEROES TO WS-PUB-CAB-EXEC.
           MOVE ZEROES TO WS-PUB-CAB-ECON.
           MOVE "A DEFINIR" TO WS-PUB-AERONAVE.
           IF WS-AERO-ABERTO = "S" AND VOOSINPUT-AERONAVE NOT = SPACES
               MOVE VOOSINPUT-AERONAVE TO AERO-MATRICULA
               READ AERONAVESINPUT
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE AERO-TIPO TO WS-PUB-AERONAVE
                       MOVE AERO-LUGARES-EXEC TO WS-PUB-CAB-EXEC
                       MOVE AERO-LUGARES TO WS-PUB-CAB-ECON
               END-READ
           END-IF.

       P310-OBTER-FUSOS.

           IF WS-CID-ABERTO = "S"
               MOVE ROTA-ORIGEM TO CID-NOME
               READ CIDADESINPUT
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CID-FUSO TO WS-FUSO-ORIG
               END-READ
               MOVE ROTA-DESTINO TO CID-NOME
               READ CIDADESINPUT
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CID-FUSO TO WS-FUSO-DEST
               END-READ
           END-IF.

      *    PARTIDA EM HORA LOCAL DA ORIGEM, CHEGADA EM HORA LOCAL DO
      *    DESTINO: SOMA O TEMPO DE BLOCO E A DIFERENCA DE FUSOS
       P320-CALCULAR-CHEGADA.

           MOVE VOOSINPUT-HORA TO WS-HORA-SPLIT.
           COMPUTE WS-CHEG-MINUTOS =
                   WS-HORA-HH * 60 + WS-HORA-MM + ROTA-BLOCO-MIN
                   + (WS-FUSO-DEST - WS-FUSO-ORIG) * 60.
           MOVE ZEROES TO WS-CHEG-DIAS.
           PERFORM UNTIL WS-CHEG-MINUTOS < 1440
               SUBTRACT 1440 FROM WS-CHEG-MINUTOS
               ADD 1 TO WS-CHEG-DIAS
           END-PERFORM.
           PERFORM UNTIL WS-CHEG-MINUTOS >= 0
               ADD 1440 TO WS-CHEG-MINUTOS
               SUBTRACT 1 FROM WS-CHEG-DIAS
           END-PERFORM.
           DIVIDE WS-CHEG-MINUTOS BY 60
               GIVING WS-HORA-HH
               REMAINDER WS-HORA-MM.
           MOVE WS-HORA-SPLIT TO WS-PUB-CHEGADA.

       P350-ESCREVER-LINHA.

           MOVE WS-PUB-DETALHE TO HORARIOPUB-LINHA.
           WRITE HORARIOPUB-LINHA.
           ADD 1 TO WS-TOTAL-LINHAS.

      *    NO MODO COMPLETO TODOS OS VOOS DA FOTOGRAFIA VAO TAMBEM
      *    PARA O FICHEIRO PUBLICADO
       P360-GUARDAR-LINHA.

           ADD 1 TO WS-TOTAL-PUBLICADOS.
           MOVE "P" TO WS-PUB-ACCAO.
           MOVE ZEROES TO WS-PUB-PARTIDA-ANT.
           MOVE WS-PUB-DETALHE TO PUBTRABALHO-LINHA.
           WRITE PUBTRABALHO-LINHA.
           IF WS-MODO = "C"
               PERFORM P350-ESCREVER-LINHA
           END-IF.

      *    A NOVA FOTOGRAFIA SUBSTITUI A ANTERIOR
       P400-GUARDAR-FOTOGRAFIA.

           OPEN INPUT PUBTRABALHO.
           OPEN OUTPUT PUBANTERIOR.
           SET WS-EXIT-OK TO "N".
           PERFORM UNTIL WS-EXIT-OK = "S"
               READ PUBTRABALHO
                   AT END
                       SET WS-EXIT-OK TO "S"
                   NOT AT END
                       MOVE PUBTRABALHO-LINHA TO PUBANTERIOR-LINHA
                       WRITE PUBANTERIOR-LINHA
               END-READ
           END-PERFORM.
           CLOSE PUBTRABALHO.
           CLOSE PUBANTERIOR.

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
           MOVE SPACES TO WS-CAM-AERONAVES.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/aeronaves.dat" DELIMITED BY SIZE
               INTO WS-CAM-AERONAVES
           END-STRING.
           MOVE SPACES TO WS-CAM-PUBANTERIOR.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/project/horpub.dat" DELIMITED BY SIZE
               INTO WS-CAM-PUBANTERIOR
           END-STRING.
           MOVE SPACES TO WS-CAM-PUBTRABALHO.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/project/horpub.tmp" DELIMITED BY SIZE
               INTO WS-CAM-PUBTRABALHO
           END-STRING.
           MOVE SPACES TO WS-CAM-HORARIOPUB.
           STRING WS-AMB-RAIZ DELIMITED BY SPACE
                   "/project/horpub.txt" DELIMITED BY SIZE
               INTO WS-CAM-HORARIOPUB
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

       END PROGRAM PUBHORARIO.
