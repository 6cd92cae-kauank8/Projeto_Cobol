       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCE104.
      *AUTHOR. Kauan Paulino Farias.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQORD ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                    RECORD KEY   IS ORD-NUMERO
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQPRO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                    RECORD KEY   IS CODIGO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS DESCRICAO
                                   WITH DUPLICATES.

           SELECT ARQKIT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KIT-CHAVE
                    FILE STATUS  IS ST-ERRO2.

           SELECT ARQSLD ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                    RECORD KEY   IS SLD-CHAVE
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQMOV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                    RECORD KEY   IS MOV-CHAVE
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQCUSTO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                    RECORD KEY   IS CUS-CODIGO
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQSEQ ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                    RECORD KEY   IS SEQ-ID
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQLOG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                    RECORD KEY   IS LOG-CHAVE
                    FILE STATUS  IS ST-ERRO.

       DATA DIVISION.
       FILE SECTION.
       FD ARQORD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQORD.DAT".
       01 REGORD.
          03 ORD-NUMERO        PIC 9(06).
          03 ORD-TIPO          PIC X(01).
          03 ORD-KITPAI        PIC 9(06).
          03 ORD-QTD           PIC 9(06).
          03 ORD-QTDBOA        PIC 9(06).
          03 ORD-QTDPERDA      PIC 9(06).
          03 ORD-LOCAL         PIC 9(02).
          03 ORD-STATUS        PIC X(01).
          03 ORD-DTABER        PIC 9(08).
          03 ORD-DTFECH        PIC 9(08).
          03 ORD-VLCOMP        PIC 9(10)V99.
          03 ORD-VLMOBRA       PIC 9(08)V99.
          03 ORD-CUSUNIT       PIC 9(06)V9(04).
          03 ORD-FILIAL        PIC 9(02).
          03 ORD-OPERADOR      PIC X(10).
      *-----------------------------------------------------------------
       FD ARQPRO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPRO.DAT".
       01 REGPRO.
          03 CODIGO          PIC 9(06).
          03 DESCRICAO       PIC X(30).
          03 UNIDADE         PIC X(02).
          03 TPPROD          PIC 9(01).
          03 PRECO           PIC 9(06)V99.
          03 DATACP          PIC 9(8).
          03 ESTOQUE         PIC 9(06).
          03 CPFCNPJ         PIC 9(14).
          03 MINESTOQUE      PIC 9(06).
      *-----------------------------------------------------------------
       FD ARQKIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQKIT.DAT".
       01 REGKIT.
          03 KIT-CHAVE.
             05 KIT-PAI        PIC 9(06).
             05 KIT-COMP       PIC 9(06).
          03 KIT-QTD           PIC 9(03)V9(03).
      *-----------------------------------------------------------------
       FD ARQSLD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQSLD.DAT".
       01 REGSLD.
          03 SLD-CHAVE.
             05 SLD-CODIGO     PIC 9(06).
             05 SLD-LOCAL      PIC 9(02).
          03 SLD-ESTOQUE       PIC 9(06).
      *-----------------------------------------------------------------
       FD ARQMOV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQMOV.DAT".
       01 REGMOV.
          03 MOV-CHAVE.
             05 MOV-CODPROD    PIC 9(06).
             05 MOV-DATA       PIC 9(08).
             05 MOV-HORA       PIC 9(08).
             05 MOV-SEQ        PIC 9(03).
          03 MOV-TIPO          PIC X(01).
          03 MOV-DOC           PIC X(10).
          03 MOV-QTD           PIC 9(06).
          03 MOV-SALDO         PIC 9(06).
          03 MOV-OPERADOR      PIC X(10).
          03 MOV-LOCAL         PIC 9(02).
          03 MOV-FILIAL        PIC 9(02).
      *-----------------------------------------------------------------
       FD ARQCUSTO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCUSTO.DAT".
       01 REGCUSTO.
          03 CUS-CODIGO        PIC 9(06).
          03 CUS-CUSTOMED      PIC 9(06)V9(04).
          03 CUS-DTATU         PIC 9(08).
      *-----------------------------------------------------------------
       FD ARQSEQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQSEQ.DAT".
       01 REGSEQ.
          03 SEQ-ID            PIC X(08).
          03 SEQ-PROX          PIC 9(06).
      *-----------------------------------------------------------------
       FD ARQLOG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQLOG.DAT".
       01 REGLOG.
          03 LOG-CHAVE.
             05 LOG-DATA       PIC 9(08).
             05 LOG-HORA       PIC 9(08).
             05 LOG-SEQ        PIC 9(03).
          03 LOG-PROGRAMA      PIC X(08).
          03 LOG-OPERACAO      PIC X(10).
          03 LOG-CHAVEREG      PIC X(20).
          03 LOG-OPERADOR      PIC X(10).
          03 LOG-IMAGEMANT     PIC X(160).
          03 LOG-IMAGEMNOV     PIC X(160).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-ACT         PIC 9(02) VALUE ZEROS.
       01 W-SEGUNDOS    PIC 9(04) COMP VALUE 1.
       01 W-OPERADOR    PIC X(10) VALUE SPACES.
       01 W-USUARIO     PIC X(10) EXTERNAL.
       01 W-FILIAL      PIC 9(02) EXTERNAL.
       01 W-IMGANT      PIC X(160) VALUE SPACES.
       01 W-IMGNOV      PIC X(160) VALUE SPACES.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 MENS          PIC X(50) VALUE SPACES.
       01 LIMPA         PIC X(66) VALUE SPACES.
       01 DADOS         PIC X(01) VALUE SPACES.
       01 LIN           PIC 9(03) VALUE 012.
       01 W-KITOK       PIC X(01) VALUE "N".
       01 W-NUMORD      PIC 9(06) VALUE ZEROS.
       01 W-TIPO        PIC X(01) VALUE SPACES.
       01 W-KITPAI      PIC 9(06) VALUE ZEROS.
       01 W-KITDESC     PIC X(30) VALUE SPACES.
       01 W-QTD         PIC 9(06) VALUE ZEROS.
       01 W-LOCAL       PIC 9(02) VALUE 01.
       01 W-STATUS      PIC X(01) VALUE SPACES.
       01 W-QTDBOA      PIC 9(06) VALUE ZEROS.
       01 W-QTDPERDA    PIC 9(06) VALUE ZEROS.
       01 W-VLCOMP      PIC 9(10)V99 VALUE ZEROS.
       01 W-VLMOBRA     PIC 9(08)V99 VALUE ZEROS.
       01 W-CUSUNIT     PIC 9(06)V9(04) VALUE ZEROS.
       01 W-DTABER      PIC 9(08) VALUE ZEROS.
       01 W-DTFECH      PIC 9(08) VALUE ZEROS.
       01 W-QTDCOMP     PIC 9(06) VALUE ZEROS.
       01 W-QTDESTR     PIC 9(03) VALUE ZEROS.
       01 W-QTDFALTA    PIC 9(03) VALUE ZEROS.
       01 W-SLDDISP     PIC 9(06) VALUE ZEROS.
       01 W-FALTA       PIC 9(06) VALUE ZEROS.
       01 W-SLDOP       PIC X(01) VALUE SPACES.
       01 W-SLDQTD      PIC 9(06) VALUE ZEROS.
       01 W-SLDBASE     PIC 9(06) VALUE ZEROS.
       01 W-MOVTIPO     PIC X(01) VALUE SPACES.
       01 W-MOVQTD      PIC 9(06) VALUE ZEROS.
       01 W-CUSTO       PIC 9(06)V9(04) VALUE ZEROS.
       01 W-QTDTOT      PIC 9(07) VALUE ZEROS.
       01 W-DTHOJE      PIC 9(08) VALUE ZEROS.
       01 W-DOCORD.
          03 FILLER      PIC X(02) VALUE "OM".
          03 W-DOCNUM    PIC 9(06) VALUE ZEROS.
          03 FILLER      PIC X(02) VALUE SPACES.
       01 W-DTEXIBE     PIC 9(08) VALUE ZEROS.
       01 W-DTEXIBETAB REDEFINES W-DTEXIBE.
          03 W-DTEXIBE-DIA PIC 9(02).
          03 W-DTEXIBE-MES PIC 9(02).
          03 W-DTEXIBE-ANO PIC 9(04).
       01 W-DTTRAB      PIC 9(08) VALUE ZEROS.
       01 W-DTTRABTAB REDEFINES W-DTTRAB.
          03 W-DTTRABANO  PIC 9(04).
          03 W-DTTRABMES  PIC 9(02).
          03 W-DTTRABDIA  PIC 9(02).
       01 W-DTABEREX    PIC 9(08) VALUE ZEROS.
       01 W-DTFECHEX    PIC 9(08) VALUE ZEROS.

      *-----------------------------------------------------------------
      *
      *************************
      * REPORT SECTION *
      *************************
      *
       01 CABCP.
          03 FILLER      PIC X(40) VALUE
             " Produt Descricao                  Qtd.N".
          03 FILLER      PIC X(33) VALUE
             "ec  Saldo  Falta".

       01 DETCP.
          03 FILLER      PIC X(01) VALUE SPACES.
          03 DETCPPROD   PIC 9(06) VALUE ZEROS.
          03 FILLER      PIC X(01) VALUE SPACES.
          03 DETCPDESC   PIC X(26) VALUE SPACES.
          03 FILLER      PIC X(01) VALUE SPACES.
          03 DETCPNEC    PIC ZZZZZ9 VALUE ZEROS.
          03 FILLER      PIC X(01) VALUE SPACES.
          03 DETCPSLD    PIC ZZZZZ9 VALUE ZEROS.
          03 FILLER      PIC X(01) VALUE SPACES.
          03 DETCPFAL    PIC ZZZZZ9 VALUE ZEROS.

       SCREEN SECTION.
       01  TSCE104.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "            Ordens de Montagem / Desmont".
           05  LINE 02  COLUMN 41
               VALUE  "agem de Kits".
           05  LINE 04  COLUMN 01
               VALUE  " Num Ordem :".
           05  TNUMORD
               LINE 04  COLUMN 14  PIC 9(06)
               USING  W-NUMORD
               HIGHLIGHT.
           05  LINE 04  COLUMN 24
               VALUE  "(ZEROS = NOVA ORDEM)".
           05  LINE 04  COLUMN 50
               VALUE  "Status:".
           05  TSTATUS
               LINE 04  COLUMN 58  PIC X(01)
               USING  W-STATUS.
           05  LINE 05  COLUMN 01
               VALUE  " Tipo      :".
           05  TTIPO
               LINE 05  COLUMN 14  PIC X(01)
               USING  W-TIPO
               HIGHLIGHT.
           05  LINE 05  COLUMN 24
               VALUE  "(M=MONTAGEM  D=DESMONTAGEM)".
           05  LINE 06  COLUMN 01
               VALUE  " Kit       :".
           05  TKITPAI
               LINE 06  COLUMN 14  PIC 9(06)
               USING  W-KITPAI
               HIGHLIGHT.
           05  TKITDESC
               LINE 06  COLUMN 24  PIC X(30)
               USING  W-KITDESC.
           05  LINE 07  COLUMN 01
               VALUE  " Quantidade:".
           05  TQTD
               LINE 07  COLUMN 14  PIC 9(06)
               USING  W-QTD
               HIGHLIGHT.
           05  LINE 07  COLUMN 24
               VALUE  "Local:".
           05  TLOCAL
               LINE 07  COLUMN 31  PIC 9(02)
               USING  W-LOCAL
               HIGHLIGHT.
           05  LINE 07  COLUMN 40
               VALUE  "Abertura  :".
           05  TDTABER
               LINE 07  COLUMN 52  PIC 99/99/9999
               USING  W-DTABEREX.
           05  LINE 08  COLUMN 01
               VALUE  " Qtd Boa   :".
           05  TQTDBOA
               LINE 08  COLUMN 14  PIC 9(06)
               USING  W-QTDBOA
               HIGHLIGHT.
           05  LINE 08  COLUMN 24
               VALUE  "Perda:".
           05  TQTDPERDA
               LINE 08  COLUMN 31  PIC 9(06)
               USING  W-QTDPERDA.
           05  LINE 08  COLUMN 40
               VALUE  "Fechamento:".
           05  TDTFECH
               LINE 08  COLUMN 52  PIC 99/99/9999
               USING  W-DTFECHEX.
           05  LINE 09  COLUMN 01
               VALUE  " Vl.Componentes:".
           05  TVLCOMP
               LINE 09  COLUMN 18  PIC ZZZ.ZZZ.ZZ9,99
               USING  W-VLCOMP.
           05  LINE 09  COLUMN 40
               VALUE  "Mao de Obra:".
           05  TVLMOBRA
               LINE 09  COLUMN 53  PIC ZZ.ZZZ.ZZ9,99
               USING  W-VLMOBRA.
           05  LINE 10  COLUMN 01
               VALUE  " Custo Unit.   :".
           05  TCUSUNIT
               LINE 10  COLUMN 18  PIC ZZZ.ZZ9,9999
               USING  W-CUSUNIT.
           05  LINE 23  COLUMN 01
               VALUE  "  MENSAGEM :".

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       ABRE-ORD.
           OPEN I-O ARQORD
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT ARQORD
                 CLOSE ARQORD
                 OPEN I-O ARQORD
              ELSE
                 MOVE "ERRO NA ABERTURA DAS ORDENS DE MONTAGEM" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM2.

       ABRE-PRO.
           OPEN I-O ARQPRO
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO PRODUTO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQORD
              GO TO ROT-FIM2.

       ABRE-KIT.
           OPEN INPUT ARQKIT
           IF ST-ERRO2 = "00"
              MOVE "S" TO W-KITOK
           ELSE
              MOVE "ARQUIVO DE COMPOSICAO DE KITS NAO EXISTE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQORD ARQPRO
              GO TO ROT-FIM2.

       ABRE-SLD.
           OPEN I-O ARQSLD
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT ARQSLD
                 CLOSE ARQSLD
                 OPEN I-O ARQSLD
              ELSE
                 MOVE "ERRO NA ABERTURA DOS SALDOS POR LOCAL" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE ARQORD ARQPRO ARQKIT
                 GO TO ROT-FIM2.

       ABRE-MOV.
           OPEN I-O ARQMOV
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT ARQMOV
                 CLOSE ARQMOV
                 OPEN I-O ARQMOV
              ELSE
                 MOVE "ERRO NA ABERTURA DO KARDEX" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE ARQORD ARQPRO ARQKIT ARQSLD
                 GO TO ROT-FIM2.

       ABRE-CUSTO.
           OPEN I-O ARQCUSTO
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT ARQCUSTO
                 CLOSE ARQCUSTO
                 OPEN I-O ARQCUSTO
              ELSE
                 MOVE "ERRO NA ABERTURA DO CUSTO MEDIO" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE ARQORD ARQPRO ARQKIT ARQSLD ARQMOV
                 GO TO ROT-FIM2.

       ABRE-SEQ.
           OPEN I-O ARQSEQ
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT ARQSEQ
                 CLOSE ARQSEQ
                 OPEN I-O ARQSEQ
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO DE SEQUENCIA" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE ARQORD ARQPRO ARQKIT ARQSLD ARQMOV ARQCUSTO
                 GO TO ROT-FIM2.

       ABRE-LOG.
           OPEN I-O ARQLOG
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT ARQLOG
                 CLOSE ARQLOG
                 OPEN I-O ARQLOG
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO DE LOG " TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE ARQORD ARQPRO ARQKIT ARQSLD ARQMOV ARQCUSTO
                       ARQSEQ
                 GO TO ROT-FIM2.

       R-OPERADOR.
           IF W-USUARIO NOT = SPACES AND
              W-USUARIO NOT = LOW-VALUES
              MOVE W-USUARIO TO W-OPERADOR
              GO TO R1.
           DISPLAY (01, 01) ERASE
           DISPLAY (05, 10) "CODIGO DO OPERADOR: ".
           ACCEPT (05, 31) W-OPERADOR.
           IF W-OPERADOR = SPACES
              MOVE "CODIGO DO OPERADOR EM BRANCO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R-OPERADOR.

       R1.
           ACCEPT W-DTHOJE FROM DATE YYYYMMDD.
           MOVE ZEROS  TO W-NUMORD W-KITPAI W-QTD W-QTDBOA W-QTDPERDA
                          W-VLCOMP W-VLMOBRA W-CUSUNIT W-DTABER
                          W-DTFECH W-DTABEREX W-DTFECHEX
           MOVE SPACES TO W-TIPO W-KITDESC W-STATUS
           MOVE 01     TO W-LOCAL
           DISPLAY TSCE104.

       R2.
           ACCEPT TNUMORD
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM.
           IF W-NUMORD = ZEROS
              GO TO NOV-TIPO.
           MOVE W-NUMORD TO ORD-NUMERO
           READ ARQORD
           IF ST-ERRO NOT = "00"
              MOVE "ORDEM DE MONTAGEM NAO ENCONTRADA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           PERFORM MOSTRA-ORD THRU MOSTRA-ORD-FIM
           IF ORD-STATUS = "A"
              GO TO FEC-BOA.
           DISPLAY (21, 10) "*** ORDEM FINALIZADA - TECLE ENTER ***"
           ACCEPT (21, 50) DADOS
           DISPLAY (21, 01) LIMPA
           GO TO R1.
      *
      **************************************
      * ABERTURA DE ORDEM - BAIXA DE ORIGEM *
      **************************************
      *
       NOV-TIPO.
           ACCEPT TTIPO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R1.
           IF W-TIPO = "m"
              MOVE "M" TO W-TIPO.
           IF W-TIPO = "d"
              MOVE "D" TO W-TIPO.
           DISPLAY TTIPO
           IF W-TIPO NOT = "M" AND W-TIPO NOT = "D"
              MOVE "TIPO DEVE SER M-MONTAGEM OU D-DESMONTAGEM" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO NOV-TIPO.

       NOV-KIT.
           ACCEPT TKITPAI
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO NOV-TIPO.
           MOVE W-KITPAI TO CODIGO
           READ ARQPRO
           IF ST-ERRO NOT = "00"
              MOVE "PRODUTO NAO CADASTRADO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO NOV-KIT.
           IF TPPROD NOT = 9
              MOVE "PRODUTO INFORMADO NAO E UM KIT" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO NOV-KIT.
           MOVE DESCRICAO TO W-KITDESC
           DISPLAY TKITDESC
           PERFORM CONTA-ESTR THRU CONTA-ESTR-FIM
           IF W-QTDESTR = ZEROS
              MOVE "KIT SEM ESTRUTURA DE COMPONENTES" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO NOV-KIT.

       NOV-QTD.
           ACCEPT TQTD
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO NOV-KIT.
           IF W-QTD = ZEROS
              MOVE "QUANTIDADE DEVE SER MAIOR QUE ZERO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO NOV-QTD.

       NOV-LOCAL.
           ACCEPT TLOCAL
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO NOV-QTD.
           IF W-LOCAL = ZEROS
              MOVE 01 TO W-LOCAL
              DISPLAY TLOCAL.

       NOV-DISP.
           DISPLAY TSCE104
           MOVE ZEROS TO W-QTDFALTA
           IF W-TIPO = "M"
              PERFORM VER-COMP THRU VER-COMP-FIM
           ELSE
              PERFORM VER-KIT THRU VER-KIT-FIM.
           IF W-QTDFALTA > ZEROS
              MOVE "*** SALDO INSUFICIENTE NO LOCAL ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO NOV-QTD.

       NOV-CONF.
           DISPLAY (21, 10)
                   "CONFIRMA ABERTURA DA ORDEM? S-SIM/N-NAO"
           ACCEPT (21, 50) DADOS
           DISPLAY (21, 01) LIMPA
           IF DADOS = "N" OR "n"
              MOVE "*** ORDEM NAO ABERTA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           IF DADOS NOT = "S" AND "s"
              GO TO NOV-CONF.

       NOV-GRAVA.
           PERFORM ROT-NUMORD THRU ROT-NUMORD-FIM
           MOVE W-NUMORD   TO W-DOCNUM
           MOVE W-TIPO     TO ORD-TIPO
           MOVE W-KITPAI   TO ORD-KITPAI
           MOVE W-QTD      TO ORD-QTD
           MOVE ZEROS      TO ORD-QTDBOA ORD-QTDPERDA ORD-DTFECH
                              ORD-VLCOMP ORD-VLMOBRA ORD-CUSUNIT
           MOVE W-LOCAL    TO ORD-LOCAL
           MOVE "A"        TO ORD-STATUS
           MOVE W-DTHOJE   TO ORD-DTABER
           MOVE W-FILIAL   TO ORD-FILIAL
           MOVE W-OPERADOR TO ORD-OPERADOR
           WRITE REGORD
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA GRAVACAO DA ORDEM DE MONTAGEM" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE ZEROS TO W-VLCOMP
           IF W-TIPO = "M"
              PERFORM BAIXA-COMP THRU BAIXA-COMP-FIM
           ELSE
              PERFORM BAIXA-KIT THRU BAIXA-KIT-FIM.
           MOVE W-NUMORD TO ORD-NUMERO
           READ ARQORD
           MOVE W-VLCOMP TO ORD-VLCOMP
           REWRITE REGORD
           MOVE "ORD-ABRE" TO LOG-OPERACAO
           MOVE W-DOCORD   TO LOG-CHAVEREG
           MOVE REGORD     TO W-IMGNOV
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM
           PERFORM MOSTRA-ORD THRU MOSTRA-ORD-FIM
           MOVE "*** ORDEM ABERTA - ORIGEM BAIXADA DO ESTOQUE ***"
              TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.
      *
      **************************************
      * FECHAMENTO - ENTRADA DO RESULTADO   *
      **************************************
      *
       FEC-BOA.
           MOVE ORD-QTD TO W-QTDBOA
           ACCEPT TQTDBOA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R1.
           IF W-QTDBOA > ORD-QTD
              MOVE "QTD BOA MAIOR QUE A QTD DA ORDEM" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO FEC-BOA.
           COMPUTE W-QTDPERDA = ORD-QTD - W-QTDBOA
           DISPLAY TQTDPERDA.

       FEC-MOBRA.
           ACCEPT (09, 53) W-VLMOBRA WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO FEC-BOA.
           DISPLAY TVLMOBRA
           MOVE ZEROS TO W-CUSUNIT
           IF W-QTDBOA > ZEROS
              COMPUTE W-CUSUNIT ROUNDED =
                 (W-VLCOMP + W-VLMOBRA) / W-QTDBOA.
           DISPLAY TCUSUNIT.

       FEC-CONF.
           DISPLAY (21, 10)
                   "CONFIRMA FECHAMENTO DA ORDEM? S-SIM/N-NAO"
           ACCEPT (21, 52) DADOS
           DISPLAY (21, 01) LIMPA
           IF DADOS = "N" OR "n"
              GO TO R1.
           IF DADOS NOT = "S" AND "s"
              GO TO FEC-CONF.

       FEC-GRAVA.
           MOVE REGORD TO W-IMGANT
           MOVE ORD-NUMERO TO W-DOCNUM
           IF W-QTDBOA > ZEROS AND ORD-TIPO = "M"
              PERFORM ENTRA-KIT THRU ENTRA-KIT-FIM.
           IF W-QTDBOA > ZEROS AND ORD-TIPO = "D"
              PERFORM ENTRA-COMP THRU ENTRA-COMP-FIM.
           MOVE W-NUMORD   TO ORD-NUMERO
           READ ARQORD
           MOVE W-QTDBOA   TO ORD-QTDBOA
           MOVE W-QTDPERDA TO ORD-QTDPERDA
           MOVE W-VLMOBRA  TO ORD-VLMOBRA
           MOVE W-CUSUNIT  TO ORD-CUSUNIT
           MOVE W-DTHOJE   TO ORD-DTFECH
           MOVE "F"        TO ORD-STATUS
           REWRITE REGORD
           MOVE "ORD-FECHA" TO LOG-OPERACAO
           MOVE W-DOCORD    TO LOG-CHAVEREG
           MOVE REGORD      TO W-IMGNOV
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM
           PERFORM MOSTRA-ORD THRU MOSTRA-ORD-FIM
           MOVE "*** ORDEM FINALIZADA - ESTOQUE ATUALIZADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.
      *
      **************************************
      * CONFERENCIA DE SALDO DISPONIVEL     *
      **************************************
      *
       CONTA-ESTR.
           MOVE ZEROS TO W-QTDESTR
           MOVE W-KITPAI TO KIT-PAI
           MOVE ZEROS    TO KIT-COMP
           START ARQKIT KEY IS NOT LESS KIT-CHAVE INVALID KEY
                 GO TO CONTA-ESTR-FIM.
       CONTA-ESTR-RD.
           READ ARQKIT NEXT
           IF ST-ERRO2 NOT = "00"
              GO TO CONTA-ESTR-FIM.
           IF KIT-PAI NOT = W-KITPAI
              GO TO CONTA-ESTR-FIM.
           ADD 1 TO W-QTDESTR
           GO TO CONTA-ESTR-RD.
       CONTA-ESTR-FIM.
           EXIT.

       VER-COMP.
           DISPLAY (11, 01) CABCP
           MOVE 12 TO LIN
           MOVE W-KITPAI TO KIT-PAI
           MOVE ZEROS    TO KIT-COMP
           START ARQKIT KEY IS NOT LESS KIT-CHAVE INVALID KEY
                 GO TO VER-COMP-FIM.
       VER-COMP-RD.
           READ ARQKIT NEXT
           IF ST-ERRO2 NOT = "00"
              GO TO VER-COMP-FIM.
           IF KIT-PAI NOT = W-KITPAI
              GO TO VER-COMP-FIM.
           COMPUTE W-QTDCOMP ROUNDED = W-QTD * KIT-QTD
           MOVE KIT-COMP TO CODIGO
           READ ARQPRO
           IF ST-ERRO NOT = "00"
              MOVE SPACES TO DESCRICAO
              MOVE ZEROS  TO ESTOQUE.
           PERFORM ROT-SLDLOCAL THRU ROT-SLDLOCAL-FIM
           MOVE ZEROS TO W-FALTA
           IF W-SLDDISP < W-QTDCOMP
              COMPUTE W-FALTA = W-QTDCOMP - W-SLDDISP
              ADD 1 TO W-QTDFALTA.
           IF LIN > 19
              DISPLAY (21, 10) "*** TECLE ENTER PARA CONTINUAR ***"
              ACCEPT (21, 46) DADOS
              DISPLAY (21, 01) LIMPA
              DISPLAY TSCE104
              DISPLAY (11, 01) CABCP
              MOVE 12 TO LIN.
           MOVE KIT-COMP  TO DETCPPROD
           MOVE DESCRICAO TO DETCPDESC
           MOVE W-QTDCOMP TO DETCPNEC
           MOVE W-SLDDISP TO DETCPSLD
           MOVE W-FALTA   TO DETCPFAL
           DISPLAY (LIN, 01) DETCP
           ADD 1 TO LIN
           GO TO VER-COMP-RD.
       VER-COMP-FIM.
           EXIT.

       VER-KIT.
           DISPLAY (11, 01) CABCP
           MOVE W-KITPAI TO CODIGO
           READ ARQPRO
           PERFORM ROT-SLDLOCAL THRU ROT-SLDLOCAL-FIM
           MOVE ZEROS TO W-FALTA
           IF W-SLDDISP < W-QTD
              COMPUTE W-FALTA = W-QTD - W-SLDDISP
              ADD 1 TO W-QTDFALTA.
           MOVE W-KITPAI  TO DETCPPROD
           MOVE DESCRICAO TO DETCPDESC
           MOVE W-QTD     TO DETCPNEC
           MOVE W-SLDDISP TO DETCPSLD
           MOVE W-FALTA   TO DETCPFAL
           DISPLAY (12, 01) DETCP.
       VER-KIT-FIM.
           EXIT.

       ROT-SLDLOCAL.
           MOVE CODIGO  TO SLD-CODIGO
           MOVE W-LOCAL TO SLD-LOCAL
           READ ARQSLD
           IF ST-ERRO = "00"
              MOVE SLD-ESTOQUE TO W-SLDDISP
           ELSE
              IF W-LOCAL = 01
                 MOVE ESTOQUE TO W-SLDDISP
              ELSE
                 MOVE ZEROS TO W-SLDDISP.
       ROT-SLDLOCAL-FIM.
           EXIT.
      *
      **************************************
      * MOVIMENTACAO DE ESTOQUE DA ORDEM    *
      **************************************
      *
       BAIXA-COMP.
           MOVE W-KITPAI TO KIT-PAI
           MOVE ZEROS    TO KIT-COMP
           START ARQKIT KEY IS NOT LESS KIT-CHAVE INVALID KEY
                 GO TO BAIXA-COMP-FIM.
       BAIXA-COMP-RD.
           READ ARQKIT NEXT
           IF ST-ERRO2 NOT = "00"
              GO TO BAIXA-COMP-FIM.
           IF KIT-PAI NOT = W-KITPAI
              GO TO BAIXA-COMP-FIM.
           COMPUTE W-QTDCOMP ROUNDED = W-QTD * KIT-QTD
           IF W-QTDCOMP = ZEROS
              GO TO BAIXA-COMP-RD.
           MOVE KIT-COMP TO CODIGO
           READ ARQPRO
           IF ST-ERRO NOT = "00"
              GO TO BAIXA-COMP-RD.
           PERFORM ROT-CUSTO THRU ROT-CUSTO-FIM
           COMPUTE W-VLCOMP ROUNDED = W-VLCOMP + (W-QTDCOMP * W-CUSTO)
           MOVE "C" TO W-MOVTIPO
           PERFORM ROT-SAIDA THRU ROT-SAIDA-FIM
           GO TO BAIXA-COMP-RD.
       BAIXA-COMP-FIM.
           EXIT.

       BAIXA-KIT.
           MOVE W-KITPAI TO CODIGO
           READ ARQPRO
           IF ST-ERRO NOT = "00"
              GO TO BAIXA-KIT-FIM.
           PERFORM ROT-CUSTO THRU ROT-CUSTO-FIM
           COMPUTE W-VLCOMP ROUNDED = W-QTD * W-CUSTO
           MOVE W-QTD TO W-QTDCOMP
           MOVE "X" TO W-MOVTIPO
           PERFORM ROT-SAIDA THRU ROT-SAIDA-FIM.
       BAIXA-KIT-FIM.
           EXIT.

       ENTRA-KIT.
           MOVE ORD-KITPAI TO CODIGO
           READ ARQPRO
           IF ST-ERRO NOT = "00"
              GO TO ENTRA-KIT-FIM.
           MOVE ORD-LOCAL TO W-LOCAL
           MOVE W-QTDBOA  TO W-QTDCOMP
           MOVE "P" TO W-MOVTIPO
           PERFORM ROT-ENTRADA THRU ROT-ENTRADA-FIM
           PERFORM CUSTO-MEDIO THRU CUSTO-MEDIO-FIM.
       ENTRA-KIT-FIM.
           EXIT.

       ENTRA-COMP.
           MOVE ORD-LOCAL  TO W-LOCAL
           MOVE ORD-KITPAI TO KIT-PAI
           MOVE ZEROS      TO KIT-COMP
           START ARQKIT KEY IS NOT LESS KIT-CHAVE INVALID KEY
                 GO TO ENTRA-COMP-FIM.
       ENTRA-COMP-RD.
           READ ARQKIT NEXT
           IF ST-ERRO2 NOT = "00"
              GO TO ENTRA-COMP-FIM.
           IF KIT-PAI NOT = ORD-KITPAI
              GO TO ENTRA-COMP-FIM.
           COMPUTE W-QTDCOMP ROUNDED = W-QTDBOA * KIT-QTD
           IF W-QTDCOMP = ZEROS
              GO TO ENTRA-COMP-RD.
           MOVE KIT-COMP TO CODIGO
           READ ARQPRO
           IF ST-ERRO NOT = "00"
              GO TO ENTRA-COMP-RD.
           MOVE "R" TO W-MOVTIPO
           PERFORM ROT-ENTRADA THRU ROT-ENTRADA-FIM
           GO TO ENTRA-COMP-RD.
       ENTRA-COMP-FIM.
           EXIT.

       ROT-SAIDA.
           MOVE ESTOQUE TO W-SLDBASE
           IF ESTOQUE NOT < W-QTDCOMP
              SUBTRACT W-QTDCOMP FROM ESTOQUE
           ELSE
              MOVE ZEROS TO ESTOQUE.
           REWRITE REGPRO
           MOVE "S" TO W-SLDOP
           MOVE W-QTDCOMP TO W-SLDQTD W-MOVQTD
           PERFORM SLD-ATUALIZA THRU SLD-ATUALIZA-FIM
           PERFORM GRAVA-MOV THRU GRAVA-MOV-FIM.
       ROT-SAIDA-FIM.
           EXIT.

       ROT-ENTRADA.
           MOVE ESTOQUE TO W-SLDBASE
           ADD W-QTDCOMP TO ESTOQUE
           REWRITE REGPRO
           MOVE "E" TO W-SLDOP
           MOVE W-QTDCOMP TO W-SLDQTD W-MOVQTD
           PERFORM SLD-ATUALIZA THRU SLD-ATUALIZA-FIM
           PERFORM GRAVA-MOV THRU GRAVA-MOV-FIM.
       ROT-ENTRADA-FIM.
           EXIT.

       ROT-CUSTO.
           MOVE PRECO TO W-CUSTO
           MOVE CODIGO TO CUS-CODIGO
           READ ARQCUSTO
           IF ST-ERRO = "00" AND CUS-CUSTOMED > ZEROS
              MOVE CUS-CUSTOMED TO W-CUSTO.
       ROT-CUSTO-FIM.
           EXIT.

       CUSTO-MEDIO.
           MOVE CODIGO TO CUS-CODIGO
           READ ARQCUSTO
           IF ST-ERRO NOT = "00"
              MOVE CODIGO TO CUS-CODIGO
              MOVE PRECO  TO CUS-CUSTOMED
              MOVE ZEROS  TO CUS-DTATU
              WRITE REGCUSTO.
           COMPUTE W-QTDTOT = W-SLDBASE + W-QTDBOA
           IF W-QTDTOT = ZEROS
              GO TO CUSTO-MEDIO-FIM.
           COMPUTE CUS-CUSTOMED ROUNDED =
              ((W-SLDBASE * CUS-CUSTOMED) + (W-QTDBOA * W-CUSUNIT))
              / W-QTDTOT
           ACCEPT CUS-DTATU FROM DATE YYYYMMDD
           REWRITE REGCUSTO.
       CUSTO-MEDIO-FIM.
           EXIT.

       SLD-ATUALIZA.
           MOVE CODIGO  TO SLD-CODIGO
           MOVE W-LOCAL TO SLD-LOCAL
           READ ARQSLD
           IF ST-ERRO NOT = "00"
              MOVE CODIGO  TO SLD-CODIGO
              MOVE W-LOCAL TO SLD-LOCAL
              IF W-LOCAL = 01
                 MOVE W-SLDBASE TO SLD-ESTOQUE
              ELSE
                 MOVE ZEROS TO SLD-ESTOQUE.
           IF W-SLDOP = "S"
              IF SLD-ESTOQUE NOT < W-SLDQTD
                 SUBTRACT W-SLDQTD FROM SLD-ESTOQUE
              ELSE
                 MOVE ZEROS TO SLD-ESTOQUE
           ELSE
              ADD W-SLDQTD TO SLD-ESTOQUE.
           WRITE REGSLD
           IF ST-ERRO NOT = "00"
              REWRITE REGSLD.
       SLD-ATUALIZA-FIM.
           EXIT.

       GRAVA-MOV.
           MOVE CODIGO TO MOV-CODPROD
           ACCEPT MOV-DATA FROM DATE YYYYMMDD.
           ACCEPT MOV-HORA FROM TIME.
           MOVE ZEROS TO MOV-SEQ.
       GRAVA-MOV-WR.
           MOVE W-MOVTIPO  TO MOV-TIPO
           MOVE W-DOCORD   TO MOV-DOC
           MOVE W-MOVQTD   TO MOV-QTD
           MOVE ESTOQUE    TO MOV-SALDO
           MOVE W-OPERADOR TO MOV-OPERADOR
           MOVE W-LOCAL    TO MOV-LOCAL
           MOVE W-FILIAL   TO MOV-FILIAL
           WRITE REGMOV
           IF ST-ERRO = "22"
              ADD 1 TO MOV-SEQ
              IF MOV-SEQ < 999
                 GO TO GRAVA-MOV-WR.
       GRAVA-MOV-FIM.
           EXIT.
      *
      **************************************
      * ROTINAS AUXILIARES                  *
      **************************************
      *
       MOSTRA-ORD.
           MOVE ORD-NUMERO   TO W-NUMORD
           MOVE ORD-TIPO     TO W-TIPO
           MOVE ORD-KITPAI   TO W-KITPAI
           MOVE ORD-QTD      TO W-QTD
           MOVE ORD-LOCAL    TO W-LOCAL
           MOVE ORD-STATUS   TO W-STATUS
           MOVE ORD-QTDBOA   TO W-QTDBOA
           MOVE ORD-QTDPERDA TO W-QTDPERDA
           MOVE ORD-VLCOMP   TO W-VLCOMP
           MOVE ORD-VLMOBRA  TO W-VLMOBRA
           MOVE ORD-CUSUNIT  TO W-CUSUNIT
           MOVE ORD-DTABER   TO W-DTTRAB
           PERFORM ROT-DTEXIBE THRU ROT-DTEXIBE-FIM
           MOVE W-DTEXIBE    TO W-DTABEREX
           MOVE ZEROS        TO W-DTFECHEX
           IF ORD-DTFECH NOT = ZEROS
              MOVE ORD-DTFECH TO W-DTTRAB
              PERFORM ROT-DTEXIBE THRU ROT-DTEXIBE-FIM
              MOVE W-DTEXIBE  TO W-DTFECHEX.
           MOVE SPACES TO W-KITDESC
           MOVE ORD-KITPAI TO CODIGO
           READ ARQPRO
           IF ST-ERRO = "00"
              MOVE DESCRICAO TO W-KITDESC.
           DISPLAY TSCE104.
       MOSTRA-ORD-FIM.
           EXIT.

       ROT-NUMORD.
           MOVE "ORDMONT " TO SEQ-ID
           READ ARQSEQ
           IF ST-ERRO = "99"
              CALL "C$SLEEP" USING W-SEGUNDOS
              GO TO ROT-NUMORD.
           IF ST-ERRO NOT = "00"
              MOVE "ORDMONT " TO SEQ-ID
              MOVE 1 TO SEQ-PROX
              WRITE REGSEQ
              IF ST-ERRO = "22"
                 GO TO ROT-NUMORD.
           MOVE SEQ-PROX TO W-NUMORD ORD-NUMERO
           ADD 1 TO SEQ-PROX
           REWRITE REGSEQ.
       ROT-NUMORD-FIM.
           EXIT.

       ROT-DTEXIBE.
           MOVE W-DTTRABDIA TO W-DTEXIBE-DIA
           MOVE W-DTTRABMES TO W-DTEXIBE-MES
           MOVE W-DTTRABANO TO W-DTEXIBE-ANO.
       ROT-DTEXIBE-FIM.
           EXIT.

       GRAVA-LOG.
           ACCEPT LOG-DATA FROM DATE YYYYMMDD.
           ACCEPT LOG-HORA FROM TIME.
           MOVE ZEROS TO LOG-SEQ.
           MOVE "SCE104" TO LOG-PROGRAMA.
           IF W-USUARIO NOT = SPACES AND
              W-USUARIO NOT = LOW-VALUES
              MOVE W-USUARIO TO LOG-OPERADOR
           ELSE
              MOVE W-OPERADOR TO LOG-OPERADOR.
           MOVE W-IMGANT TO LOG-IMAGEMANT.
           MOVE W-IMGNOV TO LOG-IMAGEMNOV.
       GRAVA-LOG-WR.
           WRITE REGLOG
           IF ST-ERRO = "22"
              ADD 1 TO LOG-SEQ
              IF LOG-SEQ < 999
                 GO TO GRAVA-LOG-WR.
           MOVE SPACES TO W-IMGANT W-IMGNOV.
       GRAVA-LOG-FIM.
           EXIT.

      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
           DISPLAY (01, 01) ERASE.
           CLOSE ARQORD ARQPRO ARQKIT ARQSLD ARQMOV ARQCUSTO ARQSEQ
                 ARQLOG.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
           STOP RUN.
      *
      **********************
      * ROTINA DE MENSAGEM *
      **********************
      *
       ROT-MENS.
           CONTINUE.
       ROT-MENS1.
           DISPLAY (23, 13) MENS.
       ROT-MENS2.
           CALL "C$SLEEP" USING W-SEGUNDOS
              DISPLAY (23, 12) LIMPA.
       ROT-MENS-FIM.
           EXIT.
       FIM-ROT-MENS.
      *
