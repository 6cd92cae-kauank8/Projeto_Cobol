       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCE110.
      *AUTHOR. Kauan Paulino Farias.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQPRO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS DESCRICAO
                                   WITH DUPLICATES.

           SELECT ARQSLD ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SLD-CHAVE
                    FILE STATUS  IS ST-ERRO2.

           SELECT ARQRES ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RES-CHAVE
                    FILE STATUS  IS ST-ERRO3
                    ALTERNATE RECORD KEY IS RES-CODPROD
                                   WITH DUPLICATES.

           SELECT ARQTRF ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TRF-NUMERO
                    FILE STATUS  IS ST-ERRO4.

       DATA DIVISION.
       FILE SECTION.
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
       FD ARQSLD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQSLD.DAT".
       01 REGSLD.
          03 SLD-CHAVE.
             05 SLD-CODIGO     PIC 9(06).
             05 SLD-LOCAL      PIC 9(02).
          03 SLD-ESTOQUE       PIC 9(06).
      *-----------------------------------------------------------------
       FD ARQRES
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQRES.DAT".
       01 REGRES.
          03 RES-CHAVE.
             05 RES-NUMPED     PIC 9(06).
             05 RES-TIPEDIDO   PIC 9(01).
             05 RES-SEQ        PIC 9(03).
          03 RES-CODPROD       PIC 9(06).
          03 RES-LOCAL         PIC 9(02).
          03 RES-QTD           PIC 9(06).
          03 RES-STATUS        PIC X(01).
          03 RES-DTRES         PIC 9(08).
          03 RES-DTBAIXA       PIC 9(08).
      *-----------------------------------------------------------------
       FD ARQTRF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQTRF.DAT".
       01 REGTRF.
          03 TRF-NUMERO        PIC 9(06).
          03 TRF-CODPROD       PIC 9(06).
          03 TRF-LOCORIG       PIC 9(02).
          03 TRF-LOCDEST       PIC 9(02).
          03 TRF-QTDENV        PIC 9(06).
          03 TRF-QTDREC        PIC 9(06).
          03 TRF-STATUS        PIC X(01).
          03 TRF-DTENV         PIC 9(08).
          03 TRF-DTREC         PIC 9(08).
          03 TRF-OPERADOR      PIC X(10).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-OPCAO       PIC X(01) VALUE SPACES.
       01 W-ACT         PIC 9(02) VALUE ZEROS.
       01 W-SEGUNDOS    PIC 9(04) COMP VALUE 1.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 ST-ERRO3      PIC X(02) VALUE "00".
       01 ST-ERRO4      PIC X(02) VALUE "00".
       01 MENS          PIC X(50) VALUE SPACES.
       01 LIMPA         PIC X(55) VALUE SPACES.
       01 LIN           PIC 9(03) VALUE 001.
       01 W-SLDOK       PIC X(01) VALUE "N".
       01 W-RESOK       PIC X(01) VALUE "N".
       01 W-TRFOK       PIC X(01) VALUE "N".
       01 W-ACHSLD      PIC X(01) VALUE "N".
       01 W-CODPROD     PIC 9(06) VALUE ZEROS.
       01 W-LX          PIC 9(03) COMP VALUE ZEROS.
       01 W-LOCNUM      PIC 9(02) VALUE ZEROS.
       01 W-LOCTAB.
          03 W-LOCITEM OCCURS 99 TIMES.
             05 W-LDISP    PIC 9(06).
             05 W-LRES     PIC 9(06).
             05 W-LTRF     PIC 9(06).
       01 W-TDISP       PIC 9(07) VALUE ZEROS.
       01 W-TRES        PIC 9(07) VALUE ZEROS.
       01 W-TFIS        PIC 9(07) VALUE ZEROS.
       01 W-TTRF        PIC 9(07) VALUE ZEROS.
       01 W-QTDLOC      PIC 9(03) VALUE ZEROS.
       01 W-ESTOQUEED   PIC ZZZZZ9.
       01 W-DTEXIBE      PIC 9(08) VALUE ZEROS.
       01 W-DTEXIBETAB REDEFINES W-DTEXIBE.
          03 W-DTEXIBE-DIA PIC 9(02).
          03 W-DTEXIBE-MES PIC 9(02).
          03 W-DTEXIBE-ANO PIC 9(04).
       01 W-DTTRAB       PIC 9(08) VALUE ZEROS.
       01 W-DTTRABTAB REDEFINES W-DTTRAB.
          03 W-DTTRABANO  PIC 9(04).
          03 W-DTTRABMES  PIC 9(02).
          03 W-DTTRABDIA  PIC 9(02).

      *-----------------------------------------------------------------
      *
      *************************
      * REPORT SECTION *
      *************************
      *
       01 DETLOC.
          03 FILLER       PIC X(03) VALUE SPACES.
          03 DETLOCAL     PIC X(05) VALUE SPACES.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 DETDISP      PIC ZZZZZZ9 VALUE ZEROS.
          03 FILLER       PIC X(03) VALUE SPACES.
          03 DETRES       PIC ZZZZZZ9 VALUE ZEROS.
          03 FILLER       PIC X(03) VALUE SPACES.
          03 DETFIS       PIC ZZZZZZ9 VALUE ZEROS.
          03 FILLER       PIC X(04) VALUE SPACES.
          03 DETTRF       PIC ZZZZZZ9 VALUE ZEROS.

       01 DETPED.
          03 FILLER       PIC X(03) VALUE SPACES.
          03 DETNUMPED    PIC 9(06) VALUE ZEROS.
          03 FILLER       PIC X(04) VALUE SPACES.
          03 DETSEQ       PIC 9(03) VALUE ZEROS.
          03 FILLER       PIC X(05) VALUE SPACES.
          03 DETPLOC      PIC 9(02) VALUE ZEROS.
          03 FILLER       PIC X(04) VALUE SPACES.
          03 DETPQTD      PIC ZZZZZ9 VALUE ZEROS.
          03 FILLER       PIC X(04) VALUE SPACES.
          03 DETDATA      PIC 99/99/9999 VALUE ZEROS.

      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TSCE110.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "          Consulta de Disponibilidade de".
           05  LINE 02  COLUMN 41
               VALUE  " Estoque".
           05  LINE 04  COLUMN 03
               VALUE  "Produto:".
           05  TCODPROD
               LINE 04  COLUMN 12  PIC 9(06)
               USING  W-CODPROD
               HIGHLIGHT.
           05  LINE 05  COLUMN 03
               VALUE  "Disponivel no cadastro:".
           05  LINE 23  COLUMN 01
               VALUE  "  MENSAGEM :".

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       ABRE-PRO.
           OPEN INPUT ARQPRO
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO DE PRODUTOS" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.

       ABRE-SLD.
           OPEN INPUT ARQSLD
           IF ST-ERRO2 = "00"
              MOVE "S" TO W-SLDOK
           ELSE
              MOVE "N" TO W-SLDOK.

       ABRE-RES.
           OPEN INPUT ARQRES
           IF ST-ERRO3 = "00"
              MOVE "S" TO W-RESOK
           ELSE
              MOVE "N" TO W-RESOK.

       ABRE-TRF.
           OPEN INPUT ARQTRF
           IF ST-ERRO4 = "00"
              MOVE "S" TO W-TRFOK
           ELSE
              MOVE "N" TO W-TRFOK.

       R1.
           MOVE ZEROS TO W-CODPROD
           DISPLAY TSCE110.

       R2.
           ACCEPT TCODPROD
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM.
           IF W-CODPROD = ZEROS
              MOVE "CODIGO DO PRODUTO NAO INFORMADO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           MOVE W-CODPROD TO CODIGO
           READ ARQPRO
           IF ST-ERRO NOT = "00"
              MOVE "*** PRODUTO NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           DISPLAY (04, 20) DESCRICAO
           MOVE ESTOQUE TO W-ESTOQUEED
           DISPLAY (05, 27) W-ESTOQUEED
           MOVE ZEROS TO W-LOCTAB W-TDISP W-TRES W-TFIS W-TTRF.

      *
      ******************************
      * SALDO DISPONIVEL POR LOCAL  *
      ******************************
      *
       CAL-SLD.
           MOVE "N" TO W-ACHSLD
           IF W-SLDOK NOT = "S"
              GO TO CAL-SLD-FIM.
           MOVE W-CODPROD TO SLD-CODIGO
           MOVE ZEROS     TO SLD-LOCAL
           START ARQSLD KEY IS NOT LESS SLD-CHAVE INVALID KEY
                 GO TO CAL-SLD-FIM.
       CAL-SLD-RD.
           READ ARQSLD NEXT
           IF ST-ERRO2 NOT = "00"
              GO TO CAL-SLD-FIM.
           IF SLD-CODIGO NOT = W-CODPROD
              GO TO CAL-SLD-FIM.
           MOVE "S" TO W-ACHSLD
           MOVE SLD-LOCAL TO W-LX
           IF W-LX = ZEROS
              MOVE 1 TO W-LX.
           ADD SLD-ESTOQUE TO W-LDISP (W-LX)
           GO TO CAL-SLD-RD.
       CAL-SLD-FIM.
           IF W-ACHSLD = "N"
              MOVE ESTOQUE TO W-LDISP (1).

      *
      ******************************
      * RESERVAS ATIVAS POR LOCAL   *
      ******************************
      *
       CAL-RES.
           IF W-RESOK NOT = "S"
              GO TO CAL-RES-FIM.
           MOVE W-CODPROD TO RES-CODPROD
           START ARQRES KEY IS EQUAL RES-CODPROD INVALID KEY
                 GO TO CAL-RES-FIM.
       CAL-RES-RD.
           READ ARQRES NEXT
           IF ST-ERRO3 NOT = "00"
              GO TO CAL-RES-FIM.
           IF RES-CODPROD NOT = W-CODPROD
              GO TO CAL-RES-FIM.
           IF RES-STATUS NOT = "A"
              GO TO CAL-RES-RD.
           MOVE RES-LOCAL TO W-LX
           IF W-LX = ZEROS
              MOVE 1 TO W-LX.
           ADD RES-QTD TO W-LRES (W-LX)
           GO TO CAL-RES-RD.
       CAL-RES-FIM.
           CONTINUE.

      *
      ******************************
      * TRANSFERENCIAS EM TRANSITO  *
      ******************************
      *
       CAL-TRF.
           IF W-TRFOK NOT = "S"
              GO TO CAL-TRF-FIM.
           MOVE ZEROS TO TRF-NUMERO
           START ARQTRF KEY IS NOT LESS TRF-NUMERO INVALID KEY
                 GO TO CAL-TRF-FIM.
       CAL-TRF-RD.
           READ ARQTRF NEXT
           IF ST-ERRO4 NOT = "00"
              GO TO CAL-TRF-FIM.
           IF TRF-CODPROD NOT = W-CODPROD OR
              TRF-STATUS NOT = "T"
              GO TO CAL-TRF-RD.
           MOVE TRF-LOCDEST TO W-LX
           IF W-LX = ZEROS
              MOVE 1 TO W-LX.
           ADD TRF-QTDENV TO W-LTRF (W-LX)
           GO TO CAL-TRF-RD.
       CAL-TRF-FIM.
           CONTINUE.

      *
      ******************************
      * EXIBE A POSICAO POR LOCAL   *
      ******************************
      *
       EXI-LOC.
           DISPLAY (07, 04) "Local  Disponivel  Reservado   Fisico"
           DISPLAY (07, 42) "Em Transito"
           MOVE 08 TO LIN
           MOVE ZEROS TO W-LX W-QTDLOC.
       EXI-LOC-LP.
           ADD 1 TO W-LX
           IF W-LX > 99
              GO TO EXI-LOC-TOT.
           IF W-LDISP (W-LX) = ZEROS AND W-LRES (W-LX) = ZEROS
              AND W-LTRF (W-LX) = ZEROS
              GO TO EXI-LOC-LP.
           IF LIN > 18
              DISPLAY (21, 03)
               "ENTER=CONTINUA  F1=NOVA CONSULTA: "
              ACCEPT (21, 38) W-OPCAO
              ACCEPT W-ACT FROM ESCAPE KEY
              DISPLAY (21, 01) LIMPA
              IF W-ACT = 01
                 GO TO R1
              ELSE
                 PERFORM LIMPA-LIN THRU LIMPA-LIN-FIM.
           ADD 1 TO W-QTDLOC
           MOVE W-LX TO W-LOCNUM
           MOVE W-LOCNUM TO DETLOCAL
           MOVE W-LDISP (W-LX) TO DETDISP
           MOVE W-LRES (W-LX)  TO DETRES
           MOVE W-LTRF (W-LX)  TO DETTRF
           COMPUTE DETFIS = W-LDISP (W-LX) + W-LRES (W-LX)
           ADD W-LDISP (W-LX) TO W-TDISP
           ADD W-LRES (W-LX)  TO W-TRES
           ADD W-LTRF (W-LX)  TO W-TTRF
           DISPLAY (LIN, 01) DETLOC
           ADD 1 TO LIN
           GO TO EXI-LOC-LP.
       EXI-LOC-TOT.
           COMPUTE W-TFIS = W-TDISP + W-TRES
           MOVE "TOTAL"  TO DETLOCAL
           MOVE W-TDISP  TO DETDISP
           MOVE W-TRES   TO DETRES
           MOVE W-TFIS   TO DETFIS
           MOVE W-TTRF   TO DETTRF
           DISPLAY (19, 01) DETLOC
           IF W-QTDLOC = ZEROS
              MOVE "*** PRODUTO SEM SALDO EM NENHUM LOCAL ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
           DISPLAY (21, 03)
            "ENTER=PEDIDOS RESERVADOS  F1=NOVA CONSULTA: ".
           ACCEPT (21, 48) W-OPCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           DISPLAY (21, 01) LIMPA
           IF W-ACT = 01
              GO TO R1.
           IF W-TRES = ZEROS
              MOVE "*** NENHUMA RESERVA ATIVA PARA O PRODUTO ***"
                 TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.

      *
      ******************************
      * PEDIDOS COM RESERVA ATIVA   *
      ******************************
      *
       LST-PED.
           PERFORM LIMPA-LIN THRU LIMPA-LIN-FIM
           DISPLAY (19, 01) LIMPA
           DISPLAY (07, 04) "Pedido  Item  Local  Quantidade"
           DISPLAY (07, 40) "Data Reserva"
           MOVE W-CODPROD TO RES-CODPROD
           START ARQRES KEY IS EQUAL RES-CODPROD INVALID KEY
                 GO TO LST-PED-FIM.
       LST-PED-RD.
           READ ARQRES NEXT
           IF ST-ERRO3 NOT = "00"
              GO TO LST-PED-FIM.
           IF RES-CODPROD NOT = W-CODPROD
              GO TO LST-PED-FIM.
           IF RES-STATUS NOT = "A"
              GO TO LST-PED-RD.
           IF LIN > 18
              DISPLAY (21, 03)
               "ENTER=CONTINUA  F1=NOVA CONSULTA: "
              ACCEPT (21, 38) W-OPCAO
              ACCEPT W-ACT FROM ESCAPE KEY
              DISPLAY (21, 01) LIMPA
              IF W-ACT = 01
                 GO TO R1
              ELSE
                 PERFORM LIMPA-LIN THRU LIMPA-LIN-FIM.
           MOVE RES-NUMPED TO DETNUMPED
           MOVE RES-SEQ    TO DETSEQ
           MOVE RES-LOCAL  TO DETPLOC
           MOVE RES-QTD    TO DETPQTD
           MOVE RES-DTRES  TO W-DTTRAB
           PERFORM ROT-DTEXIBE THRU ROT-DTEXIBE-FIM
           DISPLAY (LIN, 01) DETPED
           ADD 1 TO LIN
           GO TO LST-PED-RD.
       LST-PED-FIM.
           DISPLAY (21, 03)
            "ENTER=NOVA CONSULTA: ".
           ACCEPT (21, 25) W-OPCAO
           DISPLAY (21, 01) LIMPA
           GO TO R1.

       LIMPA-LIN.
           MOVE 08 TO LIN.
       LIMPA-LIN-LP.
           DISPLAY (LIN, 01) LIMPA
           ADD 1 TO LIN
           IF LIN < 19
              GO TO LIMPA-LIN-LP.
           MOVE 08 TO LIN.
       LIMPA-LIN-FIM.
           EXIT.

       ROT-DTEXIBE.
           MOVE W-DTTRABDIA TO W-DTEXIBE-DIA
           MOVE W-DTTRABMES TO W-DTEXIBE-MES
           MOVE W-DTTRABANO TO W-DTEXIBE-ANO
           MOVE W-DTEXIBE TO DETDATA.
       ROT-DTEXIBE-FIM.
           EXIT.

      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
           DISPLAY (01, 01) ERASE.
           CLOSE ARQPRO.
           IF W-SLDOK = "S"
              CLOSE ARQSLD.
           IF W-RESOK = "S"
              CLOSE ARQRES.
           IF W-TRFOK = "S"
              CLOSE ARQTRF.
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
