       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCE115.
      *AUTHOR. Kauan Paulino Farias.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQCAMP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CMP-CODIGO
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQCAMPI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CMPI-CHAVE
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQPED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY IS CHAVE
                    FILE STATUS  IS ST-ERRO2
                    ALTERNATE RECORD KEY IS CLIENTE
                                   WITH DUPLICATES
                    ALTERNATE RECORD KEY IS FORNECEDOR
                                   WITH DUPLICATES.

           SELECT ARQPEDIT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS IT-CHAVE
                    FILE STATUS  IS ST-ERRO2.

           SELECT ARQPEDH ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS H-CHAVE
                    FILE STATUS  IS ST-ERRO2.

           SELECT ARQPEDITH ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS HI-CHAVE
                    FILE STATUS  IS ST-ERRO2.

           SELECT ARQPRO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS DESCRICAO
                                   WITH DUPLICATES.

           SELECT ARQCUSTO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CUS-CODIGO
                    FILE STATUS  IS ST-ERRO4.

           SELECT RELCMP ASSIGN TO W-NOMEREL
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO3.

           SELECT ARQSPOOL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                    RECORD KEY   IS SPL-CHAVE
                    FILE STATUS  IS ST-ERRO5.

       DATA DIVISION.
       FILE SECTION.
       FD ARQCAMP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCAMP.DAT".
       01 REGCAMP.
          03 CMP-CODIGO        PIC 9(04).
          03 CMP-DESCR         PIC X(30).
          03 CMP-DTINI         PIC 9(08).
          03 CMP-DTFIM         PIC 9(08).
          03 CMP-TPPROD        PIC 9(01).
          03 CMP-REGRA         PIC X(01).
          03 CMP-PRECO         PIC 9(06)V99.
          03 CMP-PERC          PIC 9(02)V99.
          03 CMP-LEVE          PIC 9(03).
          03 CMP-PAGUE         PIC 9(03).
          03 CMP-STATUS        PIC X(01).
      *-----------------------------------------------------------------
       FD ARQCAMPI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCAMPI.DAT".
       01 REGCAMPI.
          03 CMPI-CHAVE.
             05 CMPI-CODIGO    PIC 9(04).
             05 CMPI-CODPROD   PIC 9(06).
          03 CMPI-PRECO        PIC 9(06)V99.
      *-----------------------------------------------------------------
       FD ARQPED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPED.DAT".
       01 REGPED.
          03 CHAVE.
            05 NUMPEDIDO       PIC 9(6).
            05 TIPEDIDO        PIC 9(1).
          03 CODPROD         PIC 9(6).
          03 CLIENTE         PIC 9(14).
          03 FORNECEDOR      PIC 9(14).
          03 QUANTIDADE      PIC 9(06).
          03 PRECOUN         PIC 9(6)V99.
          03 TOTAL           PIC 9(8)V99.
          03 PED-STATUS      PIC X(01).
          03 DTPEDIDO        PIC 9(8).
          03 ENDSEQ          PIC 9(02).
      *-----------------------------------------------------------------
       FD ARQPEDIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPEDIT.DAT".
       01 REGPEDIT.
          03 IT-CHAVE.
             05 IT-NUMPEDIDO   PIC 9(6).
             05 IT-TIPEDIDO    PIC 9(1).
             05 IT-SEQ         PIC 9(3).
          03 IT-CODPROD        PIC 9(6).
          03 IT-QUANTIDADE     PIC 9(06).
          03 IT-PRECOUN        PIC 9(6)V99.
          03 IT-TOTAL          PIC 9(8)V99.
          03 IT-QTDREC         PIC 9(06).
          03 IT-FATOR          PIC 9(03)V9(03).
      *-----------------------------------------------------------------
       FD ARQPEDH
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPEDH.DAT".
       01 REGPEDH.
          03 H-CHAVE.
            05 H-NUMPEDIDO     PIC 9(6).
            05 H-TIPEDIDO      PIC 9(1).
          03 H-CODPROD       PIC 9(6).
          03 H-CLIENTE       PIC 9(14).
          03 H-FORNECEDOR    PIC 9(14).
          03 H-QUANTIDADE    PIC 9(06).
          03 H-PRECOUN       PIC 9(6)V99.
          03 H-TOTAL         PIC 9(8)V99.
          03 H-STATUS        PIC X(01).
          03 H-DTPEDIDO      PIC 9(8).
          03 H-ENDSEQ        PIC 9(02).
      *-----------------------------------------------------------------
       FD ARQPEDITH
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPEDITH.DAT".
       01 REGPEDITH.
          03 HI-CHAVE.
             05 HI-NUMPEDIDO   PIC 9(6).
             05 HI-TIPEDIDO    PIC 9(1).
             05 HI-SEQ         PIC 9(3).
          03 HI-CODPROD        PIC 9(6).
          03 HI-QUANTIDADE     PIC 9(06).
          03 HI-PRECOUN        PIC 9(6)V99.
          03 HI-TOTAL          PIC 9(8)V99.
          03 HI-QTDREC         PIC 9(06).
          03 HI-FATOR          PIC 9(03)V9(03).
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
       FD ARQCUSTO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCUSTO.DAT".
       01 REGCUSTO.
          03 CUS-CODIGO        PIC 9(06).
          03 CUS-CUSTOMED      PIC 9(06)V9(04).
          03 CUS-DTATU         PIC 9(08).
      *-----------------------------------------------------------------
       FD RELCMP
               LABEL RECORD IS STANDARD.
       01 LINHA-REL      PIC X(100).
      *-----------------------------------------------------------------
       FD ARQSPOOL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQSPOOL.DAT".
       01 REGSPOOL.
          03 SPL-CHAVE.
             05 SPL-DATA       PIC 9(08).
             05 SPL-HORA       PIC 9(08).
          03 SPL-RELATORIO     PIC X(10).
          03 SPL-ARQUIVO       PIC X(30).
          03 SPL-OPERADOR      PIC X(10).
          03 SPL-QTDREG        PIC 9(06).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-ACT         PIC 9(02) VALUE ZEROS.
       01 W-SEGUNDOS    PIC 9(04) COMP VALUE 1.
       01 W-USUARIO     PIC X(10) EXTERNAL.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 ST-ERRO3      PIC X(02) VALUE "00".
       01 ST-ERRO4      PIC X(02) VALUE "00".
       01 ST-ERRO5      PIC X(02) VALUE "00".
       01 MENS          PIC X(50) VALUE SPACES.
       01 LIMPA         PIC X(55) VALUE SPACES.
       01 W-HISTOK      PIC X(01) VALUE "N".
       01 W-CUSOK       PIC X(01) VALUE "N".
       01 W-CODCMP      PIC 9(04) VALUE ZEROS.
       01 W-DURACAO     PIC S9(06) VALUE ZEROS.
       01 W-PERIODO     PIC X(01) VALUE SPACES.
       01 W-DTULT       PIC 9(08) VALUE ZEROS.
       01 W-PERULT      PIC X(01) VALUE SPACES.
       01 W-DTPED       PIC 9(08) VALUE ZEROS.
       01 W-CODPROD     PIC 9(06) VALUE ZEROS.
       01 W-QTDITEM     PIC 9(06) VALUE ZEROS.
       01 W-TOTITEM     PIC 9(08)V99 VALUE ZEROS.
       01 W-CUSTOITEM   PIC 9(06)V9(04) VALUE ZEROS.
       01 W-MARGITEM    PIC S9(10)V99 VALUE ZEROS.
       01 W-ELEGIVEL    PIC X(01) VALUE "N".
       01 W-RX          PIC 9(03) COMP VALUE ZEROS.
       01 W-QTDPROD     PIC 9(03) VALUE ZEROS.
       01 W-RSTAB.
          03 W-RSITEM OCCURS 100 TIMES.
             05 W-RSCOD      PIC 9(06).
             05 W-RSQTDA     PIC 9(08).
             05 W-RSRECA     PIC 9(10)V99.
             05 W-RSMRGA     PIC S9(10)V99.
             05 W-RSQTDC     PIC 9(08).
             05 W-RSRECC     PIC 9(10)V99.
             05 W-RSMRGC     PIC S9(10)V99.
       01 W-TTQTDA      PIC 9(08) VALUE ZEROS.
       01 W-TTRECA      PIC 9(10)V99 VALUE ZEROS.
       01 W-TTMRGA      PIC S9(10)V99 VALUE ZEROS.
       01 W-TTQTDC      PIC 9(08) VALUE ZEROS.
       01 W-TTRECC      PIC 9(10)V99 VALUE ZEROS.
       01 W-TTMRGC      PIC S9(10)V99 VALUE ZEROS.
       01 W-VARPC       PIC S9(05)V99 VALUE ZEROS.
       01 W-DTEXIBE     PIC 9(08) VALUE ZEROS.
       01 W-DTEXIBETAB REDEFINES W-DTEXIBE.
          03 W-DTEXIBE-DIA PIC 9(02).
          03 W-DTEXIBE-MES PIC 9(02).
          03 W-DTEXIBE-ANO PIC 9(04).
       01 W-DTAMD       PIC 9(08) VALUE ZEROS.
       01 W-DTAMDTAB REDEFINES W-DTAMD.
          03 W-DTAMD-ANO   PIC 9(04).
          03 W-DTAMD-MES   PIC 9(02).
          03 W-DTAMD-DIA   PIC 9(02).
       01 W-CALFUNC     PIC X(01) VALUE SPACES.
       01 W-CALDT1      PIC 9(08) VALUE ZEROS.
       01 W-CALDT2      PIC 9(08) VALUE ZEROS.
       01 W-CALRES      PIC S9(06) VALUE ZEROS.
       01 W-QTDLIN      PIC 9(06) VALUE ZEROS.
       01 W-NOMEREL     PIC X(30) VALUE SPACES.
       01 W-DTSPOOL     PIC 9(08) VALUE ZEROS.
       01 W-HRSPOOL     PIC 9(08) VALUE ZEROS.

      *-----------------------------------------------------------------
      *
      *************************
      * REPORT SECTION *
      *************************
      *
       01 REL-CAB.
          03 FILLER       PIC X(31)
             VALUE "RESULTADO DA CAMPANHA PROMOC. ".
          03 CABCOD       PIC 9(04).
          03 FILLER       PIC X(02) VALUE SPACES.
          03 CABDESCR     PIC X(30).

       01 REL-CAB1.
          03 FILLER       PIC X(20) VALUE "PERIODO CAMPANHA: ".
          03 CABDTINI     PIC 99/99/9999.
          03 FILLER       PIC X(03) VALUE " A ".
          03 CABDTFIM     PIC 99/99/9999.
          03 FILLER       PIC X(22) VALUE "   COMPARADO COM OS ".
          03 CABDIAS      PIC ZZZZ9.
          03 FILLER       PIC X(25) VALUE " DIAS ANTERIORES".

       01 REL-CAB2.
          03 FILLER       PIC X(25) VALUE "  PRODUTO DESCRICAO".
          03 FILLER       PIC X(31)
             VALUE "  QTD.ANT RECEITA ANT MARG.ANT ".
          03 FILLER       PIC X(31)
             VALUE "  QTD.CMP RECEITA CMP MARG.CMP ".
          03 FILLER       PIC X(09) VALUE "  VAR.REC".

       01 REL-DET.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 RDPROD       PIC 9(06) VALUE ZEROS.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 RDDESC       PIC X(15) VALUE SPACES.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 RDQTDA       PIC ZZZZZZZ9 VALUE ZEROS.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 RDRECA       PIC ZZZZZZZ9,99 VALUE ZEROS.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 RDMRGA       PIC ZZZZZZ9,99- VALUE ZEROS.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 RDQTDC       PIC ZZZZZZZ9 VALUE ZEROS.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 RDRECC       PIC ZZZZZZZ9,99 VALUE ZEROS.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 RDMRGC       PIC ZZZZZZ9,99- VALUE ZEROS.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 RDVAR        PIC ZZZZ9,99- VALUE ZEROS.

       01 DET-QTD.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 FILLER       PIC X(14) VALUE "QUANTIDADE".
          03 DQTDA        PIC ZZ.ZZZ.ZZZ.ZZ9 VALUE ZEROS.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 DQTDC        PIC ZZ.ZZZ.ZZZ.ZZ9 VALUE ZEROS.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 DQTDV        PIC ZZZZ9,99- VALUE ZEROS.

       01 DET-REC.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 FILLER       PIC X(14) VALUE "RECEITA".
          03 DRECA        PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 DRECC        PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 DRECV        PIC ZZZZ9,99- VALUE ZEROS.

       01 DET-MRG.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 FILLER       PIC X(14) VALUE "MARGEM".
          03 DMRGA        PIC ZZ.ZZZ.ZZ9,99- VALUE ZEROS.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 DMRGC        PIC ZZ.ZZZ.ZZ9,99- VALUE ZEROS.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 DMRGV        PIC ZZZZ9,99- VALUE ZEROS.

       SCREEN SECTION.
       01  TSCE115.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "               Resultado de Campanha Pro".
           05  LINE 02  COLUMN 41
               VALUE  "mocional".
           05  LINE 04  COLUMN 01
               VALUE  " Campanha:".
           05  LINE 09  COLUMN 19
               VALUE  "Periodo Anterior        Campanha    Var %".
           05  LINE 23  COLUMN 01
               VALUE  "  MENSAGEM :".
           05  TCODIGO
               LINE 04  COLUMN 12  PIC 9(04)
               USING  W-CODCMP
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       ABRE-CAMP.
           OPEN INPUT ARQCAMP
           IF ST-ERRO NOT = "00"
              MOVE "*** NENHUMA CAMPANHA CADASTRADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
           OPEN INPUT ARQCAMPI
           IF ST-ERRO NOT = "00"
              OPEN OUTPUT ARQCAMPI
              CLOSE ARQCAMPI
              OPEN INPUT ARQCAMPI.
       ABRE-PED.
           OPEN INPUT ARQPED
           IF ST-ERRO2 NOT = "00"
              MOVE "*** ARQUIVO DE PEDIDOS NAO ENCONTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQCAMP ARQCAMPI
              GO TO ROT-FIM2.
           OPEN INPUT ARQPEDIT.
       ABRE-PEDH.
           OPEN INPUT ARQPEDH
           IF ST-ERRO2 = "00"
              MOVE "S" TO W-HISTOK
              OPEN INPUT ARQPEDITH
           ELSE
              MOVE "N" TO W-HISTOK.
       ABRE-PRO.
           OPEN INPUT ARQPRO
           IF ST-ERRO NOT = "00"
              MOVE "ARQUIVO DE PRODUTOS NAO EXISTE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
       ABRE-CUS.
           OPEN INPUT ARQCUSTO
           IF ST-ERRO4 = "00"
              MOVE "S" TO W-CUSOK
           ELSE
              MOVE "N" TO W-CUSOK.

       R1.
           MOVE ZEROS TO W-CODCMP
           DISPLAY TSCE115.

       R2.
           ACCEPT TCODIGO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM.
           MOVE W-CODCMP TO CMP-CODIGO
           READ ARQCAMP
           IF ST-ERRO NOT = "00"
              MOVE "*** CAMPANHA NAO CADASTRADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           DISPLAY (04, 18) CMP-DESCR
           MOVE CMP-DTINI TO W-DTAMD
           PERFORM CONV-EXIBE THRU CONV-EXIBE-FIM
           MOVE W-DTEXIBE TO CABDTINI
           MOVE CMP-DTFIM TO W-DTAMD
           PERFORM CONV-EXIBE THRU CONV-EXIBE-FIM
           MOVE W-DTEXIBE TO CABDTFIM
           MOVE "C" TO W-CALFUNC
           MOVE CMP-DTINI TO W-CALDT1
           MOVE CMP-DTFIM TO W-CALDT2
           CALL "SCE053" USING W-CALFUNC W-CALDT1 W-CALDT2 W-CALRES
           COMPUTE W-DURACAO = W-CALRES + 1
           MOVE W-DURACAO TO CABDIAS
           DISPLAY (06, 03) REL-CAB1.

      *
      ****************************************
      * ACUMULA AS VENDAS DOS DOIS PERIODOS   *
      ****************************************
      *
       RES-001.
           MOVE ZEROS TO W-RSTAB W-QTDPROD W-DTULT
           MOVE ZEROS TO W-TTQTDA W-TTRECA W-TTMRGA
           MOVE ZEROS TO W-TTQTDC W-TTRECC W-TTMRGC
           MOVE "*** APURANDO AS VENDAS DA CAMPANHA ***" TO MENS
           DISPLAY (23, 13) MENS
           MOVE ZEROS TO CHAVE
           START ARQPED KEY IS NOT LESS CHAVE INVALID KEY
                 GO TO RES-HIST.
       RES-PED-RD.
           READ ARQPED NEXT
           IF ST-ERRO2 NOT = "00"
              GO TO RES-HIST.
           IF TIPEDIDO NOT = 2
              GO TO RES-PED-RD.
           IF PED-STATUS = "C" OR "D"
              GO TO RES-PED-RD.
           MOVE DTPEDIDO TO W-DTPED
           PERFORM RES-PERIODO THRU RES-PERIODO-FIM
           IF W-PERIODO = SPACES
              GO TO RES-PED-RD.
           MOVE NUMPEDIDO TO IT-NUMPEDIDO
           MOVE TIPEDIDO  TO IT-TIPEDIDO
           MOVE ZEROS     TO IT-SEQ
           START ARQPEDIT KEY IS NOT LESS IT-CHAVE INVALID KEY
                 GO TO RES-PED-RD.
       RES-ITE-RD.
           READ ARQPEDIT NEXT
           IF ST-ERRO2 NOT = "00"
              GO TO RES-PED-RD.
           IF IT-NUMPEDIDO NOT = NUMPEDIDO OR
              IT-TIPEDIDO NOT = TIPEDIDO
              GO TO RES-PED-RD.
           MOVE IT-CODPROD    TO W-CODPROD
           MOVE IT-QUANTIDADE TO W-QTDITEM
           MOVE IT-TOTAL      TO W-TOTITEM
           PERFORM RES-ACUMULA THRU RES-ACUMULA-FIM
           GO TO RES-ITE-RD.

       RES-HIST.
           IF W-HISTOK NOT = "S"
              GO TO RES-REL.
           MOVE ZEROS TO H-CHAVE
           START ARQPEDH KEY IS NOT LESS H-CHAVE INVALID KEY
                 GO TO RES-REL.
       RES-HIST-RD.
           READ ARQPEDH NEXT
           IF ST-ERRO2 NOT = "00"
              GO TO RES-REL.
           IF H-TIPEDIDO NOT = 2
              GO TO RES-HIST-RD.
           IF H-STATUS = "C" OR "D"
              GO TO RES-HIST-RD.
           MOVE H-DTPEDIDO TO W-DTPED
           PERFORM RES-PERIODO THRU RES-PERIODO-FIM
           IF W-PERIODO = SPACES
              GO TO RES-HIST-RD.
           MOVE H-NUMPEDIDO TO HI-NUMPEDIDO
           MOVE H-TIPEDIDO  TO HI-TIPEDIDO
           MOVE ZEROS       TO HI-SEQ
           START ARQPEDITH KEY IS NOT LESS HI-CHAVE INVALID KEY
                 GO TO RES-HIST-RD.
       RES-HITE-RD.
           READ ARQPEDITH NEXT
           IF ST-ERRO2 NOT = "00"
              GO TO RES-HIST-RD.
           IF HI-NUMPEDIDO NOT = H-NUMPEDIDO OR
              HI-TIPEDIDO NOT = H-TIPEDIDO
              GO TO RES-HIST-RD.
           MOVE HI-CODPROD    TO W-CODPROD
           MOVE HI-QUANTIDADE TO W-QTDITEM
           MOVE HI-TOTAL      TO W-TOTITEM
           PERFORM RES-ACUMULA THRU RES-ACUMULA-FIM
           GO TO RES-HITE-RD.

      *
      ****************************************
      * C = DENTRO DA CAMPANHA                *
      * A = MESMO NUMERO DE DIAS ANTES DELA   *
      ****************************************
      *
       RES-PERIODO.
           MOVE SPACES TO W-PERIODO
           IF W-DTPED > CMP-DTFIM
              GO TO RES-PERIODO-FIM.
           IF W-DTPED NOT < CMP-DTINI
              MOVE "C" TO W-PERIODO
              GO TO RES-PERIODO-FIM.
           IF W-DTPED = W-DTULT
              MOVE W-PERULT TO W-PERIODO
              GO TO RES-PERIODO-FIM.
           MOVE "C" TO W-CALFUNC
           MOVE W-DTPED TO W-CALDT1
           MOVE CMP-DTINI TO W-CALDT2
           CALL "SCE053" USING W-CALFUNC W-CALDT1 W-CALDT2 W-CALRES
           IF W-CALRES > ZEROS AND W-CALRES NOT > W-DURACAO
              MOVE "A" TO W-PERIODO.
           MOVE W-DTPED   TO W-DTULT
           MOVE W-PERIODO TO W-PERULT.
       RES-PERIODO-FIM.
           EXIT.

       RES-ACUMULA.
           MOVE W-CODPROD TO CODIGO
           READ ARQPRO
           IF ST-ERRO NOT = "00"
              GO TO RES-ACUMULA-FIM.
           IF CMP-TPPROD > ZEROS
              IF TPPROD NOT = CMP-TPPROD
                 GO TO RES-ACUMULA-FIM.
           IF CMP-TPPROD = ZEROS
              MOVE CMP-CODIGO TO CMPI-CODIGO
              MOVE W-CODPROD  TO CMPI-CODPROD
              READ ARQCAMPI
              IF ST-ERRO NOT = "00"
                 GO TO RES-ACUMULA-FIM.
           MOVE PRECO TO W-CUSTOITEM
           IF W-CUSOK = "S"
              MOVE W-CODPROD TO CUS-CODIGO
              READ ARQCUSTO
              IF ST-ERRO4 = "00"
                 IF CUS-CUSTOMED > ZEROS
                    MOVE CUS-CUSTOMED TO W-CUSTOITEM.
           COMPUTE W-MARGITEM ROUNDED =
              W-TOTITEM - (W-QTDITEM * W-CUSTOITEM)
           IF W-PERIODO = "A"
              ADD W-QTDITEM  TO W-TTQTDA
              ADD W-TOTITEM  TO W-TTRECA
              ADD W-MARGITEM TO W-TTMRGA
           ELSE
              ADD W-QTDITEM  TO W-TTQTDC
              ADD W-TOTITEM  TO W-TTRECC
              ADD W-MARGITEM TO W-TTMRGC.
           MOVE ZEROS TO W-RX.
       RES-ACUMULA-BUSCA.
           ADD 1 TO W-RX
           IF W-RX > W-QTDPROD
              GO TO RES-ACUMULA-NOVO.
           IF W-RSCOD (W-RX) NOT = W-CODPROD
              GO TO RES-ACUMULA-BUSCA.
           GO TO RES-ACUMULA-SOMA.
       RES-ACUMULA-NOVO.
           IF W-QTDPROD NOT < 100
              GO TO RES-ACUMULA-FIM.
           ADD 1 TO W-QTDPROD
           MOVE W-QTDPROD TO W-RX
           MOVE W-CODPROD TO W-RSCOD (W-RX).
       RES-ACUMULA-SOMA.
           IF W-PERIODO = "A"
              ADD W-QTDITEM  TO W-RSQTDA (W-RX)
              ADD W-TOTITEM  TO W-RSRECA (W-RX)
              ADD W-MARGITEM TO W-RSMRGA (W-RX)
           ELSE
              ADD W-QTDITEM  TO W-RSQTDC (W-RX)
              ADD W-TOTITEM  TO W-RSRECC (W-RX)
              ADD W-MARGITEM TO W-RSMRGC (W-RX).
       RES-ACUMULA-FIM.
           EXIT.

      *
      ****************************************
      * RELATORIO NO SPOOL E RESUMO NA TELA   *
      ****************************************
      *
       RES-REL.
           ACCEPT W-DTSPOOL FROM DATE YYYYMMDD
           ACCEPT W-HRSPOOL FROM TIME
           MOVE SPACES TO W-NOMEREL
           STRING "CAMP" CMP-CODIGO W-HRSPOOL (1:6) ".LST"
                  DELIMITED BY SIZE INTO W-NOMEREL
           OPEN OUTPUT RELCMP
           IF ST-ERRO3 NOT = "00"
              MOVE "ERRO NA ABERTURA DO RELATORIO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE CMP-CODIGO TO CABCOD
           MOVE CMP-DESCR  TO CABDESCR
           WRITE LINHA-REL FROM REL-CAB
           WRITE LINHA-REL FROM REL-CAB1
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           WRITE LINHA-REL FROM REL-CAB2
           MOVE ZEROS TO W-QTDLIN W-RX.
       RES-REL-LOOP.
           ADD 1 TO W-RX
           IF W-RX > W-QTDPROD
              GO TO RES-FIM.
           MOVE W-RSCOD (W-RX) TO RDPROD CODIGO
           MOVE SPACES TO RDDESC
           READ ARQPRO
           IF ST-ERRO = "00"
              MOVE DESCRICAO TO RDDESC.
           MOVE W-RSQTDA (W-RX) TO RDQTDA
           MOVE W-RSRECA (W-RX) TO RDRECA
           MOVE W-RSMRGA (W-RX) TO RDMRGA
           MOVE W-RSQTDC (W-RX) TO RDQTDC
           MOVE W-RSRECC (W-RX) TO RDRECC
           MOVE W-RSMRGC (W-RX) TO RDMRGC
           IF W-RSRECA (W-RX) = ZEROS
              MOVE ZEROS TO RDVAR
           ELSE
              COMPUTE W-VARPC ROUNDED =
                 (W-RSRECC (W-RX) - W-RSRECA (W-RX)) * 100
                 / W-RSRECA (W-RX)
              MOVE W-VARPC TO RDVAR.
           WRITE LINHA-REL FROM REL-DET
           ADD 1 TO W-QTDLIN
           GO TO RES-REL-LOOP.

       RES-FIM.
           MOVE W-TTQTDA TO DQTDA
           MOVE W-TTQTDC TO DQTDC
           MOVE ZEROS TO DQTDV
           IF W-TTQTDA > ZEROS
              COMPUTE W-VARPC ROUNDED =
                 (W-TTQTDC - W-TTQTDA) * 100 / W-TTQTDA
              MOVE W-VARPC TO DQTDV.
           MOVE W-TTRECA TO DRECA
           MOVE W-TTRECC TO DRECC
           MOVE ZEROS TO DRECV
           IF W-TTRECA > ZEROS
              COMPUTE W-VARPC ROUNDED =
                 (W-TTRECC - W-TTRECA) * 100 / W-TTRECA
              MOVE W-VARPC TO DRECV.
           MOVE W-TTMRGA TO DMRGA
           MOVE W-TTMRGC TO DMRGC
           MOVE ZEROS TO DMRGV
           IF W-TTMRGA > ZEROS
              COMPUTE W-VARPC ROUNDED =
                 (W-TTMRGC - W-TTMRGA) * 100 / W-TTMRGA
              MOVE W-VARPC TO DMRGV.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE "TOTAIS              ANTERIOR        CAMPANHA    VAR %"
              TO LINHA-REL
           WRITE LINHA-REL
           WRITE LINHA-REL FROM DET-QTD
           WRITE LINHA-REL FROM DET-REC
           WRITE LINHA-REL FROM DET-MRG
           CLOSE RELCMP
           PERFORM GRAVA-SPOOL THRU GRAVA-SPOOL-FIM
           DISPLAY (23, 13) LIMPA
           DISPLAY (10, 01) DET-QTD
           DISPLAY (11, 01) DET-REC
           DISPLAY (12, 01) DET-MRG
           DISPLAY (15, 03) "RELATORIO GRAVADO EM: "
           DISPLAY (15, 25) W-NOMEREL
           MOVE "*** RESULTADO DA CAMPANHA GERADO NO SPOOL ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           DISPLAY (23, 13) "TECLE ENTER PARA CONTINUAR"
           ACCEPT (23, 40) W-ACT
           DISPLAY (23, 12) LIMPA
           GO TO R1.

       CONV-EXIBE.
           MOVE W-DTAMD-DIA TO W-DTEXIBE-DIA
           MOVE W-DTAMD-MES TO W-DTEXIBE-MES
           MOVE W-DTAMD-ANO TO W-DTEXIBE-ANO.
       CONV-EXIBE-FIM.
           EXIT.

       GRAVA-SPOOL.
           OPEN I-O ARQSPOOL
           IF ST-ERRO5 NOT = "00"
              IF ST-ERRO5 = "30"
                 OPEN OUTPUT ARQSPOOL
                 CLOSE ARQSPOOL
                 OPEN I-O ARQSPOOL
              ELSE
                 GO TO GRAVA-SPOOL-FIM.
           MOVE W-DTSPOOL TO SPL-DATA
           MOVE W-HRSPOOL TO SPL-HORA
           MOVE "CAMPANHA" TO SPL-RELATORIO
           MOVE W-NOMEREL TO SPL-ARQUIVO
           IF W-USUARIO NOT = SPACES AND
              W-USUARIO NOT = LOW-VALUES
              MOVE W-USUARIO TO SPL-OPERADOR
           ELSE
              MOVE SPACES TO SPL-OPERADOR.
           MOVE W-QTDLIN TO SPL-QTDREG.
       GRAVA-SPOOL-WR.
           WRITE REGSPOOL
           IF ST-ERRO5 = "22"
              ADD 1 TO SPL-HORA
              GO TO GRAVA-SPOOL-WR.
           CLOSE ARQSPOOL.
       GRAVA-SPOOL-FIM.
           EXIT.

      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
           DISPLAY (01, 01) ERASE.
           CLOSE ARQCAMP ARQCAMPI ARQPED ARQPEDIT ARQPRO.
           IF W-HISTOK = "S"
              CLOSE ARQPEDH ARQPEDITH.
           IF W-CUSOK = "S"
              CLOSE ARQCUSTO.
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
