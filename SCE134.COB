       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCE134.
      *AUTHOR. Kauan Paulino Farias.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQPRV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                    RECORD KEY   IS PRV-CHAVE
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQPRO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                    RECORD KEY IS CODIGO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS DESCRICAO
                                   WITH DUPLICATES.

           SELECT ARQLOG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                    RECORD KEY   IS LOG-CHAVE
                    FILE STATUS  IS ST-ERRO.

       DATA DIVISION.
       FILE SECTION.
       FD ARQPRV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPRV.DAT".
       01 REGPRV.
          03 PRV-CHAVE.
             05 PRV-CODPROD    PIC 9(06).
             05 PRV-LOCAL      PIC 9(02).
          03 PRV-DTCALC        PIC 9(08).
          03 PRV-METODO        PIC X(01).
          03 PRV-MESES         PIC 9(02).
          03 PRV-MEDIA         PIC 9(08)V99.
          03 PRV-DESVIO        PIC 9(08)V99.
          03 PRV-SAZONAL       PIC 9(01)V99.
          03 PRV-PREVISAO      PIC 9(08).
          03 PRV-LEAD          PIC 9(03).
          03 PRV-ORIGLEAD      PIC X(01).
          03 PRV-ESTSEG        PIC 9(06).
          03 PRV-PTREP         PIC 9(06).
          03 PRV-ESTATUAL      PIC 9(06).
          03 PRV-MINATUAL      PIC 9(06).
          03 PRV-STATUS        PIC X(01).
          03 PRV-DTSIT         PIC 9(08).
          03 PRV-OPERADOR      PIC X(10).
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
       01 W-IMGANT      PIC X(160) VALUE SPACES.
       01 W-IMGNOV      PIC X(160) VALUE SPACES.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 MENS          PIC X(50) VALUE SPACES.
       01 LIMPA         PIC X(60) VALUE SPACES.
       01 LIMPA2        PIC X(78) VALUE SPACES.
       01 DADOS         PIC X(01) VALUE SPACES.
       01 W-OPCAO       PIC X(01) VALUE SPACES.
       01 LIN           PIC 9(03) VALUE 001.
       01 W-DTHOJE      PIC 9(08) VALUE ZEROS.
       01 W-VARMIN      PIC 9(03) VALUE 10.
       01 W-VARPC       PIC 9(05)V99 VALUE ZEROS.
       01 W-DIF         PIC S9(06) VALUE ZEROS.
       01 W-DIFABS      PIC 9(06) VALUE ZEROS.
       01 W-FILTRO      PIC X(01) VALUE "N".
       01 W-QTDLIST     PIC 9(02) VALUE ZEROS.
       01 W-LINSEL      PIC 9(02) VALUE ZEROS.
       01 W-MAIS        PIC X(01) VALUE "N".
       01 W-INICHAVE    PIC X(08) VALUE SPACES.
       01 W-ULTCHAVE    PIC X(08) VALUE SPACES.
       01 W-QTDACEITA   PIC 9(06) VALUE ZEROS.
       01 W-QTDERRO     PIC 9(06) VALUE ZEROS.
       01 W-LSTTAB.
          03 W-LSTCHAVE PIC X(08) OCCURS 12 TIMES.

      *-----------------------------------------------------------------
      *
      *************************
      * REPORT SECTION *
      *************************
      *
       01 DETPRV.
          03 FILLER     PIC X(01) VALUE SPACES.
          03 DETPNUM    PIC 9(02) VALUE ZEROS.
          03 FILLER     PIC X(01) VALUE SPACES.
          03 DETPCOD    PIC 9(06) VALUE ZEROS.
          03 FILLER     PIC X(01) VALUE SPACES.
          03 DETPDESC   PIC X(24) VALUE SPACES.
          03 FILLER     PIC X(01) VALUE SPACES.
          03 DETPMIN    PIC ZZZZZ9 VALUE ZEROS.
          03 FILLER     PIC X(02) VALUE SPACES.
          03 DETPSUG    PIC ZZZZZ9 VALUE ZEROS.
          03 FILLER     PIC X(02) VALUE SPACES.
          03 DETPDIF    PIC -ZZZZZ9 VALUE ZEROS.
          03 FILLER     PIC X(02) VALUE SPACES.
          03 DETPPREV   PIC ZZZZZZZ9 VALUE ZEROS.
          03 FILLER     PIC X(02) VALUE SPACES.
          03 DETPLEAD   PIC ZZ9 VALUE ZEROS.
          03 DETPORIG   PIC X(01) VALUE SPACES.

       SCREEN SECTION.
       01  TSCE134.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "         Aceite de Pontos de Reposicao Pr".
           05  LINE 02  COLUMN 41
               VALUE  "opostos (Previsao)".
           05  LINE 04  COLUMN 01
               VALUE  " Variacao minima (%):".
           05  LINE 06  COLUMN 01
               VALUE  " Nr Codigo Descricao                Min.".
           05  LINE 06  COLUMN 41
               VALUE  "At  Sugest   Difer.  Prev.Mes  Lead".
           05  LINE 23  COLUMN 01
               VALUE  "  MENSAGEM :".
           05  TVARMIN
               LINE 04  COLUMN 23  PIC 9(03)
               USING  W-VARMIN
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       ABRE-PRV.
           OPEN I-O ARQPRV
           IF ST-ERRO NOT = "00"
              MOVE "NAO HA PROPOSTAS - EXECUTE A PREVISAO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.

       ABRE-PRO.
           OPEN I-O ARQPRO
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO DE PRODUTOS" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQPRV
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
                 GO TO ROT-FIM.

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
           ACCEPT W-DTHOJE FROM DATE YYYYMMDD
           DISPLAY TSCE134.

       R2.
           ACCEPT TVARMIN
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM.
           MOVE LOW-VALUES TO W-INICHAVE.

      *
      ******************************
      * PROPOSTAS PENDENTES         *
      ******************************
      *
       LISTA-PRV.
           PERFORM LIMPA-LISTA THRU LIMPA-LISTA-FIM
           MOVE ZEROS TO W-QTDLIST
           MOVE "N" TO W-MAIS
           MOVE 07 TO LIN
           MOVE W-INICHAVE TO PRV-CHAVE
           START ARQPRV KEY IS NOT LESS PRV-CHAVE INVALID KEY
                 GO TO LISTA-PRV-FIM.

       LISTA-PRV-RD.
           READ ARQPRV NEXT
           IF ST-ERRO NOT = "00"
              GO TO LISTA-PRV-FIM.
           PERFORM FILTRO THRU FILTRO-FIM
           IF W-FILTRO NOT = "S"
              GO TO LISTA-PRV-RD.
           IF W-QTDLIST NOT < 12
              MOVE "S" TO W-MAIS
              GO TO LISTA-PRV-FIM.
           ADD 1 TO W-QTDLIST
           MOVE PRV-CHAVE    TO W-LSTCHAVE (W-QTDLIST) W-ULTCHAVE
           MOVE W-QTDLIST    TO DETPNUM
           MOVE PRV-CODPROD  TO DETPCOD
           MOVE SPACES       TO DETPDESC
           MOVE PRV-CODPROD  TO CODIGO
           READ ARQPRO
           IF ST-ERRO = "00"
              MOVE DESCRICAO TO DETPDESC.
           MOVE PRV-MINATUAL TO DETPMIN
           MOVE PRV-PTREP    TO DETPSUG
           MOVE W-DIF        TO DETPDIF
           MOVE PRV-PREVISAO TO DETPPREV
           MOVE PRV-LEAD     TO DETPLEAD
           MOVE PRV-ORIGLEAD TO DETPORIG
           DISPLAY (LIN, 01) DETPRV
           ADD 1 TO LIN
           GO TO LISTA-PRV-RD.

       LISTA-PRV-FIM.
           IF W-QTDLIST = ZEROS
              MOVE "*** NENHUMA PROPOSTA PENDENTE NO FILTRO ***"
                 TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           IF W-MAIS = "S"
              DISPLAY (19, 03)
                 "*** HA MAIS PROPOSTAS - P PARA PROXIMA PAGINA ***".

       SEL-OPC.
           MOVE SPACES TO W-OPCAO
           DISPLAY (20, 03)
              "OPCAO (A=ACEITA TODAS R=REJEITA P=PROXIMA F=FIM): "
           ACCEPT (20, 54) W-OPCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           DISPLAY (20, 01) LIMPA2
           IF W-ACT = 01
              GO TO R1.
           IF W-OPCAO = "F" OR "f"
              GO TO R1.
           IF W-OPCAO = "P" OR "p"
              GO TO SEL-PROX.
           IF W-OPCAO = "R" OR "r"
              GO TO SEL-LIN.
           IF W-OPCAO = "A" OR "a"
              GO TO ACE-CONF.
           MOVE "DIGITE UMA OPCAO VALIDA (A/R/P/F)" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO SEL-OPC.

       SEL-PROX.
           IF W-MAIS NOT = "S"
              MOVE "*** NAO HA MAIS PROPOSTAS ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO SEL-OPC.
           MOVE W-ULTCHAVE TO PRV-CHAVE
           ADD 1 TO PRV-LOCAL
           MOVE PRV-CHAVE TO W-INICHAVE
           GO TO LISTA-PRV.

      *
      ******************************
      * REJEICAO DE UMA PROPOSTA    *
      ******************************
      *
       SEL-LIN.
           MOVE ZEROS TO W-LINSEL
           DISPLAY (20, 03) "PROPOSTA A REJEITAR (NR / 00=VOLTA): "
           ACCEPT (20, 41) W-LINSEL
           ACCEPT W-ACT FROM ESCAPE KEY
           DISPLAY (20, 01) LIMPA2
           IF W-ACT = 01 OR W-LINSEL = ZEROS
              GO TO SEL-OPC.
           IF W-LINSEL > W-QTDLIST
              MOVE "NUMERO DE LINHA INVALIDO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO SEL-LIN.
           MOVE W-LSTCHAVE (W-LINSEL) TO PRV-CHAVE
           READ ARQPRV
           IF ST-ERRO NOT = "00" OR PRV-STATUS NOT = "P"
              MOVE "*** PROPOSTA ALTERADA POR OUTRO USUARIO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO LISTA-PRV.
           MOVE REGPRV TO W-IMGANT
           MOVE "R"        TO PRV-STATUS
           MOVE W-DTHOJE   TO PRV-DTSIT
           MOVE W-OPERADOR TO PRV-OPERADOR
           REWRITE REGPRV
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA REJEICAO DA PROPOSTA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO LISTA-PRV.
           MOVE "REJEITADO" TO LOG-OPERACAO
           MOVE PRV-CHAVE TO LOG-CHAVEREG
           MOVE REGPRV TO W-IMGNOV
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM
           MOVE "*** PROPOSTA REJEITADA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO LISTA-PRV.

      *
      ******************************
      * ACEITE EM LOTE              *
      ******************************
      *
       ACE-CONF.
           DISPLAY (20, 03)
              "ACEITA TODAS AS PROPOSTAS DO FILTRO? (S/N): ".
           ACCEPT (20, 48) DADOS
           DISPLAY (20, 01) LIMPA2
           IF DADOS = "N" OR "n"
              GO TO SEL-OPC.
           IF DADOS NOT = "S" AND "s"
              MOVE "DIGITE UMA OPERACAO VALIDA (S/N)" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ACE-CONF.
           MOVE ZEROS TO W-QTDACEITA W-QTDERRO
           MOVE LOW-VALUES TO PRV-CHAVE
           START ARQPRV KEY IS NOT LESS PRV-CHAVE INVALID KEY
                 GO TO ACE-FIM.

       ACE-RD.
           READ ARQPRV NEXT
           IF ST-ERRO NOT = "00"
              GO TO ACE-FIM.
           PERFORM FILTRO THRU FILTRO-FIM
           IF W-FILTRO NOT = "S"
              GO TO ACE-RD.
           MOVE "*** ATUALIZANDO PONTOS DE REPOSICAO ***" TO MENS
           DISPLAY (23, 13) MENS
           MOVE PRV-CODPROD TO CODIGO
           READ ARQPRO
           IF ST-ERRO NOT = "00"
              ADD 1 TO W-QTDERRO
              GO TO ACE-RD.
           MOVE REGPRO TO W-IMGANT
           MOVE PRV-PTREP TO MINESTOQUE
           REWRITE REGPRO
           IF ST-ERRO NOT = "00" AND "02"
              ADD 1 TO W-QTDERRO
              GO TO ACE-RD.
           MOVE "ALTERACAO" TO LOG-OPERACAO
           MOVE CODIGO TO LOG-CHAVEREG
           MOVE REGPRO TO W-IMGNOV
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM
           MOVE "A"        TO PRV-STATUS
           MOVE W-DTHOJE   TO PRV-DTSIT
           MOVE W-OPERADOR TO PRV-OPERADOR
           REWRITE REGPRV
           ADD 1 TO W-QTDACEITA
           GO TO ACE-RD.

       ACE-FIM.
           DISPLAY (23, 13) LIMPA
           DISPLAY (20, 03) "PROPOSTAS ACEITAS: "
           DISPLAY (20, 22) W-QTDACEITA
           IF W-QTDERRO > ZEROS
              DISPLAY (20, 32) "NAO ATUALIZADAS: "
              DISPLAY (20, 49) W-QTDERRO.
           MOVE "*** PONTOS DE REPOSICAO ATUALIZADOS ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.

      *
      ******************************
      * FILTRO DE VARIACAO MINIMA   *
      ******************************
      *
       FILTRO.
           MOVE "N" TO W-FILTRO
           IF PRV-LOCAL NOT = ZEROS OR PRV-STATUS NOT = "P"
              GO TO FILTRO-FIM.
           COMPUTE W-DIF = PRV-PTREP - PRV-MINATUAL
           IF W-DIF = ZEROS
              GO TO FILTRO-FIM.
           IF PRV-MINATUAL = ZEROS
              MOVE "S" TO W-FILTRO
              GO TO FILTRO-FIM.
           IF W-DIF < ZEROS
              COMPUTE W-DIFABS = ZEROS - W-DIF
           ELSE
              MOVE W-DIF TO W-DIFABS.
           COMPUTE W-VARPC ROUNDED = W-DIFABS * 100 / PRV-MINATUAL
           IF W-VARPC NOT < W-VARMIN
              MOVE "S" TO W-FILTRO.
       FILTRO-FIM.
           EXIT.

       LIMPA-LISTA.
           MOVE 07 TO LIN.
       LIMPA-LISTA-LOOP.
           IF LIN > 20
              GO TO LIMPA-LISTA-FIM.
           DISPLAY (LIN, 01) LIMPA2
           ADD 1 TO LIN
           GO TO LIMPA-LISTA-LOOP.
       LIMPA-LISTA-FIM.
           EXIT.

       GRAVA-LOG.
           ACCEPT LOG-DATA FROM DATE YYYYMMDD.
           ACCEPT LOG-HORA FROM TIME.
           MOVE ZEROS TO LOG-SEQ.
           MOVE "SCE134" TO LOG-PROGRAMA.
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
           CLOSE ARQPRV ARQPRO ARQLOG.
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
