       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCE101.
      *AUTHOR. Kauan Paulino Farias.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQPLC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                    RECORD KEY   IS PLC-CHAVE
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQFIL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FIL-CODIGO
                    FILE STATUS  IS ST-ERRO2.

           SELECT ARQLOG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                    RECORD KEY   IS LOG-CHAVE
                    FILE STATUS  IS ST-ERRO.

       DATA DIVISION.
       FILE SECTION.
       FD ARQPLC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPLC.DAT".
       01 REGPLC.
          03 PLC-CHAVE.
             05 PLC-FILIAL     PIC 9(02).
             05 PLC-EVENTO     PIC X(08).
          03 PLC-DEBITO        PIC X(20).
          03 PLC-CREDITO       PIC X(20).
          03 PLC-HIST          PIC 9(04).
      *-----------------------------------------------------------------
       FD ARQFIL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFIL.DAT".
       01 REGFIL.
          03 FIL-CODIGO        PIC 9(02).
          03 FIL-RAZAO         PIC X(30).
          03 FIL-CNPJ          PIC 9(14).
          03 FIL-CIDADE        PIC X(20).
          03 FIL-UF            PIC X(02).
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
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 MENS          PIC X(50) VALUE SPACES.
       01 LIMPA         PIC X(55) VALUE SPACES.
       01 DADOS         PIC X(01) VALUE SPACES.
       01 W-FILOK       PIC X(01) VALUE "N".
       01 W-FILIAL      PIC 9(02) VALUE ZEROS.
       01 W-FILRAZAO    PIC X(30) VALUE SPACES.
       01 W-EVENTO      PIC X(08) VALUE SPACES.
       01 W-EVDESCR     PIC X(24) VALUE SPACES.
       01 W-DEBITO      PIC X(20) VALUE SPACES.
       01 W-CREDITO     PIC X(20) VALUE SPACES.
       01 W-HIST        PIC 9(04) VALUE ZEROS.
       01 W-EXISTE      PIC X(01) VALUE "N".
       01 W-IX          PIC 9(02) VALUE ZEROS.
      *
       01 W-TABEVT.
          03 FILLER PIC X(32) VALUE "VENDA   VENDA DE MERCADORIAS".
          03 FILLER PIC X(32) VALUE "COMPRA  COMPRA DE MERCADORIAS".
          03 FILLER PIC X(32) VALUE "BAIXARECBAIXA TITULO A RECEBER".
          03 FILLER PIC X(32) VALUE "BAIXAPAGBAIXA TITULO A PAGAR".
          03 FILLER PIC X(32) VALUE "BAIXAHV BAIXA COM HAVER".
          03 FILLER PIC X(32) VALUE "HAVER   PAGO A MAIOR-HAVER".
          03 FILLER PIC X(32) VALUE "JUROSRECJUROS/MULTA RECEBIDOS".
          03 FILLER PIC X(32) VALUE "JUROSPAGJUROS/MULTA PAGOS".
          03 FILLER PIC X(32) VALUE "DEVVENDADEVOLUCAO DE VENDA".
          03 FILLER PIC X(32) VALUE "DEVCOMPRDEVOLUCAO DE COMPRA".
          03 FILLER PIC X(32) VALUE "CMV     SAIDA ESTOQUE (CMV)".
          03 FILLER PIC X(32) VALUE "ESTDEVOLRETORNO AO ESTOQUE".
          03 FILLER PIC X(32) VALUE "AJUSTPOSSOBRA DE INVENTARIO".
          03 FILLER PIC X(32) VALUE "AJUSTNEGPERDA DE INVENTARIO".
          03 FILLER PIC X(32) VALUE "TAXACARTTAXA DE CARTAO (MDR)".
          03 FILLER PIC X(32) VALUE "PERDACLIPERDA COM CLIENTES".
          03 FILLER PIC X(32) VALUE "RECUPPERRECUPERACAO DE PERDA".
          03 FILLER PIC X(32) VALUE "VARCAMBPVARIACAO CAMBIAL PASSIVA".
          03 FILLER PIC X(32) VALUE "VARCAMBAVARIACAO CAMBIAL ATIVA".
       01 W-TABEVTR REDEFINES W-TABEVT.
          03 W-EVT OCCURS 19 TIMES.
             05 W-EVCOD     PIC X(08).
             05 W-EVDES     PIC X(24).

       SCREEN SECTION.
       01  TSCE101.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "           Plano de Contas - Mapeamento ".
           05  LINE 02  COLUMN 41
               VALUE  "de Eventos Contabeis".
           05  LINE 04  COLUMN 03
               VALUE  "Filial ............:".
           05  TFILIAL
               LINE 04  COLUMN 25  PIC 9(02)
               USING  W-FILIAL
               HIGHLIGHT.
           05  TFILRAZAO
               LINE 04  COLUMN 30  PIC X(30)
               USING  W-FILRAZAO.
           05  LINE 05  COLUMN 03
               VALUE  "Evento ............:".
           05  TEVENTO
               LINE 05  COLUMN 25  PIC X(08)
               USING  W-EVENTO
               HIGHLIGHT.
           05  TEVDESCR
               LINE 05  COLUMN 35  PIC X(24)
               USING  W-EVDESCR.
           05  LINE 07  COLUMN 03
               VALUE  "Conta Debito ......:".
           05  TDEBITO
               LINE 07  COLUMN 25  PIC X(20)
               USING  W-DEBITO
               HIGHLIGHT.
           05  LINE 08  COLUMN 03
               VALUE  "Conta Credito .....:".
           05  TCREDITO
               LINE 08  COLUMN 25  PIC X(20)
               USING  W-CREDITO
               HIGHLIGHT.
           05  LINE 09  COLUMN 03
               VALUE  "Historico Padrao ..:".
           05  THIST
               LINE 09  COLUMN 25  PIC 9(04)
               USING  W-HIST
               HIGHLIGHT.
           05  LINE 11  COLUMN 03
               VALUE  "Filial 00 = padrao para as filiais sem ".
           05  LINE 11  COLUMN 42
               VALUE  "mapeamento proprio".
           05  LINE 12  COLUMN 03
               VALUE  "Eventos: VENDA COMPRA BAIXAREC BAIXAPAG ".
           05  LINE 12  COLUMN 43
               VALUE  "BAIXAHV HAVER JUROSREC".
           05  LINE 13  COLUMN 12
               VALUE  "JUROSPAG DEVVENDA DEVCOMPR CMV ESTDEVOL".
           05  LINE 14  COLUMN 12
               VALUE  "AJUSTPOS AJUSTNEG TAXACART PERDACLI".
           05  LINE 15  COLUMN 12
               VALUE  "RECUPPER VARCAMBP VARCAMBA".
           05  LINE 23  COLUMN 01
               VALUE  "  MENSAGEM :".

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       ABRE-PLC.
           OPEN I-O ARQPLC
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT ARQPLC
                 CLOSE ARQPLC
                 OPEN I-O ARQPLC
              ELSE
                 MOVE "ERRO NA ABERTURA DO PLANO DE CONTAS" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM2.

       ABRE-FIL.
           OPEN INPUT ARQFIL
           IF ST-ERRO2 = "00"
              MOVE "S" TO W-FILOK
           ELSE
              MOVE "N" TO W-FILOK.

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
           MOVE SPACES TO W-FILRAZAO W-EVENTO W-EVDESCR
           MOVE SPACES TO W-DEBITO W-CREDITO
           MOVE ZEROS TO W-FILIAL W-HIST
           MOVE "N" TO W-EXISTE
           DISPLAY TSCE101.

       R2.
           ACCEPT TFILIAL
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM.
           IF W-FILIAL = ZEROS
              MOVE "PADRAO - TODAS AS FILIAIS" TO W-FILRAZAO
              DISPLAY TFILRAZAO
              GO TO R3.
           IF W-FILOK = "S"
              MOVE W-FILIAL TO FIL-CODIGO
              READ ARQFIL
              IF ST-ERRO2 NOT = "00"
                 MOVE "FILIAL NAO CADASTRADA" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R2
              ELSE
                 MOVE FIL-RAZAO TO W-FILRAZAO
                 DISPLAY TFILRAZAO.

       R3.
           ACCEPT TEVENTO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R2.
           INSPECT W-EVENTO CONVERTING
                   "abcdefghijklmnopqrstuvwxyz" TO
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE ZEROS TO W-IX.
       R3-BUSCA.
           ADD 1 TO W-IX
           IF W-IX > 19
              MOVE "EVENTO INVALIDO - VEJA A LISTA ABAIXO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
           IF W-EVCOD (W-IX) NOT = W-EVENTO
              GO TO R3-BUSCA.
           MOVE W-EVDES (W-IX) TO W-EVDESCR
           DISPLAY TEVENTO TEVDESCR
           MOVE W-FILIAL TO PLC-FILIAL
           MOVE W-EVENTO TO PLC-EVENTO
           READ ARQPLC
           IF ST-ERRO = "00"
              MOVE "S" TO W-EXISTE
              MOVE PLC-DEBITO  TO W-DEBITO
              MOVE PLC-CREDITO TO W-CREDITO
              MOVE PLC-HIST    TO W-HIST
              MOVE REGPLC      TO W-IMGANT
              DISPLAY TSCE101
              MOVE "*** JA CADASTRADO - ALTERANDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
           ELSE
              MOVE "N" TO W-EXISTE.

       R4.
           ACCEPT TDEBITO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R3.
           IF W-DEBITO = SPACES
              MOVE "CONTA DEBITO EM BRANCO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.

       R5.
           ACCEPT TCREDITO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R4.
           IF W-CREDITO = SPACES
              MOVE "CONTA CREDITO EM BRANCO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.
           IF W-CREDITO = W-DEBITO
              MOVE "DEBITO E CREDITO NA MESMA CONTA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.

       R6.
           ACCEPT THIST
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R5.

       R10.
           DISPLAY (21, 20) "DESEJA GRAVAR? S-SIM/N-NAO"
           ACCEPT (21, 50) DADOS
           DISPLAY (21, 01) LIMPA
           IF DADOS = "N" OR "n"
              MOVE "DADOS NAO SALVOS" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           IF DADOS NOT = "S" AND "s"
              GO TO R10.
           MOVE W-FILIAL    TO PLC-FILIAL
           MOVE W-EVENTO    TO PLC-EVENTO
           MOVE W-DEBITO    TO PLC-DEBITO
           MOVE W-CREDITO   TO PLC-CREDITO
           MOVE W-HIST      TO PLC-HIST
           MOVE REGPLC      TO W-IMGNOV
           IF W-EXISTE = "S"
              REWRITE REGPLC
              MOVE "ALTERACAO" TO LOG-OPERACAO
           ELSE
              WRITE REGPLC
              MOVE "INCLUSAO" TO LOG-OPERACAO.
           MOVE PLC-CHAVE TO LOG-CHAVEREG
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM
           MOVE "*** MAPEAMENTO CONTABIL GRAVADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.

       GRAVA-LOG.
           ACCEPT LOG-DATA FROM DATE YYYYMMDD.
           ACCEPT LOG-HORA FROM TIME.
           MOVE ZEROS TO LOG-SEQ.
           MOVE "SCE101" TO LOG-PROGRAMA.
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
           CLOSE ARQPLC ARQLOG.
           IF W-FILOK = "S"
              CLOSE ARQFIL.
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
