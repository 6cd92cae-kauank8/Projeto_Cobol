       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCE102.
      *AUTHOR. Kauan Paulino Farias.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQPED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY IS CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CLIENTE
                                   WITH DUPLICATES
                    ALTERNATE RECORD KEY IS FORNECEDOR
                                   WITH DUPLICATES.

           SELECT ARQPEDX ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PEDX-CHAVE
                    FILE STATUS  IS ST-ERRO2.

           SELECT ARQTIT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TIT-CHAVE
                    FILE STATUS  IS ST-ERRO2
                    ALTERNATE RECORD KEY IS TIT-CPFCNPJ
                                   WITH DUPLICATES.

           SELECT ARQTITMV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TMV-CHAVE
                    FILE STATUS  IS ST-ERRO3.

           SELECT ARQTITX ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TITX-CHAVE
                    FILE STATUS  IS ST-ERRO2.

           SELECT ARQDEV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DEV-CHAVE
                    FILE STATUS  IS ST-ERRO3.

           SELECT ARQMOV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MOV-CHAVE
                    FILE STATUS  IS ST-ERRO3.

           SELECT ARQCUSTO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CUS-CODIGO
                    FILE STATUS  IS ST-ERRO2.

           SELECT ARQPLC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PLC-CHAVE
                    FILE STATUS  IS ST-ERRO2.

           SELECT ARQFECH ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FECH-ANOMES
                    FILE STATUS  IS ST-ERRO2.

           SELECT ARQFIL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FIL-CODIGO
                    FILE STATUS  IS ST-ERRO2.

           SELECT ARQCTB ASSIGN TO W-NOMEEXP
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO5.

           SELECT RELCTB ASSIGN TO W-NOMEREL
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO5.

           SELECT ARQSPOOL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                    RECORD KEY   IS SPL-CHAVE
                    FILE STATUS  IS ST-ERRO5.

           SELECT ARQLOG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                    RECORD KEY   IS LOG-CHAVE
                    FILE STATUS  IS ST-ERRO4.

       DATA DIVISION.
       FILE SECTION.
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
       FD ARQPEDX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPEDX.DAT".
       01 REGPEDX.
          03 PEDX-CHAVE.
             05 PEDX-NUMPED    PIC 9(6).
             05 PEDX-TIPEDIDO  PIC 9(1).
          03 PEDX-CONDPG       PIC 9(2).
          03 PEDX-LOCAL        PIC 9(2).
          03 PEDX-DESCPC       PIC 9(2)V99.
          03 PEDX-VENDEDOR     PIC 9(4).
          03 PEDX-VLICMS       PIC 9(8)V99.
          03 PEDX-FILIAL       PIC 9(02).
      *-----------------------------------------------------------------
       FD ARQTIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQTIT.DAT".
       01 REGTIT.
          03 TIT-CHAVE.
             05 TIT-NUMPED     PIC 9(6).
             05 TIT-TIPEDIDO   PIC 9(1).
             05 TIT-PARCELA    PIC 9(2).
          03 TIT-TIPO          PIC X(1).
          03 TIT-CPFCNPJ       PIC 9(14).
          03 TIT-EMISSAO       PIC 9(8).
          03 TIT-VENCTO        PIC 9(8).
          03 TIT-VALOR         PIC 9(8)V99.
          03 TIT-SALDO         PIC 9(8)V99.
          03 TIT-STATUS        PIC X(1).
          03 TIT-FILIAL        PIC 9(02).
      *-----------------------------------------------------------------
       FD ARQTITMV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQTITMV.DAT".
       01 REGTITMV.
          03 TMV-CHAVE.
             05 TMV-NUMPED     PIC 9(6).
             05 TMV-TIPEDIDO   PIC 9(1).
             05 TMV-PARCELA    PIC 9(2).
             05 TMV-SEQ        PIC 9(2).
          03 TMV-DTPAGTO       PIC 9(8).
          03 TMV-VALOR         PIC 9(8)V99.
          03 TMV-OPERADOR      PIC X(10).
          03 TMV-NATUREZA      PIC X(1).
          03 TMV-FORMA         PIC X(2).
          03 TMV-CONTA         PIC 9(3).
      *-----------------------------------------------------------------
       FD ARQTITX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQTITX.DAT".
       01 REGTITX.
          03 TITX-CHAVE.
             05 TITX-NUMPED    PIC 9(6).
             05 TITX-TIPEDIDO  PIC 9(1).
             05 TITX-PARCELA   PIC 9(2).
          03 TITX-CATEG        PIC X(08).
          03 TITX-DESCR        PIC X(30).
      *-----------------------------------------------------------------
       FD ARQDEV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQDEV.DAT".
       01 REGDEV.
          03 DEV-CHAVE.
             05 DEV-NUMPED     PIC 9(6).
             05 DEV-TIPEDIDO   PIC 9(1).
             05 DEV-SEQ        PIC 9(3).
          03 DEV-CODPROD       PIC 9(06).
          03 DEV-QTD           PIC 9(06).
          03 DEV-VALOR         PIC 9(08)V99.
          03 DEV-MOTIVO        PIC X(02).
          03 DEV-DATA          PIC 9(08).
          03 DEV-OPERADOR      PIC X(10).
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
       FD ARQFECH
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFECH.DAT".
       01 REGFECH.
          03 FECH-ANOMES       PIC 9(06).
          03 FECH-TOTCOMPRA    PIC 9(10)V99.
          03 FECH-TOTVENDA     PIC 9(10)V99.
          03 FECH-QTDCOMPRA    PIC 9(06).
          03 FECH-QTDVENDA     PIC 9(06).
          03 FECH-STATUS       PIC X(01).
          03 FECH-DTFECH       PIC 9(08).
          03 FECH-OPERADOR     PIC X(10).
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
       FD ARQCTB
               LABEL RECORD IS STANDARD.
       01 LINHA-CTB      PIC X(150).
      *-----------------------------------------------------------------
       FD RELCTB
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
       01 ST-ERRO3      PIC X(02) VALUE "00".
       01 ST-ERRO4      PIC X(02) VALUE "00".
       01 ST-ERRO5      PIC X(02) VALUE "00".
       01 MENS          PIC X(50) VALUE SPACES.
       01 LIMPA         PIC X(55) VALUE SPACES.
       01 DADOS         PIC X(01) VALUE SPACES.
       01 W-TMVOK       PIC X(01) VALUE "N".
       01 W-TITXOK      PIC X(01) VALUE "N".
       01 W-DEVOK       PIC X(01) VALUE "N".
       01 W-MOVOK       PIC X(01) VALUE "N".
       01 W-CUSOK       PIC X(01) VALUE "N".
       01 W-FILOK       PIC X(01) VALUE "N".
       01 W-ANOMES      PIC 9(06) VALUE ZEROS.
       01 W-ANOMESTAB REDEFINES W-ANOMES.
          03 W-ANO         PIC 9(04).
          03 W-MES         PIC 9(02).
       01 W-FILIAL      PIC 9(02) VALUE ZEROS.
       01 W-FILRAZAO    PIC X(30) VALUE SPACES.
       01 W-DTINI       PIC 9(08) VALUE ZEROS.
       01 W-DTFIM       PIC 9(08) VALUE ZEROS.
       01 W-NOMEEXP     PIC X(30) VALUE SPACES.
       01 W-NOMEREL     PIC X(30) VALUE SPACES.
       01 W-RELNOME     PIC X(10) VALUE SPACES.
       01 W-ARQNOME     PIC X(30) VALUE SPACES.
       01 W-QTDSPOOL    PIC 9(06) VALUE ZEROS.
       01 W-QTDREL      PIC 9(06) VALUE ZEROS.
       01 W-DTSPOOL     PIC 9(08) VALUE ZEROS.
       01 W-HRSPOOL     PIC 9(08) VALUE ZEROS.
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
      *
       01 W-EVENTO      PIC X(08) VALUE SPACES.
       01 W-FILLANC     PIC 9(02) VALUE ZEROS.
       01 W-DTLANC      PIC 9(08) VALUE ZEROS.
       01 W-VLLANC      PIC 9(10)V99 VALUE ZEROS.
       01 W-DOCLANC     PIC X(12) VALUE SPACES.
       01 W-COMPL       PIC X(40) VALUE SPACES.
       01 W-MOTIVO      PIC X(30) VALUE SPACES.
       01 W-CUSTO       PIC 9(06)V9(04) VALUE ZEROS.
       01 W-MOVCOD      PIC 9(06) VALUE ZEROS.
       01 W-SALDANT     PIC 9(06) VALUE ZEROS.
       01 W-TEMANT      PIC X(01) VALUE "N".
       01 W-CATEG       PIC X(08) VALUE SPACES.
       01 W-IX          PIC 9(03) VALUE ZEROS.
       01 W-CX          PIC 9(03) VALUE ZEROS.
       01 W-CTABUSCA    PIC X(20) VALUE SPACES.
       01 W-QTDLANC     PIC 9(06) VALUE ZEROS.
       01 W-QTDPEND     PIC 9(06) VALUE ZEROS.
       01 W-VLPEND      PIC 9(12)V99 VALUE ZEROS.
       01 W-TOTDEB      PIC 9(12)V99 VALUE ZEROS.
       01 W-TOTCRED     PIC 9(12)V99 VALUE ZEROS.
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
       01 W-TABEVTOT.
          03 W-EVTOT OCCURS 19 TIMES.
             05 W-EVQTD     PIC 9(06).
             05 W-EVVAL     PIC 9(12)V99.
      *
       01 W-QTDCTA      PIC 9(03) VALUE ZEROS.
       01 W-TABCTA.
          03 W-CTA OCCURS 200 TIMES.
             05 W-TCTA      PIC X(20).
             05 W-TDEB      PIC 9(12)V99.
             05 W-TCRED     PIC 9(12)V99.

      *-----------------------------------------------------------------
      *
      *************************
      * REPORT SECTION *
      *************************
      *
       01 CTB-CAB.
          03 FILLER        PIC X(07) VALUE "LANC".
          03 FILLER        PIC X(01) VALUE ";".
          03 FILLER        PIC X(02) VALUE "FL".
          03 FILLER        PIC X(01) VALUE ";".
          03 FILLER        PIC X(10) VALUE "DATA".
          03 FILLER        PIC X(01) VALUE ";".
          03 FILLER        PIC X(20) VALUE "CONTA-DEBITO".
          03 FILLER        PIC X(01) VALUE ";".
          03 FILLER        PIC X(20) VALUE "CONTA-CREDITO".
          03 FILLER        PIC X(01) VALUE ";".
          03 FILLER        PIC X(13) VALUE "VALOR".
          03 FILLER        PIC X(01) VALUE ";".
          03 FILLER        PIC X(04) VALUE "HIST".
          03 FILLER        PIC X(01) VALUE ";".
          03 FILLER        PIC X(12) VALUE "DOCUMENTO".
          03 FILLER        PIC X(01) VALUE ";".
          03 FILLER        PIC X(40) VALUE "COMPLEMENTO".

       01 CTB-DET.
          03 CTBLANC       PIC 9(06).
          03 FILLER        PIC X(02) VALUE " ;".
          03 CTBFILIAL     PIC 9(02).
          03 FILLER        PIC X(01) VALUE ";".
          03 CTBDATA       PIC 99/99/9999.
          03 FILLER        PIC X(01) VALUE ";".
          03 CTBDEBITO     PIC X(20).
          03 FILLER        PIC X(01) VALUE ";".
          03 CTBCREDITO    PIC X(20).
          03 FILLER        PIC X(01) VALUE ";".
          03 CTBVALOR      PIC 9(10),99.
          03 FILLER        PIC X(01) VALUE ";".
          03 CTBHIST       PIC 9(04).
          03 FILLER        PIC X(01) VALUE ";".
          03 CTBDOC        PIC X(12).
          03 FILLER        PIC X(01) VALUE ";".
          03 CTBCOMPL      PIC X(40).

       01 REL-CAB1.
          03 FILLER       PIC X(36)
             VALUE "EXPORTACAO CONTABIL - PERIODO ".
          03 CABANOMES    PIC 9(06).
          03 FILLER       PIC X(10) VALUE "  FILIAL ".
          03 CABFILIAL    PIC 9(02).
          03 FILLER       PIC X(04) VALUE SPACES.
          03 CABFILNOME   PIC X(30).

       01 REL-SEC.
          03 FILLER       PIC X(04) VALUE "*** ".
          03 SECTITULO    PIC X(60).

       01 REL-PEND.
          03 PENDEVT      PIC X(08).
          03 FILLER       PIC X(02) VALUE SPACES.
          03 PENDFIL      PIC 9(02).
          03 FILLER       PIC X(02) VALUE SPACES.
          03 PENDDOC      PIC X(12).
          03 FILLER       PIC X(02) VALUE SPACES.
          03 PENDDATA     PIC 99/99/9999.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 PENDVALOR    PIC ZZZ.ZZZ.ZZ9,99.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 PENDMOTIVO   PIC X(30).

       01 REL-EVT.
          03 EVTCOD       PIC X(08).
          03 FILLER       PIC X(02) VALUE SPACES.
          03 EVTDES       PIC X(24).
          03 FILLER       PIC X(02) VALUE SPACES.
          03 EVTQTD       PIC ZZZ.ZZ9.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 EVTVAL       PIC ZZZ.ZZZ.ZZZ.ZZ9,99.

       01 REL-CTA.
          03 CTACOD       PIC X(20).
          03 FILLER       PIC X(02) VALUE SPACES.
          03 CTADEB       PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 CTACRED      PIC ZZZ.ZZZ.ZZZ.ZZ9,99.

       01 REL-TOT.
          03 TOTTITULO    PIC X(20).
          03 FILLER       PIC X(02) VALUE SPACES.
          03 TOTDEB       PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 TOTCRED      PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 TOTSITUACAO  PIC X(20).

       SCREEN SECTION.
       01  TSCE102.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "           Exportacao Contabil - Lancam".
           05  LINE 02  COLUMN 41
               VALUE  "entos do Mes".
           05  LINE 04  COLUMN 03
               VALUE  "Periodo (AAAAMM) ..:".
           05  TANOMES
               LINE 04  COLUMN 25  PIC 9(06)
               USING  W-ANOMES
               HIGHLIGHT.
           05  LINE 05  COLUMN 03
               VALUE  "Filial ............:".
           05  TFILIAL
               LINE 05  COLUMN 25  PIC 9(02)
               USING  W-FILIAL
               HIGHLIGHT.
           05  TFILRAZAO
               LINE 05  COLUMN 30  PIC X(30)
               USING  W-FILRAZAO.
           05  LINE 06  COLUMN 03
               VALUE  "(00 = todas as filiais)".
           05  LINE 23  COLUMN 01
               VALUE  "  MENSAGEM :".

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       ABRE-ARQ.
           OPEN INPUT ARQPED
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO DE PEDIDOS" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
           OPEN INPUT ARQPEDX ARQTIT ARQFECH
           IF ST-ERRO2 NOT = "00"
              MOVE "ERRO NA ABERTURA DE TITULOS/FECHAMENTO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQPED
              GO TO ROT-FIM2.
           OPEN INPUT ARQPLC
           IF ST-ERRO2 NOT = "00"
              MOVE "PLANO DE CONTAS NAO CADASTRADO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQPED ARQPEDX ARQTIT ARQFECH
              GO TO ROT-FIM2.

       ABRE-OPC.
           OPEN INPUT ARQTITMV
           IF ST-ERRO3 = "00"
              MOVE "S" TO W-TMVOK
           ELSE
              MOVE "N" TO W-TMVOK.
           OPEN INPUT ARQTITX
           IF ST-ERRO2 = "00"
              MOVE "S" TO W-TITXOK
           ELSE
              MOVE "N" TO W-TITXOK.
           OPEN INPUT ARQDEV
           IF ST-ERRO3 = "00"
              MOVE "S" TO W-DEVOK
           ELSE
              MOVE "N" TO W-DEVOK.
           OPEN INPUT ARQMOV
           IF ST-ERRO3 = "00"
              MOVE "S" TO W-MOVOK
           ELSE
              MOVE "N" TO W-MOVOK.
           OPEN INPUT ARQCUSTO
           IF ST-ERRO2 = "00"
              MOVE "S" TO W-CUSOK
           ELSE
              MOVE "N" TO W-CUSOK.
           OPEN INPUT ARQFIL
           IF ST-ERRO2 = "00"
              MOVE "S" TO W-FILOK
           ELSE
              MOVE "N" TO W-FILOK.

       ABRE-LOG.
           OPEN I-O ARQLOG
           IF ST-ERRO4 NOT = "00"
              IF ST-ERRO4 = "30"
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
           ELSE
              MOVE "CONTABIL" TO W-OPERADOR.

       R1.
           MOVE ZEROS TO W-ANOMES W-FILIAL
           MOVE SPACES TO W-FILRAZAO
           DISPLAY TSCE102.

       R2.
           ACCEPT TANOMES
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM.
           IF W-MES < 1 OR W-MES > 12 OR W-ANO < 2000
              MOVE "PERIODO INVALIDO - INFORME AAAAMM" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           MOVE W-ANOMES TO FECH-ANOMES
           READ ARQFECH
           IF ST-ERRO2 NOT = "00"
              MOVE "PERIODO NAO FECHADO - EXPORTACAO NAO PERMITIDA"
                 TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           IF FECH-STATUS NOT = "F"
              MOVE "PERIODO REABERTO - FECHE O MES ANTES" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.

       R3.
           ACCEPT TFILIAL
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R2.
           IF W-FILIAL = ZEROS
              MOVE "TODAS AS FILIAIS" TO W-FILRAZAO
              DISPLAY TFILRAZAO
              GO TO R4.
           IF W-FILOK = "S"
              MOVE W-FILIAL TO FIL-CODIGO
              READ ARQFIL
              IF ST-ERRO2 NOT = "00"
                 MOVE "FILIAL NAO CADASTRADA" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R3
              ELSE
                 MOVE FIL-RAZAO TO W-FILRAZAO
                 DISPLAY TFILRAZAO.

       R4.
           DISPLAY (21, 20) "CONFIRMA EXPORTACAO? S-SIM/N-NAO"
           ACCEPT (21, 54) DADOS
           DISPLAY (21, 01) LIMPA
           IF DADOS = "N" OR "n"
              GO TO R1.
           IF DADOS NOT = "S" AND "s"
              GO TO R4.

      *
      ***************************************
      * PREPARACAO DOS ARQUIVOS DE SAIDA     *
      ***************************************
      *
       PREP-001.
           COMPUTE W-DTINI = W-ANOMES * 100 + 1
           COMPUTE W-DTFIM = W-ANOMES * 100 + 31
           ACCEPT W-DTSPOOL FROM DATE YYYYMMDD
           ACCEPT W-HRSPOOL FROM TIME
           MOVE SPACES TO W-NOMEEXP W-NOMEREL
           STRING "CTB" W-ANOMES "F" W-FILIAL ".CSV"
                  DELIMITED BY SIZE INTO W-NOMEEXP
           STRING "CTBCTL" W-DTSPOOL W-HRSPOOL (1:6) ".LST"
                  DELIMITED BY SIZE INTO W-NOMEREL
           OPEN OUTPUT ARQCTB
           IF ST-ERRO5 NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO DE EXPORTACAO"
                 TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           OPEN OUTPUT RELCTB
           IF ST-ERRO5 NOT = "00"
              MOVE "ERRO NA ABERTURA DO RELATORIO DE CONTROLE"
                 TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQCTB
              GO TO R1.
           WRITE LINHA-CTB FROM CTB-CAB
           MOVE W-ANOMES TO CABANOMES
           MOVE W-FILIAL TO CABFILIAL
           MOVE W-FILRAZAO TO CABFILNOME
           WRITE LINHA-REL FROM REL-CAB1
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE "LANCAMENTOS NAO EXPORTADOS" TO SECTITULO
           WRITE LINHA-REL FROM REL-SEC
           MOVE ZEROS TO W-QTDLANC W-QTDPEND W-VLPEND W-TOTDEB
           MOVE ZEROS TO W-TOTCRED W-QTDCTA W-TABEVTOT
           MOVE 4 TO W-QTDREL
           MOVE "*** GERANDO LANCAMENTOS CONTABEIS ***" TO MENS
           DISPLAY (23, 13) MENS.

      *
      ***************************************
      * PEDIDOS DE VENDA E COMPRA DO MES     *
      ***************************************
      *
       PED-001.
           MOVE ZEROS TO CHAVE
           START ARQPED KEY IS NOT LESS CHAVE INVALID KEY
                 GO TO TMV-001.
       PED-RD.
           READ ARQPED NEXT
           IF ST-ERRO NOT = "00"
              GO TO TMV-001.
           IF DTPEDIDO < W-DTINI OR DTPEDIDO > W-DTFIM
              GO TO PED-RD.
           IF PED-STATUS = "C"
              GO TO PED-RD.
           IF TIPEDIDO NOT = 1 AND TIPEDIDO NOT = 2
              GO TO PED-RD.
           MOVE NUMPEDIDO TO PEDX-NUMPED
           MOVE TIPEDIDO  TO PEDX-TIPEDIDO
           PERFORM LE-PEDX THRU LE-PEDX-FIM
           IF W-FILIAL NOT = ZEROS AND W-FILLANC NOT = W-FILIAL
              GO TO PED-RD.
           MOVE DTPEDIDO TO W-DTLANC
           MOVE TOTAL    TO W-VLLANC
           MOVE SPACES   TO W-DOCLANC W-COMPL
           STRING NUMPEDIDO "-" TIPEDIDO
                  DELIMITED BY SIZE INTO W-DOCLANC
           IF TIPEDIDO = 2
              MOVE "VENDA" TO W-EVENTO
              STRING "VENDA PEDIDO " NUMPEDIDO " CLIENTE " CLIENTE
                     DELIMITED BY SIZE INTO W-COMPL
           ELSE
              MOVE "COMPRA" TO W-EVENTO
              STRING "COMPRA PEDIDO " NUMPEDIDO " FORNEC " FORNECEDOR
                     DELIMITED BY SIZE INTO W-COMPL.
           PERFORM LANCA THRU LANCA-FIM
           GO TO PED-RD.

      *
      ***************************************
      * BAIXAS, JUROS, HAVER E TAXA CARTAO   *
      ***************************************
      *
       TMV-001.
           IF W-TMVOK NOT = "S"
              GO TO DEV-001.
           MOVE ZEROS TO TMV-CHAVE
           START ARQTITMV KEY IS NOT LESS TMV-CHAVE INVALID KEY
                 GO TO DEV-001.
       TMV-RD.
           READ ARQTITMV NEXT
           IF ST-ERRO3 NOT = "00"
              GO TO DEV-001.
           IF TMV-DTPAGTO < W-DTINI OR TMV-DTPAGTO > W-DTFIM
              GO TO TMV-RD.
           IF TMV-VALOR = ZEROS
              GO TO TMV-RD.
           MOVE TMV-NUMPED   TO TIT-NUMPED
           MOVE TMV-TIPEDIDO TO TIT-TIPEDIDO
           MOVE TMV-PARCELA  TO TIT-PARCELA
           READ ARQTIT
           IF ST-ERRO2 NOT = "00"
              GO TO TMV-RD.
           MOVE TIT-FILIAL TO W-FILLANC
           IF W-FILIAL NOT = ZEROS AND W-FILLANC NOT = W-FILIAL
              GO TO TMV-RD.
           MOVE SPACES TO W-CATEG
           IF W-TITXOK = "S" AND TIT-TIPEDIDO = 9
              MOVE TIT-CHAVE TO TITX-CHAVE
              READ ARQTITX
              IF ST-ERRO2 = "00"
                 MOVE TITX-CATEG TO W-CATEG.
           PERFORM TMV-EVENTO THRU TMV-EVENTO-FIM
           MOVE TMV-DTPAGTO TO W-DTLANC
           MOVE TMV-VALOR   TO W-VLLANC
           MOVE SPACES      TO W-DOCLANC W-COMPL
           STRING TMV-NUMPED "-" TMV-TIPEDIDO "-" TMV-PARCELA
                  DELIMITED BY SIZE INTO W-DOCLANC
           STRING W-EVDES (W-IX) " TIT " TIT-TIPO " "
                  TIT-CPFCNPJ DELIMITED BY SIZE INTO W-COMPL
           PERFORM LANCA THRU LANCA-FIM
           GO TO TMV-RD.

       TMV-EVENTO.
           IF W-CATEG = "TAXACART"
              MOVE "TAXACART" TO W-EVENTO
              GO TO TMV-EVENTO-ACHA.
           IF TMV-NATUREZA = "J"
              IF TIT-TIPO = "R"
                 MOVE "JUROSREC" TO W-EVENTO
                 GO TO TMV-EVENTO-ACHA
              ELSE
                 MOVE "JUROSPAG" TO W-EVENTO
                 GO TO TMV-EVENTO-ACHA.
           IF TMV-NATUREZA = "H"
              MOVE "HAVER" TO W-EVENTO
              GO TO TMV-EVENTO-ACHA.
           IF TMV-NATUREZA = "X"
              MOVE "PERDACLI" TO W-EVENTO
              GO TO TMV-EVENTO-ACHA.
           IF TMV-NATUREZA = "R"
              MOVE "RECUPPER" TO W-EVENTO
              GO TO TMV-EVENTO-ACHA.
           IF TMV-NATUREZA = "V"
              MOVE "VARCAMBP" TO W-EVENTO
              GO TO TMV-EVENTO-ACHA.
           IF TMV-NATUREZA = "A"
              MOVE "VARCAMBA" TO W-EVENTO
              GO TO TMV-EVENTO-ACHA.
           IF TMV-FORMA = "HV"
              MOVE "BAIXAHV" TO W-EVENTO
              GO TO TMV-EVENTO-ACHA.
           IF TIT-TIPO = "R"
              MOVE "BAIXAREC" TO W-EVENTO
           ELSE
              MOVE "BAIXAPAG" TO W-EVENTO.
       TMV-EVENTO-ACHA.
           PERFORM ACHA-EVENTO THRU ACHA-EVENTO-FIM.
       TMV-EVENTO-FIM.
           EXIT.

      *
      ***************************************
      * DEVOLUCOES DE VENDA E COMPRA         *
      ***************************************
      *
       DEV-001.
           IF W-DEVOK NOT = "S"
              GO TO MOV-001.
           MOVE ZEROS TO DEV-CHAVE
           START ARQDEV KEY IS NOT LESS DEV-CHAVE INVALID KEY
                 GO TO MOV-001.
       DEV-RD.
           READ ARQDEV NEXT
           IF ST-ERRO3 NOT = "00"
              GO TO MOV-001.
           IF DEV-DATA < W-DTINI OR DEV-DATA > W-DTFIM
              GO TO DEV-RD.
           IF DEV-VALOR = ZEROS
              GO TO DEV-RD.
           MOVE DEV-NUMPED   TO PEDX-NUMPED
           MOVE DEV-TIPEDIDO TO PEDX-TIPEDIDO
           PERFORM LE-PEDX THRU LE-PEDX-FIM
           IF W-FILIAL NOT = ZEROS AND W-FILLANC NOT = W-FILIAL
              GO TO DEV-RD.
           IF DEV-TIPEDIDO = 2
              MOVE "DEVVENDA" TO W-EVENTO
           ELSE
              MOVE "DEVCOMPR" TO W-EVENTO.
           MOVE DEV-DATA  TO W-DTLANC
           MOVE DEV-VALOR TO W-VLLANC
           MOVE SPACES    TO W-DOCLANC W-COMPL
           STRING DEV-NUMPED "-" DEV-TIPEDIDO "-" DEV-SEQ
                  DELIMITED BY SIZE INTO W-DOCLANC
           STRING "DEVOLUCAO PEDIDO " DEV-NUMPED " PRODUTO "
                  DEV-CODPROD DELIMITED BY SIZE INTO W-COMPL
           PERFORM LANCA THRU LANCA-FIM
           GO TO DEV-RD.

      *
      ***************************************
      * MOVIMENTOS DE ESTOQUE A CUSTO MEDIO  *
      ***************************************
      *
       MOV-001.
           IF W-MOVOK NOT = "S"
              GO TO FIM-001.
           MOVE ZEROS TO MOV-CHAVE W-MOVCOD W-SALDANT
           MOVE "N" TO W-TEMANT
           START ARQMOV KEY IS NOT LESS MOV-CHAVE INVALID KEY
                 GO TO FIM-001.
       MOV-RD.
           READ ARQMOV NEXT
           IF ST-ERRO3 NOT = "00"
              GO TO FIM-001.
           IF MOV-CODPROD NOT = W-MOVCOD
              MOVE "N" TO W-TEMANT.
           MOVE SPACES TO W-EVENTO
           IF MOV-DATA < W-DTINI OR MOV-DATA > W-DTFIM
              GO TO MOV-PROX.
           MOVE MOV-FILIAL TO W-FILLANC
           IF W-FILIAL NOT = ZEROS AND W-FILLANC NOT = W-FILIAL
              GO TO MOV-PROX.
           PERFORM MOV-EVENTO THRU MOV-EVENTO-FIM
           IF W-EVENTO = SPACES OR MOV-QTD = ZEROS
              GO TO MOV-PROX.
           MOVE MOV-DATA TO W-DTLANC
           MOVE SPACES   TO W-DOCLANC W-COMPL
           MOVE MOV-DOC  TO W-DOCLANC
           IF W-DOCLANC = SPACES
              MOVE MOV-CODPROD TO W-DOCLANC.
           STRING W-EVDES (W-IX) " PROD " MOV-CODPROD " QTD "
                  MOV-QTD DELIMITED BY SIZE INTO W-COMPL
           MOVE ZEROS TO W-CUSTO
           IF W-CUSOK = "S"
              MOVE MOV-CODPROD TO CUS-CODIGO
              READ ARQCUSTO
              IF ST-ERRO2 = "00"
                 MOVE CUS-CUSTOMED TO W-CUSTO.
           IF W-CUSTO = ZEROS
              MOVE ZEROS TO W-VLLANC
              MOVE "ITEM SEM CUSTO MEDIO" TO W-MOTIVO
              PERFORM GRAVA-PEND THRU GRAVA-PEND-FIM
              GO TO MOV-PROX.
           COMPUTE W-VLLANC ROUNDED = MOV-QTD * W-CUSTO
           PERFORM LANCA THRU LANCA-FIM.
       MOV-PROX.
           MOVE MOV-CODPROD TO W-MOVCOD
           MOVE MOV-SALDO   TO W-SALDANT
           MOVE "S" TO W-TEMANT
           GO TO MOV-RD.

       MOV-EVENTO.
           IF MOV-TIPO = "S"
              IF MOV-DOC (1:2) NOT = "TR"
                 MOVE "CMV" TO W-EVENTO
                 GO TO MOV-EVENTO-ACHA
              ELSE
                 GO TO MOV-EVENTO-FIM.
           IF MOV-TIPO = "D"
              IF MOV-DOC (7:1) = "2"
                 MOVE "ESTDEVOL" TO W-EVENTO
                 GO TO MOV-EVENTO-ACHA
              ELSE
                 GO TO MOV-EVENTO-FIM.
           IF MOV-TIPO NOT = "A"
              GO TO MOV-EVENTO-FIM.
           MOVE "AJUSTPOS" TO W-EVENTO
           IF W-TEMANT = "S" AND MOV-SALDO < W-SALDANT
              MOVE "AJUSTNEG" TO W-EVENTO.
           IF W-TEMANT NOT = "S" AND MOV-SALDO < MOV-QTD
              MOVE "AJUSTNEG" TO W-EVENTO.
       MOV-EVENTO-ACHA.
           PERFORM ACHA-EVENTO THRU ACHA-EVENTO-FIM.
       MOV-EVENTO-FIM.
           EXIT.

      *
      ***************************************
      * RELATORIO DE CONTROLE E FECHAMENTO   *
      ***************************************
      *
       FIM-001.
           CLOSE ARQCTB
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE "RESUMO POR EVENTO" TO SECTITULO
           WRITE LINHA-REL FROM REL-SEC
           ADD 2 TO W-QTDREL
           MOVE ZEROS TO W-IX.
       FIM-EVT.
           ADD 1 TO W-IX
           IF W-IX > 19
              GO TO FIM-CTA.
           IF W-EVQTD (W-IX) = ZEROS
              GO TO FIM-EVT.
           MOVE W-EVCOD (W-IX) TO EVTCOD
           MOVE W-EVDES (W-IX) TO EVTDES
           MOVE W-EVQTD (W-IX) TO EVTQTD
           MOVE W-EVVAL (W-IX) TO EVTVAL
           WRITE LINHA-REL FROM REL-EVT
           ADD 1 TO W-QTDREL
           GO TO FIM-EVT.
       FIM-CTA.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE "RAZAO POR CONTA (DEBITOS / CREDITOS)" TO SECTITULO
           WRITE LINHA-REL FROM REL-SEC
           ADD 2 TO W-QTDREL
           MOVE ZEROS TO W-TOTDEB W-TOTCRED W-CX.
       FIM-CTA-LOOP.
           ADD 1 TO W-CX
           IF W-CX > W-QTDCTA
              GO TO FIM-TOT.
           MOVE W-TCTA (W-CX)  TO CTACOD
           MOVE W-TDEB (W-CX)  TO CTADEB
           MOVE W-TCRED (W-CX) TO CTACRED
           ADD W-TDEB (W-CX)  TO W-TOTDEB
           ADD W-TCRED (W-CX) TO W-TOTCRED
           WRITE LINHA-REL FROM REL-CTA
           ADD 1 TO W-QTDREL
           GO TO FIM-CTA-LOOP.
       FIM-TOT.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE "TOTAL GERAL" TO TOTTITULO
           MOVE W-TOTDEB  TO TOTDEB
           MOVE W-TOTCRED TO TOTCRED
           IF W-TOTDEB = W-TOTCRED
              MOVE "BALANCEADO" TO TOTSITUACAO
           ELSE
              MOVE "*** DIVERGENTE ***" TO TOTSITUACAO.
           WRITE LINHA-REL FROM REL-TOT
           MOVE SPACES TO REL-TOT
           MOVE "NAO EXPORTADOS" TO TOTTITULO
           MOVE W-VLPEND TO TOTDEB
           MOVE ZEROS TO TOTCRED
           WRITE LINHA-REL FROM REL-TOT
           ADD 3 TO W-QTDREL
           CLOSE RELCTB
           MOVE "CTBEXP" TO W-RELNOME
           MOVE W-NOMEEXP TO W-ARQNOME
           MOVE W-QTDLANC TO W-QTDSPOOL
           PERFORM GRAVA-SPOOL THRU GRAVA-SPOOL-FIM
           MOVE "CTBCTL" TO W-RELNOME
           MOVE W-NOMEREL TO W-ARQNOME
           MOVE W-QTDREL TO W-QTDSPOOL
           ADD 1 TO W-HRSPOOL
           PERFORM GRAVA-SPOOL THRU GRAVA-SPOOL-FIM
           MOVE "CTB-EXPORT" TO LOG-OPERACAO
           MOVE SPACES TO LOG-CHAVEREG
           STRING W-ANOMES "-" W-FILIAL "-" W-QTDLANC
                  DELIMITED BY SIZE INTO LOG-CHAVEREG
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM
           DISPLAY (23, 13) LIMPA
           DISPLAY (10, 10) "LANCAMENTOS EXPORTADOS: "
           DISPLAY (10, 35) W-QTDLANC
           DISPLAY (11, 10) "NAO EXPORTADOS ........: "
           DISPLAY (11, 35) W-QTDPEND
           DISPLAY (12, 10) "ARQUIVO GERADO ........: "
           DISPLAY (12, 35) W-NOMEEXP
           IF W-TOTDEB = W-TOTCRED
              MOVE "*** DEBITOS = CREDITOS - EXPORTACAO OK ***"
                 TO MENS
           ELSE
              MOVE "*** DEBITOS <> CREDITOS - VERIFIQUE CTBCTL ***"
                 TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           DISPLAY (21, 20) "TECLE ENTER PARA CONTINUAR"
           ACCEPT (21, 52) DADOS
           GO TO R1.

      *
      ***************************************
      * GERACAO DE UM LANCAMENTO CONTABIL    *
      ***************************************
      *
       LANCA.
           IF W-VLLANC = ZEROS
              GO TO LANCA-FIM.
           PERFORM ACHA-EVENTO THRU ACHA-EVENTO-FIM
           MOVE W-FILLANC TO PLC-FILIAL
           MOVE W-EVENTO  TO PLC-EVENTO
           READ ARQPLC
           IF ST-ERRO2 NOT = "00"
              MOVE ZEROS TO PLC-FILIAL
              READ ARQPLC
              IF ST-ERRO2 NOT = "00"
                 MOVE "EVENTO SEM MAPEAMENTO CONTABIL" TO W-MOTIVO
                 PERFORM GRAVA-PEND THRU GRAVA-PEND-FIM
                 GO TO LANCA-FIM.
           ADD 1 TO W-QTDLANC
           MOVE W-QTDLANC   TO CTBLANC
           MOVE W-FILLANC   TO CTBFILIAL
           MOVE W-DTLANC    TO W-DTTRAB
           PERFORM ROT-DTEXIBE THRU ROT-DTEXIBE-FIM
           MOVE W-DTEXIBE   TO CTBDATA
           MOVE PLC-DEBITO  TO CTBDEBITO
           MOVE PLC-CREDITO TO CTBCREDITO
           MOVE W-VLLANC    TO CTBVALOR
           MOVE PLC-HIST    TO CTBHIST
           MOVE W-DOCLANC   TO CTBDOC
           MOVE W-COMPL     TO CTBCOMPL
           WRITE LINHA-CTB FROM CTB-DET
           ADD 1 TO W-EVQTD (W-IX)
           ADD W-VLLANC TO W-EVVAL (W-IX)
           MOVE PLC-DEBITO TO W-CTABUSCA
           PERFORM ACHA-CTA THRU ACHA-CTA-FIM
           ADD W-VLLANC TO W-TDEB (W-CX)
           MOVE PLC-CREDITO TO W-CTABUSCA
           PERFORM ACHA-CTA THRU ACHA-CTA-FIM
           ADD W-VLLANC TO W-TCRED (W-CX).
       LANCA-FIM.
           EXIT.

       ACHA-EVENTO.
           MOVE ZEROS TO W-IX.
       ACHA-EVENTO-LOOP.
           ADD 1 TO W-IX
           IF W-IX > 19
              MOVE 19 TO W-IX
              GO TO ACHA-EVENTO-FIM.
           IF W-EVCOD (W-IX) NOT = W-EVENTO
              GO TO ACHA-EVENTO-LOOP.
       ACHA-EVENTO-FIM.
           EXIT.

       ACHA-CTA.
           MOVE ZEROS TO W-CX.
       ACHA-CTA-LOOP.
           ADD 1 TO W-CX
           IF W-CX > W-QTDCTA
              GO TO ACHA-CTA-NOVA.
           IF W-TCTA (W-CX) NOT = W-CTABUSCA
              GO TO ACHA-CTA-LOOP.
           GO TO ACHA-CTA-FIM.
       ACHA-CTA-NOVA.
           IF W-QTDCTA NOT < 200
              MOVE 200 TO W-CX
              MOVE "OUTRAS CONTAS" TO W-TCTA (W-CX)
              GO TO ACHA-CTA-FIM.
           ADD 1 TO W-QTDCTA
           MOVE W-QTDCTA TO W-CX
           MOVE W-CTABUSCA TO W-TCTA (W-CX)
           MOVE ZEROS TO W-TDEB (W-CX) W-TCRED (W-CX).
       ACHA-CTA-FIM.
           EXIT.

       LE-PEDX.
           READ ARQPEDX
           IF ST-ERRO2 = "00"
              MOVE PEDX-FILIAL TO W-FILLANC
           ELSE
              MOVE ZEROS TO W-FILLANC.
       LE-PEDX-FIM.
           EXIT.

       GRAVA-PEND.
           MOVE W-EVENTO  TO PENDEVT
           MOVE W-FILLANC TO PENDFIL
           MOVE W-DOCLANC TO PENDDOC
           MOVE W-DTLANC  TO W-DTTRAB
           PERFORM ROT-DTEXIBE THRU ROT-DTEXIBE-FIM
           MOVE W-DTEXIBE TO PENDDATA
           MOVE W-VLLANC  TO PENDVALOR
           MOVE W-MOTIVO  TO PENDMOTIVO
           WRITE LINHA-REL FROM REL-PEND
           ADD 1 TO W-QTDPEND W-QTDREL
           ADD W-VLLANC TO W-VLPEND.
       GRAVA-PEND-FIM.
           EXIT.

       ROT-DTEXIBE.
           MOVE W-DTTRABDIA TO W-DTEXIBE-DIA
           MOVE W-DTTRABMES TO W-DTEXIBE-MES
           MOVE W-DTTRABANO TO W-DTEXIBE-ANO.
       ROT-DTEXIBE-FIM.
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
           MOVE W-RELNOME TO SPL-RELATORIO
           MOVE W-ARQNOME TO SPL-ARQUIVO
           MOVE W-OPERADOR TO SPL-OPERADOR
           MOVE W-QTDSPOOL TO SPL-QTDREG.
       GRAVA-SPOOL-WR.
           WRITE REGSPOOL
           IF ST-ERRO5 = "22"
              ADD 1 TO SPL-HORA
              GO TO GRAVA-SPOOL-WR.
           CLOSE ARQSPOOL.
       GRAVA-SPOOL-FIM.
           EXIT.

       GRAVA-LOG.
           ACCEPT LOG-DATA FROM DATE YYYYMMDD.
           ACCEPT LOG-HORA FROM TIME.
           MOVE ZEROS TO LOG-SEQ.
           MOVE "SCE102" TO LOG-PROGRAMA.
           IF W-USUARIO NOT = SPACES AND
              W-USUARIO NOT = LOW-VALUES
              MOVE W-USUARIO TO LOG-OPERADOR
           ELSE
              MOVE W-OPERADOR TO LOG-OPERADOR.
           MOVE W-IMGANT TO LOG-IMAGEMANT.
           MOVE W-IMGNOV TO LOG-IMAGEMNOV.
       GRAVA-LOG-WR.
           WRITE REGLOG
           IF ST-ERRO4 = "22"
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
           CLOSE ARQPED ARQPEDX ARQTIT ARQFECH ARQPLC ARQLOG.
           IF W-TMVOK = "S"
              CLOSE ARQTITMV.
           IF W-TITXOK = "S"
              CLOSE ARQTITX.
           IF W-DEVOK = "S"
              CLOSE ARQDEV.
           IF W-MOVOK = "S"
              CLOSE ARQMOV.
           IF W-CUSOK = "S"
              CLOSE ARQCUSTO.
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
