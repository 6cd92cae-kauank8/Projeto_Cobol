       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCE087.
      *AUTHOR. Kauan Paulino Farias.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQCTA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CTA-CODIGO
                    FILE STATUS  IS ST-ERRO2.

           SELECT ARQTITMV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TMV-CHAVE
                    FILE STATUS  IS ST-ERRO2.

           SELECT ARQTIT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TIT-CHAVE
                    FILE STATUS  IS ST-ERRO2
                    ALTERNATE RECORD KEY IS TIT-CPFCNPJ
                                   WITH DUPLICATES.

           SELECT ARQEXB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                    RECORD KEY   IS EXB-CHAVE
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQCONC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                    RECORD KEY   IS CONC-CHAVE
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQPAR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PAR-ID
                    FILE STATUS  IS ST-ERRO2.

           SELECT ARQEXTR ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO3.

           SELECT RELCONC ASSIGN TO W-NOMEREL
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO3.

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
       FD ARQCTA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCTA.DAT".
       01 REGCTA.
          03 CTA-CODIGO        PIC 9(03).
          03 CTA-DESCR         PIC X(30).
          03 CTA-TIPO          PIC X(01).
          03 CTA-BANCO         PIC 9(03).
          03 CTA-AGENCIA       PIC 9(04).
          03 CTA-NUMCONTA      PIC 9(10).
          03 CTA-SALDOINI      PIC S9(10)V99.
          03 CTA-DTSALDO       PIC 9(08).
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
       FD ARQEXB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQEXB.DAT".
       01 REGEXB.
          03 EXB-CHAVE.
             05 EXB-CONTA      PIC 9(03).
             05 EXB-DATA       PIC 9(08).
             05 EXB-SEQ        PIC 9(04).
          03 EXB-SINAL         PIC X(01).
          03 EXB-VALOR         PIC 9(10)V99.
          03 EXB-DOC           PIC X(15).
          03 EXB-HIST          PIC X(30).
          03 EXB-STATUS        PIC X(01).
          03 EXB-TMVCHAVE.
             05 EXB-TMVNUMPED  PIC 9(6).
             05 EXB-TMVTIPO    PIC 9(1).
             05 EXB-TMVPARC    PIC 9(2).
             05 EXB-TMVSEQ     PIC 9(2).
          03 EXB-DTIMP         PIC 9(08).
          03 EXB-DTCONC        PIC 9(08).
      *-----------------------------------------------------------------
       FD ARQCONC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCONC.DAT".
       01 REGCONC.
          03 CONC-CHAVE.
             05 CONC-NUMPED    PIC 9(6).
             05 CONC-TIPEDIDO  PIC 9(1).
             05 CONC-PARCELA   PIC 9(2).
             05 CONC-SEQ       PIC 9(2).
          03 CONC-CONTA        PIC 9(03).
          03 CONC-DTCONC       PIC 9(08).
          03 CONC-EXBCHAVE.
             05 CONC-EXBCONTA  PIC 9(03).
             05 CONC-EXBDATA   PIC 9(08).
             05 CONC-EXBSEQ    PIC 9(04).
          03 CONC-OPERADOR     PIC X(10).
      *-----------------------------------------------------------------
       FD ARQPAR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPAR.DAT".
       01 REGPAR.
          03 PAR-ID            PIC X(08).
          03 PAR-VALOR         PIC 9(06)V99.
      *-----------------------------------------------------------------
       FD ARQEXTR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "EXTRATO.TXT".
       01 REGEXTR.
          03 EXTR-REGTIPO      PIC X(01).
          03 EXTR-DATA         PIC X(08).
          03 EXTR-SINAL        PIC X(01).
          03 EXTR-VALOR        PIC X(12).
          03 EXTR-DOC          PIC X(15).
          03 EXTR-HIST         PIC X(30).
          03 FILLER            PIC X(33).
       01 REGEXTR-CAB.
          03 FILLER            PIC X(01).
          03 EXTRC-BANCO       PIC X(03).
          03 EXTRC-AGENCIA     PIC X(04).
          03 EXTRC-NUMCONTA    PIC X(10).
          03 EXTRC-DTINI       PIC X(08).
          03 EXTRC-DTFIM       PIC X(08).
          03 FILLER            PIC X(66).
       01 REGEXTR-TRL.
          03 FILLER            PIC X(01).
          03 EXTRT-SALDO       PIC X(12).
          03 EXTRT-SINAL       PIC X(01).
          03 FILLER            PIC X(86).
      *-----------------------------------------------------------------
       FD RELCONC
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
       01 W-OPCAO       PIC X(01) VALUE SPACES.
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
       01 W-PAROK       PIC X(01) VALUE "N".
       01 W-CONTA       PIC 9(03) VALUE ZEROS.
       01 W-DESCR       PIC X(30) VALUE SPACES.
       01 W-TOLDIAS     PIC 9(02) VALUE ZEROS.
       01 W-DTHOJE      PIC 9(08) VALUE ZEROS.
       01 W-DTINI       PIC 9(08) VALUE ZEROS.
       01 W-DTFIM       PIC 9(08) VALUE ZEROS.
       01 W-DTMAX       PIC 9(08) VALUE ZEROS.
       01 W-DTLIN       PIC 9(08) VALUE ZEROS.
       01 W-VLLIN       PIC 9(10)V99 VALUE ZEROS.
       01 W-BANCO       PIC 9(03) VALUE ZEROS.
       01 W-NUMCONTA    PIC 9(10) VALUE ZEROS.
       01 W-TEMSALDO    PIC X(01) VALUE "N".
       01 W-SALDOEXT    PIC S9(10)V99 VALUE ZEROS.
       01 W-SALDOSIS    PIC S9(10)V99 VALUE ZEROS.
       01 W-DIFER       PIC S9(10)V99 VALUE ZEROS.
       01 W-PENDSIS     PIC S9(10)V99 VALUE ZEROS.
       01 W-PENDEXT     PIC S9(10)V99 VALUE ZEROS.
       01 W-VLCONC      PIC 9(10)V99 VALUE ZEROS.
       01 W-SINAL       PIC X(01) VALUE SPACES.
       01 W-ACHOU       PIC X(01) VALUE "N".
       01 W-DUP         PIC X(01) VALUE "N".
       01 W-PROXSEQ     PIC 9(04) VALUE ZEROS.
       01 W-QTDLID      PIC 9(06) VALUE ZEROS.
       01 W-QTDIMP      PIC 9(06) VALUE ZEROS.
       01 W-QTDDUP      PIC 9(06) VALUE ZEROS.
       01 W-QTDREJ      PIC 9(06) VALUE ZEROS.
       01 W-QTDCONC     PIC 9(06) VALUE ZEROS.
       01 W-QTDPSIS     PIC 9(06) VALUE ZEROS.
       01 W-QTDPEXT     PIC 9(06) VALUE ZEROS.
       01 W-CALFUNC     PIC X(01) VALUE SPACES.
       01 W-CALDT1      PIC 9(08) VALUE ZEROS.
       01 W-CALDT2      PIC 9(08) VALUE ZEROS.
       01 W-CALRES      PIC S9(06) VALUE ZEROS.
       01 W-NOMEREL     PIC X(30) VALUE SPACES.
       01 W-DTSPOOL     PIC 9(08) VALUE ZEROS.
       01 W-HRSPOOL     PIC 9(08) VALUE ZEROS.

      *-----------------------------------------------------------------
      *
      *************************
      * REPORT SECTION *
      *************************
      *
       01 REL-CAB1.
          03 FILLER       PIC X(32)
                          VALUE "CONCILIACAO BANCARIA - CONTA .: ".
          03 CABCONTA     PIC 9(03).
          03 FILLER       PIC X(02) VALUE SPACES.
          03 CABDESCR     PIC X(30).

       01 REL-CAB2.
          03 FILLER       PIC X(32)
                          VALUE "PERIODO DO EXTRATO ..........: ".
          03 CABDTINI     PIC 9(08).
          03 FILLER       PIC X(03) VALUE " A ".
          03 CABDTFIM     PIC 9(08).

       01 REL-SEC.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 SECTXT       PIC X(60) VALUE SPACES.

       01 REL-DET.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 DETDATA      PIC 9(08) VALUE ZEROS.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 DETDOC       PIC X(15) VALUE SPACES.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 DETSINAL     PIC X(01) VALUE SPACES.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 DETVALOR     PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 DETHIST      PIC X(30) VALUE SPACES.

       01 REL-TOT.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 TOTTXT       PIC X(35) VALUE SPACES.
          03 TOTVAL       PIC ZZ.ZZZ.ZZ9,99- VALUE ZEROS.

       SCREEN SECTION.
       01  TSCE087.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "           Conciliacao Bancaria - Extrat".
           05  LINE 02  COLUMN 41
               VALUE  "o x Baixas (EXTRATO.TXT)".
           05  LINE 04  COLUMN 03
               VALUE  "LAYOUT: 0=CABECALHO  1=LANCAMENTO  9=SAL".
           05  LINE 04  COLUMN 43
               VALUE  "DO FINAL DO EXTRATO".
           05  LINE 06  COLUMN 03
               VALUE  "Codigo da Conta ....:".
           05  TCONTA
               LINE 06  COLUMN 26  PIC 9(03)
               USING  W-CONTA
               HIGHLIGHT.
           05  LINE 08  COLUMN 03
               VALUE  "Descricao ..........:".
           05  TDESCR
               LINE 08  COLUMN 26  PIC X(30)
               USING  W-DESCR
               HIGHLIGHT.
           05  LINE 23  COLUMN 01
               VALUE  "  MENSAGEM :".

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       ABRE-CTA.
           OPEN INPUT ARQCTA
           IF ST-ERRO2 NOT = "00"
              MOVE "CADASTRO DE CONTAS NAO ENCONTRADO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.

       ABRE-TITMV.
           OPEN INPUT ARQTITMV
           IF ST-ERRO2 NOT = "00"
              MOVE "HISTORICO DE BAIXAS NAO DISPONIVEL" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQCTA
              GO TO ROT-FIM2.

       ABRE-TIT.
           OPEN INPUT ARQTIT.

       ABRE-EXB.
           OPEN I-O ARQEXB
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT ARQEXB
                 CLOSE ARQEXB
                 OPEN I-O ARQEXB
              ELSE
                 MOVE "ERRO NA ABERTURA DO EXTRATO BANCARIO" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

       ABRE-CONC.
           OPEN I-O ARQCONC
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT ARQCONC
                 CLOSE ARQCONC
                 OPEN I-O ARQCONC
              ELSE
                 MOVE "ERRO NA ABERTURA DO CONTROLE DE CONCILIACAO"
                    TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

       ABRE-PAR.
           OPEN INPUT ARQPAR
           IF ST-ERRO2 = "00"
              MOVE "S" TO W-PAROK
           ELSE
              MOVE "N" TO W-PAROK.
           MOVE ZEROS TO W-TOLDIAS
           IF W-PAROK = "S"
              MOVE "CONCDIAS" TO PAR-ID
              READ ARQPAR
              IF ST-ERRO2 = "00"
                 MOVE PAR-VALOR TO W-TOLDIAS.

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
              GO TO R1.
           DISPLAY (01, 01) ERASE
           DISPLAY (05, 10) "CODIGO DO OPERADOR: ".
           ACCEPT (05, 31) W-OPERADOR.
           IF W-OPERADOR = SPACES
              MOVE "CODIGO DO OPERADOR EM BRANCO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R-OPERADOR.

       R1.
           MOVE ZEROS TO W-CONTA
           MOVE SPACES TO W-DESCR
           ACCEPT W-DTHOJE FROM DATE YYYYMMDD
           DISPLAY TSCE087.

       R2.
           ACCEPT TCONTA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01 OR 02
              GO TO ROT-FIM.
           IF W-CONTA = ZEROS
              MOVE "CODIGO DA CONTA EM BRANCO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           MOVE W-CONTA TO CTA-CODIGO
           READ ARQCTA
           IF ST-ERRO2 NOT = "00"
              MOVE "*** CONTA NAO CADASTRADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           MOVE CTA-DESCR TO W-DESCR
           DISPLAY TDESCR
           IF CTA-TIPO NOT = "B"
              MOVE "*** CONTA INFORMADA NAO E BANCARIA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.

       R3.
           DISPLAY (21, 15) "PROCESSAR EXTRATO.TXT? S-SIM/N-NAO"
           ACCEPT (21, 52) DADOS
           DISPLAY (21, 01) LIMPA
           IF DADOS = "N" OR "n"
              GO TO R1.
           IF DADOS NOT = "S" AND "s"
              GO TO R3.

      *
      ******************************
      * IMPORTACAO DO EXTRATO      *
      ******************************
      *
       IMP-001.
           OPEN INPUT ARQEXTR
           IF ST-ERRO3 NOT = "00"
              MOVE "ARQUIVO EXTRATO.TXT NAO ENCONTRADO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE ZEROS TO W-QTDLID W-QTDIMP W-QTDDUP W-QTDREJ
           MOVE ZEROS TO W-DTINI W-DTFIM W-DTMAX W-SALDOEXT
           MOVE "N" TO W-TEMSALDO.

       IMP-RD.
           READ ARQEXTR NEXT
           IF ST-ERRO3 NOT = "00"
              GO TO IMP-FIM.
           MOVE "*** IMPORTANDO EXTRATO BANCARIO ***" TO MENS
           DISPLAY (23, 13) MENS
           IF EXTR-REGTIPO = "0"
              GO TO IMP-CAB.
           IF EXTR-REGTIPO = "9"
              GO TO IMP-TRL.
           IF EXTR-REGTIPO NOT = "1"
              GO TO IMP-RD.
           ADD 1 TO W-QTDLID
           IF EXTR-DATA NOT NUMERIC OR EXTR-VALOR NOT NUMERIC
              ADD 1 TO W-QTDREJ
              GO TO IMP-RD.
           IF EXTR-SINAL NOT = "C" AND "D"
              ADD 1 TO W-QTDREJ
              GO TO IMP-RD.
           MOVE EXTR-DATA TO W-DTLIN
           MOVE EXTR-VALOR TO W-VLLIN (1:12)
           IF W-VLLIN = ZEROS
              ADD 1 TO W-QTDREJ
              GO TO IMP-RD.
           PERFORM IMP-DUP THRU IMP-DUP-FIM
           IF W-DUP = "S"
              ADD 1 TO W-QTDDUP
              GO TO IMP-RD.
           MOVE W-CONTA    TO EXB-CONTA
           MOVE W-DTLIN    TO EXB-DATA
           MOVE W-PROXSEQ  TO EXB-SEQ
           MOVE EXTR-SINAL TO EXB-SINAL
           MOVE W-VLLIN    TO EXB-VALOR
           MOVE EXTR-DOC   TO EXB-DOC
           MOVE EXTR-HIST  TO EXB-HIST
           MOVE "P"        TO EXB-STATUS
           MOVE ZEROS      TO EXB-TMVCHAVE
           MOVE W-DTHOJE   TO EXB-DTIMP
           MOVE ZEROS      TO EXB-DTCONC
           WRITE REGEXB
           IF ST-ERRO NOT = "00"
              ADD 1 TO W-QTDREJ
              GO TO IMP-RD.
           ADD 1 TO W-QTDIMP
           IF W-DTLIN > W-DTMAX
              MOVE W-DTLIN TO W-DTMAX.
           GO TO IMP-RD.

       IMP-CAB.
           IF EXTRC-BANCO NUMERIC AND CTA-BANCO NOT = ZEROS
              MOVE EXTRC-BANCO TO W-BANCO
              IF W-BANCO NOT = CTA-BANCO
                 GO TO IMP-OUTRA.
           IF EXTRC-NUMCONTA NUMERIC AND CTA-NUMCONTA NOT = ZEROS
              MOVE EXTRC-NUMCONTA TO W-NUMCONTA
              IF W-NUMCONTA NOT = CTA-NUMCONTA
                 GO TO IMP-OUTRA.
           IF EXTRC-DTINI NUMERIC
              MOVE EXTRC-DTINI TO W-DTINI.
           IF EXTRC-DTFIM NUMERIC
              MOVE EXTRC-DTFIM TO W-DTFIM.
           GO TO IMP-RD.

       IMP-OUTRA.
           CLOSE ARQEXTR
           MOVE "EXTRATO PERTENCE A OUTRA CONTA BANCARIA" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.

       IMP-TRL.
           IF EXTRT-SALDO NOT NUMERIC
              GO TO IMP-RD.
           MOVE ZEROS TO W-VLLIN
           MOVE EXTRT-SALDO TO W-VLLIN (1:12)
           MOVE W-VLLIN TO W-SALDOEXT
           IF EXTRT-SINAL = "D" OR "-"
              COMPUTE W-SALDOEXT = W-SALDOEXT * -1.
           MOVE "S" TO W-TEMSALDO
           GO TO IMP-RD.

       IMP-DUP.
           MOVE "N" TO W-DUP
           MOVE 1 TO W-PROXSEQ
           MOVE W-CONTA TO EXB-CONTA
           MOVE W-DTLIN TO EXB-DATA
           MOVE ZEROS   TO EXB-SEQ
           START ARQEXB KEY IS NOT LESS EXB-CHAVE INVALID KEY
                 GO TO IMP-DUP-FIM.
       IMP-DUP-RD.
           READ ARQEXB NEXT
           IF ST-ERRO NOT = "00"
              GO TO IMP-DUP-FIM.
           IF EXB-CONTA NOT = W-CONTA OR EXB-DATA NOT = W-DTLIN
              GO TO IMP-DUP-FIM.
           COMPUTE W-PROXSEQ = EXB-SEQ + 1
           IF EXB-SINAL = EXTR-SINAL AND EXB-VALOR = W-VLLIN
                 AND EXB-DOC = EXTR-DOC
              MOVE "S" TO W-DUP
              GO TO IMP-DUP-FIM.
           GO TO IMP-DUP-RD.
       IMP-DUP-FIM.
           EXIT.

       IMP-FIM.
           CLOSE ARQEXTR
           IF W-DTFIM = ZEROS
              MOVE W-DTMAX TO W-DTFIM.
           IF W-DTFIM = ZEROS
              MOVE "EXTRATO SEM LANCAMENTOS VALIDOS" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.

      *
      ******************************
      * CONCILIACAO AUTOMATICA     *
      ******************************
      *
       CONC-001.
           ACCEPT W-DTSPOOL FROM DATE YYYYMMDD
           ACCEPT W-HRSPOOL FROM TIME
           MOVE SPACES TO W-NOMEREL
           STRING "CONCBCO" W-DTSPOOL W-HRSPOOL (1:6) ".LST"
                  DELIMITED BY SIZE INTO W-NOMEREL
           OPEN OUTPUT RELCONC
           IF ST-ERRO3 NOT = "00"
              MOVE "ERRO NA ABERTURA DO RELATORIO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE CTA-CODIGO TO CABCONTA
           MOVE CTA-DESCR  TO CABDESCR
           WRITE LINHA-REL FROM REL-CAB1
           MOVE W-DTINI TO CABDTINI
           MOVE W-DTFIM TO CABDTFIM
           WRITE LINHA-REL FROM REL-CAB2
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE "LANCAMENTOS CONCILIADOS NESTE PROCESSAMENTO" TO SECTXT
           WRITE LINHA-REL FROM REL-SEC
           MOVE ZEROS TO W-QTDCONC W-VLCONC
           MOVE ZEROS TO TMV-CHAVE
           START ARQTITMV KEY IS NOT LESS TMV-CHAVE INVALID KEY
                 GO TO PSIS-001.

       CONC-RD.
           READ ARQTITMV NEXT
           IF ST-ERRO2 NOT = "00"
              GO TO PSIS-001.
           MOVE "*** CONCILIANDO EXTRATO X BAIXAS ***" TO MENS
           DISPLAY (23, 13) MENS
           IF TMV-CONTA NOT = W-CONTA
              GO TO CONC-RD.
           IF TMV-DTPAGTO > W-DTFIM
              GO TO CONC-RD.
           MOVE TMV-CHAVE TO CONC-CHAVE
           READ ARQCONC
           IF ST-ERRO = "00"
              GO TO CONC-RD.
           PERFORM ROT-SENTIDO THRU ROT-SENTIDO-FIM
           PERFORM CONC-BUSCA THRU CONC-BUSCA-FIM
           IF W-ACHOU NOT = "S"
              GO TO CONC-RD.
           MOVE "C"       TO EXB-STATUS
           MOVE TMV-CHAVE TO EXB-TMVCHAVE
           MOVE W-DTHOJE  TO EXB-DTCONC
           REWRITE REGEXB
           MOVE TMV-CHAVE  TO CONC-CHAVE
           MOVE W-CONTA    TO CONC-CONTA
           MOVE W-DTHOJE   TO CONC-DTCONC
           MOVE EXB-CHAVE  TO CONC-EXBCHAVE
           MOVE W-OPERADOR TO CONC-OPERADOR
           WRITE REGCONC
           IF ST-ERRO NOT = "00"
              REWRITE REGCONC.
           MOVE TMV-DTPAGTO TO DETDATA
           MOVE SPACES TO DETDOC
           STRING TMV-NUMPED "-" TMV-TIPEDIDO "/" TMV-PARCELA
                  DELIMITED BY SIZE INTO DETDOC
           MOVE W-SINAL   TO DETSINAL
           MOVE TMV-VALOR TO DETVALOR
           MOVE SPACES TO DETHIST
           STRING "EXTRATO " EXB-DATA " " EXB-DOC
                  DELIMITED BY SIZE INTO DETHIST
           WRITE LINHA-REL FROM REL-DET
           ADD 1 TO W-QTDCONC
           ADD TMV-VALOR TO W-VLCONC
           GO TO CONC-RD.

       CONC-BUSCA.
           MOVE "N" TO W-ACHOU
           MOVE W-CONTA     TO EXB-CONTA
           MOVE TMV-DTPAGTO TO EXB-DATA
           MOVE ZEROS       TO EXB-SEQ
           START ARQEXB KEY IS NOT LESS EXB-CHAVE INVALID KEY
                 GO TO CONC-BUSCA-FIM.
       CONC-BUSCA-RD.
           READ ARQEXB NEXT
           IF ST-ERRO NOT = "00"
              GO TO CONC-BUSCA-FIM.
           IF EXB-CONTA NOT = W-CONTA OR EXB-DATA > W-DTFIM
              GO TO CONC-BUSCA-FIM.
           IF EXB-DATA > TMV-DTPAGTO
              IF W-TOLDIAS = ZEROS
                 GO TO CONC-BUSCA-FIM
              ELSE
                 MOVE "U" TO W-CALFUNC
                 MOVE TMV-DTPAGTO TO W-CALDT1
                 MOVE EXB-DATA    TO W-CALDT2
                 CALL "SCE053" USING W-CALFUNC W-CALDT1 W-CALDT2
                                     W-CALRES
                 IF W-CALRES > W-TOLDIAS
                    GO TO CONC-BUSCA-FIM.
           IF EXB-STATUS NOT = "P"
              GO TO CONC-BUSCA-RD.
           IF EXB-SINAL NOT = W-SINAL OR EXB-VALOR NOT = TMV-VALOR
              GO TO CONC-BUSCA-RD.
           MOVE "S" TO W-ACHOU.
       CONC-BUSCA-FIM.
           EXIT.

      *
      ******************************************
      * BAIXAS DO SISTEMA FORA DO EXTRATO      *
      ******************************************
      *
       PSIS-001.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE "BAIXAS DO SISTEMA SEM CORRESPONDENCIA NO EXTRATO"
              TO SECTXT
           WRITE LINHA-REL FROM REL-SEC
           MOVE CTA-SALDOINI TO W-SALDOSIS
           MOVE ZEROS TO W-QTDPSIS W-PENDSIS
           MOVE ZEROS TO TMV-CHAVE
           START ARQTITMV KEY IS NOT LESS TMV-CHAVE INVALID KEY
                 GO TO PEXT-001.

       PSIS-RD.
           READ ARQTITMV NEXT
           IF ST-ERRO2 NOT = "00"
              GO TO PEXT-001.
           IF TMV-CONTA NOT = W-CONTA
              GO TO PSIS-RD.
           IF TMV-DTPAGTO > W-DTFIM
              GO TO PSIS-RD.
           PERFORM ROT-SENTIDO THRU ROT-SENTIDO-FIM
           IF W-SINAL = "D"
              SUBTRACT TMV-VALOR FROM W-SALDOSIS
           ELSE
              ADD TMV-VALOR TO W-SALDOSIS.
           MOVE TMV-CHAVE TO CONC-CHAVE
           READ ARQCONC
           IF ST-ERRO = "00"
              GO TO PSIS-RD.
           MOVE TMV-DTPAGTO TO DETDATA
           MOVE SPACES TO DETDOC
           STRING TMV-NUMPED "-" TMV-TIPEDIDO "/" TMV-PARCELA
                  DELIMITED BY SIZE INTO DETDOC
           MOVE W-SINAL   TO DETSINAL
           MOVE TMV-VALOR TO DETVALOR
           MOVE SPACES TO DETHIST
           STRING "BAIXA " TMV-FORMA " OPERADOR " TMV-OPERADOR
                  DELIMITED BY SIZE INTO DETHIST
           WRITE LINHA-REL FROM REL-DET
           ADD 1 TO W-QTDPSIS
           IF W-SINAL = "D"
              SUBTRACT TMV-VALOR FROM W-PENDSIS
           ELSE
              ADD TMV-VALOR TO W-PENDSIS.
           GO TO PSIS-RD.

      *
      ******************************************
      * LINHAS DO EXTRATO FORA DO SISTEMA      *
      ******************************************
      *
       PEXT-001.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE "LANCAMENTOS DO EXTRATO SEM CORRESPONDENCIA NO SISTEMA"
              TO SECTXT
           WRITE LINHA-REL FROM REL-SEC
           MOVE ZEROS TO W-QTDPEXT W-PENDEXT
           MOVE W-CONTA TO EXB-CONTA
           MOVE ZEROS   TO EXB-DATA EXB-SEQ
           START ARQEXB KEY IS NOT LESS EXB-CHAVE INVALID KEY
                 GO TO REL-FIM.

       PEXT-RD.
           READ ARQEXB NEXT
           IF ST-ERRO NOT = "00"
              GO TO REL-FIM.
           IF EXB-CONTA NOT = W-CONTA OR EXB-DATA > W-DTFIM
              GO TO REL-FIM.
           IF EXB-STATUS NOT = "P"
              GO TO PEXT-RD.
           MOVE EXB-DATA  TO DETDATA
           MOVE EXB-DOC   TO DETDOC
           MOVE EXB-SINAL TO DETSINAL
           MOVE EXB-VALOR TO DETVALOR
           MOVE EXB-HIST  TO DETHIST
           WRITE LINHA-REL FROM REL-DET
           ADD 1 TO W-QTDPEXT
           IF EXB-SINAL = "D"
              SUBTRACT EXB-VALOR FROM W-PENDEXT
           ELSE
              ADD EXB-VALOR TO W-PENDEXT.
           GO TO PEXT-RD.

       REL-FIM.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE "TOTAL CONCILIADO NO PROCESSAMENTO:" TO TOTTXT
           MOVE W-VLCONC TO TOTVAL
           WRITE LINHA-REL FROM REL-TOT
           IF W-TEMSALDO = "S"
              MOVE "SALDO FINAL DO EXTRATO ...........:" TO TOTTXT
           ELSE
              MOVE "SALDO DO EXTRATO (NAO INFORMADO) .:" TO TOTTXT.
           MOVE W-SALDOEXT TO TOTVAL
           WRITE LINHA-REL FROM REL-TOT
           MOVE "SALDO DO SISTEMA NA DATA FINAL ...:" TO TOTTXT
           MOVE W-SALDOSIS TO TOTVAL
           WRITE LINHA-REL FROM REL-TOT
           COMPUTE W-DIFER = W-SALDOEXT - W-SALDOSIS
           MOVE "DIFERENCA EXTRATO - SISTEMA ......:" TO TOTTXT
           MOVE W-DIFER TO TOTVAL
           WRITE LINHA-REL FROM REL-TOT
           MOVE "(-) PENDENCIAS DO SISTEMA ........:" TO TOTTXT
           MOVE W-PENDSIS TO TOTVAL
           WRITE LINHA-REL FROM REL-TOT
           MOVE "(+) PENDENCIAS DO EXTRATO ........:" TO TOTTXT
           MOVE W-PENDEXT TO TOTVAL
           WRITE LINHA-REL FROM REL-TOT
           COMPUTE W-DIFER = W-SALDOEXT -
              (W-SALDOSIS - W-PENDSIS + W-PENDEXT)
           MOVE "DIFERENCA NAO EXPLICADA ..........:" TO TOTTXT
           MOVE W-DIFER TO TOTVAL
           WRITE LINHA-REL FROM REL-TOT
           CLOSE RELCONC
           PERFORM GRAVA-SPOOL THRU GRAVA-SPOOL-FIM
           MOVE "CONC-BCO" TO LOG-OPERACAO
           MOVE SPACES TO LOG-CHAVEREG
           STRING W-CONTA "-" W-DTFIM "-" W-QTDCONC
                  DELIMITED BY SIZE INTO LOG-CHAVEREG
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM
           DISPLAY (23, 13) LIMPA
           DISPLAY (11, 03) "LINHAS LIDAS DO EXTRATO ..: "
           DISPLAY (11, 31) W-QTDLID
           DISPLAY (12, 03) "IMPORTADAS / JA EXISTENTES: "
           DISPLAY (12, 31) W-QTDIMP
           DISPLAY (12, 39) W-QTDDUP
           DISPLAY (13, 03) "REJEITADAS ...............: "
           DISPLAY (13, 31) W-QTDREJ
           DISPLAY (14, 03) "CONCILIADAS AGORA ........: "
           DISPLAY (14, 31) W-QTDCONC
           DISPLAY (15, 03) "PENDENTES SISTEMA/EXTRATO : "
           DISPLAY (15, 31) W-QTDPSIS
           DISPLAY (15, 39) W-QTDPEXT
           MOVE "*** CONCILIACAO GERADA NO SPOOL ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.

       ROT-SENTIDO.
           MOVE "C" TO W-SINAL
           MOVE TMV-NUMPED   TO TIT-NUMPED
           MOVE TMV-TIPEDIDO TO TIT-TIPEDIDO
           MOVE TMV-PARCELA  TO TIT-PARCELA
           READ ARQTIT
           IF ST-ERRO2 = "00"
              IF TIT-TIPO = "P"
                 MOVE "D" TO W-SINAL.
       ROT-SENTIDO-FIM.
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
           MOVE "CONCBCO" TO SPL-RELATORIO
           MOVE W-NOMEREL TO SPL-ARQUIVO
           MOVE W-OPERADOR TO SPL-OPERADOR
           COMPUTE SPL-QTDREG = W-QTDCONC + W-QTDPSIS + W-QTDPEXT.
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
           MOVE "SCE087" TO LOG-PROGRAMA.
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
           CLOSE ARQCTA ARQTITMV ARQTIT ARQEXB ARQCONC ARQLOG.
           IF W-PAROK = "S"
              CLOSE ARQPAR.
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
