       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCE105.
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
                    RECORD KEY   IS ORD-NUMERO
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQPRO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO
                    FILE STATUS  IS ST-ERRO2
                    ALTERNATE RECORD KEY IS DESCRICAO
                                   WITH DUPLICATES.

           SELECT RELORD ASSIGN TO W-NOMEREL
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
       FD RELORD
               LABEL RECORD IS STANDARD.
       01 LINHA-REL      PIC X(132).
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
       01 ST-ERRO5      PIC X(02) VALUE "00".
       01 MENS          PIC X(50) VALUE SPACES.
       01 LIMPA         PIC X(55) VALUE SPACES.
       01 DADOS         PIC X(01) VALUE SPACES.
       01 W-PROOK       PIC X(01) VALUE "N".
       01 W-STSEL       PIC X(01) VALUE "T".
       01 W-DTINI       PIC 9(08) VALUE ZEROS.
       01 W-DTFIM       PIC 9(08) VALUE ZEROS.
       01 W-DTHOJE      PIC 9(08) VALUE ZEROS.
       01 W-QTDABER     PIC 9(06) VALUE ZEROS.
       01 W-QTDFECH     PIC 9(06) VALUE ZEROS.
       01 W-TOTBOA      PIC 9(08) VALUE ZEROS.
       01 W-TOTPERDA    PIC 9(08) VALUE ZEROS.
       01 W-TOTCOMP     PIC 9(10)V99 VALUE ZEROS.
       01 W-TOTMOBRA    PIC 9(10)V99 VALUE ZEROS.
       01 W-QTDSPOOL    PIC 9(06) VALUE ZEROS.
       01 W-NOMEREL     PIC X(30) VALUE SPACES.
       01 W-DTSPOOL     PIC 9(08) VALUE ZEROS.
       01 W-HRSPOOL     PIC 9(08) VALUE ZEROS.
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
       01 REL-CAB1.
          03 FILLER       PIC X(40)
             VALUE "ORDENS DE MONTAGEM/DESMONTAGEM - EMISSAO".
          03 FILLER       PIC X(02) VALUE ": ".
          03 CABDATA      PIC 99/99/9999.
          03 FILLER       PIC X(12) VALUE "  SITUACAO: ".
          03 CABSTAT      PIC X(11).

       01 REL-CAB2.
          03 FILLER       PIC X(38)
             VALUE " ORDEM  T KIT    DESCRICAO            ".
          03 FILLER       PIC X(34)
             VALUE "   QTD    BOA  PERDA   COMPONENTES".
          03 FILLER       PIC X(27)
             VALUE "   MAO DE OBRA  CUSTO UNIT.".
          03 FILLER       PIC X(24)
             VALUE " S ABERTURA   FECHAMENTO".

       01 REL-DET.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 DETORD       PIC 9(06) VALUE ZEROS.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 DETTIPO      PIC X(01) VALUE SPACES.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 DETKIT       PIC 9(06) VALUE ZEROS.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 DETDESC      PIC X(20) VALUE SPACES.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 DETQTD       PIC ZZZZZ9 VALUE ZEROS.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 DETBOA       PIC ZZZZZ9 VALUE ZEROS.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 DETPERDA     PIC ZZZZZ9 VALUE ZEROS.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 DETVLCOMP    PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 DETMOBRA     PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 DETCUSUNIT   PIC ZZZ.ZZ9,9999 VALUE ZEROS.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 DETSTATUS    PIC X(01) VALUE SPACES.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 DETDTABER    PIC 99/99/9999 VALUE ZEROS.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 DETDTFECH    PIC 99/99/9999 VALUE ZEROS.

       01 REL-TOT.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 TOTTXT       PIC X(35) VALUE SPACES.
          03 TOTVAL       PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       SCREEN SECTION.
       01  TSCE105.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "           Relatorio de Ordens de Montag".
           05  LINE 02  COLUMN 41
               VALUE  "em / Desmontagem".
           05  LINE 05  COLUMN 03
               VALUE  "Situacao (A=ABERTAS F=FINALIZADAS T=TODAS):".
           05  TSTSEL
               LINE 05  COLUMN 48  PIC X(01)
               USING  W-STSEL
               HIGHLIGHT.
           05  LINE 07  COLUMN 03
               VALUE  "Abertura de (AAAAMMDD) .:".
           05  TDTINI
               LINE 07  COLUMN 30  PIC 9(08)
               USING  W-DTINI
               HIGHLIGHT.
           05  LINE 08  COLUMN 03
               VALUE  "Abertura ate (AAAAMMDD) :".
           05  TDTFIM
               LINE 08  COLUMN 30  PIC 9(08)
               USING  W-DTFIM
               HIGHLIGHT.
           05  LINE 23  COLUMN 01
               VALUE  "  MENSAGEM :".

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       ABRE-ORD.
           DISPLAY TSCE105
           OPEN INPUT ARQORD
           IF ST-ERRO NOT = "00"
              MOVE "NENHUMA ORDEM DE MONTAGEM REGISTRADA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.

       ABRE-PRO.
           OPEN INPUT ARQPRO
           IF ST-ERRO2 = "00"
              MOVE "S" TO W-PROOK
           ELSE
              MOVE "N" TO W-PROOK.

       R1.
           ACCEPT TSTSEL
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01 OR 02
              GO TO ROT-FIM.
           IF W-STSEL = "a"
              MOVE "A" TO W-STSEL.
           IF W-STSEL = "f"
              MOVE "F" TO W-STSEL.
           IF W-STSEL = "t" OR W-STSEL = SPACES
              MOVE "T" TO W-STSEL.
           DISPLAY TSTSEL
           IF W-STSEL NOT = "A" AND W-STSEL NOT = "F"
                                AND W-STSEL NOT = "T"
              MOVE "SITUACAO DEVE SER A, F OU T" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.

       R2.
           ACCEPT TDTINI
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R1.

       R3.
           ACCEPT TDTFIM
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R2.
           IF W-DTFIM NOT = ZEROS AND W-DTFIM < W-DTINI
              MOVE "DATA FIM MENOR QUE A DATA DE INICIO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
           IF W-DTFIM = ZEROS
              MOVE 99999999 TO W-DTFIM.

       ABRE-REL.
           ACCEPT W-DTHOJE FROM DATE YYYYMMDD
           ACCEPT W-DTSPOOL FROM DATE YYYYMMDD
           ACCEPT W-HRSPOOL FROM TIME
           MOVE SPACES TO W-NOMEREL
           STRING "ORDMONT" W-DTSPOOL W-HRSPOOL (1:6) ".LST"
                  DELIMITED BY SIZE INTO W-NOMEREL
           OPEN OUTPUT RELORD
           IF ST-ERRO3 NOT = "00"
              MOVE "ERRO NA ABERTURA DO RELATORIO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.

       ORD-CAB.
           MOVE ZEROS TO W-QTDABER W-QTDFECH W-TOTBOA W-TOTPERDA
                         W-TOTCOMP W-TOTMOBRA W-QTDSPOOL
           MOVE W-DTHOJE TO W-DTTRAB
           PERFORM ROT-DTEXIBE THRU ROT-DTEXIBE-FIM
           MOVE W-DTEXIBE TO CABDATA
           IF W-STSEL = "A"
              MOVE "ABERTAS" TO CABSTAT.
           IF W-STSEL = "F"
              MOVE "FINALIZADAS" TO CABSTAT.
           IF W-STSEL = "T"
              MOVE "TODAS" TO CABSTAT.
           WRITE LINHA-REL FROM REL-CAB1
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           WRITE LINHA-REL FROM REL-CAB2
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE ZEROS TO ORD-NUMERO
           START ARQORD KEY IS NOT LESS ORD-NUMERO INVALID KEY
                 GO TO ORD-TOTAL.

       ORD-RD.
           READ ARQORD NEXT
           IF ST-ERRO NOT = "00"
              GO TO ORD-TOTAL.
           MOVE "*** LISTANDO ORDENS DE MONTAGEM ***" TO MENS
           DISPLAY (23, 13) MENS
           IF W-STSEL NOT = "T" AND ORD-STATUS NOT = W-STSEL
              GO TO ORD-RD.
           IF ORD-DTABER < W-DTINI OR ORD-DTABER > W-DTFIM
              GO TO ORD-RD.
           MOVE ORD-NUMERO   TO DETORD
           MOVE ORD-TIPO     TO DETTIPO
           MOVE ORD-KITPAI   TO DETKIT
           MOVE SPACES TO DETDESC
           IF W-PROOK = "S"
              MOVE ORD-KITPAI TO CODIGO
              READ ARQPRO
              IF ST-ERRO2 = "00"
                 MOVE DESCRICAO TO DETDESC.
           MOVE ORD-QTD      TO DETQTD
           MOVE ORD-QTDBOA   TO DETBOA
           MOVE ORD-QTDPERDA TO DETPERDA
           MOVE ORD-VLCOMP   TO DETVLCOMP
           MOVE ORD-VLMOBRA  TO DETMOBRA
           MOVE ORD-CUSUNIT  TO DETCUSUNIT
           MOVE ORD-STATUS   TO DETSTATUS
           MOVE ORD-DTABER   TO W-DTTRAB
           PERFORM ROT-DTEXIBE THRU ROT-DTEXIBE-FIM
           MOVE W-DTEXIBE    TO DETDTABER
           MOVE ZEROS        TO DETDTFECH
           IF ORD-DTFECH NOT = ZEROS
              MOVE ORD-DTFECH TO W-DTTRAB
              PERFORM ROT-DTEXIBE THRU ROT-DTEXIBE-FIM
              MOVE W-DTEXIBE TO DETDTFECH.
           WRITE LINHA-REL FROM REL-DET
           ADD 1 TO W-QTDSPOOL
           IF ORD-STATUS = "A"
              ADD 1 TO W-QTDABER
           ELSE
              ADD 1 TO W-QTDFECH.
           ADD ORD-QTDBOA   TO W-TOTBOA
           ADD ORD-QTDPERDA TO W-TOTPERDA
           ADD ORD-VLCOMP   TO W-TOTCOMP
           ADD ORD-VLMOBRA  TO W-TOTMOBRA
           GO TO ORD-RD.

       ORD-TOTAL.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE "ORDENS EM ABERTO .................:" TO TOTTXT
           MOVE W-QTDABER TO TOTVAL
           WRITE LINHA-REL FROM REL-TOT
           MOVE "ORDENS FINALIZADAS ...............:" TO TOTTXT
           MOVE W-QTDFECH TO TOTVAL
           WRITE LINHA-REL FROM REL-TOT
           MOVE "QUANTIDADE BOA PRODUZIDA .........:" TO TOTTXT
           MOVE W-TOTBOA TO TOTVAL
           WRITE LINHA-REL FROM REL-TOT
           MOVE "QUANTIDADE PERDIDA (REFUGO) ......:" TO TOTTXT
           MOVE W-TOTPERDA TO TOTVAL
           WRITE LINHA-REL FROM REL-TOT
           MOVE "VALOR DE COMPONENTES .............:" TO TOTTXT
           MOVE W-TOTCOMP TO TOTVAL
           WRITE LINHA-REL FROM REL-TOT
           MOVE "VALOR DE MAO DE OBRA .............:" TO TOTTXT
           MOVE W-TOTMOBRA TO TOTVAL
           WRITE LINHA-REL FROM REL-TOT
           CLOSE RELORD
           PERFORM GRAVA-SPOOL THRU GRAVA-SPOOL-FIM
           DISPLAY (11, 03) "ORDENS EM ABERTO .: "
           DISPLAY (11, 24) W-QTDABER
           DISPLAY (12, 03) "ORDENS FINALIZADAS: "
           DISPLAY (12, 24) W-QTDFECH
           DISPLAY (13, 03) "RELATORIO GRAVADO EM: "
           DISPLAY (13, 25) W-NOMEREL
           MOVE "*** RELACAO GERADA NO SPOOL ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.

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
           MOVE "ORDMONT" TO SPL-RELATORIO
           MOVE W-NOMEREL TO SPL-ARQUIVO
           IF W-USUARIO NOT = SPACES AND
              W-USUARIO NOT = LOW-VALUES
              MOVE W-USUARIO TO SPL-OPERADOR
           ELSE
              MOVE SPACES TO SPL-OPERADOR.
           MOVE W-QTDSPOOL TO SPL-QTDREG.
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
           CLOSE ARQORD.
           IF W-PROOK = "S"
              CLOSE ARQPRO.
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
