       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCE128.
      *AUTHOR. Kauan Paulino Farias.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQQUA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS QUA-CHAVE
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQFOR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FOR-CPFCNPJ
                    FILE STATUS  IS ST-ERRO2.

           SELECT RELQUA ASSIGN TO W-NOMEREL
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
       FD ARQQUA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQQUA.DAT".
       01 REGQUA.
          03 QUA-CHAVE.
             05 QUA-NUMPED     PIC 9(06).
             05 QUA-ITSEQ      PIC 9(03).
             05 QUA-SEQ        PIC 9(03).
          03 QUA-CODPROD       PIC 9(06).
          03 QUA-FORNEC        PIC 9(14).
          03 QUA-DTREC         PIC 9(08).
          03 QUA-QTD           PIC 9(06).
          03 QUA-LOCQUA        PIC 9(02).
          03 QUA-LOCDEST       PIC 9(02).
          03 QUA-CUSTOUN       PIC 9(06)V9(04).
          03 QUA-LOTE          PIC X(10).
          03 QUA-VALIDADE      PIC 9(08).
          03 QUA-STATUS        PIC X(01).
          03 QUA-QTDAPR        PIC 9(06).
          03 QUA-QTDREJ        PIC 9(06).
          03 QUA-DEFEITO       PIC X(02).
          03 QUA-INSPETOR      PIC X(10).
          03 QUA-DTINSP        PIC 9(08).
          03 QUA-QTDDEV        PIC 9(06).
          03 QUA-OPERADOR      PIC X(10).
      *-----------------------------------------------------------------
       FD ARQFOR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFOR.DAT".
       01 REGFOR.
          03 FOR-CPFCNPJ     PIC 9(14).
          03 FOR-RAZAO       PIC X(30).
          03 FOR-APELIDO     PIC X(30).
          03 FOR-CEP         PIC 9(8).
          03 FOR-NUMERO      PIC 9(05).
          03 FOR-COMP        PIC X(10).
          03 FOR-TEL         PIC 9(11).
          03 FOR-EMAIL       PIC X(30).
          03 FOR-TEL2        PIC 9(11).
      *-----------------------------------------------------------------
       FD RELQUA
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
       01 ST-ERRO5      PIC X(02) VALUE "00".
       01 MENS          PIC X(50) VALUE SPACES.
       01 LIMPA         PIC X(55) VALUE SPACES.
       01 W-FOROK       PIC X(01) VALUE "N".
       01 W-MESANO.
          03 W-MES      PIC 9(02) VALUE ZEROS.
          03 W-ANO      PIC 9(04) VALUE ZEROS.
       01 W-DTINI       PIC 9(08) VALUE ZEROS.
       01 W-DTFIM       PIC 9(08) VALUE ZEROS.
       01 W-DTHOJE      PIC 9(08) VALUE ZEROS.
       01 W-QTDFORN     PIC 9(03) VALUE ZEROS.
       01 W-FX          PIC 9(03) COMP VALUE ZEROS.
       01 W-FY          PIC 9(03) COMP VALUE ZEROS.
       01 W-TROCOU      PIC X(01) VALUE "N".
       01 W-FORNTAB.
          03 W-FORN OCCURS 50 TIMES.
             05 W-FCPF       PIC 9(14).
             05 W-FQTDINSP   PIC 9(06).
             05 W-FQTDREC    PIC 9(10).
             05 W-FQTDAPR    PIC 9(10).
             05 W-FQTDREJ    PIC 9(10).
             05 W-FTAXA      PIC 9(03)V99.
       01 W-TMPFORN     PIC X(55) VALUE SPACES.
       01 W-TOTINSP     PIC 9(06) VALUE ZEROS.
       01 W-TOTREC      PIC 9(10) VALUE ZEROS.
       01 W-TOTAPR      PIC 9(10) VALUE ZEROS.
       01 W-TOTREJ      PIC 9(10) VALUE ZEROS.
       01 W-TOTTAXA     PIC 9(03)V99 VALUE ZEROS.
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
          03 FILLER       PIC X(46)
             VALUE "QUALIDADE DE FORNECEDORES - INSPECAO NO MES ".
          03 CABMES       PIC 9(02).
          03 FILLER       PIC X(01) VALUE "/".
          03 CABANO       PIC 9(04).

       01 REL-CAB2.
          03 FILLER       PIC X(16) VALUE "  CNPJ          ".
          03 FILLER       PIC X(27) VALUE "FORNECEDOR".
          03 FILLER       PIC X(08) VALUE "INSPEC. ".
          03 FILLER       PIC X(11) VALUE "QTD.INSP.  ".
          03 FILLER       PIC X(11) VALUE "APROVADA   ".
          03 FILLER       PIC X(11) VALUE "REJEITADA  ".
          03 FILLER       PIC X(08) VALUE "REJEI.%".

       01 REL-DET.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 DETCPF       PIC 9(14) VALUE ZEROS.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 DETRAZAO     PIC X(25) VALUE SPACES.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 DETINSP      PIC ZZZZZ9 VALUE ZEROS.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 DETREC       PIC ZZZZZZZZZ9 VALUE ZEROS.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 DETAPR       PIC ZZZZZZZZZ9 VALUE ZEROS.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 DETREJ       PIC ZZZZZZZZZ9 VALUE ZEROS.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 DETTAXA      PIC ZZ9,99 VALUE ZEROS.

       SCREEN SECTION.
       01  TSCE128.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "       Qualidade de Fornecedores - Taxa ".
           05  LINE 02  COLUMN 41
               VALUE  "de Rejeicao na Inspecao".
           05  LINE 23  COLUMN 01
               VALUE  "  MENSAGEM :".

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       ABRE-QUA.
           DISPLAY TSCE128
           OPEN INPUT ARQQUA
           IF ST-ERRO NOT = "00"
              MOVE "*** NENHUMA INSPECAO REGISTRADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.

       ABRE-FOR.
           OPEN INPUT ARQFOR
           IF ST-ERRO2 = "00"
              MOVE "S" TO W-FOROK
           ELSE
              MOVE "N" TO W-FOROK.

       R1.
           ACCEPT W-DTHOJE FROM DATE YYYYMMDD
           MOVE W-DTHOJE (5:2) TO W-MES
           MOVE W-DTHOJE (1:4) TO W-ANO
           DISPLAY (05, 03) "MES/ANO DA INSPECAO (MMAAAA): ".
           ACCEPT (05, 34) W-MESANO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01 OR 02
              GO TO ROT-FIM.
           IF W-MES < 01 OR W-MES > 12 OR W-ANO = ZEROS
              MOVE "MES/ANO INVALIDO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           COMPUTE W-DTINI = W-ANO * 10000 + W-MES * 100 + 1
           COMPUTE W-DTFIM = W-ANO * 10000 + W-MES * 100 + 31.

       ACU-INI.
           MOVE ZEROS TO W-QTDFORN
           MOVE ZEROS TO QUA-CHAVE
           START ARQQUA KEY IS NOT LESS QUA-CHAVE INVALID KEY
                 GO TO REL-INI.

       ACU-RD.
           READ ARQQUA NEXT
           IF ST-ERRO NOT = "00"
              GO TO REL-INI.
           MOVE "*** ACUMULANDO INSPECOES DO MES ***" TO MENS
           DISPLAY (23, 13) MENS
           IF QUA-STATUS = "Q"
              GO TO ACU-RD.
           IF QUA-DTINSP < W-DTINI OR QUA-DTINSP > W-DTFIM
              GO TO ACU-RD.
           PERFORM BUSCA-FORN THRU BUSCA-FORN-FIM
           IF W-FX = ZEROS
              GO TO ACU-RD.
           ADD 1 TO W-FQTDINSP (W-FX)
           ADD QUA-QTDAPR TO W-FQTDREC (W-FX) W-FQTDAPR (W-FX)
           ADD QUA-QTDREJ TO W-FQTDREC (W-FX) W-FQTDREJ (W-FX)
           GO TO ACU-RD.

       BUSCA-FORN.
           MOVE ZEROS TO W-FX.
       BUSCA-FORN-LOOP.
           ADD 1 TO W-FX
           IF W-FX > W-QTDFORN
              GO TO BUSCA-FORN-NOVO.
           IF W-FCPF (W-FX) = QUA-FORNEC
              GO TO BUSCA-FORN-FIM.
           GO TO BUSCA-FORN-LOOP.
       BUSCA-FORN-NOVO.
           IF W-QTDFORN NOT < 50
              MOVE ZEROS TO W-FX
              GO TO BUSCA-FORN-FIM.
           ADD 1 TO W-QTDFORN
           MOVE W-QTDFORN TO W-FX
           MOVE QUA-FORNEC TO W-FCPF (W-FX)
           MOVE ZEROS TO W-FQTDINSP (W-FX) W-FQTDREC (W-FX)
           MOVE ZEROS TO W-FQTDAPR (W-FX) W-FQTDREJ (W-FX)
           MOVE ZEROS TO W-FTAXA (W-FX).
       BUSCA-FORN-FIM.
           EXIT.

      *
      ******************************
      * ORDENA E IMPRIME            *
      ******************************
      *
       REL-INI.
           IF W-QTDFORN = ZEROS
              MOVE "*** NENHUMA INSPECAO NO MES ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE ZEROS TO W-FX.
       REL-TAXA.
           ADD 1 TO W-FX
           IF W-FX > W-QTDFORN
              GO TO REL-SORT.
           IF W-FQTDREC (W-FX) = ZEROS
              MOVE ZEROS TO W-FTAXA (W-FX)
           ELSE
              COMPUTE W-FTAXA (W-FX) ROUNDED =
                 W-FQTDREJ (W-FX) * 100 / W-FQTDREC (W-FX).
           GO TO REL-TAXA.

       REL-SORT.
           MOVE "N" TO W-TROCOU
           MOVE ZEROS TO W-FX.
       REL-SORT-LOOP.
           ADD 1 TO W-FX
           COMPUTE W-FY = W-FX + 1
           IF W-FY > W-QTDFORN
              IF W-TROCOU = "S"
                 GO TO REL-SORT
              ELSE
                 GO TO REL-PRN.
           IF W-FTAXA (W-FX) < W-FTAXA (W-FY)
              MOVE W-FORN (W-FX) TO W-TMPFORN
              MOVE W-FORN (W-FY) TO W-FORN (W-FX)
              MOVE W-TMPFORN TO W-FORN (W-FY)
              MOVE "S" TO W-TROCOU.
           GO TO REL-SORT-LOOP.

       REL-PRN.
           ACCEPT W-DTSPOOL FROM DATE YYYYMMDD
           ACCEPT W-HRSPOOL FROM TIME
           MOVE SPACES TO W-NOMEREL
           STRING "QUALFOR" W-DTSPOOL W-HRSPOOL (1:6) ".LST"
                  DELIMITED BY SIZE INTO W-NOMEREL
           OPEN OUTPUT RELQUA
           IF ST-ERRO3 NOT = "00"
              MOVE "ERRO NA ABERTURA DO RELATORIO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE W-MES TO CABMES
           MOVE W-ANO TO CABANO
           WRITE LINHA-REL FROM REL-CAB
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           WRITE LINHA-REL FROM REL-CAB2
           MOVE ZEROS TO W-QTDLIN W-FX
           MOVE ZEROS TO W-TOTINSP W-TOTREC W-TOTAPR W-TOTREJ.

       REL-PRN-LOOP.
           ADD 1 TO W-FX
           IF W-FX > W-QTDFORN
              GO TO REL-TOTAL.
           MOVE W-FCPF (W-FX) TO DETCPF
           MOVE SPACES TO DETRAZAO
           IF W-FOROK = "S"
              MOVE W-FCPF (W-FX) TO FOR-CPFCNPJ
              READ ARQFOR
              IF ST-ERRO2 = "00"
                 MOVE FOR-RAZAO TO DETRAZAO.
           MOVE W-FQTDINSP (W-FX) TO DETINSP
           MOVE W-FQTDREC (W-FX)  TO DETREC
           MOVE W-FQTDAPR (W-FX)  TO DETAPR
           MOVE W-FQTDREJ (W-FX)  TO DETREJ
           MOVE W-FTAXA (W-FX)    TO DETTAXA
           WRITE LINHA-REL FROM REL-DET
           ADD 1 TO W-QTDLIN
           ADD W-FQTDINSP (W-FX) TO W-TOTINSP
           ADD W-FQTDREC (W-FX)  TO W-TOTREC
           ADD W-FQTDAPR (W-FX)  TO W-TOTAPR
           ADD W-FQTDREJ (W-FX)  TO W-TOTREJ
           GO TO REL-PRN-LOOP.

       REL-TOTAL.
           IF W-TOTREC = ZEROS
              MOVE ZEROS TO W-TOTTAXA
           ELSE
              COMPUTE W-TOTTAXA ROUNDED = W-TOTREJ * 100 / W-TOTREC.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE ZEROS     TO DETCPF
           MOVE "TOTAL GERAL" TO DETRAZAO
           MOVE W-TOTINSP TO DETINSP
           MOVE W-TOTREC  TO DETREC
           MOVE W-TOTAPR  TO DETAPR
           MOVE W-TOTREJ  TO DETREJ
           MOVE W-TOTTAXA TO DETTAXA
           WRITE LINHA-REL FROM REL-DET.

       REL-FIM.
           CLOSE RELQUA
           PERFORM GRAVA-SPOOL THRU GRAVA-SPOOL-FIM
           DISPLAY (23, 13) LIMPA
           DISPLAY (10, 03) "RELATORIO GRAVADO EM: "
           DISPLAY (10, 25) W-NOMEREL
           MOVE "*** QUALIDADE DE FORNECEDORES GERADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.

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
           MOVE "QUALFOR" TO SPL-RELATORIO
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
           CLOSE ARQQUA.
           IF W-FOROK = "S"
              CLOSE ARQFOR.
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
