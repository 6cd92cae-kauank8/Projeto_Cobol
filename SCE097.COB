       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCE097.
      *AUTHOR. Kauan Paulino Farias.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQHAV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS HAV-CPFCNPJ
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQCLI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY IS CLI-CPFCNPJ
                    FILE STATUS  IS ST-ERRO2
                    ALTERNATE RECORD KEY IS RAZAO
                                   WITH DUPLICATES.

           SELECT RELHAV ASSIGN TO W-NOMEREL
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
       FD ARQHAV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQHAV.DAT".
       01 REGHAV.
          03 HAV-CPFCNPJ       PIC 9(14).
          03 HAV-SALDO         PIC 9(08)V99.
          03 HAV-TOTCRED       PIC 9(10)V99.
          03 HAV-TOTDEB        PIC 9(10)V99.
          03 HAV-DTULT         PIC 9(08).
      *-----------------------------------------------------------------
       FD ARQCLI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCLI.DAT".
       01 REGCLI.
          03 PESSOA      PIC X(1).
          03 CLI-CPFCNPJ PIC 9(14).
          03 RAZAO       PIC X(30).
          03 APELIDO     PIC X(30).
          03 CEP         PIC 9(8).
          03 NUMERO      PIC 9(05).
          03 COMPLEMENTO PIC X(10).
          03 TEL         PIC 9(11).
          03 EMAIL       PIC X(30).
          03 TEL2        PIC 9(11).
      *-----------------------------------------------------------------
       FD RELHAV
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
       01 DADOS         PIC X(01) VALUE SPACES.
       01 W-CLIOK       PIC X(01) VALUE "N".
       01 W-DTHOJE      PIC 9(08) VALUE ZEROS.
       01 W-DIASMIN     PIC 9(04) VALUE ZEROS.
       01 W-QTDCLI      PIC 9(06) VALUE ZEROS.
       01 W-QTDPARADO   PIC 9(06) VALUE ZEROS.
       01 W-TOTSALDO    PIC 9(10)V99 VALUE ZEROS.
       01 W-TOTPARADO   PIC 9(10)V99 VALUE ZEROS.
       01 W-QTDSPOOL    PIC 9(06) VALUE ZEROS.
       01 W-CALFUNC     PIC X(01) VALUE SPACES.
       01 W-CALDT1      PIC 9(08) VALUE ZEROS.
       01 W-CALDT2      PIC 9(08) VALUE ZEROS.
       01 W-CALRES      PIC S9(06) VALUE ZEROS.
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
             VALUE "HAVER DE CLIENTES EM ABERTO - POSICAO: ".
          03 CABDATA      PIC 99/99/9999.

       01 REL-CAB2.
          03 FILLER       PIC X(46)
             VALUE "  CPF/CNPJ       RAZAO SOCIAL               ".
          03 FILLER       PIC X(48)
             VALUE "  CREDITADO      UTILIZADO    SALDO    ULT.MOV".

       01 REL-DET.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 DETCPF       PIC 9(14) VALUE ZEROS.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 DETRAZAO     PIC X(25) VALUE SPACES.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 DETCRED      PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 DETDEB       PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 DETSALDO     PIC ZZZ.ZZ9,99 VALUE ZEROS.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 DETDTULT     PIC 99/99/9999 VALUE ZEROS.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 DETOBS       PIC X(06) VALUE SPACES.

       01 REL-TOT.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 TOTTXT       PIC X(35) VALUE SPACES.
          03 TOTVAL       PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       SCREEN SECTION.
       01  TSCE097.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "             Haver de Clientes - Credito".
           05  LINE 02  COLUMN 41
               VALUE  "s em Aberto".
           05  LINE 05  COLUMN 03
               VALUE  "DESTACAR SEM MOVIMENTO HA MAIS DE (DIAS):".
           05  LINE 23  COLUMN 01
               VALUE  "  MENSAGEM :".

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       ABRE-HAV.
           DISPLAY TSCE097
           OPEN INPUT ARQHAV
           IF ST-ERRO NOT = "00"
              MOVE "NENHUM HAVER DE CLIENTE REGISTRADO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.

       ABRE-CLI.
           OPEN INPUT ARQCLI
           IF ST-ERRO2 = "00"
              MOVE "S" TO W-CLIOK
           ELSE
              MOVE "N" TO W-CLIOK.

       R1.
           MOVE 90 TO W-DIASMIN
           ACCEPT (05, 46) W-DIASMIN WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01 OR 02
              GO TO ROT-FIM.

       ABRE-REL.
           ACCEPT W-DTHOJE FROM DATE YYYYMMDD
           ACCEPT W-DTSPOOL FROM DATE YYYYMMDD
           ACCEPT W-HRSPOOL FROM TIME
           MOVE SPACES TO W-NOMEREL
           STRING "HAVER" W-DTSPOOL W-HRSPOOL (1:6) ".LST"
                  DELIMITED BY SIZE INTO W-NOMEREL
           OPEN OUTPUT RELHAV
           IF ST-ERRO3 NOT = "00"
              MOVE "ERRO NA ABERTURA DO RELATORIO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.

       HAV-CAB.
           MOVE ZEROS TO W-QTDCLI W-QTDPARADO W-TOTSALDO W-TOTPARADO
           MOVE ZEROS TO W-QTDSPOOL
           MOVE W-DTHOJE TO W-DTTRAB
           PERFORM ROT-DTEXIBE THRU ROT-DTEXIBE-FIM
           MOVE W-DTEXIBE TO CABDATA
           WRITE LINHA-REL FROM REL-CAB1
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           WRITE LINHA-REL FROM REL-CAB2
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE ZEROS TO HAV-CPFCNPJ
           START ARQHAV KEY IS NOT LESS HAV-CPFCNPJ INVALID KEY
                 GO TO HAV-TOTAL.

       HAV-RD.
           READ ARQHAV NEXT
           IF ST-ERRO NOT = "00"
              GO TO HAV-TOTAL.
           MOVE "*** LISTANDO HAVER DE CLIENTES ***" TO MENS
           DISPLAY (23, 13) MENS
           IF HAV-SALDO = ZEROS
              GO TO HAV-RD.
           MOVE HAV-CPFCNPJ TO DETCPF
           MOVE SPACES TO DETRAZAO
           IF W-CLIOK = "S"
              MOVE HAV-CPFCNPJ TO CLI-CPFCNPJ
              READ ARQCLI
              IF ST-ERRO2 = "00"
                 MOVE RAZAO TO DETRAZAO.
           MOVE HAV-TOTCRED TO DETCRED
           MOVE HAV-TOTDEB  TO DETDEB
           MOVE HAV-SALDO   TO DETSALDO
           MOVE HAV-DTULT   TO W-DTTRAB
           PERFORM ROT-DTEXIBE THRU ROT-DTEXIBE-FIM
           MOVE W-DTEXIBE   TO DETDTULT
           MOVE SPACES TO DETOBS
           MOVE "C"         TO W-CALFUNC
           MOVE HAV-DTULT   TO W-CALDT1
           MOVE W-DTHOJE    TO W-CALDT2
           CALL "SCE053" USING W-CALFUNC W-CALDT1 W-CALDT2 W-CALRES
           IF W-DIASMIN > ZEROS AND W-CALRES > W-DIASMIN
              MOVE "PARADO" TO DETOBS
              ADD 1 TO W-QTDPARADO
              ADD HAV-SALDO TO W-TOTPARADO.
           WRITE LINHA-REL FROM REL-DET
           ADD 1 TO W-QTDSPOOL
           ADD 1 TO W-QTDCLI
           ADD HAV-SALDO TO W-TOTSALDO
           GO TO HAV-RD.

       HAV-TOTAL.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE "CLIENTES COM HAVER ...............:" TO TOTTXT
           MOVE W-QTDCLI TO TOTVAL
           WRITE LINHA-REL FROM REL-TOT
           MOVE "TOTAL DE HAVER EM ABERTO .........:" TO TOTTXT
           MOVE W-TOTSALDO TO TOTVAL
           WRITE LINHA-REL FROM REL-TOT
           MOVE "CLIENTES COM HAVER PARADO ........:" TO TOTTXT
           MOVE W-QTDPARADO TO TOTVAL
           WRITE LINHA-REL FROM REL-TOT
           MOVE "VALOR DE HAVER PARADO ............:" TO TOTTXT
           MOVE W-TOTPARADO TO TOTVAL
           WRITE LINHA-REL FROM REL-TOT
           CLOSE RELHAV
           PERFORM GRAVA-SPOOL THRU GRAVA-SPOOL-FIM
           DISPLAY (10, 03) "CLIENTES COM HAVER: "
           DISPLAY (10, 24) W-QTDCLI
           DISPLAY (11, 03) "TOTAL EM ABERTO ..: "
           DISPLAY (11, 24) W-TOTSALDO
           DISPLAY (12, 03) "RELATORIO GRAVADO EM: "
           DISPLAY (12, 25) W-NOMEREL
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
           MOVE "HAVER" TO SPL-RELATORIO
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
           CLOSE ARQHAV.
           IF W-CLIOK = "S"
              CLOSE ARQCLI.
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
