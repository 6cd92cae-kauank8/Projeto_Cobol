       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCE118.
      *AUTHOR. Kauan Paulino Farias.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQFID ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FID-CHAVE
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQCLI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY IS CLI-CPFCNPJ
                    FILE STATUS  IS ST-ERRO2
                    ALTERNATE RECORD KEY IS RAZAO
                                   WITH DUPLICATES.

           SELECT ARQPAR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PAR-ID
                    FILE STATUS  IS ST-ERRO2.

           SELECT RELPAS ASSIGN TO W-NOMEREL
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
       FD ARQFID
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFID.DAT".
       01 REGFID.
          03 FID-CHAVE.
             05 FID-CPFCNPJ    PIC 9(14).
             05 FID-DATA       PIC 9(08).
             05 FID-HORA       PIC 9(08).
             05 FID-SEQ        PIC 9(03).
          03 FID-TIPO          PIC X(01).
          03 FID-ORIGEM        PIC X(02).
          03 FID-DOC           PIC X(10).
          03 FID-VALOR         PIC 9(08)V99.
          03 FID-PONTOS        PIC 9(08).
          03 FID-SALDO         PIC 9(08).
          03 FID-ESTOR         PIC 9(08).
          03 FID-DTVALID       PIC 9(08).
          03 FID-OPERADOR      PIC X(10).
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
       FD ARQPAR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPAR.DAT".
       01 REGPAR.
          03 PAR-ID            PIC X(08).
          03 PAR-VALOR         PIC 9(06)V99.
      *-----------------------------------------------------------------
       FD RELPAS
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
       01 W-CLIOK       PIC X(01) VALUE "N".
       01 W-VLPTO       PIC 9(06)V99 VALUE ZEROS.
       01 W-MESANO      PIC 9(06) VALUE ZEROS.
       01 W-MESANOTAB REDEFINES W-MESANO.
          03 W-MAMES    PIC 9(02).
          03 W-MAANO    PIC 9(04).
       01 W-CORTE       PIC 9(08) VALUE ZEROS.
       01 W-CORTETAB REDEFINES W-CORTE.
          03 W-CORTEANO PIC 9(04).
          03 W-CORTEMES PIC 9(02).
          03 W-CORTEDIA PIC 9(02).
       01 W-PROXFIM     PIC 9(08) VALUE ZEROS.
       01 W-PROXFIMTAB REDEFINES W-PROXFIM.
          03 W-PROXANO  PIC 9(04).
          03 W-PROXMES  PIC 9(02).
          03 W-PROXDIA  PIC 9(02).
       01 W-CPFANT      PIC 9(14) VALUE ZEROS.
       01 W-CLIPTS      PIC 9(09) VALUE ZEROS.
       01 W-CLIVENC     PIC 9(09) VALUE ZEROS.
       01 W-CLIVAL      PIC 9(10)V99 VALUE ZEROS.
       01 W-TOTPTS      PIC 9(10) VALUE ZEROS.
       01 W-TOTVENC     PIC 9(10) VALUE ZEROS.
       01 W-TOTVAL      PIC 9(11)V99 VALUE ZEROS.
       01 W-QTDCLI      PIC 9(06) VALUE ZEROS.
       01 W-QTDSPOOL    PIC 9(06) VALUE ZEROS.
       01 W-NOMEREL     PIC X(30) VALUE SPACES.
       01 W-DTSPOOL     PIC 9(08) VALUE ZEROS.
       01 W-HRSPOOL     PIC 9(08) VALUE ZEROS.
       01 W-CONF        PIC X(01) VALUE SPACES.

      *-----------------------------------------------------------------
      *
      *************************
      * REPORT SECTION *
      *************************
      *
       01 REL-CAB1.
          03 FILLER       PIC X(42)
             VALUE "PASSIVO DE PONTOS DE FIDELIDADE EM ABERTO ".
          03 FILLER       PIC X(06) VALUE "- MES ".
          03 CABMES       PIC 99/9999 VALUE ZEROS.

       01 REL-CAB2.
          03 FILLER       PIC X(16) VALUE "CPF/CNPJ        ".
          03 FILLER       PIC X(31) VALUE "CLIENTE".
          03 FILLER       PIC X(12) VALUE "   PONTOS   ".
          03 FILLER       PIC X(16) VALUE "      VALOR R$  ".
          03 FILLER       PIC X(12) VALUE " VENCE PROX.".

       01 REL-DET.
          03 DETCPF       PIC 9(14) VALUE ZEROS.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 DETRAZAO     PIC X(30) VALUE SPACES.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 DETPONTOS    PIC ZZZ.ZZZ.ZZ9 VALUE ZEROS.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 DETVALOR     PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 DETVENC      PIC ZZZ.ZZZ.ZZ9 VALUE ZEROS.

       01 REL-TOT.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 TOTTXT       PIC X(35) VALUE SPACES.
          03 TOTVAL       PIC Z.ZZZ.ZZZ.ZZ9 VALUE ZEROS.

       01 REL-TOTV.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 TOTVTXT      PIC X(35) VALUE SPACES.
          03 TOTVVAL      PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       SCREEN SECTION.
       01  TSCE118.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "             Passivo de Pontos de Fideli".
           05  LINE 02  COLUMN 41
               VALUE  "dade (Mensal)".
           05  LINE 05  COLUMN 03
               VALUE  "MES/ANO DE REFERENCIA (MMAAAA): ".
           05  LINE 23  COLUMN 01
               VALUE  "  MENSAGEM :".

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       ABRE-FID.
           DISPLAY TSCE118
           OPEN INPUT ARQFID
           IF ST-ERRO NOT = "00"
              MOVE "NENHUM PONTO DE FIDELIDADE REGISTRADO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.

       ABRE-CLI.
           OPEN INPUT ARQCLI
           IF ST-ERRO2 = "00"
              MOVE "S" TO W-CLIOK
           ELSE
              MOVE "N" TO W-CLIOK.

       ABRE-PAR.
           MOVE ZEROS TO W-VLPTO
           OPEN INPUT ARQPAR
           IF ST-ERRO2 NOT = "00"
              GO TO R1.
           MOVE "FIDVLPTO" TO PAR-ID
           READ ARQPAR
           IF ST-ERRO2 = "00"
              MOVE PAR-VALOR TO W-VLPTO.
           CLOSE ARQPAR.

       R1.
           ACCEPT (05, 35) W-MESANO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01 OR 02
              GO TO ROT-FIM.
           IF W-MAMES < 01 OR W-MAMES > 12 OR W-MAANO < 2000
              MOVE "MES/ANO INVALIDO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE W-MAANO TO W-CORTEANO
           MOVE W-MAMES TO W-CORTEMES
           MOVE 31 TO W-CORTEDIA
           MOVE W-CORTE TO W-PROXFIM
           IF W-PROXMES = 12
              MOVE 01 TO W-PROXMES
              ADD 1 TO W-PROXANO
           ELSE
              ADD 1 TO W-PROXMES.

       R2.
           DISPLAY (07, 03) "CONFIRMA EMISSAO (S/N) : ".
           ACCEPT (07, 28) W-CONF
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R1.
           IF W-CONF = "N" OR "n"
              GO TO R1.
           IF W-CONF NOT = "S" AND "s"
              MOVE "DIGITE APENAS S=SIM OU N=NAO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.

       ABRE-REL.
           ACCEPT W-DTSPOOL FROM DATE YYYYMMDD
           ACCEPT W-HRSPOOL FROM TIME
           MOVE SPACES TO W-NOMEREL
           STRING "PASSIVO" W-MAANO W-MAMES W-HRSPOOL (1:6) ".LST"
                  DELIMITED BY SIZE INTO W-NOMEREL
           OPEN OUTPUT RELPAS
           IF ST-ERRO3 NOT = "00"
              MOVE "ERRO NA ABERTURA DO RELATORIO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.

       PAS-CAB.
           MOVE ZEROS TO W-TOTPTS W-TOTVENC W-TOTVAL W-QTDCLI
           MOVE ZEROS TO W-QTDSPOOL W-CPFANT W-CLIPTS W-CLIVENC
           MOVE W-MESANO TO CABMES
           WRITE LINHA-REL FROM REL-CAB1
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           WRITE LINHA-REL FROM REL-CAB2
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE LOW-VALUES TO FID-CHAVE
           START ARQFID KEY IS NOT LESS FID-CHAVE INVALID KEY
                 GO TO PAS-TOTAL.

       PAS-RD.
           READ ARQFID NEXT
           IF ST-ERRO NOT = "00"
              GO TO PAS-TOTAL.
           IF FID-TIPO NOT = "C" OR FID-SALDO = ZEROS
              GO TO PAS-RD.
           IF FID-DATA > W-CORTE OR FID-DTVALID NOT > W-CORTE
              GO TO PAS-RD.
           IF FID-CPFCNPJ NOT = W-CPFANT
              PERFORM PAS-QUEBRA THRU PAS-QUEBRA-FIM
              MOVE FID-CPFCNPJ TO W-CPFANT.
           ADD FID-SALDO TO W-CLIPTS
           IF FID-DTVALID NOT > W-PROXFIM
              ADD FID-SALDO TO W-CLIVENC.
           GO TO PAS-RD.

       PAS-QUEBRA.
           IF W-CPFANT = ZEROS OR W-CLIPTS = ZEROS
              GO TO PAS-QUEBRA-ZERA.
           MOVE W-CPFANT TO DETCPF
           MOVE SPACES TO DETRAZAO
           IF W-CLIOK = "S"
              MOVE W-CPFANT TO CLI-CPFCNPJ
              READ ARQCLI
              IF ST-ERRO2 = "00"
                 MOVE RAZAO TO DETRAZAO.
           COMPUTE W-CLIVAL = W-CLIPTS * W-VLPTO
           MOVE W-CLIPTS TO DETPONTOS
           MOVE W-CLIVAL TO DETVALOR
           MOVE W-CLIVENC TO DETVENC
           WRITE LINHA-REL FROM REL-DET
           ADD 1 TO W-QTDSPOOL W-QTDCLI
           ADD W-CLIPTS TO W-TOTPTS
           ADD W-CLIVENC TO W-TOTVENC
           ADD W-CLIVAL TO W-TOTVAL.
       PAS-QUEBRA-ZERA.
           MOVE ZEROS TO W-CLIPTS W-CLIVENC.
       PAS-QUEBRA-FIM.
           EXIT.

       PAS-TOTAL.
           PERFORM PAS-QUEBRA THRU PAS-QUEBRA-FIM
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE "CLIENTES COM SALDO ...............:" TO TOTTXT
           MOVE W-QTDCLI TO TOTVAL
           WRITE LINHA-REL FROM REL-TOT
           MOVE "TOTAL DE PONTOS EM ABERTO ........:" TO TOTTXT
           MOVE W-TOTPTS TO TOTVAL
           WRITE LINHA-REL FROM REL-TOT
           MOVE "PASSIVO TOTAL EM R$ ..............:" TO TOTVTXT
           MOVE W-TOTVAL TO TOTVVAL
           WRITE LINHA-REL FROM REL-TOTV
           MOVE "PONTOS A VENCER NO MES SEGUINTE ..:" TO TOTTXT
           MOVE W-TOTVENC TO TOTVAL
           WRITE LINHA-REL FROM REL-TOT
           CLOSE RELPAS
           PERFORM GRAVA-SPOOL THRU GRAVA-SPOOL-FIM
           DISPLAY (09, 01) REL-TOTV
           DISPLAY (11, 03) "RELATORIO GRAVADO EM: "
           DISPLAY (11, 25) W-NOMEREL
           MOVE "*** PASSIVO DE PONTOS GERADO NO SPOOL ***" TO MENS
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
           MOVE "PASSIVOPTS" TO SPL-RELATORIO
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
           CLOSE ARQFID.
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
