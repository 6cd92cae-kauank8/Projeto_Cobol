       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCE131.
      *AUTHOR. Kauan Paulino Farias.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQCLI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CLI-CPFCNPJ
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS RAZAO
                                   WITH DUPLICATES.

           SELECT ARQCRM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRM-CHAVE
                    FILE STATUS  IS ST-ERRO2
                    ALTERNATE RECORD KEY IS CRM-AGENDA
                                   WITH DUPLICATES.

           SELECT RELCRM ASSIGN TO W-NOMEREL
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
       FD ARQCRM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCRM.DAT".
       01 REGCRM.
          03 CRM-CHAVE.
             05 CRM-CPFCNPJ    PIC 9(14).
             05 CRM-DATA       PIC 9(08).
             05 CRM-SEQ        PIC 9(03).
          03 CRM-AGENDA.
             05 CRM-VENDEDOR   PIC 9(04).
             05 CRM-DTPROX     PIC 9(08).
          03 CRM-CANAL         PIC X(01).
          03 CRM-ASSUNTO       PIC X(30).
          03 CRM-RESULTADO     PIC X(30).
          03 CRM-NUMORC        PIC 9(06).
          03 CRM-NUMPED        PIC 9(06).
          03 CRM-SITUACAO      PIC X(01).
          03 CRM-OPERADOR      PIC X(10).
      *-----------------------------------------------------------------
       FD RELCRM
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
       01 W-CRMOK       PIC X(01) VALUE "N".
       01 W-DTHOJE      PIC 9(08) VALUE ZEROS.
       01 W-DIAS        PIC 9(04) VALUE 0090.
       01 W-ULTDATA     PIC 9(08) VALUE ZEROS.
       01 W-ULTVEN      PIC 9(04) VALUE ZEROS.
       01 W-QTDCLI      PIC 9(06) VALUE ZEROS.
       01 W-QTDNUNCA    PIC 9(06) VALUE ZEROS.
       01 W-QTDLIN      PIC 9(06) VALUE ZEROS.
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
       01 REL-CAB.
          03 FILLER       PIC X(33)
             VALUE "CLIENTES SEM CONTATO HA MAIS DE ".
          03 CABDIAS      PIC ZZZ9.
          03 FILLER       PIC X(14) VALUE " DIAS - BASE: ".
          03 CABDATA      PIC 9(08).

       01 REL-CAB2.
          03 FILLER       PIC X(16) VALUE "  CPF/CNPJ      ".
          03 FILLER       PIC X(27) VALUE "CLIENTE".
          03 FILLER       PIC X(13) VALUE "TELEFONE".
          03 FILLER       PIC X(11) VALUE "ULT.CONT.".
          03 FILLER       PIC X(06) VALUE "VEND.".
          03 FILLER       PIC X(05) VALUE " DIAS".

       01 REL-DET.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 DETCPF       PIC 9(14) VALUE ZEROS.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 DETRAZAO     PIC X(25) VALUE SPACES.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 DETTEL       PIC 9(11) VALUE ZEROS.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 DETULT       PIC X(08) VALUE SPACES.
          03 FILLER       PIC X(03) VALUE SPACES.
          03 DETVEN       PIC X(04) VALUE SPACES.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 DETDIAS      PIC X(05) VALUE SPACES.

       01 REL-TOT.
          03 FILLER       PIC X(22) VALUE "  CLIENTES LISTADOS : ".
          03 TOTQTD       PIC ZZZZZ9.
          03 FILLER       PIC X(24) VALUE "   NUNCA CONTATADOS :  ".
          03 TOTNUNCA     PIC ZZZZZ9.

       01 W-DIASED        PIC ZZZZ9.

       SCREEN SECTION.
       01  TSCE131.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "            Clientes sem Contato no Peri".
           05  LINE 02  COLUMN 41
               VALUE  "odo".
           05  LINE 23  COLUMN 01
               VALUE  "  MENSAGEM :".

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       ABRE-CLI.
           DISPLAY TSCE131
           OPEN INPUT ARQCLI
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO DE CLIENTES" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.

       ABRE-CRM.
           OPEN INPUT ARQCRM
           IF ST-ERRO2 = "00"
              MOVE "S" TO W-CRMOK
           ELSE
              MOVE "N" TO W-CRMOK.

       R1.
           ACCEPT W-DTHOJE FROM DATE YYYYMMDD
           DISPLAY (05, 03) "DIAS SEM CONTATO: ".
           ACCEPT (05, 21) W-DIAS WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01 OR 02
              GO TO ROT-FIM.
           IF W-DIAS = ZEROS
              MOVE "INFORME A QUANTIDADE DE DIAS" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.

       REL-INI.
           ACCEPT W-DTSPOOL FROM DATE YYYYMMDD
           ACCEPT W-HRSPOOL FROM TIME
           MOVE SPACES TO W-NOMEREL
           STRING "SEMCONT" W-DTSPOOL W-HRSPOOL (1:6) ".LST"
                  DELIMITED BY SIZE INTO W-NOMEREL
           OPEN OUTPUT RELCRM
           IF ST-ERRO3 NOT = "00"
              MOVE "ERRO NA ABERTURA DO RELATORIO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE W-DIAS   TO CABDIAS
           MOVE W-DTHOJE TO CABDATA
           WRITE LINHA-REL FROM REL-CAB
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           WRITE LINHA-REL FROM REL-CAB2
           MOVE ZEROS TO W-QTDCLI W-QTDNUNCA W-QTDLIN
           MOVE ZEROS TO CLI-CPFCNPJ
           START ARQCLI KEY IS NOT LESS CLI-CPFCNPJ INVALID KEY
                 GO TO REL-TOTAL.

       REL-CLI.
           READ ARQCLI NEXT
           IF ST-ERRO NOT = "00"
              GO TO REL-TOTAL.
           MOVE "*** PESQUISANDO CONTATOS DOS CLIENTES ***" TO MENS
           DISPLAY (23, 13) MENS
           PERFORM ULT-CONTATO THRU ULT-CONTATO-FIM
           MOVE CLI-CPFCNPJ TO DETCPF
           MOVE RAZAO       TO DETRAZAO
           MOVE TEL         TO DETTEL
           IF W-ULTDATA = ZEROS
              MOVE "NUNCA"  TO DETULT
              MOVE SPACES   TO DETVEN DETDIAS
              ADD 1 TO W-QTDNUNCA
              GO TO REL-CLI-WR.
           MOVE "C" TO W-CALFUNC
           MOVE W-ULTDATA TO W-CALDT1
           MOVE W-DTHOJE  TO W-CALDT2
           CALL "SCE053" USING W-CALFUNC W-CALDT1 W-CALDT2 W-CALRES
           IF W-CALRES < W-DIAS
              GO TO REL-CLI.
           MOVE W-ULTDATA TO DETULT
           MOVE W-ULTVEN  TO DETVEN
           MOVE W-CALRES  TO W-DIASED
           MOVE W-DIASED  TO DETDIAS.

       REL-CLI-WR.
           WRITE LINHA-REL FROM REL-DET
           ADD 1 TO W-QTDCLI W-QTDLIN
           GO TO REL-CLI.

       ULT-CONTATO.
           MOVE ZEROS TO W-ULTDATA W-ULTVEN
           IF W-CRMOK NOT = "S"
              GO TO ULT-CONTATO-FIM.
           MOVE CLI-CPFCNPJ TO CRM-CPFCNPJ
           MOVE ZEROS       TO CRM-DATA CRM-SEQ
           START ARQCRM KEY IS NOT LESS CRM-CHAVE INVALID KEY
                 GO TO ULT-CONTATO-FIM.
       ULT-CONTATO-RD.
           READ ARQCRM NEXT
           IF ST-ERRO2 NOT = "00"
              GO TO ULT-CONTATO-FIM.
           IF CRM-CPFCNPJ NOT = CLI-CPFCNPJ
              GO TO ULT-CONTATO-FIM.
           MOVE CRM-DATA     TO W-ULTDATA
           MOVE CRM-VENDEDOR TO W-ULTVEN
           GO TO ULT-CONTATO-RD.
       ULT-CONTATO-FIM.
           EXIT.

       REL-TOTAL.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-QTDCLI   TO TOTQTD
           MOVE W-QTDNUNCA TO TOTNUNCA
           WRITE LINHA-REL FROM REL-TOT.

       REL-FIM.
           CLOSE RELCRM
           PERFORM GRAVA-SPOOL THRU GRAVA-SPOOL-FIM
           DISPLAY (23, 13) LIMPA
           DISPLAY (10, 03) "RELATORIO GRAVADO EM: "
           DISPLAY (10, 25) W-NOMEREL
           MOVE "*** CLIENTES SEM CONTATO GERADO ***" TO MENS
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
           MOVE "SEMCONT" TO SPL-RELATORIO
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
           CLOSE ARQCLI.
           IF W-CRMOK = "S"
              CLOSE ARQCRM.
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
