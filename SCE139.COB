       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCE139.
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
                    RECORD KEY IS CPFCNPJ
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS RAZAO
                                   WITH DUPLICATES.

           SELECT ARQCLIEND ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CLIEND-CHAVE
                    FILE STATUS  IS ST-ERRO2.

           SELECT ARQCLIX ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CLIX-CPFCNPJ
                    FILE STATUS  IS ST-ERRO2.

           SELECT ARQPED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY IS CHAVE
                    FILE STATUS  IS ST-ERRO2
                    ALTERNATE RECORD KEY IS CLIENTE
                                   WITH DUPLICATES
                    ALTERNATE RECORD KEY IS FORNECEDOR
                                   WITH DUPLICATES.

           SELECT ARQPEDH ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY IS H-CHAVE
                    FILE STATUS  IS ST-ERRO2
                    ALTERNATE RECORD KEY IS H-CLIENTE
                                   WITH DUPLICATES
                    ALTERNATE RECORD KEY IS H-FORNECEDOR
                                   WITH DUPLICATES.

           SELECT ARQTIT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TIT-CHAVE
                    FILE STATUS  IS ST-ERRO2
                    ALTERNATE RECORD KEY IS TIT-CPFCNPJ
                                   WITH DUPLICATES.

           SELECT ARQCHQ ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHQ-CHAVE
                    FILE STATUS  IS ST-ERRO2.

           SELECT ARQCOB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COB-CHAVE
                    FILE STATUS  IS ST-ERRO2.

           SELECT ARQCRM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRM-CHAVE
                    FILE STATUS  IS ST-ERRO2
                    ALTERNATE RECORD KEY IS CRM-AGENDA
                                   WITH DUPLICATES.

           SELECT ARQLOG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                    RECORD KEY   IS LOG-CHAVE
                    FILE STATUS  IS ST-ERRO4.

           SELECT RELLGPD ASSIGN TO W-NOMEREL
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
          03 PESSOA      PIC X(01).
          03 CPFCNPJ     PIC 9(14).
          03 RAZAO       PIC X(30).
          03 APELIDO     PIC X(30).
          03 CEP         PIC 9(8).
          03 NUMERO      PIC 9(05).
          03 COMPLEMENTO PIC X(10).
          03 TEL         PIC 9(11).
          03 EMAIL       PIC X(30).
          03 TEL2        PIC 9(11).
      *-----------------------------------------------------------------
       FD ARQCLIEND
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCLIEND.DAT".
       01 REGCLIEND.
          03 CLIEND-CHAVE.
             05 CLIEND-CPFCNPJ    PIC 9(14).
             05 CLIEND-SEQ        PIC 9(02).
          03 CLIEND-DESCR         PIC X(20).
          03 CLIEND-CEP           PIC 9(8).
          03 CLIEND-NUMERO        PIC 9(05).
          03 CLIEND-COMPLEMENTO   PIC X(10).
          03 CLIEND-LOGRA         PIC X(30).
          03 CLIEND-BAIRRO        PIC X(20).
          03 CLIEND-CIDADE        PIC X(20).
          03 CLIEND-UF            PIC X(02).
      *-----------------------------------------------------------------
       FD ARQCLIX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCLIX.DAT".
       01 REGCLIX.
          03 CLIX-CPFCNPJ      PIC 9(14).
          03 CLIX-LIMITE       PIC 9(08)V99.
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
       FD ARQCHQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCHQ.DAT".
       01 REGCHQ.
          03 CHQ-CHAVE.
             05 CHQ-BANCO      PIC 9(03).
             05 CHQ-AGENCIA    PIC 9(04).
             05 CHQ-NUMERO     PIC 9(06).
          03 CHQ-EMITENTE      PIC X(30).
          03 CHQ-CPFCNPJ       PIC 9(14).
          03 CHQ-BOMPARA       PIC 9(08).
          03 CHQ-VALOR         PIC 9(08)V99.
          03 CHQ-NUMPED        PIC 9(06).
          03 CHQ-TIPEDIDO      PIC 9(01).
          03 CHQ-PARCELA       PIC 9(02).
          03 CHQ-STATUS        PIC X(01).
          03 CHQ-DTMOV         PIC 9(08).
      *-----------------------------------------------------------------
       FD ARQCOB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCOB.DAT".
       01 REGCOB.
          03 COB-CHAVE.
             05 COB-CPFCNPJ    PIC 9(14).
             05 COB-DATA       PIC 9(08).
          03 COB-NIVEL         PIC 9(01).
          03 COB-DIAS          PIC 9(04).
          03 COB-VALOR         PIC 9(10)V99.
          03 COB-OPERADOR      PIC X(10).
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
       FD RELLGPD
               LABEL RECORD IS STANDARD.
       01 LINHA-REL      PIC X(170).
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
       01 W-ENDOK       PIC X(01) VALUE "N".
       01 W-CLIXOK      PIC X(01) VALUE "N".
       01 W-PEDOK       PIC X(01) VALUE "N".
       01 W-HISTOK      PIC X(01) VALUE "N".
       01 W-TITOK       PIC X(01) VALUE "N".
       01 W-CHQOK       PIC X(01) VALUE "N".
       01 W-COBOK       PIC X(01) VALUE "N".
       01 W-CRMOK       PIC X(01) VALUE "N".
       01 W-CLIOK       PIC X(01) VALUE "N".
       01 W-CPF         PIC 9(14) VALUE ZEROS.
       01 W-CPFTXT      PIC X(14) VALUE SPACES.
       01 W-ACHOU       PIC 9(03) VALUE ZEROS.
       01 W-QTDSEC      PIC 9(06) VALUE ZEROS.
       01 W-QTDLIN      PIC 9(06) VALUE ZEROS.
       01 W-DTHOJE      PIC 9(08) VALUE ZEROS.
       01 W-NOMEREL     PIC X(30) VALUE SPACES.
       01 W-DTSPOOL     PIC 9(08) VALUE ZEROS.
       01 W-HRSPOOL     PIC 9(08) VALUE ZEROS.
       01 W-VLED        PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       01 W-VLED2       PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       01 W-QTED        PIC ZZZZZ9 VALUE ZEROS.

      *-----------------------------------------------------------------
      *
      *************************
      * REPORT SECTION *
      *************************
      *
       01 REL-CAB.
          03 FILLER       PIC X(44)
             VALUE "DADOS PESSOAIS DO TITULAR (LGPD) - CPF/CNPJ ".
          03 CABCPF       PIC 9(14).
          03 FILLER       PIC X(14) VALUE "  EMITIDO EM  ".
          03 CABDATA      PIC 9(08).
          03 FILLER       PIC X(10) VALUE "  OPER.: ".
          03 CABOPER      PIC X(10).

       01 REL-SEC.
          03 FILLER       PIC X(04) VALUE "*** ".
          03 SECTIT       PIC X(40).
          03 FILLER       PIC X(12) VALUE "  ARQUIVO : ".
          03 SECARQ       PIC X(10).

       01 REL-QTD.
          03 FILLER       PIC X(04) VALUE SPACES.
          03 FILLER       PIC X(22) VALUE "REGISTROS LISTADOS ..:".
          03 QTDSEC       PIC ZZZZZ9.

       01 REL-PED.
          03 FILLER       PIC X(04) VALUE SPACES.
          03 PEDNUM       PIC 9(06).
          03 FILLER       PIC X(01) VALUE "/".
          03 PEDTIPO      PIC 9(01).
          03 FILLER       PIC X(02) VALUE SPACES.
          03 PEDDATA      PIC 9(08).
          03 FILLER       PIC X(02) VALUE SPACES.
          03 PEDPROD      PIC 9(06).
          03 FILLER       PIC X(02) VALUE SPACES.
          03 PEDQTD       PIC ZZZZZ9.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 PEDTOTAL     PIC ZZ.ZZZ.ZZ9,99.
          03 FILLER       PIC X(04) VALUE "  S:".
          03 PEDST        PIC X(01).
          03 FILLER       PIC X(08) VALUE "  END.: ".
          03 PEDEND       PIC 9(02).

       01 REL-TIT.
          03 FILLER       PIC X(04) VALUE SPACES.
          03 TITNUM       PIC 9(06).
          03 FILLER       PIC X(01) VALUE "/".
          03 TITTIPED     PIC 9(01).
          03 FILLER       PIC X(01) VALUE "-".
          03 TITPARC      PIC 9(02).
          03 FILLER       PIC X(02) VALUE SPACES.
          03 TITTIPO      PIC X(01).
          03 FILLER       PIC X(02) VALUE SPACES.
          03 TITEMIS      PIC 9(08).
          03 FILLER       PIC X(02) VALUE SPACES.
          03 TITVENC      PIC 9(08).
          03 FILLER       PIC X(02) VALUE SPACES.
          03 TITVALOR     PIC ZZ.ZZZ.ZZ9,99.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 TITSALDO     PIC ZZ.ZZZ.ZZ9,99.
          03 FILLER       PIC X(04) VALUE "  S:".
          03 TITST        PIC X(01).

       01 REL-CHQ.
          03 FILLER       PIC X(04) VALUE SPACES.
          03 CHQBCO       PIC 9(03).
          03 FILLER       PIC X(01) VALUE "-".
          03 CHQAG        PIC 9(04).
          03 FILLER       PIC X(01) VALUE "-".
          03 CHQNUM       PIC 9(06).
          03 FILLER       PIC X(02) VALUE SPACES.
          03 CHQEMIT      PIC X(30).
          03 FILLER       PIC X(02) VALUE SPACES.
          03 CHQBOM       PIC 9(08).
          03 FILLER       PIC X(02) VALUE SPACES.
          03 CHQVALOR     PIC ZZ.ZZZ.ZZ9,99.
          03 FILLER       PIC X(04) VALUE "  S:".
          03 CHQST        PIC X(01).

       01 REL-COB.
          03 FILLER       PIC X(04) VALUE SPACES.
          03 COBDATA      PIC 9(08).
          03 FILLER       PIC X(09) VALUE "  NIVEL: ".
          03 COBNIVEL     PIC 9(01).
          03 FILLER       PIC X(09) VALUE "  DIAS : ".
          03 COBDIAS      PIC ZZZ9.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 COBVALOR     PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 COBOPER      PIC X(10).

       01 REL-CRM.
          03 FILLER       PIC X(04) VALUE SPACES.
          03 CRMDATA      PIC 9(08).
          03 FILLER       PIC X(02) VALUE SPACES.
          03 CRMCANAL     PIC X(01).
          03 FILLER       PIC X(02) VALUE SPACES.
          03 CRMASS       PIC X(30).
          03 FILLER       PIC X(02) VALUE SPACES.
          03 CRMRES       PIC X(30).
          03 FILLER       PIC X(04) VALUE "  S:".
          03 CRMST        PIC X(01).
          03 FILLER       PIC X(02) VALUE SPACES.
          03 CRMOPER      PIC X(10).

       01 REL-LOG.
          03 FILLER       PIC X(04) VALUE SPACES.
          03 LOGDATA      PIC 9(08).
          03 FILLER       PIC X(01) VALUE SPACES.
          03 LOGHORA      PIC 9(08).
          03 FILLER       PIC X(02) VALUE SPACES.
          03 LOGPROG      PIC X(08).
          03 FILLER       PIC X(02) VALUE SPACES.
          03 LOGOPER      PIC X(10).
          03 FILLER       PIC X(02) VALUE SPACES.
          03 LOGCHAVE     PIC X(20).
          03 FILLER       PIC X(02) VALUE SPACES.
          03 LOGUSU       PIC X(10).

       01 REL-IMG.
          03 FILLER       PIC X(06) VALUE SPACES.
          03 IMGTIPO      PIC X(05).
          03 IMGDADO      PIC X(160).

      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TSCE139.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "         Relatorio de Dados Pessoais do".
           05  LINE 02  COLUMN 40
               VALUE  " Titular (LGPD)".
           05  LINE 05  COLUMN 03
               VALUE  "CPF/CNPJ DO TITULAR ...:".
           05  TCPF
               LINE 05  COLUMN 28  PIC 9(14)
               USING  W-CPF
               HIGHLIGHT.
           05  LINE 23  COLUMN 01
               VALUE  "  MENSAGEM :".

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       ABRE-CLI.
           OPEN INPUT ARQCLI
           IF ST-ERRO NOT = "00"
              MOVE "ARQUIVO DE CLIENTES NAO EXISTE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.

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
                 CLOSE ARQCLI
                 GO TO ROT-FIM2.

       ABRE-END.
           OPEN INPUT ARQCLIEND
           IF ST-ERRO2 = "00"
              MOVE "S" TO W-ENDOK
           ELSE
              MOVE "N" TO W-ENDOK.

       ABRE-CLIX.
           OPEN INPUT ARQCLIX
           IF ST-ERRO2 = "00"
              MOVE "S" TO W-CLIXOK
           ELSE
              MOVE "N" TO W-CLIXOK.

       ABRE-PED.
           OPEN INPUT ARQPED
           IF ST-ERRO2 = "00"
              MOVE "S" TO W-PEDOK
           ELSE
              MOVE "N" TO W-PEDOK.

       ABRE-PEDH.
           OPEN INPUT ARQPEDH
           IF ST-ERRO2 = "00"
              MOVE "S" TO W-HISTOK
           ELSE
              MOVE "N" TO W-HISTOK.

       ABRE-TIT.
           OPEN INPUT ARQTIT
           IF ST-ERRO2 = "00"
              MOVE "S" TO W-TITOK
           ELSE
              MOVE "N" TO W-TITOK.

       ABRE-CHQ.
           OPEN INPUT ARQCHQ
           IF ST-ERRO2 = "00"
              MOVE "S" TO W-CHQOK
           ELSE
              MOVE "N" TO W-CHQOK.

       ABRE-COB.
           OPEN INPUT ARQCOB
           IF ST-ERRO2 = "00"
              MOVE "S" TO W-COBOK
           ELSE
              MOVE "N" TO W-COBOK.

       ABRE-CRM.
           OPEN INPUT ARQCRM
           IF ST-ERRO2 = "00"
              MOVE "S" TO W-CRMOK
           ELSE
              MOVE "N" TO W-CRMOK.

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
           MOVE ZEROS TO W-CPF
           DISPLAY TSCE139.
       R2.
           ACCEPT TCPF
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM.
           IF W-CPF = ZEROS
              MOVE "INFORME O CPF/CNPJ DO TITULAR" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           MOVE W-CPF TO CPFCNPJ
           READ ARQCLI
           IF ST-ERRO = "00"
              MOVE "S" TO W-CLIOK
              DISPLAY (06, 28) RAZAO
           ELSE
              MOVE "N" TO W-CLIOK
              DISPLAY (06, 28) "NAO CADASTRADO COMO CLIENTE".
       R3.
           DISPLAY (08, 03) "EMITE O RELATORIO (S/N) : "
           MOVE "S" TO W-OPCAO
           ACCEPT (08, 29) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R1.
           IF W-OPCAO = "N" OR "n"
              GO TO R1.
           IF W-OPCAO NOT = "S" AND "s"
              GO TO R3.

      *
      ******************************
      * ABERTURA DO RELATORIO       *
      ******************************
      *
       REL-INI.
           ACCEPT W-DTHOJE FROM DATE YYYYMMDD
           ACCEPT W-DTSPOOL FROM DATE YYYYMMDD
           ACCEPT W-HRSPOOL FROM TIME
           MOVE SPACES TO W-NOMEREL
           STRING "LGPD" W-DTSPOOL W-HRSPOOL (1:6) ".LST"
                  DELIMITED BY SIZE INTO W-NOMEREL
           OPEN OUTPUT RELLGPD
           IF ST-ERRO3 NOT = "00"
              MOVE "ERRO NA ABERTURA DO RELATORIO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE W-CPF TO CABCPF W-CPFTXT
           MOVE W-DTHOJE TO CABDATA
           MOVE W-OPERADOR TO CABOPER
           MOVE ZEROS TO W-QTDLIN
           WRITE LINHA-REL FROM REL-CAB
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE "*** GERANDO RELATORIO DO TITULAR ***" TO MENS
           DISPLAY (23, 13) MENS
           PERFORM SEC-CLI  THRU SEC-CLI-FIM
           PERFORM SEC-END  THRU SEC-END-FIM
           PERFORM SEC-PED  THRU SEC-PED-FIM
           PERFORM SEC-PEDH THRU SEC-PEDH-FIM
           PERFORM SEC-TIT  THRU SEC-TIT-FIM
           PERFORM SEC-CHQ  THRU SEC-CHQ-FIM
           PERFORM SEC-COB  THRU SEC-COB-FIM
           PERFORM SEC-CRM  THRU SEC-CRM-FIM
           PERFORM SEC-LOG  THRU SEC-LOG-FIM
           GO TO REL-FIM.

       SEC-CAB.
           MOVE ZEROS TO W-QTDSEC
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           WRITE LINHA-REL FROM REL-SEC.
       SEC-CAB-FIM.
           EXIT.

       SEC-TOT.
           MOVE W-QTDSEC TO QTDSEC
           WRITE LINHA-REL FROM REL-QTD
           ADD W-QTDSEC TO W-QTDLIN.
       SEC-TOT-FIM.
           EXIT.

      *
      ******************************
      * CADASTRO E LIMITE           *
      ******************************
      *
       SEC-CLI.
           MOVE "CADASTRO DO CLIENTE" TO SECTIT
           MOVE "ARQCLI" TO SECARQ
           PERFORM SEC-CAB THRU SEC-CAB-FIM
           IF W-CLIOK NOT = "S"
              GO TO SEC-CLI-TOT.
           MOVE SPACES TO LINHA-REL
           STRING "    PESSOA ........: " PESSOA
                  "   CPF/CNPJ: " CPFCNPJ
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           STRING "    NOME/RAZAO ....: " RAZAO
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           STRING "    APELIDO .......: " APELIDO
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           STRING "    CEP ...........: " CEP
                  "   NUMERO: " NUMERO
                  "   COMPL.: " COMPLEMENTO
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           STRING "    TELEFONES .....: " TEL " / " TEL2
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-REL
           STRING "    E-MAIL ........: " EMAIL
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           MOVE 1 TO W-QTDSEC
           IF W-CLIXOK NOT = "S"
              GO TO SEC-CLI-TOT.
           MOVE W-CPF TO CLIX-CPFCNPJ
           READ ARQCLIX
           IF ST-ERRO2 NOT = "00"
              GO TO SEC-CLI-TOT.
           MOVE CLIX-LIMITE TO W-VLED
           MOVE SPACES TO LINHA-REL
           STRING "    LIMITE CREDITO : " W-VLED
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL.
       SEC-CLI-TOT.
           PERFORM SEC-TOT THRU SEC-TOT-FIM.
       SEC-CLI-FIM.
           EXIT.

       SEC-END.
           MOVE "ENDERECOS DE ENTREGA" TO SECTIT
           MOVE "ARQCLIEND" TO SECARQ
           PERFORM SEC-CAB THRU SEC-CAB-FIM
           IF W-ENDOK NOT = "S"
              GO TO SEC-END-TOT.
           MOVE W-CPF TO CLIEND-CPFCNPJ
           MOVE ZEROS TO CLIEND-SEQ
           START ARQCLIEND KEY IS NOT LESS CLIEND-CHAVE INVALID KEY
                 GO TO SEC-END-TOT.
       SEC-END-RD.
           READ ARQCLIEND NEXT
           IF ST-ERRO2 NOT = "00"
              GO TO SEC-END-TOT.
           IF CLIEND-CPFCNPJ NOT = W-CPF
              GO TO SEC-END-TOT.
           MOVE SPACES TO LINHA-REL
           STRING "    " CLIEND-SEQ " " CLIEND-DESCR " "
                  CLIEND-LOGRA " " CLIEND-NUMERO " "
                  CLIEND-COMPLEMENTO " " CLIEND-BAIRRO " "
                  CLIEND-CIDADE " " CLIEND-UF " " CLIEND-CEP
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           ADD 1 TO W-QTDSEC
           GO TO SEC-END-RD.
       SEC-END-TOT.
           PERFORM SEC-TOT THRU SEC-TOT-FIM.
       SEC-END-FIM.
           EXIT.

      *
      ******************************
      * PEDIDOS E TITULOS           *
      ******************************
      *
       SEC-PED.
           MOVE "PEDIDOS" TO SECTIT
           MOVE "ARQPED" TO SECARQ
           PERFORM SEC-CAB THRU SEC-CAB-FIM
           IF W-PEDOK NOT = "S"
              GO TO SEC-PED-TOT.
           MOVE W-CPF TO CLIENTE
           START ARQPED KEY IS NOT LESS CLIENTE INVALID KEY
                 GO TO SEC-PED-TOT.
       SEC-PED-RD.
           READ ARQPED NEXT
           IF ST-ERRO2 NOT = "00"
              GO TO SEC-PED-TOT.
           IF CLIENTE NOT = W-CPF
              GO TO SEC-PED-TOT.
           MOVE NUMPEDIDO  TO PEDNUM
           MOVE TIPEDIDO   TO PEDTIPO
           MOVE DTPEDIDO   TO PEDDATA
           MOVE CODPROD    TO PEDPROD
           MOVE QUANTIDADE TO PEDQTD
           MOVE TOTAL      TO PEDTOTAL
           MOVE PED-STATUS TO PEDST
           MOVE ENDSEQ     TO PEDEND
           WRITE LINHA-REL FROM REL-PED
           ADD 1 TO W-QTDSEC
           GO TO SEC-PED-RD.
       SEC-PED-TOT.
           PERFORM SEC-TOT THRU SEC-TOT-FIM.
       SEC-PED-FIM.
           EXIT.

       SEC-PEDH.
           MOVE "PEDIDOS ARQUIVADOS" TO SECTIT
           MOVE "ARQPEDH" TO SECARQ
           PERFORM SEC-CAB THRU SEC-CAB-FIM
           IF W-HISTOK NOT = "S"
              GO TO SEC-PEDH-TOT.
           MOVE W-CPF TO H-CLIENTE
           START ARQPEDH KEY IS NOT LESS H-CLIENTE INVALID KEY
                 GO TO SEC-PEDH-TOT.
       SEC-PEDH-RD.
           READ ARQPEDH NEXT
           IF ST-ERRO2 NOT = "00"
              GO TO SEC-PEDH-TOT.
           IF H-CLIENTE NOT = W-CPF
              GO TO SEC-PEDH-TOT.
           MOVE H-NUMPEDIDO  TO PEDNUM
           MOVE H-TIPEDIDO   TO PEDTIPO
           MOVE H-DTPEDIDO   TO PEDDATA
           MOVE H-CODPROD    TO PEDPROD
           MOVE H-QUANTIDADE TO PEDQTD
           MOVE H-TOTAL      TO PEDTOTAL
           MOVE H-STATUS     TO PEDST
           MOVE H-ENDSEQ     TO PEDEND
           WRITE LINHA-REL FROM REL-PED
           ADD 1 TO W-QTDSEC
           GO TO SEC-PEDH-RD.
       SEC-PEDH-TOT.
           PERFORM SEC-TOT THRU SEC-TOT-FIM.
       SEC-PEDH-FIM.
           EXIT.

       SEC-TIT.
           MOVE "TITULOS A RECEBER / A PAGAR" TO SECTIT
           MOVE "ARQTIT" TO SECARQ
           PERFORM SEC-CAB THRU SEC-CAB-FIM
           IF W-TITOK NOT = "S"
              GO TO SEC-TIT-TOT.
           MOVE W-CPF TO TIT-CPFCNPJ
           START ARQTIT KEY IS NOT LESS TIT-CPFCNPJ INVALID KEY
                 GO TO SEC-TIT-TOT.
       SEC-TIT-RD.
           READ ARQTIT NEXT
           IF ST-ERRO2 NOT = "00"
              GO TO SEC-TIT-TOT.
           IF TIT-CPFCNPJ NOT = W-CPF
              GO TO SEC-TIT-TOT.
           MOVE TIT-NUMPED   TO TITNUM
           MOVE TIT-TIPEDIDO TO TITTIPED
           MOVE TIT-PARCELA  TO TITPARC
           MOVE TIT-TIPO     TO TITTIPO
           MOVE TIT-EMISSAO  TO TITEMIS
           MOVE TIT-VENCTO   TO TITVENC
           MOVE TIT-VALOR    TO TITVALOR
           MOVE TIT-SALDO    TO TITSALDO
           MOVE TIT-STATUS   TO TITST
           WRITE LINHA-REL FROM REL-TIT
           ADD 1 TO W-QTDSEC
           GO TO SEC-TIT-RD.
       SEC-TIT-TOT.
           PERFORM SEC-TOT THRU SEC-TOT-FIM.
       SEC-TIT-FIM.
           EXIT.

      *
      ******************************
      * CHEQUES, COBRANCA, CONTATOS *
      ******************************
      *
       SEC-CHQ.
           MOVE "CHEQUES" TO SECTIT
           MOVE "ARQCHQ" TO SECARQ
           PERFORM SEC-CAB THRU SEC-CAB-FIM
           IF W-CHQOK NOT = "S"
              GO TO SEC-CHQ-TOT.
           MOVE ZEROS TO CHQ-CHAVE
           START ARQCHQ KEY IS NOT LESS CHQ-CHAVE INVALID KEY
                 GO TO SEC-CHQ-TOT.
       SEC-CHQ-RD.
           READ ARQCHQ NEXT
           IF ST-ERRO2 NOT = "00"
              GO TO SEC-CHQ-TOT.
           IF CHQ-CPFCNPJ NOT = W-CPF
              GO TO SEC-CHQ-RD.
           MOVE CHQ-BANCO    TO CHQBCO
           MOVE CHQ-AGENCIA  TO CHQAG
           MOVE CHQ-NUMERO   TO CHQNUM
           MOVE CHQ-EMITENTE TO CHQEMIT
           MOVE CHQ-BOMPARA  TO CHQBOM
           MOVE CHQ-VALOR    TO CHQVALOR
           MOVE CHQ-STATUS   TO CHQST
           WRITE LINHA-REL FROM REL-CHQ
           ADD 1 TO W-QTDSEC
           GO TO SEC-CHQ-RD.
       SEC-CHQ-TOT.
           PERFORM SEC-TOT THRU SEC-TOT-FIM.
       SEC-CHQ-FIM.
           EXIT.

       SEC-COB.
           MOVE "ACOES DE COBRANCA" TO SECTIT
           MOVE "ARQCOB" TO SECARQ
           PERFORM SEC-CAB THRU SEC-CAB-FIM
           IF W-COBOK NOT = "S"
              GO TO SEC-COB-TOT.
           MOVE W-CPF TO COB-CPFCNPJ
           MOVE ZEROS TO COB-DATA
           START ARQCOB KEY IS NOT LESS COB-CHAVE INVALID KEY
                 GO TO SEC-COB-TOT.
       SEC-COB-RD.
           READ ARQCOB NEXT
           IF ST-ERRO2 NOT = "00"
              GO TO SEC-COB-TOT.
           IF COB-CPFCNPJ NOT = W-CPF
              GO TO SEC-COB-TOT.
           MOVE COB-DATA     TO COBDATA
           MOVE COB-NIVEL    TO COBNIVEL
           MOVE COB-DIAS     TO COBDIAS
           MOVE COB-VALOR    TO COBVALOR
           MOVE COB-OPERADOR TO COBOPER
           WRITE LINHA-REL FROM REL-COB
           ADD 1 TO W-QTDSEC
           GO TO SEC-COB-RD.
       SEC-COB-TOT.
           PERFORM SEC-TOT THRU SEC-TOT-FIM.
       SEC-COB-FIM.
           EXIT.

       SEC-CRM.
           MOVE "CONTATOS COM O CLIENTE" TO SECTIT
           MOVE "ARQCRM" TO SECARQ
           PERFORM SEC-CAB THRU SEC-CAB-FIM
           IF W-CRMOK NOT = "S"
              GO TO SEC-CRM-TOT.
           MOVE W-CPF TO CRM-CPFCNPJ
           MOVE ZEROS TO CRM-DATA CRM-SEQ
           START ARQCRM KEY IS NOT LESS CRM-CHAVE INVALID KEY
                 GO TO SEC-CRM-TOT.
       SEC-CRM-RD.
           READ ARQCRM NEXT
           IF ST-ERRO2 NOT = "00"
              GO TO SEC-CRM-TOT.
           IF CRM-CPFCNPJ NOT = W-CPF
              GO TO SEC-CRM-TOT.
           MOVE CRM-DATA      TO CRMDATA
           MOVE CRM-CANAL     TO CRMCANAL
           MOVE CRM-ASSUNTO   TO CRMASS
           MOVE CRM-RESULTADO TO CRMRES
           MOVE CRM-SITUACAO  TO CRMST
           MOVE CRM-OPERADOR  TO CRMOPER
           WRITE LINHA-REL FROM REL-CRM
           ADD 1 TO W-QTDSEC
           GO TO SEC-CRM-RD.
       SEC-CRM-TOT.
           PERFORM SEC-TOT THRU SEC-TOT-FIM.
       SEC-CRM-FIM.
           EXIT.

      *
      ******************************
      * IMAGENS DO LOG DE AUDITORIA *
      * QUE CONTEM O CPF/CNPJ       *
      ******************************
      *
       SEC-LOG.
           MOVE "REGISTROS NO LOG DE AUDITORIA" TO SECTIT
           MOVE "ARQLOG" TO SECARQ
           PERFORM SEC-CAB THRU SEC-CAB-FIM
           MOVE ZEROS TO LOG-CHAVE
           START ARQLOG KEY IS NOT LESS LOG-CHAVE INVALID KEY
                 GO TO SEC-LOG-TOT.
       SEC-LOG-RD.
           READ ARQLOG NEXT
           IF ST-ERRO4 NOT = "00"
              GO TO SEC-LOG-TOT.
           MOVE ZEROS TO W-ACHOU
           IF LOG-CHAVEREG (1:14) = W-CPFTXT
              MOVE 1 TO W-ACHOU.
           INSPECT LOG-IMAGEMANT TALLYING W-ACHOU FOR ALL W-CPFTXT
           INSPECT LOG-IMAGEMNOV TALLYING W-ACHOU FOR ALL W-CPFTXT
           IF W-ACHOU = ZEROS
              GO TO SEC-LOG-RD.
           MOVE LOG-DATA     TO LOGDATA
           MOVE LOG-HORA     TO LOGHORA
           MOVE LOG-PROGRAMA TO LOGPROG
           MOVE LOG-OPERACAO TO LOGOPER
           MOVE LOG-CHAVEREG TO LOGCHAVE
           MOVE LOG-OPERADOR TO LOGUSU
           WRITE LINHA-REL FROM REL-LOG
           IF LOG-IMAGEMANT NOT = SPACES
              MOVE "ANT: " TO IMGTIPO
              MOVE LOG-IMAGEMANT TO IMGDADO
              WRITE LINHA-REL FROM REL-IMG.
           IF LOG-IMAGEMNOV NOT = SPACES
              MOVE "NOV: " TO IMGTIPO
              MOVE LOG-IMAGEMNOV TO IMGDADO
              WRITE LINHA-REL FROM REL-IMG.
           ADD 1 TO W-QTDSEC
           GO TO SEC-LOG-RD.
       SEC-LOG-TOT.
           PERFORM SEC-TOT THRU SEC-TOT-FIM.
       SEC-LOG-FIM.
           EXIT.

       REL-FIM.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-QTDLIN TO W-QTED
           MOVE SPACES TO LINHA-REL
           STRING "TOTAL DE REGISTROS LISTADOS: " W-QTED
                  DELIMITED BY SIZE INTO LINHA-REL
           WRITE LINHA-REL
           CLOSE RELLGPD
           PERFORM GRAVA-SPOOL THRU GRAVA-SPOOL-FIM
           MOVE SPACES TO W-IMGNOV
           STRING "RELATORIO LGPD " W-NOMEREL
                  DELIMITED BY SIZE INTO W-IMGNOV
           MOVE "LGPD-REL" TO LOG-OPERACAO
           MOVE W-CPF TO LOG-CHAVEREG
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM
           DISPLAY (23, 13) LIMPA
           DISPLAY (10, 03) "REGISTROS LISTADOS ..: "
           DISPLAY (10, 26) W-QTED
           DISPLAY (12, 03) "RELATORIO GRAVADO EM: "
           DISPLAY (12, 26) W-NOMEREL
           MOVE "*** RELATORIO DO TITULAR EMITIDO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           DISPLAY (23, 13) "TECLE ENTER PARA CONTINUAR"
           ACCEPT (23, 45) W-OPCAO
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
           MOVE "LGPD" TO SPL-RELATORIO
           MOVE W-NOMEREL TO SPL-ARQUIVO
           MOVE W-OPERADOR TO SPL-OPERADOR
           MOVE W-QTDLIN TO SPL-QTDREG.
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
           MOVE "SCE139" TO LOG-PROGRAMA.
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
           CLOSE ARQCLI ARQLOG.
           IF W-ENDOK = "S"
              CLOSE ARQCLIEND.
           IF W-CLIXOK = "S"
              CLOSE ARQCLIX.
           IF W-PEDOK = "S"
              CLOSE ARQPED.
           IF W-HISTOK = "S"
              CLOSE ARQPEDH.
           IF W-TITOK = "S"
              CLOSE ARQTIT.
           IF W-CHQOK = "S"
              CLOSE ARQCHQ.
           IF W-COBOK = "S"
              CLOSE ARQCOB.
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
