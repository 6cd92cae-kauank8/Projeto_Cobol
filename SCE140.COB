       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCE140.
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
                    LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                    RECORD KEY IS CPFCNPJ
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS RAZAO
                                   WITH DUPLICATES.

           SELECT ARQCLIEND ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                    RECORD KEY   IS CLIEND-CHAVE
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
                    FILE STATUS  IS ST-ERRO2.

           SELECT ARQTIT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TIT-CHAVE
                    FILE STATUS  IS ST-ERRO2
                    ALTERNATE RECORD KEY IS TIT-CPFCNPJ
                                   WITH DUPLICATES.

           SELECT ARQORC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ORC-NUMERO
                    FILE STATUS  IS ST-ERRO2.

           SELECT ARQCHQ ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                    RECORD KEY   IS CHQ-CHAVE
                    FILE STATUS  IS ST-ERRO2.

           SELECT ARQCSG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CSG-CHAVE
                    FILE STATUS  IS ST-ERRO2
                    ALTERNATE RECORD KEY IS CSG-CLIENTE
                                   WITH DUPLICATES.

           SELECT ARQCRM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                    RECORD KEY   IS CRM-CHAVE
                    FILE STATUS  IS ST-ERRO2
                    ALTERNATE RECORD KEY IS CRM-AGENDA
                                   WITH DUPLICATES.

           SELECT ARQCOB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COB-CHAVE
                    FILE STATUS  IS ST-ERRO2.

           SELECT ARQPAR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                    RECORD KEY   IS PAR-ID
                    FILE STATUS  IS ST-ERRO2.

           SELECT ARQLOG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                    RECORD KEY   IS LOG-CHAVE
                    FILE STATUS  IS ST-ERRO4.

           SELECT LGPWORK ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS LW-CPF
                    FILE STATUS  IS ST-ERRO6.

           SELECT RELANON ASSIGN TO W-NOMEREL
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
       FD ARQORC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQORC.DAT".
       01 REGORC.
          03 ORC-NUMERO        PIC 9(06).
          03 ORC-CLIENTE       PIC 9(14).
          03 ORC-DATA          PIC 9(08).
          03 ORC-VALIDADE      PIC 9(08).
          03 ORC-TOTAL         PIC 9(08)V99.
          03 ORC-STATUS        PIC X(01).
          03 ORC-NUMPED        PIC 9(06).
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
       FD ARQCSG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCSG.DAT".
       01 REGCSG.
          03 CSG-CHAVE.
             05 CSG-NUMERO     PIC 9(06).
             05 CSG-CODPROD    PIC 9(06).
          03 CSG-CLIENTE       PIC 9(14).
          03 CSG-LOCAL         PIC 9(02).
          03 CSG-DTREM         PIC 9(08).
          03 CSG-PRECO         PIC 9(06)V99.
          03 CSG-QTDREM        PIC 9(06).
          03 CSG-QTDVEND       PIC 9(06).
          03 CSG-QTDDEV        PIC 9(06).
          03 CSG-STATUS        PIC X(01).
          03 CSG-DTACERTO      PIC 9(08).
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
       FD ARQPAR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPAR.DAT".
       01 REGPAR.
          03 PAR-ID            PIC X(08).
          03 PAR-VALOR         PIC 9(06)V99.
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
       FD LGPWORK
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "LGPWORK.DAT".
       01 REGLGPW.
          03 LW-CPF            PIC 9(14).
          03 LW-ULTDATA        PIC 9(08).
          03 LW-BLOQ           PIC X(01).
          03 LW-MOTIVO         PIC X(20).
          03 LW-ANON           PIC X(01).
      *-----------------------------------------------------------------
       FD RELANON
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
       01 W-OPCAO       PIC X(01) VALUE SPACES.
       01 W-SIMUL       PIC X(01) VALUE "S".
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
       01 ST-ERRO6      PIC X(02) VALUE "00".
       01 MENS          PIC X(50) VALUE SPACES.
       01 LIMPA         PIC X(55) VALUE SPACES.
       01 W-ENDOK       PIC X(01) VALUE "N".
       01 W-PEDOK       PIC X(01) VALUE "N".
       01 W-HISTOK      PIC X(01) VALUE "N".
       01 W-TITOK       PIC X(01) VALUE "N".
       01 W-ORCOK       PIC X(01) VALUE "N".
       01 W-CHQOK       PIC X(01) VALUE "N".
       01 W-CSGOK       PIC X(01) VALUE "N".
       01 W-CRMOK       PIC X(01) VALUE "N".
       01 W-COBOK       PIC X(01) VALUE "N".
       01 W-PAROK       PIC X(01) VALUE "N".
       01 W-ANOS        PIC 9(02) VALUE 05.
       01 W-DTHOJE      PIC 9(08) VALUE ZEROS.
       01 W-DTCORTE     PIC 9(08) VALUE ZEROS.
       01 W-ACPF        PIC 9(14) VALUE ZEROS.
       01 W-ADATA       PIC 9(08) VALUE ZEROS.
       01 W-AMOTIVO     PIC X(20) VALUE SPACES.
       01 W-RAZANON     PIC X(30) VALUE "TITULAR ANONIMIZADO".
       01 W-TXTANON     PIC X(30) VALUE "ANONIMIZADO".
       01 W-QTDANON     PIC 9(06) VALUE ZEROS.
       01 W-QTDATIVO    PIC 9(06) VALUE ZEROS.
       01 W-QTDRETIDO   PIC 9(06) VALUE ZEROS.
       01 W-QTDSEMMOV   PIC 9(06) VALUE ZEROS.
       01 W-QTDJA       PIC 9(06) VALUE ZEROS.
       01 W-QTDLOG      PIC 9(06) VALUE ZEROS.
       01 W-QTDLIN      PIC 9(06) VALUE ZEROS.
       01 W-QTED        PIC ZZZZZ9 VALUE ZEROS.
       01 W-NOMEREL     PIC X(30) VALUE SPACES.
       01 W-DTSPOOL     PIC 9(08) VALUE ZEROS.
       01 W-HRSPOOL     PIC 9(08) VALUE ZEROS.
       01 W-HVFUNC      PIC X(01) VALUE SPACES.
       01 W-HVCPF       PIC 9(14) VALUE ZEROS.
       01 W-HVVALOR     PIC 9(08)V99 VALUE ZEROS.
       01 W-HVORIGEM    PIC X(02) VALUE SPACES.
       01 W-HVDOC       PIC X(10) VALUE SPACES.
       01 W-HVSALDO     PIC 9(08)V99 VALUE ZEROS.
       01 W-HVRET       PIC X(02) VALUE SPACES.

      *-----------------------------------------------------------------
      *
      *************************
      * REPORT SECTION *
      *************************
      *
       01 REL-CAB.
          03 FILLER       PIC X(44)
             VALUE "ANONIMIZACAO DE DADOS PESSOAIS (LGPD) - EM ".
          03 CABDATA      PIC 9(08).
          03 FILLER       PIC X(16) VALUE "  SEM MOV. DESDE".
          03 FILLER       PIC X(01) VALUE SPACES.
          03 CABCORTE     PIC 9(08).
          03 FILLER       PIC X(02) VALUE SPACES.
          03 CABMODO      PIC X(10).

       01 REL-CAB2.
          03 FILLER       PIC X(18) VALUE "  CPF             ".
          03 FILLER       PIC X(14) VALUE "ULT.MOVIMENTO ".
          03 FILLER       PIC X(30) VALUE "SITUACAO".

       01 REL-DET.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 DETCPF       PIC 9(14) VALUE ZEROS.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 DETULT       PIC 9(08) VALUE ZEROS.
          03 FILLER       PIC X(06) VALUE SPACES.
          03 DETSIT       PIC X(30) VALUE SPACES.

       01 REL-RES.
          03 FILLER       PIC X(04) VALUE SPACES.
          03 RESTIT       PIC X(36) VALUE SPACES.
          03 RESQTD       PIC ZZZZZ9 VALUE ZEROS.

      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TSCE140.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "          Anonimizacao de Ex-Clientes (L".
           05  LINE 02  COLUMN 41
               VALUE  "GPD)".
           05  LINE 05  COLUMN 03
               VALUE  "ANOS SEM MOVIMENTO (MINIMO 5) ...:".
           05  TANOS
               LINE 05  COLUMN 38  PIC 9(02)
               USING  W-ANOS
               HIGHLIGHT.
           05  LINE 06  COLUMN 03
               VALUE  "SIMULACAO - SOMENTE LISTA (S/N) .:".
           05  TSIMUL
               LINE 06  COLUMN 38  PIC X(01)
               USING  W-SIMUL
               HIGHLIGHT.
           05  LINE 23  COLUMN 01
               VALUE  "  MENSAGEM :".

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       ABRE-CLI.
           OPEN I-O ARQCLI
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
           OPEN I-O ARQCLIEND
           IF ST-ERRO2 = "00"
              MOVE "S" TO W-ENDOK
           ELSE
              MOVE "N" TO W-ENDOK.

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

       ABRE-ORC.
           OPEN INPUT ARQORC
           IF ST-ERRO2 = "00"
              MOVE "S" TO W-ORCOK
           ELSE
              MOVE "N" TO W-ORCOK.

       ABRE-CHQ.
           OPEN I-O ARQCHQ
           IF ST-ERRO2 = "00"
              MOVE "S" TO W-CHQOK
           ELSE
              MOVE "N" TO W-CHQOK.

       ABRE-CSG.
           OPEN INPUT ARQCSG
           IF ST-ERRO2 = "00"
              MOVE "S" TO W-CSGOK
           ELSE
              MOVE "N" TO W-CSGOK.

       ABRE-CRM.
           OPEN I-O ARQCRM
           IF ST-ERRO2 = "00"
              MOVE "S" TO W-CRMOK
           ELSE
              MOVE "N" TO W-CRMOK.

       ABRE-COB.
           OPEN INPUT ARQCOB
           IF ST-ERRO2 = "00"
              MOVE "S" TO W-COBOK
           ELSE
              MOVE "N" TO W-COBOK.

       ABRE-PAR.
           OPEN I-O ARQPAR
           IF ST-ERRO2 = "30"
              OPEN OUTPUT ARQPAR
              CLOSE ARQPAR
              OPEN I-O ARQPAR.
           IF ST-ERRO2 = "00"
              MOVE "S" TO W-PAROK
           ELSE
              MOVE "N" TO W-PAROK.
           MOVE 05 TO W-ANOS
           IF W-PAROK = "S"
              MOVE "LGPDANOS" TO PAR-ID
              READ ARQPAR
              IF ST-ERRO2 = "00" AND PAR-VALOR NOT < 5
                 MOVE PAR-VALOR TO W-ANOS.

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
           MOVE "S" TO W-SIMUL
           DISPLAY TSCE140.
       R2.
           ACCEPT TANOS
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM.
           IF W-ANOS < 5
              MOVE "PRAZO MINIMO DE GUARDA FISCAL: 5 ANOS" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
       R3.
           ACCEPT TSIMUL
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R2.
           IF W-SIMUL = "s"
              MOVE "S" TO W-SIMUL.
           IF W-SIMUL = "n"
              MOVE "N" TO W-SIMUL.
           IF W-SIMUL NOT = "S" AND "N"
              MOVE "RESPONDA S OU N" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
           ACCEPT W-DTHOJE FROM DATE YYYYMMDD
           COMPUTE W-DTCORTE = W-DTHOJE - (W-ANOS * 10000)
           DISPLAY (08, 03) "SEM MOVIMENTO DESDE ..........:"
           DISPLAY (08, 38) W-DTCORTE
           IF W-SIMUL = "N"
              DISPLAY (10, 03)
               "ATENCAO: A ANONIMIZACAO NAO PODE SER DESFEITA".
       R4.
           DISPLAY (12, 03) "CONFIRMA O PROCESSAMENTO (S/N): "
           MOVE "N" TO W-OPCAO
           ACCEPT (12, 36) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R1.
           IF W-OPCAO = "N" OR "n"
              GO TO R1.
           IF W-OPCAO NOT = "S" AND "s"
              GO TO R4.
           IF W-SIMUL = "N"
              PERFORM GRAVA-PAR THRU GRAVA-PAR-FIM.

      *
      ******************************
      * ULTIMO MOVIMENTO E BLOQUEIOS*
      * POR CPF/CNPJ                *
      ******************************
      *
       WRK-INI.
           OPEN OUTPUT LGPWORK
           IF ST-ERRO6 NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO DE TRABALHO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           CLOSE LGPWORK
           OPEN I-O LGPWORK
           MOVE ZEROS TO W-QTDANON W-QTDATIVO W-QTDRETIDO
           MOVE ZEROS TO W-QTDSEMMOV W-QTDJA W-QTDLOG W-QTDLIN
           PERFORM WRK-PED  THRU WRK-PED-FIM
           PERFORM WRK-PEDH THRU WRK-PEDH-FIM
           PERFORM WRK-TIT  THRU WRK-TIT-FIM
           PERFORM WRK-ORC  THRU WRK-ORC-FIM
           PERFORM WRK-CHQ  THRU WRK-CHQ-FIM
           PERFORM WRK-CSG  THRU WRK-CSG-FIM
           PERFORM WRK-CRM  THRU WRK-CRM-FIM
           PERFORM WRK-COB  THRU WRK-COB-FIM
           PERFORM WRK-LOG  THRU WRK-LOG-FIM
           GO TO REL-INI.

       WRK-PED.
           IF W-PEDOK NOT = "S"
              GO TO WRK-PED-FIM.
           MOVE ZEROS TO CHAVE
           START ARQPED KEY IS NOT LESS CHAVE INVALID KEY
                 GO TO WRK-PED-FIM.
       WRK-PED-RD.
           READ ARQPED NEXT
           IF ST-ERRO2 NOT = "00"
              GO TO WRK-PED-FIM.
           MOVE "*** VARRENDO PEDIDOS ***" TO MENS
           DISPLAY (23, 13) MENS
           IF CLIENTE = ZEROS
              GO TO WRK-PED-RD.
           MOVE CLIENTE  TO W-ACPF
           MOVE DTPEDIDO TO W-ADATA
           MOVE SPACES   TO W-AMOTIVO
           PERFORM ACUMULA THRU ACUMULA-FIM
           GO TO WRK-PED-RD.
       WRK-PED-FIM.
           EXIT.

       WRK-PEDH.
           IF W-HISTOK NOT = "S"
              GO TO WRK-PEDH-FIM.
           MOVE ZEROS TO H-CHAVE
           START ARQPEDH KEY IS NOT LESS H-CHAVE INVALID KEY
                 GO TO WRK-PEDH-FIM.
       WRK-PEDH-RD.
           READ ARQPEDH NEXT
           IF ST-ERRO2 NOT = "00"
              GO TO WRK-PEDH-FIM.
           MOVE "*** VARRENDO PEDIDOS ARQUIVADOS ***" TO MENS
           DISPLAY (23, 13) MENS
           IF H-CLIENTE = ZEROS
              GO TO WRK-PEDH-RD.
           MOVE H-CLIENTE  TO W-ACPF
           MOVE H-DTPEDIDO TO W-ADATA
           MOVE SPACES     TO W-AMOTIVO
           PERFORM ACUMULA THRU ACUMULA-FIM
           GO TO WRK-PEDH-RD.
       WRK-PEDH-FIM.
           EXIT.

       WRK-TIT.
           IF W-TITOK NOT = "S"
              GO TO WRK-TIT-FIM.
           MOVE ZEROS TO TIT-CHAVE
           START ARQTIT KEY IS NOT LESS TIT-CHAVE INVALID KEY
                 GO TO WRK-TIT-FIM.
       WRK-TIT-RD.
           READ ARQTIT NEXT
           IF ST-ERRO2 NOT = "00"
              GO TO WRK-TIT-FIM.
           MOVE "*** VARRENDO TITULOS ***" TO MENS
           DISPLAY (23, 13) MENS
           IF TIT-TIPO NOT = "R"
              GO TO WRK-TIT-RD.
           MOVE TIT-CPFCNPJ TO W-ACPF
           MOVE TIT-EMISSAO TO W-ADATA
           IF TIT-VENCTO > W-ADATA
              MOVE TIT-VENCTO TO W-ADATA.
           MOVE SPACES TO W-AMOTIVO
           IF TIT-STATUS = "A" AND TIT-SALDO > ZEROS
              MOVE "TITULO EM ABERTO" TO W-AMOTIVO.
           IF TIT-STATUS = "P" AND TIT-SALDO > ZEROS
              MOVE "TITULO EM PERDA" TO W-AMOTIVO.
           PERFORM ACUMULA THRU ACUMULA-FIM
           GO TO WRK-TIT-RD.
       WRK-TIT-FIM.
           EXIT.

       WRK-ORC.
           IF W-ORCOK NOT = "S"
              GO TO WRK-ORC-FIM.
           MOVE ZEROS TO ORC-NUMERO
           START ARQORC KEY IS NOT LESS ORC-NUMERO INVALID KEY
                 GO TO WRK-ORC-FIM.
       WRK-ORC-RD.
           READ ARQORC NEXT
           IF ST-ERRO2 NOT = "00"
              GO TO WRK-ORC-FIM.
           MOVE ORC-CLIENTE TO W-ACPF
           MOVE ORC-DATA    TO W-ADATA
           MOVE SPACES      TO W-AMOTIVO
           PERFORM ACUMULA THRU ACUMULA-FIM
           GO TO WRK-ORC-RD.
       WRK-ORC-FIM.
           EXIT.

       WRK-CHQ.
           IF W-CHQOK NOT = "S"
              GO TO WRK-CHQ-FIM.
           MOVE ZEROS TO CHQ-CHAVE
           START ARQCHQ KEY IS NOT LESS CHQ-CHAVE INVALID KEY
                 GO TO WRK-CHQ-FIM.
       WRK-CHQ-RD.
           READ ARQCHQ NEXT
           IF ST-ERRO2 NOT = "00"
              GO TO WRK-CHQ-FIM.
           MOVE CHQ-CPFCNPJ TO W-ACPF
           MOVE CHQ-BOMPARA TO W-ADATA
           IF CHQ-DTMOV > W-ADATA
              MOVE CHQ-DTMOV TO W-ADATA.
           MOVE SPACES TO W-AMOTIVO
           IF CHQ-STATUS = "C" OR "V"
              MOVE "CHEQUE PENDENTE" TO W-AMOTIVO.
           PERFORM ACUMULA THRU ACUMULA-FIM
           GO TO WRK-CHQ-RD.
       WRK-CHQ-FIM.
           EXIT.

       WRK-CSG.
           IF W-CSGOK NOT = "S"
              GO TO WRK-CSG-FIM.
           MOVE ZEROS TO CSG-CHAVE
           START ARQCSG KEY IS NOT LESS CSG-CHAVE INVALID KEY
                 GO TO WRK-CSG-FIM.
       WRK-CSG-RD.
           READ ARQCSG NEXT
           IF ST-ERRO2 NOT = "00"
              GO TO WRK-CSG-FIM.
           MOVE CSG-CLIENTE TO W-ACPF
           MOVE CSG-DTREM   TO W-ADATA
           IF CSG-DTACERTO > W-ADATA
              MOVE CSG-DTACERTO TO W-ADATA.
           MOVE SPACES TO W-AMOTIVO
           IF CSG-STATUS = "A"
              MOVE "CONSIGNACAO ABERTA" TO W-AMOTIVO.
           PERFORM ACUMULA THRU ACUMULA-FIM
           GO TO WRK-CSG-RD.
       WRK-CSG-FIM.
           EXIT.

       WRK-CRM.
           IF W-CRMOK NOT = "S"
              GO TO WRK-CRM-FIM.
           MOVE ZEROS TO CRM-CHAVE
           START ARQCRM KEY IS NOT LESS CRM-CHAVE INVALID KEY
                 GO TO WRK-CRM-FIM.
       WRK-CRM-RD.
           READ ARQCRM NEXT
           IF ST-ERRO2 NOT = "00"
              GO TO WRK-CRM-FIM.
           MOVE CRM-CPFCNPJ TO W-ACPF
           MOVE CRM-DATA    TO W-ADATA
           MOVE SPACES      TO W-AMOTIVO
           PERFORM ACUMULA THRU ACUMULA-FIM
           GO TO WRK-CRM-RD.
       WRK-CRM-FIM.
           EXIT.

       WRK-COB.
           IF W-COBOK NOT = "S"
              GO TO WRK-COB-FIM.
           MOVE ZEROS TO COB-CHAVE
           START ARQCOB KEY IS NOT LESS COB-CHAVE INVALID KEY
                 GO TO WRK-COB-FIM.
       WRK-COB-RD.
           READ ARQCOB NEXT
           IF ST-ERRO2 NOT = "00"
              GO TO WRK-COB-FIM.
           MOVE COB-CPFCNPJ TO W-ACPF
           MOVE COB-DATA    TO W-ADATA
           MOVE SPACES      TO W-AMOTIVO
           PERFORM ACUMULA THRU ACUMULA-FIM
           GO TO WRK-COB-RD.
       WRK-COB-FIM.
           EXIT.

      *
      * INCLUSAO/ALTERACAO DO CADASTRO E DOS ENDERECOS DE ENTREGA
      * CONTAM COMO MOVIMENTO DO CLIENTE
      *
       WRK-LOG.
           MOVE ZEROS TO LOG-CHAVE
           START ARQLOG KEY IS NOT LESS LOG-CHAVE INVALID KEY
                 GO TO WRK-LOG-FIM.
       WRK-LOG-RD.
           READ ARQLOG NEXT
           IF ST-ERRO4 NOT = "00"
              GO TO WRK-LOG-FIM.
           MOVE "*** VARRENDO LOG DE AUDITORIA ***" TO MENS
           DISPLAY (23, 13) MENS
           IF LOG-PROGRAMA NOT = "SCE001" AND "SCE016"
              GO TO WRK-LOG-RD.
           IF LOG-CHAVEREG (1:14) NOT NUMERIC
              GO TO WRK-LOG-RD.
           MOVE LOG-CHAVEREG (1:14) TO W-ACPF
           MOVE LOG-DATA TO W-ADATA
           MOVE SPACES   TO W-AMOTIVO
           PERFORM ACUMULA THRU ACUMULA-FIM
           GO TO WRK-LOG-RD.
       WRK-LOG-FIM.
           EXIT.

       ACUMULA.
           IF W-ACPF = ZEROS
              GO TO ACUMULA-FIM.
           MOVE W-ACPF TO LW-CPF
           READ LGPWORK
           IF ST-ERRO6 NOT = "00"
              MOVE W-ACPF    TO LW-CPF
              MOVE W-ADATA   TO LW-ULTDATA
              MOVE "N"       TO LW-BLOQ LW-ANON
              MOVE W-AMOTIVO TO LW-MOTIVO
              IF W-AMOTIVO NOT = SPACES
                 MOVE "S" TO LW-BLOQ.
           IF ST-ERRO6 NOT = "00"
              WRITE REGLGPW
              GO TO ACUMULA-FIM.
           IF W-ADATA > LW-ULTDATA
              MOVE W-ADATA TO LW-ULTDATA.
           IF W-AMOTIVO NOT = SPACES AND LW-BLOQ NOT = "S"
              MOVE "S" TO LW-BLOQ
              MOVE W-AMOTIVO TO LW-MOTIVO.
           REWRITE REGLGPW.
       ACUMULA-FIM.
           EXIT.

      *
      ******************************
      * SELECAO E ANONIMIZACAO      *
      ******************************
      *
       REL-INI.
           ACCEPT W-DTSPOOL FROM DATE YYYYMMDD
           ACCEPT W-HRSPOOL FROM TIME
           MOVE SPACES TO W-NOMEREL
           STRING "ANONLGPD" W-DTSPOOL W-HRSPOOL (1:6) ".LST"
                  DELIMITED BY SIZE INTO W-NOMEREL
           OPEN OUTPUT RELANON
           IF ST-ERRO3 NOT = "00"
              MOVE "ERRO NA ABERTURA DO RELATORIO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE LGPWORK
              GO TO ROT-FIM.
           MOVE W-DTHOJE  TO CABDATA
           MOVE W-DTCORTE TO CABCORTE
           IF W-SIMUL = "S"
              MOVE "SIMULACAO" TO CABMODO
           ELSE
              MOVE "EFETIVA" TO CABMODO.
           WRITE LINHA-REL FROM REL-CAB
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           WRITE LINHA-REL FROM REL-CAB2
           MOVE ZEROS TO CPFCNPJ
           START ARQCLI KEY IS NOT LESS CPFCNPJ INVALID KEY
                 GO TO SEL-FIM.

       SEL-RD.
           READ ARQCLI NEXT
           IF ST-ERRO NOT = "00"
              GO TO SEL-FIM.
           MOVE "*** SELECIONANDO EX-CLIENTES ***" TO MENS
           DISPLAY (23, 13) MENS
           IF PESSOA NOT = "F"
              GO TO SEL-RD.
           IF RAZAO = W-RAZANON
              ADD 1 TO W-QTDJA
              GO TO SEL-RD.
           MOVE CPFCNPJ TO LW-CPF
           READ LGPWORK
           IF ST-ERRO6 NOT = "00"
              ADD 1 TO W-QTDSEMMOV
              MOVE ZEROS TO LW-ULTDATA
              MOVE "SEM MOVIMENTO - VERIFICAR" TO DETSIT
              GO TO SEL-LISTA.
           IF LW-ULTDATA NOT < W-DTCORTE
              ADD 1 TO W-QTDATIVO
              GO TO SEL-RD.
           IF LW-BLOQ = "S"
              ADD 1 TO W-QTDRETIDO
              MOVE SPACES TO DETSIT
              STRING "RETIDO: " LW-MOTIVO
                     DELIMITED BY SIZE INTO DETSIT
              GO TO SEL-LISTA.
           MOVE "S"     TO W-HVFUNC
           MOVE CPFCNPJ TO W-HVCPF
           MOVE ZEROS   TO W-HVVALOR
           CALL "SCE096" USING W-HVFUNC W-HVCPF W-HVVALOR W-HVORIGEM
                               W-HVDOC W-OPERADOR W-HVSALDO W-HVRET
           IF W-HVRET = "00" AND W-HVSALDO > ZEROS
              ADD 1 TO W-QTDRETIDO
              MOVE "RETIDO: HAVER COM SALDO" TO DETSIT
              GO TO SEL-LISTA.
           ADD 1 TO W-QTDANON
           IF W-SIMUL = "S"
              MOVE "SERA ANONIMIZADO" TO DETSIT
              GO TO SEL-LISTA.
           PERFORM ANONIMIZA THRU ANONIMIZA-FIM
           MOVE "ANONIMIZADO" TO DETSIT.

       SEL-LISTA.
           MOVE CPFCNPJ    TO DETCPF
           MOVE LW-ULTDATA TO DETULT
           WRITE LINHA-REL FROM REL-DET
           ADD 1 TO W-QTDLIN
           GO TO SEL-RD.

       ANONIMIZA.
           MOVE W-RAZANON TO RAZAO
           MOVE SPACES TO APELIDO COMPLEMENTO EMAIL
           MOVE ZEROS  TO NUMERO TEL TEL2
           REWRITE REGCLI
           MOVE SPACES TO W-IMGANT
           MOVE REGCLI TO W-IMGNOV
           MOVE "ANONIMIZA" TO LOG-OPERACAO
           MOVE CPFCNPJ TO LOG-CHAVEREG
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM
           MOVE "S" TO LW-ANON
           REWRITE REGLGPW
           PERFORM ANON-END THRU ANON-END-FIM
           PERFORM ANON-CRM THRU ANON-CRM-FIM.
       ANONIMIZA-FIM.
           EXIT.

      *
      * FICAM CEP, LOGRADOURO, BAIRRO, CIDADE E UF (ESCRITURACAO);
      * SAEM DESCRICAO, NUMERO E COMPLEMENTO
      *
       ANON-END.
           IF W-ENDOK NOT = "S"
              GO TO ANON-END-FIM.
           MOVE CPFCNPJ TO CLIEND-CPFCNPJ
           MOVE ZEROS   TO CLIEND-SEQ
           START ARQCLIEND KEY IS NOT LESS CLIEND-CHAVE INVALID KEY
                 GO TO ANON-END-FIM.
       ANON-END-RD.
           READ ARQCLIEND NEXT
           IF ST-ERRO2 NOT = "00"
              GO TO ANON-END-FIM.
           IF CLIEND-CPFCNPJ NOT = CPFCNPJ
              GO TO ANON-END-FIM.
           MOVE W-TXTANON TO CLIEND-DESCR
           MOVE ZEROS     TO CLIEND-NUMERO
           MOVE SPACES    TO CLIEND-COMPLEMENTO
           REWRITE REGCLIEND
           GO TO ANON-END-RD.
       ANON-END-FIM.
           EXIT.

       ANON-CRM.
           IF W-CRMOK NOT = "S"
              GO TO ANON-CRM-FIM.
           MOVE CPFCNPJ TO CRM-CPFCNPJ
           MOVE ZEROS   TO CRM-DATA CRM-SEQ
           START ARQCRM KEY IS NOT LESS CRM-CHAVE INVALID KEY
                 GO TO ANON-CRM-FIM.
       ANON-CRM-RD.
           READ ARQCRM NEXT
           IF ST-ERRO2 NOT = "00"
              GO TO ANON-CRM-FIM.
           IF CRM-CPFCNPJ NOT = CPFCNPJ
              GO TO ANON-CRM-FIM.
           MOVE W-TXTANON TO CRM-ASSUNTO
           MOVE SPACES    TO CRM-RESULTADO
           REWRITE REGCRM
           GO TO ANON-CRM-RD.
       ANON-CRM-FIM.
           EXIT.

      *
      ******************************
      * CHEQUES E LOG DOS CLIENTES  *
      * ANONIMIZADOS                *
      ******************************
      *
       SEL-FIM.
           IF W-SIMUL = "S" OR W-QTDANON = ZEROS
              GO TO REL-FIM.
           IF W-CHQOK NOT = "S"
              GO TO LOG-INI.
           MOVE ZEROS TO CHQ-CHAVE
           START ARQCHQ KEY IS NOT LESS CHQ-CHAVE INVALID KEY
                 GO TO LOG-INI.
       CHQ-RD.
           READ ARQCHQ NEXT
           IF ST-ERRO2 NOT = "00"
              GO TO LOG-INI.
           MOVE CHQ-CPFCNPJ TO LW-CPF
           READ LGPWORK
           IF ST-ERRO6 NOT = "00" OR LW-ANON NOT = "S"
              GO TO CHQ-RD.
           MOVE W-RAZANON TO CHQ-EMITENTE
           REWRITE REGCHQ
           GO TO CHQ-RD.

       LOG-INI.
           MOVE ZEROS TO LOG-CHAVE
           START ARQLOG KEY IS NOT LESS LOG-CHAVE INVALID KEY
                 GO TO REL-FIM.
       LOG-RD.
           READ ARQLOG NEXT
           IF ST-ERRO4 NOT = "00"
              GO TO REL-FIM.
           MOVE "*** LIMPANDO IMAGENS DO LOG ***" TO MENS
           DISPLAY (23, 13) MENS
           IF LOG-PROGRAMA = "SCE140"
              GO TO LOG-RD.
           IF LOG-CHAVEREG (1:14) NOT NUMERIC
              GO TO LOG-RD.
           MOVE LOG-CHAVEREG (1:14) TO LW-CPF
           READ LGPWORK
           IF ST-ERRO6 NOT = "00" OR LW-ANON NOT = "S"
              GO TO LOG-RD.
           IF LOG-IMAGEMANT NOT = SPACES
              MOVE SPACES TO LOG-IMAGEMANT
              STRING "DADOS PESSOAIS ANONIMIZADOS EM " W-DTHOJE
                     DELIMITED BY SIZE INTO LOG-IMAGEMANT.
           IF LOG-IMAGEMNOV NOT = SPACES
              MOVE SPACES TO LOG-IMAGEMNOV
              STRING "DADOS PESSOAIS ANONIMIZADOS EM " W-DTHOJE
                     DELIMITED BY SIZE INTO LOG-IMAGEMNOV.
           REWRITE REGLOG
           ADD 1 TO W-QTDLOG
           GO TO LOG-RD.

       REL-FIM.
           CLOSE LGPWORK
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE "CLIENTES ATIVOS NO PERIODO .......:" TO RESTIT
           MOVE W-QTDATIVO TO RESQTD
           WRITE LINHA-REL FROM REL-RES
           MOVE "RETIDOS (PENDENCIA FINANCEIRA) ...:" TO RESTIT
           MOVE W-QTDRETIDO TO RESQTD
           WRITE LINHA-REL FROM REL-RES
           MOVE "SEM MOVIMENTO CONHECIDO ..........:" TO RESTIT
           MOVE W-QTDSEMMOV TO RESQTD
           WRITE LINHA-REL FROM REL-RES
           MOVE "JA ANONIMIZADOS ANTES ............:" TO RESTIT
           MOVE W-QTDJA TO RESQTD
           WRITE LINHA-REL FROM REL-RES
           IF W-SIMUL = "S"
              MOVE "A ANONIMIZAR .....................:" TO RESTIT
           ELSE
              MOVE "ANONIMIZADOS NESTA EXECUCAO ......:" TO RESTIT.
           MOVE W-QTDANON TO RESQTD
           WRITE LINHA-REL FROM REL-RES
           MOVE "IMAGENS DO LOG LIMPAS ............:" TO RESTIT
           MOVE W-QTDLOG TO RESQTD
           WRITE LINHA-REL FROM REL-RES
           CLOSE RELANON
           PERFORM GRAVA-SPOOL THRU GRAVA-SPOOL-FIM
           MOVE SPACES TO W-IMGANT W-IMGNOV
           STRING "ANOS=" W-ANOS " CORTE=" W-DTCORTE
                  " SIMULACAO=" W-SIMUL " ANONIMIZADOS=" W-QTDANON
                  " RETIDOS=" W-QTDRETIDO " LOG=" W-QTDLOG
                  " REL=" W-NOMEREL
                  DELIMITED BY SIZE INTO W-IMGNOV
           MOVE "LGPD-ANON" TO LOG-OPERACAO
           MOVE W-DTHOJE TO LOG-CHAVEREG
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM
           DISPLAY (23, 13) LIMPA
           DISPLAY (14, 03) "CLIENTES RETIDOS ......: "
           DISPLAY (14, 28) W-QTDRETIDO
           DISPLAY (15, 03) "SEM MOVIMENTO CONHECIDO: "
           DISPLAY (15, 28) W-QTDSEMMOV
           IF W-SIMUL = "S"
              DISPLAY (16, 03) "A ANONIMIZAR ..........: "
           ELSE
              DISPLAY (16, 03) "ANONIMIZADOS ..........: ".
           DISPLAY (16, 28) W-QTDANON
           DISPLAY (17, 03) "RELATORIO GRAVADO EM ..: "
           DISPLAY (17, 28) W-NOMEREL
           MOVE "*** PROCESSAMENTO LGPD CONCLUIDO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           DISPLAY (23, 13) "TECLE ENTER PARA CONTINUAR"
           ACCEPT (23, 45) W-OPCAO
           GO TO ROT-FIM.

       GRAVA-PAR.
           IF W-PAROK NOT = "S"
              GO TO GRAVA-PAR-FIM.
           MOVE "LGPDANOS" TO PAR-ID
           READ ARQPAR
           IF ST-ERRO2 = "00"
              MOVE W-ANOS TO PAR-VALOR
              REWRITE REGPAR
           ELSE
              MOVE "LGPDANOS" TO PAR-ID
              MOVE W-ANOS TO PAR-VALOR
              WRITE REGPAR.
       GRAVA-PAR-FIM.
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
           MOVE "ANONLGPD" TO SPL-RELATORIO
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
           MOVE "SCE140" TO LOG-PROGRAMA.
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
           IF W-PEDOK = "S"
              CLOSE ARQPED.
           IF W-HISTOK = "S"
              CLOSE ARQPEDH.
           IF W-TITOK = "S"
              CLOSE ARQTIT.
           IF W-ORCOK = "S"
              CLOSE ARQORC.
           IF W-CHQOK = "S"
              CLOSE ARQCHQ.
           IF W-CSGOK = "S"
              CLOSE ARQCSG.
           IF W-CRMOK = "S"
              CLOSE ARQCRM.
           IF W-COBOK = "S"
              CLOSE ARQCOB.
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
