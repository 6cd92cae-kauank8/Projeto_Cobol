       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCE138.
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
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQPED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                    RECORD KEY IS CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CLIENTE
                                   WITH DUPLICATES
                    ALTERNATE RECORD KEY IS FORNECEDOR
                                   WITH DUPLICATES.

           SELECT ARQPEDH ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                    RECORD KEY IS H-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS H-CLIENTE
                                   WITH DUPLICATES
                    ALTERNATE RECORD KEY IS H-FORNECEDOR
                                   WITH DUPLICATES.

           SELECT ARQTIT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                    RECORD KEY   IS TIT-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS TIT-CPFCNPJ
                                   WITH DUPLICATES.

           SELECT ARQTAB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                    RECORD KEY   IS TAB-CHAVE
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQCLIX ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                    RECORD KEY   IS CLIX-CPFCNPJ
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQORC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                    RECORD KEY   IS ORC-NUMERO
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQCHQ ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                    RECORD KEY   IS CHQ-CHAVE
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQCSG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                    RECORD KEY   IS CSG-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CSG-CLIENTE
                                   WITH DUPLICATES.

           SELECT ARQCRM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                    RECORD KEY   IS CRM-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CRM-AGENDA
                                   WITH DUPLICATES.

           SELECT ARQFID ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                    RECORD KEY   IS FID-CHAVE
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQLOG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                    RECORD KEY   IS LOG-CHAVE
                    FILE STATUS  IS ST-ERRO2.

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
       FD ARQTAB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQTAB.DAT".
       01 REGTAB.
          03 TAB-CHAVE.
             05 TAB-CPFCNPJ    PIC 9(14).
             05 TAB-CODPROD    PIC 9(06).
          03 TAB-PRECO         PIC 9(06)V99.
          03 TAB-DTINI         PIC 9(08).
          03 TAB-DTFIM         PIC 9(08).
      *-----------------------------------------------------------------
       FD ARQCLIX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCLIX.DAT".
       01 REGCLIX.
          03 CLIX-CPFCNPJ      PIC 9(14).
          03 CLIX-LIMITE       PIC 9(08)V99.
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
       01 MENS          PIC X(50) VALUE SPACES.
       01 LIMPA         PIC X(55) VALUE SPACES.
       01 LIMPA2        PIC X(78) VALUE SPACES.
       01 W-ENDOK       PIC X(01) VALUE "N".
       01 W-PEDOK       PIC X(01) VALUE "N".
       01 W-HISTOK      PIC X(01) VALUE "N".
       01 W-TITOK       PIC X(01) VALUE "N".
       01 W-TABOK       PIC X(01) VALUE "N".
       01 W-CLIXOK      PIC X(01) VALUE "N".
       01 W-ORCOK       PIC X(01) VALUE "N".
       01 W-CHQOK       PIC X(01) VALUE "N".
       01 W-CSGOK       PIC X(01) VALUE "N".
       01 W-CRMOK       PIC X(01) VALUE "N".
       01 W-FIDOK       PIC X(01) VALUE "N".
       01 W-CPFPERDE    PIC 9(14) VALUE ZEROS.
       01 W-CPFFICA     PIC 9(14) VALUE ZEROS.
       01 W-REGPERDE    PIC X(150) VALUE SPACES.
       01 W-CLIPERDE REDEFINES W-REGPERDE.
          03 P-PESSOA      PIC X(01).
          03 P-CPFCNPJ     PIC 9(14).
          03 P-RAZAO       PIC X(30).
          03 P-APELIDO     PIC X(30).
          03 P-CEP         PIC 9(8).
          03 P-NUMERO      PIC 9(05).
          03 P-COMPLEMENTO PIC X(10).
          03 P-TEL         PIC 9(11).
          03 P-EMAIL       PIC X(30).
          03 P-TEL2        PIC 9(11).
       01 W-ALTEROU     PIC X(01) VALUE "N".
       01 W-MAXSEQ      PIC 9(02) VALUE ZEROS.
       01 W-SX          PIC 9(03) COMP VALUE ZEROS.
       01 W-TABMAP.
          03 W-MAPSEQ   PIC 9(02) OCCURS 100 TIMES.
       01 W-REGSAV      PIC X(160) VALUE SPACES.
       01 W-LIMPERDE    PIC 9(08)V99 VALUE ZEROS.
       01 W-QTEND       PIC 9(05) VALUE ZEROS.
       01 W-QTPED       PIC 9(05) VALUE ZEROS.
       01 W-QTPEDH      PIC 9(05) VALUE ZEROS.
       01 W-QTTIT       PIC 9(05) VALUE ZEROS.
       01 W-QTTAB       PIC 9(05) VALUE ZEROS.
       01 W-QTORC       PIC 9(05) VALUE ZEROS.
       01 W-QTCHQ       PIC 9(05) VALUE ZEROS.
       01 W-QTCSG       PIC 9(05) VALUE ZEROS.
       01 W-QTCRM       PIC 9(05) VALUE ZEROS.
       01 W-QTFID       PIC 9(05) VALUE ZEROS.
       01 W-HVFUNC      PIC X(01) VALUE SPACES.
       01 W-HVCPF       PIC 9(14) VALUE ZEROS.
       01 W-HVVALOR     PIC 9(08)V99 VALUE ZEROS.
       01 W-HVORIGEM    PIC X(02) VALUE "UN".
       01 W-HVDOC       PIC X(10) VALUE "UNIFICACAO".
       01 W-HVSALDO     PIC 9(08)V99 VALUE ZEROS.
       01 W-HVRET       PIC X(02) VALUE SPACES.
       01 W-VLHAV       PIC 9(08)V99 VALUE ZEROS.
       01 W-VLHAVED     PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.

      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TSCE138.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "              Unificacao de Clientes Dup".
           05  LINE 02  COLUMN 41
               VALUE  "licados".
           05  LINE 04  COLUMN 03
               VALUE  "CPF/CNPJ A ELIMINAR ...:".
           05  TCPFPERDE
               LINE 04  COLUMN 28  PIC 9(14)
               USING  W-CPFPERDE
               HIGHLIGHT.
           05  LINE 07  COLUMN 03
               VALUE  "CPF/CNPJ SOBREVIVENTE .:".
           05  TCPFFICA
               LINE 07  COLUMN 28  PIC 9(14)
               USING  W-CPFFICA
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
           IF ST-ERRO2 NOT = "00"
              IF ST-ERRO2 = "30"
                 OPEN OUTPUT ARQLOG
                 CLOSE ARQLOG
                 OPEN I-O ARQLOG
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO DE LOG " TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE ARQCLI
                 GO TO ROT-FIM2.

      *
      * ARQUIVO INEXISTENTE (30/35) NAO TEM O QUE TRANSFERIR;
      * QUALQUER OUTRO ERRO DE ABERTURA CANCELA A UNIFICACAO
      *
       ABRE-END.
           OPEN I-O ARQCLIEND
           IF ST-ERRO = "00"
              MOVE "S" TO W-ENDOK
           ELSE
              IF ST-ERRO NOT = "30" AND "35"
                 GO TO ABRE-ERRO.

       ABRE-PED.
           OPEN I-O ARQPED
           IF ST-ERRO = "00"
              MOVE "S" TO W-PEDOK
           ELSE
              IF ST-ERRO NOT = "30" AND "35"
                 GO TO ABRE-ERRO.

       ABRE-PEDH.
           OPEN I-O ARQPEDH
           IF ST-ERRO = "00"
              MOVE "S" TO W-HISTOK
           ELSE
              IF ST-ERRO NOT = "30" AND "35"
                 GO TO ABRE-ERRO.

       ABRE-TIT.
           OPEN I-O ARQTIT
           IF ST-ERRO = "00"
              MOVE "S" TO W-TITOK
           ELSE
              IF ST-ERRO NOT = "30" AND "35"
                 GO TO ABRE-ERRO.

       ABRE-TAB.
           OPEN I-O ARQTAB
           IF ST-ERRO = "00"
              MOVE "S" TO W-TABOK
           ELSE
              IF ST-ERRO NOT = "30" AND "35"
                 GO TO ABRE-ERRO.

       ABRE-CLIX.
           OPEN I-O ARQCLIX
           IF ST-ERRO = "00"
              MOVE "S" TO W-CLIXOK
           ELSE
              IF ST-ERRO NOT = "30" AND "35"
                 GO TO ABRE-ERRO.

       ABRE-ORC.
           OPEN I-O ARQORC
           IF ST-ERRO = "00"
              MOVE "S" TO W-ORCOK
           ELSE
              IF ST-ERRO NOT = "30" AND "35"
                 GO TO ABRE-ERRO.

       ABRE-CHQ.
           OPEN I-O ARQCHQ
           IF ST-ERRO = "00"
              MOVE "S" TO W-CHQOK
           ELSE
              IF ST-ERRO NOT = "30" AND "35"
                 GO TO ABRE-ERRO.

       ABRE-CSG.
           OPEN I-O ARQCSG
           IF ST-ERRO = "00"
              MOVE "S" TO W-CSGOK
           ELSE
              IF ST-ERRO NOT = "30" AND "35"
                 GO TO ABRE-ERRO.

       ABRE-CRM.
           OPEN I-O ARQCRM
           IF ST-ERRO = "00"
              MOVE "S" TO W-CRMOK
           ELSE
              IF ST-ERRO NOT = "30" AND "35"
                 GO TO ABRE-ERRO.

       ABRE-FID.
           OPEN I-O ARQFID
           IF ST-ERRO = "00"
              MOVE "S" TO W-FIDOK
           ELSE
              IF ST-ERRO NOT = "30" AND "35"
                 GO TO ABRE-ERRO.
           GO TO R-OPERADOR.

       ABRE-ERRO.
           MOVE "ERRO NA ABERTURA DE ARQUIVO - UNIFICACAO CANCELADA"
              TO MENS
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
           MOVE ZEROS TO W-CPFPERDE W-CPFFICA
           DISPLAY TSCE138.

       R2.
           ACCEPT TCPFPERDE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM.
           IF W-CPFPERDE = ZEROS
              MOVE "INFORME O CPF/CNPJ A ELIMINAR" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           MOVE W-CPFPERDE TO CPFCNPJ
           READ ARQCLI
           IF ST-ERRO NOT = "00"
              MOVE "CLIENTE NAO CADASTRADO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           MOVE REGCLI TO W-REGPERDE
           DISPLAY (05, 03) PESSOA
           DISPLAY (05, 05) RAZAO
           DISPLAY (05, 36) TEL
           DISPLAY (05, 48) EMAIL (1:30).

       R3.
           ACCEPT TCPFFICA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R1.
           IF W-CPFFICA = ZEROS OR W-CPFFICA = W-CPFPERDE
              MOVE "CPF/CNPJ SOBREVIVENTE INVALIDO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
           MOVE W-CPFFICA TO CPFCNPJ
           READ ARQCLI
           IF ST-ERRO NOT = "00"
              MOVE "CLIENTE NAO CADASTRADO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
           DISPLAY (08, 03) PESSOA
           DISPLAY (08, 05) RAZAO
           DISPLAY (08, 36) TEL
           DISPLAY (08, 48) EMAIL (1:30)
           IF PESSOA NOT = P-PESSOA
              DISPLAY (09, 03)
               "ATENCAO: PESSOA FISICA x JURIDICA - CONFIRA O CASO".

       R4.
           DISPLAY (11, 03)
            "PEDIDOS, TITULOS, ENDERECOS, PRECOS, LIMITE, ORCAMENTOS"
           DISPLAY (12, 03)
            "E CHEQUES DO PRIMEIRO PASSAM PARA O SOBREVIVENTE E O"
           DISPLAY (13, 03)
            "CADASTRO ELIMINADO E EXCLUIDO."
           DISPLAY (15, 03) "CONFIRMA A UNIFICACAO (S/N): "
           MOVE "N" TO W-OPCAO
           ACCEPT (15, 32) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R3.
           IF W-OPCAO = "N" OR "n"
              GO TO R1.
           IF W-OPCAO NOT = "S" AND "s"
              GO TO R4.
           MOVE ZEROS TO W-QTEND W-QTPED W-QTPEDH W-QTTIT W-QTTAB
           MOVE ZEROS TO W-QTORC W-QTCHQ W-QTCSG W-QTCRM W-QTFID
           MOVE ZEROS TO W-VLHAV
           PERFORM UNI-END  THRU UNI-END-FIM
           PERFORM UNI-PED  THRU UNI-PED-FIM
           PERFORM UNI-PEDH THRU UNI-PEDH-FIM
           PERFORM UNI-TIT  THRU UNI-TIT-FIM
           PERFORM UNI-TAB  THRU UNI-TAB-FIM
           PERFORM UNI-CLIX THRU UNI-CLIX-FIM
           PERFORM UNI-ORC  THRU UNI-ORC-FIM
           PERFORM UNI-CHQ  THRU UNI-CHQ-FIM
           PERFORM UNI-CSG  THRU UNI-CSG-FIM
           PERFORM UNI-CRM  THRU UNI-CRM-FIM
           PERFORM UNI-FID  THRU UNI-FID-FIM
           PERFORM UNI-HAV  THRU UNI-HAV-FIM
           PERFORM UNI-CLI  THRU UNI-CLI-FIM.

       R5.
           DISPLAY (11, 01) LIMPA2
           DISPLAY (12, 01) LIMPA2
           DISPLAY (13, 01) LIMPA2
           DISPLAY (15, 01) LIMPA2
           DISPLAY (11, 03) "ENDERECOS ......:"
           DISPLAY (11, 21) W-QTEND
           DISPLAY (12, 03) "PEDIDOS ........:"
           DISPLAY (12, 21) W-QTPED
           DISPLAY (13, 03) "PEDIDOS HIST. ..:"
           DISPLAY (13, 21) W-QTPEDH
           DISPLAY (14, 03) "TITULOS ........:"
           DISPLAY (14, 21) W-QTTIT
           DISPLAY (15, 03) "PRECOS CONTRATO :"
           DISPLAY (15, 21) W-QTTAB
           DISPLAY (16, 03) "ORCAMENTOS .....:"
           DISPLAY (16, 21) W-QTORC
           DISPLAY (11, 40) "CHEQUES ........:"
           DISPLAY (11, 58) W-QTCHQ
           DISPLAY (12, 40) "CONSIGNACOES ...:"
           DISPLAY (12, 58) W-QTCSG
           DISPLAY (13, 40) "CONTATOS CRM ...:"
           DISPLAY (13, 58) W-QTCRM
           DISPLAY (14, 40) "FIDELIDADE .....:"
           DISPLAY (14, 58) W-QTFID
           MOVE W-VLHAV TO W-VLHAVED
           DISPLAY (15, 40) "HAVER ..........:"
           DISPLAY (15, 58) W-VLHAVED
           MOVE "*** CLIENTES UNIFICADOS ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           DISPLAY (23, 13) "TECLE ENTER PARA CONTINUAR"
           ACCEPT (23, 45) W-OPCAO
           GO TO R1.

      *
      ******************************************
      * ENDERECOS DE ENTREGA: RENUMERA NO FINAL *
      * DA LISTA DO SOBREVIVENTE                *
      ******************************************
      *
       UNI-END.
           MOVE ZEROS TO W-TABMAP W-MAXSEQ
           IF W-ENDOK NOT = "S"
              GO TO UNI-END-FIM.
           MOVE W-CPFFICA TO CLIEND-CPFCNPJ
           MOVE ZEROS     TO CLIEND-SEQ
           START ARQCLIEND KEY IS NOT LESS CLIEND-CHAVE INVALID KEY
                 GO TO UNI-END-LP.
       UNI-END-MAX.
           READ ARQCLIEND NEXT
           IF ST-ERRO NOT = "00"
              GO TO UNI-END-LP.
           IF CLIEND-CPFCNPJ NOT = W-CPFFICA
              GO TO UNI-END-LP.
           MOVE CLIEND-SEQ TO W-MAXSEQ
           GO TO UNI-END-MAX.
       UNI-END-LP.
           MOVE W-CPFPERDE TO CLIEND-CPFCNPJ
           MOVE ZEROS      TO CLIEND-SEQ
           START ARQCLIEND KEY IS NOT LESS CLIEND-CHAVE INVALID KEY
                 GO TO UNI-END-FIM.
           READ ARQCLIEND NEXT
           IF ST-ERRO NOT = "00"
              GO TO UNI-END-FIM.
           IF CLIEND-CPFCNPJ NOT = W-CPFPERDE
              GO TO UNI-END-FIM.
           IF W-MAXSEQ NOT < 99
              MOVE "LIMITE DE ENDERECOS DO SOBREVIVENTE ATINGIDO"
                 TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO UNI-END-FIM.
           MOVE REGCLIEND TO W-IMGANT
           DELETE ARQCLIEND RECORD
           ADD 1 TO W-MAXSEQ
           COMPUTE W-SX = CLIEND-SEQ + 1
           MOVE W-MAXSEQ  TO W-MAPSEQ (W-SX)
           MOVE W-CPFFICA TO CLIEND-CPFCNPJ
           MOVE W-MAXSEQ  TO CLIEND-SEQ
           WRITE REGCLIEND
           MOVE REGCLIEND TO W-IMGNOV
           MOVE "UNIFICACAO" TO LOG-OPERACAO
           MOVE CLIEND-CHAVE TO LOG-CHAVEREG
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM
           ADD 1 TO W-QTEND
           GO TO UNI-END-LP.
       UNI-END-FIM.
           EXIT.

      *
      ******************************************
      * PEDIDOS: REPOSICIONA A CADA REGRAVACAO  *
      * POIS A CHAVE ALTERNATIVA E ALTERADA     *
      ******************************************
      *
       UNI-PED.
           IF W-PEDOK NOT = "S"
              GO TO UNI-PED-FIM.
       UNI-PED-LP.
           MOVE "*** TRANSFERINDO PEDIDOS ***" TO MENS
           DISPLAY (23, 13) MENS
           MOVE W-CPFPERDE TO CLIENTE
           START ARQPED KEY IS NOT LESS CLIENTE INVALID KEY
                 GO TO UNI-PED-FIM.
           READ ARQPED NEXT
           IF ST-ERRO NOT = "00"
              GO TO UNI-PED-FIM.
           IF CLIENTE NOT = W-CPFPERDE
              GO TO UNI-PED-FIM.
           MOVE REGPED TO W-IMGANT
           MOVE W-CPFFICA TO CLIENTE
           IF ENDSEQ NOT = ZEROS
              COMPUTE W-SX = ENDSEQ + 1
              IF W-MAPSEQ (W-SX) NOT = ZEROS
                 MOVE W-MAPSEQ (W-SX) TO ENDSEQ.
           REWRITE REGPED
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA REGRAVACAO DE PEDIDO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO UNI-PED-FIM.
           MOVE REGPED TO W-IMGNOV
           MOVE "UNIFICACAO" TO LOG-OPERACAO
           MOVE CHAVE TO LOG-CHAVEREG
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM
           ADD 1 TO W-QTPED
           GO TO UNI-PED-LP.
       UNI-PED-FIM.
           EXIT.

       UNI-PEDH.
           IF W-HISTOK NOT = "S"
              GO TO UNI-PEDH-FIM.
       UNI-PEDH-LP.
           MOVE W-CPFPERDE TO H-CLIENTE
           START ARQPEDH KEY IS NOT LESS H-CLIENTE INVALID KEY
                 GO TO UNI-PEDH-FIM.
           READ ARQPEDH NEXT
           IF ST-ERRO NOT = "00"
              GO TO UNI-PEDH-FIM.
           IF H-CLIENTE NOT = W-CPFPERDE
              GO TO UNI-PEDH-FIM.
           MOVE REGPEDH TO W-IMGANT
           MOVE W-CPFFICA TO H-CLIENTE
           IF H-ENDSEQ NOT = ZEROS
              COMPUTE W-SX = H-ENDSEQ + 1
              IF W-MAPSEQ (W-SX) NOT = ZEROS
                 MOVE W-MAPSEQ (W-SX) TO H-ENDSEQ.
           REWRITE REGPEDH
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA REGRAVACAO DE PEDIDO HISTORICO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO UNI-PEDH-FIM.
           MOVE REGPEDH TO W-IMGNOV
           MOVE "UNIFICACAO" TO LOG-OPERACAO
           MOVE H-CHAVE TO LOG-CHAVEREG
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM
           ADD 1 TO W-QTPEDH
           GO TO UNI-PEDH-LP.
       UNI-PEDH-FIM.
           EXIT.

      *
      ******************************************
      * TITULOS A RECEBER (TIPO R); TITULOS A   *
      * PAGAR DO MESMO DOCUMENTO NAO MUDAM      *
      ******************************************
      *
       UNI-TIT.
           IF W-TITOK NOT = "S"
              GO TO UNI-TIT-FIM.
       UNI-TIT-LP.
           MOVE "*** TRANSFERINDO TITULOS ***" TO MENS
           DISPLAY (23, 13) MENS
           MOVE W-CPFPERDE TO TIT-CPFCNPJ
           START ARQTIT KEY IS NOT LESS TIT-CPFCNPJ INVALID KEY
                 GO TO UNI-TIT-FIM.
       UNI-TIT-RD.
           READ ARQTIT NEXT
           IF ST-ERRO NOT = "00"
              GO TO UNI-TIT-FIM.
           IF TIT-CPFCNPJ NOT = W-CPFPERDE
              GO TO UNI-TIT-FIM.
           IF TIT-TIPO NOT = "R"
              GO TO UNI-TIT-RD.
           MOVE REGTIT TO W-IMGANT
           MOVE W-CPFFICA TO TIT-CPFCNPJ
           REWRITE REGTIT
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA REGRAVACAO DE TITULO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO UNI-TIT-FIM.
           MOVE REGTIT TO W-IMGNOV
           MOVE "UNIFICACAO" TO LOG-OPERACAO
           MOVE TIT-CHAVE TO LOG-CHAVEREG
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM
           ADD 1 TO W-QTTIT
           GO TO UNI-TIT-LP.
       UNI-TIT-FIM.
           EXIT.

      *
      ******************************************
      * PRECOS DE CONTRATO: PREVALECE O PRECO   *
      * JA EXISTENTE NO SOBREVIVENTE            *
      ******************************************
      *
       UNI-TAB.
           IF W-TABOK NOT = "S"
              GO TO UNI-TAB-FIM.
       UNI-TAB-LP.
           MOVE W-CPFPERDE TO TAB-CPFCNPJ
           MOVE ZEROS      TO TAB-CODPROD
           START ARQTAB KEY IS NOT LESS TAB-CHAVE INVALID KEY
                 GO TO UNI-TAB-FIM.
           READ ARQTAB NEXT
           IF ST-ERRO NOT = "00"
              GO TO UNI-TAB-FIM.
           IF TAB-CPFCNPJ NOT = W-CPFPERDE
              GO TO UNI-TAB-FIM.
           MOVE REGTAB TO W-IMGANT W-REGSAV
           DELETE ARQTAB RECORD
           MOVE W-CPFFICA TO TAB-CPFCNPJ
           WRITE REGTAB
           IF ST-ERRO = "00"
              MOVE REGTAB TO W-IMGNOV
              MOVE "UNIFICACAO" TO LOG-OPERACAO
              ADD 1 TO W-QTTAB
           ELSE
              MOVE W-REGSAV TO REGTAB
              MOVE SPACES TO W-IMGNOV
              MOVE "EXCLUSAO" TO LOG-OPERACAO.
           MOVE TAB-CHAVE TO LOG-CHAVEREG
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM
           GO TO UNI-TAB-LP.
       UNI-TAB-FIM.
           EXIT.

      *
      ******************************************
      * LIMITE DE CREDITO: FICA O MAIOR DOS DOIS*
      ******************************************
      *
       UNI-CLIX.
           IF W-CLIXOK NOT = "S"
              GO TO UNI-CLIX-FIM.
           MOVE W-CPFPERDE TO CLIX-CPFCNPJ
           READ ARQCLIX
           IF ST-ERRO NOT = "00"
              GO TO UNI-CLIX-FIM.
           MOVE CLIX-LIMITE TO W-LIMPERDE
           MOVE REGCLIX TO W-IMGANT
           DELETE ARQCLIX RECORD
           MOVE "EXCLUSAO" TO LOG-OPERACAO
           MOVE CLIX-CPFCNPJ TO LOG-CHAVEREG
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM
           MOVE W-CPFFICA TO CLIX-CPFCNPJ
           READ ARQCLIX
           IF ST-ERRO NOT = "00"
              MOVE W-CPFFICA  TO CLIX-CPFCNPJ
              MOVE W-LIMPERDE TO CLIX-LIMITE
              WRITE REGCLIX
              MOVE REGCLIX TO W-IMGNOV
              MOVE "INCLUSAO" TO LOG-OPERACAO
              GO TO UNI-CLIX-LOG.
           IF CLIX-LIMITE NOT < W-LIMPERDE
              GO TO UNI-CLIX-FIM.
           MOVE REGCLIX TO W-IMGANT
           MOVE W-LIMPERDE TO CLIX-LIMITE
           REWRITE REGCLIX
           MOVE REGCLIX TO W-IMGNOV
           MOVE "ALTERACAO" TO LOG-OPERACAO.
       UNI-CLIX-LOG.
           MOVE CLIX-CPFCNPJ TO LOG-CHAVEREG
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM.
       UNI-CLIX-FIM.
           EXIT.

       UNI-ORC.
           IF W-ORCOK NOT = "S"
              GO TO UNI-ORC-FIM.
           MOVE ZEROS TO ORC-NUMERO
           START ARQORC KEY IS NOT LESS ORC-NUMERO INVALID KEY
                 GO TO UNI-ORC-FIM.
       UNI-ORC-RD.
           READ ARQORC NEXT
           IF ST-ERRO NOT = "00"
              GO TO UNI-ORC-FIM.
           MOVE "*** TRANSFERINDO ORCAMENTOS ***" TO MENS
           DISPLAY (23, 13) MENS
           IF ORC-CLIENTE NOT = W-CPFPERDE
              GO TO UNI-ORC-RD.
           MOVE REGORC TO W-IMGANT
           MOVE W-CPFFICA TO ORC-CLIENTE
           REWRITE REGORC
           MOVE REGORC TO W-IMGNOV
           MOVE "UNIFICACAO" TO LOG-OPERACAO
           MOVE ORC-NUMERO TO LOG-CHAVEREG
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM
           ADD 1 TO W-QTORC
           GO TO UNI-ORC-RD.
       UNI-ORC-FIM.
           EXIT.

       UNI-CHQ.
           IF W-CHQOK NOT = "S"
              GO TO UNI-CHQ-FIM.
           MOVE ZEROS TO CHQ-CHAVE
           START ARQCHQ KEY IS NOT LESS CHQ-CHAVE INVALID KEY
                 GO TO UNI-CHQ-FIM.
       UNI-CHQ-RD.
           READ ARQCHQ NEXT
           IF ST-ERRO NOT = "00"
              GO TO UNI-CHQ-FIM.
           MOVE "*** TRANSFERINDO CHEQUES ***" TO MENS
           DISPLAY (23, 13) MENS
           IF CHQ-CPFCNPJ NOT = W-CPFPERDE
              GO TO UNI-CHQ-RD.
           MOVE REGCHQ TO W-IMGANT
           MOVE W-CPFFICA TO CHQ-CPFCNPJ
           REWRITE REGCHQ
           MOVE REGCHQ TO W-IMGNOV
           MOVE "UNIFICACAO" TO LOG-OPERACAO
           MOVE CHQ-CHAVE TO LOG-CHAVEREG
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM
           ADD 1 TO W-QTCHQ
           GO TO UNI-CHQ-RD.
       UNI-CHQ-FIM.
           EXIT.

       UNI-CSG.
           IF W-CSGOK NOT = "S"
              GO TO UNI-CSG-FIM.
       UNI-CSG-LP.
           MOVE W-CPFPERDE TO CSG-CLIENTE
           START ARQCSG KEY IS NOT LESS CSG-CLIENTE INVALID KEY
                 GO TO UNI-CSG-FIM.
           READ ARQCSG NEXT
           IF ST-ERRO NOT = "00"
              GO TO UNI-CSG-FIM.
           IF CSG-CLIENTE NOT = W-CPFPERDE
              GO TO UNI-CSG-FIM.
           MOVE REGCSG TO W-IMGANT
           MOVE W-CPFFICA TO CSG-CLIENTE
           REWRITE REGCSG
           IF ST-ERRO NOT = "00"
              GO TO UNI-CSG-FIM.
           MOVE REGCSG TO W-IMGNOV
           MOVE "UNIFICACAO" TO LOG-OPERACAO
           MOVE CSG-CHAVE TO LOG-CHAVEREG
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM
           ADD 1 TO W-QTCSG
           GO TO UNI-CSG-LP.
       UNI-CSG-FIM.
           EXIT.

       UNI-CRM.
           IF W-CRMOK NOT = "S"
              GO TO UNI-CRM-FIM.
       UNI-CRM-LP.
           MOVE W-CPFPERDE TO CRM-CPFCNPJ
           MOVE ZEROS      TO CRM-DATA CRM-SEQ
           START ARQCRM KEY IS NOT LESS CRM-CHAVE INVALID KEY
                 GO TO UNI-CRM-FIM.
           READ ARQCRM NEXT
           IF ST-ERRO NOT = "00"
              GO TO UNI-CRM-FIM.
           IF CRM-CPFCNPJ NOT = W-CPFPERDE
              GO TO UNI-CRM-FIM.
           MOVE REGCRM TO W-IMGANT
           DELETE ARQCRM RECORD
           MOVE W-CPFFICA TO CRM-CPFCNPJ.
       UNI-CRM-WR.
           WRITE REGCRM
           IF ST-ERRO = "22" AND CRM-SEQ < 999
              ADD 1 TO CRM-SEQ
              GO TO UNI-CRM-WR.
           MOVE REGCRM TO W-IMGNOV
           MOVE "UNIFICACAO" TO LOG-OPERACAO
           MOVE CRM-CHAVE TO LOG-CHAVEREG
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM
           ADD 1 TO W-QTCRM
           GO TO UNI-CRM-LP.
       UNI-CRM-FIM.
           EXIT.

       UNI-FID.
           IF W-FIDOK NOT = "S"
              GO TO UNI-FID-FIM.
       UNI-FID-LP.
           MOVE W-CPFPERDE TO FID-CPFCNPJ
           MOVE ZEROS      TO FID-DATA FID-HORA FID-SEQ
           START ARQFID KEY IS NOT LESS FID-CHAVE INVALID KEY
                 GO TO UNI-FID-FIM.
           READ ARQFID NEXT
           IF ST-ERRO NOT = "00"
              GO TO UNI-FID-FIM.
           IF FID-CPFCNPJ NOT = W-CPFPERDE
              GO TO UNI-FID-FIM.
           MOVE REGFID TO W-IMGANT
           DELETE ARQFID RECORD
           MOVE W-CPFFICA TO FID-CPFCNPJ.
       UNI-FID-WR.
           WRITE REGFID
           IF ST-ERRO = "22" AND FID-SEQ < 999
              ADD 1 TO FID-SEQ
              GO TO UNI-FID-WR.
           MOVE REGFID TO W-IMGNOV
           MOVE "UNIFICACAO" TO LOG-OPERACAO
           MOVE FID-CPFCNPJ TO LOG-CHAVEREG
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM
           ADD 1 TO W-QTFID
           GO TO UNI-FID-LP.
       UNI-FID-FIM.
           EXIT.

      *
      ******************************************
      * HAVER: DEBITA O ELIMINADO E CREDITA O   *
      * SOBREVIVENTE PELO SUBPROGRAMA DO HAVER  *
      ******************************************
      *
       UNI-HAV.
           MOVE "S"        TO W-HVFUNC
           MOVE W-CPFPERDE TO W-HVCPF
           MOVE ZEROS      TO W-HVVALOR
           CALL "SCE096" USING W-HVFUNC W-HVCPF W-HVVALOR W-HVORIGEM
                               W-HVDOC W-OPERADOR W-HVSALDO W-HVRET
           IF W-HVRET NOT = "00" OR W-HVSALDO = ZEROS
              GO TO UNI-HAV-FIM.
           MOVE W-HVSALDO  TO W-VLHAV
           MOVE "D"        TO W-HVFUNC
           MOVE W-CPFPERDE TO W-HVCPF
           MOVE W-VLHAV    TO W-HVVALOR
           CALL "SCE096" USING W-HVFUNC W-HVCPF W-HVVALOR W-HVORIGEM
                               W-HVDOC W-OPERADOR W-HVSALDO W-HVRET
           IF W-HVRET NOT = "00"
              MOVE ZEROS TO W-VLHAV
              MOVE "HAVER DO CLIENTE ELIMINADO NAO TRANSFERIDO"
                 TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO UNI-HAV-FIM.
           MOVE "C"        TO W-HVFUNC
           MOVE W-CPFFICA  TO W-HVCPF
           MOVE W-VLHAV    TO W-HVVALOR
           CALL "SCE096" USING W-HVFUNC W-HVCPF W-HVVALOR W-HVORIGEM
                               W-HVDOC W-OPERADOR W-HVSALDO W-HVRET.
       UNI-HAV-FIM.
           EXIT.

      *
      ******************************************
      * CADASTRO: COMPLETA DADOS VAZIOS DO      *
      * SOBREVIVENTE E EXCLUI O ELIMINADO       *
      ******************************************
      *
       UNI-CLI.
           MOVE "N" TO W-ALTEROU
           MOVE W-CPFFICA TO CPFCNPJ
           READ ARQCLI
           IF ST-ERRO NOT = "00"
              GO TO UNI-CLI-EXC.
           MOVE REGCLI TO W-IMGANT
           IF APELIDO = SPACES AND P-APELIDO NOT = SPACES
              MOVE P-APELIDO TO APELIDO
              MOVE "S" TO W-ALTEROU.
           IF EMAIL = SPACES AND P-EMAIL NOT = SPACES
              MOVE P-EMAIL TO EMAIL
              MOVE "S" TO W-ALTEROU.
           IF TEL = ZEROS AND P-TEL NOT = ZEROS
              MOVE P-TEL TO TEL
              MOVE "S" TO W-ALTEROU.
           IF TEL2 = ZEROS AND P-TEL NOT = ZEROS AND P-TEL NOT = TEL
              MOVE P-TEL TO TEL2
              MOVE "S" TO W-ALTEROU.
           IF TEL2 = ZEROS AND P-TEL2 NOT = ZEROS AND P-TEL2 NOT = TEL
              MOVE P-TEL2 TO TEL2
              MOVE "S" TO W-ALTEROU.
           IF CEP = ZEROS AND P-CEP NOT = ZEROS
              MOVE P-CEP         TO CEP
              MOVE P-NUMERO      TO NUMERO
              MOVE P-COMPLEMENTO TO COMPLEMENTO
              MOVE "S" TO W-ALTEROU.
           IF W-ALTEROU NOT = "S"
              GO TO UNI-CLI-EXC.
           REWRITE REGCLI
           MOVE REGCLI TO W-IMGNOV
           MOVE "ALTERACAO" TO LOG-OPERACAO
           MOVE CPFCNPJ TO LOG-CHAVEREG
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM.
       UNI-CLI-EXC.
           MOVE W-CPFPERDE TO CPFCNPJ
           READ ARQCLI
           IF ST-ERRO NOT = "00"
              GO TO UNI-CLI-FIM.
           MOVE REGCLI TO W-IMGANT
           DELETE ARQCLI RECORD
           MOVE SPACES TO W-IMGNOV
           STRING "UNIFICADO NO CPF/CNPJ " W-CPFFICA
                  DELIMITED BY SIZE INTO W-IMGNOV
           MOVE "EXCLUSAO" TO LOG-OPERACAO
           MOVE W-CPFPERDE TO LOG-CHAVEREG
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM.
       UNI-CLI-FIM.
           EXIT.

       GRAVA-LOG.
           ACCEPT LOG-DATA FROM DATE YYYYMMDD.
           ACCEPT LOG-HORA FROM TIME.
           MOVE ZEROS TO LOG-SEQ.
           MOVE "SCE138" TO LOG-PROGRAMA.
           IF W-USUARIO NOT = SPACES AND
              W-USUARIO NOT = LOW-VALUES
              MOVE W-USUARIO TO LOG-OPERADOR
           ELSE
              MOVE W-OPERADOR TO LOG-OPERADOR.
           MOVE W-IMGANT TO LOG-IMAGEMANT.
           MOVE W-IMGNOV TO LOG-IMAGEMNOV.
       GRAVA-LOG-WR.
           WRITE REGLOG
           IF ST-ERRO2 = "22"
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
           IF W-TABOK = "S"
              CLOSE ARQTAB.
           IF W-CLIXOK = "S"
              CLOSE ARQCLIX.
           IF W-ORCOK = "S"
              CLOSE ARQORC.
           IF W-CHQOK = "S"
              CLOSE ARQCHQ.
           IF W-CSGOK = "S"
              CLOSE ARQCSG.
           IF W-CRMOK = "S"
              CLOSE ARQCRM.
           IF W-FIDOK = "S"
              CLOSE ARQFID.
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
