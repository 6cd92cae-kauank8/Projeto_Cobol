       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCE089.
      *AUTHOR. Kauan Paulino Farias.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQTIT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TIT-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS TIT-CPFCNPJ
                                   WITH DUPLICATES.

           SELECT ARQCNAB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CNB-CHAVE
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQCLI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY IS CLI-CPFCNPJ
                    FILE STATUS  IS ST-ERRO2
                    ALTERNATE RECORD KEY IS RAZAO
                                   WITH DUPLICATES.

           SELECT ARQCEP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CEP-NUMCEP
                    FILE STATUS  IS ST-ERRO2
                    ALTERNATE RECORD KEY IS CEP-LOGRA
                                   WITH DUPLICATES.

           SELECT ARQCTA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CTA-CODIGO
                    FILE STATUS  IS ST-ERRO2.

           SELECT ARQFIL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FIL-CODIGO
                    FILE STATUS  IS ST-ERRO2.

           SELECT ARQPAR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PAR-ID
                    FILE STATUS  IS ST-ERRO2.

           SELECT RELBOL ASSIGN TO W-NOMEREL
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
       FD ARQCNAB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCNAB.DAT".
       01 REGCNAB.
          03 CNB-CHAVE.
             05 CNB-NUMPED     PIC 9(6).
             05 CNB-TIPEDIDO   PIC 9(1).
             05 CNB-PARCELA    PIC 9(2).
          03 CNB-DTREMES       PIC 9(8).
          03 CNB-STATUS        PIC X(1).
          03 CNB-DTRET         PIC 9(8).
          03 CNB-OCORR         PIC X(2).
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
       FD ARQCEP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCEP.DAT".
       01 REGCEP.
          03 CEP-NUMCEP        PIC 9(08).
          03 CEP-LOGRA         PIC X(30).
          03 CEP-BAIRRO        PIC X(20).
          03 CEP-CIDADE        PIC X(20).
          03 CEP-UF            PIC X(02).
      *-----------------------------------------------------------------
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
       FD ARQPAR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPAR.DAT".
       01 REGPAR.
          03 PAR-ID            PIC X(08).
          03 PAR-VALOR         PIC 9(06)V99.
      *-----------------------------------------------------------------
       FD RELBOL
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
       01 W-CLIOK       PIC X(01) VALUE "N".
       01 W-CEPOK       PIC X(01) VALUE "N".
       01 W-FILOK       PIC X(01) VALUE "N".
       01 W-PEDIDO      PIC 9(06) VALUE ZEROS.
       01 W-TIPO        PIC 9(01) VALUE ZEROS.
       01 W-PARCELA     PIC 9(02) VALUE ZEROS.
       01 W-CTACNAB     PIC 9(03) VALUE ZEROS.
       01 W-CARTEIRA    PIC 9(02) VALUE ZEROS.
       01 W-JURODIA     PIC 9(06)V99 VALUE ZEROS.
       01 W-MULTAPC     PIC 9(06)V99 VALUE ZEROS.
       01 W-BANCO       PIC 9(03) VALUE ZEROS.
       01 W-AGENCIA     PIC 9(04) VALUE ZEROS.
       01 W-NUMCONTA    PIC 9(10) VALUE ZEROS.
       01 W-QTDBOL      PIC 9(06) VALUE ZEROS.
       01 W-QTDREJ      PIC 9(06) VALUE ZEROS.
       01 W-VLBOL       PIC 9(10)V99 VALUE ZEROS.
       01 W-VALOR10     PIC 9(10) VALUE ZEROS.
       01 W-FATOR       PIC 9(04) VALUE ZEROS.
       01 W-NOSSO.
          03 W-NOSSOPED    PIC 9(06).
          03 W-NOSSOTIPO   PIC 9(01).
          03 W-NOSSOPARC   PIC 9(02).
       01 W-NOSSO9 REDEFINES W-NOSSO PIC 9(09).
       01 W-NOSSODV     PIC 9(01) VALUE ZEROS.
       01 W-DV1         PIC 9(01) VALUE ZEROS.
       01 W-DV2         PIC 9(01) VALUE ZEROS.
       01 W-DV3         PIC 9(01) VALUE ZEROS.
       01 W-DATA        PIC 9(08) VALUE ZEROS.
       01 W-DATATAB REDEFINES W-DATA.
          03 W-DATAANO  PIC 9(04).
          03 W-DATAMES  PIC 9(02).
          03 W-DATADIA  PIC 9(02).
       01 W-DTEXIBE     PIC 9(08) VALUE ZEROS.
       01 W-DTEXIBETAB REDEFINES W-DTEXIBE.
          03 W-DTEXIBE-DIA PIC 9(02).
          03 W-DTEXIBE-MES PIC 9(02).
          03 W-DTEXIBE-ANO PIC 9(04).
       01 W-CALFUNC     PIC X(01) VALUE SPACES.
       01 W-CALDT1      PIC 9(08) VALUE ZEROS.
       01 W-CALDT2      PIC 9(08) VALUE ZEROS.
       01 W-CALRES      PIC S9(06) VALUE ZEROS.
       01 W-NOMEREL     PIC X(30) VALUE SPACES.
       01 W-DTSPOOL     PIC 9(08) VALUE ZEROS.
       01 W-HRSPOOL     PIC 9(08) VALUE ZEROS.
      *
      *    CODIGO DE BARRAS PADRAO FEBRABAN (44 POSICOES)
      *
       01 W-BARRA.
          03 BAR-BANCO     PIC 9(03).
          03 BAR-MOEDA     PIC 9(01).
          03 BAR-DV        PIC 9(01).
          03 BAR-FATOR     PIC 9(04).
          03 BAR-VALOR     PIC 9(10).
          03 BAR-LIVRE.
             05 BAR-AGENCIA   PIC 9(04).
             05 BAR-CARTEIRA  PIC 9(02).
             05 BAR-NOSSONUM  PIC 9(11).
             05 BAR-CONTA     PIC 9(07).
             05 BAR-ZERO      PIC 9(01).
       01 W-BARRAX REDEFINES W-BARRA PIC X(44).
      *
      *    AREA DE CALCULO DOS DIGITOS (MODULO 10 E MODULO 11)
      *
       01 W-MBUF        PIC X(44) VALUE SPACES.
       01 W-MBUFTAB REDEFINES W-MBUF.
          03 W-MDIG     PIC 9(01) OCCURS 44 TIMES.
       01 W-MTAM        PIC 9(02) COMP VALUE ZEROS.
       01 W-MIX         PIC 9(02) COMP VALUE ZEROS.
       01 W-MPESO       PIC 9(02) VALUE ZEROS.
       01 W-MPROD       PIC 9(03) VALUE ZEROS.
       01 W-MSOMA       PIC 9(05) VALUE ZEROS.
       01 W-MQUOC       PIC 9(05) VALUE ZEROS.
       01 W-MRESTO      PIC 9(02) VALUE ZEROS.
       01 W-MDV         PIC 9(02) VALUE ZEROS.
       01 W-LINDIG      PIC X(54) VALUE SPACES.

      *-----------------------------------------------------------------
      *
      *************************
      * REPORT SECTION *
      *************************
      *
       01 BOL-SEP.
          03 FILLER       PIC X(50) VALUE ALL "-".
          03 FILLER       PIC X(50) VALUE ALL "-".

       01 BOL-L1.
          03 FILLER       PIC X(07) VALUE "BANCO: ".
          03 BOL1BANCO    PIC 9(03) VALUE ZEROS.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 FILLER       PIC X(04) VALUE " |  ".
          03 BOL1LINDIG   PIC X(54) VALUE SPACES.

       01 BOL-L2.
          03 FILLER       PIC X(40)
             VALUE "LOCAL DE PAGAMENTO: PAGAVEL EM QUALQUER ".
          03 FILLER       PIC X(26)
             VALUE "BANCO ATE O VENCIMENTO    ".
          03 FILLER       PIC X(12) VALUE "VENCIMENTO: ".
          03 BOL2VENCTO   PIC 99/99/9999 VALUE ZEROS.

       01 BOL-L3.
          03 FILLER       PIC X(09) VALUE "CEDENTE: ".
          03 BOL3RAZAO    PIC X(30) VALUE SPACES.
          03 FILLER       PIC X(07) VALUE " CNPJ: ".
          03 BOL3CNPJ     PIC 9(14) VALUE ZEROS.
          03 FILLER       PIC X(20) VALUE "  AGENCIA/CEDENTE: ".
          03 BOL3AGENCIA  PIC 9(04) VALUE ZEROS.
          03 FILLER       PIC X(01) VALUE "/".
          03 BOL3CONTA    PIC 9(10) VALUE ZEROS.

       01 BOL-L4.
          03 FILLER       PIC X(10) VALUE "DATA DOC: ".
          03 BOL4EMISSAO  PIC 99/99/9999 VALUE ZEROS.
          03 FILLER       PIC X(15) VALUE "  NUMERO DOC: ".
          03 BOL4PEDIDO   PIC 9(06) VALUE ZEROS.
          03 FILLER       PIC X(01) VALUE "/".
          03 BOL4TIPO     PIC 9(01) VALUE ZEROS.
          03 FILLER       PIC X(01) VALUE "-".
          03 BOL4PARC     PIC 9(02) VALUE ZEROS.
          03 FILLER       PIC X(12) VALUE "  CARTEIRA: ".
          03 BOL4CART     PIC 9(02) VALUE ZEROS.
          03 FILLER       PIC X(16) VALUE "  NOSSO NUMERO: ".
          03 BOL4CART2    PIC 9(02) VALUE ZEROS.
          03 FILLER       PIC X(01) VALUE "/".
          03 BOL4NOSSO    PIC 9(11) VALUE ZEROS.
          03 FILLER       PIC X(01) VALUE "-".
          03 BOL4NOSSODV  PIC 9(01) VALUE ZEROS.

       01 BOL-L5.
          03 FILLER       PIC X(24) VALUE "(=) VALOR DO DOCUMENTO: ".
          03 BOL5VALOR    PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
          03 FILLER       PIC X(15) VALUE "   ESPECIE: R$".

       01 BOL-L6.
          03 FILLER       PIC X(48)
             VALUE "INSTRUCOES: APOS O VENCIMENTO COBRAR MULTA DE ".
          03 BOL6MULTA    PIC ZZ9,99 VALUE ZEROS.
          03 FILLER       PIC X(13) VALUE "% E JUROS DE ".
          03 BOL6JUROS    PIC ZZ9,99 VALUE ZEROS.
          03 FILLER       PIC X(09) VALUE "% AO DIA.".

       01 BOL-L7.
          03 FILLER       PIC X(09) VALUE "SACADO: ".
          03 BOL7RAZAO    PIC X(30) VALUE SPACES.
          03 FILLER       PIC X(12) VALUE "  CPF/CNPJ: ".
          03 BOL7CPFCNPJ  PIC 9(14) VALUE ZEROS.

       01 BOL-L8.
          03 FILLER       PIC X(09) VALUE SPACES.
          03 BOL8LOGRA    PIC X(30) VALUE SPACES.
          03 FILLER       PIC X(02) VALUE ", ".
          03 BOL8NUMERO   PIC ZZZZ9 VALUE ZEROS.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 BOL8COMPL    PIC X(10) VALUE SPACES.

       01 BOL-L9.
          03 FILLER       PIC X(09) VALUE SPACES.
          03 BOL9BAIRRO   PIC X(20) VALUE SPACES.
          03 FILLER       PIC X(03) VALUE " - ".
          03 BOL9CIDADE   PIC X(20) VALUE SPACES.
          03 FILLER       PIC X(01) VALUE "/".
          03 BOL9UF       PIC X(02) VALUE SPACES.
          03 FILLER       PIC X(07) VALUE "  CEP: ".
          03 BOL9CEP      PIC 99999B999 VALUE ZEROS.

       01 BOL-L10.
          03 FILLER       PIC X(18) VALUE "CODIGO DE BARRAS: ".
          03 BOL10BARRA   PIC X(44) VALUE SPACES.

       01 REL-TOT.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 TOTTXT       PIC X(35) VALUE SPACES.
          03 TOTVAL       PIC ZZ.ZZZ.ZZ9,99- VALUE ZEROS.

       SCREEN SECTION.
       01  TSCE089.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "             Impressao de Boletos - Titu".
           05  LINE 02  COLUMN 41
               VALUE  "los a Receber".
           05  LINE 05  COLUMN 03
               VALUE  "Numero do Pedido ..:".
           05  TPEDIDO
               LINE 05  COLUMN 25  PIC 9(06)
               USING  W-PEDIDO
               HIGHLIGHT.
           05  LINE 07  COLUMN 03
               VALUE  "Tipo do Pedido ....:".
           05  TTIPO
               LINE 07  COLUMN 25  PIC 9(01)
               USING  W-TIPO
               HIGHLIGHT.
           05  LINE 07  COLUMN 30
               VALUE  "(2=VENDA  9=AVULSO/CONTRATO)".
           05  LINE 09  COLUMN 03
               VALUE  "Parcela ...........:".
           05  TPARCELA
               LINE 09  COLUMN 25  PIC 9(02)
               USING  W-PARCELA
               HIGHLIGHT.
           05  LINE 09  COLUMN 30
               VALUE  "(00=TODAS AS PARCELAS)".
           05  LINE 23  COLUMN 01
               VALUE  "  MENSAGEM :".

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       ABRE-TIT.
           OPEN INPUT ARQTIT
           IF ST-ERRO NOT = "00"
              MOVE "ARQUIVO DE TITULOS NAO ENCONTRADO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.

       ABRE-CNAB.
           OPEN INPUT ARQCNAB
           IF ST-ERRO NOT = "00"
              MOVE "NENHUMA REMESSA CNAB FOI GERADA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQTIT
              GO TO ROT-FIM2.

       ABRE-PAR.
           MOVE ZEROS TO W-CTACNAB W-JURODIA W-MULTAPC
           MOVE 09 TO W-CARTEIRA
           OPEN INPUT ARQPAR
           IF ST-ERRO2 NOT = "00"
              GO TO ABRE-CTA.
           MOVE "CTACNAB " TO PAR-ID
           READ ARQPAR
           IF ST-ERRO2 = "00"
              MOVE PAR-VALOR TO W-CTACNAB.
           MOVE "CARTBOL " TO PAR-ID
           READ ARQPAR
           IF ST-ERRO2 = "00" AND PAR-VALOR > ZEROS
              MOVE PAR-VALOR TO W-CARTEIRA.
           MOVE "JURODIA " TO PAR-ID
           READ ARQPAR
           IF ST-ERRO2 = "00"
              MOVE PAR-VALOR TO W-JURODIA.
           MOVE "MULTAPC " TO PAR-ID
           READ ARQPAR
           IF ST-ERRO2 = "00"
              MOVE PAR-VALOR TO W-MULTAPC.
           CLOSE ARQPAR.

       ABRE-CTA.
           OPEN INPUT ARQCTA
           IF ST-ERRO2 NOT = "00"
              MOVE "CADASTRO DE CONTAS NAO ENCONTRADO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQTIT ARQCNAB
              GO TO ROT-FIM2.
           MOVE W-CTACNAB TO CTA-CODIGO
           READ ARQCTA
           IF ST-ERRO2 NOT = "00" OR CTA-TIPO NOT = "B"
              MOVE "PARAMETRO CTACNAB SEM CONTA BANCARIA VALIDA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQTIT ARQCNAB ARQCTA
              GO TO ROT-FIM2.
           MOVE CTA-BANCO    TO W-BANCO
           MOVE CTA-AGENCIA  TO W-AGENCIA
           MOVE CTA-NUMCONTA TO W-NUMCONTA
           CLOSE ARQCTA.

       ABRE-CLI.
           OPEN INPUT ARQCLI
           IF ST-ERRO2 = "00"
              MOVE "S" TO W-CLIOK
           ELSE
              MOVE "N" TO W-CLIOK.

       ABRE-CEP.
           OPEN INPUT ARQCEP
           IF ST-ERRO2 = "00"
              MOVE "S" TO W-CEPOK
           ELSE
              MOVE "N" TO W-CEPOK.

       ABRE-FIL.
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
              GO TO R1.
           DISPLAY (01, 01) ERASE
           DISPLAY (05, 10) "CODIGO DO OPERADOR: ".
           ACCEPT (05, 31) W-OPERADOR.
           IF W-OPERADOR = SPACES
              MOVE "CODIGO DO OPERADOR EM BRANCO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R-OPERADOR.

       R1.
           MOVE ZEROS TO W-PEDIDO W-PARCELA
           MOVE 2 TO W-TIPO
           DISPLAY TSCE089.

       R2.
           ACCEPT TPEDIDO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01 OR 02
              GO TO ROT-FIM.
           IF W-PEDIDO = ZEROS
              MOVE "NUMERO DO PEDIDO EM BRANCO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.

       R3.
           ACCEPT TTIPO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R2.
           IF W-TIPO NOT = 2 AND W-TIPO NOT = 9
              MOVE "TIPO DEVE SER 2 OU 9" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.

       R4.
           ACCEPT TPARCELA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R3.
           IF W-PARCELA NOT = ZEROS
              MOVE W-PEDIDO  TO TIT-NUMPED
              MOVE W-TIPO    TO TIT-TIPEDIDO
              MOVE W-PARCELA TO TIT-PARCELA
              READ ARQTIT
              IF ST-ERRO NOT = "00"
                 MOVE "*** PARCELA NAO ENCONTRADA ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R4.

       R5.
           DISPLAY (21, 20) "IMPRIMIR BOLETOS? S-SIM/N-NAO"
           ACCEPT (21, 52) DADOS
           DISPLAY (21, 01) LIMPA
           IF DADOS = "N" OR "n"
              GO TO R1.
           IF DADOS NOT = "S" AND "s"
              GO TO R5.

      *
      ********************************
      * EMISSAO DOS BOLETOS          *
      ********************************
      *
       BOL-001.
           ACCEPT W-DTSPOOL FROM DATE YYYYMMDD
           ACCEPT W-HRSPOOL FROM TIME
           MOVE SPACES TO W-NOMEREL
           STRING "BOLETO" W-DTSPOOL W-HRSPOOL (1:6) ".LST"
                  DELIMITED BY SIZE INTO W-NOMEREL
           OPEN OUTPUT RELBOL
           IF ST-ERRO3 NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO DE BOLETOS" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE ZEROS TO W-QTDBOL W-QTDREJ W-VLBOL
           MOVE W-PEDIDO TO TIT-NUMPED
           MOVE W-TIPO   TO TIT-TIPEDIDO
           MOVE W-PARCELA TO TIT-PARCELA
           START ARQTIT KEY IS NOT LESS TIT-CHAVE INVALID KEY
                 GO TO BOL-FIM.

       BOL-RD.
           READ ARQTIT NEXT
           IF ST-ERRO NOT = "00"
              GO TO BOL-FIM.
           IF TIT-NUMPED NOT = W-PEDIDO OR TIT-TIPEDIDO NOT = W-TIPO
              GO TO BOL-FIM.
           IF W-PARCELA NOT = ZEROS AND TIT-PARCELA NOT = W-PARCELA
              GO TO BOL-FIM.
           IF TIT-TIPO NOT = "R" OR TIT-STATUS NOT = "A"
              ADD 1 TO W-QTDREJ
              GO TO BOL-RD.
           IF TIT-SALDO = ZEROS
              ADD 1 TO W-QTDREJ
              GO TO BOL-RD.
           MOVE TIT-NUMPED   TO CNB-NUMPED
           MOVE TIT-TIPEDIDO TO CNB-TIPEDIDO
           MOVE TIT-PARCELA  TO CNB-PARCELA
           READ ARQCNAB
           IF ST-ERRO NOT = "00"
              ADD 1 TO W-QTDREJ
              GO TO BOL-RD.
           IF CNB-STATUS NOT = "R" AND CNB-STATUS NOT = "C"
              ADD 1 TO W-QTDREJ
              GO TO BOL-RD.
           PERFORM MONTA-BARRA THRU MONTA-BARRA-FIM
           PERFORM MONTA-LINDIG THRU MONTA-LINDIG-FIM
           PERFORM IMPRIME-BOLETO THRU IMPRIME-BOLETO-FIM
           ADD 1 TO W-QTDBOL
           ADD TIT-SALDO TO W-VLBOL
           GO TO BOL-RD.

       BOL-FIM.
           MOVE "BOLETOS EMITIDOS .................:" TO TOTTXT
           MOVE W-QTDBOL TO TOTVAL
           WRITE LINHA-REL FROM REL-TOT
           MOVE "VALOR TOTAL DOS BOLETOS ..........:" TO TOTTXT
           MOVE W-VLBOL TO TOTVAL
           WRITE LINHA-REL FROM REL-TOT
           MOVE "PARCELAS NAO EMITIDAS ............:" TO TOTTXT
           MOVE W-QTDREJ TO TOTVAL
           WRITE LINHA-REL FROM REL-TOT
           CLOSE RELBOL
           PERFORM GRAVA-SPOOL THRU GRAVA-SPOOL-FIM
           IF W-QTDBOL > ZEROS
              MOVE "BOLETO" TO LOG-OPERACAO
              MOVE SPACES TO LOG-CHAVEREG
              STRING W-PEDIDO "-" W-TIPO "-" W-PARCELA
                     DELIMITED BY SIZE INTO LOG-CHAVEREG
              PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM.
           DISPLAY (12, 03) "BOLETOS EMITIDOS .......: "
           DISPLAY (12, 29) W-QTDBOL
           DISPLAY (13, 03) "PARCELAS NAO EMITIDAS ..: "
           DISPLAY (13, 29) W-QTDREJ
           IF W-QTDBOL = ZEROS
              MOVE "*** NENHUMA PARCELA EM ABERTO REGISTRADA ***"
                 TO MENS
           ELSE
              MOVE "*** BOLETOS GERADOS NO SPOOL ***" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.

      *
      ********************************
      * CODIGO DE BARRAS             *
      ********************************
      *
       MONTA-BARRA.
           MOVE W-BANCO TO BAR-BANCO
           MOVE 9 TO BAR-MOEDA
           MOVE ZEROS TO BAR-DV
           PERFORM CALC-FATOR THRU CALC-FATOR-FIM
           MOVE W-FATOR TO BAR-FATOR
           COMPUTE W-VALOR10 = TIT-SALDO * 100
           MOVE W-VALOR10 TO BAR-VALOR
           MOVE W-AGENCIA TO BAR-AGENCIA
           MOVE W-CARTEIRA TO BAR-CARTEIRA
           MOVE TIT-NUMPED   TO W-NOSSOPED
           MOVE TIT-TIPEDIDO TO W-NOSSOTIPO
           MOVE TIT-PARCELA  TO W-NOSSOPARC
           MOVE W-NOSSO9 TO BAR-NOSSONUM
           MOVE W-NUMCONTA TO BAR-CONTA
           MOVE ZEROS TO BAR-ZERO
      *
      *    DV DO NOSSO NUMERO: MODULO 11 SOBRE CARTEIRA + NOSSO NUMERO
      *
           MOVE SPACES TO W-MBUF
           MOVE BAR-CARTEIRA TO W-MBUF (1:2)
           MOVE BAR-NOSSONUM TO W-MBUF (3:11)
           MOVE 13 TO W-MTAM
           PERFORM ROT-MOD11 THRU ROT-MOD11-FIM
           IF W-MRESTO = ZEROS
              MOVE ZEROS TO W-NOSSODV
           ELSE
              COMPUTE W-MDV = 11 - W-MRESTO
              IF W-MDV > 9
                 MOVE ZEROS TO W-NOSSODV
              ELSE
                 MOVE W-MDV TO W-NOSSODV.
      *
      *    DV GERAL: MODULO 11 SOBRE AS 43 POSICOES (SEM A 5A)
      *
           MOVE SPACES TO W-MBUF
           MOVE W-BARRAX (1:4)  TO W-MBUF (1:4)
           MOVE W-BARRAX (6:39) TO W-MBUF (5:39)
           MOVE 43 TO W-MTAM
           PERFORM ROT-MOD11 THRU ROT-MOD11-FIM
           COMPUTE W-MDV = 11 - W-MRESTO
           IF W-MDV = ZEROS OR W-MDV > 9
              MOVE 1 TO BAR-DV
           ELSE
              MOVE W-MDV TO BAR-DV.
       MONTA-BARRA-FIM.
           EXIT.

      *
      *    FATOR DE VENCIMENTO: DIAS DESDE 07/10/1997; A PARTIR DE
      *    22/02/2025 O FATOR REINICIA EM 1000
      *
       CALC-FATOR.
           MOVE "C" TO W-CALFUNC
           MOVE TIT-VENCTO TO W-CALDT2
           IF TIT-VENCTO < 20250222
              MOVE 19971007 TO W-CALDT1
              CALL "SCE053" USING W-CALFUNC W-CALDT1 W-CALDT2 W-CALRES
              MOVE W-CALRES TO W-FATOR
           ELSE
              MOVE 20250222 TO W-CALDT1
              CALL "SCE053" USING W-CALFUNC W-CALDT1 W-CALDT2 W-CALRES
              COMPUTE W-FATOR = 1000 + W-CALRES.
       CALC-FATOR-FIM.
           EXIT.

      *
      ********************************
      * LINHA DIGITAVEL              *
      ********************************
      *
       MONTA-LINDIG.
           MOVE SPACES TO W-MBUF
           MOVE W-BARRAX (1:4)  TO W-MBUF (1:4)
           MOVE W-BARRAX (20:5) TO W-MBUF (5:5)
           MOVE 9 TO W-MTAM
           PERFORM ROT-MOD10 THRU ROT-MOD10-FIM
           MOVE W-MDV TO W-DV1
           MOVE SPACES TO W-MBUF
           MOVE W-BARRAX (25:10) TO W-MBUF (1:10)
           MOVE 10 TO W-MTAM
           PERFORM ROT-MOD10 THRU ROT-MOD10-FIM
           MOVE W-MDV TO W-DV2
           MOVE SPACES TO W-MBUF
           MOVE W-BARRAX (35:10) TO W-MBUF (1:10)
           MOVE 10 TO W-MTAM
           PERFORM ROT-MOD10 THRU ROT-MOD10-FIM
           MOVE W-MDV TO W-DV3
           MOVE SPACES TO W-LINDIG
           STRING W-BARRAX (1:4) W-BARRAX (20:1) "."
                  W-BARRAX (21:4) W-DV1 " "
                  W-BARRAX (25:5) "." W-BARRAX (30:5) W-DV2 " "
                  W-BARRAX (35:5) "." W-BARRAX (40:5) W-DV3 " "
                  BAR-DV " " W-BARRAX (6:14)
                  DELIMITED BY SIZE INTO W-LINDIG.
       MONTA-LINDIG-FIM.
           EXIT.

      *
      *    MODULO 10: PESOS 2 E 1 DA DIREITA PARA A ESQUERDA
      *
       ROT-MOD10.
           MOVE ZEROS TO W-MSOMA
           MOVE 2 TO W-MPESO
           MOVE W-MTAM TO W-MIX.
       ROT-MOD10-LOOP.
           IF W-MIX = ZEROS
              GO TO ROT-MOD10-DV.
           COMPUTE W-MPROD = W-MDIG (W-MIX) * W-MPESO
           IF W-MPROD > 9
              SUBTRACT 9 FROM W-MPROD.
           ADD W-MPROD TO W-MSOMA
           IF W-MPESO = 2
              MOVE 1 TO W-MPESO
           ELSE
              MOVE 2 TO W-MPESO.
           SUBTRACT 1 FROM W-MIX
           GO TO ROT-MOD10-LOOP.
       ROT-MOD10-DV.
           DIVIDE W-MSOMA BY 10 GIVING W-MQUOC REMAINDER W-MRESTO
           IF W-MRESTO = ZEROS
              MOVE ZEROS TO W-MDV
           ELSE
              COMPUTE W-MDV = 10 - W-MRESTO.
       ROT-MOD10-FIM.
           EXIT.

      *
      *    MODULO 11: PESOS 2 A 9 DA DIREITA PARA A ESQUERDA,
      *    DEVOLVE O RESTO EM W-MRESTO
      *
       ROT-MOD11.
           MOVE ZEROS TO W-MSOMA
           MOVE 2 TO W-MPESO
           MOVE W-MTAM TO W-MIX.
       ROT-MOD11-LOOP.
           IF W-MIX = ZEROS
              GO TO ROT-MOD11-DV.
           COMPUTE W-MPROD = W-MDIG (W-MIX) * W-MPESO
           ADD W-MPROD TO W-MSOMA
           IF W-MPESO = 9
              MOVE 2 TO W-MPESO
           ELSE
              ADD 1 TO W-MPESO.
           SUBTRACT 1 FROM W-MIX
           GO TO ROT-MOD11-LOOP.
       ROT-MOD11-DV.
           DIVIDE W-MSOMA BY 11 GIVING W-MQUOC REMAINDER W-MRESTO.
       ROT-MOD11-FIM.
           EXIT.

      *
      ********************************
      * IMPRESSAO DE UM BOLETO       *
      ********************************
      *
       IMPRIME-BOLETO.
           WRITE LINHA-REL FROM BOL-SEP
           MOVE W-BANCO TO BOL1BANCO
           MOVE W-LINDIG TO BOL1LINDIG
           WRITE LINHA-REL FROM BOL-L1
           MOVE TIT-VENCTO TO W-DATA
           PERFORM ROT-DTEXIBE THRU ROT-DTEXIBE-FIM
           MOVE W-DTEXIBE TO BOL2VENCTO
           WRITE LINHA-REL FROM BOL-L2
           MOVE SPACES TO BOL3RAZAO
           MOVE ZEROS TO BOL3CNPJ
           IF W-FILOK = "S"
              MOVE TIT-FILIAL TO FIL-CODIGO
              READ ARQFIL
              IF ST-ERRO2 = "00"
                 MOVE FIL-RAZAO TO BOL3RAZAO
                 MOVE FIL-CNPJ  TO BOL3CNPJ.
           MOVE W-AGENCIA  TO BOL3AGENCIA
           MOVE W-NUMCONTA TO BOL3CONTA
           WRITE LINHA-REL FROM BOL-L3
           MOVE TIT-EMISSAO TO W-DATA
           PERFORM ROT-DTEXIBE THRU ROT-DTEXIBE-FIM
           MOVE W-DTEXIBE TO BOL4EMISSAO
           MOVE TIT-NUMPED   TO BOL4PEDIDO
           MOVE TIT-TIPEDIDO TO BOL4TIPO
           MOVE TIT-PARCELA  TO BOL4PARC
           MOVE W-CARTEIRA   TO BOL4CART BOL4CART2
           MOVE BAR-NOSSONUM TO BOL4NOSSO
           MOVE W-NOSSODV    TO BOL4NOSSODV
           WRITE LINHA-REL FROM BOL-L4
           MOVE TIT-SALDO TO BOL5VALOR
           WRITE LINHA-REL FROM BOL-L5
           IF W-MULTAPC > ZEROS OR W-JURODIA > ZEROS
              MOVE W-MULTAPC TO BOL6MULTA
              MOVE W-JURODIA TO BOL6JUROS
              WRITE LINHA-REL FROM BOL-L6.
           PERFORM IMPRIME-SACADO THRU IMPRIME-SACADO-FIM
           MOVE W-BARRAX TO BOL10BARRA
           WRITE LINHA-REL FROM BOL-L10
           WRITE LINHA-REL FROM BOL-SEP
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           WRITE LINHA-REL.
       IMPRIME-BOLETO-FIM.
           EXIT.

       IMPRIME-SACADO.
           MOVE SPACES TO BOL7RAZAO BOL8LOGRA BOL8COMPL
           MOVE SPACES TO BOL9BAIRRO BOL9CIDADE BOL9UF
           MOVE ZEROS TO BOL8NUMERO BOL9CEP
           MOVE TIT-CPFCNPJ TO BOL7CPFCNPJ
           IF W-CLIOK NOT = "S"
              GO TO IMPRIME-SACADO-WR.
           MOVE TIT-CPFCNPJ TO CLI-CPFCNPJ
           READ ARQCLI
           IF ST-ERRO2 NOT = "00"
              GO TO IMPRIME-SACADO-WR.
           MOVE RAZAO       TO BOL7RAZAO
           MOVE NUMERO      TO BOL8NUMERO
           MOVE COMPLEMENTO TO BOL8COMPL
           MOVE CEP         TO BOL9CEP
           IF W-CEPOK NOT = "S"
              GO TO IMPRIME-SACADO-WR.
           MOVE CEP TO CEP-NUMCEP
           READ ARQCEP
           IF ST-ERRO2 = "00"
              MOVE CEP-LOGRA  TO BOL8LOGRA
              MOVE CEP-BAIRRO TO BOL9BAIRRO
              MOVE CEP-CIDADE TO BOL9CIDADE
              MOVE CEP-UF     TO BOL9UF.
       IMPRIME-SACADO-WR.
           WRITE LINHA-REL FROM BOL-L7
           WRITE LINHA-REL FROM BOL-L8
           WRITE LINHA-REL FROM BOL-L9.
       IMPRIME-SACADO-FIM.
           EXIT.

       ROT-DTEXIBE.
           MOVE W-DATADIA TO W-DTEXIBE-DIA
           MOVE W-DATAMES TO W-DTEXIBE-MES
           MOVE W-DATAANO TO W-DTEXIBE-ANO.
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
           MOVE "BOLETO" TO SPL-RELATORIO
           MOVE W-NOMEREL TO SPL-ARQUIVO
           MOVE W-OPERADOR TO SPL-OPERADOR
           MOVE W-QTDBOL TO SPL-QTDREG.
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
           MOVE "SCE089" TO LOG-PROGRAMA.
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
           CLOSE ARQTIT ARQCNAB ARQLOG.
           IF W-CLIOK = "S"
              CLOSE ARQCLI.
           IF W-CEPOK = "S"
              CLOSE ARQCEP.
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
