       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCE133.
      *AUTHOR. Kauan Paulino Farias.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQPRO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY IS CODIGO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS DESCRICAO
                                   WITH DUPLICATES.

           SELECT ARQEST ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS EST-CHAVE
                    FILE STATUS  IS ST-ERRO2.

           SELECT ARQMOV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MOV-CHAVE
                    FILE STATUS  IS ST-ERRO2.

           SELECT ARQSLD ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SLD-CHAVE
                    FILE STATUS  IS ST-ERRO6.

           SELECT ARQPED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY IS CHAVE
                    FILE STATUS  IS ST-ERRO6
                    ALTERNATE RECORD KEY IS CLIENTE
                                   WITH DUPLICATES
                    ALTERNATE RECORD KEY IS FORNECEDOR
                                   WITH DUPLICATES.

           SELECT ARQLOG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS LOG-CHAVE
                    FILE STATUS  IS ST-ERRO2.

           SELECT ARQCOTOF ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS OF-CHAVE
                    FILE STATUS  IS ST-ERRO2.

           SELECT ARQPAR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PAR-ID
                    FILE STATUS  IS ST-ERRO2.

           SELECT ARQPRV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                    RECORD KEY   IS PRV-CHAVE
                    FILE STATUS  IS ST-ERRO7.

           SELECT PRVWORK ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PW-CHAVE
                    FILE STATUS  IS ST-ERRO4.

           SELECT RELPRV ASSIGN TO W-NOMEREL
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
       FD ARQEST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQEST.DAT".
       01 REGEST.
          03 EST-CHAVE.
             05 EST-ANOMES     PIC 9(06).
             05 EST-CODPROD    PIC 9(06).
             05 EST-CLIENTE    PIC 9(14).
             05 EST-VENDEDOR   PIC 9(04).
          03 EST-QTD           PIC 9(08).
          03 EST-RECEITA       PIC 9(10)V99.
          03 EST-MARGEM        PIC S9(10)V99.
      *-----------------------------------------------------------------
       FD ARQMOV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQMOV.DAT".
       01 REGMOV.
          03 MOV-CHAVE.
             05 MOV-CODPROD    PIC 9(06).
             05 MOV-DATA       PIC 9(08).
             05 MOV-HORA       PIC 9(08).
             05 MOV-SEQ        PIC 9(03).
          03 MOV-TIPO          PIC X(01).
          03 MOV-DOC           PIC X(10).
          03 MOV-QTD           PIC 9(06).
          03 MOV-SALDO         PIC 9(06).
          03 MOV-OPERADOR      PIC X(10).
          03 MOV-LOCAL         PIC 9(02).
          03 MOV-FILIAL        PIC 9(02).
      *-----------------------------------------------------------------
       FD ARQSLD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQSLD.DAT".
       01 REGSLD.
          03 SLD-CHAVE.
             05 SLD-CODIGO     PIC 9(06).
             05 SLD-LOCAL      PIC 9(02).
          03 SLD-ESTOQUE       PIC 9(06).
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
       FD ARQCOTOF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCOTOF.DAT".
       01 REGCOTOF.
          03 OF-CHAVE.
             05 OF-NUMERO      PIC 9(06).
             05 OF-CODPROD     PIC 9(06).
             05 OF-FORNEC      PIC 9(14).
          03 OF-PRECO          PIC 9(06)V99.
          03 OF-PRAZOENT       PIC 9(03).
          03 OF-CONDPG         PIC X(10).
      *-----------------------------------------------------------------
       FD ARQPAR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPAR.DAT".
       01 REGPAR.
          03 PAR-ID            PIC X(08).
          03 PAR-VALOR         PIC 9(06)V99.
      *-----------------------------------------------------------------
       FD ARQPRV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPRV.DAT".
       01 REGPRV.
          03 PRV-CHAVE.
             05 PRV-CODPROD    PIC 9(06).
             05 PRV-LOCAL      PIC 9(02).
          03 PRV-DTCALC        PIC 9(08).
          03 PRV-METODO        PIC X(01).
          03 PRV-MESES         PIC 9(02).
          03 PRV-MEDIA         PIC 9(08)V99.
          03 PRV-DESVIO        PIC 9(08)V99.
          03 PRV-SAZONAL       PIC 9(01)V99.
          03 PRV-PREVISAO      PIC 9(08).
          03 PRV-LEAD          PIC 9(03).
          03 PRV-ORIGLEAD      PIC X(01).
          03 PRV-ESTSEG        PIC 9(06).
          03 PRV-PTREP         PIC 9(06).
          03 PRV-ESTATUAL      PIC 9(06).
          03 PRV-MINATUAL      PIC 9(06).
          03 PRV-STATUS        PIC X(01).
          03 PRV-DTSIT         PIC 9(08).
          03 PRV-OPERADOR      PIC X(10).
      *-----------------------------------------------------------------
       FD PRVWORK
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PRVWORK.DAT".
       01 REGPRVW.
          03 PW-CHAVE.
             05 PW-CODPROD     PIC 9(06).
             05 PW-LOCAL       PIC 9(02).
          03 PW-QTD            PIC S9(08) OCCURS 24 TIMES.
          03 PW-QTDM           PIC S9(08) OCCURS 24 TIMES.
      *-----------------------------------------------------------------
       FD RELPRV
               LABEL RECORD IS STANDARD.
       01 LINHA-REL      PIC X(120).
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
       01 ST-ERRO4      PIC X(02) VALUE "00".
       01 ST-ERRO5      PIC X(02) VALUE "00".
       01 ST-ERRO6      PIC X(02) VALUE "00".
       01 ST-ERRO7      PIC X(02) VALUE "00".
       01 MENS          PIC X(50) VALUE SPACES.
       01 LIMPA         PIC X(55) VALUE SPACES.
       01 DADOS         PIC X(01) VALUE SPACES.
       01 W-ESTOK       PIC X(01) VALUE "N".
       01 W-MOVOK       PIC X(01) VALUE "N".
       01 W-SLDOK       PIC X(01) VALUE "N".
       01 W-PEDOK       PIC X(01) VALUE "N".
       01 W-LOGOK       PIC X(01) VALUE "N".
       01 W-COTOK       PIC X(01) VALUE "N".
       01 W-PROOK       PIC X(01) VALUE "N".
       01 W-PRVEXISTE   PIC X(01) VALUE "N".
       01 W-ORIGSER     PIC X(01) VALUE SPACES.
       01 W-DTHOJE      PIC 9(08) VALUE ZEROS.
       01 W-DTHOJER REDEFINES W-DTHOJE.
          03 W-ANOHJ    PIC 9(04).
          03 W-MESHJ    PIC 9(02).
          03 W-DIAHJ    PIC 9(02).
       01 W-METODO      PIC X(01) VALUE "M".
       01 W-NMESES      PIC 9(02) VALUE 12.
       01 W-NMEDIA      PIC 9(02) VALUE 03.
       01 W-ALFA        PIC 9(01)V99 VALUE 0,30.
       01 W-FATZ        PIC 9(01)V99 VALUE 1,65.
       01 W-LEADPAD     PIC 9(03) VALUE 15.
       01 W-ABSINI      PIC 9(06) VALUE ZEROS.
       01 W-ABSFIM      PIC 9(06) VALUE ZEROS.
       01 W-ABS         PIC 9(06) VALUE ZEROS.
       01 W-ANOX        PIC 9(04) VALUE ZEROS.
       01 W-AMINI       PIC 9(06) VALUE ZEROS.
       01 W-AMFIM       PIC 9(06) VALUE ZEROS.
       01 W-DTINI       PIC 9(08) VALUE ZEROS.
       01 W-AMX         PIC 9(06) VALUE ZEROS.
       01 W-AMXR REDEFINES W-AMX.
          03 W-AMXANO   PIC 9(04).
          03 W-AMXMES   PIC 9(02).
       01 W-IDX         PIC S9(06) VALUE ZEROS.
       01 W-I           PIC 9(03) COMP VALUE ZEROS.
       01 W-FX          PIC 9(03) COMP VALUE ZEROS.
       01 W-QTDFORN     PIC 9(03) VALUE ZEROS.
       01 W-FORNBUS     PIC 9(14) VALUE ZEROS.
       01 W-NUMPEDLOG   PIC X(07) VALUE SPACES.
       01 W-CALFUNC     PIC X(01) VALUE SPACES.
       01 W-CALDT1      PIC 9(08) VALUE ZEROS.
       01 W-CALDT2      PIC 9(08) VALUE ZEROS.
       01 W-CALRES      PIC S9(06) VALUE ZEROS.
       01 W-PWLOCAL     PIC 9(02) VALUE ZEROS.
       01 W-PWQTD       PIC S9(08) VALUE ZEROS.
       01 W-PWMOV       PIC X(01) VALUE "N".
       01 W-PRODANT     PIC 9(06) VALUE ZEROS.
       01 W-SOMA        PIC S9(10) VALUE ZEROS.
       01 W-SOMAM       PIC S9(10) VALUE ZEROS.
       01 W-MEDIA       PIC 9(08)V99 VALUE ZEROS.
       01 W-VAR         PIC 9(16)V99 VALUE ZEROS.
       01 W-DESVIO      PIC 9(08)V99 VALUE ZEROS.
       01 W-BASE        PIC 9(08)V9999 VALUE ZEROS.
       01 W-SOMSAZ      PIC 9(10) VALUE ZEROS.
       01 W-QTDSAZ      PIC 9(02) VALUE ZEROS.
       01 W-SAZONAL     PIC 9(01)V99 VALUE ZEROS.
       01 W-FATSAZ      PIC 9(04)V9999 VALUE ZEROS.
       01 W-PREVISAO    PIC 9(08) VALUE ZEROS.
       01 W-LEAD        PIC 9(03) VALUE ZEROS.
       01 W-ORIGLEAD    PIC X(01) VALUE SPACES.
       01 W-ESTSEG      PIC 9(06) VALUE ZEROS.
       01 W-PTREP       PIC 9(06) VALUE ZEROS.
       01 W-DIF         PIC S9(06) VALUE ZEROS.
       01 W-QTDPROP     PIC 9(06) VALUE ZEROS.
       01 W-QTDLOCAL    PIC 9(06) VALUE ZEROS.
       01 W-QTDALT      PIC 9(06) VALUE ZEROS.
       01 W-QTDLIN      PIC 9(06) VALUE ZEROS.
       01 W-NOMEREL     PIC X(30) VALUE SPACES.
       01 W-DTSPOOL     PIC 9(08) VALUE ZEROS.
       01 W-HRSPOOL     PIC 9(08) VALUE ZEROS.
       01 W-SERIE.
          03 W-Q        PIC S9(08) OCCURS 24 TIMES.
       01 W-MESTAB.
          03 W-MESI     PIC 9(02) OCCURS 24 TIMES.
       01 W-FORNTAB.
          03 W-FORN OCCURS 100 TIMES.
             05 W-FCPF       PIC 9(14).
             05 W-FLEADSOM   PIC 9(08).
             05 W-FLEADQTD   PIC 9(06).
             05 W-FOFSOM     PIC 9(08).
             05 W-FOFQTD     PIC 9(06).

      *-----------------------------------------------------------------
      *
      *************************
      * REPORT SECTION *
      *************************
      *
       01 REL-CAB.
          03 FILLER       PIC X(44)
             VALUE "PREVISAO DE DEMANDA E PONTO DE REPOSICAO - ".
          03 CABDATA      PIC 9(08).
          03 FILLER       PIC X(11) VALUE "  METODO: ".
          03 CABMETODO    PIC X(20).
          03 FILLER       PIC X(09) VALUE " MESES: ".
          03 CABMESES     PIC Z9.

       01 REL-CAB2.
          03 FILLER       PIC X(07) VALUE "PRODUTO".
          03 FILLER       PIC X(21) VALUE " DESCRICAO".
          03 FILLER       PIC X(03) VALUE "LC ".
          03 FILLER       PIC X(07) VALUE "MIN.ATU".
          03 FILLER       PIC X(07) VALUE "EST.ATU".
          03 FILLER       PIC X(11) VALUE "  MEDIA/MES".
          03 FILLER       PIC X(11) VALUE "     DESVIO".
          03 FILLER       PIC X(05) VALUE "  SAZ".
          03 FILLER       PIC X(09) VALUE " PREVISAO".
          03 FILLER       PIC X(06) VALUE " LEAD ".
          03 FILLER       PIC X(07) VALUE "EST.SEG".
          03 FILLER       PIC X(07) VALUE " PT.REP".
          03 FILLER       PIC X(08) VALUE "  DIFER.".

       01 REL-DET.
          03 DETCOD       PIC 9(06) VALUE ZEROS.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 DETDESC      PIC X(20) VALUE SPACES.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 DETLOCAL     PIC X(02) VALUE SPACES.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 DETMIN       PIC ZZZZZ9 VALUE ZEROS.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 DETEST       PIC ZZZZZ9 VALUE ZEROS.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 DETMEDIA     PIC ZZZZZZ9,99 VALUE ZEROS.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 DETDESVIO    PIC ZZZZZZ9,99 VALUE ZEROS.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 DETSAZ       PIC 9,99 VALUE ZEROS.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 DETPREV      PIC ZZZZZZZ9 VALUE ZEROS.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 DETLEAD      PIC ZZ9 VALUE ZEROS.
          03 DETORIG      PIC X(01) VALUE SPACES.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 DETESTSEG    PIC ZZZZZ9 VALUE ZEROS.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 DETPTREP     PIC ZZZZZ9 VALUE ZEROS.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 DETDIF       PIC -ZZZZZ9 VALUE ZEROS.

       01 REL-TOT.
          03 FILLER       PIC X(21) VALUE "PRODUTOS AVALIADOS: ".
          03 TOTPROP      PIC ZZZZZ9 VALUE ZEROS.
          03 FILLER       PIC X(22) VALUE "   COM ALTERACAO: ".
          03 TOTALT       PIC ZZZZZ9 VALUE ZEROS.
          03 FILLER       PIC X(22) VALUE "   LINHAS POR LOCAL: ".
          03 TOTLOCAL     PIC ZZZZZ9 VALUE ZEROS.

       01 REL-LEG.
          03 FILLER       PIC X(48)
             VALUE "LEAD: R=HISTORICO DE RECEBIMENTOS  C=COTACOES  ".
          03 FILLER       PIC X(40)
             VALUE "P=PADRAO   LC 00 = TOTAL DO PRODUTO".

       SCREEN SECTION.
       01  TSCE133.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "       Previsao de Demanda e Ponto de Rep".
           05  LINE 02  COLUMN 41
               VALUE  "osicao por Produto".
           05  LINE 05  COLUMN 01
               VALUE  "  METODO (M=MEDIA MOVEL/E=SUAVIZ.EXP.):".
           05  LINE 06  COLUMN 01
               VALUE  "  MESES DE HISTORICO (03 A 24)        :".
           05  LINE 07  COLUMN 01
               VALUE  "  MESES NA MEDIA MOVEL (01 A 12)      :".
           05  LINE 08  COLUMN 01
               VALUE  "  FATOR ALFA (0,01 A 0,99)            :".
           05  LINE 09  COLUMN 01
               VALUE  "  FATOR DE SEGURANCA (Z)              :".
           05  LINE 10  COLUMN 01
               VALUE  "  LEAD TIME PADRAO (DIAS)             :".
           05  LINE 23  COLUMN 01
               VALUE  "  MENSAGEM :".

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       ABRE-PRO.
           DISPLAY TSCE133
           OPEN INPUT ARQPRO
           IF ST-ERRO NOT = "00"
              MOVE "ARQUIVO DE PRODUTOS NAO EXISTE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.

       ABRE-PRV.
           OPEN I-O ARQPRV
           IF ST-ERRO7 NOT = "00"
              IF ST-ERRO7 = "30"
                 OPEN OUTPUT ARQPRV
                 CLOSE ARQPRV
                 OPEN I-O ARQPRV
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO DE PREVISAO"
                    TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE ARQPRO
                 GO TO ROT-FIM2.

       ABRE-EST.
           OPEN INPUT ARQEST
           IF ST-ERRO2 = "00"
              MOVE "S" TO W-ESTOK
           ELSE
              MOVE "N" TO W-ESTOK.

       ABRE-MOV.
           OPEN INPUT ARQMOV
           IF ST-ERRO2 = "00"
              MOVE "S" TO W-MOVOK
           ELSE
              MOVE "N" TO W-MOVOK.
           IF W-ESTOK NOT = "S" AND W-MOVOK NOT = "S"
              MOVE "*** NAO HA HISTORICO DE VENDAS/SAIDAS ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQPRO ARQPRV
              GO TO ROT-FIM2.

       ABRE-SLD.
           OPEN INPUT ARQSLD
           IF ST-ERRO6 = "00"
              MOVE "S" TO W-SLDOK
           ELSE
              MOVE "N" TO W-SLDOK.

       ABRE-PED.
           OPEN INPUT ARQPED
           IF ST-ERRO6 = "00"
              MOVE "S" TO W-PEDOK
           ELSE
              MOVE "N" TO W-PEDOK.

       ABRE-LOG.
           MOVE "N" TO W-LOGOK
           IF W-PEDOK = "S"
              OPEN INPUT ARQLOG
              IF ST-ERRO2 = "00"
                 MOVE "S" TO W-LOGOK.

       ABRE-COT.
           OPEN INPUT ARQCOTOF
           IF ST-ERRO2 = "00"
              MOVE "S" TO W-COTOK
           ELSE
              MOVE "N" TO W-COTOK.

       ABRE-PAR.
           OPEN INPUT ARQPAR
           IF ST-ERRO2 NOT = "00"
              GO TO R1.
           MOVE "FATSEGUR" TO PAR-ID
           READ ARQPAR
           IF ST-ERRO2 = "00" AND PAR-VALOR > ZEROS
              MOVE PAR-VALOR TO W-FATZ.
           MOVE "LEADPAD " TO PAR-ID
           READ ARQPAR
           IF ST-ERRO2 = "00" AND PAR-VALOR > ZEROS
              MOVE PAR-VALOR TO W-LEADPAD.
           CLOSE ARQPAR.

       R1.
           ACCEPT W-DTHOJE FROM DATE YYYYMMDD
           ACCEPT (05, 41) W-METODO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01 OR 02
              GO TO ROT-FIM.
           IF W-METODO = "m"
              MOVE "M" TO W-METODO.
           IF W-METODO = "e"
              MOVE "E" TO W-METODO.
           IF W-METODO NOT = "M" AND "E"
              MOVE "METODO INVALIDO - INFORME M OU E" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.

       R2.
           ACCEPT (06, 41) W-NMESES WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R1.
           IF W-NMESES < 03 OR W-NMESES > 24
              MOVE "INFORME DE 03 A 24 MESES DE HISTORICO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           IF W-METODO = "E"
              GO TO R4.

       R3.
           ACCEPT (07, 41) W-NMEDIA WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R2.
           IF W-NMEDIA < 01 OR W-NMEDIA > 12
              MOVE "INFORME DE 01 A 12 MESES NA MEDIA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
           IF W-NMEDIA > W-NMESES
              MOVE "MEDIA MAIOR QUE O HISTORICO INFORMADO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
           GO TO R5.

       R4.
           ACCEPT (08, 41) W-ALFA WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R2.
           IF W-ALFA = ZEROS OR W-ALFA NOT < 1
              MOVE "FATOR ALFA DEVE SER DE 0,01 A 0,99" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.

       R5.
           ACCEPT (09, 41) W-FATZ WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R2.
           IF W-FATZ = ZEROS
              MOVE "FATOR DE SEGURANCA EM BRANCO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.

       R6.
           ACCEPT (10, 41) W-LEADPAD WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R5.
           IF W-LEADPAD = ZEROS
              MOVE "LEAD TIME PADRAO EM BRANCO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R6.

       R7.
           DISPLAY (13, 03) "CONFIRMA O CALCULO DA PREVISAO? (S/N): ".
           ACCEPT (13, 43) DADOS
           IF DADOS = "N" OR "n"
              GO TO R1.
           IF DADOS NOT = "S" AND "s"
              MOVE "DIGITE UMA OPERACAO VALIDA (S/N)" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R7.

      *
      ******************************
      * JANELA DE MESES FECHADOS    *
      ******************************
      *
       JAN-INI.
           COMPUTE W-ABSFIM = W-ANOHJ * 12 + W-MESHJ - 2
           COMPUTE W-ABSINI = W-ABSFIM - W-NMESES + 1
           MOVE W-ABSINI TO W-ABS
           PERFORM ABS-ANOMES THRU ABS-ANOMES-FIM
           MOVE W-AMX TO W-AMINI
           MOVE W-ABSFIM TO W-ABS
           PERFORM ABS-ANOMES THRU ABS-ANOMES-FIM
           MOVE W-AMX TO W-AMFIM
           COMPUTE W-DTINI = W-AMINI * 100 + 1
           MOVE ZEROS TO W-I.
       JAN-MES.
           ADD 1 TO W-I
           IF W-I > W-NMESES
              GO TO PRV-LIMPA.
           COMPUTE W-ABS = W-ABSINI + W-I - 1
           PERFORM ABS-ANOMES THRU ABS-ANOMES-FIM
           MOVE W-AMXMES TO W-MESI (W-I)
           GO TO JAN-MES.

       ABS-ANOMES.
           COMPUTE W-ANOX = W-ABS / 12
           MOVE W-ANOX TO W-AMXANO
           COMPUTE W-AMXMES = W-ABS - W-ANOX * 12 + 1.
       ABS-ANOMES-FIM.
           EXIT.

      *
      ******************************
      * DESCARTA PROPOSTAS PENDENTES*
      ******************************
      *
       PRV-LIMPA.
           MOVE ZEROS TO PRV-CHAVE
           START ARQPRV KEY IS NOT LESS PRV-CHAVE INVALID KEY
                 GO TO LEAD-INI.
       PRV-LIMPA-RD.
           READ ARQPRV NEXT
           IF ST-ERRO7 NOT = "00"
              GO TO LEAD-INI.
           IF PRV-STATUS = "P" OR "I"
              DELETE ARQPRV RECORD.
           GO TO PRV-LIMPA-RD.

      *
      ******************************
      * LEAD TIME POR FORNECEDOR    *
      ******************************
      *
       LEAD-INI.
           MOVE ZEROS TO W-QTDFORN
           IF W-LOGOK NOT = "S"
              GO TO COT-INI.
           MOVE W-DTINI TO LOG-DATA
           MOVE ZEROS TO LOG-HORA LOG-SEQ
           START ARQLOG KEY IS NOT LESS LOG-CHAVE INVALID KEY
                 GO TO COT-INI.

       LEAD-RD.
           READ ARQLOG NEXT
           IF ST-ERRO2 NOT = "00"
              GO TO COT-INI.
           MOVE "*** APURANDO PRAZOS DE ENTREGA ***" TO MENS
           DISPLAY (23, 13) MENS
           IF LOG-OPERACAO NOT = "RECEBIMENT"
              GO TO LEAD-RD.
           MOVE LOG-CHAVEREG (1:7) TO W-NUMPEDLOG
           IF W-NUMPEDLOG NOT NUMERIC
              GO TO LEAD-RD.
           MOVE W-NUMPEDLOG (1:6) TO NUMPEDIDO
           MOVE W-NUMPEDLOG (7:1) TO TIPEDIDO
           READ ARQPED
           IF ST-ERRO6 NOT = "00"
              GO TO LEAD-RD.
           IF TIPEDIDO NOT = 1
              GO TO LEAD-RD.
           MOVE FORNECEDOR TO W-FORNBUS
           PERFORM BUSCA-FORN THRU BUSCA-FORN-FIM
           IF W-FX = ZEROS
              GO TO LEAD-RD.
           MOVE "C" TO W-CALFUNC
           MOVE DTPEDIDO TO W-CALDT1
           MOVE LOG-DATA TO W-CALDT2
           CALL "SCE053" USING W-CALFUNC W-CALDT1 W-CALDT2 W-CALRES
           IF W-CALRES < ZEROS
              GO TO LEAD-RD.
           ADD W-CALRES TO W-FLEADSOM (W-FX)
           ADD 1 TO W-FLEADQTD (W-FX)
           GO TO LEAD-RD.

       COT-INI.
           IF W-COTOK NOT = "S"
              GO TO WRK-INI.
           MOVE ZEROS TO OF-CHAVE
           START ARQCOTOF KEY IS NOT LESS OF-CHAVE INVALID KEY
                 GO TO WRK-INI.
       COT-RD.
           READ ARQCOTOF NEXT
           IF ST-ERRO2 NOT = "00"
              GO TO WRK-INI.
           IF OF-PRAZOENT = ZEROS
              GO TO COT-RD.
           MOVE OF-FORNEC TO W-FORNBUS
           PERFORM BUSCA-FORN THRU BUSCA-FORN-FIM
           IF W-FX = ZEROS
              GO TO COT-RD.
           ADD OF-PRAZOENT TO W-FOFSOM (W-FX)
           ADD 1 TO W-FOFQTD (W-FX)
           GO TO COT-RD.

       BUSCA-FORN.
           MOVE ZEROS TO W-FX.
       BUSCA-FORN-LOOP.
           ADD 1 TO W-FX
           IF W-FX > W-QTDFORN
              GO TO BUSCA-FORN-NOVO.
           IF W-FCPF (W-FX) = W-FORNBUS
              GO TO BUSCA-FORN-FIM.
           GO TO BUSCA-FORN-LOOP.
       BUSCA-FORN-NOVO.
           IF W-QTDFORN NOT < 100
              MOVE ZEROS TO W-FX
              GO TO BUSCA-FORN-FIM.
           ADD 1 TO W-QTDFORN
           MOVE W-QTDFORN TO W-FX
           MOVE W-FORNBUS TO W-FCPF (W-FX)
           MOVE ZEROS TO W-FLEADSOM (W-FX) W-FLEADQTD (W-FX)
           MOVE ZEROS TO W-FOFSOM (W-FX) W-FOFQTD (W-FX).
       BUSCA-FORN-FIM.
           EXIT.

      *
      ******************************
      * DEMANDA MENSAL POR LOCAL    *
      ******************************
      *
       WRK-INI.
           OPEN OUTPUT PRVWORK
           IF ST-ERRO4 NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO DE TRABALHO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           CLOSE PRVWORK
           OPEN I-O PRVWORK
           IF W-ESTOK NOT = "S"
              GO TO WRK-MOV.
           MOVE W-AMINI TO EST-ANOMES
           MOVE ZEROS TO EST-CODPROD EST-CLIENTE EST-VENDEDOR
           START ARQEST KEY IS NOT LESS EST-CHAVE INVALID KEY
                 GO TO WRK-MOV.

       WRK-EST-RD.
           READ ARQEST NEXT
           IF ST-ERRO2 NOT = "00"
              GO TO WRK-MOV.
           IF EST-ANOMES > W-AMFIM
              GO TO WRK-MOV.
           MOVE "*** VARRENDO ESTATISTICA DE VENDAS ***" TO MENS
           DISPLAY (23, 13) MENS
           MOVE EST-ANOMES TO W-AMX
           PERFORM CALC-IDX THRU CALC-IDX-FIM
           IF W-IDX < 1 OR W-IDX > W-NMESES
              GO TO WRK-EST-RD.
           MOVE EST-CODPROD TO PW-CODPROD
           MOVE ZEROS       TO W-PWLOCAL
           MOVE EST-QTD     TO W-PWQTD
           MOVE "N"         TO W-PWMOV
           PERFORM WRK-SOMA THRU WRK-SOMA-FIM
           GO TO WRK-EST-RD.

       WRK-MOV.
           IF W-MOVOK NOT = "S"
              GO TO WRK-FIM.
           MOVE ZEROS TO MOV-CHAVE
           START ARQMOV KEY IS NOT LESS MOV-CHAVE INVALID KEY
                 GO TO WRK-FIM.

       WRK-MOV-RD.
           READ ARQMOV NEXT
           IF ST-ERRO2 NOT = "00"
              GO TO WRK-FIM.
           MOVE "*** VARRENDO SAIDAS POR LOCAL ***" TO MENS
           DISPLAY (23, 13) MENS
           IF MOV-TIPO NOT = "S" AND MOV-TIPO NOT = "D"
              GO TO WRK-MOV-RD.
           MOVE MOV-DATA (1:6) TO W-AMX
           PERFORM CALC-IDX THRU CALC-IDX-FIM
           IF W-IDX < 1 OR W-IDX > W-NMESES
              GO TO WRK-MOV-RD.
           MOVE MOV-QTD TO W-PWQTD
           IF MOV-TIPO = "D"
              COMPUTE W-PWQTD = ZEROS - MOV-QTD.
           MOVE MOV-LOCAL TO W-PWLOCAL
           IF W-PWLOCAL = ZEROS
              MOVE 01 TO W-PWLOCAL.
           MOVE MOV-CODPROD TO PW-CODPROD
           MOVE "N" TO W-PWMOV
           PERFORM WRK-SOMA THRU WRK-SOMA-FIM
           MOVE MOV-CODPROD TO PW-CODPROD
           MOVE ZEROS TO W-PWLOCAL
           MOVE "S" TO W-PWMOV
           PERFORM WRK-SOMA THRU WRK-SOMA-FIM
           GO TO WRK-MOV-RD.

       CALC-IDX.
           COMPUTE W-IDX = W-AMXANO * 12 + W-AMXMES - 1
                         - W-ABSINI + 1.
       CALC-IDX-FIM.
           EXIT.

       WRK-SOMA.
           MOVE W-PWLOCAL TO PW-LOCAL
           READ PRVWORK
           IF ST-ERRO4 NOT = "00"
              MOVE W-PWLOCAL TO PW-LOCAL
              MOVE ZEROS TO W-I
              PERFORM WRK-ZERA THRU WRK-ZERA-FIM
              PERFORM WRK-ADD THRU WRK-ADD-FIM
              WRITE REGPRVW
              GO TO WRK-SOMA-FIM.
           PERFORM WRK-ADD THRU WRK-ADD-FIM
           REWRITE REGPRVW.
       WRK-SOMA-FIM.
           EXIT.

       WRK-ADD.
           IF W-PWMOV = "S"
              ADD W-PWQTD TO PW-QTDM (W-IDX)
           ELSE
              ADD W-PWQTD TO PW-QTD (W-IDX).
       WRK-ADD-FIM.
           EXIT.

       WRK-ZERA.
           ADD 1 TO W-I
           IF W-I > 24
              GO TO WRK-ZERA-FIM.
           MOVE ZEROS TO PW-QTD (W-I) PW-QTDM (W-I)
           GO TO WRK-ZERA.
       WRK-ZERA-FIM.
           EXIT.

       WRK-FIM.
           CLOSE PRVWORK
           OPEN INPUT PRVWORK.

      *
      ******************************
      * PREVISAO E PONTO DE REPOSIC.*
      ******************************
      *
       CALC-INI.
           MOVE ZEROS TO W-PRODANT W-QTDPROP W-QTDLOCAL W-QTDALT
           MOVE ZEROS TO PW-CHAVE
           START PRVWORK KEY IS NOT LESS PW-CHAVE INVALID KEY
                 GO TO CALC-FIM.

       CALC-RD.
           READ PRVWORK NEXT
           IF ST-ERRO4 NOT = "00"
              GO TO CALC-FIM.
           MOVE "*** CALCULANDO PREVISAO DOS PRODUTOS ***" TO MENS
           DISPLAY (23, 13) MENS
           IF PW-CODPROD NOT = W-PRODANT
              PERFORM CALC-PRODUTO THRU CALC-PRODUTO-FIM.
           IF W-PROOK NOT = "S"
              GO TO CALC-RD.
           PERFORM MONTA-SERIE THRU MONTA-SERIE-FIM
           IF W-SOMA NOT > ZEROS
              GO TO CALC-RD.
           COMPUTE W-MEDIA ROUNDED = W-SOMA / W-NMESES
           PERFORM CALC-DESVIO THRU CALC-DESVIO-FIM
           IF W-METODO = "M"
              PERFORM CALC-MMOVEL THRU CALC-MMOVEL-FIM
           ELSE
              PERFORM CALC-SUAVIZ THRU CALC-SUAVIZ-FIM.
           PERFORM CALC-SAZONAL THRU CALC-SAZONAL-FIM
           COMPUTE W-PREVISAO ROUNDED = W-BASE * W-SAZONAL
           COMPUTE W-ESTSEG ROUNDED =
                   W-FATZ * W-DESVIO * (W-LEAD / 30) ** 0,5
           COMPUTE W-PTREP ROUNDED =
                   W-PREVISAO * W-LEAD / 30 + W-ESTSEG
           PERFORM GRAVA-PRV THRU GRAVA-PRV-FIM
           GO TO CALC-RD.

       CALC-PRODUTO.
           MOVE PW-CODPROD TO W-PRODANT CODIGO
           READ ARQPRO
           IF ST-ERRO NOT = "00"
              MOVE "N" TO W-PROOK
              GO TO CALC-PRODUTO-FIM.
           MOVE "S" TO W-PROOK
           MOVE W-LEADPAD TO W-LEAD
           MOVE "P" TO W-ORIGLEAD
           IF CPFCNPJ = ZEROS
              GO TO CALC-PRODUTO-FIM.
           MOVE ZEROS TO W-FX.
       CALC-PRODUTO-FORN.
           ADD 1 TO W-FX
           IF W-FX > W-QTDFORN
              GO TO CALC-PRODUTO-FIM.
           IF W-FCPF (W-FX) NOT = CPFCNPJ
              GO TO CALC-PRODUTO-FORN.
           IF W-FLEADQTD (W-FX) > ZEROS
              COMPUTE W-LEAD ROUNDED =
                      W-FLEADSOM (W-FX) / W-FLEADQTD (W-FX)
              MOVE "R" TO W-ORIGLEAD
           ELSE
              IF W-FOFQTD (W-FX) > ZEROS
                 COMPUTE W-LEAD ROUNDED =
                         W-FOFSOM (W-FX) / W-FOFQTD (W-FX)
                 MOVE "C" TO W-ORIGLEAD.
           IF W-LEAD = ZEROS
              MOVE 1 TO W-LEAD.
       CALC-PRODUTO-FIM.
           EXIT.

       MONTA-SERIE.
           MOVE ZEROS TO W-I W-SOMA W-SOMAM.
       MONTA-SERIE-SOMA.
           ADD 1 TO W-I
           IF W-I > W-NMESES
              GO TO MONTA-SERIE-ORIG.
           ADD PW-QTD (W-I)  TO W-SOMA
           ADD PW-QTDM (W-I) TO W-SOMAM
           GO TO MONTA-SERIE-SOMA.
       MONTA-SERIE-ORIG.
           MOVE "E" TO W-ORIGSER
           IF PW-LOCAL = ZEROS AND W-SOMA NOT > ZEROS
              MOVE "M" TO W-ORIGSER.
           MOVE ZEROS TO W-I W-SOMA.
       MONTA-SERIE-COPIA.
           ADD 1 TO W-I
           IF W-I > W-NMESES
              GO TO MONTA-SERIE-FIM.
           IF W-ORIGSER = "M"
              MOVE PW-QTDM (W-I) TO W-Q (W-I)
           ELSE
              MOVE PW-QTD (W-I) TO W-Q (W-I).
           IF W-Q (W-I) < ZEROS
              MOVE ZEROS TO W-Q (W-I).
           ADD W-Q (W-I) TO W-SOMA
           GO TO MONTA-SERIE-COPIA.
       MONTA-SERIE-FIM.
           EXIT.

       CALC-DESVIO.
           MOVE ZEROS TO W-I W-VAR.
       CALC-DESVIO-LOOP.
           ADD 1 TO W-I
           IF W-I > W-NMESES
              GO TO CALC-DESVIO-RAIZ.
           COMPUTE W-VAR = W-VAR + (W-Q (W-I) - W-MEDIA) ** 2
           GO TO CALC-DESVIO-LOOP.
       CALC-DESVIO-RAIZ.
           COMPUTE W-VAR = W-VAR / W-NMESES
           COMPUTE W-DESVIO ROUNDED = W-VAR ** 0,5.
       CALC-DESVIO-FIM.
           EXIT.

       CALC-MMOVEL.
           MOVE ZEROS TO W-BASE
           COMPUTE W-I = W-NMESES - W-NMEDIA.
       CALC-MMOVEL-LOOP.
           ADD 1 TO W-I
           IF W-I > W-NMESES
              GO TO CALC-MMOVEL-DIV.
           ADD W-Q (W-I) TO W-BASE
           GO TO CALC-MMOVEL-LOOP.
       CALC-MMOVEL-DIV.
           COMPUTE W-BASE ROUNDED = W-BASE / W-NMEDIA.
       CALC-MMOVEL-FIM.
           EXIT.

       CALC-SUAVIZ.
           MOVE W-Q (1) TO W-BASE
           MOVE 1 TO W-I.
       CALC-SUAVIZ-LOOP.
           ADD 1 TO W-I
           IF W-I > W-NMESES
              GO TO CALC-SUAVIZ-FIM.
           COMPUTE W-BASE ROUNDED = W-ALFA * W-Q (W-I)
                                  + (1 - W-ALFA) * W-BASE
           GO TO CALC-SUAVIZ-LOOP.
       CALC-SUAVIZ-FIM.
           EXIT.

       CALC-SAZONAL.
           MOVE 1 TO W-SAZONAL
           IF W-NMESES < 12 OR W-MEDIA = ZEROS
              GO TO CALC-SAZONAL-FIM.
           MOVE ZEROS TO W-I W-SOMSAZ W-QTDSAZ.
       CALC-SAZONAL-LOOP.
           ADD 1 TO W-I
           IF W-I > W-NMESES
              GO TO CALC-SAZONAL-FATOR.
           IF W-MESI (W-I) = W-MESHJ
              ADD W-Q (W-I) TO W-SOMSAZ
              ADD 1 TO W-QTDSAZ.
           GO TO CALC-SAZONAL-LOOP.
       CALC-SAZONAL-FATOR.
           IF W-QTDSAZ = ZEROS
              GO TO CALC-SAZONAL-FIM.
           COMPUTE W-FATSAZ ROUNDED = W-SOMSAZ / W-QTDSAZ / W-MEDIA
           IF W-FATSAZ < 0,5
              MOVE 0,5 TO W-FATSAZ.
           IF W-FATSAZ > 2
              MOVE 2 TO W-FATSAZ.
           COMPUTE W-SAZONAL ROUNDED = W-FATSAZ.
       CALC-SAZONAL-FIM.
           EXIT.

       GRAVA-PRV.
           MOVE PW-CHAVE TO PRV-CHAVE
           READ ARQPRV
           IF ST-ERRO7 = "00"
              MOVE "S" TO W-PRVEXISTE
           ELSE
              MOVE "N" TO W-PRVEXISTE.
           MOVE PW-CHAVE   TO PRV-CHAVE
           MOVE W-DTHOJE   TO PRV-DTCALC PRV-DTSIT
           MOVE W-METODO   TO PRV-METODO
           MOVE W-NMESES   TO PRV-MESES
           MOVE W-MEDIA    TO PRV-MEDIA
           MOVE W-DESVIO   TO PRV-DESVIO
           MOVE W-SAZONAL  TO PRV-SAZONAL
           MOVE W-PREVISAO TO PRV-PREVISAO
           MOVE W-LEAD     TO PRV-LEAD
           MOVE W-ORIGLEAD TO PRV-ORIGLEAD
           MOVE W-ESTSEG   TO PRV-ESTSEG
           MOVE W-PTREP    TO PRV-PTREP
           MOVE SPACES     TO PRV-OPERADOR
           IF W-USUARIO NOT = SPACES AND
              W-USUARIO NOT = LOW-VALUES
              MOVE W-USUARIO TO PRV-OPERADOR.
           IF PRV-LOCAL = ZEROS
              MOVE ESTOQUE    TO PRV-ESTATUAL
              MOVE MINESTOQUE TO PRV-MINATUAL
              MOVE "P" TO PRV-STATUS
              ADD 1 TO W-QTDPROP
              IF PRV-PTREP NOT = MINESTOQUE
                 ADD 1 TO W-QTDALT.
           IF PRV-LOCAL NOT = ZEROS
              MOVE ZEROS TO PRV-ESTATUAL PRV-MINATUAL
              MOVE "I" TO PRV-STATUS
              ADD 1 TO W-QTDLOCAL
              IF W-SLDOK = "S"
                 MOVE PRV-CODPROD TO SLD-CODIGO
                 MOVE PRV-LOCAL   TO SLD-LOCAL
                 READ ARQSLD
                 IF ST-ERRO6 = "00"
                    MOVE SLD-ESTOQUE TO PRV-ESTATUAL.
           IF W-PRVEXISTE = "S"
              REWRITE REGPRV
           ELSE
              WRITE REGPRV.
       GRAVA-PRV-FIM.
           EXIT.

       CALC-FIM.
           CLOSE PRVWORK
           IF W-QTDPROP = ZEROS AND W-QTDLOCAL = ZEROS
              MOVE "*** NENHUMA DEMANDA NO PERIODO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.

      *
      ******************************
      * LISTAGEM DE PROPOSTAS       *
      ******************************
      *
       REL-INI.
           ACCEPT W-DTSPOOL FROM DATE YYYYMMDD
           ACCEPT W-HRSPOOL FROM TIME
           MOVE SPACES TO W-NOMEREL
           STRING "PREVDEM" W-DTSPOOL W-HRSPOOL (1:6) ".LST"
                  DELIMITED BY SIZE INTO W-NOMEREL
           OPEN OUTPUT RELPRV
           IF ST-ERRO3 NOT = "00"
              MOVE "ERRO NA ABERTURA DO RELATORIO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE W-DTHOJE TO CABDATA
           IF W-METODO = "M"
              MOVE "MEDIA MOVEL" TO CABMETODO
           ELSE
              MOVE "SUAVIZACAO EXPONENC." TO CABMETODO.
           MOVE W-NMESES TO CABMESES
           WRITE LINHA-REL FROM REL-CAB
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           WRITE LINHA-REL FROM REL-CAB2
           MOVE ZEROS TO W-QTDLIN
           MOVE ZEROS TO PRV-CHAVE
           START ARQPRV KEY IS NOT LESS PRV-CHAVE INVALID KEY
                 GO TO REL-FIM.

       REL-RD.
           READ ARQPRV NEXT
           IF ST-ERRO7 NOT = "00"
              GO TO REL-FIM.
           IF PRV-DTCALC NOT = W-DTHOJE
              GO TO REL-RD.
           IF PRV-STATUS NOT = "P" AND PRV-STATUS NOT = "I"
              GO TO REL-RD.
           MOVE "*** IMPRIMINDO PROPOSTAS ***" TO MENS
           DISPLAY (23, 13) MENS
           MOVE PRV-CODPROD TO DETCOD
           MOVE SPACES TO DETDESC
           MOVE PRV-CODPROD TO CODIGO
           READ ARQPRO
           IF ST-ERRO = "00"
              MOVE DESCRICAO TO DETDESC.
           MOVE PRV-LOCAL    TO DETLOCAL
           MOVE PRV-MINATUAL TO DETMIN
           MOVE PRV-ESTATUAL TO DETEST
           MOVE PRV-MEDIA    TO DETMEDIA
           MOVE PRV-DESVIO   TO DETDESVIO
           MOVE PRV-SAZONAL  TO DETSAZ
           MOVE PRV-PREVISAO TO DETPREV
           MOVE PRV-LEAD     TO DETLEAD
           MOVE PRV-ORIGLEAD TO DETORIG
           MOVE PRV-ESTSEG   TO DETESTSEG
           MOVE PRV-PTREP    TO DETPTREP
           MOVE ZEROS TO W-DIF
           IF PRV-LOCAL = ZEROS
              COMPUTE W-DIF = PRV-PTREP - PRV-MINATUAL.
           MOVE W-DIF TO DETDIF
           WRITE LINHA-REL FROM REL-DET
           ADD 1 TO W-QTDLIN
           GO TO REL-RD.

       REL-FIM.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-QTDPROP  TO TOTPROP
           MOVE W-QTDALT   TO TOTALT
           MOVE W-QTDLOCAL TO TOTLOCAL
           WRITE LINHA-REL FROM REL-TOT
           WRITE LINHA-REL FROM REL-LEG
           CLOSE RELPRV
           PERFORM GRAVA-SPOOL THRU GRAVA-SPOOL-FIM
           DISPLAY (23, 13) LIMPA
           DISPLAY (15, 03) "PRODUTOS AVALIADOS  : "
           DISPLAY (15, 25) W-QTDPROP
           DISPLAY (16, 03) "COM ALTERACAO       : "
           DISPLAY (16, 25) W-QTDALT
           DISPLAY (18, 03) "RELATORIO GRAVADO EM: "
           DISPLAY (18, 25) W-NOMEREL
           MOVE "*** PREVISAO CALCULADA - ACEITE NA SCE134 ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.

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
           MOVE "PREVDEM" TO SPL-RELATORIO
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
           CLOSE ARQPRO ARQPRV.
           IF W-ESTOK = "S"
              CLOSE ARQEST.
           IF W-MOVOK = "S"
              CLOSE ARQMOV.
           IF W-SLDOK = "S"
              CLOSE ARQSLD.
           IF W-PEDOK = "S"
              CLOSE ARQPED.
           IF W-LOGOK = "S"
              CLOSE ARQLOG.
           IF W-COTOK = "S"
              CLOSE ARQCOTOF.
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
