       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCE119.
      *AUTHOR. Kauan Paulino Farias.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQALC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ALC-CODIGO
                    FILE STATUS  IS ST-ERRO2.

           SELECT ARQAPV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                    RECORD KEY   IS APV-NUMPED
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQLOG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                    RECORD KEY   IS LOG-CHAVE
                    FILE STATUS  IS ST-ERRO3.

       DATA DIVISION.
       FILE SECTION.
       FD ARQALC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQALC.DAT".
       01 REGALC.
          03 ALC-CODIGO        PIC X(10).
          03 ALC-LIMCOMPRA     PIC 9(09)V99.
          03 ALC-APROVADOR     PIC X(01).
          03 ALC-LIMAPROV      PIC 9(09)V99.
      *-----------------------------------------------------------------
       FD ARQAPV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQAPV.DAT".
       01 REGAPV.
          03 APV-NUMPED        PIC 9(06).
          03 APV-STATUS        PIC X(01).
          03 APV-ORIGEM        PIC X(08).
          03 APV-SOLIC         PIC X(10).
          03 APV-DTSOLIC       PIC 9(08).
          03 APV-HRSOLIC       PIC 9(08).
          03 APV-VALOR         PIC 9(08)V99.
          03 APV-LIMITE        PIC 9(09)V99.
          03 APV-TITST         PIC X(01).
          03 APV-APROVADOR     PIC X(10).
          03 APV-DTDECISAO     PIC 9(08).
          03 APV-MOTIVO        PIC X(40).
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
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 ST-ERRO3      PIC X(02) VALUE "00".
       01 W-LIMITE      PIC 9(09)V99 VALUE ZEROS.
       01 W-IMGANT      PIC X(160) VALUE SPACES.
       01 W-IMGNOV      PIC X(160) VALUE SPACES.
       01 W-VALORED     PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       01 W-LIMITEED    PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       LINKAGE SECTION.
       01 W-APFUNC      PIC X(01).
       01 W-APOPER      PIC X(10).
       01 W-APNUMPED    PIC 9(06).
       01 W-APVALOR     PIC 9(08)V99.
       01 W-APORIGEM    PIC X(08).
       01 W-APTITST     PIC X(01).
       01 W-APRET       PIC X(02).

      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING W-APFUNC W-APOPER W-APNUMPED W-APVALOR
                                W-APORIGEM W-APTITST W-APRET.
       INICIO.
           MOVE "00" TO W-APRET
           IF W-APFUNC NOT = "V" AND "R" AND "L"
              MOVE "11" TO W-APRET
              GO TO ROT-SAI.
           IF W-APFUNC NOT = "V" AND W-APNUMPED = ZEROS
              MOVE "11" TO W-APRET
              GO TO ROT-SAI.
           IF W-APFUNC = "L"
              GO TO LIBERA.
           PERFORM LE-ALCADA THRU LE-ALCADA-FIM
           IF W-LIMITE = ZEROS OR W-APVALOR NOT > W-LIMITE
              GO TO ROT-SAI.
           MOVE "10" TO W-APRET
           IF W-APFUNC = "V"
              GO TO ROT-SAI.
           GO TO REGISTRA.

      *
      **************************************
      * LIMITE DE COMPRA DO OPERADOR       *
      * SEM CADASTRO OU ZERO = SEM LIMITE  *
      **************************************
      *
       LE-ALCADA.
           MOVE ZEROS TO W-LIMITE
           OPEN INPUT ARQALC
           IF ST-ERRO2 NOT = "00"
              GO TO LE-ALCADA-FIM.
           MOVE W-APOPER TO ALC-CODIGO
           READ ARQALC
           IF ST-ERRO2 = "00"
              MOVE ALC-LIMCOMPRA TO W-LIMITE.
           CLOSE ARQALC.
       LE-ALCADA-FIM.
           EXIT.

      *
      **************************************
      * PEDIDO RETIDO AGUARDANDO APROVACAO *
      **************************************
      *
       REGISTRA.
           PERFORM ABRE-ARQ THRU ABRE-ARQ-FIM
           IF W-APRET = "30"
              GO TO ROT-SAI.
           MOVE W-APNUMPED TO APV-NUMPED
           READ ARQAPV
           IF ST-ERRO = "00"
              MOVE REGAPV TO W-IMGANT
           ELSE
              MOVE SPACES TO W-IMGANT.
           MOVE W-APNUMPED TO APV-NUMPED
           MOVE "E"        TO APV-STATUS
           MOVE W-APORIGEM TO APV-ORIGEM
           MOVE W-APOPER   TO APV-SOLIC
           ACCEPT APV-DTSOLIC FROM DATE YYYYMMDD
           ACCEPT APV-HRSOLIC FROM TIME
           MOVE W-APVALOR  TO APV-VALOR
           MOVE W-LIMITE   TO APV-LIMITE
           MOVE W-APTITST  TO APV-TITST
           MOVE SPACES     TO APV-APROVADOR APV-MOTIVO
           MOVE ZEROS      TO APV-DTDECISAO
           IF W-IMGANT = SPACES
              WRITE REGAPV
           ELSE
              REWRITE REGAPV.
           IF ST-ERRO NOT = "00" AND "02"
              MOVE "30" TO W-APRET
              GO TO FECHA.
           MOVE W-APVALOR TO W-VALORED
           MOVE W-LIMITE  TO W-LIMITEED
           MOVE SPACES TO W-IMGNOV
           STRING "SOLICITANTE " W-APOPER " VALOR " W-VALORED
                  " LIMITE " W-LIMITEED
                  DELIMITED BY SIZE INTO W-IMGNOV
           MOVE "PEND-APROV" TO LOG-OPERACAO
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM
           MOVE "10" TO W-APRET
           GO TO FECHA.

      *
      **************************************
      * RETIRA O PEDIDO DA FILA (CANCELADO *
      * OU ALTERADO PARA DENTRO DO LIMITE) *
      **************************************
      *
       LIBERA.
           PERFORM ABRE-ARQ THRU ABRE-ARQ-FIM
           IF W-APRET = "30"
              GO TO ROT-SAI.
           MOVE W-APNUMPED TO APV-NUMPED
           READ ARQAPV
           IF ST-ERRO NOT = "00"
              GO TO FECHA.
           IF APV-STATUS NOT = "E"
              GO TO FECHA.
           MOVE REGAPV TO W-IMGANT
           MOVE "X" TO APV-STATUS
           MOVE W-APOPER TO APV-APROVADOR
           ACCEPT APV-DTDECISAO FROM DATE YYYYMMDD
           MOVE "RETIRADO DA FILA PELO SOLICITANTE" TO APV-MOTIVO
           REWRITE REGAPV
           MOVE REGAPV TO W-IMGNOV
           MOVE "APROV-RETI" TO LOG-OPERACAO
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM
           GO TO FECHA.

       ABRE-ARQ.
           OPEN I-O ARQAPV
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT ARQAPV
                 CLOSE ARQAPV
                 OPEN I-O ARQAPV
              ELSE
                 MOVE "30" TO W-APRET
                 GO TO ABRE-ARQ-FIM.
           OPEN I-O ARQLOG
           IF ST-ERRO3 NOT = "00"
              IF ST-ERRO3 = "30"
                 OPEN OUTPUT ARQLOG
                 CLOSE ARQLOG
                 OPEN I-O ARQLOG.
       ABRE-ARQ-FIM.
           EXIT.

       GRAVA-LOG.
           ACCEPT LOG-DATA FROM DATE YYYYMMDD.
           ACCEPT LOG-HORA FROM TIME.
           MOVE ZEROS TO LOG-SEQ.
           MOVE W-APORIGEM TO LOG-PROGRAMA.
           MOVE SPACES TO LOG-CHAVEREG
           STRING W-APNUMPED "1" DELIMITED BY SIZE INTO LOG-CHAVEREG
           MOVE W-APOPER TO LOG-OPERADOR.
           MOVE W-IMGANT TO LOG-IMAGEMANT.
           MOVE W-IMGNOV TO LOG-IMAGEMNOV.
       GRAVA-LOG-WR.
           WRITE REGLOG
           IF ST-ERRO3 = "22"
              ADD 1 TO LOG-SEQ
              IF LOG-SEQ < 999
                 GO TO GRAVA-LOG-WR.
           MOVE SPACES TO W-IMGANT W-IMGNOV.
       GRAVA-LOG-FIM.
           EXIT.

       FECHA.
           CLOSE ARQAPV ARQLOG.

       ROT-SAI.
           EXIT PROGRAM.
