       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCE122.
      *AUTHOR. Kauan Paulino Farias.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQCTC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                    RECORD KEY   IS CTC-NUMERO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CTC-FORNEC
                                   WITH DUPLICATES.

           SELECT ARQCHM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                    RECORD KEY   IS CHM-NUMPED
                    FILE STATUS  IS ST-ERRO2
                    ALTERNATE RECORD KEY IS CHM-CONTRATO
                                   WITH DUPLICATES.

           SELECT ARQLOG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                    RECORD KEY   IS LOG-CHAVE
                    FILE STATUS  IS ST-ERRO3.

       DATA DIVISION.
       FILE SECTION.
       FD ARQCTC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCTC.DAT".
       01 REGCTC.
          03 CTC-NUMERO        PIC 9(06).
          03 CTC-FORNEC        PIC 9(14).
          03 CTC-CODPROD       PIC 9(06).
          03 CTC-QTDCONTR      PIC 9(08).
          03 CTC-PRECO         PIC 9(06)V99.
          03 CTC-DTINI         PIC 9(08).
          03 CTC-DTFIM         PIC 9(08).
          03 CTC-PRAZO         PIC 9(03).
          03 CTC-QTDCHAM       PIC 9(08).
          03 CTC-QTDREC        PIC 9(08).
          03 CTC-STATUS        PIC X(01).
          03 CTC-DTCAD         PIC 9(08).
      *-----------------------------------------------------------------
       FD ARQCHM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCHM.DAT".
       01 REGCHM.
          03 CHM-NUMPED        PIC 9(06).
          03 CHM-CONTRATO      PIC 9(06).
          03 CHM-CODPROD       PIC 9(06).
          03 CHM-DATA          PIC 9(08).
          03 CHM-QTD           PIC 9(08).
          03 CHM-QTDREC        PIC 9(08).
          03 CHM-STATUS        PIC X(01).
          03 CHM-OPERADOR      PIC X(10).
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
       01 W-PEND        PIC 9(08) VALUE ZEROS.
       01 W-IMGANT      PIC X(160) VALUE SPACES.
       01 W-IMGNOV      PIC X(160) VALUE SPACES.

       LINKAGE SECTION.
       01 W-CTFUNC      PIC X(01).
       01 W-CTOPER      PIC X(10).
       01 W-CTNUMPED    PIC 9(06).
       01 W-CTCODPROD   PIC 9(06).
       01 W-CTQTD       PIC 9(08).
       01 W-CTORIGEM    PIC X(08).
       01 W-CTRET       PIC X(02).

      *-----------------------------------------------------------------
      * SALDO DOS CONTRATOS DE FORNECIMENTO
      *   V = VERIFICA SE O PEDIDO E CHAMADA DE CONTRATO (RET 10)
      *   E = ENTRADA: SOMA QTD RECEBIDA NA CHAMADA E NO CONTRATO
      *   C = CANCELA A CHAMADA E DEVOLVE O PENDENTE AO CONTRATO
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING W-CTFUNC W-CTOPER W-CTNUMPED
                                W-CTCODPROD W-CTQTD W-CTORIGEM
                                W-CTRET.
       INICIO.
           MOVE "00" TO W-CTRET
           IF W-CTFUNC NOT = "V" AND "E" AND "C"
              MOVE "11" TO W-CTRET
              GO TO ROT-SAI.
           IF W-CTNUMPED = ZEROS
              MOVE "11" TO W-CTRET
              GO TO ROT-SAI.
           OPEN INPUT ARQCHM
           IF ST-ERRO2 NOT = "00"
              GO TO ROT-SAI.
           MOVE W-CTNUMPED TO CHM-NUMPED
           READ ARQCHM
           IF ST-ERRO2 NOT = "00"
              CLOSE ARQCHM
              GO TO ROT-SAI.
           CLOSE ARQCHM
           IF CHM-STATUS = "C"
              GO TO ROT-SAI.
           MOVE "10" TO W-CTRET
           IF W-CTFUNC = "V"
              GO TO ROT-SAI.
           PERFORM ABRE-ARQ THRU ABRE-ARQ-FIM
           IF W-CTRET = "30"
              GO TO ROT-SAI.
           MOVE W-CTNUMPED TO CHM-NUMPED
           READ ARQCHM
           IF ST-ERRO2 NOT = "00"
              MOVE "30" TO W-CTRET
              GO TO FECHA.
           MOVE CHM-CONTRATO TO CTC-NUMERO
           READ ARQCTC
           IF ST-ERRO NOT = "00"
              MOVE "30" TO W-CTRET
              GO TO FECHA.
           IF W-CTFUNC = "C"
              GO TO CANCELA.

      *
      **************************************
      * RECEBIMENTO DE ITEM DA CHAMADA     *
      **************************************
      *
       ENTRADA.
           IF W-CTCODPROD NOT = CHM-CODPROD OR W-CTQTD = ZEROS
              GO TO FECHA.
           MOVE REGCTC TO W-IMGANT
           ADD W-CTQTD TO CHM-QTDREC
           IF CHM-QTDREC NOT < CHM-QTD
              MOVE "R" TO CHM-STATUS.
           REWRITE REGCHM
           ADD W-CTQTD TO CTC-QTDREC
           REWRITE REGCTC
           MOVE REGCTC TO W-IMGNOV
           MOVE "CTR-RECEB" TO LOG-OPERACAO
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM
           GO TO FECHA.

      *
      **************************************
      * PEDIDO DA CHAMADA CANCELADO        *
      **************************************
      *
       CANCELA.
           MOVE REGCTC TO W-IMGANT
           MOVE ZEROS TO W-PEND
           IF CHM-QTD > CHM-QTDREC
              COMPUTE W-PEND = CHM-QTD - CHM-QTDREC.
           IF W-PEND > CTC-QTDCHAM
              MOVE CTC-QTDCHAM TO W-PEND.
           SUBTRACT W-PEND FROM CTC-QTDCHAM
           MOVE "C" TO CHM-STATUS
           REWRITE REGCHM
           REWRITE REGCTC
           MOVE REGCTC TO W-IMGNOV
           MOVE "CTR-ESTORN" TO LOG-OPERACAO
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM
           GO TO FECHA.

       ABRE-ARQ.
           OPEN I-O ARQCTC
           IF ST-ERRO NOT = "00"
              MOVE "30" TO W-CTRET
              GO TO ABRE-ARQ-FIM.
           OPEN I-O ARQCHM
           IF ST-ERRO2 NOT = "00"
              MOVE "30" TO W-CTRET
              CLOSE ARQCTC
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
           MOVE W-CTORIGEM TO LOG-PROGRAMA.
           MOVE SPACES TO LOG-CHAVEREG
           STRING CTC-NUMERO "-" W-CTNUMPED
                  DELIMITED BY SIZE INTO LOG-CHAVEREG
           MOVE W-CTOPER TO LOG-OPERADOR.
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
           CLOSE ARQCTC ARQCHM ARQLOG.

       ROT-SAI.
           EXIT PROGRAM.
