       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCE144.
      *AUTHOR. Kauan Paulino Farias.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQCAM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CAM-CHAVE
                    FILE STATUS  IS ST-ERRO.

       DATA DIVISION.
       FILE SECTION.
       FD ARQCAM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCAM.DAT".
       01 REGCAM.
          03 CAM-CHAVE.
             05 CAM-MOEDA      PIC X(03).
             05 CAM-DATA       PIC 9(08).
          03 CAM-TAXA          PIC 9(04)V9(06).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-ERRO       PIC X(02) VALUE "00".

       LINKAGE SECTION.
       01 W-CMMOEDA     PIC X(03).
       01 W-CMDATA      PIC 9(08).
       01 W-CMTAXA      PIC 9(04)V9(06).
       01 W-CMDTTAXA    PIC 9(08).
       01 W-CMRET       PIC X(02).

      *-----------------------------------------------------------------
      *
      ******************************************************
      * COTACAO DA MOEDA NA DATA - SEM COTACAO NO DIA VALE *
      * A ULTIMA ANTERIOR (FIM DE SEMANA / FERIADO)        *
      * RET: 00=OK 11=EM BRANCO 23=SEM COTACAO 30=ARQUIVO  *
      ******************************************************
      *
       PROCEDURE DIVISION USING W-CMMOEDA W-CMDATA W-CMTAXA
                                W-CMDTTAXA W-CMRET.
       INICIO.
           MOVE "23" TO W-CMRET
           MOVE ZEROS TO W-CMTAXA W-CMDTTAXA
           IF W-CMMOEDA = SPACES OR W-CMDATA = ZEROS
              MOVE "11" TO W-CMRET
              GO TO ROT-SAI.
           OPEN INPUT ARQCAM
           IF ST-ERRO NOT = "00"
              MOVE "30" TO W-CMRET
              GO TO ROT-SAI.
           MOVE W-CMMOEDA TO CAM-MOEDA
           MOVE ZEROS     TO CAM-DATA
           START ARQCAM KEY IS NOT LESS CAM-CHAVE INVALID KEY
                 GO TO FECHA.

       LE-CAM.
           READ ARQCAM NEXT
           IF ST-ERRO NOT = "00"
              GO TO FECHA.
           IF CAM-MOEDA NOT = W-CMMOEDA
              GO TO FECHA.
           IF CAM-DATA > W-CMDATA
              GO TO FECHA.
           MOVE CAM-TAXA TO W-CMTAXA
           MOVE CAM-DATA TO W-CMDTTAXA
           MOVE "00"     TO W-CMRET
           GO TO LE-CAM.

       FECHA.
           CLOSE ARQCAM.

       ROT-SAI.
           EXIT PROGRAM.
