                    RECORD KEY   IS BKI-CHAVE
                    FILE STATUS  IS ST-ERRO2.

           SELECT ARQLOG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                    RECORD KEY   IS LOG-CHAVE
                    FILE STATUS  IS ST-ERRO3.

       DATA DIVISION.
       FILE SECTION.
       FD ARQCLI
          03 BKI-TOTAL        PIC 9(8)V99.
          03 BKI-QTDREC       PIC 9(06).
          03 BKI-FATOR        PIC 9(03)V9(03).
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
       01 W-SEGUNDOS       PIC 9(04) COMP VALUE 1.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 ST-ERRO3      PIC X(02) VALUE "00".
       01 W-USUARIO     PIC X(10) EXTERNAL.
       01 MENS          PIC X(50) VALUE SPACES.
       01 LIMPA         PIC X(55) VALUE SPACES.
       01 W-DATABKP     PIC 9(08) VALUE ZEROS.
                  INTO W-NOMEPED
           STRING "ARQPEDIT" W-DATABKP ".DAT" DELIMITED BY SIZE
                  INTO W-NOMEITE.
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM.

      *
      **************************************

       BKP-GERAL-FIM.
           MOVE "*** COPIA DE SEGURANCA CONCLUIDA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.

      *
      ******************************************
      * INICIO DA COPIA NO LOG - PONTO DE      *
      * PARTIDA DA RECUPERACAO PELO LOG        *
      ******************************************
      *
       GRAVA-LOG.
           OPEN I-O ARQLOG
           IF ST-ERRO3 NOT = "00"
              IF ST-ERRO3 = "30"
                 OPEN OUTPUT ARQLOG
                 CLOSE ARQLOG
                 OPEN I-O ARQLOG
              ELSE
                 GO TO GRAVA-LOG-FIM.
           ACCEPT LOG-DATA FROM DATE YYYYMMDD.
           ACCEPT LOG-HORA FROM TIME.
           MOVE ZEROS TO LOG-SEQ.
           MOVE "SCE017" TO LOG-PROGRAMA.
           MOVE "COPIA" TO LOG-OPERACAO.
           MOVE W-DATABKP TO LOG-CHAVEREG.
           IF W-USUARIO NOT = SPACES AND
              W-USUARIO NOT = LOW-VALUES
              MOVE W-USUARIO TO LOG-OPERADOR
           ELSE
              MOVE SPACES TO LOG-OPERADOR.
           MOVE SPACES TO LOG-IMAGEMANT LOG-IMAGEMNOV.
       GRAVA-LOG-WR.
           WRITE REGLOG
           IF ST-ERRO3 = "22"
              ADD 1 TO LOG-SEQ
              IF LOG-SEQ < 999
                 GO TO GRAVA-LOG-WR.
           CLOSE ARQLOG.
       GRAVA-LOG-FIM.
           EXIT.
      *
      **********************
      * ROTINA DE FIM      *
