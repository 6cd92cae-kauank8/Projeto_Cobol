       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCE096.
      *AUTHOR. Kauan Paulino Farias.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQHAV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                    RECORD KEY   IS HAV-CPFCNPJ
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQHAVMV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                    RECORD KEY   IS HMV-CHAVE
                    FILE STATUS  IS ST-ERRO.

       DATA DIVISION.
       FILE SECTION.
       FD ARQHAV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQHAV.DAT".
       01 REGHAV.
          03 HAV-CPFCNPJ       PIC 9(14).
          03 HAV-SALDO         PIC 9(08)V99.
          03 HAV-TOTCRED       PIC 9(10)V99.
          03 HAV-TOTDEB        PIC 9(10)V99.
          03 HAV-DTULT         PIC 9(08).
      *-----------------------------------------------------------------
       FD ARQHAVMV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQHAVMV.DAT".
       01 REGHAVMV.
          03 HMV-CHAVE.
             05 HMV-CPFCNPJ    PIC 9(14).
             05 HMV-DATA       PIC 9(08).
             05 HMV-HORA       PIC 9(08).
             05 HMV-SEQ        PIC 9(03).
          03 HMV-TIPO          PIC X(01).
          03 HMV-ORIGEM        PIC X(02).
          03 HMV-DOC           PIC X(10).
          03 HMV-VALOR         PIC 9(08)V99.
          03 HMV-SALDO         PIC 9(08)V99.
          03 HMV-OPERADOR      PIC X(10).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 W-SEGUNDOS    PIC 9(04) COMP VALUE 1.

       LINKAGE SECTION.
       01 W-HVFUNC      PIC X(01).
       01 W-HVCPF       PIC 9(14).
       01 W-HVVALOR     PIC 9(08)V99.
       01 W-HVORIGEM    PIC X(02).
       01 W-HVDOC       PIC X(10).
       01 W-HVOPER      PIC X(10).
       01 W-HVSALDO     PIC 9(08)V99.
       01 W-HVRET       PIC X(02).

      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING W-HVFUNC W-HVCPF W-HVVALOR W-HVORIGEM
                                W-HVDOC W-HVOPER W-HVSALDO W-HVRET.
       INICIO.
           MOVE "00" TO W-HVRET
           MOVE ZEROS TO W-HVSALDO
           IF W-HVCPF = ZEROS
              MOVE "11" TO W-HVRET
              GO TO ROT-SAI.
           IF W-HVFUNC NOT = "S" AND W-HVVALOR = ZEROS
              MOVE "11" TO W-HVRET
              GO TO ROT-SAI.
           OPEN I-O ARQHAV
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT ARQHAV
                 CLOSE ARQHAV
                 OPEN I-O ARQHAV
              ELSE
                 MOVE "30" TO W-HVRET
                 GO TO ROT-SAI.
           OPEN I-O ARQHAVMV
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT ARQHAVMV
                 CLOSE ARQHAVMV
                 OPEN I-O ARQHAVMV
              ELSE
                 CLOSE ARQHAV
                 MOVE "30" TO W-HVRET
                 GO TO ROT-SAI.

       LE-HAV.
           MOVE W-HVCPF TO HAV-CPFCNPJ
           READ ARQHAV
           IF ST-ERRO = "99"
              CALL "C$SLEEP" USING W-SEGUNDOS
              GO TO LE-HAV.
           IF ST-ERRO NOT = "00"
              MOVE W-HVCPF TO HAV-CPFCNPJ
              MOVE ZEROS TO HAV-SALDO HAV-TOTCRED HAV-TOTDEB
              MOVE ZEROS TO HAV-DTULT
              IF W-HVFUNC = "C"
                 WRITE REGHAV
                 IF ST-ERRO = "22"
                    GO TO LE-HAV.
           MOVE HAV-SALDO TO W-HVSALDO
           IF W-HVFUNC = "C"
              GO TO CREDITA.
           IF W-HVFUNC = "D"
              GO TO DEBITA.
           GO TO FECHA.

      *
      **************************************
      * CREDITO NO HAVER DO CLIENTE        *
      **************************************
      *
       CREDITA.
           ADD W-HVVALOR TO HAV-SALDO
           ADD W-HVVALOR TO HAV-TOTCRED
           GO TO ATUALIZA.

      *
      **************************************
      * DEBITO (SO COM SALDO SUFICIENTE)   *
      **************************************
      *
       DEBITA.
           IF HAV-SALDO < W-HVVALOR
              MOVE "10" TO W-HVRET
              GO TO FECHA.
           SUBTRACT W-HVVALOR FROM HAV-SALDO
           ADD W-HVVALOR TO HAV-TOTDEB.

       ATUALIZA.
           ACCEPT HAV-DTULT FROM DATE YYYYMMDD
           REWRITE REGHAV
           IF ST-ERRO NOT = "00" AND "02"
              MOVE "30" TO W-HVRET
              GO TO FECHA.
           MOVE HAV-SALDO TO W-HVSALDO
           MOVE W-HVCPF   TO HMV-CPFCNPJ
           ACCEPT HMV-DATA FROM DATE YYYYMMDD
           ACCEPT HMV-HORA FROM TIME
           MOVE ZEROS     TO HMV-SEQ
           MOVE W-HVFUNC  TO HMV-TIPO
           MOVE W-HVORIGEM TO HMV-ORIGEM
           MOVE W-HVDOC   TO HMV-DOC
           MOVE W-HVVALOR TO HMV-VALOR
           MOVE HAV-SALDO TO HMV-SALDO
           MOVE W-HVOPER  TO HMV-OPERADOR.
       ATUALIZA-WR.
           WRITE REGHAVMV
           IF ST-ERRO = "22"
              ADD 1 TO HMV-SEQ
              IF HMV-SEQ < 999
                 GO TO ATUALIZA-WR.

       FECHA.
           CLOSE ARQHAV ARQHAVMV.

       ROT-SAI.
           EXIT PROGRAM.
