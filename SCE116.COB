       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCE116.
      *AUTHOR. Kauan Paulino Farias.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQFID ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                    RECORD KEY   IS FID-CHAVE
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQPAR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PAR-ID
                    FILE STATUS  IS ST-ERRO2.

       DATA DIVISION.
       FILE SECTION.
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
       FD ARQPAR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPAR.DAT".
       01 REGPAR.
          03 PAR-ID            PIC X(08).
          03 PAR-VALOR         PIC 9(06)V99.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 W-SEGUNDOS    PIC 9(04) COMP VALUE 1.
       01 W-PTREAL      PIC 9(06)V99 VALUE ZEROS.
       01 W-MESES       PIC 9(03) VALUE 12.
       01 W-VLPTO       PIC 9(06)V99 VALUE ZEROS.
       01 W-DTHOJE      PIC 9(08) VALUE ZEROS.
       01 W-SALDO       PIC 9(08) VALUE ZEROS.
       01 W-PTS         PIC 9(08) VALUE ZEROS.
       01 W-RESTO       PIC 9(08) VALUE ZEROS.
       01 W-TIRA        PIC 9(08) VALUE ZEROS.
       01 W-DISP        PIC 9(08) VALUE ZEROS.
       01 W-VLBASE      PIC 9(08)V99 VALUE ZEROS.
       01 W-ACHOU       PIC X(01) VALUE "N".
       01 W-MESTOT      PIC 9(04) VALUE ZEROS.
       01 W-QANOS       PIC 9(04) VALUE ZEROS.
       01 W-RMES        PIC 9(02) VALUE ZEROS.
       01 W-DTVAL       PIC 9(08) VALUE ZEROS.
       01 W-DTVALTAB REDEFINES W-DTVAL.
          03 W-DTVANO      PIC 9(04).
          03 W-DTVMES      PIC 9(02).
          03 W-DTVDIA      PIC 9(02).

       LINKAGE SECTION.
       01 W-FDFUNC      PIC X(01).
       01 W-FDCPF       PIC 9(14).
       01 W-FDVALOR     PIC 9(08)V99.
       01 W-FDORIGEM    PIC X(02).
       01 W-FDDOC       PIC X(10).
       01 W-FDOPER      PIC X(10).
       01 W-FDPONTOS    PIC 9(08).
       01 W-FDSALDO     PIC 9(08).
       01 W-FDRET       PIC X(02).

      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING W-FDFUNC W-FDCPF W-FDVALOR W-FDORIGEM
                                W-FDDOC W-FDOPER W-FDPONTOS W-FDSALDO
                                W-FDRET.
       INICIO.
           MOVE "00" TO W-FDRET
           MOVE ZEROS TO W-FDSALDO
           IF W-FDFUNC NOT = "S"
              MOVE ZEROS TO W-FDPONTOS.
           IF W-FDCPF = ZEROS
              MOVE "11" TO W-FDRET
              GO TO ROT-SAI.
           IF W-FDFUNC NOT = "S" AND "C" AND "D" AND "E" AND "X"
              MOVE "11" TO W-FDRET
              GO TO ROT-SAI.
           IF W-FDFUNC = "C" OR "D" OR "E"
              IF W-FDVALOR = ZEROS
                 MOVE "11" TO W-FDRET
                 GO TO ROT-SAI.
           IF W-FDFUNC = "E" OR "X"
              IF W-FDDOC = SPACES
                 MOVE "11" TO W-FDRET
                 GO TO ROT-SAI.
           PERFORM LE-PAR THRU LE-PAR-FIM
           IF W-FDFUNC = "C" AND W-PTREAL = ZEROS
              MOVE "20" TO W-FDRET
              GO TO ROT-SAI.
           IF W-FDFUNC = "S" OR "D"
              IF W-VLPTO = ZEROS
                 MOVE "20" TO W-FDRET
                 GO TO ROT-SAI.
           ACCEPT W-DTHOJE FROM DATE YYYYMMDD
           OPEN I-O ARQFID
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT ARQFID
                 CLOSE ARQFID
                 OPEN I-O ARQFID
              ELSE
                 MOVE "30" TO W-FDRET
                 GO TO ROT-SAI.
           IF W-FDFUNC = "C"
              GO TO CREDITA.
           IF W-FDFUNC = "D"
              GO TO DEBITA.
           IF W-FDFUNC = "E" OR "X"
              GO TO ESTORNA.
           PERFORM SOMA-SALDO THRU SOMA-SALDO-FIM
           COMPUTE W-FDVALOR = W-SALDO * W-VLPTO
           GO TO FECHA.

      *
      **************************************
      * REGRAS DO PROGRAMA DE FIDELIDADE   *
      **************************************
      *
       LE-PAR.
           MOVE ZEROS TO W-PTREAL W-VLPTO
           MOVE 12 TO W-MESES
           OPEN INPUT ARQPAR
           IF ST-ERRO2 NOT = "00"
              GO TO LE-PAR-FIM.
           MOVE "FIDPTREA" TO PAR-ID
           READ ARQPAR
           IF ST-ERRO2 = "00"
              MOVE PAR-VALOR TO W-PTREAL.
           MOVE "FIDMESES" TO PAR-ID
           READ ARQPAR
           IF ST-ERRO2 = "00" AND PAR-VALOR > ZEROS
              MOVE PAR-VALOR TO W-MESES.
           MOVE "FIDVLPTO" TO PAR-ID
           READ ARQPAR
           IF ST-ERRO2 = "00"
              MOVE PAR-VALOR TO W-VLPTO.
           CLOSE ARQPAR.
       LE-PAR-FIM.
           EXIT.

      *
      **************************************
      * CREDITO DE PONTOS PELA VENDA       *
      **************************************
      *
       CREDITA.
           COMPUTE W-PTS = W-FDVALOR * W-PTREAL
           IF W-PTS = ZEROS
              GO TO RETORNA.
           MOVE W-DTHOJE TO W-DTVAL
           COMPUTE W-MESTOT = W-DTVMES + W-MESES - 1
           DIVIDE W-MESTOT BY 12 GIVING W-QANOS REMAINDER W-RMES
           ADD W-QANOS TO W-DTVANO
           COMPUTE W-DTVMES = W-RMES + 1
           IF W-DTVMES = 2 AND W-DTVDIA > 28
              MOVE 28 TO W-DTVDIA.
           IF W-DTVMES = 4 OR 6 OR 9 OR 11
              IF W-DTVDIA > 30
                 MOVE 30 TO W-DTVDIA.
           MOVE "C"       TO FID-TIPO
           MOVE W-FDVALOR TO FID-VALOR
           MOVE W-PTS     TO FID-PONTOS FID-SALDO W-FDPONTOS
           MOVE ZEROS     TO FID-ESTOR
           MOVE W-DTVAL   TO FID-DTVALID
           PERFORM GRAVA-FID THRU GRAVA-FID-FIM
           GO TO RETORNA.

      *
      **************************************
      * RESGATE DE PONTOS (VALOR EM R$)    *
      **************************************
      *
       DEBITA.
           COMPUTE W-PTS = W-FDVALOR / W-VLPTO
           IF (W-PTS * W-VLPTO) < W-FDVALOR
              ADD 1 TO W-PTS.
           PERFORM SOMA-SALDO THRU SOMA-SALDO-FIM
           MOVE W-SALDO TO W-FDSALDO
           IF W-SALDO < W-PTS
              MOVE "10" TO W-FDRET
              GO TO FECHA.
           MOVE W-PTS TO W-RESTO
           PERFORM CONSOME THRU CONSOME-FIM
           MOVE "D"       TO FID-TIPO
           MOVE W-FDVALOR TO FID-VALOR
           MOVE W-PTS     TO FID-PONTOS W-FDPONTOS
           MOVE ZEROS     TO FID-SALDO FID-ESTOR FID-DTVALID
           PERFORM GRAVA-FID THRU GRAVA-FID-FIM
           GO TO RETORNA.

      *
      **************************************
      * ESTORNO DOS PONTOS DE UMA VENDA    *
      * E = PARCIAL (VALOR DEVOLVIDO)      *
      * X = TOTAL (VENDA CANCELADA)        *
      **************************************
      *
       ESTORNA.
           MOVE "N" TO W-ACHOU
           MOVE W-FDCPF TO FID-CPFCNPJ
           MOVE ZEROS TO FID-DATA FID-HORA FID-SEQ
           START ARQFID KEY IS NOT LESS FID-CHAVE INVALID KEY
                 GO TO RETORNA.
       ESTORNA-RD.
           READ ARQFID NEXT
           IF ST-ERRO NOT = "00"
              GO TO RETORNA.
           IF FID-CPFCNPJ NOT = W-FDCPF
              GO TO RETORNA.
           IF FID-TIPO NOT = "C" OR FID-DOC NOT = W-FDDOC
              GO TO ESTORNA-RD.
           IF FID-ESTOR NOT < FID-PONTOS
              GO TO ESTORNA-RD.
           COMPUTE W-DISP = FID-PONTOS - FID-ESTOR
           IF W-FDFUNC = "X"
              MOVE W-DISP TO W-PTS
              COMPUTE W-VLBASE = FID-VALOR * W-DISP / FID-PONTOS
           ELSE
              MOVE W-FDVALOR TO W-VLBASE
              COMPUTE W-PTS ROUNDED =
                 FID-PONTOS * W-FDVALOR / FID-VALOR.
           IF W-PTS > W-DISP
              MOVE W-DISP TO W-PTS.
           IF W-PTS = ZEROS
              GO TO RETORNA.
           ADD W-PTS TO FID-ESTOR
           MOVE W-PTS TO W-RESTO
           IF FID-SALDO NOT < W-RESTO
              SUBTRACT W-RESTO FROM FID-SALDO
              MOVE ZEROS TO W-RESTO
           ELSE
              SUBTRACT FID-SALDO FROM W-RESTO
              MOVE ZEROS TO FID-SALDO.
           REWRITE REGFID
           IF W-RESTO > ZEROS
              PERFORM CONSOME THRU CONSOME-FIM.
           COMPUTE W-PTS = W-PTS - W-RESTO
           MOVE "E"       TO FID-TIPO
           MOVE W-VLBASE  TO FID-VALOR
           MOVE W-PTS     TO FID-PONTOS W-FDPONTOS
           MOVE ZEROS     TO FID-SALDO FID-ESTOR FID-DTVALID
           PERFORM GRAVA-FID THRU GRAVA-FID-FIM
           GO TO RETORNA.

      *
      **************************************
      * BAIXA W-RESTO PONTOS DOS CREDITOS  *
      * VALIDOS, DO MAIS ANTIGO AO RECENTE *
      **************************************
      *
       CONSOME.
           MOVE W-FDCPF TO FID-CPFCNPJ
           MOVE ZEROS TO FID-DATA FID-HORA FID-SEQ
           START ARQFID KEY IS NOT LESS FID-CHAVE INVALID KEY
                 GO TO CONSOME-FIM.
       CONSOME-RD.
           IF W-RESTO = ZEROS
              GO TO CONSOME-FIM.
           READ ARQFID NEXT
           IF ST-ERRO NOT = "00"
              GO TO CONSOME-FIM.
           IF FID-CPFCNPJ NOT = W-FDCPF
              GO TO CONSOME-FIM.
           IF FID-TIPO NOT = "C" OR FID-SALDO = ZEROS
              GO TO CONSOME-RD.
           IF FID-DTVALID < W-DTHOJE
              GO TO CONSOME-RD.
           IF FID-SALDO < W-RESTO
              MOVE FID-SALDO TO W-TIRA
           ELSE
              MOVE W-RESTO TO W-TIRA.
           SUBTRACT W-TIRA FROM FID-SALDO
           SUBTRACT W-TIRA FROM W-RESTO
           REWRITE REGFID
           GO TO CONSOME-RD.
       CONSOME-FIM.
           EXIT.

       SOMA-SALDO.
           MOVE ZEROS TO W-SALDO
           MOVE W-FDCPF TO FID-CPFCNPJ
           MOVE ZEROS TO FID-DATA FID-HORA FID-SEQ
           START ARQFID KEY IS NOT LESS FID-CHAVE INVALID KEY
                 GO TO SOMA-SALDO-FIM.
       SOMA-SALDO-RD.
           READ ARQFID NEXT
           IF ST-ERRO NOT = "00"
              GO TO SOMA-SALDO-FIM.
           IF FID-CPFCNPJ NOT = W-FDCPF
              GO TO SOMA-SALDO-FIM.
           IF FID-TIPO = "C" AND FID-DTVALID NOT < W-DTHOJE
              ADD FID-SALDO TO W-SALDO.
           GO TO SOMA-SALDO-RD.
       SOMA-SALDO-FIM.
           EXIT.

       GRAVA-FID.
           MOVE W-FDCPF    TO FID-CPFCNPJ
           MOVE W-DTHOJE   TO FID-DATA
           ACCEPT FID-HORA FROM TIME
           MOVE ZEROS      TO FID-SEQ
           MOVE W-FDORIGEM TO FID-ORIGEM
           MOVE W-FDDOC    TO FID-DOC
           MOVE W-FDOPER   TO FID-OPERADOR.
       GRAVA-FID-WR.
           WRITE REGFID
           IF ST-ERRO = "22"
              ADD 1 TO FID-SEQ
              IF FID-SEQ < 999
                 GO TO GRAVA-FID-WR.
           IF ST-ERRO NOT = "00"
              MOVE "30" TO W-FDRET.
       GRAVA-FID-FIM.
           EXIT.

       RETORNA.
           PERFORM SOMA-SALDO THRU SOMA-SALDO-FIM
           MOVE W-SALDO TO W-FDSALDO.

       FECHA.
           CLOSE ARQFID.

       ROT-SAI.
           EXIT PROGRAM.
