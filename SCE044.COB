                    RECORD KEY   IS LOG-CHAVE
                    FILE STATUS  IS ST-ERRO4.

           SELECT ARQPRFOR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PF-CHAVE
                    FILE STATUS  IS ST-ERRO5.

       DATA DIVISION.
       FILE SECTION.
       FD ARQPRO
          03 LOG-OPERADOR      PIC X(10).
          03 LOG-IMAGEMANT     PIC X(160).
          03 LOG-IMAGEMNOV     PIC X(160).
      *-----------------------------------------------------------------
       FD ARQPRFOR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPRFOR.DAT".
       01 REGPRFOR.
          03 PF-CHAVE.
             05 PF-CODPROD     PIC 9(06).
             05 PF-FORNEC      PIC 9(14).
          03 PF-CODFORN        PIC X(14).
          03 PF-PRECO          PIC 9(06)V99.
          03 PF-DTPRECO        PIC 9(08).
          03 PF-QTDMIN         PIC 9(06).
          03 PF-MULTIPLO       PIC 9(06).
          03 PF-PRAZOENT       PIC 9(03).
          03 PF-RANK           PIC 9(02).
          03 PF-SITUACAO       PIC X(01).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-OPCAO       PIC 9(01) VALUE ZEROS.
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 ST-ERRO3      PIC X(02) VALUE "00".
       01 ST-ERRO4      PIC X(02) VALUE "00".
       01 ST-ERRO5      PIC X(02) VALUE "00".
       01 W-PROXOK      PIC X(01) VALUE "N".
       01 W-BACKOK      PIC X(01) VALUE "N".
       01 W-PRFOK       PIC X(01) VALUE "N".
       01 MENS          PIC X(50) VALUE SPACES.
       01 LIMPA         PIC X(55) VALUE SPACES.
       01 DADOS         PIC X(01) VALUE SPACES.
       01 W-IX          PIC 9(03) COMP VALUE ZEROS.
       01 W-QTDFORN     PIC 9(03) VALUE ZEROS.
       01 W-QTDSUG      PIC 9(06) VALUE ZEROS.
       01 W-QTDBLQ      PIC 9(06) VALUE ZEROS.
       01 W-FORNSUG     PIC 9(14) VALUE ZEROS.
       01 W-PRECOSUG    PIC 9(06)V99 VALUE ZEROS.
       01 W-PFQTD       PIC 9(03) VALUE ZEROS.
       01 W-PFOKRANK    PIC 9(02) VALUE ZEROS.
       01 W-PFOKFORN    PIC 9(14) VALUE ZEROS.
       01 W-PFOKPRECO   PIC 9(06)V99 VALUE ZEROS.
       01 W-PFOKMULT    PIC 9(06) VALUE ZEROS.
       01 W-PFBSRANK    PIC 9(02) VALUE ZEROS.
       01 W-PFBSFORN    PIC 9(14) VALUE ZEROS.
       01 W-PFBSPRECO   PIC 9(06)V99 VALUE ZEROS.
       01 W-PFBSMIN     PIC 9(06) VALUE ZEROS.
       01 W-PFBSMULT    PIC 9(06) VALUE ZEROS.
       01 W-PFMULT      PIC 9(06) VALUE ZEROS.
       01 W-PFQUOC      PIC 9(06) VALUE ZEROS.
       01 W-PFRESTO     PIC 9(06) VALUE ZEROS.
       01 W-NUMPED      PIC 9(06) VALUE ZEROS.
       01 W-ITEMTOT     PIC 9(08)V99 VALUE ZEROS.
       01 W-TABFORN.
       01 W-CALDT1      PIC 9(08) VALUE ZEROS.
       01 W-CALDT2      PIC 9(08) VALUE ZEROS.
       01 W-CALRES      PIC S9(06) VALUE ZEROS.
       01 W-APFUNC      PIC X(01) VALUE SPACES.
       01 W-APVALOR     PIC 9(08)V99 VALUE ZEROS.
       01 W-APORIGEM    PIC X(08) VALUE "SCE044".
       01 W-APTITST     PIC X(01) VALUE "B".
       01 W-APRET       PIC X(02) VALUE SPACES.
       01 LIN           PIC 9(03) VALUE 001.

      *-----------------------------------------------------------------
           ELSE
              MOVE "N" TO W-BACKOK.

       ABRE-PRFOR.
           OPEN INPUT ARQPRFOR
           IF ST-ERRO5 = "00"
              MOVE "S" TO W-PRFOK
           ELSE
              MOVE "N" TO W-PRFOK.

       ABRE-PED.
           OPEN I-O ARQPED
           IF ST-ERRO NOT = "00"
      **************************************
      *
       SUG-001.
           MOVE ZEROS TO W-QTDFORN W-QTDSUG W-QTDBLQ CODIGO
           START ARQPRO KEY IS NOT LESS CODIGO INVALID KEY
                 MOVE "*** ARQUIVO DE PRODUTOS VAZIO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
           PERFORM CALC-SUG THRU CALC-SUG-FIM
           IF W-SUGQTD = ZEROS
              GO TO SUG-RD.
           PERFORM ESCOLHE-FORN THRU ESCOLHE-FORN-FIM
           IF W-FORNSUG = ZEROS
              GO TO SUG-RD.
           PERFORM ACHA-FORN THRU ACHA-FORN-FIM
           IF W-IX = ZEROS
       CALC-SUG-FIM.
           EXIT.

      *
      **************************************
      * FORNECEDOR PREFERIDO DO PRODUTO    *
      **************************************
      *
       ESCOLHE-FORN.
           MOVE CPFCNPJ TO W-FORNSUG
           MOVE PRECO   TO W-PRECOSUG
           MOVE ZEROS TO W-PFQTD W-PFOKRANK W-PFBSRANK
           IF W-PRFOK NOT = "S"
              GO TO ESCOLHE-FORN-FIM.
           MOVE CODIGO TO PF-CODPROD
           MOVE ZEROS  TO PF-FORNEC
           START ARQPRFOR KEY IS NOT LESS PF-CHAVE INVALID KEY
                 GO TO ESCOLHE-FORN-FIM.
       ESCOLHE-FORN-RD.
           READ ARQPRFOR NEXT
           IF ST-ERRO5 NOT = "00"
              GO TO ESCOLHE-FORN-AVAL.
           IF PF-CODPROD NOT = CODIGO
              GO TO ESCOLHE-FORN-AVAL.
           ADD 1 TO W-PFQTD
           IF PF-SITUACAO = "B"
              GO TO ESCOLHE-FORN-RD.
           IF W-PFBSRANK = ZEROS OR PF-RANK < W-PFBSRANK
              MOVE PF-RANK     TO W-PFBSRANK
              MOVE PF-FORNEC   TO W-PFBSFORN
              MOVE PF-PRECO    TO W-PFBSPRECO
              MOVE PF-QTDMIN   TO W-PFBSMIN
              MOVE PF-MULTIPLO TO W-PFBSMULT.
           IF W-SUGQTD < PF-QTDMIN
              GO TO ESCOLHE-FORN-RD.
           IF W-PFOKRANK = ZEROS OR PF-RANK < W-PFOKRANK
              MOVE PF-RANK     TO W-PFOKRANK
              MOVE PF-FORNEC   TO W-PFOKFORN
              MOVE PF-PRECO    TO W-PFOKPRECO
              MOVE PF-MULTIPLO TO W-PFOKMULT.
           GO TO ESCOLHE-FORN-RD.
       ESCOLHE-FORN-AVAL.
           IF W-PFQTD = ZEROS
              GO TO ESCOLHE-FORN-FIM.
           IF W-PFOKRANK NOT = ZEROS
              MOVE W-PFOKFORN  TO W-FORNSUG
              MOVE W-PFOKPRECO TO W-PRECOSUG
              MOVE W-PFOKMULT  TO W-PFMULT
              GO TO ESCOLHE-FORN-MULT.
           IF W-PFBSRANK = ZEROS
              MOVE ZEROS TO W-FORNSUG
              ADD 1 TO W-QTDBLQ
              GO TO ESCOLHE-FORN-FIM.
           MOVE W-PFBSFORN  TO W-FORNSUG
           MOVE W-PFBSPRECO TO W-PRECOSUG
           MOVE W-PFBSMULT  TO W-PFMULT
           MOVE W-PFBSMIN   TO W-SUGQTD.
       ESCOLHE-FORN-MULT.
           IF W-PRECOSUG = ZEROS
              MOVE PRECO TO W-PRECOSUG.
           IF W-PFMULT < 2
              GO TO ESCOLHE-FORN-FIM.
           DIVIDE W-SUGQTD BY W-PFMULT GIVING W-PFQUOC
                  REMAINDER W-PFRESTO
           IF W-PFRESTO NOT = ZEROS
              COMPUTE W-SUGQTD = (W-PFQUOC + 1) * W-PFMULT.
       ESCOLHE-FORN-FIM.
           EXIT.

       SOMA-BACK.
           MOVE CODIGO TO BO-CODPROD
           MOVE ZEROS TO BO-DATA BO-SEQ
           ADD 1 TO W-IX
           IF W-IX > W-QTDFORN
              GO TO ACHA-FORN-NOVO.
           IF W-TFCPF (W-IX) = W-FORNSUG
              GO TO ACHA-FORN-FIM.
           GO TO ACHA-FORN-LOOP.
       ACHA-FORN-NOVO.
              GO TO ACHA-FORN-NUM.
           ADD 1 TO W-QTDFORN
           MOVE W-QTDFORN TO W-IX
           MOVE W-FORNSUG TO W-TFCPF (W-IX)
           MOVE W-NUMPED TO W-TFNUMPED (W-IX)
           MOVE ZEROS TO W-TFQTDIT (W-IX)
           MOVE ZEROS TO W-TFTOTAL (W-IX).
           MOVE W-TFQTDIT (W-IX)  TO IT-SEQ
           MOVE CODIGO            TO IT-CODPROD
           MOVE W-SUGQTD          TO IT-QUANTIDADE
           MOVE W-PRECOSUG        TO IT-PRECOUN
           COMPUTE W-ITEMTOT = W-SUGQTD * W-PRECOSUG
           MOVE W-ITEMTOT         TO IT-TOTAL
           MOVE ZEROS             TO IT-QTDREC
           MOVE W-FATOR           TO IT-FATOR
           DISPLAY (12, 36) W-QTDSUG
           DISPLAY (13, 10) "PEDIDOS EM RASCUNHO ....: "
           DISPLAY (13, 36) W-QTDFORN
           DISPLAY (14, 10) "PROD. FORN. BLOQUEADO ..: "
           DISPLAY (14, 36) W-QTDBLQ
           MOVE "*** SUGESTOES GERADAS (STATUS D) ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO MENU-1.

       CNF-CONFIRMA.
           MOVE "P" TO PED-STATUS
           MOVE "V"   TO W-APFUNC
           MOVE TOTAL TO W-APVALOR
           CALL "SCE119" USING W-APFUNC W-OPERADOR NUMPEDIDO W-APVALOR
                               W-APORIGEM W-APTITST W-APRET
           IF W-APRET = "10"
              MOVE "E" TO PED-STATUS.
           REWRITE REGPED
           MOVE NUMPEDIDO TO TIT-NUMPED
           MOVE TIPEDIDO  TO TIT-TIPEDIDO
           MOVE W-VCTO TO TIT-VENCTO
           MOVE TOTAL TO TIT-VALOR
           MOVE TOTAL TO TIT-SALDO
           MOVE "B" TO TIT-STATUS
           MOVE W-FILIAL  TO TIT-FILIAL
           WRITE REGTIT
           IF ST-ERRO NOT = "00"
           MOVE "CONFIRMADO" TO LOG-OPERACAO
           MOVE CHAVE TO LOG-CHAVEREG
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM
           IF PED-STATUS = "E"
              MOVE "R" TO W-APFUNC
              CALL "SCE119" USING W-APFUNC W-OPERADOR NUMPEDIDO
                                  W-APVALOR W-APORIGEM W-APTITST
                                  W-APRET
              MOVE "*** ACIMA DO LIMITE - AGUARDA APROVACAO ***"
                 TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CNF-001.
           MOVE "*** COMPRA CONFIRMADA (AGUARDA RECEB.) ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO CNF-001.
              CLOSE ARQPROX.
           IF W-BACKOK = "S"
              CLOSE ARQBACK.
           IF W-PRFOK = "S"
              CLOSE ARQPRFOR.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
