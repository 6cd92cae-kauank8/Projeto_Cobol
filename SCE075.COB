                    RECORD KEY   IS CXS-CHAVE
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQCXSF ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                    RECORD KEY   IS CXSF-CHAVE
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQPED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PROX-CODIGO
                    FILE STATUS  IS ST-ERRO2.

           SELECT ARQCAMP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CMP-CODIGO
                    FILE STATUS  IS ST-ERRO2.

           SELECT ARQCAMPI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CMPI-CHAVE
                    FILE STATUS  IS ST-ERRO2.

           SELECT ARQGRADE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS GRD-PAI
                    FILE STATUS  IS ST-ERRO2.

           SELECT ARQVAR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS VAR-CHAVE
                    FILE STATUS  IS ST-ERRO2
                    ALTERNATE RECORD KEY IS VAR-CODIGO.

           SELECT ARQSLD ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DIA-DATA
                    FILE STATUS  IS ST-ERRO.

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

           SELECT RELCUP ASSIGN TO W-NOMEREL
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO3.
          03 CXS-VLVENDAS      PIC 9(10)V99.
          03 CXS-VLDECL        PIC 9(10)V99.
          03 CXS-STATUS        PIC X(01).
      *-----------------------------------------------------------------
       FD ARQCXSF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCXSF.DAT".
       01 REGCXSF.
          03 CXSF-CHAVE.
             05 CXSF-OPERADOR  PIC X(10).
             05 CXSF-DATA      PIC 9(08).
             05 CXSF-FORMA     PIC X(02).
          03 CXSF-QTD          PIC 9(06).
          03 CXSF-VALOR        PIC 9(10)V99.
      *-----------------------------------------------------------------
       FD ARQPED
               LABEL RECORD IS STANDARD
          03 PROX-ORIGEM       PIC 9(01).
          03 PROX-ALIQICMS     PIC 9(02)V99.
          03 PROX-CFOP         PIC 9(04).
      *-----------------------------------------------------------------
       FD ARQCAMP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCAMP.DAT".
       01 REGCAMP.
          03 CMP-CODIGO        PIC 9(04).
          03 CMP-DESCR         PIC X(30).
          03 CMP-DTINI         PIC 9(08).
          03 CMP-DTFIM         PIC 9(08).
          03 CMP-TPPROD        PIC 9(01).
          03 CMP-REGRA         PIC X(01).
          03 CMP-PRECO         PIC 9(06)V99.
          03 CMP-PERC          PIC 9(02)V99.
          03 CMP-LEVE          PIC 9(03).
          03 CMP-PAGUE         PIC 9(03).
          03 CMP-STATUS        PIC X(01).
      *-----------------------------------------------------------------
       FD ARQCAMPI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCAMPI.DAT".
       01 REGCAMPI.
          03 CMPI-CHAVE.
             05 CMPI-CODIGO    PIC 9(04).
             05 CMPI-CODPROD   PIC 9(06).
          03 CMPI-PRECO        PIC 9(06)V99.
      *-----------------------------------------------------------------
       FD ARQGRADE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQGRADE.DAT".
       01 REGGRADE.
          03 GRD-PAI           PIC 9(06).
          03 GRD-QTDTAM        PIC 9(02).
          03 GRD-TAMANHOS.
             05 GRD-TAM        PIC X(04) OCCURS 8 TIMES.
          03 GRD-QTDCOR        PIC 9(02).
          03 GRD-CORES.
             05 GRD-COR        PIC X(10) OCCURS 6 TIMES.
      *-----------------------------------------------------------------
       FD ARQVAR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQVAR.DAT".
       01 REGVAR.
          03 VAR-CHAVE.
             05 VAR-PAI        PIC 9(06).
             05 VAR-IXCOR      PIC 9(02).
             05 VAR-IXTAM      PIC 9(02).
          03 VAR-CODIGO        PIC 9(06).
      *-----------------------------------------------------------------
       FD ARQSLD
               LABEL RECORD IS STANDARD
          03 DIA-QTDMIN        PIC 9(06).
          03 DIA-QTDVELHO      PIC 9(06).
          03 DIA-HRATU         PIC 9(08).
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
       FD RELCUP
               LABEL RECORD IS STANDARD.
       01 LIMPA         PIC X(55) VALUE SPACES.
       01 DADOS         PIC X(01) VALUE SPACES.
       01 W-PROXOK      PIC X(01) VALUE "N".
       01 W-GRDOK       PIC X(01) VALUE "N".
       01 W-CMPOK       PIC X(01) VALUE "N".
       01 W-CMPIOK      PIC X(01) VALUE "N".
       01 W-CMPCAND     PIC 9(06)V99 VALUE ZEROS.
       01 W-CMPGRATIS   PIC 9(06) VALUE ZEROS.
       01 W-PRECOLISTA  PIC 9(06)V99 VALUE ZEROS.
       01 W-GC          PIC 9(02) COMP VALUE ZEROS.
       01 W-GT          PIC 9(02) COMP VALUE ZEROS.
       01 W-FILOK       PIC X(01) VALUE "N".
       01 W-FORMA       PIC X(02) VALUE "DI".
       01 W-CONTA       PIC 9(03) VALUE 001.
       01 W-CTAPIX      PIC 9(03) VALUE 001.
       01 W-VLPIX       PIC 9(10)V99 VALUE ZEROS.
       01 W-VLCAR       PIC 9(10)V99 VALUE ZEROS.
       01 W-VLDIN       PIC 9(10)V99 VALUE ZEROS.
       01 W-PXCHAVE     PIC X(36) VALUE SPACES.
       01 W-PXNOME      PIC X(25) VALUE SPACES.
       01 W-PXCIDADE    PIC X(15) VALUE SPACES.
       01 W-PXVALOR     PIC 9(08)V99 VALUE ZEROS.
       01 W-PXTXID      PIC X(25) VALUE SPACES.
       01 W-PXPAYLOAD   PIC X(250) VALUE SPACES.
       01 W-CCFUNC      PIC X(01) VALUE SPACES.
       01 W-CCADQ       PIC 9(02) VALUE ZEROS.
       01 W-CCBAND      PIC X(02) VALUE SPACES.
       01 W-CCMODAL     PIC X(01) VALUE SPACES.
       01 W-CCPARC      PIC 9(02) VALUE ZEROS.
       01 W-CCNSU       PIC X(12) VALUE SPACES.
       01 W-CCVALOR     PIC 9(08)V99 VALUE ZEROS.
       01 W-CCDATA      PIC 9(08) VALUE ZEROS.
       01 W-CCORIGEM    PIC X(09) VALUE SPACES.
       01 W-CCRET       PIC X(02) VALUE SPACES.
       01 W-CCNUMAV     PIC 9(06) VALUE ZEROS.
       01 W-VLHAV       PIC 9(10)V99 VALUE ZEROS.
       01 W-VLPTS       PIC 9(10)V99 VALUE ZEROS.
       01 W-CLIPDV      PIC 9(14) VALUE ZEROS.
       01 W-HVFUNC      PIC X(01) VALUE SPACES.
       01 W-HVCPF       PIC 9(14) VALUE ZEROS.
       01 W-HVVALOR     PIC 9(08)V99 VALUE ZEROS.
       01 W-HVORIGEM    PIC X(02) VALUE SPACES.
       01 W-HVDOC       PIC X(10) VALUE SPACES.
       01 W-HVSALDO     PIC 9(08)V99 VALUE ZEROS.
       01 W-HVRET       PIC X(02) VALUE SPACES.
       01 W-FIDOK       PIC X(01) VALUE "N".
       01 W-CLIASK      PIC X(01) VALUE "N".
       01 W-FDFUNC      PIC X(01) VALUE SPACES.
       01 W-FDCPF       PIC 9(14) VALUE ZEROS.
       01 W-FDVALOR     PIC 9(08)V99 VALUE ZEROS.
       01 W-FDORIGEM    PIC X(02) VALUE SPACES.
       01 W-FDDOC       PIC X(10) VALUE SPACES.
       01 W-FDPONTOS    PIC 9(08) VALUE ZEROS.
       01 W-FDSALDO     PIC 9(08) VALUE ZEROS.
       01 W-FDRET       PIC X(02) VALUE SPACES.
       01 W-PTSED       PIC ZZZZZZZ9 VALUE ZEROS.
       01 W-PTSSLDED    PIC ZZZZZZZ9 VALUE ZEROS.
       01 W-DTHOJE      PIC 9(08) VALUE ZEROS.
       01 W-CODPROD     PIC 9(06) VALUE ZEROS.
       01 W-QTD         PIC 9(06) VALUE ZEROS.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 CUPVALOR     PIC ZZZ.ZZ9,99 VALUE ZEROS.

       01 CUP-PIX.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 CUPPAY       PIC X(84) VALUE SPACES.

       01 CUP-TOT.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 CUPTOTTXT    PIC X(20) VALUE SPACES.
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM2.

       ABRE-CXSF.
           OPEN I-O ARQCXSF
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT ARQCXSF
                 CLOSE ARQCXSF
                 OPEN I-O ARQCXSF
              ELSE
                 MOVE "ERRO NA ABERTURA DOS TOTAIS POR FORMA" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

       ABRE-PED.
           OPEN I-O ARQPED
           IF ST-ERRO NOT = "00"
           ELSE
              MOVE "N" TO W-PROXOK.

       ABRE-CAMP.
           OPEN INPUT ARQCAMP
           IF ST-ERRO2 = "00"
              MOVE "S" TO W-CMPOK
           ELSE
              MOVE "N" TO W-CMPOK.
           OPEN INPUT ARQCAMPI
           IF ST-ERRO2 = "00"
              MOVE "S" TO W-CMPIOK
           ELSE
              MOVE "N" TO W-CMPIOK.

       ABRE-GRADE.
           OPEN INPUT ARQGRADE
           IF ST-ERRO2 = "00"
              OPEN INPUT ARQVAR
              IF ST-ERRO2 = "00"
                 MOVE "S" TO W-GRDOK
              ELSE
                 CLOSE ARQGRADE
                 MOVE "N" TO W-GRDOK
           ELSE
              MOVE "N" TO W-GRDOK.

       ABRE-FIL.
           OPEN INPUT ARQFIL
           IF ST-ERRO2 = "00"
              MOVE "S" TO W-FILOK
           ELSE
              MOVE "N" TO W-FILOK.

       ABRE-PAR.
           OPEN INPUT ARQPAR
           IF ST-ERRO2 NOT = "00"
              GO TO ABRE-SLD.
           MOVE "CTAPIX  " TO PAR-ID
           READ ARQPAR
           IF ST-ERRO2 = "00" AND PAR-VALOR > ZEROS
              MOVE PAR-VALOR TO W-CTAPIX.
           MOVE "FIDPTREA" TO PAR-ID
           READ ARQPAR
           IF ST-ERRO2 = "00" AND PAR-VALOR > ZEROS
              MOVE "S" TO W-FIDOK.
           CLOSE ARQPAR.

       ABRE-SLD.
           OPEN I-O ARQSLD
           IF ST-ERRO NOT = "00"
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM.

       R1.
           MOVE ZEROS TO W-QTDITENS W-SUBTOT W-NUMPED W-CLIPDV
           MOVE ZEROS TO W-FDPONTOS W-FDSALDO
           MOVE "N" TO W-CLIASK
           MOVE "DI" TO W-FORMA
           MOVE 001  TO W-CONTA
           MOVE SPACES TO W-PXPAYLOAD
           MOVE 05 TO LIN
           DISPLAY TSCE075
           DISPLAY (21, 03) "SUBTOTAL: "
              MOVE "LIMITE DE ITENS DO CUPOM ATINGIDO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PAGA-001.
           IF W-GRDOK = "S"
              MOVE W-CODPROD TO GRD-PAI
              READ ARQGRADE
              IF ST-ERRO2 = "00"
                 GO TO ITEM-GRD.

       ITEM-002.
           DISPLAY (23, 13) "QUANTIDADE: ".
              MOVE "QUANTIDADE MAIOR QUE O ESTOQUE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ITEM-001.
           PERFORM ITEM-GRAVA THRU ITEM-GRAVA-FIM
           GO TO ITEM-001.

      *
      ******************************
      * PRODUTO COM GRADE: PEDE A   *
      * QUANTIDADE DE CADA COR/TAM  *
      ******************************
      *
       ITEM-GRD.
           MOVE 1 TO W-GC
           MOVE ZEROS TO W-GT.
       ITEM-GRD-CEL.
           ADD 1 TO W-GT
           IF W-GT > GRD-QTDTAM
              ADD 1 TO W-GC
              MOVE 1 TO W-GT.
           IF W-GC > GRD-QTDCOR
              GO TO ITEM-001.
           MOVE GRD-PAI TO VAR-PAI
           MOVE W-GC    TO VAR-IXCOR
           MOVE W-GT    TO VAR-IXTAM
           READ ARQVAR
           IF ST-ERRO2 NOT = "00"
              GO TO ITEM-GRD-CEL.
           MOVE VAR-CODIGO TO CODIGO
           READ ARQPRO
           IF ST-ERRO NOT = "00"
              GO TO ITEM-GRD-CEL.
           DISPLAY (23, 13) "COR:"
           DISPLAY (23, 18) GRD-COR (W-GC)
           DISPLAY (23, 29) "TAM:"
           DISPLAY (23, 34) GRD-TAM (W-GT)
           DISPLAY (23, 39) "QTD:"
           MOVE ZEROS TO W-QTD
           ACCEPT (23, 44) W-QTD WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           DISPLAY (23, 13) LIMPA
           IF W-ACT = 01
              GO TO ITEM-001.
           IF W-QTD = ZEROS
              GO TO ITEM-GRD-CEL.
           IF ESTOQUE < W-QTD
              MOVE "QUANTIDADE MAIOR QUE O ESTOQUE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ITEM-GRD-CEL.
           IF W-QTDITENS NOT < 30
              MOVE "LIMITE DE ITENS DO CUPOM ATINGIDO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PAGA-001.
           MOVE VAR-CODIGO TO W-CODPROD
           PERFORM ITEM-GRAVA THRU ITEM-GRAVA-FIM
           GO TO ITEM-GRD-CEL.

       ITEM-GRAVA.
           MOVE PRECO TO W-PRECO
           IF W-PROXOK = "S"
              MOVE W-CODPROD TO PROX-CODIGO
              IF ST-ERRO2 = "00"
                 IF PROX-PRECOVDA > ZEROS
                    MOVE PROX-PRECOVDA TO W-PRECO.
           PERFORM ITEM-CAMPANHA THRU ITEM-CAMPANHA-FIM
           ADD 1 TO W-QTDITENS
           MOVE W-CODPROD TO W-ITCODPROD (W-QTDITENS)
           MOVE W-QTD     TO W-ITQTD (W-QTDITENS)
              DISPLAY (LIN, 22) W-PRECO
              DISPLAY (LIN, 35) W-ITTOTAL (W-QTDITENS)
              ADD 1 TO LIN.
           DISPLAY (21, 13) W-SUBTOT.
       ITEM-GRAVA-FIM.
           EXIT.

      *
      ******************************
      * CAMPANHA PROMOCIONAL        *
      * VIGENTE PARA O PRODUTO      *
      ******************************
      *
       ITEM-CAMPANHA.
           IF W-CMPOK NOT = "S"
              GO TO ITEM-CAMPANHA-FIM.
           MOVE W-PRECO TO W-PRECOLISTA
           ACCEPT W-DTHOJE FROM DATE YYYYMMDD
           MOVE ZEROS TO CMP-CODIGO
           START ARQCAMP KEY IS NOT LESS CMP-CODIGO INVALID KEY
                 GO TO ITEM-CAMPANHA-FIM.
       ITEM-CAMPANHA-RD.
           READ ARQCAMP NEXT
           IF ST-ERRO2 NOT = "00"
              GO TO ITEM-CAMPANHA-FIM.
           IF CMP-STATUS NOT = "A"
              GO TO ITEM-CAMPANHA-RD.
           IF W-DTHOJE < CMP-DTINI OR W-DTHOJE > CMP-DTFIM
              GO TO ITEM-CAMPANHA-RD.
           MOVE CMP-PRECO TO W-CMPCAND
           IF CMP-TPPROD > ZEROS
              GO TO ITEM-CAMPANHA-CAT.
           IF W-CMPIOK NOT = "S"
              GO TO ITEM-CAMPANHA-RD.
           MOVE CMP-CODIGO TO CMPI-CODIGO
           MOVE W-CODPROD  TO CMPI-CODPROD
           READ ARQCAMPI
           IF ST-ERRO2 NOT = "00"
              GO TO ITEM-CAMPANHA-RD.
           IF CMPI-PRECO > ZEROS
              MOVE CMPI-PRECO TO W-CMPCAND.
           GO TO ITEM-CAMPANHA-CALC.
       ITEM-CAMPANHA-CAT.
           IF CMP-TPPROD NOT = TPPROD
              GO TO ITEM-CAMPANHA-RD.
       ITEM-CAMPANHA-CALC.
           IF CMP-REGRA = "P"
              COMPUTE W-CMPCAND ROUNDED =
                 W-PRECOLISTA * (100 - CMP-PERC) / 100.
           IF CMP-REGRA = "L"
              MOVE W-PRECOLISTA TO W-CMPCAND
              IF CMP-LEVE > ZEROS AND W-QTD NOT < CMP-LEVE
                 DIVIDE W-QTD BY CMP-LEVE GIVING W-CMPGRATIS
                 COMPUTE W-CMPGRATIS =
                    W-CMPGRATIS * (CMP-LEVE - CMP-PAGUE)
                 COMPUTE W-CMPCAND ROUNDED = W-PRECOLISTA *
                    (W-QTD - W-CMPGRATIS) / W-QTD.
           IF W-CMPCAND > ZEROS AND W-CMPCAND < W-PRECO
              MOVE W-CMPCAND TO W-PRECO.
           GO TO ITEM-CAMPANHA-RD.
       ITEM-CAMPANHA-FIM.
           EXIT.

       PAGA-001.
           IF W-QTDITENS = ZEROS
              MOVE "NENHUM ITEM NO CUPOM" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ITEM-001.
           IF W-FIDOK = "S" AND W-CLIASK = "N"
              PERFORM PAGA-CLI THRU PAGA-CLI-FIM.
           DISPLAY (21, 35) "FORMA (DI/PX/CA/HV/PT): ".
           ACCEPT (21, 59) W-FORMA WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              DISPLAY (21, 35) "                        "
              GO TO ITEM-001.
           IF W-FORMA = "di" MOVE "DI" TO W-FORMA.
           IF W-FORMA = "px" MOVE "PX" TO W-FORMA.
           IF W-FORMA = "ca" MOVE "CA" TO W-FORMA.
           IF W-FORMA = "hv" MOVE "HV" TO W-FORMA.
           IF W-FORMA = "pt" MOVE "PT" TO W-FORMA.
           IF W-FORMA NOT = "DI" AND "PX" AND "CA" AND "HV" AND "PT"
              MOVE "DI=DINHEIRO PX=PIX CA=CARTAO HV=HAVER PT=PONTOS"
                 TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PAGA-001.
           IF W-FORMA = "PX"
              GO TO PAGA-PIX.
           IF W-FORMA = "CA"
              GO TO PAGA-CAR.
           IF W-FORMA = "HV"
              GO TO PAGA-HAV.
           IF W-FORMA = "PT"
              GO TO PAGA-PTS.
           MOVE 001 TO W-CONTA
           MOVE SPACES TO W-PXPAYLOAD.
       PAGA-002.
           DISPLAY (22, 03) "VALOR RECEBIDO: ".
           MOVE W-SUBTOT TO W-VLRECEB
           ACCEPT (22, 20) W-VLRECEB WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              DISPLAY (22, 01) LIMPA
              GO TO PAGA-001.
           IF W-VLRECEB < W-SUBTOT
              MOVE "VALOR RECEBIDO MENOR QUE O TOTAL" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PAGA-002.
           COMPUTE W-TROCO = W-VLRECEB - W-SUBTOT
           DISPLAY (22, 35) "TROCO: "
           DISPLAY (22, 42) W-TROCO
           GO TO POSTA-001.

      *
      ******************************
      * RECEBIMENTO COM HAVER       *
      ******************************
      *
       PAGA-HAV.
           MOVE SPACES TO W-PXPAYLOAD
           DISPLAY (22, 01) LIMPA
           DISPLAY (22, 03) "CPF/CNPJ DO CLIENTE: ".
           ACCEPT (22, 25) W-CLIPDV WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              DISPLAY (22, 01) LIMPA
              GO TO PAGA-001.
           IF W-CLIPDV = ZEROS
              MOVE "CPF/CNPJ DO CLIENTE EM BRANCO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PAGA-HAV.
           MOVE "S"      TO W-HVFUNC
           MOVE W-CLIPDV TO W-HVCPF
           MOVE ZEROS    TO W-HVVALOR
           CALL "SCE096" USING W-HVFUNC W-HVCPF W-HVVALOR W-HVORIGEM
                               W-HVDOC W-OPERADOR W-HVSALDO W-HVRET
           IF W-HVRET NOT = "00"
              MOVE "CADASTRO DE HAVER INDISPONIVEL" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PAGA-001.
           DISPLAY (22, 40) "HAVER: "
           DISPLAY (22, 47) W-HVSALDO
           IF W-HVSALDO < W-SUBTOT
              MOVE "HAVER DO CLIENTE NAO COBRE O TOTAL" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PAGA-HAV.
           MOVE W-SUBTOT TO W-VLRECEB
           MOVE ZEROS    TO W-TROCO
           MOVE ZEROS    TO W-CONTA
           GO TO POSTA-001.

      *
      ******************************
      * CLIENTE DO PROGRAMA DE      *
      * FIDELIDADE (OPCIONAL)       *
      ******************************
      *
       PAGA-CLI.
           MOVE "S" TO W-CLIASK
           DISPLAY (22, 01) LIMPA
           DISPLAY (22, 03) "CPF/CNPJ P/ PONTOS (0=NAO): ".
           ACCEPT (22, 32) W-CLIPDV WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              MOVE ZEROS TO W-CLIPDV.
           DISPLAY (22, 01) LIMPA.
       PAGA-CLI-FIM.
           EXIT.

      *
      ******************************
      * RECEBIMENTO COM PONTOS      *
      ******************************
      *
       PAGA-PTS.
           MOVE SPACES TO W-PXPAYLOAD
           IF W-FIDOK NOT = "S"
              MOVE "PROGRAMA DE FIDELIDADE NAO ATIVADO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PAGA-001.
           DISPLAY (22, 01) LIMPA
           DISPLAY (22, 03) "CPF/CNPJ DO CLIENTE: ".
           ACCEPT (22, 25) W-CLIPDV WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              DISPLAY (22, 01) LIMPA
              GO TO PAGA-001.
           IF W-CLIPDV = ZEROS
              MOVE "CPF/CNPJ DO CLIENTE EM BRANCO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PAGA-PTS.
           MOVE "S"      TO W-FDFUNC
           MOVE W-CLIPDV TO W-FDCPF
           MOVE ZEROS    TO W-FDVALOR
           CALL "SCE116" USING W-FDFUNC W-FDCPF W-FDVALOR W-FDORIGEM
                               W-FDDOC W-OPERADOR W-FDPONTOS W-FDSALDO
                               W-FDRET
           IF W-FDRET = "20"
              MOVE "RESGATE DE PONTOS NAO CONFIGURADO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PAGA-001.
           IF W-FDRET NOT = "00"
              MOVE "CADASTRO DE PONTOS INDISPONIVEL" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PAGA-001.
           MOVE W-FDSALDO TO W-PTSED
           DISPLAY (22, 40) "PONTOS: "
           DISPLAY (22, 48) W-PTSED
           DISPLAY (22, 57) "= R$"
           DISPLAY (22, 62) W-FDVALOR
           IF W-FDVALOR < W-SUBTOT
              MOVE "PONTOS DO CLIENTE NAO COBREM O TOTAL" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PAGA-PTS.
           MOVE W-SUBTOT TO W-VLRECEB
           MOVE ZEROS    TO W-TROCO
           MOVE ZEROS    TO W-CONTA
           GO TO POSTA-001.

      *
      ******************************
      * RECEBIMENTO VIA PIX         *
      ******************************
      *
       PAGA-PIX.
           PERFORM ROT-RECEBEDOR THRU ROT-RECEBEDOR-FIM
           IF W-PXCHAVE = SPACES
              MOVE "FILIAL SEM CNPJ CADASTRADO PARA CHAVE PIX" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PAGA-001.
           IF W-NUMPED = ZEROS
              PERFORM ROT-NUMPED THRU ROT-NUMPED-FIM.
           MOVE W-SUBTOT TO W-PXVALOR
           MOVE SPACES TO W-PXTXID
           STRING "TIT" W-NUMPED "2" "01"
                  DELIMITED BY SIZE INTO W-PXTXID
           CALL "SCE090" USING W-PXCHAVE W-PXNOME W-PXCIDADE
                               W-PXVALOR W-PXTXID W-PXPAYLOAD
           DISPLAY (16, 01) "PIX COPIA E COLA:"
           DISPLAY (17, 01) W-PXPAYLOAD (1:80)
           DISPLAY (18, 01) W-PXPAYLOAD (81:80)
           DISPLAY (19, 01) W-PXPAYLOAD (161:80).
       PAGA-PIX1.
           DISPLAY (22, 03) "PIX RECEBIDO? S-SIM/N-NAO"
           ACCEPT (22, 30) DADOS
           IF DADOS = "N" OR "n"
              DISPLAY (22, 01) LIMPA
              MOVE "*** PIX NAO CONFIRMADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PAGA-001.
           IF DADOS NOT = "S" AND "s"
              MOVE "DIGITE UMA OPERACAO VALIDA (S/N)" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PAGA-PIX1.
           MOVE W-SUBTOT TO W-VLRECEB
           MOVE ZEROS    TO W-TROCO
           MOVE W-CTAPIX TO W-CONTA
           GO TO POSTA-001.

      *
      ******************************
      * RECEBIMENTO EM CARTAO       *
      ******************************
      *
       PAGA-CAR.
           MOVE SPACES TO W-PXPAYLOAD
           DISPLAY (22, 01) LIMPA
           DISPLAY (22, 03) "ADQ:"
           DISPLAY (22, 11) "BAND:"
           DISPLAY (22, 20) "MOD:"
           DISPLAY (22, 27) "PARC:"
           DISPLAY (22, 36) "NSU:".
       PAGA-CAR1.
           ACCEPT (22, 08) W-CCADQ WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              DISPLAY (22, 01) LIMPA
              GO TO PAGA-001.
           ACCEPT (22, 17) W-CCBAND WITH UPDATE
           INSPECT W-CCBAND CONVERTING
                   "abcdefghijklmnopqrstuvwxyz" TO
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           ACCEPT (22, 25) W-CCMODAL WITH UPDATE
           IF W-CCMODAL = "d" MOVE "D" TO W-CCMODAL.
           IF W-CCMODAL = "c" MOVE "C" TO W-CCMODAL.
           IF W-CCMODAL = "p" MOVE "P" TO W-CCMODAL.
           IF W-CCPARC = ZEROS
              MOVE 01 TO W-CCPARC.
           ACCEPT (22, 33) W-CCPARC WITH UPDATE
           MOVE SPACES TO W-CCNSU
           ACCEPT (22, 41) W-CCNSU
           MOVE "C"      TO W-CCFUNC
           MOVE W-SUBTOT TO W-CCVALOR
           MOVE W-DTHOJE TO W-CCDATA
           CALL "SCE094" USING W-CCFUNC W-CCADQ W-CCBAND W-CCMODAL
                               W-CCPARC W-CCNSU W-CCVALOR W-CCDATA
                               W-CCORIGEM W-CCRET W-CCNUMAV
           IF W-CCRET = "00"
              GO TO PAGA-CAR2.
           IF W-CCRET = "23"
              MOVE "ADQUIRENTE/BANDEIRA/MODALIDADE SEM TAXA" TO MENS
           ELSE
              IF W-CCRET = "10"
                 MOVE "QTD DE PARCELAS INVALIDA PARA A TAXA" TO MENS
              ELSE
                 IF W-CCRET = "11"
                    MOVE "NSU DA TRANSACAO EM BRANCO" TO MENS
                 ELSE
                    MOVE "TABELA DE TAXAS DE CARTAO INDISPONIVEL"
                       TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO PAGA-CAR1.
       PAGA-CAR2.
           MOVE W-SUBTOT TO W-VLRECEB
           MOVE ZEROS    TO W-TROCO
           MOVE ZEROS    TO W-CONTA.

       POSTA-001.
           IF W-NUMPED = ZEROS
              PERFORM ROT-NUMPED THRU ROT-NUMPED-FIM.
           IF W-FORMA = "HV"
              PERFORM DEBITA-HAVER THRU DEBITA-HAVER-FIM.
           IF W-FORMA = "HV" AND W-HVRET NOT = "00"
              DISPLAY (22, 01) LIMPA
              MOVE "*** HAVER INSUFICIENTE - VENDA NAO GRAVADA ***"
                 TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PAGA-001.
           IF W-FORMA = "PT"
              PERFORM DEBITA-PONTOS THRU DEBITA-PONTOS-FIM.
           IF W-FORMA = "PT" AND W-FDRET NOT = "00"
              DISPLAY (22, 01) LIMPA
              MOVE "*** PONTOS INSUFICIENTES - VENDA NAO GRAVADA ***"
                 TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO PAGA-001.
           MOVE W-NUMPED TO NUMPEDIDO
           MOVE 2        TO TIPEDIDO
           MOVE ZEROS    TO CLIENTE FORNECEDOR ENDSEQ
           IF W-CLIPDV > ZEROS
              MOVE W-CLIPDV TO CLIENTE.
           MOVE W-ITCODPROD (1) TO CODPROD
           MOVE W-ITQTD (1)     TO QUANTIDADE
           MOVE W-ITPRECO (1)   TO PRECOUN
           MOVE 01       TO TIT-PARCELA
           MOVE "R"      TO TIT-TIPO
           MOVE ZEROS    TO TIT-CPFCNPJ
           IF W-CLIPDV > ZEROS
              MOVE W-CLIPDV TO TIT-CPFCNPJ.
           MOVE W-DTHOJE TO TIT-EMISSAO
           MOVE W-DTHOJE TO TIT-VENCTO
           MOVE W-SUBTOT TO TIT-VALOR
           MOVE W-SUBTOT   TO TMV-VALOR
           MOVE W-OPERADOR TO TMV-OPERADOR
           MOVE "P"        TO TMV-NATUREZA
           MOVE W-FORMA    TO TMV-FORMA
           MOVE W-CONTA    TO TMV-CONTA
           WRITE REGTITMV.

       POSTA-CXS.
              ADD 1 TO CXS-QTDVENDAS
              ADD W-SUBTOT TO CXS-VLVENDAS
              REWRITE REGCXS.
           IF W-FORMA = "CA"
              PERFORM GERA-CARTAO THRU GERA-CARTAO-FIM.
           PERFORM ATUALIZA-CXSF THRU ATUALIZA-CXSF-FIM
           PERFORM ATUALIZA-DIA THRU ATUALIZA-DIA-FIM
           IF W-CLIPDV > ZEROS AND W-FORMA NOT = "PT"
              PERFORM CREDITA-PONTOS THRU CREDITA-PONTOS-FIM.
           PERFORM GRAVA-CUPOM THRU GRAVA-CUPOM-FIM
           MOVE "VENDA-PDV" TO LOG-OPERACAO
           MOVE CHAVE TO LOG-CHAVEREG
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.

       ATUALIZA-CXSF.
           MOVE W-OPERADOR TO CXSF-OPERADOR
           MOVE W-DTHOJE   TO CXSF-DATA
           MOVE W-FORMA    TO CXSF-FORMA
           READ ARQCXSF
           IF ST-ERRO NOT = "00"
              MOVE W-OPERADOR TO CXSF-OPERADOR
              MOVE W-DTHOJE   TO CXSF-DATA
              MOVE W-FORMA    TO CXSF-FORMA
              MOVE ZEROS TO CXSF-QTD CXSF-VALOR.
           ADD 1 TO CXSF-QTD
           ADD W-SUBTOT TO CXSF-VALOR
           WRITE REGCXSF
           IF ST-ERRO NOT = "00"
              REWRITE REGCXSF.
       ATUALIZA-CXSF-FIM.
           EXIT.

       GERA-CARTAO.
           MOVE "G"      TO W-CCFUNC
           MOVE W-SUBTOT TO W-CCVALOR
           MOVE W-DTHOJE TO W-CCDATA
           MOVE SPACES   TO W-CCORIGEM
           STRING W-NUMPED "2" "01"
                  DELIMITED BY SIZE INTO W-CCORIGEM
           CALL "SCE094" USING W-CCFUNC W-CCADQ W-CCBAND W-CCMODAL
                               W-CCPARC W-CCNSU W-CCVALOR W-CCDATA
                               W-CCORIGEM W-CCRET W-CCNUMAV
           IF W-CCRET NOT = "00"
              MOVE "*** ERRO AO GERAR RECEBIVEL DO CARTAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
       GERA-CARTAO-FIM.
           EXIT.

       DEBITA-HAVER.
           MOVE "D"      TO W-HVFUNC
           MOVE W-CLIPDV TO W-HVCPF
           MOVE W-SUBTOT TO W-HVVALOR
           MOVE "PD"     TO W-HVORIGEM
           MOVE SPACES   TO W-HVDOC
           STRING W-NUMPED "2" DELIMITED BY SIZE INTO W-HVDOC
           CALL "SCE096" USING W-HVFUNC W-HVCPF W-HVVALOR W-HVORIGEM
                               W-HVDOC W-OPERADOR W-HVSALDO W-HVRET.
       DEBITA-HAVER-FIM.
           EXIT.

       DEBITA-PONTOS.
           MOVE "D"      TO W-FDFUNC
           MOVE W-CLIPDV TO W-FDCPF
           MOVE W-SUBTOT TO W-FDVALOR
           MOVE "PD"     TO W-FDORIGEM
           MOVE SPACES   TO W-FDDOC
           STRING W-NUMPED "2" DELIMITED BY SIZE INTO W-FDDOC
           CALL "SCE116" USING W-FDFUNC W-FDCPF W-FDVALOR W-FDORIGEM
                               W-FDDOC W-OPERADOR W-FDPONTOS W-FDSALDO
                               W-FDRET.
       DEBITA-PONTOS-FIM.
           EXIT.

       CREDITA-PONTOS.
           IF W-FIDOK NOT = "S"
              GO TO CREDITA-PONTOS-FIM.
           MOVE "C"      TO W-FDFUNC
           MOVE W-CLIPDV TO W-FDCPF
           MOVE W-SUBTOT TO W-FDVALOR
           MOVE "PD"     TO W-FDORIGEM
           MOVE SPACES   TO W-FDDOC
           STRING W-NUMPED "2" DELIMITED BY SIZE INTO W-FDDOC
           CALL "SCE116" USING W-FDFUNC W-FDCPF W-FDVALOR W-FDORIGEM
                               W-FDDOC W-OPERADOR W-FDPONTOS W-FDSALDO
                               W-FDRET
           IF W-FDRET NOT = "00"
              MOVE ZEROS TO W-FDPONTOS.
       CREDITA-PONTOS-FIM.
           EXIT.

       ROT-RECEBEDOR.
           MOVE SPACES TO W-PXCHAVE W-PXNOME W-PXCIDADE
           IF W-FILOK NOT = "S"
              GO TO ROT-RECEBEDOR-FIM.
           MOVE W-FILIAL TO FIL-CODIGO
           READ ARQFIL
           IF ST-ERRO2 NOT = "00"
              GO TO ROT-RECEBEDOR-FIM.
           IF FIL-CNPJ = ZEROS
              GO TO ROT-RECEBEDOR-FIM.
           MOVE FIL-CNPJ   TO W-PXCHAVE
           MOVE FIL-RAZAO  TO W-PXNOME
           MOVE FIL-CIDADE TO W-PXCIDADE.
       ROT-RECEBEDOR-FIM.
           EXIT.

       ATUALIZA-DIA.
           MOVE W-DTHOJE TO DIA-DATA
           READ ARQDIA
           MOVE "TROCO ............:" TO CUPTOTTXT
           MOVE W-TROCO TO CUPTOTVAL
           WRITE LINHA-REL FROM CUP-TOT
           MOVE SPACES TO LINHA-REL
           IF W-FORMA = "PX"
              MOVE "  FORMA PAGAMENTO ..: PIX" TO LINHA-REL
           ELSE
              IF W-FORMA = "CA"
                 STRING "  FORMA PAGAMENTO ..: CARTAO " W-CCBAND
                        " " W-CCPARC "X NSU " W-CCNSU
                        DELIMITED BY SIZE INTO LINHA-REL
              ELSE
                 IF W-FORMA = "HV"
                    STRING "  FORMA PAGAMENTO ..: HAVER CLIENTE "
                           W-CLIPDV DELIMITED BY SIZE INTO LINHA-REL
                 ELSE
                    IF W-FORMA = "PT"
                       STRING "  FORMA PAGAMENTO ..: PONTOS CLIENTE "
                              W-CLIPDV DELIMITED BY SIZE
                              INTO LINHA-REL
                    ELSE
                       MOVE "  FORMA PAGAMENTO ..: DINHEIRO"
                          TO LINHA-REL.
           WRITE LINHA-REL
           IF W-FDPONTOS > ZEROS
              MOVE W-FDPONTOS TO W-PTSED
              MOVE W-FDSALDO  TO W-PTSSLDED
              MOVE SPACES TO LINHA-REL
              IF W-FORMA = "PT"
                 STRING "  PONTOS RESGATADOS : " W-PTSED
                        "   SALDO DE PONTOS: " W-PTSSLDED
                        DELIMITED BY SIZE INTO LINHA-REL
              ELSE
                 STRING "  PONTOS GANHOS ....: " W-PTSED
                        "   SALDO DE PONTOS: " W-PTSSLDED
                        DELIMITED BY SIZE INTO LINHA-REL.
           IF W-FDPONTOS > ZEROS
              WRITE LINHA-REL.
           IF W-FORMA = "HV"
              MOVE "HAVER RESTANTE ...:" TO CUPTOTTXT
              MOVE W-HVSALDO TO CUPTOTVAL
              WRITE LINHA-REL FROM CUP-TOT.
           IF W-FORMA NOT = "PX"
              GO TO GRAVA-CUPOM-FECHA.
           MOVE "  PIX COPIA E COLA:" TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-PXPAYLOAD (1:84) TO CUPPAY
           WRITE LINHA-REL FROM CUP-PIX
           MOVE W-PXPAYLOAD (85:84) TO CUPPAY
           WRITE LINHA-REL FROM CUP-PIX
           MOVE W-PXPAYLOAD (169:82) TO CUPPAY
           WRITE LINHA-REL FROM CUP-PIX.
       GRAVA-CUPOM-FECHA.
           CLOSE RELCUP
           MOVE "CUPOM" TO SPL-RELATORIO
           PERFORM GRAVA-SPOOL THRU GRAVA-SPOOL-FIM.
           MOVE "VALOR DECLARADO ..:" TO CUPTOTTXT
           MOVE CXS-VLDECL TO CUPTOTVAL
           WRITE LINHA-REL FROM CUP-TOT
           MOVE ZEROS TO W-VLPIX
           MOVE W-OPERADOR TO CXSF-OPERADOR
           MOVE W-DTHOJE   TO CXSF-DATA
           MOVE "PX"       TO CXSF-FORMA
           READ ARQCXSF
           IF ST-ERRO = "00"
              MOVE CXSF-VALOR TO W-VLPIX.
           MOVE ZEROS TO W-VLCAR
           MOVE "CA"       TO CXSF-FORMA
           READ ARQCXSF
           IF ST-ERRO = "00"
              MOVE CXSF-VALOR TO W-VLCAR.
           MOVE ZEROS TO W-VLHAV
           MOVE "HV"       TO CXSF-FORMA
           READ ARQCXSF
           IF ST-ERRO = "00"
              MOVE CXSF-VALOR TO W-VLHAV.
           MOVE ZEROS TO W-VLPTS
           MOVE "PT"       TO CXSF-FORMA
           READ ARQCXSF
           IF ST-ERRO = "00"
              MOVE CXSF-VALOR TO W-VLPTS.
           COMPUTE W-VLDIN =
              CXS-VLVENDAS - W-VLPIX - W-VLCAR - W-VLHAV - W-VLPTS
           MOVE "EM DINHEIRO ......:" TO CUPTOTTXT
           MOVE W-VLDIN TO CUPTOTVAL
           WRITE LINHA-REL FROM CUP-TOT
           MOVE "VIA PIX ..........:" TO CUPTOTTXT
           MOVE W-VLPIX TO CUPTOTVAL
           WRITE LINHA-REL FROM CUP-TOT
           MOVE "EM CARTAO ........:" TO CUPTOTTXT
           MOVE W-VLCAR TO CUPTOTVAL
           WRITE LINHA-REL FROM CUP-TOT
           MOVE "COM HAVER ........:" TO CUPTOTTXT
           MOVE W-VLHAV TO CUPTOTVAL
           WRITE LINHA-REL FROM CUP-TOT
           MOVE "COM PONTOS .......:" TO CUPTOTTXT
           MOVE W-VLPTS TO CUPTOTVAL
           WRITE LINHA-REL FROM CUP-TOT
           COMPUTE W-DIF = CXS-VLDECL - W-VLDIN
           MOVE "DIFERENCA ........:" TO CUPTOTTXT
           MOVE W-DIF TO CUPTOTVAL
           WRITE LINHA-REL FROM CUP-TOT
           MOVE 9 TO W-QTDLIN
           CLOSE RELCUP
           MOVE "SESSAOPDV" TO SPL-RELATORIO
           PERFORM GRAVA-SPOOL THRU GRAVA-SPOOL-FIM.
       ROT-FIM.
           DISPLAY (01, 01) ERASE.
           CLOSE ARQCXS ARQPED ARQPEDIT ARQPEDX ARQPRO ARQSLD
                 ARQMOV ARQTIT ARQTITMV ARQSEQ ARQLOG ARQDIA
                 ARQCXSF.
           IF W-PROXOK = "S"
              CLOSE ARQPROX.
           IF W-CMPOK = "S"
              CLOSE ARQCAMP.
           IF W-CMPIOK = "S"
              CLOSE ARQCAMPI.
           IF W-GRDOK = "S"
              CLOSE ARQGRADE ARQVAR.
           IF W-FILOK = "S"
              CLOSE ARQFIL.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
