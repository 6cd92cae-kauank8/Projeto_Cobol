       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCE120.
      *AUTHOR. Kauan Paulino Farias.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQPED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                    RECORD KEY IS CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CLIENTE
                                   WITH DUPLICATES
                    ALTERNATE RECORD KEY IS FORNECEDOR
                                   WITH DUPLICATES.

           SELECT ARQTIT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                    RECORD KEY   IS TIT-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS TIT-CPFCNPJ
                                   WITH DUPLICATES.

           SELECT ARQAPV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                    RECORD KEY   IS APV-NUMPED
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQALC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ALC-CODIGO
                    FILE STATUS  IS ST-ERRO2.

           SELECT ARQLOG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                    RECORD KEY   IS LOG-CHAVE
                    FILE STATUS  IS ST-ERRO.

       DATA DIVISION.
       FILE SECTION.
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
       FD ARQALC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQALC.DAT".
       01 REGALC.
          03 ALC-CODIGO        PIC X(10).
          03 ALC-LIMCOMPRA     PIC 9(09)V99.
          03 ALC-APROVADOR     PIC X(01).
          03 ALC-LIMAPROV      PIC 9(09)V99.
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
       01 MENS          PIC X(50) VALUE SPACES.
       01 LIMPA         PIC X(55) VALUE SPACES.
       01 DADOS         PIC X(01) VALUE SPACES.
       01 W-OPCAO       PIC X(01) VALUE SPACES.
       01 CON-NUMPED    PIC 9(06) VALUE ZEROS.
       01 W-LIMAPROV    PIC 9(09)V99 VALUE ZEROS.
       01 W-MOTIVO      PIC X(40) VALUE SPACES.
       01 W-PARC        PIC 9(02) VALUE ZEROS.
       01 W-QTDPEND     PIC 9(04) VALUE ZEROS.
       01 LIN           PIC 9(02) VALUE ZEROS.
       01 W-DTHOJE      PIC 9(08) VALUE ZEROS.
       01 W-VALORED     PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       01 W-LIMITEED    PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       01 W-DTEXIBE     PIC 9(08) VALUE ZEROS.
       01 W-DTEXIBETAB REDEFINES W-DTEXIBE.
          03 W-DTEXIBE-DIA PIC 9(02).
          03 W-DTEXIBE-MES PIC 9(02).
          03 W-DTEXIBE-ANO PIC 9(04).
       01 W-DTTRAB      PIC 9(08) VALUE ZEROS.
       01 W-DTTRABTAB REDEFINES W-DTTRAB.
          03 W-DTTRABANO  PIC 9(04).
          03 W-DTTRABMES  PIC 9(02).
          03 W-DTTRABDIA  PIC 9(02).
       01 W-DTED        PIC 99/99/9999 VALUE ZEROS.
       01 W-CTFUNC      PIC X(01) VALUE "C".
       01 W-CTQTD       PIC 9(08) VALUE ZEROS.
       01 W-CTORIGEM    PIC X(08) VALUE "SCE120".
       01 W-CTRET       PIC X(02) VALUE SPACES.

      *-----------------------------------------------------------------
      *
      *************************
      * REPORT SECTION *
      *************************
      *
       01 CABFL.
          03 FILLER      PIC X(40) VALUE
             " Pedido Fornecedor      Solicitante Dat".
          03 FILLER      PIC X(33) VALUE
             "a Solic.     Valor Pedido Origem".

       01 DETFL.
          03 FILLER      PIC X(01) VALUE SPACES.
          03 DETFLPED    PIC 9(06) VALUE ZEROS.
          03 FILLER      PIC X(01) VALUE SPACES.
          03 DETFLFORN   PIC 9(14) VALUE ZEROS.
          03 FILLER      PIC X(02) VALUE SPACES.
          03 DETFLSOLIC  PIC X(10) VALUE SPACES.
          03 FILLER      PIC X(02) VALUE SPACES.
          03 DETFLDATA   PIC 99/99/9999 VALUE ZEROS.
          03 FILLER      PIC X(01) VALUE SPACES.
          03 DETFLVALOR  PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
          03 FILLER      PIC X(01) VALUE SPACES.
          03 DETFLORIG   PIC X(08) VALUE SPACES.

       SCREEN SECTION.
       01  TSCE120.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "          Aprovacao de Pedidos de Compra".
           05  LINE 02  COLUMN 41
               VALUE  " Acima do Limite".
           05  LINE 04  COLUMN 01
               VALUE  " Num Pedido:".
           05  TNUMPED
               LINE 04  COLUMN 14  PIC 9(06)
               USING  CON-NUMPED
               HIGHLIGHT.
           05  LINE 04  COLUMN 24
               VALUE  "(ZEROS = FILA DE PEDIDOS PENDENTES)".
           05  LINE 23  COLUMN 01
               VALUE  "  MENSAGEM :".

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       ABRE-ALC.
           OPEN INPUT ARQALC
           IF ST-ERRO2 NOT = "00"
              MOVE "NENHUM APROVADOR CADASTRADO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.

       ABRE-APV.
           OPEN I-O ARQAPV
           IF ST-ERRO NOT = "00"
              MOVE "NENHUM PEDIDO AGUARDANDO APROVACAO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQALC
              GO TO ROT-FIM2.

       ABRE-PED.
           OPEN I-O ARQPED
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO DE PEDIDOS" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQALC ARQAPV
              GO TO ROT-FIM2.

       ABRE-TIT.
           OPEN I-O ARQTIT
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO DE TITULOS" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQALC ARQAPV ARQPED
              GO TO ROT-FIM2.

       ABRE-LOG.
           OPEN I-O ARQLOG
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT ARQLOG
                 CLOSE ARQLOG
                 OPEN I-O ARQLOG
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO DE LOG " TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

       R-OPERADOR.
           ACCEPT W-DTHOJE FROM DATE YYYYMMDD.
           IF W-USUARIO NOT = SPACES AND
              W-USUARIO NOT = LOW-VALUES
              MOVE W-USUARIO TO W-OPERADOR
              GO TO R-ALCADA.
           DISPLAY (01, 01) ERASE
           DISPLAY (05, 10) "CODIGO DO OPERADOR: ".
           ACCEPT (05, 31) W-OPERADOR.
           IF W-OPERADOR = SPACES
              MOVE "CODIGO DO OPERADOR EM BRANCO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R-OPERADOR.

       R-ALCADA.
           MOVE W-OPERADOR TO ALC-CODIGO
           READ ARQALC
           IF ST-ERRO2 NOT = "00"
              MOVE "N" TO ALC-APROVADOR.
           IF ALC-APROVADOR NOT = "S"
              MOVE "*** OPERADOR SEM ALCADA DE APROVACAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE ALC-LIMAPROV TO W-LIMAPROV.

       R1.
           MOVE ZEROS TO CON-NUMPED
           MOVE SPACES TO W-MOTIVO
           DISPLAY TSCE120.

       R2.
           ACCEPT TNUMPED
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM.
           IF CON-NUMPED = ZEROS
              GO TO FILA.
           MOVE CON-NUMPED TO APV-NUMPED
           READ ARQAPV
           IF ST-ERRO NOT = "00"
              MOVE "PEDIDO NAO ESTA NA FILA DE APROVACAO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           IF APV-STATUS NOT = "E"
              MOVE "*** PEDIDO JA DECIDIDO OU RETIRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE CON-NUMPED TO NUMPEDIDO
           MOVE 1          TO TIPEDIDO
           READ ARQPED
           IF ST-ERRO NOT = "00"
              MOVE "PEDIDO DE COMPRA NAO ENCONTRADO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           IF PED-STATUS NOT = "E"
              MOVE "*** PEDIDO NAO ESTA AGUARDANDO APROVACAO ***"
                 TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           DISPLAY (06, 03) "FORNECEDOR ......: "
           DISPLAY (06, 22) FORNECEDOR
           DISPLAY (07, 03) "SOLICITANTE .....: "
           DISPLAY (07, 22) APV-SOLIC
           DISPLAY (08, 03) "ORIGEM ..........: "
           DISPLAY (08, 22) APV-ORIGEM
           MOVE APV-DTSOLIC TO W-DTTRAB
           PERFORM ROT-DTEXIBE THRU ROT-DTEXIBE-FIM
           MOVE W-DTEXIBE TO W-DTED
           DISPLAY (09, 03) "DATA SOLICITACAO : "
           DISPLAY (09, 22) W-DTED
           MOVE TOTAL TO W-VALORED
           DISPLAY (10, 03) "VALOR DO PEDIDO .: "
           DISPLAY (10, 22) W-VALORED
           MOVE APV-LIMITE TO W-LIMITEED
           DISPLAY (11, 03) "LIMITE DO SOLIC. : "
           DISPLAY (11, 22) W-LIMITEED
           IF APV-SOLIC = W-OPERADOR
              MOVE "*** NAO PODE APROVAR O PROPRIO PEDIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           IF W-LIMAPROV > ZEROS AND TOTAL > W-LIMAPROV
              MOVE "*** VALOR ACIMA DA SUA ALCADA DE APROVACAO ***"
                 TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.

       R3.
           DISPLAY (13, 03) "A=APROVAR  R=REJEITAR  S=SAIR: ".
           ACCEPT (13, 35) W-OPCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R1.
           IF W-OPCAO = "S" OR "s"
              GO TO R1.
           IF W-OPCAO = "R" OR "r"
              GO TO R4.
           IF W-OPCAO NOT = "A" AND "a"
              MOVE "DIGITE APENAS A, R OU S" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
           DISPLAY (15, 03) "OBSERVACAO: ".
           ACCEPT (15, 15) W-MOTIVO
           GO TO R5.

       R4.
           DISPLAY (15, 03) "MOTIVO ..: ".
           ACCEPT (15, 15) W-MOTIVO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R3.
           IF W-MOTIVO = SPACES
              MOVE "MOTIVO DA REJEICAO OBRIGATORIO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.

       R5.
           DISPLAY (17, 03) "CONFIRMA (S/N) : ".
           ACCEPT (17, 21) DADOS
           IF DADOS = "N" OR "n"
              MOVE "*** DECISAO NAO GRAVADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           IF DADOS NOT = "S" AND "s"
              MOVE "DIGITE APENAS S=SIM OU N=NAO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.
           MOVE REGPED TO W-IMGANT
           IF W-OPCAO = "R" OR "r"
              GO TO REJEITA.

      *
      **************************************
      * APROVACAO - PEDIDO VOLTA A PENDENTE *
      * E OS TITULOS SAO LIBERADOS          *
      **************************************
      *
       APROVA.
           MOVE "P" TO PED-STATUS
           REWRITE REGPED
           IF ST-ERRO NOT = "00" AND "02"
              MOVE "ERRO NA GRAVACAO DO PEDIDO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           PERFORM LIBERA-TIT THRU LIBERA-TIT-FIM
           MOVE "A" TO APV-STATUS
           PERFORM GRAVA-APV THRU GRAVA-APV-FIM
           MOVE "APROVADO" TO LOG-OPERACAO
           PERFORM LOG-DECISAO THRU LOG-DECISAO-FIM
           MOVE "*** PEDIDO APROVADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.

      *
      **************************************
      * REJEICAO - PEDIDO E TITULOS        *
      * CANCELADOS                         *
      **************************************
      *
       REJEITA.
           MOVE "C" TO PED-STATUS
           REWRITE REGPED
           IF ST-ERRO NOT = "00" AND "02"
              MOVE "ERRO NA GRAVACAO DO PEDIDO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           PERFORM CANCELA-TIT THRU CANCELA-TIT-FIM
           CALL "SCE122" USING W-CTFUNC W-OPERADOR NUMPEDIDO CODPROD
                               W-CTQTD W-CTORIGEM W-CTRET
           MOVE "R" TO APV-STATUS
           PERFORM GRAVA-APV THRU GRAVA-APV-FIM
           MOVE "REJEITADO" TO LOG-OPERACAO
           PERFORM LOG-DECISAO THRU LOG-DECISAO-FIM
           MOVE "*** PEDIDO REJEITADO E CANCELADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.

       GRAVA-APV.
           MOVE W-OPERADOR TO APV-APROVADOR
           MOVE W-DTHOJE   TO APV-DTDECISAO
           MOVE W-MOTIVO   TO APV-MOTIVO
           REWRITE REGAPV.
       GRAVA-APV-FIM.
           EXIT.

       LOG-DECISAO.
           MOVE SPACES TO W-IMGNOV
           STRING REGPED " MOTIVO: " W-MOTIVO
                  DELIMITED BY SIZE INTO W-IMGNOV
           MOVE CHAVE TO LOG-CHAVEREG
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM.
       LOG-DECISAO-FIM.
           EXIT.

       LIBERA-TIT.
           MOVE ZEROS TO W-PARC.
       LIBERA-TIT-LOOP.
           ADD 1 TO W-PARC
           IF W-PARC > 13
              GO TO LIBERA-TIT-FIM.
           MOVE NUMPEDIDO TO TIT-NUMPED
           MOVE 1         TO TIT-TIPEDIDO
           MOVE W-PARC    TO TIT-PARCELA
           READ ARQTIT
           IF ST-ERRO NOT = "00"
              GO TO LIBERA-TIT-FIM.
           IF TIT-STATUS = "B" AND APV-TITST NOT = "B"
              MOVE APV-TITST TO TIT-STATUS
              REWRITE REGTIT.
           GO TO LIBERA-TIT-LOOP.
       LIBERA-TIT-FIM.
           EXIT.

       CANCELA-TIT.
           MOVE ZEROS TO W-PARC.
       CANCELA-TIT-LOOP.
           ADD 1 TO W-PARC
           IF W-PARC > 13
              GO TO CANCELA-TIT-FIM.
           MOVE NUMPEDIDO TO TIT-NUMPED
           MOVE 1         TO TIT-TIPEDIDO
           MOVE W-PARC    TO TIT-PARCELA
           READ ARQTIT
           IF ST-ERRO NOT = "00"
              GO TO CANCELA-TIT-FIM.
           IF TIT-STATUS = "A" OR TIT-STATUS = "B"
              MOVE "C" TO TIT-STATUS
              REWRITE REGTIT.
           GO TO CANCELA-TIT-LOOP.
       CANCELA-TIT-FIM.
           EXIT.

      *
      **************************************
      * FILA DE PEDIDOS PENDENTES          *
      **************************************
      *
       FILA.
           DISPLAY (06, 01) CABFL
           MOVE 07 TO LIN
           MOVE ZEROS TO W-QTDPEND
           MOVE ZEROS TO APV-NUMPED
           START ARQAPV KEY IS NOT LESS APV-NUMPED INVALID KEY
                 GO TO FILA-FIM.

       FILA-RD.
           READ ARQAPV NEXT
           IF ST-ERRO NOT = "00"
              GO TO FILA-FIM.
           IF APV-STATUS NOT = "E"
              GO TO FILA-RD.
           IF LIN > 19
              DISPLAY (21, 10) "*** TECLE ENTER PARA CONTINUAR ***"
              ACCEPT (21, 46) DADOS
              ACCEPT W-ACT FROM ESCAPE KEY
              DISPLAY (21, 01) LIMPA
              IF W-ACT = 01
                 GO TO R1
              ELSE
                 DISPLAY TSCE120
                 DISPLAY (06, 01) CABFL
                 MOVE 07 TO LIN.
           ADD 1 TO W-QTDPEND
           MOVE APV-NUMPED TO DETFLPED NUMPEDIDO
           MOVE 1          TO TIPEDIDO
           MOVE ZEROS      TO DETFLFORN
           READ ARQPED
           IF ST-ERRO = "00"
              MOVE FORNECEDOR TO DETFLFORN.
           MOVE APV-SOLIC   TO DETFLSOLIC
           MOVE APV-DTSOLIC TO W-DTTRAB
           PERFORM ROT-DTEXIBE THRU ROT-DTEXIBE-FIM
           MOVE W-DTEXIBE   TO DETFLDATA
           MOVE APV-VALOR   TO DETFLVALOR
           MOVE APV-ORIGEM  TO DETFLORIG
           DISPLAY (LIN, 01) DETFL
           ADD 1 TO LIN
           GO TO FILA-RD.

       FILA-FIM.
           IF W-QTDPEND = ZEROS
              MOVE "*** NENHUM PEDIDO AGUARDANDO APROVACAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           DISPLAY (21, 10) "*** FIM DA FILA - TECLE ENTER ***"
           ACCEPT (21, 45) DADOS
           DISPLAY (21, 01) LIMPA
           GO TO R1.

       ROT-DTEXIBE.
           MOVE W-DTTRABDIA TO W-DTEXIBE-DIA
           MOVE W-DTTRABMES TO W-DTEXIBE-MES
           MOVE W-DTTRABANO TO W-DTEXIBE-ANO.
       ROT-DTEXIBE-FIM.
           EXIT.

       GRAVA-LOG.
           ACCEPT LOG-DATA FROM DATE YYYYMMDD.
           ACCEPT LOG-HORA FROM TIME.
           MOVE ZEROS TO LOG-SEQ.
           MOVE "SCE120" TO LOG-PROGRAMA.
           MOVE W-OPERADOR TO LOG-OPERADOR.
           MOVE W-IMGANT TO LOG-IMAGEMANT.
           MOVE W-IMGNOV TO LOG-IMAGEMNOV.
       GRAVA-LOG-WR.
           WRITE REGLOG
           IF ST-ERRO = "22"
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
           CLOSE ARQALC ARQAPV ARQPED ARQTIT ARQLOG.
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
