                    RECORD KEY   IS USU-CODIGO
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQALC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                    RECORD KEY   IS ALC-CODIGO
                    FILE STATUS  IS ST-ERRO2.

           SELECT ARQPDA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                    RECORD KEY   IS PDA-CODIGO
                    FILE STATUS  IS ST-ERRO3.

           SELECT ARQLOG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
          03 USU-HIST1         PIC 9(08).
          03 USU-HIST2         PIC 9(08).
          03 USU-HIST3         PIC 9(08).
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
       FD ARQPDA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPDA.DAT".
       01 REGPDA.
          03 PDA-CODIGO        PIC X(10).
          03 PDA-AUTORIZA      PIC X(01).
          03 PDA-LIMITE        PIC 9(09)V99.
      *-----------------------------------------------------------------
       FD ARQLOG
               LABEL RECORD IS STANDARD
       01 W-IMGANT      PIC X(160) VALUE SPACES.
       01 W-IMGNOV      PIC X(160) VALUE SPACES.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 W-ALCACHOU    PIC X(01) VALUE "N".
       01 W-ALCSAVE     PIC X(33) VALUE SPACES.
       01 ST-ERRO3      PIC X(02) VALUE "00".
       01 W-PDAACHOU    PIC X(01) VALUE "N".
       01 W-PDASAVE     PIC X(22) VALUE SPACES.
       01 MENS          PIC X(50) VALUE SPACES.
       01 DADOS         PIC X(01) VALUE SPACES.
       01 LIMPA         PIC X(60) VALUE SPACES.
               VALUE  " Senha:".
           05  LINE 11  COLUMN 01
               VALUE  " Permissoes (S/N por opcao 01-60):".
           05  LINE 14  COLUMN 01
               VALUE  " Limite p/ pedidos de compra (0=sem limite):".
           05  LINE 15  COLUMN 01
               VALUE  " Aprovador de pedidos de compra (S/N):".
           05  LINE 16  COLUMN 01
               VALUE  " Limite de aprovacao (0=sem limite):".
           05  LINE 17  COLUMN 01
               VALUE  " Autoriza baixa de titulo p/ perda (S/N):".
           05  LINE 18  COLUMN 01
               VALUE  " Limite de baixa p/ perda (0=sem limite):".
           05  LINE 22  COLUMN 01
               VALUE  " Mensagem:".
           05  TCODIGO
               LINE 12  COLUMN 03  PIC X(60)
               USING  USU-PERMS
               HIGHLIGHT.
           05  TLIMCOMPRA
               LINE 14  COLUMN 47  PIC ZZZ.ZZZ.ZZ9,99
               USING  ALC-LIMCOMPRA
               HIGHLIGHT.
           05  TAPROVADOR
               LINE 15  COLUMN 47  PIC X(01)
               USING  ALC-APROVADOR
               HIGHLIGHT.
           05  TLIMAPROV
               LINE 16  COLUMN 47  PIC ZZZ.ZZZ.ZZ9,99
               USING  ALC-LIMAPROV
               HIGHLIGHT.
           05  TPDAAUT
               LINE 17  COLUMN 47  PIC X(01)
               USING  PDA-AUTORIZA
               HIGHLIGHT.
           05  TPDALIM
               LINE 18  COLUMN 47  PIC ZZZ.ZZZ.ZZ9,99
               USING  PDA-LIMITE
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

       ABRE-ALC.
           OPEN I-O ARQALC
           IF ST-ERRO2 NOT = "00"
              IF ST-ERRO2 = "30"
                 OPEN OUTPUT ARQALC
                 CLOSE ARQALC
                 OPEN I-O ARQALC
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO DE ALCADAS" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

       ABRE-PDA.
           OPEN I-O ARQPDA
           IF ST-ERRO3 NOT = "00"
              IF ST-ERRO3 = "30"
                 OPEN OUTPUT ARQPDA
                 CLOSE ARQPDA
                 OPEN I-O ARQPDA
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO DE PERDAS" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

       R1.
           MOVE SPACES TO USU-CODIGO USU-NOME USU-PERMS
           MOVE SPACES TO W-SENHATXT
           MOVE ZEROS TO USU-SENHA USU-DTSENHA USU-TENT
           MOVE ZEROS TO USU-HIST1 USU-HIST2 USU-HIST3
           MOVE SPACES TO ALC-CODIGO
           MOVE "N" TO ALC-APROVADOR
           MOVE ZEROS TO ALC-LIMCOMPRA ALC-LIMAPROV
           MOVE "N" TO W-ALCACHOU
           MOVE SPACES TO PDA-CODIGO
           MOVE "N" TO PDA-AUTORIZA
           MOVE ZEROS TO PDA-LIMITE
           MOVE "N" TO W-PDAACHOU
           MOVE ZEROS TO W-SEL.

       RTELA.

       LER-CAD.
           READ ARQUSU
           IF ST-ERRO = "00"
              PERFORM LE-ALC THRU LE-ALC-FIM
              PERFORM LE-PDA THRU LE-PDA-FIM.
           IF ST-ERRO NOT = "23"
           IF ST-ERRO = "00"
             DISPLAY TELAUSU
           INSPECT USU-PERMS REPLACING ALL "n" BY "N"
           INSPECT USU-PERMS REPLACING ALL " " BY "N".

       R6.
           ACCEPT TLIMCOMPRA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R5.

       R7.
           ACCEPT TAPROVADOR
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R6.
           IF ALC-APROVADOR = "s"
              MOVE "S" TO ALC-APROVADOR.
           IF ALC-APROVADOR = "n" OR SPACES
              MOVE "N" TO ALC-APROVADOR.
           IF ALC-APROVADOR NOT = "S" AND "N"
              MOVE "DIGITE APENAS S=SIM OU N=NAO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R7.
           IF ALC-APROVADOR = "N"
              MOVE ZEROS TO ALC-LIMAPROV
              DISPLAY TLIMAPROV
              GO TO R9.

       R8.
           ACCEPT TLIMAPROV
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R7.

       R9.
           ACCEPT TPDAAUT
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R7.
           IF PDA-AUTORIZA = "s"
              MOVE "S" TO PDA-AUTORIZA.
           IF PDA-AUTORIZA = "n" OR SPACES
              MOVE "N" TO PDA-AUTORIZA.
           IF PDA-AUTORIZA NOT = "S" AND "N"
              MOVE "DIGITE APENAS S=SIM OU N=NAO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R9.
           IF PDA-AUTORIZA = "N"
              MOVE ZEROS TO PDA-LIMITE
              DISPLAY TPDALIM
              GO TO RALT.

       R9A.
           ACCEPT TPDALIM
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R9.

       RALT.
             IF W-SEL = 1
             GO TO ALT-OPC.
           MOVE "INCLUSAO" TO LOG-OPERACAO
           MOVE USU-CODIGO TO LOG-CHAVEREG
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM
           PERFORM GRAVA-ALC THRU GRAVA-ALC-FIM
           PERFORM GRAVA-PDA THRU GRAVA-PDA-FIM
           MOVE "DADOS GRAVADOS" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.
              MOVE "EXCLUSAO" TO LOG-OPERACAO
              MOVE USU-CODIGO TO LOG-CHAVEREG
              PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM
              PERFORM EXC-ALC THRU EXC-ALC-FIM
              PERFORM EXC-PDA THRU EXC-PDA-FIM
              MOVE "*** REGISTRO USUARIO EXCLUIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
              MOVE "ALTERACAO" TO LOG-OPERACAO
              MOVE USU-CODIGO TO LOG-CHAVEREG
              PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM
              PERFORM GRAVA-ALC THRU GRAVA-ALC-FIM
              PERFORM GRAVA-PDA THRU GRAVA-PDA-FIM
              MOVE "*** REGISTRO ALTERADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.

      *
      **************************************
      * ALCADA DE COMPRAS DO OPERADOR      *
      **************************************
      *
       LE-ALC.
           MOVE USU-CODIGO TO ALC-CODIGO
           READ ARQALC
           IF ST-ERRO2 = "00"
              MOVE "S" TO W-ALCACHOU
              MOVE REGALC TO W-ALCSAVE
           ELSE
              MOVE "N" TO W-ALCACHOU
              MOVE "N" TO ALC-APROVADOR
              MOVE ZEROS TO ALC-LIMCOMPRA ALC-LIMAPROV.
       LE-ALC-FIM.
           EXIT.

       GRAVA-ALC.
           MOVE USU-CODIGO TO ALC-CODIGO
           IF W-ALCACHOU = "S" AND REGALC = W-ALCSAVE
              GO TO GRAVA-ALC-FIM.
           IF W-ALCACHOU = "S"
              REWRITE REGALC
              MOVE W-ALCSAVE TO W-IMGANT
           ELSE
              MOVE SPACES TO W-IMGANT
              WRITE REGALC.
           MOVE REGALC TO W-IMGNOV
           MOVE "ALCADA" TO LOG-OPERACAO
           MOVE USU-CODIGO TO LOG-CHAVEREG
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM.
       GRAVA-ALC-FIM.
           EXIT.

       EXC-ALC.
           IF W-ALCACHOU NOT = "S"
              GO TO EXC-ALC-FIM.
           MOVE USU-CODIGO TO ALC-CODIGO
           DELETE ARQALC RECORD.
       EXC-ALC-FIM.
           EXIT.

      *
      **************************************
      * AUTORIZACAO DE BAIXA POR PERDA     *
      **************************************
      *
       LE-PDA.
           MOVE USU-CODIGO TO PDA-CODIGO
           READ ARQPDA
           IF ST-ERRO3 = "00"
              MOVE "S" TO W-PDAACHOU
              MOVE REGPDA TO W-PDASAVE
           ELSE
              MOVE "N" TO W-PDAACHOU
              MOVE "N" TO PDA-AUTORIZA
              MOVE ZEROS TO PDA-LIMITE.
       LE-PDA-FIM.
           EXIT.

       GRAVA-PDA.
           MOVE USU-CODIGO TO PDA-CODIGO
           IF W-PDAACHOU = "S" AND REGPDA = W-PDASAVE
              GO TO GRAVA-PDA-FIM.
           IF W-PDAACHOU = "S"
              REWRITE REGPDA
              MOVE W-PDASAVE TO W-IMGANT
           ELSE
              MOVE SPACES TO W-IMGANT
              WRITE REGPDA.
           MOVE REGPDA TO W-IMGNOV
           MOVE "PERDA-AUT" TO LOG-OPERACAO
           MOVE USU-CODIGO TO LOG-CHAVEREG
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM.
       GRAVA-PDA-FIM.
           EXIT.

       EXC-PDA.
           IF W-PDAACHOU NOT = "S"
              GO TO EXC-PDA-FIM.
           MOVE USU-CODIGO TO PDA-CODIGO
           DELETE ARQPDA RECORD.
       EXC-PDA-FIM.
           EXIT.

       GRAVA-LOG.
           ACCEPT LOG-DATA FROM DATE YYYYMMDD.
           ACCEPT LOG-HORA FROM TIME.
           EXIT.

       ROT-FIM.
           CLOSE ARQUSU ARQLOG ARQALC ARQPDA.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
