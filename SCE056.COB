                    RECORD KEY   IS TITX-CHAVE
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQTITME ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                    RECORD KEY   IS TME-CHAVE
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQMOE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MOE-CODIGO
                    FILE STATUS  IS ST-ERRO2.

           SELECT ARQSEQ ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
             05 TITX-PARCELA   PIC 9(2).
          03 TITX-CATEG        PIC X(08).
          03 TITX-DESCR        PIC X(30).
      *-----------------------------------------------------------------
       FD ARQTITME
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQTITME.DAT".
       01 REGTITME.
          03 TME-CHAVE.
             05 TME-NUMPED     PIC 9(6).
             05 TME-TIPEDIDO   PIC 9(1).
             05 TME-PARCELA    PIC 9(2).
          03 TME-MOEDA         PIC X(03).
          03 TME-VALORME       PIC 9(08)V99.
          03 TME-TAXAEMI       PIC 9(04)V9(06).
          03 TME-SALDOME       PIC 9(08)V99.
      *-----------------------------------------------------------------
       FD ARQMOE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQMOE.DAT".
       01 REGMOE.
          03 MOE-CODIGO        PIC X(03).
          03 MOE-DESCR         PIC X(20).
      *-----------------------------------------------------------------
       FD ARQSEQ
               LABEL RECORD IS STANDARD
       01 DADOS         PIC X(01) VALUE SPACES.
       01 W-CLIOK       PIC X(01) VALUE "N".
       01 W-FOROK       PIC X(01) VALUE "N".
       01 W-MOEOK       PIC X(01) VALUE "N".
       01 W-TIPO        PIC X(01) VALUE SPACES.
       01 W-CPFCNPJ     PIC 9(14) VALUE ZEROS.
       01 W-CATEG       PIC X(08) VALUE SPACES.
       01 W-DESCR       PIC X(30) VALUE SPACES.
       01 W-VLTOTAL     PIC 9(08)V99 VALUE ZEROS.
       01 W-MOEDA       PIC X(03) VALUE SPACES.
       01 W-TAXA        PIC 9(04)V9(06) VALUE ZEROS.
       01 W-VLTOTRS     PIC 9(08)V99 VALUE ZEROS.
       01 W-VLCALC      PIC 9(12)V99 VALUE ZEROS.
       01 W-VLPARCME    PIC 9(08)V99 VALUE ZEROS.
       01 W-VLULTME     PIC 9(08)V99 VALUE ZEROS.
       01 W-CMMOEDA     PIC X(03) VALUE SPACES.
       01 W-CMDATA      PIC 9(08) VALUE ZEROS.
       01 W-CMTAXA      PIC 9(04)V9(06) VALUE ZEROS.
       01 W-CMDTTAXA    PIC 9(08) VALUE ZEROS.
       01 W-CMRET       PIC X(02) VALUE SPACES.
       01 W-QTDPARC     PIC 9(02) VALUE ZEROS.
       01 W-NUMAVUL     PIC 9(06) VALUE ZEROS.
       01 W-EMISSAO     PIC 9(08) VALUE ZEROS.
               LINE 04  COLUMN 25  PIC X(01)
               USING  W-TIPO
               HIGHLIGHT.
           05  LINE 04  COLUMN 40
               VALUE  "Moeda (branco=R$) .:".
           05  TMOEDA
               LINE 04  COLUMN 62  PIC X(03)
               USING  W-MOEDA
               HIGHLIGHT.
           05  LINE 06  COLUMN 03
               VALUE  "CPF/CNPJ ..........:".
           05  TCPFCNPJ
               LINE 12  COLUMN 25  PIC 9(08)V99
               USING  W-VLTOTAL
               HIGHLIGHT.
           05  LINE 12  COLUMN 40
               VALUE  "Taxa emissao ......:".
           05  TTAXA
               LINE 12  COLUMN 62  PIC ZZZ9,999999
               USING  W-TAXA
               HIGHLIGHT.
           05  LINE 14  COLUMN 40
               VALUE  "Total em R$ .......:".
           05  TVLTOTRS
               LINE 14  COLUMN 62  PIC ZZ.ZZZ.ZZ9,99
               USING  W-VLTOTRS
               HIGHLIGHT.
           05  LINE 14  COLUMN 03
               VALUE  "Qtd Parcelas ......:".
           05  TQTDPARC
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

       ABRE-TITME.
           OPEN I-O ARQTITME
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT ARQTITME
                 CLOSE ARQTITME
                 OPEN I-O ARQTITME
              ELSE
                 MOVE "ERRO NA ABERTURA DOS TITULOS EM MOEDA" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

       ABRE-MOE.
           OPEN INPUT ARQMOE
           IF ST-ERRO2 = "00"
              MOVE "S" TO W-MOEOK
           ELSE
              MOVE "N" TO W-MOEOK.

       ABRE-SEQ.
           OPEN I-O ARQSEQ
           IF ST-ERRO NOT = "00"
              GO TO R-OPERADOR.

       R1.
           MOVE SPACES TO W-TIPO W-CATEG W-DESCR W-MOEDA
           MOVE ZEROS TO W-CPFCNPJ W-VLTOTAL W-VCTO1
           MOVE ZEROS TO W-TAXA W-VLTOTRS
           MOVE 01 TO W-QTDPARC
           DISPLAY TSCE056.

              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.

       R2A.
           IF W-TIPO = "R"
              MOVE SPACES TO W-MOEDA
              DISPLAY TMOEDA
              GO TO R3.
           MOVE ZEROS TO W-TAXA
           ACCEPT TMOEDA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R2.
           INSPECT W-MOEDA CONVERTING
                   "abcdefghijklmnopqrstuvwxyz" TO
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF W-MOEDA = "BRL"
              MOVE SPACES TO W-MOEDA.
           DISPLAY TMOEDA
           IF W-MOEDA = SPACES
              GO TO R3.
           IF W-MOEOK NOT = "S"
              MOVE "CADASTRO DE MOEDAS INDISPONIVEL" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2A.
           MOVE W-MOEDA TO MOE-CODIGO
           READ ARQMOE
           IF ST-ERRO2 NOT = "00"
              MOVE "MOEDA NAO CADASTRADA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2A.

       R3.
           ACCEPT TCPFCNPJ
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R2A.
           IF W-CPFCNPJ = ZEROS
              MOVE "CPF/CNPJ EM BRANCO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R6.

       R6A.
           IF W-MOEDA = SPACES
              MOVE ZEROS TO W-TAXA
              MOVE W-VLTOTAL TO W-VLTOTRS
              DISPLAY TTAXA
              DISPLAY TVLTOTRS
              GO TO R7.
           IF W-TAXA = ZEROS
              PERFORM ROT-COTACAO THRU ROT-COTACAO-FIM.
           ACCEPT TTAXA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R6.
           IF W-TAXA = ZEROS
              MOVE "TAXA DE EMISSAO EM BRANCO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R6A.
           COMPUTE W-VLCALC ROUNDED = W-VLTOTAL * W-TAXA
           IF W-VLCALC > 99999999,99
              MOVE "VALOR EM R$ EXCEDE O LIMITE DO TITULO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R6.
           MOVE W-VLCALC TO W-VLTOTRS
           DISPLAY TVLTOTRS.

       R7.
           ACCEPT TQTDPARC
           ACCEPT W-ACT FROM ESCAPE KEY
       INC-WR1.
           PERFORM ROT-NUMAVUL THRU ROT-NUMAVUL-FIM
           ACCEPT W-EMISSAO FROM DATE YYYYMMDD
           DIVIDE W-VLTOTRS BY W-QTDPARC GIVING W-VLPARC
           COMPUTE W-VLULT = W-VLTOTRS - (W-VLPARC * (W-QTDPARC - 1))
           DIVIDE W-VLTOTAL BY W-QTDPARC GIVING W-VLPARCME
           COMPUTE W-VLULTME =
              W-VLTOTAL - (W-VLPARCME * (W-QTDPARC - 1))
           MOVE ZEROS TO W-PARC.

       INC-WR1-LOOP.
           WRITE REGTITX
           IF ST-ERRO NOT = "00"
              REWRITE REGTITX.
           IF W-MOEDA NOT = SPACES
              PERFORM GRAVA-TITME THRU GRAVA-TITME-FIM.
           GO TO INC-WR1-LOOP.

       INC-WR2.
           MOVE SPACES TO LOG-CHAVEREG
           STRING W-NUMAVUL "-9-" W-TIPO "-" W-CATEG
                  DELIMITED BY SIZE INTO LOG-CHAVEREG
           IF W-MOEDA NOT = SPACES
              STRING "MOEDA " W-MOEDA " VALOR " W-VLTOTAL
                     " TAXA " W-TAXA " R$ " W-VLTOTRS
                     DELIMITED BY SIZE INTO W-IMGNOV.
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM
           DISPLAY (19, 03) "NUMERO DO TITULO AVULSO GERADO: "
           DISPLAY (19, 35) W-NUMAVUL
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.

       GRAVA-TITME.
           MOVE W-NUMAVUL TO TME-NUMPED
           MOVE 9         TO TME-TIPEDIDO
           MOVE W-PARC    TO TME-PARCELA
           MOVE W-MOEDA   TO TME-MOEDA
           MOVE W-TAXA    TO TME-TAXAEMI
           IF W-PARC = W-QTDPARC
              MOVE W-VLULTME TO TME-VALORME
           ELSE
              MOVE W-VLPARCME TO TME-VALORME.
           MOVE TME-VALORME TO TME-SALDOME
           WRITE REGTITME
           IF ST-ERRO NOT = "00"
              REWRITE REGTITME.
       GRAVA-TITME-FIM.
           EXIT.

       ROT-COTACAO.
           MOVE W-MOEDA TO W-CMMOEDA
           ACCEPT W-CMDATA FROM DATE YYYYMMDD
           CALL "SCE144" USING W-CMMOEDA W-CMDATA W-CMTAXA
                               W-CMDTTAXA W-CMRET
           IF W-CMRET = "00"
              MOVE W-CMTAXA TO W-TAXA
              DISPLAY TTAXA
           ELSE
              MOVE "SEM COTACAO CADASTRADA - INFORME A TAXA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
       ROT-COTACAO-FIM.
           EXIT.

       ROT-NUMAVUL.
           MOVE "TITAVULS" TO SEQ-ID
           READ ARQSEQ
      *
       ROT-FIM.
           DISPLAY (01, 01) ERASE.
           CLOSE ARQTIT ARQTITX ARQTITME ARQSEQ ARQLOG.
           IF W-MOEOK = "S"
              CLOSE ARQMOE.
           IF W-CLIOK = "S"
              CLOSE ARQCLI.
           IF W-FOROK = "S"
