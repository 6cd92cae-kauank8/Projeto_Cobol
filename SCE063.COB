                    RECORD KEY   IS TITX-CHAVE
                    FILE STATUS  IS ST-ERRO2.

           SELECT ARQTITMV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TMV-CHAVE
                    FILE STATUS  IS ST-ERRO2.

           SELECT RELDRE ASSIGN TO W-NOMEREL
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO3.
             05 TITX-PARCELA   PIC 9(2).
          03 TITX-CATEG        PIC X(08).
          03 TITX-DESCR        PIC X(30).
      *-----------------------------------------------------------------
       FD ARQTITMV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQTITMV.DAT".
       01 REGTITMV.
          03 TMV-CHAVE.
             05 TMV-NUMPED     PIC 9(6).
             05 TMV-TIPEDIDO   PIC 9(1).
             05 TMV-PARCELA    PIC 9(2).
             05 TMV-SEQ        PIC 9(2).
          03 TMV-DTPAGTO       PIC 9(8).
          03 TMV-VALOR         PIC 9(8)V99.
          03 TMV-OPERADOR      PIC X(10).
          03 TMV-NATUREZA      PIC X(1).
          03 TMV-FORMA         PIC X(2).
          03 TMV-CONTA         PIC 9(3).
      *-----------------------------------------------------------------
       FD RELDRE
               LABEL RECORD IS STANDARD.
       01 W-MARGEM      PIC S9(10)V99 VALUE ZEROS.
       01 W-TOTDESP     PIC S9(10)V99 VALUE ZEROS.
       01 W-RESULT      PIC S9(10)V99 VALUE ZEROS.
       01 W-PERDA       PIC S9(10)V99 VALUE ZEROS.
       01 W-RECUP       PIC S9(10)V99 VALUE ZEROS.
       01 W-VARPAS      PIC S9(10)V99 VALUE ZEROS.
       01 W-VARATV      PIC S9(10)V99 VALUE ZEROS.
       01 W-TMVOK       PIC X(01) VALUE "N".
       01 W-QTDCAT      PIC 9(02) VALUE ZEROS.
       01 W-CX          PIC 9(02) COMP VALUE ZEROS.
       01 W-ACHOU       PIC X(01) VALUE "N".
           OPEN INPUT ARQTIT.
       ABRE-TITX.
           OPEN INPUT ARQTITX.
       ABRE-TITMV.
           OPEN INPUT ARQTITMV
           IF ST-ERRO2 = "00"
              MOVE "S" TO W-TMVOK
           ELSE
              MOVE "N" TO W-TMVOK.

       R1.
           IF W-DREANOMES NOT = ZEROS
      *
       DRE-APURA.
           MOVE ZEROS TO W-RECEITA W-CMV W-MARGEM W-TOTDESP W-RESULT
           MOVE ZEROS TO W-PERDA W-RECUP W-VARPAS W-VARATV
           MOVE ZEROS TO W-QTDCAT
           MOVE ZEROS TO CHAVE
           START ARQPED KEY IS NOT LESS CHAVE INVALID KEY
       DRE-DESP.
           MOVE ZEROS TO TIT-CHAVE
           START ARQTIT KEY IS NOT LESS TIT-CHAVE INVALID KEY
                 GO TO DRE-PERDA.

       DRE-DESP-RD.
           READ ARQTIT NEXT
           IF ST-ERRO2 NOT = "00"
              GO TO DRE-PERDA.
           MOVE "*** APURANDO DESPESAS POR CATEGORIA ***" TO MENS
           DISPLAY (23, 13) MENS
           IF TIT-TIPEDIDO NOT = 9
       DRE-ACUMCAT-FIM.
           EXIT.

      *
      ****************************
      * PERDAS E RECUPERACOES     *
      ****************************
      *
       DRE-PERDA.
           IF W-TMVOK NOT = "S"
              GO TO DRE-GRAVA.
           MOVE ZEROS TO TMV-CHAVE
           START ARQTITMV KEY IS NOT LESS TMV-CHAVE INVALID KEY
                 GO TO DRE-GRAVA.

       DRE-PERDA-RD.
           READ ARQTITMV NEXT
           IF ST-ERRO2 NOT = "00"
              GO TO DRE-GRAVA.
           MOVE "*** APURANDO PERDAS E VARIACAO CAMBIAL ***" TO MENS
           DISPLAY (23, 13) MENS
           IF TMV-NATUREZA NOT = "X" AND TMV-NATUREZA NOT = "R"
              AND TMV-NATUREZA NOT = "V" AND TMV-NATUREZA NOT = "A"
              GO TO DRE-PERDA-RD.
           MOVE TMV-DTPAGTO (1:6) TO W-PEDAM
           IF W-PEDAM NOT = W-ANOMES
              GO TO DRE-PERDA-RD.
           IF TMV-NATUREZA = "X"
              ADD TMV-VALOR TO W-PERDA.
           IF TMV-NATUREZA = "R"
              ADD TMV-VALOR TO W-RECUP.
           IF TMV-NATUREZA = "V"
              ADD TMV-VALOR TO W-VARPAS.
           IF TMV-NATUREZA = "A"
              ADD TMV-VALOR TO W-VARATV.
           GO TO DRE-PERDA-RD.

       DRE-GRAVA.
           COMPUTE W-MARGEM = W-RECEITA - W-CMV
           COMPUTE W-RESULT = W-MARGEM - W-TOTDESP - W-PERDA + W-RECUP
                            - W-VARPAS + W-VARATV
           MOVE ZEROS TO W-LINHA
           MOVE "RECEITA BRUTA DE VENDAS" TO DRE-DESCR
           MOVE W-RECEITA TO DRE-VALOR
           PERFORM DRE-GRAVALIN THRU DRE-GRAVALIN-FIM
           GO TO DRE-GRAVA-CAT.
       DRE-GRAVA-RES.
           IF W-PERDA NOT = ZEROS
              MOVE "(-) PERDAS COM CLIENTES" TO DRE-DESCR
              MOVE W-PERDA TO DRE-VALOR
              PERFORM DRE-GRAVALIN THRU DRE-GRAVALIN-FIM.
           IF W-RECUP NOT = ZEROS
              MOVE "(+) RECUPERACAO DE PERDAS" TO DRE-DESCR
              MOVE W-RECUP TO DRE-VALOR
              PERFORM DRE-GRAVALIN THRU DRE-GRAVALIN-FIM.
           IF W-VARPAS NOT = ZEROS
              MOVE "(-) VARIACAO CAMBIAL PASSIVA" TO DRE-DESCR
              MOVE W-VARPAS TO DRE-VALOR
              PERFORM DRE-GRAVALIN THRU DRE-GRAVALIN-FIM.
           IF W-VARATV NOT = ZEROS
              MOVE "(+) VARIACAO CAMBIAL ATIVA" TO DRE-DESCR
              MOVE W-VARATV TO DRE-VALOR
              PERFORM DRE-GRAVALIN THRU DRE-GRAVALIN-FIM.
           MOVE "(=) RESULTADO LIQUIDO" TO DRE-DESCR
           MOVE W-RESULT TO DRE-VALOR
           PERFORM DRE-GRAVALIN THRU DRE-GRAVALIN-FIM
           CLOSE ARQDRE ARQPED ARQPEDIT ARQPRO ARQTIT ARQTITX.
           IF W-FECHOK = "S"
              CLOSE ARQFECH.
           IF W-TMVOK = "S"
              CLOSE ARQTITMV.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
