       01 W-CALDT1      PIC 9(08) VALUE ZEROS.
       01 W-CALDT2      PIC 9(08) VALUE ZEROS.
       01 W-CALRES      PIC S9(06) VALUE ZEROS.
       01 W-APFUNC      PIC X(01) VALUE SPACES.
       01 W-APVALOR     PIC 9(08)V99 VALUE ZEROS.
       01 W-APORIGEM    PIC X(08) VALUE "SCE071".
       01 W-APTITST     PIC X(01) VALUE "B".
       01 W-APRET       PIC X(02) VALUE SPACES.
       01 W-QTDRET      PIC 9(02) VALUE ZEROS.
       01 W-QTDPED      PIC 9(02) VALUE ZEROS.
       01 W-DX          PIC 9(03) COMP VALUE ZEROS.
       01 W-DIAS        PIC 9(03) VALUE ZEROS.
              MOVE "*** NENHUMA OFERTA VENCEDORA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE ZEROS TO W-DX W-QTDRET.
       GER-ENCERRA-LOOP.
           ADD 1 TO W-DX
           IF W-DX > W-QTDFORN
           MOVE W-FORNCPF (W-DX) TO FORNECEDOR
           MOVE W-FORNTOT (W-DX) TO TOTAL
           MOVE "P"              TO PED-STATUS
           MOVE "V"              TO W-APFUNC
           MOVE TOTAL            TO W-APVALOR
           CALL "SCE119" USING W-APFUNC W-OPERADOR NUMPEDIDO W-APVALOR
                               W-APORIGEM W-APTITST W-APRET
           IF W-APRET = "10"
              MOVE "E" TO PED-STATUS.
           MOVE W-DTHOJE         TO DTPEDIDO
           MOVE W-FORNPED (W-DX) TO IT-NUMPEDIDO
           MOVE 1                TO IT-TIPEDIDO
           IF ST-ERRO NOT = "00"
              REWRITE REGPEDX.
           PERFORM GER-TITULO THRU GER-TITULO-FIM
           IF PED-STATUS = "E"
              MOVE "R" TO W-APFUNC
              CALL "SCE119" USING W-APFUNC W-OPERADOR NUMPEDIDO
                                  W-APVALOR W-APORIGEM W-APTITST
                                  W-APRET
              ADD 1 TO W-QTDRET.
           GO TO GER-ENCERRA-LOOP.

       GER-TITULO.
           MOVE W-CALDT2         TO TIT-VENCTO
           MOVE W-FORNTOT (W-DX) TO TIT-VALOR
           MOVE W-FORNTOT (W-DX) TO TIT-SALDO
           MOVE "B"              TO TIT-STATUS
           MOVE W-FILIAL         TO TIT-FILIAL
           WRITE REGTIT
           IF ST-ERRO NOT = "00"
              REWRITE REGTIT.
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM
           DISPLAY (18, 03) "PEDIDOS DE COMPRA GERADOS: "
           DISPLAY (18, 31) W-QTDFORN
           IF W-QTDRET > ZEROS
              DISPLAY (19, 03) "RETIDOS P/ APROVACAO .....: "
              DISPLAY (19, 31) W-QTDRET.
           MOVE "*** PEDIDOS GERADOS - COTACAO ENCERRADA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.
