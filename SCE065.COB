                    RECORD KEY   IS IL-CHAVE
                    FILE STATUS  IS ST-ERRO2.

           SELECT ARQITKIT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KX-CHAVE
                    FILE STATUS  IS ST-ERRO2.

           SELECT ARQLOTMV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS LMV-CHAVE
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQPRSER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PRS-CODIGO
                    FILE STATUS  IS ST-ERRO2.

           SELECT ARQNSER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                    RECORD KEY   IS NS-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS NS-SERIE
                                   WITH DUPLICATES.

           SELECT ARQENDER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS EDR-CHAVE
                    FILE STATUS  IS ST-ERRO2.

           SELECT ARQPEND ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                    RECORD KEY   IS PEN-CHAVE
                    FILE STATUS  IS ST-ERRO2
                    ALTERNATE RECORD KEY IS PEN-ENDER
                                   WITH DUPLICATES.

           SELECT ARQRES ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                    RECORD KEY   IS RES-CHAVE
                    FILE STATUS  IS ST-ERRO2
                    ALTERNATE RECORD KEY IS RES-CODPROD
                                   WITH DUPLICATES.

           SELECT RELSEP ASSIGN TO W-NOMEREL
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO3.
             05 IL-TIPEDIDO    PIC 9(1).
             05 IL-SEQ         PIC 9(3).
          03 IL-LOTE           PIC X(10).
      *-----------------------------------------------------------------
       FD ARQITKIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQITKIT.DAT".
       01 REGITKIT.
          03 KX-CHAVE.
             05 KX-NUMPEDIDO   PIC 9(6).
             05 KX-TIPEDIDO    PIC 9(1).
             05 KX-SEQ         PIC 9(3).
          03 KX-QTDEST         PIC 9(06).
      *-----------------------------------------------------------------
       FD ARQLOTMV
               LABEL RECORD IS STANDARD
          03 LMV-QTD           PIC 9(06).
          03 LMV-LOCAL         PIC 9(02).
          03 LMV-OPERADOR      PIC X(10).
      *-----------------------------------------------------------------
       FD ARQENDER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQENDER.DAT".
       01 REGENDER.
          03 EDR-CHAVE.
             05 EDR-LOCAL      PIC 9(02).
             05 EDR-RUA        PIC X(02).
             05 EDR-PREDIO     PIC 9(02).
             05 EDR-NIVEL      PIC 9(02).
             05 EDR-APTO       PIC 9(02).
          03 EDR-SEQPERC       PIC 9(05).
          03 EDR-ATIVO         PIC X(01).
      *-----------------------------------------------------------------
       FD ARQPEND
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPEND.DAT".
       01 REGPEND.
          03 PEN-CHAVE.
             05 PEN-CODPROD    PIC 9(06).
             05 PEN-ENDER.
                07 PEN-LOCAL   PIC 9(02).
                07 PEN-RUA     PIC X(02).
                07 PEN-PREDIO  PIC 9(02).
                07 PEN-NIVEL   PIC 9(02).
                07 PEN-APTO    PIC 9(02).
          03 PEN-QTD           PIC 9(06).
      *-----------------------------------------------------------------
       FD ARQRES
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQRES.DAT".
       01 REGRES.
          03 RES-CHAVE.
             05 RES-NUMPED     PIC 9(06).
             05 RES-TIPEDIDO   PIC 9(01).
             05 RES-SEQ        PIC 9(03).
          03 RES-CODPROD       PIC 9(06).
          03 RES-LOCAL         PIC 9(02).
          03 RES-QTD           PIC 9(06).
          03 RES-STATUS        PIC X(01).
          03 RES-DTRES         PIC 9(08).
          03 RES-DTBAIXA       PIC 9(08).
      *-----------------------------------------------------------------
       FD RELSEP
               LABEL RECORD IS STANDARD.
          03 SPL-ARQUIVO       PIC X(30).
          03 SPL-OPERADOR      PIC X(10).
          03 SPL-QTDREG        PIC 9(06).
      *-----------------------------------------------------------------
       FD ARQPRSER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPRSER.DAT".
       01 REGPRSER.
          03 PRS-CODIGO        PIC 9(06).
          03 PRS-CTLSER        PIC X(01).
          03 PRS-GARANTIA      PIC 9(03).
      *-----------------------------------------------------------------
       FD ARQNSER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQNSER.DAT".
       01 REGNSER.
          03 NS-CHAVE.
             05 NS-CODPROD     PIC 9(06).
             05 NS-SERIE       PIC X(20).
          03 NS-STATUS         PIC X(01).
          03 NS-LOCAL          PIC 9(02).
          03 NS-FORNEC         PIC 9(14).
          03 NS-PEDCOMPRA      PIC 9(06).
          03 NS-DTENTRADA      PIC 9(08).
          03 NS-PEDVENDA       PIC 9(06).
          03 NS-CLIENTE        PIC 9(14).
          03 NS-DTVENDA        PIC 9(08).
          03 NS-DTGARANT       PIC 9(08).
          03 NS-DTDEVOL        PIC 9(08).
      *-----------------------------------------------------------------
       FD ARQLOG
               LABEL RECORD IS STANDARD
       01 W-KITOK       PIC X(01) VALUE "N".
       01 W-QTDCOMP     PIC 9(06) VALUE ZEROS.
       01 W-FALTACOMP   PIC 9(06) VALUE ZEROS.
       01 W-ITKOK       PIC X(01) VALUE "N".
       01 W-EXPEST      PIC 9(06) VALUE ZEROS.
       01 W-FALEST      PIC 9(06) VALUE ZEROS.
       01 W-KEXPRES     PIC 9(06) VALUE ZEROS.
       01 W-KFALRES     PIC 9(06) VALUE ZEROS.
       01 W-PRSOK       PIC X(01) VALUE "N".
       01 W-CTLSER      PIC X(01) VALUE "N".
       01 W-GARANTIA    PIC 9(03) VALUE ZEROS.
       01 W-SERIE       PIC X(20) VALUE SPACES.
       01 W-SERCONT     PIC 9(06) VALUE ZEROS.
       01 W-SERNUM      PIC 9(06) VALUE ZEROS.
       01 W-DTGAR       PIC 9(08) VALUE ZEROS.
       01 W-DTGARTAB REDEFINES W-DTGAR.
          03 W-GARANO   PIC 9(04).
          03 W-GARMES   PIC 9(02).
          03 W-GARDIA   PIC 9(02).
       01 W-GARTOT      PIC 9(05) VALUE ZEROS.
       01 W-DIASMES     PIC 9(02) VALUE ZEROS.
       01 W-ZQUOC       PIC 9(06) VALUE ZEROS.
       01 W-ZRESTO      PIC 9(03) VALUE ZEROS.
       01 LIN           PIC 9(03) VALUE 001.
       01 W-QTDLIN      PIC 9(06) VALUE ZEROS.
       01 W-NOMEREL     PIC X(30) VALUE SPACES.
       01 W-DTSPOOL     PIC 9(08) VALUE ZEROS.
       01 W-HRSPOOL     PIC 9(08) VALUE ZEROS.
       01 W-ENDOK       PIC X(01) VALUE "N".
       01 W-RESOK       PIC X(01) VALUE "N".
       01 W-RESST       PIC X(01) VALUE SPACES.
       01 W-SEPQTD      PIC 9(03) VALUE ZEROS.
       01 W-SI          PIC 9(03) VALUE ZEROS.
       01 W-SJ          PIC 9(03) VALUE ZEROS.
       01 W-SEPTAB.
          03 W-SEPITEM  OCCURS 99 TIMES.
             05 W-STORD.
                07 W-STPERC  PIC 9(05).
                07 W-STSEQ   PIC 9(03).
             05 W-STCOD      PIC 9(06).
             05 W-STQTD      PIC 9(06).
             05 W-STEND      PIC X(11).
       01 W-SEPAUX      PIC X(31) VALUE SPACES.
       01 W-BQTD        PIC 9(06) VALUE ZEROS.
       01 W-BBAIXA      PIC 9(06) VALUE ZEROS.
       01 W-BTIRA       PIC 9(06) VALUE ZEROS.
       01 W-BACHOU      PIC X(01) VALUE "N".
       01 W-BSUF        PIC X(01) VALUE "N".
       01 W-BSEQ        PIC 9(05) VALUE ZEROS.
       01 W-BSALDO      PIC 9(06) VALUE ZEROS.
       01 W-BENDER.
          03 W-BLOCAL   PIC 9(02) VALUE ZEROS.
          03 W-BRUA     PIC X(02) VALUE SPACES.
          03 W-BPREDIO  PIC 9(02) VALUE ZEROS.
          03 W-BNIVEL   PIC 9(02) VALUE ZEROS.
          03 W-BAPTO    PIC 9(02) VALUE ZEROS.
       01 W-ENDFMT.
          03 W-EFRUA    PIC X(02) VALUE SPACES.
          03 FILLER     PIC X(01) VALUE "-".
          03 W-EFPREDIO PIC 9(02) VALUE ZEROS.
          03 FILLER     PIC X(01) VALUE "-".
          03 W-EFNIVEL  PIC 9(02) VALUE ZEROS.
          03 FILLER     PIC X(01) VALUE "-".
          03 W-EFAPTO   PIC 9(02) VALUE ZEROS.

      *-----------------------------------------------------------------
      *
          03 FILLER       PIC X(09) VALUE "  LOCAL: ".
          03 CABLOCAL     PIC 9(02).

       01 REL-CAB2.
          03 FILLER       PIC X(07) VALUE "  SEQ  ".
          03 FILLER       PIC X(13) VALUE "ENDERECO".
          03 FILLER       PIC X(08) VALUE "PRODUTO".
          03 FILLER       PIC X(32) VALUE "DESCRICAO".
          03 FILLER       PIC X(06) VALUE "   QTD".

       01 REL-DET.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 DETSEQ       PIC 9(03) VALUE ZEROS.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 DETEND       PIC X(11) VALUE SPACES.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 DETCOD       PIC 9(06) VALUE ZEROS.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 DETDESC      PIC X(30) VALUE SPACES.
       ABRE-ITLOT.
           OPEN INPUT ARQITLOT.

       ABRE-ITKIT.
           OPEN INPUT ARQITKIT
           IF ST-ERRO2 = "00"
              MOVE "S" TO W-ITKOK
           ELSE
              MOVE "N" TO W-ITKOK.

       ABRE-LOTMV.
           OPEN I-O ARQLOTMV
           IF ST-ERRO NOT = "00"
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

       ABRE-PRSER.
           OPEN INPUT ARQPRSER
           IF ST-ERRO2 = "00"
              MOVE "S" TO W-PRSOK
           ELSE
              MOVE "N" TO W-PRSOK.

       ABRE-NSER.
           OPEN I-O ARQNSER
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT ARQNSER
                 CLOSE ARQNSER
                 OPEN I-O ARQNSER
              ELSE
                 MOVE "ERRO NA ABERTURA DOS NUMEROS DE SERIE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

       ABRE-ENDER.
           MOVE "N" TO W-ENDOK
           OPEN INPUT ARQENDER
           IF ST-ERRO2 NOT = "00"
              GO TO ABRE-RES.
           OPEN I-O ARQPEND
           IF ST-ERRO2 = "00"
              MOVE "S" TO W-ENDOK
           ELSE
              CLOSE ARQENDER.

       ABRE-RES.
           OPEN I-O ARQRES
           IF ST-ERRO2 = "00"
              MOVE "S" TO W-RESOK
           ELSE
              MOVE "N" TO W-RESOK.

       ABRE-LOG.
           OPEN I-O ARQLOG
           IF ST-ERRO NOT = "00"
           WRITE LINHA-REL FROM REL-CAB
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           WRITE LINHA-REL FROM REL-CAB2
           MOVE ZEROS TO W-QTDLIN W-SEPQTD
           MOVE NUMPEDIDO TO IT-NUMPEDIDO
           MOVE TIPEDIDO  TO IT-TIPEDIDO
           MOVE ZEROS     TO IT-SEQ
       SEP-RD.
           READ ARQPEDIT NEXT
           IF ST-ERRO NOT = "00"
              GO TO SEP-ORDENA.
           IF IT-NUMPEDIDO NOT = NUMPEDIDO OR
              IT-TIPEDIDO NOT = TIPEDIDO
              GO TO SEP-ORDENA.
           IF W-SEPQTD NOT < 99
              CLOSE RELSEP
              MOVE "LIMITE DE ITENS DA LISTA ATINGIDO - NAO GERADA"
                 TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
           ADD 1 TO W-SEPQTD
           MOVE IT-SEQ        TO W-STSEQ (W-SEPQTD)
           MOVE IT-CODPROD    TO W-STCOD (W-SEPQTD)
           MOVE IT-QUANTIDADE TO W-STQTD (W-SEPQTD)
           MOVE IT-CODPROD    TO CODIGO
           MOVE IT-QUANTIDADE TO W-BQTD
           PERFORM END-BUSCA THRU END-BUSCA-FIM
           IF W-BACHOU = "S"
              MOVE W-BSEQ    TO W-STPERC (W-SEPQTD)
              MOVE W-BRUA    TO W-EFRUA
              MOVE W-BPREDIO TO W-EFPREDIO
              MOVE W-BNIVEL  TO W-EFNIVEL
              MOVE W-BAPTO   TO W-EFAPTO
              MOVE W-ENDFMT  TO W-STEND (W-SEPQTD)
              GO TO SEP-RD.
           MOVE 99999 TO W-STPERC (W-SEPQTD)
           IF W-ENDOK = "S"
              MOVE "SEM ENDER." TO W-STEND (W-SEPQTD)
           ELSE
              MOVE SPACES TO W-STEND (W-SEPQTD).
           GO TO SEP-RD.
       SEP-ORDENA.
           MOVE 1 TO W-SI.
       SEP-ORD-I.
           IF W-SI NOT < W-SEPQTD
              GO TO SEP-GRAVA.
           COMPUTE W-SJ = W-SI + 1.
       SEP-ORD-J.
           IF W-SJ > W-SEPQTD
              ADD 1 TO W-SI
              GO TO SEP-ORD-I.
           IF W-STORD (W-SJ) < W-STORD (W-SI)
              MOVE W-SEPITEM (W-SI) TO W-SEPAUX
              MOVE W-SEPITEM (W-SJ) TO W-SEPITEM (W-SI)
              MOVE W-SEPAUX         TO W-SEPITEM (W-SJ).
           ADD 1 TO W-SJ
           GO TO SEP-ORD-J.
       SEP-GRAVA.
           MOVE 1 TO W-SI.
       SEP-GRAVA-LP.
           IF W-SI > W-SEPQTD
              GO TO SEP-FIM.
           MOVE W-STSEQ (W-SI) TO DETSEQ
           MOVE W-STEND (W-SI) TO DETEND
           MOVE W-STCOD (W-SI) TO DETCOD
           MOVE SPACES         TO DETDESC
           MOVE W-STCOD (W-SI) TO CODIGO
           READ ARQPRO
           IF ST-ERRO = "00"
              MOVE DESCRICAO TO DETDESC.
           MOVE W-STQTD (W-SI) TO DETQTD
           WRITE LINHA-REL FROM REL-DET
           ADD 1 TO W-QTDLIN
           ADD 1 TO W-SI
           GO TO SEP-GRAVA-LP.
       SEP-FIM.
           CLOSE RELSEP
           PERFORM GRAVA-SPOOL THRU GRAVA-SPOOL-FIM
           MOVE IT-CODPROD TO CODIGO
           READ ARQPRO
           IF ST-ERRO = "00"
              PERFORM EXP-MOVIMENTA THRU EXP-MOVIMENTA-FIM
              PERFORM SER-SAIDA THRU SER-SAIDA-FIM.
           MOVE "S" TO W-EXPFEITO
           MOVE IT-SEQ TO W-SEQFEITO
           MOVE W-QTDEXP TO DETITEXP
              PERFORM LOTE-DEVOLVE THRU LOTE-DEVOLVE-FIM.
           IF W-QTDEXP > ZEROS
              PERFORM GRAVA-MOV THRU GRAVA-MOV-FIM
              PERFORM GRAVA-LOTMV THRU GRAVA-LOTMV-FIM
              MOVE W-QTDEXP TO W-BBAIXA
              PERFORM END-BAIXA THRU END-BAIXA-FIM.
       EXP-MOVIMENTA-FIM.
           EXIT.

       KIT-EXPEDE.
           PERFORM KIT-ESTPROPRIO THRU KIT-ESTPROPRIO-FIM
           MOVE IT-CODPROD TO KIT-PAI
           MOVE ZEROS      TO KIT-COMP
           START ARQKIT KEY IS NOT LESS KIT-CHAVE INVALID KEY
           READ ARQPRO
           IF ST-ERRO NOT = "00"
              GO TO KIT-EXPEDE-RD.
           IF W-KFALRES > ZEROS
              COMPUTE W-FALTACOMP ROUNDED = W-KFALRES * KIT-QTD
              ADD W-FALTACOMP TO ESTOQUE
              REWRITE REGPRO
              PERFORM KIT-SLD-DEVOLVE THRU KIT-SLD-DEVOLVE-FIM.
           IF W-KEXPRES > ZEROS
              COMPUTE W-QTDCOMP ROUNDED = W-KEXPRES * KIT-QTD
              PERFORM KIT-GRAVA-MOV THRU KIT-GRAVA-MOV-FIM.
           GO TO KIT-EXPEDE-RD.
       KIT-EXPEDE-FIM.
           MOVE IT-CODPROD TO CODIGO
           READ ARQPRO.

       KIT-ESTPROPRIO.
           MOVE ZEROS TO W-EXPEST W-FALEST
           IF W-ITKOK NOT = "S"
              GO TO KIT-ESTPROPRIO-RES.
           MOVE IT-NUMPEDIDO TO KX-NUMPEDIDO
           MOVE IT-TIPEDIDO  TO KX-TIPEDIDO
           MOVE IT-SEQ       TO KX-SEQ
           READ ARQITKIT
           IF ST-ERRO2 NOT = "00"
              GO TO KIT-ESTPROPRIO-RES.
           MOVE KX-QTDEST TO W-EXPEST
           IF W-EXPEST > W-QTDEXP
              MOVE W-QTDEXP TO W-EXPEST.
           COMPUTE W-FALEST = KX-QTDEST - W-EXPEST
           IF W-FALEST > W-QTDFALTA
              MOVE W-QTDFALTA TO W-FALEST.
           IF W-FALEST > ZEROS
              ADD W-FALEST TO ESTOQUE
              REWRITE REGPRO
              MOVE W-FALEST TO W-FALTACOMP
              PERFORM KIT-SLD-DEVOLVE THRU KIT-SLD-DEVOLVE-FIM.
           IF W-EXPEST > ZEROS
              MOVE W-EXPEST TO W-QTDCOMP
              PERFORM KIT-GRAVA-MOV THRU KIT-GRAVA-MOV-FIM.
       KIT-ESTPROPRIO-RES.
           COMPUTE W-KEXPRES = W-QTDEXP - W-EXPEST
           COMPUTE W-KFALRES = W-QTDFALTA - W-FALEST.
       KIT-ESTPROPRIO-FIM.
           EXIT.

       KIT-SLD-DEVOLVE.
           MOVE CODIGO  TO SLD-CODIGO
           MOVE W-LOCAL TO SLD-LOCAL
       KIT-GRAVA-MOV-FIM.
           EXIT.

       SER-SAIDA.
           IF W-QTDEXP = ZEROS
              GO TO SER-SAIDA-FIM.
           MOVE IT-CODPROD TO CODIGO
           READ ARQPRO
           IF ST-ERRO NOT = "00" OR TPPROD = 9
              GO TO SER-SAIDA-FIM.
           PERFORM LER-PRSER THRU LER-PRSER-FIM
           IF W-CTLSER NOT = "S"
              GO TO SER-SAIDA-FIM.
           MOVE ZEROS TO W-SERCONT.
       SER-SAIDA-LOOP.
           IF W-SERCONT NOT < W-QTDEXP
              DISPLAY (21, 01) LIMPA
              GO TO SER-SAIDA-FIM.
           COMPUTE W-SERNUM = W-SERCONT + 1
           DISPLAY (21, 01) LIMPA
           DISPLAY (21, 03) "NUM. SERIE"
           DISPLAY (21, 14) W-SERNUM
           DISPLAY (21, 21) "DE"
           DISPLAY (21, 24) W-QTDEXP
           DISPLAY (21, 30) ":"
           MOVE SPACES TO W-SERIE
           ACCEPT (21, 32) W-SERIE
           IF W-SERIE = SPACES
              MOVE "INFORME A SERIE DE CADA UNIDADE EXPEDIDA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO SER-SAIDA-LOOP.
           MOVE CODIGO  TO NS-CODPROD
           MOVE W-SERIE TO NS-SERIE
           READ ARQNSER
           IF ST-ERRO NOT = "00"
              MOVE "*** SERIE NAO CADASTRADA PARA O PRODUTO ***"
                 TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO SER-SAIDA-LOOP.
           IF NS-STATUS NOT = "E"
              MOVE "*** SERIE NAO DISPONIVEL EM ESTOQUE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO SER-SAIDA-LOOP.
           MOVE "V"       TO NS-STATUS
           MOVE NUMPEDIDO TO NS-PEDVENDA
           MOVE CLIENTE   TO NS-CLIENTE
           ACCEPT NS-DTVENDA FROM DATE YYYYMMDD
           MOVE ZEROS     TO NS-DTDEVOL
           PERFORM ROT-GARANTIA THRU ROT-GARANTIA-FIM
           REWRITE REGNSER
           ADD 1 TO W-SERCONT
           GO TO SER-SAIDA-LOOP.
       SER-SAIDA-FIM.
           EXIT.

       LER-PRSER.
           MOVE "N" TO W-CTLSER
           MOVE ZEROS TO W-GARANTIA
           IF W-PRSOK NOT = "S"
              GO TO LER-PRSER-FIM.
           MOVE CODIGO TO PRS-CODIGO
           READ ARQPRSER
           IF ST-ERRO2 = "00"
              MOVE PRS-CTLSER   TO W-CTLSER
              MOVE PRS-GARANTIA TO W-GARANTIA.
       LER-PRSER-FIM.
           EXIT.

       ROT-GARANTIA.
           MOVE ZEROS TO NS-DTGARANT
           IF W-GARANTIA = ZEROS
              GO TO ROT-GARANTIA-FIM.
           MOVE NS-DTVENDA TO W-DTGAR
           COMPUTE W-GARTOT = W-GARMES - 1 + W-GARANTIA
           DIVIDE W-GARTOT BY 12 GIVING W-ZQUOC REMAINDER W-ZRESTO
           ADD W-ZQUOC TO W-GARANO
           COMPUTE W-GARMES = W-ZRESTO + 1
           PERFORM ROT-DIASMES THRU ROT-DIASMES-FIM
           IF W-GARDIA > W-DIASMES
              MOVE W-DIASMES TO W-GARDIA.
           MOVE W-DTGAR TO NS-DTGARANT.
       ROT-GARANTIA-FIM.
           EXIT.

       ROT-DIASMES.
           IF W-GARMES = 1 OR 3 OR 5 OR 7 OR 8 OR 10 OR 12
              MOVE 31 TO W-DIASMES
              GO TO ROT-DIASMES-FIM.
           IF W-GARMES NOT = 2
              MOVE 30 TO W-DIASMES
              GO TO ROT-DIASMES-FIM.
           MOVE 28 TO W-DIASMES
           DIVIDE W-GARANO BY 4 GIVING W-ZQUOC REMAINDER W-ZRESTO
           IF W-ZRESTO = ZEROS
              MOVE 29 TO W-DIASMES
              DIVIDE W-GARANO BY 100 GIVING W-ZQUOC
                 REMAINDER W-ZRESTO
              IF W-ZRESTO = ZEROS
                 MOVE 28 TO W-DIASMES
                 DIVIDE W-GARANO BY 400 GIVING W-ZQUOC
                    REMAINDER W-ZRESTO
                 IF W-ZRESTO = ZEROS
                    MOVE 29 TO W-DIASMES.
       ROT-DIASMES-FIM.
           EXIT.

       END-BUSCA.
           MOVE "N" TO W-BACHOU W-BSUF
           MOVE 99999 TO W-BSEQ
           MOVE ZEROS TO W-BSALDO
           IF W-ENDOK NOT = "S"
              GO TO END-BUSCA-FIM.
           MOVE CODIGO     TO PEN-CODPROD
           MOVE W-LOCAL    TO PEN-LOCAL
           MOVE LOW-VALUES TO PEN-RUA
           MOVE ZEROS      TO PEN-PREDIO PEN-NIVEL PEN-APTO
           START ARQPEND KEY IS NOT LESS PEN-CHAVE INVALID KEY
                 GO TO END-BUSCA-FIM.
       END-BUSCA-RD.
           READ ARQPEND NEXT
           IF ST-ERRO2 NOT = "00"
              GO TO END-BUSCA-FIM.
           IF PEN-CODPROD NOT = CODIGO OR
              PEN-LOCAL NOT = W-LOCAL
              GO TO END-BUSCA-FIM.
           IF PEN-QTD = ZEROS
              GO TO END-BUSCA-RD.
           MOVE PEN-ENDER TO EDR-CHAVE
           READ ARQENDER
           IF ST-ERRO2 NOT = "00"
              MOVE 99999 TO EDR-SEQPERC.
           IF PEN-QTD NOT < W-BQTD
              GO TO END-BUSCA-SUF.
           IF W-BSUF = "S"
              GO TO END-BUSCA-RD.
           IF PEN-QTD NOT > W-BSALDO
              GO TO END-BUSCA-RD.
           GO TO END-BUSCA-PEGA.
       END-BUSCA-SUF.
           IF W-BSUF = "S" AND EDR-SEQPERC NOT < W-BSEQ
              GO TO END-BUSCA-RD.
           MOVE "S" TO W-BSUF.
       END-BUSCA-PEGA.
           MOVE "S"         TO W-BACHOU
           MOVE EDR-SEQPERC TO W-BSEQ
           MOVE PEN-QTD     TO W-BSALDO
           MOVE PEN-ENDER   TO W-BENDER
           GO TO END-BUSCA-RD.
       END-BUSCA-FIM.
           EXIT.

       END-BAIXA.
           IF W-ENDOK NOT = "S"
              GO TO END-BAIXA-FIM.
       END-BAIXA-LP.
           IF W-BBAIXA = ZEROS
              GO TO END-BAIXA-FIM.
           MOVE W-BBAIXA TO W-BQTD
           PERFORM END-BUSCA THRU END-BUSCA-FIM
           IF W-BACHOU NOT = "S"
              GO TO END-BAIXA-FIM.
           MOVE CODIGO   TO PEN-CODPROD
           MOVE W-BENDER TO PEN-ENDER
           READ ARQPEND
           IF ST-ERRO2 NOT = "00"
              GO TO END-BAIXA-FIM.
           IF PEN-QTD < W-BBAIXA
              MOVE PEN-QTD  TO W-BTIRA
           ELSE
              MOVE W-BBAIXA TO W-BTIRA.
           SUBTRACT W-BTIRA FROM PEN-QTD W-BBAIXA
           REWRITE REGPEND
           GO TO END-BAIXA-LP.
       END-BAIXA-FIM.
           EXIT.

       BUSCA-ITLOT.
           MOVE SPACES TO W-ITLOTE
           MOVE IT-NUMPEDIDO TO IL-NUMPEDIDO
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           PERFORM EXP-SOBRAS THRU EXP-SOBRAS-FIM
           MOVE "E" TO W-RESST
           PERFORM RES-LIBERA THRU RES-LIBERA-FIM
           MOVE "X" TO PED-STATUS
           REWRITE REGPED
           MOVE "EXPEDICAO" TO LOG-OPERACAO
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.

       RES-LIBERA.
           IF W-RESOK NOT = "S"
              GO TO RES-LIBERA-FIM.
           MOVE NUMPEDIDO TO RES-NUMPED
           MOVE TIPEDIDO  TO RES-TIPEDIDO
           MOVE ZEROS     TO RES-SEQ
           START ARQRES KEY IS NOT LESS RES-CHAVE INVALID KEY
                 GO TO RES-LIBERA-FIM.
       RES-LIBERA-RD.
           READ ARQRES NEXT
           IF ST-ERRO2 NOT = "00"
              GO TO RES-LIBERA-FIM.
           IF RES-NUMPED NOT = NUMPEDIDO OR
              RES-TIPEDIDO NOT = TIPEDIDO
              GO TO RES-LIBERA-FIM.
           IF RES-STATUS NOT = "A"
              GO TO RES-LIBERA-RD.
           MOVE W-RESST TO RES-STATUS
           ACCEPT RES-DTBAIXA FROM DATE YYYYMMDD
           REWRITE REGRES
           GO TO RES-LIBERA-RD.
       RES-LIBERA-FIM.
           EXIT.

       GRAVA-MOV.
           MOVE CODIGO TO MOV-CODPROD
           ACCEPT MOV-DATA FROM DATE YYYYMMDD.
       ROT-FIM.
           DISPLAY (01, 01) ERASE.
           CLOSE ARQPED ARQPEDIT ARQPEDX ARQPRO ARQSLD ARQMOV ARQLOG
                 ARQLOTE ARQITLOT ARQLOTMV ARQNSER.
           IF W-KITOK = "S"
              CLOSE ARQKIT.
           IF W-ITKOK = "S"
              CLOSE ARQITKIT.
           IF W-PRSOK = "S"
              CLOSE ARQPRSER.
           IF W-ENDOK = "S"
              CLOSE ARQENDER ARQPEND.
           IF W-RESOK = "S"
              CLOSE ARQRES.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
