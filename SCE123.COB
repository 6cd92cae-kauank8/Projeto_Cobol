       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCE123.
      *AUTHOR. Kauan Paulino Farias.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQCTC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                    RECORD KEY   IS CTC-NUMERO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CTC-FORNEC
                                   WITH DUPLICATES.

           SELECT ARQCHM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                    RECORD KEY   IS CHM-NUMPED
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CHM-CONTRATO
                                   WITH DUPLICATES.

           SELECT ARQFOR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FOR-CPFCNPJ
                    FILE STATUS  IS ST-ERRO2.

           SELECT ARQPRO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO
                    FILE STATUS  IS ST-ERRO2
                    ALTERNATE RECORD KEY IS DESCRICAO
                                   WITH DUPLICATES.

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

           SELECT ARQPEDIT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                    RECORD KEY   IS IT-CHAVE
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQPEDX ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                    RECORD KEY   IS PEDX-CHAVE
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQTIT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                    RECORD KEY   IS TIT-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS TIT-CPFCNPJ
                                   WITH DUPLICATES.

           SELECT ARQSEQ ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                    RECORD KEY   IS SEQ-ID
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQLOG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                    RECORD KEY   IS LOG-CHAVE
                    FILE STATUS  IS ST-ERRO.

       DATA DIVISION.
       FILE SECTION.
       FD ARQCTC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCTC.DAT".
       01 REGCTC.
          03 CTC-NUMERO        PIC 9(06).
          03 CTC-FORNEC        PIC 9(14).
          03 CTC-CODPROD       PIC 9(06).
          03 CTC-QTDCONTR      PIC 9(08).
          03 CTC-PRECO         PIC 9(06)V99.
          03 CTC-DTINI         PIC 9(08).
          03 CTC-DTFIM         PIC 9(08).
          03 CTC-PRAZO         PIC 9(03).
          03 CTC-QTDCHAM       PIC 9(08).
          03 CTC-QTDREC        PIC 9(08).
          03 CTC-STATUS        PIC X(01).
          03 CTC-DTCAD         PIC 9(08).
      *-----------------------------------------------------------------
       FD ARQCHM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCHM.DAT".
       01 REGCHM.
          03 CHM-NUMPED        PIC 9(06).
          03 CHM-CONTRATO      PIC 9(06).
          03 CHM-CODPROD       PIC 9(06).
          03 CHM-DATA          PIC 9(08).
          03 CHM-QTD           PIC 9(08).
          03 CHM-QTDREC        PIC 9(08).
          03 CHM-STATUS        PIC X(01).
          03 CHM-OPERADOR      PIC X(10).
      *-----------------------------------------------------------------
       FD ARQFOR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFOR.DAT".
       01 REGFOR.
          03 FOR-CPFCNPJ     PIC 9(14).
          03 FOR-RAZAO       PIC X(30).
          03 FOR-APELIDO     PIC X(30).
          03 FOR-CEP         PIC 9(8).
          03 FOR-NUMERO      PIC 9(05).
          03 FOR-COMP        PIC X(10).
          03 FOR-TEL         PIC 9(11).
          03 FOR-EMAIL       PIC X(30).
          03 FOR-TEL2        PIC 9(11).
      *-----------------------------------------------------------------
       FD ARQPRO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPRO.DAT".
       01 REGPRO.
          03 CODIGO          PIC 9(06).
          03 DESCRICAO       PIC X(30).
          03 UNIDADE         PIC X(02).
          03 TPPROD          PIC 9(01).
          03 PRECO           PIC 9(06)V99.
          03 DATACP          PIC 9(8).
          03 ESTOQUE         PIC 9(06).
          03 CPFCNPJ         PIC 9(14).
          03 MINESTOQUE      PIC 9(06).
      *-----------------------------------------------------------------
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
       FD ARQPEDIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPEDIT.DAT".
       01 REGPEDIT.
          03 IT-CHAVE.
             05 IT-NUMPEDIDO   PIC 9(6).
             05 IT-TIPEDIDO    PIC 9(1).
             05 IT-SEQ         PIC 9(3).
          03 IT-CODPROD        PIC 9(6).
          03 IT-QUANTIDADE     PIC 9(06).
          03 IT-PRECOUN        PIC 9(6)V99.
          03 IT-TOTAL          PIC 9(8)V99.
          03 IT-QTDREC         PIC 9(06).
          03 IT-FATOR          PIC 9(03)V9(03).
      *-----------------------------------------------------------------
       FD ARQPEDX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPEDX.DAT".
       01 REGPEDX.
          03 PEDX-CHAVE.
             05 PEDX-NUMPED    PIC 9(6).
             05 PEDX-TIPEDIDO  PIC 9(1).
          03 PEDX-CONDPG       PIC 9(2).
          03 PEDX-LOCAL        PIC 9(2).
          03 PEDX-DESCPC       PIC 9(2)V99.
          03 PEDX-VENDEDOR     PIC 9(4).
          03 PEDX-VLICMS       PIC 9(8)V99.
          03 PEDX-FILIAL       PIC 9(02).
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
       FD ARQSEQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQSEQ.DAT".
       01 REGSEQ.
          03 SEQ-ID            PIC X(08).
          03 SEQ-PROX          PIC 9(06).
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
       01 W-OPCAO       PIC X(01) VALUE SPACES.
       01 W-ACT         PIC 9(02) VALUE ZEROS.
       01 W-SEGUNDOS    PIC 9(04) COMP VALUE 1.
       01 W-OPERADOR    PIC X(10) VALUE SPACES.
       01 W-USUARIO     PIC X(10) EXTERNAL.
       01 W-FILIAL      PIC 9(02) EXTERNAL.
       01 W-IMGANT      PIC X(160) VALUE SPACES.
       01 W-IMGNOV      PIC X(160) VALUE SPACES.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 MENS          PIC X(50) VALUE SPACES.
       01 LIMPA         PIC X(55) VALUE SPACES.
       01 W-FOROK       PIC X(01) VALUE "N".
       01 W-PROOK       PIC X(01) VALUE "N".
       01 CON-NUMCTR    PIC 9(06) VALUE ZEROS.
       01 W-DTHOJE      PIC 9(08) VALUE ZEROS.
       01 W-NUMPED      PIC 9(06) VALUE ZEROS.
       01 W-QTDCHM      PIC 9(06) VALUE ZEROS.
       01 W-SALDO       PIC 9(08) VALUE ZEROS.
       01 W-VALOR       PIC 9(10)V99 VALUE ZEROS.
       01 W-IMGCTR      PIC X(160) VALUE SPACES.
       01 W-LIN         PIC 9(03) VALUE ZEROS.
       01 W-QTDED       PIC ZZ.ZZZ.ZZ9 VALUE ZEROS.
       01 W-PRECOED     PIC ZZZ.ZZ9,99 VALUE ZEROS.
       01 W-VALORED     PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       01 W-DTED        PIC 99/99/9999 VALUE ZEROS.
       01 W-DTEXIBE     PIC 9(08) VALUE ZEROS.
       01 W-DTEXIBETAB REDEFINES W-DTEXIBE.
          03 W-DTEXIBE-DIA PIC 9(02).
          03 W-DTEXIBE-MES PIC 9(02).
          03 W-DTEXIBE-ANO PIC 9(04).
       01 W-DTAMD       PIC 9(08) VALUE ZEROS.
       01 W-DTAMDTAB REDEFINES W-DTAMD.
          03 W-DTAMD-ANO   PIC 9(04).
          03 W-DTAMD-MES   PIC 9(02).
          03 W-DTAMD-DIA   PIC 9(02).
       01 W-CALFUNC     PIC X(01) VALUE SPACES.
       01 W-CALDT1      PIC 9(08) VALUE ZEROS.
       01 W-CALDT2      PIC 9(08) VALUE ZEROS.
       01 W-CALRES      PIC S9(06) VALUE ZEROS.
       01 W-APFUNC      PIC X(01) VALUE SPACES.
       01 W-APVALOR     PIC 9(08)V99 VALUE ZEROS.
       01 W-APORIGEM    PIC X(08) VALUE "SCE123".
       01 W-APTITST     PIC X(01) VALUE "B".
       01 W-APRET       PIC X(02) VALUE SPACES.

      *-----------------------------------------------------------------
      *
      *************************
      * REPORT SECTION *
      *************************
      *
       01 DETCHM.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 DETPED       PIC 9(06) VALUE ZEROS.
          03 FILLER       PIC X(03) VALUE SPACES.
          03 DETDATA      PIC 99/99/9999 VALUE ZEROS.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 DETQTD       PIC ZZ.ZZZ.ZZ9 VALUE ZEROS.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 DETREC       PIC ZZ.ZZZ.ZZ9 VALUE ZEROS.
          03 FILLER       PIC X(04) VALUE SPACES.
          03 DETSIT       PIC X(10) VALUE SPACES.

       SCREEN SECTION.
       01  TSCE123.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "              Chamada de Contrato de For".
           05  LINE 02  COLUMN 41
               VALUE  "necimento".
           05  LINE 04  COLUMN 01
               VALUE  " Contrato:".
           05  LINE 05  COLUMN 01
               VALUE  " Fornec..:".
           05  LINE 06  COLUMN 01
               VALUE  " Produto.:".
           05  LINE 07  COLUMN 01
               VALUE  " Vigencia:".
           05  LINE 07  COLUMN 24
               VALUE  "ate".
           05  LINE 07  COLUMN 41
               VALUE  "Preco unit.:".
           05  LINE 08  COLUMN 01
               VALUE  " Contratado:".
           05  LINE 08  COLUMN 26
               VALUE  "Chamado:".
           05  LINE 08  COLUMN 48
               VALUE  "Saldo:".
           05  LINE 10  COLUMN 01
               VALUE  " Qtd desta chamada:".
           05  LINE 10  COLUMN 31
               VALUE  "Valor:".
           05  LINE 12  COLUMN 03
               VALUE  "Pedido   Data        Quantidade   Qtd.R".
           05  LINE 12  COLUMN 42
               VALUE  "ec   Situacao".
           05  LINE 23  COLUMN 01
               VALUE  "  MENSAGEM :".
           05  TNUMCTR
               LINE 04  COLUMN 12  PIC 9(06)
               USING  CON-NUMCTR
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       ABRE-CTC.
           OPEN I-O ARQCTC
           IF ST-ERRO NOT = "00"
              MOVE "NENHUM CONTRATO DE FORNECIMENTO CADASTRADO"
                 TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.

       ABRE-CHM.
           OPEN I-O ARQCHM
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT ARQCHM
                 CLOSE ARQCHM
                 OPEN I-O ARQCHM
              ELSE
                 MOVE "ERRO NA ABERTURA DAS CHAMADAS DE CONTRATO"
                    TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE ARQCTC
                 GO TO ROT-FIM2.

       ABRE-FOR.
           OPEN INPUT ARQFOR
           IF ST-ERRO2 = "00"
              MOVE "S" TO W-FOROK
           ELSE
              MOVE "N" TO W-FOROK.

       ABRE-PRO.
           OPEN INPUT ARQPRO
           IF ST-ERRO2 = "00"
              MOVE "S" TO W-PROOK
           ELSE
              MOVE "N" TO W-PROOK.

       ABRE-PED.
           OPEN I-O ARQPED
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT ARQPED
                 CLOSE ARQPED
                 OPEN I-O ARQPED
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO DE PEDIDOS" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

       ABRE-ITE.
           OPEN I-O ARQPEDIT
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT ARQPEDIT
                 CLOSE ARQPEDIT
                 OPEN I-O ARQPEDIT
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO DE ITENS" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

       ABRE-PEDX.
           OPEN I-O ARQPEDX
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT ARQPEDX
                 CLOSE ARQPEDX
                 OPEN I-O ARQPEDX
              ELSE
                 MOVE "ERRO NA ABERTURA DO COMPLEMENTO PEDIDO" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

       ABRE-TIT.
           OPEN I-O ARQTIT
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT ARQTIT
                 CLOSE ARQTIT
                 OPEN I-O ARQTIT
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO DE TITULOS" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

       ABRE-SEQ.
           OPEN I-O ARQSEQ
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT ARQSEQ
                 CLOSE ARQSEQ
                 OPEN I-O ARQSEQ
              ELSE
                 MOVE "ERRO NA ABERTURA DO CONTROLE DE NUMEROS" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

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
           IF W-USUARIO NOT = SPACES AND
              W-USUARIO NOT = LOW-VALUES
              MOVE W-USUARIO TO W-OPERADOR
              GO TO R1.
           DISPLAY (01, 01) ERASE
           DISPLAY (05, 10) "CODIGO DO OPERADOR: ".
           ACCEPT (05, 31) W-OPERADOR.
           IF W-OPERADOR = SPACES
              MOVE "CODIGO DO OPERADOR EM BRANCO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R-OPERADOR.

       R1.
           ACCEPT W-DTHOJE FROM DATE YYYYMMDD
           MOVE ZEROS TO CON-NUMCTR W-QTDCHM W-VALOR
           DISPLAY TSCE123.

       R2.
           ACCEPT TNUMCTR
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM.
           IF CON-NUMCTR = ZEROS
              MOVE "NUMERO DO CONTRATO EM BRANCO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           MOVE CON-NUMCTR TO CTC-NUMERO
           READ ARQCTC
           IF ST-ERRO NOT = "00"
              MOVE "*** CONTRATO NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           PERFORM MOSTRA-CTR THRU MOSTRA-CTR-FIM
           PERFORM MOSTRA-CHM THRU MOSTRA-CHM-FIM
           IF CTC-STATUS NOT = "A"
              MOVE "*** CONTRATO CANCELADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           IF W-DTHOJE < CTC-DTINI OR W-DTHOJE > CTC-DTFIM
              MOVE "*** CONTRATO FORA DA VIGENCIA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           IF W-SALDO = ZEROS
              MOVE "*** CONTRATO SEM SALDO A CHAMAR ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.

       R3.
           MOVE ZEROS TO W-QTDCHM
           ACCEPT (10, 21) W-QTDCHM WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R1.
           IF W-QTDCHM = ZEROS
              MOVE "QUANTIDADE DA CHAMADA EM BRANCO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
           IF W-QTDCHM > W-SALDO
              MOVE "QUANTIDADE MAIOR QUE O SALDO DO CONTRATO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
           COMPUTE W-VALOR = W-QTDCHM * CTC-PRECO
           IF W-VALOR > 99999999,99
              MOVE "VALOR DA CHAMADA EXCEDE O LIMITE DO PEDIDO"
                 TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
           MOVE W-VALOR TO W-VALORED
           DISPLAY (10, 38) W-VALORED.

       R4.
           DISPLAY (21, 20) "GERA PEDIDO DA CHAMADA? S-SIM/N-NAO"
           ACCEPT (21, 57) W-OPCAO
           DISPLAY (21, 01) LIMPA
           IF W-OPCAO = "N" OR "n"
              MOVE "*** CHAMADA NAO GERADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "DIGITE APENAS S=SIM OU N=NAO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.

      *
      ******************************
      * GERA O PEDIDO DE COMPRA     *
      * NO PRECO DO CONTRATO        *
      ******************************
      *
       GER-001.
           READ ARQCTC
           IF ST-ERRO NOT = "00"
              MOVE "CONTRATO EM USO EM OUTRO TERMINAL" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE ZEROS TO W-SALDO
           IF CTC-QTDCONTR > CTC-QTDCHAM
              COMPUTE W-SALDO = CTC-QTDCONTR - CTC-QTDCHAM.
           IF W-QTDCHM > W-SALDO
              MOVE "SALDO DO CONTRATO ALTERADO - REFACA A CHAMADA"
                 TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE REGCTC TO W-IMGCTR
           PERFORM ROT-NUMPED THRU ROT-NUMPED-FIM
           MOVE W-NUMPED     TO NUMPEDIDO
           MOVE 1            TO TIPEDIDO
           MOVE CTC-CODPROD  TO CODPROD
           MOVE ZEROS        TO CLIENTE ENDSEQ
           MOVE CTC-FORNEC   TO FORNECEDOR
           MOVE W-QTDCHM     TO QUANTIDADE
           MOVE CTC-PRECO    TO PRECOUN
           MOVE W-VALOR      TO TOTAL
           MOVE W-DTHOJE     TO DTPEDIDO
           MOVE "P"          TO PED-STATUS
           MOVE "V"          TO W-APFUNC
           MOVE TOTAL        TO W-APVALOR
           CALL "SCE119" USING W-APFUNC W-OPERADOR NUMPEDIDO W-APVALOR
                               W-APORIGEM W-APTITST W-APRET
           IF W-APRET = "10"
              MOVE "E" TO PED-STATUS.
           WRITE REGPED
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA GRAVACAO DO PEDIDO DE COMPRA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE SPACES TO W-IMGANT
           MOVE REGPED TO W-IMGNOV
           MOVE "INCLUSAO" TO LOG-OPERACAO
           MOVE CHAVE TO LOG-CHAVEREG
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM
           MOVE W-NUMPED     TO IT-NUMPEDIDO
           MOVE 1            TO IT-TIPEDIDO
           MOVE 1            TO IT-SEQ
           MOVE CTC-CODPROD  TO IT-CODPROD
           MOVE W-QTDCHM     TO IT-QUANTIDADE
           MOVE CTC-PRECO    TO IT-PRECOUN
           MOVE TOTAL        TO IT-TOTAL
           MOVE ZEROS        TO IT-QTDREC
           MOVE 1            TO IT-FATOR
           WRITE REGPEDIT
           IF ST-ERRO NOT = "00"
              REWRITE REGPEDIT.
           MOVE W-NUMPED     TO PEDX-NUMPED
           MOVE 1            TO PEDX-TIPEDIDO
           MOVE 01           TO PEDX-CONDPG
           MOVE 01           TO PEDX-LOCAL
           MOVE ZEROS        TO PEDX-DESCPC PEDX-VENDEDOR
           MOVE ZEROS        TO PEDX-VLICMS
           MOVE W-FILIAL     TO PEDX-FILIAL
           WRITE REGPEDX
           IF ST-ERRO NOT = "00"
              REWRITE REGPEDX.
           PERFORM GER-TITULO THRU GER-TITULO-FIM
           PERFORM GER-CHAMADA THRU GER-CHAMADA-FIM
           IF PED-STATUS = "E"
              MOVE "R" TO W-APFUNC
              CALL "SCE119" USING W-APFUNC W-OPERADOR NUMPEDIDO
                                  W-APVALOR W-APORIGEM W-APTITST
                                  W-APRET.
           DISPLAY (21, 03) "PEDIDO DE COMPRA GERADO: "
           DISPLAY (21, 28) W-NUMPED
           IF PED-STATUS = "E"
              MOVE "*** ACIMA DO LIMITE - AGUARDA APROVACAO ***"
                 TO MENS
           ELSE
              MOVE "*** CHAMADA REGISTRADA NO CONTRATO ***" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           DISPLAY (21, 01) LIMPA
           GO TO R1.

       GER-TITULO.
           MOVE W-NUMPED     TO TIT-NUMPED
           MOVE 1            TO TIT-TIPEDIDO
           MOVE 01           TO TIT-PARCELA
           MOVE "P"          TO TIT-TIPO
           MOVE CTC-FORNEC   TO TIT-CPFCNPJ
           MOVE W-DTHOJE     TO TIT-EMISSAO
           MOVE "S"          TO W-CALFUNC
           MOVE W-DTHOJE     TO W-CALDT1
           MOVE CTC-PRAZO    TO W-CALRES
           CALL "SCE053" USING W-CALFUNC W-CALDT1 W-CALDT2 W-CALRES
           MOVE "P"          TO W-CALFUNC
           MOVE W-CALDT2     TO W-CALDT1
           CALL "SCE053" USING W-CALFUNC W-CALDT1 W-CALDT2 W-CALRES
           MOVE W-CALDT2     TO TIT-VENCTO
           MOVE TOTAL        TO TIT-VALOR
           MOVE TOTAL        TO TIT-SALDO
           MOVE "B"          TO TIT-STATUS
           MOVE W-FILIAL     TO TIT-FILIAL
           WRITE REGTIT
           IF ST-ERRO NOT = "00"
              REWRITE REGTIT.
       GER-TITULO-FIM.
           EXIT.

       GER-CHAMADA.
           MOVE W-NUMPED     TO CHM-NUMPED
           MOVE CTC-NUMERO   TO CHM-CONTRATO
           MOVE CTC-CODPROD  TO CHM-CODPROD
           MOVE W-DTHOJE     TO CHM-DATA
           MOVE W-QTDCHM     TO CHM-QTD
           MOVE ZEROS        TO CHM-QTDREC
           MOVE "A"          TO CHM-STATUS
           MOVE W-OPERADOR   TO CHM-OPERADOR
           WRITE REGCHM
           IF ST-ERRO NOT = "00"
              REWRITE REGCHM.
           ADD W-QTDCHM TO CTC-QTDCHAM
           REWRITE REGCTC
           MOVE W-IMGCTR TO W-IMGANT
           MOVE REGCTC   TO W-IMGNOV
           MOVE "CHAMADA" TO LOG-OPERACAO
           MOVE SPACES TO LOG-CHAVEREG
           STRING CTC-NUMERO "-" W-NUMPED
                  DELIMITED BY SIZE INTO LOG-CHAVEREG
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM.
       GER-CHAMADA-FIM.
           EXIT.

      *
      ******************************
      * EXIBE CONTRATO E SALDO      *
      ******************************
      *
       MOSTRA-CTR.
           DISPLAY (05, 12) CTC-FORNEC
           IF W-FOROK = "S"
              MOVE CTC-FORNEC TO FOR-CPFCNPJ
              READ ARQFOR
              IF ST-ERRO2 = "00"
                 DISPLAY (05, 28) FOR-RAZAO.
           DISPLAY (06, 12) CTC-CODPROD
           IF W-PROOK = "S"
              MOVE CTC-CODPROD TO CODIGO
              READ ARQPRO
              IF ST-ERRO2 = "00"
                 DISPLAY (06, 28) DESCRICAO.
           MOVE CTC-DTINI TO W-DTAMD
           PERFORM CONV-EXIBE THRU CONV-EXIBE-FIM
           MOVE W-DTEXIBE TO W-DTED
           DISPLAY (07, 12) W-DTED
           MOVE CTC-DTFIM TO W-DTAMD
           PERFORM CONV-EXIBE THRU CONV-EXIBE-FIM
           MOVE W-DTEXIBE TO W-DTED
           DISPLAY (07, 28) W-DTED
           MOVE CTC-PRECO TO W-PRECOED
           DISPLAY (07, 54) W-PRECOED
           MOVE CTC-QTDCONTR TO W-QTDED
           DISPLAY (08, 14) W-QTDED
           MOVE CTC-QTDCHAM TO W-QTDED
           DISPLAY (08, 35) W-QTDED
           MOVE ZEROS TO W-SALDO
           IF CTC-QTDCONTR > CTC-QTDCHAM
              COMPUTE W-SALDO = CTC-QTDCONTR - CTC-QTDCHAM.
           MOVE W-SALDO TO W-QTDED
           DISPLAY (08, 55) W-QTDED.
       MOSTRA-CTR-FIM.
           EXIT.

       MOSTRA-CHM.
           MOVE 13 TO W-LIN
           MOVE CTC-NUMERO TO CHM-CONTRATO
           START ARQCHM KEY IS NOT LESS CHM-CONTRATO INVALID KEY
                 GO TO MOSTRA-CHM-FIM.
       MOSTRA-CHM-RD.
           IF W-LIN > 20
              GO TO MOSTRA-CHM-FIM.
           READ ARQCHM NEXT
           IF ST-ERRO NOT = "00"
              GO TO MOSTRA-CHM-FIM.
           IF CHM-CONTRATO NOT = CTC-NUMERO
              GO TO MOSTRA-CHM-FIM.
           MOVE CHM-NUMPED TO DETPED
           MOVE CHM-DATA TO W-DTAMD
           PERFORM CONV-EXIBE THRU CONV-EXIBE-FIM
           MOVE W-DTEXIBE TO DETDATA
           MOVE CHM-QTD TO DETQTD
           MOVE CHM-QTDREC TO DETREC
           MOVE "EM ABERTO" TO DETSIT
           IF CHM-STATUS = "R"
              MOVE "RECEBIDA" TO DETSIT.
           IF CHM-STATUS = "C"
              MOVE "CANCELADA" TO DETSIT.
           DISPLAY (W-LIN, 01) DETCHM
           ADD 1 TO W-LIN
           GO TO MOSTRA-CHM-RD.
       MOSTRA-CHM-FIM.
           EXIT.

       CONV-EXIBE.
           MOVE W-DTAMD-DIA TO W-DTEXIBE-DIA
           MOVE W-DTAMD-MES TO W-DTEXIBE-MES
           MOVE W-DTAMD-ANO TO W-DTEXIBE-ANO.
       CONV-EXIBE-FIM.
           EXIT.

       ROT-NUMPED.
           MOVE "PEDIDO  " TO SEQ-ID
           READ ARQSEQ
           IF ST-ERRO = "99"
              CALL "C$SLEEP" USING W-SEGUNDOS
              GO TO ROT-NUMPED.
           IF ST-ERRO NOT = "00"
              MOVE "PEDIDO  " TO SEQ-ID
              MOVE 1 TO SEQ-PROX
              WRITE REGSEQ
              IF ST-ERRO = "22"
                 GO TO ROT-NUMPED.
           MOVE SEQ-PROX TO W-NUMPED
           ADD 1 TO SEQ-PROX
           REWRITE REGSEQ.
       ROT-NUMPED-FIM.
           EXIT.

       GRAVA-LOG.
           ACCEPT LOG-DATA FROM DATE YYYYMMDD.
           ACCEPT LOG-HORA FROM TIME.
           MOVE ZEROS TO LOG-SEQ.
           MOVE "SCE123" TO LOG-PROGRAMA.
           IF W-USUARIO NOT = SPACES AND
              W-USUARIO NOT = LOW-VALUES
              MOVE W-USUARIO TO LOG-OPERADOR
           ELSE
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
           CLOSE ARQCTC ARQCHM ARQPED ARQPEDIT ARQPEDX ARQTIT
                 ARQSEQ ARQLOG.
           IF W-FOROK = "S"
              CLOSE ARQFOR.
           IF W-PROOK = "S"
              CLOSE ARQPRO.
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
