       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCE111.
      *AUTHOR. Kauan Paulino Farias.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQCSG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                    RECORD KEY   IS CSG-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CSG-CLIENTE
                                   WITH DUPLICATES.

           SELECT ARQCLI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY IS CLI-CPFCNPJ
                    FILE STATUS  IS ST-ERRO2
                    ALTERNATE RECORD KEY IS RAZAO
                                   WITH DUPLICATES.

           SELECT ARQPRO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                    RECORD KEY   IS CODIGO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS DESCRICAO
                                   WITH DUPLICATES.

           SELECT ARQSLD ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                    RECORD KEY   IS SLD-CHAVE
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQSEQ ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                    RECORD KEY   IS SEQ-ID
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQMOV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                    RECORD KEY   IS MOV-CHAVE
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQLOG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                    RECORD KEY   IS LOG-CHAVE
                    FILE STATUS  IS ST-ERRO.

       DATA DIVISION.
       FILE SECTION.
       FD ARQCSG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCSG.DAT".
       01 REGCSG.
          03 CSG-CHAVE.
             05 CSG-NUMERO     PIC 9(06).
             05 CSG-CODPROD    PIC 9(06).
          03 CSG-CLIENTE       PIC 9(14).
          03 CSG-LOCAL         PIC 9(02).
          03 CSG-DTREM         PIC 9(08).
          03 CSG-PRECO         PIC 9(06)V99.
          03 CSG-QTDREM        PIC 9(06).
          03 CSG-QTDVEND       PIC 9(06).
          03 CSG-QTDDEV        PIC 9(06).
          03 CSG-STATUS        PIC X(01).
          03 CSG-DTACERTO      PIC 9(08).
      *-----------------------------------------------------------------
       FD ARQCLI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCLI.DAT".
       01 REGCLI.
          03 PESSOA      PIC X(1).
          03 CLI-CPFCNPJ PIC 9(14).
          03 RAZAO       PIC X(30).
          03 APELIDO     PIC X(30).
          03 CEP         PIC 9(8).
          03 NUMERO      PIC 9(05).
          03 COMPLEMENTO PIC X(10).
          03 TEL         PIC 9(11).
          03 EMAIL       PIC X(30).
          03 TEL2        PIC 9(11).
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
       FD ARQSLD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQSLD.DAT".
       01 REGSLD.
          03 SLD-CHAVE.
             05 SLD-CODIGO     PIC 9(06).
             05 SLD-LOCAL      PIC 9(02).
          03 SLD-ESTOQUE       PIC 9(06).
      *-----------------------------------------------------------------
       FD ARQSEQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQSEQ.DAT".
       01 REGSEQ.
          03 SEQ-ID            PIC X(08).
          03 SEQ-PROX          PIC 9(06).
      *-----------------------------------------------------------------
       FD ARQMOV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQMOV.DAT".
       01 REGMOV.
          03 MOV-CHAVE.
             05 MOV-CODPROD    PIC 9(06).
             05 MOV-DATA       PIC 9(08).
             05 MOV-HORA       PIC 9(08).
             05 MOV-SEQ        PIC 9(03).
          03 MOV-TIPO          PIC X(01).
          03 MOV-DOC           PIC X(10).
          03 MOV-QTD           PIC 9(06).
          03 MOV-SALDO         PIC 9(06).
          03 MOV-OPERADOR      PIC X(10).
          03 MOV-LOCAL         PIC 9(02).
          03 MOV-FILIAL        PIC 9(02).
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
       01 W-FILIAL      PIC 9(02) EXTERNAL.
       01 W-IMGANT      PIC X(160) VALUE SPACES.
       01 W-IMGNOV      PIC X(160) VALUE SPACES.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 MENS          PIC X(50) VALUE SPACES.
       01 LIMPA         PIC X(65) VALUE SPACES.
       01 DADOS         PIC X(01) VALUE SPACES.
       01 LIN           PIC 9(03) VALUE 001.
       01 W-CLIENTE     PIC 9(14) VALUE ZEROS.
       01 W-LOCAL       PIC 9(02) VALUE ZEROS.
       01 W-NUMCSG      PIC 9(06) VALUE ZEROS.
       01 W-CODIGO      PIC 9(06) VALUE ZEROS.
       01 W-QTD         PIC 9(06) VALUE ZEROS.
       01 W-PRECO       PIC 9(06)V99 VALUE ZEROS.
       01 W-SLDORIG     PIC 9(06) VALUE ZEROS.
       01 W-QTDITENS    PIC 9(03) VALUE ZEROS.
       01 W-TOTREM      PIC 9(08)V99 VALUE ZEROS.
       01 W-TOTREMED    PIC ZZ.ZZZ.ZZ9,99.
       01 W-DOCCSG      PIC X(10) VALUE SPACES.
       01 W-MOVTIPO     PIC X(01) VALUE SPACES.
       01 W-DTHOJE      PIC 9(08) VALUE ZEROS.

      *-----------------------------------------------------------------
      *
      *************************
      * REPORT SECTION *
      *************************
      *
       01 DETCSG.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 DETCODPROD   PIC 9(06) VALUE ZEROS.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 DETDESCR     PIC X(30) VALUE SPACES.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 DETQTD       PIC ZZZZZ9 VALUE ZEROS.
          03 FILLER       PIC X(03) VALUE SPACES.
          03 DETPRECO     PIC ZZZ.ZZ9,99 VALUE ZEROS.

       SCREEN SECTION.
       01  TSCE111.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "            Remessa de Mercadoria em Con".
           05  LINE 02  COLUMN 41
               VALUE  "signacao".
           05  LINE 04  COLUMN 01
               VALUE  " Cliente:".
           05  LINE 05  COLUMN 01
               VALUE  " Local Origem:".
           05  LINE 05  COLUMN 30
               VALUE  "Remessa:".
           05  LINE 07  COLUMN 01
               VALUE  "  Produto Descricao".
           05  LINE 07  COLUMN 43
               VALUE  "  Qtde     Preco Un.".
           05  LINE 20  COLUMN 01
               VALUE  " Produto:".
           05  LINE 20  COLUMN 19
               VALUE  "Qtde:".
           05  LINE 20  COLUMN 33
               VALUE  "Preco:".
           05  LINE 20  COLUMN 52
               VALUE  "Saldo:".
           05  LINE 23  COLUMN 01
               VALUE  "  MENSAGEM :".
           05  TCLIENTE
               LINE 04  COLUMN 11  PIC 9(14)
               USING  W-CLIENTE
               HIGHLIGHT.
           05  TLOCAL
               LINE 05  COLUMN 16  PIC 9(02)
               USING  W-LOCAL
               HIGHLIGHT.
           05  TCODIGO
               LINE 20  COLUMN 11  PIC 9(06)
               USING  W-CODIGO
               HIGHLIGHT.
           05  TQTD
               LINE 20  COLUMN 25  PIC 9(06)
               USING  W-QTD
               HIGHLIGHT.
           05  TPRECO
               LINE 20  COLUMN 40  PIC 9(06)V99
               USING  W-PRECO
               HIGHLIGHT.
           05  TSLDORIG
               LINE 20  COLUMN 59  PIC 9(06)
               USING  W-SLDORIG
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       ABRE-CSG.
           OPEN I-O ARQCSG
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT ARQCSG
                 CLOSE ARQCSG
                 OPEN I-O ARQCSG
              ELSE
                 MOVE "ERRO NA ABERTURA DAS CONSIGNACOES" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM2.

       ABRE-CLI.
           OPEN INPUT ARQCLI
           IF ST-ERRO2 NOT = "00"
              MOVE "*** ARQUIVO DE CLIENTES NAO ENCONTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQCSG
              GO TO ROT-FIM2.

       ABRE-PRO.
           OPEN I-O ARQPRO
           IF ST-ERRO NOT = "00"
              MOVE "*** ARQUIVO DE PRODUTO NAO ENCONTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQCSG ARQCLI
              GO TO ROT-FIM2.

       ABRE-SLD.
           OPEN I-O ARQSLD
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT ARQSLD
                 CLOSE ARQSLD
                 OPEN I-O ARQSLD
              ELSE
                 MOVE "ERRO NA ABERTURA DOS SALDOS POR LOCAL" TO MENS
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

       ABRE-MOV.
           OPEN I-O ARQMOV
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT ARQMOV
                 CLOSE ARQMOV
                 OPEN I-O ARQMOV
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO KARDEX" TO MENS
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
           MOVE ZEROS TO W-CLIENTE W-LOCAL W-NUMCSG W-CODIGO W-QTD
           MOVE ZEROS TO W-PRECO W-SLDORIG W-QTDITENS W-TOTREM
           MOVE 08 TO LIN
           ACCEPT W-DTHOJE FROM DATE YYYYMMDD
           DISPLAY TSCE111.

       R2.
           ACCEPT TCLIENTE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM.
           IF W-CLIENTE = ZEROS
              MOVE "CLIENTE EM BRANCO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           MOVE W-CLIENTE TO CLI-CPFCNPJ
           READ ARQCLI
           IF ST-ERRO2 NOT = "00"
              MOVE "*** CLIENTE NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           DISPLAY (04, 27) RAZAO.

       R3.
           MOVE 01 TO W-LOCAL
           ACCEPT TLOCAL
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R2.
           IF W-LOCAL = ZEROS
              MOVE 01 TO W-LOCAL
              DISPLAY TLOCAL.

      *
      ******************************
      * ITENS DA REMESSA            *
      ******************************
      *
       R4.
           MOVE ZEROS TO W-CODIGO W-QTD W-PRECO W-SLDORIG
           DISPLAY TCODIGO
           DISPLAY TQTD
           DISPLAY TPRECO
           DISPLAY TSLDORIG
           DISPLAY (21, 01) LIMPA
           DISPLAY (21, 03) "F1=ENCERRA A REMESSA".
           ACCEPT TCODIGO
           ACCEPT W-ACT FROM ESCAPE KEY
           DISPLAY (21, 01) LIMPA
           IF W-ACT = 01
              GO TO R9.
           IF W-CODIGO = ZEROS
              MOVE "CODIGO DO PRODUTO EM BRANCO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
           MOVE W-CODIGO TO CODIGO
           READ ARQPRO
           IF ST-ERRO NOT = "00"
              MOVE "PRODUTO DIGITADO NAO ENCONTRADO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
           IF TPPROD = 9
              MOVE "*** KIT NAO PODE SER CONSIGNADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
           DISPLAY (21, 03) DESCRICAO
           PERFORM BUSCA-SALDO THRU BUSCA-SALDO-FIM
           DISPLAY TSLDORIG.

       R5.
           ACCEPT TQTD
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R4.
           IF W-QTD = ZEROS
              MOVE "QUANTIDADE EM BRANCO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.
           IF W-QTD > W-SLDORIG OR W-QTD > ESTOQUE
              MOVE "QUANTIDADE MAIOR QUE O SALDO DA ORIGEM" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.

       R6.
           MOVE PRECO TO W-PRECO
           ACCEPT TPRECO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R5.
           IF W-PRECO = ZEROS
              MOVE "PRECO DE CONSIGNACAO EM BRANCO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R6.

       R7.
           DISPLAY (21, 01) LIMPA
           DISPLAY (21, 20) "CONFIRMA O ITEM? S-SIM/N-NAO"
           ACCEPT (21, 50) DADOS
           DISPLAY (21, 01) LIMPA
           IF DADOS = "N" OR "n"
              MOVE "*** ITEM NAO INCLUIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
           IF DADOS NOT = "S" AND "s"
              MOVE "DIGITE UMA OPERACAO VALIDA (S/N)" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R7.

       CSG-WR1.
           IF W-NUMCSG = ZEROS
              PERFORM ROT-NUMCSG THRU ROT-NUMCSG-FIM
              DISPLAY (05, 39) W-NUMCSG.
           MOVE SPACES TO W-DOCCSG
           STRING "CS" W-NUMCSG DELIMITED BY SIZE INTO W-DOCCSG
           MOVE W-NUMCSG TO CSG-NUMERO
           MOVE W-CODIGO TO CSG-CODPROD
           READ ARQCSG
           IF ST-ERRO = "00"
              ADD W-QTD TO CSG-QTDREM
              MOVE W-PRECO TO CSG-PRECO
              REWRITE REGCSG
           ELSE
              MOVE W-NUMCSG  TO CSG-NUMERO
              MOVE W-CODIGO  TO CSG-CODPROD
              MOVE W-CLIENTE TO CSG-CLIENTE
              MOVE W-LOCAL   TO CSG-LOCAL
              MOVE W-DTHOJE  TO CSG-DTREM
              MOVE W-PRECO   TO CSG-PRECO
              MOVE W-QTD     TO CSG-QTDREM
              MOVE ZEROS     TO CSG-QTDVEND CSG-QTDDEV CSG-DTACERTO
              MOVE "A"       TO CSG-STATUS
              WRITE REGCSG.

       CSG-BAIXA.
           MOVE W-CODIGO TO CODIGO
           READ ARQPRO
           IF ST-ERRO = "00"
              SUBTRACT W-QTD FROM ESTOQUE
              REWRITE REGPRO.
           MOVE W-CODIGO TO SLD-CODIGO
           MOVE W-LOCAL  TO SLD-LOCAL
           READ ARQSLD
           IF ST-ERRO NOT = "00"
              MOVE W-CODIGO  TO SLD-CODIGO
              MOVE W-LOCAL   TO SLD-LOCAL
              MOVE W-SLDORIG TO SLD-ESTOQUE.
           SUBTRACT W-QTD FROM SLD-ESTOQUE
           WRITE REGSLD
           IF ST-ERRO NOT = "00"
              REWRITE REGSLD.
           MOVE "S" TO W-MOVTIPO
           PERFORM GRAVA-MOV THRU GRAVA-MOV-FIM
           MOVE "CSG-REMESS" TO LOG-OPERACAO
           MOVE SPACES TO LOG-CHAVEREG
           STRING W-NUMCSG "-" W-CODIGO DELIMITED BY SIZE
                  INTO LOG-CHAVEREG
           MOVE REGCSG TO W-IMGNOV
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM.

       CSG-LISTA.
           ADD 1 TO W-QTDITENS
           COMPUTE W-TOTREM = W-TOTREM + (W-QTD * W-PRECO)
           IF LIN > 18
              PERFORM LIMPA-LIN THRU LIMPA-LIN-FIM.
           MOVE W-CODIGO  TO DETCODPROD
           MOVE DESCRICAO TO DETDESCR
           MOVE W-QTD     TO DETQTD
           MOVE W-PRECO   TO DETPRECO
           DISPLAY (LIN, 01) DETCSG
           ADD 1 TO LIN
           GO TO R4.

       R9.
           IF W-QTDITENS = ZEROS
              MOVE "*** REMESSA SEM ITENS - NADA GRAVADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           DISPLAY (21, 03) "REMESSA EM CONSIGNACAO NUMERO: "
           DISPLAY (21, 34) W-NUMCSG
           MOVE W-TOTREM TO W-TOTREMED
           DISPLAY (21, 43) "VALOR: "
           DISPLAY (21, 50) W-TOTREMED
           MOVE "*** REMESSA EM CONSIGNACAO GRAVADA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.

       LIMPA-LIN.
           MOVE 08 TO LIN.
       LIMPA-LIN-LP.
           DISPLAY (LIN, 01) LIMPA
           ADD 1 TO LIN
           IF LIN < 19
              GO TO LIMPA-LIN-LP.
           MOVE 08 TO LIN.
       LIMPA-LIN-FIM.
           EXIT.

       BUSCA-SALDO.
           MOVE W-CODIGO TO SLD-CODIGO
           MOVE W-LOCAL  TO SLD-LOCAL
           READ ARQSLD
           IF ST-ERRO = "00"
              MOVE SLD-ESTOQUE TO W-SLDORIG
           ELSE
              IF W-LOCAL = 01
                 MOVE ESTOQUE TO W-SLDORIG
              ELSE
                 MOVE ZEROS TO W-SLDORIG.
       BUSCA-SALDO-FIM.
           EXIT.

       ROT-NUMCSG.
           MOVE "CONSIG  " TO SEQ-ID
           READ ARQSEQ
           IF ST-ERRO = "99"
              CALL "C$SLEEP" USING W-SEGUNDOS
              GO TO ROT-NUMCSG.
           IF ST-ERRO NOT = "00"
              MOVE "CONSIG  " TO SEQ-ID
              MOVE 1 TO SEQ-PROX
              WRITE REGSEQ
              IF ST-ERRO = "22"
                 GO TO ROT-NUMCSG.
           MOVE SEQ-PROX TO W-NUMCSG
           ADD 1 TO SEQ-PROX
           REWRITE REGSEQ.
       ROT-NUMCSG-FIM.
           EXIT.

       GRAVA-MOV.
           MOVE W-CODIGO TO MOV-CODPROD
           ACCEPT MOV-DATA FROM DATE YYYYMMDD.
           ACCEPT MOV-HORA FROM TIME.
           MOVE ZEROS TO MOV-SEQ.
       GRAVA-MOV-WR.
           MOVE W-MOVTIPO  TO MOV-TIPO
           MOVE W-DOCCSG   TO MOV-DOC
           MOVE W-QTD      TO MOV-QTD
           MOVE ESTOQUE    TO MOV-SALDO
           MOVE W-OPERADOR TO MOV-OPERADOR
           MOVE W-LOCAL    TO MOV-LOCAL
           MOVE W-FILIAL   TO MOV-FILIAL
           WRITE REGMOV
           IF ST-ERRO = "22"
              ADD 1 TO MOV-SEQ
              IF MOV-SEQ < 999
                 GO TO GRAVA-MOV-WR.
       GRAVA-MOV-FIM.
           EXIT.

       GRAVA-LOG.
           ACCEPT LOG-DATA FROM DATE YYYYMMDD.
           ACCEPT LOG-HORA FROM TIME.
           MOVE ZEROS TO LOG-SEQ.
           MOVE "SCE111" TO LOG-PROGRAMA.
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
           CLOSE ARQCSG ARQCLI ARQPRO ARQSLD ARQSEQ ARQMOV ARQLOG.
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
