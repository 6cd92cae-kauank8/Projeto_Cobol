       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCE126.
      *AUTHOR. Kauan Paulino Farias.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQENT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ENT-NUMPED
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQPED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY IS CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CLIENTE
                                   WITH DUPLICATES
                    ALTERNATE RECORD KEY IS FORNECEDOR
                                   WITH DUPLICATES.

           SELECT ARQCLI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY IS CLI-CPFCNPJ
                    FILE STATUS  IS ST-ERRO2
                    ALTERNATE RECORD KEY IS RAZAO
                                   WITH DUPLICATES.

           SELECT ARQPEDF ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PEDF-CHAVE
                    FILE STATUS  IS ST-ERRO6.

           SELECT ARQTRA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TRA-CODIGO
                    FILE STATUS  IS ST-ERRO6.

           SELECT ENTWORK ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS EW-CHAVE
                    FILE STATUS  IS ST-ERRO4.

           SELECT RELENT ASSIGN TO W-NOMEREL
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO3.

           SELECT ARQSPOOL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                    RECORD KEY   IS SPL-CHAVE
                    FILE STATUS  IS ST-ERRO5.

       DATA DIVISION.
       FILE SECTION.
       FD ARQENT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQENT.DAT".
       01 REGENT.
          03 ENT-NUMPED        PIC 9(06).
          03 ENT-SITUACAO      PIC X(01).
          03 ENT-STANT         PIC X(01).
          03 ENT-DTROTA        PIC 9(08).
          03 ENT-TENTAT        PIC 9(02).
          03 ENT-DTENTREGA     PIC 9(08).
          03 ENT-RECEBEDOR     PIC X(30).
          03 ENT-CANHOTO       PIC X(01).
          03 ENT-MOTIVO        PIC X(30).
          03 ENT-DTRET         PIC 9(08).
          03 ENT-OPERADOR      PIC X(10).
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
       FD ARQPEDF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPEDF.DAT".
       01 REGPEDF.
          03 PEDF-CHAVE.
             05 PEDF-NUMPED    PIC 9(6).
             05 PEDF-TIPEDIDO  PIC 9(1).
          03 PEDF-TRANSP       PIC 9(04).
          03 PEDF-VLFRETE      PIC 9(08)V99.
      *-----------------------------------------------------------------
       FD ARQTRA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQTRA.DAT".
       01 REGTRA.
          03 TRA-CODIGO        PIC 9(04).
          03 TRA-RAZAO         PIC X(30).
          03 TRA-CNPJ          PIC 9(14).
          03 TRA-TEL           PIC 9(11).
          03 TRA-UF            PIC X(02).
      *-----------------------------------------------------------------
       FD ENTWORK
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ENTWORK.DAT".
       01 REGEW.
          03 EW-CHAVE.
             05 EW-TRANSP      PIC 9(04).
             05 EW-NUMPED      PIC 9(06).
          03 EW-RAZAO          PIC X(30).
          03 EW-DTROTA         PIC 9(08).
          03 EW-DIAS           PIC 9(05).
          03 EW-TENTAT         PIC 9(02).
          03 EW-TOTAL          PIC 9(08)V99.
      *-----------------------------------------------------------------
       FD RELENT
               LABEL RECORD IS STANDARD.
       01 LINHA-REL      PIC X(100).
      *-----------------------------------------------------------------
       FD ARQSPOOL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQSPOOL.DAT".
       01 REGSPOOL.
          03 SPL-CHAVE.
             05 SPL-DATA       PIC 9(08).
             05 SPL-HORA       PIC 9(08).
          03 SPL-RELATORIO     PIC X(10).
          03 SPL-ARQUIVO       PIC X(30).
          03 SPL-OPERADOR      PIC X(10).
          03 SPL-QTDREG        PIC 9(06).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-ACT         PIC 9(02) VALUE ZEROS.
       01 W-SEGUNDOS    PIC 9(04) COMP VALUE 1.
       01 W-USUARIO     PIC X(10) EXTERNAL.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 ST-ERRO3      PIC X(02) VALUE "00".
       01 ST-ERRO4      PIC X(02) VALUE "00".
       01 ST-ERRO5      PIC X(02) VALUE "00".
       01 ST-ERRO6      PIC X(02) VALUE "00".
       01 MENS          PIC X(50) VALUE SPACES.
       01 LIMPA         PIC X(55) VALUE SPACES.
       01 W-CLIOK       PIC X(01) VALUE "N".
       01 W-PEDFOK      PIC X(01) VALUE "N".
       01 W-TRAOK       PIC X(01) VALUE "N".
       01 W-DIAS        PIC 9(03) VALUE 003.
       01 W-DTHOJE      PIC 9(08) VALUE ZEROS.
       01 W-TRANSANT    PIC 9(04) VALUE ZEROS.
       01 W-PRIMEIRO    PIC X(01) VALUE "S".
       01 W-QTDTRA      PIC 9(06) VALUE ZEROS.
       01 W-VLTRA       PIC 9(12)V99 VALUE ZEROS.
       01 W-VLGERAL     PIC 9(12)V99 VALUE ZEROS.
       01 W-CALFUNC     PIC X(01) VALUE SPACES.
       01 W-CALDT1      PIC 9(08) VALUE ZEROS.
       01 W-CALDT2      PIC 9(08) VALUE ZEROS.
       01 W-CALRES      PIC S9(06) VALUE ZEROS.
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
       01 W-QTDSPOOL    PIC 9(06) VALUE ZEROS.
       01 W-NOMEREL     PIC X(30) VALUE SPACES.
       01 W-DTSPOOL     PIC 9(08) VALUE ZEROS.
       01 W-HRSPOOL     PIC 9(08) VALUE ZEROS.
       01 W-CONF        PIC X(01) VALUE SPACES.

      *-----------------------------------------------------------------
      *
      *************************
      * REPORT SECTION *
      *************************
      *
       01 REL-CAB1.
          03 FILLER       PIC X(42)
             VALUE "ENTREGAS EM ROTA SEM CONFIRMACAO - EM: ".
          03 CABDATA      PIC 99/99/9999 VALUE ZEROS.
          03 FILLER       PIC X(15) VALUE " - HA MAIS DE: ".
          03 CABDIAS      PIC ZZ9 VALUE ZEROS.
          03 FILLER       PIC X(05) VALUE " DIAS".

       01 REL-CAB2.
          03 FILLER       PIC X(08) VALUE "PEDIDO  ".
          03 FILLER       PIC X(31) VALUE "CLIENTE".
          03 FILLER       PIC X(11) VALUE "SAIDA ROTA ".
          03 FILLER       PIC X(07) VALUE "  DIAS ".
          03 FILLER       PIC X(06) VALUE "TENT. ".
          03 FILLER       PIC X(15) VALUE "     VALOR R$".

       01 REL-TRA.
          03 FILLER       PIC X(16) VALUE "TRANSPORTADORA: ".
          03 TRACOD       PIC 9(04) VALUE ZEROS.
          03 FILLER       PIC X(03) VALUE " - ".
          03 TRANOME      PIC X(30) VALUE SPACES.

       01 REL-DET.
          03 DETNUMPED    PIC 9(06) VALUE ZEROS.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 DETRAZAO     PIC X(30) VALUE SPACES.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 DETDTROTA    PIC 99/99/9999 VALUE ZEROS.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 DETDIAS      PIC ZZZZ9 VALUE ZEROS.
          03 FILLER       PIC X(03) VALUE SPACES.
          03 DETTENT      PIC Z9 VALUE ZEROS.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 DETVALOR     PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       01 REL-SUB.
          03 FILLER       PIC X(04) VALUE SPACES.
          03 FILLER       PIC X(26) VALUE "PEDIDOS DA TRANSPORTADORA:".
          03 SUBQTD       PIC ZZZ.ZZ9 VALUE ZEROS.
          03 FILLER       PIC X(10) VALUE "  VALOR: ".
          03 SUBVAL       PIC ZZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       01 REL-TOT.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 TOTTXT       PIC X(35) VALUE SPACES.
          03 TOTVAL       PIC Z.ZZZ.ZZZ.ZZ9 VALUE ZEROS.

       01 REL-TOTV.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 TOTVTXT      PIC X(35) VALUE SPACES.
          03 TOTVVAL      PIC ZZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       SCREEN SECTION.
       01  TSCE126.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "       Entregas em Rota sem Confirmacao".
           05  LINE 02  COLUMN 40
               VALUE  " por Transportadora".
           05  LINE 05  COLUMN 03
               VALUE  "DIAS EM ROTA SEM RETORNO (MINIMO) ..: ".
           05  LINE 23  COLUMN 01
               VALUE  "  MENSAGEM :".

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       ABRE-ENT.
           DISPLAY TSCE126
           OPEN INPUT ARQENT
           IF ST-ERRO NOT = "00"
              MOVE "NENHUMA ENTREGA EM ROTA REGISTRADA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.

       ABRE-PED.
           OPEN INPUT ARQPED
           IF ST-ERRO NOT = "00"
              MOVE "ARQUIVO DE PEDIDOS NAO EXISTE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQENT
              GO TO ROT-FIM2.

       ABRE-CLI.
           OPEN INPUT ARQCLI
           IF ST-ERRO2 = "00"
              MOVE "S" TO W-CLIOK
           ELSE
              MOVE "N" TO W-CLIOK.

       ABRE-PEDF.
           OPEN INPUT ARQPEDF
           IF ST-ERRO6 = "00"
              MOVE "S" TO W-PEDFOK
           ELSE
              MOVE "N" TO W-PEDFOK.

       ABRE-TRA.
           OPEN INPUT ARQTRA
           IF ST-ERRO6 = "00"
              MOVE "S" TO W-TRAOK
           ELSE
              MOVE "N" TO W-TRAOK.

       R1.
           ACCEPT W-DTHOJE FROM DATE YYYYMMDD
           ACCEPT (05, 41) W-DIAS WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01 OR 02
              GO TO ROT-FIM.

       R2.
           DISPLAY (08, 03) "CONFIRMA EMISSAO (S/N) : ".
           ACCEPT (08, 28) W-CONF
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R1.
           IF W-CONF = "N" OR "n"
              GO TO R1.
           IF W-CONF NOT = "S" AND "s"
              MOVE "DIGITE APENAS S=SIM OU N=NAO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.

      *
      **************************************
      * SELECIONA PEDIDOS AINDA EM ROTA    *
      * E ORDENA POR TRANSPORTADORA        *
      **************************************
      *
       WRK-INI.
           OPEN OUTPUT ENTWORK
           IF ST-ERRO4 NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO DE TRABALHO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE ZEROS TO W-QTDSPOOL
           MOVE ZEROS TO ENT-NUMPED
           START ARQENT KEY IS NOT LESS ENT-NUMPED INVALID KEY
                 GO TO WRK-FIM.

       WRK-RD.
           READ ARQENT NEXT
           IF ST-ERRO NOT = "00"
              GO TO WRK-FIM.
           MOVE "*** SELECIONANDO ENTREGAS ***" TO MENS
           DISPLAY (23, 13) MENS
           IF ENT-SITUACAO NOT = "A"
              GO TO WRK-RD.
           MOVE ENT-NUMPED TO NUMPEDIDO
           MOVE 2          TO TIPEDIDO
           READ ARQPED
           IF ST-ERRO NOT = "00"
              GO TO WRK-RD.
           IF PED-STATUS NOT = "R"
              GO TO WRK-RD.
           MOVE "C"        TO W-CALFUNC
           MOVE ENT-DTROTA TO W-CALDT1
           MOVE W-DTHOJE   TO W-CALDT2
           CALL "SCE053" USING W-CALFUNC W-CALDT1 W-CALDT2 W-CALRES
           IF W-CALRES < W-DIAS
              GO TO WRK-RD.
           MOVE W-CALRES   TO EW-DIAS
           MOVE ZEROS      TO EW-TRANSP
           IF W-PEDFOK = "S"
              MOVE NUMPEDIDO TO PEDF-NUMPED
              MOVE TIPEDIDO  TO PEDF-TIPEDIDO
              READ ARQPEDF
              IF ST-ERRO6 = "00"
                 MOVE PEDF-TRANSP TO EW-TRANSP.
           MOVE NUMPEDIDO  TO EW-NUMPED
           MOVE SPACES     TO EW-RAZAO
           IF W-CLIOK = "S"
              MOVE CLIENTE TO CLI-CPFCNPJ
              READ ARQCLI
              IF ST-ERRO2 = "00"
                 MOVE RAZAO TO EW-RAZAO.
           MOVE ENT-DTROTA TO EW-DTROTA
           MOVE ENT-TENTAT TO EW-TENTAT
           MOVE TOTAL      TO EW-TOTAL
           WRITE REGEW
           ADD 1 TO W-QTDSPOOL
           GO TO WRK-RD.

       WRK-FIM.
           CLOSE ENTWORK
           DISPLAY (23, 12) LIMPA
           IF W-QTDSPOOL = ZEROS
              MOVE "*** NENHUMA ENTREGA PENDENTE NO PERIODO ***"
                 TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.

       ABRE-REL.
           ACCEPT W-DTSPOOL FROM DATE YYYYMMDD
           ACCEPT W-HRSPOOL FROM TIME
           MOVE SPACES TO W-NOMEREL
           STRING "ENTPEND" W-DTSPOOL W-HRSPOOL (1:6) ".LST"
                  DELIMITED BY SIZE INTO W-NOMEREL
           OPEN OUTPUT RELENT
           IF ST-ERRO3 NOT = "00"
              MOVE "ERRO NA ABERTURA DO RELATORIO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.

       IMP-INI.
           OPEN INPUT ENTWORK
           MOVE ZEROS TO W-QTDTRA W-VLTRA W-VLGERAL W-TRANSANT
           MOVE "S" TO W-PRIMEIRO
           MOVE W-DTHOJE TO W-DTAMD
           PERFORM CONV-EXIBE THRU CONV-EXIBE-FIM
           MOVE W-DTEXIBE TO CABDATA
           MOVE W-DIAS TO CABDIAS
           WRITE LINHA-REL FROM REL-CAB1
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           WRITE LINHA-REL FROM REL-CAB2.

       IMP-RD.
           READ ENTWORK NEXT
           IF ST-ERRO4 NOT = "00"
              GO TO IMP-FIM.
           IF W-PRIMEIRO = "S" OR EW-TRANSP NOT = W-TRANSANT
              PERFORM IMP-QUEBRA THRU IMP-QUEBRA-FIM.
           MOVE EW-NUMPED TO DETNUMPED
           MOVE EW-RAZAO  TO DETRAZAO
           MOVE EW-DTROTA TO W-DTAMD
           PERFORM CONV-EXIBE THRU CONV-EXIBE-FIM
           MOVE W-DTEXIBE TO DETDTROTA
           MOVE EW-DIAS   TO DETDIAS
           MOVE EW-TENTAT TO DETTENT
           MOVE EW-TOTAL  TO DETVALOR
           WRITE LINHA-REL FROM REL-DET
           ADD 1 TO W-QTDTRA
           ADD EW-TOTAL TO W-VLTRA W-VLGERAL
           GO TO IMP-RD.

       IMP-QUEBRA.
           IF W-PRIMEIRO NOT = "S"
              PERFORM IMP-SUBTOT THRU IMP-SUBTOT-FIM.
           MOVE "N" TO W-PRIMEIRO
           MOVE EW-TRANSP TO W-TRANSANT TRACOD
           MOVE SPACES TO TRANOME
           IF EW-TRANSP = ZEROS
              MOVE "SEM TRANSPORTADORA" TO TRANOME
           ELSE
              IF W-TRAOK = "S"
                 MOVE EW-TRANSP TO TRA-CODIGO
                 READ ARQTRA
                 IF ST-ERRO6 = "00"
                    MOVE TRA-RAZAO TO TRANOME.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           WRITE LINHA-REL FROM REL-TRA.
       IMP-QUEBRA-FIM.
           EXIT.

       IMP-SUBTOT.
           MOVE W-QTDTRA TO SUBQTD
           MOVE W-VLTRA  TO SUBVAL
           WRITE LINHA-REL FROM REL-SUB
           MOVE ZEROS TO W-QTDTRA W-VLTRA.
       IMP-SUBTOT-FIM.
           EXIT.

       IMP-FIM.
           PERFORM IMP-SUBTOT THRU IMP-SUBTOT-FIM
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE "PEDIDOS SEM CONFIRMACAO ..........:" TO TOTTXT
           MOVE W-QTDSPOOL TO TOTVAL
           WRITE LINHA-REL FROM REL-TOT
           MOVE "VALOR EM ROTA SEM RETORNO EM R$ ..:" TO TOTVTXT
           MOVE W-VLGERAL TO TOTVVAL
           WRITE LINHA-REL FROM REL-TOTV
           CLOSE ENTWORK RELENT
           PERFORM GRAVA-SPOOL THRU GRAVA-SPOOL-FIM
           DISPLAY (10, 01) REL-TOT
           DISPLAY (12, 03) "RELATORIO GRAVADO EM: "
           DISPLAY (12, 25) W-NOMEREL
           MOVE "*** RELATORIO DE ENTREGAS GERADO NO SPOOL ***"
              TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.

       CONV-EXIBE.
           MOVE W-DTAMD-DIA TO W-DTEXIBE-DIA
           MOVE W-DTAMD-MES TO W-DTEXIBE-MES
           MOVE W-DTAMD-ANO TO W-DTEXIBE-ANO.
       CONV-EXIBE-FIM.
           EXIT.

       GRAVA-SPOOL.
           OPEN I-O ARQSPOOL
           IF ST-ERRO5 NOT = "00"
              IF ST-ERRO5 = "30"
                 OPEN OUTPUT ARQSPOOL
                 CLOSE ARQSPOOL
                 OPEN I-O ARQSPOOL
              ELSE
                 GO TO GRAVA-SPOOL-FIM.
           MOVE W-DTSPOOL TO SPL-DATA
           MOVE W-HRSPOOL TO SPL-HORA
           MOVE "ENTPEND" TO SPL-RELATORIO
           MOVE W-NOMEREL TO SPL-ARQUIVO
           IF W-USUARIO NOT = SPACES AND
              W-USUARIO NOT = LOW-VALUES
              MOVE W-USUARIO TO SPL-OPERADOR
           ELSE
              MOVE SPACES TO SPL-OPERADOR.
           MOVE W-QTDSPOOL TO SPL-QTDREG.
       GRAVA-SPOOL-WR.
           WRITE REGSPOOL
           IF ST-ERRO5 = "22"
              ADD 1 TO SPL-HORA
              GO TO GRAVA-SPOOL-WR.
           CLOSE ARQSPOOL.
       GRAVA-SPOOL-FIM.
           EXIT.

      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
           DISPLAY (01, 01) ERASE.
           CLOSE ARQENT ARQPED.
           IF W-CLIOK = "S"
              CLOSE ARQCLI.
           IF W-PEDFOK = "S"
              CLOSE ARQPEDF.
           IF W-TRAOK = "S"
              CLOSE ARQTRA.
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
