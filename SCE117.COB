       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCE117.
      *AUTHOR. Kauan Paulino Farias.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQFID ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FID-CHAVE
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQCLI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY IS CLI-CPFCNPJ
                    FILE STATUS  IS ST-ERRO2
                    ALTERNATE RECORD KEY IS RAZAO
                                   WITH DUPLICATES.

           SELECT ARQPAR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PAR-ID
                    FILE STATUS  IS ST-ERRO2.

           SELECT RELFID ASSIGN TO W-NOMEREL
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
       FD ARQFID
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFID.DAT".
       01 REGFID.
          03 FID-CHAVE.
             05 FID-CPFCNPJ    PIC 9(14).
             05 FID-DATA       PIC 9(08).
             05 FID-HORA       PIC 9(08).
             05 FID-SEQ        PIC 9(03).
          03 FID-TIPO          PIC X(01).
          03 FID-ORIGEM        PIC X(02).
          03 FID-DOC           PIC X(10).
          03 FID-VALOR         PIC 9(08)V99.
          03 FID-PONTOS        PIC 9(08).
          03 FID-SALDO         PIC 9(08).
          03 FID-ESTOR         PIC 9(08).
          03 FID-DTVALID       PIC 9(08).
          03 FID-OPERADOR      PIC X(10).
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
       FD ARQPAR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPAR.DAT".
       01 REGPAR.
          03 PAR-ID            PIC X(08).
          03 PAR-VALOR         PIC 9(06)V99.
      *-----------------------------------------------------------------
       FD RELFID
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
       01 ST-ERRO5      PIC X(02) VALUE "00".
       01 MENS          PIC X(50) VALUE SPACES.
       01 LIMPA         PIC X(55) VALUE SPACES.
       01 W-CLIOK       PIC X(01) VALUE "N".
       01 W-VLPTO       PIC 9(06)V99 VALUE ZEROS.
       01 CON-CPFCNPJ   PIC 9(14) VALUE ZEROS.
       01 W-DTHOJE      PIC 9(08) VALUE ZEROS.
       01 W-DT30        PIC 9(08) VALUE ZEROS.
       01 W-TOTCRED     PIC 9(09) VALUE ZEROS.
       01 W-TOTRESG     PIC 9(09) VALUE ZEROS.
       01 W-TOTESTOR    PIC 9(09) VALUE ZEROS.
       01 W-TOTVENC     PIC 9(09) VALUE ZEROS.
       01 W-TOTDISP     PIC 9(09) VALUE ZEROS.
       01 W-TOTA30      PIC 9(09) VALUE ZEROS.
       01 W-VLDISP      PIC 9(10)V99 VALUE ZEROS.
       01 W-QTDSPOOL    PIC 9(06) VALUE ZEROS.
       01 W-NOMEREL     PIC X(30) VALUE SPACES.
       01 W-DTSPOOL     PIC 9(08) VALUE ZEROS.
       01 W-HRSPOOL     PIC 9(08) VALUE ZEROS.
       01 W-DTED        PIC 99/99/9999 VALUE ZEROS.
       01 W-CALFUNC     PIC X(01) VALUE SPACES.
       01 W-CALDT1      PIC 9(08) VALUE ZEROS.
       01 W-CALDT2      PIC 9(08) VALUE ZEROS.
       01 W-CALRES      PIC S9(06) VALUE ZEROS.
       01 W-DTEXIBE      PIC 9(08) VALUE ZEROS.
       01 W-DTEXIBETAB REDEFINES W-DTEXIBE.
          03 W-DTEXIBE-DIA PIC 9(02).
          03 W-DTEXIBE-MES PIC 9(02).
          03 W-DTEXIBE-ANO PIC 9(04).
       01 W-DTTRAB       PIC 9(08) VALUE ZEROS.
       01 W-DTTRABTAB REDEFINES W-DTTRAB.
          03 W-DTTRABANO  PIC 9(04).
          03 W-DTTRABMES  PIC 9(02).
          03 W-DTTRABDIA  PIC 9(02).

      *-----------------------------------------------------------------
      *
      *************************
      * REPORT SECTION *
      *************************
      *
       01 REL-CAB1.
          03 FILLER       PIC X(33)
             VALUE "EXTRATO DE PONTOS FIDELIDADE : ".
          03 CABCPF       PIC 9(14).

       01 REL-CAB2.
          03 FILLER       PIC X(33)
             VALUE "RAZAO SOCIAL ................: ".
          03 CABRAZAO     PIC X(30).

       01 REL-CAB3.
          03 FILLER       PIC X(12) VALUE "  DATA      ".
          03 FILLER       PIC X(26) VALUE "HISTORICO                 ".
          03 FILLER       PIC X(11) VALUE "   PONTOS  ".
          03 FILLER       PIC X(12) VALUE "VALIDADE    ".
          03 FILLER       PIC X(10) VALUE "  RESTANTE".
          03 FILLER       PIC X(10) VALUE "  SITUACAO".

       01 REL-DET.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 DETDATA      PIC 99/99/9999 VALUE ZEROS.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 DETHIST      PIC X(24) VALUE SPACES.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 DETPONTOS    PIC ZZZZZZZ9- VALUE ZEROS.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 DETVALID     PIC X(10) VALUE SPACES.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 DETSALDO     PIC X(08) VALUE SPACES.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 DETSIT       PIC X(08) VALUE SPACES.

       01 DETSALDOED      PIC ZZZZZZZ9 VALUE ZEROS.

       01 REL-TOT.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 TOTTXT       PIC X(35) VALUE SPACES.
          03 TOTVAL       PIC ZZZ.ZZZ.ZZ9 VALUE ZEROS.

       01 REL-TOTV.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 TOTVTXT      PIC X(35) VALUE SPACES.
          03 TOTVVAL      PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       SCREEN SECTION.
       01  TSCE117.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "             Extrato de Pontos do Progra".
           05  LINE 02  COLUMN 41
               VALUE  "ma de Fidelidade".
           05  LINE 23  COLUMN 01
               VALUE  "  MENSAGEM :".

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       ABRE-FID.
           DISPLAY TSCE117
           OPEN INPUT ARQFID
           IF ST-ERRO NOT = "00"
              MOVE "NENHUM PONTO DE FIDELIDADE REGISTRADO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.

       ABRE-CLI.
           OPEN INPUT ARQCLI
           IF ST-ERRO2 = "00"
              MOVE "S" TO W-CLIOK
           ELSE
              MOVE "N" TO W-CLIOK.

       ABRE-PAR.
           MOVE ZEROS TO W-VLPTO
           OPEN INPUT ARQPAR
           IF ST-ERRO2 NOT = "00"
              GO TO R1.
           MOVE "FIDVLPTO" TO PAR-ID
           READ ARQPAR
           IF ST-ERRO2 = "00"
              MOVE PAR-VALOR TO W-VLPTO.
           CLOSE ARQPAR.

       R1.
           DISPLAY (05, 03) "CPF/CNPJ DO CLIENTE: ".
           ACCEPT (05, 25) CON-CPFCNPJ
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01 OR 02
              GO TO ROT-FIM.
           IF CON-CPFCNPJ = ZEROS
              MOVE "CPF/CNPJ EM BRANCO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE SPACES TO CABRAZAO
           DISPLAY (07, 03) LIMPA
           IF W-CLIOK = "S"
              MOVE CON-CPFCNPJ TO CLI-CPFCNPJ
              READ ARQCLI
              IF ST-ERRO2 = "00"
                 MOVE RAZAO TO CABRAZAO
                 DISPLAY (07, 03) RAZAO.
           ACCEPT W-DTHOJE FROM DATE YYYYMMDD
           MOVE "S" TO W-CALFUNC
           MOVE W-DTHOJE TO W-CALDT1
           MOVE 30 TO W-CALRES
           CALL "SCE053" USING W-CALFUNC W-CALDT1 W-CALDT2 W-CALRES
           MOVE W-CALDT2 TO W-DT30.

       ABRE-REL.
           ACCEPT W-DTSPOOL FROM DATE YYYYMMDD
           ACCEPT W-HRSPOOL FROM TIME
           MOVE SPACES TO W-NOMEREL
           STRING "PONTOS" W-DTSPOOL W-HRSPOOL (1:6) ".LST"
                  DELIMITED BY SIZE INTO W-NOMEREL
           OPEN OUTPUT RELFID
           IF ST-ERRO3 NOT = "00"
              MOVE "ERRO NA ABERTURA DO RELATORIO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.

       EXT-CAB.
           MOVE ZEROS TO W-TOTCRED W-TOTRESG W-TOTESTOR W-TOTVENC
           MOVE ZEROS TO W-TOTDISP W-TOTA30 W-QTDSPOOL
           MOVE CON-CPFCNPJ TO CABCPF
           WRITE LINHA-REL FROM REL-CAB1
           WRITE LINHA-REL FROM REL-CAB2
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           WRITE LINHA-REL FROM REL-CAB3
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE CON-CPFCNPJ TO FID-CPFCNPJ
           MOVE ZEROS TO FID-DATA FID-HORA FID-SEQ
           START ARQFID KEY IS NOT LESS FID-CHAVE INVALID KEY
                 GO TO EXT-TOTAL.

       EXT-RD.
           READ ARQFID NEXT
           IF ST-ERRO NOT = "00"
              GO TO EXT-TOTAL.
           IF FID-CPFCNPJ NOT = CON-CPFCNPJ
              GO TO EXT-TOTAL.
           MOVE FID-DATA TO W-DTTRAB
           PERFORM ROT-DTEXIBE THRU ROT-DTEXIBE-FIM
           MOVE W-DTEXIBE TO DETDATA
           MOVE SPACES TO DETHIST DETVALID DETSALDO DETSIT
           IF FID-TIPO = "C"
              GO TO EXT-CRED.
           IF FID-TIPO = "D"
              STRING "RESGATE PDV " FID-DOC (1:6)
                     DELIMITED BY SIZE INTO DETHIST
              ADD FID-PONTOS TO W-TOTRESG
           ELSE
              ADD FID-PONTOS TO W-TOTESTOR
              IF FID-ORIGEM = "DV"
                 STRING "ESTORNO DEVOLUCAO " FID-DOC (1:6)
                        DELIMITED BY SIZE INTO DETHIST
              ELSE
                 STRING "ESTORNO CANCEL. " FID-DOC (1:6)
                        DELIMITED BY SIZE INTO DETHIST.
           COMPUTE DETPONTOS = FID-PONTOS * -1
           GO TO EXT-GRV.

       EXT-CRED.
           IF FID-ORIGEM = "PD"
              STRING "VENDA PDV " FID-DOC (1:6)
                     DELIMITED BY SIZE INTO DETHIST
           ELSE
              STRING "VENDA PEDIDO " FID-DOC (1:6)
                     DELIMITED BY SIZE INTO DETHIST.
           ADD FID-PONTOS TO W-TOTCRED
           MOVE FID-PONTOS TO DETPONTOS
           MOVE FID-DTVALID TO W-DTTRAB
           PERFORM ROT-DTEXIBE THRU ROT-DTEXIBE-FIM
           MOVE W-DTEXIBE TO W-DTED
           MOVE W-DTED TO DETVALID
           MOVE FID-SALDO TO DETSALDOED
           MOVE DETSALDOED TO DETSALDO
           IF FID-SALDO = ZEROS
              MOVE "UTILIZ." TO DETSIT
              GO TO EXT-GRV.
           IF FID-DTVALID < W-DTHOJE
              MOVE "VENCIDO" TO DETSIT
              ADD FID-SALDO TO W-TOTVENC
              GO TO EXT-GRV.
           MOVE "ATIVO" TO DETSIT
           ADD FID-SALDO TO W-TOTDISP
           IF FID-DTVALID NOT > W-DT30
              ADD FID-SALDO TO W-TOTA30.

       EXT-GRV.
           WRITE LINHA-REL FROM REL-DET
           ADD 1 TO W-QTDSPOOL
           GO TO EXT-RD.

       EXT-TOTAL.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE "PONTOS CREDITADOS ...............:" TO TOTTXT
           MOVE W-TOTCRED TO TOTVAL
           WRITE LINHA-REL FROM REL-TOT
           MOVE "PONTOS RESGATADOS ...............:" TO TOTTXT
           MOVE W-TOTRESG TO TOTVAL
           WRITE LINHA-REL FROM REL-TOT
           MOVE "PONTOS ESTORNADOS ...............:" TO TOTTXT
           MOVE W-TOTESTOR TO TOTVAL
           WRITE LINHA-REL FROM REL-TOT
           MOVE "PONTOS VENCIDOS SEM USO .........:" TO TOTTXT
           MOVE W-TOTVENC TO TOTVAL
           WRITE LINHA-REL FROM REL-TOT
           MOVE "SALDO DISPONIVEL ................:" TO TOTTXT
           MOVE W-TOTDISP TO TOTVAL
           WRITE LINHA-REL FROM REL-TOT
           MOVE "A VENCER NOS PROXIMOS 30 DIAS ...:" TO TOTTXT
           MOVE W-TOTA30 TO TOTVAL
           WRITE LINHA-REL FROM REL-TOT
           COMPUTE W-VLDISP = W-TOTDISP * W-VLPTO
           MOVE "SALDO EQUIVALENTE EM R$ .........:" TO TOTVTXT
           MOVE W-VLDISP TO TOTVVAL
           WRITE LINHA-REL FROM REL-TOTV
           CLOSE RELFID
           PERFORM GRAVA-SPOOL THRU GRAVA-SPOOL-FIM
           DISPLAY (09, 01) REL-TOT
           DISPLAY (10, 01) REL-TOTV
           DISPLAY (12, 03) "RELATORIO GRAVADO EM: "
           DISPLAY (12, 25) W-NOMEREL
           MOVE "*** EXTRATO DE PONTOS GERADO NO SPOOL ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.

       ROT-DTEXIBE.
           MOVE W-DTTRABDIA TO W-DTEXIBE-DIA
           MOVE W-DTTRABMES TO W-DTEXIBE-MES
           MOVE W-DTTRABANO TO W-DTEXIBE-ANO.
       ROT-DTEXIBE-FIM.
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
           MOVE "EXTPONTOS" TO SPL-RELATORIO
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
           CLOSE ARQFID.
           IF W-CLIOK = "S"
              CLOSE ARQCLI.
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
