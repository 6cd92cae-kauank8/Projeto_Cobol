       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCE130.
      *AUTHOR. Kauan Paulino Farias.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQCRM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                    RECORD KEY   IS CRM-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CRM-AGENDA
                                   WITH DUPLICATES.

           SELECT ARQCLI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CLI-CPFCNPJ
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS RAZAO
                                   WITH DUPLICATES.

           SELECT ARQVEN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS VEN-CODIGO
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQLOG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                    RECORD KEY   IS LOG-CHAVE
                    FILE STATUS  IS ST-ERRO.

       DATA DIVISION.
       FILE SECTION.
       FD ARQCRM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCRM.DAT".
       01 REGCRM.
          03 CRM-CHAVE.
             05 CRM-CPFCNPJ    PIC 9(14).
             05 CRM-DATA       PIC 9(08).
             05 CRM-SEQ        PIC 9(03).
          03 CRM-AGENDA.
             05 CRM-VENDEDOR   PIC 9(04).
             05 CRM-DTPROX     PIC 9(08).
          03 CRM-CANAL         PIC X(01).
          03 CRM-ASSUNTO       PIC X(30).
          03 CRM-RESULTADO     PIC X(30).
          03 CRM-NUMORC        PIC 9(06).
          03 CRM-NUMPED        PIC 9(06).
          03 CRM-SITUACAO      PIC X(01).
          03 CRM-OPERADOR      PIC X(10).
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
       FD ARQVEN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQVEN.DAT".
       01 REGVEN.
          03 VEN-CODIGO        PIC 9(04).
          03 VEN-NOME          PIC X(30).
          03 VEN-COMISSPC      PIC 9(02)V99.
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
       01 MENS          PIC X(50) VALUE SPACES.
       01 LIMPA         PIC X(60) VALUE SPACES.
       01 LIMPA2        PIC X(78) VALUE SPACES.
       01 DADOS         PIC X(01) VALUE SPACES.
       01 LIN           PIC 9(03) VALUE 001.
       01 W-DTHOJE      PIC 9(08) VALUE ZEROS.
       01 CON-VENDEDOR  PIC 9(04) VALUE ZEROS.
       01 CON-DATA      PIC 9(08) VALUE ZEROS.
       01 W-QTDLIST     PIC 9(02) VALUE ZEROS.
       01 W-LINSEL      PIC 9(02) VALUE ZEROS.
       01 W-MAIS        PIC X(01) VALUE "N".
       01 W-AGTAB.
          03 W-AGCHAVE  PIC X(25) OCCURS 12 TIMES.

      *-----------------------------------------------------------------
      *
      *************************
      * REPORT SECTION *
      *************************
      *
       01 DETAGE.
          03 FILLER     PIC X(01) VALUE SPACES.
          03 DETANUM    PIC 9(02) VALUE ZEROS.
          03 FILLER     PIC X(01) VALUE SPACES.
          03 DETAPROX   PIC 9(08) VALUE ZEROS.
          03 DETAATR    PIC X(01) VALUE SPACES.
          03 FILLER     PIC X(01) VALUE SPACES.
          03 DETACLI    PIC X(20) VALUE SPACES.
          03 FILLER     PIC X(01) VALUE SPACES.
          03 DETATEL    PIC 9(11) VALUE ZEROS.
          03 FILLER     PIC X(01) VALUE SPACES.
          03 DETACANAL  PIC X(01) VALUE SPACES.
          03 FILLER     PIC X(01) VALUE SPACES.
          03 DETAASSUN  PIC X(24) VALUE SPACES.

       SCREEN SECTION.
       01  TSCE130.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "            Agenda de Retornos por Vende".
           05  LINE 02  COLUMN 41
               VALUE  "dor".
           05  LINE 04  COLUMN 01
               VALUE  " Vendedor:".
           05  LINE 04  COLUMN 50
               VALUE  "Ate (AAAAMMDD):".
           05  LINE 06  COLUMN 01
               VALUE  " Nr Prox.Acao Cliente".
           05  LINE 06  COLUMN 36
               VALUE  "Telefone    C Assunto".
           05  LINE 23  COLUMN 01
               VALUE  "  MENSAGEM :".
           05  TVENDEDOR
               LINE 04  COLUMN 12  PIC 9(04)
               USING  CON-VENDEDOR
               HIGHLIGHT.
           05  TDATA
               LINE 04  COLUMN 66  PIC 9(08)
               USING  CON-DATA
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       ABRE-CRM.
           OPEN I-O ARQCRM
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT ARQCRM
                 CLOSE ARQCRM
                 OPEN I-O ARQCRM
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO DE CONTATOS" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM2.

       ABRE-CLI.
           OPEN INPUT ARQCLI
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO DE CLIENTES" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQCRM
              GO TO ROT-FIM2.

       ABRE-VEN.
           OPEN INPUT ARQVEN
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO DE VENDEDORES" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQCRM ARQCLI
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
           MOVE W-DTHOJE TO CON-DATA
           DISPLAY TSCE130.

       R2.
           ACCEPT TVENDEDOR
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM.
           MOVE CON-VENDEDOR TO VEN-CODIGO
           READ ARQVEN
           IF ST-ERRO NOT = "00"
              MOVE "*** VENDEDOR NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           DISPLAY (04, 18) VEN-NOME.

       R3.
           ACCEPT TDATA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R2.
           IF CON-DATA = ZEROS
              MOVE "DATA DA AGENDA EM BRANCO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.

      *
      ******************************
      * RETORNOS ATE A DATA         *
      ******************************
      *
       LISTA-AGE.
           PERFORM LIMPA-LISTA THRU LIMPA-LISTA-FIM
           MOVE ZEROS TO W-QTDLIST
           MOVE "N" TO W-MAIS
           MOVE 07 TO LIN
           MOVE CON-VENDEDOR TO CRM-VENDEDOR
           MOVE 00000001     TO CRM-DTPROX
           START ARQCRM KEY IS NOT LESS CRM-AGENDA INVALID KEY
                 GO TO LISTA-AGE-FIM.

       LISTA-AGE-RD.
           READ ARQCRM NEXT
           IF ST-ERRO NOT = "00"
              GO TO LISTA-AGE-FIM.
           IF CRM-VENDEDOR NOT = CON-VENDEDOR
              GO TO LISTA-AGE-FIM.
           IF CRM-DTPROX > CON-DATA
              GO TO LISTA-AGE-FIM.
           IF CRM-SITUACAO NOT = "P"
              GO TO LISTA-AGE-RD.
           IF W-QTDLIST NOT < 12
              MOVE "S" TO W-MAIS
              GO TO LISTA-AGE-FIM.
           ADD 1 TO W-QTDLIST
           MOVE CRM-CHAVE    TO W-AGCHAVE (W-QTDLIST)
           MOVE W-QTDLIST    TO DETANUM
           MOVE CRM-DTPROX   TO DETAPROX
           MOVE SPACES       TO DETAATR
           IF CRM-DTPROX < CON-DATA
              MOVE "*" TO DETAATR.
           MOVE SPACES       TO DETACLI
           MOVE ZEROS        TO DETATEL
           MOVE CRM-CPFCNPJ  TO CLI-CPFCNPJ
           READ ARQCLI
           IF ST-ERRO = "00"
              MOVE RAZAO TO DETACLI
              MOVE TEL   TO DETATEL.
           MOVE CRM-CANAL    TO DETACANAL
           MOVE CRM-ASSUNTO  TO DETAASSUN
           DISPLAY (LIN, 01) DETAGE
           ADD 1 TO LIN
           GO TO LISTA-AGE-RD.

       LISTA-AGE-FIM.
           IF W-QTDLIST = ZEROS
              MOVE "*** NENHUM RETORNO PENDENTE NA AGENDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           IF W-MAIS = "S"
              DISPLAY (19, 03)
                 "*** HA MAIS RETORNOS - BAIXE OS LISTADOS ***".

      *
      ******************************
      * BAIXA DE RETORNO REALIZADO  *
      ******************************
      *
       SEL-LIN.
           MOVE ZEROS TO W-LINSEL
           DISPLAY (20, 03) "RETORNO REALIZADO (NR / 00=ENCERRA): "
           ACCEPT (20, 40) W-LINSEL
           ACCEPT W-ACT FROM ESCAPE KEY
           DISPLAY (20, 01) LIMPA
           IF W-ACT = 01 OR W-LINSEL = ZEROS
              GO TO R1.
           IF W-LINSEL > W-QTDLIST
              MOVE "NUMERO DE LINHA INVALIDO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO SEL-LIN.

       SEL-CONF.
           DISPLAY (20, 03) "CONFIRMA A BAIXA DO RETORNO? (S/N): ".
           ACCEPT (20, 40) DADOS
           DISPLAY (20, 01) LIMPA
           IF DADOS = "N" OR "n"
              GO TO SEL-LIN.
           IF DADOS NOT = "S" AND "s"
              MOVE "DIGITE UMA OPERACAO VALIDA (S/N)" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO SEL-CONF.
           MOVE W-AGCHAVE (W-LINSEL) TO CRM-CHAVE
           READ ARQCRM
           IF ST-ERRO NOT = "00" OR CRM-SITUACAO NOT = "P"
              MOVE "*** RETORNO ALTERADO POR OUTRO USUARIO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO LISTA-AGE.
           MOVE REGCRM TO W-IMGANT
           MOVE "C" TO CRM-SITUACAO
           REWRITE REGCRM
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA BAIXA DO RETORNO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO LISTA-AGE.
           MOVE "BAIXA" TO LOG-OPERACAO
           MOVE CRM-CHAVE TO LOG-CHAVEREG
           MOVE REGCRM TO W-IMGNOV
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM
           MOVE "*** RETORNO BAIXADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO LISTA-AGE.

       LIMPA-LISTA.
           MOVE 07 TO LIN.
       LIMPA-LISTA-LOOP.
           IF LIN > 19
              GO TO LIMPA-LISTA-FIM.
           DISPLAY (LIN, 01) LIMPA2
           ADD 1 TO LIN
           GO TO LIMPA-LISTA-LOOP.
       LIMPA-LISTA-FIM.
           EXIT.

       GRAVA-LOG.
           ACCEPT LOG-DATA FROM DATE YYYYMMDD.
           ACCEPT LOG-HORA FROM TIME.
           MOVE ZEROS TO LOG-SEQ.
           MOVE "SCE130" TO LOG-PROGRAMA.
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
           CLOSE ARQCRM ARQCLI ARQVEN ARQLOG.
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
