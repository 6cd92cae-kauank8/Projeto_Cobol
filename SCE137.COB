       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCE137.
      *AUTHOR. Kauan Paulino Farias.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQCLI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY IS CPFCNPJ
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS RAZAO
                                   WITH DUPLICATES.

           SELECT DUPWORK ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DW-CHAVE
                    FILE STATUS  IS ST-ERRO2.

           SELECT DUPPAR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DP-CHAVE
                    FILE STATUS  IS ST-ERRO4
                    ALTERNATE RECORD KEY IS DP-ORDEM.

           SELECT RELDUP ASSIGN TO W-NOMEREL
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
       FD ARQCLI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCLI.DAT".
       01 REGCLI.
          03 PESSOA      PIC X(01).
          03 CPFCNPJ     PIC 9(14).
          03 RAZAO       PIC X(30).
          03 APELIDO     PIC X(30).
          03 CEP         PIC 9(8).
          03 NUMERO      PIC 9(05).
          03 COMPLEMENTO PIC X(10).
          03 TEL         PIC 9(11).
          03 EMAIL       PIC X(30).
          03 TEL2        PIC 9(11).
      *-----------------------------------------------------------------
       FD DUPWORK
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "DUPWORK.DAT".
       01 REGDUPW.
          03 DW-CHAVE.
             05 DW-CRIT        PIC X(01).
             05 DW-VALOR       PIC X(30).
             05 DW-CPF         PIC 9(14).
          03 DW-TAM            PIC 9(02).
      *-----------------------------------------------------------------
       FD DUPPAR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "DUPPAR.DAT".
       01 REGDUPP.
          03 DP-CHAVE.
             05 DP-CPF1        PIC 9(14).
             05 DP-CPF2        PIC 9(14).
          03 DP-ORDEM.
             05 DP-INVPTS      PIC 9(01).
             05 DP-ORDCPF1     PIC 9(14).
             05 DP-ORDCPF2     PIC 9(14).
          03 DP-PONTOS         PIC 9(01).
          03 DP-CRIT           PIC X(05).
      *-----------------------------------------------------------------
       FD RELDUP
               LABEL RECORD IS STANDARD.
       01 LINHA-REL      PIC X(110).
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
       01 MENS          PIC X(50) VALUE SPACES.
       01 LIMPA         PIC X(55) VALUE SPACES.
       01 W-PCSIMIL     PIC 9(03) VALUE 85.
       01 W-QTDCLI      PIC 9(06) VALUE ZEROS.
       01 W-QTDPAR      PIC 9(06) VALUE ZEROS.
       01 W-QTDLIN      PIC 9(06) VALUE ZEROS.
       01 W-NOMEREL     PIC X(30) VALUE SPACES.
       01 W-DTSPOOL     PIC 9(08) VALUE ZEROS.
       01 W-HRSPOOL     PIC 9(08) VALUE ZEROS.
      *
      *    NORMALIZACAO DE NOMES
      *
       01 W-NTEXTO      PIC X(31) VALUE SPACES.
       01 W-NCHAVE      PIC X(30) VALUE SPACES.
       01 W-NTAM        PIC 9(02) VALUE ZEROS.
       01 W-NI          PIC 9(02) COMP VALUE ZEROS.
       01 W-NCAR        PIC X(01) VALUE SPACES.
      *
      *    COMPARACAO COM A CHAVE ANTERIOR
      *
       01 W-ANTCRIT     PIC X(01) VALUE SPACES.
       01 W-ANTVALOR    PIC X(30) VALUE SPACES.
       01 W-ANTTAM      PIC 9(02) VALUE ZEROS.
       01 W-ANTCPF      PIC 9(14) VALUE ZEROS.
       01 W-GRPCPF      PIC 9(14) VALUE ZEROS.
       01 W-PARCRIT     PIC X(01) VALUE SPACES.
       01 W-PARCPFA     PIC 9(14) VALUE ZEROS.
       01 W-PARCPFB     PIC 9(14) VALUE ZEROS.
       01 W-CX          PIC 9(01) VALUE ZEROS.
       01 W-PREF        PIC 9(02) VALUE ZEROS.
       01 W-SUF         PIC 9(02) VALUE ZEROS.
       01 W-MENOR       PIC 9(02) VALUE ZEROS.
       01 W-MAIOR       PIC 9(02) VALUE ZEROS.
       01 W-POSA        PIC 9(02) VALUE ZEROS.
       01 W-POSB        PIC 9(02) VALUE ZEROS.
       01 W-SIMIL       PIC 9(03) VALUE ZEROS.
       01 W-CRITVAL     PIC X(05) VALUE "RATEC".
       01 W-CRITTAB REDEFINES W-CRITVAL.
          03 W-CRITCOD  PIC X(01) OCCURS 5 TIMES.
       01 W-CEPNUM.
          03 W-CNCEP    PIC 9(08).
          03 W-CNNUM    PIC 9(05).
       01 W-TELX        PIC 9(11) VALUE ZEROS.

      *-----------------------------------------------------------------
      *
      *************************
      * REPORT SECTION *
      *************************
      *
       01 REL-CAB.
          03 FILLER       PIC X(40)
             VALUE "PROVAVEIS CLIENTES DUPLICADOS - EMISSAO ".
          03 CABDATA      PIC 9(08).
          03 FILLER       PIC X(20) VALUE "   SEMELHANCA MIN. ".
          03 CABSIMIL     PIC ZZ9.
          03 FILLER       PIC X(01) VALUE "%".

       01 REL-LEG.
          03 FILLER       PIC X(40)
             VALUE "CRITERIOS: R=RAZAO SEMELHANTE  A=APELIDO".
          03 FILLER       PIC X(40)
             VALUE " SEMELHANTE  T=TELEFONE  E=E-MAIL  C=CEP".
          03 FILLER       PIC X(09) VALUE "+NUMERO".

       01 REL-CAB2.
          03 FILLER       PIC X(10) VALUE "PTS CRIT. ".
          03 FILLER       PIC X(17) VALUE "CPF/CNPJ       P ".
          03 FILLER       PIC X(31) VALUE "RAZAO SOCIAL".
          03 FILLER       PIC X(12) VALUE "TELEFONE".
          03 FILLER       PIC X(30) VALUE "E-MAIL".

       01 REL-DET.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 DETPTS       PIC 9(01) VALUE ZEROS.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 DETCRIT      PIC X(05) VALUE SPACES.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 DETCPF       PIC 9(14) VALUE ZEROS.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 DETPESSOA    PIC X(01) VALUE SPACES.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 DETRAZAO     PIC X(30) VALUE SPACES.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 DETTEL       PIC 9(11) VALUE ZEROS.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 DETEMAIL     PIC X(30) VALUE SPACES.

       01 REL-TOT.
          03 FILLER       PIC X(25) VALUE "CLIENTES ANALISADOS ...: ".
          03 TOTCLI       PIC ZZZZZ9 VALUE ZEROS.
          03 FILLER       PIC X(25) VALUE "   PARES SUSPEITOS ....: ".
          03 TOTPAR       PIC ZZZZZ9 VALUE ZEROS.

       SCREEN SECTION.
       01  TSCE137.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "           Deteccao de Clientes Duplicad".
           05  LINE 02  COLUMN 41
               VALUE  "os".
           05  LINE 05  COLUMN 03
               VALUE  "SEMELHANCA MINIMA DE NOMES (%):".
           05  LINE 07  COLUMN 03
               VALUE  "Compara razao social e apelido (semelha".
           05  LINE 07  COLUMN 42
               VALUE  "ntes), telefones, e-mail e CEP+numero.".
           05  LINE 23  COLUMN 01
               VALUE  "  MENSAGEM :".

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       ABRE-CLI.
           DISPLAY TSCE137
           OPEN INPUT ARQCLI
           IF ST-ERRO NOT = "00"
              MOVE "ARQUIVO DE CLIENTES NAO EXISTE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.

       R1.
           MOVE 85 TO W-PCSIMIL
           ACCEPT (05, 35) W-PCSIMIL WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01 OR 02
              CLOSE ARQCLI
              GO TO ROT-FIM2.
           IF W-PCSIMIL < 50 OR W-PCSIMIL > 100
              MOVE "SEMELHANCA DEVE ESTAR ENTRE 50 E 100" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.

      *
      ******************************
      * CHAVES DE COMPARACAO        *
      ******************************
      *
       WRK-INI.
           OPEN OUTPUT DUPWORK
           IF ST-ERRO2 NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO DE TRABALHO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQCLI
              GO TO ROT-FIM2.
           CLOSE DUPWORK
           OPEN I-O DUPWORK
           OPEN OUTPUT DUPPAR
           IF ST-ERRO4 NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO DE TRABALHO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQCLI DUPWORK
              GO TO ROT-FIM2.
           CLOSE DUPPAR
           OPEN I-O DUPPAR
           MOVE ZEROS TO W-QTDCLI W-QTDPAR
           MOVE ZEROS TO CPFCNPJ
           START ARQCLI KEY IS NOT LESS CPFCNPJ INVALID KEY
                 GO TO CMP-INI.

       WRK-RD.
           READ ARQCLI NEXT
           IF ST-ERRO NOT = "00"
              GO TO CMP-INI.
           MOVE "*** GERANDO CHAVES DE COMPARACAO ***" TO MENS
           DISPLAY (23, 13) MENS
           ADD 1 TO W-QTDCLI
           MOVE RAZAO TO W-NTEXTO
           PERFORM NORMALIZA THRU NORMALIZA-FIM
           IF W-NTAM > 3
              MOVE "R" TO DW-CRIT
              PERFORM GRAVA-CHAVE THRU GRAVA-CHAVE-FIM.
           MOVE APELIDO TO W-NTEXTO
           PERFORM NORMALIZA THRU NORMALIZA-FIM
           IF W-NTAM > 3
              MOVE "A" TO DW-CRIT
              PERFORM GRAVA-CHAVE THRU GRAVA-CHAVE-FIM.
           IF TEL NOT = ZEROS
              MOVE TEL TO W-TELX
              PERFORM GRAVA-TEL THRU GRAVA-TEL-FIM.
           IF TEL2 NOT = ZEROS
              MOVE TEL2 TO W-TELX
              PERFORM GRAVA-TEL THRU GRAVA-TEL-FIM.
           IF EMAIL NOT = SPACES
              MOVE EMAIL TO W-NCHAVE
              INSPECT W-NCHAVE CONVERTING
                 "abcdefghijklmnopqrstuvwxyz" TO
                 "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
              MOVE 30 TO W-NTAM
              MOVE "E" TO DW-CRIT
              PERFORM GRAVA-CHAVE THRU GRAVA-CHAVE-FIM.
           IF CEP NOT = ZEROS AND NUMERO NOT = ZEROS
              MOVE CEP    TO W-CNCEP
              MOVE NUMERO TO W-CNNUM
              MOVE W-CEPNUM TO W-NCHAVE
              MOVE 13 TO W-NTAM
              MOVE "C" TO DW-CRIT
              PERFORM GRAVA-CHAVE THRU GRAVA-CHAVE-FIM.
           GO TO WRK-RD.

       GRAVA-TEL.
           MOVE SPACES TO W-NCHAVE
           MOVE W-TELX TO W-NCHAVE
           MOVE 11 TO W-NTAM
           MOVE "T" TO DW-CRIT
           PERFORM GRAVA-CHAVE THRU GRAVA-CHAVE-FIM.
       GRAVA-TEL-FIM.
           EXIT.

       GRAVA-CHAVE.
           MOVE W-NCHAVE TO DW-VALOR
           MOVE CPFCNPJ  TO DW-CPF
           MOVE W-NTAM   TO DW-TAM
           WRITE REGDUPW.
       GRAVA-CHAVE-FIM.
           EXIT.

      *
      ******************************************
      * NORMALIZA NOME: MAIUSCULAS, SEM SUFIXO *
      * SOCIETARIO E SO LETRAS E DIGITOS       *
      ******************************************
      *
       NORMALIZA.
           MOVE SPACES TO W-NCHAVE
           MOVE ZEROS  TO W-NTAM
           INSPECT W-NTEXTO CONVERTING
              "abcdefghijklmnopqrstuvwxyz" TO
              "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           INSPECT W-NTEXTO REPLACING ALL " LTDA"   BY "     "
                                      ALL " EIRELI" BY "       "
                                      ALL " EPP "   BY "     "
                                      ALL " MEI "   BY "     "
                                      ALL " ME "    BY "    "
                                      ALL "-ME "    BY "    "
                                      ALL " S/A"    BY "    "
                                      ALL " S.A."   BY "     "
                                      ALL " SA "    BY "    "
           MOVE ZEROS TO W-NI.
       NORMALIZA-LP.
           ADD 1 TO W-NI
           IF W-NI > 30
              GO TO NORMALIZA-FIM.
           MOVE W-NTEXTO (W-NI:1) TO W-NCAR
           IF (W-NCAR NOT < "A" AND W-NCAR NOT > "Z") OR
              (W-NCAR NOT < "0" AND W-NCAR NOT > "9")
              ADD 1 TO W-NTAM
              MOVE W-NCAR TO W-NCHAVE (W-NTAM:1).
           GO TO NORMALIZA-LP.
       NORMALIZA-FIM.
           EXIT.

      *
      ******************************************
      * COMPARA CHAVES VIZINHAS E GERA PARES   *
      ******************************************
      *
       CMP-INI.
           MOVE SPACES TO W-ANTCRIT W-ANTVALOR
           MOVE ZEROS  TO W-ANTCPF W-GRPCPF W-ANTTAM
           MOVE LOW-VALUES TO DW-CHAVE
           START DUPWORK KEY IS NOT LESS DW-CHAVE INVALID KEY
                 GO TO REL-INI.

       CMP-RD.
           READ DUPWORK NEXT
           IF ST-ERRO2 NOT = "00"
              GO TO REL-INI.
           MOVE "*** COMPARANDO CLIENTES ***" TO MENS
           DISPLAY (23, 13) MENS
           IF DW-CRIT = W-ANTCRIT AND DW-VALOR = W-ANTVALOR
              MOVE DW-CRIT  TO W-PARCRIT
              MOVE W-GRPCPF TO W-PARCPFA
              MOVE DW-CPF   TO W-PARCPFB
              PERFORM GRAVA-PAR THRU GRAVA-PAR-FIM
              GO TO CMP-PROX.
           MOVE DW-CPF TO W-GRPCPF
           IF DW-CRIT NOT = W-ANTCRIT
              GO TO CMP-PROX.
           IF DW-CRIT NOT = "R" AND DW-CRIT NOT = "A"
              GO TO CMP-PROX.
           PERFORM CALC-SIMIL THRU CALC-SIMIL-FIM
           IF W-SIMIL NOT < W-PCSIMIL
              MOVE DW-CRIT  TO W-PARCRIT
              MOVE W-ANTCPF TO W-PARCPFA
              MOVE DW-CPF   TO W-PARCPFB
              PERFORM GRAVA-PAR THRU GRAVA-PAR-FIM.

       CMP-PROX.
           MOVE DW-CRIT  TO W-ANTCRIT
           MOVE DW-VALOR TO W-ANTVALOR
           MOVE DW-TAM   TO W-ANTTAM
           MOVE DW-CPF   TO W-ANTCPF
           GO TO CMP-RD.

      *
      * SEMELHANCA = (PREFIXO COMUM + SUFIXO COMUM) / MAIOR TAMANHO,
      * ACEITA UM ERRO DE DIGITACAO (TROCA, FALTA OU SOBRA DE LETRA)
      *
       CALC-SIMIL.
           MOVE ZEROS TO W-SIMIL W-PREF W-SUF
           IF W-ANTTAM < DW-TAM
              MOVE W-ANTTAM TO W-MENOR
              MOVE DW-TAM   TO W-MAIOR
           ELSE
              MOVE DW-TAM   TO W-MENOR
              MOVE W-ANTTAM TO W-MAIOR.
           IF W-MENOR < 4
              GO TO CALC-SIMIL-FIM.
       CALC-SIMIL-PRE.
           IF W-PREF NOT < W-MENOR
              GO TO CALC-SIMIL-CALC.
           IF W-ANTVALOR (W-PREF + 1:1) NOT = DW-VALOR (W-PREF + 1:1)
              GO TO CALC-SIMIL-SUF.
           ADD 1 TO W-PREF
           GO TO CALC-SIMIL-PRE.
       CALC-SIMIL-SUF.
           IF W-PREF + W-SUF NOT < W-MENOR
              GO TO CALC-SIMIL-CALC.
           COMPUTE W-POSA = W-ANTTAM - W-SUF
           COMPUTE W-POSB = DW-TAM - W-SUF
           IF W-ANTVALOR (W-POSA:1) NOT = DW-VALOR (W-POSB:1)
              GO TO CALC-SIMIL-CALC.
           ADD 1 TO W-SUF
           GO TO CALC-SIMIL-SUF.
       CALC-SIMIL-CALC.
           COMPUTE W-SIMIL = (W-PREF + W-SUF) * 100 / W-MAIOR.
       CALC-SIMIL-FIM.
           EXIT.

       GRAVA-PAR.
           IF W-PARCPFA = W-PARCPFB
              GO TO GRAVA-PAR-FIM.
           MOVE 1 TO W-CX.
       GRAVA-PAR-CX.
           IF W-CRITCOD (W-CX) NOT = W-PARCRIT AND W-CX < 5
              ADD 1 TO W-CX
              GO TO GRAVA-PAR-CX.
           IF W-PARCPFA < W-PARCPFB
              MOVE W-PARCPFA TO DP-CPF1
              MOVE W-PARCPFB TO DP-CPF2
           ELSE
              MOVE W-PARCPFB TO DP-CPF1
              MOVE W-PARCPFA TO DP-CPF2.
           READ DUPPAR
           IF ST-ERRO4 NOT = "00"
              MOVE SPACES TO DP-CRIT
              MOVE ZEROS  TO DP-PONTOS
              MOVE W-PARCRIT TO DP-CRIT (W-CX:1)
              MOVE 1 TO DP-PONTOS
              PERFORM MONTA-ORDEM THRU MONTA-ORDEM-FIM
              WRITE REGDUPP
              ADD 1 TO W-QTDPAR
              GO TO GRAVA-PAR-FIM.
           IF DP-CRIT (W-CX:1) NOT = SPACES
              GO TO GRAVA-PAR-FIM.
           MOVE W-PARCRIT TO DP-CRIT (W-CX:1)
           ADD 1 TO DP-PONTOS
           PERFORM MONTA-ORDEM THRU MONTA-ORDEM-FIM
           REWRITE REGDUPP.
       GRAVA-PAR-FIM.
           EXIT.

       MONTA-ORDEM.
           COMPUTE DP-INVPTS = 5 - DP-PONTOS
           MOVE DP-CPF1 TO DP-ORDCPF1
           MOVE DP-CPF2 TO DP-ORDCPF2.
       MONTA-ORDEM-FIM.
           EXIT.

      *
      ******************************
      * RELATORIO DE PARES          *
      ******************************
      *
       REL-INI.
           CLOSE DUPWORK
           IF W-QTDPAR = ZEROS
              MOVE "*** NENHUM CLIENTE DUPLICADO ENCONTRADO ***"
                 TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE DUPPAR
              GO TO ROT-FIM.
           ACCEPT W-DTSPOOL FROM DATE YYYYMMDD
           ACCEPT W-HRSPOOL FROM TIME
           MOVE SPACES TO W-NOMEREL
           STRING "DUPCLI" W-DTSPOOL W-HRSPOOL (1:6) ".LST"
                  DELIMITED BY SIZE INTO W-NOMEREL
           OPEN OUTPUT RELDUP
           IF ST-ERRO3 NOT = "00"
              MOVE "ERRO NA ABERTURA DO RELATORIO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE DUPPAR
              GO TO ROT-FIM.
           MOVE W-DTSPOOL TO CABDATA
           MOVE W-PCSIMIL TO CABSIMIL
           WRITE LINHA-REL FROM REL-CAB
           WRITE LINHA-REL FROM REL-LEG
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           WRITE LINHA-REL FROM REL-CAB2
           MOVE ZEROS TO W-QTDLIN
           MOVE LOW-VALUES TO DP-ORDEM
           START DUPPAR KEY IS NOT LESS DP-ORDEM INVALID KEY
                 GO TO REL-FIM.

       REL-RD.
           READ DUPPAR NEXT
           IF ST-ERRO4 NOT = "00"
              GO TO REL-FIM.
           MOVE "*** IMPRIMINDO PARES SUSPEITOS ***" TO MENS
           DISPLAY (23, 13) MENS
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE DP-PONTOS TO DETPTS
           MOVE DP-CRIT   TO DETCRIT
           MOVE DP-CPF1   TO CPFCNPJ
           PERFORM REL-CLIENTE THRU REL-CLIENTE-FIM
           MOVE ZEROS  TO DETPTS
           MOVE SPACES TO DETCRIT
           MOVE DP-CPF2   TO CPFCNPJ
           PERFORM REL-CLIENTE THRU REL-CLIENTE-FIM
           ADD 1 TO W-QTDLIN
           GO TO REL-RD.

       REL-CLIENTE.
           MOVE CPFCNPJ TO DETCPF
           READ ARQCLI
           IF ST-ERRO NOT = "00"
              MOVE SPACES TO DETPESSOA DETEMAIL
              MOVE "*** EXCLUIDO ***" TO DETRAZAO
              MOVE ZEROS TO DETTEL
           ELSE
              MOVE PESSOA TO DETPESSOA
              MOVE RAZAO  TO DETRAZAO
              MOVE TEL    TO DETTEL
              MOVE EMAIL  TO DETEMAIL.
           IF DETPTS = ZEROS
              MOVE SPACES TO REL-DET (1:10).
           WRITE LINHA-REL FROM REL-DET.
       REL-CLIENTE-FIM.
           EXIT.

       REL-FIM.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-QTDCLI TO TOTCLI
           MOVE W-QTDPAR TO TOTPAR
           WRITE LINHA-REL FROM REL-TOT
           CLOSE RELDUP DUPPAR
           PERFORM GRAVA-SPOOL THRU GRAVA-SPOOL-FIM
           DISPLAY (23, 13) LIMPA
           DISPLAY (10, 03) "CLIENTES ANALISADOS : "
           DISPLAY (10, 25) W-QTDCLI
           DISPLAY (11, 03) "PARES SUSPEITOS ....: "
           DISPLAY (11, 25) W-QTDPAR
           DISPLAY (13, 03) "RELATORIO GRAVADO EM: "
           DISPLAY (13, 25) W-NOMEREL
           MOVE "*** DETECCAO DE DUPLICADOS CONCLUIDA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.

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
           MOVE "DUPCLI" TO SPL-RELATORIO
           MOVE W-NOMEREL TO SPL-ARQUIVO
           IF W-USUARIO NOT = SPACES AND
              W-USUARIO NOT = LOW-VALUES
              MOVE W-USUARIO TO SPL-OPERADOR
           ELSE
              MOVE SPACES TO SPL-OPERADOR.
           MOVE W-QTDLIN TO SPL-QTDREG.
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
