       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCE152.
      *AUTHOR. Kauan Paulino Farias.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQBUD ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BUD-CHAVE
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQTIT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TIT-CHAVE
                    FILE STATUS  IS ST-ERRO2
                    ALTERNATE RECORD KEY IS TIT-CPFCNPJ
                                   WITH DUPLICATES.

           SELECT ARQTITX ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TITX-CHAVE
                    FILE STATUS  IS ST-ERRO2.

           SELECT ARQDRE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DRE-CHAVE
                    FILE STATUS  IS ST-ERRO4.

           SELECT ARQFECH ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FECH-ANOMES
                    FILE STATUS  IS ST-ERRO4.

           SELECT ARQFIL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FIL-CODIGO
                    FILE STATUS  IS ST-ERRO2.

           SELECT RELORC ASSIGN TO W-NOMEREL
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
       FD ARQBUD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQBUD.DAT".
       01 REGBUD.
          03 BUD-CHAVE.
             05 BUD-ANO        PIC 9(04).
             05 BUD-FILIAL     PIC 9(02).
             05 BUD-CATEG      PIC X(08).
             05 BUD-MES        PIC 9(02).
          03 BUD-TIPO          PIC X(01).
          03 BUD-VALOR         PIC 9(10)V99.
          03 BUD-DTALT         PIC 9(08).
          03 BUD-OPERADOR      PIC X(10).
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
       FD ARQTITX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQTITX.DAT".
       01 REGTITX.
          03 TITX-CHAVE.
             05 TITX-NUMPED    PIC 9(6).
             05 TITX-TIPEDIDO  PIC 9(1).
             05 TITX-PARCELA   PIC 9(2).
          03 TITX-CATEG        PIC X(08).
          03 TITX-DESCR        PIC X(30).
      *-----------------------------------------------------------------
       FD ARQDRE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQDRE.DAT".
       01 REGDRE.
          03 DRE-CHAVE.
             05 DRE-ANOMES     PIC 9(06).
             05 DRE-LINHA      PIC 9(02).
          03 DRE-DESCR         PIC X(30).
          03 DRE-VALOR         PIC S9(10)V99.
      *-----------------------------------------------------------------
       FD ARQFECH
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFECH.DAT".
       01 REGFECH.
          03 FECH-ANOMES       PIC 9(06).
          03 FECH-TOTCOMPRA    PIC 9(10)V99.
          03 FECH-TOTVENDA     PIC 9(10)V99.
          03 FECH-QTDCOMPRA    PIC 9(06).
          03 FECH-QTDVENDA     PIC 9(06).
          03 FECH-STATUS       PIC X(01).
          03 FECH-DTFECH       PIC 9(08).
          03 FECH-OPERADOR     PIC X(10).
      *-----------------------------------------------------------------
       FD ARQFIL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFIL.DAT".
       01 REGFIL.
          03 FIL-CODIGO        PIC 9(02).
          03 FIL-RAZAO         PIC X(30).
          03 FIL-CNPJ          PIC 9(14).
          03 FIL-CIDADE        PIC X(20).
          03 FIL-UF            PIC X(02).
      *-----------------------------------------------------------------
       FD RELORC
               LABEL RECORD IS STANDARD.
       01 LINHA-REL      PIC X(132).
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
       01 W-DREANOMES   PIC 9(06) EXTERNAL.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 ST-ERRO3      PIC X(02) VALUE "00".
       01 ST-ERRO4      PIC X(02) VALUE "00".
       01 ST-ERRO5      PIC X(02) VALUE "00".
       01 MENS          PIC X(50) VALUE SPACES.
       01 LIMPA         PIC X(55) VALUE SPACES.
       01 DADOS         PIC X(01) VALUE SPACES.
       01 W-TXOK        PIC X(01) VALUE "N".
       01 W-DREOK       PIC X(01) VALUE "N".
       01 W-FILOK       PIC X(01) VALUE "N".
       01 W-FILRAZAO    PIC X(30) VALUE SPACES.
       01 W-FILIAL      PIC 9(02) VALUE ZEROS.
       01 W-ANOMES      PIC 9(06) VALUE ZEROS.
       01 W-ANOMESR REDEFINES W-ANOMES.
          03 W-ANO      PIC 9(04).
          03 W-MES      PIC 9(02).
       01 W-AMINI       PIC 9(06) VALUE ZEROS.
       01 W-AMTRAB      PIC 9(06) VALUE ZEROS.
       01 W-AMTRABR REDEFINES W-AMTRAB.
          03 W-AMTANO   PIC 9(04).
          03 W-AMTMES   PIC 9(02).
       01 W-ATUALIZA    PIC X(01) VALUE "N".
       01 W-QTDDRE      PIC 9(02) VALUE ZEROS.
       01 W-BCATEG      PIC X(08) VALUE SPACES.
       01 W-BTIPO       PIC X(01) VALUE SPACES.
       01 W-CX          PIC 9(03) COMP VALUE ZEROS.
       01 W-DX          PIC 9(02) COMP VALUE ZEROS.
       01 W-QTDCAT      PIC 9(03) VALUE ZEROS.
       01 W-EXCEDE      PIC 9(06) VALUE ZEROS.
       01 W-QTDEST      PIC 9(03) VALUE ZEROS.
       01 W-QTDLIN      PIC 9(06) VALUE ZEROS.
       01 W-SECAO       PIC X(01) VALUE SPACES.
       01 W-NOMEREL     PIC X(30) VALUE SPACES.
       01 W-DTSPOOL     PIC 9(08) VALUE ZEROS.
       01 W-HRSPOOL     PIC 9(08) VALUE ZEROS.
       01 W-PCTCALC     PIC S9(07)V9 VALUE ZEROS.
       01 W-VALED       PIC ZZ.ZZZ.ZZZ.ZZ9,99- VALUE ZEROS.
       01 W-QTDED       PIC ZZ9 VALUE ZEROS.
      *
      * LINHA EM CALCULO - CATEGORIA OU TOTAL
      *
       01 W-LTIPO       PIC X(01) VALUE SPACES.
       01 W-LORCM       PIC S9(12)V99 VALUE ZEROS.
       01 W-LREAM       PIC S9(12)V99 VALUE ZEROS.
       01 W-LORCA       PIC S9(12)V99 VALUE ZEROS.
       01 W-LREAA       PIC S9(12)V99 VALUE ZEROS.
       01 W-LVAR        PIC S9(12)V99 VALUE ZEROS.
       01 W-TOTAIS.
          03 W-TOT OCCURS 2 TIMES.
             05 W-TOTORCM  PIC S9(12)V99.
             05 W-TOTREAM  PIC S9(12)V99.
             05 W-TOTORCA  PIC S9(12)V99.
             05 W-TOTREAA  PIC S9(12)V99.
      *
      * CATEGORIAS DO ANO - ORCADO E REALIZADO NO MES E ACUMULADO
      *
       01 W-CATTAB.
          03 W-CAT OCCURS 100 TIMES.
             05 W-CATCOD    PIC X(08).
             05 W-CATTIPO   PIC X(01).
             05 W-CATORCM   PIC S9(12)V99.
             05 W-CATREAM   PIC S9(12)V99.
             05 W-CATORCA   PIC S9(12)V99.
             05 W-CATREAA   PIC S9(12)V99.
      *
      * LINHAS DO DRE QUE TEM ORCAMENTO - DESCRICAO GRAVADA NO DRE,
      * CATEGORIA DO ORCAMENTO E TIPO
      *
       01 W-TABDRE.
          03 FILLER     PIC X(30) VALUE "RECEITA BRUTA DE VENDAS".
          03 FILLER     PIC X(09) VALUE "VENDAS  R".
          03 FILLER     PIC X(30) VALUE "(-) CUSTO DAS MERCADORIAS".
          03 FILLER     PIC X(09) VALUE "CMV     D".
          03 FILLER     PIC X(30) VALUE "(-) PERDAS COM CLIENTES".
          03 FILLER     PIC X(09) VALUE "PERDAS  D".
          03 FILLER     PIC X(30) VALUE "(+) RECUPERACAO DE PERDAS".
          03 FILLER     PIC X(09) VALUE "RECUPERAR".
          03 FILLER     PIC X(30) VALUE "(-) VARIACAO CAMBIAL PASSIVA".
          03 FILLER     PIC X(09) VALUE "VARCAMBPD".
          03 FILLER     PIC X(30) VALUE "(+) VARIACAO CAMBIAL ATIVA".
          03 FILLER     PIC X(09) VALUE "VARCAMBAR".
       01 W-TABDRER REDEFINES W-TABDRE.
          03 W-DRE OCCURS 6 TIMES.
             05 W-DREDESCR  PIC X(30).
             05 W-DRECATEG  PIC X(08).
             05 W-DRETIPO   PIC X(01).

      *-----------------------------------------------------------------
      *
      *************************
      * REPORT SECTION *
      *************************
      *
       01 REL-CAB.
          03 FILLER       PIC X(40)
             VALUE "ORCADO X REALIZADO POR CATEGORIA - MES: ".
          03 CABMES       PIC 9(02).
          03 FILLER       PIC X(01) VALUE "/".
          03 CABANO       PIC 9(04).
          03 FILLER       PIC X(11) VALUE "   FILIAL: ".
          03 CABFIL       PIC 9(02).
          03 FILLER       PIC X(01) VALUE SPACES.
          03 CABFILNOME   PIC X(30).

       01 REL-CAB2.
          03 FILLER       PIC X(11) VALUE "  CATEGORIA".
          03 FILLER       PIC X(15) VALUE "    ORCADO MES ".
          03 FILLER       PIC X(15) VALUE " REALIZADO MES ".
          03 FILLER       PIC X(15) VALUE "  VARIACAO MES ".
          03 FILLER       PIC X(08) VALUE "   VAR% ".
          03 FILLER       PIC X(15) VALUE "   ORCADO ACUM ".
          03 FILLER       PIC X(15) VALUE "REALIZADO ACUM ".
          03 FILLER       PIC X(15) VALUE " VARIACAO ACUM ".
          03 FILLER       PIC X(08) VALUE "   VAR% ".
          03 FILLER       PIC X(10) VALUE "SITUACAO".

       01 REL-SECAO.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 SECDESCR     PIC X(30) VALUE SPACES.

       01 REL-DET.
          03 DETMARCA     PIC X(02) VALUE SPACES.
          03 DETCATEG     PIC X(08) VALUE SPACES.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 DETORCM      PIC ZZ.ZZZ.ZZ9,99- VALUE ZEROS.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 DETREAM      PIC ZZ.ZZZ.ZZ9,99- VALUE ZEROS.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 DETVARM      PIC ZZ.ZZZ.ZZ9,99- VALUE ZEROS.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 DETPCTM      PIC ZZZ9,9- VALUE ZEROS.
          03 DETPCTMX REDEFINES DETPCTM PIC X(07).
          03 FILLER       PIC X(01) VALUE SPACES.
          03 DETORCA      PIC ZZ.ZZZ.ZZ9,99- VALUE ZEROS.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 DETREAA      PIC ZZ.ZZZ.ZZ9,99- VALUE ZEROS.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 DETVARA      PIC ZZ.ZZZ.ZZ9,99- VALUE ZEROS.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 DETPCTA      PIC ZZZ9,9- VALUE ZEROS.
          03 DETPCTAX REDEFINES DETPCTA PIC X(07).
          03 FILLER       PIC X(01) VALUE SPACES.
          03 DETSIT       PIC X(10) VALUE SPACES.

       01 REL-AVISO.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 AVIDESCR     PIC X(70) VALUE SPACES.

       SCREEN SECTION.
       01  TSCE152.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "           Orcado x Realizado por Categ".
           05  LINE 02  COLUMN 40
               VALUE  "oria - Relatorio Mensal".
           05  LINE 04  COLUMN 03
               VALUE  "Mes (AAAAMM) .:".
           05  TANOMES
               LINE 04  COLUMN 20  PIC 9(06)
               USING  W-ANOMES
               HIGHLIGHT.
           05  LINE 05  COLUMN 03
               VALUE  "Filial .......:".
           05  TFILIAL
               LINE 05  COLUMN 20  PIC 9(02)
               USING  W-FILIAL
               HIGHLIGHT.
           05  TFILRAZAO
               LINE 05  COLUMN 25  PIC X(30)
               USING  W-FILRAZAO.
           05  LINE 06  COLUMN 03
               VALUE  "Filial 00 = consolidado, com as linhas do DRE".
           05  LINE 23  COLUMN 01
               VALUE  "  MENSAGEM :".

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       ABRE-BUD.
           OPEN INPUT ARQBUD
           IF ST-ERRO NOT = "00"
              MOVE "NAO HA ORCAMENTO CADASTRADO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.

       ABRE-TIT.
           OPEN INPUT ARQTIT
           IF ST-ERRO2 NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO DE TITULOS" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQBUD
              GO TO ROT-FIM2.

       ABRE-TITX.
           OPEN INPUT ARQTITX
           IF ST-ERRO2 = "00"
              MOVE "S" TO W-TXOK
           ELSE
              MOVE "N" TO W-TXOK.

       ABRE-FIL.
           OPEN INPUT ARQFIL
           IF ST-ERRO2 = "00"
              MOVE "S" TO W-FILOK
           ELSE
              MOVE "N" TO W-FILOK.

       R1.
           ACCEPT W-DTSPOOL FROM DATE YYYYMMDD
           MOVE W-DTSPOOL (1:6) TO W-ANOMES
           MOVE ZEROS TO W-FILIAL
           MOVE SPACES TO W-FILRAZAO
           DISPLAY TSCE152.

       R2.
           ACCEPT TANOMES
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01 OR W-ANOMES = ZEROS
              GO TO ROT-FIM.
           IF W-ANO < 2000 OR W-MES < 01 OR W-MES > 12
              MOVE "MES INVALIDO - INFORME AAAAMM" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.

       R3.
           ACCEPT TFILIAL
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R2.
           IF W-FILIAL = ZEROS
              MOVE "CONSOLIDADO" TO W-FILRAZAO
              DISPLAY TFILRAZAO
              GO TO R4.
           IF W-FILOK = "S"
              MOVE W-FILIAL TO FIL-CODIGO
              READ ARQFIL
              IF ST-ERRO2 NOT = "00"
                 MOVE "FILIAL NAO CADASTRADA" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R3
              ELSE
                 MOVE FIL-RAZAO TO W-FILRAZAO
                 DISPLAY TFILRAZAO.

       R4.
           DISPLAY (21, 20) "CONFIRMA O RELATORIO? S-SIM/N-NAO"
           ACCEPT (21, 55) DADOS
           DISPLAY (21, 01) LIMPA
           IF DADOS = "N" OR "n"
              GO TO R1.
           IF DADOS NOT = "S" AND "s"
              GO TO R4.
           MOVE ZEROS TO W-QTDCAT W-EXCEDE W-QTDEST W-QTDDRE
           MOVE ZEROS TO W-TOTAIS
           COMPUTE W-AMINI = W-ANO * 100 + 1
           IF W-FILIAL NOT = ZEROS
              GO TO CARGA-ORC.

      *
      ***************************************
      * DRE DOS MESES DO ANO - APURA OS QUE  *
      * FALTAM OU AINDA NAO FORAM FECHADOS   *
      ***************************************
      *
       ATUALIZA-DRE.
           MOVE W-AMINI TO W-AMTRAB.
       ATUALIZA-DRE-LOOP.
           IF W-AMTRAB > W-ANOMES
              GO TO ATUALIZA-DRE-FIM.
           PERFORM VER-DRE THRU VER-DRE-FIM
           IF W-ATUALIZA = "S"
              ADD 1 TO W-QTDDRE
              MOVE W-AMTRAB TO W-DREANOMES
              CALL "SCE063"
              DISPLAY TSCE152.
           ADD 1 TO W-AMTRAB
           GO TO ATUALIZA-DRE-LOOP.
       ATUALIZA-DRE-FIM.
           OPEN INPUT ARQDRE
           IF ST-ERRO4 = "00"
              MOVE "S" TO W-DREOK
           ELSE
              MOVE "N" TO W-DREOK.

      *
      ***************************************
      * ORCADO - MES E ACUMULADO NO ANO      *
      ***************************************
      *
       CARGA-ORC.
           MOVE "*** LENDO O ORCAMENTO ***" TO MENS
           DISPLAY (23, 13) MENS
           MOVE W-ANO  TO BUD-ANO
           MOVE ZEROS  TO BUD-FILIAL BUD-MES
           MOVE SPACES TO BUD-CATEG
           START ARQBUD KEY IS NOT LESS BUD-CHAVE INVALID KEY
                 GO TO CARGA-TIT.
       CARGA-ORC-RD.
           READ ARQBUD NEXT
           IF ST-ERRO NOT = "00"
              GO TO CARGA-TIT.
           IF BUD-ANO NOT = W-ANO
              GO TO CARGA-TIT.
           IF W-FILIAL NOT = ZEROS AND BUD-FILIAL NOT = W-FILIAL
              GO TO CARGA-ORC-RD.
           IF BUD-MES > W-MES
              GO TO CARGA-ORC-RD.
           MOVE BUD-CATEG TO W-BCATEG
           MOVE BUD-TIPO  TO W-BTIPO
           PERFORM ACHA-CAT THRU ACHA-CAT-FIM
           IF W-CX = ZEROS
              GO TO CARGA-ORC-RD.
           ADD BUD-VALOR TO W-CATORCA (W-CX)
           IF BUD-MES = W-MES
              ADD BUD-VALOR TO W-CATORCM (W-CX).
           GO TO CARGA-ORC-RD.

      *
      ***************************************
      * REALIZADO - TITULOS AVULSOS PELA     *
      * CATEGORIA E MES DE EMISSAO           *
      ***************************************
      *
       CARGA-TIT.
           MOVE "*** APURANDO O REALIZADO DOS TITULOS ***" TO MENS
           DISPLAY (23, 13) MENS
           MOVE ZEROS TO TIT-CHAVE
           START ARQTIT KEY IS NOT LESS TIT-CHAVE INVALID KEY
                 GO TO CARGA-DRE.
       CARGA-TIT-RD.
           READ ARQTIT NEXT
           IF ST-ERRO2 NOT = "00"
              GO TO CARGA-DRE.
           IF TIT-TIPEDIDO NOT = 9
              GO TO CARGA-TIT-RD.
           IF TIT-STATUS = "C" OR "N"
              GO TO CARGA-TIT-RD.
           MOVE TIT-EMISSAO (1:6) TO W-AMTRAB
           IF W-AMTRAB < W-AMINI OR W-AMTRAB > W-ANOMES
              GO TO CARGA-TIT-RD.
           IF W-FILIAL NOT = ZEROS AND TIT-FILIAL NOT = W-FILIAL
              GO TO CARGA-TIT-RD.
           MOVE "DIVERSOS" TO W-BCATEG
           IF W-TXOK = "S"
              MOVE TIT-NUMPED   TO TITX-NUMPED
              MOVE TIT-TIPEDIDO TO TITX-TIPEDIDO
              MOVE TIT-PARCELA  TO TITX-PARCELA
              READ ARQTITX
              IF ST-ERRO2 = "00" AND TITX-CATEG NOT = SPACES
                 MOVE TITX-CATEG TO W-BCATEG.
           IF TIT-TIPO = "P"
              MOVE "D" TO W-BTIPO
           ELSE
              MOVE "R" TO W-BTIPO.
           PERFORM ACHA-CAT THRU ACHA-CAT-FIM
           IF W-CX = ZEROS
              GO TO CARGA-TIT-RD.
           ADD TIT-VALOR TO W-CATREAA (W-CX)
           IF W-AMTMES = W-MES
              ADD TIT-VALOR TO W-CATREAM (W-CX).
           GO TO CARGA-TIT-RD.

      *
      ***************************************
      * REALIZADO - LINHAS DO DRE (SOMENTE   *
      * NO CONSOLIDADO)                      *
      ***************************************
      *
       CARGA-DRE.
           IF W-FILIAL NOT = ZEROS OR W-DREOK NOT = "S"
              GO TO REL-INI.
           MOVE W-AMINI TO DRE-ANOMES
           MOVE ZEROS   TO DRE-LINHA
           START ARQDRE KEY IS NOT LESS DRE-CHAVE INVALID KEY
                 GO TO REL-INI.
       CARGA-DRE-RD.
           READ ARQDRE NEXT
           IF ST-ERRO4 NOT = "00"
              GO TO REL-INI.
           IF DRE-ANOMES > W-ANOMES
              GO TO REL-INI.
           MOVE ZEROS TO W-DX.
       CARGA-DRE-ACHA.
           ADD 1 TO W-DX
           IF W-DX > 6
              GO TO CARGA-DRE-RD.
           IF W-DREDESCR (W-DX) NOT = DRE-DESCR
              GO TO CARGA-DRE-ACHA.
           MOVE W-DRECATEG (W-DX) TO W-BCATEG
           MOVE W-DRETIPO (W-DX)  TO W-BTIPO
           PERFORM ACHA-CAT THRU ACHA-CAT-FIM
           IF W-CX = ZEROS
              GO TO CARGA-DRE-RD.
           ADD DRE-VALOR TO W-CATREAA (W-CX)
           MOVE DRE-ANOMES TO W-AMTRAB
           IF W-AMTMES = W-MES
              ADD DRE-VALOR TO W-CATREAM (W-CX).
           GO TO CARGA-DRE-RD.

      *
      ***************************************
      * IMPRESSAO - RECEITAS, DESPESAS E     *
      * RESULTADO                            *
      ***************************************
      *
       REL-INI.
           ACCEPT W-DTSPOOL FROM DATE YYYYMMDD
           ACCEPT W-HRSPOOL FROM TIME
           MOVE SPACES TO W-NOMEREL
           STRING "ORC" W-ANOMES W-HRSPOOL (1:6) ".LST"
                  DELIMITED BY SIZE INTO W-NOMEREL
           OPEN OUTPUT RELORC
           IF ST-ERRO3 NOT = "00"
              MOVE "ERRO NA ABERTURA DO RELATORIO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE ZEROS TO W-QTDLIN
           MOVE W-MES      TO CABMES
           MOVE W-ANO      TO CABANO
           MOVE W-FILIAL   TO CABFIL
           MOVE W-FILRAZAO TO CABFILNOME
           WRITE LINHA-REL FROM REL-CAB
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           WRITE LINHA-REL FROM REL-CAB2
           MOVE "R" TO W-SECAO
           MOVE "RECEITAS" TO SECDESCR.
       REL-SECAO-INI.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           WRITE LINHA-REL FROM REL-SECAO
           MOVE ZEROS TO W-CX.
       REL-CAT.
           ADD 1 TO W-CX
           IF W-CX > W-QTDCAT
              GO TO REL-SECAO-TOT.
           IF W-CATTIPO (W-CX) NOT = W-SECAO
              GO TO REL-CAT.
           MOVE W-CATTIPO (W-CX) TO W-LTIPO
           MOVE W-CATORCM (W-CX) TO W-LORCM
           MOVE W-CATREAM (W-CX) TO W-LREAM
           MOVE W-CATORCA (W-CX) TO W-LORCA
           MOVE W-CATREAA (W-CX) TO W-LREAA
           MOVE W-CATCOD (W-CX)  TO DETCATEG
           PERFORM CALC-LINHA THRU CALC-LINHA-FIM
           IF DETSIT = "ESTOURO"
              ADD 1 TO W-QTDEST.
           WRITE LINHA-REL FROM REL-DET
           ADD 1 TO W-QTDLIN
           IF W-SECAO = "R"
              MOVE 1 TO W-DX
           ELSE
              MOVE 2 TO W-DX.
           ADD W-LORCM TO W-TOTORCM (W-DX)
           ADD W-LREAM TO W-TOTREAM (W-DX)
           ADD W-LORCA TO W-TOTORCA (W-DX)
           ADD W-LREAA TO W-TOTREAA (W-DX)
           GO TO REL-CAT.
       REL-SECAO-TOT.
           IF W-SECAO = "R"
              MOVE 1 TO W-DX
           ELSE
              MOVE 2 TO W-DX.
           MOVE W-SECAO TO W-LTIPO
           MOVE W-TOTORCM (W-DX) TO W-LORCM
           MOVE W-TOTREAM (W-DX) TO W-LREAM
           MOVE W-TOTORCA (W-DX) TO W-LORCA
           MOVE W-TOTREAA (W-DX) TO W-LREAA
           MOVE "TOTAL" TO DETCATEG
           PERFORM CALC-LINHA THRU CALC-LINHA-FIM
           MOVE SPACES TO DETMARCA
           WRITE LINHA-REL FROM REL-DET
           IF W-SECAO = "R"
              MOVE "D" TO W-SECAO
              MOVE "DESPESAS" TO SECDESCR
              GO TO REL-SECAO-INI.

       REL-RESULT.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE "RESULTADO (RECEITA - DESPESA)" TO SECDESCR
           WRITE LINHA-REL FROM REL-SECAO
           MOVE "R" TO W-LTIPO
           COMPUTE W-LORCM = W-TOTORCM (1) - W-TOTORCM (2)
           COMPUTE W-LREAM = W-TOTREAM (1) - W-TOTREAM (2)
           COMPUTE W-LORCA = W-TOTORCA (1) - W-TOTORCA (2)
           COMPUTE W-LREAA = W-TOTREAA (1) - W-TOTREAA (2)
           MOVE "RESULT." TO DETCATEG
           PERFORM CALC-LINHA THRU CALC-LINHA-FIM
           MOVE SPACES TO DETMARCA
           WRITE LINHA-REL FROM REL-DET
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE "** = DESPESA ACIMA OU RECEITA ABAIXO DO ORCADO"
              TO AVIDESCR
           WRITE LINHA-REL FROM REL-AVISO
           MOVE SPACES TO AVIDESCR
           STRING "CATEGORIAS DE DESPESA ACIMA DO ORCADO NO MES: "
                  W-QTDEST DELIMITED BY SIZE INTO AVIDESCR
           WRITE LINHA-REL FROM REL-AVISO
           IF W-FILIAL NOT = ZEROS
              MOVE "POR FILIAL - LINHAS DO DRE NAO CONSIDERADAS"
                 TO AVIDESCR
              WRITE LINHA-REL FROM REL-AVISO.
           IF W-FILIAL = ZEROS AND W-DREOK NOT = "S"
              MOVE "DRE NAO DISPONIVEL - LINHAS DO DRE SEM REALIZADO"
                 TO AVIDESCR
              WRITE LINHA-REL FROM REL-AVISO.
           IF W-EXCEDE NOT = ZEROS
              MOVE SPACES TO AVIDESCR
              STRING "LIMITE DE 100 CATEGORIAS - IGNORADOS: "
                     W-EXCEDE DELIMITED BY SIZE INTO AVIDESCR
              WRITE LINHA-REL FROM REL-AVISO.
           CLOSE RELORC
           PERFORM GRAVA-SPOOL THRU GRAVA-SPOOL-FIM.

      *
      * RESUMO NA TELA
      *
       REL-TELA.
           DISPLAY TSCE152
           DISPLAY (08, 03) "                    ORCADO MES      REALIZ"
           DISPLAY (08, 46) "ADO MES"
           DISPLAY (09, 03) "RECEITAS ......:"
           MOVE W-TOTORCM (1) TO W-VALED
           DISPLAY (09, 20) W-VALED
           MOVE W-TOTREAM (1) TO W-VALED
           DISPLAY (09, 40) W-VALED
           DISPLAY (10, 03) "DESPESAS ......:"
           MOVE W-TOTORCM (2) TO W-VALED
           DISPLAY (10, 20) W-VALED
           MOVE W-TOTREAM (2) TO W-VALED
           DISPLAY (10, 40) W-VALED
           DISPLAY (12, 03) "CATEGORIAS ACIMA DO ORCADO:"
           MOVE W-QTDEST TO W-QTDED
           DISPLAY (12, 31) W-QTDED
           IF W-QTDDRE NOT = ZEROS
              DISPLAY (13, 03) "MESES COM DRE APURADO AGORA:"
              MOVE W-QTDDRE TO W-QTDED
              DISPLAY (13, 31) W-QTDED.
           DISPLAY (15, 03) "RELATORIO GRAVADO EM: "
           DISPLAY (15, 25) W-NOMEREL
           MOVE "*** RELATORIO GERADO NO SPOOL ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           DISPLAY (21, 20) "TECLE ENTER PARA CONTINUAR"
           ACCEPT (21, 52) DADOS
           IF W-DREOK = "S"
              CLOSE ARQDRE
              MOVE "N" TO W-DREOK.
           GO TO R1.

      *
      * O DRE DO MES SO E APROVEITADO SE EXISTIR E O MES ESTIVER
      * FECHADO - SENAO E APURADO DE NOVO
      *
       VER-DRE.
           MOVE "S" TO W-ATUALIZA
           OPEN INPUT ARQDRE
           IF ST-ERRO4 NOT = "00"
              GO TO VER-DRE-FIM.
           MOVE W-AMTRAB TO DRE-ANOMES
           MOVE 01 TO DRE-LINHA
           READ ARQDRE
           IF ST-ERRO4 NOT = "00"
              CLOSE ARQDRE
              GO TO VER-DRE-FIM.
           CLOSE ARQDRE
           OPEN INPUT ARQFECH
           IF ST-ERRO4 NOT = "00"
              GO TO VER-DRE-FIM.
           MOVE W-AMTRAB TO FECH-ANOMES
           READ ARQFECH
           IF ST-ERRO4 = "00" AND FECH-STATUS = "F"
              MOVE "N" TO W-ATUALIZA.
           CLOSE ARQFECH.
       VER-DRE-FIM.
           EXIT.

      *
      * LOCALIZA A CATEGORIA NA TABELA OU ABRE NOVA ENTRADA
      * W-CX = ZEROS QUANDO A TABELA ESTA CHEIA
      *
       ACHA-CAT.
           MOVE ZEROS TO W-CX.
       ACHA-CAT-LOOP.
           ADD 1 TO W-CX
           IF W-CX > W-QTDCAT
              GO TO ACHA-CAT-NOVO.
           IF W-CATCOD (W-CX) = W-BCATEG
              GO TO ACHA-CAT-FIM.
           GO TO ACHA-CAT-LOOP.
       ACHA-CAT-NOVO.
           IF W-QTDCAT NOT < 100
              ADD 1 TO W-EXCEDE
              MOVE ZEROS TO W-CX
              GO TO ACHA-CAT-FIM.
           ADD 1 TO W-QTDCAT
           MOVE W-QTDCAT TO W-CX
           MOVE W-BCATEG TO W-CATCOD (W-CX)
           MOVE W-BTIPO  TO W-CATTIPO (W-CX)
           MOVE ZEROS TO W-CATORCM (W-CX) W-CATREAM (W-CX)
           MOVE ZEROS TO W-CATORCA (W-CX) W-CATREAA (W-CX).
       ACHA-CAT-FIM.
           EXIT.

      *
      * VARIACAO (REALIZADO - ORCADO), PERCENTUAL SOBRE O ORCADO E
      * SITUACAO - DESPESA ACIMA OU RECEITA ABAIXO DO ORCADO
      *
       CALC-LINHA.
           MOVE SPACES TO DETMARCA DETSIT
           MOVE W-LORCM TO DETORCM
           MOVE W-LREAM TO DETREAM
           MOVE W-LORCA TO DETORCA
           MOVE W-LREAA TO DETREAA
           COMPUTE W-LVAR = W-LREAM - W-LORCM
           MOVE W-LVAR TO DETVARM
           IF W-LORCM = ZEROS
              MOVE "     - " TO DETPCTMX
           ELSE
              COMPUTE W-PCTCALC ROUNDED = W-LVAR * 100 / W-LORCM
              IF W-PCTCALC > 9999,9
                 MOVE 9999,9 TO DETPCTM
              ELSE
                 IF W-PCTCALC < -9999,9
                    MOVE -9999,9 TO DETPCTM
                 ELSE
                    MOVE W-PCTCALC TO DETPCTM.
           COMPUTE W-LVAR = W-LREAA - W-LORCA
           MOVE W-LVAR TO DETVARA
           IF W-LORCA = ZEROS
              MOVE "     - " TO DETPCTAX
           ELSE
              COMPUTE W-PCTCALC ROUNDED = W-LVAR * 100 / W-LORCA
              IF W-PCTCALC > 9999,9
                 MOVE 9999,9 TO DETPCTA
              ELSE
                 IF W-PCTCALC < -9999,9
                    MOVE -9999,9 TO DETPCTA
                 ELSE
                    MOVE W-PCTCALC TO DETPCTA.
           IF W-LTIPO = "D"
              IF W-LREAM > W-LORCM
                 MOVE "**" TO DETMARCA
                 MOVE "ESTOURO" TO DETSIT
              ELSE
                 IF W-LREAA > W-LORCA
                    MOVE "**" TO DETMARCA
                    MOVE "EST.ACUM" TO DETSIT.
           IF W-LTIPO = "R"
              IF W-LREAM < W-LORCM
                 MOVE "**" TO DETMARCA
                 MOVE "ABAIXO" TO DETSIT
              ELSE
                 IF W-LREAA < W-LORCA
                    MOVE "**" TO DETMARCA
                    MOVE "ABX.ACUM" TO DETSIT.
       CALC-LINHA-FIM.
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
           MOVE "ORCXREAL" TO SPL-RELATORIO
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
           CLOSE ARQBUD ARQTIT.
           IF W-TXOK = "S"
              CLOSE ARQTITX.
           IF W-FILOK = "S"
              CLOSE ARQFIL.
           IF W-DREOK = "S"
              CLOSE ARQDRE.
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
