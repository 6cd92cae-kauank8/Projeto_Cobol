       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCE148.
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

           SELECT ARQFOR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FOR-CPFCNPJ
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQPRO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CODIGO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS DESCRICAO
                                   WITH DUPLICATES.

           SELECT ARQPED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY IS CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CLIENTE
                                   WITH DUPLICATES
                    ALTERNATE RECORD KEY IS FORNECEDOR
                                   WITH DUPLICATES.

           SELECT ARQLOG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                    RECORD KEY   IS LOG-CHAVE
                    FILE STATUS  IS ST-ERRO3.

           SELECT RELRFW ASSIGN TO W-NOMEREL
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO2.

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
          03 PESSOA      PIC X(1).
          03 CPFCNPJ PIC 9(14).
          03 RAZAO       PIC X(30).
          03 APELIDO     PIC X(30).
          03 CEP         PIC 9(8).
          03 NUMERO      PIC 9(05).
          03 COMPLEMENTO PIC X(10).
          03 TEL         PIC 9(11).
          03 EMAIL       PIC X(30).
          03 TEL2        PIC 9(11).
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
          03 PRO-CPFCNPJ     PIC 9(14).
          03 MINESTOQUE      PIC 9(06).
      *-----------------------------------------------------------------
       FD ARQPED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPED.DAT".
       01 REGPED.
          03 CHAVE.
            05 NUMPEDIDO     PIC 9(6).
            05 TIPEDIDO      PIC 9(1).
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
       FD RELRFW
               LABEL RECORD IS STANDARD.
       01 LINHA-REL      PIC X(130).
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
       01 W-OPERADOR    PIC X(10) VALUE SPACES.
       01 W-USUARIO     PIC X(10) EXTERNAL.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 ST-ERRO3      PIC X(02) VALUE "00".
       01 ST-ERRO5      PIC X(02) VALUE "00".
       01 MENS          PIC X(50) VALUE SPACES.
       01 LIMPA         PIC X(55) VALUE SPACES.
       01 DADOS         PIC X(01) VALUE SPACES.
       01 W-DATABKP     PIC 9(08) VALUE ZEROS.
       01 W-DTLIM       PIC 9(08) VALUE ZEROS.
       01 W-HRLIM       PIC 9(04) VALUE ZEROS.
       01 W-HRLIMTAB REDEFINES W-HRLIM.
          03 W-HRLIMHH  PIC 9(02).
          03 W-HRLIMMM  PIC 9(02).
       01 W-HRLIMX      PIC 9(08) VALUE ZEROS.
       01 W-APLCONF     PIC X(01) VALUE SPACES.
       01 W-SELS.
          03 W-SELCLI   PIC X(01) VALUE SPACES.
          03 W-SELFOR   PIC X(01) VALUE SPACES.
          03 W-SELPRO   PIC X(01) VALUE SPACES.
          03 W-SELPED   PIC X(01) VALUE SPACES.
       01 W-SELTAB REDEFINES W-SELS.
          03 W-SELARQ   PIC X(01) OCCURS 4 TIMES.
       01 W-OKS.
          03 W-CLIOK    PIC X(01) VALUE "N".
          03 W-FOROK    PIC X(01) VALUE "N".
          03 W-PROOK    PIC X(01) VALUE "N".
          03 W-PEDOK    PIC X(01) VALUE "N".
       01 W-OKTAB REDEFINES W-OKS.
          03 W-ARQOK    PIC X(01) OCCURS 4 TIMES.
       01 W-ACHOUINI    PIC X(01) VALUE "N".
       01 W-CHVINI.
          03 W-CIDATA   PIC 9(08) VALUE ZEROS.
          03 W-CIHORA   PIC 9(08) VALUE ZEROS.
          03 W-CISEQ    PIC 9(03) VALUE ZEROS.
       01 W-ARQ         PIC 9(01) VALUE ZEROS.
       01 W-ACAO        PIC X(01) VALUE SPACES.
       01 W-IX          PIC 9(02) COMP VALUE ZEROS.
       01 W-VALIDO      PIC X(01) VALUE "N".
       01 W-OPGRV       PIC X(01) VALUE SPACES.
       01 W-STLEI       PIC X(02) VALUE "00".
       01 W-STGRV       PIC X(02) VALUE "00".
       01 W-SITUACAO    PIC X(10) VALUE SPACES.
       01 W-MOTIVO      PIC X(40) VALUE SPACES.
       01 W-REGATU      PIC X(160) VALUE SPACES.
       01 W-TOTAPL      PIC 9(06) VALUE ZEROS.
       01 W-QTDLIN      PIC 9(06) VALUE ZEROS.
       01 LIN           PIC 9(03) VALUE ZEROS.
       01 W-NOMEREL     PIC X(30) VALUE SPACES.
       01 W-DTSPOOL     PIC 9(08) VALUE ZEROS.
       01 W-HRSPOOL     PIC 9(08) VALUE ZEROS.
       01 W-DTEXIBE     PIC 9(08) VALUE ZEROS.
       01 W-DTEXIBETAB REDEFINES W-DTEXIBE.
          03 W-DTEXIBE-DIA PIC 9(02).
          03 W-DTEXIBE-MES PIC 9(02).
          03 W-DTEXIBE-ANO PIC 9(04).
       01 W-DTTRAB      PIC 9(08) VALUE ZEROS.
       01 W-DTTRABTAB REDEFINES W-DTTRAB.
          03 W-DTTRABANO  PIC 9(04).
          03 W-DTTRABMES  PIC 9(02).
          03 W-DTTRABDIA  PIC 9(02).
       01 W-HORALOG     PIC 9(08) VALUE ZEROS.
       01 W-HORALOGTAB REDEFINES W-HORALOG.
          03 W-HLHH     PIC 9(02).
          03 W-HLMM     PIC 9(02).
          03 W-HLSS     PIC 9(02).
          03 W-HLCC     PIC 9(02).
       01 W-HREDIT.
          03 W-HEHH     PIC 9(02) VALUE ZEROS.
          03 FILLER     PIC X(01) VALUE ":".
          03 W-HEMM     PIC 9(02) VALUE ZEROS.
          03 FILLER     PIC X(01) VALUE ":".
          03 W-HESS     PIC 9(02) VALUE ZEROS.
      *
      * OPERACOES DO LOG QUE SAO REAPLICADAS
      * PROGRAMA(8) OPERACAO(10) ARQUIVO(1) ACAO(1)
      * ARQUIVO: 1=CLIENTES 2=FORNECEDORES 3=PRODUTOS 4=PEDIDOS
      * ACAO...: I=INCLUSAO A=ALTERACAO E=EXCLUSAO
      *
       01 W-TABOPE.
          03 FILLER     PIC X(20) VALUE "SCE001  INCLUSAO  1I".
          03 FILLER     PIC X(20) VALUE "SCE001  ALTERACAO 1A".
          03 FILLER     PIC X(20) VALUE "SCE001  EXCLUSAO  1E".
          03 FILLER     PIC X(20) VALUE "SCE138  ALTERACAO 1A".
          03 FILLER     PIC X(20) VALUE "SCE138  EXCLUSAO  1E".
          03 FILLER     PIC X(20) VALUE "SCE140  ANONIMIZA 1A".
          03 FILLER     PIC X(20) VALUE "SCE003  INCLUSAO  2I".
          03 FILLER     PIC X(20) VALUE "SCE003  ALTERACAO 2A".
          03 FILLER     PIC X(20) VALUE "SCE003  EXCLUSAO  2E".
          03 FILLER     PIC X(20) VALUE "SCE004  INCLUSAO  3I".
          03 FILLER     PIC X(20) VALUE "SCE004  ALTERACAO 3A".
          03 FILLER     PIC X(20) VALUE "SCE004  EXCLUSAO  3E".
          03 FILLER     PIC X(20) VALUE "SCE107  INCLUSAO  3I".
          03 FILLER     PIC X(20) VALUE "SCE134  ALTERACAO 3A".
          03 FILLER     PIC X(20) VALUE "SCE005  INCLUSAO  4I".
          03 FILLER     PIC X(20) VALUE "SCE005  ALTERACAO 4A".
          03 FILLER     PIC X(20) VALUE "SCE005  CANCELADO 4A".
          03 FILLER     PIC X(20) VALUE "SCE112  VENDA-CSG 4I".
          03 FILLER     PIC X(20) VALUE "SCE123  INCLUSAO  4I".
       01 W-TABOPER REDEFINES W-TABOPE.
          03 W-OPE OCCURS 19 TIMES.
             05 W-OPEPROG  PIC X(08).
             05 W-OPEOPER  PIC X(10).
             05 W-OPEARQ   PIC 9(01).
             05 W-OPEACAO  PIC X(01).
       01 W-TABARQ.
          03 FILLER     PIC X(12) VALUE "CLIENTES".
          03 FILLER     PIC X(12) VALUE "FORNECEDORES".
          03 FILLER     PIC X(12) VALUE "PRODUTOS".
          03 FILLER     PIC X(12) VALUE "PEDIDOS".
       01 W-TABARQR REDEFINES W-TABARQ.
          03 W-NOMEARQ  PIC X(12) OCCURS 4 TIMES.
      *
      * CONTADORES POR ARQUIVO
      *
       01 W-CONTADORES.
          03 W-CONT OCCURS 4 TIMES.
             05 W-QLID     PIC 9(06).
             05 W-QAPL     PIC 9(06).
             05 W-QIGN     PIC 9(06).
             05 W-QCNF     PIC 9(06).
             05 W-QCAP     PIC 9(06).
      *
      * IMAGEM DO LOG NOS LAYOUTS DOS ARQUIVOS MESTRES
      *
       01 W-IMAGEM      PIC X(160) VALUE SPACES.
       01 W-IMGCLI REDEFINES W-IMAGEM.
          03 IMC-PESSOA    PIC X(01).
          03 IMC-CPFCNPJ   PIC X(14).
          03 IMC-RAZAO     PIC X(30).
          03 IMC-APELIDO   PIC X(30).
          03 IMC-CEP       PIC X(08).
          03 IMC-NUMERO    PIC X(05).
          03 IMC-COMP      PIC X(10).
          03 IMC-TEL       PIC X(11).
          03 IMC-EMAIL     PIC X(30).
          03 IMC-TEL2      PIC X(11).
          03 IMC-RESTO     PIC X(10).
       01 W-IMGFOR REDEFINES W-IMAGEM.
          03 IMF-CPFCNPJ   PIC X(14).
          03 IMF-RAZAO     PIC X(30).
          03 IMF-APELIDO   PIC X(30).
          03 IMF-CEP       PIC X(08).
          03 IMF-NUMERO    PIC X(05).
          03 IMF-COMP      PIC X(10).
          03 IMF-TEL       PIC X(11).
          03 IMF-EMAIL     PIC X(30).
          03 IMF-TEL2      PIC X(11).
          03 IMF-RESTO     PIC X(11).
       01 W-IMGPRO REDEFINES W-IMAGEM.
          03 IMP-CODIGO    PIC X(06).
          03 IMP-DESCRICAO PIC X(30).
          03 IMP-UNIDADE   PIC X(02).
          03 IMP-TPPROD    PIC X(01).
          03 IMP-PRECO     PIC X(08).
          03 IMP-DATACP    PIC X(08).
          03 IMP-ESTOQUE   PIC X(06).
          03 IMP-CPFCNPJ   PIC X(14).
          03 IMP-MINEST    PIC X(06).
          03 IMP-RESTO     PIC X(79).
       01 W-IMGPED REDEFINES W-IMAGEM.
          03 IMD-NUMPED    PIC X(06).
          03 IMD-TIPO      PIC X(01).
          03 IMD-CODPROD   PIC X(06).
          03 IMD-CLIENTE   PIC X(14).
          03 IMD-FORNEC    PIC X(14).
          03 IMD-QTD       PIC X(06).
          03 IMD-PRECOUN   PIC X(08).
          03 IMD-TOTAL     PIC X(10).
          03 IMD-STATUS    PIC X(01).
          03 IMD-DTPEDIDO  PIC X(08).
          03 IMD-ENDSEQ    PIC X(02).
          03 IMD-RESTO     PIC X(84).

      *-----------------------------------------------------------------
      *
      *************************
      * REPORT SECTION *
      *************************
      *
       01 REL-CAB.
          03 FILLER       PIC X(31)
             VALUE "RECUPERACAO PELO LOG - GERACAO".
          03 CABGER       PIC 99/99/9999.
          03 FILLER       PIC X(06) VALUE "  ATE ".
          03 CABDTLIM     PIC 99/99/9999.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 CABHRLIM     PIC X(08).
          03 FILLER       PIC X(13) VALUE "  CONFLITOS: ".
          03 CABCONF      PIC X(13).

       01 REL-INI.
          03 FILLER       PIC X(10) VALUE "  INICIO: ".
          03 INITXT       PIC X(60) VALUE SPACES.

       01 REL-CAB2.
          03 FILLER       PIC X(13) VALUE "  DATA".
          03 FILLER       PIC X(09) VALUE "HORA".
          03 FILLER       PIC X(09) VALUE "PROGRAMA".
          03 FILLER       PIC X(11) VALUE "OPERACAO".
          03 FILLER       PIC X(13) VALUE "ARQUIVO".
          03 FILLER       PIC X(21) VALUE "CHAVE".
          03 FILLER       PIC X(11) VALUE "SITUACAO".
          03 FILLER       PIC X(06) VALUE "MOTIVO".

       01 REL-DET.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 DETDATA      PIC 99/99/9999.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 DETHORA      PIC X(08) VALUE SPACES.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 DETPROG      PIC X(08) VALUE SPACES.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 DETOPER      PIC X(10) VALUE SPACES.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 DETARQ       PIC X(12) VALUE SPACES.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 DETCHAVE     PIC X(20) VALUE SPACES.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 DETSIT       PIC X(10) VALUE SPACES.
          03 FILLER       PIC X(01) VALUE SPACES.
          03 DETMOTIVO    PIC X(40) VALUE SPACES.

       01 REL-CAB3.
          03 FILLER       PIC X(16) VALUE "  ARQUIVO".
          03 FILLER       PIC X(09) VALUE "    LIDOS".
          03 FILLER       PIC X(11) VALUE "  APLICADOS".
          03 FILLER       PIC X(11) VALUE "  IGNORADOS".
          03 FILLER       PIC X(11) VALUE "  CONFLITOS".
          03 FILLER       PIC X(13) VALUE "  CONF.APLIC.".

       01 REL-RES.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 RESARQ       PIC X(12) VALUE SPACES.
          03 FILLER       PIC X(04) VALUE SPACES.
          03 RESLID       PIC ZZZ.ZZ9 VALUE ZEROS.
          03 FILLER       PIC X(04) VALUE SPACES.
          03 RESAPL       PIC ZZZ.ZZ9 VALUE ZEROS.
          03 FILLER       PIC X(04) VALUE SPACES.
          03 RESIGN       PIC ZZZ.ZZ9 VALUE ZEROS.
          03 FILLER       PIC X(04) VALUE SPACES.
          03 RESCNF       PIC ZZZ.ZZ9 VALUE ZEROS.
          03 FILLER       PIC X(06) VALUE SPACES.
          03 RESCAP       PIC ZZZ.ZZ9 VALUE ZEROS.

      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TSCE148.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "         Recuperacao pelo Log - Reaplica".
           05  LINE 02  COLUMN 41
               VALUE  "cao das Alteracoes (Roll-Forward)".
           05  LINE 04  COLUMN 01
               VALUE  " Geracao restaurada (AAAAMMDD):".
           05  LINE 05  COLUMN 01
               VALUE  " Reaplicar ate      (AAAAMMDD):".
           05  LINE 05  COLUMN 43
               VALUE  "Hora (HHMM):".
           05  LINE 07  COLUMN 01
               VALUE  " Arquivos: Clientes(S/N):".
           05  LINE 07  COLUMN 30
               VALUE  "Fornecedores:".
           05  LINE 08  COLUMN 12
               VALUE  "Produtos:".
           05  LINE 08  COLUMN 30
               VALUE  "Pedidos:".
           05  LINE 10  COLUMN 01
               VALUE  " Aplicar tambem os conflitos (S/N):".
           05  LINE 23  COLUMN 01
               VALUE  "  MENSAGEM :".
           05  TDATABKP
               LINE 04  COLUMN 33  PIC 9(08)
               USING  W-DATABKP
               HIGHLIGHT.
           05  TDTLIM
               LINE 05  COLUMN 33  PIC 9(08)
               USING  W-DTLIM
               HIGHLIGHT.
           05  THRLIM
               LINE 05  COLUMN 56  PIC 9(04)
               USING  W-HRLIM
               HIGHLIGHT.
           05  TSELCLI
               LINE 07  COLUMN 27  PIC X(01)
               USING  W-SELCLI
               HIGHLIGHT.
           05  TSELFOR
               LINE 07  COLUMN 44  PIC X(01)
               USING  W-SELFOR
               HIGHLIGHT.
           05  TSELPRO
               LINE 08  COLUMN 22  PIC X(01)
               USING  W-SELPRO
               HIGHLIGHT.
           05  TSELPED
               LINE 08  COLUMN 39  PIC X(01)
               USING  W-SELPED
               HIGHLIGHT.
           05  TAPLCONF
               LINE 10  COLUMN 37  PIC X(01)
               USING  W-APLCONF
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       ABRE-LOG.
           OPEN I-O ARQLOG
           IF ST-ERRO3 NOT = "00"
              IF ST-ERRO3 = "30"
                 MOVE "ARQUIVO DE LOG NAO ENCONTRADO" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM2
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO DE LOG " TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM2.

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
           MOVE ZEROS TO W-DATABKP
           ACCEPT W-DTLIM FROM DATE YYYYMMDD
           MOVE 2359 TO W-HRLIM
           MOVE "S" TO W-SELCLI W-SELFOR W-SELPRO W-SELPED
           MOVE "N" TO W-APLCONF
           DISPLAY TSCE148.

       R2.
           ACCEPT TDATABKP
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM.
           IF W-DATABKP = ZEROS
              MOVE "INFORME A DATA DA GERACAO RESTAURADA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.

       R3.
           ACCEPT TDTLIM
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R2.
           IF W-DTLIM < W-DATABKP
              MOVE "DATA LIMITE ANTERIOR A GERACAO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.

       R4.
           ACCEPT THRLIM
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R3.
           IF W-HRLIMHH > 23 OR W-HRLIMMM > 59
              MOVE "HORA INVALIDA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
           COMPUTE W-HRLIMX = W-HRLIM * 10000 + 9999.

       R5.
           ACCEPT TSELCLI
           ACCEPT TSELFOR
           ACCEPT TSELPRO
           ACCEPT TSELPED
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R4.
           INSPECT W-SELS CONVERTING "sn" TO "SN"
           IF W-SELCLI NOT = "S" AND
              W-SELFOR NOT = "S" AND
              W-SELPRO NOT = "S" AND
              W-SELPED NOT = "S"
              MOVE "NENHUM ARQUIVO SELECIONADO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.

       R6.
           ACCEPT TAPLCONF
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R5.
           IF W-APLCONF = "s"
              MOVE "S" TO W-APLCONF.
           IF W-APLCONF = "n"
              MOVE "N" TO W-APLCONF.
           IF W-APLCONF NOT = "S" AND "N"
              MOVE "DIGITE S OU N" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R6.

       R7.
           DISPLAY (21, 10)
            "ATENCAO: AS ALTERACOES DO LOG SERAO REAPLICADAS"
           DISPLAY (22, 10) "CONFIRMA A RECUPERACAO? (S/N): ".
           ACCEPT (22, 42) DADOS
           DISPLAY (21, 01) LIMPA
           DISPLAY (22, 01) LIMPA
           IF DADOS = "N" OR "n"
              MOVE "*** RECUPERACAO NAO EFETUADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           IF DADOS NOT = "S" AND "s"
              GO TO R7.

      *
      ***************************************
      * ABERTURA DOS ARQUIVOS E DO RELATORIO *
      ***************************************
      *
       RFW-INI.
           MOVE ZEROS TO W-CONTADORES W-TOTAPL W-QTDLIN
           MOVE "N" TO W-CLIOK W-FOROK W-PROOK W-PEDOK
           IF W-SELCLI = "S"
              OPEN I-O ARQCLI
              IF ST-ERRO = "00"
                 MOVE "S" TO W-CLIOK.
           IF W-SELFOR = "S"
              OPEN I-O ARQFOR
              IF ST-ERRO = "00"
                 MOVE "S" TO W-FOROK.
           IF W-SELPRO = "S"
              OPEN I-O ARQPRO
              IF ST-ERRO = "00"
                 MOVE "S" TO W-PROOK.
           IF W-SELPED = "S"
              OPEN I-O ARQPED
              IF ST-ERRO = "00"
                 MOVE "S" TO W-PEDOK.
           ACCEPT W-DTSPOOL FROM DATE YYYYMMDD
           ACCEPT W-HRSPOOL FROM TIME
           MOVE SPACES TO W-NOMEREL
           STRING "ROLLFWD" W-DTSPOOL W-HRSPOOL (1:6) ".LST"
                  DELIMITED BY SIZE INTO W-NOMEREL
           OPEN OUTPUT RELRFW
           IF ST-ERRO2 NOT = "00"
              PERFORM FECHA-ARQS THRU FECHA-ARQS-FIM
              MOVE "ERRO NA ABERTURA DO RELATORIO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE "*** PROCURANDO A COPIA DA GERACAO NO LOG ***" TO MENS
           DISPLAY (23, 13) MENS
           PERFORM ACHA-INICIO THRU ACHA-INICIO-FIM
           MOVE W-DATABKP TO W-DTTRAB
           PERFORM ROT-DTEXIBE THRU ROT-DTEXIBE-FIM
           MOVE W-DTEXIBE TO CABGER
           MOVE W-DTLIM TO W-DTTRAB
           PERFORM ROT-DTEXIBE THRU ROT-DTEXIBE-FIM
           MOVE W-DTEXIBE TO CABDTLIM
           MOVE W-HRLIMHH TO W-HEHH
           MOVE W-HRLIMMM TO W-HEMM
           MOVE 59 TO W-HESS
           MOVE W-HREDIT TO CABHRLIM
           IF W-APLCONF = "S"
              MOVE "APLICADOS" TO CABCONF
           ELSE
              MOVE "NAO APLICADOS" TO CABCONF.
           MOVE SPACES TO INITXT
           IF W-ACHOUINI = "S"
              MOVE W-CIHORA TO W-HORALOG
              PERFORM ROT-HREDIT THRU ROT-HREDIT-FIM
              STRING "APOS A COPIA DE SEGURANCA REGISTRADA AS "
                     W-HREDIT DELIMITED BY SIZE INTO INITXT
           ELSE
              MOVE "COPIA NAO REGISTRADA NO LOG - DESDE 00:00:00"
                 TO INITXT.
           WRITE LINHA-REL FROM REL-CAB
           WRITE LINHA-REL FROM REL-INI
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           WRITE LINHA-REL FROM REL-CAB2
           ADD 4 TO W-QTDLIN
           IF W-ACHOUINI NOT = "S"
              MOVE "COPIA NAO ENCONTRADA NO LOG - INICIO AS 00:00"
                 TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
           MOVE "*** REAPLICANDO AS ALTERACOES DO LOG ***" TO MENS
           DISPLAY (23, 13) MENS.

      *
      ***************************************
      * LEITURA DO LOG A PARTIR DA COPIA     *
      ***************************************
      *
       RFW-POSICIONA.
           MOVE W-CHVINI TO LOG-CHAVE
           START ARQLOG KEY IS NOT LESS LOG-CHAVE INVALID KEY
                 GO TO RFW-FIM.
       RFW-RD.
           READ ARQLOG NEXT
           IF ST-ERRO3 NOT = "00"
              GO TO RFW-FIM.
           IF W-ACHOUINI = "S" AND LOG-CHAVE = W-CHVINI
              GO TO RFW-RD.
           IF LOG-DATA > W-DTLIM
              GO TO RFW-FIM.
           IF LOG-DATA = W-DTLIM AND LOG-HORA > W-HRLIMX
              GO TO RFW-FIM.
           PERFORM ACHA-OPE THRU ACHA-OPE-FIM
           IF W-ARQ = ZEROS
              GO TO RFW-RD.
           IF W-SELARQ (W-ARQ) NOT = "S"
              GO TO RFW-RD.
           PERFORM APLICA THRU APLICA-FIM
           PERFORM IMP-DET THRU IMP-DET-FIM
           GO TO RFW-RD.

       RFW-FIM.
           DISPLAY (23, 12) LIMPA
           PERFORM FECHA-ARQS THRU FECHA-ARQS-FIM
           PERFORM IMP-RESUMO THRU IMP-RESUMO-FIM
           CLOSE RELRFW
           PERFORM GRAVA-SPOOL THRU GRAVA-SPOOL-FIM
           MOVE SPACES TO LOG-CHAVEREG
           STRING W-DATABKP "-" W-TOTAPL DELIMITED BY SIZE
                  INTO LOG-CHAVEREG
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM
           PERFORM MOSTRA-RES THRU MOSTRA-RES-FIM
           MOVE "*** RECUPERACAO CONCLUIDA - RELATORIO NO SPOOL ***"
              TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           DISPLAY (21, 20) "TECLE ENTER PARA CONTINUAR"
           ACCEPT (21, 52) DADOS
           GO TO ROT-FIM.

      *
      ***************************************
      * ULTIMA COPIA DE SEGURANCA DA GERACAO *
      ***************************************
      *
       ACHA-INICIO.
           MOVE "N" TO W-ACHOUINI
           MOVE W-DATABKP TO LOG-DATA
           MOVE ZEROS TO LOG-HORA LOG-SEQ
           MOVE LOG-CHAVE TO W-CHVINI
           START ARQLOG KEY IS NOT LESS LOG-CHAVE INVALID KEY
                 GO TO ACHA-INICIO-FIM.
       ACHA-INICIO-RD.
           READ ARQLOG NEXT
           IF ST-ERRO3 NOT = "00"
              GO TO ACHA-INICIO-FIM.
           IF LOG-DATA NOT = W-DATABKP
              GO TO ACHA-INICIO-FIM.
           IF LOG-PROGRAMA = "SCE017" AND LOG-OPERACAO = "COPIA"
              MOVE LOG-CHAVE TO W-CHVINI
              MOVE "S" TO W-ACHOUINI.
           GO TO ACHA-INICIO-RD.
       ACHA-INICIO-FIM.
           EXIT.

       ACHA-OPE.
           MOVE ZEROS TO W-ARQ
           MOVE SPACES TO W-ACAO
           MOVE 1 TO W-IX.
       ACHA-OPE-LOOP.
           IF W-IX > 19
              GO TO ACHA-OPE-FIM.
           IF W-OPEPROG (W-IX) = LOG-PROGRAMA AND
              W-OPEOPER (W-IX) = LOG-OPERACAO
              MOVE W-OPEARQ (W-IX)  TO W-ARQ
              MOVE W-OPEACAO (W-IX) TO W-ACAO
              GO TO ACHA-OPE-FIM.
           ADD 1 TO W-IX
           GO TO ACHA-OPE-LOOP.
       ACHA-OPE-FIM.
           EXIT.

      *
      ***************************************
      * REAPLICACAO DE UMA ENTRADA DO LOG    *
      ***************************************
      *
       APLICA.
           ADD 1 TO W-QLID (W-ARQ)
           MOVE SPACES TO W-MOTIVO W-SITUACAO
           IF W-ARQOK (W-ARQ) NOT = "S"
              MOVE "ARQUIVO NAO DISPONIVEL" TO W-MOTIVO
              GO TO APL-IGNORA.
           PERFORM VALIDA THRU VALIDA-FIM
           IF W-VALIDO NOT = "S"
              MOVE "IMAGEM NAO CONFERE COM O ARQUIVO" TO W-MOTIVO
              GO TO APL-IGNORA.
           PERFORM LER-ATUAL THRU LER-ATUAL-FIM
           IF W-STLEI NOT = "00" AND "23"
              STRING "ERRO NA LEITURA - STATUS " W-STLEI
                     DELIMITED BY SIZE INTO W-MOTIVO
              GO TO APL-IGNORA.
           IF W-ACAO = "E"
              GO TO APL-EXCLUI.
           IF W-ACAO = "A"
              GO TO APL-ALTERA.
       APL-INCLUI.
           IF W-STLEI = "23"
              MOVE "W" TO W-OPGRV
              GO TO APL-EXECUTA.
           IF W-REGATU = LOG-IMAGEMNOV
              MOVE "ALTERACAO JA PRESENTE NO ARQUIVO" TO W-MOTIVO
              GO TO APL-IGNORA.
           MOVE "R" TO W-OPGRV
           MOVE "REGISTRO JA EXISTE COM OUTROS DADOS" TO W-MOTIVO
           GO TO APL-CONFLITO.
       APL-ALTERA.
           IF W-STLEI = "23"
              MOVE "W" TO W-OPGRV
              MOVE "REGISTRO NAO EXISTE NO ARQUIVO" TO W-MOTIVO
              GO TO APL-CONFLITO.
           IF W-REGATU = LOG-IMAGEMNOV
              MOVE "ALTERACAO JA PRESENTE NO ARQUIVO" TO W-MOTIVO
              GO TO APL-IGNORA.
           MOVE "R" TO W-OPGRV
           IF LOG-IMAGEMANT = SPACES OR W-REGATU = LOG-IMAGEMANT
              GO TO APL-EXECUTA.
           MOVE "REGISTRO ATUAL DIFERE DA IMAGEM ANTERIOR" TO W-MOTIVO
           GO TO APL-CONFLITO.
       APL-EXCLUI.
           IF W-STLEI = "23"
              MOVE "REGISTRO JA EXCLUIDO" TO W-MOTIVO
              GO TO APL-IGNORA.
           MOVE "D" TO W-OPGRV
           IF LOG-IMAGEMANT = SPACES OR W-REGATU = LOG-IMAGEMANT
              GO TO APL-EXECUTA.
           MOVE "REGISTRO ATUAL DIFERE DA IMAGEM ANTERIOR" TO W-MOTIVO
           GO TO APL-CONFLITO.
       APL-CONFLITO.
           ADD 1 TO W-QCNF (W-ARQ)
           MOVE "CONFLITO" TO W-SITUACAO
           IF W-APLCONF NOT = "S"
              GO TO APLICA-FIM.
           PERFORM EXECUTA THRU EXECUTA-FIM
           IF W-STGRV NOT = "00"
              MOVE SPACES TO W-MOTIVO
              STRING "ERRO NA GRAVACAO - STATUS " W-STGRV
                     DELIMITED BY SIZE INTO W-MOTIVO
              GO TO APLICA-FIM.
           ADD 1 TO W-QCAP (W-ARQ) W-TOTAPL
           MOVE "CONF.APLIC" TO W-SITUACAO
           GO TO APLICA-FIM.
       APL-EXECUTA.
           PERFORM EXECUTA THRU EXECUTA-FIM
           IF W-STGRV NOT = "00"
              STRING "ERRO NA GRAVACAO - STATUS " W-STGRV
                     DELIMITED BY SIZE INTO W-MOTIVO
              GO TO APL-IGNORA.
           ADD 1 TO W-QAPL (W-ARQ) W-TOTAPL
           MOVE "APLICADO" TO W-SITUACAO
           GO TO APLICA-FIM.
       APL-IGNORA.
           ADD 1 TO W-QIGN (W-ARQ)
           MOVE "IGNORADO" TO W-SITUACAO.
       APLICA-FIM.
           EXIT.

      *
      * CONFERE A IMAGEM COM O LAYOUT DO ARQUIVO E MONTA A CHAVE
      *
       VALIDA.
           MOVE "N" TO W-VALIDO
           IF W-ACAO = "E"
              MOVE LOG-IMAGEMANT TO W-IMAGEM
           ELSE
              MOVE LOG-IMAGEMNOV TO W-IMAGEM.
           IF W-IMAGEM = SPACES
              IF W-ACAO = "E"
                 GO TO VALIDA-CHAVE
              ELSE
                 GO TO VALIDA-FIM.
           IF W-ARQ = 1
              PERFORM VAL-CLI THRU VAL-CLI-FIM.
           IF W-ARQ = 2
              PERFORM VAL-FOR THRU VAL-FOR-FIM.
           IF W-ARQ = 3
              PERFORM VAL-PRO THRU VAL-PRO-FIM.
           IF W-ARQ = 4
              PERFORM VAL-PED THRU VAL-PED-FIM.
           GO TO VALIDA-FIM.
       VALIDA-CHAVE.
           IF W-ARQ = 1
              IF LOG-CHAVEREG (1:14) NUMERIC
                 MOVE LOG-CHAVEREG (1:14) TO CPFCNPJ
                 MOVE "S" TO W-VALIDO.
           IF W-ARQ = 2
              IF LOG-CHAVEREG (1:14) NUMERIC
                 MOVE LOG-CHAVEREG (1:14) TO FOR-CPFCNPJ
                 MOVE "S" TO W-VALIDO.
           IF W-ARQ = 3
              IF LOG-CHAVEREG (1:6) NUMERIC AND
                 LOG-CHAVEREG (7:14) = SPACES
                 MOVE LOG-CHAVEREG (1:6) TO CODIGO
                 MOVE "S" TO W-VALIDO.
       VALIDA-FIM.
           EXIT.

       VAL-CLI.
           IF IMC-PESSOA NOT = "F" AND "J"
              GO TO VAL-CLI-FIM.
           IF IMC-CPFCNPJ NOT NUMERIC OR IMC-CEP NOT NUMERIC OR
              IMC-NUMERO NOT NUMERIC OR IMC-TEL NOT NUMERIC OR
              IMC-TEL2 NOT NUMERIC OR IMC-RESTO NOT = SPACES
              GO TO VAL-CLI-FIM.
           MOVE IMC-CPFCNPJ TO CPFCNPJ
           MOVE "S" TO W-VALIDO.
       VAL-CLI-FIM.
           EXIT.

       VAL-FOR.
           IF IMF-CPFCNPJ NOT NUMERIC OR IMF-CEP NOT NUMERIC OR
              IMF-NUMERO NOT NUMERIC OR IMF-TEL NOT NUMERIC OR
              IMF-TEL2 NOT NUMERIC OR IMF-RESTO NOT = SPACES
              GO TO VAL-FOR-FIM.
           MOVE IMF-CPFCNPJ TO FOR-CPFCNPJ
           MOVE "S" TO W-VALIDO.
       VAL-FOR-FIM.
           EXIT.

       VAL-PRO.
           IF IMP-CODIGO NOT NUMERIC OR IMP-TPPROD NOT NUMERIC OR
              IMP-PRECO NOT NUMERIC OR IMP-DATACP NOT NUMERIC OR
              IMP-ESTOQUE NOT NUMERIC OR IMP-CPFCNPJ NOT NUMERIC OR
              IMP-MINEST NOT NUMERIC OR IMP-RESTO NOT = SPACES
              GO TO VAL-PRO-FIM.
           MOVE IMP-CODIGO TO CODIGO
           MOVE "S" TO W-VALIDO.
       VAL-PRO-FIM.
           EXIT.

       VAL-PED.
           IF IMD-TIPO NOT = "1" AND "2"
              GO TO VAL-PED-FIM.
           IF IMD-NUMPED NOT NUMERIC OR IMD-CODPROD NOT NUMERIC OR
              IMD-CLIENTE NOT NUMERIC OR IMD-FORNEC NOT NUMERIC OR
              IMD-QTD NOT NUMERIC OR IMD-PRECOUN NOT NUMERIC OR
              IMD-TOTAL NOT NUMERIC OR IMD-DTPEDIDO NOT NUMERIC OR
              IMD-ENDSEQ NOT NUMERIC OR IMD-RESTO NOT = SPACES
              GO TO VAL-PED-FIM.
           MOVE IMD-NUMPED TO NUMPEDIDO
           MOVE IMD-TIPO   TO TIPEDIDO
           MOVE "S" TO W-VALIDO.
       VAL-PED-FIM.
           EXIT.

      *
      * LEITURA DO REGISTRO ATUAL PELA CHAVE MONTADA
      *
       LER-ATUAL.
           MOVE SPACES TO W-REGATU
           IF W-ARQ = 1
              READ ARQCLI
              MOVE REGCLI TO W-REGATU.
           IF W-ARQ = 2
              READ ARQFOR
              MOVE REGFOR TO W-REGATU.
           IF W-ARQ = 3
              READ ARQPRO
              MOVE REGPRO TO W-REGATU.
           IF W-ARQ = 4
              READ ARQPED
              MOVE REGPED TO W-REGATU.
           MOVE ST-ERRO TO W-STLEI.
       LER-ATUAL-FIM.
           EXIT.

      *
      * GRAVACAO (W), REGRAVACAO (R) OU EXCLUSAO (D) NO ARQUIVO
      *
       EXECUTA.
           IF W-ARQ = 1
              PERFORM GRV-CLI THRU GRV-CLI-FIM.
           IF W-ARQ = 2
              PERFORM GRV-FOR THRU GRV-FOR-FIM.
           IF W-ARQ = 3
              PERFORM GRV-PRO THRU GRV-PRO-FIM.
           IF W-ARQ = 4
              PERFORM GRV-PED THRU GRV-PED-FIM.
           MOVE ST-ERRO TO W-STGRV.
       EXECUTA-FIM.
           EXIT.

       GRV-CLI.
           IF W-OPGRV = "D"
              DELETE ARQCLI RECORD
              GO TO GRV-CLI-FIM.
           MOVE W-IMAGEM TO REGCLI
           IF W-OPGRV = "W"
              WRITE REGCLI
           ELSE
              REWRITE REGCLI.
       GRV-CLI-FIM.
           EXIT.

       GRV-FOR.
           IF W-OPGRV = "D"
              DELETE ARQFOR RECORD
              GO TO GRV-FOR-FIM.
           MOVE W-IMAGEM TO REGFOR
           IF W-OPGRV = "W"
              WRITE REGFOR
           ELSE
              REWRITE REGFOR.
       GRV-FOR-FIM.
           EXIT.

       GRV-PRO.
           IF W-OPGRV = "D"
              DELETE ARQPRO RECORD
              GO TO GRV-PRO-FIM.
           MOVE W-IMAGEM TO REGPRO
           IF W-OPGRV = "W"
              WRITE REGPRO
           ELSE
              REWRITE REGPRO.
       GRV-PRO-FIM.
           EXIT.

       GRV-PED.
           MOVE W-IMAGEM TO REGPED
           IF W-OPGRV = "W"
              WRITE REGPED
           ELSE
              REWRITE REGPED.
       GRV-PED-FIM.
           EXIT.

      *
      ***************************************
      * RELATORIO                            *
      ***************************************
      *
       IMP-DET.
           MOVE LOG-DATA TO W-DTTRAB
           PERFORM ROT-DTEXIBE THRU ROT-DTEXIBE-FIM
           MOVE W-DTEXIBE TO DETDATA
           MOVE LOG-HORA TO W-HORALOG
           PERFORM ROT-HREDIT THRU ROT-HREDIT-FIM
           MOVE W-HREDIT TO DETHORA
           MOVE LOG-PROGRAMA TO DETPROG
           MOVE LOG-OPERACAO TO DETOPER
           MOVE W-NOMEARQ (W-ARQ) TO DETARQ
           MOVE LOG-CHAVEREG TO DETCHAVE
           MOVE W-SITUACAO TO DETSIT
           MOVE W-MOTIVO TO DETMOTIVO
           WRITE LINHA-REL FROM REL-DET
           ADD 1 TO W-QTDLIN.
       IMP-DET-FIM.
           EXIT.

       IMP-RESUMO.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE "  RESUMO POR ARQUIVO" TO LINHA-REL
           WRITE LINHA-REL
           WRITE LINHA-REL FROM REL-CAB3
           ADD 3 TO W-QTDLIN
           MOVE 1 TO W-IX.
       IMP-RESUMO-LOOP.
           IF W-IX > 4
              GO TO IMP-RESUMO-OBS.
           IF W-SELARQ (W-IX) NOT = "S"
              ADD 1 TO W-IX
              GO TO IMP-RESUMO-LOOP.
           MOVE W-NOMEARQ (W-IX) TO RESARQ
           MOVE W-QLID (W-IX) TO RESLID
           MOVE W-QAPL (W-IX) TO RESAPL
           MOVE W-QIGN (W-IX) TO RESIGN
           MOVE W-QCNF (W-IX) TO RESCNF
           MOVE W-QCAP (W-IX) TO RESCAP
           WRITE LINHA-REL FROM REL-RES
           ADD 1 TO W-QTDLIN
           IF W-ARQOK (W-IX) NOT = "S"
              MOVE "    *** ARQUIVO NAO PODE SER ABERTO" TO LINHA-REL
              WRITE LINHA-REL
              ADD 1 TO W-QTDLIN.
           ADD 1 TO W-IX
           GO TO IMP-RESUMO-LOOP.
       IMP-RESUMO-OBS.
           IF W-SELPED = "S"
              MOVE SPACES TO LINHA-REL
              WRITE LINHA-REL
              MOVE "  OBS: OS ITENS DOS PEDIDOS NAO CONSTAM DO LOG"
                 TO LINHA-REL
              WRITE LINHA-REL
              ADD 2 TO W-QTDLIN.
       IMP-RESUMO-FIM.
           EXIT.

       MOSTRA-RES.
           DISPLAY (12, 03) "ARQUIVO         LIDOS  APLICADOS"
           DISPLAY (12, 36) "IGNORADOS  CONFLITOS"
           MOVE 1 TO W-IX
           MOVE 12 TO LIN.
       MOSTRA-RES-LOOP.
           IF W-IX > 4
              GO TO MOSTRA-RES-REL.
           IF W-SELARQ (W-IX) = "S"
              ADD 1 TO LIN
              DISPLAY (LIN, 03) W-NOMEARQ (W-IX)
              DISPLAY (LIN, 16) W-QLID (W-IX)
              DISPLAY (LIN, 27) W-QAPL (W-IX)
              DISPLAY (LIN, 38) W-QIGN (W-IX)
              DISPLAY (LIN, 49) W-QCNF (W-IX).
           ADD 1 TO W-IX
           GO TO MOSTRA-RES-LOOP.
       MOSTRA-RES-REL.
           DISPLAY (18, 03) "RELATORIO GRAVADO EM: "
           DISPLAY (18, 25) W-NOMEREL.
       MOSTRA-RES-FIM.
           EXIT.

       FECHA-ARQS.
           IF W-CLIOK = "S"
              CLOSE ARQCLI.
           IF W-FOROK = "S"
              CLOSE ARQFOR.
           IF W-PROOK = "S"
              CLOSE ARQPRO.
           IF W-PEDOK = "S"
              CLOSE ARQPED.
       FECHA-ARQS-FIM.
           EXIT.

       ROT-DTEXIBE.
           MOVE W-DTTRABDIA TO W-DTEXIBE-DIA
           MOVE W-DTTRABMES TO W-DTEXIBE-MES
           MOVE W-DTTRABANO TO W-DTEXIBE-ANO.
       ROT-DTEXIBE-FIM.
           EXIT.

       ROT-HREDIT.
           MOVE W-HLHH TO W-HEHH
           MOVE W-HLMM TO W-HEMM
           MOVE W-HLSS TO W-HESS.
       ROT-HREDIT-FIM.
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
           MOVE "ROLLFWD" TO SPL-RELATORIO
           MOVE W-NOMEREL TO SPL-ARQUIVO
           MOVE W-OPERADOR TO SPL-OPERADOR
           MOVE W-QTDLIN TO SPL-QTDREG.
       GRAVA-SPOOL-WR.
           WRITE REGSPOOL
           IF ST-ERRO5 = "22"
              ADD 1 TO SPL-HORA
              GO TO GRAVA-SPOOL-WR.
           CLOSE ARQSPOOL.
       GRAVA-SPOOL-FIM.
           EXIT.

       GRAVA-LOG.
           ACCEPT LOG-DATA FROM DATE YYYYMMDD.
           ACCEPT LOG-HORA FROM TIME.
           MOVE ZEROS TO LOG-SEQ.
           MOVE "SCE148" TO LOG-PROGRAMA.
           MOVE "ROLLFWD" TO LOG-OPERACAO.
           MOVE W-OPERADOR TO LOG-OPERADOR.
           MOVE SPACES TO LOG-IMAGEMANT LOG-IMAGEMNOV.
       GRAVA-LOG-WR.
           WRITE REGLOG
           IF ST-ERRO3 = "22"
              ADD 1 TO LOG-SEQ
              IF LOG-SEQ < 999
                 GO TO GRAVA-LOG-WR.
       GRAVA-LOG-FIM.
           EXIT.

      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
           DISPLAY (01, 01) ERASE.
           CLOSE ARQLOG.
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
