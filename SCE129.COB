       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCE129.
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

           SELECT ARQORC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ORC-NUMERO
                    FILE STATUS  IS ST-ERRO2.

           SELECT ARQPED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE
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
       FD ARQORC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQORC.DAT".
       01 REGORC.
          03 ORC-NUMERO        PIC 9(06).
          03 ORC-CLIENTE       PIC 9(14).
          03 ORC-DATA          PIC 9(08).
          03 ORC-VALIDADE      PIC 9(08).
          03 ORC-TOTAL         PIC 9(08)V99.
          03 ORC-STATUS        PIC X(01).
          03 ORC-NUMPED        PIC 9(06).
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
       WORKING-STORAGE SECTION.
       01 W-ACT         PIC 9(02) VALUE ZEROS.
       01 W-SEGUNDOS    PIC 9(04) COMP VALUE 1.
       01 W-OPERADOR    PIC X(10) VALUE SPACES.
       01 W-USUARIO     PIC X(10) EXTERNAL.
       01 W-IMGANT      PIC X(160) VALUE SPACES.
       01 W-IMGNOV      PIC X(160) VALUE SPACES.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 MENS          PIC X(50) VALUE SPACES.
       01 LIMPA         PIC X(60) VALUE SPACES.
       01 DADOS         PIC X(01) VALUE SPACES.
       01 LIN           PIC 9(03) VALUE 001.
       01 W-ORCOK       PIC X(01) VALUE "N".
       01 W-DTHOJE      PIC 9(08) VALUE ZEROS.
       01 CON-CPF       PIC 9(14) VALUE ZEROS.
       01 W-DATA        PIC 9(08) VALUE ZEROS.
       01 W-DATAR REDEFINES W-DATA.
          03 W-DTANO    PIC 9(04).
          03 W-DTMES    PIC 9(02).
          03 W-DTDIA    PIC 9(02).
       01 W-VENDEDOR    PIC 9(04) VALUE ZEROS.
       01 W-CANAL       PIC X(01) VALUE SPACES.
       01 W-ASSUNTO     PIC X(30) VALUE SPACES.
       01 W-RESULTADO   PIC X(30) VALUE SPACES.
       01 W-DTPROX      PIC 9(08) VALUE ZEROS.
       01 W-DTPROXR REDEFINES W-DTPROX.
          03 W-PXANO    PIC 9(04).
          03 W-PXMES    PIC 9(02).
          03 W-PXDIA    PIC 9(02).
       01 W-NUMORC      PIC 9(06) VALUE ZEROS.
       01 W-NUMPED      PIC 9(06) VALUE ZEROS.
       01 W-QTDLIST     PIC 9(04) VALUE ZEROS.
       01 W-QTDBAIXA    PIC 9(04) VALUE ZEROS.
       01 W-DESCCANAL   PIC X(10) VALUE SPACES.

      *-----------------------------------------------------------------
      *
      *************************
      * REPORT SECTION *
      *************************
      *
       01 DETCRM.
          03 FILLER     PIC X(02) VALUE SPACES.
          03 DETCDATA   PIC 9(08) VALUE ZEROS.
          03 FILLER     PIC X(02) VALUE SPACES.
          03 DETCVEN    PIC 9(04) VALUE ZEROS.
          03 FILLER     PIC X(02) VALUE SPACES.
          03 DETCCANAL  PIC X(01) VALUE SPACES.
          03 FILLER     PIC X(02) VALUE SPACES.
          03 DETCASSUN  PIC X(30) VALUE SPACES.
          03 FILLER     PIC X(02) VALUE SPACES.
          03 DETCPROX   PIC 9(08) VALUE ZEROS.
          03 FILLER     PIC X(02) VALUE SPACES.
          03 DETCSIT    PIC X(01) VALUE SPACES.

       SCREEN SECTION.
       01  TSCE129.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "          Registro de Contatos com Clien".
           05  LINE 02  COLUMN 41
               VALUE  "tes - Agenda de Vendas".
           05  LINE 04  COLUMN 01
               VALUE  " Cpf/Cnpj:".
           05  LINE 06  COLUMN 03
               VALUE  "Data      Vend  C  Assunto".
           05  LINE 06  COLUMN 53
               VALUE  "Prox.Acao S".
           05  LINE 15  COLUMN 01
               VALUE  " Data Contato (AAAAMMDD):".
           05  LINE 15  COLUMN 41
               VALUE  "Vendedor:".
           05  LINE 16  COLUMN 01
               VALUE  " Canal (V=Visita T=Telefone E=E-mail):".
           05  LINE 17  COLUMN 01
               VALUE  " Assunto  :".
           05  LINE 18  COLUMN 01
               VALUE  " Resultado:".
           05  LINE 19  COLUMN 01
               VALUE  " Prox.Acao (AAAAMMDD):".
           05  LINE 19  COLUMN 41
               VALUE  "Orcamento:".
           05  LINE 19  COLUMN 60
               VALUE  "Pedido:".
           05  LINE 23  COLUMN 01
               VALUE  "  MENSAGEM :".
           05  TCPF
               LINE 04  COLUMN 12  PIC 9(14)
               USING  CON-CPF
               HIGHLIGHT.
           05  TDATA
               LINE 15  COLUMN 27  PIC 9(08)
               USING  W-DATA
               HIGHLIGHT.
           05  TVENDEDOR
               LINE 15  COLUMN 51  PIC 9(04)
               USING  W-VENDEDOR
               HIGHLIGHT.
           05  TCANAL
               LINE 16  COLUMN 40  PIC X(01)
               USING  W-CANAL
               HIGHLIGHT.
           05  TASSUNTO
               LINE 17  COLUMN 13  PIC X(30)
               USING  W-ASSUNTO
               HIGHLIGHT.
           05  TRESULTADO
               LINE 18  COLUMN 13  PIC X(30)
               USING  W-RESULTADO
               HIGHLIGHT.
           05  TDTPROX
               LINE 19  COLUMN 24  PIC 9(08)
               USING  W-DTPROX
               HIGHLIGHT.
           05  TNUMORC
               LINE 19  COLUMN 52  PIC 9(06)
               USING  W-NUMORC
               HIGHLIGHT.
           05  TNUMPED
               LINE 19  COLUMN 68  PIC 9(06)
               USING  W-NUMPED
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

       ABRE-PED.
           OPEN INPUT ARQPED
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO DE PEDIDOS" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQCRM ARQCLI ARQVEN
              GO TO ROT-FIM2.

       ABRE-ORC.
           OPEN INPUT ARQORC
           IF ST-ERRO2 = "00"
              MOVE "S" TO W-ORCOK
           ELSE
              MOVE "N" TO W-ORCOK.

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
           MOVE ZEROS TO CON-CPF
           PERFORM LIMPA-CAMPOS THRU LIMPA-CAMPOS-FIM
           DISPLAY TSCE129.

       R2.
           ACCEPT TCPF
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM.
           IF CON-CPF = ZEROS
              MOVE "CPF/CNPJ DO CLIENTE EM BRANCO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           MOVE CON-CPF TO CLI-CPFCNPJ
           READ ARQCLI
           IF ST-ERRO NOT = "00"
              MOVE "*** CLIENTE NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           DISPLAY (04, 28) RAZAO.

      *
      ******************************
      * CONTATOS JA REGISTRADOS     *
      ******************************
      *
       LISTA-CRM.
           MOVE ZEROS TO W-QTDLIST
           MOVE 07 TO LIN
           MOVE CON-CPF TO CRM-CPFCNPJ
           MOVE ZEROS   TO CRM-DATA CRM-SEQ
           START ARQCRM KEY IS NOT LESS CRM-CHAVE INVALID KEY
                 GO TO LISTA-CRM-FIM.

       LISTA-CRM-RD.
           READ ARQCRM NEXT
           IF ST-ERRO NOT = "00"
              GO TO LISTA-CRM-FIM.
           IF CRM-CPFCNPJ NOT = CON-CPF
              GO TO LISTA-CRM-FIM.
           MOVE CRM-DATA     TO DETCDATA
           MOVE CRM-VENDEDOR TO DETCVEN
           MOVE CRM-CANAL    TO DETCCANAL
           MOVE CRM-ASSUNTO  TO DETCASSUN
           MOVE CRM-DTPROX   TO DETCPROX
           MOVE CRM-SITUACAO TO DETCSIT
           IF LIN > 13
              MOVE 07 TO LIN.
           DISPLAY (LIN, 01) DETCRM
           ADD 1 TO LIN
           ADD 1 TO W-QTDLIST
           GO TO LISTA-CRM-RD.

       LISTA-CRM-FIM.
           IF W-QTDLIST = ZEROS
              DISPLAY (07, 03) "*** NENHUM CONTATO REGISTRADO ***".

      *
      ******************************
      * NOVO CONTATO                *
      ******************************
      *
       R3.
           MOVE W-DTHOJE TO W-DATA
           ACCEPT TDATA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R1.
           IF W-DTMES < 01 OR W-DTMES > 12 OR
              W-DTDIA < 01 OR W-DTDIA > 31 OR W-DTANO < 1900
              MOVE "DATA DO CONTATO INVALIDA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
           IF W-DATA > W-DTHOJE
              MOVE "DATA DO CONTATO POSTERIOR A DATA DE HOJE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.

       R4.
           ACCEPT TVENDEDOR
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R3.
           MOVE W-VENDEDOR TO VEN-CODIGO
           READ ARQVEN
           IF ST-ERRO NOT = "00"
              MOVE "*** VENDEDOR NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
           DISPLAY (15, 56) VEN-NOME.

       R5.
           ACCEPT TCANAL
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R4.
           IF W-CANAL = "v"
              MOVE "V" TO W-CANAL.
           IF W-CANAL = "t"
              MOVE "T" TO W-CANAL.
           IF W-CANAL = "e"
              MOVE "E" TO W-CANAL.
           IF W-CANAL NOT = "V" AND "T" AND "E"
              MOVE "CANAL INVALIDO (V/T/E)" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.
           IF W-CANAL = "V"
              MOVE "VISITA    " TO W-DESCCANAL.
           IF W-CANAL = "T"
              MOVE "TELEFONE  " TO W-DESCCANAL.
           IF W-CANAL = "E"
              MOVE "E-MAIL    " TO W-DESCCANAL.
           DISPLAY TCANAL
           DISPLAY (16, 43) W-DESCCANAL.

       R6.
           ACCEPT TASSUNTO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R5.
           IF W-ASSUNTO = SPACES
              MOVE "ASSUNTO DO CONTATO EM BRANCO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R6.

       R7.
           ACCEPT TRESULTADO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R6.
           IF W-RESULTADO = SPACES
              MOVE "RESULTADO DO CONTATO EM BRANCO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R7.

       R8.
           ACCEPT TDTPROX
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R7.
           IF W-DTPROX = ZEROS
              GO TO R9.
           IF W-PXMES < 01 OR W-PXMES > 12 OR
              W-PXDIA < 01 OR W-PXDIA > 31 OR W-PXANO < 1900
              MOVE "DATA DA PROXIMA ACAO INVALIDA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R8.
           IF W-DTPROX < W-DATA
              MOVE "PROXIMA ACAO ANTERIOR A DATA DO CONTATO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R8.

       R9.
           ACCEPT TNUMORC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R8.
           IF W-NUMORC = ZEROS
              GO TO R10.
           IF W-ORCOK NOT = "S"
              MOVE "*** ARQUIVO DE ORCAMENTOS INDISPONIVEL ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R9.
           MOVE W-NUMORC TO ORC-NUMERO
           READ ARQORC
           IF ST-ERRO2 NOT = "00"
              MOVE "*** ORCAMENTO NAO ENCONTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R9.
           IF ORC-CLIENTE NOT = CON-CPF
              MOVE "*** ORCAMENTO DE OUTRO CLIENTE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R9.

       R10.
           ACCEPT TNUMPED
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R9.
           IF W-NUMPED = ZEROS
              GO TO R11.
           MOVE W-NUMPED TO NUMPEDIDO
           MOVE 2        TO TIPEDIDO
           READ ARQPED
           IF ST-ERRO NOT = "00"
              MOVE "*** PEDIDO DE VENDA NAO ENCONTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R10.
           IF CLIENTE NOT = CON-CPF
              MOVE "*** PEDIDO DE OUTRO CLIENTE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R10.

       R11.
           DISPLAY (21, 03) "CONFIRMA O REGISTRO DO CONTATO? (S/N): ".
           ACCEPT (21, 43) DADOS
           DISPLAY (21, 01) LIMPA
           IF DADOS = "N" OR "n"
              MOVE "*** CONTATO NAO GRAVADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           IF DADOS NOT = "S" AND "s"
              MOVE "DIGITE UMA OPERACAO VALIDA (S/N)" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R11.

      *
      ******************************
      * BAIXA DE RETORNOS VENCIDOS  *
      ******************************
      *
       BAIXA-PEND.
           MOVE ZEROS TO W-QTDBAIXA
           MOVE CON-CPF TO CRM-CPFCNPJ
           MOVE ZEROS   TO CRM-DATA CRM-SEQ
           START ARQCRM KEY IS NOT LESS CRM-CHAVE INVALID KEY
                 GO TO GRAVA-CRM.

       BAIXA-PEND-RD.
           READ ARQCRM NEXT
           IF ST-ERRO NOT = "00"
              GO TO GRAVA-CRM.
           IF CRM-CPFCNPJ NOT = CON-CPF
              GO TO GRAVA-CRM.
           IF CRM-SITUACAO NOT = "P" OR CRM-DTPROX > W-DATA
              GO TO BAIXA-PEND-RD.
           MOVE REGCRM TO W-IMGANT
           MOVE "C" TO CRM-SITUACAO
           REWRITE REGCRM
           IF ST-ERRO NOT = "00"
              GO TO BAIXA-PEND-RD.
           ADD 1 TO W-QTDBAIXA
           MOVE "BAIXA" TO LOG-OPERACAO
           MOVE CRM-CHAVE TO LOG-CHAVEREG
           MOVE REGCRM TO W-IMGNOV
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM
           GO TO BAIXA-PEND-RD.

      *
      ******************************
      * GRAVA O CONTATO             *
      ******************************
      *
       GRAVA-CRM.
           MOVE CON-CPF     TO CRM-CPFCNPJ
           MOVE W-DATA      TO CRM-DATA
           MOVE 001         TO CRM-SEQ
           MOVE W-VENDEDOR  TO CRM-VENDEDOR
           MOVE W-DTPROX    TO CRM-DTPROX
           MOVE W-CANAL     TO CRM-CANAL
           MOVE W-ASSUNTO   TO CRM-ASSUNTO
           MOVE W-RESULTADO TO CRM-RESULTADO
           MOVE W-NUMORC    TO CRM-NUMORC
           MOVE W-NUMPED    TO CRM-NUMPED
           MOVE W-OPERADOR  TO CRM-OPERADOR
           IF W-DTPROX = ZEROS
              MOVE "C" TO CRM-SITUACAO
           ELSE
              MOVE "P" TO CRM-SITUACAO.

       GRAVA-CRM-WR.
           WRITE REGCRM
           IF ST-ERRO = "22"
              ADD 1 TO CRM-SEQ
              IF CRM-SEQ < 999
                 GO TO GRAVA-CRM-WR.
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA GRAVACAO DO CONTATO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE "INCLUSAO" TO LOG-OPERACAO
           MOVE CRM-CHAVE TO LOG-CHAVEREG
           MOVE REGCRM TO W-IMGNOV
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM
           IF W-QTDBAIXA > ZEROS
              MOVE "CONTATO GRAVADO - RETORNOS ANTERIORES BAIXADOS"
                 TO MENS
           ELSE
              MOVE "*** CONTATO GRAVADO ***" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.

       LIMPA-CAMPOS.
           MOVE ZEROS  TO W-DATA W-VENDEDOR W-DTPROX
           MOVE ZEROS  TO W-NUMORC W-NUMPED
           MOVE SPACES TO W-CANAL W-ASSUNTO W-RESULTADO W-DESCCANAL.
       LIMPA-CAMPOS-FIM.
           EXIT.

       GRAVA-LOG.
           ACCEPT LOG-DATA FROM DATE YYYYMMDD.
           ACCEPT LOG-HORA FROM TIME.
           MOVE ZEROS TO LOG-SEQ.
           MOVE "SCE129" TO LOG-PROGRAMA.
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
           CLOSE ARQCRM ARQCLI ARQVEN ARQPED ARQLOG.
           IF W-ORCOK = "S"
              CLOSE ARQORC.
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
