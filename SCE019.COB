                    RECORD KEY   IS PEDX-CHAVE
                    FILE STATUS  IS ST-ERRO2.

           SELECT ARQCRM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRM-CHAVE
                    FILE STATUS  IS ST-ERRO3
                    ALTERNATE RECORD KEY IS CRM-AGENDA
                                   WITH DUPLICATES.

           SELECT ARQPED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
          03 PEDX-VENDEDOR     PIC 9(4).
          03 PEDX-VLICMS       PIC 9(8)V99.
          03 PEDX-FILIAL       PIC 9(02).
      *-----------------------------------------------------------------
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
       WORKING-STORAGE SECTION.
       01 W-SEGUNDOS        PIC 9(04) COMP VALUE 1.
       01 W-TOTPEDCLI       PIC 9(10)V99 VALUE ZEROS.
       01 W-QTDPEDFOR       PIC 9(04) VALUE ZEROS.
       01 W-TOTPEDFOR       PIC 9(10)V99 VALUE ZEROS.
       01 ST-ERRO3          PIC X(02) VALUE "00".
       01 W-CRMOK           PIC X(01) VALUE "N".
       01 W-ULTTAB.
          03 W-ULTCON       PIC X(56) OCCURS 3 TIMES.
       01 DETULT.
          03 DETUDATA       PIC 9(08) VALUE ZEROS.
          03 FILLER         PIC X(01) VALUE SPACES.
          03 DETUVEN        PIC 9(04) VALUE ZEROS.
          03 FILLER         PIC X(01) VALUE SPACES.
          03 DETUCANAL      PIC X(01) VALUE SPACES.
          03 FILLER         PIC X(01) VALUE SPACES.
          03 DETUASSUN      PIC X(30) VALUE SPACES.
          03 FILLER         PIC X(02) VALUE SPACES.
          03 DETUPROX       PIC 9(08) VALUE ZEROS.

       SCREEN SECTION.
       01  TSCE019.
               VALUE  "  PEDIDOS COMO FORNECEDOR  :".
           05  LINE 19  COLUMN 41
               VALUE  "TOTAL :".
           05  LINE 20  COLUMN 01
               VALUE  "  ULTIMOS CONTATOS :".
           05  LINE 23  COLUMN 01
               VALUE  "  MENSAGEM :".
           05  TCONCPF
              ELSE
                 MOVE "N" TO W-PEDXOK.

       INC-OP6.
           IF W-CRMOK NOT = "S"
              OPEN INPUT ARQCRM
              IF ST-ERRO3 = "00"
                 MOVE "S" TO W-CRMOK
              ELSE
                 MOVE "N" TO W-CRMOK.

       INC-001.
           MOVE ZEROS TO CON-CPF
           MOVE SPACES TO RAZAO APELIDO EMAIL
           DISPLAY TQTDPEDFOR
           DISPLAY TTOTPEDFOR.

       ROT-ULTCONT.
           MOVE SPACES TO W-ULTTAB
           IF W-ACHOUCLI NOT = "S" OR W-CRMOK NOT = "S"
              GO TO ROT-ULTCONT-FIM.
           MOVE CON-CPF TO CRM-CPFCNPJ
           MOVE ZEROS   TO CRM-DATA CRM-SEQ
           START ARQCRM KEY IS NOT LESS CRM-CHAVE
                 INVALID KEY
                 GO TO ROT-ULTCONT-FIM.
       ROT-ULTCONT-RD.
           READ ARQCRM NEXT
           IF ST-ERRO3 NOT = "00"
              GO TO ROT-ULTCONT-FIM.
           IF CRM-CPFCNPJ NOT = CON-CPF
              GO TO ROT-ULTCONT-FIM.
           MOVE CRM-DATA     TO DETUDATA
           MOVE CRM-VENDEDOR TO DETUVEN
           MOVE CRM-CANAL    TO DETUCANAL
           MOVE CRM-ASSUNTO  TO DETUASSUN
           MOVE CRM-DTPROX   TO DETUPROX
           MOVE W-ULTCON (2) TO W-ULTCON (1)
           MOVE W-ULTCON (3) TO W-ULTCON (2)
           MOVE DETULT       TO W-ULTCON (3)
           GO TO ROT-ULTCONT-RD.
       ROT-ULTCONT-FIM.
           IF W-ULTCON (3) = SPACES
              DISPLAY (20, 22) "NENHUM CONTATO REGISTRADO"
           ELSE
              DISPLAY (20, 22) W-ULTCON (3)
              DISPLAY (21, 22) W-ULTCON (2)
              DISPLAY (22, 22) W-ULTCON (1).

       BUSCA-FILIAL.
           MOVE 01 TO W-PEDFIL
           IF W-PEDXOK NOT = "S"
           CLOSE ARQCLI ARQFOR ARQCLIEND ARQPED.
           IF W-PEDXOK = "S"
              CLOSE ARQPEDX.
           IF W-CRMOK = "S"
              CLOSE ARQCRM.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
