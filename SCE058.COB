                    ALTERNATE RECORD KEY IS RAZAO
                                   WITH DUPLICATES.

           SELECT ARQHAV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS HAV-CPFCNPJ
                    FILE STATUS  IS ST-ERRO4.

           SELECT ARQHAVMV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS HMV-CHAVE
                    FILE STATUS  IS ST-ERRO4.

           SELECT RELEXT ASSIGN TO W-NOMEREL
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO3.
          03 TEL         PIC 9(11).
          03 EMAIL       PIC X(30).
          03 TEL2        PIC 9(11).
      *-----------------------------------------------------------------
       FD ARQHAV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQHAV.DAT".
       01 REGHAV.
          03 HAV-CPFCNPJ       PIC 9(14).
          03 HAV-SALDO         PIC 9(08)V99.
          03 HAV-TOTCRED       PIC 9(10)V99.
          03 HAV-TOTDEB        PIC 9(10)V99.
          03 HAV-DTULT         PIC 9(08).
      *-----------------------------------------------------------------
       FD ARQHAVMV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQHAVMV.DAT".
       01 REGHAVMV.
          03 HMV-CHAVE.
             05 HMV-CPFCNPJ    PIC 9(14).
             05 HMV-DATA       PIC 9(08).
             05 HMV-HORA       PIC 9(08).
             05 HMV-SEQ        PIC 9(03).
          03 HMV-TIPO          PIC X(01).
          03 HMV-ORIGEM        PIC X(02).
          03 HMV-DOC           PIC X(10).
          03 HMV-VALOR         PIC 9(08)V99.
          03 HMV-SALDO         PIC 9(08)V99.
          03 HMV-OPERADOR      PIC X(10).
      *-----------------------------------------------------------------
       FD RELEXT
               LABEL RECORD IS STANDARD.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 ST-ERRO3      PIC X(02) VALUE "00".
       01 ST-ERRO4      PIC X(02) VALUE "00".
       01 ST-ERRO5      PIC X(02) VALUE "00".
       01 MENS          PIC X(50) VALUE SPACES.
       01 LIMPA         PIC X(55) VALUE SPACES.
       01 W-CLIOK       PIC X(01) VALUE "N".
       01 W-TMVOK       PIC X(01) VALUE "N".
       01 W-HAVOK       PIC X(01) VALUE "N".
       01 W-HMVOK       PIC X(01) VALUE "N".
       01 W-SALDOHAV    PIC 9(08)V99 VALUE ZEROS.
       01 CON-CPFCNPJ   PIC 9(14) VALUE ZEROS.
       01 W-SEQ         PIC 9(02) VALUE ZEROS.
       01 W-QTDTIT      PIC 9(06) VALUE ZEROS.
           ELSE
              MOVE "N" TO W-CLIOK.

       ABRE-HAV.
           OPEN INPUT ARQHAV
           IF ST-ERRO4 = "00"
              MOVE "S" TO W-HAVOK
           ELSE
              MOVE "N" TO W-HAVOK.
           OPEN INPUT ARQHAVMV
           IF ST-ERRO4 = "00"
              MOVE "S" TO W-HMVOK
           ELSE
              MOVE "N" TO W-HMVOK.

       R1.
           DISPLAY (05, 03) "CPF/CNPJ DO CLIENTE: ".
           ACCEPT (05, 25) CON-CPFCNPJ
           PERFORM ROT-DTEXIBE THRU ROT-DTEXIBE-FIM
           MOVE W-DTEXIBE TO DETDATA
           MOVE SPACES TO DETHIST
           MOVE TMV-VALOR TO DETVALOR
           IF TMV-NATUREZA = "J"
              MOVE "  ENCARGOS RECEBIDOS" TO DETHIST
           ELSE
              IF TMV-NATUREZA = "H"
                 MOVE "  PAGO A MAIOR - HAVER" TO DETHIST
              ELSE
                 IF TMV-NATUREZA = "R"
                    MOVE "  RECUPERACAO DE PERDA" TO DETHIST
                 ELSE
                    SUBTRACT TMV-VALOR FROM W-SALDOCOR
                    IF TMV-NATUREZA = "X"
                       MOVE "  BAIXA POR PERDA" TO DETHIST
                    ELSE
                       IF TMV-FORMA = "HV"
                          MOVE "  PAGAMENTO COM HAVER" TO DETHIST
                       ELSE
                          MOVE "  PAGAMENTO RECEBIDO" TO DETHIST.
           MOVE W-SALDOCOR TO DETSALDO
           WRITE LINHA-REL FROM REL-DET
           ADD 1 TO W-QTDSPOOL
           MOVE "VALOR EM ABERTO NA DATA .........:" TO TOTTXT
           MOVE W-TOTABERTO TO TOTVAL
           WRITE LINHA-REL FROM REL-TOT
           PERFORM EXT-HAVER THRU EXT-HAVER-FIM
           MOVE "HAVER (CREDITO) DISPONIVEL ......:" TO TOTTXT
           MOVE W-SALDOHAV TO TOTVAL
           WRITE LINHA-REL FROM REL-TOT
           CLOSE RELEXT
           PERFORM GRAVA-SPOOL THRU GRAVA-SPOOL-FIM
           DISPLAY (10, 03) "RELATORIO GRAVADO EM: "
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.

       EXT-HAVER.
           MOVE ZEROS TO W-SALDOHAV
           IF W-HAVOK NOT = "S"
              GO TO EXT-HAVER-FIM.
           MOVE CON-CPFCNPJ TO HAV-CPFCNPJ
           READ ARQHAV
           IF ST-ERRO4 NOT = "00"
              GO TO EXT-HAVER-FIM.
           MOVE HAV-SALDO TO W-SALDOHAV
           IF W-HMVOK NOT = "S"
              GO TO EXT-HAVER-FIM.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE "  MOVIMENTOS DE HAVER (CREDITO DO CLIENTE)"
              TO LINHA-REL
           WRITE LINHA-REL
           MOVE CON-CPFCNPJ TO HMV-CPFCNPJ
           MOVE ZEROS TO HMV-DATA HMV-HORA HMV-SEQ
           START ARQHAVMV KEY IS NOT LESS HMV-CHAVE INVALID KEY
                 GO TO EXT-HAVER-FIM.
       EXT-HAVER-RD.
           READ ARQHAVMV NEXT
           IF ST-ERRO4 NOT = "00"
              GO TO EXT-HAVER-FIM.
           IF HMV-CPFCNPJ NOT = CON-CPFCNPJ
              GO TO EXT-HAVER-FIM.
           MOVE HMV-DATA TO W-DTTRAB
           PERFORM ROT-DTEXIBE THRU ROT-DTEXIBE-FIM
           MOVE W-DTEXIBE TO DETDATA
           MOVE SPACES TO DETHIST
           IF HMV-ORIGEM = "DV"
              STRING "  DEVOLUCAO " HMV-DOC DELIMITED BY SIZE
                     INTO DETHIST.
           IF HMV-ORIGEM = "PG"
              STRING "  PAGO A MAIOR " HMV-DOC DELIMITED BY SIZE
                     INTO DETHIST.
           IF HMV-ORIGEM = "BX"
              STRING "  USO NA BAIXA " HMV-DOC DELIMITED BY SIZE
                     INTO DETHIST.
           IF HMV-ORIGEM = "PD"
              STRING "  USO NO PDV " HMV-DOC DELIMITED BY SIZE
                     INTO DETHIST.
           IF HMV-TIPO = "D"
              COMPUTE DETVALOR = HMV-VALOR * -1
           ELSE
              MOVE HMV-VALOR TO DETVALOR.
           MOVE HMV-SALDO TO DETSALDO
           WRITE LINHA-REL FROM REL-DET
           ADD 1 TO W-QTDSPOOL
           GO TO EXT-HAVER-RD.
       EXT-HAVER-FIM.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL.

       ROT-DTEXIBE.
           MOVE W-DTTRABDIA TO W-DTEXIBE-DIA
           MOVE W-DTTRABMES TO W-DTEXIBE-MES
              CLOSE ARQTITMV.
           IF W-CLIOK = "S"
              CLOSE ARQCLI.
           IF W-HAVOK = "S"
              CLOSE ARQHAV.
           IF W-HMVOK = "S"
              CLOSE ARQHAVMV.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIM3.
