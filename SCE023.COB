                    RECORD KEY   IS TMV-CHAVE
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQTITME ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
                    RECORD KEY   IS TME-CHAVE
                    FILE STATUS  IS ST-ERRO4.

           SELECT ARQLOG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
          03 TMV-NATUREZA      PIC X(1).
          03 TMV-FORMA         PIC X(2).
          03 TMV-CONTA         PIC 9(3).
      *-----------------------------------------------------------------
       FD ARQTITME
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQTITME.DAT".
       01 REGTITME.
          03 TME-CHAVE.
             05 TME-NUMPED     PIC 9(6).
             05 TME-TIPEDIDO   PIC 9(1).
             05 TME-PARCELA    PIC 9(2).
          03 TME-MOEDA         PIC X(03).
          03 TME-VALORME       PIC 9(08)V99.
          03 TME-TAXAEMI       PIC 9(04)V9(06).
          03 TME-SALDOME       PIC 9(08)V99.
      *-----------------------------------------------------------------
       FD ARQLOG
               LABEL RECORD IS STANDARD
       01 W-PRINC       PIC 9(08)V99 VALUE ZEROS.
       01 W-TMVVAL      PIC 9(08)V99 VALUE ZEROS.
       01 W-TMVNAT      PIC X(01) VALUE "P".
       01 W-RECUPERA    PIC X(01) VALUE "N".
       01 W-FORMA       PIC X(02) VALUE SPACES.
       01 W-CONTA       PIC 9(03) VALUE ZEROS.
       01 W-CTAPIX      PIC 9(03) VALUE ZEROS.
       01 W-CCFUNC      PIC X(01) VALUE SPACES.
       01 W-CCADQ       PIC 9(02) VALUE ZEROS.
       01 W-CCBAND      PIC X(02) VALUE SPACES.
       01 W-CCMODAL     PIC X(01) VALUE SPACES.
       01 W-CCPARC      PIC 9(02) VALUE ZEROS.
       01 W-CCNSU       PIC X(12) VALUE SPACES.
       01 W-CCVALOR     PIC 9(08)V99 VALUE ZEROS.
       01 W-CCDATA      PIC 9(08) VALUE ZEROS.
       01 W-CCORIGEM    PIC X(09) VALUE SPACES.
       01 W-CCRET       PIC X(02) VALUE SPACES.
       01 W-CCNUMAV     PIC 9(06) VALUE ZEROS.
       01 W-EXCED       PIC 9(08)V99 VALUE ZEROS.
       01 W-HVFUNC      PIC X(01) VALUE SPACES.
       01 W-HVCPF       PIC 9(14) VALUE ZEROS.
       01 W-HVVALOR     PIC 9(08)V99 VALUE ZEROS.
       01 W-HVORIGEM    PIC X(02) VALUE SPACES.
       01 W-HVDOC       PIC X(10) VALUE SPACES.
       01 W-HVSALDO     PIC 9(08)V99 VALUE ZEROS.
       01 W-HVRET       PIC X(02) VALUE SPACES.
       01 W-CTAOK       PIC X(01) VALUE "N".
       01 ST-ERRO3      PIC X(02) VALUE "00".
       01 W-TMEOK       PIC X(01) VALUE "N".
       01 ST-ERRO4      PIC X(02) VALUE "00".
       01 W-CAMBIO      PIC X(01) VALUE "N".
       01 W-CMMOEDA     PIC X(03) VALUE SPACES.
       01 W-CMDATA      PIC 9(08) VALUE ZEROS.
       01 W-CMTAXA      PIC 9(04)V9(06) VALUE ZEROS.
       01 W-CMDTTAXA    PIC 9(08) VALUE ZEROS.
       01 W-CMRET       PIC X(02) VALUE SPACES.
       01 W-MEPAGO      PIC 9(08)V99 VALUE ZEROS.
       01 W-CONTABIL    PIC 9(08)V99 VALUE ZEROS.
       01 W-VARCAM      PIC S9(08)V99 VALUE ZEROS.
       01 W-VAREXIBE    PIC -ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       01 W-MEEXIBE     PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       01 W-TXEXIBE     PIC ZZZ9,999999 VALUE ZEROS.
       01 W-CTASAVE     PIC 9(03) VALUE ZEROS.
       01 W-DTCOTACAO   PIC 99/99/9999 VALUE ZEROS.
       01 W-CALFUNC     PIC X(01) VALUE SPACES.
       01 W-CALDT1      PIC 9(08) VALUE ZEROS.
       01 W-CALDT2      PIC 9(08) VALUE ZEROS.
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

       ABRE-TITME.
           OPEN I-O ARQTITME
           IF ST-ERRO4 = "00"
              MOVE "S" TO W-TMEOK
           ELSE
              MOVE "N" TO W-TMEOK.

       ABRE-LOG.
           OPEN I-O ARQLOG
           IF ST-ERRO NOT = "00"
              READ ARQPAR
              IF ST-ERRO2 = "00"
                 MOVE PAR-VALOR TO W-MULTAPC.
           MOVE ZEROS TO W-CTAPIX
           IF W-PAROK = "S"
              MOVE "CTAPIX  " TO PAR-ID
              READ ARQPAR
              IF ST-ERRO2 = "00"
                 MOVE PAR-VALOR TO W-CTAPIX.

       R-OPERADOR.
           IF W-USUARIO NOT = SPACES AND
              MOVE "*** TITULO CANCELADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-SEL.
           IF TIT-STATUS = "B"
              MOVE "*** TITULO BLOQUEADO - AGUARDA CONFERENCIA ***"
                 TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-SEL.
           MOVE "N" TO W-RECUPERA
           IF TIT-STATUS = "P"
              MOVE "S" TO W-RECUPERA
              MOVE "*** TITULO BAIXADO P/ PERDA - RECUPERACAO ***"
                 TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
           PERFORM LE-TITME THRU LE-TITME-FIM.

       BXA-001.
           ACCEPT W-DTPAGTO FROM DATE YYYYMMDD
              DISPLAY (20, 37) W-MULTA
              DISPLAY (20, 50) "JUROS: "
              DISPLAY (20, 57) W-JUROS.
           IF W-CAMBIO = "S"
              PERFORM ROT-COTACAO THRU ROT-COTACAO-FIM
              IF W-CMRET NOT = "00"
                 MOVE "MOEDA SEM COTACAO P/ A DATA DO PAGAMENTO"
                    TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO BXA-001.

       BXA-002.
           MOVE ZEROS TO W-EXCED
           COMPUTE W-VLPAGO = TIT-SALDO + W-ENCARGOS
           IF W-CAMBIO = "S"
              COMPUTE W-VLPAGO ROUNDED =
                 TME-SALDOME * W-CMTAXA + W-ENCARGOS.
           DISPLAY (22, 03) "VALOR PAGO: ".
           ACCEPT (22, 16) W-VLPAGO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO BXA-002.
           COMPUTE W-PRINC = W-VLPAGO - W-ENCARGOS
           IF W-CAMBIO = "S"
              GO TO BXA-002V.
           IF W-PRINC > TIT-SALDO
              IF TIT-TIPO = "R" AND TIT-CPFCNPJ NOT = ZEROS
                 GO TO BXA-002H
              ELSE
                 MOVE "VALOR MAIOR QUE O SALDO DO TITULO" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO BXA-002.

       BXA-002A.
           DISPLAY (22, 30) "FORMA: ".
           IF W-FORMA = "ca" MOVE "CA" TO W-FORMA.
           IF W-FORMA = "tr" MOVE "TR" TO W-FORMA.
           IF W-FORMA = "bo" MOVE "BO" TO W-FORMA.
           IF W-FORMA = "px" MOVE "PX" TO W-FORMA.
           IF W-FORMA = "hv" MOVE "HV" TO W-FORMA.
           IF W-FORMA NOT = "DI" AND "CH" AND "CA" AND "TR" AND "BO"
                          AND "PX" AND "HV"
              MOVE "FORMA: DI CH CA TR BO PX HV" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO BXA-002A.
           IF W-EXCED > ZEROS AND (W-FORMA = "CA" OR "HV")
              MOVE "PAGTO A MAIOR SO EM DI CH TR BO PX" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO BXA-002A.
           IF W-FORMA = "HV"
              GO TO BXA-002D.
           IF W-FORMA = "PX" AND W-CTAPIX > ZEROS
              MOVE W-CTAPIX TO W-CONTA.
           IF W-FORMA = "CA" AND TIT-TIPO = "R"
              GO TO BXA-002C.
       BXA-002B.
           DISPLAY (22, 42) "CONTA: ".
           ACCEPT (22, 50) W-CONTA WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO BXA-002A.
                 MOVE "CONTA NAO CADASTRADA" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO BXA-002B.
           GO TO BXA-003.

       BXA-002C.
           DISPLAY (19, 03) "ADQ:"
           DISPLAY (19, 11) "BAND:"
           DISPLAY (19, 20) "MOD:"
           DISPLAY (19, 27) "PARC:"
           DISPLAY (19, 36) "NSU:".
           ACCEPT (19, 08) W-CCADQ WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              DISPLAY (19, 01) LIMPA
              GO TO BXA-002A.
           ACCEPT (19, 17) W-CCBAND WITH UPDATE
           INSPECT W-CCBAND CONVERTING
                   "abcdefghijklmnopqrstuvwxyz" TO
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           ACCEPT (19, 25) W-CCMODAL WITH UPDATE
           IF W-CCMODAL = "d" MOVE "D" TO W-CCMODAL.
           IF W-CCMODAL = "c" MOVE "C" TO W-CCMODAL.
           IF W-CCMODAL = "p" MOVE "P" TO W-CCMODAL.
           IF W-CCPARC = ZEROS
              MOVE 01 TO W-CCPARC.
           ACCEPT (19, 33) W-CCPARC WITH UPDATE
           MOVE SPACES TO W-CCNSU
           ACCEPT (19, 41) W-CCNSU
           MOVE "C"       TO W-CCFUNC
           MOVE W-VLPAGO  TO W-CCVALOR
           MOVE W-DTPAGTO TO W-CCDATA
           CALL "SCE094" USING W-CCFUNC W-CCADQ W-CCBAND W-CCMODAL
                               W-CCPARC W-CCNSU W-CCVALOR W-CCDATA
                               W-CCORIGEM W-CCRET W-CCNUMAV
           MOVE ZEROS TO W-CONTA
           IF W-CCRET = "00"
              GO TO BXA-003.
           IF W-CCRET = "23"
              MOVE "ADQUIRENTE/BANDEIRA/MODALIDADE SEM TAXA" TO MENS
           ELSE
              IF W-CCRET = "10"
                 MOVE "QTD DE PARCELAS INVALIDA PARA A TAXA" TO MENS
              ELSE
                 IF W-CCRET = "11"
                    MOVE "NSU DA TRANSACAO EM BRANCO" TO MENS
                 ELSE
                    MOVE "TABELA DE TAXAS DE CARTAO INDISPONIVEL"
                       TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO BXA-002C.

       BXA-002D.
           IF TIT-TIPO NOT = "R" OR TIT-CPFCNPJ = ZEROS
              MOVE "HAVER SO EM TITULO A RECEBER DE CLIENTE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO BXA-002A.
           MOVE "S"         TO W-HVFUNC
           MOVE TIT-CPFCNPJ TO W-HVCPF
           MOVE ZEROS       TO W-HVVALOR
           CALL "SCE096" USING W-HVFUNC W-HVCPF W-HVVALOR W-HVORIGEM
                               W-HVDOC W-OPERADOR W-HVSALDO W-HVRET
           IF W-HVRET NOT = "00"
              MOVE "CADASTRO DE HAVER INDISPONIVEL" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO BXA-002A.
           DISPLAY (19, 01) LIMPA
           DISPLAY (19, 03) "HAVER DISPONIVEL: "
           DISPLAY (19, 21) W-HVSALDO
           IF W-HVSALDO < W-VLPAGO
              MOVE "HAVER DO CLIENTE NAO COBRE O VALOR PAGO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO BXA-002.
           MOVE ZEROS TO W-CONTA
           GO TO BXA-003.

       BXA-002H.
           COMPUTE W-EXCED = W-PRINC - TIT-SALDO
           DISPLAY (19, 01) LIMPA
           DISPLAY (19, 03) "PAGO A MAIOR: "
           DISPLAY (19, 17) W-EXCED
           DISPLAY (19, 30) "GERAR HAVER? S-SIM/N-NAO"
           ACCEPT (19, 55) DADOS
           DISPLAY (19, 01) LIMPA
           IF DADOS = "S" OR "s"
              MOVE TIT-SALDO TO W-PRINC
              GO TO BXA-002A.
           IF DADOS = "N" OR "n"
              MOVE ZEROS TO W-EXCED
              GO TO BXA-002.
           MOVE "DIGITE UMA OPERACAO VALIDA (S/N)" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO BXA-002H.

      *
      **************************************************
      * TITULO EM MOEDA ESTRANGEIRA - O VALOR PAGO EM  *
      * R$ NA TAXA DO DIA QUITA O EQUIVALENTE EM MOEDA *
      * E BAIXA O SALDO PELA TAXA DA EMISSAO. A SOBRA  *
      * OU FALTA E A VARIACAO CAMBIAL DO PAGAMENTO.    *
      **************************************************
      *
       BXA-002V.
           COMPUTE W-MEPAGO ROUNDED = W-PRINC / W-CMTAXA
           IF W-MEPAGO > TME-SALDOME
              MOVE "VALOR MAIOR QUE O SALDO EM MOEDA DO TITULO"
                 TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO BXA-002.
           IF W-MEPAGO = TME-SALDOME
              MOVE TIT-SALDO TO W-CONTABIL
           ELSE
              COMPUTE W-CONTABIL ROUNDED = W-MEPAGO * TME-TAXAEMI
              IF W-CONTABIL > TIT-SALDO
                 MOVE TIT-SALDO TO W-CONTABIL.
           COMPUTE W-VARCAM = W-PRINC - W-CONTABIL
           MOVE W-VARCAM TO W-VAREXIBE
           DISPLAY (19, 01) LIMPA
           DISPLAY (19, 03) "VARIACAO CAMBIAL R$: "
           DISPLAY (19, 24) W-VAREXIBE
           IF W-VARCAM > ZEROS
              DISPLAY (19, 40) "(PASSIVA)"
           ELSE
              IF W-VARCAM < ZEROS
                 DISPLAY (19, 40) "(ATIVA)".
           GO TO BXA-002A.

       BXA-003.
           DISPLAY (23, 35) "CONFIRMA BAIXA? S-SIM/N-NAO"
           ACCEPT (23, 64) DADOS.
           IF DADOS = "N" OR "n"
              DISPLAY (18, 01) LIMPA
              DISPLAY (19, 01) LIMPA
              DISPLAY (21, 01) LIMPA
              DISPLAY (22, 01) LIMPA
              MOVE "*** BAIXA NAO EFETUADA ***" TO MENS
              GO TO BXA-003.

       BXA-WR1.
           IF W-FORMA = "HV"
              PERFORM DEBITA-HAVER THRU DEBITA-HAVER-FIM.
           IF W-FORMA = "HV" AND W-HVRET NOT = "00"
              DISPLAY (19, 01) LIMPA
              DISPLAY (21, 01) LIMPA
              DISPLAY (22, 01) LIMPA
              MOVE "*** HAVER INSUFICIENTE - BAIXA NAO EFETUADA ***"
                 TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-001.
           IF W-CAMBIO = "S"
              SUBTRACT W-CONTABIL FROM TIT-SALDO
           ELSE
              SUBTRACT W-PRINC FROM TIT-SALDO.
           IF TIT-SALDO = ZEROS
              MOVE "L" TO TIT-STATUS.
           REWRITE REGTIT
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE "P" TO W-TMVNAT
           IF W-RECUPERA = "S"
              MOVE "R" TO W-TMVNAT.
           MOVE W-PRINC TO W-TMVVAL
           IF W-CAMBIO = "S" AND W-VARCAM > ZEROS
              MOVE W-CONTABIL TO W-TMVVAL.
           PERFORM GRAVA-TITMV THRU GRAVA-TITMV-FIM
           IF W-ENCARGOS > ZEROS
              MOVE "J" TO W-TMVNAT
              MOVE W-ENCARGOS TO W-TMVVAL
              PERFORM GRAVA-TITMV THRU GRAVA-TITMV-FIM.
           IF W-EXCED > ZEROS
              MOVE "H" TO W-TMVNAT
              MOVE W-EXCED TO W-TMVVAL
              PERFORM GRAVA-TITMV THRU GRAVA-TITMV-FIM
              PERFORM CREDITA-HAVER THRU CREDITA-HAVER-FIM.
           IF W-FORMA = "CA" AND TIT-TIPO = "R"
              PERFORM GERA-CARTAO THRU GERA-CARTAO-FIM.
           IF W-CAMBIO = "S"
              PERFORM GRAVA-CAMBIO THRU GRAVA-CAMBIO-FIM.
           MOVE "BAIXA" TO LOG-OPERACAO
           IF W-RECUPERA = "S"
              MOVE "RECUPERA" TO LOG-OPERACAO.
           MOVE TIT-CHAVE TO LOG-CHAVEREG
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM
           DISPLAY (18, 01) LIMPA
           DISPLAY (19, 01) LIMPA
           DISPLAY (21, 01) LIMPA
           DISPLAY (22, 01) LIMPA
           IF TIT-STATUS = "L"
       GRAVA-TITMV-FIM.
           EXIT.

      *
      **************************************************
      * VARIACAO PASSIVA (PAGO A MAIOR NA TAXA DO DIA) *
      * SAI DO CAIXA JUNTO COM O PAGAMENTO. A ATIVA SO *
      * ABATE O SALDO DO TITULO, SEM CONTA DE CAIXA.   *
      **************************************************
      *
       GRAVA-CAMBIO.
           IF W-VARCAM > ZEROS
              MOVE "V" TO W-TMVNAT
              MOVE W-VARCAM TO W-TMVVAL
              PERFORM GRAVA-TITMV THRU GRAVA-TITMV-FIM.
           IF W-VARCAM < ZEROS
              MOVE "A" TO W-TMVNAT
              COMPUTE W-TMVVAL = W-VARCAM * -1
              MOVE W-CONTA TO W-CTASAVE
              MOVE ZEROS TO W-CONTA
              PERFORM GRAVA-TITMV THRU GRAVA-TITMV-FIM
              MOVE W-CTASAVE TO W-CONTA.
           SUBTRACT W-MEPAGO FROM TME-SALDOME
           REWRITE REGTITME
           MOVE W-MEPAGO TO W-MEEXIBE
           MOVE W-CMTAXA TO W-TXEXIBE
           MOVE W-VARCAM TO W-VAREXIBE
           STRING "MOEDA " TME-MOEDA " PAGO " W-MEEXIBE
                  " TAXA " W-TXEXIBE " VARIACAO " W-VAREXIBE
                  DELIMITED BY SIZE INTO W-IMGNOV.
       GRAVA-CAMBIO-FIM.
           EXIT.

      *
      **************************************************
      * TITULO A PAGAR COM SALDO EM MOEDA ESTRANGEIRA  *
      **************************************************
      *
       LE-TITME.
           MOVE "N" TO W-CAMBIO
           IF W-TMEOK NOT = "S" OR TIT-TIPO NOT = "P"
              GO TO LE-TITME-FIM.
           MOVE TIT-CHAVE TO TME-CHAVE
           READ ARQTITME
           IF ST-ERRO4 NOT = "00"
              GO TO LE-TITME-FIM.
           IF TME-SALDOME = ZEROS
              GO TO LE-TITME-FIM.
           MOVE "S" TO W-CAMBIO
           MOVE TME-SALDOME TO W-MEEXIBE
           MOVE TME-TAXAEMI TO W-TXEXIBE
           DISPLAY (18, 01) LIMPA
           DISPLAY (18, 03) "MOEDA: "
           DISPLAY (18, 10) TME-MOEDA
           DISPLAY (18, 15) "SALDO: "
           DISPLAY (18, 22) W-MEEXIBE
           DISPLAY (18, 37) "TAXA EMISSAO: "
           DISPLAY (18, 51) W-TXEXIBE.
       LE-TITME-FIM.
           EXIT.

       ROT-COTACAO.
           MOVE TME-MOEDA TO W-CMMOEDA
           MOVE W-DTPAGTO TO W-CMDATA
           CALL "SCE144" USING W-CMMOEDA W-CMDATA W-CMTAXA
                               W-CMDTTAXA W-CMRET
           IF W-CMRET NOT = "00"
              GO TO ROT-COTACAO-FIM.
           MOVE W-CMTAXA TO W-TXEXIBE
           MOVE W-CMDTTAXA TO W-DTVCTO
           MOVE W-DTVCTODIA  TO W-DTEXIBE-DIA
           MOVE W-DTVCTOMES  TO W-DTEXIBE-MES
           MOVE W-DTVCTOANO  TO W-DTEXIBE-ANO
           MOVE W-DTEXIBE    TO W-DTCOTACAO
           DISPLAY (18, 37) "TAXA DIA ....: "
           DISPLAY (18, 51) W-TXEXIBE
           DISPLAY (18, 63) W-DTCOTACAO.
       ROT-COTACAO-FIM.
           EXIT.

       GERA-CARTAO.
           MOVE "G"       TO W-CCFUNC
           MOVE W-VLPAGO  TO W-CCVALOR
           MOVE W-DTPAGTO TO W-CCDATA
           MOVE TIT-CHAVE TO W-CCORIGEM
           CALL "SCE094" USING W-CCFUNC W-CCADQ W-CCBAND W-CCMODAL
                               W-CCPARC W-CCNSU W-CCVALOR W-CCDATA
                               W-CCORIGEM W-CCRET W-CCNUMAV
           IF W-CCRET NOT = "00"
              MOVE "*** ERRO AO GERAR RECEBIVEL DO CARTAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
       GERA-CARTAO-FIM.
           EXIT.

       DEBITA-HAVER.
           MOVE "D"         TO W-HVFUNC
           MOVE TIT-CPFCNPJ TO W-HVCPF
           MOVE W-VLPAGO    TO W-HVVALOR
           MOVE "BX"        TO W-HVORIGEM
           MOVE TIT-CHAVE   TO W-HVDOC
           CALL "SCE096" USING W-HVFUNC W-HVCPF W-HVVALOR W-HVORIGEM
                               W-HVDOC W-OPERADOR W-HVSALDO W-HVRET.
       DEBITA-HAVER-FIM.
           EXIT.

       CREDITA-HAVER.
           MOVE "C"         TO W-HVFUNC
           MOVE TIT-CPFCNPJ TO W-HVCPF
           MOVE W-EXCED     TO W-HVVALOR
           MOVE "PG"        TO W-HVORIGEM
           MOVE TIT-CHAVE   TO W-HVDOC
           CALL "SCE096" USING W-HVFUNC W-HVCPF W-HVVALOR W-HVORIGEM
                               W-HVDOC W-OPERADOR W-HVSALDO W-HVRET
           IF W-HVRET NOT = "00"
              MOVE "*** ERRO AO GERAR HAVER DO CLIENTE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
       CREDITA-HAVER-FIM.
           EXIT.

       CALC-ENCARGOS.
           MOVE ZEROS TO W-MULTA W-JUROS W-ENCARGOS W-DIASATR
           IF TIT-STATUS NOT = "A"
           CLOSE ARQTIT ARQTITMV ARQLOG.
           IF W-PAROK = "S"
              CLOSE ARQPAR.
           IF W-TMEOK = "S"
              CLOSE ARQTITME.
           IF W-CTAOK = "S"
              CLOSE ARQCTA.
       ROT-FIM2.
