               VALUE  "15 Cad. Filiais".
           05  LINE 19  COLUMN 03
               VALUE  "16 Conv. Novos Formatos".
           05  LINE 04  COLUMN 30
               VALUE  "17 Ordens de Montagem".
           05  LINE 05  COLUMN 30
               VALUE  "18 Rel. Ordens Montagem".
           05  LINE 06  COLUMN 30
               VALUE  "19 Consulta Num. Serie".
           05  LINE 07  COLUMN 30
               VALUE  "20 Grade Tamanho/Cor".
           05  LINE 08  COLUMN 30
               VALUE  "21 Enderecos Armazenagem".
           05  LINE 09  COLUMN 30
               VALUE  "22 Produto x Endereco".
           05  LINE 10  COLUMN 30
               VALUE  "23 Disponibilidade Estoque".
           05  LINE 11  COLUMN 30
               VALUE  "24 Remessa Consignacao".
           05  LINE 12  COLUMN 30
               VALUE  "25 Acerto Consignacao".
           05  LINE 13  COLUMN 30
               VALUE  "26 Posicao Consignacao".
           05  LINE 14  COLUMN 30
               VALUE  "27 Campanhas Promocionais".
           05  LINE 15  COLUMN 30
               VALUE  "28 Resultado Campanhas".
           05  LINE 16  COLUMN 30
               VALUE  "29 Extrato de Pontos".
           05  LINE 17  COLUMN 30
               VALUE  "30 Passivo de Pontos".
           05  LINE 18  COLUMN 30
               VALUE  "31 Aprovacao de Compras".
           05  LINE 19  COLUMN 30
               VALUE  "32 Contratos Fornec.".
           05  LINE 04  COLUMN 57
               VALUE  "33 Chamada de Contrato".
           05  LINE 05  COLUMN 57
               VALUE  "34 Contratos a Vencer".
           05  LINE 06  COLUMN 57
               VALUE  "35 Retorno de Romaneio".
           05  LINE 07  COLUMN 57
               VALUE  "36 Entregas s/ Retorno".
           05  LINE 08  COLUMN 57
               VALUE  "37 Inspecao Qualidade".
           05  LINE 09  COLUMN 57
               VALUE  "38 Qualidade Fornec.".
           05  LINE 10  COLUMN 57
               VALUE  "39 Contatos Clientes".
           05  LINE 11  COLUMN 57
               VALUE  "40 Agenda Vendedor".
           05  LINE 12  COLUMN 57
               VALUE  "41 Clientes s/ Contato".
           05  LINE 13  COLUMN 57
               VALUE  "42 Segmentacao RFM".
           05  LINE 14  COLUMN 57
               VALUE  "43 Previsao de Demanda".
           05  LINE 15  COLUMN 57
               VALUE  "44 Aceite Pto Reposicao".
           05  LINE 16  COLUMN 57
               VALUE  "45 Produto x Fornecedor".
           05  LINE 17  COLUMN 57
               VALUE  "46 Consulta Forn.Produto".
           05  LINE 18  COLUMN 57
               VALUE  "47 Clientes Duplicados".
           05  LINE 19  COLUMN 57
               VALUE  "48 Unificar Clientes".
           05  LINE 20  COLUMN 57
               VALUE  "49 Cad. Veiculos".
           05  LINE 21  COLUMN 57
               VALUE  "50 Utilizacao Veiculos".
           05  LINE 20  COLUMN 30
               VALUE  "51 Extracao p/ BI (DW)".
           05  LINE 21  COLUMN 03
               VALUE  "00 Retornar ao Menu Principal".
           05  LINE 23  COLUMN 01
              GO TO CALL-15.
           IF W-OPCAO = 16
              GO TO CALL-16.
           IF W-OPCAO = 17
              GO TO CALL-17.
           IF W-OPCAO = 18
              GO TO CALL-18.
           IF W-OPCAO = 19
              GO TO CALL-19.
           IF W-OPCAO = 20
              GO TO CALL-20.
           IF W-OPCAO = 21
              GO TO CALL-21.
           IF W-OPCAO = 22
              GO TO CALL-22.
           IF W-OPCAO = 23
              GO TO CALL-23.
           IF W-OPCAO = 24
              GO TO CALL-24.
           IF W-OPCAO = 25
              GO TO CALL-25.
           IF W-OPCAO = 26
              GO TO CALL-26.
           IF W-OPCAO = 27
              GO TO CALL-27.
           IF W-OPCAO = 28
              GO TO CALL-28.
           IF W-OPCAO = 29
              GO TO CALL-29.
           IF W-OPCAO = 30
              GO TO CALL-30.
           IF W-OPCAO = 31
              GO TO CALL-31.
           IF W-OPCAO = 32
              GO TO CALL-32.
           IF W-OPCAO = 33
              GO TO CALL-33.
           IF W-OPCAO = 34
              GO TO CALL-34.
           IF W-OPCAO = 35
              GO TO CALL-35.
           IF W-OPCAO = 36
              GO TO CALL-36.
           IF W-OPCAO = 37
              GO TO CALL-37.
           IF W-OPCAO = 38
              GO TO CALL-38.
           IF W-OPCAO = 39
              GO TO CALL-39.
           IF W-OPCAO = 40
              GO TO CALL-40.
           IF W-OPCAO = 41
              GO TO CALL-41.
           IF W-OPCAO = 42
              GO TO CALL-42.
           IF W-OPCAO = 43
              GO TO CALL-43.
           IF W-OPCAO = 44
              GO TO CALL-44.
           IF W-OPCAO = 45
              GO TO CALL-45.
           IF W-OPCAO = 46
              GO TO CALL-46.
           IF W-OPCAO = 47
              GO TO CALL-47.
           IF W-OPCAO = 48
              GO TO CALL-48.
           IF W-OPCAO = 49
              GO TO CALL-49.
           IF W-OPCAO = 50
              GO TO CALL-50.
           IF W-OPCAO = 51
              GO TO CALL-51.
           MOVE "*** OPCAO INVALIDA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO MENU-001A.
       CALL-16.
           CALL "SCE086"
           GO TO MENU-001.
       CALL-17.
           CALL "SCE104"
           GO TO MENU-001.
       CALL-18.
           CALL "SCE105"
           GO TO MENU-001.
       CALL-19.
           CALL "SCE106"
           GO TO MENU-001.
       CALL-20.
           CALL "SCE107"
           GO TO MENU-001.
       CALL-21.
           CALL "SCE108"
           GO TO MENU-001.
       CALL-22.
           CALL "SCE109"
           GO TO MENU-001.
       CALL-23.
           CALL "SCE110"
           GO TO MENU-001.
       CALL-24.
           CALL "SCE111"
           GO TO MENU-001.
       CALL-25.
           CALL "SCE112"
           GO TO MENU-001.
       CALL-26.
           CALL "SCE113"
           GO TO MENU-001.
       CALL-27.
           CALL "SCE114"
           GO TO MENU-001.
       CALL-28.
           CALL "SCE115"
           GO TO MENU-001.
       CALL-29.
           CALL "SCE117"
           GO TO MENU-001.
       CALL-30.
           CALL "SCE118"
           GO TO MENU-001.
       CALL-31.
           CALL "SCE120"
           GO TO MENU-001.
       CALL-32.
           CALL "SCE121"
           GO TO MENU-001.
       CALL-33.
           CALL "SCE123"
           GO TO MENU-001.
       CALL-34.
           CALL "SCE124"
           GO TO MENU-001.
       CALL-35.
           CALL "SCE125"
           GO TO MENU-001.
       CALL-36.
           CALL "SCE126"
           GO TO MENU-001.
       CALL-37.
           CALL "SCE127"
           GO TO MENU-001.
       CALL-38.
           CALL "SCE128"
           GO TO MENU-001.
       CALL-39.
           CALL "SCE129"
           GO TO MENU-001.
       CALL-40.
           CALL "SCE130"
           GO TO MENU-001.
       CALL-41.
           CALL "SCE131"
           GO TO MENU-001.
       CALL-42.
           CALL "SCE132"
           GO TO MENU-001.
       CALL-43.
           CALL "SCE133"
           GO TO MENU-001.
       CALL-44.
           CALL "SCE134"
           GO TO MENU-001.
       CALL-45.
           CALL "SCE135"
           GO TO MENU-001.
       CALL-46.
           CALL "SCE136"
           GO TO MENU-001.
       CALL-47.
           CALL "SCE137"
           GO TO MENU-001.
       CALL-48.
           CALL "SCE138"
           GO TO MENU-001.
       CALL-49.
           CALL "SCE146"
           GO TO MENU-001.
       CALL-50.
           CALL "SCE147"
           GO TO MENU-001.
       CALL-51.
           CALL "SCE149"
           GO TO MENU-001.
      *
      **********************
      * ROTINA DE FIM      *
