      *-----------------------------------------------------------------
      * LAYOUT DO REGISTRO DE FECHAMENTO DE PERIODO DA AGENDA
      * (CADFEC.DAT). UM REGISTRO POR MES JA VALORIZADO - GRAVADO PELA
      * VALORIZACAO MENSAL (AGD012, PASSO VAL050 DO CADMES) NO FIM DE
      * UMA EXECUCAO BEM SUCEDIDA. CONSULTA DATADA EM MES FECHADO NAO
      * MUDA MAIS DE SITUACAO NO BALCAO (AGD001), NA BAIXA POR
      * AUSENCIA (AGD017), NO FECHAMENTO DE DIA (AGD020) NEM NA
      * RECUPERACAO DA AGENDA (AGD019) - SO PELO AJUSTE TARDIO
      * SUPERVISIONADO (AGD050), QUE VAI PARA O FATURAMENTO DO MES
      * SEGUINTE COMO DIFERENCA (VIDE AJUREG.CPY).
      * ARQUIVO INDEXADO - CHAVE FC-MES (AAAAMM). A DATA E A HORA DO
      * FECHAMENTO SEPARAM, NA RECUPERACAO, O MOVIMENTO JA VALORIZADO
      * DO MOVIMENTO POSTERIOR AO FECHAMENTO.
      *-----------------------------------------------------------------
       01  REGFEC.
           03  FC-MES              PIC 9(06).
           03  FC-DTFECH           PIC 9(08).
           03  FC-HRFECH           PIC 9(06).
           03  FC-QTD-VAL          PIC 9(06).
           03  FC-QTD-AJU          PIC 9(06).
