      *-----------------------------------------------------------------
      * LAYOUT DO REGISTRO DE CONTROLE DOS LOTES DE FATURAMENTO TISS
      * (CADLOT.DAT). UM REGISTRO POR CONVENIO E MES DE REFERENCIA
      * JA ENVIADO EM LOTE, GRAVADO PELA GERACAO DOS LOTES (AGD030)
      * NO FECHAMENTO MENSAL. A EXISTENCIA DO REGISTRO IMPEDE QUE O
      * MESMO MES SEJA GERADO DE NOVO PARA O MESMO CONVENIO. O
      * NUMERO DO LOTE E UNICO PARA A CLINICA (O MAIOR LT-LOTE DO
      * ARQUIVO MAIS UM) E DA NOME AO ARQUIVO DO LOTE
      * (TISS.CCC.NNNNNN - CONVENIO E NUMERO DO LOTE).
      * ARQUIVO INDEXADO - CHAVE LT-CHAVE (CONVENIO + MES AAAAMM).
      *-----------------------------------------------------------------
       01  REGLOT.
           03  LT-CHAVE.
               05  LT-CONV            PIC 9(03).
               05  LT-MES             PIC 9(06).
           03  LT-LOTE             PIC 9(06).
           03  LT-DTGER            PIC 9(08).
           03  LT-QTD              PIC 9(05).
           03  LT-TOTAL            PIC 9(09)V99.
           03  LT-ARQUIVO          PIC X(30).
