      *-----------------------------------------------------------------
      * LAYOUT DO REGISTRO DA TABELA DE TARIFAS DE PROCEDIMENTOS
      * (CADTPR.DAT). UM REGISTRO POR PROCEDIMENTO (CODIGO DO CADPRC),
      * CONVENIO (CODIGO DO CADCON, ZEROS = PARTICULAR) E DATA DE
      * INICIO DE VIGENCIA - MESMA DISCIPLINA DO CADTAR: VALE A DE
      * MAIOR VIGENCIA QUE NAO ULTRAPASSE A DATA DO PROCEDIMENTO E O
      * CONVENIO SEM TARIFA PROPRIA CAI NA TARIFA PARTICULAR (VIDE
      * BUSCA-TARIFA-PRC EM AGD012). MANTIDA PELO SMP034.
      * ARQUIVO INDEXADO - CHAVE TR-CHAVE (PROC + CONV + VIGENCIA).
      *-----------------------------------------------------------------
       01  REGTPR.
           03  TR-CHAVE.
               05  TR-PROC            PIC 9(04).
               05  TR-CONV            PIC 9(03).
               05  TR-VIGENCIA        PIC 9(08).
           03  TR-VALOR            PIC 9(07)V99.
