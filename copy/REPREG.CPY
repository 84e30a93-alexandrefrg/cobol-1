      *-----------------------------------------------------------------
      * LAYOUT DO REGISTRO DA TABELA DE PERCENTUAIS DE REPASSE AOS
      * MEDICOS (CADREP.DAT). UM REGISTRO POR ESPECIALIDADE (CODIGOS
      * EESPEC DO CADESP), CONVENIO (CODIGO DO CADCON, ZEROS =
      * PARTICULAR) E DATA DE INICIO DE VIGENCIA - O PERCENTUAL EM
      * VIGOR NA DATA DA CONSULTA E O DE MAIOR VIGENCIA QUE NAO A
      * ULTRAPASSE (MESMA REGRA DO CADTAR; CONVENIO SEM PERCENTUAL
      * PROPRIO CAI NO PERCENTUAL PARTICULAR). MANTIDO PELO SMP032 E
      * LIDO PELO DEMONSTRATIVO MENSAL DE REPASSE (AGD034).
      * ARQUIVO INDEXADO - CHAVE RP-CHAVE (ESPEC + CONV + VIGENCIA).
      *-----------------------------------------------------------------
       01  REGREP.
           03  RP-CHAVE.
               05  RP-ESPEC           PIC 9(02).
               05  RP-CONV            PIC 9(03).
               05  RP-VIGENCIA        PIC 9(08).
      * PERCENTUAL DO MEDICO SOBRE O VALOR RECEBIDO DA CONSULTA
           03  RP-PERC             PIC 9(03)V99.
