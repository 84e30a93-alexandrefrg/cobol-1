      *-----------------------------------------------------------------
      * LAYOUT DO REGISTRO DO CONTAS A RECEBER DOS CONVENIOS
      * (CADRCB.DAT). ACUMULATIVO ENTRE OS MESES: CADA CONSULTA
      * VALORIZADA DE CONVENIO NO FATVAL.DAT ABRE UM ITEM (AGD031, NO
      * FECHAMENTO MENSAL) E CADA LINHA P (PAGO) OU G (GLOSADO) DO
      * RETORNO FATPAG.DAT BAIXA O ITEM, NO TODO OU EM PARTE (AGD032,
      * NO FATPAGO). PAGAMENTO DE ITEM JA GLOSADO (RESSUBMETIDO PELO
      * FATRSUB) RECUPERA A GLOSA. PARTICULAR (CONVENIO ZEROS) E
      * CONSULTA SEM TARIFA NAO ABREM ITEM.
      * A CHAVE COMECA PELA DATA DA CONSULTA - A LEITURA SEQUENCIAL
      * TRAZ OS ITENS MAIS ANTIGOS PRIMEIRO. CRM + DATA + HORA E A
      * MESMA IDENTIFICACAO DA CONSULTA USADA PELO FATPAG.
      * ARQUIVO INDEXADO - CHAVE RV-CHAVE (DATA + HORA + CRM).
      *-----------------------------------------------------------------
       01  REGRCB.
           03  RV-CHAVE.
               05  RV-DATA            PIC 9(08).
               05  RV-HORA            PIC 9(04).
               05  RV-CRM             PIC 9(06).
           03  RV-CONV             PIC 9(03).
           03  RV-ESPEC            PIC 9(02).
           03  RV-PACCOD           PIC 9(06).
      * MES DE REFERENCIA DO FATVAL QUE ABRIU O ITEM (AAAAMM)
           03  RV-MESREF           PIC 9(06).
           03  RV-VALOR            PIC 9(07)V99.
           03  RV-PAGO             PIC 9(07)V99.
           03  RV-GLOSADO          PIC 9(07)V99.
           03  RV-SALDO            PIC 9(07)V99.
           03  RV-SITUACAO         PIC X(01).
               88  RV-ABERTO               VALUE "A".
               88  RV-QUITADO              VALUE "Q".
      * DATA DO ULTIMO RETORNO APLICADO (AAAAMMDD) - O MESMO RETORNO
      * NAO E BAIXADO DUAS VEZES NO ITEM
           03  RV-ULTRET           PIC 9(08).
      * CONTROLE DO REPASSE AOS MEDICOS (AGD034): RV-REPBASE E O TOTAL
      * PAGO JA REPASSADO, RV-REPMES O MES (AAAAMM) DO ULTIMO REPASSE
      * E RV-REPANT O QUE JA TINHA SIDO REPASSADO ANTES DESSE MES - O
      * REPROCESSAMENTO DO MESMO MES NAO REPASSA DUAS VEZES
           03  RV-REPBASE          PIC 9(07)V99.
           03  RV-REPANT           PIC 9(07)V99.
           03  RV-REPMES           PIC 9(06).
