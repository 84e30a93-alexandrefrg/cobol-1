      *-----------------------------------------------------------------
      * LAYOUT DO REGISTRO DA TRILHA DE AUDITORIA DAS TABELAS DE
      * PRECO, PLANOS E OPERADORES (TABLOG.DAT). GRAVADO EM TODA
      * INCLUSAO (INC-WR1), ALTERACAO (ALT-RW1) E EXCLUSAO (EXC-DL1)
      * DOS PROGRAMAS DE MANUTENCAO:
      *   "CADTAR" TARIFAS DE CONSULTA         (SMP018)
      *   "CADCON" CONVENIOS                   (SMP027)
      *   "CADTPL" TARIFAS DE PLANTAO          (PLT004)
      *   "CADOPR" OPERADORES E PERMISSOES     (SMP016)
      *   "CADPLN" COBERTURA CONVENIO X ESPEC. (SMP031)
      *   "CADREP" REPASSE AOS MEDICOS         (SMP032)
      *   "CADTPR" TARIFAS DE PROCEDIMENTOS    (SMP034)
      *   "CADCOB" COBERTURA DE PLANTAO        (SMP037)
      *   "CADREC" INTERVALOS DE RECHAMADA     (SMP038)
      * TB-ANTES E TB-DEPOIS SAO A IMAGEM DO REGISTRO DA TABELA
      * (REGTAR/REGCON/REGTPL/REGOPR/REGPLN/REGREP/REGTPR/REGCOB/
      * REGREC) ANTES E DEPOIS DA GRAVACAO - NA INCLUSAO O "ANTES"
      * VAI EM BRANCO, NA EXCLUSAO O "DEPOIS".
      * NA IMAGEM DO CADOPR A SENHA NUNCA E GRAVADA: VAI EM BRANCO,
      * E NO "DEPOIS" VEM "TROCADA" QUANDO A SENHA MUDOU.
      * O OPERADOR VEM DO OPRCOM, COMO O AL-OPERADOR DO AGDLOG.
      * LIDO PELO RELATORIO MENSAL DE ALTERACOES DE TABELAS (SMP030).
      * ARQUIVO INDEXADO - CHAVE TB-CHAVE (DATA + HORA + SEQ DO
      * MOVIMENTO), COMO O AL-CHAVE DO AGDLOG.
      *-----------------------------------------------------------------
       01  REGTBL.
           03  TB-CHAVE.
               05  TB-DATA             PIC 9(08).
               05  TB-HORA             PIC 9(06).
               05  TB-SEQ              PIC 9(02).
           03  TB-TABELA           PIC X(06).
               88  TB-CADTAR               VALUE "CADTAR".
               88  TB-CADCON               VALUE "CADCON".
               88  TB-CADTPL               VALUE "CADTPL".
               88  TB-CADOPR               VALUE "CADOPR".
               88  TB-CADPLN               VALUE "CADPLN".
               88  TB-CADREP               VALUE "CADREP".
               88  TB-CADTPR               VALUE "CADTPR".
               88  TB-CADCOB               VALUE "CADCOB".
               88  TB-CADREC               VALUE "CADREC".
           03  TB-OPER             PIC X(01).
               88  TB-INCLUSAO             VALUE "I".
               88  TB-ALTERACAO            VALUE "A".
               88  TB-EXCLUSAO             VALUE "E".
           03  TB-OPERADOR         PIC X(08).
           03  TB-ANTES            PIC X(80).
           03  TB-DEPOIS           PIC X(80).
