               88  PL-DESCOBERTO          VALUE "D".
               88  PL-NAO-CONFIRMADO    VALUE " ".
           03  PL-CRM-SUBST        PIC 9(06).
      *
      * LIBERACAO DAS REGRAS DE FADIGA (VIDE VALFADIGA.CPY): QUANDO
      * O PLANTAO FERE DESCANSO, NOITE-MANHA, LIMITE DO MES OU DIAS
      * SEGUIDOS E O SUPERVISOR LIBERA MESMO ASSIM (PLT001 OU
      * APROVACAO DE TROCA NO PLT007), FICAM AQUI O OPERADOR, A DATA
      * E O MOTIVO. ESPACOS/ZEROS = PLANTAO SEM LIBERACAO. O PLT009
      * LISTA A VIOLACAO COM A LIBERACAO AO LADO.
      *
           03  PL-LIB-OPER         PIC X(08).
           03  PL-LIB-DATA         PIC 9(08).
           03  PL-LIB-MOTIVO       PIC X(30).
