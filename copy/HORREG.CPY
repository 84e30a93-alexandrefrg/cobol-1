      * MEDICO ATENDE (HHMM). MANTIDO PELO AGD003 E CONFERIDO PELO
      * AGD001 NO AGENDAMENTO E NA REMARCACAO (VIDE VALIDA-HORARIO-
      * MED). MEDICO SEM NENHUM REGISTRO NA GRADE NAO E RESTRINGIDO.
      * CADA MEDICO/DIA PODE TER VARIAS VERSOES DA GRADE, CADA UMA
      * COM SUA VIGENCIA (INICIO NA CHAVE, FIM EM HR-VIGFIM), PARA A
      * MUDANCA COMBINADA COM ANTECEDENCIA VALER SO A PARTIR DA DATA
      * CERTA. A VERSAO QUE VALE NUMA DATA E A QUE A CONTEM - AS
      * VIGENCIAS DE UM MESMO MEDICO/DIA NAO SE SOBREPOEM (O AGD003
      * CONFERE). VIDE LE-GRADE-VIG NO AGD001/AGD017.
      * ARQUIVO INDEXADO - CHAVE HR-CHAVE (CRM + DIA DA SEMANA +
      * INICIO DA VIGENCIA).
      *-----------------------------------------------------------------
       01  REGHOR.
           03  HR-CHAVE.
               05  HR-CRM              PIC 9(06).
               05  HR-DIASEM          PIC 9(01).
      * INICIO DA VIGENCIA (AAAAMMDD) - ZEROS = DESDE SEMPRE
               05  HR-VIGINI          PIC 9(08).
           03  HR-ATENDE           PIC X(01).
               88  HR-ATENDE-SIM           VALUE "S".
               88  HR-ATENDE-NAO           VALUE "N".
           03  HR-UNID1                PIC 9(02).
           03  HR-UNID2                PIC 9(02).
           03  HR-UNID3                PIC 9(02).
      *
      * FIM DA VIGENCIA (AAAAMMDD, INCLUSIVE) - ZEROS = SEM FIM
      *
           03  HR-VIGFIM               PIC 9(08).
