      *-----------------------------------------------------------------
      * LAYOUT DO REGISTRO DA TABELA DE COBERTURA DOS CONVENIOS POR
      * ESPECIALIDADE (CADPLN.DAT), MANTIDA PELO SMP031. UMA LINHA POR
      * CONVENIO (CADCON) E ESPECIALIDADE (CADESP) DIZENDO SE O PLANO
      * COBRE A ESPECIALIDADE E SE EXIGE AUTORIZACAO PREVIA (GUIA).
      * CONFERIDA PELO AGD001 NO AGENDAMENTO (VIDE VALIDA-COBERTURA):
      * ESPECIALIDADE NAO COBERTA E RECUSADA OU AGENDADA COMO
      * PARTICULAR; COM AUTORIZACAO EXIGIDA, O NUMERO DA GUIA E A
      * VALIDADE SAO OBRIGATORIOS E SEGUEM NA CONSULTA (AG-AUTORIZ)
      * ATE O FATVAL. CONVENIO/ESPECIALIDADE SEM LINHA VALE COMO
      * COBERTO SEM AUTORIZACAO (COMO ANTES DA TABELA EXISTIR);
      * PARTICULAR (CONVENIO ZEROS) NAO TEM LINHA.
      * ARQUIVO INDEXADO - CHAVE PN-CHAVE (CONVENIO + ESPECIALIDADE).
      *-----------------------------------------------------------------
       01  REGPLN.
           03  PN-CHAVE.
               05  PN-CONV            PIC 9(03).
               05  PN-ESPEC           PIC 9(02).
           03  PN-COBERTA          PIC X(01).
               88  PN-COBRE                VALUE "S".
               88  PN-NAO-COBRE            VALUE "N".
           03  PN-AUTORIZ          PIC X(01).
               88  PN-EXIGE-AUT            VALUE "S".
               88  PN-SEM-AUT              VALUE "N".
