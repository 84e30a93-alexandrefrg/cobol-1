           03  LG-SEXO-NOVO   PIC X(01).
           03  LG-DTNASC-ANT PIC 9(08).
           03  LG-DTNASC-NOVO PIC 9(08).
      *
      * ALTERACAO SENSIVEL APROVADA PELO SMP036 (VIDE APVREG.CPY): O
      * LG-TERMINAL E O OPERADOR QUE PEDIU E O LG-APROVADOR O
      * SUPERVISOR QUE APROVOU; A VALIDADE DO CRM (DDMMAAAA) VAI DE/
      * PARA. NOS DEMAIS MOVIMENTOS O APROVADOR FICA EM BRANCO E AS
      * VALIDADES EM ZEROS.
      *
           03  LG-APROVADOR   PIC X(08).
           03  LG-DTVAL-ANT   PIC 9(08).
           03  LG-DTVAL-NOVO  PIC 9(08).
