      *-----------------------------------------------------------------
      * LAYOUT DO REGISTRO DOS PEDIDOS DE TROCA DE PLANTAO
      * (CADTRC.DAT). O MEDICO QUE CEDE O PLANTAO (O ESCALADO NO
      * CADPLT NA HORA DO PEDIDO) E O MEDICO QUE ASSUME (ATIVO E DA
      * MESMA ESPECIALIDADE DO PLANTAO) SAO REGISTRADOS NO PLT007;
      * O MEDICO QUE ASSUME ACEITA E O SUPERVISOR APROVA. SO A
      * APROVACAO TROCA O PL-CRM DO CADPLT. CADA PASSO GRAVA UM
      * MOVIMENTO NA TRILHA TRCLOG (VIDE TRLREG.CPY). AS TROCAS
      * APROVADAS DO MES SAEM POR MEDICO NO PLT008.
      * ARQUIVO INDEXADO - CHAVE TC-CHAVE (CHAVE DO PLANTAO NO CADPLT
      * + SEQ DO PEDIDO). UM SO PEDIDO EM ABERTO (P OU A) POR
      * PLANTAO DE CADA VEZ.
      *-----------------------------------------------------------------
       01  REGTRC.
           03  TC-CHAVE.
               05  TC-DATA            PIC 9(08).
               05  TC-TURNO           PIC 9(01).
               05  TC-ESPEC           PIC 9(02).
               05  TC-SEQ             PIC 9(02).
           03  TC-CRM-CEDE        PIC 9(06).
           03  TC-CRM-ASSUME      PIC 9(06).
      *
      * SITUACAO - "P" = PEDIDA, AGUARDA O ACEITE DE QUEM ASSUME;
      * "A" = ACEITA, AGUARDA O SUPERVISOR; "V" = APROVADA E
      * APLICADA NO CADPLT; "R" = RECUSADA POR QUEM ASSUMIRIA;
      * "N" = NEGADA PELO SUPERVISOR; "C" = CANCELADA POR QUEM CEDIA.
      *
           03  TC-SITUACAO        PIC X(01).
               88  TC-PEDIDA              VALUE "P".
               88  TC-ACEITA              VALUE "A".
               88  TC-APROVADA            VALUE "V".
               88  TC-RECUSADA            VALUE "R".
               88  TC-NEGADA              VALUE "N".
               88  TC-CANCELADA           VALUE "C".
               88  TC-EM-ABERTO           VALUE "P" "A".
      *
      * QUEM REGISTROU CADA PASSO (OPERADOR DO OPRCOM) E QUANDO -
      * O ACEITE E DADO PELO MEDICO QUE ASSUME JUNTO AO OPERADOR.
      *
           03  TC-OPER-SOL        PIC X(08).
           03  TC-DTSOL           PIC 9(08).
           03  TC-HRSOL           PIC 9(06).
           03  TC-OPER-ACE        PIC X(08).
           03  TC-DTACE           PIC 9(08).
           03  TC-HRACE           PIC 9(06).
           03  TC-OPER-DEC        PIC X(08).
           03  TC-DTDEC           PIC 9(08).
           03  TC-HRDEC           PIC 9(06).
           03  TC-MOTIVO          PIC X(30).
