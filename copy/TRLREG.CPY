      *-----------------------------------------------------------------
      * LAYOUT DO REGISTRO DA TRILHA DE AUDITORIA DAS TROCAS DE
      * PLANTAO (TRCLOG.DAT), GRAVADO PELO PLT007 EM CADA PASSO DO
      * PEDIDO DE TROCA (CADTRC): PEDIDO, ACEITE, RECUSA,
      * CANCELAMENTO, APROVACAO (QUE TROCA O PL-CRM DO CADPLT) E
      * NEGATIVA. O OPERADOR VEM DO OPRCOM, COMO O AL-OPERADOR DO
      * AGDLOG. E A RESPOSTA PARA "QUEM PEDIU, QUEM ACEITOU E
      * QUANDO" NAS DISPUTAS DA CONFIRMACAO (PLT003) E DO
      * PAGAMENTO (PLT005).
      * ARQUIVO INDEXADO - CHAVE TL-CHAVE (DATA + HORA + SEQ DO
      * MOVIMENTO), COMO O AL-CHAVE DO AGDLOG.
      *-----------------------------------------------------------------
       01  REGTRL.
           03  TL-CHAVE.
               05  TL-DATA             PIC 9(08).
               05  TL-HORA             PIC 9(06).
               05  TL-SEQ              PIC 9(02).
      * PASSO - MESMOS CODIGOS DA TC-SITUACAO QUE ELE PRODUZ
           03  TL-OPER             PIC X(01).
               88  TL-PEDIDO               VALUE "P".
               88  TL-ACEITE               VALUE "A".
               88  TL-APROVACAO            VALUE "V".
               88  TL-RECUSA               VALUE "R".
               88  TL-NEGATIVA             VALUE "N".
               88  TL-CANCELAMENTO         VALUE "C".
           03  TL-OPERADOR         PIC X(08).
           03  TL-TRC-CHAVE.
               05  TL-PLDATA           PIC 9(08).
               05  TL-PLTURNO          PIC 9(01).
               05  TL-PLESPEC          PIC 9(02).
               05  TL-TRCSEQ           PIC 9(02).
           03  TL-CRM-CEDE         PIC 9(06).
           03  TL-CRM-ASSUME       PIC 9(06).
           03  TL-SIT-ANT          PIC X(01).
           03  TL-SIT-NOVA         PIC X(01).
           03  TL-MOTIVO           PIC X(30).
