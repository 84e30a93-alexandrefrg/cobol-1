      *-----------------------------------------------------------------
      * LAYOUT DO REGISTRO DOS PEDIDOS DE APROVACAO (CADAPV.DAT).
      * ALTERACOES SENSIVEIS DO CADASTRO DE MEDICOS - TROCA DE NOME,
      * TROCA DA VALIDADE DO CRM (DTVALCRM, QUE SEGURA A SUSPENSAO
      * DO SMP022) E REATIVACAO - NAO VAO DIRETO PARA O CADMED: O
      * SMP001 GRAVA AQUI UM PEDIDO PENDENTE COM OS VALORES DE ANTES
      * E DEPOIS E O OPERADOR QUE PEDIU. OUTRO OPERADOR, COM
      * PERMISSAO DE SUPERVISOR, APROVA OU REJEITA NO SMP036 - SO A
      * APROVACAO ATUALIZA O CADMED E GRAVA O MOVIMENTO NO CADLOG.
      * PENDENTES ALEM DE PAR-APV-DIAS SAEM NO RELATORIO DIARIO DE
      * ALTERACOES (SMP007).
      * ARQUIVO INDEXADO - CHAVE AV-CHAVE (CRM + DATA + HORA + SEQ DO
      * PEDIDO). UM SO PEDIDO PENDENTE POR CRM DE CADA VEZ.
      *-----------------------------------------------------------------
       01  REGAPV.
           03  AV-CHAVE.
               05  AV-CRM             PIC 9(06).
               05  AV-DTSOL           PIC 9(08).
               05  AV-HRSOL           PIC 9(06).
               05  AV-SEQ             PIC 9(02).
      *
      * TIPO - "A" = ALTERACAO DE NOME E/OU VALIDADE DO CRM;
      * "R" = REATIVACAO DE MEDICO INATIVO/SUSPENSO.
      *
           03  AV-TIPO            PIC X(01).
               88  AV-ALTERACAO           VALUE "A".
               88  AV-REATIVACAO          VALUE "R".
           03  AV-CAMPOS          PIC X(22).
           03  AV-NOME-ANT        PIC X(30).
           03  AV-NOME-NOVO       PIC X(30).
      * VALIDADE DO CRM NO FORMATO DO REGMED (DDMMAAAA)
           03  AV-DTVAL-ANT       PIC 9(08).
           03  AV-DTVAL-NOVO      PIC 9(08).
           03  AV-OPER-SOL        PIC X(08).
      *
      * SITUACAO - "P" = PENDENTE; "A" = APROVADO; "R" = REJEITADO,
      * COM O SUPERVISOR, A DATA/HORA DA DECISAO E, NA REJEICAO, O
      * MOTIVO.
      *
           03  AV-SITUACAO        PIC X(01).
               88  AV-PENDENTE            VALUE "P".
               88  AV-APROVADO            VALUE "A".
               88  AV-REJEITADO           VALUE "R".
           03  AV-OPER-DEC        PIC X(08).
           03  AV-DTDEC           PIC 9(08).
           03  AV-HRDEC           PIC 9(06).
           03  AV-MOTIVO          PIC X(40).
