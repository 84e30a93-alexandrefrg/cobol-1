      *-----------------------------------------------------------------
      * LAYOUT DO REGISTRO DO CONTROLE DE ELEGIBILIDADE DAS CONSULTAS
      * DE CONVENIO (CADELG.DAT). UM REGISTRO POR CONSULTA ENVIADA NA
      * CONSULTA PREVIA DE ELEGIBILIDADE AOS PLANOS: GRAVADO "P" PELA
      * EXTRACAO NOTURNA (AGD042) E ATUALIZADO PELO PROCESSAMENTO DO
      * RETORNO DOS PLANOS (AGD043). A FOLHA DA RECEPCAO (AGD008)
      * IMPRIME A SITUACAO.
      * A CHAVE E A MESMA DA CONSULTA (AG-CHAVE: CRM + DDMMAAAA +
      * HHMM). COMO O HORARIO PODE SER LIBERADO E REOCUPADO, O
      * REGISTRO SO VALE PARA A CONSULTA SE EL-PACCOD FOR O MESMO
      * AG-PACCOD. OS REGISTROS DE CONSULTAS JA PASSADAS SAO
      * EXCLUIDOS PELA PROPRIA EXTRACAO.
      * ARQUIVO INDEXADO - CHAVE EL-CHAVE.
      *-----------------------------------------------------------------
       01  REGELG.
           03  EL-CHAVE.
               05  EL-CRM             PIC 9(06).
               05  EL-DTCONS.
                   07  EL-DIACONS        PIC 99.
                   07  EL-MESCONS        PIC 99.
                   07  EL-ANOCONS        PIC 9(04).
               05  EL-HRCONS          PIC 9(04).
           03  EL-PACCOD           PIC 9(06).
           03  EL-CONV             PIC 9(03).
           03  EL-CARTEIRA         PIC X(15).
           03  EL-ESPEC            PIC 9(02).
      *
      * P = ENVIADA, AGUARDANDO O RETORNO DO PLANO
      * E = ELEGIVEL          I = INELEGIVEL (MOTIVO DO PLANO)
      * S = SEM RESPOSTA - O PLANO NAO DEVOLVEU A CONSULTA
      * UMA CONSULTA DE D+2 E REENVIADA NA NOITE SEGUINTE (D+1); A
      * RESPOSTA ANTERIOR SO E TROCADA QUANDO O PLANO RESPONDE DE NOVO.
      *
           03  EL-SITUACAO         PIC X(01).
               88  EL-PENDENTE             VALUE "P".
               88  EL-ELEGIVEL             VALUE "E".
               88  EL-INELEGIVEL           VALUE "I".
               88  EL-SEM-RESPOSTA         VALUE "S".
           03  EL-MOTIVO           PIC X(40).
      * DATAS AAAAMMDD DO ULTIMO ENVIO E DA ULTIMA RESPOSTA
           03  EL-DTENVIO          PIC 9(08).
           03  EL-DTRET            PIC 9(08).
