      *-----------------------------------------------------------------
      * LAYOUT DO REGISTRO DO CONTROLE DA PESQUISA DE SATISFACAO
      * (CADPSQ.DAT). UM REGISTRO POR CONSULTA REALIZADA ENVIADA AO
      * FORNECEDOR DA PESQUISA - GRAVADO PELA EXTRACAO DIARIA
      * (AGD046), ATUALIZADO COM A NOTA PELO PROCESSAMENTO DAS
      * RESPOSTAS (AGD047) E APURADO NO NPS MENSAL (AGD048).
      * ARQUIVO INDEXADO - CHAVE PQ-CHAVE (CRM + DATA AAAAMMDD + HORA
      * DA CONSULTA), QUE E O IDENTIFICADOR ENVIADO NO PESQUISA.DAT E
      * DEVOLVIDO NO PSQRET.DAT. CHAVE ALTERNADA PQ-PACCOD COM
      * DUPLICATAS, PARA O INTERVALO MINIMO ENTRE PESQUISAS DO MESMO
      * PACIENTE (PAR-PESQ-DIAS).
      *-----------------------------------------------------------------
       01  REGPSQ.
           03  PQ-CHAVE.
               05  PQ-CRM             PIC 9(06).
               05  PQ-DATA            PIC 9(08).
               05  PQ-HORA            PIC 9(04).
           03  PQ-PACCOD          PIC 9(06).
      *
      * ESPECIALIDADE DO MEDICO E UNIDADE DA CONSULTA NA DATA DO
      * ENVIO - O NPS DO MES NAO MUDA SE O MEDICO TROCAR DE
      * ESPECIALIDADE DEPOIS. UNIDADE ZEROS = SEDE.
      *
           03  PQ-ESPEC           PIC 9(02).
           03  PQ-UNIDADE         PIC 9(02).
           03  PQ-DTENVIO         PIC 9(08).
      *
      * SITUACAO - "E" = ENVIADA AO FORNECEDOR, AGUARDANDO RESPOSTA;
      * "R" = RESPONDIDA, COM A NOTA (0 A 10), O CODIGO DE COMENTARIO
      * DO FORNECEDOR (ESPACOS = SEM COMENTARIO) E A DATA DO RETORNO.
      *
           03  PQ-SITUACAO        PIC X(01).
               88  PQ-ENVIADA             VALUE "E".
               88  PQ-RESPONDIDA          VALUE "R".
           03  PQ-NOTA            PIC 9(02).
           03  PQ-COMENT          PIC X(03).
           03  PQ-DTRESP          PIC 9(08).
