      *-----------------------------------------------------------------
      * CAMPOS DE TRABALHO DAS REGRAS DO RESPONSAVEL LEGAL DO PACIENTE
      * (VIDE VALRESP.CPY). TODO PROGRAMA QUE FIZER COPY VALRESP DEVE
      * TAMBEM FAZER COPY DESTES CAMPOS EM WORKING-STORAGE.
      *-----------------------------------------------------------------
       01  W-RSP-OK          PIC X(01) VALUE SPACES.
       01  W-RSP-MSG         PIC X(45) VALUE SPACES.
       01  W-RSP-MENOR       PIC X(01) VALUE SPACES.
       01  W-RSP-HOJE        PIC 9(08) VALUE ZEROS.
       01  W-RSP-NASC        PIC 9(08) VALUE ZEROS.
      * TELEFONE PARA CONTATO DEVOLVIDO PELO BUSCA-FONE-RESP; "S" EM
      * W-RSP-DO-RESP QUANDO E O DO RESPONSAVEL E EM W-RSP-LEU QUANDO
      * O CADPAC FOI LIDO (A POSICAO DA LEITURA SEQUENCIAL MUDOU)
       01  W-RSP-FONE        PIC X(15) VALUE SPACES.
       01  W-RSP-DO-RESP     PIC X(01) VALUE SPACES.
       01  W-RSP-LEU         PIC X(01) VALUE SPACES.
      * AREA DE SALVAMENTO DO REGISTRO DO PACIENTE (TAMANHO DO REGPAC)
       01  W-RSP-REGPAC      PIC X(86) VALUE SPACES.
