      * MANTIDO PELO AGD002 E CONSULTADO PELO AGD001 NO AGENDAMENTO
      * (VIDE R4/VALIDA-PAC-CADPAC) - O MESMO PADRAO DA VALIDACAO DO
      * CRM CONTRA O CADMED. ARQUIVO INDEXADO - CHAVE PAC-CODIGO,
      * CHAVES ALTERNADAS PAC-NOME E PAC-RESP COM DUPLICATAS.
      * A DATA DE NASCIMENTO USA A QUEBRA PADRAO DATANASC.CPY,
      * VALIDADA EM AGD002 PELA VALIDACAO COMPARTILHADA VALDTNASC.
      *-----------------------------------------------------------------
      *
            03 PAC-CONV     PIC 9(03).
            03 PAC-CARTEIRA PIC X(15).
      *
      * CADASTRO PROVISORIO - "P" = ABERTO PELO PEDIDO DO PORTAL DO
      * PACIENTE (AGD039) SO COM OS DADOS DIGITADOS PELO PROPRIO
      * PACIENTE; A RECEPCAO CONFERE E COMPLETA NO AGD002, QUE LIMPA
      * A MARCA NA ALTERACAO. ESPACO = CADASTRO FEITO NO BALCAO.
      *
            03 PAC-PROVIS   PIC X(01).
                88 PAC-PROVISORIO         VALUE "P".
      *
      * ACEITE DE CONTATO - "N" = O PACIENTE RECUSOU SER PROCURADO
      * FORA DO ATENDIMENTO (PESQUISA DE SATISFACAO DO AGD046).
      * ESPACO OU "S" = ACEITA. CAPTURADO NO AGD002.
      *
            03 PAC-CONTATO  PIC X(01).
                88 PAC-SEM-CONTATO        VALUE "N".
      *
      * RESPONSAVEL LEGAL - CODIGO DE OUTRO PACIENTE DO CADPAC QUE
      * RESPONDE PELO MENOR OU DEPENDENTE (ZEROS = SEM RESPONSAVEL) E
      * O VINCULO. CAPTURADO NO AGD002; OBRIGATORIO PARA AGENDAR
      * MENOR DE 18 ANOS (AGD001/AGD039) E TELEFONE USADO NOS
      * LEMBRETES, RECHAMADAS E AVISOS (VIDE VALRESP.CPY). CHAVE
      * ALTERNADA COM DUPLICATAS - OS DEPENDENTES DE UM RESPONSAVEL.
      * CADPAC ANTERIOR AO RESPONSAVEL CONVERTIDO PELO SMP044 (PACCONV).
      *
            03 PAC-RESP     PIC 9(06).
            03 PAC-VINCULO  PIC X(01).
                88 PAC-VINC-VALIDO        VALUE "M" "P" "T" "C" "O".
