      * DIFERENTES. MANTIDO POR AGD001. O CRM E VALIDADO CONTRA O
      * CADMED (VIDE VALIDA-CRM-CADMED EM AGD001), DO MESMO JEITO QUE
      * LER-ARQ VALIDA A EXISTENCIA DE UM MEDICO EM SMP001.
      * CHAVE ALTERNADA AG-PACCOD (COM DUPLICATAS) - DECLARADA EM TODO
      * PROGRAMA QUE ABRE O CADAGD; OS PROGRAMAS POR PACIENTE LEEM
      * SOMENTE AS CONSULTAS DO PROPRIO PACIENTE POR ELA.
      *-----------------------------------------------------------------
       01  REGAGD.
           03  AG-CHAVE.
      * ZEROS = SEM GRADE IMPLANTADA (VALE COMO SEDE).
      *
           03  AG-UNIDADE         PIC 9(02).
      *
      * AUTORIZACAO PREVIA (NUMERO DA GUIA) E SUA VALIDADE (AAAAMMDD)
      * - EXIGIDAS NO AGENDAMENTO QUANDO A TABELA DE COBERTURA
      * (CADPLN, SMP031) MARCA O CONVENIO/ESPECIALIDADE COMO SUJEITO
      * A AUTORIZACAO (VIDE VALIDA-COBERTURA NO AGD001). SEGUEM NA
      * REMARCACAO E VAO PARA O FATVAL (AGD012) PARA O ENVIO AO
      * PLANO. ESPACOS/ZEROS = SEM AUTORIZACAO.
      *
           03  AG-AUTORIZ         PIC X(20).
           03  AG-AUTVAL          PIC 9(08).
      *
      * SERIE DE SESSOES (VIDE SERIE-OPC NO AGD001) - AS CONSULTAS
      * MARCADAS DE UMA VEZ COM INTERVALO FIXO DE DIAS COMPARTILHAM
      * ESTE IDENTIFICADOR (DATA E HORA AAAAMMDDHHMMSS DA MARCACAO
      * DA SERIE), QUE PERMITE CANCELAR OU MOVER O RESTANTE DA SERIE
      * DE UMA VEZ (SERIE-ACE). SEGUE NA REMARCACAO. ZEROS =
      * CONSULTA AVULSA.
      *
           03  AG-SERIE           PIC 9(14).
      *
      * MODALIDADE DA CONSULTA - "P" (OU ESPACO, GRAVADA ANTES DO
      * CAMPO EXISTIR) = PRESENCIAL; "V" = TELECONSULTA POR VIDEO.
      * A TELECONSULTA NAO OCUPA SALA (AG-SALA ZEROS, FORA DO
      * VALIDA-SALA) E RECEBE NA GRAVACAO A REFERENCIA DA SESSAO NA
      * PLATAFORMA DE VIDEO (VIDE MONTA-LINK NO AGD001), QUE VAI
      * PARA O EXTRATO DA PLATAFORMA (AGD035), PARA A AGENDA SEMANAL
      * DO MEDICO (AGD027) E PARA A SECAO PROPRIA NA FOLHA DA
      * RECEPCAO (AGD008). A VALORIZACAO (AGD012) USA O VALOR DE
      * TELECONSULTA DA TARIFA. ESPACOS EM AG-LINK = PRESENCIAL.
      *
           03  AG-MODAL           PIC X(01).
               88  AG-PRESENCIAL          VALUE "P" " ".
               88  AG-VIDEO               VALUE "V".
           03  AG-LINK            PIC X(20).
      *
      * DIAGNOSTICO PRINCIPAL (CID-10 SEM O PONTO, EX. "J069") -
      * INFORMADO NA MARCACAO DA CONSULTA REALIZADA (VIDE PEDE-CID NO
      * AGD001) E CONFERIDO NA TABELA CADCID. A ESPECIALIDADE MARCADA
      * NO SMP002 COMO EXIGINDO CID NAO ACEITA A REALIZADA SEM ELE.
      * VAI COM A CONSULTA PARA O AGDHIX, PARA O FATVAL (AGD012) E
      * PARA A GUIA DO LOTE TISS (AGD030), E E APURADO NO RELATORIO
      * MENSAL DE MORBIDADE (AGD037). ESPACOS = NAO INFORMADO.
      *
           03  AG-CID             PIC X(04).
      *
      * CONSULTA DE RETORNO - CHAVE DO CADAGD (CRM, DDMMAAAA, HHMM) DA
      * CONSULTA REALIZADA QUE PEDIU O RETORNO (PEDIDO NO CADRET,
      * RETREG.CPY), LIGADA NO AGENDAMENTO PELO AGD001 (VIDE
      * BUSCA-RET). DENTRO DA JANELA DE RETORNO DO CONVENIO
      * (CV-DIAS-RET) A CONSULTA E VALORIZADA COM ZERO NO AGD012 E
      * NAO VAI PARA O LOTE TISS. ZEROS = NAO E RETORNO.
      *
           03  AG-RET-ORIGEM.
               05  AG-RET-CRM         PIC 9(06).
               05  AG-RET-DTCONS      PIC 9(08).
               05  AG-RET-HRCONS      PIC 9(04).
      *
      * CHAMADA E TERMINO DA CONSULTA (HHMM) - A HORA EM QUE O BALCAO
      * CHAMOU O PACIENTE PELA LISTA DE CHAMADA (F4 NO AGD001, VIDE
      * CHAMA-PACIENTE) E A HORA EM QUE A CONSULTA FOI MARCADA COMO
      * REALIZADA (MARCA-STATUS). COM A CHEGADA (AG-HRCHEG) ALIMENTAM
      * O RELATORIO MENSAL DE PONTUALIDADE (AGD049): ESPERA NA SALA,
      * ATRASO DO MEDICO E DURACAO REAL DA CONSULTA. ZEROS = NAO
      * REGISTRADO.
      *
           03  AG-HRCHAM          PIC 9(04).
           03  AG-HRFIM           PIC 9(04).
