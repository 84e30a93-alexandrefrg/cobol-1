      *-----------------------------------------------------------------
      * LAYOUT DO REGISTRO DA AGENDA DE PROCEDIMENTOS E EXAMES
      * (CADAPR.DAT). UM REGISTRO POR PROCEDIMENTO MARCADO NO AGD036.
      * A CHAVE COMECA PELO RECURSO (SALA OU EQUIPAMENTO DO CADSAL,
      * COPIADO DO CATALOGO) - O RECURSO NAO ACEITA DOIS PROCEDIMENTOS
      * SOBREPOSTOS, ENTAO RECURSO + DATA + HORA IDENTIFICA O
      * PROCEDIMENTO. A DATA E AAAAMMDD.
      * NO LEMBRETE (AGD010), NO RETORNO DO ROBO (AGD021) E NO FATVAL
      * (AGD012) O PROCEDIMENTO VIAJA COM O "CRM DE RECURSO"
      * 999900 + AP-SALA NO LUGAR DO CRM DO MEDICO, PARA MANTER A
      * IDENTIFICACAO CRM + DATA + HORA DO FATURAMENTO.
      * ARQUIVO INDEXADO - CHAVE AP-CHAVE (SALA + DATA + HORA).
      *-----------------------------------------------------------------
       01  REGAPR.
           03  AP-CHAVE.
               05  AP-SALA            PIC 9(02).
               05  AP-DATA            PIC 9(08).
               05  AP-HORA            PIC 9(04).
           03  AP-PROC             PIC 9(04).
      * DURACAO COPIADA DO CATALOGO NA MARCACAO - MUDAR O CATALOGO
      * NAO ALTERA A JANELA DOS PROCEDIMENTOS JA MARCADOS
           03  AP-DURACAO          PIC 9(03).
           03  AP-PACCOD           PIC 9(06).
           03  AP-PACIENTE         PIC X(30).
           03  AP-CONV             PIC 9(03).
      * MESMOS ESTADOS DA CONSULTA (VIDE REGAGD.CPY): AGENDADO,
      * CANCELADO (HORARIO LIVRE), REALIZADO E NAO COMPARECEU
           03  AP-STATUS           PIC X(01).
               88  AP-AGENDADO             VALUE "A".
               88  AP-CANCELADO            VALUE "C".
               88  AP-REALIZADO            VALUE "R".
               88  AP-FALTOU               VALUE "F".
      * CONSULTA QUE PEDIU O PROCEDIMENTO (CHAVE DO CADAGD: CRM,
      * DDMMAAAA, HHMM) - OPCIONAL, ZEROS = PEDIDO SEM CONSULTA
           03  AP-ORIGEM.
               05  AP-ORI-CRM         PIC 9(06).
               05  AP-ORI-DTCONS      PIC 9(08).
               05  AP-ORI-HRCONS      PIC 9(04).
      * GUIA DE AUTORIZACAO DO CONVENIO - VAI PARA O FATVAL
           03  AP-AUTORIZ          PIC X(20).
      * "S" QUANDO O RETORNO DO ROBO (AGD021) CONFIRMA A PRESENCA
           03  AP-CONFIRMADA       PIC X(01).
               88  AP-CONFIRMOU            VALUE "S".
      * INSTANTE DA MARCACAO E OPERADOR QUE MARCOU
           03  AP-DTMARC           PIC 9(08).
           03  AP-HRMARC           PIC 9(04).
           03  AP-OPERADOR         PIC X(08).
