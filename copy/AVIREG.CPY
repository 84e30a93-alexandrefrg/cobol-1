      *-----------------------------------------------------------------
      * LAYOUT DO REGISTRO DOS AVISOS AO PACIENTE (CADAVI.DAT) - UM
      * REGISTRO POR CONSULTA ATINGIDA QUANDO A CLINICA DESMARCA OU
      * MUDA O HORARIO: AUSENCIA DE MEDICO REGISTRADA NO AGD004,
      * FERIADO INCLUIDO NO AGD005 E REMARCACAO FEITA PELO AGD017.
      * O AVISO NASCE PENDENTE ("P"), E ENVIADO AO ROBO DE TELEFONIA
      * NO AVISO.DAT PELA EXTRACAO NOTURNA (AGD044) E RECEBE O
      * RESULTADO DA LIGACAO NO PROCESSAMENTO DO RETORNO (AGD045).
      * ARQUIVO INDEXADO - CHAVE AV-CHAVE (DATA + HORA + SEQ DA
      * GERACAO, COMO A AL-CHAVE DO AGDLOG). A CHAVE VAI NO AVISO.DAT
      * E VOLTA NO RETORNO DO ROBO.
      *-----------------------------------------------------------------
       01  REGAVI.
           03  AV-CHAVE.
               05  AV-DATA             PIC 9(08).
               05  AV-HORA             PIC 9(06).
               05  AV-SEQ              PIC 9(02).
           03  AV-ORIGEM           PIC X(01).
               88  AV-AUSENCIA             VALUE "A".
               88  AV-FERIADO              VALUE "F".
               88  AV-REMARCACAO           VALUE "R".
      * MOTIVO FALADO AO PACIENTE (MOTIVO DA AUSENCIA, DESCRICAO DO
      * FERIADO OU O MOTIVO DA REMARCACAO)
           03  AV-MOTIVO           PIC X(30).
           03  AV-OPERADOR         PIC X(08).
           03  AV-PACCOD           PIC 9(06).
           03  AV-PACIENTE         PIC X(30).
      * HORARIO ORIGINAL DA CONSULTA (DATA AAAAMMDD)
           03  AV-ANT-CRM          PIC 9(06).
           03  AV-ANT-DATA         PIC 9(08).
           03  AV-ANT-HORA         PIC 9(04).
      * NOVO HORARIO - ZEROS QUANDO A CLINICA SO DESMARCOU (AUSENCIA
      * OU FERIADO) E A RECEPCAO AINDA VAI REMARCAR
           03  AV-NOVO-CRM         PIC 9(06).
           03  AV-NOVO-DATA        PIC 9(08).
           03  AV-NOVO-HORA        PIC 9(04).
      *
      * P = PENDENTE DE ENVIO        E = ENVIADO AO ROBO
      * A = PACIENTE AVISADO         N = NAO ATENDEU
      * O = PEDIU OUTRO HORARIO      S = SEM RETORNO DO ROBO
      * X = DISPENSADO NO ENVIO (A CONSULTA JA FOI CANCELADA OU
      *     REMARCADA - O AVISO DA REMARCACAO SUBSTITUI ESTE)
      *
           03  AV-SITUACAO         PIC X(01).
               88  AV-PENDENTE             VALUE "P".
               88  AV-ENVIADO              VALUE "E".
               88  AV-AVISADO              VALUE "A".
               88  AV-NAO-ATENDEU          VALUE "N".
               88  AV-OUTRO-HORARIO        VALUE "O".
               88  AV-SEM-RETORNO          VALUE "S".
               88  AV-DISPENSADO           VALUE "X".
           03  AV-DTENVIO          PIC 9(08).
           03  AV-DTRET            PIC 9(08).
