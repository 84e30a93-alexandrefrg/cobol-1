      *-----------------------------------------------------------------
      * CAMPOS DE TRABALHO DAS REGRAS DE FADIGA DA ESCALA DE PLANTAO
      * (VIDE VALFADIGA.CPY). TODO PROGRAMA QUE FIZER COPY VALFADIGA
      * DEVE TAMBEM FAZER COPY DESTES CAMPOS EM WORKING-STORAGE E
      * CARREGAR OS LIMITES DO CADPAR (PAR-PLT-*), TESTANDO SE SAO
      * NUMERICOS - OS VALORES ABAIXO SAO O PADRAO PARA CADPAR
      * ANTIGO OU AUSENTE.
      *-----------------------------------------------------------------
       01  W-FAD-DESCANSO    PIC 9(02) VALUE 11.
       01  W-FAD-NOITE-MANHA PIC X(01) VALUE "S".
       01  W-FAD-MAX-MES     PIC 9(02) VALUE 10.
       01  W-FAD-MAX-SEGUIDOS PIC 9(02) VALUE 06.
      * "N" NAO CONFERE O LIMITE DO MES (O PLT009 CONFERE UMA VEZ POR
      * MEDICO, NAO A CADA PLANTAO)
       01  W-FAD-REGRA-MES   PIC X(01) VALUE "S".
      * RESULTADO: W-FAD-OK "S"/"N", QUANTIDADE DE REGRAS FERIDAS E
      * UMA MENSAGEM POR REGRA (A PRIMEIRA VAI PARA A TELA)
       01  W-FAD-OK          PIC X(01) VALUE SPACES.
       01  W-FAD-QTD         PIC 9(01) VALUE ZEROS.
       01  W-FAD-MENSAGENS.
           03  W-FAD-MSG         PIC X(40) OCCURS 4 TIMES.
       01  W-FAD-QTD-MES     PIC 9(03) VALUE ZEROS.
       01  W-FAD-SEGUIDOS    PIC 9(03) VALUE ZEROS.
      * AREA DE SALVAMENTO DO REGISTRO DA ESCALA E CHAVE EM CONFERENCIA
       01  W-FAD-REGPLT      PIC X(70) VALUE SPACES.
       01  W-FAD-CRM         PIC 9(06) VALUE ZEROS.
       01  W-FAD-DATA        PIC 9(08) VALUE ZEROS.
       01  W-FAD-TURNO       PIC 9(01) VALUE ZEROS.
       01  W-FAD-ESPEC       PIC 9(02) VALUE ZEROS.
       01  W-FAD-INT         PIC 9(07) VALUE ZEROS.
       01  W-FAD-INT-INI     PIC 9(07) VALUE ZEROS.
       01  W-FAD-INT-FIM     PIC 9(07) VALUE ZEROS.
       01  W-FAD-MES-INI     PIC 9(07) VALUE ZEROS.
       01  W-FAD-MES-FIM     PIC 9(07) VALUE ZEROS.
       01  W-FAD-INT-AUX     PIC 9(07) VALUE ZEROS.
       01  W-FAD-DATA-INI    PIC 9(08) VALUE ZEROS.
       01  W-FAD-DATA-FIM    PIC 9(08) VALUE ZEROS.
       01  W-FAD-DATA-AUX    PIC 9(08) VALUE ZEROS.
       01  W-FAD-FIM-VARRE   PIC X(01) VALUE SPACES.
       01  W-FAD-ACHOU       PIC X(01) VALUE SPACES.
      * HORAS CORRIDAS (DIA INTEIRO * 24 + HORA) DE INICIO E FIM
       01  W-FAD-INI0        PIC 9(09) VALUE ZEROS.
       01  W-FAD-FIM0        PIC 9(09) VALUE ZEROS.
       01  W-FAD-INI1        PIC 9(09) VALUE ZEROS.
       01  W-FAD-FIM1        PIC 9(09) VALUE ZEROS.
       01  W-FAD-INTERVALO   PIC 9(09) VALUE ZEROS.
       01  W-FAD-ACHOU-DESC  PIC X(01) VALUE SPACES.
       01  W-FAD-ACHOU-NM    PIC X(01) VALUE SPACES.
       01  W-FAD-TEXTO       PIC X(40) VALUE SPACES.
       01  W-FAD-ED2         PIC Z9.
       01  W-FAD-ED3         PIC ZZ9.
      * PLANTOES DO MEDICO NA JANELA CONFERIDA (DIA INTEIRO E TURNO)
       01  W-FAD-QTD-T       PIC 9(03) VALUE ZEROS.
       01  W-FAD-IDX         PIC 9(03) VALUE ZEROS.
       01  W-FAD-TABELA.
           03  W-FAD-T-ITEM      OCCURS 150 TIMES.
               05  W-FAD-T-INT       PIC 9(07).
               05  W-FAD-T-TURNO     PIC 9(01).
