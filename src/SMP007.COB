      ********************************************************
      * RELATORIO DIARIO DE ALTERACOES DO CADASTRO DE MEDICOS *
      * (LE A TRILHA DE AUDITORIA GRAVADA PELO SMP001)        *
      * TAMBEM LISTA O APROVADOR DAS ALTERACOES SENSIVEIS     *
      * (SMP036) E, NO FIM, OS PEDIDOS DE APROVACAO DO CADAPV *
      * PENDENTES HA MAIS DE PAR-APV-DIAS DIAS.               *
      * DATA CRIACAO : 09/08/2026                                *
      ********************************************************
      *----------------------------------------------------------------
                    SELECT RELLOG ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO2.
                    SELECT CADAPV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS AV-CHAVE
                    FILE STATUS  IS ST-ERRO3.
                    SELECT CADPAR ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO4.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELLOG.LST".
       01 LINHA-REL             PIC X(80).
      *
      * PEDIDOS DE APROVACAO GRAVADOS PELO SMP001 E DECIDIDOS NO
      * SMP036 - SO OS PENDENTES ALEM DO PRAZO ENTRAM NO RELATORIO
      *
       FD CADAPV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAPV.DAT".
           COPY APVREG.
      *
       FD CADPAR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPAR.DAT".
           COPY PARREG.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-ERRO     PIC X(02) VALUE "00".
       01 ST-ERRO2   PIC X(02) VALUE "00".
       01 ST-ERRO3   PIC X(02) VALUE "00".
       01 ST-ERRO4   PIC X(02) VALUE "00".
       01 W-FIM-CADLOG   PIC X(01) VALUE "N".
           88 FIM-CADLOG             VALUE "S".
       01 W-DATA-HOJE      PIC 9(08) VALUE ZEROS.
       01 W-TXOPER           PIC X(11) VALUE SPACES.
       01 W-TOT-LIDOS       PIC 9(06) VALUE ZEROS.
       01 W-TOT-DIA          PIC 9(06) VALUE ZEROS.
      *
      * PEDIDOS DE APROVACAO PENDENTES (VIDE LISTA-PENDENTES) - SEM
      * CADPAR VALE O PRAZO HISTORICO DE 3 DIAS
      *
       01 W-FIM-CADAPV     PIC X(01) VALUE "N".
           88 FIM-CADAPV             VALUE "S".
       01 W-APV-DIAS        PIC 9(03) VALUE 003.
       01 W-APV-IDADE      PIC 9(05) VALUE ZEROS.
       01 W-TOT-PEND        PIC 9(06) VALUE ZEROS.
      *
       01 LINHA-TITULO.
            03 FILLER          PIC X(20) VALUE SPACES.
            03 LP-SEXO          PIC X(01).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 LP-DTNASC       PIC 9(08).
       01 LINHA-APROV.
            03 FILLER          PIC X(08) VALUE SPACES.
            03 FILLER          PIC X(14) VALUE "APROVADO POR: ".
            03 LV-APROV        PIC X(08).
            03 FILLER          PIC X(14) VALUE "  VALIDADE DE ".
            03 LV-DTVAL-ANT   PIC 99.99.9999.
            03 FILLER          PIC X(06) VALUE " PARA ".
            03 LV-DTVAL-NOVO PIC 99.99.9999.
       01 LINHA-PEND-TIT.
            03 FILLER          PIC X(41)
                    VALUE "PEDIDOS DE APROVACAO PENDENTES HA MAIS DE".
            03 LPT-DIAS        PIC ZZ9.
            03 FILLER          PIC X(15) VALUE " DIAS (SMP036)".
       01 LINHA-PEND-CABEC.
            03 FILLER          PIC X(09) VALUE "CRM".
            03 FILLER          PIC X(31) VALUE "NOME".
            03 FILLER          PIC X(18) VALUE "CAMPOS".
            03 FILLER          PIC X(09) VALUE "PEDIDO".
            03 FILLER          PIC X(09) VALUE "POR".
            03 FILLER          PIC X(04) VALUE "DIAS".
       01 LINHA-PEND.
            03 LPD-CRM          PIC ZZZ.ZZ9.
            03 FILLER          PIC X(02) VALUE SPACES.
            03 LPD-NOME         PIC X(30).
            03 FILLER          PIC X(01) VALUE SPACES.
            03 LPD-CAMPOS       PIC X(17).
            03 FILLER          PIC X(01) VALUE SPACES.
            03 LPD-DTSOL        PIC 9(08).
            03 FILLER          PIC X(01) VALUE SPACES.
            03 LPD-OPER         PIC X(08).
            03 FILLER          PIC X(01) VALUE SPACES.
            03 LPD-DIAS         PIC ZZZ9.
       01 LINHA-PEND-TOT.
            03 FILLER  PIC X(28) VALUE "TOTAL DE PEDIDOS ATRASADOS:".
            03 LPT-TOT          PIC ZZZ.ZZ9.
       01 LINHA-RODAPE.
            03 FILLER  PIC X(28) VALUE "TOTAL DE MOVIMENTOS NO DIA:".
            03 LR-TOT-DIA      PIC ZZZ.ZZ9.
           MOVE LG-SEXO-NOVO TO LP-SEXO
           MOVE LG-DTNASC-NOVO TO LP-DTNASC
           WRITE LINHA-REL FROM LINHA-DEPOIS
      * CADLOG GRAVADO ANTES DO APROVADOR EXISTIR VEM COM ESPACOS
           IF LG-APROVADOR NOT = SPACES
                MOVE LG-APROVADOR TO LV-APROV
                MOVE LG-DTVAL-ANT TO LV-DTVAL-ANT
                MOVE LG-DTVAL-NOVO TO LV-DTVAL-NOVO
                WRITE LINHA-REL FROM LINHA-APROV.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           ADD 1 TO W-TOT-DIA
       ROT-FIM.
           MOVE W-TOT-DIA TO LR-TOT-DIA
           WRITE LINHA-REL FROM LINHA-RODAPE
           PERFORM LISTA-PENDENTES THRU LISTA-PENDENTES-FIM
           DISPLAY "TOTAL DE REGISTROS LIDOS DO CADLOG : " W-TOT-LIDOS
           DISPLAY "TOTAL DE MOVIMENTOS NO DIA           : " W-TOT-DIA
           CLOSE CADLOG RELLOG.
       ROT-FIM-FIM.
           EXIT.
      *--------------------[ PEDIDOS DE APROVACAO ATRASADOS ]----------
      * PEDIDO PENDENTE HA MAIS DE PAR-APV-DIAS DIAS (CONTADOS DA
      * DATA DO PEDIDO ATE HOJE) SAI NESTA SECAO PARA COBRANCA DOS
      * SUPERVISORES. SEM O CADAPV (NENHUM PEDIDO AINDA) A SECAO SAI
      * VAZIA.
       LISTA-PENDENTES.
           OPEN INPUT CADPAR
           IF ST-ERRO4 NOT = "00"
                GO TO LISTA-PENDENTES-CAB.
           READ CADPAR
                AT END
                     CLOSE CADPAR
                     GO TO LISTA-PENDENTES-CAB.
           IF PAR-APV-DIAS NUMERIC
                MOVE PAR-APV-DIAS TO W-APV-DIAS.
           CLOSE CADPAR.
       LISTA-PENDENTES-CAB.
           MOVE W-APV-DIAS TO LPT-DIAS
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           WRITE LINHA-REL FROM LINHA-PEND-TIT
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           WRITE LINHA-REL FROM LINHA-PEND-CABEC
           OPEN INPUT CADAPV
           IF ST-ERRO3 NOT = "00"
                GO TO LISTA-PENDENTES-TOT.
       LISTA-PENDENTES-LOOP.
           READ CADAPV
                AT END
                     CLOSE CADAPV
                     GO TO LISTA-PENDENTES-TOT.
           IF NOT AV-PENDENTE
                GO TO LISTA-PENDENTES-LOOP.
           COMPUTE W-APV-IDADE = FUNCTION INTEGER-OF-DATE (W-DATA-HOJE)
                               - FUNCTION INTEGER-OF-DATE (AV-DTSOL)
           IF W-APV-IDADE NOT > W-APV-DIAS
                GO TO LISTA-PENDENTES-LOOP.
           MOVE AV-CRM TO LPD-CRM
           MOVE AV-NOME-ANT TO LPD-NOME
           MOVE AV-CAMPOS TO LPD-CAMPOS
           MOVE AV-DTSOL TO LPD-DTSOL
           MOVE AV-OPER-SOL TO LPD-OPER
           MOVE W-APV-IDADE TO LPD-DIAS
           WRITE LINHA-REL FROM LINHA-PEND
           ADD 1 TO W-TOT-PEND
           GO TO LISTA-PENDENTES-LOOP.
       LISTA-PENDENTES-TOT.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-TOT-PEND TO LPT-TOT
           WRITE LINHA-REL FROM LINHA-PEND-TOT
           DISPLAY "PEDIDOS DE APROVACAO ATRASADOS     : " W-TOT-PEND.
       LISTA-PENDENTES-FIM.
           EXIT.
