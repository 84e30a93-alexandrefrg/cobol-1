       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLT007.
       AUTHOR. ANGELO LOTIERZO FILHO.
      ********************************************************
      * TROCA DE PLANTAO ENTRE MEDICOS (CADTRC.DAT)           *
      * O MEDICO ESCALADO NO CADPLT PEDE A TROCA INFORMANDO   *
      * QUEM ASSUME (ATIVO E DA ESPECIALIDADE DO PLANTAO, SEM *
      * OUTRO PLANTAO NO MESMO DIA/TURNO); QUEM ASSUME ACEITA *
      * OU RECUSA; O SUPERVISOR (OPC-PERM-SUPERV) APROVA OU   *
      * NEGA. SO A APROVACAO TROCA O PL-CRM DO CADPLT - O     *
      * PLT001 NAO MEXE EM PLANTAO COM TROCA EM ABERTO. CADA  *
      * PASSO GRAVA UM MOVIMENTO NA TRILHA TRCLOG COM O       *
      * OPERADOR IDENTIFICADO NO SMP009 (OPRCOM). AS TROCAS   *
      * DO MES SAEM POR MEDICO NO PLT008. CHAMADO PELA OPCAO  *
      * 32 DO MENU.                                           *
      * AS REGRAS DE FADIGA DO CADPAR SO AVISAM NO PEDIDO; NA *
      * APROVACAO, TROCA QUE AS FERE SO PASSA COM LIBERACAO E *
      * MOTIVO DO SUPERVISOR (GRAVADOS NO PLANTAO, NO PEDIDO  *
      * E NA TRCLOG).                                         *
      * DATA CRIACAO : 15/10/2026                             *
      ********************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                    SELECT CADMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRM
                    FILE STATUS  IS ST-ERRO2.
                    SELECT CADPLT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PL-CHAVE
                    FILE STATUS  IS ST-ERRO.
                    SELECT CADTRC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TC-CHAVE
                    FILE STATUS  IS ST-ERRO3.
                    SELECT CADTRL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TL-CHAVE
                    FILE STATUS  IS ST-ERRO4.
                    SELECT CADPAR ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRPAR.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      * CADMED E ABERTO SOMENTE PARA CONSULTA - QUEM MANTEM O
      * CADASTRO DE MEDICOS E O SMP001.
       FD CADMED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMED.DAT".
           COPY REGMED.
      *
       FD CADPLT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPLT.DAT".
           COPY PLTREG.
      *
       FD CADTRC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTRC.DAT".
           COPY TRCREG.
      *
      * TRILHA DE AUDITORIA DAS TROCAS - UM MOVIMENTO POR PASSO
      * (VIDE GRAVA-TRL)
      *
       FD CADTRL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "TRCLOG.DAT".
           COPY TRLREG.
      *
      * PARAMETROS DE OPERACAO - A DEMORA DA MENSAGEM DA LINHA 23
      * VEM DO CADPAR MANTIDO PELO SMP017 (VIDE LER-PARAMETROS)
      *
       FD CADPAR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPAR.DAT".
           COPY PARREG.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-ERRPAR  PIC X(02) VALUE "00".
       01 W-MENS-DELAY    PIC 9(06) VALUE 3000.
       01 W-MENS   PIC X(50) VALUE SPACES.
       01 W-CONT   PIC 9(06) VALUE ZEROS.
       01 W-OPCAO   PIC X(01) VALUE SPACES.
       01 W-ACT         PIC 9(02) VALUE ZEROS.
       01 ST-ERRO     PIC X(02) VALUE "00".
       01 ST-ERRO2   PIC X(02) VALUE "00".
       01 ST-ERRO3   PIC X(02) VALUE "00".
       01 ST-ERRO4   PIC X(02) VALUE "00".
       01 W-NOME-CEDE  PIC X(30) VALUE SPACES.
       01 W-NOME-ASS   PIC X(30) VALUE SPACES.
       01 W-CRM-ASS     PIC 9(06) VALUE ZEROS.
       01 W-DATA-HOJE  PIC 9(08) VALUE ZEROS.
       01 W-DATA-TELA.
            03 W-TELA-DIA PIC 99.
            03 W-TELA-MES PIC 99.
            03 W-TELA-ANO PIC 9(04).
       01 W-DATA-OK        PIC X(01) VALUE SPACES.
       01 W-ULTDIA          PIC 9(02) VALUE ZEROS.
       01 W-BISSEXTO      PIC X(01) VALUE SPACES.
       01 W-RESTO4          PIC 9(02) VALUE ZEROS.
       01 W-RESTO100       PIC 9(02) VALUE ZEROS.
       01 W-RESTO400       PIC 9(03) VALUE ZEROS.
       01 W-QUOC-AUX      PIC 9(06) VALUE ZEROS.
      *
      * PEDIDO EM ABERTO DO PLANTAO (VIDE BUSCA-ABERTO) E O PASSO
      * ESCOLHIDO NA TELA
      *
       01 W-FIM-VARRE    PIC X(01) VALUE "N".
       01 W-ACHOU-ABERTO PIC X(01) VALUE "N".
       01 W-ULT-SEQ       PIC 9(02) VALUE ZEROS.
       01 W-TRC-CHAVE     PIC X(13) VALUE SPACES.
       01 W-SIT-ANT        PIC X(01) VALUE SPACES.
       01 W-PASSO          PIC X(01) VALUE SPACES.
       01 W-MOTIVO        PIC X(30) VALUE SPACES.
       01 W-TXSIT           PIC X(24) VALUE SPACES.
       01 W-CRM-ESCALADO PIC 9(06) VALUE ZEROS.
      *
      * CHAVE DO PLANTAO GUARDADA DURANTE A VARREDURA DO MESMO
      * DIA/TURNO (VIDE CHECA-DUPLO)
      *
       01 W-CHAVE-PLT.
            03 W-DATA-ESC      PIC 9(08) VALUE ZEROS.
            03 W-TURNO-ESC    PIC 9(01) VALUE ZEROS.
            03 W-ESP-ESC       PIC 9(02) VALUE ZEROS.
       01 MENSAGEM.
            03 MENSAGEM1   PIC X(30) VALUE SPACES.
            03 CODIGO           PIC 9(02) VALUE ZEROS.
           COPY FADWS.
      *-----------------------------------------------------------------
      * OPERADOR IDENTIFICADO NO SMP009 - VAI PARA CADA PASSO DO
      * PEDIDO E PARA A TRILHA TRCLOG. SO O SUPERVISOR APROVA/NEGA.
       LINKAGE SECTION.
           COPY OPRCOM.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  PLT007-TELA.
           05  BLANK SCREEN.
           05  LINE 03  COLUMN 01
               VALUE  "     *** TROCA DE PLANTAO ***".
           05  LINE 05  COLUMN 01
               VALUE  "     DATA            :".
           05  LINE 07  COLUMN 01
               VALUE  "     TURNO (1/2/3)   :".
           05  LINE 07  COLUMN 40
               VALUE  "1=MANHA 2=TARDE 3=NOITE".
           05  LINE 09  COLUMN 01
               VALUE  "     ESPECIALIDADE   :".
           05  LINE 11  COLUMN 01
               VALUE  "     CEDE (ESCALADO) :".
           05  LINE 11  COLUMN 40
               VALUE  "MEDICO:".
           05  LINE 13  COLUMN 01
               VALUE  "     ASSUME          :".
           05  LINE 13  COLUMN 40
               VALUE  "MEDICO:".
           05  LINE 15  COLUMN 01
               VALUE  "     SITUACAO TROCA  :".
           05  LINE 16  COLUMN 01
               VALUE  "     PEDIDA POR      :".
           05  LINE 16  COLUMN 35
               VALUE  "EM".
           05  LINE 17  COLUMN 01
               VALUE  "     ACEITE/RECUSA   :".
           05  LINE 17  COLUMN 35
               VALUE  "EM".
           05  LINE 18  COLUMN 01
               VALUE  "     DECISAO POR     :".
           05  LINE 18  COLUMN 35
               VALUE  "EM".
           05  LINE 19  COLUMN 01
               VALUE  "     MOTIVO          :".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TDATA
               LINE 05  COLUMN 24  PIC 99.99.9999
               USING  W-DATA-TELA
               HIGHLIGHT.
           05  TTURNO
               LINE 07  COLUMN 24  PIC 9
               USING  PL-TURNO
               HIGHLIGHT.
           05  TESPEC
               LINE 09  COLUMN 24  PIC Z9
               USING  PL-ESPEC
               HIGHLIGHT.
           05  TCRMCEDE
               LINE 11  COLUMN 24  PIC Z99.999
               USING  PL-CRM.
           05  TNOMECEDE
               LINE 11  COLUMN 48  PIC X(30)
               USING  W-NOME-CEDE.
           05  TCRMASS
               LINE 13  COLUMN 24  PIC Z99.999
               USING  W-CRM-ASS
               HIGHLIGHT.
           05  TNOMEASS
               LINE 13  COLUMN 48  PIC X(30)
               USING  W-NOME-ASS
               HIGHLIGHT.
           05  TSITTRC
               LINE 15  COLUMN 24  PIC X(24)
               USING  W-TXSIT
               HIGHLIGHT.
           05  TOPERSOL
               LINE 16  COLUMN 24  PIC X(08)
               USING  TC-OPER-SOL.
           05  TDTSOL
               LINE 16  COLUMN 38  PIC 9999.99.99
               USING  TC-DTSOL.
           05  TOPERACE
               LINE 17  COLUMN 24  PIC X(08)
               USING  TC-OPER-ACE.
           05  TDTACE
               LINE 17  COLUMN 38  PIC 9999.99.99
               USING  TC-DTACE.
           05  TOPERDEC
               LINE 18  COLUMN 24  PIC X(08)
               USING  TC-OPER-DEC.
           05  TDTDEC
               LINE 18  COLUMN 38  PIC 9999.99.99
               USING  TC-DTDEC.
           05  TMOTIVO
               LINE 19  COLUMN 24  PIC X(30)
               USING  W-MOTIVO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING OPR-COM.
       INICIO.
      *------------[ ROTINA DE ABERTURA ARQUIVO ]------------------
       ABRIR-MED.
           OPEN INPUT CADMED
           IF ST-ERRO2 NOT = "00"
                MOVE "ERRO NA ABERTURA DO CADASTRO DE MEDICOS"
                                                        TO MENSAGEM1
                MOVE ST-ERRO2 TO CODIGO
                MOVE MENSAGEM  TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO ROT-FIMP.
       ABRIR-ARQ.
           OPEN I-O CADPLT
           IF ST-ERRO NOT = "00"
                MOVE "ERRO NA ABERTURA DA ESCALA = " TO MENSAGEM1
                MOVE ST-ERRO TO CODIGO
                MOVE MENSAGEM  TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                CLOSE CADMED
                GO TO ROT-FIMP.
       ABRIR-TRC.
           OPEN I-O CADTRC
           IF ST-ERRO3 NOT = "00"
                IF ST-ERRO3 = "30" OR ST-ERRO3 = "35"
                    OPEN OUTPUT CADTRC
                    CLOSE CADTRC
                    GO TO ABRIR-TRC
                ELSE
                     MOVE "ERRO NA ABERTURA DO CADTRC = " TO MENSAGEM1
                     MOVE ST-ERRO3 TO CODIGO
                     MOVE MENSAGEM  TO W-MENS
                     PERFORM ROT-MENS THRU ROT-MENS2
                     CLOSE CADMED CADPLT
                     GO TO ROT-FIMP.
       ABRIR-TRL.
           OPEN I-O CADTRL
           IF ST-ERRO4 NOT = "00"
                IF ST-ERRO4 = "30" OR ST-ERRO4 = "35"
                    OPEN OUTPUT CADTRL
                    CLOSE CADTRL
                    GO TO ABRIR-TRL
                ELSE
                     MOVE "ERRO NA ABERTURA DO TRCLOG = " TO MENSAGEM1
                     MOVE ST-ERRO4 TO CODIGO
                     MOVE MENSAGEM  TO W-MENS
                     PERFORM ROT-MENS THRU ROT-MENS2
                     CLOSE CADMED CADPLT CADTRC
                     GO TO ROT-FIMP.
      *------------[ CARGA DOS PARAMETROS DE OPERACAO ]-------------
      * MESMA LOGICA DO LER-PARAMETROS DO SMP001 - SE O CADPAR NAO
      * EXISTE, VALE A DEMORA HISTORICA DE WORKING-STORAGE.
       LER-PARAMETROS.
           OPEN INPUT CADPAR
           IF ST-ERRPAR NOT = "00"
                GO TO LER-PARAMETROS-FIM.
           READ CADPAR
                AT END
                     CLOSE CADPAR
                     GO TO LER-PARAMETROS-FIM.
           MOVE PAR-MENS-DELAY TO W-MENS-DELAY
      * LIMITES DE FADIGA - CADPAR ANTIGO FICA COM O PADRAO DO FADWS
           IF PAR-PLT-DESCANSO NUMERIC
                MOVE PAR-PLT-DESCANSO TO W-FAD-DESCANSO.
           IF PAR-PLT-NOITE-MANHA = "S" OR PAR-PLT-NOITE-MANHA = "N"
                MOVE PAR-PLT-NOITE-MANHA TO W-FAD-NOITE-MANHA.
           IF PAR-PLT-MAX-MES NUMERIC
                MOVE PAR-PLT-MAX-MES TO W-FAD-MAX-MES.
           IF PAR-PLT-MAX-SEGUIDOS NUMERIC
                MOVE PAR-PLT-MAX-SEGUIDOS TO W-FAD-MAX-SEGUIDOS.
           CLOSE CADPAR.
       LER-PARAMETROS-FIM.
           EXIT.
      *--------------------[ INICIALIAR VARIAVEIS ]-----------------
       ROT-INIC.
           MOVE ZEROS TO PL-DATA PL-TURNO PL-ESPEC PL-CRM W-DATA-TELA
                               W-CRM-ASS.
           MOVE SPACES TO W-NOME-CEDE W-NOME-ASS W-MOTIVO W-TXSIT.
           PERFORM LIMPA-TRC THRU LIMPA-TRC-FIM.
      *--------------------[ VISUALIZAR TELA INICIAL ]-----------------
       R0.
           DISPLAY PLT007-TELA.
      *--------------------[ DIGITAR A DATA ]------------------------
       R1.
           ACCEPT TDATA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF W-DATA-TELA = ZEROS
                MOVE "DATA NAO PODE SER ZEROS" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R1.
           PERFORM VALIDA-DATA-ESC THRU VALIDA-DATA-ESC-FIM
           IF W-DATA-OK NOT = "S"
                MOVE "DATA INVALIDA - CONFIRA DIA E MES" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R1.
           COMPUTE PL-DATA = (W-TELA-ANO * 10000)
                            + (W-TELA-MES * 100) + W-TELA-DIA
      * PLANTAO QUE JA PASSOU SE ACERTA NA CONFIRMACAO (PLT003), COM
      * O CRM DE QUEM COBRIU - NAO POR TROCA.
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD
           IF PL-DATA < W-DATA-HOJE
                MOVE "PLANTAO PASSADO - ACERTE NO PLT003" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R1.
      *--------------------[ DIGITAR O TURNO ]-----------------------
       R2.
           ACCEPT TTURNO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1.
           IF PL-TURNO < 1 OR PL-TURNO > 3
                MOVE "TURNO DEVE SER 1, 2 OU 3" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R2.
      *--------------------[ DIGITAR A ESPECIALIDADE ]---------------
       R3.
           ACCEPT TESPEC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2.
           IF PL-ESPEC = ZEROS
                MOVE "ESPECIALIDADE NAO PODE SER ZERO" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R3.
      *--------------------[ LER A ESCALA ]--------------------------
       LER-ARQ.
                READ CADPLT
                   INVALID KEY
                      MOVE "PLANTAO NAO ESCALADO NO CADPLT" TO W-MENS
                      PERFORM ROT-MENS THRU ROT-MENS2
                      GO TO R1.
                IF NOT PL-NAO-CONFIRMADO
                      MOVE "PLANTAO JA CONFIRMADO - NAO SE TROCA"
                                                        TO W-MENS
                      PERFORM ROT-MENS THRU ROT-MENS2
                      GO TO R1.
                MOVE PL-CRM TO CRM
                READ CADMED
                     INVALID KEY
                          MOVE "MEDICO NAO CADASTRADO" TO W-NOME-CEDE
                     NOT INVALID KEY
                          MOVE NOME TO W-NOME-CEDE.
                PERFORM BUSCA-ABERTO THRU BUSCA-ABERTO-FIM
                IF W-ACHOU-ABERTO = "S"
                      GO TO MOSTRA-ABERTO.
                DISPLAY PLT007-TELA
                MOVE "*** SEM TROCA EM ABERTO - NOVO PEDIDO ***"
                                                        TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2.
      *--------------------[ DIGITAR QUEM ASSUME ]-------------------
       R4.
           ACCEPT TCRMASS
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.
           IF W-CRM-ASS = ZEROS
                MOVE "CRM NAO PODE SER ZERO" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R4.
           IF W-CRM-ASS = PL-CRM
                MOVE "QUEM ASSUME DEVE SER OUTRO MEDICO" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R4.
           PERFORM VALIDA-ASSUME THRU VALIDA-ASSUME-FIM
           IF W-MENS NOT = SPACES
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R4.
           DISPLAY TNOMEASS
      * NO PEDIDO A REGRA DE FADIGA SO AVISA - QUEM DECIDE E O
      * SUPERVISOR NA APROVACAO (VIDE APL-FADIGA).
           PERFORM CHECA-FADIGA THRU CHECA-FADIGA-FIM
           IF W-FAD-OK NOT = "S"
                MOVE "AVISO: QUEM ASSUME FERE REGRA DE FADIGA"
                                                        TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2.
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "PEDIR TROCA (S/N) : ".
                ACCEPT (23, 60) W-OPCAO WITH UPDATE
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** PEDIDO NAO GRAVADO ***" TO W-MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-INIC.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO W-MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
                IF W-ULT-SEQ = 99
                   MOVE "LIMITE DE PEDIDOS P/ ESTE PLANTAO" TO W-MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-INIC.
                PERFORM LIMPA-TRC THRU LIMPA-TRC-FIM
                MOVE PL-DATA TO TC-DATA
                MOVE PL-TURNO TO TC-TURNO
                MOVE PL-ESPEC TO TC-ESPEC
                COMPUTE TC-SEQ = W-ULT-SEQ + 1
                MOVE PL-CRM TO TC-CRM-CEDE
                MOVE W-CRM-ASS TO TC-CRM-ASSUME
                MOVE "P" TO TC-SITUACAO
                MOVE OPC-CODIGO TO TC-OPER-SOL
                ACCEPT TC-DTSOL FROM DATE YYYYMMDD
                ACCEPT TC-HRSOL FROM TIME
                WRITE REGTRC
                IF ST-ERRO3 NOT = "00"
                   MOVE "ERRO NA GRAVACAO DO PEDIDO" TO MENSAGEM1
                   MOVE ST-ERRO3 TO CODIGO
                   MOVE MENSAGEM TO W-MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                MOVE SPACES TO W-SIT-ANT
                PERFORM GRAVA-TRL THRU GRAVA-TRL-FIM
                MOVE "** PEDIDO GRAVADO - AGUARDA O ACEITE **" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-INIC.
      *--------------------[ PEDIDO EM ABERTO DO PLANTAO ]------------
      * PEDIDA: QUEM ASSUME ACEITA OU RECUSA, QUEM CEDE PODE CANCELAR.
      * ACEITA: O SUPERVISOR APROVA OU NEGA, QUEM CEDE PODE CANCELAR.
       MOSTRA-ABERTO.
                MOVE TC-CRM-ASSUME TO W-CRM-ASS CRM
                READ CADMED
                     INVALID KEY
                          MOVE "MEDICO NAO CADASTRADO" TO W-NOME-ASS
                     NOT INVALID KEY
                          MOVE NOME TO W-NOME-ASS.
                MOVE TC-MOTIVO TO W-MOTIVO
                PERFORM TRADUZ-SIT THRU TRADUZ-SIT-FIM
                DISPLAY PLT007-TELA.
       ACE-001.
                IF TC-PEDIDA
                   DISPLAY (23, 13)
                        "A=ACEITE  R=RECUSA  C=CANCELA  X=VOLTA"
                ELSE
                   DISPLAY (23, 13)
                        "V=APROVA  N=NEGA  C=CANCELA  X=VOLTA  ".
                MOVE SPACES TO W-PASSO
                ACCEPT (23, 55) W-PASSO
                IF W-PASSO = "X" OR W-PASSO = "x"
                       GO TO ROT-INIC.
                IF W-PASSO = "C"
                       GO TO ACE-002.
                IF TC-PEDIDA
                   IF W-PASSO NOT = "A" AND W-PASSO NOT = "R"
                       GO TO ACE-001.
                IF TC-ACEITA
                   IF W-PASSO NOT = "V" AND W-PASSO NOT = "N"
                       GO TO ACE-001.
      * APROVAR OU NEGAR E DO SUPERVISOR - O OPERADOR COMUM SO
      * REGISTRA O PEDIDO, O ACEITE, A RECUSA E O CANCELAMENTO.
                IF TC-ACEITA AND OPC-PERM-SUPERV NOT = "S"
                   MOVE "APROVACAO DA TROCA EXIGE SUPERVISOR" TO W-MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACE-001.
       ACE-002.
                MOVE SPACES TO W-MENS
                DISPLAY (23, 12) W-MENS
                MOVE TC-SITUACAO TO W-SIT-ANT
                MOVE TC-CHAVE TO W-TRC-CHAVE
                IF W-PASSO = "A" OR W-PASSO = "V"
                   MOVE SPACES TO W-MOTIVO
                   DISPLAY TMOTIVO
                   GO TO TRC-OPC.
      *--------------------[ MOTIVO DA RECUSA/NEGATIVA ]-------------
      * OBRIGATORIO NA NEGATIVA DO SUPERVISOR, OPCIONAL NA RECUSA E
      * NO CANCELAMENTO.
       R5.
           MOVE SPACES TO W-MOTIVO
           ACCEPT TMOTIVO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO MOSTRA-ABERTO.
           IF W-PASSO = "N" AND W-MOTIVO = SPACES
                MOVE "MOTIVO DA NEGATIVA E OBRIGATORIO" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R5.
       TRC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "CONFIRMA (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** PASSO NAO GRAVADO ***" TO W-MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-INIC.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO W-MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO TRC-OPC.
      * OUTRO OPERADOR PODE TER MEXIDO NO MESMO PEDIDO ENQUANTO ESTE
      * ESTAVA NA TELA - O PEDIDO E RELIDO ANTES DE GRAVAR.
                MOVE W-TRC-CHAVE TO TC-CHAVE
                READ CADTRC
                IF ST-ERRO3 NOT = "00"
                   MOVE "ERRO NA RELEITURA DO PEDIDO" TO W-MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-INIC.
                IF TC-SITUACAO NOT = W-SIT-ANT
                   MOVE "PEDIDO MUDOU NA TELA DE OUTRO OPERADOR"
                                                        TO W-MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-INIC.
                IF W-PASSO NOT = "V"
                   GO TO TRC-RW1.
      *--------------------[ APLICACAO DA TROCA APROVADA ]-----------
      * A ESCALA TEM DE ESTAR COMO ESTAVA NO PEDIDO (MESMO ESCALADO,
      * AINDA NAO CONFIRMADO) E QUEM ASSUME TEM DE CONTINUAR ATIVO,
      * DA ESPECIALIDADE E LIVRE NO DIA/TURNO - SENAO A TROCA DEVE
      * SER NEGADA.
       APL-RW1.
                MOVE TC-DATA TO PL-DATA
                MOVE TC-TURNO TO PL-TURNO
                MOVE TC-ESPEC TO PL-ESPEC
                READ CADPLT
                IF ST-ERRO NOT = "00"
                   MOVE "PLANTAO SAIU DA ESCALA - NEGUE A TROCA"
                                                        TO W-MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-INIC.
                IF PL-CRM NOT = TC-CRM-CEDE OR NOT PL-NAO-CONFIRMADO
                   MOVE "ESCALA MUDOU DESDE O PEDIDO - NEGUE A TROCA"
                                                        TO W-MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-INIC.
                MOVE TC-CRM-ASSUME TO W-CRM-ASS
                PERFORM VALIDA-ASSUME THRU VALIDA-ASSUME-FIM
                IF W-MENS NOT = SPACES
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-INIC.
      * REGRAS DE FADIGA DE QUEM ASSUME - FERIDA ALGUMA, A TROCA SO
      * PASSA COM A LIBERACAO DO SUPERVISOR, QUE DA O MOTIVO. A
      * LIBERACAO ANTIGA DO PLANTAO (DE QUEM CEDE) NAO VALE MAIS.
                MOVE SPACES TO PL-LIB-OPER PL-LIB-MOTIVO
                MOVE ZEROS TO PL-LIB-DATA
                PERFORM CHECA-FADIGA THRU CHECA-FADIGA-FIM
                IF W-FAD-OK = "S"
                   GO TO APL-RW2.
       APL-FADIGA.
                MOVE "N" TO W-OPCAO
                DISPLAY (23, 40) "LIBERAR  (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                IF W-OPCAO = "N" OR "n"
                   MOVE "TROCA NAO APROVADA - FERE REGRA DE FADIGA"
                                                        TO W-MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-INIC.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO W-MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO APL-FADIGA.
       APL-MOTIVO.
                MOVE SPACES TO W-MOTIVO
                ACCEPT TMOTIVO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO APL-FADIGA.
                IF W-MOTIVO = SPACES
                   MOVE "MOTIVO DA LIBERACAO E OBRIGATORIO" TO W-MENS
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO APL-MOTIVO.
                MOVE OPC-CODIGO TO PL-LIB-OPER
                ACCEPT PL-LIB-DATA FROM DATE YYYYMMDD
                MOVE W-MOTIVO TO PL-LIB-MOTIVO.
       APL-RW2.
                MOVE TC-CRM-ASSUME TO PL-CRM
                REWRITE REGPLT
                IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
                   MOVE "ERRO NA REGRAVACAO DA ESCALA" TO MENSAGEM1
                   MOVE ST-ERRO TO CODIGO
                   MOVE MENSAGEM TO W-MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
      *--------------------[ GRAVACAO DO PASSO NO PEDIDO ]------------
      * O ACEITE E A RECUSA SAO A RESPOSTA DE QUEM ASSUME; APROVACAO,
      * NEGATIVA E CANCELAMENTO FECHAM O PEDIDO.
       TRC-RW1.
                MOVE W-PASSO TO TC-SITUACAO
                IF W-PASSO = "A" OR W-PASSO = "R"
                   MOVE OPC-CODIGO TO TC-OPER-ACE
                   ACCEPT TC-DTACE FROM DATE YYYYMMDD
                   ACCEPT TC-HRACE FROM TIME
                ELSE
                   MOVE OPC-CODIGO TO TC-OPER-DEC
                   ACCEPT TC-DTDEC FROM DATE YYYYMMDD
                   ACCEPT TC-HRDEC FROM TIME.
                MOVE W-MOTIVO TO TC-MOTIVO
                REWRITE REGTRC
                IF ST-ERRO3 NOT = "00"
                   MOVE "ERRO NA GRAVACAO DO PEDIDO" TO MENSAGEM1
                   MOVE ST-ERRO3 TO CODIGO
                   MOVE MENSAGEM TO W-MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                PERFORM GRAVA-TRL THRU GRAVA-TRL-FIM
                IF W-PASSO = "A"
                   MOVE "** TROCA ACEITA - AGUARDA O SUPERVISOR **"
                                                        TO W-MENS.
                IF W-PASSO = "R"
                   MOVE "*** TROCA RECUSADA POR QUEM ASSUMIRIA ***"
                                                        TO W-MENS.
                IF W-PASSO = "V"
                   MOVE "*** TROCA APROVADA - ESCALA ATUALIZADA ***"
                                                        TO W-MENS.
                IF W-PASSO = "N"
                   MOVE "*** TROCA NEGADA PELO SUPERVISOR ***"
                                                        TO W-MENS.
                IF W-PASSO = "C"
                   MOVE "*** PEDIDO DE TROCA CANCELADO ***" TO W-MENS.
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-INIC.
      *--------------------[ PEDIDO EM ABERTO DO PLANTAO ]------------
      * VARRE OS PEDIDOS DA CHAVE DO PLANTAO: GUARDA A MAIOR SEQ
      * (PARA O PROXIMO PEDIDO) E O PEDIDO EM ABERTO, QUE E RELIDO
      * NO FIM PARA FICAR NO BUFFER.
       BUSCA-ABERTO.
                MOVE "N" TO W-ACHOU-ABERTO W-FIM-VARRE
                MOVE ZEROS TO W-ULT-SEQ
                MOVE PL-DATA TO TC-DATA
                MOVE PL-TURNO TO TC-TURNO
                MOVE PL-ESPEC TO TC-ESPEC
                MOVE ZEROS TO TC-SEQ
                START CADTRC KEY IS NOT LESS THAN TC-CHAVE
                     INVALID KEY
                          MOVE "S" TO W-FIM-VARRE.
       BUSCA-ABERTO-LOOP.
                IF W-FIM-VARRE = "S"
                     GO TO BUSCA-ABERTO-RELE.
                READ CADTRC NEXT RECORD
                     AT END MOVE "S" TO W-FIM-VARRE
                             GO TO BUSCA-ABERTO-LOOP.
                IF TC-DATA NOT = PL-DATA OR TC-TURNO NOT = PL-TURNO
                   OR TC-ESPEC NOT = PL-ESPEC
                     MOVE "S" TO W-FIM-VARRE
                     GO TO BUSCA-ABERTO-LOOP.
                MOVE TC-SEQ TO W-ULT-SEQ
                IF TC-EM-ABERTO
                     MOVE "S" TO W-ACHOU-ABERTO
                     MOVE TC-CHAVE TO W-TRC-CHAVE.
                GO TO BUSCA-ABERTO-LOOP.
       BUSCA-ABERTO-RELE.
                IF W-ACHOU-ABERTO = "S"
                     MOVE W-TRC-CHAVE TO TC-CHAVE
                     READ CADTRC
                ELSE
                     PERFORM LIMPA-TRC THRU LIMPA-TRC-FIM.
       BUSCA-ABERTO-FIM.
                EXIT.
      *--------------------[ VALIDACAO DE QUEM ASSUME ]---------------
      * CADASTRADO, ATIVO, DA ESPECIALIDADE DO PLANTAO (PRINCIPAL OU
      * SECUNDARIA) E SEM OUTRO PLANTAO NO MESMO DIA/TURNO. DEVOLVE
      * O MOTIVO DA RECUSA EM W-MENS (ESPACOS = VALIDO).
       VALIDA-ASSUME.
                MOVE SPACES TO W-MENS
                MOVE W-CRM-ASS TO CRM
                READ CADMED
                   INVALID KEY
                      MOVE "MEDICO NAO CADASTRADO NO CADMED" TO W-MENS
                      GO TO VALIDA-ASSUME-FIM.
                MOVE NOME TO W-NOME-ASS
                IF INATIVO-MED
                      MOVE "MEDICO INATIVO - NAO PODE PLANTAO"
                                                        TO W-MENS
                      GO TO VALIDA-ASSUME-FIM.
                IF ESPEC NOT = PL-ESPEC AND ESPEC2 NOT = PL-ESPEC
                      MOVE "MEDICO NAO E DA ESPECIALIDADE DO PLANTAO"
                                                        TO W-MENS
                      GO TO VALIDA-ASSUME-FIM.
                PERFORM CHECA-DUPLO THRU CHECA-DUPLO-FIM
                IF W-FIM-VARRE = "D"
                      MOVE "MEDICO JA ESCALADO NESTE DIA/TURNO"
                                                        TO W-MENS.
       VALIDA-ASSUME-FIM.
                EXIT.
      *--------------------[ FADIGA DE QUEM ASSUME ]------------------
      * CONFERE AS REGRAS DE FADIGA COMO SE QUEM ASSUME JA ESTIVESSE
      * NO PLANTAO (O PROPRIO PLANTAO FICA FORA DA VARREDURA) E
      * MOSTRA A PRIMEIRA REGRA FERIDA NA LINHA 20.
       CHECA-FADIGA.
                MOVE PL-CRM TO W-CRM-ESCALADO
                MOVE W-CRM-ASS TO PL-CRM
                PERFORM VALIDA-FADIGA THRU VALIDA-FADIGA-FIM
                MOVE W-CRM-ESCALADO TO PL-CRM
                IF W-FAD-OK NOT = "S"
                     DISPLAY (20, 01) "     FADIGA          :"
                     DISPLAY (20, 24) W-FAD-MSG (1).
       CHECA-FADIGA-FIM.
                EXIT.
      *--------------------[ MEDICO EM DOIS TURNOS AO MESMO TEMPO ]---
      * MESMA VARREDURA DO CHECA-DUPLO DO PLT001, PROCURANDO QUEM
      * ASSUME NOS REGISTROS DO MESMO DIA E TURNO. O REGISTRO DO
      * PLANTAO E RELIDO NO FIM, POIS A VARREDURA USA O PROPRIO
      * BUFFER.
       CHECA-DUPLO.
                MOVE PL-DATA TO W-DATA-ESC
                MOVE PL-TURNO TO W-TURNO-ESC
                MOVE PL-ESPEC TO W-ESP-ESC
                MOVE ZEROS TO PL-ESPEC
                MOVE "N" TO W-FIM-VARRE
                START CADPLT KEY IS NOT LESS THAN PL-CHAVE
                     INVALID KEY
                          MOVE "S" TO W-FIM-VARRE.
       CHECA-DUPLO-LOOP.
                IF W-FIM-VARRE = "S" OR W-FIM-VARRE = "D"
                     GO TO CHECA-DUPLO-RESTAURA.
                READ CADPLT NEXT RECORD
                     AT END MOVE "S" TO W-FIM-VARRE
                             GO TO CHECA-DUPLO-LOOP.
                IF PL-DATA NOT = W-DATA-ESC
                   OR PL-TURNO NOT = W-TURNO-ESC
                     MOVE "S" TO W-FIM-VARRE
                     GO TO CHECA-DUPLO-LOOP.
                IF PL-CRM = W-CRM-ASS
                     MOVE "D" TO W-FIM-VARRE.
                GO TO CHECA-DUPLO-LOOP.
       CHECA-DUPLO-RESTAURA.
                MOVE W-DATA-ESC TO PL-DATA
                MOVE W-TURNO-ESC TO PL-TURNO
                MOVE W-ESP-ESC TO PL-ESPEC
                READ CADPLT.
       CHECA-DUPLO-FIM.
                EXIT.
      *--------------------[ GRAVACAO DA TRILHA TRCLOG ]--------------
      * UM MOVIMENTO POR PASSO, COM A SITUACAO DE ANTES E A DE DEPOIS
      * DO PEDIDO. DOIS MOVIMENTOS NO MESMO SEGUNDO DARIAM CHAVE
      * DUPLICADA - O TL-SEQ E SOMADO ATE ACHAR UMA CHAVE LIVRE.
       GRAVA-TRL.
                ACCEPT TL-DATA FROM DATE YYYYMMDD
                ACCEPT TL-HORA FROM TIME
                MOVE ZEROS TO TL-SEQ
                MOVE TC-SITUACAO TO TL-OPER TL-SIT-NOVA
                MOVE W-SIT-ANT TO TL-SIT-ANT
                MOVE OPC-CODIGO TO TL-OPERADOR
                MOVE TC-CHAVE TO TL-TRC-CHAVE
                MOVE TC-CRM-CEDE TO TL-CRM-CEDE
                MOVE TC-CRM-ASSUME TO TL-CRM-ASSUME
                MOVE TC-MOTIVO TO TL-MOTIVO.
       GRAVA-TRL-TENTA.
                WRITE REGTRL
                IF ST-ERRO4 = "22"
                     IF TL-SEQ < 99
                          ADD 1 TO TL-SEQ
                          GO TO GRAVA-TRL-TENTA.
       GRAVA-TRL-FIM.
                EXIT.
      *--------------------[ LIMPEZA DO PEDIDO NA TELA ]--------------
       LIMPA-TRC.
                MOVE SPACES TO TC-SITUACAO TC-OPER-SOL TC-OPER-ACE
                               TC-OPER-DEC TC-MOTIVO
                MOVE ZEROS TO TC-CRM-CEDE TC-CRM-ASSUME TC-DTSOL
                              TC-HRSOL TC-DTACE TC-HRACE TC-DTDEC
                              TC-HRDEC.
       LIMPA-TRC-FIM.
                EXIT.
      *--------------------[ TRADUCAO DA SITUACAO ]------------------
       TRADUZ-SIT.
           IF TC-PEDIDA       MOVE "PEDIDA - AGUARDA ACEITE" TO W-TXSIT
           ELSE IF TC-ACEITA  MOVE "ACEITA - AGUARDA SUPERV." TO W-TXSIT
           ELSE IF TC-APROVADA MOVE "APROVADA" TO W-TXSIT
           ELSE IF TC-RECUSADA MOVE "RECUSADA" TO W-TXSIT
           ELSE IF TC-NEGADA  MOVE "NEGADA" TO W-TXSIT
           ELSE IF TC-CANCELADA MOVE "CANCELADA" TO W-TXSIT
           ELSE                 MOVE SPACES TO W-TXSIT.
       TRADUZ-SIT-FIM.
           EXIT.
      *--------------------[ VALIDACAO DE CALENDARIO ]----------------
      * MESMA REGRA DE CALENDARIO DO VALIDA-DATA-ESC DO PLT001.
       VALIDA-DATA-ESC.
           MOVE "S" TO W-DATA-OK
           IF W-TELA-MES < 1 OR W-TELA-MES > 12
                MOVE "N" TO W-DATA-OK
                GO TO VALIDA-DATA-ESC-FIM.
           MOVE 31 TO W-ULTDIA
           IF W-TELA-MES = 4 OR W-TELA-MES = 6 OR W-TELA-MES = 9
                                             OR W-TELA-MES = 11
                MOVE 30 TO W-ULTDIA.
           IF W-TELA-MES NOT = 2
                GO TO VALIDA-DATA-ESC-DIA.
           DIVIDE W-TELA-ANO BY 4 GIVING W-QUOC-AUX
                               REMAINDER W-RESTO4
           DIVIDE W-TELA-ANO BY 100 GIVING W-QUOC-AUX
                                 REMAINDER W-RESTO100
           DIVIDE W-TELA-ANO BY 400 GIVING W-QUOC-AUX
                                 REMAINDER W-RESTO400
           MOVE "N" TO W-BISSEXTO
           IF W-RESTO4 = 0 AND W-RESTO100 NOT = 0
                MOVE "S" TO W-BISSEXTO.
           IF W-RESTO400 = 0
                MOVE "S" TO W-BISSEXTO.
           IF W-BISSEXTO = "S"
                MOVE 29 TO W-ULTDIA
           ELSE
                MOVE 28 TO W-ULTDIA.
       VALIDA-DATA-ESC-DIA.
           IF W-TELA-DIA < 1 OR W-TELA-DIA > W-ULTDIA
                MOVE "N" TO W-DATA-OK.
       VALIDA-DATA-ESC-FIM.
           EXIT.
      *--------------------[ ROTINA DE MENSAGEM ]--------------------
       ROT-MENS.
                MOVE ZEROS TO W-CONT.
       ROT-MENS1.
               DISPLAY (23, 12) W-MENS.
       ROT-MENS2.
                ADD 1 TO W-CONT
                IF W-CONT < W-MENS-DELAY
                   GO TO ROT-MENS2
                ELSE
                   MOVE SPACES TO W-MENS
                   DISPLAY (23, 12) W-MENS.
       ROT-MENS-FIM.
                EXIT.

           COPY VALFADIGA.
      *
       ROT-FIM.
                CLOSE CADMED CADPLT CADTRC CADTRL
                DISPLAY (01, 01) ERASE
                EXIT PROGRAM.
       ROT-FIMP.
                EXIT PROGRAM.
