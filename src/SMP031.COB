       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP031.
       AUTHOR. ANGELO LOTIERZO FILHO.
      ********************************************************
      * MANUTENCAO DA TABELA DE COBERTURA DOS CONVENIOS POR   *
      * ESPECIALIDADE (CADPLN.DAT) - PARA CADA CONVENIO       *
      * (CADCON) E ESPECIALIDADE (CADESP), SE O PLANO COBRE A *
      * ESPECIALIDADE E SE EXIGE AUTORIZACAO PREVIA (GUIA).   *
      * CONFERIDA PELO AGENDAMENTO (AGD001) PARA EVITAR AS    *
      * GLOSAS DE "PROCEDIMENTO NAO COBERTO" E "SEM           *
      * AUTORIZACAO" APURADAS NO AGD022.                      *
      * TODA INCLUSAO, ALTERACAO OU EXCLUSAO GRAVA A IMAGEM   *
      * ANTES/DEPOIS DO REGISTRO NA TRILHA TABLOG COM O       *
      * OPERADOR IDENTIFICADO NO SMP009 (OPRCOM), LIDA NO     *
      * RELATORIO MENSAL SMP030.                              *
      * DATA CRIACAO : 15/10/2026                             *
      ********************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                    SELECT CADESP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS EESPEC
                    FILE STATUS  IS ST-ERRO2.
                    SELECT CADPLN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PN-CHAVE
                    FILE STATUS  IS ST-ERRO.
                    SELECT CADCON ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CV-CODIGO
                    FILE STATUS  IS ST-ERRO3.
                    SELECT CADPAR ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRPAR.
                    SELECT CADTBL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TB-CHAVE
                    FILE STATUS  IS ST-ERRO4.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      * TABELA DE ESPECIALIDADES - SOMENTE CONSULTA, PARA VALIDAR O
      * CODIGO E MOSTRAR A DESCRICAO
       FD CADESP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADESP.DAT".
           COPY ESPREG.
      *
       FD CADPLN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPLN.DAT".
           COPY PLNREG.
      *
      * TABELA DE CONVENIOS - SOMENTE CONSULTA, PARA VALIDAR O
      * CODIGO E MOSTRAR O NOME DO PLANO (SMP027)
      *
       FD CADCON
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCON.DAT".
           COPY CONREG.
      *
      * PARAMETROS DE OPERACAO - A DEMORA DA MENSAGEM DA LINHA 23
      * VEM DO CADPAR MANTIDO PELO SMP017 (VIDE LER-PARAMETROS)
      *
       FD CADPAR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPAR.DAT".
           COPY PARREG.
      *
      * TRILHA DE AUDITORIA DAS TABELAS - UM REGISTRO POR
      * INCLUSAO/ALTERACAO/EXCLUSAO GRAVADA (VIDE GRAVA-TBL)
      *
       FD CADTBL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "TABLOG.DAT".
           COPY TBLREG.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-ERRPAR  PIC X(02) VALUE "00".
       01 W-MENS-DELAY    PIC 9(06) VALUE 3000.
       01 W-MENS   PIC X(50) VALUE SPACES.
       01 W-CONT   PIC 9(06) VALUE ZEROS.
       01 W-OPCAO   PIC X(01) VALUE SPACES.
       01 W-SEL         PIC X(01) VALUE SPACES.
       01 W-ACT         PIC 9(02) VALUE ZEROS.
       01 ST-ERRO     PIC X(02) VALUE "00".
       01 ST-ERRO2   PIC X(02) VALUE "00".
       01 ST-ERRO3   PIC X(02) VALUE "00".
       01 ST-ERRO4   PIC X(02) VALUE "00".
       01 W-TBL-OPER  PIC X(01) VALUE SPACES.
      *
      * IMAGEM DO REGISTRO COMO FOI LIDO (LER-ARQ), ANTES DA
      * ALTERACAO OU EXCLUSAO - VAI PARA O TB-ANTES DO TABLOG
      *
       01 W-IMG-ANT     PIC X(80) VALUE SPACES.
       01 W-TXESPEC   PIC X(20) VALUE SPACES.
       01 W-TXCONV    PIC X(30) VALUE SPACES.
       01 MENSAGEM.
            03 MENSAGEM1   PIC X(30) VALUE SPACES.
            03 CODIGO           PIC 9(02) VALUE ZEROS.
      *-----------------------------------------------------------------
      * OPERADOR IDENTIFICADO NO SMP009 - O CODIGO VAI PARA A TRILHA
      * DE AUDITORIA DAS TABELAS (TB-OPERADOR), COMO NO SMP018.
       LINKAGE SECTION.
           COPY OPRCOM.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT031.
           05  BLANK SCREEN.
           05  LINE 03  COLUMN 01
               VALUE  "     *** COBERTURA DOS CONVENIOS POR ESPEC".
           05  LINE 03  COLUMN 44
               VALUE  "IALIDADE ***".
           05  LINE 06  COLUMN 01
               VALUE  "     CONVENIO        :".
           05  LINE 07  COLUMN 01
               VALUE  "     ESPECIALIDADE   :".
           05  LINE 09  COLUMN 01
               VALUE  "     COBERTA (S/N)   :".
           05  LINE 10  COLUMN 01
               VALUE  "     EXIGE AUTORIZ.  :".
           05  LINE 10  COLUMN 28
               VALUE  "(S/N - GUIA PREVIA DO PLANO)".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TCONV
               LINE 06  COLUMN 24  PIC ZZ9
               USING  PN-CONV
               HIGHLIGHT.
           05  TTXCONV
               LINE 06  COLUMN 30  PIC X(30)
               USING  W-TXCONV
               HIGHLIGHT.
           05  TESPEC
               LINE 07  COLUMN 24  PIC Z9
               USING  PN-ESPEC
               HIGHLIGHT.
           05  TTXESP
               LINE 07  COLUMN 30  PIC X(20)
               USING  W-TXESPEC
               HIGHLIGHT.
           05  TCOBERTA
               LINE 09  COLUMN 24  PIC X(01)
               USING  PN-COBERTA
               HIGHLIGHT.
           05  TAUTORIZ
               LINE 10  COLUMN 24  PIC X(01)
               USING  PN-AUTORIZ
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING OPR-COM.
       INICIO.
      *------------[ ROTINA DE ABERTURA ARQUIVO ]------------------
       ABRIR-ESP.
           OPEN INPUT CADESP
           IF ST-ERRO2 NOT = "00"
                MOVE "ERRO NA ABERTURA ARQ.ESPECIALID." TO MENSAGEM1
                MOVE ST-ERRO2 TO CODIGO
                MOVE MENSAGEM  TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO ROT-FIMP.
      * SEM TABELA DE CONVENIOS NAO HA O QUE COBRIR - PARTICULAR NAO
      * TEM LINHA NA TABELA DE COBERTURA.
       ABRIR-CON.
           OPEN INPUT CADCON
           IF ST-ERRO3 NOT = "00"
                IF ST-ERRO3 = "30" OR ST-ERRO3 = "35"
                     MOVE "TABELA DE CONVENIOS NAO IMPLANTADA"
                                                        TO W-MENS
                ELSE
                     MOVE "ERRO NA ABERTURA DOS CONVENIOS" TO MENSAGEM1
                     MOVE ST-ERRO3 TO CODIGO
                     MOVE MENSAGEM  TO W-MENS.
           IF ST-ERRO3 NOT = "00"
                PERFORM ROT-MENS THRU ROT-MENS2
                CLOSE CADESP
                GO TO ROT-FIMP.
       ABRIR-ARQ.
           OPEN I-O CADPLN
           IF ST-ERRO NOT = "00"
                IF ST-ERRO = "30" OR ST-ERRO = "35"
                    OPEN OUTPUT CADPLN
                    CLOSE CADPLN
                    GO TO ABRIR-ARQ
                ELSE
                     MOVE "ERRO NA ABERTURA DA COBERTURA " TO MENSAGEM1
                     MOVE ST-ERRO TO CODIGO
                     MOVE MENSAGEM  TO W-MENS
                     PERFORM ROT-MENS THRU ROT-MENS2
                    GO TO ROT-FIM.
       ABRIR-TBL.
           OPEN I-O CADTBL
           IF ST-ERRO4 NOT = "00"
                IF ST-ERRO4 = "30" OR ST-ERRO4 = "35"
                    OPEN OUTPUT CADTBL
                    CLOSE CADTBL
                    GO TO ABRIR-TBL
                ELSE
                     MOVE "ERRO NA ABERTURA DO TABLOG" TO MENSAGEM1
                     MOVE ST-ERRO4 TO CODIGO
                     MOVE MENSAGEM  TO W-MENS
                     PERFORM ROT-MENS THRU ROT-MENS2
                     GO TO ROT-FIM.
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
           CLOSE CADPAR.
       LER-PARAMETROS-FIM.
           EXIT.
      *--------------------[ INICIALIAR VARIAVEIS ]-----------------
       ROT-INIC.
           MOVE ZEROS TO PN-CONV PN-ESPEC
           MOVE SPACES TO PN-COBERTA PN-AUTORIZ
           MOVE SPACES TO W-TXESPEC W-TXCONV W-SEL.
      *--------------------[ VISUALIZAR TELA INICIAL ]-----------------
       R0.
           DISPLAY SMT031.
      *--------------------[ DIGITAR O CONVENIO ]---------------------
      * CONVENIO INFORMADO DEVE EXISTIR NO CADCON. O PARTICULAR (ZEROS)
      * NAO TEM COBERTURA A CONTROLAR. CONVENIO INATIVO AINDA PODE TER
      * A COBERTURA CONSULTADA OU AJUSTADA.
       R1.
           ACCEPT TCONV
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF PN-CONV = ZEROS
                MOVE "PARTICULAR NAO TEM TABELA DE COBERTURA" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R1.
           MOVE PN-CONV TO CV-CODIGO
           READ CADCON
              INVALID KEY
                 MOVE "CONVENIO NAO EXISTE NO CADCON" TO W-MENS
                 PERFORM ROT-MENS THRU ROT-MENS2
                 GO TO R1
              NOT INVALID KEY
                 MOVE CV-NOME TO W-TXCONV.
           DISPLAY TTXCONV.
      *--------------------[ DIGITAR A ESPECIALIDADE ]----------------
       R1A.
           ACCEPT TESPEC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1.
           IF PN-ESPEC = ZEROS
                MOVE "ESPECIALIDADE NAO PODE SER ZERO" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R1A.
           MOVE PN-ESPEC TO EESPEC
           READ CADESP
              INVALID KEY
                 MOVE "ESPECIALIDADE NAO EXISTE NO CADESP" TO W-MENS
                 PERFORM ROT-MENS THRU ROT-MENS2
                 GO TO R1A
              NOT INVALID KEY
                 MOVE ETXESPEC TO W-TXESPEC.
           DISPLAY TTXESP.
      *--------------------[ LER A COBERTURA ]------------------------
       LER-ARQ.
                READ CADPLN
                IF ST-ERRO NOT = "23"
                   IF ST-ERRO = "00"
                      MOVE REGPLN TO W-IMG-ANT
                      DISPLAY SMT031
                      MOVE "*** COBERTURA JA CADASTRADA ***"
                                                        TO W-MENS
                      PERFORM ROT-MENS THRU ROT-MENS2
                      GO TO ACE-001
                   ELSE
                      MOVE "ERRO NA LEITURA DA COBERTURA"  TO W-MENS
                      PERFORM ROT-MENS THRU ROT-MENS2
                      GO TO ROT-FIM
                ELSE
                      MOVE "S" TO PN-COBERTA
                      MOVE "N" TO PN-AUTORIZ
                      MOVE "*** COBERTURA NOVA - INCLUIR ***"
                                                        TO W-MENS
                      PERFORM ROT-MENS THRU ROT-MENS2.
      *--------------------[ DIGITAR COBERTURA E AUTORIZACAO ]--------
       R2.
           ACCEPT TCOBERTA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1A.
           IF PN-COBERTA = "s"
                MOVE "S" TO PN-COBERTA.
           IF PN-COBERTA = "n"
                MOVE "N" TO PN-COBERTA.
           IF NOT PN-COBRE AND NOT PN-NAO-COBRE
                MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R2.
      * ESPECIALIDADE NAO COBERTA NAO TEM GUIA A PEDIR
           IF PN-NAO-COBRE
                MOVE "N" TO PN-AUTORIZ
                DISPLAY TAUTORIZ
                GO TO R4.
       R3.
           ACCEPT TAUTORIZ
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2.
           IF PN-AUTORIZ = "s"
                MOVE "S" TO PN-AUTORIZ.
           IF PN-AUTORIZ = "n"
                MOVE "N" TO PN-AUTORIZ.
           IF NOT PN-EXIGE-AUT AND NOT PN-SEM-AUT
                MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R3.
       R4.
           IF W-SEL = "A"
                    GO TO ALT-OPC.
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "GRAVAR (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO USUARIO ***" TO W-MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-INIC.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO W-MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
                WRITE REGPLN
                IF ST-ERRO = "00" OR "02"
                      MOVE "I" TO W-TBL-OPER
                      PERFORM GRAVA-TBL THRU GRAVA-TBL-FIM
                      MOVE "** DADOS GRAVADOS COM SUCESSO **" TO W-MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-INIC.
                MOVE "ERRO NA GRAVACAO DA COBERTURA" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
       ACE-001.
                DISPLAY (23, 13)
                     "N=NOVO REGISTRO   A=ALTERAR   E=EXCLUIR"
                ACCEPT (23, 55) W-OPCAO
                IF W-OPCAO NOT = "N" AND W-OPCAO NOT = "A"
                                   AND W-OPCAO NOT = "E" GO TO ACE-001.
                MOVE SPACES TO W-MENS
                DISPLAY (23, 12) W-MENS
                IF W-OPCAO = "A"
                       MOVE "A" TO W-SEL
                       GO TO R2.
                IF W-OPCAO = "E"
                       GO TO EXC-OPC.
                IF W-OPCAO  = "N"
                         GO TO ROT-INIC.
      *
       EXC-OPC.
                DISPLAY (23, 40) "EXCLUIR   (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** REGISTRO NAO EXCLUIDO ***" TO W-MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-INIC.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO W-MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EXC-OPC.
       EXC-DL1.
                DELETE CADPLN RECORD
                IF ST-ERRO = "00"
                   MOVE "E" TO W-TBL-OPER
                   PERFORM GRAVA-TBL THRU GRAVA-TBL-FIM
                   MOVE "*** REGISTRO EXCLUIDO ***           " TO W-MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-INIC.
                MOVE "ERRO NA EXCLUSAO DO REGISTRO " TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
       ALT-OPC.
                DISPLAY (23, 40) "ALTERAR  (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "* INFORMACOES NAO ALTERADAS * " TO W-MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-INIC.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO W-MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                REWRITE REGPLN
                IF ST-ERRO = "00" OR "02"
                   MOVE "A" TO W-TBL-OPER
                   PERFORM GRAVA-TBL THRU GRAVA-TBL-FIM
                   MOVE "*** REGISTRO ALTERADO ***         " TO W-MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-INIC.
                MOVE "ERRO NA ALTERACAO DO REGISTRO" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *--------------------[ GRAVACAO DA TRILHA TABLOG ]-------------
      * UM REGISTRO POR MOVIMENTO GRAVADO COM SUCESSO NO CADPLN, NA
      * CHAVE DATA+HORA+SEQ DO INSTANTE - O TB-SEQ E SOMADO ATE
      * ACHAR UMA CHAVE LIVRE, COMO NO GRAVA-TBL DO SMP018.
       GRAVA-TBL.
                ACCEPT TB-DATA FROM DATE YYYYMMDD
                ACCEPT TB-HORA FROM TIME
                MOVE ZEROS TO TB-SEQ
                MOVE "CADPLN" TO TB-TABELA
                MOVE W-TBL-OPER TO TB-OPER
                MOVE OPC-CODIGO TO TB-OPERADOR
                IF W-TBL-OPER = "I"
                     MOVE SPACES TO TB-ANTES
                ELSE
                     MOVE W-IMG-ANT TO TB-ANTES.
                IF W-TBL-OPER = "E"
                     MOVE SPACES TO TB-DEPOIS
                ELSE
                     MOVE REGPLN TO TB-DEPOIS.
       GRAVA-TBL-TENTA.
                WRITE REGTBL
                IF ST-ERRO4 = "22"
                     IF TB-SEQ < 99
                          ADD 1 TO TB-SEQ
                          GO TO GRAVA-TBL-TENTA.
       GRAVA-TBL-FIM.
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

       ROT-FIM.
                CLOSE CADESP CADCON CADPLN CADTBL
                DISPLAY (01, 01) ERASE
                EXIT PROGRAM.
       ROT-FIMP.
                EXIT PROGRAM.
