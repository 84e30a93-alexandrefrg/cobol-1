       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP034.
       AUTHOR. ANGELO LOTIERZO FILHO.
      ********************************************************
      * MANUTENCAO DA TABELA DE TARIFAS DE PROCEDIMENTOS E    *
      * EXAMES (CADTPR.DAT) - VALOR DO PROCEDIMENTO E DATA DE *
      * INICIO DE VIGENCIA POR PROCEDIMENTO (CATALOGO CADPRC, *
      * SMP033) E CONVENIO (CADCON, ZEROS = PARTICULAR).      *
      * USADA PELA VALORIZACAO MENSAL (AGD012) - CONVENIO SEM *
      * TARIFA PROPRIA CAI NA TARIFA PARTICULAR.              *
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
                    SELECT CADPRC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PR-CODIGO
                    FILE STATUS  IS ST-ERRO2.
                    SELECT CADTPR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TR-CHAVE
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
      * CATALOGO DE PROCEDIMENTOS - SOMENTE CONSULTA, PARA VALIDAR O
      * CODIGO E MOSTRAR A DESCRICAO
       FD CADPRC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPRC.DAT".
           COPY PRCREG.
      *
       FD CADTPR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTPR.DAT".
           COPY TPRREG.
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
       01 W-CON-DISPON  PIC X(01) VALUE "N".
       01 ST-ERRO4   PIC X(02) VALUE "00".
       01 W-TBL-OPER  PIC X(01) VALUE SPACES.
      *
      * IMAGEM DO REGISTRO COMO FOI LIDO (LER-ARQ), ANTES DA
      * ALTERACAO OU EXCLUSAO - VAI PARA O TB-ANTES DO TABLOG
      *
       01 W-IMG-ANT     PIC X(80) VALUE SPACES.
       01 W-TXPROC    PIC X(30) VALUE SPACES.
       01 W-TXCONV    PIC X(30) VALUE SPACES.
       01 W-VIG-TELA.
            03 W-VIG-DIA PIC 99.
            03 W-VIG-MES PIC 99.
            03 W-VIG-ANO PIC 9(04).
       01 W-DATA-OK        PIC X(01) VALUE SPACES.
       01 W-ULTDIA          PIC 9(02) VALUE ZEROS.
       01 W-BISSEXTO      PIC X(01) VALUE SPACES.
       01 W-RESTO4          PIC 9(02) VALUE ZEROS.
       01 W-RESTO100       PIC 9(02) VALUE ZEROS.
       01 W-RESTO400       PIC 9(03) VALUE ZEROS.
       01 W-QUOC-AUX      PIC 9(06) VALUE ZEROS.
       01 MENSAGEM.
            03 MENSAGEM1   PIC X(30) VALUE SPACES.
            03 CODIGO           PIC 9(02) VALUE ZEROS.
      *-----------------------------------------------------------------
      * OPERADOR IDENTIFICADO NO SMP009 - O CODIGO VAI PARA A TRILHA
      * DE AUDITORIA DAS TABELAS (TB-OPERADOR), COMO NO AGD001.
       LINKAGE SECTION.
           COPY OPRCOM.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT034.
           05  BLANK SCREEN.
           05  LINE 03  COLUMN 01
               VALUE  "     *** TABELA DE TARIFAS DE PROCEDIMENTOS ***".
           05  LINE 06  COLUMN 01
               VALUE  "     PROCEDIMENTO    :".
           05  LINE 07  COLUMN 01
               VALUE  "     CONVENIO(0=PART):".
           05  LINE 08  COLUMN 01
               VALUE  "     INICIO VIGENCIA :".
           05  LINE 10  COLUMN 01
               VALUE  "     VALOR           :".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TPROC
               LINE 06  COLUMN 24  PIC ZZZ9
               USING  TR-PROC
               HIGHLIGHT.
           05  TTXPROC
               LINE 06  COLUMN 30  PIC X(30)
               USING  W-TXPROC
               HIGHLIGHT.
           05  TCONV
               LINE 07  COLUMN 24  PIC ZZ9
               USING  TR-CONV
               HIGHLIGHT.
           05  TTXCONV
               LINE 07  COLUMN 30  PIC X(30)
               USING  W-TXCONV
               HIGHLIGHT.
           05  TVIGENC
               LINE 08  COLUMN 24  PIC 99.99.9999
               USING  W-VIG-TELA
               HIGHLIGHT.
           05  TVALOR
               LINE 10  COLUMN 24  PIC ZZZ.ZZ9,99
               USING  TR-VALOR
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING OPR-COM.
       INICIO.
      *------------[ ROTINA DE ABERTURA ARQUIVO ]------------------
       ABRIR-PRC.
           OPEN INPUT CADPRC
           IF ST-ERRO2 NOT = "00"
                MOVE "ERRO NA ABERTURA DO CATALOGO" TO MENSAGEM1
                MOVE ST-ERRO2 TO CODIGO
                MOVE MENSAGEM  TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO ROT-FIMP.
      * TABELA DE CONVENIOS AINDA INEXISTENTE (SO PARTICULAR) NAO
      * IMPEDE A MANUTENCAO - O R1A SO ACEITA CONVENIO ZERO.
       ABRIR-CON.
           OPEN INPUT CADCON
           IF ST-ERRO3 NOT = "00"
                IF ST-ERRO3 = "30" OR ST-ERRO3 = "35"
                     CONTINUE
                ELSE
                     MOVE "ERRO NA ABERTURA DOS CONVENIOS" TO MENSAGEM1
                     MOVE ST-ERRO3 TO CODIGO
                     MOVE MENSAGEM  TO W-MENS
                     PERFORM ROT-MENS THRU ROT-MENS2
                     GO TO ROT-FIMP.
           IF ST-ERRO3 = "00"
                MOVE "S" TO W-CON-DISPON
           ELSE
                MOVE "N" TO W-CON-DISPON.
       ABRIR-ARQ.
           OPEN I-O CADTPR
           IF ST-ERRO NOT = "00"
                IF ST-ERRO = "30" OR ST-ERRO = "35"
                    OPEN OUTPUT CADTPR
                    CLOSE CADTPR
                    GO TO ABRIR-ARQ
                ELSE
                     MOVE "ERRO NA ABERTURA DAS TARIFAS" TO MENSAGEM1
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
           MOVE ZEROS TO TR-PROC TR-CONV TR-VIGENCIA TR-VALOR
                               W-VIG-TELA.
           MOVE SPACES TO W-TXPROC W-TXCONV W-SEL.
      *--------------------[ VISUALIZAR TELA INICIAL ]-----------------
       R0.
           DISPLAY SMT034.
      *--------------------[ DIGITAR O PROCEDIMENTO ]-----------------
      * PROCEDIMENTO INATIVO CONTINUA ACEITO - A TARIFA PODE SER
      * CORRIGIDA PARA OS REALIZADOS ANTES DA INATIVACAO.
       R1.
           ACCEPT TPROC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF TR-PROC = ZEROS
                MOVE "PROCEDIMENTO NAO PODE SER ZERO" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R1.
           MOVE TR-PROC TO PR-CODIGO
           READ CADPRC
              INVALID KEY
                 MOVE "PROCEDIMENTO NAO EXISTE NO CADPRC" TO W-MENS
                 PERFORM ROT-MENS THRU ROT-MENS2
                 GO TO R1
              NOT INVALID KEY
                 MOVE PR-DESCR TO W-TXPROC.
           DISPLAY TTXPROC.
      *--------------------[ DIGITAR O CONVENIO ]---------------------
      * ZEROS = TARIFA PARTICULAR (SEM REGISTRO NO CADCON). CONVENIO
      * INFORMADO DEVE EXISTIR E ESTAR ATIVO.
       R1A.
           ACCEPT TCONV
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1.
           IF TR-CONV = ZEROS
                MOVE "PARTICULAR" TO W-TXCONV
                DISPLAY TTXCONV
                GO TO R2.
           IF W-CON-DISPON NOT = "S"
                MOVE "TABELA DE CONVENIOS NAO IMPLANTADA" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R1A.
           MOVE TR-CONV TO CV-CODIGO
           READ CADCON
              INVALID KEY
                 MOVE "CONVENIO NAO EXISTE NO CADCON" TO W-MENS
                 PERFORM ROT-MENS THRU ROT-MENS2
                 GO TO R1A
              NOT INVALID KEY
                 IF CV-INATIVO
                      MOVE "CONVENIO INATIVO - SEM TARIFA" TO W-MENS
                      PERFORM ROT-MENS THRU ROT-MENS2
                      GO TO R1A
                 ELSE
                      MOVE CV-NOME TO W-TXCONV.
           DISPLAY TTXCONV.
      *--------------------[ DIGITAR A VIGENCIA ]---------------------
       R2.
           ACCEPT TVIGENC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1A.
           IF W-VIG-TELA = ZEROS
                MOVE "VIGENCIA NAO PODE SER ZEROS" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R2.
      * VIGENCIA COM DIA INEXISTENTE (EX. 30/02) ENTRARIA FORA DE
      * ORDEM NA BUSCA-TARIFA-PRC DO AGD012 - MESMA VALIDACAO DE
      * CALENDARIO DAS DEMAIS DATAS DA SUITE.
           PERFORM VALIDA-DATA-VIG THRU VALIDA-DATA-VIG-FIM
           IF W-DATA-OK NOT = "S"
                MOVE "DATA DE VIGENCIA INVALIDA" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R2.
           COMPUTE TR-VIGENCIA = (W-VIG-ANO * 10000)
                                + (W-VIG-MES * 100) + W-VIG-DIA.
      *--------------------[ LER A TARIFA ]--------------------------
       LER-ARQ.
                READ CADTPR
                IF ST-ERRO NOT = "23"
                   IF ST-ERRO = "00"
                      MOVE REGTPR TO W-IMG-ANT
                      DISPLAY SMT034
                      MOVE "*** TARIFA JA CADASTRADA ***"
                                                        TO W-MENS
                      PERFORM ROT-MENS THRU ROT-MENS2
                      GO TO ACE-001
                   ELSE
                      MOVE "ERRO NA LEITURA DAS TARIFAS"   TO W-MENS
                      PERFORM ROT-MENS THRU ROT-MENS2
                      GO TO ROT-FIM
                ELSE
                      MOVE "*** TARIFA NOVA - INCLUIR ***"
                                                        TO W-MENS
                      PERFORM ROT-MENS THRU ROT-MENS2.
       R3.
           ACCEPT TVALOR
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2.
           IF TR-VALOR = ZEROS
                MOVE "VALOR NAO PODE SER ZERO" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R3.
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
                WRITE REGTPR
                IF ST-ERRO = "00" OR "02"
                      MOVE "I" TO W-TBL-OPER
                      PERFORM GRAVA-TBL THRU GRAVA-TBL-FIM
                      MOVE "** DADOS GRAVADOS COM SUCESSO **" TO W-MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-INIC.
                MOVE "ERRO NA GRAVACAO DAS TARIFAS" TO W-MENS
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
                       GO TO R3.
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
                DELETE CADTPR RECORD
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
                REWRITE REGTPR
                IF ST-ERRO = "00" OR "02"
                   MOVE "A" TO W-TBL-OPER
                   PERFORM GRAVA-TBL THRU GRAVA-TBL-FIM
                   MOVE "*** REGISTRO ALTERADO ***         " TO W-MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-INIC.
                MOVE "ERRO NA ALTERACAO DO REGISTRO" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *--------------------[ VALIDACAO DE CALENDARIO ]----------------
      * MESMA REGRA DE CALENDARIO DA VALDTNASC E DO R1A DO AGD005 -
      * DIA CONTRA O TAMANHO REAL DO MES, ANO BISSEXTO EM FEVEREIRO.
       VALIDA-DATA-VIG.
           MOVE "S" TO W-DATA-OK
           IF W-VIG-MES < 1 OR W-VIG-MES > 12
                MOVE "N" TO W-DATA-OK
                GO TO VALIDA-DATA-VIG-FIM.
           MOVE 31 TO W-ULTDIA
           IF W-VIG-MES = 4 OR W-VIG-MES = 6 OR W-VIG-MES = 9
                                           OR W-VIG-MES = 11
                MOVE 30 TO W-ULTDIA.
           IF W-VIG-MES NOT = 2
                GO TO VALIDA-DATA-VIG-DIA.
           DIVIDE W-VIG-ANO BY 4 GIVING W-QUOC-AUX
                              REMAINDER W-RESTO4
           DIVIDE W-VIG-ANO BY 100 GIVING W-QUOC-AUX
                                REMAINDER W-RESTO100
           DIVIDE W-VIG-ANO BY 400 GIVING W-QUOC-AUX
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
       VALIDA-DATA-VIG-DIA.
           IF W-VIG-DIA < 1 OR W-VIG-DIA > W-ULTDIA
                MOVE "N" TO W-DATA-OK.
       VALIDA-DATA-VIG-FIM.
           EXIT.
      *--------------------[ GRAVACAO DA TRILHA TABLOG ]-------------
      * UM REGISTRO POR MOVIMENTO GRAVADO COM SUCESSO NO CADTPR, NA
      * CHAVE DATA+HORA+SEQ DO INSTANTE - O TB-SEQ E SOMADO ATE
      * ACHAR UMA CHAVE LIVRE, COMO O GRAVA-AGL-TENTA DO AGD001. NA
      * INCLUSAO NAO HA IMAGEM ANTERIOR; NA EXCLUSAO NAO HA IMAGEM
      * POSTERIOR.
       GRAVA-TBL.
                ACCEPT TB-DATA FROM DATE YYYYMMDD
                ACCEPT TB-HORA FROM TIME
                MOVE ZEROS TO TB-SEQ
                MOVE "CADTPR" TO TB-TABELA
                MOVE W-TBL-OPER TO TB-OPER
                MOVE OPC-CODIGO TO TB-OPERADOR
                IF W-TBL-OPER = "I"
                     MOVE SPACES TO TB-ANTES
                ELSE
                     MOVE W-IMG-ANT TO TB-ANTES.
                IF W-TBL-OPER = "E"
                     MOVE SPACES TO TB-DEPOIS
                ELSE
                     MOVE REGTPR TO TB-DEPOIS.
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
                IF W-CON-DISPON = "S"
                     CLOSE CADCON
                     MOVE "N" TO W-CON-DISPON.
                CLOSE CADPRC CADTPR CADTBL
                DISPLAY (01, 01) ERASE
                EXIT PROGRAM.
       ROT-FIMP.
                EXIT PROGRAM.
