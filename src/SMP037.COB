       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP037.
       AUTHOR. ANGELO LOTIERZO FILHO.
      ********************************************************
      * MANUTENCAO DA TABELA DE COBERTURA OBRIGATORIA DE      *
      * PLANTAO (CADCOB.DAT) - ESPECIALIDADE (CADESP), DIA DA *
      * SEMANA (1=DOMINGO ... 7=SABADO, 0=TODOS OS DIAS) E    *
      * TURNO (1=MANHA 2=TARDE 3=NOITE) QUE A ESCALA DO MES   *
      * TEM QUE COBRIR, CONFERIDA PELA CRITICA PLT006.        *
      * O REGISTRO E SO A CHAVE - HA INCLUSAO E EXCLUSAO, NAO *
      * ALTERACAO. LINHA REPETIDA E RECUSADA, INCLUSIVE A     *
      * SOBREPOSICAO DO DIA 0 COM UM DIA ESPECIFICO DA MESMA  *
      * ESPECIALIDADE E TURNO.                                *
      * TODA INCLUSAO OU EXCLUSAO GRAVA A IMAGEM ANTES/DEPOIS *
      * DO REGISTRO NA TRILHA TABLOG COM O OPERADOR           *
      * IDENTIFICADO NO SMP009 (OPRCOM), LIDA NO RELATORIO    *
      * MENSAL SMP030.                                        *
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
                    SELECT CADCOB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CB-CHAVE
                    FILE STATUS  IS ST-ERRO.
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
       FD CADCOB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCOB.DAT".
           COPY COBREG.
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
      * INCLUSAO/EXCLUSAO GRAVADA (VIDE GRAVA-TBL)
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
       01 W-ACT         PIC 9(02) VALUE ZEROS.
       01 ST-ERRO     PIC X(02) VALUE "00".
       01 ST-ERRO2   PIC X(02) VALUE "00".
       01 ST-ERRO4   PIC X(02) VALUE "00".
       01 W-TBL-OPER  PIC X(01) VALUE SPACES.
      *
      * IMAGEM DO REGISTRO COMO FOI LIDO (LER-ARQ), ANTES DA
      * EXCLUSAO - VAI PARA O TB-ANTES DO TABLOG
      *
       01 W-IMG-ANT     PIC X(80) VALUE SPACES.
       01 W-TXESPEC   PIC X(20) VALUE SPACES.
       01 W-TXDIA       PIC X(14) VALUE SPACES.
       01 W-TXTURNO   PIC X(05) VALUE SPACES.
      *
      * CHAVE DIGITADA - O TESTE DE SOBREPOSICAO LE OUTRAS CHAVES DA
      * MESMA ESPECIALIDADE E TURNO E A RESTAURA NO FIM
      *
       01 W-CHAVE-DIG    PIC X(04) VALUE SPACES.
       01 W-DIA-SOBREP  PIC 9(01) VALUE ZEROS.
       01 W-SOBREPOE     PIC X(01) VALUE "N".
      *
      * NOMES DOS DIAS DA SEMANA NA NUMERACAO DO CB-DIASEM
      *
       01 W-TAB-DIAS-VAL.
            03 FILLER          PIC X(14) VALUE "DOMINGO".
            03 FILLER          PIC X(14) VALUE "SEGUNDA-FEIRA".
            03 FILLER          PIC X(14) VALUE "TERCA-FEIRA".
            03 FILLER          PIC X(14) VALUE "QUARTA-FEIRA".
            03 FILLER          PIC X(14) VALUE "QUINTA-FEIRA".
            03 FILLER          PIC X(14) VALUE "SEXTA-FEIRA".
            03 FILLER          PIC X(14) VALUE "SABADO".
       01 W-TAB-DIAS REDEFINES W-TAB-DIAS-VAL.
            03 W-TDIA-NOME     PIC X(14) OCCURS 7 TIMES.
       01 MENSAGEM.
            03 MENSAGEM1   PIC X(30) VALUE SPACES.
            03 CODIGO           PIC 9(02) VALUE ZEROS.
      *-----------------------------------------------------------------
      * OPERADOR IDENTIFICADO NO SMP009 - O CODIGO VAI PARA A TRILHA
      * DE AUDITORIA DAS TABELAS (TB-OPERADOR), COMO NO SMP031.
       LINKAGE SECTION.
           COPY OPRCOM.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT037.
           05  BLANK SCREEN.
           05  LINE 03  COLUMN 01
               VALUE  "     *** COBERTURA OBRIGATORIA DE PLANTAO ***".
           05  LINE 06  COLUMN 01
               VALUE  "     ESPECIALIDADE   :".
           05  LINE 08  COLUMN 01
               VALUE  "     DIA DA SEMANA   :".
           05  LINE 09  COLUMN 24
               VALUE  "(1=DOMINGO ... 7=SABADO, 0=TODOS OS DIAS)".
           05  LINE 11  COLUMN 01
               VALUE  "     TURNO           :".
           05  LINE 12  COLUMN 24
               VALUE  "1=MANHA 2=TARDE 3=NOITE".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TESPEC
               LINE 06  COLUMN 24  PIC Z9
               USING  CB-ESPEC
               HIGHLIGHT.
           05  TTXESP
               LINE 06  COLUMN 30  PIC X(20)
               USING  W-TXESPEC
               HIGHLIGHT.
           05  TDIASEM
               LINE 08  COLUMN 24  PIC 9
               USING  CB-DIASEM
               HIGHLIGHT.
           05  TTXDIA
               LINE 08  COLUMN 30  PIC X(14)
               USING  W-TXDIA
               HIGHLIGHT.
           05  TTURNO
               LINE 11  COLUMN 24  PIC 9
               USING  CB-TURNO
               HIGHLIGHT.
           05  TTXTURNO
               LINE 11  COLUMN 30  PIC X(05)
               USING  W-TXTURNO
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
       ABRIR-ARQ.
           OPEN I-O CADCOB
           IF ST-ERRO NOT = "00"
                IF ST-ERRO = "30" OR ST-ERRO = "35"
                    OPEN OUTPUT CADCOB
                    CLOSE CADCOB
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
           MOVE ZEROS TO CB-ESPEC CB-DIASEM CB-TURNO
           MOVE SPACES TO W-TXESPEC W-TXDIA W-TXTURNO.
      *--------------------[ VISUALIZAR TELA INICIAL ]-----------------
       R0.
           DISPLAY SMT037.
      *--------------------[ DIGITAR A ESPECIALIDADE ]----------------
       R1.
           ACCEPT TESPEC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF CB-ESPEC = ZEROS
                MOVE "ESPECIALIDADE NAO PODE SER ZERO" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R1.
           MOVE CB-ESPEC TO EESPEC
           READ CADESP
              INVALID KEY
                 MOVE "ESPECIALIDADE NAO EXISTE NO CADESP" TO W-MENS
                 PERFORM ROT-MENS THRU ROT-MENS2
                 GO TO R1
              NOT INVALID KEY
                 MOVE ETXESPEC TO W-TXESPEC.
           DISPLAY TTXESP.
      *--------------------[ DIGITAR O DIA DA SEMANA ]----------------
       R2.
           ACCEPT TDIASEM
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1.
           IF CB-DIASEM > 7
                MOVE "DIA DA SEMANA DEVE SER DE 0 A 7" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R2.
           IF CB-DIASEM = ZEROS
                MOVE "TODOS OS DIAS" TO W-TXDIA
           ELSE
                MOVE W-TDIA-NOME (CB-DIASEM) TO W-TXDIA.
           DISPLAY TTXDIA.
      *--------------------[ DIGITAR O TURNO ]------------------------
       R3.
           ACCEPT TTURNO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2.
           IF CB-TURNO = 1
                MOVE "MANHA" TO W-TXTURNO
           ELSE
           IF CB-TURNO = 2
                MOVE "TARDE" TO W-TXTURNO
           ELSE
           IF CB-TURNO = 3
                MOVE "NOITE" TO W-TXTURNO
           ELSE
                MOVE "TURNO DEVE SER 1, 2 OU 3" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R3.
           DISPLAY TTXTURNO.
      *--------------------[ LER A LINHA DE COBERTURA ]---------------
       LER-ARQ.
                MOVE CB-CHAVE TO W-CHAVE-DIG
                READ CADCOB
                IF ST-ERRO NOT = "23"
                   IF ST-ERRO = "00"
                      MOVE REGCOB TO W-IMG-ANT
                      DISPLAY SMT037
                      MOVE "*** COBERTURA JA CADASTRADA ***"
                                                        TO W-MENS
                      PERFORM ROT-MENS THRU ROT-MENS2
                      GO TO ACE-001
                   ELSE
                      MOVE "ERRO NA LEITURA DA COBERTURA"  TO W-MENS
                      PERFORM ROT-MENS THRU ROT-MENS2
                      GO TO ROT-FIM.
      *--------------------[ SOBREPOSICAO COM O DIA 0 ]---------------
      * O DIA 0 JA EXIGE O TURNO EM TODOS OS DIAS - LINHA DE UM DIA
      * ESPECIFICO DA MESMA ESPECIALIDADE E TURNO SAIRIA EM DOBRO NA
      * CRITICA DO PLT006, E VICE-VERSA.
       R4.
           PERFORM TESTA-SOBREP THRU TESTA-SOBREP-FIM
           MOVE W-CHAVE-DIG TO CB-CHAVE
           IF W-SOBREPOE = "S"
                IF CB-DIASEM = ZEROS
                     MOVE "JA HA LINHA DESTE TURNO EM DIA ESPECIFICO"
                                                        TO W-MENS
                     PERFORM ROT-MENS THRU ROT-MENS2
                     GO TO R2
                ELSE
                     MOVE "JA EXIGIDO EM TODOS OS DIAS (DIA 0)"
                                                        TO W-MENS
                     PERFORM ROT-MENS THRU ROT-MENS2
                     GO TO R2.
           MOVE "*** COBERTURA NOVA - INCLUIR ***" TO W-MENS
           PERFORM ROT-MENS THRU ROT-MENS2.
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
                WRITE REGCOB
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
      * O REGISTRO E SO A CHAVE - NAO HA O QUE ALTERAR. PARA MUDAR O
      * DIA OU O TURNO, EXCLUIR A LINHA E INCLUIR A NOVA.
       ACE-001.
                DISPLAY (23, 13)
                     "N=NOVO REGISTRO   E=EXCLUIR"
                ACCEPT (23, 55) W-OPCAO
                IF W-OPCAO NOT = "N" AND W-OPCAO NOT = "E"
                                   GO TO ACE-001.
                MOVE SPACES TO W-MENS
                DISPLAY (23, 12) W-MENS
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
                DELETE CADCOB RECORD
                IF ST-ERRO = "00"
                   MOVE "E" TO W-TBL-OPER
                   PERFORM GRAVA-TBL THRU GRAVA-TBL-FIM
                   MOVE "*** REGISTRO EXCLUIDO ***           " TO W-MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-INIC.
                MOVE "ERRO NA EXCLUSAO DO REGISTRO " TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *--------------------[ TESTE DE SOBREPOSICAO ]-----------------
      * LINHA DE DIA ESPECIFICO: PROCURA A LINHA DIA 0 DA MESMA
      * ESPECIALIDADE E TURNO. LINHA DIA 0: PROCURA QUALQUER DIA DE
      * 1 A 7. O REGISTRO FICA ALTERADO - QUEM CHAMA RESTAURA A
      * CHAVE DIGITADA (W-CHAVE-DIG).
       TESTA-SOBREP.
           MOVE "N" TO W-SOBREPOE
           IF CB-DIASEM NOT = ZEROS
                MOVE ZEROS TO CB-DIASEM
                READ CADCOB
                IF ST-ERRO = "00"
                     MOVE "S" TO W-SOBREPOE
                     GO TO TESTA-SOBREP-FIM
                ELSE
                     GO TO TESTA-SOBREP-FIM.
           MOVE ZEROS TO W-DIA-SOBREP.
       TESTA-SOBREP-LOOP.
           ADD 1 TO W-DIA-SOBREP
           IF W-DIA-SOBREP > 7
                GO TO TESTA-SOBREP-FIM.
           MOVE W-DIA-SOBREP TO CB-DIASEM
           READ CADCOB
           IF ST-ERRO = "00"
                MOVE "S" TO W-SOBREPOE
                GO TO TESTA-SOBREP-FIM.
           GO TO TESTA-SOBREP-LOOP.
       TESTA-SOBREP-FIM.
           EXIT.
      *--------------------[ GRAVACAO DA TRILHA TABLOG ]-------------
      * UM REGISTRO POR MOVIMENTO GRAVADO COM SUCESSO NO CADCOB, NA
      * CHAVE DATA+HORA+SEQ DO INSTANTE - O TB-SEQ E SOMADO ATE
      * ACHAR UMA CHAVE LIVRE, COMO NO GRAVA-TBL DO SMP018.
       GRAVA-TBL.
                ACCEPT TB-DATA FROM DATE YYYYMMDD
                ACCEPT TB-HORA FROM TIME
                MOVE ZEROS TO TB-SEQ
                MOVE "CADCOB" TO TB-TABELA
                MOVE W-TBL-OPER TO TB-OPER
                MOVE OPC-CODIGO TO TB-OPERADOR
                IF W-TBL-OPER = "I"
                     MOVE SPACES TO TB-ANTES
                ELSE
                     MOVE W-IMG-ANT TO TB-ANTES.
                IF W-TBL-OPER = "E"
                     MOVE SPACES TO TB-DEPOIS
                ELSE
                     MOVE REGCOB TO TB-DEPOIS.
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
                CLOSE CADESP CADCOB CADTBL
                DISPLAY (01, 01) ERASE
                EXIT PROGRAM.
       ROT-FIMP.
                EXIT PROGRAM.
