      * PARTICULAR. USADA PELO CADASTRO DE PACIENTES          *
      * (AGD002), PELAS TARIFAS POR CONVENIO (SMP018) E PELA  *
      * VALORIZACAO MENSAL (AGD012).                          *
      * TODA INCLUSAO, ALTERACAO OU EXCLUSAO GRAVA A IMAGEM   *
      * ANTES/DEPOIS DO REGISTRO NA TRILHA TABLOG COM O       *
      * OPERADOR IDENTIFICADO NO SMP009 (OPRCOM), LIDA NO     *
      * RELATORIO MENSAL SMP030.                              *
      * A JANELA DE RETORNO (CV-DIAS-RET) E O PRAZO DO        *
      * CONTRATO EM QUE A CONSULTA DE RETORNO NAO E COBRADA   *
      * DO PLANO (VIDE TESTA-RETORNO NO AGD012). ZEROS = SEM  *
      * RETORNO GRATUITO.                                     *
      * DATA CRIACAO : 02/09/2026                             *
      ********************************************************
      *----------------------------------------------------------------
                    SELECT CADPAR ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRPAR.
                    SELECT CADTBL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TB-CHAVE
                    FILE STATUS  IS ST-ERRO2.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
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
       01 W-SEL         PIC X(01) VALUE SPACES.
       01 W-ACT         PIC 9(02) VALUE ZEROS.
       01 ST-ERRO     PIC X(02) VALUE "00".
       01 ST-ERRO2   PIC X(02) VALUE "00".
       01 W-TBL-OPER  PIC X(01) VALUE SPACES.
      *
      * IMAGEM DO REGISTRO COMO FOI LIDO (LER-ARQ), ANTES DA
      * ALTERACAO OU EXCLUSAO - VAI PARA O TB-ANTES DO TABLOG
      *
       01 W-IMG-ANT     PIC X(80) VALUE SPACES.
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
       01  SMT027.
               VALUE  "     NOME            :".
           05  LINE 10  COLUMN 01
               VALUE  "     SITUACAO (A/I)  :".
           05  LINE 12  COLUMN 01
               VALUE  "     JANELA RETORNO  :".
           05  LINE 12  COLUMN 29
               VALUE  "DIAS (0 = RETORNO COBRADO)".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TCODIGO
           05  TSIT
               LINE 10  COLUMN 24  PIC X(01)
               USING  CV-SITUACAO.
           05  TDIASRET
               LINE 12  COLUMN 24  PIC ZZ9
               USING  CV-DIAS-RET.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING OPR-COM.
       INICIO.
      *------------[ ROTINA DE ABERTURA ARQUIVO ]------------------
       ABRIR-ARQ.
                     MOVE MENSAGEM  TO W-MENS
                     PERFORM ROT-MENS THRU ROT-MENS2
                    GO TO ROT-FIM.
       ABRIR-TBL.
           OPEN I-O CADTBL
           IF ST-ERRO2 NOT = "00"
                IF ST-ERRO2 = "30" OR ST-ERRO2 = "35"
                    OPEN OUTPUT CADTBL
                    CLOSE CADTBL
                    GO TO ABRIR-TBL
                ELSE
                     MOVE "ERRO NA ABERTURA DO TABLOG" TO MENSAGEM1
                     MOVE ST-ERRO2 TO CODIGO
                     MOVE MENSAGEM  TO W-MENS
                     PERFORM ROT-MENS THRU ROT-MENS2
                     GO TO ROT-FIM.
      *------------[ CARGA DOS PARAMETROS DE OPERACAO ]-------------
      * MESMA LOGICA DO LER-PARAMETROS DO SMP001 - SE O CADPAR NAO
      * EXISTE, VALE A DEMORA HISTORICA DE WORKING-STORAGE.
           MOVE ZEROS TO CV-CODIGO.
           MOVE SPACES TO CV-NOME W-SEL.
           MOVE "A" TO CV-SITUACAO.
           MOVE ZEROS TO CV-DIAS-RET.
      *--------------------[ VISUALIZAR TELA INICIAL ]-----------------
       R0.
           DISPLAY SMT027.
                READ CADCON
                IF ST-ERRO NOT = "23"
                   IF ST-ERRO = "00"
                      MOVE REGCON TO W-IMG-ANT
                      DISPLAY SMT027
                      MOVE "*** CONVENIO JA CADASTRADO ***"
                                                        TO W-MENS
                MOVE "SITUACAO DEVE SER A=ATIVO OU I=INATIVO" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R3.
       R4.
           ACCEPT TDIASRET
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.
           IF W-SEL = "A"
                    GO TO ALT-OPC.
       INC-OPC.
       INC-WR1.
                WRITE REGCON
                IF ST-ERRO = "00" OR "02"
                      MOVE "I" TO W-TBL-OPER
                      PERFORM GRAVA-TBL THRU GRAVA-TBL-FIM
                      MOVE "** DADOS GRAVADOS COM SUCESSO **" TO W-MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-INIC.
       EXC-DL1.
                DELETE CADCON RECORD
                IF ST-ERRO = "00"
                   MOVE "E" TO W-TBL-OPER
                   PERFORM GRAVA-TBL THRU GRAVA-TBL-FIM
                   MOVE "*** REGISTRO EXCLUIDO ***           " TO W-MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-INIC.
       ALT-RW1.
                REWRITE REGCON
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
      * UM REGISTRO POR MOVIMENTO GRAVADO COM SUCESSO NO CADCON, NA
      * CHAVE DATA+HORA+SEQ DO INSTANTE - O TB-SEQ E SOMADO ATE
      * ACHAR UMA CHAVE LIVRE, COMO O GRAVA-AGL-TENTA DO AGD001. NA
      * INCLUSAO NAO HA IMAGEM ANTERIOR; NA EXCLUSAO NAO HA IMAGEM
      * POSTERIOR.
       GRAVA-TBL.
                ACCEPT TB-DATA FROM DATE YYYYMMDD
                ACCEPT TB-HORA FROM TIME
                MOVE ZEROS TO TB-SEQ
                MOVE "CADCON" TO TB-TABELA
                MOVE W-TBL-OPER TO TB-OPER
                MOVE OPC-CODIGO TO TB-OPERADOR
                IF W-TBL-OPER = "I"
                     MOVE SPACES TO TB-ANTES
                ELSE
                     MOVE W-IMG-ANT TO TB-ANTES.
                IF W-TBL-OPER = "E"
                     MOVE SPACES TO TB-DEPOIS
                ELSE
                     MOVE REGCON TO TB-DEPOIS.
       GRAVA-TBL-TENTA.
                WRITE REGTBL
                IF ST-ERRO2 = "22"
                     IF TB-SEQ < 99
                          ADD 1 TO TB-SEQ
                          GO TO GRAVA-TBL-TENTA.
       GRAVA-TBL-FIM.
                EXIT.
      *--------------------[ ROTINA DE MENSAGEM ]--------------------
       ROT-MENS.
                MOVE ZEROS TO W-CONT.
                EXIT.

       ROT-FIM.
                CLOSE CADCON CADTBL
                DISPLAY (01, 01) ERASE
                EXIT PROGRAM.
