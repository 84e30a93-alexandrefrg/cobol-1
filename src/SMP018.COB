      * PARTICULAR). USADA PELA VALORIZACAO MENSAL (AGD012)   *
      * PARA O FECHAMENTO DO FATURAMENTO - CONVENIO SEM       *
      * TARIFA PROPRIA CAI NA TARIFA PARTICULAR.              *
      * O VALOR DE TELECONSULTA E OPCIONAL - ZERADO, A        *
      * TELECONSULTA E COBRADA PELO VALOR DA CONSULTA.        *
      * TODA INCLUSAO, ALTERACAO OU EXCLUSAO GRAVA A IMAGEM   *
      * ANTES/DEPOIS DO REGISTRO NA TRILHA TABLOG COM O       *
      * OPERADOR IDENTIFICADO NO SMP009 (OPRCOM), LIDA NO     *
      * RELATORIO MENSAL SMP030.                              *
      * DATA CRIACAO : 22/08/2026                             *
      ********************************************************
      *----------------------------------------------------------------
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
       01 W-TXESPEC   PIC X(20) VALUE SPACES.
       01 W-TXCONV    PIC X(30) VALUE SPACES.
       01 W-VIG-TELA.
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
       01  SMT018.
               VALUE  "     INICIO VIGENCIA :".
           05  LINE 10  COLUMN 01
               VALUE  "     VALOR CONSULTA  :".
           05  LINE 11  COLUMN 01
               VALUE  "     VALOR TELECONS. :".
           05  LINE 11  COLUMN 37
               VALUE  "(0=MESMO VALOR DA CONSULTA)".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TESPEC
               LINE 10  COLUMN 24  PIC ZZZ.ZZ9,99
               USING  TA-VALOR
               HIGHLIGHT.
           05  TVALORV
               LINE 11  COLUMN 24  PIC ZZZ.ZZ9,99
               USING  TA-VALOR-VIDEO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING OPR-COM.
       INICIO.
      *------------[ ROTINA DE ABERTURA ARQUIVO ]------------------
       ABRIR-ESP.
                     MOVE MENSAGEM  TO W-MENS
                     PERFORM ROT-MENS THRU ROT-MENS2
                     GO TO ROT-FIMP.
           IF ST-ERRO3 = "00"
                MOVE "S" TO W-CON-DISPON
           ELSE
                MOVE "N" TO W-CON-DISPON.
       ABRIR-ARQ.
           OPEN I-O CADTAR
           IF ST-ERRO NOT = "00"
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
      *--------------------[ INICIALIAR VARIAVEIS ]-----------------
       ROT-INIC.
           MOVE ZEROS TO TA-ESPEC TA-CONV TA-VIGENCIA TA-VALOR
                               TA-VALOR-VIDEO W-VIG-TELA.
           MOVE SPACES TO W-TXESPEC W-TXCONV W-SEL.
      *--------------------[ VISUALIZAR TELA INICIAL ]-----------------
       R0.
                MOVE "PARTICULAR" TO W-TXCONV
                DISPLAY TTXCONV
                GO TO R2.
           IF W-CON-DISPON NOT = "S"
                MOVE "TABELA DE CONVENIOS NAO IMPLANTADA" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R1A.
                READ CADTAR
                IF ST-ERRO NOT = "23"
                   IF ST-ERRO = "00"
                      MOVE REGTAR TO W-IMG-ANT
                      DISPLAY SMT018
                      MOVE "*** TARIFA JA CADASTRADA ***"
                                                        TO W-MENS
                MOVE "VALOR NAO PODE SER ZERO" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R3.
      * VALOR DA TELECONSULTA - ZERO DEIXA A TELECONSULTA NO VALOR
      * DA CONSULTA PRESENCIAL (VIDE BUSCA-TARIFA DO AGD012).
       R3A.
           ACCEPT TVALORV
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.
           IF W-SEL = "A"
                    GO TO ALT-OPC.
       INC-OPC.
       INC-WR1.
                WRITE REGTAR
                IF ST-ERRO = "00" OR "02"
                      MOVE "I" TO W-TBL-OPER
                      PERFORM GRAVA-TBL THRU GRAVA-TBL-FIM
                      MOVE "** DADOS GRAVADOS COM SUCESSO **" TO W-MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-INIC.
       EXC-DL1.
                DELETE CADTAR RECORD
                IF ST-ERRO = "00"
                   MOVE "E" TO W-TBL-OPER
                   PERFORM GRAVA-TBL THRU GRAVA-TBL-FIM
                   MOVE "*** REGISTRO EXCLUIDO ***           " TO W-MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-INIC.
       ALT-RW1.
                REWRITE REGTAR
                IF ST-ERRO = "00" OR "02"
                   MOVE "A" TO W-TBL-OPER
                   PERFORM GRAVA-TBL THRU GRAVA-TBL-FIM
                   MOVE "*** REGISTRO ALTERADO ***         " TO W-MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-INIC.
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
      * UM REGISTRO POR MOVIMENTO GRAVADO COM SUCESSO NO CADTAR, NA
      * CHAVE DATA+HORA+SEQ DO INSTANTE - O TB-SEQ E SOMADO ATE
      * ACHAR UMA CHAVE LIVRE, COMO O GRAVA-AGL-TENTA DO AGD001. NA
      * INCLUSAO NAO HA IMAGEM ANTERIOR; NA EXCLUSAO NAO HA IMAGEM
      * POSTERIOR.
       GRAVA-TBL.
                ACCEPT TB-DATA FROM DATE YYYYMMDD
                ACCEPT TB-HORA FROM TIME
                MOVE ZEROS TO TB-SEQ
                MOVE "CADTAR" TO TB-TABELA
                MOVE W-TBL-OPER TO TB-OPER
                MOVE OPC-CODIGO TO TB-OPERADOR
                IF W-TBL-OPER = "I"
                     MOVE SPACES TO TB-ANTES
                ELSE
                     MOVE W-IMG-ANT TO TB-ANTES.
                IF W-TBL-OPER = "E"
                     MOVE SPACES TO TB-DEPOIS
                ELSE
                     MOVE REGTAR TO TB-DEPOIS.
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
                EXIT.

       ROT-FIM.
                IF W-CON-DISPON = "S"
                     CLOSE CADCON
                     MOVE "N" TO W-CON-DISPON.
                CLOSE CADESP CADTAR CADTBL
                DISPLAY (01, 01) ERASE
                EXIT PROGRAM.
       ROT-FIMP.
