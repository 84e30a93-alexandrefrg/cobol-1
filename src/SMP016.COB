      * CODIGO, NOME, SENHA E PERMISSOES POR FUNCAO -         *
      * CONSULTAR / INCLUIR-ALTERAR / EXCLUIR-REATIVAR /      *
      * AGENDAR / BATCH. USADO PELA IDENTIFICACAO DO SMP009.  *
      * TODA INCLUSAO, ALTERACAO OU EXCLUSAO GRAVA A IMAGEM   *
      * ANTES/DEPOIS DO OPERADOR (SEM A SENHA) NA TRILHA      *
      * TABLOG COM O OPERADOR IDENTIFICADO NO SMP009 (OPRCOM) *
      * - CONCESSOES E RETIRADAS DE PERMISSAO SAEM EM SECAO   *
      * PROPRIA DO RELATORIO MENSAL SMP030.                   *
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
      * IMAGEM DO OPERADOR COMO FOI LIDO (LER-ARQ) E COMO VAI PARA A
      * TRILHA - A SENHA E APAGADA DAS DUAS ANTES DE GRAVAR
      *
           COPY OPRREG REPLACING ==REGOPR== BY ==W-OPR-ANT==
                          LEADING ==OP== BY ==W-OPA==.
           COPY OPRREG REPLACING ==REGOPR== BY ==W-OPR-NOVO==
                          LEADING ==OP== BY ==W-OPN==.
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
       01  SMT016.
               LINE 19  COLUMN 24  PIC X(01)
               USING  OP-SITUACAO.
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
                READ CADOPR
                IF ST-ERRO NOT = "23"
                   IF ST-ERRO = "00"
                      MOVE REGOPR TO W-OPR-ANT
                      DISPLAY SMT016
                      MOVE "*** OPERADOR JA CADASTRADO ***"
                                                        TO W-MENS
                MOVE ZEROS TO OP-FALHAS
                WRITE REGOPR
                IF ST-ERRO = "00" OR "02"
                      MOVE "I" TO W-TBL-OPER
                      PERFORM GRAVA-TBL THRU GRAVA-TBL-FIM
                      MOVE "** DADOS GRAVADOS COM SUCESSO **" TO W-MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-INIC.
       EXC-DL1.
                DELETE CADOPR RECORD
                IF ST-ERRO = "00"
                   MOVE "E" TO W-TBL-OPER
                   PERFORM GRAVA-TBL THRU GRAVA-TBL-FIM
                   MOVE "*** REGISTRO EXCLUIDO ***           " TO W-MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-INIC.
                MOVE ZEROS TO OP-FALHAS
                REWRITE REGOPR
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
      * UM REGISTRO POR MOVIMENTO GRAVADO COM SUCESSO NO CADOPR, NA
      * CHAVE DATA+HORA+SEQ DO INSTANTE - O TB-SEQ E SOMADO ATE
      * ACHAR UMA CHAVE LIVRE, COMO O GRAVA-AGL-TENTA DO AGD001. A
      * SENHA NUNCA VAI PARA A TRILHA: SAI EM BRANCO NAS DUAS
      * IMAGENS E O "DEPOIS" LEVA "TROCADA" QUANDO ELA MUDOU.
       GRAVA-TBL.
                ACCEPT TB-DATA FROM DATE YYYYMMDD
                ACCEPT TB-HORA FROM TIME
                MOVE ZEROS TO TB-SEQ
                MOVE "CADOPR" TO TB-TABELA
                MOVE W-TBL-OPER TO TB-OPER
                MOVE OPC-CODIGO TO TB-OPERADOR
                MOVE REGOPR TO W-OPR-NOVO
                IF W-TBL-OPER = "A" AND W-OPN-SENHA NOT = W-OPA-SENHA
                     MOVE "TROCADA" TO W-OPN-SENHA
                ELSE
                     MOVE SPACES TO W-OPN-SENHA.
                MOVE SPACES TO W-OPA-SENHA
                IF W-TBL-OPER = "I"
                     MOVE SPACES TO TB-ANTES
                ELSE
                     MOVE W-OPR-ANT TO TB-ANTES.
                IF W-TBL-OPER = "E"
                     MOVE SPACES TO TB-DEPOIS
                ELSE
                     MOVE W-OPR-NOVO TO TB-DEPOIS.
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
                CLOSE CADOPR CADTBL
                DISPLAY (01, 01) ERASE
                EXIT PROGRAM.
