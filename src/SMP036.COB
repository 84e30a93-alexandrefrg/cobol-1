       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP036.
       AUTHOR. ANGELO LOTIERZO FILHO.
      ********************************************************
      * APROVACAO DE ALTERACOES SENSIVEIS DO CADMED           *
      * TROCA DE NOME, TROCA DA VALIDADE DO CRM (DTVALCRM,    *
      * QUE SEGURA A SUSPENSAO DO SMP022) E REATIVACAO DE     *
      * MEDICO PEDIDAS NO SMP001 FICAM PENDENTES NO CADAPV.   *
      * AQUI OUTRO OPERADOR, COM PERMISSAO DE SUPERVISOR      *
      * (OPC-PERM-SUPERV) E DIFERENTE DE QUEM PEDIU, APROVA   *
      * OU REJEITA CADA PEDIDO. SO A APROVACAO ATUALIZA O     *
      * CADMED E GRAVA O MOVIMENTO NO CADLOG, COM O OPERADOR  *
      * QUE PEDIU (LG-TERMINAL) E O QUE APROVOU               *
      * (LG-APROVADOR). A REJEICAO EXIGE MOTIVO. CHAMADO PELA *
      * OPCAO 31 DO MENU.                                     *
      * DATA CRIACAO : 15/10/2026                             *
      ********************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                    SELECT CADAPV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AV-CHAVE
                    FILE STATUS  IS ST-ERRO.
                    SELECT CADMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRM
                    FILE STATUS  IS ST-ERRO2
                    ALTERNATE RECORD KEY IS NOME
                                                      WITH DUPLICATES.
                    SELECT CADLOG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS LG-CHAVE
                    FILE STATUS  IS ST-ERRO3.
                    SELECT SISSTAT ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO4.
                    SELECT CADPAR ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRPAR.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *
      * PEDIDOS DE APROVACAO GRAVADOS PELO SMP001 (VIDE GRAVA-APV)
      *
       FD CADAPV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAPV.DAT".
           COPY APVREG.
      *
       FD CADMED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMED.DAT".
           COPY REGMED.
      *
      * TRILHA DE AUDITORIA DO CADMED - O MOVIMENTO DA APROVACAO E
      * GRAVADO AQUI, NO LUGAR DO QUE O SMP001 GRAVAVA NA HORA
      *
       FD CADLOG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADLOG.DAT".
           COPY LOGREG.
      *
      * SITUACAO DO SISTEMA - GRAVADA PELO SMP013 NO FECHAMENTO
      * NOTURNO (VIDE TESTA-QUIESCE)
      *
       FD SISSTAT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "SISSTAT.DAT".
           COPY SISREG.
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
       01 W-TECLA      PIC X(01) VALUE SPACES.
       01 ST-ERRO     PIC X(02) VALUE "00".
       01 ST-ERRO2   PIC X(02) VALUE "00".
       01 ST-ERRO3   PIC X(02) VALUE "00".
       01 ST-ERRO4   PIC X(02) VALUE "00".
       01 W-QUIESCE  PIC X(01) VALUE "N".
      *
      * LISTA DOS PEDIDOS PENDENTES (VIDE LISTA-PEND)
      *
       01 W-FIM-APV      PIC X(01) VALUE "N".
           88 FIM-APV                 VALUE "S".
       01 W-LISTA-LIN    PIC 9(02) VALUE ZEROS.
       01 W-LISTA-LINSCR PIC 9(02) VALUE ZEROS.
       01 W-LISTA-CHAVE  PIC X(22) VALUE LOW-VALUES.
       01 W-CRM-SEL      PIC 9(06) VALUE ZEROS.
       01 LINHA-LISTA.
            03 LL-CRM          PIC ZZZ.ZZ9.
            03 FILLER          PIC X(02) VALUE SPACES.
            03 LL-NOME         PIC X(30).
            03 FILLER          PIC X(01) VALUE SPACES.
            03 LL-CAMPOS       PIC X(17).
            03 FILLER          PIC X(01) VALUE SPACES.
            03 LL-DTSOL        PIC 9(08).
            03 FILLER          PIC X(01) VALUE SPACES.
            03 LL-OPER         PIC X(08).
      *
      * PEDIDO ESCOLHIDO E A DECISAO DIGITADA
      *
       01 W-NOME-ATUAL    PIC X(30) VALUE SPACES.
       01 W-SITUACAO-MED PIC X(10) VALUE SPACES.
       01 W-DECISAO       PIC X(01) VALUE SPACES.
       01 W-MOTIVO        PIC X(40) VALUE SPACES.
       01 W-DTVAL-COMP   PIC X(08) VALUE SPACES.
       01 MENSAGEM.
            03 MENSAGEM1   PIC X(30) VALUE SPACES.
            03 CODIGO           PIC 9(02) VALUE ZEROS.
      *-----------------------------------------------------------------
      * OPERADOR IDENTIFICADO NO SMP009 - SO O SUPERVISOR DECIDE, E
      * O CODIGO VAI PARA O PEDIDO (AV-OPER-DEC) E PARA A TRILHA DE
      * AUDITORIA (LG-APROVADOR).
       LINKAGE SECTION.
           COPY OPRCOM.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT036.
           05  BLANK SCREEN.
           05  LINE 03  COLUMN 01
               VALUE  "     *** APROVACAO DE ALTERACAO DO CADASTRO".
           05  LINE 03  COLUMN 45
               VALUE  " DE MEDICOS ***".
           05  LINE 05  COLUMN 01
               VALUE  "     CRM             :".
           05  LINE 06  COLUMN 01
               VALUE  "     NOME ATUAL      :".
           05  LINE 07  COLUMN 01
               VALUE  "     SITUACAO        :".
           05  LINE 09  COLUMN 01
               VALUE  "     PEDIDO          :".
           05  LINE 10  COLUMN 01
               VALUE  "     PEDIDO POR      :".
           05  LINE 10  COLUMN 35
               VALUE  "EM".
           05  LINE 12  COLUMN 01
               VALUE  "     NOME       DE   :".
           05  LINE 13  COLUMN 01
               VALUE  "                PARA :".
           05  LINE 14  COLUMN 01
               VALUE  "     VALIDADE   DE   :".
           05  LINE 15  COLUMN 01
               VALUE  "                PARA :".
           05  LINE 17  COLUMN 01
               VALUE  "     DECISAO         :".
           05  LINE 17  COLUMN 30
               VALUE  "A=APROVAR  R=REJEITAR".
           05  LINE 18  COLUMN 01
               VALUE  "     MOTIVO          :".
           05  LINE 18  COLUMN 65
               VALUE  "(REJEICAO)".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TCRM
               LINE 05  COLUMN 24  PIC ZZZ.ZZ9
               USING  AV-CRM.
           05  TNOMEATU
               LINE 06  COLUMN 24  PIC X(30)
               USING  W-NOME-ATUAL.
           05  TSITMED
               LINE 07  COLUMN 24  PIC X(10)
               USING  W-SITUACAO-MED.
           05  TCAMPOS
               LINE 09  COLUMN 24  PIC X(22)
               USING  AV-CAMPOS
               HIGHLIGHT.
           05  TOPERSOL
               LINE 10  COLUMN 24  PIC X(08)
               USING  AV-OPER-SOL.
           05  TDTSOL
               LINE 10  COLUMN 38  PIC 9999.99.99
               USING  AV-DTSOL.
           05  TNOMEANT
               LINE 12  COLUMN 24  PIC X(30)
               USING  AV-NOME-ANT.
           05  TNOMENOV
               LINE 13  COLUMN 24  PIC X(30)
               USING  AV-NOME-NOVO
               HIGHLIGHT.
           05  TDTVANT
               LINE 14  COLUMN 24  PIC 99.99.9999
               USING  AV-DTVAL-ANT.
           05  TDTVNOV
               LINE 15  COLUMN 24  PIC 99.99.9999
               USING  AV-DTVAL-NOVO
               HIGHLIGHT.
           05  TDECISAO
               LINE 17  COLUMN 24  PIC X(01)
               USING  W-DECISAO
               HIGHLIGHT.
           05  TMOTIVO
               LINE 18  COLUMN 24  PIC X(40)
               USING  W-MOTIVO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING OPR-COM.
       INICIO.
      * A APROVACAO E O SEGUNDO PAR DE OLHOS - SO O SUPERVISOR ENTRA
           IF OPC-PERM-SUPERV NOT = "S"
                DISPLAY (01, 01) ERASE
                DISPLAY (03, 05) "APROVACAO EXIGE SUPERVISOR"
                DISPLAY (05, 05) "TECLE ENTER PARA VOLTAR AO MENU"
                ACCEPT  (05, 38) W-TECLA
                GO TO ROT-FIMP.
      *------------[ ROTINA DE ABERTURA ARQUIVO ]------------------
       ABRIR-ARQ.
           OPEN I-O CADAPV
           IF ST-ERRO NOT = "00"
                DISPLAY (01, 01) ERASE
                DISPLAY (03, 05) "NENHUM PEDIDO DE APROVACAO GRAVADO"
                DISPLAY (05, 05) "TECLE ENTER PARA VOLTAR AO MENU"
                ACCEPT  (05, 38) W-TECLA
                GO TO ROT-FIMP.
           OPEN I-O CADMED
           IF ST-ERRO2 NOT = "00"
                DISPLAY (01, 01) ERASE
                DISPLAY (03, 05) "ERRO NA ABERTURA DO CADMED - ST="
                DISPLAY (03, 38) ST-ERRO2
                DISPLAY (05, 05) "TECLE ENTER PARA VOLTAR AO MENU"
                ACCEPT  (05, 38) W-TECLA
                CLOSE CADAPV
                GO TO ROT-FIMP.
       ABRIR-LOG.
           OPEN I-O CADLOG
           IF ST-ERRO3 NOT = "00"
                IF ST-ERRO3 = "30" OR ST-ERRO3 = "35"
                    OPEN OUTPUT CADLOG
                    CLOSE CADLOG
                    GO TO ABRIR-LOG
                ELSE
                     DISPLAY (01, 01) ERASE
                     DISPLAY (03, 05)
                          "ERRO NA ABERTURA DO CADLOG - ST="
                     DISPLAY (03, 38) ST-ERRO3
                     DISPLAY (05, 05) "TECLE ENTER PARA VOLTAR AO MENU"
                     ACCEPT  (05, 38) W-TECLA
                     CLOSE CADAPV CADMED
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
           CLOSE CADPAR.
       LER-PARAMETROS-FIM.
           EXIT.
      *--------------------[ INICIALIAR VARIAVEIS ]-----------------
       ROT-INIC.
           MOVE LOW-VALUES TO W-LISTA-CHAVE.
      *--------------------[ LISTA DOS PEDIDOS PENDENTES ]----------
      * OITO PEDIDOS POR TELA, NA ORDEM DA CHAVE (CRM). ZERO PASSA
      * PARA A TELA SEGUINTE; NO FIM DO ARQUIVO A LISTA RECOMECA.
       LISTA-PEND.
           DISPLAY (01, 01) ERASE
           DISPLAY (03, 05) "*** PEDIDOS DE APROVACAO PENDENTES ***"
           DISPLAY (05, 01)
              "CRM      NOME                           CAMPOS"
           DISPLAY (05, 59) "PEDIDO   POR"
           MOVE ZEROS TO W-LISTA-LIN
           MOVE "N" TO W-FIM-APV
           MOVE W-LISTA-CHAVE TO AV-CHAVE
           START CADAPV KEY IS GREATER THAN AV-CHAVE
                INVALID KEY
                     MOVE "S" TO W-FIM-APV.
       LISTA-PEND-LOOP.
           IF FIM-APV OR W-LISTA-LIN = 8
                GO TO LISTA-PEND-SEL.
           READ CADAPV NEXT RECORD
                AT END
                     MOVE "S" TO W-FIM-APV
                     GO TO LISTA-PEND-LOOP.
           IF NOT AV-PENDENTE
                GO TO LISTA-PEND-LOOP.
           ADD 1 TO W-LISTA-LIN
           COMPUTE W-LISTA-LINSCR = W-LISTA-LIN + 6
           MOVE AV-CRM TO LL-CRM
           MOVE AV-NOME-ANT TO LL-NOME
           MOVE AV-CAMPOS TO LL-CAMPOS
           MOVE AV-DTSOL TO LL-DTSOL
           MOVE AV-OPER-SOL TO LL-OPER
           DISPLAY (W-LISTA-LINSCR, 01) LINHA-LISTA
           MOVE AV-CHAVE TO W-LISTA-CHAVE
           GO TO LISTA-PEND-LOOP.
       LISTA-PEND-SEL.
           IF W-LISTA-LIN = ZEROS
                IF W-LISTA-CHAVE = LOW-VALUES
                     DISPLAY (07, 01) "NENHUM PEDIDO PENDENTE"
                ELSE
                     MOVE LOW-VALUES TO W-LISTA-CHAVE
                     GO TO LISTA-PEND.
           IF FIM-APV
                MOVE LOW-VALUES TO W-LISTA-CHAVE.
           DISPLAY (23, 01)
              "CRM DO PEDIDO (0=MAIS PEDIDOS ESC=SAI):"
           MOVE ZEROS TO W-CRM-SEL
           ACCEPT  (23, 42) W-CRM-SEL
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO ROT-FIM.
           IF W-CRM-SEL = ZEROS
                GO TO LISTA-PEND.
      *--------------------[ LOCALIZA O PEDIDO PENDENTE DO CRM ]------
      * O SMP001 SO DEIXA UM PEDIDO PENDENTE POR CRM.
       LOCALIZA-PEND.
           MOVE W-CRM-SEL TO AV-CRM
           MOVE ZEROS TO AV-DTSOL AV-HRSOL AV-SEQ
           START CADAPV KEY IS NOT LESS THAN AV-CHAVE
                INVALID KEY
                     GO TO LOCALIZA-PEND-NAO.
       LOCALIZA-PEND-LOOP.
           READ CADAPV NEXT RECORD
                AT END
                     GO TO LOCALIZA-PEND-NAO.
           IF AV-CRM NOT = W-CRM-SEL
                GO TO LOCALIZA-PEND-NAO.
           IF NOT AV-PENDENTE
                GO TO LOCALIZA-PEND-LOOP.
           GO TO MOSTRA-PEDIDO.
       LOCALIZA-PEND-NAO.
           MOVE "NAO HA PEDIDO PENDENTE P/ ESTE CRM" TO W-MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           MOVE LOW-VALUES TO W-LISTA-CHAVE
           GO TO LISTA-PEND.
      *--------------------[ DETALHE DO PEDIDO ]----------------------
       MOSTRA-PEDIDO.
           MOVE AV-CRM TO CRM
           READ CADMED
           IF ST-ERRO2 NOT = "00"
                MOVE "MEDICO DO PEDIDO NAO ESTA NO CADMED" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                MOVE SPACES TO W-NOME-ATUAL W-SITUACAO-MED
           ELSE
                MOVE NOME TO W-NOME-ATUAL
                IF INATIVO-MED
                     MOVE "INATIVO" TO W-SITUACAO-MED
                ELSE
                     MOVE "ATIVO" TO W-SITUACAO-MED.
           MOVE SPACES TO W-DECISAO W-MOTIVO
           DISPLAY SMT036.
      *--------------------[ DECISAO ]-------------------------------
       R1.
           ACCEPT TDECISAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO LISTA-PEND.
           IF W-DECISAO = "a"
                MOVE "A" TO W-DECISAO.
           IF W-DECISAO = "r"
                MOVE "R" TO W-DECISAO.
           IF W-DECISAO NOT = "A" AND W-DECISAO NOT = "R"
                MOVE "DECISAO DEVE SER A=APROVAR OU R=REJEITAR"
                                                        TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R1.
      * QUATRO OLHOS: QUEM PEDIU NAO DECIDE O PROPRIO PEDIDO
           IF OPC-CODIGO = AV-OPER-SOL
                MOVE "QUEM DECIDE DEVE SER OUTRO OPERADOR" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R1.
           IF W-DECISAO = "A"
                MOVE SPACES TO W-MOTIVO
                DISPLAY TMOTIVO
                GO TO DEC-OPC.
       R2.
           ACCEPT TMOTIVO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R1.
           IF W-MOTIVO = SPACES
                MOVE "MOTIVO DA REJEICAO E OBRIGATORIO" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R2.
       DEC-OPC.
                PERFORM TESTA-QUIESCE THRU TESTA-QUIESCE-FIM
                IF W-QUIESCE = "S"
                   MOVE "SISTEMA EM FECHAMENTO NOTURNO" TO W-MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO LISTA-PEND.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "CONFIRMA (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DECISAO NAO GRAVADA ***" TO W-MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO LISTA-PEND.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO W-MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO DEC-OPC.
      * OUTRO SUPERVISOR PODE TER DECIDIDO O MESMO PEDIDO ENQUANTO
      * ESTE ESTAVA NA TELA - O PEDIDO E RELIDO ANTES DE GRAVAR.
                READ CADAPV
                IF ST-ERRO NOT = "00"
                   MOVE "ERRO NA RELEITURA DO PEDIDO" TO W-MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO LISTA-PEND.
                IF NOT AV-PENDENTE
                   MOVE "PEDIDO JA DECIDIDO POR OUTRO SUPERVISOR"
                                                        TO W-MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO LISTA-PEND.
                IF W-DECISAO = "R"
                   GO TO DEC-GRAVA.
      *--------------------[ APLICACAO DO PEDIDO APROVADO ]----------
      * O CADMED TEM DE ESTAR COMO ESTAVA NO PEDIDO - SE O NOME, A
      * VALIDADE OU A SITUACAO MUDARAM DEPOIS (OUTRO CAMINHO, SMP022,
      * RECUPERACAO), O PEDIDO NAO E MAIS APLICAVEL E DEVE SER
      * REJEITADO.
       APV-RW1.
                MOVE AV-CRM TO CRM
                READ CADMED
                IF ST-ERRO2 NOT = "00"
                   MOVE "MEDICO DO PEDIDO NAO ESTA NO CADMED" TO W-MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO LISTA-PEND.
                MOVE DTVALCRM TO W-DTVAL-COMP
                IF AV-REATIVACAO AND ATIVO-MED
                   MOVE "MEDICO JA ESTA ATIVO - REJEITE O PEDIDO"
                                                        TO W-MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO LISTA-PEND.
                IF AV-ALTERACAO
                   IF NOME NOT = AV-NOME-ANT
                      OR W-DTVAL-COMP NOT = AV-DTVAL-ANT
                      MOVE "CADASTRO MUDOU DESDE O PEDIDO - REJEITE"
                                                        TO W-MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO LISTA-PEND.
                MOVE NOME TO LG-NOME-ANT
                MOVE ESPEC TO LG-ESPEC-ANT
                MOVE SEXO TO LG-SEXO-ANT
                MOVE DATANASC TO LG-DTNASC-ANT
                MOVE AV-DTVAL-ANT TO LG-DTVAL-ANT
                IF AV-REATIVACAO
                   MOVE "A" TO ST-ATIVO
                ELSE
                   MOVE AV-NOME-NOVO TO NOME
                   MOVE AV-DTVAL-NOVO TO DTVALCRM.
                ADD 1 TO VERSAO-REG
                REWRITE REGMED
                IF ST-ERRO2 = "94"
                   MOVE "*** REGISTRO EM USO - TENTE DEPOIS ***"
                                                        TO W-MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO LISTA-PEND.
                IF ST-ERRO2 NOT = "00" AND ST-ERRO2 NOT = "02"
                   MOVE "ERRO NA REGRAVACAO DO CADMED" TO MENSAGEM1
                   MOVE ST-ERRO2 TO CODIGO
                   MOVE MENSAGEM TO W-MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM.
      *--------------------[ GRAVACAO DA DECISAO NO PEDIDO ]----------
       DEC-GRAVA.
                MOVE W-DECISAO TO AV-SITUACAO
                MOVE OPC-CODIGO TO AV-OPER-DEC
                ACCEPT AV-DTDEC FROM DATE YYYYMMDD
                ACCEPT AV-HRDEC FROM TIME
                MOVE W-MOTIVO TO AV-MOTIVO
                REWRITE REGAPV
                IF ST-ERRO NOT = "00"
                   MOVE "ERRO NA GRAVACAO DA DECISAO" TO MENSAGEM1
                   MOVE ST-ERRO TO CODIGO
                   MOVE MENSAGEM TO W-MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                IF W-DECISAO = "A"
                   MOVE "*** PEDIDO APROVADO E APLICADO ***" TO W-MENS
                ELSE
                   MOVE "*** PEDIDO REJEITADO ***" TO W-MENS.
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                MOVE LOW-VALUES TO W-LISTA-CHAVE
                GO TO LISTA-PEND.
      *--------------------[ GRAVACAO DA TRILHA DE AUDITORIA ]----------
      * MESMO MOVIMENTO QUE O SMP001 GRAVAVA NA HORA (ALTERACAO OU
      * REATIVACAO), COM O OPERADOR QUE PEDIU NO LG-TERMINAL E O
      * SUPERVISOR QUE APROVOU NO LG-APROVADOR.
       GRAVA-LOG.
                MOVE CRM  TO LG-CRM
                ACCEPT LG-DATA FROM DATE YYYYMMDD
                ACCEPT LG-HORA FROM TIME
                MOVE AV-OPER-SOL TO LG-TERMINAL
                MOVE OPC-CODIGO TO LG-APROVADOR
                MOVE ZEROS TO LG-SEQ
                MOVE AV-TIPO TO LG-OPER
                MOVE AV-CAMPOS TO LG-CAMPOS
                IF AV-REATIVACAO
                     MOVE "REGISTRO REATIVADO" TO LG-CAMPOS.
                MOVE NOME TO LG-NOME-NOVO
                MOVE ESPEC TO LG-ESPEC-NOVO
                MOVE SEXO TO LG-SEXO-NOVO
                MOVE DATANASC TO LG-DTNASC-NOVO
                MOVE DTVALCRM TO LG-DTVAL-NOVO.
      * DOIS MOVIMENTOS DO MESMO CRM NO MESMO SEGUNDO DARIAM CHAVE
      * DUPLICADA - O LG-SEQ E SOMADO ATE ACHAR UMA CHAVE LIVRE.
       GRAVA-LOG-TENTA.
                WRITE REGLOG
                IF ST-ERRO3 = "22"
                     IF LG-SEQ < 99
                          ADD 1 TO LG-SEQ
                          GO TO GRAVA-LOG-TENTA.
       GRAVA-LOG-FIM.
                EXIT.
      *--------------------[ TESTE DO FECHAMENTO NOTURNO ]--------------
      * MESMA REGRA DO SMP001: A SITUACAO E RELIDA A CADA GRAVACAO E,
      * SEM O SISSTAT.DAT, O SISTEMA E CONSIDERADO LIBERADO.
       TESTA-QUIESCE.
                MOVE "N" TO W-QUIESCE
                OPEN INPUT SISSTAT
                IF ST-ERRO4 NOT = "00"
                     GO TO TESTA-QUIESCE-FIM.
                READ SISSTAT
                     AT END MOVE "A" TO SIS-STATUS.
                IF SIS-QUIESCED
                     MOVE "S" TO W-QUIESCE.
                CLOSE SISSTAT.
       TESTA-QUIESCE-FIM.
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
                CLOSE CADAPV CADMED CADLOG
                DISPLAY (01, 01) ERASE
                EXIT PROGRAM.
       ROT-FIMP.
                EXIT PROGRAM.
