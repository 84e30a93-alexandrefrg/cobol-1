       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP033.
       AUTHOR. ANGELO LOTIERZO FILHO.
      ********************************************************
      * MANUTENCAO DO CATALOGO DE PROCEDIMENTOS E EXAMES      *
      * (CADPRC.DAT) - CODIGO, DESCRICAO, DURACAO EM MINUTOS, *
      * RECURSO OCUPADO (CONSULTORIO OU EQUIPAMENTO DO        *
      * CADSAL, AGD013) E SITUACAO. O AGENDAMENTO DE          *
      * PROCEDIMENTOS (AGD036) SO ACEITA PROCEDIMENTO ATIVO E *
      * CONFERE A OCUPACAO DO RECURSO. O VALOR POR CONVENIO   *
      * E MANTIDO NO SMP034.                                  *
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
                    FILE STATUS  IS ST-ERRO.
                    SELECT CADSAL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SA-CODIGO
                    FILE STATUS  IS ST-ERRO2.
                    SELECT CADPAR ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRPAR.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADPRC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPRC.DAT".
           COPY PRCREG.
      *
      * CONSULTORIOS E EQUIPAMENTOS - SOMENTE CONSULTA, PARA VALIDAR
      * O RECURSO DO PROCEDIMENTO E MOSTRAR A DESCRICAO
      *
       FD CADSAL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADSAL.DAT".
           COPY SALREG.
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
       01 W-SEL         PIC X(01) VALUE SPACES.
       01 W-ACT         PIC 9(02) VALUE ZEROS.
       01 ST-ERRO     PIC X(02) VALUE "00".
       01 ST-ERRO2   PIC X(02) VALUE "00".
       01 W-TXSALA    PIC X(20) VALUE SPACES.
       01 MENSAGEM.
            03 MENSAGEM1   PIC X(30) VALUE SPACES.
            03 CODIGO           PIC 9(02) VALUE ZEROS.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT033.
           05  BLANK SCREEN.
           05  LINE 03  COLUMN 01
               VALUE  "     *** CATALOGO DE PROCEDIMENTOS E EXAMES ***".
           05  LINE 06  COLUMN 01
               VALUE  "     CODIGO          :".
           05  LINE 08  COLUMN 01
               VALUE  "     DESCRICAO       :".
           05  LINE 10  COLUMN 01
               VALUE  "     DURACAO (MIN)   :".
           05  LINE 12  COLUMN 01
               VALUE  "     SALA/EQUIPAMENTO:".
           05  LINE 14  COLUMN 01
               VALUE  "     SITUACAO (A/I)  :".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TCODIGO
               LINE 06  COLUMN 24  PIC ZZZ9
               USING  PR-CODIGO
               HIGHLIGHT.
           05  TDESCR
               LINE 08  COLUMN 24  PIC X(30)
               USING  PR-DESCR
               HIGHLIGHT.
           05  TDURACAO
               LINE 10  COLUMN 24  PIC ZZ9
               USING  PR-DURACAO
               HIGHLIGHT.
           05  TSALA
               LINE 12  COLUMN 24  PIC Z9
               USING  PR-SALA
               HIGHLIGHT.
           05  TTXSALA
               LINE 12  COLUMN 28  PIC X(20)
               USING  W-TXSALA
               HIGHLIGHT.
           05  TSIT
               LINE 14  COLUMN 24  PIC X(01)
               USING  PR-SITUACAO.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *------------[ ROTINA DE ABERTURA ARQUIVO ]------------------
       ABRIR-SAL.
           OPEN INPUT CADSAL
           IF ST-ERRO2 NOT = "00"
                MOVE "ERRO NA ABERTURA DE CONSULTORIOS" TO MENSAGEM1
                MOVE ST-ERRO2 TO CODIGO
                MOVE MENSAGEM  TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO ROT-FIMP.
       ABRIR-ARQ.
           OPEN I-O CADPRC
           IF ST-ERRO NOT = "00"
                IF ST-ERRO = "30" OR ST-ERRO = "35"
                    OPEN OUTPUT CADPRC
                    CLOSE CADPRC
                    GO TO ABRIR-ARQ
                ELSE
                     MOVE "ERRO NA ABERTURA ARQUIVO = " TO MENSAGEM1
                     MOVE ST-ERRO TO CODIGO
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
           MOVE ZEROS TO PR-CODIGO PR-DURACAO PR-SALA.
           MOVE SPACES TO PR-DESCR W-TXSALA W-SEL.
           MOVE "A" TO PR-SITUACAO.
      *--------------------[ VISUALIZAR TELA INICIAL ]-----------------
       R0.
           DISPLAY SMT033.
      *--------------------[ DIGITAR CAMPO CHAVE  ]-----------------
       R1.
           ACCEPT TCODIGO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF PR-CODIGO = ZEROS
                MOVE "CODIGO NAO PODE SER ZERO" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R1.
      *--------------------[ LER CAMPO  CHAVE  ]-----------------
       LER-ARQ.
                READ CADPRC
                IF ST-ERRO NOT = "23"
                   IF ST-ERRO = "00"
                      PERFORM BUSCA-SALA THRU BUSCA-SALA-FIM
                      DISPLAY SMT033
                      MOVE "*** PROCEDIMENTO JA CADASTRADO ***"
                                                        TO W-MENS
                      PERFORM ROT-MENS THRU ROT-MENS2
                      GO TO ACE-001
                   ELSE
                      MOVE "ERRO NA LEITURA DO CATALOGO"   TO W-MENS
                      PERFORM ROT-MENS THRU ROT-MENS2
                      GO TO ROT-FIM
                ELSE
                      MOVE "*** PROCEDIMENTO NAO CADASTRADO ***"
                                                        TO W-MENS
                      PERFORM ROT-MENS THRU ROT-MENS2.
       R2.
           ACCEPT TDESCR.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1.
           IF PR-DESCR = SPACES
                MOVE "DESCRICAO NAO PODE FICAR EM BRANCO" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R2.
      *--------------------[ DIGITAR A DURACAO ]----------------------
      * EM MINUTOS - E A JANELA QUE O PROCEDIMENTO OCUPA NO RECURSO.
       R3.
           ACCEPT TDURACAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2.
           IF PR-DURACAO = ZEROS
                MOVE "DURACAO NAO PODE SER ZERO" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R3.
      *--------------------[ DIGITAR O RECURSO ]----------------------
      * CONSULTORIO OU EQUIPAMENTO ATIVO DO CADSAL.
       R4.
           ACCEPT TSALA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.
           IF PR-SALA = ZEROS
                MOVE "INFORME A SALA OU O EQUIPAMENTO" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R4.
           MOVE PR-SALA TO SA-CODIGO
           READ CADSAL
              INVALID KEY
                 MOVE "RECURSO NAO CADASTRADO NO CADSAL" TO W-MENS
                 PERFORM ROT-MENS THRU ROT-MENS2
                 GO TO R4
              NOT INVALID KEY
                 IF SA-INATIVA
                      MOVE "RECURSO INATIVO - ESCOLHA OUTRO" TO W-MENS
                      PERFORM ROT-MENS THRU ROT-MENS2
                      GO TO R4
                 ELSE
                      MOVE SA-DESCR TO W-TXSALA.
           DISPLAY TTXSALA.
       R5.
           ACCEPT TSIT
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R4.
           IF PR-SITUACAO NOT = "A" AND PR-SITUACAO NOT = "I"
                MOVE "SITUACAO DEVE SER A=ATIVO OU I=INATIVO"
                                                        TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R5.
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
                WRITE REGPRC
                IF ST-ERRO = "00" OR "02"
                      MOVE "** DADOS GRAVADOS COM SUCESSO **" TO W-MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-INIC.
                MOVE "ERRO NA GRAVACAO DO CATALOGO" TO W-MENS
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
      * PROCEDIMENTO JA MARCADO NA AGENDA CONTINUA COM A DURACAO E O
      * RECURSO GRAVADOS NELE - PARA TIRAR DE USO PREFIRA I=INATIVO,
      * QUE MANTEM A DESCRICAO PARA A FOLHA E A VALORIZACAO.
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
                DELETE CADPRC RECORD
                IF ST-ERRO = "00"
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
                REWRITE REGPRC
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** REGISTRO ALTERADO ***         " TO W-MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-INIC.
                MOVE "ERRO NA ALTERACAO DO REGISTRO" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *--------------------[ DESCRICAO DO RECURSO ]-------------------
       BUSCA-SALA.
                MOVE PR-SALA TO SA-CODIGO
                READ CADSAL
                     INVALID KEY
                          MOVE "RECURSO NAO CADASTRADO" TO W-TXSALA
                          GO TO BUSCA-SALA-FIM.
                MOVE SA-DESCR TO W-TXSALA.
       BUSCA-SALA-FIM.
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
                CLOSE CADPRC CADSAL
                DISPLAY (01, 01) ERASE
                EXIT PROGRAM.
       ROT-FIMP.
                EXIT PROGRAM.
