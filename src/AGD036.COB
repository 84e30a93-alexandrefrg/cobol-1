       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGD036.
       AUTHOR. ANGELO LOTIERZO FILHO.
      ********************************************************
      * AGENDAMENTO DE PROCEDIMENTOS E EXAMES (CADAPR) - ECG, *
      * ESPIROMETRIA, HOLTER E PEQUENOS PROCEDIMENTOS DO      *
      * CATALOGO (CADPRC, SMP033). O PROCEDIMENTO OCUPA O     *
      * RECURSO DO CATALOGO (CONSULTORIO OU EQUIPAMENTO DO    *
      * CADSAL) PELA SUA DURACAO - O RECURSO NAO ACEITA DOIS  *
      * PROCEDIMENTOS SOBREPOSTOS E O CONSULTORIO AINDA E     *
      * CONFERIDO CONTRA AS CONSULTAS DO CADAGD NA MESMA      *
      * SALA (VIDE VALIDA-RECURSO). PODE SER LIGADO A UMA     *
      * CONSULTA DE ORIGEM DO MESMO PACIENTE. PERMITE TAMBEM  *
      * CANCELAR E MARCAR REALIZADO / NAO COMPARECEU.         *
      * DATA CRIACAO : 15/10/2026                             *
      ********************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                    SELECT CADAPR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AP-CHAVE
                    FILE STATUS  IS ST-ERRO.
                    SELECT CADPRC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PR-CODIGO
                    FILE STATUS  IS ST-ERRO2.
                    SELECT CADSAL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SA-CODIGO
                    FILE STATUS  IS ST-ERRO3.
                    SELECT CADPAC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PAC-CODIGO
                    FILE STATUS  IS ST-ERRO4
                    ALTERNATE RECORD KEY IS PAC-NOME
                                                      WITH DUPLICATES
                    ALTERNATE RECORD KEY IS PAC-RESP
                                                      WITH DUPLICATES.
                    SELECT CADAGD ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AG-CHAVE
                    FILE STATUS  IS ST-ERRO5
                    ALTERNATE RECORD KEY IS AG-PACCOD
                                                      WITH DUPLICATES.
                    SELECT CADMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRM
                    FILE STATUS  IS ST-ERRO6.
                    SELECT CADESP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS EESPEC
                    FILE STATUS  IS ST-ERRO7.
                    SELECT CADPAR ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRPAR.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADAPR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAPR.DAT".
           COPY APRREG.
      *
      * CATALOGO DE PROCEDIMENTOS - MANTIDO PELO SMP033, LIDO AQUI
      * PARA A DESCRICAO, A DURACAO E O RECURSO DO PROCEDIMENTO
      *
       FD CADPRC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPRC.DAT".
           COPY PRCREG.
      *
      * CADASTRO DE CONSULTORIOS E EQUIPAMENTOS - MANTIDO PELO AGD013
      *
       FD CADSAL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADSAL.DAT".
           COPY SALREG.
      *
      * CADASTRO DE PACIENTES - MANTIDO PELO AGD002, LIDO AQUI PARA
      * VALIDAR O PACIENTE E TRAZER NOME E CONVENIO
      *
       FD CADPAC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPAC.DAT".
           COPY PACREG.
      *
      * AGENDA DE CONSULTAS - LIDA PARA A CONSULTA DE ORIGEM (R5) E
      * PARA AS CONSULTAS NO MESMO CONSULTORIO (VALIDA-RECURSO)
      *
       FD CADAGD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAGD.DAT".
           COPY REGAGD.
      *
      * CADMED E CADESP - SO PARA A DURACAO DA CONSULTA QUE OCUPA
      * O CONSULTORIO (VIDE BUSCA-DUR-CONS)
      *
       FD CADMED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMED.DAT".
           COPY REGMED.
      *
       FD CADESP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADESP.DAT".
           COPY ESPREG.
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
       01 ST-ERRO5   PIC X(02) VALUE "00".
       01 ST-ERRO6   PIC X(02) VALUE "00".
       01 ST-ERRO7   PIC X(02) VALUE "00".
       01 W-TXPROC      PIC X(30) VALUE SPACES.
       01 W-TXSALA      PIC X(20) VALUE SPACES.
       01 W-TXSTATUS   PIC X(15) VALUE SPACES.
       01 W-PROC         PIC 9(04) VALUE ZEROS.
       01 W-DURACAO    PIC 9(03) VALUE ZEROS.
       01 W-REC-TIPO   PIC X(01) VALUE SPACES.
       01 W-REUSO       PIC X(01) VALUE "N".
       01 W-TECLA-CONF PIC X(01) VALUE SPACES.
       01 W-DATA-TELA.
            03 W-DT-DIA PIC 99.
            03 W-DT-MES PIC 99.
            03 W-DT-ANO PIC 9(04).
       01 W-ORI-TELA.
            03 W-ORI-DIA PIC 99.
            03 W-ORI-MES PIC 99.
            03 W-ORI-ANO PIC 9(04).
       01 W-HORA-AUX.
            03 W-HORA-HH PIC 99.
            03 W-HORA-MM PIC 99.
       01 W-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       01 W-AGORA         PIC 9(08) VALUE ZEROS.
       01 W-AGORAX REDEFINES W-AGORA.
            03 W-AGO-HHMM PIC 9(04).
            03 FILLER      PIC 9(04).
       01 W-VAL-DIA        PIC 9(02) VALUE ZEROS.
       01 W-VAL-MES        PIC 9(02) VALUE ZEROS.
       01 W-VAL-ANO        PIC 9(04) VALUE ZEROS.
       01 W-DATA-OK        PIC X(01) VALUE SPACES.
       01 W-ULTDIA          PIC 9(02) VALUE ZEROS.
       01 W-BISSEXTO      PIC X(01) VALUE SPACES.
       01 W-RESTO4          PIC 9(02) VALUE ZEROS.
       01 W-RESTO100       PIC 9(02) VALUE ZEROS.
       01 W-RESTO400       PIC 9(03) VALUE ZEROS.
       01 W-QUOC-AUX      PIC 9(06) VALUE ZEROS.
      *
      * CAMPOS DE TRABALHO DA OCUPACAO DO RECURSO (VIDE
      * VALIDA-RECURSO). A VARREDURA DO CADAPR USA O BUFFER DO
      * REGISTRO, QUE E GUARDADO INTEIRO EM W-REC-SALVO.
      *
       01 W-REC-OK         PIC X(01) VALUE SPACES.
       01 W-FIM-REC       PIC X(01) VALUE "N".
       01 W-REC-SALVO    PIC X(120) VALUE SPACES.
       01 W-REC-DTCONS   PIC X(08) VALUE SPACES.
       01 W-REC-INI        PIC 9(04) VALUE ZEROS.
       01 W-REC-FIM        PIC 9(04) VALUE ZEROS.
       01 W-REC-INI2      PIC 9(04) VALUE ZEROS.
       01 W-REC-FIM2      PIC 9(04) VALUE ZEROS.
       01 W-REC-DUR2      PIC 9(03) VALUE ZEROS.
       01 W-REC-HH         PIC 9(02) VALUE ZEROS.
       01 W-REC-MM         PIC 9(02) VALUE ZEROS.
       01 MENSAGEM.
            03 MENSAGEM1   PIC X(30) VALUE SPACES.
            03 CODIGO           PIC 9(02) VALUE ZEROS.
      *-----------------------------------------------------------------
       LINKAGE SECTION.
           COPY OPRCOM.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  AGT036.
           05  BLANK SCREEN.
           05  LINE 03  COLUMN 01
               VALUE  "     *** AGENDA DE PROCEDIMENTOS E EXAMES ***".
           05  LINE 06  COLUMN 01
               VALUE  "     PROCEDIMENTO    :".
           05  LINE 08  COLUMN 01
               VALUE  "     RECURSO         :".
           05  LINE 10  COLUMN 01
               VALUE  "     DATA            :".
           05  LINE 12  COLUMN 01
               VALUE  "     HORA            :".
           05  LINE 14  COLUMN 01
               VALUE  "     PACIENTE        :".
           05  LINE 16  COLUMN 01
               VALUE  "     CONSULTA ORIGEM :".
           05  LINE 16  COLUMN 57
               VALUE  "(CRM DATA HORA)".
           05  LINE 18  COLUMN 01
               VALUE  "     GUIA AUTORIZ.   :".
           05  LINE 20  COLUMN 01
               VALUE  "     SITUACAO        :".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TPROC
               LINE 06  COLUMN 24  PIC ZZZ9
               USING  AP-PROC
               HIGHLIGHT.
           05  TTXPROC
               LINE 06  COLUMN 30  PIC X(30)
               USING  W-TXPROC
               HIGHLIGHT.
           05  TSALA
               LINE 08  COLUMN 24  PIC Z9
               USING  AP-SALA
               HIGHLIGHT.
           05  TTXSALA
               LINE 08  COLUMN 30  PIC X(20)
               USING  W-TXSALA
               HIGHLIGHT.
           05  TDATA
               LINE 10  COLUMN 24  PIC 99.99.9999
               USING  W-DATA-TELA
               HIGHLIGHT.
           05  THORA
               LINE 12  COLUMN 24  PIC 99.99
               USING  AP-HORA
               HIGHLIGHT.
           05  TPACCOD
               LINE 14  COLUMN 24  PIC ZZZZZ9
               USING  AP-PACCOD
               HIGHLIGHT.
           05  TPACIENTE
               LINE 14  COLUMN 32  PIC X(30)
               USING  AP-PACIENTE
               HIGHLIGHT.
           05  TORICRM
               LINE 16  COLUMN 24  PIC Z99.999
               USING  AP-ORI-CRM
               HIGHLIGHT.
           05  TORIDT
               LINE 16  COLUMN 33  PIC 99.99.9999
               USING  W-ORI-TELA
               HIGHLIGHT.
           05  TORIHR
               LINE 16  COLUMN 46  PIC 99.99
               USING  AP-ORI-HRCONS
               HIGHLIGHT.
           05  TAUTORIZ
               LINE 18  COLUMN 24  PIC X(20)
               USING  AP-AUTORIZ
               HIGHLIGHT.
           05  TSTATUS
               LINE 20  COLUMN 24  PIC X(15)
               USING  W-TXSTATUS
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
       ABRIR-SAL.
           OPEN INPUT CADSAL
           IF ST-ERRO3 NOT = "00"
                MOVE "ERRO NA ABERTURA DE CONSULTORIOS" TO MENSAGEM1
                MOVE ST-ERRO3 TO CODIGO
                MOVE MENSAGEM  TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                CLOSE CADPRC
                GO TO ROT-FIMP.
       ABRIR-PAC.
           OPEN INPUT CADPAC
           IF ST-ERRO4 NOT = "00"
                MOVE "ERRO NA ABERTURA DE PACIENTES" TO MENSAGEM1
                MOVE ST-ERRO4 TO CODIGO
                MOVE MENSAGEM  TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                CLOSE CADPRC CADSAL
                GO TO ROT-FIMP.
       ABRIR-MED.
           OPEN INPUT CADMED CADESP
           IF ST-ERRO6 NOT = "00" OR ST-ERRO7 NOT = "00"
                MOVE "ERRO NA ABERTURA DE MEDICOS" TO MENSAGEM1
                MOVE ST-ERRO6 TO CODIGO
                MOVE MENSAGEM  TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                CLOSE CADPRC CADSAL CADPAC CADMED CADESP
                GO TO ROT-FIMP.
       ABRIR-AGD.
           OPEN INPUT CADAGD
           IF ST-ERRO5 NOT = "00"
                IF ST-ERRO5 = "30" OR ST-ERRO5 = "35"
                    OPEN OUTPUT CADAGD
                    CLOSE CADAGD
                    GO TO ABRIR-AGD
                ELSE
                     MOVE "ERRO NA ABERTURA DA AGENDA = " TO MENSAGEM1
                     MOVE ST-ERRO5 TO CODIGO
                     MOVE MENSAGEM  TO W-MENS
                     PERFORM ROT-MENS THRU ROT-MENS2
                     CLOSE CADPRC CADSAL CADPAC CADMED CADESP
                     GO TO ROT-FIMP.
       ABRIR-ARQ.
           OPEN I-O CADAPR
           IF ST-ERRO NOT = "00"
                IF ST-ERRO = "30" OR ST-ERRO = "35"
                    OPEN OUTPUT CADAPR
                    CLOSE CADAPR
                    GO TO ABRIR-ARQ
                ELSE
                     MOVE "ERRO NA ABERTURA DE PROCEDIM. " TO MENSAGEM1
                     MOVE ST-ERRO TO CODIGO
                     MOVE MENSAGEM  TO W-MENS
                     PERFORM ROT-MENS THRU ROT-MENS2
                     CLOSE CADPRC CADSAL CADPAC CADMED CADESP CADAGD
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
           MOVE ZEROS TO AP-SALA AP-DATA AP-HORA AP-PROC W-DATA-TELA
                         W-PROC W-DURACAO.
           PERFORM LIMPA-DADOS THRU LIMPA-DADOS-FIM
           MOVE SPACES TO W-TXPROC W-TXSALA W-REC-TIPO.
      *--------------------[ VISUALIZAR TELA INICIAL ]-----------------
       R0.
           DISPLAY AGT036.
      *--------------------[ DIGITAR O PROCEDIMENTO ]-----------------
      * O RECURSO VEM DO CATALOGO - A RECEPCAO NAO ESCOLHE SALA.
       R1.
           ACCEPT TPROC
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF AP-PROC = ZEROS
                MOVE "PROCEDIMENTO NAO PODE SER ZERO" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R1.
           MOVE AP-PROC TO PR-CODIGO
           READ CADPRC
              INVALID KEY
                 MOVE "PROCEDIMENTO NAO EXISTE NO CADPRC" TO W-MENS
                 PERFORM ROT-MENS THRU ROT-MENS2
                 GO TO R1.
           IF PR-INATIVO
                MOVE "PROCEDIMENTO INATIVO NO CATALOGO" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R1.
           MOVE PR-DESCR TO W-TXPROC
           MOVE PR-CODIGO TO W-PROC
           MOVE PR-DURACAO TO W-DURACAO
           MOVE PR-SALA TO AP-SALA SA-CODIGO
           READ CADSAL
              INVALID KEY
                 MOVE "RECURSO DO PROCEDIMENTO NAO CADASTRADO" TO W-MENS
                 PERFORM ROT-MENS THRU ROT-MENS2
                 GO TO R1.
           IF SA-INATIVA
                MOVE "RECURSO DO PROCEDIMENTO INATIVO" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R1.
           MOVE SA-DESCR TO W-TXSALA
           MOVE "C" TO W-REC-TIPO
           IF SA-EQUIPAMENTO
                MOVE "E" TO W-REC-TIPO.
           DISPLAY TTXPROC TSALA TTXSALA.
      *--------------------[ DIGITAR A DATA ]------------------------
       R2.
           ACCEPT TDATA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1.
           MOVE W-DT-DIA TO W-VAL-DIA
           MOVE W-DT-MES TO W-VAL-MES
           MOVE W-DT-ANO TO W-VAL-ANO
           PERFORM VALIDA-DATA-PER THRU VALIDA-DATA-PER-FIM
           IF W-DATA-OK NOT = "S"
                MOVE "DATA INVALIDA" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R2.
           COMPUTE AP-DATA = (W-DT-ANO * 10000)
                           + (W-DT-MES * 100) + W-DT-DIA.
      *--------------------[ DIGITAR A HORA ]------------------------
       R3.
           ACCEPT THORA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2.
           MOVE AP-HORA TO W-HORA-AUX
           IF W-HORA-HH > 23 OR W-HORA-MM > 59
                MOVE "HORA INVALIDA" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R3.
      *--------------------[ LER O PROCEDIMENTO MARCADO ]------------
      * HORARIO CANCELADO E REAPROVEITADO (REWRITE NO INC-WR1), COMO
      * O SLOT LIVRE DA AGENDA DE CONSULTAS.
       LER-ARQ.
                MOVE "N" TO W-REUSO
                READ CADAPR
                IF ST-ERRO NOT = "23"
                   IF ST-ERRO = "00"
                      IF AP-CANCELADO
                         MOVE "S" TO W-REUSO
                         GO TO LER-ARQ-NOVO
                      ELSE
                         PERFORM MOSTRA-MARCADO
                                 THRU MOSTRA-MARCADO-FIM
                         MOVE "*** PROCEDIMENTO JA MARCADO ***"
                                                        TO W-MENS
                         PERFORM ROT-MENS THRU ROT-MENS2
                         GO TO ACE-001
                   ELSE
                      MOVE "ERRO NA LEITURA DE PROCEDIMENTOS" TO W-MENS
                      PERFORM ROT-MENS THRU ROT-MENS2
                      GO TO ROT-FIM.
       LER-ARQ-NOVO.
                PERFORM LIMPA-DADOS THRU LIMPA-DADOS-FIM
                MOVE W-PROC TO AP-PROC
                MOVE W-DURACAO TO AP-DURACAO
                DISPLAY AGT036
      * SO SE MARCA DE HOJE EM DIANTE - DATA PASSADA SO CONSULTA.
                ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD
                IF AP-DATA < W-DATA-HOJE
                     MOVE "DATA ANTERIOR A HOJE - SO CONSULTA"
                                                        TO W-MENS
                     PERFORM ROT-MENS THRU ROT-MENS2
                     GO TO R2.
                MOVE "*** HORARIO LIVRE - MARCAR ***" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2.
      *--------------------[ DIGITAR O PACIENTE ]--------------------
       R4.
           ACCEPT TPACCOD
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.
           IF AP-PACCOD = ZEROS
                MOVE "CODIGO DO PACIENTE NAO PODE SER ZERO" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R4.
           MOVE AP-PACCOD TO PAC-CODIGO
           READ CADPAC
              INVALID KEY
                 MOVE "PACIENTE NAO CADASTRADO NO CADPAC" TO W-MENS
                 PERFORM ROT-MENS THRU ROT-MENS2
                 GO TO R4.
           MOVE PAC-NOME TO AP-PACIENTE
           MOVE PAC-CONV TO AP-CONV
           DISPLAY TPACIENTE.
      *--------------------[ CONSULTA DE ORIGEM (OPCIONAL) ]----------
      * ZEROS = PROCEDIMENTO SEM CONSULTA QUE O PEDIU. INFORMADA, A
      * CONSULTA TEM DE EXISTIR NO CADAGD E SER DO MESMO PACIENTE.
       R5.
           ACCEPT TORICRM
           ACCEPT TORIDT
           ACCEPT TORIHR
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R4.
           MOVE W-ORI-TELA TO AP-ORI-DTCONS
           IF AP-ORI-CRM = ZEROS AND AP-ORI-DTCONS = ZEROS
                                 AND AP-ORI-HRCONS = ZEROS
                GO TO R6.
           MOVE AP-ORI-CRM TO AG-CRM
           MOVE W-ORI-TELA TO AG-DTCONS
           MOVE AP-ORI-HRCONS TO AG-HRCONS
           READ CADAGD
              INVALID KEY
                 MOVE "CONSULTA DE ORIGEM NAO ENCONTRADA" TO W-MENS
                 PERFORM ROT-MENS THRU ROT-MENS2
                 GO TO R5.
           IF AG-PACCOD NOT = AP-PACCOD
                MOVE "CONSULTA DE ORIGEM E DE OUTRO PACIENTE" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R5.
      *--------------------[ GUIA DE AUTORIZACAO ]-------------------
      * OPCIONAL - VAI PARA O FATVAL JUNTO COM O PROCEDIMENTO.
       R6.
           ACCEPT TAUTORIZ
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R5.
           PERFORM VALIDA-RECURSO THRU VALIDA-RECURSO-FIM
           IF W-REC-OK NOT = "S"
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R3.
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "MARCAR (S/N) : ".
                ACCEPT (23, 55) W-OPCAO WITH UPDATE
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** PROCEDIMENTO NAO MARCADO ***" TO W-MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-INIC.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO W-MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
                MOVE "A" TO AP-STATUS
                MOVE SPACES TO AP-CONFIRMADA
                ACCEPT AP-DTMARC FROM DATE YYYYMMDD
                ACCEPT W-AGORA FROM TIME
                MOVE W-AGO-HHMM TO AP-HRMARC
                MOVE OPC-CODIGO TO AP-OPERADOR
                IF W-REUSO = "S"
                     REWRITE REGAPR
                ELSE
                     WRITE REGAPR.
                IF ST-ERRO = "00" OR "02"
                      MOVE "** PROCEDIMENTO MARCADO **" TO W-MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-INIC.
                IF ST-ERRO = "22"
                      MOVE "HORARIO TOMADO POR OUTRO OPERADOR" TO W-MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-INIC.
                MOVE "ERRO NA MARCACAO DO PROCEDIMENTO" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      * PROCEDIMENTO JA MARCADO - REALIZADO E NAO COMPARECEU SO
      * DEPOIS DA DATA CHEGAR; CANCELAR SO ENQUANTO AGENDADO.
       ACE-001.
                DISPLAY (23, 13)
                     "N=NOVO  C=CANCELAR  R=REALIZADO  F=FALTOU"
                ACCEPT (23, 57) W-OPCAO
                IF W-OPCAO NOT = "N" AND W-OPCAO NOT = "C"
                   AND W-OPCAO NOT = "R" AND W-OPCAO NOT = "F"
                                                     GO TO ACE-001.
                MOVE SPACES TO W-MENS
                DISPLAY (23, 12) W-MENS
                IF W-OPCAO = "N"
                       GO TO ROT-INIC.
                IF NOT AP-AGENDADO
                   MOVE "PROCEDIMENTO JA BAIXADO - SEM ALTERACAO"
                                                        TO W-MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-INIC.
                IF W-OPCAO = "C"
                       GO TO EXC-OPC.
                ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD
                IF AP-DATA > W-DATA-HOJE
                   MOVE "PROCEDIMENTO AINDA NAO ACONTECEU" TO W-MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACE-001.
                GO TO ALT-OPC.
      *
       EXC-OPC.
                DISPLAY (23, 40) "CANCELAR  (S/N) : ".
                ACCEPT (23, 58) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** PROCEDIMENTO MANTIDO ***" TO W-MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-INIC.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO W-MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EXC-OPC.
       EXC-RW1.
                MOVE "C" TO AP-STATUS
                REWRITE REGAPR
                IF ST-ERRO = "00"
                   MOVE "*** PROCEDIMENTO CANCELADO ***  " TO W-MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-INIC.
                MOVE "ERRO NO CANCELAMENTO DO PROCEDIMENTO" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
       ALT-OPC.
                DISPLAY (23, 40) "CONFIRMA  (S/N) : ".
                ACCEPT (23, 58) W-TECLA-CONF
                IF W-TECLA-CONF = "N" OR "n"
                   MOVE "*** SITUACAO MANTIDA ***" TO W-MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-INIC.
                IF W-TECLA-CONF NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO W-MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                MOVE W-OPCAO TO AP-STATUS
                REWRITE REGAPR
                IF ST-ERRO = "00"
                   MOVE "*** SITUACAO DO PROCEDIMENTO GRAVADA ***"
                                                        TO W-MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-INIC.
                MOVE "ERRO NA GRAVACAO DA SITUACAO" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *--------------------[ LIMPA OS DADOS DA MARCACAO ]-------------
       LIMPA-DADOS.
           MOVE ZEROS TO AP-DURACAO AP-PACCOD AP-CONV AP-ORI-CRM
                         AP-ORI-DTCONS AP-ORI-HRCONS AP-DTMARC
                         AP-HRMARC W-ORI-TELA.
           MOVE SPACES TO AP-PACIENTE AP-STATUS AP-AUTORIZ
                          AP-CONFIRMADA AP-OPERADOR W-TXSTATUS.
       LIMPA-DADOS-FIM.
           EXIT.
      *--------------------[ MOSTRA O PROCEDIMENTO MARCADO ]----------
      * O PROCEDIMENTO GRAVADO NO HORARIO PODE SER OUTRO DO MESMO
      * RECURSO - A DESCRICAO E RELIDA PELO AP-PROC DO REGISTRO.
       MOSTRA-MARCADO.
           MOVE AP-PROC TO PR-CODIGO
           READ CADPRC
              INVALID KEY
                 MOVE "PROCEDIMENTO FORA DO CATALOGO" TO PR-DESCR.
           MOVE PR-DESCR TO W-TXPROC
           MOVE AP-ORI-DTCONS TO W-ORI-TELA
           MOVE "AGENDADO" TO W-TXSTATUS
           IF AP-REALIZADO
                MOVE "REALIZADO" TO W-TXSTATUS.
           IF AP-FALTOU
                MOVE "NAO COMPARECEU" TO W-TXSTATUS.
           IF AP-CONFIRMOU AND AP-AGENDADO
                MOVE "AGENDADO/CONF." TO W-TXSTATUS.
           DISPLAY AGT036.
       MOSTRA-MARCADO-FIM.
           EXIT.
      *--------------------[ OCUPACAO DO RECURSO ]-------------------
      * O NOVO PROCEDIMENTO OCUPA O RECURSO DE AP-HORA ATE AP-HORA +
      * AP-DURACAO (DURACAO ZERO = SO CHOQUE DE HORA IDENTICA, COMO NO
      * VALIDA-SALA DO AGD001). E CONFERIDO CONTRA:
      *  - OS DEMAIS PROCEDIMENTOS NAO CANCELADOS DO MESMO RECURSO E
      *    DIA (A CHAVE DO CADAPR COMECA PELA SALA, SO O DIA E LIDO);
      *  - SE O RECURSO E CONSULTORIO, AS CONSULTAS DO CADAGD NA
      *    MESMA SALA E DIA - A CHAVE DA AGENDA E POR CRM, ENTAO A
      *    VARREDURA PERCORRE O ARQUIVO INTEIRO, COMO NO AGD001.
      * O BUFFER DO CADAPR E GUARDADO EM W-REC-SALVO E RESTAURADO.
       VALIDA-RECURSO.
                MOVE "S" TO W-REC-OK
                MOVE REGAPR TO W-REC-SALVO
                MOVE AP-DATA (7:2) TO W-REC-DTCONS (1:2)
                MOVE AP-DATA (5:2) TO W-REC-DTCONS (3:2)
                MOVE AP-DATA (1:4) TO W-REC-DTCONS (5:4)
                DIVIDE AP-HORA BY 100 GIVING W-REC-HH
                                     REMAINDER W-REC-MM
                COMPUTE W-REC-INI = (W-REC-HH * 60) + W-REC-MM
                IF AP-DURACAO = ZEROS
                     COMPUTE W-REC-FIM = W-REC-INI + 1
                ELSE
                     COMPUTE W-REC-FIM = W-REC-INI + AP-DURACAO.
                MOVE ZEROS TO AP-HORA
                START CADAPR KEY IS NOT LESS THAN AP-CHAVE
                     INVALID KEY
                          GO TO VALIDA-RECURSO-AGD.
       VALIDA-RECURSO-LOOP.
                READ CADAPR NEXT RECORD
                     AT END GO TO VALIDA-RECURSO-AGD.
                IF AP-SALA NOT = W-REC-SALVO (1:2)
                   OR AP-DATA NOT = W-REC-SALVO (3:8)
                     GO TO VALIDA-RECURSO-AGD.
                IF AP-CANCELADO OR AP-HORA = W-REC-SALVO (11:4)
                     GO TO VALIDA-RECURSO-LOOP.
                DIVIDE AP-HORA BY 100 GIVING W-REC-HH
                                     REMAINDER W-REC-MM
                COMPUTE W-REC-INI2 = (W-REC-HH * 60) + W-REC-MM
                IF AP-DURACAO = ZEROS
                     COMPUTE W-REC-FIM2 = W-REC-INI2 + 1
                ELSE
                     COMPUTE W-REC-FIM2 = W-REC-INI2 + AP-DURACAO.
                IF W-REC-INI < W-REC-FIM2 AND W-REC-INI2 < W-REC-FIM
                     MOVE SPACES TO W-MENS
                     STRING "RECURSO OCUPADO - PROCEDIMENTO AS "
                                                  DELIMITED BY SIZE
                            W-REC-HH              DELIMITED BY SIZE
                            ":"                   DELIMITED BY SIZE
                            W-REC-MM              DELIMITED BY SIZE
                            INTO W-MENS
                     MOVE "N" TO W-REC-OK
                     GO TO VALIDA-RECURSO-RESTAURA.
                GO TO VALIDA-RECURSO-LOOP.
       VALIDA-RECURSO-AGD.
                IF W-REC-TIPO NOT = "C"
                     GO TO VALIDA-RECURSO-RESTAURA.
                MOVE "N" TO W-FIM-REC
                MOVE ZEROS TO AG-CRM AG-DTCONS AG-HRCONS
                START CADAGD KEY IS NOT LESS THAN AG-CHAVE
                     INVALID KEY
                          GO TO VALIDA-RECURSO-RESTAURA.
       VALIDA-RECURSO-AGD-LOOP.
                IF W-FIM-REC = "S"
                     GO TO VALIDA-RECURSO-RESTAURA.
                READ CADAGD NEXT RECORD
                     AT END MOVE "S" TO W-FIM-REC
                             GO TO VALIDA-RECURSO-AGD-LOOP.
                IF AG-DTCONS NOT = W-REC-DTCONS
                   OR AG-SALA NOT = W-REC-SALVO (1:2)
                   OR AG-SLOT-LIVRE
                     GO TO VALIDA-RECURSO-AGD-LOOP.
                PERFORM BUSCA-DUR-CONS THRU BUSCA-DUR-CONS-FIM
                COMPUTE W-REC-INI2 = (AG-HRHH * 60) + AG-HRMM
                IF W-REC-DUR2 = ZEROS
                     COMPUTE W-REC-FIM2 = W-REC-INI2 + 1
                ELSE
                     COMPUTE W-REC-FIM2 = W-REC-INI2 + W-REC-DUR2.
                IF W-REC-INI < W-REC-FIM2 AND W-REC-INI2 < W-REC-FIM
                     MOVE SPACES TO W-MENS
                     STRING "SALA OCUPADA - CRM " DELIMITED BY SIZE
                            AG-CRM                DELIMITED BY SIZE
                            " AS "                DELIMITED BY SIZE
                            AG-HRCONS (1:2)     DELIMITED BY SIZE
                            ":"                   DELIMITED BY SIZE
                            AG-HRCONS (3:2)     DELIMITED BY SIZE
                            INTO W-MENS
                     MOVE "N" TO W-REC-OK
                     MOVE "S" TO W-FIM-REC.
                GO TO VALIDA-RECURSO-AGD-LOOP.
       VALIDA-RECURSO-RESTAURA.
                MOVE W-REC-SALVO TO REGAPR.
       VALIDA-RECURSO-FIM.
                EXIT.
      *--------------------[ DURACAO DA CONSULTA NA SALA ]------------
      * DURACAO PADRAO DA ESPECIALIDADE DO MEDICO DA CONSULTA VARRIDA
      * - MESMA REGRA DO BUSCA-DUR-SALA DO AGD001.
       BUSCA-DUR-CONS.
                MOVE ZEROS TO W-REC-DUR2
                MOVE AG-CRM TO CRM
                READ CADMED
                     INVALID KEY
                          GO TO BUSCA-DUR-CONS-FIM.
                MOVE ESPEC TO EESPEC
                READ CADESP
                     INVALID KEY
                          GO TO BUSCA-DUR-CONS-FIM.
                MOVE E-DURACAO TO W-REC-DUR2.
       BUSCA-DUR-CONS-FIM.
                EXIT.
      *--------------------[ VALIDACAO DE CALENDARIO ]----------------
      * MESMA REGRA DE CALENDARIO DO VALIDA-DATA-PER DO AGD004 -
      * DIA CONTRA O TAMANHO REAL DO MES, ANO BISSEXTO EM FEVEREIRO.
       VALIDA-DATA-PER.
           MOVE "S" TO W-DATA-OK
           IF W-VAL-MES < 1 OR W-VAL-MES > 12
                MOVE "N" TO W-DATA-OK
                GO TO VALIDA-DATA-PER-FIM.
           MOVE 31 TO W-ULTDIA
           IF W-VAL-MES = 4 OR W-VAL-MES = 6 OR W-VAL-MES = 9
                                           OR W-VAL-MES = 11
                MOVE 30 TO W-ULTDIA.
           IF W-VAL-MES NOT = 2
                GO TO VALIDA-DATA-PER-DIA.
           DIVIDE W-VAL-ANO BY 4 GIVING W-QUOC-AUX
                              REMAINDER W-RESTO4
           DIVIDE W-VAL-ANO BY 100 GIVING W-QUOC-AUX
                                REMAINDER W-RESTO100
           DIVIDE W-VAL-ANO BY 400 GIVING W-QUOC-AUX
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
       VALIDA-DATA-PER-DIA.
           IF W-VAL-DIA < 1 OR W-VAL-DIA > W-ULTDIA
                MOVE "N" TO W-DATA-OK.
       VALIDA-DATA-PER-FIM.
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
                CLOSE CADAPR CADPRC CADSAL CADPAC CADAGD CADMED CADESP
                DISPLAY (01, 01) ERASE
                EXIT PROGRAM.
       ROT-FIMP.
                EXIT PROGRAM.
