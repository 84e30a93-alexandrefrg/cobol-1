       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGD050.
       AUTHOR. ANGELO LOTIERZO FILHO.
      ********************************************************
      * AJUSTE TARDIO DE SITUACAO EM MES FECHADO              *
      * DEPOIS QUE A VALORIZACAO MENSAL (AGD012) FECHA O MES  *
      * (CADFEC), A SITUACAO DAS CONSULTAS DO MES NAO MUDA    *
      * MAIS NO BALCAO (AGD001), NA BAIXA POR AUSENCIA        *
      * (AGD017), NO FECHAMENTO DE DIA (AGD020) NEM NA        *
      * RECUPERACAO (AGD019). O ACERTO QUE AINDA FOR PRECISO  *
      * (FALTA QUE FOI REALIZADA, REALIZADA QUE NAO           *
      * ACONTECEU) E FEITO AQUI, SO POR SUPERVISOR            *
      * (OPC-PERM-SUPERV), COM MOTIVO OBRIGATORIO: A CONSULTA *
      * PASSA A REALIZADA (COM O CID-10) OU A FALTA, O        *
      * MOVIMENTO VAI PARA A TRILHA DA AGENDA COMO OPERACAO   *
      * "J" E O AJUSTE E GRAVADO NO CADAJU COM O SUPERVISOR   *
      * QUE AUTORIZOU. A DIFERENCA E VALORIZADA NO FECHAMENTO *
      * DO MES SEGUINTE (FATSUP.DAT DO AGD012). CHAMADO PELA  *
      * OPCAO 30 DO MENU.                                     *
      * DATA CRIACAO : 15/10/2026                             *
      ********************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                    SELECT CADAGD ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AG-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS AG-PACCOD
                                                      WITH DUPLICATES.
                    SELECT CADMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRM
                    FILE STATUS  IS ST-ERRO2.
                    SELECT CADESP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS EESPEC
                    FILE STATUS  IS ST-ERRO3.
                    SELECT CADFEC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FC-MES
                    FILE STATUS  IS ST-ERRO4.
                    SELECT CADAJU ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AJ-CHAVE
                    FILE STATUS  IS ST-ERRO5.
                    SELECT CADAGL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AL-CHAVE
                    FILE STATUS  IS ST-ERRO6.
                    SELECT CADCID ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CI-CODIGO
                    FILE STATUS  IS ST-ERRO7.
                    SELECT CADPAR ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRPAR.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADAGD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAGD.DAT".
           COPY REGAGD.
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
      * MESES JA FECHADOS PELA VALORIZACAO MENSAL (AGD012)
      *
       FD CADFEC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFEC.DAT".
           COPY FECREG.
      *
      * AJUSTES TARDIOS - UM REGISTRO POR AJUSTE GRAVADO AQUI, LIDO
      * PELA VALORIZACAO DO MES SEGUINTE (AGD012)
      *
       FD CADAJU
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAJU.DAT".
           COPY AJUREG.
      *
       FD CADAGL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "AGDLOG.DAT".
           COPY AGLREG.
      *
       FD CADCID
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCID.DAT".
           COPY CIDREG.
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
       01 ST-ERRO5   PIC X(02) VALUE "00".
       01 ST-ERRO6   PIC X(02) VALUE "00".
       01 ST-ERRO7   PIC X(02) VALUE "00".
       01 W-ESP-DISPON    PIC X(01) VALUE "N".
       01 W-CID-DISPON    PIC X(01) VALUE "N".
      *
      * CONSULTA A AJUSTAR E O AJUSTE DIGITADO
      *
       01 W-CRM              PIC 9(06) VALUE ZEROS.
       01 W-DTCONS          PIC 9(08) VALUE ZEROS.
       01 W-HRCONS          PIC 9(04) VALUE ZEROS.
       01 W-NOME-MED        PIC X(30) VALUE SPACES.
       01 W-STATUS-ANT     PIC X(01) VALUE SPACES.
       01 W-NOVO             PIC X(01) VALUE SPACES.
       01 W-CID               PIC X(04) VALUE SPACES.
       01 W-AJU-MOTIVO     PIC X(40) VALUE SPACES.
       01 W-MES-CONS        PIC 9(06) VALUE ZEROS.
       01 MENSAGEM.
            03 MENSAGEM1   PIC X(30) VALUE SPACES.
            03 CODIGO           PIC 9(02) VALUE ZEROS.
      *-----------------------------------------------------------------
      * OPERADOR IDENTIFICADO NO SMP009 - SO O SUPERVISOR AJUSTA, E O
      * CODIGO VAI PARA O AJUSTE (AJ-OPERADOR) E PARA A TRILHA DA
      * AGENDA (AL-OPERADOR).
       LINKAGE SECTION.
           COPY OPRCOM.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  AGT050.
           05  BLANK SCREEN.
           05  LINE 03  COLUMN 01
               VALUE  "      *** AJUSTE TARDIO DE MES FECHADO ***".
           05  LINE 06  COLUMN 01
               VALUE  "     CRM DO MEDICO   :".
           05  LINE 08  COLUMN 01
               VALUE  "     DATA CONSULTA   :".
           05  LINE 08  COLUMN 35
               VALUE  "(DDMMAAAA)".
           05  LINE 09  COLUMN 01
               VALUE  "     HORA            :".
           05  LINE 11  COLUMN 01
               VALUE  "     PACIENTE        :".
           05  LINE 12  COLUMN 01
               VALUE  "     SITUACAO ATUAL  :".
           05  LINE 12  COLUMN 30
               VALUE  "MES FECHADO EM :".
           05  LINE 14  COLUMN 01
               VALUE  "     NOVA SITUACAO   :".
           05  LINE 14  COLUMN 30
               VALUE  "R=REALIZADA  F=FALTA".
           05  LINE 15  COLUMN 01
               VALUE  "     CID-10          :".
           05  LINE 15  COLUMN 30
               VALUE  "(SO NA REALIZADA - EX. J069)".
           05  LINE 17  COLUMN 01
               VALUE  "     MOTIVO          :".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TCRM
               LINE 06  COLUMN 24  PIC 9(06)
               USING  W-CRM
               HIGHLIGHT.
           05  TNOMEMED
               LINE 06  COLUMN 35  PIC X(30)
               USING  W-NOME-MED.
           05  TDTCONS
               LINE 08  COLUMN 24  PIC 9(08)
               USING  W-DTCONS
               HIGHLIGHT.
           05  THRCONS
               LINE 09  COLUMN 24  PIC 9(04)
               USING  W-HRCONS
               HIGHLIGHT.
           05  TPACIENTE
               LINE 11  COLUMN 24  PIC X(30)
               USING  AG-PACIENTE.
           05  TSTATUS
               LINE 12  COLUMN 24  PIC X(01)
               USING  AG-STATUS.
           05  TDTFECH
               LINE 12  COLUMN 47  PIC 9(08)
               USING  FC-DTFECH.
           05  TNOVO
               LINE 14  COLUMN 24  PIC X(01)
               USING  W-NOVO
               HIGHLIGHT.
           05  TCID
               LINE 15  COLUMN 24  PIC X(04)
               USING  W-CID
               HIGHLIGHT.
           05  TMOTIVO
               LINE 17  COLUMN 24  PIC X(40)
               USING  W-AJU-MOTIVO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING OPR-COM.
       INICIO.
      * O AJUSTE MEXE EM MES JA FATURADO - SO O SUPERVISOR ENTRA
           IF OPC-PERM-SUPERV NOT = "S"
                DISPLAY (01, 01) ERASE
                DISPLAY (03, 05) "AJUSTE TARDIO EXIGE SUPERVISOR"
                DISPLAY (05, 05) "TECLE ENTER PARA VOLTAR AO MENU"
                ACCEPT  (05, 38) W-TECLA
                GO TO ROT-FIMP.
      *------------[ ROTINA DE ABERTURA ARQUIVO ]------------------
       ABRIR-ARQ.
           OPEN INPUT CADFEC
           IF ST-ERRO4 NOT = "00"
                DISPLAY (01, 01) ERASE
                DISPLAY (03, 05) "NENHUM MES FECHADO - SEM AJUSTE"
                DISPLAY (05, 05) "TECLE ENTER PARA VOLTAR AO MENU"
                ACCEPT  (05, 38) W-TECLA
                GO TO ROT-FIMP.
           OPEN I-O CADAGD
           IF ST-ERRO NOT = "00"
                DISPLAY (01, 01) ERASE
                DISPLAY (03, 05) "ERRO NA ABERTURA DO CADAGD - ST="
                DISPLAY (03, 38) ST-ERRO
                DISPLAY (05, 05) "TECLE ENTER PARA VOLTAR AO MENU"
                ACCEPT  (05, 38) W-TECLA
                CLOSE CADFEC
                GO TO ROT-FIMP.
           OPEN INPUT CADMED
           IF ST-ERRO2 NOT = "00"
                DISPLAY (01, 01) ERASE
                DISPLAY (03, 05) "ERRO NA ABERTURA DO CADMED - ST="
                DISPLAY (03, 38) ST-ERRO2
                DISPLAY (05, 05) "TECLE ENTER PARA VOLTAR AO MENU"
                ACCEPT  (05, 38) W-TECLA
                CLOSE CADFEC CADAGD
                GO TO ROT-FIMP.
       ABRIR-AJU.
           OPEN I-O CADAJU
           IF ST-ERRO5 NOT = "00"
                IF ST-ERRO5 = "30" OR ST-ERRO5 = "35"
                    OPEN OUTPUT CADAJU
                    CLOSE CADAJU
                    GO TO ABRIR-AJU
                ELSE
                     DISPLAY (01, 01) ERASE
                     DISPLAY (03, 05)
                          "ERRO NA ABERTURA DO CADAJU - ST="
                     DISPLAY (03, 38) ST-ERRO5
                     DISPLAY (05, 05) "TECLE ENTER PARA VOLTAR AO MENU"
                     ACCEPT  (05, 38) W-TECLA
                     CLOSE CADFEC CADAGD CADMED
                     GO TO ROT-FIMP.
       ABRIR-AGL.
           OPEN I-O CADAGL
           IF ST-ERRO6 NOT = "00"
                IF ST-ERRO6 = "30" OR ST-ERRO6 = "35"
                    OPEN OUTPUT CADAGL
                    CLOSE CADAGL
                    GO TO ABRIR-AGL
                ELSE
                     DISPLAY (01, 01) ERASE
                     DISPLAY (03, 05)
                          "ERRO NA ABERTURA DO AGDLOG - ST="
                     DISPLAY (03, 38) ST-ERRO6
                     DISPLAY (05, 05) "TECLE ENTER PARA VOLTAR AO MENU"
                     ACCEPT  (05, 38) W-TECLA
                     CLOSE CADFEC CADAGD CADMED CADAJU
                     GO TO ROT-FIMP.
      * SEM CADESP A REALIZADA NAO EXIGE O CID; SEM A TABELA CID-10
      * (CIDLOAD AINDA NAO RODADO) SO ENTRA REALIZADA SEM CID, COMO
      * NO PEDE-CID DO AGD001.
           MOVE "N" TO W-ESP-DISPON W-CID-DISPON
           OPEN INPUT CADESP
           IF ST-ERRO3 = "00"
                MOVE "S" TO W-ESP-DISPON.
           OPEN INPUT CADCID
           IF ST-ERRO7 = "00"
                MOVE "S" TO W-CID-DISPON.
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
           MOVE ZEROS TO W-CRM W-DTCONS W-HRCONS FC-DTFECH
           MOVE SPACES TO W-NOME-MED AG-PACIENTE AG-STATUS W-NOVO
                          W-CID W-AJU-MOTIVO.
      *--------------------[ VISUALIZAR TELA INICIAL ]-----------------
       R0.
           DISPLAY AGT050.
      *--------------------[ DIGITAR O MEDICO ]-----------------------
       R1.
           ACCEPT TCRM
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           MOVE W-CRM TO CRM
           READ CADMED
                INVALID KEY
                     MOVE "MEDICO NAO CADASTRADO" TO W-MENS
                     PERFORM ROT-MENS THRU ROT-MENS2
                     GO TO R1.
           MOVE NOME TO W-NOME-MED
           DISPLAY TNOMEMED.
      *--------------------[ DIGITAR DATA E HORA DA CONSULTA ]--------
       R2.
           ACCEPT TDTCONS
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1.
       R3.
           ACCEPT THRCONS
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2.
      *--------------------[ LER A CONSULTA E O FECHAMENTO ]----------
       LER-ARQ.
           MOVE W-CRM TO AG-CRM
           MOVE W-DTCONS TO AG-DTCONS
           MOVE W-HRCONS TO AG-HRCONS
           READ CADAGD
           IF ST-ERRO = "23"
                MOVE "CONSULTA NAO ENCONTRADA" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R2.
           IF ST-ERRO NOT = "00"
                MOVE "ERRO NA LEITURA DA AGENDA" TO MENSAGEM1
                MOVE ST-ERRO TO CODIGO
                MOVE MENSAGEM TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO ROT-FIM.
      * O HORARIO ORIGINAL DE UMA REMARCACAO NAO E MAIS A CONSULTA -
      * O AJUSTE, SE PRECISO, E NO NOVO HORARIO.
           IF AG-REMARCADA
                MOVE "HORARIO REMARCADO - AJUSTE O NOVO" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R2.
           COMPUTE W-MES-CONS = (AG-ANOCONS * 100) + AG-MESCONS
           MOVE W-MES-CONS TO FC-MES
           READ CADFEC
                INVALID KEY
                     MOVE "MES NAO FECHADO - ACERTE PELO BALCAO"
                                                        TO W-MENS
                     PERFORM ROT-MENS THRU ROT-MENS2
                     GO TO R2.
           MOVE AG-STATUS TO W-STATUS-ANT
           MOVE AG-CID TO W-CID
           DISPLAY TPACIENTE TSTATUS TDTFECH.
      *--------------------[ NOVA SITUACAO ]--------------------------
       R4.
           ACCEPT TNOVO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-INIC.
           IF W-NOVO = "r"
                MOVE "R" TO W-NOVO.
           IF W-NOVO = "f"
                MOVE "F" TO W-NOVO.
           IF W-NOVO NOT = "R" AND W-NOVO NOT = "F"
                MOVE "SITUACAO DEVE SER R=REALIZADA OU F=FALTA"
                                                        TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R4.
           IF W-NOVO = W-STATUS-ANT
                MOVE "CONSULTA JA ESTA NESTA SITUACAO" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R4.
           IF W-NOVO = "F"
                MOVE SPACES TO W-CID
                DISPLAY TCID
                GO TO R6.
      *--------------------[ CID-10 DA REALIZADA ]-------------------
      * MESMA REGRA DO PEDE-CID DO AGD001: EM BRANCO SO SE A
      * ESPECIALIDADE DO MEDICO NAO EXIGE O CID.
       R5.
           ACCEPT TCID
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R4.
           IF W-CID NOT = SPACES
                GO TO R5-TABELA.
           IF W-ESP-DISPON NOT = "S"
                GO TO R6.
           MOVE ESPEC TO EESPEC
           READ CADESP
                INVALID KEY
                     GO TO R6.
           IF E-CID-OBRIGAT
                MOVE "ESPECIALIDADE EXIGE O CID-10" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R5.
           GO TO R6.
       R5-TABELA.
           IF W-CID-DISPON NOT = "S"
                MOVE "TABELA CID-10 NAO CARREGADA" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R5.
           MOVE W-CID TO CI-CODIGO
           READ CADCID
                INVALID KEY
                     MOVE "CID-10 NAO CADASTRADO" TO W-MENS
                     PERFORM ROT-MENS THRU ROT-MENS2
                     GO TO R5.
      *--------------------[ MOTIVO DO AJUSTE ]----------------------
       R6.
           ACCEPT TMOTIVO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R4.
           IF W-AJU-MOTIVO = SPACES
                MOVE "MOTIVO DO AJUSTE E OBRIGATORIO" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R6.
       AJU-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "AJUSTAR  (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** AJUSTE NAO GRAVADO ***" TO W-MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-INIC.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO W-MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO AJU-OPC.
      *--------------------[ GRAVACAO DO AJUSTE ]--------------------
      * A FALTA LIMPA O CID E OS HORARIOS DE CHAMADA E TERMINO, COMO
      * A MARCACAO "N" DO MARCA-STATUS DO AGD001.
       AJU-RW1.
                MOVE W-NOVO TO AG-STATUS
                MOVE W-CID TO AG-CID
                IF W-NOVO = "F"
                     MOVE ZEROS TO AG-HRCHAM AG-HRFIM.
                REWRITE REGAGD
                IF ST-ERRO = "00" OR "02"
                   PERFORM GRAVA-AGL THRU GRAVA-AGL-FIM
                   PERFORM GRAVA-AJU THRU GRAVA-AJU-FIM
                   MOVE "*** AJUSTE TARDIO GRAVADO ***" TO W-MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-INIC.
                MOVE "ERRO NA REGRAVACAO DA CONSULTA" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *--------------------[ TRILHA DE AUDITORIA DA AGENDA ]------------
      * MESMO REGISTRO DO GRAVA-AGL DO AGD001, COM OPERACAO "J" E O
      * SUPERVISOR COMO OPERADOR.
       GRAVA-AGL.
                ACCEPT AL-DATA FROM DATE YYYYMMDD
                ACCEPT AL-HORA FROM TIME
                MOVE ZEROS TO AL-SEQ
                MOVE "J" TO AL-OPER
                MOVE OPC-CODIGO TO AL-OPERADOR
                MOVE AG-CRM TO AL-AGCRM
                MOVE AG-DTCONS TO AL-AGDATA
                MOVE AG-HRCONS TO AL-AGHORA
                MOVE W-STATUS-ANT TO AL-STATUS-ANT
                MOVE AG-STATUS TO AL-STATUS-NOVO
                MOVE AG-PACCOD TO AL-PACCOD
                MOVE AG-PACIENTE TO AL-PACIENTE
                MOVE AG-SALA TO AL-SALA
                MOVE AG-ENCAIXE TO AL-ENCAIXE
                MOVE AG-ENC-OPER TO AL-ENC-OPER
                MOVE AG-ENC-JUST TO AL-ENC-JUST
                MOVE AG-CONV TO AL-CONV
                MOVE AG-DTMARC TO AL-DTMARC
                MOVE AG-HRMARC TO AL-HRMARC
                MOVE AG-UNIDADE TO AL-UNIDADE
                MOVE AG-AUTORIZ TO AL-AUTORIZ
                MOVE AG-AUTVAL TO AL-AUTVAL
                MOVE AG-SERIE TO AL-SERIE
                MOVE AG-MODAL TO AL-MODAL
                MOVE AG-LINK TO AL-LINK
                MOVE AG-CID TO AL-CID
                MOVE AG-RET-ORIGEM TO AL-RET-ORIGEM.
       GRAVA-AGL-TENTA.
                WRITE REGAGL
                IF ST-ERRO6 = "22"
                     IF AL-SEQ < 99
                          ADD 1 TO AL-SEQ
                          GO TO GRAVA-AGL-TENTA.
       GRAVA-AGL-FIM.
                EXIT.
      *--------------------[ REGISTRO DO AJUSTE TARDIO ]--------------
      * PENDENTE DE VALORIZACAO (AJ-MES-FAT ZEROS) ATE O FECHAMENTO
      * DO MES SEGUINTE NO AGD012.
       GRAVA-AJU.
                ACCEPT AJ-DATA FROM DATE YYYYMMDD
                ACCEPT AJ-HORA FROM TIME
                MOVE ZEROS TO AJ-SEQ
                MOVE AG-CRM TO AJ-AGCRM
                MOVE AG-DTCONS TO AJ-AGDATA
                MOVE AG-HRCONS TO AJ-AGHORA
                MOVE W-MES-CONS TO AJ-MES-CONS
                MOVE AG-PACCOD TO AJ-PACCOD
                MOVE W-STATUS-ANT TO AJ-STATUS-ANT
                MOVE AG-STATUS TO AJ-STATUS-NOVO
                MOVE W-AJU-MOTIVO TO AJ-MOTIVO
                MOVE OPC-CODIGO TO AJ-OPERADOR
                MOVE ZEROS TO AJ-MES-FAT AJ-VALOR
                MOVE SPACE TO AJ-SINAL.
       GRAVA-AJU-TENTA.
                WRITE REGAJU
                IF ST-ERRO5 = "22"
                     IF AJ-SEQ < 99
                          ADD 1 TO AJ-SEQ
                          GO TO GRAVA-AJU-TENTA.
       GRAVA-AJU-FIM.
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
                IF W-ESP-DISPON = "S"
                     CLOSE CADESP.
                IF W-CID-DISPON = "S"
                     CLOSE CADCID.
                CLOSE CADFEC CADAGD CADMED CADAJU CADAGL
                DISPLAY (01, 01) ERASE
                EXIT PROGRAM.
       ROT-FIMP.
                EXIT PROGRAM.
