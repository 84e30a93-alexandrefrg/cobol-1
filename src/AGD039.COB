       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGD039.
       AUTHOR. ANGELO LOTIERZO FILHO.
      ********************************************************
      * PEDIDOS DE AGENDAMENTO DO PORTAL DO PACIENTE          *
      * LE O ARQUIVO DE PEDIDOS ENVIADO PELO PORTAL DO        *
      * HOSPITAL (PTLPED.DAT, LAYOUT PTLREG) E TRATA CADA     *
      * PEDIDO COM AS MESMAS REGRAS DO AGENDAMENTO NO BALCAO  *
      * (AGD001), SEM OPERADOR:                               *
      *   - PACIENTE PELO CODIGO DO CADPAC OU, SEM CODIGO,    *
      *     PELO NOME + NASCIMENTO; NAO ACHADO, ABRE UM       *
      *     CADASTRO PROVISORIO (PAC-PROVIS = P) JORNALIZADO  *
      *     NO PACLOG, PARA A RECEPCAO COMPLETAR NO AGD002    *
      *   - PACIENTE RESTRITO POR FALTAS (CADRES) E RECUSADO  *
      *     - A LIBERACAO DE SUPERVISOR SO EXISTE NO BALCAO   *
      *   - COBERTURA DO CONVENIO (CADPLN): NAO COBERTA E     *
      *     RECUSADA (A OPCAO DE PARTICULAR E DO BALCAO);     *
      *     COM GUIA EXIGIDA, A GUIA TEM QUE VIR NO PEDIDO    *
      *   - NAS DATAS PREFERIDAS, O PRIMEIRO HORARIO LIVRE DO *
      *     MEDICO (OU DE QUALQUER MEDICO ATIVO DA            *
      *     ESPECIALIDADE) PELA BUSCA DE HORARIOS LIVRES DO   *
      *     AGD001, CONFERIDO PELAS VALIDACOES DE FERIADO,    *
      *     GRADE EM VIGOR, AUSENCIA E JANELA DE DURACAO; A   *
      *     CONSULTA PRESENCIAL RECEBE O PRIMEIRO CONSULTORIO *
      *     LIVRE DA UNIDADE DA FAIXA (VALIDA-SALA)           *
      *   - SEM VAGA NAS DATAS, O PACIENTE ENTRA NA FILA DE   *
      *     ESPERA DA ESPECIALIDADE (CADFLE)                  *
      * A CONSULTA GRAVADA VAI PARA O AGDLOG COM O OPERADOR   *
      * "PORTAL". CADA PEDIDO RECEBE UMA LINHA NO ARQUIVO DE  *
      * RESPOSTA (PTLRESP.DAT, LAYOUT PTRREG) E NO RELATORIO  *
      * DA RODADA. RODA VARIAS VEZES AO DIA (JOB AGDPORT).    *
      * RC 4 = SEM ARQUIVO DE PEDIDOS OU SISTEMA EM           *
      * FECHAMENTO NOTURNO - OS PEDIDOS FICAM PARA A PROXIMA  *
      * RODADA.                                               *
      * MENOR DE 18 ANOS SEM RESPONSAVEL LEGAL NO CADPAC E    *
      * RECUSADO - AGENDAR NO BALCAO. A FILA DE ESPERA LEVA O *
      * TELEFONE DO RESPONSAVEL.                              *
      * DATA CRIACAO : 15/10/2026                             *
      ********************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                    SELECT PTLPED ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
                    SELECT PTLRESP ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO2.
                    SELECT CADAGD ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AG-CHAVE
                    FILE STATUS  IS ST-ERRO3
                    ALTERNATE RECORD KEY IS AG-PACCOD
                                                      WITH DUPLICATES.
                    SELECT CADAGL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AL-CHAVE
                    FILE STATUS  IS ST-ERRO4.
                    SELECT CADPAC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PAC-CODIGO
                    FILE STATUS  IS ST-ERRO5
                    ALTERNATE RECORD KEY IS PAC-NOME
                                                      WITH DUPLICATES
                    ALTERNATE RECORD KEY IS PAC-RESP
                                                      WITH DUPLICATES.
                    SELECT CADPLG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PG-CHAVE
                    FILE STATUS  IS ST-ERRO6.
                    SELECT CADMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRM
                    FILE STATUS  IS ST-ERRO7.
                    SELECT CADESP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS EESPEC
                    FILE STATUS  IS ST-ERRO8.
                    SELECT CADHOR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS HR-CHAVE
                    FILE STATUS  IS ST-ERRO9.
                    SELECT CADAUS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AU-CHAVE
                    FILE STATUS  IS ST-ERR10.
                    SELECT CADFER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FE-DATA
                    FILE STATUS  IS ST-ERR11.
                    SELECT CADSAL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SA-CODIGO
                    FILE STATUS  IS ST-ERR12.
                    SELECT CADFLE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FL-CHAVE
                    FILE STATUS  IS ST-ERR13.
                    SELECT CADFIL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FI-CHAVE
                    FILE STATUS  IS ST-ERR14.
                    SELECT CADRES ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RS-PACCOD
                    FILE STATUS  IS ST-ERR15.
                    SELECT CADPLN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PN-CHAVE
                    FILE STATUS  IS ST-ERR16.
                    SELECT CADCON ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CV-CODIGO
                    FILE STATUS  IS ST-ERR17.
                    SELECT CADAPR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AP-CHAVE
                    FILE STATUS  IS ST-ERR18.
                    SELECT SISSTAT ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERR19.
                    SELECT RELPTL ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERR20.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      * PEDIDOS DO PORTAL E RESPOSTA (UMA LINHA POR PEDIDO)
       FD PTLPED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PTLPED.DAT".
           COPY PTLREG.
      *
       FD PTLRESP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PTLRESP.DAT".
           COPY PTRREG.
      *
       FD CADAGD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAGD.DAT".
           COPY REGAGD.
      *
      * TRILHA DE AUDITORIA DA AGENDA (VIDE GRAVA-AGL)
      *
       FD CADAGL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "AGDLOG.DAT".
           COPY AGLREG.
      *
      * CADASTRO DE PACIENTES E SUA TRILHA - O CADASTRO PROVISORIO
      * ABERTO AQUI E JORNALIZADO COMO A INCLUSAO DO AGD002
      *
       FD CADPAC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPAC.DAT".
           COPY PACREG.
      *
       FD CADPLG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PACLOG.DAT".
           COPY PLGREG.
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
       FD CADHOR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADHOR.DAT".
           COPY HORREG.
      *
       FD CADAUS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAUS.DAT".
           COPY AUSREG.
      *
       FD CADFER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFER.DAT".
           COPY FERREG.
      *
       FD CADSAL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADSAL.DAT".
           COPY SALREG.
      *
      * FILAS DE ESPERA - POR ESPECIALIDADE (INCLUSAO QUANDO NAO HA
      * VAGA) E POR MEDICO/DIA (SO A BAIXA, COMO NO AGD001)
      *
       FD CADFLE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFLE.DAT".
           COPY FLEREG.
      *
       FD CADFIL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFIL.DAT".
           COPY FILREG.
      *
       FD CADRES
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRES.DAT".
           COPY RESREG.
      *
       FD CADPLN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPLN.DAT".
           COPY PLNREG.
      *
       FD CADCON
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCON.DAT".
           COPY CONREG.
      *
       FD CADAPR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAPR.DAT".
           COPY APRREG.
      *
       FD SISSTAT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "SISSTAT.DAT".
           COPY SISREG.
      *
       FD RELPTL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELPTL.LST".
       01 LINHA-REL             PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-ERRO     PIC X(02) VALUE "00".
       01 ST-ERRO2   PIC X(02) VALUE "00".
       01 ST-ERRO3   PIC X(02) VALUE "00".
       01 ST-ERRO4   PIC X(02) VALUE "00".
       01 ST-ERRO5   PIC X(02) VALUE "00".
       01 ST-ERRO6   PIC X(02) VALUE "00".
       01 ST-ERRO7   PIC X(02) VALUE "00".
       01 ST-ERRO8   PIC X(02) VALUE "00".
       01 ST-ERRO9   PIC X(02) VALUE "00".
       01 ST-ERR10   PIC X(02) VALUE "00".
       01 ST-ERR11   PIC X(02) VALUE "00".
       01 ST-ERR12   PIC X(02) VALUE "00".
       01 ST-ERR13   PIC X(02) VALUE "00".
       01 ST-ERR14   PIC X(02) VALUE "00".
       01 ST-ERR15   PIC X(02) VALUE "00".
       01 ST-ERR16   PIC X(02) VALUE "00".
       01 ST-ERR17   PIC X(02) VALUE "00".
       01 ST-ERR18   PIC X(02) VALUE "00".
       01 ST-ERR19   PIC X(02) VALUE "00".
       01 ST-ERR20   PIC X(02) VALUE "00".
      * OPERADOR GRAVADO NO AGDLOG E NO PACLOG PARA OS MOVIMENTOS
      * DO PORTAL (O AGD020 GRAVA O PROPRIO NOME DO PASSO)
       01 W-OPERADOR      PIC X(08) VALUE "PORTAL".
       01 W-MENS          PIC X(50) VALUE SPACES.
       01 W-FIM-PEDIDO    PIC X(01) VALUE "N".
           88 FIM-PEDIDO             VALUE "S".
       01 W-QUIESCE       PIC X(01) VALUE "N".
       01 W-RES-DISPON    PIC X(01) VALUE "N".
       01 W-PLN-DISPON    PIC X(01) VALUE "N".
       01 W-CON-DISPON    PIC X(01) VALUE "N".
       01 W-APR-DISPON    PIC X(01) VALUE "N".
       01 W-SALA-DISPON   PIC X(01) VALUE "N".
       01 W-FIL-DISPON    PIC X(01) VALUE "N".
       01 W-PED-OK        PIC X(01) VALUE SPACES.
       01 W-PED-MODAL     PIC X(01) VALUE SPACES.
       01 W-RES-OK        PIC X(01) VALUE SPACES.
       01 W-COB-OK        PIC X(01) VALUE SPACES.
       01 W-COB-AUT       PIC X(01) VALUE "N".
       01 W-COB-CONV      PIC 9(03) VALUE ZEROS.
       01 W-VAGA-OK       PIC X(01) VALUE SPACES.
       01 W-SLOT-OK       PIC X(01) VALUE SPACES.
       01 W-REGRAVA       PIC X(01) VALUE SPACES.
       01 W-STATUS-ANT    PIC X(01) VALUE SPACES.
       01 W-AGL-OPER      PIC X(01) VALUE SPACES.
       01 W-PLG-OPER      PIC X(01) VALUE SPACES.
       01 W-PAC-ULTIMO    PIC 9(06) VALUE ZEROS.
       01 W-FIM-PAC       PIC X(01) VALUE "N".
       01 W-PREF-IDX      PIC 9(01) VALUE ZEROS.
       01 W-CAND-IDX      PIC 9(02) VALUE ZEROS.
       01 W-PREF-DATA     PIC 9(08) VALUE ZEROS.
       01 W-PREF-DATA-R REDEFINES W-PREF-DATA.
            03 W-PREF-ANO     PIC 9(04).
            03 W-PREF-MES     PIC 9(02).
            03 W-PREF-DIA     PIC 9(02).
       01 W-SLOT-DATA     PIC 9(08) VALUE ZEROS.
       01 W-SLOT-DATA-R REDEFINES W-SLOT-DATA.
            03 W-SLOT-ANO     PIC 9(04).
            03 W-SLOT-MES     PIC 9(02).
            03 W-SLOT-DIA     PIC 9(02).
       01 W-AGORA-HORA    PIC 9(06) VALUE ZEROS.
       01 W-TOT-LIDOS     PIC 9(06) VALUE ZEROS.
       01 W-TOT-AGEND     PIC 9(06) VALUE ZEROS.
       01 W-TOT-FILA      PIC 9(06) VALUE ZEROS.
       01 W-TOT-RECUS     PIC 9(06) VALUE ZEROS.
       01 W-TOT-PROVIS    PIC 9(06) VALUE ZEROS.
      *
      * CAMPOS DAS VALIDACOES DO AGENDAMENTO - OS MESMOS DO AGD001
      * (VIDE VALIDA-DTCONS, VALIDA-HORARIO-MED, VALIDA-AUSENCIA,
      * VALIDA-SOBREPOS E VALIDA-SALA)
      *
       01 W-DTOK          PIC X(01) VALUE SPACES.
       01 W-DTMSG         PIC X(40) VALUE SPACES.
       01 W-DTCONS-COMP   PIC 9(08) VALUE ZEROS.
       01 W-DTCONS-AAAA   PIC 9(08) VALUE ZEROS.
       01 W-DIASEM        PIC 9(01) VALUE ZEROS.
       01 W-INT-DIA       PIC 9(01) VALUE ZEROS.
       01 W-GRD-DATA      PIC 9(08) VALUE ZEROS.
       01 W-GRD-CRM       PIC 9(06) VALUE ZEROS.
       01 W-GRD-DIA       PIC 9(01) VALUE ZEROS.
       01 W-GRD-ACHOU     PIC X(01) VALUE SPACES.
       01 W-HOR-OK        PIC X(01) VALUE SPACES.
       01 W-UNID-FAIXA    PIC 9(02) VALUE ZEROS.
       01 W-UNID-SALA     PIC 9(02) VALUE ZEROS.
       01 W-UNID-GRADE    PIC 9(02) VALUE ZEROS.
       01 W-HORA-AG       PIC 9(04) VALUE ZEROS.
       01 W-HORA-INI-Q    PIC 9(04) VALUE ZEROS.
       01 W-HORA-INI-QX REDEFINES W-HORA-INI-Q.
            03 W-INI-HH PIC 99.
            03 W-INI-MM PIC 99.
       01 W-HORA-FIM-Q    PIC 9(04) VALUE ZEROS.
       01 W-HORA-FIM-QX REDEFINES W-HORA-FIM-Q.
            03 W-FIM-HH PIC 99.
            03 W-FIM-MM PIC 99.
       01 W-AUS-OK        PIC X(01) VALUE SPACES.
       01 W-FIM-AUS       PIC X(01) VALUE "N".
       01 W-SOB-OK        PIC X(01) VALUE SPACES.
       01 W-FIM-SOB       PIC X(01) VALUE "N".
       01 W-SOB-DUR       PIC 9(03) VALUE ZEROS.
       01 W-SOB-CRM       PIC 9(06) VALUE ZEROS.
       01 W-SOB-DATA      PIC X(08) VALUE SPACES.
       01 W-SOB-HORA      PIC X(04) VALUE SPACES.
       01 W-SOB-INI       PIC 9(04) VALUE ZEROS.
       01 W-SOB-FIM       PIC 9(04) VALUE ZEROS.
       01 W-SOB-INI2      PIC 9(04) VALUE ZEROS.
       01 W-SOB-FIM2      PIC 9(04) VALUE ZEROS.
       01 W-SOB-HR2       PIC X(04) VALUE SPACES.
       01 W-SOB-PAC       PIC X(30) VALUE SPACES.
       01 W-SOB-PACCOD    PIC 9(06) VALUE ZEROS.
       01 W-SOB-SALA      PIC 9(02) VALUE ZEROS.
       01 W-SOB-STAT      PIC X(01) VALUE SPACES.
       01 W-SAL-OK        PIC X(01) VALUE SPACES.
       01 W-SAL-TEM       PIC X(01) VALUE SPACES.
       01 W-FIM-SAL       PIC X(01) VALUE "N".
       01 W-SAL-CRM       PIC 9(06) VALUE ZEROS.
       01 W-SAL-DATA      PIC X(08) VALUE SPACES.
       01 W-SAL-HORA      PIC X(04) VALUE SPACES.
       01 W-SAL-PAC       PIC X(30) VALUE SPACES.
       01 W-SAL-PACCOD    PIC 9(06) VALUE ZEROS.
       01 W-SAL-SALA      PIC 9(02) VALUE ZEROS.
       01 W-SAL-STAT      PIC X(01) VALUE SPACES.
       01 W-SAL-INI       PIC 9(04) VALUE ZEROS.
       01 W-SAL-FIM       PIC 9(04) VALUE ZEROS.
       01 W-SAL-INI2      PIC 9(04) VALUE ZEROS.
       01 W-SAL-FIM2      PIC 9(04) VALUE ZEROS.
       01 W-SAL-DUR       PIC 9(03) VALUE ZEROS.
       01 W-SAL-DUR2      PIC 9(03) VALUE ZEROS.
       01 W-SAL-AUTORIZ   PIC X(20) VALUE SPACES.
       01 W-SAL-AUTVAL    PIC 9(08) VALUE ZEROS.
       01 W-SAL-MODAL     PIC X(01) VALUE SPACES.
       01 W-SAL-DTPRC     PIC 9(08) VALUE ZEROS.
       01 W-SAL-HH        PIC 9(02) VALUE ZEROS.
       01 W-SAL-MM        PIC 9(02) VALUE ZEROS.
       01 W-FILA-DATA     PIC 9(08) VALUE ZEROS.
       01 W-FIM-FILA      PIC X(01) VALUE "N".
       01 W-FILA-JA       PIC X(01) VALUE "N".
       01 W-FLE-DTINI     PIC 9(08) VALUE ZEROS.
       01 W-FLE-DTFIM     PIC 9(08) VALUE ZEROS.
       01 W-INT-FLE       PIC 9(08) VALUE ZEROS.
      *
      * CAMPOS DA BUSCA DE HORARIOS LIVRES - OS MESMOS DO AGD001
      * (VIDE BUSCA-LIVRE-VARRE). AQUI CADA DATA PREFERIDA E
      * VARRIDA SOZINHA (DTINI = DTFIM).
      *
       01 W-BL-MODO       PIC X(01) VALUE SPACES.
       01 W-BL-PERIODO    PIC X(01) VALUE SPACES.
       01 W-BL-CRM-TELA   PIC 9(06) VALUE ZEROS.
       01 W-BL-CRM        PIC 9(06) VALUE ZEROS.
       01 W-BL-ESPEC      PIC 9(02) VALUE ZEROS.
       01 W-BL-DTINI      PIC 9(08) VALUE ZEROS.
       01 W-BL-DTFIM      PIC 9(08) VALUE ZEROS.
       01 W-BL-DATA       PIC 9(08) VALUE ZEROS.
       01 W-BL-INT        PIC 9(08) VALUE ZEROS.
       01 W-BL-INT-INI    PIC 9(08) VALUE ZEROS.
       01 W-BL-INT-FIM    PIC 9(08) VALUE ZEROS.
       01 W-BL-DIASEM     PIC 9(01) VALUE ZEROS.
       01 W-BL-DUR        PIC 9(03) VALUE ZEROS.
       01 W-BL-QTD        PIC 9(02) VALUE ZEROS.
       01 W-BL-NOME       PIC X(30) VALUE SPACES.
       01 W-BL-BND        PIC 9(01) VALUE ZEROS.
       01 W-BL-BANDA-INI  PIC 9(04) VALUE ZEROS.
       01 W-BL-BANDA-FIM  PIC 9(04) VALUE ZEROS.
       01 W-BL-CAND       PIC 9(04) VALUE ZEROS.
       01 W-BL-HH         PIC 9(02) VALUE ZEROS.
       01 W-BL-MM         PIC 9(02) VALUE ZEROS.
       01 W-BL-HHMM       PIC 9(04) VALUE ZEROS.
       01 W-BL-HHMMX REDEFINES W-BL-HHMM.
            03 W-BL-HHMM-HH PIC 99.
            03 W-BL-HHMM-MM PIC 99.
       01 W-BL-AGORA      PIC 9(08) VALUE ZEROS.
       01 W-BL-AGORAX REDEFINES W-BL-AGORA.
            03 W-BL-AGO-HH PIC 99.
            03 W-BL-AGO-MM PIC 99.
            03 FILLER        PIC 9(04).
       01 W-BL-AGORA-MIN  PIC 9(04) VALUE ZEROS.
       01 W-BL-OCUPADO    PIC X(01) VALUE SPACES.
       01 W-BL-FIM-VARRE  PIC X(01) VALUE "N".
       01 W-BL-IDX        PIC 9(02) VALUE ZEROS.
       01 W-OCC-QTD       PIC 9(02) VALUE ZEROS.
       01 W-OCC-TAB.
            03 W-OCC-ITEM OCCURS 60 TIMES.
                 05 W-OCC-INI         PIC 9(04).
                 05 W-OCC-FIM         PIC 9(04).
       01 W-ABS-QTD       PIC 9(02) VALUE ZEROS.
       01 W-ABS-TAB.
            03 W-ABS-ITEM OCCURS 10 TIMES.
                 05 W-ABS-INI         PIC 9(04).
                 05 W-ABS-FIM         PIC 9(04).
       01 W-BLT-TAB.
            03 W-BLT-ITEM OCCURS 10 TIMES.
                 05 W-BLT-CRM         PIC 9(06).
                 05 W-BLT-DATA        PIC 9(08).
                 05 W-BLT-HORA        PIC 9(04).
                 05 W-BLT-MED         PIC X(30).
           COPY DTNASCWS.
           COPY RESPWS.
      *
       01 LINHA-TITULO.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(40)
                    VALUE "PEDIDOS DO PORTAL DO PACIENTE - RODADA".
            03 LT-DATA          PIC 9999/99/99.
            03 FILLER          PIC X(01) VALUE SPACES.
            03 LT-HORA          PIC 99.99.99.
       01 LINHA-CABEC.
            03 FILLER          PIC X(13) VALUE "PROTOCOLO".
            03 FILLER          PIC X(09) VALUE "PACIENTE".
            03 FILLER          PIC X(02) VALUE "S".
            03 FILLER          PIC X(08) VALUE "CRM".
            03 FILLER          PIC X(11) VALUE "DATA".
            03 FILLER          PIC X(06) VALUE "HORA".
            03 FILLER          PIC X(31) VALUE "SALA/MOTIVO".
       01 LINHA-DET.
            03 LD-PROTOCOLO    PIC X(12).
            03 FILLER          PIC X(01) VALUE SPACES.
            03 LD-PACCOD       PIC ZZZZZ9.
            03 LD-PROVIS       PIC X(01).
            03 FILLER          PIC X(01) VALUE SPACES.
            03 LD-SIT          PIC X(01).
            03 FILLER          PIC X(01) VALUE SPACES.
            03 LD-CRM          PIC ZZZ.ZZ9.
            03 FILLER          PIC X(01) VALUE SPACES.
            03 LD-DATA         PIC 9999/99/99.
            03 FILLER          PIC X(01) VALUE SPACES.
            03 LD-HORA         PIC 99.99.
            03 FILLER          PIC X(01) VALUE SPACES.
            03 LD-MOTIVO       PIC X(32).
       01 LINHA-TOT.
            03 FILLER          PIC X(30).
            03 LTT-QTD          PIC ZZZ.ZZ9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           PERFORM ABRIR-ARQ    THRU ABRIR-ARQ-FIM
           PERFORM LER-PEDIDO   THRU LER-PEDIDO-FIM
           PERFORM PROCESSA     THRU PROCESSA-FIM
                    UNTIL FIM-PEDIDO
           PERFORM ROT-FIM      THRU ROT-FIM-FIM
           GOBACK.
      *--------------------[ ABERTURA DE ARQUIVOS ]--------------------
      * COM O SISTEMA EM FECHAMENTO NOTURNO (SMP013) NADA E GRAVADO -
      * O ARQUIVO DE PEDIDOS FICA PARA A PROXIMA RODADA (RC 4).
       ABRIR-ARQ.
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD
           ACCEPT W-BL-AGORA FROM TIME
           MOVE W-BL-AGORA (1:6) TO W-AGORA-HORA
           COMPUTE W-BL-AGORA-MIN = (W-BL-AGO-HH * 60) + W-BL-AGO-MM
           PERFORM TESTA-QUIESCE THRU TESTA-QUIESCE-FIM
           IF W-QUIESCE = "S"
                DISPLAY "SISTEMA EM FECHAMENTO NOTURNO - PEDIDOS "
                        "MANTIDOS PARA A PROXIMA RODADA"
                MOVE 4 TO RETURN-CODE
                GOBACK.
           OPEN INPUT PTLPED
           IF ST-ERRO = "35"
                DISPLAY "NENHUM PEDIDO DO PORTAL A PROCESSAR"
                MOVE 4 TO RETURN-CODE
                GOBACK.
           IF ST-ERRO NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO PTLPED - ST=" ST-ERRO
                MOVE 8 TO RETURN-CODE
                GOBACK.
           OPEN I-O CADAGD
           IF ST-ERRO3 NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO CADAGD - ST=" ST-ERRO3
                MOVE 8 TO RETURN-CODE
                GOBACK.
           OPEN I-O CADPAC
           IF ST-ERRO5 NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO CADPAC - ST=" ST-ERRO5
                MOVE 8 TO RETURN-CODE
                GOBACK.
           OPEN INPUT CADMED
           IF ST-ERRO7 NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO CADMED - ST=" ST-ERRO7
                MOVE 8 TO RETURN-CODE
                GOBACK.
           OPEN INPUT CADESP
           IF ST-ERRO8 NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO CADESP - ST=" ST-ERRO8
                MOVE 8 TO RETURN-CODE
                GOBACK.
           OPEN INPUT CADHOR
           IF ST-ERRO9 NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO CADHOR - ST=" ST-ERRO9
                MOVE 8 TO RETURN-CODE
                GOBACK.
           OPEN INPUT CADAUS
           IF ST-ERR10 NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO CADAUS - ST=" ST-ERR10
                MOVE 8 TO RETURN-CODE
                GOBACK.
           OPEN INPUT CADFER
           IF ST-ERR11 NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO CADFER - ST=" ST-ERR11
                MOVE 8 TO RETURN-CODE
                GOBACK.
           OPEN I-O CADAGL
           IF ST-ERRO4 = "30" OR ST-ERRO4 = "35"
                OPEN OUTPUT CADAGL
                CLOSE CADAGL
                OPEN I-O CADAGL.
           IF ST-ERRO4 NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO AGDLOG - ST=" ST-ERRO4
                MOVE 8 TO RETURN-CODE
                GOBACK.
           OPEN I-O CADPLG
           IF ST-ERRO6 = "30" OR ST-ERRO6 = "35"
                OPEN OUTPUT CADPLG
                CLOSE CADPLG
                OPEN I-O CADPLG.
           IF ST-ERRO6 NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO PACLOG - ST=" ST-ERRO6
                MOVE 8 TO RETURN-CODE
                GOBACK.
           OPEN I-O CADFLE
           IF ST-ERR13 = "30" OR ST-ERR13 = "35"
                OPEN OUTPUT CADFLE
                CLOSE CADFLE
                OPEN I-O CADFLE.
           IF ST-ERR13 NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO CADFLE - ST=" ST-ERR13
                MOVE 8 TO RETURN-CODE
                GOBACK.
      * ARQUIVOS OPCIONAIS, COMO NO AGD001: SEM CADSAL A CONSULTA
      * PRESENCIAL SAI SEM SALA; SEM CADRES/CADPLN NAO HA RESTRICAO
      * NEM REGRA DE COBERTURA; SEM CADAPR A SALA SO E CONFERIDA NO
      * CADAGD; SEM CADCON O PACIENTE NOVO DE CONVENIO E RECUSADO.
           OPEN INPUT CADSAL
           IF ST-ERR12 = "00"
                MOVE "S" TO W-SALA-DISPON.
           OPEN I-O CADFIL
           IF ST-ERR14 = "00"
                MOVE "S" TO W-FIL-DISPON.
           OPEN INPUT CADRES
           IF ST-ERR15 = "00"
                MOVE "S" TO W-RES-DISPON.
           OPEN INPUT CADPLN
           IF ST-ERR16 = "00"
                MOVE "S" TO W-PLN-DISPON.
           OPEN INPUT CADCON
           IF ST-ERR17 = "00"
                MOVE "S" TO W-CON-DISPON.
           OPEN INPUT CADAPR
           IF ST-ERR18 = "00"
                MOVE "S" TO W-APR-DISPON.
      * A RESPOSTA E ACRESCIDA - O PORTAL RECOLHE O ARQUIVO NO SEU
      * PROPRIO RITMO, ENTAO UMA RODADA NAO APAGA A ANTERIOR.
           OPEN EXTEND PTLRESP
           IF ST-ERRO2 NOT = "00"
                OPEN OUTPUT PTLRESP
                IF ST-ERRO2 NOT = "00"
                     DISPLAY "ERRO NA ABERTURA DO PTLRESP - ST="
                                                           ST-ERRO2
                     MOVE 8 TO RETURN-CODE
                     GOBACK.
           OPEN OUTPUT RELPTL
           IF ST-ERR20 NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO RELPTL - ST=" ST-ERR20
                MOVE 8 TO RETURN-CODE
                GOBACK.
           PERFORM CARREGA-ULTIMO THRU CARREGA-ULTIMO-FIM
           MOVE W-DATA-HOJE TO LT-DATA
           MOVE W-AGORA-HORA TO LT-HORA
           WRITE LINHA-REL FROM LINHA-TITULO
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           WRITE LINHA-REL FROM LINHA-CABEC
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL.
       ABRIR-ARQ-FIM.
           EXIT.
      *--------------------[ ULTIMO CODIGO DE PACIENTE ]----------------
      * O CADASTRO PROVISORIO RECEBE O MAIOR CODIGO DO CADPAC + 1. O
      * CODIGO E ACHADO UMA VEZ POR RODADA; SE O BALCAO GRAVAR O
      * MESMO CODIGO NO MEIO DA RODADA, A GRAVACAO SOMA 1 E TENTA DE
      * NOVO (VIDE ACHA-PACIENTE-GRAVA).
       CARREGA-ULTIMO.
           MOVE ZEROS TO W-PAC-ULTIMO PAC-CODIGO
           MOVE "N" TO W-FIM-PAC
           START CADPAC KEY IS NOT LESS THAN PAC-CODIGO
                INVALID KEY
                     GO TO CARREGA-ULTIMO-FIM.
       CARREGA-ULTIMO-LOOP.
           READ CADPAC NEXT RECORD
                AT END GO TO CARREGA-ULTIMO-FIM.
           MOVE PAC-CODIGO TO W-PAC-ULTIMO
           GO TO CARREGA-ULTIMO-LOOP.
       CARREGA-ULTIMO-FIM.
           EXIT.
      *--------------------[ LEITURA DO ARQUIVO DE PEDIDOS ]------------
       LER-PEDIDO.
           READ PTLPED
                AT END MOVE "S" TO W-FIM-PEDIDO.
       LER-PEDIDO-FIM.
           EXIT.
      *--------------------[ TRATAMENTO DE UM PEDIDO ]-----------------
      * O PEDIDO PASSA PELAS MESMAS ETAPAS DO R1..R5 DO AGD001, NA
      * ORDEM: PACIENTE, RESTRICAO, MEDICO/ESPECIALIDADE, COBERTURA
      * E HORARIO. A PRIMEIRA RECUSA ENCERRA O PEDIDO COM O MOTIVO
      * EM W-MENS.
       PROCESSA.
           ADD 1 TO W-TOT-LIDOS
           MOVE SPACES TO REGPTR W-MENS
           MOVE PO-PROTOCOLO TO PS-PROTOCOLO
           MOVE ZEROS TO PS-PACCOD PS-CRM PS-DATA PS-HORA
                         PS-UNIDADE PS-SALA
           MOVE "N" TO PS-PROVIS
           MOVE "R" TO PS-SITUACAO
           PERFORM CONFERE-PEDIDO THRU CONFERE-PEDIDO-FIM
           IF W-PED-OK NOT = "S"
                GO TO PROCESSA-RESPONDE.
           PERFORM ACHA-PACIENTE THRU ACHA-PACIENTE-FIM
           IF W-PED-OK NOT = "S"
                GO TO PROCESSA-RESPONDE.
           MOVE PAC-CODIGO TO PS-PACCOD AG-PACCOD
           PERFORM VALIDA-RESP THRU VALIDA-RESP-FIM
           IF W-RSP-OK NOT = "S"
                MOVE "MENOR SEM RESPONSAVEL LEGAL - AGENDAR NO BALCAO"
                                                        TO W-MENS
                GO TO PROCESSA-RESPONDE.
           PERFORM VALIDA-RESTRICAO THRU VALIDA-RESTRICAO-FIM
           IF W-RES-OK NOT = "S"
                MOVE "PACIENTE RESTRITO POR FALTAS - AGENDAR NO BALCAO"
                                                        TO W-MENS
                GO TO PROCESSA-RESPONDE.
           PERFORM ACHA-MEDICO THRU ACHA-MEDICO-FIM
           IF W-PED-OK NOT = "S"
                GO TO PROCESSA-RESPONDE.
           PERFORM VALIDA-COBERTURA THRU VALIDA-COBERTURA-FIM
           IF W-COB-OK NOT = "S"
                GO TO PROCESSA-RESPONDE.
           PERFORM BUSCA-VAGA THRU BUSCA-VAGA-FIM
           IF W-VAGA-OK = "E"
                GO TO PROCESSA-RESPONDE.
           IF W-VAGA-OK NOT = "S"
                PERFORM FILA-INCLUI-ESP THRU FILA-INCLUI-ESP-FIM
                GO TO PROCESSA-RESPONDE.
           MOVE "A" TO PS-SITUACAO
           MOVE AG-CRM TO PS-CRM
           MOVE NOME TO PS-MEDICO
           COMPUTE PS-DATA = (AG-ANOCONS * 10000)
                           + (AG-MESCONS * 100) + AG-DIACONS
           MOVE AG-HRCONS TO PS-HORA
           MOVE AG-UNIDADE TO PS-UNIDADE
           MOVE AG-SALA TO PS-SALA
           MOVE AG-MODAL TO PS-MODAL
           MOVE AG-LINK TO PS-LINK
           MOVE "CONSULTA AGENDADA" TO PS-MOTIVO
           ADD 1 TO W-TOT-AGEND.
       PROCESSA-RESPONDE.
           IF PS-RECUSADA
                MOVE W-MENS TO PS-MOTIVO
                ADD 1 TO W-TOT-RECUS.
           WRITE REGPTR
           IF ST-ERRO2 NOT = "00"
                DISPLAY "ERRO NA GRAVACAO DO PTLRESP - ST=" ST-ERRO2
                        " PROTOCOLO " PO-PROTOCOLO
                MOVE 8 TO RETURN-CODE.
           MOVE PS-PROTOCOLO TO LD-PROTOCOLO
           MOVE PS-PACCOD TO LD-PACCOD
           MOVE SPACES TO LD-PROVIS
           IF PS-PROVIS = "S"
                MOVE "P" TO LD-PROVIS.
           MOVE PS-SITUACAO TO LD-SIT
           MOVE PS-CRM TO LD-CRM
           MOVE PS-DATA TO LD-DATA
           MOVE PS-HORA TO LD-HORA
           MOVE PS-MOTIVO TO LD-MOTIVO
           IF PS-AGENDADA
                MOVE SPACES TO LD-MOTIVO
                IF PS-MODAL = "V"
                     MOVE "VIDEO" TO LD-MOTIVO
                ELSE
                     STRING "UNID " PS-UNIDADE " SALA " PS-SALA
                            DELIMITED BY SIZE INTO LD-MOTIVO.
           WRITE LINHA-REL FROM LINHA-DET
           PERFORM LER-PEDIDO THRU LER-PEDIDO-FIM.
       PROCESSA-FIM.
           EXIT.
      *--------------------[ CONFERENCIA DOS CAMPOS DO PEDIDO ]---------
       CONFERE-PEDIDO.
           MOVE "N" TO W-PED-OK
           IF PO-PROTOCOLO = SPACES
                MOVE "PEDIDO SEM PROTOCOLO" TO W-MENS
                GO TO CONFERE-PEDIDO-FIM.
           IF PO-PACCOD NOT NUMERIC OR PO-DTNASC NOT NUMERIC
              OR PO-CONV NOT NUMERIC OR PO-CRM NOT NUMERIC
              OR PO-ESPEC NOT NUMERIC OR PO-DTLIMITE NOT NUMERIC
              OR PO-AUTVAL NOT NUMERIC
              OR PO-DTPREF (1) NOT NUMERIC
              OR PO-DTPREF (2) NOT NUMERIC
              OR PO-DTPREF (3) NOT NUMERIC
                MOVE "PEDIDO COM CAMPO NUMERICO INVALIDO" TO W-MENS
                GO TO CONFERE-PEDIDO-FIM.
           IF PO-CRM = ZEROS AND PO-ESPEC = ZEROS
                MOVE "INFORME O MEDICO OU A ESPECIALIDADE" TO W-MENS
                GO TO CONFERE-PEDIDO-FIM.
           IF PO-DTPREF (1) = ZEROS AND PO-DTPREF (2) = ZEROS
              AND PO-DTPREF (3) = ZEROS
                MOVE "INFORME AO MENOS UMA DATA PREFERIDA" TO W-MENS
                GO TO CONFERE-PEDIDO-FIM.
           MOVE PO-PERIODO TO W-BL-PERIODO
           IF W-BL-PERIODO = "m" MOVE "M" TO W-BL-PERIODO.
           IF W-BL-PERIODO = "t" MOVE "T" TO W-BL-PERIODO.
           IF W-BL-PERIODO NOT = "M" AND W-BL-PERIODO NOT = "T"
                MOVE "X" TO W-BL-PERIODO.
           MOVE "P" TO W-PED-MODAL
           IF PO-MODAL = "V" OR PO-MODAL = "v"
                MOVE "V" TO W-PED-MODAL.
           MOVE "S" TO W-PED-OK.
       CONFERE-PEDIDO-FIM.
           EXIT.
      *--------------------[ PACIENTE DO PEDIDO ]----------------------
      * COM CODIGO, O PACIENTE TEM QUE EXISTIR NO CADPAC. SEM CODIGO,
      * O NOME (CHAVE ALTERNADA) E A DATA DE NASCIMENTO SAO
      * PROCURADOS ANTES DE ABRIR UM CADASTRO NOVO, PARA O MESMO
      * PACIENTE NAO GANHAR UM CODIGO POR PEDIDO.
       ACHA-PACIENTE.
           MOVE "N" TO W-PED-OK
           IF PO-PACCOD = ZEROS
                GO TO ACHA-PACIENTE-NOVO.
           MOVE PO-PACCOD TO PAC-CODIGO
           READ CADPAC
                INVALID KEY
                     MOVE "PACIENTE NAO CADASTRADO NO CADPAC" TO W-MENS
                     GO TO ACHA-PACIENTE-FIM.
           MOVE "S" TO W-PED-OK
           GO TO ACHA-PACIENTE-FIM.
       ACHA-PACIENTE-NOVO.
           IF PO-NOME = SPACES OR PO-NOME IS NUMERIC
                MOVE "PACIENTE NOVO SEM NOME VALIDO" TO W-MENS
                GO TO ACHA-PACIENTE-FIM.
           PERFORM VALIDA-DTNASC THRU VALIDA-DTNASC-FIM
           IF W-DTNASC-OK NOT = "S"
                MOVE W-DTNASC-MSG TO W-MENS
                GO TO ACHA-PACIENTE-FIM.
           MOVE PO-NOME TO PAC-NOME
           START CADPAC KEY IS EQUAL TO PAC-NOME
                INVALID KEY
                     GO TO ACHA-PACIENTE-INCLUI.
       ACHA-PACIENTE-HOMONIMO.
           READ CADPAC NEXT RECORD
                AT END GO TO ACHA-PACIENTE-INCLUI.
           IF PAC-NOME NOT = PO-NOME
                GO TO ACHA-PACIENTE-INCLUI.
           IF DIANASC OF REGPAC NOT = PO-NASC-DIA
              OR MESNASC OF REGPAC NOT = PO-NASC-MES
              OR ANONASC OF REGPAC NOT = PO-NASC-ANO
                GO TO ACHA-PACIENTE-HOMONIMO.
           MOVE "S" TO W-PED-OK
           GO TO ACHA-PACIENTE-FIM.
      * CADASTRO PROVISORIO - MESMAS REGRAS DE CONVENIO DO R5/R6 DO
      * AGD002 (CONVENIO ATIVO NO CADCON E CARTEIRINHA OBRIGATORIA)
       ACHA-PACIENTE-INCLUI.
           IF PO-CONV NOT = ZEROS
                IF W-CON-DISPON NOT = "S"
                     MOVE "TABELA DE CONVENIOS NAO IMPLANTADA"
                                                        TO W-MENS
                     GO TO ACHA-PACIENTE-FIM.
           IF PO-CONV NOT = ZEROS
                MOVE PO-CONV TO CV-CODIGO
                READ CADCON
                     INVALID KEY
                          MOVE "CONVENIO NAO EXISTE NO CADCON"
                                                        TO W-MENS
                          GO TO ACHA-PACIENTE-FIM.
           IF PO-CONV NOT = ZEROS
                IF CV-INATIVO
                     MOVE "CONVENIO INATIVO" TO W-MENS
                     GO TO ACHA-PACIENTE-FIM.
           IF PO-CONV NOT = ZEROS AND PO-CARTEIRA = SPACES
                MOVE "CARTEIRINHA OBRIGATORIA COM CONVENIO" TO W-MENS
                GO TO ACHA-PACIENTE-FIM.
           MOVE PO-NOME TO PAC-NOME
           MOVE PO-NASC-DIA TO DIANASC OF REGPAC
           MOVE PO-NASC-MES TO MESNASC OF REGPAC
           MOVE PO-NASC-ANO TO ANONASC OF REGPAC
           MOVE PO-FONE TO PAC-FONE
           MOVE PO-CONV TO PAC-CONV
           MOVE PO-CARTEIRA TO PAC-CARTEIRA
           IF PO-CONV = ZEROS
                MOVE SPACES TO PAC-CARTEIRA.
           MOVE "P" TO PAC-PROVIS
           MOVE "S" TO PAC-CONTATO
           MOVE ZEROS TO PAC-RESP
           MOVE SPACES TO PAC-VINCULO
           ADD 1 TO W-PAC-ULTIMO
           MOVE W-PAC-ULTIMO TO PAC-CODIGO.
       ACHA-PACIENTE-GRAVA.
           WRITE REGPAC
           IF ST-ERRO5 = "22"
                IF W-PAC-ULTIMO < 999999
                     ADD 1 TO W-PAC-ULTIMO
                     MOVE W-PAC-ULTIMO TO PAC-CODIGO
                     GO TO ACHA-PACIENTE-GRAVA.
           IF ST-ERRO5 NOT = "00" AND ST-ERRO5 NOT = "02"
                DISPLAY "ERRO NA GRAVACAO DO CADPAC - ST=" ST-ERRO5
                MOVE "ERRO NA GRAVACAO DO CADASTRO PROVISORIO"
                                                        TO W-MENS
                GO TO ACHA-PACIENTE-FIM.
           MOVE "S" TO PS-PROVIS
           ADD 1 TO W-TOT-PROVIS
           MOVE "I" TO W-PLG-OPER
           PERFORM GRAVA-PLG THRU GRAVA-PLG-FIM
           MOVE "S" TO W-PED-OK.
       ACHA-PACIENTE-FIM.
           EXIT.
      *--------------------[ MEDICO OU ESPECIALIDADE ]-----------------
      * COM CRM, SO AQUELE MEDICO (MODO M DA BUSCA DE HORARIOS); SEM
      * CRM, QUALQUER MEDICO ATIVO DA ESPECIALIDADE (MODO E).
       ACHA-MEDICO.
           MOVE "N" TO W-PED-OK
           IF PO-CRM = ZEROS
                GO TO ACHA-MEDICO-ESP.
           MOVE PO-CRM TO CRM
           READ CADMED
                INVALID KEY
                     MOVE "MEDICO NAO CADASTRADO NO CADMED" TO W-MENS
                     GO TO ACHA-MEDICO-FIM.
           IF INATIVO-MED
                MOVE "MEDICO INATIVO - NAO PODE AGENDAR" TO W-MENS
                GO TO ACHA-MEDICO-FIM.
           MOVE "M" TO W-BL-MODO
           MOVE CRM TO W-BL-CRM-TELA
           MOVE ESPEC TO W-BL-ESPEC
           MOVE "S" TO W-PED-OK
           GO TO ACHA-MEDICO-FIM.
       ACHA-MEDICO-ESP.
           MOVE PO-ESPEC TO EESPEC
           READ CADESP
                INVALID KEY
                     MOVE "ESPECIALIDADE NAO CADASTRADA" TO W-MENS
                     GO TO ACHA-MEDICO-FIM.
           MOVE "E" TO W-BL-MODO
           MOVE ZEROS TO W-BL-CRM-TELA
           MOVE PO-ESPEC TO W-BL-ESPEC
           MOVE "S" TO W-PED-OK.
       ACHA-MEDICO-FIM.
           EXIT.
      *--------------------[ RESTRICAO POR FALTAS ]--------------------
      * MESMA LEITURA DO VALIDA-RESTRICAO DO AGD001. NO PORTAL NAO HA
      * SUPERVISOR PARA LIBERAR - O PACIENTE RESTRITO E RECUSADO E
      * ORIENTADO A AGENDAR NO BALCAO.
       VALIDA-RESTRICAO.
           MOVE "S" TO W-RES-OK
           IF W-RES-DISPON NOT = "S"
                GO TO VALIDA-RESTRICAO-FIM.
           MOVE AG-PACCOD TO RS-PACCOD
           READ CADRES
                INVALID KEY
                     GO TO VALIDA-RESTRICAO-FIM.
           IF W-DATA-HOJE > RS-DT-EXPIRA
                GO TO VALIDA-RESTRICAO-FIM.
           MOVE "N" TO W-RES-OK.
       VALIDA-RESTRICAO-FIM.
           EXIT.
      *--------------------[ COBERTURA DO CONVENIO ]-------------------
      * MESMA TABELA DO VALIDA-COBERTURA DO AGD001, PELA ESPECIALIDADE
      * PEDIDA. NAO COBERTA E RECUSADA - AGENDAR COMO PARTICULAR E
      * DECISAO DO PACIENTE COM A RECEPCAO. COM GUIA EXIGIDA, O
      * NUMERO E A VALIDADE TEM QUE VIR NO PEDIDO E A VAGA SO E
      * PROCURADA ATE A VALIDADE (VIDE BUSCA-VAGA).
       VALIDA-COBERTURA.
           MOVE "S" TO W-COB-OK
           MOVE "N" TO W-COB-AUT
           MOVE PAC-CONV TO W-COB-CONV
           IF W-COB-CONV = ZEROS OR W-PLN-DISPON NOT = "S"
                GO TO VALIDA-COBERTURA-FIM.
           MOVE W-COB-CONV TO PN-CONV
           MOVE W-BL-ESPEC TO PN-ESPEC
           READ CADPLN
                INVALID KEY
                     GO TO VALIDA-COBERTURA-FIM.
           IF NOT PN-COBRE
                MOVE "ESPECIALIDADE NAO COBERTA PELO CONVENIO"
                                                        TO W-MENS
                MOVE "N" TO W-COB-OK
                GO TO VALIDA-COBERTURA-FIM.
           IF NOT PN-EXIGE-AUT
                GO TO VALIDA-COBERTURA-FIM.
           MOVE "S" TO W-COB-AUT
           IF PO-AUTORIZ = SPACES OR PO-AUTVAL = ZEROS
                MOVE "CONVENIO EXIGE AUTORIZACAO - INFORME A GUIA"
                                                        TO W-MENS
                MOVE "N" TO W-COB-OK
                GO TO VALIDA-COBERTURA-FIM.
           IF PO-AUTVAL < W-DATA-HOJE
                MOVE "GUIA DE AUTORIZACAO VENCIDA" TO W-MENS
                MOVE "N" TO W-COB-OK.
       VALIDA-COBERTURA-FIM.
           EXIT.
      *--------------------[ PRIMEIRA VAGA NAS DATAS PREFERIDAS ]-------
      * CADA DATA PREFERIDA, NA ORDEM DO PEDIDO, PASSA PELA VALIDACAO
      * DA DATA DO AGD001 (CALENDARIO, PASSADO, DOMINGO E FERIADO) E
      * E VARRIDA PELA BUSCA DE HORARIOS LIVRES. CADA CANDIDATO E
      * CONFERIDO COMO NO BALCAO E O PRIMEIRO QUE PASSA E GRAVADO.
      * W-VAGA-OK: S = GRAVADA, N = SEM VAGA, E = ERRO NA GRAVACAO.
      * A PRIMEIRA DATA VALIDA FICA EM W-FLE-DTINI PARA A FILA.
       BUSCA-VAGA.
           MOVE "N" TO W-VAGA-OK
           MOVE ZEROS TO W-PREF-IDX W-FLE-DTINI.
       BUSCA-VAGA-DATA.
           ADD 1 TO W-PREF-IDX
           IF W-PREF-IDX > 3
                GO TO BUSCA-VAGA-FIM.
           IF PO-DTPREF (W-PREF-IDX) = ZEROS
                GO TO BUSCA-VAGA-DATA.
           MOVE PO-DTPREF (W-PREF-IDX) TO W-PREF-DATA
           MOVE W-PREF-DIA TO AG-DIACONS
           MOVE W-PREF-MES TO AG-MESCONS
           MOVE W-PREF-ANO TO AG-ANOCONS
           PERFORM VALIDA-DTCONS THRU VALIDA-DTCONS-FIM
           IF W-DTOK NOT = "S"
                GO TO BUSCA-VAGA-DATA.
           IF W-FLE-DTINI = ZEROS
                MOVE W-PREF-DATA TO W-FLE-DTINI.
           IF W-COB-AUT = "S" AND W-PREF-DATA > PO-AUTVAL
                GO TO BUSCA-VAGA-DATA.
           MOVE W-PREF-DATA TO W-BL-DTINI W-BL-DTFIM
           PERFORM BUSCA-LIVRE-VARRE THRU BUSCA-LIVRE-VARRE-FIM
           MOVE ZEROS TO W-CAND-IDX.
       BUSCA-VAGA-CAND.
           ADD 1 TO W-CAND-IDX
           IF W-CAND-IDX > W-BL-QTD
                GO TO BUSCA-VAGA-DATA.
           PERFORM CONFERE-SLOT THRU CONFERE-SLOT-FIM
           IF W-SLOT-OK NOT = "S"
                GO TO BUSCA-VAGA-CAND.
           PERFORM GRAVA-CONSULTA THRU GRAVA-CONSULTA-FIM
           IF W-VAGA-OK = "N"
                GO TO BUSCA-VAGA-CAND.
       BUSCA-VAGA-FIM.
           EXIT.
      *--------------------[ CONFERENCIA DE UM CANDIDATO ]-------------
      * O HORARIO SUGERIDO PELA BUSCA PASSA PELAS MESMAS VALIDACOES
      * DO R2..R5 DO AGD001: CHAVE LIVRE (OU SLOT CANCELADO, QUE E
      * REGRAVADO), GRADE EM VIGOR, AUSENCIA, JANELA DE DURACAO E,
      * NA CONSULTA PRESENCIAL, O CONSULTORIO.
       CONFERE-SLOT.
           MOVE "N" TO W-SLOT-OK
           MOVE W-BLT-CRM (W-CAND-IDX) TO AG-CRM CRM
           MOVE W-BLT-DATA (W-CAND-IDX) TO W-SLOT-DATA
           MOVE W-SLOT-DIA TO AG-DIACONS
           MOVE W-SLOT-MES TO AG-MESCONS
           MOVE W-SLOT-ANO TO AG-ANOCONS
           MOVE W-BLT-HORA (W-CAND-IDX) TO AG-HRCONS
           READ CADMED
                INVALID KEY
                     GO TO CONFERE-SLOT-FIM.
           MOVE "N" TO W-REGRAVA
           MOVE SPACES TO W-STATUS-ANT
           READ CADAGD
           IF ST-ERRO3 = "00"
                IF AG-SLOT-LIVRE
                     MOVE "S" TO W-REGRAVA
                     MOVE AG-STATUS TO W-STATUS-ANT
                ELSE
                     GO TO CONFERE-SLOT-FIM.
           IF ST-ERRO3 NOT = "00" AND ST-ERRO3 NOT = "23"
                GO TO CONFERE-SLOT-FIM.
           MOVE PAC-CODIGO TO AG-PACCOD
           MOVE PAC-NOME TO AG-PACIENTE
           MOVE "A" TO AG-STATUS
           MOVE ZEROS TO AG-SALA
           MOVE W-PED-MODAL TO AG-MODAL
           PERFORM VALIDA-HORARIO-MED THRU VALIDA-HORARIO-MED-FIM
           IF W-HOR-OK NOT = "S"
                GO TO CONFERE-SLOT-FIM.
           PERFORM VALIDA-AUSENCIA THRU VALIDA-AUSENCIA-FIM
           IF W-AUS-OK NOT = "S"
                GO TO CONFERE-SLOT-FIM.
           PERFORM VALIDA-SOBREPOS THRU VALIDA-SOBREPOS-FIM
           IF W-SOB-OK NOT = "S"
                GO TO CONFERE-SLOT-FIM.
           IF W-PED-MODAL = "V"
                MOVE "S" TO W-SLOT-OK
                GO TO CONFERE-SLOT-FIM.
           PERFORM ESCOLHE-SALA THRU ESCOLHE-SALA-FIM
           IF W-SAL-OK NOT = "S"
                GO TO CONFERE-SLOT-FIM.
           MOVE "S" TO W-SLOT-OK.
       CONFERE-SLOT-FIM.
           EXIT.
      *--------------------[ CONSULTORIO DA CONSULTA PRESENCIAL ]-------
      * O PRIMEIRO CONSULTORIO ATIVO DA UNIDADE DA FAIXA DA GRADE
      * QUE PASSA NO VALIDA-SALA. UNIDADE SEM CONSULTORIO CADASTRADO
      * (OU CADSAL NAO IMPLANTADO) AGENDA SEM SALA, COMO O "0=SEM"
      * DO BALCAO; UNIDADE COM TODOS OS CONSULTORIOS TOMADOS RECUSA O
      * HORARIO.
       ESCOLHE-SALA.
           MOVE "S" TO W-SAL-OK
           MOVE "N" TO W-SAL-TEM
           MOVE ZEROS TO AG-SALA
           IF W-SALA-DISPON NOT = "S"
                GO TO ESCOLHE-SALA-FIM.
           MOVE W-UNID-FAIXA TO W-UNID-GRADE
           IF W-UNID-GRADE = ZEROS
                MOVE 01 TO W-UNID-GRADE.
           MOVE ZEROS TO SA-CODIGO
           START CADSAL KEY IS NOT LESS THAN SA-CODIGO
                INVALID KEY
                     GO TO ESCOLHE-SALA-FIM.
       ESCOLHE-SALA-LOOP.
           READ CADSAL NEXT RECORD
                AT END GO TO ESCOLHE-SALA-NADA.
           IF SA-INATIVA OR SA-EQUIPAMENTO
                GO TO ESCOLHE-SALA-LOOP.
           MOVE SA-UNIDADE TO W-UNID-SALA
           IF W-UNID-SALA = ZEROS
                MOVE 01 TO W-UNID-SALA.
           IF W-UNID-SALA NOT = W-UNID-GRADE
                GO TO ESCOLHE-SALA-LOOP.
           MOVE "S" TO W-SAL-TEM
           MOVE SA-CODIGO TO AG-SALA
           PERFORM VALIDA-SALA THRU VALIDA-SALA-FIM
           IF W-SAL-OK = "S"
                GO TO ESCOLHE-SALA-FIM.
           GO TO ESCOLHE-SALA-LOOP.
       ESCOLHE-SALA-NADA.
           MOVE ZEROS TO AG-SALA
           IF W-SAL-TEM = "S"
                MOVE "N" TO W-SAL-OK
           ELSE
                MOVE "S" TO W-SAL-OK.
       ESCOLHE-SALA-FIM.
           EXIT.
      *--------------------[ GRAVACAO DA CONSULTA ]--------------------
      * MESMOS CAMPOS DO INC-WR1 DO AGD001. CHAVE TOMADA ENTRE A
      * CONFERENCIA E A GRAVACAO (STATUS 22, BALCAO MAIS RAPIDO) SO
      * FAZ A BUSCA SEGUIR PARA O PROXIMO CANDIDATO.
       GRAVA-CONSULTA.
           MOVE "N" TO W-VAGA-OK
           MOVE "A" TO AG-STATUS
           MOVE PAC-CODIGO TO AG-PACCOD
           MOVE PAC-NOME TO AG-PACIENTE
           MOVE SPACES TO AG-CONFIRMADA AG-CID
           MOVE SPACES TO AG-ENCAIXE AG-ENC-OPER AG-ENC-JUST
           MOVE ZEROS TO AG-FICHA AG-HRCHEG AG-SERIE AG-RET-ORIGEM
           MOVE ZEROS TO AG-HRCHAM AG-HRFIM
           MOVE W-COB-CONV TO AG-CONV
           ACCEPT AG-DTMARC FROM DATE YYYYMMDD
           ACCEPT W-BL-AGORA FROM TIME
           COMPUTE AG-HRMARC = (W-BL-AGO-HH * 100) + W-BL-AGO-MM
           MOVE W-UNID-FAIXA TO AG-UNIDADE
           MOVE SPACES TO AG-AUTORIZ
           MOVE ZEROS TO AG-AUTVAL
           IF W-COB-AUT = "S"
                MOVE PO-AUTORIZ TO AG-AUTORIZ
                MOVE PO-AUTVAL TO AG-AUTVAL.
           MOVE W-PED-MODAL TO AG-MODAL
           PERFORM MONTA-LINK THRU MONTA-LINK-FIM
           IF W-REGRAVA = "S"
                REWRITE REGAGD
           ELSE
                WRITE REGAGD.
           IF ST-ERRO3 = "22"
                GO TO GRAVA-CONSULTA-FIM.
           IF ST-ERRO3 NOT = "00"
                DISPLAY "ERRO NA GRAVACAO DA AGENDA - ST=" ST-ERRO3
                        " PROTOCOLO " PO-PROTOCOLO
                MOVE "ERRO NA GRAVACAO DA AGENDA" TO W-MENS
                MOVE "E" TO W-VAGA-OK
                MOVE 8 TO RETURN-CODE
                GO TO GRAVA-CONSULTA-FIM.
           MOVE "I" TO W-AGL-OPER
           PERFORM GRAVA-AGL THRU GRAVA-AGL-FIM
           PERFORM FILA-BAIXA THRU FILA-BAIXA-FIM
           MOVE "S" TO W-VAGA-OK.
       GRAVA-CONSULTA-FIM.
           EXIT.
      *--------------------[ INCLUSAO NA FILA DA ESPECIALIDADE ]--------
      * SEM VAGA NAS DATAS PEDIDAS, O PACIENTE ENTRA NA FILA DA
      * ESPECIALIDADE COMO NO FILA-INCLUI-ESP DO AGD001: DA PRIMEIRA
      * DATA PREFERIDA VALIDA (OU HOJE) ATE O LIMITE DO PEDIDO
      * (ZEROS = +30 DIAS). PACIENTE QUE JA ESPERA NA MESMA FILA COM
      * INTERVALO QUE COBRE O INICIO NAO E INCLUIDO DE NOVO.
       FILA-INCLUI-ESP.
           MOVE "F" TO PS-SITUACAO
           MOVE "SEM VAGA NAS DATAS PEDIDAS - NA FILA DE ESPERA"
                                                        TO PS-MOTIVO
           IF W-FLE-DTINI = ZEROS
                MOVE W-DATA-HOJE TO W-FLE-DTINI.
           MOVE PO-DTLIMITE TO W-FLE-DTFIM
           IF W-FLE-DTFIM < W-FLE-DTINI
                COMPUTE W-INT-FLE = FUNCTION INTEGER-OF-DATE
                                         (W-FLE-DTINI) + 30
                COMPUTE W-FLE-DTFIM = FUNCTION DATE-OF-INTEGER
                                         (W-INT-FLE).
           MOVE "N" TO W-FIM-FILA W-FILA-JA
           MOVE W-BL-ESPEC TO FL-ESPEC
           MOVE ZEROS TO FL-DTINI FL-SEQ
           START CADFLE KEY IS NOT LESS THAN FL-CHAVE
                INVALID KEY
                     GO TO FILA-INCLUI-ESP-GRAVA.
       FILA-INCLUI-ESP-LOOP.
           READ CADFLE NEXT RECORD
                AT END GO TO FILA-INCLUI-ESP-GRAVA.
           IF FL-ESPEC NOT = W-BL-ESPEC OR FL-DTINI > W-FLE-DTINI
                GO TO FILA-INCLUI-ESP-GRAVA.
           IF FL-PENDENTE AND FL-PACCOD = PAC-CODIGO
              AND FL-DTFIM NOT < W-FLE-DTINI
                MOVE "SEM VAGA NAS DATAS PEDIDAS - JA ESTA NA FILA"
                                                        TO PS-MOTIVO
                ADD 1 TO W-TOT-FILA
                GO TO FILA-INCLUI-ESP-FIM.
           GO TO FILA-INCLUI-ESP-LOOP.
       FILA-INCLUI-ESP-GRAVA.
           MOVE W-BL-ESPEC TO FL-ESPEC
           MOVE W-FLE-DTINI TO FL-DTINI
           MOVE 1 TO FL-SEQ
           MOVE W-FLE-DTFIM TO FL-DTFIM
           MOVE PAC-CODIGO TO FL-PACCOD
           MOVE PAC-NOME TO FL-PACIENTE
           PERFORM BUSCA-FONE-RESP THRU BUSCA-FONE-RESP-FIM
           MOVE W-RSP-FONE TO FL-FONE
           ACCEPT FL-HRENT FROM TIME
           MOVE "P" TO FL-SITUACAO.
       FILA-INCLUI-ESP-TENTA.
           WRITE REGFLE
           IF ST-ERR13 = "22"
                IF FL-SEQ < 999
                     ADD 1 TO FL-SEQ
                     GO TO FILA-INCLUI-ESP-TENTA.
           IF ST-ERR13 = "00" OR "02"
                ADD 1 TO W-TOT-FILA
           ELSE
                DISPLAY "ERRO NA GRAVACAO DO CADFLE - ST=" ST-ERR13
                        " PROTOCOLO " PO-PROTOCOLO
                MOVE "R" TO PS-SITUACAO
                MOVE "SEM VAGA E ERRO NA GRAVACAO DA FILA" TO W-MENS.
       FILA-INCLUI-ESP-FIM.
           EXIT.
      *--------------------[ BAIXA NAS FILAS DE ESPERA ]----------------
      * MESMA BAIXA DO AGD001 APOS GRAVAR A CONSULTA: O PENDENTE DO
      * PACIENTE NA FILA DO MEDICO/DIA (SE O CADFIL EXISTIR) E NA
      * FILA DA ESPECIALIDADE PEDIDA QUE COBRE A DATA VIRA ATENDIDO.
       FILA-BAIXA.
           COMPUTE W-FILA-DATA = (AG-ANOCONS * 10000)
                                + (AG-MESCONS * 100) + AG-DIACONS
           IF W-FIL-DISPON NOT = "S"
                GO TO FILA-BAIXA-ESP.
           MOVE "N" TO W-FIM-FILA
           MOVE AG-CRM TO FI-CRM
           MOVE W-FILA-DATA TO FI-DATA
           MOVE ZEROS TO FI-SEQ
           START CADFIL KEY IS NOT LESS THAN FI-CHAVE
                INVALID KEY
                     GO TO FILA-BAIXA-ESP.
       FILA-BAIXA-LOOP.
           IF W-FIM-FILA = "S"
                GO TO FILA-BAIXA-ESP.
           READ CADFIL NEXT RECORD
                AT END MOVE "S" TO W-FIM-FILA
                        GO TO FILA-BAIXA-LOOP.
           IF FI-CRM NOT = AG-CRM OR FI-DATA NOT = W-FILA-DATA
                MOVE "S" TO W-FIM-FILA
                GO TO FILA-BAIXA-LOOP.
           IF FI-PENDENTE AND FI-PACCOD = AG-PACCOD
                MOVE "A" TO FI-SITUACAO
                REWRITE REGFIL
                MOVE "S" TO W-FIM-FILA.
           GO TO FILA-BAIXA-LOOP.
       FILA-BAIXA-ESP.
           MOVE "N" TO W-FIM-FILA
           MOVE W-BL-ESPEC TO FL-ESPEC
           MOVE ZEROS TO FL-DTINI FL-SEQ
           START CADFLE KEY IS NOT LESS THAN FL-CHAVE
                INVALID KEY
                     GO TO FILA-BAIXA-FIM.
       FILA-BAIXA-ESP-LOOP.
           IF W-FIM-FILA = "S"
                GO TO FILA-BAIXA-FIM.
           READ CADFLE NEXT RECORD
                AT END MOVE "S" TO W-FIM-FILA
                        GO TO FILA-BAIXA-ESP-LOOP.
           IF FL-ESPEC NOT = W-BL-ESPEC OR FL-DTINI > W-FILA-DATA
                MOVE "S" TO W-FIM-FILA
                GO TO FILA-BAIXA-ESP-LOOP.
           IF FL-PENDENTE AND FL-PACCOD = AG-PACCOD
              AND FL-DTFIM NOT < W-FILA-DATA
                MOVE "A" TO FL-SITUACAO
                REWRITE REGFLE
                MOVE "S" TO W-FIM-FILA.
           GO TO FILA-BAIXA-ESP-LOOP.
       FILA-BAIXA-FIM.
           EXIT.
      *--------------------[ VALIDACAO DA DATA DA CONSULTA ]-----------
      * MESMA REGRA DO VALIDA-DTCONS DO AGD001: CALENDARIO, DATA
      * PASSADA, DOMINGO E FERIADO DO CADFER.
       VALIDA-DTCONS.
           MOVE "S" TO W-DTOK
           IF AG-MESCONS < 1 OR AG-MESCONS > 12
                MOVE "DATA INVALIDA - MES INEXISTENTE" TO W-DTMSG
                MOVE "N" TO W-DTOK
                GO TO VALIDA-DTCONS-FIM.
           MOVE 31 TO W-ULTDIA
           IF AG-MESCONS = 4 OR AG-MESCONS = 6 OR AG-MESCONS = 9
                                             OR AG-MESCONS = 11
                MOVE 30 TO W-ULTDIA.
           IF AG-MESCONS NOT = 2
                GO TO VALIDA-DTCONS-DIA.
           DIVIDE AG-ANOCONS BY 4 GIVING W-QUOC-AUX
                               REMAINDER W-RESTO4
           DIVIDE AG-ANOCONS BY 100 GIVING W-QUOC-AUX
                                 REMAINDER W-RESTO100
           DIVIDE AG-ANOCONS BY 400 GIVING W-QUOC-AUX
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
       VALIDA-DTCONS-DIA.
           IF AG-DIACONS < 1 OR AG-DIACONS > W-ULTDIA
                MOVE "DATA INVALIDA - DIA INEXISTENTE" TO W-DTMSG
                MOVE "N" TO W-DTOK
                GO TO VALIDA-DTCONS-FIM.
           COMPUTE W-DTCONS-COMP = (AG-ANOCONS * 10000)
                                 + (AG-MESCONS * 100) + AG-DIACONS
           IF W-DTCONS-COMP < W-DATA-HOJE
                MOVE "DATA DA CONSULTA NAO PODE SER PASSADA"
                                                TO W-DTMSG
                MOVE "N" TO W-DTOK
                GO TO VALIDA-DTCONS-FIM.
           COMPUTE W-INT-DIA = FUNCTION MOD
                (FUNCTION INTEGER-OF-DATE (W-DTCONS-COMP) 7)
           IF W-INT-DIA = 0
                MOVE "CLINICA FECHADA - DOMINGO" TO W-DTMSG
                MOVE "N" TO W-DTOK
                GO TO VALIDA-DTCONS-FIM.
           MOVE W-DTCONS-COMP TO FE-DATA
           READ CADFER
                INVALID KEY
                     GO TO VALIDA-DTCONS-FIM.
           MOVE SPACES TO W-DTMSG
           STRING "FERIADO: "  DELIMITED BY SIZE
                  FE-DESCR      DELIMITED BY SIZE
                  INTO W-DTMSG
           MOVE "N" TO W-DTOK.
       VALIDA-DTCONS-FIM.
           EXIT.
      *--------------------[ GRADE SEMANAL DO MEDICO ]-----------------
      * MESMA REGRA DO VALIDA-HORARIO-MED DO AGD001, SOBRE A VERSAO
      * DA GRADE EM VIGOR NA DATA. O HORARIO VEM DA PROPRIA GRADE
      * (BUSCA DE HORARIOS LIVRES), ENTAO AQUI SO IMPORTA O ACEITE E
      * A UNIDADE DA FAIXA (W-UNID-FAIXA).
       VALIDA-HORARIO-MED.
           MOVE "S" TO W-HOR-OK
           MOVE ZEROS TO W-UNID-FAIXA
           COMPUTE W-GRD-DATA = (AG-ANOCONS * 10000)
                              + (AG-MESCONS * 100) + AG-DIACONS
           COMPUTE W-INT-DIA = FUNCTION MOD
                (FUNCTION INTEGER-OF-DATE (W-GRD-DATA) 7)
           COMPUTE W-DIASEM = W-INT-DIA + 1
           MOVE AG-CRM TO HR-CRM
           MOVE W-DIASEM TO HR-DIASEM
           PERFORM LE-GRADE-VIG THRU LE-GRADE-VIG-FIM
           IF W-GRD-ACHOU NOT = "S"
                MOVE "MEDICO NAO ATENDE NESTE DIA DA SEMANA" TO W-MENS
                MOVE "N" TO W-HOR-OK
                GO TO VALIDA-HORARIO-MED-FIM.
           IF HR-ATENDE-NAO
                MOVE "MEDICO NAO ATENDE NESTE DIA DA SEMANA" TO W-MENS
                MOVE "N" TO W-HOR-OK
                GO TO VALIDA-HORARIO-MED-FIM.
           COMPUTE W-HORA-AG = (AG-HRHH * 100) + AG-HRMM
           IF W-HORA-AG NOT < HR-INI AND W-HORA-AG NOT > HR-FIM
                MOVE HR-UNID1 TO W-UNID-FAIXA
                GO TO VALIDA-HORARIO-MED-FIM.
           IF HR-INI2 NOT = ZEROS
              AND W-HORA-AG NOT < HR-INI2
              AND W-HORA-AG NOT > HR-FIM2
                MOVE HR-UNID2 TO W-UNID-FAIXA
                GO TO VALIDA-HORARIO-MED-FIM.
           IF HR-INI3 NOT = ZEROS
              AND W-HORA-AG NOT < HR-INI3
              AND W-HORA-AG NOT > HR-FIM3
                MOVE HR-UNID3 TO W-UNID-FAIXA
                GO TO VALIDA-HORARIO-MED-FIM.
           MOVE HR-INI TO W-HORA-INI-Q
           MOVE HR-FIM TO W-HORA-FIM-Q
           MOVE SPACES TO W-MENS
           STRING "FORA DA GRADE - ATENDE " DELIMITED BY SIZE
                  W-INI-HH                  DELIMITED BY SIZE
                  ":"                       DELIMITED BY SIZE
                  W-INI-MM                  DELIMITED BY SIZE
                  " AS "                    DELIMITED BY SIZE
                  W-FIM-HH                  DELIMITED BY SIZE
                  ":"                       DELIMITED BY SIZE
                  W-FIM-MM                  DELIMITED BY SIZE
                  INTO W-MENS
           MOVE "N" TO W-HOR-OK.
       VALIDA-HORARIO-MED-FIM.
           EXIT.
      *--------------------[ VERSAO DA GRADE EM VIGOR ]----------------
      * MESMA LEITURA DO LE-GRADE-VIG DO AGD001: COM HR-CRM E
      * HR-DIASEM PREENCHIDOS, ACHA A VERSAO QUE CONTEM W-GRD-DATA.
       LE-GRADE-VIG.
           MOVE "N" TO W-GRD-ACHOU
           MOVE HR-CRM TO W-GRD-CRM
           MOVE HR-DIASEM TO W-GRD-DIA
           MOVE ZEROS TO HR-VIGINI
           START CADHOR KEY IS NOT LESS THAN HR-CHAVE
                INVALID KEY
                     GO TO LE-GRADE-VIG-FIM.
       LE-GRADE-VIG-LOOP.
           READ CADHOR NEXT RECORD
                AT END GO TO LE-GRADE-VIG-FIM.
           IF HR-CRM NOT = W-GRD-CRM OR HR-DIASEM NOT = W-GRD-DIA
                GO TO LE-GRADE-VIG-FIM.
           IF HR-VIGINI > W-GRD-DATA
                GO TO LE-GRADE-VIG-FIM.
           IF HR-VIGFIM NOT = ZEROS AND HR-VIGFIM < W-GRD-DATA
                GO TO LE-GRADE-VIG-LOOP.
           MOVE "S" TO W-GRD-ACHOU.
       LE-GRADE-VIG-FIM.
           EXIT.
      *--------------------[ AUSENCIAS E FERIAS DO MEDICO ]-------------
      * MESMA REGRA DO VALIDA-AUSENCIA DO AGD001 (INCLUSIVE A
      * AUSENCIA DE MEIO PERIODO).
       VALIDA-AUSENCIA.
           MOVE "S" TO W-AUS-OK
           MOVE "N" TO W-FIM-AUS
           COMPUTE W-DTCONS-AAAA = (AG-ANOCONS * 10000)
                                  + (AG-MESCONS * 100)
                                  + AG-DIACONS
           MOVE AG-CRM TO AU-CRM
           MOVE ZEROS TO AU-DTINI
           START CADAUS KEY IS NOT LESS THAN AU-CHAVE
                INVALID KEY
                     GO TO VALIDA-AUSENCIA-FIM.
       VALIDA-AUSENCIA-LOOP.
           IF W-FIM-AUS = "S"
                GO TO VALIDA-AUSENCIA-FIM.
           READ CADAUS NEXT RECORD
                AT END MOVE "S" TO W-FIM-AUS
                        GO TO VALIDA-AUSENCIA-LOOP.
           IF AU-CRM NOT = AG-CRM
                MOVE "S" TO W-FIM-AUS
                GO TO VALIDA-AUSENCIA-LOOP.
           IF AU-DTINI > W-DTCONS-AAAA
                MOVE "S" TO W-FIM-AUS
                GO TO VALIDA-AUSENCIA-LOOP.
           IF W-DTCONS-AAAA > AU-DTFIM
                GO TO VALIDA-AUSENCIA-LOOP.
           IF AU-HRINI NOT = ZEROS OR AU-HRFIM NOT = ZEROS
                COMPUTE W-HORA-AG = (AG-HRHH * 100) + AG-HRMM
                IF W-HORA-AG < AU-HRINI OR W-HORA-AG > AU-HRFIM
                     GO TO VALIDA-AUSENCIA-LOOP.
           MOVE SPACES TO W-MENS
           STRING "MEDICO AUSENTE: " DELIMITED BY SIZE
                  AU-MOTIVO           DELIMITED BY SIZE
                  INTO W-MENS
           MOVE "N" TO W-AUS-OK
           MOVE "S" TO W-FIM-AUS
           GO TO VALIDA-AUSENCIA-LOOP.
       VALIDA-AUSENCIA-FIM.
           EXIT.
      *--------------------[ JANELA DE DURACAO DA CONSULTA ]-----------
      * MESMA REGRA DO VALIDA-SOBREPOS DO AGD001 - A DURACAO E A DA
      * ESPECIALIDADE DO MEDICO DO CANDIDATO (BUFFER DO CADMED).
       VALIDA-SOBREPOS.
           MOVE "S" TO W-SOB-OK
           MOVE ESPEC TO EESPEC
           READ CADESP
                INVALID KEY
                     MOVE ZEROS TO E-DURACAO.
           IF E-DURACAO = ZEROS
                GO TO VALIDA-SOBREPOS-FIM.
           MOVE E-DURACAO TO W-SOB-DUR
           MOVE AG-CRM TO W-SOB-CRM
           MOVE AG-DTCONS TO W-SOB-DATA
           MOVE AG-HRCONS TO W-SOB-HORA
           MOVE AG-PACIENTE TO W-SOB-PAC
           MOVE AG-PACCOD TO W-SOB-PACCOD
           MOVE AG-SALA TO W-SOB-SALA
           MOVE AG-STATUS TO W-SOB-STAT
           COMPUTE W-SOB-INI = (AG-HRHH * 60) + AG-HRMM
           COMPUTE W-SOB-FIM = W-SOB-INI + W-SOB-DUR
           MOVE "N" TO W-FIM-SOB
           MOVE ZEROS TO AG-HRCONS
           START CADAGD KEY IS NOT LESS THAN AG-CHAVE
                INVALID KEY
                     MOVE "S" TO W-FIM-SOB.
       VALIDA-SOBREPOS-LOOP.
           IF W-FIM-SOB = "S"
                GO TO VALIDA-SOBREPOS-RESTAURA.
           READ CADAGD NEXT RECORD
                AT END MOVE "S" TO W-FIM-SOB
                        GO TO VALIDA-SOBREPOS-LOOP.
           IF AG-CRM NOT = W-SOB-CRM
              OR AG-DTCONS NOT = W-SOB-DATA
                MOVE "S" TO W-FIM-SOB
                GO TO VALIDA-SOBREPOS-LOOP.
           IF AG-SLOT-LIVRE
                GO TO VALIDA-SOBREPOS-LOOP.
           IF AG-HRCONS = W-SOB-HORA
                GO TO VALIDA-SOBREPOS-LOOP.
           COMPUTE W-SOB-INI2 = (AG-HRHH * 60) + AG-HRMM
           COMPUTE W-SOB-FIM2 = W-SOB-INI2 + W-SOB-DUR
           IF W-SOB-INI < W-SOB-FIM2 AND W-SOB-INI2 < W-SOB-FIM
                MOVE AG-HRCONS TO W-SOB-HR2
                MOVE SPACES TO W-MENS
                STRING "CONFLITO COM A CONSULTA DAS "
                                        DELIMITED BY SIZE
                       W-SOB-HR2 (1:2) DELIMITED BY SIZE
                       ":"              DELIMITED BY SIZE
                       W-SOB-HR2 (3:2) DELIMITED BY SIZE
                       INTO W-MENS
                MOVE "N" TO W-SOB-OK
                MOVE "S" TO W-FIM-SOB.
           GO TO VALIDA-SOBREPOS-LOOP.
       VALIDA-SOBREPOS-RESTAURA.
           MOVE W-SOB-CRM TO AG-CRM
           MOVE W-SOB-DATA TO AG-DTCONS
           MOVE W-SOB-HORA TO AG-HRCONS
           MOVE W-SOB-PAC TO AG-PACIENTE
           MOVE W-SOB-PACCOD TO AG-PACCOD
           MOVE W-SOB-SALA TO AG-SALA
           MOVE W-SOB-STAT TO AG-STATUS.
       VALIDA-SOBREPOS-FIM.
           EXIT.
      *--------------------[ CONFLITO DE SALA (CONSULTORIO) ]----------
      * MESMA REGRA DO VALIDA-SALA DO AGD001: RESERVA DE OUTRO MEDICO
      * NA MESMA SALA E JANELA (DURACAO DA ESPECIALIDADE DE CADA UM)
      * E PROCEDIMENTO DO AGD036 NA MESMA SALA. O BUFFER E GUARDADO
      * EM W-SAL-* E RESTAURADO NO FIM.
       VALIDA-SALA.
           MOVE "S" TO W-SAL-OK
           MOVE AG-CRM TO W-SAL-CRM
           MOVE AG-DTCONS TO W-SAL-DATA
           MOVE AG-HRCONS TO W-SAL-HORA
           MOVE AG-PACIENTE TO W-SAL-PAC
           MOVE AG-PACCOD TO W-SAL-PACCOD
           MOVE AG-SALA TO W-SAL-SALA
           MOVE AG-STATUS TO W-SAL-STAT
           MOVE AG-AUTORIZ TO W-SAL-AUTORIZ
           MOVE AG-AUTVAL TO W-SAL-AUTVAL
           MOVE AG-MODAL TO W-SAL-MODAL
           MOVE ESPEC TO EESPEC
           READ CADESP
                INVALID KEY
                     MOVE ZEROS TO E-DURACAO.
           MOVE E-DURACAO TO W-SAL-DUR
           COMPUTE W-SAL-INI = (AG-HRHH * 60) + AG-HRMM
           IF W-SAL-DUR = ZEROS
                COMPUTE W-SAL-FIM = W-SAL-INI + 1
           ELSE
                COMPUTE W-SAL-FIM = W-SAL-INI + W-SAL-DUR.
           MOVE "N" TO W-FIM-SAL
           MOVE ZEROS TO AG-CRM AG-DTCONS AG-HRCONS
           START CADAGD KEY IS NOT LESS THAN AG-CHAVE
                INVALID KEY
                     MOVE "S" TO W-FIM-SAL.
       VALIDA-SALA-LOOP.
           IF W-FIM-SAL = "S"
                GO TO VALIDA-SALA-PRC.
           READ CADAGD NEXT RECORD
                AT END MOVE "S" TO W-FIM-SAL
                        GO TO VALIDA-SALA-LOOP.
           IF AG-CRM = W-SAL-CRM
                GO TO VALIDA-SALA-LOOP.
           IF AG-DTCONS NOT = W-SAL-DATA
              OR AG-SALA NOT = W-SAL-SALA
              OR AG-SLOT-LIVRE
                GO TO VALIDA-SALA-LOOP.
           PERFORM BUSCA-DUR-SALA THRU BUSCA-DUR-SALA-FIM
           COMPUTE W-SAL-INI2 = (AG-HRHH * 60) + AG-HRMM
           IF W-SAL-DUR2 = ZEROS
                COMPUTE W-SAL-FIM2 = W-SAL-INI2 + 1
           ELSE
                COMPUTE W-SAL-FIM2 = W-SAL-INI2 + W-SAL-DUR2.
           IF W-SAL-INI < W-SAL-FIM2 AND W-SAL-INI2 < W-SAL-FIM
                MOVE SPACES TO W-MENS
                STRING "SALA OCUPADA - CRM " DELIMITED BY SIZE
                       AG-CRM                DELIMITED BY SIZE
                       " AS "                DELIMITED BY SIZE
                       AG-HRCONS (1:2)     DELIMITED BY SIZE
                       ":"                   DELIMITED BY SIZE
                       AG-HRCONS (3:2)     DELIMITED BY SIZE
                       INTO W-MENS
                MOVE "N" TO W-SAL-OK
                MOVE "S" TO W-FIM-SAL.
           GO TO VALIDA-SALA-LOOP.
       VALIDA-SALA-PRC.
           IF W-SAL-OK NOT = "S" OR W-APR-DISPON NOT = "S"
                GO TO VALIDA-SALA-RESTAURA.
           MOVE W-SAL-DATA (5:4) TO W-SAL-DTPRC (1:4)
           MOVE W-SAL-DATA (3:2) TO W-SAL-DTPRC (5:2)
           MOVE W-SAL-DATA (1:2) TO W-SAL-DTPRC (7:2)
           MOVE W-SAL-SALA TO AP-SALA
           MOVE W-SAL-DTPRC TO AP-DATA
           MOVE ZEROS TO AP-HORA
           START CADAPR KEY IS NOT LESS THAN AP-CHAVE
                INVALID KEY
                     GO TO VALIDA-SALA-RESTAURA.
       VALIDA-SALA-PRC-LOOP.
           READ CADAPR NEXT RECORD
                AT END GO TO VALIDA-SALA-RESTAURA.
           IF AP-SALA NOT = W-SAL-SALA
              OR AP-DATA NOT = W-SAL-DTPRC
                GO TO VALIDA-SALA-RESTAURA.
           IF AP-CANCELADO
                GO TO VALIDA-SALA-PRC-LOOP.
           DIVIDE AP-HORA BY 100 GIVING W-SAL-HH
                                REMAINDER W-SAL-MM
           COMPUTE W-SAL-INI2 = (W-SAL-HH * 60) + W-SAL-MM
           IF AP-DURACAO = ZEROS
                COMPUTE W-SAL-FIM2 = W-SAL-INI2 + 1
           ELSE
                COMPUTE W-SAL-FIM2 = W-SAL-INI2 + AP-DURACAO.
           IF W-SAL-INI < W-SAL-FIM2 AND W-SAL-INI2 < W-SAL-FIM
                MOVE SPACES TO W-MENS
                STRING "SALA OCUPADA - PROCEDIMENTO AS "
                                             DELIMITED BY SIZE
                       W-SAL-HH              DELIMITED BY SIZE
                       ":"                   DELIMITED BY SIZE
                       W-SAL-MM              DELIMITED BY SIZE
                       INTO W-MENS
                MOVE "N" TO W-SAL-OK
                GO TO VALIDA-SALA-RESTAURA.
           GO TO VALIDA-SALA-PRC-LOOP.
       VALIDA-SALA-RESTAURA.
           MOVE W-SAL-CRM TO AG-CRM
           MOVE W-SAL-DATA TO AG-DTCONS
           MOVE W-SAL-HORA TO AG-HRCONS
           MOVE W-SAL-PAC TO AG-PACIENTE
           MOVE W-SAL-PACCOD TO AG-PACCOD
           MOVE W-SAL-SALA TO AG-SALA
           MOVE W-SAL-STAT TO AG-STATUS
           MOVE W-SAL-AUTORIZ TO AG-AUTORIZ
           MOVE W-SAL-AUTVAL TO AG-AUTVAL
           MOVE W-SAL-MODAL TO AG-MODAL
           MOVE W-SAL-CRM TO CRM
           READ CADMED
                INVALID KEY
                     CONTINUE.
       VALIDA-SALA-FIM.
           EXIT.
      *--------------------[ DURACAO DO MEDICO DA RESERVA ]-------------
       BUSCA-DUR-SALA.
           MOVE ZEROS TO W-SAL-DUR2
           MOVE AG-CRM TO CRM
           READ CADMED
                INVALID KEY
                     GO TO BUSCA-DUR-SALA-FIM.
           MOVE ESPEC TO EESPEC
           READ CADESP
                INVALID KEY
                     GO TO BUSCA-DUR-SALA-FIM.
           MOVE E-DURACAO TO W-SAL-DUR2.
       BUSCA-DUR-SALA-FIM.
           EXIT.
      *--------------------[ BUSCA DE HORARIOS LIVRES ]-----------------
      * MESMA VARREDURA DO BUSCA-LIVRE-VARRE DO AGD001: OS PRIMEIROS
      * 10 SLOTS LIVRES DO INTERVALO W-BL-DTINI..W-BL-DTFIM, PELA
      * GRADE EM VIGOR, FERIADOS, DOMINGOS, AUSENCIAS E CONSULTAS JA
      * MARCADAS, NO MODO M (W-BL-CRM-TELA) OU E (W-BL-ESPEC).
       BUSCA-LIVRE-VARRE.
           MOVE ZEROS TO W-BL-QTD
           COMPUTE W-BL-INT-INI = FUNCTION INTEGER-OF-DATE
                                       (W-BL-DTINI)
           COMPUTE W-BL-INT-FIM = FUNCTION INTEGER-OF-DATE
                                       (W-BL-DTFIM)
           MOVE W-BL-INT-INI TO W-BL-INT.
       BUSCA-LIVRE-DIA.
           IF W-BL-QTD NOT < 10 OR W-BL-INT > W-BL-INT-FIM
                GO TO BUSCA-LIVRE-VARRE-FIM.
           COMPUTE W-BL-DATA = FUNCTION DATE-OF-INTEGER
                                    (W-BL-INT)
           COMPUTE W-INT-DIA = FUNCTION MOD (W-BL-INT 7)
           IF W-INT-DIA = 0
                GO TO BUSCA-LIVRE-DIA-PROX.
           COMPUTE W-BL-DIASEM = W-INT-DIA + 1
           MOVE W-BL-DATA TO FE-DATA
           READ CADFER
                NOT INVALID KEY
                     GO TO BUSCA-LIVRE-DIA-PROX.
           IF W-BL-MODO NOT = "M"
                PERFORM BUSCA-LIVRE-ESP THRU BUSCA-LIVRE-ESP-FIM
                GO TO BUSCA-LIVRE-DIA-PROX.
           MOVE W-BL-CRM-TELA TO W-BL-CRM
           MOVE W-BL-CRM TO CRM
           READ CADMED
                INVALID KEY
                     GO TO BUSCA-LIVRE-DIA-PROX.
           MOVE NOME TO W-BL-NOME
           PERFORM BUSCA-LIVRE-MED THRU BUSCA-LIVRE-MED-FIM.
       BUSCA-LIVRE-DIA-PROX.
           ADD 1 TO W-BL-INT
           GO TO BUSCA-LIVRE-DIA.
       BUSCA-LIVRE-VARRE-FIM.
           EXIT.
      *--------------------[ MEDICOS ATIVOS DA ESPECIALIDADE ]----------
       BUSCA-LIVRE-ESP.
           MOVE "N" TO W-BL-FIM-VARRE
           MOVE ZEROS TO CRM
           START CADMED KEY IS NOT LESS THAN CRM
                INVALID KEY
                     MOVE "S" TO W-BL-FIM-VARRE.
       BUSCA-LIVRE-ESP-LOOP.
           IF W-BL-FIM-VARRE = "S" OR W-BL-QTD NOT < 10
                GO TO BUSCA-LIVRE-ESP-FIM.
           READ CADMED NEXT RECORD
                AT END MOVE "S" TO W-BL-FIM-VARRE
                        GO TO BUSCA-LIVRE-ESP-LOOP.
           IF INATIVO-MED
                GO TO BUSCA-LIVRE-ESP-LOOP.
           IF ESPEC NOT = W-BL-ESPEC AND ESPEC2 NOT = W-BL-ESPEC
                GO TO BUSCA-LIVRE-ESP-LOOP.
           MOVE CRM TO W-BL-CRM
           MOVE NOME TO W-BL-NOME
           PERFORM BUSCA-LIVRE-MED THRU BUSCA-LIVRE-MED-FIM
           GO TO BUSCA-LIVRE-ESP-LOOP.
       BUSCA-LIVRE-ESP-FIM.
           EXIT.
      *--------------------[ SLOTS DE UM MEDICO EM UM DIA ]-------------
       BUSCA-LIVRE-MED.
           MOVE W-BL-CRM TO HR-CRM
           MOVE W-BL-DIASEM TO HR-DIASEM
           MOVE W-BL-DATA TO W-GRD-DATA
           PERFORM LE-GRADE-VIG THRU LE-GRADE-VIG-FIM
           IF W-GRD-ACHOU NOT = "S"
                GO TO BUSCA-LIVRE-MED-FIM.
           IF HR-ATENDE-NAO
                GO TO BUSCA-LIVRE-MED-FIM.
           MOVE W-BL-ESPEC TO EESPEC
           READ CADESP
                INVALID KEY
                     MOVE ZEROS TO E-DURACAO.
           MOVE E-DURACAO TO W-BL-DUR
           IF W-BL-DUR = ZEROS
                MOVE 30 TO W-BL-DUR.
           PERFORM BUSCA-LIVRE-OCUPA THRU BUSCA-LIVRE-OCUPA-FIM
           PERFORM BUSCA-LIVRE-AUSEN THRU BUSCA-LIVRE-AUSEN-FIM
           MOVE ZEROS TO W-BL-BND.
       BUSCA-LIVRE-BANDA.
           ADD 1 TO W-BL-BND
           IF W-BL-BND > 3 OR W-BL-QTD NOT < 10
                GO TO BUSCA-LIVRE-MED-FIM.
           IF W-BL-BND = 1
                MOVE HR-INI TO W-BL-HHMM
                COMPUTE W-BL-BANDA-INI = (W-BL-HHMM-HH * 60)
                                        + W-BL-HHMM-MM
                MOVE HR-FIM TO W-BL-HHMM
                COMPUTE W-BL-BANDA-FIM = (W-BL-HHMM-HH * 60)
                                        + W-BL-HHMM-MM.
           IF W-BL-BND = 2
                IF HR-INI2 = ZEROS
                     GO TO BUSCA-LIVRE-BANDA
                ELSE
                     MOVE HR-INI2 TO W-BL-HHMM
                     COMPUTE W-BL-BANDA-INI = (W-BL-HHMM-HH * 60)
                                             + W-BL-HHMM-MM
                     MOVE HR-FIM2 TO W-BL-HHMM
                     COMPUTE W-BL-BANDA-FIM = (W-BL-HHMM-HH * 60)
                                             + W-BL-HHMM-MM.
           IF W-BL-BND = 3
                IF HR-INI3 = ZEROS
                     GO TO BUSCA-LIVRE-BANDA
                ELSE
                     MOVE HR-INI3 TO W-BL-HHMM
                     COMPUTE W-BL-BANDA-INI = (W-BL-HHMM-HH * 60)
                                             + W-BL-HHMM-MM
                     MOVE HR-FIM3 TO W-BL-HHMM
                     COMPUTE W-BL-BANDA-FIM = (W-BL-HHMM-HH * 60)
                                             + W-BL-HHMM-MM.
           MOVE W-BL-BANDA-INI TO W-BL-CAND.
       BUSCA-LIVRE-CAND.
           IF W-BL-QTD NOT < 10
                GO TO BUSCA-LIVRE-MED-FIM.
           IF W-BL-CAND + W-BL-DUR > W-BL-BANDA-FIM
                GO TO BUSCA-LIVRE-BANDA.
           IF W-BL-PERIODO = "M" AND W-BL-CAND NOT < 780
                GO TO BUSCA-LIVRE-BANDA.
           IF W-BL-PERIODO = "T" AND W-BL-CAND < 780
                GO TO BUSCA-LIVRE-CAND-PROX.
           IF W-BL-DATA = W-DATA-HOJE
              AND W-BL-CAND NOT > W-BL-AGORA-MIN
                GO TO BUSCA-LIVRE-CAND-PROX.
           PERFORM BUSCA-LIVRE-TESTA THRU BUSCA-LIVRE-TESTA-FIM
           IF W-BL-OCUPADO = "S"
                GO TO BUSCA-LIVRE-CAND-PROX.
           ADD 1 TO W-BL-QTD
           MOVE W-BL-CRM TO W-BLT-CRM (W-BL-QTD)
           MOVE W-BL-DATA TO W-BLT-DATA (W-BL-QTD)
           DIVIDE W-BL-CAND BY 60 GIVING W-BL-HH
                                   REMAINDER W-BL-MM
           COMPUTE W-BLT-HORA (W-BL-QTD) = (W-BL-HH * 100)
                                          + W-BL-MM
           MOVE W-BL-NOME TO W-BLT-MED (W-BL-QTD).
       BUSCA-LIVRE-CAND-PROX.
           ADD W-BL-DUR TO W-BL-CAND
           GO TO BUSCA-LIVRE-CAND.
       BUSCA-LIVRE-MED-FIM.
           EXIT.
      *--------------------[ CONSULTAS JA MARCADAS DO DIA ]-------------
       BUSCA-LIVRE-OCUPA.
           MOVE ZEROS TO W-OCC-QTD
           MOVE "N" TO W-BL-FIM-VARRE
           MOVE W-BL-CRM TO AG-CRM
           MOVE W-BL-DATA (7:2) TO AG-DIACONS
           MOVE W-BL-DATA (5:2) TO AG-MESCONS
           MOVE W-BL-DATA (1:4) TO AG-ANOCONS
           MOVE ZEROS TO AG-HRCONS
           START CADAGD KEY IS NOT LESS THAN AG-CHAVE
                INVALID KEY
                     MOVE "S" TO W-BL-FIM-VARRE.
       BUSCA-LIVRE-OCUPA-LOOP.
           IF W-BL-FIM-VARRE = "S"
                GO TO BUSCA-LIVRE-OCUPA-FIM.
           READ CADAGD NEXT RECORD
                AT END MOVE "S" TO W-BL-FIM-VARRE
                        GO TO BUSCA-LIVRE-OCUPA-LOOP.
           IF AG-CRM NOT = W-BL-CRM
                MOVE "S" TO W-BL-FIM-VARRE
                GO TO BUSCA-LIVRE-OCUPA-LOOP.
           COMPUTE W-DTCONS-AAAA = (AG-ANOCONS * 10000)
                                  + (AG-MESCONS * 100)
                                  + AG-DIACONS
           IF W-DTCONS-AAAA NOT = W-BL-DATA
                GO TO BUSCA-LIVRE-OCUPA-LOOP.
           IF AG-SLOT-LIVRE
                GO TO BUSCA-LIVRE-OCUPA-LOOP.
           IF W-OCC-QTD = 60
                GO TO BUSCA-LIVRE-OCUPA-LOOP.
           ADD 1 TO W-OCC-QTD
           COMPUTE W-OCC-INI (W-OCC-QTD) = (AG-HRHH * 60)
                                          + AG-HRMM
           COMPUTE W-OCC-FIM (W-OCC-QTD) =
                     W-OCC-INI (W-OCC-QTD) + W-BL-DUR
           GO TO BUSCA-LIVRE-OCUPA-LOOP.
       BUSCA-LIVRE-OCUPA-FIM.
           EXIT.
      *--------------------[ JANELAS DE AUSENCIA DO DIA ]---------------
       BUSCA-LIVRE-AUSEN.
           MOVE ZEROS TO W-ABS-QTD
           MOVE "N" TO W-BL-FIM-VARRE
           MOVE W-BL-CRM TO AU-CRM
           MOVE ZEROS TO AU-DTINI
           START CADAUS KEY IS NOT LESS THAN AU-CHAVE
                INVALID KEY
                     MOVE "S" TO W-BL-FIM-VARRE.
       BUSCA-LIVRE-AUSEN-LOOP.
           IF W-BL-FIM-VARRE = "S"
                GO TO BUSCA-LIVRE-AUSEN-FIM.
           READ CADAUS NEXT RECORD
                AT END MOVE "S" TO W-BL-FIM-VARRE
                        GO TO BUSCA-LIVRE-AUSEN-LOOP.
           IF AU-CRM NOT = W-BL-CRM OR AU-DTINI > W-BL-DATA
                MOVE "S" TO W-BL-FIM-VARRE
                GO TO BUSCA-LIVRE-AUSEN-LOOP.
           IF W-BL-DATA > AU-DTFIM
                GO TO BUSCA-LIVRE-AUSEN-LOOP.
           IF W-ABS-QTD = 10
                GO TO BUSCA-LIVRE-AUSEN-LOOP.
           ADD 1 TO W-ABS-QTD
           IF AU-HRINI = ZEROS AND AU-HRFIM = ZEROS
                MOVE ZEROS TO W-ABS-INI (W-ABS-QTD)
                MOVE 1440 TO W-ABS-FIM (W-ABS-QTD)
           ELSE
                MOVE AU-HRINI TO W-BL-HHMM
                COMPUTE W-ABS-INI (W-ABS-QTD) =
                          (W-BL-HHMM-HH * 60) + W-BL-HHMM-MM
                MOVE AU-HRFIM TO W-BL-HHMM
                COMPUTE W-ABS-FIM (W-ABS-QTD) =
                          (W-BL-HHMM-HH * 60) + W-BL-HHMM-MM.
           GO TO BUSCA-LIVRE-AUSEN-LOOP.
       BUSCA-LIVRE-AUSEN-FIM.
           EXIT.
      *--------------------[ TESTE DE UM CANDIDATO ]-------------------
       BUSCA-LIVRE-TESTA.
           MOVE "N" TO W-BL-OCUPADO
           MOVE ZEROS TO W-BL-IDX.
       BUSCA-LIVRE-TESTA-OCC.
           ADD 1 TO W-BL-IDX
           IF W-BL-IDX > W-OCC-QTD
                GO TO BUSCA-LIVRE-TESTA-ABS.
           IF W-BL-CAND < W-OCC-FIM (W-BL-IDX)
              AND W-OCC-INI (W-BL-IDX) < W-BL-CAND + W-BL-DUR
                MOVE "S" TO W-BL-OCUPADO
                GO TO BUSCA-LIVRE-TESTA-FIM.
           GO TO BUSCA-LIVRE-TESTA-OCC.
       BUSCA-LIVRE-TESTA-ABS.
           MOVE ZEROS TO W-BL-IDX.
       BUSCA-LIVRE-TESTA-ABS2.
           ADD 1 TO W-BL-IDX
           IF W-BL-IDX > W-ABS-QTD
                GO TO BUSCA-LIVRE-TESTA-FIM.
           IF W-BL-CAND NOT < W-ABS-INI (W-BL-IDX)
              AND W-BL-CAND NOT > W-ABS-FIM (W-BL-IDX)
                MOVE "S" TO W-BL-OCUPADO
                GO TO BUSCA-LIVRE-TESTA-FIM.
           GO TO BUSCA-LIVRE-TESTA-ABS2.
       BUSCA-LIVRE-TESTA-FIM.
           EXIT.
      *--------------------[ REFERENCIA DA SESSAO DE VIDEO ]------------
      * MESMA REFERENCIA DO MONTA-LINK DO AGD001: "TC" + CRM +
      * AAAAMMDD + HHMM. PRESENCIAL = ESPACOS.
       MONTA-LINK.
           MOVE SPACES TO AG-LINK
           IF NOT AG-VIDEO
                GO TO MONTA-LINK-FIM.
           STRING "TC"       DELIMITED BY SIZE
                  AG-CRM     DELIMITED BY SIZE
                  AG-ANOCONS DELIMITED BY SIZE
                  AG-MESCONS DELIMITED BY SIZE
                  AG-DIACONS DELIMITED BY SIZE
                  AG-HRCONS  DELIMITED BY SIZE
                  INTO AG-LINK.
       MONTA-LINK-FIM.
           EXIT.
      *--------------------[ TRILHA DE AUDITORIA DA AGENDA ]------------
      * A INCLUSAO PELO PORTAL E UM MOVIMENTO "I" COMO O INC-WR1 DO
      * AGD001 - O OPERADOR E O CODIGO DO PORTAL.
       GRAVA-AGL.
           ACCEPT AL-DATA FROM DATE YYYYMMDD
           ACCEPT AL-HORA FROM TIME
           MOVE ZEROS TO AL-SEQ
           MOVE W-AGL-OPER TO AL-OPER
           MOVE W-OPERADOR TO AL-OPERADOR
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
           IF ST-ERRO4 = "22"
                IF AL-SEQ < 99
                     ADD 1 TO AL-SEQ
                     GO TO GRAVA-AGL-TENTA.
       GRAVA-AGL-FIM.
           EXIT.
      *--------------------[ TRILHA DO CADASTRO DE PACIENTES ]----------
      * A ABERTURA DO CADASTRO PROVISORIO E UMA INCLUSAO COMO O
      * INC-WR1 DO AGD002 - SEM IMAGEM ANTERIOR.
       GRAVA-PLG.
           ACCEPT PG-DATA FROM DATE YYYYMMDD
           ACCEPT PG-HORA FROM TIME
           MOVE ZEROS TO PG-SEQ
           MOVE W-PLG-OPER TO PG-OPER
           MOVE W-OPERADOR TO PG-OPERADOR
           MOVE PAC-CODIGO TO PG-PACCOD
           MOVE SPACES TO PG-NOME-ANT PG-FONE-ANT PG-CART-ANT
                          PG-CONT-ANT PG-VINC-ANT
           MOVE ZEROS  TO PG-DTNASC-ANT PG-CONV-ANT PG-RESP-ANT
           MOVE PAC-NOME TO PG-NOME-NOVO
           MOVE DATANASC OF REGPAC TO PG-DTNASC-NOVO
           MOVE PAC-FONE TO PG-FONE-NOVO
           MOVE PAC-CONV TO PG-CONV-NOVO
           MOVE PAC-CARTEIRA TO PG-CART-NOVO
           MOVE PAC-CONTATO TO PG-CONT-NOVO
           MOVE PAC-RESP TO PG-RESP-NOVO
           MOVE PAC-VINCULO TO PG-VINC-NOVO.
       GRAVA-PLG-TENTA.
           WRITE REGPLG
           IF ST-ERRO6 = "22"
                IF PG-SEQ < 99
                     ADD 1 TO PG-SEQ
                     GO TO GRAVA-PLG-TENTA.
       GRAVA-PLG-FIM.
           EXIT.
      *--------------------[ TESTE DO FECHAMENTO NOTURNO ]--------------
      * MESMA LOGICA DO TESTA-QUIESCE DO AGD001.
       TESTA-QUIESCE.
           MOVE "N" TO W-QUIESCE
           OPEN INPUT SISSTAT
           IF ST-ERR19 NOT = "00"
                GO TO TESTA-QUIESCE-FIM.
           READ SISSTAT
                AT END MOVE "A" TO SIS-STATUS.
           IF SIS-QUIESCED
                MOVE "S" TO W-QUIESCE.
           CLOSE SISSTAT.
       TESTA-QUIESCE-FIM.
           EXIT.
      *--------------------[ VALIDACAO DA DATA DE NASCIMENTO ]----------
      * VALIDACAO PADRAO, SOBRE A DATA DO PEDIDO (O CADMED E O CADPAC
      * TRAZEM CADA UM A SUA QUEBRA DATANASC).
           COPY VALDTNASC REPLACING ==DIANASC== BY ==PO-NASC-DIA==
                                    ==MESNASC== BY ==PO-NASC-MES==
                                    ==ANONASC== BY ==PO-NASC-ANO==.
           COPY VALRESP.
      *--------------------[ ENCERRAMENTO ]-----------------------------
       ROT-FIM.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE "PEDIDOS LIDOS              :" TO LINHA-TOT
           MOVE W-TOT-LIDOS TO LTT-QTD
           WRITE LINHA-REL FROM LINHA-TOT
           MOVE "CONSULTAS AGENDADAS        :" TO LINHA-TOT
           MOVE W-TOT-AGEND TO LTT-QTD
           WRITE LINHA-REL FROM LINHA-TOT
           MOVE "NA FILA DE ESPERA          :" TO LINHA-TOT
           MOVE W-TOT-FILA TO LTT-QTD
           WRITE LINHA-REL FROM LINHA-TOT
           MOVE "RECUSADOS                  :" TO LINHA-TOT
           MOVE W-TOT-RECUS TO LTT-QTD
           WRITE LINHA-REL FROM LINHA-TOT
           MOVE "CADASTROS PROVISORIOS (P)  :" TO LINHA-TOT
           MOVE W-TOT-PROVIS TO LTT-QTD
           WRITE LINHA-REL FROM LINHA-TOT
           DISPLAY "PEDIDOS LIDOS              : " W-TOT-LIDOS
           DISPLAY "CONSULTAS AGENDADAS        : " W-TOT-AGEND
           DISPLAY "NA FILA DE ESPERA          : " W-TOT-FILA
           DISPLAY "RECUSADOS                  : " W-TOT-RECUS
           DISPLAY "CADASTROS PROVISORIOS      : " W-TOT-PROVIS
           IF W-SALA-DISPON = "S"
                CLOSE CADSAL.
           IF W-FIL-DISPON = "S"
                CLOSE CADFIL.
           IF W-RES-DISPON = "S"
                CLOSE CADRES.
           IF W-PLN-DISPON = "S"
                CLOSE CADPLN.
           IF W-CON-DISPON = "S"
                CLOSE CADCON.
           IF W-APR-DISPON = "S"
                CLOSE CADAPR.
           CLOSE PTLPED PTLRESP CADAGD CADAGL CADPAC CADPLG CADMED
                 CADESP CADHOR CADAUS CADFER CADFLE RELPTL.
       ROT-FIM-FIM.
           EXIT.
