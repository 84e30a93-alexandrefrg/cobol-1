       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGD035.
       AUTHOR. ANGELO LOTIERZO FILHO.
      ********************************************************
      * EXTRACAO NOTURNA DAS TELECONSULTAS                    *
      * GERA O ARQUIVO PLANO TELECON.DAT PARA A PLATAFORMA    *
      * DE VIDEO CONTRATADA PELO HOSPITAL - UM REGISTRO POR   *
      * TELECONSULTA (AG-MODAL "V") AGENDADA DO DIA ALVO      *
      * (HOJE + N DIAS, PARAMETRO D+1/D+2), COM DATA, HORA,   *
      * NOME DO MEDICO (CADMED), PACIENTE, TELEFONE DE        *
      * CONTATO (CADPAC) E O LINK DA SESSAO (AG-LINK). EMITE  *
      * RELATORIO DE CONTROLE COM O TOTAL DE SESSOES GERADAS  *
      * PARA O DIA. RODA NO CADNITE (PASSO TLM061).           *
      * O TELEFONE DE CONTATO E O DO RESPONSAVEL LEGAL QUANDO *
      * O PACIENTE TEM UM (PAC-RESP).                         *
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
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS AG-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS AG-PACCOD
                                                      WITH DUPLICATES.
                    SELECT CADMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRM
                    FILE STATUS  IS ST-ERRO2.
                    SELECT CADPAC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PAC-CODIGO
                    FILE STATUS  IS ST-ERRO3
                    ALTERNATE RECORD KEY IS PAC-NOME
                                                      WITH DUPLICATES
                    ALTERNATE RECORD KEY IS PAC-RESP
                                                      WITH DUPLICATES.
                    SELECT TELECON ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO4.
                    SELECT RELTLC ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO5.
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
       FD CADPAC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPAC.DAT".
           COPY PACREG.
      *
      * INTERFACE COM A PLATAFORMA DE VIDEO - LAYOUT COMBINADO COM O
      * FORNECEDOR: CRM, DATA, HORA, MEDICO, PACIENTE, TELEFONE E O
      * LINK DA SESSAO GERADO NO AGENDAMENTO (MONTA-LINK DO AGD001).
      *
       FD TELECON
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "TELECON.DAT".
       01 REG-TELECON.
            03 TC-CRM           PIC 9(06).
            03 TC-DATA          PIC 9(08).
            03 TC-HORA          PIC 9(04).
            03 TC-MEDICO       PIC X(30).
            03 TC-PACIENTE    PIC X(30).
            03 TC-FONE          PIC X(15).
            03 TC-LINK          PIC X(20).
      *
       FD RELTLC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELTLC.LST".
       01 LINHA-REL             PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-ERRO     PIC X(02) VALUE "00".
       01 ST-ERRO2   PIC X(02) VALUE "00".
       01 ST-ERRO3   PIC X(02) VALUE "00".
       01 ST-ERRO4   PIC X(02) VALUE "00".
       01 ST-ERRO5   PIC X(02) VALUE "00".
       01 W-FIM-CADAGD   PIC X(01) VALUE "N".
           88 FIM-CADAGD             VALUE "S".
       01 W-DIAS-FRENTE   PIC 9(01) VALUE ZEROS.
       01 W-DATA-HOJE      PIC 9(08) VALUE ZEROS.
       01 W-DATA-ALVO      PIC 9(08) VALUE ZEROS.
       01 W-DATA-CONS      PIC 9(08) VALUE ZEROS.
       01 W-INT-AUX          PIC 9(08) VALUE ZEROS.
       01 W-TOT-LIDOS       PIC 9(06) VALUE ZEROS.
       01 W-TOT-TLC         PIC 9(06) VALUE ZEROS.
      *
       01 LINHA-TITULO.
            03 FILLER          PIC X(10) VALUE SPACES.
            03 FILLER          PIC X(38)
                    VALUE "CONTROLE DE TELECONSULTAS - DIA ALVO:".
            03 LT-ALVO          PIC 9(08).
       01 LINHA-TOT.
            03 FILLER  PIC X(30) VALUE "SESSOES GERADAS NO DIA   : ".
            03 LC-TOT           PIC ZZZ.ZZ9.
           COPY RESPWS.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           PERFORM ABRIR-ARQ    THRU ABRIR-ARQ-FIM
           PERFORM LER-CADAGD THRU LER-CADAGD-FIM
           PERFORM PROCESSA    THRU PROCESSA-FIM
                    UNTIL FIM-CADAGD
           PERFORM ROT-FIM        THRU ROT-FIM-FIM
           GOBACK.
      *--------------------[ ABERTURA DE ARQUIVOS ]--------------------
      * O PARAMETRO E O NUMERO DE DIAS A FRENTE (1 = CONSULTAS DE
      * AMANHA, 2 = DEPOIS DE AMANHA). ZEROS ASSUME 1.
       ABRIR-ARQ.
           DISPLAY "DIAS A FRENTE (1=D+1  2=D+2) : "
           ACCEPT W-DIAS-FRENTE
           IF W-DIAS-FRENTE = ZEROS
                MOVE 1 TO W-DIAS-FRENTE.
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD
           COMPUTE W-INT-AUX = FUNCTION INTEGER-OF-DATE (W-DATA-HOJE)
                              + W-DIAS-FRENTE
           COMPUTE W-DATA-ALVO = FUNCTION DATE-OF-INTEGER (W-INT-AUX)
           OPEN INPUT CADAGD
           IF ST-ERRO NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO CADAGD - ST=" ST-ERRO
                GOBACK.
           OPEN INPUT CADMED
           IF ST-ERRO2 NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO CADMED - ST=" ST-ERRO2
                GOBACK.
           OPEN INPUT CADPAC
           IF ST-ERRO3 NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO CADPAC - ST=" ST-ERRO3
                GOBACK.
           OPEN OUTPUT TELECON
           IF ST-ERRO4 NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO TELECON - ST=" ST-ERRO4
                GOBACK.
           OPEN OUTPUT RELTLC
           IF ST-ERRO5 NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO RELTLC - ST=" ST-ERRO5
                GOBACK.
           MOVE W-DATA-ALVO TO LT-ALVO
           WRITE LINHA-REL FROM LINHA-TITULO
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL.
       ABRIR-ARQ-FIM.
           EXIT.
      *--------------------[ LEITURA SEQUENCIAL DO CADAGD ]-------------
       LER-CADAGD.
           READ CADAGD
                AT END MOVE "S" TO W-FIM-CADAGD.
       LER-CADAGD-FIM.
           EXIT.
      *--------------------[ GERACAO DE UMA SESSAO ]--------------------
       PROCESSA.
           ADD 1 TO W-TOT-LIDOS
           COMPUTE W-DATA-CONS = (AG-ANOCONS * 10000)
                                + (AG-MESCONS * 100) + AG-DIACONS
           IF W-DATA-CONS NOT = W-DATA-ALVO OR NOT AG-AGENDADA
                                            OR NOT AG-VIDEO
                PERFORM LER-CADAGD THRU LER-CADAGD-FIM
                GO TO PROCESSA-FIM.
           MOVE AG-CRM TO CRM
           READ CADMED
                INVALID KEY
                     MOVE "MEDICO NAO CADASTRADO" TO NOME.
           MOVE AG-PACCOD TO PAC-CODIGO
           READ CADPAC
                INVALID KEY
                     MOVE AG-PACIENTE TO PAC-NOME
                     MOVE SPACES TO PAC-FONE
                     MOVE ZEROS TO PAC-RESP.
           PERFORM BUSCA-FONE-RESP THRU BUSCA-FONE-RESP-FIM
           MOVE AG-CRM TO TC-CRM
           MOVE W-DATA-CONS TO TC-DATA
           MOVE AG-HRCONS TO TC-HORA
           MOVE NOME TO TC-MEDICO
           MOVE PAC-NOME TO TC-PACIENTE
           MOVE W-RSP-FONE TO TC-FONE
           MOVE AG-LINK TO TC-LINK
           WRITE REG-TELECON
           IF ST-ERRO4 NOT = "00"
                DISPLAY "ERRO NA GRAVACAO DO TELECON - ST=" ST-ERRO4
                PERFORM ROT-FIM THRU ROT-FIM-FIM
                GOBACK.
           ADD 1 TO W-TOT-TLC
           PERFORM LER-CADAGD THRU LER-CADAGD-FIM.
       PROCESSA-FIM.
           EXIT.
           COPY VALRESP.
      *--------------------[ ENCERRAMENTO ]-----------------------------
       ROT-FIM.
           MOVE W-TOT-TLC TO LC-TOT
           WRITE LINHA-REL FROM LINHA-TOT
           DISPLAY "CONSULTAS LIDAS      : " W-TOT-LIDOS
           DISPLAY "SESSOES GERADAS      : " W-TOT-TLC
           DISPLAY "DIA ALVO             : " W-DATA-ALVO
           CLOSE CADAGD CADMED CADPAC TELECON RELTLC.
       ROT-FIM-FIM.
           EXIT.
