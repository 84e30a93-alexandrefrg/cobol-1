       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGD044.
       AUTHOR. ANGELO LOTIERZO FILHO.
      ********************************************************
      * EXTRACAO NOTURNA DOS AVISOS AO PACIENTE               *
      * GERA O ARQUIVO PLANO AVISO.DAT PARA O ROBO DE         *
      * TELEFONIA (MESMO SERVICO DO LEMBRETE.DAT DO AGD010)   *
      * COM OS AVISOS PENDENTES DO CADAVI - CONSULTA          *
      * DESMARCADA POR AUSENCIA DE MEDICO (AGD004) OU FERIADO *
      * (AGD005), OU REMARCADA PELA CLINICA (AGD017): MOTIVO, *
      * PACIENTE, TELEFONE (CADPAC), HORARIO ANTIGO E NOVO    *
      * HORARIO QUANDO HOUVER, COM O NOME DOS MEDICOS         *
      * (CADMED). A CHAVE DO AVISO VAI NO REGISTRO E VOLTA NO *
      * RETORNO DO ROBO (AGD045). ANTES DO ENVIO A AGENDA E   *
      * CONFERIDA: AVISO DE CONSULTA QUE JA NAO ESTA AGENDADA *
      * PARA O PACIENTE (CANCELADA, REMARCADA OU JA PASSADA)  *
      * E DISPENSADO (X). PACIENTE SEM TELEFONE NAO VAI PARA  *
      * O ROBO E SAI NO RELATORIO DE CONTROLE; O AVISO FICA   *
      * COMO ENVIADO PARA CAIR NA LISTA DA MANHA DO AGD045.   *
      * RODA NO CADNITE (PASSO AVI064).                       *
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
                    SELECT CADAVI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AV-CHAVE
                    FILE STATUS  IS ST-ERRO.
                    SELECT CADAGD ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AG-CHAVE
                    FILE STATUS  IS ST-ERRO2
                    ALTERNATE RECORD KEY IS AG-PACCOD
                                                      WITH DUPLICATES.
                    SELECT CADMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRM
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
                    SELECT AVISO ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO5.
                    SELECT RELAVI ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO6.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADAVI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAVI.DAT".
           COPY AVIREG.
      *
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
      * INTERFACE COM O ROBO DE TELEFONIA - LAYOUT COMBINADO COM O
      * FORNECEDOR NO MESMO ESTILO DO LEMBRETE.DAT. AE-ID E A CHAVE
      * DO AVISO NO CADAVI E VOLTA NO AVIRET.DAT (VIDE AGD045).
      * ORIGEM A=AUSENCIA DO MEDICO F=FERIADO R=REMARCACAO. NOVO
      * HORARIO COM ZEROS = A CLINICA AINDA VAI REMARCAR.
      *
       FD AVISO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "AVISO.DAT".
       01 REG-AVISO.
            03 AE-ID            PIC 9(16).
            03 AE-ORIGEM       PIC X(01).
            03 AE-MOTIVO       PIC X(30).
            03 AE-PACIENTE    PIC X(30).
            03 AE-FONE          PIC X(15).
            03 AE-ANT-CRM      PIC 9(06).
            03 AE-ANT-DATA     PIC 9(08).
            03 AE-ANT-HORA     PIC 9(04).
            03 AE-ANT-MEDICO  PIC X(30).
            03 AE-NOVO-CRM     PIC 9(06).
            03 AE-NOVO-DATA    PIC 9(08).
            03 AE-NOVO-HORA    PIC 9(04).
            03 AE-NOVO-MEDICO PIC X(30).
      *
       FD RELAVI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELAVI.LST".
       01 LINHA-REL             PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-ERRO     PIC X(02) VALUE "00".
       01 ST-ERRO2   PIC X(02) VALUE "00".
       01 ST-ERRO3   PIC X(02) VALUE "00".
       01 ST-ERRO4   PIC X(02) VALUE "00".
       01 ST-ERRO5   PIC X(02) VALUE "00".
       01 ST-ERRO6   PIC X(02) VALUE "00".
       01 W-FIM-CADAVI   PIC X(01) VALUE "N".
           88 FIM-CADAVI             VALUE "S".
       01 W-VALE            PIC X(01) VALUE SPACES.
       01 W-CONF-CRM        PIC 9(06) VALUE ZEROS.
       01 W-CONF-DATA       PIC 9(08) VALUE ZEROS.
       01 W-CONF-HORA       PIC 9(04) VALUE ZEROS.
       01 W-DATA-HOJE      PIC 9(08) VALUE ZEROS.
       01 W-TOT-LIDOS       PIC 9(06) VALUE ZEROS.
       01 W-TOT-AUS         PIC 9(06) VALUE ZEROS.
       01 W-TOT-FER         PIC 9(06) VALUE ZEROS.
       01 W-TOT-REM         PIC 9(06) VALUE ZEROS.
       01 W-TOT-DISP        PIC 9(06) VALUE ZEROS.
       01 W-TOT-SEMFONE    PIC 9(06) VALUE ZEROS.
      *
       01 LINHA-TITULO.
            03 FILLER          PIC X(10) VALUE SPACES.
            03 FILLER          PIC X(38)
                    VALUE "CONTROLE DE AVISOS AO PACIENTE - DIA:".
            03 LT-HOJE          PIC 9(08).
       01 LINHA-SEC1.
            03 FILLER          PIC X(50)
               VALUE "NAO ENVIADOS - PACIENTE SEM TELEFONE (LIGAR)".
       01 LINHA-SEC2.
            03 FILLER          PIC X(50)
               VALUE "DISPENSADOS - CONSULTA JA NAO ESTA AGENDADA".
       01 LINHA-DET.
            03 LD-ORIGEM        PIC X(01).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 LD-CRM           PIC ZZZ.ZZ9.
            03 FILLER          PIC X(02) VALUE SPACES.
            03 LD-DATA          PIC 9(08).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 LD-HORA          PIC 99.99.
            03 FILLER          PIC X(02) VALUE SPACES.
            03 LD-PACCOD        PIC ZZZZZ9.
            03 FILLER          PIC X(02) VALUE SPACES.
            03 LD-PACIENTE    PIC X(30).
       01 LINHA-TOT1.
            03 FILLER  PIC X(30) VALUE "ENVIADOS - AUSENCIA        : ".
            03 LT1-QTD          PIC ZZZ.ZZ9.
       01 LINHA-TOT2.
            03 FILLER  PIC X(30) VALUE "ENVIADOS - FERIADO         : ".
            03 LT2-QTD          PIC ZZZ.ZZ9.
       01 LINHA-TOT3.
            03 FILLER  PIC X(30) VALUE "ENVIADOS - REMARCACAO      : ".
            03 LT3-QTD          PIC ZZZ.ZZ9.
       01 LINHA-TOT4.
            03 FILLER  PIC X(30) VALUE "SEM TELEFONE               : ".
            03 LT4-QTD          PIC ZZZ.ZZ9.
       01 LINHA-TOT5.
            03 FILLER  PIC X(30) VALUE "DISPENSADOS                : ".
            03 LT5-QTD          PIC ZZZ.ZZ9.
           COPY RESPWS.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           PERFORM ABRIR-ARQ    THRU ABRIR-ARQ-FIM
           PERFORM LER-CADAVI THRU LER-CADAVI-FIM
           PERFORM PROCESSA    THRU PROCESSA-FIM
                    UNTIL FIM-CADAVI
           PERFORM DISPENSADOS THRU DISPENSADOS-FIM
           PERFORM ROT-FIM        THRU ROT-FIM-FIM
           GOBACK.
      *--------------------[ ABERTURA DE ARQUIVOS ]--------------------
      * CADAVI AINDA NAO CRIADO (NENHUM AVISO GERADO) E CRIADO VAZIO
      * AQUI - O AVISO.DAT SAI VAZIO E O ROBO NAO LIGA PARA NINGUEM.
       ABRIR-ARQ.
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD
           OPEN I-O CADAVI
           IF ST-ERRO = "30" OR ST-ERRO = "35"
                OPEN OUTPUT CADAVI
                CLOSE CADAVI
                OPEN I-O CADAVI.
           IF ST-ERRO NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO CADAVI - ST=" ST-ERRO
                MOVE 8 TO RETURN-CODE
                GOBACK.
           OPEN INPUT CADAGD
           IF ST-ERRO2 NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO CADAGD - ST=" ST-ERRO2
                MOVE 8 TO RETURN-CODE
                GOBACK.
           OPEN INPUT CADMED
           IF ST-ERRO3 NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO CADMED - ST=" ST-ERRO3
                MOVE 8 TO RETURN-CODE
                GOBACK.
           OPEN INPUT CADPAC
           IF ST-ERRO4 NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO CADPAC - ST=" ST-ERRO4
                MOVE 8 TO RETURN-CODE
                GOBACK.
           OPEN OUTPUT AVISO
           IF ST-ERRO5 NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO AVISO - ST=" ST-ERRO5
                MOVE 8 TO RETURN-CODE
                GOBACK.
           OPEN OUTPUT RELAVI
           IF ST-ERRO6 NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO RELAVI - ST=" ST-ERRO6
                MOVE 8 TO RETURN-CODE
                GOBACK.
           MOVE W-DATA-HOJE TO LT-HOJE
           WRITE LINHA-REL FROM LINHA-TITULO
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           WRITE LINHA-REL FROM LINHA-SEC1
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE LOW-VALUES TO AV-CHAVE
           START CADAVI KEY IS NOT LESS THAN AV-CHAVE
                INVALID KEY
                     MOVE "S" TO W-FIM-CADAVI.
       ABRIR-ARQ-FIM.
           EXIT.
      *--------------------[ LEITURA SEQUENCIAL DO CADAVI ]-------------
       LER-CADAVI.
           IF FIM-CADAVI
                GO TO LER-CADAVI-FIM.
           READ CADAVI NEXT
                AT END MOVE "S" TO W-FIM-CADAVI.
       LER-CADAVI-FIM.
           EXIT.
      *--------------------[ ENVIO DE UM AVISO ]------------------------
      * SO OS PENDENTES. O AVISO DE AUSENCIA/FERIADO VALE ENQUANTO A
      * CONSULTA ORIGINAL CONTINUA AGENDADA PARA O PACIENTE; O DE
      * REMARCACAO VALE ENQUANTO O NOVO HORARIO CONTINUA.
       PROCESSA.
           IF NOT AV-PENDENTE
                PERFORM LER-CADAVI THRU LER-CADAVI-FIM
                GO TO PROCESSA-FIM.
           ADD 1 TO W-TOT-LIDOS
           IF AV-REMARCACAO
                MOVE AV-NOVO-CRM TO W-CONF-CRM
                MOVE AV-NOVO-DATA TO W-CONF-DATA
                MOVE AV-NOVO-HORA TO W-CONF-HORA
           ELSE
                MOVE AV-ANT-CRM TO W-CONF-CRM
                MOVE AV-ANT-DATA TO W-CONF-DATA
                MOVE AV-ANT-HORA TO W-CONF-HORA.
           PERFORM CONFERE THRU CONFERE-FIM
           IF W-VALE NOT = "S"
                MOVE "X" TO AV-SITUACAO
                MOVE W-DATA-HOJE TO AV-DTENVIO
                REWRITE REGAVI
                ADD 1 TO W-TOT-DISP
                PERFORM LER-CADAVI THRU LER-CADAVI-FIM
                GO TO PROCESSA-FIM.
           MOVE AV-PACCOD TO PAC-CODIGO
           READ CADPAC
                INVALID KEY
                     MOVE AV-PACIENTE TO PAC-NOME
                     MOVE SPACES TO PAC-FONE
                     MOVE ZEROS TO PAC-RESP.
           PERFORM BUSCA-FONE-RESP THRU BUSCA-FONE-RESP-FIM
           IF W-RSP-FONE = SPACES
                PERFORM SEM-FONE THRU SEM-FONE-FIM
                GO TO PROCESSA-MARCA.
           MOVE AV-CHAVE TO AE-ID
           MOVE AV-ORIGEM TO AE-ORIGEM
           MOVE AV-MOTIVO TO AE-MOTIVO
           MOVE PAC-NOME TO AE-PACIENTE
           MOVE W-RSP-FONE TO AE-FONE
           MOVE AV-ANT-CRM TO AE-ANT-CRM CRM
           MOVE AV-ANT-DATA TO AE-ANT-DATA
           MOVE AV-ANT-HORA TO AE-ANT-HORA
           READ CADMED
                INVALID KEY
                     MOVE "MEDICO NAO CADASTRADO" TO NOME.
           MOVE NOME TO AE-ANT-MEDICO
           MOVE AV-NOVO-CRM TO AE-NOVO-CRM
           MOVE AV-NOVO-DATA TO AE-NOVO-DATA
           MOVE AV-NOVO-HORA TO AE-NOVO-HORA
           MOVE SPACES TO AE-NOVO-MEDICO
           IF AV-NOVO-CRM NOT = ZEROS
                MOVE AV-NOVO-CRM TO CRM
                READ CADMED
                     INVALID KEY
                          MOVE "MEDICO NAO CADASTRADO" TO NOME.
           IF AV-NOVO-CRM NOT = ZEROS
                MOVE NOME TO AE-NOVO-MEDICO.
           WRITE REG-AVISO
           IF ST-ERRO5 NOT = "00"
                DISPLAY "ERRO NA GRAVACAO DO AVISO - ST=" ST-ERRO5
                MOVE 8 TO RETURN-CODE
                PERFORM ROT-FIM THRU ROT-FIM-FIM
                GOBACK.
           IF AV-AUSENCIA
                ADD 1 TO W-TOT-AUS.
           IF AV-FERIADO
                ADD 1 TO W-TOT-FER.
           IF AV-REMARCACAO
                ADD 1 TO W-TOT-REM.
       PROCESSA-MARCA.
           MOVE "E" TO AV-SITUACAO
           MOVE W-DATA-HOJE TO AV-DTENVIO
           REWRITE REGAVI
           IF ST-ERRO NOT = "00"
                DISPLAY "ERRO NA REGRAVACAO DO CADAVI - ST=" ST-ERRO.
           PERFORM LER-CADAVI THRU LER-CADAVI-FIM.
       PROCESSA-FIM.
           EXIT.
      *--------------------[ CONFERENCIA NA AGENDA ]--------------------
      * W-VALE = "S" QUANDO O HORARIO A CONFERIR (AAAAMMDD) E DE HOJE
      * EM DIANTE E CONTINUA AGENDADO PARA O MESMO PACIENTE.
       CONFERE.
           MOVE "N" TO W-VALE
           IF W-CONF-DATA < W-DATA-HOJE
                GO TO CONFERE-FIM.
           MOVE W-CONF-CRM TO AG-CRM
           MOVE W-CONF-DATA (7:2) TO AG-DIACONS
           MOVE W-CONF-DATA (5:2) TO AG-MESCONS
           MOVE W-CONF-DATA (1:4) TO AG-ANOCONS
           MOVE W-CONF-HORA TO AG-HRCONS
           READ CADAGD
                INVALID KEY
                     GO TO CONFERE-FIM.
           IF AG-AGENDADA AND AG-PACCOD = AV-PACCOD
                MOVE "S" TO W-VALE.
       CONFERE-FIM.
           EXIT.
      *--------------------[ PACIENTE SEM TELEFONE ]--------------------
       SEM-FONE.
           ADD 1 TO W-TOT-SEMFONE
           MOVE AV-ORIGEM TO LD-ORIGEM
           MOVE AV-ANT-CRM TO LD-CRM
           MOVE AV-ANT-DATA TO LD-DATA
           MOVE AV-ANT-HORA TO LD-HORA
           MOVE AV-PACCOD TO LD-PACCOD
           MOVE AV-PACIENTE TO LD-PACIENTE
           WRITE LINHA-REL FROM LINHA-DET.
       SEM-FONE-FIM.
           EXIT.
      *--------------------[ AVISOS DISPENSADOS NESTA NOITE ]-----------
      * O CADAVI E RELIDO E SAEM OS AVISOS MARCADOS "X" HOJE - A
      * RECEPCAO CONFERE QUE O PACIENTE JA FOI TRATADO NO BALCAO.
       DISPENSADOS.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           WRITE LINHA-REL FROM LINHA-SEC2
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE LOW-VALUES TO AV-CHAVE
           START CADAVI KEY IS NOT LESS THAN AV-CHAVE
                INVALID KEY
                     GO TO DISPENSADOS-FIM.
       DISPENSADOS-LOOP.
           READ CADAVI NEXT
                AT END
                     GO TO DISPENSADOS-FIM.
           IF NOT AV-DISPENSADO OR AV-DTENVIO NOT = W-DATA-HOJE
                GO TO DISPENSADOS-LOOP.
           MOVE AV-ORIGEM TO LD-ORIGEM
           MOVE AV-ANT-CRM TO LD-CRM
           MOVE AV-ANT-DATA TO LD-DATA
           MOVE AV-ANT-HORA TO LD-HORA
           MOVE AV-PACCOD TO LD-PACCOD
           MOVE AV-PACIENTE TO LD-PACIENTE
           WRITE LINHA-REL FROM LINHA-DET
           GO TO DISPENSADOS-LOOP.
       DISPENSADOS-FIM.
           EXIT.
           COPY VALRESP.
      *--------------------[ ENCERRAMENTO ]-----------------------------
       ROT-FIM.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-TOT-AUS TO LT1-QTD
           WRITE LINHA-REL FROM LINHA-TOT1
           MOVE W-TOT-FER TO LT2-QTD
           WRITE LINHA-REL FROM LINHA-TOT2
           MOVE W-TOT-REM TO LT3-QTD
           WRITE LINHA-REL FROM LINHA-TOT3
           MOVE W-TOT-SEMFONE TO LT4-QTD
           WRITE LINHA-REL FROM LINHA-TOT4
           MOVE W-TOT-DISP TO LT5-QTD
           WRITE LINHA-REL FROM LINHA-TOT5
           DISPLAY "AVISOS PENDENTES LIDOS   : " W-TOT-LIDOS
           DISPLAY "ENVIADOS - AUSENCIA      : " W-TOT-AUS
           DISPLAY "ENVIADOS - FERIADO       : " W-TOT-FER
           DISPLAY "ENVIADOS - REMARCACAO    : " W-TOT-REM
           DISPLAY "SEM TELEFONE             : " W-TOT-SEMFONE
           DISPLAY "DISPENSADOS              : " W-TOT-DISP
           CLOSE CADAVI CADAGD CADMED CADPAC AVISO RELAVI.
       ROT-FIM-FIM.
           EXIT.
