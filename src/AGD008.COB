      * ORDEM, PACIENTE E SITUACAO, PULANDO AS CANCELADAS.    *
      * NOME E ESPECIALIDADE VEM DO CADMED/CADESP, NO ESTILO  *
      * DO SMP003. RODA NO JOB DA MANHA (AGDMANHA).           *
      * AS TELECONSULTAS (AG-MODAL "V") NAO PASSAM PELA       *
      * RECEPCAO - SAEM NUMA SECAO PROPRIA NO FIM DA FOLHA,   *
      * COM A REFERENCIA DA SESSAO DE VIDEO.                  *
      * OS PROCEDIMENTOS E EXAMES DO DIA (CADAPR, AGD036) SAEM *
      * NUMA ULTIMA SECAO POR RECURSO E HORARIO, COM O        *
      * PROCEDIMENTO (CADPRC), PACIENTE, SITUACAO E A         *
      * CONFIRMACAO DO ROBO DE TELEFONIA.                     *
      * A COLUNA ELEG TRAZ A CONSULTA PREVIA DE ELEGIBILIDADE *
      * DO PLANO (CADELG, AGD042/AGD043) NAS CONSULTAS DE     *
      * CONVENIO.                                             *
      * DATA CRIACAO : 22/08/2026                             *
      ********************************************************
      *----------------------------------------------------------------
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS AG-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS AG-PACCOD
                                                      WITH DUPLICATES.
                    SELECT CADMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    SELECT RELAGD ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO4.
                    SELECT CADAPR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS AP-CHAVE
                    FILE STATUS  IS ST-ERRO5.
                    SELECT CADPRC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PR-CODIGO
                    FILE STATUS  IS ST-ERRO6.
                    SELECT CADELG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS EL-CHAVE
                    FILE STATUS  IS ST-ERRO7.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELAGD.LST".
       01 LINHA-REL             PIC X(80).
      *
      * AGENDA DE PROCEDIMENTOS (AGD036) E CATALOGO (SMP033)
      *
       FD CADAPR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAPR.DAT".
           COPY APRREG.
      *
       FD CADPRC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPRC.DAT".
           COPY PRCREG.
      *
      * CONTROLE DA CONSULTA PREVIA DE ELEGIBILIDADE (AGD042/AGD043)
      *
       FD CADELG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADELG.DAT".
           COPY ELGREG.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-ERRO     PIC X(02) VALUE "00".
       01 ST-ERRO2   PIC X(02) VALUE "00".
       01 ST-ERRO3   PIC X(02) VALUE "00".
       01 ST-ERRO4   PIC X(02) VALUE "00".
       01 ST-ERRO5   PIC X(02) VALUE "00".
       01 ST-ERRO6   PIC X(02) VALUE "00".
       01 ST-ERRO7   PIC X(02) VALUE "00".
       01 W-ELG-DISPON  PIC X(01) VALUE "N".
       01 W-TXELEG          PIC X(10) VALUE SPACES.
       01 W-FIM-CADAPR   PIC X(01) VALUE "N".
           88 FIM-CADAPR             VALUE "S".
       01 W-TOT-PRC        PIC 9(06) VALUE ZEROS.
       01 W-FIM-CADAGD   PIC X(01) VALUE "N".
           88 FIM-CADAGD             VALUE "S".
       01 W-DATA-REF        PIC 9(08) VALUE ZEROS.
       01 W-TOT-DIA          PIC 9(06) VALUE ZEROS.
       01 W-TOT-MED          PIC 9(04) VALUE ZEROS.
       01 W-UNI                 PIC 9(02) VALUE ZEROS.
       01 W-TOT-VIDEO      PIC 9(06) VALUE ZEROS.
      *
      * TOTAIS DO DIA POR UNIDADE (1=SEDE ... 10) - CONSULTA COM
      * UNIDADE ZEROS (SEM GRADE IMPLANTADA) CONTA NA SEDE
            03 FILLER          PIC X(04) VALUE "SALA".
            03 FILLER          PIC X(05) VALUE " CONF".
            03 FILLER          PIC X(05) VALUE " UNID".
            03 FILLER          PIC X(04) VALUE "ELEG".
       01 LINHA-DET.
            03 LD-HORA          PIC 99.99.
            03 FILLER          PIC X(03) VALUE SPACES.
            03 LD-CONF          PIC X(01).
            03 FILLER          PIC X(03) VALUE SPACES.
            03 LD-UNID          PIC Z9.
            03 FILLER          PIC X(03) VALUE SPACES.
            03 LD-ELEG          PIC X(10).
       01 LINHA-TOTMED.
            03 FILLER  PIC X(26) VALUE "CONSULTAS DO MEDICO : ".
            03 LTM-QTD          PIC ZZZ9.
      *
      * SECAO DAS TELECONSULTAS DO DIA
      *
       01 LINHA-TITVIDEO.
            03 FILLER          PIC X(10) VALUE SPACES.
            03 FILLER          PIC X(30)
                    VALUE "TELECONSULTAS (VIDEO) DO DIA".
            03 FILLER          PIC X(06) VALUE "DATA :".
            03 LTV-DATA         PIC 9(08).
       01 LINHA-CABVIDEO.
            03 FILLER          PIC X(06) VALUE "HORA".
            03 FILLER          PIC X(22) VALUE "MEDICO".
            03 FILLER          PIC X(21) VALUE "PACIENTE".
            03 FILLER          PIC X(11) VALUE "SITUACAO".
            03 FILLER          PIC X(20) VALUE "SESSAO DE VIDEO".
       01 LINHA-VIDEO.
            03 LV-HORA          PIC 99.99.
            03 FILLER          PIC X(01) VALUE SPACES.
            03 LV-CRM           PIC ZZZZZ9.
            03 FILLER          PIC X(01) VALUE SPACES.
            03 LV-MEDICO       PIC X(14).
            03 FILLER          PIC X(01) VALUE SPACES.
            03 LV-PACIENTE    PIC X(20).
            03 FILLER          PIC X(01) VALUE SPACES.
            03 LV-STATUS       PIC X(10).
            03 FILLER          PIC X(01) VALUE SPACES.
            03 LV-LINK          PIC X(20).
       01 LINHA-TOTVIDEO.
            03 FILLER  PIC X(26) VALUE "TELECONSULTAS DO DIA : ".
            03 LTV-QTD          PIC ZZZ.ZZ9.
      *
      * SECAO DOS PROCEDIMENTOS E EXAMES DO DIA
      *
       01 LINHA-TITPRC.
            03 FILLER          PIC X(10) VALUE SPACES.
            03 FILLER          PIC X(30)
                    VALUE "PROCEDIMENTOS E EXAMES DO DIA".
            03 FILLER          PIC X(06) VALUE "DATA :".
            03 LTP-DATA         PIC 9(08).
       01 LINHA-CABPRC.
            03 FILLER          PIC X(06) VALUE "HORA".
            03 FILLER          PIC X(05) VALUE "SALA".
            03 FILLER          PIC X(23) VALUE "PROCEDIMENTO".
            03 FILLER          PIC X(23) VALUE "PACIENTE".
            03 FILLER          PIC X(11) VALUE "SITUACAO".
            03 FILLER          PIC X(04) VALUE "CONF".
       01 LINHA-PRC.
            03 LP-HORA          PIC 99.99.
            03 FILLER          PIC X(01) VALUE SPACES.
            03 LP-SALA          PIC Z9.
            03 FILLER          PIC X(03) VALUE SPACES.
            03 LP-PROC          PIC X(22).
            03 FILLER          PIC X(01) VALUE SPACES.
            03 LP-PACIENTE    PIC X(22).
            03 FILLER          PIC X(01) VALUE SPACES.
            03 LP-STATUS       PIC X(10).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 LP-CONF          PIC X(01).
       01 LINHA-TOTPRC.
            03 FILLER  PIC X(26) VALUE "PROCEDIMENTOS DO DIA : ".
            03 LTP-QTD          PIC ZZZ.ZZ9.
       01 LINHA-RODAPE.
            03 FILLER  PIC X(26) VALUE "CONSULTAS DO DIA     : ".
            03 LR-QTD           PIC ZZZ.ZZ9.
           IF ST-ERRO4 NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO RELAGD - ST=" ST-ERRO4
                GOBACK.
      * CADELG AINDA NAO CRIADO (CONSULTA DE ELEGIBILIDADE AINDA NAO
      * RODOU) SO DEIXA A COLUNA ELEG EM BRANCO.
           OPEN INPUT CADELG
           IF ST-ERRO7 = "00"
                MOVE "S" TO W-ELG-DISPON.
           MOVE W-DATA-REF TO LT-DATA.
       ABRIR-ARQ-FIM.
           EXIT.
           IF W-DATA-CONS NOT = W-DATA-REF OR AG-SLOT-LIVRE
                PERFORM LER-CADAGD THRU LER-CADAGD-FIM
                GO TO PROCESSA-FIM.
      * TELECONSULTA FICA PARA A SECAO DE VIDEO (VIDE FOLHA-VIDEO)
           IF AG-VIDEO
                ADD 1 TO W-TOT-VIDEO
                ADD 1 TO W-TOT-DIA
                PERFORM LER-CADAGD THRU LER-CADAGD-FIM
                GO TO PROCESSA-FIM.
           IF AG-CRM NOT = W-CRM-ANT
                PERFORM QUEBRA-MEDICO THRU QUEBRA-MEDICO-FIM.
           PERFORM TRADUZ-STATUS THRU TRADUZ-STATUS-FIM
      * (VIDE AGD021)
           MOVE AG-CONFIRMADA TO LD-CONF
           MOVE AG-UNIDADE TO LD-UNID
           PERFORM TRADUZ-ELEG THRU TRADUZ-ELEG-FIM
           MOVE W-TXELEG TO LD-ELEG
           MOVE AG-UNIDADE TO W-UNI
           IF W-UNI = ZEROS OR W-UNI > 10
                MOVE 01 TO W-UNI.
           ELSE                 MOVE "DESCONHEC."   TO W-TXSTATUS.
       TRADUZ-STATUS-FIM.
           EXIT.
      *--------------------[ SITUACAO DA ELEGIBILIDADE ]----------------
      * O CONTROLE SO VALE SE FOR DO MESMO PACIENTE DA CONSULTA - O
      * HORARIO PODE TER SIDO LIBERADO E REOCUPADO DEPOIS DO ENVIO.
       TRADUZ-ELEG.
           MOVE SPACES TO W-TXELEG
           IF W-ELG-DISPON NOT = "S" OR AG-CONV = ZEROS
                GO TO TRADUZ-ELEG-FIM.
           MOVE AG-CHAVE TO EL-CHAVE
           READ CADELG
                INVALID KEY
                     GO TO TRADUZ-ELEG-FIM.
           IF EL-PACCOD NOT = AG-PACCOD
                GO TO TRADUZ-ELEG-FIM.
           IF EL-ELEGIVEL        MOVE "ELEGIVEL"   TO W-TXELEG
           ELSE IF EL-INELEGIVEL MOVE "INELEGIVEL" TO W-TXELEG
           ELSE IF EL-SEM-RESPOSTA MOVE "SEM RESP." TO W-TXELEG
           ELSE                 MOVE "PENDENTE"   TO W-TXELEG.
       TRADUZ-ELEG-FIM.
           EXIT.
      *--------------------[ SECAO DAS TELECONSULTAS ]------------------
      * SEGUNDA PASSADA NO CADAGD, SO PARA AS TELECONSULTAS DO DIA -
      * SAEM POR MEDICO E HORARIO (ORDEM DA CHAVE), COM A REFERENCIA
      * DA SESSAO NA PLATAFORMA DE VIDEO (AG-LINK).
       FOLHA-VIDEO.
           CLOSE CADAGD
           OPEN INPUT CADAGD
           IF ST-ERRO NOT = "00"
                DISPLAY "ERRO NA REABERTURA DO CADAGD - ST=" ST-ERRO
                GO TO FOLHA-VIDEO-FIM.
           MOVE "N" TO W-FIM-CADAGD
           MOVE W-DATA-REF TO LTV-DATA
           WRITE LINHA-REL FROM LINHA-TITVIDEO
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           WRITE LINHA-REL FROM LINHA-CABVIDEO
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE ZEROS TO W-CRM-ANT.
       FOLHA-VIDEO-LOOP.
           PERFORM LER-CADAGD THRU LER-CADAGD-FIM
           IF FIM-CADAGD
                GO TO FOLHA-VIDEO-TOT.
           COMPUTE W-DATA-CONS = (AG-ANOCONS * 10000)
                                + (AG-MESCONS * 100) + AG-DIACONS
           IF W-DATA-CONS NOT = W-DATA-REF OR AG-SLOT-LIVRE
              OR NOT AG-VIDEO
                GO TO FOLHA-VIDEO-LOOP.
           IF AG-CRM NOT = W-CRM-ANT
                MOVE AG-CRM TO W-CRM-ANT
                MOVE AG-CRM TO CRM
                READ CADMED
                     INVALID KEY
                          MOVE "MEDICO NAO CADASTRADO" TO NOME.
           PERFORM TRADUZ-STATUS THRU TRADUZ-STATUS-FIM
           MOVE AG-HRCONS TO LV-HORA
           MOVE AG-CRM TO LV-CRM
           MOVE NOME TO LV-MEDICO
           MOVE AG-PACIENTE TO LV-PACIENTE
           MOVE W-TXSTATUS TO LV-STATUS
           MOVE AG-LINK TO LV-LINK
           WRITE LINHA-REL FROM LINHA-VIDEO
           GO TO FOLHA-VIDEO-LOOP.
       FOLHA-VIDEO-TOT.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-TOT-VIDEO TO LTV-QTD
           WRITE LINHA-REL FROM LINHA-TOTVIDEO
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL.
       FOLHA-VIDEO-FIM.
           EXIT.
      *--------------------[ SECAO DOS PROCEDIMENTOS ]-----------------
      * PASSADA NO CADAPR (CHAVE SALA + DATA + HORA) - SAEM POR
      * RECURSO E HORARIO, PULANDO OS CANCELADOS. CADAPR AINDA NAO
      * CRIADO (NENHUM PROCEDIMENTO MARCADO) SO OMITE A SECAO.
       FOLHA-PRC.
           OPEN INPUT CADAPR
           IF ST-ERRO5 NOT = "00"
                GO TO FOLHA-PRC-FIM.
           OPEN INPUT CADPRC
           IF ST-ERRO6 NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO CADPRC - ST=" ST-ERRO6
                CLOSE CADAPR
                GO TO FOLHA-PRC-FIM.
           MOVE W-DATA-REF TO LTP-DATA
           WRITE LINHA-REL FROM LINHA-TITPRC
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           WRITE LINHA-REL FROM LINHA-CABPRC
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL.
       FOLHA-PRC-LOOP.
           READ CADAPR
                AT END MOVE "S" TO W-FIM-CADAPR.
           IF FIM-CADAPR
                GO TO FOLHA-PRC-TOT.
           IF AP-DATA NOT = W-DATA-REF OR AP-CANCELADO
                GO TO FOLHA-PRC-LOOP.
           MOVE AP-PROC TO PR-CODIGO
           READ CADPRC
                INVALID KEY
                     MOVE "PROCEDIMENTO" TO PR-DESCR.
           IF AP-AGENDADO       MOVE "AGENDADO"   TO W-TXSTATUS
           ELSE IF AP-REALIZADO MOVE "REALIZADO"  TO W-TXSTATUS
           ELSE IF AP-FALTOU     MOVE "FALTOU"     TO W-TXSTATUS
           ELSE                 MOVE "DESCONHEC." TO W-TXSTATUS.
           MOVE AP-HORA TO LP-HORA
           MOVE AP-SALA TO LP-SALA
           MOVE PR-DESCR TO LP-PROC
           MOVE AP-PACIENTE TO LP-PACIENTE
           MOVE W-TXSTATUS TO LP-STATUS
           MOVE AP-CONFIRMADA TO LP-CONF
           WRITE LINHA-REL FROM LINHA-PRC
           ADD 1 TO W-TOT-PRC
           GO TO FOLHA-PRC-LOOP.
       FOLHA-PRC-TOT.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-TOT-PRC TO LTP-QTD
           WRITE LINHA-REL FROM LINHA-TOTPRC
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           CLOSE CADAPR CADPRC.
       FOLHA-PRC-FIM.
           EXIT.
      *--------------------[ ENCERRAMENTO ]-----------------------------
      * AS TELECONSULTAS NAO ENTRAM NOS TOTAIS POR UNIDADE (NAO
      * OCUPAM PREDIO), SO NO TOTAL DO DIA.
       ROT-FIM.
           IF W-CRM-ANT NOT = ZEROS
                PERFORM FECHA-MEDICO THRU FECHA-MEDICO-FIM.
           IF W-TOT-VIDEO NOT = ZEROS
                PERFORM FOLHA-VIDEO THRU FOLHA-VIDEO-FIM.
           PERFORM FOLHA-PRC THRU FOLHA-PRC-FIM
           MOVE ZEROS TO W-UNI.
       ROT-FIM-UNI.
           ADD 1 TO W-UNI
           MOVE W-TOT-DIA TO LR-QTD
           WRITE LINHA-REL FROM LINHA-RODAPE
           DISPLAY "CONSULTAS NA AGENDA DO DIA : " W-TOT-DIA
           DISPLAY "TELECONSULTAS DO DIA       : " W-TOT-VIDEO
           DISPLAY "PROCEDIMENTOS DO DIA       : " W-TOT-PRC
           CLOSE CADAGD CADMED CADESP RELAGD
           IF W-ELG-DISPON = "S"
                CLOSE CADELG.
       ROT-FIM-FIM.
           EXIT.
