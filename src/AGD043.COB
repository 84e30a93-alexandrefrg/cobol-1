       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGD043.
       AUTHOR. ANGELO LOTIERZO FILHO.
      ********************************************************
      * PROCESSAMENTO DO RETORNO DA CONSULTA DE ELEGIBILIDADE *
      * LE O ARQUIVO DE RESPOSTA DAS OPERADORAS (ELGRET.DAT,  *
      * RESPOSTA AO ELGPED.DAT DO AGD042 - SOLICITACAO CRM +  *
      * DATA + HORA, CARTEIRINHA, RESULTADO E=ELEGIVEL        *
      * I=INELEGIVEL E O MOTIVO DO PLANO) E GRAVA A RESPOSTA  *
      * NO CADELG, QUE A FOLHA DA RECEPCAO (AGD008) IMPRIME.  *
      * A CONSULTA AINDA AGENDADA QUE PASSA A INELEGIVEL VAI  *
      * PARA A LISTA DE LIGACOES DA RECEPCAO (RELLIG), COM O  *
      * TELEFONE DO PACIENTE (CADPAC), PARA AVISAR ANTES DA   *
      * VINDA E OFERECER O ATENDIMENTO PARTICULAR.            *
      * OS ENVIOS QUE CONTINUAM PENDENTES DEPOIS DO RETORNO   *
      * FICAM "S" (SEM RESPOSTA). RELATORIO DE EXCECOES EM    *
      * DUAS SECOES, COMO O AGD021: RESPOSTAS SEM CONSULTA    *
      * ENVIADA E CONSULTAS SEM RESPOSTA. RODAR NO JOB DA     *
      * MANHA (AGDMANHA, PASSO ELG025), ANTES DA FOLHA.       *
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
                    SELECT ELGRET ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
                    SELECT CADELG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS EL-CHAVE
                    FILE STATUS  IS ST-ERRO2.
                    SELECT CADAGD ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AG-CHAVE
                    FILE STATUS  IS ST-ERRO3
                    ALTERNATE RECORD KEY IS AG-PACCOD
                                                      WITH DUPLICATES.
                    SELECT CADPAC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PAC-CODIGO
                    FILE STATUS  IS ST-ERRO4
                    ALTERNATE RECORD KEY IS PAC-NOME
                                                      WITH DUPLICATES
                    ALTERNATE RECORD KEY IS PAC-RESP
                                                      WITH DUPLICATES.
                    SELECT CADCON ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CV-CODIGO
                    FILE STATUS  IS ST-ERRO5.
                    SELECT RELRTE ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO6.
                    SELECT RELLIG ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO7.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      * ARQUIVO DE RESPOSTA DAS OPERADORAS - UMA LINHA POR CONSULTA
      * VERIFICADA, COM A SOLICITACAO ENVIADA NO ELGPED.DAT
       FD ELGRET
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ELGRET.DAT".
       01 REG-ELGRET.
            03 ER-CRM           PIC 9(06).
            03 ER-DATA          PIC 9(08).
            03 ER-HORA          PIC 9(04).
            03 ER-CONV          PIC 9(03).
            03 ER-CARTEIRA     PIC X(15).
            03 ER-RESULT       PIC X(01).
            03 ER-MOTIVO       PIC X(40).
      *
       FD CADELG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADELG.DAT".
           COPY ELGREG.
      *
       FD CADAGD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAGD.DAT".
           COPY REGAGD.
      *
       FD CADPAC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPAC.DAT".
           COPY PACREG.
      *
       FD CADCON
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCON.DAT".
           COPY CONREG.
      *
       FD RELRTE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELRTE.LST".
       01 LINHA-REL             PIC X(80).
      *
      * LISTA DE LIGACOES DA RECEPCAO - PACIENTES INELEGIVEIS
      *
       FD RELLIG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELLIG.LST".
       01 LINHA-LIG             PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-ERRO     PIC X(02) VALUE "00".
       01 ST-ERRO2   PIC X(02) VALUE "00".
       01 ST-ERRO3   PIC X(02) VALUE "00".
       01 ST-ERRO4   PIC X(02) VALUE "00".
       01 ST-ERRO5   PIC X(02) VALUE "00".
       01 ST-ERRO6   PIC X(02) VALUE "00".
       01 ST-ERRO7   PIC X(02) VALUE "00".
       01 W-FIM-ELGRET   PIC X(01) VALUE "N".
           88 FIM-ELGRET             VALUE "S".
       01 W-RET-DISPON    PIC X(01) VALUE "N".
       01 W-SIT-ANT          PIC X(01) VALUE SPACES.
       01 W-DATA-HOJE      PIC 9(08) VALUE ZEROS.
       01 W-DATA-CONS      PIC 9(08) VALUE ZEROS.
       01 W-DT-DDMM         PIC 9(08) VALUE ZEROS.
       01 W-TOT-LIDOS       PIC 9(06) VALUE ZEROS.
       01 W-TOT-ELEG        PIC 9(06) VALUE ZEROS.
       01 W-TOT-INELEG     PIC 9(06) VALUE ZEROS.
       01 W-TOT-LIGAR       PIC 9(06) VALUE ZEROS.
       01 W-TOT-SEMCASA   PIC 9(06) VALUE ZEROS.
       01 W-TOT-SEMRESP   PIC 9(06) VALUE ZEROS.
      *
       01 LINHA-TITULO.
            03 FILLER          PIC X(10) VALUE SPACES.
            03 FILLER          PIC X(46)
                 VALUE "RETORNO DE ELEGIBILIDADE DOS PLANOS - EXCECOES".
       01 LINHA-SEC1.
            03 FILLER          PIC X(45)
               VALUE "SECAO 1 - RESPOSTA SEM CONSULTA ENVIADA".
       01 LINHA-SEC2.
            03 FILLER          PIC X(45)
               VALUE "SECAO 2 - CONSULTA ENVIADA SEM RESPOSTA".
       01 LINHA-DET1.
            03 LD1-CRM          PIC ZZZ.ZZ9.
            03 FILLER          PIC X(02) VALUE SPACES.
            03 LD1-DATA         PIC 9(08).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 LD1-HORA         PIC 9(04).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 LD1-CONV         PIC 999.
            03 FILLER          PIC X(02) VALUE SPACES.
            03 LD1-CARTEIRA    PIC X(15).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 FILLER          PIC X(11) VALUE "RESULTADO: ".
            03 LD1-RESULT      PIC X(01).
       01 LINHA-DET2.
            03 LD2-CRM          PIC ZZZ.ZZ9.
            03 FILLER          PIC X(02) VALUE SPACES.
            03 LD2-DATA         PIC 9(08).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 LD2-HORA         PIC 9(04).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 LD2-CONV         PIC 999.
            03 FILLER          PIC X(02) VALUE SPACES.
            03 LD2-PACCOD       PIC ZZZZZ9.
      *
      * LISTA DE LIGACOES - TRES LINHAS POR PACIENTE: CONSULTA,
      * CONTATO E MOTIVO DA OPERADORA
      *
       01 LINHA-TITLIG.
            03 FILLER          PIC X(10) VALUE SPACES.
            03 FILLER          PIC X(40)
                 VALUE "PACIENTES INELEGIVEIS - LIGAR ANTES DA".
            03 FILLER          PIC X(20) VALUE " CONSULTA".
       01 LINHA-AVISO.
            03 FILLER          PIC X(60) VALUE
               "AVISAR O PACIENTE E OFERECER O ATENDIMENTO PARTICULAR".
       01 LINHA-LIG1.
            03 FILLER          PIC X(09) VALUE "CONSULTA ".
            03 LL1-DATA         PIC 99/99/9999.
            03 FILLER          PIC X(01) VALUE SPACES.
            03 LL1-HORA         PIC 99.99.
            03 FILLER          PIC X(06) VALUE "  CRM ".
            03 LL1-CRM          PIC ZZZ.ZZ9.
            03 FILLER          PIC X(07) VALUE "  CONV ".
            03 LL1-CONV         PIC 999.
            03 FILLER          PIC X(01) VALUE SPACES.
            03 LL1-NOMECONV    PIC X(25).
       01 LINHA-LIG2.
            03 FILLER          PIC X(09) VALUE "PACIENTE ".
            03 LL2-PACIENTE    PIC X(30).
            03 FILLER          PIC X(07) VALUE "  FONE ".
            03 LL2-FONE         PIC X(15).
       01 LINHA-LIG3.
            03 FILLER          PIC X(09) VALUE "MOTIVO   ".
            03 LL3-CARTEIRA    PIC X(15).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 LL3-MOTIVO      PIC X(40).
       01 LINHA-TOT1.
            03 FILLER  PIC X(30) VALUE "ELEGIVEIS                  : ".
            03 LT1-QTD          PIC ZZZ.ZZ9.
       01 LINHA-TOT2.
            03 FILLER  PIC X(30) VALUE "INELEGIVEIS                : ".
            03 LT2-QTD          PIC ZZZ.ZZ9.
       01 LINHA-TOT3.
            03 FILLER  PIC X(30) VALUE "  NA LISTA DE LIGACOES     : ".
            03 LT3-QTD          PIC ZZZ.ZZ9.
       01 LINHA-TOT4.
            03 FILLER  PIC X(30) VALUE "RESPOSTAS SEM CONSULTA     : ".
            03 LT4-QTD          PIC ZZZ.ZZ9.
       01 LINHA-TOT5.
            03 FILLER  PIC X(30) VALUE "CONSULTAS SEM RESPOSTA     : ".
            03 LT5-QTD          PIC ZZZ.ZZ9.
           COPY RESPWS.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           PERFORM ABRIR-ARQ    THRU ABRIR-ARQ-FIM
           PERFORM LER-ELGRET THRU LER-ELGRET-FIM
           PERFORM PROCESSA    THRU PROCESSA-FIM
                    UNTIL FIM-ELGRET
           PERFORM SEM-RESPOSTA THRU SEM-RESPOSTA-FIM
           PERFORM ROT-FIM        THRU ROT-FIM-FIM
           GOBACK.
      *--------------------[ ABERTURA DE ARQUIVOS ]--------------------
      * SEM ELGRET (AS OPERADORAS NAO DEVOLVERAM NADA) O PASSO AINDA
      * RODA A SECAO 2 - TODOS OS ENVIOS PENDENTES FICAM SEM
      * RESPOSTA - E TERMINA COM RC 4. SEM CADELG NAO HOUVE ENVIO.
       ABRIR-ARQ.
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD
           OPEN I-O CADELG
           IF ST-ERRO2 = "35"
                DISPLAY "CADELG INEXISTENTE - NADA A PROCESSAR"
                MOVE 4 TO RETURN-CODE
                GOBACK.
           IF ST-ERRO2 NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO CADELG - ST=" ST-ERRO2
                MOVE 8 TO RETURN-CODE
                GOBACK.
           OPEN INPUT ELGRET
           IF ST-ERRO = "35"
                DISPLAY "ELGRET.DAT INEXISTENTE - SEM RETORNO HOJE"
                MOVE 4 TO RETURN-CODE
                MOVE "S" TO W-FIM-ELGRET
           ELSE
                IF ST-ERRO NOT = "00"
                     DISPLAY "ERRO NA ABERTURA DO ELGRET - ST=" ST-ERRO
                     MOVE 8 TO RETURN-CODE
                     GOBACK
                ELSE
                     MOVE "S" TO W-RET-DISPON.
           OPEN INPUT CADAGD
           IF ST-ERRO3 NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO CADAGD - ST=" ST-ERRO3
                MOVE 8 TO RETURN-CODE
                GOBACK.
           OPEN INPUT CADPAC
           IF ST-ERRO4 NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO CADPAC - ST=" ST-ERRO4
                MOVE 8 TO RETURN-CODE
                GOBACK.
           OPEN INPUT CADCON
           IF ST-ERRO5 NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO CADCON - ST=" ST-ERRO5
                MOVE 8 TO RETURN-CODE
                GOBACK.
           OPEN OUTPUT RELRTE
           IF ST-ERRO6 NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO RELRTE - ST=" ST-ERRO6
                MOVE 8 TO RETURN-CODE
                GOBACK.
           OPEN OUTPUT RELLIG
           IF ST-ERRO7 NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO RELLIG - ST=" ST-ERRO7
                MOVE 8 TO RETURN-CODE
                GOBACK.
           WRITE LINHA-REL FROM LINHA-TITULO
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           WRITE LINHA-REL FROM LINHA-SEC1
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           WRITE LINHA-LIG FROM LINHA-TITLIG
           WRITE LINHA-LIG FROM LINHA-AVISO
           MOVE SPACES TO LINHA-LIG
           WRITE LINHA-LIG.
       ABRIR-ARQ-FIM.
           EXIT.
      *--------------------[ LEITURA SEQUENCIAL DO RETORNO ]------------
       LER-ELGRET.
           READ ELGRET
                AT END MOVE "S" TO W-FIM-ELGRET.
       LER-ELGRET-FIM.
           EXIT.
      *--------------------[ PROCESSAMENTO DE UMA RESPOSTA ]------------
      * A RESPOSTA SO VALE PARA O ENVIO DA MESMA CARTEIRINHA - UM
      * CONTROLE REFEITO PARA OUTRO PACIENTE NO MESMO HORARIO NAO
      * RECEBE A RESPOSTA DO ENVIO ANTERIOR.
       PROCESSA.
           ADD 1 TO W-TOT-LIDOS
           MOVE ER-CRM TO EL-CRM
           MOVE ER-DATA (7:2) TO EL-DIACONS
           MOVE ER-DATA (5:2) TO EL-MESCONS
           MOVE ER-DATA (1:4) TO EL-ANOCONS
           MOVE ER-HORA TO EL-HRCONS
           READ CADELG
                INVALID KEY
                     PERFORM SEM-CASAMENTO THRU SEM-CASAMENTO-FIM
                     PERFORM LER-ELGRET THRU LER-ELGRET-FIM
                     GO TO PROCESSA-FIM.
           IF EL-CARTEIRA NOT = ER-CARTEIRA
              OR (ER-RESULT NOT = "E" AND ER-RESULT NOT = "I")
                PERFORM SEM-CASAMENTO THRU SEM-CASAMENTO-FIM
                PERFORM LER-ELGRET THRU LER-ELGRET-FIM
                GO TO PROCESSA-FIM.
           MOVE EL-SITUACAO TO W-SIT-ANT
           MOVE ER-RESULT TO EL-SITUACAO
           MOVE ER-MOTIVO TO EL-MOTIVO
           MOVE W-DATA-HOJE TO EL-DTRET
           REWRITE REGELG
           IF ST-ERRO2 NOT = "00"
                DISPLAY "ERRO NA REGRAVACAO DO CADELG - ST=" ST-ERRO2
                PERFORM LER-ELGRET THRU LER-ELGRET-FIM
                GO TO PROCESSA-FIM.
           IF EL-ELEGIVEL
                ADD 1 TO W-TOT-ELEG
           ELSE
                ADD 1 TO W-TOT-INELEG.
      * QUEM JA ESTAVA INELEGIVEL JA FOI AVISADO NO DIA ANTERIOR
           IF EL-INELEGIVEL AND W-SIT-ANT NOT = "I"
                PERFORM LIGACAO THRU LIGACAO-FIM.
           PERFORM LER-ELGRET THRU LER-ELGRET-FIM.
       PROCESSA-FIM.
           EXIT.
      *--------------------[ PACIENTE PARA A LISTA DE LIGACOES ]--------
      * SO ENTRA QUEM AINDA ESTA COM A CONSULTA AGENDADA - CANCELADA
      * OU HORARIO REOCUPADO NA VESPERA NAO PRECISA DE LIGACAO.
       LIGACAO.
           MOVE EL-CHAVE TO AG-CHAVE
           READ CADAGD
                INVALID KEY
                     GO TO LIGACAO-FIM.
           IF NOT AG-AGENDADA OR AG-PACCOD NOT = EL-PACCOD
                GO TO LIGACAO-FIM.
           MOVE EL-PACCOD TO PAC-CODIGO
           READ CADPAC
                INVALID KEY
                     MOVE AG-PACIENTE TO PAC-NOME
                     MOVE SPACES TO PAC-FONE
                     MOVE ZEROS TO PAC-RESP.
           PERFORM BUSCA-FONE-RESP THRU BUSCA-FONE-RESP-FIM
           MOVE EL-CONV TO CV-CODIGO
           READ CADCON
                INVALID KEY
                     MOVE "CONVENIO NAO CADASTRADO" TO CV-NOME.
           MOVE EL-DTCONS TO W-DT-DDMM
           MOVE W-DT-DDMM TO LL1-DATA
           MOVE EL-HRCONS TO LL1-HORA
           MOVE EL-CRM TO LL1-CRM
           MOVE EL-CONV TO LL1-CONV
           MOVE CV-NOME TO LL1-NOMECONV
           WRITE LINHA-LIG FROM LINHA-LIG1
           MOVE PAC-NOME TO LL2-PACIENTE
           MOVE W-RSP-FONE TO LL2-FONE
           WRITE LINHA-LIG FROM LINHA-LIG2
           MOVE EL-CARTEIRA TO LL3-CARTEIRA
           MOVE EL-MOTIVO TO LL3-MOTIVO
           WRITE LINHA-LIG FROM LINHA-LIG3
           MOVE SPACES TO LINHA-LIG
           WRITE LINHA-LIG
           ADD 1 TO W-TOT-LIGAR.
       LIGACAO-FIM.
           EXIT.
      *--------------------[ RESPOSTA SEM CONSULTA ]--------------------
       SEM-CASAMENTO.
           ADD 1 TO W-TOT-SEMCASA
           MOVE ER-CRM TO LD1-CRM
           MOVE ER-DATA TO LD1-DATA
           MOVE ER-HORA TO LD1-HORA
           MOVE ER-CONV TO LD1-CONV
           MOVE ER-CARTEIRA TO LD1-CARTEIRA
           MOVE ER-RESULT TO LD1-RESULT
           WRITE LINHA-REL FROM LINHA-DET1.
       SEM-CASAMENTO-FIM.
           EXIT.
      *--------------------[ ENVIOS SEM RESPOSTA ]----------------------
      * O CADELG E PERCORRIDO DEPOIS DE TODO O RETORNO: O QUE AINDA
      * ESTA PENDENTE (CONSULTA DE HOJE EM DIANTE) NAO VOLTOU DAS
      * OPERADORAS E PASSA A "S" - A RECEPCAO CONFERE A CARTEIRINHA
      * NA CHEGADA DO PACIENTE.
       SEM-RESPOSTA.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           WRITE LINHA-REL FROM LINHA-SEC2
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE LOW-VALUES TO EL-CHAVE
           START CADELG KEY IS NOT LESS THAN EL-CHAVE
                INVALID KEY
                     GO TO SEM-RESPOSTA-FIM.
       SEM-RESPOSTA-LOOP.
           READ CADELG NEXT
                AT END
                     GO TO SEM-RESPOSTA-FIM.
           IF NOT EL-PENDENTE
                GO TO SEM-RESPOSTA-LOOP.
           COMPUTE W-DATA-CONS = (EL-ANOCONS * 10000)
                                + (EL-MESCONS * 100) + EL-DIACONS
           IF W-DATA-CONS < W-DATA-HOJE
                GO TO SEM-RESPOSTA-LOOP.
           MOVE "S" TO EL-SITUACAO
           REWRITE REGELG
           IF ST-ERRO2 NOT = "00"
                DISPLAY "ERRO NA REGRAVACAO DO CADELG - ST=" ST-ERRO2.
           ADD 1 TO W-TOT-SEMRESP
           MOVE EL-CRM TO LD2-CRM
           MOVE W-DATA-CONS TO LD2-DATA
           MOVE EL-HRCONS TO LD2-HORA
           MOVE EL-CONV TO LD2-CONV
           MOVE EL-PACCOD TO LD2-PACCOD
           WRITE LINHA-REL FROM LINHA-DET2
           GO TO SEM-RESPOSTA-LOOP.
       SEM-RESPOSTA-FIM.
           EXIT.
           COPY VALRESP.
      *--------------------[ ENCERRAMENTO ]-----------------------------
       ROT-FIM.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-TOT-ELEG TO LT1-QTD
           WRITE LINHA-REL FROM LINHA-TOT1
           MOVE W-TOT-INELEG TO LT2-QTD
           WRITE LINHA-REL FROM LINHA-TOT2
           MOVE W-TOT-LIGAR TO LT3-QTD
           WRITE LINHA-REL FROM LINHA-TOT3
           MOVE W-TOT-SEMCASA TO LT4-QTD
           WRITE LINHA-REL FROM LINHA-TOT4
           MOVE W-TOT-SEMRESP TO LT5-QTD
           WRITE LINHA-REL FROM LINHA-TOT5
           MOVE W-TOT-LIGAR TO LT3-QTD
           WRITE LINHA-LIG FROM LINHA-TOT3
           DISPLAY "RESPOSTAS LIDAS          : " W-TOT-LIDOS
           DISPLAY "ELEGIVEIS                : " W-TOT-ELEG
           DISPLAY "INELEGIVEIS              : " W-TOT-INELEG
           DISPLAY "NA LISTA DE LIGACOES     : " W-TOT-LIGAR
           DISPLAY "RESPOSTAS SEM CONSULTA   : " W-TOT-SEMCASA
           DISPLAY "CONSULTAS SEM RESPOSTA   : " W-TOT-SEMRESP
           IF W-RET-DISPON = "S"
                CLOSE ELGRET.
           CLOSE CADELG CADAGD CADPAC CADCON RELRTE RELLIG.
       ROT-FIM-FIM.
           EXIT.
