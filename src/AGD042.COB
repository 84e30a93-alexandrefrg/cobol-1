       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGD042.
       AUTHOR. ANGELO LOTIERZO FILHO.
      ********************************************************
      * EXTRACAO NOTURNA DA CONSULTA PREVIA DE ELEGIBILIDADE  *
      * GERA O ELGPED.DAT (LAYOUT ELPREG.CPY) COM AS          *
      * CONSULTAS DE CONVENIO (AG-CONV DIFERENTE DE ZEROS)    *
      * AGENDADAS PARA D+1 E D+2: PACIENTE, CARTEIRINHA DO    *
      * PLANO (CADPAC), CONVENIO, ESPECIALIDADE DO MEDICO     *
      * (CADMED) E DATA, PARA A VERIFICACAO DE ELEGIBILIDADE  *
      * PELAS OPERADORAS. CADA CONSULTA ENVIADA E REGISTRADA  *
      * NO CADELG COMO PENDENTE ("P") - O RETORNO DOS PLANOS  *
      * E PROCESSADO DE MANHA PELO AGD043. OS REGISTROS DO    *
      * CADELG DE CONSULTAS JA PASSADAS SAO EXCLUIDOS AQUI.   *
      * CONSULTA DE PACIENTE SEM CARTEIRINHA NAO E ENVIADA -  *
      * SAI NO RELATORIO DE CONTROLE PARA A RECEPCAO          *
      * COMPLETAR O CADASTRO. RODA NO CADNITE (PASSO ELG063). *
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
                    SELECT CADELG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS EL-CHAVE
                    FILE STATUS  IS ST-ERRO4.
                    SELECT ELGPED ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO5.
                    SELECT RELEPD ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO6.
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
       FD CADELG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADELG.DAT".
           COPY ELGREG.
      *
       FD ELGPED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ELGPED.DAT".
           COPY ELPREG.
      *
       FD RELEPD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELEPD.LST".
       01 LINHA-REL             PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-ERRO     PIC X(02) VALUE "00".
       01 ST-ERRO2   PIC X(02) VALUE "00".
       01 ST-ERRO3   PIC X(02) VALUE "00".
       01 ST-ERRO4   PIC X(02) VALUE "00".
       01 ST-ERRO5   PIC X(02) VALUE "00".
       01 ST-ERRO6   PIC X(02) VALUE "00".
       01 W-FIM-CADAGD   PIC X(01) VALUE "N".
           88 FIM-CADAGD             VALUE "S".
       01 W-PRESTADOR      PIC X(14) VALUE SPACES.
       01 W-DATA-HOJE      PIC 9(08) VALUE ZEROS.
       01 W-DATA-ALVO1     PIC 9(08) VALUE ZEROS.
       01 W-DATA-ALVO2     PIC 9(08) VALUE ZEROS.
       01 W-DATA-CONS      PIC 9(08) VALUE ZEROS.
       01 W-INT-AUX          PIC 9(08) VALUE ZEROS.
       01 W-TOT-LIDOS       PIC 9(06) VALUE ZEROS.
       01 W-TOT-ENV1        PIC 9(06) VALUE ZEROS.
       01 W-TOT-ENV2        PIC 9(06) VALUE ZEROS.
       01 W-TOT-SEMCART    PIC 9(06) VALUE ZEROS.
       01 W-TOT-EXCL        PIC 9(06) VALUE ZEROS.
      *
       01 LINHA-TITULO.
            03 FILLER          PIC X(10) VALUE SPACES.
            03 FILLER          PIC X(40)
                 VALUE "CONSULTA PREVIA DE ELEGIBILIDADE - D+1:".
            03 LT-ALVO1         PIC 9(08).
            03 FILLER          PIC X(06) VALUE " D+2:".
            03 LT-ALVO2         PIC 9(08).
       01 LINHA-SEC1.
            03 FILLER          PIC X(40)
               VALUE "NAO ENVIADAS - PACIENTE SEM CARTEIRINHA".
       01 LINHA-DET.
            03 LD-CRM           PIC ZZZ.ZZ9.
            03 FILLER          PIC X(02) VALUE SPACES.
            03 LD-DATA          PIC 9(08).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 LD-HORA          PIC 99.99.
            03 FILLER          PIC X(02) VALUE SPACES.
            03 LD-PACCOD        PIC ZZZZZ9.
            03 FILLER          PIC X(02) VALUE SPACES.
            03 LD-PACIENTE    PIC X(30).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 LD-CONV          PIC 999.
       01 LINHA-TOT1.
            03 FILLER  PIC X(30) VALUE "ENVIADAS PARA D+1          : ".
            03 LT1-QTD          PIC ZZZ.ZZ9.
       01 LINHA-TOT2.
            03 FILLER  PIC X(30) VALUE "ENVIADAS PARA D+2          : ".
            03 LT2-QTD          PIC ZZZ.ZZ9.
       01 LINHA-TOT3.
            03 FILLER  PIC X(30) VALUE "SEM CARTEIRINHA            : ".
            03 LT3-QTD          PIC ZZZ.ZZ9.
       01 LINHA-TOT4.
            03 FILLER  PIC X(30) VALUE "CONTROLES PASSADOS EXCLUIDOS: ".
            03 LT4-QTD          PIC ZZZ.ZZ9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           PERFORM ABRIR-ARQ    THRU ABRIR-ARQ-FIM
           PERFORM LIMPA-CADELG THRU LIMPA-CADELG-FIM
           PERFORM LER-CADAGD THRU LER-CADAGD-FIM
           PERFORM PROCESSA    THRU PROCESSA-FIM
                    UNTIL FIM-CADAGD
           PERFORM ROT-FIM        THRU ROT-FIM-FIM
           GOBACK.
      *--------------------[ ABERTURA DE ARQUIVOS ]--------------------
      * O PARAMETRO E O CODIGO DO PRESTADOR (A CLINICA JUNTO AS
      * OPERADORAS). OS DIAS ALVO SAO SEMPRE AMANHA E DEPOIS DE
      * AMANHA. CADELG AINDA NAO CRIADO E CRIADO VAZIO AQUI.
       ABRIR-ARQ.
           DISPLAY "CODIGO DO PRESTADOR (CLINICA) : "
           ACCEPT W-PRESTADOR
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD
           COMPUTE W-INT-AUX = FUNCTION INTEGER-OF-DATE (W-DATA-HOJE)
                              + 1
           COMPUTE W-DATA-ALVO1 = FUNCTION DATE-OF-INTEGER (W-INT-AUX)
           ADD 1 TO W-INT-AUX
           COMPUTE W-DATA-ALVO2 = FUNCTION DATE-OF-INTEGER (W-INT-AUX)
           OPEN INPUT CADAGD
           IF ST-ERRO NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO CADAGD - ST=" ST-ERRO
                MOVE 8 TO RETURN-CODE
                GOBACK.
           OPEN INPUT CADMED
           IF ST-ERRO2 NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO CADMED - ST=" ST-ERRO2
                MOVE 8 TO RETURN-CODE
                GOBACK.
           OPEN INPUT CADPAC
           IF ST-ERRO3 NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO CADPAC - ST=" ST-ERRO3
                MOVE 8 TO RETURN-CODE
                GOBACK.
           OPEN I-O CADELG
           IF ST-ERRO4 = "30" OR ST-ERRO4 = "35"
                OPEN OUTPUT CADELG
                CLOSE CADELG
                OPEN I-O CADELG.
           IF ST-ERRO4 NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO CADELG - ST=" ST-ERRO4
                MOVE 8 TO RETURN-CODE
                GOBACK.
           OPEN OUTPUT ELGPED
           IF ST-ERRO5 NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO ELGPED - ST=" ST-ERRO5
                MOVE 8 TO RETURN-CODE
                GOBACK.
           OPEN OUTPUT RELEPD
           IF ST-ERRO6 NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO RELEPD - ST=" ST-ERRO6
                MOVE 8 TO RETURN-CODE
                GOBACK.
           MOVE SPACES TO REGELP
           MOVE "1" TO EP-TIPO
           MOVE W-PRESTADOR TO EPH-PRESTADOR
           MOVE W-DATA-HOJE TO EPH-DTGER
           WRITE REGELP
           MOVE W-DATA-ALVO1 TO LT-ALVO1
           MOVE W-DATA-ALVO2 TO LT-ALVO2
           WRITE LINHA-REL FROM LINHA-TITULO
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           WRITE LINHA-REL FROM LINHA-SEC1
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL.
       ABRIR-ARQ-FIM.
           EXIT.
      *--------------------[ LIMPEZA DO CADELG ]------------------------
      * A CHAVE E A DA CONSULTA (DATA DDMMAAAA), ENTAO O CADELG TODO
      * E PERCORRIDO E SAEM OS REGISTROS DE CONSULTAS ANTERIORES A
      * HOJE - A FOLHA DA RECEPCAO SO OLHA O DIA CORRENTE.
       LIMPA-CADELG.
           MOVE LOW-VALUES TO EL-CHAVE
           START CADELG KEY IS NOT LESS THAN EL-CHAVE
                INVALID KEY
                     GO TO LIMPA-CADELG-FIM.
       LIMPA-CADELG-LOOP.
           READ CADELG NEXT
                AT END
                     GO TO LIMPA-CADELG-FIM.
           COMPUTE W-DATA-CONS = (EL-ANOCONS * 10000)
                                + (EL-MESCONS * 100) + EL-DIACONS
           IF W-DATA-CONS NOT < W-DATA-HOJE
                GO TO LIMPA-CADELG-LOOP.
           DELETE CADELG RECORD
           IF ST-ERRO4 = "00"
                ADD 1 TO W-TOT-EXCL
           ELSE
                DISPLAY "ERRO NA EXCLUSAO DO CADELG - ST=" ST-ERRO4.
           GO TO LIMPA-CADELG-LOOP.
       LIMPA-CADELG-FIM.
           EXIT.
      *--------------------[ LEITURA SEQUENCIAL DO CADAGD ]-------------
       LER-CADAGD.
           READ CADAGD
                AT END MOVE "S" TO W-FIM-CADAGD.
       LER-CADAGD-FIM.
           EXIT.
      *--------------------[ ENVIO DE UMA CONSULTA ]--------------------
       PROCESSA.
           ADD 1 TO W-TOT-LIDOS
           COMPUTE W-DATA-CONS = (AG-ANOCONS * 10000)
                                + (AG-MESCONS * 100) + AG-DIACONS
           IF W-DATA-CONS NOT = W-DATA-ALVO1
              AND W-DATA-CONS NOT = W-DATA-ALVO2
                PERFORM LER-CADAGD THRU LER-CADAGD-FIM
                GO TO PROCESSA-FIM.
           IF NOT AG-AGENDADA OR AG-CONV = ZEROS
                PERFORM LER-CADAGD THRU LER-CADAGD-FIM
                GO TO PROCESSA-FIM.
           MOVE AG-PACCOD TO PAC-CODIGO
           READ CADPAC
                INVALID KEY
                     MOVE AG-PACIENTE TO PAC-NOME
                     MOVE ZEROS TO DATANASC OF REGPAC
                     MOVE SPACES TO PAC-CARTEIRA.
           IF PAC-CARTEIRA = SPACES
                PERFORM SEM-CARTEIRA THRU SEM-CARTEIRA-FIM
                PERFORM LER-CADAGD THRU LER-CADAGD-FIM
                GO TO PROCESSA-FIM.
           MOVE AG-CRM TO CRM
           READ CADMED
                INVALID KEY
                     MOVE ZEROS TO ESPEC.
           MOVE SPACES TO REGELP
           MOVE "2" TO EP-TIPO
           MOVE AG-CRM TO EPC-CRM
           MOVE W-DATA-CONS TO EPC-DATA
           MOVE AG-HRCONS TO EPC-HORA
           MOVE AG-CONV TO EPC-CONV
           MOVE PAC-CARTEIRA TO EPC-CARTEIRA
           MOVE AG-PACCOD TO EPC-PACCOD
           MOVE PAC-NOME TO EPC-NOME
           COMPUTE EPC-DTNASC = (ANONASC OF REGPAC * 10000)
                              + (MESNASC OF REGPAC * 100)
                              + DIANASC OF REGPAC
           MOVE ESPEC TO EPC-ESPEC
           WRITE REGELP
           IF ST-ERRO5 NOT = "00"
                DISPLAY "ERRO NA GRAVACAO DO ELGPED - ST=" ST-ERRO5
                MOVE 8 TO RETURN-CODE
                PERFORM ROT-FIM THRU ROT-FIM-FIM
                GOBACK.
           IF W-DATA-CONS = W-DATA-ALVO1
                ADD 1 TO W-TOT-ENV1
           ELSE
                ADD 1 TO W-TOT-ENV2.
           PERFORM GRAVA-CONTROLE THRU GRAVA-CONTROLE-FIM
           PERFORM LER-CADAGD THRU LER-CADAGD-FIM.
       PROCESSA-FIM.
           EXIT.
      *--------------------[ REGISTRO NO CADELG ]-----------------------
      * A MESMA CONSULTA (MESMO PACIENTE, PLANO E CARTEIRINHA) JA
      * ENVIADA NA NOITE ANTERIOR SO TEM A DATA DE ENVIO ATUALIZADA -
      * A RESPOSTA QUE O PLANO JA DEU CONTINUA VALENDO ATE O RETORNO
      * DESTE ENVIO. HORARIO REOCUPADO OU PLANO/CARTEIRINHA TROCADOS
      * RECOMECAM COMO PENDENTE.
       GRAVA-CONTROLE.
           MOVE AG-CHAVE TO EL-CHAVE
           READ CADELG
                INVALID KEY
                     PERFORM MONTA-CONTROLE THRU MONTA-CONTROLE-FIM
                     WRITE REGELG
                     GO TO GRAVA-CONTROLE-TESTA.
           IF EL-PACCOD = AG-PACCOD AND EL-CONV = AG-CONV
              AND EL-CARTEIRA = PAC-CARTEIRA
                MOVE W-DATA-HOJE TO EL-DTENVIO
                MOVE ESPEC TO EL-ESPEC
                REWRITE REGELG
                GO TO GRAVA-CONTROLE-TESTA.
           PERFORM MONTA-CONTROLE THRU MONTA-CONTROLE-FIM
           REWRITE REGELG.
       GRAVA-CONTROLE-TESTA.
           IF ST-ERRO4 NOT = "00"
                DISPLAY "ERRO NA GRAVACAO DO CADELG - ST=" ST-ERRO4.
       GRAVA-CONTROLE-FIM.
           EXIT.
      *--------------------[ MONTAGEM DE UM CONTROLE PENDENTE ]---------
       MONTA-CONTROLE.
           MOVE AG-CHAVE TO EL-CHAVE
           MOVE AG-PACCOD TO EL-PACCOD
           MOVE AG-CONV TO EL-CONV
           MOVE PAC-CARTEIRA TO EL-CARTEIRA
           MOVE ESPEC TO EL-ESPEC
           MOVE "P" TO EL-SITUACAO
           MOVE SPACES TO EL-MOTIVO
           MOVE W-DATA-HOJE TO EL-DTENVIO
           MOVE ZEROS TO EL-DTRET.
       MONTA-CONTROLE-FIM.
           EXIT.
      *--------------------[ CONSULTA SEM CARTEIRINHA ]-----------------
       SEM-CARTEIRA.
           ADD 1 TO W-TOT-SEMCART
           MOVE AG-CRM TO LD-CRM
           MOVE W-DATA-CONS TO LD-DATA
           MOVE AG-HRCONS TO LD-HORA
           MOVE AG-PACCOD TO LD-PACCOD
           MOVE PAC-NOME TO LD-PACIENTE
           MOVE AG-CONV TO LD-CONV
           WRITE LINHA-REL FROM LINHA-DET.
       SEM-CARTEIRA-FIM.
           EXIT.
      *--------------------[ ENCERRAMENTO ]-----------------------------
       ROT-FIM.
           MOVE SPACES TO REGELP
           MOVE "9" TO EP-TIPO
           COMPUTE EPT-QTD = W-TOT-ENV1 + W-TOT-ENV2
           WRITE REGELP
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-TOT-ENV1 TO LT1-QTD
           WRITE LINHA-REL FROM LINHA-TOT1
           MOVE W-TOT-ENV2 TO LT2-QTD
           WRITE LINHA-REL FROM LINHA-TOT2
           MOVE W-TOT-SEMCART TO LT3-QTD
           WRITE LINHA-REL FROM LINHA-TOT3
           MOVE W-TOT-EXCL TO LT4-QTD
           WRITE LINHA-REL FROM LINHA-TOT4
           DISPLAY "CONSULTAS LIDAS          : " W-TOT-LIDOS
           DISPLAY "ENVIADAS PARA D+1        : " W-TOT-ENV1
           DISPLAY "ENVIADAS PARA D+2        : " W-TOT-ENV2
           DISPLAY "SEM CARTEIRINHA          : " W-TOT-SEMCART
           DISPLAY "CONTROLES EXCLUIDOS      : " W-TOT-EXCL
           CLOSE CADAGD CADMED CADPAC CADELG ELGPED RELEPD.
       ROT-FIM-FIM.
           EXIT.
