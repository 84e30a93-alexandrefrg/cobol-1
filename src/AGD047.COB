       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGD047.
       AUTHOR. ANGELO LOTIERZO FILHO.
      ********************************************************
      * PROCESSAMENTO DAS RESPOSTAS DA PESQUISA DE SATISFACAO *
      * LE O ARQUIVO DE RESPOSTAS DO FORNECEDOR DA PESQUISA   *
      * (PSQRET.DAT - IDENTIFICADOR ENVIADO NO PESQUISA.DAT   *
      * DO AGD046, NOTA DE 00 A 10 E CODIGO DE COMENTARIO     *
      * OPCIONAL) E GRAVA A NOTA NO CADPSQ, QUE O NPS MENSAL  *
      * (AGD048) APURA. RESPOSTA SEM PESQUISA ENVIADA, COM    *
      * NOTA INVALIDA OU REPETIDA PARA PESQUISA JA RESPONDIDA *
      * (VALE A PRIMEIRA) SAI NO RELATORIO DE EXCECOES.       *
      * PESQUISA SEM RESPOSTA CONTINUA ENVIADA - A TAXA DE    *
      * RESPOSTA SAI NO NPS. RODAR NO JOB DA MANHA (AGDMANHA, *
      * PASSO PSQ027).                                        *
      * DATA CRIACAO : 15/10/2026                             *
      ********************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                    SELECT PSQRET ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
                    SELECT CADPSQ ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PQ-CHAVE
                    FILE STATUS  IS ST-ERRO2
                    ALTERNATE RECORD KEY IS PQ-PACCOD
                                                      WITH DUPLICATES.
                    SELECT RELPQR ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO3.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      * ARQUIVO DE RESPOSTAS DO FORNECEDOR - UMA LINHA POR PESQUISA
      * RESPONDIDA, COM O PE-ID ENVIADO NO PESQUISA.DAT. NOTA COM DOIS
      * DIGITOS (00 A 10); COMENTARIO EM BRANCO = SEM COMENTARIO.
       FD PSQRET
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PSQRET.DAT".
       01 REG-PSQRET.
            03 PR-ID            PIC 9(18).
            03 PR-NOTA          PIC X(02).
            03 PR-NOTA-N REDEFINES PR-NOTA PIC 9(02).
            03 PR-COMENT       PIC X(03).
      *
       FD CADPSQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPSQ.DAT".
           COPY PSQREG.
      *
       FD RELPQR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELPQR.LST".
       01 LINHA-REL             PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-ERRO     PIC X(02) VALUE "00".
       01 ST-ERRO2   PIC X(02) VALUE "00".
       01 ST-ERRO3   PIC X(02) VALUE "00".
       01 W-FIM-PSQRET   PIC X(01) VALUE "N".
           88 FIM-PSQRET             VALUE "S".
       01 W-RET-DISPON    PIC X(01) VALUE "N".
       01 W-DATA-HOJE      PIC 9(08) VALUE ZEROS.
       01 W-TOT-LIDOS       PIC 9(06) VALUE ZEROS.
       01 W-TOT-GRAVADAS   PIC 9(06) VALUE ZEROS.
       01 W-TOT-SEMPESQ    PIC 9(06) VALUE ZEROS.
       01 W-TOT-NOTAINV    PIC 9(06) VALUE ZEROS.
       01 W-TOT-REPETIDA   PIC 9(06) VALUE ZEROS.
      *
       01 LINHA-TITULO.
            03 FILLER          PIC X(10) VALUE SPACES.
            03 FILLER          PIC X(44)
                 VALUE "RESPOSTAS DA PESQUISA DE SATISFACAO - DIA: ".
            03 LT-HOJE          PIC 9(08).
       01 LINHA-SEC1.
            03 FILLER          PIC X(45)
               VALUE "RESPOSTAS RECUSADAS".
       01 LINHA-DET.
            03 LD-ID            PIC 9(18).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 FILLER          PIC X(06) VALUE "NOTA: ".
            03 LD-NOTA          PIC X(02).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 FILLER          PIC X(06) VALUE "COM.: ".
            03 LD-COMENT       PIC X(03).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 LD-MOTIVO       PIC X(30).
       01 LINHA-TOT1.
            03 FILLER  PIC X(30) VALUE "RESPOSTAS GRAVADAS         : ".
            03 LT1-QTD          PIC ZZZ.ZZ9.
       01 LINHA-TOT2.
            03 FILLER  PIC X(30) VALUE "SEM PESQUISA ENVIADA       : ".
            03 LT2-QTD          PIC ZZZ.ZZ9.
       01 LINHA-TOT3.
            03 FILLER  PIC X(30) VALUE "NOTA INVALIDA              : ".
            03 LT3-QTD          PIC ZZZ.ZZ9.
       01 LINHA-TOT4.
            03 FILLER  PIC X(30) VALUE "JA RESPONDIDA ANTES        : ".
            03 LT4-QTD          PIC ZZZ.ZZ9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           PERFORM ABRIR-ARQ    THRU ABRIR-ARQ-FIM
           PERFORM LER-PSQRET THRU LER-PSQRET-FIM
           PERFORM PROCESSA    THRU PROCESSA-FIM
                    UNTIL FIM-PSQRET
           PERFORM ROT-FIM        THRU ROT-FIM-FIM
           GOBACK.
      *--------------------[ ABERTURA DE ARQUIVOS ]--------------------
      * SEM CADPSQ NAO HOUVE ENVIO; SEM PSQRET O FORNECEDOR NAO
      * DEVOLVEU NADA - EM AMBOS OS CASOS O PASSO TERMINA COM RC 4.
       ABRIR-ARQ.
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD
           OPEN I-O CADPSQ
           IF ST-ERRO2 = "35"
                DISPLAY "CADPSQ INEXISTENTE - NADA A PROCESSAR"
                MOVE 4 TO RETURN-CODE
                GOBACK.
           IF ST-ERRO2 NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO CADPSQ - ST=" ST-ERRO2
                MOVE 8 TO RETURN-CODE
                GOBACK.
           OPEN INPUT PSQRET
           IF ST-ERRO = "35"
                DISPLAY "PSQRET.DAT INEXISTENTE - SEM RESPOSTAS HOJE"
                MOVE 4 TO RETURN-CODE
                MOVE "S" TO W-FIM-PSQRET
           ELSE
                IF ST-ERRO NOT = "00"
                     DISPLAY "ERRO NA ABERTURA DO PSQRET - ST=" ST-ERRO
                     MOVE 8 TO RETURN-CODE
                     GOBACK
                ELSE
                     MOVE "S" TO W-RET-DISPON.
           OPEN OUTPUT RELPQR
           IF ST-ERRO3 NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO RELPQR - ST=" ST-ERRO3
                MOVE 8 TO RETURN-CODE
                GOBACK.
           MOVE W-DATA-HOJE TO LT-HOJE
           WRITE LINHA-REL FROM LINHA-TITULO
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           WRITE LINHA-REL FROM LINHA-SEC1
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL.
       ABRIR-ARQ-FIM.
           EXIT.
      *--------------------[ LEITURA SEQUENCIAL DO RETORNO ]------------
       LER-PSQRET.
           IF FIM-PSQRET
                GO TO LER-PSQRET-FIM.
           READ PSQRET
                AT END MOVE "S" TO W-FIM-PSQRET.
       LER-PSQRET-FIM.
           EXIT.
      *--------------------[ PROCESSAMENTO DE UMA RESPOSTA ]------------
       PROCESSA.
           ADD 1 TO W-TOT-LIDOS
           MOVE PR-ID TO PQ-CHAVE
           READ CADPSQ
                INVALID KEY
                     MOVE "SEM PESQUISA ENVIADA" TO LD-MOTIVO
                     ADD 1 TO W-TOT-SEMPESQ
                     GO TO PROCESSA-RECUSA.
           IF PR-NOTA NOT NUMERIC OR PR-NOTA-N > 10
                MOVE "NOTA FORA DE 00 A 10" TO LD-MOTIVO
                ADD 1 TO W-TOT-NOTAINV
                GO TO PROCESSA-RECUSA.
           IF PQ-RESPONDIDA
                MOVE "PESQUISA JA RESPONDIDA" TO LD-MOTIVO
                ADD 1 TO W-TOT-REPETIDA
                GO TO PROCESSA-RECUSA.
           MOVE "R" TO PQ-SITUACAO
           MOVE PR-NOTA-N TO PQ-NOTA
           MOVE PR-COMENT TO PQ-COMENT
           MOVE W-DATA-HOJE TO PQ-DTRESP
           REWRITE REGPSQ
           IF ST-ERRO2 NOT = "00"
                DISPLAY "ERRO NA REGRAVACAO DO CADPSQ - ST=" ST-ERRO2
                MOVE 8 TO RETURN-CODE
                PERFORM LER-PSQRET THRU LER-PSQRET-FIM
                GO TO PROCESSA-FIM.
           ADD 1 TO W-TOT-GRAVADAS
           PERFORM LER-PSQRET THRU LER-PSQRET-FIM
           GO TO PROCESSA-FIM.
       PROCESSA-RECUSA.
           MOVE PR-ID TO LD-ID
           MOVE PR-NOTA TO LD-NOTA
           MOVE PR-COMENT TO LD-COMENT
           WRITE LINHA-REL FROM LINHA-DET
           PERFORM LER-PSQRET THRU LER-PSQRET-FIM.
       PROCESSA-FIM.
           EXIT.
      *--------------------[ ENCERRAMENTO ]-----------------------------
       ROT-FIM.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-TOT-GRAVADAS TO LT1-QTD
           WRITE LINHA-REL FROM LINHA-TOT1
           MOVE W-TOT-SEMPESQ TO LT2-QTD
           WRITE LINHA-REL FROM LINHA-TOT2
           MOVE W-TOT-NOTAINV TO LT3-QTD
           WRITE LINHA-REL FROM LINHA-TOT3
           MOVE W-TOT-REPETIDA TO LT4-QTD
           WRITE LINHA-REL FROM LINHA-TOT4
           DISPLAY "RESPOSTAS LIDAS          : " W-TOT-LIDOS
           DISPLAY "RESPOSTAS GRAVADAS       : " W-TOT-GRAVADAS
           DISPLAY "SEM PESQUISA ENVIADA     : " W-TOT-SEMPESQ
           DISPLAY "NOTA INVALIDA            : " W-TOT-NOTAINV
           DISPLAY "JA RESPONDIDA ANTES      : " W-TOT-REPETIDA
           IF W-RET-DISPON = "S"
                CLOSE PSQRET.
           CLOSE CADPSQ RELPQR.
       ROT-FIM-FIM.
           EXIT.
