      * AGD009 SO ENXERGA O MES CORRENTE NO CADAGD - TUDO     *
      * ALEM DO CORTE DO ARQUIVAMENTO SO APARECE AQUI.        *
      * RODAR SOB DEMANDA OU NO FECHAMENTO ANUAL (AGDSTAT).   *
      * LE O HISTORICO INDEXADO AGDHIX.DAT (HIXREG), EM       *
      * SEQUENCIA DE CHAVE, NO LUGAR DO AGDHIST SEQUENCIAL.   *
      * DATA CRIACAO : 02/09/2026                             *
      ********************************************************
      *----------------------------------------------------------------

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                    SELECT AGDHIX ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS HX-CHAVE
                    FILE STATUS  IS ST-ERRO.
                    SELECT CADMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD AGDHIX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "AGDHIX.DAT".
           COPY HIXREG.
      *
       FD CADMED
               LABEL RECORD IS STANDARD
       01 LINHA-REL             PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *
      * IMAGEM DA CONSULTA ARQUIVADA (HX-AGD) PARA A APURACAO.
      *
           COPY REGAGD REPLACING ==REGAGD== BY ==REGAGD-HIST==
                          LEADING ==AG== BY ==AGH==.
      *
       01 ST-ERRO     PIC X(02) VALUE "00".
       01 ST-ERRO2   PIC X(02) VALUE "00".
       01 ST-ERRO3   PIC X(02) VALUE "00".
       01 LINHA-TITULO.
            03 FILLER          PIC X(10) VALUE SPACES.
            03 FILLER          PIC X(45)
               VALUE "ESTATISTICAS DE LONGO PRAZO - AGDHIX".
       01 LINHA-SEC1.
            03 FILLER          PIC X(30)
                    VALUE "VOLUMES ANO A ANO".
           GOBACK.
      *--------------------[ ABERTURA DE ARQUIVOS ]--------------------
       ABRIR-ARQ.
           OPEN INPUT AGDHIX
           IF ST-ERRO NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO AGDHIX - ST=" ST-ERRO
                GOBACK.
           OPEN INPUT CADMED
           IF ST-ERRO2 NOT = "00"
           EXIT.
      *--------------------[ LEITURA SEQUENCIAL DO HISTORICO ]----------
       LER-HIST.
           READ AGDHIX
                AT END MOVE "S" TO W-FIM-HIST.
           IF W-FIM-HIST NOT = "S"
                MOVE HX-AGD TO REGAGD-HIST.
       LER-HIST-FIM.
           EXIT.
      *--------------------[ APURACAO DE UMA CONSULTA ]-----------------
           EXIT.
      *--------------------[ ENCERRAMENTO ]-----------------------------
       ROT-FIM.
           DISPLAY "CONSULTAS LIDAS DO AGDHIX  : " W-TOT-LIDOS
           CLOSE AGDHIX CADMED CADESP RELEST.
       ROT-FIM-FIM.
           EXIT.
