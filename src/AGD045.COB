       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGD045.
       AUTHOR. ANGELO LOTIERZO FILHO.
      ********************************************************
      * PROCESSAMENTO DO RETORNO DOS AVISOS AO PACIENTE       *
      * LE O ARQUIVO DE RESULTADO DAS LIGACOES (AVIRET.DAT,   *
      * RESPOSTA AO AVISO.DAT DO AGD044 - CHAVE DO AVISO E    *
      * RESULTADO A=AVISADO N=NAO ATENDEU O=PEDIU OUTRO       *
      * HORARIO) E GRAVA O RESULTADO NO CADAVI. OS AVISOS     *
      * ENVIADOS QUE O ROBO NAO DEVOLVEU FICAM S (SEM         *
      * RETORNO). QUEM NAO FOI ALCANCADO (N, O OU S) VAI PARA *
      * A LISTA DE LIGACOES DA MANHA (RELLAV) COM TELEFONE,   *
      * MOTIVO E OS HORARIOS, PARA A RECEPCAO LIGAR.          *
      * RELATORIO DE EXCECOES COMO O AGD021: RETORNOS SEM     *
      * AVISO ENVIADO. RODAR NO JOB DA MANHA (AGDMANHA, PASSO *
      * AVI022).                                              *
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
                    SELECT AVIRET ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
                    SELECT CADAVI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AV-CHAVE
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
                    SELECT RELAVR ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO4.
                    SELECT RELLAV ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO5.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      * ARQUIVO DE RESULTADO DO ROBO - UMA LINHA POR AVISO LIGADO,
      * COM A CHAVE DO AVISO ENVIADA NO AVISO.DAT
       FD AVIRET
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "AVIRET.DAT".
       01 REG-AVIRET.
            03 AR-ID            PIC 9(16).
            03 AR-RESULT       PIC X(01).
      *
       FD CADAVI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAVI.DAT".
           COPY AVIREG.
      *
       FD CADPAC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPAC.DAT".
           COPY PACREG.
      *
       FD RELAVR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELAVR.LST".
       01 LINHA-REL             PIC X(80).
      *
      * LISTA DE LIGACOES DA RECEPCAO - PACIENTES NAO ALCANCADOS
      *
       FD RELLAV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELLAV.LST".
       01 LINHA-LIG             PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-ERRO     PIC X(02) VALUE "00".
       01 ST-ERRO2   PIC X(02) VALUE "00".
       01 ST-ERRO3   PIC X(02) VALUE "00".
       01 ST-ERRO4   PIC X(02) VALUE "00".
       01 ST-ERRO5   PIC X(02) VALUE "00".
       01 W-FIM-AVIRET   PIC X(01) VALUE "N".
           88 FIM-AVIRET             VALUE "S".
       01 W-RET-DISPON    PIC X(01) VALUE "N".
       01 W-DATA-HOJE      PIC 9(08) VALUE ZEROS.
       01 W-TOT-LIDOS       PIC 9(06) VALUE ZEROS.
       01 W-TOT-AVISADO    PIC 9(06) VALUE ZEROS.
       01 W-TOT-NAOATD     PIC 9(06) VALUE ZEROS.
       01 W-TOT-OUTRO      PIC 9(06) VALUE ZEROS.
       01 W-TOT-SEMRET     PIC 9(06) VALUE ZEROS.
       01 W-TOT-SEMCASA   PIC 9(06) VALUE ZEROS.
       01 W-TOT-LIGAR       PIC 9(06) VALUE ZEROS.
      *
       01 LINHA-TITULO.
            03 FILLER          PIC X(10) VALUE SPACES.
            03 FILLER          PIC X(46)
                 VALUE "RETORNO DOS AVISOS AO PACIENTE - EXCECOES".
       01 LINHA-SEC1.
            03 FILLER          PIC X(45)
               VALUE "RETORNO SEM AVISO ENVIADO".
       01 LINHA-DET1.
            03 LD1-ID           PIC 9(16).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 FILLER          PIC X(11) VALUE "RESULTADO: ".
            03 LD1-RESULT      PIC X(01).
      *
      * LISTA DE LIGACOES - QUATRO LINHAS POR PACIENTE: CONTATO,
      * MOTIVO, HORARIO ANTIGO/NOVO E RESULTADO DO ROBO
      *
       01 LINHA-TITLIG.
            03 FILLER          PIC X(10) VALUE SPACES.
            03 FILLER          PIC X(40)
                 VALUE "AVISOS NAO ENTREGUES PELO ROBO - LIGAR ".
            03 FILLER          PIC X(20) VALUE "PARA O PACIENTE".
       01 LINHA-LIG1.
            03 FILLER          PIC X(09) VALUE "PACIENTE ".
            03 LL1-PACIENTE    PIC X(30).
            03 FILLER          PIC X(07) VALUE "  FONE ".
            03 LL1-FONE         PIC X(15).
       01 LINHA-LIG2.
            03 FILLER          PIC X(09) VALUE "MOTIVO   ".
            03 LL2-ORIGEM      PIC X(10).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 LL2-MOTIVO      PIC X(30).
       01 LINHA-LIG3.
            03 FILLER          PIC X(09) VALUE "ANTIGO   ".
            03 LL3-ANT-DATA    PIC 9(08).
            03 FILLER          PIC X(01) VALUE SPACES.
            03 LL3-ANT-HORA    PIC 99.99.
            03 FILLER          PIC X(06) VALUE "  CRM ".
            03 LL3-ANT-CRM     PIC ZZZ.ZZ9.
            03 FILLER          PIC X(09) VALUE "   NOVO  ".
            03 LL3-NOVO-DATA   PIC 9(08).
            03 FILLER          PIC X(01) VALUE SPACES.
            03 LL3-NOVO-HORA   PIC 99.99.
            03 FILLER          PIC X(06) VALUE "  CRM ".
            03 LL3-NOVO-CRM    PIC ZZZ.ZZ9.
       01 LINHA-LIG4.
            03 FILLER          PIC X(09) VALUE "ROBO     ".
            03 LL4-RESULT      PIC X(30).
       01 LINHA-TOT1.
            03 FILLER  PIC X(30) VALUE "AVISADOS                   : ".
            03 LT1-QTD          PIC ZZZ.ZZ9.
       01 LINHA-TOT2.
            03 FILLER  PIC X(30) VALUE "NAO ATENDERAM              : ".
            03 LT2-QTD          PIC ZZZ.ZZ9.
       01 LINHA-TOT3.
            03 FILLER  PIC X(30) VALUE "PEDIRAM OUTRO HORARIO      : ".
            03 LT3-QTD          PIC ZZZ.ZZ9.
       01 LINHA-TOT4.
            03 FILLER  PIC X(30) VALUE "SEM RETORNO DO ROBO        : ".
            03 LT4-QTD          PIC ZZZ.ZZ9.
       01 LINHA-TOT5.
            03 FILLER  PIC X(30) VALUE "RETORNOS SEM AVISO         : ".
            03 LT5-QTD          PIC ZZZ.ZZ9.
       01 LINHA-TOT6.
            03 FILLER  PIC X(30) VALUE "NA LISTA DE LIGACOES       : ".
            03 LT6-QTD          PIC ZZZ.ZZ9.
           COPY RESPWS.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           PERFORM ABRIR-ARQ    THRU ABRIR-ARQ-FIM
           PERFORM LER-AVIRET THRU LER-AVIRET-FIM
           PERFORM PROCESSA    THRU PROCESSA-FIM
                    UNTIL FIM-AVIRET
           PERFORM SEM-RETORNO THRU SEM-RETORNO-FIM
           PERFORM ROT-FIM        THRU ROT-FIM-FIM
           GOBACK.
      *--------------------[ ABERTURA DE ARQUIVOS ]--------------------
      * SEM AVIRET (O ROBO NAO DEVOLVEU NADA) O PASSO AINDA PASSA OS
      * ENVIADOS PARA SEM RETORNO E MONTA A LISTA DE LIGACOES - E
      * TERMINA COM RC 4. SEM CADAVI NAO HOUVE AVISO.
       ABRIR-ARQ.
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD
           OPEN I-O CADAVI
           IF ST-ERRO2 = "35"
                DISPLAY "CADAVI INEXISTENTE - NADA A PROCESSAR"
                MOVE 4 TO RETURN-CODE
                GOBACK.
           IF ST-ERRO2 NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO CADAVI - ST=" ST-ERRO2
                MOVE 8 TO RETURN-CODE
                GOBACK.
           OPEN INPUT AVIRET
           IF ST-ERRO = "35"
                DISPLAY "AVIRET.DAT INEXISTENTE - SEM RETORNO HOJE"
                MOVE 4 TO RETURN-CODE
                MOVE "S" TO W-FIM-AVIRET
           ELSE
                IF ST-ERRO NOT = "00"
                     DISPLAY "ERRO NA ABERTURA DO AVIRET - ST=" ST-ERRO
                     MOVE 8 TO RETURN-CODE
                     GOBACK
                ELSE
                     MOVE "S" TO W-RET-DISPON.
           OPEN INPUT CADPAC
           IF ST-ERRO3 NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO CADPAC - ST=" ST-ERRO3
                MOVE 8 TO RETURN-CODE
                GOBACK.
           OPEN OUTPUT RELAVR
           IF ST-ERRO4 NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO RELAVR - ST=" ST-ERRO4
                MOVE 8 TO RETURN-CODE
                GOBACK.
           OPEN OUTPUT RELLAV
           IF ST-ERRO5 NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO RELLAV - ST=" ST-ERRO5
                MOVE 8 TO RETURN-CODE
                GOBACK.
           WRITE LINHA-REL FROM LINHA-TITULO
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           WRITE LINHA-REL FROM LINHA-SEC1
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           WRITE LINHA-LIG FROM LINHA-TITLIG
           MOVE SPACES TO LINHA-LIG
           WRITE LINHA-LIG.
       ABRIR-ARQ-FIM.
           EXIT.
      *--------------------[ LEITURA SEQUENCIAL DO RETORNO ]------------
       LER-AVIRET.
           READ AVIRET
                AT END MOVE "S" TO W-FIM-AVIRET.
       LER-AVIRET-FIM.
           EXIT.
      *--------------------[ PROCESSAMENTO DE UM RETORNO ]--------------
      * SO O AVISO AINDA "E" RECEBE RESULTADO - UM RETORNO REPETIDO
      * OU DE AVISO DISPENSADO CAI NAS EXCECOES.
       PROCESSA.
           ADD 1 TO W-TOT-LIDOS
           MOVE AR-ID TO AV-CHAVE
           READ CADAVI
                INVALID KEY
                     PERFORM SEM-CASAMENTO THRU SEM-CASAMENTO-FIM
                     PERFORM LER-AVIRET THRU LER-AVIRET-FIM
                     GO TO PROCESSA-FIM.
           IF NOT AV-ENVIADO
              OR (AR-RESULT NOT = "A" AND AR-RESULT NOT = "N"
                  AND AR-RESULT NOT = "O")
                PERFORM SEM-CASAMENTO THRU SEM-CASAMENTO-FIM
                PERFORM LER-AVIRET THRU LER-AVIRET-FIM
                GO TO PROCESSA-FIM.
           MOVE AR-RESULT TO AV-SITUACAO
           MOVE W-DATA-HOJE TO AV-DTRET
           REWRITE REGAVI
           IF ST-ERRO2 NOT = "00"
                DISPLAY "ERRO NA REGRAVACAO DO CADAVI - ST=" ST-ERRO2
                PERFORM LER-AVIRET THRU LER-AVIRET-FIM
                GO TO PROCESSA-FIM.
           IF AV-AVISADO
                ADD 1 TO W-TOT-AVISADO.
           IF AV-NAO-ATENDEU
                ADD 1 TO W-TOT-NAOATD
                PERFORM LIGACAO THRU LIGACAO-FIM.
           IF AV-OUTRO-HORARIO
                ADD 1 TO W-TOT-OUTRO
                PERFORM LIGACAO THRU LIGACAO-FIM.
           PERFORM LER-AVIRET THRU LER-AVIRET-FIM.
       PROCESSA-FIM.
           EXIT.
      *--------------------[ PACIENTE PARA A LISTA DE LIGACOES ]--------
      * O BUFFER DO REGAVI TRAZ O AVISO JA COM O RESULTADO GRAVADO.
      * O TELEFONE E O DO CADASTRO DE HOJE (PODE TER SIDO CORRIGIDO
      * DEPOIS DO ENVIO).
       LIGACAO.
           MOVE AV-PACCOD TO PAC-CODIGO
           READ CADPAC
                INVALID KEY
                     MOVE AV-PACIENTE TO PAC-NOME
                     MOVE SPACES TO PAC-FONE
                     MOVE ZEROS TO PAC-RESP.
           PERFORM BUSCA-FONE-RESP THRU BUSCA-FONE-RESP-FIM
           MOVE PAC-NOME TO LL1-PACIENTE
           MOVE W-RSP-FONE TO LL1-FONE
           WRITE LINHA-LIG FROM LINHA-LIG1
           IF AV-AUSENCIA
                MOVE "AUSENCIA" TO LL2-ORIGEM.
           IF AV-FERIADO
                MOVE "FERIADO" TO LL2-ORIGEM.
           IF AV-REMARCACAO
                MOVE "REMARCACAO" TO LL2-ORIGEM.
           MOVE AV-MOTIVO TO LL2-MOTIVO
           WRITE LINHA-LIG FROM LINHA-LIG2
           MOVE AV-ANT-DATA TO LL3-ANT-DATA
           MOVE AV-ANT-HORA TO LL3-ANT-HORA
           MOVE AV-ANT-CRM TO LL3-ANT-CRM
           MOVE AV-NOVO-DATA TO LL3-NOVO-DATA
           MOVE AV-NOVO-HORA TO LL3-NOVO-HORA
           MOVE AV-NOVO-CRM TO LL3-NOVO-CRM
           WRITE LINHA-LIG FROM LINHA-LIG3
           IF AV-NAO-ATENDEU
                MOVE "NAO ATENDEU" TO LL4-RESULT.
           IF AV-OUTRO-HORARIO
                MOVE "PEDIU OUTRO HORARIO" TO LL4-RESULT.
           IF AV-SEM-RETORNO
                MOVE "SEM RETORNO / SEM TELEFONE" TO LL4-RESULT.
           WRITE LINHA-LIG FROM LINHA-LIG4
           MOVE SPACES TO LINHA-LIG
           WRITE LINHA-LIG
           ADD 1 TO W-TOT-LIGAR.
       LIGACAO-FIM.
           EXIT.
      *--------------------[ RETORNO SEM AVISO ]------------------------
       SEM-CASAMENTO.
           ADD 1 TO W-TOT-SEMCASA
           MOVE AR-ID TO LD1-ID
           MOVE AR-RESULT TO LD1-RESULT
           WRITE LINHA-REL FROM LINHA-DET1.
       SEM-CASAMENTO-FIM.
           EXIT.
      *--------------------[ AVISOS SEM RETORNO ]-----------------------
      * O CADAVI E PERCORRIDO DEPOIS DE TODO O RETORNO: O QUE AINDA
      * ESTA "E" NAO VOLTOU DO ROBO (OU NAO FOI, POR FALTA DE
      * TELEFONE - VIDE AGD044) E PASSA A "S", NA LISTA DE LIGACOES.
       SEM-RETORNO.
           MOVE LOW-VALUES TO AV-CHAVE
           START CADAVI KEY IS NOT LESS THAN AV-CHAVE
                INVALID KEY
                     GO TO SEM-RETORNO-FIM.
       SEM-RETORNO-LOOP.
           READ CADAVI NEXT
                AT END
                     GO TO SEM-RETORNO-FIM.
           IF NOT AV-ENVIADO
                GO TO SEM-RETORNO-LOOP.
           MOVE "S" TO AV-SITUACAO
           MOVE W-DATA-HOJE TO AV-DTRET
           REWRITE REGAVI
           IF ST-ERRO2 NOT = "00"
                DISPLAY "ERRO NA REGRAVACAO DO CADAVI - ST=" ST-ERRO2.
           ADD 1 TO W-TOT-SEMRET
           PERFORM LIGACAO THRU LIGACAO-FIM
           GO TO SEM-RETORNO-LOOP.
       SEM-RETORNO-FIM.
           EXIT.
           COPY VALRESP.
      *--------------------[ ENCERRAMENTO ]-----------------------------
       ROT-FIM.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-TOT-AVISADO TO LT1-QTD
           WRITE LINHA-REL FROM LINHA-TOT1
           MOVE W-TOT-NAOATD TO LT2-QTD
           WRITE LINHA-REL FROM LINHA-TOT2
           MOVE W-TOT-OUTRO TO LT3-QTD
           WRITE LINHA-REL FROM LINHA-TOT3
           MOVE W-TOT-SEMRET TO LT4-QTD
           WRITE LINHA-REL FROM LINHA-TOT4
           MOVE W-TOT-SEMCASA TO LT5-QTD
           WRITE LINHA-REL FROM LINHA-TOT5
           MOVE W-TOT-LIGAR TO LT6-QTD
           WRITE LINHA-REL FROM LINHA-TOT6
           WRITE LINHA-LIG FROM LINHA-TOT6
           DISPLAY "RETORNOS LIDOS           : " W-TOT-LIDOS
           DISPLAY "AVISADOS                 : " W-TOT-AVISADO
           DISPLAY "NAO ATENDERAM            : " W-TOT-NAOATD
           DISPLAY "PEDIRAM OUTRO HORARIO    : " W-TOT-OUTRO
           DISPLAY "SEM RETORNO DO ROBO      : " W-TOT-SEMRET
           DISPLAY "RETORNOS SEM AVISO       : " W-TOT-SEMCASA
           DISPLAY "NA LISTA DE LIGACOES     : " W-TOT-LIGAR
           IF W-RET-DISPON = "S"
                CLOSE AVIRET.
           CLOSE CADAVI CADPAC RELAVR RELLAV.
       ROT-FIM-FIM.
           EXIT.
