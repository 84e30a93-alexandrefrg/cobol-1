       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP040.
       AUTHOR. ANGELO LOTIERZO FILHO.
      ********************************************************
      * CONVERSAO PARA O ACESSO POR PACIENTE DA AGENDA E DO   *
      * HISTORICO ARQUIVADO:                                  *
      *   - COPIA O CADAGD PARA O CADAGD.NOVO, JA COM A CHAVE *
      *     ALTERNADA AG-PACCOD (COM DUPLICATAS) - O JOB      *
      *     HIXCONV TROCA O ARQUIVO EM SEGUIDA, COMO O AGH080 *
      *     DO CADNITE                                        *
      *   - CARREGA O ANTIGO HISTORICO SEQUENCIAL             *
      *     (AGDHIST.DAT) NO HISTORICO INDEXADO AGDHIX.DAT,   *
      *     CHAVE PACIENTE + DATA + HORA + CRM (HIXREG)       *
      * LINHA DO AGDHIST REPETIDA (REEXECUCAO ANTIGA DO       *
      * AGD011 SOBRE O DISP=MOD) FICA COM A ULTIMA IMAGEM E   *
      * SAI NO SYSOUT, COM RC 4. TOTAL DE CONTROLE (LIDOS =   *
      * GRAVADOS + REPETIDOS) NOS DOIS ARQUIVOS; ERRO DE      *
      * GRAVACAO OU DIFERENCA DEVOLVE RC 8 E O HIXCONV NAO    *
      * TROCA O CADAGD. RODAR UMA VEZ, COM OS ONLINES FORA DO *
      * AR, ANTES DO PRIMEIRO CADNITE COM OS PROGRAMAS NOVOS. *
      * DATA CRIACAO : 15/10/2026                             *
      ********************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
      * O CADAGD AINDA SEM A CHAVE ALTERNADA - UNICO PROGRAMA QUE O
      * DECLARA SO COM A CHAVE PRIMARIA.
      *
                    SELECT CADAGD ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS AG-CHAVE
                    FILE STATUS  IS ST-ERRO.
                    SELECT AGDNOVO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS AGN-CHAVE
                    FILE STATUS  IS ST-ERRO2
                    ALTERNATE RECORD KEY IS AGN-PACCOD
                                                      WITH DUPLICATES.
                    SELECT AGDHIST ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO3.
                    SELECT AGDHIX ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS HX-CHAVE
                    FILE STATUS  IS ST-ERRO4.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADAGD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAGD.DAT".
           COPY REGAGD.
      *
       FD AGDNOVO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAGD.NOVO".
           COPY REGAGD REPLACING ==REGAGD== BY ==REGAGD-NOVO==
                          LEADING ==AG== BY ==AGN==.
      *
      * HISTORICO SEQUENCIAL GRAVADO PELO AGD011 ATE A CONVERSAO
      *
       FD AGDHIST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "AGDHIST.DAT".
           COPY REGAGD REPLACING ==REGAGD== BY ==REGAGD-HIST==
                          LEADING ==AG== BY ==AGH==.
      *
       FD AGDHIX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "AGDHIX.DAT".
           COPY HIXREG.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-ERRO     PIC X(02) VALUE "00".
       01 ST-ERRO2   PIC X(02) VALUE "00".
       01 ST-ERRO3   PIC X(02) VALUE "00".
       01 ST-ERRO4   PIC X(02) VALUE "00".
       01 W-FIM-CADAGD   PIC X(01) VALUE "N".
           88 FIM-CADAGD             VALUE "S".
       01 W-FIM-HIST     PIC X(01) VALUE "N".
           88 FIM-HIST               VALUE "S".
       01 W-DATA-CONS     PIC 9(08) VALUE ZEROS.
       01 W-TOT-AGD-LID   PIC 9(06) VALUE ZEROS.
       01 W-TOT-AGD-GRV   PIC 9(06) VALUE ZEROS.
       01 W-TOT-HIS-LID   PIC 9(07) VALUE ZEROS.
       01 W-TOT-HIS-GRV   PIC 9(07) VALUE ZEROS.
       01 W-TOT-HIS-REP   PIC 9(07) VALUE ZEROS.
       01 W-TOT-SOMA       PIC 9(07) VALUE ZEROS.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           PERFORM ABRIR-ARQ    THRU ABRIR-ARQ-FIM
           PERFORM COPIA-AGD    THRU COPIA-AGD-FIM
           PERFORM CONVERTE-HIST THRU CONVERTE-HIST-FIM
           PERFORM ROT-FIM        THRU ROT-FIM-FIM
           GOBACK.
      *--------------------[ ABERTURA DE ARQUIVOS ]--------------------
      * SEM AGDHIST (NENHUM ARQUIVAMENTO AINDA) SO A AGENDA E
      * CONVERTIDA. O AGDHIX E ABERTO I-O (CRIADO SE PRECISO) PARA
      * NAO PERDER LINHAS QUE O AGD011 JA TENHA GRAVADO NELE.
       ABRIR-ARQ.
           OPEN INPUT CADAGD
           IF ST-ERRO NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO CADAGD - ST=" ST-ERRO
                MOVE 8 TO RETURN-CODE
                GOBACK.
           OPEN OUTPUT AGDNOVO
           IF ST-ERRO2 NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO CADAGD.NOVO - ST="
                                                          ST-ERRO2
                MOVE 8 TO RETURN-CODE
                GOBACK.
           OPEN INPUT AGDHIST
           IF ST-ERRO3 = "35"
                DISPLAY "AGDHIST AUSENTE - HISTORICO NAO CONVERTIDO"
                MOVE "S" TO W-FIM-HIST
           ELSE
           IF ST-ERRO3 NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO AGDHIST - ST=" ST-ERRO3
                MOVE 8 TO RETURN-CODE
                GOBACK.
       ABRIR-HIX.
           OPEN I-O AGDHIX
           IF ST-ERRO4 NOT = "00"
                IF ST-ERRO4 = "30" OR ST-ERRO4 = "35"
                     OPEN OUTPUT AGDHIX
                     CLOSE AGDHIX
                     GO TO ABRIR-HIX
                ELSE
                     DISPLAY "ERRO NA ABERTURA DO AGDHIX - ST="
                                                            ST-ERRO4
                     MOVE 8 TO RETURN-CODE
                     GOBACK.
       ABRIR-ARQ-FIM.
           EXIT.
      *--------------------[ COPIA DA AGENDA COM A CHAVE ALTERNADA ]---
       COPIA-AGD.
           IF FIM-CADAGD
                GO TO COPIA-AGD-FIM.
           READ CADAGD
                AT END MOVE "S" TO W-FIM-CADAGD
                        GO TO COPIA-AGD.
           ADD 1 TO W-TOT-AGD-LID
           WRITE REGAGD-NOVO FROM REGAGD
           IF ST-ERRO2 NOT = "00"
                DISPLAY "ERRO NO CADAGD.NOVO - ST=" ST-ERRO2
                MOVE 8 TO RETURN-CODE
                MOVE "S" TO W-FIM-CADAGD
                GO TO COPIA-AGD.
           ADD 1 TO W-TOT-AGD-GRV
           GO TO COPIA-AGD.
       COPIA-AGD-FIM.
           EXIT.
      *--------------------[ CARGA DO HISTORICO INDEXADO ]-------------
      * MESMA CHAVE MONTADA PELO GRAVA-HIX DO AGD011.
       CONVERTE-HIST.
           IF FIM-HIST
                GO TO CONVERTE-HIST-FIM.
           READ AGDHIST
                AT END MOVE "S" TO W-FIM-HIST
                        GO TO CONVERTE-HIST.
           ADD 1 TO W-TOT-HIS-LID
           COMPUTE W-DATA-CONS = (AGH-ANOCONS * 10000)
                                + (AGH-MESCONS * 100) + AGH-DIACONS
           MOVE AGH-PACCOD  TO HX-PACCOD
           MOVE W-DATA-CONS TO HX-DATA
           MOVE AGH-HRCONS  TO HX-HRCONS
           MOVE AGH-CRM     TO HX-CRM
           MOVE REGAGD-HIST TO HX-AGD
           WRITE REGHIX
           IF ST-ERRO4 = "22"
                GO TO CONVERTE-HIST-REPETE.
           IF ST-ERRO4 NOT = "00"
                DISPLAY "ERRO NO AGDHIX - ST=" ST-ERRO4
                MOVE 8 TO RETURN-CODE
                MOVE "S" TO W-FIM-HIST
                GO TO CONVERTE-HIST.
           ADD 1 TO W-TOT-HIS-GRV
           GO TO CONVERTE-HIST.
       CONVERTE-HIST-REPETE.
           REWRITE REGHIX
           IF ST-ERRO4 NOT = "00"
                DISPLAY "ERRO NO AGDHIX - ST=" ST-ERRO4
                MOVE 8 TO RETURN-CODE
                MOVE "S" TO W-FIM-HIST
                GO TO CONVERTE-HIST.
           DISPLAY "LINHA REPETIDA NO AGDHIST : " HX-PACCOD " "
                   HX-DATA " " HX-HRCONS " " HX-CRM
           ADD 1 TO W-TOT-HIS-REP
           GO TO CONVERTE-HIST.
       CONVERTE-HIST-FIM.
           EXIT.
      *--------------------[ ENCERRAMENTO E CONTROLE ]-----------------
       ROT-FIM.
           DISPLAY "CONSULTAS LIDAS (CADAGD)      : " W-TOT-AGD-LID
           DISPLAY "CONSULTAS COPIADAS (NOVO)     : " W-TOT-AGD-GRV
           DISPLAY "LINHAS LIDAS (AGDHIST)        : " W-TOT-HIS-LID
           DISPLAY "LINHAS GRAVADAS (AGDHIX)      : " W-TOT-HIS-GRV
           DISPLAY "LINHAS REPETIDAS              : " W-TOT-HIS-REP
           IF W-TOT-HIS-REP NOT = ZEROS AND RETURN-CODE = ZEROS
                MOVE 4 TO RETURN-CODE.
           COMPUTE W-TOT-SOMA = W-TOT-HIS-GRV + W-TOT-HIS-REP
           IF W-TOT-AGD-GRV NOT = W-TOT-AGD-LID
              OR W-TOT-SOMA NOT = W-TOT-HIS-LID
                DISPLAY "*** CONTROLE NAO CONFERE - INVESTIGAR ***"
                MOVE 8 TO RETURN-CODE
           ELSE
                DISPLAY "CONTROLE CONFERE (LIDOS = GRAVADOS + REPET.)".
           IF ST-ERRO3 NOT = "35"
                CLOSE AGDHIST.
           CLOSE CADAGD AGDNOVO AGDHIX.
       ROT-FIM-FIM.
           EXIT.
