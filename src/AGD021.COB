      * RETORNOS SEM CONSULTA CORRESPONDENTE E LEMBRETES      *
      * ENVIADOS SEM RETORNO. RODAR NO JOB DA MANHA           *
      * (AGDMANHA, PASSO RET020).                             *
      * RETORNO COM CRM DE RECURSO (999900 + SALA) E DE UM    *
      * PROCEDIMENTO DO CADAPR (AGD036): C GRAVA              *
      * AP-CONFIRMADA, X VAI PARA O CANPED COM O CRM DE       *
      * RECURSO (O CANCELAMENTO E FEITO NO AGD036).           *
      * DATA CRIACAO : 02/09/2026                             *
      ********************************************************
      *----------------------------------------------------------------
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AG-CHAVE
                    FILE STATUS  IS ST-ERRO3
                    ALTERNATE RECORD KEY IS AG-PACCOD
                                                      WITH DUPLICATES.
                    SELECT CANPED ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO4.
                    SELECT RELRET ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO5.
                    SELECT CADAPR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AP-CHAVE
                    FILE STATUS  IS ST-ERRO6.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELRET2.LST".
       01 LINHA-REL             PIC X(80).
      *
      * AGENDA DE PROCEDIMENTOS (AGD036) - RETORNOS COM CRM DE
      * RECURSO CASAM AQUI, NAO NO CADAGD (VIDE PROCESSA-PRC)
      *
       FD CADAPR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAPR.DAT".
           COPY APRREG.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-ERRO     PIC X(02) VALUE "00".
       01 ST-ERRO3   PIC X(02) VALUE "00".
       01 ST-ERRO4   PIC X(02) VALUE "00".
       01 ST-ERRO5   PIC X(02) VALUE "00".
       01 ST-ERRO6   PIC X(02) VALUE "00".
       01 W-APR-DISPON  PIC X(01) VALUE "N".
       01 W-FIM-LEMRET   PIC X(01) VALUE "N".
           88 FIM-LEMRET             VALUE "S".
       01 W-FIM-LEMB      PIC X(01) VALUE "N".
           IF ST-ERRO5 NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO RELRET2 - ST=" ST-ERRO5
                GOBACK.
      * CADAPR AINDA NAO CRIADO = NENHUM PROCEDIMENTO MARCADO; UM
      * RETORNO COM CRM DE RECURSO CAI ENTAO NO SEM-CASAMENTO.
           OPEN I-O CADAPR
           IF ST-ERRO6 = "00"
                MOVE "S" TO W-APR-DISPON
           ELSE
                IF ST-ERRO6 NOT = "35"
                     DISPLAY "ERRO NA ABERTURA DO CADAPR - ST=" ST-ERRO6
                     GOBACK.
           WRITE LINHA-REL FROM LINHA-TITULO
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
                MOVE RL-CRM TO W-TRET-CRM (W-QTD-RET)
                MOVE RL-DATA TO W-TRET-DATA (W-QTD-RET)
                MOVE RL-HORA TO W-TRET-HORA (W-QTD-RET).
           IF RL-CRM NOT < 999900
                PERFORM PROCESSA-PRC THRU PROCESSA-PRC-FIM
                PERFORM LER-LEMRET THRU LER-LEMRET-FIM
                GO TO PROCESSA-FIM.
           MOVE RL-CRM TO AG-CRM
           MOVE RL-DATA (7:2) TO AG-DIACONS
           MOVE RL-DATA (5:2) TO AG-MESCONS
           PERFORM LER-LEMRET THRU LER-LEMRET-FIM.
       PROCESSA-FIM.
           EXIT.
      *--------------------[ RETORNO DE UM PROCEDIMENTO ]---------------
      * O CRM DE RECURSO GRAVADO PELO AGD010 E 999900 + AP-SALA; A
      * DATA DO LEMBRETE JA E AAAAMMDD, COMO A DO CADAPR.
       PROCESSA-PRC.
           IF W-APR-DISPON NOT = "S"
                PERFORM SEM-CASAMENTO THRU SEM-CASAMENTO-FIM
                GO TO PROCESSA-PRC-FIM.
           COMPUTE AP-SALA = RL-CRM - 999900
           MOVE RL-DATA TO AP-DATA
           MOVE RL-HORA TO AP-HORA
           READ CADAPR
                INVALID KEY
                     PERFORM SEM-CASAMENTO THRU SEM-CASAMENTO-FIM
                     GO TO PROCESSA-PRC-FIM.
           IF AP-CANCELADO
                PERFORM SEM-CASAMENTO THRU SEM-CASAMENTO-FIM
                GO TO PROCESSA-PRC-FIM.
           IF RL-RESULT = "C"
                MOVE "S" TO AP-CONFIRMADA
                REWRITE REGAPR
                IF ST-ERRO6 = "00" OR "02"
                     ADD 1 TO W-TOT-CONF
                ELSE
                     DISPLAY "ERRO NA REGRAVACAO - ST=" ST-ERRO6.
           IF RL-RESULT = "N"
                ADD 1 TO W-TOT-SEMRESP.
           IF RL-RESULT = "X"
                MOVE RL-CRM TO CP-CRM
                MOVE RL-DATA TO CP-DATA
                MOVE RL-HORA TO CP-HORA
                MOVE AP-PACCOD TO CP-PACCOD
                MOVE AP-PACIENTE TO CP-PACIENTE
                WRITE REG-CANPED
                ADD 1 TO W-TOT-CANC.
       PROCESSA-PRC-FIM.
           EXIT.
      *--------------------[ RETORNO SEM CONSULTA ]---------------------
       SEM-CASAMENTO.
           ADD 1 TO W-TOT-SEMCASA
           DISPLAY "PEDIDOS DE CANCELAMENTO  : " W-TOT-CANC
           DISPLAY "RETORNOS SEM CONSULTA    : " W-TOT-SEMCASA
           DISPLAY "LEMBRETES SEM RETORNO    : " W-TOT-SEMRET
           CLOSE LEMRET CADAGD CANPED RELRET
           IF W-APR-DISPON = "S"
                CLOSE CADAPR.
       ROT-FIM-FIM.
           EXIT.
