      * A CONVERSAO APONTADA NO RELATORIO E JORNALIZADA NO    *
      * AGDLOG. RODA NO CADNITE (PASSO FCH065, ANTES DO       *
      * ARQUIVAMENTO DO AGD011).                              *
      * "P" DE ESPECIALIDADE QUE EXIGE O CID-10 (CADESP) NAO  *
      * VIRA "R" SOZINHA - FICA PENDENTE ("FALTA CID") ATE A  *
      * RECEPCAO MARCAR A REALIZADA COM O DIAGNOSTICO NO      *
      * AGD001.                                               *
      * CONSULTA DE MES JA FECHADO PELA VALORIZACAO MENSAL    *
      * (CADFEC) NAO E CONVERTIDA - SAI NO RELATORIO COMO     *
      * "MES FECHADO" PARA O AJUSTE TARDIO SUPERVISIONADO     *
      * (AGD050).                                             *
      * DATA CRIACAO : 02/09/2026                             *
      ********************************************************
      *----------------------------------------------------------------
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS AG-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS AG-PACCOD
                                                      WITH DUPLICATES.
                    SELECT CADAGL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AL-CHAVE
                    FILE STATUS  IS ST-ERRO2.
                    SELECT CADMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRM
                    FILE STATUS  IS ST-ERRO4.
                    SELECT CADESP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS EESPEC
                    FILE STATUS  IS ST-ERRO5.
                    SELECT CADFEC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FC-MES
                    FILE STATUS  IS ST-ERRO6.
                    SELECT RELFCH ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO3.
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "AGDLOG.DAT".
           COPY AGLREG.
      *
       FD CADMED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMED.DAT".
           COPY REGMED.
      *
       FD CADESP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADESP.DAT".
           COPY ESPREG.
      *
       FD CADFEC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFEC.DAT".
           COPY FECREG.
      *
       FD RELFCH
               LABEL RECORD IS STANDARD
       01 ST-ERRO     PIC X(02) VALUE "00".
       01 ST-ERRO2   PIC X(02) VALUE "00".
       01 ST-ERRO3   PIC X(02) VALUE "00".
       01 ST-ERRO4   PIC X(02) VALUE "00".
       01 ST-ERRO5   PIC X(02) VALUE "00".
       01 ST-ERRO6   PIC X(02) VALUE "00".
       01 W-FEC-DISPON    PIC X(01) VALUE "N".
       01 W-MES-FECHADO  PIC X(01) VALUE "N".
       01 W-ESP-DISPON    PIC X(01) VALUE "N".
       01 W-EXIGE-CID     PIC X(01) VALUE "N".
       01 W-FIM-CADAGD   PIC X(01) VALUE "N".
           88 FIM-CADAGD             VALUE "S".
       01 W-DIAS-CAREN    PIC 9(03) VALUE ZEROS.
       01 W-TOT-LIDOS       PIC 9(06) VALUE ZEROS.
       01 W-TOT-PEND        PIC 9(06) VALUE ZEROS.
       01 W-TOT-CONV        PIC 9(06) VALUE ZEROS.
       01 W-TOT-FECH        PIC 9(06) VALUE ZEROS.
      *
       01 LINHA-TITULO.
            03 FILLER          PIC X(05) VALUE SPACES.
       01 LINHA-TOT2.
            03 FILLER  PIC X(30) VALUE "CONVERTIDAS AUTOMATICAMENTE:".
            03 LT2-QTD          PIC ZZZ.ZZ9.
       01 LINHA-TOT3.
            03 FILLER  PIC X(30) VALUE "RECUSADAS - MES FECHADO   : ".
            03 LT3-QTD          PIC ZZZ.ZZ9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                                                            ST-ERRO2
                     CLOSE CADAGD
                     GOBACK.
      * SEM CADMED/CADESP A CONVERSAO SEGUE SEM O TESTE DO CID
           MOVE "N" TO W-ESP-DISPON
           OPEN INPUT CADMED
           IF ST-ERRO4 = "00"
                OPEN INPUT CADESP
                IF ST-ERRO5 = "00"
                     MOVE "S" TO W-ESP-DISPON
                ELSE
                     CLOSE CADMED.
      * SEM O CADFEC (NENHUM MES VALORIZADO AINDA) NADA ESTA TRAVADO
           MOVE "N" TO W-FEC-DISPON
           OPEN INPUT CADFEC
           IF ST-ERRO6 = "00"
                MOVE "S" TO W-FEC-DISPON.
           OPEN OUTPUT RELFCH
           IF ST-ERRO3 NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO RELFCH - ST=" ST-ERRO3
                ADD 1 TO W-TOT-PEND
                PERFORM LER-CADAGD THRU LER-CADAGD-FIM
                GO TO PROCESSA-FIM.
      * MES JA VALORIZADO NAO MUDA MAIS POR AQUI - O ACERTO E PELO
      * AJUSTE TARDIO SUPERVISIONADO (AGD050)
           PERFORM TESTA-MES-FECHADO THRU TESTA-MES-FECHADO-FIM
           IF W-MES-FECHADO = "S"
                MOVE "MES FECHADO" TO LD-TRATO
                WRITE LINHA-REL FROM LINHA-DET
                ADD 1 TO W-TOT-FECH
                PERFORM LER-CADAGD THRU LER-CADAGD-FIM
                GO TO PROCESSA-FIM.
           IF AG-PRESENTE
                PERFORM TESTA-CID THRU TESTA-CID-FIM
                IF W-EXIGE-CID = "S"
                     MOVE "FALTA CID" TO LD-TRATO
                     WRITE LINHA-REL FROM LINHA-DET
                     ADD 1 TO W-TOT-PEND
                     PERFORM LER-CADAGD THRU LER-CADAGD-FIM
                     GO TO PROCESSA-FIM.
           MOVE AG-STATUS TO W-STATUS-ANT
           IF AG-AGENDADA
                MOVE "F" TO AG-STATUS
           PERFORM LER-CADAGD THRU LER-CADAGD-FIM.
       PROCESSA-FIM.
           EXIT.
      *--------------------[ MES DA CONSULTA JA FECHADO? ]--------------
       TESTA-MES-FECHADO.
           MOVE "N" TO W-MES-FECHADO
           IF W-FEC-DISPON NOT = "S"
                GO TO TESTA-MES-FECHADO-FIM.
           COMPUTE FC-MES = (AG-ANOCONS * 100) + AG-MESCONS
           READ CADFEC
                INVALID KEY
                     GO TO TESTA-MES-FECHADO-FIM.
           MOVE "S" TO W-MES-FECHADO.
       TESTA-MES-FECHADO-FIM.
           EXIT.
      *--------------------[ ESPECIALIDADE EXIGE O CID-10? ]------------
       TESTA-CID.
           MOVE "N" TO W-EXIGE-CID
           IF W-ESP-DISPON NOT = "S" OR AG-CID NOT = SPACES
                GO TO TESTA-CID-FIM.
           MOVE AG-CRM TO CRM
           READ CADMED
                INVALID KEY
                     GO TO TESTA-CID-FIM.
           MOVE ESPEC TO EESPEC
           READ CADESP
                INVALID KEY
                     GO TO TESTA-CID-FIM.
           IF E-CID-OBRIGAT
                MOVE "S" TO W-EXIGE-CID.
       TESTA-CID-FIM.
           EXIT.
      *--------------------[ TRILHA DE AUDITORIA DA AGENDA ]------------
      * A CONVERSAO AUTOMATICA E UM MOVIMENTO DE SITUACAO COMO O
      * MARCA-STATUS DO AGD001 - O "OPERADOR" E O PROPRIO PASSO.
           MOVE AG-CONV TO AL-CONV
           MOVE AG-DTMARC TO AL-DTMARC
           MOVE AG-HRMARC TO AL-HRMARC
           MOVE AG-UNIDADE TO AL-UNIDADE
           MOVE AG-AUTORIZ TO AL-AUTORIZ
           MOVE AG-AUTVAL TO AL-AUTVAL
           MOVE AG-SERIE TO AL-SERIE
           MOVE AG-MODAL TO AL-MODAL
           MOVE AG-LINK TO AL-LINK
           MOVE AG-CID TO AL-CID.
       GRAVA-AGL-TENTA.
           WRITE REGAGL
           IF ST-ERRO2 = "22"
           WRITE LINHA-REL FROM LINHA-TOT1
           MOVE W-TOT-CONV TO LT2-QTD
           WRITE LINHA-REL FROM LINHA-TOT2
           MOVE W-TOT-FECH TO LT3-QTD
           WRITE LINHA-REL FROM LINHA-TOT3
           DISPLAY "CONSULTAS LIDAS            : " W-TOT-LIDOS
           DISPLAY "PENDENTES P/ SUPERVISOR   : " W-TOT-PEND
           DISPLAY "CONVERTIDAS AUTOMATICAS   : " W-TOT-CONV
           DISPLAY "RECUSADAS - MES FECHADO   : " W-TOT-FECH
           IF W-FEC-DISPON = "S"
                CLOSE CADFEC.
           IF W-ESP-DISPON = "S"
                CLOSE CADMED CADESP.
           CLOSE CADAGD CADAGL RELFCH.
       ROT-FIM-FIM.
           EXIT.
