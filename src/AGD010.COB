      * (CADPAC). EMITE RELATORIO DE CONTROLE COM O TOTAL DE  *
      * LEMBRETES GERADOS PARA O DIA. RODA NO CADNITE         *
      * (PASSO LEM060).                                       *
      * OS PROCEDIMENTOS E EXAMES AGENDADOS NO DIA ALVO        *
      * (CADAPR, AGD036) TAMBEM GERAM LEMBRETE - COM O CRM DE  *
      * RECURSO 999900 + SALA E A DESCRICAO DO PROCEDIMENTO   *
      * (CADPRC) NO LUGAR DO NOME DO MEDICO.                  *
      * O TELEFONE DE CONTATO E O DO RESPONSAVEL LEGAL QUANDO *
      * O PACIENTE TEM UM (PAC-RESP).                         *
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
                    RECORD KEY   IS PAC-CODIGO
                    FILE STATUS  IS ST-ERRO3
                    ALTERNATE RECORD KEY IS PAC-NOME
                                                      WITH DUPLICATES
                    ALTERNATE RECORD KEY IS PAC-RESP
                                                      WITH DUPLICATES.
                    SELECT LEMBRETE ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    SELECT RELLEM ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO5.
                    SELECT CADAPR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS AP-CHAVE
                    FILE STATUS  IS ST-ERRO6.
                    SELECT CADPRC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PR-CODIGO
                    FILE STATUS  IS ST-ERRO7.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELLEM.LST".
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
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-ERRO     PIC X(02) VALUE "00".
       01 ST-ERRO3   PIC X(02) VALUE "00".
       01 ST-ERRO4   PIC X(02) VALUE "00".
       01 ST-ERRO5   PIC X(02) VALUE "00".
       01 ST-ERRO6   PIC X(02) VALUE "00".
       01 ST-ERRO7   PIC X(02) VALUE "00".
       01 W-FIM-CADAPR   PIC X(01) VALUE "N".
           88 FIM-CADAPR             VALUE "S".
       01 W-FIM-CADAGD   PIC X(01) VALUE "N".
           88 FIM-CADAGD             VALUE "S".
       01 W-DIAS-FRENTE   PIC 9(01) VALUE ZEROS.
       01 W-INT-AUX          PIC 9(08) VALUE ZEROS.
       01 W-TOT-LIDOS       PIC 9(06) VALUE ZEROS.
       01 W-TOT-LEMB        PIC 9(06) VALUE ZEROS.
       01 W-TOT-PRC          PIC 9(06) VALUE ZEROS.
      *
       01 LINHA-TITULO.
            03 FILLER          PIC X(10) VALUE SPACES.
       01 LINHA-TOT.
            03 FILLER  PIC X(30) VALUE "LEMBRETES GERADOS NO DIA : ".
            03 LC-TOT           PIC ZZZ.ZZ9.
       01 LINHA-TOT-PRC.
            03 FILLER  PIC X(30) VALUE "  DOS QUAIS PROCEDIMENTOS : ".
            03 LC-TOT-PRC       PIC ZZZ.ZZ9.
           COPY RESPWS.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           PERFORM LER-CADAGD THRU LER-CADAGD-FIM
           PERFORM PROCESSA    THRU PROCESSA-FIM
                    UNTIL FIM-CADAGD
           PERFORM ABRIR-APR    THRU ABRIR-APR-FIM
           PERFORM PROCESSA-PRC THRU PROCESSA-PRC-FIM
                    UNTIL FIM-CADAPR
           PERFORM ROT-FIM        THRU ROT-FIM-FIM
           GOBACK.
      *--------------------[ ABERTURA DE ARQUIVOS ]--------------------
           READ CADPAC
                INVALID KEY
                     MOVE AG-PACIENTE TO PAC-NOME
                     MOVE SPACES TO PAC-FONE
                     MOVE ZEROS TO PAC-RESP.
           PERFORM BUSCA-FONE-RESP THRU BUSCA-FONE-RESP-FIM
           MOVE AG-CRM TO LB-CRM
           MOVE W-DATA-CONS TO LB-DATA
           MOVE AG-HRCONS TO LB-HORA
           MOVE NOME TO LB-MEDICO
           MOVE PAC-NOME TO LB-PACIENTE
           MOVE W-RSP-FONE TO LB-FONE
           WRITE REG-LEMBRETE
           IF ST-ERRO4 NOT = "00"
                DISPLAY "ERRO NA GRAVACAO DO LEMBRETE - ST=" ST-ERRO4
           PERFORM LER-CADAGD THRU LER-CADAGD-FIM.
       PROCESSA-FIM.
           EXIT.
      *--------------------[ ABERTURA DA AGENDA DE PROCEDIMENTOS ]------
      * CADAPR AINDA NAO CRIADO (NENHUM PROCEDIMENTO MARCADO NO
      * AGD036) NAO E ERRO - O PASSO SEGUE SO COM AS CONSULTAS.
       ABRIR-APR.
           OPEN INPUT CADAPR
           IF ST-ERRO6 = "35"
                MOVE "S" TO W-FIM-CADAPR
                GO TO ABRIR-APR-FIM.
           IF ST-ERRO6 NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO CADAPR - ST=" ST-ERRO6
                PERFORM ROT-FIM THRU ROT-FIM-FIM
                GOBACK.
           OPEN INPUT CADPRC
           IF ST-ERRO7 NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO CADPRC - ST=" ST-ERRO7
                CLOSE CADAPR
                PERFORM ROT-FIM THRU ROT-FIM-FIM
                GOBACK.
           PERFORM LER-CADAPR THRU LER-CADAPR-FIM.
       ABRIR-APR-FIM.
           EXIT.
      *--------------------[ LEITURA SEQUENCIAL DO CADAPR ]-------------
       LER-CADAPR.
           READ CADAPR
                AT END MOVE "S" TO W-FIM-CADAPR
                       CLOSE CADAPR CADPRC.
       LER-CADAPR-FIM.
           EXIT.
      *--------------------[ LEMBRETE DE UM PROCEDIMENTO ]--------------
      * O CRM DE RECURSO (999900 + SALA) E O QUE O AGD021 RECONHECE
      * NO RETORNO DO ROBO PARA BAIXAR A CONFIRMACAO NO CADAPR.
       PROCESSA-PRC.
           IF AP-DATA NOT = W-DATA-ALVO OR NOT AP-AGENDADO
                PERFORM LER-CADAPR THRU LER-CADAPR-FIM
                GO TO PROCESSA-PRC-FIM.
           MOVE AP-PROC TO PR-CODIGO
           READ CADPRC
                INVALID KEY
                     MOVE "PROCEDIMENTO" TO PR-DESCR.
           MOVE AP-PACCOD TO PAC-CODIGO
           READ CADPAC
                INVALID KEY
                     MOVE AP-PACIENTE TO PAC-NOME
                     MOVE SPACES TO PAC-FONE
                     MOVE ZEROS TO PAC-RESP.
           PERFORM BUSCA-FONE-RESP THRU BUSCA-FONE-RESP-FIM
           COMPUTE LB-CRM = 999900 + AP-SALA
           MOVE AP-DATA TO LB-DATA
           MOVE AP-HORA TO LB-HORA
           MOVE PR-DESCR TO LB-MEDICO
           MOVE PAC-NOME TO LB-PACIENTE
           MOVE W-RSP-FONE TO LB-FONE
           WRITE REG-LEMBRETE
           IF ST-ERRO4 NOT = "00"
                DISPLAY "ERRO NA GRAVACAO DO LEMBRETE - ST=" ST-ERRO4
                CLOSE CADAPR CADPRC
                PERFORM ROT-FIM THRU ROT-FIM-FIM
                GOBACK.
           ADD 1 TO W-TOT-LEMB W-TOT-PRC
           PERFORM LER-CADAPR THRU LER-CADAPR-FIM.
       PROCESSA-PRC-FIM.
           EXIT.
           COPY VALRESP.
      *--------------------[ ENCERRAMENTO ]-----------------------------
       ROT-FIM.
           MOVE W-TOT-LEMB TO LC-TOT
           WRITE LINHA-REL FROM LINHA-TOT
           MOVE W-TOT-PRC TO LC-TOT-PRC
           WRITE LINHA-REL FROM LINHA-TOT-PRC
           DISPLAY "CONSULTAS LIDAS      : " W-TOT-LIDOS
           DISPLAY "LEMBRETES GERADOS  : " W-TOT-LEMB
           DISPLAY "  DE PROCEDIMENTOS : " W-TOT-PRC
           DISPLAY "DIA ALVO             : " W-DATA-ALVO
           CLOSE CADAGD CADMED CADPAC LEMBRETE RELLEM.
       ROT-FIM-FIM.
