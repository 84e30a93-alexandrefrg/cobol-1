       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLT009.
       AUTHOR. ANGELO LOTIERZO FILHO.
      ********************************************************
      * CRITICA DE FADIGA DA ESCALA DO MES SEGUINTE           *
      * CONFERE TODOS OS PLANTOES DO MES INFORMADO (ZEROS =   *
      * MES SEGUINTE) CONTRA AS REGRAS DE FADIGA DO CADPAR -  *
      * DESCANSO MINIMO, MANHA APOS NOITE, LIMITE DE PLANTOES *
      * NO MES E DIAS SEGUIDOS (VIDE VALFADIGA.CPY, A MESMA   *
      * CONFERENCIA DO PLT001 E DO PLT007) - E IMPRIME POR    *
      * MEDICO CADA REGRA FERIDA. PLANTAO JA LIBERADO PELO    *
      * SUPERVISOR SAI COM QUEM LIBEROU E O MOTIVO. RODA NO   *
      * CADSEM LOGO APOS A CRITICA DE COBERTURA (PASSO        *
      * FAD031), ANTES DA ESCALA SER DIVULGADA. SO LE - OS    *
      * ACERTOS SAO FEITOS PELO PLT001.                       *
      * DATA CRIACAO : 15/10/2026                             *
      ********************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                    SELECT CADPLT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PL-CHAVE
                    FILE STATUS  IS ST-ERRO.
                    SELECT CADMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRM
                    FILE STATUS  IS ST-ERRO2.
                    SELECT CADPAR ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRPAR.
                    SELECT RELFAD ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO3.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADPLT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPLT.DAT".
           COPY PLTREG.
      *
       FD CADMED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMED.DAT".
           COPY REGMED.
      *
      * LIMITES DAS REGRAS DE FADIGA - SEM O CADPAR (OU CADPAR
      * ANTIGO) VALEM OS PADROES DO FADWS.
      *
       FD CADPAR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPAR.DAT".
           COPY PARREG.
      *
       FD RELFAD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELFAD.LST".
       01 LINHA-REL             PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-ERRO     PIC X(02) VALUE "00".
       01 ST-ERRO2   PIC X(02) VALUE "00".
       01 ST-ERRO3   PIC X(02) VALUE "00".
       01 ST-ERRPAR  PIC X(02) VALUE "00".
       01 W-FIM-PLT      PIC X(01) VALUE "N".
       01 W-MES-REF.
            03 W-REF-ANO    PIC 9(04).
            03 W-REF-MES    PIC 9(02).
       01 W-MES-REF-N REDEFINES W-MES-REF PIC 9(06).
       01 W-DATA-HOJE     PIC 9(08) VALUE ZEROS.
       01 W-MES-DIA         PIC 9(06) VALUE ZEROS.
       01 W-IDX                PIC 9(03) VALUE ZEROS.
       01 W-IDX2              PIC 9(03) VALUE ZEROS.
       01 W-IMED              PIC 9(03) VALUE ZEROS.
       01 W-CAB-MED          PIC X(01) VALUE "N".
       01 W-TOT-PLANTOES  PIC 9(05) VALUE ZEROS.
       01 W-TOT-MEDICOS   PIC 9(03) VALUE ZEROS.
       01 W-TOT-COM-VIOL  PIC 9(03) VALUE ZEROS.
       01 W-TOT-VIOL        PIC 9(05) VALUE ZEROS.
       01 W-TOT-LIBERADOS PIC 9(05) VALUE ZEROS.
      *
      * MEDICOS ESCALADOS NO MES, EM ORDEM DE CRM (ATE 200), COM A
      * QUANTIDADE DE PLANTOES
      *
       01 W-QTD-MED          PIC 9(03) VALUE ZEROS.
       01 W-TAB-MED.
            03 W-TAB-MED-ITEM OCCURS 200 TIMES.
                 05 W-TMED-CRM      PIC 9(06).
                 05 W-TMED-QTD      PIC 9(03).
           COPY FADWS.
      *
       01 LINHA-TITULO.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(44)
               VALUE "CRITICA DE FADIGA DA ESCALA   - MES REF. :".
            03 LT-MES           PIC 9(06).
       01 LINHA-LIMITES.
            03 FILLER          PIC X(20) VALUE "LIMITES: DESCANSO".
            03 LL-DESCANSO     PIC Z9.
            03 FILLER          PIC X(17) VALUE "H  MANHA/NOITE ".
            03 LL-NOITE-MANHA  PIC X(01).
            03 FILLER          PIC X(10) VALUE "  MES".
            03 LL-MAX-MES      PIC Z9.
            03 FILLER          PIC X(12) VALUE "  SEGUIDOS".
            03 LL-MAX-SEGUIDOS PIC Z9.
       01 LINHA-MED.
            03 FILLER          PIC X(04) VALUE "CRM".
            03 LM-CRM           PIC ZZZ.ZZ9.
            03 FILLER          PIC X(02) VALUE SPACES.
            03 LM-NOME          PIC X(30).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 LM-QTD           PIC ZZ9.
            03 FILLER          PIC X(18) VALUE " PLANTOES NO MES".
       01 LINHA-DET.
            03 FILLER          PIC X(04) VALUE SPACES.
            03 LD-DATA          PIC 9(08).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 FILLER          PIC X(06) VALUE "TURNO".
            03 LD-TURNO        PIC 9(01).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 FILLER          PIC X(06) VALUE "ESPEC".
            03 LD-ESPEC        PIC 9(02).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 LD-INFO          PIC X(40).
       01 LINHA-LIB.
            03 FILLER          PIC X(08) VALUE SPACES.
            03 FILLER          PIC X(13) VALUE "LIBERADO POR".
            03 LB-OPER          PIC X(08).
            03 FILLER          PIC X(04) VALUE " EM".
            03 LB-DATA          PIC 9(08).
            03 FILLER          PIC X(03) VALUE " - ".
            03 LB-MOTIVO        PIC X(30).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           PERFORM ABRIR-ARQ    THRU ABRIR-ARQ-FIM
           PERFORM LER-PARAMETROS THRU LER-PARAMETROS-FIM
           PERFORM CARREGA-MED THRU CARREGA-MED-FIM
           PERFORM CRITICA-MED THRU CRITICA-MED-FIM
           PERFORM ROT-FIM        THRU ROT-FIM-FIM
           GOBACK.
      *--------------------[ ABERTURA DE ARQUIVOS ]--------------------
       ABRIR-ARQ.
           DISPLAY "MES A CRITICAR (AAAAMM, ZEROS=MES SEGUINTE) : "
           ACCEPT W-MES-REF-N
           IF W-MES-REF-N = ZEROS
                ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD
                MOVE W-DATA-HOJE (1:6) TO W-MES-REF-N
                IF W-REF-MES = 12
                     MOVE 01 TO W-REF-MES
                     ADD 1 TO W-REF-ANO
                ELSE
                     ADD 1 TO W-REF-MES.
           OPEN INPUT CADPLT
           IF ST-ERRO NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO CADPLT - ST=" ST-ERRO
                GOBACK.
           OPEN INPUT CADMED
           IF ST-ERRO2 NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO CADMED - ST=" ST-ERRO2
                GOBACK.
           OPEN OUTPUT RELFAD
           IF ST-ERRO3 NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO RELFAD - ST=" ST-ERRO3
                GOBACK.
           MOVE W-MES-REF-N TO LT-MES
           WRITE LINHA-REL FROM LINHA-TITULO
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL.
       ABRIR-ARQ-FIM.
           EXIT.
      *--------------------[ LIMITES DAS REGRAS DE FADIGA ]------------
      * MESMA CARGA DO LER-PARAMETROS DO PLT001 - CAMPO NAO NUMERICO
      * (CADPAR ANTIGO) FICA COM O PADRAO DO FADWS.
       LER-PARAMETROS.
           OPEN INPUT CADPAR
           IF ST-ERRPAR NOT = "00"
                GO TO LER-PARAMETROS-CAB.
           READ CADPAR
                AT END
                     CLOSE CADPAR
                     GO TO LER-PARAMETROS-CAB.
           IF PAR-PLT-DESCANSO NUMERIC
                MOVE PAR-PLT-DESCANSO TO W-FAD-DESCANSO.
           IF PAR-PLT-NOITE-MANHA = "S" OR PAR-PLT-NOITE-MANHA = "N"
                MOVE PAR-PLT-NOITE-MANHA TO W-FAD-NOITE-MANHA.
           IF PAR-PLT-MAX-MES NUMERIC
                MOVE PAR-PLT-MAX-MES TO W-FAD-MAX-MES.
           IF PAR-PLT-MAX-SEGUIDOS NUMERIC
                MOVE PAR-PLT-MAX-SEGUIDOS TO W-FAD-MAX-SEGUIDOS.
           CLOSE CADPAR.
       LER-PARAMETROS-CAB.
           MOVE W-FAD-DESCANSO TO LL-DESCANSO
           MOVE W-FAD-NOITE-MANHA TO LL-NOITE-MANHA
           MOVE W-FAD-MAX-MES TO LL-MAX-MES
           MOVE W-FAD-MAX-SEGUIDOS TO LL-MAX-SEGUIDOS
           WRITE LINHA-REL FROM LINHA-LIMITES
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL.
      * O LIMITE DO MES E CONFERIDO UMA VEZ POR MEDICO (VIDE
      * CRITICA-MED), NAO A CADA PLANTAO.
           MOVE "N" TO W-FAD-REGRA-MES.
       LER-PARAMETROS-FIM.
           EXIT.
      *--------------------[ MEDICOS ESCALADOS NO MES ]----------------
      * TABELA EM ORDEM DE CRM (INSERCAO ORDENADA) COM A QUANTIDADE
      * DE PLANTOES DE CADA UM.
       CARREGA-MED.
           MOVE "N" TO W-FIM-PLT
           COMPUTE PL-DATA = (W-MES-REF-N * 100) + 1
           MOVE ZEROS TO PL-TURNO PL-ESPEC
           START CADPLT KEY IS NOT LESS THAN PL-CHAVE
                INVALID KEY
                     MOVE "S" TO W-FIM-PLT.
       CARREGA-MED-LOOP.
           IF W-FIM-PLT = "S"
                GO TO CARREGA-MED-FIM.
           READ CADPLT NEXT RECORD
                AT END MOVE "S" TO W-FIM-PLT
                        GO TO CARREGA-MED-LOOP.
           MOVE PL-DATA (1:6) TO W-MES-DIA
           IF W-MES-DIA NOT = W-MES-REF-N
                MOVE "S" TO W-FIM-PLT
                GO TO CARREGA-MED-LOOP.
           ADD 1 TO W-TOT-PLANTOES
           MOVE ZEROS TO W-IDX.
       CARREGA-MED-BUSCA.
           ADD 1 TO W-IDX
           IF W-IDX > W-QTD-MED
                GO TO CARREGA-MED-INSERE.
           IF W-TMED-CRM (W-IDX) = PL-CRM
                ADD 1 TO W-TMED-QTD (W-IDX)
                GO TO CARREGA-MED-LOOP.
           IF W-TMED-CRM (W-IDX) < PL-CRM
                GO TO CARREGA-MED-BUSCA.
      * W-IDX E A POSICAO DO NOVO CRM - OS MAIORES DESCEM UMA CASA
       CARREGA-MED-INSERE.
           IF W-QTD-MED = 200
                DISPLAY "TABELA DE MEDICOS CHEIA - CRM " PL-CRM
                        " NAO CRITICADO"
                GO TO CARREGA-MED-LOOP.
           MOVE W-QTD-MED TO W-IDX2.
       CARREGA-MED-DESLOCA.
           IF W-IDX2 < W-IDX
                GO TO CARREGA-MED-GRAVA.
           MOVE W-TAB-MED-ITEM (W-IDX2) TO W-TAB-MED-ITEM (W-IDX2 + 1)
           SUBTRACT 1 FROM W-IDX2
           GO TO CARREGA-MED-DESLOCA.
       CARREGA-MED-GRAVA.
           ADD 1 TO W-QTD-MED
           MOVE PL-CRM TO W-TMED-CRM (W-IDX)
           MOVE 1 TO W-TMED-QTD (W-IDX)
           GO TO CARREGA-MED-LOOP.
       CARREGA-MED-FIM.
           MOVE W-QTD-MED TO W-TOT-MEDICOS.
      *--------------------[ CRITICA POR MEDICO ]----------------------
      * PARA CADA MEDICO: O LIMITE DO MES E, PLANTAO A PLANTAO, AS
      * DEMAIS REGRAS. O CABECALHO DO MEDICO SO SAI SE HOUVER REGRA
      * FERIDA.
       CRITICA-MED.
           MOVE ZEROS TO W-IMED.
       CRITICA-MED-PROX.
           ADD 1 TO W-IMED
           IF W-IMED > W-QTD-MED
                GO TO CRITICA-MED-FIM.
           MOVE "N" TO W-CAB-MED
           IF W-FAD-MAX-MES NOT = ZEROS
              AND W-TMED-QTD (W-IMED) > W-FAD-MAX-MES
                PERFORM IMPRIME-CAB-MED THRU IMPRIME-CAB-MED-FIM
                MOVE W-FAD-MAX-MES TO W-FAD-ED2
                MOVE SPACES TO W-FAD-TEXTO
                STRING "ACIMA DO LIMITE DE " DELIMITED BY SIZE
                       W-FAD-ED2             DELIMITED BY SIZE
                       " PLANTOES NO MES"    DELIMITED BY SIZE
                       INTO W-FAD-TEXTO
                MOVE SPACES TO LINHA-REL
                MOVE W-FAD-TEXTO TO LINHA-REL (5:40)
                WRITE LINHA-REL
                ADD 1 TO W-TOT-VIOL.
           MOVE "N" TO W-FIM-PLT
           COMPUTE PL-DATA = (W-MES-REF-N * 100) + 1
           MOVE ZEROS TO PL-TURNO PL-ESPEC
           START CADPLT KEY IS NOT LESS THAN PL-CHAVE
                INVALID KEY
                     MOVE "S" TO W-FIM-PLT.
       CRITICA-MED-LOOP.
           IF W-FIM-PLT = "S"
                GO TO CRITICA-MED-PROX.
           READ CADPLT NEXT RECORD
                AT END MOVE "S" TO W-FIM-PLT
                        GO TO CRITICA-MED-LOOP.
           MOVE PL-DATA (1:6) TO W-MES-DIA
           IF W-MES-DIA NOT = W-MES-REF-N
                MOVE "S" TO W-FIM-PLT
                GO TO CRITICA-MED-LOOP.
           IF PL-CRM NOT = W-TMED-CRM (W-IMED)
                GO TO CRITICA-MED-LOOP.
      * A CONFERENCIA VARRE O CADPLT COM O PROPRIO BUFFER - O
      * REGISTRO VOLTA NO FIM E A LEITURA SEQUENCIAL RECOMECA LOGO
      * DEPOIS DA CHAVE DELE.
           PERFORM VALIDA-FADIGA THRU VALIDA-FADIGA-FIM
           IF W-FAD-OK NOT = "S"
                PERFORM IMPRIME-VIOL THRU IMPRIME-VIOL-FIM.
           START CADPLT KEY IS GREATER THAN PL-CHAVE
                INVALID KEY
                     MOVE "S" TO W-FIM-PLT.
           GO TO CRITICA-MED-LOOP.
       CRITICA-MED-FIM.
           EXIT.
      *--------------------[ CABECALHO DO MEDICO ]---------------------
       IMPRIME-CAB-MED.
           IF W-CAB-MED = "S"
                GO TO IMPRIME-CAB-MED-FIM.
           MOVE "S" TO W-CAB-MED
           ADD 1 TO W-TOT-COM-VIOL
           MOVE W-TMED-CRM (W-IMED) TO CRM LM-CRM
           READ CADMED
                INVALID KEY
                     MOVE "MEDICO NAO CADASTRADO" TO NOME.
           MOVE NOME TO LM-NOME
           MOVE W-TMED-QTD (W-IMED) TO LM-QTD
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           WRITE LINHA-REL FROM LINHA-MED.
       IMPRIME-CAB-MED-FIM.
           EXIT.
      *--------------------[ REGRAS FERIDAS PELO PLANTAO ]-------------
      * UMA LINHA POR REGRA FERIDA; PLANTAO LIBERADO PELO SUPERVISOR
      * (PLT001 OU APROVACAO DE TROCA NO PLT007) LEVA A LIBERACAO NA
      * LINHA SEGUINTE.
       IMPRIME-VIOL.
           PERFORM IMPRIME-CAB-MED THRU IMPRIME-CAB-MED-FIM
           MOVE PL-DATA TO LD-DATA
           MOVE PL-TURNO TO LD-TURNO
           MOVE PL-ESPEC TO LD-ESPEC
           MOVE ZEROS TO W-IDX.
       IMPRIME-VIOL-LOOP.
           ADD 1 TO W-IDX
           IF W-IDX > W-FAD-QTD
                GO TO IMPRIME-VIOL-LIB.
           MOVE W-FAD-MSG (W-IDX) TO LD-INFO
           WRITE LINHA-REL FROM LINHA-DET
           ADD 1 TO W-TOT-VIOL
           GO TO IMPRIME-VIOL-LOOP.
       IMPRIME-VIOL-LIB.
           IF PL-LIB-OPER = SPACES
                GO TO IMPRIME-VIOL-FIM.
           ADD 1 TO W-TOT-LIBERADOS
           MOVE PL-LIB-OPER TO LB-OPER
           MOVE PL-LIB-DATA TO LB-DATA
           MOVE PL-LIB-MOTIVO TO LB-MOTIVO
           WRITE LINHA-REL FROM LINHA-LIB.
       IMPRIME-VIOL-FIM.
           EXIT.
           COPY VALFADIGA.
      *--------------------[ ENCERRAMENTO ]-----------------------------
       ROT-FIM.
           DISPLAY "PLANTOES NO MES           : " W-TOT-PLANTOES
           DISPLAY "MEDICOS ESCALADOS         : " W-TOT-MEDICOS
           DISPLAY "MEDICOS COM REGRA FERIDA  : " W-TOT-COM-VIOL
           DISPLAY "REGRAS FERIDAS            : " W-TOT-VIOL
           DISPLAY "PLANTOES JA LIBERADOS     : " W-TOT-LIBERADOS
           CLOSE CADPLT CADMED RELFAD.
       ROT-FIM-FIM.
           EXIT.
