       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLT008.
       AUTHOR. ANGELO LOTIERZO FILHO.
      ********************************************************
      * RELATORIO MENSAL DE TROCAS DE PLANTAO POR MEDICO      *
      * LE OS PEDIDOS DE TROCA (CADTRC, GRAVADOS PELO PLT007) *
      * DOS PLANTOES DO MES DE REFERENCIA E IMPRIME:          *
      *   - CADA TROCA APROVADA (PLANTAO, QUEM CEDEU, QUEM    *
      *     ASSUMIU E O SUPERVISOR QUE APROVOU)               *
      *   - POR MEDICO, OS PLANTOES CEDIDOS, OS ASSUMIDOS E O *
      *     SALDO - QUEM ESTA CARREGANDO O PLANTAO DOS OUTROS *
      *   - A CONTAGEM DOS PEDIDOS NAO APROVADOS (EM ABERTO,  *
      *     RECUSADOS, NEGADOS E CANCELADOS)                  *
      * RODA NO FECHAMENTO MENSAL (CADMES, PASSO TRC066).     *
      * DATA CRIACAO : 15/10/2026                             *
      ********************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                    SELECT CADTRC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TC-CHAVE
                    FILE STATUS  IS ST-ERRO.
                    SELECT CADMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRM
                    FILE STATUS  IS ST-ERRO2.
                    SELECT RELTRC ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO3.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADTRC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTRC.DAT".
           COPY TRCREG.
      *
       FD CADMED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMED.DAT".
           COPY REGMED.
      *
       FD RELTRC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELTRC.LST".
       01 LINHA-REL             PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-ERRO     PIC X(02) VALUE "00".
       01 ST-ERRO2   PIC X(02) VALUE "00".
       01 ST-ERRO3   PIC X(02) VALUE "00".
       01 W-FIM-CADTRC   PIC X(01) VALUE "N".
           88 FIM-CADTRC             VALUE "S".
       01 W-MES-REF         PIC 9(06) VALUE ZEROS.
       01 W-MES-TRC         PIC 9(06) VALUE ZEROS.
       01 W-CRM-ACUM       PIC 9(06) VALUE ZEROS.
       01 W-IDX                 PIC 9(03) VALUE ZEROS.
       01 W-SALDO             PIC S9(04) VALUE ZEROS.
       01 W-TOT-LIDOS       PIC 9(06) VALUE ZEROS.
       01 W-TOT-APROV       PIC 9(06) VALUE ZEROS.
       01 W-TOT-ABERTO     PIC 9(06) VALUE ZEROS.
       01 W-TOT-RECUSA     PIC 9(06) VALUE ZEROS.
       01 W-TOT-NEGADA     PIC 9(06) VALUE ZEROS.
       01 W-TOT-CANCEL     PIC 9(06) VALUE ZEROS.
      *
       01 W-QTD-MED          PIC 9(03) VALUE ZEROS.
       01 W-TAB-MED.
            03 W-TAB-MED-ITEM OCCURS 200 TIMES.
                 05 W-TMED-CRM        PIC 9(06).
                 05 W-TMED-CEDE      PIC 9(04).
                 05 W-TMED-ASSUME  PIC 9(04).
      *
       01 LINHA-TITULO.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(44)
               VALUE "TROCAS DE PLANTAO - MES REFERENCIA :".
            03 LT-MES           PIC 9(06).
       01 LINHA-SEC1.
            03 FILLER          PIC X(40)
                    VALUE "TROCAS APROVADAS NO MES".
       01 LINHA-CABEC1.
            03 FILLER          PIC X(16) VALUE "DATA     T ES".
            03 FILLER          PIC X(28) VALUE "CEDEU".
            03 FILLER          PIC X(27) VALUE "ASSUMIU".
            03 FILLER          PIC X(09) VALUE "APROVOU".
       01 LINHA-DET1.
            03 LD1-DATA         PIC 9(08).
            03 FILLER          PIC X(01) VALUE SPACES.
            03 LD1-TURNO       PIC 9(01).
            03 FILLER          PIC X(01) VALUE SPACES.
            03 LD1-ESPEC       PIC 9(02).
            03 FILLER          PIC X(03) VALUE SPACES.
            03 LD1-CEDE         PIC ZZZ.ZZ9.
            03 FILLER          PIC X(01) VALUE SPACES.
            03 LD1-NOME-CEDE  PIC X(19).
            03 FILLER          PIC X(01) VALUE SPACES.
            03 LD1-ASSUME       PIC ZZZ.ZZ9.
            03 FILLER          PIC X(01) VALUE SPACES.
            03 LD1-NOME-ASS   PIC X(19).
            03 FILLER          PIC X(01) VALUE SPACES.
            03 LD1-OPER         PIC X(08).
       01 LINHA-SEC2.
            03 FILLER          PIC X(40)
                    VALUE "TROCAS POR MEDICO (CRM)".
       01 LINHA-CABEC2.
            03 FILLER          PIC X(34) VALUE "MEDICO".
            03 FILLER          PIC X(10) VALUE "CEDIDOS".
            03 FILLER          PIC X(11) VALUE "ASSUMIDOS".
            03 FILLER          PIC X(06) VALUE "SALDO".
       01 LINHA-DET2.
            03 LD2-CRM          PIC ZZZ.ZZ9.
            03 FILLER          PIC X(01) VALUE SPACES.
            03 LD2-NOME         PIC X(24).
            03 FILLER          PIC X(04) VALUE SPACES.
            03 LD2-CEDE         PIC ZZZ9.
            03 FILLER          PIC X(07) VALUE SPACES.
            03 LD2-ASSUME       PIC ZZZ9.
            03 FILLER          PIC X(06) VALUE SPACES.
            03 LD2-SALDO        PIC ----9.
       01 LINHA-SEC3.
            03 FILLER          PIC X(40)
                    VALUE "PEDIDOS NAO APROVADOS NO MES".
       01 LINHA-TOT.
            03 LTT-TEXTO        PIC X(30).
            03 LTT-QTD          PIC ZZZ.ZZ9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           PERFORM ABRIR-ARQ    THRU ABRIR-ARQ-FIM
           PERFORM LER-CADTRC THRU LER-CADTRC-FIM
           PERFORM PROCESSA    THRU PROCESSA-FIM
                    UNTIL FIM-CADTRC
           PERFORM IMPRIME       THRU IMPRIME-FIM
           PERFORM ROT-FIM        THRU ROT-FIM-FIM
           GOBACK.
      *--------------------[ ABERTURA DE ARQUIVOS ]--------------------
      * SEM O CADTRC (NENHUMA TROCA PEDIDA AINDA) O RELATORIO SAI
      * SO COM OS TITULOS.
       ABRIR-ARQ.
           DISPLAY "MES DE REFERENCIA (AAAAMM) : "
           ACCEPT W-MES-REF
           IF W-MES-REF = ZEROS
                DISPLAY "MES DE REFERENCIA NAO INFORMADO - FIM"
                GOBACK.
           OPEN INPUT CADTRC
           IF ST-ERRO = "35"
                MOVE "S" TO W-FIM-CADTRC
           ELSE
           IF ST-ERRO NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO CADTRC - ST=" ST-ERRO
                GOBACK.
           OPEN INPUT CADMED
           IF ST-ERRO2 NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO CADMED - ST=" ST-ERRO2
                GOBACK.
           OPEN OUTPUT RELTRC
           IF ST-ERRO3 NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO RELTRC - ST=" ST-ERRO3
                GOBACK.
           MOVE W-MES-REF TO LT-MES
           WRITE LINHA-REL FROM LINHA-TITULO
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           WRITE LINHA-REL FROM LINHA-SEC1
           WRITE LINHA-REL FROM LINHA-CABEC1
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           IF FIM-CADTRC
                GO TO ABRIR-ARQ-FIM.
      * A CHAVE COMECA PELA DATA DO PLANTAO - POSICIONA NO PRIMEIRO
      * DIA DO MES DE REFERENCIA.
           COMPUTE TC-DATA = W-MES-REF * 100
           MOVE ZEROS TO TC-TURNO TC-ESPEC TC-SEQ
           START CADTRC KEY IS NOT LESS THAN TC-CHAVE
                INVALID KEY
                     MOVE "S" TO W-FIM-CADTRC.
       ABRIR-ARQ-FIM.
           EXIT.
      *--------------------[ LEITURA DOS PEDIDOS DO MES ]--------------
       LER-CADTRC.
           IF FIM-CADTRC
                GO TO LER-CADTRC-FIM.
           READ CADTRC NEXT RECORD
                AT END MOVE "S" TO W-FIM-CADTRC
                        GO TO LER-CADTRC-FIM.
           MOVE TC-DATA (1:6) TO W-MES-TRC
           IF W-MES-TRC NOT = W-MES-REF
                MOVE "S" TO W-FIM-CADTRC.
       LER-CADTRC-FIM.
           EXIT.
      *--------------------[ TRATAMENTO DE UM PEDIDO ]-----------------
      * AS TROCAS APROVADAS SAEM NA PROPRIA VARREDURA; OS TOTAIS POR
      * CRM SAEM NO FIM.
       PROCESSA.
           ADD 1 TO W-TOT-LIDOS
           IF TC-EM-ABERTO
                ADD 1 TO W-TOT-ABERTO.
           IF TC-RECUSADA
                ADD 1 TO W-TOT-RECUSA.
           IF TC-NEGADA
                ADD 1 TO W-TOT-NEGADA.
           IF TC-CANCELADA
                ADD 1 TO W-TOT-CANCEL.
           IF NOT TC-APROVADA
                PERFORM LER-CADTRC THRU LER-CADTRC-FIM
                GO TO PROCESSA-FIM.
           ADD 1 TO W-TOT-APROV
           MOVE TC-DATA TO LD1-DATA
           MOVE TC-TURNO TO LD1-TURNO
           MOVE TC-ESPEC TO LD1-ESPEC
           MOVE TC-CRM-CEDE TO LD1-CEDE CRM
           PERFORM LE-MEDICO THRU LE-MEDICO-FIM
           MOVE NOME TO LD1-NOME-CEDE
           MOVE TC-CRM-ASSUME TO LD1-ASSUME CRM
           PERFORM LE-MEDICO THRU LE-MEDICO-FIM
           MOVE NOME TO LD1-NOME-ASS
           MOVE TC-OPER-DEC TO LD1-OPER
           WRITE LINHA-REL FROM LINHA-DET1
           MOVE TC-CRM-CEDE TO W-CRM-ACUM
           PERFORM ACUMULA THRU ACUMULA-FIM
           IF W-IDX NOT = ZEROS
                ADD 1 TO W-TMED-CEDE (W-IDX).
           MOVE TC-CRM-ASSUME TO W-CRM-ACUM
           PERFORM ACUMULA THRU ACUMULA-FIM
           IF W-IDX NOT = ZEROS
                ADD 1 TO W-TMED-ASSUME (W-IDX).
           PERFORM LER-CADTRC THRU LER-CADTRC-FIM.
       PROCESSA-FIM.
           EXIT.
      *--------------------[ NOME DO MEDICO ]--------------------------
       LE-MEDICO.
           READ CADMED
                INVALID KEY
                     MOVE "MEDICO NAO CADASTRADO" TO NOME.
       LE-MEDICO-FIM.
           EXIT.
      *--------------------[ POSICAO DO CRM NA TABELA ]-----------------
      * MESMA TABELA DO ACUMULA DO PLT005 - DEVOLVE EM W-IDX A
      * POSICAO DO CRM, CRIANDO-A ZERADA NA PRIMEIRA VEZ. COM A
      * TABELA CHEIA DEVOLVE ZERO E O CRM FICA FORA DOS TOTAIS.
       ACUMULA.
           MOVE ZEROS TO W-IDX.
       ACUMULA-LOOP.
           ADD 1 TO W-IDX
           IF W-IDX > W-QTD-MED
                GO TO ACUMULA-NOVO.
           IF W-TMED-CRM (W-IDX) = W-CRM-ACUM
                GO TO ACUMULA-FIM.
           GO TO ACUMULA-LOOP.
       ACUMULA-NOVO.
           IF W-QTD-MED = 200
                DISPLAY "TABELA DE MEDICOS CHEIA - CRM " W-CRM-ACUM
                                         " FORA DOS TOTAIS"
                MOVE ZEROS TO W-IDX
                GO TO ACUMULA-FIM.
           ADD 1 TO W-QTD-MED
           MOVE W-QTD-MED TO W-IDX
           MOVE W-CRM-ACUM TO W-TMED-CRM (W-IDX)
           MOVE ZEROS TO W-TMED-CEDE (W-IDX) W-TMED-ASSUME (W-IDX).
       ACUMULA-FIM.
           EXIT.
      *--------------------[ IMPRESSAO DOS TOTAIS ]---------------------
       IMPRIME.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           WRITE LINHA-REL FROM LINHA-SEC2
           WRITE LINHA-REL FROM LINHA-CABEC2
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE ZEROS TO W-IDX.
       IMPRIME-MED-LOOP.
           ADD 1 TO W-IDX
           IF W-IDX > W-QTD-MED
                GO TO IMPRIME-NAOAPROV.
           MOVE W-TMED-CRM (W-IDX) TO CRM LD2-CRM
           PERFORM LE-MEDICO THRU LE-MEDICO-FIM
           MOVE NOME (1:24) TO LD2-NOME
           MOVE W-TMED-CEDE (W-IDX) TO LD2-CEDE
           MOVE W-TMED-ASSUME (W-IDX) TO LD2-ASSUME
           COMPUTE W-SALDO = W-TMED-ASSUME (W-IDX)
                           - W-TMED-CEDE (W-IDX)
           MOVE W-SALDO TO LD2-SALDO
           WRITE LINHA-REL FROM LINHA-DET2
           GO TO IMPRIME-MED-LOOP.
       IMPRIME-NAOAPROV.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           WRITE LINHA-REL FROM LINHA-SEC3
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE "EM ABERTO (PEDIDA/ACEITA)" TO LTT-TEXTO
           MOVE W-TOT-ABERTO TO LTT-QTD
           WRITE LINHA-REL FROM LINHA-TOT
           MOVE "RECUSADAS POR QUEM ASSUMIRIA" TO LTT-TEXTO
           MOVE W-TOT-RECUSA TO LTT-QTD
           WRITE LINHA-REL FROM LINHA-TOT
           MOVE "NEGADAS PELO SUPERVISOR" TO LTT-TEXTO
           MOVE W-TOT-NEGADA TO LTT-QTD
           WRITE LINHA-REL FROM LINHA-TOT
           MOVE "CANCELADAS POR QUEM CEDIA" TO LTT-TEXTO
           MOVE W-TOT-CANCEL TO LTT-QTD
           WRITE LINHA-REL FROM LINHA-TOT.
       IMPRIME-FIM.
           EXIT.
      *--------------------[ ENCERRAMENTO ]-----------------------------
       ROT-FIM.
           DISPLAY "PEDIDOS DE TROCA DO MES    : " W-TOT-LIDOS
           DISPLAY "TROCAS APROVADAS           : " W-TOT-APROV
           DISPLAY "EM ABERTO                  : " W-TOT-ABERTO
           DISPLAY "RECUSADAS                  : " W-TOT-RECUSA
           DISPLAY "NEGADAS                    : " W-TOT-NEGADA
           DISPLAY "CANCELADAS                 : " W-TOT-CANCEL
           IF ST-ERRO NOT = "35"
                CLOSE CADTRC.
           CLOSE CADMED RELTRC.
       ROT-FIM-FIM.
           EXIT.
