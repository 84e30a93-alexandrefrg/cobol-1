       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGD048.
       AUTHOR. ANGELO LOTIERZO FILHO.
      ********************************************************
      * RELATORIO MENSAL DE SATISFACAO (NPS)                  *
      * APURA AS PESQUISAS DE SATISFACAO DAS CONSULTAS DO MES *
      * DE REFERENCIA (CADPSQ - ENVIADAS PELO AGD046,         *
      * RESPONDIDAS PELO AGD047) EM TRES SECOES: POR MEDICO   *
      * (CADMED), POR ESPECIALIDADE (CADESP) E POR UNIDADE DA *
      * CONSULTA (UNIDADE ZEROS CONTA NA SEDE, COMO NO        *
      * AGD037). CADA LINHA TRAZ ENVIADAS, RESPONDIDAS, TAXA  *
      * DE RESPOSTA, PROMOTORES (NOTA 9 E 10), DETRATORES (0  *
      * A 6) E O NPS = % PROMOTORES - % DETRATORES DAS        *
      * RESPONDIDAS. EM SEGUIDA A LISTA DAS NOTAS BAIXAS (0 A *
      * 6) COM O CODIGO DE COMENTARIO, PARA O ESCRITORIO DA   *
      * QUALIDADE. RESPOSTA QUE CHEGA DEPOIS DO FECHAMENTO    *
      * CONTA NA REEXECUCAO DO MES. RODA NO FECHAMENTO MENSAL *
      * (CADMES, PASSO NPS075).                               *
      * DATA CRIACAO : 15/10/2026                             *
      ********************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                    SELECT CADPSQ ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PQ-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS PQ-PACCOD
                                                      WITH DUPLICATES.
                    SELECT CADMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRM
                    FILE STATUS  IS ST-ERRO2.
                    SELECT CADESP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS EESPEC
                    FILE STATUS  IS ST-ERRO3.
                    SELECT CADPAC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PAC-CODIGO
                    FILE STATUS  IS ST-ERRO4
                    ALTERNATE RECORD KEY IS PAC-NOME
                                                      WITH DUPLICATES
                    ALTERNATE RECORD KEY IS PAC-RESP
                                                      WITH DUPLICATES.
                    SELECT RELNPS ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO5.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADPSQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPSQ.DAT".
           COPY PSQREG.
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
       FD CADPAC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPAC.DAT".
           COPY PACREG.
      *
       FD RELNPS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELNPS.LST".
       01 LINHA-REL             PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-ERRO     PIC X(02) VALUE "00".
       01 ST-ERRO2   PIC X(02) VALUE "00".
       01 ST-ERRO3   PIC X(02) VALUE "00".
       01 ST-ERRO4   PIC X(02) VALUE "00".
       01 ST-ERRO5   PIC X(02) VALUE "00".
       01 W-FIM-CADPSQ   PIC X(01) VALUE "N".
           88 FIM-CADPSQ             VALUE "S".
       01 W-MES-REF         PIC 9(06) VALUE ZEROS.
       01 W-MES-CONS       PIC 9(06) VALUE ZEROS.
       01 W-TOT-LIDOS       PIC 9(06) VALUE ZEROS.
       01 W-TOT-BAIXAS     PIC 9(06) VALUE ZEROS.
       01 W-IDX                 PIC 9(04) VALUE ZEROS.
       01 W-IDX2               PIC 9(04) VALUE ZEROS.
       01 W-IDX3               PIC 9(04) VALUE ZEROS.
       01 W-UNI                 PIC 9(02) VALUE ZEROS.
       01 W-ANT-TIPO         PIC X(01) VALUE SPACES.
       01 W-TAXA                PIC 9(03) VALUE ZEROS.
       01 W-NPS                  PIC S9(03) VALUE ZEROS.
      *
      * CONTADORES DE UMA LINHA DO RELATORIO (GRUPO OU TOTAL GERAL)
      *
       01 W-CNT.
            03 W-CNT-ENV          PIC 9(06).
            03 W-CNT-RESP         PIC 9(06).
            03 W-CNT-PROM         PIC 9(06).
            03 W-CNT-DETR         PIC 9(06).
       01 W-GERAL.
            03 W-GER-ENV          PIC 9(06) VALUE ZEROS.
            03 W-GER-RESP         PIC 9(06) VALUE ZEROS.
            03 W-GER-PROM         PIC 9(06) VALUE ZEROS.
            03 W-GER-DETR         PIC 9(06) VALUE ZEROS.
      *
      * CHAVE DE ACUMULO: TIPO ("1" = MEDICO, "2" = ESPECIALIDADE,
      * "3" = UNIDADE) + CODIGO (CRM, ESPECIALIDADE OU UNIDADE). A
      * TABELA E MANTIDA EM ORDEM DE CHAVE NA INCLUSAO, COMO NO
      * AGD037, E A IMPRESSAO E UMA PASSADA UNICA COM QUEBRA POR
      * SECAO.
      *
       01 W-CHV-NOVA.
            03 W-CN-TIPO          PIC X(01).
            03 W-CN-CODIGO       PIC 9(06).
       01 W-QTD-NPS          PIC 9(04) VALUE ZEROS.
       01 W-TAB-NPS.
            03 W-TAB-NPS-ITEM OCCURS 2000 TIMES.
                 05 W-TN-CHAVE.
                      07 W-TN-TIPO      PIC X(01).
                      07 W-TN-CODIGO   PIC 9(06).
                 05 W-TN-ENV          PIC 9(06).
                 05 W-TN-RESP         PIC 9(06).
                 05 W-TN-PROM         PIC 9(06).
                 05 W-TN-DETR         PIC 9(06).
      *
       01 LINHA-TITULO.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(44)
                    VALUE "SATISFACAO DO PACIENTE (NPS) - MES REF. :".
            03 LT-MES           PIC 9(06).
       01 LINHA-SEC1.
            03 FILLER          PIC X(40)
                    VALUE "NPS POR MEDICO".
       01 LINHA-SEC2.
            03 FILLER          PIC X(40)
                    VALUE "NPS POR ESPECIALIDADE".
       01 LINHA-SEC3.
            03 FILLER          PIC X(40)
                    VALUE "NPS POR UNIDADE".
       01 LINHA-SEC4.
            03 FILLER          PIC X(40)
                    VALUE "NOTAS BAIXAS (0 A 6) - QUALIDADE".
       01 LINHA-CAB.
            03 FILLER          PIC X(32)
                    VALUE "CODIGO NOME".
            03 FILLER          PIC X(40)
                    VALUE "ENVIAD RESPOS RESP% PROMOT DETRAT  NPS".
       01 LINHA-DET.
            03 LD-CODIGO        PIC ZZZZZ9.
            03 FILLER          PIC X(01) VALUE SPACES.
            03 LD-NOME          PIC X(24).
            03 FILLER          PIC X(01) VALUE SPACES.
            03 LD-ENV           PIC ZZZZZ9.
            03 FILLER          PIC X(01) VALUE SPACES.
            03 LD-RESP          PIC ZZZZZ9.
            03 FILLER          PIC X(02) VALUE SPACES.
            03 LD-TAXA          PIC ZZ9.
            03 FILLER          PIC X(01) VALUE "%".
            03 FILLER          PIC X(01) VALUE SPACES.
            03 LD-PROM          PIC ZZZZZ9.
            03 FILLER          PIC X(01) VALUE SPACES.
            03 LD-DETR          PIC ZZZZZ9.
            03 FILLER          PIC X(01) VALUE SPACES.
            03 LD-NPS           PIC -ZZ9.
       01 LINHA-CABB.
            03 FILLER          PIC X(40)
                    VALUE "   CRM DATA     HORA  PACIENTE".
            03 FILLER          PIC X(30)
                    VALUE "                 NOTA COMENT.".
       01 LINHA-BAIXA.
            03 LB-CRM           PIC ZZZZZ9.
            03 FILLER          PIC X(01) VALUE SPACES.
            03 LB-DATA          PIC 9(08).
            03 FILLER          PIC X(01) VALUE SPACES.
            03 LB-HORA          PIC 99.99.
            03 FILLER          PIC X(01) VALUE SPACES.
            03 LB-PACCOD        PIC ZZZZZ9.
            03 FILLER          PIC X(01) VALUE SPACES.
            03 LB-PACIENTE     PIC X(27).
            03 FILLER          PIC X(01) VALUE SPACES.
            03 LB-NOTA          PIC Z9.
            03 FILLER          PIC X(03) VALUE SPACES.
            03 LB-COMENT       PIC X(03).
       01 LINHA-RODAPE.
            03 FILLER  PIC X(30) VALUE "NOTAS BAIXAS NO MES        : ".
            03 LR-BAIXAS        PIC ZZZ.ZZ9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           PERFORM ABRIR-ARQ    THRU ABRIR-ARQ-FIM
           PERFORM LER-CADPSQ THRU LER-CADPSQ-FIM
           PERFORM PROCESSA    THRU PROCESSA-FIM
                    UNTIL FIM-CADPSQ
           PERFORM IMPRIME       THRU IMPRIME-FIM
           PERFORM BAIXAS        THRU BAIXAS-FIM
           PERFORM ROT-FIM        THRU ROT-FIM-FIM
           GOBACK.
      *--------------------[ ABERTURA DE ARQUIVOS ]--------------------
      * SEM CADPSQ NENHUMA PESQUISA FOI ENVIADA - RC 4.
       ABRIR-ARQ.
           DISPLAY "MES DE REFERENCIA (AAAAMM) : "
           ACCEPT W-MES-REF
           IF W-MES-REF = ZEROS
                DISPLAY "MES DE REFERENCIA NAO INFORMADO - FIM"
                MOVE 8 TO RETURN-CODE
                GOBACK.
           OPEN INPUT CADPSQ
           IF ST-ERRO = "35"
                DISPLAY "CADPSQ INEXISTENTE - NADA A APURAR"
                MOVE 4 TO RETURN-CODE
                GOBACK.
           IF ST-ERRO NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO CADPSQ - ST=" ST-ERRO
                MOVE 8 TO RETURN-CODE
                GOBACK.
           OPEN INPUT CADMED
           IF ST-ERRO2 NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO CADMED - ST=" ST-ERRO2
                MOVE 8 TO RETURN-CODE
                GOBACK.
           OPEN INPUT CADESP
           IF ST-ERRO3 NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO CADESP - ST=" ST-ERRO3
                MOVE 8 TO RETURN-CODE
                GOBACK.
           OPEN INPUT CADPAC
           IF ST-ERRO4 NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO CADPAC - ST=" ST-ERRO4
                MOVE 8 TO RETURN-CODE
                GOBACK.
           OPEN OUTPUT RELNPS
           IF ST-ERRO5 NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO RELNPS - ST=" ST-ERRO5
                MOVE 8 TO RETURN-CODE
                GOBACK.
           MOVE W-MES-REF TO LT-MES
           WRITE LINHA-REL FROM LINHA-TITULO
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE LOW-VALUES TO PQ-CHAVE
           START CADPSQ KEY IS NOT LESS THAN PQ-CHAVE
                INVALID KEY
                     MOVE "S" TO W-FIM-CADPSQ.
       ABRIR-ARQ-FIM.
           EXIT.
      *--------------------[ LEITURA SEQUENCIAL DO CADPSQ ]-------------
       LER-CADPSQ.
           IF FIM-CADPSQ
                GO TO LER-CADPSQ-FIM.
           READ CADPSQ NEXT
                AT END MOVE "S" TO W-FIM-CADPSQ.
       LER-CADPSQ-FIM.
           EXIT.
      *--------------------[ APURACAO DE UMA PESQUISA ]-----------------
      * SO AS CONSULTAS DO MES. CADA PESQUISA CONTA UMA VEZ EM CADA
      * SECAO: MEDICO, ESPECIALIDADE E UNIDADE.
       PROCESSA.
           ADD 1 TO W-TOT-LIDOS
           MOVE PQ-DATA (1:6) TO W-MES-CONS
           IF W-MES-CONS NOT = W-MES-REF
                PERFORM LER-CADPSQ THRU LER-CADPSQ-FIM
                GO TO PROCESSA-FIM.
           MOVE PQ-UNIDADE TO W-UNI
           IF W-UNI = ZEROS
                MOVE 01 TO W-UNI.
           MOVE "1" TO W-CN-TIPO
           MOVE PQ-CRM TO W-CN-CODIGO
           PERFORM ACUMULA THRU ACUMULA-FIM
           MOVE "2" TO W-CN-TIPO
           MOVE PQ-ESPEC TO W-CN-CODIGO
           PERFORM ACUMULA THRU ACUMULA-FIM
           MOVE "3" TO W-CN-TIPO
           MOVE W-UNI TO W-CN-CODIGO
           PERFORM ACUMULA THRU ACUMULA-FIM
           ADD 1 TO W-GER-ENV
           IF PQ-RESPONDIDA
                ADD 1 TO W-GER-RESP
                IF PQ-NOTA > 8
                     ADD 1 TO W-GER-PROM
                ELSE
                     IF PQ-NOTA < 7
                          ADD 1 TO W-GER-DETR.
           PERFORM LER-CADPSQ THRU LER-CADPSQ-FIM.
       PROCESSA-FIM.
           EXIT.
      *--------------------[ ACUMULO NA TABELA ORDENADA ]---------------
      * PROCURA A CHAVE; SE NAO EXISTE, ABRE ESPACO NA POSICAO DA
      * PRIMEIRA CHAVE MAIOR, DESLOCANDO O RESTO DA TABELA UMA
      * POSICAO PARA BAIXO (MESMA ROTINA DO AGD037).
       ACUMULA.
           MOVE ZEROS TO W-IDX.
       ACUMULA-LOOP.
           ADD 1 TO W-IDX
           IF W-IDX > W-QTD-NPS
                GO TO ACUMULA-NOVO.
           IF W-TN-CHAVE (W-IDX) = W-CHV-NOVA
                GO TO ACUMULA-SOMA.
           IF W-TN-CHAVE (W-IDX) > W-CHV-NOVA
                GO TO ACUMULA-NOVO.
           GO TO ACUMULA-LOOP.
       ACUMULA-NOVO.
           IF W-QTD-NPS = 2000
                DISPLAY "TABELA DO NPS CHEIA - CODIGO " W-CN-CODIGO
                                         " FORA DOS TOTAIS"
                GO TO ACUMULA-FIM.
           MOVE W-QTD-NPS TO W-IDX2.
       ACUMULA-DESLOCA.
           IF W-IDX2 < W-IDX
                GO TO ACUMULA-GRAVA.
           COMPUTE W-IDX3 = W-IDX2 + 1
           MOVE W-TAB-NPS-ITEM (W-IDX2) TO W-TAB-NPS-ITEM (W-IDX3)
           SUBTRACT 1 FROM W-IDX2
           GO TO ACUMULA-DESLOCA.
       ACUMULA-GRAVA.
           ADD 1 TO W-QTD-NPS
           MOVE W-CHV-NOVA TO W-TN-CHAVE (W-IDX)
           MOVE ZEROS TO W-TN-ENV (W-IDX) W-TN-RESP (W-IDX)
                         W-TN-PROM (W-IDX) W-TN-DETR (W-IDX).
      * NOTA 9 OU 10 = PROMOTOR; 0 A 6 = DETRATOR; 7 E 8 = NEUTRO
       ACUMULA-SOMA.
           ADD 1 TO W-TN-ENV (W-IDX)
           IF NOT PQ-RESPONDIDA
                GO TO ACUMULA-FIM.
           ADD 1 TO W-TN-RESP (W-IDX)
           IF PQ-NOTA > 8
                ADD 1 TO W-TN-PROM (W-IDX)
           ELSE
                IF PQ-NOTA < 7
                     ADD 1 TO W-TN-DETR (W-IDX).
       ACUMULA-FIM.
           EXIT.
      *--------------------[ IMPRESSAO DAS TRES SECOES ]----------------
       IMPRIME.
           MOVE SPACES TO W-ANT-TIPO
           MOVE ZEROS TO W-IDX.
       IMPRIME-LOOP.
           ADD 1 TO W-IDX
           IF W-IDX > W-QTD-NPS
                GO TO IMPRIME-GERAL.
           IF W-TN-TIPO (W-IDX) NOT = W-ANT-TIPO
                PERFORM ABRE-SECAO THRU ABRE-SECAO-FIM.
           PERFORM IMPRIME-GRUPO THRU IMPRIME-GRUPO-FIM
           GO TO IMPRIME-LOOP.
      * TOTAL DA CLINICA NO MES, NA MESMA LINHA DE DETALHE
       IMPRIME-GERAL.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-GERAL TO W-CNT
           MOVE ZEROS TO LD-CODIGO
           MOVE "TOTAL DA CLINICA" TO LD-NOME
           PERFORM LINHA-NPS THRU LINHA-NPS-FIM.
       IMPRIME-FIM.
           EXIT.
      *--------------------[ CABECALHO DA SECAO ]-----------------------
       ABRE-SECAO.
           MOVE W-TN-TIPO (W-IDX) TO W-ANT-TIPO
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           IF W-ANT-TIPO = "1"
                WRITE LINHA-REL FROM LINHA-SEC1
           ELSE
                IF W-ANT-TIPO = "2"
                     WRITE LINHA-REL FROM LINHA-SEC2
                ELSE
                     WRITE LINHA-REL FROM LINHA-SEC3.
           MOVE ALL "-" TO LINHA-REL
           WRITE LINHA-REL
           WRITE LINHA-REL FROM LINHA-CAB.
       ABRE-SECAO-FIM.
           EXIT.
      *--------------------[ LINHA DE UM MEDICO/ESPEC./UNIDADE ]--------
       IMPRIME-GRUPO.
           MOVE W-TN-ENV (W-IDX) TO W-CNT-ENV
           MOVE W-TN-RESP (W-IDX) TO W-CNT-RESP
           MOVE W-TN-PROM (W-IDX) TO W-CNT-PROM
           MOVE W-TN-DETR (W-IDX) TO W-CNT-DETR
           MOVE W-TN-CODIGO (W-IDX) TO LD-CODIGO
           IF W-ANT-TIPO = "3"
                MOVE "UNIDADE" TO LD-NOME
                GO TO IMPRIME-GRUPO-IMP.
           IF W-ANT-TIPO = "2"
                GO TO IMPRIME-GRUPO-ESP.
           MOVE W-TN-CODIGO (W-IDX) TO CRM
           READ CADMED
                INVALID KEY
                     MOVE "MEDICO NAO CADASTRADO" TO NOME.
           MOVE NOME TO LD-NOME
           GO TO IMPRIME-GRUPO-IMP.
       IMPRIME-GRUPO-ESP.
           MOVE W-TN-CODIGO (W-IDX) TO EESPEC
           READ CADESP
                INVALID KEY
                     MOVE "ESPEC. NAO CADASTRADA" TO ETXESPEC.
           MOVE ETXESPEC TO LD-NOME.
       IMPRIME-GRUPO-IMP.
           PERFORM LINHA-NPS THRU LINHA-NPS-FIM.
       IMPRIME-GRUPO-FIM.
           EXIT.
      *--------------------[ TAXA DE RESPOSTA E NPS DA LINHA ]----------
      * NPS = (PROMOTORES - DETRATORES) * 100 / RESPONDIDAS, DE -100 A
      * +100. SEM RESPOSTA NO MES O NPS SAI ZERO.
       LINHA-NPS.
           MOVE ZEROS TO W-TAXA W-NPS
           IF W-CNT-ENV NOT = ZEROS
                COMPUTE W-TAXA ROUNDED =
                        (W-CNT-RESP * 100) / W-CNT-ENV.
           IF W-CNT-RESP NOT = ZEROS
                COMPUTE W-NPS ROUNDED =
                   ((W-CNT-PROM - W-CNT-DETR) * 100) / W-CNT-RESP.
           MOVE W-CNT-ENV TO LD-ENV
           MOVE W-CNT-RESP TO LD-RESP
           MOVE W-TAXA TO LD-TAXA
           MOVE W-CNT-PROM TO LD-PROM
           MOVE W-CNT-DETR TO LD-DETR
           MOVE W-NPS TO LD-NPS
           WRITE LINHA-REL FROM LINHA-DET.
       LINHA-NPS-FIM.
           EXIT.
      *--------------------[ LISTA DAS NOTAS BAIXAS ]-------------------
      * SEGUNDA PASSADA NO CADPSQ: AS RESPONDIDAS DO MES COM NOTA DE
      * 0 A 6, NA ORDEM DA CHAVE (MEDICO, DATA E HORA DA CONSULTA).
       BAIXAS.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           WRITE LINHA-REL FROM LINHA-SEC4
           MOVE ALL "-" TO LINHA-REL
           WRITE LINHA-REL
           WRITE LINHA-REL FROM LINHA-CABB
           MOVE LOW-VALUES TO PQ-CHAVE
           START CADPSQ KEY IS NOT LESS THAN PQ-CHAVE
                INVALID KEY
                     GO TO BAIXAS-TOTAL.
       BAIXAS-LOOP.
           READ CADPSQ NEXT
                AT END
                     GO TO BAIXAS-TOTAL.
           MOVE PQ-DATA (1:6) TO W-MES-CONS
           IF W-MES-CONS NOT = W-MES-REF OR NOT PQ-RESPONDIDA
                GO TO BAIXAS-LOOP.
           IF PQ-NOTA > 6
                GO TO BAIXAS-LOOP.
           MOVE PQ-PACCOD TO PAC-CODIGO
           READ CADPAC
                INVALID KEY
                     MOVE "PACIENTE NAO CADASTRADO" TO PAC-NOME.
           MOVE PQ-CRM TO LB-CRM
           MOVE PQ-DATA TO LB-DATA
           MOVE PQ-HORA TO LB-HORA
           MOVE PQ-PACCOD TO LB-PACCOD
           MOVE PAC-NOME TO LB-PACIENTE
           MOVE PQ-NOTA TO LB-NOTA
           MOVE PQ-COMENT TO LB-COMENT
           WRITE LINHA-REL FROM LINHA-BAIXA
           ADD 1 TO W-TOT-BAIXAS
           GO TO BAIXAS-LOOP.
       BAIXAS-TOTAL.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-TOT-BAIXAS TO LR-BAIXAS
           WRITE LINHA-REL FROM LINHA-RODAPE.
       BAIXAS-FIM.
           EXIT.
      *--------------------[ ENCERRAMENTO ]-----------------------------
       ROT-FIM.
           DISPLAY "PESQUISAS LIDAS NO CADPSQ : " W-TOT-LIDOS
           DISPLAY "ENVIADAS NO MES           : " W-GER-ENV
           DISPLAY "RESPONDIDAS NO MES        : " W-GER-RESP
           DISPLAY "NOTAS BAIXAS NO MES       : " W-TOT-BAIXAS
           CLOSE CADPSQ CADMED CADESP CADPAC RELNPS.
       ROT-FIM-FIM.
           EXIT.
