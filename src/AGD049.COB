       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGD049.
       AUTHOR. ANGELO LOTIERZO FILHO.
      ********************************************************
      * RELATORIO MENSAL DE PONTUALIDADE                      *
      * APURA, SOBRE AS CONSULTAS REALIZADAS DO MES DE        *
      * REFERENCIA NO CADAGD, OS HORARIOS REGISTRADOS NO      *
      * BALCAO PELO AGD001 - CHEGADA (AG-HRCHEG), CHAMADA     *
      * PELA LISTA DE CHAMADA (AG-HRCHAM) E TERMINO NA        *
      * MARCACAO DA REALIZADA (AG-HRFIM) - EM TRES SECOES:    *
      * POR MEDICO, POR ESPECIALIDADE E POR UNIDADE (ZEROS    *
      * CONTA NA SEDE, COMO NO AGD048). CADA LINHA TRAZ A     *
      * ESPERA NA SALA (CHEGADA ATE A CHAMADA) MEDIA E PIOR,  *
      * O ATRASO DO MEDICO (CHAMADA DEPOIS DO HORARIO         *
      * MARCADO, OU DA CHEGADA QUANDO O PACIENTE CHEGOU       *
      * ATRASADO) MEDIO E PIOR, E A DURACAO REAL MEDIA        *
      * (CHAMADA ATE O TERMINO) CONTRA A DURACAO PADRAO DA    *
      * ESPECIALIDADE (E-DURACAO, SMP002) - BASE PARA AJUSTAR *
      * O CADESP. TUDO EM MINUTOS. CONSULTA SEM CHAMADA OU    *
      * SEM TERMINO REGISTRADO FICA FORA DA MEDIA             *
      * CORRESPONDENTE E E CONTADA NO RODAPE. RODA NO         *
      * FECHAMENTO MENSAL (CADMES, PASSO PON047).             *
      * DATA CRIACAO : 15/10/2026                             *
      ********************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                    SELECT CADAGD ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS AG-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS AG-PACCOD
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
                    SELECT RELPON ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
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
       FD RELPON
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELPON.LST".
       01 LINHA-REL             PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-ERRO     PIC X(02) VALUE "00".
       01 ST-ERRO2   PIC X(02) VALUE "00".
       01 ST-ERRO3   PIC X(02) VALUE "00".
       01 ST-ERRO4   PIC X(02) VALUE "00".
       01 W-FIM-CADAGD   PIC X(01) VALUE "N".
           88 FIM-CADAGD             VALUE "S".
       01 W-MES-REF         PIC 9(06) VALUE ZEROS.
       01 W-MES-CONS       PIC 9(06) VALUE ZEROS.
       01 W-TOT-LIDOS       PIC 9(06) VALUE ZEROS.
       01 W-TOT-REAL         PIC 9(06) VALUE ZEROS.
       01 W-TOT-SEMCHAM   PIC 9(06) VALUE ZEROS.
       01 W-TOT-SEMFIM     PIC 9(06) VALUE ZEROS.
       01 W-IDX                 PIC 9(04) VALUE ZEROS.
       01 W-IDX2               PIC 9(04) VALUE ZEROS.
       01 W-IDX3               PIC 9(04) VALUE ZEROS.
       01 W-UNI                 PIC 9(02) VALUE ZEROS.
       01 W-ANT-TIPO         PIC X(01) VALUE SPACES.
      *
      * HORARIOS HHMM CONVERTIDOS EM MINUTOS DO DIA
      *
       01 W-HHMM               PIC 9(04) VALUE ZEROS.
       01 W-HHMMX REDEFINES W-HHMM.
            03 W-HHMM-HH      PIC 99.
            03 W-HHMM-MM      PIC 99.
       01 W-MIN-CONS         PIC 9(04) VALUE ZEROS.
       01 W-MIN-CHEG         PIC 9(04) VALUE ZEROS.
       01 W-MIN-CHAM         PIC 9(04) VALUE ZEROS.
       01 W-MIN-FIM           PIC 9(04) VALUE ZEROS.
       01 W-MIN-BASE         PIC 9(04) VALUE ZEROS.
      *
      * MEDIDAS DA CONSULTA EM MINUTOS. W-TEM-CHAM/W-TEM-FIM DIZEM SE
      * A CONSULTA ENTRA NA ESPERA/ATRASO E NA DURACAO.
      *
       01 W-TEM-CHAM         PIC X(01) VALUE "N".
       01 W-TEM-FIM           PIC X(01) VALUE "N".
       01 W-ESPERA             PIC 9(04) VALUE ZEROS.
       01 W-ATRASO             PIC 9(04) VALUE ZEROS.
       01 W-DURACAO           PIC 9(04) VALUE ZEROS.
       01 W-PADRAO             PIC 9(03) VALUE ZEROS.
       01 W-MEDIA               PIC 9(04) VALUE ZEROS.
       01 W-MEDIA-PAD         PIC 9(04) VALUE ZEROS.
       01 W-DIF                  PIC S9(04) VALUE ZEROS.
      *
      * ACUMULADORES DE UMA LINHA DO RELATORIO (GRUPO OU TOTAL GERAL)
      *
       01 W-CNT.
            03 W-CNT-CONS         PIC 9(06).
            03 W-CNT-CHAM         PIC 9(06).
            03 W-CNT-ESP-SOMA    PIC 9(08).
            03 W-CNT-ESP-PIOR    PIC 9(04).
            03 W-CNT-ATR-SOMA    PIC 9(08).
            03 W-CNT-ATR-PIOR    PIC 9(04).
            03 W-CNT-FIM          PIC 9(06).
            03 W-CNT-DUR-SOMA    PIC 9(08).
            03 W-CNT-PAD-SOMA    PIC 9(08).
       01 W-GERAL.
            03 W-GER-CONS         PIC 9(06) VALUE ZEROS.
            03 W-GER-CHAM         PIC 9(06) VALUE ZEROS.
            03 W-GER-ESP-SOMA    PIC 9(08) VALUE ZEROS.
            03 W-GER-ESP-PIOR    PIC 9(04) VALUE ZEROS.
            03 W-GER-ATR-SOMA    PIC 9(08) VALUE ZEROS.
            03 W-GER-ATR-PIOR    PIC 9(04) VALUE ZEROS.
            03 W-GER-FIM          PIC 9(06) VALUE ZEROS.
            03 W-GER-DUR-SOMA    PIC 9(08) VALUE ZEROS.
            03 W-GER-PAD-SOMA    PIC 9(08) VALUE ZEROS.
      *
      * CHAVE DE ACUMULO: TIPO ("1" = MEDICO, "2" = ESPECIALIDADE,
      * "3" = UNIDADE) + CODIGO, EM TABELA MANTIDA EM ORDEM DE CHAVE
      * NA INCLUSAO, COMO NO AGD048.
      *
       01 W-CHV-NOVA.
            03 W-CN-TIPO          PIC X(01).
            03 W-CN-CODIGO       PIC 9(06).
       01 W-QTD-PON          PIC 9(04) VALUE ZEROS.
       01 W-TAB-PON.
            03 W-TAB-PON-ITEM OCCURS 2000 TIMES.
                 05 W-TP-CHAVE.
                      07 W-TP-TIPO      PIC X(01).
                      07 W-TP-CODIGO   PIC 9(06).
                 05 W-TP-CNT.
                      07 W-TP-CONS         PIC 9(06).
                      07 W-TP-CHAM         PIC 9(06).
                      07 W-TP-ESP-SOMA    PIC 9(08).
                      07 W-TP-ESP-PIOR    PIC 9(04).
                      07 W-TP-ATR-SOMA    PIC 9(08).
                      07 W-TP-ATR-PIOR    PIC 9(04).
                      07 W-TP-FIM          PIC 9(06).
                      07 W-TP-DUR-SOMA    PIC 9(08).
                      07 W-TP-PAD-SOMA    PIC 9(08).
      *
       01 LINHA-TITULO.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(44)
                    VALUE "PONTUALIDADE DO ATENDIMENTO - MES REF. :".
            03 LT-MES           PIC 9(06).
            03 FILLER          PIC X(12) VALUE "  (MINUTOS)".
       01 LINHA-SEC1.
            03 FILLER          PIC X(40)
                    VALUE "POR MEDICO".
       01 LINHA-SEC2.
            03 FILLER          PIC X(40)
                    VALUE "POR ESPECIALIDADE".
       01 LINHA-SEC3.
            03 FILLER          PIC X(40)
                    VALUE "POR UNIDADE".
       01 LINHA-CAB1.
            03 FILLER          PIC X(38) VALUE SPACES.
            03 FILLER          PIC X(10) VALUE "-ESPERA-- ".
            03 FILLER          PIC X(10) VALUE "-ATRASO-- ".
            03 FILLER          PIC X(20)
                    VALUE "------DURACAO-------".
       01 LINHA-CAB2.
            03 FILLER          PIC X(25) VALUE "CODIGO NOME".
            03 FILLER          PIC X(06) VALUE " CONS.".
            03 FILLER          PIC X(06) VALUE " CHAM.".
            03 FILLER          PIC X(10) VALUE " MED. PIOR".
            03 FILLER          PIC X(10) VALUE " MED. PIOR".
            03 FILLER          PIC X(06) VALUE " TERM.".
            03 FILLER          PIC X(15) VALUE " REAL PADR  DIF".
       01 LINHA-DET.
            03 LD-CODIGO        PIC ZZZZZ9.
            03 FILLER          PIC X(01) VALUE SPACES.
            03 LD-NOME          PIC X(18).
            03 FILLER          PIC X(01) VALUE SPACES.
            03 LD-CONS          PIC ZZZZ9.
            03 FILLER          PIC X(01) VALUE SPACES.
            03 LD-CHAM          PIC ZZZZ9.
            03 FILLER          PIC X(01) VALUE SPACES.
            03 LD-ESP-MED      PIC ZZZ9.
            03 FILLER          PIC X(01) VALUE SPACES.
            03 LD-ESP-PIOR     PIC ZZZ9.
            03 FILLER          PIC X(01) VALUE SPACES.
            03 LD-ATR-MED      PIC ZZZ9.
            03 FILLER          PIC X(01) VALUE SPACES.
            03 LD-ATR-PIOR     PIC ZZZ9.
            03 FILLER          PIC X(01) VALUE SPACES.
            03 LD-FIM           PIC ZZZZ9.
            03 FILLER          PIC X(01) VALUE SPACES.
            03 LD-DUR-MED      PIC ZZZ9.
            03 FILLER          PIC X(01) VALUE SPACES.
            03 LD-PAD-MED      PIC ZZZ9.
            03 FILLER          PIC X(01) VALUE SPACES.
            03 LD-DIF           PIC -ZZ9.
       01 LINHA-ROD1.
            03 FILLER  PIC X(30) VALUE "REALIZADAS NO MES          : ".
            03 LR-REAL          PIC ZZZ.ZZ9.
       01 LINHA-ROD2.
            03 FILLER  PIC X(30) VALUE "SEM REGISTRO DE CHAMADA    : ".
            03 LR-SEMCHAM      PIC ZZZ.ZZ9.
       01 LINHA-ROD3.
            03 FILLER  PIC X(30) VALUE "SEM HORA DE TERMINO        : ".
            03 LR-SEMFIM        PIC ZZZ.ZZ9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           PERFORM ABRIR-ARQ    THRU ABRIR-ARQ-FIM
           PERFORM LER-CADAGD THRU LER-CADAGD-FIM
           PERFORM PROCESSA    THRU PROCESSA-FIM
                    UNTIL FIM-CADAGD
           PERFORM IMPRIME       THRU IMPRIME-FIM
           PERFORM ROT-FIM        THRU ROT-FIM-FIM
           GOBACK.
      *--------------------[ ABERTURA DE ARQUIVOS ]--------------------
       ABRIR-ARQ.
           DISPLAY "MES DE REFERENCIA (AAAAMM) : "
           ACCEPT W-MES-REF
           IF W-MES-REF = ZEROS
                DISPLAY "MES DE REFERENCIA NAO INFORMADO - FIM"
                MOVE 8 TO RETURN-CODE
                GOBACK.
           OPEN INPUT CADAGD
           IF ST-ERRO NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO CADAGD - ST=" ST-ERRO
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
           OPEN OUTPUT RELPON
           IF ST-ERRO4 NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO RELPON - ST=" ST-ERRO4
                MOVE 8 TO RETURN-CODE
                GOBACK.
           MOVE W-MES-REF TO LT-MES
           WRITE LINHA-REL FROM LINHA-TITULO
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL.
       ABRIR-ARQ-FIM.
           EXIT.
      *--------------------[ LEITURA SEQUENCIAL DO CADAGD ]-------------
       LER-CADAGD.
           READ CADAGD
                AT END MOVE "S" TO W-FIM-CADAGD.
       LER-CADAGD-FIM.
           EXIT.
      *--------------------[ APURACAO DE UMA CONSULTA ]-----------------
      * SO AS REALIZADAS DO MES. ESPERA = CHAMADA - CHEGADA. ATRASO DO
      * MEDICO = CHAMADA - HORARIO MARCADO, CONTADO A PARTIR DA
      * CHEGADA QUANDO O PACIENTE CHEGOU DEPOIS DO HORARIO (O MEDICO
      * NAO RESPONDE PELO ATRASO DO PACIENTE). DURACAO = TERMINO -
      * CHAMADA. HORARIO INCOERENTE (CHAMADA ANTES DA CHEGADA OU
      * TERMINO ANTES DA CHAMADA) CONTA COMO ZERO MINUTOS.
       PROCESSA.
           ADD 1 TO W-TOT-LIDOS
           COMPUTE W-MES-CONS = (AG-ANOCONS * 100) + AG-MESCONS
           IF W-MES-CONS NOT = W-MES-REF OR NOT AG-REALIZADA
                PERFORM LER-CADAGD THRU LER-CADAGD-FIM
                GO TO PROCESSA-FIM.
           ADD 1 TO W-TOT-REAL
           MOVE "N" TO W-TEM-CHAM W-TEM-FIM
           MOVE ZEROS TO W-ESPERA W-ATRASO W-DURACAO
           IF AG-HRCHAM = ZEROS
                ADD 1 TO W-TOT-SEMCHAM
                GO TO PROCESSA-GRUPOS.
           MOVE "S" TO W-TEM-CHAM
           COMPUTE W-MIN-CONS = (AG-HRHH * 60) + AG-HRMM
           MOVE AG-HRCHEG TO W-HHMM
           COMPUTE W-MIN-CHEG = (W-HHMM-HH * 60) + W-HHMM-MM
           MOVE AG-HRCHAM TO W-HHMM
           COMPUTE W-MIN-CHAM = (W-HHMM-HH * 60) + W-HHMM-MM
           IF AG-HRCHEG NOT = ZEROS AND W-MIN-CHAM > W-MIN-CHEG
                COMPUTE W-ESPERA = W-MIN-CHAM - W-MIN-CHEG.
           MOVE W-MIN-CONS TO W-MIN-BASE
           IF W-MIN-CHEG > W-MIN-CONS
                MOVE W-MIN-CHEG TO W-MIN-BASE.
           IF W-MIN-CHAM > W-MIN-BASE
                COMPUTE W-ATRASO = W-MIN-CHAM - W-MIN-BASE.
           IF AG-HRFIM = ZEROS
                ADD 1 TO W-TOT-SEMFIM
                GO TO PROCESSA-GRUPOS.
           MOVE "S" TO W-TEM-FIM
           MOVE AG-HRFIM TO W-HHMM
           COMPUTE W-MIN-FIM = (W-HHMM-HH * 60) + W-HHMM-MM
           IF W-MIN-FIM > W-MIN-CHAM
                COMPUTE W-DURACAO = W-MIN-FIM - W-MIN-CHAM.
       PROCESSA-GRUPOS.
           MOVE AG-CRM TO CRM
           READ CADMED
                INVALID KEY
                     MOVE ZEROS TO ESPEC.
           MOVE ESPEC TO EESPEC
           READ CADESP
                INVALID KEY
                     MOVE ZEROS TO E-DURACAO.
           MOVE E-DURACAO TO W-PADRAO
           MOVE AG-UNIDADE TO W-UNI
           IF W-UNI = ZEROS
                MOVE 01 TO W-UNI.
           MOVE "1" TO W-CN-TIPO
           MOVE AG-CRM TO W-CN-CODIGO
           PERFORM ACUMULA THRU ACUMULA-FIM
           MOVE "2" TO W-CN-TIPO
           MOVE ESPEC TO W-CN-CODIGO
           PERFORM ACUMULA THRU ACUMULA-FIM
           MOVE "3" TO W-CN-TIPO
           MOVE W-UNI TO W-CN-CODIGO
           PERFORM ACUMULA THRU ACUMULA-FIM
           MOVE W-GERAL TO W-CNT
           PERFORM SOMA-CNT THRU SOMA-CNT-FIM
           MOVE W-CNT TO W-GERAL
           PERFORM LER-CADAGD THRU LER-CADAGD-FIM.
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
           IF W-IDX > W-QTD-PON
                GO TO ACUMULA-NOVO.
           IF W-TP-CHAVE (W-IDX) = W-CHV-NOVA
                GO TO ACUMULA-SOMA.
           IF W-TP-CHAVE (W-IDX) > W-CHV-NOVA
                GO TO ACUMULA-NOVO.
           GO TO ACUMULA-LOOP.
       ACUMULA-NOVO.
           IF W-QTD-PON = 2000
                DISPLAY "TABELA DE PONTUALIDADE CHEIA - CODIGO "
                                 W-CN-CODIGO " FORA DOS TOTAIS"
                GO TO ACUMULA-FIM.
           MOVE W-QTD-PON TO W-IDX2.
       ACUMULA-DESLOCA.
           IF W-IDX2 < W-IDX
                GO TO ACUMULA-GRAVA.
           COMPUTE W-IDX3 = W-IDX2 + 1
           MOVE W-TAB-PON-ITEM (W-IDX2) TO W-TAB-PON-ITEM (W-IDX3)
           SUBTRACT 1 FROM W-IDX2
           GO TO ACUMULA-DESLOCA.
       ACUMULA-GRAVA.
           ADD 1 TO W-QTD-PON
           MOVE W-CHV-NOVA TO W-TP-CHAVE (W-IDX)
           MOVE ZEROS TO W-TP-CNT (W-IDX).
       ACUMULA-SOMA.
           MOVE W-TP-CNT (W-IDX) TO W-CNT
           PERFORM SOMA-CNT THRU SOMA-CNT-FIM
           MOVE W-CNT TO W-TP-CNT (W-IDX).
       ACUMULA-FIM.
           EXIT.
      *--------------------[ SOMA DA CONSULTA NOS ACUMULADORES ]-------
       SOMA-CNT.
           ADD 1 TO W-CNT-CONS
           IF W-TEM-CHAM NOT = "S"
                GO TO SOMA-CNT-FIM.
           ADD 1 TO W-CNT-CHAM
           ADD W-ESPERA TO W-CNT-ESP-SOMA
           IF W-ESPERA > W-CNT-ESP-PIOR
                MOVE W-ESPERA TO W-CNT-ESP-PIOR.
           ADD W-ATRASO TO W-CNT-ATR-SOMA
           IF W-ATRASO > W-CNT-ATR-PIOR
                MOVE W-ATRASO TO W-CNT-ATR-PIOR.
           IF W-TEM-FIM NOT = "S"
                GO TO SOMA-CNT-FIM.
           ADD 1 TO W-CNT-FIM
           ADD W-DURACAO TO W-CNT-DUR-SOMA
           ADD W-PADRAO TO W-CNT-PAD-SOMA.
       SOMA-CNT-FIM.
           EXIT.
      *--------------------[ IMPRESSAO DAS TRES SECOES ]----------------
       IMPRIME.
           MOVE SPACES TO W-ANT-TIPO
           MOVE ZEROS TO W-IDX.
       IMPRIME-LOOP.
           ADD 1 TO W-IDX
           IF W-IDX > W-QTD-PON
                GO TO IMPRIME-GERAL.
           IF W-TP-TIPO (W-IDX) NOT = W-ANT-TIPO
                PERFORM ABRE-SECAO THRU ABRE-SECAO-FIM.
           PERFORM IMPRIME-GRUPO THRU IMPRIME-GRUPO-FIM
           GO TO IMPRIME-LOOP.
      * TOTAL DA CLINICA NO MES, NA MESMA LINHA DE DETALHE, E RODAPE
       IMPRIME-GERAL.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-GERAL TO W-CNT
           MOVE ZEROS TO LD-CODIGO
           MOVE "TOTAL DA CLINICA" TO LD-NOME
           PERFORM LINHA-PON THRU LINHA-PON-FIM
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-TOT-REAL TO LR-REAL
           WRITE LINHA-REL FROM LINHA-ROD1
           MOVE W-TOT-SEMCHAM TO LR-SEMCHAM
           WRITE LINHA-REL FROM LINHA-ROD2
           MOVE W-TOT-SEMFIM TO LR-SEMFIM
           WRITE LINHA-REL FROM LINHA-ROD3.
       IMPRIME-FIM.
           EXIT.
      *--------------------[ CABECALHO DA SECAO ]-----------------------
       ABRE-SECAO.
           MOVE W-TP-TIPO (W-IDX) TO W-ANT-TIPO
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
           WRITE LINHA-REL FROM LINHA-CAB1
           WRITE LINHA-REL FROM LINHA-CAB2.
       ABRE-SECAO-FIM.
           EXIT.
      *--------------------[ LINHA DE UM MEDICO/ESPEC./UNIDADE ]--------
       IMPRIME-GRUPO.
           MOVE W-TP-CNT (W-IDX) TO W-CNT
           MOVE W-TP-CODIGO (W-IDX) TO LD-CODIGO
           IF W-ANT-TIPO = "3"
                MOVE "UNIDADE" TO LD-NOME
                GO TO IMPRIME-GRUPO-IMP.
           IF W-ANT-TIPO = "2"
                GO TO IMPRIME-GRUPO-ESP.
           MOVE W-TP-CODIGO (W-IDX) TO CRM
           READ CADMED
                INVALID KEY
                     MOVE "MEDICO NAO CADASTRADO" TO NOME.
           MOVE NOME TO LD-NOME
           GO TO IMPRIME-GRUPO-IMP.
       IMPRIME-GRUPO-ESP.
           MOVE W-TP-CODIGO (W-IDX) TO EESPEC
           READ CADESP
                INVALID KEY
                     MOVE "ESPEC. NAO CADASTRADA" TO ETXESPEC.
           MOVE ETXESPEC TO LD-NOME.
       IMPRIME-GRUPO-IMP.
           PERFORM LINHA-PON THRU LINHA-PON-FIM.
       IMPRIME-GRUPO-FIM.
           EXIT.
      *--------------------[ MEDIAS DA LINHA ]--------------------------
      * ESPERA E ATRASO SOBRE AS CONSULTAS CHAMADAS PELA LISTA; A
      * DURACAO REAL E A PADRAO SOBRE AS QUE TEM TERMINO. DIF = REAL -
      * PADRAO (POSITIVO = CONSULTA MAIS LONGA QUE O CADESP PREVE).
       LINHA-PON.
           MOVE ZEROS TO LD-ESP-MED LD-ATR-MED LD-DUR-MED LD-PAD-MED
                         LD-DIF
           MOVE W-CNT-CONS TO LD-CONS
           MOVE W-CNT-CHAM TO LD-CHAM
           MOVE W-CNT-ESP-PIOR TO LD-ESP-PIOR
           MOVE W-CNT-ATR-PIOR TO LD-ATR-PIOR
           MOVE W-CNT-FIM TO LD-FIM
           IF W-CNT-CHAM = ZEROS
                GO TO LINHA-PON-DUR.
           COMPUTE W-MEDIA ROUNDED = W-CNT-ESP-SOMA / W-CNT-CHAM
           MOVE W-MEDIA TO LD-ESP-MED
           COMPUTE W-MEDIA ROUNDED = W-CNT-ATR-SOMA / W-CNT-CHAM
           MOVE W-MEDIA TO LD-ATR-MED.
       LINHA-PON-DUR.
           IF W-CNT-FIM = ZEROS
                GO TO LINHA-PON-IMP.
           COMPUTE W-MEDIA ROUNDED = W-CNT-DUR-SOMA / W-CNT-FIM
           COMPUTE W-MEDIA-PAD ROUNDED = W-CNT-PAD-SOMA / W-CNT-FIM
           COMPUTE W-DIF = W-MEDIA - W-MEDIA-PAD
           MOVE W-MEDIA TO LD-DUR-MED
           MOVE W-MEDIA-PAD TO LD-PAD-MED
           MOVE W-DIF TO LD-DIF.
       LINHA-PON-IMP.
           WRITE LINHA-REL FROM LINHA-DET.
       LINHA-PON-FIM.
           EXIT.
      *--------------------[ ENCERRAMENTO ]-----------------------------
       ROT-FIM.
           DISPLAY "CONSULTAS LIDAS            : " W-TOT-LIDOS
           DISPLAY "REALIZADAS NO MES         : " W-TOT-REAL
           DISPLAY "SEM REGISTRO DE CHAMADA   : " W-TOT-SEMCHAM
           DISPLAY "SEM HORA DE TERMINO       : " W-TOT-SEMFIM
           CLOSE CADAGD CADMED CADESP RELPON.
       ROT-FIM-FIM.
           EXIT.
