       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGD046.
       AUTHOR. ANGELO LOTIERZO FILHO.
      ********************************************************
      * EXTRACAO DIARIA DA PESQUISA DE SATISFACAO             *
      * GERA O ARQUIVO PLANO PESQUISA.DAT PARA O FORNECEDOR   *
      * DA PESQUISA COM AS CONSULTAS REALIZADAS NA DATA DE    *
      * REFERENCIA (SYSIN AAAAMMDD - ZEROS = VESPERA):        *
      * CONTATO DO PACIENTE (CADPAC), MEDICO (CADMED),        *
      * ESPECIALIDADE (CADESP) E UNIDADE DA CONSULTA. FICAM   *
      * DE FORA O PACIENTE QUE RECUSOU CONTATO (PAC-CONTATO = *
      * N), O SEM TELEFONE E O JA PESQUISADO HA MENOS DE      *
      * PAR-PESQ-DIAS DIAS (CADPAR, SMP017 - SEM O CAMPO      *
      * VALEM 90 DIAS). CADA ENVIO E GRAVADO NO CADPSQ, CUJA  *
      * CHAVE VAI NO ARQUIVO E VOLTA NAS RESPOSTAS (AGD047).  *
      * CONSULTA JA EXTRAIDA NAO SAI DE NOVO NA REEXECUCAO DA *
      * DATA. RODA NO CADNITE (PASSO PSQ066).                 *
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
                    SELECT CADPAC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PAC-CODIGO
                    FILE STATUS  IS ST-ERRO4
                    ALTERNATE RECORD KEY IS PAC-NOME
                                                      WITH DUPLICATES
                    ALTERNATE RECORD KEY IS PAC-RESP
                                                      WITH DUPLICATES.
                    SELECT CADPSQ ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PQ-CHAVE
                    FILE STATUS  IS ST-ERRO5
                    ALTERNATE RECORD KEY IS PQ-PACCOD
                                                      WITH DUPLICATES.
                    SELECT PESQUISA ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO6.
                    SELECT RELPSQ ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO7.
                    SELECT CADPAR ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRPAR.
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
       FD CADPAC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPAC.DAT".
           COPY PACREG.
      *
       FD CADPSQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPSQ.DAT".
           COPY PSQREG.
      *
      * INTERFACE COM O FORNECEDOR DA PESQUISA - UMA LINHA POR
      * CONSULTA. PE-ID E A CHAVE DO CADPSQ (CRM + AAAAMMDD + HHMM)
      * E VOLTA NO PSQRET.DAT COM A NOTA (VIDE AGD047).
      *
       FD PESQUISA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PESQUISA.DAT".
       01 REG-PESQUISA.
            03 PE-ID            PIC 9(18).
            03 PE-PACIENTE    PIC X(30).
            03 PE-FONE          PIC X(15).
            03 PE-DATA          PIC 9(08).
            03 PE-HORA          PIC 9(04).
            03 PE-MEDICO       PIC X(30).
            03 PE-ESPEC         PIC X(20).
            03 PE-UNIDADE      PIC 9(02).
      *
       FD RELPSQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELPSQ.LST".
       01 LINHA-REL             PIC X(80).
      *
      * PARAMETROS DO SISTEMA - INTERVALO MINIMO ENTRE PESQUISAS
      *
       FD CADPAR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPAR.DAT".
           COPY PARREG.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-ERRO     PIC X(02) VALUE "00".
       01 ST-ERRO2   PIC X(02) VALUE "00".
       01 ST-ERRO3   PIC X(02) VALUE "00".
       01 ST-ERRO4   PIC X(02) VALUE "00".
       01 ST-ERRO5   PIC X(02) VALUE "00".
       01 ST-ERRO6   PIC X(02) VALUE "00".
       01 ST-ERRO7   PIC X(02) VALUE "00".
       01 ST-ERRPAR  PIC X(02) VALUE "00".
       01 W-FIM-CADAGD   PIC X(01) VALUE "N".
           88 FIM-CADAGD             VALUE "S".
       01 W-PESQ-DIAS      PIC 9(03) VALUE 090.
       01 W-DATA-HOJE      PIC 9(08) VALUE ZEROS.
       01 W-DATA-REF        PIC 9(08) VALUE ZEROS.
       01 W-DATA-CONS      PIC 9(08) VALUE ZEROS.
       01 W-ULT-ENVIO       PIC 9(08) VALUE ZEROS.
       01 W-DIAS              PIC S9(07) VALUE ZEROS.
       01 W-TOT-LIDOS       PIC 9(06) VALUE ZEROS.
       01 W-TOT-REAL        PIC 9(06) VALUE ZEROS.
       01 W-TOT-ENVIO       PIC 9(06) VALUE ZEROS.
       01 W-TOT-RECUSA     PIC 9(06) VALUE ZEROS.
       01 W-TOT-SEMFONE    PIC 9(06) VALUE ZEROS.
       01 W-TOT-INTERV     PIC 9(06) VALUE ZEROS.
       01 W-TOT-JAEXTR     PIC 9(06) VALUE ZEROS.
      *
       01 LINHA-TITULO.
            03 FILLER          PIC X(10) VALUE SPACES.
            03 FILLER          PIC X(38)
                    VALUE "PESQUISA DE SATISFACAO - CONSULTAS DE ".
            03 LT-DATA          PIC 9(08).
       01 LINHA-INTERV.
            03 FILLER          PIC X(10) VALUE SPACES.
            03 FILLER          PIC X(38)
                    VALUE "INTERVALO MINIMO ENTRE PESQUISAS DIAS:".
            03 LI-DIAS          PIC ZZ9.
       01 LINHA-TOT1.
            03 FILLER  PIC X(30) VALUE "CONSULTAS REALIZADAS       : ".
            03 LT1-QTD          PIC ZZZ.ZZ9.
       01 LINHA-TOT2.
            03 FILLER  PIC X(30) VALUE "ENVIADAS AO FORNECEDOR     : ".
            03 LT2-QTD          PIC ZZZ.ZZ9.
       01 LINHA-TOT3.
            03 FILLER  PIC X(30) VALUE "RECUSARAM CONTATO          : ".
            03 LT3-QTD          PIC ZZZ.ZZ9.
       01 LINHA-TOT4.
            03 FILLER  PIC X(30) VALUE "SEM TELEFONE               : ".
            03 LT4-QTD          PIC ZZZ.ZZ9.
       01 LINHA-TOT5.
            03 FILLER  PIC X(30) VALUE "PESQUISADOS NO INTERVALO   : ".
            03 LT5-QTD          PIC ZZZ.ZZ9.
       01 LINHA-TOT6.
            03 FILLER  PIC X(30) VALUE "JA EXTRAIDAS ANTES         : ".
            03 LT6-QTD          PIC ZZZ.ZZ9.
           COPY RESPWS.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           PERFORM ABRIR-ARQ    THRU ABRIR-ARQ-FIM
           PERFORM LER-CADAGD THRU LER-CADAGD-FIM
           PERFORM PROCESSA    THRU PROCESSA-FIM
                    UNTIL FIM-CADAGD
           PERFORM ROT-FIM        THRU ROT-FIM-FIM
           GOBACK.
      *--------------------[ ABERTURA DE ARQUIVOS ]--------------------
      * DATA DE REFERENCIA NO SYSIN - ZEROS = VESPERA DA EXECUCAO. O
      * CADPSQ AINDA NAO CRIADO (PRIMEIRA EXTRACAO) E CRIADO VAZIO.
       ABRIR-ARQ.
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD
           ACCEPT W-DATA-REF
           IF W-DATA-REF = ZEROS
                COMPUTE W-DATA-REF = FUNCTION DATE-OF-INTEGER
                     (FUNCTION INTEGER-OF-DATE (W-DATA-HOJE) - 1).
           PERFORM LER-PARAMETROS THRU LER-PARAMETROS-FIM
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
           OPEN INPUT CADPAC
           IF ST-ERRO4 NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO CADPAC - ST=" ST-ERRO4
                MOVE 8 TO RETURN-CODE
                GOBACK.
           OPEN I-O CADPSQ
           IF ST-ERRO5 = "30" OR ST-ERRO5 = "35"
                OPEN OUTPUT CADPSQ
                CLOSE CADPSQ
                OPEN I-O CADPSQ.
           IF ST-ERRO5 NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO CADPSQ - ST=" ST-ERRO5
                MOVE 8 TO RETURN-CODE
                GOBACK.
           OPEN OUTPUT PESQUISA
           IF ST-ERRO6 NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO PESQUISA - ST=" ST-ERRO6
                MOVE 8 TO RETURN-CODE
                GOBACK.
           OPEN OUTPUT RELPSQ
           IF ST-ERRO7 NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO RELPSQ - ST=" ST-ERRO7
                MOVE 8 TO RETURN-CODE
                GOBACK.
           MOVE W-DATA-REF TO LT-DATA
           WRITE LINHA-REL FROM LINHA-TITULO
           MOVE W-PESQ-DIAS TO LI-DIAS
           WRITE LINHA-REL FROM LINHA-INTERV
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL.
       ABRIR-ARQ-FIM.
           EXIT.
      *------------[ CARGA DOS PARAMETROS DE OPERACAO ]-------------
      * SEM CADPAR, OU CADPAR GRAVADO ANTES DO CAMPO EXISTIR, VALE O
      * INTERVALO HISTORICO DE WORKING-STORAGE (90 DIAS).
       LER-PARAMETROS.
           OPEN INPUT CADPAR
           IF ST-ERRPAR NOT = "00"
                GO TO LER-PARAMETROS-FIM.
           READ CADPAR
                AT END
                     CLOSE CADPAR
                     GO TO LER-PARAMETROS-FIM.
           IF PAR-PESQ-DIAS NUMERIC
                MOVE PAR-PESQ-DIAS TO W-PESQ-DIAS.
           CLOSE CADPAR.
       LER-PARAMETROS-FIM.
           EXIT.
      *--------------------[ LEITURA SEQUENCIAL DO CADAGD ]-------------
       LER-CADAGD.
           READ CADAGD
                AT END MOVE "S" TO W-FIM-CADAGD.
       LER-CADAGD-FIM.
           EXIT.
      *--------------------[ UMA CONSULTA DA AGENDA ]-------------------
      * SO AS REALIZADAS DA DATA DE REFERENCIA, COM PACIENTE DO
      * CADPAC (CONSULTA ANTIGA SEM CODIGO NAO TEM CONTATO).
       PROCESSA.
           ADD 1 TO W-TOT-LIDOS
           COMPUTE W-DATA-CONS = (AG-ANOCONS * 10000)
                               + (AG-MESCONS * 100) + AG-DIACONS
           IF W-DATA-CONS NOT = W-DATA-REF OR NOT AG-REALIZADA
                PERFORM LER-CADAGD THRU LER-CADAGD-FIM
                GO TO PROCESSA-FIM.
           ADD 1 TO W-TOT-REAL
           MOVE AG-CRM TO PQ-CRM
           MOVE W-DATA-CONS TO PQ-DATA
           MOVE AG-HRCONS TO PQ-HORA
           READ CADPSQ
                INVALID KEY
                     GO TO PROCESSA-PAC.
           ADD 1 TO W-TOT-JAEXTR
           PERFORM LER-CADAGD THRU LER-CADAGD-FIM
           GO TO PROCESSA-FIM.
       PROCESSA-PAC.
           MOVE AG-PACCOD TO PAC-CODIGO
           READ CADPAC
                INVALID KEY
                     MOVE SPACES TO PAC-FONE PAC-CONTATO
                     MOVE ZEROS TO PAC-RESP.
           PERFORM BUSCA-FONE-RESP THRU BUSCA-FONE-RESP-FIM
           IF PAC-SEM-CONTATO
                ADD 1 TO W-TOT-RECUSA
                PERFORM LER-CADAGD THRU LER-CADAGD-FIM
                GO TO PROCESSA-FIM.
           IF W-RSP-FONE = SPACES
                ADD 1 TO W-TOT-SEMFONE
                PERFORM LER-CADAGD THRU LER-CADAGD-FIM
                GO TO PROCESSA-FIM.
           PERFORM ULTIMA-PESQ THRU ULTIMA-PESQ-FIM
           IF W-ULT-ENVIO NOT = ZEROS
                COMPUTE W-DIAS = FUNCTION INTEGER-OF-DATE (W-DATA-HOJE)
                               - FUNCTION INTEGER-OF-DATE (W-ULT-ENVIO)
                IF W-DIAS < W-PESQ-DIAS
                     ADD 1 TO W-TOT-INTERV
                     PERFORM LER-CADAGD THRU LER-CADAGD-FIM
                     GO TO PROCESSA-FIM.
           PERFORM ENVIA THRU ENVIA-FIM
           PERFORM LER-CADAGD THRU LER-CADAGD-FIM.
       PROCESSA-FIM.
           EXIT.
      *--------------------[ ULTIMA PESQUISA DO PACIENTE ]--------------
      * MAIOR DATA DE ENVIO ENTRE AS PESQUISAS DO PACIENTE, PELA
      * CHAVE ALTERNADA - ZEROS = NUNCA PESQUISADO.
       ULTIMA-PESQ.
           MOVE ZEROS TO W-ULT-ENVIO
           MOVE AG-PACCOD TO PQ-PACCOD
           START CADPSQ KEY IS EQUAL PQ-PACCOD
                INVALID KEY
                     GO TO ULTIMA-PESQ-FIM.
       ULTIMA-PESQ-LOOP.
           READ CADPSQ NEXT RECORD
                AT END GO TO ULTIMA-PESQ-FIM.
           IF PQ-PACCOD NOT = AG-PACCOD
                GO TO ULTIMA-PESQ-FIM.
           IF PQ-DTENVIO > W-ULT-ENVIO
                MOVE PQ-DTENVIO TO W-ULT-ENVIO.
           GO TO ULTIMA-PESQ-LOOP.
       ULTIMA-PESQ-FIM.
           EXIT.
      *--------------------[ ENVIO DE UMA CONSULTA ]--------------------
       ENVIA.
           MOVE AG-CRM TO CRM
           READ CADMED
                INVALID KEY
                     MOVE "MEDICO NAO CADASTRADO" TO NOME
                     MOVE ZEROS TO ESPEC.
           MOVE ESPEC TO EESPEC
           READ CADESP
                INVALID KEY
                     MOVE "ESPEC. NAO CADASTRADA" TO ETXESPEC.
           MOVE AG-CRM TO PQ-CRM
           MOVE W-DATA-CONS TO PQ-DATA
           MOVE AG-HRCONS TO PQ-HORA
           MOVE AG-PACCOD TO PQ-PACCOD
           MOVE ESPEC TO PQ-ESPEC
           MOVE AG-UNIDADE TO PQ-UNIDADE
           MOVE W-DATA-HOJE TO PQ-DTENVIO
           MOVE "E" TO PQ-SITUACAO
           MOVE ZEROS TO PQ-NOTA PQ-DTRESP
           MOVE SPACES TO PQ-COMENT
           WRITE REGPSQ
           IF ST-ERRO5 NOT = "00" AND ST-ERRO5 NOT = "02"
                DISPLAY "ERRO NA GRAVACAO DO CADPSQ - ST=" ST-ERRO5
                MOVE 8 TO RETURN-CODE
                PERFORM ROT-FIM THRU ROT-FIM-FIM
                GOBACK.
           MOVE PQ-CHAVE TO PE-ID
           MOVE PAC-NOME TO PE-PACIENTE
           MOVE W-RSP-FONE TO PE-FONE
           MOVE W-DATA-CONS TO PE-DATA
           MOVE AG-HRCONS TO PE-HORA
           MOVE NOME TO PE-MEDICO
           MOVE ETXESPEC TO PE-ESPEC
           MOVE AG-UNIDADE TO PE-UNIDADE
           WRITE REG-PESQUISA
           IF ST-ERRO6 NOT = "00"
                DISPLAY "ERRO NA GRAVACAO DO PESQUISA - ST=" ST-ERRO6
                MOVE 8 TO RETURN-CODE
                PERFORM ROT-FIM THRU ROT-FIM-FIM
                GOBACK.
           ADD 1 TO W-TOT-ENVIO.
       ENVIA-FIM.
           EXIT.
           COPY VALRESP.
      *--------------------[ ENCERRAMENTO ]-----------------------------
       ROT-FIM.
           MOVE W-TOT-REAL TO LT1-QTD
           WRITE LINHA-REL FROM LINHA-TOT1
           MOVE W-TOT-ENVIO TO LT2-QTD
           WRITE LINHA-REL FROM LINHA-TOT2
           MOVE W-TOT-RECUSA TO LT3-QTD
           WRITE LINHA-REL FROM LINHA-TOT3
           MOVE W-TOT-SEMFONE TO LT4-QTD
           WRITE LINHA-REL FROM LINHA-TOT4
           MOVE W-TOT-INTERV TO LT5-QTD
           WRITE LINHA-REL FROM LINHA-TOT5
           MOVE W-TOT-JAEXTR TO LT6-QTD
           WRITE LINHA-REL FROM LINHA-TOT6
           DISPLAY "REGISTROS LIDOS DO CADAGD : " W-TOT-LIDOS
           DISPLAY "CONSULTAS REALIZADAS      : " W-TOT-REAL
           DISPLAY "ENVIADAS AO FORNECEDOR    : " W-TOT-ENVIO
           DISPLAY "RECUSARAM CONTATO         : " W-TOT-RECUSA
           DISPLAY "SEM TELEFONE              : " W-TOT-SEMFONE
           DISPLAY "PESQUISADOS NO INTERVALO  : " W-TOT-INTERV
           DISPLAY "JA EXTRAIDAS ANTES        : " W-TOT-JAEXTR
           CLOSE CADAGD CADMED CADESP CADPAC CADPSQ PESQUISA RELPSQ.
       ROT-FIM-FIM.
           EXIT.
