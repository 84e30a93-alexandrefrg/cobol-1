       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGD037.
       AUTHOR. ANGELO LOTIERZO FILHO.
      ********************************************************
      * RELATORIO MENSAL DE MORBIDADE (CID-10)                *
      * CONTA AS CONSULTAS REALIZADAS NO MES DE REFERENCIA    *
      * PELO DIAGNOSTICO PRINCIPAL (AG-CID, INFORMADO NO      *
      * AGD001) POR CAPITULO E CODIGO DA CID-10, EM DUAS      *
      * SECOES: POR ESPECIALIDADE DO MEDICO (CADMED/CADESP) E *
      * POR UNIDADE DA CONSULTA (UNIDADE ZEROS CONTA NA SEDE, *
      * COMO NO AGD009). A DESCRICAO E O CAPITULO VEM DA      *
      * TABELA CADCID (SMP035); REALIZADA SEM CID SAI NA      *
      * LINHA "SEM CID INFORMADO". ATENDE A COMISSAO DE       *
      * EPIDEMIOLOGIA DO HOSPITAL. RODA NO FECHAMENTO MENSAL  *
      * (CADMES, PASSO MRB042).                               *
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
                    SELECT CADCID ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CI-CODIGO
                    FILE STATUS  IS ST-ERRO4.
                    SELECT RELMRB ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO5.
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
       FD CADCID
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCID.DAT".
           COPY CIDREG.
      *
       FD RELMRB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELMRB.LST".
       01 LINHA-REL             PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-ERRO     PIC X(02) VALUE "00".
       01 ST-ERRO2   PIC X(02) VALUE "00".
       01 ST-ERRO3   PIC X(02) VALUE "00".
       01 ST-ERRO4   PIC X(02) VALUE "00".
       01 ST-ERRO5   PIC X(02) VALUE "00".
       01 W-FIM-CADAGD   PIC X(01) VALUE "N".
           88 FIM-CADAGD             VALUE "S".
       01 W-CID-DISPON    PIC X(01) VALUE "N".
       01 W-MES-REF         PIC 9(06) VALUE ZEROS.
       01 W-MES-CONS       PIC 9(06) VALUE ZEROS.
       01 W-TOT-LIDOS       PIC 9(06) VALUE ZEROS.
       01 W-TOT-REAL        PIC 9(06) VALUE ZEROS.
       01 W-TOT-SEMCID     PIC 9(06) VALUE ZEROS.
       01 W-TOT-CAP          PIC 9(06) VALUE ZEROS.
       01 W-TOT-GRP          PIC 9(06) VALUE ZEROS.
       01 W-IDX                 PIC 9(04) VALUE ZEROS.
       01 W-IDX2               PIC 9(04) VALUE ZEROS.
       01 W-IDX3               PIC 9(04) VALUE ZEROS.
       01 W-ESPEC             PIC 9(02) VALUE ZEROS.
       01 W-UNI                 PIC 9(02) VALUE ZEROS.
       01 W-CAP                 PIC 9(02) VALUE ZEROS.
       01 W-ANT-TIPO         PIC X(01) VALUE SPACES.
       01 W-ANT-GRUPO       PIC 9(02) VALUE ZEROS.
       01 W-ANT-CAP          PIC 9(02) VALUE ZEROS.
      *
      * CHAVE DE ACUMULO: TIPO ("E" = ESPECIALIDADE, "U" = UNIDADE)
      * + CODIGO DO GRUPO + CAPITULO + CID. A TABELA E MANTIDA EM
      * ORDEM DE CHAVE NA INCLUSAO (VIDE ACUMULA), ENTAO A IMPRESSAO
      * E UMA PASSADA UNICA COM QUEBRA POR GRUPO E CAPITULO.
      *
       01 W-CHV-NOVA.
            03 W-CN-TIPO          PIC X(01).
            03 W-CN-GRUPO        PIC 9(02).
            03 W-CN-CAP           PIC 9(02).
            03 W-CN-CID           PIC X(04).
       01 W-QTD-MRB          PIC 9(04) VALUE ZEROS.
       01 W-TAB-MRB.
            03 W-TAB-MRB-ITEM OCCURS 3000 TIMES.
                 05 W-TM-CHAVE.
                      07 W-TM-TIPO      PIC X(01).
                      07 W-TM-GRUPO    PIC 9(02).
                      07 W-TM-CAP       PIC 9(02).
                      07 W-TM-CID       PIC X(04).
                 05 W-TM-QTD          PIC 9(06).
      *
      * CAPITULOS DA CID-10 EM ALGARISMOS ROMANOS (1 A 22)
      *
       01 W-TAB-ROM-VAL.
            03 FILLER          PIC X(05) VALUE "I".
            03 FILLER          PIC X(05) VALUE "II".
            03 FILLER          PIC X(05) VALUE "III".
            03 FILLER          PIC X(05) VALUE "IV".
            03 FILLER          PIC X(05) VALUE "V".
            03 FILLER          PIC X(05) VALUE "VI".
            03 FILLER          PIC X(05) VALUE "VII".
            03 FILLER          PIC X(05) VALUE "VIII".
            03 FILLER          PIC X(05) VALUE "IX".
            03 FILLER          PIC X(05) VALUE "X".
            03 FILLER          PIC X(05) VALUE "XI".
            03 FILLER          PIC X(05) VALUE "XII".
            03 FILLER          PIC X(05) VALUE "XIII".
            03 FILLER          PIC X(05) VALUE "XIV".
            03 FILLER          PIC X(05) VALUE "XV".
            03 FILLER          PIC X(05) VALUE "XVI".
            03 FILLER          PIC X(05) VALUE "XVII".
            03 FILLER          PIC X(05) VALUE "XVIII".
            03 FILLER          PIC X(05) VALUE "XIX".
            03 FILLER          PIC X(05) VALUE "XX".
            03 FILLER          PIC X(05) VALUE "XXI".
            03 FILLER          PIC X(05) VALUE "XXII".
       01 W-TAB-ROM REDEFINES W-TAB-ROM-VAL.
            03 W-TROM             PIC X(05) OCCURS 22 TIMES.
      *
       01 LINHA-TITULO.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(44)
                    VALUE "MORBIDADE MENSAL (CID-10) - MES REF. :".
            03 LT-MES           PIC 9(06).
       01 LINHA-SEC1.
            03 FILLER          PIC X(40)
                    VALUE "CONSULTAS REALIZADAS POR ESPECIALIDADE".
       01 LINHA-SEC2.
            03 FILLER          PIC X(40)
                    VALUE "CONSULTAS REALIZADAS POR UNIDADE".
       01 LINHA-GRUPO.
            03 LG-ROTULO        PIC X(16).
            03 LG-CODIGO        PIC Z9.
            03 FILLER          PIC X(03) VALUE " - ".
            03 LG-NOME          PIC X(30).
       01 LINHA-CAP.
            03 FILLER          PIC X(03) VALUE SPACES.
            03 FILLER          PIC X(09) VALUE "CAPITULO ".
            03 LC-CAP           PIC X(14).
       01 LINHA-DET.
            03 FILLER          PIC X(06) VALUE SPACES.
            03 LD-CID           PIC X(05).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 LD-DESCR         PIC X(50).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 LD-QTD           PIC ZZZ.ZZ9.
       01 LINHA-TOTCAP.
            03 FILLER          PIC X(13) VALUE SPACES.
            03 FILLER          PIC X(52) VALUE "TOTAL DO CAPITULO".
            03 LTC-QTD          PIC ZZZ.ZZ9.
       01 LINHA-TOTGRP.
            03 FILLER          PIC X(03) VALUE SPACES.
            03 LTG-ROTULO       PIC X(62).
            03 LTG-QTD          PIC ZZZ.ZZ9.
       01 LINHA-RODAPE.
            03 FILLER  PIC X(34)
                    VALUE "CONSULTAS REALIZADAS NO MES    : ".
            03 LR-REAL          PIC ZZZ.ZZ9.
       01 LINHA-RODAPE2.
            03 FILLER  PIC X(34)
                    VALUE "REALIZADAS SEM CID INFORMADO   : ".
            03 LR-SEMCID        PIC ZZZ.ZZ9.
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
                GOBACK.
           OPEN INPUT CADAGD
           IF ST-ERRO NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO CADAGD - ST=" ST-ERRO
                GOBACK.
           OPEN INPUT CADMED
           IF ST-ERRO2 NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO CADMED - ST=" ST-ERRO2
                GOBACK.
           OPEN INPUT CADESP
           IF ST-ERRO3 NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO CADESP - ST=" ST-ERRO3
                GOBACK.
      * SEM A TABELA CID-10 O RELATORIO SAI COM OS CODIGOS, SEM
      * DESCRICAO E TODOS NO GRUPO "SEM CAPITULO".
           OPEN INPUT CADCID
           IF ST-ERRO4 = "00"
                MOVE "S" TO W-CID-DISPON
           ELSE
                DISPLAY "CADCID INDISPONIVEL - ST=" ST-ERRO4
                        " - RELATORIO SEM DESCRICOES"
                MOVE "N" TO W-CID-DISPON.
           OPEN OUTPUT RELMRB
           IF ST-ERRO5 NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO RELMRB - ST=" ST-ERRO5
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
      * SO AS REALIZADAS DO MES. CADA UMA CONTA UMA VEZ NA SECAO DE
      * ESPECIALIDADE E UMA VEZ NA SECAO DE UNIDADE.
       PROCESSA.
           ADD 1 TO W-TOT-LIDOS
           COMPUTE W-MES-CONS = (AG-ANOCONS * 100) + AG-MESCONS
           IF W-MES-CONS NOT = W-MES-REF OR NOT AG-REALIZADA
                PERFORM LER-CADAGD THRU LER-CADAGD-FIM
                GO TO PROCESSA-FIM.
           ADD 1 TO W-TOT-REAL
           MOVE AG-CRM TO CRM
           READ CADMED
                INVALID KEY
                     MOVE ZEROS TO ESPEC.
           MOVE ESPEC TO W-ESPEC
           MOVE AG-UNIDADE TO W-UNI
           IF W-UNI = ZEROS OR W-UNI > 10
                MOVE 01 TO W-UNI.
           PERFORM ACHA-CAP THRU ACHA-CAP-FIM
           MOVE "E" TO W-CN-TIPO
           MOVE W-ESPEC TO W-CN-GRUPO
           MOVE W-CAP TO W-CN-CAP
           MOVE AG-CID TO W-CN-CID
           PERFORM ACUMULA THRU ACUMULA-FIM
           MOVE "U" TO W-CN-TIPO
           MOVE W-UNI TO W-CN-GRUPO
           PERFORM ACUMULA THRU ACUMULA-FIM
           PERFORM LER-CADAGD THRU LER-CADAGD-FIM.
       PROCESSA-FIM.
           EXIT.
      *--------------------[ CAPITULO DO CID DA CONSULTA ]--------------
       ACHA-CAP.
           MOVE ZEROS TO W-CAP
           IF AG-CID = SPACES
                ADD 1 TO W-TOT-SEMCID
                GO TO ACHA-CAP-FIM.
           IF W-CID-DISPON NOT = "S"
                GO TO ACHA-CAP-FIM.
           MOVE AG-CID TO CI-CODIGO
           READ CADCID
                INVALID KEY
                     GO TO ACHA-CAP-FIM.
           MOVE CI-CAPITULO TO W-CAP.
       ACHA-CAP-FIM.
           EXIT.
      *--------------------[ ACUMULO NA TABELA ORDENADA ]---------------
      * PROCURA A CHAVE; SE NAO EXISTE, ABRE ESPACO NA POSICAO DA
      * PRIMEIRA CHAVE MAIOR, DESLOCANDO O RESTO DA TABELA UMA
      * POSICAO PARA BAIXO.
       ACUMULA.
           MOVE ZEROS TO W-IDX.
       ACUMULA-LOOP.
           ADD 1 TO W-IDX
           IF W-IDX > W-QTD-MRB
                GO TO ACUMULA-NOVO.
           IF W-TM-CHAVE (W-IDX) = W-CHV-NOVA
                ADD 1 TO W-TM-QTD (W-IDX)
                GO TO ACUMULA-FIM.
           IF W-TM-CHAVE (W-IDX) > W-CHV-NOVA
                GO TO ACUMULA-NOVO.
           GO TO ACUMULA-LOOP.
       ACUMULA-NOVO.
           IF W-QTD-MRB = 3000
                DISPLAY "TABELA DE MORBIDADE CHEIA - CID " W-CN-CID
                                         " FORA DOS TOTAIS"
                GO TO ACUMULA-FIM.
           MOVE W-QTD-MRB TO W-IDX2.
       ACUMULA-DESLOCA.
           IF W-IDX2 < W-IDX
                GO TO ACUMULA-GRAVA.
           COMPUTE W-IDX3 = W-IDX2 + 1
           MOVE W-TAB-MRB-ITEM (W-IDX2) TO W-TAB-MRB-ITEM (W-IDX3)
           SUBTRACT 1 FROM W-IDX2
           GO TO ACUMULA-DESLOCA.
       ACUMULA-GRAVA.
           ADD 1 TO W-QTD-MRB
           MOVE W-CHV-NOVA TO W-TM-CHAVE (W-IDX)
           MOVE 1 TO W-TM-QTD (W-IDX).
       ACUMULA-FIM.
           EXIT.
      *--------------------[ IMPRESSAO DO RELATORIO ]-------------------
      * UMA PASSADA NA TABELA COM QUEBRA POR SECAO (TIPO), GRUPO
      * (ESPECIALIDADE OU UNIDADE) E CAPITULO.
       IMPRIME.
           MOVE SPACES TO W-ANT-TIPO
           MOVE ZEROS TO W-IDX.
       IMPRIME-LOOP.
           ADD 1 TO W-IDX
           IF W-IDX > W-QTD-MRB
                GO TO IMPRIME-ULTIMO.
           IF W-TM-TIPO (W-IDX) = W-ANT-TIPO
              AND W-TM-GRUPO (W-IDX) = W-ANT-GRUPO
                GO TO IMPRIME-TESTA-CAP.
           IF W-ANT-TIPO NOT = SPACES
                PERFORM FECHA-CAP THRU FECHA-CAP-FIM
                PERFORM FECHA-GRUPO THRU FECHA-GRUPO-FIM.
           IF W-TM-TIPO (W-IDX) NOT = W-ANT-TIPO
                PERFORM ABRE-SECAO THRU ABRE-SECAO-FIM.
           PERFORM ABRE-GRUPO THRU ABRE-GRUPO-FIM
           PERFORM ABRE-CAP THRU ABRE-CAP-FIM
           GO TO IMPRIME-DETALHE.
       IMPRIME-TESTA-CAP.
           IF W-TM-CAP (W-IDX) NOT = W-ANT-CAP
                PERFORM FECHA-CAP THRU FECHA-CAP-FIM
                PERFORM ABRE-CAP THRU ABRE-CAP-FIM.
       IMPRIME-DETALHE.
           PERFORM IMPRIME-CID THRU IMPRIME-CID-FIM
           GO TO IMPRIME-LOOP.
       IMPRIME-ULTIMO.
           IF W-ANT-TIPO NOT = SPACES
                PERFORM FECHA-CAP THRU FECHA-CAP-FIM
                PERFORM FECHA-GRUPO THRU FECHA-GRUPO-FIM.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-TOT-REAL TO LR-REAL
           WRITE LINHA-REL FROM LINHA-RODAPE
           MOVE W-TOT-SEMCID TO LR-SEMCID
           WRITE LINHA-REL FROM LINHA-RODAPE2.
       IMPRIME-FIM.
           EXIT.
      *--------------------[ CABECALHO DA SECAO ]-----------------------
       ABRE-SECAO.
           MOVE W-TM-TIPO (W-IDX) TO W-ANT-TIPO
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           IF W-ANT-TIPO = "E"
                WRITE LINHA-REL FROM LINHA-SEC1
           ELSE
                WRITE LINHA-REL FROM LINHA-SEC2.
           MOVE ALL "-" TO LINHA-REL
           WRITE LINHA-REL.
       ABRE-SECAO-FIM.
           EXIT.
      *--------------------[ CABECALHO DO GRUPO ]-----------------------
       ABRE-GRUPO.
           MOVE W-TM-GRUPO (W-IDX) TO W-ANT-GRUPO
           MOVE ZEROS TO W-TOT-GRP
           MOVE W-ANT-GRUPO TO LG-CODIGO
           IF W-ANT-TIPO = "U"
                MOVE "UNIDADE       : " TO LG-ROTULO
                MOVE SPACES TO LG-NOME
                GO TO ABRE-GRUPO-IMP.
           MOVE "ESPECIALIDADE : " TO LG-ROTULO
           MOVE W-ANT-GRUPO TO EESPEC
           READ CADESP
                INVALID KEY  MOVE "ESPEC. NAO CADASTRADA" TO LG-NOME
                NOT INVALID KEY MOVE ETXESPEC TO LG-NOME.
       ABRE-GRUPO-IMP.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           WRITE LINHA-REL FROM LINHA-GRUPO.
       ABRE-GRUPO-FIM.
           EXIT.
      *--------------------[ CABECALHO DO CAPITULO ]--------------------
       ABRE-CAP.
           MOVE W-TM-CAP (W-IDX) TO W-ANT-CAP
           MOVE ZEROS TO W-TOT-CAP
           IF W-ANT-CAP > 0 AND W-ANT-CAP < 23
                MOVE W-TROM (W-ANT-CAP) TO LC-CAP
           ELSE
                MOVE "(SEM CAPITULO)" TO LC-CAP.
           WRITE LINHA-REL FROM LINHA-CAP.
       ABRE-CAP-FIM.
           EXIT.
      *--------------------[ LINHA DE UM CODIGO ]-----------------------
       IMPRIME-CID.
           MOVE SPACES TO LD-CID LD-DESCR
           IF W-TM-CID (W-IDX) = SPACES
                MOVE "-" TO LD-CID
                MOVE "SEM CID INFORMADO" TO LD-DESCR
                GO TO IMPRIME-CID-IMP.
           MOVE W-TM-CID (W-IDX) TO LD-CID
           IF W-CID-DISPON NOT = "S"
                GO TO IMPRIME-CID-IMP.
           MOVE W-TM-CID (W-IDX) TO CI-CODIGO
           READ CADCID
                INVALID KEY  MOVE "CID NAO CADASTRADO" TO LD-DESCR
                NOT INVALID KEY MOVE CI-DESCR TO LD-DESCR.
       IMPRIME-CID-IMP.
           MOVE W-TM-QTD (W-IDX) TO LD-QTD
           WRITE LINHA-REL FROM LINHA-DET
           ADD W-TM-QTD (W-IDX) TO W-TOT-CAP W-TOT-GRP.
       IMPRIME-CID-FIM.
           EXIT.
      *--------------------[ TOTAL DO CAPITULO ]------------------------
       FECHA-CAP.
           MOVE W-TOT-CAP TO LTC-QTD
           WRITE LINHA-REL FROM LINHA-TOTCAP.
       FECHA-CAP-FIM.
           EXIT.
      *--------------------[ TOTAL DO GRUPO ]---------------------------
       FECHA-GRUPO.
           IF W-ANT-TIPO = "E"
                MOVE "TOTAL DA ESPECIALIDADE" TO LTG-ROTULO
           ELSE
                MOVE "TOTAL DA UNIDADE" TO LTG-ROTULO.
           MOVE W-TOT-GRP TO LTG-QTD
           WRITE LINHA-REL FROM LINHA-TOTGRP.
       FECHA-GRUPO-FIM.
           EXIT.
      *--------------------[ ENCERRAMENTO ]-----------------------------
       ROT-FIM.
           DISPLAY "CONSULTAS LIDAS NO CADAGD : " W-TOT-LIDOS
           DISPLAY "REALIZADAS NO MES         : " W-TOT-REAL
           DISPLAY "REALIZADAS SEM CID        : " W-TOT-SEMCID
           IF W-CID-DISPON = "S"
                CLOSE CADCID.
           CLOSE CADAGD CADMED CADESP RELMRB.
       ROT-FIM-FIM.
           EXIT.
