       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGD030.
       AUTHOR. ANGELO LOTIERZO FILHO.
      ********************************************************
      * GERACAO DOS LOTES DE FATURAMENTO TISS POR CONVENIO   *
      * LE O FATVAL.DAT DO MES (GERADO PELO AGD012 NO PASSO  *
      * VAL050) E SEPARA AS CONSULTAS VALORIZADAS POR         *
      * CONVENIO DO CADCON EM LOTES NUMERADOS, UM ARQUIVO     *
      * TISS.CCC.NNNNNN POR CONVENIO: CABECALHO COM O         *
      * PRESTADOR E O CONVENIO, UMA GUIA POR CONSULTA         *
      * (CARTEIRINHA DO CADPAC, CRM, ESPECIALIDADE, DATA,     *
      * VALOR E GUIA DE AUTORIZACAO) E TRAILER COM QUANTIDADE *
      * E TOTAL. O CONTROLE DE LOTES (CADLOT.DAT) NUMERA OS   *
      * LOTES E IMPEDE QUE O MESMO MES SEJA ENVIADO DUAS      *
      * VEZES AO MESMO CONVENIO. PARTICULAR NAO GERA LOTE.    *
      * O RELATORIO DE CONTROLE LISTA CADA LOTE COM SEUS      *
      * TOTAIS E A CONFERENCIA COM OS TOTAIS POR CONVENIO DO  *
      * RELVAL. RODA NO FECHAMENTO MENSAL (CADMES, PASSO      *
      * TIS055, LOGO APOS O VAL050).                          *
      * A GUIA LEVA TAMBEM O CID-10 PRINCIPAL DA CONSULTA     *
      * (TG-CID), EXIGIDO PELAS OPERADORAS.                   *
      * O RETORNO DENTRO DA JANELA DO CONVENIO (FV-RETORNO    *
      * "S", VALOR ZERO) NAO ENTRA NO LOTE - O PLANO NAO PAGA *
      * E GLOSARIA A GUIA.                                    *
      * DATA CRIACAO : 15/10/2026                             *
      ********************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                    SELECT FATVAL ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
                    SELECT CADCON ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CV-CODIGO
                    FILE STATUS  IS ST-ERRO2.
                    SELECT CADPAC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PAC-CODIGO
                    FILE STATUS  IS ST-ERRO3
                    ALTERNATE RECORD KEY IS PAC-NOME
                                                      WITH DUPLICATES
                    ALTERNATE RECORD KEY IS PAC-RESP
                                                      WITH DUPLICATES.
                    SELECT CADLOT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS LT-CHAVE
                    FILE STATUS  IS ST-ERRO4.
                    SELECT LOTTIS ASSIGN TO W-NOME-LOTE
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO5.
                    SELECT RELLOT ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO6.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *
      * INTERFACE VALORIZADA DO MES - MESMO LAYOUT GRAVADO PELO AGD012
      *
       FD FATVAL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "FATVAL.DAT".
       01 REG-FATVAL.
            03 FV-CRM           PIC 9(06).
            03 FV-ESPEC        PIC 9(02).
            03 FV-DATA          PIC 9(08).
            03 FV-HORA          PIC 9(04).
            03 FV-PACCOD       PIC 9(06).
            03 FV-CONV          PIC 9(03).
            03 FV-VALOR        PIC 9(07)V99.
            03 FV-AUTORIZ     PIC X(20).
            03 FV-MODAL        PIC X(01).
            03 FV-PROC          PIC 9(04).
      * CID-10 PRINCIPAL DA CONSULTA (AG-CID) - ESPACOS SE NAO
      * INFORMADO E NOS PROCEDIMENTOS
            03 FV-CID           PIC X(04).
      * "S" = CONSULTA DE RETORNO DENTRO DA JANELA DO CONVENIO
      * (CV-DIAS-RET) - VALOR ZERO, NAO VAI PARA O LOTE TISS
            03 FV-RETORNO      PIC X(01).
      *
       FD CADCON
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCON.DAT".
           COPY CONREG.
      *
       FD CADPAC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPAC.DAT".
           COPY PACREG.
      *
       FD CADLOT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADLOT.DAT".
           COPY LOTREG.
      *
       FD LOTTIS
               LABEL RECORD IS STANDARD.
           COPY TISREG.
      *
       FD RELLOT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELLOT.LST".
       01 LINHA-REL             PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-ERRO     PIC X(02) VALUE "00".
       01 ST-ERRO2   PIC X(02) VALUE "00".
       01 ST-ERRO3   PIC X(02) VALUE "00".
       01 ST-ERRO4   PIC X(02) VALUE "00".
       01 ST-ERRO5   PIC X(02) VALUE "00".
       01 ST-ERRO6   PIC X(02) VALUE "00".
       01 W-CON-DISPON     PIC X(01) VALUE "N".
       01 W-NOME-LOTE      PIC X(30) VALUE SPACES.
       01 W-FIM-FATVAL     PIC X(01) VALUE "N".
           88 FIM-FATVAL             VALUE "S".
       01 W-FIM-LOT         PIC X(01) VALUE "N".
       01 W-MES-REF         PIC 9(06) VALUE ZEROS.
       01 W-PRESTADOR      PIC X(14) VALUE SPACES.
       01 W-DATA-HOJE      PIC 9(08) VALUE ZEROS.
       01 W-ULT-LOTE        PIC 9(06) VALUE ZEROS.
       01 W-CONV-ATUAL     PIC 9(03) VALUE ZEROS.
       01 W-IDX                 PIC 9(03) VALUE ZEROS.
      *
      * ACUMULADORES DO LOTE EM GERACAO
      *
       01 W-LOTE-QTD        PIC 9(05) VALUE ZEROS.
       01 W-LOTE-TOTAL     PIC 9(09)V99 VALUE ZEROS.
       01 W-LOTE-SEMCART  PIC 9(05) VALUE ZEROS.
      *
      * TOTAIS DA CONFERENCIA COM O RELVAL
      *
       01 W-TOT-LIDOS       PIC 9(06) VALUE ZEROS.
       01 W-TOT-VALOR       PIC 9(09)V99 VALUE ZEROS.
       01 W-TOT-FORAMES    PIC 9(06) VALUE ZEROS.
       01 W-TOT-PART         PIC 9(06) VALUE ZEROS.
       01 W-TOT-RETORNO    PIC 9(06) VALUE ZEROS.
       01 W-VAL-PART         PIC 9(09)V99 VALUE ZEROS.
       01 W-TOT-LOTE         PIC 9(06) VALUE ZEROS.
       01 W-VAL-LOTE         PIC 9(09)V99 VALUE ZEROS.
       01 W-TOT-REENV       PIC 9(06) VALUE ZEROS.
       01 W-VAL-REENV       PIC 9(09)V99 VALUE ZEROS.
       01 W-TOT-FORA         PIC 9(06) VALUE ZEROS.
       01 W-VAL-FORA         PIC 9(09)V99 VALUE ZEROS.
       01 W-QTD-GERADOS    PIC 9(03) VALUE ZEROS.
      *
      * CONVENIOS PRESENTES NO FATVAL (PESQUISA LINEAR, COMO NOS
      * TOTAIS POR CONVENIO DO AGD012)
      *
       01 W-QTD-CONV         PIC 9(03) VALUE ZEROS.
       01 W-TAB-CONV.
            03 W-TAB-CONV-ITEM OCCURS 100 TIMES.
                 05 W-TCNV-COD        PIC 9(03).
                 05 W-TCNV-QTD        PIC 9(06).
                 05 W-TCNV-VALOR    PIC 9(09)V99.
      *
       01 LINHA-TITULO.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(44)
               VALUE "LOTES DE FATURAMENTO POR CONVENIO - MES :".
            03 LT-MES-TIT      PIC 9(06).
       01 LINHA-CABEC.
            03 FILLER          PIC X(08) VALUE "LOTE".
            03 FILLER          PIC X(25) VALUE "CONVENIO".
            03 FILLER          PIC X(08) VALUE "GUIAS".
            03 FILLER          PIC X(16) VALUE "VALOR TOTAL".
            03 FILLER          PIC X(15) VALUE "ARQUIVO".
       01 LINHA-DET.
            03 LD-LOTE          PIC 9(06).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 LD-CONV          PIC 9(03).
            03 FILLER          PIC X(01) VALUE SPACES.
            03 LD-NOME          PIC X(20).
            03 FILLER          PIC X(01) VALUE SPACES.
            03 LD-QTD           PIC ZZ.ZZ9.
            03 FILLER          PIC X(02) VALUE SPACES.
            03 LD-VALOR        PIC ZZZ.ZZZ.ZZ9,99.
            03 FILLER          PIC X(02) VALUE SPACES.
            03 LD-ARQUIVO     PIC X(15).
       01 LINHA-MSG.
            03 FILLER          PIC X(08) VALUE SPACES.
            03 LM-TEXTO         PIC X(40).
            03 LM-NUM           PIC ZZZZZ9.
            03 FILLER          PIC X(04) VALUE SPACES.
            03 LM-DATA          PIC 9999/99/99 BLANK WHEN ZERO.
       01 LINHA-SEC.
            03 FILLER          PIC X(40)
                    VALUE "CONFERENCIA COM OS TOTAIS DO RELVAL".
       01 LINHA-TOT.
            03 LTT-TEXTO       PIC X(34).
            03 LTT-QTD          PIC ZZZ.ZZ9.
            03 FILLER          PIC X(03) VALUE SPACES.
            03 LTT-VALOR       PIC ZZZ.ZZZ.ZZ9,99.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           PERFORM ABRIR-ARQ    THRU ABRIR-ARQ-FIM
           PERFORM ULTIMO-LOTE THRU ULTIMO-LOTE-FIM
           PERFORM LER-FATVAL  THRU LER-FATVAL-FIM
           PERFORM LEVANTA      THRU LEVANTA-FIM
                    UNTIL FIM-FATVAL
           PERFORM GERA-LOTES  THRU GERA-LOTES-FIM
           PERFORM IMPRIME-TOT THRU IMPRIME-TOT-FIM
           PERFORM ROT-FIM        THRU ROT-FIM-FIM
           GOBACK.
      *--------------------[ ABERTURA DE ARQUIVOS ]--------------------
       ABRIR-ARQ.
           DISPLAY "MES DE REFERENCIA (AAAAMM) : "
           ACCEPT W-MES-REF
           DISPLAY "CODIGO DO PRESTADOR (CLINICA) : "
           ACCEPT W-PRESTADOR
           IF W-MES-REF = ZEROS
                DISPLAY "MES DE REFERENCIA NAO INFORMADO - FIM"
                MOVE 8 TO RETURN-CODE
                GOBACK.
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD
           OPEN INPUT FATVAL
           IF ST-ERRO NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO FATVAL - ST=" ST-ERRO
                MOVE 8 TO RETURN-CODE
                GOBACK.
      * TABELA DE CONVENIOS INEXISTENTE NAO IMPEDE OS LOTES - O
      * CABECALHO SAI SO COM O CODIGO DO CONVENIO.
           OPEN INPUT CADCON
           IF ST-ERRO2 NOT = "00"
              AND ST-ERRO2 NOT = "30" AND ST-ERRO2 NOT = "35"
                DISPLAY "ERRO NA ABERTURA DO CADCON - ST=" ST-ERRO2
                MOVE 8 TO RETURN-CODE
                GOBACK.
           IF ST-ERRO2 = "00"
                MOVE "S" TO W-CON-DISPON
           ELSE
                MOVE "N" TO W-CON-DISPON.
           OPEN INPUT CADPAC
           IF ST-ERRO3 NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO CADPAC - ST=" ST-ERRO3
                MOVE 8 TO RETURN-CODE
                GOBACK.
           OPEN I-O CADLOT
           IF ST-ERRO4 = "30" OR ST-ERRO4 = "35"
                OPEN OUTPUT CADLOT
                CLOSE CADLOT
                OPEN I-O CADLOT.
           IF ST-ERRO4 NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO CADLOT - ST=" ST-ERRO4
                MOVE 8 TO RETURN-CODE
                GOBACK.
           OPEN OUTPUT RELLOT
           IF ST-ERRO6 NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO RELLOT - ST=" ST-ERRO6
                MOVE 8 TO RETURN-CODE
                GOBACK.
           MOVE W-MES-REF TO LT-MES-TIT
           WRITE LINHA-REL FROM LINHA-TITULO
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           WRITE LINHA-REL FROM LINHA-CABEC
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL.
       ABRIR-ARQ-FIM.
           EXIT.
      *--------------------[ ULTIMO NUMERO DE LOTE USADO ]--------------
      * O NUMERO DO LOTE E UNICO PARA A CLINICA - O MAIOR NUMERO JA
      * GRAVADO NO CADLOT, DE QUALQUER CONVENIO E MES.
       ULTIMO-LOTE.
           MOVE ZEROS TO W-ULT-LOTE LT-CHAVE
           MOVE "N" TO W-FIM-LOT
           START CADLOT KEY IS NOT LESS THAN LT-CHAVE
                INVALID KEY
                     GO TO ULTIMO-LOTE-FIM.
       ULTIMO-LOTE-LOOP.
           READ CADLOT NEXT RECORD
                AT END GO TO ULTIMO-LOTE-FIM.
           IF LT-LOTE > W-ULT-LOTE
                MOVE LT-LOTE TO W-ULT-LOTE.
           GO TO ULTIMO-LOTE-LOOP.
       ULTIMO-LOTE-FIM.
           EXIT.
      *--------------------[ LEITURA SEQUENCIAL DO FATVAL ]-------------
       LER-FATVAL.
           READ FATVAL
                AT END MOVE "S" TO W-FIM-FATVAL.
       LER-FATVAL-FIM.
           EXIT.
      *--------------------[ LEVANTAMENTO DOS CONVENIOS DO MES ]--------
       LEVANTA.
           IF FV-DATA (1:6) NOT = W-MES-REF
                ADD 1 TO W-TOT-FORAMES
                PERFORM LER-FATVAL THRU LER-FATVAL-FIM
                GO TO LEVANTA-FIM.
           ADD 1 TO W-TOT-LIDOS
           ADD FV-VALOR TO W-TOT-VALOR
           IF FV-CONV = ZEROS
                ADD 1 TO W-TOT-PART
                ADD FV-VALOR TO W-VAL-PART
                PERFORM LER-FATVAL THRU LER-FATVAL-FIM
                GO TO LEVANTA-FIM.
           IF FV-RETORNO = "S"
                ADD 1 TO W-TOT-RETORNO
                PERFORM LER-FATVAL THRU LER-FATVAL-FIM
                GO TO LEVANTA-FIM.
           MOVE ZEROS TO W-IDX.
       LEVANTA-LOOP.
           ADD 1 TO W-IDX
           IF W-IDX > W-QTD-CONV
                GO TO LEVANTA-NOVO.
           IF W-TCNV-COD (W-IDX) = FV-CONV
                ADD 1 TO W-TCNV-QTD (W-IDX)
                ADD FV-VALOR TO W-TCNV-VALOR (W-IDX)
                GO TO LEVANTA-PROX.
           GO TO LEVANTA-LOOP.
       LEVANTA-NOVO.
           IF W-QTD-CONV = 100
                DISPLAY "TABELA DE CONVENIOS CHEIA - COD " FV-CONV
                                         " SEM LOTE"
                ADD 1 TO W-TOT-FORA
                ADD FV-VALOR TO W-VAL-FORA
                GO TO LEVANTA-PROX.
           ADD 1 TO W-QTD-CONV
           MOVE FV-CONV TO W-TCNV-COD (W-QTD-CONV)
           MOVE 1 TO W-TCNV-QTD (W-QTD-CONV)
           MOVE FV-VALOR TO W-TCNV-VALOR (W-QTD-CONV).
       LEVANTA-PROX.
           PERFORM LER-FATVAL THRU LER-FATVAL-FIM.
       LEVANTA-FIM.
           EXIT.
      *--------------------[ UM LOTE POR CONVENIO ]---------------------
       GERA-LOTES.
           MOVE ZEROS TO W-IDX.
       GERA-LOTES-LOOP.
           ADD 1 TO W-IDX
           IF W-IDX > W-QTD-CONV
                GO TO GERA-LOTES-FIM.
           PERFORM GERA-LOTE THRU GERA-LOTE-FIM
           GO TO GERA-LOTES-LOOP.
       GERA-LOTES-FIM.
           EXIT.
      *
      * CONVENIO QUE JA TEM LOTE DO MES NO CADLOT NAO E REGERADO - O
      * RELATORIO APONTA O LOTE ORIGINAL E O PASSO TERMINA COM RC 4.
      * UM REENVIO AUTORIZADO EXIGE EXCLUIR O REGISTRO DO CADLOT.
      *
       GERA-LOTE.
           MOVE W-TCNV-COD (W-IDX) TO W-CONV-ATUAL
           PERFORM BUSCA-NOME-CONV THRU BUSCA-NOME-CONV-FIM
           MOVE W-CONV-ATUAL TO LT-CONV
           MOVE W-MES-REF TO LT-MES
           READ CADLOT
                INVALID KEY
                     GO TO GERA-LOTE-NOVO.
           MOVE LT-LOTE TO LD-LOTE
           MOVE W-CONV-ATUAL TO LD-CONV
           MOVE W-TCNV-QTD (W-IDX) TO LD-QTD
           MOVE W-TCNV-VALOR (W-IDX) TO LD-VALOR
           MOVE LT-ARQUIVO TO LD-ARQUIVO
           WRITE LINHA-REL FROM LINHA-DET
           MOVE "MES JA ENVIADO - NAO REGERADO. LOTE/DT:" TO LM-TEXTO
           MOVE LT-LOTE TO LM-NUM
           MOVE LT-DTGER TO LM-DATA
           WRITE LINHA-REL FROM LINHA-MSG
           ADD W-TCNV-QTD (W-IDX) TO W-TOT-REENV
           ADD W-TCNV-VALOR (W-IDX) TO W-VAL-REENV
           IF RETURN-CODE < 4
                MOVE 4 TO RETURN-CODE.
           GO TO GERA-LOTE-FIM.
       GERA-LOTE-NOVO.
           ADD 1 TO W-ULT-LOTE
           MOVE SPACES TO W-NOME-LOTE
           STRING "TISS."        DELIMITED BY SIZE
                  W-CONV-ATUAL  DELIMITED BY SIZE
                  "."            DELIMITED BY SIZE
                  W-ULT-LOTE    DELIMITED BY SIZE
                  INTO W-NOME-LOTE
           OPEN OUTPUT LOTTIS
           IF ST-ERRO5 NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO LOTE " W-NOME-LOTE
                                         " - ST=" ST-ERRO5
                MOVE 8 TO RETURN-CODE
                PERFORM ROT-FIM THRU ROT-FIM-FIM
                GOBACK.
           MOVE ZEROS TO W-LOTE-QTD W-LOTE-TOTAL W-LOTE-SEMCART
           MOVE SPACES TO REGTIS
           MOVE "1" TO TS-TIPO
           MOVE W-ULT-LOTE TO TS-LOTE
           MOVE W-PRESTADOR TO TH-PRESTADOR
           MOVE W-CONV-ATUAL TO TH-CONV
           MOVE LD-NOME TO TH-NOMECONV
           MOVE W-MES-REF TO TH-MES
           MOVE W-DATA-HOJE TO TH-DTGER
           WRITE REGTIS
           PERFORM GRAVA-GUIAS THRU GRAVA-GUIAS-FIM
           MOVE SPACES TO REGTIS
           MOVE "9" TO TS-TIPO
           MOVE W-ULT-LOTE TO TS-LOTE
           MOVE W-LOTE-QTD TO TT-QTD
           MOVE W-LOTE-TOTAL TO TT-TOTAL
           WRITE REGTIS
           CLOSE LOTTIS
           MOVE W-CONV-ATUAL TO LT-CONV
           MOVE W-MES-REF TO LT-MES
           MOVE W-ULT-LOTE TO LT-LOTE
           MOVE W-DATA-HOJE TO LT-DTGER
           MOVE W-LOTE-QTD TO LT-QTD
           MOVE W-LOTE-TOTAL TO LT-TOTAL
           MOVE W-NOME-LOTE TO LT-ARQUIVO
           WRITE REGLOT
                INVALID KEY
                     DISPLAY "ERRO NA GRAVACAO DO CADLOT - ST="
                                                          ST-ERRO4
                     MOVE 8 TO RETURN-CODE.
           ADD 1 TO W-QTD-GERADOS
           ADD W-LOTE-QTD TO W-TOT-LOTE
           ADD W-LOTE-TOTAL TO W-VAL-LOTE
           MOVE W-ULT-LOTE TO LD-LOTE
           MOVE W-CONV-ATUAL TO LD-CONV
           MOVE W-LOTE-QTD TO LD-QTD
           MOVE W-LOTE-TOTAL TO LD-VALOR
           MOVE W-NOME-LOTE TO LD-ARQUIVO
           WRITE LINHA-REL FROM LINHA-DET
           IF W-LOTE-SEMCART NOT = ZEROS
                MOVE "GUIAS SEM CARTEIRINHA NO CADPAC       :"
                                                       TO LM-TEXTO
                MOVE W-LOTE-SEMCART TO LM-NUM
                MOVE ZEROS TO LM-DATA
                WRITE LINHA-REL FROM LINHA-MSG.
           IF W-LOTE-QTD NOT = W-TCNV-QTD (W-IDX)
              OR W-LOTE-TOTAL NOT = W-TCNV-VALOR (W-IDX)
                MOVE "DIVERGENCIA COM O LEVANTAMENTO - GUIAS:"
                                                       TO LM-TEXTO
                MOVE W-TCNV-QTD (W-IDX) TO LM-NUM
                MOVE ZEROS TO LM-DATA
                WRITE LINHA-REL FROM LINHA-MSG
                MOVE 8 TO RETURN-CODE.
       GERA-LOTE-FIM.
           EXIT.
      *--------------------[ GUIAS DO CONVENIO DO LOTE ]----------------
      * NOVA PASSADA NO FATVAL (QUE VEM NA ORDEM DO CADAGD E NAO DO
      * CONVENIO) GRAVANDO AS GUIAS DO CONVENIO EM GERACAO.
       GRAVA-GUIAS.
           CLOSE FATVAL
           OPEN INPUT FATVAL
           MOVE "N" TO W-FIM-FATVAL.
       GRAVA-GUIAS-LOOP.
           PERFORM LER-FATVAL THRU LER-FATVAL-FIM
           IF FIM-FATVAL
                GO TO GRAVA-GUIAS-FIM.
           IF FV-CONV NOT = W-CONV-ATUAL
              OR FV-DATA (1:6) NOT = W-MES-REF
              OR FV-RETORNO = "S"
                GO TO GRAVA-GUIAS-LOOP.
           ADD 1 TO W-LOTE-QTD
           ADD FV-VALOR TO W-LOTE-TOTAL
           MOVE FV-PACCOD TO PAC-CODIGO
           READ CADPAC
                INVALID KEY
                     MOVE SPACES TO PAC-CARTEIRA.
           IF PAC-CARTEIRA = SPACES
                ADD 1 TO W-LOTE-SEMCART.
           MOVE SPACES TO REGTIS
           MOVE "2" TO TS-TIPO
           MOVE W-ULT-LOTE TO TS-LOTE
           MOVE W-LOTE-QTD TO TG-SEQ
           MOVE PAC-CARTEIRA TO TG-CARTEIRA
           MOVE FV-PACCOD TO TG-PACCOD
           MOVE FV-CRM TO TG-CRM
           MOVE FV-ESPEC TO TG-ESPEC
           MOVE FV-DATA TO TG-DATA
           MOVE FV-HORA TO TG-HORA
           MOVE FV-VALOR TO TG-VALOR
           MOVE FV-AUTORIZ TO TG-AUTORIZ
           MOVE FV-CID TO TG-CID
           WRITE REGTIS
           GO TO GRAVA-GUIAS-LOOP.
       GRAVA-GUIAS-FIM.
           EXIT.
      *--------------------[ NOME DO CONVENIO DO LOTE ]-----------------
       BUSCA-NOME-CONV.
           MOVE SPACES TO LD-NOME
           IF W-CON-DISPON NOT = "S"
                GO TO BUSCA-NOME-CONV-FIM.
           MOVE W-CONV-ATUAL TO CV-CODIGO
           READ CADCON
                INVALID KEY
                     MOVE "CONVENIO NAO CADASTRADO" TO CV-NOME.
           MOVE CV-NOME (1:20) TO LD-NOME.
       BUSCA-NOME-CONV-FIM.
           EXIT.
      *--------------------[ CONFERENCIA COM O RELVAL ]-----------------
      * CONSULTAS DO FATVAL = PARTICULAR + RETORNOS SEM COBRANCA +
      * LOTES GERADOS + JA ENVIADOS + FORA DA TABELA. OS VALORES POR
      * CONVENIO DE CADA LOTE BATEM COM OS TOTAIS POR CONVENIO DO
      * RELVAL.
       IMPRIME-TOT.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           WRITE LINHA-REL FROM LINHA-SEC
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE "CONSULTAS VALORIZADAS (FATVAL)" TO LTT-TEXTO
           MOVE W-TOT-LIDOS TO LTT-QTD
           MOVE W-TOT-VALOR TO LTT-VALOR
           WRITE LINHA-REL FROM LINHA-TOT
           MOVE "PARTICULAR - SEM LOTE" TO LTT-TEXTO
           MOVE W-TOT-PART TO LTT-QTD
           MOVE W-VAL-PART TO LTT-VALOR
           WRITE LINHA-REL FROM LINHA-TOT
           MOVE "RETORNOS NA JANELA - SEM LOTE" TO LTT-TEXTO
           MOVE W-TOT-RETORNO TO LTT-QTD
           MOVE ZEROS TO LTT-VALOR
           WRITE LINHA-REL FROM LINHA-TOT
           MOVE "EM LOTES GERADOS NESTA EXECUCAO" TO LTT-TEXTO
           MOVE W-TOT-LOTE TO LTT-QTD
           MOVE W-VAL-LOTE TO LTT-VALOR
           WRITE LINHA-REL FROM LINHA-TOT
           MOVE "JA ENVIADAS - NAO REGERADAS" TO LTT-TEXTO
           MOVE W-TOT-REENV TO LTT-QTD
           MOVE W-VAL-REENV TO LTT-VALOR
           WRITE LINHA-REL FROM LINHA-TOT
           IF W-TOT-FORA NOT = ZEROS
                MOVE "CONVENIOS FORA DA TABELA" TO LTT-TEXTO
                MOVE W-TOT-FORA TO LTT-QTD
                MOVE W-VAL-FORA TO LTT-VALOR
                WRITE LINHA-REL FROM LINHA-TOT
                MOVE 8 TO RETURN-CODE.
           IF W-TOT-FORAMES NOT = ZEROS
                MOVE "REGISTROS DE OUTRO MES IGNORADOS" TO LTT-TEXTO
                MOVE W-TOT-FORAMES TO LTT-QTD
                MOVE ZEROS TO LTT-VALOR
                WRITE LINHA-REL FROM LINHA-TOT.
       IMPRIME-TOT-FIM.
           EXIT.
      *--------------------[ ENCERRAMENTO ]-----------------------------
       ROT-FIM.
           DISPLAY "CONSULTAS LIDAS        : " W-TOT-LIDOS
           DISPLAY "LOTES GERADOS          : " W-QTD-GERADOS
           DISPLAY "GUIAS NOS LOTES        : " W-TOT-LOTE
           DISPLAY "JA ENVIADAS            : " W-TOT-REENV
           DISPLAY "RETORNOS SEM COBRANCA  : " W-TOT-RETORNO
           IF W-CON-DISPON = "S"
                CLOSE CADCON.
           CLOSE FATVAL CADPAC CADLOT RELLOT.
       ROT-FIM-FIM.
           EXIT.
