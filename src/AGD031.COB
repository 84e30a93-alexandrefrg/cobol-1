       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGD031.
       AUTHOR. ANGELO LOTIERZO FILHO.
      ********************************************************
      * CONTAS A RECEBER DOS CONVENIOS - ABERTURA DOS ITENS   *
      * E ENVELHECIMENTO MENSAL                               *
      * ABRE NO CADRCB.DAT UM ITEM POR CONSULTA VALORIZADA    *
      * DE CONVENIO DO FATVAL.DAT DO MES (AGD012, PASSO       *
      * VAL050) - ITEM JA EXISTENTE NAO E REABERTO, ENTAO O   *
      * PASSO PODE SER RERODADO. EM SEGUIDA LISTA O SALDO EM  *
      * ABERTO DE CADA CONVENIO NAS FAIXAS DE 0-30, 31-60,    *
      * 61-90 E MAIS DE 90 DIAS (IDADE CONTADA DA DATA DA     *
      * CONSULTA ATE O ULTIMO DIA DO MES DE REFERENCIA), OS   *
      * ITENS MAIS ANTIGOS DE CADA CONVENIO E AS GLOSAS       *
      * ACUMULADAS, PARA A COBRANCA E A ESCOLHA DO QUE VAI    *
      * PARA RESSUBMISSAO (FATRSUB). AS BAIXAS SAO FEITAS     *
      * PELO AGD032 NO RETORNO DE PAGAMENTO (FATPAGO.JCL).    *
      * RODA NO FECHAMENTO MENSAL (CADMES, PASSO CRE057).     *
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
                    SELECT CADRCB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RV-CHAVE
                    FILE STATUS  IS ST-ERRO2.
                    SELECT CADCON ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CV-CODIGO
                    FILE STATUS  IS ST-ERRO3.
                    SELECT RELRCB ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO4.
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
       FD CADRCB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRCB.DAT".
           COPY RCBREG.
      *
       FD CADCON
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCON.DAT".
           COPY CONREG.
      *
       FD RELRCB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELRCB.LST".
       01 LINHA-REL             PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-ERRO     PIC X(02) VALUE "00".
       01 ST-ERRO2   PIC X(02) VALUE "00".
       01 ST-ERRO3   PIC X(02) VALUE "00".
       01 ST-ERRO4   PIC X(02) VALUE "00".
       01 W-CON-DISPON     PIC X(01) VALUE "N".
       01 W-FIM-FATVAL     PIC X(01) VALUE "N".
           88 FIM-FATVAL             VALUE "S".
       01 W-FIM-RCB         PIC X(01) VALUE "N".
           88 FIM-RCB                VALUE "S".
       01 W-MES-REF         PIC 9(06) VALUE ZEROS.
       01 W-MES-REF-R REDEFINES W-MES-REF.
            03 W-ANO-REF       PIC 9(04).
            03 W-MM-REF        PIC 9(02).
       01 W-DATA-PROX       PIC 9(08) VALUE ZEROS.
       01 W-INT-REF          PIC 9(07) VALUE ZEROS.
       01 W-DIAS              PIC S9(05) VALUE ZEROS.
       01 W-FAIXA            PIC 9(01) VALUE ZEROS.
       01 W-IDX                 PIC 9(03) VALUE ZEROS.
       01 W-IDF                 PIC 9(01) VALUE ZEROS.
       01 W-QTD-LIST         PIC 9(03) VALUE ZEROS.
       01 W-MAX-LIST         PIC 9(03) VALUE 10.
       01 W-CONV-ATUAL     PIC 9(03) VALUE ZEROS.
      *
      * CONTADORES DA ABERTURA DOS ITENS
      *
       01 W-TOT-LIDOS       PIC 9(06) VALUE ZEROS.
       01 W-TOT-ABERTOS    PIC 9(06) VALUE ZEROS.
       01 W-TOT-JAEXIST    PIC 9(06) VALUE ZEROS.
       01 W-TOT-PART         PIC 9(06) VALUE ZEROS.
       01 W-TOT-SEMTAR     PIC 9(06) VALUE ZEROS.
       01 W-TOT-RETORNO    PIC 9(06) VALUE ZEROS.
       01 W-VAL-ABERTOS    PIC 9(09)V99 VALUE ZEROS.
      *
      * SALDO EM ABERTO POR CONVENIO E FAIXA (1=0-30 2=31-60
      * 3=61-90 4=MAIS DE 90 DIAS) E GLOSAS ACUMULADAS. PESQUISA
      * LINEAR COMO NOS TOTAIS POR CONVENIO DO AGD012.
      *
       01 W-QTD-CONV         PIC 9(03) VALUE ZEROS.
       01 W-TAB-CONV.
            03 W-TAB-CONV-ITEM OCCURS 100 TIMES.
                 05 W-TCNV-COD        PIC 9(03).
                 05 W-TCNV-QTD        PIC 9(06).
                 05 W-TCNV-FAIXA    PIC 9(09)V99 OCCURS 4 TIMES.
                 05 W-TCNV-SALDO    PIC 9(09)V99.
                 05 W-TCNV-QGLO     PIC 9(06).
                 05 W-TCNV-GLOSA    PIC 9(09)V99.
       01 W-TOT-FAIXA.
            03 W-TOT-FX            PIC 9(09)V99 OCCURS 4 TIMES.
       01 W-TOT-SALDO       PIC 9(09)V99 VALUE ZEROS.
       01 W-TOT-GLOSA       PIC 9(09)V99 VALUE ZEROS.
      *
       01 LINHA-TITULO.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(44)
               VALUE "CONTAS A RECEBER DOS CONVENIOS - MES :".
            03 LT-MES-TIT      PIC 9(06).
       01 LINHA-SEC1.
            03 FILLER          PIC X(60)
               VALUE "SALDO EM ABERTO POR CONVENIO E FAIXA DE DIAS".
       01 LINHA-SEC2.
            03 FILLER          PIC X(60)
               VALUE "ITENS MAIS ANTIGOS EM ABERTO POR CONVENIO".
       01 LINHA-SEC3.
            03 FILLER          PIC X(60)
               VALUE "GLOSAS ACUMULADAS POR CONVENIO - RESSUBMISSAO".
       01 LINHA-CABEC1.
            03 FILLER          PIC X(23) VALUE "CONVENIO".
            03 FILLER          PIC X(11) VALUE "      0-30".
            03 FILLER          PIC X(11) VALUE "     31-60".
            03 FILLER          PIC X(11) VALUE "     61-90".
            03 FILLER          PIC X(11) VALUE "  ACIMA 90".
            03 FILLER          PIC X(11) VALUE "     TOTAL".
       01 LINHA-FAIXA.
            03 LF-CONV          PIC 9(03).
            03 FILLER          PIC X(01) VALUE SPACES.
            03 LF-NOME          PIC X(18).
            03 LF-GRUPO OCCURS 5 TIMES.
                 05 FILLER     PIC X(01).
                 05 LF-VALOR   PIC ZZZZZZ9,99.
       01 LINHA-CONV.
            03 FILLER          PIC X(02) VALUE SPACES.
            03 LC-CONV          PIC 9(03).
            03 FILLER          PIC X(01) VALUE SPACES.
            03 LC-NOME          PIC X(30).
       01 LINHA-CABEC2.
            03 FILLER          PIC X(06) VALUE SPACES.
            03 FILLER          PIC X(12) VALUE "DATA".
            03 FILLER          PIC X(07) VALUE "HORA".
            03 FILLER          PIC X(09) VALUE "CRM".
            03 FILLER          PIC X(09) VALUE "PACIENTE".
            03 FILLER          PIC X(07) VALUE " DIAS".
            03 FILLER          PIC X(13) VALUE "     VALOR".
            03 FILLER          PIC X(13) VALUE "     SALDO".
       01 LINHA-ITEM.
            03 FILLER          PIC X(06) VALUE SPACES.
            03 LI-DATA          PIC 9999/99/99.
            03 FILLER          PIC X(02) VALUE SPACES.
            03 LI-HORA          PIC 99B99.
            03 FILLER          PIC X(02) VALUE SPACES.
            03 LI-CRM           PIC ZZZ.ZZ9.
            03 FILLER          PIC X(02) VALUE SPACES.
            03 LI-PACCOD       PIC 9(06).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 LI-DIAS          PIC ZZZZ9.
            03 FILLER          PIC X(02) VALUE SPACES.
            03 LI-VALOR        PIC ZZZZZZ9,99.
            03 FILLER          PIC X(03) VALUE SPACES.
            03 LI-SALDO        PIC ZZZZZZ9,99.
       01 LINHA-CABEC3.
            03 FILLER          PIC X(26) VALUE "CONVENIO".
            03 FILLER          PIC X(12) VALUE "ITENS".
            03 FILLER          PIC X(16) VALUE "VALOR GLOSADO".
       01 LINHA-DET.
            03 LD-CHAVE        PIC X(24).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 LD-QTD           PIC ZZZ.ZZ9.
            03 FILLER          PIC X(03) VALUE SPACES.
            03 LD-VALOR        PIC ZZZ.ZZZ.ZZ9,99.
       01 LINHA-ABERT.
            03 LA-TEXTO         PIC X(34).
            03 LA-QTD           PIC ZZZ.ZZ9.
            03 FILLER          PIC X(03) VALUE SPACES.
            03 LA-VALOR        PIC ZZZ.ZZZ.ZZ9,99 BLANK WHEN ZERO.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           PERFORM ABRIR-ARQ     THRU ABRIR-ARQ-FIM
           PERFORM LER-FATVAL   THRU LER-FATVAL-FIM
           PERFORM ABRE-ITEM     THRU ABRE-ITEM-FIM
                    UNTIL FIM-FATVAL
           PERFORM IMPRIME-ABERT THRU IMPRIME-ABERT-FIM
           PERFORM ENVELHECE     THRU ENVELHECE-FIM
           PERFORM IMPRIME-FAIXA THRU IMPRIME-FAIXA-FIM
           PERFORM IMPRIME-ANTIGOS THRU IMPRIME-ANTIGOS-FIM
           PERFORM IMPRIME-GLOSA THRU IMPRIME-GLOSA-FIM
           PERFORM ROT-FIM         THRU ROT-FIM-FIM
           GOBACK.
      *--------------------[ ABERTURA DE ARQUIVOS ]--------------------
       ABRIR-ARQ.
           DISPLAY "MES DE REFERENCIA (AAAAMM) : "
           ACCEPT W-MES-REF
           IF W-MES-REF = ZEROS
                DISPLAY "MES DE REFERENCIA NAO INFORMADO - FIM"
                MOVE 8 TO RETURN-CODE
                GOBACK.
      * A IDADE DOS ITENS E CONTADA ATE O ULTIMO DIA DO MES DE
      * REFERENCIA (VESPERA DO PRIMEIRO DIA DO MES SEGUINTE)
           IF W-MM-REF = 12
                COMPUTE W-DATA-PROX = ((W-ANO-REF + 1) * 10000) + 101
           ELSE
                COMPUTE W-DATA-PROX = ((W-MES-REF + 1) * 100) + 1.
           COMPUTE W-INT-REF = FUNCTION INTEGER-OF-DATE (W-DATA-PROX)
                              - 1
           OPEN INPUT FATVAL
           IF ST-ERRO NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO FATVAL - ST=" ST-ERRO
                MOVE 8 TO RETURN-CODE
                GOBACK.
           OPEN I-O CADRCB
           IF ST-ERRO2 = "30" OR ST-ERRO2 = "35"
                OPEN OUTPUT CADRCB
                CLOSE CADRCB
                OPEN I-O CADRCB.
           IF ST-ERRO2 NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO CADRCB - ST=" ST-ERRO2
                MOVE 8 TO RETURN-CODE
                GOBACK.
      * TABELA DE CONVENIOS INEXISTENTE NAO IMPEDE O RELATORIO - OS
      * CONVENIOS SAEM SO COM O CODIGO.
           OPEN INPUT CADCON
           IF ST-ERRO3 NOT = "00"
              AND ST-ERRO3 NOT = "30" AND ST-ERRO3 NOT = "35"
                DISPLAY "ERRO NA ABERTURA DO CADCON - ST=" ST-ERRO3
                MOVE 8 TO RETURN-CODE
                GOBACK.
           IF ST-ERRO3 = "00"
                MOVE "S" TO W-CON-DISPON
           ELSE
                MOVE "N" TO W-CON-DISPON.
           OPEN OUTPUT RELRCB
           IF ST-ERRO4 NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO RELRCB - ST=" ST-ERRO4
                MOVE 8 TO RETURN-CODE
                GOBACK.
           MOVE ZEROS TO W-TOT-FAIXA
           MOVE W-MES-REF TO LT-MES-TIT
           WRITE LINHA-REL FROM LINHA-TITULO
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL.
       ABRIR-ARQ-FIM.
           EXIT.
      *--------------------[ LEITURA SEQUENCIAL DO FATVAL ]-------------
       LER-FATVAL.
           READ FATVAL
                AT END MOVE "S" TO W-FIM-FATVAL.
       LER-FATVAL-FIM.
           EXIT.
      *--------------------[ ABERTURA DE UM ITEM A RECEBER ]------------
       ABRE-ITEM.
           ADD 1 TO W-TOT-LIDOS
           IF FV-CONV = ZEROS
                ADD 1 TO W-TOT-PART
                GO TO ABRE-ITEM-PROX.
           IF FV-RETORNO = "S"
                ADD 1 TO W-TOT-RETORNO
                GO TO ABRE-ITEM-PROX.
           IF FV-VALOR = ZEROS
                ADD 1 TO W-TOT-SEMTAR
                GO TO ABRE-ITEM-PROX.
           MOVE FV-DATA TO RV-DATA
           MOVE FV-HORA TO RV-HORA
           MOVE FV-CRM TO RV-CRM
           MOVE FV-CONV TO RV-CONV
           MOVE FV-ESPEC TO RV-ESPEC
           MOVE FV-PACCOD TO RV-PACCOD
           MOVE W-MES-REF TO RV-MESREF
           MOVE FV-VALOR TO RV-VALOR RV-SALDO
           MOVE ZEROS TO RV-PAGO RV-GLOSADO RV-ULTRET
           MOVE ZEROS TO RV-REPBASE RV-REPANT RV-REPMES
           MOVE "A" TO RV-SITUACAO
           WRITE REGRCB
                INVALID KEY
                     ADD 1 TO W-TOT-JAEXIST
                     GO TO ABRE-ITEM-PROX.
           ADD 1 TO W-TOT-ABERTOS
           ADD FV-VALOR TO W-VAL-ABERTOS.
       ABRE-ITEM-PROX.
           PERFORM LER-FATVAL THRU LER-FATVAL-FIM.
       ABRE-ITEM-FIM.
           EXIT.
      *--------------------[ RESUMO DA ABERTURA ]-----------------------
       IMPRIME-ABERT.
           MOVE "CONSULTAS LIDAS NO FATVAL" TO LA-TEXTO
           MOVE W-TOT-LIDOS TO LA-QTD
           MOVE ZEROS TO LA-VALOR
           WRITE LINHA-REL FROM LINHA-ABERT
           MOVE "ITENS ABERTOS NESTA EXECUCAO" TO LA-TEXTO
           MOVE W-TOT-ABERTOS TO LA-QTD
           MOVE W-VAL-ABERTOS TO LA-VALOR
           WRITE LINHA-REL FROM LINHA-ABERT
           MOVE "JA ABERTOS ANTERIORMENTE" TO LA-TEXTO
           MOVE W-TOT-JAEXIST TO LA-QTD
           MOVE ZEROS TO LA-VALOR
           WRITE LINHA-REL FROM LINHA-ABERT
           MOVE "PARTICULAR - NAO ABREM ITEM" TO LA-TEXTO
           MOVE W-TOT-PART TO LA-QTD
           WRITE LINHA-REL FROM LINHA-ABERT
           MOVE "RETORNOS GRATIS - NAO ABREM ITEM" TO LA-TEXTO
           MOVE W-TOT-RETORNO TO LA-QTD
           WRITE LINHA-REL FROM LINHA-ABERT
           MOVE "SEM TARIFA - NAO ABREM ITEM" TO LA-TEXTO
           MOVE W-TOT-SEMTAR TO LA-QTD
           WRITE LINHA-REL FROM LINHA-ABERT
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL.
       IMPRIME-ABERT-FIM.
           EXIT.
      *--------------------[ ENVELHECIMENTO DOS ITENS ]-----------------
       ENVELHECE.
           MOVE ZEROS TO RV-CHAVE
           MOVE "N" TO W-FIM-RCB
           START CADRCB KEY IS NOT LESS THAN RV-CHAVE
                INVALID KEY
                     GO TO ENVELHECE-FIM.
       ENVELHECE-LOOP.
           READ CADRCB NEXT RECORD
                AT END GO TO ENVELHECE-FIM.
           IF RV-SALDO = ZEROS AND RV-GLOSADO = ZEROS
                GO TO ENVELHECE-LOOP.
           PERFORM ACHA-CONV THRU ACHA-CONV-FIM
           IF W-IDX = ZEROS
                GO TO ENVELHECE-LOOP.
           IF RV-GLOSADO NOT = ZEROS
                ADD 1 TO W-TCNV-QGLO (W-IDX)
                ADD RV-GLOSADO TO W-TCNV-GLOSA (W-IDX)
                ADD RV-GLOSADO TO W-TOT-GLOSA.
           IF RV-SALDO = ZEROS
                GO TO ENVELHECE-LOOP.
           PERFORM CALCULA-IDADE THRU CALCULA-IDADE-FIM
           ADD 1 TO W-TCNV-QTD (W-IDX)
           ADD RV-SALDO TO W-TCNV-FAIXA (W-IDX W-FAIXA)
           ADD RV-SALDO TO W-TCNV-SALDO (W-IDX)
           ADD RV-SALDO TO W-TOT-FX (W-FAIXA)
           ADD RV-SALDO TO W-TOT-SALDO
           GO TO ENVELHECE-LOOP.
       ENVELHECE-FIM.
           EXIT.
      *--------------------[ IDADE E FAIXA DE UM ITEM ]-----------------
       CALCULA-IDADE.
           COMPUTE W-DIAS = W-INT-REF
                           - FUNCTION INTEGER-OF-DATE (RV-DATA)
           IF W-DIAS < ZEROS
                MOVE ZEROS TO W-DIAS.
           MOVE 4 TO W-FAIXA
           IF W-DIAS < 91
                MOVE 3 TO W-FAIXA.
           IF W-DIAS < 61
                MOVE 2 TO W-FAIXA.
           IF W-DIAS < 31
                MOVE 1 TO W-FAIXA.
       CALCULA-IDADE-FIM.
           EXIT.
      *--------------------[ LINHA DO CONVENIO NA TABELA ]--------------
       ACHA-CONV.
           MOVE ZEROS TO W-IDX.
       ACHA-CONV-LOOP.
           ADD 1 TO W-IDX
           IF W-IDX > W-QTD-CONV
                GO TO ACHA-CONV-NOVO.
           IF W-TCNV-COD (W-IDX) = RV-CONV
                GO TO ACHA-CONV-FIM.
           GO TO ACHA-CONV-LOOP.
       ACHA-CONV-NOVO.
           IF W-QTD-CONV = 100
                DISPLAY "TABELA DE CONVENIOS CHEIA - COD " RV-CONV
                                         " FORA DOS TOTAIS"
                MOVE ZEROS TO W-IDX
                GO TO ACHA-CONV-FIM.
           ADD 1 TO W-QTD-CONV
           MOVE W-QTD-CONV TO W-IDX
           MOVE RV-CONV TO W-TCNV-COD (W-IDX)
           MOVE ZEROS TO W-TCNV-QTD (W-IDX) W-TCNV-SALDO (W-IDX)
                         W-TCNV-QGLO (W-IDX) W-TCNV-GLOSA (W-IDX)
                         W-TCNV-FAIXA (W-IDX 1) W-TCNV-FAIXA (W-IDX 2)
                         W-TCNV-FAIXA (W-IDX 3) W-TCNV-FAIXA (W-IDX 4).
       ACHA-CONV-FIM.
           EXIT.
      *--------------------[ SALDO POR CONVENIO E FAIXA ]---------------
       IMPRIME-FAIXA.
           WRITE LINHA-REL FROM LINHA-SEC1
           WRITE LINHA-REL FROM LINHA-CABEC1
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE ZEROS TO W-IDX.
       IMPRIME-FAIXA-LOOP.
           ADD 1 TO W-IDX
           IF W-IDX > W-QTD-CONV
                GO TO IMPRIME-FAIXA-TOT.
           IF W-TCNV-SALDO (W-IDX) = ZEROS
                GO TO IMPRIME-FAIXA-LOOP.
           MOVE SPACES TO LINHA-FAIXA
           MOVE W-TCNV-COD (W-IDX) TO LF-CONV W-CONV-ATUAL
           PERFORM BUSCA-NOME-CONV THRU BUSCA-NOME-CONV-FIM
           MOVE CV-NOME (1:18) TO LF-NOME
           MOVE ZEROS TO W-IDF.
       IMPRIME-FAIXA-COL.
           ADD 1 TO W-IDF
           IF W-IDF > 4
                MOVE W-TCNV-SALDO (W-IDX) TO LF-VALOR (5)
                WRITE LINHA-REL FROM LINHA-FAIXA
                GO TO IMPRIME-FAIXA-LOOP.
           MOVE W-TCNV-FAIXA (W-IDX W-IDF) TO LF-VALOR (W-IDF)
           GO TO IMPRIME-FAIXA-COL.
       IMPRIME-FAIXA-TOT.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-FAIXA
           MOVE ZEROS TO LF-CONV
           MOVE "TOTAL GERAL" TO LF-NOME
           MOVE W-TOT-FX (1) TO LF-VALOR (1)
           MOVE W-TOT-FX (2) TO LF-VALOR (2)
           MOVE W-TOT-FX (3) TO LF-VALOR (3)
           MOVE W-TOT-FX (4) TO LF-VALOR (4)
           MOVE W-TOT-SALDO TO LF-VALOR (5)
           WRITE LINHA-REL FROM LINHA-FAIXA.
       IMPRIME-FAIXA-FIM.
           EXIT.
      *--------------------[ ITENS MAIS ANTIGOS POR CONVENIO ]----------
      * UMA PASSADA NO CADRCB POR CONVENIO COM SALDO - A CHAVE
      * COMECA PELA DATA, ENTAO OS PRIMEIROS ITENS EM ABERTO DO
      * CONVENIO SAO OS MAIS ANTIGOS. LISTA ATE W-MAX-LIST ITENS.
       IMPRIME-ANTIGOS.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           WRITE LINHA-REL FROM LINHA-SEC2
           WRITE LINHA-REL FROM LINHA-CABEC2
           MOVE ZEROS TO W-IDX.
       IMPRIME-ANTIGOS-LOOP.
           ADD 1 TO W-IDX
           IF W-IDX > W-QTD-CONV
                GO TO IMPRIME-ANTIGOS-FIM.
           IF W-TCNV-SALDO (W-IDX) = ZEROS
                GO TO IMPRIME-ANTIGOS-LOOP.
           MOVE W-TCNV-COD (W-IDX) TO W-CONV-ATUAL LC-CONV
           PERFORM BUSCA-NOME-CONV THRU BUSCA-NOME-CONV-FIM
           MOVE CV-NOME TO LC-NOME
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           WRITE LINHA-REL FROM LINHA-CONV
           MOVE ZEROS TO W-QTD-LIST RV-CHAVE
           START CADRCB KEY IS NOT LESS THAN RV-CHAVE
                INVALID KEY
                     GO TO IMPRIME-ANTIGOS-LOOP.
       IMPRIME-ANTIGOS-ITEM.
           IF W-QTD-LIST NOT < W-MAX-LIST
                GO TO IMPRIME-ANTIGOS-LOOP.
           READ CADRCB NEXT RECORD
                AT END GO TO IMPRIME-ANTIGOS-LOOP.
           IF RV-CONV NOT = W-CONV-ATUAL OR RV-SALDO = ZEROS
                GO TO IMPRIME-ANTIGOS-ITEM.
           PERFORM CALCULA-IDADE THRU CALCULA-IDADE-FIM
           MOVE RV-DATA TO LI-DATA
           MOVE RV-HORA TO LI-HORA
           MOVE RV-CRM TO LI-CRM
           MOVE RV-PACCOD TO LI-PACCOD
           MOVE W-DIAS TO LI-DIAS
           MOVE RV-VALOR TO LI-VALOR
           MOVE RV-SALDO TO LI-SALDO
           WRITE LINHA-REL FROM LINHA-ITEM
           ADD 1 TO W-QTD-LIST
           GO TO IMPRIME-ANTIGOS-ITEM.
       IMPRIME-ANTIGOS-FIM.
           EXIT.
      *--------------------[ GLOSAS ACUMULADAS POR CONVENIO ]-----------
       IMPRIME-GLOSA.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           WRITE LINHA-REL FROM LINHA-SEC3
           WRITE LINHA-REL FROM LINHA-CABEC3
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE ZEROS TO W-IDX.
       IMPRIME-GLOSA-LOOP.
           ADD 1 TO W-IDX
           IF W-IDX > W-QTD-CONV
                GO TO IMPRIME-GLOSA-TOT.
           IF W-TCNV-QGLO (W-IDX) = ZEROS
                GO TO IMPRIME-GLOSA-LOOP.
           MOVE W-TCNV-COD (W-IDX) TO W-CONV-ATUAL
           PERFORM BUSCA-NOME-CONV THRU BUSCA-NOME-CONV-FIM
           MOVE SPACES TO LD-CHAVE
           MOVE CV-NOME (1:24) TO LD-CHAVE
           MOVE W-TCNV-QGLO (W-IDX) TO LD-QTD
           MOVE W-TCNV-GLOSA (W-IDX) TO LD-VALOR
           WRITE LINHA-REL FROM LINHA-DET
           GO TO IMPRIME-GLOSA-LOOP.
       IMPRIME-GLOSA-TOT.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE "TOTAL GLOSADO" TO LD-CHAVE
           MOVE ZEROS TO LD-QTD
           MOVE W-TOT-GLOSA TO LD-VALOR
           WRITE LINHA-REL FROM LINHA-DET.
       IMPRIME-GLOSA-FIM.
           EXIT.
      *--------------------[ NOME DO CONVENIO ]-------------------------
       BUSCA-NOME-CONV.
           MOVE SPACES TO CV-NOME
           IF W-CON-DISPON NOT = "S"
                MOVE W-CONV-ATUAL TO CV-NOME (1:3)
                GO TO BUSCA-NOME-CONV-FIM.
           MOVE W-CONV-ATUAL TO CV-CODIGO
           READ CADCON
                INVALID KEY
                     MOVE "CONVENIO NAO CADASTRADO" TO CV-NOME.
       BUSCA-NOME-CONV-FIM.
           EXIT.
      *--------------------[ ENCERRAMENTO ]-----------------------------
       ROT-FIM.
           DISPLAY "CONSULTAS LIDAS        : " W-TOT-LIDOS
           DISPLAY "ITENS ABERTOS          : " W-TOT-ABERTOS
           DISPLAY "JA ABERTOS             : " W-TOT-JAEXIST
           DISPLAY "RETORNOS SEM COBRANCA  : " W-TOT-RETORNO
           IF W-CON-DISPON = "S"
                CLOSE CADCON.
           CLOSE FATVAL CADRCB RELRCB.
       ROT-FIM-FIM.
           EXIT.
