       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGD033.
       AUTHOR. ANGELO LOTIERZO FILHO.
      ********************************************************
      * FECHAMENTO DIARIO DO CAIXA DA RECEPCAO                *
      * LE OS RECIBOS DAS CONSULTAS PARTICULARES RECEBIDAS NO *
      * BALCAO (CADCXA.DAT, GRAVADO PELO AGD001) E TOTALIZA   *
      * O DIA POR OPERADOR E POR UNIDADE, COM AS FORMAS DE    *
      * PAGAMENTO (DINHEIRO, DEBITO, CREDITO E PIX), E LISTA  *
      * AS DEVOLUCOES FEITAS NO DIA. EM SEGUIDA APONTA AS     *
      * CONSULTAS PARTICULARES REALIZADAS NO DIA SEM RECIBO   *
      * E OS RECIBOS AINDA ATIVOS CUJA CONSULTA FOI DEPOIS    *
      * CANCELADA (ESTORNO PENDENTE). DATA DO CAIXA NO SYSIN  *
      * (AAAAMMDD - ZEROS = HOJE). RODA NO CADNITE (PASSO     *
      * CXA062), ANTES DO ARQUIVAMENTO DA AGENDA (AGH070).    *
      * DATA CRIACAO : 15/10/2026                             *
      ********************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                    SELECT CADCXA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CX-RECIBO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS CX-AGCHAVE
                                                      WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CX-DTPAG
                                                      WITH DUPLICATES.
                    SELECT CADAGD ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AG-CHAVE
                    FILE STATUS  IS ST-ERRO2
                    ALTERNATE RECORD KEY IS AG-PACCOD
                                                      WITH DUPLICATES.
                    SELECT RELCXA ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO3.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADCXA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCXA.DAT".
           COPY CXAREG.
      *
       FD CADAGD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAGD.DAT".
           COPY REGAGD.
      *
       FD RELCXA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELCXA.LST".
       01 LINHA-REL             PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-ERRO     PIC X(02) VALUE "00".
       01 ST-ERRO2   PIC X(02) VALUE "00".
       01 ST-ERRO3   PIC X(02) VALUE "00".
       01 W-FIM-CXA        PIC X(01) VALUE "N".
           88 FIM-CXA               VALUE "S".
       01 W-FIM-AGD        PIC X(01) VALUE "N".
           88 FIM-AGD               VALUE "S".
       01 W-DATA-REF       PIC 9(08) VALUE ZEROS.
       01 W-DATA-REFX REDEFINES W-DATA-REF.
            03 W-ANO-REF    PIC 9(04).
            03 W-MES-REF    PIC 9(02).
            03 W-DIA-REF    PIC 9(02).
       01 W-DTCONS-REF.
            03 W-DTC-DIA    PIC 9(02).
            03 W-DTC-MES    PIC 9(02).
            03 W-DTC-ANO    PIC 9(04).
       01 W-CXA-CHAVE      PIC X(18) VALUE SPACES.
       01 W-CXA-ACHOU      PIC X(01) VALUE SPACES.
       01 W-IDX             PIC 9(03) VALUE ZEROS.
       01 W-IDF             PIC 9(01) VALUE ZEROS.
       01 W-ACHOU           PIC X(01) VALUE SPACES.
      *
      * TOTAIS DO DIA POR OPERADOR (DENTRO DA UNIDADE) E POR
      * UNIDADE - FORMA 1=DINHEIRO 2=DEBITO 3=CREDITO 4=PIX.
      * PESQUISA LINEAR COMO NOS TOTAIS POR CONVENIO DO AGD012.
      *
       01 W-QTD-OPE          PIC 9(03) VALUE ZEROS.
       01 W-MAX-OPE          PIC 9(03) VALUE 100.
       01 W-TAB-OPE.
            03 W-TAB-OPE-ITEM OCCURS 100 TIMES.
                 05 W-TOP-UNID        PIC 9(02).
                 05 W-TOP-OPER        PIC X(08).
                 05 W-TOP-QTD         PIC 9(05).
                 05 W-TOP-FORMA      PIC 9(07)V99 OCCURS 4 TIMES.
                 05 W-TOP-TOTAL      PIC 9(07)V99.
       01 W-QTD-UNI          PIC 9(03) VALUE ZEROS.
       01 W-MAX-UNI          PIC 9(03) VALUE 20.
       01 W-TAB-UNI.
            03 W-TAB-UNI-ITEM OCCURS 20 TIMES.
                 05 W-TUN-UNID        PIC 9(02).
                 05 W-TUN-QTD         PIC 9(05).
                 05 W-TUN-FORMA      PIC 9(07)V99 OCCURS 4 TIMES.
                 05 W-TUN-TOTAL      PIC 9(07)V99.
       01 W-TOT-GERAL.
            03 W-TGE-QTD             PIC 9(05).
            03 W-TGE-FORMA          PIC 9(07)V99 OCCURS 4 TIMES.
            03 W-TGE-TOTAL          PIC 9(07)V99.
      *
      * CONTADORES DAS EXCECOES
      *
       01 W-TOT-RECIBOS    PIC 9(06) VALUE ZEROS.
       01 W-TOT-ESTORNO    PIC 9(06) VALUE ZEROS.
       01 W-VAL-ESTORNO    PIC 9(09)V99 VALUE ZEROS.
       01 W-TOT-SEMREC     PIC 9(06) VALUE ZEROS.
       01 W-TOT-PENDENTE  PIC 9(06) VALUE ZEROS.
       01 W-VAL-PENDENTE  PIC 9(09)V99 VALUE ZEROS.
      *
       01 LINHA-TITULO.
            03 FILLER          PIC X(10) VALUE SPACES.
            03 FILLER          PIC X(44)
               VALUE "FECHAMENTO DO CAIXA DA RECEPCAO - DATA :".
            03 LT-DATA          PIC 9999/99/99.
       01 LINHA-SEC1.
            03 FILLER          PIC X(60)
               VALUE "RECEBIMENTOS DO DIA POR OPERADOR".
       01 LINHA-SEC2.
            03 FILLER          PIC X(60)
               VALUE "RECEBIMENTOS DO DIA POR UNIDADE".
       01 LINHA-SEC3.
            03 FILLER          PIC X(60)
               VALUE "DEVOLUCOES (ESTORNOS) FEITAS NO DIA".
       01 LINHA-SEC4.
            03 FILLER          PIC X(60)
               VALUE "CONSULTAS PARTICULARES REALIZADAS SEM RECIBO".
       01 LINHA-SEC5.
            03 FILLER          PIC X(60)
               VALUE "RECIBOS DE CONSULTA CANCELADA - ESTORNO PENDENTE".
       01 LINHA-CABEC1.
            03 FILLER          PIC X(03) VALUE "UN".
            03 FILLER          PIC X(09) VALUE "OPERADOR".
            03 FILLER          PIC X(05) VALUE "  QTD".
            03 FILLER          PIC X(11) VALUE "   DINHEIRO".
            03 FILLER          PIC X(11) VALUE "     DEBITO".
            03 FILLER          PIC X(11) VALUE "    CREDITO".
            03 FILLER          PIC X(11) VALUE "        PIX".
            03 FILLER          PIC X(11) VALUE "      TOTAL".
       01 LINHA-TOT.
            03 LO-UNID          PIC X(02).
            03 FILLER          PIC X(01) VALUE SPACES.
            03 LO-OPER          PIC X(08).
            03 LO-QTD           PIC ZZZZ9.
            03 LO-GRUPO OCCURS 5 TIMES.
                 05 FILLER     PIC X(01).
                 05 LO-VALOR   PIC ZZZZZZ9,99.
       01 LINHA-CABEC3.
            03 FILLER          PIC X(09) VALUE "RECIBO".
            03 FILLER          PIC X(12) VALUE "PAGO EM".
            03 FILLER          PIC X(10) VALUE "OPERADOR".
            03 FILLER          PIC X(12) VALUE "CONSULTA".
            03 FILLER          PIC X(06) VALUE "HORA".
            03 FILLER          PIC X(19) VALUE "PACIENTE".
            03 FILLER          PIC X(10) VALUE "     VALOR".
       01 LINHA-RECIBO.
            03 LR-RECIBO        PIC 9(07).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 LR-DTPAG         PIC 9999/99/99.
            03 FILLER          PIC X(02) VALUE SPACES.
            03 LR-OPER          PIC X(08).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 LR-DTCONS        PIC 99/99/9999.
            03 FILLER          PIC X(02) VALUE SPACES.
            03 LR-HRCONS        PIC 99B99.
            03 FILLER          PIC X(01) VALUE SPACES.
            03 LR-PACIENTE      PIC X(18).
            03 FILLER          PIC X(01) VALUE SPACES.
            03 LR-VALOR         PIC ZZZZZ9,99.
       01 LINHA-CABEC4.
            03 FILLER          PIC X(09) VALUE "CRM".
            03 FILLER          PIC X(07) VALUE "HORA".
            03 FILLER          PIC X(04) VALUE "UN".
            03 FILLER          PIC X(08) VALUE "PACIENT".
            03 FILLER          PIC X(31) VALUE SPACES.
       01 LINHA-SEMREC.
            03 LS-CRM           PIC ZZZ.ZZ9.
            03 FILLER          PIC X(02) VALUE SPACES.
            03 LS-HORA          PIC 99B99.
            03 FILLER          PIC X(02) VALUE SPACES.
            03 LS-UNID          PIC 9(02).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 LS-PACCOD        PIC 9(06).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 LS-PACIENTE      PIC X(30).
       01 LINHA-RESUMO.
            03 LM-TEXTO         PIC X(40).
            03 LM-QTD           PIC ZZZ.ZZ9.
            03 FILLER          PIC X(03) VALUE SPACES.
            03 LM-VALOR         PIC ZZZ.ZZZ.ZZ9,99 BLANK WHEN ZERO.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           PERFORM ABRIR-ARQ       THRU ABRIR-ARQ-FIM
           PERFORM TOTALIZA        THRU TOTALIZA-FIM
           PERFORM IMPRIME-TOTAIS THRU IMPRIME-TOTAIS-FIM
           PERFORM LISTA-RECIBOS  THRU LISTA-RECIBOS-FIM
           PERFORM LISTA-SEMREC   THRU LISTA-SEMREC-FIM
           PERFORM ROT-FIM          THRU ROT-FIM-FIM
           GOBACK.
      *--------------------[ ABERTURA DE ARQUIVOS ]--------------------
       ABRIR-ARQ.
           DISPLAY "DATA DO CAIXA (AAAAMMDD - ZEROS = HOJE) : "
           ACCEPT W-DATA-REF
           IF W-DATA-REF = ZEROS
                ACCEPT W-DATA-REF FROM DATE YYYYMMDD.
           MOVE W-DIA-REF TO W-DTC-DIA
           MOVE W-MES-REF TO W-DTC-MES
           MOVE W-ANO-REF TO W-DTC-ANO
           OPEN INPUT CADCXA
           IF ST-ERRO NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO CADCXA - ST=" ST-ERRO
                MOVE 8 TO RETURN-CODE
                GOBACK.
           OPEN INPUT CADAGD
           IF ST-ERRO2 NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO CADAGD - ST=" ST-ERRO2
                MOVE 8 TO RETURN-CODE
                GOBACK.
           OPEN OUTPUT RELCXA
           IF ST-ERRO3 NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO RELCXA - ST=" ST-ERRO3
                MOVE 8 TO RETURN-CODE
                GOBACK.
           MOVE ZEROS TO W-TOT-GERAL
           MOVE W-DATA-REF TO LT-DATA
           WRITE LINHA-REL FROM LINHA-TITULO
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL.
       ABRIR-ARQ-FIM.
           EXIT.
      *--------------------[ TOTAIS DO DIA ]---------------------------
      * RECIBOS EMITIDOS NA DATA DO CAIXA, PELA CHAVE ALTERNADA
      * CX-DTPAG. O RECIBO ESTORNADO DEPOIS CONTINUA NO TOTAL DO DIA
      * EM QUE FOI RECEBIDO - A DEVOLUCAO SAI NA SECAO PROPRIA NO DIA
      * EM QUE FOI FEITA.
       TOTALIZA.
           MOVE W-DATA-REF TO CX-DTPAG
           START CADCXA KEY IS EQUAL CX-DTPAG
                INVALID KEY
                     GO TO TOTALIZA-FIM.
       TOTALIZA-LOOP.
           READ CADCXA NEXT RECORD
                AT END GO TO TOTALIZA-FIM.
           IF CX-DTPAG NOT = W-DATA-REF
                GO TO TOTALIZA-FIM.
           IF CX-RECIBO = ZEROS
                GO TO TOTALIZA-LOOP.
           ADD 1 TO W-TOT-RECIBOS
           MOVE 1 TO W-IDF
           IF CX-DEBITO MOVE 2 TO W-IDF.
           IF CX-CREDITO MOVE 3 TO W-IDF.
           IF CX-PIX MOVE 4 TO W-IDF.
           PERFORM ACHA-OPE THRU ACHA-OPE-FIM
           IF W-ACHOU = "S"
                ADD 1 TO W-TOP-QTD (W-IDX)
                ADD CX-VALOR TO W-TOP-FORMA (W-IDX, W-IDF)
                ADD CX-VALOR TO W-TOP-TOTAL (W-IDX).
           PERFORM ACHA-UNI THRU ACHA-UNI-FIM
           IF W-ACHOU = "S"
                ADD 1 TO W-TUN-QTD (W-IDX)
                ADD CX-VALOR TO W-TUN-FORMA (W-IDX, W-IDF)
                ADD CX-VALOR TO W-TUN-TOTAL (W-IDX).
           ADD 1 TO W-TGE-QTD
           ADD CX-VALOR TO W-TGE-FORMA (W-IDF)
           ADD CX-VALOR TO W-TGE-TOTAL
           GO TO TOTALIZA-LOOP.
       TOTALIZA-FIM.
           EXIT.
      *--------------------[ PESQUISA NA TABELA DE OPERADORES ]--------
       ACHA-OPE.
           MOVE "N" TO W-ACHOU
           MOVE 1 TO W-IDX.
       ACHA-OPE-LOOP.
           IF W-IDX > W-QTD-OPE
                GO TO ACHA-OPE-NOVO.
           IF W-TOP-UNID (W-IDX) = CX-UNIDADE
              AND W-TOP-OPER (W-IDX) = CX-OPERADOR
                MOVE "S" TO W-ACHOU
                GO TO ACHA-OPE-FIM.
           ADD 1 TO W-IDX
           GO TO ACHA-OPE-LOOP.
       ACHA-OPE-NOVO.
           IF W-QTD-OPE NOT < W-MAX-OPE
                DISPLAY "TABELA DE OPERADORES CHEIA - " CX-OPERADOR
                GO TO ACHA-OPE-FIM.
           ADD 1 TO W-QTD-OPE
           MOVE W-QTD-OPE TO W-IDX
           MOVE CX-UNIDADE TO W-TOP-UNID (W-IDX)
           MOVE CX-OPERADOR TO W-TOP-OPER (W-IDX)
           MOVE ZEROS TO W-TOP-QTD (W-IDX) W-TOP-TOTAL (W-IDX)
                         W-TOP-FORMA (W-IDX, 1) W-TOP-FORMA (W-IDX, 2)
                         W-TOP-FORMA (W-IDX, 3) W-TOP-FORMA (W-IDX, 4)
           MOVE "S" TO W-ACHOU.
       ACHA-OPE-FIM.
           EXIT.
      *--------------------[ PESQUISA NA TABELA DE UNIDADES ]----------
       ACHA-UNI.
           MOVE "N" TO W-ACHOU
           MOVE 1 TO W-IDX.
       ACHA-UNI-LOOP.
           IF W-IDX > W-QTD-UNI
                GO TO ACHA-UNI-NOVO.
           IF W-TUN-UNID (W-IDX) = CX-UNIDADE
                MOVE "S" TO W-ACHOU
                GO TO ACHA-UNI-FIM.
           ADD 1 TO W-IDX
           GO TO ACHA-UNI-LOOP.
       ACHA-UNI-NOVO.
           IF W-QTD-UNI NOT < W-MAX-UNI
                DISPLAY "TABELA DE UNIDADES CHEIA - " CX-UNIDADE
                GO TO ACHA-UNI-FIM.
           ADD 1 TO W-QTD-UNI
           MOVE W-QTD-UNI TO W-IDX
           MOVE CX-UNIDADE TO W-TUN-UNID (W-IDX)
           MOVE ZEROS TO W-TUN-QTD (W-IDX) W-TUN-TOTAL (W-IDX)
                         W-TUN-FORMA (W-IDX, 1) W-TUN-FORMA (W-IDX, 2)
                         W-TUN-FORMA (W-IDX, 3) W-TUN-FORMA (W-IDX, 4)
           MOVE "S" TO W-ACHOU.
       ACHA-UNI-FIM.
           EXIT.
      *--------------------[ IMPRESSAO DOS TOTAIS ]--------------------
       IMPRIME-TOTAIS.
           WRITE LINHA-REL FROM LINHA-SEC1
           WRITE LINHA-REL FROM LINHA-CABEC1
           MOVE 1 TO W-IDX.
       IMPRIME-TOT-OPE.
           IF W-IDX > W-QTD-OPE
                GO TO IMPRIME-TOT-UNI.
           MOVE SPACES TO LINHA-TOT
           MOVE W-TOP-UNID (W-IDX) TO LO-UNID
           MOVE W-TOP-OPER (W-IDX) TO LO-OPER
           MOVE W-TOP-QTD (W-IDX) TO LO-QTD
           MOVE W-TOP-FORMA (W-IDX, 1) TO LO-VALOR (1)
           MOVE W-TOP-FORMA (W-IDX, 2) TO LO-VALOR (2)
           MOVE W-TOP-FORMA (W-IDX, 3) TO LO-VALOR (3)
           MOVE W-TOP-FORMA (W-IDX, 4) TO LO-VALOR (4)
           MOVE W-TOP-TOTAL (W-IDX) TO LO-VALOR (5)
           WRITE LINHA-REL FROM LINHA-TOT
           ADD 1 TO W-IDX
           GO TO IMPRIME-TOT-OPE.
       IMPRIME-TOT-UNI.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           WRITE LINHA-REL FROM LINHA-SEC2
           WRITE LINHA-REL FROM LINHA-CABEC1
           MOVE 1 TO W-IDX.
       IMPRIME-TOT-UNI-LOOP.
           IF W-IDX > W-QTD-UNI
                GO TO IMPRIME-TOT-GERAL.
           MOVE SPACES TO LINHA-TOT
           MOVE W-TUN-UNID (W-IDX) TO LO-UNID
           MOVE W-TUN-QTD (W-IDX) TO LO-QTD
           MOVE W-TUN-FORMA (W-IDX, 1) TO LO-VALOR (1)
           MOVE W-TUN-FORMA (W-IDX, 2) TO LO-VALOR (2)
           MOVE W-TUN-FORMA (W-IDX, 3) TO LO-VALOR (3)
           MOVE W-TUN-FORMA (W-IDX, 4) TO LO-VALOR (4)
           MOVE W-TUN-TOTAL (W-IDX) TO LO-VALOR (5)
           WRITE LINHA-REL FROM LINHA-TOT
           ADD 1 TO W-IDX
           GO TO IMPRIME-TOT-UNI-LOOP.
       IMPRIME-TOT-GERAL.
           MOVE SPACES TO LINHA-TOT
           MOVE "TOTAL" TO LO-OPER
           MOVE W-TGE-QTD TO LO-QTD
           MOVE W-TGE-FORMA (1) TO LO-VALOR (1)
           MOVE W-TGE-FORMA (2) TO LO-VALOR (2)
           MOVE W-TGE-FORMA (3) TO LO-VALOR (3)
           MOVE W-TGE-FORMA (4) TO LO-VALOR (4)
           MOVE W-TGE-TOTAL TO LO-VALOR (5)
           WRITE LINHA-REL FROM LINHA-TOT
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL.
       IMPRIME-TOTAIS-FIM.
           EXIT.
      *--------------------[ DEVOLUCOES E ESTORNOS PENDENTES ]---------
      * VARRE TODO O CADCXA: RECIBO ESTORNADO NA DATA DO CAIXA SAI NAS
      * DEVOLUCOES; RECIBO AINDA ATIVO CUJA CONSULTA ESTA CANCELADA
      * (OU FICOU NO HORARIO ANTIGO DE UMA REMARCACAO) SAI COMO
      * ESTORNO PENDENTE, QUALQUER QUE SEJA A DATA DO RECEBIMENTO.
       LISTA-RECIBOS.
           WRITE LINHA-REL FROM LINHA-SEC3
           WRITE LINHA-REL FROM LINHA-CABEC3
           MOVE ZEROS TO CX-RECIBO
           MOVE "N" TO W-FIM-CXA
           START CADCXA KEY IS NOT LESS THAN CX-RECIBO
                INVALID KEY
                     MOVE "S" TO W-FIM-CXA.
       LISTA-RECIBOS-EST.
           IF FIM-CXA
                GO TO LISTA-RECIBOS-PEND.
           READ CADCXA NEXT RECORD
                AT END MOVE "S" TO W-FIM-CXA
                       GO TO LISTA-RECIBOS-EST.
           IF CX-RECIBO = ZEROS OR NOT CX-ESTORNADO
              OR CX-DTEST NOT = W-DATA-REF
                GO TO LISTA-RECIBOS-EST.
           PERFORM MONTA-RECIBO THRU MONTA-RECIBO-FIM
           MOVE CX-OPEREST TO LR-OPER
           WRITE LINHA-REL FROM LINHA-RECIBO
           ADD 1 TO W-TOT-ESTORNO
           ADD CX-VALOR TO W-VAL-ESTORNO
           GO TO LISTA-RECIBOS-EST.
       LISTA-RECIBOS-PEND.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           WRITE LINHA-REL FROM LINHA-SEC5
           WRITE LINHA-REL FROM LINHA-CABEC3
           MOVE ZEROS TO CX-RECIBO
           MOVE "N" TO W-FIM-CXA
           START CADCXA KEY IS NOT LESS THAN CX-RECIBO
                INVALID KEY
                     MOVE "S" TO W-FIM-CXA.
       LISTA-RECIBOS-PEND-LOOP.
           IF FIM-CXA
                GO TO LISTA-RECIBOS-FIM.
           READ CADCXA NEXT RECORD
                AT END MOVE "S" TO W-FIM-CXA
                       GO TO LISTA-RECIBOS-PEND-LOOP.
           IF CX-RECIBO = ZEROS OR NOT CX-ATIVO
                GO TO LISTA-RECIBOS-PEND-LOOP.
           MOVE CX-AGCHAVE TO AG-CHAVE
           READ CADAGD
                INVALID KEY
                     GO TO LISTA-RECIBOS-PEND-LOOP.
           IF NOT AG-SLOT-LIVRE
                GO TO LISTA-RECIBOS-PEND-LOOP.
           PERFORM MONTA-RECIBO THRU MONTA-RECIBO-FIM
           WRITE LINHA-REL FROM LINHA-RECIBO
           ADD 1 TO W-TOT-PENDENTE
           ADD CX-VALOR TO W-VAL-PENDENTE
           GO TO LISTA-RECIBOS-PEND-LOOP.
       LISTA-RECIBOS-FIM.
           EXIT.
      *
       MONTA-RECIBO.
           MOVE CX-RECIBO TO LR-RECIBO
           MOVE CX-DTPAG TO LR-DTPAG
           MOVE CX-OPERADOR TO LR-OPER
           MOVE CX-DTCONS TO LR-DTCONS
           MOVE CX-HRCONS TO LR-HRCONS
           MOVE CX-PACIENTE TO LR-PACIENTE
           MOVE CX-VALOR TO LR-VALOR.
       MONTA-RECIBO-FIM.
           EXIT.
      *--------------------[ CONSULTAS REALIZADAS SEM RECIBO ]---------
      * A CHAVE DO CADAGD COMECA PELO CRM, ENTAO A AGENDA E VARRIDA
      * INTEIRA FILTRANDO A DATA DO CAIXA. CONSULTA PARTICULAR
      * REALIZADA ("R") SEM RECIBO ATIVO NO CADCXA E LISTADA.
       LISTA-SEMREC.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           WRITE LINHA-REL FROM LINHA-SEC4
           WRITE LINHA-REL FROM LINHA-CABEC4
           MOVE ZEROS TO AG-CHAVE
           START CADAGD KEY IS NOT LESS THAN AG-CHAVE
                INVALID KEY
                     MOVE "S" TO W-FIM-AGD.
       LISTA-SEMREC-LOOP.
           IF FIM-AGD
                GO TO LISTA-SEMREC-FIM.
           READ CADAGD NEXT RECORD
                AT END MOVE "S" TO W-FIM-AGD
                       GO TO LISTA-SEMREC-LOOP.
           IF AG-DTCONS NOT = W-DTCONS-REF OR AG-CONV NOT = ZEROS
              OR NOT AG-REALIZADA
                GO TO LISTA-SEMREC-LOOP.
           PERFORM BUSCA-RECIBO THRU BUSCA-RECIBO-FIM
           IF W-CXA-ACHOU = "S"
                GO TO LISTA-SEMREC-LOOP.
           MOVE AG-CRM TO LS-CRM
           MOVE AG-HRCONS TO LS-HORA
           MOVE AG-UNIDADE TO LS-UNID
           MOVE AG-PACCOD TO LS-PACCOD
           MOVE AG-PACIENTE TO LS-PACIENTE
           WRITE LINHA-REL FROM LINHA-SEMREC
           ADD 1 TO W-TOT-SEMREC
           GO TO LISTA-SEMREC-LOOP.
       LISTA-SEMREC-FIM.
           EXIT.
      *
      * RECIBO ATIVO DA CONSULTA LIDA, PELA CHAVE ALTERNADA - MESMA
      * PESQUISA DO CAIXA-BUSCA DO AGD001.
       BUSCA-RECIBO.
           MOVE "N" TO W-CXA-ACHOU
           MOVE AG-CHAVE TO W-CXA-CHAVE
           MOVE AG-CHAVE TO CX-AGCHAVE
           START CADCXA KEY IS EQUAL CX-AGCHAVE
                INVALID KEY
                     GO TO BUSCA-RECIBO-FIM.
       BUSCA-RECIBO-LOOP.
           READ CADCXA NEXT RECORD
                AT END GO TO BUSCA-RECIBO-FIM.
           IF CX-AGCHAVE NOT = W-CXA-CHAVE
                GO TO BUSCA-RECIBO-FIM.
           IF CX-RECIBO NOT = ZEROS AND CX-ATIVO
                MOVE "S" TO W-CXA-ACHOU
                GO TO BUSCA-RECIBO-FIM.
           GO TO BUSCA-RECIBO-LOOP.
       BUSCA-RECIBO-FIM.
           EXIT.
      *--------------------[ ENCERRAMENTO ]----------------------------
       ROT-FIM.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE "RECIBOS EMITIDOS NO DIA" TO LM-TEXTO
           MOVE W-TOT-RECIBOS TO LM-QTD
           MOVE W-TGE-TOTAL TO LM-VALOR
           WRITE LINHA-REL FROM LINHA-RESUMO
           MOVE "DEVOLUCOES FEITAS NO DIA" TO LM-TEXTO
           MOVE W-TOT-ESTORNO TO LM-QTD
           MOVE W-VAL-ESTORNO TO LM-VALOR
           WRITE LINHA-REL FROM LINHA-RESUMO
           MOVE "ESTORNOS PENDENTES (CONSULTA CANCELADA)" TO LM-TEXTO
           MOVE W-TOT-PENDENTE TO LM-QTD
           MOVE W-VAL-PENDENTE TO LM-VALOR
           WRITE LINHA-REL FROM LINHA-RESUMO
           MOVE "PARTICULARES REALIZADAS SEM RECIBO" TO LM-TEXTO
           MOVE W-TOT-SEMREC TO LM-QTD
           MOVE ZEROS TO LM-VALOR
           WRITE LINHA-REL FROM LINHA-RESUMO
           DISPLAY "RECIBOS EMITIDOS NO DIA          : " W-TOT-RECIBOS
           DISPLAY "ESTORNOS PENDENTES               : " W-TOT-PENDENTE
           DISPLAY "PARTICULARES SEM RECIBO          : " W-TOT-SEMREC
           CLOSE CADCXA CADAGD RELCXA.
       ROT-FIM-FIM.
           EXIT.
