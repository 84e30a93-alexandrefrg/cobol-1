       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGD034.
       AUTHOR. ANGELO LOTIERZO FILHO.
      ********************************************************
      * DEMONSTRATIVO MENSAL DE REPASSE AOS MEDICOS           *
      * APURA, NO MES DE REFERENCIA, O VALOR EFETIVAMENTE     *
      * RECEBIDO DE CADA CONSULTA E APLICA O PERCENTUAL DO    *
      * MEDICO EM VIGOR NA DATA DA CONSULTA (CADREP, MANTIDO  *
      * PELO SMP032, POR ESPECIALIDADE E CONVENIO):           *
      *   - CONVENIO: O QUE FOI PAGO NO CADRCB (BAIXAS DO     *
      *     RETORNO FATPAG PELO AGD032) E AINDA NAO TINHA     *
      *     SIDO REPASSADO - O ITEM GUARDA O MES E A BASE DO  *
      *     REPASSE, E O REPROCESSAMENTO DO MES NAO DUPLICA   *
      *   - PARTICULAR: OS RECIBOS DO CAIXA DA RECEPCAO       *
      *     (CADCXA) RECEBIDOS NO MES; RECIBO DE MES ANTERIOR *
      *     DEVOLVIDO NO MES ENTRA COMO DESCONTO              *
      * GERA O EXTRATO REPPAG.DAT P/ A FOLHA (UM REGISTRO POR *
      * CRM), O DEMONSTRATIVO DE CADA MEDICO CONSULTA A       *
      * CONSULTA E A SECAO DE EXCECOES COM AS CONSULTAS SEM   *
      * PERCENTUAL CADASTRADO. RODA NO FECHAMENTO MENSAL      *
      * (CADMES, PASSO REP067), AO LADO DO PLTPAG (PLT005).   *
      * ITENS DE PROCEDIMENTO/EXAME (CRM DE RECURSO 999900 +  *
      * SALA) NAO TEM MEDICO E FICAM FORA DO REPASSE.         *
      * DATA CRIACAO : 15/10/2026                             *
      ********************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                    SELECT CADRCB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RV-CHAVE
                    FILE STATUS  IS ST-ERRO.
                    SELECT CADCXA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CX-RECIBO
                    FILE STATUS  IS ST-ERRO2
                    ALTERNATE RECORD KEY IS CX-AGCHAVE
                                                      WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CX-DTPAG
                                                      WITH DUPLICATES.
                    SELECT CADREP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RP-CHAVE
                    FILE STATUS  IS ST-ERRO3.
                    SELECT CADMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRM
                    FILE STATUS  IS ST-ERRO4.
                    SELECT REPPAG ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO5.
                    SELECT RELREP ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO6.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADRCB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRCB.DAT".
           COPY RCBREG.
      *
       FD CADCXA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCXA.DAT".
           COPY CXAREG.
      *
       FD CADREP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADREP.DAT".
           COPY REPREG.
      *
       FD CADMED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMED.DAT".
           COPY REGMED.
      *
      * EXTRATO P/ A FOLHA - UM REGISTRO POR CRM COM REPASSE NO MES.
      * RR-DESCONTO E O REPASSE JA PAGO DE RECIBO PARTICULAR
      * DEVOLVIDO NO MES - A FOLHA PAGA RR-REPASSE MENOS RR-DESCONTO.
      *
       FD REPPAG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "REPPAG.DAT".
       01 REG-REPPAG.
            03 RR-CRM           PIC 9(06).
            03 RR-MES           PIC 9(06).
            03 RR-QTD           PIC 9(05).
            03 RR-BASE          PIC 9(09)V99.
            03 RR-REPASSE      PIC 9(09)V99.
            03 RR-DESCONTO     PIC 9(09)V99.
      *
       FD RELREP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELREP.LST".
       01 LINHA-REL             PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-ERRO     PIC X(02) VALUE "00".
       01 ST-ERRO2   PIC X(02) VALUE "00".
       01 ST-ERRO3   PIC X(02) VALUE "00".
       01 ST-ERRO4   PIC X(02) VALUE "00".
       01 ST-ERRO5   PIC X(02) VALUE "00".
       01 ST-ERRO6   PIC X(02) VALUE "00".
       01 W-RCB-DISPON     PIC X(01) VALUE "N".
       01 W-CXA-DISPON     PIC X(01) VALUE "N".
       01 W-FIM-REP        PIC X(01) VALUE "N".
       01 W-MES-REF         PIC 9(06) VALUE ZEROS.
       01 W-MES-PAG         PIC 9(06) VALUE ZEROS.
       01 W-MES-EST         PIC 9(06) VALUE ZEROS.
      *
      * DATA DA CONSULTA (AAAAMMDD) - NO RECIBO ELA VEM COMO NO
      * CADAGD (DDMMAAAA) E E CONVERTIDA EM VALORA-PART
      *
       01 W-DATA-CONS       PIC 9(08) VALUE ZEROS.
       01 W-DATA-CONSX REDEFINES W-DATA-CONS.
            03 W-DCO-ANO     PIC 9(04).
            03 W-DCO-MES     PIC 9(02).
            03 W-DCO-DIA     PIC 9(02).
       01 W-DTCONS-DMA.
            03 W-DMA-DIA     PIC 9(02).
            03 W-DMA-MES     PIC 9(02).
            03 W-DMA-ANO     PIC 9(04).
       01 W-REP-ESPEC       PIC 9(02) VALUE ZEROS.
       01 W-REP-CONV        PIC 9(03) VALUE ZEROS.
       01 W-PERC             PIC 9(03)V99 VALUE ZEROS.
       01 W-BASE             PIC 9(07)V99 VALUE ZEROS.
       01 W-PARTE            PIC 9(07)V99 VALUE ZEROS.
       01 W-LIQUIDO          PIC S9(09)V99 VALUE ZEROS.
       01 W-CRM-REP          PIC 9(06) VALUE ZEROS.
      * C = CREDITO (RECEBIDO NO MES)  D = DESCONTO (DEVOLVIDO NO MES)
       01 W-TIPO             PIC X(01) VALUE SPACES.
       01 W-IDX               PIC 9(03) VALUE ZEROS.
       01 W-IDM               PIC 9(03) VALUE ZEROS.
       01 W-TOT-ITENS       PIC 9(06) VALUE ZEROS.
       01 W-TOT-RECIBOS    PIC 9(06) VALUE ZEROS.
       01 W-TOT-ESTORNOS   PIC 9(06) VALUE ZEROS.
       01 W-TOT-SEMPERC    PIC 9(06) VALUE ZEROS.
       01 W-TOT-GRAVADOS  PIC 9(06) VALUE ZEROS.
       01 W-TOT-REPASSE    PIC 9(09)V99 VALUE ZEROS.
       01 W-TOT-DESCONTO  PIC 9(09)V99 VALUE ZEROS.
      *
       01 W-QTD-MED          PIC 9(03) VALUE ZEROS.
       01 W-TAB-MED.
            03 W-TAB-MED-ITEM OCCURS 200 TIMES.
                 05 W-TMED-CRM        PIC 9(06).
                 05 W-TMED-QTD        PIC 9(05).
                 05 W-TMED-BASE      PIC 9(09)V99.
                 05 W-TMED-REPASSE  PIC 9(09)V99.
                 05 W-TMED-DESCONTO PIC 9(09)V99.
      *
       01 LINHA-TITULO.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(44)
               VALUE "REPASSE AOS MEDICOS - MES REFERENCIA :".
            03 LT-MES           PIC 9(06).
       01 LINHA-SEC1.
            03 FILLER          PIC X(60)
               VALUE "CONSULTAS SEM PERCENTUAL DE REPASSE (SMP032)".
       01 LINHA-CABEC1.
            03 FILLER          PIC X(09) VALUE "CRM".
            03 FILLER          PIC X(12) VALUE "CONSULTA".
            03 FILLER          PIC X(07) VALUE "ESPEC".
            03 FILLER          PIC X(06) VALUE "CONV".
            03 FILLER          PIC X(10) VALUE "  RECEBIDO".
       01 LINHA-EXC.
            03 LE-CRM           PIC ZZZ.ZZ9.
            03 FILLER          PIC X(02) VALUE SPACES.
            03 LE-DATA          PIC 9999/99/99.
            03 FILLER          PIC X(02) VALUE SPACES.
            03 LE-ESPEC         PIC Z9.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 LE-CONV          PIC ZZ9.
            03 FILLER          PIC X(03) VALUE SPACES.
            03 LE-BASE          PIC ZZZ.ZZ9,99.
       01 LINHA-MEDICO.
            03 FILLER          PIC X(08) VALUE "MEDICO:".
            03 LM-CRM           PIC ZZZ.ZZ9.
            03 FILLER          PIC X(02) VALUE SPACES.
            03 LM-NOME          PIC X(40).
       01 LINHA-CABEC2.
            03 FILLER          PIC X(12) VALUE "CONSULTA".
            03 FILLER          PIC X(07) VALUE "HORA".
            03 FILLER          PIC X(13) VALUE "ORIGEM".
            03 FILLER          PIC X(08) VALUE "PACIENT".
            03 FILLER          PIC X(12) VALUE "    RECEBIDO".
            03 FILLER          PIC X(08) VALUE "   PERC".
            03 FILLER          PIC X(13) VALUE "      REPASSE".
       01 LINHA-DET.
            03 LD-DATA          PIC 9999/99/99.
            03 FILLER          PIC X(02) VALUE SPACES.
            03 LD-HORA          PIC 99B99.
            03 FILLER          PIC X(02) VALUE SPACES.
            03 LD-ORIGEM        PIC X(05).
            03 LD-NUMERO        PIC ZZZZZZ9.
            03 FILLER          PIC X(01) VALUE SPACES.
            03 LD-PACCOD        PIC 9(06).
            03 FILLER          PIC X(03) VALUE SPACES.
            03 LD-BASE          PIC ZZZ.ZZ9,99.
            03 FILLER          PIC X(02) VALUE SPACES.
            03 LD-PERC          PIC ZZ9,99.
            03 FILLER          PIC X(02) VALUE SPACES.
            03 LD-PARTE         PIC ZZZ.ZZ9,99-.
       01 LINHA-TOTMED.
            03 FILLER          PIC X(10) VALUE "TOTAL  :".
            03 LTM-QTD          PIC ZZZZ9.
            03 FILLER          PIC X(11) VALUE " CONSULTAS".
            03 FILLER          PIC X(10) VALUE "RECEBIDO".
            03 LTM-BASE         PIC ZZZ.ZZZ.ZZ9,99.
       01 LINHA-TOTMED2.
            03 FILLER          PIC X(10) VALUE "REPASSE:".
            03 LTM-REPASSE     PIC ZZZ.ZZZ.ZZ9,99.
            03 FILLER          PIC X(12) VALUE "  DESCONTO:".
            03 LTM-DESCONTO    PIC ZZZ.ZZZ.ZZ9,99.
            03 FILLER          PIC X(11) VALUE "  LIQUIDO:".
            03 LTM-LIQUIDO     PIC ZZZ.ZZZ.ZZ9,99-.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           PERFORM ABRIR-ARQ      THRU ABRIR-ARQ-FIM
           PERFORM APURA-CONV     THRU APURA-CONV-FIM
           PERFORM APURA-PART     THRU APURA-PART-FIM
           PERFORM DEMONSTRA      THRU DEMONSTRA-FIM
           PERFORM ROT-FIM         THRU ROT-FIM-FIM
           GOBACK.
      *--------------------[ ABERTURA DE ARQUIVOS ]--------------------
      * CADRCB OU CADCXA AINDA INEXISTENTE (SEM CONVENIO FATURADO OU
      * SEM CAIXA IMPLANTADO) SO DEIXA DE FORA A ORIGEM CORRESPONDENTE.
       ABRIR-ARQ.
           DISPLAY "MES DE REFERENCIA (AAAAMM) : "
           ACCEPT W-MES-REF
           IF W-MES-REF = ZEROS
                DISPLAY "MES DE REFERENCIA NAO INFORMADO - FIM"
                GOBACK.
           OPEN I-O CADRCB
           IF ST-ERRO = "00"
                MOVE "S" TO W-RCB-DISPON
           ELSE
                IF ST-ERRO NOT = "35"
                     DISPLAY "ERRO NA ABERTURA DO CADRCB - ST=" ST-ERRO
                     MOVE 8 TO RETURN-CODE
                     GOBACK.
           OPEN INPUT CADCXA
           IF ST-ERRO2 = "00"
                MOVE "S" TO W-CXA-DISPON
           ELSE
                IF ST-ERRO2 NOT = "35"
                     DISPLAY "ERRO NA ABERTURA DO CADCXA - ST=" ST-ERRO2
                     MOVE 8 TO RETURN-CODE
                     GOBACK.
           OPEN INPUT CADREP
           IF ST-ERRO3 NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO CADREP - ST=" ST-ERRO3
                MOVE 8 TO RETURN-CODE
                GOBACK.
           OPEN INPUT CADMED
           IF ST-ERRO4 NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO CADMED - ST=" ST-ERRO4
                MOVE 8 TO RETURN-CODE
                GOBACK.
           OPEN OUTPUT REPPAG
           IF ST-ERRO5 NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO REPPAG - ST=" ST-ERRO5
                MOVE 8 TO RETURN-CODE
                GOBACK.
           OPEN OUTPUT RELREP
           IF ST-ERRO6 NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO RELREP - ST=" ST-ERRO6
                MOVE 8 TO RETURN-CODE
                GOBACK.
           MOVE W-MES-REF TO LT-MES
           WRITE LINHA-REL FROM LINHA-TITULO
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           WRITE LINHA-REL FROM LINHA-SEC1
           WRITE LINHA-REL FROM LINHA-CABEC1
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL.
       ABRIR-ARQ-FIM.
           EXIT.
      *--------------------[ CONSULTAS DE CONVENIO ]-------------------
      * BASE DO REPASSE = O QUE FOI PAGO NO ITEM DESDE O ULTIMO
      * REPASSE. O ITEM JA REPASSADO NO PROPRIO MES (REPROCESSAMENTO)
      * VOLTA A BASE ANTERIOR (RV-REPANT) E SOMA O QUE ENTROU DEPOIS;
      * ITEM REPASSADO EM MES POSTERIOR AO DE REFERENCIA NAO E TOCADO.
       APURA-CONV.
           IF W-RCB-DISPON NOT = "S"
                GO TO APURA-CONV-FIM.
           MOVE ZEROS TO RV-CHAVE
           START CADRCB KEY IS NOT LESS THAN RV-CHAVE
                INVALID KEY
                     GO TO APURA-CONV-FIM.
       APURA-CONV-LOOP.
           READ CADRCB NEXT RECORD
                AT END GO TO APURA-CONV-FIM.
           IF RV-CRM > 999899
                GO TO APURA-CONV-LOOP.
           IF RV-REPMES > W-MES-REF
                GO TO APURA-CONV-LOOP.
           IF RV-REPMES = W-MES-REF
                GO TO APURA-CONV-REPROC.
           IF RV-PAGO NOT > RV-REPBASE
                GO TO APURA-CONV-LOOP.
           MOVE RV-REPBASE TO RV-REPANT
           MOVE RV-PAGO TO RV-REPBASE
           MOVE W-MES-REF TO RV-REPMES
           GO TO APURA-CONV-GRAVA.
       APURA-CONV-REPROC.
           IF RV-PAGO = RV-REPBASE
                GO TO APURA-CONV-SOMA.
           MOVE RV-PAGO TO RV-REPBASE.
       APURA-CONV-GRAVA.
           REWRITE REGRCB
           IF ST-ERRO NOT = "00"
                DISPLAY "ERRO NA REGRAVACAO DO CADRCB - ST=" ST-ERRO
                MOVE 8 TO RETURN-CODE
                PERFORM ROT-FIM THRU ROT-FIM-FIM
                GOBACK.
       APURA-CONV-SOMA.
           PERFORM VALORA-CONV THRU VALORA-CONV-FIM
           IF W-BASE = ZEROS
                GO TO APURA-CONV-LOOP.
           ADD 1 TO W-TOT-ITENS
           MOVE RV-CRM TO W-CRM-REP
           MOVE "C" TO W-TIPO
           PERFORM ACUMULA THRU ACUMULA-FIM
           IF W-PERC = ZEROS
                MOVE RV-CONV TO LE-CONV
                PERFORM LISTA-EXCECAO THRU LISTA-EXCECAO-FIM.
           GO TO APURA-CONV-LOOP.
       APURA-CONV-FIM.
           EXIT.
      *--------------------[ VALOR DO REPASSE DE UM ITEM ]-------------
       VALORA-CONV.
           COMPUTE W-BASE = RV-REPBASE - RV-REPANT
           MOVE RV-ESPEC TO W-REP-ESPEC
           MOVE RV-CONV TO W-REP-CONV
           MOVE RV-DATA TO W-DATA-CONS
           PERFORM BUSCA-PERC THRU BUSCA-PERC-FIM
           COMPUTE W-PARTE ROUNDED = W-BASE * W-PERC / 100.
       VALORA-CONV-FIM.
           EXIT.
      *--------------------[ CONSULTAS PARTICULARES ]------------------
      * VARRE TODOS OS RECIBOS - O DESCONTO DEPENDE DA DATA DA
      * DEVOLUCAO, QUE NAO TEM CHAVE. VIDE CLASSIFICA-RECIBO.
       APURA-PART.
           IF W-CXA-DISPON NOT = "S"
                GO TO APURA-PART-FIM.
           MOVE 1 TO CX-RECIBO
           START CADCXA KEY IS NOT LESS THAN CX-RECIBO
                INVALID KEY
                     GO TO APURA-PART-FIM.
       APURA-PART-LOOP.
           READ CADCXA NEXT RECORD
                AT END GO TO APURA-PART-FIM.
           PERFORM CLASSIFICA-RECIBO THRU CLASSIFICA-RECIBO-FIM
           IF W-TIPO = SPACES
                GO TO APURA-PART-LOOP.
           PERFORM VALORA-PART THRU VALORA-PART-FIM
           IF W-TIPO = "C"
                ADD 1 TO W-TOT-RECIBOS
           ELSE
                ADD 1 TO W-TOT-ESTORNOS.
           MOVE CX-CRM TO W-CRM-REP
           PERFORM ACUMULA THRU ACUMULA-FIM
           IF W-PERC = ZEROS
                MOVE ZEROS TO LE-CONV
                PERFORM LISTA-EXCECAO THRU LISTA-EXCECAO-FIM.
           GO TO APURA-PART-LOOP.
       APURA-PART-FIM.
           EXIT.
      *--------------------[ SITUACAO DO RECIBO NO MES ]---------------
      * CREDITO: RECEBIDO NO MES E NAO DEVOLVIDO NO PROPRIO MES.
      * DESCONTO: DEVOLVIDO NO MES, MAS RECEBIDO (E REPASSADO) EM MES
      * ANTERIOR. RECEBIDO E DEVOLVIDO NO MESMO MES NAO ENTRA.
       CLASSIFICA-RECIBO.
           MOVE SPACES TO W-TIPO
           IF CX-RECIBO = ZEROS
                GO TO CLASSIFICA-RECIBO-FIM.
           MOVE CX-DTPAG (1:6) TO W-MES-PAG
           MOVE ZEROS TO W-MES-EST
           IF CX-ESTORNADO
                MOVE CX-DTEST (1:6) TO W-MES-EST.
           IF W-MES-PAG = W-MES-REF AND W-MES-EST NOT = W-MES-REF
                MOVE "C" TO W-TIPO.
           IF W-MES-EST = W-MES-REF AND W-MES-PAG < W-MES-REF
                MOVE "D" TO W-TIPO.
       CLASSIFICA-RECIBO-FIM.
           EXIT.
      *--------------------[ VALOR DO REPASSE DE UM RECIBO ]-----------
      * A ESPECIALIDADE DA CONSULTA PARTICULAR E A DO MEDICO (CADMED).
       VALORA-PART.
           MOVE CX-VALOR TO W-BASE
           MOVE CX-CRM TO CRM
           READ CADMED
                INVALID KEY
                     MOVE ZEROS TO ESPEC.
           MOVE ESPEC TO W-REP-ESPEC
           MOVE ZEROS TO W-REP-CONV
           MOVE CX-DTCONS TO W-DTCONS-DMA
           MOVE W-DMA-ANO TO W-DCO-ANO
           MOVE W-DMA-MES TO W-DCO-MES
           MOVE W-DMA-DIA TO W-DCO-DIA
           PERFORM BUSCA-PERC THRU BUSCA-PERC-FIM
           COMPUTE W-PARTE ROUNDED = W-BASE * W-PERC / 100.
       VALORA-PART-FIM.
           EXIT.
      *--------------------[ PERCENTUAL EM VIGOR NA DATA ]-------------
      * MESMA DISCIPLINA DE VIGENCIA DO BUSCA-TARIFA DO AGD012 -
      * CONVENIO SEM PERCENTUAL PROPRIO CAI NO PERCENTUAL PARTICULAR.
       BUSCA-PERC.
           MOVE ZEROS TO W-PERC.
       BUSCA-PERC-NIVEL.
           MOVE "N" TO W-FIM-REP
           MOVE W-REP-ESPEC TO RP-ESPEC
           MOVE W-REP-CONV TO RP-CONV
           MOVE ZEROS TO RP-VIGENCIA
           START CADREP KEY IS NOT LESS THAN RP-CHAVE
                INVALID KEY
                     MOVE "S" TO W-FIM-REP.
       BUSCA-PERC-LOOP.
           IF W-FIM-REP = "S"
                GO TO BUSCA-PERC-TESTA.
           READ CADREP NEXT RECORD
                AT END MOVE "S" TO W-FIM-REP
                        GO TO BUSCA-PERC-LOOP.
           IF RP-ESPEC NOT = W-REP-ESPEC OR RP-CONV NOT = W-REP-CONV
                MOVE "S" TO W-FIM-REP
                GO TO BUSCA-PERC-LOOP.
           IF RP-VIGENCIA > W-DATA-CONS
                MOVE "S" TO W-FIM-REP
                GO TO BUSCA-PERC-LOOP.
           MOVE RP-PERC TO W-PERC
           GO TO BUSCA-PERC-LOOP.
       BUSCA-PERC-TESTA.
           IF W-PERC = ZEROS AND W-REP-CONV NOT = ZEROS
                MOVE ZEROS TO W-REP-CONV
                GO TO BUSCA-PERC-NIVEL.
       BUSCA-PERC-FIM.
           EXIT.
      *--------------------[ CONSULTA SEM PERCENTUAL ]-----------------
      * ENTRA COM O CONVENIO JA EM LE-CONV. O RETURN-CODE 4 AVISA O
      * FECHAMENTO DE QUE HA REPASSE ZERADO A ACERTAR.
       LISTA-EXCECAO.
           ADD 1 TO W-TOT-SEMPERC
           MOVE W-CRM-REP TO LE-CRM
           MOVE W-DATA-CONS TO LE-DATA
           MOVE W-REP-ESPEC TO LE-ESPEC
           MOVE W-BASE TO LE-BASE
           WRITE LINHA-REL FROM LINHA-EXC
           IF RETURN-CODE < 4
                MOVE 4 TO RETURN-CODE.
       LISTA-EXCECAO-FIM.
           EXIT.
      *--------------------[ ACUMULO POR CRM ]--------------------------
       ACUMULA.
           MOVE ZEROS TO W-IDX.
       ACUMULA-LOOP.
           ADD 1 TO W-IDX
           IF W-IDX > W-QTD-MED
                GO TO ACUMULA-NOVO.
           IF W-TMED-CRM (W-IDX) = W-CRM-REP
                GO TO ACUMULA-SOMA.
           GO TO ACUMULA-LOOP.
       ACUMULA-NOVO.
           IF W-QTD-MED = 200
                DISPLAY "TABELA DE MEDICOS CHEIA - CRM " W-CRM-REP
                                         " FORA DO REPASSE"
                MOVE 8 TO RETURN-CODE
                GO TO ACUMULA-FIM.
           ADD 1 TO W-QTD-MED
           MOVE W-QTD-MED TO W-IDX
           MOVE W-CRM-REP TO W-TMED-CRM (W-IDX)
           MOVE ZEROS TO W-TMED-QTD (W-IDX) W-TMED-BASE (W-IDX)
                         W-TMED-REPASSE (W-IDX)
                         W-TMED-DESCONTO (W-IDX).
       ACUMULA-SOMA.
           IF W-TIPO = "D"
                ADD W-PARTE TO W-TMED-DESCONTO (W-IDX)
                GO TO ACUMULA-FIM.
           ADD 1 TO W-TMED-QTD (W-IDX)
           ADD W-BASE TO W-TMED-BASE (W-IDX)
           ADD W-PARTE TO W-TMED-REPASSE (W-IDX).
       ACUMULA-FIM.
           EXIT.
      *--------------------[ DEMONSTRATIVO POR MEDICO ]----------------
      * UM BLOCO POR CRM DA TABELA: AS CONSULTAS DE CONVENIO E OS
      * RECIBOS PARTICULARES DO MES, O TOTAL DO MEDICO E O REGISTRO
      * DO EXTRATO REPPAG.
       DEMONSTRA.
           MOVE ZEROS TO W-IDM.
       DEMONSTRA-LOOP.
           ADD 1 TO W-IDM
           IF W-IDM > W-QTD-MED
                GO TO DEMONSTRA-FIM.
           MOVE W-TMED-CRM (W-IDM) TO W-CRM-REP CRM LM-CRM
           READ CADMED
                INVALID KEY
                     MOVE "MEDICO NAO CADASTRADO" TO NOME.
           MOVE NOME TO LM-NOME
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           WRITE LINHA-REL FROM LINHA-MEDICO
           WRITE LINHA-REL FROM LINHA-CABEC2
           PERFORM LISTA-CONV THRU LISTA-CONV-FIM
           PERFORM LISTA-PART THRU LISTA-PART-FIM
           PERFORM TOTAL-MEDICO THRU TOTAL-MEDICO-FIM
           GO TO DEMONSTRA-LOOP.
       DEMONSTRA-FIM.
           EXIT.
      *--------------------[ ITENS DE CONVENIO DO MEDICO ]-------------
      * OS ITENS JA ESTAO MARCADOS COM O MES (APURA-CONV) - A BASE
      * DO MES E RV-REPBASE MENOS RV-REPANT.
       LISTA-CONV.
           IF W-RCB-DISPON NOT = "S"
                GO TO LISTA-CONV-FIM.
           MOVE ZEROS TO RV-CHAVE
           START CADRCB KEY IS NOT LESS THAN RV-CHAVE
                INVALID KEY
                     GO TO LISTA-CONV-FIM.
       LISTA-CONV-LOOP.
           READ CADRCB NEXT RECORD
                AT END GO TO LISTA-CONV-FIM.
           IF RV-CRM NOT = W-CRM-REP OR RV-REPMES NOT = W-MES-REF
                GO TO LISTA-CONV-LOOP.
           PERFORM VALORA-CONV THRU VALORA-CONV-FIM
           IF W-BASE = ZEROS
                GO TO LISTA-CONV-LOOP.
           MOVE W-DATA-CONS TO LD-DATA
           MOVE RV-HORA TO LD-HORA
           MOVE "CONV" TO LD-ORIGEM
           MOVE RV-CONV TO LD-NUMERO
           MOVE RV-PACCOD TO LD-PACCOD
           MOVE W-BASE TO LD-BASE
           MOVE W-PERC TO LD-PERC
           MOVE W-PARTE TO LD-PARTE
           WRITE LINHA-REL FROM LINHA-DET
           GO TO LISTA-CONV-LOOP.
       LISTA-CONV-FIM.
           EXIT.
      *--------------------[ RECIBOS PARTICULARES DO MEDICO ]----------
      * PELA CHAVE ALTERNADA CX-AGCHAVE, QUE COMECA PELO CRM. O
      * DESCONTO SAI COM O REPASSE NEGATIVO.
       LISTA-PART.
           IF W-CXA-DISPON NOT = "S"
                GO TO LISTA-PART-FIM.
           MOVE W-CRM-REP TO CX-CRM
           MOVE ZEROS TO CX-DTCONS CX-HRCONS
           START CADCXA KEY IS NOT LESS THAN CX-AGCHAVE
                INVALID KEY
                     GO TO LISTA-PART-FIM.
       LISTA-PART-LOOP.
           READ CADCXA NEXT RECORD
                AT END GO TO LISTA-PART-FIM.
           IF CX-RECIBO = ZEROS
                GO TO LISTA-PART-LOOP.
           IF CX-CRM NOT = W-CRM-REP
                GO TO LISTA-PART-FIM.
           PERFORM CLASSIFICA-RECIBO THRU CLASSIFICA-RECIBO-FIM
           IF W-TIPO = SPACES
                GO TO LISTA-PART-LOOP.
           PERFORM VALORA-PART THRU VALORA-PART-FIM
           MOVE W-DATA-CONS TO LD-DATA
           MOVE CX-HRCONS TO LD-HORA
           MOVE "REC" TO LD-ORIGEM
           IF W-TIPO = "D"
                MOVE "DEV" TO LD-ORIGEM.
           MOVE CX-RECIBO TO LD-NUMERO
           MOVE CX-PACCOD TO LD-PACCOD
           MOVE W-BASE TO LD-BASE
           MOVE W-PERC TO LD-PERC
           MOVE W-PARTE TO W-LIQUIDO
           IF W-TIPO = "D"
                COMPUTE W-LIQUIDO = W-LIQUIDO * -1.
           MOVE W-LIQUIDO TO LD-PARTE
           WRITE LINHA-REL FROM LINHA-DET
           GO TO LISTA-PART-LOOP.
       LISTA-PART-FIM.
           EXIT.
      *--------------------[ TOTAL DO MEDICO E EXTRATO ]---------------
       TOTAL-MEDICO.
           MOVE W-TMED-QTD (W-IDM) TO LTM-QTD
           MOVE W-TMED-BASE (W-IDM) TO LTM-BASE
           MOVE W-TMED-REPASSE (W-IDM) TO LTM-REPASSE
           MOVE W-TMED-DESCONTO (W-IDM) TO LTM-DESCONTO
           COMPUTE W-LIQUIDO = W-TMED-REPASSE (W-IDM)
                             - W-TMED-DESCONTO (W-IDM)
           MOVE W-LIQUIDO TO LTM-LIQUIDO
           WRITE LINHA-REL FROM LINHA-TOTMED
           WRITE LINHA-REL FROM LINHA-TOTMED2
           MOVE W-TMED-CRM (W-IDM) TO RR-CRM
           MOVE W-MES-REF TO RR-MES
           MOVE W-TMED-QTD (W-IDM) TO RR-QTD
           MOVE W-TMED-BASE (W-IDM) TO RR-BASE
           MOVE W-TMED-REPASSE (W-IDM) TO RR-REPASSE
           MOVE W-TMED-DESCONTO (W-IDM) TO RR-DESCONTO
           WRITE REG-REPPAG
           IF ST-ERRO5 NOT = "00"
                DISPLAY "ERRO NA GRAVACAO DO REPPAG - ST=" ST-ERRO5
                MOVE 8 TO RETURN-CODE
                PERFORM ROT-FIM THRU ROT-FIM-FIM
                GOBACK.
           ADD 1 TO W-TOT-GRAVADOS
           ADD W-TMED-REPASSE (W-IDM) TO W-TOT-REPASSE
           ADD W-TMED-DESCONTO (W-IDM) TO W-TOT-DESCONTO.
       TOTAL-MEDICO-FIM.
           EXIT.
      *--------------------[ ENCERRAMENTO ]-----------------------------
       ROT-FIM.
           DISPLAY "ITENS DE CONVENIO REPASSADOS : " W-TOT-ITENS
           DISPLAY "RECIBOS PARTICULARES         : " W-TOT-RECIBOS
           DISPLAY "DEVOLUCOES DESCONTADAS       : " W-TOT-ESTORNOS
           DISPLAY "SEM PERCENTUAL (EXCECAO)     : " W-TOT-SEMPERC
           DISPLAY "MEDICOS NO EXTRATO REPPAG    : " W-TOT-GRAVADOS
           DISPLAY "TOTAL DO REPASSE             : " W-TOT-REPASSE
           DISPLAY "TOTAL DOS DESCONTOS          : " W-TOT-DESCONTO
           IF W-RCB-DISPON = "S"
                CLOSE CADRCB.
           IF W-CXA-DISPON = "S"
                CLOSE CADCXA.
           CLOSE CADREP CADMED REPPAG RELREP.
       ROT-FIM-FIM.
           EXIT.
