       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP042.
       AUTHOR. ANGELO LOTIERZO FILHO.
      ********************************************************
      * CRESCIMENTO E OCUPACAO DOS ARQUIVOS DA SUITE - LE O   *
      * HISTORICO CADEST GRAVADO TODA NOITE PELO SMP041 E,    *
      * PARA CADA ARQUIVO, MOSTRA OS REGISTROS E O TAMANHO    *
      * ESTIMADO DA ULTIMA CONTAGEM, A VARIACAO EM 7 E EM 30  *
      * DIAS, O CRESCIMENTO MEDIO EM KB POR DIA E A TAXA DE   *
      * OCUPACAO (REGISTROS ATIVOS SOBRE O PICO DESDE A       *
      * ULTIMA REORGANIZACAO). OS LIMITES DE ESPACO EM KB E O *
      * PERCENTUAL MINIMO DE OCUPACAO POR ARQUIVO VEM DOS     *
      * CARTOES DO LIMEST (ARQUIVO SEM CARTAO NAO TEM LIMITE  *
      * E USA O PERCENTUAL DO SYSIN). LISTA A PARTE OS        *
      * ARQUIVOS A REORGANIZAR (SMP043, JOB REORG) E OS QUE   *
      * CHEGAM AO LIMITE DENTRO DOS DIAS DE AVISO DO SYSIN,   *
      * COM A DATA PREVISTA. HAVENDO ARQUIVO LISTADO, DEVOLVE *
      * RC 4. RODA NO FIM DE SEMANA (CADSEM, PASSO EST060).   *
      * DATA CRIACAO : 15/10/2026                             *
      ********************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                    SELECT CADEST ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS ES-CHAVE
                    FILE STATUS  IS ST-ERRO.
                    SELECT LIMEST ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO2.
                    SELECT RELCRE ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO3.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADEST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEST.DAT".
           COPY ESTREG.
      *
      * UM CARTAO POR ARQUIVO: NOME (COLS 1-8), LIMITE EM KB (COLS
      * 10-18, ZEROS = SEM LIMITE) E PERCENTUAL MINIMO DE OCUPACAO
      * (COLS 20-22, ZEROS = O DO SYSIN)
       FD LIMEST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "LIMEST.DAT".
       01 REG-LIMITE.
            03 LM-ARQ            PIC X(08).
            03 FILLER            PIC X(01).
            03 LM-LIMITE-KB      PIC 9(09).
            03 FILLER            PIC X(01).
            03 LM-PCT-MIN        PIC 9(03).
            03 FILLER            PIC X(58).
      *
       FD RELCRE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELCRE.LST".
       01 LINHA-REL             PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-ERRO     PIC X(02) VALUE "00".
       01 ST-ERRO2   PIC X(02) VALUE "00".
       01 ST-ERRO3   PIC X(02) VALUE "00".
       01 W-FIM-EST       PIC X(01) VALUE "N".
           88 FIM-EST                VALUE "S".
       01 W-FIM-LIMEST    PIC X(01) VALUE "N".
           88 FIM-LIMEST             VALUE "S".
       01 W-LIM-ABERTO    PIC X(01) VALUE "N".
       01 W-PCT-PADRAO    PIC 9(03) VALUE ZEROS.
       01 W-DIAS-AVISO    PIC 9(03) VALUE ZEROS.
       01 W-DATA-HOJE      PIC 9(08) VALUE ZEROS.
       01 W-INT-HOJE        PIC 9(08) VALUE ZEROS.
       01 W-INT              PIC 9(08) VALUE ZEROS.
       01 W-REF7             PIC 9(08) VALUE ZEROS.
       01 W-REF30            PIC 9(08) VALUE ZEROS.
       01 W-IDX              PIC 9(02) VALUE ZEROS.
       01 W-DIAS             PIC 9(05) VALUE ZEROS.
       01 W-DIAS-CALC       PIC 9(09) VALUE ZEROS.
       01 W-KBDIA            PIC S9(07)V9 VALUE ZEROS.
       01 W-PCT-ATIVO       PIC 9(03)V9 VALUE ZEROS.
       01 W-LIM-KB           PIC 9(09) VALUE ZEROS.
       01 W-PCT-MIN          PIC 9(03) VALUE ZEROS.
       01 W-MARCA-REO       PIC X(01) VALUE SPACES.
       01 W-MARCA-LIM       PIC X(01) VALUE SPACES.
      *
      * ARQUIVO CORRENTE - LINHA DE CONTROLE, ULTIMA CONTAGEM, A
      * PRIMEIRA CONTAGEM GUARDADA E AS CONTAGENS DE 7 E 30 DIAS
      * ATRAS (A MAIS RECENTE ATE A DATA DE REFERENCIA; NA FALTA,
      * A PRIMEIRA)
      *
       01 W-G-ARQ            PIC X(08) VALUE SPACES.
       01 W-G-PICO           PIC 9(09) VALUE ZEROS.
       01 W-G-DTREORG       PIC 9(08) VALUE ZEROS.
       01 W-G-SIT            PIC X(02) VALUE SPACES.
       01 W-ULT-DT           PIC 9(08) VALUE ZEROS.
       01 W-ULT-REGS         PIC 9(09) VALUE ZEROS.
       01 W-ULT-KB           PIC 9(09) VALUE ZEROS.
       01 W-PRI-DT           PIC 9(08) VALUE ZEROS.
       01 W-PRI-REGS         PIC 9(09) VALUE ZEROS.
       01 W-PRI-KB           PIC 9(09) VALUE ZEROS.
       01 W-B7-DT            PIC 9(08) VALUE ZEROS.
       01 W-B7-REGS          PIC 9(09) VALUE ZEROS.
       01 W-B30-DT           PIC 9(08) VALUE ZEROS.
       01 W-B30-REGS         PIC 9(09) VALUE ZEROS.
       01 W-B30-KB           PIC 9(09) VALUE ZEROS.
      *
      * TOTAIS DA RODADA
      *
       01 W-TOT-ARQS         PIC 9(04) VALUE ZEROS.
       01 W-TOT-SEMCONT     PIC 9(04) VALUE ZEROS.
       01 W-TOT-CARTOES     PIC 9(04) VALUE ZEROS.
       01 W-TOT-REJEIT      PIC 9(04) VALUE ZEROS.
      *
      * LIMITES DOS CARTOES DO LIMEST
      *
       01 W-QTD-CLIM         PIC 9(02) VALUE ZEROS.
       01 W-TAB-CLIM.
            03 W-TCLIM OCCURS 60 TIMES.
                05 W-TCLIM-ARQ     PIC X(08).
                05 W-TCLIM-KB      PIC 9(09).
                05 W-TCLIM-PCT     PIC 9(03).
      *
      * ARQUIVOS A REORGANIZAR E ARQUIVOS PROXIMOS DO LIMITE
      *
       01 W-QTD-REO          PIC 9(02) VALUE ZEROS.
       01 W-TAB-REO.
            03 W-TREO OCCURS 60 TIMES.
                05 W-TREO-ARQ      PIC X(08).
                05 W-TREO-REGS     PIC 9(09).
                05 W-TREO-PICO     PIC 9(09).
                05 W-TREO-PCT      PIC 9(03)V9.
                05 W-TREO-MIN      PIC 9(03).
                05 W-TREO-DTREORG  PIC 9(08).
       01 W-QTD-LIM          PIC 9(02) VALUE ZEROS.
       01 W-TAB-LIM.
            03 W-TLIM OCCURS 60 TIMES.
                05 W-TLIM-ARQ      PIC X(08).
                05 W-TLIM-KB       PIC 9(09).
                05 W-TLIM-LIMITE   PIC 9(09).
                05 W-TLIM-KBDIA    PIC S9(07)V9.
                05 W-TLIM-DIAS     PIC 9(05).
                05 W-TLIM-DTPREV   PIC 9(08).
      *
       01 LINHA-TITULO.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(39)
                    VALUE "CRESCIMENTO E OCUPACAO DOS ARQUIVOS EM ".
            03 LT-DATA          PIC 9999/99/99.
       01 LINHA-PARAM.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(26)
                    VALUE "OCUPACAO MINIMA PADRAO : ".
            03 LPA-PCT          PIC ZZ9.
            03 FILLER          PIC X(23)
                    VALUE "%    AVISO DE LIMITE : ".
            03 LPA-DIAS         PIC ZZ9.
            03 FILLER          PIC X(05) VALUE " DIAS".
       01 LINHA-CABEC.
            03 FILLER          PIC X(09) VALUE "ARQUIVO".
            03 FILLER          PIC X(12) VALUE "  REGISTROS".
            03 FILLER          PIC X(11) VALUE "        KB".
            03 FILLER          PIC X(11) VALUE "  VAR. 7 D".
            03 FILLER          PIC X(11) VALUE " VAR. 30 D".
            03 FILLER          PIC X(10) VALUE "   KB/DIA".
            03 FILLER          PIC X(06) VALUE "%OCUP".
            03 FILLER          PIC X(10) VALUE "AVISO".
       01 LINHA-DET.
            03 LD-ARQ           PIC X(08).
            03 FILLER          PIC X(01) VALUE SPACES.
            03 LD-REGS          PIC ZZZ.ZZZ.ZZ9.
            03 FILLER          PIC X(01) VALUE SPACES.
            03 LD-KB            PIC ZZ.ZZZ.ZZ9.
            03 FILLER          PIC X(01) VALUE SPACES.
            03 LD-VAR7          PIC --.---.--9.
            03 FILLER          PIC X(01) VALUE SPACES.
            03 LD-VAR30         PIC --.---.--9.
            03 FILLER          PIC X(01) VALUE SPACES.
            03 LD-KBDIA         PIC ---.--9,9.
            03 FILLER          PIC X(01) VALUE SPACES.
            03 LD-PCT           PIC ZZ9,9.
            03 FILLER          PIC X(01) VALUE SPACES.
            03 LD-AVISO         PIC X(10).
       01 LINHA-SECAO.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 LSE-TEXTO        PIC X(60).
       01 LINHA-CABREO.
            03 FILLER          PIC X(10) VALUE "ARQUIVO".
            03 FILLER          PIC X(13) VALUE "  REGISTROS".
            03 FILLER          PIC X(14) VALUE " PICO REGS.".
            03 FILLER          PIC X(09) VALUE "%OCUP".
            03 FILLER          PIC X(07) VALUE "MIN".
            03 FILLER          PIC X(10) VALUE "ULT.REORG".
       01 LINHA-REO.
            03 LRO-ARQ          PIC X(08).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 LRO-REGS         PIC ZZZ.ZZZ.ZZ9.
            03 FILLER          PIC X(02) VALUE SPACES.
            03 LRO-PICO         PIC ZZZ.ZZZ.ZZ9.
            03 FILLER          PIC X(03) VALUE SPACES.
            03 LRO-PCT          PIC ZZ9,9.
            03 FILLER          PIC X(04) VALUE SPACES.
            03 LRO-MIN          PIC ZZ9.
            03 FILLER          PIC X(04) VALUE SPACES.
            03 LRO-DTREORG      PIC 9999/99/99.
            03 LRO-NUNCA REDEFINES LRO-DTREORG PIC X(10).
       01 LINHA-CABLIM.
            03 FILLER          PIC X(10) VALUE "ARQUIVO".
            03 FILLER          PIC X(12) VALUE "  KB ATUAL".
            03 FILLER          PIC X(12) VALUE " LIMITE KB".
            03 FILLER          PIC X(11) VALUE "   KB/DIA".
            03 FILLER          PIC X(08) VALUE "  DIAS".
            03 FILLER          PIC X(10) VALUE "PREVISTO".
       01 LINHA-LIM.
            03 LLI-ARQ          PIC X(08).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 LLI-KB           PIC ZZ.ZZZ.ZZ9.
            03 FILLER          PIC X(02) VALUE SPACES.
            03 LLI-LIMITE       PIC ZZ.ZZZ.ZZ9.
            03 FILLER          PIC X(02) VALUE SPACES.
            03 LLI-KBDIA        PIC ---.--9,9.
            03 FILLER          PIC X(02) VALUE SPACES.
            03 LLI-DIAS         PIC ZZ.ZZ9.
            03 FILLER          PIC X(02) VALUE SPACES.
            03 LLI-DTPREV       PIC 9999/99/99.
       01 LINHA-RODAPE.
            03 LR-TEXTO         PIC X(36).
            03 LR-QTD           PIC Z.ZZZ.ZZ9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           PERFORM ABRIR-ARQ    THRU ABRIR-ARQ-FIM
           PERFORM LER-LIMITE  THRU LER-LIMITE-FIM
           PERFORM CARREGA-LIM THRU CARREGA-LIM-FIM
                    UNTIL FIM-LIMEST
           PERFORM LE-EST       THRU LE-EST-FIM
           PERFORM PROCESSA     THRU PROCESSA-FIM
                    UNTIL FIM-EST
           PERFORM IMPRIME-REO THRU IMPRIME-REO-FIM
           PERFORM IMPRIME-LIM THRU IMPRIME-LIM-FIM
           PERFORM IMPRIME-TOT THRU IMPRIME-TOT-FIM
           PERFORM ROT-FIM        THRU ROT-FIM-FIM
           GOBACK.
      *--------------------[ ABERTURA DE ARQUIVOS ]--------------------
      * AS VARIACOES SAO MEDIDAS CONTRA AS CONTAGENS DE 7 E 30 DIAS
      * ANTES DE HOJE. SEM CARTOES DE LIMITE (LIMEST AUSENTE) NENHUM
      * ARQUIVO TEM LIMITE DE ESPACO.
       ABRIR-ARQ.
           DISPLAY "OCUPACAO MINIMA ANTES DE REORGANIZAR % (0=70) : "
           ACCEPT W-PCT-PADRAO
           IF W-PCT-PADRAO = ZEROS OR W-PCT-PADRAO > 100
                MOVE 70 TO W-PCT-PADRAO.
           DISPLAY "DIAS DE ANTECEDENCIA DO AVISO DE LIMITE (0=30) : "
           ACCEPT W-DIAS-AVISO
           IF W-DIAS-AVISO = ZEROS
                MOVE 30 TO W-DIAS-AVISO.
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD
           COMPUTE W-INT-HOJE = FUNCTION INTEGER-OF-DATE (W-DATA-HOJE)
           COMPUTE W-INT = W-INT-HOJE - 7
           COMPUTE W-REF7 = FUNCTION DATE-OF-INTEGER (W-INT)
           COMPUTE W-INT = W-INT-HOJE - 30
           COMPUTE W-REF30 = FUNCTION DATE-OF-INTEGER (W-INT)
           OPEN INPUT CADEST
           IF ST-ERRO = "35"
                DISPLAY "HISTORICO CADEST AINDA NAO CRIADO - FIM"
                MOVE 4 TO RETURN-CODE
                GOBACK.
           IF ST-ERRO NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO CADEST - ST=" ST-ERRO
                MOVE 8 TO RETURN-CODE
                GOBACK.
           OPEN INPUT LIMEST
           IF ST-ERRO2 = "35"
                DISPLAY "CARTOES DE LIMITE AUSENTES - SEM LIMITES"
                MOVE "S" TO W-FIM-LIMEST
           ELSE
           IF ST-ERRO2 NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO LIMEST - ST=" ST-ERRO2
                CLOSE CADEST
                MOVE 8 TO RETURN-CODE
                GOBACK.
           IF ST-ERRO2 = "00"
                MOVE "S" TO W-LIM-ABERTO.
           OPEN OUTPUT RELCRE
           IF ST-ERRO3 NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO RELCRE - ST=" ST-ERRO3
                MOVE 8 TO RETURN-CODE
                GOBACK.
           MOVE W-DATA-HOJE TO LT-DATA
           WRITE LINHA-REL FROM LINHA-TITULO
           MOVE W-PCT-PADRAO TO LPA-PCT
           MOVE W-DIAS-AVISO TO LPA-DIAS
           WRITE LINHA-REL FROM LINHA-PARAM
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           WRITE LINHA-REL FROM LINHA-CABEC
           MOVE ALL "-" TO LINHA-REL
           WRITE LINHA-REL.
       ABRIR-ARQ-FIM.
           EXIT.
      *--------------------[ LEITURA DOS CARTOES DE LIMITE ]-----------
       LER-LIMITE.
           IF FIM-LIMEST
                GO TO LER-LIMITE-FIM.
           READ LIMEST
                AT END MOVE "S" TO W-FIM-LIMEST.
       LER-LIMITE-FIM.
           EXIT.
      *--------------------[ CARGA DE UM CARTAO DE LIMITE ]------------
      * CARTAO EM BRANCO E IGNORADO; CARTAO INVALIDO E LISTADO NO
      * SYSOUT E DESPREZADO.
       CARREGA-LIM.
           IF REG-LIMITE = SPACES
                GO TO CARREGA-LIM-LER.
           ADD 1 TO W-TOT-CARTOES
           IF LM-ARQ = SPACES OR LM-LIMITE-KB NOT NUMERIC
                              OR LM-PCT-MIN NOT NUMERIC
                              OR LM-PCT-MIN > 100
                DISPLAY "CARTAO DE LIMITE INVALIDO : " REG-LIMITE
                ADD 1 TO W-TOT-REJEIT
                GO TO CARREGA-LIM-LER.
           IF W-QTD-CLIM NOT < 60
                DISPLAY "CARTOES DE LIMITE ALEM DE 60 - IGNORADO : "
                                                         LM-ARQ
                ADD 1 TO W-TOT-REJEIT
                GO TO CARREGA-LIM-LER.
           ADD 1 TO W-QTD-CLIM
           MOVE LM-ARQ TO W-TCLIM-ARQ (W-QTD-CLIM)
           MOVE LM-LIMITE-KB TO W-TCLIM-KB (W-QTD-CLIM)
           MOVE LM-PCT-MIN TO W-TCLIM-PCT (W-QTD-CLIM).
       CARREGA-LIM-LER.
           PERFORM LER-LIMITE THRU LER-LIMITE-FIM.
       CARREGA-LIM-FIM.
           EXIT.
      *--------------------[ LEITURA SEQUENCIAL DO HISTORICO ]---------
       LE-EST.
           READ CADEST NEXT RECORD
                AT END MOVE "S" TO W-FIM-EST.
       LE-EST-FIM.
           EXIT.
      *--------------------[ UM ARQUIVO DO HISTORICO ]-----------------
      * AS LINHAS DE UM ARQUIVO VEM JUNTAS, A DE CONTROLE (DATA ZEROS)
      * PRIMEIRO E AS DIARIAS EM ORDEM DE DATA. SO AS CONTAGENS "OK"
      * ENTRAM NO CRESCIMENTO; A SITUACAO DA ULTIMA NOITE VAI PARA O
      * AVISO.
       PROCESSA.
           MOVE ES-ARQ TO W-G-ARQ
           MOVE ZEROS TO W-G-PICO W-G-DTREORG W-ULT-DT W-ULT-REGS
                         W-ULT-KB W-PRI-DT W-PRI-REGS W-PRI-KB
                         W-B7-DT W-B7-REGS W-B30-DT W-B30-REGS
                         W-B30-KB
           MOVE SPACES TO W-G-SIT.
       PROCESSA-LINHA.
           IF FIM-EST OR ES-ARQ NOT = W-G-ARQ
                GO TO PROCESSA-FECHA.
           IF ES-DATA = ZEROS
                MOVE ES-PICO-ATUAL TO W-G-PICO
                MOVE ES-DTREORG TO W-G-DTREORG
           ELSE
                MOVE ES-SITUACAO TO W-G-SIT
                IF ES-CONTADO
                     PERFORM ACUMULA THRU ACUMULA-FIM.
           PERFORM LE-EST THRU LE-EST-FIM
           GO TO PROCESSA-LINHA.
       PROCESSA-FECHA.
           ADD 1 TO W-TOT-ARQS
           MOVE SPACES TO LINHA-DET
           MOVE W-G-ARQ TO LD-ARQ
           IF W-ULT-DT = ZEROS
                ADD 1 TO W-TOT-SEMCONT
                PERFORM AVISO-SIT THRU AVISO-SIT-FIM
                WRITE LINHA-REL FROM LINHA-DET
                GO TO PROCESSA-FIM.
           IF W-B7-DT = ZEROS
                MOVE W-PRI-DT TO W-B7-DT
                MOVE W-PRI-REGS TO W-B7-REGS.
           IF W-B30-DT = ZEROS
                MOVE W-PRI-DT TO W-B30-DT
                MOVE W-PRI-REGS TO W-B30-REGS
                MOVE W-PRI-KB TO W-B30-KB.
           MOVE ZEROS TO W-KBDIA
           COMPUTE W-DIAS-CALC = FUNCTION INTEGER-OF-DATE (W-ULT-DT)
                               - FUNCTION INTEGER-OF-DATE (W-B30-DT)
           IF W-DIAS-CALC > ZEROS
                COMPUTE W-KBDIA ROUNDED = (W-ULT-KB - W-B30-KB)
                                        / W-DIAS-CALC.
           MOVE 100 TO W-PCT-ATIVO
           IF W-G-PICO > ZEROS
                COMPUTE W-PCT-ATIVO ROUNDED = W-ULT-REGS * 100
                                            / W-G-PICO.
           PERFORM ACHA-LIMITE THRU ACHA-LIMITE-FIM
           MOVE SPACES TO W-MARCA-REO W-MARCA-LIM
           PERFORM AVALIA-REO THRU AVALIA-REO-FIM
           PERFORM AVALIA-LIM THRU AVALIA-LIM-FIM
           MOVE W-ULT-REGS TO LD-REGS
           MOVE W-ULT-KB TO LD-KB
           COMPUTE LD-VAR7 = W-ULT-REGS - W-B7-REGS
           COMPUTE LD-VAR30 = W-ULT-REGS - W-B30-REGS
           MOVE W-KBDIA TO LD-KBDIA
           MOVE W-PCT-ATIVO TO LD-PCT
           IF W-MARCA-REO = "S" AND W-MARCA-LIM = "S"
                MOVE "REORG+LIM" TO LD-AVISO
           ELSE
           IF W-MARCA-REO = "S"
                MOVE "REORGANIZ." TO LD-AVISO
           ELSE
           IF W-MARCA-LIM = "S"
                MOVE "LIMITE" TO LD-AVISO.
           IF W-G-SIT NOT = "OK"
                PERFORM AVISO-SIT THRU AVISO-SIT-FIM.
           WRITE LINHA-REL FROM LINHA-DET.
       PROCESSA-FIM.
           EXIT.
      *--------------------[ CONTAGEM "OK" DO ARQUIVO ]---------------
       ACUMULA.
           IF W-PRI-DT = ZEROS
                MOVE ES-DATA TO W-PRI-DT
                MOVE ES-REGS TO W-PRI-REGS
                MOVE ES-KBYTES TO W-PRI-KB.
           IF ES-DATA NOT > W-REF7
                MOVE ES-DATA TO W-B7-DT
                MOVE ES-REGS TO W-B7-REGS.
           IF ES-DATA NOT > W-REF30
                MOVE ES-DATA TO W-B30-DT
                MOVE ES-REGS TO W-B30-REGS
                MOVE ES-KBYTES TO W-B30-KB.
           MOVE ES-DATA TO W-ULT-DT
           MOVE ES-REGS TO W-ULT-REGS
           MOVE ES-KBYTES TO W-ULT-KB.
       ACUMULA-FIM.
           EXIT.
      *--------------------[ ULTIMA NOITE SEM CONTAGEM ]---------------
       AVISO-SIT.
           IF W-G-SIT = "IN"
                MOVE "INEXISTENTE" TO LD-AVISO
           ELSE
                MOVE "ERRO CONT." TO LD-AVISO.
       AVISO-SIT-FIM.
           EXIT.
      *--------------------[ LIMITE DO ARQUIVO NOS CARTOES ]-----------
       ACHA-LIMITE.
           MOVE ZEROS TO W-LIM-KB
           MOVE W-PCT-PADRAO TO W-PCT-MIN
           MOVE ZEROS TO W-IDX.
       ACHA-LIMITE-LOOP.
           ADD 1 TO W-IDX
           IF W-IDX > W-QTD-CLIM
                GO TO ACHA-LIMITE-FIM.
           IF W-TCLIM-ARQ (W-IDX) NOT = W-G-ARQ
                GO TO ACHA-LIMITE-LOOP.
           MOVE W-TCLIM-KB (W-IDX) TO W-LIM-KB
           IF W-TCLIM-PCT (W-IDX) NOT = ZEROS
                MOVE W-TCLIM-PCT (W-IDX) TO W-PCT-MIN.
       ACHA-LIMITE-FIM.
           EXIT.
      *--------------------[ OCUPACAO ABAIXO DO MINIMO ]---------------
       AVALIA-REO.
           IF W-G-PICO = ZEROS OR W-PCT-ATIVO NOT < W-PCT-MIN
                GO TO AVALIA-REO-FIM.
           MOVE "S" TO W-MARCA-REO
           IF W-QTD-REO NOT < 60
                GO TO AVALIA-REO-FIM.
           ADD 1 TO W-QTD-REO
           MOVE W-G-ARQ TO W-TREO-ARQ (W-QTD-REO)
           MOVE W-ULT-REGS TO W-TREO-REGS (W-QTD-REO)
           MOVE W-G-PICO TO W-TREO-PICO (W-QTD-REO)
           MOVE W-PCT-ATIVO TO W-TREO-PCT (W-QTD-REO)
           MOVE W-PCT-MIN TO W-TREO-MIN (W-QTD-REO)
           MOVE W-G-DTREORG TO W-TREO-DTREORG (W-QTD-REO).
       AVALIA-REO-FIM.
           EXIT.
      *--------------------[ PROJECAO ATE O LIMITE DE ESPACO ]---------
      * LIMITE JA ATINGIDO = ZERO DIAS. SEM CRESCIMENTO NOS ULTIMOS 30
      * DIAS NAO HA PROJECAO.
       AVALIA-LIM.
           IF W-LIM-KB = ZEROS
                GO TO AVALIA-LIM-FIM.
           MOVE ZEROS TO W-DIAS
           IF W-ULT-KB < W-LIM-KB
                IF W-KBDIA NOT > ZEROS
                     GO TO AVALIA-LIM-FIM
                ELSE
                     COMPUTE W-DIAS-CALC = (W-LIM-KB - W-ULT-KB)
                                         / W-KBDIA
                     IF W-DIAS-CALC > 99999
                          MOVE 99999 TO W-DIAS
                     ELSE
                          MOVE W-DIAS-CALC TO W-DIAS.
           IF W-DIAS > W-DIAS-AVISO
                GO TO AVALIA-LIM-FIM.
           MOVE "S" TO W-MARCA-LIM
           IF W-QTD-LIM NOT < 60
                GO TO AVALIA-LIM-FIM.
           ADD 1 TO W-QTD-LIM
           MOVE W-G-ARQ TO W-TLIM-ARQ (W-QTD-LIM)
           MOVE W-ULT-KB TO W-TLIM-KB (W-QTD-LIM)
           MOVE W-LIM-KB TO W-TLIM-LIMITE (W-QTD-LIM)
           MOVE W-KBDIA TO W-TLIM-KBDIA (W-QTD-LIM)
           MOVE W-DIAS TO W-TLIM-DIAS (W-QTD-LIM)
           COMPUTE W-INT = W-INT-HOJE + W-DIAS
           COMPUTE W-TLIM-DTPREV (W-QTD-LIM) =
                   FUNCTION DATE-OF-INTEGER (W-INT).
       AVALIA-LIM-FIM.
           EXIT.
      *--------------------[ ARQUIVOS A REORGANIZAR ]------------------
       IMPRIME-REO.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-SECAO
           MOVE "ARQUIVOS COM OCUPACAO ABAIXO DO MINIMO - REORGANIZAR"
                                                   TO LSE-TEXTO
           WRITE LINHA-REL FROM LINHA-SECAO
           WRITE LINHA-REL FROM LINHA-CABREO
           MOVE ALL "-" TO LINHA-REL
           WRITE LINHA-REL
           IF W-QTD-REO = ZEROS
                MOVE "NENHUM ARQUIVO A REORGANIZAR" TO LINHA-REL
                WRITE LINHA-REL
                GO TO IMPRIME-REO-FIM.
           MOVE ZEROS TO W-IDX.
       IMPRIME-REO-LOOP.
           ADD 1 TO W-IDX
           IF W-IDX > W-QTD-REO
                GO TO IMPRIME-REO-FIM.
           MOVE W-TREO-ARQ (W-IDX) TO LRO-ARQ
           MOVE W-TREO-REGS (W-IDX) TO LRO-REGS
           MOVE W-TREO-PICO (W-IDX) TO LRO-PICO
           MOVE W-TREO-PCT (W-IDX) TO LRO-PCT
           MOVE W-TREO-MIN (W-IDX) TO LRO-MIN
           IF W-TREO-DTREORG (W-IDX) = ZEROS
                MOVE "NUNCA" TO LRO-NUNCA
           ELSE
                MOVE W-TREO-DTREORG (W-IDX) TO LRO-DTREORG.
           WRITE LINHA-REL FROM LINHA-REO
           GO TO IMPRIME-REO-LOOP.
       IMPRIME-REO-FIM.
           EXIT.
      *--------------------[ ARQUIVOS PROXIMOS DO LIMITE ]-------------
       IMPRIME-LIM.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-SECAO
           MOVE "ARQUIVOS QUE CHEGAM AO LIMITE NO PRAZO DE AVISO"
                                                   TO LSE-TEXTO
           WRITE LINHA-REL FROM LINHA-SECAO
           WRITE LINHA-REL FROM LINHA-CABLIM
           MOVE ALL "-" TO LINHA-REL
           WRITE LINHA-REL
           IF W-QTD-LIM = ZEROS
                MOVE "NENHUM ARQUIVO PROXIMO DO LIMITE" TO LINHA-REL
                WRITE LINHA-REL
                GO TO IMPRIME-LIM-FIM.
           MOVE ZEROS TO W-IDX.
       IMPRIME-LIM-LOOP.
           ADD 1 TO W-IDX
           IF W-IDX > W-QTD-LIM
                GO TO IMPRIME-LIM-FIM.
           MOVE W-TLIM-ARQ (W-IDX) TO LLI-ARQ
           MOVE W-TLIM-KB (W-IDX) TO LLI-KB
           MOVE W-TLIM-LIMITE (W-IDX) TO LLI-LIMITE
           MOVE W-TLIM-KBDIA (W-IDX) TO LLI-KBDIA
           MOVE W-TLIM-DIAS (W-IDX) TO LLI-DIAS
           MOVE W-TLIM-DTPREV (W-IDX) TO LLI-DTPREV
           WRITE LINHA-REL FROM LINHA-LIM
           GO TO IMPRIME-LIM-LOOP.
       IMPRIME-LIM-FIM.
           EXIT.
      *--------------------[ TOTAIS DA RODADA ]------------------------
       IMPRIME-TOT.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE "ARQUIVOS NO HISTORICO             :" TO LR-TEXTO
           MOVE W-TOT-ARQS TO LR-QTD
           WRITE LINHA-REL FROM LINHA-RODAPE
           MOVE "ARQUIVOS AINDA SEM CONTAGEM       :" TO LR-TEXTO
           MOVE W-TOT-SEMCONT TO LR-QTD
           WRITE LINHA-REL FROM LINHA-RODAPE
           MOVE "ARQUIVOS A REORGANIZAR            :" TO LR-TEXTO
           MOVE W-QTD-REO TO LR-QTD
           WRITE LINHA-REL FROM LINHA-RODAPE
           MOVE "ARQUIVOS PROXIMOS DO LIMITE       :" TO LR-TEXTO
           MOVE W-QTD-LIM TO LR-QTD
           WRITE LINHA-REL FROM LINHA-RODAPE
           IF W-QTD-REO > ZEROS OR W-QTD-LIM > ZEROS
              OR W-TOT-REJEIT > ZEROS
                MOVE 4 TO RETURN-CODE.
       IMPRIME-TOT-FIM.
           EXIT.
      *--------------------[ ENCERRAMENTO ]-----------------------------
       ROT-FIM.
           DISPLAY "ARQUIVOS NO HISTORICO     : " W-TOT-ARQS
           DISPLAY "CARTOES DE LIMITE LIDOS   : " W-TOT-CARTOES
           DISPLAY "CARTOES REJEITADOS        : " W-TOT-REJEIT
           DISPLAY "ARQUIVOS A REORGANIZAR    : " W-QTD-REO
           DISPLAY "ARQUIVOS PROXIMOS DO LIMITE : " W-QTD-LIM
           CLOSE CADEST RELCRE
           IF W-LIM-ABERTO = "S"
                CLOSE LIMEST.
       ROT-FIM-FIM.
           EXIT.
