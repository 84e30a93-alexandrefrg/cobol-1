       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP030.
       AUTHOR. ANGELO LOTIERZO FILHO.
      ********************************************************
      * RELATORIO MENSAL DE ALTERACOES DAS TABELAS (TABLOG)   *
      * LE A TRILHA TABLOG GRAVADA PELOS PROGRAMAS DE         *
      * MANUTENCAO DAS TARIFAS DE CONSULTA (SMP018), DOS      *
      * CONVENIOS (SMP027), DAS TARIFAS DE PLANTAO (PLT004),  *
      * DOS OPERADORES (SMP016), DA COBERTURA DOS CONVENIOS   *
      * (SMP031), DOS PERCENTUAIS DE REPASSE (SMP032), DAS    *
      * TARIFAS DE PROCEDIMENTOS (SMP034), DA COBERTURA DE    *
      * PLANTAO (SMP037) E DOS INTERVALOS DE RECHAMADA        *
      * (SMP038) E                                            *
      * IMPRIME OS MOVIMENTOS DO MES DE REFERENCIA            *
      * AGRUPADOS POR TABELA - DATA, HORA, OPERACAO, QUEM     *
      * ALTEROU, REGISTRO ATINGIDO E OS VALORES DE/PARA. E A  *
      * RESPOSTA PARA "QUEM MUDOU A TARIFA" QUANDO O          *
      * FINANCEIRO QUESTIONA UM VALOR DO FATVAL OU DO PLTPAG. *
      * UMA SECAO A PARTE LISTA CADA PERMISSAO DE OPERADOR    *
      * CONCEDIDA OU RETIRADA NO MES, COM CAMPO DE VISTO DO   *
      * RESPONSAVEL PELA SEGURANCA. RODA NO FECHAMENTO MENSAL *
      * (CADMES, PASSO TBL085).                               *
      * DATA CRIACAO : 15/10/2026                             *
      ********************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                    SELECT CADTBL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS TB-CHAVE
                    FILE STATUS  IS ST-ERRO.
                    SELECT RELTBL ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO2.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADTBL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "TABLOG.DAT".
           COPY TBLREG.
      *
       FD RELTBL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELTBL.LST".
       01 LINHA-REL             PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-ERRO     PIC X(02) VALUE "00".
       01 ST-ERRO2   PIC X(02) VALUE "00".
       01 W-FIM-TBL      PIC X(01) VALUE "N".
           88 FIM-TBL                VALUE "S".
       01 W-MES-REF         PIC 9(06) VALUE ZEROS.
       01 W-MES-TBL         PIC 9(06) VALUE ZEROS.
       01 W-TAB-ATUAL      PIC X(06) VALUE SPACES.
       01 W-TXOPER           PIC X(09) VALUE SPACES.
       01 W-TOT-LIDOS       PIC 9(06) VALUE ZEROS.
       01 W-TOT-SECAO       PIC 9(06) VALUE ZEROS.
       01 W-TOT-MES          PIC 9(06) VALUE ZEROS.
       01 W-TOT-CONCED     PIC 9(05) VALUE ZEROS.
       01 W-TOT-RETIR       PIC 9(05) VALUE ZEROS.
      *
      * PERMISSAO EM TESTE NA SECAO DE SEGURANCA (VIDE TESTA-PERM)
      *
       01 W-P-NOME           PIC X(12) VALUE SPACES.
       01 W-P-ANT            PIC X(01) VALUE SPACES.
       01 W-P-NOVO           PIC X(01) VALUE SPACES.
      *
      * IMAGENS DOS REGISTROS DAS TABELAS, PARA DECODIFICAR O
      * TB-ANTES / TB-DEPOIS DE CADA MOVIMENTO
      *
           COPY TARREG REPLACING ==REGTAR== BY ==W-TAR-IMG==
                          LEADING ==TA== BY ==W-TAI==.
           COPY CONREG REPLACING ==REGCON== BY ==W-CON-IMG==
                          LEADING ==CV== BY ==W-CVI==.
           COPY TPLREG REPLACING ==REGTPL== BY ==W-TPL-IMG==
                          LEADING ==TP== BY ==W-TPI==.
           COPY PLNREG REPLACING ==REGPLN== BY ==W-PLN-IMG==
                          LEADING ==PN== BY ==W-PNI==.
           COPY REPREG REPLACING ==REGREP== BY ==W-REP-IMG==
                          LEADING ==RP== BY ==W-RPI==.
           COPY TPRREG REPLACING ==REGTPR== BY ==W-TPR-IMG==
                          LEADING ==TR== BY ==W-TRI==.
           COPY COBREG REPLACING ==REGCOB== BY ==W-COB-IMG==
                          LEADING ==CB== BY ==W-CBI==.
           COPY RECREG REPLACING ==REGREC== BY ==W-REC-IMG==
                          LEADING ==RC== BY ==W-RCI==.
           COPY OPRREG REPLACING ==REGOPR== BY ==W-OPR-ANT==
                          LEADING ==OP== BY ==W-OPA==.
           COPY OPRREG REPLACING ==REGOPR== BY ==W-OPR-NOVO==
                          LEADING ==OP== BY ==W-OPN==.
      *
      * TEXTOS DE CHAVE E DE VALOR POR TABELA
      *
       01 W-CHV-TAR.
            03 FILLER          PIC X(06) VALUE "ESPEC ".
            03 W-CTA-ESPEC    PIC Z9.
            03 FILLER          PIC X(06) VALUE " CONV ".
            03 W-CTA-CONV     PIC ZZ9.
            03 FILLER          PIC X(05) VALUE " VIG ".
            03 W-CTA-VIG      PIC 9(08).
       01 W-CHV-CON.
            03 FILLER          PIC X(09) VALUE "CONVENIO ".
            03 W-CCV-COD      PIC ZZ9.
       01 W-CHV-TPL.
            03 FILLER          PIC X(06) VALUE "TURNO ".
            03 W-CTP-TURNO    PIC 9(01).
            03 FILLER          PIC X(05) VALUE " VIG ".
            03 W-CTP-VIG      PIC 9(08).
       01 W-CHV-PLN.
            03 FILLER          PIC X(09) VALUE "CONVENIO ".
            03 W-CPN-CONV     PIC ZZ9.
            03 FILLER          PIC X(07) VALUE " ESPEC ".
            03 W-CPN-ESPEC    PIC Z9.
       01 W-CHV-REP.
            03 FILLER          PIC X(06) VALUE "ESPEC ".
            03 W-CRP-ESPEC    PIC Z9.
            03 FILLER          PIC X(06) VALUE " CONV ".
            03 W-CRP-CONV     PIC ZZ9.
            03 FILLER          PIC X(05) VALUE " VIG ".
            03 W-CRP-VIG      PIC 9(08).
       01 W-CHV-TPR.
            03 FILLER          PIC X(05) VALUE "PROC ".
            03 W-CTR-PROC     PIC ZZZ9.
            03 FILLER          PIC X(06) VALUE " CONV ".
            03 W-CTR-CONV     PIC ZZ9.
            03 FILLER          PIC X(05) VALUE " VIG ".
            03 W-CTR-VIG      PIC 9(08).
       01 W-CHV-COB.
            03 FILLER          PIC X(06) VALUE "ESPEC ".
            03 W-CCB-ESPEC    PIC Z9.
            03 FILLER          PIC X(05) VALUE " DIA ".
            03 W-CCB-DIASEM   PIC 9(01).
            03 FILLER          PIC X(07) VALUE " TURNO ".
            03 W-CCB-TURNO    PIC 9(01).
       01 W-CHV-REC.
            03 FILLER          PIC X(06) VALUE "ESPEC ".
            03 W-CRC-ESPEC    PIC Z9.
       01 W-CHV-OPR.
            03 FILLER          PIC X(09) VALUE "OPERADOR ".
            03 W-COP-COD      PIC X(08).
       01 W-TXT-VALOR.
            03 FILLER          PIC X(06) VALUE "VALOR ".
            03 W-TVL-VALOR    PIC ZZZ.ZZ9,99.
       01 W-TXT-TAR.
            03 FILLER          PIC X(06) VALUE "VALOR ".
            03 W-TTA-VALOR    PIC ZZZ.ZZ9,99.
            03 FILLER          PIC X(07) VALUE " VIDEO ".
            03 W-TTA-VIDEO    PIC ZZZ.ZZ9,99.
       01 W-TXT-REP.
            03 FILLER          PIC X(18) VALUE "PERCENTUAL MEDICO ".
            03 W-TRP-PERC     PIC ZZ9,99.
       01 W-TXT-REC.
            03 FILLER          PIC X(10) VALUE "INTERVALO ".
            03 W-TRC-MESES    PIC ZZ9.
            03 FILLER          PIC X(06) VALUE " MESES".
      *
      * O REGISTRO DO CADCOB E SO A CHAVE - O TEXTO REPETE A REGRA
      * EXIGIDA (DIA 0 = TODOS OS DIAS)
      *
       01 W-TXT-COB.
            03 FILLER          PIC X(22) VALUE "EXIGIDO DIA DA SEMANA ".
            03 W-TCB-DIASEM   PIC 9(01).
            03 FILLER          PIC X(07) VALUE " TURNO ".
            03 W-TCB-TURNO    PIC 9(01).
       01 W-TXT-CON.
            03 W-TCV-NOME     PIC X(30).
            03 FILLER          PIC X(10) VALUE " SITUACAO ".
            03 W-TCV-SIT      PIC X(01).
            03 FILLER          PIC X(09) VALUE " RETORNO ".
            03 W-TCV-RET      PIC ZZ9.
       01 W-TXT-PLN.
            03 FILLER          PIC X(09) VALUE "COBERTA: ".
            03 W-TPN-COB      PIC X(01).
            03 FILLER          PIC X(20) VALUE "   EXIGE AUTORIZ.: ".
            03 W-TPN-AUT      PIC X(01).
       01 W-TXT-OPR.
            03 W-TOP-NOME     PIC X(25).
            03 FILLER          PIC X(07) VALUE " PERM: ".
            03 W-TOP-CONS     PIC X(01).
            03 W-TOP-INC      PIC X(01).
            03 W-TOP-EXC      PIC X(01).
            03 W-TOP-AGE      PIC X(01).
            03 W-TOP-BAT      PIC X(01).
            03 W-TOP-SUP      PIC X(01).
            03 FILLER          PIC X(06) VALUE " SIT: ".
            03 W-TOP-SIT      PIC X(01).
            03 FILLER          PIC X(07) VALUE " SENHA ".
            03 W-TOP-SENHA    PIC X(08).
      *
       01 LINHA-TITULO.
            03 FILLER          PIC X(06) VALUE SPACES.
            03 FILLER          PIC X(50) VALUE
               "RELATORIO MENSAL DE ALTERACOES DE TABELAS - MES :".
            03 LT-MES           PIC 9(06).
       01 LINHA-SECAO.
            03 FILLER          PIC X(10) VALUE "TABELA : ".
            03 LS-TABELA       PIC X(06).
            03 FILLER          PIC X(03) VALUE " - ".
            03 LS-DESCR         PIC X(40).
       01 LINHA-LEGENDA.
            03 FILLER          PIC X(08) VALUE SPACES.
            03 FILLER          PIC X(60) VALUE
               "PERM = CONSULTA/INCLUI/EXCLUI/AGENDA/BATCH/SUPERVISOR".
       01 LINHA-CABEC.
            03 FILLER          PIC X(10) VALUE "DATA".
            03 FILLER          PIC X(08) VALUE "HORA".
            03 FILLER          PIC X(10) VALUE "OPERACAO".
            03 FILLER          PIC X(10) VALUE "OPERADOR".
            03 FILLER          PIC X(30) VALUE "REGISTRO".
       01 LINHA-DET.
            03 LD-DATA          PIC 9(08).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 LD-HORA          PIC 9(06).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 LD-OPER          PIC X(09).
            03 FILLER          PIC X(01) VALUE SPACES.
            03 LD-OPERADOR    PIC X(08).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 LD-CHAVE        PIC X(34).
       01 LINHA-IMG.
            03 FILLER          PIC X(08) VALUE SPACES.
            03 LI-ROTULO       PIC X(07).
            03 LI-TEXTO        PIC X(62).
       01 LINHA-TOTSEC.
            03 FILLER  PIC X(30) VALUE "TOTAL DE MOVIMENTOS NA TABELA:".
            03 LTS-TOT         PIC ZZZ.ZZ9.
       01 LINHA-SEG.
            03 FILLER          PIC X(60) VALUE
               "PERMISSOES DE OPERADOR CONCEDIDAS / RETIRADAS NO MES".
       01 LINHA-CABEC-SEG.
            03 FILLER          PIC X(10) VALUE "DATA".
            03 FILLER          PIC X(08) VALUE "HORA".
            03 FILLER          PIC X(12) VALUE "ALTERADO POR".
            03 FILLER          PIC X(10) VALUE "OPERADOR".
            03 FILLER          PIC X(14) VALUE "PERMISSAO".
            03 FILLER          PIC X(10) VALUE "ACAO".
       01 LINHA-PERM.
            03 LP-DATA          PIC 9(08).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 LP-HORA          PIC 9(06).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 LP-QUEM          PIC X(08).
            03 FILLER          PIC X(04) VALUE SPACES.
            03 LP-ALVO          PIC X(08).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 LP-PERM          PIC X(12).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 LP-ACAO          PIC X(09).
       01 LINHA-TOTSEG.
            03 FILLER  PIC X(14) VALUE "CONCEDIDAS : ".
            03 LTG-CONC        PIC ZZ.ZZ9.
            03 FILLER  PIC X(16) VALUE "   RETIRADAS : ".
            03 LTG-RETIR       PIC ZZ.ZZ9.
       01 LINHA-RODAPE.
            03 FILLER  PIC X(30) VALUE "TOTAL DE MOVIMENTOS NO MES  :".
            03 LR-TOT-MES      PIC ZZZ.ZZ9.
       01 LINHA-VISTO.
            03 FILLER  PIC X(50)
               VALUE "VISTO DO RESPONSAVEL PELA SEGURANCA: ________".
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           PERFORM ABRIR-ARQ    THRU ABRIR-ARQ-FIM
           MOVE "CADTAR" TO W-TAB-ATUAL
           MOVE "TARIFAS DE CONSULTA (SMP018)" TO LS-DESCR
           PERFORM SECAO-TABELA THRU SECAO-TABELA-FIM
           MOVE "CADCON" TO W-TAB-ATUAL
           MOVE "CONVENIOS (SMP027)" TO LS-DESCR
           PERFORM SECAO-TABELA THRU SECAO-TABELA-FIM
           MOVE "CADTPL" TO W-TAB-ATUAL
           MOVE "TARIFAS DE PLANTAO (PLT004)" TO LS-DESCR
           PERFORM SECAO-TABELA THRU SECAO-TABELA-FIM
           MOVE "CADOPR" TO W-TAB-ATUAL
           MOVE "OPERADORES E PERMISSOES (SMP016)" TO LS-DESCR
           PERFORM SECAO-TABELA THRU SECAO-TABELA-FIM
           MOVE "CADPLN" TO W-TAB-ATUAL
           MOVE "COBERTURA CONVENIO X ESPEC. (SMP031)" TO LS-DESCR
           PERFORM SECAO-TABELA THRU SECAO-TABELA-FIM
           MOVE "CADREP" TO W-TAB-ATUAL
           MOVE "PERCENTUAIS DE REPASSE (SMP032)" TO LS-DESCR
           PERFORM SECAO-TABELA THRU SECAO-TABELA-FIM
           MOVE "CADTPR" TO W-TAB-ATUAL
           MOVE "TARIFAS DE PROCEDIMENTOS (SMP034)" TO LS-DESCR
           PERFORM SECAO-TABELA THRU SECAO-TABELA-FIM
           MOVE "CADCOB" TO W-TAB-ATUAL
           MOVE "COBERTURA OBRIGATORIA PLANTAO (SMP037)" TO LS-DESCR
           PERFORM SECAO-TABELA THRU SECAO-TABELA-FIM
           MOVE "CADREC" TO W-TAB-ATUAL
           MOVE "INTERVALOS DE RECHAMADA (SMP038)" TO LS-DESCR
           PERFORM SECAO-TABELA THRU SECAO-TABELA-FIM
           PERFORM SECAO-PERMISSAO THRU SECAO-PERMISSAO-FIM
           PERFORM ROT-FIM        THRU ROT-FIM-FIM
           GOBACK.
      *--------------------[ ABERTURA DE ARQUIVOS ]--------------------
       ABRIR-ARQ.
           DISPLAY "MES DE REFERENCIA (AAAAMM) : "
           ACCEPT W-MES-REF
           IF W-MES-REF = ZEROS
                DISPLAY "MES DE REFERENCIA NAO INFORMADO - FIM"
                GOBACK.
           OPEN OUTPUT RELTBL
           IF ST-ERRO2 NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO RELTBL - ST=" ST-ERRO2
                GOBACK.
           MOVE W-MES-REF TO LT-MES
           WRITE LINHA-REL FROM LINHA-TITULO
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL.
       ABRIR-ARQ-FIM.
           EXIT.
      *--------------------[ ABERTURA DO TABLOG P/ UMA PASSADA ]-------
      * CADA SECAO RELE A TRILHA DESDE O INICIO. SEM TABLOG (NENHUMA
      * MANUTENCAO GRAVADA AINDA) A SECAO SAI VAZIA.
       ABRE-TBL.
           MOVE "N" TO W-FIM-TBL
           OPEN INPUT CADTBL
           IF ST-ERRO NOT = "00"
                MOVE "S" TO W-FIM-TBL
                IF ST-ERRO NOT = "35"
                     DISPLAY "ERRO NA ABERTURA DO TABLOG - ST=" ST-ERRO
                     MOVE 8 TO RETURN-CODE.
       ABRE-TBL-FIM.
           EXIT.
      *--------------------[ LEITURA DO PROXIMO MOVIMENTO DO MES ]------
       LER-TBL.
           IF FIM-TBL
                GO TO LER-TBL-FIM.
           READ CADTBL
                AT END MOVE "S" TO W-FIM-TBL
                        CLOSE CADTBL
                        GO TO LER-TBL-FIM.
           MOVE TB-DATA (1:6) TO W-MES-TBL
           IF W-MES-TBL NOT = W-MES-REF OR TB-TABELA NOT = W-TAB-ATUAL
                GO TO LER-TBL.
       LER-TBL-FIM.
           EXIT.
      *--------------------[ SECAO DE UMA TABELA ]---------------------
       SECAO-TABELA.
           MOVE ZEROS TO W-TOT-SECAO
           MOVE W-TAB-ATUAL TO LS-TABELA
           WRITE LINHA-REL FROM LINHA-SECAO
           IF W-TAB-ATUAL = "CADOPR"
                WRITE LINHA-REL FROM LINHA-LEGENDA.
           WRITE LINHA-REL FROM LINHA-CABEC
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           PERFORM ABRE-TBL THRU ABRE-TBL-FIM
           PERFORM LER-TBL  THRU LER-TBL-FIM.
       SECAO-TABELA-LOOP.
           IF FIM-TBL
                GO TO SECAO-TABELA-TOTAL.
           ADD 1 TO W-TOT-LIDOS
           PERFORM IMPRIME-MOV THRU IMPRIME-MOV-FIM
           PERFORM LER-TBL THRU LER-TBL-FIM
           GO TO SECAO-TABELA-LOOP.
       SECAO-TABELA-TOTAL.
           MOVE W-TOT-SECAO TO LTS-TOT
           WRITE LINHA-REL FROM LINHA-TOTSEC
           ADD W-TOT-SECAO TO W-TOT-MES
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL.
       SECAO-TABELA-FIM.
           EXIT.
      *--------------------[ IMPRESSAO DE UM MOVIMENTO ]---------------
      * A CHAVE DO REGISTRO ATINGIDO VEM DA IMAGEM POSTERIOR, OU DA
      * ANTERIOR QUANDO O MOVIMENTO E UMA EXCLUSAO.
       IMPRIME-MOV.
           ADD 1 TO W-TOT-SECAO
           PERFORM TRADUZ-OPER THRU TRADUZ-OPER-FIM
           MOVE TB-DATA     TO LD-DATA
           MOVE TB-HORA     TO LD-HORA
           MOVE W-TXOPER   TO LD-OPER
           MOVE TB-OPERADOR TO LD-OPERADOR
           IF TB-EXCLUSAO
                MOVE TB-ANTES  TO LI-TEXTO
           ELSE
                MOVE TB-DEPOIS TO LI-TEXTO.
           PERFORM MONTA-CHAVE THRU MONTA-CHAVE-FIM
           WRITE LINHA-REL FROM LINHA-DET
           IF NOT TB-INCLUSAO
                MOVE "DE   :" TO LI-ROTULO
                MOVE TB-ANTES TO LI-TEXTO
                PERFORM MONTA-TEXTO THRU MONTA-TEXTO-FIM
                WRITE LINHA-REL FROM LINHA-IMG.
           IF NOT TB-EXCLUSAO
                MOVE "PARA :" TO LI-ROTULO
                MOVE TB-DEPOIS TO LI-TEXTO
                PERFORM MONTA-TEXTO THRU MONTA-TEXTO-FIM
                WRITE LINHA-REL FROM LINHA-IMG.
       IMPRIME-MOV-FIM.
           EXIT.
      *--------------------[ CHAVE DO REGISTRO ATINGIDO ]--------------
      * ENTRA COM A IMAGEM EM LI-TEXTO E DEVOLVE O TEXTO EM LD-CHAVE
       MONTA-CHAVE.
           IF TB-CADTAR
                MOVE LI-TEXTO TO W-TAR-IMG
                MOVE W-TAI-ESPEC TO W-CTA-ESPEC
                MOVE W-TAI-CONV TO W-CTA-CONV
                MOVE W-TAI-VIGENCIA TO W-CTA-VIG
                MOVE W-CHV-TAR TO LD-CHAVE
           ELSE IF TB-CADCON
                MOVE LI-TEXTO TO W-CON-IMG
                MOVE W-CVI-CODIGO TO W-CCV-COD
                MOVE W-CHV-CON TO LD-CHAVE
           ELSE IF TB-CADTPL
                MOVE LI-TEXTO TO W-TPL-IMG
                MOVE W-TPI-TURNO TO W-CTP-TURNO
                MOVE W-TPI-VIGENCIA TO W-CTP-VIG
                MOVE W-CHV-TPL TO LD-CHAVE
           ELSE IF TB-CADPLN
                MOVE LI-TEXTO TO W-PLN-IMG
                MOVE W-PNI-CONV TO W-CPN-CONV
                MOVE W-PNI-ESPEC TO W-CPN-ESPEC
                MOVE W-CHV-PLN TO LD-CHAVE
           ELSE IF TB-CADREP
                MOVE LI-TEXTO TO W-REP-IMG
                MOVE W-RPI-ESPEC TO W-CRP-ESPEC
                MOVE W-RPI-CONV TO W-CRP-CONV
                MOVE W-RPI-VIGENCIA TO W-CRP-VIG
                MOVE W-CHV-REP TO LD-CHAVE
           ELSE IF TB-CADTPR
                MOVE LI-TEXTO TO W-TPR-IMG
                MOVE W-TRI-PROC TO W-CTR-PROC
                MOVE W-TRI-CONV TO W-CTR-CONV
                MOVE W-TRI-VIGENCIA TO W-CTR-VIG
                MOVE W-CHV-TPR TO LD-CHAVE
           ELSE IF TB-CADCOB
                MOVE LI-TEXTO TO W-COB-IMG
                MOVE W-CBI-ESPEC TO W-CCB-ESPEC
                MOVE W-CBI-DIASEM TO W-CCB-DIASEM
                MOVE W-CBI-TURNO TO W-CCB-TURNO
                MOVE W-CHV-COB TO LD-CHAVE
           ELSE IF TB-CADREC
                MOVE LI-TEXTO TO W-REC-IMG
                MOVE W-RCI-ESPEC TO W-CRC-ESPEC
                MOVE W-CHV-REC TO LD-CHAVE
           ELSE
                MOVE LI-TEXTO TO W-OPR-ANT
                MOVE W-OPA-CODIGO TO W-COP-COD
                MOVE W-CHV-OPR TO LD-CHAVE.
       MONTA-CHAVE-FIM.
           EXIT.
      *--------------------[ VALORES DE UMA IMAGEM ]-------------------
      * ENTRA COM A IMAGEM EM LI-TEXTO E DEVOLVE NELE O TEXTO PRONTO
       MONTA-TEXTO.
           IF TB-CADTAR
                MOVE LI-TEXTO TO W-TAR-IMG
                MOVE W-TAI-VALOR TO W-TTA-VALOR
                MOVE W-TAI-VALOR-VIDEO TO W-TTA-VIDEO
                MOVE W-TXT-TAR TO LI-TEXTO
           ELSE IF TB-CADCON
                MOVE LI-TEXTO TO W-CON-IMG
                MOVE W-CVI-NOME TO W-TCV-NOME
                MOVE W-CVI-SITUACAO TO W-TCV-SIT
                MOVE W-CVI-DIAS-RET TO W-TCV-RET
                MOVE W-TXT-CON TO LI-TEXTO
           ELSE IF TB-CADTPL
                MOVE LI-TEXTO TO W-TPL-IMG
                MOVE W-TPI-VALOR TO W-TVL-VALOR
                MOVE W-TXT-VALOR TO LI-TEXTO
           ELSE IF TB-CADPLN
                MOVE LI-TEXTO TO W-PLN-IMG
                MOVE W-PNI-COBERTA TO W-TPN-COB
                MOVE W-PNI-AUTORIZ TO W-TPN-AUT
                MOVE W-TXT-PLN TO LI-TEXTO
           ELSE IF TB-CADREP
                MOVE LI-TEXTO TO W-REP-IMG
                MOVE W-RPI-PERC TO W-TRP-PERC
                MOVE W-TXT-REP TO LI-TEXTO
           ELSE IF TB-CADTPR
                MOVE LI-TEXTO TO W-TPR-IMG
                MOVE W-TRI-VALOR TO W-TVL-VALOR
                MOVE W-TXT-VALOR TO LI-TEXTO
           ELSE IF TB-CADCOB
                MOVE LI-TEXTO TO W-COB-IMG
                MOVE W-CBI-DIASEM TO W-TCB-DIASEM
                MOVE W-CBI-TURNO TO W-TCB-TURNO
                MOVE W-TXT-COB TO LI-TEXTO
           ELSE IF TB-CADREC
                MOVE LI-TEXTO TO W-REC-IMG
                MOVE W-RCI-MESES TO W-TRC-MESES
                MOVE W-TXT-REC TO LI-TEXTO
           ELSE
                MOVE LI-TEXTO TO W-OPR-ANT
                MOVE W-OPA-NOME TO W-TOP-NOME
                MOVE W-OPA-PERM-CONSULTA TO W-TOP-CONS
                MOVE W-OPA-PERM-INCLUI TO W-TOP-INC
                MOVE W-OPA-PERM-EXCLUI TO W-TOP-EXC
                MOVE W-OPA-PERM-AGENDA TO W-TOP-AGE
                MOVE W-OPA-PERM-BATCH TO W-TOP-BAT
                MOVE W-OPA-PERM-SUPERV TO W-TOP-SUP
                MOVE W-OPA-SITUACAO TO W-TOP-SIT
                MOVE W-OPA-SENHA TO W-TOP-SENHA.
           IF TB-CADOPR
                MOVE W-TXT-OPR TO LI-TEXTO.
       MONTA-TEXTO-FIM.
           EXIT.
      *--------------------[ TRADUCAO DA OPERACAO ]-------------------
       TRADUZ-OPER.
           IF TB-INCLUSAO       MOVE "INCLUSAO"    TO W-TXOPER
           ELSE IF TB-ALTERACAO MOVE "ALTERACAO"   TO W-TXOPER
           ELSE IF TB-EXCLUSAO  MOVE "EXCLUSAO"    TO W-TXOPER
           ELSE                 MOVE "?"           TO W-TXOPER.
       TRADUZ-OPER-FIM.
           EXIT.
      *--------------------[ SECAO DE PERMISSOES DE OPERADOR ]---------
      * NOVA PASSADA SOBRE OS MOVIMENTOS DO CADOPR: CADA PERMISSAO
      * QUE PASSOU A "S" E UMA CONCESSAO, CADA UMA QUE DEIXOU DE SER
      * "S" E UMA RETIRADA. NA INCLUSAO O "ANTES" ESTA EM BRANCO E NA
      * EXCLUSAO O "DEPOIS" - O MESMO TESTE COBRE OS DOIS CASOS.
       SECAO-PERMISSAO.
           MOVE "CADOPR" TO W-TAB-ATUAL
           WRITE LINHA-REL FROM LINHA-SEG
           WRITE LINHA-REL FROM LINHA-CABEC-SEG
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           PERFORM ABRE-TBL THRU ABRE-TBL-FIM
           PERFORM LER-TBL  THRU LER-TBL-FIM.
       SECAO-PERMISSAO-LOOP.
           IF FIM-TBL
                GO TO SECAO-PERMISSAO-TOTAL.
           MOVE TB-ANTES  TO W-OPR-ANT
           MOVE TB-DEPOIS TO W-OPR-NOVO
           MOVE TB-DATA     TO LP-DATA
           MOVE TB-HORA     TO LP-HORA
           MOVE TB-OPERADOR TO LP-QUEM
           IF TB-EXCLUSAO
                MOVE W-OPA-CODIGO TO LP-ALVO
           ELSE
                MOVE W-OPN-CODIGO TO LP-ALVO.
           MOVE "CONSULTAR" TO W-P-NOME
           MOVE W-OPA-PERM-CONSULTA TO W-P-ANT
           MOVE W-OPN-PERM-CONSULTA TO W-P-NOVO
           PERFORM TESTA-PERM THRU TESTA-PERM-FIM
           MOVE "INCL/ALTERAR" TO W-P-NOME
           MOVE W-OPA-PERM-INCLUI TO W-P-ANT
           MOVE W-OPN-PERM-INCLUI TO W-P-NOVO
           PERFORM TESTA-PERM THRU TESTA-PERM-FIM
           MOVE "EXCL/REATIV." TO W-P-NOME
           MOVE W-OPA-PERM-EXCLUI TO W-P-ANT
           MOVE W-OPN-PERM-EXCLUI TO W-P-NOVO
           PERFORM TESTA-PERM THRU TESTA-PERM-FIM
           MOVE "AGENDAR" TO W-P-NOME
           MOVE W-OPA-PERM-AGENDA TO W-P-ANT
           MOVE W-OPN-PERM-AGENDA TO W-P-NOVO
           PERFORM TESTA-PERM THRU TESTA-PERM-FIM
           MOVE "ROTINAS BATCH" TO W-P-NOME
           MOVE W-OPA-PERM-BATCH TO W-P-ANT
           MOVE W-OPN-PERM-BATCH TO W-P-NOVO
           PERFORM TESTA-PERM THRU TESTA-PERM-FIM
           MOVE "SUPERVISOR" TO W-P-NOME
           MOVE W-OPA-PERM-SUPERV TO W-P-ANT
           MOVE W-OPN-PERM-SUPERV TO W-P-NOVO
           PERFORM TESTA-PERM THRU TESTA-PERM-FIM
           PERFORM LER-TBL THRU LER-TBL-FIM
           GO TO SECAO-PERMISSAO-LOOP.
       SECAO-PERMISSAO-TOTAL.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-TOT-CONCED TO LTG-CONC
           MOVE W-TOT-RETIR TO LTG-RETIR
           WRITE LINHA-REL FROM LINHA-TOTSEG
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           WRITE LINHA-REL FROM LINHA-VISTO
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL.
       SECAO-PERMISSAO-FIM.
           EXIT.
      *--------------------[ TESTE DE UMA PERMISSAO ]-----------------
       TESTA-PERM.
           IF W-P-NOVO = "S" AND W-P-ANT NOT = "S"
                MOVE W-P-NOME TO LP-PERM
                MOVE "CONCEDIDA" TO LP-ACAO
                WRITE LINHA-REL FROM LINHA-PERM
                ADD 1 TO W-TOT-CONCED
                GO TO TESTA-PERM-FIM.
           IF W-P-ANT = "S" AND W-P-NOVO NOT = "S"
                MOVE W-P-NOME TO LP-PERM
                MOVE "RETIRADA" TO LP-ACAO
                WRITE LINHA-REL FROM LINHA-PERM
                ADD 1 TO W-TOT-RETIR.
       TESTA-PERM-FIM.
           EXIT.
      *--------------------[ ENCERRAMENTO ]----------------------------
       ROT-FIM.
           MOVE W-TOT-MES TO LR-TOT-MES
           WRITE LINHA-REL FROM LINHA-RODAPE
           DISPLAY "TOTAL DE MOVIMENTOS NO MES          : " W-TOT-MES
           DISPLAY "PERMISSOES CONCEDIDAS / RETIRADAS  : "
                   W-TOT-CONCED " / " W-TOT-RETIR
           CLOSE RELTBL.
       ROT-FIM-FIM.
           EXIT.
