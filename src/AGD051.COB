       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGD051.
       AUTHOR. ANGELO LOTIERZO FILHO.
      ********************************************************
      * CAPACIDADE X DEMANDA DAS PROXIMAS OITO SEMANAS        *
      * PARA CADA MEDICO ATIVO E CADA DIA DAS OITO SEMANAS    *
      * SEGUINTES (A PARTIR DA PROXIMA SEGUNDA-FEIRA), MONTA  *
      * OS HORARIOS OFERECIDOS PELA VERSAO DA GRADE EM VIGOR  *
      * (CADHOR), NA DURACAO DA ESPECIALIDADE (E-DURACAO,     *
      * ZEROS = 30 MINUTOS), SEM DOMINGOS, FERIADOS (CADFER)  *
      * E JANELAS DE AUSENCIA (CADAUS) - A MESMA BUSCA DE     *
      * HORARIOS LIVRES DO AGD001 - E CONFRONTA CADA HORARIO  *
      * COM AS CONSULTAS JA MARCADAS NO CADAGD. A OFERTA E A  *
      * OCUPACAO SAO SOMADAS POR SEMANA, ESPECIALIDADE        *
      * PRINCIPAL DO MEDICO E UNIDADE DA FAIXA DA GRADE, E A  *
      * ESPECIALIDADE RECEBE A DEMANDA PARADA NAS FILAS DE    *
      * ESPERA PENDENTES (CADFIL, PELO MEDICO, E CADFLE).     *
      * O RELATORIO TRAZ A OCUPACAO, OS HORARIOS LIVRES E A   *
      * FILA, DESTACA AS SEMANAS E ESPECIALIDADES ACIMA DO    *
      * LIMIAR DE OCUPACAO E LISTA OS MEDICOS COM MAIS        *
      * HORARIOS LIVRES. CONSULTA FORA DA GRADE (ENCAIXE      *
      * FORA DE FAIXA) NAO OCUPA HORARIO OFERECIDO.           *
      * RODA NO FIM DE SEMANA (CADSEM, PASSO CAP055).         *
      * DATA CRIACAO : 15/10/2026                             *
      ********************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                    SELECT CADMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRM
                    FILE STATUS  IS ST-ERRO.
                    SELECT CADESP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS EESPEC
                    FILE STATUS  IS ST-ERRO2.
                    SELECT CADHOR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS HR-CHAVE
                    FILE STATUS  IS ST-ERRO3.
                    SELECT CADAUS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AU-CHAVE
                    FILE STATUS  IS ST-ERRO4.
                    SELECT CADFER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FE-DATA
                    FILE STATUS  IS ST-ERRO5.
                    SELECT CADAGD ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AG-CHAVE
                    FILE STATUS  IS ST-ERRO6
                    ALTERNATE RECORD KEY IS AG-PACCOD
                                                      WITH DUPLICATES.
                    SELECT CADFIL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS FI-CHAVE
                    FILE STATUS  IS ST-ERRO7.
                    SELECT CADFLE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS FL-CHAVE
                    FILE STATUS  IS ST-ERRO8.
                    SELECT RELCAP ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO9.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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
       FD CADHOR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADHOR.DAT".
           COPY HORREG.
      *
       FD CADAUS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAUS.DAT".
           COPY AUSREG.
      *
       FD CADFER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFER.DAT".
           COPY FERREG.
      *
       FD CADAGD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAGD.DAT".
           COPY REGAGD.
      *
       FD CADFIL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFIL.DAT".
           COPY FILREG.
      *
       FD CADFLE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFLE.DAT".
           COPY FLEREG.
      *
       FD RELCAP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELCAP.LST".
       01 LINHA-REL             PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-ERRO     PIC X(02) VALUE "00".
       01 ST-ERRO2   PIC X(02) VALUE "00".
       01 ST-ERRO3   PIC X(02) VALUE "00".
       01 ST-ERRO4   PIC X(02) VALUE "00".
       01 ST-ERRO5   PIC X(02) VALUE "00".
       01 ST-ERRO6   PIC X(02) VALUE "00".
       01 ST-ERRO7   PIC X(02) VALUE "00".
       01 ST-ERRO8   PIC X(02) VALUE "00".
       01 ST-ERRO9   PIC X(02) VALUE "00".
       01 W-FIM-CADMED   PIC X(01) VALUE "N".
           88 FIM-CADMED             VALUE "S".
       01 W-FIM-VARRE     PIC X(01) VALUE "N".
       01 W-FIL-ABERTO    PIC X(01) VALUE "N".
       01 W-FLE-ABERTO    PIC X(01) VALUE "N".
       01 W-LIMIAR         PIC 9(03) VALUE ZEROS.
       01 W-QTD-TOP        PIC 9(02) VALUE ZEROS.
       01 W-DATA-HOJE      PIC 9(08) VALUE ZEROS.
       01 W-DATA-INI        PIC 9(08) VALUE ZEROS.
       01 W-DATA-FIM        PIC 9(08) VALUE ZEROS.
       01 W-INT-HOJE        PIC 9(08) VALUE ZEROS.
       01 W-INT-INI          PIC 9(08) VALUE ZEROS.
       01 W-INT-FIM          PIC 9(08) VALUE ZEROS.
       01 W-INT               PIC 9(08) VALUE ZEROS.
       01 W-INT-DIA          PIC 9(01) VALUE ZEROS.
       01 W-DIASEM           PIC 9(01) VALUE ZEROS.
       01 W-DATA              PIC 9(08) VALUE ZEROS.
       01 W-SEM               PIC 9(02) VALUE ZEROS.
       01 W-ESP               PIC 9(02) VALUE ZEROS.
       01 W-UNI               PIC 9(02) VALUE ZEROS.
       01 W-IDX               PIC 9(04) VALUE ZEROS.
       01 W-IDX2              PIC 9(04) VALUE ZEROS.
       01 W-DUR               PIC 9(03) VALUE ZEROS.
       01 W-BND               PIC 9(01) VALUE ZEROS.
       01 W-BANDA-INI        PIC 9(04) VALUE ZEROS.
       01 W-BANDA-FIM        PIC 9(04) VALUE ZEROS.
       01 W-CAND              PIC 9(04) VALUE ZEROS.
       01 W-OCUPADO          PIC X(01) VALUE SPACES.
       01 W-AUSENTE          PIC X(01) VALUE SPACES.
       01 W-DTCONS-AAAA     PIC 9(08) VALUE ZEROS.
       01 W-HHMM              PIC 9(04) VALUE ZEROS.
       01 W-HHMM-R REDEFINES W-HHMM.
            03 W-HHMM-HH       PIC 9(02).
            03 W-HHMM-MM       PIC 9(02).
       01 W-PERC              PIC 9(03)V99 VALUE ZEROS.
       01 W-OFE               PIC 9(06) VALUE ZEROS.
       01 W-OCU               PIC 9(06) VALUE ZEROS.
       01 W-FILA              PIC 9(06) VALUE ZEROS.
       01 W-TEM-ESP          PIC X(01) VALUE SPACES.
       01 W-TEM-UNI          PIC X(01) VALUE SPACES.
      *
      * GRADE EM VIGOR (LE-GRADE-VIG)
      *
       01 W-GRD-CRM          PIC 9(06) VALUE ZEROS.
       01 W-GRD-DIA          PIC 9(01) VALUE ZEROS.
       01 W-GRD-DATA         PIC 9(08) VALUE ZEROS.
       01 W-GRD-ACHOU        PIC X(01) VALUE SPACES.
      *
      * TOTAIS DA RODADA
      *
       01 W-TOT-MED          PIC 9(06) VALUE ZEROS.
       01 W-TOT-SEMESP      PIC 9(06) VALUE ZEROS.
       01 W-TOT-OFE          PIC 9(07) VALUE ZEROS.
       01 W-TOT-OCU          PIC 9(07) VALUE ZEROS.
       01 W-TOT-FILMED      PIC 9(06) VALUE ZEROS.
       01 W-TOT-FILESP      PIC 9(06) VALUE ZEROS.
       01 W-TOT-ACIMA        PIC 9(04) VALUE ZEROS.
      *
      * MEDICO CORRENTE - OFERTA E LIVRES NAS OITO SEMANAS
      *
       01 W-MED-OFE          PIC 9(05) VALUE ZEROS.
       01 W-MED-LIV          PIC 9(05) VALUE ZEROS.
      *
      * CONSULTAS MARCADAS E JANELAS DE AUSENCIA DO MEDICO NO DIA,
      * EM MINUTOS DESDE A MEIA-NOITE (MESMAS TABELAS DO AGD001)
      *
       01 W-OCC-QTD          PIC 9(02) VALUE ZEROS.
       01 W-TAB-OCC.
            03 W-TOCC OCCURS 60 TIMES.
                05 W-OCC-INI     PIC 9(04).
                05 W-OCC-FIM     PIC 9(04).
       01 W-ABS-QTD          PIC 9(02) VALUE ZEROS.
       01 W-TAB-ABS.
            03 W-TABS OCCURS 10 TIMES.
                05 W-ABS-INI     PIC 9(04).
                05 W-ABS-FIM     PIC 9(04).
      *
      * OFERTA E OCUPACAO POR ESPECIALIDADE, UNIDADE (1=SEDE ... 10,
      * FAIXA SEM UNIDADE VALE COMO SEDE) E SEMANA, E A FILA DE
      * ESPERA PENDENTE DA ESPECIALIDADE
      *
       01 W-TAB-CAP.
            03 W-TCAP-ESP OCCURS 99 TIMES.
                05 W-TCAP-FILMED  PIC 9(05).
                05 W-TCAP-FILESP  PIC 9(05).
                05 W-TCAP-UNI OCCURS 10 TIMES.
                    07 W-TCAP-SEM OCCURS 8 TIMES.
                        09 W-TCAP-OFE  PIC 9(05).
                        09 W-TCAP-OCU  PIC 9(05).
      *
      * TOTAIS DA ESPECIALIDADE CORRENTE NA IMPRESSAO E TOTAL GERAL
      * POR SEMANA
      *
       01 W-TAB-TESP.
            03 W-TESP-SEM OCCURS 8 TIMES.
                05 W-TESP-OFE      PIC 9(06).
                05 W-TESP-OCU      PIC 9(06).
       01 W-TAB-TGER.
            03 W-TGER-SEM OCCURS 8 TIMES.
                05 W-TGER-OFE      PIC 9(07).
                05 W-TGER-OCU      PIC 9(07).
      *
      * ESPECIALIDADES ACIMA DO LIMIAR NO TOTAL DAS OITO SEMANAS
      *
       01 W-TAB-ACIMA.
            03 W-TACI OCCURS 99 TIMES.
                05 W-TACI-ESP      PIC 9(02).
                05 W-TACI-NOME     PIC X(20).
                05 W-TACI-PERC     PIC 9(03)V99.
                05 W-TACI-LIV      PIC 9(06).
                05 W-TACI-FILA     PIC 9(06).
      *
      * MEDICOS COM MAIS HORARIOS LIVRES (EM ORDEM DECRESCENTE)
      *
       01 W-QTD-TTOP         PIC 9(02) VALUE ZEROS.
       01 W-POS               PIC 9(02) VALUE ZEROS.
       01 W-TAB-TOP.
            03 W-TTOP OCCURS 20 TIMES.
                05 W-TTOP-CRM      PIC 9(06).
                05 W-TTOP-NOME     PIC X(30).
                05 W-TTOP-ESP      PIC 9(02).
                05 W-TTOP-OFE      PIC 9(05).
                05 W-TTOP-LIV      PIC 9(05).
      *
       01 LINHA-TITULO.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(33)
                    VALUE "CAPACIDADE X DEMANDA - SEMANAS DE".
            03 FILLER          PIC X(01) VALUE SPACES.
            03 LT-DATA-INI     PIC 9999/99/99.
            03 FILLER          PIC X(03) VALUE " A ".
            03 LT-DATA-FIM     PIC 9999/99/99.
       01 LINHA-LIMIAR.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(32)
                    VALUE "DESTAQUE (***) PARA OCUPACAO >= ".
            03 LL-LIMIAR       PIC ZZ9.
            03 FILLER          PIC X(01) VALUE "%".
       01 LINHA-ESP.
            03 FILLER          PIC X(15) VALUE "ESPECIALIDADE: ".
            03 LE-ESP           PIC 99.
            03 FILLER          PIC X(01) VALUE SPACES.
            03 LE-NOME          PIC X(20).
            03 FILLER          PIC X(13) VALUE "  FILA MED.: ".
            03 LE-FILMED        PIC ZZZZ9.
            03 FILLER          PIC X(13) VALUE "  FILA ESP.: ".
            03 LE-FILESP        PIC ZZZZ9.
       01 LINHA-CABEC.
            03 FILLER          PIC X(06) VALUE "UNID".
            03 FILLER          PIC X(12) VALUE "SEMANA DE".
            03 FILLER          PIC X(10) VALUE "    OFERTA".
            03 FILLER          PIC X(10) VALUE "  OCUPADOS".
            03 FILLER          PIC X(10) VALUE "    LIVRES".
            03 FILLER          PIC X(10) VALUE "   % OCUP.".
       01 LINHA-DET.
            03 LD-UNID          PIC ZZ.
            03 FILLER          PIC X(04) VALUE SPACES.
            03 LD-SEMANA        PIC 9999/99/99.
            03 FILLER          PIC X(02) VALUE SPACES.
            03 LD-OFE           PIC ZZZ.ZZ9.
            03 FILLER          PIC X(03) VALUE SPACES.
            03 LD-OCU           PIC ZZZ.ZZ9.
            03 FILLER          PIC X(03) VALUE SPACES.
            03 LD-LIV           PIC ZZZ.ZZ9.
            03 FILLER          PIC X(04) VALUE SPACES.
            03 LD-PERC          PIC ZZ9,99.
            03 FILLER          PIC X(02) VALUE SPACES.
            03 LD-DESTAQUE     PIC X(03).
       01 LINHA-TOTESP.
            03 FILLER          PIC X(18) VALUE "  TOTAL 8 SEMANAS".
            03 LTE-OFE          PIC ZZZ.ZZ9.
            03 FILLER          PIC X(03) VALUE SPACES.
            03 LTE-OCU          PIC ZZZ.ZZ9.
            03 FILLER          PIC X(03) VALUE SPACES.
            03 LTE-LIV          PIC ZZZ.ZZ9.
            03 FILLER          PIC X(04) VALUE SPACES.
            03 LTE-PERC         PIC ZZ9,99.
            03 FILLER          PIC X(02) VALUE SPACES.
            03 LTE-DESTAQUE    PIC X(03).
       01 LINHA-SALDO.
            03 FILLER          PIC X(30)
                    VALUE "  LIVRES MENOS FILA DE ESPERA:".
            03 LS-SALDO         PIC ---.--9.
            03 FILLER          PIC X(02) VALUE SPACES.
            03 LS-AVISO         PIC X(30).
       01 LINHA-SECAO.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 LSE-TEXTO        PIC X(42).
            03 LSE-LIMIAR       PIC ZZ9.
            03 LSE-PCT          PIC X(01).
       01 LINHA-CABACI.
            03 FILLER          PIC X(24) VALUE "ESPECIALIDADE".
            03 FILLER          PIC X(10) VALUE "   % OCUP.".
            03 FILLER          PIC X(10) VALUE "    LIVRES".
            03 FILLER          PIC X(10) VALUE "      FILA".
       01 LINHA-ACIMA.
            03 LA-ESP           PIC 99.
            03 FILLER          PIC X(01) VALUE SPACES.
            03 LA-NOME          PIC X(20).
            03 FILLER          PIC X(05) VALUE SPACES.
            03 LA-PERC          PIC ZZ9,99.
            03 FILLER          PIC X(03) VALUE SPACES.
            03 LA-LIV           PIC ZZZ.ZZ9.
            03 FILLER          PIC X(03) VALUE SPACES.
            03 LA-FILA          PIC ZZZ.ZZ9.
       01 LINHA-CABTOP.
            03 FILLER          PIC X(07) VALUE "CRM".
            03 FILLER          PIC X(31) VALUE "MEDICO".
            03 FILLER          PIC X(05) VALUE "ESP".
            03 FILLER          PIC X(10) VALUE "    OFERTA".
            03 FILLER          PIC X(10) VALUE "    LIVRES".
       01 LINHA-TOP.
            03 LP-CRM           PIC 9(06).
            03 FILLER          PIC X(01) VALUE SPACES.
            03 LP-NOME          PIC X(30).
            03 FILLER          PIC X(01) VALUE SPACES.
            03 LP-ESP           PIC 99.
            03 FILLER          PIC X(06) VALUE SPACES.
            03 LP-OFE           PIC ZZ.ZZ9.
            03 FILLER          PIC X(04) VALUE SPACES.
            03 LP-LIV           PIC ZZ.ZZ9.
       01 LINHA-RODAPE.
            03 LR-TEXTO         PIC X(36).
            03 LR-QTD           PIC Z.ZZZ.ZZ9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           PERFORM ABRIR-ARQ    THRU ABRIR-ARQ-FIM
           PERFORM CARREGA-FILMED THRU CARREGA-FILMED-FIM
           PERFORM CARREGA-FILESP THRU CARREGA-FILESP-FIM
           PERFORM POSICIONA-MED THRU POSICIONA-MED-FIM
           PERFORM VARRE-MED   THRU VARRE-MED-FIM
                    UNTIL FIM-CADMED
           PERFORM IMPRIME-ESP THRU IMPRIME-ESP-FIM
                    VARYING W-ESP FROM 1 BY 1 UNTIL W-ESP > 99
           PERFORM IMPRIME-GERAL THRU IMPRIME-GERAL-FIM
           PERFORM IMPRIME-ACIMA THRU IMPRIME-ACIMA-FIM
           PERFORM IMPRIME-TOP THRU IMPRIME-TOP-FIM
           PERFORM IMPRIME-TOT THRU IMPRIME-TOT-FIM
           PERFORM ROT-FIM        THRU ROT-FIM-FIM
           GOBACK.
      *--------------------[ ABERTURA DE ARQUIVOS ]--------------------
      * AS OITO SEMANAS COMECAM NA PROXIMA SEGUNDA-FEIRA (NA PROPRIA
      * DATA SE A RODADA FOR NUMA SEGUNDA).
       ABRIR-ARQ.
           DISPLAY "LIMIAR DE OCUPACAO EM % (0=85) : "
           ACCEPT W-LIMIAR
           IF W-LIMIAR = ZEROS OR W-LIMIAR > 100
                MOVE 85 TO W-LIMIAR.
           DISPLAY "MEDICOS COM MAIS HORARIOS LIVRES (0=10) : "
           ACCEPT W-QTD-TOP
           IF W-QTD-TOP = ZEROS OR W-QTD-TOP > 20
                MOVE 10 TO W-QTD-TOP.
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD
           COMPUTE W-INT-HOJE = FUNCTION INTEGER-OF-DATE (W-DATA-HOJE)
           COMPUTE W-INT-DIA = FUNCTION MOD (W-INT-HOJE 7)
           IF W-INT-DIA = 0
                COMPUTE W-INT-INI = W-INT-HOJE + 1
           ELSE
                IF W-INT-DIA = 1
                     MOVE W-INT-HOJE TO W-INT-INI
                ELSE
                     COMPUTE W-INT-INI = W-INT-HOJE + 8 - W-INT-DIA.
           COMPUTE W-INT-FIM = W-INT-INI + 55
           COMPUTE W-DATA-INI = FUNCTION DATE-OF-INTEGER (W-INT-INI)
           COMPUTE W-DATA-FIM = FUNCTION DATE-OF-INTEGER (W-INT-FIM)
           MOVE ZEROS TO W-TAB-CAP W-TAB-TGER
           OPEN INPUT CADMED
           IF ST-ERRO NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO CADMED - ST=" ST-ERRO
                MOVE 8 TO RETURN-CODE
                GOBACK.
           OPEN INPUT CADESP
           IF ST-ERRO2 NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO CADESP - ST=" ST-ERRO2
                MOVE 8 TO RETURN-CODE
                GOBACK.
           OPEN INPUT CADHOR
           IF ST-ERRO3 NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO CADHOR - ST=" ST-ERRO3
                MOVE 8 TO RETURN-CODE
                GOBACK.
           OPEN INPUT CADAUS
           IF ST-ERRO4 NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO CADAUS - ST=" ST-ERRO4
                MOVE 8 TO RETURN-CODE
                GOBACK.
           OPEN INPUT CADFER
           IF ST-ERRO5 NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO CADFER - ST=" ST-ERRO5
                MOVE 8 TO RETURN-CODE
                GOBACK.
           OPEN INPUT CADAGD
           IF ST-ERRO6 NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO CADAGD - ST=" ST-ERRO6
                MOVE 8 TO RETURN-CODE
                GOBACK.
      * SEM CADFIL OU CADFLE (NENHUMA FILA ABERTA AINDA) A DEMANDA
      * EM ESPERA FICA ZERADA.
           OPEN INPUT CADFIL
           IF ST-ERRO7 NOT = "00" AND ST-ERRO7 NOT = "35"
                DISPLAY "ERRO NA ABERTURA DO CADFIL - ST=" ST-ERRO7
                MOVE 8 TO RETURN-CODE
                GOBACK.
           IF ST-ERRO7 = "00"
                MOVE "S" TO W-FIL-ABERTO.
           OPEN INPUT CADFLE
           IF ST-ERRO8 NOT = "00" AND ST-ERRO8 NOT = "35"
                DISPLAY "ERRO NA ABERTURA DO CADFLE - ST=" ST-ERRO8
                MOVE 8 TO RETURN-CODE
                GOBACK.
           IF ST-ERRO8 = "00"
                MOVE "S" TO W-FLE-ABERTO.
           OPEN OUTPUT RELCAP
           IF ST-ERRO9 NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO RELCAP - ST=" ST-ERRO9
                MOVE 8 TO RETURN-CODE
                GOBACK.
           MOVE W-DATA-INI TO LT-DATA-INI
           MOVE W-DATA-FIM TO LT-DATA-FIM
           WRITE LINHA-REL FROM LINHA-TITULO
           MOVE W-LIMIAR TO LL-LIMIAR
           WRITE LINHA-REL FROM LINHA-LIMIAR
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL.
       ABRIR-ARQ-FIM.
           EXIT.
      *--------------------[ FILA DE ESPERA DO MEDICO ]----------------
      * PEDIDO PENDENTE PARA DATA A PARTIR DE HOJE CONTA NA
      * ESPECIALIDADE PRINCIPAL DO MEDICO DA FILA.
       CARREGA-FILMED.
           IF W-FIL-ABERTO NOT = "S"
                GO TO CARREGA-FILMED-FIM.
       CARREGA-FILMED-LOOP.
           READ CADFIL
                AT END GO TO CARREGA-FILMED-FIM.
           IF NOT FI-PENDENTE OR FI-DATA < W-DATA-HOJE
                GO TO CARREGA-FILMED-LOOP.
           MOVE FI-CRM TO CRM
           READ CADMED
                INVALID KEY
                     GO TO CARREGA-FILMED-LOOP.
           IF ESPEC = ZEROS
                GO TO CARREGA-FILMED-LOOP.
           ADD 1 TO W-TCAP-FILMED (ESPEC) W-TOT-FILMED
           GO TO CARREGA-FILMED-LOOP.
       CARREGA-FILMED-FIM.
           EXIT.
      *--------------------[ FILA DE ESPERA DA ESPECIALIDADE ]---------
      * PEDIDO PENDENTE CUJA JANELA AINDA NAO VENCEU.
       CARREGA-FILESP.
           IF W-FLE-ABERTO NOT = "S"
                GO TO CARREGA-FILESP-FIM.
       CARREGA-FILESP-LOOP.
           READ CADFLE
                AT END GO TO CARREGA-FILESP-FIM.
           IF NOT FL-PENDENTE OR FL-DTFIM < W-DATA-HOJE
                GO TO CARREGA-FILESP-LOOP.
           IF FL-ESPEC = ZEROS
                GO TO CARREGA-FILESP-LOOP.
           ADD 1 TO W-TCAP-FILESP (FL-ESPEC) W-TOT-FILESP
           GO TO CARREGA-FILESP-LOOP.
       CARREGA-FILESP-FIM.
           EXIT.
      *--------------------[ INICIO DO CADMED ]------------------------
      * AS LEITURAS DIRETAS DO CARREGA-FILMED DEIXAM O CADMED FORA
      * DO INICIO - A VARREDURA RECOMECA DO PRIMEIRO CRM.
       POSICIONA-MED.
           MOVE ZEROS TO CRM
           START CADMED KEY IS NOT LESS THAN CRM
                INVALID KEY
                     MOVE "S" TO W-FIM-CADMED
                     GO TO POSICIONA-MED-FIM.
           PERFORM LER-CADMED THRU LER-CADMED-FIM.
       POSICIONA-MED-FIM.
           EXIT.
      *--------------------[ LEITURA SEQUENCIAL DO CADMED ]-------------
       LER-CADMED.
           READ CADMED NEXT RECORD
                AT END MOVE "S" TO W-FIM-CADMED.
       LER-CADMED-FIM.
           EXIT.
      *--------------------[ OFERTA DE UM MEDICO ]---------------------
      * A DURACAO DO HORARIO E A DA ESPECIALIDADE PRINCIPAL DO
      * MEDICO - O MEDICO COM DUAS ESPECIALIDADES CONTA SO NA
      * PRINCIPAL.
       VARRE-MED.
           IF INATIVO-MED
                GO TO VARRE-MED-PROX.
           IF ESPEC = ZEROS
                ADD 1 TO W-TOT-SEMESP
                GO TO VARRE-MED-PROX.
           ADD 1 TO W-TOT-MED
           MOVE ESPEC TO W-ESP EESPEC
           READ CADESP
                INVALID KEY
                     MOVE ZEROS TO E-DURACAO.
           MOVE E-DURACAO TO W-DUR
           IF W-DUR = ZEROS
                MOVE 30 TO W-DUR.
           MOVE ZEROS TO W-MED-OFE W-MED-LIV
           MOVE W-INT-INI TO W-INT
           PERFORM VARRE-DIA THRU VARRE-DIA-FIM
                    UNTIL W-INT > W-INT-FIM
           IF W-MED-OFE > ZEROS
                PERFORM GUARDA-TOP THRU GUARDA-TOP-FIM.
       VARRE-MED-PROX.
           PERFORM LER-CADMED THRU LER-CADMED-FIM.
       VARRE-MED-FIM.
           EXIT.
      *--------------------[ UM DIA DO MEDICO ]------------------------
       VARRE-DIA.
           COMPUTE W-DATA = FUNCTION DATE-OF-INTEGER (W-INT)
           COMPUTE W-INT-DIA = FUNCTION MOD (W-INT 7)
           IF W-INT-DIA = 0
                GO TO VARRE-DIA-PROX.
           COMPUTE W-DIASEM = W-INT-DIA + 1
           COMPUTE W-SEM = ((W-INT - W-INT-INI) / 7) + 1
           MOVE W-DATA TO FE-DATA
           READ CADFER
                NOT INVALID KEY
                     GO TO VARRE-DIA-PROX.
           MOVE CRM TO HR-CRM
           MOVE W-DIASEM TO HR-DIASEM
           MOVE W-DATA TO W-GRD-DATA
           PERFORM LE-GRADE-VIG THRU LE-GRADE-VIG-FIM
           IF W-GRD-ACHOU NOT = "S"
                GO TO VARRE-DIA-PROX.
           IF HR-ATENDE-NAO
                GO TO VARRE-DIA-PROX.
           PERFORM CONTA-OCUPA THRU CONTA-OCUPA-FIM
           PERFORM CONTA-AUSEN THRU CONTA-AUSEN-FIM
           MOVE ZEROS TO W-BND
           PERFORM CONTA-BANDA THRU CONTA-BANDA-FIM
                    UNTIL W-BND = 3.
       VARRE-DIA-PROX.
           ADD 1 TO W-INT.
       VARRE-DIA-FIM.
           EXIT.
      *--------------------[ HORARIOS DE UMA FAIXA DA GRADE ]----------
       CONTA-BANDA.
           ADD 1 TO W-BND
           IF W-BND = 1
                MOVE HR-INI TO W-HHMM
                COMPUTE W-BANDA-INI = (W-HHMM-HH * 60) + W-HHMM-MM
                MOVE HR-FIM TO W-HHMM
                COMPUTE W-BANDA-FIM = (W-HHMM-HH * 60) + W-HHMM-MM
                MOVE HR-UNID1 TO W-UNI.
           IF W-BND = 2
                IF HR-INI2 = ZEROS
                     GO TO CONTA-BANDA-FIM
                ELSE
                     MOVE HR-INI2 TO W-HHMM
                     COMPUTE W-BANDA-INI = (W-HHMM-HH * 60)
                                          + W-HHMM-MM
                     MOVE HR-FIM2 TO W-HHMM
                     COMPUTE W-BANDA-FIM = (W-HHMM-HH * 60)
                                          + W-HHMM-MM
                     MOVE HR-UNID2 TO W-UNI.
           IF W-BND = 3
                IF HR-INI3 = ZEROS
                     GO TO CONTA-BANDA-FIM
                ELSE
                     MOVE HR-INI3 TO W-HHMM
                     COMPUTE W-BANDA-INI = (W-HHMM-HH * 60)
                                          + W-HHMM-MM
                     MOVE HR-FIM3 TO W-HHMM
                     COMPUTE W-BANDA-FIM = (W-HHMM-HH * 60)
                                          + W-HHMM-MM
                     MOVE HR-UNID3 TO W-UNI.
           IF W-UNI = ZEROS OR W-UNI > 10
                MOVE 1 TO W-UNI.
           MOVE W-BANDA-INI TO W-CAND.
       CONTA-CAND.
           IF W-CAND + W-DUR > W-BANDA-FIM
                GO TO CONTA-BANDA-FIM.
           PERFORM CONTA-TESTA THRU CONTA-TESTA-FIM
           IF W-AUSENTE = "S"
                GO TO CONTA-CAND-PROX.
           ADD 1 TO W-TCAP-OFE (W-ESP W-UNI W-SEM)
                    W-TGER-OFE (W-SEM) W-MED-OFE W-TOT-OFE
           IF W-OCUPADO = "S"
                ADD 1 TO W-TCAP-OCU (W-ESP W-UNI W-SEM)
                         W-TGER-OCU (W-SEM) W-TOT-OCU
           ELSE
                ADD 1 TO W-MED-LIV.
       CONTA-CAND-PROX.
           ADD W-DUR TO W-CAND
           GO TO CONTA-CAND.
       CONTA-BANDA-FIM.
           EXIT.
      *--------------------[ CONSULTAS JA MARCADAS DO DIA ]-------------
      * MESMA CARGA DO BUSCA-LIVRE-OCUPA DO AGD001 - CANCELADA E
      * REMARCADA LIBERAM O HORARIO.
       CONTA-OCUPA.
           MOVE ZEROS TO W-OCC-QTD
           MOVE "N" TO W-FIM-VARRE
           MOVE CRM TO AG-CRM
           MOVE W-DATA (7:2) TO AG-DIACONS
           MOVE W-DATA (5:2) TO AG-MESCONS
           MOVE W-DATA (1:4) TO AG-ANOCONS
           MOVE ZEROS TO AG-HRCONS
           START CADAGD KEY IS NOT LESS THAN AG-CHAVE
                INVALID KEY
                     MOVE "S" TO W-FIM-VARRE.
       CONTA-OCUPA-LOOP.
           IF W-FIM-VARRE = "S"
                GO TO CONTA-OCUPA-FIM.
           READ CADAGD NEXT RECORD
                AT END MOVE "S" TO W-FIM-VARRE
                        GO TO CONTA-OCUPA-LOOP.
           IF AG-CRM NOT = CRM
                MOVE "S" TO W-FIM-VARRE
                GO TO CONTA-OCUPA-LOOP.
           COMPUTE W-DTCONS-AAAA = (AG-ANOCONS * 10000)
                                  + (AG-MESCONS * 100)
                                  + AG-DIACONS
           IF W-DTCONS-AAAA NOT = W-DATA
                GO TO CONTA-OCUPA-LOOP.
           IF AG-SLOT-LIVRE
                GO TO CONTA-OCUPA-LOOP.
           IF W-OCC-QTD = 60
                GO TO CONTA-OCUPA-LOOP.
           ADD 1 TO W-OCC-QTD
           COMPUTE W-OCC-INI (W-OCC-QTD) = (AG-HRHH * 60) + AG-HRMM
           COMPUTE W-OCC-FIM (W-OCC-QTD) = W-OCC-INI (W-OCC-QTD)
                                          + W-DUR
           GO TO CONTA-OCUPA-LOOP.
       CONTA-OCUPA-FIM.
           EXIT.
      *--------------------[ JANELAS DE AUSENCIA DO DIA ]---------------
      * MESMA CARGA DO BUSCA-LIVRE-AUSEN DO AGD001 (AUSENCIA SEM
      * HORARIO = DIA INTEIRO).
       CONTA-AUSEN.
           MOVE ZEROS TO W-ABS-QTD
           MOVE "N" TO W-FIM-VARRE
           MOVE CRM TO AU-CRM
           MOVE ZEROS TO AU-DTINI
           START CADAUS KEY IS NOT LESS THAN AU-CHAVE
                INVALID KEY
                     MOVE "S" TO W-FIM-VARRE.
       CONTA-AUSEN-LOOP.
           IF W-FIM-VARRE = "S"
                GO TO CONTA-AUSEN-FIM.
           READ CADAUS NEXT RECORD
                AT END MOVE "S" TO W-FIM-VARRE
                        GO TO CONTA-AUSEN-LOOP.
           IF AU-CRM NOT = CRM OR AU-DTINI > W-DATA
                MOVE "S" TO W-FIM-VARRE
                GO TO CONTA-AUSEN-LOOP.
           IF W-DATA > AU-DTFIM
                GO TO CONTA-AUSEN-LOOP.
           IF W-ABS-QTD = 10
                GO TO CONTA-AUSEN-LOOP.
           ADD 1 TO W-ABS-QTD
           IF AU-HRINI = ZEROS AND AU-HRFIM = ZEROS
                MOVE ZEROS TO W-ABS-INI (W-ABS-QTD)
                MOVE 1440 TO W-ABS-FIM (W-ABS-QTD)
           ELSE
                MOVE AU-HRINI TO W-HHMM
                COMPUTE W-ABS-INI (W-ABS-QTD) =
                          (W-HHMM-HH * 60) + W-HHMM-MM
                MOVE AU-HRFIM TO W-HHMM
                COMPUTE W-ABS-FIM (W-ABS-QTD) =
                          (W-HHMM-HH * 60) + W-HHMM-MM.
           GO TO CONTA-AUSEN-LOOP.
       CONTA-AUSEN-FIM.
           EXIT.
      *--------------------[ TESTE DE UM HORARIO ]----------------------
      * MESMO TESTE DO BUSCA-LIVRE-TESTA DO AGD001, SEPARANDO O
      * HORARIO DE AUSENCIA (FORA DA OFERTA) DO JA MARCADO.
       CONTA-TESTA.
           MOVE "N" TO W-OCUPADO W-AUSENTE
           MOVE ZEROS TO W-IDX.
       CONTA-TESTA-ABS.
           ADD 1 TO W-IDX
           IF W-IDX > W-ABS-QTD
                GO TO CONTA-TESTA-OCC-INI.
           IF W-CAND NOT < W-ABS-INI (W-IDX)
              AND W-CAND NOT > W-ABS-FIM (W-IDX)
                MOVE "S" TO W-AUSENTE
                GO TO CONTA-TESTA-FIM.
           GO TO CONTA-TESTA-ABS.
       CONTA-TESTA-OCC-INI.
           MOVE ZEROS TO W-IDX.
       CONTA-TESTA-OCC.
           ADD 1 TO W-IDX
           IF W-IDX > W-OCC-QTD
                GO TO CONTA-TESTA-FIM.
           IF W-CAND < W-OCC-FIM (W-IDX)
              AND W-OCC-INI (W-IDX) < W-CAND + W-DUR
                MOVE "S" TO W-OCUPADO
                GO TO CONTA-TESTA-FIM.
           GO TO CONTA-TESTA-OCC.
       CONTA-TESTA-FIM.
           EXIT.
      *--------------------[ VERSAO DA GRADE EM VIGOR ]----------------
      * MESMA LEITURA DO LE-GRADE-VIG DO AGD001: COM HR-CRM E
      * HR-DIASEM PREENCHIDOS, ACHA A VERSAO QUE CONTEM W-GRD-DATA.
       LE-GRADE-VIG.
           MOVE "N" TO W-GRD-ACHOU
           MOVE HR-CRM TO W-GRD-CRM
           MOVE HR-DIASEM TO W-GRD-DIA
           MOVE ZEROS TO HR-VIGINI
           START CADHOR KEY IS NOT LESS THAN HR-CHAVE
                INVALID KEY
                     GO TO LE-GRADE-VIG-FIM.
       LE-GRADE-VIG-LOOP.
           READ CADHOR NEXT RECORD
                AT END GO TO LE-GRADE-VIG-FIM.
           IF HR-CRM NOT = W-GRD-CRM OR HR-DIASEM NOT = W-GRD-DIA
                GO TO LE-GRADE-VIG-FIM.
           IF HR-VIGINI > W-GRD-DATA
                GO TO LE-GRADE-VIG-FIM.
           IF HR-VIGFIM NOT = ZEROS AND HR-VIGFIM < W-GRD-DATA
                GO TO LE-GRADE-VIG-LOOP.
           MOVE "S" TO W-GRD-ACHOU.
       LE-GRADE-VIG-FIM.
           EXIT.
      *--------------------[ MEDICOS COM MAIS HORARIOS LIVRES ]--------
      * TABELA EM ORDEM DECRESCENTE DE LIVRES - O MEDICO ENTRA NA
      * POSICAO DO PRIMEIRO QUE TEM MENOS LIVRES E OS SEGUINTES
      * DESCEM UMA POSICAO (O QUE PASSA DO LIMITE SAI DA LISTA).
       GUARDA-TOP.
           MOVE ZEROS TO W-POS.
       GUARDA-TOP-ACHA.
           ADD 1 TO W-POS
           IF W-POS > W-QTD-TTOP
                GO TO GUARDA-TOP-DESCE.
           IF W-MED-LIV > W-TTOP-LIV (W-POS)
                GO TO GUARDA-TOP-DESCE.
           GO TO GUARDA-TOP-ACHA.
       GUARDA-TOP-DESCE.
           IF W-POS > W-QTD-TOP
                GO TO GUARDA-TOP-FIM.
           IF W-QTD-TTOP < W-QTD-TOP
                ADD 1 TO W-QTD-TTOP.
           MOVE W-QTD-TTOP TO W-IDX.
       GUARDA-TOP-DESCE-LOOP.
           IF W-IDX NOT > W-POS
                GO TO GUARDA-TOP-GRAVA.
           COMPUTE W-IDX2 = W-IDX - 1
           MOVE W-TTOP (W-IDX2) TO W-TTOP (W-IDX)
           SUBTRACT 1 FROM W-IDX
           GO TO GUARDA-TOP-DESCE-LOOP.
       GUARDA-TOP-GRAVA.
           MOVE CRM TO W-TTOP-CRM (W-POS)
           MOVE NOME TO W-TTOP-NOME (W-POS)
           MOVE ESPEC TO W-TTOP-ESP (W-POS)
           MOVE W-MED-OFE TO W-TTOP-OFE (W-POS)
           MOVE W-MED-LIV TO W-TTOP-LIV (W-POS).
       GUARDA-TOP-FIM.
           EXIT.
      *--------------------[ QUADRO DE UMA ESPECIALIDADE ]-------------
      * SO SAI A ESPECIALIDADE COM OFERTA OU COM FILA. UMA LINHA POR
      * UNIDADE COM OFERTA E SEMANA, O TOTAL DAS OITO SEMANAS E O
      * SALDO DE LIVRES DEPOIS DE ATENDER A FILA.
       IMPRIME-ESP.
           MOVE ZEROS TO W-TAB-TESP
           MOVE "N" TO W-TEM-ESP
           PERFORM SOMA-ESP THRU SOMA-ESP-FIM
                    VARYING W-UNI FROM 1 BY 1 UNTIL W-UNI > 10
           COMPUTE W-FILA = W-TCAP-FILMED (W-ESP)
                          + W-TCAP-FILESP (W-ESP)
           IF W-TEM-ESP = "N" AND W-FILA = ZEROS
                GO TO IMPRIME-ESP-FIM.
           MOVE W-ESP TO EESPEC
           READ CADESP
                INVALID KEY
                     MOVE "NAO CADASTRADA" TO ETXESPEC.
           MOVE W-ESP TO LE-ESP
           MOVE ETXESPEC TO LE-NOME
           MOVE W-TCAP-FILMED (W-ESP) TO LE-FILMED
           MOVE W-TCAP-FILESP (W-ESP) TO LE-FILESP
           WRITE LINHA-REL FROM LINHA-ESP
           WRITE LINHA-REL FROM LINHA-CABEC
           MOVE ALL "-" TO LINHA-REL
           WRITE LINHA-REL
           PERFORM IMPRIME-UNI THRU IMPRIME-UNI-FIM
                    VARYING W-UNI FROM 1 BY 1 UNTIL W-UNI > 10
           MOVE ZEROS TO W-OFE W-OCU
           PERFORM SOMA-TESP THRU SOMA-TESP-FIM
                    VARYING W-SEM FROM 1 BY 1 UNTIL W-SEM > 8
           PERFORM CALC-PERC THRU CALC-PERC-FIM
           MOVE W-OFE TO LTE-OFE
           MOVE W-OCU TO LTE-OCU
           COMPUTE LTE-LIV = W-OFE - W-OCU
           MOVE W-PERC TO LTE-PERC
           MOVE SPACES TO LTE-DESTAQUE
           IF W-OFE > ZEROS AND W-PERC NOT < W-LIMIAR
                MOVE "***" TO LTE-DESTAQUE.
           WRITE LINHA-REL FROM LINHA-TOTESP
           COMPUTE LS-SALDO = W-OFE - W-OCU - W-FILA
           MOVE SPACES TO LS-AVISO
           IF W-FILA > W-OFE - W-OCU
                MOVE "*** FILA MAIOR QUE A OFERTA" TO LS-AVISO.
           WRITE LINHA-REL FROM LINHA-SALDO
           IF LTE-DESTAQUE = "***" OR W-FILA > W-OFE - W-OCU
                ADD 1 TO W-TOT-ACIMA
                MOVE W-ESP TO W-TACI-ESP (W-TOT-ACIMA)
                MOVE ETXESPEC TO W-TACI-NOME (W-TOT-ACIMA)
                MOVE W-PERC TO W-TACI-PERC (W-TOT-ACIMA)
                COMPUTE W-TACI-LIV (W-TOT-ACIMA) = W-OFE - W-OCU
                MOVE W-FILA TO W-TACI-FILA (W-TOT-ACIMA).
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL.
       IMPRIME-ESP-FIM.
           EXIT.
      *--------------------[ SOMA DA ESPECIALIDADE POR SEMANA ]--------
       SOMA-ESP.
           MOVE ZEROS TO W-SEM.
       SOMA-ESP-LOOP.
           ADD 1 TO W-SEM
           IF W-SEM > 8
                GO TO SOMA-ESP-FIM.
           IF W-TCAP-OFE (W-ESP W-UNI W-SEM) > ZEROS
                MOVE "S" TO W-TEM-ESP.
           ADD W-TCAP-OFE (W-ESP W-UNI W-SEM) TO W-TESP-OFE (W-SEM)
           ADD W-TCAP-OCU (W-ESP W-UNI W-SEM) TO W-TESP-OCU (W-SEM)
           GO TO SOMA-ESP-LOOP.
       SOMA-ESP-FIM.
           EXIT.
      *
       SOMA-TESP.
           ADD W-TESP-OFE (W-SEM) TO W-OFE
           ADD W-TESP-OCU (W-SEM) TO W-OCU.
       SOMA-TESP-FIM.
           EXIT.
      *--------------------[ SEMANAS DE UMA UNIDADE ]------------------
       IMPRIME-UNI.
           MOVE "N" TO W-TEM-UNI
           MOVE ZEROS TO W-SEM.
       IMPRIME-UNI-TESTA.
           ADD 1 TO W-SEM
           IF W-SEM > 8
                GO TO IMPRIME-UNI-SEM.
           IF W-TCAP-OFE (W-ESP W-UNI W-SEM) > ZEROS
                MOVE "S" TO W-TEM-UNI
                GO TO IMPRIME-UNI-SEM.
           GO TO IMPRIME-UNI-TESTA.
       IMPRIME-UNI-SEM.
           IF W-TEM-UNI = "N"
                GO TO IMPRIME-UNI-FIM.
           MOVE ZEROS TO W-SEM.
       IMPRIME-UNI-LOOP.
           ADD 1 TO W-SEM
           IF W-SEM > 8
                GO TO IMPRIME-UNI-FIM.
           MOVE W-TCAP-OFE (W-ESP W-UNI W-SEM) TO W-OFE
           MOVE W-TCAP-OCU (W-ESP W-UNI W-SEM) TO W-OCU
           MOVE W-UNI TO LD-UNID
           PERFORM IMPRIME-LINHA THRU IMPRIME-LINHA-FIM
           GO TO IMPRIME-UNI-LOOP.
       IMPRIME-UNI-FIM.
           EXIT.
      *--------------------[ LINHA DE UMA SEMANA ]---------------------
      * W-OFE E W-OCU DA SEMANA W-SEM JA CARREGADOS; LD-UNID JA
      * PREENCHIDO PELO CHAMADOR.
       IMPRIME-LINHA.
           COMPUTE W-INT = W-INT-INI + ((W-SEM - 1) * 7)
           COMPUTE LD-SEMANA = FUNCTION DATE-OF-INTEGER (W-INT)
           PERFORM CALC-PERC THRU CALC-PERC-FIM
           MOVE W-OFE TO LD-OFE
           MOVE W-OCU TO LD-OCU
           COMPUTE LD-LIV = W-OFE - W-OCU
           MOVE W-PERC TO LD-PERC
           MOVE SPACES TO LD-DESTAQUE
           IF W-OFE > ZEROS AND W-PERC NOT < W-LIMIAR
                MOVE "***" TO LD-DESTAQUE.
           WRITE LINHA-REL FROM LINHA-DET.
       IMPRIME-LINHA-FIM.
           EXIT.
      *--------------------[ PERCENTUAL DE OCUPACAO ]------------------
       CALC-PERC.
           IF W-OFE = ZEROS
                MOVE ZEROS TO W-PERC
                GO TO CALC-PERC-FIM.
           COMPUTE W-PERC ROUNDED = (W-OCU * 100) / W-OFE.
       CALC-PERC-FIM.
           EXIT.
      *--------------------[ TOTAL GERAL POR SEMANA ]------------------
       IMPRIME-GERAL.
           MOVE SPACES TO LINHA-SECAO
           MOVE "TOTAL GERAL - TODAS AS ESPECIALIDADES" TO LSE-TEXTO
           WRITE LINHA-REL FROM LINHA-SECAO
           WRITE LINHA-REL FROM LINHA-CABEC
           MOVE ALL "-" TO LINHA-REL
           WRITE LINHA-REL
           MOVE ZEROS TO W-SEM.
       IMPRIME-GERAL-LOOP.
           ADD 1 TO W-SEM
           IF W-SEM > 8
                GO TO IMPRIME-GERAL-FIM.
           MOVE W-TGER-OFE (W-SEM) TO W-OFE
           MOVE W-TGER-OCU (W-SEM) TO W-OCU
           MOVE ZEROS TO LD-UNID
           PERFORM IMPRIME-LINHA THRU IMPRIME-LINHA-FIM
           GO TO IMPRIME-GERAL-LOOP.
       IMPRIME-GERAL-FIM.
           EXIT.
      *--------------------[ ESPECIALIDADES EM DESTAQUE ]--------------
      * OCUPACAO DAS OITO SEMANAS NO LIMIAR OU ACIMA, OU FILA DE
      * ESPERA MAIOR QUE OS HORARIOS LIVRES.
       IMPRIME-ACIMA.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-SECAO
           MOVE "ESPECIALIDADES COM OCUPACAO OU FILA ACIMA DE"
                                                   TO LSE-TEXTO
           MOVE W-LIMIAR TO LSE-LIMIAR
           MOVE "%" TO LSE-PCT
           WRITE LINHA-REL FROM LINHA-SECAO
           WRITE LINHA-REL FROM LINHA-CABACI
           MOVE ALL "-" TO LINHA-REL
           WRITE LINHA-REL
           IF W-TOT-ACIMA = ZEROS
                MOVE "NENHUMA ESPECIALIDADE EM DESTAQUE" TO LINHA-REL
                WRITE LINHA-REL
                GO TO IMPRIME-ACIMA-FIM.
           MOVE ZEROS TO W-IDX.
       IMPRIME-ACIMA-LOOP.
           ADD 1 TO W-IDX
           IF W-IDX > W-TOT-ACIMA
                GO TO IMPRIME-ACIMA-FIM.
           MOVE W-TACI-ESP (W-IDX) TO LA-ESP
           MOVE W-TACI-NOME (W-IDX) TO LA-NOME
           MOVE W-TACI-PERC (W-IDX) TO LA-PERC
           MOVE W-TACI-LIV (W-IDX) TO LA-LIV
           MOVE W-TACI-FILA (W-IDX) TO LA-FILA
           WRITE LINHA-REL FROM LINHA-ACIMA
           GO TO IMPRIME-ACIMA-LOOP.
       IMPRIME-ACIMA-FIM.
           EXIT.
      *--------------------[ MEDICOS COM MAIS HORARIOS LIVRES ]--------
       IMPRIME-TOP.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO LINHA-SECAO
           MOVE "MEDICOS COM MAIS HORARIOS LIVRES" TO LSE-TEXTO
           WRITE LINHA-REL FROM LINHA-SECAO
           WRITE LINHA-REL FROM LINHA-CABTOP
           MOVE ALL "-" TO LINHA-REL
           WRITE LINHA-REL
           MOVE ZEROS TO W-IDX.
       IMPRIME-TOP-LOOP.
           ADD 1 TO W-IDX
           IF W-IDX > W-QTD-TTOP
                GO TO IMPRIME-TOP-FIM.
           MOVE W-TTOP-CRM (W-IDX) TO LP-CRM
           MOVE W-TTOP-NOME (W-IDX) TO LP-NOME
           MOVE W-TTOP-ESP (W-IDX) TO LP-ESP
           MOVE W-TTOP-OFE (W-IDX) TO LP-OFE
           MOVE W-TTOP-LIV (W-IDX) TO LP-LIV
           WRITE LINHA-REL FROM LINHA-TOP
           GO TO IMPRIME-TOP-LOOP.
       IMPRIME-TOP-FIM.
           EXIT.
      *--------------------[ TOTAIS ]-----------------------------------
       IMPRIME-TOT.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE "MEDICOS ATIVOS COM GRADE LIDA     :" TO LR-TEXTO
           MOVE W-TOT-MED TO LR-QTD
           WRITE LINHA-REL FROM LINHA-RODAPE
           MOVE "MEDICOS SEM ESPECIALIDADE         :" TO LR-TEXTO
           MOVE W-TOT-SEMESP TO LR-QTD
           WRITE LINHA-REL FROM LINHA-RODAPE
           MOVE "HORARIOS OFERECIDOS               :" TO LR-TEXTO
           MOVE W-TOT-OFE TO LR-QTD
           WRITE LINHA-REL FROM LINHA-RODAPE
           MOVE "HORARIOS JA OCUPADOS              :" TO LR-TEXTO
           MOVE W-TOT-OCU TO LR-QTD
           WRITE LINHA-REL FROM LINHA-RODAPE
           MOVE "PEDIDOS PENDENTES NA FILA MEDICO  :" TO LR-TEXTO
           MOVE W-TOT-FILMED TO LR-QTD
           WRITE LINHA-REL FROM LINHA-RODAPE
           MOVE "PEDIDOS PENDENTES NA FILA ESPEC.  :" TO LR-TEXTO
           MOVE W-TOT-FILESP TO LR-QTD
           WRITE LINHA-REL FROM LINHA-RODAPE.
       IMPRIME-TOT-FIM.
           EXIT.
      *--------------------[ ENCERRAMENTO ]-----------------------------
       ROT-FIM.
           DISPLAY "SEMANAS DE " W-DATA-INI " A " W-DATA-FIM
           DISPLAY "MEDICOS ATIVOS       : " W-TOT-MED
           DISPLAY "HORARIOS OFERECIDOS  : " W-TOT-OFE
           DISPLAY "HORARIOS OCUPADOS    : " W-TOT-OCU
           DISPLAY "ESPECIALIDADES EM DESTAQUE : " W-TOT-ACIMA
           CLOSE CADMED CADESP CADHOR CADAUS CADFER CADAGD RELCAP
           IF W-FIL-ABERTO = "S"
                CLOSE CADFIL.
           IF W-FLE-ABERTO = "S"
                CLOSE CADFLE.
       ROT-FIM-FIM.
           EXIT.
