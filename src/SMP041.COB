       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP041.
       AUTHOR. ANGELO LOTIERZO FILHO.
      ********************************************************
      * ESTATISTICA NOTURNA DOS ARQUIVOS DA SUITE - CONTA OS  *
      * REGISTROS DE CADA ARQUIVO INDEXADO E DOS JORNAIS      *
      * SEQUENCIAIS CTNLOG E SIGLOG E GRAVA NO HISTORICO      *
      * CADEST (ESTREG) A QUANTIDADE, O TAMANHO DO REGISTRO E *
      * O TAMANHO ESTIMADO EM KB DA NOITE. A LINHA DE         *
      * CONTROLE DE CADA ARQUIVO GUARDA O PICO DE REGISTROS   *
      * DESDE A ULTIMA REORGANIZACAO (SMP043). A REEXECUCAO   *
      * NO MESMO DIA REGRAVA A LINHA DA NOITE. ARQUIVO AINDA  *
      * INEXISTENTE (PRIMEIRA UTILIZACAO) E REGISTRADO COMO   *
      * TAL E PULADO; ERRO DE ABERTURA OU LEITURA DEVOLVE RC  *
      * 8. AS LINHAS MAIS ANTIGAS QUE O PRAZO DE HISTORICO    *
      * (SYSIN, ZEROS = 400 DIAS) SAO EXPURGADAS. RODA NO     *
      * CADNITE (PASSO EST085); O RELATORIO DE CRESCIMENTO E  *
      * O SMP042 (CADSEM).                                    *
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
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ES-CHAVE
                    FILE STATUS  IS ST-EST.
                    SELECT AGDHIX ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS HX-CHAVE
                    FILE STATUS  IS ST-ENT.
                    SELECT CADAGL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS AL-CHAVE
                    FILE STATUS  IS ST-ENT.
                    SELECT CADAGD ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS AG-CHAVE
                    FILE STATUS  IS ST-ENT
                    ALTERNATE RECORD KEY IS AG-PACCOD
                                                      WITH DUPLICATES.
                    SELECT CADAJU ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS AJ-CHAVE
                    FILE STATUS  IS ST-ENT.
                    SELECT CADAPR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS AP-CHAVE
                    FILE STATUS  IS ST-ENT.
                    SELECT CADAPV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS AV-CHAVE OF REGAPV
                    FILE STATUS  IS ST-ENT.
                    SELECT CADAUS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS AU-CHAVE
                    FILE STATUS  IS ST-ENT.
                    SELECT CADAVI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS AV-CHAVE OF REGAVI
                    FILE STATUS  IS ST-ENT.
                    SELECT CADCID ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS CI-CODIGO
                    FILE STATUS  IS ST-ENT.
                    SELECT CADCOB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS CB-CHAVE
                    FILE STATUS  IS ST-ENT.
                    SELECT CADCON ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS CV-CODIGO
                    FILE STATUS  IS ST-ENT.
                    SELECT CADCXA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS CX-RECIBO
                    FILE STATUS  IS ST-ENT
                    ALTERNATE RECORD KEY IS CX-AGCHAVE
                                                      WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CX-DTPAG
                                                      WITH DUPLICATES.
                    SELECT CADDCL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS DC-CHAVE
                    FILE STATUS  IS ST-ENT
                    ALTERNATE RECORD KEY IS DC-AGCHAVE
                                                      WITH DUPLICATES.
                    SELECT CADELG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS EL-CHAVE
                    FILE STATUS  IS ST-ENT.
                    SELECT CADESP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS EESPEC
                    FILE STATUS  IS ST-ENT.
                    SELECT CADFEC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS FC-MES
                    FILE STATUS  IS ST-ENT.
                    SELECT CADFER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS FE-DATA
                    FILE STATUS  IS ST-ENT.
                    SELECT CADFIL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS FI-CHAVE
                    FILE STATUS  IS ST-ENT.
                    SELECT CADFLE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS FL-CHAVE
                    FILE STATUS  IS ST-ENT.
                    SELECT CADHOR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS HR-CHAVE
                    FILE STATUS  IS ST-ENT.
                    SELECT CADIMP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS IM-CHAVE
                    FILE STATUS  IS ST-ENT.
                    SELECT CADLOG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS LG-CHAVE
                    FILE STATUS  IS ST-ENT.
                    SELECT CADLOT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS LT-CHAVE
                    FILE STATUS  IS ST-ENT.
                    SELECT CADMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS CRM
                    FILE STATUS  IS ST-ENT
                    ALTERNATE RECORD KEY IS NOME
                                                      WITH DUPLICATES.
                    SELECT CADOPR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS OP-CODIGO
                    FILE STATUS  IS ST-ENT.
                    SELECT CADPAC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS PAC-CODIGO
                    FILE STATUS  IS ST-ENT
                    ALTERNATE RECORD KEY IS PAC-NOME
                                                      WITH DUPLICATES
                    ALTERNATE RECORD KEY IS PAC-RESP
                                                      WITH DUPLICATES.
                    SELECT CADPLN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS PN-CHAVE
                    FILE STATUS  IS ST-ENT.
                    SELECT CADPLT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS PL-CHAVE
                    FILE STATUS  IS ST-ENT.
                    SELECT CADPRC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS PR-CODIGO
                    FILE STATUS  IS ST-ENT.
                    SELECT CADPSQ ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS PQ-CHAVE
                    FILE STATUS  IS ST-ENT
                    ALTERNATE RECORD KEY IS PQ-PACCOD
                                                      WITH DUPLICATES.
                    SELECT CADRCB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS RV-CHAVE
                    FILE STATUS  IS ST-ENT.
                    SELECT CADREC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS RC-ESPEC
                    FILE STATUS  IS ST-ENT.
                    SELECT CADREP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS RP-CHAVE
                    FILE STATUS  IS ST-ENT.
                    SELECT CADRES ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS RS-PACCOD
                    FILE STATUS  IS ST-ENT.
                    SELECT CADRET ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS RT-CHAVE
                    FILE STATUS  IS ST-ENT.
                    SELECT CADRUN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS RN-CHAVE
                    FILE STATUS  IS ST-ENT.
                    SELECT CADSAL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS SA-CODIGO
                    FILE STATUS  IS ST-ENT.
                    SELECT CADTAR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS TA-CHAVE
                    FILE STATUS  IS ST-ENT.
                    SELECT CADTPL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS TP-CHAVE
                    FILE STATUS  IS ST-ENT.
                    SELECT CADTPR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS TR-CHAVE
                    FILE STATUS  IS ST-ENT.
                    SELECT CADTRC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS TC-CHAVE
                    FILE STATUS  IS ST-ENT.
                    SELECT CADPLG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS PG-CHAVE
                    FILE STATUS  IS ST-ENT.
                    SELECT CADTBL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS TB-CHAVE
                    FILE STATUS  IS ST-ENT.
                    SELECT CADTRL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS TL-CHAVE
                    FILE STATUS  IS ST-ENT.
                    SELECT CTNLOG ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ENT.
                    SELECT SIGLOG ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ENT.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADEST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEST.DAT".
           COPY ESTREG.
      *
       FD AGDHIX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "AGDHIX.DAT".
           COPY HIXREG.
      *
       FD CADAGL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "AGDLOG.DAT".
           COPY AGLREG.
      *
       FD CADAGD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAGD.DAT".
           COPY REGAGD.
      *
       FD CADAJU
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAJU.DAT".
           COPY AJUREG.
      *
       FD CADAPR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAPR.DAT".
           COPY APRREG.
      *
       FD CADAPV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAPV.DAT".
           COPY APVREG.
      *
       FD CADAUS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAUS.DAT".
           COPY AUSREG.
      *
       FD CADAVI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAVI.DAT".
           COPY AVIREG.
      *
       FD CADCID
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCID.DAT".
           COPY CIDREG.
      *
       FD CADCOB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCOB.DAT".
           COPY COBREG.
      *
       FD CADCON
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCON.DAT".
           COPY CONREG.
      *
       FD CADCXA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCXA.DAT".
           COPY CXAREG.
      *
       FD CADDCL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADDCL.DAT".
           COPY DCLREG.
      *
       FD CADELG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADELG.DAT".
           COPY ELGREG.
      *
       FD CADESP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADESP.DAT".
           COPY ESPREG.
      *
       FD CADFEC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFEC.DAT".
           COPY FECREG.
      *
       FD CADFER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFER.DAT".
           COPY FERREG.
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
       FD CADHOR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADHOR.DAT".
           COPY HORREG.
      *
       FD CADIMP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADIMP.DAT".
           COPY IMPREG.
      *
       FD CADLOG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADLOG.DAT".
           COPY LOGREG.
      *
       FD CADLOT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADLOT.DAT".
           COPY LOTREG.
      *
       FD CADMED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMED.DAT".
           COPY REGMED.
      *
       FD CADOPR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADOPR.DAT".
           COPY OPRREG.
      *
       FD CADPAC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPAC.DAT".
           COPY PACREG.
      *
       FD CADPLN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPLN.DAT".
           COPY PLNREG.
      *
       FD CADPLT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPLT.DAT".
           COPY PLTREG.
      *
       FD CADPRC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPRC.DAT".
           COPY PRCREG.
      *
       FD CADPSQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPSQ.DAT".
           COPY PSQREG.
      *
       FD CADRCB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRCB.DAT".
           COPY RCBREG.
      *
       FD CADREC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADREC.DAT".
           COPY RECREG.
      *
       FD CADREP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADREP.DAT".
           COPY REPREG.
      *
       FD CADRES
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRES.DAT".
           COPY RESREG.
      *
       FD CADRET
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRET.DAT".
           COPY RETREG.
      *
       FD CADRUN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRUN.DAT".
           COPY RUNREG.
      *
       FD CADSAL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADSAL.DAT".
           COPY SALREG.
      *
       FD CADTAR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTAR.DAT".
           COPY TARREG.
      *
       FD CADTPL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTPL.DAT".
           COPY TPLREG.
      *
       FD CADTPR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTPR.DAT".
           COPY TPRREG.
      *
       FD CADTRC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTRC.DAT".
           COPY TRCREG.
      *
       FD CADPLG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PACLOG.DAT".
           COPY PLGREG.
      *
       FD CADTBL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "TABLOG.DAT".
           COPY TBLREG.
      *
       FD CADTRL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "TRCLOG.DAT".
           COPY TRLREG.
      *
       FD CTNLOG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CTNLOG.DAT".
           COPY CTNREG.
      *
       FD SIGLOG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "SIGLOG.DAT".
           COPY SIGREG.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-ENT       PIC X(02) VALUE "00".
       01 ST-EST       PIC X(02) VALUE "00".
       01 W-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       01 W-INT-HOJE    PIC 9(08) VALUE ZEROS.
       01 W-DIAS-HIST   PIC 9(03) VALUE ZEROS.
       01 W-DATA-CORTE  PIC 9(08) VALUE ZEROS.
       01 W-ARQ-ATUAL   PIC X(08) VALUE SPACES.
       01 W-TAMREG      PIC 9(05) VALUE ZEROS.
       01 W-TOT-REGS    PIC 9(09) VALUE ZEROS.
       01 W-KBYTES      PIC 9(09) VALUE ZEROS.
       01 W-PICO        PIC 9(09) VALUE ZEROS.
       01 W-SITUACAO    PIC X(02) VALUE SPACES.
       01 W-TEM-REG     PIC X(01) VALUE "N".
       01 W-FIM-ARQ      PIC X(01) VALUE "N".
       01 W-TOT-ARQS    PIC 9(04) VALUE ZEROS.
       01 W-TOT-PULADOS PIC 9(04) VALUE ZEROS.
       01 W-TOT-ERROS   PIC 9(04) VALUE ZEROS.
       01 W-TOT-EXPURGO PIC 9(06) VALUE ZEROS.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "DIAS DE HISTORICO A MANTER (0=400) : "
           ACCEPT W-DIAS-HIST
           IF W-DIAS-HIST = ZEROS
                MOVE 400 TO W-DIAS-HIST.
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD
           COMPUTE W-INT-HOJE = FUNCTION INTEGER-OF-DATE (W-DATA-HOJE)
           COMPUTE W-DATA-CORTE = FUNCTION DATE-OF-INTEGER
                                      (W-INT-HOJE - W-DIAS-HIST).
      * O HISTORICO NASCE VAZIO NA PRIMEIRA NOITE
       ABRE-EST.
           OPEN I-O CADEST
           IF ST-EST NOT = "00"
                IF ST-EST = "30" OR ST-EST = "35"
                     OPEN OUTPUT CADEST
                     CLOSE CADEST
                     GO TO ABRE-EST
                ELSE
                     DISPLAY "ERRO NA ABERTURA DO CADEST - ST=" ST-EST
                     MOVE 8 TO RETURN-CODE
                     GOBACK.
      *--------------------[ AGDHIX ]----------------------------------
       EST-HIX.
           MOVE "AGDHIX" TO W-ARQ-ATUAL
           MOVE LENGTH OF REGHIX TO W-TAMREG
           MOVE ZEROS TO W-TOT-REGS
           MOVE "N" TO W-FIM-ARQ
           OPEN INPUT AGDHIX
           IF ST-ENT NOT = "00"
                PERFORM AVISA-PULADO THRU AVISA-PULADO-FIM
                GO TO EST-AGL.
       EST-HIX-LOOP.
           IF W-FIM-ARQ = "S"
                CLOSE AGDHIX
                PERFORM GRAVA-EST THRU GRAVA-EST-FIM
                GO TO EST-AGL.
           READ AGDHIX NEXT RECORD
                AT END MOVE "S" TO W-FIM-ARQ
                        GO TO EST-HIX-LOOP.
           IF ST-ENT > "09"
                CLOSE AGDHIX
                PERFORM ERRO-LEITURA THRU ERRO-LEITURA-FIM
                GO TO EST-AGL.
           ADD 1 TO W-TOT-REGS
           GO TO EST-HIX-LOOP.
      *--------------------[ AGDLOG ]----------------------------------
       EST-AGL.
           MOVE "AGDLOG" TO W-ARQ-ATUAL
           MOVE LENGTH OF REGAGL TO W-TAMREG
           MOVE ZEROS TO W-TOT-REGS
           MOVE "N" TO W-FIM-ARQ
           OPEN INPUT CADAGL
           IF ST-ENT NOT = "00"
                PERFORM AVISA-PULADO THRU AVISA-PULADO-FIM
                GO TO EST-AGD.
       EST-AGL-LOOP.
           IF W-FIM-ARQ = "S"
                CLOSE CADAGL
                PERFORM GRAVA-EST THRU GRAVA-EST-FIM
                GO TO EST-AGD.
           READ CADAGL NEXT RECORD
                AT END MOVE "S" TO W-FIM-ARQ
                        GO TO EST-AGL-LOOP.
           IF ST-ENT > "09"
                CLOSE CADAGL
                PERFORM ERRO-LEITURA THRU ERRO-LEITURA-FIM
                GO TO EST-AGD.
           ADD 1 TO W-TOT-REGS
           GO TO EST-AGL-LOOP.
      *--------------------[ CADAGD ]----------------------------------
       EST-AGD.
           MOVE "CADAGD" TO W-ARQ-ATUAL
           MOVE LENGTH OF REGAGD TO W-TAMREG
           MOVE ZEROS TO W-TOT-REGS
           MOVE "N" TO W-FIM-ARQ
           OPEN INPUT CADAGD
           IF ST-ENT NOT = "00"
                PERFORM AVISA-PULADO THRU AVISA-PULADO-FIM
                GO TO EST-AJU.
       EST-AGD-LOOP.
           IF W-FIM-ARQ = "S"
                CLOSE CADAGD
                PERFORM GRAVA-EST THRU GRAVA-EST-FIM
                GO TO EST-AJU.
           READ CADAGD NEXT RECORD
                AT END MOVE "S" TO W-FIM-ARQ
                        GO TO EST-AGD-LOOP.
           IF ST-ENT > "09"
                CLOSE CADAGD
                PERFORM ERRO-LEITURA THRU ERRO-LEITURA-FIM
                GO TO EST-AJU.
           ADD 1 TO W-TOT-REGS
           GO TO EST-AGD-LOOP.
      *--------------------[ CADAJU ]----------------------------------
       EST-AJU.
           MOVE "CADAJU" TO W-ARQ-ATUAL
           MOVE LENGTH OF REGAJU TO W-TAMREG
           MOVE ZEROS TO W-TOT-REGS
           MOVE "N" TO W-FIM-ARQ
           OPEN INPUT CADAJU
           IF ST-ENT NOT = "00"
                PERFORM AVISA-PULADO THRU AVISA-PULADO-FIM
                GO TO EST-APR.
       EST-AJU-LOOP.
           IF W-FIM-ARQ = "S"
                CLOSE CADAJU
                PERFORM GRAVA-EST THRU GRAVA-EST-FIM
                GO TO EST-APR.
           READ CADAJU NEXT RECORD
                AT END MOVE "S" TO W-FIM-ARQ
                        GO TO EST-AJU-LOOP.
           IF ST-ENT > "09"
                CLOSE CADAJU
                PERFORM ERRO-LEITURA THRU ERRO-LEITURA-FIM
                GO TO EST-APR.
           ADD 1 TO W-TOT-REGS
           GO TO EST-AJU-LOOP.
      *--------------------[ CADAPR ]----------------------------------
       EST-APR.
           MOVE "CADAPR" TO W-ARQ-ATUAL
           MOVE LENGTH OF REGAPR TO W-TAMREG
           MOVE ZEROS TO W-TOT-REGS
           MOVE "N" TO W-FIM-ARQ
           OPEN INPUT CADAPR
           IF ST-ENT NOT = "00"
                PERFORM AVISA-PULADO THRU AVISA-PULADO-FIM
                GO TO EST-APV.
       EST-APR-LOOP.
           IF W-FIM-ARQ = "S"
                CLOSE CADAPR
                PERFORM GRAVA-EST THRU GRAVA-EST-FIM
                GO TO EST-APV.
           READ CADAPR NEXT RECORD
                AT END MOVE "S" TO W-FIM-ARQ
                        GO TO EST-APR-LOOP.
           IF ST-ENT > "09"
                CLOSE CADAPR
                PERFORM ERRO-LEITURA THRU ERRO-LEITURA-FIM
                GO TO EST-APV.
           ADD 1 TO W-TOT-REGS
           GO TO EST-APR-LOOP.
      *--------------------[ CADAPV ]----------------------------------
       EST-APV.
           MOVE "CADAPV" TO W-ARQ-ATUAL
           MOVE LENGTH OF REGAPV TO W-TAMREG
           MOVE ZEROS TO W-TOT-REGS
           MOVE "N" TO W-FIM-ARQ
           OPEN INPUT CADAPV
           IF ST-ENT NOT = "00"
                PERFORM AVISA-PULADO THRU AVISA-PULADO-FIM
                GO TO EST-AUS.
       EST-APV-LOOP.
           IF W-FIM-ARQ = "S"
                CLOSE CADAPV
                PERFORM GRAVA-EST THRU GRAVA-EST-FIM
                GO TO EST-AUS.
           READ CADAPV NEXT RECORD
                AT END MOVE "S" TO W-FIM-ARQ
                        GO TO EST-APV-LOOP.
           IF ST-ENT > "09"
                CLOSE CADAPV
                PERFORM ERRO-LEITURA THRU ERRO-LEITURA-FIM
                GO TO EST-AUS.
           ADD 1 TO W-TOT-REGS
           GO TO EST-APV-LOOP.
      *--------------------[ CADAUS ]----------------------------------
       EST-AUS.
           MOVE "CADAUS" TO W-ARQ-ATUAL
           MOVE LENGTH OF REGAUS TO W-TAMREG
           MOVE ZEROS TO W-TOT-REGS
           MOVE "N" TO W-FIM-ARQ
           OPEN INPUT CADAUS
           IF ST-ENT NOT = "00"
                PERFORM AVISA-PULADO THRU AVISA-PULADO-FIM
                GO TO EST-AVI.
       EST-AUS-LOOP.
           IF W-FIM-ARQ = "S"
                CLOSE CADAUS
                PERFORM GRAVA-EST THRU GRAVA-EST-FIM
                GO TO EST-AVI.
           READ CADAUS NEXT RECORD
                AT END MOVE "S" TO W-FIM-ARQ
                        GO TO EST-AUS-LOOP.
           IF ST-ENT > "09"
                CLOSE CADAUS
                PERFORM ERRO-LEITURA THRU ERRO-LEITURA-FIM
                GO TO EST-AVI.
           ADD 1 TO W-TOT-REGS
           GO TO EST-AUS-LOOP.
      *--------------------[ CADAVI ]----------------------------------
       EST-AVI.
           MOVE "CADAVI" TO W-ARQ-ATUAL
           MOVE LENGTH OF REGAVI TO W-TAMREG
           MOVE ZEROS TO W-TOT-REGS
           MOVE "N" TO W-FIM-ARQ
           OPEN INPUT CADAVI
           IF ST-ENT NOT = "00"
                PERFORM AVISA-PULADO THRU AVISA-PULADO-FIM
                GO TO EST-CID.
       EST-AVI-LOOP.
           IF W-FIM-ARQ = "S"
                CLOSE CADAVI
                PERFORM GRAVA-EST THRU GRAVA-EST-FIM
                GO TO EST-CID.
           READ CADAVI NEXT RECORD
                AT END MOVE "S" TO W-FIM-ARQ
                        GO TO EST-AVI-LOOP.
           IF ST-ENT > "09"
                CLOSE CADAVI
                PERFORM ERRO-LEITURA THRU ERRO-LEITURA-FIM
                GO TO EST-CID.
           ADD 1 TO W-TOT-REGS
           GO TO EST-AVI-LOOP.
      *--------------------[ CADCID ]----------------------------------
       EST-CID.
           MOVE "CADCID" TO W-ARQ-ATUAL
           MOVE LENGTH OF REGCID TO W-TAMREG
           MOVE ZEROS TO W-TOT-REGS
           MOVE "N" TO W-FIM-ARQ
           OPEN INPUT CADCID
           IF ST-ENT NOT = "00"
                PERFORM AVISA-PULADO THRU AVISA-PULADO-FIM
                GO TO EST-COB.
       EST-CID-LOOP.
           IF W-FIM-ARQ = "S"
                CLOSE CADCID
                PERFORM GRAVA-EST THRU GRAVA-EST-FIM
                GO TO EST-COB.
           READ CADCID NEXT RECORD
                AT END MOVE "S" TO W-FIM-ARQ
                        GO TO EST-CID-LOOP.
           IF ST-ENT > "09"
                CLOSE CADCID
                PERFORM ERRO-LEITURA THRU ERRO-LEITURA-FIM
                GO TO EST-COB.
           ADD 1 TO W-TOT-REGS
           GO TO EST-CID-LOOP.
      *--------------------[ CADCOB ]----------------------------------
       EST-COB.
           MOVE "CADCOB" TO W-ARQ-ATUAL
           MOVE LENGTH OF REGCOB TO W-TAMREG
           MOVE ZEROS TO W-TOT-REGS
           MOVE "N" TO W-FIM-ARQ
           OPEN INPUT CADCOB
           IF ST-ENT NOT = "00"
                PERFORM AVISA-PULADO THRU AVISA-PULADO-FIM
                GO TO EST-CON.
       EST-COB-LOOP.
           IF W-FIM-ARQ = "S"
                CLOSE CADCOB
                PERFORM GRAVA-EST THRU GRAVA-EST-FIM
                GO TO EST-CON.
           READ CADCOB NEXT RECORD
                AT END MOVE "S" TO W-FIM-ARQ
                        GO TO EST-COB-LOOP.
           IF ST-ENT > "09"
                CLOSE CADCOB
                PERFORM ERRO-LEITURA THRU ERRO-LEITURA-FIM
                GO TO EST-CON.
           ADD 1 TO W-TOT-REGS
           GO TO EST-COB-LOOP.
      *--------------------[ CADCON ]----------------------------------
       EST-CON.
           MOVE "CADCON" TO W-ARQ-ATUAL
           MOVE LENGTH OF REGCON TO W-TAMREG
           MOVE ZEROS TO W-TOT-REGS
           MOVE "N" TO W-FIM-ARQ
           OPEN INPUT CADCON
           IF ST-ENT NOT = "00"
                PERFORM AVISA-PULADO THRU AVISA-PULADO-FIM
                GO TO EST-CXA.
       EST-CON-LOOP.
           IF W-FIM-ARQ = "S"
                CLOSE CADCON
                PERFORM GRAVA-EST THRU GRAVA-EST-FIM
                GO TO EST-CXA.
           READ CADCON NEXT RECORD
                AT END MOVE "S" TO W-FIM-ARQ
                        GO TO EST-CON-LOOP.
           IF ST-ENT > "09"
                CLOSE CADCON
                PERFORM ERRO-LEITURA THRU ERRO-LEITURA-FIM
                GO TO EST-CXA.
           ADD 1 TO W-TOT-REGS
           GO TO EST-CON-LOOP.
      *--------------------[ CADCXA ]----------------------------------
       EST-CXA.
           MOVE "CADCXA" TO W-ARQ-ATUAL
           MOVE LENGTH OF REGCXA TO W-TAMREG
           MOVE ZEROS TO W-TOT-REGS
           MOVE "N" TO W-FIM-ARQ
           OPEN INPUT CADCXA
           IF ST-ENT NOT = "00"
                PERFORM AVISA-PULADO THRU AVISA-PULADO-FIM
                GO TO EST-DCL.
       EST-CXA-LOOP.
           IF W-FIM-ARQ = "S"
                CLOSE CADCXA
                PERFORM GRAVA-EST THRU GRAVA-EST-FIM
                GO TO EST-DCL.
           READ CADCXA NEXT RECORD
                AT END MOVE "S" TO W-FIM-ARQ
                        GO TO EST-CXA-LOOP.
           IF ST-ENT > "09"
                CLOSE CADCXA
                PERFORM ERRO-LEITURA THRU ERRO-LEITURA-FIM
                GO TO EST-DCL.
           ADD 1 TO W-TOT-REGS
           GO TO EST-CXA-LOOP.
      *--------------------[ CADDCL ]----------------------------------
       EST-DCL.
           MOVE "CADDCL" TO W-ARQ-ATUAL
           MOVE LENGTH OF REGDCL TO W-TAMREG
           MOVE ZEROS TO W-TOT-REGS
           MOVE "N" TO W-FIM-ARQ
           OPEN INPUT CADDCL
           IF ST-ENT NOT = "00"
                PERFORM AVISA-PULADO THRU AVISA-PULADO-FIM
                GO TO EST-ELG.
       EST-DCL-LOOP.
           IF W-FIM-ARQ = "S"
                CLOSE CADDCL
                PERFORM GRAVA-EST THRU GRAVA-EST-FIM
                GO TO EST-ELG.
           READ CADDCL NEXT RECORD
                AT END MOVE "S" TO W-FIM-ARQ
                        GO TO EST-DCL-LOOP.
           IF ST-ENT > "09"
                CLOSE CADDCL
                PERFORM ERRO-LEITURA THRU ERRO-LEITURA-FIM
                GO TO EST-ELG.
           ADD 1 TO W-TOT-REGS
           GO TO EST-DCL-LOOP.
      *--------------------[ CADELG ]----------------------------------
       EST-ELG.
           MOVE "CADELG" TO W-ARQ-ATUAL
           MOVE LENGTH OF REGELG TO W-TAMREG
           MOVE ZEROS TO W-TOT-REGS
           MOVE "N" TO W-FIM-ARQ
           OPEN INPUT CADELG
           IF ST-ENT NOT = "00"
                PERFORM AVISA-PULADO THRU AVISA-PULADO-FIM
                GO TO EST-ESP.
       EST-ELG-LOOP.
           IF W-FIM-ARQ = "S"
                CLOSE CADELG
                PERFORM GRAVA-EST THRU GRAVA-EST-FIM
                GO TO EST-ESP.
           READ CADELG NEXT RECORD
                AT END MOVE "S" TO W-FIM-ARQ
                        GO TO EST-ELG-LOOP.
           IF ST-ENT > "09"
                CLOSE CADELG
                PERFORM ERRO-LEITURA THRU ERRO-LEITURA-FIM
                GO TO EST-ESP.
           ADD 1 TO W-TOT-REGS
           GO TO EST-ELG-LOOP.
      *--------------------[ CADESP ]----------------------------------
       EST-ESP.
           MOVE "CADESP" TO W-ARQ-ATUAL
           MOVE LENGTH OF REGESP TO W-TAMREG
           MOVE ZEROS TO W-TOT-REGS
           MOVE "N" TO W-FIM-ARQ
           OPEN INPUT CADESP
           IF ST-ENT NOT = "00"
                PERFORM AVISA-PULADO THRU AVISA-PULADO-FIM
                GO TO EST-FEC.
       EST-ESP-LOOP.
           IF W-FIM-ARQ = "S"
                CLOSE CADESP
                PERFORM GRAVA-EST THRU GRAVA-EST-FIM
                GO TO EST-FEC.
           READ CADESP NEXT RECORD
                AT END MOVE "S" TO W-FIM-ARQ
                        GO TO EST-ESP-LOOP.
           IF ST-ENT > "09"
                CLOSE CADESP
                PERFORM ERRO-LEITURA THRU ERRO-LEITURA-FIM
                GO TO EST-FEC.
           ADD 1 TO W-TOT-REGS
           GO TO EST-ESP-LOOP.
      *--------------------[ CADFEC ]----------------------------------
       EST-FEC.
           MOVE "CADFEC" TO W-ARQ-ATUAL
           MOVE LENGTH OF REGFEC TO W-TAMREG
           MOVE ZEROS TO W-TOT-REGS
           MOVE "N" TO W-FIM-ARQ
           OPEN INPUT CADFEC
           IF ST-ENT NOT = "00"
                PERFORM AVISA-PULADO THRU AVISA-PULADO-FIM
                GO TO EST-FER.
       EST-FEC-LOOP.
           IF W-FIM-ARQ = "S"
                CLOSE CADFEC
                PERFORM GRAVA-EST THRU GRAVA-EST-FIM
                GO TO EST-FER.
           READ CADFEC NEXT RECORD
                AT END MOVE "S" TO W-FIM-ARQ
                        GO TO EST-FEC-LOOP.
           IF ST-ENT > "09"
                CLOSE CADFEC
                PERFORM ERRO-LEITURA THRU ERRO-LEITURA-FIM
                GO TO EST-FER.
           ADD 1 TO W-TOT-REGS
           GO TO EST-FEC-LOOP.
      *--------------------[ CADFER ]----------------------------------
       EST-FER.
           MOVE "CADFER" TO W-ARQ-ATUAL
           MOVE LENGTH OF REGFER TO W-TAMREG
           MOVE ZEROS TO W-TOT-REGS
           MOVE "N" TO W-FIM-ARQ
           OPEN INPUT CADFER
           IF ST-ENT NOT = "00"
                PERFORM AVISA-PULADO THRU AVISA-PULADO-FIM
                GO TO EST-FIL.
       EST-FER-LOOP.
           IF W-FIM-ARQ = "S"
                CLOSE CADFER
                PERFORM GRAVA-EST THRU GRAVA-EST-FIM
                GO TO EST-FIL.
           READ CADFER NEXT RECORD
                AT END MOVE "S" TO W-FIM-ARQ
                        GO TO EST-FER-LOOP.
           IF ST-ENT > "09"
                CLOSE CADFER
                PERFORM ERRO-LEITURA THRU ERRO-LEITURA-FIM
                GO TO EST-FIL.
           ADD 1 TO W-TOT-REGS
           GO TO EST-FER-LOOP.
      *--------------------[ CADFIL ]----------------------------------
       EST-FIL.
           MOVE "CADFIL" TO W-ARQ-ATUAL
           MOVE LENGTH OF REGFIL TO W-TAMREG
           MOVE ZEROS TO W-TOT-REGS
           MOVE "N" TO W-FIM-ARQ
           OPEN INPUT CADFIL
           IF ST-ENT NOT = "00"
                PERFORM AVISA-PULADO THRU AVISA-PULADO-FIM
                GO TO EST-FLE.
       EST-FIL-LOOP.
           IF W-FIM-ARQ = "S"
                CLOSE CADFIL
                PERFORM GRAVA-EST THRU GRAVA-EST-FIM
                GO TO EST-FLE.
           READ CADFIL NEXT RECORD
                AT END MOVE "S" TO W-FIM-ARQ
                        GO TO EST-FIL-LOOP.
           IF ST-ENT > "09"
                CLOSE CADFIL
                PERFORM ERRO-LEITURA THRU ERRO-LEITURA-FIM
                GO TO EST-FLE.
           ADD 1 TO W-TOT-REGS
           GO TO EST-FIL-LOOP.
      *--------------------[ CADFLE ]----------------------------------
       EST-FLE.
           MOVE "CADFLE" TO W-ARQ-ATUAL
           MOVE LENGTH OF REGFLE TO W-TAMREG
           MOVE ZEROS TO W-TOT-REGS
           MOVE "N" TO W-FIM-ARQ
           OPEN INPUT CADFLE
           IF ST-ENT NOT = "00"
                PERFORM AVISA-PULADO THRU AVISA-PULADO-FIM
                GO TO EST-HOR.
       EST-FLE-LOOP.
           IF W-FIM-ARQ = "S"
                CLOSE CADFLE
                PERFORM GRAVA-EST THRU GRAVA-EST-FIM
                GO TO EST-HOR.
           READ CADFLE NEXT RECORD
                AT END MOVE "S" TO W-FIM-ARQ
                        GO TO EST-FLE-LOOP.
           IF ST-ENT > "09"
                CLOSE CADFLE
                PERFORM ERRO-LEITURA THRU ERRO-LEITURA-FIM
                GO TO EST-HOR.
           ADD 1 TO W-TOT-REGS
           GO TO EST-FLE-LOOP.
      *--------------------[ CADHOR ]----------------------------------
       EST-HOR.
           MOVE "CADHOR" TO W-ARQ-ATUAL
           MOVE LENGTH OF REGHOR TO W-TAMREG
           MOVE ZEROS TO W-TOT-REGS
           MOVE "N" TO W-FIM-ARQ
           OPEN INPUT CADHOR
           IF ST-ENT NOT = "00"
                PERFORM AVISA-PULADO THRU AVISA-PULADO-FIM
                GO TO EST-IMP.
       EST-HOR-LOOP.
           IF W-FIM-ARQ = "S"
                CLOSE CADHOR
                PERFORM GRAVA-EST THRU GRAVA-EST-FIM
                GO TO EST-IMP.
           READ CADHOR NEXT RECORD
                AT END MOVE "S" TO W-FIM-ARQ
                        GO TO EST-HOR-LOOP.
           IF ST-ENT > "09"
                CLOSE CADHOR
                PERFORM ERRO-LEITURA THRU ERRO-LEITURA-FIM
                GO TO EST-IMP.
           ADD 1 TO W-TOT-REGS
           GO TO EST-HOR-LOOP.
      *--------------------[ CADIMP ]----------------------------------
       EST-IMP.
           MOVE "CADIMP" TO W-ARQ-ATUAL
           MOVE LENGTH OF REGIMP TO W-TAMREG
           MOVE ZEROS TO W-TOT-REGS
           MOVE "N" TO W-FIM-ARQ
           OPEN INPUT CADIMP
           IF ST-ENT NOT = "00"
                PERFORM AVISA-PULADO THRU AVISA-PULADO-FIM
                GO TO EST-LOG.
       EST-IMP-LOOP.
           IF W-FIM-ARQ = "S"
                CLOSE CADIMP
                PERFORM GRAVA-EST THRU GRAVA-EST-FIM
                GO TO EST-LOG.
           READ CADIMP NEXT RECORD
                AT END MOVE "S" TO W-FIM-ARQ
                        GO TO EST-IMP-LOOP.
           IF ST-ENT > "09"
                CLOSE CADIMP
                PERFORM ERRO-LEITURA THRU ERRO-LEITURA-FIM
                GO TO EST-LOG.
           ADD 1 TO W-TOT-REGS
           GO TO EST-IMP-LOOP.
      *--------------------[ CADLOG ]----------------------------------
       EST-LOG.
           MOVE "CADLOG" TO W-ARQ-ATUAL
           MOVE LENGTH OF REGLOG TO W-TAMREG
           MOVE ZEROS TO W-TOT-REGS
           MOVE "N" TO W-FIM-ARQ
           OPEN INPUT CADLOG
           IF ST-ENT NOT = "00"
                PERFORM AVISA-PULADO THRU AVISA-PULADO-FIM
                GO TO EST-LOT.
       EST-LOG-LOOP.
           IF W-FIM-ARQ = "S"
                CLOSE CADLOG
                PERFORM GRAVA-EST THRU GRAVA-EST-FIM
                GO TO EST-LOT.
           READ CADLOG NEXT RECORD
                AT END MOVE "S" TO W-FIM-ARQ
                        GO TO EST-LOG-LOOP.
           IF ST-ENT > "09"
                CLOSE CADLOG
                PERFORM ERRO-LEITURA THRU ERRO-LEITURA-FIM
                GO TO EST-LOT.
           ADD 1 TO W-TOT-REGS
           GO TO EST-LOG-LOOP.
      *--------------------[ CADLOT ]----------------------------------
       EST-LOT.
           MOVE "CADLOT" TO W-ARQ-ATUAL
           MOVE LENGTH OF REGLOT TO W-TAMREG
           MOVE ZEROS TO W-TOT-REGS
           MOVE "N" TO W-FIM-ARQ
           OPEN INPUT CADLOT
           IF ST-ENT NOT = "00"
                PERFORM AVISA-PULADO THRU AVISA-PULADO-FIM
                GO TO EST-MED.
       EST-LOT-LOOP.
           IF W-FIM-ARQ = "S"
                CLOSE CADLOT
                PERFORM GRAVA-EST THRU GRAVA-EST-FIM
                GO TO EST-MED.
           READ CADLOT NEXT RECORD
                AT END MOVE "S" TO W-FIM-ARQ
                        GO TO EST-LOT-LOOP.
           IF ST-ENT > "09"
                CLOSE CADLOT
                PERFORM ERRO-LEITURA THRU ERRO-LEITURA-FIM
                GO TO EST-MED.
           ADD 1 TO W-TOT-REGS
           GO TO EST-LOT-LOOP.
      *--------------------[ CADMED ]----------------------------------
       EST-MED.
           MOVE "CADMED" TO W-ARQ-ATUAL
           MOVE LENGTH OF REGMED TO W-TAMREG
           MOVE ZEROS TO W-TOT-REGS
           MOVE "N" TO W-FIM-ARQ
           OPEN INPUT CADMED
           IF ST-ENT NOT = "00"
                PERFORM AVISA-PULADO THRU AVISA-PULADO-FIM
                GO TO EST-OPR.
       EST-MED-LOOP.
           IF W-FIM-ARQ = "S"
                CLOSE CADMED
                PERFORM GRAVA-EST THRU GRAVA-EST-FIM
                GO TO EST-OPR.
           READ CADMED NEXT RECORD
                AT END MOVE "S" TO W-FIM-ARQ
                        GO TO EST-MED-LOOP.
           IF ST-ENT > "09"
                CLOSE CADMED
                PERFORM ERRO-LEITURA THRU ERRO-LEITURA-FIM
                GO TO EST-OPR.
           ADD 1 TO W-TOT-REGS
           GO TO EST-MED-LOOP.
      *--------------------[ CADOPR ]----------------------------------
       EST-OPR.
           MOVE "CADOPR" TO W-ARQ-ATUAL
           MOVE LENGTH OF REGOPR TO W-TAMREG
           MOVE ZEROS TO W-TOT-REGS
           MOVE "N" TO W-FIM-ARQ
           OPEN INPUT CADOPR
           IF ST-ENT NOT = "00"
                PERFORM AVISA-PULADO THRU AVISA-PULADO-FIM
                GO TO EST-PAC.
       EST-OPR-LOOP.
           IF W-FIM-ARQ = "S"
                CLOSE CADOPR
                PERFORM GRAVA-EST THRU GRAVA-EST-FIM
                GO TO EST-PAC.
           READ CADOPR NEXT RECORD
                AT END MOVE "S" TO W-FIM-ARQ
                        GO TO EST-OPR-LOOP.
           IF ST-ENT > "09"
                CLOSE CADOPR
                PERFORM ERRO-LEITURA THRU ERRO-LEITURA-FIM
                GO TO EST-PAC.
           ADD 1 TO W-TOT-REGS
           GO TO EST-OPR-LOOP.
      *--------------------[ CADPAC ]----------------------------------
       EST-PAC.
           MOVE "CADPAC" TO W-ARQ-ATUAL
           MOVE LENGTH OF REGPAC TO W-TAMREG
           MOVE ZEROS TO W-TOT-REGS
           MOVE "N" TO W-FIM-ARQ
           OPEN INPUT CADPAC
           IF ST-ENT NOT = "00"
                PERFORM AVISA-PULADO THRU AVISA-PULADO-FIM
                GO TO EST-PLN.
       EST-PAC-LOOP.
           IF W-FIM-ARQ = "S"
                CLOSE CADPAC
                PERFORM GRAVA-EST THRU GRAVA-EST-FIM
                GO TO EST-PLN.
           READ CADPAC NEXT RECORD
                AT END MOVE "S" TO W-FIM-ARQ
                        GO TO EST-PAC-LOOP.
           IF ST-ENT > "09"
                CLOSE CADPAC
                PERFORM ERRO-LEITURA THRU ERRO-LEITURA-FIM
                GO TO EST-PLN.
           ADD 1 TO W-TOT-REGS
           GO TO EST-PAC-LOOP.
      *--------------------[ CADPLN ]----------------------------------
       EST-PLN.
           MOVE "CADPLN" TO W-ARQ-ATUAL
           MOVE LENGTH OF REGPLN TO W-TAMREG
           MOVE ZEROS TO W-TOT-REGS
           MOVE "N" TO W-FIM-ARQ
           OPEN INPUT CADPLN
           IF ST-ENT NOT = "00"
                PERFORM AVISA-PULADO THRU AVISA-PULADO-FIM
                GO TO EST-PLT.
       EST-PLN-LOOP.
           IF W-FIM-ARQ = "S"
                CLOSE CADPLN
                PERFORM GRAVA-EST THRU GRAVA-EST-FIM
                GO TO EST-PLT.
           READ CADPLN NEXT RECORD
                AT END MOVE "S" TO W-FIM-ARQ
                        GO TO EST-PLN-LOOP.
           IF ST-ENT > "09"
                CLOSE CADPLN
                PERFORM ERRO-LEITURA THRU ERRO-LEITURA-FIM
                GO TO EST-PLT.
           ADD 1 TO W-TOT-REGS
           GO TO EST-PLN-LOOP.
      *--------------------[ CADPLT ]----------------------------------
       EST-PLT.
           MOVE "CADPLT" TO W-ARQ-ATUAL
           MOVE LENGTH OF REGPLT TO W-TAMREG
           MOVE ZEROS TO W-TOT-REGS
           MOVE "N" TO W-FIM-ARQ
           OPEN INPUT CADPLT
           IF ST-ENT NOT = "00"
                PERFORM AVISA-PULADO THRU AVISA-PULADO-FIM
                GO TO EST-PRC.
       EST-PLT-LOOP.
           IF W-FIM-ARQ = "S"
                CLOSE CADPLT
                PERFORM GRAVA-EST THRU GRAVA-EST-FIM
                GO TO EST-PRC.
           READ CADPLT NEXT RECORD
                AT END MOVE "S" TO W-FIM-ARQ
                        GO TO EST-PLT-LOOP.
           IF ST-ENT > "09"
                CLOSE CADPLT
                PERFORM ERRO-LEITURA THRU ERRO-LEITURA-FIM
                GO TO EST-PRC.
           ADD 1 TO W-TOT-REGS
           GO TO EST-PLT-LOOP.
      *--------------------[ CADPRC ]----------------------------------
       EST-PRC.
           MOVE "CADPRC" TO W-ARQ-ATUAL
           MOVE LENGTH OF REGPRC TO W-TAMREG
           MOVE ZEROS TO W-TOT-REGS
           MOVE "N" TO W-FIM-ARQ
           OPEN INPUT CADPRC
           IF ST-ENT NOT = "00"
                PERFORM AVISA-PULADO THRU AVISA-PULADO-FIM
                GO TO EST-PSQ.
       EST-PRC-LOOP.
           IF W-FIM-ARQ = "S"
                CLOSE CADPRC
                PERFORM GRAVA-EST THRU GRAVA-EST-FIM
                GO TO EST-PSQ.
           READ CADPRC NEXT RECORD
                AT END MOVE "S" TO W-FIM-ARQ
                        GO TO EST-PRC-LOOP.
           IF ST-ENT > "09"
                CLOSE CADPRC
                PERFORM ERRO-LEITURA THRU ERRO-LEITURA-FIM
                GO TO EST-PSQ.
           ADD 1 TO W-TOT-REGS
           GO TO EST-PRC-LOOP.
      *--------------------[ CADPSQ ]----------------------------------
       EST-PSQ.
           MOVE "CADPSQ" TO W-ARQ-ATUAL
           MOVE LENGTH OF REGPSQ TO W-TAMREG
           MOVE ZEROS TO W-TOT-REGS
           MOVE "N" TO W-FIM-ARQ
           OPEN INPUT CADPSQ
           IF ST-ENT NOT = "00"
                PERFORM AVISA-PULADO THRU AVISA-PULADO-FIM
                GO TO EST-RCB.
       EST-PSQ-LOOP.
           IF W-FIM-ARQ = "S"
                CLOSE CADPSQ
                PERFORM GRAVA-EST THRU GRAVA-EST-FIM
                GO TO EST-RCB.
           READ CADPSQ NEXT RECORD
                AT END MOVE "S" TO W-FIM-ARQ
                        GO TO EST-PSQ-LOOP.
           IF ST-ENT > "09"
                CLOSE CADPSQ
                PERFORM ERRO-LEITURA THRU ERRO-LEITURA-FIM
                GO TO EST-RCB.
           ADD 1 TO W-TOT-REGS
           GO TO EST-PSQ-LOOP.
      *--------------------[ CADRCB ]----------------------------------
       EST-RCB.
           MOVE "CADRCB" TO W-ARQ-ATUAL
           MOVE LENGTH OF REGRCB TO W-TAMREG
           MOVE ZEROS TO W-TOT-REGS
           MOVE "N" TO W-FIM-ARQ
           OPEN INPUT CADRCB
           IF ST-ENT NOT = "00"
                PERFORM AVISA-PULADO THRU AVISA-PULADO-FIM
                GO TO EST-REC.
       EST-RCB-LOOP.
           IF W-FIM-ARQ = "S"
                CLOSE CADRCB
                PERFORM GRAVA-EST THRU GRAVA-EST-FIM
                GO TO EST-REC.
           READ CADRCB NEXT RECORD
                AT END MOVE "S" TO W-FIM-ARQ
                        GO TO EST-RCB-LOOP.
           IF ST-ENT > "09"
                CLOSE CADRCB
                PERFORM ERRO-LEITURA THRU ERRO-LEITURA-FIM
                GO TO EST-REC.
           ADD 1 TO W-TOT-REGS
           GO TO EST-RCB-LOOP.
      *--------------------[ CADREC ]----------------------------------
       EST-REC.
           MOVE "CADREC" TO W-ARQ-ATUAL
           MOVE LENGTH OF REGREC TO W-TAMREG
           MOVE ZEROS TO W-TOT-REGS
           MOVE "N" TO W-FIM-ARQ
           OPEN INPUT CADREC
           IF ST-ENT NOT = "00"
                PERFORM AVISA-PULADO THRU AVISA-PULADO-FIM
                GO TO EST-REP.
       EST-REC-LOOP.
           IF W-FIM-ARQ = "S"
                CLOSE CADREC
                PERFORM GRAVA-EST THRU GRAVA-EST-FIM
                GO TO EST-REP.
           READ CADREC NEXT RECORD
                AT END MOVE "S" TO W-FIM-ARQ
                        GO TO EST-REC-LOOP.
           IF ST-ENT > "09"
                CLOSE CADREC
                PERFORM ERRO-LEITURA THRU ERRO-LEITURA-FIM
                GO TO EST-REP.
           ADD 1 TO W-TOT-REGS
           GO TO EST-REC-LOOP.
      *--------------------[ CADREP ]----------------------------------
       EST-REP.
           MOVE "CADREP" TO W-ARQ-ATUAL
           MOVE LENGTH OF REGREP TO W-TAMREG
           MOVE ZEROS TO W-TOT-REGS
           MOVE "N" TO W-FIM-ARQ
           OPEN INPUT CADREP
           IF ST-ENT NOT = "00"
                PERFORM AVISA-PULADO THRU AVISA-PULADO-FIM
                GO TO EST-RES.
       EST-REP-LOOP.
           IF W-FIM-ARQ = "S"
                CLOSE CADREP
                PERFORM GRAVA-EST THRU GRAVA-EST-FIM
                GO TO EST-RES.
           READ CADREP NEXT RECORD
                AT END MOVE "S" TO W-FIM-ARQ
                        GO TO EST-REP-LOOP.
           IF ST-ENT > "09"
                CLOSE CADREP
                PERFORM ERRO-LEITURA THRU ERRO-LEITURA-FIM
                GO TO EST-RES.
           ADD 1 TO W-TOT-REGS
           GO TO EST-REP-LOOP.
      *--------------------[ CADRES ]----------------------------------
       EST-RES.
           MOVE "CADRES" TO W-ARQ-ATUAL
           MOVE LENGTH OF REGRES TO W-TAMREG
           MOVE ZEROS TO W-TOT-REGS
           MOVE "N" TO W-FIM-ARQ
           OPEN INPUT CADRES
           IF ST-ENT NOT = "00"
                PERFORM AVISA-PULADO THRU AVISA-PULADO-FIM
                GO TO EST-RET.
       EST-RES-LOOP.
           IF W-FIM-ARQ = "S"
                CLOSE CADRES
                PERFORM GRAVA-EST THRU GRAVA-EST-FIM
                GO TO EST-RET.
           READ CADRES NEXT RECORD
                AT END MOVE "S" TO W-FIM-ARQ
                        GO TO EST-RES-LOOP.
           IF ST-ENT > "09"
                CLOSE CADRES
                PERFORM ERRO-LEITURA THRU ERRO-LEITURA-FIM
                GO TO EST-RET.
           ADD 1 TO W-TOT-REGS
           GO TO EST-RES-LOOP.
      *--------------------[ CADRET ]----------------------------------
       EST-RET.
           MOVE "CADRET" TO W-ARQ-ATUAL
           MOVE LENGTH OF REGRET TO W-TAMREG
           MOVE ZEROS TO W-TOT-REGS
           MOVE "N" TO W-FIM-ARQ
           OPEN INPUT CADRET
           IF ST-ENT NOT = "00"
                PERFORM AVISA-PULADO THRU AVISA-PULADO-FIM
                GO TO EST-RUN.
       EST-RET-LOOP.
           IF W-FIM-ARQ = "S"
                CLOSE CADRET
                PERFORM GRAVA-EST THRU GRAVA-EST-FIM
                GO TO EST-RUN.
           READ CADRET NEXT RECORD
                AT END MOVE "S" TO W-FIM-ARQ
                        GO TO EST-RET-LOOP.
           IF ST-ENT > "09"
                CLOSE CADRET
                PERFORM ERRO-LEITURA THRU ERRO-LEITURA-FIM
                GO TO EST-RUN.
           ADD 1 TO W-TOT-REGS
           GO TO EST-RET-LOOP.
      *--------------------[ CADRUN ]----------------------------------
       EST-RUN.
           MOVE "CADRUN" TO W-ARQ-ATUAL
           MOVE LENGTH OF REGRUN TO W-TAMREG
           MOVE ZEROS TO W-TOT-REGS
           MOVE "N" TO W-FIM-ARQ
           OPEN INPUT CADRUN
           IF ST-ENT NOT = "00"
                PERFORM AVISA-PULADO THRU AVISA-PULADO-FIM
                GO TO EST-SAL.
       EST-RUN-LOOP.
           IF W-FIM-ARQ = "S"
                CLOSE CADRUN
                PERFORM GRAVA-EST THRU GRAVA-EST-FIM
                GO TO EST-SAL.
           READ CADRUN NEXT RECORD
                AT END MOVE "S" TO W-FIM-ARQ
                        GO TO EST-RUN-LOOP.
           IF ST-ENT > "09"
                CLOSE CADRUN
                PERFORM ERRO-LEITURA THRU ERRO-LEITURA-FIM
                GO TO EST-SAL.
           ADD 1 TO W-TOT-REGS
           GO TO EST-RUN-LOOP.
      *--------------------[ CADSAL ]----------------------------------
       EST-SAL.
           MOVE "CADSAL" TO W-ARQ-ATUAL
           MOVE LENGTH OF REGSAL TO W-TAMREG
           MOVE ZEROS TO W-TOT-REGS
           MOVE "N" TO W-FIM-ARQ
           OPEN INPUT CADSAL
           IF ST-ENT NOT = "00"
                PERFORM AVISA-PULADO THRU AVISA-PULADO-FIM
                GO TO EST-TAR.
       EST-SAL-LOOP.
           IF W-FIM-ARQ = "S"
                CLOSE CADSAL
                PERFORM GRAVA-EST THRU GRAVA-EST-FIM
                GO TO EST-TAR.
           READ CADSAL NEXT RECORD
                AT END MOVE "S" TO W-FIM-ARQ
                        GO TO EST-SAL-LOOP.
           IF ST-ENT > "09"
                CLOSE CADSAL
                PERFORM ERRO-LEITURA THRU ERRO-LEITURA-FIM
                GO TO EST-TAR.
           ADD 1 TO W-TOT-REGS
           GO TO EST-SAL-LOOP.
      *--------------------[ CADTAR ]----------------------------------
       EST-TAR.
           MOVE "CADTAR" TO W-ARQ-ATUAL
           MOVE LENGTH OF REGTAR TO W-TAMREG
           MOVE ZEROS TO W-TOT-REGS
           MOVE "N" TO W-FIM-ARQ
           OPEN INPUT CADTAR
           IF ST-ENT NOT = "00"
                PERFORM AVISA-PULADO THRU AVISA-PULADO-FIM
                GO TO EST-TPL.
       EST-TAR-LOOP.
           IF W-FIM-ARQ = "S"
                CLOSE CADTAR
                PERFORM GRAVA-EST THRU GRAVA-EST-FIM
                GO TO EST-TPL.
           READ CADTAR NEXT RECORD
                AT END MOVE "S" TO W-FIM-ARQ
                        GO TO EST-TAR-LOOP.
           IF ST-ENT > "09"
                CLOSE CADTAR
                PERFORM ERRO-LEITURA THRU ERRO-LEITURA-FIM
                GO TO EST-TPL.
           ADD 1 TO W-TOT-REGS
           GO TO EST-TAR-LOOP.
      *--------------------[ CADTPL ]----------------------------------
       EST-TPL.
           MOVE "CADTPL" TO W-ARQ-ATUAL
           MOVE LENGTH OF REGTPL TO W-TAMREG
           MOVE ZEROS TO W-TOT-REGS
           MOVE "N" TO W-FIM-ARQ
           OPEN INPUT CADTPL
           IF ST-ENT NOT = "00"
                PERFORM AVISA-PULADO THRU AVISA-PULADO-FIM
                GO TO EST-TPR.
       EST-TPL-LOOP.
           IF W-FIM-ARQ = "S"
                CLOSE CADTPL
                PERFORM GRAVA-EST THRU GRAVA-EST-FIM
                GO TO EST-TPR.
           READ CADTPL NEXT RECORD
                AT END MOVE "S" TO W-FIM-ARQ
                        GO TO EST-TPL-LOOP.
           IF ST-ENT > "09"
                CLOSE CADTPL
                PERFORM ERRO-LEITURA THRU ERRO-LEITURA-FIM
                GO TO EST-TPR.
           ADD 1 TO W-TOT-REGS
           GO TO EST-TPL-LOOP.
      *--------------------[ CADTPR ]----------------------------------
       EST-TPR.
           MOVE "CADTPR" TO W-ARQ-ATUAL
           MOVE LENGTH OF REGTPR TO W-TAMREG
           MOVE ZEROS TO W-TOT-REGS
           MOVE "N" TO W-FIM-ARQ
           OPEN INPUT CADTPR
           IF ST-ENT NOT = "00"
                PERFORM AVISA-PULADO THRU AVISA-PULADO-FIM
                GO TO EST-TRC.
       EST-TPR-LOOP.
           IF W-FIM-ARQ = "S"
                CLOSE CADTPR
                PERFORM GRAVA-EST THRU GRAVA-EST-FIM
                GO TO EST-TRC.
           READ CADTPR NEXT RECORD
                AT END MOVE "S" TO W-FIM-ARQ
                        GO TO EST-TPR-LOOP.
           IF ST-ENT > "09"
                CLOSE CADTPR
                PERFORM ERRO-LEITURA THRU ERRO-LEITURA-FIM
                GO TO EST-TRC.
           ADD 1 TO W-TOT-REGS
           GO TO EST-TPR-LOOP.
      *--------------------[ CADTRC ]----------------------------------
       EST-TRC.
           MOVE "CADTRC" TO W-ARQ-ATUAL
           MOVE LENGTH OF REGTRC TO W-TAMREG
           MOVE ZEROS TO W-TOT-REGS
           MOVE "N" TO W-FIM-ARQ
           OPEN INPUT CADTRC
           IF ST-ENT NOT = "00"
                PERFORM AVISA-PULADO THRU AVISA-PULADO-FIM
                GO TO EST-PLG.
       EST-TRC-LOOP.
           IF W-FIM-ARQ = "S"
                CLOSE CADTRC
                PERFORM GRAVA-EST THRU GRAVA-EST-FIM
                GO TO EST-PLG.
           READ CADTRC NEXT RECORD
                AT END MOVE "S" TO W-FIM-ARQ
                        GO TO EST-TRC-LOOP.
           IF ST-ENT > "09"
                CLOSE CADTRC
                PERFORM ERRO-LEITURA THRU ERRO-LEITURA-FIM
                GO TO EST-PLG.
           ADD 1 TO W-TOT-REGS
           GO TO EST-TRC-LOOP.
      *--------------------[ PACLOG ]----------------------------------
       EST-PLG.
           MOVE "PACLOG" TO W-ARQ-ATUAL
           MOVE LENGTH OF REGPLG TO W-TAMREG
           MOVE ZEROS TO W-TOT-REGS
           MOVE "N" TO W-FIM-ARQ
           OPEN INPUT CADPLG
           IF ST-ENT NOT = "00"
                PERFORM AVISA-PULADO THRU AVISA-PULADO-FIM
                GO TO EST-TBL.
       EST-PLG-LOOP.
           IF W-FIM-ARQ = "S"
                CLOSE CADPLG
                PERFORM GRAVA-EST THRU GRAVA-EST-FIM
                GO TO EST-TBL.
           READ CADPLG NEXT RECORD
                AT END MOVE "S" TO W-FIM-ARQ
                        GO TO EST-PLG-LOOP.
           IF ST-ENT > "09"
                CLOSE CADPLG
                PERFORM ERRO-LEITURA THRU ERRO-LEITURA-FIM
                GO TO EST-TBL.
           ADD 1 TO W-TOT-REGS
           GO TO EST-PLG-LOOP.
      *--------------------[ TABLOG ]----------------------------------
       EST-TBL.
           MOVE "TABLOG" TO W-ARQ-ATUAL
           MOVE LENGTH OF REGTBL TO W-TAMREG
           MOVE ZEROS TO W-TOT-REGS
           MOVE "N" TO W-FIM-ARQ
           OPEN INPUT CADTBL
           IF ST-ENT NOT = "00"
                PERFORM AVISA-PULADO THRU AVISA-PULADO-FIM
                GO TO EST-TRL.
       EST-TBL-LOOP.
           IF W-FIM-ARQ = "S"
                CLOSE CADTBL
                PERFORM GRAVA-EST THRU GRAVA-EST-FIM
                GO TO EST-TRL.
           READ CADTBL NEXT RECORD
                AT END MOVE "S" TO W-FIM-ARQ
                        GO TO EST-TBL-LOOP.
           IF ST-ENT > "09"
                CLOSE CADTBL
                PERFORM ERRO-LEITURA THRU ERRO-LEITURA-FIM
                GO TO EST-TRL.
           ADD 1 TO W-TOT-REGS
           GO TO EST-TBL-LOOP.
      *--------------------[ TRCLOG ]----------------------------------
       EST-TRL.
           MOVE "TRCLOG" TO W-ARQ-ATUAL
           MOVE LENGTH OF REGTRL TO W-TAMREG
           MOVE ZEROS TO W-TOT-REGS
           MOVE "N" TO W-FIM-ARQ
           OPEN INPUT CADTRL
           IF ST-ENT NOT = "00"
                PERFORM AVISA-PULADO THRU AVISA-PULADO-FIM
                GO TO EST-CTN.
       EST-TRL-LOOP.
           IF W-FIM-ARQ = "S"
                CLOSE CADTRL
                PERFORM GRAVA-EST THRU GRAVA-EST-FIM
                GO TO EST-CTN.
           READ CADTRL NEXT RECORD
                AT END MOVE "S" TO W-FIM-ARQ
                        GO TO EST-TRL-LOOP.
           IF ST-ENT > "09"
                CLOSE CADTRL
                PERFORM ERRO-LEITURA THRU ERRO-LEITURA-FIM
                GO TO EST-CTN.
           ADD 1 TO W-TOT-REGS
           GO TO EST-TRL-LOOP.
      *--------------------[ CTNLOG ]----------------------------------
       EST-CTN.
           MOVE "CTNLOG" TO W-ARQ-ATUAL
           MOVE LENGTH OF REGCTN TO W-TAMREG
           MOVE ZEROS TO W-TOT-REGS
           MOVE "N" TO W-FIM-ARQ
           OPEN INPUT CTNLOG
           IF ST-ENT NOT = "00"
                PERFORM AVISA-PULADO THRU AVISA-PULADO-FIM
                GO TO EST-SIG.
       EST-CTN-LOOP.
           IF W-FIM-ARQ = "S"
                CLOSE CTNLOG
                PERFORM GRAVA-EST THRU GRAVA-EST-FIM
                GO TO EST-SIG.
           READ CTNLOG
                AT END MOVE "S" TO W-FIM-ARQ
                        GO TO EST-CTN-LOOP.
           IF ST-ENT > "09"
                CLOSE CTNLOG
                PERFORM ERRO-LEITURA THRU ERRO-LEITURA-FIM
                GO TO EST-SIG.
           ADD 1 TO W-TOT-REGS
           GO TO EST-CTN-LOOP.
      *--------------------[ SIGLOG ]----------------------------------
       EST-SIG.
           MOVE "SIGLOG" TO W-ARQ-ATUAL
           MOVE LENGTH OF REGSIG TO W-TAMREG
           MOVE ZEROS TO W-TOT-REGS
           MOVE "N" TO W-FIM-ARQ
           OPEN INPUT SIGLOG
           IF ST-ENT NOT = "00"
                PERFORM AVISA-PULADO THRU AVISA-PULADO-FIM
                GO TO EXPURGO.
       EST-SIG-LOOP.
           IF W-FIM-ARQ = "S"
                CLOSE SIGLOG
                PERFORM GRAVA-EST THRU GRAVA-EST-FIM
                GO TO EXPURGO.
           READ SIGLOG
                AT END MOVE "S" TO W-FIM-ARQ
                        GO TO EST-SIG-LOOP.
           IF ST-ENT > "09"
                CLOSE SIGLOG
                PERFORM ERRO-LEITURA THRU ERRO-LEITURA-FIM
                GO TO EXPURGO.
           ADD 1 TO W-TOT-REGS
           GO TO EST-SIG-LOOP.
      *--------------------[ EXPURGO DO HISTORICO ]--------------------
      * LINHAS DIARIAS MAIS ANTIGAS QUE O PRAZO DE HISTORICO SAO
      * EXCLUIDAS. A LINHA DE CONTROLE (DATA ZEROS) NUNCA E EXCLUIDA.
       EXPURGO.
           MOVE LOW-VALUES TO ES-CHAVE
           START CADEST KEY IS NOT LESS THAN ES-CHAVE
                INVALID KEY GO TO ROT-FIM.
       EXPURGO-LOOP.
           READ CADEST NEXT RECORD
                AT END GO TO ROT-FIM.
           IF ES-DATA = ZEROS OR ES-DATA NOT < W-DATA-CORTE
                GO TO EXPURGO-LOOP.
           DELETE CADEST RECORD
           IF ST-EST = "00"
                ADD 1 TO W-TOT-EXPURGO
           ELSE
                DISPLAY "ERRO NA EXCLUSAO DE " ES-CHAVE " - ST=" ST-EST
                MOVE 8 TO RETURN-CODE.
           GO TO EXPURGO-LOOP.
      *--------------------[ ENCERRAMENTO ]-----------------------------
       ROT-FIM.
           CLOSE CADEST
           DISPLAY "ARQUIVOS CONTADOS        : " W-TOT-ARQS
           DISPLAY "ARQUIVOS INEXISTENTES    : " W-TOT-PULADOS
           DISPLAY "ARQUIVOS COM ERRO        : " W-TOT-ERROS
           DISPLAY "LINHAS EXPURGADAS ANTES DE " W-DATA-CORTE
                                      " : " W-TOT-EXPURGO
           GOBACK.
      *--------------------[ ARQUIVO INEXISTENTE ]----------------------
      * PRIMEIRA UTILIZACAO DE UM ARQUIVO AINDA NAO CRIADO - A LINHA DA
      * NOITE E GRAVADA ZERADA COMO "IN" E OS DEMAIS ARQUIVOS SEGUEM.
       AVISA-PULADO.
           MOVE ZEROS TO W-TOT-REGS
           IF ST-ENT = "30" OR ST-ENT = "35"
                DISPLAY W-ARQ-ATUAL " INEXISTENTE - CONTAGEM PULADA"
                MOVE "IN" TO W-SITUACAO
                ADD 1 TO W-TOT-PULADOS
           ELSE
                DISPLAY "ERRO NA ABERTURA DE " W-ARQ-ATUAL
                                 " - ST=" ST-ENT
                MOVE "ER" TO W-SITUACAO
                ADD 1 TO W-TOT-ERROS
                MOVE 8 TO RETURN-CODE.
           PERFORM GRAVA-LINHA THRU GRAVA-LINHA-FIM.
       AVISA-PULADO-FIM.
           EXIT.
      *--------------------[ ERRO DE LEITURA ]--------------------------
      * A CONTAGEM INCOMPLETA NAO ENTRA NO PICO NEM NO CRESCIMENTO.
       ERRO-LEITURA.
           DISPLAY "ERRO NA LEITURA DE " W-ARQ-ATUAL " - ST=" ST-ENT
           MOVE "ER" TO W-SITUACAO
           ADD 1 TO W-TOT-ERROS
           MOVE 8 TO RETURN-CODE
           PERFORM GRAVA-LINHA THRU GRAVA-LINHA-FIM.
       ERRO-LEITURA-FIM.
           EXIT.
      *--------------------[ CONTAGEM CONCLUIDA ]-----------------------
      * ATUALIZA O PICO NA LINHA DE CONTROLE E GRAVA A LINHA DA NOITE.
       GRAVA-EST.
           MOVE "OK" TO W-SITUACAO
           ADD 1 TO W-TOT-ARQS
           PERFORM GRAVA-LINHA THRU GRAVA-LINHA-FIM
           DISPLAY W-ARQ-ATUAL " REGISTROS=" W-TOT-REGS
                            " KB=" W-KBYTES " PICO=" W-PICO.
       GRAVA-EST-FIM.
           EXIT.
      *--------------------[ GRAVACAO NO HISTORICO ]--------------------
       GRAVA-LINHA.
           MOVE W-ARQ-ATUAL TO ES-ARQ
           MOVE ZEROS TO ES-DATA
           MOVE "S" TO W-TEM-REG
           READ CADEST
                INVALID KEY MOVE "N" TO W-TEM-REG.
           IF W-TEM-REG = "N"
                MOVE W-ARQ-ATUAL TO ES-ARQ
                MOVE ZEROS TO ES-DATA ES-PICO-ATUAL ES-DTREORG
                              ES-REGS-REORG ES-DTULT.
           IF W-SITUACAO = "OK"
                MOVE W-DATA-HOJE TO ES-DTULT
                IF W-TOT-REGS > ES-PICO-ATUAL
                     MOVE W-TOT-REGS TO ES-PICO-ATUAL.
           MOVE ES-PICO-ATUAL TO W-PICO
           IF W-TEM-REG = "S"
                REWRITE REGEST
           ELSE
                WRITE REGEST.
           IF ST-EST NOT = "00"
                DISPLAY "ERRO NA GRAVACAO DO CONTROLE DE " W-ARQ-ATUAL
                                 " - ST=" ST-EST
                MOVE 8 TO RETURN-CODE.
           MOVE W-ARQ-ATUAL TO ES-ARQ
           MOVE W-DATA-HOJE TO ES-DATA
           MOVE "S" TO W-TEM-REG
           READ CADEST
                INVALID KEY MOVE "N" TO W-TEM-REG.
           COMPUTE W-KBYTES ROUNDED = W-TOT-REGS * W-TAMREG / 1024
           MOVE W-ARQ-ATUAL TO ES-ARQ
           MOVE W-DATA-HOJE TO ES-DATA
           MOVE W-TOT-REGS TO ES-REGS
           MOVE W-TAMREG TO ES-TAMREG
           MOVE W-KBYTES TO ES-KBYTES
           MOVE W-PICO TO ES-PICO
           MOVE W-SITUACAO TO ES-SITUACAO
           IF W-TEM-REG = "S"
                REWRITE REGEST
           ELSE
                WRITE REGEST.
           IF ST-EST NOT = "00"
                DISPLAY "ERRO NA GRAVACAO DA LINHA DE " W-ARQ-ATUAL
                                 " - ST=" ST-EST
                MOVE 8 TO RETURN-CODE.
       GRAVA-LINHA-FIM.
           EXIT.
