      * ATRAS DA ULTIMA CONSULTA REALIZADA DE CADA PACIENTE   *
      * POR ESPECIALIDADE, SELECIONA OS QUE PASSARAM DO       *
      * INTERVALO DE RECHAMADA DA ESPECIALIDADE (CADREC.DAT - *
      * ESPECIALIDADE SEM INTERVALO CADASTRADO NAO ENTRA) E   *
      * GRAVA O ARQUIVO DE CONTATO RECALL.DAT                 *
      * PARA O ROBO DE TELEFONIA, NO ESTILO DO LEMBRETE.DAT   *
      * DO AGD010 (CODIGO, NOME, TELEFONE, ESPECIALIDADE E    *
      * ULTIMA CONSULTA), COM RELATORIO DE TOTAIS POR         *
      * ESPECIALIDADE. RODAR SOB DEMANDA (VIDE AGDRECAL.JCL). *
      * TABELA DE INTERVALOS INDEXADA, MANTIDA ONLINE NO      *
      * SMP038 - A LEITURA SEGUE SEQUENCIAL NA ORDEM DA       *
      * CHAVE.                                                *
      * CAMPANHA CONDUZIDA PELO CADPAC - PARA CADA PACIENTE   *
      * SAO LIDAS SO AS SUAS LINHAS DO AGDHIX.DAT (INDEXADO   *
      * POR PACIENTE + DATA) E SUAS CONSULTAS NO CADAGD PELA  *
      * CHAVE ALTERNADA AG-PACCOD; SAI O LIMITE DE 3000       *
      * PACIENTES DA TABELA DE ULTIMAS REALIZADAS.            *
      * O CONTATO LEVA O TELEFONE DO RESPONSAVEL LEGAL QUANDO *
      * O PACIENTE TEM UM (PAC-RESP).                         *
      * DATA CRIACAO : 02/09/2026                             *
      ********************************************************
      *----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                    SELECT CADREC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS RC-ESPEC
                    FILE STATUS  IS ST-ERRO.
                    SELECT AGDHIX ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS HX-CHAVE
                    FILE STATUS  IS ST-ERRO2.
                    SELECT CADAGD ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AG-CHAVE
                    FILE STATUS  IS ST-ERRO3
                    ALTERNATE RECORD KEY IS AG-PACCOD
                                                      WITH DUPLICATES.
                    SELECT CADMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PAC-CODIGO
                    FILE STATUS  IS ST-ERRO5
                    ALTERNATE RECORD KEY IS PAC-NOME
                                                      WITH DUPLICATES
                    ALTERNATE RECORD KEY IS PAC-RESP
                                                      WITH DUPLICATES.
                    SELECT RECALL ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
               VALUE OF FILE-ID IS "CADREC.DAT".
           COPY RECREG.
      *
       FD AGDHIX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "AGDHIX.DAT".
           COPY HIXREG.
      *
       FD CADAGD
               LABEL RECORD IS STANDARD
       01 LINHA-REL             PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *
      * IMAGEM DA CONSULTA ARQUIVADA (HX-AGD) PARA LEITURA DOS CAMPOS.
      *
           COPY REGAGD REPLACING ==REGAGD== BY ==REGAGD-HIST==
                          LEADING ==AG== BY ==AGH==.
      *
       01 ST-ERRO     PIC X(02) VALUE "00".
       01 ST-ERRO2   PIC X(02) VALUE "00".
       01 ST-ERRO3   PIC X(02) VALUE "00".
       01 ST-ERRO7   PIC X(02) VALUE "00".
       01 W-FIM-REC      PIC X(01) VALUE "N".
           88 FIM-REC                VALUE "S".
       01 W-HIX-ABERTO  PIC X(01) VALUE "N".
       01 W-AGD-ABERTO  PIC X(01) VALUE "N".
       01 W-DATA-HOJE     PIC 9(08) VALUE ZEROS.
       01 W-DATA-CONS     PIC 9(08) VALUE ZEROS.
       01 W-INT-HOJE       PIC 9(08) VALUE ZEROS.
       01 W-LIMITE-DIAS  PIC 9(05) VALUE ZEROS.
       01 W-IDADE-DIAS    PIC S9(06) VALUE ZEROS.
       01 W-ESP              PIC 9(03) VALUE ZEROS.
       01 W-TOT-HIST       PIC 9(07) VALUE ZEROS.
       01 W-TOT-AGD         PIC 9(06) VALUE ZEROS.
       01 W-TOT-PAC         PIC 9(06) VALUE ZEROS.
       01 W-TOT-CONT       PIC 9(05) VALUE ZEROS.
      *
      * INTERVALO DE RECHAMADA POR ESPECIALIDADE (MESES - ZEROS =
       01 W-TAB-INT.
            03 W-TINT-MESES OCCURS 99 TIMES PIC 9(03) VALUE ZEROS.
      *
      * ULTIMA CONSULTA REALIZADA DO PACIENTE CORRENTE POR
      * ESPECIALIDADE (AAAAMMDD - ZEROS = NENHUMA) - ZERADA A CADA
      * PACIENTE DO CADPAC.
      *
       01 W-TAB-ULT.
            03 W-TULT-DATA OCCURS 99 TIMES PIC 9(08).
      *
      * TOTAIS DE CONTATOS POR ESPECIALIDADE
      *
       01 LINHA-RODAPE.
            03 FILLER  PIC X(28) VALUE "TOTAL DE CONTATOS GERADOS:".
            03 LR-QTD           PIC ZZ.ZZ9.
           COPY RESPWS.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           PERFORM ABRIR-ARQ    THRU ABRIR-ARQ-FIM
           PERFORM CARREGA-INT THRU CARREGA-INT-FIM
           PERFORM VARRE-PAC    THRU VARRE-PAC-FIM
           PERFORM IMPRIME       THRU IMPRIME-FIM
           PERFORM ROT-FIM        THRU ROT-FIM-FIM
           GOBACK.
           IF ST-ERRO5 NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO CADPAC - ST=" ST-ERRO5
                GOBACK.
      * SEM HISTORICO AINDA ARQUIVADO A CAMPANHA SEGUE SOMENTE
      * SOBRE O ONLINE (E VICE-VERSA).
           OPEN INPUT AGDHIX
           IF ST-ERRO2 = "00"
                MOVE "S" TO W-HIX-ABERTO.
           OPEN INPUT CADAGD
           IF ST-ERRO3 = "00"
                MOVE "S" TO W-AGD-ABERTO.
           OPEN OUTPUT RECALL
           IF ST-ERRO6 NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO RECALL - ST=" ST-ERRO6
           GO TO CARREGA-INT.
       CARREGA-INT-FIM.
           EXIT.
      *--------------------[ VARREDURA DOS PACIENTES ]-----------------
      * PACIENTE BAIXADO DO CADPAC FICA FORA DA CAMPANHA. PARA CADA
      * PACIENTE SO AS SUAS CONSULTAS SAO LIDAS (HISTORICO E AGENDA
      * ONLINE) E A TABELA DE ULTIMAS POR ESPECIALIDADE E AVALIADA.
       VARRE-PAC.
           READ CADPAC NEXT RECORD
                AT END GO TO VARRE-PAC-FIM.
           ADD 1 TO W-TOT-PAC
           MOVE ZEROS TO W-TAB-ULT
           PERFORM VARRE-HIST THRU VARRE-HIST-FIM
           PERFORM VARRE-AGD  THRU VARRE-AGD-FIM
           PERFORM SELECIONA  THRU SELECIONA-FIM
           IF RETURN-CODE = 8
                GO TO VARRE-PAC-FIM.
      * A LEITURA DO RESPONSAVEL (BUSCA-FONE-RESP) TIRA O CADPAC DO
      * LUGAR - A VARREDURA CONTINUA DEPOIS DO PACIENTE.
           IF W-RSP-LEU = "S"
                START CADPAC KEY IS GREATER THAN PAC-CODIGO
                     INVALID KEY
                          GO TO VARRE-PAC-FIM.
           GO TO VARRE-PAC.
       VARRE-PAC-FIM.
           EXIT.
      *--------------------[ HISTORICO DO PACIENTE ]--------------------
      * O AGDHIX E POSICIONADO NA PRIMEIRA LINHA DO PACIENTE E LIDO
      * ATE MUDAR O HX-PACCOD.
       VARRE-HIST.
           IF W-HIX-ABERTO NOT = "S"
                GO TO VARRE-HIST-FIM.
           MOVE PAC-CODIGO TO HX-PACCOD
           MOVE ZEROS TO HX-DATA HX-HRCONS HX-CRM
           START AGDHIX KEY IS NOT LESS THAN HX-CHAVE
                INVALID KEY
                     GO TO VARRE-HIST-FIM.
       VARRE-HIST-LOOP.
           READ AGDHIX NEXT RECORD
                AT END GO TO VARRE-HIST-FIM.
           IF HX-PACCOD NOT = PAC-CODIGO
                GO TO VARRE-HIST-FIM.
           ADD 1 TO W-TOT-HIST
           MOVE HX-AGD TO REGAGD-HIST
           IF AGH-STATUS NOT = "R"
                GO TO VARRE-HIST-LOOP.
           MOVE AGH-CRM TO CRM
           MOVE HX-DATA TO W-DATA-CONS
           PERFORM GUARDA-ULTIMA THRU GUARDA-ULTIMA-FIM
           GO TO VARRE-HIST-LOOP.
       VARRE-HIST-FIM.
           EXIT.
      *--------------------[ AGENDA ONLINE DO PACIENTE ]----------------
      * POSICIONA PELA CHAVE ALTERNADA AG-PACCOD.
       VARRE-AGD.
           IF W-AGD-ABERTO NOT = "S"
                GO TO VARRE-AGD-FIM.
           MOVE PAC-CODIGO TO AG-PACCOD
           START CADAGD KEY IS EQUAL TO AG-PACCOD
                INVALID KEY
                     GO TO VARRE-AGD-FIM.
       VARRE-AGD-LOOP.
           READ CADAGD NEXT RECORD
                AT END GO TO VARRE-AGD-FIM.
           IF AG-PACCOD NOT = PAC-CODIGO
                GO TO VARRE-AGD-FIM.
           ADD 1 TO W-TOT-AGD
           IF NOT AG-REALIZADA
                GO TO VARRE-AGD-LOOP.
           MOVE AG-CRM TO CRM
           COMPUTE W-DATA-CONS = (AG-ANOCONS * 10000)
                                + (AG-MESCONS * 100) + AG-DIACONS
           PERFORM GUARDA-ULTIMA THRU GUARDA-ULTIMA-FIM
           GO TO VARRE-AGD-LOOP.
       VARRE-AGD-FIM.
           EXIT.
      *--------------------[ ULTIMA REALIZADA DO PACIENTE/ESPEC ]-------
      * SO ENTRAM ESPECIALIDADES COM CAMPANHA. O CRM DA CONSULTA E
      * A DATA (AAAAMMDD) JA FORAM DEIXADOS EM CRM E W-DATA-CONS
      * PELO CHAMADOR.
       GUARDA-ULTIMA.
           READ CADMED
                INVALID KEY
                GO TO GUARDA-ULTIMA-FIM.
           IF W-TINT-MESES (ESPEC) = ZEROS
                GO TO GUARDA-ULTIMA-FIM.
           IF W-DATA-CONS > W-TULT-DATA (ESPEC)
                MOVE W-DATA-CONS TO W-TULT-DATA (ESPEC).
       GUARDA-ULTIMA-FIM.
           EXIT.
      *--------------------[ SELECAO DOS CONTATOS ]---------------------
      * O INTERVALO EM MESES VIRA DIAS (30 POR MES, COMO O RESTO DA
      * SUITE TRATA PRAZOS) E A ULTIMA REALIZADA MAIS ANTIGA QUE O
      * LIMITE GERA O CONTATO - UM POR ESPECIALIDADE DO PACIENTE.
      * O TELEFONE E O DO RESPONSAVEL QUANDO HOUVER.
       SELECIONA.
           PERFORM BUSCA-FONE-RESP THRU BUSCA-FONE-RESP-FIM
           MOVE ZEROS TO W-ESP.
       SELECIONA-LOOP.
           ADD 1 TO W-ESP
           IF W-ESP > 99
                GO TO SELECIONA-FIM.
           IF W-TULT-DATA (W-ESP) = ZEROS
                GO TO SELECIONA-LOOP.
           COMPUTE W-LIMITE-DIAS = W-TINT-MESES (W-ESP) * 30
           COMPUTE W-INT-ULT = FUNCTION INTEGER-OF-DATE
                                    (W-TULT-DATA (W-ESP))
           COMPUTE W-IDADE-DIAS = W-INT-HOJE - W-INT-ULT
           IF W-IDADE-DIAS NOT > W-LIMITE-DIAS
                GO TO SELECIONA-LOOP.
           MOVE PAC-CODIGO TO RL-PACCOD
           MOVE PAC-NOME TO RL-PACIENTE
           MOVE W-RSP-FONE TO RL-FONE
           MOVE W-ESP TO RL-ESPEC
           MOVE W-TULT-DATA (W-ESP) TO RL-ULTIMA
           WRITE REG-RECALL
           IF ST-ERRO6 NOT = "00"
                DISPLAY "ERRO NA GRAVACAO DO RECALL - ST=" ST-ERRO6
           WRITE LINHA-REL FROM LINHA-RODAPE.
       IMPRIME-FIM.
           EXIT.
           COPY VALRESP.
      *--------------------[ ENCERRAMENTO ]-----------------------------
       ROT-FIM.
           DISPLAY "PACIENTES LIDOS           : " W-TOT-PAC
           DISPLAY "HISTORICO LIDO             : " W-TOT-HIST
           DISPLAY "AGENDA ONLINE LIDA        : " W-TOT-AGD
           DISPLAY "CONTATOS GERADOS           : " W-TOT-CONT
           IF W-HIX-ABERTO = "S"
                CLOSE AGDHIX.
           IF W-AGD-ABERTO = "S"
                CLOSE CADAGD.
           CLOSE CADMED CADPAC RECALL RELREC.
       ROT-FIM-FIM.
           EXIT.
