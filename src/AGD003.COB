      * INCLUSIVE NO INTERVALO DE ALMOCO ENTRE ELAS.          *
      * O CRM E VALIDADO CONTRA O CADMED (SOMENTE ATIVOS),    *
      * COMO NO R1 DO AGD001.                                 *
      * CADA MEDICO/DIA PODE TER VARIAS VERSOES DA GRADE COM  *
      * VIGENCIA PROPRIA (INICIO E FIM, FIM EM ZEROS = SEM    *
      * FIM) - A MUDANCA AVISADA COM ANTECEDENCIA E           *
      * CADASTRADA COMO NOVA VERSAO A PARTIR DA DATA CERTA, E *
      * A VERSAO ANTERIOR EM ABERTO E ENCERRADA NA VESPERA.   *
      * VIGENCIAS DO MESMO MEDICO/DIA NAO SE SOBREPOEM. AO    *
      * GRAVAR UMA VERSAO, LISTA AS CONSULTAS JA AGENDADAS NA *
      * VIGENCIA QUE FICARAM FORA DAS FAIXAS, PARA A RECEPCAO *
      * LIGAR E REMARCAR.                                     *
      * DATA CRIACAO : 22/08/2026                             *
      ********************************************************
      *----------------------------------------------------------------
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS HR-CHAVE
                    FILE STATUS  IS ST-ERRO.
                    SELECT CADAGD ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AG-CHAVE
                    FILE STATUS  IS ST-ERRO3
                    ALTERNATE RECORD KEY IS AG-PACCOD
                                                      WITH DUPLICATES.
                    SELECT CADPAR ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRPAR.
               VALUE OF FILE-ID IS "CADHOR.DAT".
           COPY HORREG.
      *
      * AGENDA ABERTA SOMENTE PARA CONSULTA - LISTA DAS CONSULTAS QUE
      * FICAM FORA DE UMA VERSAO NOVA DA GRADE (VIDE LISTA-FORA)
      *
       FD CADAGD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAGD.DAT".
           COPY REGAGD.
      *
      * PARAMETROS DE OPERACAO - A DEMORA DA MENSAGEM DA LINHA 23
      * VEM DO CADPAR MANTIDO PELO SMP017 (VIDE LER-PARAMETROS)
      *
       01 W-HORA-AUX.
            03 W-HORA-HH PIC 99.
            03 W-HORA-MM PIC 99.
       01 ST-ERRO3   PIC X(02) VALUE "00".
      *
      * VIGENCIA DA VERSAO DA GRADE - NA TELA EM DDMMAAAA, NO
      * REGISTRO EM AAAAMMDD (HR-VIGINI NA CHAVE, HR-VIGFIM)
      *
       01 W-DTINI-TELA.
            03 W-INI-DIA PIC 99.
            03 W-INI-MES PIC 99.
            03 W-INI-ANO PIC 9(04).
       01 W-DTFIM-TELA.
            03 W-FIM-DIA PIC 99.
            03 W-FIM-MES PIC 99.
            03 W-FIM-ANO PIC 9(04).
       01 W-VAL-DIA        PIC 9(02) VALUE ZEROS.
       01 W-VAL-MES        PIC 9(02) VALUE ZEROS.
       01 W-VAL-ANO        PIC 9(04) VALUE ZEROS.
       01 W-DATA-OK        PIC X(01) VALUE SPACES.
       01 W-ULTDIA          PIC 9(02) VALUE ZEROS.
       01 W-BISSEXTO      PIC X(01) VALUE SPACES.
       01 W-RESTO4          PIC 9(02) VALUE ZEROS.
       01 W-RESTO100       PIC 9(02) VALUE ZEROS.
       01 W-RESTO400       PIC 9(03) VALUE ZEROS.
       01 W-QUOC-AUX      PIC 9(06) VALUE ZEROS.
      *
      * CONFERENCIA DAS OUTRAS VERSOES DO MEDICO/DIA (VIDE
      * CONFERE-VIG) - A VERSAO DA TELA FICA GUARDADA EM
      * W-HOR-SALVO ENQUANTO AS OUTRAS SAO LIDAS
      *
       01 W-HOR-SALVO      PIC X(54) VALUE SPACES.
       01 W-VIG-CRM          PIC 9(06) VALUE ZEROS.
       01 W-VIG-DIA          PIC 9(01) VALUE ZEROS.
       01 W-VIG-INI          PIC 9(08) VALUE ZEROS.
       01 W-VIG-FIM          PIC 9(08) VALUE ZEROS.
       01 W-VIG-OK           PIC X(01) VALUE SPACES.
       01 W-ANT-ACHOU      PIC X(01) VALUE SPACES.
       01 W-ANT-VIGINI     PIC 9(08) VALUE ZEROS.
       01 W-ANT-VIGFIM     PIC 9(08) VALUE ZEROS.
       01 W-INT-AUX          PIC 9(08) VALUE ZEROS.
       01 W-DATA-EDIT       PIC 99/99/9999.
       01 W-DATA-DDMM.
            03 W-DDMM-DIA   PIC 99.
            03 W-DDMM-MES   PIC 99.
            03 W-DDMM-ANO   PIC 9(04).
       01 W-DATA-AAAA      PIC 9(08) VALUE ZEROS.
       01 W-DATA-AAAA-R REDEFINES W-DATA-AAAA.
            03 W-AAAA-ANO   PIC 9(04).
            03 W-AAAA-MES   PIC 99.
            03 W-AAAA-DIA   PIC 99.
      *
      * CONSULTAS AGENDADAS FORA DA VERSAO GRAVADA (VIDE LISTA-FORA)
      *
       01 W-DATA-HOJE      PIC 9(08) VALUE ZEROS.
       01 W-DTCONS-AAAA  PIC 9(08) VALUE ZEROS.
       01 W-HRCONS-AG     PIC 9(04) VALUE ZEROS.
       01 W-INT-DIA          PIC 9(01) VALUE ZEROS.
       01 W-DIASEM-AG     PIC 9(01) VALUE ZEROS.
       01 W-FIM-LISTA      PIC X(01) VALUE "N".
           88 FIM-LISTA               VALUE "S".
       01 W-LIN                 PIC 9(02) VALUE ZEROS.
       01 W-QTD-LISTA       PIC 9(04) VALUE ZEROS.
       01 W-TECLA             PIC X(01) VALUE SPACES.
       01 MENSAGEM.
            03 MENSAGEM1   PIC X(30) VALUE SPACES.
            03 CODIGO           PIC 9(02) VALUE ZEROS.
               VALUE  "     DIA SEMANA(1-7) :".
           05  LINE 08  COLUMN 40
               VALUE  "1=DOM 2=SEG ... 7=SAB".
           05  LINE 09  COLUMN 01
               VALUE  "     VIGENCIA DE/ATE :".
           05  LINE 09  COLUMN 50
               VALUE  "ATE ZEROS = SEM FIM".
           05  LINE 10  COLUMN 01
               VALUE  "     ATENDE (S/N)    :".
           05  LINE 12  COLUMN 01
               LINE 08  COLUMN 24  PIC 9
               USING  HR-DIASEM
               HIGHLIGHT.
           05  TVIGINI
               LINE 09  COLUMN 24  PIC 99.99.9999
               USING  W-DTINI-TELA
               HIGHLIGHT.
           05  TVIGFIM
               LINE 09  COLUMN 37  PIC 99.99.9999
               USING  W-DTFIM-TELA
               HIGHLIGHT.
           05  TATENDE
               LINE 10  COLUMN 24  PIC X(01)
               USING  HR-ATENDE.
                     MOVE MENSAGEM  TO W-MENS
                     PERFORM ROT-MENS THRU ROT-MENS2
                    GO TO ROT-FIM.
       ABRIR-AGD.
           OPEN INPUT CADAGD
           IF ST-ERRO3 NOT = "00"
                IF ST-ERRO3 = "30" OR ST-ERRO3 = "35"
                    OPEN OUTPUT CADAGD
                    CLOSE CADAGD
                    GO TO ABRIR-AGD
                ELSE
                     MOVE "ERRO NA ABERTURA DA AGENDA = " TO MENSAGEM1
                     MOVE ST-ERRO3 TO CODIGO
                     MOVE MENSAGEM  TO W-MENS
                     PERFORM ROT-MENS THRU ROT-MENS2
                    GO TO ROT-FIM.
      *------------[ CARGA DOS PARAMETROS DE OPERACAO ]-------------
      * MESMA LOGICA DO LER-PARAMETROS DO SMP001 - SE O CADPAR NAO
      * EXISTE, VALE A DEMORA HISTORICA DE WORKING-STORAGE.
       ROT-INIC.
           MOVE ZEROS TO HR-CRM HR-DIASEM HR-INI HR-FIM
                               HR-INI2 HR-FIM2 HR-INI3 HR-FIM3
                               HR-UNID1 HR-UNID2 HR-UNID3
                               HR-VIGINI HR-VIGFIM
                               W-DTINI-TELA W-DTFIM-TELA.
           MOVE SPACES TO W-NOME-MED W-SEL.
           MOVE "S" TO HR-ATENDE.
      *--------------------[ VISUALIZAR TELA INICIAL ]-----------------
                MOVE "DIA DA SEMANA DEVE SER 1 A 7" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R2.
      *--------------------[ INICIO DA VIGENCIA ]--------------------
      * A VERSAO DA GRADE E IDENTIFICADA PELO INICIO DA VIGENCIA.
      * ZEROS = VERSAO SEM DATA DE INICIO (A GRADE DE ANTES DAS
      * VERSOES, QUE VALE DESDE SEMPRE).
       R2A.
           ACCEPT TVIGINI
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2.
           IF W-DTINI-TELA = ZEROS
                MOVE ZEROS TO HR-VIGINI
                GO TO LER-ARQ.
           MOVE W-INI-DIA TO W-VAL-DIA
           MOVE W-INI-MES TO W-VAL-MES
           MOVE W-INI-ANO TO W-VAL-ANO
           PERFORM VALIDA-DATA-PER THRU VALIDA-DATA-PER-FIM
           IF W-DATA-OK NOT = "S"
                MOVE "DATA DE INICIO DA VIGENCIA INVALIDA" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R2A.
           COMPUTE HR-VIGINI = (W-INI-ANO * 10000)
                              + (W-INI-MES * 100) + W-INI-DIA.
      *--------------------[ LER A GRADE DO DIA ]--------------------
       LER-ARQ.
                READ CADHOR
                MOVE ZEROS TO W-DTFIM-TELA
                IF ST-ERRO = "00" AND HR-VIGFIM NOT = ZEROS
                   MOVE HR-VIGFIM (7:2) TO W-FIM-DIA
                   MOVE HR-VIGFIM (5:2) TO W-FIM-MES
                   MOVE HR-VIGFIM (1:4) TO W-FIM-ANO.
                IF ST-ERRO NOT = "23"
                   IF ST-ERRO = "00"
                      DISPLAY AGT003
                      MOVE "*** VERSAO JA CADASTRADA NA GRADE ***"
                                                        TO W-MENS
                      PERFORM ROT-MENS THRU ROT-MENS2
                      GO TO ACE-001
                      PERFORM ROT-MENS THRU ROT-MENS2
                      GO TO ROT-FIM
                ELSE
                      MOVE "*** VERSAO NOVA DA GRADE - INCLUIR ***"
                                                        TO W-MENS
                      PERFORM ROT-MENS THRU ROT-MENS2.
       R3.
           ACCEPT TATENDE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2A.
           IF HR-ATENDE NOT = "S" AND HR-ATENDE NOT = "N"
                MOVE "ATENDE DEVE SER S OU N" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                MOVE ZEROS TO HR-INI HR-FIM
                                    HR-INI2 HR-FIM2 HR-INI3 HR-FIM3
                                    HR-UNID1 HR-UNID2 HR-UNID3
                GO TO R5D.
       R4.
           ACCEPT THRINI
           ACCEPT W-ACT FROM ESCAPE KEY
                MOVE ZEROS TO HR-UNID2.
           IF HR-INI3 = ZEROS
                MOVE ZEROS TO HR-UNID3.
      *--------------------[ FIM DA VIGENCIA ]-----------------------
      * ZEROS = VERSAO SEM FIM. A VIGENCIA NAO PODE INVADIR A DE UMA
      * VERSAO POSTERIOR; UMA VERSAO ANTERIOR AINDA EM ABERTO E
      * ENCERRADA NA VESPERA DO INICIO DESTA (VIDE CONFERE-VIG).
       R5D.
           ACCEPT TVIGFIM
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                IF HR-ATENDE = "N"
                     GO TO R3
                ELSE
                     GO TO R5C.
           IF W-DTFIM-TELA = ZEROS
                MOVE ZEROS TO HR-VIGFIM
                GO TO R5E.
           MOVE W-FIM-DIA TO W-VAL-DIA
           MOVE W-FIM-MES TO W-VAL-MES
           MOVE W-FIM-ANO TO W-VAL-ANO
           PERFORM VALIDA-DATA-PER THRU VALIDA-DATA-PER-FIM
           IF W-DATA-OK NOT = "S"
                MOVE "DATA DE FIM DA VIGENCIA INVALIDA" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R5D.
           COMPUTE HR-VIGFIM = (W-FIM-ANO * 10000)
                              + (W-FIM-MES * 100) + W-FIM-DIA
           IF HR-VIGFIM < HR-VIGINI
                MOVE "FIM DA VIGENCIA ANTERIOR AO INICIO" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R5D.
       R5E.
           PERFORM CONFERE-VIG THRU CONFERE-VIG-FIM
           IF W-VIG-OK NOT = "S"
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R5D.
           IF W-ANT-ACHOU = "S"
                MOVE W-ANT-VIGFIM TO W-DATA-AAAA
                PERFORM EDITA-DATA THRU EDITA-DATA-FIM
                MOVE SPACES TO W-MENS
                STRING "A VERSAO ANTERIOR SERA ENCERRADA EM "
                                              DELIMITED BY SIZE
                       W-DATA-EDIT            DELIMITED BY SIZE
                       INTO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2.
       R6.
           IF W-SEL = "A"
                    GO TO ALT-OPC.
       INC-WR1.
                WRITE REGHOR
                IF ST-ERRO = "00" OR "02"
                      PERFORM ENCERRA-ANT THRU ENCERRA-ANT-FIM
                      PERFORM LISTA-FORA THRU LISTA-FORA-FIM
                      MOVE "** DADOS GRAVADOS COM SUCESSO **" TO W-MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-INIC.
       ALT-RW1.
                REWRITE REGHOR
                IF ST-ERRO = "00" OR "02"
                   PERFORM ENCERRA-ANT THRU ENCERRA-ANT-FIM
                   PERFORM LISTA-FORA THRU LISTA-FORA-FIM
                   MOVE "*** REGISTRO ALTERADO ***         " TO W-MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-INIC.
                MOVE "ERRO NA ALTERACAO DO REGISTRO" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *--------------------[ CONFERENCIA DAS VIGENCIAS ]--------------
      * LE AS OUTRAS VERSOES DO MESMO MEDICO/DIA. VERSAO POSTERIOR
      * QUE COMECA DENTRO DA VIGENCIA DA TELA RECUSA A GRAVACAO.
      * VERSAO ANTERIOR AINDA VIGENTE NO INICIO DA TELA E ENCERRADA
      * NA VESPERA (ENCERRA-ANT) - MAS SO SE ELA NAO PASSAR DO FIM
      * DA TELA, PARA NAO SE PERDER O QUE VIRIA DEPOIS; SENAO A
      * GRAVACAO E RECUSADA E A VERSAO ANTERIOR DEVE SER ENCERRADA
      * ANTES. A VERSAO DA TELA VOLTA PARA O REGHOR NO FIM.
       CONFERE-VIG.
                MOVE "S" TO W-VIG-OK
                MOVE "N" TO W-ANT-ACHOU
                MOVE REGHOR TO W-HOR-SALVO
                MOVE HR-CRM TO W-VIG-CRM
                MOVE HR-DIASEM TO W-VIG-DIA
                MOVE HR-VIGINI TO W-VIG-INI
                MOVE HR-VIGFIM TO W-VIG-FIM
                MOVE ZEROS TO HR-VIGINI
                START CADHOR KEY IS NOT LESS THAN HR-CHAVE
                     INVALID KEY
                          GO TO CONFERE-VIG-SAI.
       CONFERE-VIG-LOOP.
                READ CADHOR NEXT RECORD
                     AT END GO TO CONFERE-VIG-SAI.
                IF HR-CRM NOT = W-VIG-CRM OR HR-DIASEM NOT = W-VIG-DIA
                     GO TO CONFERE-VIG-SAI.
                IF HR-VIGINI = W-VIG-INI
                     GO TO CONFERE-VIG-LOOP.
                IF HR-VIGINI > W-VIG-INI
                     IF W-VIG-FIM = ZEROS OR W-VIG-FIM NOT < HR-VIGINI
                          MOVE HR-VIGINI TO W-DATA-AAAA
                          PERFORM EDITA-DATA THRU EDITA-DATA-FIM
                          MOVE SPACES TO W-MENS
                          STRING "JA HA VERSAO A PARTIR DE "
                                              DELIMITED BY SIZE
                                 W-DATA-EDIT  DELIMITED BY SIZE
                                 INTO W-MENS
                          MOVE "N" TO W-VIG-OK
                          GO TO CONFERE-VIG-SAI
                     ELSE
                          GO TO CONFERE-VIG-LOOP.
                IF HR-VIGFIM NOT = ZEROS AND HR-VIGFIM < W-VIG-INI
                     GO TO CONFERE-VIG-LOOP.
                IF W-VIG-FIM NOT = ZEROS
                   AND (HR-VIGFIM = ZEROS OR HR-VIGFIM > W-VIG-FIM)
                     MOVE HR-VIGINI TO W-DATA-AAAA
                     PERFORM EDITA-DATA THRU EDITA-DATA-FIM
                     MOVE SPACES TO W-MENS
                     STRING "ENCERRE ANTES A VERSAO DE "
                                              DELIMITED BY SIZE
                            W-DATA-EDIT       DELIMITED BY SIZE
                            INTO W-MENS
                     MOVE "N" TO W-VIG-OK
                     GO TO CONFERE-VIG-SAI.
                MOVE "S" TO W-ANT-ACHOU
                MOVE HR-VIGINI TO W-ANT-VIGINI
                COMPUTE W-INT-AUX = FUNCTION INTEGER-OF-DATE (W-VIG-INI)
                                  - 1
                COMPUTE W-ANT-VIGFIM = FUNCTION DATE-OF-INTEGER
                                            (W-INT-AUX)
                GO TO CONFERE-VIG-LOOP.
       CONFERE-VIG-SAI.
                MOVE W-HOR-SALVO TO REGHOR.
       CONFERE-VIG-FIM.
                EXIT.
      *--------------------[ ENCERRA A VERSAO ANTERIOR ]--------------
      * CHAMADA DEPOIS DE GRAVADA A VERSAO NOVA. A VERSAO NOVA VOLTA
      * PARA O REGHOR PARA A LISTA-FORA.
       ENCERRA-ANT.
                IF W-ANT-ACHOU NOT = "S"
                     GO TO ENCERRA-ANT-FIM.
                MOVE REGHOR TO W-HOR-SALVO
                MOVE W-ANT-VIGINI TO HR-VIGINI
                READ CADHOR
                     INVALID KEY
                          GO TO ENCERRA-ANT-SAI.
                MOVE W-ANT-VIGFIM TO HR-VIGFIM
                REWRITE REGHOR
                IF ST-ERRO NOT = "00"
                     MOVE "ERRO NO ENCERRAMENTO DA VERSAO ANTERIOR"
                                                        TO W-MENS
                     PERFORM ROT-MENS THRU ROT-MENS-FIM.
       ENCERRA-ANT-SAI.
                MOVE W-HOR-SALVO TO REGHOR.
       ENCERRA-ANT-FIM.
                EXIT.
      *--------------------[ CONSULTAS FORA DA VERSAO GRAVADA ]-------
      * DAS CONSULTAS AINDA AGENDADAS DO MEDICO, DE HOJE EM DIANTE E
      * DENTRO DA VIGENCIA GRAVADA, NO DIA DA SEMANA DA VERSAO, LISTA
      * AS QUE NAO CAEM EM NENHUMA FAIXA (OU TODAS, SE A VERSAO NAO
      * ATENDE) - MESMA CONFERENCIA DO VALIDA-HORARIO-MED DO AGD001.
      * A DATA DA AGENDA E DDMMAAAA, ENTAO TODOS OS SLOTS DO CRM SAO
      * VARRIDOS, COMO NO LISTA-AGENDADOS DO AGD004.
       LISTA-FORA.
                ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD
                MOVE ZEROS TO W-QTD-LISTA
                MOVE "N" TO W-FIM-LISTA
                MOVE HR-CRM TO AG-CRM
                MOVE ZEROS TO AG-DTCONS AG-HRCONS
                START CADAGD KEY IS NOT LESS THAN AG-CHAVE
                     INVALID KEY
                          GO TO LISTA-FORA-FIM.
                DISPLAY (01, 01) ERASE
                DISPLAY (01, 05)
                     "CONSULTAS AGENDADAS FORA DA NOVA GRADE:"
                DISPLAY (02, 05) "DATA       HORA   PACIENTE"
                MOVE 3 TO W-LIN.
       LISTA-FORA-LOOP.
                IF FIM-LISTA
                     GO TO LISTA-FORA-ESPERA.
                READ CADAGD NEXT RECORD
                     AT END MOVE "S" TO W-FIM-LISTA
                             GO TO LISTA-FORA-LOOP.
                IF AG-CRM NOT = HR-CRM
                     MOVE "S" TO W-FIM-LISTA
                     GO TO LISTA-FORA-LOOP.
                IF NOT AG-AGENDADA
                     GO TO LISTA-FORA-LOOP.
                COMPUTE W-DTCONS-AAAA = (AG-ANOCONS * 10000)
                                       + (AG-MESCONS * 100)
                                       + AG-DIACONS
                IF W-DTCONS-AAAA < W-DATA-HOJE
                   OR W-DTCONS-AAAA < HR-VIGINI
                     GO TO LISTA-FORA-LOOP.
                IF HR-VIGFIM NOT = ZEROS
                   AND W-DTCONS-AAAA > HR-VIGFIM
                     GO TO LISTA-FORA-LOOP.
                COMPUTE W-INT-DIA = FUNCTION MOD
                     (FUNCTION INTEGER-OF-DATE (W-DTCONS-AAAA) 7)
                COMPUTE W-DIASEM-AG = W-INT-DIA + 1
                IF W-DIASEM-AG NOT = HR-DIASEM
                     GO TO LISTA-FORA-LOOP.
                IF HR-ATENDE-NAO
                     GO TO LISTA-FORA-MOSTRA.
                COMPUTE W-HRCONS-AG = (AG-HRHH * 100) + AG-HRMM
                IF W-HRCONS-AG NOT < HR-INI
                   AND W-HRCONS-AG NOT > HR-FIM
                     GO TO LISTA-FORA-LOOP.
                IF HR-INI2 NOT = ZEROS
                   AND W-HRCONS-AG NOT < HR-INI2
                   AND W-HRCONS-AG NOT > HR-FIM2
                     GO TO LISTA-FORA-LOOP.
                IF HR-INI3 NOT = ZEROS
                   AND W-HRCONS-AG NOT < HR-INI3
                   AND W-HRCONS-AG NOT > HR-FIM3
                     GO TO LISTA-FORA-LOOP.
       LISTA-FORA-MOSTRA.
                ADD 1 TO W-QTD-LISTA
                IF W-LIN > 20
                     DISPLAY (22, 05) "TECLE ENTER PARA CONTINUAR"
                     ACCEPT  (22, 33) W-TECLA
                     DISPLAY (01, 01) ERASE
                     DISPLAY (01, 05)
                          "CONSULTAS AGENDADAS FORA DA NOVA GRADE:"
                     DISPLAY (02, 05) "DATA       HORA   PACIENTE"
                     MOVE 3 TO W-LIN.
                DISPLAY (W-LIN, 05) AG-DTCONS
                DISPLAY (W-LIN, 16) AG-HRCONS
                DISPLAY (W-LIN, 23) AG-PACIENTE
                ADD 1 TO W-LIN
                GO TO LISTA-FORA-LOOP.
       LISTA-FORA-ESPERA.
                IF W-QTD-LISTA = ZEROS
                     DISPLAY (01, 01) ERASE
                     DISPLAY AGT003
                     GO TO LISTA-FORA-FIM.
                DISPLAY (22, 05)
                     "LIGAR E REMARCAR - TECLE ENTER P/ VOLTAR"
                ACCEPT  (22, 48) W-TECLA
                DISPLAY (01, 01) ERASE
                DISPLAY AGT003.
       LISTA-FORA-FIM.
                EXIT.
      *--------------------[ DATA AAAAMMDD PARA A MENSAGEM ]----------
       EDITA-DATA.
                MOVE W-AAAA-DIA TO W-DDMM-DIA
                MOVE W-AAAA-MES TO W-DDMM-MES
                MOVE W-AAAA-ANO TO W-DDMM-ANO
                MOVE W-DATA-DDMM TO W-DATA-EDIT.
       EDITA-DATA-FIM.
                EXIT.
      *--------------------[ VALIDACAO DE CALENDARIO ]----------------
      * MESMA REGRA DE CALENDARIO DO VALIDA-DATA-PER DO AGD004.
       VALIDA-DATA-PER.
           MOVE "S" TO W-DATA-OK
           IF W-VAL-MES < 1 OR W-VAL-MES > 12
                MOVE "N" TO W-DATA-OK
                GO TO VALIDA-DATA-PER-FIM.
           MOVE 31 TO W-ULTDIA
           IF W-VAL-MES = 4 OR W-VAL-MES = 6 OR W-VAL-MES = 9
                                           OR W-VAL-MES = 11
                MOVE 30 TO W-ULTDIA.
           IF W-VAL-MES NOT = 2
                GO TO VALIDA-DATA-PER-DIA.
           DIVIDE W-VAL-ANO BY 4 GIVING W-QUOC-AUX
                              REMAINDER W-RESTO4
           DIVIDE W-VAL-ANO BY 100 GIVING W-QUOC-AUX
                                REMAINDER W-RESTO100
           DIVIDE W-VAL-ANO BY 400 GIVING W-QUOC-AUX
                                REMAINDER W-RESTO400
           MOVE "N" TO W-BISSEXTO
           IF W-RESTO4 = 0 AND W-RESTO100 NOT = 0
                MOVE "S" TO W-BISSEXTO.
           IF W-RESTO400 = 0
                MOVE "S" TO W-BISSEXTO.
           IF W-BISSEXTO = "S"
                MOVE 29 TO W-ULTDIA
           ELSE
                MOVE 28 TO W-ULTDIA.
       VALIDA-DATA-PER-DIA.
           IF W-VAL-DIA < 1 OR W-VAL-DIA > W-ULTDIA
                MOVE "N" TO W-DATA-OK.
       VALIDA-DATA-PER-FIM.
           EXIT.
      *--------------------[ ROTINA DE MENSAGEM ]--------------------
       ROT-MENS.
                MOVE ZEROS TO W-CONT.
                EXIT.

       ROT-FIM.
                CLOSE CADMED CADHOR CADAGD
                DISPLAY (01, 01) ERASE
                EXIT PROGRAM.
       ROT-FIMP.
