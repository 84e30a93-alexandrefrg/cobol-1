                    SELECT CTNLOG ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO8.
                    SELECT CADAGD ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AG-CHAVE
                    FILE STATUS  IS ST-ERRO9
                    ALTERNATE RECORD KEY IS AG-PACCOD
                                                      WITH DUPLICATES.
                    SELECT CADFIL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FI-CHAVE
                    FILE STATUS  IS ST-ERR10.
                    SELECT CADHOR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS HR-CHAVE
                    FILE STATUS  IS ST-ERR11.
                    SELECT CADPLT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PL-CHAVE
                    FILE STATUS  IS ST-ERR12.
                    SELECT CADIMP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS IM-CHAVE
                    FILE STATUS  IS ST-ERR14.
                    SELECT IMPACTO ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERR15.
                    SELECT CADAPV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AV-CHAVE
                    FILE STATUS  IS ST-ERR16.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
               VALUE OF FILE-ID IS "CTNLOG.DAT".
           COPY CTNREG.
      *
      * COMPROMISSOS FUTUROS DO MEDICO - LIDOS SOMENTE NA INATIVACAO
      * (VIDE LEVANTA-IMPACTO) PARA MONTAR A LISTA DE IMPACTO
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
       FD CADHOR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADHOR.DAT".
           COPY HORREG.
      *
       FD CADPLT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPLT.DAT".
           COPY PLTREG.
      *
      * PENDENCIAS DA INATIVACAO - LISTA DE TRABALHO DA RECEPCAO NO
      * AGD017 (MODO I). UM ITEM POR COMPROMISSO FUTURO ENCONTRADO.
      *
       FD CADIMP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADIMP.DAT".
           COPY IMPREG.
      *
      * LISTA DE IMPACTO IMPRESSA A CADA INATIVACAO - ACUMULA COMO O
      * CRACHA.LST, UMA SECAO POR MEDICO INATIVADO
      *
       FD IMPACTO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "IMPACTO.LST".
       01 LINHA-IMPACTO         PIC X(80).
      *
      * PEDIDOS DE APROVACAO - TROCA DE NOME, TROCA DA VALIDADE DO
      * CRM E REATIVACAO NAO VAO DIRETO PARA O CADMED: FICAM
      * PENDENTES AQUI ATE OUTRO OPERADOR, SUPERVISOR, APROVAR NO
      * SMP036 (VIDE GRAVA-APV)
      *
       FD CADAPV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAPV.DAT".
           COPY APVREG.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-CONT   PIC 9(06) VALUE ZEROS.
       01 ST-ERRO6   PIC X(02) VALUE "00".
       01 ST-ERRO7   PIC X(02) VALUE "00".
       01 ST-ERRO8   PIC X(02) VALUE "00".
       01 ST-ERRO9   PIC X(02) VALUE "00".
       01 ST-ERR10   PIC X(02) VALUE "00".
       01 ST-ERR11   PIC X(02) VALUE "00".
       01 ST-ERR12   PIC X(02) VALUE "00".
       01 ST-ERR14   PIC X(02) VALUE "00".
       01 ST-ERR15   PIC X(02) VALUE "00".
       01 ST-ERR16   PIC X(02) VALUE "00".
       01 W-CTN-PARAG     PIC X(20) VALUE SPACES.
       01 W-CTN-RESULT   PIC X(01) VALUE SPACES.
       01 W-QUIESCE  PIC X(01) VALUE "N".
       01 W-DTNASC-ANT PIC 9(08) VALUE ZEROS.
       01 W-VERSAO-ANT PIC 9(04) VALUE ZEROS.
       01 W-VERSAO-OK   PIC X(01) VALUE SPACES.
      *
      * ALTERACAO SENSIVEL (VIDE SEPARA-SENSIVEL/GRAVA-APV): VALIDADE
      * E REGISTRO INTEIRO COMO LIDOS, E O NOME/VALIDADE DIGITADOS
      * QUE VAO PARA O PEDIDO DE APROVACAO
      *
       01 W-DTVAL-ANT    PIC X(08) VALUE SPACES.
       01 W-REGMED-ANT  PIC X(147) VALUE SPACES.
       01 W-APV-SENS     PIC X(01) VALUE "N".
       01 W-APV-TIPO     PIC X(01) VALUE SPACES.
       01 W-APV-NOME     PIC X(30) VALUE SPACES.
       01 W-APV-DTVAL   PIC X(08) VALUE SPACES.
       01 W-SALVA-NOME     PIC X(30) VALUE SPACES.
       01 W-SALVA-CRM      PIC 9(06) VALUE ZEROS.
       01 W-SALVA-ESPEC   PIC 9(02) VALUE ZEROS.
       01 MENSAGEM.
            03 MENSAGEM1   PIC X(30) VALUE SPACES.
            03 CODIGO           PIC 9(02) VALUE ZEROS.
      *
      * LEVANTAMENTO DE IMPACTO DA INATIVACAO (VIDE LEVANTA-IMPACTO)
      *
       01 W-IMP-FIM          PIC X(01) VALUE "N".
       01 W-IMP-DATA        PIC 9(08) VALUE ZEROS.
       01 W-IMP-QTD-A      PIC 9(04) VALUE ZEROS.
       01 W-IMP-QTD-F      PIC 9(04) VALUE ZEROS.
       01 W-IMP-QTD-H      PIC 9(04) VALUE ZEROS.
       01 W-IMP-QTD-P      PIC 9(04) VALUE ZEROS.
       01 W-IMP-TOTAL      PIC 9(05) VALUE ZEROS.
       01 MSG-IMPACTO.
            03 FILLER          PIC X(04) VALUE SPACES.
            03 MSGIMP-QTD   PIC ZZZZ9.
            03 FILLER          PIC X(35)
                    VALUE " PENDENCIAS - VIDE IMPACTO.LST".
       01 LINHA-IM-TIT.
            03 FILLER          PIC X(31)
                    VALUE "IMPACTO DA INATIVACAO - CRM ".
            03 LIT-CRM         PIC ZZZ.ZZ9.
            03 FILLER          PIC X(02) VALUE SPACES.
            03 LIT-NOME        PIC X(30).
       01 LINHA-IM-SUB.
            03 FILLER          PIC X(14) VALUE "INATIVADO EM ".
            03 LIS-DATA        PIC 9(08).
            03 FILLER          PIC X(06) VALUE " POR ".
            03 LIS-OPER        PIC X(08).
       01 LINHA-IM-CABEC.
            03 FILLER          PIC X(10) VALUE "TIPO".
            03 FILLER          PIC X(10) VALUE "DATA".
            03 FILLER          PIC X(06) VALUE "COMPL".
            03 FILLER          PIC X(32) VALUE "PACIENTE / DETALHE".
            03 FILLER          PIC X(15) VALUE "TELEFONE".
       01 LINHA-IM-DET.
            03 LID-TIPO        PIC X(10).
            03 LID-DATA        PIC 9(08).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 LID-COMPL       PIC 9(04).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 LID-DESCR       PIC X(30).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 LID-FONE        PIC X(15).
       01 LINHA-IM-TOT.
            03 FILLER          PIC X(11) VALUE "CONSULTAS:".
            03 LIT-QTD-A       PIC ZZZ9.
            03 FILLER          PIC X(08) VALUE "  FILA:".
            03 LIT-QTD-F       PIC ZZZ9.
            03 FILLER          PIC X(09) VALUE "  GRADE:".
            03 LIT-QTD-H       PIC ZZZ9.
            03 FILLER          PIC X(11) VALUE "  PLANTAO:".
            03 LIT-QTD-P       PIC ZZZ9.
       01 LINHA-IM-FAIXA.
            03 FILLER          PIC X(07) VALUE "FAIXA ".
            03 LIF-INI         PIC 9(04).
            03 FILLER          PIC X(01) VALUE "-".
            03 LIF-FIM         PIC 9(04).
            03 FILLER          PIC X(07) VALUE " UNID. ".
            03 LIF-UNID        PIC 9(02).
       01 LINHA-IM-PLT.
            03 FILLER          PIC X(07) VALUE "TURNO ".
            03 LIP-TURNO       PIC 9(01).
            03 FILLER          PIC X(09) VALUE "  ESPEC. ".
            03 LIP-ESPEC       PIC 9(02).
      *-----------------------------------------------------------------
      * OPERADOR IDENTIFICADO NO SMP009 - O CODIGO VAI PARA A TRILHA
      * DE AUDITORIA E AS PERMISSOES SAO CONFERIDAS NOS PONTOS DE
                     MOVE MENSAGEM  TO W-MENS
                     PERFORM ROT-MENS THRU ROT-MENS2
                    GO TO ROT-FIM.
       ABRIR-APV.
           OPEN I-O CADAPV
           IF ST-ERR16 NOT = "00"
                IF ST-ERR16 = "30" OR ST-ERR16 = "35"
                    OPEN OUTPUT CADAPV
                    CLOSE CADAPV
                    GO TO ABRIR-APV
                ELSE
                     MOVE "ERRO NA ABERTURA ARQ.APROVACAO" TO MENSAGEM1
                     MOVE ST-ERR16 TO CODIGO
                     MOVE MENSAGEM  TO W-MENS
                     PERFORM ROT-MENS THRU ROT-MENS2
                    GO TO ROT-FIM.
           ACCEPT W-TERM FROM ENVIRONMENT "LOGNAME"
           IF W-TERM = SPACES
                    MOVE "DESKTOP1" TO W-TERM.
                      MOVE SEXO    TO W-SEXO-ANT
                      MOVE DATANASC TO W-DTNASC-ANT
                      MOVE VERSAO-REG TO W-VERSAO-ANT
                      MOVE DTVALCRM TO W-DTVAL-ANT
                      MOVE REGMED TO W-REGMED-ANT
                      PERFORM R3A
                      PERFORM R4A
                      PERFORM R9A-SE-PREENCHIDO
                   PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM
                   MOVE "*** REGISTRO EXCLUIDO ***           " TO W-MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   PERFORM LEVANTA-IMPACTO THRU LEVANTA-IMPACTO-FIM
                   GO TO ROT-INIC.
                IF ST-ERRO = "94"
                   PERFORM RETRY-94 THRU RETRY-94-FIM
                PERFORM TESTA-VERSAO THRU TESTA-VERSAO-FIM
                IF W-VERSAO-OK NOT = "S"
                     GO TO R2.
      * NOME E VALIDADE DO CRM SAEM DA REGRAVACAO E VIRAM PEDIDO DE
      * APROVACAO - SE SO ELES MUDARAM, O CADMED NEM E REGRAVADO.
                PERFORM SEPARA-SENSIVEL THRU SEPARA-SENSIVEL-FIM
                IF W-APV-SENS = "S" AND REGMED = W-REGMED-ANT
                     MOVE "A" TO W-APV-TIPO
                     PERFORM GRAVA-APV THRU GRAVA-APV-FIM
                     GO TO ROT-INIC.
                ADD 1 TO VERSAO-REG
                MOVE ZEROS TO W-RETRY-CONT
                MOVE "ALT-RW1" TO W-CTN-PARAG.
                   PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM
                   MOVE "*** REGISTRO ALTERADO ***         " TO W-MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   MOVE "A" TO W-APV-TIPO
                   PERFORM GRAVA-APV THRU GRAVA-APV-FIM
                   GO TO ROT-INIC.
                IF ST-ERRO = "94"
                   PERFORM RETRY-94 THRU RETRY-94-FIM
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO W-MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO REATIVAR-OPC.
      * A REATIVACAO NAO REGRAVA O CADMED AQUI - VIRA PEDIDO DE
      * APROVACAO E SO E APLICADA QUANDO OUTRO OPERADOR, SUPERVISOR,
      * APROVAR NO SMP036 (QUE GRAVA O MOVIMENTO "R" NO CADLOG).
       REATIVAR-RW1.
                MOVE "S" TO W-APV-SENS
                MOVE "R" TO W-APV-TIPO
                MOVE NOME TO W-APV-NOME
                MOVE DTVALCRM TO W-APV-DTVAL
                PERFORM GRAVA-APV THRU GRAVA-APV-FIM
                GO TO ROT-INIC.
      *--------------------[ ROTINA DE MENSAGEM ]--------------------
       ROT-MENS.
                MOVE ZEROS TO W-CONT.
                IF MESVALCRM = 4 OR MESVALCRM = 6 OR MESVALCRM = 9
                                                OR MESVALCRM = 11
                     MOVE 30 TO W-ULTDIA.
                IF MESVALCRM NOT = 2
                     GO TO VALIDA-DTVAL-DIA.
                DIVIDE ANOVALCRM BY 4 GIVING W-QUOC-AUX
                                    REMAINDER W-RESTO4
                DIVIDE ANOVALCRM BY 100 GIVING W-QUOC-AUX
                                      REMAINDER W-RESTO100
                DIVIDE ANOVALCRM BY 400 GIVING W-QUOC-AUX
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
       VALIDA-DTVAL-DIA.
                IF DIAVALCRM < 1 OR DIAVALCRM > W-ULTDIA
                     MOVE "VALIDADE CRM INVALIDA - DIA INEXISTENTE"
                                                     TO W-DTVAL-MSG
                     MOVE SEXO    TO W-SEXO-ANT
                     MOVE DATANASC TO W-DTNASC-ANT
                     MOVE VERSAO-REG TO W-VERSAO-ANT
                     MOVE DTVALCRM TO W-DTVAL-ANT
                     MOVE REGMED TO W-REGMED-ANT
                     PERFORM R3A
                     PERFORM R4A
                     PERFORM R9A-SE-PREENCHIDO
                ACCEPT LG-DATA FROM DATE YYYYMMDD
                ACCEPT LG-HORA FROM TIME
                MOVE W-TERM TO LG-TERMINAL
                MOVE SPACES TO LG-APROVADOR
                MOVE ZEROS TO LG-DTVAL-ANT LG-DTVAL-NOVO
                MOVE ZEROS TO LG-SEQ.
      * DOIS MOVIMENTOS DO MESMO CRM NO MESMO SEGUNDO DARIAM CHAVE
      * DUPLICADA - O LG-SEQ E SOMADO ATE ACHAR UMA CHAVE LIVRE.
                          GO TO GRAVA-LOG-TENTA.
       GRAVA-LOG-FIM.
                EXIT.
      *--------------------[ SEPARACAO DA ALTERACAO SENSIVEL ]----------
      * A TROCA DE NOME E A TROCA DA VALIDADE DO CRM (QUE SEGURA A
      * SUSPENSAO DO SMP022) PRECISAM DE UM SEGUNDO OPERADOR: OS
      * VALORES DIGITADOS SAO GUARDADOS PARA O PEDIDO DE APROVACAO E
      * O REGISTRO VOLTA A TER OS VALORES LIDOS NESSES CAMPOS.
       SEPARA-SENSIVEL.
                MOVE "N" TO W-APV-SENS
                MOVE NOME TO W-APV-NOME
                MOVE DTVALCRM TO W-APV-DTVAL
                IF NOME NOT = W-NOME-ANT
                     MOVE "S" TO W-APV-SENS
                     MOVE W-NOME-ANT TO NOME.
                IF DTVALCRM NOT = W-DTVAL-ANT
                     MOVE "S" TO W-APV-SENS
                     MOVE W-DTVAL-ANT TO DTVALCRM.
       SEPARA-SENSIVEL-FIM.
                EXIT.
      *--------------------[ GRAVACAO DO PEDIDO DE APROVACAO ]----------
      * UM SO PEDIDO PENDENTE POR CRM: SE JA HOUVER OUTRO, O NOVO NAO
      * E GRAVADO (O SUPERVISOR DECIDE O PRIMEIRO NO SMP036 E O
      * REGISTRO PEDE DE NOVO). O CADMED NAO MUDA AQUI.
       GRAVA-APV.
                IF W-APV-SENS NOT = "S"
                     GO TO GRAVA-APV-FIM.
                MOVE CRM TO AV-CRM
                MOVE ZEROS TO AV-DTSOL AV-HRSOL AV-SEQ
                START CADAPV KEY IS NOT LESS THAN AV-CHAVE
                     INVALID KEY
                          GO TO GRAVA-APV-NOVO.
       GRAVA-APV-VARRE.
                READ CADAPV NEXT RECORD
                     AT END
                          GO TO GRAVA-APV-NOVO.
                IF AV-CRM NOT = CRM
                     GO TO GRAVA-APV-NOVO.
                IF AV-PENDENTE
                     MOVE "JA HA PEDIDO PENDENTE P/ O CRM - NAO GRAVADO"
                                                          TO W-MENS
                     PERFORM ROT-MENS THRU ROT-MENS-FIM
                     GO TO GRAVA-APV-FIM.
                GO TO GRAVA-APV-VARRE.
       GRAVA-APV-NOVO.
                MOVE CRM TO AV-CRM
                ACCEPT AV-DTSOL FROM DATE YYYYMMDD
                ACCEPT AV-HRSOL FROM TIME
                MOVE ZEROS TO AV-SEQ
                MOVE W-APV-TIPO TO AV-TIPO
                MOVE NOME TO AV-NOME-ANT
                MOVE W-APV-NOME TO AV-NOME-NOVO
                MOVE DTVALCRM TO AV-DTVAL-ANT
                MOVE W-APV-DTVAL TO AV-DTVAL-NOVO
                MOVE "VALIDADE CRM" TO AV-CAMPOS
                IF W-APV-NOME NOT = NOME
                     MOVE "NOME" TO AV-CAMPOS
                     IF W-APV-DTVAL NOT = DTVALCRM
                          MOVE "NOME,VALIDADE CRM" TO AV-CAMPOS.
                IF W-APV-TIPO = "R"
                     MOVE "REATIVACAO" TO AV-CAMPOS.
                MOVE W-TERM TO AV-OPER-SOL
                MOVE "P" TO AV-SITUACAO
                MOVE SPACES TO AV-OPER-DEC AV-MOTIVO
                MOVE ZEROS TO AV-DTDEC AV-HRDEC.
       GRAVA-APV-TENTA.
                WRITE REGAPV
                IF ST-ERR16 = "22"
                     IF AV-SEQ < 99
                          ADD 1 TO AV-SEQ
                          GO TO GRAVA-APV-TENTA.
                IF ST-ERR16 NOT = "00"
                     MOVE "ERRO NA GRAVACAO DO PEDIDO DE APROVACAO"
                                                          TO W-MENS
                     PERFORM ROT-MENS THRU ROT-MENS-FIM
                     GO TO GRAVA-APV-FIM.
                MOVE "** PEDIDO ENVIADO P/ APROVACAO DO SUPERVISOR **"
                                                          TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
       GRAVA-APV-FIM.
                EXIT.
      *--------------------[ LEVANTAMENTO DE IMPACTO DA INATIVACAO ]----
      * O MEDICO INATIVADO CONTINUA COM CONSULTAS AGENDADAS, FILA DE
      * ESPERA, GRADE E PLANTOES DAQUI PARA A FRENTE. CADA UM DESSES
      * COMPROMISSOS VIRA UM ITEM NO CADIMP (LISTA DE TRABALHO DA
      * RECEPCAO NO AGD017, MODO I) E UMA LINHA NA LISTA DE IMPACTO
      * (IMPACTO.LST). ARQUIVO QUE NAO ABRE E SO PULADO - A
      * INATIVACAO JA FOI GRAVADA E NAO E DESFEITA POR ISSO.
       LEVANTA-IMPACTO.
                MOVE ZEROS TO W-IMP-QTD-A W-IMP-QTD-F W-IMP-QTD-H
                              W-IMP-QTD-P
                ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD.
       LEVANTA-IMPACTO-ABRE.
                OPEN I-O CADIMP
                IF ST-ERR14 NOT = "00"
                     IF ST-ERR14 = "30" OR ST-ERR14 = "35"
                          OPEN OUTPUT CADIMP
                          CLOSE CADIMP
                          GO TO LEVANTA-IMPACTO-ABRE
                     ELSE
                          MOVE "ERRO NA ABERTURA DO CADIMP" TO W-MENS
                          PERFORM ROT-MENS THRU ROT-MENS-FIM
                          GO TO LEVANTA-IMPACTO-FIM.
                OPEN EXTEND IMPACTO
                IF ST-ERR15 NOT = "00"
                     OPEN OUTPUT IMPACTO.
                MOVE CRM TO LIT-CRM
                MOVE NOME TO LIT-NOME
                MOVE W-DATA-HOJE TO LIS-DATA
                MOVE W-TERM TO LIS-OPER
                WRITE LINHA-IMPACTO FROM LINHA-IM-TIT
                WRITE LINHA-IMPACTO FROM LINHA-IM-SUB
                MOVE SPACES TO LINHA-IMPACTO
                WRITE LINHA-IMPACTO
                WRITE LINHA-IMPACTO FROM LINHA-IM-CABEC
                PERFORM IMPACTO-AGENDA THRU IMPACTO-AGENDA-FIM
                PERFORM IMPACTO-FILA THRU IMPACTO-FILA-FIM
                PERFORM IMPACTO-GRADE THRU IMPACTO-GRADE-FIM
                PERFORM IMPACTO-PLANTAO THRU IMPACTO-PLANTAO-FIM
                MOVE W-IMP-QTD-A TO LIT-QTD-A
                MOVE W-IMP-QTD-F TO LIT-QTD-F
                MOVE W-IMP-QTD-H TO LIT-QTD-H
                MOVE W-IMP-QTD-P TO LIT-QTD-P
                MOVE SPACES TO LINHA-IMPACTO
                WRITE LINHA-IMPACTO
                WRITE LINHA-IMPACTO FROM LINHA-IM-TOT
                MOVE ALL "-" TO LINHA-IMPACTO
                WRITE LINHA-IMPACTO
                CLOSE CADIMP IMPACTO
                COMPUTE W-IMP-TOTAL = W-IMP-QTD-A + W-IMP-QTD-F
                                    + W-IMP-QTD-H + W-IMP-QTD-P
                IF W-IMP-TOTAL NOT = ZEROS
                     MOVE W-IMP-TOTAL TO MSGIMP-QTD
                     MOVE MSG-IMPACTO TO W-MENS
                     PERFORM ROT-MENS THRU ROT-MENS-FIM.
       LEVANTA-IMPACTO-FIM.
                EXIT.
      *--------------------[ CONSULTAS AGENDADAS DAQUI PARA A FRENTE ]--
      * A AG-DTCONS E DDMMAAAA - A CHAVE NAO ESTA EM ORDEM DE DATA,
      * ENTAO TODAS AS CONSULTAS DO CRM SAO LIDAS E A DATA CONFERIDA
      * UMA A UMA (MESMA VARREDURA DO COLETA-FUTURAS DO SMP023).
       IMPACTO-AGENDA.
                OPEN INPUT CADAGD
                IF ST-ERRO9 NOT = "00"
                     GO TO IMPACTO-AGENDA-FIM.
                MOVE "N" TO W-IMP-FIM
                MOVE CRM TO AG-CRM
                MOVE ZEROS TO AG-DTCONS AG-HRCONS
                START CADAGD KEY IS NOT LESS THAN AG-CHAVE
                     INVALID KEY
                          MOVE "S" TO W-IMP-FIM.
       IMPACTO-AGENDA-LOOP.
                IF W-IMP-FIM = "S"
                     GO TO IMPACTO-AGENDA-FECHA.
                READ CADAGD NEXT RECORD
                     AT END MOVE "S" TO W-IMP-FIM
                             GO TO IMPACTO-AGENDA-LOOP.
                IF AG-CRM NOT = CRM
                     MOVE "S" TO W-IMP-FIM
                     GO TO IMPACTO-AGENDA-LOOP.
                IF NOT AG-AGENDADA
                     GO TO IMPACTO-AGENDA-LOOP.
                COMPUTE W-IMP-DATA = (AG-ANOCONS * 10000)
                                   + (AG-MESCONS * 100) + AG-DIACONS
                IF W-IMP-DATA < W-DATA-HOJE
                     GO TO IMPACTO-AGENDA-LOOP.
                MOVE "A" TO IM-TIPO
                MOVE W-IMP-DATA TO IM-DATA
                MOVE AG-HRCONS TO IM-COMPL
                MOVE AG-PACCOD TO IM-PACCOD
                MOVE AG-PACIENTE TO IM-PACIENTE
                MOVE SPACES TO IM-FONE
                MOVE AG-CONV TO IM-CONV
                MOVE ESPEC TO IM-ESPEC
                MOVE AG-UNIDADE TO IM-UNIDADE
                MOVE "CONSULTA" TO LID-TIPO
                MOVE IM-PACIENTE TO LID-DESCR
                PERFORM GRAVA-IMP THRU GRAVA-IMP-FIM
                ADD 1 TO W-IMP-QTD-A
                GO TO IMPACTO-AGENDA-LOOP.
       IMPACTO-AGENDA-FECHA.
                CLOSE CADAGD.
       IMPACTO-AGENDA-FIM.
                EXIT.
      *--------------------[ FILA DE ESPERA PENDENTE ]------------------
       IMPACTO-FILA.
                OPEN INPUT CADFIL
                IF ST-ERR10 NOT = "00"
                     GO TO IMPACTO-FILA-FIM.
                MOVE "N" TO W-IMP-FIM
                MOVE CRM TO FI-CRM
                MOVE W-DATA-HOJE TO FI-DATA
                MOVE ZEROS TO FI-SEQ
                START CADFIL KEY IS NOT LESS THAN FI-CHAVE
                     INVALID KEY
                          MOVE "S" TO W-IMP-FIM.
       IMPACTO-FILA-LOOP.
                IF W-IMP-FIM = "S"
                     GO TO IMPACTO-FILA-FECHA.
                READ CADFIL NEXT RECORD
                     AT END MOVE "S" TO W-IMP-FIM
                             GO TO IMPACTO-FILA-LOOP.
                IF FI-CRM NOT = CRM
                     MOVE "S" TO W-IMP-FIM
                     GO TO IMPACTO-FILA-LOOP.
                IF NOT FI-PENDENTE
                     GO TO IMPACTO-FILA-LOOP.
                MOVE "F" TO IM-TIPO
                MOVE FI-DATA TO IM-DATA
                MOVE FI-SEQ TO IM-COMPL
                MOVE FI-PACCOD TO IM-PACCOD
                MOVE FI-PACIENTE TO IM-PACIENTE
                MOVE FI-FONE TO IM-FONE
                MOVE ZEROS TO IM-CONV IM-UNIDADE
                MOVE ESPEC TO IM-ESPEC
                MOVE "FILA" TO LID-TIPO
                MOVE IM-PACIENTE TO LID-DESCR
                PERFORM GRAVA-IMP THRU GRAVA-IMP-FIM
                ADD 1 TO W-IMP-QTD-F
                GO TO IMPACTO-FILA-LOOP.
       IMPACTO-FILA-FECHA.
                CLOSE CADFIL.
       IMPACTO-FILA-FIM.
                EXIT.
      *--------------------[ GRADE SEMANAL AINDA ATIVA ]----------------
      * CADA VERSAO DA GRADE (VIDE HORREG.CPY) AINDA EM VIGOR OU
      * POR VIR VIRA UM ITEM - A DATA DO ITEM E O INICIO DA VIGENCIA.
       IMPACTO-GRADE.
                OPEN INPUT CADHOR
                IF ST-ERR11 NOT = "00"
                     GO TO IMPACTO-GRADE-FIM.
                MOVE "N" TO W-IMP-FIM
                MOVE CRM TO HR-CRM
                MOVE ZEROS TO HR-DIASEM HR-VIGINI
                START CADHOR KEY IS NOT LESS THAN HR-CHAVE
                     INVALID KEY
                          MOVE "S" TO W-IMP-FIM.
       IMPACTO-GRADE-LOOP.
                IF W-IMP-FIM = "S"
                     GO TO IMPACTO-GRADE-FECHA.
                READ CADHOR NEXT RECORD
                     AT END MOVE "S" TO W-IMP-FIM
                             GO TO IMPACTO-GRADE-LOOP.
                IF HR-CRM NOT = CRM
                     MOVE "S" TO W-IMP-FIM
                     GO TO IMPACTO-GRADE-LOOP.
                IF NOT HR-ATENDE-SIM
                     GO TO IMPACTO-GRADE-LOOP.
                IF HR-VIGFIM NOT = ZEROS AND HR-VIGFIM < W-DATA-HOJE
                     GO TO IMPACTO-GRADE-LOOP.
                MOVE "H" TO IM-TIPO
                MOVE HR-VIGINI TO IM-DATA
                MOVE ZEROS TO IM-PACCOD IM-CONV
                MOVE HR-DIASEM TO IM-COMPL
                MOVE SPACES TO IM-PACIENTE IM-FONE
                MOVE ESPEC TO IM-ESPEC
                MOVE HR-UNID1 TO IM-UNIDADE
                MOVE HR-INI TO LIF-INI
                MOVE HR-FIM TO LIF-FIM
                MOVE HR-UNID1 TO LIF-UNID
                MOVE "GRADE" TO LID-TIPO
                MOVE LINHA-IM-FAIXA TO LID-DESCR
                PERFORM GRAVA-IMP THRU GRAVA-IMP-FIM
                ADD 1 TO W-IMP-QTD-H
                GO TO IMPACTO-GRADE-LOOP.
       IMPACTO-GRADE-FECHA.
                CLOSE CADHOR.
       IMPACTO-GRADE-FIM.
                EXIT.
      *--------------------[ PLANTOES DAQUI PARA A FRENTE ]-------------
      * A CHAVE DO CADPLT COMECA PELA DATA - LE DE HOJE ATE O FIM DA
      * ESCALA E SEPARA OS TURNOS DO CRM.
       IMPACTO-PLANTAO.
                OPEN INPUT CADPLT
                IF ST-ERR12 NOT = "00"
                     GO TO IMPACTO-PLANTAO-FIM.
                MOVE "N" TO W-IMP-FIM
                MOVE W-DATA-HOJE TO PL-DATA
                MOVE ZEROS TO PL-TURNO PL-ESPEC
                START CADPLT KEY IS NOT LESS THAN PL-CHAVE
                     INVALID KEY
                          MOVE "S" TO W-IMP-FIM.
       IMPACTO-PLANTAO-LOOP.
                IF W-IMP-FIM = "S"
                     GO TO IMPACTO-PLANTAO-FECHA.
                READ CADPLT NEXT RECORD
                     AT END MOVE "S" TO W-IMP-FIM
                             GO TO IMPACTO-PLANTAO-LOOP.
                IF PL-CRM NOT = CRM
                     GO TO IMPACTO-PLANTAO-LOOP.
                MOVE "P" TO IM-TIPO
                MOVE PL-DATA TO IM-DATA
                COMPUTE IM-COMPL = (PL-TURNO * 100) + PL-ESPEC
                MOVE ZEROS TO IM-PACCOD IM-CONV IM-UNIDADE
                MOVE SPACES TO IM-PACIENTE IM-FONE
                MOVE PL-ESPEC TO IM-ESPEC
                MOVE PL-TURNO TO LIP-TURNO
                MOVE PL-ESPEC TO LIP-ESPEC
                MOVE "PLANTAO" TO LID-TIPO
                MOVE LINHA-IM-PLT TO LID-DESCR
                PERFORM GRAVA-IMP THRU GRAVA-IMP-FIM
                ADD 1 TO W-IMP-QTD-P
                GO TO IMPACTO-PLANTAO-LOOP.
       IMPACTO-PLANTAO-FECHA.
                CLOSE CADPLT.
       IMPACTO-PLANTAO-FIM.
                EXIT.
      *--------------------[ GRAVACAO DE UM ITEM DE IMPACTO ]-----------
      * O ITEM JA EXISTENTE (MEDICO INATIVADO, REATIVADO E INATIVADO
      * DE NOVO) E REGRAVADO COMO PENDENTE DA NOVA INATIVACAO.
       GRAVA-IMP.
                MOVE CRM TO IM-CRM
                MOVE W-DATA-HOJE TO IM-DTINAT
                MOVE "SMP001" TO IM-ORIGEM
                MOVE W-TERM TO IM-OPERADOR
                MOVE "P" TO IM-SITUACAO
                MOVE ZEROS TO IM-DTBAIXA
                MOVE SPACES TO IM-OPER-BAIXA
                WRITE REGIMP
                IF ST-ERR14 = "22"
                     REWRITE REGIMP.
                MOVE IM-DATA TO LID-DATA
                MOVE IM-COMPL TO LID-COMPL
                MOVE IM-FONE TO LID-FONE
                WRITE LINHA-IMPACTO FROM LINHA-IM-DET.
       GRAVA-IMP-FIM.
                EXIT.
      *--------------------[ TESTE DO FECHAMENTO NOTURNO ]----------------
      * A SITUACAO E RELIDA A CADA OPERACAO DE GRAVACAO, POIS O SMP013
      * PODE MUDAR O SISSTAT.DAT NO MEIO DE UMA SESSAO. SE O ARQUIVO
                EXIT.

       ROT-FIM.
                CLOSE CADMED CADESP CADLOG CRACHA CADAPV
                DISPLAY (01, 01) ERASE
                EXIT PROGRAM.
       ROT-FIMP.
