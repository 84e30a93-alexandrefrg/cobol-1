      * SAI PARA OS REGISTRADORES E O REATIVAR DO SMP001      *
      * RESOLVE QUANDO O MEDICO RENOVAR. RODA NO STREAM       *
      * SEMANAL (CADSEM, PASSO SUS020).                       *
      * PARA CADA SUSPENSO O RELATORIO TRAZ A SECAO DE        *
      * IMPACTO (CONSULTAS, FILA, GRADE E PLANTOES FUTUROS) E *
      * OS ITENS VAO PARA A LISTA DE TRABALHO DA RECEPCAO     *
      * (CADIMP), COMO NO EXC-DL1 DO SMP001.                  *
      * ARQUIVO DO IMPACTO (CADAGD, CADFIL, CADHOR, CADPLT)   *
      * QUE NAO ABRE TEM A SECAO PULADA E O PASSO TERMINA COM *
      * RC 4.                                                 *
      * DATA CRIACAO : 22/08/2026                             *
      ********************************************************
      *----------------------------------------------------------------
                    SELECT RELSUSP ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO3.
                    SELECT CADAGD ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AG-CHAVE
                    FILE STATUS  IS ST-ERRO4
                    ALTERNATE RECORD KEY IS AG-PACCOD
                                                      WITH DUPLICATES.
                    SELECT CADFIL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FI-CHAVE
                    FILE STATUS  IS ST-ERRO5.
                    SELECT CADHOR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS HR-CHAVE
                    FILE STATUS  IS ST-ERRO6.
                    SELECT CADPLT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PL-CHAVE
                    FILE STATUS  IS ST-ERRO7.
                    SELECT CADIMP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS IM-CHAVE
                    FILE STATUS  IS ST-ERRO8.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELSUSP.LST".
       01 LINHA-REL             PIC X(80).
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
       FD CADIMP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADIMP.DAT".
           COPY IMPREG.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-ERRO     PIC X(02) VALUE "00".
       01 ST-ERRO2   PIC X(02) VALUE "00".
       01 ST-ERRO3   PIC X(02) VALUE "00".
       01 ST-ERRO4   PIC X(02) VALUE "00".
       01 ST-ERRO5   PIC X(02) VALUE "00".
       01 ST-ERRO6   PIC X(02) VALUE "00".
       01 ST-ERRO7   PIC X(02) VALUE "00".
       01 W-AGD-DISPON  PIC X(01) VALUE "N".
       01 W-FIL-DISPON  PIC X(01) VALUE "N".
       01 W-HOR-DISPON  PIC X(01) VALUE "N".
       01 W-PLT-DISPON  PIC X(01) VALUE "N".
       01 ST-ERRO8   PIC X(02) VALUE "00".
       01 W-FIM-CADMED   PIC X(01) VALUE "N".
           88 FIM-CADMED             VALUE "S".
       01 W-CARENCIA        PIC 9(03) VALUE ZEROS.
       01 W-TERM              PIC X(08) VALUE SPACES.
       01 W-TOT-LIDOS       PIC 9(06) VALUE ZEROS.
       01 W-TOT-SUSP        PIC 9(06) VALUE ZEROS.
       01 W-TOT-IMP          PIC 9(06) VALUE ZEROS.
      *
      * LEVANTAMENTO DE IMPACTO DE CADA SUSPENSO - MESMOS CAMPOS E
      * LINHAS DO LEVANTA-IMPACTO DO SMP001
      *
       01 W-IMP-FIM          PIC X(01) VALUE "N".
       01 W-IMP-DATA        PIC 9(08) VALUE ZEROS.
       01 W-IMP-QTD-A      PIC 9(04) VALUE ZEROS.
       01 W-IMP-QTD-F      PIC 9(04) VALUE ZEROS.
       01 W-IMP-QTD-H      PIC 9(04) VALUE ZEROS.
       01 W-IMP-QTD-P      PIC 9(04) VALUE ZEROS.
      *
       01 LINHA-TITULO.
            03 FILLER          PIC X(10) VALUE SPACES.
       01 LINHA-RODAPE.
            03 FILLER  PIC X(28) VALUE "TOTAL DE SUSPENSOS       : ".
            03 LR-QTD           PIC ZZZ.ZZ9.
       01 LINHA-RODAPE2.
            03 FILLER  PIC X(28) VALUE "PENDENCIAS P/ A RECEPCAO : ".
            03 LR-QTD-IMP       PIC ZZZ.ZZ9.
       01 LINHA-IM-CABEC.
            03 FILLER          PIC X(10) VALUE "  IMPACTO".
            03 FILLER          PIC X(10) VALUE "DATA".
            03 FILLER          PIC X(06) VALUE "COMPL".
            03 FILLER          PIC X(32) VALUE "PACIENTE / DETALHE".
            03 FILLER          PIC X(15) VALUE "TELEFONE".
       01 LINHA-IM-DET.
            03 FILLER          PIC X(02) VALUE SPACES.
            03 LID-TIPO        PIC X(08).
            03 LID-DATA        PIC 9(08).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 LID-COMPL       PIC 9(04).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 LID-DESCR       PIC X(30).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 LID-FONE        PIC X(15).
       01 LINHA-IM-TOT.
            03 FILLER          PIC X(13) VALUE "  CONSULTAS:".
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
       PROCEDURE DIVISION.
       INICIO.
                DISPLAY "ERRO NA ABERTURA DO RELSUSP - ST=" ST-ERRO3
                CLOSE CADMED CADLOG
                GOBACK.
       ABRIR-IMP.
           OPEN I-O CADIMP
           IF ST-ERRO8 NOT = "00"
                IF ST-ERRO8 = "30" OR ST-ERRO8 = "35"
                     OPEN OUTPUT CADIMP
                     CLOSE CADIMP
                     GO TO ABRIR-IMP
                ELSE
                     DISPLAY "ERRO NA ABERTURA DO CADIMP - ST=" ST-ERRO8
                     CLOSE CADMED CADLOG RELSUSP
                     GOBACK.
      * ARQUIVO DO LEVANTAMENTO DE IMPACTO QUE NAO ABRE NAO IMPEDE
      * A SUSPENSAO - A SECAO DELE E PULADA, COMO NO EXC-DL1 DO
      * SMP001, E O PASSO TERMINA COM RC 4.
           OPEN INPUT CADAGD
           IF ST-ERRO4 = "00"
                MOVE "S" TO W-AGD-DISPON
           ELSE
                DISPLAY "CADAGD INDISPONIVEL - SEM IMPACTO NA AGENDA"
                        " - ST=" ST-ERRO4
                MOVE 4 TO RETURN-CODE.
           OPEN INPUT CADFIL
           IF ST-ERRO5 = "00"
                MOVE "S" TO W-FIL-DISPON
           ELSE
                DISPLAY "CADFIL INDISPONIVEL - SEM IMPACTO NA FILA"
                        " - ST=" ST-ERRO5
                MOVE 4 TO RETURN-CODE.
           OPEN INPUT CADHOR
           IF ST-ERRO6 = "00"
                MOVE "S" TO W-HOR-DISPON
           ELSE
                DISPLAY "CADHOR INDISPONIVEL - SEM IMPACTO NA GRADE"
                        " - ST=" ST-ERRO6
                MOVE 4 TO RETURN-CODE.
           OPEN INPUT CADPLT
           IF ST-ERRO7 = "00"
                MOVE "S" TO W-PLT-DISPON
           ELSE
                DISPLAY "CADPLT INDISPONIVEL - SEM IMPACTO NOS PLANTOES"
                        " - ST=" ST-ERRO7
                MOVE 4 TO RETURN-CODE.
           WRITE LINHA-REL FROM LINHA-TITULO
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE SEXO TO LG-SEXO-ANT
           MOVE DATANASC TO LG-DTNASC-ANT
           MOVE SPACES TO LG-NOME-NOVO LG-SEXO-NOVO
           MOVE ZEROS TO LG-ESPEC-NOVO LG-DTNASC-NOVO
           MOVE SPACES TO LG-APROVADOR
           MOVE ZEROS TO LG-DTVAL-ANT LG-DTVAL-NOVO.
       SUSPENDE-LOG-TENTA.
           WRITE REGLOG
           IF ST-ERRO2 = "22"
           MOVE W-VENC-COMP TO LD-VENC
           MOVE W-DIAS-VENC TO LD-DIAS
           WRITE LINHA-REL FROM LINHA-DET
           ADD 1 TO W-TOT-SUSP
           PERFORM LEVANTA-IMPACTO THRU LEVANTA-IMPACTO-FIM.
       SUSPENDE-FIM.
           EXIT.
      *--------------------[ SECAO DE IMPACTO DO SUSPENSO ]-------------
      * MESMO LEVANTAMENTO DO EXC-DL1 DO SMP001: CONSULTAS AGENDADAS,
      * FILA PENDENTE, GRADE ATIVA E PLANTOES DE HOJE EM DIANTE. CADA
      * ITEM VAI PARA O CADIMP (LISTA DE TRABALHO DA RECEPCAO NO
      * AGD017, MODO I) E SAI LOGO ABAIXO DO MEDICO NO RELSUSP.
       LEVANTA-IMPACTO.
           MOVE ZEROS TO W-IMP-QTD-A W-IMP-QTD-F W-IMP-QTD-H
                         W-IMP-QTD-P
           WRITE LINHA-REL FROM LINHA-IM-CABEC
           PERFORM IMPACTO-AGENDA THRU IMPACTO-AGENDA-FIM
           PERFORM IMPACTO-FILA THRU IMPACTO-FILA-FIM
           PERFORM IMPACTO-GRADE THRU IMPACTO-GRADE-FIM
           PERFORM IMPACTO-PLANTAO THRU IMPACTO-PLANTAO-FIM
           MOVE W-IMP-QTD-A TO LIT-QTD-A
           MOVE W-IMP-QTD-F TO LIT-QTD-F
           MOVE W-IMP-QTD-H TO LIT-QTD-H
           MOVE W-IMP-QTD-P TO LIT-QTD-P
           WRITE LINHA-REL FROM LINHA-IM-TOT
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL.
       LEVANTA-IMPACTO-FIM.
           EXIT.
      *--------------------[ CONSULTAS AGENDADAS DAQUI PARA A FRENTE ]--
       IMPACTO-AGENDA.
           IF W-AGD-DISPON NOT = "S"
                GO TO IMPACTO-AGENDA-FIM.
           MOVE "N" TO W-IMP-FIM
           MOVE CRM TO AG-CRM
           MOVE ZEROS TO AG-DTCONS AG-HRCONS
           START CADAGD KEY IS NOT LESS THAN AG-CHAVE
                INVALID KEY
                     MOVE "S" TO W-IMP-FIM.
       IMPACTO-AGENDA-LOOP.
           IF W-IMP-FIM = "S"
                GO TO IMPACTO-AGENDA-FIM.
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
       IMPACTO-AGENDA-FIM.
           EXIT.
      *--------------------[ FILA DE ESPERA PENDENTE ]------------------
       IMPACTO-FILA.
           IF W-FIL-DISPON NOT = "S"
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
                GO TO IMPACTO-FILA-FIM.
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
       IMPACTO-FILA-FIM.
           EXIT.
      *--------------------[ GRADE SEMANAL AINDA ATIVA ]----------------
      * CADA VERSAO DA GRADE (VIDE HORREG.CPY) AINDA EM VIGOR OU
      * POR VIR VIRA UM ITEM - A DATA DO ITEM E O INICIO DA VIGENCIA.
       IMPACTO-GRADE.
           IF W-HOR-DISPON NOT = "S"
                GO TO IMPACTO-GRADE-FIM.
           MOVE "N" TO W-IMP-FIM
           MOVE CRM TO HR-CRM
           MOVE ZEROS TO HR-DIASEM HR-VIGINI
           START CADHOR KEY IS NOT LESS THAN HR-CHAVE
                INVALID KEY
                     MOVE "S" TO W-IMP-FIM.
       IMPACTO-GRADE-LOOP.
           IF W-IMP-FIM = "S"
                GO TO IMPACTO-GRADE-FIM.
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
       IMPACTO-GRADE-FIM.
           EXIT.
      *--------------------[ PLANTOES DAQUI PARA A FRENTE ]-------------
       IMPACTO-PLANTAO.
           IF W-PLT-DISPON NOT = "S"
                GO TO IMPACTO-PLANTAO-FIM.
           MOVE "N" TO W-IMP-FIM
           MOVE W-DATA-HOJE TO PL-DATA
           MOVE ZEROS TO PL-TURNO PL-ESPEC
           START CADPLT KEY IS NOT LESS THAN PL-CHAVE
                INVALID KEY
                     MOVE "S" TO W-IMP-FIM.
       IMPACTO-PLANTAO-LOOP.
           IF W-IMP-FIM = "S"
                GO TO IMPACTO-PLANTAO-FIM.
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
       IMPACTO-PLANTAO-FIM.
           EXIT.
      *--------------------[ GRAVACAO DE UM ITEM DE IMPACTO ]-----------
       GRAVA-IMP.
           MOVE CRM TO IM-CRM
           MOVE W-DATA-HOJE TO IM-DTINAT
           MOVE "SMP022" TO IM-ORIGEM
           MOVE W-TERM TO IM-OPERADOR
           MOVE "P" TO IM-SITUACAO
           MOVE ZEROS TO IM-DTBAIXA
           MOVE SPACES TO IM-OPER-BAIXA
           WRITE REGIMP
           IF ST-ERRO8 = "22"
                REWRITE REGIMP.
           MOVE IM-DATA TO LID-DATA
           MOVE IM-COMPL TO LID-COMPL
           MOVE IM-FONE TO LID-FONE
           WRITE LINHA-REL FROM LINHA-IM-DET
           ADD 1 TO W-TOT-IMP.
       GRAVA-IMP-FIM.
           EXIT.
      *--------------------[ ENCERRAMENTO ]-----------------------------
       ROT-FIM.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-TOT-SUSP TO LR-QTD
           WRITE LINHA-REL FROM LINHA-RODAPE
           MOVE W-TOT-IMP TO LR-QTD-IMP
           WRITE LINHA-REL FROM LINHA-RODAPE2
           DISPLAY "MEDICOS LIDOS      : " W-TOT-LIDOS
           DISPLAY "MEDICOS SUSPENSOS : " W-TOT-SUSP
           DISPLAY "PENDENCIAS GERADAS: " W-TOT-IMP
           IF W-AGD-DISPON = "S"
                CLOSE CADAGD.
           IF W-FIL-DISPON = "S"
                CLOSE CADFIL.
           IF W-HOR-DISPON = "S"
                CLOSE CADHOR.
           IF W-PLT-DISPON = "S"
                CLOSE CADPLT.
           CLOSE CADMED CADLOG RELSUSP CADIMP.
       ROT-FIM-FIM.
           EXIT.
