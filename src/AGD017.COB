      * MANUAIS NA AGENDA. CHAMADO PELA OPCAO 21 DO MENU.     *
      * A SALA DO NOVO HORARIO FICA SEM ATRIBUICAO (ZEROS)    *
      * PARA A RECEPCAO ACERTAR NO DIA.                       *
      * NO MODO I (PENDENCIAS DE INATIVACAO) A LISTA DE       *
      * TRABALHO VEM DO CADIMP, GRAVADO PELO EXC-DL1 DO       *
      * SMP001 E PELA SUSPENSAO DO SMP022: AS CONSULTAS       *
      * AGENDADAS E A FILA DE ESPERA PENDENTE DO MEDICO       *
      * INATIVADO SAO OFERECIDAS A OUTROS MEDICOS ATIVOS DA   *
      * MESMA ESPECIALIDADE, E O ITEM E BAIXADO QUANDO O      *
      * PACIENTE E REACOMODADO OU DISPENSADO.                 *
      * A GRADE DE CADA DIA PROPOSTO E A VERSAO EM VIGOR      *
      * NAQUELA DATA (VIDE LE-GRADE-VIG).                     *
      * CADA REMARCACAO EFETIVADA DE UMA CONSULTA GERA UM     *
      * AVISO PENDENTE NO CADAVI COM O HORARIO ANTIGO E O     *
      * NOVO, PARA A EXTRACAO NOTURNA (AGD044) MANDAR AO ROBO *
      * DE TELEFONIA.                                         *
      * CONSULTA DE MES JA FECHADO PELA VALORIZACAO MENSAL    *
      * (CADFEC) NAO E REMARCADA - FICA PARA O AJUSTE TARDIO  *
      * (AGD050).                                             *
      * O TELEFONE DE CONTATO E O DO RESPONSAVEL LEGAL QUANDO *
      * O PACIENTE TEM UM (PAC-RESP).                         *
      * DATA CRIACAO : 02/09/2026                             *
      ********************************************************
      *----------------------------------------------------------------
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AG-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS AG-PACCOD
                                                      WITH DUPLICATES.
                    SELECT CADAUS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AL-CHAVE
                    FILE STATUS  IS ST-ERRO7.
                    SELECT CADIMP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS IM-CHAVE
                    FILE STATUS  IS ST-ERRO8.
                    SELECT CADFIL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FI-CHAVE
                    FILE STATUS  IS ST-ERRO9.
                    SELECT CADPAC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PAC-CODIGO
                    FILE STATUS  IS ST-ERR10
                    ALTERNATE RECORD KEY IS PAC-NOME
                                                      WITH DUPLICATES
                    ALTERNATE RECORD KEY IS PAC-RESP
                                                      WITH DUPLICATES.
                    SELECT CADAVI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AV-CHAVE
                    FILE STATUS  IS ST-ERR11.
                    SELECT CADFEC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FC-MES
                    FILE STATUS  IS ST-ERR12.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "AGDLOG.DAT".
           COPY AGLREG.
      *
      * PENDENCIAS DE INATIVACAO DE MEDICO (SMP001/SMP022) - LISTA
      * DE TRABALHO DO MODO I, BAIXADA ITEM A ITEM (VIDE BAIXA-IMP)
      *
       FD CADIMP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADIMP.DAT".
           COPY IMPREG.
      *
      * FILA DE ESPERA - O PACIENTE DA FILA DO MEDICO INATIVADO QUE
      * GANHA HORARIO COM OUTRO MEDICO E BAIXADO ("A") COMO NO
      * FILA-BAIXA DO AGD001
      *
       FD CADFIL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFIL.DAT".
           COPY FILREG.
      *
       FD CADPAC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPAC.DAT".
           COPY PACREG.
      *
      * AVISOS AO PACIENTE - A REMARCACAO EFETIVADA AQUI AVISA O
      * PACIENTE DO NOVO HORARIO (VIDE GRAVA-AVISO)
      *
       FD CADAVI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAVI.DAT".
           COPY AVIREG.
      *
      * MESES JA FECHADOS PELA VALORIZACAO MENSAL (AGD012)
      *
       FD CADFEC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFEC.DAT".
           COPY FECREG.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-ERRO     PIC X(02) VALUE "00".
       01 ST-ERRO5   PIC X(02) VALUE "00".
       01 ST-ERRO6   PIC X(02) VALUE "00".
       01 ST-ERRO7   PIC X(02) VALUE "00".
       01 ST-ERRO8   PIC X(02) VALUE "00".
       01 ST-ERRO9   PIC X(02) VALUE "00".
       01 ST-ERR10   PIC X(02) VALUE "00".
       01 ST-ERR11   PIC X(02) VALUE "00".
       01 ST-ERR12   PIC X(02) VALUE "00".
       01 W-FEC-DISPON    PIC X(01) VALUE "N".
       01 W-MODO          PIC X(01) VALUE SPACES.
       01 W-IMP-SIT       PIC X(01) VALUE SPACES.
       01 W-IMP-DATA     PIC 9(08) VALUE ZEROS.
       01 W-HORA-AGORA  PIC 9(08) VALUE ZEROS.
       01 W-TIPO-TXT      PIC X(10) VALUE SPACES.
       01 W-STATUS-ANT  PIC X(01) VALUE SPACES.
       01 W-AGL-OPER     PIC X(01) VALUE SPACES.
       01 W-ACT         PIC 9(02) VALUE ZEROS.
       01 W-ESP-MED      PIC 9(02) VALUE ZEROS.
       01 W-DTINI-AUS   PIC 9(08) VALUE ZEROS.
       01 W-DTFIM-AUS   PIC 9(08) VALUE ZEROS.
       01 W-MOT-AUS      PIC X(30) VALUE SPACES.
       01 W-HRINI-AUS   PIC 9(04) VALUE ZEROS.
       01 W-HRFIM-AUS   PIC 9(04) VALUE ZEROS.
       01 W-DATA-HOJE    PIC 9(08) VALUE ZEROS.
                 05 W-TAF-CONV        PIC 9(03).
                 05 W-TAF-DTMARC    PIC 9(08).
                 05 W-TAF-HRMARC    PIC 9(04).
                 05 W-TAF-AUTORIZ   PIC X(20).
                 05 W-TAF-AUTVAL    PIC 9(08).
                 05 W-TAF-SERIE     PIC 9(14).
                 05 W-TAF-MODAL     PIC X(01).
                 05 W-TAF-RETORIG   PIC X(18).
      * NO MODO I: TIPO DO ITEM ("A" CONSULTA, "F" FILA), CHAVE DO
      * ITEM NO CADIMP E TELEFONE PARA A RECEPCAO LIGAR
                 05 W-TAF-TIPO        PIC X(01).
                 05 W-TAF-IMDATA     PIC 9(08).
                 05 W-TAF-COMPL       PIC 9(04).
                 05 W-TAF-FONE        PIC X(15).
      *
      * CAMPOS DA BUSCA DE HORARIOS LIVRES - VERSAO COMPACTA DO
      * BUSCA-LIVRE DO AGD001 (GRADE MENOS AGENDA, AUSENCIAS E
       01 W-BL-INT-FIM        PIC 9(08) VALUE ZEROS.
       01 W-BL-DIASEM         PIC 9(01) VALUE ZEROS.
       01 W-INT-DIA             PIC 9(01) VALUE ZEROS.
       01 W-GRD-CRM            PIC 9(06) VALUE ZEROS.
       01 W-GRD-DIA            PIC 9(01) VALUE ZEROS.
       01 W-GRD-ACHOU        PIC X(01) VALUE SPACES.
       01 W-BL-DUR              PIC 9(03) VALUE ZEROS.
       01 W-BL-QTD              PIC 9(02) VALUE ZEROS.
       01 W-BL-ESCOLHA       PIC 9(02) VALUE ZEROS.
                 05 W-PR-HORA         PIC 9(04).
                 05 W-PR-MED          PIC X(30).
                 05 W-PR-UNID         PIC 9(02).
           COPY RESPWS.
      *-----------------------------------------------------------------
      * AREA DO OPERADOR IDENTIFICADO - MONTADA PELO SMP009 E PASSADA
      * VIA CALL USING, COMO NO AGD001. O CODIGO DO OPERADOR VAI PARA
                     DISPLAY (03, 38) ST-ERRO7
                     CLOSE CADMED CADAGD CADAUS CADHOR CADESP CADFER
                     GO TO ROT-FIMP.
       ABRIR-IMP.
           OPEN I-O CADIMP
           IF ST-ERRO8 NOT = "00"
                IF ST-ERRO8 = "30" OR ST-ERRO8 = "35"
                    OPEN OUTPUT CADIMP
                    CLOSE CADIMP
                    GO TO ABRIR-IMP
                ELSE
                     DISPLAY (03, 05)
                          "ERRO NA ABERTURA DO CADIMP - ST="
                     DISPLAY (03, 38) ST-ERRO8
                     CLOSE CADMED CADAGD CADAUS CADHOR CADESP CADFER
                           CADAGL
                     GO TO ROT-FIMP.
       ABRIR-FIL.
           OPEN I-O CADFIL
           IF ST-ERRO9 NOT = "00"
                IF ST-ERRO9 = "30" OR ST-ERRO9 = "35"
                    OPEN OUTPUT CADFIL
                    CLOSE CADFIL
                    GO TO ABRIR-FIL
                ELSE
                     DISPLAY (03, 05)
                          "ERRO NA ABERTURA DO CADFIL - ST="
                     DISPLAY (03, 38) ST-ERRO9
                     CLOSE CADMED CADAGD CADAUS CADHOR CADESP CADFER
                           CADAGL CADIMP
                     GO TO ROT-FIMP.
           OPEN INPUT CADPAC
           IF ST-ERR10 NOT = "00"
                DISPLAY (03, 05) "ERRO NA ABERTURA DO CADPAC - ST="
                DISPLAY (03, 38) ST-ERR10
                CLOSE CADMED CADAGD CADAUS CADHOR CADESP CADFER
                      CADAGL CADIMP CADFIL
                GO TO ROT-FIMP.
       ABRIR-AVI.
           OPEN I-O CADAVI
           IF ST-ERR11 NOT = "00"
                IF ST-ERR11 = "30" OR ST-ERR11 = "35"
                    OPEN OUTPUT CADAVI
                    CLOSE CADAVI
                    GO TO ABRIR-AVI
                ELSE
                     DISPLAY (03, 05)
                          "ERRO NA ABERTURA DO CADAVI - ST="
                     DISPLAY (03, 38) ST-ERR11
                     CLOSE CADMED CADAGD CADAUS CADHOR CADESP CADFER
                           CADAGL CADIMP CADFIL CADPAC
                     GO TO ROT-FIMP.
      * SEM O CADFEC (NENHUM MES VALORIZADO AINDA) NADA ESTA TRAVADO
           OPEN INPUT CADFEC
           IF ST-ERR12 = "00"
                MOVE "S" TO W-FEC-DISPON
           ELSE
                MOVE "N" TO W-FEC-DISPON.
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD.
      *--------------------[ DIGITAR CRM E AUSENCIA ]-----------------
       R1.
           MOVE ESPEC TO W-ESP-MED
           DISPLAY (07, 05) "MEDICO:"
           DISPLAY (07, 13) W-NOME-MED.
       R1-MODO.
           MOVE "A" TO W-MODO
           DISPLAY (08, 05) "A=AUSENCIA  I=PENDENCIAS INATIVACAO:"
           ACCEPT  (08, 43) W-MODO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1.
           IF W-MODO = "i"
                MOVE "I" TO W-MODO.
           IF W-MODO = "I"
                MOVE "INATIVACAO DO MEDICO" TO W-MOT-AUS
                GO TO COLETA-IMPACTO.
           MOVE "A" TO W-MODO.
       R2.
           DISPLAY (09, 05) "DATA INICIAL DA AUSENCIA (AAAAMMDD):"
           MOVE ZEROS TO W-DTINI-AUS
           ACCEPT  (09, 43) W-DTINI-AUS
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1-MODO.
           MOVE W-CRM-AUS TO AU-CRM
           MOVE W-DTINI-AUS TO AU-DTINI
           READ CADAUS
                          "AUSENCIA NAO REGISTRADA NO CADAUS"
                     GO TO R2.
           MOVE AU-DTFIM TO W-DTFIM-AUS
           MOVE AU-MOTIVO TO W-MOT-AUS
           MOVE AU-HRINI TO W-HRINI-AUS
           MOVE AU-HRFIM TO W-HRFIM-AUS.
      *--------------------[ COLETA DAS CONSULTAS ATINGIDAS ]---------
           MOVE AG-CONV TO W-TAF-CONV (W-QTD-AFET)
           MOVE AG-DTMARC TO W-TAF-DTMARC (W-QTD-AFET)
           MOVE AG-HRMARC TO W-TAF-HRMARC (W-QTD-AFET)
           MOVE AG-AUTORIZ TO W-TAF-AUTORIZ (W-QTD-AFET)
           MOVE AG-AUTVAL TO W-TAF-AUTVAL (W-QTD-AFET)
           MOVE AG-SERIE TO W-TAF-SERIE (W-QTD-AFET)
           MOVE AG-MODAL TO W-TAF-MODAL (W-QTD-AFET)
           MOVE AG-RET-ORIGEM TO W-TAF-RETORIG (W-QTD-AFET)
           MOVE "A" TO W-TAF-TIPO (W-QTD-AFET)
           MOVE ZEROS TO W-TAF-IMDATA (W-QTD-AFET)
                         W-TAF-COMPL (W-QTD-AFET)
           MOVE SPACES TO W-TAF-FONE (W-QTD-AFET)
           GO TO COLETA-AFETADAS-LOOP.
       COLETA-AFETADAS-FIM.
           IF W-QTD-AFET = ZEROS
                DISPLAY (23, 12) "NENHUMA CONSULTA ATINGIDA"
                GO TO R1.
           MOVE ZEROS TO W-IDX W-TOT-REM
           MOVE W-QTD-AFET TO W-TOT-AFET
           GO TO TRATA-AFETADA.
      *--------------------[ COLETA DAS PENDENCIAS DE INATIVACAO ]------
      * ITENS "A" (CONSULTA) E "F" (FILA) AINDA PENDENTES DO CRM. O
      * ITEM CUJA CONSULTA JA NAO ESTA AGENDADA, OU CUJA FILA JA FOI
      * ATENDIDA, E BAIXADO COMO RESOLVIDO SEM IR PARA A TELA - A
      * RECEPCAO OU O PROPRIO AGD001 JA TRATOU O PACIENTE.
       COLETA-IMPACTO.
           MOVE ZEROS TO W-QTD-AFET
           MOVE "N" TO W-FIM-VARRE
           MOVE W-CRM-AUS TO IM-CRM
           MOVE SPACES TO IM-TIPO
           MOVE ZEROS TO IM-DATA IM-COMPL
           START CADIMP KEY IS NOT LESS THAN IM-CHAVE
                INVALID KEY
                     MOVE "S" TO W-FIM-VARRE.
       COLETA-IMPACTO-LOOP.
           IF W-FIM-VARRE = "S"
                GO TO COLETA-IMPACTO-FIM.
           READ CADIMP NEXT RECORD
                AT END MOVE "S" TO W-FIM-VARRE
                        GO TO COLETA-IMPACTO-LOOP.
           IF IM-CRM NOT = W-CRM-AUS
                MOVE "S" TO W-FIM-VARRE
                GO TO COLETA-IMPACTO-LOOP.
           IF NOT IM-PENDENTE
                GO TO COLETA-IMPACTO-LOOP.
           IF IM-CONSULTA
                GO TO COLETA-IMPACTO-AGD.
           IF IM-FILA
                GO TO COLETA-IMPACTO-FIL.
           GO TO COLETA-IMPACTO-LOOP.
       COLETA-IMPACTO-AGD.
           MOVE W-CRM-AUS TO AG-CRM
           MOVE IM-DATA (7:2) TO AG-DIACONS
           MOVE IM-DATA (5:2) TO AG-MESCONS
           MOVE IM-DATA (1:4) TO AG-ANOCONS
           MOVE IM-COMPL TO AG-HRCONS
           READ CADAGD
                INVALID KEY
                     GO TO COLETA-IMPACTO-RESOLVE.
           IF NOT AG-AGENDADA
                GO TO COLETA-IMPACTO-RESOLVE.
           IF W-QTD-AFET = 100
                DISPLAY (23, 12) "MAIS DE 100 PENDENCIAS - RODE DE NOVO"
                MOVE "S" TO W-FIM-VARRE
                GO TO COLETA-IMPACTO-LOOP.
           ADD 1 TO W-QTD-AFET
           MOVE AG-DTCONS TO W-TAF-DATA (W-QTD-AFET)
           MOVE AG-HRCONS TO W-TAF-HORA (W-QTD-AFET)
           MOVE AG-PACIENTE TO W-TAF-PAC (W-QTD-AFET)
           MOVE AG-PACCOD TO W-TAF-PACCOD (W-QTD-AFET)
           MOVE AG-CONV TO W-TAF-CONV (W-QTD-AFET)
           MOVE AG-DTMARC TO W-TAF-DTMARC (W-QTD-AFET)
           MOVE AG-HRMARC TO W-TAF-HRMARC (W-QTD-AFET)
           MOVE AG-AUTORIZ TO W-TAF-AUTORIZ (W-QTD-AFET)
           MOVE AG-AUTVAL TO W-TAF-AUTVAL (W-QTD-AFET)
           MOVE AG-SERIE TO W-TAF-SERIE (W-QTD-AFET)
           MOVE AG-MODAL TO W-TAF-MODAL (W-QTD-AFET)
           MOVE AG-RET-ORIGEM TO W-TAF-RETORIG (W-QTD-AFET)
           PERFORM COLETA-IMPACTO-ITEM THRU COLETA-IMPACTO-ITEM-FIM
           GO TO COLETA-IMPACTO-LOOP.
       COLETA-IMPACTO-FIL.
           MOVE W-CRM-AUS TO FI-CRM
           MOVE IM-DATA TO FI-DATA
           MOVE IM-COMPL TO FI-SEQ
           READ CADFIL
                INVALID KEY
                     GO TO COLETA-IMPACTO-RESOLVE.
           IF NOT FI-PENDENTE
                GO TO COLETA-IMPACTO-RESOLVE.
           IF W-QTD-AFET = 100
                DISPLAY (23, 12) "MAIS DE 100 PENDENCIAS - RODE DE NOVO"
                MOVE "S" TO W-FIM-VARRE
                GO TO COLETA-IMPACTO-LOOP.
           ADD 1 TO W-QTD-AFET
           MOVE IM-DATA (7:2) TO W-TAF-DATA (W-QTD-AFET) (1:2)
           MOVE IM-DATA (5:2) TO W-TAF-DATA (W-QTD-AFET) (3:2)
           MOVE IM-DATA (1:4) TO W-TAF-DATA (W-QTD-AFET) (5:4)
           MOVE ZEROS TO W-TAF-HORA (W-QTD-AFET)
           MOVE FI-PACIENTE TO W-TAF-PAC (W-QTD-AFET)
           MOVE FI-PACCOD TO W-TAF-PACCOD (W-QTD-AFET)
           MOVE IM-CONV TO W-TAF-CONV (W-QTD-AFET)
           MOVE W-DATA-HOJE TO W-TAF-DTMARC (W-QTD-AFET)
           ACCEPT W-HORA-AGORA FROM TIME
           MOVE W-HORA-AGORA (1:4) TO W-TAF-HRMARC (W-QTD-AFET)
           MOVE SPACES TO W-TAF-AUTORIZ (W-QTD-AFET)
           MOVE ZEROS TO W-TAF-AUTVAL (W-QTD-AFET)
                         W-TAF-SERIE (W-QTD-AFET)
           MOVE "P" TO W-TAF-MODAL (W-QTD-AFET)
           MOVE ZEROS TO W-TAF-RETORIG (W-QTD-AFET)
           PERFORM COLETA-IMPACTO-ITEM THRU COLETA-IMPACTO-ITEM-FIM
           GO TO COLETA-IMPACTO-LOOP.
      * ITEM QUE NAO PRECISA MAIS DE TRATAMENTO - O REGISTRO CORRENTE
      * DO CADIMP E O QUE ACABOU DE SER LIDO; A REGRAVACAO NAO MUDA A
      * CHAVE E NAO TIRA O PONTEIRO DA LEITURA SEQUENCIAL.
       COLETA-IMPACTO-RESOLVE.
           MOVE "R" TO IM-SITUACAO
           MOVE W-DATA-HOJE TO IM-DTBAIXA
           MOVE OPC-CODIGO TO IM-OPER-BAIXA
           REWRITE REGIMP
           GO TO COLETA-IMPACTO-LOOP.
       COLETA-IMPACTO-FIM.
           IF W-QTD-AFET = ZEROS
                DISPLAY (23, 12) "NENHUMA PENDENCIA DE INATIVACAO"
                GO TO R1.
           MOVE ZEROS TO W-IDX W-TOT-REM
           MOVE W-QTD-AFET TO W-TOT-AFET
           GO TO TRATA-AFETADA.
      *--------------------[ DADOS DO ITEM NA TABELA ]------------------
      * O TELEFONE DO CADPAC TEM PRIORIDADE; SEM CADASTRO VALE O QUE
      * VEIO NO ITEM (FI-FONE DA FILA). O CONVENIO DA FILA VEM DO
      * CADASTRO DO PACIENTE, COMO NO INC-WR1 DO AGD001.
       COLETA-IMPACTO-ITEM.
           MOVE IM-TIPO TO W-TAF-TIPO (W-QTD-AFET)
           MOVE IM-DATA TO W-TAF-IMDATA (W-QTD-AFET)
           MOVE IM-COMPL TO W-TAF-COMPL (W-QTD-AFET)
           MOVE IM-FONE TO W-TAF-FONE (W-QTD-AFET)
           MOVE IM-PACCOD TO PAC-CODIGO
           READ CADPAC
                INVALID KEY
                     GO TO COLETA-IMPACTO-ITEM-FIM.
           PERFORM BUSCA-FONE-RESP THRU BUSCA-FONE-RESP-FIM
           IF W-RSP-FONE NOT = SPACES
                MOVE W-RSP-FONE TO W-TAF-FONE (W-QTD-AFET).
           IF IM-FILA
                MOVE PAC-CONV TO W-TAF-CONV (W-QTD-AFET).
       COLETA-IMPACTO-ITEM-FIM.
           EXIT.
      *--------------------[ LACO PELAS CONSULTAS ATINGIDAS ]---------
       TRATA-AFETADA.
           ADD 1 TO W-IDX
           DISPLAY (04, 25) "HORA:"
           DISPLAY (04, 31) W-TAF-HORA (W-IDX)
           DISPLAY (05, 05) "PACIENTE:"
           DISPLAY (05, 15) W-TAF-PAC (W-IDX)
           IF W-MODO NOT = "I"
                GO TO TRATA-AFETADA-OPC.
           IF W-TAF-TIPO (W-IDX) = "F"
                MOVE "FILA" TO W-TIPO-TXT
           ELSE
                MOVE "CONSULTA" TO W-TIPO-TXT.
           DISPLAY (01, 05) "PENDENCIA DE INATIVACAO - ITEM   "
           DISPLAY (04, 40) W-TIPO-TXT
           DISPLAY (06, 05) "FONE    :"
           DISPLAY (06, 15) W-TAF-FONE (W-IDX).
       TRATA-AFETADA-OPC.
           IF W-MODO = "I"
                DISPLAY (07, 05) "R=REMARCAR S=PULAR D=DISPENSAR (ESC):"
           ELSE
                DISPLAY (07, 05) "R=REMARCAR S=PULAR  (ESC=ENCERRAR) :".
           ACCEPT  (07, 44) W-OPCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO RESUMO.
           IF W-OPCAO = "S" OR "s"
                GO TO TRATA-AFETADA.
           IF W-MODO = "I" AND (W-OPCAO = "D" OR "d")
                MOVE "D" TO W-IMP-SIT
                PERFORM BAIXA-IMP THRU BAIXA-IMP-FIM
                GO TO TRATA-AFETADA.
           IF W-OPCAO NOT = "R" AND "r"
                GO TO TRATA-AFETADA-OPC.
      * CONSULTA DE MES JA VALORIZADO NAO MUDA DE SITUACAO AQUI - SO
      * PELO AJUSTE TARDIO SUPERVISIONADO (AGD050)
           IF W-TAF-TIPO (W-IDX) = "F" OR W-FEC-DISPON NOT = "S"
                GO TO TRATA-AFETADA-MODO.
           MOVE W-TAF-DATA (W-IDX) (5:4) TO FC-MES (1:4)
           MOVE W-TAF-DATA (W-IDX) (3:2) TO FC-MES (5:2)
           READ CADFEC
                INVALID KEY
                     GO TO TRATA-AFETADA-MODO.
           DISPLAY (23, 05)
                "MES FECHADO - SO PELO AJUSTE TARDIO - TECLE ENTER"
           ACCEPT (23, 56) W-TECLA
           GO TO TRATA-AFETADA.
       TRATA-AFETADA-MODO.
      * O MEDICO INATIVADO NAO ATENDE MAIS - NO MODO I A BUSCA E
      * SEMPRE NOS OUTROS MEDICOS ATIVOS DA ESPECIALIDADE
           IF W-MODO = "I"
                MOVE "E" TO W-BL-MODO
                GO TO TRATA-AFETADA-BUSCA.
           MOVE "M" TO W-BL-MODO
           DISPLAY (08, 05) "M=MESMO MEDICO  E=MESMA ESPECIALID. :"
           ACCEPT  (08, 44) W-BL-MODO WITH UPDATE
                MOVE "E" TO W-BL-MODO.
           IF W-BL-MODO NOT = "E"
                MOVE "M" TO W-BL-MODO.
       TRATA-AFETADA-BUSCA.
           PERFORM PROPOE THRU PROPOE-FIM
           IF W-BL-QTD = ZEROS
                DISPLAY (23, 05)
                     "HORARIO JA TOMADO - ESCOLHA OUTRO"
                GO TO TRATA-AFETADA-ESCOLHE.
           ADD 1 TO W-TOT-REM
           IF W-MODO = "I"
                MOVE "R" TO W-IMP-SIT
                PERFORM BAIXA-IMP THRU BAIXA-IMP-FIM.
           DISPLAY (23, 05) "*** CONSULTA REMARCADA - TECLE ENTER ***"
           ACCEPT  (23, 47) W-TECLA
           GO TO TRATA-AFETADA.
           MOVE W-TAF-CONV (W-IDX) TO AG-CONV
           MOVE W-TAF-DTMARC (W-IDX) TO AG-DTMARC
           MOVE W-TAF-HRMARC (W-IDX) TO AG-HRMARC
           MOVE W-TAF-AUTORIZ (W-IDX) TO AG-AUTORIZ
           MOVE W-TAF-AUTVAL (W-IDX) TO AG-AUTVAL
           MOVE W-TAF-SERIE (W-IDX) TO AG-SERIE
      * O RETORNO REACOMODADO CONTINUA LIGADO AO PEDIDO (CADRET)
           MOVE W-TAF-RETORIG (W-IDX) TO AG-RET-ORIGEM
      * A TELECONSULTA SEGUE POR VIDEO E GANHA A REFERENCIA DE SESSAO
      * DO NOVO HORARIO, MONTADA COMO NO MONTA-LINK DO AGD001
           MOVE W-TAF-MODAL (W-IDX) TO AG-MODAL
           MOVE SPACES TO AG-LINK
           IF AG-VIDEO
                STRING "TC"       DELIMITED BY SIZE
                       AG-CRM     DELIMITED BY SIZE
                       AG-ANOCONS DELIMITED BY SIZE
                       AG-MESCONS DELIMITED BY SIZE
                       AG-DIACONS DELIMITED BY SIZE
                       AG-HRCONS  DELIMITED BY SIZE
                       INTO AG-LINK.
           MOVE W-PR-UNID (W-BL-ESCOLHA) TO AG-UNIDADE
           MOVE ZEROS TO AG-SALA
           MOVE SPACES TO AG-ENCAIXE AG-ENC-OPER AG-ENC-JUST
                                AG-CONFIRMADA AG-CID
      * SENHA E HORA DE CHEGADA ZERAM COMO NO INC-WR1/REM-WR1 DO
      * AGD001 - O BUFFER PODE TRAZER A FICHA DO ULTIMO REGISTRO
      * LIDO E UMA FICHA VELHA SUPRIMIRIA O TICKET DO CHECK-IN
           MOVE ZEROS TO AG-FICHA AG-HRCHEG AG-HRCHAM AG-HRFIM
           MOVE "A" TO AG-STATUS
           IF W-NOVO = "S"
                WRITE REGAGD
                DISPLAY (23, 28) ST-ERRO
                MOVE "E" TO W-NOVO
                GO TO EFETIVA-FIM.
      * PACIENTE DA FILA NAO TINHA CONSULTA - O NOVO HORARIO ENTRA
      * COMO INCLUSAO NA TRILHA E A FILA E BAIXADA NO LUGAR DO "M"
           IF W-TAF-TIPO (W-IDX) = "F"
                MOVE "I" TO W-AGL-OPER
                PERFORM GRAVA-AGL THRU GRAVA-AGL-FIM
                GO TO EFETIVA-FILA.
           MOVE "R" TO W-AGL-OPER
           PERFORM GRAVA-AGL THRU GRAVA-AGL-FIM.
       EFETIVA-ORIGINAL.
           REWRITE REGAGD
           IF ST-ERRO = "00" OR "02"
                MOVE "O" TO W-AGL-OPER
                PERFORM GRAVA-AGL THRU GRAVA-AGL-FIM
                PERFORM GRAVA-AVISO THRU GRAVA-AVISO-FIM.
           GO TO EFETIVA-FIM.
       EFETIVA-FILA.
           MOVE W-CRM-AUS TO FI-CRM
           MOVE W-TAF-IMDATA (W-IDX) TO FI-DATA
           MOVE W-TAF-COMPL (W-IDX) TO FI-SEQ
           READ CADFIL
                INVALID KEY
                     GO TO EFETIVA-FIM.
           MOVE "A" TO FI-SITUACAO
           REWRITE REGFIL.
       EFETIVA-FIM.
           EXIT.
      *--------------------[ BAIXA DO ITEM DE INATIVACAO ]-------------
      * W-IMP-SIT = "R" (PACIENTE REACOMODADO) OU "D" (DISPENSADO
      * PELA RECEPCAO). O OPERADOR DA BAIXA VEM DO OPRCOM.
       BAIXA-IMP.
           MOVE W-CRM-AUS TO IM-CRM
           MOVE W-TAF-TIPO (W-IDX) TO IM-TIPO
           MOVE W-TAF-IMDATA (W-IDX) TO IM-DATA
           MOVE W-TAF-COMPL (W-IDX) TO IM-COMPL
           READ CADIMP
                INVALID KEY
                     GO TO BAIXA-IMP-FIM.
           MOVE W-IMP-SIT TO IM-SITUACAO
           MOVE W-DATA-HOJE TO IM-DTBAIXA
           MOVE OPC-CODIGO TO IM-OPER-BAIXA
           REWRITE REGIMP.
       BAIXA-IMP-FIM.
           EXIT.
      *--------------------[ TRILHA DE AUDITORIA DA AGENDA ]------------
      * MESMO REGISTRO E DISCIPLINA DE CHAVE DO GRAVA-AGL DO AGD001 -
      * O BUFFER DO REGAGD TRAZ A CONSULTA RECEM GRAVADA E O OPERADOR
           MOVE AG-CONV TO AL-CONV
           MOVE AG-DTMARC TO AL-DTMARC
           MOVE AG-HRMARC TO AL-HRMARC
           MOVE AG-UNIDADE TO AL-UNIDADE
           MOVE AG-AUTORIZ TO AL-AUTORIZ
           MOVE AG-AUTVAL TO AL-AUTVAL
           MOVE AG-SERIE TO AL-SERIE
           MOVE AG-MODAL TO AL-MODAL
           MOVE AG-LINK TO AL-LINK
           MOVE AG-CID TO AL-CID
           MOVE AG-RET-ORIGEM TO AL-RET-ORIGEM.
       GRAVA-AGL-TENTA.
           WRITE REGAGL
           IF ST-ERRO7 = "22"
                     GO TO GRAVA-AGL-TENTA.
       GRAVA-AGL-FIM.
           EXIT.
      *--------------------[ AVISO AO PACIENTE ]-----------------------
      * O BUFFER DO REGAGD TRAZ O ORIGINAL RECEM MARCADO "M"; O NOVO
      * HORARIO VEM DA PROPOSTA ESCOLHIDA. O MOTIVO E O DA AUSENCIA
      * (OU A INATIVACAO NO MODO I). O AVISO DE AUSENCIA GERADO PELO
      * AGD004 PARA A MESMA CONSULTA E DISPENSADO PELO AGD044, QUE
      * ENCONTRA O ORIGINAL JA REMARCADO.
       GRAVA-AVISO.
           ACCEPT AV-DATA FROM DATE YYYYMMDD
           ACCEPT AV-HORA FROM TIME
           MOVE ZEROS TO AV-SEQ
           MOVE "R" TO AV-ORIGEM
           MOVE W-MOT-AUS TO AV-MOTIVO
           MOVE OPC-CODIGO TO AV-OPERADOR
           MOVE AG-PACCOD TO AV-PACCOD
           MOVE AG-PACIENTE TO AV-PACIENTE
           MOVE AG-CRM TO AV-ANT-CRM
           COMPUTE AV-ANT-DATA = (AG-ANOCONS * 10000)
                               + (AG-MESCONS * 100) + AG-DIACONS
           MOVE AG-HRCONS TO AV-ANT-HORA
           MOVE W-PR-CRM (W-BL-ESCOLHA) TO AV-NOVO-CRM
           MOVE W-PR-DATA (W-BL-ESCOLHA) TO AV-NOVO-DATA
           MOVE W-PR-HORA (W-BL-ESCOLHA) TO AV-NOVO-HORA
           MOVE ZEROS TO AV-DTENVIO AV-DTRET
           MOVE "P" TO AV-SITUACAO.
       GRAVA-AVISO-TENTA.
           WRITE REGAVI
           IF ST-ERR11 = "22"
                IF AV-SEQ < 99
                     ADD 1 TO AV-SEQ
                     GO TO GRAVA-AVISO-TENTA.
       GRAVA-AVISO-FIM.
           EXIT.
      *--------------------[ PROPOSTA DE HORARIOS LIVRES ]------------
      * NO MODO M (MESMO MEDICO) A BUSCA COMECA NO DIA SEGUINTE AO
      * FIM DA AUSENCIA (OU HOJE, SE ELA JA PASSOU) - ANTES DISSO O
       PROPOE-MED.
           MOVE W-BL-CRM TO HR-CRM
           MOVE W-BL-DIASEM TO HR-DIASEM
           PERFORM LE-GRADE-VIG THRU LE-GRADE-VIG-FIM
           IF W-GRD-ACHOU NOT = "S"
                GO TO PROPOE-MED-FIM.
           IF HR-ATENDE-NAO
                GO TO PROPOE-MED-FIM.
           MOVE W-ESP-MED TO EESPEC
           GO TO PROPOE-TESTA-ABS2.
       PROPOE-TESTA-FIM.
           EXIT.
      *--------------------[ VERSAO DA GRADE EM VIGOR ]---------------
      * MESMA LEITURA DO LE-GRADE-VIG DO AGD001: A VERSAO DO
      * MEDICO/DIA CUJA VIGENCIA CONTEM O DIA PROPOSTO (W-BL-DATA).
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
           IF HR-VIGINI > W-BL-DATA
                GO TO LE-GRADE-VIG-FIM.
           IF HR-VIGFIM NOT = ZEROS AND HR-VIGFIM < W-BL-DATA
                GO TO LE-GRADE-VIG-LOOP.
           MOVE "S" TO W-GRD-ACHOU.
       LE-GRADE-VIG-FIM.
           EXIT.
       PROPOE-FIM.
           EXIT.
           COPY VALRESP.

       ROT-FIM.
                CLOSE CADMED CADAGD CADAUS CADHOR CADESP CADFER
                             CADAGL CADIMP CADFIL CADPAC CADAVI
                IF W-FEC-DISPON = "S"
                     CLOSE CADFEC.
                DISPLAY (01, 01) ERASE
                EXIT PROGRAM.
       ROT-FIMP.
