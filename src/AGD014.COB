      * O DO CADASTRO SOBREVIVENTE, ELIMINANDO AS GRAFIAS     *
      * LIVRES. A CPD SO SUBMETE COM O PEDIDO ASSINADO PELO   *
      * SUPERVISOR (VIDE MRGPAC.JCL).                         *
      * AGENDA E HISTORICO LIDOS SOMENTE NAS LINHAS DO CODIGO *
      * DUPLICADO - CADAGD PELA CHAVE ALTERNADA AG-PACCOD E   *
      * AGDHIX.DAT (INDEXADO POR PACIENTE + DATA) REGRAVADO   *
      * SOB A CHAVE DO SOBREVIVENTE.                          *
      * DEPENDENTES DO DUPLICADO (PAC-RESP) PASSAM PARA O     *
      * SOBREVIVENTE, QUE HERDA O RESPONSAVEL LEGAL DO        *
      * DUPLICADO QUANDO NAO TEM O SEU.                       *
      * DATA CRIACAO : 02/09/2026                             *
      ********************************************************
      *----------------------------------------------------------------
                    RECORD KEY   IS PAC-CODIGO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS PAC-NOME
                                                      WITH DUPLICATES
                    ALTERNATE RECORD KEY IS PAC-RESP
                                                      WITH DUPLICATES.
                    SELECT CADAGD ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AG-CHAVE
                    FILE STATUS  IS ST-ERRO2
                    ALTERNATE RECORD KEY IS AG-PACCOD
                                                      WITH DUPLICATES.
                    SELECT CADFIL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FL-CHAVE
                    FILE STATUS  IS ST-ERRO5.
                    SELECT AGDHIX ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS HX-CHAVE
                    FILE STATUS  IS ST-ERRO4.
      *
      *-----------------------------------------------------------------
               VALUE OF FILE-ID IS "CADFLE.DAT".
           COPY FLEREG.
      *
      * HISTORICO INDEXADO GRAVADO PELO ARQUIVAMENTO NOTURNO
      * (AGD011) - O CODIGO DO PACIENTE ABRE A CHAVE, ENTAO CADA LINHA
      * DO DUPLICADO E GRAVADA SOB A CHAVE DO SOBREVIVENTE E SO ENTAO
      * EXCLUIDA DA CHAVE ANTIGA.
      *
       FD AGDHIX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "AGDHIX.DAT".
           COPY HIXREG.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *
      * IMAGEM DA CONSULTA ARQUIVADA (HX-AGD) PARA O RECHAVEAMENTO.
      *
           COPY REGAGD REPLACING ==REGAGD== BY ==REGAGD-HIST==
                          LEADING ==AG== BY ==AGH==.
      *
       01 ST-ERRO     PIC X(02) VALUE "00".
       01 ST-ERRO2   PIC X(02) VALUE "00".
       01 ST-ERRO3   PIC X(02) VALUE "00".
       01 W-NOME-SOBREV  PIC X(30) VALUE SPACES.
       01 W-CONFIRMA       PIC X(01) VALUE SPACES.
       01 W-FIM-VARRE      PIC X(01) VALUE "N".
       01 W-HIX-CHAVE-ANT  PIC X(24) VALUE SPACES.
       01 W-TOT-AGD          PIC 9(06) VALUE ZEROS.
       01 W-TOT-FIL           PIC 9(06) VALUE ZEROS.
       01 W-TOT-FLE           PIC 9(06) VALUE ZEROS.
       01 W-TOT-HIST         PIC 9(06) VALUE ZEROS.
       01 W-TOT-DEP          PIC 9(06) VALUE ZEROS.
      *
      * RESPONSAVEL LEGAL (PAC-RESP/PAC-VINCULO) DOS DOIS CADASTROS
      *
       01 W-RESP-SOBREV    PIC 9(06) VALUE ZEROS.
       01 W-RESP-DUPLIC    PIC 9(06) VALUE ZEROS.
       01 W-VINC-DUPLIC    PIC X(01) VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                GOBACK.
      * SEM HISTORICO AINDA ARQUIVADO (PRIMEIROS MESES DE OPERACAO)
      * A FUSAO SEGUE SOMENTE SOBRE O ONLINE.
           OPEN I-O AGDHIX
           IF ST-ERRO4 NOT = "00" AND ST-ERRO4 NOT = "30"
              AND ST-ERRO4 NOT = "35"
                DISPLAY "ERRO NA ABERTURA DO AGDHIX - ST=" ST-ERRO4
                CLOSE CADPAC CADAGD CADFIL
                GOBACK.
      *--------------------[ CONFERENCIA DOS DOIS CADASTROS ]----------
                     PERFORM ROT-FIM THRU ROT-FIM-FIM
                     GOBACK.
           MOVE PAC-NOME TO W-NOME-SOBREV
           IF PAC-RESP NUMERIC
                MOVE PAC-RESP TO W-RESP-SOBREV.
           MOVE W-PAC-DUPLIC TO PAC-CODIGO
           READ CADPAC
                INVALID KEY
                     DISPLAY "DUPLICADO NAO EXISTE - ABORTADO"
                     PERFORM ROT-FIM THRU ROT-FIM-FIM
                     GOBACK.
           IF PAC-RESP NUMERIC
                MOVE PAC-RESP TO W-RESP-DUPLIC
                MOVE PAC-VINCULO TO W-VINC-DUPLIC.
      *--------------------[ RECHAVEACAO DA AGENDA ]--------------------
      * AG-PACCOD E A CHAVE ALTERNADA - A REGRAVACAO TIRA A CONSULTA
      * DO CODIGO DUPLICADO, ENTAO CADA VOLTA REPOSICIONA NA PRIMEIRA
      * CONSULTA QUE AINDA RESTA SOB ELE. UMA FALHA DE REGRAVACAO
      * ENCERRA A ETAPA (A CONSULTA CONTINUARIA SENDO A PRIMEIRA).
       REKEY-AGENDA.
           MOVE W-PAC-DUPLIC TO AG-PACCOD
           START CADAGD KEY IS EQUAL TO AG-PACCOD
                INVALID KEY
                     GO TO REKEY-FILA.
           READ CADAGD NEXT RECORD
                AT END GO TO REKEY-FILA.
           IF AG-PACCOD NOT = W-PAC-DUPLIC
                GO TO REKEY-FILA.
           MOVE W-PAC-SOBREV TO AG-PACCOD
           MOVE W-NOME-SOBREV TO AG-PACIENTE
           REWRITE REGAGD
           IF ST-ERRO2 NOT = "00"
                DISPLAY "ERRO AO REGRAVAR CONSULTA - ST=" ST-ERRO2
                GO TO REKEY-FILA.
           ADD 1 TO W-TOT-AGD
           GO TO REKEY-AGENDA.
      *--------------------[ RECHAVEACAO DA FILA DE ESPERA ]------------
       REKEY-FILA.
           MOVE "N" TO W-FIM-VARRE
           ADD 1 TO W-TOT-FLE
           GO TO REKEY-FLE-LOOP.
      *--------------------[ RECHAVEACAO DO HISTORICO ]-----------------
      * SO AS LINHAS DO DUPLICADO SAO LIDAS (A CHAVE COMECA PELO
      * PACIENTE). CADA UMA E GRAVADA SOB O SOBREVIVENTE ANTES DE SER
      * EXCLUIDA - SE A GRAVACAO FALHA, A LINHA FICA ONDE ESTAVA E A
      * LEITURA SEGUE A PARTIR DA CHAVE GUARDADA EM W-HIX-CHAVE-ANT.
       REKEY-HIST.
           IF ST-ERRO4 = "30" OR ST-ERRO4 = "35"
                GO TO REKEY-DEPEND.
           MOVE "N" TO W-FIM-VARRE
           MOVE W-PAC-DUPLIC TO HX-PACCOD
           MOVE ZEROS TO HX-DATA HX-HRCONS HX-CRM
           START AGDHIX KEY IS NOT LESS THAN HX-CHAVE
                INVALID KEY
                     MOVE "S" TO W-FIM-VARRE.
       REKEY-HIST-LOOP.
           IF W-FIM-VARRE = "S"
                GO TO REKEY-DEPEND.
           READ AGDHIX NEXT RECORD
                AT END MOVE "S" TO W-FIM-VARRE
                        GO TO REKEY-HIST-LOOP.
           IF HX-PACCOD NOT = W-PAC-DUPLIC
                MOVE "S" TO W-FIM-VARRE
                GO TO REKEY-HIST-LOOP.
           MOVE HX-CHAVE TO W-HIX-CHAVE-ANT
           MOVE HX-AGD TO REGAGD-HIST
           MOVE W-PAC-SOBREV TO AGH-PACCOD HX-PACCOD
           MOVE W-NOME-SOBREV TO AGH-PACIENTE
           MOVE REGAGD-HIST TO HX-AGD
           WRITE REGHIX
           IF ST-ERRO4 NOT = "00"
                DISPLAY "ERRO AO GRAVAR HISTORICO - ST=" ST-ERRO4
                GO TO REKEY-HIST-PROX.
           MOVE W-HIX-CHAVE-ANT TO HX-CHAVE
           DELETE AGDHIX RECORD
           IF ST-ERRO4 NOT = "00"
                DISPLAY "ERRO AO EXCLUIR HISTORICO - ST=" ST-ERRO4
                GO TO REKEY-HIST-PROX.
           ADD 1 TO W-TOT-HIST.
       REKEY-HIST-PROX.
           MOVE W-HIX-CHAVE-ANT TO HX-CHAVE
           START AGDHIX KEY IS GREATER THAN HX-CHAVE
                INVALID KEY
                     MOVE "S" TO W-FIM-VARRE.
           GO TO REKEY-HIST-LOOP.
      *--------------------[ DEPENDENTES DO DUPLICADO ]----------------
      * PACIENTES QUE TEM O DUPLICADO COMO RESPONSAVEL LEGAL PASSAM
      * PARA O SOBREVIVENTE. PAC-RESP E A CHAVE ALTERNADA - CADA
      * VOLTA REPOSICIONA NO PRIMEIRO QUE AINDA RESTA SOB O DUPLICADO,
      * COMO NO REKEY-AGENDA. O PROPRIO SOBREVIVENTE, SE ERA
      * DEPENDENTE DO DUPLICADO, FICA SEM RESPONSAVEL.
       REKEY-DEPEND.
           MOVE W-PAC-DUPLIC TO PAC-RESP
           START CADPAC KEY IS EQUAL TO PAC-RESP
                INVALID KEY
                     GO TO HERDA-RESP.
           READ CADPAC NEXT RECORD
                AT END GO TO HERDA-RESP.
           IF PAC-RESP NOT = W-PAC-DUPLIC
                GO TO HERDA-RESP.
           IF PAC-CODIGO = W-PAC-SOBREV
                MOVE ZEROS TO PAC-RESP W-RESP-SOBREV
                MOVE SPACES TO PAC-VINCULO
           ELSE
                MOVE W-PAC-SOBREV TO PAC-RESP.
           REWRITE REGPAC
           IF ST-ERRO NOT = "00"
                DISPLAY "ERRO AO REGRAVAR DEPENDENTE - ST=" ST-ERRO
                GO TO HERDA-RESP.
           ADD 1 TO W-TOT-DEP
           GO TO REKEY-DEPEND.
      *
      * O SOBREVIVENTE SEM RESPONSAVEL HERDA O DO DUPLICADO - SALVO
      * SE JA RESPONDE POR OUTROS PACIENTES (UM NIVEL SO, COMO NO
      * AGD002). SOBREVIVENTE COM RESPONSAVEL QUE RECEBEU OS
      * DEPENDENTES DO DUPLICADO E APONTADO PARA CONFERENCIA.
       HERDA-RESP.
           IF W-TOT-DEP NOT = ZEROS AND W-RESP-SOBREV NOT = ZEROS
                DISPLAY "SOBREVIVENTE COM RESPONSAVEL E DEPENDENTES - "
                        "CONFERIR NO CADASTRO (AGD002)".
           IF W-RESP-DUPLIC = ZEROS OR W-RESP-SOBREV NOT = ZEROS
              OR W-RESP-DUPLIC = W-PAC-SOBREV
                GO TO BAIXA-DUPLICADO.
           MOVE W-PAC-SOBREV TO PAC-RESP
           START CADPAC KEY IS EQUAL TO PAC-RESP
                INVALID KEY
                     GO TO HERDA-RESP-GRAVA.
           DISPLAY "SOBREVIVENTE TEM DEPENDENTES - RESPONSAVEL DO "
                   "DUPLICADO NAO HERDADO"
           GO TO BAIXA-DUPLICADO.
       HERDA-RESP-GRAVA.
           MOVE W-PAC-SOBREV TO PAC-CODIGO
           READ CADPAC
                INVALID KEY
                     GO TO BAIXA-DUPLICADO.
           MOVE W-RESP-DUPLIC TO PAC-RESP
           MOVE W-VINC-DUPLIC TO PAC-VINCULO
           REWRITE REGPAC
           IF ST-ERRO NOT = "00"
                DISPLAY "ERRO AO REGRAVAR SOBREVIVENTE - ST=" ST-ERRO
           ELSE
                DISPLAY "RESPONSAVEL DO DUPLICADO HERDADO : "
                        W-RESP-DUPLIC.
      *--------------------[ BAIXA DO CADASTRO DUPLICADO ]--------------
      * SO DEPOIS DE TODO O RECHAVEAMENTO - SE ALGUMA REGRAVACAO
      * FALHOU ACIMA, O CADASTRO DUPLICADO CONTINUA NO ARQUIVO E A
           DISPLAY "CONSULTAS RECHAVEADAS (CADAGD) : " W-TOT-AGD
           DISPLAY "FILA RECHAVEADA (CADFIL)        : " W-TOT-FIL
           DISPLAY "FILA P/ESPEC RECHAV. (CADFLE)  : " W-TOT-FLE
           DISPLAY "HISTORICO RECHAVEADO (AGDHIX)  : " W-TOT-HIST
           DISPLAY "DEPENDENTES RECHAV. (CADPAC)   : " W-TOT-DEP
           IF ST-ERRO5 NOT = "30" AND ST-ERRO5 NOT = "35"
                CLOSE CADFLE.
           IF ST-ERRO4 = "30" OR ST-ERRO4 = "35"
                CLOSE CADPAC CADAGD CADFIL
           ELSE
                CLOSE CADPAC CADAGD CADFIL AGDHIX.
       ROT-FIM-FIM.
           EXIT.
