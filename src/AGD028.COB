      *     E CARTEIRINHA) E O NOME NAS LINHAS DO AGDHIST,    *
      *     PRESERVANDO OS CAMPOS ESTATISTICOS QUE O AGD023   *
      *     USA (SITUACAO, DATAS, CRM, CODIGO)                *
      *   - APAGA DA TRILHA PACLOG OS MOVIMENTOS DOS          *
      *     PACIENTES ANONIMIZADOS (NOMES, TELEFONES E        *
      *     CARTEIRINHAS ANTERIORES FICARIAM LA)              *
      *   - EMITE RELATORIO DE CONTROLE COM A DISCIPLINA      *
      *     LIDOS = PROCESSADOS + MANTIDOS DO SMP014 E CAMPO  *
      *     DE VISTO DO ENCARREGADO DE DADOS                  *
      * RODAR UMA VEZ POR ANO (VIDE AGDLGPD.JCL), COM OS      *
      * ONLINES FORA DO AR.                                   *
      * PRESENCA NA AGENDA PELA CHAVE ALTERNADA AG-PACCOD E   *
      * REALIZADAS NO HORIZONTE LIDAS SO NAS LINHAS DO        *
      * PACIENTE NO AGDHIX.DAT (INDEXADO POR PACIENTE +       *
      * DATA), QUE E ANONIMIZADO JUNTO COM O CADASTRO - SEM   *
      * AS TABELAS DE COLETA DA AGENDA E DO HISTORICO.        *
      * RESPONSAVEL LEGAL DE PACIENTE DO CADPAC (PAC-RESP) E  *
      * PROTEGIDO COMO QUEM ESTA NAS FILAS; O DEPENDENTE      *
      * ANONIMIZADO PERDE O VINCULO.                          *
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
                    ACCESS MODE  IS SEQUENTIAL
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS FL-CHAVE
                    FILE STATUS  IS ST-ERRO4.
                    SELECT AGDHIX ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS HX-CHAVE
                    FILE STATUS  IS ST-ERRO5.
                    SELECT RELLGP ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO6.
                    SELECT CADPLG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS PG-CHAVE
                    FILE STATUS  IS ST-ERRO7.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
               VALUE OF FILE-ID IS "CADFLE.DAT".
           COPY FLEREG.
      *
       FD AGDHIX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "AGDHIX.DAT".
           COPY HIXREG.
      *
       FD RELLGP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELLGP.LST".
       01 LINHA-REL             PIC X(80).
      *
      * TRILHA DE AUDITORIA DO CADASTRO DE PACIENTES (AGD002) - GUARDA
      * AS IMAGENS ANTES/DEPOIS, LOGO TAMBEM PRECISA SER EXPURGADA
      *
       FD CADPLG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PACLOG.DAT".
           COPY PLGREG.
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
       01 ST-ERRO4   PIC X(02) VALUE "00".
       01 ST-ERRO5   PIC X(02) VALUE "00".
       01 ST-ERRO6   PIC X(02) VALUE "00".
       01 ST-ERRO7   PIC X(02) VALUE "00".
       01 W-FIM-ARQ      PIC X(01) VALUE "N".
       01 W-FIM-HIX      PIC X(01) VALUE "N".
       01 W-AGD-ABERTO  PIC X(01) VALUE "N".
       01 W-HIX-ABERTO  PIC X(01) VALUE "N".
       01 W-PAC-ABERTO  PIC X(01) VALUE "N".
       01 W-FIL-ABERTO  PIC X(01) VALUE "N".
       01 W-FLE-ABERTO  PIC X(01) VALUE "N".
      *
      * ESTOURO DE QUALQUER TABELA DE COLETA - COMO O EXPURGO E
      * IRREVERSIVEL, A EXECUCAO ABORTA SEM ANONIMIZAR NADA (VIDE
       01 W-TOT-ANON        PIC 9(06) VALUE ZEROS.
       01 W-TOT-CHEIA       PIC 9(06) VALUE ZEROS.
       01 W-TOT-SOMA        PIC 9(06) VALUE ZEROS.
       01 W-TOT-HANON      PIC 9(07) VALUE ZEROS.
       01 W-TOT-PLG         PIC 9(07) VALUE ZEROS.
      *
      * PACIENTES PROTEGIDOS - QUALQUER PRESENCA NAS FILAS DE ESPERA
      * OU COMO RESPONSAVEL LEGAL DE OUTRO PACIENTE (PAC-RESP)
      * IMPEDE O EXPURGO (A PRESENCA NA AGENDA ONLINE E TESTADA
      * DIRETO NO CADAGD PELA CHAVE ALTERNADA - VIDE TESTA-AGENDA)
      *
       01 W-QTD-PROT         PIC 9(04) VALUE ZEROS.
       01 W-TAB-PROT.
            03 W-TPRT-COD OCCURS 3000 TIMES PIC 9(06).
      *
      * PACIENTES ANONIMIZADOS NESTA EXECUCAO - USADOS NA PASSADA
      * FINAL SOBRE O PACLOG
      *
       01 W-QTD-ANON         PIC 9(04) VALUE ZEROS.
       01 W-TAB-ANON.
            03 FILLER  PIC X(32) VALUE "PACIENTES LIDOS             : ".
            03 LC-QTD           PIC ZZZ.ZZ9.
       01 LINHA-TOT2.
            03 FILLER  PIC X(32)
               VALUE "PROTEG. (AGENDA/FILAS/DEPEND.): ".
            03 LC-QTD2          PIC ZZZ.ZZ9.
       01 LINHA-TOT3.
            03 FILLER  PIC X(32) VALUE "COM REALIZADA NO HORIZONTE : ".
            03 FILLER  PIC X(32) VALUE "ANONIMIZADOS                : ".
            03 LC-QTD4          PIC ZZZ.ZZ9.
       01 LINHA-TOT5.
            03 FILLER  PIC X(32) VALUE "LINHAS DO AGDHIX ANONIMIZ. : ".
            03 LC-QTD5          PIC ZZZZ.ZZ9.
       01 LINHA-TOT7.
            03 FILLER  PIC X(32) VALUE "MOVIMENTOS PACLOG APAGADOS : ".
            03 LC-QTD7          PIC ZZZZ.ZZ9.
       01 LINHA-TOT6.
            03 FILLER  PIC X(32) VALUE "MANTIDOS (TABELA CHEIA)     : ".
            03 LC-QTD6          PIC ZZZ.ZZ9.
       PROCEDURE DIVISION.
       INICIO.
           PERFORM ABRIR-ARQ      THRU ABRIR-ARQ-FIM
           PERFORM COLETA-FIL    THRU COLETA-FIL-FIM
           PERFORM COLETA-FLE    THRU COLETA-FLE-FIM
           PERFORM COLETA-RESP   THRU COLETA-RESP-FIM
           IF W-OVERFLOW = "S"
                PERFORM ABORTA-EXPURGO THRU ABORTA-EXPURGO-FIM
           ELSE
                PERFORM EXPURGA-PAC  THRU EXPURGA-PAC-FIM
                PERFORM EXPURGA-PLG  THRU EXPURGA-PLG-FIM.
           PERFORM ROT-FIM         THRU ROT-FIM-FIM
           GOBACK.
      *--------------------[ ABERTURA E CORTE ]------------------------
           MOVE W-DATA-CORTE TO LT-CORTE
           WRITE LINHA-REL FROM LINHA-TITULO
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
      * SEM AGENDA OU SEM HISTORICO AINDA ARQUIVADO O EXPURGO SEGUE
      * SOBRE O QUE EXISTIR, COMO NAS COLETAS DAS FILAS.
           OPEN INPUT CADAGD
           IF ST-ERRO2 = "00"
                MOVE "S" TO W-AGD-ABERTO.
           OPEN I-O AGDHIX
           IF ST-ERRO5 = "00"
                MOVE "S" TO W-HIX-ABERTO.
       ABRIR-ARQ-FIM.
           EXIT.
      *--------------------[ PRESENCAS NA FILA POR MEDICO ]-------------
       COLETA-FIL.
           MOVE "N" TO W-FIM-ARQ
           MOVE "N" TO W-FIL-ABERTO
           OPEN INPUT CADFIL
           IF ST-ERRO3 NOT = "00"
                MOVE "S" TO W-FIM-ARQ
           ELSE
                MOVE "S" TO W-FIL-ABERTO.
       COLETA-FIL-LOOP.
           IF W-FIM-ARQ = "S"
                GO TO COLETA-FIL-FECHA.
           PERFORM GUARDA-PROT THRU GUARDA-PROT-FIM
           GO TO COLETA-FIL-LOOP.
       COLETA-FIL-FECHA.
           IF W-FIL-ABERTO = "S"
                CLOSE CADFIL
                MOVE "N" TO W-FIL-ABERTO.
       COLETA-FIL-FIM.
           EXIT.
      *--------------------[ PRESENCAS NA FILA POR ESPECIALIDADE ]------
       COLETA-FLE.
           MOVE "N" TO W-FIM-ARQ
           MOVE "N" TO W-FLE-ABERTO
           OPEN INPUT CADFLE
           IF ST-ERRO4 NOT = "00"
                MOVE "S" TO W-FIM-ARQ
           ELSE
                MOVE "S" TO W-FLE-ABERTO.
       COLETA-FLE-LOOP.
           IF W-FIM-ARQ = "S"
                GO TO COLETA-FLE-FECHA.
           PERFORM GUARDA-PROT THRU GUARDA-PROT-FIM
           GO TO COLETA-FLE-LOOP.
       COLETA-FLE-FECHA.
           IF W-FLE-ABERTO = "S"
                CLOSE CADFLE
                MOVE "N" TO W-FLE-ABERTO.
       COLETA-FLE-FIM.
           EXIT.
      *--------------------[ RESPONSAVEIS LEGAIS ]---------------------
      * O RESPONSAVEL DE UM DEPENDENTE AINDA IDENTIFICADO NAO PODE
      * SER ANONIMIZADO. O DEPENDENTE ANONIMIZADO NESTA MESMA
      * EXECUCAO PERDE O VINCULO, E O RESPONSAVEL FICA PARA O
      * PROXIMO EXPURGO.
       COLETA-RESP.
           MOVE "N" TO W-FIM-ARQ
           MOVE "N" TO W-PAC-ABERTO
           OPEN INPUT CADPAC
           IF ST-ERRO NOT = "00"
                MOVE "S" TO W-FIM-ARQ
           ELSE
                MOVE "S" TO W-PAC-ABERTO.
       COLETA-RESP-LOOP.
           IF W-FIM-ARQ = "S"
                GO TO COLETA-RESP-FECHA.
           READ CADPAC NEXT RECORD
                AT END MOVE "S" TO W-FIM-ARQ
                        GO TO COLETA-RESP-LOOP.
           IF PAC-NOME = "ANONIMIZADO (LGPD)"
                GO TO COLETA-RESP-LOOP.
           IF PAC-RESP NOT NUMERIC
                GO TO COLETA-RESP-LOOP.
           IF PAC-RESP = ZEROS
                GO TO COLETA-RESP-LOOP.
           MOVE PAC-RESP TO PAC-CODIGO
           PERFORM GUARDA-PROT THRU GUARDA-PROT-FIM
           GO TO COLETA-RESP-LOOP.
       COLETA-RESP-FECHA.
           IF W-PAC-ABERTO = "S"
                CLOSE CADPAC
                MOVE "N" TO W-PAC-ABERTO.
       COLETA-RESP-FIM.
           EXIT.
      *--------------------[ GUARDA PACIENTE PROTEGIDO ]----------------
       GUARDA-PROT.
           MOVE PAC-CODIGO TO W-TPRT-COD (W-QTD-PROT).
       GUARDA-PROT-FIM.
           EXIT.
      *--------------------[ EXPURGO DO CADASTRO ]----------------------
      * PACIENTE PROTEGIDO OU COM REALIZADA DENTRO DO HORIZONTE E
      * MANTIDO; OS DEMAIS SAO ANONIMIZADOS NO LUGAR (O CODIGO
                        GO TO EXPURGA-PAC-LOOP.
           ADD 1 TO W-TOT-PAC
           PERFORM TESTA-PROT THRU TESTA-PROT-FIM
           IF W-ACHOU = "S"
                ADD 1 TO W-TOT-PROT
                GO TO EXPURGA-PAC-LOOP.
           PERFORM TESTA-AGENDA THRU TESTA-AGENDA-FIM
           IF W-ACHOU = "S"
                ADD 1 TO W-TOT-PROT
                GO TO EXPURGA-PAC-LOOP.
           IF W-ACHOU = "S"
                ADD 1 TO W-TOT-RECENTE
                GO TO EXPURGA-PAC-LOOP.
      * SEM VAGA NA TABELA DE ANONIMIZADOS O PACLOG NAO TERIA COMO
      * SER ANONIMIZADO DEPOIS - O CADASTRO FICA INTACTO (CONTADO
      * COMO MANTIDO) E O PASSO DEVOLVE RC 8 PARA RERODAR COM A
      * TABELA REDIMENSIONADA, EM VEZ DE DEIXAR NOME IDENTIFICAVEL
                GO TO EXPURGA-PAC-LOOP.
           MOVE "ANONIMIZADO (LGPD)" TO PAC-NOME
           MOVE ZEROS TO DIANASC MESNASC ANONASC
           MOVE SPACES TO PAC-FONE PAC-CARTEIRA PAC-VINCULO
           MOVE ZEROS TO PAC-RESP
           REWRITE REGPAC
           IF ST-ERRO NOT = "00"
                DISPLAY "ERRO NA REGRAVACAO DO CADPAC - ST=" ST-ERRO
           ADD 1 TO W-TOT-ANON
           ADD 1 TO W-QTD-ANON
           MOVE PAC-CODIGO TO W-TANO-COD (W-QTD-ANON)
           PERFORM EXPURGA-HIST THRU EXPURGA-HIST-FIM
           GO TO EXPURGA-PAC-LOOP.
       EXPURGA-PAC-FIM.
           IF W-AGD-ABERTO = "S"
                CLOSE CADAGD.
           IF W-HIX-ABERTO = "S"
                CLOSE AGDHIX.
      *--------------------[ TABELA DE ANONIMIZADOS CHEIA ]-------------
       AVISA-ANON-CHEIA.
           IF W-ANON-CHEIA = "S"
           GO TO TESTA-PROT-LOOP.
       TESTA-PROT-FIM.
           EXIT.
      *--------------------[ PRESENCA NA AGENDA ONLINE? ]--------------
      * QUALQUER REGISTRO DO PACIENTE NO CADAGD (MESMO CANCELADO)
      * PROTEGE O CADASTRO - BASTA POSICIONAR NA CHAVE ALTERNADA.
       TESTA-AGENDA.
           MOVE "N" TO W-ACHOU
           IF W-AGD-ABERTO NOT = "S"
                GO TO TESTA-AGENDA-FIM.
           MOVE PAC-CODIGO TO AG-PACCOD
           START CADAGD KEY IS EQUAL TO AG-PACCOD
                INVALID KEY
                     GO TO TESTA-AGENDA-FIM.
           MOVE "S" TO W-ACHOU.
       TESTA-AGENDA-FIM.
           EXIT.
      *--------------------[ REALIZADA DENTRO DO HORIZONTE? ]-----------
      * O AGDHIX E POSICIONADO NA DATA DE CORTE DO PACIENTE - SO AS
      * LINHAS DENTRO DO HORIZONTE SAO LIDAS, ATE A PRIMEIRA REALIZADA
      * OU ATE MUDAR O HX-PACCOD. AS REALIZADAS AINDA NO CADAGD JA
      * PROTEGERAM O CADASTRO EM TESTA-AGENDA.
       TESTA-RECENTE.
           MOVE "N" TO W-ACHOU
           IF W-HIX-ABERTO NOT = "S"
                GO TO TESTA-RECENTE-FIM.
           MOVE PAC-CODIGO TO HX-PACCOD
           MOVE W-DATA-CORTE TO HX-DATA
           MOVE ZEROS TO HX-HRCONS HX-CRM
           START AGDHIX KEY IS NOT LESS THAN HX-CHAVE
                INVALID KEY
                     GO TO TESTA-RECENTE-FIM.
       TESTA-RECENTE-LOOP.
           READ AGDHIX NEXT RECORD
                AT END GO TO TESTA-RECENTE-FIM.
           IF HX-PACCOD NOT = PAC-CODIGO
                GO TO TESTA-RECENTE-FIM.
           MOVE HX-AGD TO REGAGD-HIST
           IF AGH-STATUS = "R"
                MOVE "S" TO W-ACHOU
                GO TO TESTA-RECENTE-FIM.
           GO TO TESTA-RECENTE-LOOP.
       TESTA-RECENTE-FIM.
           EXIT.
      *--------------------[ ANONIMIZACAO DO HISTORICO ]----------------
      * AS LINHAS DO AGDHIX DO PACIENTE RECEM-ANONIMIZADO PERDEM O
      * NOME (REGRAVACAO NO LUGAR - A CHAVE NAO MUDA); SITUACAO,
      * DATAS, CRM E CODIGO FICAM - SAO OS CAMPOS QUE O AGD023 USA.
       EXPURGA-HIST.
           IF W-HIX-ABERTO NOT = "S"
                GO TO EXPURGA-HIST-FIM.
           MOVE "N" TO W-FIM-HIX
           MOVE PAC-CODIGO TO HX-PACCOD
           MOVE ZEROS TO HX-DATA HX-HRCONS HX-CRM
           START AGDHIX KEY IS NOT LESS THAN HX-CHAVE
                INVALID KEY
                     MOVE "S" TO W-FIM-HIX.
       EXPURGA-HIST-LOOP.
           IF W-FIM-HIX = "S"
                GO TO EXPURGA-HIST-FIM.
           READ AGDHIX NEXT RECORD
                AT END MOVE "S" TO W-FIM-HIX
                        GO TO EXPURGA-HIST-LOOP.
           IF HX-PACCOD NOT = PAC-CODIGO
                MOVE "S" TO W-FIM-HIX
                GO TO EXPURGA-HIST-LOOP.
           MOVE HX-AGD TO REGAGD-HIST
           MOVE "ANONIMIZADO (LGPD)" TO AGH-PACIENTE
           MOVE REGAGD-HIST TO HX-AGD
           REWRITE REGHIX
           IF ST-ERRO5 = "00"
                ADD 1 TO W-TOT-HANON
           ELSE
                DISPLAY "ERRO NA REGRAVACAO DO AGDHIX - ST=" ST-ERRO5
                MOVE 8 TO RETURN-CODE.
           GO TO EXPURGA-HIST-LOOP.
       EXPURGA-HIST-FIM.
           EXIT.
      *--------------------[ EXPURGO DA TRILHA DO CADASTRO ]------------
      * OS MOVIMENTOS DO PACLOG DOS PACIENTES ANONIMIZADOS SAO
      * APAGADOS - A IMAGEM ANTES/DEPOIS REPETE O NOME, O NASCIMENTO,
      * O TELEFONE E A CARTEIRINHA QUE ACABARAM DE SER APAGADOS DO
      * CADASTRO. SEM PACLOG (NENHUMA MANUTENCAO GRAVADA AINDA) NAO
      * HA O QUE APAGAR.
       EXPURGA-PLG.
           IF W-QTD-ANON = ZEROS
                GO TO EXPURGA-PLG-FIM.
           MOVE "N" TO W-FIM-ARQ
           OPEN I-O CADPLG
           IF ST-ERRO7 NOT = "00"
                GO TO EXPURGA-PLG-FIM.
       EXPURGA-PLG-LOOP.
           IF W-FIM-ARQ = "S"
                CLOSE CADPLG
                GO TO EXPURGA-PLG-FIM.
           READ CADPLG NEXT RECORD
                AT END MOVE "S" TO W-FIM-ARQ
                        GO TO EXPURGA-PLG-LOOP.
           MOVE "N" TO W-ACHOU
           MOVE ZEROS TO W-IDX.
       EXPURGA-PLG-BUSCA.
           ADD 1 TO W-IDX
           IF W-IDX > W-QTD-ANON
                GO TO EXPURGA-PLG-TESTA.
           IF W-TANO-COD (W-IDX) = PG-PACCOD
                MOVE "S" TO W-ACHOU
                GO TO EXPURGA-PLG-TESTA.
           GO TO EXPURGA-PLG-BUSCA.
       EXPURGA-PLG-TESTA.
           IF W-ACHOU NOT = "S"
                GO TO EXPURGA-PLG-LOOP.
           DELETE CADPLG RECORD
           IF ST-ERRO7 = "00"
                ADD 1 TO W-TOT-PLG
           ELSE
                DISPLAY "ERRO NA EXCLUSAO DO PACLOG - ST=" ST-ERRO7
                MOVE 8 TO RETURN-CODE.
           GO TO EXPURGA-PLG-LOOP.
       EXPURGA-PLG-FIM.
           EXIT.
      *--------------------[ ABORTO POR ESTOURO DE TABELA ]-------------
      * NENHUM REGISTRO E TOCADO - O PASSO DEVOLVE RC 8 E A CPD
           WRITE LINHA-REL
           MOVE "*** NENHUM PACIENTE FOI ANONIMIZADO - RERODAR"
                                                 TO LINHA-REL
           WRITE LINHA-REL
           IF W-AGD-ABERTO = "S"
                CLOSE CADAGD.
           IF W-HIX-ABERTO = "S"
                CLOSE AGDHIX.
       ABORTA-EXPURGO-FIM.
           EXIT.
      *--------------------[ ENCERRAMENTO E CONTROLE ]------------------
           WRITE LINHA-REL FROM LINHA-TOT4
           MOVE W-TOT-HANON TO LC-QTD5
           WRITE LINHA-REL FROM LINHA-TOT5
           MOVE W-TOT-PLG TO LC-QTD7
           WRITE LINHA-REL FROM LINHA-TOT7
           IF W-ANON-CHEIA = "S"
                MOVE W-TOT-CHEIA TO LC-QTD6
                WRITE LINHA-REL FROM LINHA-TOT6.
           DISPLAY "ANONIMIZADOS            : " W-TOT-ANON
           DISPLAY "MANTIDOS (TAB. CHEIA)  : " W-TOT-CHEIA
           DISPLAY "LINHAS HIST. ANONIMIZ. : " W-TOT-HANON
           DISPLAY "MOVIMENTOS PACLOG APAG.: " W-TOT-PLG
           CLOSE RELLGP.
       ROT-FIM-FIM.
           EXIT.
