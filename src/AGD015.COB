      * USADO PELA RECEPCAO QUANDO O PACIENTE CONTESTA UMA    *
      * FALTA OU PERGUNTA QUANDO FOI A ULTIMA CONSULTA.       *
      * CHAMADA PELA OPCAO 20 DO MENU (SMP009).               *
      * LEITURA DIRETA DAS CONSULTAS DO PACIENTE - CADAGD     *
      * PELA CHAVE ALTERNADA AG-PACCOD E HISTORICO NO         *
      * AGDHIX.DAT (INDEXADO POR PACIENTE + DATA), SEM VARRER *
      * OS ARQUIVOS INTEIROS.                                 *
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
                    SELECT CADMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRM
                    FILE STATUS  IS ST-ERRO3.
                    SELECT AGDHIX ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS HX-CHAVE
                    FILE STATUS  IS ST-ERRO4.
      *
      *-----------------------------------------------------------------
               VALUE OF FILE-ID IS "CADMED.DAT".
           COPY REGMED.
      *
       FD AGDHIX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "AGDHIX.DAT".
           COPY HIXREG.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *
      * IMAGEM DA CONSULTA ARQUIVADA (HX-AGD) PARA LEITURA DOS CAMPOS.
      *
           COPY REGAGD REPLACING ==REGAGD== BY ==REGAGD-HIST==
                          LEADING ==AG== BY ==AGH==.
       01 ST-ERRO     PIC X(02) VALUE "00".
       01 ST-ERRO2   PIC X(02) VALUE "00".
       01 ST-ERRO3   PIC X(02) VALUE "00".
       01 ST-ERRO4   PIC X(02) VALUE "00".
       01 W-AGD-ABERTO  PIC X(01) VALUE "N".
       01 W-HIX-ABERTO  PIC X(01) VALUE "N".
       01 W-ACT         PIC 9(02) VALUE ZEROS.
       01 W-PAC-BUSCA  PIC 9(06) VALUE ZEROS.
       01 W-FIM-VARRE    PIC X(01) VALUE "N".
       01 W-TROCOU          PIC X(01) VALUE SPACES.
      *
      * AS CONSULTAS DO PACIENTE SAO CARREGADAS DO CADAGD E DO
      * AGDHIX (SEM ORDEM GARANTIDA ENTRE OS DOIS), ORDENADAS POR
      * DATA/HORA E EXIBIDAS DE TRAS PARA FRENTE (MAIS RECENTE
      * PRIMEIRO). COM MAIS DE 500 CONSULTAS A CARGA PARA E O
      * LIMITE E APONTADO NA TELA.
           DISPLAY (07, 05) "PACIENTE:"
           DISPLAY (07, 15) PAC-NOME.
      *--------------------[ CARGA DA AGENDA ONLINE ]-----------------
      * POSICIONA PELA CHAVE ALTERNADA AG-PACCOD E LE SOMENTE AS
      * CONSULTAS DO PACIENTE, PARANDO NA PRIMEIRA DE OUTRO CODIGO.
       CARREGA-AGD.
           MOVE ZEROS TO W-TOT-CONS
           MOVE "N" TO W-FIM-VARRE
           MOVE "N" TO W-AGD-ABERTO
           OPEN INPUT CADAGD
           IF ST-ERRO2 NOT = "00"
                MOVE "S" TO W-FIM-VARRE
                GO TO CARREGA-AGD-LOOP.
           MOVE "S" TO W-AGD-ABERTO
           MOVE W-PAC-BUSCA TO AG-PACCOD
           START CADAGD KEY IS EQUAL TO AG-PACCOD
                INVALID KEY
                     MOVE "S" TO W-FIM-VARRE.
       CARREGA-AGD-LOOP.
           IF W-FIM-VARRE = "S"
                GO TO CARREGA-AGD-FIM.
           READ CADAGD NEXT RECORD
                AT END MOVE "S" TO W-FIM-VARRE
                        GO TO CARREGA-AGD-LOOP.
           IF AG-PACCOD NOT = W-PAC-BUSCA
                MOVE "S" TO W-FIM-VARRE
                GO TO CARREGA-AGD-LOOP.
           IF W-TOT-CONS = W-TAB-MAX
                MOVE "S" TO W-FIM-VARRE
           MOVE NOME TO W-TAB-MED (W-TOT-CONS)
           GO TO CARREGA-AGD-LOOP.
       CARREGA-AGD-FIM.
           IF W-AGD-ABERTO = "S"
                CLOSE CADAGD
                MOVE "N" TO W-AGD-ABERTO.
      *--------------------[ CARGA DO HISTORICO ARQUIVADO ]-----------
      * SEM HISTORICO AINDA ARQUIVADO (PRIMEIROS MESES DE OPERACAO)
      * A CONSULTA SEGUE SOMENTE SOBRE O ONLINE.
      * O AGDHIX E POSICIONADO NA PRIMEIRA LINHA DO PACIENTE (DATA,
      * HORA E CRM ZERADOS) E LIDO ATE MUDAR O HX-PACCOD.
       CARREGA-HIST.
           MOVE "N" TO W-FIM-VARRE
           MOVE "N" TO W-HIX-ABERTO
           OPEN INPUT AGDHIX
           IF ST-ERRO4 NOT = "00"
                MOVE "S" TO W-FIM-VARRE
                GO TO CARREGA-HIST-LOOP.
           MOVE "S" TO W-HIX-ABERTO
           MOVE W-PAC-BUSCA TO HX-PACCOD
           MOVE ZEROS TO HX-DATA HX-HRCONS HX-CRM
           START AGDHIX KEY IS NOT LESS THAN HX-CHAVE
                INVALID KEY
                     MOVE "S" TO W-FIM-VARRE.
       CARREGA-HIST-LOOP.
           IF W-FIM-VARRE = "S"
                GO TO CARREGA-HIST-FIM.
           READ AGDHIX NEXT RECORD
                AT END MOVE "S" TO W-FIM-VARRE
                        GO TO CARREGA-HIST-LOOP.
           IF HX-PACCOD NOT = W-PAC-BUSCA
                MOVE "S" TO W-FIM-VARRE
                GO TO CARREGA-HIST-LOOP.
           MOVE HX-AGD TO REGAGD-HIST
           IF W-TOT-CONS = W-TAB-MAX
                MOVE "S" TO W-FIM-VARRE
                GO TO CARREGA-HIST-LOOP.
           MOVE NOME TO W-TAB-MED (W-TOT-CONS)
           GO TO CARREGA-HIST-LOOP.
       CARREGA-HIST-FIM.
           IF W-HIX-ABERTO = "S"
                CLOSE AGDHIX
                MOVE "N" TO W-HIX-ABERTO.
           IF W-TOT-CONS = ZEROS
                DISPLAY (23, 12) "NENHUMA CONSULTA PARA ESTE PACIENTE"
                GO TO R1.
      *--------------------[ ORDENACAO POR DATA/HORA ]----------------
      * A AGENDA ONLINE SAI NA ORDEM DE GRAVACAO (CHAVE ALTERNADA COM
      * DUPLICATAS) E O HISTORICO, CARREGADO DEPOIS, EM ORDEM DE DATA
      * - A TABELA E ORDENADA POR DATA+HORA (TROCAS
      * SUCESSIVAS ATE UMA PASSADA SEM TROCA) PARA A PAGINACAO
      * INVERSA MOSTRAR A MAIS RECENTE PRIMEIRO.
       ORDENA.
