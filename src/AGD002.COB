      * PASSA A AGENDAR POR CODIGO DE PACIENTE VALIDADO       *
      * CONTRA ESTE CADASTRO, EM VEZ DO NOME LIVRE DIGITADO,  *
      * E CARREGA O CONVENIO PARA A CONSULTA (AG-CONV).       *
      * TODA INCLUSAO, ALTERACAO OU EXCLUSAO GRAVA A IMAGEM   *
      * ANTES/DEPOIS DO CADASTRO NA TRILHA PACLOG COM O       *
      * OPERADOR IDENTIFICADO NO SMP009 (OPRCOM), LIDA NO     *
      * RELATORIO DIARIO AGD029.                              *
      * CADASTRO PROVISORIO ABERTO PELO PEDIDO DO PORTAL      *
      * (AGD039, PAC-PROVIS = P) E AVISADO NA LEITURA; A      *
      * ALTERACAO CONFIRMADA PELA RECEPCAO LIMPA A MARCA.     *
      * ACEITE DE CONTATO (PAC-CONTATO) - O PACIENTE QUE      *
      * RECUSA CONTATO FICA FORA DA PESQUISA DE SATISFACAO    *
      * (AGD046); A MUDANCA VAI PARA A TRILHA PACLOG.         *
      * RESPONSAVEL LEGAL (PAC-RESP) - OUTRO PACIENTE DO      *
      * CADPAC, MAIOR E SEM RESPONSAVEL PROPRIO, COM O        *
      * VINCULO; EXIGIDO NO AGENDAMENTO DO MENOR DE 18 ANOS.  *
      * RESPONSAVEL COM DEPENDENTE NAO E EXCLUIDO. A MUDANCA  *
      * VAI PARA A TRILHA PACLOG.                             *
      * DATA CRIACAO : 22/08/2026                             *
      ********************************************************
      *----------------------------------------------------------------
                    RECORD KEY   IS PAC-CODIGO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS PAC-NOME
                                                      WITH DUPLICATES
                    ALTERNATE RECORD KEY IS PAC-RESP
                                                      WITH DUPLICATES.
                    SELECT CADCON ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    SELECT CADPAR ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRPAR.
                    SELECT CADPLG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PG-CHAVE
                    FILE STATUS  IS ST-ERRO3.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPAR.DAT".
           COPY PARREG.
      *
      * TRILHA DE AUDITORIA DO CADASTRO DE PACIENTES - UM REGISTRO
      * POR INCLUSAO/ALTERACAO/EXCLUSAO GRAVADA (VIDE GRAVA-PLG)
      *
       FD CADPLG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PACLOG.DAT".
           COPY PLGREG.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-ERRPAR  PIC X(02) VALUE "00".
       01 W-ACT         PIC 9(02) VALUE ZEROS.
       01 ST-ERRO     PIC X(02) VALUE "00".
       01 ST-ERRO2   PIC X(02) VALUE "00".
       01 W-CON-DISPON  PIC X(01) VALUE "N".
       01 ST-ERRO3   PIC X(02) VALUE "00".
       01 W-PLG-OPER  PIC X(01) VALUE SPACES.
      *
      * IMAGEM DO CADASTRO COMO FOI LIDO (LER-ARQ), ANTES DA
      * ALTERACAO OU EXCLUSAO - VAI PARA O PG-ANTES DO PACLOG
      *
       01 W-PAC-ANT.
            03 W-NOME-ANT      PIC X(30) VALUE SPACES.
            03 W-DTNASC-ANT   PIC 9(08) VALUE ZEROS.
            03 W-FONE-ANT      PIC X(15) VALUE SPACES.
            03 W-CONV-ANT      PIC 9(03) VALUE ZEROS.
            03 W-CART-ANT      PIC X(15) VALUE SPACES.
            03 W-CONT-ANT      PIC X(01) VALUE SPACES.
            03 W-RESP-ANT      PIC 9(06) VALUE ZEROS.
            03 W-VINC-ANT      PIC X(01) VALUE SPACES.
       01 W-TXCONV    PIC X(30) VALUE SPACES.
      *
      * RESPONSAVEL LEGAL - NOME PARA A TELA E CONFERENCIAS FEITAS
      * COM O REGISTRO DO PACIENTE GUARDADO EM W-PAC-SALVA (O
      * RESPONSAVEL E OS DEPENDENTES SAO LIDOS NO PROPRIO CADPAC)
      *
       01 W-NOMERESP  PIC X(30) VALUE SPACES.
       01 W-RESP-ERRO PIC X(45) VALUE SPACES.
       01 W-TEM-DEPEND PIC X(01) VALUE SPACES.
       01 W-PAC-SALVA PIC X(86) VALUE SPACES.
       01 MENSAGEM.
            03 MENSAGEM1   PIC X(30) VALUE SPACES.
            03 CODIGO           PIC 9(02) VALUE ZEROS.
           COPY DTNASCWS.
           COPY RESPWS.
      *-----------------------------------------------------------------
      * OPERADOR IDENTIFICADO NO SMP009 - O CODIGO VAI PARA A TRILHA
      * DE AUDITORIA DO CADASTRO (PG-OPERADOR), COMO NO AGD001.
       LINKAGE SECTION.
           COPY OPRCOM.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  AGT002.
               VALUE  "     CONVENIO(0=PART):".
           05  LINE 16  COLUMN 01
               VALUE  "     CARTEIRINHA     :".
           05  LINE 18  COLUMN 01
               VALUE  "     ACEITA CONTATO  :".
           05  LINE 18  COLUMN 27
               VALUE  "(S/N - PESQUISA DE SATISFACAO)".
           05  LINE 20  COLUMN 01
               VALUE  "     RESPONSAVEL     :".
           05  LINE 21  COLUMN 01
               VALUE  "     VINCULO         :".
           05  LINE 21  COLUMN 27
               VALUE  "(M=MAE P=PAI T=TUTOR C=CURADOR O=OUTRO)".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TCODIGO
               LINE 16  COLUMN 24  PIC X(15)
               USING  PAC-CARTEIRA
               HIGHLIGHT.
           05  TCONTATO
               LINE 18  COLUMN 24  PIC X(01)
               USING  PAC-CONTATO
               HIGHLIGHT.
           05  TRESP
               LINE 20  COLUMN 24  PIC ZZZZZ9
               USING  PAC-RESP
               HIGHLIGHT.
           05  TNOMERESP
               LINE 20  COLUMN 32  PIC X(30)
               USING  W-NOMERESP
               HIGHLIGHT.
           05  TVINCULO
               LINE 21  COLUMN 24  PIC X(01)
               USING  PAC-VINCULO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING OPR-COM.
       INICIO.
      *------------[ ROTINA DE ABERTURA ARQUIVO ]------------------
       ABRIR-ARQ.
                     MOVE MENSAGEM  TO W-MENS
                     PERFORM ROT-MENS THRU ROT-MENS2
                     GO TO ROT-FIM.
           IF ST-ERRO2 = "00"
                MOVE "S" TO W-CON-DISPON
           ELSE
                MOVE "N" TO W-CON-DISPON.
       ABRIR-PLG.
           OPEN I-O CADPLG
           IF ST-ERRO3 NOT = "00"
                IF ST-ERRO3 = "30" OR ST-ERRO3 = "35"
                    OPEN OUTPUT CADPLG
                    CLOSE CADPLG
                    GO TO ABRIR-PLG
                ELSE
                     MOVE "ERRO NA ABERTURA DO PACLOG" TO MENSAGEM1
                     MOVE ST-ERRO3 TO CODIGO
                     MOVE MENSAGEM  TO W-MENS
                     PERFORM ROT-MENS THRU ROT-MENS2
                     GO TO ROT-FIM.
      *------------[ CARGA DOS PARAMETROS DE OPERACAO ]-------------
      * MESMA LOGICA DO LER-PARAMETROS DO SMP001 - SE O CADPAR NAO
      * EXISTE, VALE A DEMORA HISTORICA DE WORKING-STORAGE.
      *--------------------[ INICIALIAR VARIAVEIS ]-----------------
       ROT-INIC.
           MOVE 0 TO PAC-CODIGO DATANASC DIANASC MESNASC ANONASC
                           PAC-CONV PAC-RESP.
           MOVE SPACES TO PAC-NOME PAC-FONE PAC-CARTEIRA
                                PAC-PROVIS W-TXCONV W-SEL
                                PAC-VINCULO W-NOMERESP.
           MOVE "S" TO PAC-CONTATO.
      *--------------------[ VISUALIZAR TELA INICIAL ]-----------------
       R0.
           DISPLAY AGT002.
                READ CADPAC
                IF ST-ERRO NOT = "23"
                   IF ST-ERRO = "00"
                      MOVE PAC-NOME     TO W-NOME-ANT
                      MOVE DATANASC     TO W-DTNASC-ANT
                      MOVE PAC-FONE     TO W-FONE-ANT
                      MOVE PAC-CONV     TO W-CONV-ANT
                      MOVE PAC-CARTEIRA TO W-CART-ANT
                      MOVE PAC-CONTATO  TO W-CONT-ANT
                      PERFORM BUSCA-NOME-RESP THRU BUSCA-NOME-RESP-FIM
                      MOVE PAC-RESP     TO W-RESP-ANT
                      MOVE PAC-VINCULO  TO W-VINC-ANT
                      DISPLAY AGT002
                      GO TO LER-ARQ-ACHOU
                   ELSE
                      MOVE "ERRO NA LEITURA ARQ.PACIENTES"   TO W-MENS
                      PERFORM ROT-MENS THRU ROT-MENS2
                MOVE "PARTICULAR" TO W-TXCONV
                DISPLAY TTXCONV
                MOVE SPACES TO PAC-CARTEIRA
                GO TO R6A.
           IF W-CON-DISPON NOT = "S"
                MOVE "TABELA DE CONVENIOS NAO IMPLANTADA" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R5.
                MOVE "CARTEIRINHA OBRIGATORIA COM CONVENIO" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R6.
      *--------------------[ ACEITE DE CONTATO ]---------------------
      * CADASTRO ANTERIOR AO CAMPO (EM BRANCO) ABRE COMO "S" - SO O
      * "N" DECLARADO PELO PACIENTE TIRA ELE DA PESQUISA (AGD046).
       R6A.
           IF PAC-CONTATO NOT = "N"
                MOVE "S" TO PAC-CONTATO.
           ACCEPT TCONTATO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                IF PAC-CONV = ZEROS
                   GO TO R5
                ELSE
                   GO TO R6.
           IF PAC-CONTATO = "s"
                MOVE "S" TO PAC-CONTATO.
           IF PAC-CONTATO = "n"
                MOVE "N" TO PAC-CONTATO.
           IF PAC-CONTATO NOT = "S" AND "N"
                MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R6A.
      *--------------------[ RESPONSAVEL LEGAL ]---------------------
      * CODIGO DE OUTRO PACIENTE DO CADPAC (VIDE LE-RESP). ZEROS =
      * SEM RESPONSAVEL - O MENOR PODE SER CADASTRADO ASSIM ENQUANTO
      * O RESPONSAVEL NAO TEM CADASTRO, MAS SO AGENDA DEPOIS DE
      * LIGADO A UM (VALIDA-RESP DO AGD001).
       R6B.
           ACCEPT TRESP
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R6A.
           IF PAC-RESP NOT = ZEROS
                GO TO R6B-CONFERE.
           MOVE SPACES TO PAC-VINCULO W-NOMERESP
           DISPLAY TNOMERESP TVINCULO
           PERFORM CALCULA-MENOR THRU CALCULA-MENOR-FIM
           IF W-RSP-MENOR = "S"
                MOVE "MENOR SEM RESPONSAVEL - NAO PODERA AGENDAR"
                                                        TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2.
           GO TO R7.
       R6B-CONFERE.
           IF PAC-RESP = PAC-CODIGO
                MOVE "PACIENTE NAO PODE SER O PROPRIO RESPONSAVEL"
                                                        TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R6B.
           PERFORM LE-RESP THRU LE-RESP-FIM
           DISPLAY TNOMERESP
           IF W-RESP-ERRO NOT = SPACES
                MOVE W-RESP-ERRO TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R6B.
       R6C.
           ACCEPT TVINCULO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R6B.
           IF PAC-VINCULO = "m" MOVE "M" TO PAC-VINCULO.
           IF PAC-VINCULO = "p" MOVE "P" TO PAC-VINCULO.
           IF PAC-VINCULO = "t" MOVE "T" TO PAC-VINCULO.
           IF PAC-VINCULO = "c" MOVE "C" TO PAC-VINCULO.
           IF PAC-VINCULO = "o" MOVE "O" TO PAC-VINCULO.
           IF NOT PAC-VINC-VALIDO
                MOVE "VINCULO: M=MAE P=PAI T=TUTOR C=CURADOR O=OUTRO"
                                                        TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R6C.
       R7.
           IF W-SEL = "A"
                    GO TO ALT-OPC.
       INC-WR1.
                WRITE REGPAC
                IF ST-ERRO = "00" OR "02"
                      MOVE "I" TO W-PLG-OPER
                      PERFORM GRAVA-PLG THRU GRAVA-PLG-FIM
                      MOVE "** DADOS GRAVADOS COM SUCESSO **" TO W-MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-INIC.
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      * CADASTRO ACHADO - O PROVISORIO ABERTO PELO PORTAL (AGD039) E
      * AVISADO PARA A RECEPCAO CONFERIR E COMPLETAR OS DADOS.
       LER-ARQ-ACHOU.
                MOVE "*** PACIENTE JA CADASTRADO ***" TO W-MENS
                IF PAC-PROVISORIO
                     MOVE "CADASTRO PROVISORIO DO PORTAL - CONFIRA"
                                                        TO W-MENS.
                PERFORM ROT-MENS THRU ROT-MENS2.
       ACE-001.
                DISPLAY (23, 13)
                     "N=NOVO REGISTRO   A=ALTERAR   E=EXCLUIR"
                IF W-OPCAO  = "N"
                         GO TO ROT-INIC.
      *
      * RESPONSAVEL DE OUTRO PACIENTE NAO E EXCLUIDO - O DEPENDENTE
      * FICARIA LIGADO A UM CODIGO INEXISTENTE.
       EXC-OPC.
                PERFORM TEM-DEPENDENTE THRU TEM-DEPENDENTE-FIM
                IF W-TEM-DEPEND = "S"
                   MOVE "RESPONSAVEL POR DEPENDENTE - NAO EXCLUI"
                                                        TO W-MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-INIC.
       EXC-OPC-CONF.
                DISPLAY (23, 40) "EXCLUIR   (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO W-MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EXC-OPC-CONF.
       EXC-DL1.
                DELETE CADPAC RECORD
                IF ST-ERRO = "00"
                   MOVE "E" TO W-PLG-OPER
                   PERFORM GRAVA-PLG THRU GRAVA-PLG-FIM
                   MOVE "*** REGISTRO EXCLUIDO ***           " TO W-MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-INIC.
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO W-MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
      * A ALTERACAO FEITA NO BALCAO CONFIRMA O CADASTRO - O
      * PROVISORIO ABERTO PELO PORTAL DEIXA DE SER PROVISORIO.
       ALT-RW1.
                MOVE SPACES TO PAC-PROVIS
                REWRITE REGPAC
                IF ST-ERRO = "00" OR "02"
                   MOVE "A" TO W-PLG-OPER
                   PERFORM GRAVA-PLG THRU GRAVA-PLG-FIM
                   MOVE "*** REGISTRO ALTERADO ***         " TO W-MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-INIC.
                MOVE "ERRO NA ALTERACAO DO REGISTRO" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *--------------------[ GRAVACAO DA TRILHA PACLOG ]-------------
      * UM REGISTRO POR MOVIMENTO GRAVADO COM SUCESSO NO CADPAC, NA
      * CHAVE DATA+HORA+SEQ DO INSTANTE - O PG-SEQ E SOMADO ATE
      * ACHAR UMA CHAVE LIVRE, COMO O GRAVA-AGL-TENTA DO AGD001. NA
      * INCLUSAO NAO HA IMAGEM ANTERIOR; NA EXCLUSAO NAO HA IMAGEM
      * POSTERIOR.
       GRAVA-PLG.
                ACCEPT PG-DATA FROM DATE YYYYMMDD
                ACCEPT PG-HORA FROM TIME
                MOVE ZEROS TO PG-SEQ
                MOVE W-PLG-OPER TO PG-OPER
                MOVE OPC-CODIGO TO PG-OPERADOR
                MOVE PAC-CODIGO TO PG-PACCOD
                IF W-PLG-OPER = "I"
                     MOVE SPACES TO PG-NOME-ANT PG-FONE-ANT PG-CART-ANT
                                    PG-CONT-ANT PG-VINC-ANT
                     MOVE ZEROS  TO PG-DTNASC-ANT PG-CONV-ANT
                                    PG-RESP-ANT
                ELSE
                     MOVE W-NOME-ANT   TO PG-NOME-ANT
                     MOVE W-DTNASC-ANT TO PG-DTNASC-ANT
                     MOVE W-FONE-ANT   TO PG-FONE-ANT
                     MOVE W-CONV-ANT   TO PG-CONV-ANT
                     MOVE W-CART-ANT   TO PG-CART-ANT
                     MOVE W-CONT-ANT   TO PG-CONT-ANT
                     MOVE W-RESP-ANT   TO PG-RESP-ANT
                     MOVE W-VINC-ANT   TO PG-VINC-ANT.
                IF W-PLG-OPER = "E"
                     MOVE SPACES TO PG-NOME-NOVO PG-FONE-NOVO
                                    PG-CART-NOVO PG-CONT-NOVO
                                    PG-VINC-NOVO
                     MOVE ZEROS  TO PG-DTNASC-NOVO PG-CONV-NOVO
                                    PG-RESP-NOVO
                ELSE
                     MOVE PAC-NOME     TO PG-NOME-NOVO
                     MOVE DATANASC     TO PG-DTNASC-NOVO
                     MOVE PAC-FONE     TO PG-FONE-NOVO
                     MOVE PAC-CONV     TO PG-CONV-NOVO
                     MOVE PAC-CARTEIRA TO PG-CART-NOVO
                     MOVE PAC-CONTATO  TO PG-CONT-NOVO
                     MOVE PAC-RESP     TO PG-RESP-NOVO
                     MOVE PAC-VINCULO  TO PG-VINC-NOVO.
       GRAVA-PLG-TENTA.
                WRITE REGPLG
                IF ST-ERRO3 = "22"
                     IF PG-SEQ < 99
                          ADD 1 TO PG-SEQ
                          GO TO GRAVA-PLG-TENTA.
       GRAVA-PLG-FIM.
                EXIT.
      *--------------------[ CONFERENCIA DO RESPONSAVEL ]------------
      * O RESPONSAVEL DIGITADO TEM QUE EXISTIR NO CADPAC, NAO ESTAR
      * ANONIMIZADO (AGD028), SER MAIOR DE 18 ANOS E NAO TER
      * RESPONSAVEL PROPRIO; E O PACIENTE QUE JA RESPONDE POR
      * OUTROS NAO PODE GANHAR RESPONSAVEL (UM NIVEL SO). O NOME VAI
      * PARA A TELA E O REGISTRO DO PACIENTE VOLTA PARA O BUFFER.
      * W-RESP-ERRO EM BRANCO = RESPONSAVEL ACEITO.
       LE-RESP.
                MOVE SPACES TO W-RESP-ERRO W-NOMERESP
                PERFORM TEM-DEPENDENTE THRU TEM-DEPENDENTE-FIM
                IF W-TEM-DEPEND = "S"
                     MOVE "PACIENTE JA E RESPONSAVEL POR OUTRO"
                                                     TO W-RESP-ERRO
                     GO TO LE-RESP-FIM.
                MOVE REGPAC TO W-PAC-SALVA
                MOVE PAC-RESP TO PAC-CODIGO
                READ CADPAC
                     INVALID KEY
                          MOVE "RESPONSAVEL NAO CADASTRADO NO CADPAC"
                                                     TO W-RESP-ERRO
                          GO TO LE-RESP-VOLTA.
                MOVE PAC-NOME TO W-NOMERESP
                IF PAC-NOME = "ANONIMIZADO (LGPD)"
                     MOVE "RESPONSAVEL ANONIMIZADO - ESCOLHA OUTRO"
                                                     TO W-RESP-ERRO
                     GO TO LE-RESP-VOLTA.
                PERFORM CALCULA-MENOR THRU CALCULA-MENOR-FIM
                IF W-RSP-MENOR = "S"
                     MOVE "RESPONSAVEL TAMBEM E MENOR DE 18 ANOS"
                                                     TO W-RESP-ERRO
                     GO TO LE-RESP-VOLTA.
                IF PAC-RESP NUMERIC AND PAC-RESP NOT = ZEROS
                     MOVE "RESPONSAVEL TAMBEM TEM RESPONSAVEL"
                                                     TO W-RESP-ERRO.
       LE-RESP-VOLTA.
                MOVE W-PAC-SALVA TO REGPAC.
       LE-RESP-FIM.
                EXIT.
      *
      * NOME DO RESPONSAVEL PARA A TELA NA LEITURA DO CADASTRO.
      * CADASTRO ANTERIOR AO CAMPO (EM BRANCO) FICA SEM RESPONSAVEL.
       BUSCA-NOME-RESP.
                MOVE SPACES TO W-NOMERESP
                IF PAC-RESP NOT NUMERIC
                     MOVE ZEROS TO PAC-RESP
                     MOVE SPACES TO PAC-VINCULO.
                IF PAC-RESP = ZEROS
                     GO TO BUSCA-NOME-RESP-FIM.
                MOVE REGPAC TO W-PAC-SALVA
                MOVE PAC-RESP TO PAC-CODIGO
                READ CADPAC
                     INVALID KEY
                          MOVE "RESPONSAVEL NAO CADASTRADO" TO PAC-NOME.
                MOVE PAC-NOME TO W-NOMERESP
                MOVE W-PAC-SALVA TO REGPAC.
       BUSCA-NOME-RESP-FIM.
                EXIT.
      *
      * W-TEM-DEPEND = "S" QUANDO ALGUM PACIENTE TEM O DO BUFFER COMO
      * RESPONSAVEL - BASTA POSICIONAR NA CHAVE ALTERNADA PAC-RESP.
       TEM-DEPENDENTE.
                MOVE "N" TO W-TEM-DEPEND
                MOVE REGPAC TO W-PAC-SALVA
                MOVE PAC-CODIGO TO PAC-RESP
                START CADPAC KEY IS EQUAL TO PAC-RESP
                     INVALID KEY
                          GO TO TEM-DEPENDENTE-VOLTA.
                MOVE "S" TO W-TEM-DEPEND.
       TEM-DEPENDENTE-VOLTA.
                MOVE W-PAC-SALVA TO REGPAC.
       TEM-DEPENDENTE-FIM.
                EXIT.
      *--------------------[ ROTINA DE MENSAGEM ]--------------------
       ROT-MENS.
                MOVE ZEROS TO W-CONT.
       ROT-MENS-FIM.
                EXIT.
           COPY VALDTNASC.
           COPY VALRESP.

       ROT-FIM.
                IF W-CON-DISPON = "S"
                     CLOSE CADCON
                     MOVE "N" TO W-CON-DISPON.
                CLOSE CADPAC CADPLG
                DISPLAY (01, 01) ERASE
                EXIT PROGRAM.
