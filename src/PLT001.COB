      * E PROTECAO CONTRA ESCALAR O MESMO MEDICO EM DOIS      *
      * TURNOS AO MESMO TEMPO. F3 NO CAMPO DA DATA ABRE A     *
      * CONSULTA "QUEM ESTA DE PLANTAO AGORA".                *
      * A TROCA ENTRE MEDICOS E FEITA NO PLT007 (PEDIDO,      *
      * ACEITE E APROVACAO) - PLANTAO COM TROCA EM ABERTO NO  *
      * CADTRC NAO PODE SER ALTERADO NEM EXCLUIDO AQUI.       *
      * REGRAS DE FADIGA DO CADPAR (DESCANSO, MANHA APOS      *
      * NOITE, LIMITE NO MES, DIAS SEGUIDOS) CONFERIDAS AO    *
      * ESCALAR - SO O SUPERVISOR LIBERA PLANTAO QUE AS FERE, *
      * COM MOTIVO GRAVADO NO PROPRIO PLANTAO.                *
      * DATA CRIACAO : 22/08/2026                             *
      ********************************************************
      *----------------------------------------------------------------
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PL-CHAVE
                    FILE STATUS  IS ST-ERRO.
                    SELECT CADTRC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TC-CHAVE
                    FILE STATUS  IS ST-ERRO3.
                    SELECT CADPAR ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRPAR.
               VALUE OF FILE-ID IS "CADPLT.DAT".
           COPY PLTREG.
      *
      * PEDIDOS DE TROCA DE PLANTAO (PLT007) - SO CONSULTA, PARA
      * NAO MEXER EM PLANTAO COM TROCA EM ABERTO (VIDE TESTA-TROCA)
      *
       FD CADTRC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTRC.DAT".
           COPY TRCREG.
      *
      * PARAMETROS DE OPERACAO - A DEMORA DA MENSAGEM DA LINHA 23
      * VEM DO CADPAR MANTIDO PELO SMP017 (VIDE LER-PARAMETROS)
      *
       01 W-ACT         PIC 9(02) VALUE ZEROS.
       01 ST-ERRO     PIC X(02) VALUE "00".
       01 ST-ERRO2   PIC X(02) VALUE "00".
       01 ST-ERRO3   PIC X(02) VALUE "00".
       01 W-TROCA-ABERTA PIC X(01) VALUE "N".
       01 W-CADTRC-OK     PIC X(01) VALUE "N".
       01 W-NOME-MED  PIC X(30) VALUE SPACES.
       01 W-DATA-TELA.
            03 W-TELA-DIA PIC 99.
       01 W-RESTO100       PIC 9(02) VALUE ZEROS.
       01 W-RESTO400       PIC 9(03) VALUE ZEROS.
       01 W-QUOC-AUX      PIC 9(06) VALUE ZEROS.
       01 W-LIB-MOTIVO    PIC X(30) VALUE SPACES.
       01 W-LINHA-LIMPA   PIC X(70) VALUE SPACES.
       01 MENSAGEM.
            03 MENSAGEM1   PIC X(30) VALUE SPACES.
            03 CODIGO           PIC 9(02) VALUE ZEROS.
           COPY FADWS.
      *-----------------------------------------------------------------
      * OPERADOR IDENTIFICADO NO SMP009 - SO O SUPERVISOR LIBERA
      * PLANTAO QUE FERE REGRA DE FADIGA (VIDE LIB-OPC).
       LINKAGE SECTION.
           COPY OPRCOM.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  PLT001-TELA.
               USING  W-NOME-MED
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING OPR-COM.
       INICIO.
      *------------[ ROTINA DE ABERTURA ARQUIVO ]------------------
       ABRIR-MED.
                     MOVE MENSAGEM  TO W-MENS
                     PERFORM ROT-MENS THRU ROT-MENS2
                    GO TO ROT-FIM.
      * SEM O CADTRC (NENHUMA TROCA PEDIDA AINDA) NAO HA O QUE
      * CONFERIR - VIDE TESTA-TROCA.
       ABRIR-TRC.
           OPEN INPUT CADTRC
           IF ST-ERRO3 = "00"
                MOVE "S" TO W-CADTRC-OK.
      *------------[ CARGA DOS PARAMETROS DE OPERACAO ]-------------
      * MESMA LOGICA DO LER-PARAMETROS DO SMP001 - SE O CADPAR NAO
      * EXISTE, VALE A DEMORA HISTORICA DE WORKING-STORAGE.
                     CLOSE CADPAR
                     GO TO LER-PARAMETROS-FIM.
           MOVE PAR-MENS-DELAY TO W-MENS-DELAY
      * LIMITES DE FADIGA - CADPAR ANTIGO FICA COM O PADRAO DO FADWS
           IF PAR-PLT-DESCANSO NUMERIC
                MOVE PAR-PLT-DESCANSO TO W-FAD-DESCANSO.
           IF PAR-PLT-NOITE-MANHA = "S" OR PAR-PLT-NOITE-MANHA = "N"
                MOVE PAR-PLT-NOITE-MANHA TO W-FAD-NOITE-MANHA.
           IF PAR-PLT-MAX-MES NUMERIC
                MOVE PAR-PLT-MAX-MES TO W-FAD-MAX-MES.
           IF PAR-PLT-MAX-SEGUIDOS NUMERIC
                MOVE PAR-PLT-MAX-SEGUIDOS TO W-FAD-MAX-SEGUIDOS.
           CLOSE CADPAR.
       LER-PARAMETROS-FIM.
           EXIT.
           MOVE ZEROS TO PL-DATA PL-TURNO PL-ESPEC PL-CRM W-DATA-TELA
                               PL-CRM-SUBST.
           MOVE SPACES TO W-NOME-MED W-SEL PL-SITUACAO.
           MOVE SPACES TO PL-LIB-OPER PL-LIB-MOTIVO
           MOVE ZEROS TO PL-LIB-DATA.
      *--------------------[ VISUALIZAR TELA INICIAL ]-----------------
       R0.
           DISPLAY PLT001-TELA.
                      PERFORM ROT-MENS THRU ROT-MENS2.
      *--------------------[ DIGITAR O CRM DE COBERTURA ]------------
       R4.
           DISPLAY (15, 05) W-LINHA-LIMPA
           DISPLAY (17, 05) W-LINHA-LIMPA
           ACCEPT TCRM
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                MOVE "MEDICO JA ESCALADO NESTE DIA/TURNO" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R4.
      *--------------------[ REGRAS DE FADIGA ]----------------------
      * DESCANSO, MANHA APOS NOITE, LIMITE NO MES E DIAS SEGUIDOS DO
      * CADPAR. PLANTAO QUE FERE ALGUMA REGRA SO E GRAVADO COM A
      * LIBERACAO DO SUPERVISOR, QUE FICA NO PROPRIO REGISTRO.
           PERFORM VALIDA-FADIGA THRU VALIDA-FADIGA-FIM
           IF W-FAD-OK = "S"
                MOVE SPACES TO PL-LIB-OPER PL-LIB-MOTIVO
                MOVE ZEROS TO PL-LIB-DATA
                GO TO R4-FIM.
           DISPLAY (15, 05) "FADIGA: "
           DISPLAY (15, 13) W-FAD-MSG (1)
           IF OPC-PERM-SUPERV NOT = "S"
                MOVE "FERE REGRA DE FADIGA - SO SUPERVISOR LIBERA"
                                                        TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R4.
       LIB-OPC.
                MOVE "N" TO W-OPCAO
                DISPLAY (23, 40) "LIBERAR  (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                IF W-OPCAO = "N" OR "n"
                   GO TO R4.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO W-MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO LIB-OPC.
       LIB-MOTIVO.
                MOVE SPACES TO W-LIB-MOTIVO
                DISPLAY (17, 05) "MOTIVO DA LIBERACAO: "
                ACCEPT (17, 26) W-LIB-MOTIVO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                     GO TO R4.
                IF W-LIB-MOTIVO = SPACES
                   MOVE "MOTIVO DA LIBERACAO E OBRIGATORIO" TO W-MENS
                   PERFORM ROT-MENS THRU ROT-MENS2
                   GO TO LIB-MOTIVO.
                MOVE OPC-CODIGO TO PL-LIB-OPER
                ACCEPT PL-LIB-DATA FROM DATE YYYYMMDD
                MOVE W-LIB-MOTIVO TO PL-LIB-MOTIVO.
       R4-FIM.
           IF W-SEL = "A"
                    GO TO ALT-OPC.
       INC-OPC.
                                   AND W-OPCAO NOT = "E" GO TO ACE-001.
                MOVE SPACES TO W-MENS
                DISPLAY (23, 12) W-MENS
                MOVE "N" TO W-TROCA-ABERTA
                IF W-OPCAO = "A" OR W-OPCAO = "E"
                       PERFORM TESTA-TROCA THRU TESTA-TROCA-FIM.
                IF W-TROCA-ABERTA = "S"
                       MOVE "TROCA EM ABERTO - USE A TROCA DE PLANTAO"
                                                        TO W-MENS
                       PERFORM ROT-MENS THRU ROT-MENS-FIM
                       GO TO ROT-INIC.
                IF W-OPCAO = "A"
                       MOVE "A" TO W-SEL
                       GO TO R4.
                          MOVE NOME TO W-NOME-MED.
       MOSTRA-MEDICO-FIM.
                EXIT.
      *--------------------[ TROCA EM ABERTO NO PLANTAO ]------------
      * PEDIDO EM ABERTO (P OU A) NO CADTRC PARA A CHAVE DO PLANTAO - A
      * ESCALA SO MUDA PELA APROVACAO DO PLT007 ENQUANTO ELE EXISTIR.
       TESTA-TROCA.
                MOVE "N" TO W-TROCA-ABERTA
                IF W-CADTRC-OK NOT = "S"
                     GO TO TESTA-TROCA-FIM.
                MOVE PL-DATA TO TC-DATA
                MOVE PL-TURNO TO TC-TURNO
                MOVE PL-ESPEC TO TC-ESPEC
                MOVE ZEROS TO TC-SEQ
                START CADTRC KEY IS NOT LESS THAN TC-CHAVE
                     INVALID KEY
                          GO TO TESTA-TROCA-FIM.
       TESTA-TROCA-LOOP.
                READ CADTRC NEXT RECORD
                     AT END
                          GO TO TESTA-TROCA-FIM.
                IF TC-DATA NOT = PL-DATA OR TC-TURNO NOT = PL-TURNO
                   OR TC-ESPEC NOT = PL-ESPEC
                     GO TO TESTA-TROCA-FIM.
                IF TC-EM-ABERTO
                     MOVE "S" TO W-TROCA-ABERTA
                     GO TO TESTA-TROCA-FIM.
                GO TO TESTA-TROCA-LOOP.
       TESTA-TROCA-FIM.
                EXIT.
      *--------------------[ MEDICO EM DOIS TURNOS AO MESMO TEMPO ]---
      * VARRE OS REGISTROS DO MESMO DIA E TURNO (OUTRAS
      * ESPECIALIDADES) - O CRM REPETIDO DEVOLVE "D" EM W-FIM-VARRE.
           IF W-TELA-MES = 4 OR W-TELA-MES = 6 OR W-TELA-MES = 9
                                             OR W-TELA-MES = 11
                MOVE 30 TO W-ULTDIA.
           IF W-TELA-MES NOT = 2
                GO TO VALIDA-DATA-ESC-DIA.
           DIVIDE W-TELA-ANO BY 4 GIVING W-QUOC-AUX
                               REMAINDER W-RESTO4
           DIVIDE W-TELA-ANO BY 100 GIVING W-QUOC-AUX
                                 REMAINDER W-RESTO100
           DIVIDE W-TELA-ANO BY 400 GIVING W-QUOC-AUX
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
       VALIDA-DATA-ESC-DIA.
           IF W-TELA-DIA < 1 OR W-TELA-DIA > W-ULTDIA
                MOVE "N" TO W-DATA-OK.
       VALIDA-DATA-ESC-FIM.
       ROT-MENS-FIM.
                EXIT.

           COPY VALFADIGA.
      *
       ROT-FIM.
                CLOSE CADMED CADPLT
                IF W-CADTRC-OK = "S"
                     CLOSE CADTRC.
                DISPLAY (01, 01) ERASE
                EXIT PROGRAM.
       ROT-FIMP.
