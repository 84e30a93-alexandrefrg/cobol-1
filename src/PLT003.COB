      * SOBRE HORAS DE PLANTAO ACABAM AQUI. PLANTAO FUTURO    *
      * NAO PODE SER CONFIRMADO. CHAMADO PELA OPCAO 23 DO     *
      * MENU (SMP009).                                        *
      * PLANTAO TROCADO PELO PLT007 MOSTRA A ULTIMA TROCA     *
      * APROVADA (QUEM CEDEU, QUEM ASSUMIU, QUEM APROVOU E     *
      * QUANDO) PARA CONFERENCIA ANTES DE CONFIRMAR.          *
      * DATA CRIACAO : 02/09/2026                             *
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
      * PEDIDOS DE TROCA DE PLANTAO (PLT007) - SO CONSULTA (VIDE
      * MOSTRA-TROCA)
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
       01 W-CADTRC-OK     PIC X(01) VALUE "N".
       01 W-ACHOU-TROCA  PIC X(01) VALUE "N".
       01 W-TRC-CHAVE     PIC X(13) VALUE SPACES.
       01 LINHA-TROCA.
            03 FILLER          PIC X(08) VALUE "TROCADO ".
            03 LT-CEDE          PIC ZZZ.ZZ9.
            03 FILLER          PIC X(06) VALUE " P/   ".
            03 LT-ASSUME        PIC ZZZ.ZZ9.
            03 FILLER          PIC X(14) VALUE " APROVADO POR ".
            03 LT-OPER          PIC X(08).
            03 FILLER          PIC X(04) VALUE " EM ".
            03 LT-DTDEC         PIC 9999.99.99.
       01 W-LINHA-LIMPA    PIC X(70) VALUE SPACES.
       01 W-NOME-MED  PIC X(30) VALUE SPACES.
       01 W-DATA-HOJE  PIC 9(08) VALUE ZEROS.
       01 W-DATA-TELA.
                MOVE MENSAGEM  TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO ROT-FIM.
      * SEM O CADTRC (NENHUMA TROCA PEDIDA AINDA) NAO HA TROCA A
      * MOSTRAR - VIDE MOSTRA-TROCA.
       ABRIR-TRC.
           OPEN INPUT CADTRC
           IF ST-ERRO3 = "00"
                MOVE "S" TO W-CADTRC-OK.
      *------------[ CARGA DOS PARAMETROS DE OPERACAO ]-------------
      * MESMA LOGICA DO LER-PARAMETROS DO SMP001 - SE O CADPAR NAO
      * EXISTE, VALE A DEMORA HISTORICA DE WORKING-STORAGE.
                NOT INVALID KEY
                     MOVE NOME TO W-NOME-MED.
           DISPLAY PLT003-TELA
           PERFORM MOSTRA-TROCA THRU MOSTRA-TROCA-FIM
           PERFORM TRADUZ-SIT THRU TRADUZ-SIT-FIM
           MOVE SPACES TO W-MENS
           STRING "SITUACAO ATUAL: " DELIMITED BY SIZE
                MOVE "ERRO NA GRAVACAO DA CONFIRMACAO" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *--------------------[ ULTIMA TROCA APROVADA DO PLANTAO ]------
      * O PL-CRM JA E O DE QUEM ASSUMIU - A LINHA 18 MOSTRA DE QUEM
      * ERA O PLANTAO E QUEM APROVOU, PARA A DISPUTA NAO VOLTAR NO
      * PAGAMENTO (PLT005).
       MOSTRA-TROCA.
           DISPLAY (18, 05) W-LINHA-LIMPA
           MOVE "N" TO W-ACHOU-TROCA
           IF W-CADTRC-OK NOT = "S"
                GO TO MOSTRA-TROCA-FIM.
           MOVE PL-DATA TO TC-DATA
           MOVE PL-TURNO TO TC-TURNO
           MOVE PL-ESPEC TO TC-ESPEC
           MOVE ZEROS TO TC-SEQ
           START CADTRC KEY IS NOT LESS THAN TC-CHAVE
                INVALID KEY
                     GO TO MOSTRA-TROCA-FIM.
       MOSTRA-TROCA-LOOP.
           READ CADTRC NEXT RECORD
                AT END
                     GO TO MOSTRA-TROCA-EXIBE.
           IF TC-DATA NOT = PL-DATA OR TC-TURNO NOT = PL-TURNO
              OR TC-ESPEC NOT = PL-ESPEC
                GO TO MOSTRA-TROCA-EXIBE.
           IF TC-APROVADA
                MOVE "S" TO W-ACHOU-TROCA
                MOVE TC-CHAVE TO W-TRC-CHAVE.
           GO TO MOSTRA-TROCA-LOOP.
       MOSTRA-TROCA-EXIBE.
           IF W-ACHOU-TROCA NOT = "S"
                GO TO MOSTRA-TROCA-FIM.
           MOVE W-TRC-CHAVE TO TC-CHAVE
           READ CADTRC
           IF ST-ERRO3 NOT = "00"
                GO TO MOSTRA-TROCA-FIM.
           MOVE TC-CRM-CEDE TO LT-CEDE
           MOVE TC-CRM-ASSUME TO LT-ASSUME
           MOVE TC-OPER-DEC TO LT-OPER
           MOVE TC-DTDEC TO LT-DTDEC
           DISPLAY (18, 05) LINHA-TROCA.
       MOSTRA-TROCA-FIM.
           EXIT.
      *--------------------[ TRADUCAO DA SITUACAO ]------------------
       TRADUZ-SIT.
           IF PL-TRABALHADO      MOVE "TRABALHADO" TO W-TXSIT

       ROT-FIM.
                CLOSE CADMED CADPLT
                IF W-CADTRC-OK = "S"
                     CLOSE CADTRC.
                DISPLAY (01, 01) ERASE
                EXIT PROGRAM.
       ROT-FIMP.
