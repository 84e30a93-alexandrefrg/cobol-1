       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP044.
       AUTHOR. ANGELO LOTIERZO FILHO.
      ********************************************************
      * CONVERSAO DO CADASTRO DE PACIENTES PARA O RESPONSAVEL *
      * LEGAL:                                                *
      *   - COPIA O CADPAC PARA O CADPAC.NOVO NO LAYOUT ATUAL *
      *     DO PACREG, COM PAC-RESP EM ZEROS (SEM             *
      *     RESPONSAVEL) E PAC-VINCULO EM BRANCO, JA COM A    *
      *     CHAVE ALTERNADA PAC-RESP (COM DUPLICATAS) - O JOB *
      *     PACCONV TROCA O ARQUIVO EM SEGUIDA, COMO O        *
      *     HIXCONV FAZ COM O CADAGD                          *
      * TOTAL DE CONTROLE LIDOS = GRAVADOS; ERRO DE GRAVACAO  *
      * OU DIFERENCA DEVOLVE RC 8 E O PACCONV NAO TROCA O     *
      * CADPAC. RODAR UMA VEZ, COM OS ONLINES FORA DO AR,     *
      * ANTES DO PRIMEIRO USO DOS PROGRAMAS NOVOS.            *
      * DATA CRIACAO : 15/10/2026                             *
      ********************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
      * O CADPAC AINDA NO LAYOUT ANTIGO, SEM O RESPONSAVEL - UNICO
      * PROGRAMA QUE O DECLARA SO COM A CHAVE ALTERNADA DO NOME.
      *
                    SELECT CADPAC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS PAN-CODIGO
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS PAN-NOME
                                                      WITH DUPLICATES.
                    SELECT PACNOVO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS PNV-CODIGO
                    FILE STATUS  IS ST-ERRO2
                    ALTERNATE RECORD KEY IS PNV-NOME
                                                      WITH DUPLICATES
                    ALTERNATE RECORD KEY IS PNV-RESP
                                                      WITH DUPLICATES.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *
      * LAYOUT ANTIGO DO PACREG (79 POSICOES) - CODIGO E NOME PARA
      * AS CHAVES, O RESTO (NASCIMENTO ATE PAC-CONTATO) INALTERADO.
      *
       FD CADPAC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPAC.DAT".
       01  REGPAC-ANT.
            03 PAN-CODIGO    PIC 9(06).
            03 PAN-NOME     PIC X(30).
            03 FILLER       PIC X(43).
      *
       FD PACNOVO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPAC.NOVO".
           COPY PACREG REPLACING ==REGPAC== BY ==REGPAC-NOVO==
                          LEADING ==PAC== BY ==PNV==.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-ERRO     PIC X(02) VALUE "00".
       01 ST-ERRO2   PIC X(02) VALUE "00".
       01 W-FIM-CADPAC   PIC X(01) VALUE "N".
           88 FIM-CADPAC             VALUE "S".
       01 W-TOT-PAC-LID   PIC 9(06) VALUE ZEROS.
       01 W-TOT-PAC-GRV   PIC 9(06) VALUE ZEROS.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           PERFORM ABRIR-ARQ    THRU ABRIR-ARQ-FIM
           PERFORM COPIA-PAC    THRU COPIA-PAC-FIM
           PERFORM ROT-FIM        THRU ROT-FIM-FIM
           GOBACK.
      *--------------------[ ABERTURA DE ARQUIVOS ]--------------------
       ABRIR-ARQ.
           OPEN INPUT CADPAC
           IF ST-ERRO NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO CADPAC - ST=" ST-ERRO
                MOVE 8 TO RETURN-CODE
                GOBACK.
           OPEN OUTPUT PACNOVO
           IF ST-ERRO2 NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO CADPAC.NOVO - ST="
                                                          ST-ERRO2
                MOVE 8 TO RETURN-CODE
                GOBACK.
       ABRIR-ARQ-FIM.
           EXIT.
      *--------------------[ COPIA DO CADASTRO NO LAYOUT NOVO ]--------
      * O MOVE DE GRUPO PREENCHE AS 7 POSICOES NOVAS COM ESPACOS; O
      * RESPONSAVEL PRECISA DE ZEROS (PAC-RESP NUMERICO, CHAVE).
       COPIA-PAC.
           IF FIM-CADPAC
                GO TO COPIA-PAC-FIM.
           READ CADPAC
                AT END MOVE "S" TO W-FIM-CADPAC
                        GO TO COPIA-PAC.
           ADD 1 TO W-TOT-PAC-LID
           MOVE REGPAC-ANT TO REGPAC-NOVO
           MOVE ZEROS      TO PNV-RESP
           MOVE SPACES     TO PNV-VINCULO
           WRITE REGPAC-NOVO
           IF ST-ERRO2 NOT = "00"
                DISPLAY "ERRO NO CADPAC.NOVO - ST=" ST-ERRO2
                MOVE 8 TO RETURN-CODE
                MOVE "S" TO W-FIM-CADPAC
                GO TO COPIA-PAC.
           ADD 1 TO W-TOT-PAC-GRV
           GO TO COPIA-PAC.
       COPIA-PAC-FIM.
           EXIT.
      *--------------------[ ENCERRAMENTO E CONTROLE ]-----------------
       ROT-FIM.
           DISPLAY "PACIENTES LIDOS (CADPAC)      : " W-TOT-PAC-LID
           DISPLAY "PACIENTES COPIADOS (NOVO)     : " W-TOT-PAC-GRV
           IF W-TOT-PAC-GRV NOT = W-TOT-PAC-LID
                DISPLAY "*** CONTROLE NAO CONFERE - INVESTIGAR ***"
                MOVE 8 TO RETURN-CODE
           ELSE
                DISPLAY "CONTROLE CONFERE (LIDOS = GRAVADOS)".
           CLOSE CADPAC PACNOVO.
       ROT-FIM-FIM.
           EXIT.
