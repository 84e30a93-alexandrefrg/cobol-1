      * (PASSO BKP015, DENTRO DA JANELA DE QUIESCE). A        *
      * RESTAURACAO E FEITA PELO SMP025, COMO O SMP011 FAZ    *
      * PARA O CADMED.                                        *
      * INCLUIDO O HISTORICO INDEXADO AGDHIX.                 *
      * DATA CRIACAO : 02/09/2026                             *
      ********************************************************
      *----------------------------------------------------------------
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS AG-CHAVE
                    FILE STATUS  IS ST-ENT
                    ALTERNATE RECORD KEY IS AG-PACCOD
                                                      WITH DUPLICATES.
                    SELECT BKPAGD ASSIGN TO W-NOME-BKP
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-SAI.
                    RECORD KEY   IS PAC-CODIGO
                    FILE STATUS  IS ST-ENT
                    ALTERNATE RECORD KEY IS PAC-NOME
                                                      WITH DUPLICATES
                    ALTERNATE RECORD KEY IS PAC-RESP
                                                      WITH DUPLICATES.
                    SELECT BKPPAC ASSIGN TO W-NOME-BKP
                    ORGANIZATION IS SEQUENTIAL
                    SELECT BKPRUN ASSIGN TO W-NOME-BKP
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-SAI.
                    SELECT AGDHIX ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS HX-CHAVE
                    FILE STATUS  IS ST-ENT.
                    SELECT BKPHIX ASSIGN TO W-NOME-BKP
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-SAI.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
           COPY ESPREG REPLACING ==REGESP== BY ==REGESP-BKP==
                          ==EESPEC== BY ==BESPEC==
                          ==ETXESPEC== BY ==BTXESPEC==
                          ==E-DURACAO== BY ==B-DURACAO==
                          ==E-EXIGE-CID== BY ==B-EXIGE-CID==
                          ==E-CID-OBRIGAT== BY ==B-CID-OBRIGAT==.
      *
       FD CADOPR
               LABEL RECORD IS STANDARD
               LABEL RECORD IS STANDARD.
           COPY RUNREG REPLACING ==REGRUN== BY ==REGRUN-BKP==
                          LEADING ==RN== BY ==BRN==.
      *
       FD AGDHIX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "AGDHIX.DAT".
           COPY HIXREG.
       FD BKPHIX
               LABEL RECORD IS STANDARD.
           COPY HIXREG REPLACING ==REGHIX== BY ==REGHIX-BKP==
                          LEADING ==HX== BY ==BHX==.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-ENT       PIC X(02) VALUE "00".
           OPEN INPUT CADRUN
           IF ST-ENT NOT = "00"
                PERFORM AVISA-PULADO THRU AVISA-PULADO-FIM
                GO TO BKP-HIX.
           OPEN OUTPUT BKPRUN
           IF ST-SAI NOT = "00"
                PERFORM ERRO-SAIDA THRU ERRO-SAIDA-FIM
                CLOSE CADRUN
                GO TO BKP-HIX.
       BKP-RUN-LOOP.
           IF W-FIM-ARQ = "S"
                CLOSE CADRUN BKPRUN
                PERFORM CONFERE THRU CONFERE-FIM
                GO TO BKP-HIX.
           READ CADRUN NEXT RECORD
                AT END MOVE "S" TO W-FIM-ARQ
                        GO TO BKP-RUN-LOOP.
           IF ST-SAI = "00"
                ADD 1 TO W-TOT-COPIA.
           GO TO BKP-RUN-LOOP.
      *--------------------[ AGDHIX ]----------------------------------
       BKP-HIX.
           MOVE "AGDHIX" TO W-ARQ-ATUAL
           PERFORM MONTA-NOME THRU MONTA-NOME-FIM
           MOVE ZEROS TO W-TOT-LIDOS W-TOT-COPIA
           MOVE "N" TO W-FIM-ARQ
           OPEN INPUT AGDHIX
           IF ST-ENT NOT = "00"
                PERFORM AVISA-PULADO THRU AVISA-PULADO-FIM
                GO TO ROT-FIM.
           OPEN OUTPUT BKPHIX
           IF ST-SAI NOT = "00"
                PERFORM ERRO-SAIDA THRU ERRO-SAIDA-FIM
                CLOSE AGDHIX
                GO TO ROT-FIM.
       BKP-HIX-LOOP.
           IF W-FIM-ARQ = "S"
                CLOSE AGDHIX BKPHIX
                PERFORM CONFERE THRU CONFERE-FIM
                GO TO ROT-FIM.
           READ AGDHIX NEXT RECORD
                AT END MOVE "S" TO W-FIM-ARQ
                        GO TO BKP-HIX-LOOP.
           ADD 1 TO W-TOT-LIDOS
           WRITE REGHIX-BKP FROM REGHIX
           IF ST-SAI = "00"
                ADD 1 TO W-TOT-COPIA.
           GO TO BKP-HIX-LOOP.
       ROT-FIM.
           GOBACK.
      *--------------------[ MONTAGEM DO NOME DATADO ]------------------
