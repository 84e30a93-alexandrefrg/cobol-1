      * ABERTO PELOS PROGRAMAS ONLINE (ST 94 NO TESTE DE      *
      * USO). UM ARQUIVO POR EXECUCAO - O NOME DO ARQUIVO E   *
      * A DATA DA COPIA VEM DA OPERACAO.                      *
      * INCLUIDO O HISTORICO INDEXADO AGDHIX; O CADAGD E      *
      * RECONSTRUIDO COM A CHAVE ALTERNADA AG-PACCOD.         *
      * DATA CRIACAO : 02/09/2026                             *
      ********************************************************
      *----------------------------------------------------------------
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS AG-CHAVE
                    FILE STATUS  IS ST-SAI
                    ALTERNATE RECORD KEY IS AG-PACCOD
                                                      WITH DUPLICATES.
                    SELECT BKPAGD ASSIGN TO W-NOME-BKP
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ENT.
                    RECORD KEY   IS PAC-CODIGO
                    FILE STATUS  IS ST-SAI
                    ALTERNATE RECORD KEY IS PAC-NOME
                                                      WITH DUPLICATES
                    ALTERNATE RECORD KEY IS PAC-RESP
                                                      WITH DUPLICATES.
                    SELECT BKPPAC ASSIGN TO W-NOME-BKP
                    ORGANIZATION IS SEQUENTIAL
                    SELECT BKPRUN ASSIGN TO W-NOME-BKP
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ENT.
                    SELECT AGDHIX ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS HX-CHAVE
                    FILE STATUS  IS ST-SAI.
                    SELECT BKPHIX ASSIGN TO W-NOME-BKP
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ENT.
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
           IF W-ARQ = "CADTPL" GO TO RST-TPL.
           IF W-ARQ = "CADRES" GO TO RST-RES.
           IF W-ARQ = "CADRUN" GO TO RST-RUN.
           IF W-ARQ = "AGDHIX" GO TO RST-HIX.
           DISPLAY "ARQUIVO DESCONHECIDO : " W-ARQ
           GOBACK.
      *--------------------[ CADAGD ]----------------------------------
           ELSE
                DISPLAY "ERRO NA GRAVACAO - ST=" ST-SAI.
           GO TO RST-RUN-LOOP.
      *--------------------[ AGDHIX ]----------------------------------
       RST-HIX.
           OPEN INPUT BKPHIX
           IF ST-ENT NOT = "00"
                GO TO ERRO-BKP.
           OPEN I-O AGDHIX
           IF ST-SAI = "94"
                GO TO ERRO-USO.
           IF ST-SAI = "00"
                CLOSE AGDHIX.
           OPEN OUTPUT AGDHIX
           IF ST-SAI NOT = "00"
                GO TO ERRO-RECRIA.
       RST-HIX-LOOP.
           IF W-FIM-BKP = "S"
                CLOSE BKPHIX AGDHIX
                GO TO ROT-FIM.
           READ BKPHIX
                AT END MOVE "S" TO W-FIM-BKP
                        GO TO RST-HIX-LOOP.
           ADD 1 TO W-TOT-LIDOS
           WRITE REGHIX FROM REGHIX-BKP
           IF ST-SAI = "00" OR "02"
                ADD 1 TO W-TOT-REST
           ELSE
                DISPLAY "ERRO NA GRAVACAO - ST=" ST-SAI.
           GO TO RST-HIX-LOOP.
      *--------------------[ ERROS COMUNS ]-----------------------------
       ERRO-BKP.
           DISPLAY "BACKUP NAO ENCONTRADO : " W-NOME-BKP
