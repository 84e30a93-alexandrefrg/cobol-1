       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP043.
       AUTHOR. ANGELO LOTIERZO FILHO.
      ********************************************************
      * REORGANIZACAO SUPERVISIONADA DE UM ARQUIVO INDEXADO   *
      * DA SUITE - DESCARREGA O ARQUIVO EM ORDEM DE CHAVE     *
      * PARA <ARQUIVO>.DES, RECARREGA EM <ARQUIVO>.NOVO COM   *
      * AS MESMAS CHAVES DECLARADAS NOS PROGRAMAS DE          *
      * MANUTENCAO (INCLUSIVE AS ALTERNADAS COM DUPLICATAS) E *
      * RELE O ARQUIVO NOVO. SO LIBERA A TROCA (JOB REORG,    *
      * PASSO IDCAMS) SE LIDOS = DESCARREGADOS = CARREGADOS = *
      * RELIDOS; QUALQUER DIFERENCA DEVOLVE RC 8 E O ARQUIVO  *
      * ORIGINAL PERMANECE INTACTO. RECUSA A EXECUCAO SE O    *
      * ARQUIVO AINDA ESTIVER ABERTO PELOS PROGRAMAS ONLINE   *
      * (ST 94 NA ABERTURA, COMO NO SMP025), E SEGURA O       *
      * ARQUIVO ABERTO ATE O FIM DA CONFERENCIA. COBRE OS     *
      * MESMOS ARQUIVOS DA COPIA NOTURNA (SMP024/SMP025). COM *
      * O CONTROLE FECHADO, REINICIA NO CADEST O PICO DE      *
      * REGISTROS DO ARQUIVO (SMP041/SMP042). O NOME DO       *
      * ARQUIVO E A CONFIRMACAO VEM DO SYSIN.                 *
      * DATA CRIACAO : 15/10/2026                             *
      ********************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                    SELECT CADAGD ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS AG-CHAVE
                    FILE STATUS  IS ST-ARQ
                    ALTERNATE RECORD KEY IS AG-PACCOD
                                                      WITH DUPLICATES.
                    SELECT DESAGD ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-DES.
                    SELECT NOVAGD ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS NAG-CHAVE
                    FILE STATUS  IS ST-NOV
                    ALTERNATE RECORD KEY IS NAG-PACCOD
                                                      WITH DUPLICATES.
                    SELECT CADPAC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS PAC-CODIGO
                    FILE STATUS  IS ST-ARQ
                    ALTERNATE RECORD KEY IS PAC-NOME
                                                      WITH DUPLICATES
                    ALTERNATE RECORD KEY IS PAC-RESP
                                                      WITH DUPLICATES.
                    SELECT DESPAC ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-DES.
                    SELECT NOVPAC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS NPC-CODIGO
                    FILE STATUS  IS ST-NOV
                    ALTERNATE RECORD KEY IS NPC-NOME
                                                      WITH DUPLICATES
                    ALTERNATE RECORD KEY IS NPC-RESP
                                                      WITH DUPLICATES.
                    SELECT CADHOR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS HR-CHAVE
                    FILE STATUS  IS ST-ARQ.
                    SELECT DESHOR ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-DES.
                    SELECT NOVHOR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS NHR-CHAVE
                    FILE STATUS  IS ST-NOV.
                    SELECT CADAUS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS AU-CHAVE
                    FILE STATUS  IS ST-ARQ.
                    SELECT DESAUS ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-DES.
                    SELECT NOVAUS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS NAU-CHAVE
                    FILE STATUS  IS ST-NOV.
                    SELECT CADFER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS FE-DATA
                    FILE STATUS  IS ST-ARQ.
                    SELECT DESFER ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-DES.
                    SELECT NOVFER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS NFE-DATA
                    FILE STATUS  IS ST-NOV.
                    SELECT CADFIL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS FI-CHAVE
                    FILE STATUS  IS ST-ARQ.
                    SELECT DESFIL ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-DES.
                    SELECT NOVFIL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS NFI-CHAVE
                    FILE STATUS  IS ST-NOV.
                    SELECT CADFLE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS FL-CHAVE
                    FILE STATUS  IS ST-ARQ.
                    SELECT DESFLE ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-DES.
                    SELECT NOVFLE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS NFL-CHAVE
                    FILE STATUS  IS ST-NOV.
                    SELECT CADSAL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS SA-CODIGO
                    FILE STATUS  IS ST-ARQ.
                    SELECT DESSAL ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-DES.
                    SELECT NOVSAL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS NSA-CODIGO
                    FILE STATUS  IS ST-NOV.
                    SELECT CADPLT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS PL-CHAVE
                    FILE STATUS  IS ST-ARQ.
                    SELECT DESPLT ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-DES.
                    SELECT NOVPLT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS NPL-CHAVE
                    FILE STATUS  IS ST-NOV.
                    SELECT CADTAR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS TA-CHAVE
                    FILE STATUS  IS ST-ARQ.
                    SELECT DESTAR ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-DES.
                    SELECT NOVTAR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS NTA-CHAVE
                    FILE STATUS  IS ST-NOV.
                    SELECT CADESP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS EESPEC
                    FILE STATUS  IS ST-ARQ.
                    SELECT DESESP ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-DES.
                    SELECT NOVESP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS NESPEC
                    FILE STATUS  IS ST-NOV.
                    SELECT CADOPR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS OP-CODIGO
                    FILE STATUS  IS ST-ARQ.
                    SELECT DESOPR ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-DES.
                    SELECT NOVOPR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS NOP-CODIGO
                    FILE STATUS  IS ST-NOV.
                    SELECT CADAGL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS AL-CHAVE
                    FILE STATUS  IS ST-ARQ.
                    SELECT DESAGL ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-DES.
                    SELECT NOVAGL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS NAL-CHAVE
                    FILE STATUS  IS ST-NOV.
                    SELECT CADCON ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS CV-CODIGO
                    FILE STATUS  IS ST-ARQ.
                    SELECT DESCON ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-DES.
                    SELECT NOVCON ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS NCV-CODIGO
                    FILE STATUS  IS ST-NOV.
                    SELECT CADTPL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS TP-CHAVE
                    FILE STATUS  IS ST-ARQ.
                    SELECT DESTPL ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-DES.
                    SELECT NOVTPL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS NTP-CHAVE
                    FILE STATUS  IS ST-NOV.
                    SELECT CADRES ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS RS-PACCOD
                    FILE STATUS  IS ST-ARQ.
                    SELECT DESRES ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-DES.
                    SELECT NOVRES ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS NRS-PACCOD
                    FILE STATUS  IS ST-NOV.
                    SELECT CADRUN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS RN-CHAVE
                    FILE STATUS  IS ST-ARQ.
                    SELECT DESRUN ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-DES.
                    SELECT NOVRUN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS NRN-CHAVE
                    FILE STATUS  IS ST-NOV.
                    SELECT AGDHIX ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS HX-CHAVE
                    FILE STATUS  IS ST-ARQ.
                    SELECT DESHIX ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-DES.
                    SELECT NOVHIX ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS NHX-CHAVE
                    FILE STATUS  IS ST-NOV.
                    SELECT CADEST ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ES-CHAVE
                    FILE STATUS  IS ST-EST.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADAGD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAGD.DAT".
           COPY REGAGD.
       FD DESAGD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAGD.DES".
           COPY REGAGD REPLACING ==REGAGD== BY ==REGAGD-DES==
                          LEADING ==AG== BY ==DAG==.
       FD NOVAGD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAGD.NOVO".
           COPY REGAGD REPLACING ==REGAGD== BY ==REGAGD-NOV==
                          LEADING ==AG== BY ==NAG==.
      *
       FD CADPAC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPAC.DAT".
           COPY PACREG.
       FD DESPAC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPAC.DES".
           COPY PACREG REPLACING ==REGPAC== BY ==REGPAC-DES==
                          LEADING ==PAC== BY ==DPC==.
       FD NOVPAC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPAC.NOVO".
           COPY PACREG REPLACING ==REGPAC== BY ==REGPAC-NOV==
                          LEADING ==PAC== BY ==NPC==.
      *
       FD CADHOR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADHOR.DAT".
           COPY HORREG.
       FD DESHOR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADHOR.DES".
           COPY HORREG REPLACING ==REGHOR== BY ==REGHOR-DES==
                          LEADING ==HR== BY ==DHR==.
       FD NOVHOR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADHOR.NOVO".
           COPY HORREG REPLACING ==REGHOR== BY ==REGHOR-NOV==
                          LEADING ==HR== BY ==NHR==.
      *
       FD CADAUS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAUS.DAT".
           COPY AUSREG.
       FD DESAUS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAUS.DES".
           COPY AUSREG REPLACING ==REGAUS== BY ==REGAUS-DES==
                          LEADING ==AU== BY ==DAU==.
       FD NOVAUS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAUS.NOVO".
           COPY AUSREG REPLACING ==REGAUS== BY ==REGAUS-NOV==
                          LEADING ==AU== BY ==NAU==.
      *
       FD CADFER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFER.DAT".
           COPY FERREG.
       FD DESFER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFER.DES".
           COPY FERREG REPLACING ==REGFER== BY ==REGFER-DES==
                          LEADING ==FE== BY ==DFE==.
       FD NOVFER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFER.NOVO".
           COPY FERREG REPLACING ==REGFER== BY ==REGFER-NOV==
                          LEADING ==FE== BY ==NFE==.
      *
       FD CADFIL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFIL.DAT".
           COPY FILREG.
       FD DESFIL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFIL.DES".
           COPY FILREG REPLACING ==REGFIL== BY ==REGFIL-DES==
                          LEADING ==FI== BY ==DFI==.
       FD NOVFIL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFIL.NOVO".
           COPY FILREG REPLACING ==REGFIL== BY ==REGFIL-NOV==
                          LEADING ==FI== BY ==NFI==.
      *
       FD CADFLE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFLE.DAT".
           COPY FLEREG.
       FD DESFLE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFLE.DES".
           COPY FLEREG REPLACING ==REGFLE== BY ==REGFLE-DES==
                          LEADING ==FL== BY ==DFL==.
       FD NOVFLE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFLE.NOVO".
           COPY FLEREG REPLACING ==REGFLE== BY ==REGFLE-NOV==
                          LEADING ==FL== BY ==NFL==.
      *
       FD CADSAL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADSAL.DAT".
           COPY SALREG.
       FD DESSAL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADSAL.DES".
           COPY SALREG REPLACING ==REGSAL== BY ==REGSAL-DES==
                          LEADING ==SA== BY ==DSA==.
       FD NOVSAL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADSAL.NOVO".
           COPY SALREG REPLACING ==REGSAL== BY ==REGSAL-NOV==
                          LEADING ==SA== BY ==NSA==.
      *
       FD CADPLT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPLT.DAT".
           COPY PLTREG.
       FD DESPLT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPLT.DES".
           COPY PLTREG REPLACING ==REGPLT== BY ==REGPLT-DES==
                          LEADING ==PL== BY ==DPL==.
       FD NOVPLT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPLT.NOVO".
           COPY PLTREG REPLACING ==REGPLT== BY ==REGPLT-NOV==
                          LEADING ==PL== BY ==NPL==.
      *
       FD CADTAR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTAR.DAT".
           COPY TARREG.
       FD DESTAR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTAR.DES".
           COPY TARREG REPLACING ==REGTAR== BY ==REGTAR-DES==
                          LEADING ==TA== BY ==DTA==.
       FD NOVTAR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTAR.NOVO".
           COPY TARREG REPLACING ==REGTAR== BY ==REGTAR-NOV==
                          LEADING ==TA== BY ==NTA==.
      *
       FD CADESP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADESP.DAT".
           COPY ESPREG.
       FD DESESP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADESP.DES".
           COPY ESPREG REPLACING ==REGESP== BY ==REGESP-DES==
                          ==EESPEC== BY ==DESPEC==
                          ==ETXESPEC== BY ==DTXESPEC==
                          ==E-DURACAO== BY ==D-DURACAO==
                          ==E-EXIGE-CID== BY ==D-EXIGE-CID==
                          ==E-CID-OBRIGAT== BY ==D-CID-OBRIGAT==.
       FD NOVESP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADESP.NOVO".
           COPY ESPREG REPLACING ==REGESP== BY ==REGESP-NOV==
                          ==EESPEC== BY ==NESPEC==
                          ==ETXESPEC== BY ==NTXESPEC==
                          ==E-DURACAO== BY ==N-DURACAO==
                          ==E-EXIGE-CID== BY ==N-EXIGE-CID==
                          ==E-CID-OBRIGAT== BY ==N-CID-OBRIGAT==.
      *
       FD CADOPR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADOPR.DAT".
           COPY OPRREG.
       FD DESOPR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADOPR.DES".
           COPY OPRREG REPLACING ==REGOPR== BY ==REGOPR-DES==
                          LEADING ==OP== BY ==DOP==.
       FD NOVOPR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADOPR.NOVO".
           COPY OPRREG REPLACING ==REGOPR== BY ==REGOPR-NOV==
                          LEADING ==OP== BY ==NOP==.
      *
       FD CADAGL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "AGDLOG.DAT".
           COPY AGLREG.
       FD DESAGL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "AGDLOG.DES".
           COPY AGLREG REPLACING ==REGAGL== BY ==REGAGL-DES==
                          LEADING ==AL== BY ==DAL==.
       FD NOVAGL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "AGDLOG.NOVO".
           COPY AGLREG REPLACING ==REGAGL== BY ==REGAGL-NOV==
                          LEADING ==AL== BY ==NAL==.
      *
       FD CADCON
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCON.DAT".
           COPY CONREG.
       FD DESCON
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCON.DES".
           COPY CONREG REPLACING ==REGCON== BY ==REGCON-DES==
                          LEADING ==CV== BY ==DCV==.
       FD NOVCON
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCON.NOVO".
           COPY CONREG REPLACING ==REGCON== BY ==REGCON-NOV==
                          LEADING ==CV== BY ==NCV==.
      *
       FD CADTPL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTPL.DAT".
           COPY TPLREG.
       FD DESTPL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTPL.DES".
           COPY TPLREG REPLACING ==REGTPL== BY ==REGTPL-DES==
                          LEADING ==TP== BY ==DTP==.
       FD NOVTPL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTPL.NOVO".
           COPY TPLREG REPLACING ==REGTPL== BY ==REGTPL-NOV==
                          LEADING ==TP== BY ==NTP==.
      *
       FD CADRES
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRES.DAT".
           COPY RESREG.
       FD DESRES
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRES.DES".
           COPY RESREG REPLACING ==REGRES== BY ==REGRES-DES==
                          LEADING ==RS== BY ==DRS==.
       FD NOVRES
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRES.NOVO".
           COPY RESREG REPLACING ==REGRES== BY ==REGRES-NOV==
                          LEADING ==RS== BY ==NRS==.
      *
       FD CADRUN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRUN.DAT".
           COPY RUNREG.
       FD DESRUN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRUN.DES".
           COPY RUNREG REPLACING ==REGRUN== BY ==REGRUN-DES==
                          LEADING ==RN== BY ==DRN==.
       FD NOVRUN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRUN.NOVO".
           COPY RUNREG REPLACING ==REGRUN== BY ==REGRUN-NOV==
                          LEADING ==RN== BY ==NRN==.
      *
       FD AGDHIX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "AGDHIX.DAT".
           COPY HIXREG.
       FD DESHIX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "AGDHIX.DES".
           COPY HIXREG REPLACING ==REGHIX== BY ==REGHIX-DES==
                          LEADING ==HX== BY ==DHX==.
       FD NOVHIX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "AGDHIX.NOVO".
           COPY HIXREG REPLACING ==REGHIX== BY ==REGHIX-NOV==
                          LEADING ==HX== BY ==NHX==.
      *
       FD CADEST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEST.DAT".
           COPY ESTREG.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-ARQ       PIC X(02) VALUE "00".
       01 ST-DES       PIC X(02) VALUE "00".
       01 ST-NOV       PIC X(02) VALUE "00".
       01 ST-EST       PIC X(02) VALUE "00".
       01 W-ARQ          PIC X(08) VALUE SPACES.
       01 W-CONFIRMA    PIC X(01) VALUE SPACES.
       01 W-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       01 W-TEM-REG     PIC X(01) VALUE "N".
       01 W-TOT-LIDOS   PIC 9(09) VALUE ZEROS.
       01 W-TOT-DESC    PIC 9(09) VALUE ZEROS.
       01 W-TOT-CARGA   PIC 9(09) VALUE ZEROS.
       01 W-TOT-RELIDOS PIC 9(09) VALUE ZEROS.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "ARQUIVO A REORGANIZAR (EX. CADAGD)   : "
           ACCEPT W-ARQ
           DISPLAY "CONFIRMA A REORGANIZACAO (S/N)       : "
           ACCEPT W-CONFIRMA
           IF W-ARQ = SPACES
                DISPLAY "ARQUIVO NAO INFORMADO - FIM"
                MOVE 8 TO RETURN-CODE
                GOBACK.
           IF W-CONFIRMA NOT = "S"
                DISPLAY "REORGANIZACAO NAO CONFIRMADA - FIM"
                MOVE 8 TO RETURN-CODE
                GOBACK.
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD
           IF W-ARQ = "CADAGD" GO TO REO-AGD.
           IF W-ARQ = "CADPAC" GO TO REO-PAC.
           IF W-ARQ = "CADHOR" GO TO REO-HOR.
           IF W-ARQ = "CADAUS" GO TO REO-AUS.
           IF W-ARQ = "CADFER" GO TO REO-FER.
           IF W-ARQ = "CADFIL" GO TO REO-FIL.
           IF W-ARQ = "CADFLE" GO TO REO-FLE.
           IF W-ARQ = "CADSAL" GO TO REO-SAL.
           IF W-ARQ = "CADPLT" GO TO REO-PLT.
           IF W-ARQ = "CADTAR" GO TO REO-TAR.
           IF W-ARQ = "CADESP" GO TO REO-ESP.
           IF W-ARQ = "CADOPR" GO TO REO-OPR.
           IF W-ARQ = "AGDLOG" GO TO REO-AGL.
           IF W-ARQ = "CADCON" GO TO REO-CON.
           IF W-ARQ = "CADTPL" GO TO REO-TPL.
           IF W-ARQ = "CADRES" GO TO REO-RES.
           IF W-ARQ = "CADRUN" GO TO REO-RUN.
           IF W-ARQ = "AGDHIX" GO TO REO-HIX.
           DISPLAY "ARQUIVO FORA DA RELACAO DE REORGANIZACAO : " W-ARQ
           MOVE 8 TO RETURN-CODE
           GOBACK.
      *--------------------[ CADAGD ]----------------------------------
       REO-AGD.
           OPEN I-O CADAGD
           IF ST-ARQ = "94"
                GO TO ERRO-USO.
           IF ST-ARQ NOT = "00"
                GO TO ERRO-ABRE.
           OPEN OUTPUT DESAGD
           IF ST-DES NOT = "00"
                CLOSE CADAGD
                GO TO ERRO-DESCARGA.
       REO-AGD-DESC.
           READ CADAGD NEXT RECORD
                AT END GO TO REO-AGD-CARGA.
           IF ST-ARQ > "09"
                CLOSE CADAGD DESAGD
                GO TO ERRO-LEITURA.
           ADD 1 TO W-TOT-LIDOS
           WRITE REGAGD-DES FROM REGAGD
           IF ST-DES = "00"
                ADD 1 TO W-TOT-DESC.
           GO TO REO-AGD-DESC.
       REO-AGD-CARGA.
           CLOSE DESAGD
           OPEN INPUT DESAGD
           OPEN OUTPUT NOVAGD
           IF ST-NOV NOT = "00"
                CLOSE CADAGD DESAGD
                GO TO ERRO-NOVO.
       REO-AGD-CARGA-LOOP.
           READ DESAGD
                AT END GO TO REO-AGD-RELE.
           WRITE REGAGD-NOV FROM REGAGD-DES
           IF ST-NOV = "00" OR "02"
                ADD 1 TO W-TOT-CARGA
           ELSE
                DISPLAY "ERRO NA GRAVACAO - ST=" ST-NOV.
           GO TO REO-AGD-CARGA-LOOP.
       REO-AGD-RELE.
           CLOSE DESAGD NOVAGD
           OPEN INPUT NOVAGD
           IF ST-NOV NOT = "00"
                CLOSE CADAGD
                GO TO ERRO-NOVO.
       REO-AGD-RELE-LOOP.
           READ NOVAGD NEXT RECORD
                AT END CLOSE NOVAGD CADAGD
                        GO TO CONFERE.
           ADD 1 TO W-TOT-RELIDOS
           GO TO REO-AGD-RELE-LOOP.
      *--------------------[ CADPAC ]----------------------------------
       REO-PAC.
           OPEN I-O CADPAC
           IF ST-ARQ = "94"
                GO TO ERRO-USO.
           IF ST-ARQ NOT = "00"
                GO TO ERRO-ABRE.
           OPEN OUTPUT DESPAC
           IF ST-DES NOT = "00"
                CLOSE CADPAC
                GO TO ERRO-DESCARGA.
       REO-PAC-DESC.
           READ CADPAC NEXT RECORD
                AT END GO TO REO-PAC-CARGA.
           IF ST-ARQ > "09"
                CLOSE CADPAC DESPAC
                GO TO ERRO-LEITURA.
           ADD 1 TO W-TOT-LIDOS
           WRITE REGPAC-DES FROM REGPAC
           IF ST-DES = "00"
                ADD 1 TO W-TOT-DESC.
           GO TO REO-PAC-DESC.
       REO-PAC-CARGA.
           CLOSE DESPAC
           OPEN INPUT DESPAC
           OPEN OUTPUT NOVPAC
           IF ST-NOV NOT = "00"
                CLOSE CADPAC DESPAC
                GO TO ERRO-NOVO.
       REO-PAC-CARGA-LOOP.
           READ DESPAC
                AT END GO TO REO-PAC-RELE.
           WRITE REGPAC-NOV FROM REGPAC-DES
           IF ST-NOV = "00" OR "02"
                ADD 1 TO W-TOT-CARGA
           ELSE
                DISPLAY "ERRO NA GRAVACAO - ST=" ST-NOV.
           GO TO REO-PAC-CARGA-LOOP.
       REO-PAC-RELE.
           CLOSE DESPAC NOVPAC
           OPEN INPUT NOVPAC
           IF ST-NOV NOT = "00"
                CLOSE CADPAC
                GO TO ERRO-NOVO.
       REO-PAC-RELE-LOOP.
           READ NOVPAC NEXT RECORD
                AT END CLOSE NOVPAC CADPAC
                        GO TO CONFERE.
           ADD 1 TO W-TOT-RELIDOS
           GO TO REO-PAC-RELE-LOOP.
      *--------------------[ CADHOR ]----------------------------------
       REO-HOR.
           OPEN I-O CADHOR
           IF ST-ARQ = "94"
                GO TO ERRO-USO.
           IF ST-ARQ NOT = "00"
                GO TO ERRO-ABRE.
           OPEN OUTPUT DESHOR
           IF ST-DES NOT = "00"
                CLOSE CADHOR
                GO TO ERRO-DESCARGA.
       REO-HOR-DESC.
           READ CADHOR NEXT RECORD
                AT END GO TO REO-HOR-CARGA.
           IF ST-ARQ > "09"
                CLOSE CADHOR DESHOR
                GO TO ERRO-LEITURA.
           ADD 1 TO W-TOT-LIDOS
           WRITE REGHOR-DES FROM REGHOR
           IF ST-DES = "00"
                ADD 1 TO W-TOT-DESC.
           GO TO REO-HOR-DESC.
       REO-HOR-CARGA.
           CLOSE DESHOR
           OPEN INPUT DESHOR
           OPEN OUTPUT NOVHOR
           IF ST-NOV NOT = "00"
                CLOSE CADHOR DESHOR
                GO TO ERRO-NOVO.
       REO-HOR-CARGA-LOOP.
           READ DESHOR
                AT END GO TO REO-HOR-RELE.
           WRITE REGHOR-NOV FROM REGHOR-DES
           IF ST-NOV = "00" OR "02"
                ADD 1 TO W-TOT-CARGA
           ELSE
                DISPLAY "ERRO NA GRAVACAO - ST=" ST-NOV.
           GO TO REO-HOR-CARGA-LOOP.
       REO-HOR-RELE.
           CLOSE DESHOR NOVHOR
           OPEN INPUT NOVHOR
           IF ST-NOV NOT = "00"
                CLOSE CADHOR
                GO TO ERRO-NOVO.
       REO-HOR-RELE-LOOP.
           READ NOVHOR NEXT RECORD
                AT END CLOSE NOVHOR CADHOR
                        GO TO CONFERE.
           ADD 1 TO W-TOT-RELIDOS
           GO TO REO-HOR-RELE-LOOP.
      *--------------------[ CADAUS ]----------------------------------
       REO-AUS.
           OPEN I-O CADAUS
           IF ST-ARQ = "94"
                GO TO ERRO-USO.
           IF ST-ARQ NOT = "00"
                GO TO ERRO-ABRE.
           OPEN OUTPUT DESAUS
           IF ST-DES NOT = "00"
                CLOSE CADAUS
                GO TO ERRO-DESCARGA.
       REO-AUS-DESC.
           READ CADAUS NEXT RECORD
                AT END GO TO REO-AUS-CARGA.
           IF ST-ARQ > "09"
                CLOSE CADAUS DESAUS
                GO TO ERRO-LEITURA.
           ADD 1 TO W-TOT-LIDOS
           WRITE REGAUS-DES FROM REGAUS
           IF ST-DES = "00"
                ADD 1 TO W-TOT-DESC.
           GO TO REO-AUS-DESC.
       REO-AUS-CARGA.
           CLOSE DESAUS
           OPEN INPUT DESAUS
           OPEN OUTPUT NOVAUS
           IF ST-NOV NOT = "00"
                CLOSE CADAUS DESAUS
                GO TO ERRO-NOVO.
       REO-AUS-CARGA-LOOP.
           READ DESAUS
                AT END GO TO REO-AUS-RELE.
           WRITE REGAUS-NOV FROM REGAUS-DES
           IF ST-NOV = "00" OR "02"
                ADD 1 TO W-TOT-CARGA
           ELSE
                DISPLAY "ERRO NA GRAVACAO - ST=" ST-NOV.
           GO TO REO-AUS-CARGA-LOOP.
       REO-AUS-RELE.
           CLOSE DESAUS NOVAUS
           OPEN INPUT NOVAUS
           IF ST-NOV NOT = "00"
                CLOSE CADAUS
                GO TO ERRO-NOVO.
       REO-AUS-RELE-LOOP.
           READ NOVAUS NEXT RECORD
                AT END CLOSE NOVAUS CADAUS
                        GO TO CONFERE.
           ADD 1 TO W-TOT-RELIDOS
           GO TO REO-AUS-RELE-LOOP.
      *--------------------[ CADFER ]----------------------------------
       REO-FER.
           OPEN I-O CADFER
           IF ST-ARQ = "94"
                GO TO ERRO-USO.
           IF ST-ARQ NOT = "00"
                GO TO ERRO-ABRE.
           OPEN OUTPUT DESFER
           IF ST-DES NOT = "00"
                CLOSE CADFER
                GO TO ERRO-DESCARGA.
       REO-FER-DESC.
           READ CADFER NEXT RECORD
                AT END GO TO REO-FER-CARGA.
           IF ST-ARQ > "09"
                CLOSE CADFER DESFER
                GO TO ERRO-LEITURA.
           ADD 1 TO W-TOT-LIDOS
           WRITE REGFER-DES FROM REGFER
           IF ST-DES = "00"
                ADD 1 TO W-TOT-DESC.
           GO TO REO-FER-DESC.
       REO-FER-CARGA.
           CLOSE DESFER
           OPEN INPUT DESFER
           OPEN OUTPUT NOVFER
           IF ST-NOV NOT = "00"
                CLOSE CADFER DESFER
                GO TO ERRO-NOVO.
       REO-FER-CARGA-LOOP.
           READ DESFER
                AT END GO TO REO-FER-RELE.
           WRITE REGFER-NOV FROM REGFER-DES
           IF ST-NOV = "00" OR "02"
                ADD 1 TO W-TOT-CARGA
           ELSE
                DISPLAY "ERRO NA GRAVACAO - ST=" ST-NOV.
           GO TO REO-FER-CARGA-LOOP.
       REO-FER-RELE.
           CLOSE DESFER NOVFER
           OPEN INPUT NOVFER
           IF ST-NOV NOT = "00"
                CLOSE CADFER
                GO TO ERRO-NOVO.
       REO-FER-RELE-LOOP.
           READ NOVFER NEXT RECORD
                AT END CLOSE NOVFER CADFER
                        GO TO CONFERE.
           ADD 1 TO W-TOT-RELIDOS
           GO TO REO-FER-RELE-LOOP.
      *--------------------[ CADFIL ]----------------------------------
       REO-FIL.
           OPEN I-O CADFIL
           IF ST-ARQ = "94"
                GO TO ERRO-USO.
           IF ST-ARQ NOT = "00"
                GO TO ERRO-ABRE.
           OPEN OUTPUT DESFIL
           IF ST-DES NOT = "00"
                CLOSE CADFIL
                GO TO ERRO-DESCARGA.
       REO-FIL-DESC.
           READ CADFIL NEXT RECORD
                AT END GO TO REO-FIL-CARGA.
           IF ST-ARQ > "09"
                CLOSE CADFIL DESFIL
                GO TO ERRO-LEITURA.
           ADD 1 TO W-TOT-LIDOS
           WRITE REGFIL-DES FROM REGFIL
           IF ST-DES = "00"
                ADD 1 TO W-TOT-DESC.
           GO TO REO-FIL-DESC.
       REO-FIL-CARGA.
           CLOSE DESFIL
           OPEN INPUT DESFIL
           OPEN OUTPUT NOVFIL
           IF ST-NOV NOT = "00"
                CLOSE CADFIL DESFIL
                GO TO ERRO-NOVO.
       REO-FIL-CARGA-LOOP.
           READ DESFIL
                AT END GO TO REO-FIL-RELE.
           WRITE REGFIL-NOV FROM REGFIL-DES
           IF ST-NOV = "00" OR "02"
                ADD 1 TO W-TOT-CARGA
           ELSE
                DISPLAY "ERRO NA GRAVACAO - ST=" ST-NOV.
           GO TO REO-FIL-CARGA-LOOP.
       REO-FIL-RELE.
           CLOSE DESFIL NOVFIL
           OPEN INPUT NOVFIL
           IF ST-NOV NOT = "00"
                CLOSE CADFIL
                GO TO ERRO-NOVO.
       REO-FIL-RELE-LOOP.
           READ NOVFIL NEXT RECORD
                AT END CLOSE NOVFIL CADFIL
                        GO TO CONFERE.
           ADD 1 TO W-TOT-RELIDOS
           GO TO REO-FIL-RELE-LOOP.
      *--------------------[ CADFLE ]----------------------------------
       REO-FLE.
           OPEN I-O CADFLE
           IF ST-ARQ = "94"
                GO TO ERRO-USO.
           IF ST-ARQ NOT = "00"
                GO TO ERRO-ABRE.
           OPEN OUTPUT DESFLE
           IF ST-DES NOT = "00"
                CLOSE CADFLE
                GO TO ERRO-DESCARGA.
       REO-FLE-DESC.
           READ CADFLE NEXT RECORD
                AT END GO TO REO-FLE-CARGA.
           IF ST-ARQ > "09"
                CLOSE CADFLE DESFLE
                GO TO ERRO-LEITURA.
           ADD 1 TO W-TOT-LIDOS
           WRITE REGFLE-DES FROM REGFLE
           IF ST-DES = "00"
                ADD 1 TO W-TOT-DESC.
           GO TO REO-FLE-DESC.
       REO-FLE-CARGA.
           CLOSE DESFLE
           OPEN INPUT DESFLE
           OPEN OUTPUT NOVFLE
           IF ST-NOV NOT = "00"
                CLOSE CADFLE DESFLE
                GO TO ERRO-NOVO.
       REO-FLE-CARGA-LOOP.
           READ DESFLE
                AT END GO TO REO-FLE-RELE.
           WRITE REGFLE-NOV FROM REGFLE-DES
           IF ST-NOV = "00" OR "02"
                ADD 1 TO W-TOT-CARGA
           ELSE
                DISPLAY "ERRO NA GRAVACAO - ST=" ST-NOV.
           GO TO REO-FLE-CARGA-LOOP.
       REO-FLE-RELE.
           CLOSE DESFLE NOVFLE
           OPEN INPUT NOVFLE
           IF ST-NOV NOT = "00"
                CLOSE CADFLE
                GO TO ERRO-NOVO.
       REO-FLE-RELE-LOOP.
           READ NOVFLE NEXT RECORD
                AT END CLOSE NOVFLE CADFLE
                        GO TO CONFERE.
           ADD 1 TO W-TOT-RELIDOS
           GO TO REO-FLE-RELE-LOOP.
      *--------------------[ CADSAL ]----------------------------------
       REO-SAL.
           OPEN I-O CADSAL
           IF ST-ARQ = "94"
                GO TO ERRO-USO.
           IF ST-ARQ NOT = "00"
                GO TO ERRO-ABRE.
           OPEN OUTPUT DESSAL
           IF ST-DES NOT = "00"
                CLOSE CADSAL
                GO TO ERRO-DESCARGA.
       REO-SAL-DESC.
           READ CADSAL NEXT RECORD
                AT END GO TO REO-SAL-CARGA.
           IF ST-ARQ > "09"
                CLOSE CADSAL DESSAL
                GO TO ERRO-LEITURA.
           ADD 1 TO W-TOT-LIDOS
           WRITE REGSAL-DES FROM REGSAL
           IF ST-DES = "00"
                ADD 1 TO W-TOT-DESC.
           GO TO REO-SAL-DESC.
       REO-SAL-CARGA.
           CLOSE DESSAL
           OPEN INPUT DESSAL
           OPEN OUTPUT NOVSAL
           IF ST-NOV NOT = "00"
                CLOSE CADSAL DESSAL
                GO TO ERRO-NOVO.
       REO-SAL-CARGA-LOOP.
           READ DESSAL
                AT END GO TO REO-SAL-RELE.
           WRITE REGSAL-NOV FROM REGSAL-DES
           IF ST-NOV = "00" OR "02"
                ADD 1 TO W-TOT-CARGA
           ELSE
                DISPLAY "ERRO NA GRAVACAO - ST=" ST-NOV.
           GO TO REO-SAL-CARGA-LOOP.
       REO-SAL-RELE.
           CLOSE DESSAL NOVSAL
           OPEN INPUT NOVSAL
           IF ST-NOV NOT = "00"
                CLOSE CADSAL
                GO TO ERRO-NOVO.
       REO-SAL-RELE-LOOP.
           READ NOVSAL NEXT RECORD
                AT END CLOSE NOVSAL CADSAL
                        GO TO CONFERE.
           ADD 1 TO W-TOT-RELIDOS
           GO TO REO-SAL-RELE-LOOP.
      *--------------------[ CADPLT ]----------------------------------
       REO-PLT.
           OPEN I-O CADPLT
           IF ST-ARQ = "94"
                GO TO ERRO-USO.
           IF ST-ARQ NOT = "00"
                GO TO ERRO-ABRE.
           OPEN OUTPUT DESPLT
           IF ST-DES NOT = "00"
                CLOSE CADPLT
                GO TO ERRO-DESCARGA.
       REO-PLT-DESC.
           READ CADPLT NEXT RECORD
                AT END GO TO REO-PLT-CARGA.
           IF ST-ARQ > "09"
                CLOSE CADPLT DESPLT
                GO TO ERRO-LEITURA.
           ADD 1 TO W-TOT-LIDOS
           WRITE REGPLT-DES FROM REGPLT
           IF ST-DES = "00"
                ADD 1 TO W-TOT-DESC.
           GO TO REO-PLT-DESC.
       REO-PLT-CARGA.
           CLOSE DESPLT
           OPEN INPUT DESPLT
           OPEN OUTPUT NOVPLT
           IF ST-NOV NOT = "00"
                CLOSE CADPLT DESPLT
                GO TO ERRO-NOVO.
       REO-PLT-CARGA-LOOP.
           READ DESPLT
                AT END GO TO REO-PLT-RELE.
           WRITE REGPLT-NOV FROM REGPLT-DES
           IF ST-NOV = "00" OR "02"
                ADD 1 TO W-TOT-CARGA
           ELSE
                DISPLAY "ERRO NA GRAVACAO - ST=" ST-NOV.
           GO TO REO-PLT-CARGA-LOOP.
       REO-PLT-RELE.
           CLOSE DESPLT NOVPLT
           OPEN INPUT NOVPLT
           IF ST-NOV NOT = "00"
                CLOSE CADPLT
                GO TO ERRO-NOVO.
       REO-PLT-RELE-LOOP.
           READ NOVPLT NEXT RECORD
                AT END CLOSE NOVPLT CADPLT
                        GO TO CONFERE.
           ADD 1 TO W-TOT-RELIDOS
           GO TO REO-PLT-RELE-LOOP.
      *--------------------[ CADTAR ]----------------------------------
       REO-TAR.
           OPEN I-O CADTAR
           IF ST-ARQ = "94"
                GO TO ERRO-USO.
           IF ST-ARQ NOT = "00"
                GO TO ERRO-ABRE.
           OPEN OUTPUT DESTAR
           IF ST-DES NOT = "00"
                CLOSE CADTAR
                GO TO ERRO-DESCARGA.
       REO-TAR-DESC.
           READ CADTAR NEXT RECORD
                AT END GO TO REO-TAR-CARGA.
           IF ST-ARQ > "09"
                CLOSE CADTAR DESTAR
                GO TO ERRO-LEITURA.
           ADD 1 TO W-TOT-LIDOS
           WRITE REGTAR-DES FROM REGTAR
           IF ST-DES = "00"
                ADD 1 TO W-TOT-DESC.
           GO TO REO-TAR-DESC.
       REO-TAR-CARGA.
           CLOSE DESTAR
           OPEN INPUT DESTAR
           OPEN OUTPUT NOVTAR
           IF ST-NOV NOT = "00"
                CLOSE CADTAR DESTAR
                GO TO ERRO-NOVO.
       REO-TAR-CARGA-LOOP.
           READ DESTAR
                AT END GO TO REO-TAR-RELE.
           WRITE REGTAR-NOV FROM REGTAR-DES
           IF ST-NOV = "00" OR "02"
                ADD 1 TO W-TOT-CARGA
           ELSE
                DISPLAY "ERRO NA GRAVACAO - ST=" ST-NOV.
           GO TO REO-TAR-CARGA-LOOP.
       REO-TAR-RELE.
           CLOSE DESTAR NOVTAR
           OPEN INPUT NOVTAR
           IF ST-NOV NOT = "00"
                CLOSE CADTAR
                GO TO ERRO-NOVO.
       REO-TAR-RELE-LOOP.
           READ NOVTAR NEXT RECORD
                AT END CLOSE NOVTAR CADTAR
                        GO TO CONFERE.
           ADD 1 TO W-TOT-RELIDOS
           GO TO REO-TAR-RELE-LOOP.
      *--------------------[ CADESP ]----------------------------------
       REO-ESP.
           OPEN I-O CADESP
           IF ST-ARQ = "94"
                GO TO ERRO-USO.
           IF ST-ARQ NOT = "00"
                GO TO ERRO-ABRE.
           OPEN OUTPUT DESESP
           IF ST-DES NOT = "00"
                CLOSE CADESP
                GO TO ERRO-DESCARGA.
       REO-ESP-DESC.
           READ CADESP NEXT RECORD
                AT END GO TO REO-ESP-CARGA.
           IF ST-ARQ > "09"
                CLOSE CADESP DESESP
                GO TO ERRO-LEITURA.
           ADD 1 TO W-TOT-LIDOS
           WRITE REGESP-DES FROM REGESP
           IF ST-DES = "00"
                ADD 1 TO W-TOT-DESC.
           GO TO REO-ESP-DESC.
       REO-ESP-CARGA.
           CLOSE DESESP
           OPEN INPUT DESESP
           OPEN OUTPUT NOVESP
           IF ST-NOV NOT = "00"
                CLOSE CADESP DESESP
                GO TO ERRO-NOVO.
       REO-ESP-CARGA-LOOP.
           READ DESESP
                AT END GO TO REO-ESP-RELE.
           WRITE REGESP-NOV FROM REGESP-DES
           IF ST-NOV = "00" OR "02"
                ADD 1 TO W-TOT-CARGA
           ELSE
                DISPLAY "ERRO NA GRAVACAO - ST=" ST-NOV.
           GO TO REO-ESP-CARGA-LOOP.
       REO-ESP-RELE.
           CLOSE DESESP NOVESP
           OPEN INPUT NOVESP
           IF ST-NOV NOT = "00"
                CLOSE CADESP
                GO TO ERRO-NOVO.
       REO-ESP-RELE-LOOP.
           READ NOVESP NEXT RECORD
                AT END CLOSE NOVESP CADESP
                        GO TO CONFERE.
           ADD 1 TO W-TOT-RELIDOS
           GO TO REO-ESP-RELE-LOOP.
      *--------------------[ CADOPR ]----------------------------------
       REO-OPR.
           OPEN I-O CADOPR
           IF ST-ARQ = "94"
                GO TO ERRO-USO.
           IF ST-ARQ NOT = "00"
                GO TO ERRO-ABRE.
           OPEN OUTPUT DESOPR
           IF ST-DES NOT = "00"
                CLOSE CADOPR
                GO TO ERRO-DESCARGA.
       REO-OPR-DESC.
           READ CADOPR NEXT RECORD
                AT END GO TO REO-OPR-CARGA.
           IF ST-ARQ > "09"
                CLOSE CADOPR DESOPR
                GO TO ERRO-LEITURA.
           ADD 1 TO W-TOT-LIDOS
           WRITE REGOPR-DES FROM REGOPR
           IF ST-DES = "00"
                ADD 1 TO W-TOT-DESC.
           GO TO REO-OPR-DESC.
       REO-OPR-CARGA.
           CLOSE DESOPR
           OPEN INPUT DESOPR
           OPEN OUTPUT NOVOPR
           IF ST-NOV NOT = "00"
                CLOSE CADOPR DESOPR
                GO TO ERRO-NOVO.
       REO-OPR-CARGA-LOOP.
           READ DESOPR
                AT END GO TO REO-OPR-RELE.
           WRITE REGOPR-NOV FROM REGOPR-DES
           IF ST-NOV = "00" OR "02"
                ADD 1 TO W-TOT-CARGA
           ELSE
                DISPLAY "ERRO NA GRAVACAO - ST=" ST-NOV.
           GO TO REO-OPR-CARGA-LOOP.
       REO-OPR-RELE.
           CLOSE DESOPR NOVOPR
           OPEN INPUT NOVOPR
           IF ST-NOV NOT = "00"
                CLOSE CADOPR
                GO TO ERRO-NOVO.
       REO-OPR-RELE-LOOP.
           READ NOVOPR NEXT RECORD
                AT END CLOSE NOVOPR CADOPR
                        GO TO CONFERE.
           ADD 1 TO W-TOT-RELIDOS
           GO TO REO-OPR-RELE-LOOP.
      *--------------------[ AGDLOG ]----------------------------------
       REO-AGL.
           OPEN I-O CADAGL
           IF ST-ARQ = "94"
                GO TO ERRO-USO.
           IF ST-ARQ NOT = "00"
                GO TO ERRO-ABRE.
           OPEN OUTPUT DESAGL
           IF ST-DES NOT = "00"
                CLOSE CADAGL
                GO TO ERRO-DESCARGA.
       REO-AGL-DESC.
           READ CADAGL NEXT RECORD
                AT END GO TO REO-AGL-CARGA.
           IF ST-ARQ > "09"
                CLOSE CADAGL DESAGL
                GO TO ERRO-LEITURA.
           ADD 1 TO W-TOT-LIDOS
           WRITE REGAGL-DES FROM REGAGL
           IF ST-DES = "00"
                ADD 1 TO W-TOT-DESC.
           GO TO REO-AGL-DESC.
       REO-AGL-CARGA.
           CLOSE DESAGL
           OPEN INPUT DESAGL
           OPEN OUTPUT NOVAGL
           IF ST-NOV NOT = "00"
                CLOSE CADAGL DESAGL
                GO TO ERRO-NOVO.
       REO-AGL-CARGA-LOOP.
           READ DESAGL
                AT END GO TO REO-AGL-RELE.
           WRITE REGAGL-NOV FROM REGAGL-DES
           IF ST-NOV = "00" OR "02"
                ADD 1 TO W-TOT-CARGA
           ELSE
                DISPLAY "ERRO NA GRAVACAO - ST=" ST-NOV.
           GO TO REO-AGL-CARGA-LOOP.
       REO-AGL-RELE.
           CLOSE DESAGL NOVAGL
           OPEN INPUT NOVAGL
           IF ST-NOV NOT = "00"
                CLOSE CADAGL
                GO TO ERRO-NOVO.
       REO-AGL-RELE-LOOP.
           READ NOVAGL NEXT RECORD
                AT END CLOSE NOVAGL CADAGL
                        GO TO CONFERE.
           ADD 1 TO W-TOT-RELIDOS
           GO TO REO-AGL-RELE-LOOP.
      *--------------------[ CADCON ]----------------------------------
       REO-CON.
           OPEN I-O CADCON
           IF ST-ARQ = "94"
                GO TO ERRO-USO.
           IF ST-ARQ NOT = "00"
                GO TO ERRO-ABRE.
           OPEN OUTPUT DESCON
           IF ST-DES NOT = "00"
                CLOSE CADCON
                GO TO ERRO-DESCARGA.
       REO-CON-DESC.
           READ CADCON NEXT RECORD
                AT END GO TO REO-CON-CARGA.
           IF ST-ARQ > "09"
                CLOSE CADCON DESCON
                GO TO ERRO-LEITURA.
           ADD 1 TO W-TOT-LIDOS
           WRITE REGCON-DES FROM REGCON
           IF ST-DES = "00"
                ADD 1 TO W-TOT-DESC.
           GO TO REO-CON-DESC.
       REO-CON-CARGA.
           CLOSE DESCON
           OPEN INPUT DESCON
           OPEN OUTPUT NOVCON
           IF ST-NOV NOT = "00"
                CLOSE CADCON DESCON
                GO TO ERRO-NOVO.
       REO-CON-CARGA-LOOP.
           READ DESCON
                AT END GO TO REO-CON-RELE.
           WRITE REGCON-NOV FROM REGCON-DES
           IF ST-NOV = "00" OR "02"
                ADD 1 TO W-TOT-CARGA
           ELSE
                DISPLAY "ERRO NA GRAVACAO - ST=" ST-NOV.
           GO TO REO-CON-CARGA-LOOP.
       REO-CON-RELE.
           CLOSE DESCON NOVCON
           OPEN INPUT NOVCON
           IF ST-NOV NOT = "00"
                CLOSE CADCON
                GO TO ERRO-NOVO.
       REO-CON-RELE-LOOP.
           READ NOVCON NEXT RECORD
                AT END CLOSE NOVCON CADCON
                        GO TO CONFERE.
           ADD 1 TO W-TOT-RELIDOS
           GO TO REO-CON-RELE-LOOP.
      *--------------------[ CADTPL ]----------------------------------
       REO-TPL.
           OPEN I-O CADTPL
           IF ST-ARQ = "94"
                GO TO ERRO-USO.
           IF ST-ARQ NOT = "00"
                GO TO ERRO-ABRE.
           OPEN OUTPUT DESTPL
           IF ST-DES NOT = "00"
                CLOSE CADTPL
                GO TO ERRO-DESCARGA.
       REO-TPL-DESC.
           READ CADTPL NEXT RECORD
                AT END GO TO REO-TPL-CARGA.
           IF ST-ARQ > "09"
                CLOSE CADTPL DESTPL
                GO TO ERRO-LEITURA.
           ADD 1 TO W-TOT-LIDOS
           WRITE REGTPL-DES FROM REGTPL
           IF ST-DES = "00"
                ADD 1 TO W-TOT-DESC.
           GO TO REO-TPL-DESC.
       REO-TPL-CARGA.
           CLOSE DESTPL
           OPEN INPUT DESTPL
           OPEN OUTPUT NOVTPL
           IF ST-NOV NOT = "00"
                CLOSE CADTPL DESTPL
                GO TO ERRO-NOVO.
       REO-TPL-CARGA-LOOP.
           READ DESTPL
                AT END GO TO REO-TPL-RELE.
           WRITE REGTPL-NOV FROM REGTPL-DES
           IF ST-NOV = "00" OR "02"
                ADD 1 TO W-TOT-CARGA
           ELSE
                DISPLAY "ERRO NA GRAVACAO - ST=" ST-NOV.
           GO TO REO-TPL-CARGA-LOOP.
       REO-TPL-RELE.
           CLOSE DESTPL NOVTPL
           OPEN INPUT NOVTPL
           IF ST-NOV NOT = "00"
                CLOSE CADTPL
                GO TO ERRO-NOVO.
       REO-TPL-RELE-LOOP.
           READ NOVTPL NEXT RECORD
                AT END CLOSE NOVTPL CADTPL
                        GO TO CONFERE.
           ADD 1 TO W-TOT-RELIDOS
           GO TO REO-TPL-RELE-LOOP.
      *--------------------[ CADRES ]----------------------------------
       REO-RES.
           OPEN I-O CADRES
           IF ST-ARQ = "94"
                GO TO ERRO-USO.
           IF ST-ARQ NOT = "00"
                GO TO ERRO-ABRE.
           OPEN OUTPUT DESRES
           IF ST-DES NOT = "00"
                CLOSE CADRES
                GO TO ERRO-DESCARGA.
       REO-RES-DESC.
           READ CADRES NEXT RECORD
                AT END GO TO REO-RES-CARGA.
           IF ST-ARQ > "09"
                CLOSE CADRES DESRES
                GO TO ERRO-LEITURA.
           ADD 1 TO W-TOT-LIDOS
           WRITE REGRES-DES FROM REGRES
           IF ST-DES = "00"
                ADD 1 TO W-TOT-DESC.
           GO TO REO-RES-DESC.
       REO-RES-CARGA.
           CLOSE DESRES
           OPEN INPUT DESRES
           OPEN OUTPUT NOVRES
           IF ST-NOV NOT = "00"
                CLOSE CADRES DESRES
                GO TO ERRO-NOVO.
       REO-RES-CARGA-LOOP.
           READ DESRES
                AT END GO TO REO-RES-RELE.
           WRITE REGRES-NOV FROM REGRES-DES
           IF ST-NOV = "00" OR "02"
                ADD 1 TO W-TOT-CARGA
           ELSE
                DISPLAY "ERRO NA GRAVACAO - ST=" ST-NOV.
           GO TO REO-RES-CARGA-LOOP.
       REO-RES-RELE.
           CLOSE DESRES NOVRES
           OPEN INPUT NOVRES
           IF ST-NOV NOT = "00"
                CLOSE CADRES
                GO TO ERRO-NOVO.
       REO-RES-RELE-LOOP.
           READ NOVRES NEXT RECORD
                AT END CLOSE NOVRES CADRES
                        GO TO CONFERE.
           ADD 1 TO W-TOT-RELIDOS
           GO TO REO-RES-RELE-LOOP.
      *--------------------[ CADRUN ]----------------------------------
       REO-RUN.
           OPEN I-O CADRUN
           IF ST-ARQ = "94"
                GO TO ERRO-USO.
           IF ST-ARQ NOT = "00"
                GO TO ERRO-ABRE.
           OPEN OUTPUT DESRUN
           IF ST-DES NOT = "00"
                CLOSE CADRUN
                GO TO ERRO-DESCARGA.
       REO-RUN-DESC.
           READ CADRUN NEXT RECORD
                AT END GO TO REO-RUN-CARGA.
           IF ST-ARQ > "09"
                CLOSE CADRUN DESRUN
                GO TO ERRO-LEITURA.
           ADD 1 TO W-TOT-LIDOS
           WRITE REGRUN-DES FROM REGRUN
           IF ST-DES = "00"
                ADD 1 TO W-TOT-DESC.
           GO TO REO-RUN-DESC.
       REO-RUN-CARGA.
           CLOSE DESRUN
           OPEN INPUT DESRUN
           OPEN OUTPUT NOVRUN
           IF ST-NOV NOT = "00"
                CLOSE CADRUN DESRUN
                GO TO ERRO-NOVO.
       REO-RUN-CARGA-LOOP.
           READ DESRUN
                AT END GO TO REO-RUN-RELE.
           WRITE REGRUN-NOV FROM REGRUN-DES
           IF ST-NOV = "00" OR "02"
                ADD 1 TO W-TOT-CARGA
           ELSE
                DISPLAY "ERRO NA GRAVACAO - ST=" ST-NOV.
           GO TO REO-RUN-CARGA-LOOP.
       REO-RUN-RELE.
           CLOSE DESRUN NOVRUN
           OPEN INPUT NOVRUN
           IF ST-NOV NOT = "00"
                CLOSE CADRUN
                GO TO ERRO-NOVO.
       REO-RUN-RELE-LOOP.
           READ NOVRUN NEXT RECORD
                AT END CLOSE NOVRUN CADRUN
                        GO TO CONFERE.
           ADD 1 TO W-TOT-RELIDOS
           GO TO REO-RUN-RELE-LOOP.
      *--------------------[ AGDHIX ]----------------------------------
       REO-HIX.
           OPEN I-O AGDHIX
           IF ST-ARQ = "94"
                GO TO ERRO-USO.
           IF ST-ARQ NOT = "00"
                GO TO ERRO-ABRE.
           OPEN OUTPUT DESHIX
           IF ST-DES NOT = "00"
                CLOSE AGDHIX
                GO TO ERRO-DESCARGA.
       REO-HIX-DESC.
           READ AGDHIX NEXT RECORD
                AT END GO TO REO-HIX-CARGA.
           IF ST-ARQ > "09"
                CLOSE AGDHIX DESHIX
                GO TO ERRO-LEITURA.
           ADD 1 TO W-TOT-LIDOS
           WRITE REGHIX-DES FROM REGHIX
           IF ST-DES = "00"
                ADD 1 TO W-TOT-DESC.
           GO TO REO-HIX-DESC.
       REO-HIX-CARGA.
           CLOSE DESHIX
           OPEN INPUT DESHIX
           OPEN OUTPUT NOVHIX
           IF ST-NOV NOT = "00"
                CLOSE AGDHIX DESHIX
                GO TO ERRO-NOVO.
       REO-HIX-CARGA-LOOP.
           READ DESHIX
                AT END GO TO REO-HIX-RELE.
           WRITE REGHIX-NOV FROM REGHIX-DES
           IF ST-NOV = "00" OR "02"
                ADD 1 TO W-TOT-CARGA
           ELSE
                DISPLAY "ERRO NA GRAVACAO - ST=" ST-NOV.
           GO TO REO-HIX-CARGA-LOOP.
       REO-HIX-RELE.
           CLOSE DESHIX NOVHIX
           OPEN INPUT NOVHIX
           IF ST-NOV NOT = "00"
                CLOSE AGDHIX
                GO TO ERRO-NOVO.
       REO-HIX-RELE-LOOP.
           READ NOVHIX NEXT RECORD
                AT END CLOSE NOVHIX AGDHIX
                        GO TO CONFERE.
           ADD 1 TO W-TOT-RELIDOS
           GO TO REO-HIX-RELE-LOOP.
      *--------------------[ ERROS COMUNS ]-----------------------------
      * UM ST 94 NA ABERTURA INDICA QUE O ARQUIVO AINDA ESTA ABERTO
      * PELOS PROGRAMAS ONLINE - A REORGANIZACAO E ABORTADA, COMO A
      * RESTAURACAO NO SMP025. EM TODOS OS ERROS O RC 8 IMPEDE A
      * TROCA E O ARQUIVO ORIGINAL NAO E TOCADO.
       ERRO-USO.
           DISPLAY W-ARQ " EM USO PELOS PROGRAMAS ONLINE - "
                   "REORGANIZACAO ABORTADA"
           MOVE 8 TO RETURN-CODE
           GOBACK.
       ERRO-ABRE.
           DISPLAY "ERRO NA ABERTURA DE " W-ARQ " - ST=" ST-ARQ
           MOVE 8 TO RETURN-CODE
           GOBACK.
       ERRO-LEITURA.
           DISPLAY "ERRO NA LEITURA DE " W-ARQ " - ST=" ST-ARQ
           MOVE 8 TO RETURN-CODE
           GOBACK.
       ERRO-DESCARGA.
           DISPLAY "ERRO NA ABERTURA DA DESCARGA DE " W-ARQ
                                  " - ST=" ST-DES
           MOVE 8 TO RETURN-CODE
           GOBACK.
       ERRO-NOVO.
           DISPLAY "ERRO NA ABERTURA DO ARQUIVO NOVO DE " W-ARQ
                                  " - ST=" ST-NOV
           MOVE 8 TO RETURN-CODE
           GOBACK.
      *--------------------[ CONFERENCIA DOS TOTAIS ]------------------
       CONFERE.
           DISPLAY "ARQUIVO REORGANIZADO    : " W-ARQ
           DISPLAY "REGISTROS LIDOS         : " W-TOT-LIDOS
           DISPLAY "REGISTROS DESCARREGADOS : " W-TOT-DESC
           DISPLAY "REGISTROS CARREGADOS    : " W-TOT-CARGA
           DISPLAY "REGISTROS RELIDOS       : " W-TOT-RELIDOS
           IF W-TOT-DESC NOT = W-TOT-LIDOS
              OR W-TOT-CARGA NOT = W-TOT-LIDOS
              OR W-TOT-RELIDOS NOT = W-TOT-LIDOS
                DISPLAY "*** CONTROLE NAO CONFERE - TROCA CANCELADA ***"
                MOVE 8 TO RETURN-CODE
                GOBACK.
           DISPLAY "CONTROLE CONFERE - ARQUIVO NOVO PRONTO PARA A TROCA"
           PERFORM MARCA-EST THRU MARCA-EST-FIM
           GOBACK.
      *--------------------[ REGISTRO DA REORGANIZACAO NO CADEST ]-----
      * O PICO DE REGISTROS RECOMECA NA CONTAGEM DO ARQUIVO NOVO. SEM
      * O CADEST (ESTATISTICA AINDA NAO IMPLANTADA) SO HA O AVISO, COM
      * RC 4 - A TROCA SEGUE.
       MARCA-EST.
           OPEN I-O CADEST
           IF ST-EST NOT = "00"
                DISPLAY "CADEST NAO ATUALIZADO - ST=" ST-EST
                MOVE 4 TO RETURN-CODE
                GO TO MARCA-EST-FIM.
           MOVE W-ARQ TO ES-ARQ
           MOVE ZEROS TO ES-DATA
           MOVE "S" TO W-TEM-REG
           READ CADEST
                INVALID KEY MOVE "N" TO W-TEM-REG.
           IF W-TEM-REG = "N"
                MOVE W-ARQ TO ES-ARQ
                MOVE ZEROS TO ES-DATA ES-DTULT.
           MOVE W-TOT-RELIDOS TO ES-PICO-ATUAL ES-REGS-REORG
           MOVE W-DATA-HOJE TO ES-DTREORG
           IF W-TEM-REG = "S"
                REWRITE REGEST
           ELSE
                WRITE REGEST.
           IF ST-EST NOT = "00"
                DISPLAY "ERRO NA GRAVACAO DO CADEST - ST=" ST-EST
                MOVE 4 TO RETURN-CODE.
           CLOSE CADEST.
       MARCA-EST-FIM.
           EXIT.
