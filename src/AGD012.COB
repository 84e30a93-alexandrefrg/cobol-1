      * PARA O FECHAMENTO DO FATURAMENTO, COM RELATORIO DE    *
      * TOTAIS POR MEDICO, POR ESPECIALIDADE E POR CONVENIO.  *
      * CONSULTA SEM TARIFA VIGENTE SAI COM VALOR ZERO E E    *
      * CONTADA COMO EXCECAO. A TELECONSULTA (AG-MODAL "V")   *
      * USA O VALOR DE TELECONSULTA DA MESMA TARIFA QUANDO    *
      * INFORMADO. OS PROCEDIMENTOS E EXAMES REALIZADOS NO    *
      * MES (CADAPR, AGD036) SAO PRECIFICADOS PELA TABELA     *
      * CADTPR (SMP034) E VAO PARA O MESMO FATVAL COM O CRM   *
      * DE RECURSO 999900 + SALA E O CODIGO DO PROCEDIMENTO   *
      * EM FV-PROC. RODA NO FECHAMENTO MENSAL                 *
      * (CADMES, PASSO VAL050).                               *
      * O CID-10 PRINCIPAL DA CONSULTA REALIZADA SEGUE EM     *
      * FV-CID.                                               *
      * A CONSULTA DE RETORNO (AG-RET-ORIGEM, LIGADA NO       *
      * AGD001 AO PEDIDO DA CONSULTA DE ORIGEM) FEITA DENTRO  *
      * DA JANELA DE RETORNO DO CONVENIO (CV-DIAS-RET,        *
      * SMP027) SAI COM VALOR ZERO E FV-RETORNO "S", E NAO    *
      * VAI PARA O LOTE TISS.                                 *
      * GRAVA NO FIM DE UMA EXECUCAO BEM SUCEDIDA O           *
      * FECHAMENTO DO MES (CADFEC), QUE TRAVA A SITUACAO DAS  *
      * CONSULTAS DO MES NA AGENDA, E VALORIZA OS AJUSTES     *
      * TARDIOS PENDENTES DE MESES JA FECHADOS (CADAJU,       *
      * AGD050), GRAVANDO SO A DIFERENCA NO FATURAMENTO       *
      * SUPLEMENTAR FATSUP.DAT (MESMO LAYOUT DO FATVAL MAIS O *
      * SINAL).                                               *
      * DATA CRIACAO : 22/08/2026                             *
      ********************************************************
      *----------------------------------------------------------------
       FILE-CONTROL.
                    SELECT CADAGD ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AG-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS AG-PACCOD
                                                      WITH DUPLICATES.
                    SELECT CADMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CV-CODIGO
                    FILE STATUS  IS ST-ERRO7.
                    SELECT CADAPR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS AP-CHAVE
                    FILE STATUS  IS ST-ERRO8.
                    SELECT CADTPR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TR-CHAVE
                    FILE STATUS  IS ST-ERRO9.
                    SELECT CADFEC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FC-MES
                    FILE STATUS  IS ST-ERR10.
                    SELECT CADAJU ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AJ-CHAVE
                    FILE STATUS  IS ST-ERR11.
                    SELECT FATSUP ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERR12.
                    SELECT FATVAL ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO5.
               VALUE OF FILE-ID IS "CADCON.DAT".
           COPY CONREG.
      *
      * AGENDA DE PROCEDIMENTOS (AGD036) E TARIFAS DE PROCEDIMENTOS
      * (SMP034)
      *
       FD CADAPR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAPR.DAT".
           COPY APRREG.
      *
       FD CADTPR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTPR.DAT".
           COPY TPRREG.
      *
      * FECHAMENTO DE PERIODO DA AGENDA E AJUSTES TARDIOS (AGD050)
      *
       FD CADFEC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFEC.DAT".
           COPY FECREG.
      *
       FD CADAJU
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAJU.DAT".
           COPY AJUREG.
      *
      * FATURAMENTO SUPLEMENTAR - SO A DIFERENCA DOS AJUSTES TARDIOS
      * DE MESES JA FECHADOS. MESMO LAYOUT DO FATVAL, COM O SINAL DA
      * DIFERENCA ("+" COBRAR, "-" ESTORNAR) E O MES DA CONSULTA.
      *
       FD FATSUP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "FATSUP.DAT".
       01 REG-FATSUP.
            03 FS-CRM           PIC 9(06).
            03 FS-ESPEC        PIC 9(02).
            03 FS-DATA          PIC 9(08).
            03 FS-HORA          PIC 9(04).
            03 FS-PACCOD       PIC 9(06).
            03 FS-CONV          PIC 9(03).
            03 FS-VALOR        PIC 9(07)V99.
            03 FS-AUTORIZ     PIC X(20).
            03 FS-MODAL        PIC X(01).
            03 FS-PROC          PIC 9(04).
            03 FS-CID           PIC X(04).
            03 FS-RETORNO      PIC X(01).
            03 FS-SINAL        PIC X(01).
            03 FS-MES-CONS    PIC 9(06).
      *
      * INTERFACE VALORIZADA PARA O FATURAMENTO - UM REGISTRO POR
      * CONSULTA OU PROCEDIMENTO REALIZADO E PRECIFICADO
      *
       FD FATVAL
               LABEL RECORD IS STANDARD
            03 FV-PACCOD       PIC 9(06).
            03 FV-CONV          PIC 9(03).
            03 FV-VALOR        PIC 9(07)V99.
      * GUIA DE AUTORIZACAO PREVIA DA CONSULTA (AG-AUTORIZ) PARA O
      * ENVIO AO PLANO - ESPACOS QUANDO O CONVENIO NAO EXIGE
            03 FV-AUTORIZ     PIC X(20).
      * MODALIDADE DA CONSULTA (P = PRESENCIAL, V = TELECONSULTA)
            03 FV-MODAL        PIC X(01).
      * CODIGO DO PROCEDIMENTO (CADPRC) - ZEROS NAS CONSULTAS
            03 FV-PROC          PIC 9(04).
      * CID-10 PRINCIPAL DA CONSULTA (AG-CID) - ESPACOS SE NAO
      * INFORMADO E NOS PROCEDIMENTOS
            03 FV-CID           PIC X(04).
      * "S" = CONSULTA DE RETORNO DENTRO DA JANELA DO CONVENIO
      * (CV-DIAS-RET) - VALOR ZERO, NAO VAI PARA O LOTE TISS
            03 FV-RETORNO      PIC X(01).
      *
       FD RELVAL
               LABEL RECORD IS STANDARD
       01 ST-ERRO5   PIC X(02) VALUE "00".
       01 ST-ERRO6   PIC X(02) VALUE "00".
       01 ST-ERRO7   PIC X(02) VALUE "00".
       01 ST-ERRO8   PIC X(02) VALUE "00".
       01 ST-ERRO9   PIC X(02) VALUE "00".
       01 ST-ERR10   PIC X(02) VALUE "00".
       01 ST-ERR11   PIC X(02) VALUE "00".
       01 ST-ERR12   PIC X(02) VALUE "00".
       01 W-CON-DISPON    PIC X(01) VALUE "N".
       01 W-TPR-DISPON    PIC X(01) VALUE "N".
      *
      * FECHAMENTO DO MES E AJUSTES TARDIOS
      *
       01 W-FEC-EXISTE   PIC X(01) VALUE "N".
       01 W-FIM-CADAJU   PIC X(01) VALUE "N".
           88 FIM-CADAJU             VALUE "S".
       01 W-AJU-ACHOU     PIC X(01) VALUE SPACES.
       01 W-TOT-AJU        PIC 9(06) VALUE ZEROS.
       01 W-TOT-AJUSEM    PIC 9(06) VALUE ZEROS.
       01 W-VAL-AJUMAIS   PIC 9(09)V99 VALUE ZEROS.
       01 W-VAL-AJUMENOS  PIC 9(09)V99 VALUE ZEROS.
       01 W-FIM-CADAPR   PIC X(01) VALUE "N".
           88 FIM-CADAPR             VALUE "S".
       01 W-ACU-CONV     PIC 9(03) VALUE ZEROS.
       01 W-TOT-PRC        PIC 9(06) VALUE ZEROS.
       01 W-TOT-PRCSEM   PIC 9(06) VALUE ZEROS.
       01 W-TAR-CONV     PIC 9(03) VALUE ZEROS.
       01 W-FIM-CADAGD   PIC X(01) VALUE "N".
           88 FIM-CADAGD             VALUE "S".
       01 W-TOT-LIDOS       PIC 9(06) VALUE ZEROS.
       01 W-TOT-VAL          PIC 9(06) VALUE ZEROS.
       01 W-TOT-SEMTAR     PIC 9(06) VALUE ZEROS.
       01 W-TOT-VIDEO      PIC 9(06) VALUE ZEROS.
       01 W-TOT-RET         PIC 9(06) VALUE ZEROS.
       01 W-RET-GRATIS    PIC X(01) VALUE SPACES.
       01 W-RET-DTORIG    PIC 9(08) VALUE ZEROS.
       01 W-RET-DIAS        PIC S9(07) VALUE ZEROS.
       01 W-IDX                 PIC 9(03) VALUE ZEROS.
       01 W-ESP                 PIC 9(03) VALUE ZEROS.
      *
            03 LD-QTD           PIC ZZZ.ZZ9.
            03 FILLER          PIC X(03) VALUE SPACES.
            03 LD-VALOR        PIC ZZZ.ZZZ.ZZ9,99.
      *
      * ACUMULADORES POR PROCEDIMENTO (PESQUISA LINEAR)
      *
       01 W-QTD-PRC          PIC 9(03) VALUE ZEROS.
       01 W-TAB-PRC.
            03 W-TAB-PRC-ITEM OCCURS 200 TIMES.
                 05 W-TPRC-COD        PIC 9(04).
                 05 W-TPRC-QTD        PIC 9(06).
                 05 W-TPRC-VALOR    PIC 9(09)V99.
       01 LINHA-SEC4.
            03 FILLER          PIC X(30)
                    VALUE "TOTAIS POR PROCEDIMENTO".
       01 LINHA-CABPRC.
            03 FILLER          PIC X(26) VALUE "PROCEDIMENTO".
            03 FILLER          PIC X(12) VALUE "REALIZADOS".
            03 FILLER          PIC X(16) VALUE "VALOR TOTAL".
       01 LINHA-DETPRC.
            03 LDP-PROC         PIC ZZZ9.
            03 FILLER          PIC X(22) VALUE SPACES.
            03 LDP-QTD          PIC ZZZ.ZZ9.
            03 FILLER          PIC X(03) VALUE SPACES.
            03 LDP-VALOR        PIC ZZZ.ZZZ.ZZ9,99.
       01 LINHA-PRCSEM.
            03 FILLER  PIC X(34)
                    VALUE "PROCEDIMENTOS SEM TARIFA      : ".
            03 LPS-QTD          PIC ZZZ.ZZ9.
       01 LINHA-RETORNO.
            03 FILLER  PIC X(34)
                    VALUE "RETORNOS NA JANELA (SEM COBRANCA):".
            03 LR-QTD           PIC ZZZ.ZZ9.
       01 LINHA-SEC5.
            03 FILLER          PIC X(50)
               VALUE "AJUSTES TARDIOS - FATURAMENTO SUPLEMENTAR".
       01 LINHA-CABAJU.
            03 FILLER          PIC X(09) VALUE "CRM".
            03 FILLER          PIC X(10) VALUE "CONSULTA".
            03 FILLER          PIC X(06) VALUE "HORA".
            03 FILLER          PIC X(06) VALUE "DE/P/".
            03 FILLER          PIC X(20) VALUE "VALOR".
            03 FILLER          PIC X(10) VALUE "AUTORIZOU".
       01 LINHA-DETAJU.
            03 LDA-CRM          PIC ZZZ.ZZ9.
            03 FILLER          PIC X(02) VALUE SPACES.
            03 LDA-DATA         PIC X(08).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 LDA-HORA         PIC X(04).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 LDA-ANT          PIC X(01).
            03 FILLER          PIC X(01) VALUE "/".
            03 LDA-NOVO         PIC X(01).
            03 FILLER          PIC X(03) VALUE SPACES.
            03 LDA-SINAL        PIC X(01).
            03 LDA-VALOR        PIC ZZZ.ZZZ.ZZ9,99.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 LDA-OPERADOR    PIC X(08).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 LDA-OBS          PIC X(14).
       01 LINHA-AJUQTD.
            03 FILLER  PIC X(34)
                    VALUE "AJUSTES TARDIOS VALORIZADOS  : ".
            03 LAQ-QTD          PIC ZZZ.ZZ9.
       01 LINHA-AJUMAIS.
            03 FILLER  PIC X(34)
                    VALUE "DIFERENCA A COBRAR (+)       : ".
            03 LAM-VALOR        PIC ZZZ.ZZZ.ZZ9,99.
       01 LINHA-AJUMENOS.
            03 FILLER  PIC X(34)
                    VALUE "DIFERENCA A ESTORNAR (-)     : ".
            03 LAE-VALOR        PIC ZZZ.ZZZ.ZZ9,99.
       01 LINHA-SEMTAR.
            03 FILLER  PIC X(34)
                    VALUE "CONSULTAS SEM TARIFA VIGENTE : ".
           PERFORM LER-CADAGD THRU LER-CADAGD-FIM
           PERFORM PROCESSA    THRU PROCESSA-FIM
                    UNTIL FIM-CADAGD
           PERFORM ABRIR-APR    THRU ABRIR-APR-FIM
           PERFORM PROCESSA-PRC THRU PROCESSA-PRC-FIM
                    UNTIL FIM-CADAPR
           PERFORM IMPRIME       THRU IMPRIME-FIM
           PERFORM ABRIR-AJU    THRU ABRIR-AJU-FIM
           PERFORM PROCESSA-AJU THRU PROCESSA-AJU-FIM
                    UNTIL FIM-CADAJU
           PERFORM IMPRIME-AJU  THRU IMPRIME-AJU-FIM
           PERFORM GRAVA-FECHAMENTO THRU GRAVA-FECHAMENTO-FIM
           PERFORM ROT-FIM        THRU ROT-FIM-FIM
           GOBACK.
      *--------------------[ ABERTURA DE ARQUIVOS ]--------------------
              AND ST-ERRO7 NOT = "30" AND ST-ERRO7 NOT = "35"
                DISPLAY "ERRO NA ABERTURA DO CADCON - ST=" ST-ERRO7
                GOBACK.
           IF ST-ERRO7 = "00"
                MOVE "S" TO W-CON-DISPON
           ELSE
                MOVE "N" TO W-CON-DISPON.
      * FECHAMENTO DE PERIODO - CRIADO NA PRIMEIRA VALORIZACAO. MES
      * JA FECHADO E REVALORIZADO (RERODADA COM OVERRIDE NO CADMES)
      * SO E AVISADO - OS AJUSTES TARDIOS DESSE MES JA ESTAO NA
      * AGENDA E SAIRAM OU SAIRAO NO FATSUP DO MES SEGUINTE.
           OPEN I-O CADFEC
           IF ST-ERR10 = "30" OR ST-ERR10 = "35"
                OPEN OUTPUT CADFEC
                CLOSE CADFEC
                OPEN I-O CADFEC.
           IF ST-ERR10 NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO CADFEC - ST=" ST-ERR10
                GOBACK.
           MOVE W-MES-REF TO FC-MES
           MOVE "S" TO W-FEC-EXISTE
           READ CADFEC
                INVALID KEY
                     MOVE "N" TO W-FEC-EXISTE.
           IF W-FEC-EXISTE = "S"
                DISPLAY "MES " W-MES-REF " JA FECHADO EM " FC-DTFECH
                        " - REVALORIZACAO INCLUI OS AJUSTES TARDIOS".
           OPEN OUTPUT FATSUP
           IF ST-ERR12 NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO FATSUP - ST=" ST-ERR12
                GOBACK.
           OPEN OUTPUT FATVAL
           IF ST-ERRO5 NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO FATVAL - ST=" ST-ERRO5
           EXIT.
      *--------------------[ LEITURA SEQUENCIAL DO CADAGD ]-------------
       LER-CADAGD.
           READ CADAGD NEXT RECORD
                AT END MOVE "S" TO W-FIM-CADAGD.
       LER-CADAGD-FIM.
           EXIT.
                INVALID KEY
                     MOVE ZEROS TO ESPEC.
           PERFORM BUSCA-TARIFA THRU BUSCA-TARIFA-FIM
           PERFORM TESTA-RETORNO THRU TESTA-RETORNO-FIM
           IF W-RET-GRATIS = "S"
                MOVE ZEROS TO W-TARIFA
                ADD 1 TO W-TOT-RET
           ELSE
                IF W-TARIFA = ZEROS
                     ADD 1 TO W-TOT-SEMTAR.
           MOVE AG-CRM TO FV-CRM
           MOVE ESPEC TO FV-ESPEC
           MOVE W-DATA-CONS TO FV-DATA
           MOVE AG-PACCOD TO FV-PACCOD
           MOVE AG-CONV TO FV-CONV
           MOVE W-TARIFA TO FV-VALOR
           MOVE AG-AUTORIZ TO FV-AUTORIZ
           MOVE "P" TO FV-MODAL
           MOVE ZEROS TO FV-PROC
           MOVE AG-CID TO FV-CID
           MOVE W-RET-GRATIS TO FV-RETORNO
           IF AG-VIDEO
                MOVE "V" TO FV-MODAL
                ADD 1 TO W-TOT-VIDEO.
           WRITE REG-FATVAL
           IF ST-ERRO5 NOT = "00"
                DISPLAY "ERRO NA GRAVACAO DO FATVAL - ST=" ST-ERRO5
                PERFORM ROT-FIM THRU ROT-FIM-FIM
                GOBACK.
           ADD 1 TO W-TOT-VAL
           MOVE AG-CONV TO W-ACU-CONV
           PERFORM ACUMULA THRU ACUMULA-FIM
           PERFORM LER-CADAGD THRU LER-CADAGD-FIM.
       PROCESSA-FIM.
           EXIT.
      *--------------------[ ABERTURA DA AGENDA DE PROCEDIMENTOS ]------
      * CADAPR AINDA NAO CRIADO (NENHUM PROCEDIMENTO MARCADO) NAO E
      * ERRO. SEM A TABELA CADTPR OS PROCEDIMENTOS SAEM COM VALOR
      * ZERO E CONTAM COMO EXCECAO, COMO A CONSULTA SEM TARIFA.
       ABRIR-APR.
           OPEN INPUT CADAPR
           IF ST-ERRO8 = "35"
                MOVE "S" TO W-FIM-CADAPR
                GO TO ABRIR-APR-FIM.
           IF ST-ERRO8 NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO CADAPR - ST=" ST-ERRO8
                PERFORM ROT-FIM THRU ROT-FIM-FIM
                GOBACK.
           OPEN INPUT CADTPR
           IF ST-ERRO9 NOT = "00"
              AND ST-ERRO9 NOT = "30" AND ST-ERRO9 NOT = "35"
                DISPLAY "ERRO NA ABERTURA DO CADTPR - ST=" ST-ERRO9
                CLOSE CADAPR
                PERFORM ROT-FIM THRU ROT-FIM-FIM
                GOBACK.
           IF ST-ERRO9 = "00"
                MOVE "S" TO W-TPR-DISPON
           ELSE
                MOVE "N" TO W-TPR-DISPON.
           PERFORM LER-CADAPR THRU LER-CADAPR-FIM.
       ABRIR-APR-FIM.
           EXIT.
      *--------------------[ LEITURA SEQUENCIAL DO CADAPR ]-------------
       LER-CADAPR.
           READ CADAPR
                AT END MOVE "S" TO W-FIM-CADAPR
                       CLOSE CADAPR
                       IF W-TPR-DISPON = "S"
                            CLOSE CADTPR
                            MOVE "N" TO W-TPR-DISPON.
       LER-CADAPR-FIM.
           EXIT.
      *--------------------[ VALORIZACAO DE UM PROCEDIMENTO ]-----------
      * O PROCEDIMENTO NAO TEM MEDICO - VAI PARA O FATVAL COM O CRM DE
      * RECURSO (999900 + SALA) E ESPECIALIDADE ZEROS, E SO ENTRA NOS
      * TOTAIS POR CONVENIO E POR PROCEDIMENTO.
       PROCESSA-PRC.
           DIVIDE AP-DATA BY 100 GIVING W-MES-CONS
           IF W-MES-CONS NOT = W-MES-REF OR NOT AP-REALIZADO
                PERFORM LER-CADAPR THRU LER-CADAPR-FIM
                GO TO PROCESSA-PRC-FIM.
           MOVE AP-DATA TO W-DATA-CONS
           PERFORM BUSCA-TARIFA-PRC THRU BUSCA-TARIFA-PRC-FIM
           IF W-TARIFA = ZEROS
                ADD 1 TO W-TOT-PRCSEM.
           COMPUTE FV-CRM = 999900 + AP-SALA
           MOVE ZEROS TO FV-ESPEC
           MOVE AP-DATA TO FV-DATA
           MOVE AP-HORA TO FV-HORA
           MOVE AP-PACCOD TO FV-PACCOD
           MOVE AP-CONV TO FV-CONV
           MOVE W-TARIFA TO FV-VALOR
           MOVE AP-AUTORIZ TO FV-AUTORIZ
           MOVE "P" TO FV-MODAL
           MOVE AP-PROC TO FV-PROC
           MOVE SPACES TO FV-CID FV-RETORNO
           WRITE REG-FATVAL
           IF ST-ERRO5 NOT = "00"
                DISPLAY "ERRO NA GRAVACAO DO FATVAL - ST=" ST-ERRO5
                CLOSE CADAPR
                PERFORM ROT-FIM THRU ROT-FIM-FIM
                GOBACK.
           ADD 1 TO W-TOT-PRC
           MOVE AP-CONV TO W-ACU-CONV
           PERFORM ACUMULA-CONV THRU ACUMULA-FIM
           PERFORM ACUMULA-PRC THRU ACUMULA-PRC-FIM
           PERFORM LER-CADAPR THRU LER-CADAPR-FIM.
       PROCESSA-PRC-FIM.
           EXIT.
      *--------------------[ TARIFA DO PROCEDIMENTO NA DATA ]-----------
      * MESMA REGRA DO BUSCA-TARIFA: ULTIMA VIGENCIA QUE NAO
      * ULTRAPASSE A DATA, CONVENIO SEM TARIFA CAI NA PARTICULAR.
       BUSCA-TARIFA-PRC.
           MOVE ZEROS TO W-TARIFA
           IF W-TPR-DISPON NOT = "S"
                GO TO BUSCA-TARIFA-PRC-FIM.
           MOVE AP-CONV TO W-TAR-CONV.
       BUSCA-TARIFA-PRC-NIVEL.
           MOVE "N" TO W-FIM-TAR
           MOVE AP-PROC TO TR-PROC
           MOVE W-TAR-CONV TO TR-CONV
           MOVE ZEROS TO TR-VIGENCIA
           START CADTPR KEY IS NOT LESS THAN TR-CHAVE
                INVALID KEY
                     MOVE "S" TO W-FIM-TAR.
       BUSCA-TARIFA-PRC-LOOP.
           IF W-FIM-TAR = "S"
                GO TO BUSCA-TARIFA-PRC-TESTA.
           READ CADTPR NEXT RECORD
                AT END MOVE "S" TO W-FIM-TAR
                        GO TO BUSCA-TARIFA-PRC-LOOP.
           IF TR-PROC NOT = AP-PROC OR TR-CONV NOT = W-TAR-CONV
                MOVE "S" TO W-FIM-TAR
                GO TO BUSCA-TARIFA-PRC-LOOP.
           IF TR-VIGENCIA > W-DATA-CONS
                MOVE "S" TO W-FIM-TAR
                GO TO BUSCA-TARIFA-PRC-LOOP.
           MOVE TR-VALOR TO W-TARIFA
           GO TO BUSCA-TARIFA-PRC-LOOP.
       BUSCA-TARIFA-PRC-TESTA.
           IF W-TARIFA = ZEROS AND W-TAR-CONV NOT = ZEROS
                MOVE ZEROS TO W-TAR-CONV
                GO TO BUSCA-TARIFA-PRC-NIVEL.
       BUSCA-TARIFA-PRC-FIM.
           EXIT.
      *--------------------[ ACUMULO POR PROCEDIMENTO ]-----------------
       ACUMULA-PRC.
           MOVE ZEROS TO W-IDX.
       ACUMULA-PRC-LOOP.
           ADD 1 TO W-IDX
           IF W-IDX > W-QTD-PRC
                GO TO ACUMULA-PRC-NOVO.
           IF W-TPRC-COD (W-IDX) = AP-PROC
                ADD 1 TO W-TPRC-QTD (W-IDX)
                ADD W-TARIFA TO W-TPRC-VALOR (W-IDX)
                GO TO ACUMULA-PRC-FIM.
           GO TO ACUMULA-PRC-LOOP.
       ACUMULA-PRC-NOVO.
           IF W-QTD-PRC = 200
                DISPLAY "TABELA DE PROCEDIMENTOS CHEIA - COD " AP-PROC
                                         " FORA DOS TOTAIS"
                GO TO ACUMULA-PRC-FIM.
           ADD 1 TO W-QTD-PRC
           MOVE AP-PROC TO W-TPRC-COD (W-QTD-PRC)
           MOVE 1 TO W-TPRC-QTD (W-QTD-PRC)
           MOVE W-TARIFA TO W-TPRC-VALOR (W-QTD-PRC).
       ACUMULA-PRC-FIM.
           EXIT.
      *--------------------[ TARIFA EM VIGOR NA DATA ]------------------
      * VARRE AS TARIFAS DA ESPECIALIDADE E DO CONVENIO DA CONSULTA
      * EM ORDEM DE VIGENCIA E GUARDA A ULTIMA QUE NAO ULTRAPASSE A
      * DATA DA CONSULTA. CONVENIO SEM NENHUMA TARIFA VIGENTE CAI NA
      * TARIFA PARTICULAR (CONVENIO ZEROS). TELECONSULTA PEGA O VALOR
      * DE TELECONSULTA DA TARIFA, QUANDO INFORMADO.
       BUSCA-TARIFA.
           MOVE ZEROS TO W-TARIFA
           MOVE AG-CONV TO W-TAR-CONV.
                MOVE "S" TO W-FIM-TAR
                GO TO BUSCA-TARIFA-LOOP.
           MOVE TA-VALOR TO W-TARIFA
           IF AG-VIDEO AND TA-VALOR-VIDEO NOT = ZEROS
                MOVE TA-VALOR-VIDEO TO W-TARIFA.
           GO TO BUSCA-TARIFA-LOOP.
       BUSCA-TARIFA-TESTA.
           IF W-TARIFA = ZEROS AND W-TAR-CONV NOT = ZEROS
                GO TO BUSCA-TARIFA-NIVEL.
       BUSCA-TARIFA-FIM.
           EXIT.
      *--------------------[ RETORNO DENTRO DA JANELA DO CONVENIO ]-----
      * CONSULTA LIGADA A UM PEDIDO DE RETORNO (AG-RET-ORIGEM) E
      * REALIZADA ATE CV-DIAS-RET DIAS DEPOIS DA CONSULTA DE ORIGEM NAO
      * E COBRAVEL. PARTICULAR E CONVENIO SEM JANELA SAO COBRADOS.
       TESTA-RETORNO.
           MOVE SPACE TO W-RET-GRATIS
           IF AG-RET-CRM = ZEROS OR AG-CONV = ZEROS
              OR W-CON-DISPON NOT = "S"
                GO TO TESTA-RETORNO-FIM.
           MOVE AG-CONV TO CV-CODIGO
           READ CADCON
                INVALID KEY
                     GO TO TESTA-RETORNO-FIM.
           IF CV-DIAS-RET = ZEROS
                GO TO TESTA-RETORNO-FIM.
           MOVE AG-RET-DTCONS (5:4) TO W-RET-DTORIG (1:4)
           MOVE AG-RET-DTCONS (3:2) TO W-RET-DTORIG (5:2)
           MOVE AG-RET-DTCONS (1:2) TO W-RET-DTORIG (7:2)
           COMPUTE W-RET-DIAS = FUNCTION INTEGER-OF-DATE (W-DATA-CONS)
                              - FUNCTION INTEGER-OF-DATE (W-RET-DTORIG)
           IF W-RET-DIAS < ZEROS OR W-RET-DIAS > CV-DIAS-RET
                GO TO TESTA-RETORNO-FIM.
           MOVE "S" TO W-RET-GRATIS.
       TESTA-RETORNO-FIM.
           EXIT.
      *--------------------[ ACUMULO POR MEDICO E ESPECIALIDADE ]-------
       ACUMULA.
           MOVE ZEROS TO W-IDX.
           ADD 1 TO W-IDX
           IF W-IDX > W-QTD-CONV
                GO TO ACUMULA-CONV-NOVO.
           IF W-TCNV-COD (W-IDX) = W-ACU-CONV
                ADD 1 TO W-TCNV-QTD (W-IDX)
                ADD W-TARIFA TO W-TCNV-VALOR (W-IDX)
                GO TO ACUMULA-FIM.
           GO TO ACUMULA-CONV-LOOP.
       ACUMULA-CONV-NOVO.
           IF W-QTD-CONV = 100
                DISPLAY "TABELA DE CONVENIOS CHEIA - COD " W-ACU-CONV
                                         " FORA DOS TOTAIS"
                GO TO ACUMULA-FIM.
           ADD 1 TO W-QTD-CONV
           MOVE W-ACU-CONV TO W-TCNV-COD (W-QTD-CONV)
           MOVE 1 TO W-TCNV-QTD (W-QTD-CONV)
           MOVE W-TARIFA TO W-TCNV-VALOR (W-QTD-CONV).
       ACUMULA-FIM.
       IMPRIME-CONV-LOOP.
           ADD 1 TO W-IDX
           IF W-IDX > W-QTD-CONV
                GO TO IMPRIME-PRC.
           PERFORM BUSCA-NOME-CONV THRU BUSCA-NOME-CONV-FIM
           MOVE W-TCNV-QTD (W-IDX) TO LD-QTD
           MOVE W-TCNV-VALOR (W-IDX) TO LD-VALOR
           WRITE LINHA-REL FROM LINHA-DET
           GO TO IMPRIME-CONV-LOOP.
       IMPRIME-PRC.
           IF W-QTD-PRC = ZEROS
                GO TO IMPRIME-RODAPE.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           WRITE LINHA-REL FROM LINHA-SEC4
           WRITE LINHA-REL FROM LINHA-CABPRC
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE ZEROS TO W-IDX.
       IMPRIME-PRC-LOOP.
           ADD 1 TO W-IDX
           IF W-IDX > W-QTD-PRC
                GO TO IMPRIME-RODAPE.
           MOVE W-TPRC-COD (W-IDX) TO LDP-PROC
           MOVE W-TPRC-QTD (W-IDX) TO LDP-QTD
           MOVE W-TPRC-VALOR (W-IDX) TO LDP-VALOR
           WRITE LINHA-REL FROM LINHA-DETPRC
           GO TO IMPRIME-PRC-LOOP.
       IMPRIME-RODAPE.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-TOT-SEMTAR TO LS-QTD
           WRITE LINHA-REL FROM LINHA-SEMTAR
           MOVE W-TOT-PRCSEM TO LPS-QTD
           WRITE LINHA-REL FROM LINHA-PRCSEM
           MOVE W-TOT-RET TO LR-QTD
           WRITE LINHA-REL FROM LINHA-RETORNO.
       IMPRIME-FIM.
           EXIT.
      *--------------------[ NOME DO CONVENIO DO TOTAL ]----------------
           IF W-TCNV-COD (W-IDX) = ZEROS
                MOVE "PARTICULAR" TO LD-CHAVE
                GO TO BUSCA-NOME-CONV-FIM.
           IF W-CON-DISPON NOT = "S"
                MOVE W-TCNV-COD (W-IDX) TO LD-CHAVE (1:3)
                GO TO BUSCA-NOME-CONV-FIM.
           MOVE W-TCNV-COD (W-IDX) TO CV-CODIGO
           MOVE CV-NOME (1:24) TO LD-CHAVE.
       BUSCA-NOME-CONV-FIM.
           EXIT.
      *--------------------[ ABERTURA DOS AJUSTES TARDIOS ]-------------
      * CADAJU AINDA NAO CRIADO (NENHUM AJUSTE FEITO NO AGD050) NAO E
      * ERRO - O FATSUP SAI VAZIO.
       ABRIR-AJU.
           OPEN I-O CADAJU
           IF ST-ERR11 = "30" OR ST-ERR11 = "35"
                MOVE "S" TO W-FIM-CADAJU
                GO TO ABRIR-AJU-FIM.
           IF ST-ERR11 NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO CADAJU - ST=" ST-ERR11
                MOVE 8 TO RETURN-CODE
                PERFORM ROT-FIM THRU ROT-FIM-FIM
                GOBACK.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           WRITE LINHA-REL FROM LINHA-SEC5
           WRITE LINHA-REL FROM LINHA-CABAJU
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           PERFORM LER-CADAJU THRU LER-CADAJU-FIM.
       ABRIR-AJU-FIM.
           EXIT.
      *--------------------[ LEITURA SEQUENCIAL DO CADAJU ]-------------
       LER-CADAJU.
           READ CADAJU NEXT RECORD
                AT END MOVE "S" TO W-FIM-CADAJU
                       CLOSE CADAJU.
       LER-CADAJU-FIM.
           EXIT.
      *--------------------[ VALORIZACAO DE UM AJUSTE TARDIO ]----------
      * ENTRA O AJUSTE PENDENTE DE MES ANTERIOR AO DE REFERENCIA, E O
      * JA VALORIZADO NESTE MES (A RERODADA REPRODUZ O MESMO FATSUP).
      * A CONSULTA E PRECIFICADA COMO NO PROCESSA, PELA TARIFA EM
      * VIGOR NA DATA DELA - QUEM PASSOU A REALIZADA E COBRADA ("+"),
      * QUEM DEIXOU DE SER REALIZADA E ESTORNADA ("-"); AJUSTE SEM
      * REALIZADA DOS DOIS LADOS SO E MARCADO COMO VALORIZADO.
       PROCESSA-AJU.
           IF AJ-MES-FAT NOT = ZEROS AND AJ-MES-FAT NOT = W-MES-REF
                PERFORM LER-CADAJU THRU LER-CADAJU-FIM
                GO TO PROCESSA-AJU-FIM.
           IF AJ-MES-CONS NOT < W-MES-REF
                PERFORM LER-CADAJU THRU LER-CADAJU-FIM
                GO TO PROCESSA-AJU-FIM.
           MOVE SPACE TO AJ-SINAL
           MOVE ZEROS TO AJ-VALOR W-TARIFA
           MOVE SPACES TO LDA-OBS
           IF AJ-STATUS-NOVO = "R" AND AJ-STATUS-ANT NOT = "R"
                MOVE "+" TO AJ-SINAL.
           IF AJ-STATUS-ANT = "R" AND AJ-STATUS-NOVO NOT = "R"
                MOVE "-" TO AJ-SINAL.
           IF AJ-SINAL = SPACE
                MOVE "SEM DIFERENCA" TO LDA-OBS
                GO TO PROCESSA-AJU-MARCA.
           MOVE AJ-AGCRM TO AG-CRM
           MOVE AJ-AGDATA TO AG-DTCONS
           MOVE AJ-AGHORA TO AG-HRCONS
           MOVE "S" TO W-AJU-ACHOU
           READ CADAGD
                INVALID KEY
                     MOVE "N" TO W-AJU-ACHOU.
           IF W-AJU-ACHOU = "N"
                MOVE "SEM CONSULTA" TO LDA-OBS
                ADD 1 TO W-TOT-AJUSEM
                GO TO PROCESSA-AJU-MARCA.
           COMPUTE W-DATA-CONS = (AG-ANOCONS * 10000)
                                + (AG-MESCONS * 100) + AG-DIACONS
           MOVE AG-CRM TO CRM
           READ CADMED
                INVALID KEY
                     MOVE ZEROS TO ESPEC.
           PERFORM BUSCA-TARIFA THRU BUSCA-TARIFA-FIM
           PERFORM TESTA-RETORNO THRU TESTA-RETORNO-FIM
           IF W-RET-GRATIS = "S"
                MOVE ZEROS TO W-TARIFA
                MOVE "RETORNO" TO LDA-OBS
           ELSE
                IF W-TARIFA = ZEROS
                     MOVE "SEM TARIFA" TO LDA-OBS
                     ADD 1 TO W-TOT-AJUSEM.
           MOVE W-TARIFA TO AJ-VALOR
           MOVE AG-CRM TO FS-CRM
           MOVE ESPEC TO FS-ESPEC
           MOVE W-DATA-CONS TO FS-DATA
           MOVE AG-HRCONS TO FS-HORA
           MOVE AG-PACCOD TO FS-PACCOD
           MOVE AG-CONV TO FS-CONV
           MOVE W-TARIFA TO FS-VALOR
           MOVE AG-AUTORIZ TO FS-AUTORIZ
           MOVE "P" TO FS-MODAL
           IF AG-VIDEO
                MOVE "V" TO FS-MODAL.
           MOVE ZEROS TO FS-PROC
           MOVE AG-CID TO FS-CID
           MOVE W-RET-GRATIS TO FS-RETORNO
           MOVE AJ-SINAL TO FS-SINAL
           MOVE AJ-MES-CONS TO FS-MES-CONS
           WRITE REG-FATSUP
           IF ST-ERR12 NOT = "00"
                DISPLAY "ERRO NA GRAVACAO DO FATSUP - ST=" ST-ERR12
                MOVE 8 TO RETURN-CODE
                CLOSE CADAJU
                PERFORM ROT-FIM THRU ROT-FIM-FIM
                GOBACK.
           IF AJ-SINAL = "+"
                ADD W-TARIFA TO W-VAL-AJUMAIS
           ELSE
                ADD W-TARIFA TO W-VAL-AJUMENOS.
       PROCESSA-AJU-MARCA.
           MOVE W-MES-REF TO AJ-MES-FAT
           REWRITE REGAJU
           IF ST-ERR11 NOT = "00"
                DISPLAY "ERRO NA REGRAVACAO DO CADAJU - ST=" ST-ERR11
                MOVE 8 TO RETURN-CODE
                CLOSE CADAJU
                PERFORM ROT-FIM THRU ROT-FIM-FIM
                GOBACK.
           ADD 1 TO W-TOT-AJU
           MOVE AJ-AGCRM TO LDA-CRM
           MOVE AJ-AGDATA TO LDA-DATA
           MOVE AJ-AGHORA TO LDA-HORA
           MOVE AJ-STATUS-ANT TO LDA-ANT
           MOVE AJ-STATUS-NOVO TO LDA-NOVO
           MOVE AJ-SINAL TO LDA-SINAL
           MOVE AJ-VALOR TO LDA-VALOR
           MOVE AJ-OPERADOR TO LDA-OPERADOR
           WRITE LINHA-REL FROM LINHA-DETAJU
           PERFORM LER-CADAJU THRU LER-CADAJU-FIM.
       PROCESSA-AJU-FIM.
           EXIT.
      *--------------------[ TOTAIS DOS AJUSTES TARDIOS ]---------------
       IMPRIME-AJU.
           IF ST-ERR11 = "30" OR ST-ERR11 = "35"
                GO TO IMPRIME-AJU-FIM.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE W-TOT-AJU TO LAQ-QTD
           WRITE LINHA-REL FROM LINHA-AJUQTD
           MOVE W-VAL-AJUMAIS TO LAM-VALOR
           WRITE LINHA-REL FROM LINHA-AJUMAIS
           MOVE W-VAL-AJUMENOS TO LAE-VALOR
           WRITE LINHA-REL FROM LINHA-AJUMENOS.
       IMPRIME-AJU-FIM.
           EXIT.
      *--------------------[ FECHAMENTO DO MES DE REFERENCIA ]----------
      * SO CHEGA AQUI A VALORIZACAO QUE TERMINOU SEM ERRO. A PARTIR
      * DA DATA/HORA GRAVADA A SITUACAO DAS CONSULTAS DO MES SO MUDA
      * PELO AJUSTE TARDIO (AGD050). A RERODADA REGRAVA O INSTANTE.
       GRAVA-FECHAMENTO.
           MOVE W-MES-REF TO FC-MES
           ACCEPT FC-DTFECH FROM DATE YYYYMMDD
           ACCEPT FC-HRFECH FROM TIME
           MOVE W-TOT-VAL TO FC-QTD-VAL
           MOVE W-TOT-AJU TO FC-QTD-AJU
           IF W-FEC-EXISTE = "S"
                REWRITE REGFEC
           ELSE
                WRITE REGFEC.
           IF ST-ERR10 NOT = "00"
                DISPLAY "ERRO NA GRAVACAO DO CADFEC - ST=" ST-ERR10
                MOVE 8 TO RETURN-CODE
                GO TO GRAVA-FECHAMENTO-FIM.
           DISPLAY "MES " W-MES-REF " FECHADO NA AGENDA".
       GRAVA-FECHAMENTO-FIM.
           EXIT.
      *--------------------[ ENCERRAMENTO ]-----------------------------
       ROT-FIM.
           DISPLAY "CONSULTAS LIDAS        : " W-TOT-LIDOS
           DISPLAY "CONSULTAS VALORIZADAS : " W-TOT-VAL
           DISPLAY "SEM TARIFA VIGENTE     : " W-TOT-SEMTAR
           DISPLAY "TELECONSULTAS          : " W-TOT-VIDEO
           DISPLAY "RETORNOS SEM COBRANCA  : " W-TOT-RET
           DISPLAY "PROCEDIMENTOS VALORIZ. : " W-TOT-PRC
           DISPLAY "PROCED. SEM TARIFA     : " W-TOT-PRCSEM
           DISPLAY "AJUSTES TARDIOS VALOR. : " W-TOT-AJU
           DISPLAY "AJUSTES SEM VALOR      : " W-TOT-AJUSEM
           IF W-CON-DISPON = "S"
                CLOSE CADCON.
           CLOSE CADAGD CADMED CADESP CADTAR FATVAL RELVAL
                 CADFEC FATSUP.
       ROT-FIM-FIM.
           EXIT.
