                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AG-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS AG-PACCOD
                                                      WITH DUPLICATES.
                    SELECT SISSTAT ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO3.
                    RECORD KEY   IS PAC-CODIGO
                    FILE STATUS  IS ST-ERRO5
                    ALTERNATE RECORD KEY IS PAC-NOME
                                                      WITH DUPLICATES
                    ALTERNATE RECORD KEY IS PAC-RESP
                                                      WITH DUPLICATES.
                    SELECT CADHOR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    SELECT CTNLOG ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERR16.
                    SELECT CADPLN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PN-CHAVE
                    FILE STATUS  IS ST-ERR17.
                    SELECT CADCXA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CX-RECIBO
                    FILE STATUS  IS ST-ERR18
                    ALTERNATE RECORD KEY IS CX-AGCHAVE
                                                      WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CX-DTPAG
                                                      WITH DUPLICATES.
                    SELECT RECIBO ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERR19.
                    SELECT CADAPR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AP-CHAVE
                    FILE STATUS  IS ST-ERR20.
                    SELECT CADCID ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CI-CODIGO
                    FILE STATUS  IS ST-ERR21.
                    SELECT CADRET ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RT-CHAVE
                    FILE STATUS  IS ST-ERR22.
                    SELECT CADFEC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FC-MES
                    FILE STATUS  IS ST-ERR23.
                    SELECT CADDCL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DC-CHAVE
                    FILE STATUS  IS ST-ERR24
                    ALTERNATE RECORD KEY IS DC-AGCHAVE
                                                      WITH DUPLICATES.
                    SELECT DECLAR ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERR25.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CTNLOG.DAT".
           COPY CTNREG.
      *
      * COBERTURA DOS CONVENIOS POR ESPECIALIDADE - MANTIDA PELO
      * SMP031, CONFERIDA NO R4 (VIDE VALIDA-COBERTURA)
      *
       FD CADPLN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPLN.DAT".
           COPY PLNREG.
      *
      * CAIXA DA RECEPCAO - RECIBOS DAS CONSULTAS PARTICULARES
      * RECEBIDAS NO BALCAO (VIDE CAIXA-RECEBE). O FECHAMENTO DIARIO
      * DO CAIXA E O AGD033, NO CADNITE.
      *
       FD CADCXA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCXA.DAT".
           COPY CXAREG.
      *
      * RECIBO IMPRESSO NO RECEBIMENTO - MESMA DISCIPLINA DE
      * IMPRESSORA DA SENHA DE CHEGADA (VIDE IMPRIME-RECIBO)
      *
       FD RECIBO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RECIBO.LST".
       01 LINHA-RECIBO          PIC X(80).
      *
      * AGENDA DE PROCEDIMENTOS E EXAMES - MANTIDA PELO AGD036, LIDA
      * AQUI SO PARA O PROCEDIMENTO MARCADO NUM CONSULTORIO TOMAR A
      * SALA NO VALIDA-SALA
      *
       FD CADAPR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAPR.DAT".
           COPY APRREG.
      *
      * TABELA CID-10 - CARREGADA PELO SMP035 (JOB CIDLOAD), LIDA NA
      * MARCACAO DA CONSULTA REALIZADA (VIDE PEDE-CID)
      *
       FD CADCID
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCID.DAT".
           COPY CIDREG.
      *
      * PEDIDOS DE RETORNO - GRAVADOS NA MARCACAO DA REALIZADA (VIDE
      * PEDE-RETORNO) E LIDOS NO AGENDAMENTO DO RETORNO (BUSCA-RET)
      *
       FD CADRET
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRET.DAT".
           COPY RETREG.
      *
      * MESES JA FECHADOS PELA VALORIZACAO MENSAL (AGD012) - CONSULTA
      * DESSES MESES NAO MUDA MAIS DE SITUACAO NO BALCAO
      *
       FD CADFEC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFEC.DAT".
           COPY FECREG.
      *
      * DECLARACOES DE COMPARECIMENTO - UMA LINHA POR VIA IMPRESSA
      * (VIDE DECLARA-EMITE), CONSULTADAS PELO AGD052
      *
       FD CADDCL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADDCL.DAT".
           COPY DCLREG.
      *
      * DECLARACAO IMPRESSA NO BALCAO - MESMA DISCIPLINA DE
      * IMPRESSORA DO RECIBO (VIDE IMPRIME-DECLARA)
      *
       FD DECLAR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "DECLAR.LST".
       01 LINHA-DECLAR          PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 W-CONT   PIC 9(06) VALUE ZEROS.
       01 ST-ERR14   PIC X(02) VALUE "00".
       01 ST-ERR15   PIC X(02) VALUE "00".
       01 ST-ERR16   PIC X(02) VALUE "00".
       01 ST-ERR17   PIC X(02) VALUE "00".
       01 ST-ERR18   PIC X(02) VALUE "00".
       01 ST-ERR19   PIC X(02) VALUE "00".
       01 ST-ERR20   PIC X(02) VALUE "00".
       01 ST-ERR21   PIC X(02) VALUE "00".
       01 ST-ERR22   PIC X(02) VALUE "00".
       01 ST-ERR23   PIC X(02) VALUE "00".
       01 ST-ERR24   PIC X(02) VALUE "00".
       01 ST-ERR25   PIC X(02) VALUE "00".
       01 W-CTN-PARAG     PIC X(20) VALUE SPACES.
       01 W-CTN-RESULT   PIC X(01) VALUE SPACES.
       01 W-RES-OK       PIC X(01) VALUE SPACES.
           COPY RESPWS.
       01 W-RES-DISPON PIC X(01) VALUE "N".
       01 W-PLN-DISPON PIC X(01) VALUE "N".
       01 W-COB-OK       PIC X(01) VALUE SPACES.
       01 W-COB-AUT      PIC X(01) VALUE "N".
       01 W-COB-CONV     PIC 9(03) VALUE ZEROS.
       01 W-AUT-TELA.
            03 W-AUT-DIA PIC 99.
            03 W-AUT-MES PIC 99.
            03 W-AUT-ANO PIC 9(04).
       01 W-FICHA-MAX    PIC 9(03) VALUE ZEROS.
       01 W-FIC-CRM       PIC 9(06) VALUE ZEROS.
       01 W-FIC-DATA     PIC X(08) VALUE SPACES.
                 05 W-LC-CHEG         PIC 9(04).
                 05 W-LC-STAT         PIC X(01).
                 05 W-LC-PAC           PIC X(30).
                 05 W-LC-CHAM         PIC 9(04).
       01 W-LC-CHAMA       PIC 9(03) VALUE ZEROS.
       01 W-LC-ACHOU       PIC 9(02) VALUE ZEROS.
       01 W-LC-OK            PIC X(01) VALUE SPACES.
       01 LINHA-SN-BORDA  PIC X(36) VALUE ALL "*".
       01 LINHA-SN-TIT.
            03 FILLER          PIC X(08) VALUE "*  SENHA".
       01 LINHA-SN-CHEG.
            03 FILLER          PIC X(10) VALUE "*  CHEGOU:".
            03 SN-CHEG          PIC 9(04).
      *
      * CAMPOS DE TRABALHO DO CAIXA DA RECEPCAO (VIDE CAIXA-RECEBE)
      *
       01 W-CXA-DISPON    PIC X(01) VALUE "N".
       01 W-CXA-ACHOU      PIC X(01) VALUE SPACES.
       01 W-CXA-CHAVE      PIC X(18) VALUE SPACES.
       01 W-CXA-VALOR      PIC 9(05)V99 VALUE ZEROS.
       01 W-CXA-FORMA      PIC X(01) VALUE SPACES.
       01 W-CXA-RECIBO     PIC 9(07) VALUE ZEROS.
       01 W-CXA-AGORA      PIC 9(08) VALUE ZEROS.
       01 W-CXA-AGORAX REDEFINES W-CXA-AGORA.
            03 W-CXA-AGO-HHMM PIC 9(04).
            03 FILLER          PIC 9(04).
       01 LINHA-RC-TIT.
            03 FILLER          PIC X(10) VALUE "*  RECIBO ".
            03 RC-RECIBO       PIC 9(07).
            03 FILLER          PIC X(19) VALUE " - PARTICULAR".
       01 LINHA-RC-PAC.
            03 FILLER          PIC X(10) VALUE "*  PACIEN:".
            03 RC-PACIENTE    PIC X(30).
       01 LINHA-RC-MED.
            03 FILLER          PIC X(10) VALUE "*  MEDICO:".
            03 RC-MEDICO       PIC X(30).
       01 LINHA-RC-CONS.
            03 FILLER          PIC X(10) VALUE "*  CONSUL:".
            03 RC-DTCONS       PIC 99/99/9999.
            03 FILLER          PIC X(01) VALUE SPACES.
            03 RC-HRCONS       PIC 99.99.
       01 LINHA-RC-VALOR.
            03 FILLER          PIC X(10) VALUE "*  VALOR :".
            03 RC-VALOR        PIC ZZ.ZZ9,99.
            03 FILLER          PIC X(01) VALUE SPACES.
            03 RC-FORMA        PIC X(08).
       01 LINHA-RC-OPER.
            03 FILLER          PIC X(10) VALUE "*  OPER. :".
            03 RC-OPERADOR     PIC X(08).
            03 FILLER          PIC X(01) VALUE SPACES.
            03 RC-DTPAG        PIC 9999/99/99.
            03 FILLER          PIC X(01) VALUE SPACES.
            03 RC-HRPAG        PIC 99.99.
      *
      * DECLARACAO DE COMPARECIMENTO (VIDE DECLARA-EMITE). O CODIGO
      * DE VERIFICACAO SAI DO RESTO DA DIVISAO DE UMA SEMENTE (NUMERO,
      * PACIENTE E A HORA DA EMISSAO ATE O CENTESIMO) POR UM PRIMO.
      *
       01 W-DCL-DISPON    PIC X(01) VALUE "N".
       01 W-DCL-ACHOU      PIC X(01) VALUE SPACES.
       01 W-DCL-CHAVE      PIC X(18) VALUE SPACES.
       01 W-DCL-NUMERO     PIC 9(07) VALUE ZEROS.
       01 W-DCL-VIA         PIC 9(02) VALUE ZEROS.
       01 W-DCL-CODVER     PIC 9(06) VALUE ZEROS.
       01 W-DCL-SEMENTE    PIC 9(15) VALUE ZEROS.
       01 W-DCL-QUOC        PIC 9(15) VALUE ZEROS.
       01 W-DCL-AGORA      PIC 9(08) VALUE ZEROS.
       01 W-DCL-AGORAX REDEFINES W-DCL-AGORA.
            03 W-DCL-AGO-HHMM PIC 9(04).
            03 FILLER          PIC 9(04).
       01 LINHA-DC-TIT.
            03 FILLER          PIC X(29)
                    VALUE "*  DECLARACAO DE COMPARECIM.".
            03 FILLER          PIC X(04) VALUE " NO ".
            03 DCP-NUMERO      PIC 9(07).
       01 LINHA-DC-COPIA.
            03 FILLER          PIC X(21)
                    VALUE "*  *** COPIA - VIA ".
            03 DCP-VIA         PIC 99.
            03 FILLER          PIC X(04) VALUE " ***".
       01 LINHA-DC-TXT1.
            03 FILLER          PIC X(36)
                    VALUE "*  DECLARAMOS QUE O(A) PACIENTE".
       01 LINHA-DC-PAC.
            03 FILLER          PIC X(03) VALUE "*  ".
            03 DCP-PACIENTE   PIC X(30).
       01 LINHA-DC-DATA.
            03 FILLER          PIC X(28)
                    VALUE "*  ESTEVE NESTA CLINICA EM ".
            03 DCP-DTCONS      PIC 99/99/9999.
       01 LINHA-DC-HORA.
            03 FILLER          PIC X(14) VALUE "*  CHEGADA AS ".
            03 DCP-HRCHEG      PIC 99.99.
            03 FILLER          PIC X(14) VALUE " - TERMINO AS ".
            03 DCP-HRFIM       PIC 99.99.
       01 LINHA-DC-CHEG.
            03 FILLER          PIC X(14) VALUE "*  CHEGADA AS ".
            03 DCP-HRCHEG2     PIC 99.99.
       01 LINHA-DC-MED.
            03 FILLER          PIC X(10) VALUE "*  MEDICO:".
            03 DCP-MEDICO      PIC X(30).
       01 LINHA-DC-CRM.
            03 FILLER          PIC X(10) VALUE "*  CRM   :".
            03 DCP-CRM         PIC 9(06).
            03 FILLER          PIC X(11) VALUE "  UNIDADE: ".
            03 DCP-UNIDADE     PIC 99.
            03 FILLER          PIC X(01) VALUE SPACES.
            03 DCP-TXUNID      PIC X(05).
       01 LINHA-DC-COD.
            03 FILLER          PIC X(26)
                    VALUE "*  CODIGO DE VERIFICACAO: ".
            03 DCP-CODVER      PIC 9(06).
       01 LINHA-DC-EMI.
            03 FILLER          PIC X(10) VALUE "*  EMITIDA".
            03 FILLER          PIC X(01) VALUE SPACES.
            03 DCP-DTEMI       PIC 9999/99/99.
            03 FILLER          PIC X(01) VALUE SPACES.
            03 DCP-HREMI       PIC 99.99.
            03 FILLER          PIC X(01) VALUE SPACES.
            03 DCP-OPERADOR    PIC X(08).
       01 W-STATUS-ANT   PIC X(01) VALUE SPACES.
       01 W-STATUS-ANT2 PIC X(01) VALUE SPACES.
       01 W-AGL-OPER      PIC X(01) VALUE SPACES.
       01 W-SAL-FIM2        PIC 9(04) VALUE ZEROS.
       01 W-SAL-DUR          PIC 9(03) VALUE ZEROS.
       01 W-SAL-DUR2        PIC 9(03) VALUE ZEROS.
       01 W-SAL-AUTORIZ    PIC X(20) VALUE SPACES.
       01 W-SAL-AUTVAL     PIC 9(08) VALUE ZEROS.
       01 W-SAL-MODAL      PIC X(01) VALUE SPACES.
       01 W-SAL-DTPRC      PIC 9(08) VALUE ZEROS.
       01 W-SAL-HH          PIC 9(02) VALUE ZEROS.
       01 W-SAL-MM          PIC 9(02) VALUE ZEROS.
       01 W-APR-DISPON    PIC X(01) VALUE "N".
       01 W-CID-DISPON    PIC X(01) VALUE "N".
       01 W-CID-OK          PIC X(01) VALUE SPACES.
       01 W-CID               PIC X(04) VALUE SPACES.
      *
      * PEDIDO DE RETORNO DA CONSULTA REALIZADA (PEDE-RETORNO) E
      * PEDIDO EM ABERTO ACHADO NO AGENDAMENTO (BUSCA-RET). AS DATAS
      * DO CADRET SAO AAAAMMDD E AS DO CADAGD DDMMAAAA.
      *
       01 W-RET-DISPON    PIC X(01) VALUE "N".
       01 W-RET-OK          PIC X(01) VALUE SPACES.
       01 W-RET-ACHOU     PIC X(01) VALUE SPACES.
       01 W-FIM-RET         PIC X(01) VALUE "N".
       01 W-RET-DIAS        PIC 9(03) VALUE ZEROS.
       01 W-RET-CRMSOL    PIC 9(06) VALUE ZEROS.
       01 W-RET-INT          PIC 9(08) VALUE ZEROS.
      *
      * FECHAMENTO DE PERIODO (VIDE TESTA-MES-FECHADO)
      *
       01 W-FEC-DISPON    PIC X(01) VALUE "N".
       01 W-MES-FECHADO  PIC X(01) VALUE "N".
       01 W-RET-DTBOOK    PIC 9(08) VALUE ZEROS.
       01 W-RET-ORI-CRM   PIC 9(06) VALUE ZEROS.
       01 W-RET-ORI-HORA PIC 9(04) VALUE ZEROS.
       01 W-RET-DATA        PIC 9(08) VALUE ZEROS.
       01 W-RET-DATA-R REDEFINES W-RET-DATA.
            03 W-RET-ANO        PIC 9(04).
            03 W-RET-MES        PIC 9(02).
            03 W-RET-DIA        PIC 9(02).
       01 W-RET-DDMM        PIC 9(08) VALUE ZEROS.
       01 W-RET-DDMM-R REDEFINES W-RET-DDMM.
            03 W-RET-DD-DIA    PIC 9(02).
            03 W-RET-DD-MES    PIC 9(02).
            03 W-RET-DD-ANO    PIC 9(04).
       01 W-RET-EDIT         PIC 99/99/9999.
       01 W-VELHA-RETORIG PIC X(18) VALUE SPACES.
       01 W-VELHA-SALA     PIC 9(02) VALUE ZEROS.
       01 W-SOB-OK           PIC X(01) VALUE SPACES.
       01 W-SOB-REMARCA   PIC X(01) VALUE "N".
       01 W-DTCONS-AAAA   PIC 9(08) VALUE ZEROS.
       01 W-DIASEM          PIC 9(01) VALUE ZEROS.
       01 W-INT-DIA          PIC 9(01) VALUE ZEROS.
      * VERSAO DA GRADE EM VIGOR NUMA DATA (VIDE LE-GRADE-VIG)
       01 W-GRD-DATA        PIC 9(08) VALUE ZEROS.
       01 W-GRD-CRM          PIC 9(06) VALUE ZEROS.
       01 W-GRD-DIA          PIC 9(01) VALUE ZEROS.
       01 W-GRD-ACHOU      PIC X(01) VALUE SPACES.
       01 W-HOR-OK           PIC X(01) VALUE SPACES.
       01 W-UNID-FAIXA     PIC 9(02) VALUE ZEROS.
       01 W-UNID-SALA      PIC 9(02) VALUE ZEROS.
       01 W-VELHA-CONV     PIC 9(03) VALUE ZEROS.
       01 W-VELHA-DTMARC PIC 9(08) VALUE ZEROS.
       01 W-VELHA-HRMARC PIC 9(04) VALUE ZEROS.
       01 W-VELHA-AUTORIZ PIC X(20) VALUE SPACES.
       01 W-VELHA-AUTVAL  PIC 9(08) VALUE ZEROS.
       01 W-VELHA-SERIE   PIC 9(14) VALUE ZEROS.
       01 W-VELHA-MODAL   PIC X(01) VALUE SPACES.
       01 MENSAGEM.
            03 MENSAGEM1   PIC X(30) VALUE SPACES.
            03 CODIGO           PIC 9(02) VALUE ZEROS.
                 05 W-BLT-DATA        PIC 9(08).
                 05 W-BLT-HORA        PIC 9(04).
                 05 W-BLT-MED         PIC X(30).
      *
      * CAMPOS DE TRABALHO DA SERIE DE SESSOES (VIDE SERIE-OPC E
      * SERIE-ACE). CADA LINHA DA TABELA E UMA SESSAO: HORARIO ATUAL
      * (AAAAMMDD/HHMM), HORARIO PRETENDIDO (SUGESTAO OU DESTINO DA
      * MUDANCA) E O RESULTADO DAS VALIDACOES. SITUACAO DA LINHA:
      * S=VALIDA N=RECUSADA G=GRAVADA X=SEM ALTERACAO.
      *
       01 W-SER-ID             PIC 9(14) VALUE ZEROS.
       01 W-SER-IDR REDEFINES W-SER-ID.
            03 W-SER-ID-DATA  PIC 9(08).
            03 W-SER-ID-HORA  PIC 9(06).
       01 W-SER-MAX            PIC 9(02) VALUE 16.
       01 W-SER-INTERV        PIC 9(02) VALUE ZEROS.
       01 W-SER-QTD            PIC 9(02) VALUE ZEROS.
       01 W-SER-IDX            PIC 9(02) VALUE ZEROS.
       01 W-SER-IDX2          PIC 9(02) VALUE ZEROS.
       01 W-SER-TIDX          PIC 9(02) VALUE ZEROS.
       01 W-SER-LIN            PIC 9(02) VALUE ZEROS.
       01 W-SER-OKS            PIC 9(02) VALUE ZEROS.
       01 W-SER-GRAV          PIC 9(02) VALUE ZEROS.
       01 W-SER-MOVE          PIC X(01) VALUE "N".
       01 W-SER-NOVO          PIC X(01) VALUE SPACES.
       01 W-FIM-SER            PIC X(01) VALUE "N".
       01 W-SER-CRM            PIC 9(06) VALUE ZEROS.
       01 W-SER-DTBASE       PIC 9(08) VALUE ZEROS.
       01 W-SER-DATA          PIC 9(08) VALUE ZEROS.
       01 W-SER-HORA          PIC 9(04) VALUE ZEROS.
       01 W-SER-INT            PIC 9(08) VALUE ZEROS.
       01 W-SER-DELTA        PIC S9(05) VALUE ZEROS.
       01 W-SER-PAC            PIC X(30) VALUE SPACES.
       01 W-SER-PACCOD       PIC 9(06) VALUE ZEROS.
       01 W-SER-SALA          PIC 9(02) VALUE ZEROS.
       01 W-SER-CONV          PIC 9(03) VALUE ZEROS.
       01 W-SER-AUTORIZ      PIC X(20) VALUE SPACES.
       01 W-SER-AUTVAL       PIC 9(08) VALUE ZEROS.
       01 W-SER-MODAL        PIC X(01) VALUE SPACES.
       01 W-SER-DTMARC       PIC 9(08) VALUE ZEROS.
       01 W-SER-HRMARC       PIC 9(04) VALUE ZEROS.
       01 W-SER-MSG            PIC X(50) VALUE SPACES.
       01 W-SRT-TAB.
            03 W-SRT-ITEM OCCURS 16 TIMES.
                 05 W-SRT-DATA        PIC 9(08).
                 05 W-SRT-HORA        PIC 9(04).
                 05 W-SRT-NDATA      PIC 9(08).
                 05 W-SRT-NHORA      PIC 9(04).
                 05 W-SRT-SALA        PIC 9(02).
                 05 W-SRT-AUTVAL    PIC 9(08).
                 05 W-SRT-UNID        PIC 9(02).
                 05 W-SRT-OK           PIC X(01).
                 05 W-SRT-MSG         PIC X(50).
      *-----------------------------------------------------------------
      * AREA DO OPERADOR IDENTIFICADO - MONTADA PELO SMP009 E PASSADA
      * VIA CALL USING, COMO NO SMP001. O CODIGO VAI PARA O ENCAIXE
               VALUE  "     PACIENTE (COD)  :".
           05  LINE 14  COLUMN 01
               VALUE  "     SALA (0=SEM)    :".
           05  LINE 15  COLUMN 01
               VALUE  "     MODALIDADE (P/V):".
           05  LINE 15  COLUMN 27
               VALUE  "(P=PRESENCIAL V=VIDEO)".
           05  LINE 16  COLUMN 01
               VALUE  "     GUIA AUTORIZACAO:".
           05  LINE 17  COLUMN 01
               VALUE  "     VALIDADE GUIA   :".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TCRM
               LINE 14  COLUMN 24  PIC Z9
               USING  AG-SALA
               HIGHLIGHT.
           05  TMODAL
               LINE 15  COLUMN 24  PIC X(01)
               USING  AG-MODAL
               HIGHLIGHT.
           05  TLINK
               LINE 15  COLUMN 51  PIC X(20)
               USING  AG-LINK
               HIGHLIGHT.
           05  TAUTORIZ
               LINE 16  COLUMN 24  PIC X(20)
               USING  AG-AUTORIZ
               HIGHLIGHT.
           05  TAUTVAL
               LINE 17  COLUMN 24  PIC 99.99.9999
               USING  W-AUT-TELA
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING OPR-COM.
       INICIO.
                MOVE "S" TO W-RES-DISPON
           ELSE
                MOVE "N" TO W-RES-DISPON.
      * COBERTURA DOS CONVENIOS - SEM O ARQUIVO (TABELA AINDA NAO
      * IMPLANTADA NO SMP031) TODO CONVENIO VALE COMO COBERTO.
       ABRIR-PLN.
           OPEN INPUT CADPLN
           IF ST-ERR17 = "00"
                MOVE "S" TO W-PLN-DISPON
           ELSE
                MOVE "N" TO W-PLN-DISPON.
      * CAIXA DA RECEPCAO - CRIADO NA PRIMEIRA ABERTURA. SE NAO ABRIR,
      * O AGENDAMENTO SEGUE SEM O RECEBIMENTO NO BALCAO.
       ABRIR-CXA.
           OPEN I-O CADCXA
           IF ST-ERR18 = "30" OR ST-ERR18 = "35"
                OPEN OUTPUT CADCXA
                CLOSE CADCXA
                OPEN I-O CADCXA.
           IF ST-ERR18 = "00"
                MOVE "S" TO W-CXA-DISPON
           ELSE
                MOVE "N" TO W-CXA-DISPON.
      * AGENDA DE PROCEDIMENTOS - SEM O ARQUIVO (NENHUM PROCEDIMENTO
      * MARCADO AINDA NO AGD036) A SALA SO E CONFERIDA NO CADAGD.
       ABRIR-APR.
           OPEN INPUT CADAPR
           IF ST-ERR20 = "00"
                MOVE "S" TO W-APR-DISPON
           ELSE
                MOVE "N" TO W-APR-DISPON.
      * TABELA CID-10 - SEM O ARQUIVO (CIDLOAD AINDA NAO RODADO) A
      * REALIZADA SO PODE SER MARCADA SEM CID, E A ESPECIALIDADE QUE
      * EXIGE O CID FICA SEM PODER MARCAR ATE A CARGA.
       ABRIR-CID.
           OPEN INPUT CADCID
           IF ST-ERR21 = "00"
                MOVE "S" TO W-CID-DISPON
           ELSE
                MOVE "N" TO W-CID-DISPON.
      * PEDIDOS DE RETORNO - CRIADO NA PRIMEIRA ABERTURA. SE NAO
      * ABRIR, A REALIZADA E O AGENDAMENTO SEGUEM SEM O RETORNO.
       ABRIR-RET.
           OPEN I-O CADRET
           IF ST-ERR22 = "30" OR ST-ERR22 = "35"
                OPEN OUTPUT CADRET
                CLOSE CADRET
                OPEN I-O CADRET.
           IF ST-ERR22 = "00"
                MOVE "S" TO W-RET-DISPON
           ELSE
                MOVE "N" TO W-RET-DISPON.
      * FECHAMENTO DE PERIODO - SEM O ARQUIVO (NENHUM MES VALORIZADO
      * AINDA) NENHUMA CONSULTA ESTA TRAVADA.
       ABRIR-FEC.
           OPEN INPUT CADFEC
           IF ST-ERR23 = "00"
                MOVE "S" TO W-FEC-DISPON
           ELSE
                MOVE "N" TO W-FEC-DISPON.
      * DECLARACOES DE COMPARECIMENTO - CRIADO NA PRIMEIRA ABERTURA.
      * SE NAO ABRIR, O BALCAO FICA SEM A OPCAO D.
       ABRIR-DCL.
           OPEN I-O CADDCL
           IF ST-ERR24 = "30" OR ST-ERR24 = "35"
                OPEN OUTPUT CADDCL
                CLOSE CADDCL
                OPEN I-O CADDCL.
           IF ST-ERR24 = "00"
                MOVE "S" TO W-DCL-DISPON
           ELSE
                MOVE "N" TO W-DCL-DISPON.
       ABRIR-REC.
           OPEN EXTEND RECIBO
           IF ST-ERR19 NOT = "00"
                    OPEN OUTPUT RECIBO
                    IF ST-ERR19 NOT = "00"
                         MOVE "ERRO NA ABERTURA DO RECIBO" TO MENSAGEM1
                         MOVE ST-ERR19 TO CODIGO
                         MOVE MENSAGEM  TO W-MENS
                         PERFORM ROT-MENS THRU ROT-MENS2
                         GO TO ROT-FIM.
       ABRIR-DEC.
           OPEN EXTEND DECLAR
           IF ST-ERR25 NOT = "00"
                    OPEN OUTPUT DECLAR
                    IF ST-ERR25 NOT = "00"
                         MOVE "ERRO NA ABERTURA DA DECLAR" TO MENSAGEM1
                         MOVE ST-ERR25 TO CODIGO
                         MOVE MENSAGEM  TO W-MENS
                         PERFORM ROT-MENS THRU ROT-MENS2
                         GO TO ROT-FIM.
       ABRIR-SEN.
           OPEN EXTEND SENHA
           IF ST-ERR14 NOT = "00"
      *--------------------[ INICIALIAR VARIAVEIS ]-----------------
       ROT-INIC.
           MOVE ZEROS TO AG-CRM AG-DTCONS AG-HRCONS AG-PACCOD
                               AG-SALA AG-AUTVAL W-AUT-TELA
           MOVE SPACES TO AG-AUTORIZ AG-LINK
           MOVE SPACES TO AG-PACIENTE W-NOME-MED W-SEL W-ENC-JUST
           MOVE "P" TO AG-MODAL
           MOVE "N" TO W-ENC-PEND W-SER-MOVE
           MOVE "A" TO AG-STATUS.
      *--------------------[ VISUALIZAR TELA INICIAL ]-----------------
       R0.
           ACCEPT TCRM
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF AG-CRM = ZEROS
                MOVE "CRM NAO PODE SER ZERO" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                          PERFORM ROT-MENS THRU ROT-MENS2
                          MOVE "N" TO W-SEL
                     ELSE
                          DISPLAY TPACIENTE TMODAL TLINK
                          MOVE "*** HORARIO JA OCUPADO ***" TO W-MENS
                          PERFORM ROT-MENS THRU ROT-MENS2
                          GO TO ACE-001
                 GO TO R4
              NOT INVALID KEY
                 MOVE PAC-NOME TO AG-PACIENTE.
      * MENOR DE 18 ANOS SO AGENDA COM O RESPONSAVEL LEGAL LIGADO
      * NO CADASTRO (AGD002)
           PERFORM VALIDA-RESP THRU VALIDA-RESP-FIM
           IF W-RSP-OK NOT = "S"
                MOVE W-RSP-MSG TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R4.
           PERFORM VALIDA-RESTRICAO THRU VALIDA-RESTRICAO-FIM
           IF W-RES-OK NOT = "S"
                GO TO R4.
           DISPLAY TPACIENTE.
           PERFORM VALIDA-COBERTURA THRU VALIDA-COBERTURA-FIM
           IF W-COB-OK NOT = "S"
                GO TO R4.
      * O BUFFER PODE TRAZER A GUIA DE UM HORARIO CANCELADO LIDO
      * NO LER-ARQ - SO FICA A QUE FOR DIGITADA AGORA.
           MOVE SPACES TO AG-AUTORIZ
           MOVE ZEROS TO AG-AUTVAL W-AUT-TELA
           DISPLAY TAUTORIZ TAUTVAL
           IF W-COB-AUT NOT = "S"
                GO TO R4M.
      *--------------------[ DIGITAR A GUIA DE AUTORIZACAO ]-----------
      * CONVENIO QUE EXIGE AUTORIZACAO PREVIA PARA A ESPECIALIDADE
      * (CADPLN): NUMERO DA GUIA E VALIDADE SAO OBRIGATORIOS E A GUIA
      * NAO PODE VENCER ANTES DA DATA DA CONSULTA.
       R4A.
           ACCEPT TAUTORIZ
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R4.
           IF AG-AUTORIZ = SPACES
                MOVE "CONVENIO EXIGE AUTORIZACAO - INFORME A GUIA"
                                                        TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R4A.
       R4B.
           ACCEPT TAUTVAL
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R4A.
           IF W-AUT-TELA = ZEROS
                MOVE "VALIDADE DA GUIA NAO PODE SER ZEROS" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R4B.
           PERFORM VALIDA-DTAUT THRU VALIDA-DTAUT-FIM
           IF W-DTOK NOT = "S"
                MOVE "VALIDADE DA GUIA INVALIDA" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R4B.
           COMPUTE AG-AUTVAL = (W-AUT-ANO * 10000)
                             + (W-AUT-MES * 100) + W-AUT-DIA
           COMPUTE W-DTCONS-COMP = (AG-ANOCONS * 10000)
                                 + (AG-MESCONS * 100) + AG-DIACONS
           IF AG-AUTVAL < W-DTCONS-COMP
                MOVE "GUIA VENCE ANTES DA DATA DA CONSULTA" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R4B.
      *--------------------[ DIGITAR A MODALIDADE ]--------------------
      * P = PRESENCIAL, V = TELECONSULTA POR VIDEO. A TELECONSULTA
      * NAO OCUPA CONSULTORIO - A SALA FICA ZERADA E O R5 E PULADO.
      * A REFERENCIA DA SESSAO DE VIDEO E MONTADA NA GRAVACAO.
       R4M.
           IF AG-MODAL NOT = "V"
                MOVE "P" TO AG-MODAL.
           ACCEPT TMODAL
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R4.
           IF AG-MODAL = "p" OR AG-MODAL = SPACE
                MOVE "P" TO AG-MODAL.
           IF AG-MODAL = "v"
                MOVE "V" TO AG-MODAL.
           IF AG-MODAL NOT = "P" AND AG-MODAL NOT = "V"
                MOVE "MODALIDADE DEVE SER P OU V" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R4M.
           DISPLAY TMODAL
           IF AG-VIDEO
                MOVE ZEROS TO AG-SALA
                DISPLAY TSALA
                GO TO R6.
      *--------------------[ DIGITAR A SALA (CONSULTORIO) ]-------------
      * ZEROS = SEM SALA ATRIBUIDA (SEM CONTROLE DE CONFLITO). SALA
      * INFORMADA E VALIDADA NO CADSAL (SOMENTE ATIVAS) E CONFERIDA
           ACCEPT TSALA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R4M.
           IF AG-SALA = ZEROS
                   GO TO R6.
           MOVE AG-SALA TO SA-CODIGO
           READ CADSAL
              INVALID KEY
                      MOVE "SALA INATIVA - ESCOLHA OUTRA" TO W-MENS
                      PERFORM ROT-MENS THRU ROT-MENS2
                      GO TO R5.
      * EQUIPAMENTO DE EXAME (SA-TIPO "E") SO RECEBE PROCEDIMENTO
      * PELO AGD036.
           IF SA-EQUIPAMENTO
                MOVE "RECURSO E EQUIPAMENTO - ESCOLHA CONSULTORIO"
                                                        TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R5.
      * A SALA TEM QUE SER DA UNIDADE DA FAIXA DA GRADE QUE ACOLHEU
      * O HORARIO - ZEROS DE QUALQUER LADO VALE COMO SEDE (01).
           MOVE SA-UNIDADE TO W-UNID-SALA
           IF W-SAL-OK NOT = "S"
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R5.
      *--------------------[ LIGAR A CONSULTA AO PEDIDO DE RETORNO ]---
      * SE O PACIENTE TEM PEDIDO DE RETORNO DESTE MEDICO NO CADRET,
      * ANTERIOR A DATA DA CONSULTA, O MAIS RECENTE E OFERECIDO. COM
      * "S" A CONSULTA GUARDA A CHAVE DA CONSULTA DE ORIGEM EM
      * AG-RET-ORIGEM - O AGD012 NAO COBRA O RETORNO DENTRO DA JANELA
      * DO CONVENIO E O AGD038 DEIXA DE LISTAR O PEDIDO.
       R6.
           MOVE ZEROS TO AG-RET-ORIGEM
           IF W-RET-DISPON NOT = "S"
                GO TO INC-OPC.
           PERFORM BUSCA-RET THRU BUSCA-RET-FIM
           IF W-RET-ACHOU NOT = "S"
                GO TO INC-OPC.
           MOVE W-RET-DIA TO W-RET-DD-DIA
           MOVE W-RET-MES TO W-RET-DD-MES
           MOVE W-RET-ANO TO W-RET-DD-ANO
           MOVE W-RET-DDMM TO W-RET-EDIT.
       R6-ACE.
           MOVE "S" TO W-OPCAO
           DISPLAY (22, 05) "RETORNO DA CONSULTA DE "
           DISPLAY (22, 28) W-RET-EDIT
           DISPLAY (22, 39) "(S/N) :"
           ACCEPT (22, 47) W-OPCAO WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                MOVE SPACES TO W-MENS
                DISPLAY (22, 05) W-MENS
                GO TO R4.
           IF W-OPCAO = "s"
                MOVE "S" TO W-OPCAO.
           IF W-OPCAO = "n"
                MOVE "N" TO W-OPCAO.
           IF W-OPCAO NOT = "S" AND W-OPCAO NOT = "N"
                MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R6-ACE.
           IF W-OPCAO = "S"
                MOVE W-RET-ORI-CRM TO AG-RET-CRM
                MOVE W-RET-DDMM TO AG-RET-DTCONS
                MOVE W-RET-ORI-HORA TO AG-RET-HRCONS.
           MOVE SPACES TO W-MENS
           DISPLAY (22, 05) W-MENS.
       INC-OPC.
                PERFORM TESTA-QUIESCE THRU TESTA-QUIESCE-FIM
                IF W-QUIESCE = "S"
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-INIC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "GRAVAR (S/N/R=SERIE):".
                ACCEPT (23, 62) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO R4.
                IF W-OPCAO = "R" OR "r"
                   GO TO SERIE-OPC.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** AGENDAMENTO RECUSADO PELO USUARIO ***"
                                                        TO W-MENS
                MOVE "INC-WR1" TO W-CTN-PARAG.
       INC-WR1-TENTA.
                MOVE "A" TO AG-STATUS
                MOVE SPACES TO AG-CONFIRMADA AG-CID
                MOVE ZEROS TO AG-FICHA AG-HRCHEG AG-HRCHAM AG-HRFIM
      * O CONVENIO DA CONSULTA E O DO CADASTRO DO PACIENTE, OU
      * PARTICULAR QUANDO O PLANO NAO COBRE A ESPECIALIDADE E A
      * RECEPCAO OPTOU POR AGENDAR ASSIM (VIDE VALIDA-COBERTURA).
                MOVE W-COB-CONV TO AG-CONV
      * INSTANTE DA MARCACAO - ALIMENTA O TEMPO DE ESPERA (AGD025)
                ACCEPT AG-DTMARC FROM DATE YYYYMMDD
                ACCEPT W-BL-AGORA FROM TIME
                COMPUTE AG-HRMARC = (W-BL-AGO-HH * 100) + W-BL-AGO-MM
                MOVE W-UNID-FAIXA TO AG-UNIDADE
      * CONSULTA AVULSA - O BUFFER PODE TRAZER A SERIE DE UM HORARIO
      * CANCELADO LIDO NO LER-ARQ.
                MOVE ZEROS TO AG-SERIE
                PERFORM MONTA-LINK THRU MONTA-LINK-FIM
                IF W-ENC-PEND = "S"
                     MOVE "S" TO AG-ENCAIXE
                     MOVE OPC-CODIGO TO AG-ENC-OPER
      *
       ACE-001.
                DISPLAY (22, 05)
                  "C=CANCELA M=REMARCA F=FILA X=CAIXA S=SERIE D=DECLARA"
                DISPLAY (23, 05)
                  "P=CHEGOU  R=REALIZADA  N=FALTOU  ESC=VOLTAR"
                ACCEPT (23, 50) W-OPCAO
                IF W-OPCAO NOT = "C" AND W-OPCAO NOT = "M"
                     AND W-OPCAO NOT = "F" AND W-OPCAO NOT = "P"
                     AND W-OPCAO NOT = "R" AND W-OPCAO NOT = "N"
                     AND W-OPCAO NOT = "X" AND W-OPCAO NOT = "S"
                     AND W-OPCAO NOT = "D"
                                                     GO TO ACE-001.
                MOVE SPACES TO W-MENS
                DISPLAY (23, 12) W-MENS
      * CONSULTA DE MES JA VALORIZADO NAO MUDA DE SITUACAO AQUI - SO
      * PELO AJUSTE TARDIO SUPERVISIONADO (AGD050).
                IF W-OPCAO = "C" OR W-OPCAO = "M" OR W-OPCAO = "P"
                   OR W-OPCAO = "R" OR W-OPCAO = "N"
                     PERFORM TESTA-MES-FECHADO
                                       THRU TESTA-MES-FECHADO-FIM
                     IF W-MES-FECHADO = "S"
                          MOVE "MES FECHADO - SO PELO AJUSTE TARDIO"
                                                        TO W-MENS
                          PERFORM ROT-MENS THRU ROT-MENS-FIM
                          GO TO ACE-001.
                IF W-OPCAO = "F"
                         PERFORM FILA-INCLUI THRU FILA-INCLUI-FIM
                         GO TO ACE-001.
                IF W-OPCAO = "X"
                         PERFORM CAIXA-RECEBE THRU CAIXA-RECEBE-FIM
                         GO TO ROT-INIC.
                IF W-OPCAO = "D"
                         PERFORM DECLARA-EMITE THRU DECLARA-EMITE-FIM
                         GO TO ROT-INIC.
                IF W-OPCAO = "P" OR W-OPCAO = "R" OR W-OPCAO = "N"
                         GO TO MARCA-STATUS.
                IF W-OPCAO = "M"
                         GO TO REM-OPC.
                IF W-OPCAO = "S"
                         GO TO SERIE-ACE.
      *
       EXC-OPC.
                DISPLAY (23, 40) "CANCELAR  (S/N) : ".
                   PERFORM GRAVA-CTN-OK THRU GRAVA-CTN-FIM
                   MOVE "C" TO W-AGL-OPER
                   PERFORM GRAVA-AGL THRU GRAVA-AGL-FIM
                   PERFORM CAIXA-ESTORNO THRU CAIXA-ESTORNO-FIM
                   PERFORM MOSTRA-FILA THRU MOSTRA-FILA-FIM
                   MOVE "*** CONSULTA CANCELADA ***      "
                                                   TO W-MENS
      * MARCACAO FEITA NO BALCAO NO DIA DA CLINICA: P=PACIENTE
      * CHEGOU, R=CONSULTA REALIZADA, N=NAO COMPARECEU (FALTA).
      * AS FALTAS ALIMENTAM O RELATORIO MENSAL DO AGD007 (REGRA DAS
      * TRES FALTAS). A REALIZADA PEDE O CID-10 PRINCIPAL (VIDE
      * PEDE-CID); AS OUTRAS SITUACOES LIMPAM O CID DE UMA REALIZADA
      * MARCADA POR ENGANO.
       MARCA-STATUS.
                IF W-OPCAO = "R"
                     PERFORM PEDE-CID THRU PEDE-CID-FIM
                     IF W-CID-OK NOT = "S"
                          PERFORM ROT-MENS THRU ROT-MENS-FIM
                          GO TO ROT-INIC
                     ELSE
                          MOVE W-CID TO AG-CID
                ELSE
                     MOVE SPACES TO AG-CID.
                IF W-OPCAO = "R"
                     PERFORM PEDE-RETORNO THRU PEDE-RETORNO-FIM
                     IF W-RET-OK NOT = "S"
                          PERFORM ROT-MENS THRU ROT-MENS-FIM
                          GO TO ROT-INIC.
                IF W-OPCAO = "P"
                     MOVE "P" TO AG-STATUS.
                IF W-OPCAO = "R"
                     MOVE "R" TO AG-STATUS.
                IF W-OPCAO = "N"
                     MOVE "F" TO AG-STATUS.
      * A REALIZADA MARCADA NO PROPRIO DIA CARIMBA A HORA DO TERMINO
      * (A PRIMEIRA MARCACAO VALE - CORRIGIR O CID NAO MEXE NELA).
      * VOLTANDO PARA CHEGOU OU FALTA, O TERMINO MARCADO POR ENGANO
      * E LIMPO, E NA FALTA TAMBEM A CHAMADA.
                IF W-OPCAO NOT = "R"
                     MOVE ZEROS TO AG-HRFIM.
                IF W-OPCAO = "N"
                     MOVE ZEROS TO AG-HRCHAM.
                ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD
                COMPUTE W-DTCONS-AAAA = (AG-ANOCONS * 10000)
                                       + (AG-MESCONS * 100)
                                       + AG-DIACONS
                IF W-OPCAO = "R" AND AG-HRFIM = ZEROS
                   AND W-DTCONS-AAAA = W-DATA-HOJE
                     ACCEPT W-BL-AGORA FROM TIME
                     COMPUTE AG-HRFIM = (W-BL-AGO-HH * 100)
                                      + W-BL-AGO-MM.
      * PRIMEIRA MARCACAO DE CHEGADA DO DIA: EMITE A SENHA
      * SEQUENCIAL DO MEDICO/DIA E IMPRIME O TICKET (SENHA.LST).
                IF W-OPCAO = "P" AND AG-FICHA = ZEROS
                   PERFORM GRAVA-CTN-OK THRU GRAVA-CTN-FIM
                   MOVE "S" TO W-AGL-OPER
                   PERFORM GRAVA-AGL THRU GRAVA-AGL-FIM
                   PERFORM GRAVA-RET THRU GRAVA-RET-FIM
                   PERFORM CAIXA-CHEGADA THRU CAIXA-RECEBE-FIM
                   MOVE "*** SITUACAO ATUALIZADA ***     " TO W-MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-INIC.
                MOVE "ERRO NA ATUALIZACAO DA SITUACAO" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *--------------------[ CID-10 DA CONSULTA REALIZADA ]--------
      * DIAGNOSTICO PRINCIPAL SEM O PONTO (EX. J069), CONFERIDO NA
      * TABELA CADCID. EM BRANCO SO SE A ESPECIALIDADE DO MEDICO NAO
      * EXIGE O CID (E-EXIGE-CID DO CADESP, SMP002). ESC DESISTE DA
      * MARCACAO. SAI COM W-CID-OK "S" E O CODIGO EM W-CID, OU "N" E
      * O MOTIVO EM W-MENS.
       PEDE-CID.
                MOVE "N" TO W-CID-OK
                MOVE AG-CRM TO CRM
                READ CADMED
                     INVALID KEY
                          MOVE ZEROS TO ESPEC.
                MOVE ESPEC TO EESPEC
                READ CADESP
                     INVALID KEY
                          MOVE "N" TO E-EXIGE-CID.
                MOVE AG-CID TO W-CID.
       PEDE-CID-ACE.
                DISPLAY (22, 05)
                  "CID-10 PRINCIPAL (EX. J069) :                  "
                ACCEPT (22, 35) W-CID WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                     MOVE "*** SITUACAO NAO ALTERADA ***" TO W-MENS
                     GO TO PEDE-CID-FIM.
                IF W-CID = SPACES
                     IF E-CID-OBRIGAT
                          MOVE "ESPECIALIDADE EXIGE O CID-10" TO W-MENS
                          PERFORM ROT-MENS THRU ROT-MENS-FIM
                          GO TO PEDE-CID-ACE
                     ELSE
                          MOVE "S" TO W-CID-OK
                          GO TO PEDE-CID-FIM.
                IF W-CID-DISPON NOT = "S"
                     MOVE "TABELA CID-10 NAO CARREGADA" TO W-MENS
                     PERFORM ROT-MENS THRU ROT-MENS-FIM
                     GO TO PEDE-CID-ACE.
                MOVE W-CID TO CI-CODIGO
                READ CADCID
                     INVALID KEY
                          MOVE "CID-10 NAO CADASTRADO" TO W-MENS
                          PERFORM ROT-MENS THRU ROT-MENS-FIM
                          GO TO PEDE-CID-ACE.
                DISPLAY (22, 41) CI-DESCR (1:30)
                MOVE "S" TO W-CID-OK.
       PEDE-CID-FIM.
                EXIT.
      *--------------------[ PEDIDO DE RETORNO DA REALIZADA ]------
      * PRAZO EM DIAS PARA O PACIENTE VOLTAR (ZEROS = SEM RETORNO) E
      * O MEDICO QUE PEDIU, QUE VEM COM O DA CONSULTA. REMARCAR UMA
      * REALIZADA TRAZ O PEDIDO JA GRAVADO. ESC DESISTE DA MARCACAO.
      * SAI COM W-RET-OK "S", OU "N" E O MOTIVO EM W-MENS. O PEDIDO
      * SO E GRAVADO DEPOIS DA CONSULTA (VIDE GRAVA-RET).
       PEDE-RETORNO.
                MOVE "S" TO W-RET-OK
                MOVE ZEROS TO W-RET-DIAS
                MOVE AG-CRM TO W-RET-CRMSOL
                IF W-RET-DISPON NOT = "S"
                     GO TO PEDE-RETORNO-FIM.
                PERFORM MONTA-CHAVE-RET THRU MONTA-CHAVE-RET-FIM
                READ CADRET
                     INVALID KEY
                          GO TO PEDE-RETORNO-DIAS.
                MOVE RT-DIAS TO W-RET-DIAS
                MOVE RT-CRMSOL TO W-RET-CRMSOL.
       PEDE-RETORNO-DIAS.
                DISPLAY (22, 05)
                  "RETORNO EM QUANTOS DIAS (0=SEM) :                 "
                ACCEPT (22, 39) W-RET-DIAS WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                     MOVE "N" TO W-RET-OK
                     MOVE "*** SITUACAO NAO ALTERADA ***" TO W-MENS
                     GO TO PEDE-RETORNO-FIM.
                IF W-RET-DIAS = ZEROS
                     GO TO PEDE-RETORNO-FIM.
       PEDE-RETORNO-CRM.
                DISPLAY (22, 05)
                  "CRM DO MEDICO QUE PEDIU O RETORNO:                "
                ACCEPT (22, 40) W-RET-CRMSOL WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                     GO TO PEDE-RETORNO-DIAS.
                MOVE W-RET-CRMSOL TO CRM
                READ CADMED
                     INVALID KEY
                          MOVE "MEDICO NAO CADASTRADO NO CADMED"
                                                        TO W-MENS
                          PERFORM ROT-MENS THRU ROT-MENS-FIM
                          GO TO PEDE-RETORNO-CRM.
      * O BUFFER DO CADMED VOLTA PARA O MEDICO DA CONSULTA - O CAIXA
      * DA CHEGADA PRECIFICA PELA ESPECIALIDADE DELE
                MOVE AG-CRM TO CRM
                READ CADMED
                     INVALID KEY
                          MOVE ZEROS TO ESPEC.
       PEDE-RETORNO-FIM.
                EXIT.
      *--------------------[ GRAVACAO DO PEDIDO DE RETORNO ]-------
      * CHAMADO DEPOIS DA REGRAVACAO DA SITUACAO. REALIZADA COM PRAZO
      * GRAVA (OU REGRAVA) O PEDIDO; QUALQUER OUTRA SITUACAO, OU
      * PRAZO ZERO, APAGA O PEDIDO QUE A CONSULTA TIVER.
       GRAVA-RET.
                IF W-RET-DISPON NOT = "S"
                     GO TO GRAVA-RET-FIM.
                PERFORM MONTA-CHAVE-RET THRU MONTA-CHAVE-RET-FIM
                IF W-OPCAO NOT = "R" OR W-RET-DIAS = ZEROS
                     DELETE CADRET RECORD
                     GO TO GRAVA-RET-FIM.
                MOVE W-RET-CRMSOL TO RT-CRMSOL
                MOVE W-RET-DIAS TO RT-DIAS
                COMPUTE W-RET-INT = FUNCTION INTEGER-OF-DATE
                                         (RT-DTORIG) + W-RET-DIAS
                COMPUTE RT-DTPREV = FUNCTION DATE-OF-INTEGER
                                         (W-RET-INT)
                MOVE AG-CONV TO RT-CONV
                ACCEPT RT-DTREG FROM DATE YYYYMMDD
                MOVE OPC-CODIGO TO RT-OPERADOR
                WRITE REGRET
                IF ST-ERR22 = "22"
                     REWRITE REGRET.
       GRAVA-RET-FIM.
                EXIT.
      *--------------------[ CHAVE DO PEDIDO DA CONSULTA ATUAL ]---
       MONTA-CHAVE-RET.
                MOVE AG-PACCOD TO RT-PACCOD
                MOVE AG-ANOCONS TO W-RET-ANO
                MOVE AG-MESCONS TO W-RET-MES
                MOVE AG-DIACONS TO W-RET-DIA
                MOVE W-RET-DATA TO RT-DTORIG
                MOVE AG-HRCONS TO RT-HRORIG
                MOVE AG-CRM TO RT-CRMORIG.
       MONTA-CHAVE-RET-FIM.
                EXIT.
      *--------------------[ PEDIDO DE RETORNO EM ABERTO ]---------
      * VARRE OS PEDIDOS DO PACIENTE (CHAVE COMECA PELO PACIENTE, EM
      * ORDEM DE DATA) E GUARDA O ULTIMO PEDIDO PELO MEDICO DA
      * CONSULTA QUE ESTA SENDO MARCADA, COM ORIGEM ANTERIOR A ELA.
      * SAI COM W-RET-ACHOU "S" E A ORIGEM EM W-RET-ORI-CRM,
      * W-RET-DATA (AAAAMMDD) E W-RET-ORI-HORA.
       BUSCA-RET.
                MOVE "N" TO W-RET-ACHOU W-FIM-RET
                COMPUTE W-RET-DTBOOK = (AG-ANOCONS * 10000)
                                     + (AG-MESCONS * 100) + AG-DIACONS
                MOVE AG-PACCOD TO RT-PACCOD
                MOVE ZEROS TO RT-DTORIG RT-HRORIG RT-CRMORIG
                START CADRET KEY IS NOT LESS THAN RT-CHAVE
                     INVALID KEY
                          GO TO BUSCA-RET-FIM.
       BUSCA-RET-LOOP.
                READ CADRET NEXT RECORD
                     AT END
                          GO TO BUSCA-RET-FIM.
                IF RT-PACCOD NOT = AG-PACCOD
                   OR RT-DTORIG NOT < W-RET-DTBOOK
                     GO TO BUSCA-RET-FIM.
                IF RT-CRMSOL = AG-CRM
                     MOVE "S" TO W-RET-ACHOU
                     MOVE RT-CRMORIG TO W-RET-ORI-CRM
                     MOVE RT-DTORIG TO W-RET-DATA
                     MOVE RT-HRORIG TO W-RET-ORI-HORA.
                GO TO BUSCA-RET-LOOP.
       BUSCA-RET-FIM.
                EXIT.
      *--------------------[ REMARCACAO DA CONSULTA ]-------------
      * A CONSULTA ORIGINAL (AG-DTCONS/AG-HRCONS ATUAIS, JA LIDOS PELO
      * LER-ARQ/ACE-001) E GUARDADA EM W-VELHA-* ANTES DE QUALQUER
                MOVE AG-CONV TO W-VELHA-CONV
                MOVE AG-DTMARC TO W-VELHA-DTMARC
                MOVE AG-HRMARC TO W-VELHA-HRMARC
                MOVE AG-AUTORIZ TO W-VELHA-AUTORIZ
                MOVE AG-AUTVAL TO W-VELHA-AUTVAL
                MOVE AG-SERIE TO W-VELHA-SERIE
                MOVE AG-MODAL TO W-VELHA-MODAL
                MOVE AG-RET-ORIGEM TO W-VELHA-RETORIG
                DISPLAY (23, 05)
                     "NOVA DATA (DDMMAAAA) : ".
                MOVE ZEROS TO W-NOVA-DTCONS
                ACCEPT (23, 29) W-NOVA-DTCONS
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                     MOVE "*** REMARCACAO CANCELADA ***" TO W-MENS
                     PERFORM ROT-MENS THRU ROT-MENS-FIM
                     GO TO ROT-INIC.
                MOVE W-NOVA-DIACONS TO AG-DIACONS
                MOVE W-NOVA-MESCONS TO AG-MESCONS
                MOVE W-NOVA-ANOCONS TO AG-ANOCONS
                PERFORM VALIDA-DTCONS THRU VALIDA-DTCONS-FIM
                IF W-DTOK NOT = "S"
                     MOVE W-DTMSG TO W-MENS
                     PERFORM ROT-MENS THRU ROT-MENS-FIM
                     GO TO ROT-INIC.
      * A GUIA DE AUTORIZACAO ACOMPANHA A CONSULTA - SE ELA VENCE
      * ANTES DA NOVA DATA O PACIENTE PRECISA DE NOVA GUIA, E A
      * CONSULTA E CANCELADA E AGENDADA DE NOVO COM ELA.
                IF W-VELHA-AUTVAL NOT = ZEROS
                   AND W-DTCONS-COMP > W-VELHA-AUTVAL
                     MOVE "GUIA VENCE ANTES DA NOVA DATA - NAO REMARCA"
                                                         TO W-MENS
                     PERFORM ROT-MENS THRU ROT-MENS-FIM
                     GO TO ROT-INIC.
                DISPLAY (23, 05)
                     "NOVA HORA (HHMM)      : ".
                MOVE ZEROS TO W-NOVA-HRCONS
                ACCEPT (23, 29) W-NOVA-HRCONS
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                     MOVE "*** REMARCACAO CANCELADA ***" TO W-MENS
                     PERFORM ROT-MENS THRU ROT-MENS-FIM
                     GO TO ROT-INIC.
                IF W-NOVA-HRHH > 23 OR W-NOVA-HRMM > 59
                     MOVE "HORA INVALIDA - REMARCACAO CANCELADA"
                                                         TO W-MENS
                     PERFORM ROT-MENS THRU ROT-MENS-FIM
                     GO TO ROT-INIC.
                MOVE W-NOVA-DTCONS TO AG-DTCONS
                MOVE W-NOVA-HRCONS TO AG-HRCONS
                PERFORM VALIDA-HORARIO-MED THRU VALIDA-HORARIO-MED-FIM
                IF W-HOR-OK NOT = "S"
                     PERFORM ROT-MENS THRU ROT-MENS-FIM
                     GO TO ROT-INIC.
                PERFORM VALIDA-AUSENCIA THRU VALIDA-AUSENCIA-FIM
                IF W-AUS-OK NOT = "S"
                     PERFORM ROT-MENS THRU ROT-MENS-FIM
                     GO TO ROT-INIC.
                MOVE "S" TO W-SOB-REMARCA
                PERFORM VALIDA-SOBREPOS THRU VALIDA-SOBREPOS-FIM
                IF W-SOB-OK NOT = "S"
                     PERFORM ROT-MENS THRU ROT-MENS-FIM
                     GO TO ROT-INIC.
      * A SALA ORIGINAL ACOMPANHA A REMARCACAO - CONFERE SE ELA ESTA
      * LIVRE DE OUTRO MEDICO NO NOVO HORARIO. O VALIDA-SOBREPOS
      * ACIMA VARRE A AGENDA PELO PROPRIO BUFFER DO REGISTRO, ENTAO
      * A SALA DA CONSULTA REMARCADA E RECOLOCADA DE W-VELHA-SALA
      * ANTES DO TESTE (COMO O REM-WR1 JA FAZ).
                MOVE W-VELHA-SALA TO AG-SALA
                IF AG-SALA NOT = ZEROS
                     PERFORM VALIDA-SALA THRU VALIDA-SALA-FIM
                     IF W-SAL-OK NOT = "S"
                          PERFORM ROT-MENS THRU ROT-MENS-FIM
                          GO TO ROT-INIC.
       REM-CHECA.
                MOVE SPACES TO W-STATUS-ANT2
                READ CADAGD
                   INVALID KEY
                      MOVE "23" TO ST-ERRO
                   NOT INVALID KEY
                      MOVE AG-STATUS TO W-STATUS-ANT2
                      IF NOT AG-SLOT-LIVRE
                           MOVE "*** NOVO HORARIO JA OCUPADO ***"
                                                   TO W-MENS
                           PERFORM ROT-MENS THRU ROT-MENS-FIM
                           GO TO ROT-INIC.
       REM-WR1.
                MOVE "A" TO AG-STATUS
                MOVE W-VELHA-PACIENTE TO AG-PACIENTE
                MOVE W-VELHA-PACCOD TO AG-PACCOD
                MOVE W-VELHA-SALA TO AG-SALA
                MOVE W-VELHA-CONV TO AG-CONV
                MOVE W-VELHA-AUTORIZ TO AG-AUTORIZ
                MOVE W-VELHA-AUTVAL TO AG-AUTVAL
      * A SESSAO REMARCADA CONTINUA NA SUA SERIE, E O RETORNO
      * CONTINUA LIGADO AO PEDIDO
                MOVE W-VELHA-SERIE TO AG-SERIE
                MOVE W-VELHA-RETORIG TO AG-RET-ORIGEM
      * A MODALIDADE SEGUE; A TELECONSULTA GANHA A REFERENCIA DE
      * SESSAO DO NOVO HORARIO
                MOVE W-VELHA-MODAL TO AG-MODAL
                PERFORM MONTA-LINK THRU MONTA-LINK-FIM
      * O NOVO HORARIO HERDA O INSTANTE DA MARCACAO ORIGINAL - O
      * TEMPO DE ESPERA DO PACIENTE CONTA DESDE O PRIMEIRO TELEFONEMA
                MOVE W-VELHA-DTMARC TO AG-DTMARC
                MOVE W-VELHA-HRMARC TO AG-HRMARC
      * A UNIDADE E A DA FAIXA DO NOVO HORARIO, VALIDADA ACIMA
                MOVE W-UNID-FAIXA TO AG-UNIDADE
                MOVE SPACES TO AG-CONFIRMADA AG-CID
                MOVE ZEROS TO AG-FICHA AG-HRCHEG AG-HRCHAM AG-HRFIM
                MOVE ZEROS TO W-RETRY-CONT
                MOVE "REM-WR1" TO W-CTN-PARAG
                IF ST-ERRO = "23"
                     MOVE "S" TO W-REM-NOVO
                ELSE
                     MOVE "N" TO W-REM-NOVO.
       REM-WR1-TENTA.
                IF W-REM-NOVO = "S"
                     WRITE REGAGD
                ELSE
                     REWRITE REGAGD.
                IF ST-ERRO = "00"
                     PERFORM GRAVA-CTN-OK THRU GRAVA-CTN-FIM
                     MOVE W-STATUS-ANT2 TO W-STATUS-ANT
                     MOVE "R" TO W-AGL-OPER
                     PERFORM GRAVA-AGL THRU GRAVA-AGL-FIM
                     GO TO REM-CANCELA-ORIGINAL.
                IF ST-ERRO = "94"
                      PERFORM RETRY-94 THRU RETRY-94-FIM
                      IF W-RETRY-OK = "S"
                           GO TO REM-WR1-TENTA
                      ELSE
                           MOVE "*** REGISTRO EM USO - TENTE DEPOIS ***"
                                                             TO W-MENS
                           PERFORM ROT-MENS THRU ROT-MENS-FIM
                           GO TO ROT-INIC.
                MOVE "ERRO NA GRAVACAO DA REMARCACAO" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
       REM-CANCELA-ORIGINAL.
                MOVE W-VELHA-DTCONS TO AG-DTCONS
                MOVE W-VELHA-HRCONS TO AG-HRCONS
                MOVE ZEROS TO W-RETRY-CONT
                MOVE "REM-CANCELA-ORIGINAL" TO W-CTN-PARAG
                READ CADAGD
                     NOT INVALID KEY
                          GO TO REM-CANCELA-TENTA.
                GO TO REM-CANCELA-FIM.
       REM-CANCELA-TENTA.
      * NA RETENTATIVA DO RETRY-94 O BUFFER JA ESTA COM "M" - A
      * SITUACAO ANTERIOR SO E CAPTURADA NA PRIMEIRA PASSADA.
                IF AG-STATUS NOT = "M"
                     MOVE AG-STATUS TO W-STATUS-ANT.
                MOVE "M" TO AG-STATUS
                REWRITE REGAGD
                IF ST-ERRO = "00"
                     PERFORM GRAVA-CTN-OK THRU GRAVA-CTN-FIM
                     MOVE "O" TO W-AGL-OPER
                     PERFORM GRAVA-AGL THRU GRAVA-AGL-FIM
                     GO TO REM-CANCELA-FIM.
                IF ST-ERRO = "94"
                      PERFORM RETRY-94 THRU RETRY-94-FIM
                      IF W-RETRY-OK = "S"
                           GO TO REM-CANCELA-TENTA
                      ELSE
                           MOVE "HORARIO ANTIGO EM USO - CANCELE MANUAL"
                                                             TO W-MENS
                           PERFORM ROT-MENS THRU ROT-MENS-FIM
                           GO TO ROT-INIC.
                MOVE "ERRO AO CANCELAR O HORARIO ANTIGO - VERIFIQUE"
                                                        TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-INIC.
       REM-CANCELA-FIM.
      * O RECIBO DA CONSULTA PARTICULAR JA PAGA ACOMPANHA A CONSULTA
      * PARA O NOVO HORARIO (O BUFFER AINDA TRAZ A CHAVE ANTIGA).
                IF W-VELHA-CONV = ZEROS
                     PERFORM CAIXA-TRANSFERE THRU CAIXA-TRANSFERE-FIM.
                PERFORM MOSTRA-FILA THRU MOSTRA-FILA-FIM
                MOVE "*** CONSULTA REMARCADA COM SUCESSO ***" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-INIC.
      *
      ***********************************************
      * SERIE DE SESSOES (MARCACAO, CANCELAMENTO E  *
      * MUDANCA DO RESTANTE DA SERIE)               *
      ***********************************************
      *
      *--------------------[ MARCACAO DA SERIE ]-----------------------
      * CHAMADA PELO INC-OPC (OPCAO R) COM A PRIMEIRA SESSAO JA
      * DIGITADA E VALIDADA NA TELA. O OPERADOR INFORMA O INTERVALO
      * EM DIAS E O NUMERO DE SESSOES; CADA SESSAO SEGUINTE PASSA
      * PELAS MESMAS VALIDACOES DO AGENDAMENTO AVULSO (VIDE
      * SERIE-VALIDA). AS DATAS RECUSADAS FICAM NA TELA COM O MOTIVO
      * E, DEPOIS DE GRAVADAS AS SESSOES VALIDAS, CADA UMA RECEBE A
      * SUGESTAO DO HORARIO LIVRE MAIS PROXIMO DO MEDICO (VIDE
      * SERIE-SUGERE). TODAS AS SESSOES GRAVAM O MESMO AG-SERIE E UM
      * MOVIMENTO "I" CADA NA TRILHA DA AGENDA.
       SERIE-OPC.
                MOVE AG-CRM TO W-SER-CRM
                COMPUTE W-SER-DTBASE = (AG-ANOCONS * 10000)
                                     + (AG-MESCONS * 100) + AG-DIACONS
                MOVE AG-HRCONS TO W-SER-HORA
                MOVE AG-PACIENTE TO W-SER-PAC
                MOVE AG-PACCOD TO W-SER-PACCOD
                MOVE AG-SALA TO W-SER-SALA
                MOVE W-COB-CONV TO W-SER-CONV
                MOVE AG-AUTORIZ TO W-SER-AUTORIZ
                MOVE AG-AUTVAL TO W-SER-AUTVAL
                MOVE AG-MODAL TO W-SER-MODAL
                MOVE 07 TO W-SER-INTERV.
       SERIE-OPC-INT.
                DISPLAY (22, 05) "INTERVALO ENTRE AS SESSOES (DIAS):"
                ACCEPT (22, 40) W-SER-INTERV WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                     MOVE SPACES TO W-MENS
                     DISPLAY (22, 05) W-MENS
                     GO TO INC-OPC.
                IF W-SER-INTERV = ZEROS
                     MOVE "INTERVALO DEVE SER DE PELO MENOS 1 DIA"
                                                        TO W-MENS
                     PERFORM ROT-MENS THRU ROT-MENS2
                     GO TO SERIE-OPC-INT.
                MOVE ZEROS TO W-SER-QTD.
       SERIE-OPC-QTD.
                DISPLAY (22, 05) "NUMERO DE SESSOES (2 A 16)        :"
                ACCEPT (22, 40) W-SER-QTD WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                     GO TO SERIE-OPC-INT.
                IF W-SER-QTD < 2 OR W-SER-QTD > W-SER-MAX
                     MOVE "NUMERO DE SESSOES DEVE SER DE 2 A 16"
                                                        TO W-MENS
                     PERFORM ROT-MENS THRU ROT-MENS2
                     GO TO SERIE-OPC-QTD.
      * O IDENTIFICADOR DA SERIE E O INSTANTE DA MARCACAO, QUE TAMBEM
      * VAI PARA O AG-DTMARC/HRMARC DE TODAS AS SESSOES.
                ACCEPT W-SER-ID-DATA FROM DATE YYYYMMDD
                ACCEPT W-BL-AGORA FROM TIME
                MOVE W-BL-AGORA (1:6) TO W-SER-ID-HORA
                MOVE W-SER-ID-DATA TO W-SER-DTMARC
                COMPUTE W-SER-HRMARC = (W-BL-AGO-HH * 100) + W-BL-AGO-MM
                MOVE "N" TO W-SER-MOVE
      * A PRIMEIRA SESSAO E A DA TELA, JA VALIDADA DO R2 AO R5
      * (INCLUSIVE UM ENCAIXE AUTORIZADO PELO SUPERVISOR).
                MOVE 1 TO W-SER-IDX
                MOVE W-SER-DTBASE TO W-SRT-DATA (1) W-SRT-NDATA (1)
                MOVE W-SER-HORA TO W-SRT-HORA (1) W-SRT-NHORA (1)
                MOVE W-SER-SALA TO W-SRT-SALA (1)
                MOVE W-SER-AUTVAL TO W-SRT-AUTVAL (1)
                MOVE W-UNID-FAIXA TO W-SRT-UNID (1)
                MOVE "S" TO W-SRT-OK (1)
                MOVE "LIVRE (PRIMEIRA SESSAO)" TO W-SRT-MSG (1)
                COMPUTE W-SER-INT = FUNCTION INTEGER-OF-DATE
                                         (W-SER-DTBASE).
       SERIE-OPC-GERA.
                ADD 1 TO W-SER-IDX
                IF W-SER-IDX > W-SER-QTD
                     GO TO SERIE-OPC-MOSTRA.
                ADD W-SER-INTERV TO W-SER-INT
                COMPUTE W-SER-DATA = FUNCTION DATE-OF-INTEGER
                                          (W-SER-INT)
                MOVE W-SER-DATA TO W-SRT-DATA (W-SER-IDX)
                                   W-SRT-NDATA (W-SER-IDX)
                MOVE W-SER-HORA TO W-SRT-HORA (W-SER-IDX)
                                   W-SRT-NHORA (W-SER-IDX)
                MOVE W-SER-SALA TO W-SRT-SALA (W-SER-IDX)
                MOVE W-SER-AUTVAL TO W-SRT-AUTVAL (W-SER-IDX)
                PERFORM SERIE-VALIDA THRU SERIE-VALIDA-FIM
                GO TO SERIE-OPC-GERA.
       SERIE-OPC-MOSTRA.
                PERFORM SERIE-TELA THRU SERIE-TELA-FIM.
       SERIE-OPC-CONF.
                MOVE SPACES TO W-MENS
                STRING "GRAVAR AS " DELIMITED BY SIZE
                       W-SER-OKS    DELIMITED BY SIZE
                       " SESSOES VALIDAS (S/N):" DELIMITED BY SIZE
                       INTO W-MENS
                DISPLAY (21, 05) W-MENS
                MOVE "S" TO W-OPCAO
                ACCEPT (21, 42) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 OR W-OPCAO = "N" OR W-OPCAO = "n"
                     MOVE "*** SERIE NAO GRAVADA ***" TO W-MENS
                     PERFORM ROT-MENS THRU ROT-MENS-FIM
                     GO TO ROT-INIC.
                IF W-OPCAO NOT = "S" AND "s"
                     GO TO SERIE-OPC-CONF.
                PERFORM TESTA-QUIESCE THRU TESTA-QUIESCE-FIM
                IF W-QUIESCE = "S"
                   MOVE "SISTEMA EM FECHAMENTO NOTURNO" TO W-MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-INIC.
                MOVE ZEROS TO W-SER-IDX W-SER-GRAV.
       SERIE-OPC-GRAVA.
                ADD 1 TO W-SER-IDX
                IF W-SER-IDX > W-SER-QTD
                     MOVE ZEROS TO W-SER-IDX
                     GO TO SERIE-OPC-SUGERE.
                IF W-SRT-OK (W-SER-IDX) = "S"
                     PERFORM SERIE-GRAVA THRU SERIE-GRAVA-FIM.
                GO TO SERIE-OPC-GRAVA.
      * AS SESSOES VALIDAS JA ESTAO GRAVADAS - A BUSCA DE HORARIO
      * LIVRE PARA AS RECUSADAS JA ENXERGA A PROPRIA SERIE.
       SERIE-OPC-SUGERE.
                ADD 1 TO W-SER-IDX
                IF W-SER-IDX > W-SER-QTD
                     GO TO SERIE-OPC-FIM.
                IF W-SRT-OK (W-SER-IDX) = "N"
                     PERFORM SERIE-SUGERE THRU SERIE-SUGERE-FIM.
                GO TO SERIE-OPC-SUGERE.
       SERIE-OPC-FIM.
                PERFORM SERIE-TELA THRU SERIE-TELA-FIM
                MOVE SPACES TO W-MENS
                STRING "*** SERIE GRAVADA - " DELIMITED BY SIZE
                       W-SER-GRAV              DELIMITED BY SIZE
                       " SESSOES AGENDADAS ***" DELIMITED BY SIZE
                       INTO W-MENS
                DISPLAY (21, 05) W-MENS
                DISPLAY (23, 05) "TECLE ENTER PARA VOLTAR"
                ACCEPT  (23, 30) W-TECLA
                GO TO ROT-INIC.
      *--------------------[ VALIDACAO DE UMA SESSAO DA SERIE ]--------
      * O HORARIO PRETENDIDO DA LINHA W-SER-IDX (W-SRT-NDATA/NHORA)
      * PASSA PELAS VALIDACOES DO AGENDAMENTO AVULSO - CALENDARIO
      * (DOMINGO/FERIADO), VALIDADE DA GUIA, GRADE DO MEDICO,
      * AUSENCIAS, JANELA DE DURACAO, UNIDADE E CONFLITO DA SALA - E
      * POR FIM PELA LEITURA DO PROPRIO SLOT. NA MUDANCA DA SERIE
      * (W-SER-MOVE = "S") O HORARIO ATUAL DA SESSAO NAO CONFLITA
      * COM O NOVO, COMO NA REMARCACAO AVULSA. O MOTIVO DA RECUSA
      * FICA EM W-SRT-MSG.
       SERIE-VALIDA.
                MOVE "N" TO W-SRT-OK (W-SER-IDX)
                MOVE W-SER-CRM TO AG-CRM
                MOVE W-SRT-NDATA (W-SER-IDX) (7:2) TO AG-DIACONS
                MOVE W-SRT-NDATA (W-SER-IDX) (5:2) TO AG-MESCONS
                MOVE W-SRT-NDATA (W-SER-IDX) (1:4) TO AG-ANOCONS
                MOVE W-SRT-NHORA (W-SER-IDX) TO AG-HRCONS
                MOVE W-SER-PAC TO AG-PACIENTE
                MOVE W-SER-PACCOD TO AG-PACCOD
                MOVE W-SRT-SALA (W-SER-IDX) TO AG-SALA
                MOVE "A" TO AG-STATUS
                PERFORM VALIDA-DTCONS THRU VALIDA-DTCONS-FIM
                IF W-DTOK NOT = "S"
                     MOVE W-DTMSG TO W-SRT-MSG (W-SER-IDX)
                     GO TO SERIE-VALIDA-FIM.
                COMPUTE W-DTCONS-COMP = (AG-ANOCONS * 10000)
                                      + (AG-MESCONS * 100) + AG-DIACONS
                IF W-SRT-AUTVAL (W-SER-IDX) NOT = ZEROS
                   AND W-DTCONS-COMP > W-SRT-AUTVAL (W-SER-IDX)
                     MOVE "GUIA VENCE ANTES DESTA DATA"
                                          TO W-SRT-MSG (W-SER-IDX)
                     GO TO SERIE-VALIDA-FIM.
                PERFORM VALIDA-HORARIO-MED THRU VALIDA-HORARIO-MED-FIM
                IF W-HOR-OK NOT = "S"
                     MOVE W-MENS TO W-SRT-MSG (W-SER-IDX)
                     GO TO SERIE-VALIDA-FIM.
                PERFORM VALIDA-AUSENCIA THRU VALIDA-AUSENCIA-FIM
                IF W-AUS-OK NOT = "S"
                     MOVE W-MENS TO W-SRT-MSG (W-SER-IDX)
                     GO TO SERIE-VALIDA-FIM.
                MOVE "N" TO W-SOB-REMARCA
                IF W-SER-MOVE = "S"
                     MOVE "S" TO W-SOB-REMARCA
                     MOVE W-SRT-DATA (W-SER-IDX) (7:2)
                                          TO W-VELHA-DTCONS (1:2)
                     MOVE W-SRT-DATA (W-SER-IDX) (5:2)
                                          TO W-VELHA-DTCONS (3:2)
                     MOVE W-SRT-DATA (W-SER-IDX) (1:4)
                                          TO W-VELHA-DTCONS (5:4)
                     MOVE W-SRT-HORA (W-SER-IDX) TO W-VELHA-HRCONS.
                PERFORM VALIDA-SOBREPOS THRU VALIDA-SOBREPOS-FIM
                IF W-SOB-OK NOT = "S"
                     MOVE W-MENS TO W-SRT-MSG (W-SER-IDX)
                     GO TO SERIE-VALIDA-FIM.
                IF AG-SALA = ZEROS
                     GO TO SERIE-VALIDA-SLOT.
      * MESMA REGRA DO R5 - A SALA TEM QUE SER DA UNIDADE DA FAIXA DA
      * GRADE QUE ACOLHEU O HORARIO (ZEROS VALE COMO SEDE).
                MOVE AG-SALA TO SA-CODIGO
                READ CADSAL
                     INVALID KEY
                          MOVE ZEROS TO SA-UNIDADE.
                MOVE SA-UNIDADE TO W-UNID-SALA
                IF W-UNID-SALA = ZEROS
                     MOVE 01 TO W-UNID-SALA.
                MOVE W-UNID-FAIXA TO W-UNID-GRADE
                IF W-UNID-GRADE = ZEROS
                     MOVE 01 TO W-UNID-GRADE.
                IF W-UNID-SALA NOT = W-UNID-GRADE
                     MOVE "SALA DE OUTRA UNIDADE - CONFIRA A GRADE"
                                          TO W-SRT-MSG (W-SER-IDX)
                     GO TO SERIE-VALIDA-FIM.
                PERFORM VALIDA-SALA THRU VALIDA-SALA-FIM
                IF W-SAL-OK NOT = "S"
                     MOVE W-MENS TO W-SRT-MSG (W-SER-IDX)
                     GO TO SERIE-VALIDA-FIM.
       SERIE-VALIDA-SLOT.
                MOVE W-UNID-FAIXA TO W-SRT-UNID (W-SER-IDX)
                READ CADAGD
                     INVALID KEY
                          MOVE "S" TO W-SRT-OK (W-SER-IDX)
                          MOVE "LIVRE" TO W-SRT-MSG (W-SER-IDX)
                          GO TO SERIE-VALIDA-FIM.
                IF AG-SLOT-LIVRE
                     MOVE "S" TO W-SRT-OK (W-SER-IDX)
                     MOVE "LIVRE (HORARIO CANCELADO)"
                                          TO W-SRT-MSG (W-SER-IDX)
                     GO TO SERIE-VALIDA-FIM.
      * SLOT TOMADO POR OUTRA SESSAO DO RESTANTE DA SERIE QUE TAMBEM
      * ESTA MUDANDO - FICA LIVRE QUANDO ELA FOR MOVIDA (A ORDEM DA
      * GRAVACAO NO SERIE-MOVE-GRAVA GARANTE ISSO).
                COMPUTE W-DTCONS-AAAA = (AG-ANOCONS * 10000)
                                       + (AG-MESCONS * 100)
                                       + AG-DIACONS
                IF W-SER-MOVE = "S"
                   AND AG-SERIE = W-SER-ID
                   AND AG-AGENDADA
                   AND W-DTCONS-AAAA NOT < W-SER-DTBASE
                     MOVE "S" TO W-SRT-OK (W-SER-IDX)
                     MOVE "LIVRE APOS A MUDANCA DA SERIE"
                                          TO W-SRT-MSG (W-SER-IDX)
                     GO TO SERIE-VALIDA-FIM.
                MOVE "HORARIO JA OCUPADO" TO W-SRT-MSG (W-SER-IDX).
       SERIE-VALIDA-FIM.
                EXIT.
      *--------------------[ GRAVACAO DE UMA SESSAO DA SERIE ]---------
      * O SLOT E RELIDO NA HORA DA GRAVACAO - OUTRO TERMINAL PODE TE-LO
      * TOMADO DEPOIS DA VALIDACAO. MESMA DISCIPLINA DO INC-WR1
      * (RETRY-94, JORNAL DE CONTENCAO, TRILHA DA AGENDA E BAIXA NA
      * FILA DE ESPERA). O ENCAIXE SO VALE PARA A PRIMEIRA SESSAO.
       SERIE-GRAVA.
                MOVE W-SER-CRM TO AG-CRM
                MOVE W-SRT-NDATA (W-SER-IDX) (7:2) TO AG-DIACONS
                MOVE W-SRT-NDATA (W-SER-IDX) (5:2) TO AG-MESCONS
                MOVE W-SRT-NDATA (W-SER-IDX) (1:4) TO AG-ANOCONS
                MOVE W-SRT-NHORA (W-SER-IDX) TO AG-HRCONS
                MOVE SPACES TO W-STATUS-ANT
                MOVE "S" TO W-SER-NOVO
                READ CADAGD
                     INVALID KEY
                          GO TO SERIE-GRAVA-MONTA.
                IF NOT AG-SLOT-LIVRE
                     MOVE "N" TO W-SRT-OK (W-SER-IDX)
                     MOVE "OCUPADO ANTES DA GRAVACAO"
                                          TO W-SRT-MSG (W-SER-IDX)
                     GO TO SERIE-GRAVA-FIM.
                MOVE AG-STATUS TO W-STATUS-ANT
                MOVE "N" TO W-SER-NOVO.
       SERIE-GRAVA-MONTA.
                MOVE "A" TO AG-STATUS
                MOVE W-SER-PAC TO AG-PACIENTE
                MOVE W-SER-PACCOD TO AG-PACCOD
                MOVE W-SRT-SALA (W-SER-IDX) TO AG-SALA
                MOVE W-SER-CONV TO AG-CONV
                MOVE W-SER-AUTORIZ TO AG-AUTORIZ
                MOVE W-SER-AUTVAL TO AG-AUTVAL
                MOVE W-SER-DTMARC TO AG-DTMARC
                MOVE W-SER-HRMARC TO AG-HRMARC
                MOVE W-SRT-UNID (W-SER-IDX) TO AG-UNIDADE
                MOVE W-SER-ID TO AG-SERIE
                MOVE W-SER-MODAL TO AG-MODAL
                MOVE ZEROS TO AG-RET-ORIGEM
                PERFORM MONTA-LINK THRU MONTA-LINK-FIM
                MOVE SPACES TO AG-CONFIRMADA AG-CID
                MOVE ZEROS TO AG-FICHA AG-HRCHEG AG-HRCHAM AG-HRFIM
                IF W-SER-IDX = 1 AND W-ENC-PEND = "S"
                     MOVE "S" TO AG-ENCAIXE
                     MOVE OPC-CODIGO TO AG-ENC-OPER
                     MOVE W-ENC-JUST TO AG-ENC-JUST
                ELSE
                     MOVE SPACES TO AG-ENCAIXE AG-ENC-OPER
                                          AG-ENC-JUST.
                MOVE ZEROS TO W-RETRY-CONT
                MOVE "SERIE-GRAVA" TO W-CTN-PARAG.
       SERIE-GRAVA-TENTA.
                IF W-SER-NOVO = "S"
                     WRITE REGAGD
                ELSE
                     REWRITE REGAGD.
                IF ST-ERRO = "00"
                     PERFORM GRAVA-CTN-OK THRU GRAVA-CTN-FIM
                     MOVE "I" TO W-AGL-OPER
                     PERFORM GRAVA-AGL THRU GRAVA-AGL-FIM
                     PERFORM FILA-BAIXA THRU FILA-BAIXA-FIM
                     MOVE "G" TO W-SRT-OK (W-SER-IDX)
                     MOVE "AGENDADA" TO W-SRT-MSG (W-SER-IDX)
                     ADD 1 TO W-SER-GRAV
                     GO TO SERIE-GRAVA-FIM.
                IF ST-ERRO = "94"
                      PERFORM RETRY-94 THRU RETRY-94-FIM
                      IF W-RETRY-OK = "S"
                           GO TO SERIE-GRAVA-TENTA
                      ELSE
                           MOVE "N" TO W-SRT-OK (W-SER-IDX)
                           MOVE "REGISTRO EM USO - NAO GRAVADA"
                                          TO W-SRT-MSG (W-SER-IDX)
                           GO TO SERIE-GRAVA-FIM.
                MOVE "N" TO W-SRT-OK (W-SER-IDX)
                MOVE "ERRO NA GRAVACAO DA AGENDA"
                                          TO W-SRT-MSG (W-SER-IDX).
       SERIE-GRAVA-FIM.
                EXIT.
      *--------------------[ SUGESTAO P/ SESSAO RECUSADA ]-------------
      * OS SLOTS LIVRES DO MEDICO NOS 14 DIAS A PARTIR DA DATA
      * RECUSADA SAO COMPUTADOS PELA BUSCA-LIVRE-VARRE (GRADE,
      * FERIADOS, AUSENCIAS E DURACAO) E O PRIMEIRO QUE TAMBEM PASSA
      * NO SERIE-VALIDA (GUIA E SALA) E OFERECIDO AO OPERADOR.
       SERIE-SUGERE.
                PERFORM SERIE-TELA THRU SERIE-TELA-FIM
                MOVE W-SRT-MSG (W-SER-IDX) TO W-SER-MSG
                MOVE W-SER-CRM TO CRM
                READ CADMED
                     INVALID KEY
                          GO TO SERIE-SUGERE-FIM.
                MOVE W-SER-CRM TO W-BL-CRM-TELA
                MOVE ESPEC TO W-BL-ESPEC
                MOVE "M" TO W-BL-MODO
                MOVE "X" TO W-BL-PERIODO
                ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD
                ACCEPT W-BL-AGORA FROM TIME
                COMPUTE W-BL-AGORA-MIN = (W-BL-AGO-HH * 60)
                                        + W-BL-AGO-MM
                MOVE W-SRT-DATA (W-SER-IDX) TO W-BL-DTINI
                IF W-BL-DTINI < W-DATA-HOJE
                     MOVE W-DATA-HOJE TO W-BL-DTINI.
                COMPUTE W-BL-INT = FUNCTION INTEGER-OF-DATE
                                        (W-BL-DTINI) + 14
                COMPUTE W-BL-DTFIM = FUNCTION DATE-OF-INTEGER
                                          (W-BL-INT)
                PERFORM BUSCA-LIVRE-VARRE THRU BUSCA-LIVRE-VARRE-FIM
                MOVE W-SER-CRM TO CRM
                READ CADMED
                     INVALID KEY
                          GO TO SERIE-SUGERE-FIM.
                MOVE ZEROS TO W-SER-IDX2.
       SERIE-SUGERE-CAND.
                ADD 1 TO W-SER-IDX2
                IF W-SER-IDX2 > W-BL-QTD
                     MOVE W-SRT-DATA (W-SER-IDX)
                                          TO W-SRT-NDATA (W-SER-IDX)
                     MOVE W-SRT-HORA (W-SER-IDX)
                                          TO W-SRT-NHORA (W-SER-IDX)
                     MOVE "N" TO W-SRT-OK (W-SER-IDX)
                     MOVE W-SER-MSG TO W-SRT-MSG (W-SER-IDX)
                     MOVE "SEM HORARIO LIVRE NOS 14 DIAS SEGUINTES"
                                                        TO W-MENS
                     PERFORM ROT-MENS THRU ROT-MENS-FIM
                     GO TO SERIE-SUGERE-FIM.
                MOVE W-BLT-DATA (W-SER-IDX2) TO W-SRT-NDATA (W-SER-IDX)
                MOVE W-BLT-HORA (W-SER-IDX2) TO W-SRT-NHORA (W-SER-IDX)
                PERFORM SERIE-VALIDA THRU SERIE-VALIDA-FIM
                IF W-SRT-OK (W-SER-IDX) NOT = "S"
                     GO TO SERIE-SUGERE-CAND.
       SERIE-SUGERE-OPC.
                MOVE SPACES TO W-MENS
                STRING "SESSAO "                DELIMITED BY SIZE
                       W-SER-IDX                DELIMITED BY SIZE
                       " RECUSADA - SUGERIDO " DELIMITED BY SIZE
                       W-SRT-NDATA (W-SER-IDX) DELIMITED BY SIZE
                       " AS "                   DELIMITED BY SIZE
                       W-SRT-NHORA (W-SER-IDX) DELIMITED BY SIZE
                       INTO W-MENS
                DISPLAY (21, 05) W-MENS
                DISPLAY (22, 05) "AGENDAR NO HORARIO SUGERIDO (S/N):"
                MOVE "S" TO W-OPCAO
                ACCEPT (22, 40) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 OR W-OPCAO = "N" OR W-OPCAO = "n"
                     MOVE W-SRT-DATA (W-SER-IDX)
                                          TO W-SRT-NDATA (W-SER-IDX)
                     MOVE W-SRT-HORA (W-SER-IDX)
                                          TO W-SRT-NHORA (W-SER-IDX)
                     MOVE "N" TO W-SRT-OK (W-SER-IDX)
                     MOVE W-SER-MSG TO W-SRT-MSG (W-SER-IDX)
                     GO TO SERIE-SUGERE-FIM.
                IF W-OPCAO NOT = "S" AND "s"
                     GO TO SERIE-SUGERE-OPC.
                PERFORM SERIE-GRAVA THRU SERIE-GRAVA-FIM
                IF W-SRT-OK (W-SER-IDX) = "G"
                     MOVE "AGENDADA NO HORARIO SUGERIDO"
                                          TO W-SRT-MSG (W-SER-IDX).
       SERIE-SUGERE-FIM.
                EXIT.
      *--------------------[ TELA DA SERIE ]---------------------------
      * UMA LINHA POR SESSAO: HORARIO ATUAL, HORARIO PRETENDIDO E
      * SITUACAO. CONTA EM W-SER-OKS AS SESSOES VALIDAS A GRAVAR.
       SERIE-TELA.
                DISPLAY (01, 01) ERASE
                DISPLAY (01, 05) "*** SERIE DE SESSOES - CRM"
                DISPLAY (01, 32) W-SER-CRM
                DISPLAY (01, 40) W-SER-PAC
                DISPLAY (02, 05)
                     "N   DATA      HORA  PARA      HORA  SITUACAO"
                MOVE ZEROS TO W-SER-TIDX W-SER-OKS
                MOVE 3 TO W-SER-LIN.
       SERIE-TELA-LOOP.
                ADD 1 TO W-SER-TIDX
                IF W-SER-TIDX > W-SER-QTD
                     GO TO SERIE-TELA-FIM.
                IF W-SRT-OK (W-SER-TIDX) = "S"
                     ADD 1 TO W-SER-OKS.
                DISPLAY (W-SER-LIN, 05) W-SER-TIDX
                DISPLAY (W-SER-LIN, 09) W-SRT-DATA (W-SER-TIDX)
                DISPLAY (W-SER-LIN, 19) W-SRT-HORA (W-SER-TIDX)
                DISPLAY (W-SER-LIN, 25) W-SRT-NDATA (W-SER-TIDX)
                DISPLAY (W-SER-LIN, 35) W-SRT-NHORA (W-SER-TIDX)
                DISPLAY (W-SER-LIN, 41) W-SRT-MSG (W-SER-TIDX) (1:38)
                ADD 1 TO W-SER-LIN
                GO TO SERIE-TELA-LOOP.
       SERIE-TELA-FIM.
                EXIT.
      *--------------------[ RESTANTE DA SERIE ]-----------------------
      * CHAMADA PELO ACE-001 (OPCAO S) SOBRE QUALQUER SESSAO DA
      * SERIE. O RESTANTE E FORMADO PELAS SESSOES AINDA AGENDADAS
      * ("A") DA MESMA SERIE A PARTIR DA DATA DA SESSAO ESCOLHIDA -
      * AS JA ATENDIDAS, FALTAS E CANCELADAS NAO SE MEXEM.
       SERIE-ACE.
                IF AG-SERIE = ZEROS
                     MOVE "CONSULTA AVULSA - NAO FAZ PARTE DE SERIE"
                                                        TO W-MENS
                     PERFORM ROT-MENS THRU ROT-MENS-FIM
                     GO TO ACE-001.
                PERFORM TESTA-QUIESCE THRU TESTA-QUIESCE-FIM
                IF W-QUIESCE = "S"
                   MOVE "SISTEMA EM FECHAMENTO NOTURNO" TO W-MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-INIC.
                MOVE AG-SERIE TO W-SER-ID
                MOVE AG-CRM TO W-SER-CRM
                MOVE AG-PACIENTE TO W-SER-PAC
                MOVE AG-PACCOD TO W-SER-PACCOD
                COMPUTE W-SER-DTBASE = (AG-ANOCONS * 10000)
                                     + (AG-MESCONS * 100) + AG-DIACONS
                PERFORM SERIE-CARREGA THRU SERIE-CARREGA-FIM
                IF W-SER-QTD = ZEROS
                     MOVE "NENHUMA SESSAO AGENDADA NO RESTANTE"
                                                        TO W-MENS
                     PERFORM ROT-MENS THRU ROT-MENS-FIM
                     GO TO ROT-INIC.
       SERIE-ACE-OPC.
                PERFORM SERIE-TELA THRU SERIE-TELA-FIM
                DISPLAY (21, 05)
                  "C=CANCELA O RESTANTE  M=MUDA O RESTANTE  ESC=VOLTAR"
                MOVE SPACES TO W-OPCAO
                ACCEPT (21, 58) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                     GO TO ROT-INIC.
                IF W-OPCAO = "c"
                     MOVE "C" TO W-OPCAO.
                IF W-OPCAO = "m"
                     MOVE "M" TO W-OPCAO.
                IF W-OPCAO = "C"
                     GO TO SERIE-CANC.
                IF W-OPCAO = "M"
                     GO TO SERIE-MOVE.
                GO TO SERIE-ACE-OPC.
      *--------------------[ CARGA DO RESTANTE DA SERIE ]--------------
      * A CHAVE DA AGENDA E CRM + DDMMAAAA + HHMM E NAO ENTREGA AS
      * SESSOES DO MEDICO EM ORDEM DE DATA - CADA SESSAO E INSERIDA
      * NA TABELA NA SUA POSICAO (DATA E HORA CRESCENTES). A VARREDURA
      * USA O BUFFER DO REGISTRO, COMO O CONTA-ENCAIXES.
       SERIE-CARREGA.
                MOVE ZEROS TO W-SER-QTD
                MOVE "N" TO W-FIM-SER
                MOVE W-SER-CRM TO AG-CRM
                MOVE ZEROS TO AG-DTCONS AG-HRCONS
                START CADAGD KEY IS NOT LESS THAN AG-CHAVE
                     INVALID KEY
                          MOVE "S" TO W-FIM-SER.
       SERIE-CARREGA-LOOP.
                IF W-FIM-SER = "S"
                     GO TO SERIE-CARREGA-FIM.
                READ CADAGD NEXT RECORD
                     AT END MOVE "S" TO W-FIM-SER
                             GO TO SERIE-CARREGA-LOOP.
                IF AG-CRM NOT = W-SER-CRM
                     MOVE "S" TO W-FIM-SER
                     GO TO SERIE-CARREGA-LOOP.
                IF AG-SERIE NOT = W-SER-ID OR NOT AG-AGENDADA
                     GO TO SERIE-CARREGA-LOOP.
                COMPUTE W-DTCONS-AAAA = (AG-ANOCONS * 10000)
                                       + (AG-MESCONS * 100)
                                       + AG-DIACONS
                IF W-DTCONS-AAAA < W-SER-DTBASE
                     GO TO SERIE-CARREGA-LOOP.
                IF W-SER-QTD = W-SER-MAX
                     GO TO SERIE-CARREGA-LOOP.
                MOVE AG-HRCONS TO W-SER-HORA
                ADD 1 TO W-SER-QTD
                MOVE W-SER-QTD TO W-SER-IDX2.
       SERIE-CARREGA-DESLOCA.
                IF W-SER-IDX2 = 1
                     GO TO SERIE-CARREGA-POE.
                COMPUTE W-SER-IDX = W-SER-IDX2 - 1
                IF W-SRT-DATA (W-SER-IDX) < W-DTCONS-AAAA
                     GO TO SERIE-CARREGA-POE.
                IF W-SRT-DATA (W-SER-IDX) = W-DTCONS-AAAA
                   AND W-SRT-HORA (W-SER-IDX) < W-SER-HORA
                     GO TO SERIE-CARREGA-POE.
                MOVE W-SRT-ITEM (W-SER-IDX) TO W-SRT-ITEM (W-SER-IDX2)
                MOVE W-SER-IDX TO W-SER-IDX2
                GO TO SERIE-CARREGA-DESLOCA.
       SERIE-CARREGA-POE.
                MOVE W-DTCONS-AAAA TO W-SRT-DATA (W-SER-IDX2)
                                      W-SRT-NDATA (W-SER-IDX2)
                MOVE W-SER-HORA TO W-SRT-HORA (W-SER-IDX2)
                                   W-SRT-NHORA (W-SER-IDX2)
                MOVE AG-SALA TO W-SRT-SALA (W-SER-IDX2)
                MOVE AG-AUTVAL TO W-SRT-AUTVAL (W-SER-IDX2)
                MOVE AG-UNIDADE TO W-SRT-UNID (W-SER-IDX2)
                MOVE "S" TO W-SRT-OK (W-SER-IDX2)
                MOVE "AGENDADA" TO W-SRT-MSG (W-SER-IDX2)
                GO TO SERIE-CARREGA-LOOP.
       SERIE-CARREGA-FIM.
                EXIT.
      *--------------------[ CANCELAMENTO DO RESTANTE ]----------------
      * CADA SESSAO E CANCELADA COMO NO EXC-DL1 - UM MOVIMENTO "C"
      * NA TRILHA DA AGENDA POR CONSULTA E OFERTA DE DEVOLUCAO DA
      * PARTICULAR JA PAGA (CAIXA-ESTORNO).
       SERIE-CANC.
                MOVE "N" TO W-OPCAO
                DISPLAY (22, 05)
                     "CANCELAR TODAS AS SESSOES LISTADAS (S/N):"
                ACCEPT (22, 47) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 OR W-OPCAO = "N" OR W-OPCAO = "n"
                     GO TO SERIE-ACE-OPC.
                IF W-OPCAO NOT = "S" AND "s"
                     GO TO SERIE-CANC.
                MOVE ZEROS TO W-SER-IDX W-SER-GRAV.
       SERIE-CANC-LOOP.
                ADD 1 TO W-SER-IDX
                IF W-SER-IDX > W-SER-QTD
                     GO TO SERIE-CANC-FIM.
                PERFORM SERIE-CANC-UM THRU SERIE-CANC-UM-FIM
                GO TO SERIE-CANC-LOOP.
       SERIE-CANC-FIM.
                PERFORM SERIE-TELA THRU SERIE-TELA-FIM
                MOVE SPACES TO W-MENS
                STRING "*** SERIE CANCELADA - " DELIMITED BY SIZE
                       W-SER-GRAV                DELIMITED BY SIZE
                       " SESSOES ***"            DELIMITED BY SIZE
                       INTO W-MENS
                DISPLAY (21, 05) W-MENS
                DISPLAY (23, 05) "TECLE ENTER PARA VOLTAR"
                ACCEPT  (23, 30) W-TECLA
                GO TO ROT-INIC.
       SERIE-CANC-UM.
                MOVE W-SER-CRM TO AG-CRM
                MOVE W-SRT-DATA (W-SER-IDX) (7:2) TO AG-DIACONS
                MOVE W-SRT-DATA (W-SER-IDX) (5:2) TO AG-MESCONS
                MOVE W-SRT-DATA (W-SER-IDX) (1:4) TO AG-ANOCONS
                MOVE W-SRT-HORA (W-SER-IDX) TO AG-HRCONS
                READ CADAGD
                     INVALID KEY
                          MOVE "N" TO W-SRT-OK (W-SER-IDX)
                          MOVE "CONSULTA NAO ENCONTRADA"
                                          TO W-SRT-MSG (W-SER-IDX)
                          GO TO SERIE-CANC-UM-FIM.
                IF NOT AG-AGENDADA
                     MOVE "N" TO W-SRT-OK (W-SER-IDX)
                     MOVE "SITUACAO MUDOU - NAO CANCELADA"
                                          TO W-SRT-MSG (W-SER-IDX)
                     GO TO SERIE-CANC-UM-FIM.
                PERFORM TESTA-MES-FECHADO THRU TESTA-MES-FECHADO-FIM
                IF W-MES-FECHADO = "S"
                     MOVE "N" TO W-SRT-OK (W-SER-IDX)
                     MOVE "MES FECHADO - NAO CANCELADA"
                                          TO W-SRT-MSG (W-SER-IDX)
                     GO TO SERIE-CANC-UM-FIM.
                MOVE AG-STATUS TO W-STATUS-ANT
                MOVE ZEROS TO W-RETRY-CONT
                MOVE "SERIE-CANC-UM" TO W-CTN-PARAG.
       SERIE-CANC-TENTA.
                MOVE "C" TO AG-STATUS
                REWRITE REGAGD
                IF ST-ERRO = "00"
                     PERFORM GRAVA-CTN-OK THRU GRAVA-CTN-FIM
                     MOVE "C" TO W-AGL-OPER
                     PERFORM GRAVA-AGL THRU GRAVA-AGL-FIM
                     PERFORM CAIXA-ESTORNO THRU CAIXA-ESTORNO-FIM
                     MOVE "G" TO W-SRT-OK (W-SER-IDX)
                     MOVE "CANCELADA" TO W-SRT-MSG (W-SER-IDX)
                     ADD 1 TO W-SER-GRAV
                     GO TO SERIE-CANC-UM-FIM.
                IF ST-ERRO = "94"
                      PERFORM RETRY-94 THRU RETRY-94-FIM
                      IF W-RETRY-OK = "S"
                           GO TO SERIE-CANC-TENTA
                      ELSE
                           MOVE "N" TO W-SRT-OK (W-SER-IDX)
                           MOVE "REGISTRO EM USO - NAO CANCELADA"
                                          TO W-SRT-MSG (W-SER-IDX)
                           GO TO SERIE-CANC-UM-FIM.
                MOVE "N" TO W-SRT-OK (W-SER-IDX)
                MOVE "ERRO NO CANCELAMENTO DA CONSULTA"
                                          TO W-SRT-MSG (W-SER-IDX).
       SERIE-CANC-UM-FIM.
                EXIT.
      *--------------------[ MUDANCA DO RESTANTE ]---------------------
      * O OPERADOR INFORMA A NOVA DATA DA PRIMEIRA SESSAO DO RESTANTE
      * E, SE QUISER, UMA NOVA HORA. TODAS AS SESSOES ANDAM O MESMO
      * NUMERO DE DIAS (O INTERVALO DA SERIE SE MANTEM) E CADA NOVO
      * HORARIO PASSA PELO SERIE-VALIDA. AS RECUSADAS FICAM ONDE
      * ESTAO; AS DEMAIS SAO REMARCADAS COMO NO REM-OPC - MOVIMENTOS
      * "R" (NOVO HORARIO) E "O" (HORARIO ORIGINAL, SITUACAO "M") NA
      * TRILHA DA AGENDA, GUIA E RECIBO ACOMPANHANDO A CONSULTA.
       SERIE-MOVE.
                DISPLAY (22, 05) "NOVA DATA DA 1A SESSAO (DDMMAAAA):"
                MOVE ZEROS TO W-NOVA-DTCONS
                ACCEPT (22, 40) W-NOVA-DTCONS
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                     GO TO SERIE-ACE-OPC.
                MOVE W-NOVA-DIACONS TO AG-DIACONS
                MOVE W-NOVA-MESCONS TO AG-MESCONS
                MOVE W-NOVA-ANOCONS TO AG-ANOCONS
                PERFORM VALIDA-DTCONS THRU VALIDA-DTCONS-FIM
                IF W-DTOK NOT = "S"
                     MOVE W-DTMSG TO W-MENS
                     PERFORM ROT-MENS THRU ROT-MENS-FIM
                     GO TO SERIE-MOVE.
                COMPUTE W-DTCONS-COMP = (AG-ANOCONS * 10000)
                                      + (AG-MESCONS * 100) + AG-DIACONS
                COMPUTE W-SER-DELTA = FUNCTION INTEGER-OF-DATE
                                           (W-DTCONS-COMP)
                                    - FUNCTION INTEGER-OF-DATE
                                           (W-SRT-DATA (1)).
       SERIE-MOVE-HORA.
                DISPLAY (22, 05) "NOVA HORA (HHMM - ZEROS=MANTEM)   :"
                MOVE ZEROS TO W-NOVA-HRCONS
                ACCEPT (22, 40) W-NOVA-HRCONS
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                     GO TO SERIE-MOVE.
                IF W-NOVA-HRHH > 23 OR W-NOVA-HRMM > 59
                     MOVE "HORA INVALIDA" TO W-MENS
                     PERFORM ROT-MENS THRU ROT-MENS-FIM
                     GO TO SERIE-MOVE-HORA.
                MOVE "S" TO W-SER-MOVE
                MOVE ZEROS TO W-SER-IDX.
       SERIE-MOVE-GERA.
                ADD 1 TO W-SER-IDX
                IF W-SER-IDX > W-SER-QTD
                     GO TO SERIE-MOVE-CONF.
                COMPUTE W-SER-INT = FUNCTION INTEGER-OF-DATE
                                         (W-SRT-DATA (W-SER-IDX))
                                  + W-SER-DELTA
                COMPUTE W-SRT-NDATA (W-SER-IDX) =
                          FUNCTION DATE-OF-INTEGER (W-SER-INT)
                IF W-NOVA-HRCONS = ZEROS
                     MOVE W-SRT-HORA (W-SER-IDX)
                                          TO W-SRT-NHORA (W-SER-IDX)
                ELSE
                     MOVE W-NOVA-HRCONS TO W-SRT-NHORA (W-SER-IDX).
                IF W-SRT-NDATA (W-SER-IDX) = W-SRT-DATA (W-SER-IDX)
                   AND W-SRT-NHORA (W-SER-IDX) = W-SRT-HORA (W-SER-IDX)
                     MOVE "X" TO W-SRT-OK (W-SER-IDX)
                     MOVE "SEM ALTERACAO" TO W-SRT-MSG (W-SER-IDX)
                     GO TO SERIE-MOVE-GERA.
                PERFORM SERIE-VALIDA THRU SERIE-VALIDA-FIM
                GO TO SERIE-MOVE-GERA.
       SERIE-MOVE-CONF.
                PERFORM SERIE-TELA THRU SERIE-TELA-FIM
                MOVE SPACES TO W-MENS
                STRING "MUDAR AS " DELIMITED BY SIZE
                       W-SER-OKS   DELIMITED BY SIZE
                       " SESSOES VALIDAS (S/N):" DELIMITED BY SIZE
                       INTO W-MENS
                DISPLAY (21, 05) W-MENS
                MOVE "S" TO W-OPCAO
                ACCEPT (21, 41) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 OR W-OPCAO = "N" OR W-OPCAO = "n"
                     MOVE "*** SERIE MANTIDA ***" TO W-MENS
                     PERFORM ROT-MENS THRU ROT-MENS-FIM
                     GO TO ROT-INIC.
                IF W-OPCAO NOT = "S" AND "s"
                     GO TO SERIE-MOVE-CONF.
                PERFORM TESTA-QUIESCE THRU TESTA-QUIESCE-FIM
                IF W-QUIESCE = "S"
                   MOVE "SISTEMA EM FECHAMENTO NOTURNO" TO W-MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-INIC.
      * ANDANDO PARA FRENTE AS SESSOES SAO MOVIDAS DA ULTIMA PARA A
      * PRIMEIRA, E PARA TRAS DA PRIMEIRA PARA A ULTIMA - CADA UMA SO
      * OCUPA O LUGAR DE OUTRA DEPOIS QUE ESTA JA SAIU.
                MOVE ZEROS TO W-SER-GRAV
                IF W-SER-DELTA > ZEROS
                     COMPUTE W-SER-IDX = W-SER-QTD + 1
                ELSE
                     MOVE ZEROS TO W-SER-IDX.
       SERIE-MOVE-GRAVA.
                IF W-SER-DELTA > ZEROS
                     SUBTRACT 1 FROM W-SER-IDX
                ELSE
                     ADD 1 TO W-SER-IDX.
                IF W-SER-IDX < 1 OR W-SER-IDX > W-SER-QTD
                     GO TO SERIE-MOVE-FIM.
                IF W-SRT-OK (W-SER-IDX) = "S"
                     PERFORM SERIE-MOVE-UM THRU SERIE-MOVE-UM-FIM.
                GO TO SERIE-MOVE-GRAVA.
       SERIE-MOVE-FIM.
                MOVE "N" TO W-SER-MOVE
                PERFORM SERIE-TELA THRU SERIE-TELA-FIM
                MOVE SPACES TO W-MENS
                STRING "*** SERIE MUDADA - " DELIMITED BY SIZE
                       W-SER-GRAV             DELIMITED BY SIZE
                       " SESSOES REMARCADAS ***" DELIMITED BY SIZE
                       INTO W-MENS
                DISPLAY (21, 05) W-MENS
                DISPLAY (23, 05) "TECLE ENTER PARA VOLTAR"
                ACCEPT  (23, 30) W-TECLA
                GO TO ROT-INIC.
      *--------------------[ REMARCACAO DE UMA SESSAO ]----------------
      * MESMOS PASSOS DO REM-CHECA/REM-WR1/REM-CANCELA-ORIGINAL: O
      * HORARIO ORIGINAL E RELIDO (TEM QUE CONTINUAR AGENDADO), O
      * NOVO E GRAVADO COM OS DADOS DA CONSULTA E O ORIGINAL FICA "M".
       SERIE-MOVE-UM.
                MOVE W-SER-CRM TO AG-CRM
                MOVE W-SRT-DATA (W-SER-IDX) (7:2) TO AG-DIACONS
                MOVE W-SRT-DATA (W-SER-IDX) (5:2) TO AG-MESCONS
                MOVE W-SRT-DATA (W-SER-IDX) (1:4) TO AG-ANOCONS
                MOVE W-SRT-HORA (W-SER-IDX) TO AG-HRCONS
                READ CADAGD
                     INVALID KEY
                          MOVE "N" TO W-SRT-OK (W-SER-IDX)
                          MOVE "CONSULTA NAO ENCONTRADA"
                                          TO W-SRT-MSG (W-SER-IDX)
                          GO TO SERIE-MOVE-UM-FIM.
                IF NOT AG-AGENDADA
                     MOVE "N" TO W-SRT-OK (W-SER-IDX)
                     MOVE "SITUACAO MUDOU - NAO MUDADA"
                                          TO W-SRT-MSG (W-SER-IDX)
                     GO TO SERIE-MOVE-UM-FIM.
                PERFORM TESTA-MES-FECHADO THRU TESTA-MES-FECHADO-FIM
                IF W-MES-FECHADO = "S"
                     MOVE "N" TO W-SRT-OK (W-SER-IDX)
                     MOVE "MES FECHADO - NAO MUDADA"
                                          TO W-SRT-MSG (W-SER-IDX)
                     GO TO SERIE-MOVE-UM-FIM.
                MOVE AG-DTCONS TO W-VELHA-DTCONS
                MOVE AG-HRCONS TO W-VELHA-HRCONS
                MOVE AG-PACIENTE TO W-VELHA-PACIENTE
                MOVE AG-PACCOD TO W-VELHA-PACCOD
                MOVE AG-SALA TO W-VELHA-SALA
                MOVE AG-CONV TO W-VELHA-CONV
                MOVE AG-DTMARC TO W-VELHA-DTMARC
                MOVE AG-HRMARC TO W-VELHA-HRMARC
                MOVE AG-AUTORIZ TO W-VELHA-AUTORIZ
                MOVE AG-AUTVAL TO W-VELHA-AUTVAL
                MOVE AG-SERIE TO W-VELHA-SERIE
                MOVE AG-MODAL TO W-VELHA-MODAL
                MOVE AG-RET-ORIGEM TO W-VELHA-RETORIG
                MOVE W-SRT-NDATA (W-SER-IDX) (7:2) TO AG-DIACONS
                MOVE W-SRT-NDATA (W-SER-IDX) (5:2) TO AG-MESCONS
                MOVE W-SRT-NDATA (W-SER-IDX) (1:4) TO AG-ANOCONS
                MOVE W-SRT-NHORA (W-SER-IDX) TO AG-HRCONS
                MOVE AG-DTCONS TO W-NOVA-DTCONS
                MOVE AG-HRCONS TO W-NOVA-HRCONS
                MOVE SPACES TO W-STATUS-ANT2
                MOVE "S" TO W-REM-NOVO
                READ CADAGD
                     INVALID KEY
                          GO TO SERIE-MOVE-MONTA.
                IF NOT AG-SLOT-LIVRE
                     MOVE "N" TO W-SRT-OK (W-SER-IDX)
                     MOVE "NOVO HORARIO JA OCUPADO"
                                          TO W-SRT-MSG (W-SER-IDX)
                     GO TO SERIE-MOVE-UM-FIM.
                MOVE AG-STATUS TO W-STATUS-ANT2
                MOVE "N" TO W-REM-NOVO.
       SERIE-MOVE-MONTA.
                MOVE "A" TO AG-STATUS
                MOVE W-VELHA-PACIENTE TO AG-PACIENTE
                MOVE W-VELHA-PACCOD TO AG-PACCOD
                MOVE W-VELHA-SALA TO AG-SALA
                MOVE W-VELHA-CONV TO AG-CONV
                MOVE W-VELHA-AUTORIZ TO AG-AUTORIZ
                MOVE W-VELHA-AUTVAL TO AG-AUTVAL
                MOVE W-VELHA-DTMARC TO AG-DTMARC
                MOVE W-VELHA-HRMARC TO AG-HRMARC
                MOVE W-VELHA-SERIE TO AG-SERIE
                MOVE W-VELHA-MODAL TO AG-MODAL
                MOVE W-VELHA-RETORIG TO AG-RET-ORIGEM
                PERFORM MONTA-LINK THRU MONTA-LINK-FIM
                MOVE W-SRT-UNID (W-SER-IDX) TO AG-UNIDADE
                MOVE SPACES TO AG-CONFIRMADA AG-ENCAIXE AG-ENC-OPER
                                             AG-ENC-JUST AG-CID
                MOVE ZEROS TO AG-FICHA AG-HRCHEG AG-HRCHAM AG-HRFIM
                MOVE ZEROS TO W-RETRY-CONT
                MOVE "SERIE-MOVE-UM" TO W-CTN-PARAG.
       SERIE-MOVE-TENTA.
                IF W-REM-NOVO = "S"
                     WRITE REGAGD
                ELSE
                     MOVE W-STATUS-ANT2 TO W-STATUS-ANT
                     MOVE "R" TO W-AGL-OPER
                     PERFORM GRAVA-AGL THRU GRAVA-AGL-FIM
                     GO TO SERIE-MOVE-ORIGINAL.
                IF ST-ERRO = "94"
                      PERFORM RETRY-94 THRU RETRY-94-FIM
                      IF W-RETRY-OK = "S"
                           GO TO SERIE-MOVE-TENTA
                      ELSE
                           MOVE "N" TO W-SRT-OK (W-SER-IDX)
                           MOVE "REGISTRO EM USO - NAO MUDADA"
                                          TO W-SRT-MSG (W-SER-IDX)
                           GO TO SERIE-MOVE-UM-FIM.
                MOVE "N" TO W-SRT-OK (W-SER-IDX)
                MOVE "ERRO NA GRAVACAO DA REMARCACAO"
                                          TO W-SRT-MSG (W-SER-IDX)
                GO TO SERIE-MOVE-UM-FIM.
       SERIE-MOVE-ORIGINAL.
                MOVE "G" TO W-SRT-OK (W-SER-IDX)
                MOVE "MUDADA" TO W-SRT-MSG (W-SER-IDX)
                ADD 1 TO W-SER-GRAV
                MOVE W-VELHA-DTCONS TO AG-DTCONS
                MOVE W-VELHA-HRCONS TO AG-HRCONS
                MOVE ZEROS TO W-RETRY-CONT
                MOVE "SERIE-MOVE-ORIGINAL" TO W-CTN-PARAG
                READ CADAGD
                     INVALID KEY
                          GO TO SERIE-MOVE-UM-FIM.
                MOVE AG-STATUS TO W-STATUS-ANT.
       SERIE-MOVE-ORIG-TENTA.
                MOVE "M" TO AG-STATUS
                REWRITE REGAGD
                IF ST-ERRO = "00"
                     PERFORM GRAVA-CTN-OK THRU GRAVA-CTN-FIM
                     MOVE "O" TO W-AGL-OPER
                     PERFORM GRAVA-AGL THRU GRAVA-AGL-FIM
                     IF W-VELHA-CONV = ZEROS
                          PERFORM CAIXA-TRANSFERE
                                       THRU CAIXA-TRANSFERE-FIM.
                IF ST-ERRO = "00"
                     GO TO SERIE-MOVE-UM-FIM.
                IF ST-ERRO = "94"
                      PERFORM RETRY-94 THRU RETRY-94-FIM
                      IF W-RETRY-OK = "S"
                           GO TO SERIE-MOVE-ORIG-TENTA.
                MOVE "MUDADA - HORARIO ANTIGO NAO BAIXADO"
                                          TO W-SRT-MSG (W-SER-IDX).
       SERIE-MOVE-UM-FIM.
                EXIT.
       ROT-MENS.
                MOVE ZEROS TO W-CONT.
       ROT-MENS1.
                   DISPLAY (23, 12) W-MENS.
       ROT-MENS-FIM.
                EXIT.
      *--------------------[ MES DA CONSULTA JA FECHADO? ]--------
      * O MES DA CONSULTA EM REGAGD ESTA NO CADFEC QUANDO A
      * VALORIZACAO MENSAL (AGD012) JA O FECHOU. SAI COM
      * W-MES-FECHADO "S" OU "N".
       TESTA-MES-FECHADO.
                MOVE "N" TO W-MES-FECHADO
                IF W-FEC-DISPON NOT = "S"
                     GO TO TESTA-MES-FECHADO-FIM.
                COMPUTE FC-MES = (AG-ANOCONS * 100) + AG-MESCONS
                READ CADFEC
                     INVALID KEY
                          GO TO TESTA-MES-FECHADO-FIM.
                MOVE "S" TO W-MES-FECHADO.
       TESTA-MES-FECHADO-FIM.
                EXIT.
      *--------------------[ VALIDACAO DA DATA DA CONSULTA ]------
      * MESMA REGRA DE CALENDARIO USADA EM VALDTNASC.CPY (DIA CONTRA O
      * TAMANHO REAL DO MES, COM ANO BISSEXTO PARA FEVEREIRO), SO QUE
                IF AG-MESCONS = 4 OR AG-MESCONS = 6 OR AG-MESCONS = 9
                                                  OR AG-MESCONS = 11
                     MOVE 30 TO W-ULTDIA.
                IF AG-MESCONS NOT = 2
                     GO TO VALIDA-DTCONS-DIA.
                DIVIDE AG-ANOCONS BY 4 GIVING W-QUOC-AUX
                                    REMAINDER W-RESTO4
                DIVIDE AG-ANOCONS BY 100 GIVING W-QUOC-AUX
                                      REMAINDER W-RESTO100
                DIVIDE AG-ANOCONS BY 400 GIVING W-QUOC-AUX
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
       VALIDA-DTCONS-DIA.
                IF AG-DIACONS < 1 OR AG-DIACONS > W-ULTDIA
                     MOVE "DATA INVALIDA - DIA INEXISTENTE" TO W-DTMSG
                     MOVE "N" TO W-DTOK
      * COMO SEM ATENDIMENTO OU HORA FORA DA FAIXA RECUSAM O SLOT,
      * MOSTRANDO A FAIXA REAL DO MEDICO. MEDICO SEM NENHUM REGISTRO
      * NA GRADE CONTINUA LIVRE (GRADE AINDA NAO IMPLANTADA).
      * VALE A VERSAO DA GRADE EM VIGOR NA DATA DA CONSULTA.
       VALIDA-HORARIO-MED.
                MOVE "S" TO W-HOR-OK
                MOVE ZEROS TO W-UNID-FAIXA
                COMPUTE W-GRD-DATA = (AG-ANOCONS * 10000)
                                   + (AG-MESCONS * 100) + AG-DIACONS
                COMPUTE W-INT-DIA = FUNCTION MOD
                     (FUNCTION INTEGER-OF-DATE (W-GRD-DATA) 7)
                COMPUTE W-DIASEM = W-INT-DIA + 1
                MOVE AG-CRM TO HR-CRM
                MOVE W-DIASEM TO HR-DIASEM
                PERFORM LE-GRADE-VIG THRU LE-GRADE-VIG-FIM
                IF W-GRD-ACHOU NOT = "S"
                     GO TO VALIDA-HORARIO-SEM-DIA.
                IF HR-ATENDE-NAO
                     MOVE "MEDICO NAO ATENDE NESTE DIA DA SEMANA"
                                                        TO W-MENS
                GO TO VALIDA-HORARIO-MED-FIM.
      * SEM REGISTRO PARA O DIA: SE O MEDICO TEM GRADE EM QUALQUER
      * OUTRO DIA, ESTE DIA E CONSIDERADO SEM ATENDIMENTO. SEM GRADE
      * NENHUMA, O AGENDAMENTO SEGUE LIBERADO. SO CONTAM AS VERSOES
      * EM VIGOR NA DATA DA CONSULTA - GRADE QUE JA VENCEU OU QUE
      * AINDA NAO COMECOU NAO RESTRINGE.
       VALIDA-HORARIO-SEM-DIA.
                MOVE AG-CRM TO HR-CRM
                MOVE 0 TO HR-DIASEM
                MOVE ZEROS TO HR-VIGINI
                START CADHOR KEY IS NOT LESS THAN HR-CHAVE
                     INVALID KEY
                          GO TO VALIDA-HORARIO-MED-FIM.
       VALIDA-HORARIO-SEM-LOOP.
                READ CADHOR NEXT RECORD
                     AT END GO TO VALIDA-HORARIO-MED-FIM.
                IF HR-CRM NOT = AG-CRM
                     GO TO VALIDA-HORARIO-MED-FIM.
                IF HR-VIGINI > W-GRD-DATA
                     GO TO VALIDA-HORARIO-SEM-LOOP.
                IF HR-VIGFIM NOT = ZEROS AND HR-VIGFIM < W-GRD-DATA
                     GO TO VALIDA-HORARIO-SEM-LOOP.
                MOVE "MEDICO NAO ATENDE NESTE DIA DA SEMANA"
                                                        TO W-MENS
                MOVE "N" TO W-HOR-OK.
       VALIDA-HORARIO-MED-FIM.
                EXIT.
      *--------------------[ VERSAO DA GRADE EM VIGOR ]---------------
      * COM HR-CRM E HR-DIASEM PREENCHIDOS, LE A VERSAO DA GRADE
      * CUJA VIGENCIA CONTEM W-GRD-DATA (AAAAMMDD). AS VERSOES DE UM
      * MEDICO/DIA NAO SE SOBREPOEM, ENTAO A PRIMEIRA QUE CONTEM A
      * DATA E A UNICA. ACHOU = "S" DEIXA A VERSAO EM REGHOR; "N" E
      * O MESMO QUE O INVALID KEY DA LEITURA DIRETA DE ANTES.
       LE-GRADE-VIG.
                MOVE "N" TO W-GRD-ACHOU
                MOVE HR-CRM TO W-GRD-CRM
                MOVE HR-DIASEM TO W-GRD-DIA
                MOVE ZEROS TO HR-VIGINI
                START CADHOR KEY IS NOT LESS THAN HR-CHAVE
                     INVALID KEY
                          GO TO LE-GRADE-VIG-FIM.
       LE-GRADE-VIG-LOOP.
                READ CADHOR NEXT RECORD
                     AT END GO TO LE-GRADE-VIG-FIM.
                IF HR-CRM NOT = W-GRD-CRM OR HR-DIASEM NOT = W-GRD-DIA
                     GO TO LE-GRADE-VIG-FIM.
                IF HR-VIGINI > W-GRD-DATA
                     GO TO LE-GRADE-VIG-FIM.
                IF HR-VIGFIM NOT = ZEROS AND HR-VIGFIM < W-GRD-DATA
                     GO TO LE-GRADE-VIG-LOOP.
                MOVE "S" TO W-GRD-ACHOU.
       LE-GRADE-VIG-FIM.
                EXIT.
      *--------------------[ INCLUSAO NA FILA DE ESPERA ]-------------
      * CHAMADA PELO ACE-001 QUANDO O HORARIO PEDIDO JA ESTA OCUPADO.
      * O PACIENTE INTERESSADO ENTRA NA FILA DO MEDICO/DIA COM O
                                                          TO W-MENS
                          PERFORM ROT-MENS THRU ROT-MENS2
                          GO TO FILA-INCLUI-FIM.
      * O TELEFONE DA FILA E O DO RESPONSAVEL QUANDO HOUVER
                PERFORM BUSCA-FONE-RESP THRU BUSCA-FONE-RESP-FIM.
      * O PACIENTE PODE ESPERAR SO ESTE MEDICO (FILA HISTORICA DO
      * CADFIL, POR MEDICO/DIA) OU QUALQUER MEDICO DA ESPECIALIDADE
      * NUM INTERVALO DE DATAS (CADFLE) - O CASO MAIS COMUM DO
                MOVE 1 TO FI-SEQ
                MOVE PAC-CODIGO TO FI-PACCOD
                MOVE PAC-NOME TO FI-PACIENTE
                MOVE W-RSP-FONE TO FI-FONE
                ACCEPT FI-HRENT FROM TIME
                MOVE "P" TO FI-SITUACAO.
       FILA-INCLUI-TENTA.
                MOVE W-FLE-DTFIM TO FL-DTFIM
                MOVE PAC-CODIGO TO FL-PACCOD
                MOVE PAC-NOME TO FL-PACIENTE
                MOVE W-RSP-FONE TO FL-FONE
                ACCEPT FL-HRENT FROM TIME
                MOVE "P" TO FL-SITUACAO.
       FILA-INCLUI-ESP-TENTA.
                MOVE AG-PACCOD TO W-SAL-PACCOD
                MOVE AG-SALA TO W-SAL-SALA
                MOVE AG-STATUS TO W-SAL-STAT
                MOVE AG-AUTORIZ TO W-SAL-AUTORIZ
                MOVE AG-AUTVAL TO W-SAL-AUTVAL
                MOVE AG-MODAL TO W-SAL-MODAL
                MOVE ESPEC TO EESPEC
                READ CADESP
                     INVALID KEY
                          MOVE "S" TO W-FIM-SAL.
       VALIDA-SALA-LOOP.
                IF W-FIM-SAL = "S"
                     GO TO VALIDA-SALA-PRC.
                READ CADAGD NEXT RECORD
                     AT END MOVE "S" TO W-FIM-SAL
                             GO TO VALIDA-SALA-LOOP.
                     MOVE "N" TO W-SAL-OK
                     MOVE "S" TO W-FIM-SAL.
                GO TO VALIDA-SALA-LOOP.
      * PROCEDIMENTO DO AGD036 MARCADO NA MESMA SALA E DATA - A CHAVE
      * DO CADAPR COMECA PELA SALA, ENTAO SO O DIA DELA E LIDO. A
      * JANELA E A DURACAO GRAVADA NO PROPRIO PROCEDIMENTO.
       VALIDA-SALA-PRC.
                IF W-SAL-OK NOT = "S" OR W-APR-DISPON NOT = "S"
                     GO TO VALIDA-SALA-RESTAURA.
                MOVE W-SAL-DATA (5:4) TO W-SAL-DTPRC (1:4)
                MOVE W-SAL-DATA (3:2) TO W-SAL-DTPRC (5:2)
                MOVE W-SAL-DATA (1:2) TO W-SAL-DTPRC (7:2)
                MOVE W-SAL-SALA TO AP-SALA
                MOVE W-SAL-DTPRC TO AP-DATA
                MOVE ZEROS TO AP-HORA
                START CADAPR KEY IS NOT LESS THAN AP-CHAVE
                     INVALID KEY
                          GO TO VALIDA-SALA-RESTAURA.
       VALIDA-SALA-PRC-LOOP.
                READ CADAPR NEXT RECORD
                     AT END GO TO VALIDA-SALA-RESTAURA.
                IF AP-SALA NOT = W-SAL-SALA
                   OR AP-DATA NOT = W-SAL-DTPRC
                     GO TO VALIDA-SALA-RESTAURA.
                IF AP-CANCELADO
                     GO TO VALIDA-SALA-PRC-LOOP.
                DIVIDE AP-HORA BY 100 GIVING W-SAL-HH
                                     REMAINDER W-SAL-MM
                COMPUTE W-SAL-INI2 = (W-SAL-HH * 60) + W-SAL-MM
                IF AP-DURACAO = ZEROS
                     COMPUTE W-SAL-FIM2 = W-SAL-INI2 + 1
                ELSE
                     COMPUTE W-SAL-FIM2 = W-SAL-INI2 + AP-DURACAO.
                IF W-SAL-INI < W-SAL-FIM2 AND W-SAL-INI2 < W-SAL-FIM
                     MOVE SPACES TO W-MENS
                     STRING "SALA OCUPADA - PROCEDIMENTO AS "
                                                  DELIMITED BY SIZE
                            W-SAL-HH              DELIMITED BY SIZE
                            ":"                   DELIMITED BY SIZE
                            W-SAL-MM              DELIMITED BY SIZE
                            INTO W-MENS
                     MOVE "N" TO W-SAL-OK
                     GO TO VALIDA-SALA-RESTAURA.
                GO TO VALIDA-SALA-PRC-LOOP.
       VALIDA-SALA-RESTAURA.
                MOVE W-SAL-CRM TO AG-CRM
                MOVE W-SAL-DATA TO AG-DTCONS
                MOVE W-SAL-PACCOD TO AG-PACCOD
                MOVE W-SAL-SALA TO AG-SALA
                MOVE W-SAL-STAT TO AG-STATUS
                MOVE W-SAL-AUTORIZ TO AG-AUTORIZ
                MOVE W-SAL-AUTVAL TO AG-AUTVAL
                MOVE W-SAL-MODAL TO AG-MODAL
      * O BUSCA-DUR-SALA LE OUTROS MEDICOS NO BUFFER DO CADMED -
      * RELE O MEDICO DESTE AGENDAMENTO PARA DEIXAR O BUFFER COMO
      * O R1 DEIXOU.
                   AND AG-DTCONS = W-VELHA-DTCONS
                   AND AG-HRCONS = W-VELHA-HRCONS
                     GO TO VALIDA-SOBREPOS-LOOP.
      * NA MUDANCA DA SERIE (SERIE-MOVE) AS DEMAIS SESSOES AGENDADAS
      * DO RESTANTE DA SERIE TAMBEM SAEM DO LUGAR - NAO CONFLITAM.
                IF W-SER-MOVE = "S"
                   AND AG-SERIE = W-SER-ID
                   AND AG-AGENDADA
                     COMPUTE W-DTCONS-AAAA = (AG-ANOCONS * 10000)
                                            + (AG-MESCONS * 100)
                                            + AG-DIACONS
                     IF W-DTCONS-AAAA NOT < W-SER-DTBASE
                          GO TO VALIDA-SOBREPOS-LOOP.
                COMPUTE W-SOB-INI2 = (AG-HRHH * 60) + AG-HRMM
                COMPUTE W-SOB-FIM2 = W-SOB-INI2 + W-SOB-DUR
                IF W-SOB-INI < W-SOB-FIM2 AND W-SOB-INI2 < W-SOB-FIM
                IF W-BL-PERIODO = "t" MOVE "T" TO W-BL-PERIODO.
                IF W-BL-PERIODO NOT = "M" AND W-BL-PERIODO NOT = "T"
                     MOVE "X" TO W-BL-PERIODO.
                PERFORM BUSCA-LIVRE-VARRE THRU BUSCA-LIVRE-VARRE-FIM
                GO TO BUSCA-LIVRE-MOSTRA.
      *--------------------[ VARREDURA DO INTERVALO DE DATAS ]--------
      * MONTA EM W-BLT-* OS PRIMEIROS 10 SLOTS LIVRES, EM ORDEM DE
      * DATA, A PARTIR DE W-BL-MODO/DTINI/DTFIM/PERIODO. TAMBEM
      * USADA PELA SERIE DE SESSOES PARA SUGERIR O HORARIO LIVRE MAIS
      * PROXIMO DE UMA DATA RECUSADA (VIDE SERIE-SUGERE).
       BUSCA-LIVRE-VARRE.
                MOVE ZEROS TO W-BL-QTD
                COMPUTE W-BL-INT-INI = FUNCTION INTEGER-OF-DATE
                MOVE W-BL-INT-INI TO W-BL-INT.
       BUSCA-LIVRE-DIA.
                IF W-BL-QTD NOT < 10 OR W-BL-INT > W-BL-INT-FIM
                     GO TO BUSCA-LIVRE-VARRE-FIM.
                COMPUTE W-BL-DATA = FUNCTION DATE-OF-INTEGER
                                         (W-BL-INT)
                COMPUTE W-INT-DIA = FUNCTION MOD (W-BL-INT 7)
       BUSCA-LIVRE-DIA-PROX.
                ADD 1 TO W-BL-INT
                GO TO BUSCA-LIVRE-DIA.
       BUSCA-LIVRE-VARRE-FIM.
                EXIT.
      *--------------------[ MEDICOS ATIVOS DA ESPECIALIDADE ]--------
      * NO MODO E, TODOS OS MEDICOS ATIVOS COM A ESPECIALIDADE DO
      * MEDICO DA TELA (PRINCIPAL OU SEGUNDA) SAO CANDIDATOS PARA O
       BUSCA-LIVRE-MED.
                MOVE W-BL-CRM TO HR-CRM
                MOVE W-BL-DIASEM TO HR-DIASEM
                MOVE W-BL-DATA TO W-GRD-DATA
                PERFORM LE-GRADE-VIG THRU LE-GRADE-VIG-FIM
                IF W-GRD-ACHOU NOT = "S"
                     GO TO BUSCA-LIVRE-MED-FIM.
                IF HR-ATENDE-NAO
                     GO TO BUSCA-LIVRE-MED-FIM.
                MOVE W-BL-ESPEC TO EESPEC
                MOVE "N" TO W-RES-OK.
       VALIDA-RESTRICAO-FIM.
                EXIT.
      *--------------------[ COBERTURA DO CONVENIO ]-----------------
      * O CONVENIO DO PACIENTE (PAC-CONV, AINDA NO BUFFER DO CADPAC
      * LIDO NO R4) E A ESPECIALIDADE DO MEDICO SAO PROCURADOS NA
      * TABELA DE COBERTURA (SMP031). SEM LINHA NA TABELA O PLANO
      * VALE COMO COBERTO E SEM GUIA. ESPECIALIDADE NAO COBERTA SO
      * E AGENDADA COMO PARTICULAR, SE A RECEPCAO CONFIRMAR COM O
      * PACIENTE; DO CONTRARIO O PACIENTE E RECUSADO.
       VALIDA-COBERTURA.
                MOVE "S" TO W-COB-OK
                MOVE "N" TO W-COB-AUT
                MOVE PAC-CONV TO W-COB-CONV
                IF W-COB-CONV = ZEROS OR W-PLN-DISPON NOT = "S"
                     GO TO VALIDA-COBERTURA-FIM.
                MOVE AG-CRM TO CRM
                READ CADMED
                     INVALID KEY
                          GO TO VALIDA-COBERTURA-FIM.
                MOVE W-COB-CONV TO PN-CONV
                MOVE ESPEC TO PN-ESPEC
                READ CADPLN
                     INVALID KEY
                          GO TO VALIDA-COBERTURA-FIM.
                IF PN-COBRE
                     IF PN-EXIGE-AUT
                          MOVE "S" TO W-COB-AUT
                          GO TO VALIDA-COBERTURA-FIM
                     ELSE
                          GO TO VALIDA-COBERTURA-FIM.
                MOVE "ESPECIALIDADE NAO COBERTA PELO CONVENIO"
                                                        TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2.
       VALIDA-COBERTURA-OPC.
                MOVE "N" TO W-OPCAO
                DISPLAY (22, 05)
                     "NAO COBERTA - AGENDAR PARTICULAR (S/N):"
                ACCEPT (22, 45) W-OPCAO WITH UPDATE
                IF W-OPCAO = "S" OR "s"
                     MOVE ZEROS TO W-COB-CONV
                     GO TO VALIDA-COBERTURA-FIM.
                IF W-OPCAO NOT = "N" AND "n"
                     GO TO VALIDA-COBERTURA-OPC.
                MOVE "N" TO W-COB-OK.
       VALIDA-COBERTURA-FIM.
                EXIT.
      *--------------------[ VALIDADE DA GUIA DE AUTORIZACAO ]--------
      * MESMA REGRA DE CALENDARIO DO VALIDA-DTCONS, SOBRE A DATA
      * DIGITADA EM W-AUT-TELA.
       VALIDA-DTAUT.
                MOVE "S" TO W-DTOK
                IF W-AUT-MES < 1 OR W-AUT-MES > 12
                     MOVE "N" TO W-DTOK
                     GO TO VALIDA-DTAUT-FIM.
                MOVE 31 TO W-ULTDIA
                IF W-AUT-MES = 4 OR W-AUT-MES = 6 OR W-AUT-MES = 9
                                                OR W-AUT-MES = 11
                     MOVE 30 TO W-ULTDIA.
                IF W-AUT-MES NOT = 2
                     GO TO VALIDA-DTAUT-DIA.
                DIVIDE W-AUT-ANO BY 4 GIVING W-QUOC-AUX
                                    REMAINDER W-RESTO4
                DIVIDE W-AUT-ANO BY 100 GIVING W-QUOC-AUX
                                      REMAINDER W-RESTO100
                DIVIDE W-AUT-ANO BY 400 GIVING W-QUOC-AUX
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
       VALIDA-DTAUT-DIA.
                IF W-AUT-DIA < 1 OR W-AUT-DIA > W-ULTDIA
                     MOVE "N" TO W-DTOK.
       VALIDA-DTAUT-FIM.
                EXIT.
      *--------------------[ SENHA DE CHEGADA DO BALCAO ]-------------
      * A SENHA E O MAIOR AG-FICHA JA EMITIDO PARA O MEDICO/DIA MAIS
      * UM. A VARREDURA USA O BUFFER DO REGISTRO - A CHAVE E GUARDADA
                WRITE LINHA-SENHA.
       IMPRIME-SENHA-FIM.
                EXIT.
      *--------------------[ CAIXA DA RECEPCAO - PARTICULAR ]---------
      * RECEBIMENTO DA CONSULTA PARTICULAR (AG-CONV ZEROS) NO BALCAO -
      * OFERECIDO NA MARCACAO DE CHEGADA/REALIZADA (CAIXA-CHEGADA) E
      * PELA OPCAO X DO ACE-001. GRAVA O RECIBO NUMERADO NO CADCXA COM
      * VALOR, FORMA DE PAGAMENTO, OPERADOR E UNIDADE E IMPRIME O
      * RECIBO EM RECIBO.LST. UMA CONSULTA TEM NO MAXIMO UM RECIBO
      * ATIVO. O BUFFER DO REGAGD NAO E ALTERADO.
       CAIXA-CHEGADA.
                IF AG-CONV NOT = ZEROS OR W-OPCAO = "N"
                     GO TO CAIXA-RECEBE-FIM.
       CAIXA-RECEBE.
                IF W-CXA-DISPON NOT = "S"
                     MOVE "CAIXA INDISPONIVEL - RECEBA MANUAL" TO W-MENS
                     PERFORM ROT-MENS THRU ROT-MENS-FIM
                     GO TO CAIXA-RECEBE-FIM.
                IF AG-CONV NOT = ZEROS
                     MOVE "CONSULTA DE CONVENIO - NAO PASSA NO CAIXA"
                                                         TO W-MENS
                     PERFORM ROT-MENS THRU ROT-MENS-FIM
                     GO TO CAIXA-RECEBE-FIM.
                PERFORM CAIXA-BUSCA THRU CAIXA-BUSCA-FIM
                IF W-CXA-ACHOU = "S"
                     MOVE SPACES TO W-MENS
                     STRING "CONSULTA JA PAGA - RECIBO " DELIMITED BY
                            SIZE CX-RECIBO DELIMITED BY SIZE
                            INTO W-MENS
                     PERFORM ROT-MENS THRU ROT-MENS-FIM
                     GO TO CAIXA-RECEBE-FIM.
       CAIXA-RECEBE-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (22, 05)
                  "RECEBER CONSULTA PARTICULAR (S/N) :      "
                ACCEPT (22, 42) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO CAIXA-RECEBE-LIMPA.
                IF W-OPCAO = "N" OR "n" GO TO CAIXA-RECEBE-LIMPA.
                IF W-OPCAO NOT = "S" AND "s" GO TO CAIXA-RECEBE-OPC.
       CAIXA-RECEBE-VALOR.
                MOVE ZEROS TO W-CXA-VALOR
                DISPLAY (22, 05)
                  "VALOR RECEBIDO (R$)               :      "
                ACCEPT (22, 42) W-CXA-VALOR
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO CAIXA-RECEBE-LIMPA.
                IF W-CXA-VALOR = ZEROS GO TO CAIXA-RECEBE-VALOR.
       CAIXA-RECEBE-FORMA.
                MOVE SPACES TO W-CXA-FORMA
                DISPLAY (22, 05)
                  "D=DINHEIRO B=DEBITO C=CREDITO P=PIX:      "
                ACCEPT (22, 42) W-CXA-FORMA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO CAIXA-RECEBE-LIMPA.
                MOVE W-CXA-FORMA TO CX-FORMA
                IF NOT CX-FORMA-OK GO TO CAIXA-RECEBE-FORMA.
                PERFORM CAIXA-NUMERO THRU CAIXA-NUMERO-FIM
                IF W-CXA-RECIBO = ZEROS
                     MOVE "CAIXA EM USO - TENTE DE NOVO" TO W-MENS
                     PERFORM ROT-MENS THRU ROT-MENS-FIM
                     GO TO CAIXA-RECEBE-LIMPA.
                MOVE W-CXA-RECIBO TO CX-RECIBO
                MOVE AG-CRM TO CX-CRM
                MOVE AG-DTCONS TO CX-DTCONS
                MOVE AG-HRCONS TO CX-HRCONS
                MOVE AG-PACCOD TO CX-PACCOD
                MOVE AG-PACIENTE TO CX-PACIENTE
                MOVE W-CXA-VALOR TO CX-VALOR
                MOVE W-CXA-FORMA TO CX-FORMA
                MOVE OPC-CODIGO TO CX-OPERADOR
                MOVE AG-UNIDADE TO CX-UNIDADE
                ACCEPT CX-DTPAG FROM DATE YYYYMMDD
                ACCEPT W-CXA-AGORA FROM TIME
                MOVE W-CXA-AGO-HHMM TO CX-HRPAG
                MOVE "A" TO CX-SITUACAO
                MOVE ZEROS TO CX-DTEST
                MOVE SPACES TO CX-OPEREST
                WRITE REGCXA
                     INVALID KEY
                          MOVE "ERRO NA GRAVACAO DO RECIBO" TO W-MENS
                          PERFORM ROT-MENS THRU ROT-MENS-FIM
                          GO TO CAIXA-RECEBE-LIMPA.
                PERFORM IMPRIME-RECIBO THRU IMPRIME-RECIBO-FIM
                MOVE SPACES TO W-MENS
                STRING "*** RECIBO EMITIDO : " DELIMITED BY SIZE
                       CX-RECIBO DELIMITED BY SIZE
                       " ***" DELIMITED BY SIZE INTO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
       CAIXA-RECEBE-LIMPA.
                MOVE SPACES TO W-MENS
                DISPLAY (22, 05) W-MENS.
       CAIXA-RECEBE-FIM.
                EXIT.
      *
      * RECIBO ATIVO DA CONSULTA DO BUFFER (AG-CHAVE), PELA CHAVE
      * ALTERNADA CX-AGCHAVE. RECIBOS ESTORNADOS SAO PULADOS.
       CAIXA-BUSCA.
                MOVE "N" TO W-CXA-ACHOU
                MOVE AG-CHAVE TO W-CXA-CHAVE
                MOVE AG-CHAVE TO CX-AGCHAVE
                START CADCXA KEY IS EQUAL CX-AGCHAVE
                     INVALID KEY
                          GO TO CAIXA-BUSCA-FIM.
       CAIXA-BUSCA-LOOP.
                READ CADCXA NEXT RECORD
                     AT END GO TO CAIXA-BUSCA-FIM.
                IF CX-AGCHAVE NOT = W-CXA-CHAVE
                     GO TO CAIXA-BUSCA-FIM.
                IF CX-RECIBO NOT = ZEROS AND CX-ATIVO
                     MOVE "S" TO W-CXA-ACHOU
                     GO TO CAIXA-BUSCA-FIM.
                GO TO CAIXA-BUSCA-LOOP.
       CAIXA-BUSCA-FIM.
                EXIT.
      *
      * NUMERACAO DOS RECIBOS - O REGISTRO DE CONTROLE (RECIBO
      * 0000000) GUARDA O ULTIMO NUMERO EMITIDO E E CRIADO NO
      * PRIMEIRO RECEBIMENTO. REGISTRO EM USO POR OUTRO TERMINAL
      * DEVOLVE W-CXA-RECIBO ZEROS (O OPERADOR TENTA DE NOVO).
       CAIXA-NUMERO.
                MOVE ZEROS TO W-CXA-RECIBO
                MOVE ZEROS TO CX-RECIBO
                READ CADCXA
                     INVALID KEY
                          GO TO CAIXA-NUMERO-NOVO.
                IF ST-ERR18 NOT = "00"
                     GO TO CAIXA-NUMERO-FIM.
                ADD 1 TO CX-ULTIMO
                REWRITE REGCXA
                IF ST-ERR18 = "00"
                     MOVE CX-ULTIMO TO W-CXA-RECIBO.
                GO TO CAIXA-NUMERO-FIM.
       CAIXA-NUMERO-NOVO.
                MOVE SPACES TO REGCXA
                MOVE ZEROS TO CX-RECIBO CX-PACCOD CX-VALOR CX-UNIDADE
                              CX-DTPAG CX-HRPAG CX-DTEST
                MOVE 1 TO CX-ULTIMO
                WRITE REGCXA
                IF ST-ERR18 = "00"
                     MOVE 1 TO W-CXA-RECIBO.
       CAIXA-NUMERO-FIM.
                EXIT.
      *
      * CANCELAMENTO DE CONSULTA PARTICULAR JA PAGA - OFERECE A
      * DEVOLUCAO NA HORA. SEM DEVOLUCAO O RECIBO FICA ATIVO E SAI
      * COMO ESTORNO PENDENTE NO FECHAMENTO DO CAIXA (AGD033).
       CAIXA-ESTORNO.
                IF AG-CONV NOT = ZEROS OR W-CXA-DISPON NOT = "S"
                     GO TO CAIXA-ESTORNO-FIM.
                PERFORM CAIXA-BUSCA THRU CAIXA-BUSCA-FIM
                IF W-CXA-ACHOU NOT = "S"
                     GO TO CAIXA-ESTORNO-FIM.
       CAIXA-ESTORNO-OPC.
                MOVE SPACES TO W-MENS
                STRING "RECIBO " DELIMITED BY SIZE
                       CX-RECIBO DELIMITED BY SIZE
                       " - DEVOLVER O VALOR (S/N):" DELIMITED BY SIZE
                       INTO W-MENS
                DISPLAY (22, 05) W-MENS
                MOVE "N" TO W-OPCAO
                ACCEPT (22, 47) W-OPCAO WITH UPDATE
                IF W-OPCAO = "N" OR "n"
                     MOVE "ESTORNO PENDENTE - VAI AO FECHAMENTO"
                                                         TO W-MENS
                     PERFORM ROT-MENS THRU ROT-MENS-FIM
                     GO TO CAIXA-ESTORNO-LIMPA.
                IF W-OPCAO NOT = "S" AND "s"
                     GO TO CAIXA-ESTORNO-OPC.
                MOVE "E" TO CX-SITUACAO
                ACCEPT CX-DTEST FROM DATE YYYYMMDD
                MOVE OPC-CODIGO TO CX-OPEREST
                REWRITE REGCXA
                IF ST-ERR18 = "00"
                     MOVE "*** VALOR DEVOLVIDO - RECIBO ESTORNADO ***"
                                                         TO W-MENS
                ELSE
                     MOVE "ERRO NO ESTORNO - FICA PENDENTE NO CAIXA"
                                                         TO W-MENS.
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
       CAIXA-ESTORNO-LIMPA.
                MOVE SPACES TO W-MENS
                DISPLAY (22, 05) W-MENS.
       CAIXA-ESTORNO-FIM.
                EXIT.
      *
      * REMARCACAO - O RECIBO ATIVO DO HORARIO ANTIGO (CHAVE NO
      * BUFFER) PASSA PARA O NOVO HORARIO (W-NOVA-DTCONS/HRCONS).
       CAIXA-TRANSFERE.
                IF W-CXA-DISPON NOT = "S"
                     GO TO CAIXA-TRANSFERE-FIM.
                PERFORM CAIXA-BUSCA THRU CAIXA-BUSCA-FIM
                IF W-CXA-ACHOU NOT = "S"
                     GO TO CAIXA-TRANSFERE-FIM.
                MOVE W-NOVA-DTCONS TO CX-DTCONS
                MOVE W-NOVA-HRCONS TO CX-HRCONS
                REWRITE REGCXA.
       CAIXA-TRANSFERE-FIM.
                EXIT.
      *--------------------[ IMPRESSAO DO RECIBO ]--------------------
      * MESMA DISCIPLINA DO TICKET DE SENHA - UM RECIBO POR
      * RECEBIMENTO, ACUMULADO EM RECIBO.LST.
       IMPRIME-RECIBO.
                MOVE CX-RECIBO TO RC-RECIBO
                MOVE CX-PACIENTE TO RC-PACIENTE
                MOVE W-NOME-MED TO RC-MEDICO
                MOVE CX-DTCONS TO RC-DTCONS
                MOVE CX-HRCONS TO RC-HRCONS
                MOVE CX-VALOR TO RC-VALOR
                IF CX-DINHEIRO MOVE "DINHEIRO" TO RC-FORMA.
                IF CX-DEBITO MOVE "DEBITO" TO RC-FORMA.
                IF CX-CREDITO MOVE "CREDITO" TO RC-FORMA.
                IF CX-PIX MOVE "PIX" TO RC-FORMA.
                MOVE CX-OPERADOR TO RC-OPERADOR
                MOVE CX-DTPAG TO RC-DTPAG
                MOVE CX-HRPAG TO RC-HRPAG
                WRITE LINHA-RECIBO FROM LINHA-SN-BORDA
                WRITE LINHA-RECIBO FROM LINHA-RC-TIT
                WRITE LINHA-RECIBO FROM LINHA-RC-PAC
                WRITE LINHA-RECIBO FROM LINHA-RC-MED
                WRITE LINHA-RECIBO FROM LINHA-RC-CONS
                WRITE LINHA-RECIBO FROM LINHA-RC-VALOR
                WRITE LINHA-RECIBO FROM LINHA-RC-OPER
                WRITE LINHA-RECIBO FROM LINHA-SN-BORDA
                MOVE SPACES TO LINHA-RECIBO
                WRITE LINHA-RECIBO.
       IMPRIME-RECIBO-FIM.
                EXIT.
      *--------------------[ DECLARACAO DE COMPARECIMENTO ]-----------
      * OPCAO D DO ACE-001 - SO PARA CONSULTA COM CHEGADA OU
      * REALIZADA. A PRIMEIRA IMPRESSAO NUMERA A DECLARACAO (MESMA
      * NUMERACAO POR REGISTRO DE CONTROLE DO CAIXA) E SORTEIA O
      * CODIGO DE VERIFICACAO; CONSULTA QUE JA TEM DECLARACAO SO
      * REIMPRIME, COM O MESMO NUMERO E CODIGO NA VIA SEGUINTE,
      * MARCADA COMO COPIA. TODA VIA VAI PARA O CADDCL E SAI EM
      * DECLAR.LST. O BUFFER DO REGAGD NAO E ALTERADO.
       DECLARA-EMITE.
                IF W-DCL-DISPON NOT = "S"
                     MOVE "DECLARACAO INDISPONIVEL - PROCURE A CPD"
                                                         TO W-MENS
                     PERFORM ROT-MENS THRU ROT-MENS-FIM
                     GO TO DECLARA-EMITE-FIM.
                IF NOT AG-PRESENTE AND NOT AG-REALIZADA
                     MOVE "DECLARACAO SO P/ CHEGOU OU REALIZADA"
                                                         TO W-MENS
                     PERFORM ROT-MENS THRU ROT-MENS-FIM
                     GO TO DECLARA-EMITE-FIM.
                PERFORM DECLARA-BUSCA THRU DECLARA-BUSCA-FIM
                IF W-DCL-ACHOU NOT = "S"
                     GO TO DECLARA-EMITE-NOVA.
       DECLARA-EMITE-OPC.
                MOVE SPACES TO W-MENS
                STRING "JA EMITIDA NO " DELIMITED BY SIZE
                       W-DCL-NUMERO DELIMITED BY SIZE
                       " - IMPRIME COPIA (S/N):" DELIMITED BY SIZE
                       INTO W-MENS
                DISPLAY (22, 05) W-MENS
                MOVE "N" TO W-OPCAO
                ACCEPT (22, 50) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO DECLARA-EMITE-LIMPA.
                IF W-OPCAO = "N" OR "n" GO TO DECLARA-EMITE-LIMPA.
                IF W-OPCAO NOT = "S" AND "s" GO TO DECLARA-EMITE-OPC.
                ADD 1 TO W-DCL-VIA
                GO TO DECLARA-EMITE-GRAVA.
       DECLARA-EMITE-NOVA.
                PERFORM DECLARA-NUMERO THRU DECLARA-NUMERO-FIM
                IF W-DCL-NUMERO = ZEROS
                     MOVE "DECLARACAO EM USO - TENTE DE NOVO" TO W-MENS
                     PERFORM ROT-MENS THRU ROT-MENS-FIM
                     GO TO DECLARA-EMITE-LIMPA.
                MOVE 1 TO W-DCL-VIA
                ACCEPT W-DCL-AGORA FROM TIME
                COMPUTE W-DCL-SEMENTE = (W-DCL-NUMERO * 7919)
                                      + (AG-PACCOD * 104729)
                                      + W-DCL-AGORA
                DIVIDE W-DCL-SEMENTE BY 999983 GIVING W-DCL-QUOC
                                     REMAINDER W-DCL-CODVER.
       DECLARA-EMITE-GRAVA.
                MOVE W-DCL-NUMERO TO DC-NUMERO
                MOVE W-DCL-VIA TO DC-VIA
                MOVE AG-CRM TO DC-CRM
                MOVE AG-DTCONS TO DC-DTCONS
                MOVE AG-HRCONS TO DC-HRCONS
                MOVE AG-PACCOD TO DC-PACCOD
                MOVE AG-PACIENTE TO DC-PACIENTE
                MOVE W-NOME-MED TO DC-MEDICO
                MOVE AG-UNIDADE TO DC-UNIDADE
                MOVE AG-HRCHEG TO DC-HRCHEG
                MOVE AG-HRFIM TO DC-HRFIM
                MOVE W-DCL-CODVER TO DC-CODVER
                ACCEPT DC-DTEMI FROM DATE YYYYMMDD
                ACCEPT W-DCL-AGORA FROM TIME
                MOVE W-DCL-AGO-HHMM TO DC-HREMI
                MOVE OPC-CODIGO TO DC-OPERADOR
                WRITE REGDCL
                     INVALID KEY
                          MOVE "ERRO NA GRAVACAO DA DECLARACAO"
                                                         TO W-MENS
                          PERFORM ROT-MENS THRU ROT-MENS-FIM
                          GO TO DECLARA-EMITE-LIMPA.
                PERFORM IMPRIME-DECLARA THRU IMPRIME-DECLARA-FIM
                MOVE SPACES TO W-MENS
                STRING "*** DECLARACAO " DELIMITED BY SIZE
                       DC-NUMERO DELIMITED BY SIZE
                       " VIA " DELIMITED BY SIZE
                       DC-VIA DELIMITED BY SIZE
                       " IMPRESSA ***" DELIMITED BY SIZE INTO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
       DECLARA-EMITE-LIMPA.
                MOVE SPACES TO W-MENS
                DISPLAY (22, 05) W-MENS.
       DECLARA-EMITE-FIM.
                EXIT.
      *
      * DECLARACAO JA EMITIDA PARA A CONSULTA DO BUFFER (AG-CHAVE),
      * PELA CHAVE ALTERNADA DC-AGCHAVE - DEVOLVE O NUMERO, O CODIGO
      * E A MAIOR VIA JA IMPRESSA.
       DECLARA-BUSCA.
                MOVE "N" TO W-DCL-ACHOU
                MOVE ZEROS TO W-DCL-NUMERO W-DCL-VIA W-DCL-CODVER
                MOVE AG-CHAVE TO W-DCL-CHAVE
                MOVE AG-CHAVE TO DC-AGCHAVE
                START CADDCL KEY IS EQUAL DC-AGCHAVE
                     INVALID KEY
                          GO TO DECLARA-BUSCA-FIM.
       DECLARA-BUSCA-LOOP.
                READ CADDCL NEXT RECORD
                     AT END GO TO DECLARA-BUSCA-FIM.
                IF DC-AGCHAVE NOT = W-DCL-CHAVE
                     GO TO DECLARA-BUSCA-FIM.
                IF DC-NUMERO = ZEROS
                     GO TO DECLARA-BUSCA-LOOP.
                MOVE "S" TO W-DCL-ACHOU
                MOVE DC-NUMERO TO W-DCL-NUMERO
                MOVE DC-CODVER TO W-DCL-CODVER
                IF DC-VIA > W-DCL-VIA
                     MOVE DC-VIA TO W-DCL-VIA.
                GO TO DECLARA-BUSCA-LOOP.
       DECLARA-BUSCA-FIM.
                EXIT.
      *
      * NUMERACAO DAS DECLARACOES - O REGISTRO DE CONTROLE (CHAVE
      * 0000000/00) GUARDA O ULTIMO NUMERO EMITIDO E E CRIADO NA
      * PRIMEIRA EMISSAO. REGISTRO EM USO POR OUTRO TERMINAL DEVOLVE
      * W-DCL-NUMERO ZEROS (O OPERADOR TENTA DE NOVO).
       DECLARA-NUMERO.
                MOVE ZEROS TO W-DCL-NUMERO
                MOVE ZEROS TO DC-CHAVE
                READ CADDCL
                     INVALID KEY
                          GO TO DECLARA-NUMERO-NOVO.
                IF ST-ERR24 NOT = "00"
                     GO TO DECLARA-NUMERO-FIM.
                ADD 1 TO DC-ULTIMO
                REWRITE REGDCL
                IF ST-ERR24 = "00"
                     MOVE DC-ULTIMO TO W-DCL-NUMERO.
                GO TO DECLARA-NUMERO-FIM.
       DECLARA-NUMERO-NOVO.
                MOVE SPACES TO REGDCL
                MOVE ZEROS TO DC-CHAVE DC-PACCOD DC-UNIDADE DC-HRCHEG
                              DC-HRFIM DC-CODVER DC-DTEMI DC-HREMI
                MOVE 1 TO DC-ULTIMO
                WRITE REGDCL
                IF ST-ERR24 = "00"
                     MOVE 1 TO W-DCL-NUMERO.
       DECLARA-NUMERO-FIM.
                EXIT.
      *--------------------[ IMPRESSAO DA DECLARACAO ]----------------
      * MESMA DISCIPLINA DO RECIBO - UMA DECLARACAO POR VIA,
      * ACUMULADA EM DECLAR.LST. O TERMINO SO SAI QUANDO REGISTRADO.
       IMPRIME-DECLARA.
                MOVE DC-NUMERO TO DCP-NUMERO
                MOVE DC-VIA TO DCP-VIA
                MOVE DC-PACIENTE TO DCP-PACIENTE
                MOVE DC-DTCONS TO DCP-DTCONS
                MOVE DC-HRCHEG TO DCP-HRCHEG DCP-HRCHEG2
                MOVE DC-HRFIM TO DCP-HRFIM
                MOVE DC-MEDICO TO DCP-MEDICO
                MOVE DC-CRM TO DCP-CRM
                MOVE DC-UNIDADE TO DCP-UNIDADE
                MOVE SPACES TO DCP-TXUNID
                IF DC-UNIDADE = ZEROS OR DC-UNIDADE = 1
                     MOVE "SEDE" TO DCP-TXUNID.
                IF DC-UNIDADE = 2
                     MOVE "ANEXO" TO DCP-TXUNID.
                MOVE DC-CODVER TO DCP-CODVER
                MOVE DC-DTEMI TO DCP-DTEMI
                MOVE DC-HREMI TO DCP-HREMI
                MOVE DC-OPERADOR TO DCP-OPERADOR
                WRITE LINHA-DECLAR FROM LINHA-SN-BORDA
                WRITE LINHA-DECLAR FROM LINHA-DC-TIT
                IF DC-VIA > 1
                     WRITE LINHA-DECLAR FROM LINHA-DC-COPIA.
                WRITE LINHA-DECLAR FROM LINHA-DC-TXT1
                WRITE LINHA-DECLAR FROM LINHA-DC-PAC
                WRITE LINHA-DECLAR FROM LINHA-DC-DATA
                IF DC-HRFIM = ZEROS
                     WRITE LINHA-DECLAR FROM LINHA-DC-CHEG
                ELSE
                     WRITE LINHA-DECLAR FROM LINHA-DC-HORA.
                WRITE LINHA-DECLAR FROM LINHA-DC-MED
                WRITE LINHA-DECLAR FROM LINHA-DC-CRM
                WRITE LINHA-DECLAR FROM LINHA-DC-COD
                WRITE LINHA-DECLAR FROM LINHA-DC-EMI
                WRITE LINHA-DECLAR FROM LINHA-SN-BORDA
                MOVE SPACES TO LINHA-DECLAR
                WRITE LINHA-DECLAR.
       IMPRIME-DECLARA-FIM.
                EXIT.
      *--------------------[ LISTA DE CHAMADA DO DIA ]----------------
      * CHAMADA PELO F4 NO CAMPO DA DATA (R2) - MOSTRA A AGENDA DE
      * HOJE DO MEDICO EM ORDEM DE HORARIO MARCADO, COM A SENHA E A
      * HORA REAL DE CHEGADA, PARA O BALCAO CHAMAR OS PACIENTES SEM
      * PAPELZINHO COLADO NO TERMINAL. A CHAMADA FEITA PELA LISTA
      * GRAVA A HORA EM AG-HRCHAM (VIDE CHAMA-PACIENTE).
       LISTA-CHAMADA.
                ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD
                MOVE ZEROS TO W-LC-QTD
                MOVE AG-HRCHEG TO W-LC-CHEG (W-LC-QTD)
                MOVE AG-STATUS TO W-LC-STAT (W-LC-QTD)
                MOVE AG-PACIENTE TO W-LC-PAC (W-LC-QTD)
                MOVE AG-HRCHAM TO W-LC-CHAM (W-LC-QTD)
                GO TO LISTA-CHAMADA-LOOP.
       LISTA-CHAMADA-TELA.
                DISPLAY (01, 01) ERASE
                DISPLAY (01, 36) W-BL-CRM-TELA
                DISPLAY (02, 05)
                     "HORA  FICHA  CHEGOU  SIT  PACIENTE"
                DISPLAY (02, 62) "CHAMOU"
                IF W-LC-QTD = ZEROS
                     DISPLAY (04, 05) "NENHUMA CONSULTA HOJE".
                MOVE ZEROS TO W-LC-IDX
                     DISPLAY (01, 01) ERASE
                     DISPLAY (02, 05)
                          "HORA  FICHA  CHEGOU  SIT  PACIENTE"
                     DISPLAY (02, 62) "CHAMOU"
                     MOVE 3 TO W-LC-LIN.
                DISPLAY (W-LC-LIN, 05) W-LC-HORA (W-LC-IDX)
                DISPLAY (W-LC-LIN, 11) W-LC-FICHA (W-LC-IDX)
                DISPLAY (W-LC-LIN, 18) W-LC-CHEG (W-LC-IDX)
                DISPLAY (W-LC-LIN, 26) W-LC-STAT (W-LC-IDX)
                DISPLAY (W-LC-LIN, 31) W-LC-PAC (W-LC-IDX)
                DISPLAY (W-LC-LIN, 63) W-LC-CHAM (W-LC-IDX)
                ADD 1 TO W-LC-LIN
                GO TO LISTA-CHAMADA-LINHA.
      * PROPOE A PROXIMA FICHA DA SALA DE ESPERA (A MENOR SENHA COM
      * O PACIENTE PRESENTE E AINDA NAO CHAMADO). ENTER CHAMA E
      * REMONTA A LISTA; ESC OU FICHA ZEROS VOLTA PARA A DATA.
       LISTA-CHAMADA-ESPERA.
                PERFORM PROXIMA-FICHA THRU PROXIMA-FICHA-FIM.
       LISTA-CHAMADA-ACE.
                DISPLAY (22, 05) "FICHA A CHAMAR (ESC=VOLTAR) :"
                ACCEPT  (22, 35) W-LC-CHAMA WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 OR W-LC-CHAMA = ZEROS
                     GO TO BUSCA-LIVRE-VOLTA.
                PERFORM CHAMA-PACIENTE THRU CHAMA-PACIENTE-FIM
                IF W-LC-OK NOT = "S"
                     PERFORM ROT-MENS THRU ROT-MENS-FIM
                     GO TO LISTA-CHAMADA-ACE.
                GO TO LISTA-CHAMADA.
      *--------------------[ PROXIMA FICHA A CHAMAR ]----------------
       PROXIMA-FICHA.
                MOVE ZEROS TO W-LC-CHAMA W-LC-IDX.
       PROXIMA-FICHA-LOOP.
                ADD 1 TO W-LC-IDX
                IF W-LC-IDX > W-LC-QTD
                     GO TO PROXIMA-FICHA-FIM.
                IF W-LC-STAT (W-LC-IDX) NOT = "P"
                   OR W-LC-FICHA (W-LC-IDX) = ZEROS
                   OR W-LC-CHAM (W-LC-IDX) NOT = ZEROS
                     GO TO PROXIMA-FICHA-LOOP.
                IF W-LC-CHAMA = ZEROS
                   OR W-LC-FICHA (W-LC-IDX) < W-LC-CHAMA
                     MOVE W-LC-FICHA (W-LC-IDX) TO W-LC-CHAMA.
                GO TO PROXIMA-FICHA-LOOP.
       PROXIMA-FICHA-FIM.
                EXIT.
      *--------------------[ CHAMADA DO PACIENTE PELO BALCAO ]--------
      * GRAVA EM AG-HRCHAM A HORA EM QUE A FICHA FOI CHAMADA - BASE DA
      * ESPERA NA SALA E DO ATRASO DO MEDICO NO RELATORIO MENSAL DE
      * PONTUALIDADE (AGD049). SO PACIENTE PRESENTE ("P"); A PRIMEIRA
      * CHAMADA VALE. SAI COM W-LC-OK "S", OU "N" E O MOTIVO EM W-MENS.
       CHAMA-PACIENTE.
                MOVE "N" TO W-LC-OK
                MOVE ZEROS TO W-LC-ACHOU W-LC-IDX.
       CHAMA-PACIENTE-BUSCA.
                ADD 1 TO W-LC-IDX
                IF W-LC-IDX > W-LC-QTD
                     GO TO CHAMA-PACIENTE-ACHOU.
                IF W-LC-FICHA (W-LC-IDX) = W-LC-CHAMA
                     MOVE W-LC-IDX TO W-LC-ACHOU
                     GO TO CHAMA-PACIENTE-ACHOU.
                GO TO CHAMA-PACIENTE-BUSCA.
       CHAMA-PACIENTE-ACHOU.
                IF W-LC-ACHOU = ZEROS
                     MOVE "FICHA NAO EMITIDA HOJE PARA O MEDICO"
                                                           TO W-MENS
                     GO TO CHAMA-PACIENTE-FIM.
                IF W-LC-STAT (W-LC-ACHOU) NOT = "P"
                     MOVE "PACIENTE DA FICHA NAO ESTA NA ESPERA"
                                                           TO W-MENS
                     GO TO CHAMA-PACIENTE-FIM.
                IF W-LC-CHAM (W-LC-ACHOU) NOT = ZEROS
                     MOVE "FICHA JA CHAMADA" TO W-MENS
                     GO TO CHAMA-PACIENTE-FIM.
                MOVE W-BL-CRM-TELA TO AG-CRM
                MOVE W-DATA-HOJE (7:2) TO AG-DIACONS
                MOVE W-DATA-HOJE (5:2) TO AG-MESCONS
                MOVE W-DATA-HOJE (1:4) TO AG-ANOCONS
                MOVE W-LC-HORA (W-LC-ACHOU) TO AG-HRCONS
                READ CADAGD
                     INVALID KEY
                          MOVE "CONSULTA NAO ENCONTRADA NA AGENDA"
                                                           TO W-MENS
                          GO TO CHAMA-PACIENTE-FIM.
                IF NOT AG-PRESENTE OR AG-HRCHAM NOT = ZEROS
                     MOVE "SITUACAO ALTERADA POR OUTRO TERMINAL"
                                                           TO W-MENS
                     GO TO CHAMA-PACIENTE-FIM.
                ACCEPT W-BL-AGORA FROM TIME
                COMPUTE AG-HRCHAM = (W-BL-AGO-HH * 100) + W-BL-AGO-MM
                MOVE ZEROS TO W-RETRY-CONT
                MOVE "CHAMA-PACIENTE" TO W-CTN-PARAG.
       CHAMA-PACIENTE-TENTA.
                REWRITE REGAGD
                IF ST-ERRO = "00"
                     PERFORM GRAVA-CTN-OK THRU GRAVA-CTN-FIM
                     MOVE "S" TO W-LC-OK
                     GO TO CHAMA-PACIENTE-FIM.
                IF ST-ERRO = "94"
                      PERFORM RETRY-94 THRU RETRY-94-FIM
                      IF W-RETRY-OK = "S"
                           GO TO CHAMA-PACIENTE-TENTA
                      ELSE
                           MOVE "*** REGISTRO EM USO - TENTE DEPOIS ***"
                                                             TO W-MENS
                           GO TO CHAMA-PACIENTE-FIM.
                MOVE "ERRO NA GRAVACAO DA CHAMADA" TO W-MENS.
       CHAMA-PACIENTE-FIM.
                EXIT.
      *--------------------[ REFERENCIA DA SESSAO DE VIDEO ]----------
      * A TELECONSULTA RECEBE A REFERENCIA DA SALA VIRTUAL NA
      * PLATAFORMA DE VIDEO - "TC" + CRM + AAAAMMDD + HHMM DO
      * HORARIO, UNICA POR SLOT DA AGENDA. REMARCADA, A CONSULTA
      * GANHA A REFERENCIA DO NOVO HORARIO. PRESENCIAL = ESPACOS.
       MONTA-LINK.
                MOVE SPACES TO AG-LINK
                IF NOT AG-VIDEO
                     GO TO MONTA-LINK-FIM.
                STRING "TC"       DELIMITED BY SIZE
                       AG-CRM     DELIMITED BY SIZE
                       AG-ANOCONS DELIMITED BY SIZE
                       AG-MESCONS DELIMITED BY SIZE
                       AG-DIACONS DELIMITED BY SIZE
                       AG-HRCONS  DELIMITED BY SIZE
                       INTO AG-LINK.
       MONTA-LINK-FIM.
                EXIT.
      *--------------------[ TRILHA DE AUDITORIA DA AGENDA ]----------
      * UM REGISTRO POR MOVIMENTO GRAVADO COM SUCESSO NO CADAGD, NA
      * CHAVE DATA+HORA+SEQ DO INSTANTE - O AL-SEQ E SOMADO ATE
                MOVE AG-CONV TO AL-CONV
                MOVE AG-DTMARC TO AL-DTMARC
                MOVE AG-HRMARC TO AL-HRMARC
                MOVE AG-UNIDADE TO AL-UNIDADE
                MOVE AG-AUTORIZ TO AL-AUTORIZ
                MOVE AG-AUTVAL TO AL-AUTVAL
                MOVE AG-SERIE TO AL-SERIE
                MOVE AG-MODAL TO AL-MODAL
                MOVE AG-LINK TO AL-LINK
                MOVE AG-CID TO AL-CID
                MOVE AG-RET-ORIGEM TO AL-RET-ORIGEM.
       GRAVA-AGL-TENTA.
                WRITE REGAGL
                IF ST-ERR13 = "22"
                CLOSE CTNLOG.
       GRAVA-CTN-FIM.
                EXIT.
           COPY VALRESP.

       ROT-FIM.
                IF W-RES-DISPON = "S"
                     CLOSE CADRES.
                IF W-PLN-DISPON = "S"
                     CLOSE CADPLN.
                IF W-CXA-DISPON = "S"
                     CLOSE CADCXA.
                IF W-APR-DISPON = "S"
                     CLOSE CADAPR.
                IF W-CID-DISPON = "S"
                     CLOSE CADCID.
                IF W-RET-DISPON = "S"
                     CLOSE CADRET.
                IF W-FEC-DISPON = "S"
                     CLOSE CADFEC.
                IF W-DCL-DISPON = "S"
                     CLOSE CADDCL.
                CLOSE CADMED CADAGD CADPAC CADHOR CADAUS CADFER
                             CADFIL CADFLE CADESP CADSAL CADAGL
                             SENHA RECIBO DECLAR
                DISPLAY (01, 01) ERASE
                EXIT PROGRAM.
