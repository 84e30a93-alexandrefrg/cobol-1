      * AGENDAMENTOS E NOVOS HORARIOS DE REMARCACAO REGRAVAM  *
      * O REGISTRO INTEIRO A PARTIR DO JORNAL; CANCELAMENTO,  *
      * COMPARECIMENTO E BAIXA DO HORARIO ORIGINAL REGRAVAM   *
      * SO A SITUACAO (E O CID-10 DA CONSULTA REALIZADA).     *
      * MOVIMENTOS QUE NAO PUDEREM SER REAPLICADOS SAEM NA    *
      * LISTA DE EXCECOES (RELRAG.LST) PARA ACERTO MANUAL VIA *
      * AGD001.                                               *
      * MOVIMENTO DE CONSULTA DE MES JA FECHADO PELA          *
      * VALORIZACAO MENSAL (CADFEC) GRAVADO DEPOIS DO         *
      * FECHAMENTO E RECUSADO COMO EXCECAO; O QUE FOI GRAVADO *
      * ANTES (AGENDA JA VALORIZADA) E O AJUSTE TARDIO        *
      * (OPERACAO "J", AGD050) SAO REAPLICADOS.               *
      * DATA CRIACAO : 02/09/2026                             *
      ********************************************************
      *----------------------------------------------------------------
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AG-CHAVE
                    FILE STATUS  IS ST-ERRO2
                    ALTERNATE RECORD KEY IS AG-PACCOD
                                                      WITH DUPLICATES.
                    SELECT CADFEC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FC-MES
                    FILE STATUS  IS ST-ERRO4.
                    SELECT RELRAG ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO3.
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAGD.DAT".
           COPY REGAGD.
      *
       FD CADFEC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFEC.DAT".
           COPY FECREG.
      *
       FD RELRAG
               LABEL RECORD IS STANDARD
       01 ST-ERRO     PIC X(02) VALUE "00".
       01 ST-ERRO2   PIC X(02) VALUE "00".
       01 ST-ERRO3   PIC X(02) VALUE "00".
       01 ST-ERRO4   PIC X(02) VALUE "00".
       01 W-FEC-DISPON    PIC X(01) VALUE "N".
       01 W-FIM-CADAGL   PIC X(01) VALUE "N".
           88 FIM-CADAGL             VALUE "S".
       01 W-DATA-CORTE    PIC 9(08) VALUE ZEROS.
           IF ST-ERRO2 NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO CADAGD - ST=" ST-ERRO2
                GOBACK.
      * SEM O CADFEC (NENHUM MES VALORIZADO AINDA) NADA ESTA TRAVADO
           MOVE "N" TO W-FEC-DISPON
           OPEN INPUT CADFEC
           IF ST-ERRO4 = "00"
                MOVE "S" TO W-FEC-DISPON.
           OPEN OUTPUT RELRAG
           IF ST-ERRO3 NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO RELRAG - ST=" ST-ERRO3
                ADD 1 TO W-TOT-ANTES
                PERFORM LER-CADAGL THRU LER-CADAGL-FIM
                GO TO PROCESSA-FIM.
           PERFORM TESTA-MES-FECHADO THRU TESTA-MES-FECHADO-FIM
           IF W-MOTIVO NOT = SPACES
                PERFORM GRAVA-EXCECAO THRU GRAVA-EXCECAO-FIM
                PERFORM LER-CADAGL THRU LER-CADAGL-FIM
                GO TO PROCESSA-FIM.
           IF AL-INCLUSAO OR AL-REMARCACAO
                PERFORM APLICA-GRAVACAO THRU APLICA-GRAVACAO-FIM
           ELSE
           IF AL-CANCELAMENTO OR AL-SITUACAO OR AL-REM-ORIGINAL
              OR AL-AJUSTE
                PERFORM APLICA-SITUACAO THRU APLICA-SITUACAO-FIM
           ELSE
                MOVE "OPERACAO DESCONHECIDA NO JORNAL" TO W-MOTIVO
      * A CONFIRMACAO DO LEMBRETE NAO E JORNALIZADA - O REGISTRO
      * REAPLICADO VOLTA SEM RETORNO E O AGD021 PODE SER RERODADO.
           MOVE SPACES TO AG-CONFIRMADA
           MOVE ZEROS TO AG-FICHA AG-HRCHEG AG-HRCHAM AG-HRFIM
           MOVE AL-CONV TO AG-CONV
           MOVE AL-DTMARC TO AG-DTMARC
           MOVE AL-HRMARC TO AG-HRMARC
           MOVE AL-UNIDADE TO AG-UNIDADE
           MOVE AL-AUTORIZ TO AG-AUTORIZ
           MOVE AL-AUTVAL TO AG-AUTVAL
           MOVE AL-SERIE TO AG-SERIE
           MOVE AL-MODAL TO AG-MODAL
           MOVE AL-LINK TO AG-LINK
           MOVE AL-CID TO AG-CID
           MOVE AL-RET-ORIGEM TO AG-RET-ORIGEM
           IF ST-ERRO2 = "23"
                WRITE REGAGD
           ELSE
                PERFORM GRAVA-EXCECAO THRU GRAVA-EXCECAO-FIM
                GO TO APLICA-SITUACAO-FIM.
           MOVE AL-STATUS-NOVO TO AG-STATUS
      * A MARCACAO DE COMPARECIMENTO E O AJUSTE TARDIO LEVAM O CID-10
      * DA REALIZADA
           IF AL-SITUACAO OR AL-AJUSTE
                MOVE AL-CID TO AG-CID.
           REWRITE REGAGD
           IF ST-ERRO2 = "00" OR "02"
                ADD 1 TO W-TOT-APLIC
                PERFORM GRAVA-EXCECAO THRU GRAVA-EXCECAO-FIM.
       APLICA-SITUACAO-FIM.
           EXIT.
      *--------------------[ MES DA CONSULTA JA FECHADO? ]--------------
      * MOVIMENTO GRAVADO ANTES DO FECHAMENTO FAZ PARTE DA AGENDA QUE
      * FOI VALORIZADA E E REAPLICADO; DEPOIS DO FECHAMENTO SO O
      * AJUSTE TARDIO ("J") MEXE NO MES. SAI COM O MOTIVO DA RECUSA
      * EM W-MOTIVO (ESPACOS = PODE REAPLICAR).
       TESTA-MES-FECHADO.
           MOVE SPACES TO W-MOTIVO
           IF W-FEC-DISPON NOT = "S" OR AL-AJUSTE
                GO TO TESTA-MES-FECHADO-FIM.
           MOVE AL-AGDATA (5:4) TO FC-MES (1:4)
           MOVE AL-AGDATA (3:2) TO FC-MES (5:2)
           READ CADFEC
                INVALID KEY
                     GO TO TESTA-MES-FECHADO-FIM.
           IF AL-DATA < FC-DTFECH
              OR (AL-DATA = FC-DTFECH AND AL-HORA < FC-HRFECH)
                GO TO TESTA-MES-FECHADO-FIM.
           MOVE "MES FECHADO - SO AJUSTE TARDIO" TO W-MOTIVO.
       TESTA-MES-FECHADO-FIM.
           EXIT.
      *--------------------[ GRAVACAO DE UMA EXCECAO ]------------------
       GRAVA-EXCECAO.
           MOVE AL-AGCRM   TO LD-CRM
           DISPLAY "TOTAL ANTERIORES AO CORTE : " W-TOT-ANTES
           DISPLAY "TOTAL REAPLICADOS           : " W-TOT-APLIC
           DISPLAY "TOTAL DE EXCECOES           : " W-TOT-EXCEC
           IF W-FEC-DISPON = "S"
                CLOSE CADFEC.
           CLOSE CADAGL CADAGD RELRAG.
       ROT-FIM-FIM.
           EXIT.
