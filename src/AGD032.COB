       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGD032.
       AUTHOR. ANGELO LOTIERZO FILHO.
      ********************************************************
      * BAIXA DO CONTAS A RECEBER PELO RETORNO DE PAGAMENTO   *
      * APLICA CADA LINHA DO FATPAG.DAT (P=PAGO G=GLOSADO) AO *
      * ITEM DA CONSULTA NO CADRCB.DAT (ABERTO PELO AGD031),  *
      * QUALQUER QUE SEJA O MES DE ORIGEM DO ITEM:            *
      *   - P ABATE O VALOR PAGO DO SALDO; O QUE PASSAR DO    *
      *     SALDO RECUPERA GLOSA ANTERIOR (ITEM RESSUBMETIDO) *
      *     E O RESTO SAI COMO PAGO A MAIOR                   *
      *   - G PASSA O VALOR GLOSADO DO SALDO PARA A GLOSA     *
      *     (VALOR ZERO = GLOSA DE TODO O SALDO)              *
      * O SYSIN TRAZ A DATA DO RETORNO (AAAAMMDD), GRAVADA NO *
      * ITEM - O MESMO RETORNO NAO E BAIXADO DUAS VEZES.      *
      * RELATORIO DE BAIXAS COM OS RETORNOS SEM ITEM A        *
      * RECEBER E OS PAGAMENTOS A MAIOR. RODAR NO FATPAGO,    *
      * DEPOIS DA CONCILIACAO (AGD022).                       *
      * DATA CRIACAO : 15/10/2026                             *
      ********************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                    SELECT FATPAG ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
                    SELECT CADRCB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RV-CHAVE
                    FILE STATUS  IS ST-ERRO2.
                    SELECT RELBXA ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO3.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *
      * RETORNO DE PAGAMENTO POR CONSULTA - MESMO LAYOUT DO AGD022
      *
       FD FATPAG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "FATPAG.DAT".
       01 REG-FATPAG.
            03 PG-CRM           PIC 9(06).
            03 PG-DATA          PIC 9(08).
            03 PG-HORA          PIC 9(04).
            03 PG-SITUACAO     PIC X(01).
            03 PG-MOTIVO       PIC X(03).
            03 PG-VALOR        PIC 9(07)V99.
      *
       FD CADRCB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRCB.DAT".
           COPY RCBREG.
      *
       FD RELBXA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELBXA.LST".
       01 LINHA-REL             PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-ERRO     PIC X(02) VALUE "00".
       01 ST-ERRO2   PIC X(02) VALUE "00".
       01 ST-ERRO3   PIC X(02) VALUE "00".
       01 W-FIM-FATPAG   PIC X(01) VALUE "N".
           88 FIM-FATPAG             VALUE "S".
       01 W-DATA-RET        PIC 9(08) VALUE ZEROS.
       01 W-VALOR            PIC 9(07)V99 VALUE ZEROS.
       01 W-EXCESSO         PIC 9(07)V99 VALUE ZEROS.
       01 W-TOT-RET          PIC 9(06) VALUE ZEROS.
       01 W-TOT-PAGOS       PIC 9(06) VALUE ZEROS.
       01 W-VAL-PAGOS       PIC 9(09)V99 VALUE ZEROS.
       01 W-TOT-GLOSAS     PIC 9(06) VALUE ZEROS.
       01 W-VAL-GLOSAS     PIC 9(09)V99 VALUE ZEROS.
       01 W-VAL-RECUP       PIC 9(09)V99 VALUE ZEROS.
       01 W-TOT-MAIOR       PIC 9(06) VALUE ZEROS.
       01 W-VAL-MAIOR       PIC 9(09)V99 VALUE ZEROS.
       01 W-TOT-SEMITEM    PIC 9(06) VALUE ZEROS.
       01 W-TOT-JABAIX      PIC 9(06) VALUE ZEROS.
       01 W-TOT-QUITADOS   PIC 9(06) VALUE ZEROS.
       01 W-TOT-OUTROS      PIC 9(06) VALUE ZEROS.
      *
       01 LINHA-TITULO.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(44)
               VALUE "BAIXA DO CONTAS A RECEBER - RETORNO DE :".
            03 LT-DATA-TIT     PIC 9999/99/99.
       01 LINHA-CABEC.
            03 FILLER          PIC X(09) VALUE "CRM".
            03 FILLER          PIC X(12) VALUE "DATA".
            03 FILLER          PIC X(07) VALUE "HORA".
            03 FILLER          PIC X(04) VALUE "SIT".
            03 FILLER          PIC X(13) VALUE "     VALOR".
            03 FILLER          PIC X(30) VALUE "OCORRENCIA".
       01 LINHA-DET.
            03 LD-CRM           PIC ZZZ.ZZ9.
            03 FILLER          PIC X(02) VALUE SPACES.
            03 LD-DATA          PIC 9999/99/99.
            03 FILLER          PIC X(02) VALUE SPACES.
            03 LD-HORA          PIC 99B99.
            03 FILLER          PIC X(02) VALUE SPACES.
            03 LD-SIT           PIC X(01).
            03 FILLER          PIC X(03) VALUE SPACES.
            03 LD-VALOR        PIC ZZZZZZ9,99.
            03 FILLER          PIC X(03) VALUE SPACES.
            03 LD-OCORR        PIC X(30).
       01 LINHA-TOT.
            03 LTT-TEXTO       PIC X(34).
            03 LTT-QTD          PIC ZZZ.ZZ9.
            03 FILLER          PIC X(03) VALUE SPACES.
            03 LTT-VALOR       PIC ZZZ.ZZZ.ZZ9,99 BLANK WHEN ZERO.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           PERFORM ABRIR-ARQ    THRU ABRIR-ARQ-FIM
           PERFORM LER-FATPAG THRU LER-FATPAG-FIM
           PERFORM PROCESSA    THRU PROCESSA-FIM
                    UNTIL FIM-FATPAG
           PERFORM IMPRIME-TOT THRU IMPRIME-TOT-FIM
           PERFORM ROT-FIM        THRU ROT-FIM-FIM
           GOBACK.
      *--------------------[ ABERTURA DE ARQUIVOS ]--------------------
       ABRIR-ARQ.
           DISPLAY "DATA DO RETORNO (AAAAMMDD) : "
           ACCEPT W-DATA-RET
           IF W-DATA-RET = ZEROS
                DISPLAY "DATA DO RETORNO NAO INFORMADA - FIM"
                MOVE 8 TO RETURN-CODE
                GOBACK.
           OPEN INPUT FATPAG
           IF ST-ERRO NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO FATPAG - ST=" ST-ERRO
                MOVE 8 TO RETURN-CODE
                GOBACK.
           OPEN I-O CADRCB
           IF ST-ERRO2 NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO CADRCB - ST=" ST-ERRO2
                MOVE 8 TO RETURN-CODE
                GOBACK.
           OPEN OUTPUT RELBXA
           IF ST-ERRO3 NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO RELBXA - ST=" ST-ERRO3
                MOVE 8 TO RETURN-CODE
                GOBACK.
           MOVE W-DATA-RET TO LT-DATA-TIT
           WRITE LINHA-REL FROM LINHA-TITULO
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           WRITE LINHA-REL FROM LINHA-CABEC
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL.
       ABRIR-ARQ-FIM.
           EXIT.
      *--------------------[ LEITURA SEQUENCIAL DO RETORNO ]------------
       LER-FATPAG.
           READ FATPAG
                AT END MOVE "S" TO W-FIM-FATPAG.
       LER-FATPAG-FIM.
           EXIT.
      *--------------------[ BAIXA DE UMA LINHA DO RETORNO ]------------
       PROCESSA.
           ADD 1 TO W-TOT-RET
           IF PG-SITUACAO NOT = "P" AND PG-SITUACAO NOT = "G"
                ADD 1 TO W-TOT-OUTROS
                GO TO PROCESSA-PROX.
           MOVE PG-DATA TO RV-DATA
           MOVE PG-HORA TO RV-HORA
           MOVE PG-CRM TO RV-CRM
           READ CADRCB
                INVALID KEY
                     ADD 1 TO W-TOT-SEMITEM
                     MOVE "SEM ITEM A RECEBER - APURAR" TO LD-OCORR
                     MOVE PG-VALOR TO LD-VALOR
                     PERFORM GRAVA-OCORR THRU GRAVA-OCORR-FIM
                     GO TO PROCESSA-PROX.
           IF RV-ULTRET = W-DATA-RET
                ADD 1 TO W-TOT-JABAIX
                GO TO PROCESSA-PROX.
           IF PG-SITUACAO = "G"
                PERFORM BAIXA-GLOSA THRU BAIXA-GLOSA-FIM
           ELSE
                PERFORM BAIXA-PAGTO THRU BAIXA-PAGTO-FIM.
           MOVE W-DATA-RET TO RV-ULTRET
           IF RV-SALDO = ZEROS
                MOVE "Q" TO RV-SITUACAO
                ADD 1 TO W-TOT-QUITADOS
           ELSE
                MOVE "A" TO RV-SITUACAO.
           REWRITE REGRCB
                INVALID KEY
                     DISPLAY "ERRO NA REGRAVACAO DO CADRCB - ST="
                                                          ST-ERRO2
                     MOVE 8 TO RETURN-CODE.
       PROCESSA-PROX.
           PERFORM LER-FATPAG THRU LER-FATPAG-FIM.
       PROCESSA-FIM.
           EXIT.
      *--------------------[ PAGAMENTO ]--------------------------------
       BAIXA-PAGTO.
           ADD 1 TO W-TOT-PAGOS
           ADD PG-VALOR TO W-VAL-PAGOS RV-PAGO
           IF PG-VALOR NOT > RV-SALDO
                SUBTRACT PG-VALOR FROM RV-SALDO
                GO TO BAIXA-PAGTO-FIM.
           COMPUTE W-EXCESSO = PG-VALOR - RV-SALDO
           MOVE ZEROS TO RV-SALDO
           IF RV-GLOSADO = ZEROS
                GO TO BAIXA-PAGTO-MAIOR.
      * PAGAMENTO ALEM DO SALDO DE ITEM GLOSADO - RESSUBMISSAO ACEITA
           IF W-EXCESSO NOT > RV-GLOSADO
                MOVE W-EXCESSO TO W-VALOR
           ELSE
                MOVE RV-GLOSADO TO W-VALOR.
           SUBTRACT W-VALOR FROM RV-GLOSADO W-EXCESSO
           ADD W-VALOR TO W-VAL-RECUP
           IF W-EXCESSO = ZEROS
                GO TO BAIXA-PAGTO-FIM.
       BAIXA-PAGTO-MAIOR.
           ADD 1 TO W-TOT-MAIOR
           ADD W-EXCESSO TO W-VAL-MAIOR
           MOVE W-EXCESSO TO LD-VALOR
           MOVE "PAGO A MAIOR - VALOR EXCEDENTE" TO LD-OCORR
           PERFORM GRAVA-OCORR THRU GRAVA-OCORR-FIM.
       BAIXA-PAGTO-FIM.
           EXIT.
      *--------------------[ GLOSA ]------------------------------------
       BAIXA-GLOSA.
           ADD 1 TO W-TOT-GLOSAS
           IF PG-VALOR = ZEROS OR PG-VALOR > RV-SALDO
                MOVE RV-SALDO TO W-VALOR
           ELSE
                MOVE PG-VALOR TO W-VALOR.
           SUBTRACT W-VALOR FROM RV-SALDO
           ADD W-VALOR TO RV-GLOSADO W-VAL-GLOSAS.
       BAIXA-GLOSA-FIM.
           EXIT.
      *--------------------[ LINHA DE OCORRENCIA ]----------------------
       GRAVA-OCORR.
           MOVE PG-CRM TO LD-CRM
           MOVE PG-DATA TO LD-DATA
           MOVE PG-HORA TO LD-HORA
           MOVE PG-SITUACAO TO LD-SIT
           WRITE LINHA-REL FROM LINHA-DET.
       GRAVA-OCORR-FIM.
           EXIT.
      *--------------------[ TOTAIS DA BAIXA ]--------------------------
       IMPRIME-TOT.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE "LINHAS DO RETORNO LIDAS" TO LTT-TEXTO
           MOVE W-TOT-RET TO LTT-QTD
           MOVE ZEROS TO LTT-VALOR
           WRITE LINHA-REL FROM LINHA-TOT
           MOVE "PAGAMENTOS BAIXADOS" TO LTT-TEXTO
           MOVE W-TOT-PAGOS TO LTT-QTD
           MOVE W-VAL-PAGOS TO LTT-VALOR
           WRITE LINHA-REL FROM LINHA-TOT
           MOVE "  GLOSA ANTERIOR RECUPERADA" TO LTT-TEXTO
           MOVE ZEROS TO LTT-QTD
           MOVE W-VAL-RECUP TO LTT-VALOR
           WRITE LINHA-REL FROM LINHA-TOT
           MOVE "  PAGO A MAIOR" TO LTT-TEXTO
           MOVE W-TOT-MAIOR TO LTT-QTD
           MOVE W-VAL-MAIOR TO LTT-VALOR
           WRITE LINHA-REL FROM LINHA-TOT
           MOVE "GLOSAS BAIXADAS" TO LTT-TEXTO
           MOVE W-TOT-GLOSAS TO LTT-QTD
           MOVE W-VAL-GLOSAS TO LTT-VALOR
           WRITE LINHA-REL FROM LINHA-TOT
           MOVE "ITENS QUITADOS" TO LTT-TEXTO
           MOVE W-TOT-QUITADOS TO LTT-QTD
           MOVE ZEROS TO LTT-VALOR
           WRITE LINHA-REL FROM LINHA-TOT
           MOVE "SEM ITEM A RECEBER" TO LTT-TEXTO
           MOVE W-TOT-SEMITEM TO LTT-QTD
           WRITE LINHA-REL FROM LINHA-TOT
           MOVE "JA BAIXADOS NESTE RETORNO" TO LTT-TEXTO
           MOVE W-TOT-JABAIX TO LTT-QTD
           WRITE LINHA-REL FROM LINHA-TOT
           MOVE "SITUACAO DIFERENTE DE P/G" TO LTT-TEXTO
           MOVE W-TOT-OUTROS TO LTT-QTD
           WRITE LINHA-REL FROM LINHA-TOT.
       IMPRIME-TOT-FIM.
           EXIT.
      *--------------------[ ENCERRAMENTO ]-----------------------------
       ROT-FIM.
           DISPLAY "RETORNOS LIDOS         : " W-TOT-RET
           DISPLAY "PAGOS BAIXADOS         : " W-TOT-PAGOS
           DISPLAY "GLOSAS BAIXADAS        : " W-TOT-GLOSAS
           DISPLAY "SEM ITEM A RECEBER     : " W-TOT-SEMITEM
           DISPLAY "JA BAIXADOS            : " W-TOT-JABAIX
           CLOSE FATPAG CADRCB RELBXA.
       ROT-FIM-FIM.
           EXIT.
