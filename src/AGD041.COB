       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGD041.
       AUTHOR. ANGELO LOTIERZO FILHO.
      ********************************************************
      * RETORNO DO PRONTUARIO ELETRONICO - REJEICOES          *
      * LE O ARQUIVO DE RETORNO (EHRACK.DAT, LAYOUT EHAREG)   *
      * DEVOLVIDO PELO PRONTUARIO DO HOSPITAL PARA OS LOTES   *
      * DE EVENTOS DO AGD040 E IMPRIME CADA REJEICAO COM O    *
      * MOVIMENTO DO AGDLOG QUE A ORIGINOU (CONSULTA,         *
      * OPERADOR E PACIENTE) E O MOTIVO DADO PELO HOSPITAL,   *
      * PARA A RECEPCAO CORRIGIR O CADASTRO OU A AGENDA.      *
      * OS ACEITOS SO ENTRAM NOS TOTAIS. MESMA DISCIPLINA DO  *
      * SMP019 SOBRE O RETORNO DO FATURAMENTO.                *
      * RC 4 = NENHUM RETORNO A PROCESSAR.                    *
      * DATA CRIACAO : 15/10/2026                             *
      ********************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                    SELECT EHRACK ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
                    SELECT CADAGL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AL-CHAVE
                    FILE STATUS  IS ST-ERRO2.
                    SELECT RELACK ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO3.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD EHRACK
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "EHRACK.DAT".
           COPY EHAREG.
      *
      * TRILHA DE AUDITORIA DA AGENDA - O EA-ID E A CHAVE DELA
      *
       FD CADAGL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "AGDLOG.DAT".
           COPY AGLREG.
      *
       FD RELACK
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELACK.LST".
       01 LINHA-REL             PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-ERRO     PIC X(02) VALUE "00".
       01 ST-ERRO2   PIC X(02) VALUE "00".
       01 ST-ERRO3   PIC X(02) VALUE "00".
       01 W-FIM-EHRACK   PIC X(01) VALUE "N".
           88 FIM-EHRACK             VALUE "S".
       01 W-TOT-LIDOS     PIC 9(06) VALUE ZEROS.
       01 W-TOT-ACEITOS   PIC 9(06) VALUE ZEROS.
       01 W-TOT-REJ       PIC 9(06) VALUE ZEROS.
       01 W-TOT-LOTEREJ   PIC 9(06) VALUE ZEROS.
       01 W-TOT-INVAL     PIC 9(06) VALUE ZEROS.
       01 W-TXOPER        PIC X(10) VALUE SPACES.
      *
       01 LINHA-TITULO.
            03 FILLER          PIC X(10) VALUE SPACES.
            03 FILLER          PIC X(50)
               VALUE "RETORNO DO PRONTUARIO ELETRONICO - REJEICOES".
       01 LINHA-CABEC.
            03 FILLER          PIC X(07) VALUE "LOTE".
            03 FILLER          PIC X(17) VALUE "MOVIMENTO".
            03 FILLER          PIC X(11) VALUE "EVENTO".
            03 FILLER          PIC X(08) VALUE "CRM".
            03 FILLER          PIC X(09) VALUE "CONSULTA".
            03 FILLER          PIC X(05) VALUE "HORA".
            03 FILLER          PIC X(09) VALUE "OPERADOR".
       01 LINHA-DET1.
            03 LD1-LOTE         PIC 9(06).
            03 FILLER          PIC X(01) VALUE SPACES.
            03 LD1-ID           PIC 9(16).
            03 FILLER          PIC X(01) VALUE SPACES.
            03 LD1-OPER         PIC X(10).
            03 FILLER          PIC X(01) VALUE SPACES.
            03 LD1-CRM          PIC ZZZ.ZZ9.
            03 FILLER          PIC X(01) VALUE SPACES.
            03 LD1-AGDATA       PIC X(08).
            03 FILLER          PIC X(01) VALUE SPACES.
            03 LD1-AGHORA       PIC X(04).
            03 FILLER          PIC X(01) VALUE SPACES.
            03 LD1-OPERADOR     PIC X(08).
       01 LINHA-DET2.
            03 FILLER          PIC X(07) VALUE SPACES.
            03 FILLER          PIC X(10) VALUE "PACIENTE: ".
            03 LD2-PACCOD       PIC ZZZZZ9.
            03 FILLER          PIC X(01) VALUE SPACES.
            03 LD2-PACIENTE     PIC X(30).
       01 LINHA-DET3.
            03 FILLER          PIC X(07) VALUE SPACES.
            03 FILLER          PIC X(08) VALUE "MOTIVO: ".
            03 LD3-CODIGO       PIC X(04).
            03 FILLER          PIC X(01) VALUE SPACES.
            03 LD3-TEXTO        PIC X(60).
       01 LINHA-TOT.
            03 FILLER          PIC X(30).
            03 LTT-QTD          PIC ZZZ.ZZ9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           PERFORM ABRIR-ARQ    THRU ABRIR-ARQ-FIM
           PERFORM LER-EHRACK   THRU LER-EHRACK-FIM
           PERFORM PROCESSA     THRU PROCESSA-FIM
                    UNTIL FIM-EHRACK
           PERFORM ROT-FIM      THRU ROT-FIM-FIM
           GOBACK.
      *--------------------[ ABERTURA DE ARQUIVOS ]--------------------
       ABRIR-ARQ.
           OPEN INPUT EHRACK
           IF ST-ERRO = "35"
                DISPLAY "NENHUM RETORNO DO PRONTUARIO A PROCESSAR"
                MOVE 4 TO RETURN-CODE
                GOBACK.
           IF ST-ERRO NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO EHRACK - ST=" ST-ERRO
                MOVE 8 TO RETURN-CODE
                GOBACK.
           OPEN INPUT CADAGL
           IF ST-ERRO2 NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO AGDLOG - ST=" ST-ERRO2
                MOVE 8 TO RETURN-CODE
                GOBACK.
           OPEN OUTPUT RELACK
           IF ST-ERRO3 NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO RELACK - ST=" ST-ERRO3
                MOVE 8 TO RETURN-CODE
                GOBACK.
           WRITE LINHA-REL FROM LINHA-TITULO
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           WRITE LINHA-REL FROM LINHA-CABEC
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL.
       ABRIR-ARQ-FIM.
           EXIT.
      *--------------------[ LEITURA SEQUENCIAL DO RETORNO ]------------
       LER-EHRACK.
           READ EHRACK
                AT END MOVE "S" TO W-FIM-EHRACK.
       LER-EHRACK-FIM.
           EXIT.
      *--------------------[ PROCESSAMENTO DE UM RETORNO ]--------------
      * ACEITO SO CONTA. REJEITADO SAI COM O MOVIMENTO DO AGDLOG
      * (TRES LINHAS: CONSULTA, PACIENTE E MOTIVO). EA-ID ZEROS E A
      * RECUSA DO LOTE INTEIRO - O LOTE E GERADO DE NOVO SO COM
      * INTERVENCAO NO EHRCTL, ENTAO SAI DESTACADO PARA O SUPORTE.
       PROCESSA.
           ADD 1 TO W-TOT-LIDOS
           IF EA-ACEITO
                ADD 1 TO W-TOT-ACEITOS
                GO TO PROCESSA-PROX.
           IF NOT EA-REJEITADO
                ADD 1 TO W-TOT-INVAL
                DISPLAY "RETORNO COM RESULTADO INVALIDO - LOTE "
                        EA-LOTE " ID " EA-ID
                GO TO PROCESSA-PROX.
           MOVE EA-LOTE TO LD1-LOTE
           MOVE EA-ID TO LD1-ID
           MOVE SPACES TO LD1-OPER LD1-AGDATA LD1-AGHORA LD1-OPERADOR
           MOVE ZEROS TO LD1-CRM
           MOVE ZEROS TO LD2-PACCOD
           MOVE SPACES TO LD2-PACIENTE
           IF EA-ID = ZEROS
                ADD 1 TO W-TOT-LOTEREJ
                MOVE "LOTE" TO LD1-OPER
                MOVE "*** LOTE INTEIRO RECUSADO ***" TO LD2-PACIENTE
                GO TO PROCESSA-IMPRIME.
           ADD 1 TO W-TOT-REJ
           MOVE EA-ID TO AL-CHAVE
           READ CADAGL
                INVALID KEY
                     MOVE "?" TO LD1-OPER
                     MOVE "MOVIMENTO NAO ENCONTRADO NO AGDLOG"
                                                        TO LD2-PACIENTE
                     GO TO PROCESSA-IMPRIME.
           PERFORM TRADUZ-OPER THRU TRADUZ-OPER-FIM
           MOVE W-TXOPER TO LD1-OPER
           MOVE AL-AGCRM TO LD1-CRM
           MOVE AL-AGDATA TO LD1-AGDATA
           MOVE AL-AGHORA TO LD1-AGHORA
           MOVE AL-OPERADOR TO LD1-OPERADOR
           MOVE AL-PACCOD TO LD2-PACCOD
           MOVE AL-PACIENTE TO LD2-PACIENTE.
       PROCESSA-IMPRIME.
           MOVE EA-CODIGO TO LD3-CODIGO
           MOVE EA-TEXTO TO LD3-TEXTO
           WRITE LINHA-REL FROM LINHA-DET1
           WRITE LINHA-REL FROM LINHA-DET2
           WRITE LINHA-REL FROM LINHA-DET3.
       PROCESSA-PROX.
           PERFORM LER-EHRACK THRU LER-EHRACK-FIM.
       PROCESSA-FIM.
           EXIT.
      *--------------------[ DESCRICAO DO EVENTO ]---------------------
      * MESMO DE/PARA DO TRADUZ-EVENTO DO AGD040.
       TRADUZ-OPER.
           MOVE "OUTRO" TO W-TXOPER
           IF AL-INCLUSAO
                MOVE "AGENDADA" TO W-TXOPER.
           IF AL-REMARCACAO
                MOVE "REMARCADA" TO W-TXOPER.
           IF AL-REM-ORIGINAL
                MOVE "REM-ORIGEM" TO W-TXOPER.
           IF AL-CANCELAMENTO
                MOVE "CANCELADA" TO W-TXOPER.
           IF NOT AL-SITUACAO AND NOT AL-AJUSTE
                GO TO TRADUZ-OPER-FIM.
           MOVE "DESFEITA" TO W-TXOPER
           IF AL-STATUS-NOVO = "P"
                MOVE "CHEGADA" TO W-TXOPER.
           IF AL-STATUS-NOVO = "R"
                MOVE "REALIZADA" TO W-TXOPER.
           IF AL-STATUS-NOVO = "F"
                MOVE "FALTA" TO W-TXOPER.
       TRADUZ-OPER-FIM.
           EXIT.
      *--------------------[ ENCERRAMENTO ]-----------------------------
       ROT-FIM.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE "RETORNOS LIDOS             :" TO LINHA-TOT
           MOVE W-TOT-LIDOS TO LTT-QTD
           WRITE LINHA-REL FROM LINHA-TOT
           MOVE "EVENTOS ACEITOS            :" TO LINHA-TOT
           MOVE W-TOT-ACEITOS TO LTT-QTD
           WRITE LINHA-REL FROM LINHA-TOT
           MOVE "EVENTOS REJEITADOS         :" TO LINHA-TOT
           MOVE W-TOT-REJ TO LTT-QTD
           WRITE LINHA-REL FROM LINHA-TOT
           MOVE "LOTES INTEIROS RECUSADOS   :" TO LINHA-TOT
           MOVE W-TOT-LOTEREJ TO LTT-QTD
           WRITE LINHA-REL FROM LINHA-TOT
           MOVE "RETORNOS INVALIDOS         :" TO LINHA-TOT
           MOVE W-TOT-INVAL TO LTT-QTD
           WRITE LINHA-REL FROM LINHA-TOT
           DISPLAY "RETORNOS LIDOS             : " W-TOT-LIDOS
           DISPLAY "EVENTOS REJEITADOS         : " W-TOT-REJ
           DISPLAY "LOTES INTEIROS RECUSADOS   : " W-TOT-LOTEREJ
           CLOSE EHRACK CADAGL RELACK.
       ROT-FIM-FIM.
           EXIT.
