       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGD040.
       AUTHOR. ANGELO LOTIERZO FILHO.
      ********************************************************
      * EVENTOS DA AGENDA PARA O PRONTUARIO ELETRONICO        *
      * LE OS MOVIMENTOS DO AGDLOG POSTERIORES AO CORTE DA    *
      * ULTIMA GERACAO BEM SUCEDIDA (EHRCTL.DAT) E GRAVA UM   *
      * LOTE DE EVENTOS (EHRFEED.DAT, LAYOUT EHRREG) PARA O   *
      * PRONTUARIO DO HOSPITAL: AGENDADA, REMARCADA,          *
      * CANCELADA, CHEGADA, REALIZADA E FALTA, COM O          *
      * PACIENTE (CODIGO, NOME, NASCIMENTO, CONVENIO E        *
      * CARTEIRINHA), O MEDICO, DATA/HORA, UNIDADE E SALA.    *
      * O CORTE E A CHAVE DO ULTIMO MOVIMENTO ENVIADO (NAO O  *
      * RELOGIO, COMO NO FATCTL DO SMP010) - DOIS MOVIMENTOS  *
      * NO MESMO SEGUNDO NAO SE PERDEM. SO ENTRAM MOVIMENTOS  *
      * ANTERIORES AO INICIO DA EXECUCAO; O CORTE SO E        *
      * REGRAVADO NO FIM DE UMA GERACAO SEM ERRO, ENTAO CADA  *
      * MOVIMENTO SAI UMA UNICA VEZ MESMO COM RERODADA.       *
      * RODA VARIAS VEZES AO DIA (JOB AGDEHR).                *
      * DATA CRIACAO : 15/10/2026                             *
      ********************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                    SELECT CADAGL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AL-CHAVE
                    FILE STATUS  IS ST-ERRO.
                    SELECT CADPAC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PAC-CODIGO
                    FILE STATUS  IS ST-ERRO2
                    ALTERNATE RECORD KEY IS PAC-NOME
                                                      WITH DUPLICATES
                    ALTERNATE RECORD KEY IS PAC-RESP
                                                      WITH DUPLICATES.
                    SELECT CADMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRM
                    FILE STATUS  IS ST-ERRO3.
                    SELECT EHRFEED ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO4.
                    SELECT EHRCTL ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO5.
                    SELECT RELEHR ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO6.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      * TRILHA DE AUDITORIA DA AGENDA - FONTE DOS EVENTOS
       FD CADAGL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "AGDLOG.DAT".
           COPY AGLREG.
      *
       FD CADPAC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPAC.DAT".
           COPY PACREG.
      *
       FD CADMED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMED.DAT".
           COPY REGMED.
      *
       FD EHRFEED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "EHRFEED.DAT".
           COPY EHRREG.
      *
      * CONTROLE DO CORTE DA ULTIMA GERACAO BEM SUCEDIDA - REGISTRO
      * UNICO, REGRAVADO NO FIM DE CADA EXECUCAO SEM ERRO
      *
       FD EHRCTL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "EHRCTL.DAT".
       01 REG-EHRCTL.
            03 EC-ULT-CHAVE    PIC 9(16).
            03 EC-ULT-LOTE     PIC 9(06).
            03 EC-DTGER        PIC 9(08).
            03 EC-HRGER        PIC 9(06).
      *
       FD RELEHR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELEHR.LST".
       01 LINHA-REL             PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-ERRO     PIC X(02) VALUE "00".
       01 ST-ERRO2   PIC X(02) VALUE "00".
       01 ST-ERRO3   PIC X(02) VALUE "00".
       01 ST-ERRO4   PIC X(02) VALUE "00".
       01 ST-ERRO5   PIC X(02) VALUE "00".
       01 ST-ERRO6   PIC X(02) VALUE "00".
       01 W-FIM-CADAGL   PIC X(01) VALUE "N".
           88 FIM-CADAGL             VALUE "S".
       01 W-ERRO-GER     PIC X(01) VALUE "N".
       01 W-AGORA-DATA   PIC 9(08) VALUE ZEROS.
       01 W-AGORA-HORA   PIC 9(06) VALUE ZEROS.
       01 W-LOTE          PIC 9(06) VALUE ZEROS.
      *
      * CORTE LIDO DO EHRCTL E CHAVE DO ULTIMO MOVIMENTO ENVIADO
      * NESTA EXECUCAO (MESMO FORMATO DO AL-CHAVE)
      *
       01 W-CORTE-ANT    PIC 9(16) VALUE ZEROS.
       01 W-ULT-CHAVE    PIC 9(16) VALUE ZEROS.
       01 W-ULT-CHAVE-R REDEFINES W-ULT-CHAVE.
            03 W-ULT-DATA     PIC 9(08).
            03 W-ULT-HORA     PIC 9(06).
            03 W-ULT-SEQ      PIC 9(02).
       01 W-AGDATA        PIC X(08) VALUE SPACES.
       01 W-AGDATA-R REDEFINES W-AGDATA.
            03 W-AGD-DIA       PIC 9(02).
            03 W-AGD-MES       PIC 9(02).
            03 W-AGD-ANO       PIC 9(04).
       01 W-TOT-LIDOS     PIC 9(06) VALUE ZEROS.
       01 W-TOT-EVENTOS   PIC 9(06) VALUE ZEROS.
       01 W-TOT-AGEND     PIC 9(06) VALUE ZEROS.
       01 W-TOT-REMARC    PIC 9(06) VALUE ZEROS.
       01 W-TOT-CANCEL    PIC 9(06) VALUE ZEROS.
       01 W-TOT-CHEGADA   PIC 9(06) VALUE ZEROS.
       01 W-TOT-REALIZ    PIC 9(06) VALUE ZEROS.
       01 W-TOT-FALTA     PIC 9(06) VALUE ZEROS.
       01 W-TOT-OUTROS    PIC 9(06) VALUE ZEROS.
       01 W-TOT-IGNOR     PIC 9(06) VALUE ZEROS.
      *
       01 LINHA-TITULO.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(40)
                    VALUE "EVENTOS DA AGENDA PARA O PRONTUARIO".
            03 FILLER          PIC X(06) VALUE "LOTE: ".
            03 LT-LOTE          PIC 9(06).
       01 LINHA-CORTE.
            03 FILLER          PIC X(20) VALUE "CORTE ANTERIOR    : ".
            03 LC-ANT           PIC 9(16).
            03 FILLER          PIC X(04) VALUE SPACES.
            03 FILLER          PIC X(10) VALUE "NOVO    : ".
            03 LC-NOVO          PIC 9(16).
       01 LINHA-TOT.
            03 FILLER          PIC X(30).
            03 LTT-QTD          PIC ZZZ.ZZ9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT W-AGORA-DATA FROM DATE YYYYMMDD
           ACCEPT W-AGORA-HORA FROM TIME
           PERFORM ABRIR-ARQ    THRU ABRIR-ARQ-FIM
           PERFORM LER-CADAGL   THRU LER-CADAGL-FIM
           PERFORM PROCESSA     THRU PROCESSA-FIM
                    UNTIL FIM-CADAGL
           PERFORM GRAVA-TRAILER THRU GRAVA-TRAILER-FIM
           PERFORM GRAVA-CORTE  THRU GRAVA-CORTE-FIM
           PERFORM ROT-FIM      THRU ROT-FIM-FIM
           GOBACK.
      *--------------------[ ABERTURA DE ARQUIVOS ]--------------------
       ABRIR-ARQ.
           OPEN INPUT CADAGL
           IF ST-ERRO NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO AGDLOG - ST=" ST-ERRO
                MOVE 8 TO RETURN-CODE
                GOBACK.
           OPEN INPUT CADPAC
           IF ST-ERRO2 NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO CADPAC - ST=" ST-ERRO2
                MOVE 8 TO RETURN-CODE
                GOBACK.
           OPEN INPUT CADMED
           IF ST-ERRO3 NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO CADMED - ST=" ST-ERRO3
                MOVE 8 TO RETURN-CODE
                GOBACK.
           PERFORM LE-CORTE THRU LE-CORTE-FIM
           OPEN OUTPUT EHRFEED
           IF ST-ERRO4 NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO EHRFEED - ST=" ST-ERRO4
                MOVE 8 TO RETURN-CODE
                GOBACK.
           OPEN OUTPUT RELEHR
           IF ST-ERRO6 NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO RELEHR - ST=" ST-ERRO6
                MOVE 8 TO RETURN-CODE
                GOBACK.
           MOVE W-LOTE TO LT-LOTE
           WRITE LINHA-REL FROM LINHA-TITULO
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE SPACES TO REGEHR
           MOVE "1" TO EV-TIPO
           MOVE W-LOTE TO EV-LOTE
           MOVE "AGENDA" TO EH-ORIGEM
           MOVE W-AGORA-DATA TO EH-DTGER
           MOVE W-AGORA-HORA TO EH-HRGER
           PERFORM GRAVA-FEED THRU GRAVA-FEED-FIM
      * O PRIMEIRO MOVIMENTO E O SEGUINTE AO CORTE
           MOVE W-CORTE-ANT TO AL-CHAVE W-ULT-CHAVE
           START CADAGL KEY IS GREATER THAN AL-CHAVE
                INVALID KEY
                     MOVE "S" TO W-FIM-CADAGL.
       ABRIR-ARQ-FIM.
           EXIT.
      *--------------------[ LEITURA DO CORTE ANTERIOR ]---------------
      * SEM CONTROLE GRAVADO (PRIMEIRA GERACAO) O CORTE E ZEROS -
      * TODO O AGDLOG CONTA, COMO NO SMP010. O LOTE E SEQUENCIAL.
       LE-CORTE.
           MOVE ZEROS TO W-CORTE-ANT W-LOTE
           OPEN INPUT EHRCTL
           IF ST-ERRO5 NOT = "00"
                GO TO LE-CORTE-LOTE.
           READ EHRCTL
                AT END
                     CLOSE EHRCTL
                     GO TO LE-CORTE-LOTE.
           MOVE EC-ULT-CHAVE TO W-CORTE-ANT
           MOVE EC-ULT-LOTE TO W-LOTE
           CLOSE EHRCTL.
       LE-CORTE-LOTE.
           IF W-LOTE = 999999
                MOVE ZEROS TO W-LOTE.
           ADD 1 TO W-LOTE.
       LE-CORTE-FIM.
           EXIT.
      *--------------------[ LEITURA SEQUENCIAL DO AGDLOG ]-------------
      * MOVIMENTO GRAVADO DEPOIS DO INICIO DESTA EXECUCAO FICA PARA
      * A PROXIMA - O LOTE E UMA FOTOGRAFIA DO INSTANTE DA PARTIDA.
       LER-CADAGL.
           IF FIM-CADAGL
                GO TO LER-CADAGL-FIM.
           READ CADAGL NEXT RECORD
                AT END MOVE "S" TO W-FIM-CADAGL
                        GO TO LER-CADAGL-FIM.
           IF AL-DATA > W-AGORA-DATA
              OR (AL-DATA = W-AGORA-DATA
                  AND AL-HORA NOT < W-AGORA-HORA)
                MOVE "S" TO W-FIM-CADAGL.
       LER-CADAGL-FIM.
           EXIT.
      *--------------------[ UM MOVIMENTO DO AGDLOG ]-------------------
       PROCESSA.
           ADD 1 TO W-TOT-LIDOS
           MOVE SPACES TO REGEHR
           MOVE "2" TO EV-TIPO
           MOVE W-LOTE TO EV-LOTE
           PERFORM TRADUZ-EVENTO THRU TRADUZ-EVENTO-FIM
           IF EE-GATILHO = SPACES
                ADD 1 TO W-TOT-IGNOR
                GO TO PROCESSA-PROX.
           MOVE AL-CHAVE TO EE-ID
           MOVE AL-OPERADOR TO EE-OPERADOR
           MOVE AL-PACCOD TO EE-PACCOD
           MOVE AL-PACIENTE TO EE-PACIENTE
           MOVE AL-CONV TO EE-CONV
           PERFORM BUSCA-PACIENTE THRU BUSCA-PACIENTE-FIM
           MOVE AL-AGCRM TO EE-CRM
           PERFORM BUSCA-MEDICO THRU BUSCA-MEDICO-FIM
           MOVE AL-AGDATA TO W-AGDATA
           COMPUTE EE-DATA = (W-AGD-ANO * 10000)
                           + (W-AGD-MES * 100) + W-AGD-DIA
           MOVE AL-AGHORA TO EE-HORA
           MOVE AL-UNIDADE TO EE-UNIDADE
           IF EE-UNIDADE = ZEROS
                MOVE 01 TO EE-UNIDADE.
           MOVE AL-SALA TO EE-SALA
           MOVE AL-MODAL TO EE-MODAL
           IF EE-MODAL = SPACE
                MOVE "P" TO EE-MODAL.
           MOVE AL-LINK TO EE-LINK
           MOVE AL-STATUS-ANT TO EE-STATUS-ANT
           MOVE AL-STATUS-NOVO TO EE-STATUS
           PERFORM GRAVA-FEED THRU GRAVA-FEED-FIM
           ADD 1 TO W-TOT-EVENTOS.
       PROCESSA-PROX.
           MOVE AL-CHAVE TO W-ULT-CHAVE
           PERFORM LER-CADAGL THRU LER-CADAGL-FIM.
       PROCESSA-FIM.
           EXIT.
      *--------------------[ TIPO DO EVENTO ]---------------------------
      * DE/PARA DA OPERACAO DO AGDLOG PARA O EVENTO DO PRONTUARIO. A
      * MUDANCA DE SITUACAO ("S", AGD001 MARCA-STATUS OU AGD020) VIRA
      * CHEGADA, REALIZADA OU FALTA PELA SITUACAO NOVA; A VOLTA PARA
      * "A" (MARCACAO DESFEITA NO BALCAO) SAI COMO "X" PARA O
      * PRONTUARIO DESFAZER A CHEGADA/ATENDIMENTO REGISTRADO.
      * OPERACAO DESCONHECIDA NAO GERA EVENTO (GATILHO EM ESPACOS).
       TRADUZ-EVENTO.
           MOVE SPACES TO EE-GATILHO EE-SITUACAO
           IF AL-INCLUSAO
                MOVE "S12" TO EE-GATILHO
                MOVE "A" TO EE-SITUACAO
                ADD 1 TO W-TOT-AGEND
                GO TO TRADUZ-EVENTO-FIM.
           IF AL-REMARCACAO
                MOVE "S13" TO EE-GATILHO
                MOVE "R" TO EE-SITUACAO
                ADD 1 TO W-TOT-REMARC
                GO TO TRADUZ-EVENTO-FIM.
           IF AL-REM-ORIGINAL
                MOVE "S13" TO EE-GATILHO
                MOVE "O" TO EE-SITUACAO
                ADD 1 TO W-TOT-REMARC
                GO TO TRADUZ-EVENTO-FIM.
           IF AL-CANCELAMENTO
                MOVE "S15" TO EE-GATILHO
                MOVE "C" TO EE-SITUACAO
                ADD 1 TO W-TOT-CANCEL
                GO TO TRADUZ-EVENTO-FIM.
           IF NOT AL-SITUACAO AND NOT AL-AJUSTE
                GO TO TRADUZ-EVENTO-FIM.
           IF AL-STATUS-NOVO = "P"
                MOVE "S14" TO EE-GATILHO
                MOVE "P" TO EE-SITUACAO
                ADD 1 TO W-TOT-CHEGADA
                GO TO TRADUZ-EVENTO-FIM.
           IF AL-STATUS-NOVO = "R"
                MOVE "S14" TO EE-GATILHO
                MOVE "Z" TO EE-SITUACAO
                ADD 1 TO W-TOT-REALIZ
                GO TO TRADUZ-EVENTO-FIM.
           IF AL-STATUS-NOVO = "F"
                MOVE "S26" TO EE-GATILHO
                MOVE "F" TO EE-SITUACAO
                ADD 1 TO W-TOT-FALTA
                GO TO TRADUZ-EVENTO-FIM.
           MOVE "S14" TO EE-GATILHO
           MOVE "X" TO EE-SITUACAO
           ADD 1 TO W-TOT-OUTROS.
       TRADUZ-EVENTO-FIM.
           EXIT.
      *--------------------[ DADOS DO PACIENTE ]-----------------------
      * NASCIMENTO E CARTEIRINHA VEM DO CADASTRO ATUAL; O CONVENIO E
      * O DA CONSULTA (AL-CONV). PACIENTE SEM CODIGO (AGENDA ANTIGA)
      * OU FORA DO CADPAC SAI SO COM O NOME.
       BUSCA-PACIENTE.
           MOVE ZEROS TO EE-DTNASC
           MOVE SPACES TO EE-CARTEIRA
           IF AL-PACCOD = ZEROS
                GO TO BUSCA-PACIENTE-FIM.
           MOVE AL-PACCOD TO PAC-CODIGO
           READ CADPAC
                INVALID KEY
                     GO TO BUSCA-PACIENTE-FIM.
           COMPUTE EE-DTNASC = (ANONASC OF REGPAC * 10000)
                             + (MESNASC OF REGPAC * 100)
                             + DIANASC OF REGPAC
           MOVE PAC-CARTEIRA TO EE-CARTEIRA.
       BUSCA-PACIENTE-FIM.
           EXIT.
      *--------------------[ DADOS DO MEDICO ]-------------------------
       BUSCA-MEDICO.
           MOVE SPACES TO EE-MEDICO
           MOVE ZEROS TO EE-ESPEC
           MOVE AL-AGCRM TO CRM
           READ CADMED
                INVALID KEY
                     MOVE "MEDICO NAO CADASTRADO" TO EE-MEDICO
                     GO TO BUSCA-MEDICO-FIM.
           MOVE NOME TO EE-MEDICO
           MOVE ESPEC TO EE-ESPEC.
       BUSCA-MEDICO-FIM.
           EXIT.
      *--------------------[ GRAVACAO NO ARQUIVO DE EVENTOS ]----------
      * ERRO DE GRAVACAO NAO INTERROMPE A VARREDURA, MAS O LOTE SAI
      * SEM TRAILER E O CORTE ANTIGO E MANTIDO (VIDE GRAVA-CORTE) -
      * A PROXIMA EXECUCAO REENVIA TUDO.
       GRAVA-FEED.
           WRITE REGEHR
           IF ST-ERRO4 NOT = "00"
                IF W-ERRO-GER = "N"
                     DISPLAY "ERRO NA GRAVACAO DO EHRFEED - ST="
                                                          ST-ERRO4
                     MOVE "S" TO W-ERRO-GER
                     MOVE 8 TO RETURN-CODE.
       GRAVA-FEED-FIM.
           EXIT.
      *--------------------[ TRAILER DO LOTE ]-------------------------
       GRAVA-TRAILER.
           IF W-ERRO-GER = "S"
                GO TO GRAVA-TRAILER-FIM.
           MOVE SPACES TO REGEHR
           MOVE "9" TO EV-TIPO
           MOVE W-LOTE TO EV-LOTE
           MOVE W-TOT-EVENTOS TO ET-QTD
           MOVE W-ULT-CHAVE TO ET-ULT-ID
           PERFORM GRAVA-FEED THRU GRAVA-FEED-FIM.
       GRAVA-TRAILER-FIM.
           EXIT.
      *--------------------[ REGRAVACAO DO CORTE ]----------------------
      * SO DEPOIS DE UM LOTE COMPLETO. O CORTE PASSA A SER A CHAVE
      * DO ULTIMO MOVIMENTO LIDO (ENVIADO OU IGNORADO); SEM MOVIMENTO
      * NOVO O CORTE NAO MUDA, MAS O LOTE VAZIO CONTA NO NUMERO.
       GRAVA-CORTE.
           IF W-ERRO-GER = "S"
                DISPLAY "CORTE ANTERIOR MANTIDO - O LOTE "
                        W-LOTE " SERA REFEITO NA PROXIMA EXECUCAO"
                GO TO GRAVA-CORTE-FIM.
           OPEN OUTPUT EHRCTL
           IF ST-ERRO5 NOT = "00"
                DISPLAY "ERRO NA GRAVACAO DO EHRCTL - ST=" ST-ERRO5
                MOVE 8 TO RETURN-CODE
                GO TO GRAVA-CORTE-FIM.
           MOVE W-ULT-CHAVE TO EC-ULT-CHAVE
           MOVE W-LOTE TO EC-ULT-LOTE
           MOVE W-AGORA-DATA TO EC-DTGER
           MOVE W-AGORA-HORA TO EC-HRGER
           WRITE REG-EHRCTL
           CLOSE EHRCTL.
       GRAVA-CORTE-FIM.
           EXIT.
      *--------------------[ ENCERRAMENTO ]-----------------------------
       ROT-FIM.
           MOVE W-CORTE-ANT TO LC-ANT
           MOVE W-ULT-CHAVE TO LC-NOVO
           WRITE LINHA-REL FROM LINHA-CORTE
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE "MOVIMENTOS LIDOS NO AGDLOG :" TO LINHA-TOT
           MOVE W-TOT-LIDOS TO LTT-QTD
           WRITE LINHA-REL FROM LINHA-TOT
           MOVE "  AGENDADAS          (S12) :" TO LINHA-TOT
           MOVE W-TOT-AGEND TO LTT-QTD
           WRITE LINHA-REL FROM LINHA-TOT
           MOVE "  REMARCACOES        (S13) :" TO LINHA-TOT
           MOVE W-TOT-REMARC TO LTT-QTD
           WRITE LINHA-REL FROM LINHA-TOT
           MOVE "  CANCELADAS         (S15) :" TO LINHA-TOT
           MOVE W-TOT-CANCEL TO LTT-QTD
           WRITE LINHA-REL FROM LINHA-TOT
           MOVE "  CHEGADAS           (S14) :" TO LINHA-TOT
           MOVE W-TOT-CHEGADA TO LTT-QTD
           WRITE LINHA-REL FROM LINHA-TOT
           MOVE "  REALIZADAS         (S14) :" TO LINHA-TOT
           MOVE W-TOT-REALIZ TO LTT-QTD
           WRITE LINHA-REL FROM LINHA-TOT
           MOVE "  FALTAS             (S26) :" TO LINHA-TOT
           MOVE W-TOT-FALTA TO LTT-QTD
           WRITE LINHA-REL FROM LINHA-TOT
           MOVE "  SITUACAO DESFEITA  (S14) :" TO LINHA-TOT
           MOVE W-TOT-OUTROS TO LTT-QTD
           WRITE LINHA-REL FROM LINHA-TOT
           MOVE "  OPERACAO SEM EVENTO      :" TO LINHA-TOT
           MOVE W-TOT-IGNOR TO LTT-QTD
           WRITE LINHA-REL FROM LINHA-TOT
           MOVE "EVENTOS NO LOTE            :" TO LINHA-TOT
           MOVE W-TOT-EVENTOS TO LTT-QTD
           WRITE LINHA-REL FROM LINHA-TOT
           DISPLAY "LOTE GERADO                : " W-LOTE
           DISPLAY "MOVIMENTOS LIDOS NO AGDLOG : " W-TOT-LIDOS
           DISPLAY "EVENTOS NO LOTE            : " W-TOT-EVENTOS
           CLOSE CADAGL CADPAC CADMED EHRFEED RELEHR.
       ROT-FIM-FIM.
           EXIT.
