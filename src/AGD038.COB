       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGD038.
       AUTHOR. ANGELO LOTIERZO FILHO.
      ********************************************************
      * LISTA SEMANAL DE RETORNOS A MARCAR                    *
      * LE OS PEDIDOS DE RETORNO (CADRET, GRAVADOS PELO       *
      * AGD001 NA MARCACAO DA CONSULTA REALIZADA) COM DATA    *
      * PREVISTA DENTRO DO PERIODO DE COBRANCA - DE ATE N     *
      * DIAS ATRAS (RETORNO ATRASADO) ATE N DIAS A FRENTE     *
      * (RETORNO VENCENDO) - E LISTA OS QUE NAO TEM CONSULTA  *
      * DE RETORNO ATIVA NA AGENDA (AGENDADA, CHEGOU OU       *
      * REALIZADA, LIGADA AO PEDIDO POR AG-RET-ORIGEM), COM   *
      * O TELEFONE DO PACIENTE (CADPAC) E O MEDICO QUE PEDIU  *
      * (CADMED), PARA A RECEPCAO LIGAR E MARCAR. RETORNO     *
      * CANCELADO, REMARCADO SEM NOVO HORARIO OU EM QUE O     *
      * PACIENTE FALTOU DEIXA O PEDIDO DE NOVO NA LISTA.      *
      * RODA NO FIM DE SEMANA (CADSEM, PASSO RET045).         *
      * O TELEFONE DE CONTATO E O DO RESPONSAVEL LEGAL QUANDO *
      * O PACIENTE TEM UM (PAC-RESP).                         *
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
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS AG-PACCOD
                                                      WITH DUPLICATES.
                    SELECT CADRET ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS RT-CHAVE
                    FILE STATUS  IS ST-ERRO2.
                    SELECT CADPAC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PAC-CODIGO
                    FILE STATUS  IS ST-ERRO3
                    ALTERNATE RECORD KEY IS PAC-NOME
                                                      WITH DUPLICATES
                    ALTERNATE RECORD KEY IS PAC-RESP
                                                      WITH DUPLICATES.
                    SELECT CADMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRM
                    FILE STATUS  IS ST-ERRO4.
                    SELECT RELRET ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO5.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADAGD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAGD.DAT".
           COPY REGAGD.
      *
       FD CADRET
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRET.DAT".
           COPY RETREG.
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
       FD RELRET
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELRET.LST".
       01 LINHA-REL             PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-ERRO     PIC X(02) VALUE "00".
       01 ST-ERRO2   PIC X(02) VALUE "00".
       01 ST-ERRO3   PIC X(02) VALUE "00".
       01 ST-ERRO4   PIC X(02) VALUE "00".
       01 ST-ERRO5   PIC X(02) VALUE "00".
       01 W-FIM-CADAGD   PIC X(01) VALUE "N".
           88 FIM-CADAGD             VALUE "S".
       01 W-FIM-CADRET   PIC X(01) VALUE "N".
           88 FIM-CADRET             VALUE "S".
       01 W-DIAS-FRENTE   PIC 9(03) VALUE ZEROS.
       01 W-DIAS-ATRASO   PIC 9(03) VALUE ZEROS.
       01 W-DATA-HOJE      PIC 9(08) VALUE ZEROS.
       01 W-DATA-INI        PIC 9(08) VALUE ZEROS.
       01 W-DATA-FIM        PIC 9(08) VALUE ZEROS.
       01 W-INT-HOJE        PIC 9(08) VALUE ZEROS.
       01 W-INT-AUX          PIC 9(08) VALUE ZEROS.
       01 W-DIFERENCA      PIC S9(05) VALUE ZEROS.
       01 W-TOT-ATIVOS     PIC 9(06) VALUE ZEROS.
       01 W-TOT-PEDIDOS   PIC 9(06) VALUE ZEROS.
       01 W-TOT-PERIODO   PIC 9(06) VALUE ZEROS.
       01 W-TOT-MARCADOS PIC 9(06) VALUE ZEROS.
       01 W-TOT-LISTADOS PIC 9(06) VALUE ZEROS.
       01 W-TOT-ATRASADOS PIC 9(06) VALUE ZEROS.
       01 W-IDX                 PIC 9(04) VALUE ZEROS.
       01 W-ACHOU             PIC X(01) VALUE SPACES.
      *
      * CHAVE DA CONSULTA DE ORIGEM DO PEDIDO NO FORMATO DO CADAGD
      * (CRM, DDMMAAAA, HHMM) PARA COMPARAR COM O AG-RET-ORIGEM
      *
       01 W-ORIGEM.
            03 W-ORI-CRM          PIC 9(06).
            03 W-ORI-DIA          PIC 9(02).
            03 W-ORI-MES          PIC 9(02).
            03 W-ORI-ANO          PIC 9(04).
            03 W-ORI-HORA         PIC 9(04).
       01 W-DTORIG             PIC 9(08) VALUE ZEROS.
       01 W-DTORIG-R REDEFINES W-DTORIG.
            03 W-DTO-ANO          PIC 9(04).
            03 W-DTO-MES          PIC 9(02).
            03 W-DTO-DIA          PIC 9(02).
      *
      * PEDIDOS COM RETORNO ATIVO NA AGENDA (PESQUISA LINEAR)
      *
       01 W-QTD-ATV          PIC 9(04) VALUE ZEROS.
       01 W-TAB-ATV.
            03 W-TATV-ORIGEM  PIC X(18) OCCURS 5000 TIMES.
      *
       01 LINHA-TITULO.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(40)
                    VALUE "RETORNOS A MARCAR - PREVISTOS DE ".
            03 LT-DATA-INI     PIC 9999/99/99.
            03 FILLER          PIC X(05) VALUE " A ".
            03 LT-DATA-FIM     PIC 9999/99/99.
       01 LINHA-CABEC.
            03 FILLER          PIC X(31) VALUE "PACIENTE".
            03 FILLER          PIC X(16) VALUE "TELEFONE".
            03 FILLER          PIC X(11) VALUE "CONSULTA".
            03 FILLER          PIC X(11) VALUE "PREVISTO".
            03 FILLER          PIC X(06) VALUE "DIAS".
       01 LINHA-DET.
            03 LD-PACIENTE     PIC X(30).
            03 FILLER          PIC X(01) VALUE SPACES.
            03 LD-FONE          PIC X(15).
            03 FILLER          PIC X(01) VALUE SPACES.
            03 LD-DTORIG       PIC 9999/99/99.
            03 FILLER          PIC X(01) VALUE SPACES.
            03 LD-DTPREV       PIC 9999/99/99.
            03 FILLER          PIC X(01) VALUE SPACES.
            03 LD-DIAS          PIC ----9.
       01 LINHA-DET2.
            03 FILLER          PIC X(04) VALUE SPACES.
            03 FILLER          PIC X(13) VALUE "PEDIDO POR: ".
            03 LD2-CRM          PIC 9(06).
            03 FILLER          PIC X(01) VALUE SPACES.
            03 LD2-NOME         PIC X(30).
            03 FILLER          PIC X(01) VALUE SPACES.
            03 LD2-SITUACAO    PIC X(10).
       01 LINHA-RODAPE.
            03 LR-TEXTO         PIC X(36).
            03 LR-QTD           PIC ZZZ.ZZ9.
           COPY RESPWS.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           PERFORM ABRIR-ARQ    THRU ABRIR-ARQ-FIM
           PERFORM LER-CADAGD THRU LER-CADAGD-FIM
           PERFORM CARREGA     THRU CARREGA-FIM
                    UNTIL FIM-CADAGD
           PERFORM LER-CADRET THRU LER-CADRET-FIM
           PERFORM PROCESSA    THRU PROCESSA-FIM
                    UNTIL FIM-CADRET
           PERFORM IMPRIME-TOT THRU IMPRIME-TOT-FIM
           PERFORM ROT-FIM        THRU ROT-FIM-FIM
           GOBACK.
      *--------------------[ ABERTURA DE ARQUIVOS ]--------------------
       ABRIR-ARQ.
           DISPLAY "DIAS A FRENTE (0=7) : "
           ACCEPT W-DIAS-FRENTE
           IF W-DIAS-FRENTE = ZEROS
                MOVE 7 TO W-DIAS-FRENTE.
           DISPLAY "DIAS DE ATRASO TOLERADOS (0=30) : "
           ACCEPT W-DIAS-ATRASO
           IF W-DIAS-ATRASO = ZEROS
                MOVE 30 TO W-DIAS-ATRASO.
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD
           COMPUTE W-INT-HOJE = FUNCTION INTEGER-OF-DATE (W-DATA-HOJE)
           COMPUTE W-INT-AUX = W-INT-HOJE - W-DIAS-ATRASO
           COMPUTE W-DATA-INI = FUNCTION DATE-OF-INTEGER (W-INT-AUX)
           COMPUTE W-INT-AUX = W-INT-HOJE + W-DIAS-FRENTE
           COMPUTE W-DATA-FIM = FUNCTION DATE-OF-INTEGER (W-INT-AUX)
           OPEN INPUT CADAGD
           IF ST-ERRO NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO CADAGD - ST=" ST-ERRO
                MOVE 8 TO RETURN-CODE
                GOBACK.
      * SEM O CADRET (NENHUM PEDIDO DE RETORNO REGISTRADO AINDA) NAO
      * HA O QUE LISTAR.
           OPEN INPUT CADRET
           IF ST-ERRO2 = "30" OR ST-ERRO2 = "35"
                DISPLAY "CADRET INEXISTENTE - NENHUM PEDIDO DE RETORNO"
                CLOSE CADAGD
                GOBACK.
           IF ST-ERRO2 NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO CADRET - ST=" ST-ERRO2
                MOVE 8 TO RETURN-CODE
                GOBACK.
           OPEN INPUT CADPAC
           IF ST-ERRO3 NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO CADPAC - ST=" ST-ERRO3
                MOVE 8 TO RETURN-CODE
                GOBACK.
           OPEN INPUT CADMED
           IF ST-ERRO4 NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO CADMED - ST=" ST-ERRO4
                MOVE 8 TO RETURN-CODE
                GOBACK.
           OPEN OUTPUT RELRET
           IF ST-ERRO5 NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO RELRET - ST=" ST-ERRO5
                MOVE 8 TO RETURN-CODE
                GOBACK.
           MOVE W-DATA-INI TO LT-DATA-INI
           MOVE W-DATA-FIM TO LT-DATA-FIM
           WRITE LINHA-REL FROM LINHA-TITULO
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           WRITE LINHA-REL FROM LINHA-CABEC
           MOVE ALL "-" TO LINHA-REL
           WRITE LINHA-REL.
       ABRIR-ARQ-FIM.
           EXIT.
      *--------------------[ LEITURA SEQUENCIAL DO CADAGD ]-------------
       LER-CADAGD.
           READ CADAGD
                AT END MOVE "S" TO W-FIM-CADAGD.
       LER-CADAGD-FIM.
           EXIT.
      *--------------------[ LEITURA SEQUENCIAL DO CADRET ]-------------
       LER-CADRET.
           READ CADRET
                AT END MOVE "S" TO W-FIM-CADRET.
       LER-CADRET-FIM.
           EXIT.
      *--------------------[ RETORNOS ATIVOS NA AGENDA ]----------------
      * CONSULTA DE RETORNO AGENDADA, COM CHEGADA OU REALIZADA ATENDE
      * O PEDIDO. CANCELADA, REMARCADA (O NOVO HORARIO TRAZ A MESMA
      * ORIGEM) OU FALTA NAO ATENDEM.
       CARREGA.
           IF AG-RET-CRM = ZEROS
                GO TO CARREGA-PROX.
           IF NOT AG-AGENDADA AND NOT AG-PRESENTE AND NOT AG-REALIZADA
                GO TO CARREGA-PROX.
           IF W-QTD-ATV = 5000
                DISPLAY "TABELA DE RETORNOS CHEIA - ORIGEM "
                        AG-RET-ORIGEM " NAO CONSIDERADA"
                GO TO CARREGA-PROX.
           ADD 1 TO W-QTD-ATV
           MOVE AG-RET-ORIGEM TO W-TATV-ORIGEM (W-QTD-ATV).
       CARREGA-PROX.
           PERFORM LER-CADAGD THRU LER-CADAGD-FIM.
       CARREGA-FIM.
           EXIT.
      *--------------------[ CONFERENCIA DE UM PEDIDO ]-----------------
       PROCESSA.
           ADD 1 TO W-TOT-PEDIDOS
           IF RT-DTPREV < W-DATA-INI OR RT-DTPREV > W-DATA-FIM
                GO TO PROCESSA-PROX.
           ADD 1 TO W-TOT-PERIODO
           MOVE RT-DTORIG TO W-DTORIG
           MOVE RT-CRMORIG TO W-ORI-CRM
           MOVE W-DTO-DIA TO W-ORI-DIA
           MOVE W-DTO-MES TO W-ORI-MES
           MOVE W-DTO-ANO TO W-ORI-ANO
           MOVE RT-HRORIG TO W-ORI-HORA
           PERFORM BUSCA-ATIVO THRU BUSCA-ATIVO-FIM
           IF W-ACHOU = "S"
                ADD 1 TO W-TOT-MARCADOS
                GO TO PROCESSA-PROX.
           PERFORM IMPRIME-PEDIDO THRU IMPRIME-PEDIDO-FIM.
       PROCESSA-PROX.
           PERFORM LER-CADRET THRU LER-CADRET-FIM.
       PROCESSA-FIM.
           EXIT.
      *--------------------[ PEDIDO TEM RETORNO ATIVO? ]----------------
       BUSCA-ATIVO.
           MOVE "N" TO W-ACHOU
           MOVE ZEROS TO W-IDX.
       BUSCA-ATIVO-LOOP.
           ADD 1 TO W-IDX
           IF W-IDX > W-QTD-ATV
                GO TO BUSCA-ATIVO-FIM.
           IF W-TATV-ORIGEM (W-IDX) = W-ORIGEM
                MOVE "S" TO W-ACHOU
                GO TO BUSCA-ATIVO-FIM.
           GO TO BUSCA-ATIVO-LOOP.
       BUSCA-ATIVO-FIM.
           EXIT.
      *--------------------[ LINHAS DE UM PEDIDO SEM RETORNO ]----------
      * DIAS = DATA PREVISTA MENOS HOJE (NEGATIVO = ATRASADO)
       IMPRIME-PEDIDO.
           ADD 1 TO W-TOT-LISTADOS
           MOVE RT-PACCOD TO PAC-CODIGO
           READ CADPAC
                INVALID KEY
                     MOVE "PACIENTE NAO CADASTRADO" TO PAC-NOME
                     MOVE SPACES TO PAC-FONE
                     MOVE ZEROS TO PAC-RESP.
           PERFORM BUSCA-FONE-RESP THRU BUSCA-FONE-RESP-FIM
           MOVE PAC-NOME TO LD-PACIENTE
           MOVE W-RSP-FONE TO LD-FONE
           MOVE RT-DTORIG TO LD-DTORIG
           MOVE RT-DTPREV TO LD-DTPREV
           COMPUTE W-DIFERENCA = FUNCTION INTEGER-OF-DATE (RT-DTPREV)
                               - W-INT-HOJE
           MOVE W-DIFERENCA TO LD-DIAS
           WRITE LINHA-REL FROM LINHA-DET
           MOVE RT-CRMSOL TO CRM LD2-CRM
           READ CADMED
                INVALID KEY
                     MOVE "MEDICO NAO CADASTRADO" TO NOME.
           MOVE NOME TO LD2-NOME
           IF W-DIFERENCA < ZEROS
                ADD 1 TO W-TOT-ATRASADOS
                MOVE "ATRASADO" TO LD2-SITUACAO
           ELSE
                MOVE "A VENCER" TO LD2-SITUACAO.
           WRITE LINHA-REL FROM LINHA-DET2.
       IMPRIME-PEDIDO-FIM.
           EXIT.
      *--------------------[ TOTAIS ]-----------------------------------
       IMPRIME-TOT.
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           MOVE "PEDIDOS DE RETORNO NO CADRET      :" TO LR-TEXTO
           MOVE W-TOT-PEDIDOS TO LR-QTD
           WRITE LINHA-REL FROM LINHA-RODAPE
           MOVE "PREVISTOS NO PERIODO              :" TO LR-TEXTO
           MOVE W-TOT-PERIODO TO LR-QTD
           WRITE LINHA-REL FROM LINHA-RODAPE
           MOVE "  COM RETORNO JA MARCADO          :" TO LR-TEXTO
           MOVE W-TOT-MARCADOS TO LR-QTD
           WRITE LINHA-REL FROM LINHA-RODAPE
           MOVE "  SEM RETORNO - A LIGAR           :" TO LR-TEXTO
           MOVE W-TOT-LISTADOS TO LR-QTD
           WRITE LINHA-REL FROM LINHA-RODAPE
           MOVE "    DOS QUAIS JA ATRASADOS        :" TO LR-TEXTO
           MOVE W-TOT-ATRASADOS TO LR-QTD
           WRITE LINHA-REL FROM LINHA-RODAPE.
       IMPRIME-TOT-FIM.
           EXIT.
           COPY VALRESP.
      *--------------------[ ENCERRAMENTO ]-----------------------------
       ROT-FIM.
           DISPLAY "RETORNOS ATIVOS NA AGENDA : " W-QTD-ATV
           DISPLAY "PEDIDOS NO PERIODO        : " W-TOT-PERIODO
           DISPLAY "PEDIDOS SEM RETORNO       : " W-TOT-LISTADOS
           CLOSE CADAGD CADRET CADPAC CADMED RELRET.
       ROT-FIM-FIM.
           EXIT.
