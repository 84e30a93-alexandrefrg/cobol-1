       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGD029.
       AUTHOR. ANGELO LOTIERZO FILHO.
      ********************************************************
      * RELATORIO DIARIO DE ALTERACOES DO CADASTRO DE         *
      * PACIENTES (LE A TRILHA PACLOG GRAVADA PELO AGD002)    *
      * UM MOVIMENTO POR BLOCO COM HORA, OPERACAO, OPERADOR   *
      * E CODIGO DO PACIENTE, SEGUIDO DE UMA LINHA POR CAMPO  *
      * MUDADO (NOME, NASCIMENTO, TELEFONE, CONVENIO E        *
      * CARTEIRINHA) COM O VALOR ANTERIOR E O NOVO - QUANDO   *
      * O CONVENIO RECUSA A GUIA POR CARTEIRINHA TROCADA,     *
      * AQUI ESTA QUEM TROCOU E QUANDO. MESMA DISCIPLINA DO   *
      * SMP007/AGD018. RODA NO CADNITE (PASSO PAC047).        *
      * INCLUI A MUDANCA DO ACEITE DE CONTATO (PAC-CONTATO).  *
      * INCLUI A MUDANCA DO RESPONSAVEL LEGAL (CODIGO E       *
      * VINCULO).                                             *
      * DATA CRIACAO : 15/10/2026                             *
      ********************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                    SELECT CADPLG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS PG-CHAVE
                    FILE STATUS  IS ST-ERRO.
                    SELECT RELPLG ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO2.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADPLG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PACLOG.DAT".
           COPY PLGREG.
      *
       FD RELPLG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELPLG.LST".
       01 LINHA-REL             PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-ERRO     PIC X(02) VALUE "00".
       01 ST-ERRO2   PIC X(02) VALUE "00".
       01 W-FIM-CADPLG   PIC X(01) VALUE "N".
           88 FIM-CADPLG             VALUE "S".
       01 W-PLG-ABERTO   PIC X(01) VALUE "N".
       01 W-DATA-HOJE      PIC 9(08) VALUE ZEROS.
       01 W-TXOPER           PIC X(11) VALUE SPACES.
       01 W-DTNASC-ED      PIC 99/99/9999.
       01 W-CONV-ED         PIC ZZ9.
       01 W-RESP-TX.
            03 W-RESP-ED       PIC ZZZZZ9.
            03 FILLER          PIC X(01) VALUE SPACES.
            03 W-RESP-VINC     PIC X(01).
       01 W-TOT-LIDOS       PIC 9(06) VALUE ZEROS.
       01 W-TOT-DIA          PIC 9(06) VALUE ZEROS.
      *
       01 LINHA-TITULO.
            03 FILLER          PIC X(12) VALUE SPACES.
            03 FILLER          PIC X(45)
                    VALUE "RELATORIO DIARIO DE ALTERACOES - PACIENTES".
            03 FILLER          PIC X(06) VALUE "DATA :".
            03 LT-DATA          PIC 9(08).
       01 LINHA-CABEC.
            03 FILLER          PIC X(08) VALUE "HORA".
            03 FILLER          PIC X(12) VALUE "OPERACAO".
            03 FILLER          PIC X(10) VALUE "OPERADOR".
            03 FILLER          PIC X(10) VALUE "PACIENTE".
       01 LINHA-CABEC2.
            03 FILLER          PIC X(08) VALUE SPACES.
            03 FILLER          PIC X(12) VALUE "CAMPO".
            03 FILLER          PIC X(30) VALUE "DE".
            03 FILLER          PIC X(30) VALUE "PARA".
       01 LINHA-DET.
            03 LD-HORA          PIC 9(06).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 LD-OPER          PIC X(11).
            03 FILLER          PIC X(01) VALUE SPACES.
            03 LD-OPERADOR    PIC X(08).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 LD-PACCOD       PIC ZZZZZ9.
       01 LINHA-CAMPO.
            03 FILLER          PIC X(08) VALUE SPACES.
            03 LC-CAMPO        PIC X(12).
            03 LC-DE            PIC X(30).
            03 LC-PARA          PIC X(30).
       01 LINHA-RODAPE.
            03 FILLER  PIC X(28) VALUE "TOTAL DE MOVIMENTOS NO DIA:".
            03 LR-TOT-DIA      PIC ZZZ.ZZ9.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           PERFORM ABRIR-ARQ    THRU ABRIR-ARQ-FIM
           PERFORM LER-CADPLG THRU LER-CADPLG-FIM
           PERFORM PROCESSA    THRU PROCESSA-FIM
                    UNTIL FIM-CADPLG
           PERFORM ROT-FIM        THRU ROT-FIM-FIM
           GOBACK.
      *--------------------[ ABERTURA DE ARQUIVOS ]--------------------
      * SEM PACLOG (NENHUM MOVIMENTO DE PACIENTE GRAVADO AINDA) O
      * RELATORIO SAI VAZIO, COM TOTAL ZERO.
       ABRIR-ARQ.
           ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD
           OPEN OUTPUT RELPLG
           IF ST-ERRO2 NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO RELPLG - ST=" ST-ERRO2
                GOBACK.
           MOVE W-DATA-HOJE TO LT-DATA
           WRITE LINHA-REL FROM LINHA-TITULO
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           WRITE LINHA-REL FROM LINHA-CABEC
           WRITE LINHA-REL FROM LINHA-CABEC2
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           OPEN INPUT CADPLG
           IF ST-ERRO = "00"
                MOVE "S" TO W-PLG-ABERTO
           ELSE
                IF ST-ERRO = "35"
                     MOVE "S" TO W-FIM-CADPLG
                ELSE
                     DISPLAY "ERRO NA ABERTURA DO PACLOG - ST=" ST-ERRO
                     MOVE 8 TO RETURN-CODE
                     MOVE "S" TO W-FIM-CADPLG.
       ABRIR-ARQ-FIM.
           EXIT.
      *--------------------[ LEITURA SEQUENCIAL DO PACLOG ]-------------
       LER-CADPLG.
           IF FIM-CADPLG
                GO TO LER-CADPLG-FIM.
           READ CADPLG
                AT END MOVE "S" TO W-FIM-CADPLG.
       LER-CADPLG-FIM.
           EXIT.
      *--------------------[ PROCESSAMENTO DE UM MOVIMENTO ]---------
      * SO ENTRAM NO RELATORIO OS MOVIMENTOS GRAVADOS NO DIA
      * CORRENTE - MESMO CRITERIO DO SMP007 SOBRE O CADLOG.
       PROCESSA.
           ADD 1 TO W-TOT-LIDOS
           IF PG-DATA NOT = W-DATA-HOJE
                PERFORM LER-CADPLG THRU LER-CADPLG-FIM
                GO TO PROCESSA-FIM.
           PERFORM TRADUZ-OPER THRU TRADUZ-OPER-FIM
           MOVE PG-HORA     TO LD-HORA
           MOVE W-TXOPER   TO LD-OPER
           MOVE PG-OPERADOR TO LD-OPERADOR
           MOVE PG-PACCOD  TO LD-PACCOD
           WRITE LINHA-REL FROM LINHA-DET
           PERFORM COMPARA-CAMPOS THRU COMPARA-CAMPOS-FIM
           MOVE SPACES TO LINHA-REL
           WRITE LINHA-REL
           ADD 1 TO W-TOT-DIA
           PERFORM LER-CADPLG THRU LER-CADPLG-FIM.
       PROCESSA-FIM.
           EXIT.
      *--------------------[ CAMPOS QUE MUDARAM ]---------------------
      * UMA LINHA POR CAMPO DIFERENTE ENTRE AS DUAS IMAGENS - NA
      * INCLUSAO SAI TODO CAMPO PREENCHIDO (DE EM BRANCO), NA
      * EXCLUSAO TODO CAMPO QUE EXISTIA (PARA EM BRANCO).
       COMPARA-CAMPOS.
           IF PG-NOME-NOVO NOT = PG-NOME-ANT
                MOVE "NOME"        TO LC-CAMPO
                MOVE PG-NOME-ANT  TO LC-DE
                MOVE PG-NOME-NOVO TO LC-PARA
                WRITE LINHA-REL FROM LINHA-CAMPO.
           IF PG-DTNASC-NOVO NOT = PG-DTNASC-ANT
                PERFORM LINHA-NASC THRU LINHA-NASC-FIM.
           IF PG-FONE-NOVO NOT = PG-FONE-ANT
                MOVE "TELEFONE"    TO LC-CAMPO
                MOVE PG-FONE-ANT  TO LC-DE
                MOVE PG-FONE-NOVO TO LC-PARA
                WRITE LINHA-REL FROM LINHA-CAMPO.
           IF PG-CONV-NOVO NOT = PG-CONV-ANT
                MOVE "CONVENIO"    TO LC-CAMPO
                MOVE PG-CONV-ANT  TO W-CONV-ED
                MOVE W-CONV-ED    TO LC-DE
                MOVE PG-CONV-NOVO TO W-CONV-ED
                MOVE W-CONV-ED    TO LC-PARA
                WRITE LINHA-REL FROM LINHA-CAMPO.
           IF PG-CART-NOVO NOT = PG-CART-ANT
                MOVE "CARTEIRINHA" TO LC-CAMPO
                MOVE PG-CART-ANT  TO LC-DE
                MOVE PG-CART-NOVO TO LC-PARA
                WRITE LINHA-REL FROM LINHA-CAMPO.
           IF PG-CONT-NOVO NOT = PG-CONT-ANT
                MOVE "CONTATO"     TO LC-CAMPO
                MOVE PG-CONT-ANT  TO LC-DE
                MOVE PG-CONT-NOVO TO LC-PARA
                WRITE LINHA-REL FROM LINHA-CAMPO.
           IF PG-RESP-DEPOIS NOT = PG-RESP-ANTES
                PERFORM LINHA-RESP THRU LINHA-RESP-FIM.
       COMPARA-CAMPOS-FIM.
           EXIT.
      *--------------------[ LINHA DA DATA DE NASCIMENTO ]-------------
      * DATA ZERADA (INCLUSAO/EXCLUSAO) SAI EM BRANCO, NAO 00/00/0000.
       LINHA-NASC.
           MOVE "NASCIMENTO"  TO LC-CAMPO
           MOVE SPACES        TO LC-DE LC-PARA
           IF PG-DTNASC-ANT NOT = ZEROS
                MOVE PG-DTNASC-ANT TO W-DTNASC-ED
                MOVE W-DTNASC-ED   TO LC-DE.
           IF PG-DTNASC-NOVO NOT = ZEROS
                MOVE PG-DTNASC-NOVO TO W-DTNASC-ED
                MOVE W-DTNASC-ED    TO LC-PARA.
           WRITE LINHA-REL FROM LINHA-CAMPO.
       LINHA-NASC-FIM.
           EXIT.
      *--------------------[ LINHA DO RESPONSAVEL LEGAL ]-------------
      * CODIGO DO RESPONSAVEL NO CADPAC E O VINCULO; SEM RESPONSAVEL
      * (ZEROS, OU MOVIMENTO GRAVADO ANTES DO CAMPO) SAI EM BRANCO.
       LINHA-RESP.
           MOVE "RESPONSAVEL" TO LC-CAMPO
           MOVE SPACES        TO LC-DE LC-PARA
           IF PG-RESP-ANT NUMERIC AND PG-RESP-ANT NOT = ZEROS
                MOVE PG-RESP-ANT TO W-RESP-ED
                MOVE PG-VINC-ANT TO W-RESP-VINC
                MOVE W-RESP-TX   TO LC-DE.
           IF PG-RESP-NOVO NUMERIC AND PG-RESP-NOVO NOT = ZEROS
                MOVE PG-RESP-NOVO TO W-RESP-ED
                MOVE PG-VINC-NOVO TO W-RESP-VINC
                MOVE W-RESP-TX    TO LC-PARA.
           IF LC-DE = LC-PARA
                GO TO LINHA-RESP-FIM.
           WRITE LINHA-REL FROM LINHA-CAMPO.
       LINHA-RESP-FIM.
           EXIT.
      *--------------------[ TRADUCAO DA OPERACAO ]-------------------
       TRADUZ-OPER.
           IF PG-INCLUSAO       MOVE "INCLUSAO"    TO W-TXOPER
           ELSE IF PG-ALTERACAO MOVE "ALTERACAO"   TO W-TXOPER
           ELSE IF PG-EXCLUSAO  MOVE "EXCLUSAO"    TO W-TXOPER
           ELSE                 MOVE "DESCONHECIDA" TO W-TXOPER.
       TRADUZ-OPER-FIM.
           EXIT.
      *--------------------[ ENCERRAMENTO ]----------------------------
       ROT-FIM.
           MOVE W-TOT-DIA TO LR-TOT-DIA
           WRITE LINHA-REL FROM LINHA-RODAPE
           DISPLAY "TOTAL DE REGISTROS LIDOS DO PACLOG : " W-TOT-LIDOS
           DISPLAY "TOTAL DE MOVIMENTOS NO DIA           : " W-TOT-DIA
           IF W-PLG-ABERTO = "S"
                CLOSE CADPLG.
           CLOSE RELPLG.
       ROT-FIM-FIM.
           EXIT.
