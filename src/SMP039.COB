       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP039.
       AUTHOR. ANGELO LOTIERZO FILHO.
      ********************************************************
      * CONVERSAO DOS CARTOES DAS TABELAS DE COBERTURA DE     *
      * PLANTAO E DE INTERVALOS DE RECHAMADA PARA OS ARQUIVOS *
      * INDEXADOS MANTIDOS ONLINE:                            *
      *   - C = CARTOES DO CADCOB (ESPEC 2, DIA DA SEMANA 1,  *
      *     TURNO 1) PARA O CADCOB INDEXADO (SMP037)          *
      *   - R = CARTOES DO CADREC (ESPEC 2, MESES 3) PARA O   *
      *     CADREC INDEXADO (SMP038)                          *
      * O TIPO VEM NO SYSIN. CADA CARTAO PASSA PELAS MESMAS   *
      * CRITICAS DAS TELAS (ESPECIALIDADE NO CADESP, DIA DA   *
      * SEMANA, TURNO, INTERVALO E LINHA REPETIDA OU          *
      * SOBREPOSTA) - O REJEITADO E LISTADO NO SYSOUT PARA    *
      * SER ACERTADO NA TELA. JOB TABCONV, RODADO UMA VEZ NA  *
      * IMPLANTACAO DAS TELAS.                                *
      * DATA CRIACAO : 15/10/2026                             *
      ********************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                    SELECT CARTAO ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
                    SELECT CADESP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS EESPEC
                    FILE STATUS  IS ST-ERRO2.
                    SELECT CADCOB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CB-CHAVE
                    FILE STATUS  IS ST-ERRO3.
                    SELECT CADREC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RC-ESPEC
                    FILE STATUS  IS ST-ERRO4.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      * DECK DE CARTOES ANTIGO, NO LAYOUT DO REGCOB OU DO REGREC
       FD CARTAO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CARTAO.DAT".
       01 REG-CARTAO.
            03 CT-ESPEC          PIC X(02).
            03 CT-RESTO          PIC X(03).
            03 CT-COB REDEFINES CT-RESTO.
                 05 CT-DIASEM     PIC X(01).
                 05 CT-TURNO      PIC X(01).
                 05 FILLER        PIC X(01).
            03 FILLER            PIC X(75).
      *
       FD CADESP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADESP.DAT".
           COPY ESPREG.
      *
       FD CADCOB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCOB.DAT".
           COPY COBREG.
      *
       FD CADREC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADREC.DAT".
           COPY RECREG.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-ERRO     PIC X(02) VALUE "00".
       01 ST-ERRO2   PIC X(02) VALUE "00".
       01 ST-ERRO3   PIC X(02) VALUE "00".
       01 ST-ERRO4   PIC X(02) VALUE "00".
       01 W-FIM-CARTAO   PIC X(01) VALUE "N".
           88 FIM-CARTAO             VALUE "S".
       01 W-TIPO              PIC X(01) VALUE SPACES.
           88 W-TIPO-COB              VALUE "C".
           88 W-TIPO-REC              VALUE "R".
       01 W-TOT-LIDOS      PIC 9(06) VALUE ZEROS.
       01 W-TOT-CARGA     PIC 9(06) VALUE ZEROS.
       01 W-TOT-REJEIT   PIC 9(06) VALUE ZEROS.
       01 W-MOTIVO          PIC X(40) VALUE SPACES.
       01 W-CHAVE-COB    PIC X(04) VALUE SPACES.
       01 W-DIA-SOBREP  PIC 9(01) VALUE ZEROS.
       01 W-SOBREPOE     PIC X(01) VALUE "N".
       01 W-MESES-MAX   PIC 9(03) VALUE 120.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           PERFORM ABRIR-ARQ    THRU ABRIR-ARQ-FIM
           PERFORM LER-CARTAO THRU LER-CARTAO-FIM
           PERFORM CARGA           THRU CARGA-FIM
                    UNTIL FIM-CARTAO
           PERFORM ROT-FIM        THRU ROT-FIM-FIM
           GOBACK.
      *--------------------[ ABERTURA DE ARQUIVOS ]--------------------
      * DECK AUSENTE (TABELA NUNCA IMPLANTADA) NAO E ERRO - A TABELA
      * NASCE VAZIA E E PREENCHIDA NA TELA.
       ABRIR-ARQ.
           DISPLAY "TABELA A CONVERTER (C=COBERTURA R=RECHAMADA) : "
           ACCEPT W-TIPO
           IF NOT W-TIPO-COB AND NOT W-TIPO-REC
                DISPLAY "TIPO DE TABELA INVALIDO - FIM"
                MOVE 8 TO RETURN-CODE
                GOBACK.
           OPEN INPUT CADESP
           IF ST-ERRO2 NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO CADESP - ST=" ST-ERRO2
                MOVE 8 TO RETURN-CODE
                GOBACK.
           OPEN INPUT CARTAO
           IF ST-ERRO = "35"
                DISPLAY "DECK DE CARTOES AUSENTE - NADA A CONVERTER"
                MOVE "S" TO W-FIM-CARTAO
           ELSE
           IF ST-ERRO NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO CARTAO - ST=" ST-ERRO
                CLOSE CADESP
                MOVE 8 TO RETURN-CODE
                GOBACK.
           IF W-TIPO-REC
                GO TO ABRIR-REC.
       ABRIR-COB.
           OPEN I-O CADCOB
           IF ST-ERRO3 NOT = "00"
                IF ST-ERRO3 = "30" OR ST-ERRO3 = "35"
                     OPEN OUTPUT CADCOB
                     CLOSE CADCOB
                     GO TO ABRIR-COB
                ELSE
                     DISPLAY "ERRO NA ABERTURA DO CADCOB - ST=" ST-ERRO3
                     MOVE 8 TO RETURN-CODE
                     GOBACK.
           GO TO ABRIR-ARQ-FIM.
       ABRIR-REC.
           OPEN I-O CADREC
           IF ST-ERRO4 NOT = "00"
                IF ST-ERRO4 = "30" OR ST-ERRO4 = "35"
                     OPEN OUTPUT CADREC
                     CLOSE CADREC
                     GO TO ABRIR-REC
                ELSE
                     DISPLAY "ERRO NA ABERTURA DO CADREC - ST=" ST-ERRO4
                     MOVE 8 TO RETURN-CODE
                     GOBACK.
       ABRIR-ARQ-FIM.
           EXIT.
      *--------------------[ LEITURA SEQUENCIAL DOS CARTOES ]----------
       LER-CARTAO.
           IF FIM-CARTAO
                GO TO LER-CARTAO-FIM.
           READ CARTAO
                AT END MOVE "S" TO W-FIM-CARTAO.
       LER-CARTAO-FIM.
           EXIT.
      *--------------------[ CARGA DE UM CARTAO ]----------------------
      * CARTAO EM BRANCO E IGNORADO. A CRITICA DEVOLVE O MOTIVO EM
      * W-MOTIVO - EM BRANCO, O CARTAO E GRAVADO.
       CARGA.
           IF REG-CARTAO = SPACES
                PERFORM LER-CARTAO THRU LER-CARTAO-FIM
                GO TO CARGA-FIM.
           ADD 1 TO W-TOT-LIDOS
           MOVE SPACES TO W-MOTIVO
           IF CT-ESPEC NOT NUMERIC OR CT-ESPEC = "00"
                MOVE "ESPECIALIDADE INVALIDA" TO W-MOTIVO
                GO TO CARGA-REJEITA.
           MOVE CT-ESPEC TO EESPEC
           READ CADESP
                INVALID KEY
                     MOVE "ESPECIALIDADE NAO EXISTE NO CADESP"
                                                      TO W-MOTIVO
                     GO TO CARGA-REJEITA.
           IF W-TIPO-COB
                PERFORM CRITICA-COB THRU CRITICA-COB-FIM
           ELSE
                PERFORM CRITICA-REC THRU CRITICA-REC-FIM.
           IF W-MOTIVO NOT = SPACES
                GO TO CARGA-REJEITA.
           ADD 1 TO W-TOT-CARGA
           PERFORM LER-CARTAO THRU LER-CARTAO-FIM
           GO TO CARGA-FIM.
       CARGA-REJEITA.
           DISPLAY "REJEITADO : " REG-CARTAO (1:5) " - " W-MOTIVO
           ADD 1 TO W-TOT-REJEIT
           PERFORM LER-CARTAO THRU LER-CARTAO-FIM.
       CARGA-FIM.
           EXIT.
      *--------------------[ CARTAO DE COBERTURA DE PLANTAO ]----------
      * MESMAS REGRAS DO SMP037: DIA 0 A 7, TURNO 1 A 3, SEM LINHA
      * REPETIDA E SEM SOBREPOR O DIA 0 COM UM DIA ESPECIFICO DA
      * MESMA ESPECIALIDADE E TURNO.
       CRITICA-COB.
           IF CT-DIASEM NOT NUMERIC OR CT-DIASEM > "7"
                MOVE "DIA DA SEMANA DEVE SER DE 0 A 7" TO W-MOTIVO
                GO TO CRITICA-COB-FIM.
           IF CT-TURNO NOT NUMERIC OR CT-TURNO < "1" OR CT-TURNO > "3"
                MOVE "TURNO DEVE SER 1, 2 OU 3" TO W-MOTIVO
                GO TO CRITICA-COB-FIM.
           MOVE CT-ESPEC TO CB-ESPEC
           MOVE CT-DIASEM TO CB-DIASEM
           MOVE CT-TURNO TO CB-TURNO
           MOVE CB-CHAVE TO W-CHAVE-COB
           READ CADCOB
           IF ST-ERRO3 = "00"
                MOVE "LINHA REPETIDA" TO W-MOTIVO
                GO TO CRITICA-COB-FIM.
           PERFORM TESTA-SOBREP THRU TESTA-SOBREP-FIM
           MOVE W-CHAVE-COB TO CB-CHAVE
           IF W-SOBREPOE = "S"
                MOVE "SOBREPOE DIA 0 DA MESMA ESPEC. E TURNO"
                                                      TO W-MOTIVO
                GO TO CRITICA-COB-FIM.
           WRITE REGCOB
           IF ST-ERRO3 NOT = "00"
                MOVE "ERRO NA GRAVACAO DO CADCOB - ST=" TO W-MOTIVO
                MOVE ST-ERRO3 TO W-MOTIVO (34:2).
       CRITICA-COB-FIM.
           EXIT.
      *--------------------[ TESTE DE SOBREPOSICAO ]-----------------
      * IGUAL AO TESTA-SOBREP DO SMP037 - O REGISTRO FICA ALTERADO
      * E QUEM CHAMA RESTAURA A CHAVE (W-CHAVE-COB).
       TESTA-SOBREP.
           MOVE "N" TO W-SOBREPOE
           IF CB-DIASEM NOT = ZEROS
                MOVE ZEROS TO CB-DIASEM
                READ CADCOB
                IF ST-ERRO3 = "00"
                     MOVE "S" TO W-SOBREPOE
                     GO TO TESTA-SOBREP-FIM
                ELSE
                     GO TO TESTA-SOBREP-FIM.
           MOVE ZEROS TO W-DIA-SOBREP.
       TESTA-SOBREP-LOOP.
           ADD 1 TO W-DIA-SOBREP
           IF W-DIA-SOBREP > 7
                GO TO TESTA-SOBREP-FIM.
           MOVE W-DIA-SOBREP TO CB-DIASEM
           READ CADCOB
           IF ST-ERRO3 = "00"
                MOVE "S" TO W-SOBREPOE
                GO TO TESTA-SOBREP-FIM.
           GO TO TESTA-SOBREP-LOOP.
       TESTA-SOBREP-FIM.
           EXIT.
      *--------------------[ CARTAO DE INTERVALO DE RECHAMADA ]--------
      * MESMAS REGRAS DO SMP038: UMA LINHA POR ESPECIALIDADE, DE 1 A
      * 120 MESES.
       CRITICA-REC.
           IF CT-RESTO NOT NUMERIC
                MOVE "INTERVALO DEVE SER DE 1 A 120 MESES" TO W-MOTIVO
                GO TO CRITICA-REC-FIM.
           MOVE CT-ESPEC TO RC-ESPEC
           MOVE CT-RESTO TO RC-MESES
           IF RC-MESES = ZEROS OR RC-MESES > W-MESES-MAX
                MOVE "INTERVALO DEVE SER DE 1 A 120 MESES" TO W-MOTIVO
                GO TO CRITICA-REC-FIM.
           WRITE REGREC
           IF ST-ERRO4 = "22"
                MOVE "LINHA REPETIDA" TO W-MOTIVO
                GO TO CRITICA-REC-FIM.
           IF ST-ERRO4 NOT = "00"
                MOVE "ERRO NA GRAVACAO DO CADREC - ST=" TO W-MOTIVO
                MOVE ST-ERRO4 TO W-MOTIVO (34:2).
       CRITICA-REC-FIM.
           EXIT.
      *--------------------[ ENCERRAMENTO ]-----------------------------
       ROT-FIM.
           DISPLAY "TOTAL DE CARTOES LIDOS        : " W-TOT-LIDOS
           DISPLAY "TOTAL DE LINHAS CONVERTIDAS   : " W-TOT-CARGA
           DISPLAY "TOTAL DE CARTOES REJEITADOS   : " W-TOT-REJEIT
           IF W-TOT-REJEIT NOT = ZEROS
                MOVE 4 TO RETURN-CODE.
           IF W-TIPO-COB
                CLOSE CADCOB
           ELSE
                CLOSE CADREC.
           IF ST-ERRO NOT = "35"
                CLOSE CARTAO.
           CLOSE CADESP.
       ROT-FIM-FIM.
           EXIT.
