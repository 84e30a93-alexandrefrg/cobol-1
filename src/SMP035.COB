       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMP035.
       AUTHOR. ANGELO LOTIERZO FILHO.
      ********************************************************
      * CARGA DA TABELA CID-10 (CADCID) A PARTIR DA LISTA     *
      * OFICIAL, EM TEXTO SEPARADO POR ";" COMO DISTRIBUIDA   *
      * PELO MINISTERIO (PRIMEIRA LINHA = CABECALHO):         *
      *   - C = ARQUIVO DE CATEGORIAS (CAT;CLASSIF;DESCRICAO; *
      *     ...), CODIGOS DE 3 POSICOES                       *
      *   - S = ARQUIVO DE SUBCATEGORIAS (SUBCAT;CLASSIF;     *
      *     RESTRSEXO;CAUSAOBITO;DESCRICAO;...), CODIGOS DE 4 *
      *     POSICOES                                          *
      * O TIPO VEM NO SYSIN. CODIGO JA CARREGADO TEM A        *
      * DESCRICAO ATUALIZADA (A CARGA PODE SER RERODADA NA    *
      * REVISAO DA LISTA). O CAPITULO E DERIVADO DO CODIGO    *
      * PELAS FAIXAS DA CLASSIFICACAO. JOB CIDLOAD.           *
      * DATA CRIACAO : 15/10/2026                             *
      ********************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                    SELECT CIDEXT ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO.
                    SELECT CADCID ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CI-CODIGO
                    FILE STATUS  IS ST-ERRO2.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CIDEXT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CIDEXT.DAT".
       01 REG-CIDEXT            PIC X(400).
      *
       FD CADCID
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCID.DAT".
           COPY CIDREG.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-ERRO     PIC X(02) VALUE "00".
       01 ST-ERRO2   PIC X(02) VALUE "00".
       01 W-FIM-CIDEXT   PIC X(01) VALUE "N".
           88 FIM-CIDEXT             VALUE "S".
       01 W-TIPO              PIC X(01) VALUE SPACES.
           88 W-TIPO-CATEG            VALUE "C".
           88 W-TIPO-SUBCAT           VALUE "S".
       01 W-TOT-LIDOS      PIC 9(06) VALUE ZEROS.
       01 W-TOT-CARGA     PIC 9(06) VALUE ZEROS.
       01 W-TOT-ALTER     PIC 9(06) VALUE ZEROS.
       01 W-TOT-REJEIT   PIC 9(06) VALUE ZEROS.
       01 W-IDX                 PIC 9(02) VALUE ZEROS.
       01 W-CAMPO1           PIC X(10) VALUE SPACES.
       01 W-CAMPO2           PIC X(10) VALUE SPACES.
       01 W-CAMPO3           PIC X(100) VALUE SPACES.
       01 W-CAMPO4           PIC X(10) VALUE SPACES.
       01 W-CAMPO5           PIC X(100) VALUE SPACES.
       01 W-CODIGO           PIC X(04) VALUE SPACES.
       01 W-DESCR             PIC X(50) VALUE SPACES.
      *
      * FAIXAS DE CATEGORIA DE CADA CAPITULO DA CID-10 (INICIO E FIM,
      * 3 POSICOES). O CAPITULO XXII (CODIGOS U) FOI ACRESCENTADO
      * DEPOIS E FICA FORA DA ORDEM ALFABETICA.
      *
       01 W-TAB-CAP-VAL.
            03 FILLER          PIC X(06) VALUE "A00B99".
            03 FILLER          PIC X(06) VALUE "C00D48".
            03 FILLER          PIC X(06) VALUE "D50D89".
            03 FILLER          PIC X(06) VALUE "E00E90".
            03 FILLER          PIC X(06) VALUE "F00F99".
            03 FILLER          PIC X(06) VALUE "G00G99".
            03 FILLER          PIC X(06) VALUE "H00H59".
            03 FILLER          PIC X(06) VALUE "H60H95".
            03 FILLER          PIC X(06) VALUE "I00I99".
            03 FILLER          PIC X(06) VALUE "J00J99".
            03 FILLER          PIC X(06) VALUE "K00K93".
            03 FILLER          PIC X(06) VALUE "L00L99".
            03 FILLER          PIC X(06) VALUE "M00M99".
            03 FILLER          PIC X(06) VALUE "N00N99".
            03 FILLER          PIC X(06) VALUE "O00O99".
            03 FILLER          PIC X(06) VALUE "P00P96".
            03 FILLER          PIC X(06) VALUE "Q00Q99".
            03 FILLER          PIC X(06) VALUE "R00R99".
            03 FILLER          PIC X(06) VALUE "S00T98".
            03 FILLER          PIC X(06) VALUE "V01Y98".
            03 FILLER          PIC X(06) VALUE "Z00Z99".
            03 FILLER          PIC X(06) VALUE "U00U99".
       01 W-TAB-CAP REDEFINES W-TAB-CAP-VAL.
            03 W-TAB-CAP-ITEM OCCURS 22 TIMES.
                 05 W-TCAP-INI      PIC X(03).
                 05 W-TCAP-FIM      PIC X(03).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           PERFORM ABRIR-ARQ    THRU ABRIR-ARQ-FIM
           PERFORM LER-CIDEXT THRU LER-CIDEXT-FIM
           PERFORM CARGA           THRU CARGA-FIM
                    UNTIL FIM-CIDEXT
           PERFORM ROT-FIM        THRU ROT-FIM-FIM
           GOBACK.
      *--------------------[ ABERTURA DE ARQUIVOS ]--------------------
       ABRIR-ARQ.
           DISPLAY "TIPO DO ARQUIVO (C=CATEGORIAS S=SUBCATEG.) : "
           ACCEPT W-TIPO
           IF NOT W-TIPO-CATEG AND NOT W-TIPO-SUBCAT
                DISPLAY "TIPO DE ARQUIVO INVALIDO - FIM"
                MOVE 8 TO RETURN-CODE
                GOBACK.
           OPEN INPUT CIDEXT
           IF ST-ERRO NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO CIDEXT - ST=" ST-ERRO
                MOVE 8 TO RETURN-CODE
                GOBACK.
       ABRIR-ARQ-I-O.
           OPEN I-O CADCID
           IF ST-ERRO2 NOT = "00"
                IF ST-ERRO2 = "30" OR ST-ERRO2 = "35"
                     OPEN OUTPUT CADCID
                     CLOSE CADCID
                     GO TO ABRIR-ARQ-I-O
                ELSE
                     DISPLAY "ERRO NA ABERTURA DO CADCID - ST=" ST-ERRO2
                     CLOSE CIDEXT
                     MOVE 8 TO RETURN-CODE
                     GOBACK.
       ABRIR-ARQ-FIM.
           EXIT.
      *--------------------[ LEITURA SEQUENCIAL DO ARQUIVO OFICIAL ]----
       LER-CIDEXT.
           READ CIDEXT
                AT END MOVE "S" TO W-FIM-CIDEXT.
       LER-CIDEXT-FIM.
           EXIT.
      *--------------------[ CARGA DE UMA LINHA DA LISTA ]--------------
      * A DESCRICAO E O 3O CAMPO NAS CATEGORIAS E O 5O NAS
      * SUBCATEGORIAS. A LINHA DE CABECALHO E LINHAS COM CODIGO FORA
      * DO PADRAO (LETRA + 2 OU 3 DIGITOS) SAO REJEITADAS.
       CARGA.
           ADD 1 TO W-TOT-LIDOS
           MOVE SPACES TO W-CAMPO1 W-CAMPO2 W-CAMPO3 W-CAMPO4
                          W-CAMPO5
           UNSTRING REG-CIDEXT DELIMITED BY ";"
                INTO W-CAMPO1 W-CAMPO2 W-CAMPO3 W-CAMPO4 W-CAMPO5
           IF W-CAMPO1 = "CAT" OR W-CAMPO1 = "SUBCAT"
                PERFORM LER-CIDEXT THRU LER-CIDEXT-FIM
                GO TO CARGA-FIM.
           MOVE W-CAMPO1 TO W-CODIGO
           IF W-CODIGO (1:1) NOT ALPHABETIC OR W-CODIGO (1:1) = SPACE
              OR W-CODIGO (2:2) NOT NUMERIC
              OR W-CAMPO1 (5:6) NOT = SPACES
                DISPLAY "CODIGO INVALIDO - REJEITADO : " W-CAMPO1
                ADD 1 TO W-TOT-REJEIT
                PERFORM LER-CIDEXT THRU LER-CIDEXT-FIM
                GO TO CARGA-FIM.
           IF W-TIPO-CATEG
                MOVE W-CAMPO3 TO W-DESCR
           ELSE
                MOVE W-CAMPO5 TO W-DESCR.
           MOVE W-CODIGO TO CI-CODIGO
           PERFORM ACHA-CAPITULO THRU ACHA-CAPITULO-FIM
           MOVE W-DESCR TO CI-DESCR
           WRITE REGCID
           IF ST-ERRO2 = "00"
                ADD 1 TO W-TOT-CARGA
                PERFORM LER-CIDEXT THRU LER-CIDEXT-FIM
                GO TO CARGA-FIM.
           IF ST-ERRO2 NOT = "22"
                DISPLAY "ERRO NA GRAVACAO DO CID " W-CODIGO
                                     " - ST=" ST-ERRO2
                ADD 1 TO W-TOT-REJEIT
                PERFORM LER-CIDEXT THRU LER-CIDEXT-FIM
                GO TO CARGA-FIM.
           REWRITE REGCID
           IF ST-ERRO2 = "00"
                ADD 1 TO W-TOT-ALTER
           ELSE
                DISPLAY "ERRO NA REGRAVACAO DO CID " W-CODIGO
                                     " - ST=" ST-ERRO2
                ADD 1 TO W-TOT-REJEIT.
           PERFORM LER-CIDEXT THRU LER-CIDEXT-FIM.
       CARGA-FIM.
           EXIT.
      *--------------------[ CAPITULO DO CODIGO ]-----------------------
      * CODIGO FORA DE TODAS AS FAIXAS FICA COM CAPITULO ZEROS E SAI
      * NO RELATORIO DE MORBIDADE COMO "SEM CAPITULO".
       ACHA-CAPITULO.
           MOVE ZEROS TO CI-CAPITULO W-IDX.
       ACHA-CAPITULO-LOOP.
           ADD 1 TO W-IDX
           IF W-IDX > 22
                GO TO ACHA-CAPITULO-FIM.
           IF W-CODIGO (1:3) NOT < W-TCAP-INI (W-IDX)
              AND W-CODIGO (1:3) NOT > W-TCAP-FIM (W-IDX)
                MOVE W-IDX TO CI-CAPITULO
                GO TO ACHA-CAPITULO-FIM.
           GO TO ACHA-CAPITULO-LOOP.
       ACHA-CAPITULO-FIM.
           EXIT.
      *--------------------[ ENCERRAMENTO ]-----------------------------
       ROT-FIM.
           DISPLAY "TOTAL DE LINHAS LIDAS         : " W-TOT-LIDOS
           DISPLAY "TOTAL DE CODIGOS INCLUIDOS    : " W-TOT-CARGA
           DISPLAY "TOTAL DE CODIGOS ATUALIZADOS  : " W-TOT-ALTER
           DISPLAY "TOTAL DE LINHAS REJEITADAS    : " W-TOT-REJEIT
           IF W-TOT-REJEIT NOT = ZEROS
                MOVE 4 TO RETURN-CODE.
           CLOSE CIDEXT CADCID.
       ROT-FIM-FIM.
           EXIT.
