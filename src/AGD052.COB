       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGD052.
       AUTHOR. ANGELO LOTIERZO FILHO.
      ********************************************************
      * CONSULTA ONLINE DAS DECLARACOES DE COMPARECIMENTO.    *
      * DADO O NUMERO DE UMA DECLARACAO IMPRESSA NO BALCAO    *
      * (OPCAO D DO AGD001), EXIBE O QUE FOI DECLARADO -      *
      * PACIENTE, DATA, CHEGADA, TERMINO, MEDICO, CRM E       *
      * UNIDADE - E TODAS AS VIAS IMPRESSAS (DATA, HORA E     *
      * OPERADOR). INFORMADO O CODIGO DE VERIFICACAO, DIZ SE  *
      * CONFERE. USADO PARA ATENDER O EMPREGADOR OU A ESCOLA  *
      * QUE LIGA PARA CONFIRMAR UMA DECLARACAO. CHAMADA PELA  *
      * OPCAO 35 DO MENU (SMP009).                            *
      * DATA CRIACAO : 15/10/2026                             *
      ********************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                  DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                    SELECT CADDCL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DC-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS DC-AGCHAVE
                                                      WITH DUPLICATES.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD CADDCL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADDCL.DAT".
           COPY DCLREG.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *
      * VIA 01 DA DECLARACAO CONSULTADA - O CABECALHO DA TELA E
      * REEXIBIDO A CADA PAGINA DE VIAS.
      *
           COPY DCLREG REPLACING ==REGDCL== BY ==REGDCL-CAB==
                          LEADING ==DC== BY ==DCC==.
       01 ST-ERRO     PIC X(02) VALUE "00".
       01 W-ACT         PIC 9(02) VALUE ZEROS.
       01 W-TECLA           PIC X(01) VALUE SPACES.
       01 W-DCL-BUSCA   PIC 9(07) VALUE ZEROS.
       01 W-COD-BUSCA   PIC 9(06) VALUE ZEROS.
       01 W-LIN                 PIC 9(02) VALUE ZEROS.
       01 W-VIAS-PAG        PIC 9(02) VALUE ZEROS.
       01 W-TOT-VIAS        PIC 9(02) VALUE ZEROS.
       01 W-TXUNID          PIC X(05) VALUE SPACES.
       01 W-TXCODIGO        PIC X(45) VALUE SPACES.
       01 W-ED-DATA          PIC 99/99/9999.
       01 W-ED-HORA          PIC 99.99.
       01 W-ED-DTEMI         PIC 9999/99/99.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *------------[ ROTINA DE ABERTURA ARQUIVO ]------------------
       ABRIR-ARQ.
           OPEN INPUT CADDCL
           IF ST-ERRO NOT = "00"
                DISPLAY (01, 01) ERASE
                DISPLAY (03, 05) "ERRO NA ABERTURA DO CADDCL - ST="
                DISPLAY (03, 38) ST-ERRO
                DISPLAY (05, 05) "TECLE ENTER PARA VOLTAR AO MENU"
                ACCEPT  (05, 38) W-TECLA
                GO TO ROT-FIMP.
      *--------------------[ DIGITAR A DECLARACAO DESEJADA ]----------
      * O CODIGO DE VERIFICACAO E OPCIONAL - ZEROS SO EXIBE A
      * DECLARACAO, SEM CONFERIR O CODIGO.
       R1.
           DISPLAY (01, 01) ERASE
           DISPLAY (03, 05) "*** CONSULTA DE DECLARACOES DE COMPARE"
           DISPLAY (03, 44) "CIMENTO ***"
           DISPLAY (06, 05) "NUMERO DA DECLARACAO (ESC=VOLTAR) :"
           MOVE ZEROS TO W-DCL-BUSCA
           ACCEPT  (06, 42) W-DCL-BUSCA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF W-DCL-BUSCA = ZEROS
                DISPLAY (23, 12) "NUMERO NAO PODE SER ZERO"
                GO TO R1.
           DISPLAY (07, 05) "CODIGO DE VERIFICACAO (0=NAO CONFERE):"
           MOVE ZEROS TO W-COD-BUSCA
           ACCEPT  (07, 45) W-COD-BUSCA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1.
      *--------------------[ LEITURA DA PRIMEIRA VIA ]----------------
      * POSICIONA NO NUMERO COM VIA ZERADA E LE A PRIMEIRA VIA
      * GRAVADA; AS DEMAIS VEM EM SEGUIDA NA MESMA CHAVE.
       R2.
           MOVE W-DCL-BUSCA TO DC-NUMERO
           MOVE ZEROS TO DC-VIA
           START CADDCL KEY IS NOT LESS THAN DC-CHAVE
                INVALID KEY
                     DISPLAY (23, 12) "DECLARACAO NAO ENCONTRADA"
                     GO TO R1.
           READ CADDCL NEXT RECORD
                AT END
                     DISPLAY (23, 12) "DECLARACAO NAO ENCONTRADA"
                     GO TO R1.
           IF DC-NUMERO NOT = W-DCL-BUSCA
                DISPLAY (23, 12) "DECLARACAO NAO ENCONTRADA"
                GO TO R1.
           MOVE REGDCL TO REGDCL-CAB
           MOVE ZEROS TO W-TOT-VIAS
           PERFORM MOSTRA-CAB THRU MOSTRA-CAB-FIM.
      *--------------------[ VIAS IMPRESSAS ]-------------------------
      * UMA LINHA POR VIA, 4 POR PAGINA. A VIA JA LIDA NO R2 E A
      * PRIMEIRA DA LISTA.
       MOSTRA-VIAS.
           IF W-VIAS-PAG = 4
                GO TO MOSTRA-VIAS-ESPERA.
           MOVE DC-DTEMI TO W-ED-DTEMI
           MOVE DC-HREMI TO W-ED-HORA
           DISPLAY (W-LIN, 05) DC-VIA
           DISPLAY (W-LIN, 11) W-ED-DTEMI
           DISPLAY (W-LIN, 24) W-ED-HORA
           DISPLAY (W-LIN, 32) DC-OPERADOR
           IF DC-VIA > 1
                DISPLAY (W-LIN, 44) "COPIA".
           ADD 1 TO W-LIN
           ADD 1 TO W-VIAS-PAG
           ADD 1 TO W-TOT-VIAS.
       MOSTRA-VIAS-LE.
           READ CADDCL NEXT RECORD
                AT END GO TO MOSTRA-VIAS-ULTIMA.
           IF DC-NUMERO NOT = W-DCL-BUSCA
                GO TO MOSTRA-VIAS-ULTIMA.
           GO TO MOSTRA-VIAS.
       MOSTRA-VIAS-ESPERA.
           DISPLAY (23, 05)
                "ENTER=PROXIMAS VIAS  ESC=NOVA DECLARACAO"
           ACCEPT  (23, 47) W-TECLA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                GO TO R1.
           PERFORM MOSTRA-CAB THRU MOSTRA-CAB-FIM
           GO TO MOSTRA-VIAS.
       MOSTRA-VIAS-ULTIMA.
           DISPLAY (22, 05) "TOTAL DE VIAS IMPRESSAS:"
           DISPLAY (22, 30) W-TOT-VIAS
           DISPLAY (23, 05)
                "FIM DA CONSULTA - TECLE ENTER P/ NOVA DECLARACAO"
           ACCEPT  (23, 55) W-TECLA
           GO TO R1.
      *--------------------[ CABECALHO DA DECLARACAO ]----------------
      * DADOS DA VIA 01 (REGDCL-CAB), CONFERENCIA DO CODIGO E O
      * TITULO DA LISTA DE VIAS.
       MOSTRA-CAB.
           DISPLAY (01, 01) ERASE
           DISPLAY (01, 05) "DECLARACAO DE COMPARECIMENTO NO"
           DISPLAY (01, 37) DCC-NUMERO
           DISPLAY (03, 05) "PACIENTE:"
           DISPLAY (03, 16) DCC-PACCOD
           DISPLAY (03, 24) DCC-PACIENTE
           MOVE DCC-DTCONS TO W-ED-DATA
           DISPLAY (05, 05) "DATA    :"
           DISPLAY (05, 16) W-ED-DATA
           MOVE DCC-HRCHEG TO W-ED-HORA
           DISPLAY (06, 05) "CHEGADA :"
           DISPLAY (06, 16) W-ED-HORA
           DISPLAY (07, 05) "TERMINO :"
           IF DCC-HRFIM = ZEROS
                DISPLAY (07, 16) "NAO REGISTRADO"
           ELSE
                MOVE DCC-HRFIM TO W-ED-HORA
                DISPLAY (07, 16) W-ED-HORA.
           DISPLAY (09, 05) "MEDICO  :"
           DISPLAY (09, 16) DCC-MEDICO
           DISPLAY (10, 05) "CRM     :"
           DISPLAY (10, 16) DCC-CRM
           MOVE SPACES TO W-TXUNID
           IF DCC-UNIDADE = ZEROS OR DCC-UNIDADE = 1
                MOVE "SEDE" TO W-TXUNID.
           IF DCC-UNIDADE = 2
                MOVE "ANEXO" TO W-TXUNID.
           DISPLAY (11, 05) "UNIDADE :"
           DISPLAY (11, 16) DCC-UNIDADE
           DISPLAY (11, 19) W-TXUNID
           IF W-COD-BUSCA = ZEROS
                MOVE "CODIGO DE VERIFICACAO NAO CONFERIDO"
                                                    TO W-TXCODIGO
           ELSE
                IF W-COD-BUSCA = DCC-CODVER
                     MOVE "*** CODIGO DE VERIFICACAO CONFERE ***"
                                                    TO W-TXCODIGO
                ELSE
                     MOVE "*** CODIGO NAO CONFERE - DECLARACAO INVALIDA"
                                                    TO W-TXCODIGO.
           DISPLAY (13, 05) W-TXCODIGO
           DISPLAY (15, 05) "VIA   EMITIDA EM   HORA    OPERADOR"
           MOVE ZEROS TO W-VIAS-PAG
           MOVE 16 TO W-LIN.
       MOSTRA-CAB-FIM.
           EXIT.

       ROT-FIM.
                CLOSE CADDCL
                DISPLAY (01, 01) ERASE
                EXIT PROGRAM.
       ROT-FIMP.
                EXIT PROGRAM.
