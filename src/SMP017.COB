      * STORAGE: RETENTATIVAS E ESPERA DO RETRY-94 (SMP001/   *
      * AGD001), DEMORA DA MENSAGEM DA LINHA 23 (ROT-MENS) E  *
      * HORIZONTE DO ALERTA DE VENCIMENTO DO CRM (SMP008).    *
      * REGRAS DE FADIGA DA ESCALA DE PLANTAO (DESCANSO,      *
      * MANHA APOS NOITE, LIMITE NO MES E DIAS SEGUIDOS) PARA *
      * O PLT001, PLT007 E PLT009.                            *
      * OS PROGRAMAS LEEM O CADPAR NA ABERTURA - UMA MUDANCA  *
      * AQUI VALE A PARTIR DA PROXIMA ENTRADA NO PROGRAMA.    *
      * DATA CRIACAO : 22/08/2026                             *
               VALUE  "     FALHAS ATE BLOQUEIO (ACESSO):".
           05  LINE 18  COLUMN 01
               VALUE  "     IDADE MAXIMA DA SENHA (DIAS):".
           05  LINE 20  COLUMN 01
               VALUE  "     INTERVALO PESQUISA (DIAS)   :".
           05  LINE 21  COLUMN 01
               VALUE  "     PRAZO P/ APROVACAO (DIAS)   :".
           05  LINE 06  COLUMN 42
               VALUE  "DESCANSO ENTRE PLANT.(H) :".
           05  LINE 08  COLUMN 42
               VALUE  "PROIBE MANHA APOS NOITE  :".
           05  LINE 10  COLUMN 42
               VALUE  "PLANTOES MAXIMOS NO MES  :".
           05  LINE 12  COLUMN 42
               VALUE  "DIAS SEGUIDOS DE PLANTAO :".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TRETMAX
               LINE 18  COLUMN 37  PIC 9(03)
               USING  PAR-SENHA-IDADE
               HIGHLIGHT.
           05  TPSQDIA
               LINE 20  COLUMN 37  PIC 9(03)
               USING  PAR-PESQ-DIAS
               HIGHLIGHT.
           05  TAPVDIA
               LINE 21  COLUMN 37  PIC 9(03)
               USING  PAR-APV-DIAS
               HIGHLIGHT.
           05  TFADDES
               LINE 06  COLUMN 70  PIC 99
               USING  PAR-PLT-DESCANSO
               HIGHLIGHT.
           05  TFADNMA
               LINE 08  COLUMN 70  PIC X
               USING  PAR-PLT-NOITE-MANHA
               HIGHLIGHT.
           05  TFADMES
               LINE 10  COLUMN 70  PIC 99
               USING  PAR-PLT-MAX-MES
               HIGHLIGHT.
           05  TFADSEG
               LINE 12  COLUMN 70  PIC 99
               USING  PAR-PLT-MAX-SEGUIDOS
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           MOVE 02 TO PAR-ENCAIXE-MAX
           MOVE 05 TO PAR-SIGNON-MAX
           MOVE 090 TO PAR-SENHA-IDADE
           MOVE 090 TO PAR-PESQ-DIAS
           MOVE 003 TO PAR-APV-DIAS
           MOVE 11 TO PAR-PLT-DESCANSO
           MOVE "S" TO PAR-PLT-NOITE-MANHA
           MOVE 10 TO PAR-PLT-MAX-MES
           MOVE 06 TO PAR-PLT-MAX-SEGUIDOS
           OPEN INPUT CADPAR
           IF ST-ERRO NOT = "00"
                GO TO R0.
                MOVE 05 TO PAR-SIGNON-MAX.
           IF PAR-SENHA-IDADE NOT NUMERIC
                MOVE 090 TO PAR-SENHA-IDADE.
           IF PAR-PESQ-DIAS NOT NUMERIC
                MOVE 090 TO PAR-PESQ-DIAS.
           IF PAR-APV-DIAS NOT NUMERIC
                MOVE 003 TO PAR-APV-DIAS.
           IF PAR-PLT-DESCANSO NOT NUMERIC
                MOVE 11 TO PAR-PLT-DESCANSO.
           IF PAR-PLT-NOITE-MANHA NOT = "S" AND NOT = "N"
                MOVE "S" TO PAR-PLT-NOITE-MANHA.
           IF PAR-PLT-MAX-MES NOT NUMERIC
                MOVE 10 TO PAR-PLT-MAX-MES.
           IF PAR-PLT-MAX-SEGUIDOS NOT NUMERIC
                MOVE 06 TO PAR-PLT-MAX-SEGUIDOS.
      *--------------------[ VISUALIZAR TELA ]------------------------
       R0.
           DISPLAY SMT017.
                MOVE "IDADE DA SENHA NAO PODE SER ZERO" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R7.
      * INTERVALO ZERO E ACEITO - O PACIENTE PODE SER PESQUISADO A
      * CADA CONSULTA REALIZADA.
       R8.
           ACCEPT TPSQDIA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R7.
      * PRAZO ZERO E ACEITO - TODO PEDIDO PENDENTE SAI NO RELATORIO.
       R9.
           ACCEPT TAPVDIA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R8.
      * REGRAS DE FADIGA DA ESCALA (VIDE VALFADIGA.CPY) - ZERO
      * DESLIGA A REGRA NUMERICA.
       R10.
           ACCEPT TFADDES
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R9.
       R11.
           ACCEPT TFADNMA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R10.
           IF PAR-PLT-NOITE-MANHA NOT = "S" AND NOT = "N"
                MOVE "DIGITE APENAS S=SIM OU N=NAO" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R11.
       R12.
           ACCEPT TFADMES
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R11.
       R13.
           ACCEPT TFADSEG
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R12.
       GRV-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "GRAVAR (S/N) : ".
