      * CODIGO, DESCRICAO E SITUACAO DAS SALAS DAS CLINICAS.  *
      * O AGD001 VALIDA A SALA DO AGENDAMENTO CONTRA ESTE     *
      * CADASTRO E RECUSA SALA TOMADA POR OUTRO MEDICO NO     *
      * MESMO HORARIO. O MESMO CADASTRO GUARDA OS             *
      * EQUIPAMENTOS DE EXAME (TIPO "E"), QUE SO RECEBEM      *
      * PROCEDIMENTOS DO CATALOGO (AGD036).                   *
      * DATA CRIACAO : 22/08/2026                             *
      ********************************************************
      *----------------------------------------------------------------
               VALUE  "     UNIDADE         :".
           05  LINE 12  COLUMN 40
               VALUE  "01=SEDE 02=ANEXO".
           05  LINE 14  COLUMN 01
               VALUE  "     TIPO (C/E)      :".
           05  LINE 14  COLUMN 40
               VALUE  "C=CONSULTORIO E=EQUIPAMENTO".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TCODIGO
               LINE 12  COLUMN 24  PIC Z9
               USING  SA-UNIDADE
               HIGHLIGHT.
           05  TTIPO
               LINE 14  COLUMN 24  PIC X(01)
               USING  SA-TIPO.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
           MOVE SPACES TO SA-DESCR W-SEL.
           MOVE "A" TO SA-SITUACAO.
           MOVE 01 TO SA-UNIDADE.
           MOVE "C" TO SA-TIPO.
      *--------------------[ VISUALIZAR TELA INICIAL ]-----------------
       R0.
           DISPLAY AGT013.
                MOVE "UNIDADE NAO PODE SER ZERO" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R4.
      *--------------------[ DIGITAR O TIPO DO RECURSO ]---------------
      * C = CONSULTORIO, E = EQUIPAMENTO DE EXAME (SEM CONSULTA NO
      * AGD001, SO PROCEDIMENTOS NO AGD036). ESPACO VALE COMO C.
       R5.
           ACCEPT TTIPO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R4.
           IF SA-TIPO = SPACES
                MOVE "C" TO SA-TIPO.
           IF SA-TIPO NOT = "C" AND SA-TIPO NOT = "E"
                MOVE "TIPO DEVE SER C=CONSULTORIO OU E=EQUIPAM."
                                                        TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R5.
           IF W-SEL = "A"
                    GO TO ALT-OPC.
       INC-OPC.
