       AUTHOR. ANGELO LOTIERZO FILHO.
      ********************************************************
      * MANUTENCAO DA TABELA DE ESPECIALIDADES MEDICAS  *
      * INDICA TAMBEM SE A CONSULTA DA ESPECIALIDADE SO PODE  *
      * SER MARCADA COMO REALIZADA COM O CID-10 (AGD001).     *
      * DATA CRIACAO : 08/08/2026                                *
      ********************************************************
      *----------------------------------------------------------------
               VALUE  "     DESCRICAO       :".
           05  LINE 10  COLUMN 01
               VALUE  "     DURACAO (MIN)   :".
           05  LINE 12  COLUMN 01
               VALUE  "     EXIGE CID-10    :     (S/N)".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TESPEC
               LINE 10  COLUMN 24  PIC 9(03)
               USING  E-DURACAO
               HIGHLIGHT.
           05  TEXIGCID
               LINE 12  COLUMN 24  PIC X(01)
               USING  E-EXIGE-CID
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING OPR-COM.
       INICIO.
       ROT-INIC.
           MOVE 0 TO EESPEC E-DURACAO.
           MOVE SPACES TO ETXESPEC W-SEL.
           MOVE "N" TO E-EXIGE-CID.
      *--------------------[ VISUALIZAR TELA INICIAL ]-----------------
       R0.
           DISPLAY SMT002.
                MOVE "DURACAO MAXIMA E 240 MINUTOS" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R3.
      *--------------------[ EXIGENCIA DO CID-10 NA REALIZADA ]-------
      * REGISTRO GRAVADO ANTES DO CAMPO EXISTIR VEM SEM S/N - VALE N.
       R4.
           IF E-EXIGE-CID NOT = "S"
                MOVE "N" TO E-EXIGE-CID.
           ACCEPT TEXIGCID.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.
           IF E-EXIGE-CID NOT = "S" AND E-EXIGE-CID NOT = "N"
                MOVE "DIGITE APENAS S=SIM  e  N=NAO" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
                GO TO R4.
           IF W-SEL = "A"
                    GO TO ALT-OPC.
       INC-OPC.
                MOVE SEXO TO LG-SEXO-ANT
                MOVE SEXO TO LG-SEXO-NOVO
                MOVE DATANASC TO LG-DTNASC-ANT
                MOVE DATANASC TO LG-DTNASC-NOVO
                MOVE SPACES TO LG-APROVADOR
                MOVE ZEROS TO LG-DTVAL-ANT LG-DTVAL-NOVO.
       GRAVA-LOG-TENTA.
                WRITE REGLOG
                IF ST-ERRO3 = "22"
