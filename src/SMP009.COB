           05  LINE 23  COLUMN 10
               VALUE  "0 - ENCERRAR".
           05  LINE 25  COLUMN 10
               VALUE  "21 - REMARCACAO AUSENCIA/INATIVACAO".
           05  LINE 25  COLUMN 50
               VALUE  "22 - CADASTRO DE CONVENIOS".
           05  LINE 24  COLUMN 50
               VALUE  "23 - CONFIRMACAO DE PLANTAO".
           05  LINE 26  COLUMN 50
               VALUE  "24 - TARIFAS DE PLANTAO".
           05  LINE 22  COLUMN 10
               VALUE  "25 - COBERTURA DOS CONVENIOS".
           05  LINE 20  COLUMN 50
               VALUE  "26 - REPASSE AOS MEDICOS".
           05  LINE 18  COLUMN 10
               VALUE  "27 - CATALOGO DE PROCEDIMENTOS".
           05  LINE 18  COLUMN 50
               VALUE  "28 - TARIFAS DE PROCEDIMENTOS".
           05  LINE 20  COLUMN 10
               VALUE  "29 - AGENDA DE PROCEDIMENTOS".
           05  LINE 16  COLUMN 10
               VALUE  "30 - AJUSTE TARDIO MES FECHADO".
           05  LINE 08  COLUMN 50
               VALUE  "31 - APROVACAO ALTERACAO MEDICO".
           05  LINE 16  COLUMN 50
               VALUE  "32 - TROCA DE PLANTAO".
           05  LINE 06  COLUMN 10
               VALUE  "33 - COBERTURA OBRIGATORIA PLANTAO".
           05  LINE 06  COLUMN 50
               VALUE  "34 - INTERVALOS DE RECHAMADA".
           05  LINE 08  COLUMN 10
               VALUE  "35 - CONSULTA DE DECLARACOES".
           05  LINE 26  COLUMN 10
               VALUE  "OPCAO :".
           05  TOPCAO
                IF W-OPCAO = 10
                     CALL "SMP015".
                IF W-OPCAO = 11
                     CALL "SMP016" USING OPR-COM.
                IF W-OPCAO = 12
                     CALL "SMP017".
                IF W-OPCAO = 13
                     CALL "AGD002" USING OPR-COM.
                IF W-OPCAO = 14
                     CALL "AGD003".
                IF W-OPCAO = 15
                IF W-OPCAO = 16
                     CALL "AGD005".
                IF W-OPCAO = 17
                     CALL "SMP018" USING OPR-COM.
                IF W-OPCAO = 18
                     CALL "PLT001" USING OPR-COM.
                IF W-OPCAO = 19
                     CALL "AGD013".
                IF W-OPCAO = 20
                IF W-OPCAO = 21
                     CALL "AGD017" USING OPR-COM.
                IF W-OPCAO = 22
                     CALL "SMP027" USING OPR-COM.
                IF W-OPCAO = 23
                     CALL "PLT003".
                IF W-OPCAO = 24
                     CALL "PLT004" USING OPR-COM.
                IF W-OPCAO = 25
                     CALL "SMP031" USING OPR-COM.
                IF W-OPCAO = 26
                     CALL "SMP032" USING OPR-COM.
                IF W-OPCAO = 27
                     CALL "SMP033".
                IF W-OPCAO = 28
                     CALL "SMP034" USING OPR-COM.
                IF W-OPCAO = 29
                     CALL "AGD036" USING OPR-COM.
                IF W-OPCAO = 30
                     CALL "AGD050" USING OPR-COM.
                IF W-OPCAO = 31
                     CALL "SMP036" USING OPR-COM.
                IF W-OPCAO = 32
                     CALL "PLT007" USING OPR-COM.
                IF W-OPCAO = 33
                     CALL "SMP037" USING OPR-COM.
                IF W-OPCAO = 34
                     CALL "SMP038" USING OPR-COM.
                IF W-OPCAO = 35
                     CALL "AGD052".
       MENU-LOOP-FIM.
                IF NOT FIM-MENU
                     GO TO MENU-LOOP.
                DISPLAY (05, 10) W-LINHA-LIMPA
                DISPLAY (05, 50) W-LINHA-LIMPA
                DISPLAY (21, 50) W-LINHA-LIMPA
                DISPLAY (24, 50) W-LINHA-LIMPA
                DISPLAY (16, 50) W-LINHA-LIMPA.
           IF W-PERM-INCLUI NOT = "S"
                DISPLAY (07, 10) W-LINHA-LIMPA
                DISPLAY (06, 10) W-LINHA-LIMPA
                DISPLAY (06, 50) W-LINHA-LIMPA.
           IF W-PERM-AGENDA NOT = "S"
                DISPLAY (09, 10) W-LINHA-LIMPA
                DISPLAY (11, 50) W-LINHA-LIMPA
                DISPLAY (17, 50) W-LINHA-LIMPA
                DISPLAY (22, 50) W-LINHA-LIMPA
                DISPLAY (23, 50) W-LINHA-LIMPA
                DISPLAY (25, 10) W-LINHA-LIMPA
                DISPLAY (18, 10) W-LINHA-LIMPA
                DISPLAY (20, 10) W-LINHA-LIMPA
                DISPLAY (08, 10) W-LINHA-LIMPA.
           IF W-PERM-BATCH NOT = "S"
                DISPLAY (11, 10) W-LINHA-LIMPA
                DISPLAY (13, 10) W-LINHA-LIMPA
                DISPLAY (09, 50) W-LINHA-LIMPA
                DISPLAY (19, 50) W-LINHA-LIMPA
                DISPLAY (25, 50) W-LINHA-LIMPA
                DISPLAY (26, 50) W-LINHA-LIMPA
                DISPLAY (22, 10) W-LINHA-LIMPA
                DISPLAY (20, 50) W-LINHA-LIMPA
                DISPLAY (18, 50) W-LINHA-LIMPA.
           IF W-PERM-SUPERV NOT = "S"
                DISPLAY (16, 10) W-LINHA-LIMPA
                DISPLAY (08, 50) W-LINHA-LIMPA.
       OCULTA-OPCOES-FIM.
           EXIT.
      *--------------------[ PERMISSAO DA OPCAO ESCOLHIDA ]------------
       TESTA-PERMISSAO.
           MOVE "N" TO W-PERM-OPCAO
           IF W-OPCAO = 01 OR W-OPCAO = 10 OR W-OPCAO = 18
              OR W-OPCAO = 23 OR W-OPCAO = 32
                MOVE W-PERM-CONSULTA TO W-PERM-OPCAO.
      * AS TABELAS DE COBERTURA DE PLANTAO E DE RECHAMADA SAO DA
      * COORDENACAO CLINICA, COMO A DE ESPECIALIDADES - NAO PEDEM
      * A PERMISSAO DE CPD (BATCH).
           IF W-OPCAO = 02 OR W-OPCAO = 33 OR W-OPCAO = 34
                MOVE W-PERM-INCLUI TO W-PERM-OPCAO.
           IF W-OPCAO = 03 OR W-OPCAO = 13 OR W-OPCAO = 14
              OR W-OPCAO = 15 OR W-OPCAO = 16 OR W-OPCAO = 19
              OR W-OPCAO = 20 OR W-OPCAO = 21 OR W-OPCAO = 27
              OR W-OPCAO = 29 OR W-OPCAO = 35
                MOVE W-PERM-AGENDA TO W-PERM-OPCAO.
           IF W-OPCAO = 04 OR W-OPCAO = 05 OR W-OPCAO = 06
              OR W-OPCAO = 07 OR W-OPCAO = 08 OR W-OPCAO = 09
              OR W-OPCAO = 11 OR W-OPCAO = 12 OR W-OPCAO = 17
              OR W-OPCAO = 22 OR W-OPCAO = 24 OR W-OPCAO = 25
              OR W-OPCAO = 26 OR W-OPCAO = 28
                MOVE W-PERM-BATCH TO W-PERM-OPCAO.
           IF W-OPCAO = 30 OR W-OPCAO = 31
                MOVE W-PERM-SUPERV TO W-PERM-OPCAO.
       TESTA-PERMISSAO-FIM.
           EXIT.

