      * AGD004 (O VALIDA-DTCONS SO PROTEGE AGENDAMENTO NOVO;  *
      * O FERIADO MUNICIPAL ANUNCIADO EM CIMA DA HORA PEGAVA  *
      * OS JA MARCADOS NA PORTA DA CLINICA FECHADA).          *
      * CADA CONSULTA LISTADA GERA TAMBEM UM AVISO PENDENTE   *
      * NO CADAVI, QUE A EXTRACAO NOTURNA (AGD044) MANDA PARA *
      * O ROBO DE TELEFONIA AVISAR O PACIENTE.                *
      * DATA CRIACAO : 22/08/2026                             *
      ********************************************************
      *----------------------------------------------------------------
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AG-CHAVE
                    FILE STATUS  IS ST-ERRO2
                    ALTERNATE RECORD KEY IS AG-PACCOD
                                                      WITH DUPLICATES.
                    SELECT CADAVI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AV-CHAVE
                    FILE STATUS  IS ST-ERRO3.
                    SELECT CADPAR ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRPAR.
               VALUE OF FILE-ID IS "CADAGD.DAT".
           COPY REGAGD.
      *
      * AVISOS AO PACIENTE - UM POR CONSULTA ATINGIDA PELO FERIADO
      * (VIDE GRAVA-AVISO)
      *
       FD CADAVI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAVI.DAT".
           COPY AVIREG.
      *
      * PARAMETROS DE OPERACAO - A DEMORA DA MENSAGEM DA LINHA 23
      * VEM DO CADPAR MANTIDO PELO SMP017 (VIDE LER-PARAMETROS)
      *
       01 W-ACT         PIC 9(02) VALUE ZEROS.
       01 ST-ERRO     PIC X(02) VALUE "00".
       01 ST-ERRO2   PIC X(02) VALUE "00".
       01 ST-ERRO3   PIC X(02) VALUE "00".
       01 W-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       01 W-QTD-AVISO    PIC 9(04) VALUE ZEROS.
       01 W-DTCONS-AAAA  PIC 9(08) VALUE ZEROS.
       01 W-FIM-LISTA      PIC X(01) VALUE "N".
           88 FIM-LISTA               VALUE "S".
                     MOVE MENSAGEM  TO W-MENS
                     PERFORM ROT-MENS THRU ROT-MENS2
                    GO TO ROT-FIM.
       ABRIR-AVI.
           OPEN I-O CADAVI
           IF ST-ERRO3 NOT = "00"
                IF ST-ERRO3 = "30" OR ST-ERRO3 = "35"
                    OPEN OUTPUT CADAVI
                    CLOSE CADAVI
                    GO TO ABRIR-AVI
                ELSE
                     MOVE "ERRO NA ABERTURA DOS AVISOS = " TO MENSAGEM1
                     MOVE ST-ERRO3 TO CODIGO
                     MOVE MENSAGEM  TO W-MENS
                     PERFORM ROT-MENS THRU ROT-MENS2
                    GO TO ROT-FIM.
      *------------[ CARGA DOS PARAMETROS DE OPERACAO ]-------------
      * MESMA LOGICA DO LER-PARAMETROS DO SMP001 - SE O CADPAR NAO
      * EXISTE, VALE A DEMORA HISTORICA DE WORKING-STORAGE.
           IF W-TELA-MES = 4 OR W-TELA-MES = 6 OR W-TELA-MES = 9
                                             OR W-TELA-MES = 11
                MOVE 30 TO W-ULTDIA.
           IF W-TELA-MES NOT = 2
                GO TO R1A-DIA.
           DIVIDE W-TELA-ANO BY 4 GIVING W-QUOC-AUX
                               REMAINDER W-RESTO4
           DIVIDE W-TELA-ANO BY 100 GIVING W-QUOC-AUX
                                 REMAINDER W-RESTO100
           DIVIDE W-TELA-ANO BY 400 GIVING W-QUOC-AUX
                                 REMAINDER W-RESTO400
           MOVE "N" TO W-BISSEXTO
           IF W-RESTO4 = 0 AND W-RESTO100 NOT = 0
                MOVE "S" TO W-BISSEXTO.
           IF W-RESTO400 = 0
                MOVE "S" TO W-BISSEXTO.
           IF W-BISSEXTO = "S"
                MOVE 29 TO W-ULTDIA
           ELSE
                MOVE 28 TO W-ULTDIA.
       R1A-DIA.
           IF W-TELA-DIA < 1 OR W-TELA-DIA > W-ULTDIA
                MOVE "DATA INVALIDA - DIA INEXISTENTE" TO W-MENS
                PERFORM ROT-MENS THRU ROT-MENS2
      * LISTA AS CONSULTAS AINDA AGENDADAS, COM A CONTAGEM NO TOPO
      * PARA A RECEPCAO LIGAR E REMARCAR.
       LISTA-AGENDADOS.
                MOVE ZEROS TO W-QTD-LISTA W-QTD-AVISO
                MOVE "N" TO W-FIM-LISTA
                ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD
                MOVE ZEROS TO AG-CRM AG-DTCONS AG-HRCONS
                START CADAGD KEY IS NOT LESS THAN AG-CHAVE
                     INVALID KEY
                DISPLAY (W-LIN, 24) AG-HRCONS
                DISPLAY (W-LIN, 31) AG-PACIENTE
                ADD 1 TO W-LIN
                IF FE-DATA NOT < W-DATA-HOJE
                     PERFORM GRAVA-AVISO THRU GRAVA-AVISO-FIM.
                GO TO LISTA-AGENDADOS-LOOP.
       LISTA-AGENDADOS-ESPERA.
                IF W-QTD-LISTA = ZEROS
                     GO TO LISTA-AGENDADOS-FIM.
                DISPLAY (21, 05) "CONSULTAS ATINGIDAS :"
                DISPLAY (21, 27) W-QTD-LISTA
                DISPLAY (21, 35) "AVISOS P/ O ROBO :"
                DISPLAY (21, 54) W-QTD-AVISO
                DISPLAY (22, 05)
                     "LIGAR E REMARCAR - TECLE ENTER P/ VOLTAR"
                ACCEPT  (22, 48) W-TECLA
                DISPLAY AGT005.
       LISTA-AGENDADOS-FIM.
                EXIT.
      *--------------------[ AVISO AO PACIENTE ]-----------------------
      * MESMO AVISO DO GRAVA-AVISO DO AGD004, COM A DESCRICAO DO
      * FERIADO COMO MOTIVO E O NOME DO PROGRAMA NO LUGAR DO OPERADOR.
       GRAVA-AVISO.
                ACCEPT AV-DATA FROM DATE YYYYMMDD
                ACCEPT AV-HORA FROM TIME
                MOVE ZEROS TO AV-SEQ
                MOVE "F" TO AV-ORIGEM
                MOVE FE-DESCR TO AV-MOTIVO
                MOVE "AGD005" TO AV-OPERADOR
                MOVE AG-PACCOD TO AV-PACCOD
                MOVE AG-PACIENTE TO AV-PACIENTE
                MOVE AG-CRM TO AV-ANT-CRM
                MOVE W-DTCONS-AAAA TO AV-ANT-DATA
                MOVE AG-HRCONS TO AV-ANT-HORA
                MOVE ZEROS TO AV-NOVO-CRM AV-NOVO-DATA AV-NOVO-HORA
                                      AV-DTENVIO AV-DTRET
                MOVE "P" TO AV-SITUACAO.
       GRAVA-AVISO-TENTA.
                WRITE REGAVI
                IF ST-ERRO3 = "22"
                     IF AV-SEQ < 99
                          ADD 1 TO AV-SEQ
                          GO TO GRAVA-AVISO-TENTA.
                IF ST-ERRO3 = "00"
                     ADD 1 TO W-QTD-AVISO.
       GRAVA-AVISO-FIM.
                EXIT.
      *--------------------[ ROTINA DE MENSAGEM ]--------------------
       ROT-MENS.
                MOVE ZEROS TO W-CONT.
                EXIT.

       ROT-FIM.
                CLOSE CADFER CADAGD CADAVI
                DISPLAY (01, 01) ERASE
                EXIT PROGRAM.
