      * DO PERIODO (E DA JANELA DE HORARIO) PARA A RECEPCAO   *
      * LIGAR E REMARCAR. O AGD001 RECUSA NOVOS SLOTS DENTRO  *
      * DE UMA AUSENCIA (VIDE VALIDA-AUSENCIA).               *
      * CADA CONSULTA LISTADA (DE HOJE EM DIANTE) GERA TAMBEM *
      * UM AVISO PENDENTE NO CADAVI, QUE A EXTRACAO NOTURNA   *
      * (AGD044) MANDA PARA O ROBO DE TELEFONIA AVISAR O      *
      * PACIENTE.                                             *
      * DATA CRIACAO : 22/08/2026                             *
      ********************************************************
      *----------------------------------------------------------------
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AG-CHAVE
                    FILE STATUS  IS ST-ERRO3
                    ALTERNATE RECORD KEY IS AG-PACCOD
                                                      WITH DUPLICATES.
                    SELECT CADAVI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AV-CHAVE
                    FILE STATUS  IS ST-ERRO4.
                    SELECT CADPAR ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRPAR.
               VALUE OF FILE-ID IS "CADAGD.DAT".
           COPY REGAGD.
      *
      * AVISOS AO PACIENTE - UM POR CONSULTA ATINGIDA PELA AUSENCIA
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
       01 ST-ERRO     PIC X(02) VALUE "00".
       01 ST-ERRO2   PIC X(02) VALUE "00".
       01 ST-ERRO3   PIC X(02) VALUE "00".
       01 ST-ERRO4   PIC X(02) VALUE "00".
       01 W-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       01 W-QTD-AVISO    PIC 9(04) VALUE ZEROS.
       01 W-NOME-MED  PIC X(30) VALUE SPACES.
       01 W-DTINI-TELA.
            03 W-INI-DIA PIC 99.
                     MOVE MENSAGEM  TO W-MENS
                     PERFORM ROT-MENS THRU ROT-MENS2
                    GO TO ROT-FIM.
       ABRIR-AVI.
           OPEN I-O CADAVI
           IF ST-ERRO4 NOT = "00"
                IF ST-ERRO4 = "30" OR ST-ERRO4 = "35"
                    OPEN OUTPUT CADAVI
                    CLOSE CADAVI
                    GO TO ABRIR-AVI
                ELSE
                     MOVE "ERRO NA ABERTURA DOS AVISOS = " TO MENSAGEM1
                     MOVE ST-ERRO4 TO CODIGO
                     MOVE MENSAGEM  TO W-MENS
                     PERFORM ROT-MENS THRU ROT-MENS2
                    GO TO ROT-FIM.
      *------------[ CARGA DOS PARAMETROS DE OPERACAO ]-------------
      * MESMA LOGICA DO LER-PARAMETROS DO SMP001 - SE O CADPAR NAO
      * EXISTE, VALE A DEMORA HISTORICA DE WORKING-STORAGE.
      * CRM SAO VARRIDOS E A DATA CONVERTIDA PARA AAAAMMDD ANTES DA
      * COMPARACAO. SO ENTRAM NA LISTA AS CONSULTAS AINDA AGENDADAS.
       LISTA-AGENDADOS.
                MOVE ZEROS TO W-QTD-LISTA W-QTD-AVISO
                MOVE "N" TO W-FIM-LISTA
                ACCEPT W-DATA-HOJE FROM DATE YYYYMMDD
                MOVE AU-CRM TO AG-CRM
                MOVE ZEROS TO AG-DTCONS AG-HRCONS
                START CADAGD KEY IS NOT LESS THAN AG-CHAVE
                DISPLAY (W-LIN, 16) AG-HRCONS
                DISPLAY (W-LIN, 23) AG-PACIENTE
                ADD 1 TO W-LIN
                IF W-DTCONS-AAAA NOT < W-DATA-HOJE
                     PERFORM GRAVA-AVISO THRU GRAVA-AVISO-FIM.
                GO TO LISTA-AGENDADOS-LOOP.
       LISTA-AGENDADOS-ESPERA.
                IF W-QTD-LISTA = ZEROS
                     DISPLAY (01, 01) ERASE
                     DISPLAY AGT004
                     GO TO LISTA-AGENDADOS-FIM.
                DISPLAY (21, 05) "AVISOS GERADOS P/ O ROBO :"
                DISPLAY (21, 32) W-QTD-AVISO
                DISPLAY (22, 05)
                     "LIGAR E REMARCAR - TECLE ENTER P/ VOLTAR"
                ACCEPT  (22, 48) W-TECLA
                DISPLAY AGT004.
       LISTA-AGENDADOS-FIM.
                EXIT.
      *--------------------[ AVISO AO PACIENTE ]-----------------------
      * O AGD004 E CHAMADO PELO MENU SEM A AREA DO OPERADOR - O AVISO
      * LEVA O NOME DO PROGRAMA, COMO O FECHAMENTO DO AGD020 NO
      * AGDLOG. A AV-SEQ DESEMPATA DOIS AVISOS NO MESMO SEGUNDO
      * (MESMA LOGICA DO GRAVA-AGL-TENTA DO AGD001).
       GRAVA-AVISO.
                ACCEPT AV-DATA FROM DATE YYYYMMDD
                ACCEPT AV-HORA FROM TIME
                MOVE ZEROS TO AV-SEQ
                MOVE "A" TO AV-ORIGEM
                MOVE AU-MOTIVO TO AV-MOTIVO
                MOVE "AGD004" TO AV-OPERADOR
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
                IF ST-ERRO4 = "22"
                     IF AV-SEQ < 99
                          ADD 1 TO AV-SEQ
                          GO TO GRAVA-AVISO-TENTA.
                IF ST-ERRO4 = "00"
                     ADD 1 TO W-QTD-AVISO.
       GRAVA-AVISO-FIM.
                EXIT.
      *--------------------[ VALIDACAO DE CALENDARIO ]----------------
      * MESMA REGRA DE CALENDARIO DA VALDTNASC E DO R1A DO AGD005 -
      * DIA CONTRA O TAMANHO REAL DO MES, ANO BISSEXTO EM FEVEREIRO.
           IF W-VAL-MES = 4 OR W-VAL-MES = 6 OR W-VAL-MES = 9
                                           OR W-VAL-MES = 11
                MOVE 30 TO W-ULTDIA.
           IF W-VAL-MES NOT = 2
                GO TO VALIDA-DATA-PER-DIA.
           DIVIDE W-VAL-ANO BY 4 GIVING W-QUOC-AUX
                              REMAINDER W-RESTO4
           DIVIDE W-VAL-ANO BY 100 GIVING W-QUOC-AUX
                                REMAINDER W-RESTO100
           DIVIDE W-VAL-ANO BY 400 GIVING W-QUOC-AUX
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
       VALIDA-DATA-PER-DIA.
           IF W-VAL-DIA < 1 OR W-VAL-DIA > W-ULTDIA
                MOVE "N" TO W-DATA-OK.
       VALIDA-DATA-PER-FIM.
                EXIT.

       ROT-FIM.
                CLOSE CADMED CADAUS CADAGD CADAVI
                DISPLAY (01, 01) ERASE
                EXIT PROGRAM.
       ROT-FIMP.
