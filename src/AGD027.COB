      * CONSULTAS NOS PROXIMOS 7 DIAS:                        *
      *   REGISTRO "M" - CRM, E-MAIL (REGMED) E NOME          *
      *   REGISTROS "C" - DATA, HORA, SALA (AG-SALA/CADSAL) E *
      *                     PACIENTE, UMA POR CONSULTA; NA    *
      *                     TELECONSULTA, MODALIDADE "V" E A  *
      *                     REFERENCIA DA SESSAO DE VIDEO     *
      *   REGISTRO "T" - TOTAL DE CONSULTAS DO MEDICO         *
      * MEDICO SEM E-MAIL CADASTRADO OU INATIVO SAI NO SYSOUT *
      * COMO EXCECAO. RODA NO CADSEM (PASSO EML040).          *
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS AG-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS AG-PACCOD
                                                      WITH DUPLICATES.
                    SELECT CADMED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
       01 REG-EMAGEN.
            03 EM-TIPO          PIC X(01).
            03 EM-CRM           PIC 9(06).
            03 EM-DADOS        PIC X(91).
       01 REG-EMAGEN-MED REDEFINES REG-EMAGEN.
            03 FILLER           PIC X(07).
            03 EM-EMAIL        PIC X(30).
            03 EM-MEDICO       PIC X(30).
            03 FILLER           PIC X(31).
       01 REG-EMAGEN-CON REDEFINES REG-EMAGEN.
            03 FILLER           PIC X(07).
            03 EM-DATA          PIC 9(08).
            03 EM-SALA-DESC  PIC X(20).
            03 EM-PACIENTE    PIC X(30).
            03 FILLER           PIC X(06).
      * MODALIDADE (P/V) E REFERENCIA DA SESSAO DE VIDEO (AG-LINK,
      * ESPACOS NA CONSULTA PRESENCIAL)
            03 EM-MODAL         PIC X(01).
            03 EM-LINK          PIC X(20).
       01 REG-EMAGEN-TOT REDEFINES REG-EMAGEN.
            03 FILLER           PIC X(07).
            03 EM-QTD           PIC 9(04).
            03 FILLER           PIC X(87).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-ERRO     PIC X(02) VALUE "00".
           MOVE AG-SALA TO EM-SALA
           PERFORM BUSCA-SALA THRU BUSCA-SALA-FIM
           MOVE AG-PACIENTE TO EM-PACIENTE
           MOVE "P" TO EM-MODAL
           IF AG-VIDEO
                MOVE "V" TO EM-MODAL
                MOVE AG-LINK TO EM-LINK.
           WRITE REG-EMAGEN
           ADD 1 TO W-TOT-MED
           ADD 1 TO W-TOT-CONS
           EXIT.
      *--------------------[ DESCRICAO DA SALA ]------------------------
       BUSCA-SALA.
           IF AG-VIDEO
                MOVE "TELECONSULTA (VIDEO)" TO EM-SALA-DESC
                GO TO BUSCA-SALA-FIM.
           IF AG-SALA = ZEROS
                MOVE "SEM SALA ATRIBUIDA" TO EM-SALA-DESC
                GO TO BUSCA-SALA-FIM.
