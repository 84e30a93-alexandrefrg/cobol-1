                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS AG-CHAVE
                    FILE STATUS  IS ST-ERRO3
                    ALTERNATE RECORD KEY IS AG-PACCOD
                                                      WITH DUPLICATES.
                    SELECT CADLOG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS PAC-CODIGO
                    FILE STATUS  IS ST-ERRO6
                    ALTERNATE RECORD KEY IS PAC-NOME
                                                      WITH DUPLICATES
                    ALTERNATE RECORD KEY IS PAC-RESP
                                                      WITH DUPLICATES.
                    SELECT CADSAL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
      * NASCIMENTO FICA COMO FILLER PORQUE OS NOMES DO DATANASC
      * COLIDIRIAM COM OS DO REGMED, USADOS PELA VALDTNASC NA
      * VARREDURA DO CADMED. SO A CHAVE E CONFERIDA AQUI.
      * CONVENIO, CARTEIRINHA E MARCAS FICAM COMO FILLER ATE O
      * RESPONSAVEL, QUE E CHAVE ALTERNADA DO ARQUIVO.
      *
       FD CADPAC
               LABEL RECORD IS STANDARD
            03 PAC-NOME     PIC X(30).
            03 FILLER         PIC X(08).
            03 PAC-FONE     PIC X(15).
            03 FILLER         PIC X(20).
            03 PAC-RESP     PIC 9(06).
            03 FILLER         PIC X(01).
      *
       FD CADSAL
               LABEL RECORD IS STANDARD
           ADD 1 TO W-TOT-HOR
           MOVE "CADHOR" TO LE-ARQ
           MOVE SPACES TO LE-CHAVE
           MOVE HR-CHAVE TO LE-CHAVE (1:15)
           MOVE HR-CRM TO CRM
           READ CADMED
                INVALID KEY
           IF AG-MESCONS = 4 OR AG-MESCONS = 6 OR AG-MESCONS = 9
                                             OR AG-MESCONS = 11
                MOVE 30 TO W-ULTDIA.
           IF AG-MESCONS NOT = 2
                GO TO VALIDA-DTAGD-DIA.
           DIVIDE AG-ANOCONS BY 4 GIVING W-QUOC-AUX
                               REMAINDER W-RESTO4
           DIVIDE AG-ANOCONS BY 100 GIVING W-QUOC-AUX
                                 REMAINDER W-RESTO100
           DIVIDE AG-ANOCONS BY 400 GIVING W-QUOC-AUX
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
       VALIDA-DTAGD-DIA.
           IF AG-DIACONS < 1 OR AG-DIACONS > W-ULTDIA
                MOVE "N" TO W-DTNASC-OK.
       VALIDA-DTAGD-FIM.
