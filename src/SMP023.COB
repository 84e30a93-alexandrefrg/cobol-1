                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AG-CHAVE
                    FILE STATUS  IS ST-ERRO2
                    ALTERNATE RECORD KEY IS AG-PACCOD
                                                      WITH DUPLICATES.
                    SELECT CADLOG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
           MOVE SEXO TO LG-SEXO-ANT
           MOVE SEXO TO LG-SEXO-NOVO
           MOVE DATANASC TO LG-DTNASC-ANT
           MOVE DATANASC TO LG-DTNASC-NOVO
           MOVE SPACES TO LG-APROVADOR
           MOVE ZEROS TO LG-DTVAL-ANT LG-DTVAL-NOVO.
       GRAVA-LOG-TENTA.
           WRITE REGLOG
           IF ST-ERRO3 = "22"
