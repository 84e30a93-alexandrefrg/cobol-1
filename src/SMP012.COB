           MOVE LG-ESPEC-NOVO TO ESPEC
           MOVE LG-SEXO-NOVO TO SEXO
           MOVE LG-DTNASC-NOVO TO DATANASC
      * ALTERACAO APROVADA NO SMP036 TRAZ TAMBEM A VALIDADE DO CRM
           IF LG-DTVAL-NOVO NUMERIC AND LG-DTVAL-NOVO NOT = ZEROS
                MOVE LG-DTVAL-NOVO TO DTVALCRM.
           ADD 1 TO VERSAO-REG
           REWRITE REGMED
           IF ST-ERRO2 = "00" OR "02"
