           MOVE SEXO TO LG-SEXO-ANT
           MOVE DATANASC TO LG-DTNASC-ANT
           MOVE SPACES TO LG-NOME-NOVO LG-SEXO-NOVO
           MOVE ZEROS TO LG-ESPEC-NOVO LG-DTNASC-NOVO
           MOVE SPACES TO LG-APROVADOR
           MOVE ZEROS TO LG-DTVAL-ANT LG-DTVAL-NOVO.
       GRAVA-LOG-TENTA.
           WRITE REGLOG
           IF ST-ERRO3 = "22"
