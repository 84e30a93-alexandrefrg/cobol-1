      * UNIDADE DA FAIXA DA GRADE (VIDE R5 / HORREG.CPY).
      *
           03  SA-UNIDADE          PIC 9(02).
      *
      * TIPO DO RECURSO - ESPACO (GRAVADA ANTES DO CAMPO EXISTIR) OU
      * "C" = CONSULTORIO; "E" = EQUIPAMENTO DE EXAME (ELETROCARDIO-
      * GRAFO, ESPIROMETRO, HOLTER...). EQUIPAMENTO NAO RECEBE
      * CONSULTA NO AGD001 (VIDE R5) - SO PROCEDIMENTOS DO CATALOGO
      * (PRCREG.CPY) AGENDADOS NO AGD036, QUE CONFERE A OCUPACAO DO
      * RECURSO COMO O VALIDA-SALA CONFERE A DA SALA.
      *
           03  SA-TIPO             PIC X(01).
               88  SA-CONSULTORIO          VALUE "C" " ".
               88  SA-EQUIPAMENTO          VALUE "E".
