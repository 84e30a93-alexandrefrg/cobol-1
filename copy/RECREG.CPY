      * DE RETORNO, COM O INTERVALO EM MESES ALEM DO QUAL O PACIENTE
      * SEM CONSULTA REALIZADA DEVE SER CONTATADO (CARDIOLOGIA = 6,
      * POR EXEMPLO). ESPECIALIDADE SEM LINHA NAO ENTRA NA
      * CAMPANHA. ARQUIVO INDEXADO - CHAVE RC-ESPEC - MANTIDO PELA
      * COORDENACAO CLINICA NO SMP038, COM TRILHA NO TABLOG. LIDO
      * PELA EXTRACAO DE RECHAMADA DE PACIENTES (AGD026).
      * OS ANTIGOS CARTOES FORAM CONVERTIDOS PELO SMP039 (TABCONV).
      *-----------------------------------------------------------------
       01  REGREC.
           03  RC-ESPEC            PIC 9(02).
