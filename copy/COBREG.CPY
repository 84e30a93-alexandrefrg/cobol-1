      * PLANTAO (CADCOB.DAT). UMA LINHA POR ESPECIALIDADE, DIA DA
      * SEMANA (1=DOMINGO ... 7=SABADO; 0 = TODOS OS DIAS) E TURNO
      * (1=MANHA 2=TARDE 3=NOITE) QUE A ESCALA DO MES E OBRIGADA A
      * COBRIR. ARQUIVO INDEXADO - CHAVE CB-CHAVE (O REGISTRO E SO
      * A CHAVE) - MANTIDO PELA COORDENACAO CLINICA NO SMP037, COM
      * TRILHA NO TABLOG. LIDO PELA CRITICA DE COBERTURA DA ESCALA DO
      * MES SEGUINTE (PLT006, NO CADSEM DO FIM DO MES).
      * OS ANTIGOS CARTOES FORAM CONVERTIDOS PELO SMP039 (TABCONV).
      *-----------------------------------------------------------------
       01  REGCOB.
           03  CB-CHAVE.
               05  CB-ESPEC            PIC 9(02).
               05  CB-DIASEM           PIC 9(01).
               05  CB-TURNO            PIC 9(01).
