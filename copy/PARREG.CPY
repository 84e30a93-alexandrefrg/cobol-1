      *
           03  PAR-SIGNON-MAX     PIC 9(02).
           03  PAR-SENHA-IDADE    PIC 9(03).
      *
      * PESQUISA DE SATISFACAO (VIDE AGD046): DIAS MINIMOS ENTRE DUAS
      * PESQUISAS PARA O MESMO PACIENTE. MESMA RESSALVA DO
      * PAR-ENCAIXE-MAX PARA CADPAR ANTIGO (VALOR HISTORICO 090).
      *
           03  PAR-PESQ-DIAS      PIC 9(03).
      *
      * APROVACAO DE ALTERACOES SENSIVEIS DO CADMED (VIDE SMP036):
      * DIAS QUE UM PEDIDO PODE FICAR PENDENTE ANTES DE SAIR NO
      * RELATORIO DIARIO (SMP007). MESMA RESSALVA DO PAR-ENCAIXE-MAX
      * PARA CADPAR ANTIGO (VALOR HISTORICO 003).
      *
           03  PAR-APV-DIAS       PIC 9(03).
      *
      * REGRAS DE FADIGA DA ESCALA DE PLANTAO (VIDE VALFADIGA.CPY):
      * DESCANSO MINIMO EM HORAS ENTRE DOIS PLANTOES, PROIBICAO DE
      * MANHA LOGO APOS NOITE (S/N), MAXIMO DE PLANTOES NO MES E
      * MAXIMO DE DIAS SEGUIDOS DE PLANTAO. ZERO DESLIGA A REGRA
      * NUMERICA. MESMA RESSALVA DO PAR-ENCAIXE-MAX PARA CADPAR
      * ANTIGO (VALORES PADRAO 11, S, 10 E 06).
      *
           03  PAR-PLT-DESCANSO   PIC 9(02).
           03  PAR-PLT-NOITE-MANHA PIC X(01).
           03  PAR-PLT-MAX-MES    PIC 9(02).
           03  PAR-PLT-MAX-SEGUIDOS PIC 9(02).
