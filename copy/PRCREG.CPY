      *-----------------------------------------------------------------
      * LAYOUT DO REGISTRO DO CATALOGO DE PROCEDIMENTOS E EXAMES
      * (CADPRC.DAT) - ECG, ESPIROMETRIA, COLOCACAO DE HOLTER E
      * PEQUENOS PROCEDIMENTOS DE CONSULTORIO. CADA PROCEDIMENTO TEM
      * A DURACAO EM MINUTOS E O RECURSO QUE OCUPA: UM CONSULTORIO OU
      * UM EQUIPAMENTO DO CADSAL (SA-TIPO, AGD013). MANTIDO PELO
      * SMP033 E LIDO PELO AGENDAMENTO DE PROCEDIMENTOS (AGD036).
      * O VALOR POR CONVENIO ESTA NA TABELA CADTPR (TPRREG.CPY).
      * ARQUIVO INDEXADO - CHAVE PR-CODIGO.
      *-----------------------------------------------------------------
       01  REGPRC.
           03  PR-CODIGO           PIC 9(04).
           03  PR-DESCR            PIC X(30).
           03  PR-DURACAO          PIC 9(03).
           03  PR-SALA             PIC 9(02).
           03  PR-SITUACAO         PIC X(01).
               88  PR-ATIVO                VALUE "A".
               88  PR-INATIVO              VALUE "I".
