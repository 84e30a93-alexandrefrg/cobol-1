           03  CV-SITUACAO         PIC X(01).
               88  CV-ATIVO                VALUE "A".
               88  CV-INATIVO              VALUE "I".
      *
      * JANELA DE RETORNO DO CONTRATO EM DIAS - A CONSULTA DE RETORNO
      * (AG-RET-ORIGEM) FEITA ATE ESTE PRAZO DEPOIS DA CONSULTA DE
      * ORIGEM NAO E COBRAVEL E O AGD012 A VALORIZA COM ZERO. ZEROS =
      * O PLANO NAO TEM RETORNO GRATUITO.
      *
           03  CV-DIAS-RET         PIC 9(03).
