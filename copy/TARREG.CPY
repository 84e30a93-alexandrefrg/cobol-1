               05  TA-CONV            PIC 9(03).
               05  TA-VIGENCIA      PIC 9(08).
           03  TA-VALOR            PIC 9(07)V99.
      *
      * VALOR DA TELECONSULTA (AG-MODAL "V") NA MESMA ESPECIALIDADE,
      * CONVENIO E VIGENCIA. ZEROS = A TELECONSULTA E COBRADA PELO
      * VALOR DA CONSULTA PRESENCIAL (TA-VALOR).
      *
           03  TA-VALOR-VIDEO      PIC 9(07)V99.
