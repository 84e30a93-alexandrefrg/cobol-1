      * ESPECIALIDADE.
      *
           03  E-DURACAO       PIC 9(03).
      *
      * "S" = A CONSULTA DA ESPECIALIDADE SO PODE SER MARCADA COMO
      * REALIZADA COM O CID-10 INFORMADO (VIDE PEDE-CID NO AGD001).
      * MANTIDO PELO SMP002. OUTRO VALOR = CID OPCIONAL.
      *
           03  E-EXIGE-CID     PIC X(01).
               88  E-CID-OBRIGAT          VALUE "S".
