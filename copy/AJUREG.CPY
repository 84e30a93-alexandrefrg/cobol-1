      *-----------------------------------------------------------------
      * LAYOUT DO REGISTRO DE AJUSTE TARDIO DA AGENDA (CADAJU.DAT).
      * UM REGISTRO POR MUDANCA DE SITUACAO FEITA PELO AGD050 EM
      * CONSULTA DE MES JA FECHADO (VIDE FECREG.CPY), COM O MOTIVO E
      * O SUPERVISOR QUE AUTORIZOU. A VALORIZACAO MENSAL (AGD012)
      * PRECIFICA OS AJUSTES PENDENTES (AJ-MES-FAT ZEROS) E GRAVA SO A
      * DIFERENCA NO FATURAMENTO SUPLEMENTAR (FATSUP.DAT) DO MES QUE
      * ESTA FECHANDO, MARCANDO AJ-MES-FAT, AJ-SINAL E AJ-VALOR.
      * ARQUIVO INDEXADO - CHAVE AJ-CHAVE (DATA + HORA + SEQ DO
      * AJUSTE), COMO A TRILHA DA AGENDA (AGLREG.CPY).
      *-----------------------------------------------------------------
       01  REGAJU.
           03  AJ-CHAVE.
               05  AJ-DATA             PIC 9(08).
               05  AJ-HORA             PIC 9(06).
               05  AJ-SEQ              PIC 9(02).
      *
      * CONSULTA AJUSTADA - CHAVE DO CADAGD (DATA DDMMAAAA) E MES DA
      * CONSULTA (AAAAMM, O MES FECHADO)
      *
           03  AJ-AGCRM            PIC 9(06).
           03  AJ-AGDATA           PIC X(08).
           03  AJ-AGHORA           PIC X(04).
           03  AJ-MES-CONS         PIC 9(06).
           03  AJ-PACCOD           PIC 9(06).
           03  AJ-STATUS-ANT       PIC X(01).
           03  AJ-STATUS-NOVO      PIC X(01).
           03  AJ-MOTIVO           PIC X(40).
           03  AJ-OPERADOR         PIC X(08).
      *
      * FATURAMENTO DA DIFERENCA - MES AAAAMM EM QUE O AJUSTE FOI
      * VALORIZADO (ZEROS = PENDENTE). SINAL "+" QUANDO A CONSULTA
      * PASSOU A REALIZADA, "-" QUANDO DEIXOU DE SER REALIZADA E
      * ESPACO QUANDO O AJUSTE NAO MEXE NO FATURAMENTO (EX. F PARA C).
      *
           03  AJ-MES-FAT          PIC 9(06).
           03  AJ-SINAL            PIC X(01).
           03  AJ-VALOR            PIC 9(07)V99.
