      *-----------------------------------------------------------------
      * LAYOUT DO ARQUIVO DE LOTE DE FATURAMENTO TISS POR CONVENIO
      * (TISS.CCC.NNNNNN), GERADO PELO AGD030 A PARTIR DO FATVAL.DAT.
      * TRES TIPOS DE REGISTRO, NA ORDEM:
      *   "1" CABECALHO - LOTE, PRESTADOR (CLINICA) E CONVENIO
      *   "2" GUIA      - UMA POR CONSULTA VALORIZADA DO CONVENIO,
      *                   COM O CID-10 PRINCIPAL QUANDO INFORMADO
      *   "9" TRAILER   - QUANTIDADE DE GUIAS E VALOR TOTAL DO LOTE
      * O CODIGO DO PRESTADOR E O INFORMADO NO SYSIN DO PASSO (O
      * CODIGO DA CLINICA JUNTO AS OPERADORAS).
      *-----------------------------------------------------------------
       01  REGTIS.
           03  TS-TIPO             PIC X(01).
               88  TS-CABECALHO            VALUE "1".
               88  TS-GUIA                 VALUE "2".
               88  TS-TRAILER              VALUE "9".
           03  TS-LOTE             PIC 9(06).
           03  TS-DADOS            PIC X(93).
      *
      * CABECALHO DO LOTE
      *
           03  TS-CAB REDEFINES TS-DADOS.
               05  TH-PRESTADOR       PIC X(14).
               05  TH-CONV            PIC 9(03).
               05  TH-NOMECONV        PIC X(30).
               05  TH-MES             PIC 9(06).
               05  TH-DTGER           PIC 9(08).
               05  FILLER             PIC X(32).
      *
      * GUIA DE CONSULTA
      *
           03  TS-GUI REDEFINES TS-DADOS.
               05  TG-SEQ             PIC 9(05).
               05  TG-CARTEIRA        PIC X(15).
               05  TG-PACCOD          PIC 9(06).
               05  TG-CRM             PIC 9(06).
               05  TG-ESPEC           PIC 9(02).
               05  TG-DATA            PIC 9(08).
               05  TG-HORA            PIC 9(04).
               05  TG-VALOR           PIC 9(07)V99.
               05  TG-AUTORIZ         PIC X(20).
               05  TG-CID             PIC X(04).
               05  FILLER             PIC X(14).
      *
      * TRAILER DO LOTE
      *
           03  TS-TRL REDEFINES TS-DADOS.
               05  TT-QTD             PIC 9(05).
               05  TT-TOTAL           PIC 9(09)V99.
               05  FILLER             PIC X(77).
