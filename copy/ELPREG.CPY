      *-----------------------------------------------------------------
      * LAYOUT DO ARQUIVO DE CONSULTA PREVIA DE ELEGIBILIDADE AOS
      * PLANOS DE SAUDE (ELGPED.DAT), GERADO TODA NOITE PELO AGD042
      * COM AS CONSULTAS DE CONVENIO DE D+1 E D+2 E ENTREGUE A
      * CONECTIVIDADE COM AS OPERADORAS, QUE SEPARA POR CONVENIO.
      * TRES TIPOS DE REGISTRO, NA ORDEM:
      *   "1" CABECALHO - PRESTADOR (CLINICA) E DATA DE GERACAO
      *   "2" CONSULTA  - UMA POR CONSULTA A VERIFICAR
      *   "9" TRAILER   - QUANTIDADE DE CONSULTAS DO ARQUIVO
      * A SOLICITACAO (CRM + DATA + HORA) VOLTA NO RETORNO DAS
      * OPERADORAS E IDENTIFICA A CONSULTA (VIDE AGD043).
      * O CODIGO DO PRESTADOR E O INFORMADO NO SYSIN DO PASSO, COMO
      * NO LOTE TISS (TISREG.CPY).
      *-----------------------------------------------------------------
       01  REGELP.
           03  EP-TIPO             PIC X(01).
               88  EP-CABECALHO            VALUE "1".
               88  EP-CONSULTA             VALUE "2".
               88  EP-TRAILER              VALUE "9".
           03  EP-DADOS            PIC X(99).
      *
      * CABECALHO DO ARQUIVO
      *
           03  EP-CAB REDEFINES EP-DADOS.
               05  EPH-PRESTADOR      PIC X(14).
               05  EPH-DTGER          PIC 9(08).
               05  FILLER             PIC X(77).
      *
      * CONSULTA A VERIFICAR
      *
           03  EP-CON REDEFINES EP-DADOS.
               05  EPC-SOLIC.
                   07  EPC-CRM           PIC 9(06).
                   07  EPC-DATA          PIC 9(08).
                   07  EPC-HORA          PIC 9(04).
               05  EPC-CONV           PIC 9(03).
               05  EPC-CARTEIRA       PIC X(15).
               05  EPC-PACCOD         PIC 9(06).
               05  EPC-NOME           PIC X(30).
               05  EPC-DTNASC         PIC 9(08).
               05  EPC-ESPEC          PIC 9(02).
               05  FILLER             PIC X(17).
      *
      * TRAILER DO ARQUIVO
      *
           03  EP-TRL REDEFINES EP-DADOS.
               05  EPT-QTD            PIC 9(06).
               05  FILLER             PIC X(93).
