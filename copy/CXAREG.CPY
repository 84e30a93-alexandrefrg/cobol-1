      *-----------------------------------------------------------------
      * LAYOUT DO REGISTRO DO CAIXA DA RECEPCAO (CADCXA.DAT). UM
      * RECIBO NUMERADO POR RECEBIMENTO DE CONSULTA PARTICULAR
      * (AG-CONV ZEROS), GRAVADO PELO AGD001 NA MARCACAO DE CHEGADA/
      * REALIZADA OU PELA OPCAO X DO BALCAO (VIDE CAIXA-RECEBE), COM
      * VALOR, FORMA DE PAGAMENTO, OPERADOR E UNIDADE. O CANCELAMENTO
      * DA CONSULTA OFERECE A DEVOLUCAO (SITUACAO "E" - ESTORNADO);
      * RECIBO ATIVO DE CONSULTA CANCELADA SAI COMO ESTORNO PENDENTE
      * NO FECHAMENTO DIARIO DO CAIXA (AGD033, NO CADNITE). NA
      * REMARCACAO O RECIBO ACOMPANHA A CONSULTA PARA O NOVO HORARIO.
      * O RECIBO 0000000 E O REGISTRO DE CONTROLE DA NUMERACAO - GUARDA
      * O ULTIMO NUMERO EMITIDO EM CX-ULTIMO.
      * ARQUIVO INDEXADO - CHAVE CX-RECIBO; CHAVES ALTERNADAS
      * CX-AGCHAVE (A CHAVE DA CONSULTA NO CADAGD) E CX-DTPAG, AMBAS
      * COM DUPLICATAS.
      *-----------------------------------------------------------------
       01  REGCXA.
           03  CX-RECIBO           PIC 9(07).
           03  CX-AGCHAVE.
               05  CX-CRM             PIC 9(06).
               05  CX-DTCONS          PIC 9(08).
               05  CX-HRCONS          PIC 9(04).
           03  CX-CONTROLE REDEFINES CX-AGCHAVE.
               05  CX-ULTIMO          PIC 9(07).
               05  FILLER             PIC X(11).
           03  CX-PACCOD           PIC 9(06).
           03  CX-PACIENTE         PIC X(30).
           03  CX-VALOR            PIC 9(07)V99.
           03  CX-FORMA            PIC X(01).
               88  CX-DINHEIRO             VALUE "D".
               88  CX-DEBITO               VALUE "B".
               88  CX-CREDITO              VALUE "C".
               88  CX-PIX                  VALUE "P".
               88  CX-FORMA-OK             VALUE "D" "B" "C" "P".
           03  CX-OPERADOR         PIC X(08).
           03  CX-UNIDADE          PIC 9(02).
      * DATA (AAAAMMDD) E HORA DO RECEBIMENTO
           03  CX-DTPAG            PIC 9(08).
           03  CX-HRPAG            PIC 9(04).
           03  CX-SITUACAO         PIC X(01).
               88  CX-ATIVO                VALUE "A".
               88  CX-ESTORNADO            VALUE "E".
      * DATA (AAAAMMDD) E OPERADOR DA DEVOLUCAO - ZEROS/ESPACOS
      * ENQUANTO O RECIBO ESTIVER ATIVO
           03  CX-DTEST            PIC 9(08).
           03  CX-OPEREST          PIC X(08).
