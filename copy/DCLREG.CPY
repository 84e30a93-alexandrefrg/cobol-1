      *-----------------------------------------------------------------
      * LAYOUT DO REGISTRO DAS DECLARACOES DE COMPARECIMENTO
      * (CADDCL.DAT). UMA LINHA POR VIA IMPRESSA NO BALCAO PELA OPCAO D
      * DO AGD001 (VIDE DECLARA-EMITE), SO PARA CONSULTA COM CHEGADA
      * OU REALIZADA. A PRIMEIRA IMPRESSAO E A VIA 01 E RECEBE O
      * NUMERO E O CODIGO DE VERIFICACAO; CADA REIMPRESSAO GRAVA A
      * VIA SEGUINTE COM O MESMO NUMERO E CODIGO E SAI MARCADA COMO
      * COPIA. O REGISTRO GUARDA O QUE FOI IMPRESSO, PARA A CONSULTA
      * DO AGD052 RESPONDER AO EMPREGADOR/ESCOLA QUE CONFERE UMA
      * DECLARACAO PELO NUMERO E CODIGO.
      * A CHAVE 0000000/00 E O REGISTRO DE CONTROLE DA NUMERACAO -
      * GUARDA O ULTIMO NUMERO EMITIDO EM DC-ULTIMO (MESMA DISCIPLINA
      * DO CX-ULTIMO DO CADCXA).
      * ARQUIVO INDEXADO - CHAVE DC-CHAVE; CHAVE ALTERNADA DC-AGCHAVE
      * (A CHAVE DA CONSULTA NO CADAGD) COM DUPLICATAS.
      *-----------------------------------------------------------------
       01  REGDCL.
           03  DC-CHAVE.
               05  DC-NUMERO          PIC 9(07).
               05  DC-VIA             PIC 9(02).
           03  DC-AGCHAVE.
               05  DC-CRM             PIC 9(06).
               05  DC-DTCONS          PIC 9(08).
               05  DC-HRCONS          PIC 9(04).
           03  DC-CONTROLE REDEFINES DC-AGCHAVE.
               05  DC-ULTIMO          PIC 9(07).
               05  FILLER             PIC X(11).
           03  DC-PACCOD           PIC 9(06).
           03  DC-PACIENTE         PIC X(30).
           03  DC-MEDICO           PIC X(30).
           03  DC-UNIDADE          PIC 9(02).
      * CHEGADA (AG-HRCHEG) E TERMINO (AG-HRFIM, ZEROS = NAO
      * REGISTRADO) DA CONSULTA NO MOMENTO DA IMPRESSAO
           03  DC-HRCHEG           PIC 9(04).
           03  DC-HRFIM            PIC 9(04).
           03  DC-CODVER           PIC 9(06).
      * DATA (AAAAMMDD), HORA E OPERADOR DA IMPRESSAO DA VIA
           03  DC-DTEMI            PIC 9(08).
           03  DC-HREMI            PIC 9(04).
           03  DC-OPERADOR         PIC X(08).
