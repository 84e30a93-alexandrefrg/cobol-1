      *-----------------------------------------------------------------
      * LAYOUT DO REGISTRO DA TRILHA DE AUDITORIA DO CADASTRO DE
      * PACIENTES (PACLOG.DAT), GRAVADO PELO AGD002 EM TODO CAMINHO
      * QUE MUDA O CADPAC: INCLUSAO (INC-WR1), ALTERACAO (ALT-RW1) E
      * EXCLUSAO (EXC-DL1). GUARDA A IMAGEM ANTES E DEPOIS DOS
      * CAMPOS DO PACIENTE - NA INCLUSAO O "ANTES" VAI ZERADO/EM
      * BRANCO, NA EXCLUSAO O "DEPOIS". O OPERADOR VEM DO OPRCOM,
      * COMO O AL-OPERADOR DO AGDLOG.
      * LIDO PELO RELATORIO DIARIO DE ALTERACOES DE PACIENTES
      * (AGD029) E EXPURGADO PELO AGD028 PARA OS PACIENTES
      * ANONIMIZADOS (LGPD).
      * ARQUIVO INDEXADO - CHAVE PG-CHAVE (DATA + HORA + SEQ DO
      * MOVIMENTO), COMO O AL-CHAVE DO AGDLOG.
      *-----------------------------------------------------------------
       01  REGPLG.
           03  PG-CHAVE.
               05  PG-DATA             PIC 9(08).
               05  PG-HORA             PIC 9(06).
               05  PG-SEQ              PIC 9(02).
           03  PG-OPER             PIC X(01).
               88  PG-INCLUSAO             VALUE "I".
               88  PG-ALTERACAO            VALUE "A".
               88  PG-EXCLUSAO             VALUE "E".
           03  PG-OPERADOR         PIC X(08).
           03  PG-PACCOD           PIC 9(06).
      *
      * IMAGEM ANTERIOR DO CADASTRO (DATA DE NASCIMENTO NA QUEBRA
      * DATANASC - DDMMAAAA)
      *
           03  PG-ANTES.
               05  PG-NOME-ANT         PIC X(30).
               05  PG-DTNASC-ANT       PIC 9(08).
               05  PG-FONE-ANT         PIC X(15).
               05  PG-CONV-ANT         PIC 9(03).
               05  PG-CART-ANT         PIC X(15).
      *
      * IMAGEM POSTERIOR DO CADASTRO
      *
           03  PG-DEPOIS.
               05  PG-NOME-NOVO        PIC X(30).
               05  PG-DTNASC-NOVO      PIC 9(08).
               05  PG-FONE-NOVO        PIC X(15).
               05  PG-CONV-NOVO        PIC 9(03).
               05  PG-CART-NOVO        PIC X(15).
      *
      * ACEITE DE CONTATO (PAC-CONTATO) ANTES E DEPOIS - FORA DOS
      * GRUPOS DE IMAGEM PARA NAO DESLOCAR OS REGISTROS JA GRAVADOS;
      * NOS MOVIMENTOS ANTERIORES AO CAMPO VEM EM BRANCO NOS DOIS.
      *
           03  PG-CONTATO.
               05  PG-CONT-ANT         PIC X(01).
               05  PG-CONT-NOVO        PIC X(01).
      *
      * RESPONSAVEL LEGAL (PAC-RESP/PAC-VINCULO) ANTES E DEPOIS - NO
      * FIM DO REGISTRO, COMO O PG-CONTATO; NOS MOVIMENTOS ANTERIORES
      * AO CAMPO VEM EM BRANCO NOS DOIS.
      *
           03  PG-RESPONSAVEL.
               05  PG-RESP-ANTES.
                   07  PG-RESP-ANT     PIC 9(06).
                   07  PG-VINC-ANT     PIC X(01).
               05  PG-RESP-DEPOIS.
                   07  PG-RESP-NOVO    PIC 9(06).
                   07  PG-VINC-NOVO    PIC X(01).
