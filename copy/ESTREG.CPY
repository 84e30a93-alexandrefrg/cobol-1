      *-----------------------------------------------------------------
      * LAYOUT DO REGISTRO DO HISTORICO DE ESTATISTICAS DOS ARQUIVOS
      * (CADEST.DAT). UMA LINHA POR ARQUIVO DA SUITE E POR NOITE,
      * GRAVADA PELO SMP041 (CADNITE): QUANTIDADE DE REGISTROS,
      * TAMANHO DO REGISTRO E TAMANHO ESTIMADO EM KB (REGISTROS X
      * TAMANHO, SEM O INDICE). LIDA PELO RELATORIO SEMANAL DE
      * CRESCIMENTO (SMP042, CADSEM).
      * A LINHA DE DATA ZEROS DE CADA ARQUIVO E A LINHA DE CONTROLE:
      * GUARDA O MAIOR NUMERO DE REGISTROS JA CONTADO DESDE A ULTIMA
      * REORGANIZACAO (ES-PICO-ATUAL) - OS REGISTROS EXCLUIDOS NAO
      * DEVOLVEM O ESPACO AO ARQUIVO, ENTAO O PICO E A MEDIDA DO
      * ESPACO OCUPADO E REGISTROS/PICO E A TAXA DE OCUPACAO. A
      * REORGANIZACAO (SMP043) REINICIA O PICO COM A CONTAGEM DO
      * ARQUIVO RECARREGADO E REGISTRA A DATA EM ES-DTREORG.
      * ARQUIVO INDEXADO - CHAVE ES-CHAVE (ARQUIVO + DATA).
      *-----------------------------------------------------------------
       01  REGEST.
           03  ES-CHAVE.
               05  ES-ARQ             PIC X(08).
               05  ES-DATA            PIC 9(08).
           03  ES-DADOS.
               05  ES-REGS            PIC 9(09).
               05  ES-TAMREG          PIC 9(05).
               05  ES-KBYTES          PIC 9(09).
               05  ES-PICO            PIC 9(09).
      * OK = CONTADO, IN = ARQUIVO INEXISTENTE, ER = ERRO DE LEITURA
               05  ES-SITUACAO        PIC X(02).
                   88  ES-CONTADO             VALUE "OK".
                   88  ES-INEXISTENTE         VALUE "IN".
                   88  ES-ERRO                VALUE "ER".
           03  ES-CONTROLE REDEFINES ES-DADOS.
               05  ES-PICO-ATUAL      PIC 9(09).
               05  ES-DTREORG         PIC 9(08).
               05  ES-REGS-REORG      PIC 9(09).
               05  ES-DTULT           PIC 9(08).
