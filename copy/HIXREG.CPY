      *-----------------------------------------------------------------
      * LAYOUT DO REGISTRO DO HISTORICO INDEXADO DE CONSULTAS
      * (AGDHIX.DAT). SUBSTITUI O ANTIGO HISTORICO SEQUENCIAL
      * (AGDHIST.DAT), CONVERTIDO UMA UNICA VEZ PELO SMP040 (HIXCONV).
      * CHAVE PRIMARIA PACIENTE + DATA (AAAAMMDD) + HORA + CRM - OS
      * PROGRAMAS POR PACIENTE (AGD014, AGD015, AGD026, AGD028) LEEM
      * SOMENTE AS LINHAS DO PROPRIO PACIENTE, EM ORDEM CRONOLOGICA.
      * GRAVADO PELO ARQUIVAMENTO NOTURNO (AGD011).
      * HX-AGD E A IMAGEM INTEGRAL DO REGISTRO DA AGENDA (REGAGD) -
      * AO ALTERAR O TAMANHO DO REGAGD.CPY, ACOMPANHAR AQUI.
      *-----------------------------------------------------------------
       01  REGHIX.
           03  HX-CHAVE.
               05  HX-PACCOD           PIC 9(06).
               05  HX-DATA             PIC 9(08).
               05  HX-HRCONS           PIC 9(04).
               05  HX-CRM              PIC 9(06).
           03  HX-AGD                  PIC X(214).
