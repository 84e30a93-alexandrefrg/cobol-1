      *-----------------------------------------------------------------
      * LAYOUT DO ARQUIVO DE EVENTOS DA AGENDA PARA O PRONTUARIO
      * ELETRONICO DO HOSPITAL (EHRFEED.DAT), GERADO PELO AGD040 A
      * PARTIR DO AGDLOG VARIAS VEZES AO DIA (JOB AGDEHR). UM LOTE
      * POR EXECUCAO, TRES TIPOS DE REGISTRO, NA ORDEM:
      *   "1" CABECALHO - NUMERO DO LOTE E INSTANTE DA GERACAO
      *   "2" EVENTO    - UM POR MOVIMENTO DO AGDLOG, NA ORDEM DA
      *                   TRILHA. O EE-ID (CHAVE DO AGDLOG) E UNICO
      *                   E E O IDENTIFICADOR DEVOLVIDO NO RETORNO
      *                   (EHAREG.CPY)
      *   "9" TRAILER   - QUANTIDADE DE EVENTOS E ULTIMO EE-ID. LOTE
      *                   SEM TRAILER ESTA INCOMPLETO E NAO DEVE SER
      *                   CARREGADO
      * O EE-GATILHO SEGUE OS EVENTOS DE AGENDAMENTO DO PADRAO DE
      * MENSAGENS DO HOSPITAL (S12 NOVO, S13 REMARCACAO, S14
      * MUDANCA DE SITUACAO, S15 CANCELAMENTO, S26 FALTA). TODAS
      * AS DATAS SAO AAAAMMDD.
      *-----------------------------------------------------------------
       01  REGEHR.
           03  EV-TIPO             PIC X(01).
               88  EV-CABECALHO            VALUE "1".
               88  EV-EVENTO               VALUE "2".
               88  EV-TRAILER              VALUE "9".
           03  EV-LOTE             PIC 9(06).
           03  EV-DADOS            PIC X(170).
      *
      * CABECALHO DO LOTE
      *
           03  EV-CAB REDEFINES EV-DADOS.
               05  EH-ORIGEM          PIC X(08).
               05  EH-DTGER           PIC 9(08).
               05  EH-HRGER           PIC 9(06).
               05  FILLER             PIC X(148).
      *
      * EVENTO DE AGENDA
      *   EE-SITUACAO: A AGENDADA          R REMARCADA (NOVO HORARIO)
      *                O HORARIO ORIGINAL  C CANCELADA
      *                  DA REMARCACAO     P CHEGADA (CHECK-IN)
      *                Z REALIZADA         F FALTA
      *                X SITUACAO DESFEITA/CORRIGIDA NO BALCAO
      *
           03  EV-EVT REDEFINES EV-DADOS.
               05  EE-ID              PIC 9(16).
               05  EE-GATILHO         PIC X(03).
               05  EE-SITUACAO        PIC X(01).
               05  EE-OPERADOR        PIC X(08).
               05  EE-PACCOD          PIC 9(06).
               05  EE-PACIENTE        PIC X(30).
               05  EE-DTNASC          PIC 9(08).
               05  EE-CONV            PIC 9(03).
               05  EE-CARTEIRA        PIC X(15).
               05  EE-CRM             PIC 9(06).
               05  EE-MEDICO          PIC X(30).
               05  EE-ESPEC           PIC 9(02).
               05  EE-DATA            PIC 9(08).
               05  EE-HORA            PIC 9(04).
               05  EE-UNIDADE         PIC 9(02).
               05  EE-SALA            PIC 9(02).
               05  EE-MODAL           PIC X(01).
               05  EE-LINK            PIC X(20).
               05  EE-STATUS-ANT      PIC X(01).
               05  EE-STATUS          PIC X(01).
               05  FILLER             PIC X(03).
      *
      * TRAILER DO LOTE
      *
           03  EV-TRL REDEFINES EV-DADOS.
               05  ET-QTD             PIC 9(06).
               05  ET-ULT-ID          PIC 9(16).
               05  FILLER             PIC X(148).
