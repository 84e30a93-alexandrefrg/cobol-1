      *-----------------------------------------------------------------
      * LAYOUT DO REGISTRO DE PENDENCIAS DE INATIVACAO DE MEDICO
      * (CADIMP.DAT). QUANDO UM MEDICO E INATIVADO - EXC-DL1 DO
      * SMP001 OU SUSPENSAO POR VALIDADE DE CRM NO SMP022 - OS
      * COMPROMISSOS FUTUROS DELE VIRAM UM REGISTRO CADA:
      *   "A" CONSULTA AGENDADA ("A") DE HOJE EM DIANTE NO CADAGD
      *   "F" PACIENTE PENDENTE ("P") NA FILA DE ESPERA (CADFIL)
      *   "H" DIA DA GRADE SEMANAL AINDA ATIVO (CADHOR)
      *   "P" PLANTAO DE HOJE EM DIANTE NA ESCALA (CADPLT)
      * A MESMA LISTA SAI IMPRESSA (IMPACTO.LST NO SMP001, SECAO
      * DE IMPACTO DO RELSUSP NO SMP022). OS ITENS "A" E "F" SAO A
      * LISTA DE TRABALHO DA RECEPCAO NO ASSISTENTE DE REMARCACAO
      * (AGD017, MODO I), QUE BAIXA O ITEM QUANDO O PACIENTE E
      * REACOMODADO. OS ITENS "H" E "P" FICAM PARA OS REGISTRADORES
      * (AGD003) E PARA A ESCALA (PLT001).
      * ARQUIVO INDEXADO - CHAVE IM-CHAVE (CRM + TIPO + DATA +
      * COMPLEMENTO). O COMPLEMENTO E A HORA (HHMM) NA CONSULTA, O
      * FI-SEQ NA FILA, O DIA DA SEMANA NA GRADE E TURNO/ESPEC NO
      * PLANTAO. NA GRADE A DATA E O INICIO DA VIGENCIA DA VERSAO
      * (HORREG.CPY). UMA NOVA INATIVACAO DO MESMO MEDICO REGRAVA O
      * ITEM.
      *-----------------------------------------------------------------
       01  REGIMP.
           03  IM-CHAVE.
               05  IM-CRM              PIC 9(06).
               05  IM-TIPO             PIC X(01).
                   88  IM-CONSULTA            VALUE "A".
                   88  IM-FILA                VALUE "F".
                   88  IM-GRADE               VALUE "H".
                   88  IM-PLANTAO             VALUE "P".
               05  IM-DATA             PIC 9(08).
               05  IM-COMPL            PIC 9(04).
           03  IM-DTINAT           PIC 9(08).
           03  IM-ORIGEM           PIC X(06).
           03  IM-OPERADOR         PIC X(08).
           03  IM-PACCOD           PIC 9(06).
           03  IM-PACIENTE         PIC X(30).
           03  IM-FONE             PIC X(15).
           03  IM-CONV             PIC 9(03).
           03  IM-ESPEC            PIC 9(02).
           03  IM-UNIDADE          PIC 9(02).
      *
      * SITUACAO DO ITEM - "P" PENDENTE; "R" RESOLVIDO PELO AGD017
      * (PACIENTE REMARCADO OU ATENDIDO POR OUTRO MEDICO); "D"
      * DISPENSADO PELA RECEPCAO (PACIENTE DESISTIU / NAO QUIS).
      * DATA E OPERADOR DA BAIXA FICAM NO PROPRIO ITEM.
      *
           03  IM-SITUACAO         PIC X(01).
               88  IM-PENDENTE            VALUE "P".
               88  IM-RESOLVIDO           VALUE "R".
               88  IM-DISPENSADO          VALUE "D".
           03  IM-DTBAIXA          PIC 9(08).
           03  IM-OPER-BAIXA       PIC X(08).
