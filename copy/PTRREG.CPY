      *-----------------------------------------------------------------
      * LAYOUT DA RESPOSTA AO PORTAL DO PACIENTE (PTLRESP.DAT) - UMA
      * LINHA POR PEDIDO DO PTLPED.DAT (PTLREG.CPY), GRAVADA PELO
      * AGD039. O ARQUIVO E ACRESCIDO A CADA RODADA E RECOLHIDO PELO
      * PORTAL. SITUACAO:
      *   A - CONSULTA AGENDADA NO MEDICO/DATA/HORA INFORMADOS
      *   F - SEM VAGA NAS DATAS PEDIDAS: PACIENTE NA FILA DE ESPERA
      *       DA ESPECIALIDADE (CADFLE) - A RECEPCAO LIGA QUANDO ABRIR
      *   R - PEDIDO RECUSADO - O MOTIVO VAI EM PS-MOTIVO
      * PS-PROVIS = "S" QUANDO O PEDIDO ABRIU UM CADASTRO PROVISORIO
      * NO CADPAC - O CODIGO NOVO VOLTA EM PS-PACCOD.
      *-----------------------------------------------------------------
       01  REGPTR.
           03  PS-PROTOCOLO        PIC X(12).
           03  PS-SITUACAO         PIC X(01).
               88  PS-AGENDADA             VALUE "A".
               88  PS-NA-FILA              VALUE "F".
               88  PS-RECUSADA             VALUE "R".
           03  PS-PACCOD           PIC 9(06).
           03  PS-PROVIS           PIC X(01).
           03  PS-CRM              PIC 9(06).
           03  PS-MEDICO           PIC X(30).
           03  PS-DATA             PIC 9(08).
           03  PS-HORA             PIC 9(04).
           03  PS-UNIDADE          PIC 9(02).
           03  PS-SALA             PIC 9(02).
           03  PS-MODAL            PIC X(01).
           03  PS-LINK             PIC X(20).
           03  PS-MOTIVO           PIC X(50).
