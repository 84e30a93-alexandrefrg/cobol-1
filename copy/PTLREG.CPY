      *-----------------------------------------------------------------
      * LAYOUT DO PEDIDO DE AGENDAMENTO ENVIADO PELO PORTAL DO
      * PACIENTE DO HOSPITAL (PTLPED.DAT) - LAYOUT COMBINADO COM A
      * EQUIPE DO PORTAL, UM PEDIDO POR LINHA. PROCESSADO PELO AGD039
      * VARIAS VEZES AO DIA (JOB AGDPORT), COM AS MESMAS REGRAS DO
      * AGENDAMENTO NO BALCAO (AGD001). A RESPOSTA DE CADA PEDIDO
      * VOLTA NO PTLRESP.DAT (PTRREG.CPY) COM O MESMO PROTOCOLO.
      * TODAS AS DATAS SAO AAAAMMDD.
      *-----------------------------------------------------------------
       01  REGPTL.
           03  PO-PROTOCOLO        PIC X(12).
      *
      * PACIENTE JA CADASTRADO (CODIGO DO CADPAC) OU ZEROS = PACIENTE
      * NOVO, COM OS DADOS ABAIXO PARA O CADASTRO PROVISORIO
      *
           03  PO-PACCOD           PIC 9(06).
           03  PO-NOME             PIC X(30).
           03  PO-DTNASC           PIC 9(08).
           03  PO-DTNASC-R REDEFINES PO-DTNASC.
               05  PO-NASC-ANO         PIC 9(04).
               05  PO-NASC-MES         PIC 9(02).
               05  PO-NASC-DIA         PIC 9(02).
           03  PO-FONE             PIC X(15).
           03  PO-CONV             PIC 9(03).
           03  PO-CARTEIRA         PIC X(15).
      *
      * MEDICO PEDIDO (CRM) OU, COM CRM ZEROS, QUALQUER MEDICO ATIVO
      * DA ESPECIALIDADE
      *
           03  PO-CRM              PIC 9(06).
           03  PO-ESPEC            PIC 9(02).
      *
      * ATE TRES DATAS PREFERIDAS (ZEROS = NAO USADA) E O PERIODO
      * (M=MANHA T=TARDE X OU ESPACO=QUALQUER)
      *
           03  PO-DTPREF           PIC 9(08) OCCURS 3 TIMES.
           03  PO-PERIODO          PIC X(01).
      *
      * LIMITE DA ESPERA SE NAO HOUVER VAGA (ZEROS = +30 DIAS)
      *
           03  PO-DTLIMITE         PIC 9(08).
      *
      * MODALIDADE (P OU ESPACO = PRESENCIAL, V = VIDEO) E GUIA DE
      * AUTORIZACAO DO CONVENIO, QUANDO O PLANO EXIGIR (PLNREG.CPY)
      *
           03  PO-MODAL            PIC X(01).
           03  PO-AUTORIZ          PIC X(20).
           03  PO-AUTVAL           PIC 9(08).
