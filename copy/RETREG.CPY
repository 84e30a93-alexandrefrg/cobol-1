      *-----------------------------------------------------------------
      * LAYOUT DO REGISTRO DOS PEDIDOS DE RETORNO (CADRET.DAT). UM
      * REGISTRO POR CONSULTA REALIZADA EM QUE O MEDICO PEDIU QUE O
      * PACIENTE VOLTE (COM RESULTADO DE EXAME, REAVALIACAO ETC.) -
      * GRAVADO PELO AGD001 NA MARCACAO DA REALIZADA (VIDE
      * PEDE-RETORNO) E APAGADO SE A SITUACAO FOR DESFEITA.
      * A CHAVE COMECA PELO PACIENTE PARA O AGD001 ACHAR O PEDIDO EM
      * ABERTO NO AGENDAMENTO DO RETORNO (VIDE BUSCA-RET); A DATA E
      * AAAAMMDD. A CONSULTA DE RETORNO APONTA PARA A CONSULTA DE
      * ORIGEM EM AG-RET-ORIGEM (REGAGD.CPY), E O PEDIDO SEM RETORNO
      * ATIVO NA AGENDA SAI NA LISTA SEMANAL DE RETORNOS A MARCAR
      * (AGD038).
      * ARQUIVO INDEXADO - CHAVE RT-CHAVE.
      *-----------------------------------------------------------------
       01  REGRET.
           03  RT-CHAVE.
               05  RT-PACCOD          PIC 9(06).
               05  RT-DTORIG          PIC 9(08).
               05  RT-HRORIG          PIC 9(04).
               05  RT-CRMORIG         PIC 9(06).
      * MEDICO QUE PEDIU O RETORNO (NORMALMENTE O DA CONSULTA) - O
      * RETORNO E MARCADO NA AGENDA DELE
           03  RT-CRMSOL           PIC 9(06).
      * PRAZO PEDIDO EM DIAS E DATA PREVISTA (ORIGEM + PRAZO)
           03  RT-DIAS             PIC 9(03).
           03  RT-DTPREV           PIC 9(08).
      * CONVENIO DA CONSULTA DE ORIGEM - A JANELA DE RETORNO SEM
      * COBRANCA E A DO PLANO (CV-DIAS-RET, CONREG.CPY)
           03  RT-CONV             PIC 9(03).
      * INSTANTE DO REGISTRO DO PEDIDO E OPERADOR
           03  RT-DTREG            PIC 9(08).
           03  RT-OPERADOR         PIC X(08).
