      *-----------------------------------------------------------------
      * LAYOUT DO RETORNO (ACK) DO PRONTUARIO ELETRONICO PARA O
      * ARQUIVO DE EVENTOS DA AGENDA (EHRREG.CPY) - LAYOUT COMBINADO
      * COM A EQUIPE DO HOSPITAL, UMA LINHA POR EVENTO RECEBIDO.
      * LIDO PELO AGD041, QUE IMPRIME AS REJEICOES PARA CORRECAO.
      *   EA-ID        - EE-ID DO EVENTO (CHAVE DO AGDLOG); ZEROS =
      *                  O LOTE INTEIRO FOI RECUSADO
      *   EA-RESULTADO - A = ACEITO, R = REJEITADO
      *   EA-CODIGO / EA-TEXTO - MOTIVO DA REJEICAO DADO PELO
      *                  PRONTUARIO
      *-----------------------------------------------------------------
       01  REGEHA.
           03  EA-LOTE             PIC 9(06).
           03  EA-ID               PIC 9(16).
           03  EA-RESULTADO        PIC X(01).
               88  EA-ACEITO               VALUE "A".
               88  EA-REJEITADO            VALUE "R".
           03  EA-CODIGO           PIC X(04).
           03  EA-TEXTO            PIC X(60).
