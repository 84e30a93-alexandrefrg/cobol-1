      *--------------------[ RESPONSAVEL LEGAL DO PACIENTE ]------------
      * REGRAS DO RESPONSAVEL LEGAL (PAC-RESP/PAC-VINCULO DO PACREG),
      * COMPARTILHADAS PELO CADASTRO (AGD002), PELO AGENDAMENTO
      * (AGD001, AGD039) E PELAS EXTRACOES QUE LIGAM PARA O PACIENTE
      * - VIDE RESPWS.CPY. O PACIENTE ESTA NO BUFFER REGPAC DO
      * CADPAC, QUE TEM QUE ESTAR ABERTO COM ACESSO DINAMICO.
      *
      * VALIDA-RESP - MENOR DE 18 ANOS SO AGENDA COM RESPONSAVEL
      * LIGADO NO CADASTRO. QUEM CHAMA TESTA W-RSP-OK E EXIBE
      * W-RSP-MSG DO SEU JEITO.
       VALIDA-RESP.
                MOVE "S" TO W-RSP-OK
                MOVE SPACES TO W-RSP-MSG
                PERFORM CALCULA-MENOR THRU CALCULA-MENOR-FIM
                IF W-RSP-MENOR NOT = "S"
                     GO TO VALIDA-RESP-FIM.
                IF PAC-RESP NUMERIC
                     IF PAC-RESP NOT = ZEROS
                          GO TO VALIDA-RESP-FIM.
                MOVE "N" TO W-RSP-OK
                MOVE "MENOR DE 18 ANOS SEM RESPONSAVEL NO CADPAC"
                                                     TO W-RSP-MSG.
       VALIDA-RESP-FIM.
                EXIT.
      *
      * CALCULA-MENOR - W-RSP-MENOR = "S" QUANDO O PACIENTE DO BUFFER
      * AINDA NAO FEZ 18 ANOS HOJE (HOJE MENOS O NASCIMENTO, OS DOIS
      * EM AAAAMMDD, MENOR QUE 180000). CADASTRO SEM DATA DE
      * NASCIMENTO (ANONIMIZADO) NAO E MENOR.
       CALCULA-MENOR.
                MOVE "N" TO W-RSP-MENOR
                IF DATANASC OF REGPAC NOT NUMERIC
                     GO TO CALCULA-MENOR-FIM.
                IF ANONASC OF REGPAC = ZEROS
                     GO TO CALCULA-MENOR-FIM.
                ACCEPT W-RSP-HOJE FROM DATE YYYYMMDD
                COMPUTE W-RSP-NASC = (ANONASC OF REGPAC * 10000)
                                   + (MESNASC OF REGPAC * 100)
                                   + DIANASC OF REGPAC
                IF W-RSP-HOJE - W-RSP-NASC < 180000
                     MOVE "S" TO W-RSP-MENOR.
       CALCULA-MENOR-FIM.
                EXIT.
      *
      * BUSCA-FONE-RESP - TELEFONE PARA LIGAR AO PACIENTE, DEVOLVIDO
      * EM W-RSP-FONE: O DO RESPONSAVEL QUANDO HA RESPONSAVEL LIGADO
      * E ELE TEM TELEFONE NO CADASTRO; SENAO O DO PROPRIO PACIENTE.
      * O RESPONSAVEL E LIDO NO PROPRIO CADPAC E O REGISTRO DO
      * PACIENTE VOLTA PARA O BUFFER SEM ALTERACAO.
       BUSCA-FONE-RESP.
                MOVE PAC-FONE TO W-RSP-FONE
                MOVE "N" TO W-RSP-DO-RESP W-RSP-LEU
                IF PAC-RESP NOT NUMERIC
                     GO TO BUSCA-FONE-RESP-FIM.
                IF PAC-RESP = ZEROS OR PAC-RESP = PAC-CODIGO
                     GO TO BUSCA-FONE-RESP-FIM.
                MOVE REGPAC TO W-RSP-REGPAC
                MOVE "S" TO W-RSP-LEU
                MOVE PAC-RESP TO PAC-CODIGO
                READ CADPAC
                     INVALID KEY
                          MOVE SPACES TO PAC-FONE.
                IF PAC-FONE NOT = SPACES
                     MOVE PAC-FONE TO W-RSP-FONE
                     MOVE "S" TO W-RSP-DO-RESP.
                MOVE W-RSP-REGPAC TO REGPAC.
       BUSCA-FONE-RESP-FIM.
                EXIT.
