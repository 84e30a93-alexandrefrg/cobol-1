      *   - MEDICOS ESCALADOS DENTRO DE AUSENCIA DO CADAUS    *
      * RODA NO CADSEM DO FIM DO MES (PASSO COB030). SO LE -  *
      * OS ACERTOS SAO FEITOS PELO PLT001.                    *
      * TABELA DE COBERTURA INDEXADA, MANTIDA ONLINE NO       *
      * SMP037 - A LEITURA SEGUE SEQUENCIAL NA ORDEM DA       *
      * CHAVE.                                                *
      * DATA CRIACAO : 02/09/2026                             *
      ********************************************************
      *----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                    SELECT CADCOB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS CB-CHAVE
                    FILE STATUS  IS ST-ERRO.
                    SELECT CADPLT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
