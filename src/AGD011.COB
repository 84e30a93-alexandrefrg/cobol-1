      * DE TOTAL DE CONTROLE DO SMP005/SMP014 (LIDOS =        *
      * ARQUIVADOS + MANTIDOS). O HISTORICO PASSA A SER A     *
      * ENTRADA DAS ESTATISTICAS DE LONGO PRAZO.              *
      * O HISTORICO PASSA A SER O AGDHIX.DAT, INDEXADO POR    *
      * PACIENTE + DATA (HIXREG) - LINHA JA ARQUIVADA NUMA    *
      * REEXECUCAO E REGRAVADA, SEM DUPLICAR. CADAGD.NOVO SAI *
      * COM A CHAVE ALTERNADA POR PACIENTE.                   *
      * DATA CRIACAO : 22/08/2026                             *
      ********************************************************
      *----------------------------------------------------------------
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS AG-CHAVE
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS AG-PACCOD
                                                      WITH DUPLICATES.
                    SELECT AGDHIX ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS HX-CHAVE
                    FILE STATUS  IS ST-ERRO2.
                    SELECT AGDNOVO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS AGN-CHAVE
                    FILE STATUS  IS ST-ERRO3
                    ALTERNATE RECORD KEY IS AGN-PACCOD
                                                      WITH DUPLICATES.
                    SELECT RELARQ ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO4.
               VALUE OF FILE-ID IS "CADAGD.DAT".
           COPY REGAGD.
      *
       FD AGDHIX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "AGDHIX.DAT".
           COPY HIXREG.
      *
       FD AGDNOVO
               LABEL RECORD IS STANDARD
           IF ST-ERRO NOT = "00"
                DISPLAY "ERRO NA ABERTURA DO CADAGD - ST=" ST-ERRO
                GOBACK.
       ABRIR-HIX.
           OPEN I-O AGDHIX
           IF ST-ERRO2 NOT = "00"
                IF ST-ERRO2 = "30" OR ST-ERRO2 = "35"
                     OPEN OUTPUT AGDHIX
                     CLOSE AGDHIX
                     GO TO ABRIR-HIX
                ELSE
                     DISPLAY "ERRO NA ABERTURA DO AGDHIX - ST="
                                                            ST-ERRO2
                     GOBACK.
           OPEN OUTPUT AGDNOVO
      * (AGH080, COND=(4,LT,AGH070)) NAO PODE RODAR SOBRE UM
      * CADAGD.NOVO PELA METADE.
           IF W-DATA-CONS < W-DATA-CORTE
                PERFORM GRAVA-HIX THRU GRAVA-HIX-FIM
                IF ST-ERRO2 NOT = "00"
                     DISPLAY "ERRO NO HISTORICO - ST=" ST-ERRO2
                     MOVE 8 TO RETURN-CODE
           PERFORM LER-CADAGD THRU LER-CADAGD-FIM.
       PROCESSA-FIM.
           EXIT.
      *--------------------[ GRAVACAO NO HISTORICO INDEXADO ]----------
      * A CHAVE DO HISTORICO E PACIENTE + DATA (AAAAMMDD) + HORA + CRM.
      * SE O AGH070 FOR REEXECUTADO DEPOIS DE UMA FALHA NO AGH080, A
      * CONSULTA JA ARQUIVADA VOLTA COM A MESMA CHAVE ("22") - A LINHA
      * E REGRAVADA COM A IMAGEM ATUAL E O HISTORICO NAO DUPLICA.
       GRAVA-HIX.
           MOVE AG-PACCOD   TO HX-PACCOD
           MOVE W-DATA-CONS TO HX-DATA
           MOVE AG-HRCONS   TO HX-HRCONS
           MOVE AG-CRM      TO HX-CRM
           MOVE REGAGD      TO HX-AGD
           WRITE REGHIX
           IF ST-ERRO2 = "22"
                REWRITE REGHIX.
       GRAVA-HIX-FIM.
           EXIT.
      *--------------------[ ENCERRAMENTO ]-----------------------------
       ROT-FIM.
           MOVE W-TOT-LIDOS TO LC-LIDOS
           DISPLAY "CONSULTAS LIDAS      : " W-TOT-LIDOS
           DISPLAY "CONSULTAS ARQUIVADAS: " W-TOT-ARQ
           DISPLAY "CONSULTAS MANTIDAS   : " W-TOT-MANT
           CLOSE CADAGD AGDHIX AGDNOVO RELARQ.
       ROT-FIM-FIM.
           EXIT.
