      * A DIFERENCA ENTRE O QUE O AGD012 DIZ E O QUE ENTRA    *
      * DEIXA DE SER PLANILHA. RODAR SOB DEMANDA QUANDO O     *
      * RETORNO CHEGA (VIDE FATPAGO.JCL).                     *
      * PROCEDIMENTOS E EXAMES (CRM DE RECURSO 999900 + SALA) *
      * SAEM NA SECAO POR MEDICO IDENTIFICADOS PELA SALA.     *
      * DATA CRIACAO : 02/09/2026                             *
      ********************************************************
      *----------------------------------------------------------------
            03 FV-PACCOD       PIC 9(06).
            03 FV-CONV          PIC 9(03).
            03 FV-VALOR        PIC 9(07)V99.
            03 FV-AUTORIZ     PIC X(20).
            03 FV-MODAL        PIC X(01).
            03 FV-PROC          PIC 9(04).
      * CID-10 PRINCIPAL DA CONSULTA (AG-CID) - ESPACOS SE NAO
      * INFORMADO E NOS PROCEDIMENTOS
            03 FV-CID           PIC X(04).
      * "S" = CONSULTA DE RETORNO DENTRO DA JANELA DO CONVENIO
      * (CV-DIAS-RET) - VALOR ZERO, NAO VAI PARA O LOTE TISS
            03 FV-RETORNO      PIC X(01).
      *
      * RETORNO DE PAGAMENTO POR CONSULTA
      *
       01 W-TOT-GLOSAS     PIC 9(06) VALUE ZEROS.
       01 W-TOT-SEMVAL     PIC 9(06) VALUE ZEROS.
       01 W-TOT-SEMRET     PIC 9(06) VALUE ZEROS.
       01 W-NOME-REC.
            03 FILLER          PIC X(19) VALUE "PROCEDIMENTOS SALA ".
            03 W-NREC-SALA     PIC 9(02).
            03 FILLER          PIC X(03) VALUE SPACES.
      *
      * O FATVAL DO MES E CARREGADO INTEIRO NA TABELA E CADA RETORNO
      * E PROCURADO NELA. ESTOURO DE TABELA APONTA NO SYSOUT - O
           ADD 1 TO W-IDX
           IF W-IDX > W-QTD-MED
                GO TO IMPRIME-ESP.
           IF W-TMED-CRM (W-IDX) > 999899
                COMPUTE W-NREC-SALA = W-TMED-CRM (W-IDX) - 999900
                MOVE W-NOME-REC TO NOME
           ELSE
                MOVE W-TMED-CRM (W-IDX) TO CRM
                READ CADMED
                     INVALID KEY
                          MOVE "MEDICO NAO CADASTRADO" TO NOME.
           MOVE SPACES TO LD-CHAVE
           MOVE NOME (1:24) TO LD-CHAVE
           MOVE W-TMED-QTD (W-IDX) TO LD-QTD
