      *-----------------------------------------------------------------
      * LAYOUT DO REGISTRO DA TABELA CID-10 (CADCID.DAT) - CARREGADA
      * PELO SMP035 A PARTIR DA LISTA OFICIAL (ARQUIVOS DE CATEGORIAS
      * E DE SUBCATEGORIAS). O CODIGO E GUARDADO SEM O PONTO: "J06"
      * (CATEGORIA) OU "J069" (SUBCATEGORIA). O CAPITULO (1 A 22) E
      * DERIVADO DO CODIGO NA CARGA. LIDA PELO AGD001 NA MARCACAO DA
      * CONSULTA REALIZADA (VIDE PEDE-CID) E PELO RELATORIO MENSAL DE
      * MORBIDADE (AGD037).
      *-----------------------------------------------------------------
       01  REGCID.
           03  CI-CODIGO           PIC X(04).
           03  CI-CAPITULO         PIC 9(02).
           03  CI-DESCR            PIC X(50).
