      *************************************************************************
      * CPNFI.CPY - LAYOUT DOS ITENS DA NOTA FISCAL DE SAIDA (ARQNFI.DAT)     *
      *             UM REGISTRO POR ITEM ATIVO DO PEDIDO, COM OS DADOS        *
      *             FISCAIS DO PRODUTO CONGELADOS NA DATA DA EMISSAO.         *
      *             BASE DO ICMS = VALOR DO ITEM (MAIS O IPI QUANDO O         *
      *             DESTINATARIO E PESSOA FISICA - CONSUMIDOR FINAL), MAIS A  *
      *             PARTE DO FRETE CIF RATEADA PELO VALOR DO ITEM.            *
      *             TOTAL DO ITEM = VALOR DO ITEM + IPI.                      *
      * USADO POR. SCE005, SCE016, SCE017, SCE038                             *
      *************************************************************************
       01 REGNFI.
          03 CHAVE-NFI.
             05 NFI-SERIE            PIC 9(03).
             05 NFI-NUMERO           PIC 9(06).
             05 NFI-ITEM             PIC 9(03).
          03 NFI-PEDITEM             PIC 9(03).
          03 NFI-CODPRO              PIC 9(06).
          03 NFI-DESCRICAO           PIC X(30).
          03 NFI-NCM                 PIC 9(08).
          03 NFI-ORIGEM              PIC 9(01).
          03 NFI-CFOP                PIC 9(04).
          03 NFI-UNIDADE             PIC X(02).
          03 NFI-QUANTIDADE          PIC 9(06).
          03 NFI-VLRUNIT             PIC 9(06)V99.
          03 NFI-VLRITEM             PIC 9(07)V99.
          03 NFI-BASEICMS            PIC 9(07)V99.
          03 NFI-ALIQICMS            PIC 9(02)V99.
          03 NFI-VLRICMS             PIC 9(07)V99.
          03 NFI-ALIQIPI             PIC 9(02)V99.
          03 NFI-VLRIPI              PIC 9(07)V99.
          03 NFI-VLRTOTAL            PIC 9(07)V99.
