      *************************************************************************
      * CPKIT.CPY - LAYOUT DA ESTRUTURA DE KITS (ARQKIT.DAT)                  *
      *             UM REGISTRO POR COMPONENTE DE UM KIT. O KIT E UM          *
      *             PRODUTO COMUM DE ARQPRO (PRECO, DESCRICAO) SEM ESTOQUE    *
      *             PROPRIO - NA VENDA O SCE005 BAIXA OS COMPONENTES. UM      *
      *             COMPONENTE NAO PODE SER OUTRO KIT. CHAVE ALTERNATIVA      *
      *             PELO COMPONENTE PARA SABER EM QUE KITS ELE ENTRA.         *
      *             QTD. QUANTIDADE DO COMPONENTE EM UMA UNIDADE DO KIT       *
      * USADO POR. SCE005, SCE016, SCE017, SCE023, SCE045, SCE050             *
      *************************************************************************
       01 REGKIT.
          03 CHAVE-KIT.
             05 KIT-CODKIT           PIC 9(06).
             05 KIT-CODCOMP          PIC 9(06).
          03 KIT-QTD                 PIC 9(04).
