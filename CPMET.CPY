      *************************************************************************
      * CPMET.CPY - LAYOUT DAS METAS MENSAIS DE VENDA (ARQMET.DAT)            *
      *             UM REGISTRO POR VENDEDOR, COMPETENCIA (AAAAMM) E TIPO     *
      *             DE PRODUTO. TIPO ZERO = META GERAL DO MES; TIPOS 1 A 9    *
      *             = META POR TIPO DE PRODUTO (PRO-TIPOPRODUTO). SEM A       *
      *             META GERAL, A META DO MES E A SOMA DAS METAS POR TIPO.    *
      * USADO POR. SCE016, SCE017, SCE027, SCE048                             *
      *************************************************************************
       01 REGMET.
          03 CHAVE-MET.
             05 MET-VENDEDOR         PIC 9(03).
             05 MET-COMPETENCIA      PIC 9(06).
             05 MET-TIPOPRODUTO      PIC 9(01).
          03 MET-VALOR               PIC 9(09)V99.
