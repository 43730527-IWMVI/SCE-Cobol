      *************************************************************************
      * CPFOR.CPY - LAYOUT PADRAO DO REGISTRO DE FORNECEDORES (ARQFOR.DAT)    *
      * USADO POR. SCE004, SCE005, SCE043, SCE044, SCE054                     *
      *************************************************************************
       01 REGFOR.
          03 FOR-CODIGO              PIC 9(06).
