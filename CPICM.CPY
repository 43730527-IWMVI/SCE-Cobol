      *************************************************************************
      * CPICM.CPY - LAYOUT DA TABELA DE ALIQUOTAS DE ICMS POR UF DE DESTINO   *
      *             (ARQICM.DAT) - UM REGISTRO POR UF, MANTIDO NO SCE037.     *
      *             SEDE = "S" MARCA A UF DA LOJA: VENDA PARA ELA E           *
      *             OPERACAO INTERNA (CFOP 5XXX) E PARA AS DEMAIS E           *
      *             INTERESTADUAL (CFOP 6XXX) COM A ALIQUOTA DA UF DESTINO.   *
      * USADO POR. SCE005, SCE016, SCE017, SCE037                             *
      *************************************************************************
       01 REGICM.
          03 ICM-UF                  PIC X(02).
          03 ICM-ALIQUOTA            PIC 9(02)V99.
          03 ICM-SEDE                PIC X(01).
