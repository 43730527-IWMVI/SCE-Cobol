      *************************************************************************
      * CPPRO.CPY - LAYOUT PADRAO DO REGISTRO DE PRODUTOS (ARQPRO.DAT)        *
      *             DADOS FISCAIS. NCM, ORIGEM DA MERCADORIA (0 A 8 PELA      *
      *             TABELA A DO ICMS - 0=NACIONAL), CFOP DA                   *
      *             VENDA INTERNA (5XXX - NA INTERESTADUAL O SCE005 USA O     *
      *             6XXX CORRESPONDENTE) E ALIQUOTAS DE ICMS E IPI.           *
      *             ALIQUOTA DE ICMS ZERADA = USA A DA TABELA POR UF (ARQICM) *
      *             PESO. PESO BRUTO DA UNIDADE EM KG, USADO NO CALCULO DO    *
      *             FRETE POR FAIXA DE PESO (ARQFRT).                         *
      *             EAN. CODIGO DE BARRAS EAN/GTIN COM O DIGITO VERIFICADOR   *
      *             (EAN-8/UPC-12 COM ZEROS A ESQUERDA). CHAVE ALTERNATIVA    *
      *             COM DUPLICADOS SO POR CAUSA DO ZERO (PRODUTO SEM CODIGO   *
      *             DE BARRAS) - O SCE004 NAO ACEITA O MESMO EAN EM DOIS      *
      *             PRODUTOS.                                                 *
      * USADO POR. SCE004, SCE005, SCE008, SCE012, SCE013, SCE015,            *
      *             SCE016, SCE017, SCE020, SCE022, SCE023, SCE029,           *
      *             SCE044, SCE045, SCE046, SCE048, SCE050, SCE053,           *
      *             SCE055                                                    *
      *************************************************************************
       01 REGPRO.
          03 PRO-CODIGO              PIC 9(06).
          03 PRO-QTDESTOQUE          PIC 9(06).
          03 PRO-CPFCNPJ             PIC 9(14).
          03 PRO-QTDMINIMA           PIC 9(06).
          03 PRO-NCM                 PIC 9(08).
          03 PRO-ORIGEM              PIC 9(01).
          03 PRO-CFOP                PIC 9(04).
          03 PRO-ALIQICMS            PIC 9(02)V99.
          03 PRO-ALIQIPI             PIC 9(02)V99.
          03 PRO-PESO                PIC 9(05)V999.
          03 PRO-EAN                 PIC 9(13).
