      *************************************************************************
      * CPEST.CPY - LAYOUT DO SALDO DE ESTOQUE POR LOCAL (ARQEST.DAT)         *
      *             UM REGISTRO POR PRODUTO E LOCAL.                          *
      *             LOCAL. 1=LOJA 2=DEPOSITO 3=CONSIGNACAO                    *
      *             PRO-QTDESTOQUE CONTINUA SENDO O SALDO TOTAL DO PRODUTO.   *
      *             SO OS LOCAIS 2 E 3 SAO GRAVADOS AQUI - O SALDO DA LOJA E  *
      *             O TOTAL MENOS OS DEMAIS LOCAIS (PRODUTO SEM REGISTRO      *
      *             EM ARQEST ESTA TODO NA LOJA).                             *
      * USADO POR. SCE005, SCE013, SCE016, SCE017, SCE029, SCE033,           *
      *             SCE034, SCE039, SCE050                                   *
      *************************************************************************
       01 REGEST.
          03 CHAVE-EST.
             05 EST-CODPRO           PIC 9(06).
             05 EST-LOCAL            PIC 9(01).
          03 EST-QTDESTOQUE          PIC 9(06).
