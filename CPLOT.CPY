      *************************************************************************
      * CPLOT.CPY - LAYOUT DO SALDO DE ESTOQUE POR LOTE (ARQLOT.DAT)          *
      *             UM REGISTRO POR PRODUTO, VALIDADE E LOTE - A CHAVE NA     *
      *             ORDEM PRODUTO/VALIDADE FAZ A LEITURA POR PRODUTO SAIR     *
      *             DO QUE VENCE PRIMEIRO (FEFO). O SALDO DO LOTE NAO E       *
      *             SEPARADO POR LOCAL (VER CPEST) E ESTOQUE ANTERIOR AO      *
      *             CONTROLE DE LOTES FICA SEM LOTE - A SOMA DOS LOTES PODE   *
      *             SER MENOR QUE PRO-QTDESTOQUE.                             *
      *             VALIDADE. AAAAMMDD                                        *
      * USADO POR. SCE005, SCE013, SCE016, SCE017, SCE029, SCE033,            *
      *             SCE040, SCE050                                            *
      *************************************************************************
       01 REGLOT.
          03 CHAVE-LOT.
             05 LOT-CODPRO           PIC 9(06).
             05 LOT-VALIDADE         PIC 9(08).
             05 LOT-NUMERO           PIC X(12).
          03 LOT-QTDSALDO            PIC 9(06).
          03 LOT-QTDENTRADA          PIC 9(07).
          03 LOT-DATAENTRADA         PIC 9(08).
