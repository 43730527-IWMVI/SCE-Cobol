      * CPHPR.CPY - LAYOUT DO REGISTRO DE HISTORICO DE PRECOS (ARQHPR.DAT)    *
      *             UM REGISTRO POR ALTERACAO DE PRECO DE PRODUTO.            *
      *             NA INCLUSAO DO PRODUTO O PRECO ANTERIOR FICA ZERADO.      *
      * USADO POR. SCE004, SCE053                                             *
      *************************************************************************
       01 REGHPR.
          03 HPR-SEQ                 PIC 9(09).
