      *************************************************************************
      * CPLTP.CPY - LAYOUT DOS LOTES DE CADA ITEM DE PEDIDO (ARQLTP.DAT)      *
      *             NA COMPRA, OS LOTES RECEBIDOS NO SCE029; NA VENDA, OS     *
      *             LOTES BAIXADOS PELO SCE005 (VENCIMENTO MAIS PROXIMO       *
      *             PRIMEIRO) - E O QUE O ROMANEIO MANDA SEPARAR E O QUE O    *
      *             CANCELAMENTO E A DEVOLUCAO DEVOLVEM AOS LOTES.            *
      * USADO POR. SCE005, SCE016, SCE017, SCE029, SCE031, SCE033,            *
      *             SCE050                                                    *
      *************************************************************************
       01 REGLTP.
          03 CHAVE-LTP.
             05 LTP-PEDCOD           PIC 9(06).
             05 LTP-PEDITEM          PIC 9(03).
             05 LTP-VALIDADE         PIC 9(08).
             05 LTP-NUMERO           PIC X(12).
          03 LTP-CODPRO              PIC 9(06).
          03 LTP-QTD                 PIC 9(06).
