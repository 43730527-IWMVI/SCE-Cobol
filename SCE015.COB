                    RECORD KEY   IS PRO-CODIGO
                    ALTERNATE RECORD KEY IS PRO-DESCRICAO
                                   WITH DUPLICATES
                    ALTERNATE RECORD KEY IS PRO-EAN
                                   WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO2.

           SELECT ARQMOV ASSIGN TO DISK
       01 WS-PED-ANT                 PIC 9(06) VALUE ZEROS.
       01 WS-PRIMEIRO                PIC 9(01) VALUE ZEROS.
       01 WS-SOMA-ITENS              PIC 9(07)V99 VALUE ZEROS.
       01 WS-FRETE-CIF               PIC 9(05)V99 VALUE ZEROS.
       01 WS-TOT-GRAVADO             PIC 9(07)V99 VALUE ZEROS.
       01 WS-TOT-DIVERGE             PIC 9(01) VALUE ZEROS.
       01 WS-CHAVE-SALVA             PIC 9(09) VALUE ZEROS.
           IF WS-PRIMEIRO = 0
             MOVE 1 TO WS-PRIMEIRO
             MOVE PED-COD TO WS-PED-ANT
             MOVE ZEROS TO WS-SOMA-ITENS WS-TOT-DIVERGE WS-FRETE-CIF
             MOVE PED-VALORTOTAL TO WS-TOT-GRAVADO.

           PERFORM R4-CHECA-ITEM THRU R4-CHECA-ITEM-FIM
      ***************** QUEBRA DE PEDIDO - CONFERE O TOTAL ********************

       R3-QUEBRA.
           ADD WS-FRETE-CIF TO WS-SOMA-ITENS
           IF WS-TOT-GRAVADO NOT = WS-SOMA-ITENS
           OR WS-TOT-DIVERGE = 1
             ADD 1 TO WS-QTD-TOT-DIV
             IF WS-REPARO = 1
               PERFORM R3A-REPARA THRU R3A-REPARA-FIM.

           MOVE ZEROS TO WS-PRIMEIRO WS-SOMA-ITENS WS-TOT-DIVERGE
                         WS-FRETE-CIF.
       R3-QUEBRA-FIM.
           EXIT.

      *    O VALOR DO ITEM ENTRA LIQUIDO DA QUANTIDADE JA DEVOLVIDA -
      *    A MESMA CONTA DO RECALC-TOTAL DO SCE005, SENAO TODO PEDIDO
      *    COM DEVOLUCAO PARCIAL (SCE033) SAIRIA COMO DIVERGENTE E O
      *    REPARO REPORIA O VALOR JA CREDITADO AO CLIENTE. O FRETE CIF
      *    (IGUAL EM TODOS OS ITENS) ENTRA UMA VEZ, SE O PEDIDO TEM
      *    ITEM NAO CANCELADO.
           IF PED-STATUS NOT = 2
             COMPUTE WS-SOMA-ITENS = WS-SOMA-ITENS + PED-VALORITEM
                   - (PED-QTDDEVOLVIDA * PED-PRECOUNITARIO).
           IF PED-STATUS NOT = 2 AND PED-TIPOFRETE = "C"
             MOVE PED-VALORFRETE TO WS-FRETE-CIF.
           IF PED-VALORTOTAL NOT = WS-TOT-GRAVADO
             MOVE 1 TO WS-TOT-DIVERGE.

