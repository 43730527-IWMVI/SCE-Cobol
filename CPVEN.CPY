      *                       4=AGUARDANDO RECEBIMENTO (COMPRA)               *
      *                       5=ORCAMENTO (SCE036 - NAO MEXE EM ESTOQUE       *
      *                         NEM EM TITULOS ATE SER CONVERTIDO)            *
      *             LOCAL. LOCAL DE ESTOQUE DE SAIDA/ENTRADA (VER CPEST) -    *
      *             ZERO = LOJA                                               *
      *             CONTRATO. CONTRATO QUE GEROU O PEDIDO NO FATURAMENTO      *
      *             MENSAL (SCE047) - ZERO = PEDIDO AVULSO. ITEM DE           *
      *             CONTRATO NAO MEXE EM ESTOQUE.                             *
      *             TRANSP. TRANSPORTADORA DA ENTREGA (ARQTRA) - ZERO =       *
      *             SEM TRANSPORTADORA (BALCAO OU SEM TABELA DE FRETE)        *
      *             TIPOFRETE. C=CIF (FRETE COBRADO DO CLIENTE, SOMADO AO     *
      *                        VALORTOTAL E AOS TITULOS)                      *
      *                        F=FOB (CLIENTE CONTRATA E PAGA - VALORFRETE E  *
      *                        SO A ESTIMATIVA, FORA DO VALORTOTAL)           *
      *             TRANSP, TIPOFRETE, VALORFRETE E VALORTOTAL SAO DO PEDIDO  *
      *             E SE REPETEM EM TODOS OS ITENS.                           *
      * USADO POR. SCE005, SCE006, SCE010, SCE011, SCE015, SCE016,            *
      *             SCE017, SCE019, SCE020, SCE022, SCE023, SCE028,           *
      *             SCE029, SCE031, SCE033, SCE036, SCE041, SCE043,           *
      *             SCE044, SCE047, SCE048, SCE049, SCE050, SCE052,           *
      *             SCE054, SCE055                                            *
      *************************************************************************
       01 REGVEN.
          03 CHAVE-PED.
          03 PED-ENTREGUE            PIC X(01).
          03 PED-QTDDEVOLVIDA        PIC 9(06).
          03 PED-VALIDADE            PIC 9(08).
          03 PED-LOCAL               PIC 9(01).
          03 PED-CONTRATO            PIC 9(06).
          03 PED-TRANSP              PIC 9(03).
          03 PED-TIPOFRETE           PIC X(01).
          03 PED-VALORFRETE          PIC 9(05)V99.
