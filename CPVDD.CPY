      *             O PERCENTUAL DE COMISSAO E APLICADO SOBRE O VALOR         *
      *             EFETIVAMENTE RECEBIDO DOS TITULOS LIQUIDADOS NO MES       *
      *             (COMISSAO SOBRE RECEBIMENTO, NAO SOBRE FATURAMENTO).      *
      * USADO POR. SCE005, SCE027, SCE028, SCE046, SCE048, SCE050             *
      *************************************************************************
       01 REGVDD.
          03 VDD-CODIGO              PIC 9(03).
