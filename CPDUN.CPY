      *             A FAIXA DE ATRASO E O VALOR DA ULTIMA CARTA GERADA.       *
      *             E POR ESTE REGISTRO QUE O SCE035 EVITA COBRAR O           *
      *             MESMO CLIENTE DE NOVO ANTES DO PRAZO CONFIGURADO.         *
      * USADO POR. SCE035, SCE044, SCE054                                     *
      *************************************************************************
       01 REGDUN.
          03 DUN-CPFCNPJ             PIC 9(14).
