      *************************************************************************
      * CPCTL.CPY - LAYOUT PADRAO DO REGISTRO DE CONTROLE DE CODIGOS          *
      *             (ARQCTL.DAT) - UM REGISTRO POR ENTIDADE CONTROLADA        *
      * USADO POR. SCE002, SCE004, SCE005, SCE046, SCE047, SCE050             *
      *************************************************************************
       01 REGCTL.
          03 CTL-CHAVE                PIC X(10).
