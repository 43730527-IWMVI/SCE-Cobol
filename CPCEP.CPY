      *************************************************************************
      * CPCEP.CPY - LAYOUT PADRAO DO REGISTRO DE CEP (ARQCEP.DAT)             *
      * USADO POR. SCE002, SCE005, SCE007, SCE050                             *
      *************************************************************************
       01 REGCEP.
          03 CEP-NUMCEP              PIC 9(08).
