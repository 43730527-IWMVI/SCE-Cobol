      *             DA COMPETENCIA. A = REABERTO PELO GERENTE NO SCE032.      *
      *             SEM O ARQUIVO OU SEM O REGISTRO, A COMPETENCIA ESTA       *
      *             ABERTA.                                                   *
      * USADO POR. SCE005, SCE013, SCE014, SCE025, SCE029, SCE032,            *
      *             SCE033, SCE047, SCE050                                    *
      *************************************************************************
       01 REGFEC.
          03 FEC-COMPETENCIA         PIC 9(06).
