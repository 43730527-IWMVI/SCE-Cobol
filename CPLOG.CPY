      *             CADASTROS - ARQUIVO SEQUENCIAL, SOMENTE ACRESCIMO        *
      * USADO POR. SCE001, SCE002, SCE003, SCE004, SCE005, SCE013,           *
      *             SCE014, SCE015, SCE018, SCE020, SCE025, SCE026,          *
      *             SCE027, SCE029, SCE031, SCE032, SCE033, SCE036,          *
      *             SCE037, SCE039, SCE042, SCE044, SCE045, SCE046,          *
      *             SCE047, SCE049, SCE050, SCE051, SCE054                   *
      *************************************************************************
       01 REGLOG.
          03 LOG-DATA                PIC 9(08).
