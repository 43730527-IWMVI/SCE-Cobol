      *             SITUACAO. 1=ABERTO 2=LIQUIDADO 3=CANCELADO                *
      *             DATA DE REMESSA ZERADA = AINDA NAO ENVIADO AO BANCO       *
      * USADO POR. SCE005, SCE009, SCE014, SCE016, SCE017, SCE024,            *
      *             SCE025, SCE028, SCE033, SCE035, SCE041, SCE044,           *
      *             SCE047, SCE049, SCE050, SCE054                            *
      *************************************************************************
       01 REGTIT.
          03 CHAVE-TIT.
