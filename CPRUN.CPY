      *             QUANTIDADES LIDAS/GRAVADAS E A SITUACAO FINAL             *
      *             (SUCESSO/FALHA). E O ARQUIVO CONFERIDO DE MANHA           *
      *             DEPOIS DA JANELA NOTURNA.                                 *
      *             O SCE049 GRAVA TAMBEM DOIS REGISTROS POR ARQUIVO          *
      *             REORGANIZADO COM O NOME DO ARQUIVO EM RUN-PROGRAMA -      *
      *             REGISTROS ANTES/DEPOIS (SITUACAO REORG/FALHA) E KB        *
      *             ANTES/DEPOIS EM LIDOS/GRAVADOS (SITUACAO TAM-KB).         *
      * USADO POR. SCE006, SCE008, SCE009, SCE010, SCE016, SCE024,            *
      *             SCE025, SCE028, SCE030, SCE034, SCE038, SCE040,           *
      *             SCE041, SCE042, SCE043, SCE047, SCE048, SCE049,           *
      *             SCE050, SCE052, SCE053, SCE054, SCE055                    *
      *************************************************************************
       01 REGRUN.
          03 RUN-DATA                PIC 9(08).
