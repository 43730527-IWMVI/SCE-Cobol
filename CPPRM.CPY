      *             COM O PERIODO E O NOME DE SAIDA INDICADOS (ZEROS/         *
      *             BRANCOS = SEM FILTRO / NOME PADRAO). SEM O REGISTRO       *
      *             O COMPORTAMENTO INTERATIVO NAO MUDA.                      *
      *             DIAS. HORIZONTE EM DIAS DOS RELATORIOS QUE OLHAM PARA     *
      *             A FRENTE (BRANCOS/ZEROS = PADRAO DO PROGRAMA); NA         *
      *             CONCILIACAO BANCARIA, A TOLERANCIA EM DIAS; NAS           *
      *             ETIQUETAS (SCE053), AS ETIQUETAS DE PRECO POR PRODUTO.    *
      *             NA LGPD (SCE054), OS ANOS SEM PEDIDO PARA ANONIMIZAR.     *
      * USADO POR. SCE006, SCE008, SCE009, SCE010, SCE024, SCE025,            *
      *             SCE028, SCE034, SCE038, SCE040, SCE041, SCE042,           *
      *             SCE043, SCE047, SCE048, SCE049, SCE050, SCE052,           *
      *             SCE053, SCE054                                            *
      *************************************************************************
       01 REGPRM.
          03 PRM-PROGRAMA            PIC X(08).
          03 PRM-DATA-INI            PIC 9(08).
          03 PRM-DATA-FIM            PIC 9(08).
          03 PRM-ARQSAIDA            PIC X(20).
          03 PRM-DIAS                PIC 9(03).
