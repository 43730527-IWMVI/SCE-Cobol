      *             UM REGISTRO POR LANCAMENTO DE ESTOQUE (KARDEX).           *
      *             TIPO DE MOVIMENTO. E=ENTRADA S=SAIDA                      *
      *             ORIGEM. INCLUSAO/ALTERACAO/CANCELAMENTO/AJUSTE            *
      *             LOCAL. LOCAL DE ESTOQUE DO LANCAMENTO (VER CPEST) -       *
      *             ZERO NOS REGISTROS ANTIGOS = LOJA. SALDOAPOS E O SALDO    *
      *             TOTAL DO PRODUTO E SALDOLOCAL O SALDO NO LOCAL.           *
      *             CODKIT. KIT VENDIDO QUANDO O LANCAMENTO E DE UM           *
      *             COMPONENTE DE KIT (VER CPKIT) - ZERO NOS DEMAIS.          *
      * USADO POR. SCE005, SCE012, SCE013, SCE015, SCE029, SCE033,            *
      *             SCE039, SCE043, SCE049, SCE050, SCE055                    *
      *************************************************************************
       01 REGMOV.
          03 MOV-SEQ                 PIC 9(09).
          03 MOV-SALDOAPOS           PIC 9(06).
          03 MOV-ORIGEM              PIC X(12).
          03 MOV-OPERADOR            PIC X(20).
          03 MOV-LOCAL               PIC 9(01).
          03 MOV-SALDOLOCAL          PIC 9(06).
          03 MOV-CODKIT              PIC 9(06).
