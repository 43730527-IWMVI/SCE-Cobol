      *************************************************************************
      * CPFPG.CPY - LAYOUT DOS CONHECIMENTOS DE FRETE PAGOS (ARQFPG.DAT)      *
      *             UM REGISTRO POR DOCUMENTO (CONHECIMENTO OU FATURA) DA     *
      *             TRANSPORTADORA. COMPETENCIA (AAAAMM) E O MES DOS          *
      *             EMBARQUES COBRADOS - E O MES EM QUE O SCE052 COMPARA O    *
      *             FRETE PAGO COM O FRETE COBRADO DOS CLIENTES.              *
      * USADO POR. SCE016, SCE017, SCE051, SCE052                             *
      *************************************************************************
       01 REGFPG.
          03 CHAVE-FPG.
             05 FPG-TRANSP           PIC 9(03).
             05 FPG-DOCUMENTO        PIC X(12).
          03 FPG-DATA                PIC 9(08).
          03 FPG-COMPETENCIA         PIC 9(06).
          03 FPG-VALOR               PIC 9(07)V99.
          03 FPG-OPERADOR            PIC X(20).
