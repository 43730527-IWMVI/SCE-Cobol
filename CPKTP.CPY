      *************************************************************************
      * CPKTP.CPY - LAYOUT DOS COMPONENTES BAIXADOS POR ITEM DE KIT           *
      *             (ARQKTP.DAT) - NA VENDA DE UM KIT O SCE005 GRAVA A        *
      *             ESTRUTURA VIGENTE NO MOMENTO DA BAIXA, QUE E O QUE O      *
      *             CANCELAMENTO E A DEVOLUCAO (SCE033) DEVOLVEM AO           *
      *             ESTOQUE, MESMO QUE O KIT MUDE DEPOIS.                     *
      *             QTD. QUANTIDADE DO COMPONENTE EM UMA UNIDADE DO KIT       *
      * USADO POR. SCE005, SCE016, SCE017, SCE033, SCE050                     *
      *************************************************************************
       01 REGKTP.
          03 CHAVE-KTP.
             05 KTP-PEDCOD           PIC 9(06).
             05 KTP-PEDITEM          PIC 9(03).
             05 KTP-CODCOMP          PIC 9(06).
          03 KTP-CODKIT              PIC 9(06).
          03 KTP-QTD                 PIC 9(04).
