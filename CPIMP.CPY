      *************************************************************************
      * CPIMP.CPY - LAYOUT DO CONTROLE DE PEDIDOS IMPORTADOS (ARQIMP.DAT)     *
      *             UM REGISTRO POR PEDIDO EXTERNO ACEITO NA IMPORTACAO EM    *
      *             LOTE (SCE050). A CHAVE E O LOTE DO CABECALHO DO ARQUIVO   *
      *             MAIS O NUMERO DO PEDIDO NA ORIGEM - O MESMO PEDIDO        *
      *             CARREGADO DE NOVO NAO GERA OUTRO PEDIDO EM ARQVEN.        *
      *             PEDIDO RECUSADO NAO GRAVA REGISTRO E PODE SER REENVIADO   *
      *             CORRIGIDO COM O MESMO LOTE.                               *
      *             SITUACAO. P=PENDENTE (NUMERO RESERVADO, GRAVACAO          *
      *                         INTERROMPIDA - A PROXIMA EXECUCAO COMPLETA)   *
      *                       G=GRAVADO                                       *
      *             EXECUCAO. NUMERO DA EXECUCAO DO SCE050 QUE GRAVOU         *
      *             (CONTADOR "IMPORTACAO" DO ARQCTL).                        *
      * USADO POR. SCE016, SCE017, SCE050                                     *
      *************************************************************************
       01 REGIMP.
          03 CHAVE-IMP.
             05 IMP-LOTE             PIC X(20).
             05 IMP-PEDEXT           PIC X(12).
          03 IMP-SITUACAO            PIC X(01).
          03 IMP-PEDCOD              PIC 9(06).
          03 IMP-EXECUCAO            PIC 9(06).
          03 IMP-DATA                PIC 9(08).
          03 IMP-HORA                PIC 9(08).
          03 IMP-QTDITENS            PIC 9(03).
          03 IMP-VALOR               PIC 9(07)V99.
          03 IMP-ORIGEM              PIC X(20).
          03 IMP-ARQUIVO             PIC X(20).
          03 IMP-OPERADOR            PIC X(20).
