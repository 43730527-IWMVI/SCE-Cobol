      *************************************************************************
      * CPEXT.CPY - LAYOUT DO REGISTRO DE LINHAS DE EXTRATO BANCARIO          *
      *             (ARQEXT.DAT) - UMA POR LANCAMENTO IMPORTADO NO SCE042.    *
      *             A CHAVE (DATA + DOCUMENTO + NATUREZA + VALOR +            *
      *             OCORRENCIA) IMPEDE QUE UM EXTRATO REPETIDO OU COM         *
      *             PERIODO SOBREPOSTO SEJA IMPORTADO DUAS VEZES.             *
      *             OCORR. 1, 2, ... PARA LANCAMENTOS IGUAIS NO MESMO         *
      *             EXTRATO (DOIS PIX DE MESMO VALOR NO DIA).                 *
      *             NATUREZA. C=CREDITO (CASA COM CXA-TIPO R)                 *
      *                       D=DEBITO  (CASA COM CXA-TIPO P)                 *
      *             SITUACAO. A=EM ABERTO C=CONCILIADO                        *
      *             CXASEQ. MOVIMENTO DE CAIXA (ARQCXA) CONCILIADO.           *
      * USADO POR. SCE016, SCE017, SCE042                                     *
      *************************************************************************
       01 REGEXT.
          03 CHAVE-EXT.
             05 EXT-LANCAMENTO.
                07 EXT-DATA          PIC 9(08).
                07 EXT-DOCUMENTO     PIC X(20).
                07 EXT-NATUREZA      PIC X(01).
                07 EXT-VALOR         PIC 9(11)V99.
             05 EXT-OCORR            PIC 9(03).
          03 EXT-HISTORICO           PIC X(40).
          03 EXT-SITUACAO            PIC X(01).
          03 EXT-CXASEQ              PIC 9(09).
          03 EXT-DATAIMP             PIC 9(08).
          03 EXT-DATACONC            PIC 9(08).
          03 EXT-ARQUIVO             PIC X(20).
