      *************************************************************************
      * CPCTR.CPY - LAYOUT DO REGISTRO DE CONTRATOS DE FATURAMENTO MENSAL     *
      *             (ARQCTR.DAT) - SERVICO E LOCACAO. ATE 5 ITENS POR         *
      *             CONTRATO. VALORMENSAL = SOMA DE QTD * VALORUNIT.          *
      *             SITUACAO. A=ATIVO S=SUSPENSO E=ENCERRADO                  *
      *             DIAFAT. DIA DO MES (01 A 28) A PARTIR DO QUAL O           *
      *             SCE047 FATURA A COMPETENCIA. PRAZO. DIAS DO               *
      *             FATURAMENTO ATE O VENCIMENTO DO TITULO (ZERO = 30).       *
      *             DATAFIM ZERADA = PRAZO INDETERMINADO.                     *
      *             DATAREAJ. DATA DO PROXIMO REAJUSTE PELO INDICE.           *
      *             ULTCOMP/ULTPED. ULTIMA COMPETENCIA (AAAAMM) FATURADA      *
      *             E O PEDIDO GERADO. PEDPEND/COMPPEND. PEDIDO EM            *
      *             GERACAO - PREENCHIDO ANTES DE GRAVAR O PEDIDO E           *
      *             ZERADO NO FIM, PARA A REEXECUCAO COMPLETAR O MESMO        *
      *             PEDIDO EM VEZ DE GERAR OUTRO.                             *
      * USADO POR. SCE016, SCE017, SCE044, SCE046, SCE047, SCE054             *
      *************************************************************************
       01 REGCTR.
          03 CTR-CODIGO              PIC 9(06).
          03 CTR-CPFCNPJ             PIC 9(14).
          03 CTR-DESCRICAO           PIC X(30).
          03 CTR-VENDEDOR            PIC 9(03).
          03 CTR-DIAFAT              PIC 9(02).
          03 CTR-PRAZO               PIC 9(03).
          03 CTR-DATAINI             PIC 9(08).
          03 CTR-DATAFIM             PIC 9(08).
          03 CTR-INDICE              PIC X(08).
          03 CTR-DATAREAJ            PIC 9(08).
          03 CTR-VALORMENSAL         PIC 9(07)V99.
          03 CTR-SITUACAO            PIC X(01).
          03 CTR-ULTCOMP             PIC 9(06).
          03 CTR-ULTPED              PIC 9(06).
          03 CTR-PEDPEND             PIC 9(06).
          03 CTR-COMPPEND            PIC 9(06).
          03 CTR-ITENS OCCURS 5 TIMES.
             05 CTR-PRODUTO          PIC 9(06).
             05 CTR-QTD              PIC 9(06).
             05 CTR-VALORUNIT        PIC 9(06)V99.
