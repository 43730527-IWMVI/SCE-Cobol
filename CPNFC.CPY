      *************************************************************************
      * CPNFC.CPY - LAYOUT DO CABECALHO DA NOTA FISCAL DE SAIDA (ARQNFC.DAT)  *
      *             UMA NOTA POR PEDIDO DE VENDA, EMITIDA NA LIBERACAO DO     *
      *             PEDIDO NO SCE005. NUMERACAO SEQUENCIAL SEM SALTOS PELO    *
      *             ARQCTL (CHAVE "NOTAFISCAL").                              *
      *             SITUACAO. A=AUTORIZADA (EMITIDA) C=CANCELADA              *
      *             VLRFRETE. FRETE CIF DO PEDIDO, INCLUIDO NO VLRTOTAL       *
      * USADO POR. SCE005, SCE016, SCE017, SCE038, SCE054                     *
      *************************************************************************
       01 REGNFC.
          03 CHAVE-NFC.
             05 NFC-SERIE            PIC 9(03).
             05 NFC-NUMERO           PIC 9(06).
          03 NFC-PEDCOD              PIC 9(06).
          03 NFC-DATAEMISSAO         PIC 9(08).
          03 NFC-HORA                PIC 9(08).
          03 NFC-CPFCNPJ             PIC 9(14).
          03 NFC-UF                  PIC X(02).
          03 NFC-CFOP                PIC 9(04).
          03 NFC-QTDITENS            PIC 9(03).
          03 NFC-VLRPRODUTOS         PIC 9(09)V99.
          03 NFC-BASEICMS            PIC 9(09)V99.
          03 NFC-VLRICMS             PIC 9(09)V99.
          03 NFC-VLRIPI              PIC 9(09)V99.
          03 NFC-VLRTOTAL            PIC 9(09)V99.
          03 NFC-SITUACAO            PIC X(01).
          03 NFC-DATACANC            PIC 9(08).
          03 NFC-OPERADOR            PIC X(20).
          03 NFC-VLRFRETE            PIC 9(05)V99.
