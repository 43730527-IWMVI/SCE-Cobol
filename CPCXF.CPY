      *             DE PAGAMENTO, O VALOR CONTADO NA GAVETA E A DIFERENCA.    *
      *             COM O REGISTRO GRAVADO (SITUACAO F) O DIA ESTA            *
      *             FECHADO E NAO ACEITA MAIS BAIXAS.                         *
      *             SALDO. SALDO ACUMULADO APOS O DIA - SALDO DO FECHAMENTO   *
      *             ANTERIOR MAIS O TOTAL DAS FORMAS E A DIFERENCA DA GAVETA. *
      * USADO POR. SCE014, SCE025, SCE026, SCE041, SCE055                     *
      *************************************************************************
       01 REGCXF.
          03 CXF-DATA                PIC 9(08).
          03 CXF-DIFERENCA           PIC S9(09)V99.
          03 CXF-SITUACAO            PIC X(01).
          03 CXF-OPERADOR            PIC X(20).
          03 CXF-SALDO               PIC S9(11)V99.
