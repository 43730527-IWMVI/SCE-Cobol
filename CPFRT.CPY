      *************************************************************************
      * CPFRT.CPY - LAYOUT DA TABELA DE FRETE DAS TRANSPORTADORAS (ARQFRT)    *
      *             UMA LINHA POR TRANSPORTADORA, UF DE DESTINO, INICIO DA    *
      *             FAIXA DE CEP E LIMITE SUPERIOR DA FAIXA DE PESO (KG) OU   *
      *             DE VALOR (R$), CONFORME TRA-BASE.                         *
      *             CEPINI ZERO = LINHA VALE PARA A UF INTEIRA; LINHA COM     *
      *             FAIXA DE CEP QUE COBRE O CEP DO CLIENTE TEM PREFERENCIA.  *
      *             FRETE = VALOR FIXO + PERCENT (AD VALOREM) SOBRE O VALOR   *
      *             DAS MERCADORIAS. ACIMA DA MAIOR FAIXA VALE A MAIOR FAIXA. *
      *             PRAZO. DIAS DE TRANSITO INFORMADOS PELA TRANSPORTADORA.   *
      * USADO POR. SCE005, SCE016, SCE017, SCE050, SCE051                     *
      *************************************************************************
       01 REGFRT.
          03 CHAVE-FRT.
             05 FRT-TRANSP           PIC 9(03).
             05 FRT-UF               PIC X(02).
             05 FRT-CEPINI           PIC 9(08).
             05 FRT-FAIXA            PIC 9(07)V999.
          03 FRT-CEPFIM              PIC 9(08).
          03 FRT-VALOR               PIC 9(05)V99.
          03 FRT-PERCENT             PIC 9(02)V99.
          03 FRT-PRAZO               PIC 9(03).
