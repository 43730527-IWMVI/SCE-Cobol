                      RECORD KEY   IS PRO-CODIGO
                      ALTERNATE RECORD KEY IS PRO-DESCRICAO 
                                            WITH DUPLICATES
                      ALTERNATE RECORD KEY IS PRO-EAN
                                            WITH DUPLICATES
                      LOCK MODE    IS MANUAL
                      FILE STATUS  IS ST-ERRO.
                      
       01 MENS               PIC X(50) VALUE SPACES.
       01 WS-SEL              PIC 9(01) VALUE ZEROS.
       01 IND                PIC 9(02) VALUE ZEROS.
       01 WS-REGPRO-SALVO    PIC X(150) VALUE SPACES.
       01 WS-EAN-DUPLICADO   PIC 9(06) VALUE ZEROS.
       01 WS-EAN-PROPRIO     PIC 9(06) VALUE ZEROS.

      *********** VALIDACAO DE DIGITO VERIFICADOR DO EAN/GTIN *****************

       01 WS-EAN-VALIDO              PIC 9(01) VALUE ZEROS.
       01 WS-EANNUM                  PIC 9(13) VALUE ZEROS.
       01 WS-EANNUM-R REDEFINES WS-EANNUM.
          03 WS-EANDIG               PIC 9(01) OCCURS 13 TIMES.
       01 WS-EAN-SOMA                PIC 9(04) VALUE ZEROS.
       01 WS-EAN-QUOC                PIC 9(04) VALUE ZEROS.
       01 WS-EAN-RESTO               PIC 9(02) VALUE ZEROS.
       01 WS-EAN-DV                  PIC 9(01) VALUE ZEROS.
       01 WS-EAN-IDX                 PIC 9(02) VALUE ZEROS.

      *********** VALIDACAO DE DIGITO VERIFICADOR DE CPF/CNPJ *****************

              VALUE "  QUANTIDADE ESTOQUE :".
           05 LINE 12 COLUMN 01
              VALUE "  ESTOQUE MINIMO     :".
           05 LINE 05 COLUMN 41
              VALUE "NCM           :".
           05 LINE 06 COLUMN 41
              VALUE "PESO KG       :".
           05 LINE 07 COLUMN 41
              VALUE "COD. BARRAS   :".
           05 LINE 11 COLUMN 41
              VALUE "ORIGEM / CFOP :".
           05 LINE 12 COLUMN 41
              VALUE "ICMS% / IPI%  :".
           05 LINE 13 COLUMN 01
              VALUE "========================================".
           05 LINE 13 COLUMN 41 
           05 TPRO-QTDMINIMA
              LINE 12 COLUMN 25 PIC 9(06)
              USING PRO-QTDMINIMA.
           05 TPRO-NCM
              LINE 05 COLUMN 57 PIC 9(08)
              USING PRO-NCM.
           05 TPRO-ORIGEM
              LINE 11 COLUMN 57 PIC 9(01)
              USING PRO-ORIGEM.
           05 TPRO-CFOP
              LINE 11 COLUMN 60 PIC 9(04)
              USING PRO-CFOP.
           05 TPRO-ALIQICMS
              LINE 12 COLUMN 57 PIC 9(02)V99
              USING PRO-ALIQICMS.
           05 TPRO-ALIQIPI
              LINE 12 COLUMN 64 PIC 9(02)V99
              USING PRO-ALIQIPI.
           05 TPRO-PESO
              LINE 06 COLUMN 57 PIC 9(05)V999
              USING PRO-PESO.
           05 TPRO-EAN
              LINE 07 COLUMN 57 PIC 9(13)
              USING PRO-EAN.
           05 TPRO-CPFCNPJ
              LINE 17 COLUMN 15 PIC 9(14)
              USING PRO-CPFCNPJ.
           MOVE ZEROS  TO PRO-CODIGO PRO-TIPOPRODUTO PRO-PRECO
                          PRO-PRECOATAC PRO-CUSTOMEDIO PRO-DATAULTIMA
                          PRO-QTDESTOQUE PRO-CPFCNPJ PRO-QTDMINIMA
                          PRO-NCM PRO-ORIGEM PRO-CFOP PRO-ALIQICMS
                          PRO-ALIQIPI PRO-PESO PRO-EAN WS-PRECO-ANT

           MOVE ZEROS  TO FOR-CPFCNPJ FOR-TELEFONE FOR-CEP FOR-CODIGO

           IF ST-ERRO NOT = "23"
             IF ST-ERRO = "00"
               MOVE PRO-PRECO TO WS-PRECO-ANT
               IF PRO-EAN NOT NUMERIC
                 MOVE ZEROS TO PRO-EAN
               END-IF
               PERFORM R5A
               PERFORM R4A
               PERFORM R9A THRU R9B
             PERFORM ROT-MENS THRU ROT-MENS-FIM
             GO TO R8A.

      ****** DADOS FISCAIS DO PRODUTO (NOTA FISCAL DO SCE005) *****************
      *    O NCM E OBRIGATORIO NA NOTA. O CFOP INFORMADO E O DA VENDA
      *    DENTRO DO ESTADO (5XXX); ZERADO ASSUME 5102 - REVENDA DE
      *    MERCADORIA. ALIQUOTA DE ICMS ZERADA FAZ A NOTA USAR A DA
      *    TABELA POR UF (SCE037).

       R8B.
           ACCEPT TPRO-NCM
           ACCEPT WS-ACT FROM ESCAPE KEY
           IF WS-ACT = 01
             DISPLAY TELAPRINCIPAL
             GO TO R8A.
           IF PRO-NCM = 0
             MOVE "*** NCM NAO PODE FICAR EM BRANCO ***" TO MENS
             PERFORM ROT-MENS THRU ROT-MENS-FIM
             GO TO R8B.

       R8C.
           ACCEPT TPRO-ORIGEM
           ACCEPT WS-ACT FROM ESCAPE KEY
           IF WS-ACT = 01
             GO TO R8B.
           IF PRO-ORIGEM > 8
             MOVE "*** ORIGEM DEVE SER DE 0 ATE 8 ***" TO MENS
             PERFORM ROT-MENS THRU ROT-MENS-FIM
             GO TO R8C.

       R8D.
           ACCEPT TPRO-CFOP
           ACCEPT WS-ACT FROM ESCAPE KEY
           IF WS-ACT = 01
             GO TO R8C.
           IF PRO-CFOP = 0
             MOVE 5102 TO PRO-CFOP
             DISPLAY TPRO-CFOP.
           IF PRO-CFOP < 5000 OR PRO-CFOP > 5999
             MOVE "*** INFORME O CFOP DA VENDA INTERNA (5XXX) ***"
                  TO MENS
             PERFORM ROT-MENS THRU ROT-MENS-FIM
             GO TO R8D.

       R8E.
           ACCEPT TPRO-ALIQICMS
           ACCEPT WS-ACT FROM ESCAPE KEY
           IF WS-ACT = 01
             GO TO R8D.

       R8F.
           ACCEPT TPRO-ALIQIPI
           ACCEPT WS-ACT FROM ESCAPE KEY
           IF WS-ACT = 01
             GO TO R8E.

      *    PESO BRUTO DA UNIDADE - BASE DO FRETE POR FAIXA DE PESO.
      *    PRODUTO SEM PESO NAO PESA NO FRETE DO PEDIDO.

       R8G.
           ACCEPT TPRO-PESO
           ACCEPT WS-ACT FROM ESCAPE KEY
           IF WS-ACT = 01
             GO TO R8F.

      *    CODIGO DE BARRAS EAN/GTIN. ZERADO = PRODUTO SEM CODIGO DE
      *    BARRAS. O DIGITO VERIFICADOR E CONFERIDO E O MESMO CODIGO
      *    NAO PODE ESTAR EM OUTRO PRODUTO (A CHAVE ACEITA DUPLICADOS
      *    SO POR CAUSA DOS ZERADOS).

       R8H.
           ACCEPT TPRO-EAN
           ACCEPT WS-ACT FROM ESCAPE KEY
           IF WS-ACT = 01
             GO TO R8G.
           IF PRO-EAN = ZEROS
             GO TO R9.

           MOVE PRO-EAN TO WS-EANNUM
           PERFORM VALIDA-EAN THRU VALIDA-EAN-FIM
           IF WS-EAN-VALIDO NOT = 1
             MOVE "*** CODIGO DE BARRAS INVALIDO (DIGITO) ***" TO MENS
             PERFORM ROT-MENS THRU ROT-MENS-FIM
             GO TO R8H.

           PERFORM CHECA-EAN THRU CHECA-EAN-FIM
           IF WS-EAN-DUPLICADO NOT = ZEROS
             MOVE SPACES TO MENS
             STRING "*** CODIGO DE BARRAS JA USADO NO PRODUTO "
                    DELIMITED BY SIZE
                    WS-EAN-DUPLICADO DELIMITED BY SIZE
                    " ***" DELIMITED BY SIZE
                    INTO MENS
             PERFORM ROT-MENS THRU ROT-MENS-FIM
             GO TO R8H.

       R9.
           ACCEPT TPRO-CPFCNPJ
           ACCEPT WS-ACT FROM ESCAPE KEY
           IF WS-ACT = 01
             DISPLAY TELAPRINCIPAL
             GO TO R8H.
           IF PRO-CPFCNPJ = 0
             MOVE "*** CPF/CNPJ FORNECEDOR NAO INFORMADA ***" TO MENS
             PERFORM ROT-MENS THRU ROT-MENS-FIM
       GERA-PROXIMO-CODIGO-FIM.
           EXIT.

      *********** UNICIDADE DO CODIGO DE BARRAS ******************************
      *    LE PELA CHAVE PRO-EAN PRESERVANDO O REGISTRO EM EDICAO.
      *    RETORNA EM WS-EAN-DUPLICADO O CODIGO DO OUTRO PRODUTO QUE JA
      *    USA O EAN (ZEROS = LIVRE). COMO A CHAVE ACEITA DUPLICADOS, A
      *    LEITURA SEGUE PELOS IGUAIS ATE ACHAR UM PRODUTO DIFERENTE.

       CHECA-EAN.
           MOVE ZEROS TO WS-EAN-DUPLICADO
           MOVE PRO-CODIGO TO WS-EAN-PROPRIO
           MOVE PRO-EAN TO WS-EANNUM
           MOVE REGPRO TO WS-REGPRO-SALVO
           START ARQPRO KEY IS EQUAL PRO-EAN
           IF ST-ERRO NOT = "00"
             GO TO CHECA-EAN-RESTAURA.
       CHECA-EAN-LOOP.
           READ ARQPRO NEXT RECORD
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
             GO TO CHECA-EAN-RESTAURA.
           IF PRO-EAN NOT = WS-EANNUM
             GO TO CHECA-EAN-RESTAURA.
           IF PRO-CODIGO = WS-EAN-PROPRIO
             GO TO CHECA-EAN-LOOP.
           MOVE PRO-CODIGO TO WS-EAN-DUPLICADO.
       CHECA-EAN-RESTAURA.
           MOVE WS-REGPRO-SALVO TO REGPRO.
       CHECA-EAN-FIM.
           EXIT.

      *********** VALIDACAO DE DIGITO VERIFICADOR DO EAN/GTIN *****************
      *    WS-EANNUM DEVE SER CARREGADO PELO CHAMADOR ANTES DO PERFORM.
      *    VALE PARA EAN-13 E, COM ZEROS A ESQUERDA, EAN-8 E UPC-12:
      *    DA DIREITA PARA A ESQUERDA, SEM O DIGITO, OS PESOS SAO
      *    3,1,3,1... E O DIGITO E O QUE FALTA PARA A DEZENA SEGUINTE.
      *    RETORNA WS-EAN-VALIDO = 1 QUANDO O DIGITO CONFERE.

       VALIDA-EAN.
           MOVE ZEROS TO WS-EAN-VALIDO WS-EAN-SOMA.
           IF WS-EANNUM = ZEROS
             GO TO VALIDA-EAN-FIM.
           MOVE 12 TO WS-EAN-IDX.
       VALIDA-EAN-SOMA.
           DIVIDE WS-EAN-IDX BY 2 GIVING WS-EAN-QUOC
                                  REMAINDER WS-EAN-RESTO
           IF WS-EAN-RESTO = ZEROS
             COMPUTE WS-EAN-SOMA = WS-EAN-SOMA
                                 + (WS-EANDIG(WS-EAN-IDX) * 3)
           ELSE
             ADD WS-EANDIG(WS-EAN-IDX) TO WS-EAN-SOMA.
           SUBTRACT 1 FROM WS-EAN-IDX
           IF WS-EAN-IDX > ZEROS
             GO TO VALIDA-EAN-SOMA.

           DIVIDE WS-EAN-SOMA BY 10 GIVING WS-EAN-QUOC
                                    REMAINDER WS-EAN-RESTO.
           IF WS-EAN-RESTO = ZEROS
             MOVE 0 TO WS-EAN-DV
           ELSE
             COMPUTE WS-EAN-DV = 10 - WS-EAN-RESTO.
           IF WS-EAN-DV = WS-EANDIG(13)
             MOVE 1 TO WS-EAN-VALIDO.
       VALIDA-EAN-FIM.
           EXIT.

      *********** VALIDACAO DE DIGITO VERIFICADOR DE CPF/CNPJ *****************
      *    WS-DOCNUM DEVE SER CARREGADO PELO CHAMADOR ANTES DO PERFORM.
      *    RETORNA WS-DOC-VALIDO = 1 QUANDO O DIGITO VERIFICADOR CONFERE.
