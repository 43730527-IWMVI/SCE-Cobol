      *             PAGAMENTO USADA. TIPO. R=RECEBIMENTO P=PAGAMENTO          *
      *             FORMA. 1=DINHEIRO 2=PIX 3=CARTAO 4=TRANSFERENCIA          *
      *                    5=BOLETO (RETORNO BANCARIO)                        *
      *             CONCILIADO. S=CONFERIDO COM O EXTRATO DO BANCO NO         *
      *             SCE042 (FORMAS 2, 3 E 4) - BRANCO/N = EM ABERTO.          *
      *             CHAVEEXT. CHAVE DA LINHA DO EXTRATO (ARQEXT) CONCILIADA.  *
      * USADO POR. SCE014, SCE025, SCE026, SCE041, SCE042, SCE055             *
      *************************************************************************
       01 REGCXA.
          03 CXA-SEQ                 PIC 9(09).
          03 CXA-FORMA               PIC 9(01).
          03 CXA-VALOR               PIC 9(07)V99.
          03 CXA-OPERADOR            PIC X(20).
          03 CXA-CONCILIADO          PIC X(01).
          03 CXA-DATACONC            PIC 9(08).
          03 CXA-CHAVEEXT            PIC X(45).
