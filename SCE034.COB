      *    MARCADO PARA REVISAO.
      *    COM REGISTRO EM ARQPRM RODA SEM OPERADOR (JANELA NOTURNA)
      *    E GRAVA A SITUACAO EM ARQRUN, COMO OS DEMAIS BATCH.
      *    O OPERADOR PODE PEDIR UM LOCAL DE ESTOQUE SO (VER CPEST) -
      *    SAEM OS PRODUTOS COM SALDO NAQUELE LOCAL. TODOS OS LOCAIS
      *    (E O LOTE) LISTA O SALDO TOTAL E FECHA COM O VALOR DE CADA
      *    LOCAL.
      *************************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                    RECORD KEY   IS PRO-CODIGO
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQEST ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-EST
                    FILE STATUS  IS ST-ERRO3.

           SELECT RELVAL ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO2.

       COPY CPPRO.

      *************************************************************************

       FD ARQEST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQEST.DAT".

       COPY CPEST.

      *************************************************************************

       FD RELVAL

       01 ST-ERRO                    PIC X(02) VALUE "00".
       01 ST-ERRO2                   PIC X(02) VALUE "00".
       01 ST-ERRO3                   PIC X(02) VALUE "00".
       01 ST-ERRO8                   PIC X(02) VALUE "00".
       01 ST-ERRO9                   PIC X(02) VALUE "00".
       01 MENS                       PIC X(60) VALUE SPACES.
       01 WS-TOT-GERAL               PIC 9(13)V99 VALUE ZEROS.
       01 IND                        PIC 9(02) VALUE ZEROS.

       01 WS-LOCAL                   PIC 9(01) VALUE ZEROS.
       01 WS-EST-ATIVO               PIC 9(01) VALUE ZEROS.
       01 WS-QTD-PRODUTO             PIC 9(06) VALUE ZEROS.
       01 WS-QTD-OUTROS              PIC 9(07) VALUE ZEROS.
       01 WS-SALDO-LOC.
          03 WS-QTD-LOC              PIC 9(06) OCCURS 3 TIMES.
       01 WS-TOT-LOCAL.
          03 WS-TL-VALOR             PIC 9(13)V99 OCCURS 3 TIMES.
       01 TBLOCAL.
          03 FILLER                  PIC X(12) VALUE "LOJA".
          03 FILLER                  PIC X(12) VALUE "DEPOSITO".
          03 FILLER                  PIC X(12) VALUE "CONSIGNACAO".
       01 TBLOCALR REDEFINES TBLOCAL.
          03 TABLOCAL                PIC X(12) OCCURS 3 TIMES.

       01 WS-TOT-TIPO.
          03 WS-TT-VALOR             PIC 9(13)V99 OCCURS 10 TIMES.
       01 TABTIPOPRODUTO.
          05 FILLER                  PIC X(08) VALUE "MISSAO: ".
          05 WC-DATA-HOJE            PIC 9(08).

       01 WS-CABECLOC.
          05 FILLER                  PIC X(18) VALUE
             "LOCAL DE ESTOQUE: ".
          05 WC-LOCAL                PIC X(12).

       01 WS-CABEC2.
          05 FILLER                  PIC X(09) VALUE "CODIGO   ".
          05 FILLER                  PIC X(32) VALUE
          05 FILLER                  PIC X(02) VALUE ": ".
          05 WT-VALOR                PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       01 WS-LINLOC.
          05 FILLER                  PIC X(14) VALUE
             "TOTAL NO LOCAL".
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 WT-LOCAL                PIC X(12).
          05 FILLER                  PIC X(02) VALUE ": ".
          05 WT-VLR-LOCAL            PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       01 WS-LINTOT.
          05 FILLER                  PIC X(29) VALUE
             "VALOR TOTAL DO ESTOQUE..... :".
           MOVE "TIPO 09"      TO TBTIPOPRODUTO(9)
           MOVE "TIPO 10"      TO TBTIPOPRODUTO(10).

      ****** LOCAL DE ESTOQUE DO RELATORIO (LOTE = TODOS) *********************

       R00.
           MOVE ZEROS TO WS-LOCAL
           IF WS-BATCH = 1
             GO TO R0.
           DISPLAY "LOCAL DE ESTOQUE (0=TODOS 1=LOJA 2=DEPOSITO "
                   "3=CONSIGNACAO) : "
           ACCEPT WS-LOCAL
           IF WS-LOCAL > 3
             DISPLAY "*** LOCAL DEVE SER 0, 1, 2 OU 3 ***"
             GO TO R00.

      ************************ ABERTURA DOS ARQUIVOS **************************

       R0.
             CLOSE ARQPRO
             GO TO ROT-FIM.

      *    SEM O ARQEST NENHUM PRODUTO FOI PARA OUTRO LOCAL - TODO O
      *    ESTOQUE ESTA NA LOJA.
           OPEN INPUT ARQEST
           IF ST-ERRO3 = "00"
             MOVE 1 TO WS-EST-ATIVO
           ELSE
             MOVE ZEROS TO WS-EST-ATIVO.

           MOVE WS-DATA-HOJE TO WC-DATA-HOJE
           MOVE WS-CABEC1 TO WS-LINREL
           WRITE WS-LINREL
           IF WS-LOCAL = ZEROS
             MOVE "TODOS" TO WC-LOCAL
           ELSE
             MOVE TABLOCAL(WS-LOCAL) TO WC-LOCAL.
           MOVE WS-CABECLOC TO WS-LINREL
           WRITE WS-LINREL
           MOVE SPACES TO WS-LINREL
           WRITE WS-LINREL
           MOVE WS-CABEC2 TO WS-LINREL
      ***************** LINHA DE UM PRODUTO ***********************************

       R2-DETALHE.
           PERFORM R3-LOCAIS THRU R3-LOCAIS-FIM
           IF WS-LOCAL = ZEROS
             MOVE PRO-QTDESTOQUE TO WS-QTD-PRODUTO
           ELSE
             MOVE WS-QTD-LOC(WS-LOCAL) TO WS-QTD-PRODUTO
             IF WS-QTD-PRODUTO = ZEROS
               GO TO R2-DETALHE-FIM.
           COMPUTE WS-VLR-PRODUTO = WS-QTD-PRODUTO * PRO-CUSTOMEDIO
           MOVE PRO-CODIGO TO WL-CODIGO
           MOVE PRO-DESCRICAO TO WL-DESCRICAO
           MOVE WS-QTD-PRODUTO TO WL-ESTOQUE
           MOVE PRO-CUSTOMEDIO TO WL-CUSTO
           MOVE WS-VLR-PRODUTO TO WL-VALOR
           IF PRO-CUSTOMEDIO = ZEROS AND WS-QTD-PRODUTO > ZEROS
             MOVE "* SEM CUSTO" TO WL-AVISO
             ADD 1 TO WS-QTD-SEMCUSTO
           ELSE
           IF PRO-TIPOPRODUTO > 0 AND PRO-TIPOPRODUTO < 11
             ADD WS-VLR-PRODUTO TO WS-TT-VALOR(PRO-TIPOPRODUTO).
           ADD WS-VLR-PRODUTO TO WS-TOT-GERAL.
           IF WS-LOCAL NOT = ZEROS
             GO TO R2-DETALHE-FIM.
           COMPUTE WS-TL-VALOR(1) = WS-TL-VALOR(1)
                                  + WS-QTD-LOC(1) * PRO-CUSTOMEDIO
           COMPUTE WS-TL-VALOR(2) = WS-TL-VALOR(2)
                                  + WS-QTD-LOC(2) * PRO-CUSTOMEDIO
           COMPUTE WS-TL-VALOR(3) = WS-TL-VALOR(3)
                                  + WS-QTD-LOC(3) * PRO-CUSTOMEDIO.
       R2-DETALHE-FIM.
           EXIT.

      ***************** SALDO DO PRODUTO EM CADA LOCAL ************************
      *    DEPOSITO E CONSIGNACAO VEM DO ARQEST; A LOJA E O QUE SOBRA
      *    DO TOTAL DE PRO-QTDESTOQUE.

       R3-LOCAIS.
           MOVE ZEROS TO WS-QTD-LOC(1) WS-QTD-LOC(2) WS-QTD-LOC(3)
                         WS-QTD-OUTROS
           IF WS-EST-ATIVO = ZEROS
             GO TO R3-LOJA.
           MOVE PRO-CODIGO TO EST-CODPRO
           MOVE 2 TO EST-LOCAL
           START ARQEST KEY IS NOT LESS THAN CHAVE-EST
           IF ST-ERRO3 NOT = "00"
             GO TO R3-LOJA.
       R3-LOOP.
           READ ARQEST NEXT RECORD
           IF ST-ERRO3 NOT = "00" AND ST-ERRO3 NOT = "02"
             GO TO R3-LOJA.
           IF EST-CODPRO NOT = PRO-CODIGO
             GO TO R3-LOJA.
           IF EST-LOCAL > 1 AND EST-LOCAL < 4
             MOVE EST-QTDESTOQUE TO WS-QTD-LOC(EST-LOCAL)
             ADD EST-QTDESTOQUE TO WS-QTD-OUTROS.
           GO TO R3-LOOP.
       R3-LOJA.
           IF PRO-QTDESTOQUE > WS-QTD-OUTROS
             COMPUTE WS-QTD-LOC(1) = PRO-QTDESTOQUE - WS-QTD-OUTROS.
       R3-LOCAIS-FIM.
           EXIT.

      ***************** TOTAIS POR TIPO E GERAL *******************************

       R9-TOTAIS.
       R9-GERAL.
           MOVE SPACES TO WS-LINREL
           WRITE WS-LINREL
           IF WS-LOCAL NOT = ZEROS
             GO TO R9-GERAL-TOT.
           MOVE 1 TO IND.
       R9-LOCAL-LOOP.
           IF IND > 3
             GO TO R9-GERAL-TOT.
           MOVE TABLOCAL(IND) TO WT-LOCAL
           MOVE WS-TL-VALOR(IND) TO WT-VLR-LOCAL
           MOVE WS-LINLOC TO WS-LINREL
           WRITE WS-LINREL
           ADD 1 TO IND
           GO TO R9-LOCAL-LOOP.

       R9-GERAL-TOT.
           MOVE WS-TOT-GERAL TO WG-VALOR
           MOVE WS-LINTOT TO WS-LINREL
           WRITE WS-LINREL
           WRITE WS-LINREL.

       R9-FECHA.
           CLOSE ARQPRO RELVAL
           IF WS-EST-ATIVO = 1
             CLOSE ARQEST.
           DISPLAY "*** RELATORIO " WS-RELVAL-NOME " GERADO ***".

      ***************************************************************
