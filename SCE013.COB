      *    4=DOACAO), LANCADO NO KARDEX (ARQMOV) COM ORIGEM "AJUSTE",
      *    REGISTRADO NA AUDITORIA (ARQLOG) E LISTADO NO RELATORIO DE
      *    DIVERGENCIAS (RELINV.DAT) COM O VALOR DA DIFERENCA.
      *    A CONTAGEM E POR LOCAL DE ESTOQUE (VER CPEST): O LIVRO E O
      *    SALDO DO LOCAL E A DIFERENCA E APLICADA NO LOCAL E NO TOTAL.
      *    AJUSTE PARA MENOS BAIXA TAMBEM OS LOTES DO PRODUTO (ARQLOT),
      *    DO QUE VENCE PRIMEIRO - INCLUSIVE OS JA VENCIDOS, QUE SAO
      *    OS QUE SE DA BAIXA POR PERDA.
      *    O PRODUTO PODE SER INFORMADO PELO CODIGO OU PELO CODIGO DE
      *    BARRAS (PRO-EAN) LIDO COM O LEITOR NA HORA DA CONTAGEM.
      *    USO RESTRITO AO SUPERVISOR (NIVEL 2 OU SUPERIOR).
      *************************************************************************

                      RECORD KEY   IS PRO-CODIGO
                      ALTERNATE RECORD KEY IS PRO-DESCRICAO
                                            WITH DUPLICATES
                      ALTERNATE RECORD KEY IS PRO-EAN
                                            WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO.

           SELECT ARQMOV ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO2.

           SELECT ARQEST ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-EST
                    LOCK MODE    IS MANUAL
                    FILE STATUS  IS ST-ERRO9.

           SELECT ARQLOT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-LOT
                    LOCK MODE    IS MANUAL
                    FILE STATUS  IS ST-ERRO10.

           SELECT ARQFEC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC

       01 WS-LINREL                  PIC X(100).

      *************************************************************************

       FD ARQEST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQEST.DAT".

       COPY CPEST.

      *************************************************************************

       FD ARQLOT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQLOT.DAT".

       COPY CPLOT.

      *************************************************************************

       FD ARQFEC
       01 WS-NIVEL-X                 PIC X(01) VALUE SPACES.
       01 WS-NIVEL                   PIC 9(01) VALUE ZEROS.
       01 WS-PROX-CODIGO             PIC 9(06) VALUE ZEROS.
       01 WS-COD-LIDO                PIC 9(13) VALUE ZEROS.

       01 WS-QTD-CONTADA             PIC 9(06) VALUE ZEROS.
       01 WS-QTD-LIVRO               PIC 9(06) VALUE ZEROS.
       01 WS-QTD-AJUSTES             PIC 9(05) VALUE ZEROS.

       01 ST-ERRO8                   PIC X(02) VALUE "00".
       01 ST-ERRO9                   PIC X(02) VALUE "00".
       01 ST-ERRO10                  PIC X(02) VALUE "00".
       01 WS-LOT-QTD                 PIC 9(06) VALUE ZEROS.
       01 WS-LOT-PARTE               PIC 9(06) VALUE ZEROS.
       01 WS-LOT-CHAVE               PIC X(26) VALUE SPACES.
       01 WS-LOC-LOCAL               PIC 9(01) VALUE ZEROS.
       01 WS-LOC-QTD                 PIC 9(06) VALUE ZEROS.
       01 WS-LOC-SALDO               PIC 9(06) VALUE ZEROS.
       01 WS-LOC-OUTROS              PIC 9(07) VALUE ZEROS.
       01 WS-LOC-NOVO                PIC 9(01) VALUE ZEROS.
       01 WS-LOC-ERRO                PIC 9(01) VALUE ZEROS.
       01 WS-FEC-ATIVO               PIC 9(01) VALUE ZEROS.
       01 WS-FEC-BLOQ                PIC 9(01) VALUE ZEROS.
       01 WS-FEC-DATA                PIC 9(08) VALUE ZEROS.
          05 FILLER                  PIC X(11) VALUE "DIFERENCA  ".
          05 FILLER                  PIC X(16) VALUE "VALOR DIFERENCA ".
          05 FILLER                  PIC X(08) VALUE "MOTIVO  ".
          05 FILLER                  PIC X(05) VALUE "LOCAL".

       01 WS-LINDET.
          05 WL-CODIGO               PIC ZZZZZ9.
          05 WL-VLR-DIF              PIC -ZZ.ZZZ.ZZ9,99.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 WL-MOTIVO               PIC X(08).
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 WL-LOCAL                PIC 9(01).

       01 WS-LINTOT.
          05 FILLER                  PIC X(24) VALUE
               VALUE  "  CODIGO           :".
           05  LINE 06  COLUMN 01
               VALUE  "  PRODUTO          :".
           05  LINE 07  COLUMN 01
               VALUE  "  LOCAL            :    (1=LOJA 2=DEPOSI".
           05  LINE 07  COLUMN 41
               VALUE  "TO 3=CONSIGNACAO)".
           05  LINE 08  COLUMN 01
               VALUE  "  ESTOQUE DE LIVRO :".
           05  LINE 09  COLUMN 01
               VALUE  "  QTD CONTADA      :".
           05  LINE 10  COLUMN 01
               VALUE  "  DIFERENCA        :".
           05  LINE 05  COLUMN 41
               VALUE  "COD. BARRAS :".
           05  LINE 12  COLUMN 01
               VALUE  "  MOTIVO           :    (1=CONTAGEM 2=QU".
           05  LINE 12  COLUMN 41
           05  TINV-CODIGO
               LINE 05  COLUMN 22  PIC 9(06)
               USING  PRO-CODIGO.
           05  TINV-EAN
               LINE 05  COLUMN 55  PIC 9(13)
               USING  PRO-EAN.
           05  TINV-DESCRICAO
               LINE 06  COLUMN 22  PIC X(30)
               USING  PRO-DESCRICAO.
           05  TINV-LOCAL
               LINE 07  COLUMN 22  PIC 9(01)
               USING  WS-LOC-LOCAL.
           05  TINV-LIVRO
               LINE 08  COLUMN 22  PIC 9(06)
               USING  WS-QTD-LIVRO.
           05  TINV-CONTADA
               LINE 09  COLUMN 22  PIC 9(06)
               USING  WS-QTD-CONTADA.
               LINE 12  COLUMN 64  PIC X(08)
               USING  DINV-MOTIVO.

      *    CODIGO OU CODIGO DE BARRAS LIDO PELO LEITOR, NO MESMO
      *    LUGAR DO CODIGO DA TELAINVENT.

       01  TELACODLIDO.
           05  TINV-COD-LIDO
               LINE 05  COLUMN 22  PIC Z(12)9
               USING  WS-COD-LIDO.

      *************************************************************************

       PROCEDURE DIVISION.
           ELSE
             MOVE ZEROS TO WS-FEC-ATIVO.

       R0C2.
           OPEN I-O ARQEST
           IF ST-ERRO9 NOT = "00"
             IF ST-ERRO9 = "30"
               OPEN OUTPUT ARQEST
               CLOSE ARQEST
               OPEN I-O ARQEST
             ELSE
               MOVE "ERRO NA ABERTURA DO ESTOQUE POR LOCAL" TO MENS
               DISPLAY MENS
               CLOSE ARQPRO ARQMOV ARQCTL ARQLOG
               GO TO ROT-FIM.

           OPEN I-O ARQLOT
           IF ST-ERRO10 NOT = "00"
             IF ST-ERRO10 = "30"
               OPEN OUTPUT ARQLOT
               CLOSE ARQLOT
               OPEN I-O ARQLOT
             ELSE
               MOVE "ERRO NA ABERTURA DO ESTOQUE POR LOTE" TO MENS
               DISPLAY MENS
               CLOSE ARQPRO ARQMOV ARQCTL ARQLOG ARQEST
               GO TO ROT-FIM.

       R0D.
           OPEN OUTPUT RELINV
           IF ST-ERRO2 NOT = "00"
             MOVE "ERRO NA ABERTURA DO RELATORIO DE DIVERGENCIAS"
                  TO MENS
             DISPLAY MENS
             CLOSE ARQPRO ARQMOV ARQCTL ARQLOG ARQEST ARQLOT
             GO TO ROT-FIM.

           MOVE WS-CABEC1 TO WS-LINREL
           MOVE ZEROS  TO PRO-CODIGO PRO-TIPOPRODUTO PRO-PRECO
                          PRO-DATAULTIMA PRO-QTDESTOQUE PRO-CPFCNPJ
                          PRO-QTDMINIMA WS-QTD-CONTADA WS-MOTIVO
                          DINV-DIFERENCA WS-QTD-LIVRO PRO-EAN
                          WS-COD-LIDO
           MOVE 1 TO WS-LOC-LOCAL

           DISPLAY TELAINVENT.


       R1-OPC.
           DISPLAY (17, 14)
           "C = CODIGO / COD. BARRAS | D = POR DESCRICAO     :"
           ACCEPT (17, 66) WS-OPCAO
           ACCEPT WS-ACT FROM ESCAPE KEY
           IF WS-ACT = 01

      ************************ BUSCA POR CODIGO *******************************

      *    ATE 6 DIGITOS E O CODIGO DO PRODUTO; MAIS QUE ISSO E O
      *    CODIGO DE BARRAS, LIDO PELA CHAVE PRO-EAN.

       R2.
           DISPLAY TELAINVENT
           ACCEPT TINV-COD-LIDO.
           ACCEPT WS-ACT FROM ESCAPE KEY
           DISPLAY (05, 22) "             "
           IF WS-ACT = 01
             GO TO R1-OPC.
           IF WS-COD-LIDO = ZEROS
             MOVE "*** CODIGO NAO PODE FICAR EM BRANCO ***" TO MENS
             PERFORM ROT-MENS THRU ROT-MENS-FIM
             GO TO R2.
           IF WS-COD-LIDO NOT > 999999
             MOVE WS-COD-LIDO TO PRO-CODIGO
             GO TO LER-ARQPRO.

           MOVE WS-COD-LIDO TO PRO-EAN
           READ ARQPRO KEY IS PRO-EAN
           IF ST-ERRO = "00" OR ST-ERRO = "02"
             DISPLAY TELAINVENT
             GO TO R3.
           IF ST-ERRO NOT = "23"
             MOVE "ERRO NA LEITURA ARQUIVO PRODUTOS" TO MENS
             PERFORM ROT-MENS THRU ROT-MENS-FIM
             GO TO R9-FECHA.
           MOVE "*** CODIGO DE BARRAS NAO CADASTRADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R2.

       LER-ARQPRO.
           READ ARQPRO
      ************************ ENTRADA DA CONTAGEM ****************************

       R3.
           IF WS-LOC-LOCAL = ZEROS
             MOVE 1 TO WS-LOC-LOCAL.
           ACCEPT TINV-LOCAL.
           ACCEPT WS-ACT FROM ESCAPE KEY
           IF WS-ACT = 01
             GO TO R1-OPC.
           IF WS-LOC-LOCAL = ZEROS
             MOVE 1 TO WS-LOC-LOCAL.
           IF WS-LOC-LOCAL > 3
             MOVE "*** LOCAL DEVE SER 1, 2 OU 3 ***" TO MENS
             PERFORM ROT-MENS THRU ROT-MENS-FIM
             GO TO R3.
           PERFORM SALDO-LOCAL THRU SALDO-LOCAL-FIM
           MOVE WS-LOC-SALDO TO WS-QTD-LIVRO
           DISPLAY TINV-LOCAL TINV-LIVRO.

       R3-CONTA.
           MOVE ZEROS TO WS-QTD-CONTADA
           ACCEPT TINV-CONTADA.
           ACCEPT WS-ACT FROM ESCAPE KEY
           IF WS-ACT = 01
             GO TO R3.

           COMPUTE WS-DIFERENCA = WS-QTD-CONTADA - WS-QTD-LIVRO
           MOVE WS-DIFERENCA TO DINV-DIFERENCA
           DISPLAY TINV-DIFERENCA

           ACCEPT TINV-MOTIVO.
           ACCEPT WS-ACT FROM ESCAPE KEY
           IF WS-ACT = 01
             GO TO R3-CONTA.
           IF WS-MOTIVO < 1 OR WS-MOTIVO > 4
             MOVE "*** MOTIVO DEVE SER 1, 2, 3 OU 4 ***" TO MENS
             PERFORM ROT-MENS THRU ROT-MENS-FIM
             MOVE "S" TO MOV-TIPOMOV
             COMPUTE WS-DIF-ABS = ZEROS - WS-DIFERENCA.

      *    O TOTAL DO PRODUTO RECEBE A MESMA DIFERENCA DO LOCAL, QUE E
      *    GRAVADO PRIMEIRO - SEM ELE O AJUSTE NAO E LANCADO.
           IF MOV-TIPOMOV = "E"
             ADD WS-DIF-ABS TO PRO-QTDESTOQUE
           ELSE
             IF WS-DIF-ABS > PRO-QTDESTOQUE
               MOVE ZEROS TO PRO-QTDESTOQUE
             ELSE
               SUBTRACT WS-DIF-ABS FROM PRO-QTDESTOQUE.
           MOVE WS-DIF-ABS TO WS-LOC-QTD
           PERFORM POSTA-LOCAL THRU POSTA-LOCAL-FIM
           IF WS-LOC-ERRO = 1
             MOVE "*** LOCAL NAO GRAVADO - AJUSTE NAO LANCADO ***"
                  TO MENS
             PERFORM ROT-MENS THRU ROT-MENS-FIM
             GO TO R1.
           REWRITE REGPRO
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
             MOVE "*** ERRO NA ATUALIZACAO DO ESTOQUE ***" TO MENS
             PERFORM ROT-MENS THRU ROT-MENS-FIM
             PERFORM DESFAZ-LOCAL THRU DESFAZ-LOCAL-FIM
             GO TO R9-FECHA.

           IF MOV-TIPOMOV = "S"
             MOVE WS-DIF-ABS TO WS-LOT-QTD
             PERFORM BAIXA-LOTES THRU BAIXA-LOTES-FIM.

           PERFORM R5-GRAVA-REL THRU R5-GRAVA-REL-FIM
           PERFORM GRAVA-MOV THRU GRAVA-MOV-FIM

           COMPUTE WS-VLR-DIF = WS-DIFERENCA * PRO-PRECO
           MOVE WS-VLR-DIF     TO WL-VLR-DIF
           MOVE DINV-MOTIVO    TO WL-MOTIVO
           MOVE WS-LOC-LOCAL   TO WL-LOCAL
           MOVE WS-LINDET TO WS-LINREL
           WRITE WS-LINREL.
       R5-GRAVA-REL-FIM.

      ***** GRAVACAO DE MOVIMENTO DE ESTOQUE (ARQMOV - KARDEX) *****
      *    REGPRO JA CONTEM O SALDO AJUSTADO. O AJUSTE NAO PERTENCE A
      *    PEDIDO ALGUM, ENTAO A CHAVE DE PEDIDO FICA ZERADA. MOV-LOCAL
      *    E MOV-SALDOLOCAL JA VEM DO POSTA-LOCAL.

       GRAVA-MOV.
           MOVE "MOVIMENTO " TO CTL-CHAVE
           MOVE PRO-QTDESTOQUE TO MOV-SALDOAPOS
           MOVE "AJUSTE" TO MOV-ORIGEM
           MOVE WS-OPERADOR TO MOV-OPERADOR
           MOVE ZEROS TO MOV-CODKIT
           WRITE REGMOV
           IF ST-ERRO5 NOT = "00" AND ST-ERRO5 NOT = "02"
             MOVE "*** ERRO NA GRAVACAO DO MOVIMENTO ***" TO MENS
       GRAVA-MOV-FIM.
           EXIT.

      ***** SALDO DO PRODUTO EM UM LOCAL DE ESTOQUE (ARQEST) *****
      *    PRO-CODIGO E WS-LOC-LOCAL DEVEM SER CARREGADOS PELO
      *    CHAMADOR E REGPRO DEVE ESTAR COM O SALDO TOTAL DO PRODUTO.
      *    DEPOSITO E CONSIGNACAO TEM O SALDO GRAVADO EM ARQEST; A
      *    LOJA E O QUE SOBRA DO TOTAL DEPOIS DOS OUTROS LOCAIS.

       SALDO-LOCAL.
           MOVE ZEROS TO WS-LOC-SALDO WS-LOC-OUTROS
           MOVE PRO-CODIGO TO EST-CODPRO
           IF WS-LOC-LOCAL NOT = 1
             MOVE WS-LOC-LOCAL TO EST-LOCAL
             READ ARQEST
             IF ST-ERRO9 = "00"
               MOVE EST-QTDESTOQUE TO WS-LOC-SALDO
               GO TO SALDO-LOCAL-FIM
             ELSE
               GO TO SALDO-LOCAL-FIM.
           MOVE 2 TO EST-LOCAL
           START ARQEST KEY IS NOT LESS THAN CHAVE-EST
           IF ST-ERRO9 NOT = "00"
             GO TO SALDO-LOCAL-LOJA.
       SALDO-LOCAL-LOOP.
           READ ARQEST NEXT RECORD
           IF ST-ERRO9 NOT = "00" AND ST-ERRO9 NOT = "02"
             GO TO SALDO-LOCAL-LOJA.
           IF EST-CODPRO NOT = PRO-CODIGO
             GO TO SALDO-LOCAL-LOJA.
           ADD EST-QTDESTOQUE TO WS-LOC-OUTROS
           GO TO SALDO-LOCAL-LOOP.
       SALDO-LOCAL-LOJA.
           IF PRO-QTDESTOQUE > WS-LOC-OUTROS
             COMPUTE WS-LOC-SALDO = PRO-QTDESTOQUE - WS-LOC-OUTROS.
       SALDO-LOCAL-FIM.
           EXIT.

      ***** LANCAMENTO DE ESTOQUE NO LOCAL (ARQEST) *****
      *    O CHAMADOR CARREGA WS-LOC-LOCAL, WS-LOC-QTD E MOV-TIPOMOV
      *    (E=SOMA S=SUBTRAI) COM O NOVO TOTAL JA EM REGPRO, ANTES DE
      *    REGRAVA-LO. DEIXA MOV-LOCAL E MOV-SALDOLOCAL PRONTOS PARA O
      *    GRAVA-MOV. NA LOJA NAO HA O QUE GRAVAR - O SALDO DELA
      *    ACOMPANHA O TOTAL DO PRODUTO. SE O SALDO DO LOCAL NAO PUDER
      *    SER GRAVADO VOLTA WS-LOC-ERRO = 1, E O CHAMADOR NAO REGRAVA
      *    REGPRO NEM LANCA KARDEX E LOTES.

       POSTA-LOCAL.
           MOVE ZEROS TO WS-LOC-ERRO
           IF WS-LOC-LOCAL = ZEROS
             MOVE 1 TO WS-LOC-LOCAL.
           MOVE WS-LOC-LOCAL TO MOV-LOCAL
           IF WS-LOC-LOCAL = 1
             GO TO POSTA-LOCAL-SALDO.
           MOVE PRO-CODIGO TO EST-CODPRO
           MOVE WS-LOC-LOCAL TO EST-LOCAL.
       POSTA-LOCAL-LE.
           READ ARQEST WITH LOCK
           IF ST-ERRO9 = "99"
             CALL "C$SLEEP" USING WS-DELAY
             GO TO POSTA-LOCAL-LE.
           IF ST-ERRO9 NOT = "00"
             MOVE PRO-CODIGO TO EST-CODPRO
             MOVE WS-LOC-LOCAL TO EST-LOCAL
             MOVE ZEROS TO EST-QTDESTOQUE
             MOVE 1 TO WS-LOC-NOVO
           ELSE
             MOVE ZEROS TO WS-LOC-NOVO.
           IF MOV-TIPOMOV = "E"
             ADD WS-LOC-QTD TO EST-QTDESTOQUE
           ELSE
             IF WS-LOC-QTD > EST-QTDESTOQUE
               MOVE ZEROS TO EST-QTDESTOQUE
             ELSE
               SUBTRACT WS-LOC-QTD FROM EST-QTDESTOQUE.
           IF WS-LOC-NOVO = 1
             WRITE REGEST
           ELSE
             REWRITE REGEST.
           IF ST-ERRO9 NOT = "00" AND ST-ERRO9 NOT = "02"
             MOVE "*** ERRO NO ESTOQUE DO LOCAL ***" TO MENS
             PERFORM ROT-MENS THRU ROT-MENS-FIM
             MOVE 1 TO WS-LOC-ERRO
             UNLOCK ARQEST
             GO TO POSTA-LOCAL-FIM.
           UNLOCK ARQEST.
       POSTA-LOCAL-SALDO.
           PERFORM SALDO-LOCAL THRU SALDO-LOCAL-FIM
           MOVE WS-LOC-SALDO TO MOV-SALDOLOCAL.
       POSTA-LOCAL-FIM.
           EXIT.

      ***** ESTORNO DO LANCAMENTO NO LOCAL QUANDO REGPRO NAO REGRAVA *****
      *    REFAZ O POSTA-LOCAL COM O MOVIMENTO INVERTIDO E VOLTA
      *    WS-LOC-ERRO = 1.

       DESFAZ-LOCAL.
           IF MOV-TIPOMOV = "E"
             MOVE "S" TO MOV-TIPOMOV
             PERFORM POSTA-LOCAL THRU POSTA-LOCAL-FIM
             MOVE "E" TO MOV-TIPOMOV
           ELSE
             MOVE "E" TO MOV-TIPOMOV
             PERFORM POSTA-LOCAL THRU POSTA-LOCAL-FIM
             MOVE "S" TO MOV-TIPOMOV.
           MOVE 1 TO WS-LOC-ERRO.
       DESFAZ-LOCAL-FIM.
           EXIT.

      ***** BAIXA DO AJUSTE NOS LOTES DO PRODUTO (ARQLOT) *****
      *    WS-LOT-QTD CARREGADA PELO CHAMADOR. TIRA DOS LOTES NA
      *    ORDEM DA VALIDADE, A PARTIR DO MAIS ANTIGO. O QUE OS LOTES
      *    NAO COBRIREM SAI DO ESTOQUE SEM LOTE.

       BAIXA-LOTES.
           MOVE PRO-CODIGO TO LOT-CODPRO
           MOVE ZEROS TO LOT-VALIDADE
           MOVE SPACES TO LOT-NUMERO
           START ARQLOT KEY IS NOT LESS THAN CHAVE-LOT
           IF ST-ERRO10 NOT = "00"
             GO TO BAIXA-LOTES-FIM.
       BAIXA-LOTES-LOOP.
           IF WS-LOT-QTD = ZEROS
             GO TO BAIXA-LOTES-FIM.
           READ ARQLOT NEXT RECORD
           IF ST-ERRO10 NOT = "00" AND ST-ERRO10 NOT = "02"
             GO TO BAIXA-LOTES-FIM.
           IF LOT-CODPRO NOT = PRO-CODIGO
             GO TO BAIXA-LOTES-FIM.
           IF LOT-QTDSALDO = ZEROS
             GO TO BAIXA-LOTES-LOOP.
           MOVE CHAVE-LOT TO WS-LOT-CHAVE.
       BAIXA-LOTES-LE.
           READ ARQLOT WITH LOCK
           IF ST-ERRO10 = "99"
             CALL "C$SLEEP" USING WS-DELAY
             MOVE WS-LOT-CHAVE TO CHAVE-LOT
             GO TO BAIXA-LOTES-LE.
           IF ST-ERRO10 NOT = "00"
             GO TO BAIXA-LOTES-FIM.
           IF LOT-QTDSALDO > WS-LOT-QTD
             MOVE WS-LOT-QTD TO WS-LOT-PARTE
           ELSE
             MOVE LOT-QTDSALDO TO WS-LOT-PARTE.
           SUBTRACT WS-LOT-PARTE FROM LOT-QTDSALDO WS-LOT-QTD
           REWRITE REGLOT
           IF ST-ERRO10 NOT = "00" AND ST-ERRO10 NOT = "02"
             MOVE "*** ERRO NA BAIXA DO LOTE ***" TO MENS
             PERFORM ROT-MENS THRU ROT-MENS-FIM.
           UNLOCK ARQLOT
           GO TO BAIXA-LOTES-LOOP.
       BAIXA-LOTES-FIM.
           EXIT.

      ***** VERIFICACAO DE COMPETENCIA FECHADA (ARQFEC) ************
      *    WS-FEC-DATA DEVE SER CARREGADA PELO CHAMADOR. RETORNA
      *    WS-FEC-BLOQ = 1 QUANDO A COMPETENCIA DA DATA FOI FECHADA
           MOVE WS-QTD-AJUSTES TO WT-QTD
           MOVE WS-LINTOT TO WS-LINREL
           WRITE WS-LINREL
           CLOSE ARQPRO ARQMOV ARQCTL ARQLOG RELINV ARQEST ARQLOT
           IF WS-FEC-ATIVO = 1
             CLOSE ARQFEC.
           DISPLAY "*** RELATORIO RELINV.DAT GERADO ***".
