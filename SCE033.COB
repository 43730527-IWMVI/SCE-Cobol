      *    NOTA DE CREDITO (NOTACRED.DAT) NUMERADA PELO ARQCTL, COM
      *    O CREDITO RESTANTE NAO COMPENSADO, SE HOUVER.
      *    COMPETENCIA FECHADA NO SCE032 NAO ACEITA DEVOLUCAO.
      *    A MERCADORIA VOLTA AO LOCAL DE ESTOQUE DE ONDE SAIU O ITEM
      *    E AOS LOTES QUE FORAM BAIXADOS NA VENDA (ARQLTP).
      *    ITEM DE KIT DEVOLVE OS COMPONENTES QUE O SCE005 BAIXOU NA
      *    VENDA (ARQKTP), CADA UM COM O KIT REFERENCIADO NO KARDEX.
      *************************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                    RECORD KEY   IS PRO-CODIGO
                    ALTERNATE RECORD KEY IS PRO-DESCRICAO
                                        WITH DUPLICATES
                    ALTERNATE RECORD KEY IS PRO-EAN
                                        WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO2.

           SELECT ARQMOV ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO4.

           SELECT ARQEST ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-EST
                    LOCK MODE    IS MANUAL
                    FILE STATUS  IS ST-ERRO10.

           SELECT ARQLOT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-LOT
                    LOCK MODE    IS MANUAL
                    FILE STATUS  IS ST-ERRO11.

           SELECT ARQLTP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-LTP
                    FILE STATUS  IS ST-ERRO12.

           SELECT ARQKTP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-KTP
                    FILE STATUS  IS ST-ERRO13.

           SELECT NOTCRED ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO9.

       COPY CPLOG.

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

       FD ARQLTP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQLTP.DAT".

       COPY CPLTP.

      *************************************************************************

       FD ARQKTP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQKTP.DAT".

       COPY CPKTP.

      *************************************************************************

       FD NOTCRED
       01 ST-ERRO7                   PIC X(02) VALUE "00".
       01 ST-ERRO8                   PIC X(02) VALUE "00".
       01 ST-ERRO9                   PIC X(02) VALUE "00".
       01 ST-ERRO10                  PIC X(02) VALUE "00".
       01 ST-ERRO11                  PIC X(02) VALUE "00".
       01 ST-ERRO12                  PIC X(02) VALUE "00".
       01 ST-ERRO13                  PIC X(02) VALUE "00".
       01 WS-DELAY                   PIC 9(04) COMP VALUE 1.
       01 WS-ENVNOME                 PIC X(20) VALUE "USER".
       01 WS-OPERADOR                PIC X(20) VALUE SPACES.
       01 WS-PROX-CODIGO             PIC 9(06) VALUE ZEROS.
       01 WS-QTD-MAX                 PIC 9(06) VALUE ZEROS.
       01 WS-VLR-CREDITO             PIC 9(09)V99 VALUE ZEROS.
       01 WS-VLR-PEDIDO              PIC 9(07)V99 VALUE ZEROS.
       01 WS-VLR-FRETE               PIC 9(05)V99 VALUE ZEROS.
       01 WS-VLR-RESTANTE            PIC 9(09)V99 VALUE ZEROS.
       01 WS-VLR-APLICADO            PIC 9(09)V99 VALUE ZEROS.
       01 WS-LOC-LOCAL               PIC 9(01) VALUE ZEROS.
       01 WS-LOC-QTD                 PIC 9(06) VALUE ZEROS.
       01 WS-LOC-SALDO               PIC 9(06) VALUE ZEROS.
       01 WS-LOC-OUTROS              PIC 9(07) VALUE ZEROS.
       01 WS-LOC-NOVO                PIC 9(01) VALUE ZEROS.
       01 WS-LOC-ERRO                PIC 9(01) VALUE ZEROS.
       01 WS-LOT-QTD                 PIC 9(06) VALUE ZEROS.
       01 WS-LOT-PARTE               PIC 9(06) VALUE ZEROS.
       01 WS-LOT-CHAVE               PIC X(26) VALUE SPACES.
       01 WS-LOT-NOVO                PIC 9(01) VALUE ZEROS.
       01 WS-MOV-QTD                 PIC 9(06) VALUE ZEROS.
       01 WS-MOV-CODKIT              PIC 9(06) VALUE ZEROS.
       01 WS-KTP-ATIVO               PIC 9(01) VALUE ZEROS.
       01 WS-KTP-ACHOU               PIC 9(01) VALUE ZEROS.
       01 WS-KIT-COMPQTD             PIC 9(10) VALUE ZEROS.
       01 WS-REGPRO-SALVO            PIC X(150) VALUE SPACES.
       01 WS-SALDO-TIT               PIC 9(07)V99 VALUE ZEROS.
       01 WS-NOTA-NUM                PIC 9(06) VALUE ZEROS.
       01 WS-DATA-HOJE               PIC 9(08) VALUE ZEROS.
               CLOSE ARQVEN ARQPRO ARQMOV ARQTIT ARQCLI ARQCTL
               GO TO ROT-FIM.

           OPEN I-O ARQEST
           IF ST-ERRO10 NOT = "00"
             IF ST-ERRO10 = "30"
               OPEN OUTPUT ARQEST
               CLOSE ARQEST
               OPEN I-O ARQEST
             ELSE
               DISPLAY "ERRO NA ABERTURA DO ESTOQUE POR LOCAL"
               CLOSE ARQVEN ARQPRO ARQMOV ARQTIT ARQCLI ARQCTL ARQLOG
               GO TO ROT-FIM.

           OPEN I-O ARQLOT
           IF ST-ERRO11 NOT = "00"
             IF ST-ERRO11 = "30"
               OPEN OUTPUT ARQLOT
               CLOSE ARQLOT
               OPEN I-O ARQLOT
             ELSE
               DISPLAY "ERRO NA ABERTURA DO ESTOQUE POR LOTE"
               CLOSE ARQVEN ARQPRO ARQMOV ARQTIT ARQCLI ARQCTL ARQLOG
                     ARQEST
               GO TO ROT-FIM.

           OPEN I-O ARQLTP
           IF ST-ERRO12 NOT = "00"
             IF ST-ERRO12 = "30"
               OPEN OUTPUT ARQLTP
               CLOSE ARQLTP
               OPEN I-O ARQLTP
             ELSE
               DISPLAY "ERRO NA ABERTURA DOS LOTES DOS PEDIDOS"
               CLOSE ARQVEN ARQPRO ARQMOV ARQTIT ARQCLI ARQCTL ARQLOG
                     ARQEST ARQLOT
               GO TO ROT-FIM.

      *    SEM ARQKTP NENHUMA VENDA BAIXOU COMPONENTES DE KIT.
           OPEN INPUT ARQKTP
           IF ST-ERRO13 = "00"
             MOVE 1 TO WS-KTP-ATIVO
           ELSE
             MOVE ZEROS TO WS-KTP-ATIVO.

      ***************** IDENTIFICACAO DO ITEM DEVOLVIDO ***********************

       R1.
           IF PED-STATUS NOT = 1
             DISPLAY "*** ITEM NAO ESTA ATIVO ***"
             GO TO R1.
      *    O ITEM DE CONTRATO E SERVICO/LOCACAO FATURADO NO MES E NAO
      *    BAIXOU ESTOQUE - O ACERTO E FEITO NO TITULO.
           IF PED-CONTRATO NOT = ZEROS
             DISPLAY "*** ITEM DE CONTRATO NAO TEM DEVOLUCAO ***"
             GO TO R1.

           COMPUTE WS-QTD-MAX = PED-QUANTIDADE - PED-QTDDEVOLVIDA
           IF WS-QTD-MAX = ZEROS
      ***************** RETORNO DA MERCADORIA AO ESTOQUE **********************

       R4.
           PERFORM TEM-KTP THRU TEM-KTP-FIM
           IF WS-KTP-ACHOU = 1
             PERFORM DEVOLVE-KIT THRU DEVOLVE-KIT-FIM
             GO TO R4A.
      *    O SALDO DO LOCAL (ARQEST) E GRAVADO ANTES DO TOTAL DO
      *    PRODUTO: SE FALHAR, A DEVOLUCAO PARA SEM MEXER NO TOTAL NEM
      *    NO KARDEX; SE O TOTAL FALHAR DEPOIS, O LOCAL E DESFEITO.
           ADD WS-QTD-DEV TO PRO-QTDESTOQUE
           MOVE "E" TO MOV-TIPOMOV
           MOVE PED-LOCAL TO WS-LOC-LOCAL
           MOVE WS-QTD-DEV TO WS-LOC-QTD
           PERFORM POSTA-LOCAL THRU POSTA-LOCAL-FIM
           IF WS-LOC-ERRO = 1
             DISPLAY "*** DEVOLUCAO NAO GRAVADA ***"
             GO TO R1.
           REWRITE REGPRO
           IF ST-ERRO2 NOT = "00" AND ST-ERRO2 NOT = "02"
             DISPLAY "*** ERRO NA ATUALIZACAO DO ESTOQUE ***"
             MOVE "S" TO MOV-TIPOMOV
             PERFORM POSTA-LOCAL THRU POSTA-LOCAL-FIM
             GO TO R1.
           MOVE WS-QTD-DEV TO WS-MOV-QTD
           PERFORM GRAVA-MOV THRU GRAVA-MOV-FIM
           MOVE WS-QTD-DEV TO WS-LOT-QTD
           PERFORM ESTORNA-LOTES THRU ESTORNA-LOTES-FIM.

       R4A.
           ADD WS-QTD-DEV TO PED-QTDDEVOLVIDA
           REWRITE REGVEN
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
      *    A SOMA IGNORA ITENS CANCELADOS E DESCONTA A QUANTIDADE JA
      *    DEVOLVIDA DE CADA ITEM, COMO O RECALC-TOTAL DO SCE005. AO
      *    FINAL O ITEM DA DEVOLUCAO E RELIDO PARA O RESTO DO FLUXO.
      *    O FRETE CIF JA COBRADO NAO E DEVOLVIDO - CONTINUA NO TOTAL.

       RECALC-TOTAL.
           MOVE ZEROS TO WS-VLR-PEDIDO WS-VLR-FRETE
           MOVE WS-PEDIDO TO PED-COD
           START ARQVEN KEY IS EQUAL TO PED-COD
           IF ST-ERRO NOT = "00"
           IF PED-STATUS NOT = 2
             COMPUTE WS-VLR-PEDIDO = WS-VLR-PEDIDO + PED-VALORITEM
                   - (PED-QTDDEVOLVIDA * PED-PRECOUNITARIO).
           IF PED-STATUS NOT = 2 AND PED-TIPOFRETE = "C"
             MOVE PED-VALORFRETE TO WS-VLR-FRETE.
           GO TO RECALC-SOMA.
       RECALC-GRAVA.
           ADD WS-VLR-FRETE TO WS-VLR-PEDIDO
           MOVE WS-PEDIDO TO PED-COD
           START ARQVEN KEY IS EQUAL TO PED-COD
           IF ST-ERRO NOT = "00"
           EXIT.

      ***** GRAVACAO DE MOVIMENTO DE ESTOQUE (ARQMOV - KARDEX) *****
      *    REGPRO JA CONTEM O SALDO APOS A DEVOLUCAO E O POSTA-LOCAL
      *    JA CARREGOU MOV-LOCAL E MOV-SALDOLOCAL. WS-MOV-QTD VEM DO
      *    CHAMADOR E WS-MOV-CODKIT SO E PREENCHIDO NO DEVOLVE-KIT.

       GRAVA-MOV.
           MOVE "MOVIMENTO " TO CTL-CHAVE
           MOVE PED-COD TO MOV-PEDCOD
           MOVE PED-ITEM TO MOV-PEDITEM
           MOVE "E" TO MOV-TIPOMOV
           MOVE WS-MOV-QTD TO MOV-QUANTIDADE
           MOVE PRO-QTDESTOQUE TO MOV-SALDOAPOS
           MOVE "DEVOLUCAO" TO MOV-ORIGEM
           MOVE WS-OPERADOR TO MOV-OPERADOR
           MOVE WS-MOV-CODKIT TO MOV-CODKIT
           WRITE REGMOV
           IF ST-ERRO5 NOT = "00" AND ST-ERRO5 NOT = "02"
             DISPLAY "*** ERRO NA GRAVACAO DO MOVIMENTO ***".
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
             IF ST-ERRO10 = "00"
               MOVE EST-QTDESTOQUE TO WS-LOC-SALDO
               GO TO SALDO-LOCAL-FIM
             ELSE
               GO TO SALDO-LOCAL-FIM.
           MOVE 2 TO EST-LOCAL
           START ARQEST KEY IS NOT LESS THAN CHAVE-EST
           IF ST-ERRO10 NOT = "00"
             GO TO SALDO-LOCAL-LOJA.
       SALDO-LOCAL-LOOP.
           READ ARQEST NEXT RECORD
           IF ST-ERRO10 NOT = "00" AND ST-ERRO10 NOT = "02"
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
      *    ACOMPANHA O TOTAL DO PRODUTO. ERRO NA GRAVACAO DE ARQEST
      *    VOLTA COM WS-LOC-ERRO = 1 - O CHAMADOR NAO REGRAVA O TOTAL
      *    NEM GRAVA O MOVIMENTO.

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
           IF ST-ERRO10 = "99"
             CALL "C$SLEEP" USING WS-DELAY
             GO TO POSTA-LOCAL-LE.
           IF ST-ERRO10 NOT = "00"
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
           IF ST-ERRO10 NOT = "00" AND ST-ERRO10 NOT = "02"
             DISPLAY "*** ERRO NO ESTOQUE DO LOCAL ***"
             MOVE 1 TO WS-LOC-ERRO
             UNLOCK ARQEST
             GO TO POSTA-LOCAL-FIM.
           UNLOCK ARQEST.
       POSTA-LOCAL-SALDO.
           PERFORM SALDO-LOCAL THRU SALDO-LOCAL-FIM
           MOVE WS-LOC-SALDO TO MOV-SALDOLOCAL.
       POSTA-LOCAL-FIM.
           EXIT.

      ***** VERIFICA SE O ITEM PED-COD/PED-ITEM E UMA VENDA DE KIT *****
      *    O SCE005 GRAVA EM ARQKTP OS COMPONENTES BAIXADOS NA VENDA.

       TEM-KTP.
           MOVE ZEROS TO WS-KTP-ACHOU
           IF WS-KTP-ATIVO = ZEROS
             GO TO TEM-KTP-FIM.
           MOVE PED-COD TO KTP-PEDCOD
           MOVE PED-ITEM TO KTP-PEDITEM
           MOVE ZEROS TO KTP-CODCOMP
           START ARQKTP KEY IS NOT LESS THAN CHAVE-KTP
           IF ST-ERRO13 NOT = "00"
             GO TO TEM-KTP-FIM.
           READ ARQKTP NEXT RECORD
           IF ST-ERRO13 = "00" OR ST-ERRO13 = "02"
             IF KTP-PEDCOD = PED-COD AND KTP-PEDITEM = PED-ITEM
               MOVE 1 TO WS-KTP-ACHOU.
       TEM-KTP-FIM.
           EXIT.

      ***** DEVOLUCAO DOS COMPONENTES DE UM ITEM DE KIT *****
      *    CADA COMPONENTE LIGADO AO ITEM VOLTA AO ESTOQUE NA
      *    PROPORCAO DA QUANTIDADE DEVOLVIDA (WS-QTD-DEV KITS), COM
      *    KARDEX E LOTES COMO UM PRODUTO COMUM. REGPRO VOLTA COM O
      *    KIT PARA A NOTA DE CREDITO.

       DEVOLVE-KIT.
           MOVE REGPRO TO WS-REGPRO-SALVO
           MOVE PED-COD TO KTP-PEDCOD
           MOVE PED-ITEM TO KTP-PEDITEM
           MOVE ZEROS TO KTP-CODCOMP
           START ARQKTP KEY IS NOT LESS THAN CHAVE-KTP
           IF ST-ERRO13 NOT = "00"
             GO TO DEVOLVE-KIT-REST.
       DEVOLVE-KIT-LOOP.
           READ ARQKTP NEXT RECORD
           IF ST-ERRO13 NOT = "00" AND ST-ERRO13 NOT = "02"
             GO TO DEVOLVE-KIT-REST.
           IF KTP-PEDCOD NOT = PED-COD OR KTP-PEDITEM NOT = PED-ITEM
             GO TO DEVOLVE-KIT-REST.
           COMPUTE WS-KIT-COMPQTD = WS-QTD-DEV * KTP-QTD
           MOVE KTP-CODCOMP TO PRO-CODIGO
           READ ARQPRO
           IF ST-ERRO2 NOT = "00"
             DISPLAY "*** COMPONENTE DO KIT NAO CADASTRADO: "
                     KTP-CODCOMP " ***"
             GO TO DEVOLVE-KIT-LOOP.
           ADD WS-KIT-COMPQTD TO PRO-QTDESTOQUE
           MOVE "E" TO MOV-TIPOMOV
           MOVE PED-LOCAL TO WS-LOC-LOCAL
           MOVE WS-KIT-COMPQTD TO WS-LOC-QTD
           PERFORM POSTA-LOCAL THRU POSTA-LOCAL-FIM
           IF WS-LOC-ERRO = 1
             GO TO DEVOLVE-KIT-LOOP.
           REWRITE REGPRO
           IF ST-ERRO2 NOT = "00" AND ST-ERRO2 NOT = "02"
             DISPLAY "*** ERRO NA ATUALIZACAO DO ESTOQUE ***"
             MOVE "S" TO MOV-TIPOMOV
             PERFORM POSTA-LOCAL THRU POSTA-LOCAL-FIM
             GO TO DEVOLVE-KIT-LOOP.
           MOVE WS-KIT-COMPQTD TO WS-MOV-QTD
           MOVE KTP-CODKIT TO WS-MOV-CODKIT
           PERFORM GRAVA-MOV THRU GRAVA-MOV-FIM
           MOVE ZEROS TO WS-MOV-CODKIT
           MOVE WS-KIT-COMPQTD TO WS-LOT-QTD
           PERFORM ESTORNA-LOTES THRU ESTORNA-LOTES-FIM
           GO TO DEVOLVE-KIT-LOOP.
       DEVOLVE-KIT-REST.
           MOVE WS-REGPRO-SALVO TO REGPRO.
       DEVOLVE-KIT-FIM.
           EXIT.

      ***** DEVOLUCAO AOS LOTES BAIXADOS NA VENDA (ARQLTP) *****
      *    WS-LOT-QTD CARREGADA PELO CHAMADOR. PERCORRE OS LOTES
      *    LIGADOS A PED-COD/PED-ITEM, DEVOLVE A QUANTIDADE A CADA
      *    LOTE E DIMINUI A LIGACAO (EXCLUIDA QUANDO ZERA) - UM
      *    CANCELAMENTO POSTERIOR NO SCE005 SO ESTORNA O QUE SOBROU.
      *    ITEM VENDIDO SEM LOTE NAO TEM O QUE DEVOLVER. SO CONTAM OS
      *    LOTES DE PRO-CODIGO (NO KIT, OS DO COMPONENTE DEVOLVIDO).
      *    O LOTE E BLOQUEADO ANTES DE MEXER NA LIGACAO; SE A GRAVACAO
      *    DO LOTE FALHAR, A LIGACAO VOLTA AO QUE ERA. ERRO DE GRAVACAO
      *    ENCERRA A DEVOLUCAO DO ITEM AOS LOTES.

       ESTORNA-LOTES.
           MOVE PED-COD TO LTP-PEDCOD
           MOVE PED-ITEM TO LTP-PEDITEM
           MOVE ZEROS TO LTP-VALIDADE
           MOVE SPACES TO LTP-NUMERO
           START ARQLTP KEY IS NOT LESS THAN CHAVE-LTP
           IF ST-ERRO12 NOT = "00"
             GO TO ESTORNA-LOTES-FIM.
       ESTORNA-LOTES-LOOP.
           IF WS-LOT-QTD = ZEROS
             GO TO ESTORNA-LOTES-FIM.
           READ ARQLTP NEXT RECORD
           IF ST-ERRO12 NOT = "00" AND ST-ERRO12 NOT = "02"
             GO TO ESTORNA-LOTES-FIM.
           IF LTP-PEDCOD NOT = PED-COD OR LTP-PEDITEM NOT = PED-ITEM
             GO TO ESTORNA-LOTES-FIM.
           IF LTP-CODPRO NOT = PRO-CODIGO
             GO TO ESTORNA-LOTES-LOOP.
           IF LTP-QTD > WS-LOT-QTD
             MOVE WS-LOT-QTD TO WS-LOT-PARTE
           ELSE
             MOVE LTP-QTD TO WS-LOT-PARTE.
           MOVE LTP-CODPRO TO LOT-CODPRO
           MOVE LTP-VALIDADE TO LOT-VALIDADE
           MOVE LTP-NUMERO TO LOT-NUMERO
           MOVE CHAVE-LOT TO WS-LOT-CHAVE.
       ESTORNA-LOTES-LE.
           MOVE WS-LOT-CHAVE TO CHAVE-LOT
           READ ARQLOT WITH LOCK
           IF ST-ERRO11 = "99"
             CALL "C$SLEEP" USING WS-DELAY
             GO TO ESTORNA-LOTES-LE.
           IF ST-ERRO11 NOT = "00"
             MOVE WS-LOT-CHAVE TO CHAVE-LOT
             MOVE ZEROS TO LOT-QTDSALDO LOT-QTDENTRADA
             MOVE WS-DATA-HOJE TO LOT-DATAENTRADA
             MOVE 1 TO WS-LOT-NOVO
           ELSE
             MOVE ZEROS TO WS-LOT-NOVO.
           SUBTRACT WS-LOT-PARTE FROM LTP-QTD WS-LOT-QTD
           IF LTP-QTD = ZEROS
             DELETE ARQLTP RECORD
           ELSE
             REWRITE REGLTP.
           IF ST-ERRO12 NOT = "00" AND ST-ERRO12 NOT = "02"
             UNLOCK ARQLOT
             DISPLAY "*** ERRO NA GRAVACAO DO LOTE DO ITEM ***"
             GO TO ESTORNA-LOTES-FIM.
           ADD WS-LOT-PARTE TO LOT-QTDSALDO
           IF WS-LOT-NOVO = 1
             WRITE REGLOT
           ELSE
             REWRITE REGLOT.
           IF ST-ERRO11 NOT = "00" AND ST-ERRO11 NOT = "02"
             UNLOCK ARQLOT
             PERFORM ESTORNA-LOTES-VOLTA THRU ESTORNA-LOTES-VOLTA-FIM
             DISPLAY "*** ERRO NA DEVOLUCAO AO LOTE ***"
             GO TO ESTORNA-LOTES-FIM.
           UNLOCK ARQLOT
           GO TO ESTORNA-LOTES-LOOP.
       ESTORNA-LOTES-FIM.
           EXIT.

      *    LIGACAO DE VOLTA AO QUE ERA ANTES DA DEVOLUCAO QUE FALHOU -
      *    A EXCLUIDA (QUANTIDADE ZERADA) E GRAVADA DE NOVO.

       ESTORNA-LOTES-VOLTA.
           ADD WS-LOT-PARTE TO LTP-QTD
           IF LTP-QTD = WS-LOT-PARTE
             WRITE REGLTP
           ELSE
             REWRITE REGLTP.
       ESTORNA-LOTES-VOLTA-FIM.
           EXIT.

      ***** VERIFICACAO DE COMPETENCIA FECHADA (ARQFEC) ************
      *    WS-FEC-DATA DEVE SER CARREGADA PELO CHAMADOR. RETORNA
      *    WS-FEC-BLOQ = 1 QUANDO A COMPETENCIA DA DATA FOI FECHADA

       R9-FECHA.
           CLOSE ARQVEN ARQPRO ARQMOV ARQTIT ARQCLI ARQCTL ARQLOG
                 ARQEST ARQLOT ARQLTP
           IF WS-FEC-ATIVO = 1
             CLOSE ARQFEC.
           IF WS-KTP-ATIVO = 1
             CLOSE ARQKTP.
           IF WS-NOTA-ABERTA = 1
             CLOSE NOTCRED.

