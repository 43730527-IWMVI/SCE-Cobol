      *    ENCERRAR O PEDIDO E IMPRESSA A LISTA DE DIVERGENCIAS
      *    (RELREC.DAT) COM OS ITENS EM QUE RECEBIDO <> PEDIDO.
      *    COMPETENCIA FECHADA NO SCE032 NAO ACEITA RECEBIMENTO.
      *    O ITEM ENTRA NO LOCAL DE ESTOQUE INFORMADO (SUGERIDO O DO
      *    PEDIDO), QUE FICA GRAVADO NO ITEM PARA O ESTORNO DO SCE005.
      *    O LOCAL E ESCOLHIDO NO PRIMEIRO RECEBIMENTO DO ITEM - OS
      *    PARCIAIS SEGUINTES ENTRAM NO MESMO LOCAL, PARA O ESTORNO
      *    SAIR DE ONDE A MERCADORIA ENTROU. MERCADORIA QUE FOR PARA
      *    OUTRO LOCAL E TRANSFERIDA DEPOIS NO SCE039.
      *    A QUANTIDADE RECEBIDA PODE SER DIVIDIDA EM LOTES (NUMERO E
      *    VALIDADE), QUE ENTRAM NO SALDO POR LOTE (ARQLOT) E FICAM
      *    LIGADOS AO ITEM DO PEDIDO (ARQLTP). O QUE NAO FOR INFORMADO
      *    EM LOTE ENTRA SEM CONTROLE DE VALIDADE.
      *    ANTES DA QUANTIDADE O CONFERENTE PODE CONFIRMAR A MERCADORIA
      *    DIGITANDO O CODIGO OU LENDO O CODIGO DE BARRAS (PRO-EAN) DA
      *    EMBALAGEM - PRODUTO DIFERENTE DO ITEM NAO E RECEBIDO.
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
                    FILE STATUS  IS ST-ERRO8.

           SELECT ARQLOT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-LOT
                    LOCK MODE    IS MANUAL
                    FILE STATUS  IS ST-ERRO9.

           SELECT ARQLTP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-LTP
                    FILE STATUS  IS ST-ERRO10.

           SELECT RELREC ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO6.

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

       FD RELREC
       01 ST-ERRO5                   PIC X(02) VALUE "00".
       01 ST-ERRO6                   PIC X(02) VALUE "00".
       01 ST-ERRO7                   PIC X(02) VALUE "00".
       01 ST-ERRO8                   PIC X(02) VALUE "00".
       01 ST-ERRO9                   PIC X(02) VALUE "00".
       01 ST-ERRO10                  PIC X(02) VALUE "00".
       01 WS-DELAY                   PIC 9(04) COMP VALUE 1.
       01 MENS                       PIC X(60) VALUE SPACES.
       01 WS-ENVNOME                 PIC X(20) VALUE "USER".
       01 WS-OPERADOR                PIC X(20) VALUE SPACES.
       01 WS-PEDIDO                  PIC 9(06) VALUE ZEROS.
       01 WS-QTD-PENDENTE            PIC 9(06) VALUE ZEROS.
       01 WS-QTD-CHEGOU              PIC 9(06) VALUE ZEROS.
       01 WS-COD-LIDO                PIC 9(13) VALUE ZEROS.
       01 WS-QTD-NOVA                PIC 9(07) VALUE ZEROS.
       01 WS-CUSTO-TOTAL             PIC 9(13)V99 VALUE ZEROS.
       01 WS-QTD-ITENS               PIC 9(03) VALUE ZEROS.
       01 WS-REL-ABERTO              PIC 9(01) VALUE ZEROS.
       01 WS-TEM-DIVERG              PIC 9(01) VALUE ZEROS.
       01 WS-LOCAL-REC               PIC 9(01) VALUE ZEROS.
       01 WS-LOC-LOCAL               PIC 9(01) VALUE ZEROS.
       01 WS-LOC-QTD                 PIC 9(06) VALUE ZEROS.
       01 WS-LOC-SALDO               PIC 9(06) VALUE ZEROS.
       01 WS-LOC-OUTROS              PIC 9(07) VALUE ZEROS.
       01 WS-LOC-NOVO                PIC 9(01) VALUE ZEROS.
       01 WS-LOC-ERRO                PIC 9(01) VALUE ZEROS.

       01 WS-LOT-NUMERO              PIC X(12) VALUE SPACES.
       01 WS-LOT-VALIDADE            PIC 9(08) VALUE ZEROS.
       01 WS-LOT-VALIDADE-R REDEFINES WS-LOT-VALIDADE.
          03 WS-LOT-ANO              PIC 9(04).
          03 WS-LOT-MES              PIC 9(02).
          03 WS-LOT-DIA              PIC 9(02).
       01 WS-LOT-QTD                 PIC 9(06) VALUE ZEROS.
       01 WS-QTD-SEMLOTE             PIC 9(06) VALUE ZEROS.
       01 WS-LOT-NOVO                PIC 9(01) VALUE ZEROS.

       01 WS-FEC-ATIVO               PIC 9(01) VALUE ZEROS.
       01 WS-FEC-BLOQ                PIC 9(01) VALUE ZEROS.
               CLOSE ARQVEN ARQPRO ARQMOV ARQCTL
               GO TO ROT-FIM.

           OPEN I-O ARQEST
           IF ST-ERRO8 NOT = "00"
             IF ST-ERRO8 = "30"
               OPEN OUTPUT ARQEST
               CLOSE ARQEST
               OPEN I-O ARQEST
             ELSE
               DISPLAY "ERRO NA ABERTURA DO ESTOQUE POR LOCAL"
               CLOSE ARQVEN ARQPRO ARQMOV ARQCTL ARQLOG
               GO TO ROT-FIM.

           OPEN I-O ARQLOT
           IF ST-ERRO9 NOT = "00"
             IF ST-ERRO9 = "30"
               OPEN OUTPUT ARQLOT
               CLOSE ARQLOT
               OPEN I-O ARQLOT
             ELSE
               DISPLAY "ERRO NA ABERTURA DO ESTOQUE POR LOTE"
               CLOSE ARQVEN ARQPRO ARQMOV ARQCTL ARQLOG ARQEST
               GO TO ROT-FIM.

           OPEN I-O ARQLTP
           IF ST-ERRO10 NOT = "00"
             IF ST-ERRO10 = "30"
               OPEN OUTPUT ARQLTP
               CLOSE ARQLTP
               OPEN I-O ARQLTP
             ELSE
               DISPLAY "ERRO NA ABERTURA DOS LOTES DOS PEDIDOS"
               CLOSE ARQVEN ARQPRO ARQMOV ARQCTL ARQLOG ARQEST ARQLOT
               GO TO ROT-FIM.

       R0A.
      *    SEM O ARQUIVO DE FECHAMENTO NENHUMA COMPETENCIA ESTA
      *    FECHADA - O CONTROLE SO ATUA QUANDO O SCE032 JA O CRIOU.

           DISPLAY " "
           DISPLAY "  ITEM " PED-ITEM " - " PRO-DESCRICAO
           DISPLAY "  PRODUTO: " PRO-CODIGO "  COD. BARRAS: " PRO-EAN
           DISPLAY "  PEDIDO: " PED-QUANTIDADE
                   "  JA RECEBIDO: " PED-QTDRECEBIDA
                   "  PENDENTE: " WS-QTD-PENDENTE.

      *    ATE 6 DIGITOS E O CODIGO DO PRODUTO; MAIS QUE ISSO E O
      *    CODIGO DE BARRAS. ZERO PULA A CONFERENCIA.

       R3-CONFERE.
           DISPLAY "  CONFERENCIA - CODIGO OU CODIGO DE BARRAS "
                   "(0 = NAO CONFERE) : "
           ACCEPT WS-COD-LIDO
           IF WS-COD-LIDO = ZEROS
             GO TO R3-QTD.
           IF WS-COD-LIDO NOT > 999999
             IF WS-COD-LIDO = PED-COD-PRO
               GO TO R3-QTD
             ELSE
               DISPLAY "  *** PRODUTO DIFERENTE DO ITEM DO PEDIDO ***"
               GO TO R3-CONFERE.
           IF WS-COD-LIDO = PRO-EAN
             GO TO R3-QTD.
           IF PRO-EAN = ZEROS
             DISPLAY "  *** ITEM SEM CODIGO DE BARRAS - DIGITE O "
                     "CODIGO ***"
           ELSE
             DISPLAY "  *** CODIGO DE BARRAS NAO E O DO ITEM ***".
           GO TO R3-CONFERE.

       R3-QTD.
           DISPLAY "  QUANTIDADE QUE CHEGOU AGORA (0 = NADA) : "
           ACCEPT WS-QTD-CHEGOU
             DISPLAY "  *** MAIOR QUE O PENDENTE - CONFIRA A NOTA ***"
             GO TO R3-QTD.

       R3-LOCAL.
           IF PED-LOCAL = ZEROS
             MOVE 1 TO PED-LOCAL.
           IF PED-QTDRECEBIDA > ZEROS
             DISPLAY "  LOCAL DE ENTRADA: " PED-LOCAL
                     " (O MESMO DO PRIMEIRO RECEBIMENTO)"
             GO TO R3-COMPETENCIA.
           DISPLAY "  LOCAL DE ENTRADA (1=LOJA 2=DEPOSITO 3=CONSIGNACAO"
                   ", 0 = " PED-LOCAL ") : "
           ACCEPT WS-LOCAL-REC
           IF WS-LOCAL-REC = ZEROS
             MOVE PED-LOCAL TO WS-LOCAL-REC.
           IF WS-LOCAL-REC > 3
             DISPLAY "  *** LOCAL DEVE SER 1, 2 OU 3 ***"
             GO TO R3-LOCAL.
           MOVE WS-LOCAL-REC TO PED-LOCAL.

       R3-COMPETENCIA.

      *    O RECEBIMENTO E LANCADO COM A DATA DO DIA - COM A
      *    COMPETENCIA CORRENTE FECHADA NO SCE032 NADA PODE SER
      *    LANCADO, COMO NO AJUSTE DO SCE013.

      ****** LANCAMENTO DO ESTOQUE E DO KARDEX DA QUANTIDADE RECEBIDA *********
      *    O CUSTO MEDIO PONDERADO E RECALCULADO COM O SALDO ANTERIOR
      *    E O PRECO UNITARIO DA COMPRA. O LOCAL E GRAVADO ANTES DO
      *    PRODUTO - SE UM DOS DOIS FALHAR O ITEM NAO E RECEBIDO.

           COMPUTE WS-CUSTO-TOTAL =
                   (PRO-QTDESTOQUE * PRO-CUSTOMEDIO)
                     WS-CUSTO-TOTAL / WS-QTD-NOVA.

           ADD WS-QTD-CHEGOU TO PRO-QTDESTOQUE
           MOVE "E" TO MOV-TIPOMOV
           MOVE PED-LOCAL TO WS-LOC-LOCAL
           MOVE WS-QTD-CHEGOU TO WS-LOC-QTD
           PERFORM POSTA-LOCAL THRU POSTA-LOCAL-FIM
           IF WS-LOC-ERRO = 1
             DISPLAY "  *** ESTOQUE DO LOCAL NAO GRAVADO - ITEM NAO "
                     "RECEBIDO ***"
             GO TO R3-ITEM-FIM.
           REWRITE REGPRO
           IF ST-ERRO2 NOT = "00" AND ST-ERRO2 NOT = "02"
             DISPLAY "  *** ERRO NA ATUALIZACAO DO ESTOQUE ***"
             PERFORM DESFAZ-LOCAL THRU DESFAZ-LOCAL-FIM
             GO TO R3-ITEM-FIM.

           PERFORM GRAVA-MOV THRU GRAVA-MOV-FIM
           PERFORM R4-LOTES THRU R4-LOTES-FIM

           ADD WS-QTD-CHEGOU TO PED-QTDRECEBIDA
           IF PED-QTDRECEBIDA NOT < PED-QUANTIDADE
       R3-ITEM-FIM.
           EXIT.

      ***************** LOTES DA QUANTIDADE RECEBIDA *************************
      *    O CONFERENTE INFORMA OS LOTES DA NOTA ATE COMPLETAR A
      *    QUANTIDADE QUE CHEGOU. LOTE EM BRANCO ENCERRA - O QUE
      *    SOBRAR FICA SEM LOTE (PRODUTO SEM CONTROLE DE VALIDADE).

       R4-LOTES.
           MOVE WS-QTD-CHEGOU TO WS-QTD-SEMLOTE.
       R4-LOTE.
           MOVE SPACES TO WS-LOT-NUMERO
           DISPLAY "  LOTE (BRANCO = SEM LOTE, FALTAM "
                   WS-QTD-SEMLOTE ") : "
           ACCEPT WS-LOT-NUMERO
           IF WS-LOT-NUMERO = SPACES
             GO TO R4-LOTES-FIM.
       R4-VALIDADE.
           DISPLAY "  VALIDADE DO LOTE (AAAAMMDD) : "
           ACCEPT WS-LOT-VALIDADE
           IF WS-LOT-MES < 1 OR WS-LOT-MES > 12
              OR WS-LOT-DIA < 1 OR WS-LOT-DIA > 31
              OR WS-LOT-ANO < 2000
             DISPLAY "  *** VALIDADE INVALIDA ***"
             GO TO R4-VALIDADE.
           IF WS-LOT-VALIDADE < WS-FEC-DATA
             DISPLAY "  *** ATENCAO - LOTE JA VENCIDO ***".
       R4-QTD.
           DISPLAY "  QUANTIDADE DO LOTE (0 = " WS-QTD-SEMLOTE ") : "
           ACCEPT WS-LOT-QTD
           IF WS-LOT-QTD = ZEROS
             MOVE WS-QTD-SEMLOTE TO WS-LOT-QTD.
           IF WS-LOT-QTD > WS-QTD-SEMLOTE
             DISPLAY "  *** MAIOR QUE O QUE FALTA ***"
             GO TO R4-QTD.

           PERFORM GRAVA-LOTE THRU GRAVA-LOTE-FIM
           SUBTRACT WS-LOT-QTD FROM WS-QTD-SEMLOTE
           IF WS-QTD-SEMLOTE > ZEROS
             GO TO R4-LOTE.
       R4-LOTES-FIM.
           EXIT.

      ***************** ENCERRAMENTO DO PEDIDO E DIVERGENCIAS *****************

       R5-ENCERRA.
           EXIT.

      ***** GRAVACAO DE MOVIMENTO DE ESTOQUE (ARQMOV - KARDEX) *****
      *    REGPRO JA CONTEM O SALDO APOS O RECEBIMENTO E O
      *    POSTA-LOCAL JA CARREGOU MOV-LOCAL E MOV-SALDOLOCAL.

       GRAVA-MOV.
           MOVE "MOVIMENTO " TO CTL-CHAVE
           MOVE PRO-QTDESTOQUE TO MOV-SALDOAPOS
           MOVE "RECEBIMENTO" TO MOV-ORIGEM
           MOVE WS-OPERADOR TO MOV-OPERADOR
           MOVE ZEROS TO MOV-CODKIT
           WRITE REGMOV
           IF ST-ERRO5 NOT = "00" AND ST-ERRO5 NOT = "02"
             DISPLAY "  *** ERRO NA GRAVACAO DO MOVIMENTO ***".
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
             IF ST-ERRO8 = "00"
               MOVE EST-QTDESTOQUE TO WS-LOC-SALDO
               GO TO SALDO-LOCAL-FIM
             ELSE
               GO TO SALDO-LOCAL-FIM.
           MOVE 2 TO EST-LOCAL
           START ARQEST KEY IS NOT LESS THAN CHAVE-EST
           IF ST-ERRO8 NOT = "00"
             GO TO SALDO-LOCAL-LOJA.
       SALDO-LOCAL-LOOP.
           READ ARQEST NEXT RECORD
           IF ST-ERRO8 NOT = "00" AND ST-ERRO8 NOT = "02"
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
           IF ST-ERRO8 = "99"
             CALL "C$SLEEP" USING WS-DELAY
             GO TO POSTA-LOCAL-LE.
           IF ST-ERRO8 NOT = "00"
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
           IF ST-ERRO8 NOT = "00" AND ST-ERRO8 NOT = "02"
             DISPLAY "  *** ERRO NO ESTOQUE DO LOCAL ***"
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

      ***** ENTRADA DE UM LOTE (ARQLOT) E LIGACAO AO ITEM (ARQLTP) *****
      *    O MESMO LOTE COM A MESMA VALIDADE SOMA NO REGISTRO QUE JA
      *    EXISTE - DE OUTRA NOTA OU DE OUTRO RECEBIMENTO PARCIAL.

       GRAVA-LOTE.
           MOVE PRO-CODIGO TO LOT-CODPRO
           MOVE WS-LOT-VALIDADE TO LOT-VALIDADE
           MOVE WS-LOT-NUMERO TO LOT-NUMERO.
       GRAVA-LOTE-LE.
           READ ARQLOT WITH LOCK
           IF ST-ERRO9 = "99"
             CALL "C$SLEEP" USING WS-DELAY
             GO TO GRAVA-LOTE-LE.
           IF ST-ERRO9 NOT = "00"
             MOVE PRO-CODIGO TO LOT-CODPRO
             MOVE WS-LOT-VALIDADE TO LOT-VALIDADE
             MOVE WS-LOT-NUMERO TO LOT-NUMERO
             MOVE ZEROS TO LOT-QTDSALDO LOT-QTDENTRADA
             MOVE WS-FEC-DATA TO LOT-DATAENTRADA
             MOVE 1 TO WS-LOT-NOVO
           ELSE
             MOVE ZEROS TO WS-LOT-NOVO.
           ADD WS-LOT-QTD TO LOT-QTDSALDO LOT-QTDENTRADA
           IF WS-LOT-NOVO = 1
             WRITE REGLOT
           ELSE
             REWRITE REGLOT.
           IF ST-ERRO9 NOT = "00" AND ST-ERRO9 NOT = "02"
             DISPLAY "  *** ERRO NA GRAVACAO DO LOTE ***".
           UNLOCK ARQLOT

           MOVE PED-COD TO LTP-PEDCOD
           MOVE PED-ITEM TO LTP-PEDITEM
           MOVE WS-LOT-VALIDADE TO LTP-VALIDADE
           MOVE WS-LOT-NUMERO TO LTP-NUMERO
           READ ARQLTP
           IF ST-ERRO10 = "00"
             ADD WS-LOT-QTD TO LTP-QTD
             REWRITE REGLTP
           ELSE
             MOVE PRO-CODIGO TO LTP-CODPRO
             MOVE WS-LOT-QTD TO LTP-QTD
             WRITE REGLTP.
           IF ST-ERRO10 NOT = "00" AND ST-ERRO10 NOT = "02"
             DISPLAY "  *** ERRO NA LIGACAO DO LOTE AO PEDIDO ***".
       GRAVA-LOTE-FIM.
           EXIT.

      *************** GERACAO DO PROXIMO CODIGO DISPONIVEL ********************
      *    CTL-CHAVE DEVE SER CARREGADA PELO CHAMADOR ANTES DO PERFORM.

      ***************************************************************

       R9-FECHA.
           CLOSE ARQVEN ARQPRO ARQMOV ARQCTL ARQLOG ARQEST
                 ARQLOT ARQLTP
           IF WS-FEC-ATIVO = 1
             CLOSE ARQFEC.
           IF WS-REL-ABERTO = 1
