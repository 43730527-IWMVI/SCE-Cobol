      *    PROMETIDA DE ENTREGA (PED-DATAENTREGA, GRAVADA NO SCE005).
      *    R = IMPRIME O ROMANEIO (LISTA DE SEPARACAO/ENTREGA) DE UM
      *        DIA ESCOLHIDO, COM O ENDERECO DO CLIENTE DE ARQCLI E
      *        OS ITENS E QUANTIDADES DE CADA PEDIDO (ROMANEIO.DAT)
      *        E, ABAIXO DE CADA ITEM, OS LOTES A SEPARAR (ARQLTP).
      *        OS PEDIDOS SAEM AGRUPADOS POR TRANSPORTADORA (ARQTRA),
      *        OS SEM TRANSPORTADORA PRIMEIRO.
      *    P = RELATORIO DE ENTREGAS PENDENTES - VENDAS LIBERADAS E
      *        AINDA NAO ENTREGUES, DAS MAIS ANTIGAS PARA AS MAIS
      *        NOVAS (RELENT.DAT).
                    RECORD KEY   IS PRO-CODIGO
                    ALTERNATE RECORD KEY IS PRO-DESCRICAO
                                        WITH DUPLICATES
                    ALTERNATE RECORD KEY IS PRO-EAN
                                        WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO3.

           SELECT ARQLOG ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO4.

           SELECT ARQLTP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-LTP
                    FILE STATUS  IS ST-ERRO6.

           SELECT RELSAI ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO5.

           SELECT ARQTRA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TRA-CODIGO
                    ALTERNATE RECORD KEY IS TRA-NOME
                                        WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO7.

           SELECT WORK-ROM ASSIGN TO DISK.

      *************************************************************************

       DATA DIVISION.

       COPY CPLOG.

      *************************************************************************

       FD ARQLTP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQLTP.DAT".

       COPY CPLTP.

      *************************************************************************

       FD RELSAI

       01 WS-LINREL                  PIC X(100).

      *************************************************************************

       FD ARQTRA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQTRA.DAT".

       COPY CPTRA.

      *************************************************************************

       SD WORK-ROM.
       01 WK-REGROM.
          03 WK-TRANSP              PIC 9(03).
          03 WK-PEDCOD              PIC 9(06).
          03 WK-ITEM                PIC 9(03).
          03 WK-CPFCNPJ             PIC 9(14).
          03 WK-CODPRO              PIC 9(09).
          03 WK-QTD                 PIC 9(06).

      *************************************************************************

       WORKING-STORAGE SECTION.
       01 ST-ERRO3                   PIC X(02) VALUE "00".
       01 ST-ERRO4                   PIC X(02) VALUE "00".
       01 ST-ERRO5                   PIC X(02) VALUE "00".
       01 ST-ERRO6                   PIC X(02) VALUE "00".
       01 ST-ERRO7                   PIC X(02) VALUE "00".
       01 WS-LTP-ATIVO               PIC 9(01) VALUE ZEROS.
       01 WS-TRA-ATIVO               PIC 9(01) VALUE ZEROS.
       01 WS-ENVNOME                 PIC X(20) VALUE "USER".
       01 WS-OPERADOR                PIC X(20) VALUE SPACES.

       01 WS-PED-ANT                 PIC 9(06) VALUE ZEROS.
       01 WS-QTD-PEDIDOS             PIC 9(05) VALUE ZEROS.
       01 WS-QTD-MARCADOS            PIC 9(03) VALUE ZEROS.
       01 WS-PRIMEIRO                PIC 9(01) VALUE ZEROS.
       01 WS-TRA-ANT                 PIC 9(03) VALUE ZEROS.
       01 WS-QTD-PED-TRA             PIC 9(05) VALUE ZEROS.

       01 WS-CABROM.
          05 FILLER                  PIC X(30) VALUE
          05 FILLER                  PIC X(03) VALUE "O: ".
          05 WP-DATA                 PIC 9(08).

       01 WS-LINTRA.
          05 FILLER                  PIC X(16) VALUE
             "TRANSPORTADORA: ".
          05 WT-CODIGO               PIC ZZ9.
          05 FILLER                  PIC X(03) VALUE " - ".
          05 WT-NOME                 PIC X(30).
          05 FILLER                  PIC X(06) VALUE " TEL: ".
          05 WT-TELEFONE             PIC 9(11).

       01 WS-LINTRA-FIM.
          05 FILLER                  PIC X(27) VALUE
             "PEDIDOS DA TRANSPORTADORA: ".
          05 WT-QTD-PEDIDOS          PIC ZZ.ZZ9.

       01 WS-LINPED.
          05 FILLER                  PIC X(08) VALUE "PEDIDO: ".
          05 WL-PEDIDO               PIC ZZZZZ9.
          05 FILLER                  PIC X(06) VALUE " QTD: ".
          05 WL-QUANTIDADE           PIC ZZZ.ZZ9.

       01 WS-LINLOTE.
          05 FILLER                  PIC X(15) VALUE
             "         LOTE: ".
          05 WL-LOTE                 PIC X(12).
          05 FILLER                  PIC X(07) VALUE "  VAL: ".
          05 WL-VALIDADE             PIC 9(08).
          05 FILLER                  PIC X(10) VALUE "  SEPARAR:".
          05 WL-QTDLOTE              PIC ZZZ.ZZ9.

       01 WS-LINPEND.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 WX-PEDIDO               PIC ZZZZZ9.
               CLOSE ARQVEN ARQCLI ARQPRO
               GO TO ROT-FIM.

      *    SEM O ARQUIVO DE LOTES NENHUMA VENDA BAIXOU LOTE - O
      *    ROMANEIO SAI SO COM OS ITENS.
           OPEN INPUT ARQLTP
           IF ST-ERRO6 = "00"
             MOVE 1 TO WS-LTP-ATIVO
           ELSE
             MOVE ZEROS TO WS-LTP-ATIVO.

      *    SEM O CADASTRO DE TRANSPORTADORAS O ROMANEIO AGRUPA PELO
      *    CODIGO, SEM O NOME.
           OPEN INPUT ARQTRA
           IF ST-ERRO7 = "00"
             MOVE 1 TO WS-TRA-ATIVO
           ELSE
             MOVE ZEROS TO WS-TRA-ATIVO.

      ***************** MENU DE FUNCOES ***************************************

       R1.
           MOVE SPACES TO WS-LINREL
           WRITE WS-LINREL

           MOVE ZEROS TO WS-PED-ANT WS-QTD-PEDIDOS WS-PRIMEIRO
           SORT WORK-ROM ON ASCENDING KEY WK-TRANSP WK-PEDCOD WK-ITEM
               INPUT PROCEDURE  IS R2-SELECIONA THRU R2-SELECIONA-FIM
               OUTPUT PROCEDURE IS R2-IMPRIME   THRU R2-IMPRIME-FIM.

       R2-FIM.
           IF WS-QTD-PEDIDOS = ZEROS
             MOVE "*** NENHUMA ENTREGA PROMETIDA PARA O DIA ***"
                  TO WS-LINREL
             WRITE WS-LINREL.
           CLOSE RELSAI
           DISPLAY "*** ROMANEIO.DAT GERADO COM " WS-QTD-PEDIDOS
                   " PEDIDOS ***"
           GO TO R1.

      ***************** SELECAO DOS ITENS DO DIA ******************************

       R2-SELECIONA.
           MOVE ZEROS TO CHAVE-PED
           START ARQVEN KEY IS NOT LESS THAN CHAVE-PED
           IF ST-ERRO NOT = "00"
             GO TO R2-SELECIONA-FIM.
       R2-LOOP.
           READ ARQVEN NEXT RECORD
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
             GO TO R2-SELECIONA-FIM.
           IF PED-TIPOPEDIDO NOT = "2"
             GO TO R2-LOOP.
           IF PED-STATUS NOT = 1 OR PED-ENTREGUE = "S"
           IF PED-DATAENTREGA NOT = WS-DATA-ROM
             GO TO R2-LOOP.

           MOVE PED-TRANSP TO WK-TRANSP
           MOVE PED-COD TO WK-PEDCOD
           MOVE PED-ITEM TO WK-ITEM
           MOVE PED-CLI-CPFCNPJ TO WK-CPFCNPJ
           MOVE PED-COD-PRO TO WK-CODPRO
           MOVE PED-QUANTIDADE TO WK-QTD
           RELEASE WK-REGROM
           GO TO R2-LOOP.
       R2-SELECIONA-FIM.
           EXIT.

      ***************** IMPRESSAO POR TRANSPORTADORA **************************
      *    O ITEM CLASSIFICADO VOLTA PARA OS CAMPOS DE REGVEN USADOS
      *    NO CABECALHO DO PEDIDO E NA LINHA DO ITEM.

       R2-IMPRIME.
           RETURN WORK-ROM AT END GO TO R2-IMPRIME-ENCERRA.

           IF WS-PRIMEIRO = 1 AND WK-TRANSP NOT = WS-TRA-ANT
             PERFORM R2-RODAPE-TRA THRU R2-RODAPE-TRA-FIM.
           IF WS-PRIMEIRO = 0 OR WK-TRANSP NOT = WS-TRA-ANT
             MOVE 1 TO WS-PRIMEIRO
             MOVE WK-TRANSP TO WS-TRA-ANT
             PERFORM R2-CABEC-TRA THRU R2-CABEC-TRA-FIM.

           MOVE WK-PEDCOD TO PED-COD
           MOVE WK-ITEM TO PED-ITEM
           MOVE WK-CPFCNPJ TO PED-CLI-CPFCNPJ
           MOVE WK-CODPRO TO PED-COD-PRO
           MOVE WK-QTD TO PED-QUANTIDADE
           IF PED-COD NOT = WS-PED-ANT
             MOVE PED-COD TO WS-PED-ANT
             ADD 1 TO WS-QTD-PEDIDOS WS-QTD-PED-TRA
             PERFORM R3-CABEC-PED THRU R3-CABEC-PED-FIM.
           PERFORM R3-ITEM THRU R3-ITEM-FIM
           GO TO R2-IMPRIME.

       R2-IMPRIME-ENCERRA.
           IF WS-PRIMEIRO = 1
             PERFORM R2-RODAPE-TRA THRU R2-RODAPE-TRA-FIM.
       R2-IMPRIME-FIM.
           EXIT.

      ***************** CABECALHO E RODAPE DA TRANSPORTADORA ******************

       R2-CABEC-TRA.
           MOVE ZEROS TO WS-QTD-PED-TRA
           MOVE SPACES TO WS-LINREL
           WRITE WS-LINREL
           MOVE WK-TRANSP TO WT-CODIGO
           MOVE SPACES TO WT-NOME
           MOVE ZEROS TO WT-TELEFONE
           IF WK-TRANSP = ZEROS
             MOVE "SEM TRANSPORTADORA" TO WT-NOME
           ELSE
             IF WS-TRA-ATIVO = 1
               MOVE WK-TRANSP TO TRA-CODIGO
               READ ARQTRA
               IF ST-ERRO7 = "00"
                 MOVE TRA-NOME TO WT-NOME
                 MOVE TRA-TELEFONE TO WT-TELEFONE
               ELSE
                 MOVE "*** NAO CADASTRADA ***" TO WT-NOME.
           MOVE WS-LINTRA TO WS-LINREL
           WRITE WS-LINREL.
       R2-CABEC-TRA-FIM.
           EXIT.

       R2-RODAPE-TRA.
           MOVE SPACES TO WS-LINREL
           WRITE WS-LINREL
           MOVE WS-QTD-PED-TRA TO WT-QTD-PEDIDOS
           MOVE WS-LINTRA-FIM TO WS-LINREL
           WRITE WS-LINREL.
       R2-RODAPE-TRA-FIM.
           EXIT.

      ***************** CABECALHO DO PEDIDO NO ROMANEIO ***********************

             MOVE "*** PRODUTO NAO CADASTRADO ***" TO WL-DESCRICAO.
           MOVE PED-QUANTIDADE TO WL-QUANTIDADE
           MOVE WS-LINITEM TO WS-LINREL
           WRITE WS-LINREL
           IF WS-LTP-ATIVO = ZEROS
             GO TO R3-ITEM-FIM.

           MOVE PED-COD TO LTP-PEDCOD
           MOVE PED-ITEM TO LTP-PEDITEM
           MOVE ZEROS TO LTP-VALIDADE
           MOVE SPACES TO LTP-NUMERO
           START ARQLTP KEY IS NOT LESS THAN CHAVE-LTP
           IF ST-ERRO6 NOT = "00"
             GO TO R3-ITEM-FIM.
       R3-LOTE.
           READ ARQLTP NEXT RECORD
           IF ST-ERRO6 NOT = "00" AND ST-ERRO6 NOT = "02"
             GO TO R3-ITEM-FIM.
           IF LTP-PEDCOD NOT = PED-COD OR LTP-PEDITEM NOT = PED-ITEM
             GO TO R3-ITEM-FIM.
           MOVE LTP-NUMERO TO WL-LOTE
           MOVE LTP-VALIDADE TO WL-VALIDADE
           MOVE LTP-QTD TO WL-QTDLOTE
           MOVE WS-LINLOTE TO WS-LINREL
           WRITE WS-LINREL
           GO TO R3-LOTE.
       R3-ITEM-FIM.
           EXIT.

      ***************************************************************

       R9-FECHA.
           CLOSE ARQVEN ARQCLI ARQPRO ARQLOG
           IF WS-LTP-ATIVO = 1
             CLOSE ARQLTP.
           IF WS-TRA-ATIVO = 1
             CLOSE ARQTRA.

       ROT-FIM.
           GOBACK.
