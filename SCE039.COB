       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCE039.
      *************************************************************************
      * INSTALLATION.       TRANSFERENCIA DE ESTOQUE ENTRE LOCAIS             *
      * AUTHOR.             Wallace Martins Vieira                            *
      * DATE-WRITTEN        00/00/0000                                        *
      *************************************************************************
      *    MOVE UMA QUANTIDADE DE UM PRODUTO DE UM LOCAL DE ESTOQUE
      *    PARA OUTRO (1=LOJA 2=DEPOSITO 3=CONSIGNACAO - VER CPEST).
      *    O TOTAL DO PRODUTO (PRO-QTDESTOQUE) NAO MUDA. CADA
      *    TRANSFERENCIA GRAVA DOIS LANCAMENTOS NO KARDEX (ARQMOV,
      *    ORIGEM "TRANSF LOCAL"): SAIDA NO LOCAL DE ORIGEM E ENTRADA
      *    NO LOCAL DE DESTINO, CADA UM COM O SALDO DO SEU LOCAL, E
      *    UM REGISTRO NA AUDITORIA (ARQLOG). O PRODUTO FICA
      *    BLOQUEADO DURANTE A TRANSFERENCIA PARA NAO CRUZAR COM UMA
      *    VENDA DO SCE005. COMPETENCIA FECHADA NO SCE032 NAO ACEITA
      *    TRANSFERENCIA.
      *************************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQPRO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PRO-CODIGO
                    ALTERNATE RECORD KEY IS PRO-DESCRICAO
                                        WITH DUPLICATES
                    ALTERNATE RECORD KEY IS PRO-EAN
                                        WITH DUPLICATES
                    LOCK MODE    IS MANUAL
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQEST ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-EST
                    LOCK MODE    IS MANUAL
                    FILE STATUS  IS ST-ERRO2.

           SELECT ARQMOV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MOV-SEQ
                    ALTERNATE RECORD KEY IS MOV-CODPRO
                                        WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO5.

           SELECT ARQCTL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CTL-CHAVE
                    FILE STATUS  IS ST-ERRO3.

           SELECT ARQFEC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FEC-COMPETENCIA
                    FILE STATUS  IS ST-ERRO8.

           SELECT ARQLOG ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO4.

      *************************************************************************

       DATA DIVISION.
       FILE SECTION.

       FD ARQPRO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPRO.DAT".

       COPY CPPRO.

      *************************************************************************

       FD ARQEST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQEST.DAT".

       COPY CPEST.

      *************************************************************************

       FD ARQMOV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQMOV.DAT".

       COPY CPMOV.

      *************************************************************************

       FD ARQCTL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCTL.DAT".

       COPY CPCTL.

      *************************************************************************

       FD ARQFEC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFEC.DAT".

       COPY CPFEC.

      *************************************************************************

       FD ARQLOG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQLOG.DAT".

       COPY CPLOG.

      *************************************************************************

       WORKING-STORAGE SECTION.
       01 ST-ERRO                    PIC X(02) VALUE "00".
       01 ST-ERRO2                   PIC X(02) VALUE "00".
       01 ST-ERRO3                   PIC X(02) VALUE "00".
       01 ST-ERRO4                   PIC X(02) VALUE "00".
       01 ST-ERRO5                   PIC X(02) VALUE "00".
       01 ST-ERRO8                   PIC X(02) VALUE "00".
       01 WS-DELAY                   PIC 9(04) COMP VALUE 1.
       01 WS-OPCAO                   PIC X(01) VALUE SPACES.
       01 WS-ENVNOME                 PIC X(20) VALUE "USER".
       01 WS-OPERADOR                PIC X(20) VALUE SPACES.
       01 WS-PROX-CODIGO             PIC 9(06) VALUE ZEROS.

       01 WS-FEC-ATIVO               PIC 9(01) VALUE ZEROS.
       01 WS-FEC-BLOQ                PIC 9(01) VALUE ZEROS.
       01 WS-FEC-DATA                PIC 9(08) VALUE ZEROS.

       01 WS-PRODUTO                 PIC 9(06) VALUE ZEROS.
       01 WS-ORIGEM                  PIC 9(01) VALUE ZEROS.
       01 WS-DESTINO                 PIC 9(01) VALUE ZEROS.
       01 WS-QTD-TRANSF              PIC 9(06) VALUE ZEROS.
       01 WS-QTD-TRANSFS             PIC 9(05) VALUE ZEROS.
       01 IND                        PIC 9(01) VALUE ZEROS.

       01 WS-LOC-LOCAL               PIC 9(01) VALUE ZEROS.
       01 WS-LOC-QTD                 PIC 9(06) VALUE ZEROS.
       01 WS-LOC-SALDO               PIC 9(06) VALUE ZEROS.
       01 WS-LOC-OUTROS              PIC 9(07) VALUE ZEROS.
       01 WS-LOC-NOVO                PIC 9(01) VALUE ZEROS.
       01 WS-LOC-ERRO                PIC 9(01) VALUE ZEROS.

       01 TBLOCAL.
          03 FILLER                  PIC X(12) VALUE "LOJA".
          03 FILLER                  PIC X(12) VALUE "DEPOSITO".
          03 FILLER                  PIC X(12) VALUE "CONSIGNACAO".
       01 TBLOCALR REDEFINES TBLOCAL.
          03 TABLOCAL                PIC X(12) OCCURS 3 TIMES.

       01 WS-LOG-CHAVE.
          05 WG-PRODUTO              PIC 9(06).
          05 FILLER                  PIC X(01) VALUE " ".
          05 WG-ORIGEM               PIC 9(01).
          05 FILLER                  PIC X(01) VALUE ">".
          05 WG-DESTINO              PIC 9(01).
          05 FILLER                  PIC X(01) VALUE " ".
          05 WG-QTD                  PIC 9(06).

      *************************************************************************

       PROCEDURE DIVISION.

       INICIO.
           DISPLAY WS-ENVNOME UPON ENVIRONMENT-NAME
           ACCEPT WS-OPERADOR FROM ENVIRONMENT-VALUE
           IF WS-OPERADOR = SPACES
             MOVE "DESCONHECIDO" TO WS-OPERADOR.

      ************************ ABERTURA DOS ARQUIVOS **************************

       R0.
           OPEN I-O ARQPRO
           IF ST-ERRO NOT = "00"
             DISPLAY "ERRO NA ABERTURA DO ARQUIVO DE PRODUTOS"
             GO TO ROT-FIM.

           OPEN I-O ARQEST
           IF ST-ERRO2 NOT = "00"
             IF ST-ERRO2 = "30"
               OPEN OUTPUT ARQEST
               CLOSE ARQEST
               OPEN I-O ARQEST
             ELSE
               DISPLAY "ERRO NA ABERTURA DO ESTOQUE POR LOCAL"
               CLOSE ARQPRO
               GO TO ROT-FIM.

           OPEN I-O ARQMOV
           IF ST-ERRO5 NOT = "00"
             IF ST-ERRO5 = "30"
               OPEN OUTPUT ARQMOV
               CLOSE ARQMOV
               OPEN I-O ARQMOV
             ELSE
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO DE MOVIMENTOS"
               CLOSE ARQPRO ARQEST
               GO TO ROT-FIM.

           OPEN I-O ARQCTL
           IF ST-ERRO3 NOT = "00"
             IF ST-ERRO3 = "30"
               OPEN OUTPUT ARQCTL
               CLOSE ARQCTL
               OPEN I-O ARQCTL
             ELSE
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO DE CONTROLE"
               CLOSE ARQPRO ARQEST ARQMOV
               GO TO ROT-FIM.

           OPEN EXTEND ARQLOG
           IF ST-ERRO4 NOT = "00"
             IF ST-ERRO4 = "30" OR ST-ERRO4 = "35"
               OPEN OUTPUT ARQLOG
               CLOSE ARQLOG
               OPEN EXTEND ARQLOG
             ELSE
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO DE AUDITORIA"
               CLOSE ARQPRO ARQEST ARQMOV ARQCTL
               GO TO ROT-FIM.

       R0A.
      *    SEM O ARQUIVO DE FECHAMENTO NENHUMA COMPETENCIA ESTA
      *    FECHADA - O CONTROLE SO ATUA QUANDO O SCE032 JA O CRIOU.
           OPEN INPUT ARQFEC
           IF ST-ERRO8 = "00"
             MOVE 1 TO WS-FEC-ATIVO
           ELSE
             MOVE ZEROS TO WS-FEC-ATIVO.

      ***************** ESCOLHA DO PRODUTO ************************************

       R1.
           MOVE ZEROS TO WS-ORIGEM WS-DESTINO WS-QTD-TRANSF
           DISPLAY " "
           DISPLAY "PRODUTO A TRANSFERIR (0 = SAIR) : "
           ACCEPT WS-PRODUTO
           IF WS-PRODUTO = ZEROS
             GO TO R9-FECHA.

           MOVE WS-PRODUTO TO PRO-CODIGO
           READ ARQPRO
           IF ST-ERRO NOT = "00"
             DISPLAY "*** PRODUTO NAO CADASTRADO ***"
             GO TO R1.

           DISPLAY "PRODUTO: " PRO-DESCRICAO
                   "  ESTOQUE TOTAL: " PRO-QTDESTOQUE
           MOVE 1 TO IND.
       R1-SALDOS.
           IF IND > 3
             GO TO R2.
           MOVE IND TO WS-LOC-LOCAL
           PERFORM SALDO-LOCAL THRU SALDO-LOCAL-FIM
           DISPLAY "  " IND " - " TABLOCAL(IND) " : " WS-LOC-SALDO
           ADD 1 TO IND
           GO TO R1-SALDOS.

      ***************** LOCAIS DE ORIGEM E DESTINO ****************************

       R2.
           DISPLAY "LOCAL DE ORIGEM (1=LOJA 2=DEPOSITO 3=CONSIGNACAO"
                   ", 0 = VOLTA) : "
           ACCEPT WS-ORIGEM
           IF WS-ORIGEM = ZEROS
             GO TO R1.
           IF WS-ORIGEM > 3
             DISPLAY "*** LOCAL DEVE SER 1, 2 OU 3 ***"
             GO TO R2.

       R3.
           DISPLAY "LOCAL DE DESTINO (0 = VOLTA) : "
           ACCEPT WS-DESTINO
           IF WS-DESTINO = ZEROS
             GO TO R2.
           IF WS-DESTINO > 3
             DISPLAY "*** LOCAL DEVE SER 1, 2 OU 3 ***"
             GO TO R3.
           IF WS-DESTINO = WS-ORIGEM
             DISPLAY "*** DESTINO IGUAL A ORIGEM ***"
             GO TO R3.

      ***************** QUANTIDADE E CONFIRMACAO ******************************

       R4.
           DISPLAY "QUANTIDADE A TRANSFERIR (0 = VOLTA) : "
           ACCEPT WS-QTD-TRANSF
           IF WS-QTD-TRANSF = ZEROS
             GO TO R3.
           MOVE WS-ORIGEM TO WS-LOC-LOCAL
           PERFORM SALDO-LOCAL THRU SALDO-LOCAL-FIM
           IF WS-QTD-TRANSF > WS-LOC-SALDO
             DISPLAY "*** SALDO INSUFICIENTE NO LOCAL DE ORIGEM ***"
             GO TO R4.

       R5.
           DISPLAY "CONFIRMA A TRANSFERENCIA DE " WS-QTD-TRANSF
                   " DE " TABLOCAL(WS-ORIGEM)
                   " PARA " TABLOCAL(WS-DESTINO) "? (S/N) : "
           ACCEPT WS-OPCAO
           IF WS-OPCAO = "N" OR "n"
             DISPLAY "*** TRANSFERENCIA ABANDONADA ***"
             GO TO R1.
           IF WS-OPCAO NOT = "S" AND "s"
             GO TO R5.

      *    A TRANSFERENCIA E LANCADA COM A DATA DO DIA - COM A
      *    COMPETENCIA CORRENTE FECHADA NO SCE032 NADA PODE SER
      *    LANCADO, COMO NO AJUSTE DO SCE013.
           ACCEPT WS-FEC-DATA FROM DATE YYYYMMDD
           PERFORM CHECA-FECHAMENTO THRU CHECA-FECHAMENTO-FIM
           IF WS-FEC-BLOQ = 1
             DISPLAY "*** COMPETENCIA FECHADA - TRANSFERENCIA "
                     "RECUSADA ***"
             GO TO R1.

      ***************** LANCAMENTO DA TRANSFERENCIA ***************************
      *    O PRODUTO E RELIDO COM BLOQUEIO E O SALDO DA ORIGEM
      *    CONFERIDO DE NOVO - PODE TER HAVIDO VENDA NO MEIO TEMPO.
      *    O LOCAL QUE NAO E A LOJA E LANCADO PRIMEIRO, PARA QUE O
      *    SALDO DA LOJA (CALCULADO PELO QUE SOBRA) JA SAIA CERTO NO
      *    SEGUNDO LANCAMENTO.

       R6.
           MOVE WS-PRODUTO TO PRO-CODIGO
           READ ARQPRO WITH LOCK
           IF ST-ERRO = "99"
             CALL "C$SLEEP" USING WS-DELAY
             GO TO R6.
           IF ST-ERRO NOT = "00"
             DISPLAY "*** ERRO NA LEITURA DO PRODUTO ***"
             GO TO R1.
           MOVE WS-ORIGEM TO WS-LOC-LOCAL
           PERFORM SALDO-LOCAL THRU SALDO-LOCAL-FIM
           IF WS-QTD-TRANSF > WS-LOC-SALDO
             UNLOCK ARQPRO
             DISPLAY "*** SALDO INSUFICIENTE NO LOCAL DE ORIGEM ***"
             GO TO R1.

      *    O LADO QUE GRAVA EM ARQEST VAI PRIMEIRO (A LOJA NAO GRAVA).
      *    SE A ENTRADA NO DESTINO FALHAR DEPOIS DA SAIDA DA ORIGEM, A
      *    ORIGEM RECEBE A QUANTIDADE DE VOLTA (R7-VOLTA).
           MOVE WS-QTD-TRANSF TO WS-LOC-QTD
           IF WS-ORIGEM = 1
             PERFORM R7-ENTRADA THRU R7-ENTRADA-FIM
           ELSE
             PERFORM R7-SAIDA THRU R7-SAIDA-FIM.
           IF WS-LOC-ERRO = 1
             GO TO R6-ERRO.
           IF WS-ORIGEM = 1
             PERFORM R7-SAIDA THRU R7-SAIDA-FIM
           ELSE
             PERFORM R7-ENTRADA THRU R7-ENTRADA-FIM
             IF WS-LOC-ERRO = 1
               PERFORM R7-VOLTA THRU R7-VOLTA-FIM.
           IF WS-LOC-ERRO = 1
             GO TO R6-ERRO.
           UNLOCK ARQPRO

           MOVE "TRANSF LOCAL" TO LOG-OPERACAO
           MOVE WS-PRODUTO TO WG-PRODUTO
           MOVE WS-ORIGEM TO WG-ORIGEM
           MOVE WS-DESTINO TO WG-DESTINO
           MOVE WS-QTD-TRANSF TO WG-QTD
           MOVE WS-LOG-CHAVE TO LOG-CHAVE
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM
           ADD 1 TO WS-QTD-TRANSFS
           DISPLAY "*** TRANSFERENCIA GRAVADA ***"
           GO TO R1.

       R6-ERRO.
           UNLOCK ARQPRO
           DISPLAY "*** TRANSFERENCIA NAO GRAVADA ***"
           GO TO R1.

      ***************** SAIDA NO LOCAL DE ORIGEM ******************************

       R7-SAIDA.
           MOVE "S" TO MOV-TIPOMOV
           MOVE WS-ORIGEM TO WS-LOC-LOCAL
           PERFORM POSTA-LOCAL THRU POSTA-LOCAL-FIM
           IF WS-LOC-ERRO = ZEROS
             PERFORM GRAVA-MOV THRU GRAVA-MOV-FIM.
       R7-SAIDA-FIM.
           EXIT.

      ***************** ENTRADA NO LOCAL DE DESTINO ***************************

       R7-ENTRADA.
           MOVE "E" TO MOV-TIPOMOV
           MOVE WS-DESTINO TO WS-LOC-LOCAL
           PERFORM POSTA-LOCAL THRU POSTA-LOCAL-FIM
           IF WS-LOC-ERRO = ZEROS
             PERFORM GRAVA-MOV THRU GRAVA-MOV-FIM.
       R7-ENTRADA-FIM.
           EXIT.

      ***************** VOLTA DA SAIDA QUANDO A ENTRADA FALHOU ****************
      *    A SAIDA JA ESTA NO KARDEX - A VOLTA ENTRA COMO UMA ENTRADA NO
      *    LOCAL DE ORIGEM. RETORNA SEMPRE COM WS-LOC-ERRO = 1.

       R7-VOLTA.
           MOVE "E" TO MOV-TIPOMOV
           MOVE WS-ORIGEM TO WS-LOC-LOCAL
           PERFORM POSTA-LOCAL THRU POSTA-LOCAL-FIM
           IF WS-LOC-ERRO = ZEROS
             PERFORM GRAVA-MOV THRU GRAVA-MOV-FIM.
           MOVE 1 TO WS-LOC-ERRO.
       R7-VOLTA-FIM.
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
             IF ST-ERRO2 = "00"
               MOVE EST-QTDESTOQUE TO WS-LOC-SALDO
               GO TO SALDO-LOCAL-FIM
             ELSE
               GO TO SALDO-LOCAL-FIM.
           MOVE 2 TO EST-LOCAL
           START ARQEST KEY IS NOT LESS THAN CHAVE-EST
           IF ST-ERRO2 NOT = "00"
             GO TO SALDO-LOCAL-LOJA.
       SALDO-LOCAL-LOOP.
           READ ARQEST NEXT RECORD
           IF ST-ERRO2 NOT = "00" AND ST-ERRO2 NOT = "02"
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
      *    (E=SOMA S=SUBTRAI). DEIXA MOV-LOCAL E MOV-SALDOLOCAL
      *    PRONTOS PARA O GRAVA-MOV. NA LOJA NAO HA O QUE GRAVAR - O
      *    SALDO DELA E O QUE SOBRA DO TOTAL DO PRODUTO. ERRO NA
      *    GRAVACAO DE ARQEST VOLTA COM WS-LOC-ERRO = 1 E O CHAMADOR
      *    NAO GRAVA O MOVIMENTO.

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
           IF ST-ERRO2 = "99"
             CALL "C$SLEEP" USING WS-DELAY
             GO TO POSTA-LOCAL-LE.
           IF ST-ERRO2 NOT = "00"
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
           IF ST-ERRO2 NOT = "00" AND ST-ERRO2 NOT = "02"
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

      ***** GRAVACAO DE MOVIMENTO DE ESTOQUE (ARQMOV - KARDEX) *****
      *    A TRANSFERENCIA NAO PERTENCE A PEDIDO ALGUM E NAO MUDA O
      *    TOTAL - O SALDO APOS E O PROPRIO PRO-QTDESTOQUE. MOV-LOCAL
      *    E MOV-SALDOLOCAL JA VEM DO POSTA-LOCAL.

       GRAVA-MOV.
           MOVE "MOVIMENTO " TO CTL-CHAVE
           PERFORM GERA-PROXIMO-CODIGO THRU GERA-PROXIMO-CODIGO-FIM
           MOVE WS-PROX-CODIGO TO MOV-SEQ
           ACCEPT MOV-DATA FROM DATE YYYYMMDD
           ACCEPT MOV-HORA FROM TIME
           MOVE PRO-CODIGO TO MOV-CODPRO
           MOVE ZEROS TO MOV-PEDCOD MOV-PEDITEM
           MOVE WS-QTD-TRANSF TO MOV-QUANTIDADE
           MOVE PRO-QTDESTOQUE TO MOV-SALDOAPOS
           MOVE "TRANSF LOCAL" TO MOV-ORIGEM
           MOVE WS-OPERADOR TO MOV-OPERADOR
           MOVE ZEROS TO MOV-CODKIT
           WRITE REGMOV
           IF ST-ERRO5 NOT = "00" AND ST-ERRO5 NOT = "02"
             DISPLAY "*** ERRO NA GRAVACAO DO MOVIMENTO ***".
       GRAVA-MOV-FIM.
           EXIT.

      *************** GERACAO DO PROXIMO CODIGO DISPONIVEL ********************
      *    CTL-CHAVE DEVE SER CARREGADA PELO CHAMADOR ANTES DO PERFORM.

       GERA-PROXIMO-CODIGO.
           READ ARQCTL
           IF ST-ERRO3 = "23"
             MOVE 1 TO WS-PROX-CODIGO
             MOVE 2 TO CTL-PROXIMO
             WRITE REGCTL
           ELSE
             MOVE CTL-PROXIMO TO WS-PROX-CODIGO
             ADD 1 TO CTL-PROXIMO
             REWRITE REGCTL.
       GERA-PROXIMO-CODIGO-FIM.
           EXIT.

      ***** VERIFICACAO DE COMPETENCIA FECHADA (ARQFEC) ************
      *    WS-FEC-DATA DEVE SER CARREGADA PELO CHAMADOR. RETORNA
      *    WS-FEC-BLOQ = 1 QUANDO A COMPETENCIA DA DATA FOI FECHADA
      *    NO SCE032 E O LANCAMENTO DEVE SER RECUSADO.

       CHECA-FECHAMENTO.
           MOVE ZEROS TO WS-FEC-BLOQ
           IF WS-FEC-ATIVO = ZEROS
             GO TO CHECA-FECHAMENTO-FIM.
           COMPUTE FEC-COMPETENCIA = WS-FEC-DATA / 100
           READ ARQFEC
           IF ST-ERRO8 = "00"
             IF FEC-SITUACAO = "F"
               MOVE 1 TO WS-FEC-BLOQ.
       CHECA-FECHAMENTO-FIM.
           EXIT.

      *************** GRAVACAO DE TRILHA DE AUDITORIA *************************
      *    LOG-OPERACAO E LOG-CHAVE DEVEM SER CARREGADOS PELO CHAMADOR
      *    ANTES DO PERFORM.

       GRAVA-LOG.
           ACCEPT LOG-DATA FROM DATE YYYYMMDD
           ACCEPT LOG-HORA FROM TIME
           MOVE "SCE039" TO LOG-PROGRAMA
           MOVE WS-OPERADOR TO LOG-OPERADOR
           WRITE REGLOG
           IF ST-ERRO4 NOT = "00"
             DISPLAY "*** ERRO NA GRAVACAO DA AUDITORIA ***".
       GRAVA-LOG-FIM.
           EXIT.

      ***************************************************************

       R9-FECHA.
           CLOSE ARQPRO ARQEST ARQMOV ARQCTL ARQLOG
           IF WS-FEC-ATIVO = 1
             CLOSE ARQFEC.
           DISPLAY "*** TRANSFERENCIAS GRAVADAS: " WS-QTD-TRANSFS
                   " ***".

       ROT-FIM.
           GOBACK.

      ***************************** STATUS ************************************

      *    00 = OPERAÇÃO REALIZADA COM SUCESSO
      *    10 = FIM DA LEITURA ARQUIVO SEQUENCIAL
      *    22 = REGISTRO JÁ CADASTRADO
      *    23 = REGISTRO NÃO ENCONTRADO
      *    30 = ARQUIVO NÃO ENCONTRADO

      *************************************************************************
