       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCE053.
      *************************************************************************
      * INSTALLATION.       ETIQUETAS DE GONDOLA E DE PRECO                   *
      * AUTHOR.             Wallace Martins Vieira                            *
      * DATE-WRITTEN        00/00/0000                                        *
      *************************************************************************
      *    GERA O ARQUIVO DE ETIQUETAS (ETIQUETA.DAT) COM OS COMANDOS
      *    EPL2 DA IMPRESSORA DE ETIQUETAS (TAMANHO DA ETIQUETA E
      *    DENSIDADE FICAM NA CONFIGURACAO DA IMPRESSORA). O CODIGO DE
      *    BARRAS SAI EM EAN-13 COM OS DIGITOS ABAIXO DAS BARRAS.
      *    DOIS MODELOS:
      *      1 = GONDOLA - UMA POR PRODUTO, COM DESCRICAO, UNIDADE,
      *          PRECO DE VAREJO (PRO-PRECO), CODIGO DE BARRAS E CODIGO.
      *      2 = PRECO   - ADESIVA PARA A EMBALAGEM, COM DESCRICAO,
      *          PRECO E CODIGO DE BARRAS, N COPIAS POR PRODUTO
      *          (COMANDO P DA IMPRESSORA).
      *    OS PRODUTOS SAO TODOS, UMA FAIXA DE CODIGOS OU SO OS QUE
      *    TIVERAM O PRECO ALTERADO A PARTIR DE UMA DATA, PELO
      *    HISTORICO DE PRECOS (ARQHPR) - INCLUSIVE OS INCLUIDOS NO
      *    PERIODO. PRODUTO SEM PRECO NAO GERA ETIQUETA. PRODUTO SEM
      *    CODIGO DE BARRAS (PRO-EAN ZERADO) SAI COM O CODIGO INTERNO.
      *    COM REGISTRO EM ARQPRM RODA SEM OPERADOR, SO COM OS PRECOS
      *    ALTERADOS DESDE PRM-DATA-INI (ZERO = DATA DO DIA), E GRAVA A
      *    SITUACAO EM ARQRUN. PRM-DIAS ZERADO GERA AS ETIQUETAS DE
      *    GONDOLA; MAIOR QUE ZERO, ESSA QUANTIDADE DE ETIQUETAS DE
      *    PRECO POR PRODUTO.
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
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQHPR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS HPR-SEQ
                    ALTERNATE RECORD KEY IS HPR-CODPRO
                                        WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO2.

           SELECT RELETQ ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO4.

           SELECT ARQPRM ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO8.

           SELECT ARQRUN ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO9.

      *************************************************************************

       DATA DIVISION.
       FILE SECTION.

       FD ARQPRO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPRO.DAT".

       COPY CPPRO.

      *************************************************************************

       FD ARQHPR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQHPR.DAT".

       COPY CPHPR.

      *************************************************************************

       FD RELETQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS WS-RELETQ-NOME.

       01 WS-LINREL                  PIC X(60).

      *************************************************************************

       FD ARQPRM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPRM.DAT".

       COPY CPPRM.

      *************************************************************************

       FD ARQRUN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQRUN.DAT".

       COPY CPRUN.

      *************************************************************************

       WORKING-STORAGE SECTION.

       01 ST-ERRO                    PIC X(02) VALUE "00".
       01 ST-ERRO2                   PIC X(02) VALUE "00".
       01 ST-ERRO4                   PIC X(02) VALUE "00".
       01 ST-ERRO8                   PIC X(02) VALUE "00".
       01 ST-ERRO9                   PIC X(02) VALUE "00".
       01 MENS                       PIC X(60) VALUE SPACES.

       01 WS-RELETQ-NOME             PIC X(20) VALUE "ETIQUETA.DAT".
       01 WS-BATCH                   PIC 9(01) VALUE ZEROS.
       01 WS-RUN-FALHA               PIC 9(01) VALUE ZEROS.
       01 WS-QTD-LIDOS               PIC 9(07) VALUE ZEROS.
       01 WS-QTD-GRAVADOS            PIC 9(07) VALUE ZEROS.

      ****** ESCOLHAS DA EXECUCAO ********************************************
      *    TIPO     1=GONDOLA 2=PRECO
      *    SELECAO  1=TODOS 2=FAIXA DE CODIGOS 3=PRECO ALTERADO

       01 WS-TIPO                    PIC 9(01) VALUE ZEROS.
       01 WS-SELECAO                 PIC 9(01) VALUE ZEROS.
       01 WS-COD-INI                 PIC 9(06) VALUE ZEROS.
       01 WS-COD-FIM                 PIC 9(06) VALUE ZEROS.
       01 WS-COPIAS                  PIC 9(03) VALUE ZEROS.
       01 WS-DATA-HOJE               PIC 9(08) VALUE ZEROS.
       01 WS-DATA-DESDE              PIC 9(08) VALUE ZEROS.
       01 WS-DATA-DESDE-R REDEFINES WS-DATA-DESDE.
          03 WS-DESDE-ANO            PIC 9(04).
          03 WS-DESDE-MES            PIC 9(02).
          03 WS-DESDE-DIA            PIC 9(02).
       01 WS-HPR-ATIVO               PIC 9(01) VALUE ZEROS.
       01 WS-ALTERADO                PIC 9(01) VALUE ZEROS.
       01 WS-QTD-PRODUTOS            PIC 9(07) VALUE ZEROS.
       01 WS-QTD-SEMPRECO            PIC 9(07) VALUE ZEROS.

       01 WS-EAN-NUM                 PIC 9(13) VALUE ZEROS.
       01 WS-EAN-NUM-R REDEFINES WS-EAN-NUM.
          03 WS-EAN-DADOS            PIC 9(12).
          03 WS-EAN-DV               PIC 9(01).
       01 WS-ETQ-DESCRICAO           PIC X(30) VALUE SPACES.

      ****** COMANDOS EPL2 DA IMPRESSORA DE ETIQUETAS *************************
      *    N LIMPA A AREA DA ETIQUETA, A IMPRIME TEXTO (X,Y,ROTACAO,
      *    FONTE,MULT. HORIZ.,MULT. VERT.,N,"TEXTO"), B IMPRIME O CODIGO
      *    DE BARRAS (X,Y,ROTACAO,E30=EAN-13,BARRA FINA,BARRA LARGA,
      *    ALTURA,B=DIGITOS LEGIVEIS ABAIXO DAS BARRAS,"12 DIGITOS") E
      *    P IMPRIME N COPIAS. NO EAN-13 A IMPRESSORA CALCULA O DIGITO
      *    VERIFICADOR - VAO SO OS 12 PRIMEIROS (O GRAVADO JA FOI
      *    CONFERIDO NO SCE004). EAN-8/UPC-12 COM ZEROS A ESQUERDA DA O
      *    MESMO DIGITO, ENTAO SAI COMO EAN-13 DO MESMO GTIN.

       01 WS-EPL-LIMPA               PIC X(01) VALUE "N".

       01 WS-EPL-COPIAS.
          05 FILLER                  PIC X(01) VALUE "P".
          05 WE-COPIAS               PIC 9(03).

      ****** ETIQUETA DE GONDOLA *********************************************

       01 WS-GON-LIN1.
          05 FILLER                  PIC X(16) VALUE "A16,8,0,3,1,1,N,".
          05 FILLER                  PIC X(01) VALUE QUOTE.
          05 WG-DESCRICAO            PIC X(30).
          05 FILLER                  PIC X(01) VALUE QUOTE.

       01 WS-GON-LIN2.
          05 FILLER                  PIC X(17)
                                 VALUE "A16,40,0,2,1,1,N,".
          05 FILLER                  PIC X(01) VALUE QUOTE.
          05 FILLER                  PIC X(03) VALUE "UN ".
          05 WG-UNIDADE              PIC X(02).
          05 FILLER                  PIC X(06) VALUE "   COD".
          05 WG-CODIGO               PIC 9(06).
          05 FILLER                  PIC X(01) VALUE QUOTE.

       01 WS-GON-LIN3.
          05 FILLER                  PIC X(17)
                                 VALUE "A16,70,0,4,1,2,N,".
          05 FILLER                  PIC X(01) VALUE QUOTE.
          05 FILLER                  PIC X(03) VALUE "R$ ".
          05 WG-PRECO                PIC Z.ZZZ.ZZ9,99.
          05 FILLER                  PIC X(01) VALUE QUOTE.

       01 WS-GON-BARRAS.
          05 FILLER                  PIC X(23)
                                 VALUE "B16,130,0,E30,2,4,60,B,".
          05 FILLER                  PIC X(01) VALUE QUOTE.
          05 WG-EAN                  PIC 9(12).
          05 FILLER                  PIC X(01) VALUE QUOTE.

       01 WS-GON-SEMEAN.
          05 FILLER                  PIC X(18)
                                 VALUE "A16,140,0,2,1,1,N,".
          05 FILLER                  PIC X(01) VALUE QUOTE.
          05 FILLER                  PIC X(15) VALUE "SEM COD. BARRAS".
          05 FILLER                  PIC X(01) VALUE QUOTE.

      ****** ETIQUETA DE PRECO (ADESIVA) **************************************

       01 WS-PRE-LIN1.
          05 FILLER                  PIC X(15) VALUE "A8,8,0,2,1,1,N,".
          05 FILLER                  PIC X(01) VALUE QUOTE.
          05 WP-DESCRICAO            PIC X(30).
          05 FILLER                  PIC X(01) VALUE QUOTE.

       01 WS-PRE-LIN2.
          05 FILLER                  PIC X(16) VALUE "A8,34,0,3,1,1,N,".
          05 FILLER                  PIC X(01) VALUE QUOTE.
          05 FILLER                  PIC X(03) VALUE "R$ ".
          05 WP-PRECO                PIC Z.ZZZ.ZZ9,99.
          05 FILLER                  PIC X(01) VALUE QUOTE.

       01 WS-PRE-BARRAS.
          05 FILLER                  PIC X(21)
                                 VALUE "B8,64,0,E30,2,4,50,B,".
          05 FILLER                  PIC X(01) VALUE QUOTE.
          05 WP-EAN                  PIC 9(12).
          05 FILLER                  PIC X(01) VALUE QUOTE.

       01 WS-PRE-REF.
          05 FILLER                  PIC X(16) VALUE "A8,70,0,2,1,1,N,".
          05 FILLER                  PIC X(01) VALUE QUOTE.
          05 FILLER                  PIC X(04) VALUE "COD ".
          05 WP-CODIGO               PIC 9(06).
          05 FILLER                  PIC X(01) VALUE QUOTE.

      *************************************************************************

       PROCEDURE DIVISION.

       INICIO.
           PERFORM LE-PARAMETRO THRU LE-PARAMETRO-FIM
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           IF WS-BATCH = 1
             GO TO R00-LOTE.

      ***************** ESCOLHAS DO OPERADOR **********************************

       R00.
           DISPLAY "TIPO DE ETIQUETA (1=GONDOLA 2=PRECO) : "
           ACCEPT WS-TIPO
           IF WS-TIPO NOT = 1 AND WS-TIPO NOT = 2
             DISPLAY "*** DIGITE 1 OU 2 ***"
             GO TO R00.

       R00-SELECAO.
           DISPLAY "PRODUTOS (1=TODOS 2=FAIXA DE CODIGOS "
                   "3=PRECO ALTERADO DESDE UMA DATA) : "
           ACCEPT WS-SELECAO
           IF WS-SELECAO = 2
             GO TO R00-FAIXA.
           IF WS-SELECAO = 3
             GO TO R00-DATA.
           IF WS-SELECAO NOT = 1
             DISPLAY "*** DIGITE 1, 2 OU 3 ***"
             GO TO R00-SELECAO.
           MOVE ZEROS TO WS-COD-INI
           MOVE 999999 TO WS-COD-FIM
           GO TO R00-COPIAS.

       R00-FAIXA.
           DISPLAY "CODIGO INICIAL : "
           ACCEPT WS-COD-INI
           DISPLAY "CODIGO FINAL (0 = ULTIMO) : "
           ACCEPT WS-COD-FIM
           IF WS-COD-FIM = ZEROS
             MOVE 999999 TO WS-COD-FIM.
           IF WS-COD-FIM < WS-COD-INI
             DISPLAY "*** CODIGO FINAL MENOR QUE O INICIAL ***"
             GO TO R00-FAIXA.
           GO TO R00-COPIAS.

       R00-DATA.
           MOVE ZEROS TO WS-COD-INI
           MOVE 999999 TO WS-COD-FIM
           DISPLAY "PRECO ALTERADO DESDE (AAAAMMDD, 0 = HOJE) : "
           ACCEPT WS-DATA-DESDE
           IF WS-DATA-DESDE = ZEROS
             MOVE WS-DATA-HOJE TO WS-DATA-DESDE.
           IF WS-DESDE-MES < 1 OR WS-DESDE-MES > 12
              OR WS-DESDE-DIA < 1 OR WS-DESDE-DIA > 31
              OR WS-DESDE-ANO < 2000
             DISPLAY "*** DATA INVALIDA ***"
             GO TO R00-DATA.

       R00-COPIAS.
           IF WS-TIPO = 1
             MOVE 1 TO WS-COPIAS
             GO TO R0.
           DISPLAY "ETIQUETAS DE PRECO POR PRODUTO (0 = 1) : "
           ACCEPT WS-COPIAS
           IF WS-COPIAS = ZEROS
             MOVE 1 TO WS-COPIAS.
           GO TO R0.

      ***************** EXECUCAO SEM OPERADOR *********************************
      *    SO OS PRECOS ALTERADOS - A ROTINA DA NOITE GERA AS ETIQUETAS
      *    PARA TROCAR NA LOJA NO DIA SEGUINTE.

       R00-LOTE.
           MOVE 3 TO WS-SELECAO
           MOVE ZEROS TO WS-COD-INI
           MOVE 999999 TO WS-COD-FIM
           IF WS-DATA-DESDE = ZEROS
             MOVE WS-DATA-HOJE TO WS-DATA-DESDE.
           IF WS-COPIAS = ZEROS
             MOVE 1 TO WS-TIPO WS-COPIAS
           ELSE
             MOVE 2 TO WS-TIPO.

      ************************ ABERTURA DOS ARQUIVOS **************************

       R0.
           OPEN INPUT ARQPRO
           IF ST-ERRO NOT = "00"
             MOVE "*** ARQUIVO DE PRODUTOS NAO ENCONTRADO ***" TO MENS
             DISPLAY MENS
             MOVE 1 TO WS-RUN-FALHA
             GO TO ROT-FIM.

       R0A.
           OPEN OUTPUT RELETQ
           IF ST-ERRO4 NOT = "00"
             MOVE "ERRO NA ABERTURA DO ARQUIVO DE ETIQUETAS" TO MENS
             DISPLAY MENS
             MOVE 1 TO WS-RUN-FALHA
             CLOSE ARQPRO
             GO TO ROT-FIM.

       R0B.
           MOVE ZEROS TO WS-HPR-ATIVO
           IF WS-SELECAO NOT = 3
             GO TO R1.
           OPEN INPUT ARQHPR
           IF ST-ERRO2 NOT = "00"
             MOVE "*** HISTORICO DE PRECOS NAO ENCONTRADO ***" TO MENS
             DISPLAY MENS
             MOVE 1 TO WS-RUN-FALHA
             CLOSE ARQPRO RELETQ
             GO TO ROT-FIM.
           MOVE 1 TO WS-HPR-ATIVO.

      ***************** LEITURA DOS PRODUTOS NA ORDEM DO CODIGO ***************

       R1.
           MOVE WS-COD-INI TO PRO-CODIGO
           START ARQPRO KEY IS NOT LESS THAN PRO-CODIGO
           IF ST-ERRO NOT = "00"
             GO TO R9-FECHA.

       R1-LOOP.
           READ ARQPRO NEXT RECORD
           IF ST-ERRO = "10"
             GO TO R9-FECHA.
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
             MOVE "ERRO NA LEITURA DO ARQUIVO DE PRODUTOS" TO MENS
             DISPLAY MENS
             MOVE 1 TO WS-RUN-FALHA
             GO TO R9-FECHA.
           IF PRO-CODIGO > WS-COD-FIM
             GO TO R9-FECHA.
           ADD 1 TO WS-QTD-LIDOS.

           IF WS-SELECAO = 3
             PERFORM CHECA-ALTERADO THRU CHECA-ALTERADO-FIM
             IF WS-ALTERADO = ZEROS
               GO TO R1-LOOP.
           IF PRO-PRECO = ZEROS
             ADD 1 TO WS-QTD-SEMPRECO
             GO TO R1-LOOP.

           ADD 1 TO WS-QTD-PRODUTOS
           IF PRO-EAN NOT NUMERIC
             MOVE ZEROS TO PRO-EAN.
           IF WS-TIPO = 1
             PERFORM R2-GONDOLA THRU R2-GONDOLA-FIM
           ELSE
             PERFORM R3-PRECO THRU R3-PRECO-FIM.
           GO TO R1-LOOP.

      ***************** ETIQUETA DE GONDOLA ***********************************

       R2-GONDOLA.
           PERFORM LIMPA-DESCRICAO THRU LIMPA-DESCRICAO-FIM
           MOVE WS-ETQ-DESCRICAO TO WG-DESCRICAO
           MOVE PRO-UNIDADE TO WG-UNIDADE
           MOVE PRO-PRECO TO WG-PRECO
           MOVE PRO-CODIGO TO WG-CODIGO
           MOVE WS-EPL-LIMPA TO WS-LINREL
           WRITE WS-LINREL
           MOVE WS-GON-LIN1 TO WS-LINREL
           WRITE WS-LINREL
           MOVE WS-GON-LIN2 TO WS-LINREL
           WRITE WS-LINREL
           MOVE WS-GON-LIN3 TO WS-LINREL
           WRITE WS-LINREL
           IF PRO-EAN = ZEROS
             MOVE WS-GON-SEMEAN TO WS-LINREL
           ELSE
             MOVE PRO-EAN TO WS-EAN-NUM
             MOVE WS-EAN-DADOS TO WG-EAN
             MOVE WS-GON-BARRAS TO WS-LINREL.
           WRITE WS-LINREL
           MOVE 1 TO WE-COPIAS
           MOVE WS-EPL-COPIAS TO WS-LINREL
           WRITE WS-LINREL
           ADD 1 TO WS-QTD-GRAVADOS.
       R2-GONDOLA-FIM.
           EXIT.

      ***************** ETIQUETAS DE PRECO (WS-COPIAS POR PRODUTO) ************

       R3-PRECO.
           PERFORM LIMPA-DESCRICAO THRU LIMPA-DESCRICAO-FIM
           MOVE WS-ETQ-DESCRICAO TO WP-DESCRICAO
           MOVE PRO-PRECO TO WP-PRECO
           MOVE WS-EPL-LIMPA TO WS-LINREL
           WRITE WS-LINREL
           MOVE WS-PRE-LIN1 TO WS-LINREL
           WRITE WS-LINREL
           MOVE WS-PRE-LIN2 TO WS-LINREL
           WRITE WS-LINREL
           IF PRO-EAN = ZEROS
             MOVE PRO-CODIGO TO WP-CODIGO
             MOVE WS-PRE-REF TO WS-LINREL
           ELSE
             MOVE PRO-EAN TO WS-EAN-NUM
             MOVE WS-EAN-DADOS TO WP-EAN
             MOVE WS-PRE-BARRAS TO WS-LINREL.
           WRITE WS-LINREL
           MOVE WS-COPIAS TO WE-COPIAS
           MOVE WS-EPL-COPIAS TO WS-LINREL
           WRITE WS-LINREL
           ADD WS-COPIAS TO WS-QTD-GRAVADOS.
       R3-PRECO-FIM.
           EXIT.

      *    ASPAS E BARRA INVERTIDA NA DESCRICAO QUEBRAM O TEXTO DO
      *    COMANDO A DA IMPRESSORA
       LIMPA-DESCRICAO.
           MOVE PRO-DESCRICAO TO WS-ETQ-DESCRICAO
           INSPECT WS-ETQ-DESCRICAO REPLACING ALL QUOTE BY "'"
           INSPECT WS-ETQ-DESCRICAO REPLACING ALL "\" BY "/".
       LIMPA-DESCRICAO-FIM.
           EXIT.

      ***************** ENCERRAMENTO ******************************************

       R9-FECHA.
           CLOSE ARQPRO RELETQ
           IF WS-HPR-ATIVO = 1
             CLOSE ARQHPR.
           DISPLAY "*** " WS-QTD-GRAVADOS " ETIQUETAS DE "
                   WS-QTD-PRODUTOS " PRODUTOS GRAVADAS EM "
                   WS-RELETQ-NOME " ***"
           IF WS-QTD-SEMPRECO > ZEROS
             DISPLAY "*** " WS-QTD-SEMPRECO
                     " PRODUTOS SEM PRECO NAO GERARAM ETIQUETA ***".

      ***************************************************************

       ROT-FIM.
           IF WS-BATCH = 1
             PERFORM GRAVA-RUN THRU GRAVA-RUN-FIM
             IF WS-RUN-FALHA = ZEROS
               MOVE 0 TO RETURN-CODE
             ELSE
               MOVE 8 TO RETURN-CODE.
           GOBACK.

      ***************** PRECO ALTERADO DESDE A DATA ***************************
      *    PROCURA NO HISTORICO DO PRODUTO (CHAVE HPR-CODPRO) UMA
      *    ALTERACAO - OU A INCLUSAO, QUE TAMBEM GRAVA HISTORICO - COM
      *    DATA NAO ANTERIOR A WS-DATA-DESDE. RETORNA WS-ALTERADO = 1.

       CHECA-ALTERADO.
           MOVE ZEROS TO WS-ALTERADO
           MOVE PRO-CODIGO TO HPR-CODPRO
           START ARQHPR KEY IS EQUAL HPR-CODPRO
           IF ST-ERRO2 NOT = "00"
             GO TO CHECA-ALTERADO-FIM.
       CHECA-ALTERADO-LOOP.
           READ ARQHPR NEXT RECORD
           IF ST-ERRO2 NOT = "00" AND ST-ERRO2 NOT = "02"
             GO TO CHECA-ALTERADO-FIM.
           IF HPR-CODPRO NOT = PRO-CODIGO
             GO TO CHECA-ALTERADO-FIM.
           IF HPR-DATA NOT < WS-DATA-DESDE
             MOVE 1 TO WS-ALTERADO
             GO TO CHECA-ALTERADO-FIM.
           GO TO CHECA-ALTERADO-LOOP.
       CHECA-ALTERADO-FIM.
           EXIT.

      ***************** LEITURA DOS PARAMETROS DE LOTE ************************
      *    SEM ARQPRM.DAT OU SEM O REGISTRO DESTE PROGRAMA A EXECUCAO
      *    SEGUE INTERATIVA. PRM-DATA-INI E O INICIO DAS ALTERACOES DE
      *    PRECO E PRM-DIAS A QUANTIDADE DE ETIQUETAS DE PRECO POR
      *    PRODUTO (ZERO = ETIQUETAS DE GONDOLA).

       LE-PARAMETRO.
           OPEN INPUT ARQPRM
           IF ST-ERRO8 NOT = "00"
             GO TO LE-PARAMETRO-FIM.
       LE-PARAMETRO-LOOP.
           READ ARQPRM
           IF ST-ERRO8 NOT = "00"
             CLOSE ARQPRM
             GO TO LE-PARAMETRO-FIM.
           IF PRM-PROGRAMA NOT = "SCE053"
             GO TO LE-PARAMETRO-LOOP.
           MOVE 1 TO WS-BATCH
           IF PRM-DATA-INI IS NUMERIC
             MOVE PRM-DATA-INI TO WS-DATA-DESDE.
           IF PRM-DIAS IS NUMERIC
             MOVE PRM-DIAS TO WS-COPIAS.
           IF PRM-ARQSAIDA NOT = SPACES
             MOVE PRM-ARQSAIDA TO WS-RELETQ-NOME.
           CLOSE ARQPRM.
       LE-PARAMETRO-FIM.
           EXIT.

      ***************** REGISTRO DE CONTROLE DA EXECUCAO **********************

       GRAVA-RUN.
           OPEN EXTEND ARQRUN
           IF ST-ERRO9 NOT = "00"
             IF ST-ERRO9 = "30" OR ST-ERRO9 = "35"
               OPEN OUTPUT ARQRUN
               CLOSE ARQRUN
               OPEN EXTEND ARQRUN
             ELSE
               GO TO GRAVA-RUN-FIM.
           ACCEPT RUN-DATA FROM DATE YYYYMMDD
           ACCEPT RUN-HORA FROM TIME
           MOVE "SCE053" TO RUN-PROGRAMA
           MOVE WS-QTD-LIDOS TO RUN-QTDLIDOS
           MOVE WS-QTD-GRAVADOS TO RUN-QTDGRAVADOS
           IF WS-RUN-FALHA = ZEROS
             MOVE "SUCESSO" TO RUN-SITUACAO
           ELSE
             MOVE "FALHA" TO RUN-SITUACAO.
           WRITE REGRUN
           CLOSE ARQRUN.
       GRAVA-RUN-FIM.
           EXIT.

      ***************************** STATUS ************************************

      *    00 = OPERAÇÃO REALIZADA COM SUCESSO
      *    10 = FIM DA LEITURA ARQUIVO SEQUENCIAL
      *    23 = REGISTRO NÃO ENCONTRADO
      *    30 = ARQUIVO NÃO ENCONTRADO

      *************************************************************************
