       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCE040.
      *************************************************************************
      * INSTALLATION.       LOTES VENCIDOS E A VENCER (SEMANAL)               *
      * AUTHOR.             Wallace Martins Vieira                            *
      * DATE-WRITTEN        00/00/0000                                        *
      *************************************************************************
      *    LISTA OS LOTES COM SALDO EM ARQLOT EM DUAS PARTES. PRIMEIRO
      *    OS JA VENCIDOS QUE AINDA ESTAO NO ESTOQUE (A BAIXAR POR
      *    PERDA NO SCE013), DEPOIS OS QUE VENCEM DENTRO DO PRAZO DE
      *    DIAS INFORMADO (A REMARCAR OU PROMOVER). O VALOR DE CADA
      *    LOTE E O SALDO PELO CUSTO MEDIO DO PRODUTO (PRO-CUSTOMEDIO).
      *    OS DIAS SAO CONTADOS COM A MESMA APROXIMACAO DO SCE009
      *    (ANO*365 + MES*30 + DIA).
      *    COM REGISTRO EM ARQPRM RODA SEM OPERADOR, COM O PRAZO EM
      *    PRM-DIAS (ZERO = 30 DIAS), E GRAVA A SITUACAO EM ARQRUN.
      *************************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQLOT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-LOT
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQPRO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PRO-CODIGO
                    ALTERNATE RECORD KEY IS PRO-DESCRICAO
                                        WITH DUPLICATES
                    ALTERNATE RECORD KEY IS PRO-EAN
                                        WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO2.

           SELECT RELLOT ASSIGN TO DISK
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

       FD ARQLOT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQLOT.DAT".

       COPY CPLOT.

      *************************************************************************

       FD ARQPRO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPRO.DAT".

       COPY CPPRO.

      *************************************************************************

       FD RELLOT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS WS-RELLOT-NOME.

       01 WS-LINREL                  PIC X(100).

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

       01 WS-RELLOT-NOME             PIC X(20) VALUE "RELLOT.DAT".
       01 WS-BATCH                   PIC 9(01) VALUE ZEROS.
       01 WS-RUN-FALHA               PIC 9(01) VALUE ZEROS.
       01 WS-QTD-LIDOS               PIC 9(07) VALUE ZEROS.
       01 WS-QTD-GRAVADOS            PIC 9(07) VALUE ZEROS.

       01 WS-PRAZO                   PIC 9(03) VALUE ZEROS.
       01 WS-PARTE                   PIC 9(01) VALUE ZEROS.
       01 WS-DATA-HOJE               PIC 9(08) VALUE ZEROS.
       01 WS-DIAS-HOJE               PIC 9(08) VALUE ZEROS.
       01 WS-CONV-DATA               PIC 9(08) VALUE ZEROS.
       01 WS-CONV-DATA-R REDEFINES WS-CONV-DATA.
          03 WS-CONV-ANO             PIC 9(04).
          03 WS-CONV-MES             PIC 9(02).
          03 WS-CONV-DIA             PIC 9(02).
       01 WS-CONV-DIAS               PIC 9(08) VALUE ZEROS.
       01 WS-DIAS-LOTE               PIC S9(08) VALUE ZEROS.

       01 WS-VLR-LOTE                PIC 9(11)V99 VALUE ZEROS.
       01 WS-QTD-PARTE               PIC 9(06) VALUE ZEROS.
       01 WS-VLR-PARTE               PIC 9(11)V99 VALUE ZEROS.
       01 WS-QTD-VENCIDOS            PIC 9(06) VALUE ZEROS.
       01 WS-VLR-VENCIDOS            PIC 9(11)V99 VALUE ZEROS.
       01 WS-QTD-AVENCER             PIC 9(06) VALUE ZEROS.
       01 WS-VLR-AVENCER             PIC 9(11)V99 VALUE ZEROS.

       01 WS-CABEC1.
          05 FILLER                  PIC X(36) VALUE
             "LOTES VENCIDOS E A VENCER - EMISSAO:".
          05 WC-DATA-HOJE            PIC 9(08).
          05 FILLER                  PIC X(10) VALUE "   PRAZO: ".
          05 WC-PRAZO                PIC ZZ9.
          05 FILLER                  PIC X(05) VALUE " DIAS".

       01 WS-CABPARTE.
          05 WC-PARTE                PIC X(60).

       01 WS-CABEC2.
          05 FILLER                  PIC X(08) VALUE "PRODUTO ".
          05 FILLER                  PIC X(27) VALUE
             "DESCRICAO                  ".
          05 FILLER                  PIC X(14) VALUE "LOTE          ".
          05 FILLER                  PIC X(10) VALUE "VALIDADE  ".
          05 FILLER                  PIC X(06) VALUE "DIAS  ".
          05 FILLER                  PIC X(09) VALUE "SALDO    ".
          05 FILLER                  PIC X(12) VALUE "CUSTO MEDIO ".
          05 FILLER                  PIC X(12) VALUE "       VALOR".

       01 WS-LINDET.
          05 WL-PRODUTO              PIC ZZZZZ9.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 WL-DESCRICAO            PIC X(25).
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 WL-LOTE                 PIC X(12).
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 WL-VALIDADE             PIC 9(08).
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 WL-DIAS                 PIC ZZZ9.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 WL-SALDO                PIC ZZZ.ZZ9.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 WL-CUSTO                PIC ZZZ.ZZ9,99.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 WL-VALOR                PIC Z.ZZZ.ZZ9,99.

       01 WS-LINTOT.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 WT-ROTULO               PIC X(28).
          05 WT-QTD                  PIC ZZZ.ZZ9.
          05 FILLER                  PIC X(11) VALUE " LOTES   R$".
          05 WT-VALOR                PIC Z.ZZZ.ZZZ.ZZ9,99.

      *************************************************************************

       PROCEDURE DIVISION.

       INICIO.
           PERFORM LE-PARAMETRO THRU LE-PARAMETRO-FIM
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE WS-DATA-HOJE TO WS-CONV-DATA
           PERFORM CONV-DIAS THRU CONV-DIAS-FIM
           MOVE WS-CONV-DIAS TO WS-DIAS-HOJE.

      ***************** PRAZO EM DIAS (INTERATIVO) ****************************

       R00.
           IF WS-BATCH = 1
             GO TO R00-PADRAO.
           DISPLAY "LOTES QUE VENCEM EM ATE QUANTOS DIAS (0 = 30) : "
           ACCEPT WS-PRAZO.
       R00-PADRAO.
           IF WS-PRAZO = ZEROS
             MOVE 30 TO WS-PRAZO.

      ************************ ABERTURA DOS ARQUIVOS **************************

       R0.
           OPEN INPUT ARQLOT
           IF ST-ERRO NOT = "00"
             MOVE "*** ARQUIVO DE LOTES NAO ENCONTRADO ***" TO MENS
             DISPLAY MENS
             MOVE 1 TO WS-RUN-FALHA
             GO TO ROT-FIM.

       R0A.
           OPEN INPUT ARQPRO
           IF ST-ERRO2 NOT = "00"
             MOVE "ERRO NA ABERTURA DO ARQUIVO DE PRODUTOS" TO MENS
             DISPLAY MENS
             MOVE 1 TO WS-RUN-FALHA
             CLOSE ARQLOT
             GO TO ROT-FIM.

       R0B.
           OPEN OUTPUT RELLOT
           IF ST-ERRO4 NOT = "00"
             MOVE "ERRO NA ABERTURA DO RELATORIO DE LOTES" TO MENS
             DISPLAY MENS
             MOVE 1 TO WS-RUN-FALHA
             CLOSE ARQLOT ARQPRO
             GO TO ROT-FIM.

           MOVE WS-DATA-HOJE TO WC-DATA-HOJE
           MOVE WS-PRAZO TO WC-PRAZO
           MOVE WS-CABEC1 TO WS-LINREL
           WRITE WS-LINREL.

      ***************** PARTE 1 - VENCIDOS / PARTE 2 - A VENCER ***************
      *    O ARQUIVO E LIDO UMA VEZ PARA CADA PARTE. NA ORDEM DA CHAVE
      *    OS LOTES DE CADA PRODUTO JA SAEM DO QUE VENCE PRIMEIRO.

       R1.
           MOVE 1 TO WS-PARTE
           MOVE "LOTES VENCIDOS AINDA EM ESTOQUE" TO WC-PARTE.

       R1-PARTE.
           MOVE SPACES TO WS-LINREL
           WRITE WS-LINREL
           MOVE WS-CABPARTE TO WS-LINREL
           WRITE WS-LINREL
           MOVE WS-CABEC2 TO WS-LINREL
           WRITE WS-LINREL
           MOVE ZEROS TO WS-QTD-PARTE WS-VLR-PARTE
           MOVE ZEROS TO LOT-CODPRO LOT-VALIDADE
           MOVE SPACES TO LOT-NUMERO
           START ARQLOT KEY IS NOT LESS THAN CHAVE-LOT
           IF ST-ERRO NOT = "00"
             GO TO R3-TOTAL.

       R1-LOOP.
           READ ARQLOT NEXT RECORD
           IF ST-ERRO = "10"
             GO TO R3-TOTAL.
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
             MOVE "ERRO NA LEITURA DO ARQUIVO DE LOTES" TO MENS
             DISPLAY MENS
             MOVE 1 TO WS-RUN-FALHA
             GO TO R3-TOTAL.
           IF WS-PARTE = 1
             ADD 1 TO WS-QTD-LIDOS.
           IF LOT-QTDSALDO = ZEROS
             GO TO R1-LOOP.

           MOVE LOT-VALIDADE TO WS-CONV-DATA
           PERFORM CONV-DIAS THRU CONV-DIAS-FIM
           COMPUTE WS-DIAS-LOTE = WS-CONV-DIAS - WS-DIAS-HOJE
           IF WS-PARTE = 1
             IF LOT-VALIDADE NOT < WS-DATA-HOJE
               GO TO R1-LOOP
             ELSE
               COMPUTE WS-DIAS-LOTE = ZEROS - WS-DIAS-LOTE.
           IF WS-PARTE = 2
             IF LOT-VALIDADE < WS-DATA-HOJE
                OR WS-DIAS-LOTE > WS-PRAZO
               GO TO R1-LOOP.

           PERFORM R2-LOTE THRU R2-LOTE-FIM
           GO TO R1-LOOP.

      ***************** LINHA DE UM LOTE **************************************
      *    NOS VENCIDOS A COLUNA DIAS E HA QUANTO TEMPO VENCEU, NOS A
      *    VENCER E QUANTO FALTA PARA VENCER.

       R2-LOTE.
           MOVE LOT-CODPRO TO WL-PRODUTO PRO-CODIGO
           READ ARQPRO
           IF ST-ERRO2 = "00"
             MOVE PRO-DESCRICAO TO WL-DESCRICAO
           ELSE
             MOVE "*** PRODUTO NAO CADASTRADO" TO WL-DESCRICAO
             MOVE ZEROS TO PRO-CUSTOMEDIO.
           MOVE LOT-NUMERO TO WL-LOTE
           MOVE LOT-VALIDADE TO WL-VALIDADE
           MOVE WS-DIAS-LOTE TO WL-DIAS
           MOVE LOT-QTDSALDO TO WL-SALDO
           MOVE PRO-CUSTOMEDIO TO WL-CUSTO
           COMPUTE WS-VLR-LOTE = LOT-QTDSALDO * PRO-CUSTOMEDIO
           MOVE WS-VLR-LOTE TO WL-VALOR
           MOVE WS-LINDET TO WS-LINREL
           WRITE WS-LINREL
           ADD 1 TO WS-QTD-GRAVADOS WS-QTD-PARTE
           ADD WS-VLR-LOTE TO WS-VLR-PARTE.
       R2-LOTE-FIM.
           EXIT.

      ***************** TOTAL DE CADA PARTE ***********************************

       R3-TOTAL.
           MOVE SPACES TO WS-LINREL
           WRITE WS-LINREL
           MOVE WS-QTD-PARTE TO WT-QTD
           MOVE WS-VLR-PARTE TO WT-VALOR
           IF WS-PARTE = 1
             MOVE "TOTAL VENCIDO............. :" TO WT-ROTULO
             MOVE WS-QTD-PARTE TO WS-QTD-VENCIDOS
             MOVE WS-VLR-PARTE TO WS-VLR-VENCIDOS
           ELSE
             MOVE "TOTAL A VENCER............ :" TO WT-ROTULO
             MOVE WS-QTD-PARTE TO WS-QTD-AVENCER
             MOVE WS-VLR-PARTE TO WS-VLR-AVENCER.
           MOVE WS-LINTOT TO WS-LINREL
           WRITE WS-LINREL

           IF WS-PARTE = 1 AND WS-RUN-FALHA = ZEROS
             MOVE 2 TO WS-PARTE
             MOVE "LOTES QUE VENCEM DENTRO DO PRAZO" TO WC-PARTE
             GO TO R1-PARTE.

      ***************** TOTAL GERAL EM RISCO **********************************

       R5-TOTAIS.
           MOVE SPACES TO WS-LINREL
           WRITE WS-LINREL
           MOVE "TOTAL EM RISCO............ :" TO WT-ROTULO
           COMPUTE WT-QTD = WS-QTD-VENCIDOS + WS-QTD-AVENCER
           COMPUTE WT-VALOR = WS-VLR-VENCIDOS + WS-VLR-AVENCER
           MOVE WS-LINTOT TO WS-LINREL
           WRITE WS-LINREL.

       R9-FECHA.
           CLOSE ARQLOT ARQPRO RELLOT.
           DISPLAY "*** RELATORIO " WS-RELLOT-NOME " GERADO ***".

      ***************************************************************

       ROT-FIM.
           IF WS-BATCH = 1
             PERFORM GRAVA-RUN THRU GRAVA-RUN-FIM
             IF WS-RUN-FALHA = ZEROS
               MOVE 0 TO RETURN-CODE
             ELSE
               MOVE 8 TO RETURN-CODE.
           GOBACK.

      ***************** CONVERSAO DE DATA EM DIAS *****************************
      *    MESMA APROXIMACAO DO SCE009 - SO SERVE PARA DIFERENCA
      *    ENTRE DUAS DATAS.

       CONV-DIAS.
           COMPUTE WS-CONV-DIAS = (WS-CONV-ANO * 365)
                                + (WS-CONV-MES * 30)
                                + WS-CONV-DIA.
       CONV-DIAS-FIM.
           EXIT.

      ***************** LEITURA DOS PARAMETROS DE LOTE ************************
      *    SEM ARQPRM.DAT OU SEM O REGISTRO DESTE PROGRAMA A EXECUCAO
      *    SEGUE INTERATIVA. O PRAZO VEM DE PRM-DIAS - AS DATAS DO
      *    REGISTRO NAO SAO USADAS (O CORTE E SEMPRE A DATA DO DIA).

       LE-PARAMETRO.
           OPEN INPUT ARQPRM
           IF ST-ERRO8 NOT = "00"
             GO TO LE-PARAMETRO-FIM.
       LE-PARAMETRO-LOOP.
           READ ARQPRM
           IF ST-ERRO8 NOT = "00"
             CLOSE ARQPRM
             GO TO LE-PARAMETRO-FIM.
           IF PRM-PROGRAMA NOT = "SCE040"
             GO TO LE-PARAMETRO-LOOP.
           MOVE 1 TO WS-BATCH
           IF PRM-DIAS IS NUMERIC
             MOVE PRM-DIAS TO WS-PRAZO.
           IF PRM-ARQSAIDA NOT = SPACES
             MOVE PRM-ARQSAIDA TO WS-RELLOT-NOME.
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
           MOVE "SCE040" TO RUN-PROGRAMA
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
