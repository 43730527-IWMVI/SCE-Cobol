       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCE041.
      *************************************************************************
      * INSTALLATION.       PROJECAO DE FLUXO DE CAIXA (90 DIAS)              *
      * AUTHOR.             Wallace Martins Vieira                            *
      * DATE-WRITTEN        00/00/0000                                        *
      *************************************************************************
      *    PROJETA O SALDO DE CAIXA DIA A DIA E SEMANA A SEMANA PARA OS
      *    PROXIMOS 90 DIAS, A PARTIR DE HOJE.
      *    SALDO INICIAL = SALDO DO ULTIMO DIA FECHADO NO SCE026
      *    (CXF-SALDO) MAIS O MOVIMENTO DE CAIXA (ARQCXA) DOS DIAS
      *    AINDA NAO FECHADOS.
      *    ENTRADAS E SAIDAS = TITULOS EM ABERTO DE ARQTIT (R SOMA,
      *    P SUBTRAI) PELO SALDO AINDA NAO PAGO, NO DIA DO VENCIMENTO.
      *    TITULO JA VENCIDO ENTRA NO PRIMEIRO DIA (HOJE).
      *    COMPRAS AGUARDANDO RECEBIMENTO (PED-STATUS 4) ENTRAM COMO
      *    SAIDA PELO VALOR AINDA NAO RECEBIDO SO QUANDO O PEDIDO NAO
      *    TEM TITULO A PAGAR - O SCE005 JA GERA OS TITULOS DA COMPRA
      *    NA GRAVACAO, E ELES JA ESTAO NA PROJECAO. A DATA PREVISTA
      *    E PED-DATA MAIS O INTERVALO DAS PARCELAS.
      *    OS DIAS (E AS SEMANAS) COM SALDO PROJETADO NEGATIVO SAEM
      *    MARCADOS. COM REGISTRO EM ARQPRM RODA SEM OPERADOR E GRAVA
      *    A SITUACAO EM ARQRUN.
      *************************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQTIT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-TIT
                    ALTERNATE RECORD KEY IS TIT-CPFCNPJ
                                        WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQVEN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-PED
                    ALTERNATE RECORD KEY IS PED-COD
                                        WITH DUPLICATES
                    ALTERNATE RECORD KEY IS PED-COD-PRO
                                        WITH DUPLICATES
                    ALTERNATE RECORD KEY IS PED-CLI-CPFCNPJ
                                        WITH DUPLICATES
                    ALTERNATE RECORD KEY IS PED-FOR-CPFCNPJ
                                        WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO2.

           SELECT ARQCXF ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CXF-DATA
                    FILE STATUS  IS ST-ERRO3.

           SELECT ARQCXA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CXA-SEQ
                    ALTERNATE RECORD KEY IS CXA-DATA
                                        WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO5.

           SELECT RELFLX ASSIGN TO DISK
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

       FD ARQTIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQTIT.DAT".

       COPY CPTIT.

      *************************************************************************

       FD ARQVEN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQVEN.DAT".

       COPY CPVEN.

      *************************************************************************

       FD ARQCXF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCXF.DAT".

       COPY CPCXF.

      *************************************************************************

       FD ARQCXA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCXA.DAT".

       COPY CPCXA.

      *************************************************************************

       FD RELFLX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS WS-RELFLX-NOME.

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
       01 ST-ERRO3                   PIC X(02) VALUE "00".
       01 ST-ERRO4                   PIC X(02) VALUE "00".
       01 ST-ERRO5                   PIC X(02) VALUE "00".
       01 ST-ERRO8                   PIC X(02) VALUE "00".
       01 ST-ERRO9                   PIC X(02) VALUE "00".
       01 MENS                       PIC X(60) VALUE SPACES.

       01 WS-RELFLX-NOME             PIC X(20) VALUE "RELFLX.DAT".
       01 WS-BATCH                   PIC 9(01) VALUE ZEROS.
       01 WS-RUN-FALHA               PIC 9(01) VALUE ZEROS.
       01 WS-QTD-LIDOS               PIC 9(07) VALUE ZEROS.
       01 WS-QTD-GRAVADOS            PIC 9(07) VALUE ZEROS.

       01 WS-DATA-HOJE               PIC 9(08) VALUE ZEROS.
       01 WS-DATA-FECH               PIC 9(08) VALUE ZEROS.
       01 WS-SALDO-FECH              PIC S9(11)V99 VALUE ZEROS.
       01 WS-MOV-ABERTO              PIC S9(11)V99 VALUE ZEROS.
       01 WS-SALDO                   PIC S9(11)V99 VALUE ZEROS.
       01 WS-SALDO-MIN               PIC S9(11)V99 VALUE ZEROS.
       01 WS-DATA-MIN                PIC 9(08) VALUE ZEROS.
       01 WS-QTD-NEGATIVOS           PIC 9(03) VALUE ZEROS.
       01 WS-VLR-TIT                 PIC S9(09)V99 VALUE ZEROS.
       01 WS-VENC-R                  PIC 9(11)V99 VALUE ZEROS.
       01 WS-VENC-P                  PIC 9(11)V99 VALUE ZEROS.
       01 WS-QTD-TITULOS             PIC 9(06) VALUE ZEROS.
       01 WS-QTD-COMPRAS             PIC 9(06) VALUE ZEROS.
       01 WS-PED-ANT                 PIC 9(06) VALUE ZEROS.
       01 WS-PED-TEMTIT              PIC 9(01) VALUE ZEROS.
       01 WS-CXA-ATIVO               PIC 9(01) VALUE ZEROS.
       01 WS-VEN-ATIVO               PIC 9(01) VALUE ZEROS.
       01 WS-CONTA-DIAS              PIC 9(03) VALUE ZEROS.

      ****** TABELA DOS 90 DIAS DA PROJECAO ***********************************

       01 WS-QTD-DIAS                PIC 9(03) VALUE 90.
       01 WS-TAB-DIAS.
          03 WS-TD-ITEM OCCURS 90 TIMES.
             05 WS-TD-DATA           PIC 9(08).
             05 WS-TD-ENTRA          PIC 9(11)V99.
             05 WS-TD-SAI            PIC 9(11)V99.
             05 WS-TD-SALDO          PIC S9(11)V99.
       01 IND                        PIC 9(03) VALUE ZEROS.
       01 IND2                       PIC 9(03) VALUE ZEROS.
       01 WS-SEMANA                  PIC 9(02) VALUE ZEROS.
       01 WS-SEM-ENTRA               PIC 9(11)V99 VALUE ZEROS.
       01 WS-SEM-SAI                 PIC 9(11)V99 VALUE ZEROS.
       01 WS-SEM-NEG                 PIC 9(01) VALUE ZEROS.
       01 WS-SEM-INI                 PIC 9(08) VALUE ZEROS.

      ****** CALENDARIO - PROXIMO DIA ******************************************

       01 WS-DATA-CALC               PIC 9(08) VALUE ZEROS.
       01 WS-DATA-CALC-R REDEFINES WS-DATA-CALC.
          03 WS-CALC-ANO             PIC 9(04).
          03 WS-CALC-MES             PIC 9(02).
          03 WS-CALC-DIA             PIC 9(02).
       01 WS-TAB-MESES               PIC X(24) VALUE
          "312831303130313130313031".
       01 WS-TAB-MESES-R REDEFINES WS-TAB-MESES.
          03 WS-DIAS-MES             PIC 9(02) OCCURS 12 TIMES.
       01 WS-ULT-DIA                 PIC 9(02) VALUE ZEROS.
       01 WS-QUOC                    PIC 9(04) VALUE ZEROS.
       01 WS-RESTO                   PIC 9(03) VALUE ZEROS.

      ****** LINHAS DO RELATORIO **********************************************

       01 WS-CABEC1.
          05 FILLER                  PIC X(38) VALUE
             "PROJECAO DE FLUXO DE CAIXA - 90 DIAS -".
          05 FILLER                  PIC X(10) VALUE " EMISSAO: ".
          05 WC-DATA-HOJE            PIC 9(08).

       01 WS-CABEC2.
          05 FILLER                  PIC X(10) VALUE "DIA       ".
          05 FILLER                  PIC X(15) VALUE "       ENTRADAS".
          05 FILLER                  PIC X(15) VALUE "         SAIDAS".
          05 FILLER                  PIC X(20) VALUE
             "     SALDO PROJETADO".

       01 WS-CABEC3.
          05 FILLER                  PIC X(10) VALUE "SEMANA    ".
          05 FILLER                  PIC X(20) VALUE
             "PERIODO             ".
          05 FILLER                  PIC X(15) VALUE "       ENTRADAS".
          05 FILLER                  PIC X(15) VALUE "         SAIDAS".
          05 FILLER                  PIC X(19) VALUE
             "       SALDO FINAL ".

       01 WS-LINDIA.
          05 WD-DATA                 PIC 9(08).
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 WD-ENTRADA              PIC ZZ.ZZZ.ZZ9,99.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 WD-SAIDA                PIC ZZ.ZZZ.ZZ9,99.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 WD-SALDO                PIC -Z.ZZZ.ZZZ.ZZ9,99.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 WD-AVISO                PIC X(16).

       01 WS-LINSEM.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 WS-S-SEMANA             PIC Z9.
          05 FILLER                  PIC X(06) VALUE SPACES.
          05 WS-S-INI                PIC 9(08).
          05 FILLER                  PIC X(03) VALUE " A ".
          05 WS-S-FIM                PIC 9(08).
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 WS-S-ENTRADA            PIC ZZ.ZZZ.ZZ9,99.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 WS-S-SAIDA              PIC ZZ.ZZZ.ZZ9,99.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 WS-S-SALDO              PIC -Z.ZZZ.ZZZ.ZZ9,99.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 WS-S-AVISO              PIC X(10).

       01 WS-LINTOT.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 WT-ROTULO               PIC X(38).
          05 WT-VALOR                PIC -Z.ZZZ.ZZZ.ZZ9,99.

       01 WS-LINQTD.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 WQ-ROTULO               PIC X(38).
          05 WQ-QTD                  PIC ZZZ.ZZ9.

      *************************************************************************

       PROCEDURE DIVISION.

       INICIO.
           PERFORM LE-PARAMETRO THRU LE-PARAMETRO-FIM
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.

      ************************ ABERTURA DOS ARQUIVOS **************************

       R0.
           OPEN INPUT ARQTIT
           IF ST-ERRO NOT = "00"
             MOVE "*** ARQUIVO DE TITULOS NAO ENCONTRADO ***" TO MENS
             DISPLAY MENS
             MOVE 1 TO WS-RUN-FALHA
             GO TO ROT-FIM.

       R0A.
      *    SEM PEDIDOS, SEM FECHAMENTO OU SEM MOVIMENTO DE CAIXA A
      *    PROJECAO SAI SO COM O QUE EXISTIR.
           OPEN INPUT ARQVEN
           IF ST-ERRO2 = "00"
             MOVE 1 TO WS-VEN-ATIVO.
           OPEN INPUT ARQCXA
           IF ST-ERRO5 = "00"
             MOVE 1 TO WS-CXA-ATIVO.

       R0B.
           OPEN OUTPUT RELFLX
           IF ST-ERRO4 NOT = "00"
             MOVE "ERRO NA ABERTURA DO RELATORIO DE FLUXO DE CAIXA"
                  TO MENS
             DISPLAY MENS
             MOVE 1 TO WS-RUN-FALHA
             CLOSE ARQTIT
             GO TO R9-FECHA-OPC.

      ***************** CALENDARIO DOS 90 DIAS ********************************

       R1.
           MOVE WS-DATA-HOJE TO WS-DATA-CALC
           MOVE 1 TO IND.
       R1-LOOP.
           MOVE WS-DATA-CALC TO WS-TD-DATA(IND)
           MOVE ZEROS TO WS-TD-ENTRA(IND) WS-TD-SAI(IND)
                         WS-TD-SALDO(IND)
           IF IND NOT < WS-QTD-DIAS
             GO TO R2.
           PERFORM PROXIMO-DIA THRU PROXIMO-DIA-FIM
           ADD 1 TO IND
           GO TO R1-LOOP.

      ***************** SALDO INICIAL *****************************************
      *    ULTIMO DIA FECHADO NO SCE026 E O MOVIMENTO DE CAIXA DOS
      *    DIAS SEGUINTES, AINDA NAO FECHADOS.

       R2.
           OPEN INPUT ARQCXF
           IF ST-ERRO3 NOT = "00"
             DISPLAY "*** SEM FECHAMENTO DE CAIXA - SALDO INICIAL ZERO"
                     " ***"
             GO TO R2-MOV.
           MOVE ZEROS TO CXF-DATA
           START ARQCXF KEY IS NOT LESS THAN CXF-DATA
           IF ST-ERRO3 NOT = "00"
             GO TO R2-FECHA-CXF.
       R2-LOOP.
           READ ARQCXF NEXT RECORD
           IF ST-ERRO3 NOT = "00" AND ST-ERRO3 NOT = "02"
             GO TO R2-FECHA-CXF.
           IF CXF-SITUACAO = "F"
             MOVE CXF-DATA TO WS-DATA-FECH
             MOVE CXF-SALDO TO WS-SALDO-FECH.
           GO TO R2-LOOP.
       R2-FECHA-CXF.
           CLOSE ARQCXF.

       R2-MOV.
           IF WS-CXA-ATIVO = ZEROS
             GO TO R2-FIM.
           MOVE WS-DATA-FECH TO CXA-DATA
           START ARQCXA KEY IS GREATER THAN CXA-DATA
           IF ST-ERRO5 NOT = "00"
             GO TO R2-FIM.
       R2-MOV-LOOP.
           READ ARQCXA NEXT RECORD
           IF ST-ERRO5 NOT = "00" AND ST-ERRO5 NOT = "02"
             GO TO R2-FIM.
           IF CXA-TIPO = "P"
             SUBTRACT CXA-VALOR FROM WS-MOV-ABERTO
           ELSE
             ADD CXA-VALOR TO WS-MOV-ABERTO.
           GO TO R2-MOV-LOOP.
       R2-FIM.
           COMPUTE WS-SALDO = WS-SALDO-FECH + WS-MOV-ABERTO.

      ***************** TITULOS EM ABERTO *************************************

       R3.
           MOVE ZEROS TO CHAVE-TIT
           START ARQTIT KEY IS NOT LESS THAN CHAVE-TIT
           IF ST-ERRO NOT = "00"
             GO TO R4.
       R3-LOOP.
           READ ARQTIT NEXT RECORD
           IF ST-ERRO = "10"
             GO TO R4.
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
             MOVE "ERRO NA LEITURA DO ARQUIVO DE TITULOS" TO MENS
             DISPLAY MENS
             MOVE 1 TO WS-RUN-FALHA
             GO TO R4.
           ADD 1 TO WS-QTD-LIDOS
           IF TIT-STATUS NOT = 1
             GO TO R3-LOOP.
           COMPUTE WS-VLR-TIT = TIT-VALOR - TIT-VALORPAGO
           IF WS-VLR-TIT NOT > ZEROS
             GO TO R3-LOOP.
           IF TIT-VENCIMENTO < WS-DATA-HOJE
             IF TIT-TIPO = "P"
               ADD WS-VLR-TIT TO WS-VENC-P
             ELSE
               ADD WS-VLR-TIT TO WS-VENC-R.
           MOVE TIT-VENCIMENTO TO WS-DATA-CALC
           PERFORM ACHA-DIA THRU ACHA-DIA-FIM
           IF IND = ZEROS
             GO TO R3-LOOP.
           ADD 1 TO WS-QTD-TITULOS
           IF TIT-TIPO = "P"
             ADD WS-VLR-TIT TO WS-TD-SAI(IND)
           ELSE
             ADD WS-VLR-TIT TO WS-TD-ENTRA(IND).
           GO TO R3-LOOP.

      ***************** COMPRAS AGUARDANDO RECEBIMENTO ************************

       R4.
           IF WS-VEN-ATIVO = ZEROS
             GO TO R5.
           MOVE ZEROS TO CHAVE-PED WS-PED-ANT
           START ARQVEN KEY IS NOT LESS THAN CHAVE-PED
           IF ST-ERRO2 NOT = "00"
             GO TO R5.
       R4-LOOP.
           READ ARQVEN NEXT RECORD
           IF ST-ERRO2 NOT = "00" AND ST-ERRO2 NOT = "02"
             GO TO R5.
           IF PED-TIPOPEDIDO NOT = 1 OR PED-STATUS NOT = 4
             GO TO R4-LOOP.
           IF PED-QTDRECEBIDA NOT < PED-QUANTIDADE
             GO TO R4-LOOP.
           IF PED-COD NOT = WS-PED-ANT
             MOVE PED-COD TO WS-PED-ANT
             PERFORM R4-TITULO THRU R4-TITULO-FIM.
           IF WS-PED-TEMTIT = 1
             GO TO R4-LOOP.

           COMPUTE WS-VLR-TIT ROUNDED = PED-VALORITEM
                 * (PED-QUANTIDADE - PED-QTDRECEBIDA) / PED-QUANTIDADE
           MOVE PED-DATA TO WS-DATA-CALC
           MOVE ZEROS TO WS-CONTA-DIAS.
       R4-PRAZO.
           IF WS-CONTA-DIAS < PED-INTERVALO
             PERFORM PROXIMO-DIA THRU PROXIMO-DIA-FIM
             ADD 1 TO WS-CONTA-DIAS
             GO TO R4-PRAZO.
           PERFORM ACHA-DIA THRU ACHA-DIA-FIM
           IF IND = ZEROS
             GO TO R4-LOOP.
           ADD 1 TO WS-QTD-COMPRAS
           ADD WS-VLR-TIT TO WS-TD-SAI(IND)
           GO TO R4-LOOP.

      *    O PEDIDO JA ESTA NA PROJECAO QUANDO TEM TITULO A PAGAR QUE
      *    NAO FOI CANCELADO (A PARCELA 01 SEMPRE EXISTE).

       R4-TITULO.
           MOVE ZEROS TO WS-PED-TEMTIT
           MOVE PED-COD TO TIT-PEDCOD
           MOVE 1 TO TIT-PARCELA
           READ ARQTIT
           IF ST-ERRO = "00"
             IF TIT-STATUS NOT = 3
               MOVE 1 TO WS-PED-TEMTIT.
       R4-TITULO-FIM.
           EXIT.

      ***************** SALDO PROJETADO DIA A DIA *****************************

       R5.
           MOVE WS-DATA-HOJE TO WC-DATA-HOJE
           MOVE WS-CABEC1 TO WS-LINREL
           WRITE WS-LINREL
           MOVE SPACES TO WS-LINREL
           WRITE WS-LINREL
           MOVE "SALDO DO ULTIMO FECHAMENTO DE CAIXA..:" TO WT-ROTULO
           MOVE WS-SALDO-FECH TO WT-VALOR
           MOVE WS-LINTOT TO WS-LINREL
           WRITE WS-LINREL
           MOVE "DIA DO ULTIMO FECHAMENTO.............:" TO WQ-ROTULO
           MOVE ZEROS TO WQ-QTD
           MOVE WS-LINQTD TO WS-LINREL
           MOVE WS-DATA-FECH TO WS-LINREL(41:8)
           WRITE WS-LINREL
           MOVE "MOVIMENTO DOS DIAS AINDA NAO FECHADOS:" TO WT-ROTULO
           MOVE WS-MOV-ABERTO TO WT-VALOR
           MOVE WS-LINTOT TO WS-LINREL
           WRITE WS-LINREL
           MOVE "SALDO INICIAL DA PROJECAO............:" TO WT-ROTULO
           MOVE WS-SALDO TO WT-VALOR
           MOVE WS-LINTOT TO WS-LINREL
           WRITE WS-LINREL
           MOVE "A RECEBER JA VENCIDO (NO 1O. DIA)....:" TO WT-ROTULO
           MOVE WS-VENC-R TO WT-VALOR
           MOVE WS-LINTOT TO WS-LINREL
           WRITE WS-LINREL
           MOVE "A PAGAR JA VENCIDO (NO 1O. DIA)......:" TO WT-ROTULO
           MOVE WS-VENC-P TO WT-VALOR
           MOVE WS-LINTOT TO WS-LINREL
           WRITE WS-LINREL
           MOVE SPACES TO WS-LINREL
           WRITE WS-LINREL
           MOVE WS-CABEC2 TO WS-LINREL
           WRITE WS-LINREL

           MOVE WS-SALDO TO WS-SALDO-MIN
           MOVE WS-DATA-HOJE TO WS-DATA-MIN
           MOVE 1 TO IND.
       R5-LOOP.
           IF IND > WS-QTD-DIAS
             GO TO R6.
           COMPUTE WS-SALDO = WS-SALDO + WS-TD-ENTRA(IND)
                                       - WS-TD-SAI(IND)
           MOVE WS-SALDO TO WS-TD-SALDO(IND)
           MOVE WS-TD-DATA(IND) TO WD-DATA
           MOVE WS-TD-ENTRA(IND) TO WD-ENTRADA
           MOVE WS-TD-SAI(IND) TO WD-SAIDA
           MOVE WS-SALDO TO WD-SALDO
           MOVE SPACES TO WD-AVISO
           IF WS-SALDO < ZEROS
             MOVE "*** NEGATIVO ***" TO WD-AVISO
             ADD 1 TO WS-QTD-NEGATIVOS.
           IF WS-SALDO < WS-SALDO-MIN
             MOVE WS-SALDO TO WS-SALDO-MIN
             MOVE WS-TD-DATA(IND) TO WS-DATA-MIN.
           MOVE WS-LINDIA TO WS-LINREL
           WRITE WS-LINREL
           ADD 1 TO WS-QTD-GRAVADOS
           ADD 1 TO IND
           GO TO R5-LOOP.

      ***************** RESUMO SEMANAL ****************************************
      *    SEMANAS DE SETE DIAS A PARTIR DE HOJE - A ULTIMA FICA COM
      *    OS DIAS QUE SOBRAM. A SEMANA E MARCADA QUANDO ALGUM DIA
      *    DELA FICA NEGATIVO.

       R6.
           MOVE SPACES TO WS-LINREL
           WRITE WS-LINREL
           MOVE WS-CABEC3 TO WS-LINREL
           WRITE WS-LINREL
           MOVE ZEROS TO WS-SEMANA
           MOVE 1 TO IND.
       R6-SEMANA.
           IF IND > WS-QTD-DIAS
             GO TO R7.
           ADD 1 TO WS-SEMANA
           MOVE ZEROS TO WS-SEM-ENTRA WS-SEM-SAI WS-SEM-NEG IND2
           MOVE WS-TD-DATA(IND) TO WS-SEM-INI.
       R6-DIA.
           ADD WS-TD-ENTRA(IND) TO WS-SEM-ENTRA
           ADD WS-TD-SAI(IND) TO WS-SEM-SAI
           IF WS-TD-SALDO(IND) < ZEROS
             MOVE 1 TO WS-SEM-NEG.
           ADD 1 TO IND2
           IF IND2 < 7 AND IND < WS-QTD-DIAS
             ADD 1 TO IND
             GO TO R6-DIA.

           MOVE WS-SEMANA TO WS-S-SEMANA
           MOVE WS-SEM-INI TO WS-S-INI
           MOVE WS-TD-DATA(IND) TO WS-S-FIM
           MOVE WS-SEM-ENTRA TO WS-S-ENTRADA
           MOVE WS-SEM-SAI TO WS-S-SAIDA
           MOVE WS-TD-SALDO(IND) TO WS-S-SALDO
           IF WS-SEM-NEG = 1
             MOVE "*NEGATIVO*" TO WS-S-AVISO
           ELSE
             MOVE SPACES TO WS-S-AVISO.
           MOVE WS-LINSEM TO WS-LINREL
           WRITE WS-LINREL
           ADD 1 TO IND
           GO TO R6-SEMANA.

      ***************** RESUMO DA PROJECAO ************************************

       R7.
           MOVE SPACES TO WS-LINREL
           WRITE WS-LINREL
           MOVE "TITULOS NA PROJECAO..................:" TO WQ-ROTULO
           MOVE WS-QTD-TITULOS TO WQ-QTD
           MOVE WS-LINQTD TO WS-LINREL
           WRITE WS-LINREL
           MOVE "ITENS DE COMPRA SEM TITULO...........:" TO WQ-ROTULO
           MOVE WS-QTD-COMPRAS TO WQ-QTD
           MOVE WS-LINQTD TO WS-LINREL
           WRITE WS-LINREL
           MOVE "DIAS COM SALDO NEGATIVO..............:" TO WQ-ROTULO
           MOVE WS-QTD-NEGATIVOS TO WQ-QTD
           MOVE WS-LINQTD TO WS-LINREL
           WRITE WS-LINREL
           MOVE "MENOR SALDO PROJETADO................:" TO WT-ROTULO
           MOVE WS-SALDO-MIN TO WT-VALOR
           MOVE WS-LINTOT TO WS-LINREL
           WRITE WS-LINREL
           MOVE "DIA DO MENOR SALDO...................:" TO WQ-ROTULO
           MOVE ZEROS TO WQ-QTD
           MOVE WS-LINQTD TO WS-LINREL
           MOVE WS-DATA-MIN TO WS-LINREL(41:8)
           WRITE WS-LINREL
           MOVE "SALDO FINAL PROJETADO................:" TO WT-ROTULO
           MOVE WS-SALDO TO WT-VALOR
           MOVE WS-LINTOT TO WS-LINREL
           WRITE WS-LINREL
           IF WS-QTD-NEGATIVOS > ZEROS
             DISPLAY "*** ATENCAO - " WS-QTD-NEGATIVOS
                     " DIAS COM SALDO PROJETADO NEGATIVO ***".

       R9-FECHA.
           CLOSE ARQTIT RELFLX.
           DISPLAY "*** RELATORIO " WS-RELFLX-NOME " GERADO ***".
       R9-FECHA-OPC.
           IF WS-VEN-ATIVO = 1
             CLOSE ARQVEN.
           IF WS-CXA-ATIVO = 1
             CLOSE ARQCXA.

      ***************************************************************

       ROT-FIM.
           IF WS-BATCH = 1
             PERFORM GRAVA-RUN THRU GRAVA-RUN-FIM
             IF WS-RUN-FALHA = ZEROS
               MOVE 0 TO RETURN-CODE
             ELSE
               MOVE 8 TO RETURN-CODE.
           GOBACK.

      ***************** POSICAO DE UMA DATA NA TABELA DE DIAS *****************
      *    WS-DATA-CALC CARREGADA PELO CHAMADOR. DATA ANTERIOR A HOJE
      *    VAI PARA O PRIMEIRO DIA; DATA DEPOIS DO ULTIMO DIA DA
      *    PROJECAO VOLTA COM IND ZERADO.

       ACHA-DIA.
           MOVE 1 TO IND
           IF WS-DATA-CALC NOT > WS-TD-DATA(1)
             GO TO ACHA-DIA-FIM.
       ACHA-DIA-LOOP.
           IF IND > WS-QTD-DIAS
             MOVE ZEROS TO IND
             GO TO ACHA-DIA-FIM.
           IF WS-TD-DATA(IND) = WS-DATA-CALC
             GO TO ACHA-DIA-FIM.
           ADD 1 TO IND
           GO TO ACHA-DIA-LOOP.
       ACHA-DIA-FIM.
           EXIT.

      ***************** AVANCO DE UM DIA NO CALENDARIO ************************
      *    SOMA UM DIA EM WS-DATA-CALC, VIRANDO O MES E O ANO. ANO
      *    BISSEXTO PELA REGRA COMPLETA (4, 100 E 400).

       PROXIMO-DIA.
           MOVE WS-DIAS-MES(WS-CALC-MES) TO WS-ULT-DIA
           IF WS-CALC-MES NOT = 2
             GO TO PROXIMO-DIA-SOMA.
           DIVIDE WS-CALC-ANO BY 4 GIVING WS-QUOC REMAINDER WS-RESTO
           IF WS-RESTO NOT = ZEROS
             GO TO PROXIMO-DIA-SOMA.
           MOVE 29 TO WS-ULT-DIA
           DIVIDE WS-CALC-ANO BY 100 GIVING WS-QUOC
                  REMAINDER WS-RESTO
           IF WS-RESTO NOT = ZEROS
             GO TO PROXIMO-DIA-SOMA.
           DIVIDE WS-CALC-ANO BY 400 GIVING WS-QUOC
                  REMAINDER WS-RESTO
           IF WS-RESTO NOT = ZEROS
             MOVE 28 TO WS-ULT-DIA.
       PROXIMO-DIA-SOMA.
           ADD 1 TO WS-CALC-DIA
           IF WS-CALC-DIA > WS-ULT-DIA
             MOVE 1 TO WS-CALC-DIA
             ADD 1 TO WS-CALC-MES
             IF WS-CALC-MES > 12
               MOVE 1 TO WS-CALC-MES
               ADD 1 TO WS-CALC-ANO.
       PROXIMO-DIA-FIM.
           EXIT.

      ***************** LEITURA DOS PARAMETROS DE LOTE ************************
      *    SEM ARQPRM.DAT OU SEM O REGISTRO DESTE PROGRAMA A EXECUCAO
      *    SEGUE INTERATIVA. SO O NOME DE SAIDA E USADO - A PROJECAO
      *    SEMPRE PARTE DA DATA DO DIA.

       LE-PARAMETRO.
           OPEN INPUT ARQPRM
           IF ST-ERRO8 NOT = "00"
             GO TO LE-PARAMETRO-FIM.
       LE-PARAMETRO-LOOP.
           READ ARQPRM
           IF ST-ERRO8 NOT = "00"
             CLOSE ARQPRM
             GO TO LE-PARAMETRO-FIM.
           IF PRM-PROGRAMA NOT = "SCE041"
             GO TO LE-PARAMETRO-LOOP.
           MOVE 1 TO WS-BATCH
           IF PRM-ARQSAIDA NOT = SPACES
             MOVE PRM-ARQSAIDA TO WS-RELFLX-NOME.
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
           MOVE "SCE041" TO RUN-PROGRAMA
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
