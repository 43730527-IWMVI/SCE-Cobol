       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCE052.
      *************************************************************************
      * INSTALLATION.       FRETE COBRADO X FRETE PAGO POR TRANSPORTADORA     *
      * AUTHOR.             Wallace Martins Vieira                            *
      * DATE-WRITTEN        00/00/0000                                        *
      *************************************************************************
      *    COMPARA, POR TRANSPORTADORA, O FRETE DOS PEDIDOS DE VENDA
      *    ENTREGUES NO MES (ARQVEN E ARQVENH, PELA DATA DE ENTREGA)
      *    COM OS CONHECIMENTOS PAGOS LANCADOS NO SCE051 PARA A MESMA
      *    COMPETENCIA (ARQFPG). COLUNAS.
      *      PEDIDOS      - PEDIDOS COM ENTREGA NO MES
      *      CIF COBRADO  - FRETE CIF SOMADO AOS PEDIDOS DOS CLIENTES
      *      FOB ESTIMADO - FRETE FOB CALCULADO (PAGO PELO CLIENTE)
      *      FRETE PAGO   - CONHECIMENTOS PAGOS DA COMPETENCIA
      *      DIFERENCA    - CIF COBRADO MENOS FRETE PAGO (NEGATIVO =
      *                     FRETE PAGO ACIMA DO COBRADO)
      *    O FRETE E DO PEDIDO E SE REPETE NOS ITENS - CONTA UMA VEZ
      *    POR PEDIDO, NO PRIMEIRO ITEM VALIDO. PEDIDOS CANCELADOS,
      *    RASCUNHOS E ORCAMENTOS FICAM FORA, COMO NO SCE048. COM
      *    REGISTRO EM ARQPRM RODA SEM OPERADOR (MES DE PRM-DATA-INI,
      *    ZERO = MES ATUAL) E GRAVA A SITUACAO EM ARQRUN.
      *************************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQVEN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS CHAVE-PED
                    FILE STATUS  IS ST-ERRO2.

           SELECT ARQVENH ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS SEQUENTIAL
                    RECORD KEY   IS VH-CHAVE-PED
                    FILE STATUS  IS ST-ERRO5.

           SELECT ARQTRA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TRA-CODIGO
                    ALTERNATE RECORD KEY IS TRA-NOME
                                        WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO3.

           SELECT ARQFPG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-FPG
                    FILE STATUS  IS ST-ERRO.

           SELECT RELFRT ASSIGN TO DISK
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

       FD ARQVEN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQVEN.DAT".

       COPY CPVEN.

      *************************************************************************

      *    MESMO LAYOUT DE REGVEN SOB NOMES PROPRIOS (PREFIXO VH-),
      *    COMO NO SCE011 - AS DUAS FD's COEXISTEM NESTE PROGRAMA.

       FD ARQVENH
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQVENH.DAT".

       01 REGVENH.
          03 VH-CHAVE-PED.
             05 VH-PED-COD           PIC 9(06).
             05 VH-PED-ITEM          PIC 9(03).
          03 VH-PED-TIPOPEDIDO       PIC X(15).
          03 VH-PED-COD-PRO          PIC 9(09).
          03 VH-PED-TIPOVENDA        PIC 9(01).
          03 VH-PED-CLI-CPFCNPJ      PIC 9(14).
          03 VH-PED-FOR-CPFCNPJ      PIC 9(14).
          03 VH-PED-QUANTIDADE       PIC 9(06).
          03 VH-PED-PRECOUNITARIO    PIC 9(06)V99.
          03 VH-PED-VALORITEM        PIC 9(07)V99.
          03 VH-PED-VALORTOTAL       PIC 9(07)V99.
          03 VH-PED-STATUS           PIC 9(01).
          03 VH-PED-DATA             PIC 9(08).
          03 VH-PED-QTDPARCELAS      PIC 9(02).
          03 VH-PED-INTERVALO        PIC 9(03).
          03 VH-PED-VENDEDOR         PIC 9(03).
          03 VH-PED-PERCDESC         PIC 9(02)V99.
          03 VH-PED-QTDRECEBIDA      PIC 9(06).
          03 VH-PED-DATAENTREGA      PIC 9(08).
          03 VH-PED-ENTREGUE         PIC X(01).
          03 VH-PED-QTDDEVOLVIDA     PIC 9(06).
          03 VH-PED-VALIDADE         PIC 9(08).
          03 VH-PED-LOCAL            PIC 9(01).
          03 VH-PED-CONTRATO         PIC 9(06).
          03 VH-PED-TRANSP           PIC 9(03).
          03 VH-PED-TIPOFRETE        PIC X(01).
          03 VH-PED-VALORFRETE       PIC 9(05)V99.

      *************************************************************************

       FD ARQTRA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQTRA.DAT".

       COPY CPTRA.

      *************************************************************************

       FD ARQFPG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFPG.DAT".

       COPY CPFPG.

      *************************************************************************

       FD RELFRT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS WS-RELFRT-NOME.

       01 WS-LINREL                  PIC X(110).

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

       01 WS-RELFRT-NOME             PIC X(20) VALUE "RELFRT.DAT".
       01 WS-BATCH                   PIC 9(01) VALUE ZEROS.
       01 WS-RUN-FALHA               PIC 9(01) VALUE ZEROS.
       01 WS-FIL-DATA-INI            PIC 9(08) VALUE ZEROS.
       01 WS-QTD-LIDOS               PIC 9(07) VALUE ZEROS.
       01 WS-QTD-GRAVADOS            PIC 9(07) VALUE ZEROS.
       01 WS-VENH-ATIVO              PIC 9(01) VALUE ZEROS.
       01 WS-TRA-ATIVO               PIC 9(01) VALUE ZEROS.

      ****** MES DO RELATORIO *************************************************

       01 WS-DATA-HOJE               PIC 9(08) VALUE ZEROS.
       01 WS-DATA-HOJE-R REDEFINES WS-DATA-HOJE.
          03 WS-HOJE-COMP            PIC 9(06).
          03 WS-HOJE-DIA             PIC 9(02).
       01 WS-COMPETENCIA             PIC 9(06) VALUE ZEROS.
       01 WS-COMPETENCIA-R REDEFINES WS-COMPETENCIA.
          03 WS-COMP-ANO             PIC 9(04).
          03 WS-COMP-MES             PIC 9(02).
       01 WS-ATU-INI                 PIC 9(08) VALUE ZEROS.
       01 WS-ATU-FIM                 PIC 9(08) VALUE ZEROS.

      ****** ITEM DE VENDA EM ACUMULACAO (ARQVEN OU ARQVENH) ******************

       01 WS-COD-REF                 PIC 9(06) VALUE ZEROS.
       01 WS-ENTREGA-REF             PIC 9(08) VALUE ZEROS.
       01 WS-TIPO-REF                PIC X(15) VALUE SPACES.
       01 WS-STATUS-REF              PIC 9(01) VALUE ZEROS.
       01 WS-TRANSP-REF              PIC 9(03) VALUE ZEROS.
       01 WS-TIPOFRETE-REF           PIC X(01) VALUE SPACES.
       01 WS-FRETE-REF               PIC 9(05)V99 VALUE ZEROS.
       01 WS-ULT-PEDIDO              PIC 9(06) VALUE ZEROS.

      ****** ACUMULADORES POR TRANSPORTADORA **********************************
      *    INDEXADOS PELO CODIGO DA TRANSPORTADORA; PEDIDO SEM
      *    TRANSPORTADORA ACUMULA NOS CAMPOS WS-SEM-.

       01 WS-TAB-TRANSP.
          03 WS-TT-ITEM OCCURS 999 TIMES.
             05 WS-TT-PEDIDOS        PIC 9(05).
             05 WS-TT-CIF            PIC 9(09)V99.
             05 WS-TT-FOB            PIC 9(09)V99.
             05 WS-TT-PAGO           PIC 9(09)V99.
       01 WS-SEM-PEDIDOS             PIC 9(05) VALUE ZEROS.
       01 WS-SEM-CIF                 PIC 9(09)V99 VALUE ZEROS.
       01 WS-SEM-FOB                 PIC 9(09)V99 VALUE ZEROS.
       01 IND                        PIC 9(04) VALUE ZEROS.

      ****** VALORES DE UMA LINHA E TOTAIS ************************************

       01 WS-LN-PEDIDOS              PIC 9(05) VALUE ZEROS.
       01 WS-LN-CIF                  PIC 9(09)V99 VALUE ZEROS.
       01 WS-LN-FOB                  PIC 9(09)V99 VALUE ZEROS.
       01 WS-LN-PAGO                 PIC 9(09)V99 VALUE ZEROS.
       01 WS-LN-DIF                  PIC S9(09)V99 VALUE ZEROS.
       01 WS-TOT-PEDIDOS             PIC 9(05) VALUE ZEROS.
       01 WS-TOT-CIF                 PIC 9(09)V99 VALUE ZEROS.
       01 WS-TOT-FOB                 PIC 9(09)V99 VALUE ZEROS.
       01 WS-TOT-PAGO                PIC 9(09)V99 VALUE ZEROS.

       01 WS-CABEC1.
          05 FILLER                  PIC X(37) VALUE
             "FRETE COBRADO X FRETE PAGO       MES:".
          05 WC-COMPETENCIA          PIC 9(06).
          05 FILLER                  PIC X(11) VALUE "   EMISSAO:".
          05 WC-DATA-HOJE            PIC 9(08).

       01 WS-CABEC2.
          05 FILLER                  PIC X(25) VALUE
             "TRA NOME".
          05 FILLER                  PIC X(08) VALUE " PEDIDOS".
          05 FILLER                  PIC X(14) VALUE "   CIF COBRADO".
          05 FILLER                  PIC X(14) VALUE "  FOB ESTIMADO".
          05 FILLER                  PIC X(14) VALUE "    FRETE PAGO".
          05 FILLER                  PIC X(15) VALUE "      DIFERENCA".

       01 WS-LINDET.
          05 WL-CODIGO               PIC ZZ9.
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 WL-NOME                 PIC X(21).
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 WL-PEDIDOS              PIC ZZ.ZZ9.
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 WL-CIF                  PIC ZZ.ZZZ.ZZ9,99.
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 WL-FOB                  PIC ZZ.ZZZ.ZZ9,99.
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 WL-PAGO                 PIC ZZ.ZZZ.ZZ9,99.
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 WL-DIFERENCA            PIC -ZZ.ZZZ.ZZ9,99.

      *************************************************************************

       PROCEDURE DIVISION.

       INICIO.
           PERFORM LE-PARAMETRO THRU LE-PARAMETRO-FIM
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.

      ***************** COMPETENCIA (INTERATIVO) ******************************

       R00.
           IF WS-BATCH = 1
             COMPUTE WS-COMPETENCIA = WS-FIL-DATA-INI / 100
             GO TO R00-VALIDA.
           DISPLAY "MES DOS EMBARQUES (AAAAMM - ZERO = MES ATUAL) : "
           ACCEPT WS-COMPETENCIA.

       R00-VALIDA.
           IF WS-COMPETENCIA = ZEROS
             MOVE WS-HOJE-COMP TO WS-COMPETENCIA.
           IF WS-COMP-MES < 1 OR WS-COMP-MES > 12
             MOVE "*** MES INVALIDO ***" TO MENS
             DISPLAY MENS
             MOVE 1 TO WS-RUN-FALHA
             GO TO ROT-FIM.
           COMPUTE WS-ATU-INI = (WS-COMPETENCIA * 100) + 1
           COMPUTE WS-ATU-FIM = (WS-COMPETENCIA * 100) + 31
           MOVE ZEROS TO WS-TAB-TRANSP.

      ************************ ABERTURA DOS ARQUIVOS **************************

       R0.
           OPEN INPUT ARQVEN
           IF ST-ERRO2 NOT = "00"
             MOVE "ERRO NA ABERTURA DO ARQUIVO DE PEDIDOS" TO MENS
             DISPLAY MENS
             MOVE 1 TO WS-RUN-FALHA
             GO TO ROT-FIM.

       R0A.
           OPEN OUTPUT RELFRT
           IF ST-ERRO4 NOT = "00"
             MOVE "ERRO NA ABERTURA DO RELATORIO DE FRETE" TO MENS
             DISPLAY MENS
             MOVE 1 TO WS-RUN-FALHA
             CLOSE ARQVEN
             GO TO ROT-FIM.

      *    SEM O ARQUIVO MORTO OU SEM O CADASTRO DE TRANSPORTADORAS O
      *    RELATORIO SAI SO COM O ARQVEN / SEM O NOME.
           OPEN INPUT ARQVENH
           IF ST-ERRO5 = "00"
             MOVE 1 TO WS-VENH-ATIVO.
           OPEN INPUT ARQTRA
           IF ST-ERRO3 = "00"
             MOVE 1 TO WS-TRA-ATIVO.

      ***************** FRETES PAGOS DA COMPETENCIA (ARQFPG) ******************
      *    SEM O ARQUIVO NAO HA FRETE PAGO LANCADO.

       R1.
           OPEN INPUT ARQFPG
           IF ST-ERRO NOT = "00"
             GO TO R2.
           MOVE ZEROS TO FPG-TRANSP
           MOVE SPACES TO FPG-DOCUMENTO
           START ARQFPG KEY IS NOT LESS THAN CHAVE-FPG
           IF ST-ERRO NOT = "00"
             GO TO R1-FIM.

       R1-LOOP.
           READ ARQFPG NEXT RECORD
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
             GO TO R1-FIM.
           IF FPG-COMPETENCIA NOT = WS-COMPETENCIA
           OR FPG-TRANSP = ZEROS
             GO TO R1-LOOP.
           ADD FPG-VALOR TO WS-TT-PAGO (FPG-TRANSP)
           GO TO R1-LOOP.

       R1-FIM.
           CLOSE ARQFPG.

      ***************** PEDIDOS ENTREGUES NO MES (ARQVEN) *********************

       R2.
           MOVE ZEROS TO WS-ULT-PEDIDO.
       R2-LOOP.
           READ ARQVEN NEXT RECORD
           IF ST-ERRO2 NOT = "00" AND ST-ERRO2 NOT = "02"
             GO TO R3.
           ADD 1 TO WS-QTD-LIDOS
           MOVE PED-COD TO WS-COD-REF
           MOVE PED-DATAENTREGA TO WS-ENTREGA-REF
           MOVE PED-TIPOPEDIDO TO WS-TIPO-REF
           MOVE PED-STATUS TO WS-STATUS-REF
           MOVE PED-TRANSP TO WS-TRANSP-REF
           MOVE PED-TIPOFRETE TO WS-TIPOFRETE-REF
           MOVE PED-VALORFRETE TO WS-FRETE-REF
           PERFORM R6-ACUMULA THRU R6-ACUMULA-FIM
           GO TO R2-LOOP.

      ***************** PEDIDOS ARQUIVADOS PELO SCE011 (ARQVENH) **************

       R3.
           IF WS-VENH-ATIVO = ZEROS
             GO TO R5-IMPRIME.
           MOVE ZEROS TO WS-ULT-PEDIDO.
       R3-LOOP.
           READ ARQVENH NEXT RECORD
           IF ST-ERRO5 NOT = "00" AND ST-ERRO5 NOT = "02"
             GO TO R5-IMPRIME.
           ADD 1 TO WS-QTD-LIDOS
           MOVE VH-PED-COD TO WS-COD-REF
           MOVE VH-PED-DATAENTREGA TO WS-ENTREGA-REF
           MOVE VH-PED-TIPOPEDIDO TO WS-TIPO-REF
           MOVE VH-PED-STATUS TO WS-STATUS-REF
           MOVE VH-PED-TRANSP TO WS-TRANSP-REF
           MOVE VH-PED-TIPOFRETE TO WS-TIPOFRETE-REF
           MOVE VH-PED-VALORFRETE TO WS-FRETE-REF
           PERFORM R6-ACUMULA THRU R6-ACUMULA-FIM
           GO TO R3-LOOP.

      ***************** IMPRESSAO DO RELATORIO ********************************
      *    EM ORDEM DE CODIGO DE TRANSPORTADORA, SO AS QUE TEM PEDIDO
      *    OU FRETE PAGO NO MES.

       R5-IMPRIME.
           MOVE WS-COMPETENCIA TO WC-COMPETENCIA
           MOVE WS-DATA-HOJE TO WC-DATA-HOJE
           MOVE WS-CABEC1 TO WS-LINREL
           WRITE WS-LINREL
           MOVE SPACES TO WS-LINREL
           WRITE WS-LINREL
           MOVE WS-CABEC2 TO WS-LINREL
           WRITE WS-LINREL

           MOVE 1 TO IND.
       R5-LOOP.
           IF IND > 999
             GO TO R5-TOTAL.
           IF WS-TT-PEDIDOS (IND) > ZEROS OR WS-TT-PAGO (IND) > ZEROS
             PERFORM R7-TRANSP THRU R7-TRANSP-FIM.
           ADD 1 TO IND
           GO TO R5-LOOP.

       R5-TOTAL.
           IF WS-SEM-PEDIDOS > ZEROS
             MOVE WS-SEM-PEDIDOS TO WS-LN-PEDIDOS
             MOVE WS-SEM-CIF TO WS-LN-CIF
             MOVE WS-SEM-FOB TO WS-LN-FOB
             MOVE ZEROS TO WS-LN-PAGO
             MOVE ZEROS TO WL-CODIGO
             MOVE "SEM TRANSPORTADORA" TO WL-NOME
             PERFORM R8-LINHA THRU R8-LINHA-FIM
             ADD WS-SEM-PEDIDOS TO WS-TOT-PEDIDOS
             ADD WS-SEM-CIF TO WS-TOT-CIF
             ADD WS-SEM-FOB TO WS-TOT-FOB.
           MOVE SPACES TO WS-LINREL
           WRITE WS-LINREL
           MOVE WS-TOT-PEDIDOS TO WS-LN-PEDIDOS
           MOVE WS-TOT-CIF TO WS-LN-CIF
           MOVE WS-TOT-FOB TO WS-LN-FOB
           MOVE WS-TOT-PAGO TO WS-LN-PAGO
           MOVE ZEROS TO WL-CODIGO
           MOVE "TOTAL DO MES" TO WL-NOME
           PERFORM R8-LINHA THRU R8-LINHA-FIM.

       R9-FECHA.
           CLOSE ARQVEN RELFRT
           IF WS-VENH-ATIVO = 1
             CLOSE ARQVENH.
           IF WS-TRA-ATIVO = 1
             CLOSE ARQTRA.
           DISPLAY "*** RELATORIO " WS-RELFRT-NOME " GERADO ***".

      ***************************************************************

       ROT-FIM.
           IF WS-BATCH = 1
             PERFORM GRAVA-RUN THRU GRAVA-RUN-FIM
             IF WS-RUN-FALHA = ZEROS
               MOVE 0 TO RETURN-CODE
             ELSE
               MOVE 8 TO RETURN-CODE.
           GOBACK.

      ***************** ACUMULACAO DE UM PEDIDO *******************************
      *    SO VENDAS COM ENTREGA NO MES; FICAM FORA CANCELADOS,
      *    RASCUNHOS E ORCAMENTOS. O PEDIDO CONTA UMA VEZ, NO PRIMEIRO
      *    ITEM QUE PASSA NO FILTRO (ARQUIVO LIDO EM ORDEM DE CHAVE).

       R6-ACUMULA.
           IF WS-TIPO-REF NOT = "2"
             GO TO R6-ACUMULA-FIM.
           IF WS-STATUS-REF = 2 OR WS-STATUS-REF = 3
           OR WS-STATUS-REF = 5
             GO TO R6-ACUMULA-FIM.
           IF WS-ENTREGA-REF < WS-ATU-INI OR WS-ENTREGA-REF > WS-ATU-FIM
             GO TO R6-ACUMULA-FIM.
           IF WS-COD-REF = WS-ULT-PEDIDO
             GO TO R6-ACUMULA-FIM.
           MOVE WS-COD-REF TO WS-ULT-PEDIDO

           IF WS-TRANSP-REF = ZEROS
             ADD 1 TO WS-SEM-PEDIDOS
             IF WS-TIPOFRETE-REF = "F"
               ADD WS-FRETE-REF TO WS-SEM-FOB
               GO TO R6-ACUMULA-FIM
             ELSE
               ADD WS-FRETE-REF TO WS-SEM-CIF
               GO TO R6-ACUMULA-FIM.

           ADD 1 TO WS-TT-PEDIDOS (WS-TRANSP-REF)
           IF WS-TIPOFRETE-REF = "F"
             ADD WS-FRETE-REF TO WS-TT-FOB (WS-TRANSP-REF)
           ELSE
             ADD WS-FRETE-REF TO WS-TT-CIF (WS-TRANSP-REF).
       R6-ACUMULA-FIM.
           EXIT.

      ***************** LINHA DE UMA TRANSPORTADORA ***************************

       R7-TRANSP.
           MOVE SPACES TO TRA-NOME
           IF WS-TRA-ATIVO = 1
             MOVE IND TO TRA-CODIGO
             READ ARQTRA
             IF ST-ERRO3 NOT = "00"
               MOVE "*** NAO CADASTRADA" TO TRA-NOME.
           MOVE WS-TT-PEDIDOS (IND) TO WS-LN-PEDIDOS
           MOVE WS-TT-CIF (IND) TO WS-LN-CIF
           MOVE WS-TT-FOB (IND) TO WS-LN-FOB
           MOVE WS-TT-PAGO (IND) TO WS-LN-PAGO
           MOVE IND TO WL-CODIGO
           MOVE TRA-NOME TO WL-NOME
           PERFORM R8-LINHA THRU R8-LINHA-FIM
           ADD 1 TO WS-QTD-GRAVADOS
           ADD WS-LN-PEDIDOS TO WS-TOT-PEDIDOS
           ADD WS-LN-CIF TO WS-TOT-CIF
           ADD WS-LN-FOB TO WS-TOT-FOB
           ADD WS-LN-PAGO TO WS-TOT-PAGO.
       R7-TRANSP-FIM.
           EXIT.

      ***************** CALCULO E GRAVACAO DE UMA LINHA ***********************
      *    WS-LN- CARREGADOS PELO CHAMADOR, COM CODIGO E NOME JA NA
      *    LINHA.

       R8-LINHA.
           COMPUTE WS-LN-DIF = WS-LN-CIF - WS-LN-PAGO
           MOVE WS-LN-PEDIDOS TO WL-PEDIDOS
           MOVE WS-LN-CIF TO WL-CIF
           MOVE WS-LN-FOB TO WL-FOB
           MOVE WS-LN-PAGO TO WL-PAGO
           MOVE WS-LN-DIF TO WL-DIFERENCA
           MOVE WS-LINDET TO WS-LINREL
           WRITE WS-LINREL.
       R8-LINHA-FIM.
           EXIT.

      ***************** LEITURA DOS PARAMETROS DE LOTE ************************
      *    SEM ARQPRM.DAT OU SEM O REGISTRO DESTE PROGRAMA A EXECUCAO
      *    SEGUE INTERATIVA. O MES E O DE PRM-DATA-INI (ZERO = MES
      *    ATUAL).

       LE-PARAMETRO.
           OPEN INPUT ARQPRM
           IF ST-ERRO8 NOT = "00"
             GO TO LE-PARAMETRO-FIM.
       LE-PARAMETRO-LOOP.
           READ ARQPRM
           IF ST-ERRO8 NOT = "00"
             CLOSE ARQPRM
             GO TO LE-PARAMETRO-FIM.
           IF PRM-PROGRAMA NOT = "SCE052"
             GO TO LE-PARAMETRO-LOOP.
           MOVE 1 TO WS-BATCH
           MOVE PRM-DATA-INI TO WS-FIL-DATA-INI
           IF PRM-ARQSAIDA NOT = SPACES
             MOVE PRM-ARQSAIDA TO WS-RELFRT-NOME.
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
           MOVE "SCE052" TO RUN-PROGRAMA
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
