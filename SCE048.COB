       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCE048.
      *************************************************************************
      * INSTALLATION.       ACOMPANHAMENTO DAS METAS MENSAIS DE VENDA         *
      * AUTHOR.             Wallace Martins Vieira                            *
      * DATE-WRITTEN        00/00/0000                                        *
      *************************************************************************
      *    COMPARA AS VENDAS LANCADAS EM ARQVEN (PED-VENDEDOR, DATA DO
      *    PEDIDO) COM AS METAS DO MES CADASTRADAS NO SCE027 (ARQMET).
      *    POR VENDEDOR SAI A LINHA GERAL E UMA LINHA POR TIPO DE
      *    PRODUTO QUE TENHA META PROPRIA. COLUNAS.
      *      META MES     - META GERAL (OU A SOMA DAS METAS POR TIPO)
      *      META ATE HOJE- META PROPORCIONAL AOS DIAS JA CORRIDOS
      *      VENDIDO      - VENDAS DO MES ATE HOJE
      *      % ATING.     - VENDIDO SOBRE A META ATE HOJE
      *      PROJECAO     - VENDIDO / DIAS CORRIDOS * DIAS DO MES
      *      % PROJ.      - PROJECAO SOBRE A META DO MES
      *      ANO ANTERIOR - MESMO MES DO ANO ANTERIOR (ARQVEN E ARQVENH)
      *    MES JA ENCERRADO CONTA TODOS OS DIAS; MES FUTURO SO MOSTRA
      *    AS METAS. PEDIDOS CANCELADOS, RASCUNHOS E ORCAMENTOS FICAM
      *    FORA, COMO NO SCE019. VENDEDOR COM VENDA E SEM META SAI COM
      *    A META ZERADA. COM REGISTRO EM ARQPRM RODA SEM OPERADOR (MES
      *    DE PRM-DATA-INI, ZERO = MES ATUAL) E GRAVA A SITUACAO EM
      *    ARQRUN.
      *************************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQMET ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-MET
                    FILE STATUS  IS ST-ERRO.

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

           SELECT ARQPRO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PRO-CODIGO
                    ALTERNATE RECORD KEY IS PRO-DESCRICAO
                                        WITH DUPLICATES
                    ALTERNATE RECORD KEY IS PRO-EAN
                                        WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO6.

           SELECT ARQVDD ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS VDD-CODIGO
                    ALTERNATE RECORD KEY IS VDD-NOME
                                        WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO3.

           SELECT RELMET ASSIGN TO DISK
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

       FD ARQMET
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQMET.DAT".

       COPY CPMET.

      *************************************************************************

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

       FD ARQPRO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPRO.DAT".

       COPY CPPRO.

      *************************************************************************

       FD ARQVDD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQVDD.DAT".

       COPY CPVDD.

      *************************************************************************

       FD RELMET
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS WS-RELMET-NOME.

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
       01 ST-ERRO6                   PIC X(02) VALUE "00".
       01 ST-ERRO8                   PIC X(02) VALUE "00".
       01 ST-ERRO9                   PIC X(02) VALUE "00".
       01 MENS                       PIC X(60) VALUE SPACES.

       01 WS-RELMET-NOME             PIC X(20) VALUE "RELMET.DAT".
       01 WS-BATCH                   PIC 9(01) VALUE ZEROS.
       01 WS-RUN-FALHA               PIC 9(01) VALUE ZEROS.
       01 WS-FIL-DATA-INI            PIC 9(08) VALUE ZEROS.
       01 WS-QTD-LIDOS               PIC 9(07) VALUE ZEROS.
       01 WS-QTD-GRAVADOS            PIC 9(07) VALUE ZEROS.
       01 WS-VENH-ATIVO              PIC 9(01) VALUE ZEROS.

      ****** MES DO RELATORIO E DIAS CORRIDOS *********************************

       01 WS-DATA-HOJE               PIC 9(08) VALUE ZEROS.
       01 WS-DATA-HOJE-R REDEFINES WS-DATA-HOJE.
          03 WS-HOJE-COMP            PIC 9(06).
          03 WS-HOJE-DIA             PIC 9(02).
       01 WS-COMPETENCIA             PIC 9(06) VALUE ZEROS.
       01 WS-COMPETENCIA-R REDEFINES WS-COMPETENCIA.
          03 WS-COMP-ANO             PIC 9(04).
          03 WS-COMP-MES             PIC 9(02).
       01 WS-COMP-ANT                PIC 9(06) VALUE ZEROS.
       01 WS-DIAS-MES                PIC 9(02) VALUE ZEROS.
       01 WS-DIAS-CORRIDOS           PIC 9(02) VALUE ZEROS.
       01 WS-BISSEXTO                PIC 9(02) VALUE ZEROS.
       01 WS-QUOC                    PIC 9(04) VALUE ZEROS.
       01 WS-ATU-INI                 PIC 9(08) VALUE ZEROS.
       01 WS-ATU-FIM                 PIC 9(08) VALUE ZEROS.
       01 WS-ANT-INI                 PIC 9(08) VALUE ZEROS.
       01 WS-ANT-FIM                 PIC 9(08) VALUE ZEROS.

       01 TBUF-DIAS-MES.
          03 FILLER                  PIC 9(02) VALUE 31.
          03 FILLER                  PIC 9(02) VALUE 28.
          03 FILLER                  PIC 9(02) VALUE 31.
          03 FILLER                  PIC 9(02) VALUE 30.
          03 FILLER                  PIC 9(02) VALUE 31.
          03 FILLER                  PIC 9(02) VALUE 30.
          03 FILLER                  PIC 9(02) VALUE 31.
          03 FILLER                  PIC 9(02) VALUE 31.
          03 FILLER                  PIC 9(02) VALUE 30.
          03 FILLER                  PIC 9(02) VALUE 31.
          03 FILLER                  PIC 9(02) VALUE 30.
          03 FILLER                  PIC 9(02) VALUE 31.
       01 TBUF-DIAS-MES-R REDEFINES TBUF-DIAS-MES.
          03 DIAS-MES                PIC 9(02) OCCURS 12 TIMES.

      ****** ITEM DE VENDA EM ACUMULACAO (ARQVEN OU ARQVENH) ******************

       01 WS-DATA-REF                PIC 9(08) VALUE ZEROS.
       01 WS-TIPO-REF                PIC X(15) VALUE SPACES.
       01 WS-STATUS-REF              PIC 9(01) VALUE ZEROS.
       01 WS-VEND-REF                PIC 9(03) VALUE ZEROS.
       01 WS-PROD-REF                PIC 9(09) VALUE ZEROS.
       01 WS-VALOR-REF               PIC 9(07)V99 VALUE ZEROS.
       01 WS-TIPOPROD-REF            PIC 9(01) VALUE ZEROS.

      ****** ACUMULADORES POR VENDEDOR (ATE 100 VENDEDORES ATIVOS) ************
      *    TIPO. METAS E VENDAS POR TIPO DE PRODUTO (1 A 9). TEM = 1
      *    QUANDO HA META CADASTRADA PARA O TIPO OU PARA O GERAL.

       01 WS-TAB-VENDEDOR.
          03 WS-TV-ITEM OCCURS 100 TIMES.
             05 WS-TV-CODIGO         PIC 9(03).
             05 WS-TV-TEM-GER        PIC 9(01).
             05 WS-TV-META-GER       PIC 9(09)V99.
             05 WS-TV-ATU-TOT        PIC 9(09)V99.
             05 WS-TV-ANT-TOT        PIC 9(09)V99.
             05 WS-TV-TIPO OCCURS 9 TIMES.
                07 WS-TV-TEM         PIC 9(01).
                07 WS-TV-META        PIC 9(09)V99.
                07 WS-TV-ATU         PIC 9(09)V99.
                07 WS-TV-ANT         PIC 9(09)V99.
       01 WS-TV-QTD                  PIC 9(03) VALUE ZEROS.
       01 IND                        PIC 9(03) VALUE ZEROS.
       01 IT                         PIC 9(02) VALUE ZEROS.
       01 WS-COD-BUSCA               PIC 9(03) VALUE ZEROS.
       01 WS-COD-LISTA               PIC 9(04) VALUE ZEROS.
       01 WS-SEM-ATU                 PIC 9(09)V99 VALUE ZEROS.
       01 WS-SEM-ANT                 PIC 9(09)V99 VALUE ZEROS.

      ****** VALORES DE UMA LINHA E TOTAIS ************************************

       01 WS-LN-META                 PIC 9(09)V99 VALUE ZEROS.
       01 WS-LN-ATU                  PIC 9(09)V99 VALUE ZEROS.
       01 WS-LN-ANT                  PIC 9(09)V99 VALUE ZEROS.
       01 WS-LN-META-HOJE            PIC 9(09)V99 VALUE ZEROS.
       01 WS-LN-PROJECAO             PIC 9(09)V99 VALUE ZEROS.
       01 WS-LN-PERC                 PIC 9(05)V9 VALUE ZEROS.
       01 WS-LN-PERC-PROJ            PIC 9(05)V9 VALUE ZEROS.
       01 WS-TOT-META                PIC 9(09)V99 VALUE ZEROS.
       01 WS-TOT-ATU                 PIC 9(09)V99 VALUE ZEROS.
       01 WS-TOT-ANT                 PIC 9(09)V99 VALUE ZEROS.

       01 WS-CABEC1.
          05 FILLER                  PIC X(37) VALUE
             "ACOMPANHAMENTO DE METAS DE VENDA MES:".
          05 WC-COMPETENCIA          PIC 9(06).
          05 FILLER                  PIC X(11) VALUE "   EMISSAO:".
          05 WC-DATA-HOJE            PIC 9(08).
          05 FILLER                  PIC X(08) VALUE "   DIAS:".
          05 WC-DIAS-CORRIDOS        PIC Z9.
          05 FILLER                  PIC X(04) VALUE " DE ".
          05 WC-DIAS-MES             PIC 99.

       01 WS-CABEC2.
          05 FILLER                  PIC X(21) VALUE
             "VDD NOME".
          05 FILLER                  PIC X(07) VALUE "TIPO".
          05 FILLER                  PIC X(14) VALUE "     META MES".
          05 FILLER                  PIC X(14) VALUE " META ATE HOJE".
          05 FILLER                  PIC X(14) VALUE "      VENDIDO".
          05 FILLER                  PIC X(07) VALUE " %ATING".
          05 FILLER                  PIC X(14) VALUE "     PROJECAO".
          05 FILLER                  PIC X(07) VALUE "  %PROJ".
          05 FILLER                  PIC X(14) VALUE "  ANO ANTERIOR".

       01 WS-LINDET.
          05 WL-CODIGO               PIC ZZ9.
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 WL-NOME                 PIC X(16).
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 WL-TIPO                 PIC X(06).
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 WL-META                 PIC ZZ.ZZZ.ZZ9,99.
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 WL-META-HOJE            PIC ZZ.ZZZ.ZZ9,99.
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 WL-VENDIDO              PIC ZZ.ZZZ.ZZ9,99.
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 WL-PERC                 PIC ZZZ9,9 BLANK WHEN ZERO.
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 WL-PROJECAO             PIC ZZ.ZZZ.ZZ9,99.
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 WL-PERC-PROJ            PIC ZZZ9,9 BLANK WHEN ZERO.
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 WL-ANTERIOR             PIC ZZ.ZZZ.ZZ9,99.

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
           DISPLAY "MES DAS METAS (AAAAMM - ZERO = MES ATUAL) : "
           ACCEPT WS-COMPETENCIA.

       R00-VALIDA.
           IF WS-COMPETENCIA = ZEROS
             MOVE WS-HOJE-COMP TO WS-COMPETENCIA.
           IF WS-COMP-MES < 1 OR WS-COMP-MES > 12
             MOVE "*** MES INVALIDO ***" TO MENS
             DISPLAY MENS
             MOVE 1 TO WS-RUN-FALHA
             GO TO ROT-FIM.

           MOVE DIAS-MES (WS-COMP-MES) TO WS-DIAS-MES
           IF WS-COMP-MES = 2
             DIVIDE WS-COMP-ANO BY 4 GIVING WS-QUOC
                    REMAINDER WS-BISSEXTO
             IF WS-BISSEXTO = ZEROS
               MOVE 29 TO WS-DIAS-MES.
           IF WS-COMPETENCIA < WS-HOJE-COMP
             MOVE WS-DIAS-MES TO WS-DIAS-CORRIDOS
           ELSE
             IF WS-COMPETENCIA = WS-HOJE-COMP
               MOVE WS-HOJE-DIA TO WS-DIAS-CORRIDOS
             ELSE
               MOVE ZEROS TO WS-DIAS-CORRIDOS.

           COMPUTE WS-ATU-INI = (WS-COMPETENCIA * 100) + 1
           COMPUTE WS-ATU-FIM = (WS-COMPETENCIA * 100)
                              + WS-DIAS-CORRIDOS
           COMPUTE WS-COMP-ANT = WS-COMPETENCIA - 100
           COMPUTE WS-ANT-INI = (WS-COMP-ANT * 100) + 1
           COMPUTE WS-ANT-FIM = (WS-COMP-ANT * 100) + 31.

      ************************ ABERTURA DOS ARQUIVOS **************************

       R0.
           OPEN INPUT ARQVEN
           IF ST-ERRO2 NOT = "00"
             MOVE "ERRO NA ABERTURA DO ARQUIVO DE PEDIDOS" TO MENS
             DISPLAY MENS
             MOVE 1 TO WS-RUN-FALHA
             GO TO ROT-FIM.

       R0A.
           OPEN INPUT ARQPRO
           IF ST-ERRO6 NOT = "00"
             MOVE "ERRO NA ABERTURA DO ARQUIVO DE PRODUTOS" TO MENS
             DISPLAY MENS
             MOVE 1 TO WS-RUN-FALHA
             CLOSE ARQVEN
             GO TO ROT-FIM.

       R0B.
           OPEN INPUT ARQVDD
           IF ST-ERRO3 NOT = "00"
             MOVE "ERRO NA ABERTURA DO ARQUIVO DE VENDEDORES" TO MENS
             DISPLAY MENS
             MOVE 1 TO WS-RUN-FALHA
             CLOSE ARQVEN ARQPRO
             GO TO ROT-FIM.

       R0C.
           OPEN OUTPUT RELMET
           IF ST-ERRO4 NOT = "00"
             MOVE "ERRO NA ABERTURA DO RELATORIO DE METAS" TO MENS
             DISPLAY MENS
             MOVE 1 TO WS-RUN-FALHA
             CLOSE ARQVEN ARQPRO ARQVDD
             GO TO ROT-FIM.

           OPEN INPUT ARQVENH
           IF ST-ERRO5 = "00"
             MOVE 1 TO WS-VENH-ATIVO.

      ***************** METAS DO MES (ARQMET) *********************************
      *    SEM O ARQUIVO NAO HA META - O RELATORIO SAI SO COM AS VENDAS.

       R1.
           OPEN INPUT ARQMET
           IF ST-ERRO NOT = "00"
             GO TO R2.
           MOVE ZEROS TO CHAVE-MET
           START ARQMET KEY IS NOT LESS THAN CHAVE-MET
           IF ST-ERRO NOT = "00"
             GO TO R1-FIM.

       R1-LOOP.
           READ ARQMET NEXT RECORD
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
             GO TO R1-FIM.
           IF MET-COMPETENCIA NOT = WS-COMPETENCIA
             GO TO R1-LOOP.
           MOVE MET-VENDEDOR TO WS-COD-BUSCA
           PERFORM PROCURA-VENDEDOR THRU PROCURA-VENDEDOR-FIM
           IF IND = ZEROS
             GO TO R1-LOOP.
           IF MET-TIPOPRODUTO = ZEROS
             MOVE 1 TO WS-TV-TEM-GER (IND)
             MOVE MET-VALOR TO WS-TV-META-GER (IND)
           ELSE
             MOVE 1 TO WS-TV-TEM (IND, MET-TIPOPRODUTO)
             MOVE MET-VALOR TO WS-TV-META (IND, MET-TIPOPRODUTO).
           GO TO R1-LOOP.

       R1-FIM.
           CLOSE ARQMET.

      ***************** VENDAS DO MES E DO ANO ANTERIOR (ARQVEN) **************

       R2.
           READ ARQVEN NEXT RECORD
           IF ST-ERRO2 NOT = "00" AND ST-ERRO2 NOT = "02"
             GO TO R3.
           ADD 1 TO WS-QTD-LIDOS
           MOVE PED-DATA TO WS-DATA-REF
           MOVE PED-TIPOPEDIDO TO WS-TIPO-REF
           MOVE PED-STATUS TO WS-STATUS-REF
           MOVE PED-VENDEDOR TO WS-VEND-REF
           MOVE PED-COD-PRO TO WS-PROD-REF
           MOVE PED-VALORITEM TO WS-VALOR-REF
           PERFORM R6-ACUMULA THRU R6-ACUMULA-FIM
           GO TO R2.

      ***************** VENDAS ARQUIVADAS PELO SCE011 (ARQVENH) ***************

       R3.
           IF WS-VENH-ATIVO = ZEROS
             GO TO R5-IMPRIME.
       R3-LOOP.
           READ ARQVENH NEXT RECORD
           IF ST-ERRO5 NOT = "00" AND ST-ERRO5 NOT = "02"
             GO TO R5-IMPRIME.
           ADD 1 TO WS-QTD-LIDOS
           MOVE VH-PED-DATA TO WS-DATA-REF
           MOVE VH-PED-TIPOPEDIDO TO WS-TIPO-REF
           MOVE VH-PED-STATUS TO WS-STATUS-REF
           MOVE VH-PED-VENDEDOR TO WS-VEND-REF
           MOVE VH-PED-COD-PRO TO WS-PROD-REF
           MOVE VH-PED-VALORITEM TO WS-VALOR-REF
           PERFORM R6-ACUMULA THRU R6-ACUMULA-FIM
           GO TO R3-LOOP.

      ***************** IMPRESSAO DO RELATORIO ********************************
      *    EM ORDEM DE CODIGO DE VENDEDOR.

       R5-IMPRIME.
           MOVE WS-COMPETENCIA TO WC-COMPETENCIA
           MOVE WS-DATA-HOJE TO WC-DATA-HOJE
           MOVE WS-DIAS-CORRIDOS TO WC-DIAS-CORRIDOS
           MOVE WS-DIAS-MES TO WC-DIAS-MES
           MOVE WS-CABEC1 TO WS-LINREL
           WRITE WS-LINREL
           MOVE SPACES TO WS-LINREL
           WRITE WS-LINREL
           MOVE WS-CABEC2 TO WS-LINREL
           WRITE WS-LINREL

           MOVE 1 TO WS-COD-LISTA.
       R5-LOOP.
           IF WS-COD-LISTA > 999
             GO TO R5-TOTAL.
           MOVE 1 TO IND.
       R5-PROCURA.
           IF IND > WS-TV-QTD
             ADD 1 TO WS-COD-LISTA
             GO TO R5-LOOP.
           IF WS-TV-CODIGO (IND) NOT = WS-COD-LISTA
             ADD 1 TO IND
             GO TO R5-PROCURA.
           PERFORM R7-VENDEDOR THRU R7-VENDEDOR-FIM
           ADD 1 TO WS-COD-LISTA
           GO TO R5-LOOP.

       R5-TOTAL.
           MOVE SPACES TO WS-LINREL
           WRITE WS-LINREL
           IF WS-SEM-ATU > ZEROS OR WS-SEM-ANT > ZEROS
             MOVE ZEROS TO WS-LN-META
             MOVE WS-SEM-ATU TO WS-LN-ATU
             MOVE WS-SEM-ANT TO WS-LN-ANT
             MOVE ZEROS TO WL-CODIGO
             MOVE "VENDAS SEM VENDEDOR" TO WL-NOME
             MOVE "GERAL" TO WL-TIPO
             PERFORM R8-LINHA THRU R8-LINHA-FIM
             ADD WS-SEM-ATU TO WS-TOT-ATU
             ADD WS-SEM-ANT TO WS-TOT-ANT.
           MOVE WS-TOT-META TO WS-LN-META
           MOVE WS-TOT-ATU TO WS-LN-ATU
           MOVE WS-TOT-ANT TO WS-LN-ANT
           MOVE ZEROS TO WL-CODIGO
           MOVE "TOTAL DA EMPRESA" TO WL-NOME
           MOVE "GERAL" TO WL-TIPO
           PERFORM R8-LINHA THRU R8-LINHA-FIM.

       R9-FECHA.
           CLOSE ARQVEN ARQPRO ARQVDD RELMET
           IF WS-VENH-ATIVO = 1
             CLOSE ARQVENH.
           DISPLAY "*** RELATORIO " WS-RELMET-NOME " GERADO ***".

      ***************************************************************

       ROT-FIM.
           IF WS-BATCH = 1
             PERFORM GRAVA-RUN THRU GRAVA-RUN-FIM
             IF WS-RUN-FALHA = ZEROS
               MOVE 0 TO RETURN-CODE
             ELSE
               MOVE 8 TO RETURN-CODE.
           GOBACK.

      ***************** ACUMULACAO DE UM ITEM DE VENDA ************************
      *    FICAM FORA COMPRAS, CANCELADOS, RASCUNHOS E ORCAMENTOS. O ITEM
      *    ENTRA NO MES (ATE HOJE) OU NO MESMO MES DO ANO ANTERIOR.

       R6-ACUMULA.
           IF WS-TIPO-REF NOT = "2"
             GO TO R6-ACUMULA-FIM.
           IF WS-STATUS-REF = 2 OR WS-STATUS-REF = 3
           OR WS-STATUS-REF = 5
             GO TO R6-ACUMULA-FIM.
           IF (WS-DATA-REF < WS-ATU-INI OR WS-DATA-REF > WS-ATU-FIM)
           AND (WS-DATA-REF < WS-ANT-INI OR WS-DATA-REF > WS-ANT-FIM)
             GO TO R6-ACUMULA-FIM.

           IF WS-VEND-REF = ZEROS
             IF WS-DATA-REF < WS-ATU-INI
               ADD WS-VALOR-REF TO WS-SEM-ANT
               GO TO R6-ACUMULA-FIM
             ELSE
               ADD WS-VALOR-REF TO WS-SEM-ATU
               GO TO R6-ACUMULA-FIM.

           MOVE WS-VEND-REF TO WS-COD-BUSCA
           PERFORM PROCURA-VENDEDOR THRU PROCURA-VENDEDOR-FIM
           IF IND = ZEROS
             GO TO R6-ACUMULA-FIM.

           MOVE WS-PROD-REF TO PRO-CODIGO
           READ ARQPRO
           IF ST-ERRO6 = "00"
             MOVE PRO-TIPOPRODUTO TO WS-TIPOPROD-REF
           ELSE
             MOVE ZEROS TO WS-TIPOPROD-REF.

           IF WS-DATA-REF < WS-ATU-INI
             ADD WS-VALOR-REF TO WS-TV-ANT-TOT (IND)
             IF WS-TIPOPROD-REF NOT = ZEROS
               ADD WS-VALOR-REF TO WS-TV-ANT (IND, WS-TIPOPROD-REF)
               GO TO R6-ACUMULA-FIM
             ELSE
               GO TO R6-ACUMULA-FIM.
           ADD WS-VALOR-REF TO WS-TV-ATU-TOT (IND)
           IF WS-TIPOPROD-REF NOT = ZEROS
             ADD WS-VALOR-REF TO WS-TV-ATU (IND, WS-TIPOPROD-REF).
       R6-ACUMULA-FIM.
           EXIT.

      ***************** LINHAS DE UM VENDEDOR *********************************
      *    A LINHA GERAL E DEPOIS UMA POR TIPO COM META PROPRIA.

       R7-VENDEDOR.
           MOVE WS-TV-CODIGO (IND) TO VDD-CODIGO
           READ ARQVDD
           IF ST-ERRO3 NOT = "00"
             MOVE "*** NAO CADASTRADO" TO VDD-NOME.

           IF WS-TV-TEM-GER (IND) = 1
             MOVE WS-TV-META-GER (IND) TO WS-LN-META
           ELSE
             MOVE ZEROS TO WS-LN-META
             MOVE 1 TO IT
             PERFORM R7-SOMA-TIPOS THRU R7-SOMA-TIPOS-FIM.
           MOVE WS-TV-ATU-TOT (IND) TO WS-LN-ATU
           MOVE WS-TV-ANT-TOT (IND) TO WS-LN-ANT
           MOVE WS-TV-CODIGO (IND) TO WL-CODIGO
           MOVE VDD-NOME TO WL-NOME
           MOVE "GERAL" TO WL-TIPO
           PERFORM R8-LINHA THRU R8-LINHA-FIM
           ADD 1 TO WS-QTD-GRAVADOS
           ADD WS-LN-META TO WS-TOT-META
           ADD WS-LN-ATU TO WS-TOT-ATU
           ADD WS-LN-ANT TO WS-TOT-ANT

           MOVE 1 TO IT.
       R7-TIPOS.
           IF IT > 9
             GO TO R7-VENDEDOR-FIM.
           IF WS-TV-TEM (IND, IT) = 1
             MOVE WS-TV-META (IND, IT) TO WS-LN-META
             MOVE WS-TV-ATU (IND, IT) TO WS-LN-ATU
             MOVE WS-TV-ANT (IND, IT) TO WS-LN-ANT
             MOVE ZEROS TO WL-CODIGO
             MOVE SPACES TO WL-NOME WL-TIPO
             MOVE IT TO WS-TIPOPROD-REF
             STRING "TIPO " WS-TIPOPROD-REF DELIMITED BY SIZE
                    INTO WL-TIPO
             PERFORM R8-LINHA THRU R8-LINHA-FIM.
           ADD 1 TO IT
           GO TO R7-TIPOS.
       R7-VENDEDOR-FIM.
           EXIT.

       R7-SOMA-TIPOS.
           IF IT > 9
             GO TO R7-SOMA-TIPOS-FIM.
           IF WS-TV-TEM (IND, IT) = 1
             ADD WS-TV-META (IND, IT) TO WS-LN-META.
           ADD 1 TO IT
           GO TO R7-SOMA-TIPOS.
       R7-SOMA-TIPOS-FIM.
           EXIT.

      ***************** CALCULO E GRAVACAO DE UMA LINHA ***********************
      *    WS-LN-META, WS-LN-ATU E WS-LN-ANT CARREGADOS PELO CHAMADOR,
      *    COM CODIGO, NOME E TIPO JA NA LINHA.

       R8-LINHA.
           COMPUTE WS-LN-META-HOJE ROUNDED =
                   (WS-LN-META * WS-DIAS-CORRIDOS) / WS-DIAS-MES
           IF WS-DIAS-CORRIDOS = ZEROS
             MOVE ZEROS TO WS-LN-PROJECAO
           ELSE
             COMPUTE WS-LN-PROJECAO ROUNDED =
                     (WS-LN-ATU * WS-DIAS-MES) / WS-DIAS-CORRIDOS.
           IF WS-LN-META-HOJE = ZEROS
             MOVE ZEROS TO WS-LN-PERC
           ELSE
             COMPUTE WS-LN-PERC ROUNDED =
                     (WS-LN-ATU * 100) / WS-LN-META-HOJE
                     ON SIZE ERROR MOVE 9999,9 TO WS-LN-PERC.
           IF WS-LN-META = ZEROS
             MOVE ZEROS TO WS-LN-PERC-PROJ
           ELSE
             COMPUTE WS-LN-PERC-PROJ ROUNDED =
                     (WS-LN-PROJECAO * 100) / WS-LN-META
                     ON SIZE ERROR MOVE 9999,9 TO WS-LN-PERC-PROJ.
           IF WS-LN-PERC > 9999,9
             MOVE 9999,9 TO WS-LN-PERC.
           IF WS-LN-PERC-PROJ > 9999,9
             MOVE 9999,9 TO WS-LN-PERC-PROJ.

           MOVE WS-LN-META TO WL-META
           MOVE WS-LN-META-HOJE TO WL-META-HOJE
           MOVE WS-LN-ATU TO WL-VENDIDO
           MOVE WS-LN-PERC TO WL-PERC
           MOVE WS-LN-PROJECAO TO WL-PROJECAO
           MOVE WS-LN-PERC-PROJ TO WL-PERC-PROJ
           MOVE WS-LN-ANT TO WL-ANTERIOR
           MOVE WS-LINDET TO WS-LINREL
           WRITE WS-LINREL.
       R8-LINHA-FIM.
           EXIT.

      ***************** LOCALIZA OU ABRE O VENDEDOR NA TABELA *****************
      *    WS-COD-BUSCA CARREGADO PELO CHAMADOR. RETORNA IND (ZERO =
      *    TABELA CHEIA).

       PROCURA-VENDEDOR.
           MOVE 1 TO IND.
       PROCURA-VENDEDOR-LOOP.
           IF IND > WS-TV-QTD
             GO TO PROCURA-VENDEDOR-NOVO.
           IF WS-TV-CODIGO (IND) = WS-COD-BUSCA
             GO TO PROCURA-VENDEDOR-FIM.
           ADD 1 TO IND
           GO TO PROCURA-VENDEDOR-LOOP.
       PROCURA-VENDEDOR-NOVO.
           IF WS-TV-QTD NOT < 100
             MOVE ZEROS TO IND
             GO TO PROCURA-VENDEDOR-FIM.
           ADD 1 TO WS-TV-QTD
           MOVE WS-TV-QTD TO IND
           MOVE ZEROS TO WS-TV-ITEM (IND)
           MOVE WS-COD-BUSCA TO WS-TV-CODIGO (IND).
       PROCURA-VENDEDOR-FIM.
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
           IF PRM-PROGRAMA NOT = "SCE048"
             GO TO LE-PARAMETRO-LOOP.
           MOVE 1 TO WS-BATCH
           MOVE PRM-DATA-INI TO WS-FIL-DATA-INI
           IF PRM-ARQSAIDA NOT = SPACES
             MOVE PRM-ARQSAIDA TO WS-RELMET-NOME.
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
           MOVE "SCE048" TO RUN-PROGRAMA
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
