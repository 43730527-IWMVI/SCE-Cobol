       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCE038.
      *************************************************************************
      * INSTALLATION.       LIVRO DE REGISTRO DE SAIDAS (MENSAL)              *
      * AUTHOR.             Wallace Martins Vieira                            *
      * DATE-WRITTEN        00/00/0000                                        *
      *************************************************************************
      *    LISTA AS NOTAS FISCAIS DE SAIDA EMITIDAS PELO SCE005 NA
      *    COMPETENCIA, NA ORDEM DE SERIE/NUMERO (ARQNFC), COM VALOR
      *    CONTABIL, BASE DE CALCULO, ICMS E IPI. A NOTA CANCELADA
      *    CONTINUA NO LIVRO PARA NAO ABRIR BURACO NA NUMERACAO, MAS
      *    SAI MARCADA COMO CANCELADA E COM VALORES ZERADOS. NO FINAL
      *    SAI O RESUMO POR CFOP, APURADO PELOS ITENS DAS NOTAS
      *    (ARQNFI), QUE E O QUE VAI PARA A APURACAO DO ICMS. O FRETE
      *    CIF DA NOTA (NFC-VLRFRETE) JA ESTA NA BASE E NO ICMS DA NOTA
      *    E DOS ITENS (O SCE005 RATEIA PELOS ITENS), MAS NAO NO TOTAL
      *    DO ITEM - ENTRA SO NO VALOR CONTABIL DO CFOP DA NOTA, PARA O
      *    RESUMO FECHAR COM O TOTAL DO MES.
      *    COM REGISTRO EM ARQPRM RODA SEM OPERADOR, COM O PERIODO DE
      *    EMISSAO EM PRM-DATA-INI/FIM (PRM-DATA-INI ZERADO = MES
      *    ANTERIOR; PRM-DATA-FIM ZERADO = FIM DO MES DE PRM-DATA-INI),
      *    E GRAVA A SITUACAO EM ARQRUN.
      *************************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQNFC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-NFC
                    ALTERNATE RECORD KEY IS NFC-PEDCOD
                                        WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQNFI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-NFI
                    FILE STATUS  IS ST-ERRO2.

           SELECT RELLIV ASSIGN TO DISK
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

       FD ARQNFC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQNFC.DAT".

       COPY CPNFC.

      *************************************************************************

       FD ARQNFI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQNFI.DAT".

       COPY CPNFI.

      *************************************************************************

       FD RELLIV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS WS-RELLIV-NOME.

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

       01 WS-RELLIV-NOME             PIC X(20) VALUE "RELLIV.DAT".
       01 WS-BATCH                   PIC 9(01) VALUE ZEROS.
       01 WS-RUN-FALHA               PIC 9(01) VALUE ZEROS.
       01 WS-FIL-DATA-INI            PIC 9(08) VALUE ZEROS.
       01 WS-FIL-DATA-FIM            PIC 9(08) VALUE ZEROS.
       01 WS-QTD-LIDOS               PIC 9(07) VALUE ZEROS.
       01 WS-QTD-GRAVADOS            PIC 9(07) VALUE ZEROS.

       01 WS-COMPETENCIA             PIC 9(06) VALUE ZEROS.
       01 WS-COMPETENCIA-R REDEFINES WS-COMPETENCIA.
          03 WS-COMP-ANO             PIC 9(04).
          03 WS-COMP-MES             PIC 9(02).
       01 WS-DATA-HOJE               PIC 9(08) VALUE ZEROS.

       01 WS-QTD-EMITIDAS            PIC 9(06) VALUE ZEROS.
       01 WS-QTD-CANCELADAS          PIC 9(06) VALUE ZEROS.
       01 WS-TOT-CONTABIL            PIC 9(11)V99 VALUE ZEROS.
       01 WS-TOT-BASE                PIC 9(11)V99 VALUE ZEROS.
       01 WS-TOT-ICMS                PIC 9(11)V99 VALUE ZEROS.
       01 WS-TOT-IPI                 PIC 9(11)V99 VALUE ZEROS.

      ****** ACUMULADORES POR CFOP (ATE 50 CFOP NO MES) ***********************

       01 WS-TAB-CFOP.
          03 WS-TF-ITEM OCCURS 50 TIMES.
             05 WS-TF-CFOP           PIC 9(04).
             05 WS-TF-CONTABIL       PIC 9(11)V99.
             05 WS-TF-BASE           PIC 9(11)V99.
             05 WS-TF-ICMS           PIC 9(11)V99.
             05 WS-TF-IPI            PIC 9(11)V99.
       01 WS-TF-QTD                  PIC 9(02) VALUE ZEROS.
       01 WS-AC-CFOP                 PIC 9(04) VALUE ZEROS.
       01 WS-AC-CONTABIL             PIC 9(09)V99 VALUE ZEROS.
       01 WS-AC-BASE                 PIC 9(09)V99 VALUE ZEROS.
       01 WS-AC-ICMS                 PIC 9(09)V99 VALUE ZEROS.
       01 WS-AC-IPI                  PIC 9(09)V99 VALUE ZEROS.
       01 IND                        PIC 9(02) VALUE ZEROS.

       01 WS-CABEC1.
          05 FILLER                  PIC X(38) VALUE
             "LIVRO DE REGISTRO DE SAIDAS - MES:    ".
          05 WC-COMPETENCIA          PIC 9(06).
          05 FILLER                  PIC X(11) VALUE "   EMISSAO:".
          05 WC-DATA-HOJE            PIC 9(08).

       01 WS-CABEC2.
          05 FILLER                  PIC X(08) VALUE "NUMERO  ".
          05 FILLER                  PIC X(05) VALUE "SER  ".
          05 FILLER                  PIC X(10) VALUE "EMISSAO   ".
          05 FILLER                  PIC X(04) VALUE "UF  ".
          05 FILLER                  PIC X(06) VALUE "CFOP  ".
          05 FILLER                  PIC X(14) VALUE "VLR CONTABIL  ".
          05 FILLER                  PIC X(14) VALUE "BASE CALCULO  ".
          05 FILLER                  PIC X(14) VALUE "ICMS          ".
          05 FILLER                  PIC X(14) VALUE "IPI           ".
          05 FILLER                  PIC X(09) VALUE "SITUACAO ".

       01 WS-LINDET.
          05 WL-NUMERO               PIC ZZZZZ9.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 WL-SERIE                PIC ZZ9.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 WL-DATA                 PIC 9(08).
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 WL-UF                   PIC X(02).
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 WL-CFOP                 PIC 9(04).
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 WL-CONTABIL             PIC ZZ.ZZZ.ZZ9,99.
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 WL-BASE                 PIC ZZ.ZZZ.ZZ9,99.
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 WL-ICMS                 PIC ZZ.ZZZ.ZZ9,99.
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 WL-IPI                  PIC ZZ.ZZZ.ZZ9,99.
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 WL-SITUACAO             PIC X(09).

       01 WS-CABEC3.
          05 FILLER                  PIC X(29) VALUE
             "RESUMO POR CFOP              ".
          05 FILLER                  PIC X(14) VALUE "VLR CONTABIL  ".
          05 FILLER                  PIC X(14) VALUE "BASE CALCULO  ".
          05 FILLER                  PIC X(14) VALUE "ICMS          ".
          05 FILLER                  PIC X(14) VALUE "IPI           ".

       01 WS-LINCFOP.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 WR-CFOP                 PIC 9(04).
          05 FILLER                  PIC X(23) VALUE SPACES.
          05 WR-CONTABIL             PIC ZZ.ZZZ.ZZ9,99.
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 WR-BASE                 PIC ZZ.ZZZ.ZZ9,99.
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 WR-ICMS                 PIC ZZ.ZZZ.ZZ9,99.
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 WR-IPI                  PIC ZZ.ZZZ.ZZ9,99.

       01 WS-LINTOT.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 WT-ROTULO               PIC X(28).
          05 WT-VALOR                PIC Z.ZZZ.ZZZ.ZZ9,99.

       01 WS-LINQTD.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 WQ-ROTULO               PIC X(28).
          05 WQ-QTD                  PIC ZZZ.ZZ9.

      *************************************************************************

       PROCEDURE DIVISION.

       INICIO.
           PERFORM LE-PARAMETRO THRU LE-PARAMETRO-FIM
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.

      ***************** COMPETENCIA (INTERATIVO) ******************************

       R00.
           IF WS-BATCH = 1
             GO TO R00-LOTE.
           DISPLAY "COMPETENCIA DO LIVRO DE SAIDAS (AAAAMM) : "
           ACCEPT WS-COMPETENCIA
           IF WS-COMPETENCIA = ZEROS
             COMPUTE WS-COMPETENCIA = WS-DATA-HOJE / 100.
           COMPUTE WS-FIL-DATA-INI = (WS-COMPETENCIA * 100) + 1
           COMPUTE WS-FIL-DATA-FIM = (WS-COMPETENCIA * 100) + 31
           GO TO R0.

      ***************** PERIODO DA EXECUCAO SEM OPERADOR **********************
      *    SEM PRM-DATA-INI O LIVRO SAI DO MES ANTERIOR - A ROTINA RODA
      *    NO INICIO DO MES PARA FECHAR O MES QUE PASSOU.

       R00-LOTE.
           IF WS-FIL-DATA-INI NOT = ZEROS
             GO TO R00-LOTE-PERIODO.
           COMPUTE WS-COMPETENCIA = WS-DATA-HOJE / 100
           SUBTRACT 1 FROM WS-COMP-MES
           IF WS-COMP-MES = ZEROS
             MOVE 12 TO WS-COMP-MES
             SUBTRACT 1 FROM WS-COMP-ANO.
           COMPUTE WS-FIL-DATA-INI = (WS-COMPETENCIA * 100) + 1
           COMPUTE WS-FIL-DATA-FIM = (WS-COMPETENCIA * 100) + 31
           GO TO R0.
       R00-LOTE-PERIODO.
           COMPUTE WS-COMPETENCIA = WS-FIL-DATA-INI / 100
           IF WS-FIL-DATA-FIM = ZEROS
             COMPUTE WS-FIL-DATA-FIM = (WS-COMPETENCIA * 100) + 31.

      ************************ ABERTURA DOS ARQUIVOS **************************

       R0.
           OPEN INPUT ARQNFC
           IF ST-ERRO NOT = "00"
             MOVE "*** ARQUIVO DE NOTAS FISCAIS NAO ENCONTRADO ***"
                  TO MENS
             DISPLAY MENS
             MOVE 1 TO WS-RUN-FALHA
             GO TO ROT-FIM.

       R0A.
           OPEN INPUT ARQNFI
           IF ST-ERRO2 NOT = "00"
             MOVE "ERRO NA ABERTURA DO ARQUIVO DE ITENS DA NOTA" TO MENS
             DISPLAY MENS
             MOVE 1 TO WS-RUN-FALHA
             CLOSE ARQNFC
             GO TO ROT-FIM.

       R0B.
           OPEN OUTPUT RELLIV
           IF ST-ERRO4 NOT = "00"
             MOVE "ERRO NA ABERTURA DO LIVRO DE SAIDAS" TO MENS
             DISPLAY MENS
             MOVE 1 TO WS-RUN-FALHA
             CLOSE ARQNFC ARQNFI
             GO TO ROT-FIM.

           MOVE WS-COMPETENCIA TO WC-COMPETENCIA
           MOVE WS-DATA-HOJE TO WC-DATA-HOJE
           MOVE WS-CABEC1 TO WS-LINREL
           WRITE WS-LINREL
           MOVE SPACES TO WS-LINREL
           WRITE WS-LINREL
           MOVE WS-CABEC2 TO WS-LINREL
           WRITE WS-LINREL.

      ***************** VARREDURA DAS NOTAS NA ORDEM DE NUMERO ****************

       R1.
           MOVE ZEROS TO CHAVE-NFC
           START ARQNFC KEY IS NOT LESS THAN CHAVE-NFC
           IF ST-ERRO NOT = "00"
             GO TO R5-TOTAIS.

       R1-LOOP.
           READ ARQNFC NEXT RECORD
           IF ST-ERRO = "10"
             GO TO R5-TOTAIS.
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
             MOVE "ERRO NA LEITURA DO ARQUIVO DE NOTAS FISCAIS" TO MENS
             DISPLAY MENS
             MOVE 1 TO WS-RUN-FALHA
             GO TO R5-TOTAIS.
           ADD 1 TO WS-QTD-LIDOS
           IF NFC-DATAEMISSAO < WS-FIL-DATA-INI
             GO TO R1-LOOP.
           IF NFC-DATAEMISSAO > WS-FIL-DATA-FIM
             GO TO R1-LOOP.

           PERFORM R2-NOTA THRU R2-NOTA-FIM
           GO TO R1-LOOP.

      ***************** LINHA DE UMA NOTA *************************************
      *    A NOTA CANCELADA SAI COM VALORES ZERADOS E NAO ENTRA NO
      *    RESUMO POR CFOP NEM NOS TOTAIS DO MES.

       R2-NOTA.
           MOVE NFC-NUMERO TO WL-NUMERO
           MOVE NFC-SERIE TO WL-SERIE
           MOVE NFC-DATAEMISSAO TO WL-DATA
           MOVE NFC-UF TO WL-UF
           MOVE NFC-CFOP TO WL-CFOP
           IF NFC-SITUACAO = "C"
             MOVE ZEROS TO WL-CONTABIL WL-BASE WL-ICMS WL-IPI
             MOVE "CANCELADA" TO WL-SITUACAO
             ADD 1 TO WS-QTD-CANCELADAS
             MOVE WS-LINDET TO WS-LINREL
             WRITE WS-LINREL
             ADD 1 TO WS-QTD-GRAVADOS
             GO TO R2-NOTA-FIM.

           MOVE NFC-VLRTOTAL TO WL-CONTABIL
           MOVE NFC-BASEICMS TO WL-BASE
           MOVE NFC-VLRICMS TO WL-ICMS
           MOVE NFC-VLRIPI TO WL-IPI
           MOVE "NORMAL" TO WL-SITUACAO
           MOVE WS-LINDET TO WS-LINREL
           WRITE WS-LINREL
           ADD 1 TO WS-QTD-GRAVADOS
           ADD 1 TO WS-QTD-EMITIDAS
           ADD NFC-VLRTOTAL TO WS-TOT-CONTABIL
           ADD NFC-BASEICMS TO WS-TOT-BASE
           ADD NFC-VLRICMS TO WS-TOT-ICMS
           ADD NFC-VLRIPI TO WS-TOT-IPI

      *    A BASE E O ICMS DO FRETE VEM NOS ITENS - AQUI SO O CONTABIL
           IF NFC-VLRFRETE NOT NUMERIC OR NFC-VLRFRETE = ZEROS
             GO TO R2-NOTA-ITENS.
           MOVE NFC-CFOP TO WS-AC-CFOP
           MOVE NFC-VLRFRETE TO WS-AC-CONTABIL
           MOVE ZEROS TO WS-AC-BASE WS-AC-ICMS WS-AC-IPI
           PERFORM R3-CFOP THRU R3-CFOP-FIM.
       R2-NOTA-ITENS.
           MOVE NFC-SERIE TO NFI-SERIE
           MOVE NFC-NUMERO TO NFI-NUMERO
           MOVE ZEROS TO NFI-ITEM
           START ARQNFI KEY IS NOT LESS THAN CHAVE-NFI
           IF ST-ERRO2 NOT = "00"
             GO TO R2-NOTA-FIM.
       R2-ITEM.
           READ ARQNFI NEXT RECORD
           IF ST-ERRO2 NOT = "00" AND ST-ERRO2 NOT = "02"
             GO TO R2-NOTA-FIM.
           IF NFI-SERIE NOT = NFC-SERIE OR NFI-NUMERO NOT = NFC-NUMERO
             GO TO R2-NOTA-FIM.
           MOVE NFI-CFOP TO WS-AC-CFOP
           MOVE NFI-VLRTOTAL TO WS-AC-CONTABIL
           MOVE NFI-BASEICMS TO WS-AC-BASE
           MOVE NFI-VLRICMS TO WS-AC-ICMS
           MOVE NFI-VLRIPI TO WS-AC-IPI
           PERFORM R3-CFOP THRU R3-CFOP-FIM
           GO TO R2-ITEM.
       R2-NOTA-FIM.
           EXIT.

      ***************** ACUMULACAO DO ITEM NO SEU CFOP ************************
      *    VALORES EM WS-AC- - DO ITEM DA NOTA OU DO FRETE DA NOTA.

       R3-CFOP.
           MOVE 1 TO IND.
       R3-PROCURA.
           IF IND > WS-TF-QTD
             GO TO R3-NOVO.
           IF WS-TF-CFOP(IND) = WS-AC-CFOP
             GO TO R3-SOMA.
           ADD 1 TO IND
           GO TO R3-PROCURA.

       R3-NOVO.
           IF WS-TF-QTD NOT < 50
             DISPLAY "*** MAIS DE 50 CFOP NO MES - RESUMO INCOMPLETO"
                     " ***"
             GO TO R3-CFOP-FIM.
           ADD 1 TO WS-TF-QTD
           MOVE WS-TF-QTD TO IND
           MOVE WS-AC-CFOP TO WS-TF-CFOP(IND)
           MOVE ZEROS TO WS-TF-CONTABIL(IND) WS-TF-BASE(IND)
                         WS-TF-ICMS(IND) WS-TF-IPI(IND).
       R3-SOMA.
           ADD WS-AC-CONTABIL TO WS-TF-CONTABIL(IND)
           ADD WS-AC-BASE TO WS-TF-BASE(IND)
           ADD WS-AC-ICMS TO WS-TF-ICMS(IND)
           ADD WS-AC-IPI TO WS-TF-IPI(IND).
       R3-CFOP-FIM.
           EXIT.

      ***************** TOTAIS DO MES E RESUMO POR CFOP ***********************

       R5-TOTAIS.
           MOVE SPACES TO WS-LINREL
           WRITE WS-LINREL
           MOVE "NOTAS EMITIDAS............ :" TO WQ-ROTULO
           MOVE WS-QTD-EMITIDAS TO WQ-QTD
           MOVE WS-LINQTD TO WS-LINREL
           WRITE WS-LINREL
           MOVE "NOTAS CANCELADAS.......... :" TO WQ-ROTULO
           MOVE WS-QTD-CANCELADAS TO WQ-QTD
           MOVE WS-LINQTD TO WS-LINREL
           WRITE WS-LINREL
           MOVE "TOTAL VALOR CONTABIL...... :" TO WT-ROTULO
           MOVE WS-TOT-CONTABIL TO WT-VALOR
           MOVE WS-LINTOT TO WS-LINREL
           WRITE WS-LINREL
           MOVE "TOTAL BASE DE CALCULO..... :" TO WT-ROTULO
           MOVE WS-TOT-BASE TO WT-VALOR
           MOVE WS-LINTOT TO WS-LINREL
           WRITE WS-LINREL
           MOVE "TOTAL DO ICMS............. :" TO WT-ROTULO
           MOVE WS-TOT-ICMS TO WT-VALOR
           MOVE WS-LINTOT TO WS-LINREL
           WRITE WS-LINREL
           MOVE "TOTAL DO IPI.............. :" TO WT-ROTULO
           MOVE WS-TOT-IPI TO WT-VALOR
           MOVE WS-LINTOT TO WS-LINREL
           WRITE WS-LINREL

           MOVE SPACES TO WS-LINREL
           WRITE WS-LINREL
           MOVE WS-CABEC3 TO WS-LINREL
           WRITE WS-LINREL
           MOVE 1 TO IND.
       R5-LOOP.
           IF IND > WS-TF-QTD
             GO TO R9-FECHA.
           MOVE WS-TF-CFOP(IND) TO WR-CFOP
           MOVE WS-TF-CONTABIL(IND) TO WR-CONTABIL
           MOVE WS-TF-BASE(IND) TO WR-BASE
           MOVE WS-TF-ICMS(IND) TO WR-ICMS
           MOVE WS-TF-IPI(IND) TO WR-IPI
           MOVE WS-LINCFOP TO WS-LINREL
           WRITE WS-LINREL
           ADD 1 TO IND
           GO TO R5-LOOP.

       R9-FECHA.
           CLOSE ARQNFC ARQNFI RELLIV.
           DISPLAY "*** RELATORIO " WS-RELLIV-NOME " GERADO ***".

      ***************************************************************

       ROT-FIM.
           IF WS-BATCH = 1
             PERFORM GRAVA-RUN THRU GRAVA-RUN-FIM
             IF WS-RUN-FALHA = ZEROS
               MOVE 0 TO RETURN-CODE
             ELSE
               MOVE 8 TO RETURN-CODE.
           GOBACK.

      ***************** LEITURA DOS PARAMETROS DE LOTE ************************
      *    SEM ARQPRM.DAT OU SEM O REGISTRO DESTE PROGRAMA A EXECUCAO
      *    SEGUE INTERATIVA. O PERIODO FILTRA AS NOTAS PELA DATA DE
      *    EMISSAO (PRM-DATA-INI ZERADO = MES ANTERIOR).

       LE-PARAMETRO.
           OPEN INPUT ARQPRM
           IF ST-ERRO8 NOT = "00"
             GO TO LE-PARAMETRO-FIM.
       LE-PARAMETRO-LOOP.
           READ ARQPRM
           IF ST-ERRO8 NOT = "00"
             CLOSE ARQPRM
             GO TO LE-PARAMETRO-FIM.
           IF PRM-PROGRAMA NOT = "SCE038"
             GO TO LE-PARAMETRO-LOOP.
           MOVE 1 TO WS-BATCH
           IF PRM-DATA-INI IS NUMERIC
             MOVE PRM-DATA-INI TO WS-FIL-DATA-INI.
           IF PRM-DATA-FIM IS NUMERIC
             MOVE PRM-DATA-FIM TO WS-FIL-DATA-FIM.
           IF PRM-ARQSAIDA NOT = SPACES
             MOVE PRM-ARQSAIDA TO WS-RELLIV-NOME.
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
           MOVE "SCE038" TO RUN-PROGRAMA
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
