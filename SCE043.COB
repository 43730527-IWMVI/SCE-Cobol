       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCE043.
      *************************************************************************
      * INSTALLATION.       AVALIACAO MENSAL DE FORNECEDORES                  *
      *                     (PRAZO, ATENDIMENTO, OCORRENCIAS E PRECO)         *
      * AUTHOR.             Wallace Martins Vieira                            *
      * DATE-WRITTEN        00/00/0000                                        *
      *************************************************************************
      *    PARA OS ITENS DE COMPRA DA COMPETENCIA (PED-DATA NO MES,
      *    SITUACAO 1 OU 4) APURA POR FORNECEDOR (PED-FOR-CPFCNPJ):
      *    - PRAZO MEDIO EM DIAS DA DATA DO PEDIDO AO PRIMEIRO
      *      RECEBIMENTO FISICO (ARQMOV, ORIGEM RECEBIMENTO, SCE029);
      *    - ATENDIMENTO = QUANTIDADE RECEBIDA / QUANTIDADE PEDIDA;
      *    - ENTREGAS PARCIAIS (RECEBIMENTOS QUE NAO COMPLETARAM O
      *      ITEM) E DIVERGENCIAS (ITEM RECEBIDO A MENOR, AINDA COM
      *      SALDO PENDENTE - O MESMO CRITERIO DO RELREC DO SCE029);
      *    - VARIACAO DO PRECO UNITARIO CONTRA A ULTIMA COMPRA DO
      *      MESMO PRODUTO ANTES DA COMPETENCIA (QUALQUER FORNECEDOR).
      *    ITEM DE COMPRA ANTIGO, JA ATIVO E SEM RECEBIMENTO REGISTRADO
      *    (ANTERIOR AO SCE029), CONTA COMO ATENDIDO E FICA FORA DO
      *    PRAZO MEDIO.
      *    NOTA DE 0 A 100 = 50% ATENDIMENTO + 30% PRAZO (100 MENOS 3
      *    PONTOS POR DIA DE PRAZO MEDIO) + 20% OCORRENCIAS (100 MENOS
      *    O PERCENTUAL DE PARCIAIS E DIVERGENCIAS SOBRE OS ITENS).
      *    O RELATORIO (RELAVF.DAT) TRAZ O DETALHE POR FORNECEDOR E
      *    PRODUTO E A CLASSIFICACAO PELA NOTA; A CLASSIFICACAO SAI
      *    TAMBEM EM AVALFOR.CSV PARA PLANILHA.
      *    COM REGISTRO EM ARQPRM RODA SEM OPERADOR, COM A COMPETENCIA
      *    DE PRM-DATA-INI (ZEROS = MES ANTERIOR), E GRAVA A SITUACAO
      *    EM ARQRUN.
      *************************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQMOV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MOV-SEQ
                    ALTERNATE RECORD KEY IS MOV-CODPRO
                                        WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO2.

           SELECT ARQFOR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FOR-CODIGO
                    ALTERNATE RECORD KEY IS FOR-CPFCNPJ
                    ALTERNATE RECORD KEY IS FOR-NOME WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO3.

           SELECT RELAVF ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO4.

           SELECT EXPAVF ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO5.

           SELECT ARQPRM ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO8.

           SELECT ARQRUN ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO9.

           SELECT WORK-AVF ASSIGN TO DISK.

      *************************************************************************

       DATA DIVISION.
       FILE SECTION.

       FD ARQVEN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQVEN.DAT".

       COPY CPVEN.

      *************************************************************************

       FD ARQMOV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQMOV.DAT".

       COPY CPMOV.

      *************************************************************************

       FD ARQFOR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFOR.DAT".

       COPY CPFOR.

      *************************************************************************

       FD RELAVF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS WS-RELAVF-NOME.

       01 WS-LINREL                  PIC X(100).

      *************************************************************************

       FD EXPAVF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "AVALFOR.CSV".

       01 WS-LINCSV                  PIC X(200).

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

       SD WORK-AVF.
       01 WK-REGAVF.
          03 WK-CPFCNPJ             PIC 9(14).
          03 WK-CODPRO              PIC 9(09).
          03 WK-DATA                PIC 9(08).
          03 WK-PEDCOD              PIC 9(06).
          03 WK-ITEM                PIC 9(03).
          03 WK-STATUS              PIC 9(01).
          03 WK-QTD                 PIC 9(06).
          03 WK-QTDREC              PIC 9(06).
          03 WK-PRECO               PIC 9(06)V99.
          03 WK-PRECO-ANT           PIC 9(06)V99.
          03 WK-ENTREGAS            PIC 9(03).
          03 WK-PRIM-REC            PIC 9(08).
          03 WK-DIAS                PIC 9(05).

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

       01 WS-RELAVF-NOME             PIC X(20) VALUE "RELAVF.DAT".
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
       01 WS-FOR-ATIVO               PIC 9(01) VALUE ZEROS.
       01 WS-PRIMEIRO                PIC 9(01) VALUE ZEROS.
       01 WS-FOR-ANT                 PIC 9(14) VALUE ZEROS.
       01 WS-CHAVE-ATU               PIC X(09) VALUE SPACES.
       01 WS-DATA-ANT                PIC 9(08) VALUE ZEROS.

       01 WS-CONV-DATA               PIC 9(08) VALUE ZEROS.
       01 WS-CONV-DATA-R REDEFINES WS-CONV-DATA.
          03 WS-CONV-ANO             PIC 9(04).
          03 WS-CONV-MES             PIC 9(02).
          03 WS-CONV-DIA             PIC 9(02).
       01 WS-CONV-DIAS               PIC 9(08) VALUE ZEROS.
       01 WS-DIAS-PED                PIC 9(08) VALUE ZEROS.

      ****** ACUMULADORES DO FORNECEDOR CORRENTE ******************************

       01 WS-AC-ITENS                PIC 9(05) VALUE ZEROS.
       01 WS-AC-QTDPED               PIC 9(09) VALUE ZEROS.
       01 WS-AC-QTDREC               PIC 9(09) VALUE ZEROS.
       01 WS-AC-RECEBIDOS            PIC 9(05) VALUE ZEROS.
       01 WS-AC-DIAS                 PIC 9(09) VALUE ZEROS.
       01 WS-AC-PARCIAIS             PIC 9(05) VALUE ZEROS.
       01 WS-AC-DIVERG               PIC 9(05) VALUE ZEROS.
       01 WS-AC-VARSOMA              PIC S9(09)V99 VALUE ZEROS.
       01 WS-AC-VARQTD               PIC 9(05) VALUE ZEROS.
       01 WS-QTDREC                  PIC 9(06) VALUE ZEROS.
       01 WS-PARC-ITEM               PIC 9(03) VALUE ZEROS.
       01 WS-VAR-ITEM                PIC S9(05)V99 VALUE ZEROS.
       01 WS-PTS-PRAZO               PIC S9(05)V99 VALUE ZEROS.
       01 WS-PTS-OCORR               PIC S9(05)V99 VALUE ZEROS.

      ****** CLASSIFICACAO DOS FORNECEDORES (ATE 300 NO MES) ******************

       01 WS-TAB-FOR.
          03 WS-TFO-ITEM OCCURS 300 TIMES.
             05 WS-TFO-CPFCNPJ       PIC 9(14).
             05 WS-TFO-NOME          PIC X(30).
             05 WS-TFO-ITENS         PIC 9(05).
             05 WS-TFO-QTDPED        PIC 9(09).
             05 WS-TFO-QTDREC        PIC 9(09).
             05 WS-TFO-PRAZO         PIC 9(05)V9.
             05 WS-TFO-PARCIAIS      PIC 9(05).
             05 WS-TFO-DIVERG        PIC 9(05).
             05 WS-TFO-VARPRECO      PIC S9(05)V99.
             05 WS-TFO-ATEND         PIC 9(03)V99.
             05 WS-TFO-NOTA          PIC 9(03)V99.
             05 WS-TFO-LISTADO       PIC 9(01).
       01 WS-TFO-QTD                 PIC 9(03) VALUE ZEROS.
       01 IND                        PIC 9(03) VALUE ZEROS.
       01 IND-MAIOR                  PIC 9(03) VALUE ZEROS.
       01 WS-POSICAO                 PIC 9(03) VALUE ZEROS.

      ****** CAMPOS DA LINHA CSV **********************************************

       01 WD-CPFCNPJ                 PIC 9(14).
       01 WD-ATEND                   PIC 9(05)V99.
       01 WD-ATEND-R REDEFINES WD-ATEND.
          05 WD-ATEND-INT            PIC 9(05).
          05 WD-ATEND-DEC            PIC 9(02).
       01 WD-PRAZO                   PIC 9(05)V99.
       01 WD-PRAZO-R REDEFINES WD-PRAZO.
          05 WD-PRAZO-INT            PIC 9(05).
          05 WD-PRAZO-DEC            PIC 9(02).
       01 WD-VAR                     PIC 9(05)V99.
       01 WD-VAR-R REDEFINES WD-VAR.
          05 WD-VAR-INT              PIC 9(05).
          05 WD-VAR-DEC              PIC 9(02).
       01 WD-VAR-SINAL               PIC X(01).
       01 WD-NOTA                    PIC 9(05)V99.
       01 WD-NOTA-R REDEFINES WD-NOTA.
          05 WD-NOTA-INT             PIC 9(05).
          05 WD-NOTA-DEC             PIC 9(02).

      ****** LINHAS DO RELATORIO **********************************************

       01 WS-CABEC1.
          05 FILLER                  PIC X(38) VALUE
             "AVALIACAO DE FORNECEDORES - MES:     ".
          05 WC-COMPETENCIA          PIC 9(06).
          05 FILLER                  PIC X(11) VALUE "   EMISSAO:".
          05 WC-DATA-HOJE            PIC 9(08).

       01 WS-CABEC2.
          05 FILLER                  PIC X(14) VALUE "FORNECEDOR:   ".
          05 WC-CPFCNPJ              PIC 9(14).
          05 FILLER                  PIC X(03) VALUE " - ".
          05 WC-NOME                 PIC X(30).

       01 WS-CABEC3.
          05 FILLER                  PIC X(40) VALUE
             "  PEDIDO/IT   PRODUTO DATA        QTD  ".
          05 FILLER                  PIC X(40) VALUE
             " RECEB EN DIAS     PRECO  PRC.ANT.  VAR%".
          05 FILLER                  PIC X(10) VALUE " TENDENCIA".

       01 WS-CABEC4.
          05 FILLER                  PIC X(40) VALUE
             "POS CPF/CNPJ       FORNECEDOR           ".
          05 FILLER                  PIC X(40) VALUE
             "      ITENS ATEND% PRAZO PARC DIVG  VAR%".
          05 FILLER                  PIC X(07) VALUE "   NOTA".

       01 WS-LINDET.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 WL-PEDIDO               PIC 9(06).
          05 FILLER                  PIC X(01) VALUE "/".
          05 WL-ITEM                 PIC 9(03).
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 WL-PRODUTO              PIC Z(08)9.
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 WL-DATA                 PIC 9(08).
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 WL-QTD                  PIC ZZZ.ZZ9.
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 WL-QTDREC               PIC ZZZ.ZZ9.
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 WL-ENTREGAS             PIC Z9.
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 WL-DIAS                 PIC ZZZ9.
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 WL-PRECO                PIC ZZZ.ZZ9,99.
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 WL-PRECO-ANT            PIC ZZZ.ZZ9,99.
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 WL-VAR                  PIC -ZZ9,99.
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 WL-TENDENCIA            PIC X(09).

       01 WS-LINSUB.
          05 FILLER                  PIC X(04) VALUE SPACES.
          05 FILLER                  PIC X(11) VALUE "ATEND. %: ".
          05 WS-SB-ATEND             PIC ZZ9,99.
          05 FILLER                  PIC X(14) VALUE "  PRAZO MEDIO:".
          05 WS-SB-PRAZO             PIC ZZZ9,9.
          05 FILLER                  PIC X(12) VALUE "  PARCIAIS: ".
          05 WS-SB-PARCIAIS          PIC ZZZ9.
          05 FILLER                  PIC X(09) VALUE "  DIVERG:".
          05 WS-SB-DIVERG            PIC ZZZ9.
          05 FILLER                  PIC X(08) VALUE "  NOTA: ".
          05 WS-SB-NOTA              PIC ZZ9,99.

       01 WS-LINRANK.
          05 WR-POSICAO              PIC ZZ9.
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 WR-CPFCNPJ              PIC 9(14).
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 WR-NOME                 PIC X(25).
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 WR-ITENS                PIC ZZ.ZZ9.
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 WR-ATEND                PIC ZZ9,99.
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 WR-PRAZO                PIC ZZ9,9.
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 WR-PARCIAIS             PIC ZZZ9.
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 WR-DIVERG               PIC ZZZ9.
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 WR-VAR                  PIC -ZZ9,99.
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 WR-NOTA                 PIC ZZ9,99.

      *************************************************************************

       PROCEDURE DIVISION.

       INICIO.
           PERFORM LE-PARAMETRO THRU LE-PARAMETRO-FIM
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.

      ***************** COMPETENCIA (INTERATIVO) ******************************

       R00.
           IF WS-BATCH = 1
             COMPUTE WS-COMPETENCIA = WS-FIL-DATA-INI / 100
             GO TO R00-PADRAO.
           DISPLAY "COMPETENCIA DA AVALIACAO (AAAAMM, 0 = MES ANTERIOR)"
                   " : "
           ACCEPT WS-COMPETENCIA.
       R00-PADRAO.
           IF WS-COMPETENCIA = ZEROS
             COMPUTE WS-COMPETENCIA = WS-DATA-HOJE / 100
             SUBTRACT 1 FROM WS-COMP-MES
             IF WS-COMP-MES = ZEROS
               MOVE 12 TO WS-COMP-MES
               SUBTRACT 1 FROM WS-COMP-ANO.
           COMPUTE WS-FIL-DATA-INI = (WS-COMPETENCIA * 100) + 1
           COMPUTE WS-FIL-DATA-FIM = (WS-COMPETENCIA * 100) + 31.

      ************************ ABERTURA DOS ARQUIVOS **************************

       R0.
           OPEN INPUT ARQVEN
           IF ST-ERRO NOT = "00"
             MOVE "*** ARQUIVO DE PEDIDOS NAO ENCONTRADO ***" TO MENS
             DISPLAY MENS
             MOVE 1 TO WS-RUN-FALHA
             GO TO ROT-FIM.

       R0A.
           OPEN INPUT ARQMOV
           IF ST-ERRO2 NOT = "00"
             MOVE "*** ARQUIVO DE MOVIMENTO NAO ENCONTRADO ***" TO MENS
             DISPLAY MENS
             MOVE 1 TO WS-RUN-FALHA
             CLOSE ARQVEN
             GO TO ROT-FIM.

       R0B.
      *    SEM O CADASTRO DE FORNECEDORES O RELATORIO SAI SO COM O
      *    CPF/CNPJ.
           OPEN INPUT ARQFOR
           IF ST-ERRO3 = "00"
             MOVE 1 TO WS-FOR-ATIVO.

       R0C.
           OPEN OUTPUT RELAVF
           IF ST-ERRO4 NOT = "00"
             MOVE "ERRO NA ABERTURA DO RELATORIO DE FORNECEDORES"
                  TO MENS
             DISPLAY MENS
             MOVE 1 TO WS-RUN-FALHA
             CLOSE ARQVEN ARQMOV
             GO TO R9-FECHA-FOR.

       R0D.
           OPEN OUTPUT EXPAVF
           IF ST-ERRO5 NOT = "00"
             MOVE "ERRO NA ABERTURA DA EXPORTACAO AVALFOR.CSV" TO MENS
             DISPLAY MENS
             MOVE 1 TO WS-RUN-FALHA
             CLOSE ARQVEN ARQMOV RELAVF
             GO TO R9-FECHA-FOR.

           MOVE WS-COMPETENCIA TO WC-COMPETENCIA
           MOVE WS-DATA-HOJE TO WC-DATA-HOJE
           MOVE WS-CABEC1 TO WS-LINREL
           WRITE WS-LINREL.

      ***************** SELECAO E AGRUPAMENTO POR FORNECEDOR ******************

       R1.
           SORT WORK-AVF ON ASCENDING KEY WK-CPFCNPJ WK-CODPRO WK-DATA
               INPUT PROCEDURE  IS R2-SELECIONA THRU R2-SELECIONA-FIM
               OUTPUT PROCEDURE IS R3-APURA     THRU R3-APURA-FIM.

           PERFORM R6-CLASSIFICA THRU R6-CLASSIFICA-FIM
           GO TO R9-FECHA.

      ***************** SELECAO DOS ITENS DE COMPRA DO MES ********************

       R2-SELECIONA.
           MOVE LOW-VALUES TO CHAVE-PED
           START ARQVEN KEY IS NOT LESS THAN CHAVE-PED
           IF ST-ERRO NOT = "00"
             GO TO R2-SELECIONA-FIM.
       R2-LOOP.
           READ ARQVEN NEXT RECORD
           IF ST-ERRO = "10"
             GO TO R2-SELECIONA-FIM.
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
             MOVE "ERRO NA LEITURA DO ARQUIVO DE PEDIDOS" TO MENS
             DISPLAY MENS
             MOVE 1 TO WS-RUN-FALHA
             GO TO R2-SELECIONA-FIM.
           ADD 1 TO WS-QTD-LIDOS
           IF PED-TIPOPEDIDO NOT = 1
             GO TO R2-LOOP.
           IF PED-STATUS NOT = 1 AND PED-STATUS NOT = 4
             GO TO R2-LOOP.
           IF PED-DATA < WS-FIL-DATA-INI OR PED-DATA > WS-FIL-DATA-FIM
             GO TO R2-LOOP.

           MOVE PED-FOR-CPFCNPJ TO WK-CPFCNPJ
           MOVE PED-COD-PRO TO WK-CODPRO
           MOVE PED-DATA TO WK-DATA
           MOVE PED-COD TO WK-PEDCOD
           MOVE PED-ITEM TO WK-ITEM
           MOVE PED-STATUS TO WK-STATUS
           MOVE PED-QUANTIDADE TO WK-QTD
           MOVE PED-QTDRECEBIDA TO WK-QTDREC
           MOVE PED-PRECOUNITARIO TO WK-PRECO
           MOVE ZEROS TO WK-PRECO-ANT WK-ENTREGAS WK-PRIM-REC WK-DIAS
           PERFORM R2-RECEBIMENTOS THRU R2-RECEBIMENTOS-FIM
           MOVE CHAVE-PED TO WS-CHAVE-ATU
           PERFORM R2-PRECO-ANT THRU R2-PRECO-ANT-FIM
           RELEASE WK-REGAVF

      *    A PROCURA DO PRECO ANTERIOR MUDA A POSICAO EM ARQVEN - A
      *    LEITURA CONTINUA DEPOIS DO ITEM QUE ESTAVA SENDO TRATADO.
           MOVE WS-CHAVE-ATU TO CHAVE-PED
           START ARQVEN KEY IS GREATER THAN CHAVE-PED
           IF ST-ERRO NOT = "00"
             GO TO R2-SELECIONA-FIM.
           GO TO R2-LOOP.
       R2-SELECIONA-FIM.
           EXIT.

      ***************** RECEBIMENTOS DO ITEM NO KARDEX ************************

       R2-RECEBIMENTOS.
           MOVE PED-COD-PRO TO MOV-CODPRO
           START ARQMOV KEY IS NOT LESS THAN MOV-CODPRO
           IF ST-ERRO2 NOT = "00"
             GO TO R2-RECEBIMENTOS-DIAS.
       R2-RECEBIMENTOS-LOOP.
           READ ARQMOV NEXT RECORD
           IF ST-ERRO2 NOT = "00" AND ST-ERRO2 NOT = "02"
             GO TO R2-RECEBIMENTOS-DIAS.
           IF MOV-CODPRO NOT = PED-COD-PRO
             GO TO R2-RECEBIMENTOS-DIAS.
           IF MOV-PEDCOD NOT = PED-COD OR MOV-PEDITEM NOT = PED-ITEM
             GO TO R2-RECEBIMENTOS-LOOP.
           IF MOV-TIPOMOV NOT = "E" OR MOV-ORIGEM NOT = "RECEBIMENTO"
             GO TO R2-RECEBIMENTOS-LOOP.
           ADD 1 TO WK-ENTREGAS
           IF WK-PRIM-REC = ZEROS OR MOV-DATA < WK-PRIM-REC
             MOVE MOV-DATA TO WK-PRIM-REC.
           GO TO R2-RECEBIMENTOS-LOOP.
       R2-RECEBIMENTOS-DIAS.
           IF WK-PRIM-REC = ZEROS
             GO TO R2-RECEBIMENTOS-FIM.
           MOVE PED-DATA TO WS-CONV-DATA
           PERFORM CONV-DIAS THRU CONV-DIAS-FIM
           MOVE WS-CONV-DIAS TO WS-DIAS-PED
           MOVE WK-PRIM-REC TO WS-CONV-DATA
           PERFORM CONV-DIAS THRU CONV-DIAS-FIM
           IF WS-CONV-DIAS > WS-DIAS-PED
             COMPUTE WK-DIAS = WS-CONV-DIAS - WS-DIAS-PED.
       R2-RECEBIMENTOS-FIM.
           EXIT.

      ***************** ULTIMO PRECO DE COMPRA ANTES DO MES *******************

       R2-PRECO-ANT.
           MOVE ZEROS TO WS-DATA-ANT
           MOVE WK-CODPRO TO PED-COD-PRO
           START ARQVEN KEY IS NOT LESS THAN PED-COD-PRO
           IF ST-ERRO NOT = "00"
             GO TO R2-PRECO-ANT-FIM.
       R2-PRECO-ANT-LOOP.
           READ ARQVEN NEXT RECORD
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
             GO TO R2-PRECO-ANT-FIM.
           IF PED-COD-PRO NOT = WK-CODPRO
             GO TO R2-PRECO-ANT-FIM.
           IF PED-TIPOPEDIDO NOT = 1
             GO TO R2-PRECO-ANT-LOOP.
           IF PED-STATUS NOT = 1 AND PED-STATUS NOT = 4
             GO TO R2-PRECO-ANT-LOOP.
           IF PED-DATA NOT < WS-FIL-DATA-INI
             GO TO R2-PRECO-ANT-LOOP.
           IF PED-DATA < WS-DATA-ANT
             GO TO R2-PRECO-ANT-LOOP.
           MOVE PED-DATA TO WS-DATA-ANT
           MOVE PED-PRECOUNITARIO TO WK-PRECO-ANT
           GO TO R2-PRECO-ANT-LOOP.
       R2-PRECO-ANT-FIM.
           EXIT.

      ***************** APURACAO POR FORNECEDOR *******************************

       R3-APURA.
           RETURN WORK-AVF AT END GO TO R3-ENCERRA.

           IF WS-PRIMEIRO = 0
             MOVE 1 TO WS-PRIMEIRO
             MOVE WK-CPFCNPJ TO WS-FOR-ANT
             PERFORM R4-ABRE-FOR THRU R4-ABRE-FOR-FIM
           ELSE
             IF WK-CPFCNPJ NOT = WS-FOR-ANT
               PERFORM R4-FECHA-FOR THRU R4-FECHA-FOR-FIM
               MOVE WK-CPFCNPJ TO WS-FOR-ANT
               PERFORM R4-ABRE-FOR THRU R4-ABRE-FOR-FIM.

           PERFORM R5-ITEM THRU R5-ITEM-FIM
           GO TO R3-APURA.

       R3-ENCERRA.
           IF WS-PRIMEIRO = 0
             DISPLAY "*** NENHUMA COMPRA NA COMPETENCIA ***"
           ELSE
             PERFORM R4-FECHA-FOR THRU R4-FECHA-FOR-FIM.
       R3-APURA-FIM.
           EXIT.

      ***************** INICIO DE UM FORNECEDOR *******************************

       R4-ABRE-FOR.
           MOVE ZEROS TO WS-AC-ITENS WS-AC-QTDPED WS-AC-QTDREC
                         WS-AC-RECEBIDOS WS-AC-DIAS WS-AC-PARCIAIS
                         WS-AC-DIVERG WS-AC-VARSOMA WS-AC-VARQTD
           MOVE SPACES TO WC-NOME
           IF WS-FOR-ATIVO = 1
             MOVE WK-CPFCNPJ TO FOR-CPFCNPJ
             READ ARQFOR KEY IS FOR-CPFCNPJ
             IF ST-ERRO3 = "00"
               MOVE FOR-NOME TO WC-NOME
             ELSE
               MOVE "*** FORNECEDOR NAO CADASTRADO ***" TO WC-NOME.
           MOVE WK-CPFCNPJ TO WC-CPFCNPJ
           MOVE SPACES TO WS-LINREL
           WRITE WS-LINREL
           MOVE WS-CABEC2 TO WS-LINREL
           WRITE WS-LINREL
           MOVE WS-CABEC3 TO WS-LINREL
           WRITE WS-LINREL.
       R4-ABRE-FOR-FIM.
           EXIT.

      ***************** FECHAMENTO DE UM FORNECEDOR ***************************
      *    CALCULA OS INDICADORES E A NOTA, IMPRIME O RESUMO E GUARDA
      *    NA TABELA DA CLASSIFICACAO.

       R4-FECHA-FOR.
           IF WS-TFO-QTD NOT < 300
             DISPLAY "*** MAIS DE 300 FORNECEDORES - CLASSIFICACAO "
                     "INCOMPLETA ***"
             GO TO R4-FECHA-FOR-FIM.
           ADD 1 TO WS-TFO-QTD
           MOVE WS-TFO-QTD TO IND
           MOVE WS-FOR-ANT TO WS-TFO-CPFCNPJ(IND)
           MOVE WC-NOME TO WS-TFO-NOME(IND)
           MOVE WS-AC-ITENS TO WS-TFO-ITENS(IND)
           MOVE WS-AC-QTDPED TO WS-TFO-QTDPED(IND)
           MOVE WS-AC-QTDREC TO WS-TFO-QTDREC(IND)
           MOVE WS-AC-PARCIAIS TO WS-TFO-PARCIAIS(IND)
           MOVE WS-AC-DIVERG TO WS-TFO-DIVERG(IND)
           MOVE ZEROS TO WS-TFO-LISTADO(IND) WS-TFO-ATEND(IND)
                         WS-TFO-PRAZO(IND) WS-TFO-VARPRECO(IND)
                         WS-PTS-PRAZO WS-PTS-OCORR

           IF WS-AC-QTDPED > ZEROS
             COMPUTE WS-TFO-ATEND(IND) ROUNDED =
                     WS-AC-QTDREC * 100 / WS-AC-QTDPED.
           IF WS-TFO-ATEND(IND) > 100
             MOVE 100 TO WS-TFO-ATEND(IND).
           IF WS-AC-RECEBIDOS > ZEROS
             COMPUTE WS-TFO-PRAZO(IND) ROUNDED =
                     WS-AC-DIAS / WS-AC-RECEBIDOS
             COMPUTE WS-PTS-PRAZO = 100 - (WS-TFO-PRAZO(IND) * 3).
           IF WS-PTS-PRAZO < ZEROS
             MOVE ZEROS TO WS-PTS-PRAZO.
           IF WS-AC-ITENS > ZEROS
             COMPUTE WS-PTS-OCORR = 100 - ((WS-AC-PARCIAIS
                   + WS-AC-DIVERG) * 100 / WS-AC-ITENS).
           IF WS-PTS-OCORR < ZEROS
             MOVE ZEROS TO WS-PTS-OCORR.
           IF WS-AC-VARQTD > ZEROS
             COMPUTE WS-TFO-VARPRECO(IND) ROUNDED =
                     WS-AC-VARSOMA / WS-AC-VARQTD.
           COMPUTE WS-TFO-NOTA(IND) ROUNDED =
                   ((WS-TFO-ATEND(IND) * 5) + (WS-PTS-PRAZO * 3)
                  + (WS-PTS-OCORR * 2)) / 10

           MOVE WS-TFO-ATEND(IND) TO WS-SB-ATEND
           MOVE WS-TFO-PRAZO(IND) TO WS-SB-PRAZO
           MOVE WS-TFO-PARCIAIS(IND) TO WS-SB-PARCIAIS
           MOVE WS-TFO-DIVERG(IND) TO WS-SB-DIVERG
           MOVE WS-TFO-NOTA(IND) TO WS-SB-NOTA
           MOVE WS-LINSUB TO WS-LINREL
           WRITE WS-LINREL.
       R4-FECHA-FOR-FIM.
           EXIT.

      ***************** UM ITEM DE COMPRA *************************************

       R5-ITEM.
           ADD 1 TO WS-AC-ITENS
           ADD WK-QTD TO WS-AC-QTDPED
           MOVE WK-QTDREC TO WS-QTDREC
           IF WK-STATUS = 1 AND WK-ENTREGAS = ZEROS
             MOVE WK-QTD TO WS-QTDREC.
           ADD WS-QTDREC TO WS-AC-QTDREC

           MOVE ZEROS TO WS-PARC-ITEM
           IF WK-ENTREGAS > ZEROS
             ADD 1 TO WS-AC-RECEBIDOS
             ADD WK-DIAS TO WS-AC-DIAS
             IF WS-QTDREC < WK-QTD
               MOVE WK-ENTREGAS TO WS-PARC-ITEM
               ADD 1 TO WS-AC-DIVERG
             ELSE
               COMPUTE WS-PARC-ITEM = WK-ENTREGAS - 1.
           ADD WS-PARC-ITEM TO WS-AC-PARCIAIS

           MOVE ZEROS TO WS-VAR-ITEM
           IF WK-PRECO-ANT > ZEROS
             COMPUTE WS-VAR-ITEM ROUNDED =
                     (WK-PRECO - WK-PRECO-ANT) * 100 / WK-PRECO-ANT
             ADD WS-VAR-ITEM TO WS-AC-VARSOMA
             ADD 1 TO WS-AC-VARQTD.

           MOVE WK-PEDCOD TO WL-PEDIDO
           MOVE WK-ITEM TO WL-ITEM
           MOVE WK-CODPRO TO WL-PRODUTO
           MOVE WK-DATA TO WL-DATA
           MOVE WK-QTD TO WL-QTD
           MOVE WS-QTDREC TO WL-QTDREC
           MOVE WK-ENTREGAS TO WL-ENTREGAS
           MOVE WK-DIAS TO WL-DIAS
           MOVE WK-PRECO TO WL-PRECO
           MOVE WK-PRECO-ANT TO WL-PRECO-ANT
           MOVE WS-VAR-ITEM TO WL-VAR
           IF WK-PRECO-ANT = ZEROS
             MOVE "1A.COMPRA" TO WL-TENDENCIA
           ELSE
             IF WK-PRECO > WK-PRECO-ANT
               MOVE "ALTA" TO WL-TENDENCIA
             ELSE
               IF WK-PRECO < WK-PRECO-ANT
                 MOVE "BAIXA" TO WL-TENDENCIA
               ELSE
                 MOVE "ESTAVEL" TO WL-TENDENCIA.
           MOVE WS-LINDET TO WS-LINREL
           WRITE WS-LINREL.
       R5-ITEM-FIM.
           EXIT.

      ***************** CLASSIFICACAO PELA NOTA *******************************
      *    A CADA PASSADA SAI O MAIOR NAO LISTADO; EMPATE NA NOTA VAI
      *    PARA O MAIOR ATENDIMENTO.

       R6-CLASSIFICA.
           MOVE SPACES TO WS-LINREL
           WRITE WS-LINREL
           MOVE "CLASSIFICACAO DOS FORNECEDORES" TO WS-LINREL
           WRITE WS-LINREL
           MOVE WS-CABEC4 TO WS-LINREL
           WRITE WS-LINREL
           MOVE SPACES TO WS-LINCSV
           STRING "POSICAO,CPFCNPJ,FORNECEDOR,ITENS,QTDPEDIDA,"
                  "QTDRECEBIDA,ATENDIMENTO,PRAZOMEDIO,PARCIAIS,"
                  "DIVERGENCIAS,VARPRECO,NOTA"
                   DELIMITED BY SIZE INTO WS-LINCSV
           WRITE WS-LINCSV
           MOVE ZEROS TO WS-POSICAO.
       R6-PASSADA.
           IF WS-POSICAO NOT < WS-TFO-QTD
             GO TO R6-CLASSIFICA-FIM.
           MOVE ZEROS TO IND-MAIOR
           MOVE 1 TO IND.
       R6-PROCURA.
           IF IND > WS-TFO-QTD
             GO TO R6-LISTA.
           IF WS-TFO-LISTADO(IND) = 1
             ADD 1 TO IND
             GO TO R6-PROCURA.
           IF IND-MAIOR = ZEROS
             MOVE IND TO IND-MAIOR
             ADD 1 TO IND
             GO TO R6-PROCURA.
           IF WS-TFO-NOTA(IND) > WS-TFO-NOTA(IND-MAIOR)
             MOVE IND TO IND-MAIOR
           ELSE
             IF WS-TFO-NOTA(IND) = WS-TFO-NOTA(IND-MAIOR)
                AND WS-TFO-ATEND(IND) > WS-TFO-ATEND(IND-MAIOR)
               MOVE IND TO IND-MAIOR.
           ADD 1 TO IND
           GO TO R6-PROCURA.
       R6-LISTA.
           ADD 1 TO WS-POSICAO
           MOVE 1 TO WS-TFO-LISTADO(IND-MAIOR)
           MOVE WS-POSICAO TO WR-POSICAO
           MOVE WS-TFO-CPFCNPJ(IND-MAIOR) TO WR-CPFCNPJ
           MOVE WS-TFO-NOME(IND-MAIOR) TO WR-NOME
           MOVE WS-TFO-ITENS(IND-MAIOR) TO WR-ITENS
           MOVE WS-TFO-ATEND(IND-MAIOR) TO WR-ATEND
           MOVE WS-TFO-PRAZO(IND-MAIOR) TO WR-PRAZO
           MOVE WS-TFO-PARCIAIS(IND-MAIOR) TO WR-PARCIAIS
           MOVE WS-TFO-DIVERG(IND-MAIOR) TO WR-DIVERG
           MOVE WS-TFO-VARPRECO(IND-MAIOR) TO WR-VAR
           MOVE WS-TFO-NOTA(IND-MAIOR) TO WR-NOTA
           MOVE WS-LINRANK TO WS-LINREL
           WRITE WS-LINREL
           PERFORM R7-GRAVA-CSV THRU R7-GRAVA-CSV-FIM
           GO TO R6-PASSADA.
       R6-CLASSIFICA-FIM.
           EXIT.

      ***************** MONTAGEM DA LINHA CSV DO FORNECEDOR *******************

       R7-GRAVA-CSV.
           MOVE WS-TFO-CPFCNPJ(IND-MAIOR) TO WD-CPFCNPJ
           MOVE WS-TFO-ATEND(IND-MAIOR) TO WD-ATEND
           MOVE WS-TFO-PRAZO(IND-MAIOR) TO WD-PRAZO
           MOVE WS-TFO-NOTA(IND-MAIOR) TO WD-NOTA
           MOVE WS-TFO-VARPRECO(IND-MAIOR) TO WD-VAR
           IF WS-TFO-VARPRECO(IND-MAIOR) < ZEROS
             MOVE "-" TO WD-VAR-SINAL
           ELSE
             MOVE "+" TO WD-VAR-SINAL.

           MOVE SPACES TO WS-LINCSV
           STRING WS-POSICAO                 DELIMITED BY SIZE
                  ","                        DELIMITED BY SIZE
                  WD-CPFCNPJ                 DELIMITED BY SIZE
                  ","                        DELIMITED BY SIZE
                  WS-TFO-NOME(IND-MAIOR)     DELIMITED BY "  "
                  ","                        DELIMITED BY SIZE
                  WS-TFO-ITENS(IND-MAIOR)    DELIMITED BY SIZE
                  ","                        DELIMITED BY SIZE
                  WS-TFO-QTDPED(IND-MAIOR)   DELIMITED BY SIZE
                  ","                        DELIMITED BY SIZE
                  WS-TFO-QTDREC(IND-MAIOR)   DELIMITED BY SIZE
                  ","                        DELIMITED BY SIZE
                  WD-ATEND-INT               DELIMITED BY SIZE
                  "."                        DELIMITED BY SIZE
                  WD-ATEND-DEC               DELIMITED BY SIZE
                  ","                        DELIMITED BY SIZE
                  WD-PRAZO-INT               DELIMITED BY SIZE
                  "."                        DELIMITED BY SIZE
                  WD-PRAZO-DEC               DELIMITED BY SIZE
                  ","                        DELIMITED BY SIZE
                  WS-TFO-PARCIAIS(IND-MAIOR) DELIMITED BY SIZE
                  ","                        DELIMITED BY SIZE
                  WS-TFO-DIVERG(IND-MAIOR)   DELIMITED BY SIZE
                  ","                        DELIMITED BY SIZE
                  WD-VAR-SINAL               DELIMITED BY SIZE
                  WD-VAR-INT                 DELIMITED BY SIZE
                  "."                        DELIMITED BY SIZE
                  WD-VAR-DEC                 DELIMITED BY SIZE
                  ","                        DELIMITED BY SIZE
                  WD-NOTA-INT                DELIMITED BY SIZE
                  "."                        DELIMITED BY SIZE
                  WD-NOTA-DEC                DELIMITED BY SIZE
                      INTO WS-LINCSV
           WRITE WS-LINCSV
           ADD 1 TO WS-QTD-GRAVADOS.
       R7-GRAVA-CSV-FIM.
           EXIT.

      ***************** ENCERRAMENTO ******************************************

       R9-FECHA.
           CLOSE ARQVEN ARQMOV RELAVF EXPAVF
           DISPLAY "*** AVALIACAO GERADA EM " WS-RELAVF-NOME
                   " E AVALFOR.CSV - " WS-TFO-QTD " FORNECEDORES ***".
       R9-FECHA-FOR.
           IF WS-FOR-ATIVO = 1
             CLOSE ARQFOR.

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

       CONV-DIAS.
           COMPUTE WS-CONV-DIAS = (WS-CONV-ANO * 365)
                                + (WS-CONV-MES * 30)
                                + WS-CONV-DIA.
       CONV-DIAS-FIM.
           EXIT.

      ***************** LEITURA DOS PARAMETROS DE LOTE ************************
      *    SEM ARQPRM.DAT OU SEM O REGISTRO DESTE PROGRAMA A EXECUCAO
      *    SEGUE INTERATIVA. PRM-DATA-INI DA A COMPETENCIA (ZEROS =
      *    MES ANTERIOR) E PRM-ARQSAIDA O NOME DO RELATORIO (O CSV
      *    MANTEM O NOME PADRAO).

       LE-PARAMETRO.
           OPEN INPUT ARQPRM
           IF ST-ERRO8 NOT = "00"
             GO TO LE-PARAMETRO-FIM.
       LE-PARAMETRO-LOOP.
           READ ARQPRM
           IF ST-ERRO8 NOT = "00"
             CLOSE ARQPRM
             GO TO LE-PARAMETRO-FIM.
           IF PRM-PROGRAMA NOT = "SCE043"
             GO TO LE-PARAMETRO-LOOP.
           MOVE 1 TO WS-BATCH
           MOVE PRM-DATA-INI TO WS-FIL-DATA-INI
           IF PRM-ARQSAIDA NOT = SPACES
             MOVE PRM-ARQSAIDA TO WS-RELAVF-NOME.
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
           MOVE "SCE043" TO RUN-PROGRAMA
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
