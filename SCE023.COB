      *    PEDIDOS CANCELADOS E RASCUNHOS FICAM FORA. AS TABELAS
      *    COMPORTAM 200 PRODUTOS E 200 CLIENTES - O QUE PASSAR DISSO E
      *    CONTADO E AVISADO NO PROPRIO RELATORIO (RELABC.DAT).
      *    KIT (VER CPKIT) NAO E COMPRADO - O CUSTO UNITARIO DELE E A
      *    SOMA DO PRO-CUSTOMEDIO DOS COMPONENTES PELA QUANTIDADE DE
      *    CADA UM NA ESTRUTURA ATUAL, E A LINHA SAI MARCADA COM K.
      *************************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                    RECORD KEY   IS PRO-CODIGO
                    ALTERNATE RECORD KEY IS PRO-DESCRICAO
                                   WITH DUPLICATES
                    ALTERNATE RECORD KEY IS PRO-EAN
                                   WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO2.

           SELECT ARQCLI ASSIGN TO DISK
                     ALTERNATE RECORD KEY IS CLI-NOME WITH DUPLICATES
                     FILE STATUS  IS ST-ERRO3.

           SELECT ARQKIT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-KIT
                    ALTERNATE RECORD KEY IS KIT-CODCOMP
                                   WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO5.

           SELECT RELABC ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO4.

       COPY CPCLI.

      *************************************************************************

       FD ARQKIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQKIT.DAT".

       COPY CPKIT.

      *************************************************************************

       FD RELABC
       01 ST-ERRO2                   PIC X(02) VALUE "00".
       01 ST-ERRO3                   PIC X(02) VALUE "00".
       01 ST-ERRO4                   PIC X(02) VALUE "00".
       01 ST-ERRO5                   PIC X(02) VALUE "00".
       01 MENS                       PIC X(60) VALUE SPACES.
       01 WS-ACT                     PIC 9(02) VALUE ZEROS.
       01 WS-DELAY                   PIC 9(04) COMP VALUE 1.
       01 WS-CLASSE                  PIC X(01) VALUE SPACES.
       01 WS-MARGEM                  PIC S9(09)V99 VALUE ZEROS.

      ****** CUSTO DE KIT PELOS COMPONENTES ***********************************
       01 WS-KIT-ATIVO               PIC 9(01) VALUE ZEROS.
       01 WS-KIT-ACHOU               PIC 9(01) VALUE ZEROS.
       01 WS-KIT-LISTADO             PIC 9(01) VALUE ZEROS.
       01 WS-KIT-CUSTO               PIC 9(08)V99 VALUE ZEROS.

       01 WS-CABEC1.
          05 FILLER                  PIC X(34) VALUE
             "ANALISE MENSAL DE VENDAS - MES DE ".
          05 WL-CLASSE               PIC X(01).
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 WL-UCPRECO              PIC ZZZ.ZZ9,99.
          05 WL-KIT                  PIC X(01).
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 WL-MARGEM               PIC -ZZ.ZZZ.ZZ9,99.

       01 WS-CABECQTD.
          05 FILLER                  PIC X(04) VALUE ") : ".
          05 WA-QTD                  PIC ZZ.ZZ9.

       01 WS-LINKIT.
          05 FILLER                  PIC X(40) VALUE
             "K = KIT - CUSTO PELO CUSTO MEDIO DOS COM".
          05 FILLER                  PIC X(08) VALUE "PONENTES".

      *************************************************************************

       SCREEN SECTION.
             CLOSE ARQVEN ARQPRO ARQCLI
             GO TO ROT-FIM.

      *    SEM A ESTRUTURA DE KITS (SCE045) NENHUM PRODUTO E KIT.
           OPEN INPUT ARQKIT
           IF ST-ERRO5 = "00"
             MOVE 1 TO WS-KIT-ATIVO
           ELSE
             MOVE ZEROS TO WS-KIT-ATIVO.

      ***************** VARREDURA E ACUMULACAO ********************************

       R3-LOOP.
             MOVE PRO-DESCRICAO TO WL-DESCRICAO
           ELSE
             MOVE "*** SEM CADASTRO ***" TO WL-DESCRICAO.
           MOVE ZEROS TO WS-KIT-ACHOU WS-KIT-CUSTO
           IF WS-KIT-ATIVO = 1
             PERFORM CUSTO-KIT THRU CUSTO-KIT-FIM.
           MOVE TBP-QTD(IND) TO WL-QTD
           MOVE TBP-REV(IND) TO WL-REV

                   - (TBP-QTD(IND) * TBP-UC-PRECO(IND))
             MOVE WS-MARGEM TO WL-MARGEM.

           MOVE SPACES TO WL-KIT
           IF WS-KIT-ACHOU = 1
             MOVE "K" TO WL-KIT
             MOVE 1 TO WS-KIT-LISTADO
             MOVE WS-KIT-CUSTO TO WL-UCPRECO
             COMPUTE WS-MARGEM = TBP-REV(IND)
                   - (TBP-QTD(IND) * WS-KIT-CUSTO)
             MOVE WS-MARGEM TO WL-MARGEM.

           MOVE WS-LINDET TO WS-LINREL
           WRITE WS-LINREL.
       R4A-LINHA-ABC-FIM.
           EXIT.

      ***************** CUSTO UNITARIO DO KIT PELOS COMPONENTES ***************
      *    TBP-COD(IND) E O PRODUTO DA LINHA. SE TIVER ESTRUTURA EM
      *    ARQKIT VOLTA WS-KIT-ACHOU = 1 E EM WS-KIT-CUSTO A SOMA DO
      *    CUSTO MEDIO DE CADA COMPONENTE PELA QUANTIDADE NO KIT.

       CUSTO-KIT.
           MOVE TBP-COD(IND) TO KIT-CODKIT
           MOVE ZEROS TO KIT-CODCOMP
           START ARQKIT KEY IS NOT LESS THAN CHAVE-KIT
           IF ST-ERRO5 NOT = "00"
             GO TO CUSTO-KIT-FIM.
       CUSTO-KIT-LOOP.
           READ ARQKIT NEXT RECORD
           IF ST-ERRO5 NOT = "00" AND ST-ERRO5 NOT = "02"
             GO TO CUSTO-KIT-FIM.
           IF KIT-CODKIT NOT = TBP-COD(IND)
             GO TO CUSTO-KIT-FIM.
           MOVE 1 TO WS-KIT-ACHOU
           MOVE KIT-CODCOMP TO PRO-CODIGO
           READ ARQPRO
           IF ST-ERRO2 = "00"
             COMPUTE WS-KIT-CUSTO = WS-KIT-CUSTO
                                  + (PRO-CUSTOMEDIO * KIT-QTD).
           GO TO CUSTO-KIT-LOOP.
       CUSTO-KIT-FIM.
           EXIT.

      ***************** RANKING POR QUANTIDADE ********************************

       R5-QTD.
             MOVE WS-PROD-PERDIDOS TO WA-QTD
             MOVE WS-LINAVISO TO WS-LINREL
             WRITE WS-LINREL.
           IF WS-KIT-LISTADO = 1
             MOVE WS-LINKIT TO WS-LINREL
             WRITE WS-LINREL.

           PERFORM ORDENA-POR-QTD THRU ORDENA-POR-QTD-FIM


       R9-FECHA.
           CLOSE ARQVEN ARQPRO ARQCLI RELABC.
           IF WS-KIT-ATIVO = 1
             CLOSE ARQKIT.
           DISPLAY "*** RELATORIO RELABC.DAT GERADO ***".

      ***************************************************************
