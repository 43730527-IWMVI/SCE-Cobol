                    RECORD KEY   IS PRO-CODIGO
                    ALTERNATE RECORD KEY IS PRO-DESCRICAO
                                   WITH DUPLICATES
                    ALTERNATE RECORD KEY IS PRO-EAN
                                   WITH DUPLICATES
                    LOCK MODE    IS MANUAL
                    FILE STATUS  IS ST-ERRO.

                    LOCK MODE    IS MANUAL
                    FILE STATUS  IS ST-ERRO8.

           SELECT ARQICM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ICM-UF
                    FILE STATUS  IS ST-ERRO9.

           SELECT ARQNFC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-NFC
                    ALTERNATE RECORD KEY IS NFC-PEDCOD
                                        WITH DUPLICATES
                    LOCK MODE    IS MANUAL
                    FILE STATUS  IS ST-ERRO10.

           SELECT ARQNFI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-NFI
                    LOCK MODE    IS MANUAL
                    FILE STATUS  IS ST-ERRO11.

           SELECT ARQEST ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-EST
                    LOCK MODE    IS MANUAL
                    FILE STATUS  IS ST-ERRO13.

           SELECT ARQLOT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-LOT
                    LOCK MODE    IS MANUAL
                    FILE STATUS  IS ST-ERRO14.

           SELECT ARQLTP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-LTP
                    FILE STATUS  IS ST-ERRO15.

           SELECT ARQKIT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-KIT
                    ALTERNATE RECORD KEY IS KIT-CODCOMP
                                        WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO16.

           SELECT ARQKTP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-KTP
                    FILE STATUS  IS ST-ERRO17.

           SELECT ARQTRA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TRA-CODIGO
                    ALTERNATE RECORD KEY IS TRA-NOME
                                        WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO18.

           SELECT ARQFRT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-FRT
                    FILE STATUS  IS ST-ERRO19.

           SELECT DANFE ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO12.

      *************************************************************************

       DATA DIVISION.

       COPY CPFEC.

      *************************************************************************

       FD ARQICM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQICM.DAT".

       COPY CPICM.

      *************************************************************************

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

       FD ARQEST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQEST.DAT".

       COPY CPEST.

      *************************************************************************

       FD ARQLOT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQLOT.DAT".

       COPY CPLOT.

      *************************************************************************

       FD ARQLTP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQLTP.DAT".

       COPY CPLTP.

      *************************************************************************

       FD ARQKIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQKIT.DAT".

       COPY CPKIT.

      *************************************************************************

       FD ARQKTP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQKTP.DAT".

       COPY CPKTP.

      *************************************************************************

       FD ARQTRA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQTRA.DAT".

       COPY CPTRA.

      *************************************************************************

       FD ARQFRT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFRT.DAT".

       COPY CPFRT.

      *************************************************************************

       FD DANFE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "DANFE.DAT".

       01 WS-LINNF                   PIC X(100).

      *************************************************************************

       WORKING-STORAGE SECTION.
       01 ST-ERRO6                   PIC X(02) VALUE "00".
       01 ST-ERRO7                   PIC X(02) VALUE "00".
       01 ST-ERRO8                   PIC X(02) VALUE "00".
       01 ST-ERRO9                   PIC X(02) VALUE "00".
       01 ST-ERRO10                  PIC X(02) VALUE "00".
       01 ST-ERRO11                  PIC X(02) VALUE "00".
       01 ST-ERRO12                  PIC X(02) VALUE "00".
       01 ST-ERRO13                  PIC X(02) VALUE "00".
       01 ST-ERRO14                  PIC X(02) VALUE "00".
       01 ST-ERRO15                  PIC X(02) VALUE "00".
       01 ST-ERRO16                  PIC X(02) VALUE "00".
       01 ST-ERRO17                  PIC X(02) VALUE "00".
       01 ST-ERRO18                  PIC X(02) VALUE "00".
       01 ST-ERRO19                  PIC X(02) VALUE "00".
       01 WS-FEC-ATIVO               PIC 9(01) VALUE ZEROS.
       01 WS-FEC-BLOQ                PIC 9(01) VALUE ZEROS.
       01 WS-FEC-DATA                PIC 9(08) VALUE ZEROS.
       01 WS-MOV-ORIGEM              PIC X(12) VALUE SPACES.
       01 WS-LOCK-TENTA              PIC 9(02) VALUE ZEROS.

       01 WS-LOT-QTD                 PIC 9(06) VALUE ZEROS.
       01 WS-LOT-PARTE               PIC 9(06) VALUE ZEROS.
       01 WS-LOT-CHAVE               PIC X(26) VALUE SPACES.
       01 WS-LOT-HOJE                PIC 9(08) VALUE ZEROS.
       01 WS-LOT-NOVO                PIC 9(01) VALUE ZEROS.

      ****** VENDA DE KIT - BAIXA DOS COMPONENTES (VER CPKIT/CPKTP) ***********
      *    SEM O ARQKIT (SCE045 AINDA NAO RODOU) NENHUM PRODUTO E KIT.

       01 WS-KIT-ATIVO               PIC 9(01) VALUE ZEROS.
       01 WS-KIT-ACHOU               PIC 9(01) VALUE ZEROS.
       01 WS-KTP-ACHOU               PIC 9(01) VALUE ZEROS.
       01 WS-KIT-FALTA               PIC 9(01) VALUE ZEROS.
       01 WS-KIT-CODIGO              PIC 9(06) VALUE ZEROS.
       01 WS-KIT-TIPO                PIC X(01) VALUE SPACES.
       01 WS-KIT-QTD                 PIC 9(06) VALUE ZEROS.
       01 WS-KIT-LOCAL               PIC 9(01) VALUE ZEROS.
       01 WS-KIT-COMPQTD             PIC 9(10) VALUE ZEROS.
       01 WS-KIT-ERRO                PIC 9(01) VALUE ZEROS.
       01 WS-KIT-COMPERRO            PIC 9(01) VALUE ZEROS.
       01 WS-KIT-FEITOS              PIC 9(03) VALUE ZEROS.
       01 WS-KIT-DESF                PIC 9(03) VALUE ZEROS.
       01 WS-MOV-CODKIT              PIC 9(06) VALUE ZEROS.
       01 WS-REGPRO-SALVO            PIC X(150) VALUE SPACES.

      ****** PRODUTO PELO CODIGO OU PELO CODIGO DE BARRAS (PRO-EAN) **********
      *    ATE 6 DIGITOS E O CODIGO DO PRODUTO; MAIS QUE ISSO E O EAN.

       01 WS-COD-LIDO                PIC 9(13) VALUE ZEROS.

      ****** FRETE DO PEDIDO DE VENDA (VER CPTRA/CPFRT) ***********************
      *    SEM O CADASTRO DE TRANSPORTADORAS OU SEM A TABELA DE FRETE
      *    (SCE051 AINDA NAO RODOU) O PEDIDO SAI SEM FRETE. CLASSE 1 =
      *    LINHA DA TABELA PARA A UF INTEIRA; CLASSE 2 = LINHA DE FAIXA
      *    DE CEP, QUE TEM PREFERENCIA.

       01 WS-TRA-ATIVO               PIC 9(01) VALUE ZEROS.
       01 WS-FRT-ATIVO               PIC 9(01) VALUE ZEROS.
       01 WS-FRT-TRANSP              PIC 9(03) VALUE ZEROS.
       01 WS-FRT-TIPO                PIC X(01) VALUE SPACES.
       01 WS-FRT-ENTREGA             PIC 9(08) VALUE ZEROS.
       01 WS-FRT-TIPOPED             PIC X(15) VALUE SPACES.
       01 WS-FRT-CLI                 PIC 9(14) VALUE ZEROS.
       01 WS-FRT-UF                  PIC X(02) VALUE SPACES.
       01 WS-FRT-CEP                 PIC 9(08) VALUE ZEROS.
       01 WS-FRT-ITENS               PIC 9(03) VALUE ZEROS.
       01 WS-FRT-PESO                PIC 9(07)V999 VALUE ZEROS.
       01 WS-FRT-MERC                PIC 9(07)V99 VALUE ZEROS.
       01 WS-FRT-MEDIDA              PIC 9(07)V999 VALUE ZEROS.
       01 WS-FRT-VALOR               PIC 9(05)V99 VALUE ZEROS.
       01 WS-FRT-CALC                PIC 9(07)V99 VALUE ZEROS.
       01 WS-FRT-ACHOU               PIC 9(01) VALUE ZEROS.
       01 WS-FRT-SEMTAB              PIC 9(01) VALUE ZEROS.
       01 WS-FRT-MELHOR-TRA          PIC 9(03) VALUE ZEROS.
       01 WS-FRT-MELHOR-VLR          PIC 9(07)V99 VALUE ZEROS.
       01 WS-FRT-CLASSE              PIC 9(01) VALUE ZEROS.
       01 WS-FRT-CANDIDATOS.
          03 WS-FRT-CAND OCCURS 2 TIMES.
             05 WS-FRC-FIT-OK        PIC 9(01).
             05 WS-FRC-FIT-FAIXA     PIC 9(07)V999.
             05 WS-FRC-FIT-VALOR     PIC 9(05)V99.
             05 WS-FRC-FIT-PERC      PIC 9(02)V99.
             05 WS-FRC-MAX-OK        PIC 9(01).
             05 WS-FRC-MAX-FAIXA     PIC 9(07)V999.
             05 WS-FRC-MAX-VALOR     PIC 9(05)V99.
             05 WS-FRC-MAX-PERC      PIC 9(02)V99.

       01 WS-VENC-DATA               PIC 9(08) VALUE ZEROS.
       01 WS-VENC-DATA-R REDEFINES WS-VENC-DATA.
          03 WS-VENC-ANO             PIC 9(04).
       01 WS-QTD-PARC                PIC 9(02) VALUE ZEROS.
       01 WS-VLR-PARCELA             PIC 9(07)V99 VALUE ZEROS.
       01 WS-VLR-ULTPARC             PIC 9(07)V99 VALUE ZEROS.
       01 WS-VLR-TITULOS             PIC 9(07)V99 VALUE ZEROS.
       01 WS-VALOR-IPI               PIC 9(07)V99 VALUE ZEROS.
       01 WS-IPI-ITEM                PIC 9(07)V99 VALUE ZEROS.
       01 WS-LIB-PARC                PIC 9(02) VALUE ZEROS.
       01 WS-LIB-INT                 PIC 9(03) VALUE ZEROS.
       01 WS-LIB-INCOMPLETA          PIC 9(01) VALUE ZEROS.
       01 WS-EXC-INCOMPLETA          PIC 9(01) VALUE ZEROS.

      ****** VERIFICACAO DE CREDITO NA LIBERACAO DE VENDA *********************
      *    A CARENCIA E O PRAZO EM DIAS QUE UMA PARCELA VENCIDA AINDA
       01 WS-HERDA-PARC              PIC 9(02) VALUE ZEROS.
       01 WS-HERDA-INT               PIC 9(03) VALUE ZEROS.
       01 WS-HERDA-ENTR              PIC 9(08) VALUE ZEROS.
       01 WS-HERDA-TRANSP            PIC 9(03) VALUE ZEROS.
       01 WS-HERDA-TIPOFRETE         PIC X(01) VALUE SPACES.
       01 WS-REGVEN-SALVO            PIC X(200) VALUE SPACES.

       01 WS-ALT-TIPO-ANT            PIC X(15) VALUE SPACES.
       01 WS-ALT-PROD-ANT            PIC 9(09) VALUE ZEROS.
       01 WS-ALT-QTD-ANT             PIC 9(06) VALUE ZEROS.
       01 WS-ALT-LOCAL-ANT           PIC 9(01) VALUE ZEROS.
       01 WS-ALT-ESTOQUE-OK          PIC 9(01) VALUE 1.

      ****** SALDO POR LOCAL DE ESTOQUE (VER CPEST) ***************************
       01 WS-LOC-LOCAL               PIC 9(01) VALUE ZEROS.
       01 WS-LOC-QTD                 PIC 9(06) VALUE ZEROS.
       01 WS-LOC-SALDO               PIC 9(06) VALUE ZEROS.
       01 WS-LOC-OUTROS              PIC 9(07) VALUE ZEROS.
       01 WS-LOC-NOVO                PIC 9(01) VALUE ZEROS.
       01 WS-LOC-ERRO                PIC 9(01) VALUE ZEROS.

      ****** EMISSAO DA NOTA FISCAL DE SAIDA (ARQNFC/ARQNFI/DANFE) ************
      *    SERIE UNICA 001. A UF DO CLIENTE DEFINE NA TABELA ARQICM SE
      *    A OPERACAO E INTERNA OU INTERESTADUAL E A ALIQUOTA DE ICMS.
      *    SEM O ARQICM (SCE037 AINDA NAO RODOU) TODA VENDA E INTERNA
      *    COM A ALIQUOTA DO CADASTRO DO PRODUTO.

       01 WS-ICM-ATIVO               PIC 9(01) VALUE ZEROS.
       01 WS-NF-SERIE                PIC 9(03) VALUE 1.
       01 WS-NF-NUMERO               PIC 9(06) VALUE ZEROS.
       01 WS-NF-PEDCOD               PIC 9(06) VALUE ZEROS.
       01 WS-NF-ITEM                 PIC 9(03) VALUE ZEROS.
       01 WS-NF-ERRO                 PIC 9(01) VALUE ZEROS.
       01 WS-NF-EXISTE               PIC 9(01) VALUE ZEROS.
       01 WS-NF-INTER                PIC 9(01) VALUE ZEROS.
       01 WS-NF-ACHOU-UF             PIC 9(01) VALUE ZEROS.
       01 WS-NF-ALIQUF               PIC 9(02)V99 VALUE ZEROS.
       01 WS-NF-UF                   PIC X(02) VALUE SPACES.
       01 WS-NF-CPFCNPJ              PIC 9(14) VALUE ZEROS.
       01 WS-NF-NOME                 PIC X(30) VALUE SPACES.
       01 WS-NF-CFOP                 PIC 9(04) VALUE ZEROS.
       01 WS-NF-PRODUTOS             PIC 9(09)V99 VALUE ZEROS.
       01 WS-NF-BASE                 PIC 9(09)V99 VALUE ZEROS.
       01 WS-NF-ICMS                 PIC 9(09)V99 VALUE ZEROS.
       01 WS-NF-IPI                  PIC 9(09)V99 VALUE ZEROS.
       01 WS-NF-TOTAL                PIC 9(09)V99 VALUE ZEROS.
       01 WS-NF-FRETE                PIC 9(05)V99 VALUE ZEROS.
       01 WS-NF-FRETE-ITEM           PIC 9(05)V99 VALUE ZEROS.
       01 WS-NF-FRETE-RAT            PIC 9(05)V99 VALUE ZEROS.
       01 WS-NF-QTDATIVO             PIC 9(03) VALUE ZEROS.
       01 WS-NF-VLRATIVO             PIC 9(09)V99 VALUE ZEROS.

       01 WS-NF-MENS.
          03 FILLER                  PIC X(25) VALUE
             "*** NOTA FISCAL EMITIDA: ".
          03 WM-NUMERO               PIC 9(06).
          03 FILLER                  PIC X(04) VALUE " ***".

      ****** LINHAS DA DANFE (DANFE.DAT) **************************************

       01 WS-DNF-TRACO.
          05 FILLER                  PIC X(50) VALUE ALL "=".
          05 FILLER                  PIC X(50) VALUE ALL "=".

       01 WS-DNF-CAB1.
          05 FILLER                  PIC X(40) VALUE
             "DANFE - DOCUMENTO AUXILIAR DA NOTA FISCA".
          05 FILLER                  PIC X(15) VALUE
             "L ELETRONICA   ".
          05 FILLER                  PIC X(08) VALUE "NUMERO: ".
          05 WD-NUMERO               PIC 9(06).
          05 FILLER                  PIC X(10) VALUE "   SERIE: ".
          05 WD-SERIE                PIC 9(03).

       01 WS-DNF-CAB2.
          05 FILLER                  PIC X(09) VALUE "EMISSAO: ".
          05 WD-DATA                 PIC 9(08).
          05 FILLER                  PIC X(11) VALUE "   PEDIDO: ".
          05 WD-PEDIDO               PIC ZZZZZ9.
          05 FILLER                  PIC X(40) VALUE
             "   NATUREZA: VENDA DE MERCADORIA   CFOP:".
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 WD-CFOP                 PIC 9(04).

       01 WS-DNF-CAB3.
          05 FILLER                  PIC X(14) VALUE "DESTINATARIO: ".
          05 WD-CPFCNPJ              PIC 9(14).
          05 FILLER                  PIC X(03) VALUE " - ".
          05 WD-NOME                 PIC X(30).
          05 FILLER                  PIC X(07) VALUE "   UF: ".
          05 WD-UF                   PIC X(02).

       01 WS-DNF-CAB4.
          05 FILLER                  PIC X(32) VALUE
             "ITM CODIGO DESCRICAO            ".
          05 FILLER                  PIC X(34) VALUE
             "NCM      CFOP    QTDE   VALOR ITEM".
          05 FILLER                  PIC X(34) VALUE
             " ICMS%   VLR ICMS  IPI%    VLR IPI".

       01 WS-DNF-ITEM.
          05 WD-ITEM                 PIC ZZ9.
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 WD-CODPRO               PIC ZZZZZ9.
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 WD-DESCRICAO            PIC X(20).
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 WD-NCM                  PIC 9(08).
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 WD-CFOPITEM             PIC 9(04).
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 WD-QTD                  PIC ZZZ.ZZ9.
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 WD-VLRITEM              PIC Z.ZZZ.ZZ9,99.
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 WD-ALIQICMS             PIC Z9,99.
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 WD-VLRICMS              PIC ZZZ.ZZ9,99.
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 WD-ALIQIPI              PIC Z9,99.
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 WD-VLRIPI               PIC ZZZ.ZZ9,99.

       01 WS-DNF-TOT.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 WD-ROTULO               PIC X(30).
          05 WD-VALOR                PIC Z.ZZZ.ZZZ.ZZ9,99.

       01 DFOR-ESTADO                PIC X(15) VALUE SPACES.
       01 DFOR-TIPOCLIENTE           PIC X(20) VALUE SPACES.

           05  LINE 07  COLUMN 01
               VALUE  "  Codigo Produto   :".
           05  LINE 07  COLUMN 41
               VALUE  "     Codigo de barras :                 ".
           05  LINE 08  COLUMN 01
               VALUE  "  Descricao Produto:".
           05  LINE 08  COLUMN 41
           05  LINE 15  COLUMN 01
               VALUE  "  Preco Unitario   :".
           05  LINE 15  COLUMN 41
               VALUE  "     Local (1-LOJ 2-DEP 3-CSG):         ".
           05  LINE 16  COLUMN 01
               VALUE  "  Valor Item       :".
           05  LINE 16  COLUMN 41
               VALUE  "     Transp./Frete C-F:                 ".
           05  LINE 17  COLUMN 01
               VALUE  "  Valor Pedido     :".
           05  LINE 17  COLUMN 41
               VALUE  "     Valor do frete   :                 ".
           05  LINE 19  COLUMN 01
               VALUE  "  Notificacoes:".
           05  LINE 19  COLUMN 41
           05  TPED-COD-PRO
               LINE 07  COLUMN 22  PIC 9(06)
               USING  PED-COD-PRO.
           05  TPED-PRO-EAN
               LINE 07  COLUMN 64  PIC 9(13)
               USING  PRO-EAN.

           05  TPED-PRO-DESCRICAO
               LINE 08  COLUMN 22  PIC X(30)
           05  TPED-DATAENTREGA
               LINE 14  COLUMN 64  PIC 9(08)
               USING  PED-DATAENTREGA.
           05  TPED-LOCAL
               LINE 15  COLUMN 73  PIC 9(01)
               USING  PED-LOCAL.
           05  TPED-PRECOUNITARIO
               LINE 15  COLUMN 22  PIC 9(06)V99
               USING  PED-PRECOUNITARIO.
           05  TPED-VALORTOTAL
               LINE 17  COLUMN 22  PIC 9(08)V99
               USING  PED-VALORTOTAL.
           05  TPED-TRANSP
               LINE 16  COLUMN 64  PIC 9(03)
               USING  PED-TRANSP.
           05  TPED-TIPOFRETE
               LINE 16  COLUMN 68  PIC X(01)
               USING  PED-TIPOFRETE.
           05  TPED-VALORFRETE
               LINE 17  COLUMN 64  PIC 9(05)V99
               USING  PED-VALORFRETE.

      *    ENTRADA DO PRODUTO - CODIGO OU CODIGO DE BARRAS LIDO PELO
      *    LEITOR, NO MESMO LUGAR DO CODIGO DA TELAPRODUTO.

       01  TELACODLIDO.
           05  TPED-COD-LIDO
               LINE 07  COLUMN 22  PIC Z(12)9
               USING  WS-COD-LIDO.

      *************************************************************************
      
           ELSE
             MOVE ZEROS TO WS-FEC-ATIVO.

       R0E5.
      *    SEM A TABELA DE ICMS POR UF A NOTA SAI COMO OPERACAO INTERNA
      *    COM A ALIQUOTA DO PRODUTO - A TABELA E CRIADA NO SCE037.
           OPEN INPUT ARQICM
           IF ST-ERRO9 = "00"
             MOVE 1 TO WS-ICM-ATIVO
           ELSE
             MOVE ZEROS TO WS-ICM-ATIVO.

       R0E6.
           OPEN I-O ARQNFC
           IF ST-ERRO10 NOT = "00"
             IF ST-ERRO10 = "30"
               OPEN OUTPUT ARQNFC
               CLOSE ARQNFC
               OPEN I-O ARQNFC
             ELSE
               MOVE "ERRO NA ABERTURA DO ARQUIVO DE NOTAS FISCAIS"
                    TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.

       R0E7.
           OPEN I-O ARQNFI
           IF ST-ERRO11 NOT = "00"
             IF ST-ERRO11 = "30"
               OPEN OUTPUT ARQNFI
               CLOSE ARQNFI
               OPEN I-O ARQNFI
             ELSE
               MOVE "ERRO NA ABERTURA DOS ITENS DE NOTAS FISCAIS"
                    TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.

       R0E8.
           OPEN I-O ARQEST
           IF ST-ERRO13 NOT = "00"
             IF ST-ERRO13 = "30"
               OPEN OUTPUT ARQEST
               CLOSE ARQEST
               OPEN I-O ARQEST
             ELSE
               MOVE "ERRO NA ABERTURA DO ESTOQUE POR LOCAL" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.

       R0E9.
           OPEN I-O ARQLOT
           IF ST-ERRO14 NOT = "00"
             IF ST-ERRO14 = "30"
               OPEN OUTPUT ARQLOT
               CLOSE ARQLOT
               OPEN I-O ARQLOT
             ELSE
               MOVE "ERRO NA ABERTURA DO ESTOQUE POR LOTE" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.

           OPEN I-O ARQLTP
           IF ST-ERRO15 NOT = "00"
             IF ST-ERRO15 = "30"
               OPEN OUTPUT ARQLTP
               CLOSE ARQLTP
               OPEN I-O ARQLTP
             ELSE
               MOVE "ERRO NA ABERTURA DOS LOTES DOS PEDIDOS" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.

       R0EA.
      *    SEM A ESTRUTURA DE KITS NENHUM PRODUTO E KIT - O ARQUIVO E
      *    CRIADO NO SCE045.
           OPEN INPUT ARQKIT
           IF ST-ERRO16 = "00"
             MOVE 1 TO WS-KIT-ATIVO
           ELSE
             MOVE ZEROS TO WS-KIT-ATIVO.

           OPEN I-O ARQKTP
           IF ST-ERRO17 NOT = "00"
             IF ST-ERRO17 = "30"
               OPEN OUTPUT ARQKTP
               CLOSE ARQKTP
               OPEN I-O ARQKTP
             ELSE
               MOVE "ERRO NA ABERTURA DOS COMPONENTES DOS KITS" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.

       R0EB.
      *    SEM O CADASTRO DE TRANSPORTADORAS OU SEM A TABELA DE FRETE
      *    A VENDA FICA SEM FRETE - OS ARQUIVOS SAO CRIADOS NO SCE051.
           OPEN INPUT ARQTRA
           IF ST-ERRO18 = "00"
             MOVE 1 TO WS-TRA-ATIVO
           ELSE
             MOVE ZEROS TO WS-TRA-ATIVO.

           OPEN INPUT ARQFRT
           IF ST-ERRO19 = "00"
             MOVE 1 TO WS-FRT-ATIVO
           ELSE
             MOVE ZEROS TO WS-FRT-ATIVO.

       R0E1.
           OPEN EXTEND ARQLOG
           IF ST-ERRO4 NOT = "00"
                          PED-VALORITEM PED-VALORTOTAL
                          PED-VENDEDOR PED-PERCDESC PED-QTDRECEBIDA
                          PED-DATAENTREGA PED-QTDDEVOLVIDA
                          PED-VALIDADE PED-CONTRATO
                          PED-TRANSP PED-VALORFRETE
                          VDD-CODIGO VDD-PERCCOM

           MOVE SPACES TO VDD-NOME PED-ENTREGUE

           MOVE "C" TO PED-TIPOFRETE

           MOVE 1 TO PED-ITEM

           MOVE 1 TO PED-STATUS

           MOVE 1 TO PED-LOCAL

           MOVE 1  TO PED-QTDPARCELAS
           MOVE 30 TO PED-INTERVALO


           MOVE ZEROS  TO PRO-CODIGO PRO-TIPOPRODUTO PRO-PRECO
                          PRO-DATAULTIMA PRO-QTDESTOQUE 
                          PRO-CPFCNPJ PRO-EAN.

           MOVE SPACES TO CLI-TIPOCLIENTE CLI-NOME CLI-APELIDO 
                          CLI-LOGRADOURO CLI-NUMERO CLI-COMPLEMENTO 
           DISPLAY TELAPRODUTO.

       R4.
           MOVE PED-COD-PRO TO WS-COD-LIDO
           ACCEPT TPED-COD-LIDO
           ACCEPT WS-ACT FROM ESCAPE KEY
           DISPLAY (07, 22) "             "
           IF WS-ACT = 01
             DISPLAY TELAPRODUTO
             GO TO R3.
           IF WS-COD-LIDO = 0
             MOVE "*** CODIGO PRODUTO NÃO INFORMADO  ***" TO MENS
             PERFORM ROT-MENS THRU ROT-MENS-FIM
             GO TO R4.
           IF WS-COD-LIDO NOT > 999999
             MOVE WS-COD-LIDO TO PED-COD-PRO
             GO TO R4A.

      *    CODIGO DE BARRAS - ACHA O PRODUTO PELA CHAVE PRO-EAN E
      *    SEGUE COM O CODIGO DELE COMO SE TIVESSE SIDO DIGITADO.
           MOVE WS-COD-LIDO TO PRO-EAN
           READ ARQPRO KEY IS PRO-EAN
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
             MOVE "*** CODIGO DE BARRAS NAO CADASTRADO ***" TO MENS
             PERFORM ROT-MENS THRU ROT-MENS-FIM
             GO TO R4.
           MOVE PRO-CODIGO TO PED-COD-PRO.

       R4A.
           MOVE PED-COD-PRO TO PRO-CODIGO.
               IF PED-TIPOPEDIDO = 1
                 MOVE PRO-CPFCNPJ TO PED-FOR-CPFCNPJ.
               DISPLAY TELAPRODUTO.

      *    KIT NAO TEM ESTOQUE PROPRIO - COMPRAM-SE OS COMPONENTES.
           IF PED-TIPOPEDIDO = 1
             PERFORM CHECA-KIT THRU CHECA-KIT-FIM
             IF WS-KIT-ACHOU = 1
               MOVE "*** KIT NAO SE COMPRA - COMPRE OS COMPONENTES ***"
                    TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R4.
       
       R4B.
           MOVE 1 TO IND.
       R5T.
           IF PED-TIPOPEDIDO = 1
             MOVE ZEROS TO PED-TIPOVENDA
             GO TO R5L.
           ACCEPT TPED-TIPOVENDA
           ACCEPT WS-ACT FROM ESCAPE KEY
           IF WS-ACT = 01

       R5E.
           IF PED-ITEM NOT = 1
             GO TO R5L.
           ACCEPT TPED-DATAENTREGA
           ACCEPT WS-ACT FROM ESCAPE KEY
           IF WS-ACT = 01
             GO TO R5T.

      ****** TRANSPORTADORA E TIPO DE FRETE (SO NO PRIMEIRO ITEM) *************
      *    SO HA FRETE NA VENDA COM ENTREGA. TRANSPORTADORA ZERO = O
      *    RECALC-TOTAL ESCOLHE A ATIVA DE MENOR FRETE PARA O DESTINO
      *    E A GRAVA NO PEDIDO. C=CIF (FRETE COBRADO NO PEDIDO E NOS
      *    TITULOS) F=FOB (O CLIENTE PAGA A TRANSPORTADORA).

       R5F.
           IF PED-DATAENTREGA = ZEROS
             MOVE ZEROS TO PED-TRANSP PED-VALORFRETE
             MOVE "C" TO PED-TIPOFRETE
             DISPLAY TPED-TRANSP TPED-TIPOFRETE TPED-VALORFRETE
             GO TO R5L.
           ACCEPT TPED-TRANSP
           ACCEPT WS-ACT FROM ESCAPE KEY
           IF WS-ACT = 01
             GO TO R5E.
           IF PED-TRANSP = ZEROS
             GO TO R5G.
           MOVE PED-TRANSP TO TRA-CODIGO
           MOVE "23" TO ST-ERRO18
           IF WS-TRA-ATIVO = 1
             READ ARQTRA.
           IF ST-ERRO18 NOT = "00"
             MOVE "*** TRANSPORTADORA NAO CADASTRADA ***" TO MENS
             PERFORM ROT-MENS THRU ROT-MENS-FIM
             GO TO R5F.
           IF TRA-SITUACAO = "I"
             MOVE "*** TRANSPORTADORA INATIVA ***" TO MENS
             PERFORM ROT-MENS THRU ROT-MENS-FIM
             GO TO R5F.

       R5G.
           IF PED-TIPOFRETE = SPACES
             MOVE "C" TO PED-TIPOFRETE.
           ACCEPT TPED-TIPOFRETE
           ACCEPT WS-ACT FROM ESCAPE KEY
           IF WS-ACT = 01
             GO TO R5F.
           IF PED-TIPOFRETE = "c"
             MOVE "C" TO PED-TIPOFRETE.
           IF PED-TIPOFRETE = "f"
             MOVE "F" TO PED-TIPOFRETE.
           IF PED-TIPOFRETE NOT = "C" AND PED-TIPOFRETE NOT = "F"
             MOVE "*** FRETE DEVE SER C=CIF OU F=FOB ***" TO MENS
             PERFORM ROT-MENS THRU ROT-MENS-FIM
             GO TO R5G.
           DISPLAY TPED-TIPOFRETE.

      ****** LOCAL DE ESTOQUE DO ITEM (1=LOJA 2=DEPOSITO 3=CONSIGNACAO) ******
      *    VENDA BAIXA O ESTOQUE DESTE LOCAL; NA COMPRA E O LOCAL
      *    SUGERIDO PARA O RECEBIMENTO NO SCE029.

       R5L.
           IF PED-LOCAL = ZEROS
             MOVE 1 TO PED-LOCAL.
           ACCEPT TPED-LOCAL
           ACCEPT WS-ACT FROM ESCAPE KEY
           IF WS-ACT = 01
             DISPLAY TELAPRODUTO
             GO TO R4.
           IF PED-LOCAL = ZEROS
             MOVE 1 TO PED-LOCAL
             DISPLAY TPED-LOCAL.
           IF PED-LOCAL > 3
             MOVE "*** LOCAL DEVE SER 1=LOJA 2=DEPOSITO 3=CONSIG ***"
                  TO MENS
             PERFORM ROT-MENS THRU ROT-MENS-FIM
             GO TO R5L.

       R6.
           ACCEPT TPED-QUANTIDADE
           ACCEPT WS-ACT FROM ESCAPE KEY
             PERFORM ROT-MENS THRU ROT-MENS-FIM
             GO TO R1.

      *    ITEM NOVO EM VENDA QUE JA TEM NOTA AUTORIZADA FICARIA FORA
      *    DA NOTA - A VENDA COMPLEMENTAR E UM PEDIDO NOVO.
           IF PED-TIPOPEDIDO = 2 AND PED-ITEM > 1
             MOVE PED-COD TO WS-NF-PEDCOD
             PERFORM CONSULTA-NF THRU CONSULTA-NF-FIM
             IF WS-NF-EXISTE = 1
               MOVE "*** PEDIDO COM NOTA EMITIDA - NAO ACEITA ITEM ***"
                    TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1.

      *    NO KIT O SALDO CONFERIDO E O DE CADA COMPONENTE.
           IF PED-TIPOPEDIDO = 2
             PERFORM CHECA-KIT THRU CHECA-KIT-FIM
             IF WS-KIT-ACHOU = 1
               MOVE PED-QUANTIDADE TO WS-KIT-QTD
               MOVE PED-LOCAL TO WS-KIT-LOCAL
               PERFORM SALDO-KIT THRU SALDO-KIT-FIM
               IF WS-KIT-FALTA = 1
                 MOVE "*** FALTA ESTOQUE DE COMPONENTE DO KIT ***"
                      TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R6
               END-IF
             ELSE
               MOVE PED-LOCAL TO WS-LOC-LOCAL
               PERFORM SALDO-LOCAL THRU SALDO-LOCAL-FIM
               IF PED-QUANTIDADE > WS-LOC-SALDO
                 MOVE "*** ESTOQUE INSUFICIENTE NO LOCAL ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R6.

      ****** VERIFICACAO DE CREDITO DO CLIENTE NA GRAVACAO DIRETA *************
      *    A VENDA DIGITADA NO SCE005 JA NASCE ATIVA E GERA AS PARCELAS
             MOVE 4 TO PED-STATUS
             MOVE ZEROS TO PED-QTDRECEBIDA.

           MOVE ZEROS TO WS-KIT-ERRO
           WRITE REGVEN
           IF ST-ERRO = "00" OR ST-ERRO = "02"
             IF PED-TIPOPEDIDO NOT = 1
               MOVE "INCLUSAO" TO WS-MOV-ORIGEM
               PERFORM ATU-ESTOQUE THRU ATU-ESTOQUE-FIM
             END-IF
             IF WS-KIT-ERRO = 1
               GO TO INC-KIT-ERRO
             END-IF
             PERFORM RECALC-TOTAL THRU RECALC-TOTAL-FIM
             PERFORM GRAVA-TITULO THRU GRAVA-TITULO-FIM
             PERFORM AVISA-FRETE THRU AVISA-FRETE-FIM
             MOVE "INCLUSAO" TO LOG-OPERACAO
             MOVE PED-COD TO LOG-CHAVE
             PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM
             PERFORM ROT-MENS THRU ROT-MENS-FIM
             GO TO ROT-FIM.

      ****** KIT COM COMPONENTE INDISPONIVEL - O ITEM NAO FICA GRAVADO ********
      *    NADA FOI BAIXADO (MOVIMENTA-KIT E TUDO OU NADA); SAI A
      *    LIGACAO EM ARQKTP E O PROPRIO ITEM RECEM-GRAVADO.

       INC-KIT-ERRO.
           PERFORM APAGA-KTP THRU APAGA-KTP-FIM
           DELETE ARQVEN RECORD
           MOVE "*** ESTOQUE EM USO - ITEM NAO GRAVADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.

      ****** PERGUNTA SE O PEDIDO TERA MAIS ALGUM ITEM DE PRODUTO *************

       INC-MAIS.
      ****** HERANCA DAS CONDICOES DO PEDIDO NO ITEM ACRESCENTADO *************
      *    ITEM DIGITADO DIRETO EM PEDIDO JA EXISTENTE (R2/R2A COM UM
      *    ITEM NOVO) CHEGA AQUI COM OS PADROES DO R1, POIS O R6A/R6B
      *    E O R5E/R5F SO ACEITAM ENTRADA NO ITEM 1. AS CONDICOES DE
      *    PAGAMENTO, A ENTREGA E O FRETE VALEM PARA O PEDIDO INTEIRO,
      *    ENTAO SAO HERDADAS DO ITEM 1 ANTES DA GRAVACAO - O EFEITO
      *    DO CAMINHO INC-MAIS, QUE AS CARREGA NO PROPRIO REGISTRO.

       HERDA-CONDICOES.
           MOVE PED-QTDPARCELAS TO WS-HERDA-PARC
           MOVE PED-INTERVALO   TO WS-HERDA-INT
           MOVE PED-DATAENTREGA TO WS-HERDA-ENTR
           MOVE PED-TRANSP      TO WS-HERDA-TRANSP
           MOVE PED-TIPOFRETE   TO WS-HERDA-TIPOFRETE
           MOVE WS-REGVEN-SALVO TO REGVEN
           MOVE WS-HERDA-PARC TO PED-QTDPARCELAS
           MOVE WS-HERDA-INT  TO PED-INTERVALO
           MOVE WS-HERDA-ENTR TO PED-DATAENTREGA
           MOVE WS-HERDA-TRANSP    TO PED-TRANSP
           MOVE WS-HERDA-TIPOFRETE TO PED-TIPOFRETE.
       HERDA-CONDICOES-FIM.
           EXIT.

      *********** ATUALIZACAO DE ESTOQUE DO PRODUTO (R4A JA LEU) **************
      *    NA VENDA DE UM KIT O ESTOQUE DO KIT NAO SE MEXE - QUEM SAI
      *    SAO OS COMPONENTES (BAIXA-KIT). O SALDO DO LOCAL OU O TOTAL
      *    QUE NAO PUDER SER GRAVADO VOLTA WS-KIT-ERRO = 1 SEM NADA
      *    LANCADO, E O CHAMADOR TRATA COMO O KIT QUE NAO BAIXOU.

       ATU-ESTOQUE.
           MOVE ZEROS TO WS-KIT-ERRO
           IF PED-TIPOPEDIDO NOT = 1
             PERFORM CHECA-KIT THRU CHECA-KIT-FIM
             IF WS-KIT-ACHOU = 1
               PERFORM BAIXA-KIT THRU BAIXA-KIT-FIM
               GO TO ATU-ESTOQUE-FIM.
           PERFORM LE-PRODUTO-LOCK THRU LE-PRODUTO-LOCK-FIM
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
             MOVE "*** ERRO NA ATUALIZACAO DO ESTOQUE ***" TO MENS
             PERFORM ROT-MENS THRU ROT-MENS-FIM
             MOVE 1 TO WS-KIT-ERRO
             GO TO ATU-ESTOQUE-FIM.
           IF PED-TIPOPEDIDO = 1
             MOVE "E" TO MOV-TIPOMOV
             MOVE "S" TO MOV-TIPOMOV
             SUBTRACT PED-QUANTIDADE FROM PRO-QTDESTOQUE.

      *    O SALDO DO LOCAL (ARQEST) E GRAVADO ANTES DO TOTAL DO
      *    PRODUTO: SE FALHAR, NADA MAIS E LANCADO; SE O TOTAL FALHAR
      *    DEPOIS, O LOCAL E DESFEITO.
           MOVE PED-LOCAL TO WS-LOC-LOCAL
           MOVE PED-QUANTIDADE TO WS-LOC-QTD
           PERFORM POSTA-LOCAL THRU POSTA-LOCAL-FIM
           IF WS-LOC-ERRO = 1
             MOVE 1 TO WS-KIT-ERRO
             UNLOCK ARQPRO
             GO TO ATU-ESTOQUE-FIM.
           REWRITE REGPRO
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
             MOVE "*** ERRO NA ATUALIZACAO DO ESTOQUE ***" TO MENS
             PERFORM ROT-MENS THRU ROT-MENS-FIM
             PERFORM DESFAZ-LOCAL THRU DESFAZ-LOCAL-FIM
             MOVE 1 TO WS-KIT-ERRO
           ELSE
             MOVE PED-QUANTIDADE TO MOV-QUANTIDADE
             MOVE WS-MOV-ORIGEM  TO MOV-ORIGEM
             PERFORM GRAVA-MOV THRU GRAVA-MOV-FIM
             IF MOV-TIPOMOV = "S"
               MOVE PED-QUANTIDADE TO WS-LOT-QTD
               PERFORM BAIXA-LOTES THRU BAIXA-LOTES-FIM.
           UNLOCK ARQPRO.
       ATU-ESTOQUE-FIM.
           EXIT.

      ****** ESTORNO DE ESTOQUE DO PRODUTO NO CANCELAMENTO (R4A LEU) **********
      *    COMO NO ATU-ESTOQUE, A FALHA VOLTA WS-KIT-ERRO = 1.

       REVERTE-ESTOQUE.
      *    O ESTORNO DESCONTA O QUE JA VOLTOU AO ESTOQUE POR OUTRO
           IF WS-QTD-ESTORNO = ZEROS
             UNLOCK ARQPRO
             GO TO REVERTE-ESTOQUE-FIM.
      *    ITEM GERADO PELO FATURAMENTO DE CONTRATO (SCE047) NAO
      *    BAIXOU ESTOQUE - NAO HA O QUE ESTORNAR.
           IF PED-CONTRATO NOT = ZEROS
             UNLOCK ARQPRO
             GO TO REVERTE-ESTOQUE-FIM.
      *    ITEM DE KIT DEVOLVE OS COMPONENTES QUE FORAM BAIXADOS.
           IF PED-TIPOPEDIDO NOT = 1
             PERFORM TEM-KTP THRU TEM-KTP-FIM
             IF WS-KTP-ACHOU = 1
               UNLOCK ARQPRO
               MOVE "E" TO WS-KIT-TIPO
               MOVE WS-QTD-ESTORNO TO WS-KIT-QTD
               MOVE PED-LOCAL TO WS-KIT-LOCAL
               MOVE "CANCELAMENTO" TO WS-MOV-ORIGEM
               PERFORM MOVIMENTA-KIT THRU MOVIMENTA-KIT-FIM
               GO TO REVERTE-ESTOQUE-FIM.
           IF PED-TIPOPEDIDO = 1
             SUBTRACT WS-QTD-ESTORNO FROM PRO-QTDESTOQUE
           ELSE
             ADD WS-QTD-ESTORNO TO PRO-QTDESTOQUE.
           MOVE WS-QTD-ESTORNO TO MOV-QUANTIDADE

           MOVE PED-LOCAL TO WS-LOC-LOCAL
           MOVE WS-QTD-ESTORNO TO WS-LOC-QTD
           PERFORM POSTA-LOCAL THRU POSTA-LOCAL-FIM
           IF WS-LOC-ERRO = 1
             MOVE 1 TO WS-KIT-ERRO
             UNLOCK ARQPRO
             GO TO REVERTE-ESTOQUE-FIM.
           REWRITE REGPRO
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
             MOVE "*** ERRO NO ESTORNO DO ESTOQUE ***" TO MENS
             PERFORM ROT-MENS THRU ROT-MENS-FIM
             PERFORM DESFAZ-LOCAL THRU DESFAZ-LOCAL-FIM
             MOVE 1 TO WS-KIT-ERRO
           ELSE
             MOVE "CANCELAMENTO" TO MOV-ORIGEM
             PERFORM GRAVA-MOV THRU GRAVA-MOV-FIM
             MOVE WS-QTD-ESTORNO TO WS-LOT-QTD
             PERFORM ESTORNA-LOTES THRU ESTORNA-LOTES-FIM.
           UNLOCK ARQPRO.
       REVERTE-ESTOQUE-FIM.
           EXIT.

      ****** VERIFICA SE PRO-CODIGO E UM KIT (TEM ESTRUTURA EM ARQKIT) ********

       CHECA-KIT.
           MOVE ZEROS TO WS-KIT-ACHOU
           IF WS-KIT-ATIVO = ZEROS
             GO TO CHECA-KIT-FIM.
           MOVE PRO-CODIGO TO KIT-CODKIT
           MOVE ZEROS TO KIT-CODCOMP
           START ARQKIT KEY IS NOT LESS THAN CHAVE-KIT
           IF ST-ERRO16 NOT = "00"
             GO TO CHECA-KIT-FIM.
           READ ARQKIT NEXT RECORD
           IF ST-ERRO16 = "00" OR ST-ERRO16 = "02"
             IF KIT-CODKIT = PRO-CODIGO
               MOVE 1 TO WS-KIT-ACHOU.
       CHECA-KIT-FIM.
           EXIT.

      ****** SALDO DOS COMPONENTES PARA WS-KIT-QTD KITS NO WS-KIT-LOCAL *******
      *    PRO-CODIGO E REGPRO SAO OS DO KIT E SAO RESTAURADOS NO FIM.
      *    RETORNA WS-KIT-FALTA = 1 QUANDO ALGUM COMPONENTE NAO TEM
      *    SALDO NO LOCAL (OU NAO PODE SER LIDO).

       SALDO-KIT.
           MOVE ZEROS TO WS-KIT-FALTA
           MOVE REGPRO TO WS-REGPRO-SALVO
           MOVE PRO-CODIGO TO WS-KIT-CODIGO KIT-CODKIT
           MOVE ZEROS TO KIT-CODCOMP
           START ARQKIT KEY IS NOT LESS THAN CHAVE-KIT
           IF ST-ERRO16 NOT = "00"
             GO TO SALDO-KIT-REST.
       SALDO-KIT-LOOP.
           READ ARQKIT NEXT RECORD
           IF ST-ERRO16 NOT = "00" AND ST-ERRO16 NOT = "02"
             GO TO SALDO-KIT-REST.
           IF KIT-CODKIT NOT = WS-KIT-CODIGO
             GO TO SALDO-KIT-REST.
           MOVE KIT-CODCOMP TO PRO-CODIGO
           READ ARQPRO
           IF ST-ERRO NOT = "00"
             MOVE 1 TO WS-KIT-FALTA
             GO TO SALDO-KIT-REST.
           COMPUTE WS-KIT-COMPQTD = WS-KIT-QTD * KIT-QTD
           MOVE WS-KIT-LOCAL TO WS-LOC-LOCAL
           PERFORM SALDO-LOCAL THRU SALDO-LOCAL-FIM
           IF WS-KIT-COMPQTD > WS-LOC-SALDO
             MOVE 1 TO WS-KIT-FALTA
             GO TO SALDO-KIT-REST.
           GO TO SALDO-KIT-LOOP.
       SALDO-KIT-REST.
           MOVE WS-REGPRO-SALVO TO REGPRO.
       SALDO-KIT-FIM.
           EXIT.

      ****** BAIXA DE UM ITEM DE KIT VENDIDO (CHAMADA PELO ATU-ESTOQUE) *******
      *    GRAVA EM ARQKTP A ESTRUTURA ATUAL DO KIT PARA O ITEM DO
      *    PEDIDO (SUBSTITUINDO A QUE HOUVER) E BAIXA CADA COMPONENTE
      *    POR ELA. O CANCELAMENTO, A ALTERACAO E A DEVOLUCAO (SCE033)
      *    DEVOLVEM PELA MESMA LIGACAO. OS COMPONENTES SAO CONFERIDOS
      *    ANTES DE MEXER NA LIGACAO ANTIGA; SE ALGUM NAO PUDER SER
      *    LANCADO, NADA E BAIXADO E VOLTA WS-KIT-ERRO = 1. A LIGACAO
      *    QUE NAO PUDER SER GRAVADA INTEIRA E APAGADA E TAMBEM VOLTA
      *    WS-KIT-ERRO = 1, SEM BAIXA.

       BAIXA-KIT.
           UNLOCK ARQPRO
           MOVE PRO-CODIGO TO WS-KIT-CODIGO
           PERFORM CONFERE-KIT THRU CONFERE-KIT-FIM
           IF WS-KIT-ERRO = 1
             GO TO BAIXA-KIT-FIM.
           PERFORM APAGA-KTP THRU APAGA-KTP-FIM
           MOVE WS-KIT-CODIGO TO KIT-CODKIT
           MOVE ZEROS TO KIT-CODCOMP
           START ARQKIT KEY IS NOT LESS THAN CHAVE-KIT
           IF ST-ERRO16 NOT = "00"
             GO TO BAIXA-KIT-MOV.
       BAIXA-KIT-LOOP.
           READ ARQKIT NEXT RECORD
           IF ST-ERRO16 NOT = "00" AND ST-ERRO16 NOT = "02"
             GO TO BAIXA-KIT-MOV.
           IF KIT-CODKIT NOT = WS-KIT-CODIGO
             GO TO BAIXA-KIT-MOV.
           MOVE PED-COD TO KTP-PEDCOD
           MOVE PED-ITEM TO KTP-PEDITEM
           MOVE KIT-CODCOMP TO KTP-CODCOMP
           MOVE KIT-CODKIT TO KTP-CODKIT
           MOVE KIT-QTD TO KTP-QTD
           WRITE REGKTP
           IF ST-ERRO17 NOT = "00" AND ST-ERRO17 NOT = "02"
             MOVE "*** ERRO NA GRAVACAO DOS COMPONENTES DO KIT ***"
                  TO MENS
             PERFORM ROT-MENS THRU ROT-MENS-FIM
             MOVE 1 TO WS-KIT-ERRO
             PERFORM APAGA-KTP THRU APAGA-KTP-FIM
             GO TO BAIXA-KIT-FIM.
           GO TO BAIXA-KIT-LOOP.
       BAIXA-KIT-MOV.
           MOVE "S" TO WS-KIT-TIPO
           MOVE PED-QUANTIDADE TO WS-KIT-QTD
           MOVE PED-LOCAL TO WS-KIT-LOCAL
           PERFORM MOVIMENTA-KIT THRU MOVIMENTA-KIT-FIM.
       BAIXA-KIT-FIM.
           EXIT.

      ****** LANCAMENTO DE ESTOQUE DOS COMPONENTES DE UM ITEM DE KIT **********
      *    WS-KIT-TIPO (S = SAIDA, E = ENTRADA), WS-KIT-QTD (EM KITS),
      *    WS-KIT-LOCAL E WS-MOV-ORIGEM CARREGADOS PELO CHAMADOR.
      *    PERCORRE OS COMPONENTES LIGADOS A PED-COD/PED-ITEM EM
      *    ARQKTP E LANCA CADA UM COMO UM PRODUTO COMUM (SALDO TOTAL,
      *    LOCAL, KARDEX E LOTES), COM O KIT EM MOV-CODKIT. REGPRO
      *    VOLTA COMO ESTAVA NA ENTRADA.
      *    O LANCAMENTO E TUDO OU NADA: OS COMPONENTES SAO CONFERIDOS
      *    ANTES (CONFERE-KTP) E, SE MESMO ASSIM UM FALHAR NO MEIO, OS
      *    JA LANCADOS SAO DESFEITOS. NA FALHA VOLTA WS-KIT-ERRO = 1.

       MOVIMENTA-KIT.
           MOVE REGPRO TO WS-REGPRO-SALVO
           MOVE ZEROS TO WS-KIT-ERRO WS-KIT-FEITOS
           PERFORM CONFERE-KTP THRU CONFERE-KTP-FIM
           IF WS-KIT-ERRO = 1
             GO TO MOVIMENTA-KIT-REST.
           MOVE PED-COD TO KTP-PEDCOD
           MOVE PED-ITEM TO KTP-PEDITEM
           MOVE ZEROS TO KTP-CODCOMP
           START ARQKTP KEY IS NOT LESS THAN CHAVE-KTP
           IF ST-ERRO17 NOT = "00"
             GO TO MOVIMENTA-KIT-REST.
       MOVIMENTA-KIT-LOOP.
           READ ARQKTP NEXT RECORD
           IF ST-ERRO17 NOT = "00" AND ST-ERRO17 NOT = "02"
             GO TO MOVIMENTA-KIT-REST.
           IF KTP-PEDCOD NOT = PED-COD OR KTP-PEDITEM NOT = PED-ITEM
             GO TO MOVIMENTA-KIT-REST.
           PERFORM LANCA-COMPONENTE THRU LANCA-COMPONENTE-FIM
           IF WS-KIT-COMPERRO = 1
             GO TO MOVIMENTA-KIT-DESFAZ.
           ADD 1 TO WS-KIT-FEITOS
           GO TO MOVIMENTA-KIT-LOOP.

      *    UM COMPONENTE FALHOU - LANCA AO CONTRARIO OS WS-KIT-FEITOS
      *    PRIMEIROS (MESMA ORDEM DE ARQKTP) E DEVOLVE O TIPO.
       MOVIMENTA-KIT-DESFAZ.
           MOVE 1 TO WS-KIT-ERRO
           MOVE ZEROS TO WS-KIT-DESF
           IF WS-KIT-TIPO = "E"
             MOVE "S" TO WS-KIT-TIPO
           ELSE
             MOVE "E" TO WS-KIT-TIPO.
           MOVE PED-COD TO KTP-PEDCOD
           MOVE PED-ITEM TO KTP-PEDITEM
           MOVE ZEROS TO KTP-CODCOMP
           START ARQKTP KEY IS NOT LESS THAN CHAVE-KTP
           IF ST-ERRO17 NOT = "00"
             GO TO MOVIMENTA-KIT-VOLTA.
       MOVIMENTA-KIT-DESF-LOOP.
           IF WS-KIT-DESF NOT < WS-KIT-FEITOS
             GO TO MOVIMENTA-KIT-VOLTA.
           READ ARQKTP NEXT RECORD
           IF ST-ERRO17 NOT = "00" AND ST-ERRO17 NOT = "02"
             GO TO MOVIMENTA-KIT-VOLTA.
           IF KTP-PEDCOD NOT = PED-COD OR KTP-PEDITEM NOT = PED-ITEM
             GO TO MOVIMENTA-KIT-VOLTA.
           PERFORM LANCA-COMPONENTE THRU LANCA-COMPONENTE-FIM
           ADD 1 TO WS-KIT-DESF
           GO TO MOVIMENTA-KIT-DESF-LOOP.
       MOVIMENTA-KIT-VOLTA.
           IF WS-KIT-TIPO = "E"
             MOVE "S" TO WS-KIT-TIPO
           ELSE
             MOVE "E" TO WS-KIT-TIPO.
       MOVIMENTA-KIT-REST.
           MOVE WS-REGPRO-SALVO TO REGPRO.
       MOVIMENTA-KIT-FIM.
           EXIT.

      ****** LANCAMENTO DE UM COMPONENTE (REGKTP LIDO) DO ITEM DE KIT *********
      *    VOLTA WS-KIT-COMPERRO = 1 QUANDO O COMPONENTE NAO PODE SER
      *    BLOQUEADO OU REGRAVADO, OU O SALDO DO LOCAL NAO PODE SER
      *    LANCADO - NESSE CASO NADA FOI LANCADO NELE.

       LANCA-COMPONENTE.
           MOVE ZEROS TO WS-KIT-COMPERRO
           COMPUTE WS-KIT-COMPQTD = WS-KIT-QTD * KTP-QTD
           MOVE KTP-CODCOMP TO PRO-CODIGO
           PERFORM LE-PRODUTO-LOCK THRU LE-PRODUTO-LOCK-FIM
           IF ST-ERRO NOT = "00"
             MOVE 1 TO WS-KIT-COMPERRO
             GO TO LANCA-COMPONENTE-FIM.
           MOVE WS-KIT-TIPO TO MOV-TIPOMOV
           IF WS-KIT-TIPO = "E"
             ADD WS-KIT-COMPQTD TO PRO-QTDESTOQUE
           ELSE
             SUBTRACT WS-KIT-COMPQTD FROM PRO-QTDESTOQUE.
           MOVE WS-KIT-LOCAL TO WS-LOC-LOCAL
           MOVE WS-KIT-COMPQTD TO WS-LOC-QTD
           PERFORM POSTA-LOCAL THRU POSTA-LOCAL-FIM
           IF WS-LOC-ERRO = 1
             MOVE 1 TO WS-KIT-COMPERRO
             UNLOCK ARQPRO
             GO TO LANCA-COMPONENTE-FIM.
           REWRITE REGPRO
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
             PERFORM DESFAZ-LOCAL THRU DESFAZ-LOCAL-FIM
             MOVE 1 TO WS-KIT-COMPERRO
             UNLOCK ARQPRO
             GO TO LANCA-COMPONENTE-FIM.
           MOVE WS-KIT-COMPQTD TO MOV-QUANTIDADE
           MOVE WS-MOV-ORIGEM TO MOV-ORIGEM
           MOVE KTP-CODKIT TO WS-MOV-CODKIT
           PERFORM GRAVA-MOV THRU GRAVA-MOV-FIM
           MOVE ZEROS TO WS-MOV-CODKIT
           MOVE WS-KIT-COMPQTD TO WS-LOT-QTD
           IF WS-KIT-TIPO = "E"
             PERFORM ESTORNA-LOTES THRU ESTORNA-LOTES-FIM
           ELSE
             PERFORM BAIXA-LOTES THRU BAIXA-LOTES-FIM.
           UNLOCK ARQPRO.
       LANCA-COMPONENTE-FIM.
           EXIT.

      ****** CONFERE SE TODOS OS COMPONENTES LIGADOS AO ITEM PODEM SER ********
      ****** LIDOS E BLOQUEADOS (NADA E LANCADO - SO TESTA O BLOQUEIO) ********

       CONFERE-KTP.
           MOVE PED-COD TO KTP-PEDCOD
           MOVE PED-ITEM TO KTP-PEDITEM
           MOVE ZEROS TO KTP-CODCOMP
           START ARQKTP KEY IS NOT LESS THAN CHAVE-KTP
           IF ST-ERRO17 NOT = "00"
             GO TO CONFERE-KTP-FIM.
       CONFERE-KTP-LOOP.
           READ ARQKTP NEXT RECORD
           IF ST-ERRO17 NOT = "00" AND ST-ERRO17 NOT = "02"
             GO TO CONFERE-KTP-FIM.
           IF KTP-PEDCOD NOT = PED-COD OR KTP-PEDITEM NOT = PED-ITEM
             GO TO CONFERE-KTP-FIM.
           MOVE KTP-CODCOMP TO PRO-CODIGO
           PERFORM LE-PRODUTO-LOCK THRU LE-PRODUTO-LOCK-FIM
           IF ST-ERRO NOT = "00"
             MOVE 1 TO WS-KIT-ERRO
             GO TO CONFERE-KTP-FIM.
           UNLOCK ARQPRO
           GO TO CONFERE-KTP-LOOP.
       CONFERE-KTP-FIM.
           EXIT.

      ****** O MESMO PARA OS COMPONENTES DA ESTRUTURA DO KIT WS-KIT-CODIGO ****
      *    REGPRO VOLTA COMO ESTAVA NA ENTRADA.

       CONFERE-KIT.
           MOVE ZEROS TO WS-KIT-ERRO
           MOVE REGPRO TO WS-REGPRO-SALVO
           MOVE WS-KIT-CODIGO TO KIT-CODKIT
           MOVE ZEROS TO KIT-CODCOMP
           START ARQKIT KEY IS NOT LESS THAN CHAVE-KIT
           IF ST-ERRO16 NOT = "00"
             GO TO CONFERE-KIT-REST.
       CONFERE-KIT-LOOP.
           READ ARQKIT NEXT RECORD
           IF ST-ERRO16 NOT = "00" AND ST-ERRO16 NOT = "02"
             GO TO CONFERE-KIT-REST.
           IF KIT-CODKIT NOT = WS-KIT-CODIGO
             GO TO CONFERE-KIT-REST.
           MOVE KIT-CODCOMP TO PRO-CODIGO
           PERFORM LE-PRODUTO-LOCK THRU LE-PRODUTO-LOCK-FIM
           IF ST-ERRO NOT = "00"
             MOVE 1 TO WS-KIT-ERRO
             GO TO CONFERE-KIT-REST.
           UNLOCK ARQPRO
           GO TO CONFERE-KIT-LOOP.
       CONFERE-KIT-REST.
           MOVE WS-REGPRO-SALVO TO REGPRO.
       CONFERE-KIT-FIM.
           EXIT.

      ****** VERIFICA SE O ITEM PED-COD/PED-ITEM BAIXOU COMPONENTES DE KIT ****

       TEM-KTP.
           MOVE ZEROS TO WS-KTP-ACHOU
           MOVE PED-COD TO KTP-PEDCOD
           MOVE PED-ITEM TO KTP-PEDITEM
           MOVE ZEROS TO KTP-CODCOMP
           START ARQKTP KEY IS NOT LESS THAN CHAVE-KTP
           IF ST-ERRO17 NOT = "00"
             GO TO TEM-KTP-FIM.
           READ ARQKTP NEXT RECORD
           IF ST-ERRO17 = "00" OR ST-ERRO17 = "02"
             IF KTP-PEDCOD = PED-COD AND KTP-PEDITEM = PED-ITEM
               MOVE 1 TO WS-KTP-ACHOU.
       TEM-KTP-FIM.
           EXIT.

      ****** EXCLUSAO DA LIGACAO DE COMPONENTES DO ITEM PED-COD/PED-ITEM ******

       APAGA-KTP.
           MOVE PED-COD TO KTP-PEDCOD
           MOVE PED-ITEM TO KTP-PEDITEM
           MOVE ZEROS TO KTP-CODCOMP
           START ARQKTP KEY IS NOT LESS THAN CHAVE-KTP
           IF ST-ERRO17 NOT = "00"
             GO TO APAGA-KTP-FIM.
       APAGA-KTP-LOOP.
           READ ARQKTP NEXT RECORD
           IF ST-ERRO17 NOT = "00" AND ST-ERRO17 NOT = "02"
             GO TO APAGA-KTP-FIM.
           IF KTP-PEDCOD NOT = PED-COD OR KTP-PEDITEM NOT = PED-ITEM
             GO TO APAGA-KTP-FIM.
           DELETE ARQKTP RECORD
           GO TO APAGA-KTP-LOOP.
       APAGA-KTP-FIM.
           EXIT.

      *** RECALCULO DO VALOR TOTAL DO PEDIDO (SOMA DE TODOS OS ITENS) *********
      *    O FRETE E DO PEDIDO: TRANSPORTADORA, TIPO DE FRETE E DATA DE
      *    ENTREGA VEM DO ITEM 1, O PESO (PRO-PESO) E O VALOR DAS
      *    MERCADORIAS DOS ITENS NAO CANCELADOS. O FRETE CIF ENTRA NO
      *    TOTAL; TRANSPORTADORA, TIPO, FRETE E TOTAL SAO REGRAVADOS EM
      *    TODOS OS ITENS. O IPI DOS ITENS DA VENDA (MESMO CALCULO DA
      *    NOTA) FICA EM WS-VALOR-IPI PARA OS TITULOS.

       RECALC-TOTAL.
           MOVE PED-COD  TO WS-PEDCOD-SALVO.
           MOVE PED-ITEM TO WS-PEDITEM-SALVO.
           MOVE REGPRO TO WS-REGPRO-SALVO
           MOVE ZEROS TO WS-VALORPEDIDO WS-FRT-ITENS WS-FRT-PESO
                         WS-FRT-TRANSP WS-FRT-ENTREGA WS-FRT-CLI
                         WS-VALOR-IPI
           MOVE SPACES TO WS-FRT-TIPO WS-FRT-TIPOPED
           START ARQVEN KEY IS EQUAL TO PED-COD
           IF ST-ERRO NOT = "00"
             GO TO RECALC-RESTAURA.
             GO TO RECALC-GRAVA.
           IF PED-COD NOT = WS-PEDCOD-SALVO
             GO TO RECALC-GRAVA.
           IF PED-ITEM = 1
             MOVE PED-TRANSP      TO WS-FRT-TRANSP
             MOVE PED-TIPOFRETE   TO WS-FRT-TIPO
             MOVE PED-DATAENTREGA TO WS-FRT-ENTREGA
             MOVE PED-TIPOPEDIDO  TO WS-FRT-TIPOPED
             MOVE PED-CLI-CPFCNPJ TO WS-FRT-CLI.
      *    O VALOR DO ITEM ENTRA LIQUIDO DA QUANTIDADE JA DEVOLVIDA
      *    (SCE033) - O TOTAL REGRAVADO E OS TITULOS REGERADOS PELO
      *    GRAVA-TITULO NAO REPOEM O VALOR JA CREDITADO AO CLIENTE.
           IF PED-STATUS = 2
             GO TO RECALC-SOMA.
           COMPUTE WS-VALORPEDIDO = WS-VALORPEDIDO + PED-VALORITEM
                 - (PED-QTDDEVOLVIDA * PED-PRECOUNITARIO).
           ADD 1 TO WS-FRT-ITENS
           MOVE PED-COD-PRO TO PRO-CODIGO
           READ ARQPRO
           IF ST-ERRO NOT = "00"
             GO TO RECALC-SOMA.
           COMPUTE WS-FRT-PESO = WS-FRT-PESO + PRO-PESO
                 * (PED-QUANTIDADE - PED-QTDDEVOLVIDA).
           IF PED-TIPOPEDIDO = 2
             COMPUTE WS-IPI-ITEM ROUNDED = ((PED-VALORITEM
                   - (PED-QTDDEVOLVIDA * PED-PRECOUNITARIO))
                   * PRO-ALIQIPI) / 100
             ADD WS-IPI-ITEM TO WS-VALOR-IPI.
           GO TO RECALC-SOMA.

       RECALC-GRAVA.
           MOVE WS-VALORPEDIDO TO WS-FRT-MERC
           PERFORM CALC-FRETE THRU CALC-FRETE-FIM
           IF WS-FRT-TIPO = "C"
             ADD WS-FRT-VALOR TO WS-VALORPEDIDO.
           MOVE WS-PEDCOD-SALVO TO PED-COD.
           START ARQVEN KEY IS EQUAL TO PED-COD
           IF ST-ERRO NOT = "00"
           IF PED-COD NOT = WS-PEDCOD-SALVO
             GO TO RECALC-RESTAURA.
           MOVE WS-VALORPEDIDO TO PED-VALORTOTAL.
           MOVE WS-FRT-TRANSP  TO PED-TRANSP
           MOVE WS-FRT-TIPO    TO PED-TIPOFRETE
           MOVE WS-FRT-VALOR   TO PED-VALORFRETE
           REWRITE REGVEN.
           GO TO RECALC-ATUALIZA.


       RECALC-RESTAURA.
           UNLOCK ARQVEN
           MOVE WS-REGPRO-SALVO TO REGPRO
           MOVE WS-PEDCOD-SALVO  TO PED-COD.
           MOVE WS-PEDITEM-SALVO TO PED-ITEM.
           READ ARQVEN.
       RECALC-TOTAL-FIM.
           EXIT.

      ****** CALCULO DO FRETE DO PEDIDO ***************************************
      *    SO A VENDA COM ENTREGA E COM ITEM NAO CANCELADO TEM FRETE.
      *    O DESTINO E A UF DO CEP DO CLIENTE (ARQCEP), OU A DO
      *    CADASTRO DO CLIENTE QUANDO O CEP NAO ESTA NA BASE. SEM
      *    TRANSPORTADORA NO PEDIDO ESCOLHE A ATIVA DE MENOR FRETE,
      *    QUE FICA GRAVADA - PARA ESCOLHER DE NOVO, ZERE A
      *    TRANSPORTADORA NA ALTERACAO DO ITEM 1. RETORNA
      *    WS-FRT-TRANSP E WS-FRT-VALOR; WS-FRT-SEMTAB = 1 QUANDO NAO
      *    HA TABELA DE FRETE QUE ATENDA O DESTINO.

       CALC-FRETE.
           MOVE ZEROS TO WS-FRT-VALOR WS-FRT-SEMTAB
           IF WS-FRT-TIPO = SPACES
             MOVE "C" TO WS-FRT-TIPO.
           IF WS-FRT-TIPOPED NOT = 2 OR WS-FRT-ENTREGA = ZEROS
             MOVE ZEROS TO WS-FRT-TRANSP
             GO TO CALC-FRETE-FIM.
           IF WS-FRT-ITENS = ZEROS
             GO TO CALC-FRETE-FIM.
           IF WS-TRA-ATIVO = ZEROS OR WS-FRT-ATIVO = ZEROS
             MOVE 1 TO WS-FRT-SEMTAB
             GO TO CALC-FRETE-FIM.
           MOVE WS-FRT-CLI TO CLI-CPFCNPJ
           READ ARQCLI
           IF ST-ERRO NOT = "00"
             MOVE 1 TO WS-FRT-SEMTAB
             GO TO CALC-FRETE-FIM.
           MOVE CLI-CEP    TO WS-FRT-CEP CEP-NUMCEP
           MOVE CLI-ESTADO TO WS-FRT-UF
           READ ARQCEP
           IF ST-ERRO = "00" AND CEP-UF NOT = SPACES
             MOVE CEP-UF TO WS-FRT-UF.
           IF WS-FRT-TRANSP NOT = ZEROS
             GO TO CALC-FRETE-TRANSP.

           MOVE ZEROS TO WS-FRT-MELHOR-TRA WS-FRT-MELHOR-VLR TRA-CODIGO
           START ARQTRA KEY IS NOT LESS THAN TRA-CODIGO
           IF ST-ERRO18 NOT = "00"
             GO TO CALC-FRETE-ESCOLHIDA.
       CALC-FRETE-ESCOLHE.
           READ ARQTRA NEXT RECORD
           IF ST-ERRO18 NOT = "00"
             GO TO CALC-FRETE-ESCOLHIDA.
           IF TRA-SITUACAO = "I"
             GO TO CALC-FRETE-ESCOLHE.
           PERFORM FRETE-TABELA THRU FRETE-TABELA-FIM
           IF WS-FRT-ACHOU = 1
             IF WS-FRT-MELHOR-TRA = ZEROS
             OR WS-FRT-CALC < WS-FRT-MELHOR-VLR
               MOVE TRA-CODIGO  TO WS-FRT-MELHOR-TRA
               MOVE WS-FRT-CALC TO WS-FRT-MELHOR-VLR.
           GO TO CALC-FRETE-ESCOLHE.
       CALC-FRETE-ESCOLHIDA.
           IF WS-FRT-MELHOR-TRA = ZEROS
             MOVE 1 TO WS-FRT-SEMTAB
             GO TO CALC-FRETE-FIM.
           MOVE WS-FRT-MELHOR-TRA TO WS-FRT-TRANSP
           MOVE WS-FRT-MELHOR-VLR TO WS-FRT-CALC
           GO TO CALC-FRETE-VALOR.

       CALC-FRETE-TRANSP.
           MOVE WS-FRT-TRANSP TO TRA-CODIGO
           READ ARQTRA
           IF ST-ERRO18 NOT = "00"
             MOVE 1 TO WS-FRT-SEMTAB
             GO TO CALC-FRETE-FIM.
           PERFORM FRETE-TABELA THRU FRETE-TABELA-FIM
           IF WS-FRT-ACHOU NOT = 1
             MOVE 1 TO WS-FRT-SEMTAB
             GO TO CALC-FRETE-FIM.
       CALC-FRETE-VALOR.
           IF WS-FRT-CALC > 99999,99
             MOVE 99999,99 TO WS-FRT-VALOR
           ELSE
             MOVE WS-FRT-CALC TO WS-FRT-VALOR.
       CALC-FRETE-FIM.
           EXIT.

      ****** FRETE DE UMA TRANSPORTADORA PELA TABELA (ARQFRT) *****************
      *    REGTRA CARREGADO PELO CHAMADOR. A FAIXA E DE PESO OU DE
      *    VALOR CONFORME TRA-BASE: VALE A MENOR FAIXA QUE COMPORTA O
      *    PEDIDO; ACIMA DA MAIOR FAIXA VALE A MAIOR. RETORNA
      *    WS-FRT-ACHOU = 1 E O FRETE EM WS-FRT-CALC.

       FRETE-TABELA.
           MOVE ZEROS TO WS-FRT-ACHOU WS-FRT-CALC
           MOVE ZEROS TO WS-FRT-CANDIDATOS
           IF TRA-BASE = "V"
             MOVE WS-FRT-MERC TO WS-FRT-MEDIDA
           ELSE
             MOVE WS-FRT-PESO TO WS-FRT-MEDIDA.
           MOVE TRA-CODIGO TO FRT-TRANSP
           MOVE WS-FRT-UF  TO FRT-UF
           MOVE ZEROS TO FRT-CEPINI FRT-FAIXA
           START ARQFRT KEY IS NOT LESS THAN CHAVE-FRT
           IF ST-ERRO19 NOT = "00"
             GO TO FRETE-TABELA-FIM.
       FRETE-TABELA-LOOP.
           READ ARQFRT NEXT RECORD
           IF ST-ERRO19 NOT = "00"
             GO TO FRETE-TABELA-ESCOLHE.
           IF FRT-TRANSP NOT = TRA-CODIGO OR FRT-UF NOT = WS-FRT-UF
             GO TO FRETE-TABELA-ESCOLHE.
           IF FRT-CEPINI = ZEROS
             MOVE 1 TO WS-FRT-CLASSE
           ELSE
             IF WS-FRT-CEP < FRT-CEPINI OR WS-FRT-CEP > FRT-CEPFIM
               GO TO FRETE-TABELA-LOOP
             ELSE
               MOVE 2 TO WS-FRT-CLASSE.
           IF FRT-FAIXA NOT < WS-FRT-MEDIDA
             IF WS-FRC-FIT-OK (WS-FRT-CLASSE) = ZEROS
             OR FRT-FAIXA < WS-FRC-FIT-FAIXA (WS-FRT-CLASSE)
               MOVE 1           TO WS-FRC-FIT-OK (WS-FRT-CLASSE)
               MOVE FRT-FAIXA   TO WS-FRC-FIT-FAIXA (WS-FRT-CLASSE)
               MOVE FRT-VALOR   TO WS-FRC-FIT-VALOR (WS-FRT-CLASSE)
               MOVE FRT-PERCENT TO WS-FRC-FIT-PERC (WS-FRT-CLASSE).
           IF WS-FRC-MAX-OK (WS-FRT-CLASSE) = ZEROS
           OR FRT-FAIXA > WS-FRC-MAX-FAIXA (WS-FRT-CLASSE)
             MOVE 1           TO WS-FRC-MAX-OK (WS-FRT-CLASSE)
             MOVE FRT-FAIXA   TO WS-FRC-MAX-FAIXA (WS-FRT-CLASSE)
             MOVE FRT-VALOR   TO WS-FRC-MAX-VALOR (WS-FRT-CLASSE)
             MOVE FRT-PERCENT TO WS-FRC-MAX-PERC (WS-FRT-CLASSE).
           GO TO FRETE-TABELA-LOOP.
       FRETE-TABELA-ESCOLHE.
           IF WS-FRC-MAX-OK (2) = 1
             MOVE 2 TO WS-FRT-CLASSE
           ELSE
             IF WS-FRC-MAX-OK (1) = 1
               MOVE 1 TO WS-FRT-CLASSE
             ELSE
               GO TO FRETE-TABELA-FIM.
           MOVE 1 TO WS-FRT-ACHOU
           IF WS-FRC-FIT-OK (WS-FRT-CLASSE) = 1
             COMPUTE WS-FRT-CALC ROUNDED =
                     WS-FRC-FIT-VALOR (WS-FRT-CLASSE)
                   + WS-FRT-MERC * WS-FRC-FIT-PERC (WS-FRT-CLASSE)
                   / 100
           ELSE
             COMPUTE WS-FRT-CALC ROUNDED =
                     WS-FRC-MAX-VALOR (WS-FRT-CLASSE)
                   + WS-FRT-MERC * WS-FRC-MAX-PERC (WS-FRT-CLASSE)
                   / 100.
       FRETE-TABELA-FIM.
           EXIT.

      ****** FRETE NA TELA DEPOIS DA GRAVACAO *********************************

       AVISA-FRETE.
           DISPLAY TPED-TRANSP TPED-TIPOFRETE TPED-VALORFRETE
                   TPED-VALORTOTAL
           IF WS-FRT-SEMTAB = 1
             MOVE "*** SEM TABELA DE FRETE PARA O DESTINO ***" TO MENS
             PERFORM ROT-MENS THRU ROT-MENS-FIM.
       AVISA-FRETE-FIM.
           EXIT.

      *********** ROTINAS DE CONSULTA / ALTERAÇÃO / EXCLUSÃO ******************

       ACE-001.
                  DISPLAY (19, 18) MENS
                IF WS-OPCAO = "L"
                  GO TO LIB-OPC.
                IF WS-OPCAO = "A" AND PED-CONTRATO NOT = ZEROS
                  MOVE "*** ITEM DE CONTRATO - ALTERE O CONTRATO ***"
                       TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO R1.
                IF WS-OPCAO = "N"
                  GO TO R1
                ELSE
                    MOVE PED-TIPOPEDIDO TO WS-ALT-TIPO-ANT
                    MOVE PED-COD-PRO    TO WS-ALT-PROD-ANT
                    MOVE PED-QUANTIDADE TO WS-ALT-QTD-ANT
                    MOVE PED-LOCAL      TO WS-ALT-LOCAL-ANT
                    GO TO R3
                ELSE
                  IF WS-OPCAO = "S"

       EXC-DL1.
           MOVE PED-COD TO WS-PEDCOD-SALVO
           MOVE ZEROS TO WS-EXC-INCOMPLETA
           START ARQVEN KEY IS EQUAL TO PED-COD
           IF ST-ERRO NOT = "00"
             MOVE "ERRO NO CANCELAMENTO DO PEDIDO " TO MENS
           UNLOCK ARQVEN
           MOVE WS-PEDCOD-SALVO TO PED-COD
           PERFORM RECALC-TOTAL THRU RECALC-TOTAL-FIM
      *    ITEM QUE NAO PODE SER CANCELADO CONTINUA ATIVO - OS TITULOS
      *    SAO REFEITOS PELO TOTAL QUE SOBROU EM VEZ DE CANCELADOS E A
      *    NOTA FISCAL CONTINUA AUTORIZADA. SO O CANCELAMENTO COMPLETO
      *    CANCELA OS TITULOS E A NOTA.
           IF WS-EXC-INCOMPLETA = 1
             PERFORM GRAVA-TITULO THRU GRAVA-TITULO-FIM
           ELSE
             PERFORM CANCELA-TITULO THRU CANCELA-TITULO-FIM
             PERFORM EXC-DL-NF THRU EXC-DL-NF-FIM.
           MOVE "CANCELAMENTO" TO LOG-OPERACAO
           MOVE WS-PEDCOD-SALVO TO LOG-CHAVE
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM
           IF WS-EXC-INCOMPLETA = 1
             MOVE "*** CANCELAMENTO PARCIAL - HA ITEM ATIVO ***" TO MENS
             PERFORM ROT-MENS THRU ROT-MENS-FIM
             GO TO R1.
           MOVE "*** PEDIDO CANCELADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.
           IF ST-ERRO NOT = "00"
             MOVE "*** ERRO NA LEITURA ARQUIVO PRODUTO ***" TO MENS
             PERFORM ROT-MENS THRU ROT-MENS-FIM
             MOVE 1 TO WS-EXC-INCOMPLETA
             GO TO EXC-DL-CANCELA-FIM.

           MOVE ZEROS TO WS-KIT-ERRO
           PERFORM REVERTE-ESTOQUE THRU REVERTE-ESTOQUE-FIM
           IF WS-KIT-ERRO = 1
             MOVE "*** ESTOQUE EM USO - ITEM NAO CANCELADO ***" TO MENS
             PERFORM ROT-MENS THRU ROT-MENS-FIM
             MOVE 1 TO WS-EXC-INCOMPLETA
             GO TO EXC-DL-CANCELA-FIM.
           MOVE 2 TO PED-STATUS
           REWRITE REGVEN.
       EXC-DL-CANCELA-FIM.
           EXIT.

      ****** CANCELAMENTO DA NOTA DO PEDIDO TODO CANCELADO ********************
      *    O TIPO DO PEDIDO E LIDO DO ITEM 1 - REGVEN PODE ESTAR COM O
      *    ULTIMO REGISTRO LIDO NO LOOP DO CANCELAMENTO.

       EXC-DL-NF.
           MOVE WS-PEDCOD-SALVO TO PED-COD
           MOVE 1 TO PED-ITEM
           READ ARQVEN
           IF ST-ERRO = "00"
             PERFORM CANCELA-NF THRU CANCELA-NF-FIM.
       EXC-DL-NF-FIM.
           EXIT.

      ****** LIBERACAO DE PEDIDO RASCUNHO (GERADO PELO SCE020) ****************
      *    CADA ITEM EM SITUACAO 3 VOLTA A 1, O ESTOQUE E LANCADO COM
      *    ORIGEM LIBERACAO E, AO FINAL, O TOTAL E O TITULO DO PEDIDO
      *    SAO GERADOS COMO EM UMA INCLUSAO NORMAL.

       LIB-OPC.
           IF PED-STATUS = 1 AND PED-TIPOPEDIDO = 2
             GO TO LIB-NF.
           IF PED-STATUS NOT = 3
             MOVE "*** PEDIDO NAO E RASCUNHO ***" TO MENS
             PERFORM ROT-MENS THRU ROT-MENS-FIM
           READ ARQPRO
           IF ST-ERRO NOT = "00"
             GO TO LIB-CHK-LOOP.
           PERFORM CHECA-KIT THRU CHECA-KIT-FIM
           IF WS-KIT-ACHOU = 1
             MOVE PED-QUANTIDADE TO WS-KIT-QTD
             MOVE PED-LOCAL TO WS-KIT-LOCAL
             PERFORM SALDO-KIT THRU SALDO-KIT-FIM
             IF WS-KIT-FALTA = 1
               MOVE WS-REGVEN-SALVO TO REGVEN
               MOVE "*** FALTA ESTOQUE DE COMPONENTE DO KIT ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1
             ELSE
               GO TO LIB-CHK-LOOP.
           MOVE PED-LOCAL TO WS-LOC-LOCAL
           PERFORM SALDO-LOCAL THRU SALDO-LOCAL-FIM
           IF PED-QUANTIDADE > WS-LOC-SALDO
             MOVE WS-REGVEN-SALVO TO REGVEN
             MOVE "*** ESTOQUE INSUFICIENTE NO LOCAL ***" TO MENS
             PERFORM ROT-MENS THRU ROT-MENS-FIM
             GO TO R1.
           GO TO LIB-CHK-LOOP.

       LIB-DL1.
           MOVE PED-COD TO WS-PEDCOD-SALVO
           MOVE ZEROS TO WS-LIB-INCOMPLETA
           START ARQVEN KEY IS EQUAL TO PED-COD
           IF ST-ERRO NOT = "00"
             MOVE "ERRO NA LIBERACAO DO PEDIDO " TO MENS
               MOVE "*** ITEM EM USO - LIBERACAO INCOMPLETA ***"
                    TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               MOVE 1 TO WS-LIB-INCOMPLETA
               GO TO LIB-DL-FIM.
           MOVE ZEROS TO WS-LOCK-TENTA
           IF ST-ERRO = "10"
             GO TO LIB-DL-FIM.
           IF ST-ERRO NOT = "00"
             MOVE 1 TO WS-LIB-INCOMPLETA
             GO TO LIB-DL-FIM.
           IF PED-COD NOT = WS-PEDCOD-SALVO
             GO TO LIB-DL-FIM.
           MOVE "LIBERACAO" TO LOG-OPERACAO
           MOVE WS-PEDCOD-SALVO TO LOG-CHAVE
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM
      *    SOBRANDO ITEM EM RASCUNHO A NOTA NAO SAI - O OPERADOR LIBERA
      *    O RESTANTE DEPOIS (L DE NOVO) E A NOTA E EMITIDA ENTAO.
           IF WS-LIB-INCOMPLETA = 1
             MOVE "*** LIBERACAO PARCIAL - NOTA NAO EMITIDA ***" TO MENS
             PERFORM ROT-MENS THRU ROT-MENS-FIM
             GO TO R1.
           MOVE "*** PEDIDO LIBERADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           IF PED-TIPOPEDIDO = 2
             PERFORM EMITE-NF THRU EMITE-NF-FIM
             PERFORM ROT-MENS THRU ROT-MENS-FIM.
           GO TO R1.

      ****** EMISSAO DA NOTA DE UMA VENDA JA ATIVA ****************************
      *    A VENDA DIGITADA DIRETO NO SCE005 NASCE ATIVA, SEM PASSAR
      *    PELA LIBERACAO DO RASCUNHO - NELA O L SO EMITE A NOTA
      *    FISCAL, QUANDO O PEDIDO AINDA NAO TEM NOTA AUTORIZADA.

       LIB-NF.
           DISPLAY (19, 16) "Deseja EMITIR A NOTA? (S/N) : ".
           ACCEPT (19, 47) WS-OPCAO
           MOVE SPACES TO MENS
           DISPLAY (19, 16) MENS
           IF WS-OPCAO = "N" OR "n"
             GO TO R1.
           IF WS-OPCAO NOT = "S" AND "s"
             MOVE "*** DIGITE APENAS S = SIM OU N = NAO ***" TO MENS
             PERFORM ROT-MENS THRU ROT-MENS-FIM
             GO TO LIB-NF.
           MOVE PED-COD TO WS-PEDCOD-SALVO
           UNLOCK ARQVEN
           PERFORM EMITE-NF THRU EMITE-NF-FIM
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.

      ****** LIBERACAO E LANCAMENTO DE ESTOQUE DE UM ITEM RASCUNHO ************

       LIB-DL-ITEM.
           MOVE ZEROS TO WS-KIT-ERRO
           MOVE PED-COD-PRO TO PRO-CODIGO
           PERFORM LE-PRODUTO-LOCK THRU LE-PRODUTO-LOCK-FIM
           IF ST-ERRO NOT = "00"
             MOVE "*** ERRO NA LEITURA ARQUIVO PRODUTO ***" TO MENS
             PERFORM ROT-MENS THRU ROT-MENS-FIM
             MOVE 1 TO WS-LIB-INCOMPLETA
             GO TO LIB-DL-ITEM-FIM.

      ****** COMPRA LIBERADA FICA AGUARDANDO O RECEBIMENTO FISICO *************
             PERFORM ATU-ESTOQUE THRU ATU-ESTOQUE-FIM
           ELSE
             UNLOCK ARQPRO.
      *    ITEM (OU KIT) QUE NAO PODE SER BAIXADO VOLTA A RASCUNHO.
           IF WS-KIT-ERRO = 1
             MOVE "*** ESTOQUE EM USO - ITEM FICA EM RASCUNHO ***"
                  TO MENS
             PERFORM ROT-MENS THRU ROT-MENS-FIM
             PERFORM APAGA-KTP THRU APAGA-KTP-FIM
             MOVE 3 TO PED-STATUS
             REWRITE REGVEN
             MOVE 1 TO WS-LIB-INCOMPLETA.
       LIB-DL-ITEM-FIM.
           EXIT.

                  TO MENS
             PERFORM ROT-MENS THRU ROT-MENS-FIM
             GO TO R1.
           IF PED-TIPOPEDIDO = 2
             MOVE PED-COD TO WS-NF-PEDCOD
             PERFORM CONSULTA-NF THRU CONSULTA-NF-FIM
             IF WS-NF-EXISTE = 1
               MOVE "*** PEDIDO COM NOTA EMITIDA - NAO ALTERA ***"
                    TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1.
           MOVE PED-DATA TO WS-FEC-DATA
           PERFORM CHECA-FECHAMENTO THRU CHECA-FECHAMENTO-FIM
           IF WS-FEC-BLOQ = 1
             GO TO ALT-OPC.

       ALT-RW1.
           MOVE ZEROS TO WS-KIT-ERRO
           PERFORM ALT-REVERTE-ANT THRU ALT-REVERTE-ANT-FIM
           IF WS-KIT-ERRO = 1
             MOVE "*** ESTOQUE EM USO - ITEM NAO ALTERADO ***" TO MENS
             PERFORM ROT-MENS THRU ROT-MENS-FIM
             GO TO R1.
           PERFORM ALT-APLICA-NOVO THRU ALT-APLICA-NOVO-FIM

      *    WS-ALT-ESTOQUE-OK 0 = SEM SALDO NO LOCAL, 2 = ESTOQUE EM USO
      *    OU NAO GRAVADO.
           IF WS-ALT-ESTOQUE-OK NOT = 1
             PERFORM ALT-DESFAZ-REVERTE THRU ALT-DESFAZ-REVERTE-FIM
             IF WS-ALT-ESTOQUE-OK = 2
               MOVE "*** ESTOQUE EM USO - ITEM NAO ALTERADO ***"
                    TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R6
             ELSE
               MOVE "*** ESTOQUE INSUFICIENTE NO LOCAL ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R6.

      *    A ALTERACAO PODE TROCAR O TIPO DO PEDIDO - A SITUACAO
      *    ACOMPANHA O TIPO NOVO. COMPRA VOLTA A AGUARDAR O
           IF ST-ERRO = "00" OR ST-ERRO = "02"
             PERFORM RECALC-TOTAL THRU RECALC-TOTAL-FIM
             PERFORM GRAVA-TITULO THRU GRAVA-TITULO-FIM
             PERFORM AVISA-FRETE THRU AVISA-FRETE-FIM
             MOVE "ALTERACAO" TO LOG-OPERACAO
             MOVE PED-COD TO LOG-CHAVE
             PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM
      *    ENTAO NAO HA O QUE ESTORNAR.
           IF WS-ALT-TIPO-ANT = 1
             GO TO ALT-REVERTE-ANT-FIM.
      *    ITEM QUE ERA KIT DEVOLVE OS COMPONENTES BAIXADOS. A LIGACAO
      *    EM ARQKTP FICA ATE O ALT-APLICA-NOVO (PARA O DESFAZER).
           PERFORM TEM-KTP THRU TEM-KTP-FIM
           IF WS-KTP-ACHOU = 1
             MOVE "E" TO WS-KIT-TIPO
             MOVE WS-ALT-QTD-ANT TO WS-KIT-QTD
             MOVE WS-ALT-LOCAL-ANT TO WS-KIT-LOCAL
             MOVE "ALTERACAO" TO WS-MOV-ORIGEM
             PERFORM MOVIMENTA-KIT THRU MOVIMENTA-KIT-FIM
             GO TO ALT-REVERTE-ANT-FIM.
      *    PRODUTO, LOCAL OU TOTAL QUE NAO PUDER SER GRAVADO VOLTA
      *    WS-KIT-ERRO = 1 SEM NADA ESTORNADO - A ALTERACAO PARA.
           MOVE WS-ALT-PROD-ANT TO PRO-CODIGO
           PERFORM LE-PRODUTO-LOCK THRU LE-PRODUTO-LOCK-FIM
           IF ST-ERRO NOT = "00"
             MOVE 1 TO WS-KIT-ERRO
             GO TO ALT-REVERTE-ANT-FIM.
           MOVE "E" TO MOV-TIPOMOV
           ADD WS-ALT-QTD-ANT TO PRO-QTDESTOQUE
           MOVE WS-ALT-LOCAL-ANT TO WS-LOC-LOCAL
           MOVE WS-ALT-QTD-ANT TO WS-LOC-QTD
           PERFORM POSTA-LOCAL THRU POSTA-LOCAL-FIM
           IF WS-LOC-ERRO = 1
             MOVE 1 TO WS-KIT-ERRO
             UNLOCK ARQPRO
             GO TO ALT-REVERTE-ANT-FIM.
           REWRITE REGPRO
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
             PERFORM DESFAZ-LOCAL THRU DESFAZ-LOCAL-FIM
             MOVE 1 TO WS-KIT-ERRO
             UNLOCK ARQPRO
             GO TO ALT-REVERTE-ANT-FIM.
           MOVE WS-ALT-QTD-ANT TO MOV-QUANTIDADE
           MOVE "ALTERACAO" TO MOV-ORIGEM
           PERFORM GRAVA-MOV THRU GRAVA-MOV-FIM
           MOVE WS-ALT-QTD-ANT TO WS-LOT-QTD
           PERFORM ESTORNA-LOTES THRU ESTORNA-LOTES-FIM
           UNLOCK ARQPRO.
       ALT-REVERTE-ANT-FIM.
           EXIT.

           MOVE 1 TO WS-ALT-ESTOQUE-OK
      *    COMPRA SO LANCA ESTOQUE NO RECEBIMENTO (SCE029).
           IF PED-TIPOPEDIDO = 1
             PERFORM APAGA-KTP THRU APAGA-KTP-FIM
             GO TO ALT-APLICA-NOVO-FIM.
           MOVE PED-COD-PRO TO PRO-CODIGO
           PERFORM CHECA-KIT THRU CHECA-KIT-FIM
           IF WS-KIT-ACHOU = 1
             GO TO ALT-APLICA-NOVO-KIT.
           PERFORM LE-PRODUTO-LOCK THRU LE-PRODUTO-LOCK-FIM
           IF ST-ERRO = "00"
             MOVE PED-LOCAL TO WS-LOC-LOCAL
             PERFORM SALDO-LOCAL THRU SALDO-LOCAL-FIM
             IF PED-QUANTIDADE > WS-LOC-SALDO
               MOVE 0 TO WS-ALT-ESTOQUE-OK
             END-IF
             IF WS-ALT-ESTOQUE-OK = 1
               MOVE "ALTERACAO" TO WS-MOV-ORIGEM
               PERFORM ATU-ESTOQUE THRU ATU-ESTOQUE-FIM
               IF WS-KIT-ERRO = 1
                 MOVE 2 TO WS-ALT-ESTOQUE-OK
               ELSE
                 PERFORM APAGA-KTP THRU APAGA-KTP-FIM
               END-IF
             END-IF
           END-IF.
           GO TO ALT-APLICA-NOVO-FIM.

      *    KIT - CONFERE OS COMPONENTES; A BAIXA REGRAVA A LIGACAO.
       ALT-APLICA-NOVO-KIT.
           READ ARQPRO
           IF ST-ERRO NOT = "00"
             MOVE 0 TO WS-ALT-ESTOQUE-OK
             GO TO ALT-APLICA-NOVO-FIM.
           MOVE PED-QUANTIDADE TO WS-KIT-QTD
           MOVE PED-LOCAL TO WS-KIT-LOCAL
           PERFORM SALDO-KIT THRU SALDO-KIT-FIM
           IF WS-KIT-FALTA = 1
             MOVE 0 TO WS-ALT-ESTOQUE-OK
             GO TO ALT-APLICA-NOVO-FIM.
           MOVE "ALTERACAO" TO WS-MOV-ORIGEM
           PERFORM ATU-ESTOQUE THRU ATU-ESTOQUE-FIM
           IF WS-KIT-ERRO = 1
             MOVE 2 TO WS-ALT-ESTOQUE-OK.
       ALT-APLICA-NOVO-FIM.
           EXIT.

      *    COMPRA NAO TEVE ESTORNO NO ALT-REVERTE-ANT, NADA A DESFAZER.
           IF WS-ALT-TIPO-ANT = 1
             GO TO ALT-DESFAZ-REVERTE-FIM.
           PERFORM TEM-KTP THRU TEM-KTP-FIM
           IF WS-KTP-ACHOU = 1
             MOVE "S" TO WS-KIT-TIPO
             MOVE WS-ALT-QTD-ANT TO WS-KIT-QTD
             MOVE WS-ALT-LOCAL-ANT TO WS-KIT-LOCAL
             MOVE "ALTERACAO" TO WS-MOV-ORIGEM
             PERFORM MOVIMENTA-KIT THRU MOVIMENTA-KIT-FIM
             IF WS-KIT-ERRO = 1
               MOVE "*** ERRO AO REFAZER A BAIXA DO KIT ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ALT-DESFAZ-REVERTE-FIM
             ELSE
               GO TO ALT-DESFAZ-REVERTE-FIM.
           MOVE WS-ALT-PROD-ANT TO PRO-CODIGO
           PERFORM LE-PRODUTO-LOCK THRU LE-PRODUTO-LOCK-FIM
           IF ST-ERRO NOT = "00"
             GO TO ALT-DESFAZ-REVERTE-ERRO.
           MOVE "S" TO MOV-TIPOMOV
           SUBTRACT WS-ALT-QTD-ANT FROM PRO-QTDESTOQUE
           MOVE WS-ALT-LOCAL-ANT TO WS-LOC-LOCAL
           MOVE WS-ALT-QTD-ANT TO WS-LOC-QTD
           PERFORM POSTA-LOCAL THRU POSTA-LOCAL-FIM
           IF WS-LOC-ERRO = 1
             UNLOCK ARQPRO
             GO TO ALT-DESFAZ-REVERTE-ERRO.
           REWRITE REGPRO
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
             PERFORM DESFAZ-LOCAL THRU DESFAZ-LOCAL-FIM
             UNLOCK ARQPRO
             GO TO ALT-DESFAZ-REVERTE-ERRO.
           MOVE WS-ALT-QTD-ANT TO MOV-QUANTIDADE
           MOVE "ALTERACAO" TO MOV-ORIGEM
           PERFORM GRAVA-MOV THRU GRAVA-MOV-FIM
           MOVE WS-ALT-QTD-ANT TO WS-LOT-QTD
           PERFORM BAIXA-LOTES THRU BAIXA-LOTES-FIM
           UNLOCK ARQPRO
           GO TO ALT-DESFAZ-REVERTE-FIM.
       ALT-DESFAZ-REVERTE-ERRO.
           MOVE "*** ERRO AO REFAZER A BAIXA DO ITEM ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       ALT-DESFAZ-REVERTE-FIM.
           EXIT.

      *    O CHAMADOR CARREGA MOV-TIPOMOV, MOV-QUANTIDADE E MOV-ORIGEM
      *    E DEIXA EM REGPRO O PRODUTO JA ATUALIZADO - O SALDO GRAVADO
      *    E O SALDO APOS O LANCAMENTO. A NUMERACAO VEM DO ARQCTL.
      *    WS-MOV-CODKIT SO VEM PREENCHIDO NO MOVIMENTA-KIT.

       GRAVA-MOV.
           MOVE "MOVIMENTO " TO CTL-CHAVE
           MOVE PED-ITEM TO MOV-PEDITEM
           MOVE PRO-QTDESTOQUE TO MOV-SALDOAPOS
           MOVE WS-OPERADOR TO MOV-OPERADOR
           MOVE WS-MOV-CODKIT TO MOV-CODKIT
           WRITE REGMOV
           IF ST-ERRO5 NOT = "00" AND ST-ERRO5 NOT = "02"
             MOVE "*** ERRO NA GRAVACAO DO MOVIMENTO ***" TO MENS
       GRAVA-MOV-FIM.
           EXIT.

      ***** BAIXA DA VENDA NOS LOTES - VENCIMENTO MAIS PROXIMO PRIMEIRO *****
      *    PRO-CODIGO E WS-LOT-QTD CARREGADOS PELO CHAMADOR. LE OS
      *    LOTES DO PRODUTO NA ORDEM DA VALIDADE, PULANDO OS JA
      *    VENCIDOS (ESSES SAEM POR AJUSTE NO SCE013), E GRAVA EM
      *    ARQLTP O QUE FOI TIRADO DE CADA LOTE PARA O ITEM DO PEDIDO.
      *    O QUE OS LOTES NAO COBRIREM SAI DO ESTOQUE SEM LOTE.

       BAIXA-LOTES.
           ACCEPT WS-LOT-HOJE FROM DATE YYYYMMDD
           MOVE PRO-CODIGO TO LOT-CODPRO
           MOVE WS-LOT-HOJE TO LOT-VALIDADE
           MOVE SPACES TO LOT-NUMERO
           START ARQLOT KEY IS NOT LESS THAN CHAVE-LOT
           IF ST-ERRO14 NOT = "00"
             GO TO BAIXA-LOTES-FIM.
       BAIXA-LOTES-LOOP.
           IF WS-LOT-QTD = ZEROS
             GO TO BAIXA-LOTES-FIM.
           READ ARQLOT NEXT RECORD
           IF ST-ERRO14 NOT = "00" AND ST-ERRO14 NOT = "02"
             GO TO BAIXA-LOTES-FIM.
           IF LOT-CODPRO NOT = PRO-CODIGO
             GO TO BAIXA-LOTES-FIM.
           IF LOT-QTDSALDO = ZEROS
             GO TO BAIXA-LOTES-LOOP.
           MOVE CHAVE-LOT TO WS-LOT-CHAVE
           MOVE ZEROS TO WS-LOCK-TENTA.
       BAIXA-LOTES-LE.
           READ ARQLOT WITH LOCK
           IF ST-ERRO14 = "99"
             ADD 1 TO WS-LOCK-TENTA
             IF WS-LOCK-TENTA < 30
               CALL "C$SLEEP" USING WS-DELAY
               MOVE WS-LOT-CHAVE TO CHAVE-LOT
               GO TO BAIXA-LOTES-LE
             ELSE
               MOVE "*** LOTE EM USO - SAIDA SEM BAIXA DO LOTE ***"
                    TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO BAIXA-LOTES-FIM.
           MOVE ZEROS TO WS-LOCK-TENTA
           IF ST-ERRO14 NOT = "00"
             GO TO BAIXA-LOTES-FIM.
           IF LOT-QTDSALDO > WS-LOT-QTD
             MOVE WS-LOT-QTD TO WS-LOT-PARTE
           ELSE
             MOVE LOT-QTDSALDO TO WS-LOT-PARTE.
      *    A LIGACAO COM O ITEM (ARQLTP) E GRAVADA COM O LOTE AINDA
      *    BLOQUEADO E DESFEITA SE A BAIXA DO LOTE FALHAR, PARA LOTE E
      *    LIGACAO NAO FICAREM DIFERENTES. WS-LOT-NOVO: 1 = LIGACAO
      *    NOVA, 2 = CHAVE JA USADA POR OUTRO COMPONENTE (SEM LIGACAO).
      *    ERRO DE GRAVACAO ENCERRA A BAIXA DO ITEM NOS LOTES.
           MOVE PED-COD TO LTP-PEDCOD
           MOVE PED-ITEM TO LTP-PEDITEM
           MOVE LOT-VALIDADE TO LTP-VALIDADE
           MOVE LOT-NUMERO TO LTP-NUMERO
           READ ARQLTP
           IF ST-ERRO15 NOT = "00"
             MOVE 1 TO WS-LOT-NOVO
             MOVE PRO-CODIGO TO LTP-CODPRO
             MOVE WS-LOT-PARTE TO LTP-QTD
             WRITE REGLTP
           ELSE
             IF LTP-CODPRO = PRO-CODIGO
               MOVE ZEROS TO WS-LOT-NOVO
               ADD WS-LOT-PARTE TO LTP-QTD
               REWRITE REGLTP
             ELSE
               MOVE 2 TO WS-LOT-NOVO.
           IF ST-ERRO15 NOT = "00" AND ST-ERRO15 NOT = "02"
             UNLOCK ARQLOT
             MOVE "*** ERRO NA GRAVACAO DO LOTE DO ITEM ***" TO MENS
             PERFORM ROT-MENS THRU ROT-MENS-FIM
             GO TO BAIXA-LOTES-FIM.

           SUBTRACT WS-LOT-PARTE FROM LOT-QTDSALDO WS-LOT-QTD
           REWRITE REGLOT
           IF ST-ERRO14 NOT = "00" AND ST-ERRO14 NOT = "02"
             UNLOCK ARQLOT
             IF WS-LOT-NOVO = 1
               DELETE ARQLTP RECORD
             ELSE
               IF WS-LOT-NOVO = ZEROS
                 SUBTRACT WS-LOT-PARTE FROM LTP-QTD
                 REWRITE REGLTP
               END-IF
             END-IF
             MOVE "*** ERRO NA BAIXA DO LOTE ***" TO MENS
             PERFORM ROT-MENS THRU ROT-MENS-FIM
             GO TO BAIXA-LOTES-FIM.
           UNLOCK ARQLOT
           GO TO BAIXA-LOTES-LOOP.
       BAIXA-LOTES-FIM.
           EXIT.

      ***** ESTORNO DOS LOTES DE UM ITEM DE PEDIDO (ARQLTP) *****
      *    WS-LOT-QTD E MOV-TIPOMOV CARREGADOS PELO CHAMADOR. PERCORRE
      *    OS LOTES LIGADOS A PED-COD/PED-ITEM: NA VENDA (E) A
      *    QUANTIDADE VOLTA AO LOTE, NA COMPRA (S) SAI DO LOTE
      *    RECEBIDO. A LIGACAO DIMINUI NA MESMA QUANTIDADE E E
      *    EXCLUIDA QUANDO ZERA. ITEM SEM LOTE NAO TEM O QUE ESTORNAR.
      *    SO CONTAM OS LOTES DE PRO-CODIGO - NO KIT O MESMO ITEM TEM
      *    LOTES DE VARIOS COMPONENTES.

       ESTORNA-LOTES.
           MOVE PED-COD TO LTP-PEDCOD
           MOVE PED-ITEM TO LTP-PEDITEM
           MOVE ZEROS TO LTP-VALIDADE
           MOVE SPACES TO LTP-NUMERO
           START ARQLTP KEY IS NOT LESS THAN CHAVE-LTP
           IF ST-ERRO15 NOT = "00"
             GO TO ESTORNA-LOTES-FIM.
       ESTORNA-LOTES-LOOP.
           IF WS-LOT-QTD = ZEROS
             GO TO ESTORNA-LOTES-FIM.
           READ ARQLTP NEXT RECORD
           IF ST-ERRO15 NOT = "00" AND ST-ERRO15 NOT = "02"
             GO TO ESTORNA-LOTES-FIM.
           IF LTP-PEDCOD NOT = PED-COD OR LTP-PEDITEM NOT = PED-ITEM
             GO TO ESTORNA-LOTES-FIM.
           IF LTP-CODPRO NOT = PRO-CODIGO
             GO TO ESTORNA-LOTES-LOOP.
           IF LTP-QTD > WS-LOT-QTD
             MOVE WS-LOT-QTD TO WS-LOT-PARTE
           ELSE
             MOVE LTP-QTD TO WS-LOT-PARTE.
           MOVE LTP-CODPRO TO LOT-CODPRO
           MOVE LTP-VALIDADE TO LOT-VALIDADE
           MOVE LTP-NUMERO TO LOT-NUMERO
           MOVE CHAVE-LOT TO WS-LOT-CHAVE
           MOVE ZEROS TO WS-LOCK-TENTA.
      *    O LOTE E BLOQUEADO ANTES DE MEXER NA LIGACAO - SE NAO VIER,
      *    A LIGACAO FICA COMO ESTAVA. SE A GRAVACAO DO LOTE FALHAR, A
      *    LIGACAO VOLTA AO QUE ERA. ERRO DE GRAVACAO ENCERRA O ESTORNO
      *    DO ITEM NOS LOTES.
       ESTORNA-LOTES-LE.
           MOVE WS-LOT-CHAVE TO CHAVE-LOT
           READ ARQLOT WITH LOCK
           IF ST-ERRO14 = "99"
             ADD 1 TO WS-LOCK-TENTA
             IF WS-LOCK-TENTA < 30
               CALL "C$SLEEP" USING WS-DELAY
               GO TO ESTORNA-LOTES-LE
             ELSE
               MOVE "*** LOTE EM USO - ESTORNO SEM O LOTE ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ESTORNA-LOTES-FIM.
           MOVE ZEROS TO WS-LOCK-TENTA
           IF ST-ERRO14 = "00"
             MOVE ZEROS TO WS-LOT-NOVO
           ELSE
             MOVE WS-LOT-CHAVE TO CHAVE-LOT
             MOVE ZEROS TO LOT-QTDSALDO LOT-QTDENTRADA
             ACCEPT LOT-DATAENTRADA FROM DATE YYYYMMDD
             MOVE 1 TO WS-LOT-NOVO.
           SUBTRACT WS-LOT-PARTE FROM LTP-QTD WS-LOT-QTD
           IF LTP-QTD = ZEROS
             DELETE ARQLTP RECORD
           ELSE
             REWRITE REGLTP.
           IF ST-ERRO15 NOT = "00" AND ST-ERRO15 NOT = "02"
             UNLOCK ARQLOT
             MOVE "*** ERRO NA GRAVACAO DO LOTE DO ITEM ***" TO MENS
             PERFORM ROT-MENS THRU ROT-MENS-FIM
             GO TO ESTORNA-LOTES-FIM.
           IF WS-LOT-NOVO = 1 AND MOV-TIPOMOV = "S"
             GO TO ESTORNA-LOTES-LOOP.
           IF MOV-TIPOMOV = "E"
             ADD WS-LOT-PARTE TO LOT-QTDSALDO
           ELSE
             IF WS-LOT-PARTE > LOT-QTDSALDO
               MOVE ZEROS TO LOT-QTDSALDO
             ELSE
               SUBTRACT WS-LOT-PARTE FROM LOT-QTDSALDO.
           IF WS-LOT-NOVO = 1
             WRITE REGLOT
           ELSE
             REWRITE REGLOT.
           IF ST-ERRO14 NOT = "00" AND ST-ERRO14 NOT = "02"
             UNLOCK ARQLOT
             PERFORM ESTORNA-LOTES-VOLTA THRU ESTORNA-LOTES-VOLTA-FIM
             MOVE "*** ERRO NO ESTORNO DO LOTE ***" TO MENS
             PERFORM ROT-MENS THRU ROT-MENS-FIM
             GO TO ESTORNA-LOTES-FIM.
           UNLOCK ARQLOT
           GO TO ESTORNA-LOTES-LOOP.
       ESTORNA-LOTES-FIM.
           EXIT.

      *    LIGACAO DE VOLTA AO QUE ERA ANTES DO ESTORNO QUE FALHOU - A
      *    EXCLUIDA (QUANTIDADE ZERADA) E GRAVADA DE NOVO.

       ESTORNA-LOTES-VOLTA.
           ADD WS-LOT-PARTE TO LTP-QTD
           IF LTP-QTD = WS-LOT-PARTE
             WRITE REGLTP
           ELSE
             REWRITE REGLTP.
       ESTORNA-LOTES-VOLTA-FIM.
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
             IF ST-ERRO13 = "00"
               MOVE EST-QTDESTOQUE TO WS-LOC-SALDO
               GO TO SALDO-LOCAL-FIM
             ELSE
               GO TO SALDO-LOCAL-FIM.
           MOVE 2 TO EST-LOCAL
           START ARQEST KEY IS NOT LESS THAN CHAVE-EST
           IF ST-ERRO13 NOT = "00"
             GO TO SALDO-LOCAL-LOJA.
       SALDO-LOCAL-LOOP.
           READ ARQEST NEXT RECORD
           IF ST-ERRO13 NOT = "00" AND ST-ERRO13 NOT = "02"
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
      *    (E=SOMA S=SUBTRAI) COM O NOVO TOTAL JA EM REGPRO, ANTES DE
      *    REGRAVA-LO. DEIXA MOV-LOCAL E MOV-SALDOLOCAL PRONTOS PARA O
      *    GRAVA-MOV. NA LOJA NAO HA O QUE GRAVAR - O SALDO DELA
      *    ACOMPANHA O TOTAL DO PRODUTO. LOCAL EM USO OU ERRO NA
      *    GRAVACAO DE ARQEST VOLTA COM WS-LOC-ERRO = 1 - O CHAMADOR
      *    NAO REGRAVA O TOTAL NEM GRAVA O MOVIMENTO.

       POSTA-LOCAL.
           MOVE ZEROS TO WS-LOC-ERRO
           IF WS-LOC-LOCAL = ZEROS
             MOVE 1 TO WS-LOC-LOCAL.
           MOVE WS-LOC-LOCAL TO MOV-LOCAL
           IF WS-LOC-LOCAL = 1
             GO TO POSTA-LOCAL-SALDO.
           MOVE PRO-CODIGO TO EST-CODPRO
           MOVE WS-LOC-LOCAL TO EST-LOCAL
           MOVE ZEROS TO WS-LOCK-TENTA.
       POSTA-LOCAL-LE.
           READ ARQEST WITH LOCK
           IF ST-ERRO13 = "99"
             ADD 1 TO WS-LOCK-TENTA
             IF WS-LOCK-TENTA < 30
               CALL "C$SLEEP" USING WS-DELAY
               GO TO POSTA-LOCAL-LE
             ELSE
               MOVE "*** ESTOQUE DO LOCAL EM USO - NAO LANCADO ***"
                    TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               MOVE ZEROS TO WS-LOCK-TENTA
               MOVE 1 TO WS-LOC-ERRO
               GO TO POSTA-LOCAL-FIM.
           MOVE ZEROS TO WS-LOCK-TENTA
           IF ST-ERRO13 NOT = "00"
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
           IF ST-ERRO13 NOT = "00" AND ST-ERRO13 NOT = "02"
             MOVE "*** ERRO NO ESTOQUE DO LOCAL ***" TO MENS
             PERFORM ROT-MENS THRU ROT-MENS-FIM
             MOVE 1 TO WS-LOC-ERRO
             UNLOCK ARQEST
             GO TO POSTA-LOCAL-FIM.
           UNLOCK ARQEST.
       POSTA-LOCAL-SALDO.
           PERFORM SALDO-LOCAL THRU SALDO-LOCAL-FIM
           MOVE WS-LOC-SALDO TO MOV-SALDOLOCAL.
       POSTA-LOCAL-FIM.
           EXIT.

      ***** DESFAZ O POSTA-LOCAL QUANDO O TOTAL DO PRODUTO NAO GRAVOU *****
      *    MESMOS WS-LOC-LOCAL E WS-LOC-QTD, COM O TIPO INVERTIDO.
      *    MOV-TIPOMOV VOLTA COMO ESTAVA.

       DESFAZ-LOCAL.
           IF MOV-TIPOMOV = "E"
             MOVE "S" TO MOV-TIPOMOV
             PERFORM POSTA-LOCAL THRU POSTA-LOCAL-FIM
             MOVE "E" TO MOV-TIPOMOV
           ELSE
             MOVE "E" TO MOV-TIPOMOV
             PERFORM POSTA-LOCAL THRU POSTA-LOCAL-FIM
             MOVE "S" TO MOV-TIPOMOV.
           MOVE 1 TO WS-LOC-ERRO.
       DESFAZ-LOCAL-FIM.
           EXIT.

      ***** GERACAO/ATUALIZACAO DOS TITULOS DO PEDIDO (ARQTIT) *****
      *    CHAMADO APOS O RECALC-TOTAL - REGVEN CONTEM O PEDIDO COM O
      *    PED-VALORTOTAL JA ATUALIZADO E O IPI DA VENDA EM WS-VALOR-
      *    IPI - OS TITULOS SOMAM O VALOR DA NOTA FISCAL. UM TITULO POR
      *    PARCELA. O VALOR E DIVIDIDO EM PARCELAS IGUAIS E A DIFERENCA
      *    DE ARREDONDAMENTO FICA NA ULTIMA. NA PRIMEIRA GRAVACAO DE
      *    CADA PARCELA O VENCIMENTO E CALCULADO PELO INTERVALO INFOR-
      *    MADO; NAS DEMAIS O TIPO, A CONTRAPARTE E O VALOR SAO REDERIVADOS DO
      *    PEDIDO E A SITUACAO E ATUALIZADA, MANTIDO O VENCIMENTO.
      *    PARCELAS ALEM DA QUANTIDADE ATUAL (REDUZIDA NA ALTERACAO)
      *    SAO CANCELADAS.
           MOVE PED-QTDPARCELAS TO WS-QTD-PARC
           IF WS-QTD-PARC = ZEROS
             MOVE 1 TO WS-QTD-PARC.
           COMPUTE WS-VLR-TITULOS = PED-VALORTOTAL + WS-VALOR-IPI
           DIVIDE WS-VLR-TITULOS BY WS-QTD-PARC
                  GIVING WS-VLR-PARCELA
           COMPUTE WS-VLR-ULTPARC = WS-VLR-TITULOS
                  - (WS-VLR-PARCELA * (WS-QTD-PARC - 1))
           MOVE 1 TO WS-PARC-IND.

       CANCELA-TITULO-FIM.
           EXIT.

      ***** EMISSAO DA NOTA FISCAL DO PEDIDO DE VENDA **************
      *    WS-PEDCOD-SALVO DEVE SER CARREGADO PELO CHAMADOR. CADA ITEM
      *    ATIVO DO PEDIDO VIRA UM ITEM DA NOTA, COM BASE, ICMS, IPI
      *    E TOTAL CALCULADOS PELOS DADOS FISCAIS DO PRODUTO (SCE004)
      *    E PELA TABELA DE ICMS DA UF DO CLIENTE (SCE037). O REGISTRO
      *    "NOTAFISCAL" DO ARQCTL FICA BLOQUEADO DO INICIO AO FIM E SO
      *    AVANCA DEPOIS QUE O CABECALHO FOI GRAVADO - A NOTA QUE FALHA
      *    NO MEIO TEM OS ITENS APAGADOS E NAO CONSOME NUMERO, ENTAO A
      *    NUMERACAO NAO TEM SALTOS. COM A TABELA DE ICMS EM USO, A UF
      *    DO CLIENTE QUE NAO ESTA NELA RECUSA A NOTA ANTES DA RESERVA
      *    DO NUMERO. O FRETE CIF ENTRA NA BASE DO ICMS, RATEADO PELOS
      *    ITENS NA PROPORCAO DO VALOR (A SOBRA DO ARREDONDAMENTO FICA
      *    NO ULTIMO ITEM). O RESULTADO VOLTA EM MENS E A DANFE E
      *    ACRESCENTADA EM DANFE.DAT PARA IMPRESSAO.

       EMITE-NF.
           MOVE ZEROS TO WS-NF-ERRO WS-NF-ITEM WS-NF-CFOP
                         WS-NF-PRODUTOS WS-NF-BASE WS-NF-ICMS
                         WS-NF-IPI WS-NF-TOTAL WS-NF-FRETE-RAT
                         WS-NF-QTDATIVO WS-NF-VLRATIVO
           MOVE WS-PEDCOD-SALVO TO WS-NF-PEDCOD
           PERFORM CONSULTA-NF THRU CONSULTA-NF-FIM
           IF WS-NF-EXISTE = 1
             MOVE "*** PEDIDO JA TEM NOTA FISCAL EMITIDA ***" TO MENS
             GO TO EMITE-NF-FIM.

      *    DESTINATARIO E TIPO DA OPERACAO (INTERNA OU INTERESTADUAL)
           MOVE WS-NF-PEDCOD TO PED-COD
           MOVE 1 TO PED-ITEM
           READ ARQVEN
           IF ST-ERRO NOT = "00"
             MOVE "*** PEDIDO NAO ENCONTRADO PARA A NOTA ***" TO MENS
             GO TO EMITE-NF-FIM.
           MOVE PED-CLI-CPFCNPJ TO WS-NF-CPFCNPJ CLI-CPFCNPJ
           READ ARQCLI
           IF ST-ERRO NOT = "00"
             MOVE "*** CLIENTE DA NOTA NAO CADASTRADO ***" TO MENS
             GO TO EMITE-NF-FIM.
           MOVE CLI-ESTADO TO WS-NF-UF
           MOVE CLI-NOME TO WS-NF-NOME
           MOVE ZEROS TO WS-NF-FRETE
           IF PED-TIPOFRETE = "C"
             MOVE PED-VALORFRETE TO WS-NF-FRETE.
           MOVE ZEROS TO WS-NF-INTER WS-NF-ACHOU-UF WS-NF-ALIQUF
           IF WS-ICM-ATIVO = 1
             MOVE WS-NF-UF TO ICM-UF
             READ ARQICM
             IF ST-ERRO9 = "00"
               MOVE 1 TO WS-NF-ACHOU-UF
               MOVE ICM-ALIQUOTA TO WS-NF-ALIQUF
               IF ICM-SEDE NOT = "S"
                 MOVE 1 TO WS-NF-INTER.
           IF WS-ICM-ATIVO = 1 AND WS-NF-ACHOU-UF = ZEROS
             MOVE "*** UF NAO CADASTRADA NA TABELA DE ICMS ***" TO MENS
             GO TO EMITE-NF-FIM.

      *    QUANTIDADE E VALOR DOS ITENS ATIVOS, PARA O RATEIO DO FRETE
           IF WS-NF-FRETE = ZEROS
             GO TO EMITE-NF-RESERVA.
           MOVE WS-NF-PEDCOD TO PED-COD
           START ARQVEN KEY IS EQUAL TO PED-COD
           IF ST-ERRO NOT = "00"
             MOVE "*** PEDIDO NAO ENCONTRADO PARA A NOTA ***" TO MENS
             GO TO EMITE-NF-FIM.
       EMITE-NF-SOMA.
           READ ARQVEN NEXT RECORD
           IF ST-ERRO = "99"
             MOVE "*** ITEM EM USO - NOTA NAO EMITIDA ***" TO MENS
             GO TO EMITE-NF-FIM.
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
             GO TO EMITE-NF-RESERVA.
           IF PED-COD NOT = WS-NF-PEDCOD
             GO TO EMITE-NF-RESERVA.
           IF PED-STATUS = 1
             ADD 1 TO WS-NF-QTDATIVO
             ADD PED-VALORITEM TO WS-NF-VLRATIVO.
           GO TO EMITE-NF-SOMA.

      *    RESERVA DO NUMERO - A PRIMEIRA NOTA CRIA O CONTROLE COM 1
      *    E RELE COM BLOQUEIO, COMO AS DEMAIS.
       EMITE-NF-RESERVA.
           MOVE ZEROS TO WS-LOCK-TENTA.
       EMITE-NF-NUM.
           MOVE "NOTAFISCAL" TO CTL-CHAVE
           READ ARQCTL WITH LOCK
           IF ST-ERRO3 = "99"
             ADD 1 TO WS-LOCK-TENTA
             IF WS-LOCK-TENTA < 30
               CALL "C$SLEEP" USING WS-DELAY
               GO TO EMITE-NF-NUM
             ELSE
               MOVE "*** NUMERACAO DA NF EM USO - NOTA NAO EMITIDA ***"
                    TO MENS
               GO TO EMITE-NF-FIM.
           MOVE ZEROS TO WS-LOCK-TENTA
           IF ST-ERRO3 = "23"
             MOVE "NOTAFISCAL" TO CTL-CHAVE
             MOVE 1 TO CTL-PROXIMO
             WRITE REGCTL
             IF ST-ERRO3 NOT = "00"
               MOVE "*** ERRO AO CRIAR A NUMERACAO DA NOTA ***" TO MENS
               GO TO EMITE-NF-FIM
             ELSE
               GO TO EMITE-NF-NUM.
           IF ST-ERRO3 NOT = "00"
             MOVE "*** ERRO NO CONTROLE DE NUMERACAO DA NOTA ***"
                  TO MENS
             GO TO EMITE-NF-FIM.
           MOVE CTL-PROXIMO TO WS-NF-NUMERO
           PERFORM LIMPA-ITENS-NF THRU LIMPA-ITENS-NF-FIM

           MOVE WS-NF-PEDCOD TO PED-COD
           START ARQVEN KEY IS EQUAL TO PED-COD
           IF ST-ERRO NOT = "00"
             MOVE "*** PEDIDO NAO ENCONTRADO PARA A NOTA ***" TO MENS
             GO TO EMITE-NF-DESFAZ.

       EMITE-NF-LOOP.
           READ ARQVEN NEXT RECORD
           IF ST-ERRO = "99"
             MOVE "*** ITEM EM USO - NOTA NAO EMITIDA ***" TO MENS
             GO TO EMITE-NF-DESFAZ.
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
             GO TO EMITE-NF-CAB.
           IF PED-COD NOT = WS-NF-PEDCOD
             GO TO EMITE-NF-CAB.
           IF PED-STATUS NOT = 1
             GO TO EMITE-NF-LOOP.
           PERFORM EMITE-NF-ITEM THRU EMITE-NF-ITEM-FIM
           IF WS-NF-ERRO = 1
             GO TO EMITE-NF-DESFAZ.
           GO TO EMITE-NF-LOOP.

       EMITE-NF-CAB.
           IF WS-NF-ITEM = ZEROS
             MOVE "*** PEDIDO SEM ITEM ATIVO - NOTA NAO EMITIDA ***"
                  TO MENS
             GO TO EMITE-NF-DESFAZ.
           MOVE WS-NF-SERIE TO NFC-SERIE
           MOVE WS-NF-NUMERO TO NFC-NUMERO
           MOVE WS-NF-PEDCOD TO NFC-PEDCOD
           ACCEPT NFC-DATAEMISSAO FROM DATE YYYYMMDD
           ACCEPT NFC-HORA FROM TIME
           MOVE WS-NF-CPFCNPJ TO NFC-CPFCNPJ
           MOVE WS-NF-UF TO NFC-UF
           MOVE WS-NF-CFOP TO NFC-CFOP
           MOVE WS-NF-ITEM TO NFC-QTDITENS
           MOVE WS-NF-PRODUTOS TO NFC-VLRPRODUTOS
           MOVE WS-NF-BASE TO NFC-BASEICMS
           MOVE WS-NF-ICMS TO NFC-VLRICMS
           MOVE WS-NF-IPI TO NFC-VLRIPI
           MOVE WS-NF-FRETE TO NFC-VLRFRETE
           ADD WS-NF-FRETE TO WS-NF-TOTAL
           MOVE WS-NF-TOTAL TO NFC-VLRTOTAL
           MOVE "A" TO NFC-SITUACAO
           MOVE ZEROS TO NFC-DATACANC
           MOVE WS-OPERADOR TO NFC-OPERADOR
           WRITE REGNFC
           IF ST-ERRO10 NOT = "00" AND ST-ERRO10 NOT = "02"
             MOVE "*** ERRO NA GRAVACAO DA NOTA FISCAL ***" TO MENS
             GO TO EMITE-NF-DESFAZ.

           MOVE "NOTAFISCAL" TO CTL-CHAVE
           COMPUTE CTL-PROXIMO = WS-NF-NUMERO + 1
           REWRITE REGCTL
           IF ST-ERRO3 NOT = "00" AND ST-ERRO3 NOT = "02"
             DELETE ARQNFC RECORD
             MOVE "*** ERRO NO CONTROLE DE NUMERACAO DA NOTA ***"
                  TO MENS
             GO TO EMITE-NF-DESFAZ.
           UNLOCK ARQCTL

           PERFORM IMPRIME-DANFE THRU IMPRIME-DANFE-FIM
           MOVE "EMISSAO NF" TO LOG-OPERACAO
           MOVE CHAVE-NFC TO LOG-CHAVE
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM
           MOVE WS-NF-NUMERO TO WM-NUMERO
           MOVE WS-NF-MENS TO MENS
           GO TO EMITE-NF-FIM.

       EMITE-NF-DESFAZ.
           PERFORM LIMPA-ITENS-NF THRU LIMPA-ITENS-NF-FIM
           UNLOCK ARQCTL.
       EMITE-NF-FIM.
           EXIT.

      ***** CALCULO E GRAVACAO DE UM ITEM DA NOTA ******************
      *    REGVEN CONTEM O ITEM ATIVO DO PEDIDO. O CFOP DO PRODUTO E O
      *    DA VENDA INTERNA (5XXX) E VIRA 6XXX NA INTERESTADUAL, QUE
      *    USA A ALIQUOTA DA UF DE DESTINO. NA INTERNA VALE A ALIQUOTA
      *    DO PRODUTO E, ZERADA, A DA UF DA SEDE NA TABELA. PARA PESSOA
      *    FISICA (CPF - CONSUMIDOR FINAL) O IPI ENTRA NA BASE DO ICMS.
      *    A PARTE DO FRETE CIF QUE CABE AO ITEM (PELO VALOR DO ITEM
      *    SOBRE WS-NF-VLRATIVO) SOMA NA BASE; O ULTIMO ITEM ATIVO LEVA
      *    O QUE FALTA PARA FECHAR WS-NF-FRETE.

       EMITE-NF-ITEM.
           MOVE PED-COD-PRO TO PRO-CODIGO
           READ ARQPRO
           IF ST-ERRO NOT = "00"
             MOVE "*** PRODUTO DO ITEM NAO ENCONTRADO ***" TO MENS
             MOVE 1 TO WS-NF-ERRO
             GO TO EMITE-NF-ITEM-FIM.
           ADD 1 TO WS-NF-ITEM
           MOVE WS-NF-SERIE TO NFI-SERIE
           MOVE WS-NF-NUMERO TO NFI-NUMERO
           MOVE WS-NF-ITEM TO NFI-ITEM
           MOVE PED-ITEM TO NFI-PEDITEM
           MOVE PRO-CODIGO TO NFI-CODPRO
           MOVE PRO-DESCRICAO TO NFI-DESCRICAO
           MOVE PRO-NCM TO NFI-NCM
           MOVE PRO-ORIGEM TO NFI-ORIGEM
           MOVE PRO-UNIDADE TO NFI-UNIDADE
           MOVE PED-QUANTIDADE TO NFI-QUANTIDADE
           MOVE PED-PRECOUNITARIO TO NFI-VLRUNIT
           MOVE PED-VALORITEM TO NFI-VLRITEM

           IF PRO-CFOP = ZEROS
             MOVE 5102 TO NFI-CFOP
           ELSE
             MOVE PRO-CFOP TO NFI-CFOP.
           IF WS-NF-INTER = 1 AND NFI-CFOP < 6000
             ADD 1000 TO NFI-CFOP.

           IF WS-NF-INTER = 1
             MOVE WS-NF-ALIQUF TO NFI-ALIQICMS
           ELSE
             IF PRO-ALIQICMS > ZEROS OR WS-NF-ACHOU-UF = ZEROS
               MOVE PRO-ALIQICMS TO NFI-ALIQICMS
             ELSE
               MOVE WS-NF-ALIQUF TO NFI-ALIQICMS.

           MOVE PRO-ALIQIPI TO NFI-ALIQIPI
           COMPUTE NFI-VLRIPI ROUNDED =
                   (NFI-VLRITEM * NFI-ALIQIPI) / 100
           IF WS-NF-CPFCNPJ > 99999999999
             MOVE NFI-VLRITEM TO NFI-BASEICMS
           ELSE
             COMPUTE NFI-BASEICMS = NFI-VLRITEM + NFI-VLRIPI.
           MOVE ZEROS TO WS-NF-FRETE-ITEM
           IF WS-NF-FRETE > ZEROS
             IF WS-NF-ITEM NOT < WS-NF-QTDATIVO
               COMPUTE WS-NF-FRETE-ITEM = WS-NF-FRETE - WS-NF-FRETE-RAT
             ELSE
               IF WS-NF-VLRATIVO > ZEROS
                 COMPUTE WS-NF-FRETE-ITEM ROUNDED =
                         (WS-NF-FRETE * NFI-VLRITEM) / WS-NF-VLRATIVO
                 IF WS-NF-FRETE-ITEM > WS-NF-FRETE - WS-NF-FRETE-RAT
                   COMPUTE WS-NF-FRETE-ITEM =
                           WS-NF-FRETE - WS-NF-FRETE-RAT.
           ADD WS-NF-FRETE-ITEM TO NFI-BASEICMS WS-NF-FRETE-RAT
           COMPUTE NFI-VLRICMS ROUNDED =
                   (NFI-BASEICMS * NFI-ALIQICMS) / 100
           COMPUTE NFI-VLRTOTAL = NFI-VLRITEM + NFI-VLRIPI

           WRITE REGNFI
           IF ST-ERRO11 NOT = "00" AND ST-ERRO11 NOT = "02"
             MOVE "*** ERRO NA GRAVACAO DO ITEM DA NOTA ***" TO MENS
             MOVE 1 TO WS-NF-ERRO
             GO TO EMITE-NF-ITEM-FIM.

           IF WS-NF-CFOP = ZEROS
             MOVE NFI-CFOP TO WS-NF-CFOP.
           ADD NFI-VLRITEM   TO WS-NF-PRODUTOS
           ADD NFI-BASEICMS  TO WS-NF-BASE
           ADD NFI-VLRICMS   TO WS-NF-ICMS
           ADD NFI-VLRIPI    TO WS-NF-IPI
           ADD NFI-VLRTOTAL  TO WS-NF-TOTAL.
       EMITE-NF-ITEM-FIM.
           EXIT.

      ***** EXCLUSAO DOS ITENS DE UMA NOTA NAO CONCLUIDA ***********
      *    APAGA OS ITENS GRAVADOS COM A SERIE/NUMERO CORRENTE - OS DA
      *    TENTATIVA QUE FALHOU OU SOBRAS DE UMA QUEDA NO MEIO DE UMA
      *    EMISSAO ANTERIOR, QUE NUNCA CHEGOU A GRAVAR O CABECALHO.

       LIMPA-ITENS-NF.
           MOVE WS-NF-SERIE TO NFI-SERIE
           MOVE WS-NF-NUMERO TO NFI-NUMERO
           MOVE ZEROS TO NFI-ITEM
           START ARQNFI KEY IS NOT LESS THAN CHAVE-NFI
           IF ST-ERRO11 NOT = "00"
             GO TO LIMPA-ITENS-NF-FIM.
       LIMPA-ITENS-NF-LOOP.
           READ ARQNFI NEXT RECORD
           IF ST-ERRO11 NOT = "00" AND ST-ERRO11 NOT = "02"
             GO TO LIMPA-ITENS-NF-FIM.
           IF NFI-SERIE NOT = WS-NF-SERIE
             GO TO LIMPA-ITENS-NF-FIM.
           IF NFI-NUMERO NOT = WS-NF-NUMERO
             GO TO LIMPA-ITENS-NF-FIM.
           DELETE ARQNFI RECORD
           GO TO LIMPA-ITENS-NF-LOOP.
       LIMPA-ITENS-NF-FIM.
           EXIT.

      ***** IMPRESSAO DA DANFE DA NOTA RECEM GRAVADA ***************
      *    REGNFC CONTEM O CABECALHO; OS ITENS SAO RELIDOS DO ARQNFI.
      *    AS NOTAS SE ACUMULAM EM DANFE.DAT, UMA APOS A OUTRA, COMO AS
      *    NOTAS DE CREDITO DO SCE033.

       IMPRIME-DANFE.
           OPEN EXTEND DANFE
           IF ST-ERRO12 NOT = "00"
             OPEN OUTPUT DANFE
             CLOSE DANFE
             OPEN EXTEND DANFE.

           MOVE WS-DNF-TRACO TO WS-LINNF
           WRITE WS-LINNF
           MOVE NFC-NUMERO TO WD-NUMERO
           MOVE NFC-SERIE TO WD-SERIE
           MOVE WS-DNF-CAB1 TO WS-LINNF
           WRITE WS-LINNF
           MOVE NFC-DATAEMISSAO TO WD-DATA
           MOVE NFC-PEDCOD TO WD-PEDIDO
           MOVE NFC-CFOP TO WD-CFOP
           MOVE WS-DNF-CAB2 TO WS-LINNF
           WRITE WS-LINNF
           MOVE NFC-CPFCNPJ TO WD-CPFCNPJ
           MOVE WS-NF-NOME TO WD-NOME
           MOVE NFC-UF TO WD-UF
           MOVE WS-DNF-CAB3 TO WS-LINNF
           WRITE WS-LINNF
           MOVE WS-DNF-TRACO TO WS-LINNF
           WRITE WS-LINNF
           MOVE WS-DNF-CAB4 TO WS-LINNF
           WRITE WS-LINNF

           MOVE NFC-SERIE TO NFI-SERIE
           MOVE NFC-NUMERO TO NFI-NUMERO
           MOVE ZEROS TO NFI-ITEM
           START ARQNFI KEY IS NOT LESS THAN CHAVE-NFI
           IF ST-ERRO11 NOT = "00"
             GO TO IMPRIME-DANFE-TOT.
       IMPRIME-DANFE-LOOP.
           READ ARQNFI NEXT RECORD
           IF ST-ERRO11 NOT = "00" AND ST-ERRO11 NOT = "02"
             GO TO IMPRIME-DANFE-TOT.
           IF NFI-SERIE NOT = NFC-SERIE OR NFI-NUMERO NOT = NFC-NUMERO
             GO TO IMPRIME-DANFE-TOT.
           MOVE NFI-ITEM TO WD-ITEM
           MOVE NFI-CODPRO TO WD-CODPRO
           MOVE NFI-DESCRICAO TO WD-DESCRICAO
           MOVE NFI-NCM TO WD-NCM
           MOVE NFI-CFOP TO WD-CFOPITEM
           MOVE NFI-QUANTIDADE TO WD-QTD
           MOVE NFI-VLRITEM TO WD-VLRITEM
           MOVE NFI-ALIQICMS TO WD-ALIQICMS
           MOVE NFI-VLRICMS TO WD-VLRICMS
           MOVE NFI-ALIQIPI TO WD-ALIQIPI
           MOVE NFI-VLRIPI TO WD-VLRIPI
           MOVE WS-DNF-ITEM TO WS-LINNF
           WRITE WS-LINNF
           GO TO IMPRIME-DANFE-LOOP.

       IMPRIME-DANFE-TOT.
           MOVE WS-DNF-TRACO TO WS-LINNF
           WRITE WS-LINNF
           MOVE "BASE DE CALCULO DO ICMS... :" TO WD-ROTULO
           MOVE NFC-BASEICMS TO WD-VALOR
           MOVE WS-DNF-TOT TO WS-LINNF
           WRITE WS-LINNF
           MOVE "VALOR DO ICMS............. :" TO WD-ROTULO
           MOVE NFC-VLRICMS TO WD-VALOR
           MOVE WS-DNF-TOT TO WS-LINNF
           WRITE WS-LINNF
           MOVE "VALOR TOTAL DOS PRODUTOS.. :" TO WD-ROTULO
           MOVE NFC-VLRPRODUTOS TO WD-VALOR
           MOVE WS-DNF-TOT TO WS-LINNF
           WRITE WS-LINNF
           MOVE "VALOR DO IPI.............. :" TO WD-ROTULO
           MOVE NFC-VLRIPI TO WD-VALOR
           MOVE WS-DNF-TOT TO WS-LINNF
           WRITE WS-LINNF
           MOVE "VALOR DO FRETE (CIF)...... :" TO WD-ROTULO
           MOVE NFC-VLRFRETE TO WD-VALOR
           MOVE WS-DNF-TOT TO WS-LINNF
           WRITE WS-LINNF
           MOVE "VALOR TOTAL DA NOTA....... :" TO WD-ROTULO
           MOVE NFC-VLRTOTAL TO WD-VALOR
           MOVE WS-DNF-TOT TO WS-LINNF
           WRITE WS-LINNF
           MOVE SPACES TO WS-LINNF
           WRITE WS-LINNF
           CLOSE DANFE.
       IMPRIME-DANFE-FIM.
           EXIT.

      ***** PROCURA A NOTA AUTORIZADA DO PEDIDO (ARQNFC) ***********
      *    WS-NF-PEDCOD DEVE SER CARREGADO PELO CHAMADOR. RETORNA
      *    WS-NF-EXISTE = 1 COM A NOTA EM REGNFC QUANDO O PEDIDO TEM
      *    NOTA AUTORIZADA (AS CANCELADAS SAO IGNORADAS).

       CONSULTA-NF.
           MOVE ZEROS TO WS-NF-EXISTE
           MOVE WS-NF-PEDCOD TO NFC-PEDCOD
           START ARQNFC KEY IS EQUAL TO NFC-PEDCOD
           IF ST-ERRO10 NOT = "00"
             GO TO CONSULTA-NF-FIM.
       CONSULTA-NF-LOOP.
           READ ARQNFC NEXT RECORD
           IF ST-ERRO10 NOT = "00" AND ST-ERRO10 NOT = "02"
             GO TO CONSULTA-NF-FIM.
           IF NFC-PEDCOD NOT = WS-NF-PEDCOD
             GO TO CONSULTA-NF-FIM.
           IF NFC-SITUACAO = "A"
             MOVE 1 TO WS-NF-EXISTE
             GO TO CONSULTA-NF-FIM.
           GO TO CONSULTA-NF-LOOP.
       CONSULTA-NF-FIM.
           EXIT.

      ***** CANCELAMENTO DA NOTA NO CANCELAMENTO DO PEDIDO *********
      *    A NOTA AUTORIZADA DO PEDIDO PASSA A CANCELADA COM A DATA DO
      *    CANCELAMENTO. O NUMERO NAO E REAPROVEITADO E A NOTA SEGUE
      *    NO LIVRO DE SAIDAS (SCE038) MARCADA COMO CANCELADA. CHAMADO
      *    UMA VEZ, DEPOIS QUE TODOS OS ITENS DO PEDIDO FORAM CANCELA-
      *    DOS.

       CANCELA-NF.
           IF PED-TIPOPEDIDO NOT = 2
             GO TO CANCELA-NF-FIM.
           MOVE PED-COD TO WS-NF-PEDCOD
           PERFORM CONSULTA-NF THRU CONSULTA-NF-FIM
           IF WS-NF-EXISTE = ZEROS
             GO TO CANCELA-NF-FIM.
           MOVE ZEROS TO WS-LOCK-TENTA.
       CANCELA-NF-LE.
           READ ARQNFC WITH LOCK
           IF ST-ERRO10 = "99"
             ADD 1 TO WS-LOCK-TENTA
             IF WS-LOCK-TENTA < 30
               CALL "C$SLEEP" USING WS-DELAY
               GO TO CANCELA-NF-LE.
           MOVE ZEROS TO WS-LOCK-TENTA
           IF ST-ERRO10 NOT = "00"
             MOVE "*** NOTA FISCAL EM USO - NAO FOI CANCELADA ***"
                  TO MENS
             PERFORM ROT-MENS THRU ROT-MENS-FIM
             GO TO CANCELA-NF-FIM.
           MOVE "C" TO NFC-SITUACAO
           ACCEPT NFC-DATACANC FROM DATE YYYYMMDD
           REWRITE REGNFC
           IF ST-ERRO10 = "00" OR ST-ERRO10 = "02"
             MOVE "CANCELA NF" TO LOG-OPERACAO
             MOVE CHAVE-NFC TO LOG-CHAVE
             PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM.
           UNLOCK ARQNFC.
       CANCELA-NF-FIM.
           EXIT.

      ***** APROVACAO DE DESCONTO ACIMA DA ALCADA BASE *************
      *    SO CHEGA AQUI COM SUPERVISOR OU GERENTE NA SESSAO (A ALCADA
      *    DO NIVEL 1 E A PROPRIA ALCADA BASE). A APROVACAO FICA NA

       ROT-FIM.
           CLOSE ARQVEN ARQCLI ARQFOR ARQPRO ARQCEP ARQCTL ARQLOG
                 ARQMOV ARQTIT ARQVDD ARQNFC ARQNFI ARQEST
                 ARQLOT ARQLTP ARQKTP
           IF WS-FEC-ATIVO = 1
             CLOSE ARQFEC.
           IF WS-ICM-ATIVO = 1
             CLOSE ARQICM.
           IF WS-KIT-ATIVO = 1
             CLOSE ARQKIT.
           IF WS-TRA-ATIVO = 1
             CLOSE ARQTRA.
           IF WS-FRT-ATIVO = 1
             CLOSE ARQFRT.
           GOBACK.

      *************** GERACAO DO PROXIMO CODIGO DISPONIVEL ********************
