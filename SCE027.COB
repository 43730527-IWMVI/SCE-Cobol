      *    MANUTENCAO DO ARQUIVO DE VENDEDORES (ARQVDD) USADO PELO
      *    SCE005 NA ENTRADA DE VENDAS E PELO SCE028 NO CALCULO DA
      *    COMISSAO MENSAL. O PERCENTUAL DE COMISSAO E POR VENDEDOR.
      *    NA OPCAO M MANTEM AS METAS MENSAIS DE VENDA DO VENDEDOR
      *    (ARQMET) - GERAL DO MES OU POR TIPO DE PRODUTO - QUE O
      *    SCE048 COMPARA COM AS VENDAS LANCADAS.
      *************************************************************************

       ENVIRONMENT DIVISION.
                                        WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQMET ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-MET
                    FILE STATUS  IS ST-ERRO2.

           SELECT ARQLOG ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO4.

           COPY CPVDD.

      *************************************************************************

       FD ARQMET
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQMET.DAT".

           COPY CPMET.

      *************************************************************************

       FD ARQLOG

       01 WS-OPCAO                   PIC X(01) VALUE SPACES.
       01 ST-ERRO                    PIC X(02) VALUE "00".
       01 ST-ERRO2                   PIC X(02) VALUE "00".
       01 ST-ERRO4                   PIC X(02) VALUE "00".
       01 MENS                       PIC X(60) VALUE SPACES.
       01 WS-DELAY                   PIC 9(04) COMP VALUE 1.
       01 WS-SEL                     PIC 9(01) VALUE ZEROS.
       01 WS-ENVNOME                 PIC X(20) VALUE "USER".
       01 WS-OPERADOR                PIC X(20) VALUE SPACES.
       01 WS-MET-EXISTE              PIC 9(01) VALUE ZEROS.
       01 WS-DATA-HOJE               PIC 9(08) VALUE ZEROS.
       01 WS-MET-MES                 PIC 9(02) VALUE ZEROS.
       01 WS-MET-ANO                 PIC 9(04) VALUE ZEROS.
       01 WS-LIMPA                   PIC X(79) VALUE SPACES.

      *************************************************************************

               LINE 09  COLUMN 16  PIC 9(02)V99
               USING  VDD-PERCCOM.

       01  TELAMETA.
           05  LINE 11  COLUMN 01
               VALUE  "  META MES   :".
           05  LINE 11  COLUMN 24
               VALUE  "(AAAAMM - ZERO = MES ATUAL)".
           05  LINE 12  COLUMN 01
               VALUE  "  TIPO PROD. :".
           05  LINE 12  COLUMN 24
               VALUE  "(0 = GERAL DO MES / 1 A 9 = TIPO)".
           05  LINE 13  COLUMN 01
               VALUE  "  VALOR META :".
           05  TMET-COMPETENCIA
               LINE 11  COLUMN 16  PIC 9(06)
               USING  MET-COMPETENCIA.
           05  TMET-TIPOPRODUTO
               LINE 12  COLUMN 16  PIC 9(01)
               USING  MET-TIPOPRODUTO.
           05  TMET-VALOR
               LINE 13  COLUMN 16  PIC 9(09)V99
               USING  MET-VALOR.

      *************************************************************************

       PROCEDURE DIVISION.
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.

       R0B.
           OPEN I-O ARQMET
           IF ST-ERRO2 NOT = "00"
             IF ST-ERRO2 = "30"
               OPEN OUTPUT ARQMET
               CLOSE ARQMET
               OPEN I-O ARQMET
             ELSE
               MOVE "ERRO NA ABERTURA DO ARQUIVO DE METAS" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           DISPLAY WS-ENVNOME UPON ENVIRONMENT-NAME
           ACCEPT WS-OPERADOR FROM ENVIRONMENT-VALUE
           IF WS-OPERADOR = SPACES

       ACE-001.
           DISPLAY (17, 14)
           "N=NOVO | A=ALTERAR | E=EXCLUIR | M=METAS | S=SAIR:"
                ACCEPT (17, 66) WS-OPCAO
                IF WS-OPCAO NOT = "N" AND WS-OPCAO NOT = "A"
                AND WS-OPCAO NOT = "E" AND WS-OPCAO NOT = "S"
                AND WS-OPCAO NOT = "M"
                  GO TO ACE-001.
                  MOVE SPACES TO MENS
                  DISPLAY (17, 14) MENS
                IF WS-OPCAO = "N"
                  GO TO R0C
                ELSE
                  IF WS-OPCAO = "M"
                    GO TO MET-R1
                ELSE
                  IF WS-OPCAO = "A"
                    MOVE 1 TO WS-SEL
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.

      ****************** METAS MENSAIS DO VENDEDOR ****************************
      *    O VENDEDOR JA ESTA LIDO. A CADA META GRAVADA VOLTA PARA O
      *    MES DA PROXIMA; ESC NO MES VOLTA PARA O CADASTRO. VALOR
      *    ZERO EM META EXISTENTE EXCLUI A META.

       MET-R1.
           MOVE ZEROS TO MET-COMPETENCIA MET-TIPOPRODUTO MET-VALOR
           MOVE ZEROS TO WS-MET-EXISTE
           DISPLAY TELAMETA
           ACCEPT TMET-COMPETENCIA.
           ACCEPT WS-ACT FROM ESCAPE KEY
           IF WS-ACT = 01
             PERFORM MET-LIMPA THRU MET-LIMPA-FIM
             GO TO R0C.
           IF MET-COMPETENCIA = ZEROS
             COMPUTE MET-COMPETENCIA = WS-DATA-HOJE / 100
             DISPLAY TMET-COMPETENCIA.
           DIVIDE MET-COMPETENCIA BY 100 GIVING WS-MET-ANO
                  REMAINDER WS-MET-MES
           IF WS-MET-MES < 1 OR WS-MET-MES > 12 OR WS-MET-ANO < 2000
             MOVE "*** MES INVALIDO - USE AAAAMM ***" TO MENS
             PERFORM ROT-MENS THRU ROT-MENS-FIM
             GO TO MET-R1.

       MET-R2.
           ACCEPT TMET-TIPOPRODUTO.
           ACCEPT WS-ACT FROM ESCAPE KEY
           IF WS-ACT = 01
             GO TO MET-R1.
           MOVE VDD-CODIGO TO MET-VENDEDOR
           READ ARQMET
           IF ST-ERRO2 = "00"
             MOVE 1 TO WS-MET-EXISTE
             DISPLAY TMET-VALOR
             MOVE "*** META CADASTRADA - VALOR ZERO EXCLUI ***" TO MENS
             PERFORM ROT-MENS THRU ROT-MENS-FIM
           ELSE
             IF ST-ERRO2 = "23"
               MOVE ZEROS TO WS-MET-EXISTE MET-VALOR
               DISPLAY TMET-VALOR
             ELSE
               MOVE "*** ERRO NA LEITURA DO ARQUIVO DE METAS ***"
                                                             TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.

       MET-R3.
           ACCEPT TMET-VALOR.
           ACCEPT WS-ACT FROM ESCAPE KEY
           IF WS-ACT = 01
             GO TO MET-R2.
           IF MET-VALOR = ZEROS AND WS-MET-EXISTE = ZEROS
             MOVE "*** INFORME O VALOR DA META ***" TO MENS
             PERFORM ROT-MENS THRU ROT-MENS-FIM
             GO TO MET-R3.

       MET-OPC.
           MOVE "S" TO WS-OPCAO
           IF MET-VALOR = ZEROS
             DISPLAY (17, 14) "Deseja EXCLUIR a meta? (S/N) : "
             ACCEPT (17, 45) WS-OPCAO WITH UPDATE
           ELSE
             DISPLAY (17, 14) "Deseja Salvar (S/N) : "
             ACCEPT (17, 36) WS-OPCAO WITH UPDATE.
           ACCEPT WS-ACT FROM ESCAPE KEY
           IF WS-ACT = 01
             GO TO MET-R3.
           IF WS-OPCAO = "N" OR "n"
             MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
             PERFORM ROT-MENS THRU ROT-MENS-FIM
             GO TO MET-R1.
           IF WS-OPCAO NOT = "S" AND "s"
             MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
             PERFORM ROT-MENS THRU ROT-MENS-FIM
             GO TO MET-OPC.

       MET-WR1.
           MOVE SPACES TO LOG-CHAVE
           STRING MET-VENDEDOR "/" MET-COMPETENCIA "/" MET-TIPOPRODUTO
                  DELIMITED BY SIZE INTO LOG-CHAVE
           IF MET-VALOR = ZEROS
             MOVE "EXCLUI META" TO LOG-OPERACAO
             DELETE ARQMET RECORD
           ELSE
             IF WS-MET-EXISTE = 1
               MOVE "ALTERA META" TO LOG-OPERACAO
               REWRITE REGMET
             ELSE
               MOVE "INCLUI META" TO LOG-OPERACAO
               WRITE REGMET.
           IF MET-VALOR = ZEROS
             MOVE "*** META EXCLUIDA ***" TO MENS
           ELSE
             MOVE "*** META GRAVADA ***" TO MENS.
           IF ST-ERRO2 = "00" OR ST-ERRO2 = "02"
             PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM
             PERFORM ROT-MENS THRU ROT-MENS-FIM
             GO TO MET-R1.
           MOVE "*** ERRO NA GRAVACAO DO ARQUIVO DE METAS ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.

      ***************************************************************

       ROT-FIM.
           CLOSE ARQVDD ARQMET ARQLOG.
           GOBACK.

      ****************** LIMPEZA DAS LINHAS DA META ***************************

       MET-LIMPA.
           DISPLAY (11, 01) WS-LIMPA
           DISPLAY (12, 01) WS-LIMPA
           DISPLAY (13, 01) WS-LIMPA.
       MET-LIMPA-FIM.
           EXIT.

      *************** GRAVACAO DE TRILHA DE AUDITORIA *************************
      *    LOG-OPERACAO E LOG-CHAVE DEVEM SER CARREGADOS PELO CHAMADOR
      *    ANTES DO PERFORM.
