       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCE045.
      *************************************************************************
      * INSTALLATION.       ESTRUTURA DE KITS                                 *
      * AUTHOR.             Wallace Martins Vieira                            *
      * DATE-WRITTEN        00/00/0000                                        *
      *************************************************************************
      *    MANUTENCAO DA ESTRUTURA DE KITS (ARQKIT). O KIT E UM PRODUTO
      *    JA CADASTRADO EM ARQPRO (DESCRICAO E PRECO DE VENDA) E CADA
      *    REGISTRO LIGA UM COMPONENTE, TAMBEM DE ARQPRO, E A
      *    QUANTIDADE DELE EM UMA UNIDADE DO KIT. NA VENDA O SCE005
      *    BAIXA OS COMPONENTES E NAO O KIT. NAO SE ACEITA KIT DENTRO
      *    DE KIT: O COMPONENTE NAO PODE TER ESTRUTURA E O KIT NAO
      *    PODE SER COMPONENTE DE OUTRO KIT. A TELA MOSTRA QUANTOS
      *    COMPONENTES O KIT TEM E O CUSTO DELE PELO PRO-CUSTOMEDIO DOS
      *    COMPONENTES. USO RESTRITO AO SUPERVISOR (NIVEL 2 OU SUPERIOR).
      *************************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQKIT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-KIT
                    ALTERNATE RECORD KEY IS KIT-CODCOMP
                                        WITH DUPLICATES
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

           SELECT ARQLOG ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO4.

      *************************************************************************

       DATA DIVISION.
       FILE SECTION.
       FD ARQKIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQKIT.DAT".

           COPY CPKIT.

      *************************************************************************

       FD ARQPRO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPRO.DAT".

           COPY CPPRO.

      *************************************************************************

       FD ARQLOG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQLOG.DAT".

           COPY CPLOG.

      *************************************************************************

       WORKING-STORAGE SECTION.

       01 WS-OPCAO                   PIC X(01) VALUE SPACES.
       01 ST-ERRO                    PIC X(02) VALUE "00".
       01 ST-ERRO2                   PIC X(02) VALUE "00".
       01 ST-ERRO4                   PIC X(02) VALUE "00".
       01 MENS                       PIC X(60) VALUE SPACES.
       01 WS-DELAY                   PIC 9(04) COMP VALUE 1.
       01 WS-ACT                     PIC 9(02) VALUE ZEROS.
       01 WS-SEL                     PIC 9(01) VALUE ZEROS.
       01 WS-ENVNOME                 PIC X(20) VALUE "USER".
       01 WS-OPERADOR                PIC X(20) VALUE SPACES.
       01 WS-ENVNIVEL                PIC X(20) VALUE "NIVEL".
       01 WS-NIVEL-X                 PIC X(01) VALUE SPACES.
       01 WS-NIVEL                   PIC 9(01) VALUE ZEROS.

       01 WS-DESC-KIT                PIC X(30) VALUE SPACES.
       01 WS-DESC-COMP               PIC X(30) VALUE SPACES.

      ****** RESUMO DO KIT EM TELA E TESTES DE KIT DENTRO DE KIT *************
      *    AS LEITURAS SEQUENCIAIS DE ARQKIT TROCAM O REGISTRO EM TELA,
      *    QUE E GUARDADO EM WS-REGKIT-SALVO E RESTAURADO NO FIM.

       01 WS-REGKIT-SALVO            PIC X(16) VALUE SPACES.
       01 WS-PROD-TESTE              PIC 9(06) VALUE ZEROS.
       01 WS-TEM-ESTRUTURA           PIC 9(01) VALUE ZEROS.
       01 WS-E-COMPONENTE            PIC 9(01) VALUE ZEROS.
       01 WS-QTD-COMP                PIC 9(03) VALUE ZEROS.
       01 WS-CUSTO-KIT               PIC 9(07)V99 VALUE ZEROS.

      *************************************************************************

       SCREEN SECTION.

       01  TELAPRINCIPAL.
           05  LINE 01  COLUMN 01
               VALUE  "========================================".
           05  LINE 01  COLUMN 41
               VALUE  "========================================".
           05  LINE 02  COLUMN 01
               VALUE  "                              ESTRUTURA ".
           05  LINE 02  COLUMN 41
               VALUE  "DE KITS".
           05  LINE 03  COLUMN 01
               VALUE  "========================================".
           05  LINE 03  COLUMN 41
               VALUE  "========================================".
           05  LINE 05  COLUMN 01
               VALUE  "  KIT          :".
           05  LINE 07  COLUMN 01
               VALUE  "  COMPONENTE   :".
           05  LINE 09  COLUMN 01
               VALUE  "  QUANTIDADE   :".
           05  LINE 09  COLUMN 25
               VALUE  "(POR UNIDADE DO KIT)".
           05  LINE 11  COLUMN 01
               VALUE  "  COMPONENTES NO KIT :".
           05  LINE 11  COLUMN 31
               VALUE  "CUSTO DOS COMPONENTES :".
           05  LINE 15  COLUMN 01
               VALUE  "========================================".
           05  LINE 15  COLUMN 41
               VALUE  "========================================".
           05  LINE 17  COLUMN 01
               VALUE  "  AVISOS :".
           05  LINE 20  COLUMN 01
               VALUE  "========================================".
           05  LINE 20  COLUMN 41
               VALUE  "========================================".
           05  TKIT-CODKIT
               LINE 05  COLUMN 18  PIC 9(06)
               USING  KIT-CODKIT.
           05  TDESC-KIT
               LINE 05  COLUMN 26  PIC X(30)
               USING  WS-DESC-KIT.
           05  TKIT-CODCOMP
               LINE 07  COLUMN 18  PIC 9(06)
               USING  KIT-CODCOMP.
           05  TDESC-COMP
               LINE 07  COLUMN 26  PIC X(30)
               USING  WS-DESC-COMP.
           05  TKIT-QTD
               LINE 09  COLUMN 18  PIC 9(04)
               USING  KIT-QTD.
           05  TQTD-COMP
               LINE 11  COLUMN 24  PIC ZZ9
               USING  WS-QTD-COMP.
           05  TCUSTO-KIT
               LINE 11  COLUMN 55  PIC Z.ZZZ.ZZ9,99
               USING  WS-CUSTO-KIT.

      *************************************************************************

       PROCEDURE DIVISION.

      ************************ NIVEL DO OPERADOR ******************************

       INICIO.

       R00.
           DISPLAY WS-ENVNIVEL UPON ENVIRONMENT-NAME
           ACCEPT WS-NIVEL-X FROM ENVIRONMENT-VALUE
           IF WS-NIVEL-X IS NUMERIC
             MOVE WS-NIVEL-X TO WS-NIVEL
           ELSE
             MOVE ZEROS TO WS-NIVEL.
           IF WS-NIVEL < 2
             MOVE "*** ESTRUTURA DE KITS RESTRITA AO SUPERVISOR ***"
                  TO MENS
             DISPLAY MENS
             GOBACK.

      ************************ ABERTURA ARQUIVO *******************************

       R0.
           OPEN I-O ARQKIT
           IF ST-ERRO NOT = "00"
             IF ST-ERRO = "30"
               OPEN OUTPUT ARQKIT
               MOVE "CRIANDO ARQUIVO DE ESTRUTURA DE KITS" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE ARQKIT
               GO TO R0
           ELSE
             IF ST-ERRO = "95"
               MOVE "ISAM NAO CARREGADO " TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GOBACK
             ELSE
               MOVE "ERRO NA ABERTURA DO ARQUIVO DE KITS" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GOBACK.

       R0A.
           OPEN INPUT ARQPRO
           IF ST-ERRO2 NOT = "00"
             MOVE "*** ARQUIVO DE PRODUTOS NAO ENCONTRADO ***" TO MENS
             PERFORM ROT-MENS THRU ROT-MENS-FIM
             CLOSE ARQKIT
             GOBACK.

       R0B.
           OPEN EXTEND ARQLOG
           IF ST-ERRO4 NOT = "00"
             IF ST-ERRO4 = "30" OR ST-ERRO4 = "35"
               OPEN OUTPUT ARQLOG
               CLOSE ARQLOG
               OPEN EXTEND ARQLOG
             ELSE
               MOVE "ERRO NA ABERTURA DO ARQUIVO DE AUDITORIA " TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE ARQKIT ARQPRO
               GOBACK.

           DISPLAY WS-ENVNOME UPON ENVIRONMENT-NAME
           ACCEPT WS-OPERADOR FROM ENVIRONMENT-VALUE
           IF WS-OPERADOR = SPACES
             MOVE "DESCONHECIDO" TO WS-OPERADOR.

      ******************** INCICIALIZAÇÃO VARIÁVEIS ***************************

       R0C.
           MOVE ZEROS  TO KIT-CODKIT KIT-CODCOMP KIT-QTD
           MOVE ZEROS  TO WS-QTD-COMP WS-CUSTO-KIT WS-SEL
           MOVE SPACES TO WS-DESC-KIT WS-DESC-COMP.

      ********************** VISUALIZAÇÃO DA TELA *****************************

           DISPLAY TELAPRINCIPAL.

      ************************ ENTRADA DO KIT *********************************

       R1.
           ACCEPT TKIT-CODKIT.
           ACCEPT WS-ACT FROM ESCAPE KEY
           IF WS-ACT = 01
             GO TO ROT-FIM.
           IF KIT-CODKIT = ZEROS
             MOVE "*** CODIGO DO KIT NAO PODE SER ZERO ***" TO MENS
             PERFORM ROT-MENS THRU ROT-MENS-FIM
             GO TO R1.

       R1A.
           MOVE KIT-CODKIT TO PRO-CODIGO
           READ ARQPRO
           IF ST-ERRO2 NOT = "00"
             MOVE "*** PRODUTO DO KIT NAO CADASTRADO ***" TO MENS
             PERFORM ROT-MENS THRU ROT-MENS-FIM
             GO TO R1.
           MOVE PRO-DESCRICAO TO WS-DESC-KIT
           DISPLAY TDESC-KIT

           MOVE KIT-CODKIT TO WS-PROD-TESTE
           PERFORM CHECA-COMPONENTE THRU CHECA-COMPONENTE-FIM
           IF WS-E-COMPONENTE = 1
             MOVE "*** PRODUTO JA E COMPONENTE DE OUTRO KIT ***" TO MENS
             PERFORM ROT-MENS THRU ROT-MENS-FIM
             GO TO R0C.

      *    O SALDO QUE O PRODUTO JA TIVER FICA PARADO - A VENDA DO KIT
      *    SO BAIXA OS COMPONENTES.
           IF PRO-QTDESTOQUE > ZEROS
             MOVE "*** AVISO: SALDO PROPRIO DO KIT NAO E BAIXADO ***"
                  TO MENS
             PERFORM ROT-MENS THRU ROT-MENS-FIM.

      ******************** ENTRADA DO COMPONENTE ******************************

       R1D.
           MOVE ZEROS  TO KIT-CODCOMP KIT-QTD WS-SEL
           MOVE SPACES TO WS-DESC-COMP
           PERFORM RESUMO-KIT THRU RESUMO-KIT-FIM
           DISPLAY TELAPRINCIPAL.

       R2.
           ACCEPT TKIT-CODCOMP.
           ACCEPT WS-ACT FROM ESCAPE KEY
           IF WS-ACT = 01
             GO TO R0C.
           IF KIT-CODCOMP = ZEROS
             MOVE "*** CODIGO DO COMPONENTE NAO PODE SER ZERO ***"
                  TO MENS
             PERFORM ROT-MENS THRU ROT-MENS-FIM
             GO TO R2.
           IF KIT-CODCOMP = KIT-CODKIT
             MOVE "*** O KIT NAO PODE SER COMPONENTE DELE MESMO ***"
                  TO MENS
             PERFORM ROT-MENS THRU ROT-MENS-FIM
             GO TO R2.

           MOVE KIT-CODCOMP TO PRO-CODIGO
           READ ARQPRO
           IF ST-ERRO2 NOT = "00"
             MOVE "*** COMPONENTE NAO CADASTRADO EM PRODUTOS ***"
                  TO MENS
             PERFORM ROT-MENS THRU ROT-MENS-FIM
             GO TO R2.
           MOVE PRO-DESCRICAO TO WS-DESC-COMP
           DISPLAY TDESC-COMP

           MOVE KIT-CODCOMP TO WS-PROD-TESTE
           PERFORM CHECA-ESTRUTURA THRU CHECA-ESTRUTURA-FIM
           IF WS-TEM-ESTRUTURA = 1
             MOVE "*** COMPONENTE JA E UM KIT - KIT NO KIT NAO ***"
                  TO MENS
             PERFORM ROT-MENS THRU ROT-MENS-FIM
             GO TO R2.

       LER-ARQKIT.
           READ ARQKIT
           IF ST-ERRO NOT = "23"
             IF ST-ERRO = "00"
               DISPLAY TELAPRINCIPAL
               MOVE "*** COMPONENTE JA CADASTRADO NO KIT ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACE-001
             ELSE
               MOVE "*** ERRO NA LEITURA ARQUIVO DE KITS ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM
           ELSE
               MOVE "*** COMPONENTE NOVO NO KIT ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM.

       R3.
           ACCEPT TKIT-QTD.
           ACCEPT WS-ACT FROM ESCAPE KEY
           IF WS-ACT = 01
             GO TO R2.
           IF KIT-QTD = ZEROS
             MOVE "*** QUANTIDADE NAO PODE SER ZERO ***" TO MENS
             PERFORM ROT-MENS THRU ROT-MENS-FIM
             GO TO R3.

           IF WS-SEL = 1
             GO TO ALT-OPC.

       INC-OPC.
           MOVE "S" TO WS-OPCAO
           DISPLAY (17, 14) "Deseja Salvar (S/N) : ".
           ACCEPT (17, 36) WS-OPCAO WITH UPDATE
           ACCEPT WS-ACT FROM ESCAPE KEY
           IF WS-ACT = 01
             GO TO R2.
           IF WS-OPCAO = "N" OR "n"
             MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
             PERFORM ROT-MENS THRU ROT-MENS-FIM
             GO TO R1D
           IF WS-OPCAO NOT = "S" AND "s"
             MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
             PERFORM ROT-MENS THRU ROT-MENS-FIM
             GO TO INC-OPC.

       INC-WR1.
           WRITE REGKIT
           IF ST-ERRO = "00" OR ST-ERRO = "02"
             MOVE "INCLUSAO" TO LOG-OPERACAO
             MOVE CHAVE-KIT TO LOG-CHAVE
             PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM
             MOVE "*** DADOS GRAVADOS *** " TO MENS
             PERFORM ROT-MENS THRU ROT-MENS-FIM
             GO TO R1D.
           IF ST-ERRO = "22"
             MOVE "* COMPONENTE JA EXISTE, DADOS NAO GRAVADOS *" TO MENS
             PERFORM ROT-MENS THRU ROT-MENS-FIM
             GO TO R1D
           ELSE
             MOVE "*** ERRO NA GRAVACAO DO ARQUIVO DE KITS ***" TO MENS
             PERFORM ROT-MENS THRU ROT-MENS-FIM
             GO TO ROT-FIM.

      *********** ROTINAS DE CONSULTA / ALTERAÇÃO / EXCLUSÃO ******************

       ACE-001.
           DISPLAY (17, 14)
           "N = NOVO REGISTRO | A = ALTERAR | E = EXCLUIR | S = SAIR:"
                ACCEPT (17, 72) WS-OPCAO
                IF WS-OPCAO NOT = "N" AND WS-OPCAO NOT = "A"
                AND WS-OPCAO NOT = "E" AND WS-OPCAO NOT = "S"
                  GO TO ACE-001.
                  MOVE SPACES TO MENS
                  DISPLAY (17, 14) MENS
                IF WS-OPCAO = "N"
                  GO TO R1D
                ELSE
                  IF WS-OPCAO = "A"
                    MOVE 1 TO WS-SEL
                    GO TO R3
                ELSE
                  IF WS-OPCAO = "S"
                    GO TO ROT-FIM.

       EXC-OPC.
           DISPLAY (17, 14) "Deseja EXCLUIR? (S/N) : ".
           ACCEPT (17, 39) WS-OPCAO
           IF WS-OPCAO = "N" OR "n"
             MOVE "*** REGISTRO MANTIDO ***" TO MENS
             PERFORM ROT-MENS THRU ROT-MENS-FIM
             GO TO R1D.
           IF WS-OPCAO NOT = "S" AND "s"
             MOVE "*** DIGITE APENAS S = SIM OU N = NAO ***" TO MENS
             PERFORM ROT-MENS THRU ROT-MENS-FIM
             GO TO EXC-OPC.

       EXC-DL1.
           MOVE "EXCLUSAO" TO LOG-OPERACAO
           MOVE CHAVE-KIT TO LOG-CHAVE
           DELETE ARQKIT RECORD
           IF ST-ERRO = "00" OR ST-ERRO = "02"
             PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM
             MOVE "*** COMPONENTE EXCLUIDO DO KIT ***" TO MENS
             PERFORM ROT-MENS THRU ROT-MENS-FIM
             GO TO R1D.
           MOVE "ERRO NA EXCLUSAO DO REGISTRO " TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.

       ALT-OPC.
           MOVE ZEROS TO WS-SEL
           DISPLAY (17, 14) "Deseja ALTERAR? (S/N) : ".
           ACCEPT (17, 39) WS-OPCAO
           ACCEPT WS-ACT FROM ESCAPE KEY

           IF WS-OPCAO = "N" OR "n"
             MOVE "*** INFORMACOES MANTIDAS *** " TO MENS
             PERFORM ROT-MENS THRU ROT-MENS-FIM
             GO TO R1D.

           IF WS-OPCAO NOT = "S" AND "s"
             MOVE "*** DIGITE APENAS S = SIM OU N = NAO ***" TO MENS
             PERFORM ROT-MENS THRU ROT-MENS-FIM
             GO TO ALT-OPC.

       ALT-RW1.
           REWRITE REGKIT
           IF ST-ERRO = "00" OR ST-ERRO = "02"
             MOVE "ALTERACAO" TO LOG-OPERACAO
             MOVE CHAVE-KIT TO LOG-CHAVE
             PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM
             MOVE "*** REGISTRO ALTERADO ***" TO MENS
             PERFORM ROT-MENS THRU ROT-MENS-FIM
             GO TO R1D.

           MOVE "*** ERRO NA ALT DO REGISTRO DO KIT ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.

      ****** QUANTIDADE DE COMPONENTES E CUSTO DO KIT EM TELA *****************
      *    SOMA O PRO-CUSTOMEDIO DE CADA COMPONENTE PELA QUANTIDADE -
      *    O MESMO CUSTO QUE O SCE023 USA NA MARGEM DO KIT.

       RESUMO-KIT.
           MOVE REGKIT TO WS-REGKIT-SALVO
           MOVE KIT-CODKIT TO WS-PROD-TESTE
           MOVE ZEROS TO WS-QTD-COMP WS-CUSTO-KIT
           MOVE ZEROS TO KIT-CODCOMP
           START ARQKIT KEY IS NOT LESS THAN CHAVE-KIT
           IF ST-ERRO NOT = "00"
             GO TO RESUMO-KIT-REST.
       RESUMO-KIT-LOOP.
           READ ARQKIT NEXT RECORD
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
             GO TO RESUMO-KIT-REST.
           IF KIT-CODKIT NOT = WS-PROD-TESTE
             GO TO RESUMO-KIT-REST.
           ADD 1 TO WS-QTD-COMP
           MOVE KIT-CODCOMP TO PRO-CODIGO
           READ ARQPRO
           IF ST-ERRO2 = "00"
             COMPUTE WS-CUSTO-KIT = WS-CUSTO-KIT
                                  + (PRO-CUSTOMEDIO * KIT-QTD).
           GO TO RESUMO-KIT-LOOP.
       RESUMO-KIT-REST.
           MOVE WS-REGKIT-SALVO TO REGKIT.
       RESUMO-KIT-FIM.
           EXIT.

      ****** WS-PROD-TESTE TEM ESTRUTURA (E KIT)? ****************************

       CHECA-ESTRUTURA.
           MOVE REGKIT TO WS-REGKIT-SALVO
           MOVE ZEROS TO WS-TEM-ESTRUTURA
           MOVE WS-PROD-TESTE TO KIT-CODKIT
           MOVE ZEROS TO KIT-CODCOMP
           START ARQKIT KEY IS NOT LESS THAN CHAVE-KIT
           IF ST-ERRO NOT = "00"
             GO TO CHECA-ESTRUTURA-REST.
           READ ARQKIT NEXT RECORD
           IF ST-ERRO = "00" OR ST-ERRO = "02"
             IF KIT-CODKIT = WS-PROD-TESTE
               MOVE 1 TO WS-TEM-ESTRUTURA.
       CHECA-ESTRUTURA-REST.
           MOVE WS-REGKIT-SALVO TO REGKIT.
       CHECA-ESTRUTURA-FIM.
           EXIT.

      ****** WS-PROD-TESTE JA E COMPONENTE DE ALGUM KIT? **********************

       CHECA-COMPONENTE.
           MOVE REGKIT TO WS-REGKIT-SALVO
           MOVE ZEROS TO WS-E-COMPONENTE
           MOVE WS-PROD-TESTE TO KIT-CODCOMP
           START ARQKIT KEY IS EQUAL TO KIT-CODCOMP
           IF ST-ERRO = "00"
             MOVE 1 TO WS-E-COMPONENTE.
           MOVE WS-REGKIT-SALVO TO REGKIT.
       CHECA-COMPONENTE-FIM.
           EXIT.

      ***************************************************************

       ROT-FIM.
           CLOSE ARQKIT ARQPRO ARQLOG.
           GOBACK.

      *************** GRAVACAO DE TRILHA DE AUDITORIA *************************
      *    LOG-OPERACAO E LOG-CHAVE DEVEM SER CARREGADOS PELO CHAMADOR
      *    ANTES DO PERFORM.

       GRAVA-LOG.
           ACCEPT LOG-DATA FROM DATE YYYYMMDD
           ACCEPT LOG-HORA FROM TIME
           MOVE "SCE045" TO LOG-PROGRAMA
           MOVE WS-OPERADOR TO LOG-OPERADOR
           WRITE REGLOG
           IF ST-ERRO4 NOT = "00"
             MOVE "*** ERRO NA GRAVACAO DA AUDITORIA ***" TO MENS
             PERFORM ROT-MENS THRU ROT-MENS-FIM.
       GRAVA-LOG-FIM.
           EXIT.

      *********************** ROTINA DE MENSAGEM ********************

       ROT-MENS.
       ROT-MENS1.
           DISPLAY (17, 14) MENS.
       ROT-MENS2.
           CALL "C$SLEEP" USING WS-DELAY
           MOVE SPACES TO MENS
           DISPLAY (17, 14) MENS.
       ROT-MENS-FIM.
             EXIT.
       FIM-ROT-TEMPO.

      ***************************** STATUS ************************************

      *    00 = OPERAÇÃO REALIZADA COM SUCESSO
      *    22 = REGISTRO JÁ CADASTRADO
      *    23 = REGISTRO NÃO ENCONTRADO
      *    30 = ARQUIVO NÃO ENCONTRADO
      *    95 = ISAM NAO CARREGADO
      *    10 = FIM DA LEITURA ARQUIVO SEQUENCIAL

      *************************************************************************
