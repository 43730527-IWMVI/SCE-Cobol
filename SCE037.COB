       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCE037.
      *************************************************************************
      * INSTALLATION.       TABELA DE ICMS POR UF                             *
      * AUTHOR.             Wallace Martins Vieira                            *
      * DATE-WRITTEN        00/00/0000                                        *
      *************************************************************************
      *    MANUTENCAO DA TABELA DE ALIQUOTAS DE ICMS POR UF (ARQICM)
      *    USADA PELO SCE005 NA EMISSAO DA NOTA FISCAL. UMA UNICA UF E
      *    MARCADA COMO SEDE (A UF DA LOJA): A VENDA PARA CLIENTE DELA
      *    E INTERNA E PARA AS DEMAIS E INTERESTADUAL, COM A ALIQUOTA
      *    DA UF DE DESTINO. USO RESTRITO AO GERENTE NO MENU.
      *************************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQICM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ICM-UF
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQLOG ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO4.

      *************************************************************************

       DATA DIVISION.
       FILE SECTION.
       FD ARQICM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQICM.DAT".

           COPY CPICM.

      *************************************************************************

       FD ARQLOG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQLOG.DAT".

           COPY CPLOG.

      *************************************************************************

       WORKING-STORAGE SECTION.

       01 WS-OPCAO                   PIC X(01) VALUE SPACES.
       01 ST-ERRO                    PIC X(02) VALUE "00".
       01 ST-ERRO4                   PIC X(02) VALUE "00".
       01 MENS                       PIC X(60) VALUE SPACES.
       01 WS-DELAY                   PIC 9(04) COMP VALUE 1.
       01 WS-ACT                     PIC 9(02) VALUE ZEROS.
       01 WS-SEL                     PIC 9(01) VALUE ZEROS.
       01 WS-ENVNOME                 PIC X(20) VALUE "USER".
       01 WS-OPERADOR                PIC X(20) VALUE SPACES.

       01 TXUF.
        03 UF-SIGLA   PIC X(02) VALUE SPACES.
        03 UF-TEXTO   PIC X(20) VALUE SPACES.

       01 TBUF.
        03 FILLER     PIC X(25) VALUE "AC - ACRE".
        03 FILLER     PIC X(25) VALUE "AL - ALAGOAS".
        03 FILLER     PIC X(25) VALUE "AM - AMAZONAS".
        03 FILLER     PIC X(25) VALUE "AP - AMAPA".
        03 FILLER     PIC X(25) VALUE "BA - BAHIA".
        03 FILLER     PIC X(25) VALUE "CE - CEARA".
        03 FILLER     PIC X(25) VALUE "DF - DISTRITO FEDERAL".
        03 FILLER     PIC X(25) VALUE "ES - ESPIRITO SANTO".
        03 FILLER     PIC X(25) VALUE "GO - GOIAS".
        03 FILLER     PIC X(25) VALUE "MA - MARANHÃO".
        03 FILLER     PIC X(25) VALUE "MT - MATO GROSSO".
        03 FILLER     PIC X(25) VALUE "MS - MATO GROSSO DO SUL".
        03 FILLER     PIC X(25) VALUE "MG - MINAS GERAIS".
        03 FILLER     PIC X(25) VALUE "PA - PARA".
        03 FILLER     PIC X(25) VALUE "PB - PARAIBA".
        03 FILLER     PIC X(25) VALUE "PR - PARANÁ".
        03 FILLER     PIC X(25) VALUE "PE - PERNAMBUCO".
        03 FILLER     PIC X(25) VALUE "PI - PIAUI".
        03 FILLER     PIC X(25) VALUE "RJ - RIO DE JANEIRO".
        03 FILLER     PIC X(25) VALUE "RN - GRANDE DO NORTE".
        03 FILLER     PIC X(25) VALUE "RS - RIO GRANDE DO SUL".
        03 FILLER     PIC X(25) VALUE "RO - RONDONIA".
        03 FILLER     PIC X(25) VALUE "RR - RORAIMA".
        03 FILLER     PIC X(25) VALUE "SC - SANTA CATARINA".
        03 FILLER     PIC X(25) VALUE "SP - SAO PAULO".
        03 FILLER     PIC X(25) VALUE "SE - SERGIPE".
        03 FILLER     PIC X(25) VALUE "TO - TOCANTINS".

       01 TBUFR REDEFINES TBUF.
        03 TABUF        PIC X(25) OCCURS 27 TIMES.

       01 IND         PIC 9(02) VALUE ZEROS.

      ****** CONTROLE DA UF SEDE - SO PODE HAVER UMA ******************

       01 WS-UF-SALVA                PIC X(02) VALUE SPACES.
       01 WS-SEDE-OUTRA              PIC X(02) VALUE SPACES.
       01 WS-REGICM-SALVO            PIC X(07) VALUE SPACES.

      *************************************************************************

       SCREEN SECTION.

       01  TELAPRINCIPAL.
           05  LINE 01  COLUMN 01
               VALUE  "========================================".
           05  LINE 01  COLUMN 41
               VALUE  "========================================".
           05  LINE 02  COLUMN 01
               VALUE  "                              TABELA DE ".
           05  LINE 02  COLUMN 41
               VALUE  "ICMS POR UF".
           05  LINE 03  COLUMN 01
               VALUE  "========================================".
           05  LINE 03  COLUMN 41
               VALUE  "========================================".
           05  LINE 05  COLUMN 01
               VALUE  "  UF         :".
           05  LINE 07  COLUMN 01
               VALUE  "  ALIQUOTA % :".
           05  LINE 09  COLUMN 01
               VALUE  "  UF SEDE    :".
           05  LINE 09  COLUMN 20
               VALUE  "(S = UF DA LOJA / N = DEMAIS)".
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
           05  TICM-UF
               LINE 05  COLUMN 16  PIC X(02)
               USING  ICM-UF.
           05  TUF-TEXTO
               LINE 05  COLUMN 19  PIC X(20)
               USING  UF-TEXTO.
           05  TICM-ALIQUOTA
               LINE 07  COLUMN 16  PIC 9(02)V99
               USING  ICM-ALIQUOTA.
           05  TICM-SEDE
               LINE 09  COLUMN 16  PIC X(01)
               USING  ICM-SEDE.

      *************************************************************************

       PROCEDURE DIVISION.

      ************************ ABERTURA ARQUIVO *******************************

       INICIO.

       R0.
           OPEN I-O ARQICM
           IF ST-ERRO NOT = "00"
             IF ST-ERRO = "30"
               OPEN OUTPUT ARQICM
               MOVE "CRIANDO ARQUIVO TABELA DE ICMS POR UF" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE ARQICM
               GO TO INICIO
           ELSE
             IF ST-ERRO = "95"
               MOVE "ISAM NAO CARREGADO " TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM
             ELSE
               MOVE "ERRO NA ABERTURA DO ARQUIVO DE ICMS POR UF" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.

       R0A.
           OPEN EXTEND ARQLOG
           IF ST-ERRO4 NOT = "00"
             IF ST-ERRO4 = "30" OR ST-ERRO4 = "35"
               OPEN OUTPUT ARQLOG
               CLOSE ARQLOG
               OPEN EXTEND ARQLOG
             ELSE
               MOVE "ERRO NA ABERTURA DO ARQUIVO DE AUDITORIA " TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.

           DISPLAY WS-ENVNOME UPON ENVIRONMENT-NAME
           ACCEPT WS-OPERADOR FROM ENVIRONMENT-VALUE
           IF WS-OPERADOR = SPACES
             MOVE "DESCONHECIDO" TO WS-OPERADOR.

      ******************** INCICIALIZAÇÃO VARIÁVEIS ***************************

       R0C.
           MOVE SPACES TO ICM-UF UF-TEXTO
           MOVE "N"    TO ICM-SEDE
           MOVE ZEROS  TO ICM-ALIQUOTA
           MOVE ZEROS  TO WS-SEL.

      ********************** VISUALIZAÇÃO DA TELA *****************************

           DISPLAY TELAPRINCIPAL.

      ************************ ENTRADA DE DADOS *******************************

       R1.
           ACCEPT TICM-UF.
           ACCEPT WS-ACT FROM ESCAPE KEY
           IF WS-ACT = 01
             GO TO ROT-FIM.
           IF ICM-UF = SPACES
             MOVE "*** UF NAO PODE FICAR EM BRANCO ***" TO MENS
             PERFORM ROT-MENS THRU ROT-MENS-FIM
             GO TO R1.

       R1A.
           MOVE 1 TO IND.

       R1B.
           MOVE TABUF (IND) TO TXUF
           IF ICM-UF NOT = UF-SIGLA
             ADD 1 TO IND
               IF IND > 27
                 MOVE "UF NAO EXISTE" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R1
              ELSE
                 GO TO R1B
              ELSE
                 DISPLAY TUF-TEXTO.

       LER-ARQICM.
           READ ARQICM
           IF ST-ERRO NOT = "23"
             IF ST-ERRO = "00"
               DISPLAY TELAPRINCIPAL
               MOVE "*** UF CADASTRADA ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACE-001
             ELSE
               MOVE "*** ERRO NA LEITURA ARQUIVO DE ICMS POR UF ***"
                                                             TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM
           ELSE
               MOVE "*** UF NAO CADASTRADA ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM.

       R2.
           ACCEPT TICM-ALIQUOTA.
           ACCEPT WS-ACT FROM ESCAPE KEY
           IF WS-ACT = 01
             GO TO R1.
           IF ICM-ALIQUOTA = ZEROS
             MOVE "*** ALIQUOTA NAO PODE SER ZERO ***" TO MENS
             PERFORM ROT-MENS THRU ROT-MENS-FIM
             GO TO R2.
           IF ICM-ALIQUOTA > 30
             MOVE "*** ALIQUOTA DE ICMS ACIMA DE 30% ***" TO MENS
             PERFORM ROT-MENS THRU ROT-MENS-FIM
             GO TO R2.

       R3.
           ACCEPT TICM-SEDE.
           ACCEPT WS-ACT FROM ESCAPE KEY
           IF WS-ACT = 01
             GO TO R2.
           IF ICM-SEDE = "s"
             MOVE "S" TO ICM-SEDE.
           IF ICM-SEDE = "n" OR ICM-SEDE = SPACES
             MOVE "N" TO ICM-SEDE.
           IF ICM-SEDE NOT = "S" AND ICM-SEDE NOT = "N"
             MOVE "*** DIGITE APENAS S = SEDE OU N = DEMAIS ***" TO MENS
             PERFORM ROT-MENS THRU ROT-MENS-FIM
             GO TO R3.
           DISPLAY TICM-SEDE
           IF ICM-SEDE = "S"
             PERFORM CHECA-SEDE THRU CHECA-SEDE-FIM
             IF WS-SEDE-OUTRA NOT = SPACES
               MOVE SPACES TO MENS
               STRING "*** A SEDE JA E A UF " WS-SEDE-OUTRA
                      " - DESMARQUE-A ANTES ***"
                      DELIMITED BY SIZE INTO MENS
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
             GO TO R1.
           IF WS-OPCAO = "N" OR "n"
             MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
             PERFORM ROT-MENS THRU ROT-MENS-FIM
             GO TO R0C
           IF WS-OPCAO NOT = "S" AND "s"
             MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
             PERFORM ROT-MENS THRU ROT-MENS-FIM
             GO TO INC-OPC.

       INC-WR1.
           WRITE REGICM
           IF ST-ERRO = "00" OR ST-ERRO = "02"
             MOVE "INCLUSAO" TO LOG-OPERACAO
             MOVE ICM-UF TO LOG-CHAVE
             PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM
             MOVE "*** DADOS GRAVADOS *** " TO MENS
             PERFORM ROT-MENS THRU ROT-MENS-FIM
             GO TO R0C.
           IF ST-ERRO = "22"
             MOVE "* UF JA EXISTE, DADOS NAO GRAVADOS *" TO MENS
             PERFORM ROT-MENS THRU ROT-MENS-FIM
             GO TO R0C
           ELSE
             MOVE "*** ERRO NA GRAVACAO DO ARQUIVO DE ICMS POR UF ***"
                                                           TO MENS
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
                  GO TO R0C
                ELSE
                  IF WS-OPCAO = "A"
                    MOVE 1 TO WS-SEL
                    GO TO R2
                ELSE
                  IF WS-OPCAO = "S"
                    GO TO ROT-FIM.

       EXC-OPC.
           DISPLAY (17, 14) "Deseja EXCLUIR? (S/N) : ".
           ACCEPT (17, 39) WS-OPCAO
           IF WS-OPCAO = "N" OR "n"
             MOVE "*** REGISTRO MANTIDO ***" TO MENS
             PERFORM ROT-MENS THRU ROT-MENS-FIM
             GO TO R0C.
           IF WS-OPCAO NOT = "S" AND "s"
             MOVE "*** DIGITE APENAS S = SIM OU N = NAO ***" TO MENS
             PERFORM ROT-MENS THRU ROT-MENS-FIM
             GO TO EXC-OPC.

       EXC-DL1.
           MOVE "EXCLUSAO" TO LOG-OPERACAO
           MOVE ICM-UF TO LOG-CHAVE
           DELETE ARQICM RECORD
           IF ST-ERRO = "00" OR ST-ERRO = "02"
             PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM
             MOVE "*** REGISTRO DA UF EXCLUIDO ***" TO MENS
             PERFORM ROT-MENS THRU ROT-MENS-FIM
             GO TO R0C.
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
             GO TO R0C.

           IF WS-OPCAO NOT = "S" AND "s"
             MOVE "*** DIGITE APENAS S = SIM OU N = NAO ***" TO MENS
             PERFORM ROT-MENS THRU ROT-MENS-FIM
             GO TO ALT-OPC.

       ALT-RW1.
           REWRITE REGICM
           IF ST-ERRO = "00" OR ST-ERRO = "02"
             MOVE "ALTERACAO" TO LOG-OPERACAO
             MOVE ICM-UF TO LOG-CHAVE
             PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM
             MOVE "*** REGISTRO ALTERADO ***" TO MENS
             PERFORM ROT-MENS THRU ROT-MENS-FIM
             GO TO R0C.

           MOVE "*** ERRO NA ALT DO REGISTRO DA UF ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.

      ****** PROCURA OUTRA UF JA MARCADA COMO SEDE ********************
      *    PERCORRE A TABELA (NO MAXIMO 27 REGISTROS) E DEVOLVE EM
      *    WS-SEDE-OUTRA A UF SEDE DIFERENTE DA QUE ESTA EM TELA. O
      *    REGISTRO EM TELA E PRESERVADO E RESTAURADO NO FINAL.

       CHECA-SEDE.
           MOVE SPACES TO WS-SEDE-OUTRA
           MOVE REGICM TO WS-REGICM-SALVO
           MOVE ICM-UF TO WS-UF-SALVA
           MOVE SPACES TO ICM-UF
           START ARQICM KEY IS NOT LESS THAN ICM-UF
           IF ST-ERRO NOT = "00"
             GO TO CHECA-SEDE-REST.
       CHECA-SEDE-LOOP.
           READ ARQICM NEXT RECORD
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
             GO TO CHECA-SEDE-REST.
           IF ICM-SEDE = "S" AND ICM-UF NOT = WS-UF-SALVA
             MOVE ICM-UF TO WS-SEDE-OUTRA
             GO TO CHECA-SEDE-REST.
           GO TO CHECA-SEDE-LOOP.
       CHECA-SEDE-REST.
           MOVE WS-REGICM-SALVO TO REGICM.
       CHECA-SEDE-FIM.
           EXIT.

      ***************************************************************

       ROT-FIM.
           CLOSE ARQICM ARQLOG.
           GOBACK.

      *************** GRAVACAO DE TRILHA DE AUDITORIA *************************
      *    LOG-OPERACAO E LOG-CHAVE DEVEM SER CARREGADOS PELO CHAMADOR
      *    ANTES DO PERFORM.

       GRAVA-LOG.
           ACCEPT LOG-DATA FROM DATE YYYYMMDD
           ACCEPT LOG-HORA FROM TIME
           MOVE "SCE037" TO LOG-PROGRAMA
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
