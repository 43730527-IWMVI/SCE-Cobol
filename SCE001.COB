      *    E O SEU NIVEL DE ACESSO SAO REPASSADOS AOS PROGRAMAS CHAMADOS
      *    PELAS VARIAVEIS DE AMBIENTE "USER" E "NIVEL", AS MESMAS QUE
      *    ELES JA CONSULTAM PARA A TRILHA DE AUDITORIA (ARQLOG).
      *    CADA SESSAO FICA REGISTRADA EM ARQSES ENQUANTO O MENU ESTA
      *    ABERTO (VER CPSES) - DURANTE A REORGANIZACAO DE ARQUIVOS
      *    (SCE049) NENHUM OPERADOR CONSEGUE ENTRAR.
      *************************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO4.

           SELECT ARQSES ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-SES
                    LOCK MODE    IS MANUAL
                    FILE STATUS  IS ST-ERRO5.

      *************************************************************************

       DATA DIVISION.

       COPY CPLOG.

      *************************************************************************

       FD ARQSES
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQSES.DAT".

       COPY CPSES.

      *************************************************************************

       WORKING-STORAGE SECTION.
       01 WS-OPCAO                   PIC X(01) VALUE SPACES.
       01 ST-ERRO                    PIC X(02) VALUE "00".
       01 ST-ERRO4                   PIC X(02) VALUE "00".
       01 ST-ERRO5                   PIC X(02) VALUE "00".
       01 MENS                       PIC X(60) VALUE SPACES.
       01 WS-DELAY                   PIC 9(04) COMP VALUE 1.
       01 WS-ACT                     PIC 9(02) VALUE ZEROS.
       01 WS-NIVEL-X                 PIC X(01) VALUE SPACES.
       01 WS-PAGINA                  PIC 9(01) VALUE 1.

      ****** REGISTRO DA SESSAO EM ARQSES *************************************
      *    ABERTO = ARQSES ABERTO. ATIVA = REGISTRO DA SESSAO GRAVADO E
      *    TRAVADO. REORG = 1 - REORGANIZACAO DE ARQUIVOS EM ANDAMENTO,
      *    2 - ARQUIVO PERDIDO NA REORGANIZACAO (REORG-REO = DESCARGA
      *    COM OS REGISTROS, A RECARREGAR PELO SCE049).

       01 WS-SES-ABERTO              PIC 9(01) VALUE ZEROS.
       01 WS-SES-ATIVA               PIC 9(01) VALUE ZEROS.
       01 WS-SES-CHAVE               PIC X(24) VALUE SPACES.
       01 WS-REORG                   PIC 9(01) VALUE ZEROS.
       01 WS-REORG-REO               PIC X(20) VALUE SPACES.

      *************************************************************************

       SCREEN SECTION.
               VALUE  "C - CARTAS DE COBRANCA".
           05  LINE 13  COLUMN 01
               VALUE  "  D - ORCAMENTOS DE VENDA".
           05  LINE 13  COLUMN 41
               VALUE  "E - TABELA DE ICMS POR UF".
           05  LINE 14  COLUMN 01
               VALUE  "  F - LIVRO DE SAIDAS".
           05  LINE 14  COLUMN 41
               VALUE  "G - TRANSFERENCIA ENTRE LOCAIS".
           05  LINE 15  COLUMN 01
               VALUE  "  H - LOTES VENCIDOS E A VENCER".
           05  LINE 15  COLUMN 41
               VALUE  "I - PROJECAO DE FLUXO DE CAIXA".
           05  LINE 16  COLUMN 01
               VALUE  "  J - CONCILIACAO BANCARIA".
           05  LINE 16  COLUMN 41
               VALUE  "K - AVALIACAO DE FORNECEDORES".
           05  LINE 17  COLUMN 01
               VALUE  "  L - TROCA DE CPF/CNPJ (GERENTE)".
           05  LINE 17  COLUMN 41
               VALUE  "N - ESTRUTURA DE KITS (SUPERV)".
           05  LINE 18  COLUMN 01
               VALUE  "  M - VOLTA A PAGINA 1".
           05  LINE 18  COLUMN 41
               VALUE  "P - MAIS OPCOES (PAGINA 3)".
           05  LINE 19  COLUMN 01
               VALUE  "  AVISOS :".
           05  TMNU2-OPERADOR
               LINE 04  COLUMN 14  PIC X(20)
               USING  WS-OPERADOR.

       01  TELAMENU3.
           05  LINE 01  COLUMN 01
               VALUE  "========================================".
           05  LINE 01  COLUMN 41
               VALUE  "========================================".
           05  LINE 02  COLUMN 01
               VALUE  "                              SCE - MENU".
           05  LINE 02  COLUMN 41
               VALUE  " PRINCIPAL (PAGINA 3)".
           05  LINE 03  COLUMN 01
               VALUE  "========================================".
           05  LINE 03  COLUMN 41
               VALUE  "========================================".
           05  LINE 04  COLUMN 01
               VALUE  "  OPERADOR :".
           05  LINE 04  COLUMN 68
               VALUE  "X - SAIR".
           05  LINE 05  COLUMN 01
               VALUE  "========================================".
           05  LINE 05  COLUMN 41
               VALUE  "========================================".
           05  LINE 07  COLUMN 01
               VALUE  "  1 - CONTRATOS MENSAIS (SUPERV)".
           05  LINE 07  COLUMN 41
               VALUE  "2 - FATURAMENTO DE CONTRATOS (SUPERV)".
           05  LINE 08  COLUMN 01
               VALUE  "  3 - ACOMPANHAMENTO DE METAS DE VENDA".
           05  LINE 08  COLUMN 41
               VALUE  "4 - REORGANIZACAO DE ARQUIVOS (GERENTE)".
           05  LINE 09  COLUMN 01
               VALUE  "  5 - IMPORTACAO DE PEDIDOS (SUPERV)".
           05  LINE 09  COLUMN 41
               VALUE  "6 - TRANSPORTADORAS E FRETE (SUPERV)".
           05  LINE 10  COLUMN 01
               VALUE  "  7 - FRETE COBRADO X FRETE PAGO".
           05  LINE 10  COLUMN 41
               VALUE  "8 - ETIQUETAS DE GONDOLA E PRECO".
           05  LINE 11  COLUMN 01
               VALUE  "  9 - LGPD - DADOS PESSOAIS (GERENTE)".
           05  LINE 18  COLUMN 01
               VALUE  "  M - VOLTA A PAGINA 1".
           05  LINE 18  COLUMN 41
               VALUE  "P - VOLTA A PAGINA 2".
           05  LINE 19  COLUMN 01
               VALUE  "  AVISOS :".
           05  TMNU3-OPERADOR
               LINE 04  COLUMN 14  PIC X(20)
               USING  WS-OPERADOR.

      *************************************************************************

       PROCEDURE DIVISION.
             PERFORM TROCA-SENHA THRU TROCA-SENHA-FIM
             IF WS-SENHA-NOVA1 = SPACES
               GO TO R1.

           PERFORM VERIFICA-REORG THRU VERIFICA-REORG-FIM
           IF WS-REORG = 1
             MOVE "*** REORGANIZACAO DE ARQUIVOS EM ANDAMENTO ***"
                  TO MENS
             PERFORM ROT-MENS THRU ROT-MENS-FIM
             CLOSE ARQSES ARQOPE
             GOBACK.
           IF WS-REORG = 2
             MOVE "*** FALHA NA REORGANIZACAO - ENTRADAS BLOQUEADAS ***"
                  TO MENS
             PERFORM ROT-MENS THRU ROT-MENS-FIM
             STRING "*** RECARREGAR PELO SCE049 A PARTIR DE "
                                                  DELIMITED BY SIZE
                    WS-REORG-REO                  DELIMITED BY SPACE
                    " ***"                        DELIMITED BY SIZE
                        INTO MENS
             PERFORM ROT-MENS THRU ROT-MENS-FIM
             CLOSE ARQSES ARQOPE
             GOBACK.
           GO TO R2.

      ****** REPASSE DO OPERADOR E DO NIVEL AOS PROGRAMAS CHAMADOS ************

           MOVE "ACESSO" TO LOG-OPERACAO
           MOVE WS-USUARIO TO LOG-CHAVE
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM
           PERFORM ABRE-SESSAO THRU ABRE-SESSAO-FIM.

      ************************ MENU PRINCIPAL *********************************

       R3.
           MOVE SPACES TO WS-OPCAO
           IF WS-PAGINA = 3
             DISPLAY TELAMENU3
           ELSE
             IF WS-PAGINA = 2
               DISPLAY TELAMENU2
             ELSE
               DISPLAY TELAMENU.

       R3A.
           DISPLAY (19, 14) "OPCAO DESEJADA : "
             ELSE
               MOVE 1 TO WS-PAGINA
               GO TO R3.
           IF WS-PAGINA = 2 AND (WS-OPCAO = "P" OR "p")
             MOVE 3 TO WS-PAGINA
             GO TO R3.
           IF WS-PAGINA = 3 AND (WS-OPCAO = "P" OR "p")
             MOVE 2 TO WS-PAGINA
             GO TO R3.
           IF WS-PAGINA = 2
             GO TO R3-PAG2.
           IF WS-PAGINA = 3
             GO TO R3-PAG3.
           IF WS-OPCAO = "1"
             CALL "SCE002" ON EXCEPTION
               PERFORM ROT-SEMPROG THRU ROT-SEMPROG-FIM
             END-CALL
             CANCEL "SCE036"
             GO TO R3.
           IF WS-OPCAO = "E" OR "e"
             IF WS-NIVEL < 3
               MOVE "*** OPCAO RESTRITA AO GERENTE ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R3A
             ELSE
               CALL "SCE037" ON EXCEPTION
                 PERFORM ROT-SEMPROG THRU ROT-SEMPROG-FIM
               END-CALL
               CANCEL "SCE037"
               GO TO R3.
           IF WS-OPCAO = "F" OR "f"
             CALL "SCE038" ON EXCEPTION
               PERFORM ROT-SEMPROG THRU ROT-SEMPROG-FIM
             END-CALL
             CANCEL "SCE038"
             GO TO R3.
           IF WS-OPCAO = "G" OR "g"
             CALL "SCE039" ON EXCEPTION
               PERFORM ROT-SEMPROG THRU ROT-SEMPROG-FIM
             END-CALL
             CANCEL "SCE039"
             GO TO R3.
           IF WS-OPCAO = "H" OR "h"
             CALL "SCE040" ON EXCEPTION
               PERFORM ROT-SEMPROG THRU ROT-SEMPROG-FIM
             END-CALL
             CANCEL "SCE040"
             GO TO R3.
           IF WS-OPCAO = "I" OR "i"
             IF WS-NIVEL < 2
               MOVE "*** OPCAO RESTRITA AO SUPERVISOR ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R3A
             ELSE
               CALL "SCE041" ON EXCEPTION
                 PERFORM ROT-SEMPROG THRU ROT-SEMPROG-FIM
               END-CALL
               CANCEL "SCE041"
               GO TO R3.
           IF WS-OPCAO = "J" OR "j"
             IF WS-NIVEL < 2
               MOVE "*** OPCAO RESTRITA AO SUPERVISOR ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R3A
             ELSE
               CALL "SCE042" ON EXCEPTION
                 PERFORM ROT-SEMPROG THRU ROT-SEMPROG-FIM
               END-CALL
               CANCEL "SCE042"
               GO TO R3.
           IF WS-OPCAO = "K" OR "k"
             IF WS-NIVEL < 2
               MOVE "*** OPCAO RESTRITA AO SUPERVISOR ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R3A
             ELSE
               CALL "SCE043" ON EXCEPTION
                 PERFORM ROT-SEMPROG THRU ROT-SEMPROG-FIM
               END-CALL
               CANCEL "SCE043"
               GO TO R3.
           IF WS-OPCAO = "L" OR "l"
             IF WS-NIVEL < 3
               MOVE "*** OPCAO RESTRITA AO GERENTE ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R3A
             ELSE
               CALL "SCE044" ON EXCEPTION
                 PERFORM ROT-SEMPROG THRU ROT-SEMPROG-FIM
               END-CALL
               CANCEL "SCE044"
               GO TO R3.
           IF WS-OPCAO = "N" OR "n"
             IF WS-NIVEL < 2
               MOVE "*** OPCAO RESTRITA AO SUPERVISOR ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R3A
             ELSE
               CALL "SCE045" ON EXCEPTION
                 PERFORM ROT-SEMPROG THRU ROT-SEMPROG-FIM
               END-CALL
               CANCEL "SCE045"
               GO TO R3.

           MOVE "*** OPCAO INVALIDA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R3A.

      ************************ MENU - PAGINA 3 ********************************

       R3-PAG3.
           IF WS-OPCAO = "1"
             IF WS-NIVEL < 2
               MOVE "*** OPCAO RESTRITA AO SUPERVISOR ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R3A
             ELSE
               CALL "SCE046" ON EXCEPTION
                 PERFORM ROT-SEMPROG THRU ROT-SEMPROG-FIM
               END-CALL
               CANCEL "SCE046"
               GO TO R3.
           IF WS-OPCAO = "2"
             IF WS-NIVEL < 2
               MOVE "*** OPCAO RESTRITA AO SUPERVISOR ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R3A
             ELSE
               CALL "SCE047" ON EXCEPTION
                 PERFORM ROT-SEMPROG THRU ROT-SEMPROG-FIM
               END-CALL
               CANCEL "SCE047"
               GO TO R3.
           IF WS-OPCAO = "3"
             CALL "SCE048" ON EXCEPTION
               PERFORM ROT-SEMPROG THRU ROT-SEMPROG-FIM
             END-CALL
             CANCEL "SCE048"
             GO TO R3.
           IF WS-OPCAO = "4"
             IF WS-NIVEL < 3
               MOVE "*** OPCAO RESTRITA AO GERENTE ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R3A
             ELSE
               CALL "SCE049" ON EXCEPTION
                 PERFORM ROT-SEMPROG THRU ROT-SEMPROG-FIM
               END-CALL
               CANCEL "SCE049"
               GO TO R3.
           IF WS-OPCAO = "5"
             IF WS-NIVEL < 2
               MOVE "*** OPCAO RESTRITA AO SUPERVISOR ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R3A
             ELSE
               CALL "SCE050" ON EXCEPTION
                 PERFORM ROT-SEMPROG THRU ROT-SEMPROG-FIM
               END-CALL
               CANCEL "SCE050"
               GO TO R3.
           IF WS-OPCAO = "6"
             IF WS-NIVEL < 2
               MOVE "*** OPCAO RESTRITA AO SUPERVISOR ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R3A
             ELSE
               CALL "SCE051" ON EXCEPTION
                 PERFORM ROT-SEMPROG THRU ROT-SEMPROG-FIM
               END-CALL
               CANCEL "SCE051"
               GO TO R3.
           IF WS-OPCAO = "7"
             CALL "SCE052" ON EXCEPTION
               PERFORM ROT-SEMPROG THRU ROT-SEMPROG-FIM
             END-CALL
             CANCEL "SCE052"
             GO TO R3.
           IF WS-OPCAO = "8"
             CALL "SCE053" ON EXCEPTION
               PERFORM ROT-SEMPROG THRU ROT-SEMPROG-FIM
             END-CALL
             CANCEL "SCE053"
             GO TO R3.
           IF WS-OPCAO = "9"
             IF WS-NIVEL < 3
               MOVE "*** OPCAO RESTRITA AO GERENTE ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R3A
             ELSE
               CALL "SCE054" ON EXCEPTION
                 PERFORM ROT-SEMPROG THRU ROT-SEMPROG-FIM
               END-CALL
               CANCEL "SCE054"
               GO TO R3.

           MOVE "*** OPCAO INVALIDA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
      ***************************************************************

       ROT-FIM.
           PERFORM FECHA-SESSAO THRU FECHA-SESSAO-FIM
           MOVE "SAIDA" TO LOG-OPERACAO
           MOVE WS-USUARIO TO LOG-CHAVE
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM
       TROCA-SENHA-FIM.
           EXIT.

      ****** REORGANIZACAO DE ARQUIVOS EM ANDAMENTO ***************************
      *    ABRE O ARQSES (CRIA NA PRIMEIRA VEZ) E PROCURA O REGISTRO
      *    "*REORG*" DO SCE049. SE ELE ESTA TRAVADO A REORGANIZACAO
      *    ESTA RODANDO E A ENTRADA E RECUSADA. SE NAO ESTA, SOBROU DE
      *    UMA REORGANIZACAO INTERROMPIDA - E EXCLUIDO COM AVISO.
      *    COM PROGRAMA "PERDA" O SCE049 NAO CONSEGUIU RECARREGAR UM
      *    ARQUIVO - A ENTRADA E RECUSADA E O REGISTRO FICA ATE UMA
      *    EXECUCAO DO SCE049 RECARREGAR O ARQUIVO DA DESCARGA.

       VERIFICA-REORG.
           MOVE ZEROS TO WS-REORG
           OPEN I-O ARQSES
           IF ST-ERRO5 = "30" OR ST-ERRO5 = "35"
             OPEN OUTPUT ARQSES
             CLOSE ARQSES
             OPEN I-O ARQSES.
           IF ST-ERRO5 NOT = "00"
             MOVE "*** ERRO NA ABERTURA DO ARQUIVO DE SESSOES ***"
                  TO MENS
             PERFORM ROT-MENS THRU ROT-MENS-FIM
             GO TO VERIFICA-REORG-FIM.
           MOVE 1 TO WS-SES-ABERTO.
       VERIFICA-REORG-LOOP.
           MOVE "*REORG* " TO SES-USUARIO
           MOVE ZEROS TO SES-DATA SES-HORA
           START ARQSES KEY IS NOT LESS THAN CHAVE-SES
           IF ST-ERRO5 NOT = "00"
             GO TO VERIFICA-REORG-FIM.
           READ ARQSES NEXT RECORD
           IF ST-ERRO5 NOT = "00" OR SES-USUARIO NOT = "*REORG* "
             GO TO VERIFICA-REORG-FIM.
           IF SES-PROGRAMA = "PERDA"
             MOVE 2 TO WS-REORG
             MOVE SES-OPERADOR TO WS-REORG-REO
             GO TO VERIFICA-REORG-FIM.
           READ ARQSES WITH LOCK
           IF ST-ERRO5 = "99"
             MOVE 1 TO WS-REORG
             GO TO VERIFICA-REORG-FIM.
           IF ST-ERRO5 NOT = "00"
             GO TO VERIFICA-REORG-FIM.
           DELETE ARQSES RECORD
           IF ST-ERRO5 NOT = "00"
             UNLOCK ARQSES
             GO TO VERIFICA-REORG-FIM.
           MOVE "*** ULTIMA REORGANIZACAO FOI INTERROMPIDA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO VERIFICA-REORG-LOOP.
       VERIFICA-REORG-FIM.
           EXIT.

      ****** REGISTRO DA SESSAO DO OPERADOR ***********************************
      *    O REGISTRO FICA TRAVADO ATE A SAIDA DO MENU - E ASSIM QUE O
      *    SCE049 DISTINGUE SESSAO ABERTA DE SESSAO INTERROMPIDA. A
      *    CHAVE DA SESSAO VAI AOS PROGRAMAS CHAMADOS PELA VARIAVEL DE
      *    AMBIENTE "SESSAO" (O SCE049 NAO CONTA A SESSAO DE QUEM O
      *    CHAMOU).

       ABRE-SESSAO.
           IF WS-SES-ABERTO = ZEROS
             GO TO ABRE-SESSAO-FIM.
           MOVE WS-USUARIO TO SES-USUARIO
           ACCEPT SES-DATA FROM DATE YYYYMMDD
           ACCEPT SES-HORA FROM TIME
           MOVE WS-OPERADOR TO SES-OPERADOR
           MOVE "SCE001" TO SES-PROGRAMA
           WRITE REGSES
           IF ST-ERRO5 = "22"
             ADD 1 TO SES-HORA
             WRITE REGSES.
           IF ST-ERRO5 NOT = "00"
             GO TO ABRE-SESSAO-FIM.
           MOVE CHAVE-SES TO WS-SES-CHAVE
           READ ARQSES WITH LOCK
           IF ST-ERRO5 = "00"
             MOVE 1 TO WS-SES-ATIVA
             DISPLAY "SESSAO" UPON ENVIRONMENT-NAME
             DISPLAY WS-SES-CHAVE UPON ENVIRONMENT-VALUE.
       ABRE-SESSAO-FIM.
           EXIT.

       FECHA-SESSAO.
           IF WS-SES-ABERTO = ZEROS
             GO TO FECHA-SESSAO-FIM.
           IF WS-SES-ATIVA = 1
             MOVE WS-SES-CHAVE TO CHAVE-SES
             DELETE ARQSES RECORD
             MOVE ZEROS TO WS-SES-ATIVA.
           CLOSE ARQSES
           MOVE ZEROS TO WS-SES-ABERTO.
       FECHA-SESSAO-FIM.
           EXIT.

      ****** CONVERSAO DE DATA EM DIAS CORRIDOS (APROXIMADA) ******************

       CONV-DIAS.
