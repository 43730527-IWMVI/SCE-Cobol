       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCE046.
      *************************************************************************
      * INSTALLATION.       CONTRATOS DE FATURAMENTO MENSAL                   *
      * AUTHOR.             Wallace Martins Vieira                            *
      * DATE-WRITTEN        00/00/0000                                        *
      *************************************************************************
      *    MANUTENCAO DOS CONTRATOS DE SERVICO E LOCACAO (ARQCTR) QUE O
      *    SCE047 FATURA TODO MES NA JANELA NOTURNA. CODIGO ZERO =
      *    CONTRATO NOVO, NUMERADO PELO ARQCTL NA GRAVACAO. O CLIENTE
      *    TEM DE ESTAR CADASTRADO E CADA ITEM (ATE 5) E UM PRODUTO DE
      *    ARQPRO COM QUANTIDADE E VALOR UNITARIO (ZERO = PRO-PRECO);
      *    O VALOR MENSAL E A SOMA DOS ITENS. O CONTRATO NAO E EXCLUIDO
      *    - OS PEDIDOS GERADOS GUARDAM O NUMERO DELE - E SIM ENCERRADO
      *    (E), E O REAJUSTE (R) APLICA O PERCENTUAL DO INDICE A TODOS
      *    OS ITENS E LEVA A DATA DO PROXIMO REAJUSTE UM ANO A FRENTE.
      *    CONTRATO COM FATURAMENTO EM ANDAMENTO (PEDIDO PENDENTE) NAO
      *    PODE SER ALTERADO ATE O SCE047 COMPLETAR O PEDIDO. O CONTRATO
      *    CONSULTADO FICA BLOQUEADO ATE A VOLTA A TELA LIMPA, PARA NAO
      *    CRUZAR COM OUTRO OPERADOR NEM COM O FATURAMENTO DO SCE047.
      *    USO RESTRITO AO SUPERVISOR NO MENU.
      *************************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQCTR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CTR-CODIGO
                    ALTERNATE RECORD KEY IS CTR-CPFCNPJ
                                        WITH DUPLICATES
                    LOCK MODE    IS MANUAL
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQCLI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CLI-CPFCNPJ
                    ALTERNATE RECORD KEY IS CLI-CODIGO WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CLI-NOME WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO2.

           SELECT ARQPRO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PRO-CODIGO
                    ALTERNATE RECORD KEY IS PRO-DESCRICAO
                                        WITH DUPLICATES
                    ALTERNATE RECORD KEY IS PRO-EAN
                                        WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO3.

           SELECT ARQVDD ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS VDD-CODIGO
                    ALTERNATE RECORD KEY IS VDD-NOME
                                        WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO5.

           SELECT ARQCTL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CTL-CHAVE
                    LOCK MODE    IS MANUAL
                    FILE STATUS  IS ST-ERRO6.

           SELECT ARQLOG ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO4.

      *************************************************************************

       DATA DIVISION.
       FILE SECTION.
       FD ARQCTR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCTR.DAT".

           COPY CPCTR.

      *************************************************************************

       FD ARQCLI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCLI.DAT".

           COPY CPCLI.

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

       FD ARQCTL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCTL.DAT".

           COPY CPCTL.

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
       01 ST-ERRO3                   PIC X(02) VALUE "00".
       01 ST-ERRO4                   PIC X(02) VALUE "00".
       01 ST-ERRO5                   PIC X(02) VALUE "00".
       01 ST-ERRO6                   PIC X(02) VALUE "00".
       01 MENS                       PIC X(60) VALUE SPACES.
       01 WS-DELAY                   PIC 9(04) COMP VALUE 1.
       01 WS-ACT                     PIC 9(02) VALUE ZEROS.
       01 WS-SEL                     PIC 9(01) VALUE ZEROS.
       01 WS-ENVNOME                 PIC X(20) VALUE "USER".
       01 WS-OPERADOR                PIC X(20) VALUE SPACES.
       01 WS-PROX-CODIGO             PIC 9(06) VALUE ZEROS.
       01 WS-VDD-ATIVO               PIC 9(01) VALUE ZEROS.
       01 WS-DATA-HOJE               PIC 9(08) VALUE ZEROS.

       01 WS-NOME-CLI                PIC X(30) VALUE SPACES.
       01 WS-TAB-DESC.
          03 WS-DESC-IT              PIC X(30) OCCURS 5 TIMES.
       01 IND                        PIC 9(01) VALUE ZEROS.
       01 WS-QTD-ITENS               PIC 9(01) VALUE ZEROS.

      ****** ITEM EM EDICAO NA LINHA 16 ***************************************

       01 WS-IT-IND                  PIC 9(01) VALUE ZEROS.
       01 WS-IT-PRODUTO              PIC 9(06) VALUE ZEROS.
       01 WS-IT-QTD                  PIC 9(06) VALUE ZEROS.
       01 WS-IT-VALOR                PIC 9(06)V99 VALUE ZEROS.

      ****** REAJUSTE *********************************************************

       01 WS-PERC-REAJ               PIC 9(02)V99 VALUE ZEROS.

      ****** VALIDACAO DE DATA ************************************************

       01 WS-DATA-TESTE              PIC 9(08) VALUE ZEROS.
       01 WS-DATA-TESTE-R REDEFINES WS-DATA-TESTE.
          03 WS-DT-ANO               PIC 9(04).
          03 WS-DT-MES               PIC 9(02).
          03 WS-DT-DIA               PIC 9(02).
       01 WS-DATA-OK                 PIC 9(01) VALUE ZEROS.

      *************************************************************************

       SCREEN SECTION.

       01  TELAPRINCIPAL.
           05  LINE 01  COLUMN 01
               VALUE  "========================================".
           05  LINE 01  COLUMN 41
               VALUE  "========================================".
           05  LINE 02  COLUMN 01
               VALUE  "                      CONTRATOS DE FATUR".
           05  LINE 02  COLUMN 41
               VALUE  "AMENTO MENSAL".
           05  LINE 03  COLUMN 01
               VALUE  "========================================".
           05  LINE 03  COLUMN 41
               VALUE  "========================================".
           05  LINE 04  COLUMN 01
               VALUE  "  CONTRATO :".
           05  LINE 04  COLUMN 23
               VALUE  "SITUACAO :".
           05  LINE 04  COLUMN 36
               VALUE  "(A/S/E)".
           05  LINE 04  COLUMN 51
               VALUE  "ULT. FATURADO :".
           05  LINE 05  COLUMN 01
               VALUE  "  CLIENTE  :".
           05  LINE 06  COLUMN 01
               VALUE  "  DESCRICAO:".
           05  LINE 06  COLUMN 47
               VALUE  "VENDEDOR :".
           05  LINE 07  COLUMN 01
               VALUE  "  DIA FATUR:".
           05  LINE 07  COLUMN 18
               VALUE  "PRAZO VENC.:".
           05  LINE 07  COLUMN 36
               VALUE  "INICIO:".
           05  LINE 07  COLUMN 54
               VALUE  "FIM:".
           05  LINE 08  COLUMN 01
               VALUE  "  INDICE   :".
           05  LINE 08  COLUMN 24
               VALUE  "PROX. REAJUSTE:".
           05  LINE 08  COLUMN 50
               VALUE  "MENSAL:".
           05  LINE 09  COLUMN 01
               VALUE  "  IT  PRODUTO  DESCRICAO".
           05  LINE 09  COLUMN 48
               VALUE  "  QTDE    VLR UNIT.".
           05  LINE 10  COLUMN 03  VALUE "1".
           05  LINE 11  COLUMN 03  VALUE "2".
           05  LINE 12  COLUMN 03  VALUE "3".
           05  LINE 13  COLUMN 03  VALUE "4".
           05  LINE 14  COLUMN 03  VALUE "5".
           05  LINE 15  COLUMN 01
               VALUE  "========================================".
           05  LINE 15  COLUMN 41
               VALUE  "========================================".
           05  LINE 16  COLUMN 01
               VALUE  "  ITEM (0=FIM):".
           05  LINE 16  COLUMN 20
               VALUE  "PRODUTO:".
           05  LINE 16  COLUMN 37
               VALUE  "QTDE:".
           05  LINE 16  COLUMN 51
               VALUE  "VALOR UNIT.:".
           05  LINE 17  COLUMN 01
               VALUE  "  AVISOS :".
           05  LINE 20  COLUMN 01
               VALUE  "========================================".
           05  LINE 20  COLUMN 41
               VALUE  "========================================".
           05  TCTR-CODIGO
               LINE 04  COLUMN 14  PIC 9(06)
               USING  CTR-CODIGO.
           05  TCTR-SITUACAO
               LINE 04  COLUMN 34  PIC X(01)
               USING  CTR-SITUACAO.
           05  TCTR-ULTCOMP
               LINE 04  COLUMN 67  PIC 9(06)
               USING  CTR-ULTCOMP.
           05  TCTR-CPFCNPJ
               LINE 05  COLUMN 14  PIC 9(14)
               USING  CTR-CPFCNPJ.
           05  TNOME-CLI
               LINE 05  COLUMN 30  PIC X(30)
               USING  WS-NOME-CLI.
           05  TCTR-DESCRICAO
               LINE 06  COLUMN 14  PIC X(30)
               USING  CTR-DESCRICAO.
           05  TCTR-VENDEDOR
               LINE 06  COLUMN 58  PIC 9(03)
               USING  CTR-VENDEDOR.
           05  TCTR-DIAFAT
               LINE 07  COLUMN 14  PIC 9(02)
               USING  CTR-DIAFAT.
           05  TCTR-PRAZO
               LINE 07  COLUMN 31  PIC 9(03)
               USING  CTR-PRAZO.
           05  TCTR-DATAINI
               LINE 07  COLUMN 44  PIC 9(08)
               USING  CTR-DATAINI.
           05  TCTR-DATAFIM
               LINE 07  COLUMN 59  PIC 9(08)
               USING  CTR-DATAFIM.
           05  TCTR-INDICE
               LINE 08  COLUMN 14  PIC X(08)
               USING  CTR-INDICE.
           05  TCTR-DATAREAJ
               LINE 08  COLUMN 40  PIC 9(08)
               USING  CTR-DATAREAJ.
           05  TCTR-VALORMENSAL
               LINE 08  COLUMN 58  PIC ZZZZ.ZZ9,99
               USING  CTR-VALORMENSAL.
           05  TPRODUTO1
               LINE 10  COLUMN 07  PIC ZZZZZ9
               USING  CTR-PRODUTO (1).
           05  TDESC1
               LINE 10  COLUMN 16  PIC X(30)
               USING  WS-DESC-IT (1).
           05  TQTD1
               LINE 10  COLUMN 48  PIC ZZZZZ9
               USING  CTR-QTD (1).
           05  TVALOR1
               LINE 10  COLUMN 56  PIC ZZZ.ZZ9,99
               USING  CTR-VALORUNIT (1).
           05  TPRODUTO2
               LINE 11  COLUMN 07  PIC ZZZZZ9
               USING  CTR-PRODUTO (2).
           05  TDESC2
               LINE 11  COLUMN 16  PIC X(30)
               USING  WS-DESC-IT (2).
           05  TQTD2
               LINE 11  COLUMN 48  PIC ZZZZZ9
               USING  CTR-QTD (2).
           05  TVALOR2
               LINE 11  COLUMN 56  PIC ZZZ.ZZ9,99
               USING  CTR-VALORUNIT (2).
           05  TPRODUTO3
               LINE 12  COLUMN 07  PIC ZZZZZ9
               USING  CTR-PRODUTO (3).
           05  TDESC3
               LINE 12  COLUMN 16  PIC X(30)
               USING  WS-DESC-IT (3).
           05  TQTD3
               LINE 12  COLUMN 48  PIC ZZZZZ9
               USING  CTR-QTD (3).
           05  TVALOR3
               LINE 12  COLUMN 56  PIC ZZZ.ZZ9,99
               USING  CTR-VALORUNIT (3).
           05  TPRODUTO4
               LINE 13  COLUMN 07  PIC ZZZZZ9
               USING  CTR-PRODUTO (4).
           05  TDESC4
               LINE 13  COLUMN 16  PIC X(30)
               USING  WS-DESC-IT (4).
           05  TQTD4
               LINE 13  COLUMN 48  PIC ZZZZZ9
               USING  CTR-QTD (4).
           05  TVALOR4
               LINE 13  COLUMN 56  PIC ZZZ.ZZ9,99
               USING  CTR-VALORUNIT (4).
           05  TPRODUTO5
               LINE 14  COLUMN 07  PIC ZZZZZ9
               USING  CTR-PRODUTO (5).
           05  TDESC5
               LINE 14  COLUMN 16  PIC X(30)
               USING  WS-DESC-IT (5).
           05  TQTD5
               LINE 14  COLUMN 48  PIC ZZZZZ9
               USING  CTR-QTD (5).
           05  TVALOR5
               LINE 14  COLUMN 56  PIC ZZZ.ZZ9,99
               USING  CTR-VALORUNIT (5).
           05  TIT-IND
               LINE 16  COLUMN 17  PIC 9(01)
               USING  WS-IT-IND.
           05  TIT-PRODUTO
               LINE 16  COLUMN 29  PIC 9(06)
               USING  WS-IT-PRODUTO.
           05  TIT-QTD
               LINE 16  COLUMN 43  PIC 9(06)
               USING  WS-IT-QTD.
           05  TIT-VALOR
               LINE 16  COLUMN 64  PIC 9(06)V99
               USING  WS-IT-VALOR.

      *************************************************************************

       PROCEDURE DIVISION.

      ************************ ABERTURA ARQUIVOS ******************************

       INICIO.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.

       R0.
           OPEN I-O ARQCTR
           IF ST-ERRO NOT = "00"
             IF ST-ERRO = "30"
               OPEN OUTPUT ARQCTR
               MOVE "CRIANDO ARQUIVO DE CONTRATOS" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE ARQCTR
               GO TO R0
           ELSE
             IF ST-ERRO = "95"
               MOVE "ISAM NAO CARREGADO " TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GOBACK
             ELSE
               MOVE "ERRO NA ABERTURA DO ARQUIVO DE CONTRATOS" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GOBACK.

       R0A.
           OPEN INPUT ARQCLI
           IF ST-ERRO2 NOT = "00"
             MOVE "*** ARQUIVO DE CLIENTES NAO ENCONTRADO ***" TO MENS
             PERFORM ROT-MENS THRU ROT-MENS-FIM
             CLOSE ARQCTR
             GOBACK.
           OPEN INPUT ARQPRO
           IF ST-ERRO3 NOT = "00"
             MOVE "*** ARQUIVO DE PRODUTOS NAO ENCONTRADO ***" TO MENS
             PERFORM ROT-MENS THRU ROT-MENS-FIM
             CLOSE ARQCTR ARQCLI
             GOBACK.
           OPEN INPUT ARQVDD
           IF ST-ERRO5 = "00"
             MOVE 1 TO WS-VDD-ATIVO.

       R0B.
           OPEN I-O ARQCTL
           IF ST-ERRO6 NOT = "00"
             IF ST-ERRO6 = "30"
               OPEN OUTPUT ARQCTL
               CLOSE ARQCTL
               OPEN I-O ARQCTL
             ELSE
               MOVE "ERRO NA ABERTURA DO ARQUIVO DE CONTROLE " TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.

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
           UNLOCK ARQCTR
           MOVE ZEROS  TO CTR-CODIGO CTR-CPFCNPJ CTR-VENDEDOR
                          CTR-DIAFAT CTR-PRAZO CTR-DATAINI CTR-DATAFIM
                          CTR-DATAREAJ CTR-VALORMENSAL CTR-ULTCOMP
                          CTR-ULTPED CTR-PEDPEND CTR-COMPPEND
           MOVE SPACES TO CTR-DESCRICAO CTR-INDICE WS-NOME-CLI
           MOVE "A"    TO CTR-SITUACAO
           MOVE ZEROS  TO WS-SEL WS-IT-IND WS-IT-PRODUTO WS-IT-QTD
                          WS-IT-VALOR
           MOVE 1 TO IND.
       R0C-ITENS.
           IF IND > 5
             GO TO R0C-TELA.
           MOVE ZEROS TO CTR-PRODUTO (IND) CTR-QTD (IND)
                         CTR-VALORUNIT (IND)
           MOVE SPACES TO WS-DESC-IT (IND)
           ADD 1 TO IND
           GO TO R0C-ITENS.

      ********************** VISUALIZAÇÃO DA TELA *****************************

       R0C-TELA.
           DISPLAY TELAPRINCIPAL.

      ************************ ENTRADA DE DADOS *******************************

       R1.
           ACCEPT TCTR-CODIGO.
           ACCEPT WS-ACT FROM ESCAPE KEY
           IF WS-ACT = 01
             GO TO ROT-FIM.
           IF CTR-CODIGO = ZEROS
             MOVE "*** CONTRATO NOVO ***" TO MENS
             PERFORM ROT-MENS THRU ROT-MENS-FIM
             GO TO R2.

       LER-ARQCTR.
           READ ARQCTR WITH LOCK
           IF ST-ERRO = "99"
             PERFORM ROT-REG-EM-USO THRU ROT-REG-EM-USO-FIM
             IF WS-OPCAO = "S" OR "s"
               GO TO LER-ARQCTR
             ELSE
               GO TO R1.
           IF ST-ERRO NOT = "23"
             IF ST-ERRO = "00"
               PERFORM CARREGA-TELA THRU CARREGA-TELA-FIM
               MOVE "*** CONTRATO CADASTRADO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACE-001
             ELSE
               MOVE "*** ERRO NA LEITURA ARQUIVO DE CONTRATOS ***"
                                                             TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM
           ELSE
               MOVE "*** CONTRATO NAO CADASTRADO - ZERO = NOVO ***"
                    TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1.

       R2.
           ACCEPT TCTR-CPFCNPJ.
           ACCEPT WS-ACT FROM ESCAPE KEY
           IF WS-ACT = 01
             GO TO R0C.
           MOVE CTR-CPFCNPJ TO CLI-CPFCNPJ
           READ ARQCLI
           IF ST-ERRO2 NOT = "00"
             MOVE "*** CLIENTE NAO CADASTRADO ***" TO MENS
             PERFORM ROT-MENS THRU ROT-MENS-FIM
             GO TO R2.
           MOVE CLI-NOME TO WS-NOME-CLI
           DISPLAY TNOME-CLI.

       R3.
           ACCEPT TCTR-DESCRICAO.
           ACCEPT WS-ACT FROM ESCAPE KEY
           IF WS-ACT = 01
             GO TO R2.
           IF CTR-DESCRICAO = SPACES
             MOVE "*** DESCRICAO NAO PODE FICAR EM BRANCO ***" TO MENS
             PERFORM ROT-MENS THRU ROT-MENS-FIM
             GO TO R3.

       R4.
           ACCEPT TCTR-VENDEDOR.
           ACCEPT WS-ACT FROM ESCAPE KEY
           IF WS-ACT = 01
             GO TO R3.
           IF CTR-VENDEDOR NOT = ZEROS AND WS-VDD-ATIVO = 1
             MOVE CTR-VENDEDOR TO VDD-CODIGO
             READ ARQVDD
             IF ST-ERRO5 NOT = "00"
               MOVE "*** VENDEDOR NAO CADASTRADO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R4.

       R5.
           ACCEPT TCTR-DIAFAT.
           ACCEPT WS-ACT FROM ESCAPE KEY
           IF WS-ACT = 01
             GO TO R4.
           IF CTR-DIAFAT < 1 OR CTR-DIAFAT > 28
             MOVE "*** DIA DE FATURAMENTO DE 01 A 28 ***" TO MENS
             PERFORM ROT-MENS THRU ROT-MENS-FIM
             GO TO R5.

       R6.
           ACCEPT TCTR-PRAZO.
           ACCEPT WS-ACT FROM ESCAPE KEY
           IF WS-ACT = 01
             GO TO R5.
           IF CTR-PRAZO = ZEROS
             MOVE 30 TO CTR-PRAZO
             DISPLAY TCTR-PRAZO.

       R7.
           IF CTR-DATAINI = ZEROS
             MOVE WS-DATA-HOJE TO CTR-DATAINI.
           ACCEPT TCTR-DATAINI.
           ACCEPT WS-ACT FROM ESCAPE KEY
           IF WS-ACT = 01
             GO TO R6.
           MOVE CTR-DATAINI TO WS-DATA-TESTE
           PERFORM VALIDA-DATA THRU VALIDA-DATA-FIM
           IF WS-DATA-OK = ZEROS
             MOVE "*** DATA DE INICIO INVALIDA (AAAAMMDD) ***" TO MENS
             PERFORM ROT-MENS THRU ROT-MENS-FIM
             GO TO R7.

       R8.
           ACCEPT TCTR-DATAFIM.
           ACCEPT WS-ACT FROM ESCAPE KEY
           IF WS-ACT = 01
             GO TO R7.
           IF CTR-DATAFIM = ZEROS
             GO TO R9.
           MOVE CTR-DATAFIM TO WS-DATA-TESTE
           PERFORM VALIDA-DATA THRU VALIDA-DATA-FIM
           IF WS-DATA-OK = ZEROS
             MOVE "*** DATA FINAL INVALIDA (ZERO = INDETERMINADO) ***"
                  TO MENS
             PERFORM ROT-MENS THRU ROT-MENS-FIM
             GO TO R8.
           IF CTR-DATAFIM < CTR-DATAINI
             MOVE "*** DATA FINAL ANTERIOR AO INICIO ***" TO MENS
             PERFORM ROT-MENS THRU ROT-MENS-FIM
             GO TO R8.

       R9.
           ACCEPT TCTR-INDICE.
           ACCEPT WS-ACT FROM ESCAPE KEY
           IF WS-ACT = 01
             GO TO R8.
           IF CTR-INDICE = SPACES
             MOVE ZEROS TO CTR-DATAREAJ
             DISPLAY TCTR-DATAREAJ
             GO TO R11.

       R10.
           ACCEPT TCTR-DATAREAJ.
           ACCEPT WS-ACT FROM ESCAPE KEY
           IF WS-ACT = 01
             GO TO R9.
           MOVE CTR-DATAREAJ TO WS-DATA-TESTE
           PERFORM VALIDA-DATA THRU VALIDA-DATA-FIM
           IF WS-DATA-OK = ZEROS
             MOVE "*** INFORME A DATA DO PROXIMO REAJUSTE ***" TO MENS
             PERFORM ROT-MENS THRU ROT-MENS-FIM
             GO TO R10.

       R11.
           ACCEPT TCTR-SITUACAO.
           ACCEPT WS-ACT FROM ESCAPE KEY
           IF WS-ACT = 01
             GO TO R9.
           IF CTR-SITUACAO = "a"
             MOVE "A" TO CTR-SITUACAO.
           IF CTR-SITUACAO = "s"
             MOVE "S" TO CTR-SITUACAO.
           IF CTR-SITUACAO = "e"
             MOVE "E" TO CTR-SITUACAO.
           IF CTR-SITUACAO NOT = "A" AND CTR-SITUACAO NOT = "S"
              AND CTR-SITUACAO NOT = "E"
             MOVE "*** A = ATIVO  S = SUSPENSO  E = ENCERRADO ***"
                  TO MENS
             PERFORM ROT-MENS THRU ROT-MENS-FIM
             GO TO R11.
           DISPLAY TCTR-SITUACAO.

      ****** ITENS DO CONTRATO - UM POR VEZ NA LINHA 16 ***********************
      *    PRODUTO ZERO APAGA O ITEM. ITEM ZERO ENCERRA A DIGITACAO.

       R12.
           MOVE ZEROS TO WS-IT-IND WS-IT-PRODUTO WS-IT-QTD WS-IT-VALOR
           DISPLAY TIT-IND TIT-PRODUTO TIT-QTD TIT-VALOR
           ACCEPT TIT-IND.
           ACCEPT WS-ACT FROM ESCAPE KEY
           IF WS-ACT = 01
             GO TO R11.
           IF WS-IT-IND = ZEROS
             GO TO R12-FIM.
           IF WS-IT-IND > 5
             MOVE "*** ITEM DE 1 A 5 ***" TO MENS
             PERFORM ROT-MENS THRU ROT-MENS-FIM
             GO TO R12.
           MOVE CTR-PRODUTO (WS-IT-IND)   TO WS-IT-PRODUTO
           MOVE CTR-QTD (WS-IT-IND)       TO WS-IT-QTD
           MOVE CTR-VALORUNIT (WS-IT-IND) TO WS-IT-VALOR
           DISPLAY TIT-PRODUTO TIT-QTD TIT-VALOR.

       R12A.
           ACCEPT TIT-PRODUTO.
           ACCEPT WS-ACT FROM ESCAPE KEY
           IF WS-ACT = 01
             GO TO R12.
           IF WS-IT-PRODUTO = ZEROS
             MOVE ZEROS TO CTR-PRODUTO (WS-IT-IND) CTR-QTD (WS-IT-IND)
                           CTR-VALORUNIT (WS-IT-IND)
             MOVE SPACES TO WS-DESC-IT (WS-IT-IND)
             GO TO R12-GRAVA.
           MOVE WS-IT-PRODUTO TO PRO-CODIGO
           READ ARQPRO
           IF ST-ERRO3 NOT = "00"
             MOVE "*** PRODUTO NAO CADASTRADO ***" TO MENS
             PERFORM ROT-MENS THRU ROT-MENS-FIM
             GO TO R12A.

       R12B.
           ACCEPT TIT-QTD.
           ACCEPT WS-ACT FROM ESCAPE KEY
           IF WS-ACT = 01
             GO TO R12A.
           IF WS-IT-QTD = ZEROS
             MOVE "*** QUANTIDADE NAO PODE SER ZERO ***" TO MENS
             PERFORM ROT-MENS THRU ROT-MENS-FIM
             GO TO R12B.

       R12C.
           ACCEPT TIT-VALOR.
           ACCEPT WS-ACT FROM ESCAPE KEY
           IF WS-ACT = 01
             GO TO R12B.
           IF WS-IT-VALOR = ZEROS
             MOVE PRO-PRECO TO WS-IT-VALOR.
           IF WS-IT-VALOR = ZEROS
             MOVE "*** PRODUTO SEM PRECO - INFORME O VALOR ***" TO MENS
             PERFORM ROT-MENS THRU ROT-MENS-FIM
             GO TO R12C.
           MOVE WS-IT-PRODUTO TO CTR-PRODUTO (WS-IT-IND)
           MOVE WS-IT-QTD     TO CTR-QTD (WS-IT-IND)
           MOVE WS-IT-VALOR   TO CTR-VALORUNIT (WS-IT-IND)
           MOVE PRO-DESCRICAO TO WS-DESC-IT (WS-IT-IND).

       R12-GRAVA.
           PERFORM SOMA-MENSAL THRU SOMA-MENSAL-FIM
           DISPLAY TELAPRINCIPAL
           GO TO R12.

       R12-FIM.
           PERFORM SOMA-MENSAL THRU SOMA-MENSAL-FIM
           IF WS-QTD-ITENS = ZEROS
             MOVE "*** CONTRATO SEM ITENS ***" TO MENS
             PERFORM ROT-MENS THRU ROT-MENS-FIM
             GO TO R12.

           IF WS-SEL = 1
             GO TO ALT-OPC.

       INC-OPC.
           MOVE "S" TO WS-OPCAO
           DISPLAY (17, 14) "Deseja Salvar (S/N) : ".
           ACCEPT (17, 36) WS-OPCAO WITH UPDATE
           ACCEPT WS-ACT FROM ESCAPE KEY
           IF WS-ACT = 01
             GO TO R12.
           IF WS-OPCAO = "N" OR "n"
             MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
             PERFORM ROT-MENS THRU ROT-MENS-FIM
             GO TO R0C
           IF WS-OPCAO NOT = "S" AND "s"
             MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
             PERFORM ROT-MENS THRU ROT-MENS-FIM
             GO TO INC-OPC.

       INC-WR1.
           MOVE "CONTRATO  " TO CTL-CHAVE
           PERFORM GERA-PROXIMO-CODIGO THRU GERA-PROXIMO-CODIGO-FIM
           MOVE WS-PROX-CODIGO TO CTR-CODIGO
           MOVE ZEROS TO CTR-ULTCOMP CTR-ULTPED CTR-PEDPEND
                         CTR-COMPPEND
           WRITE REGCTR
           IF ST-ERRO = "00" OR ST-ERRO = "02"
             MOVE "INCLUSAO" TO LOG-OPERACAO
             MOVE CTR-CODIGO TO LOG-CHAVE
             PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM
             MOVE SPACES TO MENS
             STRING "*** CONTRATO " CTR-CODIGO " GRAVADO ***"
                    DELIMITED BY SIZE INTO MENS
             PERFORM ROT-MENS THRU ROT-MENS-FIM
             GO TO R0C.
           IF ST-ERRO = "22"
             MOVE "* CONTRATO JA EXISTE, DADOS NAO GRAVADOS *" TO MENS
             PERFORM ROT-MENS THRU ROT-MENS-FIM
             GO TO R0C
           ELSE
             MOVE "*** ERRO NA GRAVACAO DO ARQUIVO DE CONTRATOS ***"
                                                           TO MENS
             PERFORM ROT-MENS THRU ROT-MENS-FIM
             GO TO ROT-FIM.

      ******** ROTINAS DE CONSULTA / ALTERAÇÃO / ENCERRAMENTO / REAJUSTE ******

       ACE-001.
           DISPLAY (17, 12)
           "N=NOVO | A=ALTERAR | E=ENCERRAR | R=REAJUSTAR | S=SAIR:"
                ACCEPT (17, 68) WS-OPCAO
                IF WS-OPCAO NOT = "N" AND WS-OPCAO NOT = "A"
                AND WS-OPCAO NOT = "E" AND WS-OPCAO NOT = "S"
                AND WS-OPCAO NOT = "R"
                  GO TO ACE-001.
                  MOVE SPACES TO MENS
                  DISPLAY (17, 12) MENS
                IF WS-OPCAO = "N"
                  GO TO R0C.
                IF WS-OPCAO = "S"
                  GO TO ROT-FIM.
                IF CTR-PEDPEND NOT = ZEROS
                  MOVE "*** FATURAMENTO PENDENTE - RODE O SCE047 ***"
                       TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO ACE-001.
                IF WS-OPCAO = "R"
                  GO TO REA-OPC.
                IF WS-OPCAO = "A"
                  MOVE 1 TO WS-SEL
                  GO TO R2.

      ****** ENCERRAMENTO - O CONTRATO FICA NO ARQUIVO COMO HISTORICO *********

       ENC-OPC.
           IF CTR-SITUACAO = "E"
             MOVE "*** CONTRATO JA ENCERRADO ***" TO MENS
             PERFORM ROT-MENS THRU ROT-MENS-FIM
             GO TO R0C.
           DISPLAY (17, 14) "Deseja ENCERRAR? (S/N) : ".
           ACCEPT (17, 40) WS-OPCAO
           IF WS-OPCAO = "N" OR "n"
             MOVE "*** CONTRATO MANTIDO ***" TO MENS
             PERFORM ROT-MENS THRU ROT-MENS-FIM
             GO TO R0C.
           IF WS-OPCAO NOT = "S" AND "s"
             MOVE "*** DIGITE APENAS S = SIM OU N = NAO ***" TO MENS
             PERFORM ROT-MENS THRU ROT-MENS-FIM
             GO TO ENC-OPC.

       ENC-RW1.
           MOVE "E" TO CTR-SITUACAO
           IF CTR-DATAFIM = ZEROS OR CTR-DATAFIM > WS-DATA-HOJE
             MOVE WS-DATA-HOJE TO CTR-DATAFIM.
           REWRITE REGCTR
           IF ST-ERRO = "00" OR ST-ERRO = "02"
             MOVE "ENCERRAMENTO" TO LOG-OPERACAO
             MOVE CTR-CODIGO TO LOG-CHAVE
             PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM
             MOVE "*** CONTRATO ENCERRADO ***" TO MENS
             PERFORM ROT-MENS THRU ROT-MENS-FIM
             GO TO R0C.
           MOVE "ERRO NO ENCERRAMENTO DO CONTRATO " TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.

      ****** REAJUSTE PELO INDICE - PERCENTUAL SOBRE CADA ITEM ****************

       REA-OPC.
           IF CTR-SITUACAO = "E"
             MOVE "*** CONTRATO ENCERRADO NAO SE REAJUSTA ***" TO MENS
             PERFORM ROT-MENS THRU ROT-MENS-FIM
             GO TO R0C.
           MOVE ZEROS TO WS-PERC-REAJ
           DISPLAY (17, 14) "PERCENTUAL DE REAJUSTE (0 = DESISTE) : ".
           ACCEPT (17, 54) WS-PERC-REAJ
           IF WS-PERC-REAJ = ZEROS
             MOVE "*** REAJUSTE NAO APLICADO ***" TO MENS
             PERFORM ROT-MENS THRU ROT-MENS-FIM
             GO TO R0C.
           MOVE SPACES TO MENS
           DISPLAY (17, 14) MENS.

       REA-CONF.
           DISPLAY (17, 14) "Confirma o REAJUSTE? (S/N) : ".
           ACCEPT (17, 44) WS-OPCAO
           IF WS-OPCAO = "N" OR "n"
             MOVE "*** REAJUSTE NAO APLICADO ***" TO MENS
             PERFORM ROT-MENS THRU ROT-MENS-FIM
             GO TO R0C.
           IF WS-OPCAO NOT = "S" AND "s"
             MOVE "*** DIGITE APENAS S = SIM OU N = NAO ***" TO MENS
             PERFORM ROT-MENS THRU ROT-MENS-FIM
             GO TO REA-CONF.

           MOVE 1 TO IND.
       REA-ITEM.
           IF IND > 5
             GO TO REA-DATA.
           IF CTR-PRODUTO (IND) NOT = ZEROS
             COMPUTE CTR-VALORUNIT (IND) ROUNDED =
                     CTR-VALORUNIT (IND) * (100 + WS-PERC-REAJ) / 100.
           ADD 1 TO IND
           GO TO REA-ITEM.

      *    O PROXIMO REAJUSTE FICA UM ANO DEPOIS DO QUE FOI APLICADO
      *    (OU DE HOJE, SE O CONTRATO NAO TINHA DATA).
       REA-DATA.
           PERFORM SOMA-MENSAL THRU SOMA-MENSAL-FIM
           IF CTR-DATAREAJ = ZEROS
             MOVE WS-DATA-HOJE TO CTR-DATAREAJ.
           MOVE CTR-DATAREAJ TO WS-DATA-TESTE
           ADD 1 TO WS-DT-ANO
           IF WS-DT-MES = 02 AND WS-DT-DIA > 28
             MOVE 28 TO WS-DT-DIA.
           MOVE WS-DATA-TESTE TO CTR-DATAREAJ
           REWRITE REGCTR
           IF ST-ERRO = "00" OR ST-ERRO = "02"
             MOVE "REAJUSTE" TO LOG-OPERACAO
             MOVE CTR-CODIGO TO LOG-CHAVE
             PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM
             DISPLAY TELAPRINCIPAL
             MOVE "*** REAJUSTE APLICADO ***" TO MENS
             PERFORM ROT-MENS THRU ROT-MENS-FIM
             GO TO R0C.
           MOVE "*** ERRO NA GRAVACAO DO REAJUSTE ***" TO MENS
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
           REWRITE REGCTR
           IF ST-ERRO = "00" OR ST-ERRO = "02"
             MOVE "ALTERACAO" TO LOG-OPERACAO
             MOVE CTR-CODIGO TO LOG-CHAVE
             PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM
             MOVE "*** REGISTRO ALTERADO ***" TO MENS
             PERFORM ROT-MENS THRU ROT-MENS-FIM
             GO TO R0C.

           MOVE "*** ERRO NA ALT DO REGISTRO DO CONTRATO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.

      ****** CARGA DO CONTRATO LIDO NA TELA (CLIENTE E PRODUTOS) **************

       CARREGA-TELA.
           MOVE CTR-CPFCNPJ TO CLI-CPFCNPJ
           READ ARQCLI
           IF ST-ERRO2 = "00"
             MOVE CLI-NOME TO WS-NOME-CLI
           ELSE
             MOVE "*** CLIENTE NAO CADASTRADO" TO WS-NOME-CLI.
           MOVE 1 TO IND.
       CARREGA-ITEM.
           IF IND > 5
             GO TO CARREGA-EXIBE.
           MOVE SPACES TO WS-DESC-IT (IND)
           IF CTR-PRODUTO (IND) NOT = ZEROS
             MOVE CTR-PRODUTO (IND) TO PRO-CODIGO
             READ ARQPRO
             IF ST-ERRO3 = "00"
               MOVE PRO-DESCRICAO TO WS-DESC-IT (IND)
             ELSE
               MOVE "*** PRODUTO NAO CADASTRADO" TO WS-DESC-IT (IND).
           ADD 1 TO IND
           GO TO CARREGA-ITEM.
       CARREGA-EXIBE.
           DISPLAY TELAPRINCIPAL.
       CARREGA-TELA-FIM.
           EXIT.

      ****** VALOR MENSAL = SOMA DE QUANTIDADE * VALOR UNITARIO DOS ITENS *****

       SOMA-MENSAL.
           MOVE ZEROS TO CTR-VALORMENSAL WS-QTD-ITENS
           MOVE 1 TO IND.
       SOMA-MENSAL-LOOP.
           IF IND > 5
             GO TO SOMA-MENSAL-FIM.
           IF CTR-PRODUTO (IND) NOT = ZEROS
             ADD 1 TO WS-QTD-ITENS
             COMPUTE CTR-VALORMENSAL = CTR-VALORMENSAL
                     + (CTR-QTD (IND) * CTR-VALORUNIT (IND)).
           ADD 1 TO IND
           GO TO SOMA-MENSAL-LOOP.
       SOMA-MENSAL-FIM.
           EXIT.

      ****** VALIDACAO SIMPLES DE DATA AAAAMMDD (WS-DATA-TESTE) ***************

       VALIDA-DATA.
           MOVE ZEROS TO WS-DATA-OK
           IF WS-DT-ANO < 1900
             GO TO VALIDA-DATA-FIM.
           IF WS-DT-MES < 1 OR WS-DT-MES > 12
             GO TO VALIDA-DATA-FIM.
           IF WS-DT-DIA < 1 OR WS-DT-DIA > 31
             GO TO VALIDA-DATA-FIM.
           MOVE 1 TO WS-DATA-OK.
       VALIDA-DATA-FIM.
           EXIT.

      ***************************************************************

       ROT-FIM.
           CLOSE ARQCTR ARQCLI ARQPRO ARQCTL ARQLOG
           IF WS-VDD-ATIVO = 1
             CLOSE ARQVDD.
           GOBACK.

      *************** GERACAO DO PROXIMO CODIGO DISPONIVEL ********************
      *    CTL-CHAVE DEVE SER CARREGADA PELO CHAMADOR ANTES DO PERFORM.
      *    RETORNA EM WS-PROX-CODIGO O CODIGO SUGERIDO E JA RESERVA O
      *    PROXIMO NUMERO NO ARQUIVO DE CONTROLE.

       GERA-PROXIMO-CODIGO.
           READ ARQCTL WITH LOCK
           IF ST-ERRO6 = "99"
             CALL "C$SLEEP" USING WS-DELAY
             GO TO GERA-PROXIMO-CODIGO.
           IF ST-ERRO6 = "23"
             MOVE 1 TO WS-PROX-CODIGO
             MOVE 2 TO CTL-PROXIMO
             WRITE REGCTL
           ELSE
             MOVE CTL-PROXIMO TO WS-PROX-CODIGO
             ADD 1 TO CTL-PROXIMO
             REWRITE REGCTL.
           UNLOCK ARQCTL.
       GERA-PROXIMO-CODIGO-FIM.
           EXIT.

      *************** GRAVACAO DE TRILHA DE AUDITORIA *************************
      *    LOG-OPERACAO E LOG-CHAVE DEVEM SER CARREGADOS PELO CHAMADOR
      *    ANTES DO PERFORM.

       GRAVA-LOG.
           ACCEPT LOG-DATA FROM DATE YYYYMMDD
           ACCEPT LOG-HORA FROM TIME
           MOVE "SCE046" TO LOG-PROGRAMA
           MOVE WS-OPERADOR TO LOG-OPERADOR
           WRITE REGLOG
           IF ST-ERRO4 NOT = "00"
             MOVE "*** ERRO NA GRAVACAO DA AUDITORIA ***" TO MENS
             PERFORM ROT-MENS THRU ROT-MENS-FIM.
       GRAVA-LOG-FIM.
           EXIT.

      ****** PERGUNTA DE NOVA TENTATIVA EM REGISTRO BLOQUEADO *****************
      *    OUTRO OPERADOR (OU O FATURAMENTO DO SCE047) ESTA COM O MESMO
      *    CONTRATO EM USO (STATUS 99).

       ROT-REG-EM-USO.
           DISPLAY (17, 14)
           "REGISTRO EM USO POR OUTRO OPERADOR - TENTAR? (S/N): "
           ACCEPT (17, 67) WS-OPCAO
           MOVE SPACES TO MENS
           DISPLAY (17, 14) MENS.
       ROT-REG-EM-USO-FIM.
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
