       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCE051.
      *************************************************************************
      * INSTALLATION.       CADASTRO DE TRANSPORTADORAS E FRETE               *
      * AUTHOR.             Wallace Martins Vieira                            *
      * DATE-WRITTEN        00/00/0000                                        *
      *************************************************************************
      *    MANUTENCAO DO CADASTRO DE TRANSPORTADORAS (ARQTRA) USADO PELO
      *    SCE005 E PELO SCE050 NA ESCOLHA DA TRANSPORTADORA E NO
      *    CALCULO DO FRETE DO PEDIDO, E PELO SCE031 NO ROMANEIO.
      *    NA OPCAO T MANTEM A TABELA DE FRETE DA TRANSPORTADORA
      *    (ARQFRT) - POR UF, FAIXA DE CEP E FAIXA DE PESO OU VALOR.
      *    NA OPCAO F LANCA OS CONHECIMENTOS DE FRETE PAGOS (ARQFPG)
      *    QUE O SCE052 COMPARA COM O FRETE COBRADO DOS CLIENTES.
      *    TRANSPORTADORA COM TABELA OU FRETE PAGO NAO E EXCLUIDA -
      *    DEVE SER INATIVADA.
      *************************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQTRA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TRA-CODIGO
                    ALTERNATE RECORD KEY IS TRA-NOME
                                        WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQFRT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-FRT
                    FILE STATUS  IS ST-ERRO2.

           SELECT ARQFPG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-FPG
                    FILE STATUS  IS ST-ERRO3.

           SELECT ARQLOG ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO4.

      *************************************************************************

       DATA DIVISION.
       FILE SECTION.
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

       FD ARQFPG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFPG.DAT".

           COPY CPFPG.

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
       01 MENS                       PIC X(60) VALUE SPACES.
       01 WS-DELAY                   PIC 9(04) COMP VALUE 1.
       01 WS-ACT                     PIC 9(02) VALUE ZEROS.
       01 WS-SEL                     PIC 9(01) VALUE ZEROS.
       01 WS-ENVNOME                 PIC X(20) VALUE "USER".
       01 WS-OPERADOR                PIC X(20) VALUE SPACES.
       01 WS-DATA-HOJE               PIC 9(08) VALUE ZEROS.
       01 WS-LIMPA                   PIC X(79) VALUE SPACES.
       01 WS-FRT-EXISTE              PIC 9(01) VALUE ZEROS.
       01 WS-FPG-EXISTE              PIC 9(01) VALUE ZEROS.
       01 WS-FPG-MES                 PIC 9(02) VALUE ZEROS.
       01 WS-FPG-ANO                 PIC 9(04) VALUE ZEROS.
       01 WS-FPG-DIA                 PIC 9(02) VALUE ZEROS.
       01 WS-FPG-AAAAMM              PIC 9(06) VALUE ZEROS.
       01 WS-USO                     PIC 9(01) VALUE ZEROS.

      ****** UNIDADES DA FEDERACAO ACEITAS NA TABELA DE FRETE *****************

       01 TBUF.
          03 FILLER     PIC X(18) VALUE "ACALAMAPBACEDFESGO".
          03 FILLER     PIC X(18) VALUE "MAMTMSMGPAPBPRPEPI".
          03 FILLER     PIC X(18) VALUE "RJRNRSRORRSCSPSETO".
       01 TBUFR REDEFINES TBUF.
          03 TABUF                   PIC X(02) OCCURS 27 TIMES.
       01 IND                        PIC 9(02) VALUE ZEROS.
       01 WS-UF-OK                   PIC 9(01) VALUE ZEROS.

      *********** VALIDACAO DE DIGITO VERIFICADOR DE CPF/CNPJ *****************

       01 WS-DOC-VALIDO              PIC 9(01) VALUE ZEROS.
       01 WS-DOCNUM                  PIC 9(14) VALUE ZEROS.
       01 WS-DOCNUM-R REDEFINES WS-DOCNUM.
          03 WS-DOCDIG               PIC 9(01) OCCURS 14 TIMES.
       01 WS-DOC-SOMA                PIC 9(04) VALUE ZEROS.
       01 WS-DOC-QUOC                PIC 9(04) VALUE ZEROS.
       01 WS-DOC-RESTO               PIC 9(02) VALUE ZEROS.
       01 WS-DOC-DV1                 PIC 9(01) VALUE ZEROS.
       01 WS-DOC-DV2                 PIC 9(01) VALUE ZEROS.
       01 WS-DOC-IDX                 PIC 9(02) VALUE ZEROS.
       01 WS-DOC-IGUAL               PIC 9(01) VALUE ZEROS.

       01 TBUF-PESO-CPF.
        03 FILLER     PIC 9(02) VALUE 11.
        03 FILLER     PIC 9(02) VALUE 10.
        03 FILLER     PIC 9(02) VALUE 09.
        03 FILLER     PIC 9(02) VALUE 08.
        03 FILLER     PIC 9(02) VALUE 07.
        03 FILLER     PIC 9(02) VALUE 06.
        03 FILLER     PIC 9(02) VALUE 05.
        03 FILLER     PIC 9(02) VALUE 04.
        03 FILLER     PIC 9(02) VALUE 03.
        03 FILLER     PIC 9(02) VALUE 02.
       01 TBUF-PESO-CPF-R REDEFINES TBUF-PESO-CPF.
        03 PESO-CPF   PIC 9(02) OCCURS 10 TIMES.

       01 TBUF-PESO-CNPJ.
        03 FILLER     PIC 9(02) VALUE 06.
        03 FILLER     PIC 9(02) VALUE 05.
        03 FILLER     PIC 9(02) VALUE 04.
        03 FILLER     PIC 9(02) VALUE 03.
        03 FILLER     PIC 9(02) VALUE 02.
        03 FILLER     PIC 9(02) VALUE 09.
        03 FILLER     PIC 9(02) VALUE 08.
        03 FILLER     PIC 9(02) VALUE 07.
        03 FILLER     PIC 9(02) VALUE 06.
        03 FILLER     PIC 9(02) VALUE 05.
        03 FILLER     PIC 9(02) VALUE 04.
        03 FILLER     PIC 9(02) VALUE 03.
        03 FILLER     PIC 9(02) VALUE 02.
       01 TBUF-PESO-CNPJ-R REDEFINES TBUF-PESO-CNPJ.
        03 PESO-CNPJ  PIC 9(02) OCCURS 13 TIMES.

      *************************************************************************

       SCREEN SECTION.

       01  TELAPRINCIPAL.
           05  LINE 01  COLUMN 01
               VALUE  "========================================".
           05  LINE 01  COLUMN 41
               VALUE  "========================================".
           05  LINE 02  COLUMN 01
               VALUE  "                      CADASTRO DE TRANSP".
           05  LINE 02  COLUMN 41
               VALUE  "ORTADORAS E FRETE".
           05  LINE 03  COLUMN 01
               VALUE  "========================================".
           05  LINE 03  COLUMN 41
               VALUE  "========================================".
           05  LINE 05  COLUMN 01
               VALUE  "  CODIGO     :".
           05  LINE 05  COLUMN 41
               VALUE  "SITUACAO (A/I)  :".
           05  LINE 06  COLUMN 01
               VALUE  "  NOME       :".
           05  LINE 07  COLUMN 01
               VALUE  "  CNPJ       :".
           05  LINE 07  COLUMN 41
               VALUE  "TELEFONE        :".
           05  LINE 08  COLUMN 01
               VALUE  "  CONTATO    :".
           05  LINE 09  COLUMN 01
               VALUE  "  BASE FRETE :".
           05  LINE 09  COLUMN 20
               VALUE  "(P=PESO EM KG  V=VALOR DAS MERCADORIAS)".
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
           05  TTRA-CODIGO
               LINE 05  COLUMN 16  PIC 9(03)
               USING  TRA-CODIGO.
           05  TTRA-SITUACAO
               LINE 05  COLUMN 59  PIC X(01)
               USING  TRA-SITUACAO.
           05  TTRA-NOME
               LINE 06  COLUMN 16  PIC X(30)
               USING  TRA-NOME.
           05  TTRA-CNPJ
               LINE 07  COLUMN 16  PIC 9(14)
               USING  TRA-CNPJ.
           05  TTRA-TELEFONE
               LINE 07  COLUMN 59  PIC 9(11)
               USING  TRA-TELEFONE.
           05  TTRA-CONTATO
               LINE 08  COLUMN 16  PIC X(32)
               USING  TRA-CONTATO.
           05  TTRA-BASE
               LINE 09  COLUMN 16  PIC X(01)
               USING  TRA-BASE.

       01  TELAFRETE.
           05  LINE 11  COLUMN 01
               VALUE  "  UF DESTINO :".
           05  LINE 11  COLUMN 41
               VALUE  "CEP INICIAL     :".
           05  LINE 12  COLUMN 01
               VALUE  "  FAIXA ATE  :".
           05  LINE 12  COLUMN 41
               VALUE  "CEP FINAL       :".
           05  LINE 13  COLUMN 01
               VALUE  "  FRETE R$   :".
           05  LINE 13  COLUMN 41
               VALUE  "AD VALOREM %    :".
           05  LINE 14  COLUMN 01
               VALUE  "  PRAZO DIAS :".
           05  LINE 14  COLUMN 24
               VALUE  "(CEP ZERO = UF INTEIRA / FRETE E % ZERO EXCLUI)".
           05  TFRT-UF
               LINE 11  COLUMN 16  PIC X(02)
               USING  FRT-UF.
           05  TFRT-CEPINI
               LINE 11  COLUMN 59  PIC 9(08)
               USING  FRT-CEPINI.
           05  TFRT-FAIXA
               LINE 12  COLUMN 16  PIC 9(07)V999
               USING  FRT-FAIXA.
           05  TFRT-CEPFIM
               LINE 12  COLUMN 59  PIC 9(08)
               USING  FRT-CEPFIM.
           05  TFRT-VALOR
               LINE 13  COLUMN 16  PIC 9(05)V99
               USING  FRT-VALOR.
           05  TFRT-PERCENT
               LINE 13  COLUMN 59  PIC 9(02)V99
               USING  FRT-PERCENT.
           05  TFRT-PRAZO
               LINE 14  COLUMN 16  PIC 9(03)
               USING  FRT-PRAZO.

       01  TELAPAGO.
           05  LINE 11  COLUMN 01
               VALUE  "  DOCUMENTO  :".
           05  LINE 12  COLUMN 01
               VALUE  "  DATA PAGTO :".
           05  LINE 12  COLUMN 30
               VALUE  "(AAAAMMDD - ZERO = HOJE)".
           05  LINE 13  COLUMN 01
               VALUE  "  COMPETENC. :".
           05  LINE 13  COLUMN 30
               VALUE  "(AAAAMM DOS EMBARQUES - ZERO = MES DA DATA)".
           05  LINE 14  COLUMN 01
               VALUE  "  VALOR PAGO :".
           05  LINE 14  COLUMN 30
               VALUE  "(VALOR ZERO EXCLUI O DOCUMENTO)".
           05  TFPG-DOCUMENTO
               LINE 11  COLUMN 16  PIC X(12)
               USING  FPG-DOCUMENTO.
           05  TFPG-DATA
               LINE 12  COLUMN 16  PIC 9(08)
               USING  FPG-DATA.
           05  TFPG-COMPETENCIA
               LINE 13  COLUMN 16  PIC 9(06)
               USING  FPG-COMPETENCIA.
           05  TFPG-VALOR
               LINE 14  COLUMN 16  PIC 9(07)V99
               USING  FPG-VALOR.

      *************************************************************************

       PROCEDURE DIVISION.

      ************************ ABERTURA ARQUIVO *******************************

       INICIO.

       R0.
           OPEN I-O ARQTRA
           IF ST-ERRO NOT = "00"
             IF ST-ERRO = "30"
               OPEN OUTPUT ARQTRA
               MOVE "CRIANDO ARQUIVO CADASTRO DE TRANSPORTADORAS"
                                                             TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               CLOSE ARQTRA
               GO TO INICIO
           ELSE
             IF ST-ERRO = "95"
               MOVE "ISAM NAO CARREGADO " TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM
             ELSE
               MOVE "ERRO NA ABERTURA DO ARQUIVO DE TRANSPORTADORAS"
                                                             TO MENS
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

       R0B.
           OPEN I-O ARQFRT
           IF ST-ERRO2 NOT = "00"
             IF ST-ERRO2 = "30"
               OPEN OUTPUT ARQFRT
               CLOSE ARQFRT
               OPEN I-O ARQFRT
             ELSE
               MOVE "ERRO NA ABERTURA DA TABELA DE FRETE" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.
           OPEN I-O ARQFPG
           IF ST-ERRO3 NOT = "00"
             IF ST-ERRO3 = "30"
               OPEN OUTPUT ARQFPG
               CLOSE ARQFPG
               OPEN I-O ARQFPG
             ELSE
               MOVE "ERRO NA ABERTURA DO ARQUIVO DE FRETES PAGOS"
                                                             TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           DISPLAY WS-ENVNOME UPON ENVIRONMENT-NAME
           ACCEPT WS-OPERADOR FROM ENVIRONMENT-VALUE
           IF WS-OPERADOR = SPACES
             MOVE "DESCONHECIDO" TO WS-OPERADOR.

      ******************** INCICIALIZAÇÃO VARIÁVEIS ***************************

       R0C.
           MOVE SPACES TO TRA-NOME TRA-CONTATO
           MOVE "P"    TO TRA-BASE
           MOVE "A"    TO TRA-SITUACAO
           MOVE ZEROS  TO TRA-CODIGO TRA-CNPJ TRA-TELEFONE
           MOVE ZEROS  TO WS-SEL.

      ********************** VISUALIZAÇÃO DA TELA *****************************

           DISPLAY TELAPRINCIPAL.

      ************************ ENTRADA DE DADOS *******************************

       R1.
           ACCEPT TTRA-CODIGO.
           ACCEPT WS-ACT FROM ESCAPE KEY
           IF WS-ACT = 01
             GO TO ROT-FIM.
           IF TRA-CODIGO = ZEROS
             MOVE "*** CODIGO NAO PODE FICAR EM BRANCO ***" TO MENS
             PERFORM ROT-MENS THRU ROT-MENS-FIM
             GO TO R1.

       LER-ARQTRA.
           READ ARQTRA
           IF ST-ERRO NOT = "23"
             IF ST-ERRO = "00"
               DISPLAY TELAPRINCIPAL
               MOVE "*** TRANSPORTADORA CADASTRADA ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ACE-001
             ELSE
               MOVE "*** ERRO NA LEITURA ARQUIVO DE TRANSPORTADORAS ***"
                                                             TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM
           ELSE
               MOVE "*** TRANSPORTADORA NAO CADASTRADA ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM.

       R2.
           ACCEPT TTRA-NOME.
           ACCEPT WS-ACT FROM ESCAPE KEY
           IF WS-ACT = 01
             GO TO R1.
           IF TRA-NOME = SPACES
             MOVE "*** NOME NAO PODE FICAR EM BRANCO ***" TO MENS
             PERFORM ROT-MENS THRU ROT-MENS-FIM
             GO TO R2.

       R3.
           ACCEPT TTRA-CNPJ.
           ACCEPT WS-ACT FROM ESCAPE KEY
           IF WS-ACT = 01
             GO TO R2.
           IF TRA-CNPJ NOT > 99999999999
             MOVE "*** INFORME O CNPJ DA TRANSPORTADORA ***" TO MENS
             PERFORM ROT-MENS THRU ROT-MENS-FIM
             GO TO R3.
           MOVE TRA-CNPJ TO WS-DOCNUM
           PERFORM VALIDA-CPFCNPJ THRU VALIDA-CPFCNPJ-FIM
           IF WS-DOC-VALIDO NOT = 1
             MOVE "*** CNPJ INVALIDO - DIGITO NAO CONFERE ***" TO MENS
             PERFORM ROT-MENS THRU ROT-MENS-FIM
             GO TO R3.

       R4.
           ACCEPT TTRA-TELEFONE.
           ACCEPT WS-ACT FROM ESCAPE KEY
           IF WS-ACT = 01
             GO TO R3.

       R5.
           ACCEPT TTRA-CONTATO.
           ACCEPT WS-ACT FROM ESCAPE KEY
           IF WS-ACT = 01
             GO TO R4.

       R6.
           ACCEPT TTRA-BASE.
           ACCEPT WS-ACT FROM ESCAPE KEY
           IF WS-ACT = 01
             GO TO R5.
           IF TRA-BASE = "p"
             MOVE "P" TO TRA-BASE.
           IF TRA-BASE = "v"
             MOVE "V" TO TRA-BASE.
           IF TRA-BASE NOT = "P" AND TRA-BASE NOT = "V"
             MOVE "*** DIGITE P=PESO OU V=VALOR ***" TO MENS
             PERFORM ROT-MENS THRU ROT-MENS-FIM
             GO TO R6.
           DISPLAY TTRA-BASE.

       R7.
           ACCEPT TTRA-SITUACAO.
           ACCEPT WS-ACT FROM ESCAPE KEY
           IF WS-ACT = 01
             GO TO R6.
           IF TRA-SITUACAO = "a"
             MOVE "A" TO TRA-SITUACAO.
           IF TRA-SITUACAO = "i"
             MOVE "I" TO TRA-SITUACAO.
           IF TRA-SITUACAO NOT = "A" AND TRA-SITUACAO NOT = "I"
             MOVE "*** DIGITE A=ATIVA OU I=INATIVA ***" TO MENS
             PERFORM ROT-MENS THRU ROT-MENS-FIM
             GO TO R7.
           DISPLAY TTRA-SITUACAO.

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
           WRITE REGTRA
           IF ST-ERRO = "00" OR ST-ERRO = "02"
             MOVE "INCLUSAO" TO LOG-OPERACAO
             MOVE TRA-CODIGO TO LOG-CHAVE
             PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM
             MOVE "*** DADOS GRAVADOS *** " TO MENS
             PERFORM ROT-MENS THRU ROT-MENS-FIM
             GO TO R0C.
           IF ST-ERRO = "22"
             MOVE "* TRANSPORTADORA JA EXISTE, DADOS NAO GRAVADOS *"
                                                           TO MENS
             PERFORM ROT-MENS THRU ROT-MENS-FIM
             GO TO R0C
           ELSE
             MOVE "*** ERRO NA GRAVACAO DAS TRANSPORTADORAS ***"
                                                           TO MENS
             PERFORM ROT-MENS THRU ROT-MENS-FIM
             GO TO ROT-FIM.

      *********** ROTINAS DE CONSULTA / ALTERAÇÃO / EXCLUSÃO ******************

       ACE-001.
           DISPLAY (17, 14)
           "N=NOVO A=ALTERA E=EXCLUI T=TABELA F=PAGOS S=SAIR:"
                ACCEPT (17, 65) WS-OPCAO
                IF WS-OPCAO NOT = "N" AND WS-OPCAO NOT = "A"
                AND WS-OPCAO NOT = "E" AND WS-OPCAO NOT = "S"
                AND WS-OPCAO NOT = "T" AND WS-OPCAO NOT = "F"
                  GO TO ACE-001.
                  MOVE SPACES TO MENS
                  DISPLAY (17, 14) MENS
                IF WS-OPCAO = "N"
                  GO TO R0C
                ELSE
                  IF WS-OPCAO = "T"
                    GO TO FRT-R1
                ELSE
                  IF WS-OPCAO = "F"
                    GO TO FPG-R1
                ELSE
                  IF WS-OPCAO = "A"
                    MOVE 1 TO WS-SEL
                    GO TO R2
                ELSE
                  IF WS-OPCAO = "S"
                    GO TO ROT-FIM.

      *    COM TABELA DE FRETE OU FRETE PAGO A TRANSPORTADORA FICA -
      *    OS PEDIDOS E O RELATORIO DE FRETE A REFERENCIAM.
       EXC-USO.
           MOVE ZEROS TO WS-USO
           MOVE TRA-CODIGO TO FRT-TRANSP
           MOVE SPACES TO FRT-UF
           MOVE ZEROS TO FRT-CEPINI FRT-FAIXA
           START ARQFRT KEY IS NOT LESS THAN CHAVE-FRT
           IF ST-ERRO2 = "00"
             READ ARQFRT NEXT RECORD
             IF ST-ERRO2 = "00" AND FRT-TRANSP = TRA-CODIGO
               MOVE 1 TO WS-USO.
           MOVE TRA-CODIGO TO FPG-TRANSP
           MOVE SPACES TO FPG-DOCUMENTO
           START ARQFPG KEY IS NOT LESS THAN CHAVE-FPG
           IF ST-ERRO3 = "00"
             READ ARQFPG NEXT RECORD
             IF ST-ERRO3 = "00" AND FPG-TRANSP = TRA-CODIGO
               MOVE 1 TO WS-USO.
           IF WS-USO = 1
             MOVE "*** TEM TABELA OU FRETE PAGO - INATIVE (I) ***"
                                                           TO MENS
             PERFORM ROT-MENS THRU ROT-MENS-FIM
             GO TO ACE-001.

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
           MOVE TRA-CODIGO TO LOG-CHAVE
           DELETE ARQTRA RECORD
           IF ST-ERRO = "00" OR ST-ERRO = "02"
             PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM
             MOVE "*** REGISTRO TRANSPORTADORA EXCLUIDO ***" TO MENS
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
           REWRITE REGTRA
           IF ST-ERRO = "00" OR ST-ERRO = "02"
             MOVE "ALTERACAO" TO LOG-OPERACAO
             MOVE TRA-CODIGO TO LOG-CHAVE
             PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM
             MOVE "*** REGISTRO ALTERADO ***" TO MENS
             PERFORM ROT-MENS THRU ROT-MENS-FIM
             GO TO R0C.

           MOVE "*** ERRO NA ALT DO REGISTRO DE TRANSPORTADORA ***"
                                                           TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.

      ****************** TABELA DE FRETE DA TRANSPORTADORA ********************
      *    A TRANSPORTADORA JA ESTA LIDA. A LINHA E IDENTIFICADA POR
      *    UF, CEP INICIAL E LIMITE DA FAIXA (KG OU R$ CONFORME A BASE).
      *    CEP INICIAL ZERO = LINHA PARA A UF INTEIRA. A CADA LINHA
      *    GRAVADA VOLTA PARA A UF DA PROXIMA; ESC NA UF VOLTA PARA O
      *    CADASTRO. FRETE E PERCENTUAL ZERO EM LINHA EXISTENTE EXCLUI.

       FRT-R1.
           MOVE SPACES TO FRT-UF
           MOVE ZEROS TO FRT-CEPINI FRT-FAIXA FRT-CEPFIM FRT-VALOR
                         FRT-PERCENT FRT-PRAZO
           MOVE ZEROS TO WS-FRT-EXISTE
           DISPLAY TELAFRETE
           ACCEPT TFRT-UF.
           ACCEPT WS-ACT FROM ESCAPE KEY
           IF WS-ACT = 01
             PERFORM FRT-LIMPA THRU FRT-LIMPA-FIM
             GO TO R0C.
           MOVE ZEROS TO WS-UF-OK
           MOVE 1 TO IND.
       FRT-R1-UF.
           IF IND > 27
             GO TO FRT-R1-CONFERE.
           IF TABUF (IND) = FRT-UF
             MOVE 1 TO WS-UF-OK
             GO TO FRT-R1-CONFERE.
           ADD 1 TO IND
           GO TO FRT-R1-UF.
       FRT-R1-CONFERE.
           IF WS-UF-OK = ZEROS
             MOVE "*** UF INVALIDA - USE A SIGLA EM MAIUSCULAS ***"
                                                           TO MENS
             PERFORM ROT-MENS THRU ROT-MENS-FIM
             GO TO FRT-R1.

       FRT-R2.
           ACCEPT TFRT-CEPINI.
           ACCEPT WS-ACT FROM ESCAPE KEY
           IF WS-ACT = 01
             GO TO FRT-R1.

       FRT-R3.
           ACCEPT TFRT-FAIXA.
           ACCEPT WS-ACT FROM ESCAPE KEY
           IF WS-ACT = 01
             GO TO FRT-R2.
           IF FRT-FAIXA = ZEROS
             MOVE "*** INFORME O LIMITE DA FAIXA ***" TO MENS
             PERFORM ROT-MENS THRU ROT-MENS-FIM
             GO TO FRT-R3.
           MOVE TRA-CODIGO TO FRT-TRANSP
           READ ARQFRT
           IF ST-ERRO2 = "00"
             MOVE 1 TO WS-FRT-EXISTE
             DISPLAY TELAFRETE
             MOVE "*** LINHA CADASTRADA - FRETE E % ZERO EXCLUI ***"
                                                           TO MENS
             PERFORM ROT-MENS THRU ROT-MENS-FIM
           ELSE
             IF ST-ERRO2 = "23"
               MOVE ZEROS TO WS-FRT-EXISTE FRT-CEPFIM FRT-VALOR
                             FRT-PERCENT FRT-PRAZO
               DISPLAY TELAFRETE
             ELSE
               MOVE "*** ERRO NA LEITURA DA TABELA DE FRETE ***"
                                                             TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.

       FRT-R4.
           IF FRT-CEPINI = ZEROS
             MOVE ZEROS TO FRT-CEPFIM
             DISPLAY TFRT-CEPFIM
             GO TO FRT-R5.
           ACCEPT TFRT-CEPFIM.
           ACCEPT WS-ACT FROM ESCAPE KEY
           IF WS-ACT = 01
             GO TO FRT-R3.
           IF FRT-CEPFIM < FRT-CEPINI
             MOVE "*** CEP FINAL MENOR QUE O INICIAL ***" TO MENS
             PERFORM ROT-MENS THRU ROT-MENS-FIM
             GO TO FRT-R4.

       FRT-R5.
           ACCEPT TFRT-VALOR.
           ACCEPT WS-ACT FROM ESCAPE KEY
           IF WS-ACT = 01
             GO TO FRT-R3.

       FRT-R6.
           ACCEPT TFRT-PERCENT.
           ACCEPT WS-ACT FROM ESCAPE KEY
           IF WS-ACT = 01
             GO TO FRT-R5.
           IF FRT-VALOR = ZEROS AND FRT-PERCENT = ZEROS
             IF WS-FRT-EXISTE = ZEROS
               MOVE "*** INFORME O FRETE OU O PERCENTUAL ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO FRT-R5
             ELSE
               GO TO FRT-OPC.

       FRT-R7.
           ACCEPT TFRT-PRAZO.
           ACCEPT WS-ACT FROM ESCAPE KEY
           IF WS-ACT = 01
             GO TO FRT-R6.

       FRT-OPC.
           MOVE "S" TO WS-OPCAO
           IF FRT-VALOR = ZEROS AND FRT-PERCENT = ZEROS
             DISPLAY (17, 14) "Deseja EXCLUIR a linha? (S/N) : "
             ACCEPT (17, 46) WS-OPCAO WITH UPDATE
           ELSE
             DISPLAY (17, 14) "Deseja Salvar (S/N) : "
             ACCEPT (17, 36) WS-OPCAO WITH UPDATE.
           ACCEPT WS-ACT FROM ESCAPE KEY
           IF WS-ACT = 01
             GO TO FRT-R5.
           IF WS-OPCAO = "N" OR "n"
             MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
             PERFORM ROT-MENS THRU ROT-MENS-FIM
             GO TO FRT-R1.
           IF WS-OPCAO NOT = "S" AND "s"
             MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
             PERFORM ROT-MENS THRU ROT-MENS-FIM
             GO TO FRT-OPC.

       FRT-WR1.
           MOVE SPACES TO LOG-CHAVE
           STRING FRT-TRANSP "/" FRT-UF "/" FRT-CEPINI
                  DELIMITED BY SIZE INTO LOG-CHAVE
           IF FRT-VALOR = ZEROS AND FRT-PERCENT = ZEROS
             MOVE "EXCLUI FRETE" TO LOG-OPERACAO
             DELETE ARQFRT RECORD
           ELSE
             IF WS-FRT-EXISTE = 1
               MOVE "ALTERA FRETE" TO LOG-OPERACAO
               REWRITE REGFRT
             ELSE
               MOVE "INCLUI FRETE" TO LOG-OPERACAO
               WRITE REGFRT.
           IF FRT-VALOR = ZEROS AND FRT-PERCENT = ZEROS
             MOVE "*** LINHA DA TABELA EXCLUIDA ***" TO MENS
           ELSE
             MOVE "*** LINHA DA TABELA GRAVADA ***" TO MENS.
           IF ST-ERRO2 = "00" OR ST-ERRO2 = "02"
             PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM
             PERFORM ROT-MENS THRU ROT-MENS-FIM
             GO TO FRT-R1.
           MOVE "*** ERRO NA GRAVACAO DA TABELA DE FRETE ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.

      ****************** FRETES PAGOS A TRANSPORTADORA ************************
      *    UM LANCAMENTO POR CONHECIMENTO OU FATURA DA TRANSPORTADORA.
      *    A COMPETENCIA E O MES DOS EMBARQUES QUE O DOCUMENTO COBRA
      *    (ZERO = MES DO PAGAMENTO). ESC NO DOCUMENTO VOLTA PARA O
      *    CADASTRO. VALOR ZERO EM DOCUMENTO EXISTENTE EXCLUI.

       FPG-R1.
           MOVE SPACES TO FPG-DOCUMENTO
           MOVE ZEROS TO FPG-DATA FPG-COMPETENCIA FPG-VALOR
           MOVE ZEROS TO WS-FPG-EXISTE
           DISPLAY TELAPAGO
           ACCEPT TFPG-DOCUMENTO.
           ACCEPT WS-ACT FROM ESCAPE KEY
           IF WS-ACT = 01
             PERFORM FRT-LIMPA THRU FRT-LIMPA-FIM
             GO TO R0C.
           IF FPG-DOCUMENTO = SPACES
             MOVE "*** INFORME O NUMERO DO DOCUMENTO ***" TO MENS
             PERFORM ROT-MENS THRU ROT-MENS-FIM
             GO TO FPG-R1.
           MOVE TRA-CODIGO TO FPG-TRANSP
           READ ARQFPG
           IF ST-ERRO3 = "00"
             MOVE 1 TO WS-FPG-EXISTE
             DISPLAY TELAPAGO
             MOVE "*** DOCUMENTO LANCADO - VALOR ZERO EXCLUI ***"
                                                             TO MENS
             PERFORM ROT-MENS THRU ROT-MENS-FIM
           ELSE
             IF ST-ERRO3 = "23"
               MOVE ZEROS TO WS-FPG-EXISTE FPG-DATA FPG-COMPETENCIA
                             FPG-VALOR
               DISPLAY TELAPAGO
             ELSE
               MOVE "*** ERRO NA LEITURA DOS FRETES PAGOS ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO ROT-FIM.

       FPG-R2.
           ACCEPT TFPG-DATA.
           ACCEPT WS-ACT FROM ESCAPE KEY
           IF WS-ACT = 01
             GO TO FPG-R1.
           IF FPG-DATA = ZEROS
             MOVE WS-DATA-HOJE TO FPG-DATA
             DISPLAY TFPG-DATA.
           DIVIDE FPG-DATA BY 100 GIVING WS-FPG-AAAAMM
                  REMAINDER WS-FPG-DIA
           DIVIDE WS-FPG-AAAAMM BY 100 GIVING WS-FPG-ANO
                  REMAINDER WS-FPG-MES
           IF WS-FPG-MES < 1 OR WS-FPG-MES > 12 OR WS-FPG-ANO < 2000
           OR WS-FPG-DIA < 1 OR WS-FPG-DIA > 31
             MOVE "*** DATA INVALIDA - USE AAAAMMDD ***" TO MENS
             PERFORM ROT-MENS THRU ROT-MENS-FIM
             GO TO FPG-R2.

       FPG-R3.
           ACCEPT TFPG-COMPETENCIA.
           ACCEPT WS-ACT FROM ESCAPE KEY
           IF WS-ACT = 01
             GO TO FPG-R2.
           IF FPG-COMPETENCIA = ZEROS
             MOVE WS-FPG-AAAAMM TO FPG-COMPETENCIA
             DISPLAY TFPG-COMPETENCIA.
           DIVIDE FPG-COMPETENCIA BY 100 GIVING WS-FPG-ANO
                  REMAINDER WS-FPG-MES
           IF WS-FPG-MES < 1 OR WS-FPG-MES > 12 OR WS-FPG-ANO < 2000
             MOVE "*** MES INVALIDO - USE AAAAMM ***" TO MENS
             PERFORM ROT-MENS THRU ROT-MENS-FIM
             GO TO FPG-R3.

       FPG-R4.
           ACCEPT TFPG-VALOR.
           ACCEPT WS-ACT FROM ESCAPE KEY
           IF WS-ACT = 01
             GO TO FPG-R3.
           IF FPG-VALOR = ZEROS AND WS-FPG-EXISTE = ZEROS
             MOVE "*** INFORME O VALOR PAGO ***" TO MENS
             PERFORM ROT-MENS THRU ROT-MENS-FIM
             GO TO FPG-R4.

       FPG-OPC.
           MOVE "S" TO WS-OPCAO
           IF FPG-VALOR = ZEROS
             DISPLAY (17, 14) "Deseja EXCLUIR o documento? (S/N) : "
             ACCEPT (17, 50) WS-OPCAO WITH UPDATE
           ELSE
             DISPLAY (17, 14) "Deseja Salvar (S/N) : "
             ACCEPT (17, 36) WS-OPCAO WITH UPDATE.
           ACCEPT WS-ACT FROM ESCAPE KEY
           IF WS-ACT = 01
             GO TO FPG-R4.
           IF WS-OPCAO = "N" OR "n"
             MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
             PERFORM ROT-MENS THRU ROT-MENS-FIM
             GO TO FPG-R1.
           IF WS-OPCAO NOT = "S" AND "s"
             MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
             PERFORM ROT-MENS THRU ROT-MENS-FIM
             GO TO FPG-OPC.

       FPG-WR1.
           MOVE WS-OPERADOR TO FPG-OPERADOR
           MOVE SPACES TO LOG-CHAVE
           STRING FPG-TRANSP "/" FPG-DOCUMENTO
                  DELIMITED BY SIZE INTO LOG-CHAVE
           IF FPG-VALOR = ZEROS
             MOVE "EXCLUI PAGTO" TO LOG-OPERACAO
             DELETE ARQFPG RECORD
           ELSE
             IF WS-FPG-EXISTE = 1
               MOVE "ALTERA PAGTO" TO LOG-OPERACAO
               REWRITE REGFPG
             ELSE
               MOVE "INCLUI PAGTO" TO LOG-OPERACAO
               WRITE REGFPG.
           IF FPG-VALOR = ZEROS
             MOVE "*** DOCUMENTO EXCLUIDO ***" TO MENS
           ELSE
             MOVE "*** DOCUMENTO GRAVADO ***" TO MENS.
           IF ST-ERRO3 = "00" OR ST-ERRO3 = "02"
             PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM
             PERFORM ROT-MENS THRU ROT-MENS-FIM
             GO TO FPG-R1.
           MOVE "*** ERRO NA GRAVACAO DOS FRETES PAGOS ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.

      ***************************************************************

       ROT-FIM.
           CLOSE ARQTRA ARQFRT ARQFPG ARQLOG.
           GOBACK.

      ************ LIMPEZA DAS LINHAS DA TABELA / FRETE PAGO ******************

       FRT-LIMPA.
           DISPLAY (11, 01) WS-LIMPA
           DISPLAY (12, 01) WS-LIMPA
           DISPLAY (13, 01) WS-LIMPA
           DISPLAY (14, 01) WS-LIMPA.
       FRT-LIMPA-FIM.
           EXIT.

      *********** VALIDACAO DE DIGITO VERIFICADOR DE CPF/CNPJ *****************
      *    WS-DOCNUM DEVE SER CARREGADO PELO CHAMADOR ANTES DO PERFORM.
      *    RETORNA WS-DOC-VALIDO = 1 QUANDO O DIGITO VERIFICADOR CONFERE.

       VALIDA-CPFCNPJ.
           MOVE ZEROS TO WS-DOC-VALIDO.
           IF WS-DOCNUM = ZEROS
             GO TO VALIDA-CPFCNPJ-FIM.
           IF WS-DOCNUM > 99999999999
             GO TO VALIDA-CNPJ.

       VALIDA-CPF.
           MOVE WS-DOCDIG(4) TO WS-DOC-IGUAL.
           IF WS-DOCDIG(5)  = WS-DOC-IGUAL
          AND WS-DOCDIG(6)  = WS-DOC-IGUAL
          AND WS-DOCDIG(7)  = WS-DOC-IGUAL
          AND WS-DOCDIG(8)  = WS-DOC-IGUAL
          AND WS-DOCDIG(9)  = WS-DOC-IGUAL
          AND WS-DOCDIG(10) = WS-DOC-IGUAL
          AND WS-DOCDIG(11) = WS-DOC-IGUAL
          AND WS-DOCDIG(12) = WS-DOC-IGUAL
          AND WS-DOCDIG(13) = WS-DOC-IGUAL
          AND WS-DOCDIG(14) = WS-DOC-IGUAL
             GO TO VALIDA-CPFCNPJ-FIM.

           MOVE ZEROS TO WS-DOC-SOMA.
           MOVE 4 TO WS-DOC-IDX.
       VALIDA-CPF-DV1.
           COMPUTE WS-DOC-SOMA = WS-DOC-SOMA +
                 (WS-DOCDIG(WS-DOC-IDX) * PESO-CPF(WS-DOC-IDX - 2))
           ADD 1 TO WS-DOC-IDX
           IF WS-DOC-IDX < 13
             GO TO VALIDA-CPF-DV1.

           DIVIDE WS-DOC-SOMA BY 11 GIVING WS-DOC-QUOC
                                    REMAINDER WS-DOC-RESTO.
           IF WS-DOC-RESTO < 2
             MOVE 0 TO WS-DOC-DV1
           ELSE
             COMPUTE WS-DOC-DV1 = 11 - WS-DOC-RESTO.
           IF WS-DOC-DV1 NOT = WS-DOCDIG(13)
             GO TO VALIDA-CPFCNPJ-FIM.

           MOVE ZEROS TO WS-DOC-SOMA.
           MOVE 4 TO WS-DOC-IDX.
       VALIDA-CPF-DV2.
           COMPUTE WS-DOC-SOMA = WS-DOC-SOMA +
                 (WS-DOCDIG(WS-DOC-IDX) * PESO-CPF(WS-DOC-IDX - 3))
           ADD 1 TO WS-DOC-IDX
           IF WS-DOC-IDX < 14
             GO TO VALIDA-CPF-DV2.

           DIVIDE WS-DOC-SOMA BY 11 GIVING WS-DOC-QUOC
                                    REMAINDER WS-DOC-RESTO.
           IF WS-DOC-RESTO < 2
             MOVE 0 TO WS-DOC-DV2
           ELSE
             COMPUTE WS-DOC-DV2 = 11 - WS-DOC-RESTO.
           IF WS-DOC-DV2 = WS-DOCDIG(14)
             MOVE 1 TO WS-DOC-VALIDO.
           GO TO VALIDA-CPFCNPJ-FIM.

       VALIDA-CNPJ.
           MOVE WS-DOCDIG(1) TO WS-DOC-IGUAL.
           IF WS-DOCDIG(2)  = WS-DOC-IGUAL
          AND WS-DOCDIG(3)  = WS-DOC-IGUAL
          AND WS-DOCDIG(4)  = WS-DOC-IGUAL
          AND WS-DOCDIG(5)  = WS-DOC-IGUAL
          AND WS-DOCDIG(6)  = WS-DOC-IGUAL
          AND WS-DOCDIG(7)  = WS-DOC-IGUAL
          AND WS-DOCDIG(8)  = WS-DOC-IGUAL
          AND WS-DOCDIG(9)  = WS-DOC-IGUAL
          AND WS-DOCDIG(10) = WS-DOC-IGUAL
          AND WS-DOCDIG(11) = WS-DOC-IGUAL
          AND WS-DOCDIG(12) = WS-DOC-IGUAL
          AND WS-DOCDIG(13) = WS-DOC-IGUAL
          AND WS-DOCDIG(14) = WS-DOC-IGUAL
             GO TO VALIDA-CPFCNPJ-FIM.

           MOVE ZEROS TO WS-DOC-SOMA.
           MOVE 1 TO WS-DOC-IDX.
       VALIDA-CNPJ-DV1.
           COMPUTE WS-DOC-SOMA = WS-DOC-SOMA +
                 (WS-DOCDIG(WS-DOC-IDX) * PESO-CNPJ(WS-DOC-IDX + 1))
           ADD 1 TO WS-DOC-IDX
           IF WS-DOC-IDX < 13
             GO TO VALIDA-CNPJ-DV1.

           DIVIDE WS-DOC-SOMA BY 11 GIVING WS-DOC-QUOC
                                    REMAINDER WS-DOC-RESTO.
           IF WS-DOC-RESTO < 2
             MOVE 0 TO WS-DOC-DV1
           ELSE
             COMPUTE WS-DOC-DV1 = 11 - WS-DOC-RESTO.
           IF WS-DOC-DV1 NOT = WS-DOCDIG(13)
             GO TO VALIDA-CPFCNPJ-FIM.

           MOVE ZEROS TO WS-DOC-SOMA.
           MOVE 1 TO WS-DOC-IDX.
       VALIDA-CNPJ-DV2.
           COMPUTE WS-DOC-SOMA = WS-DOC-SOMA +
                 (WS-DOCDIG(WS-DOC-IDX) * PESO-CNPJ(WS-DOC-IDX))
           ADD 1 TO WS-DOC-IDX
           IF WS-DOC-IDX < 14
             GO TO VALIDA-CNPJ-DV2.

           DIVIDE WS-DOC-SOMA BY 11 GIVING WS-DOC-QUOC
                                    REMAINDER WS-DOC-RESTO.
           IF WS-DOC-RESTO < 2
             MOVE 0 TO WS-DOC-DV2
           ELSE
             COMPUTE WS-DOC-DV2 = 11 - WS-DOC-RESTO.
           IF WS-DOC-DV2 = WS-DOCDIG(14)
             MOVE 1 TO WS-DOC-VALIDO.
       VALIDA-CPFCNPJ-FIM.
           EXIT.

      *************** GRAVACAO DE TRILHA DE AUDITORIA *************************
      *    LOG-OPERACAO E LOG-CHAVE DEVEM SER CARREGADOS PELO CHAMADOR
      *    ANTES DO PERFORM.

       GRAVA-LOG.
           ACCEPT LOG-DATA FROM DATE YYYYMMDD
           ACCEPT LOG-HORA FROM TIME
           MOVE "SCE051" TO LOG-PROGRAMA
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
