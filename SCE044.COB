       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCE044.
      *************************************************************************
      * INSTALLATION.       CORRECAO DE CPF/CNPJ E UNIFICACAO DE CADASTROS    *
      *                     DUPLICADOS DE CLIENTES E FORNECEDORES             *
      * AUTHOR.             Wallace Martins Vieira                            *
      * DATE-WRITTEN        00/00/0000                                        *
      *************************************************************************
      *    O CPF/CNPJ E A LIGACAO ENTRE O CADASTRO E O MOVIMENTO. ESTE
      *    PROGRAMA TROCA O DOCUMENTO DE ORIGEM PELO DE DESTINO EM TODOS
      *    OS ARQUIVOS QUE O REFERENCIAM, SEM DEIXAR HISTORICO ORFAO.
      *    OPERACAO 1 - CORRECAO. O CADASTRO DE ORIGEM PASSA A TER O
      *                 DOCUMENTO DE DESTINO (QUE NAO PODE EXISTIR).
      *    OPERACAO 2 - UNIFICACAO. O DESTINO JA E UM CADASTRO; O
      *                 MOVIMENTO DA ORIGEM PASSA PARA ELE E O CADASTRO
      *                 DE ORIGEM E EXCLUIDO.
      *    CLIENTE. ARQCLI, PED-CLI-CPFCNPJ (ARQVEN/ARQVENH), TITULOS A
      *             RECEBER (ARQTIT TIPO R), CARTAS DE COBRANCA
      *             (ARQDUN) E CONTRATOS DE FATURAMENTO MENSAL (ARQCTR).
      *    FORNECEDOR. ARQFOR, PED-FOR-CPFCNPJ (ARQVEN/ARQVENH), TITULOS
      *             A PAGAR (ARQTIT TIPO P) E PRO-CPFCNPJ (ARQPRO).
      *    NOTAS FISCAIS JA EMITIDAS (ARQNFC) NAO SAO ALTERADAS - SAO
      *    DOCUMENTO FISCAL E FICAM COMO FORAM TRANSMITIDAS.
      *    ANTES DE ALTERAR MOSTRA QUANTOS REGISTROS SERAO ATINGIDOS EM
      *    CADA ARQUIVO E PEDE CONFIRMACAO. A FASE EM ANDAMENTO FICA EM
      *    ARQCKP (CHAVE "CPFCNPJ"); SE A EXECUCAO FOR INTERROMPIDA, A
      *    PROXIMA CHAMADA RETOMA A MESMA TROCA DE ONDE PAROU ANTES DE
      *    ACEITAR OUTRA. CADA REGISTRO ALTERADO SAI NO RELATORIO
      *    RELCPF.DAT E A TROCA CONCLUIDA E GRAVADA EM ARQLOG.
      *    USO RESTRITO AO GERENTE.
      *************************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQCLI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CLI-CPFCNPJ
                    ALTERNATE RECORD KEY IS CLI-CODIGO WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CLI-NOME WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQFOR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FOR-CODIGO
                    ALTERNATE RECORD KEY IS FOR-CPFCNPJ
                    ALTERNATE RECORD KEY IS FOR-NOME WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO2.

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
                    FILE STATUS  IS ST-ERRO3.

           SELECT ARQVENH ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS VH-CHAVE-PED
                    FILE STATUS  IS ST-ERRO4.

           SELECT ARQTIT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-TIT
                    ALTERNATE RECORD KEY IS TIT-CPFCNPJ
                                        WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO5.

           SELECT ARQDUN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DUN-CPFCNPJ
                    FILE STATUS  IS ST-ERRO6.

           SELECT ARQPRO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PRO-CODIGO
                    ALTERNATE RECORD KEY IS PRO-DESCRICAO
                                        WITH DUPLICATES
                    ALTERNATE RECORD KEY IS PRO-EAN
                                        WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO7.

           SELECT ARQCTR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CTR-CODIGO
                    ALTERNATE RECORD KEY IS CTR-CPFCNPJ
                                        WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO11.

           SELECT ARQCKP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CKP-CHAVE
                    FILE STATUS  IS ST-ERRO8.

           SELECT ARQLOG ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO9.

           SELECT RELCPF ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO10.

      *************************************************************************

       DATA DIVISION.
       FILE SECTION.

       FD ARQCLI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCLI.DAT".

       COPY CPCLI.

      *************************************************************************

       FD ARQFOR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFOR.DAT".

       COPY CPFOR.

      *************************************************************************

       FD ARQVEN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQVEN.DAT".

       COPY CPVEN.

      *************************************************************************

      *    ARQVENH GUARDA OS PEDIDOS ARQUIVADOS PELO SCE011 COM O MESMO
      *    LAYOUT DE REGVEN, SOB NOMES PROPRIOS (PREFIXO VH-).

       FD ARQVENH
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQVENH.DAT".

       01 REGVENH.
          03 VH-CHAVE-PED.
             05 VH-PED-COD           PIC 9(06).
             05 VH-PED-ITEM          PIC 9(03).
          03 VH-PED-TIPOPEDIDO       PIC X(15).
          03 VH-PED-COD-PRO          PIC 9(09).
          03 VH-PED-TIPOVENDA        PIC 9(01).
          03 VH-PED-CLI-CPFCNPJ      PIC 9(14).
          03 VH-PED-FOR-CPFCNPJ      PIC 9(14).
          03 VH-PED-QUANTIDADE       PIC 9(06).
          03 VH-PED-PRECOUNITARIO    PIC 9(06)V99.
          03 VH-PED-VALORITEM        PIC 9(07)V99.
          03 VH-PED-VALORTOTAL       PIC 9(07)V99.
          03 VH-PED-STATUS           PIC 9(01).
          03 VH-PED-DATA             PIC 9(08).
          03 VH-PED-QTDPARCELAS      PIC 9(02).
          03 VH-PED-INTERVALO        PIC 9(03).
          03 VH-PED-VENDEDOR         PIC 9(03).
          03 VH-PED-PERCDESC         PIC 9(02)V99.
          03 VH-PED-QTDRECEBIDA      PIC 9(06).
          03 VH-PED-DATAENTREGA      PIC 9(08).
          03 VH-PED-ENTREGUE         PIC X(01).
          03 VH-PED-QTDDEVOLVIDA     PIC 9(06).
          03 VH-PED-VALIDADE         PIC 9(08).
          03 VH-PED-LOCAL            PIC 9(01).
          03 VH-PED-CONTRATO         PIC 9(06).
          03 VH-PED-TRANSP           PIC 9(03).
          03 VH-PED-TIPOFRETE        PIC X(01).
          03 VH-PED-VALORFRETE       PIC 9(05)V99.

      *************************************************************************

       FD ARQTIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQTIT.DAT".

       COPY CPTIT.

      *************************************************************************

       FD ARQDUN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQDUN.DAT".

       COPY CPDUN.

      *************************************************************************

       FD ARQPRO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPRO.DAT".

       COPY CPPRO.

      *************************************************************************

       FD ARQCTR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCTR.DAT".

       COPY CPCTR.

      *************************************************************************

       FD ARQCKP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCKP.DAT".

       COPY CPCKP.

      *************************************************************************

       FD ARQLOG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQLOG.DAT".

       COPY CPLOG.

      *************************************************************************

       FD RELCPF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELCPF.DAT".

       01 WS-LINREL                  PIC X(100).

      *************************************************************************

       WORKING-STORAGE SECTION.

       01 ST-ERRO                    PIC X(02) VALUE "00".
       01 ST-ERRO2                   PIC X(02) VALUE "00".
       01 ST-ERRO3                   PIC X(02) VALUE "00".
       01 ST-ERRO4                   PIC X(02) VALUE "00".
       01 ST-ERRO5                   PIC X(02) VALUE "00".
       01 ST-ERRO6                   PIC X(02) VALUE "00".
       01 ST-ERRO7                   PIC X(02) VALUE "00".
       01 ST-ERRO8                   PIC X(02) VALUE "00".
       01 ST-ERRO9                   PIC X(02) VALUE "00".
       01 ST-ERRO10                  PIC X(02) VALUE "00".
       01 ST-ERRO11                  PIC X(02) VALUE "00".
       01 MENS                       PIC X(60) VALUE SPACES.

       01 WS-ENVNIVEL                PIC X(20) VALUE "NIVEL".
       01 WS-NIVEL-X                 PIC X(01) VALUE SPACES.
       01 WS-NIVEL                   PIC 9(01) VALUE ZEROS.
       01 WS-ENVNOME                 PIC X(20) VALUE "USER".
       01 WS-OPERADOR                PIC X(20) VALUE SPACES.
       01 WS-DATA-HOJE               PIC 9(08) VALUE ZEROS.
       01 WS-CONFIRMA                PIC X(01) VALUE SPACES.

      ****** DADOS DA TROCA EM ANDAMENTO (ESPELHO DE ARQCKP) ******************

       01 WS-TIPO                    PIC X(01) VALUE SPACES.
       01 WS-OPERACAO                PIC 9(01) VALUE ZEROS.
       01 WS-DOCANT                  PIC 9(14) VALUE ZEROS.
       01 WS-DOCNOVO                 PIC 9(14) VALUE ZEROS.
       01 WS-FASE                    PIC 9(01) VALUE ZEROS.
       01 WS-ULTCHAVE                PIC 9(09) VALUE ZEROS.
       01 WS-CONTADOR                PIC 9(06) COMP VALUE ZEROS.
       01 WS-RETOMADA                PIC 9(01) VALUE ZEROS.
       01 WS-TIT-TIPO                PIC X(01) VALUE SPACES.
       01 WS-NOME-ANT                PIC X(30) VALUE SPACES.
       01 WS-NOME-NOVO               PIC X(30) VALUE SPACES.
       01 WS-NOME-LIDO               PIC X(30) VALUE SPACES.
       01 WS-DESC-OPERACAO           PIC X(12) VALUE SPACES.

      ****** CONTADORES - PREVIA E REGISTROS ALTERADOS ************************

       01 WS-PRV-CAD                 PIC 9(07) VALUE ZEROS.
       01 WS-PRV-VEN                 PIC 9(07) VALUE ZEROS.
       01 WS-PRV-VENH                PIC 9(07) VALUE ZEROS.
       01 WS-PRV-TIT                 PIC 9(07) VALUE ZEROS.
       01 WS-PRV-DUN                 PIC 9(07) VALUE ZEROS.
       01 WS-PRV-PRO                 PIC 9(07) VALUE ZEROS.
       01 WS-PRV-CTR                 PIC 9(07) VALUE ZEROS.
       01 WS-QTD-CAD                 PIC 9(07) VALUE ZEROS.
       01 WS-QTD-VEN                 PIC 9(07) VALUE ZEROS.
       01 WS-QTD-VENH                PIC 9(07) VALUE ZEROS.
       01 WS-QTD-TIT                 PIC 9(07) VALUE ZEROS.
       01 WS-QTD-DUN                 PIC 9(07) VALUE ZEROS.
       01 WS-QTD-PRO                 PIC 9(07) VALUE ZEROS.
       01 WS-QTD-CTR                 PIC 9(07) VALUE ZEROS.

      ****** CARTA DE COBRANCA DO DOCUMENTO DE ORIGEM *************************

       01 WS-DUN-SALVO.
          03 WS-DUN-CPFCNPJ          PIC 9(14).
          03 WS-DUN-DATAULT          PIC 9(08).
          03 WS-DUN-FAIXA            PIC 9(01).
          03 WS-DUN-VALOR            PIC 9(09)V99.

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

      ****** LINHAS DO RELATORIO DE ALTERACOES ********************************

       01 WS-CABEC1.
          05 FILLER                  PIC X(40) VALUE
             "TROCA DE CPF/CNPJ - SCE044     EMISSAO: ".
          05 WC-DATA-HOJE            PIC 9(08).
          05 FILLER                  PIC X(12) VALUE "  OPERADOR: ".
          05 WC-OPERADOR             PIC X(20).

       01 WS-CABEC2.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 WC-DESC-OPERACAO        PIC X(12).
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 WC-TIPO                 PIC X(10).
          05 FILLER                  PIC X(04) VALUE " DE ".
          05 WC-DOCANT               PIC 9(14).
          05 FILLER                  PIC X(06) VALUE " PARA ".
          05 WC-DOCNOVO              PIC 9(14).

       01 WS-CABEC3.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 WC-TEXTO                PIC X(60).

       01 WS-CABEC4.
          05 FILLER                  PIC X(40) VALUE SPACES.
          05 WC-PREVIA               PIC X(07) VALUE " PREVIA".
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 FILLER                  PIC X(09) VALUE "ALTERADOS".

       01 WS-LINDET.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 WD-ARQUIVO              PIC X(08).
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 WD-CHAVE                PIC X(20).
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 WD-ACAO                 PIC X(30).

       01 WS-LINTOT.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 WT-ROTULO               PIC X(38).
          05 WT-PREVIA               PIC ZZZ.ZZ9 BLANK WHEN ZERO.
          05 FILLER                  PIC X(03) VALUE SPACES.
          05 WT-QTD                  PIC ZZZ.ZZ9.

      *************************************************************************

       PROCEDURE DIVISION.

       INICIO.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           DISPLAY WS-ENVNOME UPON ENVIRONMENT-NAME
           ACCEPT WS-OPERADOR FROM ENVIRONMENT-VALUE
           IF WS-OPERADOR = SPACES
             MOVE "DESCONHECIDO" TO WS-OPERADOR.

      ****** CONTROLE DE ACESSO - TROCA DE DOCUMENTO RESTRITA AO GERENTE ******

       R00.
           DISPLAY WS-ENVNIVEL UPON ENVIRONMENT-NAME
           ACCEPT WS-NIVEL-X FROM ENVIRONMENT-VALUE
           IF WS-NIVEL-X IS NUMERIC
             MOVE WS-NIVEL-X TO WS-NIVEL
           ELSE
             MOVE ZEROS TO WS-NIVEL.
           IF WS-NIVEL < 3
             MOVE "*** TROCA DE CPF/CNPJ RESTRITA AO GERENTE ***"
                  TO MENS
             DISPLAY MENS
             GO TO ROT-FIM.

      ************************ ABERTURA DE ARQUIVOS ***************************

       R0.
           OPEN I-O ARQCKP
           IF ST-ERRO8 NOT = "00"
             IF ST-ERRO8 = "30"
               OPEN OUTPUT ARQCKP
               CLOSE ARQCKP
               OPEN I-O ARQCKP
             ELSE
               MOVE "ERRO NA ABERTURA DO ARQUIVO DE CONTROLE" TO MENS
               DISPLAY MENS
               GO TO ROT-FIM.

       R0A.
           OPEN I-O ARQCLI
           IF ST-ERRO NOT = "00"
             MOVE "*** ARQUIVO DE CLIENTES NAO ENCONTRADO ***" TO MENS
             DISPLAY MENS
             CLOSE ARQCKP
             GO TO ROT-FIM.

       R0B.
           OPEN I-O ARQFOR
           IF ST-ERRO2 NOT = "00"
             MOVE "*** ARQUIVO DE FORNECEDORES NAO ENCONTRADO ***"
                  TO MENS
             DISPLAY MENS
             CLOSE ARQCKP ARQCLI
             GO TO ROT-FIM.

       R0C.
           OPEN I-O ARQVEN
           IF ST-ERRO3 NOT = "00"
             MOVE "*** ARQUIVO DE PEDIDOS NAO ENCONTRADO ***" TO MENS
             DISPLAY MENS
             CLOSE ARQCKP ARQCLI ARQFOR
             GO TO ROT-FIM.

       R0D.
           OPEN I-O ARQVENH
           IF ST-ERRO4 NOT = "00"
             IF ST-ERRO4 = "30"
               OPEN OUTPUT ARQVENH
               CLOSE ARQVENH
               OPEN I-O ARQVENH
             ELSE
               MOVE "ERRO NA ABERTURA DO ARQUIVO HISTORICO" TO MENS
               DISPLAY MENS
               CLOSE ARQCKP ARQCLI ARQFOR ARQVEN
               GO TO ROT-FIM.

       R0E.
           OPEN I-O ARQTIT
           IF ST-ERRO5 NOT = "00"
             IF ST-ERRO5 = "30"
               OPEN OUTPUT ARQTIT
               CLOSE ARQTIT
               OPEN I-O ARQTIT
             ELSE
               MOVE "ERRO NA ABERTURA DO ARQUIVO DE TITULOS" TO MENS
               DISPLAY MENS
               CLOSE ARQCKP ARQCLI ARQFOR ARQVEN ARQVENH
               GO TO ROT-FIM.

       R0F.
           OPEN I-O ARQDUN
           IF ST-ERRO6 NOT = "00"
             IF ST-ERRO6 = "30"
               OPEN OUTPUT ARQDUN
               CLOSE ARQDUN
               OPEN I-O ARQDUN
             ELSE
               MOVE "ERRO NA ABERTURA DO CONTROLE DE COBRANCA" TO MENS
               DISPLAY MENS
               CLOSE ARQCKP ARQCLI ARQFOR ARQVEN ARQVENH ARQTIT
               GO TO ROT-FIM.

       R0G.
           OPEN I-O ARQPRO
           IF ST-ERRO7 NOT = "00"
             MOVE "*** ARQUIVO DE PRODUTOS NAO ENCONTRADO ***" TO MENS
             DISPLAY MENS
             CLOSE ARQCKP ARQCLI ARQFOR ARQVEN ARQVENH ARQTIT ARQDUN
             GO TO ROT-FIM.

       R0H.
           OPEN EXTEND ARQLOG
           IF ST-ERRO9 NOT = "00"
             IF ST-ERRO9 = "30" OR ST-ERRO9 = "35"
               OPEN OUTPUT ARQLOG
               CLOSE ARQLOG
               OPEN EXTEND ARQLOG
             ELSE
               MOVE "ERRO NA ABERTURA DO ARQUIVO DE AUDITORIA" TO MENS
               DISPLAY MENS
               CLOSE ARQCKP ARQCLI ARQFOR ARQVEN ARQVENH ARQTIT
                     ARQDUN ARQPRO
               GO TO ROT-FIM.

       R0I.
           OPEN I-O ARQCTR
           IF ST-ERRO11 NOT = "00"
             IF ST-ERRO11 = "30" OR ST-ERRO11 = "35"
               OPEN OUTPUT ARQCTR
               CLOSE ARQCTR
               OPEN I-O ARQCTR
             ELSE
               MOVE "ERRO NA ABERTURA DO ARQUIVO DE CONTRATOS" TO MENS
               DISPLAY MENS
               CLOSE ARQCKP ARQCLI ARQFOR ARQVEN ARQVENH ARQTIT
                     ARQDUN ARQPRO ARQLOG
               GO TO ROT-FIM.

      ***************** VERIFICA TROCA INTERROMPIDA ***************************

       R1.
           MOVE "CPFCNPJ   " TO CKP-CHAVE
           READ ARQCKP
           IF ST-ERRO8 = "23"
             GO TO R2.
           IF ST-ERRO8 NOT = "00"
             MOVE "ERRO NA LEITURA DO ARQUIVO DE CONTROLE" TO MENS
             DISPLAY MENS
             GO TO R9-FECHA.

           MOVE CKP-TIPO     TO WS-TIPO
           MOVE CKP-OPERACAO TO WS-OPERACAO
           MOVE CKP-DOCANT   TO WS-DOCANT
           MOVE CKP-DOCNOVO  TO WS-DOCNOVO
           MOVE CKP-FASE     TO WS-FASE
           MOVE CKP-ULTCHAVE TO WS-ULTCHAVE
           MOVE 1 TO WS-RETOMADA
           PERFORM DESCREVE-OPERACAO THRU DESCREVE-OPERACAO-FIM
           DISPLAY "*** RETOMANDO TROCA INTERROMPIDA EM " CKP-DATA
                   " POR " CKP-OPERADOR
           DISPLAY "*** " WS-DESC-OPERACAO " " WS-TIPO " DE "
                   WS-DOCANT " PARA " WS-DOCNOVO " - FASE " WS-FASE

           OPEN EXTEND RELCPF
           IF ST-ERRO10 NOT = "00"
             OPEN OUTPUT RELCPF.
           IF ST-ERRO10 NOT = "00"
             MOVE "ERRO NA ABERTURA DO RELATORIO DE ALTERACOES"
                  TO MENS
             DISPLAY MENS
             GO TO R9-FECHA.
           MOVE "*** RETOMADA DA TROCA INTERROMPIDA ***" TO WC-TEXTO
           WRITE WS-LINREL FROM WS-CABEC3
           GO TO R5.

      ***************** ENTRADA DO CADASTRO E DOS DOCUMENTOS ******************

       R2.
           DISPLAY "CADASTRO (C = CLIENTE / F = FORNECEDOR / X = SAIR)"
                   " : "
           ACCEPT WS-TIPO
           IF WS-TIPO = "X" OR "x" OR SPACES
             GO TO R9-FECHA.
           IF WS-TIPO = "c"
             MOVE "C" TO WS-TIPO.
           IF WS-TIPO = "f"
             MOVE "F" TO WS-TIPO.
           IF WS-TIPO NOT = "C" AND WS-TIPO NOT = "F"
             DISPLAY "*** DIGITE C OU F ***"
             GO TO R2.

       R2A.
           DISPLAY "OPERACAO (1 = CORRIGIR DOCUMENTO / 2 = UNIFICAR"
                   " CADASTROS) : "
           ACCEPT WS-OPERACAO
           IF WS-OPERACAO NOT = 1 AND WS-OPERACAO NOT = 2
             DISPLAY "*** DIGITE 1 OU 2 ***"
             GO TO R2A.
           PERFORM DESCREVE-OPERACAO THRU DESCREVE-OPERACAO-FIM.

       R2B.
           DISPLAY "CPF/CNPJ DE ORIGEM (ZERO = SAIR) : "
           ACCEPT WS-DOCANT
           IF WS-DOCANT = ZEROS
             GO TO R9-FECHA.
           MOVE WS-DOCANT TO WS-DOCNUM
           PERFORM LE-CADASTRO THRU LE-CADASTRO-FIM
           IF WS-NOME-LIDO = SPACES
             DISPLAY "*** CADASTRO DE ORIGEM NAO ENCONTRADO ***"
             GO TO R2B.
           MOVE WS-NOME-LIDO TO WS-NOME-ANT
           DISPLAY "    ORIGEM  : " WS-NOME-ANT.

       R2C.
           DISPLAY "CPF/CNPJ DE DESTINO (ZERO = SAIR) : "
           ACCEPT WS-DOCNOVO
           IF WS-DOCNOVO = ZEROS
             GO TO R9-FECHA.
           IF WS-DOCNOVO = WS-DOCANT
             DISPLAY "*** DESTINO IGUAL A ORIGEM ***"
             GO TO R2C.
           MOVE WS-DOCNOVO TO WS-DOCNUM
           PERFORM VALIDA-CPFCNPJ THRU VALIDA-CPFCNPJ-FIM
           IF WS-DOC-VALIDO NOT = 1
             DISPLAY "*** CPF/CNPJ DE DESTINO INVALIDO ***"
             GO TO R2C.
           PERFORM LE-CADASTRO THRU LE-CADASTRO-FIM
           IF WS-OPERACAO = 1 AND WS-NOME-LIDO NOT = SPACES
             DISPLAY "*** DESTINO JA CADASTRADO - USE A UNIFICACAO ***"
             GO TO R2C.
           IF WS-OPERACAO = 2 AND WS-NOME-LIDO = SPACES
             DISPLAY "*** DESTINO NAO CADASTRADO - USE A CORRECAO ***"
             GO TO R2C.
           MOVE WS-NOME-LIDO TO WS-NOME-NOVO
           IF WS-OPERACAO = 2
             DISPLAY "    DESTINO : " WS-NOME-NOVO.

      ***************** PREVIA - REGISTROS QUE SERAO ALTERADOS ****************

       R3.
           IF WS-TIPO = "C"
             MOVE "R" TO WS-TIT-TIPO
           ELSE
             MOVE "P" TO WS-TIT-TIPO.
           MOVE 1 TO WS-PRV-CAD
           MOVE ZEROS TO WS-PRV-VEN WS-PRV-VENH WS-PRV-TIT
                         WS-PRV-DUN WS-PRV-PRO WS-PRV-CTR
           PERFORM P1-CONTA-VEN THRU P1-CONTA-VEN-FIM
           PERFORM P2-CONTA-VENH THRU P2-CONTA-VENH-FIM
           PERFORM P3-CONTA-TIT THRU P3-CONTA-TIT-FIM
           IF WS-TIPO = "C"
             PERFORM P4-CONTA-DUN THRU P4-CONTA-DUN-FIM
             PERFORM P6-CONTA-CTR THRU P6-CONTA-CTR-FIM
           ELSE
             PERFORM P5-CONTA-PRO THRU P5-CONTA-PRO-FIM.

           DISPLAY "REGISTROS QUE SERAO ALTERADOS:"
           DISPLAY "  CADASTRO (ARQCLI/ARQFOR) ......... " WS-PRV-CAD
           DISPLAY "  PEDIDOS  (ARQVEN) ................ " WS-PRV-VEN
           DISPLAY "  PEDIDOS ARQUIVADOS (ARQVENH) ..... " WS-PRV-VENH
           DISPLAY "  TITULOS  (ARQTIT) ................ " WS-PRV-TIT
           IF WS-TIPO = "C"
             DISPLAY "  CARTAS DE COBRANCA (ARQDUN) ...... " WS-PRV-DUN
             DISPLAY "  CONTRATOS (ARQCTR) ............... " WS-PRV-CTR
           ELSE
             DISPLAY "  PRODUTOS (ARQPRO) ................ " WS-PRV-PRO.

       R3A.
           DISPLAY "CONFIRMA A " WS-DESC-OPERACAO " (S/N) : "
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA = "N" OR "n"
             DISPLAY "*** OPERACAO CANCELADA ***"
             GO TO R9-FECHA.
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
             GO TO R3A.

      ***************** GRAVA O PONTO DE PARADA E ABRE O RELATORIO ************

       R4.
           MOVE "CPFCNPJ   " TO CKP-CHAVE
           MOVE ZEROS TO CKP-CORTE CKP-ULTCHAVE WS-ULTCHAVE
           MOVE WS-TIPO      TO CKP-TIPO
           MOVE WS-OPERACAO  TO CKP-OPERACAO
           MOVE WS-DOCANT    TO CKP-DOCANT
           MOVE WS-DOCNOVO   TO CKP-DOCNOVO
           MOVE 1            TO CKP-FASE WS-FASE
           MOVE WS-DATA-HOJE TO CKP-DATA
           MOVE WS-OPERADOR  TO CKP-OPERADOR
           WRITE REGCKP
           IF ST-ERRO8 NOT = "00"
             MOVE "*** ERRO AO GRAVAR O PONTO DE PARADA ***" TO MENS
             DISPLAY MENS
             GO TO R9-FECHA.

           OPEN OUTPUT RELCPF
           IF ST-ERRO10 NOT = "00"
             MOVE "ERRO NA ABERTURA DO RELATORIO DE ALTERACOES"
                  TO MENS
             DISPLAY MENS
             GO TO R9-FECHA.

           MOVE WS-DATA-HOJE TO WC-DATA-HOJE
           MOVE WS-OPERADOR  TO WC-OPERADOR
           WRITE WS-LINREL FROM WS-CABEC1
           MOVE WS-DESC-OPERACAO TO WC-DESC-OPERACAO
           IF WS-TIPO = "C"
             MOVE "CLIENTE"    TO WC-TIPO
           ELSE
             MOVE "FORNECEDOR" TO WC-TIPO.
           MOVE WS-DOCANT  TO WC-DOCANT
           MOVE WS-DOCNOVO TO WC-DOCNOVO
           WRITE WS-LINREL FROM WS-CABEC2
           MOVE SPACES TO WS-LINREL
           WRITE WS-LINREL.

      ***************** EXECUCAO POR FASES ************************************
      *    1 = CADASTRO  2 = ARQVEN  3 = ARQVENH  4 = ARQTIT
      *    5 = ARQDUN (CLIENTE) OU ARQPRO (FORNECEDOR)
      *    6 = ARQCTR (SO CLIENTE)
      *    CADA FASE SO ALTERA O QUE AINDA TEM O DOCUMENTO DE ORIGEM,
      *    ENTAO REPETIR UMA FASE INTERROMPIDA NAO ALTERA NADA DUAS
      *    VEZES.

       R5.
           IF WS-TIPO = "C"
             MOVE "R" TO WS-TIT-TIPO
           ELSE
             MOVE "P" TO WS-TIT-TIPO.

           IF WS-FASE = 1
             PERFORM F1-CADASTRO THRU F1-CADASTRO-FIM
             PERFORM GRAVA-FASE THRU GRAVA-FASE-FIM.
           IF WS-FASE = 2
             PERFORM F2-PEDIDOS THRU F2-PEDIDOS-FIM
             PERFORM GRAVA-FASE THRU GRAVA-FASE-FIM.
           IF WS-FASE = 3
             PERFORM F3-HISTORICO THRU F3-HISTORICO-FIM
             PERFORM GRAVA-FASE THRU GRAVA-FASE-FIM.
           IF WS-FASE = 4
             PERFORM F4-TITULOS THRU F4-TITULOS-FIM
             PERFORM GRAVA-FASE THRU GRAVA-FASE-FIM.
           IF WS-FASE = 5
             IF WS-TIPO = "C"
               PERFORM F5-COBRANCA THRU F5-COBRANCA-FIM
               PERFORM GRAVA-FASE THRU GRAVA-FASE-FIM
             ELSE
               PERFORM F6-PRODUTOS THRU F6-PRODUTOS-FIM
               PERFORM GRAVA-FASE THRU GRAVA-FASE-FIM.
           IF WS-FASE = 6
             IF WS-TIPO = "C"
               PERFORM F7-CONTRATOS THRU F7-CONTRATOS-FIM
               PERFORM GRAVA-FASE THRU GRAVA-FASE-FIM.

           GO TO R8-CONCLUI.

      ***************** FASE 1 - CADASTRO DE CLIENTE/FORNECEDOR ***************

       F1-CADASTRO.
           IF WS-TIPO = "F"
             GO TO F1-FORNECEDOR.

           MOVE WS-DOCANT TO CLI-CPFCNPJ
           READ ARQCLI
           IF ST-ERRO = "23"
             GO TO F1-CADASTRO-FIM.
           IF ST-ERRO NOT = "00"
             MOVE "ERRO NA LEITURA DO ARQUIVO DE CLIENTES" TO MENS
             DISPLAY MENS
             GO TO R9-ERRO.

           MOVE "ARQCLI" TO WD-ARQUIVO
           MOVE CLI-CODIGO TO WD-CHAVE
           IF WS-OPERACAO = 1
             MOVE WS-DOCNOVO TO CLI-CPFCNPJ
             WRITE REGCLI
             IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "22"
               MOVE "ERRO AO GRAVAR O CLIENTE COM O NOVO DOCUMENTO"
                    TO MENS
               DISPLAY MENS
               GO TO R9-ERRO
             ELSE
               MOVE "DOCUMENTO CORRIGIDO" TO WD-ACAO
           ELSE
             MOVE "CADASTRO DE ORIGEM EXCLUIDO" TO WD-ACAO.

           MOVE WS-DOCANT TO CLI-CPFCNPJ
           DELETE ARQCLI RECORD
           IF ST-ERRO NOT = "00"
             MOVE "ERRO AO EXCLUIR O CLIENTE DE ORIGEM" TO MENS
             DISPLAY MENS
             GO TO R9-ERRO.
           ADD 1 TO WS-QTD-CAD
           WRITE WS-LINREL FROM WS-LINDET
           GO TO F1-CADASTRO-FIM.

       F1-FORNECEDOR.
           MOVE WS-DOCANT TO FOR-CPFCNPJ
           READ ARQFOR KEY IS FOR-CPFCNPJ
           IF ST-ERRO2 = "23"
             GO TO F1-CADASTRO-FIM.
           IF ST-ERRO2 NOT = "00"
             MOVE "ERRO NA LEITURA DO ARQUIVO DE FORNECEDORES" TO MENS
             DISPLAY MENS
             GO TO R9-ERRO.

           MOVE "ARQFOR" TO WD-ARQUIVO
           MOVE FOR-CODIGO TO WD-CHAVE
           IF WS-OPERACAO = 1
             MOVE WS-DOCNOVO TO FOR-CPFCNPJ
             REWRITE REGFOR
             MOVE "DOCUMENTO CORRIGIDO" TO WD-ACAO
           ELSE
             DELETE ARQFOR RECORD
             MOVE "CADASTRO DE ORIGEM EXCLUIDO" TO WD-ACAO.
           IF ST-ERRO2 NOT = "00"
             MOVE "ERRO AO ALTERAR O FORNECEDOR DE ORIGEM" TO MENS
             DISPLAY MENS
             GO TO R9-ERRO.
           ADD 1 TO WS-QTD-CAD
           WRITE WS-LINREL FROM WS-LINDET.
       F1-CADASTRO-FIM.
           EXIT.

      ***************** FASE 2 - PEDIDOS (ARQVEN) *****************************
      *    A TROCA TIRA O REGISTRO DA CHAVE ALTERNADA DE ORIGEM, ENTAO
      *    CADA VOLTA POSICIONA DE NOVO NO PRIMEIRO QUE SOBROU.

       F2-PEDIDOS.
           IF WS-TIPO = "C"
             MOVE WS-DOCANT TO PED-CLI-CPFCNPJ
             START ARQVEN KEY IS EQUAL PED-CLI-CPFCNPJ
           ELSE
             MOVE WS-DOCANT TO PED-FOR-CPFCNPJ
             START ARQVEN KEY IS EQUAL PED-FOR-CPFCNPJ.
           IF ST-ERRO3 NOT = "00"
             GO TO F2-PEDIDOS-FIM.
           READ ARQVEN NEXT RECORD
           IF ST-ERRO3 = "10"
             GO TO F2-PEDIDOS-FIM.
           IF ST-ERRO3 NOT = "00"
             MOVE "ERRO NA LEITURA DO ARQUIVO DE PEDIDOS" TO MENS
             DISPLAY MENS
             GO TO R9-ERRO.

           IF WS-TIPO = "C"
             IF PED-CLI-CPFCNPJ NOT = WS-DOCANT
               GO TO F2-PEDIDOS-FIM
             ELSE
               MOVE WS-DOCNOVO TO PED-CLI-CPFCNPJ
           ELSE
             IF PED-FOR-CPFCNPJ NOT = WS-DOCANT
               GO TO F2-PEDIDOS-FIM
             ELSE
               MOVE WS-DOCNOVO TO PED-FOR-CPFCNPJ.

           REWRITE REGVEN
           IF ST-ERRO3 NOT = "00"
             MOVE "ERRO AO REGRAVAR O PEDIDO" TO MENS
             DISPLAY MENS
             GO TO R9-ERRO.
           MOVE "ARQVEN" TO WD-ARQUIVO
           MOVE CHAVE-PED TO WD-CHAVE
           MOVE "DOCUMENTO TROCADO" TO WD-ACAO
           WRITE WS-LINREL FROM WS-LINDET
           ADD 1 TO WS-QTD-VEN
           GO TO F2-PEDIDOS.
       F2-PEDIDOS-FIM.
           EXIT.

      ***************** FASE 3 - PEDIDOS ARQUIVADOS (ARQVENH) *****************
      *    LEITURA SEQUENCIAL COM PONTO DE PARADA A CADA 50 REGISTROS.

       F3-HISTORICO.
           MOVE WS-ULTCHAVE TO VH-CHAVE-PED
           START ARQVENH KEY IS NOT LESS THAN VH-CHAVE-PED
           IF ST-ERRO4 NOT = "00"
             GO TO F3-HISTORICO-FIM.

       F3-LOOP.
           READ ARQVENH NEXT RECORD
           IF ST-ERRO4 = "10"
             GO TO F3-HISTORICO-FIM.
           IF ST-ERRO4 NOT = "00"
             MOVE "ERRO NA LEITURA DO ARQUIVO HISTORICO" TO MENS
             DISPLAY MENS
             GO TO R9-ERRO.

           MOVE VH-CHAVE-PED TO WS-ULTCHAVE
           ADD 1 TO WS-CONTADOR
           IF WS-CONTADOR >= 50
             PERFORM GRAVA-PONTO THRU GRAVA-PONTO-FIM.

           IF WS-TIPO = "C"
             IF VH-PED-CLI-CPFCNPJ NOT = WS-DOCANT
               GO TO F3-LOOP
             ELSE
               MOVE WS-DOCNOVO TO VH-PED-CLI-CPFCNPJ
           ELSE
             IF VH-PED-FOR-CPFCNPJ NOT = WS-DOCANT
               GO TO F3-LOOP
             ELSE
               MOVE WS-DOCNOVO TO VH-PED-FOR-CPFCNPJ.

           REWRITE REGVENH
           IF ST-ERRO4 NOT = "00"
             MOVE "ERRO AO REGRAVAR O PEDIDO ARQUIVADO" TO MENS
             DISPLAY MENS
             GO TO R9-ERRO.
           MOVE "ARQVENH" TO WD-ARQUIVO
           MOVE VH-CHAVE-PED TO WD-CHAVE
           MOVE "DOCUMENTO TROCADO" TO WD-ACAO
           WRITE WS-LINREL FROM WS-LINDET
           ADD 1 TO WS-QTD-VENH
           GO TO F3-LOOP.
       F3-HISTORICO-FIM.
           EXIT.

      ***************** FASE 4 - TITULOS (ARQTIT) *****************************
      *    SO OS TITULOS DO TIPO DO CADASTRO (R = CLIENTE, P =
      *    FORNECEDOR) - O MESMO DOCUMENTO PODE SER CLIENTE E
      *    FORNECEDOR.

       F4-TITULOS.
           MOVE WS-DOCANT TO TIT-CPFCNPJ
           START ARQTIT KEY IS EQUAL TIT-CPFCNPJ
           IF ST-ERRO5 NOT = "00"
             GO TO F4-TITULOS-FIM.

       F4-LOOP.
           READ ARQTIT NEXT RECORD
           IF ST-ERRO5 = "10"
             GO TO F4-TITULOS-FIM.
           IF ST-ERRO5 NOT = "00"
             MOVE "ERRO NA LEITURA DO ARQUIVO DE TITULOS" TO MENS
             DISPLAY MENS
             GO TO R9-ERRO.
           IF TIT-CPFCNPJ NOT = WS-DOCANT
             GO TO F4-TITULOS-FIM.
           IF TIT-TIPO NOT = WS-TIT-TIPO
             GO TO F4-LOOP.

           MOVE WS-DOCNOVO TO TIT-CPFCNPJ
           REWRITE REGTIT
           IF ST-ERRO5 NOT = "00"
             MOVE "ERRO AO REGRAVAR O TITULO" TO MENS
             DISPLAY MENS
             GO TO R9-ERRO.
           MOVE "ARQTIT" TO WD-ARQUIVO
           MOVE CHAVE-TIT TO WD-CHAVE
           MOVE "DOCUMENTO TROCADO" TO WD-ACAO
           WRITE WS-LINREL FROM WS-LINDET
           ADD 1 TO WS-QTD-TIT
           GO TO F4-TITULOS.
       F4-TITULOS-FIM.
           EXIT.

      ***************** FASE 5 - CONTROLE DE CARTAS (ARQDUN) ******************
      *    NA UNIFICACAO, SE OS DOIS DOCUMENTOS JA RECEBERAM CARTA, FICA
      *    A MAIS RECENTE - E ELA QUE SEGURA O PRAZO DA PROXIMA
      *    COBRANCA.

       F5-COBRANCA.
           MOVE WS-DOCANT TO DUN-CPFCNPJ
           READ ARQDUN
           IF ST-ERRO6 = "23"
             GO TO F5-COBRANCA-FIM.
           IF ST-ERRO6 NOT = "00"
             MOVE "ERRO NA LEITURA DO CONTROLE DE COBRANCA" TO MENS
             DISPLAY MENS
             GO TO R9-ERRO.
           MOVE REGDUN TO WS-DUN-SALVO

           MOVE WS-DOCNOVO TO DUN-CPFCNPJ
           READ ARQDUN
           IF ST-ERRO6 = "23"
             MOVE WS-DUN-SALVO TO REGDUN
             MOVE WS-DOCNOVO TO DUN-CPFCNPJ
             WRITE REGDUN
             MOVE "CARTA TRANSFERIDA" TO WD-ACAO
           ELSE
             IF WS-DUN-DATAULT > DUN-DATAULT
               MOVE WS-DUN-SALVO TO REGDUN
               MOVE WS-DOCNOVO TO DUN-CPFCNPJ
               REWRITE REGDUN
               MOVE "CARTA MAIS RECENTE MANTIDA" TO WD-ACAO
             ELSE
               MOVE "00" TO ST-ERRO6
               MOVE "CARTA DO DESTINO MANTIDA" TO WD-ACAO.
           IF ST-ERRO6 NOT = "00"
             MOVE "ERRO AO GRAVAR O CONTROLE DE COBRANCA" TO MENS
             DISPLAY MENS
             GO TO R9-ERRO.

           MOVE WS-DOCANT TO DUN-CPFCNPJ
           DELETE ARQDUN RECORD
           IF ST-ERRO6 NOT = "00"
             MOVE "ERRO AO EXCLUIR O CONTROLE DE COBRANCA" TO MENS
             DISPLAY MENS
             GO TO R9-ERRO.
           MOVE "ARQDUN" TO WD-ARQUIVO
           MOVE WS-DOCANT TO WD-CHAVE
           WRITE WS-LINREL FROM WS-LINDET
           ADD 1 TO WS-QTD-DUN.
       F5-COBRANCA-FIM.
           EXIT.

      ***************** FASE 5 - FORNECEDOR DOS PRODUTOS (ARQPRO) *************
      *    LEITURA SEQUENCIAL COM PONTO DE PARADA A CADA 50 REGISTROS.

       F6-PRODUTOS.
           MOVE WS-ULTCHAVE TO PRO-CODIGO
           START ARQPRO KEY IS NOT LESS THAN PRO-CODIGO
           IF ST-ERRO7 NOT = "00"
             GO TO F6-PRODUTOS-FIM.

       F6-LOOP.
           READ ARQPRO NEXT RECORD
           IF ST-ERRO7 = "10"
             GO TO F6-PRODUTOS-FIM.
           IF ST-ERRO7 NOT = "00"
             MOVE "ERRO NA LEITURA DO ARQUIVO DE PRODUTOS" TO MENS
             DISPLAY MENS
             GO TO R9-ERRO.

           MOVE PRO-CODIGO TO WS-ULTCHAVE
           ADD 1 TO WS-CONTADOR
           IF WS-CONTADOR >= 50
             PERFORM GRAVA-PONTO THRU GRAVA-PONTO-FIM.

           IF PRO-CPFCNPJ NOT = WS-DOCANT
             GO TO F6-LOOP.

           MOVE WS-DOCNOVO TO PRO-CPFCNPJ
           REWRITE REGPRO
           IF ST-ERRO7 NOT = "00"
             MOVE "ERRO AO REGRAVAR O PRODUTO" TO MENS
             DISPLAY MENS
             GO TO R9-ERRO.
           MOVE "ARQPRO" TO WD-ARQUIVO
           MOVE PRO-CODIGO TO WD-CHAVE
           MOVE "FORNECEDOR TROCADO" TO WD-ACAO
           WRITE WS-LINREL FROM WS-LINDET
           ADD 1 TO WS-QTD-PRO
           GO TO F6-LOOP.
       F6-PRODUTOS-FIM.
           EXIT.

      ***************** FASE 6 - CONTRATOS DO CLIENTE (ARQCTR) ****************
      *    O PEDIDO EM GERACAO (CTR-PEDPEND) NAO E PROBLEMA - O SCE047
      *    TOMA O DOCUMENTO DO CONTRATO E OS PEDIDOS JA FORAM TROCADOS
      *    NA FASE 2.

       F7-CONTRATOS.
           MOVE WS-DOCANT TO CTR-CPFCNPJ
           START ARQCTR KEY IS EQUAL CTR-CPFCNPJ
           IF ST-ERRO11 NOT = "00"
             GO TO F7-CONTRATOS-FIM.
           READ ARQCTR NEXT RECORD
           IF ST-ERRO11 = "10"
             GO TO F7-CONTRATOS-FIM.
           IF ST-ERRO11 NOT = "00" AND ST-ERRO11 NOT = "02"
             MOVE "ERRO NA LEITURA DO ARQUIVO DE CONTRATOS" TO MENS
             DISPLAY MENS
             GO TO R9-ERRO.
           IF CTR-CPFCNPJ NOT = WS-DOCANT
             GO TO F7-CONTRATOS-FIM.

           MOVE WS-DOCNOVO TO CTR-CPFCNPJ
           REWRITE REGCTR
           IF ST-ERRO11 NOT = "00" AND ST-ERRO11 NOT = "02"
             MOVE "ERRO AO REGRAVAR O CONTRATO" TO MENS
             DISPLAY MENS
             GO TO R9-ERRO.
           MOVE "ARQCTR" TO WD-ARQUIVO
           MOVE CTR-CODIGO TO WD-CHAVE
           MOVE "DOCUMENTO TROCADO" TO WD-ACAO
           WRITE WS-LINREL FROM WS-LINDET
           ADD 1 TO WS-QTD-CTR
           GO TO F7-CONTRATOS.
       F7-CONTRATOS-FIM.
           EXIT.

      ***************** CONCLUSAO - TOTAIS, AUDITORIA E PONTO REMOVIDO ********

       R8-CONCLUI.
           MOVE SPACES TO WS-LINREL
           WRITE WS-LINREL
           IF WS-RETOMADA = 1
             MOVE SPACES TO WC-PREVIA.
           WRITE WS-LINREL FROM WS-CABEC4
           MOVE "CADASTRO (ARQCLI/ARQFOR)" TO WT-ROTULO
           MOVE WS-PRV-CAD TO WT-PREVIA
           MOVE WS-QTD-CAD TO WT-QTD
           WRITE WS-LINREL FROM WS-LINTOT
           MOVE "PEDIDOS (ARQVEN)" TO WT-ROTULO
           MOVE WS-PRV-VEN TO WT-PREVIA
           MOVE WS-QTD-VEN TO WT-QTD
           WRITE WS-LINREL FROM WS-LINTOT
           MOVE "PEDIDOS ARQUIVADOS (ARQVENH)" TO WT-ROTULO
           MOVE WS-PRV-VENH TO WT-PREVIA
           MOVE WS-QTD-VENH TO WT-QTD
           WRITE WS-LINREL FROM WS-LINTOT
           MOVE "TITULOS (ARQTIT)" TO WT-ROTULO
           MOVE WS-PRV-TIT TO WT-PREVIA
           MOVE WS-QTD-TIT TO WT-QTD
           WRITE WS-LINREL FROM WS-LINTOT
           IF WS-TIPO = "C"
             MOVE "CARTAS DE COBRANCA (ARQDUN)" TO WT-ROTULO
             MOVE WS-PRV-DUN TO WT-PREVIA
             MOVE WS-QTD-DUN TO WT-QTD
             WRITE WS-LINREL FROM WS-LINTOT
             MOVE "CONTRATOS (ARQCTR)" TO WT-ROTULO
             MOVE WS-PRV-CTR TO WT-PREVIA
             MOVE WS-QTD-CTR TO WT-QTD
           ELSE
             MOVE "PRODUTOS (ARQPRO)" TO WT-ROTULO
             MOVE WS-PRV-PRO TO WT-PREVIA
             MOVE WS-QTD-PRO TO WT-QTD.
           WRITE WS-LINREL FROM WS-LINTOT

           IF WS-OPERACAO = 1
             MOVE "CORRIGE DE"   TO LOG-OPERACAO
           ELSE
             MOVE "UNIFICA DE"   TO LOG-OPERACAO.
           MOVE SPACES TO LOG-CHAVE
           STRING WS-TIPO " " WS-DOCANT DELIMITED BY SIZE
                  INTO LOG-CHAVE
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM
           IF WS-OPERACAO = 1
             MOVE "CORRIGE PARA" TO LOG-OPERACAO
           ELSE
             MOVE "UNIFICA PARA" TO LOG-OPERACAO.
           MOVE SPACES TO LOG-CHAVE
           STRING WS-TIPO " " WS-DOCNOVO DELIMITED BY SIZE
                  INTO LOG-CHAVE
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM

           MOVE "CPFCNPJ   " TO CKP-CHAVE
           READ ARQCKP
           IF ST-ERRO8 = "00"
             DELETE ARQCKP RECORD.

           CLOSE RELCPF
           DISPLAY "*** " WS-DESC-OPERACAO " CONCLUIDA - VER RELCPF.DAT"
                   " ***".

       R9-FECHA.
           CLOSE ARQCKP ARQCLI ARQFOR ARQVEN ARQVENH ARQTIT ARQDUN
                 ARQPRO ARQLOG ARQCTR.

      ***************************************************************

       ROT-FIM.
           GOBACK.

      ***************** ENCERRAMENTO COM FALHA (PONTO DE PARADA MANTIDO) ******

       R9-ERRO.
           PERFORM GRAVA-PONTO THRU GRAVA-PONTO-FIM
           CLOSE RELCPF
           MOVE "*** EXECUCAO INTERROMPIDA - PONTO DE PARADA GRAVADO **"
                TO MENS
           DISPLAY MENS
           GO TO R9-FECHA.

      ***************** LEITURA DO CADASTRO PELO DOCUMENTO ********************
      *    WS-DOCNUM DEVE SER CARREGADO PELO CHAMADOR ANTES DO PERFORM.
      *    RETORNA O NOME EM WS-NOME-LIDO (ESPACOS = NAO CADASTRADO).

       LE-CADASTRO.
           MOVE SPACES TO WS-NOME-LIDO
           IF WS-TIPO = "F"
             GO TO LE-CADASTRO-FOR.
           MOVE WS-DOCNUM TO CLI-CPFCNPJ
           READ ARQCLI
           IF ST-ERRO = "00"
             MOVE CLI-NOME TO WS-NOME-LIDO
             IF WS-NOME-LIDO = SPACES
               MOVE "(SEM NOME)" TO WS-NOME-LIDO.
           GO TO LE-CADASTRO-FIM.
       LE-CADASTRO-FOR.
           MOVE WS-DOCNUM TO FOR-CPFCNPJ
           READ ARQFOR KEY IS FOR-CPFCNPJ
           IF ST-ERRO2 = "00"
             MOVE FOR-NOME TO WS-NOME-LIDO
             IF WS-NOME-LIDO = SPACES
               MOVE "(SEM NOME)" TO WS-NOME-LIDO.
       LE-CADASTRO-FIM.
           EXIT.

      ***************** PREVIA - CONTAGEM POR ARQUIVO *************************

       P1-CONTA-VEN.
           IF WS-TIPO = "C"
             MOVE WS-DOCANT TO PED-CLI-CPFCNPJ
             START ARQVEN KEY IS EQUAL PED-CLI-CPFCNPJ
           ELSE
             MOVE WS-DOCANT TO PED-FOR-CPFCNPJ
             START ARQVEN KEY IS EQUAL PED-FOR-CPFCNPJ.
           IF ST-ERRO3 NOT = "00"
             GO TO P1-CONTA-VEN-FIM.
       P1-LOOP.
           READ ARQVEN NEXT RECORD
           IF ST-ERRO3 NOT = "00"
             GO TO P1-CONTA-VEN-FIM.
           IF WS-TIPO = "C" AND PED-CLI-CPFCNPJ NOT = WS-DOCANT
             GO TO P1-CONTA-VEN-FIM.
           IF WS-TIPO = "F" AND PED-FOR-CPFCNPJ NOT = WS-DOCANT
             GO TO P1-CONTA-VEN-FIM.
           ADD 1 TO WS-PRV-VEN
           GO TO P1-LOOP.
       P1-CONTA-VEN-FIM.
           EXIT.

       P2-CONTA-VENH.
           MOVE ZEROS TO VH-CHAVE-PED
           START ARQVENH KEY IS NOT LESS THAN VH-CHAVE-PED
           IF ST-ERRO4 NOT = "00"
             GO TO P2-CONTA-VENH-FIM.
       P2-LOOP.
           READ ARQVENH NEXT RECORD
           IF ST-ERRO4 NOT = "00"
             GO TO P2-CONTA-VENH-FIM.
           IF WS-TIPO = "C" AND VH-PED-CLI-CPFCNPJ = WS-DOCANT
             ADD 1 TO WS-PRV-VENH.
           IF WS-TIPO = "F" AND VH-PED-FOR-CPFCNPJ = WS-DOCANT
             ADD 1 TO WS-PRV-VENH.
           GO TO P2-LOOP.
       P2-CONTA-VENH-FIM.
           EXIT.

       P3-CONTA-TIT.
           MOVE WS-DOCANT TO TIT-CPFCNPJ
           START ARQTIT KEY IS EQUAL TIT-CPFCNPJ
           IF ST-ERRO5 NOT = "00"
             GO TO P3-CONTA-TIT-FIM.
       P3-LOOP.
           READ ARQTIT NEXT RECORD
           IF ST-ERRO5 NOT = "00"
             GO TO P3-CONTA-TIT-FIM.
           IF TIT-CPFCNPJ NOT = WS-DOCANT
             GO TO P3-CONTA-TIT-FIM.
           IF TIT-TIPO = WS-TIT-TIPO
             ADD 1 TO WS-PRV-TIT.
           GO TO P3-LOOP.
       P3-CONTA-TIT-FIM.
           EXIT.

       P4-CONTA-DUN.
           MOVE WS-DOCANT TO DUN-CPFCNPJ
           READ ARQDUN
           IF ST-ERRO6 = "00"
             MOVE 1 TO WS-PRV-DUN.
       P4-CONTA-DUN-FIM.
           EXIT.

       P5-CONTA-PRO.
           MOVE ZEROS TO PRO-CODIGO
           START ARQPRO KEY IS NOT LESS THAN PRO-CODIGO
           IF ST-ERRO7 NOT = "00"
             GO TO P5-CONTA-PRO-FIM.
       P5-LOOP.
           READ ARQPRO NEXT RECORD
           IF ST-ERRO7 NOT = "00"
             GO TO P5-CONTA-PRO-FIM.
           IF PRO-CPFCNPJ = WS-DOCANT
             ADD 1 TO WS-PRV-PRO.
           GO TO P5-LOOP.
       P5-CONTA-PRO-FIM.
           EXIT.

       P6-CONTA-CTR.
           MOVE WS-DOCANT TO CTR-CPFCNPJ
           START ARQCTR KEY IS EQUAL CTR-CPFCNPJ
           IF ST-ERRO11 NOT = "00"
             GO TO P6-CONTA-CTR-FIM.
       P6-LOOP.
           READ ARQCTR NEXT RECORD
           IF ST-ERRO11 NOT = "00" AND ST-ERRO11 NOT = "02"
             GO TO P6-CONTA-CTR-FIM.
           IF CTR-CPFCNPJ NOT = WS-DOCANT
             GO TO P6-CONTA-CTR-FIM.
           ADD 1 TO WS-PRV-CTR
           GO TO P6-LOOP.
       P6-CONTA-CTR-FIM.
           EXIT.

      ***************** DESCRICAO DA OPERACAO *********************************

       DESCREVE-OPERACAO.
           IF WS-OPERACAO = 1
             MOVE "CORRECAO"   TO WS-DESC-OPERACAO
           ELSE
             MOVE "UNIFICACAO" TO WS-DESC-OPERACAO.
       DESCREVE-OPERACAO-FIM.
           EXIT.

      ***************** AVANCO DE FASE NO PONTO DE PARADA *********************

       GRAVA-FASE.
           ADD 1 TO WS-FASE
           MOVE ZEROS TO WS-ULTCHAVE
           PERFORM GRAVA-PONTO THRU GRAVA-PONTO-FIM.
       GRAVA-FASE-FIM.
           EXIT.

      ***************** GRAVACAO DO PONTO DE PARADA ***************************

       GRAVA-PONTO.
           MOVE "CPFCNPJ   " TO CKP-CHAVE
           READ ARQCKP
           IF ST-ERRO8 NOT = "00"
             MOVE "*** ERRO NA LEITURA DO PONTO DE PARADA ***" TO MENS
             DISPLAY MENS
             CLOSE ARQCKP ARQCLI ARQFOR ARQVEN ARQVENH ARQTIT ARQDUN
                   ARQPRO ARQLOG RELCPF ARQCTR
             GOBACK.

           MOVE WS-FASE     TO CKP-FASE
           MOVE WS-ULTCHAVE TO CKP-ULTCHAVE
           REWRITE REGCKP
           IF ST-ERRO8 NOT = "00"
             MOVE "*** ERRO AO GRAVAR O PONTO DE PARADA ***" TO MENS
             DISPLAY MENS
             CLOSE ARQCKP ARQCLI ARQFOR ARQVEN ARQVENH ARQTIT ARQDUN
                   ARQPRO ARQLOG RELCPF ARQCTR
             GOBACK.

           MOVE ZEROS TO WS-CONTADOR.
       GRAVA-PONTO-FIM.
           EXIT.

      *************** GRAVACAO DE TRILHA DE AUDITORIA *************************
      *    LOG-OPERACAO E LOG-CHAVE DEVEM SER CARREGADOS PELO CHAMADOR
      *    ANTES DO PERFORM.

       GRAVA-LOG.
           ACCEPT LOG-DATA FROM DATE YYYYMMDD
           ACCEPT LOG-HORA FROM TIME
           MOVE "SCE044" TO LOG-PROGRAMA
           MOVE WS-OPERADOR TO LOG-OPERADOR
           WRITE REGLOG
           IF ST-ERRO9 NOT = "00"
             DISPLAY "*** ERRO NA GRAVACAO DA AUDITORIA ***".
       GRAVA-LOG-FIM.
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

      ***************************** STATUS ************************************

      *    00 = OPERAÇÃO REALIZADA COM SUCESSO
      *    10 = FIM DA LEITURA ARQUIVO SEQUENCIAL
      *    22 = REGISTRO JÁ CADASTRADO
      *    23 = REGISTRO NÃO ENCONTRADO
      *    30 = ARQUIVO NÃO ENCONTRADO

      *************************************************************************
