       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCE055.
      *************************************************************************
      * INSTALLATION.       CONVERSAO DE LAYOUT DOS ARQUIVOS DE DADOS         *
      * AUTHOR.             Wallace Martins Vieira                            *
      * DATE-WRITTEN        00/00/0000                                        *
      *************************************************************************
      *    PROGRAMA DE EXECUCAO UNICA NA IMPLANTACAO DA VERSAO QUE
      *    AUMENTOU OS REGISTROS DE ARQCLI (DATACAD), ARQPRO (DADOS
      *    FISCAIS, PESO E EAN), ARQVEN E ARQVENH (LOCAL, CONTRATO E
      *    FRETE), ARQMOV (LOCAL, SALDO NO LOCAL E KIT), ARQCXA
      *    (CONCILIACAO), ARQCXF (SALDO) E ARQCKP (TROCA DE DOCUMENTO).
      *    PARA CADA ARQUIVO.
      *      1 - DESCARGA PELA CHAVE PRINCIPAL, NO LAYOUT ANTERIOR, PARA
      *          CNVXXX.DAT (MESMO FORMATO DAS GERACOES DO SCE016),
      *          FECHADA POR UM REGISTRO "*FIMCNV*" COM A QUANTIDADE;
      *      2 - RECRIACAO DO ARQUIVO NO LAYOUT NOVO A PARTIR DA
      *          DESCARGA, COM OS CAMPOS NOVOS INICIADOS - ZEROS NOS
      *          NUMERICOS (LOCAL ZERO = LOJA, SEM CONTRATO, SEM
      *          TRANSPORTADORA, SEM DATA DE CADASTRO), BRANCOS NOS
      *          ALFANUMERICOS E CONCILIADO "N" NO CAIXA. O SALDO DOS
      *          FECHAMENTOS ANTIGOS FICA ZERADO - NO PRIMEIRO
      *          FECHAMENTO O SCE026 PEDE O SALDO REAL;
      *      3 - CONFERENCIA DA QUANTIDADE GRAVADA CONTRA A DA
      *          DESCARGA. CONFERIDA, A DESCARGA E ESVAZIADA.
      *    ARQUIVO QUE O LAYOUT ANTERIOR NAO ABRE (STATUS 39) JA ESTA
      *    CONVERTIDO E E PULADO - O PROGRAMA PODE SER REEXECUTADO.
      *    SE A EXECUCAO PARAR DEPOIS DA DESCARGA, A SEGUINTE ACHA A
      *    DESCARGA COMPLETA (COM O "*FIMCNV*") E SO REFAZ A CARGA,
      *    SEM TOCAR NO ARQUIVO; DESCARGA SEM O "*FIMCNV*" E REFEITA.
      *    ARQTIT NAO MUDOU DE LAYOUT E ARQPRM (LINHA) ACEITA O CAMPO
      *    NOVO EM BRANCO - NENHUM DOS DOIS E CONVERTIDO.
      *    RODAR COM O SISTEMA PARADO E COM COPIA DOS ARQUIVOS FEITA
      *    ANTES DA TROCA DOS PROGRAMAS (O SCE016 DESTA VERSAO JA LE O
      *    LAYOUT NOVO). A EXECUCAO E REGISTRADA EM ARQRUN.DAT.
      *************************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQCLIA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ACLI-CPFCNPJ
                    ALTERNATE RECORD KEY IS ACLI-CODIGO WITH DUPLICATES
                    ALTERNATE RECORD KEY IS ACLI-NOME WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQCLI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CLI-CPFCNPJ
                    ALTERNATE RECORD KEY IS CLI-CODIGO WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CLI-NOME WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQPROA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS APRO-CODIGO
                    ALTERNATE RECORD KEY IS APRO-DESCRICAO
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
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQVENA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS APED-CHAVE
                    ALTERNATE RECORD KEY IS APED-COD
                                        WITH DUPLICATES
                    ALTERNATE RECORD KEY IS APED-COD-PRO
                                        WITH DUPLICATES
                    ALTERNATE RECORD KEY IS APED-CLI-CPFCNPJ
                                        WITH DUPLICATES
                    ALTERNATE RECORD KEY IS APED-FOR-CPFCNPJ
                                        WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO.

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

           SELECT ARQVENHA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AVH-CHAVE-PED
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQVENH ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS VH-CHAVE-PED
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQMOVA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AMOV-SEQ
                    ALTERNATE RECORD KEY IS AMOV-CODPRO
                                        WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQMOV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MOV-SEQ
                    ALTERNATE RECORD KEY IS MOV-CODPRO
                                        WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQCXAA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ACXA-SEQ
                    ALTERNATE RECORD KEY IS ACXA-DATA
                                        WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQCXA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CXA-SEQ
                    ALTERNATE RECORD KEY IS CXA-DATA
                                        WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQCXFA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ACXF-DATA
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQCXF ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CXF-DATA
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQCKPA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ACKP-CHAVE
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQCKP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CKP-CHAVE
                    FILE STATUS  IS ST-ERRO.

           SELECT CNVTRB ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO3.

           SELECT ARQRUN ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO4.

      *************************************************************************

       DATA DIVISION.
       FILE SECTION.

      *    ARQCLI NO LAYOUT ANTERIOR - SO AS CHAVES TEM NOME.

       FD ARQCLIA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCLI.DAT".

       01 REGCLIA.
          03 ACLI-CODIGO             PIC 9(06).
          03 ACLI-CPFCNPJ            PIC 9(14).
          03 FILLER                  PIC X(01).
          03 ACLI-NOME               PIC X(30).
          03 FILLER                  PIC X(248).

      *************************************************************************

       FD ARQCLI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCLI.DAT".

       COPY CPCLI.

      *************************************************************************

      *    ARQPRO NO LAYOUT ANTERIOR - SO AS CHAVES TEM NOME.

       FD ARQPROA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPRO.DAT".

       01 REGPROA.
          03 APRO-CODIGO             PIC 9(06).
          03 APRO-DESCRICAO          PIC X(30).
          03 FILLER                  PIC X(61).

      *************************************************************************

       FD ARQPRO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPRO.DAT".

       COPY CPPRO.

      *************************************************************************

      *    ARQVEN NO LAYOUT ANTERIOR - SO AS CHAVES TEM NOME.

       FD ARQVENA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQVEN.DAT".

       01 REGVENA.
          03 APED-CHAVE.
             05 APED-COD             PIC 9(06).
             05 APED-ITEM            PIC 9(03).
          03 FILLER                  PIC X(15).
          03 APED-COD-PRO            PIC 9(09).
          03 FILLER                  PIC X(01).
          03 APED-CLI-CPFCNPJ        PIC 9(14).
          03 APED-FOR-CPFCNPJ        PIC 9(14).
          03 FILLER                  PIC X(82).

      *************************************************************************

       FD ARQVEN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQVEN.DAT".

       COPY CPVEN.

      *************************************************************************

      *    ARQVENH NO LAYOUT ANTERIOR - SO AS CHAVES TEM NOME.

       FD ARQVENHA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQVENH.DAT".

       01 REGVENHA.
          03 AVH-CHAVE-PED           PIC 9(09).
          03 FILLER                  PIC X(135).

      *************************************************************************

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

      *    ARQMOV NO LAYOUT ANTERIOR - SO AS CHAVES TEM NOME.

       FD ARQMOVA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQMOV.DAT".

       01 REGMOVA.
          03 AMOV-SEQ                PIC 9(09).
          03 FILLER                  PIC X(16).
          03 AMOV-CODPRO             PIC 9(06).
          03 FILLER                  PIC X(54).

      *************************************************************************

       FD ARQMOV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQMOV.DAT".

       COPY CPMOV.

      *************************************************************************

      *    ARQCXA NO LAYOUT ANTERIOR - SO AS CHAVES TEM NOME.

       FD ARQCXAA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCXA.DAT".

       01 REGCXAA.
          03 ACXA-SEQ                PIC 9(09).
          03 ACXA-DATA               PIC 9(08).
          03 FILLER                  PIC X(47).

      *************************************************************************

       FD ARQCXA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCXA.DAT".

       COPY CPCXA.

      *************************************************************************

      *    ARQCXF NO LAYOUT ANTERIOR - SO AS CHAVES TEM NOME.

       FD ARQCXFA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCXF.DAT".

       01 REGCXFA.
          03 ACXF-DATA               PIC 9(08).
          03 FILLER                  PIC X(98).

      *************************************************************************

       FD ARQCXF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCXF.DAT".

       COPY CPCXF.

      *************************************************************************

      *    ARQCKP NO LAYOUT ANTERIOR - SO AS CHAVES TEM NOME.

       FD ARQCKPA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCKP.DAT".

       01 REGCKPA.
          03 ACKP-CHAVE              PIC X(10).
          03 FILLER                  PIC X(17).

      *************************************************************************

       FD ARQCKP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCKP.DAT".

       COPY CPCKP.

      *************************************************************************

       FD CNVTRB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS WS-CNV-NOME.

       01 WS-CNV-REG                 PIC X(400).
       01 WS-CNV-FIM.
          03 WS-CNV-MARCA            PIC X(08).
          03 WS-CNV-QTDFIM           PIC 9(07).
          03 FILLER                  PIC X(385).

      *************************************************************************

       FD ARQRUN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQRUN.DAT".

       COPY CPRUN.

      *************************************************************************

       WORKING-STORAGE SECTION.

       01 ST-ERRO                    PIC X(02) VALUE "00".
       01 ST-ERRO3                   PIC X(02) VALUE "00".
       01 ST-ERRO4                   PIC X(02) VALUE "00".
       01 WS-CONFIRMA                PIC X(01) VALUE SPACES.

       01 WS-CNV-NOME                PIC X(20) VALUE SPACES.
       01 WS-TAG                     PIC X(04) VALUE SPACES.
       01 WS-ARQUIVO                 PIC X(08) VALUE SPACES.
       01 WS-CNV-FALHA               PIC 9(01) VALUE ZEROS.
       01 WS-CNV-PENDENTE            PIC 9(01) VALUE ZEROS.
       01 WS-CNV-EOF                 PIC 9(01) VALUE ZEROS.
       01 WS-CNV-QTD                 PIC 9(07) VALUE ZEROS.
       01 WS-QTDLIDOS                PIC 9(07) VALUE ZEROS.
       01 WS-QTDGRAV                 PIC 9(07) VALUE ZEROS.
       01 WS-QTD-ARQS                PIC 9(02) VALUE ZEROS.
       01 WS-QTD-REGLID              PIC 9(07) VALUE ZEROS.
       01 WS-QTD-REGTOT              PIC 9(07) VALUE ZEROS.
       01 WS-RUN-FALHA               PIC 9(01) VALUE ZEROS.

       01 WS-LINTOT.
          05 FILLER                  PIC X(10) VALUE "ARQUIVO < ".
          05 WT-ARQUIVO              PIC X(08).
          05 FILLER                  PIC X(15) VALUE "> CONVERTIDO - ".
          05 WT-QTD                  PIC ZZZ.ZZ9.
          05 FILLER                  PIC X(10) VALUE " REGISTROS".

      *************************************************************************

       PROCEDURE DIVISION.

       INICIO.

      ****** CONFIRMACAO - EXECUCAO UNICA COM O SISTEMA PARADO ****************

       R00.
           DISPLAY "CONVERSAO DE LAYOUT - ARQCLI, ARQPRO, ARQVEN,"
           DISPLAY "ARQVENH, ARQMOV, ARQCXA, ARQCXF E ARQCKP"
           DISPLAY "SISTEMA PARADO E COPIA DOS ARQUIVOS FEITA (S/N) : "
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
             GOBACK.

      ***************** CONVERSAO DE CADA ARQUIVO *****************************

       R1-CLI.
           MOVE "CLI" TO WS-TAG
           MOVE "ARQCLI" TO WS-ARQUIVO
           PERFORM VERIFICA-CNV THRU VERIFICA-CNV-FIM
           IF WS-CNV-PENDENTE = 1
             GO TO R1-CLI-CARGA.
           OPEN I-O ARQCLIA
           IF ST-ERRO = "30" OR ST-ERRO = "35"
             PERFORM AVISA-AUSENTE THRU AVISA-AUSENTE-FIM
             GO TO R1-PRO.
           IF ST-ERRO = "39"
             PERFORM AVISA-CONVERTIDO THRU AVISA-CONVERTIDO-FIM
             GO TO R1-PRO.
           IF ST-ERRO NOT = "00"
             GO TO R8-EMUSO.
           PERFORM ABRE-CNV THRU ABRE-CNV-FIM
           IF WS-CNV-FALHA = 1
             CLOSE ARQCLIA
             GO TO R8-ERROGRAV.
           MOVE ZEROS TO ACLI-CPFCNPJ
           START ARQCLIA KEY IS NOT LESS THAN ACLI-CPFCNPJ.
       R1-CLI-LOOP.
           READ ARQCLIA NEXT RECORD
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
             GO TO R1-CLI-DFIM.
           MOVE SPACES TO WS-CNV-REG
           MOVE REGCLIA TO WS-CNV-REG
           PERFORM GRAVA-CNV THRU GRAVA-CNV-FIM
           IF WS-CNV-FALHA = 1
             CLOSE ARQCLIA
             GO TO R8-ERROGRAV.
           GO TO R1-CLI-LOOP.
       R1-CLI-DFIM.
           CLOSE ARQCLIA
           PERFORM FECHA-CNV THRU FECHA-CNV-FIM
           IF WS-CNV-FALHA = 1
             GO TO R8-ERROGRAV.
       R1-CLI-CARGA.
           OPEN OUTPUT ARQCLI
           IF ST-ERRO NOT = "00"
             GO TO R8-EMUSO.
           PERFORM ABRE-CARGA THRU ABRE-CARGA-FIM.
       R1-CLI-CLOOP.
           PERFORM LE-CNV THRU LE-CNV-FIM
           IF WS-CNV-EOF = 1
             GO TO R1-CLI-CFIM.
           MOVE WS-CNV-REG TO REGCLI
           MOVE ZEROS TO CLI-DATACAD
           WRITE REGCLI
           PERFORM CONTA-CARGA THRU CONTA-CARGA-FIM
           GO TO R1-CLI-CLOOP.
       R1-CLI-CFIM.
           CLOSE ARQCLI
           PERFORM ENCERRA-CARGA THRU ENCERRA-CARGA-FIM.

       R1-PRO.
           MOVE "PRO" TO WS-TAG
           MOVE "ARQPRO" TO WS-ARQUIVO
           PERFORM VERIFICA-CNV THRU VERIFICA-CNV-FIM
           IF WS-CNV-PENDENTE = 1
             GO TO R1-PRO-CARGA.
           OPEN I-O ARQPROA
           IF ST-ERRO = "30" OR ST-ERRO = "35"
             PERFORM AVISA-AUSENTE THRU AVISA-AUSENTE-FIM
             GO TO R1-VEN.
           IF ST-ERRO = "39"
             PERFORM AVISA-CONVERTIDO THRU AVISA-CONVERTIDO-FIM
             GO TO R1-VEN.
           IF ST-ERRO NOT = "00"
             GO TO R8-EMUSO.
           PERFORM ABRE-CNV THRU ABRE-CNV-FIM
           IF WS-CNV-FALHA = 1
             CLOSE ARQPROA
             GO TO R8-ERROGRAV.
           MOVE ZEROS TO APRO-CODIGO
           START ARQPROA KEY IS NOT LESS THAN APRO-CODIGO.
       R1-PRO-LOOP.
           READ ARQPROA NEXT RECORD
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
             GO TO R1-PRO-DFIM.
           MOVE SPACES TO WS-CNV-REG
           MOVE REGPROA TO WS-CNV-REG
           PERFORM GRAVA-CNV THRU GRAVA-CNV-FIM
           IF WS-CNV-FALHA = 1
             CLOSE ARQPROA
             GO TO R8-ERROGRAV.
           GO TO R1-PRO-LOOP.
       R1-PRO-DFIM.
           CLOSE ARQPROA
           PERFORM FECHA-CNV THRU FECHA-CNV-FIM
           IF WS-CNV-FALHA = 1
             GO TO R8-ERROGRAV.
       R1-PRO-CARGA.
           OPEN OUTPUT ARQPRO
           IF ST-ERRO NOT = "00"
             GO TO R8-EMUSO.
           PERFORM ABRE-CARGA THRU ABRE-CARGA-FIM.
       R1-PRO-CLOOP.
           PERFORM LE-CNV THRU LE-CNV-FIM
           IF WS-CNV-EOF = 1
             GO TO R1-PRO-CFIM.
           MOVE WS-CNV-REG TO REGPRO
           MOVE ZEROS TO PRO-NCM PRO-ORIGEM PRO-CFOP PRO-ALIQICMS
                         PRO-ALIQIPI PRO-PESO PRO-EAN
           WRITE REGPRO
           PERFORM CONTA-CARGA THRU CONTA-CARGA-FIM
           GO TO R1-PRO-CLOOP.
       R1-PRO-CFIM.
           CLOSE ARQPRO
           PERFORM ENCERRA-CARGA THRU ENCERRA-CARGA-FIM.

       R1-VEN.
           MOVE "VEN" TO WS-TAG
           MOVE "ARQVEN" TO WS-ARQUIVO
           PERFORM VERIFICA-CNV THRU VERIFICA-CNV-FIM
           IF WS-CNV-PENDENTE = 1
             GO TO R1-VEN-CARGA.
           OPEN I-O ARQVENA
           IF ST-ERRO = "30" OR ST-ERRO = "35"
             PERFORM AVISA-AUSENTE THRU AVISA-AUSENTE-FIM
             GO TO R1-VNH.
           IF ST-ERRO = "39"
             PERFORM AVISA-CONVERTIDO THRU AVISA-CONVERTIDO-FIM
             GO TO R1-VNH.
           IF ST-ERRO NOT = "00"
             GO TO R8-EMUSO.
           PERFORM ABRE-CNV THRU ABRE-CNV-FIM
           IF WS-CNV-FALHA = 1
             CLOSE ARQVENA
             GO TO R8-ERROGRAV.
           MOVE ZEROS TO APED-CHAVE
           START ARQVENA KEY IS NOT LESS THAN APED-CHAVE.
       R1-VEN-LOOP.
           READ ARQVENA NEXT RECORD
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
             GO TO R1-VEN-DFIM.
           MOVE SPACES TO WS-CNV-REG
           MOVE REGVENA TO WS-CNV-REG
           PERFORM GRAVA-CNV THRU GRAVA-CNV-FIM
           IF WS-CNV-FALHA = 1
             CLOSE ARQVENA
             GO TO R8-ERROGRAV.
           GO TO R1-VEN-LOOP.
       R1-VEN-DFIM.
           CLOSE ARQVENA
           PERFORM FECHA-CNV THRU FECHA-CNV-FIM
           IF WS-CNV-FALHA = 1
             GO TO R8-ERROGRAV.
       R1-VEN-CARGA.
           OPEN OUTPUT ARQVEN
           IF ST-ERRO NOT = "00"
             GO TO R8-EMUSO.
           PERFORM ABRE-CARGA THRU ABRE-CARGA-FIM.
       R1-VEN-CLOOP.
           PERFORM LE-CNV THRU LE-CNV-FIM
           IF WS-CNV-EOF = 1
             GO TO R1-VEN-CFIM.
           MOVE WS-CNV-REG TO REGVEN
           MOVE ZEROS TO PED-LOCAL PED-CONTRATO PED-TRANSP
                         PED-VALORFRETE
           MOVE SPACES TO PED-TIPOFRETE
           WRITE REGVEN
           PERFORM CONTA-CARGA THRU CONTA-CARGA-FIM
           GO TO R1-VEN-CLOOP.
       R1-VEN-CFIM.
           CLOSE ARQVEN
           PERFORM ENCERRA-CARGA THRU ENCERRA-CARGA-FIM.

       R1-VNH.
           MOVE "VNH" TO WS-TAG
           MOVE "ARQVENH" TO WS-ARQUIVO
           PERFORM VERIFICA-CNV THRU VERIFICA-CNV-FIM
           IF WS-CNV-PENDENTE = 1
             GO TO R1-VNH-CARGA.
           OPEN I-O ARQVENHA
           IF ST-ERRO = "30" OR ST-ERRO = "35"
             PERFORM AVISA-AUSENTE THRU AVISA-AUSENTE-FIM
             GO TO R1-MOV.
           IF ST-ERRO = "39"
             PERFORM AVISA-CONVERTIDO THRU AVISA-CONVERTIDO-FIM
             GO TO R1-MOV.
           IF ST-ERRO NOT = "00"
             GO TO R8-EMUSO.
           PERFORM ABRE-CNV THRU ABRE-CNV-FIM
           IF WS-CNV-FALHA = 1
             CLOSE ARQVENHA
             GO TO R8-ERROGRAV.
           MOVE ZEROS TO AVH-CHAVE-PED
           START ARQVENHA KEY IS NOT LESS THAN AVH-CHAVE-PED.
       R1-VNH-LOOP.
           READ ARQVENHA NEXT RECORD
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
             GO TO R1-VNH-DFIM.
           MOVE SPACES TO WS-CNV-REG
           MOVE REGVENHA TO WS-CNV-REG
           PERFORM GRAVA-CNV THRU GRAVA-CNV-FIM
           IF WS-CNV-FALHA = 1
             CLOSE ARQVENHA
             GO TO R8-ERROGRAV.
           GO TO R1-VNH-LOOP.
       R1-VNH-DFIM.
           CLOSE ARQVENHA
           PERFORM FECHA-CNV THRU FECHA-CNV-FIM
           IF WS-CNV-FALHA = 1
             GO TO R8-ERROGRAV.
       R1-VNH-CARGA.
           OPEN OUTPUT ARQVENH
           IF ST-ERRO NOT = "00"
             GO TO R8-EMUSO.
           PERFORM ABRE-CARGA THRU ABRE-CARGA-FIM.
       R1-VNH-CLOOP.
           PERFORM LE-CNV THRU LE-CNV-FIM
           IF WS-CNV-EOF = 1
             GO TO R1-VNH-CFIM.
           MOVE WS-CNV-REG TO REGVENH
           MOVE ZEROS TO VH-PED-LOCAL VH-PED-CONTRATO VH-PED-TRANSP
                         VH-PED-VALORFRETE
           MOVE SPACES TO VH-PED-TIPOFRETE
           WRITE REGVENH
           PERFORM CONTA-CARGA THRU CONTA-CARGA-FIM
           GO TO R1-VNH-CLOOP.
       R1-VNH-CFIM.
           CLOSE ARQVENH
           PERFORM ENCERRA-CARGA THRU ENCERRA-CARGA-FIM.

       R1-MOV.
           MOVE "MOV" TO WS-TAG
           MOVE "ARQMOV" TO WS-ARQUIVO
           PERFORM VERIFICA-CNV THRU VERIFICA-CNV-FIM
           IF WS-CNV-PENDENTE = 1
             GO TO R1-MOV-CARGA.
           OPEN I-O ARQMOVA
           IF ST-ERRO = "30" OR ST-ERRO = "35"
             PERFORM AVISA-AUSENTE THRU AVISA-AUSENTE-FIM
             GO TO R1-CXA.
           IF ST-ERRO = "39"
             PERFORM AVISA-CONVERTIDO THRU AVISA-CONVERTIDO-FIM
             GO TO R1-CXA.
           IF ST-ERRO NOT = "00"
             GO TO R8-EMUSO.
           PERFORM ABRE-CNV THRU ABRE-CNV-FIM
           IF WS-CNV-FALHA = 1
             CLOSE ARQMOVA
             GO TO R8-ERROGRAV.
           MOVE ZEROS TO AMOV-SEQ
           START ARQMOVA KEY IS NOT LESS THAN AMOV-SEQ.
       R1-MOV-LOOP.
           READ ARQMOVA NEXT RECORD
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
             GO TO R1-MOV-DFIM.
           MOVE SPACES TO WS-CNV-REG
           MOVE REGMOVA TO WS-CNV-REG
           PERFORM GRAVA-CNV THRU GRAVA-CNV-FIM
           IF WS-CNV-FALHA = 1
             CLOSE ARQMOVA
             GO TO R8-ERROGRAV.
           GO TO R1-MOV-LOOP.
       R1-MOV-DFIM.
           CLOSE ARQMOVA
           PERFORM FECHA-CNV THRU FECHA-CNV-FIM
           IF WS-CNV-FALHA = 1
             GO TO R8-ERROGRAV.
       R1-MOV-CARGA.
           OPEN OUTPUT ARQMOV
           IF ST-ERRO NOT = "00"
             GO TO R8-EMUSO.
           PERFORM ABRE-CARGA THRU ABRE-CARGA-FIM.
       R1-MOV-CLOOP.
           PERFORM LE-CNV THRU LE-CNV-FIM
           IF WS-CNV-EOF = 1
             GO TO R1-MOV-CFIM.
           MOVE WS-CNV-REG TO REGMOV
           MOVE ZEROS TO MOV-LOCAL MOV-SALDOLOCAL MOV-CODKIT
           WRITE REGMOV
           PERFORM CONTA-CARGA THRU CONTA-CARGA-FIM
           GO TO R1-MOV-CLOOP.
       R1-MOV-CFIM.
           CLOSE ARQMOV
           PERFORM ENCERRA-CARGA THRU ENCERRA-CARGA-FIM.

       R1-CXA.
           MOVE "CXA" TO WS-TAG
           MOVE "ARQCXA" TO WS-ARQUIVO
           PERFORM VERIFICA-CNV THRU VERIFICA-CNV-FIM
           IF WS-CNV-PENDENTE = 1
             GO TO R1-CXA-CARGA.
           OPEN I-O ARQCXAA
           IF ST-ERRO = "30" OR ST-ERRO = "35"
             PERFORM AVISA-AUSENTE THRU AVISA-AUSENTE-FIM
             GO TO R1-CXF.
           IF ST-ERRO = "39"
             PERFORM AVISA-CONVERTIDO THRU AVISA-CONVERTIDO-FIM
             GO TO R1-CXF.
           IF ST-ERRO NOT = "00"
             GO TO R8-EMUSO.
           PERFORM ABRE-CNV THRU ABRE-CNV-FIM
           IF WS-CNV-FALHA = 1
             CLOSE ARQCXAA
             GO TO R8-ERROGRAV.
           MOVE ZEROS TO ACXA-SEQ
           START ARQCXAA KEY IS NOT LESS THAN ACXA-SEQ.
       R1-CXA-LOOP.
           READ ARQCXAA NEXT RECORD
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
             GO TO R1-CXA-DFIM.
           MOVE SPACES TO WS-CNV-REG
           MOVE REGCXAA TO WS-CNV-REG
           PERFORM GRAVA-CNV THRU GRAVA-CNV-FIM
           IF WS-CNV-FALHA = 1
             CLOSE ARQCXAA
             GO TO R8-ERROGRAV.
           GO TO R1-CXA-LOOP.
       R1-CXA-DFIM.
           CLOSE ARQCXAA
           PERFORM FECHA-CNV THRU FECHA-CNV-FIM
           IF WS-CNV-FALHA = 1
             GO TO R8-ERROGRAV.
       R1-CXA-CARGA.
           OPEN OUTPUT ARQCXA
           IF ST-ERRO NOT = "00"
             GO TO R8-EMUSO.
           PERFORM ABRE-CARGA THRU ABRE-CARGA-FIM.
       R1-CXA-CLOOP.
           PERFORM LE-CNV THRU LE-CNV-FIM
           IF WS-CNV-EOF = 1
             GO TO R1-CXA-CFIM.
           MOVE WS-CNV-REG TO REGCXA
           MOVE "N" TO CXA-CONCILIADO
           MOVE ZEROS TO CXA-DATACONC
           MOVE SPACES TO CXA-CHAVEEXT
           WRITE REGCXA
           PERFORM CONTA-CARGA THRU CONTA-CARGA-FIM
           GO TO R1-CXA-CLOOP.
       R1-CXA-CFIM.
           CLOSE ARQCXA
           PERFORM ENCERRA-CARGA THRU ENCERRA-CARGA-FIM.

       R1-CXF.
           MOVE "CXF" TO WS-TAG
           MOVE "ARQCXF" TO WS-ARQUIVO
           PERFORM VERIFICA-CNV THRU VERIFICA-CNV-FIM
           IF WS-CNV-PENDENTE = 1
             GO TO R1-CXF-CARGA.
           OPEN I-O ARQCXFA
           IF ST-ERRO = "30" OR ST-ERRO = "35"
             PERFORM AVISA-AUSENTE THRU AVISA-AUSENTE-FIM
             GO TO R1-CKP.
           IF ST-ERRO = "39"
             PERFORM AVISA-CONVERTIDO THRU AVISA-CONVERTIDO-FIM
             GO TO R1-CKP.
           IF ST-ERRO NOT = "00"
             GO TO R8-EMUSO.
           PERFORM ABRE-CNV THRU ABRE-CNV-FIM
           IF WS-CNV-FALHA = 1
             CLOSE ARQCXFA
             GO TO R8-ERROGRAV.
           MOVE ZEROS TO ACXF-DATA
           START ARQCXFA KEY IS NOT LESS THAN ACXF-DATA.
       R1-CXF-LOOP.
           READ ARQCXFA NEXT RECORD
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
             GO TO R1-CXF-DFIM.
           MOVE SPACES TO WS-CNV-REG
           MOVE REGCXFA TO WS-CNV-REG
           PERFORM GRAVA-CNV THRU GRAVA-CNV-FIM
           IF WS-CNV-FALHA = 1
             CLOSE ARQCXFA
             GO TO R8-ERROGRAV.
           GO TO R1-CXF-LOOP.
       R1-CXF-DFIM.
           CLOSE ARQCXFA
           PERFORM FECHA-CNV THRU FECHA-CNV-FIM
           IF WS-CNV-FALHA = 1
             GO TO R8-ERROGRAV.
       R1-CXF-CARGA.
           OPEN OUTPUT ARQCXF
           IF ST-ERRO NOT = "00"
             GO TO R8-EMUSO.
           PERFORM ABRE-CARGA THRU ABRE-CARGA-FIM.
       R1-CXF-CLOOP.
           PERFORM LE-CNV THRU LE-CNV-FIM
           IF WS-CNV-EOF = 1
             GO TO R1-CXF-CFIM.
           MOVE WS-CNV-REG TO REGCXF
           MOVE ZEROS TO CXF-SALDO
           WRITE REGCXF
           PERFORM CONTA-CARGA THRU CONTA-CARGA-FIM
           GO TO R1-CXF-CLOOP.
       R1-CXF-CFIM.
           CLOSE ARQCXF
           PERFORM ENCERRA-CARGA THRU ENCERRA-CARGA-FIM.

       R1-CKP.
           MOVE "CKP" TO WS-TAG
           MOVE "ARQCKP" TO WS-ARQUIVO
           PERFORM VERIFICA-CNV THRU VERIFICA-CNV-FIM
           IF WS-CNV-PENDENTE = 1
             GO TO R1-CKP-CARGA.
           OPEN I-O ARQCKPA
           IF ST-ERRO = "30" OR ST-ERRO = "35"
             PERFORM AVISA-AUSENTE THRU AVISA-AUSENTE-FIM
             GO TO R9-FIM.
           IF ST-ERRO = "39"
             PERFORM AVISA-CONVERTIDO THRU AVISA-CONVERTIDO-FIM
             GO TO R9-FIM.
           IF ST-ERRO NOT = "00"
             GO TO R8-EMUSO.
           PERFORM ABRE-CNV THRU ABRE-CNV-FIM
           IF WS-CNV-FALHA = 1
             CLOSE ARQCKPA
             GO TO R8-ERROGRAV.
           MOVE SPACES TO ACKP-CHAVE
           START ARQCKPA KEY IS NOT LESS THAN ACKP-CHAVE.
       R1-CKP-LOOP.
           READ ARQCKPA NEXT RECORD
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
             GO TO R1-CKP-DFIM.
           MOVE SPACES TO WS-CNV-REG
           MOVE REGCKPA TO WS-CNV-REG
           PERFORM GRAVA-CNV THRU GRAVA-CNV-FIM
           IF WS-CNV-FALHA = 1
             CLOSE ARQCKPA
             GO TO R8-ERROGRAV.
           GO TO R1-CKP-LOOP.
       R1-CKP-DFIM.
           CLOSE ARQCKPA
           PERFORM FECHA-CNV THRU FECHA-CNV-FIM
           IF WS-CNV-FALHA = 1
             GO TO R8-ERROGRAV.
       R1-CKP-CARGA.
           OPEN OUTPUT ARQCKP
           IF ST-ERRO NOT = "00"
             GO TO R8-EMUSO.
           PERFORM ABRE-CARGA THRU ABRE-CARGA-FIM.
       R1-CKP-CLOOP.
           PERFORM LE-CNV THRU LE-CNV-FIM
           IF WS-CNV-EOF = 1
             GO TO R1-CKP-CFIM.
           MOVE WS-CNV-REG TO REGCKP
           MOVE SPACES TO CKP-TIPO CKP-OPERADOR
           MOVE ZEROS TO CKP-OPERACAO CKP-DOCANT CKP-DOCNOVO
                         CKP-FASE CKP-DATA
           WRITE REGCKP
           PERFORM CONTA-CARGA THRU CONTA-CARGA-FIM
           GO TO R1-CKP-CLOOP.
       R1-CKP-CFIM.
           CLOSE ARQCKP
           PERFORM ENCERRA-CARGA THRU ENCERRA-CARGA-FIM.

           GO TO R9-FIM.

      ***************** ERRO NA GRAVACAO DA DESCARGA - ABORTA *****************
      *    O ARQUIVO AINDA NAO FOI RECRIADO - CONTINUA NO LAYOUT ANTERIOR,
      *    INTACTO, E A DESCARGA INCOMPLETA E REFEITA NA REEXECUCAO.

       R8-ERROGRAV.
           CLOSE CNVTRB
           DISPLAY "*** ERRO NA GRAVACAO DA DESCARGA: " WS-CNV-NOME
                   " - " WS-ARQUIVO " NAO CONVERTIDO ***"
           MOVE 1 TO WS-RUN-FALHA
           GO TO ROT-FIM.

      ***************** ARQUIVO EM USO - EXECUCAO ABORTADA ********************

       R8-EMUSO.
           DISPLAY "*** ARQUIVO EM USO OU COM ERRO: " WS-ARQUIVO
                   " - CONVERSAO INTERROMPIDA ***"
           MOVE 1 TO WS-RUN-FALHA
           GO TO ROT-FIM.

       R9-FIM.
           IF WS-RUN-FALHA = ZEROS
             DISPLAY "*** CONVERSAO CONCLUIDA - " WS-QTD-ARQS
                     " ARQUIVO(S) ***"
           ELSE
             DISPLAY "*** CONVERSAO CONCLUIDA COM FALHA ***".

      ***************************************************************

       ROT-FIM.
           PERFORM GRAVA-RUN THRU GRAVA-RUN-FIM
           IF WS-RUN-FALHA = ZEROS
             MOVE 0 TO RETURN-CODE
           ELSE
             MOVE 8 TO RETURN-CODE.
           GOBACK.

      ***************** REGISTRO DE CONTROLE DA EXECUCAO **********************

       GRAVA-RUN.
           OPEN EXTEND ARQRUN
           IF ST-ERRO4 NOT = "00"
             IF ST-ERRO4 = "30" OR ST-ERRO4 = "35"
               OPEN OUTPUT ARQRUN
               CLOSE ARQRUN
               OPEN EXTEND ARQRUN
             ELSE
               GO TO GRAVA-RUN-FIM.
           ACCEPT RUN-DATA FROM DATE YYYYMMDD
           ACCEPT RUN-HORA FROM TIME
           MOVE "SCE055" TO RUN-PROGRAMA
           MOVE WS-QTD-REGLID TO RUN-QTDLIDOS
           MOVE WS-QTD-REGTOT TO RUN-QTDGRAVADOS
           IF WS-RUN-FALHA = ZEROS
             MOVE "SUCESSO" TO RUN-SITUACAO
           ELSE
             MOVE "FALHA" TO RUN-SITUACAO.
           WRITE REGRUN
           CLOSE ARQRUN.
       GRAVA-RUN-FIM.
           EXIT.

      ****** DESCARGA PENDENTE DE UMA EXECUCAO INTERROMPIDA *******************
      *    WS-TAG DEVE SER CARREGADA PELO CHAMADOR ANTES DO PERFORM.
      *    DESCARGA COM O REGISTRO "*FIMCNV*" ESTA COMPLETA E E A UNICA
      *    COPIA CERTA DOS DADOS - A CARGA E REFEITA A PARTIR DELA.

       VERIFICA-CNV.
           MOVE ZEROS TO WS-CNV-PENDENTE WS-CNV-QTD
           MOVE SPACES TO WS-CNV-NOME
           STRING "CNV"          DELIMITED BY SIZE
                  WS-TAG         DELIMITED BY SPACE
                  ".DAT"         DELIMITED BY SIZE
                      INTO WS-CNV-NOME
           OPEN INPUT CNVTRB
           IF ST-ERRO3 NOT = "00"
             GO TO VERIFICA-CNV-FIM.
       VERIFICA-CNV-LOOP.
           READ CNVTRB
           IF ST-ERRO3 NOT = "00"
             CLOSE CNVTRB
             GO TO VERIFICA-CNV-AVISO.
           IF WS-CNV-MARCA = "*FIMCNV*"
             MOVE 1 TO WS-CNV-PENDENTE
             MOVE WS-CNV-QTDFIM TO WS-CNV-QTD.
           GO TO VERIFICA-CNV-LOOP.
       VERIFICA-CNV-AVISO.
           IF WS-CNV-PENDENTE = 1
             MOVE WS-CNV-QTD TO WS-QTDLIDOS
             ADD WS-QTDLIDOS TO WS-QTD-REGLID
             DISPLAY "*** DESCARGA PENDENTE EM " WS-CNV-NOME
                     " - REFAZENDO A CARGA DE " WS-ARQUIVO " ***".
       VERIFICA-CNV-FIM.
           EXIT.

      ****** ABERTURA DA DESCARGA (CNV + TAG) *********************************

       ABRE-CNV.
           MOVE ZEROS TO WS-CNV-FALHA WS-QTDLIDOS
           OPEN OUTPUT CNVTRB
           IF ST-ERRO3 NOT = "00"
             MOVE 1 TO WS-CNV-FALHA.
       ABRE-CNV-FIM.
           EXIT.

      ****** GRAVACAO DE UM REGISTRO NA DESCARGA ******************************

       GRAVA-CNV.
           WRITE WS-CNV-REG
           IF ST-ERRO3 = "00"
             ADD 1 TO WS-QTDLIDOS
           ELSE
             MOVE 1 TO WS-CNV-FALHA.
       GRAVA-CNV-FIM.
           EXIT.

      ****** FECHAMENTO DA DESCARGA COM O REGISTRO DE QUANTIDADE *************

       FECHA-CNV.
           MOVE SPACES TO WS-CNV-FIM
           MOVE "*FIMCNV*" TO WS-CNV-MARCA
           MOVE WS-QTDLIDOS TO WS-CNV-QTDFIM
           WRITE WS-CNV-FIM
           IF ST-ERRO3 NOT = "00"
             MOVE 1 TO WS-CNV-FALHA.
           CLOSE CNVTRB
           MOVE WS-QTDLIDOS TO WS-CNV-QTD
           ADD WS-QTDLIDOS TO WS-QTD-REGLID.
       FECHA-CNV-FIM.
           EXIT.

      ****** CARGA NO LAYOUT NOVO - ABERTURA E LEITURA DA DESCARGA ***********

       ABRE-CARGA.
           MOVE ZEROS TO WS-QTDGRAV WS-CNV-EOF
           OPEN INPUT CNVTRB
           IF ST-ERRO3 NOT = "00"
             MOVE 1 TO WS-CNV-EOF.
       ABRE-CARGA-FIM.
           EXIT.

       LE-CNV.
           IF WS-CNV-EOF = 1
             GO TO LE-CNV-FIM.
           READ CNVTRB
           IF ST-ERRO3 NOT = "00"
             MOVE 1 TO WS-CNV-EOF
             GO TO LE-CNV-FIM.
           IF WS-CNV-MARCA = "*FIMCNV*"
             MOVE 1 TO WS-CNV-EOF.
       LE-CNV-FIM.
           EXIT.

      ****** CONTAGEM DA GRAVACAO NO ARQUIVO CONVERTIDO **********************

       CONTA-CARGA.
           IF ST-ERRO = "00" OR ST-ERRO = "02"
             ADD 1 TO WS-QTDGRAV
           ELSE
             DISPLAY "*** ERRO " ST-ERRO " NA GRAVACAO DE " WS-ARQUIVO
                     " - REGISTRO " WS-CNV-REG(1:30) " ***".
       CONTA-CARGA-FIM.
           EXIT.

      ****** CONFERENCIA DA CARGA CONTRA A DESCARGA ***************************
      *    QUANTIDADE CONFERIDA - A DESCARGA E ESVAZIADA (A REEXECUCAO
      *    NAO A RECARREGA DE NOVO). DIVERGENCIA - A DESCARGA FICA COMO
      *    ESTA E A REEXECUCAO REFAZ A CARGA A PARTIR DELA.

       ENCERRA-CARGA.
           CLOSE CNVTRB
           ADD 1 TO WS-QTD-ARQS
           ADD WS-QTDGRAV TO WS-QTD-REGTOT
           MOVE WS-ARQUIVO TO WT-ARQUIVO
           MOVE WS-QTDGRAV TO WT-QTD
           DISPLAY WS-LINTOT
           IF WS-QTDGRAV NOT = WS-CNV-QTD
             DISPLAY "*** QUANTIDADE DIFERE DA DESCARGA (" WS-CNV-QTD
                     ") - " WS-CNV-NOME " MANTIDO ***"
             MOVE 1 TO WS-RUN-FALHA
             GO TO ENCERRA-CARGA-FIM.
           OPEN OUTPUT CNVTRB
           CLOSE CNVTRB.
       ENCERRA-CARGA-FIM.
           EXIT.

      ****** AVISOS DE ARQUIVO PULADO *****************************************

       AVISA-AUSENTE.
           DISPLAY "*** ARQUIVO AUSENTE (NAO CONVERTIDO): " WS-ARQUIVO
                   " ***".
       AVISA-AUSENTE-FIM.
           EXIT.

       AVISA-CONVERTIDO.
           DISPLAY "*** ARQUIVO JA ESTA NO LAYOUT NOVO: " WS-ARQUIVO
                   " ***".
       AVISA-CONVERTIDO-FIM.
           EXIT.

      ***************************** STATUS ************************************

      *    00 = OPERAÇÃO REALIZADA COM SUCESSO
      *    10 = FIM DA LEITURA ARQUIVO SEQUENCIAL
      *    23 = REGISTRO NÃO ENCONTRADO
      *    30 = ARQUIVO NÃO ENCONTRADO
      *    39 = ARQUIVO COM LAYOUT DIFERENTE DO DECLARADO

      *************************************************************************
