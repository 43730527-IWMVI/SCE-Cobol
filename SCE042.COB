       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCE042.
      *************************************************************************
      * INSTALLATION.       CONCILIACAO BANCARIA - IMPORTACAO DO EXTRATO      *
      *                     E CONFERENCIA COM O MOVIMENTO DE CAIXA            *
      * AUTHOR.             Wallace Martins Vieira                            *
      * DATE-WRITTEN        00/00/0000                                        *
      *************************************************************************
      *    LE O EXTRATO ENVIADO PELO BANCO E GRAVA CADA LANCAMENTO EM
      *    ARQEXT. LINHA JA IMPORTADA (MESMA DATA, DOCUMENTO, NATUREZA
      *    E VALOR) E DESPREZADA, ENTAO EXTRATOS COM PERIODO
      *    SOBREPOSTO PODEM SER PROCESSADOS SEM DUPLICAR NADA. LINHAS
      *    IGUAIS DENTRO DO MESMO EXTRATO SAO LANCAMENTOS DIFERENTES E
      *    ENTRAM NUMERADAS (EXT-OCORR 1, 2, ...) - O EXTRATO SOBREPOSTO
      *    TRAZ AS MESMAS LINHAS NA MESMA QUANTIDADE E CAI NAS MESMAS
      *    CHAVES.
      *    DEPOIS CONFERE TODAS AS LINHAS AINDA EM ABERTO (AS DESTE
      *    EXTRATO E AS QUE SOBRARAM DAS EXECUCOES ANTERIORES) COM OS
      *    MOVIMENTOS DE CAIXA (ARQCXA) EM PIX, CARTAO E TRANSFERENCIA
      *    (FORMAS 2, 3 E 4) PELA DATA E PELO VALOR - CREDITO CASA COM
      *    RECEBIMENTO E DEBITO COM PAGAMENTO. A TOLERANCIA EM DIAS
      *    ACEITA MOVIMENTO DE CAIXA ATE N DIAS ANTES DO LANCAMENTO NO
      *    BANCO (0 = SO O MESMO DIA); HAVENDO MAIS DE UM, FICA O DE
      *    DATA MAIS PROXIMA.
      *    O PAR CONCILIADO E MARCADO NOS DOIS ARQUIVOS E NAO ENTRA
      *    MAIS NA CONFERENCIA. O QUE NAO CASOU FICA EM ABERTO PARA A
      *    PROXIMA EXECUCAO. O RELATORIO (RELCON.DAT) TRAZ OS PARES
      *    CONCILIADOS, AS LINHAS DO EXTRATO SEM MOVIMENTO NO CAIXA E
      *    OS MOVIMENTOS DO CAIXA QUE O BANCO NAO MOSTROU (ATE A DATA
      *    DO ULTIMO LANCAMENTO IMPORTADO).
      *    COM REGISTRO EM ARQPRM RODA SEM OPERADOR E GRAVA A SITUACAO
      *    EM ARQRUN. PRM-ARQSAIDA INDICA O ARQUIVO DE EXTRATO E
      *    PRM-DIAS A TOLERANCIA.
      *************************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQEXT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-EXT
                    FILE STATUS  IS ST-ERRO.

           SELECT EXTENT ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO2.

           SELECT RELCON ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO3.

           SELECT ARQLOG ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO4.

           SELECT ARQCXA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CXA-SEQ
                    ALTERNATE RECORD KEY IS CXA-DATA
                                        WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO5.

           SELECT ARQPRM ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO8.

           SELECT ARQRUN ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO9.

      *************************************************************************

       DATA DIVISION.
       FILE SECTION.

       FD ARQEXT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQEXT.DAT".

       COPY CPEXT.

      *************************************************************************

       FD EXTENT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS WS-EXTENT-NOME.

       01 WS-LINEXTRATO              PIC X(120).

      *************************************************************************

       FD RELCON
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELCON.DAT".

       01 WS-LINREL                  PIC X(100).

      *************************************************************************

       FD ARQLOG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQLOG.DAT".

       COPY CPLOG.

      *************************************************************************

       FD ARQCXA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCXA.DAT".

       COPY CPCXA.

      *************************************************************************

       FD ARQPRM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPRM.DAT".

       COPY CPPRM.

      *************************************************************************

       FD ARQRUN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQRUN.DAT".

       COPY CPRUN.

      *************************************************************************

       WORKING-STORAGE SECTION.

       01 ST-ERRO                    PIC X(02) VALUE "00".
       01 ST-ERRO2                   PIC X(02) VALUE "00".
       01 ST-ERRO3                   PIC X(02) VALUE "00".
       01 ST-ERRO4                   PIC X(02) VALUE "00".
       01 ST-ERRO5                   PIC X(02) VALUE "00".
       01 ST-ERRO8                   PIC X(02) VALUE "00".
       01 ST-ERRO9                   PIC X(02) VALUE "00".
       01 MENS                       PIC X(60) VALUE SPACES.

       01 WS-EXTENT-NOME             PIC X(20) VALUE "EXTRATO.DAT".
       01 WS-EXT-NOVO                PIC 9(01) VALUE ZEROS.
       01 WS-BATCH                   PIC 9(01) VALUE ZEROS.
       01 WS-RUN-FALHA               PIC 9(01) VALUE ZEROS.
       01 WS-QTD-LIDOS               PIC 9(07) VALUE ZEROS.
       01 WS-QTD-GRAVADOS            PIC 9(07) VALUE ZEROS.
       01 WS-QTD-REPETIDAS           PIC 9(07) VALUE ZEROS.
       01 WS-QTD-INVALIDAS           PIC 9(07) VALUE ZEROS.
       01 WS-QTD-CONCILIADOS         PIC 9(07) VALUE ZEROS.
       01 WS-QTD-PEND-EXT            PIC 9(07) VALUE ZEROS.
       01 WS-QTD-PEND-CXA            PIC 9(07) VALUE ZEROS.
       01 WS-VLR-CONCILIADO          PIC 9(11)V99 VALUE ZEROS.
       01 WS-VLR-PEND-EXT            PIC 9(11)V99 VALUE ZEROS.
       01 WS-VLR-PEND-CXA            PIC 9(11)V99 VALUE ZEROS.

       01 WS-ENVNOME                 PIC X(20) VALUE "USER".
       01 WS-OPERADOR                PIC X(20) VALUE SPACES.
       01 WS-DATA-HOJE               PIC 9(08) VALUE ZEROS.
       01 WS-TOLER                   PIC 9(03) VALUE ZEROS.
       01 WS-CONTA-DIAS              PIC 9(03) VALUE ZEROS.
       01 WS-DATA-LIMITE             PIC 9(08) VALUE ZEROS.
       01 WS-ACHOU-SEQ               PIC 9(09) VALUE ZEROS.

      ****** LANCAMENTOS JA LIDOS NESTE EXTRATO *******************************
      *    UMA ENTRADA POR LANCAMENTO DIFERENTE, COM QUANTAS VEZES
      *    APARECEU. ACIMA DE 5000 LANCAMENTOS DIFERENTES NO MESMO
      *    EXTRATO OS NOVOS ENTRAM TODOS COMO OCORRENCIA 1.

       01 WS-TAB-LANC.
          03 WS-TL-ITEM OCCURS 5000 TIMES.
             05 WS-TL-LANCAMENTO     PIC X(42).
             05 WS-TL-QTD            PIC 9(03).
       01 WS-TL-QTDITENS             PIC 9(04) VALUE ZEROS.
       01 IND                        PIC 9(04) VALUE ZEROS.

      ****** CALENDARIO - DIA ANTERIOR ****************************************

       01 WS-DATA-CALC               PIC 9(08) VALUE ZEROS.
       01 WS-DATA-CALC-R REDEFINES WS-DATA-CALC.
          03 WS-CALC-ANO             PIC 9(04).
          03 WS-CALC-MES             PIC 9(02).
          03 WS-CALC-DIA             PIC 9(02).
       01 WS-TAB-MESES               PIC X(24) VALUE
          "312831303130313130313031".
       01 WS-TAB-MESES-R REDEFINES WS-TAB-MESES.
          03 WS-DIAS-MES             PIC 9(02) OCCURS 12 TIMES.
       01 WS-QUOC                    PIC 9(04) VALUE ZEROS.
       01 WS-RESTO                   PIC 9(03) VALUE ZEROS.

      ****** LAYOUT POSICIONAL DO EXTRATO (DETALHE TIPO 1) ********************
      *    UMA LINHA POR LANCAMENTO NA CONTA. LINHAS DE OUTRO TIPO
      *    (CABECALHO, SALDO, TRAILER) SAO IGNORADAS.

       01 WS-EXT-DET.
          05 WE-TIPO                 PIC X(01).
          05 WE-DATA                 PIC 9(08).
          05 WE-NATUREZA             PIC X(01).
          05 WE-VALOR                PIC 9(11)V99.
          05 WE-DOCUMENTO            PIC X(20).
          05 WE-HISTORICO            PIC X(40).
          05 FILLER                  PIC X(37).

      ****** LINHAS DO RELATORIO DE CONCILIACAO *******************************

       01 WS-CABEC1.
          05 FILLER                  PIC X(40) VALUE
             "CONCILIACAO BANCARIA - SCE042  EMISSAO: ".
          05 WC-DATA-HOJE            PIC 9(08).
          05 FILLER                  PIC X(14) VALUE "  TOLERANCIA: ".
          05 WC-TOLER                PIC ZZ9.
          05 FILLER                  PIC X(05) VALUE " DIAS".

       01 WS-CABEC2.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 WC-SECAO                PIC X(60).

       01 WS-LINCON.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 WL-DATA                 PIC 9(08).
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 WL-NATUREZA             PIC X(01).
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 WL-VALOR                PIC ZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 WL-DOCUMENTO            PIC X(20).
          05 FILLER                  PIC X(08) VALUE "  CAIXA ".
          05 WL-CXASEQ               PIC 9(09).
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 WL-CXADATA              PIC 9(08).
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 WL-FORMA                PIC 9(01).
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 WL-PEDIDO               PIC 9(06).
          05 FILLER                  PIC X(01) VALUE "/".
          05 WL-PARCELA              PIC 9(02).

       01 WS-LINEXT.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 WX-DATA                 PIC 9(08).
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 WX-NATUREZA             PIC X(01).
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 WX-VALOR                PIC ZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 WX-DOCUMENTO            PIC X(20).
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 WX-HISTORICO            PIC X(40).

       01 WS-LINCXA.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 WK-DATA                 PIC 9(08).
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 WK-SEQ                  PIC 9(09).
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 WK-TIPO                 PIC X(01).
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 WK-FORMA                PIC 9(01).
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 WK-VALOR                PIC Z.ZZZ.ZZ9,99.
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 WK-PEDIDO               PIC 9(06).
          05 FILLER                  PIC X(01) VALUE "/".
          05 WK-PARCELA              PIC 9(02).
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 WK-OPERADOR             PIC X(20).

       01 WS-LINTOT.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 WT-ROTULO               PIC X(38).
          05 WT-QTD                  PIC ZZZ.ZZ9.

       01 WS-LINVLR.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 WV-ROTULO               PIC X(38).
          05 WV-VALOR                PIC Z.ZZZ.ZZZ.ZZ9,99.

      *************************************************************************

       PROCEDURE DIVISION.

       INICIO.
           PERFORM LE-PARAMETRO THRU LE-PARAMETRO-FIM
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           DISPLAY WS-ENVNOME UPON ENVIRONMENT-NAME
           ACCEPT WS-OPERADOR FROM ENVIRONMENT-VALUE
           IF WS-OPERADOR = SPACES
             MOVE "DESCONHECIDO" TO WS-OPERADOR.

      ***************** TOLERANCIA EM DIAS (INTERATIVO) ***********************

       R00.
           IF WS-BATCH = 1
             GO TO R0.
           DISPLAY "TOLERANCIA EM DIAS ENTRE CAIXA E BANCO (0 = MESMO"
                   " DIA) : "
           ACCEPT WS-TOLER.

      ************************ ABERTURA DOS ARQUIVOS **************************

       R0.
           OPEN I-O ARQEXT
           IF ST-ERRO NOT = "00"
             IF ST-ERRO = "30"
               OPEN OUTPUT ARQEXT
               CLOSE ARQEXT
               OPEN I-O ARQEXT
             ELSE
               MOVE "ERRO NA ABERTURA DO ARQUIVO DE EXTRATO" TO MENS
               DISPLAY MENS
               MOVE 1 TO WS-RUN-FALHA
               GO TO ROT-FIM.

       R0A.
           OPEN I-O ARQCXA
           IF ST-ERRO5 NOT = "00"
             MOVE "*** MOVIMENTO DE CAIXA NAO ENCONTRADO ***" TO MENS
             DISPLAY MENS
             MOVE 1 TO WS-RUN-FALHA
             CLOSE ARQEXT
             GO TO ROT-FIM.

       R0C.
           OPEN OUTPUT RELCON
           IF ST-ERRO3 NOT = "00"
             MOVE "ERRO NA ABERTURA DO RELATORIO DE CONCILIACAO"
                  TO MENS
             DISPLAY MENS
             MOVE 1 TO WS-RUN-FALHA
             CLOSE ARQEXT ARQCXA
             GO TO ROT-FIM.

       R0D.
           OPEN EXTEND ARQLOG
           IF ST-ERRO4 NOT = "00"
             IF ST-ERRO4 = "30" OR ST-ERRO4 = "35"
               OPEN OUTPUT ARQLOG
               CLOSE ARQLOG
               OPEN EXTEND ARQLOG
             ELSE
               MOVE "ERRO NA ABERTURA DO ARQUIVO DE AUDITORIA" TO MENS
               DISPLAY MENS
               MOVE 1 TO WS-RUN-FALHA
               CLOSE ARQEXT ARQCXA RELCON
               GO TO ROT-FIM.

       R0E.
      *    SEM EXTRATO NOVO A CONFERENCIA RODA SO COM AS LINHAS QUE
      *    FICARAM EM ABERTO - UM PIX LANCADO DEPOIS NO CAIXA PODE
      *    CASAR COM UMA LINHA DE EXTRATO JA IMPORTADA.
           OPEN INPUT EXTENT
           IF ST-ERRO2 = "00"
             MOVE 1 TO WS-EXT-NOVO
           ELSE
             DISPLAY "*** SEM EXTRATO NOVO - CONFERINDO AS PENDENCIAS"
                     " ***".

           MOVE WS-DATA-HOJE TO WC-DATA-HOJE
           MOVE WS-TOLER TO WC-TOLER
           MOVE WS-CABEC1 TO WS-LINREL
           WRITE WS-LINREL.

      ***************** IMPORTACAO DO EXTRATO *********************************

       R1.
           IF WS-EXT-NOVO = ZEROS
             GO TO R2.
           MOVE "LINHAS DO EXTRATO REJEITADAS NA IMPORTACAO"
                TO WC-SECAO
           PERFORM R8-SECAO THRU R8-SECAO-FIM.
       R1-LOOP.
           READ EXTENT INTO WS-EXT-DET
           IF ST-ERRO2 = "10"
             GO TO R1-FIM.
           IF ST-ERRO2 NOT = "00"
             MOVE "ERRO NA LEITURA DO ARQUIVO DE EXTRATO" TO MENS
             DISPLAY MENS
             MOVE 1 TO WS-RUN-FALHA
             GO TO R1-FIM.
           IF WE-TIPO NOT = "1"
             GO TO R1-LOOP.
           ADD 1 TO WS-QTD-LIDOS
           IF WE-DATA IS NOT NUMERIC OR WE-VALOR IS NOT NUMERIC
              OR (WE-NATUREZA NOT = "C" AND WE-NATUREZA NOT = "D")
             PERFORM R1-INVALIDA THRU R1-INVALIDA-FIM
             GO TO R1-LOOP.
           IF WE-VALOR = ZEROS
             PERFORM R1-INVALIDA THRU R1-INVALIDA-FIM
             GO TO R1-LOOP.

           MOVE WE-DATA TO EXT-DATA
           MOVE WE-DOCUMENTO TO EXT-DOCUMENTO
           MOVE WE-NATUREZA TO EXT-NATUREZA
           MOVE WE-VALOR TO EXT-VALOR
           PERFORM R1-OCORRENCIA THRU R1-OCORRENCIA-FIM
           MOVE WE-HISTORICO TO EXT-HISTORICO
           MOVE "A" TO EXT-SITUACAO
           MOVE ZEROS TO EXT-CXASEQ EXT-DATACONC
           MOVE WS-DATA-HOJE TO EXT-DATAIMP
           MOVE WS-EXTENT-NOME TO EXT-ARQUIVO
           WRITE REGEXT
           IF ST-ERRO = "22"
             ADD 1 TO WS-QTD-REPETIDAS
             GO TO R1-LOOP.
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
             MOVE "ERRO NA GRAVACAO DO ARQUIVO DE EXTRATO" TO MENS
             DISPLAY MENS
             MOVE 1 TO WS-RUN-FALHA
             GO TO R1-FIM.
           ADD 1 TO WS-QTD-GRAVADOS
           GO TO R1-LOOP.
       R1-FIM.
           CLOSE EXTENT.

      ***************** CONFERENCIA DAS LINHAS EM ABERTO **********************

       R2.
           MOVE "CONCILIADOS NESTA EXECUCAO (EXTRATO X CAIXA)"
                TO WC-SECAO
           PERFORM R8-SECAO THRU R8-SECAO-FIM
           MOVE LOW-VALUES TO CHAVE-EXT
           START ARQEXT KEY IS NOT LESS THAN CHAVE-EXT
           IF ST-ERRO NOT = "00"
             GO TO R3.
       R2-LOOP.
           READ ARQEXT NEXT RECORD
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
             GO TO R3.
           IF EXT-DATA > WS-DATA-LIMITE
             MOVE EXT-DATA TO WS-DATA-LIMITE.
           IF EXT-SITUACAO NOT = "A"
             GO TO R2-LOOP.
           PERFORM R2-CASA THRU R2-CASA-FIM
           GO TO R2-LOOP.

      ***************** PROCURA DO MOVIMENTO DE CAIXA *************************
      *    PERCORRE O CAIXA DA DATA DO EXTRATO MENOS A TOLERANCIA ATE
      *    A DATA DO EXTRATO. FICA O ULTIMO QUE SERVE, QUE E O DE DATA
      *    MAIS PROXIMA DO LANCAMENTO NO BANCO.

       R2-CASA.
           MOVE EXT-DATA TO WS-DATA-CALC
           MOVE ZEROS TO WS-CONTA-DIAS WS-ACHOU-SEQ.
       R2-CASA-INI.
           IF WS-CONTA-DIAS < WS-TOLER
             PERFORM DIA-ANTERIOR THRU DIA-ANTERIOR-FIM
             ADD 1 TO WS-CONTA-DIAS
             GO TO R2-CASA-INI.
           MOVE WS-DATA-CALC TO CXA-DATA
           START ARQCXA KEY IS NOT LESS THAN CXA-DATA
           IF ST-ERRO5 NOT = "00"
             GO TO R2-CASA-FIM.
       R2-CASA-LOOP.
           READ ARQCXA NEXT RECORD
           IF ST-ERRO5 NOT = "00" AND ST-ERRO5 NOT = "02"
             GO TO R2-CASA-ACHOU.
           IF CXA-DATA > EXT-DATA
             GO TO R2-CASA-ACHOU.
           IF CXA-FORMA < 2 OR CXA-FORMA > 4
             GO TO R2-CASA-LOOP.
           IF CXA-CONCILIADO = "S"
             GO TO R2-CASA-LOOP.
           IF CXA-VALOR NOT = EXT-VALOR
             GO TO R2-CASA-LOOP.
           IF EXT-NATUREZA = "C" AND CXA-TIPO NOT = "R"
             GO TO R2-CASA-LOOP.
           IF EXT-NATUREZA = "D" AND CXA-TIPO NOT = "P"
             GO TO R2-CASA-LOOP.
           MOVE CXA-SEQ TO WS-ACHOU-SEQ
           GO TO R2-CASA-LOOP.

       R2-CASA-ACHOU.
           IF WS-ACHOU-SEQ = ZEROS
             GO TO R2-CASA-FIM.
           MOVE WS-ACHOU-SEQ TO CXA-SEQ
           READ ARQCXA
           IF ST-ERRO5 NOT = "00"
             MOVE "ERRO NA LEITURA DO MOVIMENTO DE CAIXA" TO MENS
             DISPLAY MENS
             MOVE 1 TO WS-RUN-FALHA
             GO TO R2-CASA-FIM.
           MOVE "S" TO CXA-CONCILIADO
           MOVE WS-DATA-HOJE TO CXA-DATACONC
           MOVE CHAVE-EXT TO CXA-CHAVEEXT
           REWRITE REGCXA
           IF ST-ERRO5 NOT = "00" AND ST-ERRO5 NOT = "02"
             MOVE "ERRO NA GRAVACAO DO MOVIMENTO DE CAIXA" TO MENS
             DISPLAY MENS
             MOVE 1 TO WS-RUN-FALHA
             GO TO R2-CASA-FIM.
           MOVE "C" TO EXT-SITUACAO
           MOVE CXA-SEQ TO EXT-CXASEQ
           MOVE WS-DATA-HOJE TO EXT-DATACONC
           REWRITE REGEXT
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
             MOVE "ERRO NA GRAVACAO DO ARQUIVO DE EXTRATO" TO MENS
             DISPLAY MENS
             MOVE 1 TO WS-RUN-FALHA
             GO TO R2-CASA-FIM.

           ADD 1 TO WS-QTD-CONCILIADOS
           ADD EXT-VALOR TO WS-VLR-CONCILIADO
           MOVE "CONCILIACAO" TO LOG-OPERACAO
           MOVE CXA-SEQ TO LOG-CHAVE
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM

           MOVE EXT-DATA TO WL-DATA
           MOVE EXT-NATUREZA TO WL-NATUREZA
           MOVE EXT-VALOR TO WL-VALOR
           MOVE EXT-DOCUMENTO TO WL-DOCUMENTO
           MOVE CXA-SEQ TO WL-CXASEQ
           MOVE CXA-DATA TO WL-CXADATA
           MOVE CXA-FORMA TO WL-FORMA
           MOVE CXA-PEDCOD TO WL-PEDIDO
           MOVE CXA-PARCELA TO WL-PARCELA
           MOVE WS-LINCON TO WS-LINREL
           WRITE WS-LINREL.
       R2-CASA-FIM.
           EXIT.

      ***************** EXTRATO SEM MOVIMENTO NO CAIXA ************************

       R3.
           MOVE "NO EXTRATO SEM MOVIMENTO NO CAIXA (FICAM EM ABERTO)"
                TO WC-SECAO
           PERFORM R8-SECAO THRU R8-SECAO-FIM
           MOVE LOW-VALUES TO CHAVE-EXT
           START ARQEXT KEY IS NOT LESS THAN CHAVE-EXT
           IF ST-ERRO NOT = "00"
             GO TO R4.
       R3-LOOP.
           READ ARQEXT NEXT RECORD
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
             GO TO R4.
           IF EXT-SITUACAO NOT = "A"
             GO TO R3-LOOP.
           ADD 1 TO WS-QTD-PEND-EXT
           ADD EXT-VALOR TO WS-VLR-PEND-EXT
           MOVE EXT-DATA TO WX-DATA
           MOVE EXT-NATUREZA TO WX-NATUREZA
           MOVE EXT-VALOR TO WX-VALOR
           MOVE EXT-DOCUMENTO TO WX-DOCUMENTO
           MOVE EXT-HISTORICO TO WX-HISTORICO
           MOVE WS-LINEXT TO WS-LINREL
           WRITE WS-LINREL
           GO TO R3-LOOP.

      ***************** CAIXA SEM LANCAMENTO NO EXTRATO ***********************
      *    SO ATE A DATA DO ULTIMO LANCAMENTO IMPORTADO - O QUE E MAIS
      *    NOVO QUE O EXTRATO AINDA NAO TEVE COMO APARECER NO BANCO.

       R4.
           MOVE "NO CAIXA SEM LANCAMENTO NO EXTRATO (FICAM EM ABERTO)"
                TO WC-SECAO
           PERFORM R8-SECAO THRU R8-SECAO-FIM
           IF WS-DATA-LIMITE = ZEROS
             GO TO R9-TOTAIS.
           MOVE ZEROS TO CXA-DATA
           START ARQCXA KEY IS NOT LESS THAN CXA-DATA
           IF ST-ERRO5 NOT = "00"
             GO TO R9-TOTAIS.
       R4-LOOP.
           READ ARQCXA NEXT RECORD
           IF ST-ERRO5 NOT = "00" AND ST-ERRO5 NOT = "02"
             GO TO R9-TOTAIS.
           IF CXA-DATA > WS-DATA-LIMITE
             GO TO R9-TOTAIS.
           IF CXA-FORMA < 2 OR CXA-FORMA > 4
             GO TO R4-LOOP.
           IF CXA-CONCILIADO = "S"
             GO TO R4-LOOP.
           ADD 1 TO WS-QTD-PEND-CXA
           ADD CXA-VALOR TO WS-VLR-PEND-CXA
           MOVE CXA-DATA TO WK-DATA
           MOVE CXA-SEQ TO WK-SEQ
           MOVE CXA-TIPO TO WK-TIPO
           MOVE CXA-FORMA TO WK-FORMA
           MOVE CXA-VALOR TO WK-VALOR
           MOVE CXA-PEDCOD TO WK-PEDIDO
           MOVE CXA-PARCELA TO WK-PARCELA
           MOVE CXA-OPERADOR TO WK-OPERADOR
           MOVE WS-LINCXA TO WS-LINREL
           WRITE WS-LINREL
           GO TO R4-LOOP.

      ***************** OCORRENCIA DO LANCAMENTO NO EXTRATO *******************

       R1-OCORRENCIA.
           MOVE 1 TO IND.
       R1-OCORRENCIA-PROCURA.
           IF IND > WS-TL-QTDITENS
             GO TO R1-OCORRENCIA-NOVA.
           IF WS-TL-LANCAMENTO(IND) = EXT-LANCAMENTO
             GO TO R1-OCORRENCIA-SOMA.
           ADD 1 TO IND
           GO TO R1-OCORRENCIA-PROCURA.
       R1-OCORRENCIA-NOVA.
           MOVE 1 TO EXT-OCORR
           IF WS-TL-QTDITENS NOT < 5000
             GO TO R1-OCORRENCIA-FIM.
           ADD 1 TO WS-TL-QTDITENS
           MOVE EXT-LANCAMENTO TO WS-TL-LANCAMENTO(WS-TL-QTDITENS)
           MOVE 1 TO WS-TL-QTD(WS-TL-QTDITENS)
           GO TO R1-OCORRENCIA-FIM.
       R1-OCORRENCIA-SOMA.
           ADD 1 TO WS-TL-QTD(IND)
           MOVE WS-TL-QTD(IND) TO EXT-OCORR.
       R1-OCORRENCIA-FIM.
           EXIT.

      ***************** LINHA REJEITADA NA IMPORTACAO *************************

       R1-INVALIDA.
           ADD 1 TO WS-QTD-INVALIDAS
           MOVE SPACES TO WS-LINREL
           MOVE WS-LINEXTRATO TO WS-LINREL(3:98)
           WRITE WS-LINREL.
       R1-INVALIDA-FIM.
           EXIT.

      ***************** TITULO DE SECAO DO RELATORIO **************************

       R8-SECAO.
           MOVE SPACES TO WS-LINREL
           WRITE WS-LINREL
           MOVE WS-CABEC2 TO WS-LINREL
           WRITE WS-LINREL.
       R8-SECAO-FIM.
           EXIT.

      ***************** TOTAIS E ENCERRAMENTO *********************************

       R9-TOTAIS.
           MOVE SPACES TO WS-LINREL
           WRITE WS-LINREL
           MOVE "LINHAS DE EXTRATO LIDAS.............:" TO WT-ROTULO
           MOVE WS-QTD-LIDOS TO WT-QTD
           MOVE WS-LINTOT TO WS-LINREL
           WRITE WS-LINREL
           MOVE "LINHAS IMPORTADAS...................:" TO WT-ROTULO
           MOVE WS-QTD-GRAVADOS TO WT-QTD
           MOVE WS-LINTOT TO WS-LINREL
           WRITE WS-LINREL
           MOVE "LINHAS JA IMPORTADAS ANTES..........:" TO WT-ROTULO
           MOVE WS-QTD-REPETIDAS TO WT-QTD
           MOVE WS-LINTOT TO WS-LINREL
           WRITE WS-LINREL
           MOVE "LINHAS REJEITADAS...................:" TO WT-ROTULO
           MOVE WS-QTD-INVALIDAS TO WT-QTD
           MOVE WS-LINTOT TO WS-LINREL
           WRITE WS-LINREL
           MOVE "CONCILIADOS NESTA EXECUCAO..........:" TO WT-ROTULO
           MOVE WS-QTD-CONCILIADOS TO WT-QTD
           MOVE WS-LINTOT TO WS-LINREL
           WRITE WS-LINREL
           MOVE "VALOR CONCILIADO....................:" TO WV-ROTULO
           MOVE WS-VLR-CONCILIADO TO WV-VALOR
           MOVE WS-LINVLR TO WS-LINREL
           WRITE WS-LINREL
           MOVE "EXTRATO EM ABERTO...................:" TO WT-ROTULO
           MOVE WS-QTD-PEND-EXT TO WT-QTD
           MOVE WS-LINTOT TO WS-LINREL
           WRITE WS-LINREL
           MOVE "VALOR DO EXTRATO EM ABERTO..........:" TO WV-ROTULO
           MOVE WS-VLR-PEND-EXT TO WV-VALOR
           MOVE WS-LINVLR TO WS-LINREL
           WRITE WS-LINREL
           MOVE "CAIXA EM ABERTO.....................:" TO WT-ROTULO
           MOVE WS-QTD-PEND-CXA TO WT-QTD
           MOVE WS-LINTOT TO WS-LINREL
           WRITE WS-LINREL
           MOVE "VALOR DO CAIXA EM ABERTO............:" TO WV-ROTULO
           MOVE WS-VLR-PEND-CXA TO WV-VALOR
           MOVE WS-LINVLR TO WS-LINREL
           WRITE WS-LINREL.

       R9-FECHA.
           CLOSE ARQEXT ARQCXA RELCON ARQLOG
           DISPLAY "*** CONCILIACAO - " WS-QTD-CONCILIADOS
                   " CONCILIADOS, " WS-QTD-PEND-EXT " NO EXTRATO E "
                   WS-QTD-PEND-CXA " NO CAIXA EM ABERTO ***".

      ***************************************************************

       ROT-FIM.
           IF WS-BATCH = 1
             PERFORM GRAVA-RUN THRU GRAVA-RUN-FIM
             IF WS-RUN-FALHA = ZEROS
               MOVE 0 TO RETURN-CODE
             ELSE
               MOVE 8 TO RETURN-CODE.
           GOBACK.

      ***************** RECUO DE UM DIA NO CALENDARIO *************************
      *    SUBTRAI UM DIA DE WS-DATA-CALC, VOLTANDO O MES E O ANO. ANO
      *    BISSEXTO PELA REGRA COMPLETA (4, 100 E 400).

       DIA-ANTERIOR.
           SUBTRACT 1 FROM WS-CALC-DIA
           IF WS-CALC-DIA > ZEROS
             GO TO DIA-ANTERIOR-FIM.
           SUBTRACT 1 FROM WS-CALC-MES
           IF WS-CALC-MES = ZEROS
             MOVE 12 TO WS-CALC-MES
             SUBTRACT 1 FROM WS-CALC-ANO.
           MOVE WS-DIAS-MES(WS-CALC-MES) TO WS-CALC-DIA
           IF WS-CALC-MES NOT = 2
             GO TO DIA-ANTERIOR-FIM.
           DIVIDE WS-CALC-ANO BY 4 GIVING WS-QUOC REMAINDER WS-RESTO
           IF WS-RESTO NOT = ZEROS
             GO TO DIA-ANTERIOR-FIM.
           MOVE 29 TO WS-CALC-DIA
           DIVIDE WS-CALC-ANO BY 100 GIVING WS-QUOC
                  REMAINDER WS-RESTO
           IF WS-RESTO NOT = ZEROS
             GO TO DIA-ANTERIOR-FIM.
           DIVIDE WS-CALC-ANO BY 400 GIVING WS-QUOC
                  REMAINDER WS-RESTO
           IF WS-RESTO NOT = ZEROS
             MOVE 28 TO WS-CALC-DIA.
       DIA-ANTERIOR-FIM.
           EXIT.

      ***************** LEITURA DOS PARAMETROS DE LOTE ************************
      *    SEM ARQPRM.DAT OU SEM O REGISTRO DESTE PROGRAMA A EXECUCAO
      *    SEGUE INTERATIVA. PRM-ARQSAIDA INDICA O ARQUIVO DE EXTRATO
      *    E PRM-DIAS A TOLERANCIA EM DIAS.

       LE-PARAMETRO.
           OPEN INPUT ARQPRM
           IF ST-ERRO8 NOT = "00"
             GO TO LE-PARAMETRO-FIM.
       LE-PARAMETRO-LOOP.
           READ ARQPRM
           IF ST-ERRO8 NOT = "00"
             CLOSE ARQPRM
             GO TO LE-PARAMETRO-FIM.
           IF PRM-PROGRAMA NOT = "SCE042"
             GO TO LE-PARAMETRO-LOOP.
           MOVE 1 TO WS-BATCH
           IF PRM-ARQSAIDA NOT = SPACES
             MOVE PRM-ARQSAIDA TO WS-EXTENT-NOME.
           IF PRM-DIAS IS NUMERIC
             MOVE PRM-DIAS TO WS-TOLER.
           CLOSE ARQPRM.
       LE-PARAMETRO-FIM.
           EXIT.

      ***************** REGISTRO DE CONTROLE DA EXECUCAO **********************

       GRAVA-RUN.
           OPEN EXTEND ARQRUN
           IF ST-ERRO9 NOT = "00"
             IF ST-ERRO9 = "30" OR ST-ERRO9 = "35"
               OPEN OUTPUT ARQRUN
               CLOSE ARQRUN
               OPEN EXTEND ARQRUN
             ELSE
               GO TO GRAVA-RUN-FIM.
           ACCEPT RUN-DATA FROM DATE YYYYMMDD
           ACCEPT RUN-HORA FROM TIME
           MOVE "SCE042" TO RUN-PROGRAMA
           MOVE WS-QTD-LIDOS TO RUN-QTDLIDOS
           MOVE WS-QTD-CONCILIADOS TO RUN-QTDGRAVADOS
           IF WS-RUN-FALHA = ZEROS
             MOVE "SUCESSO" TO RUN-SITUACAO
           ELSE
             MOVE "FALHA" TO RUN-SITUACAO.
           WRITE REGRUN
           CLOSE ARQRUN.
       GRAVA-RUN-FIM.
           EXIT.

      *************** GRAVACAO DE TRILHA DE AUDITORIA *************************
      *    LOG-OPERACAO E LOG-CHAVE DEVEM SER CARREGADOS PELO CHAMADOR
      *    ANTES DO PERFORM.

       GRAVA-LOG.
           ACCEPT LOG-DATA FROM DATE YYYYMMDD
           ACCEPT LOG-HORA FROM TIME
           MOVE "SCE042" TO LOG-PROGRAMA
           MOVE WS-OPERADOR TO LOG-OPERADOR
           WRITE REGLOG
           IF ST-ERRO4 NOT = "00"
             DISPLAY "*** ERRO NA GRAVACAO DA AUDITORIA ***".
       GRAVA-LOG-FIM.
           EXIT.

      ***************************** STATUS ************************************

      *    00 = OPERAÇÃO REALIZADA COM SUCESSO
      *    10 = FIM DA LEITURA ARQUIVO SEQUENCIAL
      *    22 = REGISTRO JÁ CADASTRADO
      *    23 = REGISTRO NÃO ENCONTRADO
      *    30 = ARQUIVO NÃO ENCONTRADO

      *************************************************************************
