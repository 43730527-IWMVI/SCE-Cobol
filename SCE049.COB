       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCE049.
      *************************************************************************
      * INSTALLATION.       REORGANIZACAO DOS ARQUIVOS DE MOVIMENTO           *
      * AUTHOR.             Wallace Martins Vieira                            *
      * DATE-WRITTEN        00/00/0000                                        *
      *************************************************************************
      *    REORGANIZA OS ARQUIVOS QUE MAIS CRESCEM E SOFREM EXCLUSOES -
      *    ARQVEN, ARQTIT, ARQMOV (INDEXADOS) E ARQLOG (SEQUENCIAL).
      *    PARA CADA ARQUIVO.
      *      1 - DESCARGA PELA CHAVE PRINCIPAL PARA REOXXX.DAT (MESMO
      *          FORMATO DAS GERACOES DO SCE016), CONFERINDO A SEQUENCIA
      *          DAS CHAVES;
      *      2 - CARGA DE TESTE EM UM INDEXADO NOVO (NOVXXX.DAT) E
      *          CONFERENCIA - QUANTIDADE, SEQUENCIA DA CHAVE PRINCIPAL
      *          E LEITURA COMPLETA POR CADA CHAVE ALTERNATIVA;
      *      3 - SO COM A CONFERENCIA CORRETA O ARQUIVO ORIGINAL E
      *          RECRIADO A PARTIR DA DESCARGA (COMO NA RESTAURACAO DO
      *          SCE017) E CONFERIDO DE NOVO. QUALQUER ERRO ANTES DISSO
      *          DEIXA O ORIGINAL INTACTO.
      *    O ARQLOG NAO TEM CHAVE - E COPIADO E RECRIADO CONFERINDO SO
      *    A QUANTIDADE DE LINHAS.
      *    NAO RODA COM OPERADOR CONECTADO (ARQSES - VER CPSES), EXCETO
      *    A SESSAO DE QUEM CHAMOU PELO MENU (CHAVE NA VARIAVEL DE
      *    AMBIENTE "SESSAO"). DURANTE A EXECUCAO O SCE001 NAO ACEITA
      *    ENTRADA DE OPERADOR.
      *    SE A RECARGA DE UM ORIGINAL FALHA, O REGISTRO "*REORG*" FICA
      *    MARCADO COM PROGRAMA "PERDA" E O NOME DA DESCARGA, E O SCE001
      *    RECUSA TODAS AS ENTRADAS. A EXECUCAO SEGUINTE SO RECARREGA
      *    ESSE ARQUIVO A PARTIR DA DESCARGA (SEM DESCARREGAR O ORIGINAL
      *    DANIFICADO POR CIMA DELA) E, CONFERIDA A CARGA, EXCLUI A
      *    MARCA.
      *    GRAVA EM ARQRUN, POR ARQUIVO, UM REGISTRO COM AS QUANTIDADES
      *    ANTES/DEPOIS (SITUACAO REORG OU FALHA) E OUTRO COM OS
      *    TAMANHOS EM KB ANTES/DEPOIS (SITUACAO TAM-KB), COM O NOME DO
      *    ARQUIVO NO LUGAR DO PROGRAMA, E NO FIM O REGISTRO DO SCE049
      *    (SUCESSO/FALHA) CONFERIDO PELO SCE030. COM REGISTRO EM ARQPRM
      *    RODA SEM PEDIR CONFIRMACAO (PASSO DA JANELA NOTURNA - DE
      *    PREFERENCIA DEPOIS DO BACKUP SCE016).
      *************************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT ARQTIT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-TIT
                    ALTERNATE RECORD KEY IS TIT-CPFCNPJ
                                        WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO2.

           SELECT ARQMOV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MOV-SEQ
                    ALTERNATE RECORD KEY IS MOV-CODPRO
                                        WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO3.

           SELECT ARQLOG ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO4.

           SELECT REOSAI ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ERRO5.

           SELECT ARQSES ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-SES
                    LOCK MODE    IS MANUAL
                    FILE STATUS  IS ST-ERRO6.

           SELECT ARQPRM ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO8.

           SELECT ARQRUN ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO9.

      *************************************************************************

       DATA DIVISION.
       FILE SECTION.

      *    OS ARQUIVOS REORGANIZADOS TEM O NOME EM VARIAVEL - A MESMA FD
      *    SERVE AO ORIGINAL (ARQXXX.DAT) E A CARGA DE TESTE (NOVXXX.DAT).

       FD ARQVEN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS WS-VEN-NOME.

       COPY CPVEN.

      *************************************************************************

       FD ARQTIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS WS-TIT-NOME.

       COPY CPTIT.

      *************************************************************************

       FD ARQMOV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS WS-MOV-NOME.

       COPY CPMOV.

      *************************************************************************

       FD ARQLOG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS WS-LOG-NOME.

       COPY CPLOG.

      *************************************************************************

       FD REOSAI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS WS-REO-NOME.

       01 WS-REO-REG                 PIC X(400).

      *************************************************************************

       FD ARQSES
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQSES.DAT".

       COPY CPSES.

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
       01 ST-ERRO6                   PIC X(02) VALUE "00".
       01 ST-ERRO8                   PIC X(02) VALUE "00".
       01 ST-ERRO9                   PIC X(02) VALUE "00".
       01 MENS                       PIC X(60) VALUE SPACES.

       01 WS-VEN-NOME                PIC X(20) VALUE "ARQVEN.DAT".
       01 WS-TIT-NOME                PIC X(20) VALUE "ARQTIT.DAT".
       01 WS-MOV-NOME                PIC X(20) VALUE "ARQMOV.DAT".
       01 WS-LOG-NOME                PIC X(20) VALUE "ARQLOG.DAT".
       01 WS-REO-NOME                PIC X(20) VALUE SPACES.
       01 WS-NOV-NOME                PIC X(20) VALUE SPACES.
       01 WS-ARQUIVO                 PIC X(08) VALUE SPACES.
       01 WS-TAG                     PIC X(03) VALUE SPACES.

       01 WS-BATCH                   PIC 9(01) VALUE ZEROS.
       01 WS-CONFIRMA                PIC X(01) VALUE SPACES.
       01 WS-RUN-FALHA               PIC 9(01) VALUE ZEROS.
       01 WS-PERDA                   PIC 9(01) VALUE ZEROS.
       01 WS-QTD-ARQS                PIC 9(02) VALUE ZEROS.
       01 WS-QTD-REGTOT              PIC 9(07) VALUE ZEROS.
       01 WS-OPERADOR                PIC X(20) VALUE SPACES.
       01 WS-ENVNOME                 PIC X(10) VALUE SPACES.

      ****** SESSOES ABERTAS (ARQSES) *****************************************

       01 WS-SES-ANT                 PIC X(24) VALUE LOW-VALUES.
       01 WS-SES-CHAVE               PIC X(24) VALUE SPACES.
       01 WS-SES-USUARIO             PIC X(08) VALUE SPACES.
       01 WS-SES-OPERADOR            PIC X(20) VALUE SPACES.
       01 WS-QTD-ATIVAS              PIC 9(03) VALUE ZEROS.
       01 WS-SES-REORG               PIC 9(01) VALUE ZEROS.
       01 WS-SES-PROPRIA             PIC X(24) VALUE SPACES.

      ****** ARQUIVO A RECUPERAR (MARCA "PERDA" EM ARQSES) *******************
      *    REC-REO = DESCARGA COM OS REGISTROS DO ARQUIVO PERDIDO.
      *    REC-ATIVA = 1 - ESTA EXECUCAO SO RECARREGA ESSE ARQUIVO.

       01 WS-REC-CHAVE               PIC X(24) VALUE SPACES.
       01 WS-REC-REO                 PIC X(20) VALUE SPACES.
       01 WS-REC-ATIVA               PIC 9(01) VALUE ZEROS.

      ****** CONTROLE DO ARQUIVO EM REORGANIZACAO *****************************
      *    ANTES = REGISTROS DESCARREGADOS. CARGA = GRAVADOS NA CARGA.
      *    CONF = LIDOS NA CONFERENCIA PELA CHAVE PRINCIPAL. ALT = LIDOS
      *    POR UMA CHAVE ALTERNATIVA. DEPOIS = CONFERIDOS NO ARQUIVO
      *    FINAL.

       01 WS-QTD-ANTES               PIC 9(07) VALUE ZEROS.
       01 WS-QTD-CARGA               PIC 9(07) VALUE ZEROS.
       01 WS-QTD-CONF                PIC 9(07) VALUE ZEROS.
       01 WS-QTD-ALT                 PIC 9(07) VALUE ZEROS.
       01 WS-QTD-DEPOIS              PIC 9(07) VALUE ZEROS.
       01 WS-KB-ANTES                PIC 9(07) VALUE ZEROS.
       01 WS-KB-DEPOIS               PIC 9(07) VALUE ZEROS.
       01 WS-ARQ-FALHA               PIC 9(01) VALUE ZEROS.
       01 WS-SITUACAO-ARQ            PIC X(08) VALUE SPACES.
       01 WS-MOTIVO                  PIC X(45) VALUE SPACES.

       01 WS-CHAVE-ANT               PIC X(24) VALUE SPACES.
       01 WS-CHAVE-ATU               PIC X(24) VALUE SPACES.
       01 WS-QTD-SEQ                 PIC 9(07) VALUE ZEROS.
       01 WS-SEQ-ERRO                PIC 9(01) VALUE ZEROS.

      ****** TAMANHO DO ARQUIVO EM DISCO (DADOS + INDICE) *********************

       01 WS-TAM-NOME                PIC X(20) VALUE SPACES.
       01 WS-TAM-DET.
          03 WS-TAM-BYTES            PIC X(08) COMP-X.
          03 FILLER                  PIC X(08).
       01 WS-TAM-TOTAL               PIC 9(12) VALUE ZEROS.
       01 WS-TAM-KB                  PIC 9(07) VALUE ZEROS.

      ****** REGISTRO DE ARQRUN A GRAVAR **************************************

       01 WS-RUN-PROGRAMA            PIC X(08) VALUE SPACES.
       01 WS-RUN-LIDOS               PIC 9(07) VALUE ZEROS.
       01 WS-RUN-GRAVADOS            PIC 9(07) VALUE ZEROS.
       01 WS-RUN-SITUACAO            PIC X(08) VALUE SPACES.

       01 WS-LINTOT.
          05 WT-ARQUIVO              PIC X(08).
          05 FILLER                  PIC X(11) VALUE " REGISTROS ".
          05 WT-QTD-ANTES            PIC ZZZZZZ9.
          05 FILLER                  PIC X(03) VALUE " / ".
          05 WT-QTD-DEPOIS           PIC ZZZZZZ9.
          05 FILLER                  PIC X(06) VALUE "   KB ".
          05 WT-KB-ANTES             PIC ZZZZZZ9.
          05 FILLER                  PIC X(03) VALUE " / ".
          05 WT-KB-DEPOIS            PIC ZZZZZZ9.

      *************************************************************************

       PROCEDURE DIVISION.

       INICIO.
           PERFORM LE-PARAMETRO THRU LE-PARAMETRO-FIM
           MOVE "USER" TO WS-ENVNOME
           DISPLAY WS-ENVNOME UPON ENVIRONMENT-NAME
           ACCEPT WS-OPERADOR FROM ENVIRONMENT-VALUE
           MOVE "SESSAO" TO WS-ENVNOME
           DISPLAY WS-ENVNOME UPON ENVIRONMENT-NAME
           ACCEPT WS-SES-PROPRIA FROM ENVIRONMENT-VALUE.

       R00.
           IF WS-BATCH = 1
             GO TO R1.
           DISPLAY "REORGANIZACAO DE ARQVEN, ARQTIT, ARQMOV E ARQLOG"
           DISPLAY "CONFIRMA (S/N) : "
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
             GOBACK.

      ***************** OPERADORES CONECTADOS (ARQSES) ************************
      *    REGISTRO TRAVADO POR OUTRO PROGRAMA = SESSAO ABERTA. REGISTRO
      *    QUE SE CONSEGUE TRAVAR SOBROU DE SESSAO INTERROMPIDA E E
      *    EXCLUIDO. A SESSAO DE QUEM CHAMOU PELO MENU NAO CONTA. A
      *    MARCA "PERDA" DE UMA EXECUCAO ANTERIOR NAO E EXCLUIDA - E
      *    GUARDADA PARA A RECUPERACAO DO ARQUIVO.

       R1.
           OPEN I-O ARQSES
           IF ST-ERRO6 = "30" OR ST-ERRO6 = "35"
             OPEN OUTPUT ARQSES
             CLOSE ARQSES
             OPEN I-O ARQSES.
           IF ST-ERRO6 NOT = "00"
             MOVE "ERRO NA ABERTURA DO ARQUIVO DE SESSOES" TO MENS
             DISPLAY MENS
             MOVE 1 TO WS-RUN-FALHA
             GO TO ROT-FIM.

       R1-LOOP.
           MOVE WS-SES-ANT TO CHAVE-SES
           START ARQSES KEY IS GREATER THAN CHAVE-SES
           IF ST-ERRO6 NOT = "00"
             GO TO R1-FIM.
           READ ARQSES NEXT RECORD
           IF ST-ERRO6 = "99"
             ADD 1 TO WS-QTD-ATIVAS
             GO TO R1-FIM.
           IF ST-ERRO6 NOT = "00"
             GO TO R1-FIM.
           MOVE CHAVE-SES TO WS-SES-ANT
           MOVE SES-USUARIO TO WS-SES-USUARIO
           MOVE SES-OPERADOR TO WS-SES-OPERADOR
           IF WS-SES-PROPRIA NOT = SPACES AND CHAVE-SES = WS-SES-PROPRIA
             GO TO R1-LOOP.
           IF SES-USUARIO = "*REORG* " AND SES-PROGRAMA = "PERDA"
             MOVE CHAVE-SES TO WS-REC-CHAVE
             MOVE SES-OPERADOR TO WS-REC-REO
             DISPLAY "*** ARQUIVO A RECUPERAR DE " WS-REC-REO " ***"
             GO TO R1-LOOP.
           READ ARQSES WITH LOCK
           IF ST-ERRO6 = "99"
             ADD 1 TO WS-QTD-ATIVAS
             DISPLAY "*** OPERADOR CONECTADO: " WS-SES-USUARIO " "
                     WS-SES-OPERADOR " ***"
             GO TO R1-LOOP.
           IF ST-ERRO6 = "00"
             DELETE ARQSES RECORD
             DISPLAY "*** SESSAO INTERROMPIDA EXCLUIDA: "
                     WS-SES-USUARIO " ***".
           GO TO R1-LOOP.

       R1-FIM.
           IF WS-QTD-ATIVAS NOT = ZEROS
             DISPLAY "*** HA OPERADORES CONECTADOS - REORGANIZACAO "
                     "CANCELADA ***"
             CLOSE ARQSES
             MOVE 1 TO WS-RUN-FALHA
             GO TO ROT-FIM.

      *    O REGISTRO "*REORG*" TRAVADO IMPEDE NOVAS ENTRADAS NO SCE001.

           MOVE "*REORG* " TO SES-USUARIO
           ACCEPT SES-DATA FROM DATE YYYYMMDD
           ACCEPT SES-HORA FROM TIME
           MOVE WS-OPERADOR TO SES-OPERADOR
           MOVE "SCE049" TO SES-PROGRAMA
           WRITE REGSES
           IF ST-ERRO6 = "22"
             ADD 1 TO SES-HORA
             WRITE REGSES.
           IF ST-ERRO6 NOT = "00"
             MOVE "ERRO NA GRAVACAO DO ARQUIVO DE SESSOES" TO MENS
             DISPLAY MENS
             CLOSE ARQSES
             MOVE 1 TO WS-RUN-FALHA
             GO TO ROT-FIM.
           MOVE CHAVE-SES TO WS-SES-CHAVE
           READ ARQSES WITH LOCK
           MOVE 1 TO WS-SES-REORG.

      ***************** RECUPERACAO DE ARQUIVO PERDIDO ***********************
      *    COM MARCA "PERDA" SO O ARQUIVO DA DESCARGA MARCADA E
      *    RECARREGADO - OS DEMAIS FICAM PARA A PROXIMA EXECUCAO.

       R1-RECUPERA.
           IF WS-REC-REO = SPACES
             GO TO R2-VEN.
           DISPLAY "*** RECUPERACAO - SO SERA RECARREGADO O ARQUIVO DE "
                   WS-REC-REO " ***"
           MOVE 1 TO WS-REC-ATIVA
           IF WS-REC-REO = "REOVEN.DAT"
             GO TO R2-VEN.
           IF WS-REC-REO = "REOTIT.DAT"
             GO TO R3-TIT.
           IF WS-REC-REO = "REOMOV.DAT"
             GO TO R4-MOV.
           IF WS-REC-REO = "REOLOG.DAT"
             GO TO R5-LOG.
           DISPLAY "*** DESCARGA DESCONHECIDA NA MARCA DE PERDA ***"
           MOVE 1 TO WS-RUN-FALHA WS-PERDA
           GO TO R8-FIM.

      ***************** ARQVEN - PEDIDOS **************************************
      *    DESCARGA PELA CHAVE PRINCIPAL, CARGA DE TESTE EM NOVXXX.DAT,
      *    CONFERENCIA E SO ENTAO RECRIACAO DO ORIGINAL.

       R2-VEN.
           MOVE "ARQVEN" TO WS-ARQUIVO
           MOVE "VEN" TO WS-TAG
           PERFORM INICIA-ARQ THRU INICIA-ARQ-FIM
           IF WS-REC-ATIVA = 1
             GO TO R2-VEN-RECUPERA.
           MOVE "ARQVEN.DAT" TO WS-VEN-NOME
           OPEN I-O ARQVEN
           IF ST-ERRO = "30" OR ST-ERRO = "35"
             PERFORM AVISA-AUSENTE THRU AVISA-AUSENTE-FIM
             GO TO R3-TIT.
           IF ST-ERRO NOT = "00"
             MOVE "ARQUIVO EM USO OU COM ERRO" TO WS-MOTIVO
             GO TO R2-VEN-ERRO.
           CLOSE ARQVEN
           OPEN INPUT ARQVEN
           OPEN OUTPUT REOSAI
           IF ST-ERRO5 NOT = "00"
             CLOSE ARQVEN
             MOVE "ERRO NA ABERTURA DA DESCARGA" TO WS-MOTIVO
             GO TO R2-VEN-ERRO.
           PERFORM INICIA-SEQ THRU INICIA-SEQ-FIM
           MOVE LOW-VALUES TO CHAVE-PED
           START ARQVEN KEY IS NOT LESS THAN CHAVE-PED
           IF ST-ERRO NOT = "00"
             GO TO R2-VEN-DFIM.
       R2-VEN-DLOOP.
           READ ARQVEN NEXT RECORD
           IF ST-ERRO = "10"
             GO TO R2-VEN-DFIM.
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
             CLOSE ARQVEN REOSAI
             MOVE "ERRO DE LEITURA NA DESCARGA" TO WS-MOTIVO
             GO TO R2-VEN-ERRO.
           MOVE CHAVE-PED TO WS-CHAVE-ATU
           PERFORM CONFERE-SEQ THRU CONFERE-SEQ-FIM
           IF WS-SEQ-ERRO = 1
             CLOSE ARQVEN REOSAI
             MOVE "CHAVE FORA DE SEQUENCIA NA DESCARGA" TO WS-MOTIVO
             GO TO R2-VEN-ERRO.
           MOVE SPACES TO WS-REO-REG
           MOVE REGVEN TO WS-REO-REG
           WRITE WS-REO-REG
           IF ST-ERRO5 NOT = "00"
             CLOSE ARQVEN REOSAI
             MOVE "ERRO NA GRAVACAO DA DESCARGA" TO WS-MOTIVO
             GO TO R2-VEN-ERRO.
           GO TO R2-VEN-DLOOP.
       R2-VEN-DFIM.
           CLOSE ARQVEN REOSAI
           MOVE WS-QTD-SEQ TO WS-QTD-ANTES.

       R2-VEN-TESTE.
           MOVE WS-NOV-NOME TO WS-VEN-NOME
           PERFORM CARGA-VEN THRU CARGA-VEN-FIM
           IF WS-ARQ-FALHA = 1
             GO TO R2-VEN-ERRO.
           PERFORM CONFERE-VEN THRU CONFERE-VEN-FIM
           IF WS-ARQ-FALHA = 1
             GO TO R2-VEN-ERRO.

       R2-VEN-TROCA.
           MOVE "ARQVEN.DAT" TO WS-VEN-NOME
           PERFORM CARGA-VEN THRU CARGA-VEN-FIM
           IF WS-ARQ-FALHA = 1
             GO TO R2-VEN-PERDA.
           PERFORM CONFERE-VEN THRU CONFERE-VEN-FIM
           IF WS-ARQ-FALHA = 1
             GO TO R2-VEN-PERDA.
           MOVE WS-QTD-CONF TO WS-QTD-DEPOIS
           MOVE WS-NOV-NOME TO WS-VEN-NOME
           OPEN OUTPUT ARQVEN
           CLOSE ARQVEN
           MOVE "ARQVEN.DAT" TO WS-VEN-NOME
           PERFORM FIM-ARQ THRU FIM-ARQ-FIM
           IF WS-REC-ATIVA = 1
             GO TO R8-FIM.
           GO TO R3-TIT.

       R2-VEN-ERRO.
           IF WS-REC-ATIVA = 1
             GO TO R2-VEN-PERDA.
           PERFORM ERRO-ARQ THRU ERRO-ARQ-FIM
           MOVE "ARQVEN.DAT" TO WS-VEN-NOME
           GO TO R3-TIT.

       R2-VEN-PERDA.
           PERFORM PERDA-ARQ THRU PERDA-ARQ-FIM
           GO TO R8-FIM.

       R2-VEN-RECUPERA.
           PERFORM CONTA-REO THRU CONTA-REO-FIM
           IF WS-ARQ-FALHA = 1
             GO TO R2-VEN-PERDA.
           GO TO R2-VEN-TESTE.

      ***************** ARQTIT - TITULOS **************************************
      *    DESCARGA PELA CHAVE PRINCIPAL, CARGA DE TESTE EM NOVXXX.DAT,
      *    CONFERENCIA E SO ENTAO RECRIACAO DO ORIGINAL.

       R3-TIT.
           MOVE "ARQTIT" TO WS-ARQUIVO
           MOVE "TIT" TO WS-TAG
           PERFORM INICIA-ARQ THRU INICIA-ARQ-FIM
           IF WS-REC-ATIVA = 1
             GO TO R3-TIT-RECUPERA.
           MOVE "ARQTIT.DAT" TO WS-TIT-NOME
           OPEN I-O ARQTIT
           IF ST-ERRO2 = "30" OR ST-ERRO2 = "35"
             PERFORM AVISA-AUSENTE THRU AVISA-AUSENTE-FIM
             GO TO R4-MOV.
           IF ST-ERRO2 NOT = "00"
             MOVE "ARQUIVO EM USO OU COM ERRO" TO WS-MOTIVO
             GO TO R3-TIT-ERRO.
           CLOSE ARQTIT
           OPEN INPUT ARQTIT
           OPEN OUTPUT REOSAI
           IF ST-ERRO5 NOT = "00"
             CLOSE ARQTIT
             MOVE "ERRO NA ABERTURA DA DESCARGA" TO WS-MOTIVO
             GO TO R3-TIT-ERRO.
           PERFORM INICIA-SEQ THRU INICIA-SEQ-FIM
           MOVE LOW-VALUES TO CHAVE-TIT
           START ARQTIT KEY IS NOT LESS THAN CHAVE-TIT
           IF ST-ERRO2 NOT = "00"
             GO TO R3-TIT-DFIM.
       R3-TIT-DLOOP.
           READ ARQTIT NEXT RECORD
           IF ST-ERRO2 = "10"
             GO TO R3-TIT-DFIM.
           IF ST-ERRO2 NOT = "00" AND ST-ERRO2 NOT = "02"
             CLOSE ARQTIT REOSAI
             MOVE "ERRO DE LEITURA NA DESCARGA" TO WS-MOTIVO
             GO TO R3-TIT-ERRO.
           MOVE CHAVE-TIT TO WS-CHAVE-ATU
           PERFORM CONFERE-SEQ THRU CONFERE-SEQ-FIM
           IF WS-SEQ-ERRO = 1
             CLOSE ARQTIT REOSAI
             MOVE "CHAVE FORA DE SEQUENCIA NA DESCARGA" TO WS-MOTIVO
             GO TO R3-TIT-ERRO.
           MOVE SPACES TO WS-REO-REG
           MOVE REGTIT TO WS-REO-REG
           WRITE WS-REO-REG
           IF ST-ERRO5 NOT = "00"
             CLOSE ARQTIT REOSAI
             MOVE "ERRO NA GRAVACAO DA DESCARGA" TO WS-MOTIVO
             GO TO R3-TIT-ERRO.
           GO TO R3-TIT-DLOOP.
       R3-TIT-DFIM.
           CLOSE ARQTIT REOSAI
           MOVE WS-QTD-SEQ TO WS-QTD-ANTES.

       R3-TIT-TESTE.
           MOVE WS-NOV-NOME TO WS-TIT-NOME
           PERFORM CARGA-TIT THRU CARGA-TIT-FIM
           IF WS-ARQ-FALHA = 1
             GO TO R3-TIT-ERRO.
           PERFORM CONFERE-TIT THRU CONFERE-TIT-FIM
           IF WS-ARQ-FALHA = 1
             GO TO R3-TIT-ERRO.

       R3-TIT-TROCA.
           MOVE "ARQTIT.DAT" TO WS-TIT-NOME
           PERFORM CARGA-TIT THRU CARGA-TIT-FIM
           IF WS-ARQ-FALHA = 1
             GO TO R3-TIT-PERDA.
           PERFORM CONFERE-TIT THRU CONFERE-TIT-FIM
           IF WS-ARQ-FALHA = 1
             GO TO R3-TIT-PERDA.
           MOVE WS-QTD-CONF TO WS-QTD-DEPOIS
           MOVE WS-NOV-NOME TO WS-TIT-NOME
           OPEN OUTPUT ARQTIT
           CLOSE ARQTIT
           MOVE "ARQTIT.DAT" TO WS-TIT-NOME
           PERFORM FIM-ARQ THRU FIM-ARQ-FIM
           IF WS-REC-ATIVA = 1
             GO TO R8-FIM.
           GO TO R4-MOV.

       R3-TIT-ERRO.
           IF WS-REC-ATIVA = 1
             GO TO R3-TIT-PERDA.
           PERFORM ERRO-ARQ THRU ERRO-ARQ-FIM
           MOVE "ARQTIT.DAT" TO WS-TIT-NOME
           GO TO R4-MOV.

       R3-TIT-PERDA.
           PERFORM PERDA-ARQ THRU PERDA-ARQ-FIM
           GO TO R8-FIM.

       R3-TIT-RECUPERA.
           PERFORM CONTA-REO THRU CONTA-REO-FIM
           IF WS-ARQ-FALHA = 1
             GO TO R3-TIT-PERDA.
           GO TO R3-TIT-TESTE.

      ***************** ARQMOV - MOVIMENTO DE ESTOQUE *************************
      *    DESCARGA PELA CHAVE PRINCIPAL, CARGA DE TESTE EM NOVXXX.DAT,
      *    CONFERENCIA E SO ENTAO RECRIACAO DO ORIGINAL.

       R4-MOV.
           MOVE "ARQMOV" TO WS-ARQUIVO
           MOVE "MOV" TO WS-TAG
           PERFORM INICIA-ARQ THRU INICIA-ARQ-FIM
           IF WS-REC-ATIVA = 1
             GO TO R4-MOV-RECUPERA.
           MOVE "ARQMOV.DAT" TO WS-MOV-NOME
           OPEN I-O ARQMOV
           IF ST-ERRO3 = "30" OR ST-ERRO3 = "35"
             PERFORM AVISA-AUSENTE THRU AVISA-AUSENTE-FIM
             GO TO R5-LOG.
           IF ST-ERRO3 NOT = "00"
             MOVE "ARQUIVO EM USO OU COM ERRO" TO WS-MOTIVO
             GO TO R4-MOV-ERRO.
           CLOSE ARQMOV
           OPEN INPUT ARQMOV
           OPEN OUTPUT REOSAI
           IF ST-ERRO5 NOT = "00"
             CLOSE ARQMOV
             MOVE "ERRO NA ABERTURA DA DESCARGA" TO WS-MOTIVO
             GO TO R4-MOV-ERRO.
           PERFORM INICIA-SEQ THRU INICIA-SEQ-FIM
           MOVE ZEROS TO MOV-SEQ
           START ARQMOV KEY IS NOT LESS THAN MOV-SEQ
           IF ST-ERRO3 NOT = "00"
             GO TO R4-MOV-DFIM.
       R4-MOV-DLOOP.
           READ ARQMOV NEXT RECORD
           IF ST-ERRO3 = "10"
             GO TO R4-MOV-DFIM.
           IF ST-ERRO3 NOT = "00" AND ST-ERRO3 NOT = "02"
             CLOSE ARQMOV REOSAI
             MOVE "ERRO DE LEITURA NA DESCARGA" TO WS-MOTIVO
             GO TO R4-MOV-ERRO.
           MOVE MOV-SEQ TO WS-CHAVE-ATU
           PERFORM CONFERE-SEQ THRU CONFERE-SEQ-FIM
           IF WS-SEQ-ERRO = 1
             CLOSE ARQMOV REOSAI
             MOVE "CHAVE FORA DE SEQUENCIA NA DESCARGA" TO WS-MOTIVO
             GO TO R4-MOV-ERRO.
           MOVE SPACES TO WS-REO-REG
           MOVE REGMOV TO WS-REO-REG
           WRITE WS-REO-REG
           IF ST-ERRO5 NOT = "00"
             CLOSE ARQMOV REOSAI
             MOVE "ERRO NA GRAVACAO DA DESCARGA" TO WS-MOTIVO
             GO TO R4-MOV-ERRO.
           GO TO R4-MOV-DLOOP.
       R4-MOV-DFIM.
           CLOSE ARQMOV REOSAI
           MOVE WS-QTD-SEQ TO WS-QTD-ANTES.

       R4-MOV-TESTE.
           MOVE WS-NOV-NOME TO WS-MOV-NOME
           PERFORM CARGA-MOV THRU CARGA-MOV-FIM
           IF WS-ARQ-FALHA = 1
             GO TO R4-MOV-ERRO.
           PERFORM CONFERE-MOV THRU CONFERE-MOV-FIM
           IF WS-ARQ-FALHA = 1
             GO TO R4-MOV-ERRO.

       R4-MOV-TROCA.
           MOVE "ARQMOV.DAT" TO WS-MOV-NOME
           PERFORM CARGA-MOV THRU CARGA-MOV-FIM
           IF WS-ARQ-FALHA = 1
             GO TO R4-MOV-PERDA.
           PERFORM CONFERE-MOV THRU CONFERE-MOV-FIM
           IF WS-ARQ-FALHA = 1
             GO TO R4-MOV-PERDA.
           MOVE WS-QTD-CONF TO WS-QTD-DEPOIS
           MOVE WS-NOV-NOME TO WS-MOV-NOME
           OPEN OUTPUT ARQMOV
           CLOSE ARQMOV
           MOVE "ARQMOV.DAT" TO WS-MOV-NOME
           PERFORM FIM-ARQ THRU FIM-ARQ-FIM
           IF WS-REC-ATIVA = 1
             GO TO R8-FIM.
           GO TO R5-LOG.

       R4-MOV-ERRO.
           IF WS-REC-ATIVA = 1
             GO TO R4-MOV-PERDA.
           PERFORM ERRO-ARQ THRU ERRO-ARQ-FIM
           MOVE "ARQMOV.DAT" TO WS-MOV-NOME
           GO TO R5-LOG.

       R4-MOV-PERDA.
           PERFORM PERDA-ARQ THRU PERDA-ARQ-FIM
           GO TO R8-FIM.

       R4-MOV-RECUPERA.
           PERFORM CONTA-REO THRU CONTA-REO-FIM
           IF WS-ARQ-FALHA = 1
             GO TO R4-MOV-PERDA.
           GO TO R4-MOV-TESTE.

      ***************** ARQLOG - TRILHA DE AUDITORIA **************************
      *    SEQUENCIAL SEM CHAVE - COPIA PARA REOLOG.DAT, RECRIACAO E
      *    CONFERENCIA DA QUANTIDADE DE LINHAS.

       R5-LOG.
           MOVE "ARQLOG" TO WS-ARQUIVO
           MOVE "LOG" TO WS-TAG
           PERFORM INICIA-ARQ THRU INICIA-ARQ-FIM
           IF WS-REC-ATIVA = 1
             GO TO R5-LOG-RECUPERA.
           OPEN INPUT ARQLOG
           IF ST-ERRO4 = "30" OR ST-ERRO4 = "35"
             PERFORM AVISA-AUSENTE THRU AVISA-AUSENTE-FIM
             GO TO R8-FIM.
           IF ST-ERRO4 NOT = "00"
             MOVE "ARQUIVO EM USO OU COM ERRO" TO WS-MOTIVO
             GO TO R5-LOG-ERRO.
           OPEN OUTPUT REOSAI
           IF ST-ERRO5 NOT = "00"
             CLOSE ARQLOG
             MOVE "ERRO NA ABERTURA DA DESCARGA" TO WS-MOTIVO
             GO TO R5-LOG-ERRO.
       R5-LOG-DLOOP.
           READ ARQLOG
           IF ST-ERRO4 = "10"
             GO TO R5-LOG-DFIM.
           IF ST-ERRO4 NOT = "00"
             CLOSE ARQLOG REOSAI
             MOVE "ERRO DE LEITURA NA DESCARGA" TO WS-MOTIVO
             GO TO R5-LOG-ERRO.
           MOVE SPACES TO WS-REO-REG
           MOVE REGLOG TO WS-REO-REG
           WRITE WS-REO-REG
           IF ST-ERRO5 NOT = "00"
             CLOSE ARQLOG REOSAI
             MOVE "ERRO NA GRAVACAO DA DESCARGA" TO WS-MOTIVO
             GO TO R5-LOG-ERRO.
           ADD 1 TO WS-QTD-ANTES
           GO TO R5-LOG-DLOOP.
       R5-LOG-DFIM.
           CLOSE ARQLOG REOSAI.

       R5-LOG-TROCA.
           OPEN OUTPUT ARQLOG
           IF ST-ERRO4 NOT = "00"
             MOVE "ERRO NA CRIACAO DO ARQUIVO" TO WS-MOTIVO
             GO TO R5-LOG-ERRO.
           OPEN INPUT REOSAI
           IF ST-ERRO5 NOT = "00"
             CLOSE ARQLOG
             MOVE "ERRO NA ABERTURA DA DESCARGA" TO WS-MOTIVO
             GO TO R5-LOG-PERDA.
       R5-LOG-CLOOP.
           READ REOSAI
           IF ST-ERRO5 = "10"
             GO TO R5-LOG-CFIM.
           IF ST-ERRO5 NOT = "00"
             CLOSE ARQLOG REOSAI
             MOVE "ERRO DE LEITURA DA DESCARGA" TO WS-MOTIVO
             GO TO R5-LOG-PERDA.
           MOVE WS-REO-REG TO REGLOG
           WRITE REGLOG
           IF ST-ERRO4 NOT = "00"
             CLOSE ARQLOG REOSAI
             MOVE "ERRO NA GRAVACAO DA CARGA" TO WS-MOTIVO
             GO TO R5-LOG-PERDA.
           ADD 1 TO WS-QTD-CARGA
           GO TO R5-LOG-CLOOP.
       R5-LOG-CFIM.
           CLOSE ARQLOG REOSAI.

       R5-LOG-CONFERE.
           OPEN INPUT ARQLOG
           IF ST-ERRO4 NOT = "00"
             MOVE "ERRO NA ABERTURA PARA CONFERENCIA" TO WS-MOTIVO
             GO TO R5-LOG-PERDA.
       R5-LOG-VLOOP.
           READ ARQLOG
           IF ST-ERRO4 = "00"
             ADD 1 TO WS-QTD-CONF
             GO TO R5-LOG-VLOOP.
           CLOSE ARQLOG
           IF ST-ERRO4 NOT = "10" OR WS-QTD-CONF NOT = WS-QTD-ANTES
             MOVE "QUANTIDADE CONFERIDA DIFERE DA DESCARGA"
                  TO WS-MOTIVO
             GO TO R5-LOG-PERDA.
           MOVE WS-QTD-CONF TO WS-QTD-DEPOIS
           PERFORM FIM-ARQ THRU FIM-ARQ-FIM
           GO TO R8-FIM.

       R5-LOG-ERRO.
           PERFORM ERRO-ARQ THRU ERRO-ARQ-FIM
           GO TO R8-FIM.

       R5-LOG-PERDA.
           PERFORM PERDA-ARQ THRU PERDA-ARQ-FIM
           GO TO R8-FIM.

       R5-LOG-RECUPERA.
           PERFORM CONTA-REO THRU CONTA-REO-FIM
           IF WS-ARQ-FALHA = 1
             GO TO R5-LOG-PERDA.
           GO TO R5-LOG-TROCA.

      ***************** ENCERRAMENTO ******************************************
      *    COM FALHA NA RECARGA O REGISTRO "*REORG*" FICA COMO MARCA DE
      *    PERDA E O SCE001 RECUSA AS ENTRADAS. SEM FALHA NA RECARGA A
      *    MARCA DE UMA EXECUCAO ANTERIOR (ARQUIVO RECUPERADO) E EXCLUIDA.

       R8-FIM.
           IF WS-RUN-FALHA = ZEROS
             DISPLAY "*** REORGANIZACAO CONCLUIDA - "
                     WS-QTD-ARQS " ARQUIVO(S) ***"
           ELSE
             DISPLAY "*** REORGANIZACAO CONCLUIDA COM FALHA ***".
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM
           IF WS-PERDA = ZEROS
             MOVE WS-SES-CHAVE TO CHAVE-SES
             DELETE ARQSES RECORD
             PERFORM APAGA-MARCA THRU APAGA-MARCA-FIM
           ELSE
             PERFORM MARCA-PERDA THRU MARCA-PERDA-FIM.
           CLOSE ARQSES.

      ***************************************************************

       ROT-FIM.
           MOVE "SCE049" TO WS-RUN-PROGRAMA
           MOVE WS-QTD-REGTOT TO WS-RUN-LIDOS WS-RUN-GRAVADOS
           IF WS-RUN-FALHA = ZEROS
             MOVE "SUCESSO" TO WS-RUN-SITUACAO
           ELSE
             MOVE "FALHA" TO WS-RUN-SITUACAO.
           PERFORM GRAVA-RUN THRU GRAVA-RUN-FIM
           IF WS-RUN-FALHA = ZEROS
             MOVE 0 TO RETURN-CODE
           ELSE
             MOVE 8 TO RETURN-CODE.
           GOBACK.

      ***************** CARGA DE ARQVEN A PARTIR DA DESCARGA ******************
      *    WS-VEN-NOME INDICA O ARQUIVO A CRIAR (TESTE OU ORIGINAL).

       CARGA-VEN.
           MOVE ZEROS TO WS-QTD-CARGA
           OPEN OUTPUT ARQVEN
           IF ST-ERRO NOT = "00"
             MOVE "ERRO NA CRIACAO DO ARQUIVO" TO WS-MOTIVO
             MOVE 1 TO WS-ARQ-FALHA
             GO TO CARGA-VEN-FIM.
           OPEN INPUT REOSAI
           IF ST-ERRO5 NOT = "00"
             CLOSE ARQVEN
             MOVE "ERRO NA ABERTURA DA DESCARGA" TO WS-MOTIVO
             MOVE 1 TO WS-ARQ-FALHA
             GO TO CARGA-VEN-FIM.
       CARGA-VEN-LOOP.
           READ REOSAI
           IF ST-ERRO5 = "10"
             GO TO CARGA-VEN-FECHA.
           IF ST-ERRO5 NOT = "00"
             MOVE "ERRO DE LEITURA DA DESCARGA" TO WS-MOTIVO
             MOVE 1 TO WS-ARQ-FALHA
             GO TO CARGA-VEN-FECHA.
           MOVE WS-REO-REG TO REGVEN
           WRITE REGVEN
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
             MOVE "ERRO NA GRAVACAO DA CARGA" TO WS-MOTIVO
             MOVE 1 TO WS-ARQ-FALHA
             GO TO CARGA-VEN-FECHA.
           ADD 1 TO WS-QTD-CARGA
           GO TO CARGA-VEN-LOOP.
       CARGA-VEN-FECHA.
           CLOSE ARQVEN REOSAI
           IF WS-ARQ-FALHA = ZEROS AND WS-QTD-CARGA NOT = WS-QTD-ANTES
             MOVE "QUANTIDADE CARREGADA DIFERE DA DESCARGA"
                  TO WS-MOTIVO
             MOVE 1 TO WS-ARQ-FALHA.
       CARGA-VEN-FIM.
           EXIT.

      ***************** CONFERENCIA DE ARQVEN RECEM-CARREGADO *****************
      *    CHAVE PRINCIPAL EM SEQUENCIA E COM A QUANTIDADE DA DESCARGA;
      *    CADA CHAVE ALTERNATIVA TEM DE ALCANCAR TODOS OS REGISTROS.

       CONFERE-VEN.
           MOVE ZEROS TO WS-QTD-CONF
           OPEN INPUT ARQVEN
           IF ST-ERRO NOT = "00"
             MOVE "ERRO NA ABERTURA PARA CONFERENCIA" TO WS-MOTIVO
             MOVE 1 TO WS-ARQ-FALHA
             GO TO CONFERE-VEN-FIM.
           PERFORM INICIA-SEQ THRU INICIA-SEQ-FIM
           MOVE LOW-VALUES TO CHAVE-PED
           START ARQVEN KEY IS NOT LESS THAN CHAVE-PED
           IF ST-ERRO NOT = "00"
             GO TO CONFERE-VEN-TOT.
       CONFERE-VEN-LOOP.
           READ ARQVEN NEXT RECORD
           IF ST-ERRO = "10"
             GO TO CONFERE-VEN-TOT.
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
             MOVE "ERRO DE LEITURA NA CONFERENCIA" TO WS-MOTIVO
             MOVE 1 TO WS-ARQ-FALHA
             GO TO CONFERE-VEN-FECHA.
           MOVE CHAVE-PED TO WS-CHAVE-ATU
           PERFORM CONFERE-SEQ THRU CONFERE-SEQ-FIM
           IF WS-SEQ-ERRO = 1
             MOVE "CHAVE FORA DE SEQUENCIA NA CONFERENCIA" TO WS-MOTIVO
             MOVE 1 TO WS-ARQ-FALHA
             GO TO CONFERE-VEN-FECHA.
           GO TO CONFERE-VEN-LOOP.
       CONFERE-VEN-TOT.
           MOVE WS-QTD-SEQ TO WS-QTD-CONF
           IF WS-QTD-CONF NOT = WS-QTD-ANTES
             MOVE "QUANTIDADE CONFERIDA DIFERE DA DESCARGA"
                  TO WS-MOTIVO
             MOVE 1 TO WS-ARQ-FALHA
             GO TO CONFERE-VEN-FECHA.
           MOVE ZEROS TO PED-COD
           START ARQVEN KEY IS NOT LESS THAN PED-COD
           PERFORM CONTA-VEN THRU CONTA-VEN-FIM
           IF WS-QTD-ALT NOT = WS-QTD-ANTES
             MOVE "INDICE INCOMPLETO - PED-COD" TO WS-MOTIVO
             MOVE 1 TO WS-ARQ-FALHA
             GO TO CONFERE-VEN-FECHA.
           MOVE ZEROS TO PED-COD-PRO
           START ARQVEN KEY IS NOT LESS THAN PED-COD-PRO
           PERFORM CONTA-VEN THRU CONTA-VEN-FIM
           IF WS-QTD-ALT NOT = WS-QTD-ANTES
             MOVE "INDICE INCOMPLETO - PED-COD-PRO" TO WS-MOTIVO
             MOVE 1 TO WS-ARQ-FALHA
             GO TO CONFERE-VEN-FECHA.
           MOVE ZEROS TO PED-CLI-CPFCNPJ
           START ARQVEN KEY IS NOT LESS THAN PED-CLI-CPFCNPJ
           PERFORM CONTA-VEN THRU CONTA-VEN-FIM
           IF WS-QTD-ALT NOT = WS-QTD-ANTES
             MOVE "INDICE INCOMPLETO - PED-CLI-CPFCNPJ" TO WS-MOTIVO
             MOVE 1 TO WS-ARQ-FALHA
             GO TO CONFERE-VEN-FECHA.
           MOVE ZEROS TO PED-FOR-CPFCNPJ
           START ARQVEN KEY IS NOT LESS THAN PED-FOR-CPFCNPJ
           PERFORM CONTA-VEN THRU CONTA-VEN-FIM
           IF WS-QTD-ALT NOT = WS-QTD-ANTES
             MOVE "INDICE INCOMPLETO - PED-FOR-CPFCNPJ" TO WS-MOTIVO
             MOVE 1 TO WS-ARQ-FALHA
             GO TO CONFERE-VEN-FECHA.
       CONFERE-VEN-FECHA.
           CLOSE ARQVEN.
       CONFERE-VEN-FIM.
           EXIT.

       CONTA-VEN.
           MOVE ZEROS TO WS-QTD-ALT
           IF ST-ERRO NOT = "00"
             GO TO CONTA-VEN-FIM.
       CONTA-VEN-LOOP.
           READ ARQVEN NEXT RECORD
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
             GO TO CONTA-VEN-FIM.
           ADD 1 TO WS-QTD-ALT
           GO TO CONTA-VEN-LOOP.
       CONTA-VEN-FIM.
           EXIT.

      ***************** CARGA DE ARQTIT A PARTIR DA DESCARGA ******************
      *    WS-TIT-NOME INDICA O ARQUIVO A CRIAR (TESTE OU ORIGINAL).

       CARGA-TIT.
           MOVE ZEROS TO WS-QTD-CARGA
           OPEN OUTPUT ARQTIT
           IF ST-ERRO2 NOT = "00"
             MOVE "ERRO NA CRIACAO DO ARQUIVO" TO WS-MOTIVO
             MOVE 1 TO WS-ARQ-FALHA
             GO TO CARGA-TIT-FIM.
           OPEN INPUT REOSAI
           IF ST-ERRO5 NOT = "00"
             CLOSE ARQTIT
             MOVE "ERRO NA ABERTURA DA DESCARGA" TO WS-MOTIVO
             MOVE 1 TO WS-ARQ-FALHA
             GO TO CARGA-TIT-FIM.
       CARGA-TIT-LOOP.
           READ REOSAI
           IF ST-ERRO5 = "10"
             GO TO CARGA-TIT-FECHA.
           IF ST-ERRO5 NOT = "00"
             MOVE "ERRO DE LEITURA DA DESCARGA" TO WS-MOTIVO
             MOVE 1 TO WS-ARQ-FALHA
             GO TO CARGA-TIT-FECHA.
           MOVE WS-REO-REG TO REGTIT
           WRITE REGTIT
           IF ST-ERRO2 NOT = "00" AND ST-ERRO2 NOT = "02"
             MOVE "ERRO NA GRAVACAO DA CARGA" TO WS-MOTIVO
             MOVE 1 TO WS-ARQ-FALHA
             GO TO CARGA-TIT-FECHA.
           ADD 1 TO WS-QTD-CARGA
           GO TO CARGA-TIT-LOOP.
       CARGA-TIT-FECHA.
           CLOSE ARQTIT REOSAI
           IF WS-ARQ-FALHA = ZEROS AND WS-QTD-CARGA NOT = WS-QTD-ANTES
             MOVE "QUANTIDADE CARREGADA DIFERE DA DESCARGA"
                  TO WS-MOTIVO
             MOVE 1 TO WS-ARQ-FALHA.
       CARGA-TIT-FIM.
           EXIT.

      ***************** CONFERENCIA DE ARQTIT RECEM-CARREGADO *****************
      *    CHAVE PRINCIPAL EM SEQUENCIA E COM A QUANTIDADE DA DESCARGA;
      *    CADA CHAVE ALTERNATIVA TEM DE ALCANCAR TODOS OS REGISTROS.

       CONFERE-TIT.
           MOVE ZEROS TO WS-QTD-CONF
           OPEN INPUT ARQTIT
           IF ST-ERRO2 NOT = "00"
             MOVE "ERRO NA ABERTURA PARA CONFERENCIA" TO WS-MOTIVO
             MOVE 1 TO WS-ARQ-FALHA
             GO TO CONFERE-TIT-FIM.
           PERFORM INICIA-SEQ THRU INICIA-SEQ-FIM
           MOVE LOW-VALUES TO CHAVE-TIT
           START ARQTIT KEY IS NOT LESS THAN CHAVE-TIT
           IF ST-ERRO2 NOT = "00"
             GO TO CONFERE-TIT-TOT.
       CONFERE-TIT-LOOP.
           READ ARQTIT NEXT RECORD
           IF ST-ERRO2 = "10"
             GO TO CONFERE-TIT-TOT.
           IF ST-ERRO2 NOT = "00" AND ST-ERRO2 NOT = "02"
             MOVE "ERRO DE LEITURA NA CONFERENCIA" TO WS-MOTIVO
             MOVE 1 TO WS-ARQ-FALHA
             GO TO CONFERE-TIT-FECHA.
           MOVE CHAVE-TIT TO WS-CHAVE-ATU
           PERFORM CONFERE-SEQ THRU CONFERE-SEQ-FIM
           IF WS-SEQ-ERRO = 1
             MOVE "CHAVE FORA DE SEQUENCIA NA CONFERENCIA" TO WS-MOTIVO
             MOVE 1 TO WS-ARQ-FALHA
             GO TO CONFERE-TIT-FECHA.
           GO TO CONFERE-TIT-LOOP.
       CONFERE-TIT-TOT.
           MOVE WS-QTD-SEQ TO WS-QTD-CONF
           IF WS-QTD-CONF NOT = WS-QTD-ANTES
             MOVE "QUANTIDADE CONFERIDA DIFERE DA DESCARGA"
                  TO WS-MOTIVO
             MOVE 1 TO WS-ARQ-FALHA
             GO TO CONFERE-TIT-FECHA.
           MOVE ZEROS TO TIT-CPFCNPJ
           START ARQTIT KEY IS NOT LESS THAN TIT-CPFCNPJ
           PERFORM CONTA-TIT THRU CONTA-TIT-FIM
           IF WS-QTD-ALT NOT = WS-QTD-ANTES
             MOVE "INDICE INCOMPLETO - TIT-CPFCNPJ" TO WS-MOTIVO
             MOVE 1 TO WS-ARQ-FALHA
             GO TO CONFERE-TIT-FECHA.
       CONFERE-TIT-FECHA.
           CLOSE ARQTIT.
       CONFERE-TIT-FIM.
           EXIT.

       CONTA-TIT.
           MOVE ZEROS TO WS-QTD-ALT
           IF ST-ERRO2 NOT = "00"
             GO TO CONTA-TIT-FIM.
       CONTA-TIT-LOOP.
           READ ARQTIT NEXT RECORD
           IF ST-ERRO2 NOT = "00" AND ST-ERRO2 NOT = "02"
             GO TO CONTA-TIT-FIM.
           ADD 1 TO WS-QTD-ALT
           GO TO CONTA-TIT-LOOP.
       CONTA-TIT-FIM.
           EXIT.

      ***************** CARGA DE ARQMOV A PARTIR DA DESCARGA ******************
      *    WS-MOV-NOME INDICA O ARQUIVO A CRIAR (TESTE OU ORIGINAL).

       CARGA-MOV.
           MOVE ZEROS TO WS-QTD-CARGA
           OPEN OUTPUT ARQMOV
           IF ST-ERRO3 NOT = "00"
             MOVE "ERRO NA CRIACAO DO ARQUIVO" TO WS-MOTIVO
             MOVE 1 TO WS-ARQ-FALHA
             GO TO CARGA-MOV-FIM.
           OPEN INPUT REOSAI
           IF ST-ERRO5 NOT = "00"
             CLOSE ARQMOV
             MOVE "ERRO NA ABERTURA DA DESCARGA" TO WS-MOTIVO
             MOVE 1 TO WS-ARQ-FALHA
             GO TO CARGA-MOV-FIM.
       CARGA-MOV-LOOP.
           READ REOSAI
           IF ST-ERRO5 = "10"
             GO TO CARGA-MOV-FECHA.
           IF ST-ERRO5 NOT = "00"
             MOVE "ERRO DE LEITURA DA DESCARGA" TO WS-MOTIVO
             MOVE 1 TO WS-ARQ-FALHA
             GO TO CARGA-MOV-FECHA.
           MOVE WS-REO-REG TO REGMOV
           WRITE REGMOV
           IF ST-ERRO3 NOT = "00" AND ST-ERRO3 NOT = "02"
             MOVE "ERRO NA GRAVACAO DA CARGA" TO WS-MOTIVO
             MOVE 1 TO WS-ARQ-FALHA
             GO TO CARGA-MOV-FECHA.
           ADD 1 TO WS-QTD-CARGA
           GO TO CARGA-MOV-LOOP.
       CARGA-MOV-FECHA.
           CLOSE ARQMOV REOSAI
           IF WS-ARQ-FALHA = ZEROS AND WS-QTD-CARGA NOT = WS-QTD-ANTES
             MOVE "QUANTIDADE CARREGADA DIFERE DA DESCARGA"
                  TO WS-MOTIVO
             MOVE 1 TO WS-ARQ-FALHA.
       CARGA-MOV-FIM.
           EXIT.

      ***************** CONFERENCIA DE ARQMOV RECEM-CARREGADO *****************
      *    CHAVE PRINCIPAL EM SEQUENCIA E COM A QUANTIDADE DA DESCARGA;
      *    CADA CHAVE ALTERNATIVA TEM DE ALCANCAR TODOS OS REGISTROS.

       CONFERE-MOV.
           MOVE ZEROS TO WS-QTD-CONF
           OPEN INPUT ARQMOV
           IF ST-ERRO3 NOT = "00"
             MOVE "ERRO NA ABERTURA PARA CONFERENCIA" TO WS-MOTIVO
             MOVE 1 TO WS-ARQ-FALHA
             GO TO CONFERE-MOV-FIM.
           PERFORM INICIA-SEQ THRU INICIA-SEQ-FIM
           MOVE ZEROS TO MOV-SEQ
           START ARQMOV KEY IS NOT LESS THAN MOV-SEQ
           IF ST-ERRO3 NOT = "00"
             GO TO CONFERE-MOV-TOT.
       CONFERE-MOV-LOOP.
           READ ARQMOV NEXT RECORD
           IF ST-ERRO3 = "10"
             GO TO CONFERE-MOV-TOT.
           IF ST-ERRO3 NOT = "00" AND ST-ERRO3 NOT = "02"
             MOVE "ERRO DE LEITURA NA CONFERENCIA" TO WS-MOTIVO
             MOVE 1 TO WS-ARQ-FALHA
             GO TO CONFERE-MOV-FECHA.
           MOVE MOV-SEQ TO WS-CHAVE-ATU
           PERFORM CONFERE-SEQ THRU CONFERE-SEQ-FIM
           IF WS-SEQ-ERRO = 1
             MOVE "CHAVE FORA DE SEQUENCIA NA CONFERENCIA" TO WS-MOTIVO
             MOVE 1 TO WS-ARQ-FALHA
             GO TO CONFERE-MOV-FECHA.
           GO TO CONFERE-MOV-LOOP.
       CONFERE-MOV-TOT.
           MOVE WS-QTD-SEQ TO WS-QTD-CONF
           IF WS-QTD-CONF NOT = WS-QTD-ANTES
             MOVE "QUANTIDADE CONFERIDA DIFERE DA DESCARGA"
                  TO WS-MOTIVO
             MOVE 1 TO WS-ARQ-FALHA
             GO TO CONFERE-MOV-FECHA.
           MOVE ZEROS TO MOV-CODPRO
           START ARQMOV KEY IS NOT LESS THAN MOV-CODPRO
           PERFORM CONTA-MOV THRU CONTA-MOV-FIM
           IF WS-QTD-ALT NOT = WS-QTD-ANTES
             MOVE "INDICE INCOMPLETO - MOV-CODPRO" TO WS-MOTIVO
             MOVE 1 TO WS-ARQ-FALHA
             GO TO CONFERE-MOV-FECHA.
       CONFERE-MOV-FECHA.
           CLOSE ARQMOV.
       CONFERE-MOV-FIM.
           EXIT.

       CONTA-MOV.
           MOVE ZEROS TO WS-QTD-ALT
           IF ST-ERRO3 NOT = "00"
             GO TO CONTA-MOV-FIM.
       CONTA-MOV-LOOP.
           READ ARQMOV NEXT RECORD
           IF ST-ERRO3 NOT = "00" AND ST-ERRO3 NOT = "02"
             GO TO CONTA-MOV-FIM.
           ADD 1 TO WS-QTD-ALT
           GO TO CONTA-MOV-LOOP.
       CONTA-MOV-FIM.
           EXIT.

      ***************** INICIO DE UM ARQUIVO **********************************
      *    WS-ARQUIVO E WS-TAG DEVEM SER CARREGADOS PELO CHAMADOR.

       INICIA-ARQ.
           MOVE ZEROS TO WS-QTD-ANTES WS-QTD-CARGA WS-QTD-CONF
                         WS-QTD-DEPOIS WS-KB-ANTES WS-KB-DEPOIS
                         WS-ARQ-FALHA
           MOVE SPACES TO WS-MOTIVO WS-REO-NOME WS-NOV-NOME
           STRING "REO"  DELIMITED BY SIZE
                  WS-TAG DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
                      INTO WS-REO-NOME
           STRING "NOV"  DELIMITED BY SIZE
                  WS-TAG DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
                      INTO WS-NOV-NOME
           PERFORM TAMANHO THRU TAMANHO-FIM
           MOVE WS-TAM-KB TO WS-KB-ANTES
           DISPLAY "*** REORGANIZANDO " WS-ARQUIVO " ***".
       INICIA-ARQ-FIM.
           EXIT.

      ***************** ARQUIVO REORGANIZADO **********************************

       FIM-ARQ.
           PERFORM TAMANHO THRU TAMANHO-FIM
           MOVE WS-TAM-KB TO WS-KB-DEPOIS
           ADD 1 TO WS-QTD-ARQS
           ADD WS-QTD-DEPOIS TO WS-QTD-REGTOT
           MOVE "REORG" TO WS-SITUACAO-ARQ
           PERFORM GRAVA-RUN-ARQ THRU GRAVA-RUN-ARQ-FIM.
       FIM-ARQ-FIM.
           EXIT.

      ***************** ARQUIVO NAO REORGANIZADO - ORIGINAL INTACTO ***********

       ERRO-ARQ.
           DISPLAY "*** " WS-ARQUIVO " NAO REORGANIZADO - " WS-MOTIVO
           DISPLAY "*** ARQUIVO ORIGINAL MANTIDO SEM ALTERACAO ***"
           MOVE 1 TO WS-RUN-FALHA
           PERFORM TAMANHO THRU TAMANHO-FIM
           MOVE WS-TAM-KB TO WS-KB-DEPOIS
           MOVE "FALHA" TO WS-SITUACAO-ARQ
           PERFORM GRAVA-RUN-ARQ THRU GRAVA-RUN-ARQ-FIM.
       ERRO-ARQ-FIM.
           EXIT.

      ***************** FALHA NA RECRIACAO DO ORIGINAL - ABORTA ***************
      *    O ORIGINAL JA FOI RECRIADO E NAO CONFERE. OS REGISTROS ESTAO
      *    NA DESCARGA (REOXXX.DAT) E A EXECUCAO PARA AQUI.

       PERDA-ARQ.
           DISPLAY "*** FALHA NA RECARGA DE " WS-ARQUIVO " - "
                   WS-MOTIVO
           DISPLAY "*** REGISTROS PRESERVADOS EM " WS-REO-NOME
                   " - REORGANIZACAO ABORTADA ***"
           MOVE 1 TO WS-RUN-FALHA WS-PERDA
           PERFORM TAMANHO THRU TAMANHO-FIM
           MOVE WS-TAM-KB TO WS-KB-DEPOIS
           MOVE "FALHA" TO WS-SITUACAO-ARQ
           PERFORM GRAVA-RUN-ARQ THRU GRAVA-RUN-ARQ-FIM.
       PERDA-ARQ-FIM.
           EXIT.

      ***************** MARCA DE PERDA EM ARQSES *****************************
      *    O PROPRIO REGISTRO "*REORG*" (AINDA TRAVADO) PASSA A MARCA,
      *    COM O NOME DA DESCARGA EM SES-OPERADOR. NA RECUPERACAO QUE
      *    FALHA A MARCA ANTERIOR CONTINUA VALENDO.

       MARCA-PERDA.
           MOVE WS-SES-CHAVE TO CHAVE-SES
           IF WS-REC-ATIVA = 1 OR WS-REC-REO NOT = SPACES
             DELETE ARQSES RECORD
             GO TO MARCA-PERDA-FIM.
           READ ARQSES WITH LOCK
           IF ST-ERRO6 NOT = "00"
             GO TO MARCA-PERDA-FIM.
           MOVE "PERDA" TO SES-PROGRAMA
           MOVE WS-REO-NOME TO SES-OPERADOR
           REWRITE REGSES
           IF ST-ERRO6 NOT = "00"
             DISPLAY "*** ERRO NA GRAVACAO DA MARCA DE PERDA ***"
             GO TO MARCA-PERDA-FIM.
           DISPLAY "*** ENTRADAS BLOQUEADAS ATE A RECARGA DE "
                   WS-REO-NOME " ***".
       MARCA-PERDA-FIM.
           EXIT.

       APAGA-MARCA.
           IF WS-REC-REO = SPACES
             GO TO APAGA-MARCA-FIM.
           MOVE WS-REC-CHAVE TO CHAVE-SES
           READ ARQSES WITH LOCK
           IF ST-ERRO6 NOT = "00"
             GO TO APAGA-MARCA-FIM.
           DELETE ARQSES RECORD
           IF ST-ERRO6 = "00"
             DISPLAY "*** ARQUIVO RECUPERADO DE " WS-REC-REO
                     " - ENTRADAS LIBERADAS ***".
       APAGA-MARCA-FIM.
           EXIT.

      ***************** QUANTIDADE DA DESCARGA A RECARREGAR ******************
      *    NA RECUPERACAO NAO HA DESCARGA - A QUANTIDADE A CONFERIR E A
      *    DA DESCARGA QUE FICOU DA EXECUCAO ANTERIOR.

       CONTA-REO.
           MOVE ZEROS TO WS-QTD-ANTES
           OPEN INPUT REOSAI
           IF ST-ERRO5 NOT = "00"
             MOVE "ERRO NA ABERTURA DA DESCARGA" TO WS-MOTIVO
             MOVE 1 TO WS-ARQ-FALHA
             GO TO CONTA-REO-FIM.
       CONTA-REO-LOOP.
           READ REOSAI
           IF ST-ERRO5 = "00"
             ADD 1 TO WS-QTD-ANTES
             GO TO CONTA-REO-LOOP.
           IF ST-ERRO5 NOT = "10"
             MOVE "ERRO DE LEITURA DA DESCARGA" TO WS-MOTIVO
             MOVE 1 TO WS-ARQ-FALHA.
           CLOSE REOSAI.
       CONTA-REO-FIM.
           EXIT.

       AVISA-AUSENTE.
           DISPLAY "*** ARQUIVO " WS-ARQUIVO
                   " NAO ENCONTRADO - PULADO ***".
       AVISA-AUSENTE-FIM.
           EXIT.

      ***************** SEQUENCIA DA CHAVE PRINCIPAL **************************
      *    WS-CHAVE-ATU DEVE SER CARREGADA PELO CHAMADOR. CADA CHAVE TEM
      *    DE SER MAIOR QUE A ANTERIOR. WS-QTD-SEQ CONTA OS REGISTROS.

       INICIA-SEQ.
           MOVE ZEROS TO WS-QTD-SEQ WS-SEQ-ERRO
           MOVE SPACES TO WS-CHAVE-ANT.
       INICIA-SEQ-FIM.
           EXIT.

       CONFERE-SEQ.
           IF WS-QTD-SEQ NOT = ZEROS AND WS-CHAVE-ATU NOT > WS-CHAVE-ANT
             MOVE 1 TO WS-SEQ-ERRO.
           MOVE WS-CHAVE-ATU TO WS-CHAVE-ANT
           ADD 1 TO WS-QTD-SEQ.
       CONFERE-SEQ-FIM.
           EXIT.

      ***************** TAMANHO EM KB (ARQXXX.DAT + ARQXXX.IDX) ***************
      *    ARQUIVO DE INDICE INEXISTENTE (ORGANIZACAO COM UM SO ARQUIVO
      *    FISICO OU SEQUENCIAL) CONTA ZERO. O TAMANHO EM DISCO VEM DA
      *    ROTINA DO RUNTIME - ABRIR E LER O ARQUIVO SO DARIA A
      *    QUANTIDADE DE REGISTROS, NAO O ESPACO LIBERADO.

       TAMANHO.
           MOVE ZEROS TO WS-TAM-TOTAL
           MOVE SPACES TO WS-TAM-NOME
           STRING WS-ARQUIVO DELIMITED BY SPACE
                  ".DAT"     DELIMITED BY SIZE
                      INTO WS-TAM-NOME
           CALL "CBL_CHECK_FILE_EXIST" USING WS-TAM-NOME WS-TAM-DET
           IF RETURN-CODE = ZEROS
             ADD WS-TAM-BYTES TO WS-TAM-TOTAL.
           MOVE SPACES TO WS-TAM-NOME
           STRING WS-ARQUIVO DELIMITED BY SPACE
                  ".IDX"     DELIMITED BY SIZE
                      INTO WS-TAM-NOME
           CALL "CBL_CHECK_FILE_EXIST" USING WS-TAM-NOME WS-TAM-DET
           IF RETURN-CODE = ZEROS
             ADD WS-TAM-BYTES TO WS-TAM-TOTAL.
           COMPUTE WS-TAM-KB = (WS-TAM-TOTAL + 1023) / 1024.
       TAMANHO-FIM.
           EXIT.

      ***************** TRILHA DE AUDITORIA ***********************************

       GRAVA-LOG.
           MOVE "ARQLOG.DAT" TO WS-LOG-NOME
           OPEN EXTEND ARQLOG
           IF ST-ERRO4 NOT = "00"
             IF ST-ERRO4 = "30" OR ST-ERRO4 = "35"
               OPEN OUTPUT ARQLOG
               CLOSE ARQLOG
               OPEN EXTEND ARQLOG
             ELSE
               GO TO GRAVA-LOG-FIM.
           ACCEPT LOG-DATA FROM DATE YYYYMMDD
           ACCEPT LOG-HORA FROM TIME
           MOVE "SCE049" TO LOG-PROGRAMA
           MOVE "REORGANIZA" TO LOG-OPERACAO
           IF WS-RUN-FALHA = ZEROS
             MOVE "SUCESSO" TO LOG-CHAVE
           ELSE
             MOVE "FALHA" TO LOG-CHAVE.
           MOVE WS-OPERADOR TO LOG-OPERADOR
           WRITE REGLOG
           CLOSE ARQLOG.
       GRAVA-LOG-FIM.
           EXIT.

      ***************** LEITURA DOS PARAMETROS DE LOTE ************************
      *    COM O REGISTRO DESTE PROGRAMA EM ARQPRM A EXECUCAO NAO PEDE
      *    CONFIRMACAO. NENHUM CAMPO DO REGISTRO E USADO.

       LE-PARAMETRO.
           OPEN INPUT ARQPRM
           IF ST-ERRO8 NOT = "00"
             GO TO LE-PARAMETRO-FIM.
       LE-PARAMETRO-LOOP.
           READ ARQPRM
           IF ST-ERRO8 NOT = "00"
             CLOSE ARQPRM
             GO TO LE-PARAMETRO-FIM.
           IF PRM-PROGRAMA NOT = "SCE049"
             GO TO LE-PARAMETRO-LOOP.
           MOVE 1 TO WS-BATCH
           CLOSE ARQPRM.
       LE-PARAMETRO-FIM.
           EXIT.

      ***************** QUANTIDADES E TAMANHOS DE UM ARQUIVO ******************
      *    DOIS REGISTROS EM ARQRUN COM O NOME DO ARQUIVO NO LUGAR DO
      *    PROGRAMA - REGISTROS ANTES/DEPOIS E KB ANTES/DEPOIS.

       GRAVA-RUN-ARQ.
           MOVE WS-QTD-ANTES TO WT-QTD-ANTES
           MOVE WS-QTD-DEPOIS TO WT-QTD-DEPOIS
           MOVE WS-KB-ANTES TO WT-KB-ANTES
           MOVE WS-KB-DEPOIS TO WT-KB-DEPOIS
           MOVE WS-ARQUIVO TO WT-ARQUIVO
           DISPLAY WS-LINTOT
           MOVE WS-ARQUIVO TO WS-RUN-PROGRAMA
           MOVE WS-QTD-ANTES TO WS-RUN-LIDOS
           MOVE WS-QTD-DEPOIS TO WS-RUN-GRAVADOS
           MOVE WS-SITUACAO-ARQ TO WS-RUN-SITUACAO
           PERFORM GRAVA-RUN THRU GRAVA-RUN-FIM
           MOVE WS-KB-ANTES TO WS-RUN-LIDOS
           MOVE WS-KB-DEPOIS TO WS-RUN-GRAVADOS
           MOVE "TAM-KB" TO WS-RUN-SITUACAO
           PERFORM GRAVA-RUN THRU GRAVA-RUN-FIM.
       GRAVA-RUN-ARQ-FIM.
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
           MOVE WS-RUN-PROGRAMA TO RUN-PROGRAMA
           MOVE WS-RUN-LIDOS TO RUN-QTDLIDOS
           MOVE WS-RUN-GRAVADOS TO RUN-QTDGRAVADOS
           MOVE WS-RUN-SITUACAO TO RUN-SITUACAO
           WRITE REGRUN
           CLOSE ARQRUN.
       GRAVA-RUN-FIM.
           EXIT.

      ***************************** STATUS ************************************

      *    00 = OPERAÇÃO REALIZADA COM SUCESSO
      *    10 = FIM DA LEITURA ARQUIVO SEQUENCIAL
      *    23 = REGISTRO NÃO ENCONTRADO
      *    30 = ARQUIVO NÃO ENCONTRADO

      *************************************************************************
