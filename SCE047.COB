       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCE047.
      *************************************************************************
      * INSTALLATION.       FATURAMENTO MENSAL DOS CONTRATOS                  *
      * AUTHOR.             Wallace Martins Vieira                            *
      * DATE-WRITTEN        00/00/0000                                        *
      *************************************************************************
      *    PASSO DA JANELA NOTURNA (SCE030) - TAMBEM RODA PELO MENU.
      *    PARA CADA CONTRATO ATIVO (SCE046) CUJO DIA DE FATURAMENTO JA
      *    CHEGOU NO MES E QUE AINDA NAO FOI FATURADO NA COMPETENCIA,
      *    GERA UM PEDIDO DE VENDA ATIVO EM ARQVEN (UM ITEM POR ITEM DO
      *    CONTRATO, PED-CONTRATO PREENCHIDO, JA ENTREGUE) E O TITULO A
      *    RECEBER EM ARQTIT (PARCELA UNICA, VENCIMENTO NO PRAZO DO
      *    CONTRATO). O ITEM DE CONTRATO E SERVICO OU LOCACAO E NAO MEXE
      *    EM ESTOQUE. COMPETENCIA FECHADA EM ARQFEC NAO E FATURADA - O
      *    CONTRATO FICA LISTADO E ENTRA NA PRIMEIRA EXECUCAO DEPOIS DA
      *    REABERTURA (SCE032). SO A COMPETENCIA CORRENTE E FATURADA.
      *    UMA UNICA VEZ POR COMPETENCIA. O NUMERO DO PEDIDO E GRAVADO
      *    NO CONTRATO (CTR-PEDPEND) ANTES DO PEDIDO; SE A EXECUCAO CAIR
      *    NO MEIO, A PROXIMA COMPLETA ESSE MESMO PEDIDO (SO GRAVA OS
      *    ITENS E O TITULO QUE FALTAM) EM VEZ DE GERAR OUTRO. A
      *    COMPETENCIA SO E DADA COMO FATURADA (CTR-ULTCOMP) NO FIM.
      *    O RELATORIO RELCTR.DAT TEM TRES PARTES. OS CONTRATOS
      *    FATURADOS (E OS NAO FATURADOS, COM O MOTIVO), OS QUE VENCEM
      *    EM ATE 60 DIAS (PRM-DIAS NO ARQPRM MUDA O PRAZO) E OS COM
      *    REAJUSTE VENCIDO OU NOS PROXIMOS 30 DIAS. GRAVA SEMPRE O
      *    REGISTRO DE EXECUCAO EM ARQRUN (LIDOS = CONTRATOS, GRAVADOS
      *    = PEDIDOS GERADOS), QUE E O QUE O SCE030 CONFERE.
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
                    LOCK MODE    IS MANUAL
                    FILE STATUS  IS ST-ERRO2.

           SELECT ARQTIT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-TIT
                    ALTERNATE RECORD KEY IS TIT-CPFCNPJ
                                        WITH DUPLICATES
                    LOCK MODE    IS MANUAL
                    FILE STATUS  IS ST-ERRO3.

           SELECT ARQCLI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CLI-CPFCNPJ
                    ALTERNATE RECORD KEY IS CLI-CODIGO WITH DUPLICATES
                    ALTERNATE RECORD KEY IS CLI-NOME WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO5.

           SELECT ARQCTL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CTL-CHAVE
                    LOCK MODE    IS MANUAL
                    FILE STATUS  IS ST-ERRO6.

           SELECT ARQFEC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FEC-COMPETENCIA
                    FILE STATUS  IS ST-ERRO7.

           SELECT ARQLOG ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO4.

           SELECT RELCTR ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO10.

           SELECT ARQPRM ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO8.

           SELECT ARQRUN ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO9.

      *************************************************************************

       DATA DIVISION.
       FILE SECTION.

       FD ARQCTR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCTR.DAT".

       COPY CPCTR.

      *************************************************************************

       FD ARQVEN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQVEN.DAT".

       COPY CPVEN.

      *************************************************************************

       FD ARQTIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQTIT.DAT".

       COPY CPTIT.

      *************************************************************************

       FD ARQCLI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCLI.DAT".

       COPY CPCLI.

      *************************************************************************

       FD ARQCTL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCTL.DAT".

       COPY CPCTL.

      *************************************************************************

       FD ARQFEC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFEC.DAT".

       COPY CPFEC.

      *************************************************************************

       FD ARQLOG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQLOG.DAT".

       COPY CPLOG.

      *************************************************************************

       FD RELCTR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS WS-RELCTR-NOME.

       01 WS-LINREL                  PIC X(100).

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
       01 ST-ERRO7                   PIC X(02) VALUE "00".
       01 ST-ERRO8                   PIC X(02) VALUE "00".
       01 ST-ERRO9                   PIC X(02) VALUE "00".
       01 ST-ERRO10                  PIC X(02) VALUE "00".
       01 MENS                       PIC X(60) VALUE SPACES.
       01 WS-DELAY                   PIC 9(04) COMP VALUE 1.
       01 WS-LOCK-TENTA              PIC 9(02) VALUE ZEROS.
       01 WS-CTR-CHAVE               PIC 9(06) VALUE ZEROS.
       01 WS-CTR-USO                 PIC 9(01) VALUE ZEROS.
       01 WS-ENVNOME                 PIC X(20) VALUE "USER".
       01 WS-OPERADOR                PIC X(20) VALUE SPACES.

       01 WS-RELCTR-NOME             PIC X(20) VALUE "RELCTR.DAT".
       01 WS-RUN-FALHA               PIC 9(01) VALUE ZEROS.
       01 WS-QTD-LIDOS               PIC 9(07) VALUE ZEROS.
       01 WS-QTD-GRAVADOS            PIC 9(07) VALUE ZEROS.
       01 WS-FEC-ATIVO               PIC 9(01) VALUE ZEROS.
       01 WS-FEC-BLOQ                PIC 9(01) VALUE ZEROS.
       01 WS-PROX-CODIGO             PIC 9(06) VALUE ZEROS.
       01 WS-PARTE                   PIC 9(01) VALUE ZEROS.
       01 WS-QTD-PARTE               PIC 9(05) VALUE ZEROS.
       01 WS-VLR-PARTE               PIC 9(09)V99 VALUE ZEROS.
       01 WS-PRAZO-FIM               PIC 9(03) VALUE 60.
       01 WS-PRAZO-REAJ              PIC 9(03) VALUE 30.
       01 IND                        PIC 9(01) VALUE ZEROS.
       01 WS-ITEM-SEQ                PIC 9(03) VALUE ZEROS.
       01 WS-MOTIVO                  PIC X(30) VALUE SPACES.
       01 WS-RETOMADO                PIC 9(01) VALUE ZEROS.
       01 WS-PED-GERADO              PIC 9(06) VALUE ZEROS.

      ****** DATA DO DIA E COMPETENCIA CORRENTE *******************************

       01 WS-DATA-HOJE               PIC 9(08) VALUE ZEROS.
       01 WS-DATA-HOJE-R REDEFINES WS-DATA-HOJE.
          03 WS-HOJE-ANO             PIC 9(04).
          03 WS-HOJE-MES             PIC 9(02).
          03 WS-HOJE-DIA             PIC 9(02).
       01 WS-COMPETENCIA             PIC 9(06) VALUE ZEROS.
       01 WS-DIAS-HOJE               PIC 9(08) VALUE ZEROS.
       01 WS-DIAS-CTR                PIC S9(08) VALUE ZEROS.

       01 WS-CONV-DATA               PIC 9(08) VALUE ZEROS.
       01 WS-CONV-DATA-R REDEFINES WS-CONV-DATA.
          03 WS-CONV-ANO             PIC 9(04).
          03 WS-CONV-MES             PIC 9(02).
          03 WS-CONV-DIA             PIC 9(02).
       01 WS-CONV-DIAS               PIC 9(08) VALUE ZEROS.

      ****** VENCIMENTO DO TITULO (MESMA CONTA DO SCE005) *********************

       01 WS-VENC-DATA               PIC 9(08) VALUE ZEROS.
       01 WS-VENC-DATA-R REDEFINES WS-VENC-DATA.
          03 WS-VENC-ANO             PIC 9(04).
          03 WS-VENC-MES             PIC 9(02).
          03 WS-VENC-DIA             PIC 9(02).
       01 WS-VENC-DIAS               PIC 9(05) VALUE ZEROS.

      ****** LAYOUT DO RELATORIO **********************************************

       01 WS-CABEC1.
          05 FILLER                  PIC X(37) VALUE
             "FATURAMENTO DE CONTRATOS - EMISSAO: ".
          05 WC-DATA-HOJE            PIC 9(08).
          05 FILLER                  PIC X(16) VALUE
             "   COMPETENCIA: ".
          05 WC-COMPETENCIA          PIC 9(06).

       01 WS-CABPARTE.
          05 WC-PARTE                PIC X(60).

       01 WS-CABFAT.
          05 FILLER                  PIC X(08) VALUE "CONTRATO".
          05 FILLER                  PIC X(17) VALUE " CPF/CNPJ".
          05 FILLER                  PIC X(26) VALUE "CLIENTE".
          05 FILLER                  PIC X(08) VALUE "PEDIDO".
          05 FILLER                  PIC X(14) VALUE "  VALOR MENSAL".
          05 FILLER                  PIC X(11) VALUE " VENCIMENTO".
          05 FILLER                  PIC X(16) VALUE " SITUACAO".

       01 WS-LINFAT.
          05 WF-CODIGO               PIC ZZZZZ9.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 WF-CPFCNPJ              PIC 9(14).
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 WF-NOME                 PIC X(24).
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 WF-PEDIDO               PIC ZZZZZ9.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 WF-VALOR                PIC ZZ.ZZZ.ZZ9,99.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 WF-VENCIMENTO           PIC 9(08) BLANK WHEN ZERO.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 WF-MOTIVO               PIC X(30).

       01 WS-CABPRAZO.
          05 FILLER                  PIC X(08) VALUE "CONTRATO".
          05 FILLER                  PIC X(17) VALUE " CPF/CNPJ".
          05 FILLER                  PIC X(32) VALUE "DESCRICAO".
          05 FILLER                  PIC X(10) VALUE "INDICE".
          05 FILLER                  PIC X(10) VALUE "DATA".
          05 FILLER                  PIC X(07) VALUE "  DIAS".
          05 FILLER                  PIC X(14) VALUE "  VALOR MENSAL".

       01 WS-LINPRAZO.
          05 WP-CODIGO               PIC ZZZZZ9.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 WP-CPFCNPJ              PIC 9(14).
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 WP-DESCRICAO            PIC X(30).
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 WP-INDICE               PIC X(08).
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 WP-DATA                 PIC 9(08).
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 WP-DIAS                 PIC -ZZZ9.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 WP-VALOR                PIC ZZ.ZZZ.ZZ9,99.

       01 WS-LINTOT.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 WT-ROTULO               PIC X(30).
          05 WT-QTD                  PIC ZZ.ZZ9.
          05 FILLER                  PIC X(15) VALUE " CONTRATOS   R$".
          05 WT-VALOR                PIC ZZZ.ZZZ.ZZ9,99.

      *************************************************************************

       PROCEDURE DIVISION.

       INICIO.
           PERFORM LE-PARAMETRO THRU LE-PARAMETRO-FIM
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           COMPUTE WS-COMPETENCIA = WS-DATA-HOJE / 100
           MOVE WS-DATA-HOJE TO WS-CONV-DATA
           PERFORM CONV-DIAS THRU CONV-DIAS-FIM
           MOVE WS-CONV-DIAS TO WS-DIAS-HOJE
           DISPLAY WS-ENVNOME UPON ENVIRONMENT-NAME
           ACCEPT WS-OPERADOR FROM ENVIRONMENT-VALUE
           IF WS-OPERADOR = SPACES
             MOVE "LOTE NOTURNO" TO WS-OPERADOR.

      ************************ ABERTURA DOS ARQUIVOS **************************

       R0.
           OPEN I-O ARQCTR
           IF ST-ERRO NOT = "00"
             IF ST-ERRO = "30" OR ST-ERRO = "35"
               DISPLAY "*** NENHUM CONTRATO CADASTRADO ***"
               GO TO ROT-FIM
             ELSE
               DISPLAY "*** ERRO NA ABERTURA DE ARQCTR ***"
               MOVE 1 TO WS-RUN-FALHA
               GO TO ROT-FIM.

       R0A.
           OPEN I-O ARQVEN
           IF ST-ERRO2 NOT = "00"
             DISPLAY "*** ERRO NA ABERTURA DO ARQUIVO DE PEDIDOS ***"
             MOVE 1 TO WS-RUN-FALHA
             CLOSE ARQCTR
             GO TO ROT-FIM.
           OPEN I-O ARQTIT
           IF ST-ERRO3 NOT = "00"
             IF ST-ERRO3 = "30"
               OPEN OUTPUT ARQTIT
               CLOSE ARQTIT
               OPEN I-O ARQTIT
             ELSE
               DISPLAY "*** ERRO NA ABERTURA DO ARQUIVO DE TITULOS ***"
               MOVE 1 TO WS-RUN-FALHA
               CLOSE ARQCTR ARQVEN
               GO TO ROT-FIM.

       R0B.
           OPEN INPUT ARQCLI
           IF ST-ERRO5 NOT = "00"
             DISPLAY "*** ERRO NA ABERTURA DO ARQUIVO DE CLIENTES ***"
             MOVE 1 TO WS-RUN-FALHA
             CLOSE ARQCTR ARQVEN ARQTIT
             GO TO ROT-FIM.
           OPEN I-O ARQCTL
           IF ST-ERRO6 NOT = "00"
             IF ST-ERRO6 = "30"
               OPEN OUTPUT ARQCTL
               CLOSE ARQCTL
               OPEN I-O ARQCTL
             ELSE
               DISPLAY "*** ERRO NA ABERTURA DO ARQUIVO DE CONTROLE ***"
               MOVE 1 TO WS-RUN-FALHA
               CLOSE ARQCTR ARQVEN ARQTIT ARQCLI
               GO TO ROT-FIM.
           OPEN INPUT ARQFEC
           IF ST-ERRO7 = "00"
             MOVE 1 TO WS-FEC-ATIVO.

       R0C.
           OPEN EXTEND ARQLOG
           IF ST-ERRO4 NOT = "00"
             IF ST-ERRO4 = "30" OR ST-ERRO4 = "35"
               OPEN OUTPUT ARQLOG
               CLOSE ARQLOG
               OPEN EXTEND ARQLOG
             ELSE
               DISPLAY "*** ERRO NA ABERTURA DE ARQLOG ***"
               MOVE 1 TO WS-RUN-FALHA
               GO TO R9-FECHA-DADOS.
           OPEN OUTPUT RELCTR
           IF ST-ERRO10 NOT = "00"
             DISPLAY "*** ERRO NA ABERTURA DE RELCTR ***"
             MOVE 1 TO WS-RUN-FALHA
             CLOSE ARQLOG
             GO TO R9-FECHA-DADOS.

           MOVE WS-DATA-HOJE TO WC-DATA-HOJE
           MOVE WS-COMPETENCIA TO WC-COMPETENCIA
           MOVE WS-CABEC1 TO WS-LINREL
           WRITE WS-LINREL.

      ***************** PARTE 1 - FATURAMENTO DA COMPETENCIA ******************

       R1.
           MOVE 1 TO WS-PARTE
           MOVE "CONTRATOS FATURADOS E NAO FATURADOS NA COMPETENCIA"
                TO WC-PARTE
           PERFORM CABECALHO-PARTE THRU CABECALHO-PARTE-FIM
           MOVE WS-CABFAT TO WS-LINREL
           WRITE WS-LINREL
           MOVE ZEROS TO CTR-CODIGO
           START ARQCTR KEY IS NOT LESS THAN CTR-CODIGO
           IF ST-ERRO NOT = "00"
             GO TO R1-TOTAL.

       R1-LOOP.
           READ ARQCTR NEXT RECORD
           IF ST-ERRO = "10"
             GO TO R1-TOTAL.
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
             DISPLAY "*** ERRO NA LEITURA DO ARQUIVO DE CONTRATOS ***"
             MOVE 1 TO WS-RUN-FALHA
             GO TO R1-TOTAL.
           ADD 1 TO WS-QTD-LIDOS
      *    O CONTRATO E RELIDO COM BLOQUEIO - O QUE CONTINUA EM USO NO
      *    SCE046 FICA PARA A PROXIMA EXECUCAO E ESTA TERMINA COM FALHA.
           PERFORM LE-CONTRATO-LOCK THRU LE-CONTRATO-LOCK-FIM
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
             DISPLAY "*** CONTRATO " WS-CTR-CHAVE
                     " EM USO - NAO FATURADO ***"
             MOVE 1 TO WS-CTR-USO
             MOVE WS-CTR-CHAVE TO CTR-CODIGO
             START ARQCTR KEY IS GREATER THAN CTR-CODIGO
             IF ST-ERRO NOT = "00"
               GO TO R1-TOTAL
             ELSE
               GO TO R1-LOOP.
           PERFORM R2-CONTRATO THRU R2-CONTRATO-FIM
           UNLOCK ARQCTR
           IF WS-RUN-FALHA = 1
             GO TO R1-TOTAL.
           GO TO R1-LOOP.

       R1-TOTAL.
           IF WS-CTR-USO = 1
             MOVE 1 TO WS-RUN-FALHA.
           MOVE "PEDIDOS GERADOS.............:" TO WT-ROTULO
           PERFORM TOTAL-PARTE THRU TOTAL-PARTE-FIM.

      ***************** PARTE 2 - CONTRATOS QUE VENCEM NO PRAZO ***************

           MOVE 2 TO WS-PARTE
           MOVE SPACES TO WC-PARTE
           STRING "CONTRATOS QUE VENCEM NOS PROXIMOS " WS-PRAZO-FIM
                  " DIAS" DELIMITED BY SIZE INTO WC-PARTE
           PERFORM R5-PRAZOS THRU R5-PRAZOS-FIM
           MOVE "A VENCER....................:" TO WT-ROTULO
           PERFORM TOTAL-PARTE THRU TOTAL-PARTE-FIM.

      ***************** PARTE 3 - CONTRATOS COM REAJUSTE **********************

           MOVE 3 TO WS-PARTE
           MOVE SPACES TO WC-PARTE
           STRING "REAJUSTE VENCIDO OU NOS PROXIMOS " WS-PRAZO-REAJ
                  " DIAS (DIAS NEGATIVOS = ATRASADO)"
                  DELIMITED BY SIZE INTO WC-PARTE
           PERFORM R5-PRAZOS THRU R5-PRAZOS-FIM
           MOVE "A REAJUSTAR.................:" TO WT-ROTULO
           PERFORM TOTAL-PARTE THRU TOTAL-PARTE-FIM.

       R9-FECHA.
           CLOSE RELCTR ARQLOG.
           DISPLAY "*** RELATORIO " WS-RELCTR-NOME " GERADO - "
                   WS-QTD-GRAVADOS " PEDIDOS DE CONTRATO ***".
       R9-FECHA-DADOS.
           CLOSE ARQCTR ARQVEN ARQTIT ARQCLI ARQCTL
           IF WS-FEC-ATIVO = 1
             CLOSE ARQFEC.

      ***************************************************************

       ROT-FIM.
           PERFORM GRAVA-RUN THRU GRAVA-RUN-FIM
           IF WS-RUN-FALHA = ZEROS
             MOVE 0 TO RETURN-CODE
           ELSE
             MOVE 8 TO RETURN-CODE.
           GOBACK.

      ***************** AVALIACAO DE UM CONTRATO ******************************
      *    CONTRATO COM PEDIDO PENDENTE E RETOMADO ANTES DE QUALQUER
      *    OUTRA REGRA. OS QUE NAO ESTAO NO PONTO DE FATURAR (SUSPENSOS,
      *    ENCERRADOS, FORA DA VIGENCIA, JA FATURADOS OU ANTES DO DIA)
      *    NAO SAEM NO RELATORIO; OS QUE DEVERIAM FATURAR E NAO PUDERAM
      *    SAEM COM O MOTIVO.

       R2-CONTRATO.
           MOVE ZEROS TO WS-RETOMADO
           IF CTR-PEDPEND NOT = ZEROS
             MOVE 1 TO WS-RETOMADO
             GO TO R2-CLIENTE.
           IF CTR-SITUACAO NOT = "A"
             GO TO R2-CONTRATO-FIM.
           IF CTR-ULTCOMP NOT < WS-COMPETENCIA
             GO TO R2-CONTRATO-FIM.
           IF CTR-DATAINI > WS-DATA-HOJE
             GO TO R2-CONTRATO-FIM.
           IF CTR-DATAFIM NOT = ZEROS AND CTR-DATAFIM < WS-DATA-HOJE
             GO TO R2-CONTRATO-FIM.
           IF WS-HOJE-DIA < CTR-DIAFAT
             GO TO R2-CONTRATO-FIM.

           MOVE WS-DATA-HOJE TO FEC-COMPETENCIA
           PERFORM CHECA-FECHAMENTO THRU CHECA-FECHAMENTO-FIM
           IF WS-FEC-BLOQ = 1
             MOVE "COMPETENCIA FECHADA" TO WS-MOTIVO
             GO TO R2-RECUSA.
           IF CTR-VALORMENSAL = ZEROS
             MOVE "CONTRATO SEM VALOR" TO WS-MOTIVO
             GO TO R2-RECUSA.

       R2-CLIENTE.
           MOVE CTR-CPFCNPJ TO CLI-CPFCNPJ
           READ ARQCLI
           IF ST-ERRO5 NOT = "00"
             MOVE "*** CLIENTE NAO CADASTRADO" TO CLI-NOME
             IF WS-RETOMADO = ZEROS
               MOVE "CLIENTE NAO CADASTRADO" TO WS-MOTIVO
               GO TO R2-RECUSA.

           PERFORM GERA-PEDIDO THRU GERA-PEDIDO-FIM
           IF WS-RUN-FALHA = 1
             MOVE "ERRO NA GERACAO - VER ARQRUN" TO WS-MOTIVO
             MOVE ZEROS TO WS-VENC-DATA
             GO TO R2-LINHA.
           IF WS-RETOMADO = 1
             MOVE "FATURADO (RETOMADO)" TO WS-MOTIVO
           ELSE
             MOVE "FATURADO" TO WS-MOTIVO.
           ADD 1 TO WS-QTD-PARTE
           ADD CTR-VALORMENSAL TO WS-VLR-PARTE
           GO TO R2-LINHA.

       R2-RECUSA.
           MOVE CTR-CPFCNPJ TO CLI-CPFCNPJ
           READ ARQCLI
           IF ST-ERRO5 NOT = "00"
             MOVE "*** CLIENTE NAO CADASTRADO" TO CLI-NOME.
           MOVE ZEROS TO WS-PED-GERADO WS-VENC-DATA.

       R2-LINHA.
           MOVE CTR-CODIGO TO WF-CODIGO
           MOVE CTR-CPFCNPJ TO WF-CPFCNPJ
           MOVE CLI-NOME TO WF-NOME
           MOVE WS-PED-GERADO TO WF-PEDIDO
           MOVE CTR-VALORMENSAL TO WF-VALOR
           MOVE WS-VENC-DATA TO WF-VENCIMENTO
           MOVE WS-MOTIVO TO WF-MOTIVO
           MOVE WS-LINFAT TO WS-LINREL
           WRITE WS-LINREL.
       R2-CONTRATO-FIM.
           EXIT.

      ***************** GERACAO DO PEDIDO E DO TITULO DO CONTRATO *************
      *    1. RESERVA O NUMERO DO PEDIDO E GRAVA-O NO CONTRATO (PENDENTE)
      *    2. GRAVA OS ITENS QUE AINDA NAO EXISTEM
      *    3. GRAVA O TITULO SE AINDA NAO EXISTE
      *    4. MARCA A COMPETENCIA COMO FATURADA E LIMPA A PENDENCIA
      *    NA RETOMADA O PASSO 1 E PULADO E OS DEMAIS SO COMPLETAM.

       GERA-PEDIDO.
           IF WS-RETOMADO = 1
             GO TO GERA-PEDIDO-ITENS.
           MOVE "PEDIDO    " TO CTL-CHAVE
           PERFORM GERA-PROXIMO-CODIGO THRU GERA-PROXIMO-CODIGO-FIM
           IF WS-PROX-CODIGO = ZEROS
             DISPLAY "*** NUMERACAO DE PEDIDO INDISPONIVEL - CONTRATO "
                     CTR-CODIGO " ***"
             MOVE 1 TO WS-RUN-FALHA
             GO TO GERA-PEDIDO-FIM.
           MOVE WS-PROX-CODIGO TO CTR-PEDPEND
           MOVE WS-COMPETENCIA TO CTR-COMPPEND
           REWRITE REGCTR
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
             DISPLAY "*** ERRO NA GRAVACAO DO CONTRATO " CTR-CODIGO
                     " ***"
             MOVE 1 TO WS-RUN-FALHA
             GO TO GERA-PEDIDO-FIM.

       GERA-PEDIDO-ITENS.
           MOVE CTR-PEDPEND TO WS-PED-GERADO
           MOVE ZEROS TO WS-ITEM-SEQ
           MOVE 1 TO IND.
       GERA-PEDIDO-LOOP.
           IF IND > 5
             GO TO GERA-PEDIDO-TITULO.
           IF CTR-PRODUTO (IND) = ZEROS
             ADD 1 TO IND
             GO TO GERA-PEDIDO-LOOP.
           ADD 1 TO WS-ITEM-SEQ
           MOVE WS-PED-GERADO TO PED-COD
           MOVE WS-ITEM-SEQ TO PED-ITEM
           READ ARQVEN
           IF ST-ERRO2 = "00"
             ADD 1 TO IND
             GO TO GERA-PEDIDO-LOOP.
           PERFORM MONTA-ITEM THRU MONTA-ITEM-FIM
           WRITE REGVEN
           IF ST-ERRO2 NOT = "00" AND ST-ERRO2 NOT = "02"
             DISPLAY "*** ERRO NA GRAVACAO DO PEDIDO " WS-PED-GERADO
                     " ***"
             MOVE 1 TO WS-RUN-FALHA
             GO TO GERA-PEDIDO-FIM.
           ADD 1 TO IND
           GO TO GERA-PEDIDO-LOOP.

       GERA-PEDIDO-TITULO.
           MOVE WS-PED-GERADO TO TIT-PEDCOD
           MOVE 1 TO TIT-PARCELA
           READ ARQTIT
           IF ST-ERRO3 = "00"
             MOVE TIT-VENCIMENTO TO WS-VENC-DATA
             GO TO GERA-PEDIDO-BAIXA.
           MOVE WS-DATA-HOJE TO WS-VENC-DATA
           MOVE CTR-PRAZO TO WS-VENC-DIAS
           IF WS-VENC-DIAS = ZEROS
             MOVE 30 TO WS-VENC-DIAS.
           PERFORM CALC-VENCIMENTO THRU CALC-VENCIMENTO-FIM
           MOVE WS-PED-GERADO TO TIT-PEDCOD
           MOVE 1 TO TIT-PARCELA
           MOVE "R" TO TIT-TIPO
           MOVE CTR-CPFCNPJ TO TIT-CPFCNPJ
           MOVE CTR-VALORMENSAL TO TIT-VALOR
           MOVE WS-VENC-DATA TO TIT-VENCIMENTO
           MOVE ZEROS TO TIT-VALORPAGO TIT-DATABAIXA TIT-DATAREMESSA
           MOVE 1 TO TIT-STATUS
           MOVE 1 TO TIT-QTDPARCELAS
           WRITE REGTIT
           IF ST-ERRO3 NOT = "00" AND ST-ERRO3 NOT = "02"
             DISPLAY "*** ERRO NA GRAVACAO DO TITULO " WS-PED-GERADO
                     " ***"
             MOVE 1 TO WS-RUN-FALHA
             GO TO GERA-PEDIDO-FIM.

       GERA-PEDIDO-BAIXA.
           MOVE CTR-COMPPEND TO CTR-ULTCOMP
           MOVE CTR-PEDPEND TO CTR-ULTPED
           MOVE ZEROS TO CTR-PEDPEND CTR-COMPPEND
           REWRITE REGCTR
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
             DISPLAY "*** ERRO NA GRAVACAO DO CONTRATO " CTR-CODIGO
                     " ***"
             MOVE 1 TO WS-RUN-FALHA
             GO TO GERA-PEDIDO-FIM.
           ADD 1 TO WS-QTD-GRAVADOS
           MOVE "FATURAMENTO" TO LOG-OPERACAO
           MOVE SPACES TO LOG-CHAVE
           STRING CTR-CODIGO "/" WS-PED-GERADO
                  DELIMITED BY SIZE INTO LOG-CHAVE
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM.
       GERA-PEDIDO-FIM.
           EXIT.

      ***************** MONTAGEM DE UM ITEM DO PEDIDO DE CONTRATO *************
      *    VENDA ATIVA, A VISTA, JA ENTREGUE (NAO ENTRA NO ROMANEIO DO
      *    SCE031) E COM O TOTAL DO PEDIDO = VALOR MENSAL DO CONTRATO.

       MONTA-ITEM.
           MOVE "2" TO PED-TIPOPEDIDO
           MOVE CTR-PRODUTO (IND) TO PED-COD-PRO
           MOVE 1 TO PED-TIPOVENDA
           MOVE CTR-CPFCNPJ TO PED-CLI-CPFCNPJ
           MOVE ZEROS TO PED-FOR-CPFCNPJ
           MOVE CTR-QTD (IND) TO PED-QUANTIDADE
           MOVE CTR-VALORUNIT (IND) TO PED-PRECOUNITARIO
           COMPUTE PED-VALORITEM = CTR-QTD (IND) * CTR-VALORUNIT (IND)
           MOVE CTR-VALORMENSAL TO PED-VALORTOTAL
           MOVE 1 TO PED-STATUS
           MOVE WS-DATA-HOJE TO PED-DATA
           MOVE 1 TO PED-QTDPARCELAS
           MOVE CTR-PRAZO TO PED-INTERVALO
           MOVE CTR-VENDEDOR TO PED-VENDEDOR
           MOVE ZEROS TO PED-PERCDESC PED-QTDRECEBIDA PED-QTDDEVOLVIDA
                         PED-VALIDADE
           MOVE WS-DATA-HOJE TO PED-DATAENTREGA
           MOVE "S" TO PED-ENTREGUE
           MOVE 1 TO PED-LOCAL
           MOVE ZEROS TO PED-TRANSP PED-VALORFRETE
           MOVE "C" TO PED-TIPOFRETE
           MOVE CTR-CODIGO TO PED-CONTRATO.
       MONTA-ITEM-FIM.
           EXIT.

      ***************** PARTES 2 E 3 - PRAZO DE FIM E DE REAJUSTE *************

       R5-PRAZOS.
           PERFORM CABECALHO-PARTE THRU CABECALHO-PARTE-FIM
           MOVE WS-CABPRAZO TO WS-LINREL
           WRITE WS-LINREL
           MOVE ZEROS TO CTR-CODIGO
           START ARQCTR KEY IS NOT LESS THAN CTR-CODIGO
           IF ST-ERRO NOT = "00"
             GO TO R5-PRAZOS-FIM.
       R5-LOOP.
           READ ARQCTR NEXT RECORD
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
             GO TO R5-PRAZOS-FIM.
           IF CTR-SITUACAO = "E"
             GO TO R5-LOOP.
           IF WS-PARTE = 2
             IF CTR-DATAFIM = ZEROS OR CTR-DATAFIM < WS-DATA-HOJE
               GO TO R5-LOOP
             ELSE
               MOVE CTR-DATAFIM TO WS-CONV-DATA WP-DATA.
           IF WS-PARTE = 3
             IF CTR-DATAREAJ = ZEROS
               GO TO R5-LOOP
             ELSE
               MOVE CTR-DATAREAJ TO WS-CONV-DATA WP-DATA.
           PERFORM CONV-DIAS THRU CONV-DIAS-FIM
           COMPUTE WS-DIAS-CTR = WS-CONV-DIAS - WS-DIAS-HOJE
           IF WS-PARTE = 2 AND WS-DIAS-CTR > WS-PRAZO-FIM
             GO TO R5-LOOP.
           IF WS-PARTE = 3 AND WS-DIAS-CTR > WS-PRAZO-REAJ
             GO TO R5-LOOP.

           MOVE CTR-CODIGO TO WP-CODIGO
           MOVE CTR-CPFCNPJ TO WP-CPFCNPJ
           MOVE CTR-DESCRICAO TO WP-DESCRICAO
           MOVE CTR-INDICE TO WP-INDICE
           MOVE WS-DIAS-CTR TO WP-DIAS
           MOVE CTR-VALORMENSAL TO WP-VALOR
           MOVE WS-LINPRAZO TO WS-LINREL
           WRITE WS-LINREL
           ADD 1 TO WS-QTD-PARTE
           ADD CTR-VALORMENSAL TO WS-VLR-PARTE
           GO TO R5-LOOP.
       R5-PRAZOS-FIM.
           EXIT.

      ***************** CABECALHO E TOTAL DE CADA PARTE ***********************

       CABECALHO-PARTE.
           MOVE ZEROS TO WS-QTD-PARTE WS-VLR-PARTE
           MOVE SPACES TO WS-LINREL
           WRITE WS-LINREL
           MOVE WS-CABPARTE TO WS-LINREL
           WRITE WS-LINREL.
       CABECALHO-PARTE-FIM.
           EXIT.

       TOTAL-PARTE.
           MOVE SPACES TO WS-LINREL
           WRITE WS-LINREL
           MOVE WS-QTD-PARTE TO WT-QTD
           MOVE WS-VLR-PARTE TO WT-VALOR
           MOVE WS-LINTOT TO WS-LINREL
           WRITE WS-LINREL.
       TOTAL-PARTE-FIM.
           EXIT.

      ***** VERIFICACAO DE COMPETENCIA FECHADA (ARQFEC) ************
      *    FEC-COMPETENCIA CHEGA COM A DATA DO DIA E E REDUZIDA A
      *    AAAAMM AQUI. SEM O ARQUIVO A COMPETENCIA ESTA ABERTA.

       CHECA-FECHAMENTO.
           MOVE ZEROS TO WS-FEC-BLOQ
           IF WS-FEC-ATIVO = ZEROS
             GO TO CHECA-FECHAMENTO-FIM.
           MOVE WS-COMPETENCIA TO FEC-COMPETENCIA
           READ ARQFEC
           IF ST-ERRO7 = "00"
             IF FEC-SITUACAO = "F"
               MOVE 1 TO WS-FEC-BLOQ.
       CHECA-FECHAMENTO-FIM.
           EXIT.

      ***** CALCULO DO VENCIMENTO DO TITULO ************************
      *    WS-VENC-DATA + WS-VENC-DIAS, COM MESES COMERCIAIS DE 30
      *    DIAS E O DIA LIMITADO A 28 - A MESMA CONTA DO SCE005.

       CALC-VENCIMENTO.
           IF WS-VENC-DIAS < 1
             GO TO CALC-VENC-AJUSTA.
           ADD 1 TO WS-VENC-DIA
           IF WS-VENC-DIA > 30
             MOVE 1 TO WS-VENC-DIA
             ADD 1 TO WS-VENC-MES
             IF WS-VENC-MES > 12
               MOVE 1 TO WS-VENC-MES
               ADD 1 TO WS-VENC-ANO.
           SUBTRACT 1 FROM WS-VENC-DIAS
           GO TO CALC-VENCIMENTO.
       CALC-VENC-AJUSTA.
           IF WS-VENC-DIA > 28
             MOVE 28 TO WS-VENC-DIA.
       CALC-VENCIMENTO-FIM.
           EXIT.

      ***************** CONVERSAO DE DATA EM DIAS *****************************
      *    MESMA APROXIMACAO DO SCE009 - SO SERVE PARA DIFERENCA
      *    ENTRE DUAS DATAS.

       CONV-DIAS.
           COMPUTE WS-CONV-DIAS = (WS-CONV-ANO * 365)
                                + (WS-CONV-MES * 30)
                                + WS-CONV-DIA.
       CONV-DIAS-FIM.
           EXIT.

      *************** RELEITURA DO CONTRATO COM BLOQUEIO **********************
      *    REGCTR CONTEM O CONTRATO LIDO NA SEQUENCIA. RETORNA O STATUS
      *    DA LEITURA EM ST-ERRO (99 = CONTINUA EM USO DEPOIS DE 30
      *    TENTATIVAS).

       LE-CONTRATO-LOCK.
           MOVE CTR-CODIGO TO WS-CTR-CHAVE
           MOVE ZEROS TO WS-LOCK-TENTA.
       LE-CONTRATO-LOCK-LE.
           MOVE WS-CTR-CHAVE TO CTR-CODIGO
           READ ARQCTR WITH LOCK
           IF ST-ERRO = "99"
             ADD 1 TO WS-LOCK-TENTA
             IF WS-LOCK-TENTA < 30
               CALL "C$SLEEP" USING WS-DELAY
               GO TO LE-CONTRATO-LOCK-LE.
       LE-CONTRATO-LOCK-FIM.
           EXIT.

      *************** GERACAO DO PROXIMO CODIGO DISPONIVEL ********************
      *    CTL-CHAVE DEVE SER CARREGADA PELO CHAMADOR ANTES DO PERFORM.
      *    O PEDIDO USA O MESMO CONTADOR "PEDIDO" DO SCE005. CONTROLE
      *    AINDA EM USO DEPOIS DE 30 TENTATIVAS OU ERRO NA GRAVACAO
      *    VOLTA WS-PROX-CODIGO ZERADO (MESMA REGRA DO SCE050).

       GERA-PROXIMO-CODIGO.
           MOVE ZEROS TO WS-LOCK-TENTA.
       GERA-PROXIMO-CODIGO-LE.
           READ ARQCTL WITH LOCK
           IF ST-ERRO6 = "99"
             ADD 1 TO WS-LOCK-TENTA
             IF WS-LOCK-TENTA < 30
               CALL "C$SLEEP" USING WS-DELAY
               GO TO GERA-PROXIMO-CODIGO-LE
             ELSE
               MOVE ZEROS TO WS-PROX-CODIGO
               GO TO GERA-PROXIMO-CODIGO-FIM.
           IF ST-ERRO6 = "23"
             MOVE 1 TO WS-PROX-CODIGO
             MOVE 2 TO CTL-PROXIMO
             WRITE REGCTL
           ELSE
             MOVE CTL-PROXIMO TO WS-PROX-CODIGO
             ADD 1 TO CTL-PROXIMO
             REWRITE REGCTL.
           IF ST-ERRO6 NOT = "00" AND ST-ERRO6 NOT = "02"
             MOVE ZEROS TO WS-PROX-CODIGO.
           UNLOCK ARQCTL.
       GERA-PROXIMO-CODIGO-FIM.
           EXIT.

      *************** GRAVACAO DE TRILHA DE AUDITORIA *************************

       GRAVA-LOG.
           ACCEPT LOG-DATA FROM DATE YYYYMMDD
           ACCEPT LOG-HORA FROM TIME
           MOVE "SCE047" TO LOG-PROGRAMA
           MOVE WS-OPERADOR TO LOG-OPERADOR
           WRITE REGLOG
           IF ST-ERRO4 NOT = "00"
             DISPLAY "*** ERRO NA GRAVACAO DA AUDITORIA ***".
       GRAVA-LOG-FIM.
           EXIT.

      ***************** LEITURA DOS PARAMETROS ********************************
      *    O PROGRAMA SEMPRE RODA SEM OPERADOR. O REGISTRO "SCE047" EM
      *    ARQPRM E OPCIONAL - PRM-DIAS MUDA O PRAZO DOS CONTRATOS A
      *    VENCER (ZERO = 60) E PRM-ARQSAIDA O NOME DO RELATORIO.

       LE-PARAMETRO.
           OPEN INPUT ARQPRM
           IF ST-ERRO8 NOT = "00"
             GO TO LE-PARAMETRO-FIM.
       LE-PARAMETRO-LOOP.
           READ ARQPRM
           IF ST-ERRO8 NOT = "00"
             CLOSE ARQPRM
             GO TO LE-PARAMETRO-FIM.
           IF PRM-PROGRAMA NOT = "SCE047"
             GO TO LE-PARAMETRO-LOOP.
           IF PRM-DIAS IS NUMERIC AND PRM-DIAS NOT = ZEROS
             MOVE PRM-DIAS TO WS-PRAZO-FIM.
           IF PRM-ARQSAIDA NOT = SPACES
             MOVE PRM-ARQSAIDA TO WS-RELCTR-NOME.
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
           MOVE "SCE047" TO RUN-PROGRAMA
           MOVE WS-QTD-LIDOS TO RUN-QTDLIDOS
           MOVE WS-QTD-GRAVADOS TO RUN-QTDGRAVADOS
           IF WS-RUN-FALHA = ZEROS
             MOVE "SUCESSO" TO RUN-SITUACAO
           ELSE
             MOVE "FALHA" TO RUN-SITUACAO.
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
