       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCE054.
      *************************************************************************
      * INSTALLATION.       LGPD - RELATORIO DE DADOS DO TITULAR E            *
      *                     ANONIMIZACAO DE CLIENTES INATIVOS                 *
      * AUTHOR.             Wallace Martins Vieira                            *
      * DATE-WRITTEN        00/00/0000                                        *
      *************************************************************************
      *    OPCAO 1 - RELATORIO DO TITULAR. PARA UM CPF, LISTA EM
      *              RELLGP.DAT TUDO O QUE O SISTEMA GUARDA DA PESSOA: O
      *              CADASTRO (ARQCLI), OS PEDIDOS EM QUE APARECE COMO
      *              CLIENTE OU FORNECEDOR (ARQVEN E ARQVENH), OS TITULOS
      *              (ARQTIT), A ULTIMA CARTA DE COBRANCA (ARQDUN), O
      *              CADASTRO DE FORNECEDOR (ARQFOR) SE A PESSOA TAMBEM
      *              FOR FORNECEDORA, OS CONTRATOS (ARQCTR), AS NOTAS
      *              FISCAIS DE SAIDA (ARQNFC) E AS LINHAS DOS ARQUIVOS
      *              DE EXPORTACAO (EXPCLI.CSV E EXPVEN.CSV) QUE TRAZEM
      *              O DOCUMENTO.
      *    OPCAO 2 - ANONIMIZACAO. CLIENTE PESSOA FISICA CADASTRADO HA
      *              MAIS DE N ANOS (CLI-DATACAD), SEM PEDIDO HA N ANOS
      *              (ARQVEN E ARQVENH), SEM TITULO EM ABERTO E SEM
      *              CONTRATO ATIVO (ARQCTR) TEM
      *              NOME, APELIDO, ENDERECO, TELEFONE, E-MAIL E CONTATO
      *              APAGADOS. FICAM CODIGO, CPF, TIPO, UF E LIMITE, QUE
      *              LIGAM O CADASTRO AO HISTORICO FISCAL - PEDIDOS,
      *              TITULOS E NOTAS NAO SAO ALTERADOS.
      *              PESSOA FISICA = CLI-TIPOCLIENTE "F"; EM BRANCO, PELO
      *              TAMANHO DO DOCUMENTO (ATE 11 DIGITOS = CPF).
      *              CADASTRO SEM DATA (ANTERIOR AO CAMPO) SO E
      *              ANONIMIZADO SE TIVER ALGUM PEDIDO - SEM PEDIDO NAO HA
      *              COMO SABER HA QUANTO TEMPO FOI CADASTRADO.
      *    A ANONIMIZACAO NAO TEM VOLTA: OS DADOS APAGADOS NAO SAO
      *    COPIADOS PARA LUGAR NENHUM - A LISTAGEM E A TRILHA EM ARQLOG
      *    (OPERACAO "ANONIMIZA") SO TEM CODIGO E CPF.
      *    COM REGISTRO EM ARQPRM RODA SEM OPERADOR A ANONIMIZACAO, COM
      *    PRM-DIAS ANOS SEM MOVIMENTO (ZERO = 5), E GRAVA A SITUACAO EM
      *    ARQRUN. O NOME DO EXPVEN VEM DO REGISTRO DO SCE010, SE HOUVER.
      *    USO INTERATIVO RESTRITO AO GERENTE.
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
                    FILE STATUS  IS ST-ERRO2.

           SELECT ARQVENH ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS VH-CHAVE-PED
                    FILE STATUS  IS ST-ERRO3.

           SELECT ARQTIT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-TIT
                    ALTERNATE RECORD KEY IS TIT-CPFCNPJ
                                        WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO4.

           SELECT ARQDUN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DUN-CPFCNPJ
                    FILE STATUS  IS ST-ERRO5.

           SELECT ARQCTR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CTR-CODIGO
                    ALTERNATE RECORD KEY IS CTR-CPFCNPJ
                                        WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO11.

           SELECT ARQFOR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FOR-CODIGO
                    ALTERNATE RECORD KEY IS FOR-CPFCNPJ
                    ALTERNATE RECORD KEY IS FOR-NOME WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO12.

           SELECT ARQNFC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-NFC
                    ALTERNATE RECORD KEY IS NFC-PEDCOD
                                        WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO13.

           SELECT ARQEXP ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO6.

           SELECT ARQLOG ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO7.

           SELECT RELLGP ASSIGN TO DISK
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

       FD ARQCLI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCLI.DAT".

       COPY CPCLI.

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

       FD ARQCTR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCTR.DAT".

       COPY CPCTR.

      *************************************************************************

       FD ARQFOR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFOR.DAT".

       COPY CPFOR.

      *************************************************************************

       FD ARQNFC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQNFC.DAT".

       COPY CPNFC.

      *************************************************************************

      *    EXPCLI.CSV E EXPVEN.CSV GERADOS PELO SCE010, LIDOS UM DE CADA
      *    VEZ PELO NOME EM WS-EXP-NOME.

       FD ARQEXP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS WS-EXP-NOME.

       01 WS-LINEXP                  PIC X(200).
       01 WS-LINEXP-TAB.
          03 WS-LINEXP-CAR           PIC X(01) OCCURS 200 TIMES.

      *************************************************************************

       FD ARQLOG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQLOG.DAT".

       COPY CPLOG.

      *************************************************************************

       FD RELLGP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS WS-RELLGP-NOME.

       01 WS-LINREL                  PIC X(132).

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
       01 ST-ERRO11                  PIC X(02) VALUE "00".
       01 ST-ERRO12                  PIC X(02) VALUE "00".
       01 ST-ERRO13                  PIC X(02) VALUE "00".
       01 MENS                       PIC X(60) VALUE SPACES.

       01 WS-ENVNIVEL                PIC X(20) VALUE "NIVEL".
       01 WS-NIVEL-X                 PIC X(01) VALUE SPACES.
       01 WS-NIVEL                   PIC 9(01) VALUE ZEROS.
       01 WS-ENVNOME                 PIC X(20) VALUE "USER".
       01 WS-OPERADOR                PIC X(20) VALUE SPACES.
       01 WS-CONFIRMA                PIC X(01) VALUE SPACES.

       01 WS-RELLGP-NOME             PIC X(20) VALUE "RELLGP.DAT".
       01 WS-EXPVEN-NOME             PIC X(20) VALUE "EXPVEN.CSV".
       01 WS-EXP-NOME                PIC X(20) VALUE SPACES.
       01 WS-BATCH                   PIC 9(01) VALUE ZEROS.
       01 WS-RUN-FALHA               PIC 9(01) VALUE ZEROS.
       01 WS-QTD-LIDOS               PIC 9(07) VALUE ZEROS.
       01 WS-QTD-GRAVADOS            PIC 9(07) VALUE ZEROS.

      ****** ESCOLHAS DA EXECUCAO ********************************************
      *    OPCAO  1=RELATORIO DO TITULAR 2=ANONIMIZACAO DE INATIVOS

       01 WS-OPCAO                   PIC 9(01) VALUE ZEROS.
       01 WS-CPF                     PIC 9(14) VALUE ZEROS.
       01 WS-CPF-X REDEFINES WS-CPF  PIC X(14).
       01 WS-CPF-TAB REDEFINES WS-CPF.
          03 WS-CPF-CAR              PIC X(01) OCCURS 14 TIMES.
       01 WS-ANOS                    PIC 9(03) VALUE ZEROS.
       01 WS-DATA-HOJE               PIC 9(08) VALUE ZEROS.
       01 WS-DATA-CORTE              PIC 9(08) VALUE ZEROS.
       01 WS-DATA-CORTE-R REDEFINES WS-DATA-CORTE.
          03 WS-CORTE-ANO            PIC 9(04).
          03 WS-CORTE-MESDIA         PIC 9(04).

      ****** ARQUIVOS OPCIONAIS (1 = ABERTO) *********************************

       01 WS-VENH-ATIVO              PIC 9(01) VALUE ZEROS.
       01 WS-TIT-ATIVO               PIC 9(01) VALUE ZEROS.
       01 WS-DUN-ATIVO               PIC 9(01) VALUE ZEROS.
       01 WS-CTR-ATIVO               PIC 9(01) VALUE ZEROS.
       01 WS-FOR-ATIVO               PIC 9(01) VALUE ZEROS.
       01 WS-NFC-ATIVO               PIC 9(01) VALUE ZEROS.
       01 WS-VENH-CHECA              PIC 9(01) VALUE ZEROS.
       01 WS-VENH-ULTDATA            PIC 9(08) VALUE ZEROS.

      ****** ANONIMIZACAO ****************************************************
      *    ATIVO  1=CLIENTE ATIVO 2=CADASTRO SEM DATA E SEM PEDIDO

       01 WS-MARCA-ANON              PIC X(30) VALUE
          "CLIENTE ANONIMIZADO LGPD".
       01 WS-ATIVO                   PIC 9(01) VALUE ZEROS.
       01 WS-TEM-PEDIDO              PIC 9(01) VALUE ZEROS.
       01 WS-CHAVE-LOG               PIC 9(14) VALUE ZEROS.
       01 WS-QTD-JAANON              PIC 9(07) VALUE ZEROS.
       01 WS-QTD-PJ                  PIC 9(07) VALUE ZEROS.
       01 WS-QTD-ATIVOS              PIC 9(07) VALUE ZEROS.
       01 WS-QTD-SEMDATA             PIC 9(07) VALUE ZEROS.
       01 WS-QTD-ERROS               PIC 9(07) VALUE ZEROS.

      ****** RELATORIO DO TITULAR ********************************************

       01 WS-QTD-SECAO               PIC 9(07) VALUE ZEROS.
       01 WS-OCORR                   PIC 9(03) VALUE ZEROS.
       01 WS-POS-INI                 PIC 9(03) VALUE ZEROS.
       01 WS-POS-LIN                 PIC 9(03) VALUE ZEROS.
       01 WS-POS-CPF                 PIC 9(02) VALUE ZEROS.
       01 WS-ED-VALOR                PIC Z.ZZZ.ZZ9,99.

      ****** LINHAS DO RELATORIO *********************************************

       01 WS-CABEC1.
          05 WC-TITULO               PIC X(40).
          05 FILLER                  PIC X(10) VALUE "EMISSAO: ".
          05 WC-DATA-HOJE            PIC 9(08).
          05 FILLER                  PIC X(12) VALUE "  OPERADOR: ".
          05 WC-OPERADOR             PIC X(20).

       01 WS-CABEC2.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 WC-ROTULO               PIC X(38).
          05 WC-VALOR                PIC 9(14).

       01 WS-LINSECAO.
          05 FILLER                  PIC X(03) VALUE "-- ".
          05 WS-SECAO                PIC X(60).

       01 WS-LINCAMPO.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 WF-ROTULO               PIC X(14).
          05 FILLER                  PIC X(02) VALUE ": ".
          05 WF-VALOR                PIC X(60).

       01 WS-LINPED.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 WP-PAPEL                PIC X(07).
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 WP-PEDIDO               PIC 9(06).
          05 FILLER                  PIC X(01) VALUE "/".
          05 WP-ITEM                 PIC 9(03).
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 WP-DATA                 PIC 9(08).
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 WP-TIPO                 PIC X(15).
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 WP-PRODUTO              PIC Z(08)9.
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 WP-QUANTIDADE           PIC ZZZ.ZZ9.
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 WP-VALOR                PIC Z.ZZZ.ZZ9,99.
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 WP-STATUS               PIC 9(01).

       01 WS-LINTIT.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 WT-PEDIDO               PIC 9(06).
          05 FILLER                  PIC X(01) VALUE "/".
          05 WT-PARCELA              PIC 9(02).
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 WT-TIPO                 PIC X(01).
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 WT-VENCIMENTO           PIC 9(08).
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 WT-VALOR                PIC Z.ZZZ.ZZ9,99.
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 WT-VALORPAGO            PIC Z.ZZZ.ZZ9,99.
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 WT-DATABAIXA            PIC 9(08).
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 WT-SITUACAO             PIC X(10).

       01 WS-LINCTR.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 WR-CODIGO               PIC 9(06).
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 WR-DESCRICAO            PIC X(30).
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 WR-DATAINI              PIC 9(08).
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 WR-DATAFIM              PIC 9(08).
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 WR-VALOR                PIC Z.ZZZ.ZZ9,99.
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 WR-SITUACAO             PIC X(10).

       01 WS-LINNFC.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 WN-SERIE                PIC 9(03).
          05 FILLER                  PIC X(01) VALUE "/".
          05 WN-NUMERO               PIC 9(06).
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 WN-DATA                 PIC 9(08).
          05 FILLER                  PIC X(05) VALUE " PED ".
          05 WN-PEDIDO               PIC 9(06).
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 WN-UF                   PIC X(02).
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 WN-CFOP                 PIC 9(04).
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 WN-VALOR                PIC ZZZ.ZZZ.ZZ9,99.
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 WN-SITUACAO             PIC X(10).

       01 WS-LINEXPREL.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 WE-LINHA                PIC X(128).

       01 WS-LINANON.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 WA-CODIGO               PIC 9(06).
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 WA-CPFCNPJ              PIC 9(14).
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 WA-ESTADO               PIC X(02).
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 WA-ACAO                 PIC X(30).

       01 WS-LINTOT.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 WT-ROTULO               PIC X(40).
          05 WT-QTD                  PIC ZZZ.ZZ9.

      *************************************************************************

       PROCEDURE DIVISION.

       INICIO.
           PERFORM LE-PARAMETRO THRU LE-PARAMETRO-FIM
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           DISPLAY WS-ENVNOME UPON ENVIRONMENT-NAME
           ACCEPT WS-OPERADOR FROM ENVIRONMENT-VALUE
           IF WS-OPERADOR = SPACES
             MOVE "DESCONHECIDO" TO WS-OPERADOR.
           IF WS-BATCH = 1
             GO TO R00-LOTE.

      ****** CONTROLE DE ACESSO - DADOS PESSOAIS RESTRITOS AO GERENTE ********

       R00.
           DISPLAY WS-ENVNIVEL UPON ENVIRONMENT-NAME
           ACCEPT WS-NIVEL-X FROM ENVIRONMENT-VALUE
           IF WS-NIVEL-X IS NUMERIC
             MOVE WS-NIVEL-X TO WS-NIVEL
           ELSE
             MOVE ZEROS TO WS-NIVEL.
           IF WS-NIVEL < 3
             MOVE "*** LGPD - ROTINA RESTRITA AO GERENTE ***" TO MENS
             DISPLAY MENS
             GO TO ROT-FIM.

      ***************** ESCOLHAS DO OPERADOR **********************************

       R00-OPCAO.
           DISPLAY "1=RELATORIO DE DADOS DO TITULAR "
                   "2=ANONIMIZACAO DE CLIENTES INATIVOS : "
           ACCEPT WS-OPCAO
           IF WS-OPCAO = 2
             GO TO R00-ANOS.
           IF WS-OPCAO NOT = 1
             DISPLAY "*** DIGITE 1 OU 2 ***"
             GO TO R00-OPCAO.

       R00-CPF.
           DISPLAY "CPF DO TITULAR (0 = RETORNA) : "
           ACCEPT WS-CPF
           IF WS-CPF = ZEROS
             GO TO ROT-FIM.
           GO TO R0.

       R00-ANOS.
           DISPLAY "ANOS SEM PEDIDO PARA ANONIMIZAR (0 = 5) : "
           ACCEPT WS-ANOS
           IF WS-ANOS = ZEROS
             MOVE 5 TO WS-ANOS.
           IF WS-ANOS > 99
             DISPLAY "*** DIGITE DE 1 A 99 ANOS ***"
             GO TO R00-ANOS.

       R00-CONFIRMA.
           DISPLAY "A ANONIMIZACAO NAO PODE SER DESFEITA. "
                   "CONFIRMA (S/N) : "
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA = "N" OR "n"
             DISPLAY "*** OPERACAO CANCELADA ***"
             GO TO ROT-FIM.
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
             GO TO R00-CONFIRMA.
           GO TO R0.

      ***************** EXECUCAO SEM OPERADOR *********************************
      *    SO A ANONIMIZACAO - O RELATORIO DO TITULAR E SEMPRE A PEDIDO.

       R00-LOTE.
           MOVE 2 TO WS-OPCAO
           IF WS-ANOS = ZEROS OR WS-ANOS > 99
             MOVE 5 TO WS-ANOS.

      ************************ ABERTURA DE ARQUIVOS ***************************

       R0.
           OPEN OUTPUT RELLGP
           IF ST-ERRO10 NOT = "00"
             MOVE "ERRO NA ABERTURA DO RELATORIO DA LGPD" TO MENS
             DISPLAY MENS
             MOVE 1 TO WS-RUN-FALHA
             GO TO ROT-FIM.

       R0A.
           OPEN EXTEND ARQLOG
           IF ST-ERRO7 NOT = "00"
             IF ST-ERRO7 = "30" OR ST-ERRO7 = "35"
               OPEN OUTPUT ARQLOG
               CLOSE ARQLOG
               OPEN EXTEND ARQLOG
             ELSE
               MOVE "ERRO NA ABERTURA DO ARQUIVO DE AUDITORIA" TO MENS
               DISPLAY MENS
               MOVE 1 TO WS-RUN-FALHA
               CLOSE RELLGP
               GO TO ROT-FIM.

       R0B.
           IF WS-OPCAO = 2
             OPEN I-O ARQCLI
           ELSE
             OPEN INPUT ARQCLI.
           IF ST-ERRO NOT = "00"
             MOVE "*** ARQUIVO DE CLIENTES NAO ENCONTRADO ***" TO MENS
             DISPLAY MENS
             MOVE 1 TO WS-RUN-FALHA
             CLOSE RELLGP ARQLOG
             GO TO ROT-FIM.

       R0C.
           OPEN INPUT ARQVEN
           IF ST-ERRO2 NOT = "00"
             MOVE "*** ARQUIVO DE PEDIDOS NAO ENCONTRADO ***" TO MENS
             DISPLAY MENS
             MOVE 1 TO WS-RUN-FALHA
             CLOSE RELLGP ARQLOG ARQCLI
             GO TO ROT-FIM.

      *    HISTORICO, TITULOS, COBRANCA, CONTRATOS, FORNECEDORES E NOTAS
      *    FISCAIS PODEM AINDA NAO EXISTIR.

       R0D.
           OPEN INPUT ARQVENH
           IF ST-ERRO3 = "00"
             MOVE 1 TO WS-VENH-ATIVO
           ELSE
             IF ST-ERRO3 NOT = "30" AND ST-ERRO3 NOT = "35"
               MOVE "ERRO NA ABERTURA DO ARQUIVO HISTORICO" TO MENS
               DISPLAY MENS
               MOVE 1 TO WS-RUN-FALHA
               CLOSE RELLGP ARQLOG ARQCLI ARQVEN
               GO TO ROT-FIM.

       R0E.
           OPEN INPUT ARQTIT
           IF ST-ERRO4 = "00"
             MOVE 1 TO WS-TIT-ATIVO
           ELSE
             IF ST-ERRO4 NOT = "30" AND ST-ERRO4 NOT = "35"
               MOVE "ERRO NA ABERTURA DO ARQUIVO DE TITULOS" TO MENS
               DISPLAY MENS
               MOVE 1 TO WS-RUN-FALHA
               GO TO R9-FECHA.

       R0F.
           OPEN INPUT ARQDUN
           IF ST-ERRO5 = "00"
             MOVE 1 TO WS-DUN-ATIVO
           ELSE
             IF ST-ERRO5 NOT = "30" AND ST-ERRO5 NOT = "35"
               MOVE "ERRO NA ABERTURA DO CONTROLE DE COBRANCA" TO MENS
               DISPLAY MENS
               MOVE 1 TO WS-RUN-FALHA
               GO TO R9-FECHA.

       R0G.
           OPEN INPUT ARQCTR
           IF ST-ERRO11 = "00"
             MOVE 1 TO WS-CTR-ATIVO
           ELSE
             IF ST-ERRO11 NOT = "30" AND ST-ERRO11 NOT = "35"
               MOVE "ERRO NA ABERTURA DO ARQUIVO DE CONTRATOS" TO MENS
               DISPLAY MENS
               MOVE 1 TO WS-RUN-FALHA
               GO TO R9-FECHA.

       R0H.
           OPEN INPUT ARQFOR
           IF ST-ERRO12 = "00"
             MOVE 1 TO WS-FOR-ATIVO
           ELSE
             IF ST-ERRO12 NOT = "30" AND ST-ERRO12 NOT = "35"
               MOVE "ERRO NA ABERTURA DO ARQUIVO DE FORNECEDORES"
                    TO MENS
               DISPLAY MENS
               MOVE 1 TO WS-RUN-FALHA
               GO TO R9-FECHA.

       R0I.
           OPEN INPUT ARQNFC
           IF ST-ERRO13 = "00"
             MOVE 1 TO WS-NFC-ATIVO
           ELSE
             IF ST-ERRO13 NOT = "30" AND ST-ERRO13 NOT = "35"
               MOVE "ERRO NA ABERTURA DO ARQUIVO DE NOTAS FISCAIS"
                    TO MENS
               DISPLAY MENS
               MOVE 1 TO WS-RUN-FALHA
               GO TO R9-FECHA.

           MOVE WS-DATA-HOJE TO WC-DATA-HOJE
           MOVE WS-OPERADOR  TO WC-OPERADOR
           IF WS-OPCAO = 2
             GO TO R5.

      ***************** RELATORIO DO TITULAR **********************************

       R1.
           MOVE "DADOS PESSOAIS - LGPD - SCE054" TO WC-TITULO
           WRITE WS-LINREL FROM WS-CABEC1
           MOVE "DOCUMENTO DO TITULAR" TO WC-ROTULO
           MOVE WS-CPF TO WC-VALOR
           WRITE WS-LINREL FROM WS-CABEC2
           MOVE SPACES TO WS-LINREL
           WRITE WS-LINREL.

       R1-CLI.
           MOVE "CADASTRO DE CLIENTES (ARQCLI)" TO WS-SECAO
           WRITE WS-LINREL FROM WS-LINSECAO
           MOVE WS-CPF TO CLI-CPFCNPJ
           READ ARQCLI
           IF ST-ERRO NOT = "00"
             MOVE SPACES TO WS-LINREL
             MOVE "  NAO HA CADASTRO DE CLIENTE COM ESTE DOCUMENTO"
                  TO WS-LINREL
             WRITE WS-LINREL
             GO TO R1-FOR.

           MOVE "CODIGO" TO WF-ROTULO
           MOVE CLI-CODIGO TO WF-VALOR
           PERFORM GRAVA-CAMPO THRU GRAVA-CAMPO-FIM
           MOVE "TIPO" TO WF-ROTULO
           MOVE CLI-TIPOCLIENTE TO WF-VALOR
           PERFORM GRAVA-CAMPO THRU GRAVA-CAMPO-FIM
           MOVE "NOME" TO WF-ROTULO
           MOVE CLI-NOME TO WF-VALOR
           PERFORM GRAVA-CAMPO THRU GRAVA-CAMPO-FIM
           MOVE "APELIDO" TO WF-ROTULO
           MOVE CLI-APELIDO TO WF-VALOR
           PERFORM GRAVA-CAMPO THRU GRAVA-CAMPO-FIM
           MOVE "CEP" TO WF-ROTULO
           MOVE CLI-CEP TO WF-VALOR
           PERFORM GRAVA-CAMPO THRU GRAVA-CAMPO-FIM
           MOVE "LOGRADOURO" TO WF-ROTULO
           MOVE CLI-LOGRADOURO TO WF-VALOR
           PERFORM GRAVA-CAMPO THRU GRAVA-CAMPO-FIM
           MOVE "NUMERO" TO WF-ROTULO
           MOVE CLI-NUMERO TO WF-VALOR
           PERFORM GRAVA-CAMPO THRU GRAVA-CAMPO-FIM
           MOVE "COMPLEMENTO" TO WF-ROTULO
           MOVE CLI-COMPLEMENTO TO WF-VALOR
           PERFORM GRAVA-CAMPO THRU GRAVA-CAMPO-FIM
           MOVE "BAIRRO" TO WF-ROTULO
           MOVE CLI-BAIRRO TO WF-VALOR
           PERFORM GRAVA-CAMPO THRU GRAVA-CAMPO-FIM
           MOVE "CIDADE" TO WF-ROTULO
           MOVE CLI-CIDADE TO WF-VALOR
           PERFORM GRAVA-CAMPO THRU GRAVA-CAMPO-FIM
           MOVE "ESTADO" TO WF-ROTULO
           MOVE CLI-ESTADO TO WF-VALOR
           PERFORM GRAVA-CAMPO THRU GRAVA-CAMPO-FIM
           MOVE "TELEFONE" TO WF-ROTULO
           MOVE CLI-TELEFONE TO WF-VALOR
           PERFORM GRAVA-CAMPO THRU GRAVA-CAMPO-FIM
           MOVE "E-MAIL" TO WF-ROTULO
           MOVE CLI-EMAIL TO WF-VALOR
           PERFORM GRAVA-CAMPO THRU GRAVA-CAMPO-FIM
           MOVE "CONTATO" TO WF-ROTULO
           MOVE CLI-CONTATO TO WF-VALOR
           PERFORM GRAVA-CAMPO THRU GRAVA-CAMPO-FIM
           MOVE "LIMITE" TO WF-ROTULO
           MOVE CLI-LIMITE TO WS-ED-VALOR
           MOVE WS-ED-VALOR TO WF-VALOR
           PERFORM GRAVA-CAMPO THRU GRAVA-CAMPO-FIM
           MOVE "DATA CADASTRO" TO WF-ROTULO
           MOVE CLI-DATACAD TO WF-VALOR
           PERFORM GRAVA-CAMPO THRU GRAVA-CAMPO-FIM.

      ***************** CADASTRO DE FORNECEDORES (ARQFOR) *********************
      *    A MESMA PESSOA PODE SER CLIENTE E FORNECEDORA.

       R1-FOR.
           MOVE SPACES TO WS-LINREL
           WRITE WS-LINREL
           MOVE "CADASTRO DE FORNECEDORES (ARQFOR)" TO WS-SECAO
           WRITE WS-LINREL FROM WS-LINSECAO
           IF WS-FOR-ATIVO = ZEROS
             GO TO R1-FOR-NAO.
           MOVE WS-CPF TO FOR-CPFCNPJ
           READ ARQFOR KEY IS FOR-CPFCNPJ
           IF ST-ERRO12 NOT = "00"
             GO TO R1-FOR-NAO.

           MOVE "CODIGO" TO WF-ROTULO
           MOVE FOR-CODIGO TO WF-VALOR
           PERFORM GRAVA-CAMPO THRU GRAVA-CAMPO-FIM
           MOVE "TIPO" TO WF-ROTULO
           MOVE FOR-TIPOFORNECEDOR TO WF-VALOR
           PERFORM GRAVA-CAMPO THRU GRAVA-CAMPO-FIM
           MOVE "NOME" TO WF-ROTULO
           MOVE FOR-NOME TO WF-VALOR
           PERFORM GRAVA-CAMPO THRU GRAVA-CAMPO-FIM
           MOVE "APELIDO" TO WF-ROTULO
           MOVE FOR-APELIDO TO WF-VALOR
           PERFORM GRAVA-CAMPO THRU GRAVA-CAMPO-FIM
           MOVE "CEP" TO WF-ROTULO
           MOVE FOR-CEP TO WF-VALOR
           PERFORM GRAVA-CAMPO THRU GRAVA-CAMPO-FIM
           MOVE "LOGRADOURO" TO WF-ROTULO
           MOVE FOR-LOGRADOURO TO WF-VALOR
           PERFORM GRAVA-CAMPO THRU GRAVA-CAMPO-FIM
           MOVE "NUMERO" TO WF-ROTULO
           MOVE FOR-NUMERO TO WF-VALOR
           PERFORM GRAVA-CAMPO THRU GRAVA-CAMPO-FIM
           MOVE "COMPLEMENTO" TO WF-ROTULO
           MOVE FOR-COMPLEMENTO TO WF-VALOR
           PERFORM GRAVA-CAMPO THRU GRAVA-CAMPO-FIM
           MOVE "BAIRRO" TO WF-ROTULO
           MOVE FOR-BAIRRO TO WF-VALOR
           PERFORM GRAVA-CAMPO THRU GRAVA-CAMPO-FIM
           MOVE "CIDADE" TO WF-ROTULO
           MOVE FOR-CIDADE TO WF-VALOR
           PERFORM GRAVA-CAMPO THRU GRAVA-CAMPO-FIM
           MOVE "ESTADO" TO WF-ROTULO
           MOVE FOR-ESTADO TO WF-VALOR
           PERFORM GRAVA-CAMPO THRU GRAVA-CAMPO-FIM
           MOVE "TELEFONE" TO WF-ROTULO
           MOVE FOR-TELEFONE TO WF-VALOR
           PERFORM GRAVA-CAMPO THRU GRAVA-CAMPO-FIM
           MOVE "E-MAIL" TO WF-ROTULO
           MOVE FOR-EMAIL TO WF-VALOR
           PERFORM GRAVA-CAMPO THRU GRAVA-CAMPO-FIM
           MOVE "CONTATO" TO WF-ROTULO
           MOVE FOR-CONTATO TO WF-VALOR
           PERFORM GRAVA-CAMPO THRU GRAVA-CAMPO-FIM
           GO TO R2.
       R1-FOR-NAO.
           MOVE SPACES TO WS-LINREL
           MOVE "  NAO HA CADASTRO DE FORNECEDOR COM ESTE DOCUMENTO"
                TO WS-LINREL
           WRITE WS-LINREL.

      ***************** PEDIDOS EM ANDAMENTO (ARQVEN) *************************
      *    PRIMEIRO COMO CLIENTE (PED-CLI-CPFCNPJ), DEPOIS COMO
      *    FORNECEDOR (PED-FOR-CPFCNPJ).

       R2.
           MOVE SPACES TO WS-LINREL
           WRITE WS-LINREL
           MOVE "PEDIDOS (ARQVEN)" TO WS-SECAO
           WRITE WS-LINREL FROM WS-LINSECAO
           MOVE ZEROS TO WS-QTD-SECAO
           MOVE WS-CPF TO PED-CLI-CPFCNPJ
           START ARQVEN KEY IS EQUAL PED-CLI-CPFCNPJ
           IF ST-ERRO2 NOT = "00"
             GO TO R2-FOR.
       R2-CLI-LOOP.
           READ ARQVEN NEXT RECORD
           IF ST-ERRO2 NOT = "00" AND ST-ERRO2 NOT = "02"
             GO TO R2-FOR.
           IF PED-CLI-CPFCNPJ NOT = WS-CPF
             GO TO R2-FOR.
           MOVE "CLIENTE" TO WP-PAPEL
           PERFORM GRAVA-PEDIDO THRU GRAVA-PEDIDO-FIM
           GO TO R2-CLI-LOOP.

       R2-FOR.
           MOVE WS-CPF TO PED-FOR-CPFCNPJ
           START ARQVEN KEY IS EQUAL PED-FOR-CPFCNPJ
           IF ST-ERRO2 NOT = "00"
             GO TO R2-TOTAL.
       R2-FOR-LOOP.
           READ ARQVEN NEXT RECORD
           IF ST-ERRO2 NOT = "00" AND ST-ERRO2 NOT = "02"
             GO TO R2-TOTAL.
           IF PED-FOR-CPFCNPJ NOT = WS-CPF
             GO TO R2-TOTAL.
           MOVE "FORNEC." TO WP-PAPEL
           PERFORM GRAVA-PEDIDO THRU GRAVA-PEDIDO-FIM
           GO TO R2-FOR-LOOP.

       R2-TOTAL.
           MOVE "ITENS DE PEDIDO" TO WT-ROTULO
           PERFORM GRAVA-TOTAL THRU GRAVA-TOTAL-FIM.

      ***************** PEDIDOS ARQUIVADOS (ARQVENH) **************************
      *    SEM CHAVE POR DOCUMENTO - LEITURA COMPLETA DO HISTORICO.

       R2H.
           MOVE SPACES TO WS-LINREL
           WRITE WS-LINREL
           MOVE "PEDIDOS ARQUIVADOS (ARQVENH)" TO WS-SECAO
           WRITE WS-LINREL FROM WS-LINSECAO
           MOVE ZEROS TO WS-QTD-SECAO
           IF WS-VENH-ATIVO = ZEROS
             GO TO R2H-TOTAL.
           MOVE ZEROS TO VH-CHAVE-PED
           START ARQVENH KEY IS NOT LESS THAN VH-CHAVE-PED
           IF ST-ERRO3 NOT = "00"
             GO TO R2H-TOTAL.
       R2H-LOOP.
           READ ARQVENH NEXT RECORD
           IF ST-ERRO3 NOT = "00" AND ST-ERRO3 NOT = "02"
             GO TO R2H-TOTAL.
           IF VH-PED-CLI-CPFCNPJ = WS-CPF
             MOVE "CLIENTE" TO WP-PAPEL
           ELSE
             IF VH-PED-FOR-CPFCNPJ = WS-CPF
               MOVE "FORNEC." TO WP-PAPEL
             ELSE
               GO TO R2H-LOOP.
           MOVE VH-PED-COD         TO WP-PEDIDO
           MOVE VH-PED-ITEM        TO WP-ITEM
           MOVE VH-PED-DATA        TO WP-DATA
           MOVE VH-PED-TIPOPEDIDO  TO WP-TIPO
           MOVE VH-PED-COD-PRO     TO WP-PRODUTO
           MOVE VH-PED-QUANTIDADE  TO WP-QUANTIDADE
           MOVE VH-PED-VALORITEM   TO WP-VALOR
           MOVE VH-PED-STATUS      TO WP-STATUS
           WRITE WS-LINREL FROM WS-LINPED
           ADD 1 TO WS-QTD-SECAO
           GO TO R2H-LOOP.

       R2H-TOTAL.
           MOVE "ITENS DE PEDIDO ARQUIVADOS" TO WT-ROTULO
           PERFORM GRAVA-TOTAL THRU GRAVA-TOTAL-FIM.

      ***************** TITULOS A RECEBER E A PAGAR (ARQTIT) ******************

       R3.
           MOVE SPACES TO WS-LINREL
           WRITE WS-LINREL
           MOVE "TITULOS (ARQTIT)" TO WS-SECAO
           WRITE WS-LINREL FROM WS-LINSECAO
           MOVE ZEROS TO WS-QTD-SECAO
           IF WS-TIT-ATIVO = ZEROS
             GO TO R3-TOTAL.
           MOVE WS-CPF TO TIT-CPFCNPJ
           START ARQTIT KEY IS EQUAL TIT-CPFCNPJ
           IF ST-ERRO4 NOT = "00"
             GO TO R3-TOTAL.
       R3-LOOP.
           READ ARQTIT NEXT RECORD
           IF ST-ERRO4 NOT = "00" AND ST-ERRO4 NOT = "02"
             GO TO R3-TOTAL.
           IF TIT-CPFCNPJ NOT = WS-CPF
             GO TO R3-TOTAL.
           MOVE TIT-PEDCOD      TO WT-PEDIDO
           MOVE TIT-PARCELA     TO WT-PARCELA
           MOVE TIT-TIPO        TO WT-TIPO
           MOVE TIT-VENCIMENTO  TO WT-VENCIMENTO
           MOVE TIT-VALOR       TO WT-VALOR
           MOVE TIT-VALORPAGO   TO WT-VALORPAGO
           MOVE TIT-DATABAIXA   TO WT-DATABAIXA
           IF TIT-STATUS = 1
             MOVE "ABERTO"    TO WT-SITUACAO
           ELSE
             IF TIT-STATUS = 2
               MOVE "LIQUIDADO" TO WT-SITUACAO
             ELSE
               MOVE "CANCELADO" TO WT-SITUACAO.
           WRITE WS-LINREL FROM WS-LINTIT
           ADD 1 TO WS-QTD-SECAO
           GO TO R3-LOOP.

       R3-TOTAL.
           MOVE "TITULOS" TO WT-ROTULO
           PERFORM GRAVA-TOTAL THRU GRAVA-TOTAL-FIM.

      ***************** CARTAS DE COBRANCA (ARQDUN) ***************************

       R3-DUN.
           MOVE SPACES TO WS-LINREL
           WRITE WS-LINREL
           MOVE "CARTAS DE COBRANCA (ARQDUN)" TO WS-SECAO
           WRITE WS-LINREL FROM WS-LINSECAO
           IF WS-DUN-ATIVO = ZEROS
             GO TO R3-DUN-NAO.
           MOVE WS-CPF TO DUN-CPFCNPJ
           READ ARQDUN
           IF ST-ERRO5 NOT = "00"
             GO TO R3-DUN-NAO.
           MOVE "ULTIMA CARTA" TO WF-ROTULO
           MOVE DUN-DATAULT TO WF-VALOR
           PERFORM GRAVA-CAMPO THRU GRAVA-CAMPO-FIM
           MOVE "FAIXA" TO WF-ROTULO
           MOVE DUN-FAIXA TO WF-VALOR
           PERFORM GRAVA-CAMPO THRU GRAVA-CAMPO-FIM
           MOVE "VALOR COBRADO" TO WF-ROTULO
           MOVE DUN-VALOR TO WS-ED-VALOR
           MOVE WS-ED-VALOR TO WF-VALOR
           PERFORM GRAVA-CAMPO THRU GRAVA-CAMPO-FIM
           GO TO R3-CTR.
       R3-DUN-NAO.
           MOVE SPACES TO WS-LINREL
           MOVE "  NENHUMA CARTA DE COBRANCA ENVIADA" TO WS-LINREL
           WRITE WS-LINREL.

      ***************** CONTRATOS DE FATURAMENTO (ARQCTR) *********************

       R3-CTR.
           MOVE SPACES TO WS-LINREL
           WRITE WS-LINREL
           MOVE "CONTRATOS (ARQCTR)" TO WS-SECAO
           WRITE WS-LINREL FROM WS-LINSECAO
           MOVE ZEROS TO WS-QTD-SECAO
           IF WS-CTR-ATIVO = ZEROS
             GO TO R3-CTR-TOTAL.
           MOVE WS-CPF TO CTR-CPFCNPJ
           START ARQCTR KEY IS EQUAL CTR-CPFCNPJ
           IF ST-ERRO11 NOT = "00"
             GO TO R3-CTR-TOTAL.
       R3-CTR-LOOP.
           READ ARQCTR NEXT RECORD
           IF ST-ERRO11 NOT = "00" AND ST-ERRO11 NOT = "02"
             GO TO R3-CTR-TOTAL.
           IF CTR-CPFCNPJ NOT = WS-CPF
             GO TO R3-CTR-TOTAL.
           MOVE CTR-CODIGO       TO WR-CODIGO
           MOVE CTR-DESCRICAO    TO WR-DESCRICAO
           MOVE CTR-DATAINI      TO WR-DATAINI
           MOVE CTR-DATAFIM      TO WR-DATAFIM
           MOVE CTR-VALORMENSAL  TO WR-VALOR
           IF CTR-SITUACAO = "A"
             MOVE "ATIVO"     TO WR-SITUACAO
           ELSE
             IF CTR-SITUACAO = "S"
               MOVE "SUSPENSO"  TO WR-SITUACAO
             ELSE
               MOVE "ENCERRADO" TO WR-SITUACAO.
           WRITE WS-LINREL FROM WS-LINCTR
           ADD 1 TO WS-QTD-SECAO
           GO TO R3-CTR-LOOP.

       R3-CTR-TOTAL.
           MOVE "CONTRATOS" TO WT-ROTULO
           PERFORM GRAVA-TOTAL THRU GRAVA-TOTAL-FIM.

      ***************** NOTAS FISCAIS DE SAIDA (ARQNFC) ***********************
      *    SEM CHAVE POR DOCUMENTO - LEITURA COMPLETA DAS NOTAS.

       R3-NFC.
           MOVE SPACES TO WS-LINREL
           WRITE WS-LINREL
           MOVE "NOTAS FISCAIS DE SAIDA (ARQNFC)" TO WS-SECAO
           WRITE WS-LINREL FROM WS-LINSECAO
           MOVE ZEROS TO WS-QTD-SECAO
           IF WS-NFC-ATIVO = ZEROS
             GO TO R3-NFC-TOTAL.
           MOVE ZEROS TO CHAVE-NFC
           START ARQNFC KEY IS NOT LESS THAN CHAVE-NFC
           IF ST-ERRO13 NOT = "00"
             GO TO R3-NFC-TOTAL.
       R3-NFC-LOOP.
           READ ARQNFC NEXT RECORD
           IF ST-ERRO13 NOT = "00" AND ST-ERRO13 NOT = "02"
             GO TO R3-NFC-TOTAL.
           IF NFC-CPFCNPJ NOT = WS-CPF
             GO TO R3-NFC-LOOP.
           MOVE NFC-SERIE        TO WN-SERIE
           MOVE NFC-NUMERO       TO WN-NUMERO
           MOVE NFC-DATAEMISSAO  TO WN-DATA
           MOVE NFC-PEDCOD       TO WN-PEDIDO
           MOVE NFC-UF           TO WN-UF
           MOVE NFC-CFOP         TO WN-CFOP
           MOVE NFC-VLRTOTAL     TO WN-VALOR
           IF NFC-SITUACAO = "C"
             MOVE "CANCELADA"  TO WN-SITUACAO
           ELSE
             MOVE "AUTORIZADA" TO WN-SITUACAO.
           WRITE WS-LINREL FROM WS-LINNFC
           ADD 1 TO WS-QTD-SECAO
           GO TO R3-NFC-LOOP.

       R3-NFC-TOTAL.
           MOVE "NOTAS FISCAIS" TO WT-ROTULO
           PERFORM GRAVA-TOTAL THRU GRAVA-TOTAL-FIM.

      ***************** ARQUIVOS DE EXPORTACAO (SCE010) ***********************

       R4.
           MOVE "EXPCLI.CSV" TO WS-EXP-NOME
           PERFORM PROCURA-EXPORTACAO THRU PROCURA-EXPORTACAO-FIM
           MOVE WS-EXPVEN-NOME TO WS-EXP-NOME
           PERFORM PROCURA-EXPORTACAO THRU PROCURA-EXPORTACAO-FIM

           MOVE "RELAT LGPD" TO LOG-OPERACAO
           MOVE WS-CPF TO WS-CHAVE-LOG
           MOVE WS-CHAVE-LOG TO LOG-CHAVE
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM
           GO TO R9-FECHA.

      ***************** ANONIMIZACAO DE CLIENTES INATIVOS *********************
      *    CORTE = HOJE MENOS WS-ANOS ANOS. CADASTRO OU PEDIDO COM DATA
      *    A PARTIR DO CORTE, TITULO EM ABERTO OU CONTRATO ATIVO MANTEM
      *    O CLIENTE ATIVO.

       R5.
           MOVE WS-DATA-HOJE TO WS-DATA-CORTE
           SUBTRACT WS-ANOS FROM WS-CORTE-ANO

           MOVE "ANONIMIZACAO LGPD - SCE054" TO WC-TITULO
           WRITE WS-LINREL FROM WS-CABEC1
           MOVE "SEM PEDIDO DESDE" TO WC-ROTULO
           MOVE WS-DATA-CORTE TO WC-VALOR
           WRITE WS-LINREL FROM WS-CABEC2
           MOVE SPACES TO WS-LINREL
           WRITE WS-LINREL.

      *    SE O PEDIDO ARQUIVADO MAIS RECENTE E ANTERIOR AO CORTE, O
      *    HISTORICO NAO PRECISA SER LIDO DE NOVO PARA CADA CLIENTE.

       R5-VENH.
           MOVE ZEROS TO WS-VENH-CHECA WS-VENH-ULTDATA
           IF WS-VENH-ATIVO = ZEROS
             GO TO R6.
           MOVE ZEROS TO VH-CHAVE-PED
           START ARQVENH KEY IS NOT LESS THAN VH-CHAVE-PED
           IF ST-ERRO3 NOT = "00"
             GO TO R6.
       R5-VENH-LOOP.
           READ ARQVENH NEXT RECORD
           IF ST-ERRO3 NOT = "00" AND ST-ERRO3 NOT = "02"
             GO TO R5-VENH-FIM.
           IF VH-PED-CLI-CPFCNPJ NOT = ZEROS
              AND VH-PED-DATA > WS-VENH-ULTDATA
             MOVE VH-PED-DATA TO WS-VENH-ULTDATA.
           GO TO R5-VENH-LOOP.
       R5-VENH-FIM.
           IF WS-VENH-ULTDATA NOT < WS-DATA-CORTE
             MOVE 1 TO WS-VENH-CHECA.

      ***************** LEITURA DOS CLIENTES NA ORDEM DO DOCUMENTO ************

       R6.
           MOVE ZEROS TO CLI-CPFCNPJ
           START ARQCLI KEY IS NOT LESS THAN CLI-CPFCNPJ
           IF ST-ERRO NOT = "00"
             GO TO R8.

       R6-LOOP.
           READ ARQCLI NEXT RECORD
           IF ST-ERRO = "10"
             GO TO R8.
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
             MOVE "ERRO NA LEITURA DO ARQUIVO DE CLIENTES" TO MENS
             DISPLAY MENS
             MOVE 1 TO WS-RUN-FALHA
             GO TO R8.
           ADD 1 TO WS-QTD-LIDOS.

           IF CLI-NOME = WS-MARCA-ANON
             ADD 1 TO WS-QTD-JAANON
             GO TO R6-LOOP.
           IF CLI-TIPOCLIENTE = "J"
             ADD 1 TO WS-QTD-PJ
             GO TO R6-LOOP.
           IF CLI-TIPOCLIENTE NOT = "F"
              AND CLI-CPFCNPJ > 99999999999
             ADD 1 TO WS-QTD-PJ
             GO TO R6-LOOP.

           PERFORM CHECA-ATIVO THRU CHECA-ATIVO-FIM
           IF WS-ATIVO = 1
             ADD 1 TO WS-QTD-ATIVOS
             GO TO R6-LOOP.
           IF WS-ATIVO = 2
             ADD 1 TO WS-QTD-SEMDATA
             GO TO R6-LOOP.

           PERFORM ANONIMIZA THRU ANONIMIZA-FIM
           GO TO R6-LOOP.

      ***************** TOTAIS DA ANONIMIZACAO ********************************

       R8.
           MOVE SPACES TO WS-LINREL
           WRITE WS-LINREL
           MOVE "CLIENTES LIDOS" TO WT-ROTULO
           MOVE WS-QTD-LIDOS TO WS-QTD-SECAO
           PERFORM GRAVA-TOTAL THRU GRAVA-TOTAL-FIM
           MOVE "JA ANONIMIZADOS" TO WT-ROTULO
           MOVE WS-QTD-JAANON TO WS-QTD-SECAO
           PERFORM GRAVA-TOTAL THRU GRAVA-TOTAL-FIM
           MOVE "PESSOA JURIDICA (NAO ATINGIDOS)" TO WT-ROTULO
           MOVE WS-QTD-PJ TO WS-QTD-SECAO
           PERFORM GRAVA-TOTAL THRU GRAVA-TOTAL-FIM
           MOVE "ATIVOS - CADASTRO/PEDIDO/TITULO/CONTRATO" TO WT-ROTULO
           MOVE WS-QTD-ATIVOS TO WS-QTD-SECAO
           PERFORM GRAVA-TOTAL THRU GRAVA-TOTAL-FIM
           MOVE "SEM DATA DE CADASTRO E SEM PEDIDO" TO WT-ROTULO
           MOVE WS-QTD-SEMDATA TO WS-QTD-SECAO
           PERFORM GRAVA-TOTAL THRU GRAVA-TOTAL-FIM
           MOVE "ANONIMIZADOS NESTA EXECUCAO" TO WT-ROTULO
           MOVE WS-QTD-GRAVADOS TO WS-QTD-SECAO
           PERFORM GRAVA-TOTAL THRU GRAVA-TOTAL-FIM
           IF WS-QTD-ERROS > ZEROS
             MOVE "ERROS NA REGRAVACAO" TO WT-ROTULO
             MOVE WS-QTD-ERROS TO WS-QTD-SECAO
             PERFORM GRAVA-TOTAL THRU GRAVA-TOTAL-FIM
             MOVE 1 TO WS-RUN-FALHA.

           DISPLAY "*** " WS-QTD-GRAVADOS " CLIENTES ANONIMIZADOS - "
                   "LISTAGEM EM " WS-RELLGP-NOME " ***"
           IF WS-QTD-GRAVADOS > ZEROS
             DISPLAY "*** GERE DE NOVO A EXPORTACAO (SCE010) PARA "
                     "RETIRAR OS DADOS DO EXPCLI.CSV ***".

      ***************** ENCERRAMENTO ******************************************

       R9-FECHA.
           CLOSE RELLGP ARQLOG ARQCLI ARQVEN
           IF WS-VENH-ATIVO = 1
             CLOSE ARQVENH.
           IF WS-TIT-ATIVO = 1
             CLOSE ARQTIT.
           IF WS-DUN-ATIVO = 1
             CLOSE ARQDUN.
           IF WS-CTR-ATIVO = 1
             CLOSE ARQCTR.
           IF WS-FOR-ATIVO = 1
             CLOSE ARQFOR.
           IF WS-NFC-ATIVO = 1
             CLOSE ARQNFC.
           IF WS-OPCAO = 1 AND WS-RUN-FALHA = ZEROS
             DISPLAY "*** RELATORIO DO TITULAR GRAVADO EM "
                     WS-RELLGP-NOME " ***".

      ***************************************************************

       ROT-FIM.
           IF WS-BATCH = 1
             PERFORM GRAVA-RUN THRU GRAVA-RUN-FIM
             IF WS-RUN-FALHA = ZEROS
               MOVE 0 TO RETURN-CODE
             ELSE
               MOVE 8 TO RETURN-CODE.
           GOBACK.

      ***************** CLIENTE COM MOVIMENTO NO PERIODO **********************
      *    RETORNA WS-ATIVO = 1 QUANDO O CLIENTE FOI CADASTRADO OU TEM
      *    PEDIDO COM DATA NAO ANTERIOR AO CORTE (ARQVEN OU ARQVENH),
      *    TITULO EM ABERTO OU CONTRATO ATIVO. WS-ATIVO = 2 - CADASTRO
      *    SEM DATA E NENHUM PEDIDO (NAO DA PARA SABER A IDADE).

       CHECA-ATIVO.
           MOVE ZEROS TO WS-ATIVO WS-TEM-PEDIDO
           IF CLI-DATACAD NOT < WS-DATA-CORTE
             MOVE 1 TO WS-ATIVO
             GO TO CHECA-ATIVO-FIM.
           MOVE CLI-CPFCNPJ TO PED-CLI-CPFCNPJ
           START ARQVEN KEY IS EQUAL PED-CLI-CPFCNPJ
           IF ST-ERRO2 NOT = "00"
             GO TO CHECA-ATIVO-CTR.
       CHECA-ATIVO-VEN.
           READ ARQVEN NEXT RECORD
           IF ST-ERRO2 NOT = "00" AND ST-ERRO2 NOT = "02"
             GO TO CHECA-ATIVO-CTR.
           IF PED-CLI-CPFCNPJ NOT = CLI-CPFCNPJ
             GO TO CHECA-ATIVO-CTR.
           MOVE 1 TO WS-TEM-PEDIDO
           IF PED-DATA NOT < WS-DATA-CORTE
             MOVE 1 TO WS-ATIVO
             GO TO CHECA-ATIVO-FIM.
           GO TO CHECA-ATIVO-VEN.

       CHECA-ATIVO-CTR.
           IF WS-CTR-ATIVO = ZEROS
             GO TO CHECA-ATIVO-TIT.
           MOVE CLI-CPFCNPJ TO CTR-CPFCNPJ
           START ARQCTR KEY IS EQUAL CTR-CPFCNPJ
           IF ST-ERRO11 NOT = "00"
             GO TO CHECA-ATIVO-TIT.
       CHECA-ATIVO-CTR-LOOP.
           READ ARQCTR NEXT RECORD
           IF ST-ERRO11 NOT = "00" AND ST-ERRO11 NOT = "02"
             GO TO CHECA-ATIVO-TIT.
           IF CTR-CPFCNPJ NOT = CLI-CPFCNPJ
             GO TO CHECA-ATIVO-TIT.
           IF CTR-SITUACAO = "A"
             MOVE 1 TO WS-ATIVO
             GO TO CHECA-ATIVO-FIM.
           GO TO CHECA-ATIVO-CTR-LOOP.

       CHECA-ATIVO-TIT.
           IF WS-TIT-ATIVO = ZEROS
             GO TO CHECA-ATIVO-VENH.
           MOVE CLI-CPFCNPJ TO TIT-CPFCNPJ
           START ARQTIT KEY IS EQUAL TIT-CPFCNPJ
           IF ST-ERRO4 NOT = "00"
             GO TO CHECA-ATIVO-VENH.
       CHECA-ATIVO-TIT-LOOP.
           READ ARQTIT NEXT RECORD
           IF ST-ERRO4 NOT = "00" AND ST-ERRO4 NOT = "02"
             GO TO CHECA-ATIVO-VENH.
           IF TIT-CPFCNPJ NOT = CLI-CPFCNPJ
             GO TO CHECA-ATIVO-VENH.
           IF TIT-STATUS = 1
             MOVE 1 TO WS-ATIVO
             GO TO CHECA-ATIVO-FIM.
           GO TO CHECA-ATIVO-TIT-LOOP.

      *    O HISTORICO SO E LIDO SE TEM PEDIDO A PARTIR DO CORTE OU SE
      *    O CADASTRO SEM DATA AINDA NAO TEM PEDIDO NO ARQVEN.

       CHECA-ATIVO-VENH.
           IF WS-VENH-ATIVO = ZEROS
             GO TO CHECA-ATIVO-SEMDATA.
           IF WS-VENH-CHECA = ZEROS
              AND (CLI-DATACAD NOT = ZEROS OR WS-TEM-PEDIDO = 1)
             GO TO CHECA-ATIVO-SEMDATA.
           MOVE ZEROS TO VH-CHAVE-PED
           START ARQVENH KEY IS NOT LESS THAN VH-CHAVE-PED
           IF ST-ERRO3 NOT = "00"
             GO TO CHECA-ATIVO-SEMDATA.
       CHECA-ATIVO-VENH-LOOP.
           READ ARQVENH NEXT RECORD
           IF ST-ERRO3 NOT = "00" AND ST-ERRO3 NOT = "02"
             GO TO CHECA-ATIVO-SEMDATA.
           IF VH-PED-CLI-CPFCNPJ NOT = CLI-CPFCNPJ
             GO TO CHECA-ATIVO-VENH-LOOP.
           MOVE 1 TO WS-TEM-PEDIDO
           IF VH-PED-DATA NOT < WS-DATA-CORTE
             MOVE 1 TO WS-ATIVO
             GO TO CHECA-ATIVO-FIM.
           IF WS-VENH-CHECA = ZEROS
             GO TO CHECA-ATIVO-SEMDATA.
           GO TO CHECA-ATIVO-VENH-LOOP.
       CHECA-ATIVO-SEMDATA.
           IF CLI-DATACAD = ZEROS AND WS-TEM-PEDIDO = ZEROS
             MOVE 2 TO WS-ATIVO.
       CHECA-ATIVO-FIM.
           EXIT.

      ***************** ANONIMIZACAO DO CADASTRO ******************************
      *    OS DADOS PESSOAIS SAO SOBREPOSTOS NO PROPRIO REGISTRO, SEM
      *    COPIA. A TRILHA LEVA SO O DOCUMENTO.

       ANONIMIZA.
           MOVE WS-MARCA-ANON TO CLI-NOME
           MOVE SPACES TO CLI-APELIDO CLI-LOGRADOURO CLI-NUMERO
                          CLI-COMPLEMENTO CLI-BAIRRO CLI-CIDADE
                          CLI-EMAIL CLI-CONTATO
           MOVE ZEROS TO CLI-CEP CLI-TELEFONE
           REWRITE REGCLI
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
             DISPLAY "*** ERRO AO REGRAVAR O CLIENTE " CLI-CODIGO
                     " - STATUS " ST-ERRO " ***"
             ADD 1 TO WS-QTD-ERROS
             GO TO ANONIMIZA-FIM.

           MOVE "ANONIMIZA" TO LOG-OPERACAO
           MOVE CLI-CPFCNPJ TO WS-CHAVE-LOG
           MOVE WS-CHAVE-LOG TO LOG-CHAVE
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM

           MOVE CLI-CODIGO  TO WA-CODIGO
           MOVE CLI-CPFCNPJ TO WA-CPFCNPJ
           MOVE CLI-ESTADO  TO WA-ESTADO
           MOVE "ANONIMIZADO" TO WA-ACAO
           WRITE WS-LINREL FROM WS-LINANON
           ADD 1 TO WS-QTD-GRAVADOS.
       ANONIMIZA-FIM.
           EXIT.

      ***************** LINHAS DO ARQUIVO DE EXPORTACAO COM O CPF *************
      *    WS-EXP-NOME DEVE SER CARREGADO PELO CHAMADOR. O DOCUMENTO SAI
      *    NOS CSV COM 14 DIGITOS, IGUAL A WS-CPF-X.

       PROCURA-EXPORTACAO.
           MOVE SPACES TO WS-LINREL
           WRITE WS-LINREL
           MOVE SPACES TO WS-SECAO
           STRING "EXPORTACAO " DELIMITED BY SIZE
                  WS-EXP-NOME   DELIMITED BY SPACE
                      INTO WS-SECAO
           WRITE WS-LINREL FROM WS-LINSECAO
           MOVE ZEROS TO WS-QTD-SECAO
           OPEN INPUT ARQEXP
           IF ST-ERRO6 NOT = "00"
             MOVE SPACES TO WS-LINREL
             MOVE "  ARQUIVO NAO ENCONTRADO" TO WS-LINREL
             WRITE WS-LINREL
             GO TO PROCURA-EXPORTACAO-FIM.
       PROCURA-EXPORTACAO-LOOP.
           MOVE SPACES TO WS-LINEXP
           READ ARQEXP
           IF ST-ERRO6 NOT = "00"
             GO TO PROCURA-EXPORTACAO-TOTAL.
           PERFORM PROCURA-CPF THRU PROCURA-CPF-FIM
           IF WS-OCORR = ZEROS
             GO TO PROCURA-EXPORTACAO-LOOP.
           MOVE WS-LINEXP TO WE-LINHA
           WRITE WS-LINREL FROM WS-LINEXPREL
           ADD 1 TO WS-QTD-SECAO
           GO TO PROCURA-EXPORTACAO-LOOP.
       PROCURA-EXPORTACAO-TOTAL.
           CLOSE ARQEXP
           MOVE "LINHAS COM O DOCUMENTO" TO WT-ROTULO
           PERFORM GRAVA-TOTAL THRU GRAVA-TOTAL-FIM.
       PROCURA-EXPORTACAO-FIM.
           EXIT.

      *    COMPARA O DOCUMENTO COM A LINHA A PARTIR DE CADA POSICAO,
      *    CARACTER A CARACTER. WS-OCORR = 1 QUANDO ENCONTRA.

       PROCURA-CPF.
           MOVE ZEROS TO WS-OCORR
           MOVE 1 TO WS-POS-INI.
       PROCURA-CPF-INI.
           IF WS-POS-INI > 187
             GO TO PROCURA-CPF-FIM.
           MOVE WS-POS-INI TO WS-POS-LIN
           MOVE 1 TO WS-POS-CPF.
       PROCURA-CPF-CAR.
           IF WS-LINEXP-CAR (WS-POS-LIN) NOT = WS-CPF-CAR (WS-POS-CPF)
             ADD 1 TO WS-POS-INI
             GO TO PROCURA-CPF-INI.
           IF WS-POS-CPF = 14
             MOVE 1 TO WS-OCORR
             GO TO PROCURA-CPF-FIM.
           ADD 1 TO WS-POS-LIN WS-POS-CPF
           GO TO PROCURA-CPF-CAR.
       PROCURA-CPF-FIM.
           EXIT.

      ***************** LINHAS DE DETALHE DO RELATORIO ************************

       GRAVA-CAMPO.
           WRITE WS-LINREL FROM WS-LINCAMPO
           MOVE SPACES TO WF-VALOR.
       GRAVA-CAMPO-FIM.
           EXIT.

       GRAVA-PEDIDO.
           MOVE PED-COD         TO WP-PEDIDO
           MOVE PED-ITEM        TO WP-ITEM
           MOVE PED-DATA        TO WP-DATA
           MOVE PED-TIPOPEDIDO  TO WP-TIPO
           MOVE PED-COD-PRO     TO WP-PRODUTO
           MOVE PED-QUANTIDADE  TO WP-QUANTIDADE
           MOVE PED-VALORITEM   TO WP-VALOR
           MOVE PED-STATUS      TO WP-STATUS
           WRITE WS-LINREL FROM WS-LINPED
           ADD 1 TO WS-QTD-SECAO.
       GRAVA-PEDIDO-FIM.
           EXIT.

       GRAVA-TOTAL.
           MOVE WS-QTD-SECAO TO WT-QTD
           WRITE WS-LINREL FROM WS-LINTOT.
       GRAVA-TOTAL-FIM.
           EXIT.

      *************** GRAVACAO DE TRILHA DE AUDITORIA *************************
      *    LOG-OPERACAO E LOG-CHAVE DEVEM SER CARREGADOS PELO CHAMADOR
      *    ANTES DO PERFORM.

       GRAVA-LOG.
           ACCEPT LOG-DATA FROM DATE YYYYMMDD
           ACCEPT LOG-HORA FROM TIME
           MOVE "SCE054" TO LOG-PROGRAMA
           MOVE WS-OPERADOR TO LOG-OPERADOR
           WRITE REGLOG
           IF ST-ERRO7 NOT = "00"
             DISPLAY "*** ERRO NA GRAVACAO DA AUDITORIA ***".
       GRAVA-LOG-FIM.
           EXIT.

      ***************** LEITURA DOS PARAMETROS DE LOTE ************************
      *    SEM ARQPRM.DAT OU SEM O REGISTRO DESTE PROGRAMA A EXECUCAO
      *    SEGUE INTERATIVA. PRM-DIAS E A QUANTIDADE DE ANOS SEM PEDIDO
      *    PARA ANONIMIZAR (ZERO = 5) E PRM-ARQSAIDA O NOME DA LISTAGEM.
      *    O NOME DE SAIDA DO REGISTRO DO SCE010 E O DO EXPVEN.

       LE-PARAMETRO.
           OPEN INPUT ARQPRM
           IF ST-ERRO8 NOT = "00"
             GO TO LE-PARAMETRO-FIM.
       LE-PARAMETRO-LOOP.
           READ ARQPRM
           IF ST-ERRO8 NOT = "00"
             CLOSE ARQPRM
             GO TO LE-PARAMETRO-FIM.
           IF PRM-PROGRAMA = "SCE010"
             IF PRM-ARQSAIDA NOT = SPACES
               MOVE PRM-ARQSAIDA TO WS-EXPVEN-NOME.
           IF PRM-PROGRAMA NOT = "SCE054"
             GO TO LE-PARAMETRO-LOOP.
           MOVE 1 TO WS-BATCH
           IF PRM-DIAS IS NUMERIC
             MOVE PRM-DIAS TO WS-ANOS.
           IF PRM-ARQSAIDA NOT = SPACES
             MOVE PRM-ARQSAIDA TO WS-RELLGP-NOME.
           GO TO LE-PARAMETRO-LOOP.
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
           MOVE "SCE054" TO RUN-PROGRAMA
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
