       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCE050.
      *************************************************************************
      * INSTALLATION.       IMPORTACAO EM LOTE DE PEDIDOS DE VENDA            *
      *                     (REPRESENTANTES E LOJA VIRTUAL)                   *
      * AUTHOR.             Wallace Martins Vieira                            *
      * DATE-WRITTEN        00/00/0000                                        *
      *************************************************************************
      *    LE O ARQUIVO DE PEDIDOS ENVIADO PELOS REPRESENTANTES E PELA
      *    LOJA VIRTUAL (PEDIMP.DAT, OU O NOME EM PRM-ARQSAIDA) E GRAVA
      *    CADA PEDIDO COMO UMA VENDA ATIVA EM ARQVEN, COM A BAIXA DE
      *    ESTOQUE (SALDO TOTAL, LOCAL, LOTES E COMPONENTES DE KIT), O
      *    KARDEX EM ARQMOV E OS TITULOS EM ARQTIT - O MESMO QUE A
      *    GRAVACAO DIRETA DO SCE005. AS REGRAS SAO AS DO SCE005: CPF/
      *    CNPJ VALIDO, CLIENTE E VENDEDOR CADASTRADOS, PRODUTO
      *    CADASTRADO, PRECO DE TABELA E ALCADA DE DESCONTO, SALDO NO
      *    LOCAL, COMPETENCIA ABERTA E CREDITO DO CLIENTE.
      *    SEM OPERADOR NA FRENTE NAO HA APROVACAO DE SUPERVISOR. O
      *    DESCONTO SO E ACEITO ATE A ALCADA BASE E O CLIENTE BLOQUEADO
      *    PELO CREDITO NAO TEM LIBERACAO - ESSES PEDIDOS SAO RECUSADOS
      *    E DIGITADOS NO SCE005 COM A APROVACAO.
      *    O PEDIDO E ACEITO OU RECUSADO INTEIRO. O RECUSADO VAI PARA O
      *    ARQUIVO DE RECUSA (PEDREJ.DAT) NO MESMO LAYOUT, COM O MOTIVO
      *    DE CADA LINHA NAS POSICOES 66 A 105, QUE A IMPORTACAO NAO LE
      *    - O ARQUIVO CORRIGIDO PODE SER REENVIADO COMO ESTA. O
      *    RELATORIO (RELIMP.DAT) LISTA CADA PEDIDO COM A SITUACAO E,
      *    NOS RECUSADOS, CADA LINHA COM O MOTIVO.
      *    CADA EXECUCAO RECEBE UM NUMERO (CONTADOR "IMPORTACAO" DO
      *    ARQCTL) E CADA PEDIDO ACEITO FICA EM ARQIMP PELO LOTE DO
      *    CABECALHO E PELO NUMERO DO PEDIDO NA ORIGEM. O ARQUIVO
      *    CARREGADO DUAS VEZES NAO DUPLICA NADA - O PEDIDO JA
      *    IMPORTADO SAI NO RELATORIO E E IGNORADO. O NUMERO DO PEDIDO
      *    E RESERVADO EM ARQIMP (PENDENTE) ANTES DA GRAVACAO; SE A
      *    EXECUCAO CAIR NO MEIO, A PROXIMA COMPLETA ESSE MESMO PEDIDO
      *    (SO OS ITENS E TITULOS QUE FALTAM), COMO NO SCE047.
      *    COM REGISTRO EM ARQPRM RODA SEM OPERADOR E GRAVA A SITUACAO
      *    EM ARQRUN (LIDOS = LINHAS DE ITEM, GRAVADOS = PEDIDOS
      *    IMPORTADOS). RECUSA NAO E FALHA DA EXECUCAO.
      *
      *    LAYOUT DO ARQUIVO (UMA LINHA POR REGISTRO, POSICIONAL)
      *    CABECALHO - PRIMEIRA LINHA DE CADA LOTE
      *      001-001 TIPO "0"
      *      002-021 IDENTIFICACAO DO LOTE (UNICA NA ORIGEM)
      *      022-041 ORIGEM (REPRESENTANTE / LOJA VIRTUAL)
      *      042-049 DATA DE GERACAO AAAAMMDD
      *    ITEM - UMA LINHA POR ITEM, AS DO MESMO PEDIDO EM SEQUENCIA
      *      001-001 TIPO "1"
      *      002-013 NUMERO DO PEDIDO NA ORIGEM
      *      014-027 CPF/CNPJ DO CLIENTE
      *      028-030 VENDEDOR
      *      031-031 TABELA (1=VAREJO 2=ATACADO, ZERO = VAREJO)
      *      032-033 QUANTIDADE DE PARCELAS (ZERO = 1)
      *      034-036 INTERVALO EM DIAS (ZERO = 30)
      *      037-044 DATA DE ENTREGA AAAAMMDD (ZERO = BALCAO)
      *      045-050 PRODUTO
      *      051-051 LOCAL DE ESTOQUE (ZERO = LOJA)
      *      052-057 QUANTIDADE
      *      058-065 PRECO UNITARIO COM 2 DECIMAIS (ZERO = TABELA)
      *    CLIENTE, VENDEDOR, TABELA, PARCELAS, INTERVALO E ENTREGA
      *    VALEM PARA O PEDIDO E SAO OS DA PRIMEIRA LINHA - LINHA COM
      *    OUTROS VALORES RECUSA O PEDIDO. LINHAS EM BRANCO SAO
      *    IGNORADAS. PEDIDO COM DATA DE ENTREGA LEVA A TRANSPORTADORA
      *    ATIVA DE MENOR FRETE PELA TABELA (SCE051) E O FRETE, CIF,
      *    ENTRA NO TOTAL, NO CREDITO E NAS PARCELAS.
      *************************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQIMP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-IMP
                    FILE STATUS  IS ST-ERRO9.

           SELECT PEDENT ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO2.

           SELECT PEDREJ ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO10.

           SELECT RELIMP ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO11.

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
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQPRO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PRO-CODIGO
                    ALTERNATE RECORD KEY IS PRO-DESCRICAO
                                   WITH DUPLICATES
                    ALTERNATE RECORD KEY IS PRO-EAN
                                   WITH DUPLICATES
                    LOCK MODE    IS MANUAL
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQCLI ASSIGN TO DISK
                     ORGANIZATION IS INDEXED
                     ACCESS MODE  IS DYNAMIC
                     RECORD KEY   IS CLI-CPFCNPJ
                     ALTERNATE RECORD KEY IS CLI-CODIGO WITH DUPLICATES
                     ALTERNATE RECORD KEY IS CLI-NOME WITH DUPLICATES
                     LOCK MODE    IS MANUAL
                     FILE STATUS  IS ST-ERRO.

           SELECT ARQCTL ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CTL-CHAVE
                    LOCK MODE    IS MANUAL
                    FILE STATUS  IS ST-ERRO3.

           SELECT ARQLOG ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO4.

           SELECT ARQMOV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MOV-SEQ
                    ALTERNATE RECORD KEY IS MOV-CODPRO
                                        WITH DUPLICATES
                    LOCK MODE    IS MANUAL
                    FILE STATUS  IS ST-ERRO5.

           SELECT ARQTIT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-TIT
                    ALTERNATE RECORD KEY IS TIT-CPFCNPJ
                                        WITH DUPLICATES
                    LOCK MODE    IS MANUAL
                    FILE STATUS  IS ST-ERRO6.

           SELECT ARQVDD ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS VDD-CODIGO
                    ALTERNATE RECORD KEY IS VDD-NOME
                                        WITH DUPLICATES
                    LOCK MODE    IS MANUAL
                    FILE STATUS  IS ST-ERRO7.

           SELECT ARQFEC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FEC-COMPETENCIA
                    FILE STATUS  IS ST-ERRO8.

           SELECT ARQEST ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-EST
                    LOCK MODE    IS MANUAL
                    FILE STATUS  IS ST-ERRO13.

           SELECT ARQLOT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-LOT
                    LOCK MODE    IS MANUAL
                    FILE STATUS  IS ST-ERRO14.

           SELECT ARQLTP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-LTP
                    FILE STATUS  IS ST-ERRO15.

           SELECT ARQKIT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-KIT
                    ALTERNATE RECORD KEY IS KIT-CODCOMP
                                        WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO16.

           SELECT ARQKTP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-KTP
                    FILE STATUS  IS ST-ERRO17.

           SELECT ARQCEP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CEP-NUMCEP
                    ALTERNATE RECORD KEY IS CEP-LOGRA
                                   WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO19.

           SELECT ARQTRA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TRA-CODIGO
                    ALTERNATE RECORD KEY IS TRA-NOME
                                        WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO20.

           SELECT ARQFRT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-FRT
                    FILE STATUS  IS ST-ERRO21.

           SELECT ARQPRM ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO12.

           SELECT ARQRUN ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO18.

      *************************************************************************

       DATA DIVISION.
       FILE SECTION.

       FD ARQIMP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQIMP.DAT".

       COPY CPIMP.

      *************************************************************************

       FD PEDENT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS WS-PEDENT-NOME.

       01 WS-LINENT                  PIC X(150).

      *************************************************************************

       FD PEDREJ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PEDREJ.DAT".

       01 WS-LINREJ                  PIC X(150).

      *************************************************************************

       FD RELIMP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELIMP.DAT".

       01 WS-LINREL                  PIC X(100).

      *************************************************************************

       FD ARQVEN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQVEN.DAT".

       COPY CPVEN.

      *************************************************************************

       FD ARQPRO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPRO.DAT".

       COPY CPPRO.

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

       FD ARQLOG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQLOG.DAT".

       COPY CPLOG.

      *************************************************************************

       FD ARQMOV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQMOV.DAT".

       COPY CPMOV.

      *************************************************************************

       FD ARQTIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQTIT.DAT".

       COPY CPTIT.

      *************************************************************************

       FD ARQVDD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQVDD.DAT".

       COPY CPVDD.

      *************************************************************************

       FD ARQFEC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFEC.DAT".

       COPY CPFEC.

      *************************************************************************

       FD ARQEST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQEST.DAT".

       COPY CPEST.

      *************************************************************************

       FD ARQLOT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQLOT.DAT".

       COPY CPLOT.

      *************************************************************************

       FD ARQLTP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQLTP.DAT".

       COPY CPLTP.

      *************************************************************************

       FD ARQKIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQKIT.DAT".

       COPY CPKIT.

      *************************************************************************

       FD ARQKTP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQKTP.DAT".

       COPY CPKTP.

      *************************************************************************

       FD ARQCEP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCEP.DAT".

       COPY CPCEP.

      *************************************************************************

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
       01 ST-ERRO14                  PIC X(02) VALUE "00".
       01 ST-ERRO15                  PIC X(02) VALUE "00".
       01 ST-ERRO16                  PIC X(02) VALUE "00".
       01 ST-ERRO17                  PIC X(02) VALUE "00".
       01 ST-ERRO18                  PIC X(02) VALUE "00".
       01 ST-ERRO19                  PIC X(02) VALUE "00".
       01 ST-ERRO20                  PIC X(02) VALUE "00".
       01 ST-ERRO21                  PIC X(02) VALUE "00".
       01 MENS                       PIC X(60) VALUE SPACES.
       01 WS-DELAY                   PIC 9(04) COMP VALUE 1.
       01 WS-ENVNOME                 PIC X(20) VALUE "USER".
       01 WS-OPERADOR                PIC X(20) VALUE SPACES.

       01 WS-PEDENT-NOME             PIC X(20) VALUE "PEDIMP.DAT".
       01 WS-NOME-INFORMADO          PIC X(20) VALUE SPACES.
       01 WS-BATCH                   PIC 9(01) VALUE ZEROS.
       01 WS-RUN-FALHA               PIC 9(01) VALUE ZEROS.
       01 WS-QTD-LIDOS               PIC 9(07) VALUE ZEROS.
       01 WS-QTD-GRAVADOS            PIC 9(07) VALUE ZEROS.
       01 WS-QTD-PEDIDOS             PIC 9(07) VALUE ZEROS.
       01 WS-QTD-REPETIDOS           PIC 9(07) VALUE ZEROS.
       01 WS-QTD-RECUSADOS           PIC 9(07) VALUE ZEROS.
       01 WS-QTD-LINREJ              PIC 9(07) VALUE ZEROS.
       01 WS-VLR-IMPORTADO           PIC 9(11)V99 VALUE ZEROS.
       01 WS-FEC-ATIVO               PIC 9(01) VALUE ZEROS.
       01 WS-FEC-BLOQ                PIC 9(01) VALUE ZEROS.
       01 WS-FEC-DATA                PIC 9(08) VALUE ZEROS.
       01 WS-PROX-CODIGO             PIC 9(06) VALUE ZEROS.
       01 WS-EXECUCAO                PIC 9(06) VALUE ZEROS.
       01 WS-MOV-ORIGEM              PIC X(12) VALUE "IMPORTACAO".
       01 WS-DATA-HOJE               PIC 9(08) VALUE ZEROS.
       01 WS-LOTE                    PIC X(20) VALUE SPACES.
       01 WS-ORIGEM                  PIC X(20) VALUE SPACES.
       01 WS-REJ-CAB                 PIC 9(01) VALUE ZEROS.
       01 WS-LINCAB-SALVA            PIC X(150) VALUE SPACES.
       01 WS-FIM-ENT                 PIC 9(01) VALUE ZEROS.

      ****** LAYOUT POSICIONAL DO ARQUIVO DE PEDIDOS **************************
      *    VER O LAYOUT NO CABECALHO DO PROGRAMA. A LINHA RECUSADA VOLTA
      *    EM PEDREJ.DAT IGUAL, COM O MOTIVO A PARTIR DA POSICAO 66.

       01 WS-IMP-LINHA.
          05 WI-TIPO                 PIC X(01).
          05 FILLER                  PIC X(149).
       01 WS-IMP-CAB REDEFINES WS-IMP-LINHA.
          05 FILLER                  PIC X(01).
          05 WI-LOTE                 PIC X(20).
          05 WI-ORIGEM               PIC X(20).
          05 WI-DATAGER              PIC 9(08).
          05 FILLER                  PIC X(101).
       01 WS-IMP-DET REDEFINES WS-IMP-LINHA.
          05 FILLER                  PIC X(01).
          05 WI-PEDEXT               PIC X(12).
          05 WI-CONDICOES.
             07 WI-CPFCNPJ           PIC 9(14).
             07 WI-VENDEDOR          PIC 9(03).
             07 WI-TIPOVENDA         PIC 9(01).
             07 WI-QTDPARCELAS       PIC 9(02).
             07 WI-INTERVALO         PIC 9(03).
             07 WI-DATAENTREGA       PIC 9(08).
          05 WI-CODPRO               PIC 9(06).
          05 WI-LOCAL                PIC 9(01).
          05 WI-QUANTIDADE           PIC 9(06).
          05 WI-PRECO                PIC 9(06)V99.
          05 FILLER                  PIC X(85).

       01 WS-REJ-LINHA.
          05 WJ-DADOS                PIC X(65).
          05 WJ-MOTIVO               PIC X(40).
          05 FILLER                  PIC X(45).

      ****** PEDIDO EM MONTAGEM (LINHAS DE UM MESMO PEDIDO EXTERNO) ***********
      *    AS CONDICOES DO PEDIDO SAO AS DA PRIMEIRA LINHA. ATE 50
      *    ITENS - AS LINHAS ALEM DISSO RECUSAM O PEDIDO INTEIRO.

       01 WS-GRP-QTD                 PIC 9(03) VALUE ZEROS.
       01 WS-GRP-EXCESSO             PIC 9(01) VALUE ZEROS.
       01 WS-GRP-PEDEXT              PIC X(12) VALUE SPACES.
       01 WS-GRP-CONDICOES           PIC X(31) VALUE SPACES.
       01 WS-GRP-COND-R REDEFINES WS-GRP-CONDICOES.
          03 WS-GRP-CPFCNPJ          PIC 9(14).
          03 WS-GRP-VENDEDOR         PIC 9(03).
          03 WS-GRP-TIPOVENDA        PIC 9(01).
          03 WS-GRP-QTDPARCELAS      PIC 9(02).
          03 WS-GRP-INTERVALO        PIC 9(03).
          03 WS-GRP-DATAENTREGA      PIC 9(08).
       01 WS-GRP-NUMOK               PIC 9(01) VALUE ZEROS.

       01 WS-TAB-ITENS.
          03 WS-ITEM                 OCCURS 50 TIMES.
             05 WS-IT-LINHA          PIC X(150).
             05 WS-IT-CODPRO         PIC 9(06).
             05 WS-IT-LOCAL          PIC 9(01).
             05 WS-IT-QUANTIDADE     PIC 9(06).
             05 WS-IT-PRECO          PIC 9(06)V99.
             05 WS-IT-PERCDESC       PIC 9(02)V99.
             05 WS-IT-VALORITEM      PIC 9(07)V99.
             05 WS-IT-MOTIVO         PIC X(40).

       01 IND                        PIC 9(03) VALUE ZEROS.
       01 IND2                       PIC 9(03) VALUE ZEROS.
       01 WS-RECUSADO                PIC 9(01) VALUE ZEROS.
       01 WS-RETOMADO                PIC 9(01) VALUE ZEROS.
       01 WS-PED-MOTIVO              PIC X(40) VALUE SPACES.
       01 WS-PED-TOTAL               PIC 9(07)V99 VALUE ZEROS.
       01 WS-PED-IPI                 PIC 9(07)V99 VALUE ZEROS.
       01 WS-IPI-ITEM                PIC 9(07)V99 VALUE ZEROS.
       01 WS-PED-DATA                PIC 9(08) VALUE ZEROS.
       01 WS-QTD-ACUM                PIC 9(07) VALUE ZEROS.
       01 WS-SITUACAO                PIC X(30) VALUE SPACES.

      ****** CONTROLE DE TABELA DE PRECO E DESCONTO ***************************
      *    SEM SUPERVISOR NA IMPORTACAO VALE SO A ALCADA BASE DO SCE005.

       01 WS-PRECO-TABELA            PIC 9(06)V99 VALUE ZEROS.
       01 WS-DESC-BASE               PIC 9(02)V99 VALUE 5.

       01 WS-LOCK-TENTA              PIC 9(02) VALUE ZEROS.
       01 WS-EM-USO                  PIC 9(01) VALUE ZEROS.
       01 WS-ATU-ERRO                PIC 9(01) VALUE ZEROS.
       01 WS-LOT-NOVO                PIC 9(01) VALUE ZEROS.
       01 WS-LOT-QTD                 PIC 9(06) VALUE ZEROS.
       01 WS-LOT-PARTE               PIC 9(06) VALUE ZEROS.
       01 WS-LOT-CHAVE               PIC X(26) VALUE SPACES.
       01 WS-LOT-HOJE                PIC 9(08) VALUE ZEROS.

      ****** VENDA DE KIT - BAIXA DOS COMPONENTES (VER CPKIT/CPKTP) ***********
      *    SEM O ARQKIT (SCE045 AINDA NAO RODOU) NENHUM PRODUTO E KIT.

       01 WS-KIT-ATIVO               PIC 9(01) VALUE ZEROS.
       01 WS-KIT-ACHOU               PIC 9(01) VALUE ZEROS.
       01 WS-KIT-FALTA               PIC 9(01) VALUE ZEROS.
       01 WS-KIT-CODIGO              PIC 9(06) VALUE ZEROS.
       01 WS-KIT-QTD                 PIC 9(07) VALUE ZEROS.
       01 WS-KIT-LOCAL               PIC 9(01) VALUE ZEROS.
       01 WS-KIT-COMPQTD             PIC 9(10) VALUE ZEROS.
       01 WS-KIT-ERRO                PIC 9(01) VALUE ZEROS.
       01 WS-KIT-COMPERRO            PIC 9(01) VALUE ZEROS.
       01 WS-KIT-FEITOS              PIC 9(03) VALUE ZEROS.
       01 WS-KIT-DESF                PIC 9(03) VALUE ZEROS.
       01 WS-MOV-CODKIT              PIC 9(06) VALUE ZEROS.
       01 WS-REGPRO-SALVO            PIC X(150) VALUE SPACES.

      ****** FRETE DO PEDIDO (MESMO CALCULO DO SCE005) ************************
      *    A IMPORTACAO NAO INFORMA TRANSPORTADORA: A VENDA COM ENTREGA
      *    LEVA A ATIVA DE MENOR FRETE, SEMPRE CIF. SEM O CADASTRO DE
      *    TRANSPORTADORAS OU SEM A TABELA DE FRETE O PEDIDO SAI SEM
      *    FRETE. CLASSE 1 = LINHA DA TABELA PARA A UF INTEIRA;
      *    CLASSE 2 = LINHA DE FAIXA DE CEP, QUE TEM PREFERENCIA.

       01 WS-CEP-ATIVO               PIC 9(01) VALUE ZEROS.
       01 WS-TRA-ATIVO               PIC 9(01) VALUE ZEROS.
       01 WS-FRT-ATIVO               PIC 9(01) VALUE ZEROS.
       01 WS-FRT-TRANSP              PIC 9(03) VALUE ZEROS.
       01 WS-FRT-UF                  PIC X(02) VALUE SPACES.
       01 WS-FRT-CEP                 PIC 9(08) VALUE ZEROS.
       01 WS-FRT-PESO                PIC 9(07)V999 VALUE ZEROS.
       01 WS-FRT-MERC                PIC 9(07)V99 VALUE ZEROS.
       01 WS-FRT-MEDIDA              PIC 9(07)V999 VALUE ZEROS.
       01 WS-FRT-VALOR               PIC 9(05)V99 VALUE ZEROS.
       01 WS-FRT-CALC                PIC 9(07)V99 VALUE ZEROS.
       01 WS-FRT-ACHOU               PIC 9(01) VALUE ZEROS.
       01 WS-FRT-MELHOR-TRA          PIC 9(03) VALUE ZEROS.
       01 WS-FRT-MELHOR-VLR          PIC 9(07)V99 VALUE ZEROS.
       01 WS-FRT-CLASSE              PIC 9(01) VALUE ZEROS.
       01 WS-FRT-CANDIDATOS.
          03 WS-FRT-CAND OCCURS 2 TIMES.
             05 WS-FRC-FIT-OK        PIC 9(01).
             05 WS-FRC-FIT-FAIXA     PIC 9(07)V999.
             05 WS-FRC-FIT-VALOR     PIC 9(05)V99.
             05 WS-FRC-FIT-PERC      PIC 9(02)V99.
             05 WS-FRC-MAX-OK        PIC 9(01).
             05 WS-FRC-MAX-FAIXA     PIC 9(07)V999.
             05 WS-FRC-MAX-VALOR     PIC 9(05)V99.
             05 WS-FRC-MAX-PERC      PIC 9(02)V99.

      ****** SALDO POR LOCAL DE ESTOQUE (VER CPEST) ***************************
       01 WS-LOC-LOCAL               PIC 9(01) VALUE ZEROS.
       01 WS-LOC-QTD                 PIC 9(06) VALUE ZEROS.
       01 WS-LOC-SALDO               PIC 9(06) VALUE ZEROS.
       01 WS-LOC-OUTROS              PIC 9(07) VALUE ZEROS.
       01 WS-LOC-NOVO                PIC 9(01) VALUE ZEROS.
       01 WS-LOC-ERRO                PIC 9(01) VALUE ZEROS.

      ****** TITULOS DO PEDIDO (MESMA CONTA DO SCE005) ************************

       01 WS-VENC-DATA               PIC 9(08) VALUE ZEROS.
       01 WS-VENC-DATA-R REDEFINES WS-VENC-DATA.
          03 WS-VENC-ANO             PIC 9(04).
          03 WS-VENC-MES             PIC 9(02).
          03 WS-VENC-DIA             PIC 9(02).
       01 WS-VENC-DIAS               PIC 9(05) VALUE ZEROS.
       01 WS-PARC-IND                PIC 9(02) VALUE ZEROS.
       01 WS-QTD-PARC                PIC 9(02) VALUE ZEROS.
       01 WS-VLR-PARCELA             PIC 9(07)V99 VALUE ZEROS.
       01 WS-VLR-ULTPARC             PIC 9(07)V99 VALUE ZEROS.
       01 WS-VLR-TITULOS             PIC 9(07)V99 VALUE ZEROS.

      ****** VERIFICACAO DE CREDITO (MESMA REGRA DO SCE005) *******************

       01 WS-CRED-OK                 PIC 9(01) VALUE ZEROS.
       01 WS-CRED-SALDO              PIC 9(09)V99 VALUE ZEROS.
       01 WS-CRED-VENCIDO            PIC 9(01) VALUE ZEROS.
       01 WS-CRED-CARENCIA           PIC 9(03) VALUE 5.
       01 WS-CRED-NOVO               PIC 9(09)V99 VALUE ZEROS.
       01 WS-CONV-DATA               PIC 9(08) VALUE ZEROS.
       01 WS-CONV-DATA-R REDEFINES WS-CONV-DATA.
          03 WS-CONV-ANO             PIC 9(04).
          03 WS-CONV-MES             PIC 9(02).
          03 WS-CONV-DIA             PIC 9(02).
       01 WS-CONV-DIAS               PIC 9(08) VALUE ZEROS.
       01 WS-DIAS-HOJE               PIC 9(08) VALUE ZEROS.
       01 WS-ATRASO-DIAS             PIC S9(08) VALUE ZEROS.

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

      ****** LAYOUT DO RELATORIO **********************************************

       01 WS-CABEC1.
          05 FILLER                  PIC X(40) VALUE
             "IMPORTACAO DE PEDIDOS - SCE050  EMISSAO:".
          05 FILLER                  PIC X(01) VALUE SPACES.
          05 WC-DATA-HOJE            PIC 9(08).
          05 FILLER                  PIC X(13) VALUE "   EXECUCAO: ".
          05 WC-EXECUCAO             PIC ZZZZZ9.

       01 WS-CABLOTE.
          05 FILLER                  PIC X(08) VALUE "ARQUIVO ".
          05 WC-ARQUIVO              PIC X(20).
          05 FILLER                  PIC X(07) VALUE "  LOTE ".
          05 WC-LOTE                 PIC X(20).
          05 FILLER                  PIC X(09) VALUE "  ORIGEM ".
          05 WC-ORIGEM               PIC X(20).

       01 WS-CABPED.
          05 FILLER                  PIC X(14) VALUE "PEDIDO ORIGEM".
          05 FILLER                  PIC X(16) VALUE " CPF/CNPJ".
          05 FILLER                  PIC X(06) VALUE "ITENS".
          05 FILLER                  PIC X(14) VALUE "   VALOR TOTAL".
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(30) VALUE "SITUACAO".

       01 WS-LINPED.
          05 WL-PEDEXT               PIC X(12).
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 WL-CPFCNPJ              PIC 9(14).
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 WL-ITENS                PIC ZZ9.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 WL-VALOR                PIC Z.ZZZ.ZZ9,99.
          05 FILLER                  PIC X(03) VALUE SPACES.
          05 WL-SITUACAO             PIC X(30).

       01 WS-LINITEM.
          05 FILLER                  PIC X(06) VALUE SPACES.
          05 FILLER                  PIC X(06) VALUE "ITEM ".
          05 WL-ITEM                 PIC ZZ9.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 WL-CODPRO               PIC 9(06).
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 WL-QUANTIDADE           PIC ZZZ.ZZ9.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 WL-MOTIVO               PIC X(40).

       01 WS-LINTOT.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 WT-ROTULO               PIC X(30).
          05 WT-QTD                  PIC ZZZ.ZZ9.

       01 WS-LINVLR.
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 FILLER                  PIC X(30) VALUE
             "VALOR TOTAL IMPORTADO..... :".
          05 WV-VALOR                PIC Z.ZZZ.ZZZ.ZZ9,99.

      *************************************************************************

       PROCEDURE DIVISION.

       INICIO.
           PERFORM LE-PARAMETRO THRU LE-PARAMETRO-FIM
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           DISPLAY WS-ENVNOME UPON ENVIRONMENT-NAME
           ACCEPT WS-OPERADOR FROM ENVIRONMENT-VALUE
           IF WS-OPERADOR = SPACES
             MOVE "LOTE NOTURNO" TO WS-OPERADOR.

      ***************** NOME DO ARQUIVO (INTERATIVO) **************************

       R00.
           IF WS-BATCH = 1
             GO TO R0.
           DISPLAY "IMPORTACAO DE PEDIDOS - ARQUIVO (BRANCO = "
                   WS-PEDENT-NOME ") : "
           ACCEPT WS-NOME-INFORMADO
           IF WS-NOME-INFORMADO NOT = SPACES
             MOVE WS-NOME-INFORMADO TO WS-PEDENT-NOME.

      ************************ ABERTURA DOS ARQUIVOS **************************

       R0.
           OPEN INPUT PEDENT
           IF ST-ERRO2 NOT = "00"
             MOVE "*** ARQUIVO DE PEDIDOS NAO ENCONTRADO ***" TO MENS
             DISPLAY MENS " " WS-PEDENT-NOME
             MOVE 1 TO WS-RUN-FALHA
             GO TO ROT-FIM.
           OPEN I-O ARQIMP
           IF ST-ERRO9 NOT = "00"
             IF ST-ERRO9 = "30" OR ST-ERRO9 = "35"
               OPEN OUTPUT ARQIMP
               CLOSE ARQIMP
               OPEN I-O ARQIMP
             ELSE
               MOVE "ERRO NA ABERTURA DO CONTROLE DE IMPORTACAO" TO MENS
               DISPLAY MENS
               MOVE 1 TO WS-RUN-FALHA
               GO TO R9-FECHA-IMP.

       R0A.
           OPEN I-O ARQVEN
           IF ST-ERRO NOT = "00"
             IF ST-ERRO = "30"
               OPEN OUTPUT ARQVEN
               CLOSE ARQVEN
               OPEN I-O ARQVEN
             ELSE
               MOVE "ERRO NA ABERTURA DO ARQUIVO DE PEDIDOS" TO MENS
               DISPLAY MENS
               MOVE 1 TO WS-RUN-FALHA
               GO TO R9-FECHA-IMP.
           OPEN I-O ARQTIT
           IF ST-ERRO6 NOT = "00"
             IF ST-ERRO6 = "30"
               OPEN OUTPUT ARQTIT
               CLOSE ARQTIT
               OPEN I-O ARQTIT
             ELSE
               MOVE "ERRO NA ABERTURA DO ARQUIVO DE TITULOS" TO MENS
               DISPLAY MENS
               MOVE 1 TO WS-RUN-FALHA
               GO TO R9-FECHA-MOV.
           OPEN I-O ARQMOV
           IF ST-ERRO5 NOT = "00"
             IF ST-ERRO5 = "30"
               OPEN OUTPUT ARQMOV
               CLOSE ARQMOV
               OPEN I-O ARQMOV
             ELSE
               MOVE "ERRO NA ABERTURA DO ARQUIVO DE MOVIMENTOS" TO MENS
               DISPLAY MENS
               MOVE 1 TO WS-RUN-FALHA
               GO TO R9-FECHA-MOV.
           OPEN I-O ARQCTL
           IF ST-ERRO3 NOT = "00"
             IF ST-ERRO3 = "30"
               OPEN OUTPUT ARQCTL
               CLOSE ARQCTL
               OPEN I-O ARQCTL
             ELSE
               MOVE "ERRO NA ABERTURA DO ARQUIVO DE CONTROLE" TO MENS
               DISPLAY MENS
               MOVE 1 TO WS-RUN-FALHA
               GO TO R9-FECHA-MOV.

       R0B.
           OPEN I-O ARQPRO
           IF ST-ERRO NOT = "00"
             MOVE "ERRO NA ABERTURA DO ARQUIVO DE PRODUTOS" TO MENS
             DISPLAY MENS
             MOVE 1 TO WS-RUN-FALHA
             GO TO R9-FECHA-MOV.
           OPEN INPUT ARQCLI
           IF ST-ERRO NOT = "00"
             MOVE "ERRO NA ABERTURA DO ARQUIVO DE CLIENTES" TO MENS
             DISPLAY MENS
             MOVE 1 TO WS-RUN-FALHA
             GO TO R9-FECHA-CAD.
           OPEN INPUT ARQVDD
           IF ST-ERRO7 NOT = "00"
             MOVE "ERRO NA ABERTURA DO ARQUIVO DE VENDEDORES" TO MENS
             DISPLAY MENS
             MOVE 1 TO WS-RUN-FALHA
             GO TO R9-FECHA-CAD.
           OPEN I-O ARQEST
           IF ST-ERRO13 NOT = "00"
             IF ST-ERRO13 = "30"
               OPEN OUTPUT ARQEST
               CLOSE ARQEST
               OPEN I-O ARQEST
             ELSE
               MOVE "ERRO NA ABERTURA DO ESTOQUE POR LOCAL" TO MENS
               DISPLAY MENS
               MOVE 1 TO WS-RUN-FALHA
               GO TO R9-FECHA-CAD.
           OPEN I-O ARQLOT
           IF ST-ERRO14 NOT = "00"
             IF ST-ERRO14 = "30"
               OPEN OUTPUT ARQLOT
               CLOSE ARQLOT
               OPEN I-O ARQLOT
             ELSE
               MOVE "ERRO NA ABERTURA DO ESTOQUE POR LOTE" TO MENS
               DISPLAY MENS
               MOVE 1 TO WS-RUN-FALHA
               GO TO R9-FECHA-CAD.
           OPEN I-O ARQLTP
           IF ST-ERRO15 NOT = "00"
             IF ST-ERRO15 = "30"
               OPEN OUTPUT ARQLTP
               CLOSE ARQLTP
               OPEN I-O ARQLTP
             ELSE
               MOVE "ERRO NA ABERTURA DOS LOTES DOS PEDIDOS" TO MENS
               DISPLAY MENS
               MOVE 1 TO WS-RUN-FALHA
               GO TO R9-FECHA-CAD.
           OPEN I-O ARQKTP
           IF ST-ERRO17 NOT = "00"
             IF ST-ERRO17 = "30"
               OPEN OUTPUT ARQKTP
               CLOSE ARQKTP
               OPEN I-O ARQKTP
             ELSE
               MOVE "ERRO NA ABERTURA DOS COMPONENTES DOS KITS" TO MENS
               DISPLAY MENS
               MOVE 1 TO WS-RUN-FALHA
               GO TO R9-FECHA-CAD.

       R0C.
      *    SEM O ARQUIVO DE FECHAMENTO NENHUMA COMPETENCIA ESTA
      *    FECHADA E SEM A ESTRUTURA DE KITS NENHUM PRODUTO E KIT.
           OPEN INPUT ARQFEC
           IF ST-ERRO8 = "00"
             MOVE 1 TO WS-FEC-ATIVO
           ELSE
             MOVE ZEROS TO WS-FEC-ATIVO.
           OPEN INPUT ARQKIT
           IF ST-ERRO16 = "00"
             MOVE 1 TO WS-KIT-ATIVO
           ELSE
             MOVE ZEROS TO WS-KIT-ATIVO.
      *    SEM TRANSPORTADORAS OU SEM TABELA DE FRETE NAO HA FRETE;
      *    SEM A BASE DE CEP VALE A UF DO CADASTRO DO CLIENTE.
           OPEN INPUT ARQCEP
           IF ST-ERRO19 = "00"
             MOVE 1 TO WS-CEP-ATIVO
           ELSE
             MOVE ZEROS TO WS-CEP-ATIVO.
           OPEN INPUT ARQTRA
           IF ST-ERRO20 = "00"
             MOVE 1 TO WS-TRA-ATIVO
           ELSE
             MOVE ZEROS TO WS-TRA-ATIVO.
           OPEN INPUT ARQFRT
           IF ST-ERRO21 = "00"
             MOVE 1 TO WS-FRT-ATIVO
           ELSE
             MOVE ZEROS TO WS-FRT-ATIVO.

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
               GO TO R9-FECHA-CAD.
           OPEN OUTPUT RELIMP
           IF ST-ERRO11 NOT = "00"
             MOVE "ERRO NA ABERTURA DO RELATORIO DE IMPORTACAO" TO MENS
             DISPLAY MENS
             MOVE 1 TO WS-RUN-FALHA
             CLOSE ARQLOG
             GO TO R9-FECHA-CAD.
           OPEN OUTPUT PEDREJ
           IF ST-ERRO10 NOT = "00"
             MOVE "ERRO NA ABERTURA DO ARQUIVO DE RECUSA" TO MENS
             DISPLAY MENS
             MOVE 1 TO WS-RUN-FALHA
             CLOSE ARQLOG RELIMP
             GO TO R9-FECHA-CAD.

      ***************** NUMERO DA EXECUCAO E CABECALHO ************************

           MOVE "IMPORTACAO" TO CTL-CHAVE
           PERFORM GERA-PROXIMO-CODIGO THRU GERA-PROXIMO-CODIGO-FIM
           IF WS-PROX-CODIGO = ZEROS
             MOVE "*** CONTROLE DE NUMERACAO EM USO - NADA IMPORTADO"
                  TO MENS
             DISPLAY MENS
             MOVE 1 TO WS-RUN-FALHA
             GO TO R9-FECHA.
           MOVE WS-PROX-CODIGO TO WS-EXECUCAO
           MOVE WS-DATA-HOJE TO WC-DATA-HOJE
           MOVE WS-EXECUCAO TO WC-EXECUCAO
           MOVE WS-CABEC1 TO WS-LINREL
           WRITE WS-LINREL
           MOVE "INICIO IMP" TO LOG-OPERACAO
           MOVE WS-PEDENT-NOME TO LOG-CHAVE
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM.

      ***************** LEITURA DO ARQUIVO DE PEDIDOS *************************
      *    O ARQUIVO TEM QUE COMECAR POR UM CABECALHO DE LOTE - SEM A
      *    IDENTIFICACAO NAO HA COMO SABER SE OS PEDIDOS JA ENTRARAM, E
      *    NADA E IMPORTADO. UM NOVO CABECALHO NO MEIO DO ARQUIVO ABRE
      *    OUTRO LOTE (ARQUIVOS DE VARIAS ORIGENS CONCATENADOS).

       R1.
           READ PEDENT INTO WS-IMP-LINHA
           IF ST-ERRO2 = "10"
             MOVE "*** ARQUIVO DE PEDIDOS VAZIO ***" TO MENS
             DISPLAY MENS
             GO TO R8-TOTAIS.
           IF ST-ERRO2 NOT = "00"
             MOVE "ERRO NA LEITURA DO ARQUIVO DE PEDIDOS" TO MENS
             DISPLAY MENS
             MOVE 1 TO WS-RUN-FALHA
             GO TO R8-TOTAIS.
           IF WS-IMP-LINHA = SPACES
             GO TO R1.
           IF WI-TIPO NOT = "0" OR WI-LOTE = SPACES
             MOVE "*** ARQUIVO SEM CABECALHO DE LOTE - NADA IMPORTADO"
                  TO MENS
             DISPLAY MENS
             MOVE MENS TO WS-LINREL
             WRITE WS-LINREL
             MOVE 1 TO WS-RUN-FALHA
             GO TO R8-TOTAIS.
           PERFORM R1-CABECALHO THRU R1-CABECALHO-FIM.

       R1-LOOP.
           READ PEDENT INTO WS-IMP-LINHA
           IF ST-ERRO2 = "10"
             GO TO R1-FIM.
           IF ST-ERRO2 NOT = "00"
             MOVE "ERRO NA LEITURA DO ARQUIVO DE PEDIDOS" TO MENS
             DISPLAY MENS
             MOVE 1 TO WS-RUN-FALHA
             GO TO R1-FIM.
           IF WS-IMP-LINHA = SPACES
             GO TO R1-LOOP.
           IF WI-TIPO = "0"
             PERFORM R3-PEDIDO THRU R3-PEDIDO-FIM
             IF WS-RUN-FALHA = 1
               GO TO R8-TOTAIS
             ELSE
               IF WI-LOTE = SPACES
                 MOVE "TIPO DE REGISTRO INVALIDO" TO WJ-MOTIVO
                 PERFORM R7-LINHA-AVULSA THRU R7-LINHA-AVULSA-FIM
                 GO TO R1-LOOP
               ELSE
                 PERFORM R1-CABECALHO THRU R1-CABECALHO-FIM
                 GO TO R1-LOOP.
           IF WI-TIPO NOT = "1"
             MOVE "TIPO DE REGISTRO INVALIDO" TO WJ-MOTIVO
             PERFORM R7-LINHA-AVULSA THRU R7-LINHA-AVULSA-FIM
             GO TO R1-LOOP.
           ADD 1 TO WS-QTD-LIDOS
           IF WS-GRP-QTD > ZEROS AND WI-PEDEXT NOT = WS-GRP-PEDEXT
             PERFORM R3-PEDIDO THRU R3-PEDIDO-FIM
             IF WS-RUN-FALHA = 1
               GO TO R8-TOTAIS.
           PERFORM R2-ACUMULA THRU R2-ACUMULA-FIM
           GO TO R1-LOOP.

       R1-FIM.
           PERFORM R3-PEDIDO THRU R3-PEDIDO-FIM
           GO TO R8-TOTAIS.

      ***************** CABECALHO DE LOTE *************************************

       R1-CABECALHO.
           MOVE WI-LOTE TO WS-LOTE
           MOVE WI-ORIGEM TO WS-ORIGEM
           MOVE WS-IMP-LINHA TO WS-LINCAB-SALVA
           MOVE ZEROS TO WS-REJ-CAB
           MOVE WS-PEDENT-NOME TO WC-ARQUIVO
           MOVE WS-LOTE TO WC-LOTE
           MOVE WS-ORIGEM TO WC-ORIGEM
           MOVE SPACES TO WS-LINREL
           WRITE WS-LINREL
           MOVE WS-CABLOTE TO WS-LINREL
           WRITE WS-LINREL
           MOVE SPACES TO WS-LINREL
           WRITE WS-LINREL
           MOVE WS-CABPED TO WS-LINREL
           WRITE WS-LINREL.
       R1-CABECALHO-FIM.
           EXIT.

      ***************** LINHA DE ITEM NO PEDIDO EM MONTAGEM *******************
      *    AS CONDICOES DA PRIMEIRA LINHA VALEM PARA O PEDIDO. CAMPO
      *    NUMERICO COM OUTRO CONTEUDO RECUSA A LINHA JA AQUI.

       R2-ACUMULA.
           IF WS-GRP-QTD = ZEROS
             MOVE WI-PEDEXT TO WS-GRP-PEDEXT
             MOVE WI-CONDICOES TO WS-GRP-CONDICOES
             MOVE ZEROS TO WS-GRP-EXCESSO
             MOVE 1 TO WS-GRP-NUMOK
             IF WI-CONDICOES IS NOT NUMERIC
               MOVE ZEROS TO WS-GRP-NUMOK.
           IF WS-GRP-QTD = 50
             MOVE 1 TO WS-GRP-EXCESSO
             MOVE "PEDIDO COM MAIS DE 50 ITENS" TO WJ-MOTIVO
             PERFORM R7-LINHA-AVULSA THRU R7-LINHA-AVULSA-FIM
             GO TO R2-ACUMULA-FIM.
           ADD 1 TO WS-GRP-QTD
           MOVE WS-GRP-QTD TO IND
           MOVE WS-IMP-LINHA TO WS-IT-LINHA (IND)
           MOVE SPACES TO WS-IT-MOTIVO (IND)
           MOVE ZEROS TO WS-IT-CODPRO (IND) WS-IT-LOCAL (IND)
                         WS-IT-QUANTIDADE (IND) WS-IT-PRECO (IND)
                         WS-IT-PERCDESC (IND) WS-IT-VALORITEM (IND)
           IF WI-CONDICOES IS NOT NUMERIC OR WI-CODPRO IS NOT NUMERIC
              OR WI-LOCAL IS NOT NUMERIC
              OR WI-QUANTIDADE IS NOT NUMERIC
              OR WI-PRECO IS NOT NUMERIC
             MOVE "CAMPO NUMERICO INVALIDO" TO WS-IT-MOTIVO (IND)
             GO TO R2-ACUMULA-FIM.
           IF WI-CONDICOES NOT = WS-GRP-CONDICOES
             MOVE "CONDICOES DIFERENTES DA 1A LINHA DO PEDIDO"
                  TO WS-IT-MOTIVO (IND).
           MOVE WI-CODPRO TO WS-IT-CODPRO (IND)
           MOVE WI-LOCAL TO WS-IT-LOCAL (IND)
           MOVE WI-QUANTIDADE TO WS-IT-QUANTIDADE (IND)
           MOVE WI-PRECO TO WS-IT-PRECO (IND).
       R2-ACUMULA-FIM.
           EXIT.

      ***************** TRATAMENTO DE UM PEDIDO COMPLETO **********************
      *    PEDIDO JA GRAVADO NESTE LOTE E IGNORADO; PEDIDO PENDENTE E
      *    RETOMADO SEM NOVA CRITICA (O ESTOQUE E O CREDITO JA REFLETEM
      *    O QUE FOI GRAVADO); OS DEMAIS SAO CRITICADOS E GRAVADOS OU
      *    RECUSADOS INTEIROS.

       R3-PEDIDO.
           IF WS-GRP-QTD = ZEROS
             GO TO R3-PEDIDO-FIM.
           ADD 1 TO WS-QTD-PEDIDOS
           MOVE ZEROS TO WS-RETOMADO
           MOVE WS-LOTE TO IMP-LOTE
           MOVE WS-GRP-PEDEXT TO IMP-PEDEXT
           READ ARQIMP
           IF ST-ERRO9 = "00"
             IF IMP-SITUACAO = "G"
               ADD 1 TO WS-QTD-REPETIDOS
               MOVE SPACES TO WS-SITUACAO
               STRING "JA IMPORTADO - PEDIDO " IMP-PEDCOD
                      DELIMITED BY SIZE INTO WS-SITUACAO
               MOVE IMP-VALOR TO WS-PED-TOTAL
               PERFORM R6-LINHA-PEDIDO THRU R6-LINHA-PEDIDO-FIM
               GO TO R3-PEDIDO-LIMPA
             ELSE
               MOVE 1 TO WS-RETOMADO
               MOVE IMP-PEDCOD TO PED-COD
               MOVE IMP-DATA TO WS-PED-DATA
           ELSE
             IF ST-ERRO9 NOT = "23"
               MOVE "ERRO NA LEITURA DO CONTROLE DE IMPORTACAO" TO MENS
               DISPLAY MENS
               MOVE 1 TO WS-RUN-FALHA
               GO TO R3-PEDIDO-FIM
             ELSE
               MOVE WS-DATA-HOJE TO WS-PED-DATA.

           PERFORM R4-CRITICA THRU R4-CRITICA-FIM
           IF WS-RETOMADO = ZEROS AND WS-RECUSADO = 1
             PERFORM R7-RECUSA THRU R7-RECUSA-FIM
             GO TO R3-PEDIDO-LIMPA.
           PERFORM R5-GRAVA THRU R5-GRAVA-FIM.

       R3-PEDIDO-LIMPA.
           MOVE ZEROS TO WS-GRP-QTD WS-GRP-EXCESSO
           MOVE SPACES TO WS-GRP-PEDEXT.
       R3-PEDIDO-FIM.
           EXIT.

      ***************** CRITICA DO PEDIDO (REGRAS DO SCE005) ******************
      *    AS REGRAS DO PEDIDO (CLIENTE, VENDEDOR, TABELA, COMPETENCIA)
      *    RECUSAM TODAS AS LINHAS COM O MESMO MOTIVO. AS DO ITEM
      *    (PRODUTO, LOCAL, QUANTIDADE, DESCONTO, ESTOQUE) MARCAM A
      *    LINHA. O CREDITO E VERIFICADO COM O VALOR DO PEDIDO INTEIRO,
      *    COMO NA LIBERACAO DO SCE005. NA RETOMADA SO OS VALORES SAO
      *    CALCULADOS.

       R4-CRITICA.
           MOVE ZEROS TO WS-RECUSADO WS-PED-TOTAL WS-PED-IPI
           MOVE ZEROS TO WS-FRT-PESO WS-FRT-VALOR WS-FRT-TRANSP
           MOVE SPACES TO WS-PED-MOTIVO
           IF WS-GRP-EXCESSO = 1
             MOVE "PEDIDO COM MAIS DE 50 ITENS" TO WS-PED-MOTIVO
             GO TO R4-PEDIDO-RECUSADO.
           IF WS-GRP-NUMOK = ZEROS
             MOVE "CAMPO NUMERICO INVALIDO" TO WS-PED-MOTIVO
             GO TO R4-PEDIDO-RECUSADO.
           IF WS-GRP-TIPOVENDA = ZEROS
             MOVE 1 TO WS-GRP-TIPOVENDA.
           IF WS-GRP-QTDPARCELAS = ZEROS
             MOVE 1 TO WS-GRP-QTDPARCELAS.
           IF WS-GRP-QTDPARCELAS = 1 OR WS-GRP-INTERVALO = ZEROS
             MOVE 30 TO WS-GRP-INTERVALO.
           IF WS-RETOMADO = 1
             GO TO R4-ITENS.

           MOVE WS-GRP-CPFCNPJ TO WS-DOCNUM
           PERFORM VALIDA-CPFCNPJ THRU VALIDA-CPFCNPJ-FIM
           IF WS-DOC-VALIDO NOT = 1
             MOVE "CPF/CNPJ DO CLIENTE INVALIDO" TO WS-PED-MOTIVO
             GO TO R4-PEDIDO-RECUSADO.
           MOVE WS-GRP-CPFCNPJ TO CLI-CPFCNPJ
           READ ARQCLI
           IF ST-ERRO NOT = "00"
             MOVE "CLIENTE NAO CADASTRADO" TO WS-PED-MOTIVO
             GO TO R4-PEDIDO-RECUSADO.
           IF WS-GRP-VENDEDOR = ZEROS
             MOVE "VENDEDOR NAO INFORMADO" TO WS-PED-MOTIVO
             GO TO R4-PEDIDO-RECUSADO.
           MOVE WS-GRP-VENDEDOR TO VDD-CODIGO
           READ ARQVDD
           IF ST-ERRO7 NOT = "00"
             MOVE "VENDEDOR NAO CADASTRADO" TO WS-PED-MOTIVO
             GO TO R4-PEDIDO-RECUSADO.
           IF WS-GRP-TIPOVENDA NOT = 1 AND WS-GRP-TIPOVENDA NOT = 2
             MOVE "TABELA DEVE SER 1=VAREJO OU 2=ATACADO"
                  TO WS-PED-MOTIVO
             GO TO R4-PEDIDO-RECUSADO.
           MOVE WS-PED-DATA TO WS-FEC-DATA
           PERFORM CHECA-FECHAMENTO THRU CHECA-FECHAMENTO-FIM
           IF WS-FEC-BLOQ = 1
             MOVE "COMPETENCIA FECHADA" TO WS-PED-MOTIVO
             GO TO R4-PEDIDO-RECUSADO.

       R4-ITENS.
           MOVE 1 TO IND.
       R4-ITENS-LOOP.
           IF IND > WS-GRP-QTD
             GO TO R4-CREDITO.
           PERFORM R4-ITEM THRU R4-ITEM-FIM
           IF WS-IT-MOTIVO (IND) NOT = SPACES
             MOVE 1 TO WS-RECUSADO.
           ADD 1 TO IND
           GO TO R4-ITENS-LOOP.

       R4-CREDITO.
           IF WS-RECUSADO = ZEROS AND WS-GRP-DATAENTREGA NOT = ZEROS
             PERFORM CALC-FRETE THRU CALC-FRETE-FIM
             ADD WS-FRT-VALOR TO WS-PED-TOTAL.
           IF WS-RETOMADO = 1 OR WS-RECUSADO = 1
             GO TO R4-CRITICA-FIM.
           MOVE WS-GRP-CPFCNPJ TO PED-CLI-CPFCNPJ
           MOVE WS-PED-TOTAL TO WS-CRED-NOVO
           PERFORM CHECA-CREDITO THRU CHECA-CREDITO-FIM
           IF WS-CRED-OK = 1
             GO TO R4-CRITICA-FIM.
           MOVE MENS TO WS-PED-MOTIVO.

      *    MOTIVO DO PEDIDO VAI PARA TODAS AS LINHAS QUE NAO TEM O SEU.
       R4-PEDIDO-RECUSADO.
           MOVE 1 TO WS-RECUSADO
           MOVE 1 TO IND.
       R4-RECUSA-LOOP.
           IF IND > WS-GRP-QTD
             GO TO R4-CRITICA-FIM.
           IF WS-IT-MOTIVO (IND) = SPACES
             MOVE WS-PED-MOTIVO TO WS-IT-MOTIVO (IND).
           ADD 1 TO IND
           GO TO R4-RECUSA-LOOP.
       R4-CRITICA-FIM.
           EXIT.

      ***************** CRITICA DE UM ITEM ************************************
      *    PRECO ZERADO NO ARQUIVO = PRECO DE TABELA. O SALDO CONFERIDO
      *    E O DO LOCAL MENOS O QUE AS LINHAS ANTERIORES DO MESMO
      *    PEDIDO JA PEDIRAM DO MESMO PRODUTO NO MESMO LOCAL.

       R4-ITEM.
           IF WS-IT-MOTIVO (IND) NOT = SPACES AND WS-RETOMADO = ZEROS
             GO TO R4-ITEM-FIM.
           IF WS-IT-LOCAL (IND) = ZEROS
             MOVE 1 TO WS-IT-LOCAL (IND).
           MOVE WS-IT-CODPRO (IND) TO PRO-CODIGO
           READ ARQPRO
           IF ST-ERRO NOT = "00"
             MOVE "PRODUTO NAO CADASTRADO" TO WS-IT-MOTIVO (IND)
             GO TO R4-ITEM-FIM.
           IF WS-GRP-TIPOVENDA = 2 AND PRO-PRECOATAC > ZEROS
             MOVE PRO-PRECOATAC TO WS-PRECO-TABELA
           ELSE
             MOVE PRO-PRECO TO WS-PRECO-TABELA.
           IF WS-IT-PRECO (IND) = ZEROS
             MOVE WS-PRECO-TABELA TO WS-IT-PRECO (IND).
           MOVE ZEROS TO WS-IT-PERCDESC (IND)
           IF WS-IT-PRECO (IND) < WS-PRECO-TABELA
             COMPUTE WS-IT-PERCDESC (IND) ROUNDED =
                 ((WS-PRECO-TABELA - WS-IT-PRECO (IND)) * 100)
                 / WS-PRECO-TABELA.
           COMPUTE WS-IT-VALORITEM (IND) =
                   WS-IT-PRECO (IND) * WS-IT-QUANTIDADE (IND)
           ADD WS-IT-VALORITEM (IND) TO WS-PED-TOTAL
           COMPUTE WS-IPI-ITEM ROUNDED =
                   (WS-IT-VALORITEM (IND) * PRO-ALIQIPI) / 100
           ADD WS-IPI-ITEM TO WS-PED-IPI
           COMPUTE WS-FRT-PESO = WS-FRT-PESO
                               + PRO-PESO * WS-IT-QUANTIDADE (IND)
           IF WS-RETOMADO = 1
             GO TO R4-ITEM-FIM.

           IF WS-IT-LOCAL (IND) > 3
             MOVE "LOCAL DEVE SER 1=LOJA 2=DEPOSITO 3=CONSIG"
                  TO WS-IT-MOTIVO (IND)
             GO TO R4-ITEM-FIM.
           IF WS-IT-QUANTIDADE (IND) = ZEROS
             MOVE "QUANTIDADE NAO INFORMADA" TO WS-IT-MOTIVO (IND)
             GO TO R4-ITEM-FIM.
           IF WS-IT-PERCDESC (IND) > WS-DESC-BASE
             MOVE "DESCONTO ACIMA DA ALCADA - DIGITAR NO SCE005"
                  TO WS-IT-MOTIVO (IND)
             GO TO R4-ITEM-FIM.

           MOVE WS-IT-QUANTIDADE (IND) TO WS-QTD-ACUM
           MOVE 1 TO IND2.
       R4-ITEM-ACUM.
           IF IND2 NOT < IND
             GO TO R4-ITEM-SALDO.
           IF WS-IT-CODPRO (IND2) = WS-IT-CODPRO (IND)
              AND WS-IT-LOCAL (IND2) = WS-IT-LOCAL (IND)
             ADD WS-IT-QUANTIDADE (IND2) TO WS-QTD-ACUM.
           ADD 1 TO IND2
           GO TO R4-ITEM-ACUM.
       R4-ITEM-SALDO.
           PERFORM CHECA-KIT THRU CHECA-KIT-FIM
           IF WS-KIT-ACHOU = ZEROS
             GO TO R4-ITEM-SALDO-LOCAL.
           MOVE WS-QTD-ACUM TO WS-KIT-QTD
           MOVE WS-IT-LOCAL (IND) TO WS-KIT-LOCAL
           PERFORM SALDO-KIT THRU SALDO-KIT-FIM
           IF WS-KIT-FALTA = 1
             MOVE "FALTA ESTOQUE DE COMPONENTE DO KIT"
                  TO WS-IT-MOTIVO (IND).
           GO TO R4-ITEM-FIM.
       R4-ITEM-SALDO-LOCAL.
           MOVE WS-IT-LOCAL (IND) TO WS-LOC-LOCAL
           PERFORM SALDO-LOCAL THRU SALDO-LOCAL-FIM
           IF WS-QTD-ACUM > WS-LOC-SALDO
             MOVE "ESTOQUE INSUFICIENTE NO LOCAL"
                  TO WS-IT-MOTIVO (IND).
       R4-ITEM-FIM.
           EXIT.

      ***************** GRAVACAO DO PEDIDO ACEITO *****************************
      *    1. RESERVA O NUMERO DO PEDIDO E GRAVA-O EM ARQIMP (PENDENTE)
      *    2. GRAVA OS ITENS QUE AINDA NAO EXISTEM, COM A BAIXA DE
      *       ESTOQUE DE CADA UM
      *    3. GERA OU ATUALIZA OS TITULOS PELO TOTAL DO PEDIDO
      *    4. MARCA O PEDIDO COMO GRAVADO EM ARQIMP
      *    NA RETOMADA O PASSO 1 E PULADO E OS DEMAIS SO COMPLETAM.
      *    REGISTRO QUE CONTINUA EM USO DEPOIS DAS TENTATIVAS PARA A
      *    GRAVACAO NO ITEM (R5-GRAVA-USO) E O PEDIDO FICA PENDENTE.

       R5-GRAVA.
           MOVE ZEROS TO WS-EM-USO
           IF WS-RETOMADO = 1
             GO TO R5-GRAVA-ITENS.
           MOVE "PEDIDO    " TO CTL-CHAVE
           PERFORM GERA-PROXIMO-CODIGO THRU GERA-PROXIMO-CODIGO-FIM
           IF WS-PROX-CODIGO = ZEROS
             GO TO R5-GRAVA-USO.
           MOVE WS-PROX-CODIGO TO PED-COD
           MOVE WS-LOTE TO IMP-LOTE
           MOVE WS-GRP-PEDEXT TO IMP-PEDEXT
           MOVE "P" TO IMP-SITUACAO
           MOVE PED-COD TO IMP-PEDCOD
           MOVE WS-EXECUCAO TO IMP-EXECUCAO
           MOVE WS-PED-DATA TO IMP-DATA
           ACCEPT IMP-HORA FROM TIME
           MOVE WS-GRP-QTD TO IMP-QTDITENS
           MOVE WS-PED-TOTAL TO IMP-VALOR
           MOVE WS-ORIGEM TO IMP-ORIGEM
           MOVE WS-PEDENT-NOME TO IMP-ARQUIVO
           MOVE WS-OPERADOR TO IMP-OPERADOR
           WRITE REGIMP
           IF ST-ERRO9 NOT = "00" AND ST-ERRO9 NOT = "02"
             MOVE "ERRO NA GRAVACAO DO CONTROLE DE IMPORTACAO" TO MENS
             DISPLAY MENS
             MOVE 1 TO WS-RUN-FALHA
             GO TO R5-GRAVA-FIM.

       R5-GRAVA-ITENS.
           MOVE PED-COD TO IMP-PEDCOD
           MOVE 1 TO IND.
       R5-GRAVA-LOOP.
           IF IND > WS-GRP-QTD
             GO TO R5-GRAVA-TITULO.
           MOVE IMP-PEDCOD TO PED-COD
           MOVE IND TO PED-ITEM
           READ ARQVEN
           IF ST-ERRO = "00"
             ADD 1 TO IND
             GO TO R5-GRAVA-LOOP.
           PERFORM MONTA-ITEM THRU MONTA-ITEM-FIM
           WRITE REGVEN
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
             MOVE SPACES TO MENS
             STRING "*** ERRO NA GRAVACAO DO PEDIDO " PED-COD " ***"
                    DELIMITED BY SIZE INTO MENS
             DISPLAY MENS
             MOVE 1 TO WS-RUN-FALHA
             GO TO R5-GRAVA-FIM.
           MOVE WS-IT-CODPRO (IND) TO PRO-CODIGO
           PERFORM ATU-ESTOQUE THRU ATU-ESTOQUE-FIM
      *    ESTOQUE (PRODUTO, LOCAL OU KIT) NAO LANCADO - O ITEM SAI E
      *    O PEDIDO FICA PENDENTE, PARA A RETOMADA GRAVA-LO DE NOVO COM
      *    A BAIXA. LOTE EM USO NAO DESFAZ A BAIXA: O ITEM FICA LANCADO
      *    SEM O LOTE (COMO NO SCE005) E A RETOMADA SEGUE DO PROXIMO.
           IF WS-ATU-ERRO = 1
             PERFORM APAGA-KTP THRU APAGA-KTP-FIM
             DELETE ARQVEN RECORD
             GO TO R5-GRAVA-USO.
           IF WS-EM-USO = 1
             GO TO R5-GRAVA-USO.
           ADD 1 TO IND
           GO TO R5-GRAVA-LOOP.

       R5-GRAVA-USO.
           MOVE "*** REGISTRO EM USO - PEDIDO FICA PENDENTE ***" TO MENS
           DISPLAY MENS
           MOVE "PENDENTE - REGISTRO EM USO" TO WS-SITUACAO
           PERFORM R6-LINHA-PEDIDO THRU R6-LINHA-PEDIDO-FIM
           MOVE 1 TO WS-RUN-FALHA
           GO TO R5-GRAVA-FIM.

       R5-GRAVA-TITULO.
           MOVE 1 TO IND
           PERFORM MONTA-ITEM THRU MONTA-ITEM-FIM
           PERFORM GRAVA-TITULO THRU GRAVA-TITULO-FIM
           IF WS-RUN-FALHA = 1
             GO TO R5-GRAVA-FIM.

           MOVE WS-LOTE TO IMP-LOTE
           MOVE WS-GRP-PEDEXT TO IMP-PEDEXT
           READ ARQIMP
           IF ST-ERRO9 NOT = "00"
             MOVE "ERRO NA LEITURA DO CONTROLE DE IMPORTACAO" TO MENS
             DISPLAY MENS
             MOVE 1 TO WS-RUN-FALHA
             GO TO R5-GRAVA-FIM.
           MOVE "G" TO IMP-SITUACAO
           MOVE WS-GRP-QTD TO IMP-QTDITENS
           MOVE WS-PED-TOTAL TO IMP-VALOR
           REWRITE REGIMP
           IF ST-ERRO9 NOT = "00" AND ST-ERRO9 NOT = "02"
             MOVE "ERRO NA GRAVACAO DO CONTROLE DE IMPORTACAO" TO MENS
             DISPLAY MENS
             MOVE 1 TO WS-RUN-FALHA
             GO TO R5-GRAVA-FIM.

           ADD 1 TO WS-QTD-GRAVADOS
           ADD WS-PED-TOTAL TO WS-VLR-IMPORTADO
           MOVE "IMPORTACAO" TO LOG-OPERACAO
           MOVE SPACES TO LOG-CHAVE
           STRING PED-COD "/" WS-GRP-PEDEXT
                  DELIMITED BY SIZE INTO LOG-CHAVE
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM
           MOVE SPACES TO WS-SITUACAO
           IF WS-RETOMADO = 1
             STRING "IMPORTADO (RETOMADO) - " PED-COD
                    DELIMITED BY SIZE INTO WS-SITUACAO
           ELSE
             STRING "IMPORTADO - PEDIDO " PED-COD
                    DELIMITED BY SIZE INTO WS-SITUACAO.
           PERFORM R6-LINHA-PEDIDO THRU R6-LINHA-PEDIDO-FIM.
       R5-GRAVA-FIM.
           EXIT.

      ***************** MONTAGEM DE UM ITEM DO PEDIDO IMPORTADO ***************
      *    VENDA ATIVA COM OS MESMOS PADROES DO R1 DO SCE005. O TOTAL
      *    DO PEDIDO JA VAI EM TODOS OS ITENS (O PEDIDO E GRAVADO
      *    INTEIRO), COMO NO SCE047.

       MONTA-ITEM.
           MOVE IMP-PEDCOD TO PED-COD
           MOVE IND TO PED-ITEM
           MOVE "2" TO PED-TIPOPEDIDO
           MOVE WS-IT-CODPRO (IND) TO PED-COD-PRO
           MOVE WS-GRP-TIPOVENDA TO PED-TIPOVENDA
           MOVE WS-GRP-CPFCNPJ TO PED-CLI-CPFCNPJ
           MOVE ZEROS TO PED-FOR-CPFCNPJ
           MOVE WS-IT-QUANTIDADE (IND) TO PED-QUANTIDADE
           MOVE WS-IT-PRECO (IND) TO PED-PRECOUNITARIO
           MOVE WS-IT-VALORITEM (IND) TO PED-VALORITEM
           MOVE WS-PED-TOTAL TO PED-VALORTOTAL
           MOVE 1 TO PED-STATUS
           MOVE WS-PED-DATA TO PED-DATA
           MOVE WS-GRP-QTDPARCELAS TO PED-QTDPARCELAS
           MOVE WS-GRP-INTERVALO TO PED-INTERVALO
           MOVE WS-GRP-VENDEDOR TO PED-VENDEDOR
           MOVE WS-IT-PERCDESC (IND) TO PED-PERCDESC
           MOVE ZEROS TO PED-QTDRECEBIDA PED-QTDDEVOLVIDA
                         PED-VALIDADE PED-CONTRATO
           MOVE WS-FRT-TRANSP TO PED-TRANSP
           MOVE "C" TO PED-TIPOFRETE
           MOVE WS-FRT-VALOR TO PED-VALORFRETE
           MOVE WS-GRP-DATAENTREGA TO PED-DATAENTREGA
           MOVE SPACES TO PED-ENTREGUE
           MOVE WS-IT-LOCAL (IND) TO PED-LOCAL.
       MONTA-ITEM-FIM.
           EXIT.

      ***************** FRETE DO PEDIDO (REGRAS DO SCE005) ********************
      *    O DESTINO E A UF DO CEP DO CLIENTE (ARQCEP), OU A DO
      *    CADASTRO DO CLIENTE QUANDO O CEP NAO ESTA NA BASE. ESCOLHE
      *    A TRANSPORTADORA ATIVA DE MENOR FRETE. RETORNA WS-FRT-TRANSP
      *    E WS-FRT-VALOR, ZERADOS QUANDO NAO HA TABELA QUE ATENDA.

       CALC-FRETE.
           MOVE ZEROS TO WS-FRT-VALOR WS-FRT-TRANSP
           IF WS-TRA-ATIVO = ZEROS OR WS-FRT-ATIVO = ZEROS
             GO TO CALC-FRETE-FIM.
           MOVE WS-PED-TOTAL TO WS-FRT-MERC
           MOVE WS-GRP-CPFCNPJ TO CLI-CPFCNPJ
           READ ARQCLI
           IF ST-ERRO NOT = "00"
             GO TO CALC-FRETE-FIM.
           MOVE CLI-CEP    TO WS-FRT-CEP
           MOVE CLI-ESTADO TO WS-FRT-UF
           IF WS-CEP-ATIVO = 1
             MOVE CLI-CEP TO CEP-NUMCEP
             READ ARQCEP
             IF ST-ERRO19 = "00" AND CEP-UF NOT = SPACES
               MOVE CEP-UF TO WS-FRT-UF.

           MOVE ZEROS TO WS-FRT-MELHOR-TRA WS-FRT-MELHOR-VLR TRA-CODIGO
           START ARQTRA KEY IS NOT LESS THAN TRA-CODIGO
           IF ST-ERRO20 NOT = "00"
             GO TO CALC-FRETE-ESCOLHIDA.
       CALC-FRETE-ESCOLHE.
           READ ARQTRA NEXT RECORD
           IF ST-ERRO20 NOT = "00"
             GO TO CALC-FRETE-ESCOLHIDA.
           IF TRA-SITUACAO = "I"
             GO TO CALC-FRETE-ESCOLHE.
           PERFORM FRETE-TABELA THRU FRETE-TABELA-FIM
           IF WS-FRT-ACHOU = 1
             IF WS-FRT-MELHOR-TRA = ZEROS
             OR WS-FRT-CALC < WS-FRT-MELHOR-VLR
               MOVE TRA-CODIGO  TO WS-FRT-MELHOR-TRA
               MOVE WS-FRT-CALC TO WS-FRT-MELHOR-VLR.
           GO TO CALC-FRETE-ESCOLHE.
       CALC-FRETE-ESCOLHIDA.
           IF WS-FRT-MELHOR-TRA = ZEROS
             GO TO CALC-FRETE-FIM.
           MOVE WS-FRT-MELHOR-TRA TO WS-FRT-TRANSP
           IF WS-FRT-MELHOR-VLR > 99999,99
             MOVE 99999,99 TO WS-FRT-VALOR
           ELSE
             MOVE WS-FRT-MELHOR-VLR TO WS-FRT-VALOR.
       CALC-FRETE-FIM.
           EXIT.

      ***************** FRETE DE UMA TRANSPORTADORA (ARQFRT) ******************
      *    REGTRA CARREGADO PELO CHAMADOR. A FAIXA E DE PESO OU DE
      *    VALOR CONFORME TRA-BASE: VALE A MENOR FAIXA QUE COMPORTA O
      *    PEDIDO; ACIMA DA MAIOR FAIXA VALE A MAIOR. RETORNA
      *    WS-FRT-ACHOU = 1 E O FRETE EM WS-FRT-CALC.

       FRETE-TABELA.
           MOVE ZEROS TO WS-FRT-ACHOU WS-FRT-CALC
           MOVE ZEROS TO WS-FRT-CANDIDATOS
           IF TRA-BASE = "V"
             MOVE WS-FRT-MERC TO WS-FRT-MEDIDA
           ELSE
             MOVE WS-FRT-PESO TO WS-FRT-MEDIDA.
           MOVE TRA-CODIGO TO FRT-TRANSP
           MOVE WS-FRT-UF  TO FRT-UF
           MOVE ZEROS TO FRT-CEPINI FRT-FAIXA
           START ARQFRT KEY IS NOT LESS THAN CHAVE-FRT
           IF ST-ERRO21 NOT = "00"
             GO TO FRETE-TABELA-FIM.
       FRETE-TABELA-LOOP.
           READ ARQFRT NEXT RECORD
           IF ST-ERRO21 NOT = "00"
             GO TO FRETE-TABELA-ESCOLHE.
           IF FRT-TRANSP NOT = TRA-CODIGO OR FRT-UF NOT = WS-FRT-UF
             GO TO FRETE-TABELA-ESCOLHE.
           IF FRT-CEPINI = ZEROS
             MOVE 1 TO WS-FRT-CLASSE
           ELSE
             IF WS-FRT-CEP < FRT-CEPINI OR WS-FRT-CEP > FRT-CEPFIM
               GO TO FRETE-TABELA-LOOP
             ELSE
               MOVE 2 TO WS-FRT-CLASSE.
           IF FRT-FAIXA NOT < WS-FRT-MEDIDA
             IF WS-FRC-FIT-OK (WS-FRT-CLASSE) = ZEROS
             OR FRT-FAIXA < WS-FRC-FIT-FAIXA (WS-FRT-CLASSE)
               MOVE 1           TO WS-FRC-FIT-OK (WS-FRT-CLASSE)
               MOVE FRT-FAIXA   TO WS-FRC-FIT-FAIXA (WS-FRT-CLASSE)
               MOVE FRT-VALOR   TO WS-FRC-FIT-VALOR (WS-FRT-CLASSE)
               MOVE FRT-PERCENT TO WS-FRC-FIT-PERC (WS-FRT-CLASSE).
           IF WS-FRC-MAX-OK (WS-FRT-CLASSE) = ZEROS
           OR FRT-FAIXA > WS-FRC-MAX-FAIXA (WS-FRT-CLASSE)
             MOVE 1           TO WS-FRC-MAX-OK (WS-FRT-CLASSE)
             MOVE FRT-FAIXA   TO WS-FRC-MAX-FAIXA (WS-FRT-CLASSE)
             MOVE FRT-VALOR   TO WS-FRC-MAX-VALOR (WS-FRT-CLASSE)
             MOVE FRT-PERCENT TO WS-FRC-MAX-PERC (WS-FRT-CLASSE).
           GO TO FRETE-TABELA-LOOP.
       FRETE-TABELA-ESCOLHE.
           IF WS-FRC-MAX-OK (2) = 1
             MOVE 2 TO WS-FRT-CLASSE
           ELSE
             IF WS-FRC-MAX-OK (1) = 1
               MOVE 1 TO WS-FRT-CLASSE
             ELSE
               GO TO FRETE-TABELA-FIM.
           MOVE 1 TO WS-FRT-ACHOU
           IF WS-FRC-FIT-OK (WS-FRT-CLASSE) = 1
             COMPUTE WS-FRT-CALC ROUNDED =
                     WS-FRC-FIT-VALOR (WS-FRT-CLASSE)
                   + WS-FRT-MERC * WS-FRC-FIT-PERC (WS-FRT-CLASSE)
                   / 100
           ELSE
             COMPUTE WS-FRT-CALC ROUNDED =
                     WS-FRC-MAX-VALOR (WS-FRT-CLASSE)
                   + WS-FRT-MERC * WS-FRC-MAX-PERC (WS-FRT-CLASSE)
                   / 100.
       FRETE-TABELA-FIM.
           EXIT.

      ***************** LINHA DO PEDIDO NO RELATORIO **************************

       R6-LINHA-PEDIDO.
           MOVE WS-GRP-PEDEXT TO WL-PEDEXT
           IF WS-GRP-NUMOK = 1
             MOVE WS-GRP-CPFCNPJ TO WL-CPFCNPJ
           ELSE
             MOVE ZEROS TO WL-CPFCNPJ.
           MOVE WS-GRP-QTD TO WL-ITENS
           MOVE WS-PED-TOTAL TO WL-VALOR
           MOVE WS-SITUACAO TO WL-SITUACAO
           MOVE WS-LINPED TO WS-LINREL
           WRITE WS-LINREL.
       R6-LINHA-PEDIDO-FIM.
           EXIT.

      ***************** PEDIDO RECUSADO ***************************************
      *    CADA LINHA VAI PARA O ARQUIVO DE RECUSA E PARA O RELATORIO
      *    COM O SEU MOTIVO. LINHA SEM MOTIVO PROPRIO FOI RECUSADA POR
      *    CAUSA DE OUTRA LINHA DO MESMO PEDIDO.

       R7-RECUSA.
           ADD 1 TO WS-QTD-RECUSADOS
           MOVE "RECUSADO" TO WS-SITUACAO
           PERFORM R6-LINHA-PEDIDO THRU R6-LINHA-PEDIDO-FIM
           MOVE 1 TO IND.
       R7-RECUSA-LOOP.
           IF IND > WS-GRP-QTD
             GO TO R7-RECUSA-FIM.
           IF WS-IT-MOTIVO (IND) = SPACES
             MOVE "PEDIDO RECUSADO POR OUTRA LINHA"
                  TO WS-IT-MOTIVO (IND).
           MOVE WS-IT-LINHA (IND) TO WS-REJ-LINHA
           MOVE WS-IT-MOTIVO (IND) TO WJ-MOTIVO
           PERFORM R7-GRAVA-REJ THRU R7-GRAVA-REJ-FIM
           MOVE IND TO WL-ITEM
           MOVE WS-IT-CODPRO (IND) TO WL-CODPRO
           MOVE WS-IT-QUANTIDADE (IND) TO WL-QUANTIDADE
           MOVE WS-IT-MOTIVO (IND) TO WL-MOTIVO
           MOVE WS-LINITEM TO WS-LINREL
           WRITE WS-LINREL
           ADD 1 TO IND
           GO TO R7-RECUSA-LOOP.
       R7-RECUSA-FIM.
           EXIT.

      *    LINHA QUE NAO ENTRA EM NENHUM PEDIDO (TIPO INVALIDO OU ALEM
      *    DO LIMITE DE ITENS). WJ-MOTIVO CARREGADO PELO CHAMADOR.
       R7-LINHA-AVULSA.
           MOVE WJ-MOTIVO TO WL-MOTIVO
           MOVE WS-IMP-LINHA TO WS-REJ-LINHA
           MOVE WL-MOTIVO TO WJ-MOTIVO
           PERFORM R7-GRAVA-REJ THRU R7-GRAVA-REJ-FIM
           MOVE ZEROS TO WL-ITEM WL-CODPRO WL-QUANTIDADE
           MOVE WS-LINITEM TO WS-LINREL
           WRITE WS-LINREL.
       R7-LINHA-AVULSA-FIM.
           EXIT.

      *    O CABECALHO DO LOTE ABRE O ARQUIVO DE RECUSA, PARA QUE O
      *    REENVIO CORRIGIDO CAIA NO MESMO LOTE.
       R7-GRAVA-REJ.
           IF WS-REJ-CAB = ZEROS
             MOVE WS-LINCAB-SALVA TO WS-LINREJ
             WRITE WS-LINREJ
             MOVE 1 TO WS-REJ-CAB.
           MOVE WS-REJ-LINHA TO WS-LINREJ
           WRITE WS-LINREJ
           ADD 1 TO WS-QTD-LINREJ.
       R7-GRAVA-REJ-FIM.
           EXIT.

      ***************** TOTAIS E ENCERRAMENTO *********************************

       R8-TOTAIS.
           MOVE SPACES TO WS-LINREL
           WRITE WS-LINREL
           MOVE "LINHAS DE ITEM LIDAS...... :" TO WT-ROTULO
           MOVE WS-QTD-LIDOS TO WT-QTD
           MOVE WS-LINTOT TO WS-LINREL
           WRITE WS-LINREL
           MOVE "PEDIDOS LIDOS............. :" TO WT-ROTULO
           MOVE WS-QTD-PEDIDOS TO WT-QTD
           MOVE WS-LINTOT TO WS-LINREL
           WRITE WS-LINREL
           MOVE "PEDIDOS IMPORTADOS........ :" TO WT-ROTULO
           MOVE WS-QTD-GRAVADOS TO WT-QTD
           MOVE WS-LINTOT TO WS-LINREL
           WRITE WS-LINREL
           MOVE "PEDIDOS JA IMPORTADOS..... :" TO WT-ROTULO
           MOVE WS-QTD-REPETIDOS TO WT-QTD
           MOVE WS-LINTOT TO WS-LINREL
           WRITE WS-LINREL
           MOVE "PEDIDOS RECUSADOS......... :" TO WT-ROTULO
           MOVE WS-QTD-RECUSADOS TO WT-QTD
           MOVE WS-LINTOT TO WS-LINREL
           WRITE WS-LINREL
           MOVE "LINHAS NO ARQUIVO RECUSA.. :" TO WT-ROTULO
           MOVE WS-QTD-LINREJ TO WT-QTD
           MOVE WS-LINTOT TO WS-LINREL
           WRITE WS-LINREL
           MOVE WS-VLR-IMPORTADO TO WV-VALOR
           MOVE WS-LINVLR TO WS-LINREL
           WRITE WS-LINREL
           IF WS-RUN-FALHA = 1
             MOVE "*** EXECUCAO INTERROMPIDA POR ERRO - REPROCESSAR"
                  TO WS-LINREL
             WRITE WS-LINREL.
           MOVE "FIM IMP" TO LOG-OPERACAO
           MOVE SPACES TO LOG-CHAVE
           STRING WS-EXECUCAO "/" WS-QTD-GRAVADOS
                  DELIMITED BY SIZE INTO LOG-CHAVE
           PERFORM GRAVA-LOG THRU GRAVA-LOG-FIM.

       R9-FECHA.
           CLOSE PEDREJ RELIMP ARQLOG
           DISPLAY "*** IMPORTACAO " WS-EXECUCAO " - "
                   WS-QTD-GRAVADOS " PEDIDOS IMPORTADOS, "
                   WS-QTD-RECUSADOS " RECUSADOS ***".
       R9-FECHA-CAD.
           CLOSE ARQPRO ARQCLI ARQVDD ARQEST ARQLOT ARQLTP ARQKTP
           IF WS-FEC-ATIVO = 1
             CLOSE ARQFEC.
           IF WS-KIT-ATIVO = 1
             CLOSE ARQKIT.
           IF WS-CEP-ATIVO = 1
             CLOSE ARQCEP.
           IF WS-TRA-ATIVO = 1
             CLOSE ARQTRA.
           IF WS-FRT-ATIVO = 1
             CLOSE ARQFRT.
       R9-FECHA-MOV.
           CLOSE ARQVEN ARQTIT ARQMOV ARQCTL.
       R9-FECHA-IMP.
           CLOSE ARQIMP PEDENT.

      ***************************************************************

       ROT-FIM.
           IF WS-BATCH = 1
             PERFORM GRAVA-RUN THRU GRAVA-RUN-FIM
             IF WS-RUN-FALHA = ZEROS
               MOVE 0 TO RETURN-CODE
             ELSE
               MOVE 8 TO RETURN-CODE.
           GOBACK.

      *********** ATUALIZACAO DE ESTOQUE DO ITEM GRAVADO **********************
      *    REGVEN COM O ITEM E PRO-CODIGO CARREGADOS PELO CHAMADOR. NA
      *    VENDA DE UM KIT O ESTOQUE DO KIT NAO SE MEXE - QUEM SAI SAO
      *    OS COMPONENTES (BAIXA-KIT). O LOCAL E LANCADO ANTES DO
      *    PRODUTO; SE UM DOS DOIS NAO PUDER SER GRAVADO NADA FICA
      *    LANCADO E VOLTA WS-ATU-ERRO = 1.

       ATU-ESTOQUE.
           MOVE ZEROS TO WS-ATU-ERRO
           PERFORM CHECA-KIT THRU CHECA-KIT-FIM
           IF WS-KIT-ACHOU = 1
             PERFORM BAIXA-KIT THRU BAIXA-KIT-FIM
             MOVE WS-KIT-ERRO TO WS-ATU-ERRO
             GO TO ATU-ESTOQUE-FIM.
           PERFORM LE-PRODUTO-LOCK THRU LE-PRODUTO-LOCK-FIM
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
             MOVE "*** ERRO NA ATUALIZACAO DO ESTOQUE ***" TO MENS
             PERFORM ROT-ERRO THRU ROT-ERRO-FIM
             MOVE 1 TO WS-ATU-ERRO
             GO TO ATU-ESTOQUE-FIM.
           MOVE "S" TO MOV-TIPOMOV
           SUBTRACT PED-QUANTIDADE FROM PRO-QTDESTOQUE
           MOVE PED-LOCAL TO WS-LOC-LOCAL
           MOVE PED-QUANTIDADE TO WS-LOC-QTD
           PERFORM POSTA-LOCAL THRU POSTA-LOCAL-FIM
           IF WS-LOC-ERRO = 1
             MOVE 1 TO WS-ATU-ERRO
             UNLOCK ARQPRO
             GO TO ATU-ESTOQUE-FIM.
           REWRITE REGPRO
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
             MOVE "*** ERRO NA ATUALIZACAO DO ESTOQUE ***" TO MENS
             PERFORM ROT-ERRO THRU ROT-ERRO-FIM
             PERFORM DESFAZ-LOCAL THRU DESFAZ-LOCAL-FIM
             MOVE 1 TO WS-ATU-ERRO
           ELSE
             MOVE PED-QUANTIDADE TO MOV-QUANTIDADE
             MOVE WS-MOV-ORIGEM TO MOV-ORIGEM
             PERFORM GRAVA-MOV THRU GRAVA-MOV-FIM
             MOVE PED-QUANTIDADE TO WS-LOT-QTD
             PERFORM BAIXA-LOTES THRU BAIXA-LOTES-FIM.
           UNLOCK ARQPRO.
       ATU-ESTOQUE-FIM.
           EXIT.

      ****** LEITURA DO PRODUTO COM BLOQUEIO PARA LANCAMENTO DE ESTOQUE *******
      *    SEM OPERADOR PARA PERGUNTAR, ESPERA O REGISTRO SER LIBERADO
      *    POR ATE 30 TENTATIVAS. DEPOIS VOLTA COM STATUS 99 E
      *    WS-EM-USO = 1.

       LE-PRODUTO-LOCK.
           MOVE ZEROS TO WS-LOCK-TENTA.
       LE-PRODUTO-LOCK-LE.
           READ ARQPRO WITH LOCK
           IF ST-ERRO = "99"
             ADD 1 TO WS-LOCK-TENTA
             IF WS-LOCK-TENTA < 30
               CALL "C$SLEEP" USING WS-DELAY
               GO TO LE-PRODUTO-LOCK-LE
             ELSE
               MOVE 1 TO WS-EM-USO.
       LE-PRODUTO-LOCK-FIM.
           EXIT.

      ****** VERIFICA SE PRO-CODIGO E UM KIT (TEM ESTRUTURA EM ARQKIT) ********

       CHECA-KIT.
           MOVE ZEROS TO WS-KIT-ACHOU
           IF WS-KIT-ATIVO = ZEROS
             GO TO CHECA-KIT-FIM.
           MOVE PRO-CODIGO TO KIT-CODKIT
           MOVE ZEROS TO KIT-CODCOMP
           START ARQKIT KEY IS NOT LESS THAN CHAVE-KIT
           IF ST-ERRO16 NOT = "00"
             GO TO CHECA-KIT-FIM.
           READ ARQKIT NEXT RECORD
           IF ST-ERRO16 = "00" OR ST-ERRO16 = "02"
             IF KIT-CODKIT = PRO-CODIGO
               MOVE 1 TO WS-KIT-ACHOU.
       CHECA-KIT-FIM.
           EXIT.

      ****** SALDO DOS COMPONENTES PARA WS-KIT-QTD KITS NO WS-KIT-LOCAL *******
      *    PRO-CODIGO E REGPRO SAO OS DO KIT E SAO RESTAURADOS NO FIM.
      *    RETORNA WS-KIT-FALTA = 1 QUANDO ALGUM COMPONENTE NAO TEM
      *    SALDO NO LOCAL (OU NAO PODE SER LIDO).

       SALDO-KIT.
           MOVE ZEROS TO WS-KIT-FALTA
           MOVE REGPRO TO WS-REGPRO-SALVO
           MOVE PRO-CODIGO TO WS-KIT-CODIGO KIT-CODKIT
           MOVE ZEROS TO KIT-CODCOMP
           START ARQKIT KEY IS NOT LESS THAN CHAVE-KIT
           IF ST-ERRO16 NOT = "00"
             GO TO SALDO-KIT-REST.
       SALDO-KIT-LOOP.
           READ ARQKIT NEXT RECORD
           IF ST-ERRO16 NOT = "00" AND ST-ERRO16 NOT = "02"
             GO TO SALDO-KIT-REST.
           IF KIT-CODKIT NOT = WS-KIT-CODIGO
             GO TO SALDO-KIT-REST.
           MOVE KIT-CODCOMP TO PRO-CODIGO
           READ ARQPRO
           IF ST-ERRO NOT = "00"
             MOVE 1 TO WS-KIT-FALTA
             GO TO SALDO-KIT-REST.
           COMPUTE WS-KIT-COMPQTD = WS-KIT-QTD * KIT-QTD
           MOVE WS-KIT-LOCAL TO WS-LOC-LOCAL
           PERFORM SALDO-LOCAL THRU SALDO-LOCAL-FIM
           IF WS-KIT-COMPQTD > WS-LOC-SALDO
             MOVE 1 TO WS-KIT-FALTA
             GO TO SALDO-KIT-REST.
           GO TO SALDO-KIT-LOOP.
       SALDO-KIT-REST.
           MOVE WS-REGPRO-SALVO TO REGPRO.
       SALDO-KIT-FIM.
           EXIT.

      ****** BAIXA DE UM ITEM DE KIT VENDIDO (CHAMADA PELO ATU-ESTOQUE) *******
      *    GRAVA EM ARQKTP A ESTRUTURA ATUAL DO KIT PARA O ITEM DO
      *    PEDIDO (SUBSTITUINDO A QUE HOUVER) E BAIXA CADA COMPONENTE
      *    POR ELA - O CANCELAMENTO NO SCE005 E A DEVOLUCAO NO SCE033
      *    DEVOLVEM PELA MESMA LIGACAO. OS COMPONENTES SAO CONFERIDOS
      *    ANTES; SE ALGUM NAO PUDER SER BAIXADO, OU SE A LIGACAO NAO
      *    PUDER SER GRAVADA INTEIRA, NADA SAI DO ESTOQUE E VOLTA
      *    WS-KIT-ERRO = 1.

       BAIXA-KIT.
           MOVE PRO-CODIGO TO WS-KIT-CODIGO
           PERFORM CONFERE-KIT THRU CONFERE-KIT-FIM
           IF WS-KIT-ERRO = 1
             MOVE "*** COMPONENTE DO KIT EM USO - KIT NAO BAIXADO ***"
                  TO MENS
             PERFORM ROT-ERRO THRU ROT-ERRO-FIM
             GO TO BAIXA-KIT-FIM.
           PERFORM APAGA-KTP THRU APAGA-KTP-FIM
           MOVE WS-KIT-CODIGO TO KIT-CODKIT
           MOVE ZEROS TO KIT-CODCOMP
           START ARQKIT KEY IS NOT LESS THAN CHAVE-KIT
           IF ST-ERRO16 NOT = "00"
             GO TO BAIXA-KIT-MOV.
       BAIXA-KIT-LOOP.
           READ ARQKIT NEXT RECORD
           IF ST-ERRO16 NOT = "00" AND ST-ERRO16 NOT = "02"
             GO TO BAIXA-KIT-MOV.
           IF KIT-CODKIT NOT = WS-KIT-CODIGO
             GO TO BAIXA-KIT-MOV.
           MOVE PED-COD TO KTP-PEDCOD
           MOVE PED-ITEM TO KTP-PEDITEM
           MOVE KIT-CODCOMP TO KTP-CODCOMP
           MOVE KIT-CODKIT TO KTP-CODKIT
           MOVE KIT-QTD TO KTP-QTD
           WRITE REGKTP
           IF ST-ERRO17 NOT = "00" AND ST-ERRO17 NOT = "02"
             MOVE "*** ERRO NA GRAVACAO DOS COMPONENTES DO KIT ***"
                  TO MENS
             PERFORM ROT-ERRO THRU ROT-ERRO-FIM
             MOVE 1 TO WS-KIT-ERRO
             PERFORM APAGA-KTP THRU APAGA-KTP-FIM
             GO TO BAIXA-KIT-FIM.
           GO TO BAIXA-KIT-LOOP.
       BAIXA-KIT-MOV.
           MOVE PED-QUANTIDADE TO WS-KIT-QTD
           MOVE PED-LOCAL TO WS-KIT-LOCAL
           PERFORM MOVIMENTA-KIT THRU MOVIMENTA-KIT-FIM.
       BAIXA-KIT-FIM.
           EXIT.

      ****** SAIDA DE ESTOQUE DOS COMPONENTES DE UM ITEM DE KIT ***************
      *    WS-KIT-QTD (EM KITS) E WS-KIT-LOCAL CARREGADOS PELO CHAMADOR.
      *    PERCORRE OS COMPONENTES LIGADOS A PED-COD/PED-ITEM EM ARQKTP
      *    E BAIXA CADA UM COMO UM PRODUTO COMUM (SALDO TOTAL, LOCAL,
      *    KARDEX E LOTES), COM O KIT EM MOV-CODKIT. A BAIXA E TUDO OU
      *    NADA: OS COMPONENTES SAO CONFERIDOS ANTES (CONFERE-KTP) E,
      *    SE MESMO ASSIM UM FALHAR NO MEIO, OS JA BAIXADOS VOLTAM AO
      *    ESTOQUE (DEVOLVE-COMPONENTE). NA FALHA VOLTA WS-KIT-ERRO = 1.

       MOVIMENTA-KIT.
           MOVE REGPRO TO WS-REGPRO-SALVO
           MOVE ZEROS TO WS-KIT-ERRO WS-KIT-FEITOS
           PERFORM CONFERE-KTP THRU CONFERE-KTP-FIM
           IF WS-KIT-ERRO = 1
             MOVE "*** COMPONENTE DO KIT EM USO - KIT NAO BAIXADO ***"
                  TO MENS
             PERFORM ROT-ERRO THRU ROT-ERRO-FIM
             GO TO MOVIMENTA-KIT-REST.
           MOVE PED-COD TO KTP-PEDCOD
           MOVE PED-ITEM TO KTP-PEDITEM
           MOVE ZEROS TO KTP-CODCOMP
           START ARQKTP KEY IS NOT LESS THAN CHAVE-KTP
           IF ST-ERRO17 NOT = "00"
             GO TO MOVIMENTA-KIT-REST.
       MOVIMENTA-KIT-LOOP.
           READ ARQKTP NEXT RECORD
           IF ST-ERRO17 NOT = "00" AND ST-ERRO17 NOT = "02"
             GO TO MOVIMENTA-KIT-REST.
           IF KTP-PEDCOD NOT = PED-COD OR KTP-PEDITEM NOT = PED-ITEM
             GO TO MOVIMENTA-KIT-REST.
           PERFORM LANCA-COMPONENTE THRU LANCA-COMPONENTE-FIM
           IF WS-KIT-COMPERRO = 1
             GO TO MOVIMENTA-KIT-DESFAZ.
           ADD 1 TO WS-KIT-FEITOS
           GO TO MOVIMENTA-KIT-LOOP.

      *    UM COMPONENTE FALHOU - DEVOLVE OS WS-KIT-FEITOS PRIMEIROS
      *    (MESMA ORDEM DE ARQKTP).
       MOVIMENTA-KIT-DESFAZ.
           MOVE 1 TO WS-KIT-ERRO
           MOVE "*** ERRO EM COMPONENTE DO KIT - BAIXA DESFEITA ***"
                TO MENS
           PERFORM ROT-ERRO THRU ROT-ERRO-FIM
           MOVE ZEROS TO WS-KIT-DESF
           MOVE PED-COD TO KTP-PEDCOD
           MOVE PED-ITEM TO KTP-PEDITEM
           MOVE ZEROS TO KTP-CODCOMP
           START ARQKTP KEY IS NOT LESS THAN CHAVE-KTP
           IF ST-ERRO17 NOT = "00"
             GO TO MOVIMENTA-KIT-REST.
       MOVIMENTA-KIT-DESF-LOOP.
           IF WS-KIT-DESF NOT < WS-KIT-FEITOS
             GO TO MOVIMENTA-KIT-REST.
           READ ARQKTP NEXT RECORD
           IF ST-ERRO17 NOT = "00" AND ST-ERRO17 NOT = "02"
             GO TO MOVIMENTA-KIT-REST.
           IF KTP-PEDCOD NOT = PED-COD OR KTP-PEDITEM NOT = PED-ITEM
             GO TO MOVIMENTA-KIT-REST.
           PERFORM DEVOLVE-COMPONENTE THRU DEVOLVE-COMPONENTE-FIM
           ADD 1 TO WS-KIT-DESF
           GO TO MOVIMENTA-KIT-DESF-LOOP.
       MOVIMENTA-KIT-REST.
           MOVE WS-REGPRO-SALVO TO REGPRO.
       MOVIMENTA-KIT-FIM.
           EXIT.

      ****** BAIXA DE UM COMPONENTE (REGKTP LIDO) DO ITEM DE KIT **************
      *    VOLTA WS-KIT-COMPERRO = 1 QUANDO O COMPONENTE OU O SEU SALDO
      *    NO LOCAL NAO PODE SER BLOQUEADO OU REGRAVADO - NESSE CASO
      *    NADA FOI BAIXADO NELE.

       LANCA-COMPONENTE.
           MOVE ZEROS TO WS-KIT-COMPERRO
           COMPUTE WS-KIT-COMPQTD = WS-KIT-QTD * KTP-QTD
           MOVE KTP-CODCOMP TO PRO-CODIGO
           PERFORM LE-PRODUTO-LOCK THRU LE-PRODUTO-LOCK-FIM
           IF ST-ERRO NOT = "00"
             MOVE 1 TO WS-KIT-COMPERRO
             GO TO LANCA-COMPONENTE-FIM.
           MOVE "S" TO MOV-TIPOMOV
           SUBTRACT WS-KIT-COMPQTD FROM PRO-QTDESTOQUE
           MOVE WS-KIT-LOCAL TO WS-LOC-LOCAL
           MOVE WS-KIT-COMPQTD TO WS-LOC-QTD
           PERFORM POSTA-LOCAL THRU POSTA-LOCAL-FIM
           IF WS-LOC-ERRO = 1
             MOVE 1 TO WS-KIT-COMPERRO
             UNLOCK ARQPRO
             GO TO LANCA-COMPONENTE-FIM.
           REWRITE REGPRO
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
             PERFORM DESFAZ-LOCAL THRU DESFAZ-LOCAL-FIM
             MOVE 1 TO WS-KIT-COMPERRO
             UNLOCK ARQPRO
             GO TO LANCA-COMPONENTE-FIM.
           MOVE WS-KIT-COMPQTD TO MOV-QUANTIDADE
           MOVE WS-MOV-ORIGEM TO MOV-ORIGEM
           MOVE KTP-CODKIT TO WS-MOV-CODKIT
           PERFORM GRAVA-MOV THRU GRAVA-MOV-FIM
           MOVE ZEROS TO WS-MOV-CODKIT
           MOVE WS-KIT-COMPQTD TO WS-LOT-QTD
           PERFORM BAIXA-LOTES THRU BAIXA-LOTES-FIM
           UNLOCK ARQPRO.
       LANCA-COMPONENTE-FIM.
           EXIT.

      ****** DEVOLUCAO AO ESTOQUE DE UM COMPONENTE JA BAIXADO (REGKTP) ********

       DEVOLVE-COMPONENTE.
           COMPUTE WS-KIT-COMPQTD = WS-KIT-QTD * KTP-QTD
           MOVE KTP-CODCOMP TO PRO-CODIGO
           PERFORM LE-PRODUTO-LOCK THRU LE-PRODUTO-LOCK-FIM
           IF ST-ERRO NOT = "00"
             MOVE "*** ERRO NA DEVOLUCAO DE COMPONENTE DO KIT ***"
                  TO MENS
             PERFORM ROT-ERRO THRU ROT-ERRO-FIM
             GO TO DEVOLVE-COMPONENTE-FIM.
           MOVE "E" TO MOV-TIPOMOV
           ADD WS-KIT-COMPQTD TO PRO-QTDESTOQUE
           MOVE WS-KIT-LOCAL TO WS-LOC-LOCAL
           MOVE WS-KIT-COMPQTD TO WS-LOC-QTD
           PERFORM POSTA-LOCAL THRU POSTA-LOCAL-FIM
           IF WS-LOC-ERRO = 1
             MOVE "*** ERRO NA DEVOLUCAO DE COMPONENTE DO KIT ***"
                  TO MENS
             PERFORM ROT-ERRO THRU ROT-ERRO-FIM
             UNLOCK ARQPRO
             GO TO DEVOLVE-COMPONENTE-FIM.
           REWRITE REGPRO
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
             MOVE "*** ERRO NA DEVOLUCAO DE COMPONENTE DO KIT ***"
                  TO MENS
             PERFORM ROT-ERRO THRU ROT-ERRO-FIM
             PERFORM DESFAZ-LOCAL THRU DESFAZ-LOCAL-FIM
             UNLOCK ARQPRO
             GO TO DEVOLVE-COMPONENTE-FIM.
           MOVE WS-KIT-COMPQTD TO MOV-QUANTIDADE
           MOVE WS-MOV-ORIGEM TO MOV-ORIGEM
           MOVE KTP-CODKIT TO WS-MOV-CODKIT
           PERFORM GRAVA-MOV THRU GRAVA-MOV-FIM
           MOVE ZEROS TO WS-MOV-CODKIT
           MOVE WS-KIT-COMPQTD TO WS-LOT-QTD
           PERFORM ESTORNA-LOTES THRU ESTORNA-LOTES-FIM
           UNLOCK ARQPRO.
       DEVOLVE-COMPONENTE-FIM.
           EXIT.

      ****** CONFERE SE TODOS OS COMPONENTES LIGADOS AO ITEM PODEM SER ********
      ****** LIDOS E BLOQUEADOS (NADA E BAIXADO - SO TESTA O BLOQUEIO) ********

       CONFERE-KTP.
           MOVE PED-COD TO KTP-PEDCOD
           MOVE PED-ITEM TO KTP-PEDITEM
           MOVE ZEROS TO KTP-CODCOMP
           START ARQKTP KEY IS NOT LESS THAN CHAVE-KTP
           IF ST-ERRO17 NOT = "00"
             GO TO CONFERE-KTP-FIM.
       CONFERE-KTP-LOOP.
           READ ARQKTP NEXT RECORD
           IF ST-ERRO17 NOT = "00" AND ST-ERRO17 NOT = "02"
             GO TO CONFERE-KTP-FIM.
           IF KTP-PEDCOD NOT = PED-COD OR KTP-PEDITEM NOT = PED-ITEM
             GO TO CONFERE-KTP-FIM.
           MOVE KTP-CODCOMP TO PRO-CODIGO
           PERFORM LE-PRODUTO-LOCK THRU LE-PRODUTO-LOCK-FIM
           IF ST-ERRO NOT = "00"
             MOVE 1 TO WS-KIT-ERRO
             GO TO CONFERE-KTP-FIM.
           UNLOCK ARQPRO
           GO TO CONFERE-KTP-LOOP.
       CONFERE-KTP-FIM.
           EXIT.

      ****** O MESMO PARA OS COMPONENTES DA ESTRUTURA DO KIT WS-KIT-CODIGO ****
      *    REGPRO VOLTA COMO ESTAVA NA ENTRADA.

       CONFERE-KIT.
           MOVE ZEROS TO WS-KIT-ERRO
           MOVE REGPRO TO WS-REGPRO-SALVO
           MOVE WS-KIT-CODIGO TO KIT-CODKIT
           MOVE ZEROS TO KIT-CODCOMP
           START ARQKIT KEY IS NOT LESS THAN CHAVE-KIT
           IF ST-ERRO16 NOT = "00"
             GO TO CONFERE-KIT-REST.
       CONFERE-KIT-LOOP.
           READ ARQKIT NEXT RECORD
           IF ST-ERRO16 NOT = "00" AND ST-ERRO16 NOT = "02"
             GO TO CONFERE-KIT-REST.
           IF KIT-CODKIT NOT = WS-KIT-CODIGO
             GO TO CONFERE-KIT-REST.
           MOVE KIT-CODCOMP TO PRO-CODIGO
           PERFORM LE-PRODUTO-LOCK THRU LE-PRODUTO-LOCK-FIM
           IF ST-ERRO NOT = "00"
             MOVE 1 TO WS-KIT-ERRO
             GO TO CONFERE-KIT-REST.
           UNLOCK ARQPRO
           GO TO CONFERE-KIT-LOOP.
       CONFERE-KIT-REST.
           MOVE WS-REGPRO-SALVO TO REGPRO.
       CONFERE-KIT-FIM.
           EXIT.

      ****** EXCLUSAO DA LIGACAO DE COMPONENTES DO ITEM PED-COD/PED-ITEM ******

       APAGA-KTP.
           MOVE PED-COD TO KTP-PEDCOD
           MOVE PED-ITEM TO KTP-PEDITEM
           MOVE ZEROS TO KTP-CODCOMP
           START ARQKTP KEY IS NOT LESS THAN CHAVE-KTP
           IF ST-ERRO17 NOT = "00"
             GO TO APAGA-KTP-FIM.
       APAGA-KTP-LOOP.
           READ ARQKTP NEXT RECORD
           IF ST-ERRO17 NOT = "00" AND ST-ERRO17 NOT = "02"
             GO TO APAGA-KTP-FIM.
           IF KTP-PEDCOD NOT = PED-COD OR KTP-PEDITEM NOT = PED-ITEM
             GO TO APAGA-KTP-FIM.
           DELETE ARQKTP RECORD
           GO TO APAGA-KTP-LOOP.
       APAGA-KTP-FIM.
           EXIT.

      ***** GRAVACAO DE MOVIMENTO DE ESTOQUE (ARQMOV - KARDEX) *****
      *    O CHAMADOR CARREGA MOV-TIPOMOV, MOV-QUANTIDADE E MOV-ORIGEM
      *    E DEIXA EM REGPRO O PRODUTO JA ATUALIZADO - O SALDO GRAVADO
      *    E O SALDO APOS O LANCAMENTO. A NUMERACAO VEM DO ARQCTL.

       GRAVA-MOV.
           MOVE "MOVIMENTO " TO CTL-CHAVE
           PERFORM GERA-PROXIMO-CODIGO THRU GERA-PROXIMO-CODIGO-FIM
           IF WS-PROX-CODIGO = ZEROS
             MOVE "*** NUMERACAO DO KARDEX EM USO - SEM MOVIMENTO ***"
                  TO MENS
             PERFORM ROT-ERRO THRU ROT-ERRO-FIM
             GO TO GRAVA-MOV-FIM.
           MOVE WS-PROX-CODIGO TO MOV-SEQ
           ACCEPT MOV-DATA FROM DATE YYYYMMDD
           ACCEPT MOV-HORA FROM TIME
           MOVE PRO-CODIGO TO MOV-CODPRO
           MOVE PED-COD TO MOV-PEDCOD
           MOVE PED-ITEM TO MOV-PEDITEM
           MOVE PRO-QTDESTOQUE TO MOV-SALDOAPOS
           MOVE WS-OPERADOR TO MOV-OPERADOR
           MOVE WS-MOV-CODKIT TO MOV-CODKIT
           WRITE REGMOV
           IF ST-ERRO5 NOT = "00" AND ST-ERRO5 NOT = "02"
             MOVE "*** ERRO NA GRAVACAO DO MOVIMENTO ***" TO MENS
             PERFORM ROT-ERRO THRU ROT-ERRO-FIM.
       GRAVA-MOV-FIM.
           EXIT.

      ***** BAIXA DA VENDA NOS LOTES - VENCIMENTO MAIS PROXIMO PRIMEIRO *****
      *    PRO-CODIGO E WS-LOT-QTD CARREGADOS PELO CHAMADOR. LE OS
      *    LOTES DO PRODUTO NA ORDEM DA VALIDADE, PULANDO OS JA
      *    VENCIDOS, E GRAVA EM ARQLTP O QUE FOI TIRADO DE CADA LOTE
      *    PARA O ITEM DO PEDIDO. O QUE OS LOTES NAO COBRIREM SAI DO
      *    ESTOQUE SEM LOTE.

       BAIXA-LOTES.
           ACCEPT WS-LOT-HOJE FROM DATE YYYYMMDD
           MOVE PRO-CODIGO TO LOT-CODPRO
           MOVE WS-LOT-HOJE TO LOT-VALIDADE
           MOVE SPACES TO LOT-NUMERO
           START ARQLOT KEY IS NOT LESS THAN CHAVE-LOT
           IF ST-ERRO14 NOT = "00"
             GO TO BAIXA-LOTES-FIM.
       BAIXA-LOTES-LOOP.
           IF WS-LOT-QTD = ZEROS
             GO TO BAIXA-LOTES-FIM.
           READ ARQLOT NEXT RECORD
           IF ST-ERRO14 NOT = "00" AND ST-ERRO14 NOT = "02"
             GO TO BAIXA-LOTES-FIM.
           IF LOT-CODPRO NOT = PRO-CODIGO
             GO TO BAIXA-LOTES-FIM.
           IF LOT-QTDSALDO = ZEROS
             GO TO BAIXA-LOTES-LOOP.
           MOVE CHAVE-LOT TO WS-LOT-CHAVE
           MOVE ZEROS TO WS-LOCK-TENTA.
       BAIXA-LOTES-LE.
           READ ARQLOT WITH LOCK
           IF ST-ERRO14 = "99"
             ADD 1 TO WS-LOCK-TENTA
             IF WS-LOCK-TENTA < 30
               CALL "C$SLEEP" USING WS-DELAY
               MOVE WS-LOT-CHAVE TO CHAVE-LOT
               GO TO BAIXA-LOTES-LE
             ELSE
               MOVE "*** LOTE EM USO - SAIDA SEM BAIXA DO LOTE ***"
                    TO MENS
               PERFORM ROT-ERRO THRU ROT-ERRO-FIM
               MOVE 1 TO WS-EM-USO
               GO TO BAIXA-LOTES-FIM.
           MOVE ZEROS TO WS-LOCK-TENTA
           IF ST-ERRO14 NOT = "00"
             GO TO BAIXA-LOTES-FIM.
           IF LOT-QTDSALDO > WS-LOT-QTD
             MOVE WS-LOT-QTD TO WS-LOT-PARTE
           ELSE
             MOVE LOT-QTDSALDO TO WS-LOT-PARTE.
      *    A LIGACAO COM O ITEM (ARQLTP) E GRAVADA COM O LOTE AINDA
      *    BLOQUEADO E DESFEITA SE A BAIXA DO LOTE FALHAR, PARA LOTE E
      *    LIGACAO NAO FICAREM DIFERENTES. WS-LOT-NOVO: 1 = LIGACAO
      *    NOVA, 2 = CHAVE JA USADA POR OUTRO COMPONENTE (SEM LIGACAO).
      *    ERRO DE GRAVACAO ENCERRA A BAIXA DO ITEM NOS LOTES.
           MOVE PED-COD TO LTP-PEDCOD
           MOVE PED-ITEM TO LTP-PEDITEM
           MOVE LOT-VALIDADE TO LTP-VALIDADE
           MOVE LOT-NUMERO TO LTP-NUMERO
           READ ARQLTP
           IF ST-ERRO15 NOT = "00"
             MOVE 1 TO WS-LOT-NOVO
             MOVE PRO-CODIGO TO LTP-CODPRO
             MOVE WS-LOT-PARTE TO LTP-QTD
             WRITE REGLTP
           ELSE
             IF LTP-CODPRO = PRO-CODIGO
               MOVE ZEROS TO WS-LOT-NOVO
               ADD WS-LOT-PARTE TO LTP-QTD
               REWRITE REGLTP
             ELSE
               MOVE 2 TO WS-LOT-NOVO.
           IF ST-ERRO15 NOT = "00" AND ST-ERRO15 NOT = "02"
             UNLOCK ARQLOT
             MOVE "*** ERRO NA GRAVACAO DO LOTE DO ITEM ***" TO MENS
             PERFORM ROT-ERRO THRU ROT-ERRO-FIM
             GO TO BAIXA-LOTES-FIM.

           SUBTRACT WS-LOT-PARTE FROM LOT-QTDSALDO WS-LOT-QTD
           REWRITE REGLOT
           IF ST-ERRO14 NOT = "00" AND ST-ERRO14 NOT = "02"
             UNLOCK ARQLOT
             IF WS-LOT-NOVO = 1
               DELETE ARQLTP RECORD
             ELSE
               IF WS-LOT-NOVO = ZEROS
                 SUBTRACT WS-LOT-PARTE FROM LTP-QTD
                 REWRITE REGLTP
               END-IF
             END-IF
             MOVE "*** ERRO NA BAIXA DO LOTE ***" TO MENS
             PERFORM ROT-ERRO THRU ROT-ERRO-FIM
             GO TO BAIXA-LOTES-FIM.
           UNLOCK ARQLOT
           GO TO BAIXA-LOTES-LOOP.
       BAIXA-LOTES-FIM.
           EXIT.

      ***** DEVOLUCAO AOS LOTES DE UM COMPONENTE JA BAIXADO *****
      *    PRO-CODIGO E WS-LOT-QTD CARREGADOS PELO CHAMADOR. DESFAZ
      *    PELA LIGACAO EM ARQLTP O QUE O BAIXA-LOTES TIROU DE CADA
      *    LOTE PARA O ITEM (REGRA DO ESTORNO DO SCE005). SE A GRAVA-
      *    CAO DO LOTE FALHAR, A LIGACAO VOLTA AO QUE ERA. ERRO DE
      *    GRAVACAO ENCERRA A DEVOLUCAO DO ITEM AOS LOTES.

       ESTORNA-LOTES.
           MOVE PED-COD TO LTP-PEDCOD
           MOVE PED-ITEM TO LTP-PEDITEM
           MOVE ZEROS TO LTP-VALIDADE
           MOVE SPACES TO LTP-NUMERO
           START ARQLTP KEY IS NOT LESS THAN CHAVE-LTP
           IF ST-ERRO15 NOT = "00"
             GO TO ESTORNA-LOTES-FIM.
       ESTORNA-LOTES-LOOP.
           IF WS-LOT-QTD = ZEROS
             GO TO ESTORNA-LOTES-FIM.
           READ ARQLTP NEXT RECORD
           IF ST-ERRO15 NOT = "00" AND ST-ERRO15 NOT = "02"
             GO TO ESTORNA-LOTES-FIM.
           IF LTP-PEDCOD NOT = PED-COD OR LTP-PEDITEM NOT = PED-ITEM
             GO TO ESTORNA-LOTES-FIM.
           IF LTP-CODPRO NOT = PRO-CODIGO
             GO TO ESTORNA-LOTES-LOOP.
           IF LTP-QTD > WS-LOT-QTD
             MOVE WS-LOT-QTD TO WS-LOT-PARTE
           ELSE
             MOVE LTP-QTD TO WS-LOT-PARTE.
           MOVE LTP-CODPRO TO LOT-CODPRO
           MOVE LTP-VALIDADE TO LOT-VALIDADE
           MOVE LTP-NUMERO TO LOT-NUMERO
           MOVE CHAVE-LOT TO WS-LOT-CHAVE
           MOVE ZEROS TO WS-LOCK-TENTA.
       ESTORNA-LOTES-LE.
           MOVE WS-LOT-CHAVE TO CHAVE-LOT
           READ ARQLOT WITH LOCK
           IF ST-ERRO14 = "99"
             ADD 1 TO WS-LOCK-TENTA
             IF WS-LOCK-TENTA < 30
               CALL "C$SLEEP" USING WS-DELAY
               GO TO ESTORNA-LOTES-LE
             ELSE
               MOVE "*** LOTE EM USO - DEVOLUCAO SEM O LOTE ***" TO MENS
               PERFORM ROT-ERRO THRU ROT-ERRO-FIM
               MOVE 1 TO WS-EM-USO
               GO TO ESTORNA-LOTES-FIM.
           MOVE ZEROS TO WS-LOCK-TENTA
           IF ST-ERRO14 = "00"
             MOVE ZEROS TO WS-LOT-NOVO
           ELSE
             MOVE WS-LOT-CHAVE TO CHAVE-LOT
             MOVE ZEROS TO LOT-QTDSALDO LOT-QTDENTRADA
             ACCEPT LOT-DATAENTRADA FROM DATE YYYYMMDD
             MOVE 1 TO WS-LOT-NOVO.
           SUBTRACT WS-LOT-PARTE FROM LTP-QTD WS-LOT-QTD
           IF LTP-QTD = ZEROS
             DELETE ARQLTP RECORD
           ELSE
             REWRITE REGLTP.
           IF ST-ERRO15 NOT = "00" AND ST-ERRO15 NOT = "02"
             UNLOCK ARQLOT
             MOVE "*** ERRO NA GRAVACAO DO LOTE DO ITEM ***" TO MENS
             PERFORM ROT-ERRO THRU ROT-ERRO-FIM
             GO TO ESTORNA-LOTES-FIM.
           ADD WS-LOT-PARTE TO LOT-QTDSALDO
           IF WS-LOT-NOVO = 1
             WRITE REGLOT
           ELSE
             REWRITE REGLOT.
           IF ST-ERRO14 NOT = "00" AND ST-ERRO14 NOT = "02"
             UNLOCK ARQLOT
             PERFORM ESTORNA-LOTES-VOLTA THRU ESTORNA-LOTES-VOLTA-FIM
             MOVE "*** ERRO NA DEVOLUCAO DO LOTE ***" TO MENS
             PERFORM ROT-ERRO THRU ROT-ERRO-FIM
             GO TO ESTORNA-LOTES-FIM.
           UNLOCK ARQLOT
           GO TO ESTORNA-LOTES-LOOP.
       ESTORNA-LOTES-FIM.
           EXIT.

      *    LIGACAO DE VOLTA AO QUE ERA ANTES DA DEVOLUCAO QUE FALHOU -
      *    A EXCLUIDA (QUANTIDADE ZERADA) E GRAVADA DE NOVO.

       ESTORNA-LOTES-VOLTA.
           ADD WS-LOT-PARTE TO LTP-QTD
           IF LTP-QTD = WS-LOT-PARTE
             WRITE REGLTP
           ELSE
             REWRITE REGLTP.
       ESTORNA-LOTES-VOLTA-FIM.
           EXIT.

      ***** SALDO DO PRODUTO EM UM LOCAL DE ESTOQUE (ARQEST) *****
      *    PRO-CODIGO E WS-LOC-LOCAL DEVEM SER CARREGADOS PELO
      *    CHAMADOR E REGPRO DEVE ESTAR COM O SALDO TOTAL DO PRODUTO.
      *    DEPOSITO E CONSIGNACAO TEM O SALDO GRAVADO EM ARQEST; A
      *    LOJA E O QUE SOBRA DO TOTAL DEPOIS DOS OUTROS LOCAIS.

       SALDO-LOCAL.
           MOVE ZEROS TO WS-LOC-SALDO WS-LOC-OUTROS
           MOVE PRO-CODIGO TO EST-CODPRO
           IF WS-LOC-LOCAL NOT = 1
             MOVE WS-LOC-LOCAL TO EST-LOCAL
             READ ARQEST
             IF ST-ERRO13 = "00"
               MOVE EST-QTDESTOQUE TO WS-LOC-SALDO
               GO TO SALDO-LOCAL-FIM
             ELSE
               GO TO SALDO-LOCAL-FIM.
           MOVE 2 TO EST-LOCAL
           START ARQEST KEY IS NOT LESS THAN CHAVE-EST
           IF ST-ERRO13 NOT = "00"
             GO TO SALDO-LOCAL-LOJA.
       SALDO-LOCAL-LOOP.
           READ ARQEST NEXT RECORD
           IF ST-ERRO13 NOT = "00" AND ST-ERRO13 NOT = "02"
             GO TO SALDO-LOCAL-LOJA.
           IF EST-CODPRO NOT = PRO-CODIGO
             GO TO SALDO-LOCAL-LOJA.
           ADD EST-QTDESTOQUE TO WS-LOC-OUTROS
           GO TO SALDO-LOCAL-LOOP.
       SALDO-LOCAL-LOJA.
           IF PRO-QTDESTOQUE > WS-LOC-OUTROS
             COMPUTE WS-LOC-SALDO = PRO-QTDESTOQUE - WS-LOC-OUTROS.
       SALDO-LOCAL-FIM.
           EXIT.

      ***** LANCAMENTO DE ESTOQUE NO LOCAL (ARQEST) *****
      *    O CHAMADOR CARREGA WS-LOC-LOCAL, WS-LOC-QTD E MOV-TIPOMOV
      *    COM O NOVO TOTAL JA EM REGPRO, ANTES DE REGRAVA-LO. DEIXA
      *    MOV-LOCAL E MOV-SALDOLOCAL PRONTOS PARA O GRAVA-MOV. NA LOJA
      *    NAO HA O QUE GRAVAR - O SALDO DELA ACOMPANHA O TOTAL DO
      *    PRODUTO. SE O SALDO DO LOCAL NAO PUDER SER BLOQUEADO OU
      *    GRAVADO VOLTA WS-LOC-ERRO = 1, E O CHAMADOR NAO REGRAVA
      *    REGPRO NEM LANCA KARDEX E LOTES.

       POSTA-LOCAL.
           MOVE ZEROS TO WS-LOC-ERRO
           IF WS-LOC-LOCAL = ZEROS
             MOVE 1 TO WS-LOC-LOCAL.
           MOVE WS-LOC-LOCAL TO MOV-LOCAL
           IF WS-LOC-LOCAL = 1
             GO TO POSTA-LOCAL-SALDO.
           MOVE PRO-CODIGO TO EST-CODPRO
           MOVE WS-LOC-LOCAL TO EST-LOCAL
           MOVE ZEROS TO WS-LOCK-TENTA.
       POSTA-LOCAL-LE.
           READ ARQEST WITH LOCK
           IF ST-ERRO13 = "99"
             ADD 1 TO WS-LOCK-TENTA
             IF WS-LOCK-TENTA < 30
               CALL "C$SLEEP" USING WS-DELAY
               GO TO POSTA-LOCAL-LE
             ELSE
               MOVE "*** ESTOQUE DO LOCAL EM USO - NAO LANCADO ***"
                    TO MENS
               PERFORM ROT-ERRO THRU ROT-ERRO-FIM
               MOVE ZEROS TO WS-LOCK-TENTA
               MOVE 1 TO WS-LOC-ERRO
               GO TO POSTA-LOCAL-FIM.
           MOVE ZEROS TO WS-LOCK-TENTA
           IF ST-ERRO13 NOT = "00"
             MOVE PRO-CODIGO TO EST-CODPRO
             MOVE WS-LOC-LOCAL TO EST-LOCAL
             MOVE ZEROS TO EST-QTDESTOQUE
             MOVE 1 TO WS-LOC-NOVO
           ELSE
             MOVE ZEROS TO WS-LOC-NOVO.
           IF MOV-TIPOMOV = "E"
             ADD WS-LOC-QTD TO EST-QTDESTOQUE
           ELSE
             IF WS-LOC-QTD > EST-QTDESTOQUE
               MOVE ZEROS TO EST-QTDESTOQUE
             ELSE
               SUBTRACT WS-LOC-QTD FROM EST-QTDESTOQUE.
           IF WS-LOC-NOVO = 1
             WRITE REGEST
           ELSE
             REWRITE REGEST.
           IF ST-ERRO13 NOT = "00" AND ST-ERRO13 NOT = "02"
             MOVE "*** ERRO NO ESTOQUE DO LOCAL ***" TO MENS
             PERFORM ROT-ERRO THRU ROT-ERRO-FIM
             MOVE 1 TO WS-LOC-ERRO
             UNLOCK ARQEST
             GO TO POSTA-LOCAL-FIM.
           UNLOCK ARQEST.
       POSTA-LOCAL-SALDO.
           PERFORM SALDO-LOCAL THRU SALDO-LOCAL-FIM
           MOVE WS-LOC-SALDO TO MOV-SALDOLOCAL.
       POSTA-LOCAL-FIM.
           EXIT.

      ***** ESTORNO DO LANCAMENTO NO LOCAL QUANDO REGPRO NAO REGRAVA *****
      *    REFAZ O POSTA-LOCAL COM O MOVIMENTO INVERTIDO E VOLTA
      *    WS-LOC-ERRO = 1 PARA O CHAMADOR ABANDONAR O LANCAMENTO.

       DESFAZ-LOCAL.
           IF MOV-TIPOMOV = "E"
             MOVE "S" TO MOV-TIPOMOV
             PERFORM POSTA-LOCAL THRU POSTA-LOCAL-FIM
             MOVE "E" TO MOV-TIPOMOV
           ELSE
             MOVE "E" TO MOV-TIPOMOV
             PERFORM POSTA-LOCAL THRU POSTA-LOCAL-FIM
             MOVE "S" TO MOV-TIPOMOV.
           MOVE 1 TO WS-LOC-ERRO.
       DESFAZ-LOCAL-FIM.
           EXIT.

      ***** GERACAO/ATUALIZACAO DOS TITULOS DO PEDIDO (ARQTIT) *****
      *    REGVEN CONTEM O PEDIDO COM O PED-VALORTOTAL. OS TITULOS
      *    SOMAM O PED-VALORTOTAL MAIS O IPI DOS ITENS (WS-PED-IPI),
      *    QUE E O VALOR DA NOTA FISCAL. UM TITULO POR PARCELA, EM
      *    PARCELAS IGUAIS COM A DIFERENCA DE ARREDONDAMENTO NA
      *    ULTIMA - A MESMA REGRA DO SCE005. NA RETOMADA A PARCELA QUE
      *    JA EXISTE SO TEM O VALOR CONFERIDO.

       GRAVA-TITULO.
           MOVE PED-QTDPARCELAS TO WS-QTD-PARC
           IF WS-QTD-PARC = ZEROS
             MOVE 1 TO WS-QTD-PARC.
           COMPUTE WS-VLR-TITULOS = PED-VALORTOTAL + WS-PED-IPI
           DIVIDE WS-VLR-TITULOS BY WS-QTD-PARC
                  GIVING WS-VLR-PARCELA
           COMPUTE WS-VLR-ULTPARC = WS-VLR-TITULOS
                  - (WS-VLR-PARCELA * (WS-QTD-PARC - 1))
           MOVE 1 TO WS-PARC-IND.

       GRAVA-TIT-PARC.
           IF WS-PARC-IND > WS-QTD-PARC
             GO TO GRAVA-TITULO-FIM.
           MOVE PED-COD TO TIT-PEDCOD
           MOVE WS-PARC-IND TO TIT-PARCELA
           READ ARQTIT
           IF ST-ERRO6 = "23"
             PERFORM GRAVA-TIT-NOVO THRU GRAVA-TIT-NOVO-FIM
           ELSE
             IF ST-ERRO6 = "00"
               PERFORM GRAVA-TIT-ATUAL THRU GRAVA-TIT-ATUAL-FIM
             ELSE
               MOVE "*** ERRO NA LEITURA DO TITULO ***" TO MENS
               PERFORM ROT-ERRO THRU ROT-ERRO-FIM
               GO TO GRAVA-TITULO-FIM.
           ADD 1 TO WS-PARC-IND
           GO TO GRAVA-TIT-PARC.
       GRAVA-TITULO-FIM.
           EXIT.

      ***** GRAVACAO DE UMA PARCELA NOVA ***************************

       GRAVA-TIT-NOVO.
           MOVE "R" TO TIT-TIPO
           MOVE PED-CLI-CPFCNPJ TO TIT-CPFCNPJ
           IF WS-PARC-IND = WS-QTD-PARC
             MOVE WS-VLR-ULTPARC TO TIT-VALOR
           ELSE
             MOVE WS-VLR-PARCELA TO TIT-VALOR.
           PERFORM CALC-VENCIMENTO THRU CALC-VENCIMENTO-FIM
           MOVE WS-VENC-DATA TO TIT-VENCIMENTO
           MOVE ZEROS TO TIT-VALORPAGO TIT-DATABAIXA TIT-DATAREMESSA
           MOVE 1 TO TIT-STATUS
           MOVE WS-QTD-PARC TO TIT-QTDPARCELAS
           WRITE REGTIT
           IF ST-ERRO6 NOT = "00" AND ST-ERRO6 NOT = "02"
             MOVE "*** ERRO NA GRAVACAO DO TITULO ***" TO MENS
             PERFORM ROT-ERRO THRU ROT-ERRO-FIM.
       GRAVA-TIT-NOVO-FIM.
           EXIT.

      ***** ATUALIZACAO DE UMA PARCELA EXISTENTE *******************

       GRAVA-TIT-ATUAL.
           IF WS-PARC-IND = WS-QTD-PARC
             MOVE WS-VLR-ULTPARC TO TIT-VALOR
           ELSE
             MOVE WS-VLR-PARCELA TO TIT-VALOR.
           MOVE WS-QTD-PARC TO TIT-QTDPARCELAS
           REWRITE REGTIT.
       GRAVA-TIT-ATUAL-FIM.
           EXIT.

      ***** CALCULO DO VENCIMENTO DE UMA PARCELA *******************
      *    VENCIMENTO = DATA DO PEDIDO + (PARCELA * INTERVALO) DIAS,
      *    COM MESES COMERCIAIS DE 30 DIAS E O DIA LIMITADO A 28 - A
      *    MESMA CONTA DO SCE005. WS-PARC-IND CARREGADO PELO CHAMADOR.

       CALC-VENCIMENTO.
           MOVE PED-DATA TO WS-VENC-DATA
           IF PED-INTERVALO = ZEROS
             COMPUTE WS-VENC-DIAS = WS-PARC-IND * 30
           ELSE
             COMPUTE WS-VENC-DIAS = WS-PARC-IND * PED-INTERVALO.
       CALC-VENC-SOMA.
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
           GO TO CALC-VENC-SOMA.
       CALC-VENC-AJUSTA.
           IF WS-VENC-DIA > 28
             MOVE 28 TO WS-VENC-DIA.
       CALC-VENCIMENTO-FIM.
           EXIT.

      ***** VERIFICACAO DE CREDITO DO CLIENTE (ARQTIT POR CPF/CNPJ) ***********
      *    A MESMA REGRA DO SCE005: SALDO EM ABERTO MAIS WS-CRED-NOVO
      *    CONTRA CLI-LIMITE (ZERADO = SEM LIMITE) E PARCELA VENCIDA
      *    ALEM DA CARENCIA. RETORNA WS-CRED-OK = 1 LIBERADO OU 0
      *    BLOQUEADO, COM O MOTIVO EM MENS.

       CHECA-CREDITO.
           MOVE 1 TO WS-CRED-OK
           MOVE ZEROS TO WS-CRED-SALDO WS-CRED-VENCIDO
           MOVE WS-DATA-HOJE TO WS-CONV-DATA
           PERFORM CONV-DIAS THRU CONV-DIAS-FIM
           MOVE WS-CONV-DIAS TO WS-DIAS-HOJE

           MOVE PED-CLI-CPFCNPJ TO CLI-CPFCNPJ
           READ ARQCLI
           IF ST-ERRO NOT = "00"
             GO TO CHECA-CREDITO-FIM.

           MOVE PED-CLI-CPFCNPJ TO TIT-CPFCNPJ
           START ARQTIT KEY IS EQUAL TO TIT-CPFCNPJ
           IF ST-ERRO6 NOT = "00"
             GO TO CHECA-CRED-AVALIA.
       CHECA-CRED-LOOP.
           READ ARQTIT NEXT RECORD
           IF ST-ERRO6 NOT = "00" AND ST-ERRO6 NOT = "02"
             GO TO CHECA-CRED-AVALIA.
           IF TIT-CPFCNPJ NOT = PED-CLI-CPFCNPJ
             GO TO CHECA-CRED-AVALIA.
           IF TIT-TIPO NOT = "R" OR TIT-STATUS NOT = 1
             GO TO CHECA-CRED-LOOP.
           COMPUTE WS-CRED-SALDO = WS-CRED-SALDO
                 + (TIT-VALOR - TIT-VALORPAGO)
           MOVE TIT-VENCIMENTO TO WS-CONV-DATA
           PERFORM CONV-DIAS THRU CONV-DIAS-FIM
           COMPUTE WS-ATRASO-DIAS = WS-DIAS-HOJE - WS-CONV-DIAS
           IF WS-ATRASO-DIAS > WS-CRED-CARENCIA
             MOVE 1 TO WS-CRED-VENCIDO.
           GO TO CHECA-CRED-LOOP.

       CHECA-CRED-AVALIA.
           IF WS-CRED-VENCIDO = 1
             MOVE "CLIENTE COM PARCELA VENCIDA" TO MENS
             MOVE ZEROS TO WS-CRED-OK
             GO TO CHECA-CREDITO-FIM.
           IF CLI-LIMITE = ZEROS
             GO TO CHECA-CREDITO-FIM.
           IF (WS-CRED-SALDO + WS-CRED-NOVO) > CLI-LIMITE
             MOVE "LIMITE DE CREDITO EXCEDIDO" TO MENS
             MOVE ZEROS TO WS-CRED-OK.
       CHECA-CREDITO-FIM.
           EXIT.

      ***** VERIFICACAO DE COMPETENCIA FECHADA (ARQFEC) ************
      *    WS-FEC-DATA DEVE SER CARREGADA PELO CHAMADOR. RETORNA
      *    WS-FEC-BLOQ = 1 QUANDO A COMPETENCIA DA DATA FOI FECHADA
      *    NO SCE032 E O PEDIDO DEVE SER RECUSADO.

       CHECA-FECHAMENTO.
           MOVE ZEROS TO WS-FEC-BLOQ
           IF WS-FEC-ATIVO = ZEROS
             GO TO CHECA-FECHAMENTO-FIM.
           COMPUTE FEC-COMPETENCIA = WS-FEC-DATA / 100
           READ ARQFEC
           IF ST-ERRO8 = "00"
             IF FEC-SITUACAO = "F"
               MOVE 1 TO WS-FEC-BLOQ.
       CHECA-FECHAMENTO-FIM.
           EXIT.

      ***** CONVERSAO DE DATA EM DIAS CORRIDOS (APROXIMADA) ********

       CONV-DIAS.
           COMPUTE WS-CONV-DIAS = (WS-CONV-ANO * 365)
                                + (WS-CONV-MES * 30)
                                + WS-CONV-DIA.
       CONV-DIAS-FIM.
           EXIT.

      *************** GERACAO DO PROXIMO CODIGO DISPONIVEL ********************
      *    CTL-CHAVE DEVE SER CARREGADA PELO CHAMADOR ANTES DO PERFORM.
      *    O PEDIDO USA O MESMO CONTADOR "PEDIDO" DO SCE005 E O KARDEX
      *    O MESMO "MOVIMENTO". CONTROLE AINDA EM USO DEPOIS DE 30
      *    TENTATIVAS VOLTA WS-PROX-CODIGO ZERADO E WS-EM-USO = 1; ERRO
      *    NA GRAVACAO DO CONTROLE TAMBEM VOLTA WS-PROX-CODIGO ZERADO.

       GERA-PROXIMO-CODIGO.
           MOVE ZEROS TO WS-LOCK-TENTA.
       GERA-PROXIMO-CODIGO-LE.
           READ ARQCTL WITH LOCK
           IF ST-ERRO3 = "99"
             ADD 1 TO WS-LOCK-TENTA
             IF WS-LOCK-TENTA < 30
               CALL "C$SLEEP" USING WS-DELAY
               GO TO GERA-PROXIMO-CODIGO-LE
             ELSE
               MOVE ZEROS TO WS-PROX-CODIGO
               MOVE 1 TO WS-EM-USO
               GO TO GERA-PROXIMO-CODIGO-FIM.
           IF ST-ERRO3 = "23"
             MOVE 1 TO WS-PROX-CODIGO
             MOVE 2 TO CTL-PROXIMO
             WRITE REGCTL
           ELSE
             MOVE CTL-PROXIMO TO WS-PROX-CODIGO
             ADD 1 TO CTL-PROXIMO
             REWRITE REGCTL.
           IF ST-ERRO3 NOT = "00" AND ST-ERRO3 NOT = "02"
             MOVE ZEROS TO WS-PROX-CODIGO.
           UNLOCK ARQCTL.
       GERA-PROXIMO-CODIGO-FIM.
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

      *************** ERRO DE GRAVACAO NO MEIO DO PEDIDO **********************
      *    O PEDIDO CONTINUA (COMO NO SCE005, QUE SO AVISA) MAS A
      *    EXECUCAO FICA COM FALHA PARA A CONFERENCIA DA MANHA.

       ROT-ERRO.
           DISPLAY MENS
           MOVE 1 TO WS-RUN-FALHA.
       ROT-ERRO-FIM.
           EXIT.

      *************** GRAVACAO DE TRILHA DE AUDITORIA *************************
      *    LOG-OPERACAO E LOG-CHAVE DEVEM SER CARREGADOS PELO CHAMADOR
      *    ANTES DO PERFORM.

       GRAVA-LOG.
           ACCEPT LOG-DATA FROM DATE YYYYMMDD
           ACCEPT LOG-HORA FROM TIME
           MOVE "SCE050" TO LOG-PROGRAMA
           MOVE WS-OPERADOR TO LOG-OPERADOR
           WRITE REGLOG
           IF ST-ERRO4 NOT = "00"
             DISPLAY "*** ERRO NA GRAVACAO DA AUDITORIA ***".
       GRAVA-LOG-FIM.
           EXIT.

      ***************** LEITURA DOS PARAMETROS DE LOTE ************************
      *    SEM ARQPRM.DAT OU SEM O REGISTRO DESTE PROGRAMA A EXECUCAO
      *    SEGUE INTERATIVA. PRM-ARQSAIDA INDICA O ARQUIVO DE PEDIDOS.

       LE-PARAMETRO.
           OPEN INPUT ARQPRM
           IF ST-ERRO12 NOT = "00"
             GO TO LE-PARAMETRO-FIM.
       LE-PARAMETRO-LOOP.
           READ ARQPRM
           IF ST-ERRO12 NOT = "00"
             CLOSE ARQPRM
             GO TO LE-PARAMETRO-FIM.
           IF PRM-PROGRAMA NOT = "SCE050"
             GO TO LE-PARAMETRO-LOOP.
           MOVE 1 TO WS-BATCH
           IF PRM-ARQSAIDA NOT = SPACES
             MOVE PRM-ARQSAIDA TO WS-PEDENT-NOME.
           CLOSE ARQPRM.
       LE-PARAMETRO-FIM.
           EXIT.

      ***************** REGISTRO DE CONTROLE DA EXECUCAO **********************

       GRAVA-RUN.
           OPEN EXTEND ARQRUN
           IF ST-ERRO18 NOT = "00"
             IF ST-ERRO18 = "30" OR ST-ERRO18 = "35"
               OPEN OUTPUT ARQRUN
               CLOSE ARQRUN
               OPEN EXTEND ARQRUN
             ELSE
               GO TO GRAVA-RUN-FIM.
           ACCEPT RUN-DATA FROM DATE YYYYMMDD
           ACCEPT RUN-HORA FROM TIME
           MOVE "SCE050" TO RUN-PROGRAMA
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
      *    22 = REGISTRO JÁ CADASTRADO
      *    23 = REGISTRO NÃO ENCONTRADO
      *    30 = ARQUIVO NÃO ENCONTRADO
      *    99 = REGISTRO BLOQUEADO POR OUTRO PROGRAMA

      *************************************************************************
