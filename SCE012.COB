      *    GRAVADOS EM ARQMOV PELO SCE005/SCE013, COM O SALDO APOS CADA
      *    LANCAMENTO. O SALDO ANTERIOR AO PERIODO E O SALDO GRAVADO NO
      *    ULTIMO MOVIMENTO ANTES DA DATA INICIAL.
      *    COM UM LOCAL DE ESTOQUE INFORMADO (VER CPEST) SO SAEM OS
      *    LANCAMENTOS DAQUELE LOCAL E O SALDO E O DO LOCAL; LOCAL
      *    ZERO LISTA TODOS OS LOCAIS COM O SALDO TOTAL DO PRODUTO.
      *    MOVIMENTO ANTIGO SEM LOCAL E DA LOJA.
      *    A BAIXA DE UM COMPONENTE VENDIDO DENTRO DE UM KIT SAI COM O
      *    CODIGO DO KIT NA ULTIMA COLUNA.
      *************************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                    RECORD KEY   IS PRO-CODIGO
                    ALTERNATE RECORD KEY IS PRO-DESCRICAO
                                   WITH DUPLICATES
                    ALTERNATE RECORD KEY IS PRO-EAN
                                   WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO2.

           SELECT RELKDX ASSIGN TO DISK
       01 WS-TEM-MOV                 PIC 9(01) VALUE ZEROS.
       01 WS-IMPRIMIU-ANT            PIC 9(01) VALUE ZEROS.
       01 WS-QTD-LINHAS              PIC 9(05) VALUE ZEROS.
       01 WS-LOCAL                   PIC 9(01) VALUE ZEROS.
       01 WS-MOV-LOCAL               PIC 9(01) VALUE ZEROS.
       01 WS-MOV-SALDO               PIC 9(06) VALUE ZEROS.

       01 TBLOCAL.
          03 FILLER                  PIC X(12) VALUE "LOJA".
          03 FILLER                  PIC X(12) VALUE "DEPOSITO".
          03 FILLER                  PIC X(12) VALUE "CONSIGNACAO".
       01 TBLOCALR REDEFINES TBLOCAL.
          03 TABLOCAL                PIC X(12) OCCURS 3 TIMES.

       01 WS-CABEC1.
          05 FILLER                  PIC X(40) VALUE
          05 FILLER                  PIC X(03) VALUE " A ".
          05 WK-DATA-FIM             PIC 9(08).

       01 WS-CABECLOC.
          05 FILLER                  PIC X(10) VALUE "LOCAL   : ".
          05 WK-LOCAL                PIC X(12).

       01 WS-CABEC2.
          05 FILLER                  PIC X(10) VALUE "DATA      ".
          05 FILLER                  PIC X(08) VALUE "PEDIDO  ".
          05 FILLER                  PIC X(12) VALUE "QUANTIDADE  ".
          05 FILLER                  PIC X(10) VALUE "SALDO     ".
          05 FILLER                  PIC X(12) VALUE "ORIGEM      ".
          05 FILLER                  PIC X(05) VALUE "  LOC".
          05 FILLER                  PIC X(08) VALUE "     KIT".

       01 WS-LINANT.
          05 FILLER                  PIC X(24) VALUE
          05 WL-SALDO                PIC ZZZ.ZZ9.
          05 FILLER                  PIC X(03) VALUE SPACES.
          05 WL-ORIGEM               PIC X(12).
          05 FILLER                  PIC X(03) VALUE SPACES.
          05 WL-LOCAL                PIC 9(01).
          05 FILLER                  PIC X(02) VALUE SPACES.
          05 WL-KIT                  PIC ZZZZZ9 BLANK WHEN ZERO.

      *************************************************************************

               VALUE  "  Data Inicial (AAAAMMDD)    :".
           05  LINE 09  COLUMN 01
               VALUE  "  Data Final   (AAAAMMDD)    :".
           05  LINE 10  COLUMN 01
               VALUE  "  Local (0=TODOS 1=LOJA 2=DEP 3=CONSIG) :".
           05  LINE 12  COLUMN 01
               VALUE  "  AVISOS :".

           05  TWS-DATA-FIM
               LINE 09  COLUMN 32  PIC 9(08)
               USING  WS-DATA-FIM.
           05  TWS-LOCAL
               LINE 10  COLUMN 43  PIC 9(01)
               USING  WS-LOCAL.

      *************************************************************************

      ***************** ENTRADA DO PRODUTO E DO PERIODO ***********************

       R1.
           MOVE ZEROS TO WS-PRODUTO WS-DATA-INI WS-DATA-FIM WS-LOCAL
           DISPLAY TELAKARDEX.

       R1A.
             PERFORM ROT-AVISO THRU ROT-AVISO-FIM
             GO TO R1C.

       R1D.
           ACCEPT TWS-LOCAL.
           ACCEPT WS-ACT FROM ESCAPE KEY
           IF WS-ACT = 01
             GO TO R1C.
           IF WS-LOCAL > 3
             MOVE "*** LOCAL DEVE SER 0, 1, 2 OU 3 ***" TO MENS
             PERFORM ROT-AVISO THRU ROT-AVISO-FIM
             GO TO R1D.

      ***************** CABECALHO DA SECAO DO PRODUTO *************************

       R2.
           MOVE WS-DATA-FIM TO WK-DATA-FIM
           MOVE WS-CABECPER TO WS-LINREL
           WRITE WS-LINREL
           IF WS-LOCAL = ZEROS
             MOVE "TODOS" TO WK-LOCAL
           ELSE
             MOVE TABLOCAL(WS-LOCAL) TO WK-LOCAL.
           MOVE WS-CABECLOC TO WS-LINREL
           WRITE WS-LINREL
           MOVE WS-CABEC2 TO WS-LINREL
           WRITE WS-LINREL

             GO TO R9-FECHA.
           IF MOV-CODPRO NOT = WS-PRODUTO
             GO TO R4-FIM-PRODUTO.

      *    SEM LOCAL (MOVIMENTO ANTIGO) TUDO ESTAVA NA LOJA E O SALDO
      *    DO LOCAL E O PROPRIO TOTAL.
           IF MOV-LOCAL = ZEROS
             MOVE 1 TO WS-MOV-LOCAL
             MOVE MOV-SALDOAPOS TO WS-MOV-SALDO
           ELSE
             MOVE MOV-LOCAL TO WS-MOV-LOCAL
             MOVE MOV-SALDOLOCAL TO WS-MOV-SALDO.
           IF WS-LOCAL = ZEROS
             MOVE MOV-SALDOAPOS TO WS-MOV-SALDO
           ELSE
             IF WS-MOV-LOCAL NOT = WS-LOCAL
               GO TO R3.
           MOVE 1 TO WS-TEM-MOV

           IF MOV-DATA < WS-DATA-INI
             MOVE WS-MOV-SALDO TO WS-SALDO-ANT
             GO TO R3.
           IF MOV-DATA > WS-DATA-FIM
             GO TO R3.
           MOVE MOV-PEDITEM    TO WL-ITEM
           MOVE MOV-TIPOMOV    TO WL-TIPOMOV
           MOVE MOV-QUANTIDADE TO WL-QTD
           MOVE WS-MOV-SALDO   TO WL-SALDO
           MOVE MOV-ORIGEM     TO WL-ORIGEM
           MOVE WS-MOV-LOCAL   TO WL-LOCAL
           MOVE MOV-CODKIT     TO WL-KIT
           MOVE WS-LINDET TO WS-LINREL
           WRITE WS-LINREL
           ADD 1 TO WS-QTD-LINHAS.
