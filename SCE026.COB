      *    NOVO. RECEBIMENTOS SOMAM E PAGAMENTOS SUBTRAEM NO TOTAL DA
      *    FORMA. DIA SEM MOVIMENTO FECHA COM OS TOTAIS ZERADOS, PARA
      *    QUE A DATA FIQUE TRAVADA COMO QUALQUER OUTRO DIA FECHADO.
      *    O FECHAMENTO GUARDA TAMBEM O SALDO ACUMULADO (CXF-SALDO) - O
      *    DO ULTIMO DIA FECHADO ANTES DESTE MAIS O TOTAL DO DIA E A
      *    DIFERENCA DA GAVETA. E O PONTO DE PARTIDA DA PROJECAO DE
      *    FLUXO DE CAIXA (SCE041). O OPERADOR CONFIRMA O SALDO
      *    ANTERIOR OU INFORMA O SALDO REAL (CAIXA MAIS BANCOS).
      *************************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01 WS-VLR-CONTADO             PIC 9(09)V99 VALUE ZEROS.
       01 WS-DIFERENCA               PIC S9(09)V99 VALUE ZEROS.
       01 WS-QTD-MOV                 PIC 9(05) VALUE ZEROS.
       01 WS-SALDO-ANT               PIC S9(11)V99 VALUE ZEROS.
       01 WS-DATA-ANT                PIC 9(08) VALUE ZEROS.
       01 WS-SALDO-DIA               PIC S9(11)V99 VALUE ZEROS.
       01 WS-SALDO-DIG               PIC S9(11)V99 VALUE ZEROS.
       01 IND                        PIC 9(02) VALUE ZEROS.

       01 WS-TOT-CAIXA.
           IF WS-OPCAO NOT = "S" AND "s"
             GO TO R5.

      ***************** SALDO ACUMULADO DO CAIXA ******************************
      *    PROCURA O ULTIMO DIA FECHADO ANTES DO DIA QUE ESTA SENDO
      *    FECHADO. SEM FECHAMENTO ANTERIOR O SALDO PARTE DE ZERO, E O
      *    OPERADOR PODE INFORMAR O SALDO REAL NO LUGAR DO ANTERIOR.

       R5A.
           MOVE ZEROS TO WS-SALDO-ANT WS-DATA-ANT CXF-DATA
           START ARQCXF KEY IS NOT LESS THAN CXF-DATA
           IF ST-ERRO2 NOT = "00"
             GO TO R5B.
       R5A-LOOP.
           READ ARQCXF NEXT RECORD
           IF ST-ERRO2 NOT = "00" AND ST-ERRO2 NOT = "02"
             GO TO R5B.
           IF CXF-DATA NOT < WS-DATA-CAIXA
             GO TO R5B.
           IF CXF-SITUACAO = "F"
             MOVE CXF-DATA TO WS-DATA-ANT
             MOVE CXF-SALDO TO WS-SALDO-ANT.
           GO TO R5A-LOOP.

       R5B.
           MOVE WS-SALDO-ANT TO WS-VLR-ED
           DISPLAY "SALDO DO FECHAMENTO ANTERIOR (" WS-DATA-ANT ") : "
                   WS-VLR-ED
           DISPLAY "CONFIRMA O SALDO ANTERIOR? (S/N) : "
           ACCEPT WS-OPCAO
           IF WS-OPCAO = "N" OR "n"
             DISPLAY "SALDO ANTERIOR REAL (CAIXA MAIS BANCOS) : "
             ACCEPT WS-SALDO-DIG
             MOVE WS-SALDO-DIG TO WS-SALDO-ANT
             GO TO R5C.
           IF WS-OPCAO NOT = "S" AND "s"
             GO TO R5B.
       R5C.
           COMPUTE WS-SALDO-DIA = WS-SALDO-ANT + WS-DIFERENCA
                                + WS-TOT-FORMA(1) + WS-TOT-FORMA(2)
                                + WS-TOT-FORMA(3) + WS-TOT-FORMA(4)
                                + WS-TOT-FORMA(5)
           MOVE WS-SALDO-DIA TO WS-VLR-ED
           DISPLAY "SALDO APOS O FECHAMENTO : " WS-VLR-ED.

      ***************** GRAVACAO DO FECHAMENTO E RELATORIO ********************

       R6.
           MOVE WS-DIFERENCA TO CXF-DIFERENCA
           MOVE "F" TO CXF-SITUACAO
           MOVE WS-OPERADOR TO CXF-OPERADOR
           MOVE WS-SALDO-DIA TO CXF-SALDO

           WRITE REGCXF
           IF ST-ERRO2 = "22"
           MOVE WS-DIFERENCA TO WT-VALOR
           MOVE WS-LINTOT TO WS-LINREL
           WRITE WS-LINREL
           MOVE "SALDO ANTERIOR............ :" TO WT-ROTULO
           MOVE WS-SALDO-ANT TO WT-VALOR
           MOVE WS-LINTOT TO WS-LINREL
           WRITE WS-LINREL
           MOVE "SALDO APOS O FECHAMENTO... :" TO WT-ROTULO
           MOVE WS-SALDO-DIA TO WT-VALOR
           MOVE WS-LINTOT TO WS-LINREL
           WRITE WS-LINREL
           MOVE "MOVIMENTOS DO DIA......... :" TO WQ-ROTULO
           MOVE WS-QTD-MOV TO WQ-QTD
           MOVE WS-LINQTD TO WS-LINREL
