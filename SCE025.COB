           MOVE 5 TO CXA-FORMA
           MOVE WS-SALDO TO CXA-VALOR
           MOVE WS-OPERADOR TO CXA-OPERADOR
           MOVE "N" TO CXA-CONCILIADO
           MOVE ZEROS TO CXA-DATACONC
           MOVE SPACES TO CXA-CHAVEEXT
           WRITE REGCXA
           IF ST-ERRO5 NOT = "00" AND ST-ERRO5 NOT = "02"
             MOVE "ERRO NA GRAVACAO DO CAIXA" TO MENS
