
            MOVE SPACES TO CEP-LOGRA CEP-BAIRRO CEP-CIDADE CEP-UF
            MOVE ZEROS  TO CLI-CODIGO CLI-CPFCNPJ CLI-CEP CLI-TELEFONE
                           CLI-NUMERO CLI-LIMITE CLI-DATACAD.

      ********************** VISUALIZAÇÃO DA TELA *****************************

       INC-WR1.
           MOVE "CLIENTE   " TO CTL-CHAVE
           PERFORM GERA-PROXIMO-CODIGO THRU GERA-PROXIMO-CODIGO-FIM
           MOVE WS-PROX-CODIGO TO CLI-CODIGO
           ACCEPT CLI-DATACAD FROM DATE YYYYMMDD.

           WRITE REGCLI
           IF ST-ERRO = "00" OR ST-ERRO = "02"
