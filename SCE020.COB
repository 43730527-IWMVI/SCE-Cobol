           MOVE WK-CODIGO TO PED-COD-PRO
           MOVE ZEROS TO PED-TIPOVENDA PED-CLI-CPFCNPJ PED-VENDEDOR
                         PED-PERCDESC PED-QTDRECEBIDA PED-DATAENTREGA
                         PED-QTDDEVOLVIDA PED-VALIDADE PED-CONTRATO
                         PED-TRANSP PED-VALORFRETE
           MOVE "C" TO PED-TIPOFRETE
           MOVE 1 TO PED-LOCAL
           MOVE SPACES TO PED-ENTREGUE
           MOVE WK-CPFCNPJ TO PED-FOR-CPFCNPJ
           MOVE WS-QTD-ACEITA TO PED-QUANTIDADE
