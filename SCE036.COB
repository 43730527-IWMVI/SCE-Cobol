                    RECORD KEY   IS PRO-CODIGO
                    ALTERNATE RECORD KEY IS PRO-DESCRICAO
                                        WITH DUPLICATES
                    ALTERNATE RECORD KEY IS PRO-EAN
                                        WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO3.

           SELECT ARQVDD ASSIGN TO DISK
                         PED-QTDDEVOLVIDA
           MOVE SPACES TO PED-ENTREGUE
           MOVE WS-VALIDADE TO PED-VALIDADE
           MOVE 1 TO PED-LOCAL
           MOVE ZEROS TO PED-CONTRATO PED-TRANSP PED-VALORFRETE
           MOVE "C" TO PED-TIPOFRETE
           ADD PED-VALORITEM TO WS-TOT-ORC

           WRITE REGVEN
