      *************************************************************************
      * CPTRA.CPY - LAYOUT DO CADASTRO DE TRANSPORTADORAS (ARQTRA.DAT)        *
      *             BASE. BASE DAS FAIXAS DA TABELA DE FRETE (ARQFRT)         *
      *                   P=PESO DO PEDIDO EM KG (PRO-PESO X QUANTIDADE)      *
      *                   V=VALOR DAS MERCADORIAS DO PEDIDO                   *
      *             SITUACAO. A=ATIVA  I=INATIVA (NAO E ESCOLHIDA NA          *
      *                       ESCOLHA AUTOMATICA E NAO ACEITA PEDIDO NOVO)    *
      * USADO POR. SCE005, SCE016, SCE017, SCE031, SCE050, SCE051,            *
      *             SCE052                                                    *
      *************************************************************************
       01 REGTRA.
          03 TRA-CODIGO              PIC 9(03).
          03 TRA-NOME                PIC X(30).
          03 TRA-CNPJ                PIC 9(14).
          03 TRA-TELEFONE            PIC 9(11).
          03 TRA-CONTATO             PIC X(32).
          03 TRA-BASE                PIC X(01).
          03 TRA-SITUACAO            PIC X(01).
