      *************************************************************************
      * CPCLI.CPY - LAYOUT PADRAO DO REGISTRO DE CLIENTES (ARQCLI.DAT)        *
      *             TIPO. F=PESSOA FISICA J=PESSOA JURIDICA                   *
      *             NOME "CLIENTE ANONIMIZADO LGPD" = DADOS PESSOAIS          *
      *             APAGADOS PELO SCE054                                      *
      *             DATACAD. DATA DA INCLUSAO PELO SCE002 (AAAAMMDD) -        *
      *             ZERO NOS CADASTROS ANTERIORES AO CAMPO                    *
      * USADO POR. SCE002, SCE005, SCE044, SCE046, SCE047, SCE050,            *
      *             SCE054, SCE055                                            *
      *************************************************************************
       01 REGCLI.
          03 CLI-CODIGO              PIC 9(06).
          03 CLI-EMAIL               PIC X(33).
          03 CLI-CONTATO             PIC X(32).
          03 CLI-LIMITE              PIC 9(07)V99.
          03 CLI-DATACAD             PIC 9(08).
