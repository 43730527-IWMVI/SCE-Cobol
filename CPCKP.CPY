      *************************************************************************
      * CPCKP.CPY - LAYOUT DO REGISTRO DE PONTO DE PARADA (CHECKPOINT)        *
      *             (ARQCKP.DAT) - UM REGISTRO POR JOB DE ARQUIVAMENTO        *
      *             OU DE TROCA DE CPF/CNPJ EM ANDAMENTO.                     *
      *             CKP-CHAVE. "ARQVENH   " = ARQUIVAMENTO (SCE011)           *
      *                        "CPFCNPJ   " = CORRECAO/UNIFICACAO (SCE044)    *
      *             OS CAMPOS CKP-TIPO EM DIANTE SO SAO USADOS NA TROCA DE    *
      *             DOCUMENTO. TIPO. C=CLIENTE F=FORNECEDOR                   *
      *             OPERACAO. 1=CORRECAO 2=UNIFICACAO                         *
      *             FASE. ARQUIVO EM QUE A TROCA PAROU (VER SCE044)           *
      * USADO POR. SCE011, SCE044, SCE055                                     *
      *************************************************************************
       01 REGCKP.
          03 CKP-CHAVE                PIC X(10).
          03 CKP-CORTE                PIC 9(08).
          03 CKP-ULTCHAVE             PIC 9(09).
          03 CKP-TIPO                 PIC X(01).
          03 CKP-OPERACAO             PIC 9(01).
          03 CKP-DOCANT               PIC 9(14).
          03 CKP-DOCNOVO              PIC 9(14).
          03 CKP-FASE                 PIC 9(01).
          03 CKP-DATA                 PIC 9(08).
          03 CKP-OPERADOR             PIC X(20).
