      *************************************************************************
      * CPSES.CPY - LAYOUT DO REGISTRO DE SESSOES ABERTAS (ARQSES.DAT)        *
      *             UM REGISTRO POR OPERADOR IDENTIFICADO NO SCE001,          *
      *             GRAVADO NA ENTRADA E EXCLUIDO NA SAIDA DO MENU. O         *
      *             SCE001 MANTEM O PROPRIO REGISTRO TRAVADO ENQUANTO A       *
      *             SESSAO DURA - REGISTRO QUE PODE SER TRAVADO POR OUTRO     *
      *             PROGRAMA E SOBRA DE SESSAO INTERROMPIDA.                  *
      *             USUARIO "*REORG*" = REORGANIZACAO DE ARQUIVOS EM          *
      *             ANDAMENTO (SCE049) - O SCE001 NAO ACEITA ENTRADA.         *
      *             COM SES-PROGRAMA "PERDA" O SCE049 NAO CONSEGUIU           *
      *             RECARREGAR UM ARQUIVO - SES-OPERADOR TEM O NOME DA        *
      *             DESCARGA (REOXXX.DAT) E NENHUMA ENTRADA E ACEITA ATE      *
      *             O SCE049 RECARREGAR O ARQUIVO E EXCLUIR A MARCA.          *
      * USADO POR. SCE001, SCE049                                             *
      *************************************************************************
       01 REGSES.
          03 CHAVE-SES.
             05 SES-USUARIO          PIC X(08).
             05 SES-DATA             PIC 9(08).
             05 SES-HORA             PIC 9(08).
          03 SES-OPERADOR            PIC X(20).
          03 SES-PROGRAMA            PIC X(08).
