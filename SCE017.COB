                    RECORD KEY   IS PRO-CODIGO
                    ALTERNATE RECORD KEY IS PRO-DESCRICAO
                                   WITH DUPLICATES
                    ALTERNATE RECORD KEY IS PRO-EAN
                                   WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQFOR ASSIGN TO DISK
                                        WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQCTR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CTR-CODIGO
                    ALTERNATE RECORD KEY IS CTR-CPFCNPJ
                                        WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQTRA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TRA-CODIGO
                    ALTERNATE RECORD KEY IS TRA-NOME
                                        WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQFRT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-FRT
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQFPG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-FPG
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQEST ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-EST
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQLOT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-LOT
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQLTP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-LTP
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQKIT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-KIT
                    ALTERNATE RECORD KEY IS KIT-CODCOMP
                                        WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQKTP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-KTP
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQICM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ICM-UF
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQNFC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-NFC
                    ALTERNATE RECORD KEY IS NFC-PEDCOD
                                        WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQNFI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-NFI
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQMET ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-MET
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQIMP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-IMP
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQEXT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHAVE-EXT
                    FILE STATUS  IS ST-ERRO.

           SELECT ARQBGE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
          03 VH-PED-ENTREGUE         PIC X(01).
          03 VH-PED-QTDDEVOLVIDA     PIC 9(06).
          03 VH-PED-VALIDADE         PIC 9(08).
          03 VH-PED-LOCAL            PIC 9(01).
          03 VH-PED-CONTRATO         PIC 9(06).
          03 VH-PED-TRANSP           PIC 9(03).
          03 VH-PED-TIPOFRETE        PIC X(01).
          03 VH-PED-VALORFRETE       PIC 9(05)V99.

      *************************************************************************


       COPY CPHPR.

      *************************************************************************

       FD ARQCTR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCTR.DAT".

       COPY CPCTR.

      *************************************************************************

       FD ARQTRA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQTRA.DAT".

       COPY CPTRA.

      *************************************************************************

       FD ARQFRT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFRT.DAT".

       COPY CPFRT.

      *************************************************************************

       FD ARQFPG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFPG.DAT".

       COPY CPFPG.

      *************************************************************************

       FD ARQEST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQEST.DAT".

       COPY CPEST.

      *************************************************************************

       FD ARQLOT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQLOT.DAT".

       COPY CPLOT.

      *************************************************************************

       FD ARQLTP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQLTP.DAT".

       COPY CPLTP.

      *************************************************************************

       FD ARQKIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQKIT.DAT".

       COPY CPKIT.

      *************************************************************************

       FD ARQKTP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQKTP.DAT".

       COPY CPKTP.

      *************************************************************************

       FD ARQICM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQICM.DAT".

       COPY CPICM.

      *************************************************************************

       FD ARQNFC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQNFC.DAT".

       COPY CPNFC.

      *************************************************************************

       FD ARQNFI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQNFI.DAT".

       COPY CPNFI.

      *************************************************************************

       FD ARQMET
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQMET.DAT".

       COPY CPMET.

      *************************************************************************

       FD ARQIMP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQIMP.DAT".

       COPY CPIMP.

      *************************************************************************

       FD ARQEXT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQEXT.DAT".

       COPY CPEXT.

      *************************************************************************

       FD ARQBGE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS WS-BKP-NOME.

       01 WS-BKP-REG                 PIC X(400).

      *************************************************************************

          03 FILLER     PIC X(12) VALUE "ARQMOV  MOV ".
          03 FILLER     PIC X(12) VALUE "ARQTIT  TIT ".
          03 FILLER     PIC X(12) VALUE "ARQHPR  HPR ".
          03 FILLER     PIC X(12) VALUE "ARQCTR  CTR ".
          03 FILLER     PIC X(12) VALUE "ARQTRA  TRA ".
          03 FILLER     PIC X(12) VALUE "ARQFRT  FRT ".
          03 FILLER     PIC X(12) VALUE "ARQFPG  FPG ".
          03 FILLER     PIC X(12) VALUE "ARQEST  EST ".
          03 FILLER     PIC X(12) VALUE "ARQLOT  LOT ".
          03 FILLER     PIC X(12) VALUE "ARQLTP  LTP ".
          03 FILLER     PIC X(12) VALUE "ARQKIT  KIT ".
          03 FILLER     PIC X(12) VALUE "ARQKTP  KTP ".
          03 FILLER     PIC X(12) VALUE "ARQICM  ICM ".
          03 FILLER     PIC X(12) VALUE "ARQNFC  NFC ".
          03 FILLER     PIC X(12) VALUE "ARQNFI  NFI ".
          03 FILLER     PIC X(12) VALUE "ARQMET  MET ".
          03 FILLER     PIC X(12) VALUE "ARQIMP  IMP ".
          03 FILLER     PIC X(12) VALUE "ARQEXT  EXT ".
       01 TABARQ-R REDEFINES TABARQ.
          03 TBARQ OCCURS 26 TIMES.
             05 TBARQ-NOME           PIC X(08).
             05 TBARQ-TAG            PIC X(04).

           DISPLAY "ARQUIVOS DISPONIVEIS PARA RESTAURACAO:"
           DISPLAY " 01-ARQCLI  02-ARQPRO  03-ARQFOR  04-ARQVEN"
           DISPLAY " 05-ARQCEP  06-ARQCTL  07-ARQVENH 08-ARQOPE"
           DISPLAY " 09-ARQMOV  10-ARQTIT  11-ARQHPR  12-ARQCTR"
           DISPLAY " 13-ARQTRA  14-ARQFRT  15-ARQFPG  16-ARQEST"
           DISPLAY " 17-ARQLOT  18-ARQLTP  19-ARQKIT  20-ARQKTP"
           DISPLAY " 21-ARQICM  22-ARQNFC  23-ARQNFI  24-ARQMET"
           DISPLAY " 25-ARQIMP  26-ARQEXT  00-SAIR"
           DISPLAY "ARQUIVO DESEJADO (00 A 26): "
           ACCEPT WS-ESCOLHA
           IF WS-ESCOLHA = ZEROS
             GO TO R9-FECHA.
           IF WS-ESCOLHA > 26
             DISPLAY "*** OPCAO INVALIDA ***"
             GO TO R1.

           IF WS-ESCOLHA = 08 GO TO R3-OPE.
           IF WS-ESCOLHA = 09 GO TO R3-MOV.
           IF WS-ESCOLHA = 10 GO TO R3-TIT.
           IF WS-ESCOLHA = 11 GO TO R3-HPR.
           IF WS-ESCOLHA = 12 GO TO R3-CTR.
           IF WS-ESCOLHA = 13 GO TO R3-TRA.
           IF WS-ESCOLHA = 14 GO TO R3-FRT.
           IF WS-ESCOLHA = 15 GO TO R3-FPG.
           IF WS-ESCOLHA = 16 GO TO R3-EST.
           IF WS-ESCOLHA = 17 GO TO R3-LOT.
           IF WS-ESCOLHA = 18 GO TO R3-LTP.
           IF WS-ESCOLHA = 19 GO TO R3-KIT.
           IF WS-ESCOLHA = 20 GO TO R3-KTP.
           IF WS-ESCOLHA = 21 GO TO R3-ICM.
           IF WS-ESCOLHA = 22 GO TO R3-NFC.
           IF WS-ESCOLHA = 23 GO TO R3-NFI.
           IF WS-ESCOLHA = 24 GO TO R3-MET.
           IF WS-ESCOLHA = 25 GO TO R3-IMP.
           GO TO R3-EXT.

       R3-CLI.
           OPEN OUTPUT ARQCLI
             ADD 1 TO WS-QTDREG.
           GO TO R3-HPR-LOOP.

       R3-CTR.
           OPEN OUTPUT ARQCTR
           IF ST-ERRO NOT = "00"
             GO TO R8-EMUSO.
       R3-CTR-LOOP.
           READ BKPENT
           IF ST-ERRO3 NOT = "00"
             CLOSE ARQCTR
             GO TO R4-CONFERE.
           MOVE WS-BKP-REG TO REGCTR
           WRITE REGCTR
           IF ST-ERRO = "00" OR ST-ERRO = "02"
             ADD 1 TO WS-QTDREG.
           GO TO R3-CTR-LOOP.

       R3-TRA.
           OPEN OUTPUT ARQTRA
           IF ST-ERRO NOT = "00"
             GO TO R8-EMUSO.
       R3-TRA-LOOP.
           READ BKPENT
           IF ST-ERRO3 NOT = "00"
             CLOSE ARQTRA
             GO TO R4-CONFERE.
           MOVE WS-BKP-REG TO REGTRA
           WRITE REGTRA
           IF ST-ERRO = "00" OR ST-ERRO = "02"
             ADD 1 TO WS-QTDREG.
           GO TO R3-TRA-LOOP.

       R3-FRT.
           OPEN OUTPUT ARQFRT
           IF ST-ERRO NOT = "00"
             GO TO R8-EMUSO.
       R3-FRT-LOOP.
           READ BKPENT
           IF ST-ERRO3 NOT = "00"
             CLOSE ARQFRT
             GO TO R4-CONFERE.
           MOVE WS-BKP-REG TO REGFRT
           WRITE REGFRT
           IF ST-ERRO = "00" OR ST-ERRO = "02"
             ADD 1 TO WS-QTDREG.
           GO TO R3-FRT-LOOP.

       R3-FPG.
           OPEN OUTPUT ARQFPG
           IF ST-ERRO NOT = "00"
             GO TO R8-EMUSO.
       R3-FPG-LOOP.
           READ BKPENT
           IF ST-ERRO3 NOT = "00"
             CLOSE ARQFPG
             GO TO R4-CONFERE.
           MOVE WS-BKP-REG TO REGFPG
           WRITE REGFPG
           IF ST-ERRO = "00" OR ST-ERRO = "02"
             ADD 1 TO WS-QTDREG.
           GO TO R3-FPG-LOOP.

       R3-EST.
           OPEN OUTPUT ARQEST
           IF ST-ERRO NOT = "00"
             GO TO R8-EMUSO.
       R3-EST-LOOP.
           READ BKPENT
           IF ST-ERRO3 NOT = "00"
             CLOSE ARQEST
             GO TO R4-CONFERE.
           MOVE WS-BKP-REG TO REGEST
           WRITE REGEST
           IF ST-ERRO = "00" OR ST-ERRO = "02"
             ADD 1 TO WS-QTDREG.
           GO TO R3-EST-LOOP.

       R3-LOT.
           OPEN OUTPUT ARQLOT
           IF ST-ERRO NOT = "00"
             GO TO R8-EMUSO.
       R3-LOT-LOOP.
           READ BKPENT
           IF ST-ERRO3 NOT = "00"
             CLOSE ARQLOT
             GO TO R4-CONFERE.
           MOVE WS-BKP-REG TO REGLOT
           WRITE REGLOT
           IF ST-ERRO = "00" OR ST-ERRO = "02"
             ADD 1 TO WS-QTDREG.
           GO TO R3-LOT-LOOP.

       R3-LTP.
           OPEN OUTPUT ARQLTP
           IF ST-ERRO NOT = "00"
             GO TO R8-EMUSO.
       R3-LTP-LOOP.
           READ BKPENT
           IF ST-ERRO3 NOT = "00"
             CLOSE ARQLTP
             GO TO R4-CONFERE.
           MOVE WS-BKP-REG TO REGLTP
           WRITE REGLTP
           IF ST-ERRO = "00" OR ST-ERRO = "02"
             ADD 1 TO WS-QTDREG.
           GO TO R3-LTP-LOOP.

       R3-KIT.
           OPEN OUTPUT ARQKIT
           IF ST-ERRO NOT = "00"
             GO TO R8-EMUSO.
       R3-KIT-LOOP.
           READ BKPENT
           IF ST-ERRO3 NOT = "00"
             CLOSE ARQKIT
             GO TO R4-CONFERE.
           MOVE WS-BKP-REG TO REGKIT
           WRITE REGKIT
           IF ST-ERRO = "00" OR ST-ERRO = "02"
             ADD 1 TO WS-QTDREG.
           GO TO R3-KIT-LOOP.

       R3-KTP.
           OPEN OUTPUT ARQKTP
           IF ST-ERRO NOT = "00"
             GO TO R8-EMUSO.
       R3-KTP-LOOP.
           READ BKPENT
           IF ST-ERRO3 NOT = "00"
             CLOSE ARQKTP
             GO TO R4-CONFERE.
           MOVE WS-BKP-REG TO REGKTP
           WRITE REGKTP
           IF ST-ERRO = "00" OR ST-ERRO = "02"
             ADD 1 TO WS-QTDREG.
           GO TO R3-KTP-LOOP.

       R3-ICM.
           OPEN OUTPUT ARQICM
           IF ST-ERRO NOT = "00"
             GO TO R8-EMUSO.
       R3-ICM-LOOP.
           READ BKPENT
           IF ST-ERRO3 NOT = "00"
             CLOSE ARQICM
             GO TO R4-CONFERE.
           MOVE WS-BKP-REG TO REGICM
           WRITE REGICM
           IF ST-ERRO = "00" OR ST-ERRO = "02"
             ADD 1 TO WS-QTDREG.
           GO TO R3-ICM-LOOP.

       R3-NFC.
           OPEN OUTPUT ARQNFC
           IF ST-ERRO NOT = "00"
             GO TO R8-EMUSO.
       R3-NFC-LOOP.
           READ BKPENT
           IF ST-ERRO3 NOT = "00"
             CLOSE ARQNFC
             GO TO R4-CONFERE.
           MOVE WS-BKP-REG TO REGNFC
           WRITE REGNFC
           IF ST-ERRO = "00" OR ST-ERRO = "02"
             ADD 1 TO WS-QTDREG.
           GO TO R3-NFC-LOOP.

       R3-NFI.
           OPEN OUTPUT ARQNFI
           IF ST-ERRO NOT = "00"
             GO TO R8-EMUSO.
       R3-NFI-LOOP.
           READ BKPENT
           IF ST-ERRO3 NOT = "00"
             CLOSE ARQNFI
             GO TO R4-CONFERE.
           MOVE WS-BKP-REG TO REGNFI
           WRITE REGNFI
           IF ST-ERRO = "00" OR ST-ERRO = "02"
             ADD 1 TO WS-QTDREG.
           GO TO R3-NFI-LOOP.

       R3-MET.
           OPEN OUTPUT ARQMET
           IF ST-ERRO NOT = "00"
             GO TO R8-EMUSO.
       R3-MET-LOOP.
           READ BKPENT
           IF ST-ERRO3 NOT = "00"
             CLOSE ARQMET
             GO TO R4-CONFERE.
           MOVE WS-BKP-REG TO REGMET
           WRITE REGMET
           IF ST-ERRO = "00" OR ST-ERRO = "02"
             ADD 1 TO WS-QTDREG.
           GO TO R3-MET-LOOP.

       R3-IMP.
           OPEN OUTPUT ARQIMP
           IF ST-ERRO NOT = "00"
             GO TO R8-EMUSO.
       R3-IMP-LOOP.
           READ BKPENT
           IF ST-ERRO3 NOT = "00"
             CLOSE ARQIMP
             GO TO R4-CONFERE.
           MOVE WS-BKP-REG TO REGIMP
           WRITE REGIMP
           IF ST-ERRO = "00" OR ST-ERRO = "02"
             ADD 1 TO WS-QTDREG.
           GO TO R3-IMP-LOOP.

       R3-EXT.
           OPEN OUTPUT ARQEXT
           IF ST-ERRO NOT = "00"
             GO TO R8-EMUSO.
       R3-EXT-LOOP.
           READ BKPENT
           IF ST-ERRO3 NOT = "00"
             CLOSE ARQEXT
             GO TO R4-CONFERE.
           MOVE WS-BKP-REG TO REGEXT
           WRITE REGEXT
           IF ST-ERRO = "00" OR ST-ERRO = "02"
             ADD 1 TO WS-QTDREG.
           GO TO R3-EXT-LOOP.

      ****** CONFERENCIA DA QUANTIDADE RESTAURADA *****************************

       R4-CONFERE.
