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

           IF ST-ERRO = "30"
             MOVE "ARQHPR" TO WS-ARQUIVO
             PERFORM AVISA-AUSENTE THRU AVISA-AUSENTE-FIM
             GO TO R1-CTR.
           IF ST-ERRO NOT = "00"
             MOVE "ARQHPR" TO WS-ARQUIVO
             GO TO R8-EMUSO.
       R1-HPR-FIM.
           CLOSE ARQHPR
           PERFORM FECHA-BKP THRU FECHA-BKP-FIM.

       R1-CTR.
           OPEN I-O ARQCTR
           IF ST-ERRO = "30"
             MOVE "ARQCTR" TO WS-ARQUIVO
             PERFORM AVISA-AUSENTE THRU AVISA-AUSENTE-FIM
             GO TO R1-TRA.
           IF ST-ERRO NOT = "00"
             MOVE "ARQCTR" TO WS-ARQUIVO
             GO TO R8-EMUSO.
           MOVE "CTR" TO WS-TAG
           MOVE "ARQCTR" TO WS-ARQUIVO
           PERFORM ABRE-BKP THRU ABRE-BKP-FIM
           IF WS-BKP-FALHA = 1
             CLOSE ARQCTR
             GO TO R8-ERROGRAV.
           MOVE ZEROS TO CTR-CODIGO
           START ARQCTR KEY IS NOT LESS THAN CTR-CODIGO.
       R1-CTR-LOOP.
           READ ARQCTR NEXT RECORD
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
             GO TO R1-CTR-FIM.
           MOVE SPACES TO WS-BKP-REG
           MOVE REGCTR TO WS-BKP-REG
           PERFORM GRAVA-BKP THRU GRAVA-BKP-FIM
           IF WS-BKP-FALHA = 1
             CLOSE ARQCTR
             GO TO R8-ERROGRAV.
           GO TO R1-CTR-LOOP.
       R1-CTR-FIM.
           CLOSE ARQCTR
           PERFORM FECHA-BKP THRU FECHA-BKP-FIM.

       R1-TRA.
           OPEN I-O ARQTRA
           IF ST-ERRO = "30"
             MOVE "ARQTRA" TO WS-ARQUIVO
             PERFORM AVISA-AUSENTE THRU AVISA-AUSENTE-FIM
             GO TO R1-FRT.
           IF ST-ERRO NOT = "00"
             MOVE "ARQTRA" TO WS-ARQUIVO
             GO TO R8-EMUSO.
           MOVE "TRA" TO WS-TAG
           MOVE "ARQTRA" TO WS-ARQUIVO
           PERFORM ABRE-BKP THRU ABRE-BKP-FIM
           IF WS-BKP-FALHA = 1
             CLOSE ARQTRA
             GO TO R8-ERROGRAV.
           MOVE ZEROS TO TRA-CODIGO
           START ARQTRA KEY IS NOT LESS THAN TRA-CODIGO.
       R1-TRA-LOOP.
           READ ARQTRA NEXT RECORD
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
             GO TO R1-TRA-FIM.
           MOVE SPACES TO WS-BKP-REG
           MOVE REGTRA TO WS-BKP-REG
           PERFORM GRAVA-BKP THRU GRAVA-BKP-FIM
           IF WS-BKP-FALHA = 1
             CLOSE ARQTRA
             GO TO R8-ERROGRAV.
           GO TO R1-TRA-LOOP.
       R1-TRA-FIM.
           CLOSE ARQTRA
           PERFORM FECHA-BKP THRU FECHA-BKP-FIM.

       R1-FRT.
           OPEN I-O ARQFRT
           IF ST-ERRO = "30"
             MOVE "ARQFRT" TO WS-ARQUIVO
             PERFORM AVISA-AUSENTE THRU AVISA-AUSENTE-FIM
             GO TO R1-FPG.
           IF ST-ERRO NOT = "00"
             MOVE "ARQFRT" TO WS-ARQUIVO
             GO TO R8-EMUSO.
           MOVE "FRT" TO WS-TAG
           MOVE "ARQFRT" TO WS-ARQUIVO
           PERFORM ABRE-BKP THRU ABRE-BKP-FIM
           IF WS-BKP-FALHA = 1
             CLOSE ARQFRT
             GO TO R8-ERROGRAV.
           MOVE LOW-VALUES TO CHAVE-FRT
           START ARQFRT KEY IS NOT LESS THAN CHAVE-FRT.
       R1-FRT-LOOP.
           READ ARQFRT NEXT RECORD
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
             GO TO R1-FRT-FIM.
           MOVE SPACES TO WS-BKP-REG
           MOVE REGFRT TO WS-BKP-REG
           PERFORM GRAVA-BKP THRU GRAVA-BKP-FIM
           IF WS-BKP-FALHA = 1
             CLOSE ARQFRT
             GO TO R8-ERROGRAV.
           GO TO R1-FRT-LOOP.
       R1-FRT-FIM.
           CLOSE ARQFRT
           PERFORM FECHA-BKP THRU FECHA-BKP-FIM.

       R1-FPG.
           OPEN I-O ARQFPG
           IF ST-ERRO = "30"
             MOVE "ARQFPG" TO WS-ARQUIVO
             PERFORM AVISA-AUSENTE THRU AVISA-AUSENTE-FIM
             GO TO R1-EST.
           IF ST-ERRO NOT = "00"
             MOVE "ARQFPG" TO WS-ARQUIVO
             GO TO R8-EMUSO.
           MOVE "FPG" TO WS-TAG
           MOVE "ARQFPG" TO WS-ARQUIVO
           PERFORM ABRE-BKP THRU ABRE-BKP-FIM
           IF WS-BKP-FALHA = 1
             CLOSE ARQFPG
             GO TO R8-ERROGRAV.
           MOVE LOW-VALUES TO CHAVE-FPG
           START ARQFPG KEY IS NOT LESS THAN CHAVE-FPG.
       R1-FPG-LOOP.
           READ ARQFPG NEXT RECORD
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
             GO TO R1-FPG-FIM.
           MOVE SPACES TO WS-BKP-REG
           MOVE REGFPG TO WS-BKP-REG
           PERFORM GRAVA-BKP THRU GRAVA-BKP-FIM
           IF WS-BKP-FALHA = 1
             CLOSE ARQFPG
             GO TO R8-ERROGRAV.
           GO TO R1-FPG-LOOP.
       R1-FPG-FIM.
           CLOSE ARQFPG
           PERFORM FECHA-BKP THRU FECHA-BKP-FIM.

       R1-EST.
           OPEN I-O ARQEST
           IF ST-ERRO = "30"
             MOVE "ARQEST" TO WS-ARQUIVO
             PERFORM AVISA-AUSENTE THRU AVISA-AUSENTE-FIM
             GO TO R1-LOT.
           IF ST-ERRO NOT = "00"
             MOVE "ARQEST" TO WS-ARQUIVO
             GO TO R8-EMUSO.
           MOVE "EST" TO WS-TAG
           MOVE "ARQEST" TO WS-ARQUIVO
           PERFORM ABRE-BKP THRU ABRE-BKP-FIM
           IF WS-BKP-FALHA = 1
             CLOSE ARQEST
             GO TO R8-ERROGRAV.
           MOVE ZEROS TO CHAVE-EST
           START ARQEST KEY IS NOT LESS THAN CHAVE-EST.
       R1-EST-LOOP.
           READ ARQEST NEXT RECORD
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
             GO TO R1-EST-FIM.
           MOVE SPACES TO WS-BKP-REG
           MOVE REGEST TO WS-BKP-REG
           PERFORM GRAVA-BKP THRU GRAVA-BKP-FIM
           IF WS-BKP-FALHA = 1
             CLOSE ARQEST
             GO TO R8-ERROGRAV.
           GO TO R1-EST-LOOP.
       R1-EST-FIM.
           CLOSE ARQEST
           PERFORM FECHA-BKP THRU FECHA-BKP-FIM.

       R1-LOT.
           OPEN I-O ARQLOT
           IF ST-ERRO = "30"
             MOVE "ARQLOT" TO WS-ARQUIVO
             PERFORM AVISA-AUSENTE THRU AVISA-AUSENTE-FIM
             GO TO R1-LTP.
           IF ST-ERRO NOT = "00"
             MOVE "ARQLOT" TO WS-ARQUIVO
             GO TO R8-EMUSO.
           MOVE "LOT" TO WS-TAG
           MOVE "ARQLOT" TO WS-ARQUIVO
           PERFORM ABRE-BKP THRU ABRE-BKP-FIM
           IF WS-BKP-FALHA = 1
             CLOSE ARQLOT
             GO TO R8-ERROGRAV.
           MOVE LOW-VALUES TO CHAVE-LOT
           START ARQLOT KEY IS NOT LESS THAN CHAVE-LOT.
       R1-LOT-LOOP.
           READ ARQLOT NEXT RECORD
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
             GO TO R1-LOT-FIM.
           MOVE SPACES TO WS-BKP-REG
           MOVE REGLOT TO WS-BKP-REG
           PERFORM GRAVA-BKP THRU GRAVA-BKP-FIM
           IF WS-BKP-FALHA = 1
             CLOSE ARQLOT
             GO TO R8-ERROGRAV.
           GO TO R1-LOT-LOOP.
       R1-LOT-FIM.
           CLOSE ARQLOT
           PERFORM FECHA-BKP THRU FECHA-BKP-FIM.

       R1-LTP.
           OPEN I-O ARQLTP
           IF ST-ERRO = "30"
             MOVE "ARQLTP" TO WS-ARQUIVO
             PERFORM AVISA-AUSENTE THRU AVISA-AUSENTE-FIM
             GO TO R1-KIT.
           IF ST-ERRO NOT = "00"
             MOVE "ARQLTP" TO WS-ARQUIVO
             GO TO R8-EMUSO.
           MOVE "LTP" TO WS-TAG
           MOVE "ARQLTP" TO WS-ARQUIVO
           PERFORM ABRE-BKP THRU ABRE-BKP-FIM
           IF WS-BKP-FALHA = 1
             CLOSE ARQLTP
             GO TO R8-ERROGRAV.
           MOVE LOW-VALUES TO CHAVE-LTP
           START ARQLTP KEY IS NOT LESS THAN CHAVE-LTP.
       R1-LTP-LOOP.
           READ ARQLTP NEXT RECORD
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
             GO TO R1-LTP-FIM.
           MOVE SPACES TO WS-BKP-REG
           MOVE REGLTP TO WS-BKP-REG
           PERFORM GRAVA-BKP THRU GRAVA-BKP-FIM
           IF WS-BKP-FALHA = 1
             CLOSE ARQLTP
             GO TO R8-ERROGRAV.
           GO TO R1-LTP-LOOP.
       R1-LTP-FIM.
           CLOSE ARQLTP
           PERFORM FECHA-BKP THRU FECHA-BKP-FIM.

       R1-KIT.
           OPEN I-O ARQKIT
           IF ST-ERRO = "30"
             MOVE "ARQKIT" TO WS-ARQUIVO
             PERFORM AVISA-AUSENTE THRU AVISA-AUSENTE-FIM
             GO TO R1-KTP.
           IF ST-ERRO NOT = "00"
             MOVE "ARQKIT" TO WS-ARQUIVO
             GO TO R8-EMUSO.
           MOVE "KIT" TO WS-TAG
           MOVE "ARQKIT" TO WS-ARQUIVO
           PERFORM ABRE-BKP THRU ABRE-BKP-FIM
           IF WS-BKP-FALHA = 1
             CLOSE ARQKIT
             GO TO R8-ERROGRAV.
           MOVE ZEROS TO CHAVE-KIT
           START ARQKIT KEY IS NOT LESS THAN CHAVE-KIT.
       R1-KIT-LOOP.
           READ ARQKIT NEXT RECORD
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
             GO TO R1-KIT-FIM.
           MOVE SPACES TO WS-BKP-REG
           MOVE REGKIT TO WS-BKP-REG
           PERFORM GRAVA-BKP THRU GRAVA-BKP-FIM
           IF WS-BKP-FALHA = 1
             CLOSE ARQKIT
             GO TO R8-ERROGRAV.
           GO TO R1-KIT-LOOP.
       R1-KIT-FIM.
           CLOSE ARQKIT
           PERFORM FECHA-BKP THRU FECHA-BKP-FIM.

       R1-KTP.
           OPEN I-O ARQKTP
           IF ST-ERRO = "30"
             MOVE "ARQKTP" TO WS-ARQUIVO
             PERFORM AVISA-AUSENTE THRU AVISA-AUSENTE-FIM
             GO TO R1-ICM.
           IF ST-ERRO NOT = "00"
             MOVE "ARQKTP" TO WS-ARQUIVO
             GO TO R8-EMUSO.
           MOVE "KTP" TO WS-TAG
           MOVE "ARQKTP" TO WS-ARQUIVO
           PERFORM ABRE-BKP THRU ABRE-BKP-FIM
           IF WS-BKP-FALHA = 1
             CLOSE ARQKTP
             GO TO R8-ERROGRAV.
           MOVE ZEROS TO CHAVE-KTP
           START ARQKTP KEY IS NOT LESS THAN CHAVE-KTP.
       R1-KTP-LOOP.
           READ ARQKTP NEXT RECORD
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
             GO TO R1-KTP-FIM.
           MOVE SPACES TO WS-BKP-REG
           MOVE REGKTP TO WS-BKP-REG
           PERFORM GRAVA-BKP THRU GRAVA-BKP-FIM
           IF WS-BKP-FALHA = 1
             CLOSE ARQKTP
             GO TO R8-ERROGRAV.
           GO TO R1-KTP-LOOP.
       R1-KTP-FIM.
           CLOSE ARQKTP
           PERFORM FECHA-BKP THRU FECHA-BKP-FIM.

       R1-ICM.
           OPEN I-O ARQICM
           IF ST-ERRO = "30"
             MOVE "ARQICM" TO WS-ARQUIVO
             PERFORM AVISA-AUSENTE THRU AVISA-AUSENTE-FIM
             GO TO R1-NFC.
           IF ST-ERRO NOT = "00"
             MOVE "ARQICM" TO WS-ARQUIVO
             GO TO R8-EMUSO.
           MOVE "ICM" TO WS-TAG
           MOVE "ARQICM" TO WS-ARQUIVO
           PERFORM ABRE-BKP THRU ABRE-BKP-FIM
           IF WS-BKP-FALHA = 1
             CLOSE ARQICM
             GO TO R8-ERROGRAV.
           MOVE SPACES TO ICM-UF
           START ARQICM KEY IS NOT LESS THAN ICM-UF.
       R1-ICM-LOOP.
           READ ARQICM NEXT RECORD
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
             GO TO R1-ICM-FIM.
           MOVE SPACES TO WS-BKP-REG
           MOVE REGICM TO WS-BKP-REG
           PERFORM GRAVA-BKP THRU GRAVA-BKP-FIM
           IF WS-BKP-FALHA = 1
             CLOSE ARQICM
             GO TO R8-ERROGRAV.
           GO TO R1-ICM-LOOP.
       R1-ICM-FIM.
           CLOSE ARQICM
           PERFORM FECHA-BKP THRU FECHA-BKP-FIM.

       R1-NFC.
           OPEN I-O ARQNFC
           IF ST-ERRO = "30"
             MOVE "ARQNFC" TO WS-ARQUIVO
             PERFORM AVISA-AUSENTE THRU AVISA-AUSENTE-FIM
             GO TO R1-NFI.
           IF ST-ERRO NOT = "00"
             MOVE "ARQNFC" TO WS-ARQUIVO
             GO TO R8-EMUSO.
           MOVE "NFC" TO WS-TAG
           MOVE "ARQNFC" TO WS-ARQUIVO
           PERFORM ABRE-BKP THRU ABRE-BKP-FIM
           IF WS-BKP-FALHA = 1
             CLOSE ARQNFC
             GO TO R8-ERROGRAV.
           MOVE ZEROS TO CHAVE-NFC
           START ARQNFC KEY IS NOT LESS THAN CHAVE-NFC.
       R1-NFC-LOOP.
           READ ARQNFC NEXT RECORD
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
             GO TO R1-NFC-FIM.
           MOVE SPACES TO WS-BKP-REG
           MOVE REGNFC TO WS-BKP-REG
           PERFORM GRAVA-BKP THRU GRAVA-BKP-FIM
           IF WS-BKP-FALHA = 1
             CLOSE ARQNFC
             GO TO R8-ERROGRAV.
           GO TO R1-NFC-LOOP.
       R1-NFC-FIM.
           CLOSE ARQNFC
           PERFORM FECHA-BKP THRU FECHA-BKP-FIM.

       R1-NFI.
           OPEN I-O ARQNFI
           IF ST-ERRO = "30"
             MOVE "ARQNFI" TO WS-ARQUIVO
             PERFORM AVISA-AUSENTE THRU AVISA-AUSENTE-FIM
             GO TO R1-MET.
           IF ST-ERRO NOT = "00"
             MOVE "ARQNFI" TO WS-ARQUIVO
             GO TO R8-EMUSO.
           MOVE "NFI" TO WS-TAG
           MOVE "ARQNFI" TO WS-ARQUIVO
           PERFORM ABRE-BKP THRU ABRE-BKP-FIM
           IF WS-BKP-FALHA = 1
             CLOSE ARQNFI
             GO TO R8-ERROGRAV.
           MOVE ZEROS TO CHAVE-NFI
           START ARQNFI KEY IS NOT LESS THAN CHAVE-NFI.
       R1-NFI-LOOP.
           READ ARQNFI NEXT RECORD
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
             GO TO R1-NFI-FIM.
           MOVE SPACES TO WS-BKP-REG
           MOVE REGNFI TO WS-BKP-REG
           PERFORM GRAVA-BKP THRU GRAVA-BKP-FIM
           IF WS-BKP-FALHA = 1
             CLOSE ARQNFI
             GO TO R8-ERROGRAV.
           GO TO R1-NFI-LOOP.
       R1-NFI-FIM.
           CLOSE ARQNFI
           PERFORM FECHA-BKP THRU FECHA-BKP-FIM.

       R1-MET.
           OPEN I-O ARQMET
           IF ST-ERRO = "30"
             MOVE "ARQMET" TO WS-ARQUIVO
             PERFORM AVISA-AUSENTE THRU AVISA-AUSENTE-FIM
             GO TO R1-IMP.
           IF ST-ERRO NOT = "00"
             MOVE "ARQMET" TO WS-ARQUIVO
             GO TO R8-EMUSO.
           MOVE "MET" TO WS-TAG
           MOVE "ARQMET" TO WS-ARQUIVO
           PERFORM ABRE-BKP THRU ABRE-BKP-FIM
           IF WS-BKP-FALHA = 1
             CLOSE ARQMET
             GO TO R8-ERROGRAV.
           MOVE ZEROS TO CHAVE-MET
           START ARQMET KEY IS NOT LESS THAN CHAVE-MET.
       R1-MET-LOOP.
           READ ARQMET NEXT RECORD
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
             GO TO R1-MET-FIM.
           MOVE SPACES TO WS-BKP-REG
           MOVE REGMET TO WS-BKP-REG
           PERFORM GRAVA-BKP THRU GRAVA-BKP-FIM
           IF WS-BKP-FALHA = 1
             CLOSE ARQMET
             GO TO R8-ERROGRAV.
           GO TO R1-MET-LOOP.
       R1-MET-FIM.
           CLOSE ARQMET
           PERFORM FECHA-BKP THRU FECHA-BKP-FIM.

       R1-IMP.
           OPEN I-O ARQIMP
           IF ST-ERRO = "30"
             MOVE "ARQIMP" TO WS-ARQUIVO
             PERFORM AVISA-AUSENTE THRU AVISA-AUSENTE-FIM
             GO TO R1-EXT.
           IF ST-ERRO NOT = "00"
             MOVE "ARQIMP" TO WS-ARQUIVO
             GO TO R8-EMUSO.
           MOVE "IMP" TO WS-TAG
           MOVE "ARQIMP" TO WS-ARQUIVO
           PERFORM ABRE-BKP THRU ABRE-BKP-FIM
           IF WS-BKP-FALHA = 1
             CLOSE ARQIMP
             GO TO R8-ERROGRAV.
           MOVE LOW-VALUES TO CHAVE-IMP
           START ARQIMP KEY IS NOT LESS THAN CHAVE-IMP.
       R1-IMP-LOOP.
           READ ARQIMP NEXT RECORD
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
             GO TO R1-IMP-FIM.
           MOVE SPACES TO WS-BKP-REG
           MOVE REGIMP TO WS-BKP-REG
           PERFORM GRAVA-BKP THRU GRAVA-BKP-FIM
           IF WS-BKP-FALHA = 1
             CLOSE ARQIMP
             GO TO R8-ERROGRAV.
           GO TO R1-IMP-LOOP.
       R1-IMP-FIM.
           CLOSE ARQIMP
           PERFORM FECHA-BKP THRU FECHA-BKP-FIM.

       R1-EXT.
           OPEN I-O ARQEXT
           IF ST-ERRO = "30"
             MOVE "ARQEXT" TO WS-ARQUIVO
             PERFORM AVISA-AUSENTE THRU AVISA-AUSENTE-FIM
             GO TO R9-FIM.
           IF ST-ERRO NOT = "00"
             MOVE "ARQEXT" TO WS-ARQUIVO
             GO TO R8-EMUSO.
           MOVE "EXT" TO WS-TAG
           MOVE "ARQEXT" TO WS-ARQUIVO
           PERFORM ABRE-BKP THRU ABRE-BKP-FIM
           IF WS-BKP-FALHA = 1
             CLOSE ARQEXT
             GO TO R8-ERROGRAV.
           MOVE LOW-VALUES TO CHAVE-EXT
           START ARQEXT KEY IS NOT LESS THAN CHAVE-EXT.
       R1-EXT-LOOP.
           READ ARQEXT NEXT RECORD
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
             GO TO R1-EXT-FIM.
           MOVE SPACES TO WS-BKP-REG
           MOVE REGEXT TO WS-BKP-REG
           PERFORM GRAVA-BKP THRU GRAVA-BKP-FIM
           IF WS-BKP-FALHA = 1
             CLOSE ARQEXT
             GO TO R8-ERROGRAV.
           GO TO R1-EXT-LOOP.
       R1-EXT-FIM.
           CLOSE ARQEXT
           PERFORM FECHA-BKP THRU FECHA-BKP-FIM.

           GO TO R9-FIM.

      ***************** ERRO NA GRAVACAO DA GERACAO - ABORTA ******************
