      * WORKING-STORAGE across CALLs within the run unit - the same
      * static-between-CALLs behaviour AESMAIN's ZEROIZE commentary
      * already documents for this runtime.
      *
      * KCV-CRYPTO-PROV names the provider the block is ciphered
      * through (spaces: AESCORE, as LMAIN-CRYPTO-PROV defaults), and
      * KCV-KEY-HANDLE the alias/version of a module-resident key
      * when KCV-KEY is blank - so a hardware provider can prove a
      * key it will never hand out. A provider refusal is KCVS-ERR.
      *****************************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
         77 WS-TAB-LOADED              PIC X(01)   VALUE 'N'.
            88 SW-TAB-LOADED                       VALUE 'Y'.

         77 WS-CRYPTO-PROV             PIC X(08).

         01 PMW.
            COPY 'AESLLOG.cpy'.

            02 KCV-STATUS              PIC X(03).
               88 KCVS-OK                       VALUE 'OK '.
               88 KCVS-ERR                      VALUE 'ERR'.
            02 KCV-CRYPTO-PROV         PIC X(08).
            02 KCV-KEY-HANDLE.
               03 KCV-KH-ALIAS         PIC X(08).
               03 KCV-KH-VERSION       PIC 9(03).

       PROCEDURE DIVISION USING LS.
       MAINLINE.
            SET KCVS-OK                     TO TRUE.

      *     If no interface name informed, use default
            IF KCV-CRYPTO-PROV = SPACES OR LOW-VALUES
              MOVE 'AESCORE'                TO WS-CRYPTO-PROV
            ELSE
              MOVE KCV-CRYPTO-PROV          TO WS-CRYPTO-PROV
            END-IF.

            IF NOT SW-TAB-LOADED
              PERFORM LOAD-TABLE
            END-IF.
       COMPUTE-KCV.
            MOVE ALL '0'                    TO IO-TEXT OF IOCOMM.
            MOVE KCV-KEY                    TO IO-KEY OF IOCOMM.
            MOVE KCV-KEY-HANDLE             TO IO-KEY-HANDLE OF IOCOMM.
            MOVE 'ECB'                      TO IO-MODE OF IOCOMM.
            MOVE KCV-BITS                   TO IO-BITS OF IOCOMM.
            MOVE 'C'                        TO IO-ACTION OF IOCOMM.
            MOVE WS-CIPHER-DATA             TO IOTAB.
            MOVE PMW                        TO IOPUTM.

            CALL WS-CRYPTO-PROV USING IOCOMM IOTAB IOPUTM.

            IF IO-PROV-ERR OF IOCOMM
              SET KCVS-ERR                  TO TRUE
              MOVE SPACES                   TO KCV-VALUE
            ELSE
              MOVE IO-TEXT OF IOCOMM(1:6)   TO KCV-VALUE
            END-IF.

      *     Key material must not linger here between CALLs
            MOVE SPACES                     TO IO-KEY OF IOCOMM.
