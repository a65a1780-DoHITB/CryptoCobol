      * selector so verification always recomputes with the engine
      * that wrote the column.
      *
      * BMC-CRYPTO-PROV names the provider the blocks go through
      * (spaces: AESCORE, as LMAIN-CRYPTO-PROV defaults), and
      * BMC-KEY-HANDLE the alias/version of a module-resident MAC
      * key when BMC-MAC-KEY is blank. A provider refusal is
      * BMCS-ERR with BMC-MAC blank - no column value is invented.
      *
      * Construction: subkeys K1/K2 from L = AES(K, zero block) by
      * the doubling rule (left shift one bit, conditional XOR of
      * 0x87 into the last byte); the 24-byte message (8 ASCII
            88 SW-TAB-LOADED                       VALUE 'Y'.

      *  Subkey derivation and cache - K1/K2 recomputed only when
      *  the MAC key (its bytes, its handle or its provider)
      *  changes, so a whole run pays for them once
         77 WS-CACHED-KEY              PIC X(64)   VALUE SPACES.
         77 WS-CACHED-HANDLE           PIC X(11)   VALUE SPACES.
         77 WS-CACHED-PROV             PIC X(08)   VALUE SPACES.

         77 WS-CRYPTO-PROV             PIC X(08).
         77 WS-PROV-SW                 PIC X(01).
            88 SW-PROV-REFUSED                     VALUE 'Y'.
         77 WS-SUBKEY-L                PIC X(32).
         77 WS-SUBKEY-K1               PIC X(32).
         77 WS-SUBKEY-K2               PIC X(32).
            02 BMC-STATUS              PIC X(03).
               88 BMCS-OK                       VALUE 'OK '.
               88 BMCS-ERR                      VALUE 'ERR'.
            02 BMC-CRYPTO-PROV         PIC X(08).
            02 BMC-KEY-HANDLE.
               03 BMC-KH-ALIAS         PIC X(08).
               03 BMC-KH-VERSION       PIC 9(03).

       PROCEDURE DIVISION USING LS.
       MAINLINE.
            SET BMCS-OK                     TO TRUE.
            MOVE 'N'                        TO WS-PROV-SW.

      *     If no interface name informed, use default
            IF BMC-CRYPTO-PROV = SPACES OR LOW-VALUES
              MOVE 'AESCORE'                TO WS-CRYPTO-PROV
            ELSE
              MOVE BMC-CRYPTO-PROV          TO WS-CRYPTO-PROV
            END-IF.

            IF NOT SW-TAB-LOADED
              PERFORM LOAD-TABLES
            END-IF.

            IF BMCS-OK
              AND (BMC-MAC-KEY NOT = WS-CACHED-KEY
                   OR BMC-KEY-HANDLE NOT = WS-CACHED-HANDLE
                   OR WS-CRYPTO-PROV NOT = WS-CACHED-PROV)
              PERFORM DERIVE-SUBKEYS
            END-IF.

            IF BMCS-OK AND NOT SW-PROV-REFUSED
              PERFORM COMPUTE-THE-CMAC
            END-IF.

            IF SW-PROV-REFUSED
              SET BMCS-ERR                  TO TRUE
              MOVE SPACES                   TO BMC-MAC
            END-IF.

            GOBACK.


            PERFORM DOUBLE-THE-BLOCK.
            MOVE WS-DBL-OUT                 TO WS-SUBKEY-K2.

      *     Subkeys from a refused block are no subkeys at all
            IF SW-PROV-REFUSED
              MOVE SPACES                   TO WS-CACHED-PROV
            ELSE
              MOVE BMC-MAC-KEY              TO WS-CACHED-KEY
              MOVE BMC-KEY-HANDLE           TO WS-CACHED-HANDLE
              MOVE WS-CRYPTO-PROV           TO WS-CACHED-PROV
            END-IF.


       COMPUTE-THE-CMAC.
      *     MAC key convention LMAIN-MAC-KEY already fixes
            MOVE WS-X-HEX                   TO IO-TEXT OF IOCOMM.
            MOVE BMC-MAC-KEY                TO IO-KEY OF IOCOMM.
            MOVE BMC-KEY-HANDLE             TO IO-KEY-HANDLE OF IOCOMM.
            MOVE '256'                      TO IO-BITS OF IOCOMM.
            MOVE 'ECB'                      TO IO-MODE OF IOCOMM.
            MOVE 'C'                        TO IO-ACTION OF IOCOMM.
            MOVE WS-CIPHER-DATA             TO IOTAB.

            CALL WS-CRYPTO-PROV USING IOCOMM IOTAB IOPUTM.

            IF IO-PROV-ERR OF IOCOMM
              SET SW-PROV-REFUSED           TO TRUE
            END-IF.

            MOVE IO-TEXT OF IOCOMM          TO WS-X-HEX.
            MOVE SPACES                     TO IO-KEY OF IOCOMM.
