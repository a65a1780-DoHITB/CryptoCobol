      *                every round (record key, field number...) -
      *                the same value must be supplied to decipher
      *   FPE-DIGITS-LEN 4-16, FPE-DIGITS-IN/OUT the digit strings
      *   FPE-CRYPTO-PROV the provider to cipher through (AESLCOR) -
      *                spaces use AESCORE, as LMAIN-CRYPTO-PROV does
      *   FPE-KEY-HANDLE alias/version of a module-resident key,
      *                with FPE-KEY left blank - for a provider that
      *                operates the key inside the hardware module
      *
      * Construction: the digits split into halves A (u = len/2) and
      * B; each round enciphers one AES block built from the round
         77 WS-TAB-LOADED              PIC X(01)   VALUE 'N'.
            88 SW-TAB-LOADED                       VALUE 'Y'.

      *  Provider this CALL ciphers through, and whether it refused
      *  any round's block (it answers per CALL, so it is held here)
         77 WS-CRYPTO-PROV             PIC X(08).
         77 WS-PROV-SW                 PIC X(01).
            88 SW-PROV-REFUSED                     VALUE 'Y'.

      *  Feistel state - halves as numbers plus their digit lengths
         77 WS-A-NUM                   PIC 9(09).
         77 WS-B-NUM                   PIC 9(09).
            02 FPE-STATUS              PIC X(03).
               88 FPES-OK                       VALUE 'OK '.
               88 FPES-ERR                      VALUE 'ERR'.
            02 FPE-CRYPTO-PROV         PIC X(08).
            02 FPE-KEY-HANDLE.
               03 FPE-KH-ALIAS         PIC X(08).
               03 FPE-KH-VERSION       PIC 9(03).

       PROCEDURE DIVISION USING LS.
       MAINLINE.
            SET FPES-OK                     TO TRUE.
            MOVE 'N'                        TO WS-PROV-SW.

      *     If no interface name informed, use default
            IF FPE-CRYPTO-PROV = SPACES OR LOW-VALUES
              MOVE 'AESCORE'                TO WS-CRYPTO-PROV
            ELSE
              MOVE FPE-CRYPTO-PROV          TO WS-CRYPTO-PROV
            END-IF.

            IF NOT SW-POW-BUILT
              PERFORM BUILD-POW-TABLE
                PERFORM DECIPHER-ROUNDS
              END-IF

      *       A refused round leaves nothing worth handing back
              IF SW-PROV-REFUSED
                SET FPES-ERR                TO TRUE
                MOVE SPACES                 TO FPE-DIGITS-OUT
                MOVE SPACES                 TO IO-KEY OF IOCOMM
              ELSE
                PERFORM JOIN-THE-HALVES
              END-IF
            END-IF.

            GOBACK.

            MOVE WS-PRF-HEX              TO IO-TEXT OF IOCOMM.
            MOVE FPE-KEY                 TO IO-KEY OF IOCOMM.
            MOVE FPE-KEY-HANDLE          TO IO-KEY-HANDLE OF IOCOMM.
            MOVE FPE-BITS                TO IO-BITS OF IOCOMM.
            MOVE 'ECB'                   TO IO-MODE OF IOCOMM.
            MOVE 'C'                     TO IO-ACTION OF IOCOMM.
            MOVE WS-CIPHER-DATA          TO IOTAB.

            CALL WS-CRYPTO-PROV USING IOCOMM IOTAB IOPUTM.

            IF IO-PROV-ERR OF IOCOMM
              SET SW-PROV-REFUSED        TO TRUE
            END-IF.

            MOVE 0                       TO WS-Y.

