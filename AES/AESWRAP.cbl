      * unused are zero-filled before wrapping, and WRP-BITS tells
      * unwrap how many hex characters are real so it can blank the
      * tail back out the way CHECK-KEY expects to find it.
      *
      * WRP-FORMAT picks the construction. 'W' is the half-field ECB
      * form above; 'K' is the RFC 3394 AES key wrap: the key is cut
      * into 64-bit semiblocks (2, 3 or 4 by WRP-BITS - no zero-fill,
      * the real key only), run through the six-pass wrapping
      * function under the same 256-bit key, and comes back as
      * C1..Cn on WRP-KEY-OUT plus the integrity block C0 on
      * WRP-KEY-C0. Unwrap of a 'K' key recomputes the initial value
      * A6A6A6A6A6A6A6A6 and answers WRPS-ICV, with WRP-KEY-OUT left
      * blank, when it does not come back - a tampered, truncated or
      * wrong-key entry never returns key material. A wrap call with
      * WRP-FORMAT left blank uses 'K'; an unwrap call with it blank
      * reads the entry as 'W', which is what every entry written
      * before the field existed is. WRP-FORMAT comes back set to the
      * form actually used so the caller can stamp KEYF-WRAP-SW.
      *
      * WRP-KEK, when not blank, is used in place of the shop master
      * key - AESKXCHG wraps partner envelopes under the pre-shared
      * KEK through here, and AESMAIN an envelope run's data key
      * under the alias key (a 128/192-bit alias key zero-filled to
      * the full 64 hex, the same fill the half-field form uses).
      * A module-resident KEK has no bytes to hand over: WRP-KEK is
      * left blank and WRP-KEK-HANDLE carries its alias/version for
      * the provider named in WRP-CRYPTO-PROV (spaces: AESCORE, as
      * LMAIN-CRYPTO-PROV defaults) to operate inside the module. A
      * provider refusal is WRPS-ERR with nothing handed back.
      *
      * The master key has generations (AESMKGN, built by the
      * AESMKCER custodian ceremony; generation zero is the original
      * AESMKEY record). A wrap always goes under the current
      * generation and hands its number back on WRP-MK-GEN for the
      * caller to stamp on the entry; an unwrap goes under whichever
      * generation WRP-MK-GEN names, as long as it is current or
      * still outgoing - so entries not yet moved by the AESMKRWP
      * rewrap pass keep resolving while it runs. Every usable
      * generation is read on the first CALL and cached with the
      * tables.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-MKY.

      *     MASTER-KEY GENERATIONS (AESMKGN - KSDS keyed on MKG-GEN)
            SELECT OPTIONAL R-MKG ASSIGN TO 'AESMKGN'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS SEQUENTIAL
                   RECORD KEY   IS MKG-GEN
                   FILE STATUS  IS FS-MKG.

       DATA DIVISION.
       FILE SECTION.
      *   AESMKEY

       01 MKY-REC                        PIC X(64).

      *   AESMKGN
       FD R-MKG LABEL RECORD STANDARD.

       01 MKG-REC.
          COPY 'AESLMKG.cpy'.

       WORKING-STORAGE SECTION.
         01 FS.
            05 FS-MKY                  PIC 9(02).
               88 FS-MKY-OK                      VALUE 0.
            05 FS-MKG                  PIC 9(02).
               88 FS-MKG-OK                      VALUE 0.
               88 FS-MKG-EOF                     VALUE 10.

         01 DG-S.
            COPY 'DATA-GET.cpy'.
         77 WS-LOADED                  PIC X(01)   VALUE 'N'.
            88 SW-LOADED                           VALUE 'Y'.

      *  Generation zero (AESMKEY) - read, and not since retired
         77 WS-GEN0-USABLE             PIC X(01)   VALUE 'N'.
            88 SW-GEN0-USABLE                      VALUE 'Y'.

      *  Current and outgoing AESMKGN generations
         01 WS-MKG-TABLE.
            05 WS-MKG-ENTRY OCCURS 20.
               10 WS-MKG-T-GEN         PIC 9(03).
               10 WS-MKG-T-KEY         PIC X(64).
         77 WS-MKG-COUNT               PIC 9(02)   VALUE 0.
         77 WS-MKG-I                   PIC 9(02).
         77 WS-CURRENT-GEN             PIC 9(03)   VALUE 0.
         77 WS-WANT-GEN                PIC 9(03).

         77 WS-HALF-I                  PIC 9(01).
         77 WS-HALF-POS                PIC 9(02).
         77 WS-WORK-KEY                PIC X(64).
         77 WS-FILL-I                  PIC 9(02).
         77 WS-REAL-HEXLEN             PIC 9(02).

      *  Key this CALL wraps under - the master key or the caller's
      *  KEK, by value or by module handle - and the provider that
      *  runs it, with whether that provider refused any block
         77 WS-WRAP-KEY                PIC X(64).
         77 WS-WRAP-HANDLE             PIC X(11).
         77 WS-CRYPTO-PROV             PIC X(08).
         77 WS-PROV-SW                 PIC X(01).
            88 SW-PROV-REFUSED                     VALUE 'Y'.

      *  RFC 3394 wrapping-function registers: A and the semiblock
      *  array R1..Rn, one 16-hex-char slot each
         77 WS-KW-A                    PIC X(16).
         77 WS-KW-R                    PIC X(64).
         77 WS-KW-N                    PIC 9(01).
         77 WS-KW-J                    PIC S9(01).
         77 WS-KW-I                    PIC S9(01).
         77 WS-KW-T                    PIC 9(03).
         77 WS-KW-POS                  PIC 9(02).
         77 WS-KW-IV                   PIC X(16)
                                       VALUE 'A6A6A6A6A6A6A6A6'.

      *  A's low byte XOR t - t never exceeds 6 * 4, so only the
      *  last byte of A is ever touched
         77 WS-KW-AV                   PIC 9(03).
         77 WS-KW-TV                   PIC 9(03).
         77 WS-KW-XV                   PIC 9(03).
         77 WS-KW-POW                  PIC 9(03).
         77 WS-KW-BIT                  PIC 9(01).
         77 WS-KW-ABIT                 PIC 9(01).
         77 WS-KW-TBIT                 PIC 9(01).
         77 WS-KW-NIB                  PIC 9(02).
         77 WS-KW-HI                   PIC 9(02).
         77 WS-KW-LO                   PIC 9(02).
         77 WS-KW-CHAR                 PIC X(01).
         01 WS-HEXDIGITS               PIC X(16)
                                       VALUE '0123456789ABCDEF'.

         01 PMW.
            COPY 'AESLLOG.cpy'.

            02 WRP-STATUS              PIC X(03).
               88 WRPS-OK                       VALUE 'OK '.
               88 WRPS-ERR                      VALUE 'ERR'.
               88 WRPS-ICV                      VALUE 'ICV'.
            02 WRP-FORMAT              PIC X(01).
               88 WRP-FMT-ECB                   VALUE 'W'.
               88 WRP-FMT-KW                    VALUE 'K'.
            02 WRP-KEY-C0              PIC X(16).
            02 WRP-KEK                 PIC X(64).
            02 WRP-MK-GEN              PIC 9(03).
            02 WRP-CRYPTO-PROV         PIC X(08).
            02 WRP-KEK-HANDLE.
               03 WRP-KH-ALIAS         PIC X(08).
               03 WRP-KH-VERSION       PIC 9(03).

       PROCEDURE DIVISION USING LS.
       MAINLINE.
            SET WRPS-OK                     TO TRUE.
            MOVE 'N'                        TO WS-PROV-SW.

      *     If no interface name informed, use default
            IF WRP-CRYPTO-PROV = SPACES OR LOW-VALUES
              MOVE 'AESCORE'                TO WS-CRYPTO-PROV
            ELSE
              MOVE WRP-CRYPTO-PROV          TO WS-CRYPTO-PROV
            END-IF.

            IF WRP-KH-ALIAS = LOW-VALUES
              MOVE SPACES                   TO WRP-KEK-HANDLE
            END-IF.

            IF NOT SW-LOADED
              PERFORM LOAD-TABLES-AND-MASTER
            END-IF.

            MOVE SPACES                     TO WS-WRAP-HANDLE.

            IF WRP-KEK = SPACES AND WRP-KH-ALIAS = SPACES
              IF WRP-WRAP
                MOVE WS-CURRENT-GEN         TO WRP-MK-GEN
              END-IF
              PERFORM RESOLVE-GENERATION-KEY
            ELSE
              MOVE WRP-KEK                  TO WS-WRAP-KEY
              IF WRP-KEK = SPACES
                MOVE WRP-KEK-HANDLE         TO WS-WRAP-HANDLE
              END-IF
            END-IF.

            IF WRP-FORMAT = SPACE
              IF WRP-WRAP
                SET WRP-FMT-KW              TO TRUE
              ELSE
                SET WRP-FMT-ECB             TO TRUE
              END-IF
            END-IF.

            IF WRPS-OK
              EVALUATE TRUE
                WHEN WRP-WRAP AND WRP-FMT-KW
                  PERFORM KW-WRAP-KEY
                WHEN WRP-UNWRAP AND WRP-FMT-KW
                  PERFORM KW-UNWRAP-KEY
                WHEN WRP-WRAP AND WRP-FMT-ECB
                  PERFORM WRAP-KEY
                WHEN WRP-UNWRAP AND WRP-FMT-ECB
                  PERFORM UNWRAP-KEY
                WHEN OTHER
                  SET WRPS-ERR              TO TRUE
              END-EVALUATE
            END-IF.

      *     A refused block leaves nothing worth handing back
            IF SW-PROV-REFUSED
              SET WRPS-ERR                  TO TRUE
              MOVE SPACES                   TO WRP-KEY-OUT
              IF WRP-WRAP
                MOVE SPACES                 TO WRP-KEY-C0
              END-IF
            END-IF.

      *     No key material may linger here between CALLs
            MOVE SPACES                     TO WS-WORK-KEY WS-WRAP-KEY
                                               WS-KW-A WS-KW-R.
            MOVE SPACES                     TO IO-KEY OF IOCOMM.
            MOVE SPACES                     TO IO-KSCH OF IOCOMM.
            MOVE SPACES                     TO IO-KEY-HANDLE OF IOCOMM.

            GOBACK.


            IF WRPS-OK
              PERFORM READ-MASTER-KEY
              PERFORM READ-GENERATIONS
            END-IF.

      *     Nothing to wrap under at all - no AESMKEY and no built
      *     generation. A caller-supplied KEK needs neither.
            IF WRPS-OK
              AND NOT SW-GEN0-USABLE
              AND WS-MKG-COUNT = 0
              AND WRP-KEK = SPACES
              AND WRP-KH-ALIAS = SPACES
              SET WRPS-ERR                  TO TRUE
            END-IF.

            IF WRPS-OK


       READ-MASTER-KEY.
      *     Once a ceremony-built generation is current, AESMKEY is
      *     only generation zero - its absence is an error only when
      *     an entry still under it comes to be unwrapped
            OPEN INPUT R-MKY.

            IF FS-MKY-OK
              READ R-MKY
                AT END
                  CONTINUE
                NOT AT END
                  MOVE MKY-REC              TO WS-MASTER-KEY
                  SET SW-GEN0-USABLE        TO TRUE
              END-READ

              CLOSE R-MKY
            END-IF.


       READ-GENERATIONS.
      *     AESMKGN is OPTIONAL - a shop that has never held a
      *     ceremony runs on AESMKEY alone, exactly as before
            MOVE 0                          TO WS-MKG-COUNT.
            MOVE 0                          TO WS-CURRENT-GEN.

            OPEN INPUT R-MKG.

            IF FS-MKG-OK
              PERFORM UNTIL FS-MKG-EOF
                READ R-MKG NEXT RECORD
                  AT END
                    CONTINUE
                  NOT AT END
                    PERFORM TAKE-ONE-GENERATION
                END-READ
              END-PERFORM

              CLOSE R-MKG
            END-IF.


       TAKE-ONE-GENERATION.
            IF MKG-GEN = 0 AND MKG-RETIRED
              MOVE 'N'                      TO WS-GEN0-USABLE
              MOVE SPACES                   TO WS-MASTER-KEY
            END-IF.

            IF (MKG-CURRENT OR MKG-OUTGOING)
              AND MKG-KEY NOT = SPACES
              AND WS-MKG-COUNT < 20
              ADD 1                         TO WS-MKG-COUNT
              MOVE MKG-GEN          TO WS-MKG-T-GEN(WS-MKG-COUNT)
              MOVE MKG-KEY          TO WS-MKG-T-KEY(WS-MKG-COUNT)

              IF MKG-CURRENT AND MKG-GEN > WS-CURRENT-GEN
                MOVE MKG-GEN                TO WS-CURRENT-GEN
              END-IF
            END-IF.

            MOVE SPACES                     TO MKG-KEY.


       RESOLVE-GENERATION-KEY.
            MOVE SPACES                     TO WS-WRAP-KEY.

            IF WRP-MK-GEN IS NUMERIC
              MOVE WRP-MK-GEN               TO WS-WANT-GEN
            ELSE
              MOVE 0                        TO WS-WANT-GEN
            END-IF.

            IF WS-WANT-GEN = 0 AND SW-GEN0-USABLE
              MOVE WS-MASTER-KEY            TO WS-WRAP-KEY
            ELSE
              PERFORM VARYING WS-MKG-I FROM 1 BY 1
                UNTIL WS-MKG-I > WS-MKG-COUNT
                IF WS-MKG-T-GEN(WS-MKG-I) = WS-WANT-GEN
                  MOVE WS-MKG-T-KEY(WS-MKG-I) TO WS-WRAP-KEY
                END-IF
              END-PERFORM
            END-IF.

      *     A pending, retired or unknown generation has no key here
            IF WS-WRAP-KEY = SPACES
              SET WRPS-ERR                  TO TRUE
            END-IF.


              MOVE WS-WORK-KEY(WS-HALF-POS:32)
                                            TO IO-TEXT OF IOCOMM
              MOVE WS-WRAP-KEY              TO IO-KEY OF IOCOMM
              MOVE WS-WRAP-HANDLE           TO IO-KEY-HANDLE OF IOCOMM
              MOVE 'ECB'                    TO IO-MODE OF IOCOMM
              MOVE '256'                    TO IO-BITS OF IOCOMM
              MOVE 'C'                      TO IO-ACTION OF IOCOMM
              MOVE WS-CIPHER-DATA           TO IOTAB
              MOVE PMW                      TO IOPUTM

              CALL WS-CRYPTO-PROV USING IOCOMM IOTAB IOPUTM

              IF IO-PROV-ERR OF IOCOMM
                SET SW-PROV-REFUSED         TO TRUE
              END-IF

              MOVE IO-TEXT OF IOCOMM
                TO WRP-KEY-OUT(WS-HALF-POS:32)
      *     Decipher each half under the master key, then blank the
      *     tail a 128/192-bit key never really used so the result
      *     looks exactly like the key as originally entered.
            MOVE WS-WRAP-KEY                TO IO-KEY OF IOCOMM.
            MOVE WS-WRAP-HANDLE             TO IO-KEY-HANDLE OF IOCOMM.
            MOVE 'ECB'                      TO IO-MODE OF IOCOMM.
            MOVE '256'                      TO IO-BITS OF IOCOMM.
            MOVE 'K'                        TO IO-ACTION OF IOCOMM.
            MOVE WS-CIPHER-DATA             TO IOTAB.
            MOVE PMW                        TO IOPUTM.

            CALL WS-CRYPTO-PROV USING IOCOMM IOTAB IOPUTM.

            IF IO-PROV-ERR OF IOCOMM
              SET SW-PROV-REFUSED           TO TRUE
            END-IF.

            PERFORM VARYING WS-HALF-I FROM 1 BY 1
              UNTIL WS-HALF-I > 2
              MOVE 'D'                      TO IO-ACTION OF IOCOMM
              MOVE WS-DECIPHER-DATA         TO IOTAB

              CALL WS-CRYPTO-PROV USING IOCOMM IOTAB IOPUTM

              IF IO-PROV-ERR OF IOCOMM
                SET SW-PROV-REFUSED         TO TRUE
              END-IF

              MOVE IO-TEXT OF IOCOMM
                TO WRP-KEY-OUT(WS-HALF-POS:32)
              MOVE SPACES
                TO WRP-KEY-OUT(WS-REAL-HEXLEN + 1:64 - WS-REAL-HEXLEN)
            END-IF.


       KW-WRAP-KEY.
      *     RFC 3394 section 2.2.1: A = IV, R(i) = P(i); six passes
      *     of B = E(K, A | R(i)), A = MSB64(B) XOR t, R(i) =
      *     LSB64(B), t = n*j + i.
            PERFORM KW-SET-SEMIBLOCKS.

            MOVE WS-KW-IV                   TO WS-KW-A.
            MOVE SPACES                     TO WS-KW-R.
            MOVE WRP-KEY-IN(1:WS-REAL-HEXLEN)
              TO WS-KW-R(1:WS-REAL-HEXLEN).

            PERFORM VARYING WS-KW-J FROM 0 BY 1
              UNTIL WS-KW-J > 5
              PERFORM VARYING WS-KW-I FROM 1 BY 1
                UNTIL WS-KW-I > WS-KW-N
                COMPUTE WS-KW-POS = (WS-KW-I - 1) * 16 + 1
                COMPUTE WS-KW-T = WS-KW-N * WS-KW-J + WS-KW-I

                MOVE WS-KW-A                TO IO-TEXT OF IOCOMM(1:16)
                MOVE WS-KW-R(WS-KW-POS:16)  TO IO-TEXT OF IOCOMM(17:16)
                MOVE WS-WRAP-KEY            TO IO-KEY OF IOCOMM
                MOVE WS-WRAP-HANDLE         TO IO-KEY-HANDLE OF IOCOMM
                MOVE 'ECB'                  TO IO-MODE OF IOCOMM
                MOVE '256'                  TO IO-BITS OF IOCOMM
                MOVE 'C'                    TO IO-ACTION OF IOCOMM
                MOVE 0                      TO IO-BATCH-COUNT OF IOCOMM
                MOVE WS-CIPHER-DATA         TO IOTAB
                MOVE PMW                    TO IOPUTM

                CALL WS-CRYPTO-PROV USING IOCOMM IOTAB IOPUTM

                IF IO-PROV-ERR OF IOCOMM
                  SET SW-PROV-REFUSED       TO TRUE
                END-IF

                MOVE IO-TEXT OF IOCOMM(1:16) TO WS-KW-A
                MOVE IO-TEXT OF IOCOMM(17:16)
                                            TO WS-KW-R(WS-KW-POS:16)
                PERFORM KW-XOR-T-INTO-A
              END-PERFORM
            END-PERFORM.

            MOVE SPACES                     TO WRP-KEY-OUT.
            MOVE WS-KW-R(1:WS-REAL-HEXLEN)
              TO WRP-KEY-OUT(1:WS-REAL-HEXLEN).
            MOVE WS-KW-A                    TO WRP-KEY-C0.


       KW-UNWRAP-KEY.
      *     RFC 3394 section 2.2.2: the same passes run backwards,
      *     B = D(K, (A XOR t) | R(i)), then the recovered A must
      *     equal the initial value or nothing is returned.
            PERFORM KW-SET-SEMIBLOCKS.

            MOVE WRP-KEY-C0                 TO WS-KW-A.
            MOVE SPACES                     TO WS-KW-R.
            MOVE WRP-KEY-IN(1:WS-REAL-HEXLEN)
              TO WS-KW-R(1:WS-REAL-HEXLEN).

            MOVE WS-WRAP-KEY                TO IO-KEY OF IOCOMM.
            MOVE WS-WRAP-HANDLE             TO IO-KEY-HANDLE OF IOCOMM.
            MOVE 'ECB'                      TO IO-MODE OF IOCOMM.
            MOVE '256'                      TO IO-BITS OF IOCOMM.
            MOVE 'K'                        TO IO-ACTION OF IOCOMM.
            MOVE 0                          TO IO-BATCH-COUNT OF IOCOMM.
            MOVE WS-CIPHER-DATA             TO IOTAB.
            MOVE PMW                        TO IOPUTM.

            CALL WS-CRYPTO-PROV USING IOCOMM IOTAB IOPUTM.

            IF IO-PROV-ERR OF IOCOMM
              SET SW-PROV-REFUSED           TO TRUE
            END-IF.

            PERFORM VARYING WS-KW-J FROM 5 BY -1
              UNTIL WS-KW-J < 0
              PERFORM VARYING WS-KW-I FROM WS-KW-N BY -1
                UNTIL WS-KW-I < 1
                COMPUTE WS-KW-POS = (WS-KW-I - 1) * 16 + 1
                COMPUTE WS-KW-T = WS-KW-N * WS-KW-J + WS-KW-I

                PERFORM KW-XOR-T-INTO-A

                MOVE WS-KW-A                TO IO-TEXT OF IOCOMM(1:16)
                MOVE WS-KW-R(WS-KW-POS:16)  TO IO-TEXT OF IOCOMM(17:16)
                MOVE 'D'                    TO IO-ACTION OF IOCOMM
                MOVE WS-DECIPHER-DATA       TO IOTAB

                CALL WS-CRYPTO-PROV USING IOCOMM IOTAB IOPUTM

                IF IO-PROV-ERR OF IOCOMM
                  SET SW-PROV-REFUSED       TO TRUE
                END-IF

                MOVE IO-TEXT OF IOCOMM(1:16) TO WS-KW-A
                MOVE IO-TEXT OF IOCOMM(17:16)
                                            TO WS-KW-R(WS-KW-POS:16)
              END-PERFORM
            END-PERFORM.

            MOVE SPACES                     TO WRP-KEY-OUT.

            IF WS-KW-A = WS-KW-IV
              MOVE WS-KW-R(1:WS-REAL-HEXLEN)
                TO WRP-KEY-OUT(1:WS-REAL-HEXLEN)
            ELSE
              SET WRPS-ICV                  TO TRUE
            END-IF.


       KW-SET-SEMIBLOCKS.
            EVALUATE WRP-BITS
              WHEN '128'
                MOVE 2                      TO WS-KW-N
              WHEN '192'
                MOVE 3                      TO WS-KW-N
              WHEN OTHER
                MOVE 4                      TO WS-KW-N
            END-EVALUATE.

            COMPUTE WS-REAL-HEXLEN = WS-KW-N * 16.


       KW-XOR-T-INTO-A.
      *     Low byte of A (its last two hex characters) XOR t, a bit
      *     at a time
            MOVE WS-KW-A(15:1)              TO WS-KW-CHAR.
            PERFORM KW-NIBBLE-VALUE.
            MOVE WS-KW-NIB                  TO WS-KW-HI.
            MOVE WS-KW-A(16:1)              TO WS-KW-CHAR.
            PERFORM KW-NIBBLE-VALUE.
            MOVE WS-KW-NIB                  TO WS-KW-LO.

            COMPUTE WS-KW-AV = WS-KW-HI * 16 + WS-KW-LO.
            MOVE WS-KW-T                    TO WS-KW-TV.
            MOVE 0                          TO WS-KW-XV.
            MOVE 1                          TO WS-KW-POW.

            PERFORM VARYING WS-KW-BIT FROM 1 BY 1
              UNTIL WS-KW-BIT > 8
              DIVIDE WS-KW-AV BY 2 GIVING WS-KW-AV
                                   REMAINDER WS-KW-ABIT
              DIVIDE WS-KW-TV BY 2 GIVING WS-KW-TV
                                   REMAINDER WS-KW-TBIT
              IF WS-KW-ABIT NOT = WS-KW-TBIT
                ADD WS-KW-POW               TO WS-KW-XV
              END-IF
              IF WS-KW-BIT < 8
                MULTIPLY 2                  BY WS-KW-POW
              END-IF
            END-PERFORM.

            DIVIDE WS-KW-XV BY 16 GIVING WS-KW-HI REMAINDER WS-KW-LO.
            MOVE WS-HEXDIGITS(WS-KW-HI + 1:1) TO WS-KW-A(15:1).
            MOVE WS-HEXDIGITS(WS-KW-LO + 1:1) TO WS-KW-A(16:1).


       KW-NIBBLE-VALUE.
            PERFORM VARYING WS-KW-NIB FROM 0 BY 1
              UNTIL WS-KW-NIB > 15
              OR WS-HEXDIGITS(WS-KW-NIB + 1:1) = WS-KW-CHAR
              CONTINUE
            END-PERFORM.

            IF WS-KW-NIB > 15
              MOVE 0                        TO WS-KW-NIB
            END-IF.
