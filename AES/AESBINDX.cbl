       ID DIVISION.
       PROGRAM-ID. AESBINDX.
      *****************************************************************
      * Blind index of one field value. Once a field is enciphered
      * the only way to find "every record for account X" was to
      * decipher whole generations; a blind index is a keyed hash of
      * the clear value that can be stored beside the ciphertext and
      * matched without ever deciphering anything - and without the
      * index key it says nothing about the values it was taken of.
      * AESFLDR takes one per mapped field as it loads, and AESBSRCH
      * takes one of the value being searched for; both come here so
      * the two can never drift apart.
      *
      *   BXI-INDEX-KEY  the raw index key (the caller resolves the
      *                  alias, key use 'I' - never the data key or
      *                  the signing key)
      *   BXI-VALUE      the clear value, BXI-LENGTH bytes of it
      *   BXI-INDEX      32 hex characters back - the first 128 bits
      *                  of the HMAC-SHA512 (AESHMAC) of the domain
      *                  label and the normalized value
      *
      * Normalized means leading and trailing spaces dropped and
      * lower-case letters folded to upper, so '0012345 ' on the
      * file and '0012345' on a search card index alike. Leading
      * zeros are kept - they are part of the value. A value that
      * is all spaces is not indexed at all (BXI-STATUS 'EMP'): every
      * blank field would otherwise share one index entry.
      *****************************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *  AESHMAC's linkage, mirrored the same way AESSEAL mirrors it
         01 WS-HMAC-LS.
            02 HMC-FUNCTION            PIC X(01).
               88 HMC-INIT                      VALUE 'I'.
               88 HMC-ADD                       VALUE 'A'.
               88 HMC-FINISH                    VALUE 'F'.
            02 HMC-MAC-KEY             PIC X(64).
            02 HMC-RECORD              PIC X(176).
            02 HMC-RECLEN              PIC 9(03).
            02 HMC-DIGEST              PIC X(128).
            02 HMC-STATUS              PIC X(03).
               88 HMCS-OK                       VALUE 'OK '.
               88 HMCS-ERR                      VALUE 'ERR'.

      *  Domain label hashed ahead of every value - an index is
      *  never the same HMAC as any other use of the key could make
         01 WS-BXI-DOMAIN              PIC X(08)   VALUE 'AESBIDX1'.

      *  The normalized value and where it lies in BXI-VALUE
         01 WS-NORM-VALUE              PIC X(999).
         77 WS-NORM-FIRST              PIC 9(03).
         77 WS-NORM-LAST               PIC 9(03).
         77 WS-NORM-LENGTH             PIC 9(03).
         77 WS-NORM-CHUNK              PIC 9(04).
         77 WS-NORM-TAKE               PIC 9(03).

       LINKAGE SECTION.
         01 LS.
            02 BXI-INDEX-KEY           PIC X(64).
            02 BXI-LENGTH              PIC 9(03).
            02 BXI-VALUE               PIC X(999).
            02 BXI-INDEX               PIC X(32).
            02 BXI-STATUS              PIC X(03).
               88 BXIS-OK                       VALUE 'OK '.
               88 BXIS-EMPTY                    VALUE 'EMP'.
               88 BXIS-ERR                      VALUE 'ERR'.

       PROCEDURE DIVISION USING LS.
       MAINLINE.
            SET BXIS-OK                     TO TRUE.
            MOVE SPACES                     TO BXI-INDEX.

            PERFORM NORMALIZE-VALUE
               THRU NORMALIZE-VALUE-EXIT.

            IF BXIS-OK
              PERFORM HASH-NORMALIZED-VALUE
            END-IF.

            MOVE SPACES                     TO HMC-MAC-KEY
                                               HMC-RECORD
                                               HMC-DIGEST
                                               WS-NORM-VALUE.

            GOBACK.


       NORMALIZE-VALUE.
            IF BXI-LENGTH = 0
              SET BXIS-EMPTY                TO TRUE
              GO TO NORMALIZE-VALUE-EXIT
            END-IF.

            PERFORM VARYING WS-NORM-FIRST FROM 1 BY 1
              UNTIL WS-NORM-FIRST > BXI-LENGTH
              OR BXI-VALUE(WS-NORM-FIRST:1) NOT = SPACE
              CONTINUE
            END-PERFORM.

            IF WS-NORM-FIRST > BXI-LENGTH
              SET BXIS-EMPTY                TO TRUE
              GO TO NORMALIZE-VALUE-EXIT
            END-IF.

            PERFORM VARYING WS-NORM-LAST FROM BXI-LENGTH BY -1
              UNTIL BXI-VALUE(WS-NORM-LAST:1) NOT = SPACE
              CONTINUE
            END-PERFORM.

            COMPUTE WS-NORM-LENGTH = WS-NORM-LAST - WS-NORM-FIRST + 1.

            MOVE SPACES                     TO WS-NORM-VALUE.
            MOVE BXI-VALUE(WS-NORM-FIRST:WS-NORM-LENGTH)
              TO WS-NORM-VALUE(1:WS-NORM-LENGTH).

            INSPECT WS-NORM-VALUE(1:WS-NORM-LENGTH)
              CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                      TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

       NORMALIZE-VALUE-EXIT.
            EXIT.


       HASH-NORMALIZED-VALUE.
      *     Domain label first, then the value in AESHMAC-sized
      *     pieces - the same streaming AESMASK's digests use
            SET HMC-INIT                    TO TRUE.
            MOVE BXI-INDEX-KEY              TO HMC-MAC-KEY.
            CALL 'AESHMAC' USING WS-HMAC-LS.

            IF HMCS-OK
              SET HMC-ADD                   TO TRUE
              MOVE WS-BXI-DOMAIN            TO HMC-RECORD
              MOVE 8                        TO HMC-RECLEN
              CALL 'AESHMAC' USING WS-HMAC-LS
            END-IF.

            PERFORM VARYING WS-NORM-CHUNK FROM 1 BY 176
              UNTIL WS-NORM-CHUNK > WS-NORM-LENGTH
              OR NOT HMCS-OK
              COMPUTE WS-NORM-TAKE =
                  WS-NORM-LENGTH - WS-NORM-CHUNK + 1
              IF WS-NORM-TAKE > 176
                MOVE 176                    TO WS-NORM-TAKE
              END-IF
              SET HMC-ADD                   TO TRUE
              MOVE SPACES                   TO HMC-RECORD
              MOVE WS-NORM-VALUE(WS-NORM-CHUNK:WS-NORM-TAKE)
                TO HMC-RECORD(1:WS-NORM-TAKE)
              MOVE WS-NORM-TAKE             TO HMC-RECLEN
              CALL 'AESHMAC' USING WS-HMAC-LS
            END-PERFORM.

            IF HMCS-OK
              SET HMC-FINISH                TO TRUE
              CALL 'AESHMAC' USING WS-HMAC-LS
            END-IF.

            IF HMCS-OK
              MOVE HMC-DIGEST(1:32)         TO BXI-INDEX
            ELSE
              SET BXIS-ERR                  TO TRUE
            END-IF.
