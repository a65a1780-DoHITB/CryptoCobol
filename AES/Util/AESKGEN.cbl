      *****************************************************************
      * Key and IV generation utility - so "make up some hex" stops
      * being a production procedure. Mints a key of the requested
      * strength and a 32-hex-char IV from the AESDRBG CTR_DRBG
      * (entropy-seeded, health-tested - a generator that fails its
      * health tests generates nothing and the run stops), runs
      * sanity checks on the result (no low-diversity output, no
      * long single-character runs - the '0101...' keyed at AESKMNT
      * more than once would never pass), and delivers them per the
      * AESKGPRM control card:
      *
      *   TARGET 'F' - whole key, IV and KCV to the sealed one-time
      *       AESKSEED file for a deck to reference
      *       holds the whole key
      *
      * Control card AESKGPRM: TARGET(1) BITS(3-5) ALIAS(7-14)
      * CRYPTO-DAYS(16-20) KEY-USE(22 - D/M/K/V/F/I, blank 'D'),
      * alias/days/use used by TARGET 'P' only.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
          05 PARM-ALIAS                  PIC X(08).
          05 FILLER                      PIC X(01).
          05 PARM-CRYPTO-DAYS            PIC 9(05).
          05 FILLER                      PIC X(01).
          05 PARM-KEY-USE                PIC X(01).

      *   AESKSEED
       FD R-SEED LABEL RECORD STANDARD.
       01 RPL-CTL-REC.
          05 RPC-SEQ                     PIC 9(09).
          05 RPC-NEXT-SEQ                PIC 9(09).
          05 FILLER                      PIC X(200).

       WORKING-STORAGE SECTION.
         01 FS.
         77 WS-BITS                     PIC X(03)   VALUE '256'.
         77 WS-ALIAS                    PIC X(08).
         77 WS-CRYPTO-DAYS              PIC 9(05)   VALUE 0.
      *  Declared use stamped on the pending entry (KEYF-KEY-USE)
         77 WS-KEY-USE                  PIC X(01)   VALUE 'D'.
            88 WS-KEY-USE-VALID                     VALUE 'D' 'M' 'K'
                                                          'V' 'F' 'I'.
         77 WS-KEY-HEXLEN               PIC 9(02).

      *  Random bit generator - linkage mirrored from AESDRBG
         01 WS-DRBG-LS.
            05 DRB-FUNCTION             PIC X(01).
               88 DRB-GENERATE                    VALUE 'G'.
               88 DRB-RESEED                      VALUE 'R'.
            05 DRB-CALLER               PIC X(08).
            05 DRB-LENGTH               PIC 9(03).
            05 DRB-OUTPUT               PIC X(128).
            05 DRB-STATUS               PIC X(03).
               88 DRBS-OK                         VALUE 'OK '.
               88 DRBS-ERR                        VALUE 'ERR'.
               88 DRBS-HEALTH                     VALUE 'HLT'.
         01 WS-HEXCHARS                 PIC X(16)
                                        VALUE '0123456789ABCDEF'.

            05 KCV-STATUS               PIC X(03).
               88 KCVS-OK                        VALUE 'OK '.
               88 KCVS-ERR                       VALUE 'ERR'.
            05 KCV-CRYPTO-PROV          PIC X(08)   VALUE SPACES.
            05 KCV-KEY-HANDLE.
               10 KCV-KH-ALIAS          PIC X(08)   VALUE SPACES.
               10 KCV-KH-VERSION        PIC 9(03)   VALUE 0.

      *  Pending-version placement for TARGET 'P'
         77 WS-HI-VERSION               PIC 9(03).
             STOP RUN
           END-IF.

      *     Key, then IV, each regenerated until it passes the
      *     sanity checks
           MOVE WS-KEY-HEXLEN              TO WS-GEN-LEN.
                 MOVE PARM-BITS             TO WS-BITS
                 MOVE PARM-ALIAS            TO WS-ALIAS
                 MOVE PARM-CRYPTO-DAYS      TO WS-CRYPTO-DAYS
                 IF PARM-KEY-USE NOT = SPACE
                   MOVE PARM-KEY-USE        TO WS-KEY-USE
                 END-IF
             END-READ

             CLOSE R-PARM
             STOP RUN
           END-IF.

           IF NOT WS-KEY-USE-VALID
             DISPLAY 'AESKGEN: KEY USE MUST BE D, M, K, V, F OR I'
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.


       DRAW-RANDOM-HEX.
      *     WS-GEN-LEN fresh hex characters from AESDRBG. A generator
      *     that has failed a health test hands back nothing, and no
      *     key material may come from anywhere else.
           MOVE 'G'                        TO DRB-FUNCTION.
           MOVE 'AESKGEN '                 TO DRB-CALLER.
           MOVE WS-GEN-LEN                 TO DRB-LENGTH.

           CALL 'AESDRBG' USING WS-DRBG-LS.

           EVALUATE TRUE
             WHEN DRBS-OK
               MOVE DRB-OUTPUT(1:WS-GEN-LEN)
                                           TO WS-GEN-BUF(1:WS-GEN-LEN)
               MOVE SPACES                 TO DRB-OUTPUT
             WHEN DRBS-HEALTH
               DISPLAY 'AESKGEN: RANDOM BIT GENERATOR FAILED ITS '
                       'HEALTH TESTS - NO KEY MATERIAL GENERATED'
               MOVE 12                     TO RETURN-CODE
               STOP RUN
             WHEN OTHER
               DISPLAY 'AESKGEN: RANDOM BIT GENERATOR UNAVAILABLE ('
                       DRB-STATUS ')'
               MOVE 12                     TO RETURN-CODE
               STOP RUN
           END-EVALUATE.


       GENERATE-CHECKED-HEX.
             END-IF

             MOVE SPACES                   TO WS-GEN-BUF
             PERFORM DRAW-RANDOM-HEX

             PERFORM CHECK-ENTROPY
           END-PERFORM.
           MOVE 0                         TO KEYF-CRYPTO-DAYS.
           MOVE 0                         TO KEYF-EXPIRES.
           MOVE SPACES                    TO KEYF-KCV.
           MOVE 0                         TO KEYF-MKEY-GEN.
           MOVE WS-KEY-USE                TO KEYF-KEY-USE.
           MOVE SPACE                     TO KEYF-CEIL-UNIT.
           MOVE 0                         TO KEYF-CEILING
                                             KEYF-CEIL-WARN-PCT.
           MOVE SPACE                     TO KEYF-RESIDENCE.
           MOVE 'AESKGEN '                TO KEYF-PEND-OPER.
           MOVE WS-NEW-KEY(1:32)          TO KEYF-PEND-COMP.
           MOVE WS-BITS                   TO KEYF-PEND-BITS.
