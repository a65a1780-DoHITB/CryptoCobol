      *     rewrap gets scheduled over three weeks instead of
      *     discovered the night the key expires.
      *
      * A version under a usage ceiling is due at the earlier of its
      * calendar expiry and the day its usage is projected to reach
      * the ceiling (AESKUSG usage at the rate seen since first use,
      * the same projection AESKEXP reports) - a heavy feed's key is
      * planned for when it will wear out, not when the calendar
      * says. A ceiling already reached is due today.
      *
      * Control card AESRKPRM: HORIZON-DAYS(1-3, default 090),
      * WINDOW-HOURS(5-6, default 06).
      *****************************************************************
                   RECORD KEY   IS CAT-GEN
                   FILE STATUS  IS FS-CAT.

      *     KEY-VERSION USAGE TOTALS (AESKUSG - built by AESKUACC)
            SELECT OPTIONAL R-KUSG ASSIGN TO 'AESKUSG'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS RANDOM
                   RECORD KEY   IS KUSG-REC-KEY
                   FILE STATUS  IS FS-KUSG.

      *     RUN-METRICS HISTORY (AESMHIST)
            SELECT OPTIONAL R-HIS ASSIGN TO 'AESMHIST'
                   ORGANIZATION IS SEQUENTIAL
      *     Environment the run belonged to ('T'/'P', space before
      *     the tag existed)
          02 CAT-ENV                  PIC X(01).
      *     Envelope run: the generation's data key, RFC 3394-
      *     wrapped under CAT-ALIAS at CAT-VERSION (spaces otherwise)
          02 CAT-DEK-WRAP             PIC X(64).
          02 CAT-DEK-C0               PIC X(16).
      *     Data classification label, and the MAC the run carried
      *     ('H' HMAC trailer, 'B' per-block MAC, 'A' both)
          02 CAT-CLASS                PIC X(01).
          02 CAT-MAC                  PIC X(01).
          02 FILLER                   PIC X(194).

      *   AESKUSG
       FD R-KUSG LABEL RECORD STANDARD.

       01 KUSG-REC.
          COPY 'AESLKUSG.cpy'.

      *   AESMHIST
       FD R-HIS LABEL RECORD STANDARD.
               88 FS-PARM-OK                      VALUE 0.
            05 FS-RPT                   PIC 9(02).
               88 FS-RPT-OK                       VALUE 0.
            05 FS-KUSG                  PIC 9(02).
               88 FS-KUSG-OK                      VALUE 0.

         77 WS-HORIZON-DAYS             PIC 9(03)   VALUE 090.
         77 WS-WINDOW-HOURS             PIC 9(02)   VALUE 06.
         77 WS-HORIZON-LILIAN           PIC 9(08).
         77 WS-EXPIRE-LILIAN            PIC 9(08).
         77 WS-DAYS-TO-EXPIRY           PIC S9(05).
         77 WS-DUE-DATE                 PIC 9(08).

      *  Usage-ceiling projection (see PROJECT-CEILING-DATE)
         77 WS-KUSG-OPEN                PIC X(01)   VALUE 'N'.
            88 SW-KUSG-OPEN                         VALUE 'Y'.
         77 WS-CEIL-USED                PIC 9(15).
         77 WS-CEIL-SPAN                PIC 9(07).
         77 WS-CEIL-DAYS                PIC 9(15).
         77 WS-CEIL-AS-OF               PIC 9(08).
         77 WS-CEIL-LILIAN              PIC 9(08).
         77 WS-CEIL-DATE                PIC 9(08).
         77 WS-CEIL-STATE               PIC X(01).
            88 SW-CEIL-REACHED                      VALUE 'R'.
            88 SW-CEIL-UNUSED                       VALUE 'N'.
            88 SW-CEIL-PROJECTED                    VALUE 'P'.
            88 SW-CEIL-DISTANT                      VALUE 'D'.

      *  Expiring alias/versions within the horizon - the calendar
      *  expiry, the projected ceiling day (zero when none), and
      *  whichever comes first
         01 WS-EXP-TABLE.
            05 WS-EXP-ENTRY            OCCURS 50.
               10 WS-EX-ALIAS          PIC X(08).
               10 WS-EX-VERSION        PIC 9(03).
               10 WS-EX-EXPIRES        PIC 9(08).
               10 WS-EX-CEIL-DATE      PIC 9(08).
               10 WS-EX-DUE            PIC 9(08).
               10 WS-EX-GENS           PIC 9(05).
               10 WS-EX-SECS           PIC 9(09).
         77 WS-EXP-COUNT               PIC 9(02)    VALUE 0.
             STOP RUN
           END-IF.

           OPEN INPUT R-KUSG.

           IF FS-KUSG-OK
             SET SW-KUSG-OPEN             TO TRUE
           END-IF.

           PERFORM UNTIL FS-KEY-EOF
             READ R-KEY NEXT RECORD

             IF FS-KEY-OK AND KEYF-ACTIVE
               MOVE KEYF-EXPIRES          TO WS-DUE-DATE
               MOVE 0                     TO WS-CEIL-DATE

               IF KEYF-CEIL-SET AND KEYF-CEILING NUMERIC
                 AND KEYF-CEILING > 0
                 PERFORM PROJECT-CEILING-DATE

                 IF SW-CEIL-REACHED
                   MOVE WS-TODAY          TO WS-CEIL-DATE
                 END-IF

                 IF WS-CEIL-DATE > 0
                   AND (WS-DUE-DATE = 0 OR WS-CEIL-DATE < WS-DUE-DATE)
                   MOVE WS-CEIL-DATE      TO WS-DUE-DATE
                 END-IF
               END-IF

               IF WS-DUE-DATE > 0
                 AND WS-DUE-DATE <= WS-HORIZON-DATE
                 AND WS-EXP-COUNT < 50
                 ADD 1                    TO WS-EXP-COUNT
                 MOVE KEYF-ID             TO WS-EX-ALIAS(WS-EXP-COUNT)
                      WS-EX-VERSION(WS-EXP-COUNT)
                 MOVE KEYF-EXPIRES        TO
                      WS-EX-EXPIRES(WS-EXP-COUNT)
                 MOVE WS-CEIL-DATE        TO
                      WS-EX-CEIL-DATE(WS-EXP-COUNT)
                 MOVE WS-DUE-DATE         TO WS-EX-DUE(WS-EXP-COUNT)
                 MOVE 0                   TO WS-EX-GENS(WS-EXP-COUNT)
                                             WS-EX-SECS(WS-EXP-COUNT)
               END-IF
             END-IF
           END-PERFORM.

           IF SW-KUSG-OPEN
             CLOSE R-KUSG
           END-IF.

           CLOSE R-KEY.


       PROJECT-CEILING-DATE.
      *     Rate = usage / days in use (first use through as-of,
      *     inclusive); days to go = headroom / rate. A version not
      *     used yet has no rate and nothing to project, and one
      *     more than 99999 days out is as good as never.
           MOVE 0                         TO WS-CEIL-USED.
           MOVE 0                         TO WS-CEIL-DATE.
           MOVE 0                         TO KUSG-FIRST-USE
                                             KUSG-AS-OF.

           IF SW-KUSG-OPEN
             MOVE KEYF-ID                 TO KUSG-ID
             MOVE KEYF-VERSION            TO KUSG-VERSION

             READ R-KUSG KEY IS KUSG-REC-KEY

             IF FS-KUSG-OK
               IF KEYF-CEIL-BLOCKS
                 MOVE KUSG-BLOCKS         TO WS-CEIL-USED
               ELSE
                 MOVE KUSG-INVOCATIONS    TO WS-CEIL-USED
               END-IF
             ELSE
               MOVE 0                     TO KUSG-FIRST-USE
                                             KUSG-AS-OF
             END-IF
           END-IF.

           EVALUATE TRUE
             WHEN WS-CEIL-USED NOT < KEYF-CEILING
               SET SW-CEIL-REACHED        TO TRUE
             WHEN WS-CEIL-USED = 0 OR KUSG-FIRST-USE = 0
               SET SW-CEIL-UNUSED         TO TRUE
             WHEN OTHER
               IF KUSG-AS-OF > 0
                 MOVE KUSG-AS-OF          TO WS-CEIL-AS-OF
               ELSE
                 MOVE WS-TODAY            TO WS-CEIL-AS-OF
               END-IF

               COMPUTE WS-CEIL-SPAN =
                   FUNCTION INTEGER-OF-DATE(WS-CEIL-AS-OF)
                   - FUNCTION INTEGER-OF-DATE(KUSG-FIRST-USE) + 1
               COMPUTE WS-CEIL-DAYS =
                   (KEYF-CEILING - WS-CEIL-USED) * WS-CEIL-SPAN
                   / WS-CEIL-USED

               IF WS-CEIL-DAYS > 99999
                 SET SW-CEIL-DISTANT      TO TRUE
               ELSE
                 SET SW-CEIL-PROJECTED    TO TRUE
                 COMPUTE WS-CEIL-LILIAN =
                     FUNCTION INTEGER-OF-DATE(WS-CEIL-AS-OF)
                     + WS-CEIL-DAYS
                 COMPUTE WS-CEIL-DATE =
                     FUNCTION DATE-OF-INTEGER(WS-CEIL-LILIAN)
               END-IF
           END-EVALUATE.


       DERIVE-THROUGHPUT.
      *     Blocks-per-second off the shop's own measured history -
      *     REWRAP runs when any exist (they pay two cipher passes


       PLAN-ONE-ALIAS.
      *     Days left run to the version's due date - its expiry, or
      *     its projected ceiling day when that comes first
           COMPUTE WS-EXPIRE-LILIAN =
               FUNCTION INTEGER-OF-DATE(WS-EX-DUE(WS-EX-I)).
           COMPUTE WS-DAYS-TO-EXPIRY =
               WS-EXPIRE-LILIAN - WS-TODAY-LILIAN.

           IF WS-EX-CEIL-DATE(WS-EX-I) = 0
             STRING WS-EX-ALIAS(WS-EX-I) ' V' WS-EX-VERSION(WS-EX-I)
                    ' EXPIRES ' WS-EX-EXPIRES(WS-EX-I)
                    ' (' WS-DAYS-TO-EXPIRY ' DAY(S))'
             DELIMITED BY SIZE          INTO WS-RPT-LINE
           ELSE
             STRING WS-EX-ALIAS(WS-EX-I) ' V' WS-EX-VERSION(WS-EX-I)
                    ' EXPIRES ' WS-EX-EXPIRES(WS-EX-I)
                    ' USAGE CEILING ' WS-EX-CEIL-DATE(WS-EX-I)
                    ' - DUE ' WS-EX-DUE(WS-EX-I)
                    ' (' WS-DAYS-TO-EXPIRY ' DAY(S))'
             DELIMITED BY SIZE          INTO WS-RPT-LINE
           END-IF.
           PERFORM WRITE-REPORT-LINE.

           MOVE 0                         TO WS-CUM-SECS.
