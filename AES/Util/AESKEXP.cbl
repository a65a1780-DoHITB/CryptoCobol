      * (AESKPARM), the same one-record-per-run simplicity AESPURGE's
      * AESPPARM already uses - a missing control card just keeps the
      * default below.
      *
      * A version under a usage ceiling (KEYF-CEIL-UNIT) is also
      * projected against it: the usage AESKUACC last accumulated in
      * AESKUSG, spread over the days since the version was first
      * used, gives a daily rate, and the day that rate reaches the
      * ceiling is reported the same way as a calendar expiry - when
      * it has been reached, or falls within the warning window -
      * and flagged when it comes before the expiry date.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                   RECORD KEY   IS KEYF-REC-KEY
                   FILE STATUS  IS FS-KEY.

      *     KEY-VERSION USAGE TOTALS (AESKUSG - KSDS keyed on
      *     alias+version, built by AESKUACC; no file is no usage)
            SELECT OPTIONAL R-KUSG ASSIGN TO 'AESKUSG'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS RANDOM
                   RECORD KEY   IS KUSG-REC-KEY
                   FILE STATUS  IS FS-KUSG.

      *     CONTROL CARD (AESKPARM - one record, WARN-DAYS)
            SELECT OPTIONAL R-PARM ASSIGN TO 'AESKPARM'
                   ORGANIZATION IS SEQUENTIAL
       01 KEYF-REC.
          COPY 'AESLKEY.cpy'.

      *   AESKUSG
       FD R-KUSG LABEL RECORD STANDARD.

       01 KUSG-REC.
          COPY 'AESLKUSG.cpy'.

      *   AESKPARM
       FD R-PARM LABEL RECORD STANDARD.

               88 FS-PARM-OK                      VALUE 0.
            05 FS-RPT                   PIC 9(02).
               88 FS-RPT-OK                       VALUE 0.
            05 FS-KUSG                  PIC 9(02).
               88 FS-KUSG-OK                      VALUE 0.

      *  Warning window - AESKPARM's value when the optional control
      *  card is present and readable, otherwise this default.
         77 WS-WARNING-COUNT            PIC 9(05)   VALUE 0.
         77 WS-NODATE-COUNT             PIC 9(05)   VALUE 0.

      *  Usage-ceiling projection - usage in the ceiling's unit, the
      *  days it took (first use through the AESKUSG as-of day), and
      *  the day the same rate reaches the ceiling
         77 WS-KUSG-OPEN                PIC X(01)   VALUE 'N'.
            88 SW-KUSG-OPEN                         VALUE 'Y'.
         77 WS-CEIL-USED                PIC 9(15).
         77 WS-CEIL-SPAN                PIC 9(07).
         77 WS-CEIL-DAYS                PIC 9(15).
         77 WS-CEIL-AS-OF               PIC 9(08).
         77 WS-CEIL-LILIAN              PIC 9(08).
         77 WS-CEIL-DATE                PIC 9(08).
         77 WS-CEIL-DAYS-LEFT           PIC S9(05).
         77 WS-CEIL-STATE               PIC X(01).
            88 SW-CEIL-REACHED                      VALUE 'R'.
            88 SW-CEIL-UNUSED                       VALUE 'N'.
            88 SW-CEIL-PROJECTED                    VALUE 'P'.
            88 SW-CEIL-DISTANT                      VALUE 'D'.
         77 WS-CEIL-REACHED-COUNT       PIC 9(05)   VALUE 0.
         77 WS-CEIL-NEAR-COUNT          PIC 9(05)   VALUE 0.

         01 WS-RPT-LINE                 PIC X(80).

       LINKAGE SECTION.
           DELIMITED BY SIZE            INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

           OPEN INPUT R-KUSG.

           IF FS-KUSG-OK
             SET SW-KUSG-OPEN             TO TRUE
           END-IF.

           PERFORM UNTIL FS-KEY-EOF
             READ R-KEY NEXT RECORD
             IF FS-KEY-OK
           DELIMITED BY SIZE            INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

           STRING 'CEILINGS - REACHED ' WS-CEIL-REACHED-COUNT
                  ' PROJECTED WITHIN WINDOW ' WS-CEIL-NEAR-COUNT
           DELIMITED BY SIZE            INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

           IF SW-KUSG-OPEN
             CLOSE R-KUSG
           END-IF.

           CLOSE R-KEY R-RPT.

           DISPLAY 'AESKEXP: ' WS-CHECKED-COUNT ' active key(s) '
                   PERFORM WRITE-REPORT-LINE
               END-EVALUATE
             END-IF

             IF KEYF-CEIL-SET AND KEYF-CEILING NUMERIC
               AND KEYF-CEILING > 0
               PERFORM CHECK-USAGE-CEILING
             END-IF
           END-IF.


       CHECK-USAGE-CEILING.
           PERFORM PROJECT-CEILING-DATE.

           EVALUATE TRUE
             WHEN SW-CEIL-REACHED
               ADD 1                      TO WS-CEIL-REACHED-COUNT

               STRING KEYF-ID ' V' KEYF-VERSION
                      ' USAGE CEILING REACHED (' KEYF-CEIL-UNIT
                      ') - CIPHER ALREADY REFUSED BY AESKGET'
               DELIMITED BY SIZE        INTO WS-RPT-LINE
               PERFORM WRITE-REPORT-LINE
             WHEN SW-CEIL-PROJECTED
               AND WS-CEIL-DAYS-LEFT <= WS-WARN-DAYS
               ADD 1                      TO WS-CEIL-NEAR-COUNT

               STRING KEYF-ID ' V' KEYF-VERSION
                      ' USAGE CEILING (' KEYF-CEIL-UNIT
                      ') PROJECTED ' WS-CEIL-DATE
                      ' IN ' WS-CEIL-DAYS-LEFT ' DAY(S)'
               DELIMITED BY SIZE        INTO WS-RPT-LINE

               IF KEYF-EXPIRES > 0 AND WS-CEIL-DATE < KEYF-EXPIRES
                 MOVE ' BEFORE EXPIRY'    TO WS-RPT-LINE(67:14)
               END-IF

               PERFORM WRITE-REPORT-LINE
           END-EVALUATE.


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
                 COMPUTE WS-CEIL-DAYS-LEFT =
                     WS-CEIL-LILIAN - WS-TODAY-LILIAN
      *          Totals older than today can put the day behind us
      *          - it is due now, not in the past
                 IF WS-CEIL-DAYS-LEFT < 0
                   MOVE 0                 TO WS-CEIL-DAYS-LEFT
                 END-IF
               END-IF
           END-EVALUATE.


       WRITE-REPORT-LINE.
           MOVE WS-RPT-LINE                TO RPT-REC.
           MOVE SPACES                     TO WS-RPT-LINE.
