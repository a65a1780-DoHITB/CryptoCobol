      *     alias matches any) so a legitimate new consumer stops
      *     alerting the moment it is added there.
      *
      * Months AESJROLL has rolled off the journal still teach the
      * profiles: their AESKUSUM summaries carry each alias's
      * callers, hours and weekdays, and are learned from ahead of
      * the live detail.
      *
      * An alias with no history cannot be out of profile against
      * itself - its first day simply becomes its profile tomorrow.
      * Report on AESKANRP; RETURN-CODE 4 when anomalies were found.
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-USE.

      *     ROLLED-UP MONTHS OF AESKUSE (AESKUSUM), written by
      *     AESJROLL
            SELECT OPTIONAL R-SUS ASSIGN TO 'AESKUSUM'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-SUS.

      *     ALLOW-LIST (AESKALOW - alias, caller)
            SELECT OPTIONAL R-ALW ASSIGN TO 'AESKALOW'
                   ORGANIZATION IS SEQUENTIAL
          02 USE-TIME                 PIC 9(06).
          02 USE-RUN-IDENT            PIC X(16).
          02 USE-OUTCOME              PIC X(03).
          02 USE-KEY-USE              PIC X(01).
          02 FILLER                   PIC X(06).

      *   AESKUSUM
       FD R-SUS LABEL RECORD STANDARD.

       01 SUS-REC.
          COPY 'AESLJSUM.cpy'.

      *   AESKALOW
       FD R-ALW LABEL RECORD STANDARD.
            05 FS-USE                   PIC 9(02).
               88 FS-USE-OK                       VALUE 0.
               88 FS-USE-EOF                      VALUE 10.
            05 FS-SUS                   PIC 9(02).
               88 FS-SUS-OK                       VALUE 0.
               88 FS-SUS-EOF                      VALUE 10.
            05 FS-ALW                   PIC 9(02).
               88 FS-ALW-OK                       VALUE 0.
               88 FS-ALW-EOF                      VALUE 10.
         77 WS-PR-COUNT                PIC 9(03)   VALUE 0.
         77 WS-PR-I                    PIC 9(03).
         77 WS-PC-I                    PIC 9(02).
         77 WS-MK-I                    PIC 9(02).

      *  The latest day's lookups, held for judgment once the
      *  profiles are complete
           MOVE 1                         TO WS-PASS.
           PERFORM SCAN-JOURNAL.

           PERFORM LEARN-FROM-SUMMARY
              THRU LEARN-FROM-SUMMARY-EXIT.

           MOVE 2                         TO WS-PASS.
           PERFORM SCAN-JOURNAL.

           MOVE 0                         TO FS-USE.


       LEARN-FROM-SUMMARY.
      *     The rolled-up months are all older than the day under
      *     judgment - everything in them is history to learn from
           OPEN INPUT R-SUS.

           IF FS-SUS-OK
             CONTINUE
           ELSE
             GO TO LEARN-FROM-SUMMARY-EXIT
           END-IF.

           PERFORM UNTIL FS-SUS-EOF
             READ R-SUS
               AT END
                 CONTINUE
               NOT AT END
                 PERFORM LEARN-ONE-SUMMARY
                    THRU LEARN-ONE-SUMMARY-EXIT
             END-READ
           END-PERFORM.

           CLOSE R-SUS.

       LEARN-FROM-SUMMARY-EXIT.
           EXIT.


       LEARN-ONE-SUMMARY.
           PERFORM VARYING WS-PR-I FROM 1 BY 1
             UNTIL WS-PR-I > WS-PR-COUNT
             OR WS-PR-ALIAS(WS-PR-I) = JSUM-KEY-1
             CONTINUE
           END-PERFORM.

           IF WS-PR-I > WS-PR-COUNT
             IF WS-PR-COUNT = 200
               GO TO LEARN-ONE-SUMMARY-EXIT
             END-IF

             ADD 1                        TO WS-PR-COUNT
             MOVE JSUM-KEY-1              TO WS-PR-ALIAS(WS-PR-I)
             MOVE 0                       TO WS-PR-CALLERS(WS-PR-I)
                                             WS-PR-RECORDS(WS-PR-I)
             MOVE ALL 'N'                 TO WS-PR-HOURS(WS-PR-I)
                                             WS-PR-DAYS(WS-PR-I)
           END-IF.

           ADD JSUM-RECORDS               TO WS-PR-RECORDS(WS-PR-I).

           PERFORM VARYING WS-MK-I FROM 1 BY 1
             UNTIL WS-MK-I > 24
             IF JSUM-USE-HOURS(WS-MK-I:1) = 'Y'
               MOVE 'Y'      TO WS-PR-HOURS(WS-PR-I)(WS-MK-I:1)
             END-IF
           END-PERFORM.

           PERFORM VARYING WS-MK-I FROM 1 BY 1
             UNTIL WS-MK-I > 7
             IF JSUM-USE-DAYS(WS-MK-I:1) = 'Y'
               MOVE 'Y'      TO WS-PR-DAYS(WS-PR-I)(WS-MK-I:1)
             END-IF
           END-PERFORM.

           PERFORM VARYING WS-PC-I FROM 1 BY 1
             UNTIL WS-PC-I > WS-PR-CALLERS(WS-PR-I)
             OR WS-PR-CALLER(WS-PR-I WS-PC-I) = JSUM-KEY-2
             CONTINUE
           END-PERFORM.

           IF WS-PC-I > WS-PR-CALLERS(WS-PR-I)
             AND WS-PR-CALLERS(WS-PR-I) < 10
             ADD 1                        TO WS-PR-CALLERS(WS-PR-I)
             MOVE JSUM-KEY-2
               TO WS-PR-CALLER(WS-PR-I WS-PR-CALLERS(WS-PR-I))
           END-IF.

       LEARN-ONE-SUMMARY-EXIT.
           EXIT.


       SORT-ONE-RECORD.
           MOVE USE-RUN-IDENT(1:8)        TO WS-CALLER.
           MOVE USE-TIME(1:2)             TO WS-HOUR.
