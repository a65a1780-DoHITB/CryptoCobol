      * data-access review: who detokenized what, and who suddenly
      * detokenized much more than they ever have.
      *
      * Months AESJROLL has rolled off the journal come from its
      * companion summary AESTJSUM instead - per caller and month the
      * calls by kind and the detokenize days - so the activity
      * counts and prior daily averages are those the full history
      * would give.
      *
      * The threshold multiple comes from a small optional control
      * record (AESTJPRM), the same one-record simplicity AESKUSR's
      * control card uses - a missing card keeps the default below.
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-JRN.

      *     ROLLED-UP MONTHS OF AESTJRNL (AESTJSUM), written by
      *     AESJROLL
            SELECT OPTIONAL R-SUS ASSIGN TO 'AESTJSUM'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-SUS.

      *     CONTROL CARD (AESTJPRM - one record, threshold multiple)
            SELECT OPTIONAL R-PARM ASSIGN TO 'AESTJPRM'
                   ORGANIZATION IS SEQUENTIAL
          02 TJR-OUTCOME              PIC X(03).
          02 FILLER                   PIC X(06).

      *   AESTJSUM
       FD R-SUS LABEL RECORD STANDARD.

       01 SUS-REC.
          COPY 'AESLJSUM.cpy'.

      *   AESTJPRM
       FD R-PARM LABEL RECORD STANDARD.

            05 FS-JRN                   PIC 9(02).
               88 FS-JRN-OK                       VALUE 0.
               88 FS-JRN-EOF                      VALUE 10.
            05 FS-SUS                   PIC 9(02).
               88 FS-SUS-OK                       VALUE 0.
               88 FS-SUS-EOF                      VALUE 10.
            05 FS-PARM                  PIC 9(02).
               88 FS-PARM-OK                      VALUE 0.
            05 FS-RPT                   PIC 9(02).
           PERFORM SCAN-JOURNAL
              THRU SCAN-JOURNAL-EXIT.

      *     The rolled-up months are older than any live record -
      *     they go in first, all of them prior history
           PERFORM SCAN-SUMMARY
              THRU SCAN-SUMMARY-EXIT.

           MOVE 2                         TO WS-PASS.
           PERFORM SCAN-JOURNAL
              THRU SCAN-JOURNAL-EXIT.
           EXIT.


       SCAN-SUMMARY.
           OPEN INPUT R-SUS.

           IF FS-SUS-OK
             CONTINUE
           ELSE
             GO TO SCAN-SUMMARY-EXIT
           END-IF.

           PERFORM UNTIL FS-SUS-EOF
             READ R-SUS
               AT END
                 CONTINUE
               NOT AT END
                 ADD JSUM-RECORDS         TO WS-READ-COUNT
                 PERFORM TALLY-ONE-SUMMARY
                    THRU TALLY-ONE-SUMMARY-EXIT
             END-READ
           END-PERFORM.

           CLOSE R-SUS.

       SCAN-SUMMARY-EXIT.
           EXIT.


       TALLY-ONE-SUMMARY.
           PERFORM VARYING WS-CT-I FROM 1 BY 1
             UNTIL WS-CT-I > WS-CT-COUNT
             OR WS-CT-CALLER(WS-CT-I) = JSUM-KEY-1
             CONTINUE
           END-PERFORM.

           IF WS-CT-I > WS-CT-COUNT
             IF WS-CT-COUNT = 200
               DISPLAY 'AESTJRPT: MORE THAN 200 CALLERS - EXTRAS '
                       'NOT SUMMARIZED'
               GO TO TALLY-ONE-SUMMARY-EXIT
             END-IF

             ADD 1                        TO WS-CT-COUNT
             MOVE JSUM-KEY-1              TO WS-CT-CALLER(WS-CT-I)
             MOVE 0                       TO WS-CT-TOKENIZES(WS-CT-I)
                                             WS-CT-DETOKENIZES(WS-CT-I)
                                             WS-CT-REFUSALS(WS-CT-I)
                                             WS-CT-LAST-DATE(WS-CT-I)
                                            WS-CT-DETOK-LATEST(WS-CT-I)
                                             WS-CT-DETOK-PRIOR(WS-CT-I)
                                             WS-CT-PRIOR-DAYS(WS-CT-I)
                                             WS-CT-SEEN-DATE(WS-CT-I)
           END-IF.

           ADD JSUM-TJR-TOKENIZES         TO WS-CT-TOKENIZES(WS-CT-I).
           ADD JSUM-TJR-REFUSALS          TO WS-CT-REFUSALS(WS-CT-I).
           ADD JSUM-TJR-DETOKENIZES       TO WS-CT-DETOKENIZES(WS-CT-I)
                                             WS-CT-DETOK-PRIOR(WS-CT-I).
           ADD JSUM-TJR-DETOK-DAYS        TO WS-CT-PRIOR-DAYS(WS-CT-I).

           IF JSUM-TJR-DETOK-LAST > 0
             MOVE JSUM-TJR-DETOK-LAST     TO WS-CT-SEEN-DATE(WS-CT-I)
           END-IF.

           IF JSUM-LAST-DATE > WS-CT-LAST-DATE(WS-CT-I)
             MOVE JSUM-LAST-DATE          TO WS-CT-LAST-DATE(WS-CT-I)
           END-IF.

       TALLY-ONE-SUMMARY-EXIT.
           EXIT.


       TALLY-ONE-CALL.
           PERFORM VARYING WS-CT-I FROM 1 BY 1
             UNTIL WS-CT-I > WS-CT-COUNT
