      * at all - and flags every alias that has gone unused past the
      * idle threshold as a retirement candidate.
      *
      * Months AESJROLL has rolled off the journal are read from its
      * companion summary AESKUSUM first, so the counts and dates are
      * those the full history would give.
      *
      * The idle threshold comes from a small optional control record
      * (AESUPARM), the same one-record simplicity AESPURGE/AESKEXP
      * already use - a missing control card keeps the default below.
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-USE.

      *     ROLLED-UP MONTHS OF AESKUSE (AESKUSUM), written by
      *     AESJROLL
            SELECT OPTIONAL R-SUS ASSIGN TO 'AESKUSUM'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-SUS.

      *     MANAGED KEY STORE (AESKEYF) - VSAM KSDS keyed on KEYF-ID
            SELECT R-KEY ASSIGN TO 'AESKEYF'
                   ORGANIZATION IS INDEXED
          02 USE-TIME                 PIC 9(06).
          02 USE-RUN-IDENT            PIC X(16).
          02 USE-OUTCOME              PIC X(03).
          02 USE-KEY-USE              PIC X(01).
          02 FILLER                   PIC X(06).

      *   AESKUSUM
       FD R-SUS LABEL RECORD STANDARD.

       01 SUS-REC.
          COPY 'AESLJSUM.cpy'.

      *   AESKEYF
       FD R-KEY LABEL RECORD STANDARD.
            05 FS-USE                   PIC 9(02).
               88 FS-USE-OK                       VALUE 0.
               88 FS-USE-EOF                      VALUE 10.
            05 FS-SUS                   PIC 9(02).
               88 FS-SUS-OK                       VALUE 0.
               88 FS-SUS-EOF                      VALUE 10.
            05 FS-KEY                   PIC 9(02).
               88 FS-KEY-OK                       VALUE 0.
               88 FS-KEY-EOF                      VALUE 10.


       ACCUMULATE-JOURNAL.
           PERFORM ACCUMULATE-SUMMARY
              THRU ACCUMULATE-SUMMARY-EXIT.

           OPEN INPUT R-USE.

           IF FS-USE-OK
           EXIT.


       ACCUMULATE-SUMMARY.
      *     The rolled-up months, oldest first - one record per alias
      *     and calling program per month
           OPEN INPUT R-SUS.

           IF FS-SUS-OK
             CONTINUE
           ELSE
             GO TO ACCUMULATE-SUMMARY-EXIT
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

       ACCUMULATE-SUMMARY-EXIT.
           EXIT.


       TALLY-ONE-SUMMARY.
           PERFORM VARYING WS-AT-I FROM 1 BY 1
             UNTIL WS-AT-I > WS-AT-COUNT
             OR WS-AT-ALIAS(WS-AT-I) = JSUM-KEY-1
             CONTINUE
           END-PERFORM.

           IF WS-AT-I > WS-AT-COUNT
             IF WS-AT-COUNT = 500
               DISPLAY 'AESKUSR: MORE THAN 500 ALIASES - EXTRAS '
                       'NOT SUMMARIZED'
               GO TO TALLY-ONE-SUMMARY-EXIT
             END-IF

             ADD 1                        TO WS-AT-COUNT
             MOVE JSUM-KEY-1              TO WS-AT-ALIAS(WS-AT-I)
             MOVE 0                       TO WS-AT-USES(WS-AT-I)
             MOVE 0                       TO WS-AT-OKS(WS-AT-I)
             MOVE 0                       TO WS-AT-LAST-DATE(WS-AT-I)
           END-IF.

           ADD JSUM-RECORDS               TO WS-AT-USES(WS-AT-I).
           ADD JSUM-USE-OKS               TO WS-AT-OKS(WS-AT-I).

           IF JSUM-LAST-DATE > WS-AT-LAST-DATE(WS-AT-I)
             MOVE JSUM-LAST-DATE          TO WS-AT-LAST-DATE(WS-AT-I)
           END-IF.

       TALLY-ONE-SUMMARY-EXIT.
           EXIT.


       TALLY-ONE-USE.
           PERFORM VARYING WS-AT-I FROM 1 BY 1
             UNTIL WS-AT-I > WS-AT-COUNT
