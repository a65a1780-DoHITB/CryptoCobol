      * invisible. For the billing month on the AESEZPRM control
      * card (CCYYMM) this accumulates the journal per application,
      * alias and action and reports the volumes, ending with the
      * month's grand total. A month AESJROLL has rolled off the
      * journal is reported from its companion summary AESEZSUM -
      * one record per application, alias and action - to the same
      * lines and total.
      *
      * After the volumes come the month's refused calls off the
      * AESEZREF journal - the calls the facade turned away for want
      * of an AESEZAUT grant - totalled per caller, with each
      * alias/action that caller was refused listed beneath it.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-MTR.

      *     ROLLED-UP MONTHS OF AESEZMTR (AESEZSUM), written by
      *     AESJROLL
            SELECT OPTIONAL R-SUS ASSIGN TO 'AESEZSUM'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-SUS.

      *     REFUSED-CALL JOURNAL (AESEZREF - LRECL=40)
            SELECT OPTIONAL R-REF ASSIGN TO 'AESEZREF'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-REF.

      *     CONTROL CARD (AESEZPRM - billing month)
            SELECT R-PARM ASSIGN TO 'AESEZPRM'
                   ORGANIZATION IS SEQUENTIAL
          02 MTR-COUNT                PIC 9(09).
          02 FILLER                   PIC X(06).

      *   AESEZSUM
       FD R-SUS LABEL RECORD STANDARD.

       01 SUS-REC.
          COPY 'AESLJSUM.cpy'.

      *   AESEZREF
       FD R-REF LABEL RECORD STANDARD.

       01 REF-REC.
          02 REF-DATE                 PIC 9(08).
          02 REF-TIME                 PIC 9(06).
          02 REF-CALLER               PIC X(08).
          02 REF-ALIAS                PIC X(08).
          02 REF-ACTION               PIC X(03).
          02 FILLER                   PIC X(07).

      *   AESEZPRM
       FD R-PARM LABEL RECORD STANDARD.

            05 FS-MTR                   PIC 9(02).
               88 FS-MTR-OK                       VALUE 0.
               88 FS-MTR-EOF                      VALUE 10.
            05 FS-SUS                   PIC 9(02).
               88 FS-SUS-OK                       VALUE 0.
               88 FS-SUS-EOF                      VALUE 10.
            05 FS-REF                   PIC 9(02).
               88 FS-REF-OK                       VALUE 0.
               88 FS-REF-EOF                      VALUE 10.
            05 FS-PARM                  PIC 9(02).
               88 FS-PARM-OK                      VALUE 0.
            05 FS-RPT                   PIC 9(02).

         77 WS-GRAND-TOTAL             PIC 9(12)   VALUE 0.

      *  Refused calls - per caller, and per caller/alias/action
         01 WS-RFC-TABLE.
            05 WS-RFC-ENTRY            OCCURS 100.
               10 WS-RC-CALLER         PIC X(08).
               10 WS-RC-COUNT          PIC 9(09).
         77 WS-RC-USED                 PIC 9(03)   VALUE 0.
         77 WS-RC-I                    PIC 9(03).
         01 WS-RFD-TABLE.
            05 WS-RFD-ENTRY            OCCURS 200.
               10 WS-RD-CALLER         PIC X(08).
               10 WS-RD-ALIAS          PIC X(08).
               10 WS-RD-ACTION         PIC X(03).
               10 WS-RD-COUNT          PIC 9(09).
         77 WS-RD-USED                 PIC 9(03)   VALUE 0.
         77 WS-RD-I                    PIC 9(03).
         77 WS-REFUSED-TOTAL           PIC 9(09)   VALUE 0.

      *  The journal record or rolled-up summary being tallied
         77 WS-TL-CALLER               PIC X(08).
         77 WS-TL-ALIAS                PIC X(08).
         77 WS-TL-ACTION               PIC X(01).
         77 WS-TL-COUNT                PIC 9(13).

         01 WS-RPT-LINE                PIC X(80).

       LINKAGE SECTION.
           DELIMITED BY SIZE            INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

           PERFORM SCAN-SUMMARY
              THRU SCAN-SUMMARY-EXIT.

           OPEN INPUT R-MTR.

           IF FS-MTR-OK
                 MOVE MTR-DATE(1:6)       TO WS-REC-MONTH

                 IF WS-REC-MONTH = WS-MONTH
                   MOVE MTR-CALLER        TO WS-TL-CALLER
                   MOVE MTR-ALIAS         TO WS-TL-ALIAS
                   MOVE MTR-ACTION        TO WS-TL-ACTION
                   MOVE MTR-COUNT         TO WS-TL-COUNT
                   PERFORM TALLY-ONE-RECORD
                      THRU TALLY-ONE-RECORD-EXIT
                 END-IF
           DELIMITED BY SIZE            INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

           PERFORM REPORT-REFUSED-CALLS
              THRU REPORT-REFUSED-CALLS-EXIT.

           CLOSE R-RPT.

           DISPLAY 'AESEZRPT: ' WS-GRAND-TOTAL ' call(s) reported '
                   'for ' WS-MONTH ', ' WS-REFUSED-TOTAL ' refused'.

           STOP RUN.

           CLOSE R-PARM.


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
                 IF JSUM-MONTH = WS-MONTH
                   MOVE JSUM-KEY-1        TO WS-TL-CALLER
                   MOVE JSUM-KEY-2        TO WS-TL-ALIAS
                   MOVE JSUM-KEY-3        TO WS-TL-ACTION
                   MOVE JSUM-MTR-COUNT    TO WS-TL-COUNT
                   PERFORM TALLY-ONE-RECORD
                      THRU TALLY-ONE-RECORD-EXIT
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE R-SUS.

       SCAN-SUMMARY-EXIT.
           EXIT.


       TALLY-ONE-RECORD.
           PERFORM VARYING WS-SM-I FROM 1 BY 1
             UNTIL WS-SM-I > WS-SM-USED
             OR (WS-SM-CALLER(WS-SM-I) = WS-TL-CALLER
               AND WS-SM-ALIAS(WS-SM-I) = WS-TL-ALIAS
               AND WS-SM-ACTION(WS-SM-I) = WS-TL-ACTION)
             CONTINUE
           END-PERFORM.

             END-IF

             ADD 1                        TO WS-SM-USED
             MOVE WS-TL-CALLER            TO WS-SM-CALLER(WS-SM-I)
             MOVE WS-TL-ALIAS             TO WS-SM-ALIAS(WS-SM-I)
             MOVE WS-TL-ACTION            TO WS-SM-ACTION(WS-SM-I)
             MOVE 0                       TO WS-SM-COUNT(WS-SM-I)
           END-IF.

           ADD WS-TL-COUNT                TO WS-SM-COUNT(WS-SM-I).
           ADD WS-TL-COUNT                TO WS-GRAND-TOTAL.

       TALLY-ONE-RECORD-EXIT.
           EXIT.


       REPORT-REFUSED-CALLS.
           MOVE 'REFUSED CALLS BY CALLER'   TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

           OPEN INPUT R-REF.

           IF FS-REF-OK
             PERFORM UNTIL FS-REF-EOF
               READ R-REF
                 AT END
                   CONTINUE
                 NOT AT END
                   MOVE REF-DATE(1:6)     TO WS-REC-MONTH

                   IF WS-REC-MONTH = WS-MONTH
                     PERFORM TALLY-ONE-REFUSAL
                        THRU TALLY-ONE-REFUSAL-EXIT
                   END-IF
               END-READ
             END-PERFORM

             CLOSE R-REF
           END-IF.

           PERFORM VARYING WS-RC-I FROM 1 BY 1
             UNTIL WS-RC-I > WS-RC-USED
             STRING WS-RC-CALLER(WS-RC-I)
                    ' REFUSED ' WS-RC-COUNT(WS-RC-I)
             DELIMITED BY SIZE          INTO WS-RPT-LINE
             PERFORM WRITE-REPORT-LINE

             PERFORM VARYING WS-RD-I FROM 1 BY 1
               UNTIL WS-RD-I > WS-RD-USED
               IF WS-RD-CALLER(WS-RD-I) = WS-RC-CALLER(WS-RC-I)
                 STRING '         ' WS-RD-ALIAS(WS-RD-I)
                        ' ACTION ' WS-RD-ACTION(WS-RD-I)
                        ' REFUSED ' WS-RD-COUNT(WS-RD-I)
                 DELIMITED BY SIZE      INTO WS-RPT-LINE
                 PERFORM WRITE-REPORT-LINE
               END-IF
             END-PERFORM
           END-PERFORM.

           STRING 'TOTAL - ' WS-REFUSED-TOTAL ' REFUSED CALL(S) FROM '
                  WS-RC-USED ' CALLER(S)'
           DELIMITED BY SIZE            INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

       REPORT-REFUSED-CALLS-EXIT.
           EXIT.


       TALLY-ONE-REFUSAL.
           ADD 1                          TO WS-REFUSED-TOTAL.

           PERFORM VARYING WS-RC-I FROM 1 BY 1
             UNTIL WS-RC-I > WS-RC-USED
             OR WS-RC-CALLER(WS-RC-I) = REF-CALLER
             CONTINUE
           END-PERFORM.

           IF WS-RC-I > WS-RC-USED
             IF WS-RC-USED = 100
               DISPLAY 'AESEZRPT: MORE THAN 100 REFUSED CALLERS - '
                       'EXTRAS NOT LISTED'
               GO TO TALLY-ONE-REFUSAL-EXIT
             END-IF

             ADD 1                        TO WS-RC-USED
             MOVE REF-CALLER              TO WS-RC-CALLER(WS-RC-I)
             MOVE 0                       TO WS-RC-COUNT(WS-RC-I)
           END-IF.

           ADD 1                          TO WS-RC-COUNT(WS-RC-I).

           PERFORM VARYING WS-RD-I FROM 1 BY 1
             UNTIL WS-RD-I > WS-RD-USED
             OR (WS-RD-CALLER(WS-RD-I) = REF-CALLER
               AND WS-RD-ALIAS(WS-RD-I) = REF-ALIAS
               AND WS-RD-ACTION(WS-RD-I) = REF-ACTION)
             CONTINUE
           END-PERFORM.

           IF WS-RD-I > WS-RD-USED
             IF WS-RD-USED = 200
               GO TO TALLY-ONE-REFUSAL-EXIT
             END-IF

             ADD 1                        TO WS-RD-USED
             MOVE REF-CALLER              TO WS-RD-CALLER(WS-RD-I)
             MOVE REF-ALIAS               TO WS-RD-ALIAS(WS-RD-I)
             MOVE REF-ACTION              TO WS-RD-ACTION(WS-RD-I)
             MOVE 0                       TO WS-RD-COUNT(WS-RD-I)
           END-IF.

           ADD 1                          TO WS-RD-COUNT(WS-RD-I).

       TALLY-ONE-REFUSAL-EXIT.
           EXIT.


       WRITE-REPORT-LINE.
           MOVE WS-RPT-LINE                TO RPT-REC.
           MOVE SPACES                     TO WS-RPT-LINE.
