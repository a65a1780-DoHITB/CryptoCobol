       ID DIVISION.
       PROGRAM-ID. AESRBGAP.
      *****************************************************************
      * Monthly runbook-gap report. AESALCON shows each alert's
      * AESRUNBK runbook beside it - but only where somebody wrote
      * one. This lists the catalog message ids that fired often in
      * the month and still have no runbook, busiest first, so the
      * next runbook written is the one the night shift needs most.
      *
      * Every alert queue is counted - the AESALRT default and each
      * queue the AESALRTG rules route to, as the AESDCLSE close
      * gate walks them. An alert stands for itself plus the
      * repeats AESALERT collapsed into it. Alerts with no catalog
      * id cannot have a runbook at all; they are totalled on their
      * own line as the case for cataloguing them first.
      *
      * Control card AESRBPRM: MONTH(1-6, CCYYMM) MIN-COUNT(8-11,
      * zero or blank means 5 - an id firing less often than that
      * is not listed). Report to AESRBRPT; RETURN-CODE 4 when any
      * id is listed.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *     ALERT QUEUES - walked once per queue name
            SELECT OPTIONAL R-ALR ASSIGN TO DYNAMIC WS-ALR-FILE-NAME
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-ALR.

      *     ALERT ROUTING RULES (AESALRTG) - read only for the queue
      *     names the rules route to
            SELECT OPTIONAL R-RTG ASSIGN TO 'AESALRTG'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-RTG.

      *     RUNBOOK LIBRARY (AESRUNBK - LRECL=132, by message id)
            SELECT OPTIONAL R-RBK ASSIGN TO 'AESRUNBK'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-RBK.

      *     CONTROL CARD (AESRBPRM)
            SELECT R-PARM ASSIGN TO 'AESRBPRM'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-PARM.

      *     REPORT (AESRBRPT)
            SELECT R-RPT ASSIGN TO 'AESRBRPT'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-RPT.

       DATA DIVISION.
       FILE SECTION.
      *   AESALRT and routed queues
       FD R-ALR LABEL RECORD STANDARD.

       01 ALR-REC.
          02 ALR-LEVEL                PIC 9(01).
          02 ALR-TEXT                 PIC X(128).
          02 ALR-DATE                 PIC 9(08).
          02 ALR-TIME                 PIC 9(06).
          02 ALR-REPEATS              PIC 9(03).
          02 ALR-MSG-ID               PIC X(05).

      *   AESALRTG (only the routed-to queue name matters here)
       FD R-RTG LABEL RECORD STANDARD.

       01 RTG-REC.
          05 FILLER                      PIC X(32).
          05 RTG-QUEUE                   PIC X(08).
          05 FILLER                      PIC X(12).

      *   AESRUNBK
       FD R-RBK LABEL RECORD STANDARD.

       01 RBK-REC.
          05 RB-MSG-ID                   PIC X(05).
          05 FILLER                      PIC X(01).
          05 RB-KIND                     PIC X(01).
          05 FILLER                      PIC X(01).
          05 RB-STEP                     PIC 9(02).
          05 FILLER                      PIC X(01).
          05 RB-TEXT                     PIC X(100).
          05 FILLER                      PIC X(21).

       FD R-PARM LABEL RECORD STANDARD.

       01 PARM-REC.
          05 PARM-MONTH                  PIC X(06).
          05 FILLER                      PIC X(01).
          05 PARM-MIN-COUNT              PIC X(04).

       FD R-RPT LABEL RECORD STANDARD.

       01 RPT-REC                        PIC X(80).

       WORKING-STORAGE SECTION.
         01 FS.
            05 FS-ALR                   PIC 9(02).
               88 FS-ALR-OK                       VALUE 0.
               88 FS-ALR-EOF                      VALUE 10.
            05 FS-RTG                   PIC 9(02).
               88 FS-RTG-OK                       VALUE 0.
               88 FS-RTG-EOF                      VALUE 10.
            05 FS-RBK                   PIC 9(02).
               88 FS-RBK-OK                       VALUE 0.
               88 FS-RBK-EOF                      VALUE 10.
            05 FS-PARM                  PIC 9(02).
               88 FS-PARM-OK                      VALUE 0.
            05 FS-RPT                   PIC 9(02).
               88 FS-RPT-OK                       VALUE 0.

         77 WS-MONTH                    PIC X(06).
         77 WS-MIN-COUNT                PIC 9(04).

      *  Every queue an alert can land on
         01 WS-ALR-FILE-NAME            PIC X(08).
         01 WS-QUEUE-TABLE.
            05 WS-QUEUE-NAME OCCURS 20  PIC X(08).
         77 WS-QUEUE-COUNT              PIC 9(02)   VALUE 0.
         77 WS-QUEUE-I                  PIC 9(02).
         77 WS-QUEUE-J                  PIC 9(02).

      *  Ids with a runbook header
         01 WS-RB-TABLE.
            05 WS-RB-ID OCCURS 500      PIC X(05).
         77 WS-RB-COUNT                 PIC 9(03)   VALUE 0.
         77 WS-RB-I                     PIC 9(03).

      *  Month's firings per id, with a sample of what it said
         01 WS-FIRE-TABLE.
            05 WS-FIRE-ENTRY OCCURS 500.
               10 WS-FIRE-ID            PIC X(05).
               10 WS-FIRE-COUNT         PIC 9(07).
               10 WS-FIRE-LAST          PIC 9(08).
               10 WS-FIRE-TEXT          PIC X(40).
               10 WS-FIRE-HAS-RB        PIC X(01).
               10 WS-FIRE-LISTED        PIC X(01).
         77 WS-FIRE-COUNT-IDS           PIC 9(03)   VALUE 0.
         77 WS-FIRE-I                   PIC 9(03).
         77 WS-FIRE-BEST                PIC 9(03).

         77 WS-ALERT-WEIGHT             PIC 9(04).
         77 WS-ALERT-TOTAL              PIC 9(07)   VALUE 0.
         77 WS-UNCAT-TOTAL              PIC 9(07)   VALUE 0.
         77 WS-COVERED-IDS              PIC 9(03)   VALUE 0.
         77 WS-GAP-IDS                  PIC 9(03)   VALUE 0.
         77 WS-LISTED                   PIC 9(03)   VALUE 0.
         77 WS-TABLE-FULL               PIC X(01)   VALUE 'N'.
            88 SW-TABLE-FULL                       VALUE 'Y'.

         01 WS-RPT-LINE                 PIC X(80).

       LINKAGE SECTION.

       PROCEDURE DIVISION.
       MAINLINE.
           PERFORM READ-PARAMETERS.

           OPEN OUTPUT R-RPT.

           IF FS-RPT-OK
             CONTINUE
           ELSE
             DISPLAY 'AESRBGAP: ERROR OPENING AESRBRPT: ' FS-RPT
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.

           PERFORM LOAD-RUNBOOK-IDS
              THRU LOAD-RUNBOOK-IDS-EXIT.
           PERFORM GATHER-ALERT-QUEUES
              THRU GATHER-ALERT-QUEUES-EXIT.

           PERFORM VARYING WS-QUEUE-I FROM 1 BY 1
             UNTIL WS-QUEUE-I > WS-QUEUE-COUNT
             MOVE WS-QUEUE-NAME(WS-QUEUE-I) TO WS-ALR-FILE-NAME
             PERFORM COUNT-ONE-QUEUE
                THRU COUNT-ONE-QUEUE-EXIT
           END-PERFORM.

           PERFORM WRITE-GAP-REPORT.

           CLOSE R-RPT.

           DISPLAY 'AESRBGAP: ' WS-MONTH ' - ' WS-ALERT-TOTAL
                   ' alert(s), ' WS-LISTED ' id(s) without a runbook '
                   'at ' WS-MIN-COUNT ' or more'.

           IF WS-LISTED > 0
             MOVE 4                       TO RETURN-CODE
           END-IF.

           STOP RUN.


       READ-PARAMETERS.
           OPEN INPUT R-PARM.

           IF FS-PARM-OK
             CONTINUE
           ELSE
             DISPLAY 'AESRBGAP: ERROR OPENING AESRBPRM: ' FS-PARM
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.

           READ R-PARM
             AT END
               DISPLAY 'AESRBGAP: AESRBPRM IS EMPTY'
               MOVE 12                    TO RETURN-CODE
               STOP RUN
             NOT AT END
               MOVE PARM-MONTH            TO WS-MONTH
               IF PARM-MIN-COUNT NUMERIC
                 MOVE PARM-MIN-COUNT      TO WS-MIN-COUNT
               ELSE
                 MOVE 0                   TO WS-MIN-COUNT
               END-IF
           END-READ.

           CLOSE R-PARM.

           IF WS-MONTH NOT NUMERIC
             DISPLAY 'AESRBGAP: MONTH (CCYYMM) IS REQUIRED'
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.

           IF WS-MIN-COUNT = 0
             MOVE 5                       TO WS-MIN-COUNT
           END-IF.


       LOAD-RUNBOOK-IDS.
           OPEN INPUT R-RBK.

           IF FS-RBK-OK
             CONTINUE
           ELSE
             GO TO LOAD-RUNBOOK-IDS-EXIT
           END-IF.

           PERFORM UNTIL FS-RBK-EOF
             READ R-RBK
               AT END
                 CONTINUE
               NOT AT END
                 IF RB-KIND = 'H'
                   AND RB-MSG-ID NOT = SPACES
                   AND WS-RB-COUNT < 500
                   ADD 1                  TO WS-RB-COUNT
                   MOVE RB-MSG-ID         TO WS-RB-ID(WS-RB-COUNT)
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE R-RBK.

       LOAD-RUNBOOK-IDS-EXIT.
           EXIT.


       GATHER-ALERT-QUEUES.
           MOVE 1                         TO WS-QUEUE-COUNT.
           MOVE 'AESALRT '                TO WS-QUEUE-NAME(1).

           OPEN INPUT R-RTG.

           IF FS-RTG-OK
             CONTINUE
           ELSE
             GO TO GATHER-ALERT-QUEUES-EXIT
           END-IF.

           PERFORM UNTIL FS-RTG-EOF
             READ R-RTG
               AT END
                 CONTINUE
               NOT AT END
                 IF RTG-QUEUE NOT = SPACES
                   MOVE 0                 TO WS-QUEUE-J
                   PERFORM VARYING WS-QUEUE-I FROM 1 BY 1
                     UNTIL WS-QUEUE-I > WS-QUEUE-COUNT
                     OR WS-QUEUE-J > 0
                     IF WS-QUEUE-NAME(WS-QUEUE-I) = RTG-QUEUE
                       MOVE WS-QUEUE-I    TO WS-QUEUE-J
                     END-IF
                   END-PERFORM

                   IF WS-QUEUE-J = 0 AND WS-QUEUE-COUNT < 20
                     ADD 1                TO WS-QUEUE-COUNT
                     MOVE RTG-QUEUE       TO
                          WS-QUEUE-NAME(WS-QUEUE-COUNT)
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE R-RTG.

       GATHER-ALERT-QUEUES-EXIT.
           EXIT.


       COUNT-ONE-QUEUE.
           OPEN INPUT R-ALR.

           IF FS-ALR-OK
             CONTINUE
           ELSE
             GO TO COUNT-ONE-QUEUE-EXIT
           END-IF.

           PERFORM UNTIL FS-ALR-EOF
             READ R-ALR
               AT END
                 CONTINUE
               NOT AT END
                 IF ALR-DATE(1:6) = WS-MONTH
                   PERFORM TALLY-ONE-ALERT
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE R-ALR.

       COUNT-ONE-QUEUE-EXIT.
           EXIT.


       TALLY-ONE-ALERT.
           IF ALR-REPEATS NUMERIC
             COMPUTE WS-ALERT-WEIGHT = ALR-REPEATS + 1
           ELSE
             MOVE 1                       TO WS-ALERT-WEIGHT
           END-IF.

           ADD WS-ALERT-WEIGHT            TO WS-ALERT-TOTAL.

           IF ALR-MSG-ID = SPACES OR ALR-MSG-ID = LOW-VALUES
             ADD WS-ALERT-WEIGHT          TO WS-UNCAT-TOTAL
           ELSE
             PERFORM VARYING WS-FIRE-I FROM 1 BY 1
               UNTIL WS-FIRE-I > WS-FIRE-COUNT-IDS
               OR WS-FIRE-ID(WS-FIRE-I) = ALR-MSG-ID
               CONTINUE
             END-PERFORM

             IF WS-FIRE-I > WS-FIRE-COUNT-IDS
               IF WS-FIRE-COUNT-IDS < 500
                 ADD 1                    TO WS-FIRE-COUNT-IDS
                 MOVE ALR-MSG-ID          TO WS-FIRE-ID(WS-FIRE-I)
                 MOVE 0                   TO WS-FIRE-COUNT(WS-FIRE-I)
                 MOVE 'N'                 TO WS-FIRE-LISTED(WS-FIRE-I)
               ELSE
                 SET SW-TABLE-FULL        TO TRUE
               END-IF
             END-IF

             IF WS-FIRE-I <= WS-FIRE-COUNT-IDS
               ADD WS-ALERT-WEIGHT        TO WS-FIRE-COUNT(WS-FIRE-I)
               MOVE ALR-DATE              TO WS-FIRE-LAST(WS-FIRE-I)
               MOVE ALR-TEXT(1:40)        TO WS-FIRE-TEXT(WS-FIRE-I)
             END-IF
           END-IF.


       WRITE-GAP-REPORT.
           PERFORM VARYING WS-FIRE-I FROM 1 BY 1
             UNTIL WS-FIRE-I > WS-FIRE-COUNT-IDS
             MOVE 'N'                     TO WS-FIRE-HAS-RB(WS-FIRE-I)
             PERFORM VARYING WS-RB-I FROM 1 BY 1
               UNTIL WS-RB-I > WS-RB-COUNT
               IF WS-RB-ID(WS-RB-I) = WS-FIRE-ID(WS-FIRE-I)
                 MOVE 'Y'                 TO WS-FIRE-HAS-RB(WS-FIRE-I)
               END-IF
             END-PERFORM
             IF WS-FIRE-HAS-RB(WS-FIRE-I) = 'Y'
               ADD 1                      TO WS-COVERED-IDS
             ELSE
               ADD 1                      TO WS-GAP-IDS
             END-IF
           END-PERFORM.

           STRING 'RUNBOOK GAPS FOR ' WS-MONTH
                  ' - IDS FIRING ' WS-MIN-COUNT ' TIMES OR MORE'
                  ' WITH NO RUNBOOK'
           DELIMITED BY SIZE            INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE 'MSGID   FIRED LAST     SAMPLE TEXT'
                                          TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

      *     Busiest first - pick the largest unlisted gap each pass
           MOVE 1                         TO WS-FIRE-BEST.

           PERFORM UNTIL WS-FIRE-BEST = 0
             MOVE 0                       TO WS-FIRE-BEST
             PERFORM VARYING WS-FIRE-I FROM 1 BY 1
               UNTIL WS-FIRE-I > WS-FIRE-COUNT-IDS
               IF WS-FIRE-HAS-RB(WS-FIRE-I) = 'N'
                 AND WS-FIRE-LISTED(WS-FIRE-I) = 'N'
                 AND WS-FIRE-COUNT(WS-FIRE-I) >= WS-MIN-COUNT
                 IF WS-FIRE-BEST = 0
                   MOVE WS-FIRE-I         TO WS-FIRE-BEST
                 ELSE
                   IF WS-FIRE-COUNT(WS-FIRE-I) >
                      WS-FIRE-COUNT(WS-FIRE-BEST)
                     MOVE WS-FIRE-I       TO WS-FIRE-BEST
                   END-IF
                 END-IF
               END-IF
             END-PERFORM

             IF WS-FIRE-BEST > 0
               MOVE 'Y'              TO WS-FIRE-LISTED(WS-FIRE-BEST)
               ADD 1                      TO WS-LISTED
               STRING WS-FIRE-ID(WS-FIRE-BEST) ' '
                      WS-FIRE-COUNT(WS-FIRE-BEST) ' '
                      WS-FIRE-LAST(WS-FIRE-BEST) ' '
                      WS-FIRE-TEXT(WS-FIRE-BEST)
               DELIMITED BY SIZE        INTO WS-RPT-LINE
               PERFORM WRITE-REPORT-LINE
             END-IF
           END-PERFORM.

           IF WS-LISTED = 0
             MOVE '  (NONE)'              TO WS-RPT-LINE
             PERFORM WRITE-REPORT-LINE
           END-IF.

           PERFORM WRITE-REPORT-LINE.
           STRING 'ALERTS ' WS-ALERT-TOTAL
                  '  IDS WITH RUNBOOK ' WS-COVERED-IDS
                  '  WITHOUT ' WS-GAP-IDS
                  '  LISTED ' WS-LISTED
           DELIMITED BY SIZE            INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           STRING 'ALERTS WITH NO CATALOG ID (NO RUNBOOK POSSIBLE) '
                  WS-UNCAT-TOTAL
           DELIMITED BY SIZE            INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

           IF SW-TABLE-FULL
             MOVE 'MORE THAN 500 DISTINCT IDS - THE REST NOT COUNTED'
                                          TO WS-RPT-LINE
             PERFORM WRITE-REPORT-LINE
           END-IF.


       WRITE-REPORT-LINE.
           MOVE WS-RPT-LINE                TO RPT-REC.
           MOVE SPACES                     TO WS-RPT-LINE.

           WRITE RPT-REC.

           IF FS-RPT-OK
             CONTINUE
           ELSE
             DISPLAY 'AESRBGAP: ERROR WRITING AESRBRPT: ' FS-RPT
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.
