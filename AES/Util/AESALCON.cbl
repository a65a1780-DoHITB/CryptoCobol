      * existed reads as the AESALRT default, the only queue there
      * was then.
      *
      * Every catalogued alert is listed with its runbook beside it
      * - the AESRUNBK entry for the alert's message id: what to
      * check, the standard recovery, who to escalate to, and how
      * long the alert may wait. One waiting past that time is
      * marked OVERDUE. An alert whose id has no runbook says so;
      * AESRBGAP reports the ids that keep firing without one.
      *
      * Driven by a card deck (AESACDCK), one function per record:
      *   L                      - list unacknowledged alerts
      *   A nnnnnnn oper note... - acknowledge alert nnnnnnn; the
      *                            step that resolved it may follow
      *                            in columns 61-63 - Dnn (runbook
      *                            diagnosis step nn), R (the
      *                            standard recovery) or E (handed
      *                            to the escalation contact) - and
      *                            is kept on the acknowledgment
      *   Q queuename            - work that routed queue (AESALRT
      *                            when no Q card appears)
      *   E hhh                  - re-raise ERR/MAX alerts older than
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *     OPERATOR ALERT QUEUE (AESALRT, or any routed queue the
      *     deck's 'Q' card names - LRECL=151)
            SELECT OPTIONAL R-ALR ASSIGN TO DYNAMIC WS-ALR-FILE-NAME
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-ACK.

      *     RUNBOOK LIBRARY (AESRUNBK - LRECL=132, by message id)
            SELECT OPTIONAL R-RBK ASSIGN TO 'AESRUNBK'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-RBK.

      *     CONSOLE CARD DECK (AESACDCK - LRECL=80)
            SELECT R-DCK ASSIGN TO 'AESACDCK'
                   ORGANIZATION IS SEQUENTIAL
          02 ALR-DATE                 PIC 9(08).
          02 ALR-TIME                 PIC 9(06).
          02 FILLER                   PIC X(03).
          02 ALR-MSG-ID               PIC X(05).

      *   AESALACK
       FD R-ACK LABEL RECORD STANDARD.
      *     Which queue the number counts in - spaces on records
      *     from before routing, meaning the AESALRT default
          02 ACK-QUEUE                PIC X(08).
      *     Runbook step that resolved the alert (Dnn, R or E) -
      *     spaces when the operator named none
          02 ACK-STEP                 PIC X(03).

      *   AESRUNBK - per message id one H header line (escalation
      *   contact, maximum response minutes, title), D lines for
      *   the diagnosis steps numbered in RB-STEP, and R lines for
      *   the standard recovery action
       FD R-RBK LABEL RECORD STANDARD.

       01 RBK-REC.
          05 RB-MSG-ID                   PIC X(05).
          05 FILLER                      PIC X(01).
          05 RB-KIND                     PIC X(01).
          05 FILLER                      PIC X(01).
          05 RB-STEP                     PIC 9(02).
          05 FILLER                      PIC X(01).
          05 RB-TEXT                     PIC X(100).
          05 RB-HEADER REDEFINES RB-TEXT.
             10 RB-CONTACT               PIC X(30).
             10 FILLER                   PIC X(01).
             10 RB-MAX-MINUTES           PIC 9(04).
             10 FILLER                   PIC X(01).
             10 RB-TITLE                 PIC X(64).
          05 FILLER                      PIC X(21).

      *   AESACDCK
       FD R-DCK LABEL RECORD STANDARD.
               88 FS-ACK-OK                       VALUE 0.
               88 FS-ACK-EOF                      VALUE 10.
               88 FS-ACK-AOP                      VALUE 41.
            05 FS-RBK                   PIC 9(02).
               88 FS-RBK-OK                       VALUE 0.
               88 FS-RBK-EOF                      VALUE 10.
            05 FS-DCK                   PIC 9(02).
               88 FS-DCK-OK                       VALUE 0.
               88 FS-DCK-EOF                      VALUE 10.
         77 WS-CARD-SEQ                PIC 9(07).
         77 WS-CARD-OPER               PIC X(08).
         77 WS-CARD-NOTE               PIC X(40).
         77 WS-CARD-STEP               PIC X(03).
         77 WS-ESC-HOURS               PIC 9(03).

         77 WS-NOW-DATE                PIC 9(08).
         01 WS-NOW-TIME-X.
            05 WS-NOW-HH               PIC 9(02).
            05 WS-NOW-MN               PIC 9(02).
            05 FILLER                  PIC X(04).
         77 WS-ALR-HH                  PIC 9(02).
         77 WS-ALR-MN                  PIC 9(02).
         77 WS-NOW-MINUTES             PIC 9(11).
         77 WS-AGE-MINUTES             PIC S9(11).
         77 WS-NOW-HOURS               PIC 9(09).
         77 WS-ALR-HOURS               PIC 9(09).
         77 WS-AGE-HOURS               PIC S9(09).

         01 WS-RPT-LINE                PIC X(80).

      *  The runbook library, loaded once per run in file order
         01 WS-RB-TABLE.
            05 WS-RB-ENTRY             OCCURS 1000.
               10 WS-RB-MSG-ID         PIC X(05).
               10 WS-RB-KIND           PIC X(01).
               10 WS-RB-STEP           PIC 9(02).
               10 WS-RB-TEXT           PIC X(100).
               10 WS-RB-HEADER REDEFINES WS-RB-TEXT.
                  15 WS-RB-CONTACT     PIC X(30).
                  15 FILLER            PIC X(01).
                  15 WS-RB-MAX-MINUTES PIC 9(04).
                  15 FILLER            PIC X(01).
                  15 WS-RB-TITLE       PIC X(64).
         77 WS-RB-COUNT                PIC 9(04)    VALUE 0.
         77 WS-RB-I                    PIC 9(04).
         77 WS-RB-HEAD                 PIC 9(04).
         77 WS-RB-FOUND                PIC 9(04).
         01 WS-RB-WANT-ID              PIC X(05).
         01 WS-RB-WANT-STEP.
            05 WS-RB-WANT-KIND         PIC X(01).
            05 WS-RB-WANT-NO           PIC 9(02).

      *  Re-raise hand-off through the standard alert interface
         01 AL-S.
            COPY 'ALERT-PUT.cpy'.
           COMPUTE WS-NOW-HOURS =
               FUNCTION INTEGER-OF-DATE(WS-NOW-DATE) * 24
               + WS-NOW-HH.
           COMPUTE WS-NOW-MINUTES = WS-NOW-HOURS * 60 + WS-NOW-MN.

           OPEN OUTPUT R-RPT.


           PERFORM LOAD-ACK-TABLE
              THRU LOAD-ACK-TABLE-EXIT.
           PERFORM LOAD-RUNBOOK
              THRU LOAD-RUNBOOK-EXIT.

           OPEN INPUT R-DCK.

           EXIT.


       LOAD-RUNBOOK.
           OPEN INPUT R-RBK.

           IF FS-RBK-OK
             CONTINUE
           ELSE
             GO TO LOAD-RUNBOOK-EXIT
           END-IF.

           PERFORM UNTIL FS-RBK-EOF
             READ R-RBK
               AT END
                 CONTINUE
               NOT AT END
                 IF RB-MSG-ID NOT = SPACES
                   AND RB-MSG-ID(1:1) NOT = '*'
                   AND WS-RB-COUNT < 1000
                   ADD 1                  TO WS-RB-COUNT
                   MOVE RB-MSG-ID         TO WS-RB-MSG-ID(WS-RB-COUNT)
                   MOVE RB-KIND           TO WS-RB-KIND(WS-RB-COUNT)
                   MOVE RB-STEP           TO WS-RB-STEP(WS-RB-COUNT)
                   MOVE RB-TEXT           TO WS-RB-TEXT(WS-RB-COUNT)
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE R-RBK.

       LOAD-RUNBOOK-EXIT.
           EXIT.


       PROCESS-CARD.
           EVALUATE DCK-REC(1:1)
             WHEN 'L'
               MOVE DCK-REC(3:7)          TO WS-CARD-SEQ
               MOVE DCK-REC(11:8)         TO WS-CARD-OPER
               MOVE DCK-REC(20:40)        TO WS-CARD-NOTE
               MOVE DCK-REC(61:3)         TO WS-CARD-STEP
               PERFORM ACKNOWLEDGE-ALERT
             WHEN 'E'
               MOVE DCK-REC(3:3)          TO WS-ESC-HOURS
                          ALR-TEXT(1:52)
                   DELIMITED BY SIZE    INTO WS-RPT-LINE
                   PERFORM WRITE-REPORT-LINE

                   IF ALR-MSG-ID NOT = SPACES
                     PERFORM SHOW-ALERT-RUNBOOK
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
           EXIT.


       SHOW-ALERT-RUNBOOK.
      *     The runbook under the alert line: header, then the
      *     diagnosis steps and the recovery in the library's order
           MOVE ALR-MSG-ID                TO WS-RB-WANT-ID.
           PERFORM FIND-RUNBOOK-HEADER.

           IF WS-RB-HEAD = 0
             STRING '        NO RUNBOOK FOR MSG ' ALR-MSG-ID
             DELIMITED BY SIZE          INTO WS-RPT-LINE
             PERFORM WRITE-REPORT-LINE
           ELSE
             STRING '        RUNBOOK ' ALR-MSG-ID ' '
                    WS-RB-TITLE(WS-RB-HEAD)(1:50)
             DELIMITED BY SIZE          INTO WS-RPT-LINE
             PERFORM WRITE-REPORT-LINE

             MOVE ALR-TIME(1:2)           TO WS-ALR-HH
             MOVE ALR-TIME(3:2)           TO WS-ALR-MN
             COMPUTE WS-AGE-MINUTES =
                 WS-NOW-MINUTES
                 - (FUNCTION INTEGER-OF-DATE(ALR-DATE) * 1440
                    + WS-ALR-HH * 60 + WS-ALR-MN)

             IF WS-RB-MAX-MINUTES(WS-RB-HEAD) > 0
               AND WS-AGE-MINUTES > WS-RB-MAX-MINUTES(WS-RB-HEAD)
               STRING '          CONTACT '
                      WS-RB-CONTACT(WS-RB-HEAD)
                      ' RESPOND IN '
                      WS-RB-MAX-MINUTES(WS-RB-HEAD) ' MIN - OVERDUE'
               DELIMITED BY SIZE        INTO WS-RPT-LINE
             ELSE
               STRING '          CONTACT '
                      WS-RB-CONTACT(WS-RB-HEAD)
                      ' RESPOND IN '
                      WS-RB-MAX-MINUTES(WS-RB-HEAD) ' MIN'
               DELIMITED BY SIZE        INTO WS-RPT-LINE
             END-IF
             PERFORM WRITE-REPORT-LINE

             PERFORM VARYING WS-RB-I FROM 1 BY 1
               UNTIL WS-RB-I > WS-RB-COUNT
               IF WS-RB-MSG-ID(WS-RB-I) = ALR-MSG-ID
                 AND WS-RB-KIND(WS-RB-I) = 'D'
                 STRING '          D' WS-RB-STEP(WS-RB-I) ' '
                        WS-RB-TEXT(WS-RB-I)(1:66)
                 DELIMITED BY SIZE      INTO WS-RPT-LINE
                 PERFORM WRITE-REPORT-LINE
               END-IF
             END-PERFORM

             PERFORM VARYING WS-RB-I FROM 1 BY 1
               UNTIL WS-RB-I > WS-RB-COUNT
               IF WS-RB-MSG-ID(WS-RB-I) = ALR-MSG-ID
                 AND WS-RB-KIND(WS-RB-I) = 'R'
                 STRING '          R   '
                        WS-RB-TEXT(WS-RB-I)(1:66)
                 DELIMITED BY SIZE      INTO WS-RPT-LINE
                 PERFORM WRITE-REPORT-LINE
               END-IF
             END-PERFORM
           END-IF.


       FIND-RUNBOOK-HEADER.
           MOVE 0                         TO WS-RB-HEAD.

           PERFORM VARYING WS-RB-I FROM 1 BY 1
             UNTIL WS-RB-I > WS-RB-COUNT
             OR WS-RB-HEAD > 0
             IF WS-RB-MSG-ID(WS-RB-I) = WS-RB-WANT-ID
               AND WS-RB-KIND(WS-RB-I) = 'H'
               MOVE WS-RB-I               TO WS-RB-HEAD
             END-IF
           END-PERFORM.


       CHECK-RESOLVING-STEP.
      *     The step must be one the alert's runbook has - the
      *     acknowledgment is taken either way, but a step that is
      *     not there is called out on the listing
           MOVE SPACES                    TO WS-RB-WANT-ID.

           OPEN INPUT R-ALR.

           IF FS-ALR-OK
             MOVE 0                       TO WS-ALR-SEQ
             MOVE SPACES                  TO WS-ALR-DONE-SW
             PERFORM UNTIL SW-ALR-DONE
               READ R-ALR
                 AT END
                   SET SW-ALR-DONE        TO TRUE
                 NOT AT END
                   ADD 1                  TO WS-ALR-SEQ
                   IF WS-ALR-SEQ = WS-CARD-SEQ
                     MOVE ALR-MSG-ID      TO WS-RB-WANT-ID
                     SET SW-ALR-DONE      TO TRUE
                   END-IF
               END-READ
             END-PERFORM
             CLOSE R-ALR
           END-IF.

           MOVE WS-CARD-STEP              TO WS-RB-WANT-STEP.
           MOVE 0                         TO WS-RB-FOUND.

           EVALUATE TRUE
             WHEN WS-CARD-STEP = 'R' OR WS-CARD-STEP = 'E'
               PERFORM FIND-RUNBOOK-HEADER
               MOVE WS-RB-HEAD            TO WS-RB-FOUND
             WHEN WS-RB-WANT-KIND = 'D' AND WS-RB-WANT-NO NUMERIC
               PERFORM VARYING WS-RB-I FROM 1 BY 1
                 UNTIL WS-RB-I > WS-RB-COUNT
                 OR WS-RB-FOUND > 0
                 IF WS-RB-MSG-ID(WS-RB-I) = WS-RB-WANT-ID
                   AND WS-RB-KIND(WS-RB-I) = 'D'
                   AND WS-RB-STEP(WS-RB-I) = WS-RB-WANT-NO
                   MOVE WS-RB-I           TO WS-RB-FOUND
                 END-IF
               END-PERFORM
           END-EVALUATE.

           IF WS-RB-FOUND = 0
             STRING 'ALERT ' WS-CARD-SEQ ' STEP ' WS-CARD-STEP
                    ' IS NOT IN THE RUNBOOK FOR MSG ' WS-RB-WANT-ID
             DELIMITED BY SIZE          INTO WS-RPT-LINE
             PERFORM WRITE-REPORT-LINE
           END-IF.


       ACKNOWLEDGE-ALERT.
           IF WS-CARD-STEP NOT = SPACES
             PERFORM CHECK-RESOLVING-STEP
           END-IF.

      *     Append-only trail - AESALRT itself is never touched
           OPEN EXTEND R-ACK.

           MOVE WS-CARD-OPER              TO ACK-OPER.
           MOVE WS-CARD-NOTE              TO ACK-NOTE.
           MOVE WS-ALR-FILE-NAME          TO ACK-QUEUE.
           MOVE WS-CARD-STEP              TO ACK-STEP.
           ACCEPT ACK-DATE                FROM DATE YYYYMMDD.
           ACCEPT WS-STAMP-TIME           FROM TIME.
           MOVE WS-STAMP-HHMMSS           TO ACK-TIME.

           STRING 'ALERT ' WS-CARD-SEQ ' ON ' WS-ALR-FILE-NAME
                  ' ACKNOWLEDGED BY ' WS-CARD-OPER
                  ' ' WS-CARD-STEP
           DELIMITED BY SIZE            INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

      *     Back through the standard hand-off, so the escalation
      *     queues, DISPLAYs and pages exactly like a new alert
           MOVE ALR-LEVEL                 TO LAL-LEVEL OF AL-S.
           MOVE ALR-MSG-ID                TO LAL-MSG-ID OF AL-S.

           STRING 'UNACKED ' WS-AGE-HOURS ' HOURS - ALERT '
                  WS-ALR-SEQ ': ' ALR-TEXT(1:90)
