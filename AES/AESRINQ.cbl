      * and, when a run-id is given, that run's own summary line -
      * plus the day's AESSTMP stamp count and AESXTRG hand-off
      * state, so the help desk can answer "did customer X's file
      * run last night?" without anyone browsing raw datasets. The
      * latest warning-or-worse message of the day (of the run, when
      * a run-id is given) is shown with its AESRUNBK runbook entry
      * - the standard recovery, who to escalate to and how fast -
      * so the answer to "what do I do about it" is on the same
      * screen as the alert.
      *
      * Input at screen 1:  CCYYMMDD [run-id]   (blank ends)
      *
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-STMP.

      *     RUNBOOK LIBRARY (AESRUNBK - LRECL=132, by message id)
            SELECT OPTIONAL R-RBK ASSIGN TO 'AESRUNBK'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-RBK.

      *     TRANSMISSION TRIGGER QUEUE (AESXTRG - LRECL=56)
            SELECT OPTIONAL R-TRG ASSIGN TO 'AESXTRG'
                   ORGANIZATION IS SEQUENTIAL
          05 LOG-CHAIN                   PIC X(32).
          05 FILLER                      PIC X(01).
          05 LOG-TENANT                  PIC X(08).
          05 FILLER                      PIC X(01).
          05 LOG-MSG-ID                  PIC X(05).
          05 FILLER                      PIC X(01).

      *   AESSTMP
       FD R-STMP LABEL RECORD STANDARD.
          05 FILLER                      PIC X(01).
          05 STMP-RUN-ID                 PIC X(16).

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
          05 RB-HEADER REDEFINES RB-TEXT.
             10 RB-CONTACT               PIC X(30).
             10 FILLER                   PIC X(01).
             10 RB-MAX-MINUTES           PIC 9(04).
             10 FILLER                   PIC X(01).
             10 RB-TITLE                 PIC X(64).
          05 FILLER                      PIC X(21).

      *   AESXTRG
       FD R-TRG LABEL RECORD STANDARD.

            05 FS-TRG                   PIC 9(02).
               88 FS-TRG-OK                       VALUE 0.
               88 FS-TRG-EOF                      VALUE 10.
            05 FS-RBK                   PIC 9(02).
               88 FS-RBK-OK                       VALUE 0.
               88 FS-RBK-EOF                      VALUE 10.

         01 WS-INPUT-AREA                  PIC X(80).
         01 WS-INPUT-LENGTH                PIC S9(04) COMP VALUE 80.
         01 WS-RUN-STATUS                  PIC X(08).
         01 WS-TRG-FILE                    PIC X(20).

      *  Latest warning-or-worse message in scope, and its runbook
         01 WS-ALERT-LEVEL                 PIC 9(01).
         01 WS-ALERT-MSG-ID                PIC X(05).
         01 WS-ALERT-TEXT                  PIC X(128).
         01 WS-RB-CONTACT                  PIC X(30).
         01 WS-RB-MAX-MINUTES              PIC 9(04).
         01 WS-RB-RECOVERY                 PIC X(100).
         01 WS-RB-FOUND                    PIC X(01).
            88 SW-RB-FOUND                           VALUE 'Y'.

      *  Answer block - seven lines sent as one text SEND
         01 WS-ANSWER.
            05 WS-ANS-LINE1                PIC X(79).
            05 FILLER                      PIC X(01) VALUE X'15'.
            05 WS-ANS-LINE4                PIC X(79).
            05 FILLER                      PIC X(01) VALUE X'15'.
            05 WS-ANS-LINE5                PIC X(79).
            05 FILLER                      PIC X(01) VALUE X'15'.
            05 WS-ANS-LINE6                PIC X(79).
            05 FILLER                      PIC X(01) VALUE X'15'.
            05 WS-ANS-LINE7                PIC X(79).

         01 WS-OUT-MSG                     PIC X(80).

           MOVE SPACES                      TO WS-RUN-SUMMARY.
           MOVE 'NOT SEEN'                  TO WS-RUN-STATUS.
           MOVE SPACES                      TO WS-TRG-FILE.
           MOVE 0                           TO WS-ALERT-LEVEL.
           MOVE SPACES                      TO WS-ALERT-MSG-ID
                                               WS-ALERT-TEXT.

           PERFORM SCAN-LOG-GENERATION
              THRU SCAN-LOG-GENERATION-EXIT.
                                               WS-ANS-LINE2
                                               WS-ANS-LINE3
                                               WS-ANS-LINE4
                                               WS-ANS-LINE5
                                               WS-ANS-LINE6
                                               WS-ANS-LINE7.

           STRING 'AESRINQ ' WS-ASK-DATE
                  ' STARTED ' WS-RUNS-STARTED
                                            TO WS-ANS-LINE3
           END-IF.

           IF WS-ALERT-LEVEL = 0
             MOVE 'ALERTS NONE'             TO WS-ANS-LINE6
           ELSE
             STRING 'ALERT ' WS-ALERT-MSG-ID ' L' WS-ALERT-LEVEL ' '
                    WS-ALERT-TEXT(1:64)
               DELIMITED BY SIZE          INTO WS-ANS-LINE6
             PERFORM FIND-ALERT-RUNBOOK
               THRU FIND-ALERT-RUNBOOK-EXIT
             IF SW-RB-FOUND
               STRING 'RUNBOOK ' WS-RB-RECOVERY(1:40)
                      ' ESC ' WS-RB-CONTACT(1:16)
                      ' ' WS-RB-MAX-MINUTES 'M'
                 DELIMITED BY SIZE        INTO WS-ANS-LINE7
             ELSE
               MOVE 'RUNBOOK NONE'          TO WS-ANS-LINE7
             END-IF
           END-IF.


       FIND-ALERT-RUNBOOK.
      *     The header names the contact and the response time; the
      *     first recovery line is the action to take
           MOVE SPACES                      TO WS-RB-FOUND
                                               WS-RB-CONTACT
                                               WS-RB-RECOVERY.
           MOVE 0                           TO WS-RB-MAX-MINUTES.

           IF WS-ALERT-MSG-ID = SPACES
             GO TO FIND-ALERT-RUNBOOK-EXIT
           END-IF.

           OPEN INPUT R-RBK.

           IF FS-RBK-OK
             CONTINUE
           ELSE
             GO TO FIND-ALERT-RUNBOOK-EXIT
           END-IF.

           PERFORM UNTIL FS-RBK-EOF
             READ R-RBK
               AT END
                 CONTINUE
               NOT AT END
                 IF RB-MSG-ID = WS-ALERT-MSG-ID
                   EVALUATE TRUE
                     WHEN RB-KIND = 'H'
                       SET SW-RB-FOUND    TO TRUE
                       MOVE RB-CONTACT    TO WS-RB-CONTACT
                       MOVE RB-MAX-MINUTES
                                          TO WS-RB-MAX-MINUTES
                     WHEN RB-KIND = 'R'
                       AND WS-RB-RECOVERY = SPACES
                       MOVE RB-TEXT       TO WS-RB-RECOVERY
                   END-EVALUATE
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE R-RBK.

       FIND-ALERT-RUNBOOK-EXIT.
           EXIT.


       BROWSE-RUN-NOTES.
      *     STARTBR/READNEXT over the notes KSDS, the same browse


       TALLY-LOG-RECORD.
           IF LOG-LEVEL > 0
             AND (WS-ASK-RUN-ID = SPACES
                  OR LOG-RUN-ID = WS-ASK-RUN-ID)
             MOVE LOG-LEVEL                 TO WS-ALERT-LEVEL
             MOVE LOG-MSG-ID                TO WS-ALERT-MSG-ID
             MOVE LOG-TEXT                  TO WS-ALERT-TEXT
           END-IF.

           EVALUATE TRUE
             WHEN LOG-TEXT(1:16) = 'Starting process'
               ADD 1                      TO WS-RUNS-STARTED
