       ID DIVISION.
       PROGRAM-ID. AESHNDOV.
      *****************************************************************
      * Shift handover. AESOPSUM tells the next shift what happened;
      * this tells it what is still open and waiting on someone -
      * every outstanding item across the system in one prioritized
      * list, each with its age and its owner:
      *
      *   priority 1 - act before anything else
      *     ALERT     unacknowledged MAX alert, on any queue
      *     RELEASE   AESRELRF plaintext release past its expiry
      *               still ACTive (sweep not run) or ESCalated
      *               (the sweep could not delete it)
      *     RUNLOCK   AESRLOCK lock older than the stale limit - a
      *               run that died holding its generation
      *   priority 2 - work of the shift
      *     ALERT     unacknowledged ERR alert
      *     JOURNAL   AESBJRNL tuple that FAILED (ERR)
      *     DEADLTR   AESRDEAD dead letter awaiting AESQREQU
      *     HANDOFF   AESXTRG trigger with no AESXRCP receipt
      *   priority 3 - waiting on a decision or a second person
      *     JOURNAL   AESBJRNL tuple HELD (HLD)
      *     DECIPHER  AESDRQST request awaiting approval (REQ)
      *     DUALCTL   AESKEYF dual-control entry waiting for its
      *               second operator
      *     EXCEPTION AESEXCP tolerant-mode skip awaiting AESREDRV
      *
      * Within a priority the oldest item comes first. A dual-
      * control entry carries no stamp of its own, so it lists with
      * no age at the foot of its priority.
      *
      * Alert acknowledgment is matched exactly as AESALCON and the
      * AESDCLSE close gate number it - positionally per queue, over
      * the AESALRT default and every queue AESALRTG routes to.
      *
      * An optional control card (AESHOPRM) gives the stale-lock
      * limit in hours (columns 1-3); missing or zero means 6, the
      * same limit AESREORG and AESJROLL judge abandoned locks by.
      * Report to AESHORPT; RETURN-CODE 4 when any priority-1 item
      * is open, so the scheduler can page on it.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *     ALERT QUEUES AND ACKNOWLEDGMENTS - walked once per queue
            SELECT OPTIONAL R-ALR ASSIGN TO DYNAMIC WS-ALR-FILE-NAME
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-ALR.

            SELECT OPTIONAL R-ACK ASSIGN TO 'AESALACK'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-ACK.

      *     ALERT ROUTING RULES (AESALRTG) - for the queue names only
            SELECT OPTIONAL R-RTG ASSIGN TO 'AESALRTG'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-RTG.

      *     BATCH TUPLE JOURNAL (AESBJRNL - LRECL=80)
            SELECT OPTIONAL R-JRN ASSIGN TO 'AESBJRNL'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-JRN.

      *     DECIPHER REQUESTS (AESDRQST - KSDS keyed on request id)
            SELECT OPTIONAL R-REQ ASSIGN TO 'AESDRQST'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS SEQUENTIAL
                   RECORD KEY   IS DRQ-ID
                   FILE STATUS  IS FS-REQ.

      *     MANAGED KEY STORE (AESKEYF)
            SELECT OPTIONAL R-KEY ASSIGN TO 'AESKEYF'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS SEQUENTIAL
                   RECORD KEY   IS KEYF-REC-KEY
                   FILE STATUS  IS FS-KEY.

      *     PLAINTEXT RELEASE REGISTER (AESRELRF - LRECL=96)
            SELECT OPTIONAL R-REG ASSIGN TO 'AESRELRF'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-REG.

      *     DEAD-LETTER FILE (AESRDEAD - LRECL=100)
            SELECT OPTIONAL R-DED ASSIGN TO 'AESRDEAD'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-DED.

      *     STRUCTURED EXCEPTION FILE (AESEXCP - LRECL=80)
            SELECT OPTIONAL R-EXC ASSIGN TO 'AESEXCP'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-EXC.

      *     RUN LOCKS
            SELECT OPTIONAL R-LCK ASSIGN TO 'AESRLOCK'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS SEQUENTIAL
                   RECORD KEY   IS LCK-GEN
                   FILE STATUS  IS FS-LCK.

      *     TRANSMISSION TRIGGERS AND RECEIPTS
            SELECT OPTIONAL R-TRG ASSIGN TO 'AESXTRG'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-TRG.

            SELECT OPTIONAL R-RCP ASSIGN TO 'AESXRCP'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-RCP.

      *     CONTROL CARD (AESHOPRM - optional, stale-lock hours)
            SELECT OPTIONAL R-PARM ASSIGN TO 'AESHOPRM'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-PARM.

      *     HANDOVER REPORT (AESHORPT)
            SELECT R-RPT ASSIGN TO 'AESHORPT'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-RPT.

       DATA DIVISION.
       FILE SECTION.
      *   AESALRT (and each routed queue)
       FD R-ALR LABEL RECORD STANDARD.

       01 ALR-REC.
          02 ALR-LEVEL                PIC 9(01).
          02 ALR-TEXT                 PIC X(128).
          02 ALR-DATE                 PIC 9(08).
          02 ALR-TIME                 PIC 9(06).
          02 FILLER                   PIC X(03).
          02 ALR-MSG-ID               PIC X(05).

      *   AESALACK
       FD R-ACK LABEL RECORD STANDARD.

       01 ACK-REC.
          02 ACK-SEQ                  PIC 9(07).
          02 ACK-OPER                 PIC X(08).
          02 ACK-NOTE                 PIC X(40).
          02 ACK-DATE                 PIC 9(08).
          02 ACK-TIME                 PIC 9(06).
          02 ACK-QUEUE                PIC X(08).
          02 FILLER                   PIC X(03).

      *   AESALRTG (only the routed-to queue name matters here)
       FD R-RTG LABEL RECORD STANDARD.

       01 RTG-REC.
          05 FILLER                      PIC X(32).
          05 RTG-QUEUE                   PIC X(08).
          05 FILLER                      PIC X(12).

      *   AESBJRNL
       FD R-JRN LABEL RECORD STANDARD.

       01 JRN-REC.
          05 JRN-TUPLE-SEQ               PIC 9(05).
          05 JRN-DAT-FILE                PIC X(20).
          05 JRN-ODT-FILE                PIC X(20).
          05 JRN-STATUS                  PIC X(03).
          05 JRN-REASON                  PIC 9(02).
          05 JRN-DATE                    PIC 9(08).
          05 JRN-TIME                    PIC 9(06).
          05 FILLER                      PIC X(16).

      *   AESDRQST
       FD R-REQ LABEL RECORD STANDARD.

       01 REQ-REC.
          05 DRQ-ID                      PIC 9(07).
          05 DRQ-GEN                     PIC X(20).
          05 DRQ-REQUESTER               PIC X(08).
          05 DRQ-REASON                  PIC X(30).
          05 DRQ-STATE                   PIC X(03).
          05 DRQ-APPROVER                PIC X(08).
          05 DRQ-REQ-DATE                PIC 9(08).
          05 DRQ-DEC-DATE                PIC 9(08).
          05 DRQ-DECK                    PIC X(08).
          05 FILLER                      PIC X(08).

      *   AESKEYF
       FD R-KEY LABEL RECORD STANDARD.

       01 KEYF-REC.
          COPY 'AESLKEY.cpy'.

      *   AESRELRF
       FD R-REG LABEL RECORD STANDARD.

       01 REG-REC.
          02 REL-FILE                 PIC X(20).
          02 REL-REQUESTER            PIC X(08).
          02 REL-APPROVER             PIC X(08).
          02 REL-PURPOSE              PIC X(30).
          02 REL-DATE                 PIC 9(08).
          02 REL-EXPIRES              PIC 9(08).
          02 REL-STATE                PIC X(03).
          02 REL-ID                   PIC 9(08).
          02 FILLER                   PIC X(03).

      *   AESRDEAD
       FD R-DED LABEL RECORD STANDARD.

       01 DED-REC.
          02 DL-SEQ                   PIC 9(08).
          02 DL-ACTION                PIC X(01).
          02 DL-ALIAS                 PIC X(08).
          02 DL-PAYLOAD               PIC X(32).
          02 DL-ATTEMPTS              PIC 9(02).
          02 DL-STATUS                PIC X(03).
          02 DL-REASON                PIC X(20).
          02 DL-DATE                  PIC 9(08).
          02 DL-TIME                  PIC 9(06).
          02 FILLER                   PIC X(12).

      *   AESEXCP
       FD R-EXC LABEL RECORD STANDARD.

       01 EXC-REC.
          02 EXC-DAT-NAME             PIC X(20).
          02 EXC-ODT-NAME             PIC X(20).
          02 EXC-BLOCK-NO             PIC 9(08).
          02 EXC-FSTAT                PIC 9(02).
          02 EXC-ACTION               PIC X(08).
          02 EXC-MODE                 PIC X(03).
          02 EXC-BITS                 PIC X(03).
          02 EXC-DATE                 PIC 9(08).
          02 EXC-TIME                 PIC 9(06).
          02 FILLER                   PIC X(02).

      *   AESRLOCK
       FD R-LCK LABEL RECORD STANDARD.

       01 LCK-REC.
          02 LCK-GEN                  PIC X(20).
          02 LCK-RUN                  PIC X(16).
          02 LCK-DATE                 PIC 9(08).
          02 LCK-TIME                 PIC 9(06).
          02 FILLER                   PIC X(06).

      *   AESXTRG
       FD R-TRG LABEL RECORD STANDARD.

       01 TRG-REC.
          02 TRG-FILE-NAME           PIC X(20).
          02 TRG-BLOCK-COUNT         PIC 9(09).
          02 TRG-READY-DATE          PIC 9(08).
          02 TRG-RUN-ID              PIC X(16).
          02 FILLER                  PIC X(03).

      *   AESXRCP
       FD R-RCP LABEL RECORD STANDARD.

       01 RCP-REC.
          02 RCP-FILE-NAME           PIC X(20).
          02 RCP-DATE                PIC 9(08).
          02 RCP-TIME                PIC 9(06).
          02 RCP-STATUS              PIC X(03).
          02 FILLER                  PIC X(03).

      *   AESHOPRM
       FD R-PARM LABEL RECORD STANDARD.

       01 PARM-REC.
          05 PARM-STALE-HOURS            PIC 9(03).
          05 FILLER                      PIC X(77).

      *   AESHORPT
       FD R-RPT LABEL RECORD STANDARD.

       01 RPT-REC                        PIC X(132).

       WORKING-STORAGE SECTION.
         01 FS.
            05 FS-ALR                   PIC 9(02).
               88 FS-ALR-OPENED                   VALUE 0 5.
               88 FS-ALR-EOF                      VALUE 10.
            05 FS-ACK                   PIC 9(02).
               88 FS-ACK-OPENED                   VALUE 0 5.
               88 FS-ACK-EOF                      VALUE 10.
            05 FS-RTG                   PIC 9(02).
               88 FS-RTG-OPENED                   VALUE 0 5.
               88 FS-RTG-EOF                      VALUE 10.
            05 FS-JRN                   PIC 9(02).
               88 FS-JRN-OPENED                   VALUE 0 5.
               88 FS-JRN-EOF                      VALUE 10.
            05 FS-REQ                   PIC 9(02).
               88 FS-REQ-OK                       VALUE 0.
               88 FS-REQ-OPENED                   VALUE 0 5.
               88 FS-REQ-EOF                      VALUE 10.
            05 FS-KEY                   PIC 9(02).
               88 FS-KEY-OK                       VALUE 0.
               88 FS-KEY-OPENED                   VALUE 0 5.
               88 FS-KEY-EOF                      VALUE 10.
            05 FS-REG                   PIC 9(02).
               88 FS-REG-OPENED                   VALUE 0 5.
               88 FS-REG-EOF                      VALUE 10.
            05 FS-DED                   PIC 9(02).
               88 FS-DED-OPENED                   VALUE 0 5.
               88 FS-DED-EOF                      VALUE 10.
            05 FS-EXC                   PIC 9(02).
               88 FS-EXC-OPENED                   VALUE 0 5.
               88 FS-EXC-EOF                      VALUE 10.
            05 FS-LCK                   PIC 9(02).
               88 FS-LCK-OK                       VALUE 0.
               88 FS-LCK-OPENED                   VALUE 0 5.
               88 FS-LCK-EOF                      VALUE 10.
            05 FS-TRG                   PIC 9(02).
               88 FS-TRG-OPENED                   VALUE 0 5.
               88 FS-TRG-EOF                      VALUE 10.
            05 FS-RCP                   PIC 9(02).
               88 FS-RCP-OPENED                   VALUE 0 5.
               88 FS-RCP-EOF                      VALUE 10.
            05 FS-PARM                  PIC 9(02).
               88 FS-PARM-OK                      VALUE 0.
            05 FS-RPT                   PIC 9(02).
               88 FS-RPT-OK                       VALUE 0.

         77 WS-STALE-HOURS              PIC 9(03)   VALUE 6.
         77 WS-STALE-SECS               PIC 9(07).

      *  Clock and ageing - an entry's age is the seconds between
      *  its stamp and now, reported in whole hours
         77 WS-NOW-DATE                 PIC 9(08).
         01 WS-NOW-TIME.
            05 WS-NOW-HH                PIC 9(02).
            05 WS-NOW-MN                PIC 9(02).
            05 WS-NOW-SS                PIC 9(02).
         01 WS-ENT-TIME.
            05 WS-ENT-HH                PIC 9(02).
            05 WS-ENT-MN                PIC 9(02).
            05 WS-ENT-SS                PIC 9(02).
         77 WS-ENT-DATE                 PIC 9(08).
         77 WS-NOW-SECS                 PIC 9(12).
         77 WS-ENT-SECS                 PIC 9(12).
         77 WS-AGE-SECS                 PIC S9(12).

      *  Acknowledged queue/number pairs, positional per AESALCON's
      *  numbering of each queue
         01 WS-ACK-TABLE.
            05 WS-ACK-ENTRY OCCURS 2000.
               10 WS-ACKED-SEQ         PIC 9(07).
               10 WS-ACKED-QUEUE       PIC X(08).
         77 WS-ACK-COUNT                PIC 9(04)   VALUE 0.
         77 WS-ACK-I                    PIC 9(04).
         77 WS-ALR-SEQ                  PIC 9(07)   VALUE 0.

      *  Every queue an alert can land on: the AESALRT default plus
      *  each distinct queue the AESALRTG rules route to
         01 WS-ALR-FILE-NAME            PIC X(08).
         01 WS-QUEUE-TABLE.
            05 WS-QUEUE-NAME OCCURS 20  PIC X(08).
         77 WS-QUEUE-COUNT              PIC 9(02)   VALUE 0.
         77 WS-QUEUE-I                  PIC 9(02).
         77 WS-QUEUE-J                  PIC 9(02).

      *  Receipts for the hand-off reconciliation
         01 WS-RCP-TABLE.
            05 WS-RCP-NAME OCCURS 2000  PIC X(20).
         77 WS-RCP-COUNT                PIC 9(04)   VALUE 0.
         77 WS-RCP-I                    PIC 9(04).

      *  The open-item list, kept in report order as it is built -
      *  priority first, then oldest first, unaged items last
         01 WS-NEW-ITEM.
            05 WS-NEW-PRI               PIC 9(01).
            05 WS-NEW-AGE               PIC 9(07).
            05 WS-NEW-AGED              PIC X(01).
               88 WS-NEW-HAS-AGE                 VALUE 'Y'.
            05 WS-NEW-CAT               PIC X(09).
            05 WS-NEW-ITEM-ID           PIC X(20).
            05 WS-NEW-OWNER             PIC X(16).
            05 WS-NEW-DETAIL            PIC X(64).
         01 WS-ITEM-TABLE.
            05 WS-ITEM OCCURS 2000.
               10 WS-IT-PRI            PIC 9(01).
               10 WS-IT-AGE            PIC 9(07).
               10 WS-IT-AGED           PIC X(01).
                  88 WS-IT-HAS-AGE              VALUE 'Y'.
               10 WS-IT-CAT            PIC X(09).
               10 WS-IT-ITEM-ID        PIC X(20).
               10 WS-IT-OWNER          PIC X(16).
               10 WS-IT-DETAIL         PIC X(64).
         77 WS-ITEM-COUNT               PIC 9(04)   VALUE 0.
         77 WS-ITEM-I                   PIC 9(04).
         77 WS-ITEM-J                   PIC 9(04).
         77 WS-OVER-COUNT               PIC 9(05)   VALUE 0.

      *  Tallies for the foot of the report
         01 WS-PRI-TOTALS.
            05 WS-PRI-COUNT OCCURS 3    PIC 9(05).
         77 WS-ALERT-COUNT              PIC 9(05)   VALUE 0.
         77 WS-JOURNAL-COUNT            PIC 9(05)   VALUE 0.
         77 WS-DECIPHER-COUNT           PIC 9(05)   VALUE 0.
         77 WS-DUALCTL-COUNT            PIC 9(05)   VALUE 0.
         77 WS-RELEASE-COUNT            PIC 9(05)   VALUE 0.
         77 WS-DEADLTR-COUNT            PIC 9(05)   VALUE 0.
         77 WS-EXCEPTION-COUNT          PIC 9(05)   VALUE 0.
         77 WS-RUNLOCK-COUNT            PIC 9(05)   VALUE 0.
         77 WS-HANDOFF-COUNT            PIC 9(05)   VALUE 0.
         77 WS-TOTAL-COUNT              PIC 9(05)   VALUE 0.

         77 WS-AGE-EDIT                 PIC Z(06)9.
         01 WS-RPT-LINE                 PIC X(132).

       LINKAGE SECTION.

       PROCEDURE DIVISION.
       MAINLINE.
           PERFORM READ-PARAMETERS.

           ACCEPT WS-NOW-DATE             FROM DATE YYYYMMDD.
           ACCEPT WS-NOW-TIME             FROM TIME.

           COMPUTE WS-NOW-SECS =
               FUNCTION INTEGER-OF-DATE(WS-NOW-DATE) * 86400
             + WS-NOW-HH * 3600 + WS-NOW-MN * 60 + WS-NOW-SS.
           COMPUTE WS-STALE-SECS = WS-STALE-HOURS * 3600.

           MOVE 0                         TO WS-PRI-COUNT(1)
                                             WS-PRI-COUNT(2)
                                             WS-PRI-COUNT(3).

           OPEN OUTPUT R-RPT.

           IF FS-RPT-OK
             CONTINUE
           ELSE
             DISPLAY 'AESHNDOV: ERROR OPENING AESHORPT: ' FS-RPT
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.

           PERFORM COLLECT-OPEN-ALERTS
              THRU COLLECT-OPEN-ALERTS-EXIT.
           PERFORM COLLECT-JOURNAL-TUPLES
              THRU COLLECT-JOURNAL-TUPLES-EXIT.
           PERFORM COLLECT-DECIPHER-REQUESTS
              THRU COLLECT-DECIPHER-REQUESTS-EXIT.
           PERFORM COLLECT-DUAL-CONTROL
              THRU COLLECT-DUAL-CONTROL-EXIT.
           PERFORM COLLECT-EXPIRED-RELEASES
              THRU COLLECT-EXPIRED-RELEASES-EXIT.
           PERFORM COLLECT-DEAD-LETTERS
              THRU COLLECT-DEAD-LETTERS-EXIT.
           PERFORM COLLECT-EXCEPTIONS
              THRU COLLECT-EXCEPTIONS-EXIT.
           PERFORM COLLECT-STALE-LOCKS
              THRU COLLECT-STALE-LOCKS-EXIT.
           PERFORM COLLECT-UNCONFIRMED-HANDOFFS
              THRU COLLECT-UNCONFIRMED-HANDOFFS-EXIT.

           PERFORM WRITE-HANDOVER.

           CLOSE R-RPT.

           DISPLAY 'AESHNDOV: ' WS-TOTAL-COUNT ' open item(s), '
                   WS-PRI-COUNT(1) ' at priority 1 - written to '
                   'AESHORPT'.

           IF WS-PRI-COUNT(1) > 0
             MOVE 4                       TO RETURN-CODE
           END-IF.

           STOP RUN.


       READ-PARAMETERS.
           OPEN INPUT R-PARM.

           IF FS-PARM-OK
             READ R-PARM
               AT END
                 CONTINUE
               NOT AT END
                 IF PARM-STALE-HOURS IS NUMERIC
                   AND PARM-STALE-HOURS > 0
                   MOVE PARM-STALE-HOURS  TO WS-STALE-HOURS
                 END-IF
             END-READ

             CLOSE R-PARM
           ELSE
             CONTINUE
           END-IF.


      *****************************************************************
      * Unacknowledged ERR/MAX alerts on every queue - whatever day
      * they were raised, an alert nobody owned up to is still open
      *****************************************************************
       COLLECT-OPEN-ALERTS.
           OPEN INPUT R-ACK.

           IF FS-ACK-OPENED
             PERFORM UNTIL FS-ACK-EOF
               READ R-ACK
                 AT END
                   CONTINUE
                 NOT AT END
                   IF WS-ACK-COUNT < 2000
                     ADD 1                TO WS-ACK-COUNT
                     MOVE ACK-SEQ         TO WS-ACKED-SEQ(WS-ACK-COUNT)
                     IF ACK-QUEUE = SPACES
                       MOVE 'AESALRT '    TO
                            WS-ACKED-QUEUE(WS-ACK-COUNT)
                     ELSE
                       MOVE ACK-QUEUE     TO
                            WS-ACKED-QUEUE(WS-ACK-COUNT)
                     END-IF
                   END-IF
               END-READ
             END-PERFORM

             CLOSE R-ACK
           END-IF.

           PERFORM GATHER-ALERT-QUEUES
              THRU GATHER-ALERT-QUEUES-EXIT.

           PERFORM VARYING WS-QUEUE-I FROM 1 BY 1
             UNTIL WS-QUEUE-I > WS-QUEUE-COUNT
             MOVE WS-QUEUE-NAME(WS-QUEUE-I) TO WS-ALR-FILE-NAME
             PERFORM COLLECT-ONE-ALERT-QUEUE
                THRU COLLECT-ONE-ALERT-QUEUE-EXIT
           END-PERFORM.

       COLLECT-OPEN-ALERTS-EXIT.
           EXIT.


       GATHER-ALERT-QUEUES.
           MOVE 1                         TO WS-QUEUE-COUNT.
           MOVE 'AESALRT '                TO WS-QUEUE-NAME(1).

           OPEN INPUT R-RTG.

           IF FS-RTG-OPENED
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


       COLLECT-ONE-ALERT-QUEUE.
           MOVE 0                         TO WS-ALR-SEQ
                                             FS-ALR.

           OPEN INPUT R-ALR.

           IF FS-ALR-OPENED
             CONTINUE
           ELSE
             GO TO COLLECT-ONE-ALERT-QUEUE-EXIT
           END-IF.

           PERFORM UNTIL FS-ALR-EOF
             READ R-ALR
               AT END
                 CONTINUE
               NOT AT END
                 ADD 1                    TO WS-ALR-SEQ

                 IF ALR-LEVEL >= 2
                   PERFORM VARYING WS-ACK-I FROM 1 BY 1
                     UNTIL WS-ACK-I > WS-ACK-COUNT
                     OR (WS-ACKED-SEQ(WS-ACK-I) = WS-ALR-SEQ
                       AND WS-ACKED-QUEUE(WS-ACK-I)
                           = WS-ALR-FILE-NAME)
                     CONTINUE
                   END-PERFORM

                   IF WS-ACK-I > WS-ACK-COUNT
                     MOVE SPACES          TO WS-NEW-ITEM
                     IF ALR-LEVEL = 9
                       MOVE 1             TO WS-NEW-PRI
                     ELSE
                       MOVE 2             TO WS-NEW-PRI
                     END-IF
                     MOVE 'ALERT'         TO WS-NEW-CAT
                     STRING WS-ALR-FILE-NAME DELIMITED BY SPACE
                            ' #' WS-ALR-SEQ  DELIMITED BY SIZE
                       INTO WS-NEW-ITEM-ID
                     MOVE WS-ALR-FILE-NAME TO WS-NEW-OWNER
                     MOVE ALR-TEXT        TO WS-NEW-DETAIL
                     MOVE ALR-DATE        TO WS-ENT-DATE
                     MOVE ALR-TIME        TO WS-ENT-TIME
                     PERFORM AGE-THE-ITEM
                     PERFORM ADD-OPEN-ITEM
                     ADD 1                TO WS-ALERT-COUNT
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE R-ALR.

       COLLECT-ONE-ALERT-QUEUE-EXIT.
           EXIT.


      *****************************************************************
      * The latest submission's tuples still FAILED or HELD
      *****************************************************************
       COLLECT-JOURNAL-TUPLES.
           OPEN INPUT R-JRN.

           IF FS-JRN-OPENED
             CONTINUE
           ELSE
             GO TO COLLECT-JOURNAL-TUPLES-EXIT
           END-IF.

           PERFORM UNTIL FS-JRN-EOF
             READ R-JRN
               AT END
                 CONTINUE
               NOT AT END
                 IF JRN-STATUS = 'ERR' OR JRN-STATUS = 'HLD'
                   MOVE SPACES            TO WS-NEW-ITEM
                   MOVE 'JOURNAL'         TO WS-NEW-CAT
                   MOVE JRN-DAT-FILE      TO WS-NEW-ITEM-ID
                   MOVE 'OPERATIONS'      TO WS-NEW-OWNER
                   IF JRN-STATUS = 'ERR'
                     MOVE 2               TO WS-NEW-PRI
                     STRING 'TUPLE ' JRN-TUPLE-SEQ ' FAILED - REASON '
                            JRN-REASON ' - RESUBMIT TO RESUME'
                     DELIMITED BY SIZE  INTO WS-NEW-DETAIL
                   ELSE
                     MOVE 3               TO WS-NEW-PRI
                     STRING 'TUPLE ' JRN-TUPLE-SEQ ' HELD - REASON '
                            JRN-REASON
                     DELIMITED BY SIZE  INTO WS-NEW-DETAIL
                   END-IF
                   MOVE JRN-DATE          TO WS-ENT-DATE
                   MOVE JRN-TIME          TO WS-ENT-TIME
                   PERFORM AGE-THE-ITEM
                   PERFORM ADD-OPEN-ITEM
                   ADD 1                  TO WS-JOURNAL-COUNT
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE R-JRN.

       COLLECT-JOURNAL-TUPLES-EXIT.
           EXIT.


      *****************************************************************
      * Decipher requests nobody has yet approved or denied
      *****************************************************************
       COLLECT-DECIPHER-REQUESTS.
           OPEN INPUT R-REQ.

           IF FS-REQ-OPENED
             CONTINUE
           ELSE
             GO TO COLLECT-DECIPHER-REQUESTS-EXIT
           END-IF.

           PERFORM UNTIL FS-REQ-EOF
             READ R-REQ NEXT RECORD

             IF FS-REQ-OK
               IF DRQ-STATE = 'REQ'
                 MOVE SPACES              TO WS-NEW-ITEM
                 MOVE 3                   TO WS-NEW-PRI
                 MOVE 'DECIPHER'          TO WS-NEW-CAT
                 MOVE DRQ-GEN             TO WS-NEW-ITEM-ID
                 MOVE 'APPROVER'          TO WS-NEW-OWNER
                 STRING 'REQUEST ' DRQ-ID ' BY ' DRQ-REQUESTER
                        ' - ' DRQ-REASON
                 DELIMITED BY SIZE      INTO WS-NEW-DETAIL
                 MOVE DRQ-REQ-DATE        TO WS-ENT-DATE
                 MOVE ZEROS               TO WS-ENT-TIME
                 PERFORM AGE-THE-ITEM
                 PERFORM ADD-OPEN-ITEM
                 ADD 1                    TO WS-DECIPHER-COUNT
               END-IF
             END-IF
           END-PERFORM.

           CLOSE R-REQ.

       COLLECT-DECIPHER-REQUESTS-EXIT.
           EXIT.


      *****************************************************************
      * Dual-control entries holding a first component - a new key
      * (KEYF-PENDING) or a change in flight on a live one
      *****************************************************************
       COLLECT-DUAL-CONTROL.
           OPEN INPUT R-KEY.

           IF FS-KEY-OPENED
             CONTINUE
           ELSE
             GO TO COLLECT-DUAL-CONTROL-EXIT
           END-IF.

           PERFORM UNTIL FS-KEY-EOF
             READ R-KEY NEXT RECORD

             IF FS-KEY-OK
               IF KEYF-PENDING OR KEYF-PEND-WAITING
                 MOVE SPACES              TO WS-NEW-ITEM
                 MOVE 3                   TO WS-NEW-PRI
                 MOVE 'DUALCTL'           TO WS-NEW-CAT
                 STRING KEYF-ID ' V' KEYF-VERSION
                 DELIMITED BY SIZE      INTO WS-NEW-ITEM-ID
                 MOVE 'SECOND OPERATOR'   TO WS-NEW-OWNER
                 IF KEYF-PENDING
                   STRING 'NEW KEY - COMPONENT 1 ENTERED BY '
                          KEYF-PEND-OPER
                   DELIMITED BY SIZE    INTO WS-NEW-DETAIL
                 ELSE
                   STRING 'CHANGE IN FLIGHT - COMPONENT 1 ENTERED BY '
                          KEYF-PEND-OPER
                   DELIMITED BY SIZE    INTO WS-NEW-DETAIL
                 END-IF
                 MOVE 'N'                 TO WS-NEW-AGED
                 MOVE 0                   TO WS-NEW-AGE
                 PERFORM ADD-OPEN-ITEM
                 ADD 1                    TO WS-DUALCTL-COUNT
               END-IF
             END-IF
           END-PERFORM.

           CLOSE R-KEY.

       COLLECT-DUAL-CONTROL-EXIT.
           EXIT.


      *****************************************************************
      * Plaintext releases past expiry that still exist, or may -
      * aged from the expiry date, the point they became overdue
      *****************************************************************
       COLLECT-EXPIRED-RELEASES.
           OPEN INPUT R-REG.

           IF FS-REG-OPENED
             CONTINUE
           ELSE
             GO TO COLLECT-EXPIRED-RELEASES-EXIT
           END-IF.

           PERFORM UNTIL FS-REG-EOF
             READ R-REG
               AT END
                 CONTINUE
               NOT AT END
                 IF (REL-STATE = 'ACT' OR REL-STATE = 'ESC')
                   AND REL-EXPIRES > 0
                   AND REL-EXPIRES < WS-NOW-DATE
                   MOVE SPACES            TO WS-NEW-ITEM
                   MOVE 1                 TO WS-NEW-PRI
                   MOVE 'RELEASE'         TO WS-NEW-CAT
                   MOVE REL-FILE          TO WS-NEW-ITEM-ID
                   MOVE REL-REQUESTER     TO WS-NEW-OWNER
                   IF REL-STATE = 'ESC'
                     STRING 'EXPIRED ' REL-EXPIRES
                            ' - DELETE FAILED, ESCALATED BY AESRELSW'
                     DELIMITED BY SIZE  INTO WS-NEW-DETAIL
                   ELSE
                     STRING 'EXPIRED ' REL-EXPIRES
                            ' - NOT YET SWEPT BY AESRELSW'
                     DELIMITED BY SIZE  INTO WS-NEW-DETAIL
                   END-IF
                   MOVE REL-EXPIRES       TO WS-ENT-DATE
                   MOVE ZEROS             TO WS-ENT-TIME
                   PERFORM AGE-THE-ITEM
                   PERFORM ADD-OPEN-ITEM
                   ADD 1                  TO WS-RELEASE-COUNT
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE R-REG.

       COLLECT-EXPIRED-RELEASES-EXIT.
           EXIT.


      *****************************************************************
      * Dead letters - everything on AESRDEAD is waiting for an
      * operator to fix its cause and requeue it
      *****************************************************************
       COLLECT-DEAD-LETTERS.
           OPEN INPUT R-DED.

           IF FS-DED-OPENED
             CONTINUE
           ELSE
             GO TO COLLECT-DEAD-LETTERS-EXIT
           END-IF.

           PERFORM UNTIL FS-DED-EOF
             READ R-DED
               AT END
                 CONTINUE
               NOT AT END
                 MOVE SPACES              TO WS-NEW-ITEM
                 MOVE 2                   TO WS-NEW-PRI
                 MOVE 'DEADLTR'           TO WS-NEW-CAT
                 STRING 'AESRQUE #' DL-SEQ
                 DELIMITED BY SIZE      INTO WS-NEW-ITEM-ID
                 MOVE 'OPERATIONS'        TO WS-NEW-OWNER
                 STRING DL-REASON ' AFTER ' DL-ATTEMPTS
                        ' ATTEMPT(S) - ALIAS ' DL-ALIAS
                 DELIMITED BY SIZE      INTO WS-NEW-DETAIL
                 MOVE DL-DATE             TO WS-ENT-DATE
                 MOVE DL-TIME             TO WS-ENT-TIME
                 PERFORM AGE-THE-ITEM
                 PERFORM ADD-OPEN-ITEM
                 ADD 1                    TO WS-DEADLTR-COUNT
             END-READ
           END-PERFORM.

           CLOSE R-DED.

       COLLECT-DEAD-LETTERS-EXIT.
           EXIT.


      *****************************************************************
      * Tolerant-mode skips - AESEXCP holds each one until the
      * recovered blocks are reprocessed and the file is cleared
      *****************************************************************
       COLLECT-EXCEPTIONS.
           OPEN INPUT R-EXC.

           IF FS-EXC-OPENED
             CONTINUE
           ELSE
             GO TO COLLECT-EXCEPTIONS-EXIT
           END-IF.

           PERFORM UNTIL FS-EXC-EOF
             READ R-EXC
               AT END
                 CONTINUE
               NOT AT END
                 MOVE SPACES              TO WS-NEW-ITEM
                 MOVE 3                   TO WS-NEW-PRI
                 MOVE 'EXCEPTION'         TO WS-NEW-CAT
                 MOVE EXC-DAT-NAME        TO WS-NEW-ITEM-ID
                 MOVE 'OPERATIONS'        TO WS-NEW-OWNER
                 STRING 'BLOCK ' EXC-BLOCK-NO ' SKIPPED - STATUS '
                        EXC-FSTAT ' - REPROCESS VIA AESREDRV'
                 DELIMITED BY SIZE      INTO WS-NEW-DETAIL
                 MOVE EXC-DATE            TO WS-ENT-DATE
                 MOVE EXC-TIME            TO WS-ENT-TIME
                 PERFORM AGE-THE-ITEM
                 PERFORM ADD-OPEN-ITEM
                 ADD 1                    TO WS-EXCEPTION-COUNT
             END-READ
           END-PERFORM.

           CLOSE R-EXC.

       COLLECT-EXCEPTIONS-EXIT.
           EXIT.


      *****************************************************************
      * Run locks older than the stale limit. A younger lock is a
      * run still in flight, not an open item; an unstamped one
      * cannot be aged and is left to the run that holds it.
      *****************************************************************
       COLLECT-STALE-LOCKS.
           OPEN INPUT R-LCK.

           IF FS-LCK-OPENED
             CONTINUE
           ELSE
             GO TO COLLECT-STALE-LOCKS-EXIT
           END-IF.

           PERFORM UNTIL FS-LCK-EOF
             READ R-LCK NEXT RECORD

             IF FS-LCK-OK
               MOVE SPACES                TO WS-NEW-ITEM
               MOVE LCK-DATE              TO WS-ENT-DATE
               MOVE LCK-TIME              TO WS-ENT-TIME
               PERFORM AGE-THE-ITEM

               IF WS-NEW-HAS-AGE
                 AND WS-AGE-SECS >= WS-STALE-SECS
                 MOVE 1                   TO WS-NEW-PRI
                 MOVE 'RUNLOCK'           TO WS-NEW-CAT
                 MOVE LCK-GEN             TO WS-NEW-ITEM-ID
                 MOVE LCK-RUN             TO WS-NEW-OWNER
                 STRING 'LOCK HELD PAST ' WS-STALE-HOURS
                        ' HOURS - RUN ENDED WITHOUT RELEASING IT'
                 DELIMITED BY SIZE      INTO WS-NEW-DETAIL
                 PERFORM ADD-OPEN-ITEM
                 ADD 1                    TO WS-RUNLOCK-COUNT
               END-IF
             END-IF
           END-PERFORM.

           CLOSE R-LCK.

       COLLECT-STALE-LOCKS-EXIT.
           EXIT.


      *****************************************************************
      * Hand-offs triggered with no receipt from the other side
      *****************************************************************
       COLLECT-UNCONFIRMED-HANDOFFS.
           OPEN INPUT R-RCP.

           IF FS-RCP-OPENED
             PERFORM UNTIL FS-RCP-EOF
               READ R-RCP
                 AT END
                   CONTINUE
                 NOT AT END
                   IF WS-RCP-COUNT < 2000
                     ADD 1                TO WS-RCP-COUNT
                     MOVE RCP-FILE-NAME   TO WS-RCP-NAME(WS-RCP-COUNT)
                   END-IF
               END-READ
             END-PERFORM

             CLOSE R-RCP
           END-IF.

           OPEN INPUT R-TRG.

           IF FS-TRG-OPENED
             CONTINUE
           ELSE
             GO TO COLLECT-UNCONFIRMED-HANDOFFS-EXIT
           END-IF.

           PERFORM UNTIL FS-TRG-EOF
             READ R-TRG
               AT END
                 CONTINUE
               NOT AT END
                 PERFORM VARYING WS-RCP-I FROM 1 BY 1
                   UNTIL WS-RCP-I > WS-RCP-COUNT
                   OR WS-RCP-NAME(WS-RCP-I) = TRG-FILE-NAME
                   CONTINUE
                 END-PERFORM

                 IF WS-RCP-I > WS-RCP-COUNT
                   MOVE SPACES            TO WS-NEW-ITEM
                   MOVE 2                 TO WS-NEW-PRI
                   MOVE 'HANDOFF'         TO WS-NEW-CAT
                   MOVE TRG-FILE-NAME     TO WS-NEW-ITEM-ID
                   MOVE 'RECEIVER'        TO WS-NEW-OWNER
                   STRING 'NO RECEIPT - READY ' TRG-READY-DATE
                          ', ' TRG-BLOCK-COUNT ' BLOCKS'
                   DELIMITED BY SIZE    INTO WS-NEW-DETAIL
                   MOVE TRG-READY-DATE    TO WS-ENT-DATE
                   MOVE ZEROS             TO WS-ENT-TIME
                   PERFORM AGE-THE-ITEM
                   PERFORM ADD-OPEN-ITEM
                   ADD 1                  TO WS-HANDOFF-COUNT
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE R-TRG.

       COLLECT-UNCONFIRMED-HANDOFFS-EXIT.
           EXIT.


      *****************************************************************
      * Age of the entry stamped WS-ENT-DATE/WS-ENT-TIME, into the
      * new item in whole hours. No readable stamp, no age - the
      * same rule AESREORG ages its locks by.
      *****************************************************************
       AGE-THE-ITEM.
           IF WS-ENT-DATE IS NUMERIC AND WS-ENT-DATE > 16010101
             AND WS-ENT-TIME IS NUMERIC
             COMPUTE WS-ENT-SECS =
                 FUNCTION INTEGER-OF-DATE(WS-ENT-DATE) * 86400
               + WS-ENT-HH * 3600 + WS-ENT-MN * 60 + WS-ENT-SS
             COMPUTE WS-AGE-SECS = WS-NOW-SECS - WS-ENT-SECS
             IF WS-AGE-SECS < 0
               MOVE 0                     TO WS-AGE-SECS
             END-IF
             COMPUTE WS-NEW-AGE = WS-AGE-SECS / 3600
             MOVE 'Y'                     TO WS-NEW-AGED
           ELSE
             MOVE 0                       TO WS-AGE-SECS
                                             WS-NEW-AGE
             MOVE 'N'                     TO WS-NEW-AGED
           END-IF.


      *****************************************************************
      * Slot the new item into the list at its place - behind every
      * item of a higher priority and every older one of its own.
      * Past the table's end an item is still counted, and the
      * report says how many did not fit.
      *****************************************************************
       ADD-OPEN-ITEM.
           ADD 1                          TO WS-TOTAL-COUNT.
           ADD 1                          TO WS-PRI-COUNT(WS-NEW-PRI).

           IF WS-ITEM-COUNT >= 2000
             ADD 1                        TO WS-OVER-COUNT
           ELSE
             PERFORM VARYING WS-ITEM-I FROM 1 BY 1
               UNTIL WS-ITEM-I > WS-ITEM-COUNT
               OR WS-NEW-PRI < WS-IT-PRI(WS-ITEM-I)
               OR (WS-NEW-PRI = WS-IT-PRI(WS-ITEM-I)
                 AND WS-NEW-HAS-AGE
                 AND (NOT WS-IT-HAS-AGE(WS-ITEM-I)
                   OR WS-NEW-AGE > WS-IT-AGE(WS-ITEM-I)))
               CONTINUE
             END-PERFORM

             PERFORM VARYING WS-ITEM-J FROM WS-ITEM-COUNT BY -1
               UNTIL WS-ITEM-J < WS-ITEM-I
               MOVE WS-ITEM(WS-ITEM-J)    TO WS-ITEM(WS-ITEM-J + 1)
             END-PERFORM

             MOVE WS-NEW-ITEM             TO WS-ITEM(WS-ITEM-I)
             ADD 1                        TO WS-ITEM-COUNT
           END-IF.


      *****************************************************************
      * REPORT
      *****************************************************************
       WRITE-HANDOVER.
           STRING 'AESHNDOV SHIFT HANDOVER - OPEN ITEMS AT '
                  WS-NOW-DATE ' ' WS-NOW-TIME
           DELIMITED BY SIZE            INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

           PERFORM WRITE-REPORT-LINE.

           MOVE 'P'                       TO WS-RPT-LINE(1:1).
           MOVE 'CATEGORY'                TO WS-RPT-LINE(3:8).
           MOVE 'ITEM'                    TO WS-RPT-LINE(13:4).
           MOVE 'OWNER'                   TO WS-RPT-LINE(34:5).
           MOVE 'AGE(H)'                  TO WS-RPT-LINE(52:6).
           MOVE 'DETAIL'                  TO WS-RPT-LINE(59:6).
           PERFORM WRITE-REPORT-LINE.

           PERFORM VARYING WS-ITEM-I FROM 1 BY 1
             UNTIL WS-ITEM-I > WS-ITEM-COUNT
             PERFORM WRITE-ONE-ITEM
           END-PERFORM.

           IF WS-OVER-COUNT > 0
             STRING '  ... AND ' WS-OVER-COUNT
                    ' FURTHER ITEM(S) NOT LISTED - TABLE FULL'
             DELIMITED BY SIZE          INTO WS-RPT-LINE
             PERFORM WRITE-REPORT-LINE
           END-IF.

           PERFORM WRITE-REPORT-LINE.

           STRING 'UNACKNOWLEDGED ALERTS .... ' WS-ALERT-COUNT
           DELIMITED BY SIZE            INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

           STRING 'JOURNAL TUPLES OPEN ...... ' WS-JOURNAL-COUNT
           DELIMITED BY SIZE            INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

           STRING 'DECIPHER REQUESTS ........ ' WS-DECIPHER-COUNT
           DELIMITED BY SIZE            INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

           STRING 'DUAL-CONTROL PENDING ..... ' WS-DUALCTL-COUNT
           DELIMITED BY SIZE            INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

           STRING 'EXPIRED RELEASES ......... ' WS-RELEASE-COUNT
           DELIMITED BY SIZE            INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

           STRING 'DEAD LETTERS ............. ' WS-DEADLTR-COUNT
           DELIMITED BY SIZE            INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

           STRING 'UNRESOLVED EXCEPTIONS .... ' WS-EXCEPTION-COUNT
           DELIMITED BY SIZE            INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

           STRING 'STALE RUN LOCKS .......... ' WS-RUNLOCK-COUNT
           DELIMITED BY SIZE            INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

           STRING 'UNCONFIRMED HAND-OFFS .... ' WS-HANDOFF-COUNT
           DELIMITED BY SIZE            INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

           STRING 'TOTALS - ' WS-TOTAL-COUNT ' OPEN ITEM(S): '
                  WS-PRI-COUNT(1) ' PRIORITY 1, '
                  WS-PRI-COUNT(2) ' PRIORITY 2, '
                  WS-PRI-COUNT(3) ' PRIORITY 3'
           DELIMITED BY SIZE            INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.


       WRITE-ONE-ITEM.
           MOVE WS-IT-PRI(WS-ITEM-I)      TO WS-RPT-LINE(1:1).
           MOVE WS-IT-CAT(WS-ITEM-I)      TO WS-RPT-LINE(3:9).
           MOVE WS-IT-ITEM-ID(WS-ITEM-I)  TO WS-RPT-LINE(13:20).
           MOVE WS-IT-OWNER(WS-ITEM-I)    TO WS-RPT-LINE(34:16).

           IF WS-IT-HAS-AGE(WS-ITEM-I)
             MOVE WS-IT-AGE(WS-ITEM-I)    TO WS-AGE-EDIT
             MOVE WS-AGE-EDIT             TO WS-RPT-LINE(51:7)
           ELSE
             MOVE '      -'               TO WS-RPT-LINE(51:7)
           END-IF.

           MOVE WS-IT-DETAIL(WS-ITEM-I)   TO WS-RPT-LINE(59:64).
           PERFORM WRITE-REPORT-LINE.


       WRITE-REPORT-LINE.
           MOVE WS-RPT-LINE                TO RPT-REC.
           MOVE SPACES                     TO WS-RPT-LINE.

           WRITE RPT-REC.

           IF FS-RPT-OK
             CONTINUE
           ELSE
             DISPLAY 'AESHNDOV: ERROR WRITING AESHORPT: ' FS-RPT
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.
