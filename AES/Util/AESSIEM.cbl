       ID DIVISION.
       PROGRAM-ID. AESSIEM.
      *****************************************************************
      * Security event feed for the SIEM. The crypto subsystem's
      * security-relevant history is spread over six journals in six
      * layouts, none of which the security operations centre reads.
      * This turns what matters in them into one feed of syslog
      * lines carrying CEF (ArcSight Common Event Format) messages:
      *
      *   AESKUSE   every key resolution, and every refusal with its
      *             outcome (retired, expired, compromised, wrong
      *             use, wrong environment ...)
      *   AESKAUDT  every AESKMNT key add, change and delete, and any
      *             rejected maintenance attempt (plain inquiries
      *             are not shipped)
      *   AESTJRNL  every detokenize call, allowed or refused
      *   AESEZMTR  every AESEASY decipher metering record
      *   AESALRT   compromise flags and incident closures, from the
      *             default queue and every queue AESALRTG routes to
      *   AESLOG    ERR- and MAX-level messages, singling out
      *             authority-gate refusals and embargo refusals, and
      *             the warning-level embargo overrides
      *
      * Each event carries the run-id (cs1) wherever the journal has
      * one, so the SIEM can pivot from an event to everything else
      * the run did, and an externalId - journal, stamp and ordinal -
      * that is the same every time the record is read.
      *
      * High-water marks. AESSIHWM holds one mark per journal: the
      * date/time stamp of the last record already consumed and how
      * many records carrying exactly that stamp were consumed (for
      * AESLOG, the generation date and the record count within that
      * generation). Each run reads only past its marks, ships the
      * new events to AESSIFED, and rewrites AESSIHWM only once the
      * feed is closed - a run that dies part way is just rerun, and
      * a rerun after a good run finds nothing new, so no event is
      * ever shipped twice. Marking by stamp rather than by record
      * position keeps the marks right when AESTPRGE or a journal
      * housekeeping step trims old records off the front.
      *
      * Control card AESSIPRM (optional):
      *   1-16   host name in the syslog header (default AESHOST)
      *   18-25  first AESLOG generation to read when AESLOG has no
      *          mark yet (CCYYMMDD, default today)
      *
      * AESSIFED, LRECL=512: '<pri>Mmm dd hh:mm:ss host AESSIEM: CEF:0|
      * AES|AESCRYPT|1|signature|name|severity|extension'. Syslog
      * facility is authpriv; the syslog severity follows the CEF
      * severity. No key, IV or token value is ever written.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *     CONTROL CARD (AESSIPRM)
            SELECT OPTIONAL R-PARM ASSIGN TO 'AESSIPRM'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-PARM.

      *     HIGH-WATER MARKS (AESSIHWM)
            SELECT OPTIONAL R-HWM ASSIGN TO 'AESSIHWM'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-HWM.

      *     KEY USE JOURNAL (AESKUSE)
            SELECT OPTIONAL R-USE ASSIGN TO 'AESKUSE'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-USE.

      *     KEY-MAINTENANCE AUDIT (AESKAUDT - KSDS keyed on
      *     date/time/task, written by AESKMNT)
            SELECT OPTIONAL R-AUD ASSIGN TO 'AESKAUDT'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS AUD-KEY
                   FILE STATUS  IS FS-AUD.

      *     TOKEN VAULT CALL JOURNAL (AESTJRNL)
            SELECT OPTIONAL R-TJR ASSIGN TO 'AESTJRNL'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-TJR.

      *     AESEASY METERING (AESEZMTR)
            SELECT OPTIONAL R-MTR ASSIGN TO 'AESEZMTR'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-MTR.

      *     ALERT QUEUES - assigned dynamically, walked once per name
            SELECT OPTIONAL R-ALR ASSIGN TO DYNAMIC WS-ALR-FILE-NAME
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-ALR.

      *     ALERT ROUTING RULES (AESALRTG) - for the queue names only
            SELECT OPTIONAL R-RTG ASSIGN TO 'AESALRTG'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-RTG.

      *     DAILY LOG GENERATION (AESLOG<CCYYMMDD> - LRECL=216)
            SELECT OPTIONAL R-LOG ASSIGN TO DYNAMIC WS-LOG-FILE-NAME
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-LOG.

      *     EVENT FEED (AESSIFED - LRECL=512)
            SELECT R-FED ASSIGN TO 'AESSIFED'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-FED.

       DATA DIVISION.
       FILE SECTION.
      *   AESSIPRM
       FD R-PARM LABEL RECORD STANDARD.

       01 PARM-REC.
          05 PARM-HOST                   PIC X(16).
          05 FILLER                      PIC X(01).
          05 PARM-FIRST-DATE             PIC X(08).

      *   AESSIHWM
       FD R-HWM LABEL RECORD STANDARD.

       01 HWM-REC.
          05 HWM-SOURCE                  PIC X(08).
          05 FILLER                      PIC X(01).
          05 HWM-DATE                    PIC 9(08).
          05 HWM-TIME                    PIC 9(06).
          05 HWM-SEQ                     PIC 9(09).
          05 FILLER                      PIC X(08).

      *   AESKUSE
       FD R-USE LABEL RECORD STANDARD.

       01 USE-REC.
          02 USE-ALIAS                PIC X(08).
          02 USE-DATE                 PIC 9(08).
          02 USE-TIME                 PIC 9(06).
          02 USE-RUN-IDENT            PIC X(16).
          02 USE-OUTCOME              PIC X(03).
          02 USE-KEY-USE              PIC X(01).
          02 FILLER                   PIC X(06).

      *   AESKAUDT
       FD R-AUD LABEL RECORD STANDARD.

       01 AUD-REC.
          05 AUD-KEY.
             10 AUD-DATE                 PIC 9(08).
             10 AUD-TIME                 PIC 9(06).
             10 AUD-TASK                 PIC 9(07).
          05 AUD-OPER                    PIC X(08).
          05 AUD-ACTION                  PIC X(01).
          05 AUD-KEY-ID                  PIC X(08).
          05 AUD-VERSION                 PIC 9(03).
          05 AUD-OUTCOME                 PIC X(03).
          05 FILLER                      PIC X(04).

      *   AESTJRNL
       FD R-TJR LABEL RECORD STANDARD.

       01 TJR-REC.
          02 TJR-CALLER               PIC X(08).
          02 TJR-FUNCTION             PIC X(01).
          02 TJR-TOKEN                PIC X(16).
          02 TJR-DATE                 PIC 9(08).
          02 TJR-TIME                 PIC 9(06).
          02 TJR-OUTCOME              PIC X(03).
          02 FILLER                   PIC X(06).

      *   AESEZMTR
       FD R-MTR LABEL RECORD STANDARD.

       01 MTR-REC.
          02 MTR-DATE                 PIC 9(08).
          02 MTR-CALLER               PIC X(08).
          02 MTR-ALIAS                PIC X(08).
          02 MTR-ACTION               PIC X(01).
          02 MTR-COUNT                PIC 9(09).
          02 FILLER                   PIC X(06).

      *   AESALRT
       FD R-ALR LABEL RECORD STANDARD.

       01 ALR-REC.
          02 ALR-LEVEL                PIC 9(01).
          02 ALR-TEXT                 PIC X(128).
          02 ALR-DATE                 PIC 9(08).
          02 ALR-TIME                 PIC 9(06).
          02 FILLER                   PIC X(03).
          02 ALR-MSG-ID               PIC X(05).

      *   AESALRTG (only the routed-to queue name matters here)
       FD R-RTG LABEL RECORD STANDARD.

       01 RTG-REC.
          05 FILLER                      PIC X(32).
          05 RTG-QUEUE                   PIC X(08).
          05 FILLER                      PIC X(12).

      *   AESLOG
       FD R-LOG LABEL RECORD STANDARD.

       01 LOG-REC.
          05 LOG-LEVEL                   PIC 9(01).
          05 FILLER                      PIC X(01).
          05 LOG-TST.
             10 LOG-TST-DD               PIC X(02).
             10 FILLER                   PIC X(01).
             10 LOG-TST-MM               PIC X(02).
             10 FILLER                   PIC X(01).
             10 LOG-TST-YYYY             PIC X(04).
             10 FILLER                   PIC X(01).
             10 LOG-TST-HH               PIC X(02).
             10 FILLER                   PIC X(01).
             10 LOG-TST-MN               PIC X(02).
             10 FILLER                   PIC X(01).
             10 LOG-TST-SS               PIC X(02).
          05 FILLER                      PIC X(01).
          05 LOG-TEXT                    PIC X(128).
          05 FILLER                      PIC X(01).
          05 LOG-RUN-ID                  PIC X(16).
          05 FILLER                      PIC X(01).
          05 LOG-CHAIN                   PIC X(32).
          05 FILLER                      PIC X(01).
          05 LOG-TENANT                  PIC X(08).
          05 FILLER                      PIC X(07).

      *   AESSIFED
       FD R-FED LABEL RECORD STANDARD.

       01 FED-REC                        PIC X(512).

       WORKING-STORAGE SECTION.
      *  The -OPEN conditions take in 05: an OPTIONAL file that is
      *  not there opens as empty, and still has to be closed
         01 FS.
            05 FS-PARM                  PIC 9(02).
               88 FS-PARM-OK                      VALUE 0.
               88 FS-PARM-OPEN                    VALUE 0 05.
            05 FS-HWM                   PIC 9(02).
               88 FS-HWM-OK                       VALUE 0.
               88 FS-HWM-OPEN                     VALUE 0 05.
               88 FS-HWM-EOF                      VALUE 10.
            05 FS-USE                   PIC 9(02).
               88 FS-USE-OK                       VALUE 0.
               88 FS-USE-OPEN                     VALUE 0 05.
               88 FS-USE-EOF                      VALUE 10.
            05 FS-AUD                   PIC 9(02).
               88 FS-AUD-OK                       VALUE 0.
               88 FS-AUD-OPEN                     VALUE 0 05.
               88 FS-AUD-EOF                      VALUE 10.
            05 FS-TJR                   PIC 9(02).
               88 FS-TJR-OK                       VALUE 0.
               88 FS-TJR-OPEN                     VALUE 0 05.
               88 FS-TJR-EOF                      VALUE 10.
            05 FS-MTR                   PIC 9(02).
               88 FS-MTR-OK                       VALUE 0.
               88 FS-MTR-OPEN                     VALUE 0 05.
               88 FS-MTR-EOF                      VALUE 10.
            05 FS-ALR                   PIC 9(02).
               88 FS-ALR-OK                       VALUE 0.
               88 FS-ALR-OPEN                     VALUE 0 05.
               88 FS-ALR-EOF                      VALUE 10.
            05 FS-RTG                   PIC 9(02).
               88 FS-RTG-OK                       VALUE 0.
               88 FS-RTG-OPEN                     VALUE 0 05.
               88 FS-RTG-EOF                      VALUE 10.
            05 FS-LOG                   PIC 9(02).
               88 FS-LOG-OK                       VALUE 0.
               88 FS-LOG-OPEN                     VALUE 0 05.
               88 FS-LOG-EOF                      VALUE 10.
            05 FS-FED                   PIC 9(02).
               88 FS-FED-OK                       VALUE 0.

         77 WS-TODAY                    PIC 9(08).
         77 WS-HOST                     PIC X(16)   VALUE 'AESHOST'.
         77 WS-FIRST-DATE               PIC 9(08).

         01 WS-ALR-FILE-NAME            PIC X(08).
         01 WS-LOG-FILE-NAME            PIC X(14).

         77 WS-WALK-LILIAN              PIC 9(08).
         77 WS-TO-LILIAN                PIC 9(08).
         77 WS-WALK-DATE                PIC 9(08).

      *  Alert queues: the AESALRT default plus every queue AESALRTG
      *  routes to - each queue keeps its own mark under its name
         01 WS-QUEUE-TABLE.
            05 WS-QUEUE-NAME OCCURS 20  PIC X(08).
         77 WS-QUEUE-COUNT              PIC 9(02)   VALUE 0.
         77 WS-QUEUE-I                  PIC 9(02).
         77 WS-QUEUE-J                  PIC 9(02).

      *  High-water marks, one per journal (and one per alert queue)
         01 WS-MARK-TABLE.
            05 WS-MARK OCCURS 30.
               10 MRK-SOURCE            PIC X(08).
               10 MRK-STAMP.
                  15 MRK-DATE           PIC 9(08).
                  15 MRK-TIME           PIC 9(06).
               10 MRK-SEQ               PIC 9(09).
         77 WS-MARK-COUNT               PIC 9(02)   VALUE 0.
         77 WS-MARK-I                   PIC 9(02).

      *  The mark as it stood when this run started on a journal, and
      *  the stamp of the record in hand
         01 WS-OLD-MARK.
            05 WS-OLD-STAMP.
               10 WS-OLD-DATE           PIC 9(08).
               10 WS-OLD-TIME           PIC 9(06).
            05 WS-OLD-SEQ               PIC 9(09).
         01 WS-REC-STAMP.
            05 WS-REC-DATE              PIC 9(08).
            05 WS-REC-TIME              PIC 9(06).
         77 WS-AT-MARK-COUNT            PIC 9(09).
         77 WS-PAST-MARK                PIC X(01).
            88 SW-PAST-MARK                         VALUE 'Y'.
         77 WS-SOURCE                   PIC X(08).

         77 WS-SRC-NEW                  PIC 9(09).
         77 WS-SRC-EVENTS               PIC 9(07).
         77 WS-EVENT-COUNT              PIC 9(07)   VALUE 0.
         77 WS-TALLY                    PIC 9(03).

      *  The event being built
         01 WS-EVT.
            05 WS-EVT-SIG               PIC X(20).
            05 WS-EVT-NAME              PIC X(40).
            05 WS-EVT-SEV               PIC 9(02).
            05 WS-EVT-DATE              PIC 9(08).
            05 WS-EVT-DATE-R REDEFINES WS-EVT-DATE.
               10 WS-EVT-CCYY           PIC X(04).
               10 WS-EVT-MM             PIC 9(02).
               10 WS-EVT-DD             PIC X(02).
            05 WS-EVT-TIME              PIC 9(06).
            05 WS-EVT-TIME-R REDEFINES WS-EVT-TIME.
               10 WS-EVT-HH             PIC X(02).
               10 WS-EVT-MN             PIC X(02).
               10 WS-EVT-SS             PIC X(02).

         01 WS-MONTH-NAMES              PIC X(36)   VALUE
            'JanFebMarAprMayJunJulAugSepOctNovDec'.
         01 WS-MONTH-TABLE REDEFINES WS-MONTH-NAMES.
            05 WS-MONTH-NAME OCCURS 12  PIC X(03).

         77 WS-SYS-SEV                  PIC 9(01).
         77 WS-PRI                      PIC 9(03).
         77 WS-PRI-ED                   PIC ZZ9.
         77 WS-SEV-ED                   PIC Z9.
         77 WS-DAY                      PIC X(02).
         01 WS-SYS-STAMP                PIC X(15).
         01 WS-RT                       PIC X(20).
         01 WS-EXT-ID                   PIC X(40).
         77 WS-SEQ-ED                   PIC 9(09).

         01 WS-FEED-LINE                PIC X(512).
         77 WS-FEED-PTR                 PIC 9(03).

      *  One extension key=value pair - the value is escaped per CEF
      *  ('\' and '=' take a backslash) and trailing blanks dropped
         77 WS-PAIR-KEY                 PIC X(16).
         01 WS-PAIR-VALUE               PIC X(128).
         01 WS-ESC-OUT                  PIC X(256).
         77 WS-ESC-LEN                  PIC 9(03).
         77 WS-VAL-LEN                  PIC 9(03).
         77 WS-ESC-I                    PIC 9(03).

       LINKAGE SECTION.

       PROCEDURE DIVISION.
       MAINLINE.
           ACCEPT WS-TODAY                 FROM DATE YYYYMMDD.

           PERFORM READ-PARAMETERS.
           PERFORM LOAD-MARKS.

           OPEN OUTPUT R-FED.

           IF FS-FED-OK
             CONTINUE
           ELSE
             DISPLAY 'AESSIEM: ERROR OPENING AESSIFED: ' FS-FED
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.

           PERFORM FEED-KEY-USE     THRU FEED-KEY-USE-EXIT.
           PERFORM FEED-KEY-MAINT   THRU FEED-KEY-MAINT-EXIT.
           PERFORM FEED-TOKEN-CALLS THRU FEED-TOKEN-CALLS-EXIT.
           PERFORM FEED-METERING    THRU FEED-METERING-EXIT.

           PERFORM GATHER-ALERT-QUEUES
              THRU GATHER-ALERT-QUEUES-EXIT.

           PERFORM VARYING WS-QUEUE-I FROM 1 BY 1
             UNTIL WS-QUEUE-I > WS-QUEUE-COUNT
             MOVE WS-QUEUE-NAME(WS-QUEUE-I) TO WS-ALR-FILE-NAME
             PERFORM FEED-ONE-QUEUE
                THRU FEED-ONE-QUEUE-EXIT
           END-PERFORM.

           PERFORM FEED-LOG.

           CLOSE R-FED.

      *     Only now that every event is safely on AESSIFED do the
      *     marks move
           PERFORM SAVE-MARKS.

           DISPLAY 'AESSIEM: ' WS-EVENT-COUNT ' event(s) on AESSIFED'.

           STOP RUN.


       READ-PARAMETERS.
           MOVE WS-TODAY                  TO WS-FIRST-DATE.

           OPEN INPUT R-PARM.

           IF FS-PARM-OPEN
             READ R-PARM
               AT END
                 CONTINUE
               NOT AT END
                 IF PARM-HOST NOT = SPACES
                   MOVE PARM-HOST         TO WS-HOST
                 END-IF

                 IF PARM-FIRST-DATE IS NUMERIC
                   MOVE PARM-FIRST-DATE   TO WS-FIRST-DATE
                 END-IF
             END-READ

             CLOSE R-PARM
           END-IF.


       LOAD-MARKS.
           OPEN INPUT R-HWM.

           IF FS-HWM-OPEN
             PERFORM UNTIL FS-HWM-EOF
               READ R-HWM
                 AT END
                   CONTINUE
                 NOT AT END
                   IF WS-MARK-COUNT < 30
                     ADD 1                TO WS-MARK-COUNT
                     MOVE HWM-SOURCE      TO
                          MRK-SOURCE(WS-MARK-COUNT)
                     MOVE HWM-DATE        TO MRK-DATE(WS-MARK-COUNT)
                     MOVE HWM-TIME        TO MRK-TIME(WS-MARK-COUNT)
                     MOVE HWM-SEQ         TO MRK-SEQ(WS-MARK-COUNT)
                   END-IF
               END-READ
             END-PERFORM

             CLOSE R-HWM
           END-IF.


       SAVE-MARKS.
           OPEN OUTPUT R-HWM.

           IF FS-HWM-OK
             CONTINUE
           ELSE
             DISPLAY 'AESSIEM: ERROR OPENING AESSIHWM: ' FS-HWM
             DISPLAY 'AESSIEM: MARKS NOT SAVED - DO NOT SHIP AESSIFED'
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.

           PERFORM VARYING WS-MARK-I FROM 1 BY 1
             UNTIL WS-MARK-I > WS-MARK-COUNT
             MOVE SPACES                  TO HWM-REC
             MOVE MRK-SOURCE(WS-MARK-I)   TO HWM-SOURCE
             MOVE MRK-DATE(WS-MARK-I)     TO HWM-DATE
             MOVE MRK-TIME(WS-MARK-I)     TO HWM-TIME
             MOVE MRK-SEQ(WS-MARK-I)      TO HWM-SEQ

             WRITE HWM-REC
           END-PERFORM.

           CLOSE R-HWM.


      *****************************************************************
      * Start on one journal: find (or add) its mark, and keep a copy
      * of the mark as it stood so the records up to it are skipped.
      *****************************************************************
       BEGIN-SOURCE.
           MOVE 0                         TO WS-MARK-I.

           PERFORM VARYING WS-MARK-I FROM 1 BY 1
             UNTIL WS-MARK-I > WS-MARK-COUNT
             OR MRK-SOURCE(WS-MARK-I) = WS-SOURCE
             CONTINUE
           END-PERFORM.

           IF WS-MARK-I > WS-MARK-COUNT
             IF WS-MARK-COUNT < 30
               ADD 1                      TO WS-MARK-COUNT
             ELSE
               DISPLAY 'AESSIEM: MARK TABLE FULL AT ' WS-SOURCE
               MOVE 12                    TO RETURN-CODE
               STOP RUN
             END-IF

             MOVE WS-MARK-COUNT           TO WS-MARK-I
             MOVE WS-SOURCE               TO MRK-SOURCE(WS-MARK-I)
             MOVE 0                       TO MRK-DATE(WS-MARK-I)
                                             MRK-TIME(WS-MARK-I)
                                             MRK-SEQ(WS-MARK-I)
           END-IF.

           MOVE MRK-STAMP(WS-MARK-I)      TO WS-OLD-STAMP.
           MOVE MRK-SEQ(WS-MARK-I)        TO WS-OLD-SEQ.

           MOVE 0                         TO WS-AT-MARK-COUNT
                                             WS-SRC-NEW
                                             WS-SRC-EVENTS.


       END-SOURCE.
           DISPLAY 'AESSIEM: ' WS-SOURCE ' ' WS-SRC-NEW
                   ' new record(s), ' WS-SRC-EVENTS ' event(s)'.


      *****************************************************************
      * Is the record in hand (stamp in WS-REC-STAMP) past the mark?
      * Records stamped before the mark were consumed by an earlier
      * run; of those stamped exactly at it, the first MRK-SEQ were.
      * A record past the mark moves the mark on to itself.
      *****************************************************************
       CHECK-PAST-MARK.
           MOVE 'N'                       TO WS-PAST-MARK.

           EVALUATE TRUE
             WHEN WS-REC-STAMP > WS-OLD-STAMP
               SET SW-PAST-MARK           TO TRUE
             WHEN WS-REC-STAMP = WS-OLD-STAMP
               ADD 1                      TO WS-AT-MARK-COUNT
               IF WS-AT-MARK-COUNT > WS-OLD-SEQ
                 SET SW-PAST-MARK         TO TRUE
               END-IF
             WHEN OTHER
               CONTINUE
           END-EVALUATE.

           IF SW-PAST-MARK
             ADD 1                        TO WS-SRC-NEW

             IF WS-REC-STAMP = MRK-STAMP(WS-MARK-I)
               ADD 1                      TO MRK-SEQ(WS-MARK-I)
             ELSE
               MOVE WS-REC-STAMP          TO MRK-STAMP(WS-MARK-I)
               MOVE 1                     TO MRK-SEQ(WS-MARK-I)
             END-IF
           END-IF.


      *****************************************************************
      * AESKUSE - every resolution; the refusals by outcome
      *****************************************************************
       FEED-KEY-USE.
           MOVE 'AESKUSE '                TO WS-SOURCE.
           PERFORM BEGIN-SOURCE.

           OPEN INPUT R-USE.

           IF FS-USE-OPEN
             CONTINUE
           ELSE
             GO TO FEED-KEY-USE-EXIT
           END-IF.

           PERFORM UNTIL FS-USE-EOF
             READ R-USE
               AT END
                 CONTINUE
               NOT AT END
                 MOVE USE-DATE            TO WS-REC-DATE
                 MOVE USE-TIME            TO WS-REC-TIME
                 PERFORM CHECK-PAST-MARK

                 IF SW-PAST-MARK
                   PERFORM KEY-USE-EVENT
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE R-USE.

       FEED-KEY-USE-EXIT.
           PERFORM END-SOURCE.


       KEY-USE-EVENT.
           IF USE-OUTCOME = 'OK '
             MOVE 'KEY-RESOLVE'           TO WS-EVT-SIG
             MOVE 'Key resolved'          TO WS-EVT-NAME
             MOVE 3                       TO WS-EVT-SEV
           ELSE
             MOVE 'KEY-REFUSE'            TO WS-EVT-SIG
             MOVE 'Key resolution refused'
                                          TO WS-EVT-NAME

             EVALUATE USE-OUTCOME
               WHEN 'CMP'
                 MOVE 9                   TO WS-EVT-SEV
               WHEN 'USE'
               WHEN 'ENV'
               WHEN 'ICV'
               WHEN 'ERR'
                 MOVE 7                   TO WS-EVT-SEV
               WHEN OTHER
                 MOVE 5                   TO WS-EVT-SEV
             END-EVALUATE
           END-IF.

           MOVE USE-DATE                  TO WS-EVT-DATE.
           MOVE USE-TIME                  TO WS-EVT-TIME.
           PERFORM START-EVENT.

           MOVE 'outcome'                 TO WS-PAIR-KEY.
           MOVE USE-OUTCOME               TO WS-PAIR-VALUE.
           PERFORM ADD-PAIR.

           MOVE 'cs1Label'                TO WS-PAIR-KEY.
           MOVE 'runId'                   TO WS-PAIR-VALUE.
           PERFORM ADD-PAIR.
           MOVE 'cs1'                     TO WS-PAIR-KEY.
           MOVE USE-RUN-IDENT             TO WS-PAIR-VALUE.
           PERFORM ADD-PAIR.

           MOVE 'cs2Label'                TO WS-PAIR-KEY.
           MOVE 'keyAlias'                TO WS-PAIR-VALUE.
           PERFORM ADD-PAIR.
           MOVE 'cs2'                     TO WS-PAIR-KEY.
           MOVE USE-ALIAS                 TO WS-PAIR-VALUE.
           PERFORM ADD-PAIR.

           MOVE 'cs4Label'                TO WS-PAIR-KEY.
           MOVE 'keyUse'                  TO WS-PAIR-VALUE.
           PERFORM ADD-PAIR.
           MOVE 'cs4'                     TO WS-PAIR-KEY.
           MOVE USE-KEY-USE               TO WS-PAIR-VALUE.
           PERFORM ADD-PAIR.

           PERFORM WRITE-EVENT.


      *****************************************************************
      * AESKAUDT - AESKMNT changes and rejected attempts. The KSDS is
      * in stamp order, so reading starts at the mark.
      *****************************************************************
       FEED-KEY-MAINT.
           MOVE 'AESKAUDT'                TO WS-SOURCE.
           PERFORM BEGIN-SOURCE.

           OPEN INPUT R-AUD.

           IF FS-AUD-OPEN
             CONTINUE
           ELSE
             GO TO FEED-KEY-MAINT-EXIT
           END-IF.

           MOVE WS-OLD-DATE               TO AUD-DATE.
           MOVE WS-OLD-TIME               TO AUD-TIME.
           MOVE 0                         TO AUD-TASK.

           START R-AUD KEY IS NOT LESS THAN AUD-KEY
             INVALID KEY
               MOVE 10                    TO FS-AUD
           END-START.

           PERFORM UNTIL FS-AUD-EOF
             READ R-AUD NEXT RECORD

             IF FS-AUD-OK
               MOVE AUD-DATE              TO WS-REC-DATE
               MOVE AUD-TIME              TO WS-REC-TIME
               PERFORM CHECK-PAST-MARK

               IF SW-PAST-MARK
                 IF AUD-ACTION NOT = 'I' OR AUD-OUTCOME = 'REJ'
                   PERFORM KEY-MAINT-EVENT
                 END-IF
               END-IF
             ELSE
               MOVE 10                    TO FS-AUD
             END-IF
           END-PERFORM.

           CLOSE R-AUD.

       FEED-KEY-MAINT-EXIT.
           PERFORM END-SOURCE.


       KEY-MAINT-EVENT.
           EVALUATE AUD-ACTION
             WHEN 'A'
               MOVE 'KMNT-ADD'            TO WS-EVT-SIG
               MOVE 'Key maintenance add' TO WS-EVT-NAME
             WHEN 'C'
               MOVE 'KMNT-CHANGE'         TO WS-EVT-SIG
               MOVE 'Key maintenance change'
                                          TO WS-EVT-NAME
             WHEN 'D'
               MOVE 'KMNT-DELETE'         TO WS-EVT-SIG
               MOVE 'Key maintenance delete'
                                          TO WS-EVT-NAME
             WHEN OTHER
               MOVE 'KMNT-INQUIRE'        TO WS-EVT-SIG
               MOVE 'Key maintenance inquiry'
                                          TO WS-EVT-NAME
           END-EVALUATE.

      *     'C1 ' is the first custodian's component held pending -
      *     the key is not live until the second one is keyed
           EVALUATE AUD-OUTCOME
             WHEN 'REJ'
               MOVE 7                     TO WS-EVT-SEV
             WHEN 'C1 '
               MOVE 4                     TO WS-EVT-SEV
             WHEN OTHER
               MOVE 5                     TO WS-EVT-SEV
           END-EVALUATE.

           MOVE AUD-DATE                  TO WS-EVT-DATE.
           MOVE AUD-TIME                  TO WS-EVT-TIME.
           PERFORM START-EVENT.

           MOVE 'outcome'                 TO WS-PAIR-KEY.
           MOVE AUD-OUTCOME               TO WS-PAIR-VALUE.
           PERFORM ADD-PAIR.

           MOVE 'suser'                   TO WS-PAIR-KEY.
           MOVE AUD-OPER                  TO WS-PAIR-VALUE.
           PERFORM ADD-PAIR.

           MOVE 'cs2Label'                TO WS-PAIR-KEY.
           MOVE 'keyAlias'                TO WS-PAIR-VALUE.
           PERFORM ADD-PAIR.
           MOVE 'cs2'                     TO WS-PAIR-KEY.
           MOVE AUD-KEY-ID                TO WS-PAIR-VALUE.
           PERFORM ADD-PAIR.

           MOVE 'cn1Label'                TO WS-PAIR-KEY.
           MOVE 'keyVersion'              TO WS-PAIR-VALUE.
           PERFORM ADD-PAIR.
           MOVE 'cn1'                     TO WS-PAIR-KEY.
           MOVE AUD-VERSION               TO WS-PAIR-VALUE.
           PERFORM ADD-PAIR.

           PERFORM WRITE-EVENT.


      *****************************************************************
      * AESTJRNL - detokenize calls only (the token value stays home)
      *****************************************************************
       FEED-TOKEN-CALLS.
           MOVE 'AESTJRNL'                TO WS-SOURCE.
           PERFORM BEGIN-SOURCE.

           OPEN INPUT R-TJR.

           IF FS-TJR-OPEN
             CONTINUE
           ELSE
             GO TO FEED-TOKEN-CALLS-EXIT
           END-IF.

           PERFORM UNTIL FS-TJR-EOF
             READ R-TJR
               AT END
                 CONTINUE
               NOT AT END
                 MOVE TJR-DATE            TO WS-REC-DATE
                 MOVE TJR-TIME            TO WS-REC-TIME
                 PERFORM CHECK-PAST-MARK

                 IF SW-PAST-MARK AND TJR-FUNCTION = 'D'
                   PERFORM TOKEN-CALL-EVENT
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE R-TJR.

       FEED-TOKEN-CALLS-EXIT.
           PERFORM END-SOURCE.


       TOKEN-CALL-EVENT.
           EVALUATE TJR-OUTCOME
             WHEN 'OK '
               MOVE 'DETOKENIZE'          TO WS-EVT-SIG
               MOVE 'Detokenize'          TO WS-EVT-NAME
               MOVE 5                     TO WS-EVT-SEV
             WHEN 'NAU'
               MOVE 'DETOKENIZE-REFUSE'   TO WS-EVT-SIG
               MOVE 'Detokenize refused - caller not authorized'
                                          TO WS-EVT-NAME
               MOVE 8                     TO WS-EVT-SEV
             WHEN OTHER
               MOVE 'DETOKENIZE-FAIL'     TO WS-EVT-SIG
               MOVE 'Detokenize failed'   TO WS-EVT-NAME
               MOVE 6                     TO WS-EVT-SEV
           END-EVALUATE.

           MOVE TJR-DATE                  TO WS-EVT-DATE.
           MOVE TJR-TIME                  TO WS-EVT-TIME.
           PERFORM START-EVENT.

           MOVE 'outcome'                 TO WS-PAIR-KEY.
           MOVE TJR-OUTCOME               TO WS-PAIR-VALUE.
           PERFORM ADD-PAIR.

           MOVE 'suser'                   TO WS-PAIR-KEY.
           MOVE TJR-CALLER                TO WS-PAIR-VALUE.
           PERFORM ADD-PAIR.

           PERFORM WRITE-EVENT.


      *****************************************************************
      * AESEZMTR - AESEASY decipher metering. The meter carries a
      * date only, so its mark is by day.
      *****************************************************************
       FEED-METERING.
           MOVE 'AESEZMTR'                TO WS-SOURCE.
           PERFORM BEGIN-SOURCE.

           OPEN INPUT R-MTR.

           IF FS-MTR-OPEN
             CONTINUE
           ELSE
             GO TO FEED-METERING-EXIT
           END-IF.

           PERFORM UNTIL FS-MTR-EOF
             READ R-MTR
               AT END
                 CONTINUE
               NOT AT END
                 MOVE MTR-DATE            TO WS-REC-DATE
                 MOVE 0                   TO WS-REC-TIME
                 PERFORM CHECK-PAST-MARK

                 IF SW-PAST-MARK AND MTR-ACTION = 'D'
                   PERFORM METERING-EVENT
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE R-MTR.

       FEED-METERING-EXIT.
           PERFORM END-SOURCE.


       METERING-EVENT.
           MOVE 'EASY-DECIPHER'           TO WS-EVT-SIG.
           MOVE 'Decipher through AESEASY'
                                          TO WS-EVT-NAME.
           MOVE 3                         TO WS-EVT-SEV.
           MOVE MTR-DATE                  TO WS-EVT-DATE.
           MOVE 0                         TO WS-EVT-TIME.
           PERFORM START-EVENT.

           MOVE 'suser'                   TO WS-PAIR-KEY.
           MOVE MTR-CALLER                TO WS-PAIR-VALUE.
           PERFORM ADD-PAIR.

           MOVE 'cs2Label'                TO WS-PAIR-KEY.
           MOVE 'keyAlias'                TO WS-PAIR-VALUE.
           PERFORM ADD-PAIR.
           MOVE 'cs2'                     TO WS-PAIR-KEY.
           MOVE MTR-ALIAS                 TO WS-PAIR-VALUE.
           PERFORM ADD-PAIR.

           MOVE 'cnt'                     TO WS-PAIR-KEY.
           MOVE MTR-COUNT                 TO WS-PAIR-VALUE.
           PERFORM ADD-PAIR.

           PERFORM WRITE-EVENT.


      *****************************************************************
      * The AESALRT default plus every distinct queue AESALRTG can
      * route to - the same gathering AESEVID does.
      *****************************************************************
       GATHER-ALERT-QUEUES.
           MOVE 1                         TO WS-QUEUE-COUNT.
           MOVE 'AESALRT '                TO WS-QUEUE-NAME(1).

           OPEN INPUT R-RTG.

           IF FS-RTG-OPEN
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


      *****************************************************************
      * One alert queue - compromise flags and incident closures. The
      * other alerts restate AESLOG messages and come from there.
      *****************************************************************
       FEED-ONE-QUEUE.
           MOVE WS-ALR-FILE-NAME          TO WS-SOURCE.
           PERFORM BEGIN-SOURCE.

           MOVE 0                         TO FS-ALR.

           OPEN INPUT R-ALR.

           IF FS-ALR-OPEN
             CONTINUE
           ELSE
             GO TO FEED-ONE-QUEUE-EXIT
           END-IF.

           PERFORM UNTIL FS-ALR-EOF
             READ R-ALR
               AT END
                 CONTINUE
               NOT AT END
                 MOVE ALR-DATE            TO WS-REC-DATE
                 MOVE ALR-TIME            TO WS-REC-TIME
                 PERFORM CHECK-PAST-MARK

                 IF SW-PAST-MARK
                   IF ALR-TEXT(1:14) = 'KEY COMPROMISE'
                     OR ALR-TEXT(1:19) = 'COMPROMISE INCIDENT'
                     PERFORM ALERT-EVENT
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE R-ALR.

       FEED-ONE-QUEUE-EXIT.
           PERFORM END-SOURCE.


       ALERT-EVENT.
           IF ALR-TEXT(1:14) = 'KEY COMPROMISE'
             MOVE 'KEY-COMPROMISE'        TO WS-EVT-SIG
             MOVE 'Key compromise flagged'
                                          TO WS-EVT-NAME
             MOVE 10                      TO WS-EVT-SEV
           ELSE
             MOVE 'COMPROMISE-CLOSE'      TO WS-EVT-SIG
             MOVE 'Compromise incident closed'
                                          TO WS-EVT-NAME
             MOVE 5                       TO WS-EVT-SEV
           END-IF.

           MOVE ALR-DATE                  TO WS-EVT-DATE.
           MOVE ALR-TIME                  TO WS-EVT-TIME.
           PERFORM START-EVENT.

           MOVE 'msg'                     TO WS-PAIR-KEY.
           MOVE ALR-TEXT                  TO WS-PAIR-VALUE.
           PERFORM ADD-PAIR.

           PERFORM WRITE-EVENT.


      *****************************************************************
      * AESLOG - walk the dated generations from the mark's (or the
      * control card's first date) up to today. The mark's stamp is
      * the generation date; each record in it counts at that stamp.
      *****************************************************************
       FEED-LOG.
           MOVE 'AESLOG  '                TO WS-SOURCE.
           PERFORM BEGIN-SOURCE.

           IF WS-OLD-DATE = 0
             COMPUTE WS-WALK-LILIAN =
                 FUNCTION INTEGER-OF-DATE(WS-FIRST-DATE)
           ELSE
             COMPUTE WS-WALK-LILIAN =
                 FUNCTION INTEGER-OF-DATE(WS-OLD-DATE)
           END-IF.

           COMPUTE WS-TO-LILIAN =
               FUNCTION INTEGER-OF-DATE(WS-TODAY).

           PERFORM UNTIL WS-WALK-LILIAN > WS-TO-LILIAN
             COMPUTE WS-WALK-DATE =
                 FUNCTION DATE-OF-INTEGER(WS-WALK-LILIAN)

             PERFORM FEED-ONE-GENERATION
                THRU FEED-ONE-GENERATION-EXIT

             ADD 1                        TO WS-WALK-LILIAN
           END-PERFORM.

           PERFORM END-SOURCE.


       FEED-ONE-GENERATION.
           STRING 'AESLOG' WS-WALK-DATE
           DELIMITED BY SIZE             INTO WS-LOG-FILE-NAME.

           MOVE 0                         TO FS-LOG.

           OPEN INPUT R-LOG.

           IF FS-LOG-OK
             CONTINUE
           ELSE
      *      A weekend or down day with no generation at all
             IF FS-LOG-OPEN
               CLOSE R-LOG
             END-IF
             GO TO FEED-ONE-GENERATION-EXIT
           END-IF.

           PERFORM UNTIL FS-LOG-EOF
             READ R-LOG
               AT END
                 CONTINUE
               NOT AT END
                 MOVE WS-WALK-DATE        TO WS-REC-DATE
                 MOVE 0                   TO WS-REC-TIME
                 PERFORM CHECK-PAST-MARK

                 IF SW-PAST-MARK
                   PERFORM LOG-RECORD-EVENT
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE R-LOG.

       FEED-ONE-GENERATION-EXIT.
           EXIT.


       LOG-RECORD-EVENT.
           MOVE SPACES                    TO WS-EVT-SIG.

           EVALUATE LOG-LEVEL
             WHEN 1
               MOVE 0                     TO WS-TALLY
               INSPECT LOG-TEXT TALLYING WS-TALLY
                   FOR ALL 'EMBARGO OVERRIDDEN'

               IF WS-TALLY > 0
                 MOVE 'EMBARGO-OVERRIDE'  TO WS-EVT-SIG
                 MOVE 'Embargo overridden'
                                          TO WS-EVT-NAME
                 MOVE 8                   TO WS-EVT-SEV
               END-IF
             WHEN 2
             WHEN 9
               PERFORM CLASSIFY-LOG-ERROR
             WHEN OTHER
               CONTINUE
           END-EVALUATE.

           IF WS-EVT-SIG = SPACES
             CONTINUE
           ELSE
             MOVE LOG-TST-YYYY            TO WS-EVT-CCYY
             MOVE LOG-TST-MM              TO WS-EVT-MM
             MOVE LOG-TST-DD              TO WS-EVT-DD
             MOVE LOG-TST-HH              TO WS-EVT-HH
             MOVE LOG-TST-MN              TO WS-EVT-MN
             MOVE LOG-TST-SS              TO WS-EVT-SS
             PERFORM START-EVENT

             MOVE 'cs1Label'              TO WS-PAIR-KEY
             MOVE 'runId'                 TO WS-PAIR-VALUE
             PERFORM ADD-PAIR
             MOVE 'cs1'                   TO WS-PAIR-KEY
             MOVE LOG-RUN-ID              TO WS-PAIR-VALUE
             PERFORM ADD-PAIR

             MOVE 'cs4Label'              TO WS-PAIR-KEY
             MOVE 'tenant'                TO WS-PAIR-VALUE
             PERFORM ADD-PAIR
             MOVE 'cs4'                   TO WS-PAIR-KEY
             MOVE LOG-TENANT              TO WS-PAIR-VALUE
             PERFORM ADD-PAIR

             MOVE 'msg'                   TO WS-PAIR-KEY
             MOVE LOG-TEXT                TO WS-PAIR-VALUE
             PERFORM ADD-PAIR

             PERFORM WRITE-EVENT
           END-IF.


       CLASSIFY-LOG-ERROR.
           MOVE 0                         TO WS-TALLY.
           INSPECT LOG-TEXT TALLYING WS-TALLY
               FOR ALL 'NOT AUTHORIZED FOR'.

           IF WS-TALLY > 0
             MOVE 'AUTH-REFUSE'           TO WS-EVT-SIG
             MOVE 'Authority gate refused the submitter'
                                          TO WS-EVT-NAME
             MOVE 8                       TO WS-EVT-SEV
           ELSE
             INSPECT LOG-TEXT TALLYING WS-TALLY
                 FOR ALL 'EMBARGO'

             IF WS-TALLY > 0
               MOVE 'EMBARGO-REFUSE'      TO WS-EVT-SIG
               MOVE 'Embargoed generation refused'
                                          TO WS-EVT-NAME
               MOVE 7                     TO WS-EVT-SEV
             ELSE
               IF LOG-LEVEL = 9
                 MOVE 'MAX-MESSAGE'       TO WS-EVT-SIG
                 MOVE 'Run ended on a MAX-level message'
                                          TO WS-EVT-NAME
                 MOVE 8                   TO WS-EVT-SEV
               ELSE
                 MOVE 'ERR-MESSAGE'       TO WS-EVT-SIG
                 MOVE 'ERR-level message' TO WS-EVT-NAME
                 MOVE 6                   TO WS-EVT-SEV
               END-IF
             END-IF
           END-IF.


      *****************************************************************
      * Open the feed line: syslog header, CEF header, then the event
      * time, the journal it came from and its stable external id.
      *****************************************************************
       START-EVENT.
           EVALUATE TRUE
             WHEN WS-EVT-SEV >= 9
               MOVE 2                     TO WS-SYS-SEV
             WHEN WS-EVT-SEV >= 7
               MOVE 3                     TO WS-SYS-SEV
             WHEN WS-EVT-SEV >= 5
               MOVE 4                     TO WS-SYS-SEV
             WHEN OTHER
               MOVE 6                     TO WS-SYS-SEV
           END-EVALUATE.

      *     Facility authpriv (10)
           COMPUTE WS-PRI = 80 + WS-SYS-SEV.
           MOVE WS-PRI                    TO WS-PRI-ED.
           MOVE WS-EVT-SEV                TO WS-SEV-ED.

           IF WS-EVT-MM < 1 OR WS-EVT-MM > 12
             MOVE 1                       TO WS-EVT-MM
           END-IF.

           MOVE WS-EVT-DD                 TO WS-DAY.
           IF WS-DAY(1:1) = '0'
             MOVE SPACE                   TO WS-DAY(1:1)
           END-IF.

           MOVE SPACES                    TO WS-SYS-STAMP
                                             WS-RT
                                             WS-EXT-ID.

           STRING WS-MONTH-NAME(WS-EVT-MM) ' ' WS-DAY ' '
                  WS-EVT-HH ':' WS-EVT-MN ':' WS-EVT-SS
           DELIMITED BY SIZE            INTO WS-SYS-STAMP.

           STRING WS-MONTH-NAME(WS-EVT-MM) ' ' WS-EVT-DD ' '
                  WS-EVT-CCYY ' '
                  WS-EVT-HH ':' WS-EVT-MN ':' WS-EVT-SS
           DELIMITED BY SIZE            INTO WS-RT.

           MOVE MRK-SEQ(WS-MARK-I)        TO WS-SEQ-ED.

           STRING WS-SOURCE               DELIMITED BY SPACE
                  '-' WS-REC-DATE WS-REC-TIME '-' WS-SEQ-ED
                                          DELIMITED BY SIZE
                                        INTO WS-EXT-ID.

           MOVE SPACES                    TO WS-FEED-LINE.
           MOVE 1                         TO WS-FEED-PTR.

           STRING '<' FUNCTION TRIM(WS-PRI-ED) '>'
                  WS-SYS-STAMP ' '        DELIMITED BY SIZE
                  WS-HOST                 DELIMITED BY SPACE
                  ' AESSIEM: CEF:0|AES|AESCRYPT|1|'
                                          DELIMITED BY SIZE
                  WS-EVT-SIG              DELIMITED BY SPACE
                  '|'                     DELIMITED BY SIZE
                  WS-EVT-NAME             DELIMITED BY '  '
                  '|' FUNCTION TRIM(WS-SEV-ED)
                  '|rt=' WS-RT            DELIMITED BY SIZE
                                        INTO WS-FEED-LINE
           WITH POINTER WS-FEED-PTR.

           MOVE 'externalId'              TO WS-PAIR-KEY.
           MOVE WS-EXT-ID                 TO WS-PAIR-VALUE.
           PERFORM ADD-PAIR.

           MOVE 'cs3Label'                TO WS-PAIR-KEY.
           MOVE 'journal'                 TO WS-PAIR-VALUE.
           PERFORM ADD-PAIR.
           MOVE 'cs3'                     TO WS-PAIR-KEY.
           MOVE WS-SOURCE                 TO WS-PAIR-VALUE.
           PERFORM ADD-PAIR.


      *****************************************************************
      * Append ' key=value' - nothing at all for a blank value
      *****************************************************************
       ADD-PAIR.
           MOVE 128                       TO WS-VAL-LEN.
           PERFORM UNTIL WS-VAL-LEN = 0
             OR WS-PAIR-VALUE(WS-VAL-LEN:1) NOT = SPACE
             SUBTRACT 1                   FROM WS-VAL-LEN
           END-PERFORM.

           IF WS-VAL-LEN = 0
             CONTINUE
           ELSE
             MOVE SPACES                  TO WS-ESC-OUT
             MOVE 0                       TO WS-ESC-LEN

             PERFORM VARYING WS-ESC-I FROM 1 BY 1
               UNTIL WS-ESC-I > WS-VAL-LEN
               IF WS-PAIR-VALUE(WS-ESC-I:1) = '\' OR '='
                 ADD 1                    TO WS-ESC-LEN
                 MOVE '\'                 TO WS-ESC-OUT(WS-ESC-LEN:1)
               END-IF
               ADD 1                      TO WS-ESC-LEN
               MOVE WS-PAIR-VALUE(WS-ESC-I:1)
                                          TO WS-ESC-OUT(WS-ESC-LEN:1)
             END-PERFORM

             STRING ' '                   DELIMITED BY SIZE
                    WS-PAIR-KEY           DELIMITED BY SPACE
                    '=' WS-ESC-OUT(1:WS-ESC-LEN)
                                          DELIMITED BY SIZE
                                        INTO WS-FEED-LINE
             WITH POINTER WS-FEED-PTR
               ON OVERFLOW
                 CONTINUE
             END-STRING
           END-IF.


       WRITE-EVENT.
           MOVE WS-FEED-LINE               TO FED-REC.

           WRITE FED-REC.

           IF FS-FED-OK
             CONTINUE
           ELSE
             DISPLAY 'AESSIEM: ERROR WRITING AESSIFED: ' FS-FED
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.

           ADD 1                          TO WS-SRC-EVENTS
                                             WS-EVENT-COUNT.
