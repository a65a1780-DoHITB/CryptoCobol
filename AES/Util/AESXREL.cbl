       ID DIVISION.
       PROGRAM-ID. AESXREL.
      *****************************************************************
      * Deferred hand-off release. AESXMIT holds a hand-off on the
      * deferred queue AESXDEFQ instead of AESXTRG when the feed's
      * partner is outside its receiving windows (AESPRTNR, through
      * AESXWIN). This scheduled step goes over every held entry,
      * asks AESXWIN again whether the partner is open now, and for
      * each one that is appends the trigger AESXMIT would have
      * written to AESXTRG - dated today, so AESXCONF's confirmation
      * clock starts at release, not at the producing run's end -
      * and marks the entry released with the moment it went.
      *
      * Every pass also lists what is still held on AESXWRPT: the
      * partner, when the window next opens and the feed's delivery
      * deadline. A hand-off whose next opening falls after its
      * deadline (or that has no opening inside AESXWIN's look-ahead
      * at all) will miss it because of the window: it is flagged
      * MISS on the report and alerted through the AESALERT hand-off
      * once.
      *
      * AESXRPRM (optional): column 1 'R' reports only, releasing
      * nothing; columns 3-5 the days a released entry stays on the
      * queue for the record (blank or zero means 35). Ends
      * RETURN-CODE 4 when any held hand-off will miss its deadline.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *     DEFERRED HAND-OFF QUEUE (AESXDEFQ - LRECL=132, rewritten
      *     whole each pass)
            SELECT OPTIONAL R-DFQ ASSIGN TO 'AESXDEFQ'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-DFQ.

      *     TRANSMISSION TRIGGER QUEUE (AESXTRG - LRECL=56)
            SELECT R-TRG ASSIGN TO 'AESXTRG'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-TRG.

      *     CONTROL CARD (AESXRPRM - optional)
            SELECT OPTIONAL R-PARM ASSIGN TO 'AESXRPRM'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-PARM.

      *     HELD HAND-OFF REPORT (AESXWRPT)
            SELECT R-RPT ASSIGN TO 'AESXWRPT'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-RPT.

       DATA DIVISION.
       FILE SECTION.
      *   AESXDEFQ
       FD R-DFQ LABEL RECORD STANDARD.

       01 DFQ-REC.
          02 DFQ-FILE-NAME           PIC X(20).
          02 DFQ-BLOCK-COUNT         PIC 9(09).
          02 DFQ-RUN-ID              PIC X(16).
          02 DFQ-DAT-GEN             PIC X(20).
          02 DFQ-PARTNER             PIC X(08).
          02 DFQ-HELD-DATE           PIC 9(08).
          02 DFQ-HELD-TIME           PIC 9(04).
          02 DFQ-OPEN-DATE           PIC 9(08).
          02 DFQ-OPEN-TIME           PIC 9(04).
          02 DFQ-DUE-DATE            PIC 9(08).
          02 DFQ-DUE-HHMM            PIC 9(04).
          02 DFQ-STATE               PIC X(03).
          02 DFQ-REL-DATE            PIC 9(08).
          02 DFQ-REL-TIME            PIC 9(04).
          02 DFQ-ALERTED             PIC X(01).
          02 FILLER                  PIC X(07).

      *   AESXTRG
       FD R-TRG LABEL RECORD STANDARD.

       01 TRG-REC.
          02 TRG-FILE-NAME           PIC X(20).
          02 TRG-BLOCK-COUNT         PIC 9(09).
          02 TRG-READY-DATE          PIC 9(08).
          02 TRG-RUN-ID              PIC X(16).
          02 FILLER                  PIC X(03).

      *   AESXRPRM
       FD R-PARM LABEL RECORD STANDARD.

       01 PARM-REC.
          05 PARM-MODE                   PIC X(01).
          05 FILLER                      PIC X(01).
          05 PARM-KEEP-DAYS              PIC X(03).

      *   AESXWRPT
       FD R-RPT LABEL RECORD STANDARD.

       01 RPT-REC                        PIC X(132).

       WORKING-STORAGE SECTION.
         01 FS.
            05 FS-DFQ                   PIC 9(02).
               88 FS-DFQ-OK                       VALUE 0.
               88 FS-DFQ-OPENED                   VALUE 0 5.
               88 FS-DFQ-EOF                      VALUE 10.
            05 FS-TRG                   PIC 9(02).
               88 FS-TRG-OK                       VALUE 0.
               88 FS-TRG-AOP                      VALUE 41.
            05 FS-PARM                  PIC 9(02).
               88 FS-PARM-OK                      VALUE 0.
            05 FS-RPT                   PIC 9(02).
               88 FS-RPT-OK                       VALUE 0.

         77 WS-MODE                     PIC X(01)   VALUE SPACE.
            88 SW-REPORT-ONLY                     VALUE 'R'.
         77 WS-KEEP-DAYS                PIC 9(03)   VALUE 035.
         77 WS-KEEP-FROM                PIC 9(08).

         77 WS-NOW-DATE                 PIC 9(08).
         77 WS-NOW-TIME                 PIC 9(08).
         77 WS-NOW-HHMM                 PIC 9(04).

      *  The queue, loaded whole
         01 WS-DFQ-TABLE.
            05 WS-DFQ-ENTRY             PIC X(132)  OCCURS 3000.
         77 WS-DFQ-COUNT                PIC 9(04)   VALUE 0.
         77 WS-DFQ-LOST                 PIC 9(04)   VALUE 0.
         77 WS-DFQ-I                    PIC 9(04).

         77 WS-TRG-OPEN                 PIC X(01)   VALUE 'N'.
            88 SW-TRG-OPEN                        VALUE 'Y'.

         77 WS-MISS                     PIC X(01).
            88 SW-MISS                            VALUE 'Y'.

         77 WS-HELD-COUNT               PIC 9(05)   VALUE 0.
         77 WS-RELEASED-COUNT           PIC 9(05)   VALUE 0.
         77 WS-MISS-COUNT               PIC 9(05)   VALUE 0.

         01 WS-RPT-LINE                 PIC X(132)  VALUE SPACES.

      *  Receiving-window check (AESXWIN)
         01 XW-S.
            02 XWN-PARTNER             PIC X(08).
            02 XWN-DATE                PIC 9(08).
            02 XWN-TIME                PIC 9(04).
            02 XWN-OPEN                PIC X(01).
               88 XWN-IS-OPEN                    VALUE 'Y'.
               88 XWN-IS-SHUT                    VALUE 'N'.
            02 XWN-NEXT-DATE           PIC 9(08).
            02 XWN-NEXT-TIME           PIC 9(04).
            02 XWN-STATUS              PIC X(03).
               88 XWNS-OK                        VALUE 'OK '.
               88 XWNS-NF                        VALUE 'NF '.
               88 XWNS-ERR                       VALUE 'ERR'.

         01 AL-S.
            COPY 'ALERT-PUT.cpy'.

       LINKAGE SECTION.

       PROCEDURE DIVISION.
       MAINLINE.
           ACCEPT WS-NOW-DATE             FROM DATE YYYYMMDD.
           ACCEPT WS-NOW-TIME             FROM TIME.
           MOVE WS-NOW-TIME(1:4)          TO WS-NOW-HHMM.

           PERFORM READ-PARAMETERS.

           PERFORM LOAD-QUEUE
              THRU LOAD-QUEUE-EXIT.

           OPEN OUTPUT R-RPT.

           IF FS-RPT-OK
             CONTINUE
           ELSE
             DISPLAY 'AESXREL: ERROR OPENING AESXWRPT: ' FS-RPT
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.

           STRING 'AESXREL DEFERRED HAND-OFFS AT ' WS-NOW-DATE ' '
                  WS-NOW-HHMM
           DELIMITED BY SIZE            INTO WS-RPT-LINE.
           IF SW-REPORT-ONLY
             MOVE '- REPORT ONLY'         TO WS-RPT-LINE(45:13)
           END-IF.
           PERFORM WRITE-REPORT-LINE.

           PERFORM WRITE-REPORT-LINE.

           MOVE 'GENERATION'              TO WS-RPT-LINE(1:10).
           MOVE 'PARTNER'                 TO WS-RPT-LINE(22:7).
           MOVE 'HELD'                    TO WS-RPT-LINE(31:4).
           MOVE 'WINDOW OPENS'            TO WS-RPT-LINE(45:12).
           MOVE 'DUE'                     TO WS-RPT-LINE(59:3).
           MOVE 'STATE'                   TO WS-RPT-LINE(73:5).
           MOVE 'RUN ID'                  TO WS-RPT-LINE(79:6).
           PERFORM WRITE-REPORT-LINE.

           PERFORM VARYING WS-DFQ-I FROM 1 BY 1
             UNTIL WS-DFQ-I > WS-DFQ-COUNT
             PERFORM CHECK-ONE-ENTRY
                THRU CHECK-ONE-ENTRY-EXIT
           END-PERFORM.

           IF SW-TRG-OPEN
             CLOSE R-TRG
           END-IF.

           PERFORM WRITE-REPORT-LINE.

           STRING 'TOTALS - RELEASED ' WS-RELEASED-COUNT
                  ' STILL HELD ' WS-HELD-COUNT
                  ' WILL MISS DEADLINE ' WS-MISS-COUNT
           DELIMITED BY SIZE            INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

           CLOSE R-RPT.

           PERFORM REWRITE-QUEUE
              THRU REWRITE-QUEUE-EXIT.

           DISPLAY 'AESXREL: ' WS-RELEASED-COUNT ' released, '
                   WS-HELD-COUNT ' held, '
                   WS-MISS-COUNT ' will miss deadline'.

           IF RETURN-CODE < 4 AND WS-MISS-COUNT > 0
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
                 MOVE PARM-MODE           TO WS-MODE
                 IF PARM-KEEP-DAYS IS NUMERIC
                   AND PARM-KEEP-DAYS > '000'
                   MOVE PARM-KEEP-DAYS    TO WS-KEEP-DAYS
                 END-IF
             END-READ

             CLOSE R-PARM
           ELSE
             CONTINUE
           END-IF.

           COMPUTE WS-KEEP-FROM = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-NOW-DATE) - WS-KEEP-DAYS).


      *****************************************************************
      * DEFERRED QUEUE
      *****************************************************************
       LOAD-QUEUE.
           OPEN INPUT R-DFQ.

           IF FS-DFQ-OPENED
             CONTINUE
           ELSE
             DISPLAY 'AESXREL: CANNOT OPEN AESXDEFQ: ' FS-DFQ
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.

           PERFORM UNTIL FS-DFQ-EOF
             READ R-DFQ
               AT END
                 CONTINUE
               NOT AT END
                 IF WS-DFQ-COUNT < 3000
                   ADD 1                  TO WS-DFQ-COUNT
                   MOVE DFQ-REC           TO WS-DFQ-ENTRY(WS-DFQ-COUNT)
                 ELSE
                   ADD 1                  TO WS-DFQ-LOST
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE R-DFQ.

      *     A queue too big to hold can't be rewritten without
      *     losing held hand-offs - stop before releasing any
           IF WS-DFQ-LOST > 0
             DISPLAY 'AESXREL: AESXDEFQ HOLDS MORE THAN 3000 '
                     'ENTRIES - NOTHING RELEASED'
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.

       LOAD-QUEUE-EXIT.
           EXIT.


       REWRITE-QUEUE.
      *     Held entries always stay; released ones for the keep
      *     period. Report-only passes change nothing but the
      *     window and alert columns, and still rewrite them.
           OPEN OUTPUT R-DFQ.

           IF FS-DFQ-OK
             CONTINUE
           ELSE
             DISPLAY 'AESXREL: CANNOT REWRITE AESXDEFQ: ' FS-DFQ
             MOVE 12                      TO RETURN-CODE
             GO TO REWRITE-QUEUE-EXIT
           END-IF.

           PERFORM VARYING WS-DFQ-I FROM 1 BY 1
             UNTIL WS-DFQ-I > WS-DFQ-COUNT
             MOVE WS-DFQ-ENTRY(WS-DFQ-I)  TO DFQ-REC
             IF DFQ-STATE = 'HLD'
               OR DFQ-REL-DATE >= WS-KEEP-FROM
               WRITE DFQ-REC
             END-IF
           END-PERFORM.

           CLOSE R-DFQ.

       REWRITE-QUEUE-EXIT.
           EXIT.


      *****************************************************************
      * ONE HELD ENTRY - release it if the partner is open now,
      * otherwise refresh its next opening and test the deadline
      *****************************************************************
       CHECK-ONE-ENTRY.
           MOVE WS-DFQ-ENTRY(WS-DFQ-I)    TO DFQ-REC.
           MOVE 'N'                       TO WS-MISS.

           IF DFQ-STATE NOT = 'HLD'
             GO TO CHECK-ONE-ENTRY-EXIT
           END-IF.

           MOVE DFQ-PARTNER               TO XWN-PARTNER.
           MOVE WS-NOW-DATE               TO XWN-DATE.
           MOVE WS-NOW-HHMM               TO XWN-TIME.

           CALL 'AESXWIN' USING XW-S.

      *     A partner since taken off the registry, or whose windows
      *     were removed, no longer restricts anything - release
           IF XWNS-ERR
             DISPLAY 'AESXREL: AESPRTNR UNREADABLE - '
                     DFQ-FILE-NAME ' KEPT HELD'
             MOVE 8                       TO RETURN-CODE
             SET XWN-IS-SHUT              TO TRUE
             MOVE DFQ-OPEN-DATE           TO XWN-NEXT-DATE
             MOVE DFQ-OPEN-TIME           TO XWN-NEXT-TIME
           END-IF.

           IF XWN-IS-OPEN AND NOT SW-REPORT-ONLY
             PERFORM RELEASE-ONE-ENTRY
                THRU RELEASE-ONE-ENTRY-EXIT
           END-IF.

           IF DFQ-STATE = 'HLD'
             MOVE XWN-NEXT-DATE           TO DFQ-OPEN-DATE
             MOVE XWN-NEXT-TIME           TO DFQ-OPEN-TIME
             ADD 1                        TO WS-HELD-COUNT
             PERFORM TEST-DEADLINE
           END-IF.

           PERFORM WRITE-ENTRY-LINE.

           MOVE DFQ-REC                   TO WS-DFQ-ENTRY(WS-DFQ-I).

       CHECK-ONE-ENTRY-EXIT.
           EXIT.


       RELEASE-ONE-ENTRY.
           IF SW-TRG-OPEN
             CONTINUE
           ELSE
             OPEN EXTEND R-TRG

             IF FS-TRG-OK OR FS-TRG-AOP
               CONTINUE
             ELSE
               OPEN OUTPUT R-TRG
             END-IF

             IF FS-TRG-OK OR FS-TRG-AOP
               MOVE 'Y'                   TO WS-TRG-OPEN
             ELSE
               DISPLAY 'AESXREL: ERROR OPENING AESXTRG: ' FS-TRG
               MOVE 12                    TO RETURN-CODE
               MOVE 'R'                   TO WS-MODE
               GO TO RELEASE-ONE-ENTRY-EXIT
             END-IF
           END-IF.

           MOVE SPACES                    TO TRG-REC.
           MOVE DFQ-FILE-NAME             TO TRG-FILE-NAME.
           MOVE DFQ-BLOCK-COUNT           TO TRG-BLOCK-COUNT.
           MOVE WS-NOW-DATE               TO TRG-READY-DATE.
           MOVE DFQ-RUN-ID                TO TRG-RUN-ID.

           WRITE TRG-REC.

           IF FS-TRG-OK
             MOVE 'REL'                   TO DFQ-STATE
             MOVE WS-NOW-DATE             TO DFQ-REL-DATE
             MOVE WS-NOW-HHMM             TO DFQ-REL-TIME
             ADD 1                        TO WS-RELEASED-COUNT
           ELSE
      *       Nothing more can go out this pass - the rest stay held
             DISPLAY 'AESXREL: ERROR WRITING AESXTRG: ' FS-TRG
             MOVE 12                      TO RETURN-CODE
             MOVE 'R'                     TO WS-MODE
           END-IF.

       RELEASE-ONE-ENTRY-EXIT.
           EXIT.


       TEST-DEADLINE.
      *     Misses when the window next opens after the deadline,
      *     or opens nowhere within the look-ahead
           MOVE 'N'                       TO WS-MISS.

           IF DFQ-DUE-DATE > 0
             IF DFQ-OPEN-DATE = 0
               OR DFQ-OPEN-DATE > DFQ-DUE-DATE
               OR (DFQ-OPEN-DATE = DFQ-DUE-DATE
                 AND DFQ-OPEN-TIME > DFQ-DUE-HHMM)
               MOVE 'Y'                   TO WS-MISS
             END-IF
           END-IF.

           IF SW-MISS
             ADD 1                        TO WS-MISS-COUNT

             IF DFQ-ALERTED NOT = 'Y'
               PERFORM ALERT-ONE-ENTRY
               MOVE 'Y'                   TO DFQ-ALERTED
             END-IF
           END-IF.


       ALERT-ONE-ENTRY.
           MOVE SPACES                    TO LAL-TEXT OF AL-S.

           IF DFQ-OPEN-DATE = 0
             STRING 'HAND-OFF ' DFQ-FILE-NAME ' HELD FOR PARTNER '
                    DFQ-PARTNER ' - NO WINDOW OPENS BEFORE DUE '
                    DFQ-DUE-DATE ' ' DFQ-DUE-HHMM
             DELIMITED BY SIZE          INTO LAL-TEXT OF AL-S
           ELSE
             STRING 'HAND-OFF ' DFQ-FILE-NAME ' HELD FOR PARTNER '
                    DFQ-PARTNER ' - WINDOW OPENS ' DFQ-OPEN-DATE ' '
                    DFQ-OPEN-TIME ', DUE ' DFQ-DUE-DATE ' '
                    DFQ-DUE-HHMM
             DELIMITED BY SIZE          INTO LAL-TEXT OF AL-S
           END-IF.

           MOVE 2                         TO LAL-LEVEL OF AL-S.

           CALL 'AESALERT' USING AL-S.


      *****************************************************************
      * REPORT
      *****************************************************************
       WRITE-ENTRY-LINE.
           MOVE DFQ-FILE-NAME             TO WS-RPT-LINE(1:20).
           MOVE DFQ-PARTNER               TO WS-RPT-LINE(22:8).
           MOVE DFQ-HELD-DATE             TO WS-RPT-LINE(31:8).
           MOVE DFQ-HELD-TIME             TO WS-RPT-LINE(40:4).

           IF DFQ-STATE = 'REL'
             MOVE DFQ-REL-DATE            TO WS-RPT-LINE(45:8)
             MOVE DFQ-REL-TIME            TO WS-RPT-LINE(54:4)
           ELSE
             IF DFQ-OPEN-DATE = 0
               MOVE 'NONE IN RANGE'       TO WS-RPT-LINE(45:13)
             ELSE
               MOVE DFQ-OPEN-DATE         TO WS-RPT-LINE(45:8)
               MOVE DFQ-OPEN-TIME         TO WS-RPT-LINE(54:4)
             END-IF
           END-IF.

           IF DFQ-DUE-DATE > 0
             MOVE DFQ-DUE-DATE            TO WS-RPT-LINE(59:8)
             MOVE DFQ-DUE-HHMM            TO WS-RPT-LINE(68:4)
           ELSE
             MOVE 'NONE'                  TO WS-RPT-LINE(59:4)
           END-IF.

           EVALUATE TRUE
             WHEN DFQ-STATE = 'REL'
               MOVE 'SENT'                TO WS-RPT-LINE(73:4)
             WHEN SW-MISS
               MOVE 'MISS'                TO WS-RPT-LINE(73:4)
             WHEN OTHER
               MOVE 'HELD'                TO WS-RPT-LINE(73:4)
           END-EVALUATE.

           MOVE DFQ-RUN-ID                TO WS-RPT-LINE(79:16).

           PERFORM WRITE-REPORT-LINE.


       WRITE-REPORT-LINE.
           MOVE WS-RPT-LINE               TO RPT-REC.
           WRITE RPT-REC.
           MOVE SPACES                    TO WS-RPT-LINE.
