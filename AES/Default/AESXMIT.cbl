      * this default out for its own program via LMAIN-XMIT-PUT, the
      * same way LMAIN-TEXT-PUT/LMAIN-CKPT-PUT already let a site
      * replace AESTPUT/AESCPUT.
      *
      * A partner that only takes files inside contracted windows
      * (AESPRTNR, checked through AESXWIN) does not get the trigger
      * while it is shut: the generation the run read names its
      * AESFEEDS feed, the feed names the partner, and a hand-off
      * due to a shut partner is written to the deferred queue
      * AESXDEFQ instead, with the moment the window next opens and
      * the feed's delivery deadline. AESXREL releases it to AESXTRG
      * when the window opens, so AESXCONF's confirmation clock
      * starts at release, not at run end. No feed, no partner on
      * the feed, or no windows registered - queued straight away,
      * as before.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-TRG.

      *     EXPECTED-FEEDS SCHEDULE (AESFEEDS) - feed to partner
            SELECT OPTIONAL R-FDS ASSIGN TO 'AESFEEDS'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-FDS.

      *     DEFERRED HAND-OFF QUEUE (AESXDEFQ - LRECL=132) - hand-
      *     offs held for a partner's receiving window, appended to
      *     here and released (and rewritten) by AESXREL
            SELECT R-DFQ ASSIGN TO 'AESXDEFQ'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-DFQ.

       DATA DIVISION.
       FILE SECTION.
      *   AESXTRG
          02 TRG-RUN-ID              PIC X(16).
          02 FILLER                  PIC X(03).

      *   AESFEEDS
       FD R-FDS LABEL RECORD STANDARD.

       01 FDS-REC.
          05 FDS-PREFIX                  PIC X(12).
          05 FILLER                      PIC X(01).
          05 FDS-ARRIVE-HHMM             PIC 9(04).
          05 FILLER                      PIC X(01).
          05 FDS-MIN-BLOCKS              PIC 9(09).
          05 FILLER                      PIC X(01).
          05 FDS-RUN-RULE                PIC X(01).
          05 FILLER                      PIC X(01).
          05 FDS-DEADLINE-HHMM           PIC X(04).
          05 FDS-DEADLINE-DAYS           PIC X(01).
          05 FILLER                      PIC X(01).
          05 FDS-PARTNER                 PIC X(08).
          05 FILLER                      PIC X(01).
          05 FDS-CYCLES                  PIC X(02).
          05 FDS-CYCLE-MINS              PIC X(03).

      *   AESXDEFQ
       FD R-DFQ LABEL RECORD STANDARD.

       01 DFQ-REC.
          02 DFQ-FILE-NAME           PIC X(20).
          02 DFQ-BLOCK-COUNT         PIC 9(09).
          02 DFQ-RUN-ID              PIC X(16).
          02 DFQ-DAT-GEN             PIC X(20).
          02 DFQ-PARTNER             PIC X(08).
      *     When the run ended and the hand-off was held
          02 DFQ-HELD-DATE           PIC 9(08).
          02 DFQ-HELD-TIME           PIC 9(04).
      *     When the partner's window next opens (zeros - none
      *     within AESXWIN's look-ahead)
          02 DFQ-OPEN-DATE           PIC 9(08).
          02 DFQ-OPEN-TIME           PIC 9(04).
      *     The feed's delivery deadline (zeros - none)
          02 DFQ-DUE-DATE            PIC 9(08).
          02 DFQ-DUE-HHMM            PIC 9(04).
      *     HLD held, REL released to AESXTRG
          02 DFQ-STATE               PIC X(03).
          02 DFQ-REL-DATE            PIC 9(08).
          02 DFQ-REL-TIME            PIC 9(04).
      *     'Y' once the deadline-miss alert has been raised
          02 DFQ-ALERTED             PIC X(01).
          02 FILLER                  PIC X(07).

       WORKING-STORAGE SECTION.
         01 FS.
            05 FS-TRG                  PIC 9(02).
               88 FS-TRG-OK                      VALUE 0.
               88 FS-TRG-AOP                     VALUE 41.
            05 FS-FDS                  PIC 9(02).
               88 FS-FDS-OK                      VALUE 0.
               88 FS-FDS-EOF                     VALUE 10.
            05 FS-DFQ                  PIC 9(02).
               88 FS-DFQ-OK                      VALUE 0.
               88 FS-DFQ-AOP                     VALUE 41.

      *  The feed the run's input generation belongs to
         77 WS-FEED-FOUND              PIC X(01).
            88 SW-FEED-FOUND                     VALUE 'Y'.
         77 WS-FEED-DATE               PIC 9(08).
         77 WS-DUE-DAYS                PIC 9(01).
         77 WS-DUE-DATE                PIC 9(08).
         77 WS-DUE-HHMM                PIC 9(04).
         77 WS-PARTNER                 PIC X(08).
         77 WS-NOW-TIME                PIC 9(08).

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

         01 PMW.
            COPY 'AESLLOG.cpy'.

      *  Generation-name build/parse hand-off (AESCYCL)
         01 CY-S.
            02 CYC-FUNCTION            PIC X(01).
            02 CYC-PREFIX              PIC X(12).
            02 CYC-DATE                PIC 9(08).
            02 CYC-CYCLE               PIC 9(02).
            02 CYC-GEN                 PIC X(20).
            02 CYC-STATUS              PIC X(03).
               88 CYCS-OK                        VALUE 'OK '.
               88 CYCS-LEN                       VALUE 'LEN'.
               88 CYCS-NO-DATE                   VALUE 'NDT'.

       LINKAGE SECTION.
         01 LS.
      *     PUT-MESSAGE AREA
            MOVE PUT-MESSAGE-LS             TO PMW.
            MOVE 'OK '                      TO LXM-STATUS.

            PERFORM FIND-FEED
               THRU FIND-FEED-EXIT.

            IF SW-FEED-FOUND AND WS-PARTNER NOT = SPACES
              PERFORM CHECK-WINDOW
            ELSE
              SET XWN-IS-OPEN               TO TRUE
            END-IF.

            IF XWN-IS-SHUT
              PERFORM HOLD-HANDOFF
            ELSE
              PERFORM OPEN-FILE
              PERFORM WRITE-FILE
              PERFORM CLOSE-FILE
            END-IF.

            GOBACK.


       FIND-FEED.
      *     The input generation is the feed prefix followed by its
      *     CCYYMMDD date, and a C<nn> cycle for an intraday cycle -
      *     the name AESFGATE expects it under
            MOVE 'N'                        TO WS-FEED-FOUND.
            MOVE SPACES                     TO WS-PARTNER.

            IF LXM-DAT-GEN = SPACES
              GO TO FIND-FEED-EXIT
            END-IF.

            MOVE 'P'                        TO CYC-FUNCTION.
            MOVE LXM-DAT-GEN                TO CYC-GEN.
            CALL 'AESCYCL' USING CY-S.

            IF NOT CYCS-OK OR CYC-PREFIX = SPACES
              GO TO FIND-FEED-EXIT
            END-IF.

            OPEN INPUT R-FDS.

            IF FS-FDS-OK
              CONTINUE
            ELSE
              GO TO FIND-FEED-EXIT
            END-IF.

            PERFORM UNTIL FS-FDS-EOF OR SW-FEED-FOUND
              READ R-FDS
                AT END
                  CONTINUE
                NOT AT END
                  PERFORM MATCH-FEED
              END-READ
            END-PERFORM.

            CLOSE R-FDS.

       FIND-FEED-EXIT.
            EXIT.


       MATCH-FEED.
            IF FDS-PREFIX = SPACES OR FDS-PREFIX(1:1) = '*'
              CONTINUE
            ELSE
              IF CYC-PREFIX = FDS-PREFIX
                MOVE 'Y'                    TO WS-FEED-FOUND
                MOVE FDS-PARTNER            TO WS-PARTNER
                MOVE CYC-DATE               TO WS-FEED-DATE
                PERFORM FEED-DEADLINE
              END-IF
            END-IF.


       FEED-DEADLINE.
      *     Delivery deadline: HHMM, whole days after the feed date
      *     (the same reading AESFTRCK gives it)
            MOVE 0                          TO WS-DUE-DATE
                                               WS-DUE-HHMM.

            IF FDS-DEADLINE-HHMM IS NUMERIC
              MOVE FDS-DEADLINE-HHMM        TO WS-DUE-HHMM
              IF FDS-DEADLINE-DAYS IS NUMERIC
                MOVE FDS-DEADLINE-DAYS      TO WS-DUE-DAYS
                COMPUTE WS-DUE-DATE = FUNCTION DATE-OF-INTEGER(
                    FUNCTION INTEGER-OF-DATE(WS-FEED-DATE)
                    + WS-DUE-DAYS)
              ELSE
                MOVE WS-FEED-DATE           TO WS-DUE-DATE
              END-IF
            END-IF.


       CHECK-WINDOW.
            MOVE WS-PARTNER                 TO XWN-PARTNER.
            ACCEPT XWN-DATE                 FROM DATE YYYYMMDD.
            ACCEPT WS-NOW-TIME              FROM TIME.
            MOVE WS-NOW-TIME(1:4)           TO XWN-TIME.

            CALL 'AESXWIN' USING XW-S.

      *     Not registered, or the registry unreadable - nothing
      *     says the partner is shut, so the hand-off goes now
            IF XWNS-OK
              CONTINUE
            ELSE
              SET XWN-IS-OPEN               TO TRUE

              IF XWNS-ERR
                MOVE SPACES                 TO LTEXT OF PMW
                STRING 'AESPRTNR unreadable - hand-off for '
                       WS-PARTNER
                       ' not window-checked'
                DELIMITED BY SIZE           INTO LTEXT OF PMW
                SET LLEVEL-WAR OF PMW         TO TRUE

                CALL PUT-MESSAGE USING PMW
              END-IF
            END-IF.


       HOLD-HANDOFF.
            OPEN EXTEND R-DFQ.

            IF FS-DFQ-OK OR FS-DFQ-AOP
              CONTINUE
            ELSE
              OPEN OUTPUT R-DFQ

              IF FS-DFQ-OK OR FS-DFQ-AOP
                CONTINUE
              ELSE
                STRING 'ERROR OPENING AESXDEFQ '
                       FS-DFQ
                DELIMITED BY SIZE           INTO LTEXT OF PMW
                SET LLEVEL-ERR OF PMW         TO TRUE

                CALL PUT-MESSAGE USING PMW
                PERFORM END-ON-ERROR
              END-IF
            END-IF.

            MOVE SPACES                     TO DFQ-REC.
            MOVE LXM-FILE-NAME              TO DFQ-FILE-NAME.
            MOVE LXM-BLOCK-COUNT            TO DFQ-BLOCK-COUNT.
            MOVE LXM-RUN-ID                 TO DFQ-RUN-ID.
            MOVE LXM-DAT-GEN                TO DFQ-DAT-GEN.
            MOVE WS-PARTNER                 TO DFQ-PARTNER.
            MOVE XWN-DATE                   TO DFQ-HELD-DATE.
            MOVE XWN-TIME                   TO DFQ-HELD-TIME.
            MOVE XWN-NEXT-DATE              TO DFQ-OPEN-DATE.
            MOVE XWN-NEXT-TIME              TO DFQ-OPEN-TIME.
            MOVE WS-DUE-DATE                TO DFQ-DUE-DATE.
            MOVE WS-DUE-HHMM                TO DFQ-DUE-HHMM.
            MOVE 'HLD'                      TO DFQ-STATE.
            MOVE 0                          TO DFQ-REL-DATE
                                               DFQ-REL-TIME.
            MOVE 'N'                        TO DFQ-ALERTED.

            WRITE DFQ-REC.

            IF FS-DFQ-OK
              MOVE SPACES                   TO LTEXT OF PMW
              STRING 'Transmission hand-off held for partner '
                     WS-PARTNER
                     ' window - opens '
                     XWN-NEXT-DATE ' ' XWN-NEXT-TIME
              DELIMITED BY SIZE             INTO LTEXT OF PMW
              SET LLEVEL-INF OF PMW           TO TRUE

              CALL PUT-MESSAGE USING PMW
            ELSE
              STRING 'ERROR WRITING AESXDEFQ '
                     FS-DFQ
              DELIMITED BY SIZE             INTO LTEXT OF PMW
              SET LLEVEL-ERR OF PMW           TO TRUE

              CALL PUT-MESSAGE USING PMW
              PERFORM END-ON-ERROR
            END-IF.

            CLOSE R-DFQ.


       OPEN-FILE.
      *     Same day's queue already exists (an earlier hand-off
      *     today) - append to it instead of truncating.
