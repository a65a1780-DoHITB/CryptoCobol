       ID DIVISION.
       PROGRAM-ID. AESXWIN.
      *****************************************************************
      * Partner receiving-window check. Several partners only accept
      * files inside contracted windows and lose or reject anything
      * sent outside them; their AESPRTNR entries carry the windows
      * (up to four - the days of the week each is open, Monday
      * first, and the HHMM it opens and closes within the day) and
      * up to eight blackout dates on which no window opens at all.
      * AESXMIT asks here before queueing a hand-off and AESXREL
      * asks again for each hand-off it is holding, so the two can
      * never disagree about when a partner is open.
      *
      *   XWN-PARTNER/XWN-DATE/XWN-TIME in (the moment to test);
      *   XWN-OPEN 'Y' when the partner takes files at that moment,
      *   'N' otherwise, and XWN-NEXT-DATE/XWN-NEXT-TIME the moment
      *   a window next opens - the moment itself when open now,
      *   zeros when nothing opens within the look-ahead below.
      *
      * A window opens at its from-time and shuts at its until-time;
      * a window running past midnight is registered as two. A
      * partner with no window registered takes files at any time,
      * as does one not on the registry at all (XWN-STATUS 'NF ')
      * or a registry that cannot be read (XWN-STATUS 'ERR') - the
      * caller decides what either of those means for it.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *     PARTNER REGISTRY (AESPRTNR - KSDS keyed on partner id)
            SELECT OPTIONAL R-PRT ASSIGN TO 'AESPRTNR'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS RANDOM
                   RECORD KEY   IS PRT-ID
                   FILE STATUS  IS FS-PRT.

       DATA DIVISION.
       FILE SECTION.
      *   AESPRTNR
       FD R-PRT LABEL RECORD STANDARD.

       01 PRT-REC.
          02 PRT-ID                   PIC X(08).
          02 PRT-KEK-ALIAS            PIC X(08).
          02 PRT-TRANSPORT            PIC X(08).
          02 PRT-DESC                 PIC X(30).
          02 PRT-WRAP-FMT             PIC X(01).
          02 PRT-CODE-PAGE            PIC X(08).
          02 FILLER                   PIC X(01).
          02 PRT-WINDOW               OCCURS 4.
             03 PRT-WIN-DAYS          PIC X(07).
             03 PRT-WIN-FROM          PIC X(04).
             03 PRT-WIN-UNTIL         PIC X(04).
          02 PRT-BLACKOUT             PIC X(08)   OCCURS 8.
          02 FILLER                   PIC X(12).

       WORKING-STORAGE SECTION.
         01 FS.
            05 FS-PRT                  PIC 9(02).
               88 FS-PRT-OK                      VALUE 0.
               88 FS-PRT-NF                      VALUE 23.

      *  How far ahead a closed partner's next window is looked for
         77 WS-LOOKAHEAD-DAYS          PIC 9(03)   VALUE 035.

         77 WS-WINDOW-COUNT            PIC 9(01).
         77 WS-WIN-I                   PIC 9(01).
         77 WS-BLK-I                   PIC 9(01).
         77 WS-DAY-I                   PIC 9(03).
         77 WS-BASE-LILIAN             PIC 9(08).
         77 WS-CHECK-LILIAN            PIC 9(08).
         77 WS-CHECK-DATE              PIC 9(08).
         77 WS-CHECK-DOW               PIC 9(01).
         77 WS-FROM                    PIC 9(04).
         77 WS-UNTIL                   PIC 9(04).
         77 WS-BEST-TIME               PIC 9(04).
         77 WS-DAY-SHUT                PIC X(01).
            88 SW-DAY-SHUT                       VALUE 'Y'.
         77 WS-FOUND                   PIC X(01).
            88 SW-FOUND                          VALUE 'Y'.

       LINKAGE SECTION.
         01 LS.
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

       PROCEDURE DIVISION USING LS.
       MAINLINE.
            SET XWNS-OK                     TO TRUE.
            SET XWN-IS-OPEN                 TO TRUE.
            MOVE XWN-DATE                   TO XWN-NEXT-DATE.
            MOVE XWN-TIME                   TO XWN-NEXT-TIME.

            PERFORM READ-PARTNER
               THRU READ-PARTNER-EXIT.

            IF XWNS-OK
              PERFORM COUNT-WINDOWS
            END-IF.

            IF XWNS-OK AND WS-WINDOW-COUNT > 0
              PERFORM FIND-NEXT-OPENING
            END-IF.

            GOBACK.


       READ-PARTNER.
            OPEN INPUT R-PRT.

            IF FS-PRT-OK
              CONTINUE
            ELSE
              SET XWNS-ERR                  TO TRUE
              GO TO READ-PARTNER-EXIT
            END-IF.

            MOVE XWN-PARTNER                TO PRT-ID.

            READ R-PRT KEY IS PRT-ID.

            IF FS-PRT-OK
              CONTINUE
            ELSE
              IF FS-PRT-NF
                SET XWNS-NF                 TO TRUE
              ELSE
                SET XWNS-ERR                TO TRUE
              END-IF
            END-IF.

            CLOSE R-PRT.

       READ-PARTNER-EXIT.
            EXIT.


       COUNT-WINDOWS.
      *     Only a window with a day marked and a from-time before
      *     its until-time counts; anything else is an unused slot
            MOVE 0                          TO WS-WINDOW-COUNT.

            PERFORM VARYING WS-WIN-I FROM 1 BY 1
              UNTIL WS-WIN-I > 4
              IF PRT-WIN-DAYS(WS-WIN-I) NOT = SPACES
                AND PRT-WIN-FROM(WS-WIN-I) IS NUMERIC
                AND PRT-WIN-UNTIL(WS-WIN-I) IS NUMERIC
                AND PRT-WIN-FROM(WS-WIN-I) < PRT-WIN-UNTIL(WS-WIN-I)
                ADD 1                       TO WS-WINDOW-COUNT
              END-IF
            END-PERFORM.


       FIND-NEXT-OPENING.
            MOVE 'N'                        TO WS-FOUND.
            COMPUTE WS-BASE-LILIAN =
                FUNCTION INTEGER-OF-DATE(XWN-DATE).

            PERFORM VARYING WS-DAY-I FROM 0 BY 1
              UNTIL WS-DAY-I > WS-LOOKAHEAD-DAYS
              OR SW-FOUND
              COMPUTE WS-CHECK-LILIAN = WS-BASE-LILIAN + WS-DAY-I
              COMPUTE WS-CHECK-DATE =
                  FUNCTION DATE-OF-INTEGER(WS-CHECK-LILIAN)
              PERFORM CHECK-ONE-DAY
            END-PERFORM.

            IF SW-FOUND
              MOVE WS-CHECK-DATE            TO XWN-NEXT-DATE
              MOVE WS-BEST-TIME             TO XWN-NEXT-TIME

              IF WS-CHECK-DATE = XWN-DATE
                AND WS-BEST-TIME = XWN-TIME
                SET XWN-IS-OPEN             TO TRUE
              ELSE
                SET XWN-IS-SHUT             TO TRUE
              END-IF
            ELSE
              SET XWN-IS-SHUT               TO TRUE
              MOVE 0                        TO XWN-NEXT-DATE
                                               XWN-NEXT-TIME
            END-IF.


       CHECK-ONE-DAY.
      *     WS-CHECK-DATE/WS-CHECK-LILIAN in; the earliest moment a
      *     window is open that day (not before XWN-TIME when it is
      *     the day asked about) to WS-BEST-TIME, SW-FOUND when any
            MOVE 'N'                        TO WS-DAY-SHUT.

            PERFORM VARYING WS-BLK-I FROM 1 BY 1
              UNTIL WS-BLK-I > 8
              IF PRT-BLACKOUT(WS-BLK-I) = WS-CHECK-DATE
                MOVE 'Y'                    TO WS-DAY-SHUT
              END-IF
            END-PERFORM.

            IF SW-DAY-SHUT
              CONTINUE
            ELSE
      *       Lilian day 1 (1601-01-01) was a Monday - 1 Monday to
      *       7 Sunday, the order PRT-WIN-DAYS is marked in
              COMPUTE WS-CHECK-DOW =
                  FUNCTION MOD(WS-CHECK-LILIAN - 1 7) + 1

              PERFORM VARYING WS-WIN-I FROM 1 BY 1
                UNTIL WS-WIN-I > 4
                PERFORM CHECK-ONE-WINDOW
              END-PERFORM
            END-IF.


       CHECK-ONE-WINDOW.
            IF PRT-WIN-DAYS(WS-WIN-I)(WS-CHECK-DOW:1) = 'Y'
              AND PRT-WIN-FROM(WS-WIN-I) IS NUMERIC
              AND PRT-WIN-UNTIL(WS-WIN-I) IS NUMERIC
              AND PRT-WIN-FROM(WS-WIN-I) < PRT-WIN-UNTIL(WS-WIN-I)
              MOVE PRT-WIN-FROM(WS-WIN-I)   TO WS-FROM
              MOVE PRT-WIN-UNTIL(WS-WIN-I)  TO WS-UNTIL

              IF WS-CHECK-DATE = XWN-DATE
                IF XWN-TIME >= WS-UNTIL
      *           Already shut for the day
                  MOVE 9999                 TO WS-FROM
                ELSE
                  IF XWN-TIME > WS-FROM
                    MOVE XWN-TIME           TO WS-FROM
                  END-IF
                END-IF
              END-IF

              IF WS-FROM < 2400
                IF NOT SW-FOUND OR WS-FROM < WS-BEST-TIME
                  MOVE WS-FROM              TO WS-BEST-TIME
                  MOVE 'Y'                  TO WS-FOUND
                END-IF
              END-IF
            END-IF.
