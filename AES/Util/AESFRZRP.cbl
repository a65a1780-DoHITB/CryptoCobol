       ID DIVISION.
       PROGRAM-ID. AESFRZRP.
      *****************************************************************
      * Post-freeze report. Once a change-freeze window on the
      * AESFRZCL calendar has closed, the audit needs to see every
      * emergency override that let a change through it - which
      * program, which scope, who asked, under which ticket and who
      * approved - and how many attempts were refused. This lists
      * the AESFRZLG freeze audit trail (written by AESFRZCK for the
      * batch maintenance programs and by the AESKMNT transaction)
      * for the days the window covered.
      *
      * Control card AESFZPRM: WINDOW-START(1-8). The window is the
      * one starting on that day; where one start day carries more
      * than one scope, the report runs to the latest last day among
      * them. A blank card takes the most recent window already
      * closed before today.
      *
      * RC 4 when any override was used in the window, so the
      * schedule can route the report for sign-off.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *     FREEZE CALENDAR (AESFRZCL - KSDS keyed on start+scope)
            SELECT OPTIONAL R-FRZ ASSIGN TO 'AESFRZCL'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS SEQUENTIAL
                   RECORD KEY   IS FRZ-KEY
                   FILE STATUS  IS FS-FRZ.

      *     FREEZE AUDIT TRAIL (AESFRZLG - KSDS keyed on date/time/
      *     task)
            SELECT OPTIONAL R-FZL ASSIGN TO 'AESFRZLG'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS FZL-KEY
                   FILE STATUS  IS FS-FZL.

      *     CONTROL CARD (AESFZPRM - window start)
            SELECT R-PARM ASSIGN TO 'AESFZPRM'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-PARM.

      *     POST-FREEZE REPORT (AESFZRPF)
            SELECT R-RPT ASSIGN TO 'AESFZRPF'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-RPT.

       DATA DIVISION.
       FILE SECTION.
      *   AESFRZCL
       FD R-FRZ LABEL RECORD STANDARD.

       01 FRZ-REC.
          02 FRZ-KEY.
             03 FRZ-START             PIC 9(08).
             03 FRZ-SCOPE             PIC X(08).
          02 FRZ-END                  PIC 9(08).
          02 FRZ-NAME                 PIC X(30).
          02 FILLER                   PIC X(06).

      *   AESFRZLG
       FD R-FZL LABEL RECORD STANDARD.

       01 FZL-REC.
          02 FZL-KEY.
             03 FZL-DATE              PIC 9(08).
             03 FZL-TIME              PIC 9(06).
             03 FZL-TASK              PIC 9(07).
          02 FZL-PROGRAM              PIC X(08).
          02 FZL-SCOPE                PIC X(08).
          02 FZL-OPERATOR             PIC X(08).
          02 FZL-TICKET               PIC X(12).
          02 FZL-APPROVER             PIC X(08).
          02 FZL-OUTCOME              PIC X(03).
             88 FZL-OVERRIDDEN                  VALUE 'OVR'.
             88 FZL-REFUSED                     VALUE 'FRZ'.
          02 FZL-WINDOW-START         PIC 9(08).
          02 FILLER                   PIC X(04).

      *   AESFZPRM
       FD R-PARM LABEL RECORD STANDARD.

       01 PARM-REC.
          05 PARM-WINDOW-START           PIC X(08).
          05 FILLER                      PIC X(72).

      *   AESFZRPF
       FD R-RPT LABEL RECORD STANDARD.

       01 RPT-REC                        PIC X(132).

       WORKING-STORAGE SECTION.
         01 FS.
            05 FS-FRZ                   PIC 9(02).
               88 FS-FRZ-OK                       VALUE 0.
               88 FS-FRZ-EOF                      VALUE 10.
            05 FS-FZL                   PIC 9(02).
               88 FS-FZL-OK                       VALUE 0.
               88 FS-FZL-EOF                      VALUE 10.
            05 FS-PARM                  PIC 9(02).
               88 FS-PARM-OK                      VALUE 0.
            05 FS-RPT                   PIC 9(02).
               88 FS-RPT-OK                       VALUE 0.

         77 WS-TODAY                    PIC 9(08).
         77 WS-WANT-START               PIC X(08).
         77 WS-WIN-START                PIC 9(08)   VALUE 0.
         77 WS-WIN-END                  PIC 9(08)   VALUE 0.
         77 WS-WIN-NAME                 PIC X(30)   VALUE SPACES.
         77 WS-SCAN-DONE                PIC X(01).
            88 SW-SCAN-DONE                       VALUE 'Y'.

         77 WS-OVERRIDE-COUNT           PIC 9(05)   VALUE 0.
         77 WS-REFUSED-COUNT            PIC 9(05)   VALUE 0.

         01 WS-RPT-LINE                 PIC X(132)  VALUE SPACES.

       LINKAGE SECTION.

       PROCEDURE DIVISION.
       MAINLINE.
           ACCEPT WS-TODAY                FROM DATE YYYYMMDD.

           PERFORM READ-PARAMETERS.

           PERFORM FIND-FREEZE-WINDOW
              THRU FIND-FREEZE-WINDOW-EXIT.

           IF WS-WIN-START = 0
             DISPLAY 'AESFRZRP: NO MATCHING FREEZE WINDOW ON AESFRZCL'
             MOVE 8                       TO RETURN-CODE
             STOP RUN
           END-IF.

           OPEN OUTPUT R-RPT.

           IF FS-RPT-OK
             CONTINUE
           ELSE
             DISPLAY 'AESFRZRP: ERROR OPENING AESFZRPF: ' FS-RPT
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.

           STRING 'AESFRZRP FREEZE WINDOW ' WS-WIN-NAME
                  ' FROM ' WS-WIN-START ' TO ' WS-WIN-END
                  ' AS AT ' WS-TODAY
           DELIMITED BY SIZE            INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

           PERFORM LIST-FREEZE-TRAIL
              THRU LIST-FREEZE-TRAIL-EXIT.

           STRING 'TOTAL - ' WS-OVERRIDE-COUNT ' OVERRIDE(S), '
                  WS-REFUSED-COUNT ' CHANGE(S) REFUSED'
           DELIMITED BY SIZE            INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

           CLOSE R-RPT.

           DISPLAY 'AESFRZRP: window ' WS-WIN-START ' - '
                   WS-OVERRIDE-COUNT ' override(s), '
                   WS-REFUSED-COUNT ' refused'.

           IF WS-OVERRIDE-COUNT > 0
             MOVE 4                       TO RETURN-CODE
           END-IF.

           STOP RUN.


       READ-PARAMETERS.
           OPEN INPUT R-PARM.

           IF FS-PARM-OK
             CONTINUE
           ELSE
             DISPLAY 'AESFRZRP: ERROR OPENING AESFZPRM: ' FS-PARM
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.

           MOVE SPACES                    TO WS-WANT-START.

           READ R-PARM
             AT END
               CONTINUE
             NOT AT END
               MOVE PARM-WINDOW-START     TO WS-WANT-START
           END-READ.

           CLOSE R-PARM.

           IF WS-WANT-START NOT = SPACES
             AND WS-WANT-START IS NOT NUMERIC
             DISPLAY 'AESFRZRP: INVALID WINDOW START ' WS-WANT-START
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.


       FIND-FREEZE-WINDOW.
      *     The calendar is in start-day order. With a start day on
      *     the card every entry for that day is taken; without one
      *     the last start day whose windows have all closed wins.
           OPEN INPUT R-FRZ.

           IF FS-FRZ-OK
             CONTINUE
           ELSE
             CLOSE R-FRZ
             GO TO FIND-FREEZE-WINDOW-EXIT
           END-IF.

           MOVE SPACES                    TO WS-SCAN-DONE.

           PERFORM UNTIL SW-SCAN-DONE
             READ R-FRZ
               AT END
                 SET SW-SCAN-DONE         TO TRUE
               NOT AT END
                 PERFORM WEIGH-CALENDAR-ENTRY
             END-READ
           END-PERFORM.

           CLOSE R-FRZ.

       FIND-FREEZE-WINDOW-EXIT.
           EXIT.


       WEIGH-CALENDAR-ENTRY.
           IF WS-WANT-START = SPACES
             IF FRZ-END < WS-TODAY
               IF FRZ-START NOT = WS-WIN-START
                 MOVE FRZ-START           TO WS-WIN-START
                 MOVE FRZ-END             TO WS-WIN-END
                 MOVE FRZ-NAME            TO WS-WIN-NAME
               ELSE
                 IF FRZ-END > WS-WIN-END
                   MOVE FRZ-END           TO WS-WIN-END
                 END-IF
               END-IF
             END-IF
           ELSE
             IF FRZ-START = WS-WANT-START
               IF WS-WIN-START = 0
                 MOVE FRZ-START           TO WS-WIN-START
                 MOVE FRZ-NAME            TO WS-WIN-NAME
               END-IF
               IF FRZ-END > WS-WIN-END
                 MOVE FRZ-END             TO WS-WIN-END
               END-IF
             END-IF
           END-IF.


       LIST-FREEZE-TRAIL.
      *     Position on the window's first day and read forward to
      *     the day after its last.
           OPEN INPUT R-FZL.

           IF FS-FZL-OK
             CONTINUE
           ELSE
      *      No trail - nothing was attempted during any freeze
             CLOSE R-FZL
             GO TO LIST-FREEZE-TRAIL-EXIT
           END-IF.

           MOVE LOW-VALUES                TO FZL-KEY.
           MOVE WS-WIN-START              TO FZL-DATE.

           START R-FZL KEY IS NOT < FZL-KEY
             INVALID KEY
               CLOSE R-FZL
               GO TO LIST-FREEZE-TRAIL-EXIT
           END-START.

           MOVE SPACES                    TO WS-SCAN-DONE.

           PERFORM UNTIL SW-SCAN-DONE
             READ R-FZL NEXT RECORD
               AT END
                 SET SW-SCAN-DONE         TO TRUE
               NOT AT END
                 IF FZL-DATE > WS-WIN-END
                   SET SW-SCAN-DONE       TO TRUE
                 ELSE
                   PERFORM REPORT-ONE-ENTRY
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE R-FZL.

       LIST-FREEZE-TRAIL-EXIT.
           EXIT.


       REPORT-ONE-ENTRY.
      *     Every override is listed in full for sign-off; refusals
      *     are listed too, one line each, so a pattern of attempts
      *     against the freeze is visible.
           IF FZL-OVERRIDDEN
             ADD 1                        TO WS-OVERRIDE-COUNT
             STRING FZL-DATE ' ' FZL-TIME ' OVERRIDE ' FZL-PROGRAM
                    ' ' FZL-SCOPE ' BY ' FZL-OPERATOR
                    ' TICKET ' FZL-TICKET
                    ' APPROVED ' FZL-APPROVER
             DELIMITED BY SIZE          INTO WS-RPT-LINE
           ELSE
             ADD 1                        TO WS-REFUSED-COUNT
             STRING FZL-DATE ' ' FZL-TIME ' REFUSED  ' FZL-PROGRAM
                    ' ' FZL-SCOPE ' BY ' FZL-OPERATOR
             DELIMITED BY SIZE          INTO WS-RPT-LINE
           END-IF.

           PERFORM WRITE-REPORT-LINE.


       WRITE-REPORT-LINE.
           MOVE WS-RPT-LINE                TO RPT-REC.
           MOVE SPACES                     TO WS-RPT-LINE.

           WRITE RPT-REC.

           IF FS-RPT-OK
             CONTINUE
           ELSE
             DISPLAY 'AESFRZRP: ERROR WRITING AESFZRPF: ' FS-RPT
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.
