       ID DIVISION.
       PROGRAM-ID. AESRDIST.
      *****************************************************************
      * Report distribution and per-tenant bursting. The night leaves
      * a dozen reports behind - AESOPRPT, AESKEXPR, AESKINVR,
      * AESCHBKR, AESTDRPT, AESRKPLR, AESHBRPT and the rest - and
      * operators used to mail them out by hand, the per-tenant
      * chargeback and quota figures going to every tenant alike,
      * straight through the segregation the rest of the subsystem
      * keeps. This reads the AESDLIST distribution list and writes
      * every delivery, addressed, to the AESDSPOL outbound spool
      * the mail gateway sends from:
      *
      *   R report(3-10) lrecl(12-14) tenant-column(16-18)
      *     tenant-length(20-21) heading-lines(23-24)
      *       - a report to distribute: its DD name, its record
      *         length (080, 132 or 256), and for a tenant-sectioned
      *         report where the tenant id sits on each line and how
      *         many heading lines lead the report. A zero tenant
      *         column means the report is not sectioned.
      *   D report(3-10) tenant(12-19) recipient(21-60)
      *       - a recipient. A blank tenant receives the whole
      *         report; a tenant id receives the heading lines and
      *         the lines carrying that tenant id, nothing else.
      *   * comment
      *
      * The tenant id on a line is taken from the tenant column up
      * to the first blank or delimiter (| , ;), so a delimited
      * extract such as AESWXQUS bursts as readily as AESCHBKR. A
      * tenant recipient on a report that is not sectioned is
      * refused - the report would reach it whole - and so is a
      * recipient of a report the list does not describe.
      *
      * Each delivery is an 'H' envelope record (recipient, report,
      * tenant, date), the 'L' report lines and an 'E' record with
      * the line count. Every delivery, and every one not made, is
      * logged to AESDLOG (recipient, report, tenant, date, lines,
      * outcome) for the evidence pack:
      *   SNT sent, NIL nothing for the tenant tonight, MIS report
      *   not produced, REF refused.
      *
      * Control card AESDSPRM (optional): one report DD name in
      * columns 1-8 distributes that report only. RETURN-CODE 4 when
      * a report was missing or a recipient refused.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *     DISTRIBUTION LIST (AESDLIST - LRECL=80)
            SELECT R-DLS ASSIGN TO 'AESDLIST'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-DLS.

      *     THE REPORT BEING DISTRIBUTED - one SELECT per record
      *     length, assigned by the DD name on the list
            SELECT OPTIONAL R-R80 ASSIGN TO DYNAMIC WS-RPT-FILE-NAME
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-RPT.

            SELECT OPTIONAL R-R132 ASSIGN TO DYNAMIC WS-RPT-FILE-NAME
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-RPT.

            SELECT OPTIONAL R-R256 ASSIGN TO DYNAMIC WS-RPT-FILE-NAME
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-RPT.

      *     OUTBOUND SPOOL (AESDSPOL - read by the mail gateway)
            SELECT R-SPL ASSIGN TO 'AESDSPOL'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-SPL.

      *     DISTRIBUTION LOG (AESDLOG - LRECL=80, appended)
            SELECT OPTIONAL R-LOG ASSIGN TO 'AESDLOG'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-LOG.

      *     CONTROL CARD (AESDSPRM - one report only)
            SELECT OPTIONAL R-PARM ASSIGN TO 'AESDSPRM'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-PARM.

       DATA DIVISION.
       FILE SECTION.
      *   AESDLIST
       FD R-DLS LABEL RECORD STANDARD.

       01 DLS-REC.
          05 DLS-TYPE                    PIC X(01).
             88 DLS-REPORT                        VALUE 'R'.
             88 DLS-DELIVERY                      VALUE 'D'.
          05 FILLER                      PIC X(01).
          05 DLS-RPT-NAME                PIC X(08).
          05 FILLER                      PIC X(01).
          05 DLS-TENANT                  PIC X(08).
          05 FILLER                      PIC X(01).
          05 DLS-RECIPIENT               PIC X(40).
          05 FILLER                      PIC X(20).

      *   AESDLIST report description
       01 DLR-REC.
          05 FILLER                      PIC X(11).
          05 DLR-LRECL                   PIC 9(03).
          05 FILLER                      PIC X(01).
          05 DLR-TENANT-COL              PIC 9(03).
          05 FILLER                      PIC X(01).
          05 DLR-TENANT-LEN              PIC 9(02).
          05 FILLER                      PIC X(01).
          05 DLR-HEADING-LINES           PIC 9(02).
          05 FILLER                      PIC X(56).

      *   The report
       FD R-R80 LABEL RECORD STANDARD.

       01 R80-REC                        PIC X(80).

       FD R-R132 LABEL RECORD STANDARD.

       01 R132-REC                       PIC X(132).

       FD R-R256 LABEL RECORD STANDARD.

       01 R256-REC                       PIC X(256).

      *   AESDSPOL
       FD R-SPL LABEL RECORD STANDARD.

       01 SPL-REC.
      *     H envelope, L report line, E end of delivery
          05 SPL-TYPE                    PIC X(01).
          05 FILLER                      PIC X(01).
          05 SPL-TEXT                    PIC X(256).

      *   AESDLOG
       FD R-LOG LABEL RECORD STANDARD.

       01 LOG-REC.
          05 LOG-DATE                    PIC 9(08).
          05 LOG-TIME                    PIC 9(06).
          05 LOG-RPT-NAME                PIC X(08).
          05 LOG-TENANT                  PIC X(08).
          05 LOG-RECIPIENT               PIC X(40).
          05 LOG-LINES                   PIC 9(06).
          05 LOG-OUTCOME                 PIC X(03).
          05 FILLER                      PIC X(01).

      *   AESDSPRM
       FD R-PARM LABEL RECORD STANDARD.

       01 PARM-REC.
          05 PARM-RPT-NAME               PIC X(08).

       WORKING-STORAGE SECTION.
         01 FS.
            05 FS-DLS                   PIC 9(02).
               88 FS-DLS-OK                       VALUE 0.
               88 FS-DLS-EOF                      VALUE 10.
            05 FS-RPT                   PIC 9(02).
               88 FS-RPT-OK                       VALUE 0.
               88 FS-RPT-EOF                      VALUE 10.
            05 FS-SPL                   PIC 9(02).
               88 FS-SPL-OK                       VALUE 0.
            05 FS-LOG                   PIC 9(02).
               88 FS-LOG-OK                       VALUE 0 5.
            05 FS-PARM                  PIC 9(02).
               88 FS-PARM-OK                      VALUE 0.

         77 WS-ONLY-REPORT              PIC X(08)   VALUE SPACES.
         77 WS-TODAY                    PIC 9(08).
         77 WS-NOW                      PIC 9(08).

         01 WS-RPT-FILE-NAME            PIC X(20).

      *  Reports the list describes
         01 WS-RP-TABLE.
            05 WS-RP-ENTRY OCCURS 100.
               10 WS-RP-NAME            PIC X(08).
               10 WS-RP-LRECL           PIC 9(03).
               10 WS-RP-TENANT-COL      PIC 9(03).
               10 WS-RP-TENANT-LEN      PIC 9(02).
               10 WS-RP-HEADING-LINES   PIC 9(02).
         77 WS-RP-COUNT                 PIC 9(03)   VALUE 0.
         77 WS-RP-I                     PIC 9(03).

      *  Recipients
         01 WS-DL-TABLE.
            05 WS-DL-ENTRY OCCURS 500.
               10 WS-DL-RPT-NAME        PIC X(08).
               10 WS-DL-TENANT          PIC X(08).
               10 WS-DL-RECIPIENT       PIC X(40).
         77 WS-DL-COUNT                 PIC 9(03)   VALUE 0.
         77 WS-DL-I                     PIC 9(03).

      *  The delivery in hand
         77 WS-LINE                     PIC X(256).
         77 WS-LINE-NO                  PIC 9(06).
         77 WS-SENT-LINES               PIC 9(06).
         77 WS-TENANT-LINES             PIC 9(06).
         77 WS-LINE-TENANT              PIC X(08).
         77 WS-OUTCOME                  PIC X(03).
         77 WS-RPT-OPEN-SW              PIC X(01).
            88 SW-RPT-OPEN                        VALUE 'Y'.

         77 WS-SENT-COUNT               PIC 9(05)   VALUE 0.
         77 WS-NIL-COUNT                PIC 9(05)   VALUE 0.
         77 WS-MISSING-COUNT            PIC 9(05)   VALUE 0.
         77 WS-REFUSED-COUNT            PIC 9(05)   VALUE 0.

       LINKAGE SECTION.

       PROCEDURE DIVISION.
       MAINLINE.
           ACCEPT WS-TODAY                FROM DATE YYYYMMDD.
           ACCEPT WS-NOW                  FROM TIME.

           PERFORM READ-PARAMETERS.
           PERFORM LOAD-DISTRIBUTION-LIST.

           OPEN OUTPUT R-SPL.

           IF FS-SPL-OK
             CONTINUE
           ELSE
             DISPLAY 'AESRDIST: ERROR OPENING AESDSPOL: ' FS-SPL
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.

           OPEN EXTEND R-LOG.

           IF FS-LOG-OK
             CONTINUE
           ELSE
             DISPLAY 'AESRDIST: ERROR OPENING AESDLOG: ' FS-LOG
             CLOSE R-SPL
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.

           PERFORM VARYING WS-DL-I FROM 1 BY 1
             UNTIL WS-DL-I > WS-DL-COUNT
             IF WS-ONLY-REPORT = SPACES
               OR WS-ONLY-REPORT = WS-DL-RPT-NAME(WS-DL-I)
               PERFORM MAKE-ONE-DELIVERY
                  THRU MAKE-ONE-DELIVERY-EXIT
             END-IF
           END-PERFORM.

           CLOSE R-SPL R-LOG.

           DISPLAY 'AESRDIST: ' WS-SENT-COUNT ' delivery(ies) sent, '
                   WS-NIL-COUNT ' with nothing to send, '
                   WS-MISSING-COUNT ' report(s) missing, '
                   WS-REFUSED-COUNT ' refused'.

           IF WS-MISSING-COUNT > 0 OR WS-REFUSED-COUNT > 0
             MOVE 4                       TO RETURN-CODE
           ELSE
             MOVE 0                       TO RETURN-CODE
           END-IF.

           STOP RUN.


       READ-PARAMETERS.
           OPEN INPUT R-PARM.

           IF FS-PARM-OK
             READ R-PARM
               AT END
                 CONTINUE
               NOT AT END
                 MOVE PARM-RPT-NAME         TO WS-ONLY-REPORT
             END-READ
           END-IF.

           CLOSE R-PARM.


       LOAD-DISTRIBUTION-LIST.
           OPEN INPUT R-DLS.

           IF FS-DLS-OK
             CONTINUE
           ELSE
             DISPLAY 'AESRDIST: ERROR OPENING AESDLIST: ' FS-DLS
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.

           PERFORM UNTIL FS-DLS-EOF
             READ R-DLS
               AT END
                 CONTINUE
               NOT AT END
                 EVALUATE TRUE
                   WHEN DLS-REPORT
                     PERFORM ADD-REPORT-ENTRY
                   WHEN DLS-DELIVERY
                     PERFORM ADD-DELIVERY-ENTRY
                 END-EVALUATE
             END-READ
           END-PERFORM.

           CLOSE R-DLS.


       ADD-REPORT-ENTRY.
           IF WS-RP-COUNT < 100
             ADD 1                        TO WS-RP-COUNT
             MOVE DLS-RPT-NAME            TO WS-RP-NAME(WS-RP-COUNT)
             MOVE 132                     TO WS-RP-LRECL(WS-RP-COUNT)
             MOVE 0                       TO WS-RP-TENANT-COL
                                             (WS-RP-COUNT)
                                             WS-RP-TENANT-LEN
                                             (WS-RP-COUNT)
                                             WS-RP-HEADING-LINES
                                             (WS-RP-COUNT)
             IF DLR-LRECL = 80 OR DLR-LRECL = 256
               MOVE DLR-LRECL             TO WS-RP-LRECL(WS-RP-COUNT)
             END-IF
             IF DLR-TENANT-COL IS NUMERIC
               AND DLR-TENANT-LEN IS NUMERIC
               AND DLR-TENANT-COL > 0
               AND DLR-TENANT-LEN > 0
               AND DLR-TENANT-LEN NOT > 8
               MOVE DLR-TENANT-COL
                 TO WS-RP-TENANT-COL(WS-RP-COUNT)
               MOVE DLR-TENANT-LEN
                 TO WS-RP-TENANT-LEN(WS-RP-COUNT)
             END-IF
             IF DLR-HEADING-LINES IS NUMERIC
               MOVE DLR-HEADING-LINES
                 TO WS-RP-HEADING-LINES(WS-RP-COUNT)
             END-IF
           ELSE
             DISPLAY 'AESRDIST: MORE THAN 100 REPORTS ON AESDLIST - '
                     DLS-RPT-NAME ' IGNORED'
           END-IF.


       ADD-DELIVERY-ENTRY.
           IF WS-DL-COUNT < 500
             ADD 1                        TO WS-DL-COUNT
             MOVE DLS-RPT-NAME            TO WS-DL-RPT-NAME(WS-DL-COUNT)
             MOVE DLS-TENANT              TO WS-DL-TENANT(WS-DL-COUNT)
             MOVE DLS-RECIPIENT
               TO WS-DL-RECIPIENT(WS-DL-COUNT)
           ELSE
             DISPLAY 'AESRDIST: MORE THAN 500 RECIPIENTS ON AESDLIST'
                     ' - ' DLS-RECIPIENT ' IGNORED'
           END-IF.


       MAKE-ONE-DELIVERY.
           PERFORM VARYING WS-RP-I FROM 1 BY 1
             UNTIL WS-RP-I > WS-RP-COUNT
             OR WS-RP-NAME(WS-RP-I) = WS-DL-RPT-NAME(WS-DL-I)
             CONTINUE
           END-PERFORM.

           MOVE 0                         TO WS-SENT-LINES.

           IF WS-RP-I > WS-RP-COUNT
             DISPLAY 'AESRDIST: ' WS-DL-RPT-NAME(WS-DL-I)
                     ' IS NOT DESCRIBED ON AESDLIST - NOT SENT TO '
                     WS-DL-RECIPIENT(WS-DL-I)
             MOVE 'REF'                   TO WS-OUTCOME
             GO TO MAKE-ONE-DELIVERY-LOG
           END-IF.

      *     A tenant is never sent a report that cannot be cut down
      *     to its own lines
           IF WS-DL-TENANT(WS-DL-I) NOT = SPACES
             AND WS-RP-TENANT-COL(WS-RP-I) = 0
             DISPLAY 'AESRDIST: ' WS-DL-RPT-NAME(WS-DL-I)
                     ' IS NOT TENANT-SECTIONED - NOT SENT TO '
                     WS-DL-TENANT(WS-DL-I) ' '
                     WS-DL-RECIPIENT(WS-DL-I)
             MOVE 'REF'                   TO WS-OUTCOME
             GO TO MAKE-ONE-DELIVERY-LOG
           END-IF.

           MOVE WS-DL-RPT-NAME(WS-DL-I)   TO WS-RPT-FILE-NAME.
           PERFORM OPEN-REPORT.

           IF SW-RPT-OPEN
             CONTINUE
           ELSE
             DISPLAY 'AESRDIST: ' WS-DL-RPT-NAME(WS-DL-I)
                     ' WAS NOT PRODUCED - NOT SENT TO '
                     WS-DL-RECIPIENT(WS-DL-I)
             MOVE 'MIS'                   TO WS-OUTCOME
             GO TO MAKE-ONE-DELIVERY-LOG
           END-IF.

           MOVE SPACES                    TO SPL-REC.
           MOVE 'H'                       TO SPL-TYPE.
           STRING 'TO ' WS-DL-RECIPIENT(WS-DL-I)
                  ' REPORT ' WS-DL-RPT-NAME(WS-DL-I)
                  ' TENANT ' WS-DL-TENANT(WS-DL-I)
                  ' DATE ' WS-TODAY
           DELIMITED BY SIZE            INTO SPL-TEXT.
           PERFORM WRITE-SPOOL-RECORD.

           MOVE 0                         TO WS-LINE-NO
                                             WS-TENANT-LINES.

           PERFORM UNTIL FS-RPT-EOF
             PERFORM READ-REPORT
             IF FS-RPT-OK
               ADD 1                      TO WS-LINE-NO
               PERFORM TAKE-ONE-LINE
             END-IF
           END-PERFORM.

           PERFORM CLOSE-REPORT.

           MOVE SPACES                    TO SPL-REC.
           MOVE 'E'                       TO SPL-TYPE.
           STRING 'END ' WS-DL-RPT-NAME(WS-DL-I) ' '
                  WS-SENT-LINES ' LINE(S)'
           DELIMITED BY SIZE            INTO SPL-TEXT.
           PERFORM WRITE-SPOOL-RECORD.

      *     Headings alone tell a tenant nothing - still delivered,
      *     so the tenant knows the night ran, but logged as such
           IF WS-DL-TENANT(WS-DL-I) NOT = SPACES
             AND WS-TENANT-LINES = 0
             MOVE 'NIL'                   TO WS-OUTCOME
           ELSE
             MOVE 'SNT'                   TO WS-OUTCOME
           END-IF.

       MAKE-ONE-DELIVERY-LOG.
           EVALUATE WS-OUTCOME
             WHEN 'SNT'
               ADD 1                      TO WS-SENT-COUNT
             WHEN 'NIL'
               ADD 1                      TO WS-NIL-COUNT
             WHEN 'MIS'
               ADD 1                      TO WS-MISSING-COUNT
             WHEN OTHER
               ADD 1                      TO WS-REFUSED-COUNT
           END-EVALUATE.

           MOVE SPACES                    TO LOG-REC.
           MOVE WS-TODAY                  TO LOG-DATE.
           MOVE WS-NOW(1:6)               TO LOG-TIME.
           MOVE WS-DL-RPT-NAME(WS-DL-I)   TO LOG-RPT-NAME.
           MOVE WS-DL-TENANT(WS-DL-I)     TO LOG-TENANT.
           MOVE WS-DL-RECIPIENT(WS-DL-I)  TO LOG-RECIPIENT.
           MOVE WS-SENT-LINES             TO LOG-LINES.
           MOVE WS-OUTCOME                TO LOG-OUTCOME.

           WRITE LOG-REC.

           IF FS-LOG-OK
             CONTINUE
           ELSE
             DISPLAY 'AESRDIST: ERROR WRITING AESDLOG: ' FS-LOG
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.

       MAKE-ONE-DELIVERY-EXIT.
           EXIT.


       TAKE-ONE-LINE.
      *     The whole report, or the headings plus this tenant's own
      *     lines
           IF WS-DL-TENANT(WS-DL-I) = SPACES
             OR WS-LINE-NO NOT > WS-RP-HEADING-LINES(WS-RP-I)
             PERFORM SPOOL-ONE-LINE
           ELSE
             MOVE SPACES                  TO WS-LINE-TENANT
             UNSTRING WS-LINE(WS-RP-TENANT-COL(WS-RP-I):
                              WS-RP-TENANT-LEN(WS-RP-I))
               DELIMITED BY SPACE OR '|' OR ',' OR ';'
               INTO WS-LINE-TENANT
             END-UNSTRING
             IF WS-LINE-TENANT = WS-DL-TENANT(WS-DL-I)
               ADD 1                      TO WS-TENANT-LINES
               PERFORM SPOOL-ONE-LINE
             END-IF
           END-IF.


       SPOOL-ONE-LINE.
           MOVE SPACES                    TO SPL-REC.
           MOVE 'L'                       TO SPL-TYPE.
           MOVE WS-LINE                   TO SPL-TEXT.
           PERFORM WRITE-SPOOL-RECORD.
           ADD 1                          TO WS-SENT-LINES.


       OPEN-REPORT.
           MOVE 'N'                       TO WS-RPT-OPEN-SW.

           EVALUATE WS-RP-LRECL(WS-RP-I)
             WHEN 80
               OPEN INPUT R-R80
               IF FS-RPT-OK
                 SET SW-RPT-OPEN          TO TRUE
               ELSE
                 CLOSE R-R80
               END-IF
             WHEN 256
               OPEN INPUT R-R256
               IF FS-RPT-OK
                 SET SW-RPT-OPEN          TO TRUE
               ELSE
                 CLOSE R-R256
               END-IF
             WHEN OTHER
               OPEN INPUT R-R132
               IF FS-RPT-OK
                 SET SW-RPT-OPEN          TO TRUE
               ELSE
                 CLOSE R-R132
               END-IF
           END-EVALUATE.


       READ-REPORT.
           MOVE SPACES                    TO WS-LINE.

           EVALUATE WS-RP-LRECL(WS-RP-I)
             WHEN 80
               READ R-R80
               IF FS-RPT-OK
                 MOVE R80-REC             TO WS-LINE
               END-IF
             WHEN 256
               READ R-R256
               IF FS-RPT-OK
                 MOVE R256-REC            TO WS-LINE
               END-IF
             WHEN OTHER
               READ R-R132
               IF FS-RPT-OK
                 MOVE R132-REC            TO WS-LINE
               END-IF
           END-EVALUATE.

           IF FS-RPT-OK OR FS-RPT-EOF
             CONTINUE
           ELSE
             DISPLAY 'AESRDIST: ERROR READING ' WS-RPT-FILE-NAME
                     ': ' FS-RPT
             MOVE 10                      TO FS-RPT
           END-IF.


       CLOSE-REPORT.
           EVALUATE WS-RP-LRECL(WS-RP-I)
             WHEN 80
               CLOSE R-R80
             WHEN 256
               CLOSE R-R256
             WHEN OTHER
               CLOSE R-R132
           END-EVALUATE.


       WRITE-SPOOL-RECORD.
           WRITE SPL-REC.

           IF FS-SPL-OK
             CONTINUE
           ELSE
             DISPLAY 'AESRDIST: ERROR WRITING AESDSPOL: ' FS-SPL
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.
