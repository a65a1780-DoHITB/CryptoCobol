       ID DIVISION.
       PROGRAM-ID. AESFTRCK.
      *****************************************************************
      * Feed lifecycle tracker. Each expected feed instance (an
      * AESFEEDS feed on a day its run-day rule makes it due) is
      * followed from arrival to the partner's receipt, one stage at
      * a time, by generation name and run id:
      *
      *   0 AT-GATE    expected, not yet ready at AESFGATE's test
      *   1 ARRIVED    generation present with its minimum blocks
      *   2 PROFILED   AESPFLOG records an AESPROF pass over it
      *   3 CIPHERED   AESRCAT holds a CIPHER of it - which gives
      *                the output generation and the run id
      *   4 STAMPED    AESSTMP holds an OK stamp for that run
      *   5 HANDOFF    AESXTRG holds that run's trigger
      *   6 CONFIRMED  AESXRCP holds the transport's receipt
      *   7 ACKED      AESVRCPT holds the partner's PASS receipt
      *
      * Each instance, with the date/time it reached every stage,
      * lives in the tracker's own status file AESFTRKF, reloaded
      * and rewritten each pass. A source that carries a time gives
      * the stamp exactly; one that carries only a date (AESRCAT,
      * AESXTRG) is stamped with this pass's time when the date is
      * today, midnight otherwise; arrival has no source stamp at
      * all and is stamped when a pass first finds the generation.
      * Stages may be skipped (not every feed is profiled) - an
      * instance stands at the furthest stage it has reached.
      *
      * Every instance is graded each pass:
      *   ONT - acknowledged by the partner by its deadline
      *   DLT - acknowledged, but after its deadline
      *   REJ - the partner's receipt says FAIL
      *   LAT - past its deadline and not yet acknowledged
      *   STK - no progress for longer than the stuck limit
      *   OPN - on its way
      * The deadline is AESFEEDS' delivery deadline (HHMM, plus
      * whole days after the feed date); a feed with none is never
      * late. An instance newly LAT, STK or REJ raises an operator
      * alert through the AESALERT hand-off, once.
      *
      * AESFTPRM (optional): report month CCYYMM (1-6, blank means
      * this month) and the stuck limit in hours (8-10, blank or
      * zero means 6). AESFTRPT carries every instance still open or
      * due today, then each partner's on-time delivery for the
      * month. Finished instances are kept through the following
      * month, so last month stays reportable; anything older is
      * dropped. Ends RETURN-CODE 4 when any instance is LAT, STK
      * or REJ.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *     EXPECTED-FEEDS SCHEDULE (AESFEEDS)
            SELECT OPTIONAL R-FDS ASSIGN TO 'AESFEEDS'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-FDS.

      *     BUSINESS CALENDAR (AESBCAL - one holiday date per record)
            SELECT OPTIONAL R-CAL ASSIGN TO 'AESBCAL'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-CAL.

      *     A FEED'S GENERATION (AESIDAT-shaped KSDS)
            SELECT OPTIONAL R-DAT ASSIGN TO DYNAMIC WS-DAT-FILE-NAME
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS SEQUENTIAL
                   RECORD KEY   IS DAT-KEY
                   FILE STATUS  IS FS-DAT.

      *     PROFILE LOG (AESPFLOG), written by AESPROF
            SELECT OPTIONAL R-PFL ASSIGN TO 'AESPFLOG'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-PFL.

      *     RUN CATALOG (AESRCAT)
            SELECT OPTIONAL R-CAT ASSIGN TO 'AESRCAT'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS SEQUENTIAL
                   RECORD KEY   IS CAT-GEN
                   FILE STATUS  IS FS-CAT.

      *     INTEGRITY-STAMP AUDIT TRAIL (AESSTMP)
            SELECT OPTIONAL R-STMP ASSIGN TO 'AESSTMP'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-STMP.

      *     TRANSMISSION TRIGGERS AND RECEIPTS
            SELECT OPTIONAL R-TRG ASSIGN TO 'AESXTRG'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-TRG.

            SELECT OPTIONAL R-RCP ASSIGN TO 'AESXRCP'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-RCP.

      *     PARTNER VERIFICATION RECEIPTS (AESVRCPT - LRECL=64)
            SELECT OPTIONAL R-RCE ASSIGN TO 'AESVRCPT'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-RCE.

      *     TRACKER STATUS FILE (AESFTRKF - LRECL=240, one record
      *     per feed instance, rewritten whole each pass)
            SELECT OPTIONAL R-TRK ASSIGN TO 'AESFTRKF'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-TRK.

      *     CONTROL CARD (AESFTPRM - optional)
            SELECT OPTIONAL R-PARM ASSIGN TO 'AESFTPRM'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-PARM.

      *     TRACKING REPORT (AESFTRPT)
            SELECT R-RPT ASSIGN TO 'AESFTRPT'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-RPT.

       DATA DIVISION.
       FILE SECTION.
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
          05 FILLER                      PIC X(06).

      *   AESBCAL
       FD R-CAL LABEL RECORD STANDARD.

       01 CAL-REC.
          05 CAL-DATE                    PIC 9(08).
          05 CAL-TYPE                    PIC X(01).

      *   Feed generation
       FD R-DAT LABEL RECORD STANDARD.

       01 DAT.
          02 DAT-KEY                  PIC 9(08).
          02 DAT-BITS                 PIC X(03).
          02 DAT-HEX                  PIC X(32).
          02 DAT-MAC                PIC X(08).

      *   AESPFLOG
       FD R-PFL LABEL RECORD STANDARD.

       01 PFL-REC.
          05 PFL-GEN-NAME                PIC X(20).
          05 PFL-DATE                    PIC 9(08).
          05 PFL-TIME                    PIC 9(06).
          05 PFL-RESULT                  PIC X(03).
          05 PFL-BLOCKS                  PIC 9(08).
          05 FILLER                      PIC X(03).

      *   AESRCAT
       FD R-CAT LABEL RECORD STANDARD.

       01 CAT-REC.
          02 CAT-GEN                  PIC X(20).
          02 CAT-DATE                 PIC 9(08).
          02 CAT-ACTION               PIC X(08).
          02 CAT-MODE                 PIC X(03).
          02 CAT-BITS                 PIC X(03).
          02 CAT-ALIAS                PIC X(08).
          02 CAT-VERSION              PIC 9(03).
          02 CAT-BLOCKS               PIC 9(09).
          02 CAT-RUN-ID               PIC X(16).
          02 CAT-DAT-GEN              PIC X(20).
          02 CAT-TENANT               PIC X(08).
          02 CAT-EMBARGO              PIC 9(08).
          02 CAT-ENV                  PIC X(01).
          02 CAT-DEK-WRAP             PIC X(64).
          02 CAT-DEK-C0               PIC X(16).
          02 CAT-CLASS                PIC X(01).
          02 CAT-MAC                  PIC X(01).
          02 FILLER                   PIC X(194).

      *   AESSTMP
       FD R-STMP LABEL RECORD STANDARD.

       01 STMP-REC.
          05 STMP-SRC-FILE               PIC X(08).
          05 FILLER                      PIC X(01).
          05 STMP-DD                     PIC X(02).
          05 FILLER                      PIC X(01).
          05 STMP-MM                     PIC X(02).
          05 FILLER                      PIC X(01).
          05 STMP-YYYY                   PIC X(04).
          05 FILLER                      PIC X(01).
          05 STMP-HH                     PIC X(02).
          05 FILLER                      PIC X(01).
          05 STMP-MN                     PIC X(02).
          05 FILLER                      PIC X(01).
          05 STMP-SS                     PIC X(02).
          05 FILLER                      PIC X(01).
          05 STMP-ACTION                 PIC X(08).
          05 FILLER                      PIC X(01).
          05 STMP-DIGEST                 PIC X(128).
          05 FILLER                      PIC X(01).
          05 STMP-HMAC                   PIC X(128).
          05 FILLER                      PIC X(01).
          05 STMP-STATUS                 PIC X(03).
          05 FILLER                      PIC X(01).
          05 STMP-RUN-ID                 PIC X(16).
          05 FILLER                      PIC X(01).
          05 STMP-ALGORITHM              PIC X(08).

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

      *   AESVRCPT
       FD R-RCE LABEL RECORD STANDARD.

       01 RCE-REC.
          05 RCE-GEN-NAME                PIC X(20).
          05 RCE-SERIAL                  PIC X(18).
          05 RCE-OUTCOME                 PIC X(04).
          05 RCE-DATE                    PIC 9(08).
          05 RCE-TIME                    PIC 9(06).
          05 FILLER                      PIC X(08).

      *   AESFTRKF
       FD R-TRK LABEL RECORD STANDARD.

       01 TRK-REC.
          02 FTK-GEN                  PIC X(20).
          02 FTK-FEED                 PIC X(12).
          02 FTK-DATE                 PIC 9(08).
          02 FTK-PARTNER              PIC X(08).
          02 FTK-MIN-BLOCKS           PIC 9(09).
          02 FTK-ARRIVE-HHMM          PIC 9(04).
      *     Delivery deadline - zero date when the feed has none
          02 FTK-DUE-DATE             PIC 9(08).
          02 FTK-DUE-HHMM             PIC 9(04).
      *     Correlation keys picked up on the way: the cipher run,
      *     its output generation and the file it was handed off as
          02 FTK-RUN-ID               PIC X(16).
          02 FTK-OUT-GEN              PIC X(20).
          02 FTK-XMIT-FILE            PIC X(20).
          02 FTK-PROFILE              PIC X(03).
          02 FTK-OUTCOME              PIC X(04).
          02 FTK-STAGE                PIC 9(01).
      *     When each stage 1-7 was reached (zero - not yet)
          02 FTK-STAMP OCCURS 7.
             03 FTK-ST-DATE           PIC 9(08).
             03 FTK-ST-TIME           PIC 9(06).
          02 FTK-STATE                PIC X(03).
          02 FILLER                   PIC X(02).

      *   AESFTPRM
       FD R-PARM LABEL RECORD STANDARD.

       01 PARM-REC.
          05 PARM-MONTH                  PIC X(06).
          05 FILLER                      PIC X(01).
          05 PARM-STUCK-HOURS            PIC X(03).
          05 FILLER                      PIC X(70).

      *   AESFTRPT
       FD R-RPT LABEL RECORD STANDARD.

       01 RPT-REC                        PIC X(132).

       WORKING-STORAGE SECTION.
         01 FS.
            05 FS-FDS                   PIC 9(02).
               88 FS-FDS-OPENED                   VALUE 0 5.
               88 FS-FDS-EOF                      VALUE 10.
            05 FS-CAL                   PIC 9(02).
               88 FS-CAL-OPENED                   VALUE 0 5.
               88 FS-CAL-EOF                      VALUE 10.
            05 FS-DAT                   PIC 9(02).
               88 FS-DAT-OK                       VALUE 0.
               88 FS-DAT-EOF                      VALUE 10.
            05 FS-PFL                   PIC 9(02).
               88 FS-PFL-OPENED                   VALUE 0 5.
               88 FS-PFL-EOF                      VALUE 10.
            05 FS-CAT                   PIC 9(02).
               88 FS-CAT-OK                       VALUE 0.
               88 FS-CAT-OPENED                   VALUE 0 5.
               88 FS-CAT-EOF                      VALUE 10.
            05 FS-STMP                  PIC 9(02).
               88 FS-STMP-OPENED                  VALUE 0 5.
               88 FS-STMP-EOF                     VALUE 10.
            05 FS-TRG                   PIC 9(02).
               88 FS-TRG-OPENED                   VALUE 0 5.
               88 FS-TRG-EOF                      VALUE 10.
            05 FS-RCP                   PIC 9(02).
               88 FS-RCP-OPENED                   VALUE 0 5.
               88 FS-RCP-EOF                      VALUE 10.
            05 FS-RCE                   PIC 9(02).
               88 FS-RCE-OPENED                   VALUE 0 5.
               88 FS-RCE-EOF                      VALUE 10.
            05 FS-TRK                   PIC 9(02).
               88 FS-TRK-OK                       VALUE 0.
               88 FS-TRK-OPENED                   VALUE 0 5.
               88 FS-TRK-EOF                      VALUE 10.
            05 FS-PARM                  PIC 9(02).
               88 FS-PARM-OK                      VALUE 0.
            05 FS-RPT                   PIC 9(02).
               88 FS-RPT-OK                       VALUE 0.

         01 WS-DAT-FILE-NAME            PIC X(20).
         77 WS-BLOCK-COUNT              PIC 9(09).

         77 WS-REPORT-MONTH             PIC 9(06).
         77 WS-KEEP-FROM                PIC 9(08).
         77 WS-STUCK-HOURS              PIC 9(03)   VALUE 6.
         77 WS-STUCK-SECS               PIC 9(07).
         77 WS-DUE-DAYS                 PIC 9(01).

      *  Clock - a stamp's age is the seconds between it and now
         77 WS-NOW-DATE                 PIC 9(08).
         77 WS-NOW-LILIAN               PIC 9(08).
         01 WS-STAMP-TIME.
            05 WS-NOW-TIME.
               10 WS-NOW-HH             PIC 9(02).
               10 WS-NOW-MN             PIC 9(02).
               10 WS-NOW-SS             PIC 9(02).
            05 FILLER                   PIC 9(02).
         01 WS-NOW-HHMM-R REDEFINES WS-STAMP-TIME.
            05 WS-NOW-HHMM              PIC 9(04).
            05 FILLER                   PIC 9(04).
         77 WS-NOW-SECS                 PIC 9(12).
         01 WS-ENT-TIME.
            05 WS-ENT-HH                PIC 9(02).
            05 WS-ENT-MN                PIC 9(02).
            05 WS-ENT-SS                PIC 9(02).
         77 WS-ENT-DATE                 PIC 9(08).
         77 WS-ENT-SECS                 PIC 9(12).
         77 WS-AGE-SECS                 PIC S9(12).

      *  A date-only source's stamp: its date, with this pass's
      *  time when that date is today
         77 WS-SRC-DATE                 PIC 9(08).
         77 WS-SRC-TIME                 PIC 9(06).
         77 WS-SRC-STAGE                PIC 9(01).

      *  AESSTMP's DD.MM.YYYY HH:MN:SS rearranged
         01 WS-STMP-DATE.
            05 WS-SD-YYYY               PIC X(04).
            05 WS-SD-MM                 PIC X(02).
            05 WS-SD-DD                 PIC X(02).
         01 WS-STMP-TIME.
            05 WS-ST-HH                 PIC X(02).
            05 WS-ST-MN                 PIC X(02).
            05 WS-ST-SS                 PIC X(02).

      *  Business calendar - same facts AESFGATE derives for the
      *  feeds' run-day rules
         01 WS-HOLIDAY-TABLE.
            05 WS-HOLIDAY OCCURS 400     PIC 9(08).
         01 WS-HOLIDAY-COUNT             PIC 9(03) VALUE 0.
         01 WS-HOL-I                     PIC 9(03).
         01 WS-CHECK-DATE                PIC 9(08).
         01 WS-CHECK-LILIAN              PIC 9(08).
         01 WS-CHECK-DOW                 PIC 9(01).
         01 WS-CHECK-BUSINESS            PIC X(01).
            88 SW-CHECK-BUSINESS                  VALUE 'Y'.
         01 WS-TODAY-BUSINESS            PIC X(01).
            88 SW-TODAY-BUSINESS                  VALUE 'Y'.
         01 WS-TODAY-MONTH-END           PIC X(01).
            88 SW-TODAY-MONTH-END                 VALUE 'Y'.
         01 WS-ME-DONE                   PIC X(01).

      *  The tracked instances, loaded from and rewritten to
      *  AESFTRKF - each entry is one TRK-REC
         01 WS-TRK-TABLE.
            05 WS-TRK-ENTRY OCCURS 3000 PIC X(240).
         77 WS-TRK-COUNT                PIC 9(04)   VALUE 0.
         77 WS-TRK-I                    PIC 9(04).
         77 WS-TRK-LOST                 PIC 9(05)   VALUE 0.
         77 WS-STAGE-I                  PIC 9(01).
         77 WS-PRIOR-STATE              PIC X(03).

      *  Per-partner month tallies
         01 WS-PTN-TABLE.
            05 WS-PTN-ENTRY OCCURS 100.
               10 WS-PTN-ID             PIC X(08).
               10 WS-PTN-FEEDS          PIC 9(05).
               10 WS-PTN-ONTIME         PIC 9(05).
               10 WS-PTN-LATE           PIC 9(05).
               10 WS-PTN-OPEN           PIC 9(05).
         77 WS-PTN-COUNT                PIC 9(03)   VALUE 0.
         77 WS-PTN-I                    PIC 9(03).
         77 WS-PTN-PCT                  PIC 9(03).

         01 WS-STAGE-NAMES.
            05 FILLER                   PIC X(10)   VALUE 'AT-GATE'.
            05 FILLER                   PIC X(10)   VALUE 'ARRIVED'.
            05 FILLER                   PIC X(10)   VALUE 'PROFILED'.
            05 FILLER                   PIC X(10)   VALUE 'CIPHERED'.
            05 FILLER                   PIC X(10)   VALUE 'STAMPED'.
            05 FILLER                   PIC X(10)   VALUE 'HANDOFF'.
            05 FILLER                   PIC X(10)   VALUE 'CONFIRMED'.
            05 FILLER                   PIC X(10)   VALUE 'ACKED'.
         01 WS-STAGE-NAME-R REDEFINES WS-STAGE-NAMES.
            05 WS-STAGE-NAME OCCURS 8   PIC X(10).

      *  Tallies for the foot of the report
         77 WS-NEW-COUNT                PIC 9(05)   VALUE 0.
         77 WS-OPEN-COUNT               PIC 9(05)   VALUE 0.
         77 WS-LATE-COUNT               PIC 9(05)   VALUE 0.
         77 WS-STUCK-COUNT              PIC 9(05)   VALUE 0.
         77 WS-REJECT-COUNT             PIC 9(05)   VALUE 0.
         77 WS-DONE-COUNT               PIC 9(05)   VALUE 0.

         01 WS-RPT-LINE                 PIC X(132).

         01 AL-S.
            COPY 'ALERT-PUT.cpy'.

       LINKAGE SECTION.

       PROCEDURE DIVISION.
       MAINLINE.
           ACCEPT WS-NOW-DATE             FROM DATE YYYYMMDD.
           ACCEPT WS-STAMP-TIME           FROM TIME.
           COMPUTE WS-NOW-LILIAN =
               FUNCTION INTEGER-OF-DATE(WS-NOW-DATE).
           COMPUTE WS-NOW-SECS =
               WS-NOW-LILIAN * 86400
             + WS-NOW-HH * 3600 + WS-NOW-MN * 60 + WS-NOW-SS.

           MOVE WS-NOW-DATE(1:6)          TO WS-REPORT-MONTH.
           PERFORM READ-PARAMETERS.
           COMPUTE WS-STUCK-SECS = WS-STUCK-HOURS * 3600.

           PERFORM LOAD-TRACKER
              THRU LOAD-TRACKER-EXIT.

           PERFORM LOAD-CALENDAR
              THRU LOAD-CALENDAR-EXIT.
           PERFORM RESOLVE-TODAY-SCHEDULE.
           PERFORM OPEN-TODAYS-INSTANCES
              THRU OPEN-TODAYS-INSTANCES-EXIT.

           PERFORM CHECK-ARRIVALS.
           PERFORM SCAN-PROFILE-LOG
              THRU SCAN-PROFILE-LOG-EXIT.
           PERFORM SCAN-CATALOG
              THRU SCAN-CATALOG-EXIT.
           PERFORM SCAN-STAMP-TRAIL
              THRU SCAN-STAMP-TRAIL-EXIT.
           PERFORM SCAN-TRIGGERS
              THRU SCAN-TRIGGERS-EXIT.
           PERFORM SCAN-RECEIPTS
              THRU SCAN-RECEIPTS-EXIT.
           PERFORM SCAN-PARTNER-RECEIPTS
              THRU SCAN-PARTNER-RECEIPTS-EXIT.

           PERFORM VARYING WS-TRK-I FROM 1 BY 1
             UNTIL WS-TRK-I > WS-TRK-COUNT
             PERFORM GRADE-ONE-INSTANCE
           END-PERFORM.

           OPEN OUTPUT R-RPT.

           IF FS-RPT-OK
             CONTINUE
           ELSE
             DISPLAY 'AESFTRCK: ERROR OPENING AESFTRPT: ' FS-RPT
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.

           PERFORM WRITE-INSTANCE-SECTION.
           PERFORM WRITE-PARTNER-SECTION.

           CLOSE R-RPT.

           PERFORM REWRITE-TRACKER
              THRU REWRITE-TRACKER-EXIT.

           DISPLAY 'AESFTRCK: ' WS-TRK-COUNT ' instance(s) tracked, '
                   WS-LATE-COUNT ' late, ' WS-STUCK-COUNT ' stuck, '
                   WS-REJECT-COUNT ' rejected'.

           IF RETURN-CODE < 4
             AND (WS-LATE-COUNT > 0 OR WS-STUCK-COUNT > 0
               OR WS-REJECT-COUNT > 0)
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
                 IF PARM-MONTH IS NUMERIC
                   MOVE PARM-MONTH        TO WS-REPORT-MONTH
                 END-IF
                 IF PARM-STUCK-HOURS IS NUMERIC
                   AND PARM-STUCK-HOURS > '000'
                   MOVE PARM-STUCK-HOURS  TO WS-STUCK-HOURS
                 END-IF
             END-READ

             CLOSE R-PARM
           ELSE
             CONTINUE
           END-IF.


      *****************************************************************
      * TRACKER STATUS FILE
      *****************************************************************
       LOAD-TRACKER.
           OPEN INPUT R-TRK.

           IF FS-TRK-OPENED
             CONTINUE
           ELSE
             DISPLAY 'AESFTRCK: CANNOT OPEN AESFTRKF: ' FS-TRK
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.

           PERFORM UNTIL FS-TRK-EOF
             READ R-TRK
               AT END
                 CONTINUE
               NOT AT END
                 IF WS-TRK-COUNT < 3000
                   ADD 1                  TO WS-TRK-COUNT
                   MOVE TRK-REC           TO WS-TRK-ENTRY(WS-TRK-COUNT)
                 ELSE
                   ADD 1                  TO WS-TRK-LOST
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE R-TRK.

           IF WS-TRK-LOST > 0
             DISPLAY 'AESFTRCK: AESFTRKF HOLDS MORE THAN 3000 '
                     'INSTANCES - NOT REWRITTEN'
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.

       LOAD-TRACKER-EXIT.
           EXIT.


       REWRITE-TRACKER.
      *     Finished instances stay through the following month;
      *     anything older than the first of last month goes
           MOVE WS-NOW-DATE               TO WS-KEEP-FROM.
           MOVE '01'                      TO WS-KEEP-FROM(7:2).
           COMPUTE WS-KEEP-FROM =
               FUNCTION DATE-OF-INTEGER(
                 FUNCTION INTEGER-OF-DATE(WS-KEEP-FROM) - 1).
           MOVE '01'                      TO WS-KEEP-FROM(7:2).

           OPEN OUTPUT R-TRK.

           IF FS-TRK-OK
             CONTINUE
           ELSE
             DISPLAY 'AESFTRCK: CANNOT REWRITE AESFTRKF: ' FS-TRK
             MOVE 12                      TO RETURN-CODE
             GO TO REWRITE-TRACKER-EXIT
           END-IF.

           PERFORM VARYING WS-TRK-I FROM 1 BY 1
             UNTIL WS-TRK-I > WS-TRK-COUNT
             MOVE WS-TRK-ENTRY(WS-TRK-I)  TO TRK-REC
             IF FTK-DATE >= WS-KEEP-FROM
               WRITE TRK-REC
             END-IF
           END-PERFORM.

           CLOSE R-TRK.

       REWRITE-TRACKER-EXIT.
           EXIT.


      *****************************************************************
      * Today's instances - one per feed the schedule makes due
      * today, opened the first pass of the day that finds it
      *****************************************************************
       OPEN-TODAYS-INSTANCES.
           OPEN INPUT R-FDS.

           IF FS-FDS-OPENED
             CONTINUE
           ELSE
             GO TO OPEN-TODAYS-INSTANCES-EXIT
           END-IF.

           PERFORM UNTIL FS-FDS-EOF
             READ R-FDS
               AT END
                 CONTINUE
               NOT AT END
                 PERFORM OPEN-ONE-INSTANCE
                    THRU OPEN-ONE-INSTANCE-EXIT
             END-READ
           END-PERFORM.

           CLOSE R-FDS.

       OPEN-TODAYS-INSTANCES-EXIT.
           EXIT.


       OPEN-ONE-INSTANCE.
      *     Run-day rule first, exactly as AESFGATE applies it
           IF (FDS-RUN-RULE = 'W' AND NOT SW-TODAY-BUSINESS)
             OR (FDS-RUN-RULE = 'M' AND NOT SW-TODAY-MONTH-END)
             GO TO OPEN-ONE-INSTANCE-EXIT
           END-IF.

           MOVE SPACES                    TO WS-DAT-FILE-NAME.
           STRING FDS-PREFIX DELIMITED BY SPACE
                  WS-NOW-DATE DELIMITED BY SIZE
             INTO WS-DAT-FILE-NAME.

           PERFORM VARYING WS-TRK-I FROM 1 BY 1
             UNTIL WS-TRK-I > WS-TRK-COUNT
             OR WS-TRK-ENTRY(WS-TRK-I)(1:20) = WS-DAT-FILE-NAME
             CONTINUE
           END-PERFORM.

           IF WS-TRK-I <= WS-TRK-COUNT
             GO TO OPEN-ONE-INSTANCE-EXIT
           END-IF.

           IF WS-TRK-COUNT >= 3000
             DISPLAY 'AESFTRCK: TRACKER FULL - ' WS-DAT-FILE-NAME
                     ' NOT TRACKED'
             MOVE 8                       TO RETURN-CODE
             GO TO OPEN-ONE-INSTANCE-EXIT
           END-IF.

           MOVE SPACES                    TO TRK-REC.
           MOVE WS-DAT-FILE-NAME          TO FTK-GEN.
           MOVE FDS-PREFIX                TO FTK-FEED.
           MOVE WS-NOW-DATE               TO FTK-DATE.
           MOVE FDS-PARTNER               TO FTK-PARTNER.
           MOVE FDS-MIN-BLOCKS            TO FTK-MIN-BLOCKS.
           MOVE FDS-ARRIVE-HHMM           TO FTK-ARRIVE-HHMM.
           MOVE 0                         TO FTK-DUE-DATE
                                             FTK-DUE-HHMM
                                             FTK-STAGE.

           IF FDS-DEADLINE-HHMM IS NUMERIC
             MOVE FDS-DEADLINE-HHMM       TO FTK-DUE-HHMM
             IF FDS-DEADLINE-DAYS IS NUMERIC
               MOVE FDS-DEADLINE-DAYS     TO WS-DUE-DAYS
               COMPUTE FTK-DUE-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-NOW-LILIAN + WS-DUE-DAYS)
             ELSE
               MOVE WS-NOW-DATE           TO FTK-DUE-DATE
             END-IF
           END-IF.

           PERFORM VARYING WS-STAGE-I FROM 1 BY 1
             UNTIL WS-STAGE-I > 7
             MOVE 0                       TO FTK-ST-DATE(WS-STAGE-I)
                                             FTK-ST-TIME(WS-STAGE-I)
           END-PERFORM.

           MOVE 'OPN'                     TO FTK-STATE.

           ADD 1                          TO WS-TRK-COUNT
                                             WS-NEW-COUNT.
           MOVE TRK-REC                   TO WS-TRK-ENTRY(WS-TRK-COUNT).

       OPEN-ONE-INSTANCE-EXIT.
           EXIT.


      *****************************************************************
      * STAGE SCANS - each source read once, each record matched
      * against every instance not yet acknowledged
      *****************************************************************
       CHECK-ARRIVALS.
           PERFORM VARYING WS-TRK-I FROM 1 BY 1
             UNTIL WS-TRK-I > WS-TRK-COUNT
             MOVE WS-TRK-ENTRY(WS-TRK-I)  TO TRK-REC
             IF FTK-ST-DATE(1) = 0 AND FTK-ST-DATE(7) = 0
               MOVE FTK-GEN               TO WS-DAT-FILE-NAME
               PERFORM COUNT-FEED-BLOCKS
                  THRU COUNT-FEED-BLOCKS-DONE
               IF WS-BLOCK-COUNT > 0
                 AND WS-BLOCK-COUNT >= FTK-MIN-BLOCKS
                 MOVE WS-NOW-DATE         TO FTK-ST-DATE(1)
                 MOVE WS-NOW-TIME         TO FTK-ST-TIME(1)
                 MOVE TRK-REC             TO WS-TRK-ENTRY(WS-TRK-I)
               END-IF
             END-IF
           END-PERFORM.


       COUNT-FEED-BLOCKS.
           MOVE 0                         TO WS-BLOCK-COUNT.

           OPEN INPUT R-DAT.

           IF FS-DAT-OK
             CONTINUE
           ELSE
      *      Not there (or not there yet)
             IF FS-DAT = 05
               CLOSE R-DAT
             END-IF
             MOVE 0                       TO FS-DAT
             GO TO COUNT-FEED-BLOCKS-DONE
           END-IF.

           PERFORM UNTIL FS-DAT-EOF
             READ R-DAT NEXT RECORD

             IF FS-DAT-OK
               IF DAT-KEY > 0 AND DAT-KEY < 99000000
                 ADD 1                    TO WS-BLOCK-COUNT
               END-IF
             END-IF
           END-PERFORM.

           CLOSE R-DAT.
           MOVE 0                         TO FS-DAT.

       COUNT-FEED-BLOCKS-DONE.
           EXIT.


       SCAN-PROFILE-LOG.
      *     The latest profile of the generation stands - a dirty
      *     one re-profiled clean after repair moves on
           OPEN INPUT R-PFL.

           IF FS-PFL-OPENED
             CONTINUE
           ELSE
             GO TO SCAN-PROFILE-LOG-EXIT
           END-IF.

           PERFORM UNTIL FS-PFL-EOF
             READ R-PFL
               AT END
                 CONTINUE
               NOT AT END
                 PERFORM VARYING WS-TRK-I FROM 1 BY 1
                   UNTIL WS-TRK-I > WS-TRK-COUNT
                   IF WS-TRK-ENTRY(WS-TRK-I)(1:20) = PFL-GEN-NAME
                     MOVE WS-TRK-ENTRY(WS-TRK-I) TO TRK-REC
                     MOVE PFL-DATE        TO FTK-ST-DATE(2)
                     MOVE PFL-TIME        TO FTK-ST-TIME(2)
                     MOVE PFL-RESULT      TO FTK-PROFILE
                     MOVE TRK-REC         TO WS-TRK-ENTRY(WS-TRK-I)
                   END-IF
                 END-PERFORM
             END-READ
           END-PERFORM.

           CLOSE R-PFL.

       SCAN-PROFILE-LOG-EXIT.
           EXIT.


       SCAN-CATALOG.
      *     The CIPHER run of the generation - a rerun catalogued
      *     later replaces the earlier one as the run followed
           OPEN INPUT R-CAT.

           IF FS-CAT-OPENED
             CONTINUE
           ELSE
             GO TO SCAN-CATALOG-EXIT
           END-IF.

           PERFORM UNTIL FS-CAT-EOF
             READ R-CAT NEXT RECORD

             IF FS-CAT-OK
               AND CAT-ACTION = 'CIPHER  '
               PERFORM VARYING WS-TRK-I FROM 1 BY 1
                 UNTIL WS-TRK-I > WS-TRK-COUNT
                 IF WS-TRK-ENTRY(WS-TRK-I)(1:20) = CAT-DAT-GEN
                   MOVE WS-TRK-ENTRY(WS-TRK-I) TO TRK-REC
                   IF CAT-DATE >= FTK-ST-DATE(3)
                     MOVE CAT-GEN         TO FTK-OUT-GEN
                     MOVE CAT-RUN-ID      TO FTK-RUN-ID
                     MOVE CAT-DATE        TO WS-SRC-DATE
                     MOVE 3               TO WS-SRC-STAGE
                     PERFORM STAMP-DATE-ONLY
                     MOVE TRK-REC         TO WS-TRK-ENTRY(WS-TRK-I)
                   END-IF
                 END-IF
               END-PERFORM
             END-IF
           END-PERFORM.

           CLOSE R-CAT.

       SCAN-CATALOG-EXIT.
           EXIT.


       SCAN-STAMP-TRAIL.
           OPEN INPUT R-STMP.

           IF FS-STMP-OPENED
             CONTINUE
           ELSE
             GO TO SCAN-STAMP-TRAIL-EXIT
           END-IF.

           PERFORM UNTIL FS-STMP-EOF
             READ R-STMP
               AT END
                 CONTINUE
               NOT AT END
                 IF STMP-STATUS = 'OK '
                   AND STMP-RUN-ID NOT = SPACES
                   PERFORM VARYING WS-TRK-I FROM 1 BY 1
                     UNTIL WS-TRK-I > WS-TRK-COUNT
                     MOVE WS-TRK-ENTRY(WS-TRK-I) TO TRK-REC
                     IF FTK-RUN-ID = STMP-RUN-ID
                       MOVE STMP-YYYY     TO WS-SD-YYYY
                       MOVE STMP-MM       TO WS-SD-MM
                       MOVE STMP-DD       TO WS-SD-DD
                       MOVE STMP-HH       TO WS-ST-HH
                       MOVE STMP-MN       TO WS-ST-MN
                       MOVE STMP-SS       TO WS-ST-SS
                       IF WS-STMP-DATE IS NUMERIC
                         AND WS-STMP-TIME IS NUMERIC
                         MOVE WS-STMP-DATE TO FTK-ST-DATE(4)
                         MOVE WS-STMP-TIME TO FTK-ST-TIME(4)
                         MOVE TRK-REC     TO WS-TRK-ENTRY(WS-TRK-I)
                       END-IF
                     END-IF
                   END-PERFORM
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE R-STMP.

       SCAN-STAMP-TRAIL-EXIT.
           EXIT.


       SCAN-TRIGGERS.
           OPEN INPUT R-TRG.

           IF FS-TRG-OPENED
             CONTINUE
           ELSE
             GO TO SCAN-TRIGGERS-EXIT
           END-IF.

           PERFORM UNTIL FS-TRG-EOF
             READ R-TRG
               AT END
                 CONTINUE
               NOT AT END
                 PERFORM VARYING WS-TRK-I FROM 1 BY 1
                   UNTIL WS-TRK-I > WS-TRK-COUNT
                   MOVE WS-TRK-ENTRY(WS-TRK-I) TO TRK-REC
                   IF (FTK-RUN-ID NOT = SPACES
                     AND FTK-RUN-ID = TRG-RUN-ID)
                     OR (FTK-OUT-GEN NOT = SPACES
                     AND FTK-OUT-GEN = TRG-FILE-NAME)
                     MOVE TRG-FILE-NAME   TO FTK-XMIT-FILE
                     IF FTK-ST-DATE(5) = 0
                       MOVE TRG-READY-DATE TO WS-SRC-DATE
                       MOVE 5             TO WS-SRC-STAGE
                       PERFORM STAMP-DATE-ONLY
                     END-IF
                     MOVE TRK-REC         TO WS-TRK-ENTRY(WS-TRK-I)
                   END-IF
                 END-PERFORM
             END-READ
           END-PERFORM.

           CLOSE R-TRG.

       SCAN-TRIGGERS-EXIT.
           EXIT.


       SCAN-RECEIPTS.
           OPEN INPUT R-RCP.

           IF FS-RCP-OPENED
             CONTINUE
           ELSE
             GO TO SCAN-RECEIPTS-EXIT
           END-IF.

           PERFORM UNTIL FS-RCP-EOF
             READ R-RCP
               AT END
                 CONTINUE
               NOT AT END
                 PERFORM VARYING WS-TRK-I FROM 1 BY 1
                   UNTIL WS-TRK-I > WS-TRK-COUNT
                   MOVE WS-TRK-ENTRY(WS-TRK-I) TO TRK-REC
                   IF FTK-XMIT-FILE NOT = SPACES
                     AND FTK-XMIT-FILE = RCP-FILE-NAME
                     AND FTK-ST-DATE(6) = 0
                     MOVE RCP-DATE        TO FTK-ST-DATE(6)
                     MOVE RCP-TIME        TO FTK-ST-TIME(6)
                     MOVE TRK-REC         TO WS-TRK-ENTRY(WS-TRK-I)
                   END-IF
                 END-PERFORM
             END-READ
           END-PERFORM.

           CLOSE R-RCP.

       SCAN-RECEIPTS-EXIT.
           EXIT.


       SCAN-PARTNER-RECEIPTS.
      *     A PASS acknowledges the delivery; a FAIL is recorded and
      *     stands until a later PASS for the same generation
           OPEN INPUT R-RCE.

           IF FS-RCE-OPENED
             CONTINUE
           ELSE
             GO TO SCAN-PARTNER-RECEIPTS-EXIT
           END-IF.

           PERFORM UNTIL FS-RCE-EOF
             READ R-RCE
               AT END
                 CONTINUE
               NOT AT END
                 PERFORM VARYING WS-TRK-I FROM 1 BY 1
                   UNTIL WS-TRK-I > WS-TRK-COUNT
                   MOVE WS-TRK-ENTRY(WS-TRK-I) TO TRK-REC
                   IF FTK-OUT-GEN NOT = SPACES
                     AND FTK-OUT-GEN = RCE-GEN-NAME
                     AND FTK-ST-DATE(7) = 0
                     MOVE RCE-OUTCOME     TO FTK-OUTCOME
                     IF RCE-OUTCOME = 'PASS'
                       MOVE RCE-DATE      TO FTK-ST-DATE(7)
                       MOVE RCE-TIME      TO FTK-ST-TIME(7)
                     END-IF
                     MOVE TRK-REC         TO WS-TRK-ENTRY(WS-TRK-I)
                   END-IF
                 END-PERFORM
             END-READ
           END-PERFORM.

           CLOSE R-RCE.

       SCAN-PARTNER-RECEIPTS-EXIT.
           EXIT.


       STAMP-DATE-ONLY.
      *     WS-SRC-DATE for stage WS-SRC-STAGE of TRK-REC
           MOVE WS-SRC-DATE               TO FTK-ST-DATE(WS-SRC-STAGE).

           IF WS-SRC-DATE = WS-NOW-DATE
             MOVE WS-NOW-TIME             TO WS-SRC-TIME
           ELSE
             MOVE 0                       TO WS-SRC-TIME
           END-IF.

           IF FTK-ST-TIME(WS-SRC-STAGE) = 0
             OR WS-SRC-DATE NOT = WS-NOW-DATE
             MOVE WS-SRC-TIME             TO FTK-ST-TIME(WS-SRC-STAGE)
           END-IF.


      *****************************************************************
      * GRADING
      *****************************************************************
       GRADE-ONE-INSTANCE.
           MOVE WS-TRK-ENTRY(WS-TRK-I)    TO TRK-REC.
           MOVE FTK-STATE                 TO WS-PRIOR-STATE.

      *     Furthest stage reached, and when
           MOVE 0                         TO FTK-STAGE.
           MOVE FTK-DATE                  TO WS-ENT-DATE.
           MOVE FTK-ARRIVE-HHMM           TO WS-ENT-TIME(1:4).
           MOVE '00'                      TO WS-ENT-TIME(5:2).

           PERFORM VARYING WS-STAGE-I FROM 1 BY 1
             UNTIL WS-STAGE-I > 7
             IF FTK-ST-DATE(WS-STAGE-I) > 0
               MOVE WS-STAGE-I            TO FTK-STAGE
               MOVE FTK-ST-DATE(WS-STAGE-I) TO WS-ENT-DATE
               MOVE FTK-ST-TIME(WS-STAGE-I) TO WS-ENT-TIME
             END-IF
           END-PERFORM.

           COMPUTE WS-ENT-SECS =
               FUNCTION INTEGER-OF-DATE(WS-ENT-DATE) * 86400
             + WS-ENT-HH * 3600 + WS-ENT-MN * 60 + WS-ENT-SS.
           COMPUTE WS-AGE-SECS = WS-NOW-SECS - WS-ENT-SECS.

           EVALUATE TRUE
             WHEN FTK-STAGE = 7
               IF FTK-DUE-DATE = 0
                 OR FTK-ST-DATE(7) < FTK-DUE-DATE
                 OR (FTK-ST-DATE(7) = FTK-DUE-DATE
                   AND FTK-ST-TIME(7)(1:4) <= FTK-DUE-HHMM)
                 MOVE 'ONT'               TO FTK-STATE
               ELSE
                 MOVE 'DLT'               TO FTK-STATE
               END-IF
             WHEN FTK-OUTCOME = 'FAIL'
               MOVE 'REJ'                 TO FTK-STATE
             WHEN FTK-DUE-DATE > 0
               AND (WS-NOW-DATE > FTK-DUE-DATE
                 OR (WS-NOW-DATE = FTK-DUE-DATE
                   AND WS-NOW-HHMM > FTK-DUE-HHMM))
               MOVE 'LAT'                 TO FTK-STATE
             WHEN WS-AGE-SECS > WS-STUCK-SECS
               MOVE 'STK'                 TO FTK-STATE
             WHEN OTHER
               MOVE 'OPN'                 TO FTK-STATE
           END-EVALUATE.

           EVALUATE FTK-STATE
             WHEN 'ONT'
             WHEN 'DLT'
               ADD 1                      TO WS-DONE-COUNT
             WHEN 'REJ'
               ADD 1                      TO WS-REJECT-COUNT
             WHEN 'LAT'
               ADD 1                      TO WS-LATE-COUNT
             WHEN 'STK'
               ADD 1                      TO WS-STUCK-COUNT
             WHEN OTHER
               ADD 1                      TO WS-OPEN-COUNT
           END-EVALUATE.

           IF FTK-STATE NOT = WS-PRIOR-STATE
             AND (FTK-STATE = 'LAT' OR FTK-STATE = 'STK'
               OR FTK-STATE = 'REJ')
             PERFORM ALERT-ONE-INSTANCE
           END-IF.

           MOVE TRK-REC                   TO WS-TRK-ENTRY(WS-TRK-I).


       ALERT-ONE-INSTANCE.
           MOVE SPACES                    TO LAL-TEXT OF AL-S.

           EVALUATE FTK-STATE
             WHEN 'LAT'
               STRING 'FEED ' FTK-GEN ' LATE FOR PARTNER '
                      FTK-PARTNER ' - DUE ' FTK-DUE-DATE ' '
                      FTK-DUE-HHMM ', AT '
                      WS-STAGE-NAME(FTK-STAGE + 1)
               DELIMITED BY SIZE        INTO LAL-TEXT OF AL-S
             WHEN 'STK'
               STRING 'FEED ' FTK-GEN ' STUCK AT '
                      WS-STAGE-NAME(FTK-STAGE + 1) ' OVER '
                      WS-STUCK-HOURS ' HOURS'
               DELIMITED BY SIZE        INTO LAL-TEXT OF AL-S
             WHEN OTHER
               STRING 'FEED ' FTK-GEN ' REJECTED BY PARTNER '
                      FTK-PARTNER ' - VERIFICATION FAIL'
               DELIMITED BY SIZE        INTO LAL-TEXT OF AL-S
           END-EVALUATE.

           MOVE 2                         TO LAL-LEVEL OF AL-S.

           CALL 'AESALERT' USING AL-S.


      *****************************************************************
      * REPORT
      *****************************************************************
       WRITE-INSTANCE-SECTION.
           STRING 'AESFTRCK FEED LIFECYCLE AT ' WS-NOW-DATE ' '
                  WS-NOW-TIME ' - STUCK LIMIT ' WS-STUCK-HOURS
                  ' HOURS'
           DELIMITED BY SIZE            INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

           PERFORM WRITE-REPORT-LINE.

           MOVE 'GENERATION'              TO WS-RPT-LINE(1:10).
           MOVE 'PARTNER'                 TO WS-RPT-LINE(22:7).
           MOVE 'STAGE'                   TO WS-RPT-LINE(31:5).
           MOVE 'SINCE'                   TO WS-RPT-LINE(42:5).
           MOVE 'DUE'                     TO WS-RPT-LINE(58:3).
           MOVE 'STATE'                   TO WS-RPT-LINE(72:5).
           MOVE 'RUN ID'                  TO WS-RPT-LINE(78:6).
           PERFORM WRITE-REPORT-LINE.

           PERFORM VARYING WS-TRK-I FROM 1 BY 1
             UNTIL WS-TRK-I > WS-TRK-COUNT
             MOVE WS-TRK-ENTRY(WS-TRK-I)  TO TRK-REC
             IF FTK-DATE = WS-NOW-DATE
               OR (FTK-STATE NOT = 'ONT' AND FTK-STATE NOT = 'DLT')
               PERFORM WRITE-ONE-INSTANCE
             END-IF
           END-PERFORM.

           PERFORM WRITE-REPORT-LINE.

           STRING 'TOTALS - ' WS-TRK-COUNT ' INSTANCE(S), '
                  WS-NEW-COUNT ' NEW, ' WS-OPEN-COUNT ' ON THEIR WAY, '
                  WS-LATE-COUNT ' LATE, ' WS-STUCK-COUNT ' STUCK, '
                  WS-REJECT-COUNT ' REJECTED, ' WS-DONE-COUNT
                  ' ACKNOWLEDGED'
           DELIMITED BY SIZE            INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.


       WRITE-ONE-INSTANCE.
           MOVE FTK-GEN                   TO WS-RPT-LINE(1:20).
           MOVE FTK-PARTNER               TO WS-RPT-LINE(22:8).
           MOVE WS-STAGE-NAME(FTK-STAGE + 1) TO WS-RPT-LINE(31:10).

           IF FTK-STAGE > 0
             MOVE FTK-ST-DATE(FTK-STAGE)  TO WS-RPT-LINE(42:8)
             MOVE FTK-ST-TIME(FTK-STAGE)  TO WS-RPT-LINE(51:6)
           ELSE
             MOVE FTK-DATE                TO WS-RPT-LINE(42:8)
           END-IF.

           IF FTK-DUE-DATE > 0
             MOVE FTK-DUE-DATE            TO WS-RPT-LINE(58:8)
             MOVE FTK-DUE-HHMM            TO WS-RPT-LINE(67:4)
           ELSE
             MOVE 'NONE'                  TO WS-RPT-LINE(58:4)
           END-IF.

           MOVE FTK-STATE                 TO WS-RPT-LINE(72:3).
           MOVE FTK-RUN-ID                TO WS-RPT-LINE(78:16).

           IF FTK-PROFILE = 'ERR'
             MOVE 'PROFILED DIRTY'        TO WS-RPT-LINE(95:14)
           END-IF.

           PERFORM WRITE-REPORT-LINE.


       WRITE-PARTNER-SECTION.
      *     Every instance of the month, by partner: acknowledged by
      *     the deadline, acknowledged after it, or never (yet)
           PERFORM VARYING WS-TRK-I FROM 1 BY 1
             UNTIL WS-TRK-I > WS-TRK-COUNT
             MOVE WS-TRK-ENTRY(WS-TRK-I)  TO TRK-REC
             IF FTK-DATE(1:6) = WS-REPORT-MONTH
               PERFORM TALLY-ONE-PARTNER
             END-IF
           END-PERFORM.

           PERFORM WRITE-REPORT-LINE.

           STRING 'ON-TIME DELIVERY BY PARTNER FOR ' WS-REPORT-MONTH
           DELIMITED BY SIZE            INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

           PERFORM WRITE-REPORT-LINE.

           MOVE 'PARTNER'                 TO WS-RPT-LINE(1:7).
           MOVE 'FEEDS'                   TO WS-RPT-LINE(12:5).
           MOVE 'ON TIME'                 TO WS-RPT-LINE(19:7).
           MOVE 'LATE'                    TO WS-RPT-LINE(28:4).
           MOVE 'UNDELIVERED'             TO WS-RPT-LINE(34:11).
           MOVE 'ON-TIME %'               TO WS-RPT-LINE(47:9).
           PERFORM WRITE-REPORT-LINE.

           PERFORM VARYING WS-PTN-I FROM 1 BY 1
             UNTIL WS-PTN-I > WS-PTN-COUNT
             COMPUTE WS-PTN-PCT =
                 WS-PTN-ONTIME(WS-PTN-I) * 100
                 / WS-PTN-FEEDS(WS-PTN-I)
             IF WS-PTN-ID(WS-PTN-I) = SPACES
               MOVE '(NONE)'              TO WS-RPT-LINE(1:8)
             ELSE
               MOVE WS-PTN-ID(WS-PTN-I)   TO WS-RPT-LINE(1:8)
             END-IF
             MOVE WS-PTN-FEEDS(WS-PTN-I)  TO WS-RPT-LINE(12:5)
             MOVE WS-PTN-ONTIME(WS-PTN-I) TO WS-RPT-LINE(21:5)
             MOVE WS-PTN-LATE(WS-PTN-I)   TO WS-RPT-LINE(27:5)
             MOVE WS-PTN-OPEN(WS-PTN-I)   TO WS-RPT-LINE(40:5)
             MOVE WS-PTN-PCT              TO WS-RPT-LINE(53:3)
             PERFORM WRITE-REPORT-LINE
           END-PERFORM.

           PERFORM WRITE-REPORT-LINE.

           STRING 'TOTALS - ' WS-PTN-COUNT ' PARTNER(S) IN '
                  WS-REPORT-MONTH
           DELIMITED BY SIZE            INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.


       TALLY-ONE-PARTNER.
           PERFORM VARYING WS-PTN-I FROM 1 BY 1
             UNTIL WS-PTN-I > WS-PTN-COUNT
             OR WS-PTN-ID(WS-PTN-I) = FTK-PARTNER
             CONTINUE
           END-PERFORM.

           IF WS-PTN-I > WS-PTN-COUNT
             IF WS-PTN-COUNT >= 100
               DISPLAY 'AESFTRCK: MORE THAN 100 PARTNERS - '
                       FTK-PARTNER ' NOT TALLIED'
               GO TO TALLY-ONE-PARTNER-EXIT
             END-IF
             ADD 1                        TO WS-PTN-COUNT
             MOVE WS-PTN-COUNT            TO WS-PTN-I
             MOVE FTK-PARTNER             TO WS-PTN-ID(WS-PTN-I)
             MOVE 0                       TO WS-PTN-FEEDS(WS-PTN-I)
                                             WS-PTN-ONTIME(WS-PTN-I)
                                             WS-PTN-LATE(WS-PTN-I)
                                             WS-PTN-OPEN(WS-PTN-I)
           END-IF.

           ADD 1                          TO WS-PTN-FEEDS(WS-PTN-I).

           EVALUATE FTK-STATE
             WHEN 'ONT'
               ADD 1                      TO WS-PTN-ONTIME(WS-PTN-I)
             WHEN 'DLT'
               ADD 1                      TO WS-PTN-LATE(WS-PTN-I)
             WHEN OTHER
               ADD 1                      TO WS-PTN-OPEN(WS-PTN-I)
           END-EVALUATE.

       TALLY-ONE-PARTNER-EXIT.
           EXIT.


      *****************************************************************
      * Business calendar, as AESFGATE resolves it
      *****************************************************************
       LOAD-CALENDAR.
           OPEN INPUT R-CAL.

           IF FS-CAL-OPENED
             CONTINUE
           ELSE
             GO TO LOAD-CALENDAR-EXIT
           END-IF.

           PERFORM UNTIL FS-CAL-EOF
             READ R-CAL
               AT END
                 CONTINUE
               NOT AT END
                 IF WS-HOLIDAY-COUNT < 400
                   ADD 1                 TO WS-HOLIDAY-COUNT
                   MOVE CAL-DATE         TO
                        WS-HOLIDAY(WS-HOLIDAY-COUNT)
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE R-CAL.

       LOAD-CALENDAR-EXIT.
           EXIT.


       RESOLVE-TODAY-SCHEDULE.
           MOVE WS-NOW-DATE               TO WS-CHECK-DATE.
           MOVE WS-NOW-LILIAN             TO WS-CHECK-LILIAN.
           PERFORM CHECK-BUSINESS-DAY.
           MOVE WS-CHECK-BUSINESS         TO WS-TODAY-BUSINESS.

           MOVE 'N'                       TO WS-TODAY-MONTH-END.

           IF SW-TODAY-BUSINESS
             MOVE 'Y'                     TO WS-TODAY-MONTH-END
             MOVE WS-NOW-LILIAN           TO WS-CHECK-LILIAN
             MOVE SPACES                  TO WS-ME-DONE

             PERFORM UNTIL WS-ME-DONE = 'Y'
               ADD 1                      TO WS-CHECK-LILIAN
               COMPUTE WS-CHECK-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-CHECK-LILIAN)

               IF WS-CHECK-DATE(1:6) NOT = WS-NOW-DATE(1:6)
                 MOVE 'Y'                 TO WS-ME-DONE
               ELSE
                 PERFORM CHECK-BUSINESS-DAY

                 IF SW-CHECK-BUSINESS
                   MOVE 'N'               TO WS-TODAY-MONTH-END
                   MOVE 'Y'               TO WS-ME-DONE
                 END-IF
               END-IF
             END-PERFORM
           END-IF.


       CHECK-BUSINESS-DAY.
      *     WS-CHECK-DATE/WS-CHECK-LILIAN in, WS-CHECK-BUSINESS out
           MOVE 'Y'                       TO WS-CHECK-BUSINESS.

           COMPUTE WS-CHECK-DOW =
               FUNCTION MOD(WS-CHECK-LILIAN - 1 7).

           IF WS-CHECK-DOW > 4
      *      Saturday (5) or Sunday (6)
             MOVE 'N'                     TO WS-CHECK-BUSINESS
           END-IF.

           PERFORM VARYING WS-HOL-I FROM 1 BY 1
             UNTIL WS-HOL-I > WS-HOLIDAY-COUNT
             IF WS-HOLIDAY(WS-HOL-I) = WS-CHECK-DATE
               MOVE 'N'                   TO WS-CHECK-BUSINESS
             END-IF
           END-PERFORM.


       WRITE-REPORT-LINE.
           MOVE WS-RPT-LINE                TO RPT-REC.
           MOVE SPACES                     TO WS-RPT-LINE.

           WRITE RPT-REC.

           IF FS-RPT-OK
             CONTINUE
           ELSE
             DISPLAY 'AESFTRCK: ERROR WRITING AESFTRPT: ' FS-RPT
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.
