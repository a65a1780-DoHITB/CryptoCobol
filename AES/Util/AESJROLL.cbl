       ID DIVISION.
       PROGRAM-ID. AESJROLL.
      *****************************************************************
      * Monthly rollup and compaction of the append-only journals.
      * AESKUSE, AESTJRNL, AESEZMTR, AESQUSED and AESXPLOG only ever
      * grow, and AESKUSR, AESKANOM, AESTJRPT and AESEZRPT read the
      * whole history on every run. One journal per run, named on
      * the control card; every month older than the retention
      * horizon (and never the journal's own latest month, which
      * the latest-day checks in AESKANOM and AESTJRPT judge) is,
      * one month at a time:
      *
      *   1. copied in journal order to its dated detail archive
      *      <journal><CCYYMM> - a header naming journal and month,
      *      every record image, and a trailer carrying the record
      *      count and the ORD-sum checksum AESREORG's backup uses,
      *   2. summarized - one record per key, caller or tenant for
      *      the month (layout and keys in AESLJSUM),
      *   3. verified - the archive is read back, proven against its
      *      trailer, and summarized again; only when that equals
      *      the summary taken from the live journal is the summary
      *      appended to the journal's companion summary file.
      *
      * Once every month has gone through, the journal is compacted
      * in one pass: the records kept go to the work file AESJRWRK
      * (header, images, trailer), the work file is proven against
      * its trailer, and the journal is rewritten from it. AESQUSED
      * is a KSDS and has its rolled records deleted in place.
      *
      * A month in the summary is never also in the live journal,
      * so the readers take summary plus detail and arrive at the
      * totals they always did. Should a run stop between the
      * summary append and the compaction, the next run finds live
      * detail for a month already summarized: that detail is
      * summarized afresh, and dropped only if it equals the summary
      * on file - otherwise it is left live and reported, RC 4.
      * A failure while the journal is being rewritten ends RC 12;
      * FUNCTION W rewrites it from AESJRWRK again.
      *
      * FUNCTION V is the standing proof: for every month in the
      * companion summary it reads the dated archive, proves it
      * against its trailer, summarizes it, and compares that with
      * the summary records on file, RC 8 on any difference.
      *
      * Journal writers append throughout the day - a rollup or
      * rewrite is refused while AESRLOCK or AESGRUNS shows a run in
      * flight, as AESREORG refuses. Rolled detail has already gone
      * to the warehouse through AESWHEXT's nightly increments, and
      * AESSIEM marks its place by stamp, not position. AESVRMAT
      * stops chasing exports once they roll off AESXPLOG - the
      * horizon there should outlast any partner's receipt.
      *
      * Control card AESJRPRM: JOURNAL(1-8) FUNCTION(10, R roll up -
      * the default - V verify, W rewrite from AESJRWRK)
      * RETAIN(12-14, months of detail kept before the current
      * month, default 003).
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *     CONTROL CARD (AESJRPRM)
            SELECT R-PARM ASSIGN TO 'AESJRPRM'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-PARM.

      *     THE JOURNALS THIS ROLLS UP - one shared status, one of
      *     them open in any run
            SELECT OPTIONAL R-USE ASSIGN TO 'AESKUSE'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-JRN.

            SELECT OPTIONAL R-TJR ASSIGN TO 'AESTJRNL'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-JRN.

            SELECT OPTIONAL R-MTR ASSIGN TO 'AESEZMTR'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-JRN.

            SELECT OPTIONAL R-XPL ASSIGN TO 'AESXPLOG'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-JRN.

            SELECT OPTIONAL R-QUS ASSIGN TO 'AESQUSED'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS SEQUENTIAL
                   RECORD KEY   IS QUS-KEY
                   FILE STATUS  IS FS-JRN.

      *     DATED DETAIL ARCHIVE (<journal><CCYYMM> - LRECL=64)
            SELECT OPTIONAL R-ARC ASSIGN TO DYNAMIC WS-ARC-FILE-NAME
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-ARC.

      *     COMPANION SUMMARY FILE (AESKUSUM, AESTJSUM, ... -
      *     LRECL=120, appended)
            SELECT OPTIONAL R-SUM ASSIGN TO DYNAMIC WS-SUM-FILE-NAME
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-SUM.

      *     COMPACTION WORK FILE (AESJRWRK - LRECL=64)
            SELECT R-WRK ASSIGN TO 'AESJRWRK'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-WRK.

      *     RUN LOCKS (AESRLOCK)
            SELECT OPTIONAL R-LCK ASSIGN TO 'AESRLOCK'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS SEQUENTIAL
                   RECORD KEY   IS LCK-GEN
                   FILE STATUS  IS FS-LCK.

      *     ACTIVE-RUN REGISTRY (AESGRUNS)
            SELECT OPTIONAL R-RUN ASSIGN TO 'AESGRUNS'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS SEQUENTIAL
                   RECORD KEY   IS GRN-RUN-ID
                   FILE STATUS  IS FS-RUN.

      *     ROLLUP REPORT (AESJRRPT)
            SELECT R-RPT ASSIGN TO 'AESJRRPT'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-RPT.

       DATA DIVISION.
       FILE SECTION.
      *   AESJRPRM
       FD R-PARM LABEL RECORD STANDARD.

       01 PARM-REC.
          05 PARM-JOURNAL                PIC X(08).
          05 FILLER                      PIC X(01).
          05 PARM-FUNCTION               PIC X(01).
          05 FILLER                      PIC X(01).
          05 PARM-RETAIN                 PIC X(03).

      *   AESKUSE (LRECL=48)
       FD R-USE LABEL RECORD STANDARD.

       01 USE-REC                        PIC X(48).

      *   AESTJRNL (LRECL=48)
       FD R-TJR LABEL RECORD STANDARD.

       01 TJR-REC                        PIC X(48).

      *   AESEZMTR (LRECL=40)
       FD R-MTR LABEL RECORD STANDARD.

       01 MTR-REC                        PIC X(40).

      *   AESXPLOG (LRECL=56)
       FD R-XPL LABEL RECORD STANDARD.

       01 XPL-REC                        PIC X(56).

      *   AESQUSED (KSDS keyed on tenant+date)
       FD R-QUS LABEL RECORD STANDARD.

       01 QUS-REC.
          02 QUS-KEY                  PIC X(16).
          02 FILLER                   PIC X(16).

      *   Dated detail archive - 'H' header, 'D' one record image,
      *   'T' trailer
       FD R-ARC LABEL RECORD STANDARD.

       01 ARC-REC.
          02 ARC-TYPE                 PIC X(01).
          02 ARC-IMAGE                PIC X(63).
       01 ARC-HDR REDEFINES ARC-REC.
          02 FILLER                   PIC X(01).
          02 ARC-HDR-JOURNAL          PIC X(08).
          02 ARC-HDR-MONTH            PIC 9(06).
          02 ARC-HDR-DATE             PIC 9(08).
          02 ARC-HDR-TIME             PIC 9(06).
          02 FILLER                   PIC X(35).
       01 ARC-TRL REDEFINES ARC-REC.
          02 FILLER                   PIC X(01).
          02 ARC-TRL-RECORDS          PIC 9(09).
          02 ARC-TRL-CHECKSUM         PIC 9(10).
          02 FILLER                   PIC X(44).

      *   Companion summary file
       FD R-SUM LABEL RECORD STANDARD.

       01 SUM-REC.
          COPY 'AESLJSUM.cpy'.

      *   AESJRWRK - laid out as the archive is
       FD R-WRK LABEL RECORD STANDARD.

       01 WRK-REC.
          02 WRK-TYPE                 PIC X(01).
          02 WRK-IMAGE                PIC X(63).
       01 WRK-HDR REDEFINES WRK-REC.
          02 FILLER                   PIC X(01).
          02 WRK-HDR-JOURNAL          PIC X(08).
          02 WRK-HDR-DATE             PIC 9(08).
          02 WRK-HDR-TIME             PIC 9(06).
          02 FILLER                   PIC X(41).
       01 WRK-TRL REDEFINES WRK-REC.
          02 FILLER                   PIC X(01).
          02 WRK-TRL-RECORDS          PIC 9(09).
          02 WRK-TRL-CHECKSUM         PIC 9(10).
          02 FILLER                   PIC X(44).

      *   AESRLOCK
       FD R-LCK LABEL RECORD STANDARD.

       01 LCK-REC.
          02 LCK-GEN                  PIC X(20).
          02 LCK-RUN                  PIC X(16).
          02 LCK-DATE                 PIC 9(08).
          02 LCK-TIME                 PIC 9(06).
          02 FILLER                   PIC X(06).

      *   AESGRUNS
       FD R-RUN LABEL RECORD STANDARD.

       01 GRN-REC.
          02 GRN-RUN-ID               PIC X(16).
          02 GRN-CLASS                PIC X(08).
          02 GRN-DATE                 PIC 9(08).
          02 GRN-TIME                 PIC 9(06).
          02 FILLER                   PIC X(02).

      *   AESJRRPT
       FD R-RPT LABEL RECORD STANDARD.

       01 RPT-REC                        PIC X(100).

       WORKING-STORAGE SECTION.
         01 FS.
            05 FS-PARM                  PIC 9(02).
               88 FS-PARM-OK                      VALUE 0.
            05 FS-JRN                   PIC 9(02).
               88 FS-JRN-OK                       VALUE 0.
               88 FS-JRN-OPENED                   VALUE 0 5.
               88 FS-JRN-EOF                      VALUE 10.
            05 FS-ARC                   PIC 9(02).
               88 FS-ARC-OK                       VALUE 0.
               88 FS-ARC-EOF                      VALUE 10.
            05 FS-SUM                   PIC 9(02).
               88 FS-SUM-OK                       VALUE 0.
               88 FS-SUM-OPENED                   VALUE 0 5.
               88 FS-SUM-AOP                      VALUE 41.
               88 FS-SUM-EOF                      VALUE 10.
            05 FS-WRK                   PIC 9(02).
               88 FS-WRK-OK                       VALUE 0.
               88 FS-WRK-EOF                      VALUE 10.
            05 FS-LCK                   PIC 9(02).
               88 FS-LCK-OK                       VALUE 0.
               88 FS-LCK-EOF                      VALUE 10.
            05 FS-RUN                   PIC 9(02).
               88 FS-RUN-OK                       VALUE 0.
               88 FS-RUN-EOF                      VALUE 10.
            05 FS-RPT                   PIC 9(02).
               88 FS-RPT-OK                       VALUE 0.

         77 WS-JOURNAL                  PIC X(08).
            88 SW-JRN-USE                          VALUE 'AESKUSE'.
            88 SW-JRN-TJR                          VALUE 'AESTJRNL'.
            88 SW-JRN-MTR                          VALUE 'AESEZMTR'.
            88 SW-JRN-QUS                          VALUE 'AESQUSED'.
            88 SW-JRN-XPL                          VALUE 'AESXPLOG'.
            88 SW-JRN-KNOWN                        VALUE 'AESKUSE'
                                  'AESTJRNL' 'AESEZMTR' 'AESQUSED'
                                  'AESXPLOG'.
         77 WS-FUNCTION                 PIC X(01)   VALUE 'R'.
            88 SW-FUNCTION-ROLL                    VALUE 'R'.
            88 SW-FUNCTION-VERIFY                  VALUE 'V'.
            88 SW-FUNCTION-REWRITE                 VALUE 'W'.
         77 WS-RETAIN                   PIC 9(03)   VALUE 003.

         01 WS-ARC-FILE-NAME            PIC X(20).
         01 WS-SUM-FILE-NAME            PIC X(20).

      *  The journal's record length - the bytes of each image that
      *  are counted, checksummed and written back
         77 WS-REC-LENGTH               PIC 9(03).
         77 WS-CK-I                     PIC 9(03).

      *  One journal record, with a view per journal of the fields
      *  the rollup keys and totals on
         01 WS-IMAGE                    PIC X(63).
         01 WS-IMG-USE REDEFINES WS-IMAGE.
            05 WS-IU-ALIAS              PIC X(08).
            05 WS-IU-DATE               PIC 9(08).
            05 WS-IU-HOUR               PIC 9(02).
            05 FILLER                   PIC X(04).
      *     The program half of the run identity, as AESKANOM takes
            05 WS-IU-CALLER             PIC X(08).
            05 FILLER                   PIC X(08).
            05 WS-IU-OUTCOME            PIC X(03).
            05 FILLER                   PIC X(22).
         01 WS-IMG-TJR REDEFINES WS-IMAGE.
            05 WS-IT-CALLER             PIC X(08).
            05 WS-IT-FUNCTION           PIC X(01).
            05 FILLER                   PIC X(16).
            05 WS-IT-DATE               PIC 9(08).
            05 FILLER                   PIC X(06).
            05 WS-IT-OUTCOME            PIC X(03).
            05 FILLER                   PIC X(21).
         01 WS-IMG-MTR REDEFINES WS-IMAGE.
            05 WS-IM-DATE               PIC 9(08).
            05 WS-IM-CALLER             PIC X(08).
            05 WS-IM-ALIAS              PIC X(08).
            05 WS-IM-ACTION             PIC X(01).
            05 WS-IM-COUNT              PIC 9(09).
            05 FILLER                   PIC X(29).
         01 WS-IMG-QUS REDEFINES WS-IMAGE.
            05 WS-IQ-TENANT             PIC X(08).
            05 WS-IQ-DATE               PIC 9(08).
            05 WS-IQ-BLOCKS             PIC 9(11).
            05 FILLER                   PIC X(36).
         01 WS-IMG-XPL REDEFINES WS-IMAGE.
            05 FILLER                   PIC X(38).
            05 WS-IX-DATE               PIC 9(08).
            05 FILLER                   PIC X(17).

      *  The record's month, date and summary key
         77 WS-DTL-MONTH                PIC 9(06).
         77 WS-DTL-DATE                 PIC 9(08).
         01 WS-DTL-KEY.
            05 WS-DTL-KEY-1             PIC X(08).
            05 WS-DTL-KEY-2             PIC X(08).
            05 WS-DTL-KEY-3             PIC X(01).
         77 WS-HOUR                     PIC 9(02).
         77 WS-DOW                      PIC 9(01).
         77 WS-LILIAN                   PIC 9(08).

      *  Month table - every month the live journal (or, for
      *  FUNCTION V, the summary) holds, and what this run does
      *  with it:
      *    K kept live, R to be rolled, S summarized by an earlier
      *    run, X rolled or verified - dropped from the live journal
         01 WS-MONTH-TABLE.
            05 WS-MONTH-ENTRY          OCCURS 240.
               10 WS-MT-MONTH          PIC 9(06).
               10 WS-MT-STATE          PIC X(01).
               10 WS-MT-SUMMARIZED     PIC X(01).
               10 WS-MT-LIVE           PIC 9(09).
         77 WS-MT-COUNT                PIC 9(03)   VALUE 0.
         77 WS-MT-I                    PIC 9(03).
         77 WS-MT-J                    PIC 9(03).
         01 WS-MONTH-HOLD              PIC X(17).
         77 WS-CUR-MONTH               PIC 9(06).
         77 WS-LATEST-MONTH            PIC 9(06)   VALUE 0.

      *  Retention horizon - months before this one are rolled
         01 WS-TODAY                    PIC 9(08).
         01 WS-TODAY-R REDEFINES WS-TODAY.
            05 WS-TODAY-CCYY            PIC 9(04).
            05 WS-TODAY-MM              PIC 9(02).
            05 WS-TODAY-DD              PIC 9(02).
         77 WS-MONTH-NUMBER             PIC 9(06).
         77 WS-CUTOFF-CCYY              PIC 9(04).
         77 WS-CUTOFF-MM                PIC 9(02).
         77 WS-CUTOFF-MONTH             PIC 9(06).

      *  One month's summary, built twice - side 1 from the detail
      *  being rolled (or the archive, for FUNCTION V), side 2 from
      *  what it must equal - and compared side against side
         01 WS-SUM-TABLE.
            05 WS-SUM-ENTRY            OCCURS 5000.
               10 WS-SE-KEY            PIC X(17).
               10 WS-SE-SIDE           OCCURS 2.
                  15 WS-SE-RECORDS     PIC 9(09).
                  15 WS-SE-LAST-DATE   PIC 9(08).
                  15 WS-SE-AMT-1       PIC 9(13).
                  15 WS-SE-AMT-2       PIC 9(09).
                  15 WS-SE-AMT-3       PIC 9(09).
                  15 WS-SE-DAYS        PIC 9(05).
                  15 WS-SE-SEEN-DATE   PIC 9(08).
                  15 WS-SE-HOURS       PIC X(24).
                  15 WS-SE-WDAYS       PIC X(07).
         77 WS-SE-COUNT                PIC 9(04)   VALUE 0.
         77 WS-SE-I                    PIC 9(04)   VALUE 0.
         77 WS-SIDE                    PIC 9(01).
         77 WS-MATCH                   PIC X(01).
            88 SW-MATCH                            VALUE 'Y'.

      *  Archive read-back - its count and checksum, and what its
      *  trailer says they should be
         77 WS-ARC-GOOD                 PIC X(01).
            88 SW-ARC-GOOD                         VALUE 'Y'.
         77 WS-HAVE-TRAILER             PIC X(01).
            88 SW-HAVE-TRAILER                     VALUE 'Y'.
         77 WS-PASS-RECORDS             PIC 9(09).
         77 WS-PASS-CHECKSUM            PIC 9(10).
         77 WS-ROLL-RECORDS             PIC 9(09).
         77 WS-ROLL-CHECKSUM            PIC 9(10).
         77 WS-TRL-RECORDS              PIC 9(09).
         77 WS-TRL-CHECKSUM             PIC 9(10).
         77 WS-MONTH-SUMMARIES          PIC 9(05).

      *  Compaction
         77 WS-KEEP-RECORDS             PIC 9(09)   VALUE 0.
         77 WS-WRK-RECORDS              PIC 9(09)   VALUE 0.
         77 WS-WRK-CHECKSUM             PIC 9(10)   VALUE 0.
         77 WS-REWRITE-RECORDS          PIC 9(09)   VALUE 0.
         77 WS-DROP-COUNT               PIC 9(09)   VALUE 0.

      *  Run totals
         77 WS-ROLLED-MONTHS            PIC 9(03)   VALUE 0.
         77 WS-ARCHIVED-RECORDS         PIC 9(09)   VALUE 0.
         77 WS-SUMMARY-WRITTEN          PIC 9(07)   VALUE 0.
         77 WS-COMPLETED-MONTHS         PIC 9(03)   VALUE 0.
         77 WS-LEFT-LIVE-MONTHS         PIC 9(03)   VALUE 0.
         77 WS-VERIFIED-MONTHS          PIC 9(03)   VALUE 0.
         77 WS-FAILED-MONTHS            PIC 9(03)   VALUE 0.

      *  Active-run check - real cross-midnight age in seconds
         77 WS-STALE-SECS               PIC 9(07)   VALUE 0021600.
         77 WS-NOW-DATE                 PIC 9(08).
         01 WS-NOW-TIME.
            05 WS-NOW-HH                PIC 9(02).
            05 WS-NOW-MN                PIC 9(02).
            05 WS-NOW-SS                PIC 9(02).
            05 FILLER                   PIC 9(02).
         01 WS-ENT-TIME.
            05 WS-ENT-HH                PIC 9(02).
            05 WS-ENT-MN                PIC 9(02).
            05 WS-ENT-SS                PIC 9(02).
         77 WS-ENT-DATE                 PIC 9(08).
         77 WS-NOW-SECS                 PIC 9(12).
         77 WS-ENT-SECS                 PIC 9(12).
         77 WS-AGE-SECS                 PIC S9(12).
         77 WS-ACTIVE-COUNT             PIC 9(05)   VALUE 0.

      *  True HHMMSS stamp - ACCEPT FROM TIME delivers HHMMSSss, so
      *  it lands in an eight-digit group first and the hundredths
      *  fall away instead of pushing the hour out
         01 WS-STAMP-TIME.
            05 WS-STAMP-HHMMSS          PIC 9(06).
            05 FILLER                   PIC 9(02).

         01 WS-RPT-LINE                 PIC X(100).

       LINKAGE SECTION.

       PROCEDURE DIVISION.
       MAINLINE.
           PERFORM READ-PARAMETERS.

           IF NOT SW-FUNCTION-VERIFY
             PERFORM CHECK-ACTIVE-RUNS

             IF WS-ACTIVE-COUNT > 0
               DISPLAY 'AESJROLL: ' WS-ACTIVE-COUNT
                       ' RUN(S) IN FLIGHT - ' WS-JOURNAL
                       ' NOT ROLLED UP'
               MOVE 8                     TO RETURN-CODE
               STOP RUN
             END-IF
           END-IF.

           OPEN OUTPUT R-RPT.

           IF FS-RPT-OK
             CONTINUE
           ELSE
             DISPLAY 'AESJROLL: ERROR OPENING AESJRRPT: ' FS-RPT
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.

           EVALUATE TRUE
             WHEN SW-FUNCTION-VERIFY
               PERFORM VERIFY-SUMMARIES
             WHEN SW-FUNCTION-REWRITE
               STRING 'AESJROLL ' WS-JOURNAL
                      ' REWRITE FROM AESJRWRK - ' WS-TODAY
               DELIMITED BY SIZE        INTO WS-RPT-LINE
               PERFORM WRITE-REPORT-LINE
               PERFORM VERIFY-WORK-FILE
               PERFORM REWRITE-JOURNAL
             WHEN OTHER
               PERFORM ROLL-UP-JOURNAL
                  THRU ROLL-UP-JOURNAL-EXIT
           END-EVALUATE.

           CLOSE R-RPT.

           STOP RUN.


       READ-PARAMETERS.
           OPEN INPUT R-PARM.

           IF FS-PARM-OK
             CONTINUE
           ELSE
             DISPLAY 'AESJROLL: ERROR OPENING AESJRPRM: ' FS-PARM
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.

           READ R-PARM
             AT END
               DISPLAY 'AESJROLL: AESJRPRM IS EMPTY'
               MOVE 12                    TO RETURN-CODE
               STOP RUN
             NOT AT END
               MOVE PARM-JOURNAL          TO WS-JOURNAL
               IF PARM-FUNCTION NOT = SPACE
                 MOVE PARM-FUNCTION       TO WS-FUNCTION
               END-IF
               IF PARM-RETAIN IS NUMERIC
                 MOVE PARM-RETAIN         TO WS-RETAIN
               END-IF
           END-READ.

           CLOSE R-PARM.

           IF NOT SW-JRN-KNOWN
             DISPLAY 'AESJROLL: ' WS-JOURNAL ' IS NOT A JOURNAL THIS '
                     'UTILITY ROLLS UP'
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.

           IF NOT SW-FUNCTION-ROLL AND NOT SW-FUNCTION-VERIFY
             AND NOT SW-FUNCTION-REWRITE
             DISPLAY 'AESJROLL: FUNCTION MUST BE R (ROLL UP), V '
                     '(VERIFY) OR W (REWRITE FROM AESJRWRK)'
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.

      *     AESQUSED is compacted in place - there is no work file
      *     to rewrite it from
           IF SW-FUNCTION-REWRITE AND SW-JRN-QUS
             DISPLAY 'AESJROLL: AESQUSED IS NEVER REWRITTEN - '
                     'FUNCTION W DOES NOT APPLY'
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.

           EVALUATE TRUE
             WHEN SW-JRN-USE
               MOVE 048                   TO WS-REC-LENGTH
               MOVE 'AESKUSUM'            TO WS-SUM-FILE-NAME
             WHEN SW-JRN-TJR
               MOVE 048                   TO WS-REC-LENGTH
               MOVE 'AESTJSUM'            TO WS-SUM-FILE-NAME
             WHEN SW-JRN-MTR
               MOVE 040                   TO WS-REC-LENGTH
               MOVE 'AESEZSUM'            TO WS-SUM-FILE-NAME
             WHEN SW-JRN-QUS
               MOVE 032                   TO WS-REC-LENGTH
               MOVE 'AESQUSUM'            TO WS-SUM-FILE-NAME
             WHEN SW-JRN-XPL
               MOVE 056                   TO WS-REC-LENGTH
               MOVE 'AESXPSUM'            TO WS-SUM-FILE-NAME
           END-EVALUATE.

      *     The horizon: the current month and the RETAIN months
      *     before it stay live
           ACCEPT WS-TODAY                FROM DATE YYYYMMDD.

           COMPUTE WS-MONTH-NUMBER =
               WS-TODAY-CCYY * 12 + WS-TODAY-MM - 1 - WS-RETAIN.
           DIVIDE WS-MONTH-NUMBER BY 12
               GIVING WS-CUTOFF-CCYY REMAINDER WS-CUTOFF-MM.
           ADD 1                          TO WS-CUTOFF-MM.
           COMPUTE WS-CUTOFF-MONTH =
               WS-CUTOFF-CCYY * 100 + WS-CUTOFF-MM.


       CHECK-ACTIVE-RUNS.
      *     A lock or governor slot inside the staleness window is a
      *     run in flight - one that may be appending to the journal
      *     this would rewrite; one older is an abend's leftover
           ACCEPT WS-NOW-DATE             FROM DATE YYYYMMDD.
           ACCEPT WS-NOW-TIME             FROM TIME.

           COMPUTE WS-NOW-SECS =
               FUNCTION INTEGER-OF-DATE(WS-NOW-DATE) * 86400
             + WS-NOW-HH * 3600 + WS-NOW-MN * 60 + WS-NOW-SS.

           OPEN INPUT R-LCK.

           IF FS-LCK-OK
             PERFORM UNTIL FS-LCK-EOF
               READ R-LCK NEXT RECORD

               IF FS-LCK-OK
                 MOVE LCK-DATE            TO WS-ENT-DATE
                 MOVE LCK-TIME            TO WS-ENT-TIME
                 PERFORM AGE-THE-ENTRY
                 IF WS-AGE-SECS < WS-STALE-SECS
                   ADD 1                  TO WS-ACTIVE-COUNT
                   DISPLAY 'AESJROLL: RUN LOCK HELD - ' LCK-GEN
                           ' BY ' LCK-RUN
                 ELSE
                   DISPLAY 'AESJROLL: ABANDONED RUN LOCK IGNORED - '
                           LCK-GEN
                 END-IF
               END-IF
             END-PERFORM

             CLOSE R-LCK
           END-IF.

           OPEN INPUT R-RUN.

           IF FS-RUN-OK
             PERFORM UNTIL FS-RUN-EOF
               READ R-RUN NEXT RECORD

               IF FS-RUN-OK
                 MOVE GRN-DATE            TO WS-ENT-DATE
                 MOVE GRN-TIME            TO WS-ENT-TIME
                 PERFORM AGE-THE-ENTRY
                 IF WS-AGE-SECS < WS-STALE-SECS
                   ADD 1                  TO WS-ACTIVE-COUNT
                   DISPLAY 'AESJROLL: GOVERNOR SLOT HELD - RUN '
                           GRN-RUN-ID
                 ELSE
                   DISPLAY 'AESJROLL: ABANDONED GOVERNOR SLOT '
                           'IGNORED - RUN ' GRN-RUN-ID
                 END-IF
               END-IF
             END-PERFORM

             CLOSE R-RUN
           END-IF.


       AGE-THE-ENTRY.
      *     An entry with no readable stamp cannot be aged - it is
      *     taken as in flight rather than guessed abandoned
           IF WS-ENT-DATE IS NUMERIC AND WS-ENT-DATE > 16010101
             AND WS-ENT-TIME IS NUMERIC
             COMPUTE WS-ENT-SECS =
                 FUNCTION INTEGER-OF-DATE(WS-ENT-DATE) * 86400
               + WS-ENT-HH * 3600 + WS-ENT-MN * 60 + WS-ENT-SS
             COMPUTE WS-AGE-SECS = WS-NOW-SECS - WS-ENT-SECS
           ELSE
             MOVE 0                       TO WS-AGE-SECS
           END-IF.


      *****************************************************************
      * FUNCTION R - roll up every month past the horizon, then
      * compact the journal
      *****************************************************************
       ROLL-UP-JOURNAL.
           STRING 'AESJROLL ' WS-JOURNAL ' ROLLUP - ' WS-TODAY
                  ' - DETAIL KEPT FROM ' WS-CUTOFF-MONTH
                  ' - SUMMARY ' WS-SUM-FILE-NAME
           DELIMITED BY SIZE            INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

           PERFORM SURVEY-JOURNAL.
           PERFORM MARK-SUMMARIZED-MONTHS.

      *     The journal's latest month always stays live - the
      *     latest-day checks judge it against everything before
           PERFORM VARYING WS-MT-I FROM 1 BY 1
             UNTIL WS-MT-I > WS-MT-COUNT
             EVALUATE TRUE
               WHEN WS-MT-SUMMARIZED(WS-MT-I) = 'Y'
                 MOVE 'S'                 TO WS-MT-STATE(WS-MT-I)
               WHEN WS-MT-MONTH(WS-MT-I) = 0
                 OR WS-MT-MONTH(WS-MT-I) NOT < WS-CUTOFF-MONTH
                 OR WS-MT-MONTH(WS-MT-I) NOT < WS-LATEST-MONTH
                 MOVE 'K'                 TO WS-MT-STATE(WS-MT-I)
               WHEN OTHER
                 MOVE 'R'                 TO WS-MT-STATE(WS-MT-I)
             END-EVALUATE
           END-PERFORM.

      *     Oldest month first, so the summary file stays in month
      *     order for the readers that depend on it
           PERFORM SORT-MONTH-TABLE.

           PERFORM VARYING WS-MT-I FROM 1 BY 1
             UNTIL WS-MT-I > WS-MT-COUNT
             EVALUATE WS-MT-STATE(WS-MT-I)
               WHEN 'R'
                 PERFORM ROLL-ONE-MONTH
               WHEN 'S'
                 PERFORM COMPLETE-ONE-MONTH
             END-EVALUATE
           END-PERFORM.

           IF WS-ROLLED-MONTHS = 0 AND WS-COMPLETED-MONTHS = 0
             STRING 'NOTHING PAST THE HORIZON - ' WS-JOURNAL
                    ' UNCHANGED'
             DELIMITED BY SIZE          INTO WS-RPT-LINE
             PERFORM WRITE-REPORT-LINE
           ELSE
             PERFORM COMPACT-JOURNAL
           END-IF.

           STRING 'TOTALS - ' WS-ROLLED-MONTHS ' MONTH(S) ROLLED, '
                  WS-ARCHIVED-RECORDS ' ARCHIVED, '
                  WS-SUMMARY-WRITTEN ' SUMMARY RECORD(S), '
                  WS-KEEP-RECORDS ' KEPT LIVE'
           DELIMITED BY SIZE            INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

           DISPLAY 'AESJROLL: ' WS-JOURNAL ' - ' WS-ROLLED-MONTHS
                   ' month(s) rolled, ' WS-ARCHIVED-RECORDS
                   ' record(s) archived, ' WS-KEEP-RECORDS
                   ' kept live'.

           IF WS-LEFT-LIVE-MONTHS > 0
             MOVE 4                       TO RETURN-CODE
           END-IF.

       ROLL-UP-JOURNAL-EXIT.
           EXIT.


       SURVEY-JOURNAL.
      *     Which months the live journal holds, how many records
      *     each, and the latest of them
           PERFORM OPEN-JOURNAL-INPUT.

           PERFORM UNTIL FS-JRN-EOF
             PERFORM READ-JOURNAL-NEXT

             IF FS-JRN-OK
               PERFORM DERIVE-DETAIL
               MOVE WS-DTL-MONTH          TO WS-CUR-MONTH
               PERFORM FIND-MONTH

               IF WS-MT-I > WS-MT-COUNT
                 PERFORM ADD-MONTH
               END-IF

               ADD 1                      TO WS-MT-LIVE(WS-MT-I)

               IF WS-DTL-MONTH > WS-LATEST-MONTH
                 MOVE WS-DTL-MONTH        TO WS-LATEST-MONTH
               END-IF
             END-IF
           END-PERFORM.

           PERFORM CLOSE-JOURNAL.


       MARK-SUMMARIZED-MONTHS.
      *     A month already in the summary file - for FUNCTION V the
      *     months to prove, for FUNCTION R an earlier run's month
      *     whose detail is still live
           OPEN INPUT R-SUM.

           IF FS-SUM-OPENED
             MOVE 0                       TO FS-SUM
           ELSE
             DISPLAY 'AESJROLL: CANNOT READ ' WS-SUM-FILE-NAME ': '
                     FS-SUM
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.

           PERFORM UNTIL FS-SUM-EOF OR NOT FS-SUM-OK
             READ R-SUM
               AT END
                 CONTINUE
               NOT AT END
                 IF JSUM-JOURNAL = WS-JOURNAL
                   MOVE JSUM-MONTH        TO WS-CUR-MONTH
                   PERFORM FIND-MONTH

                   IF WS-MT-I > WS-MT-COUNT
                     AND SW-FUNCTION-VERIFY
                     PERFORM ADD-MONTH
                   END-IF

                   IF WS-MT-I NOT > WS-MT-COUNT
                     MOVE 'Y'          TO WS-MT-SUMMARIZED(WS-MT-I)
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE R-SUM.
           MOVE 0                         TO FS-SUM.


       FIND-MONTH.
           PERFORM VARYING WS-MT-I FROM 1 BY 1
             UNTIL WS-MT-I > WS-MT-COUNT
             OR WS-MT-MONTH(WS-MT-I) = WS-CUR-MONTH
             CONTINUE
           END-PERFORM.


       ADD-MONTH.
           IF WS-MT-COUNT = 240
             DISPLAY 'AESJROLL: MORE THAN 240 MONTHS IN ' WS-JOURNAL
                     ' - NOTHING CHANGED'
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.

           ADD 1                          TO WS-MT-COUNT.
           MOVE WS-MT-COUNT               TO WS-MT-I.
           MOVE WS-CUR-MONTH              TO WS-MT-MONTH(WS-MT-I).
           MOVE 'K'                       TO WS-MT-STATE(WS-MT-I).
           MOVE 'N'                       TO WS-MT-SUMMARIZED(WS-MT-I).
           MOVE 0                         TO WS-MT-LIVE(WS-MT-I).


       SORT-MONTH-TABLE.
      *     A journal arrives in date order, AESQUSED in tenant
      *     order - a plain exchange sort puts the months in order
      *     whichever it was
           PERFORM VARYING WS-MT-I FROM 1 BY 1
             UNTIL WS-MT-I >= WS-MT-COUNT
             PERFORM VARYING WS-MT-J FROM 1 BY 1
               UNTIL WS-MT-J > WS-MT-COUNT - WS-MT-I
               IF WS-MT-MONTH(WS-MT-J) > WS-MT-MONTH(WS-MT-J + 1)
                 MOVE WS-MONTH-ENTRY(WS-MT-J)
                                          TO WS-MONTH-HOLD
                 MOVE WS-MONTH-ENTRY(WS-MT-J + 1)
                                          TO WS-MONTH-ENTRY(WS-MT-J)
                 MOVE WS-MONTH-HOLD
                                      TO WS-MONTH-ENTRY(WS-MT-J + 1)
               END-IF
             END-PERFORM
           END-PERFORM.


       ROLL-ONE-MONTH.
      *     Archive the month's detail, summarize it, read the
      *     archive back and summarize that - the two must agree
      *     before the summary is filed
           MOVE WS-MT-MONTH(WS-MT-I)      TO WS-CUR-MONTH.
           PERFORM CLEAR-SUM-TABLE.
           PERFORM BUILD-ARCHIVE-NAME.

           OPEN OUTPUT R-ARC.

           IF FS-ARC-OK
             CONTINUE
           ELSE
             DISPLAY 'AESJROLL: CANNOT CREATE ' WS-ARC-FILE-NAME
                     ': ' FS-ARC
             PERFORM STOP-IN-ROLLUP
           END-IF.

           MOVE SPACES                    TO ARC-REC.
           MOVE 'H'                       TO ARC-TYPE.
           MOVE WS-JOURNAL                TO ARC-HDR-JOURNAL.
           MOVE WS-CUR-MONTH              TO ARC-HDR-MONTH.
           MOVE WS-TODAY                  TO ARC-HDR-DATE.
           ACCEPT WS-STAMP-TIME           FROM TIME.
           MOVE WS-STAMP-HHMMSS           TO ARC-HDR-TIME.
           PERFORM WRITE-ARCHIVE-RECORD.

           MOVE 0                         TO WS-PASS-RECORDS
                                             WS-PASS-CHECKSUM.
           MOVE 1                         TO WS-SIDE.

           PERFORM OPEN-JOURNAL-INPUT.

           PERFORM UNTIL FS-JRN-EOF
             PERFORM READ-JOURNAL-NEXT

             IF FS-JRN-OK
               PERFORM DERIVE-DETAIL

               IF WS-DTL-MONTH = WS-CUR-MONTH
                 PERFORM TALLY-THE-IMAGE
                 PERFORM ACCUMULATE-DETAIL

                 MOVE SPACES              TO ARC-REC
                 MOVE 'D'                 TO ARC-TYPE
                 MOVE WS-IMAGE            TO ARC-IMAGE
                 PERFORM WRITE-ARCHIVE-RECORD
               END-IF
             END-IF
           END-PERFORM.

           PERFORM CLOSE-JOURNAL.

           MOVE WS-PASS-RECORDS           TO WS-ROLL-RECORDS.
           MOVE WS-PASS-CHECKSUM          TO WS-ROLL-CHECKSUM.

           MOVE SPACES                    TO ARC-REC.
           MOVE 'T'                       TO ARC-TYPE.
           MOVE WS-ROLL-RECORDS           TO ARC-TRL-RECORDS.
           MOVE WS-ROLL-CHECKSUM          TO ARC-TRL-CHECKSUM.
           PERFORM WRITE-ARCHIVE-RECORD.

           CLOSE R-ARC.

      *     Read back into side 2
           MOVE 2                         TO WS-SIDE.
           PERFORM READ-ARCHIVE-MONTH
              THRU READ-ARCHIVE-MONTH-EXIT.
           PERFORM COMPARE-SIDES.

           IF SW-ARC-GOOD AND SW-MATCH
             AND WS-PASS-RECORDS = WS-ROLL-RECORDS
             AND WS-PASS-CHECKSUM = WS-ROLL-CHECKSUM
             AND WS-ROLL-RECORDS = WS-MT-LIVE(WS-MT-I)
             CONTINUE
           ELSE
             DISPLAY 'AESJROLL: ' WS-ARC-FILE-NAME
                     ' FAILED VERIFICATION - ' WS-PASS-RECORDS
                     ' record(s) read back, ' WS-ROLL-RECORDS
                     ' archived, ' WS-MT-LIVE(WS-MT-I) ' live'
             PERFORM STOP-IN-ROLLUP
           END-IF.

           PERFORM APPEND-MONTH-SUMMARY.

           MOVE 'X'                       TO WS-MT-STATE(WS-MT-I).
           ADD 1                          TO WS-ROLLED-MONTHS.
           ADD WS-ROLL-RECORDS            TO WS-ARCHIVED-RECORDS.

           STRING WS-CUR-MONTH ' ROLLED - ' WS-ROLL-RECORDS
                  ' RECORD(S) TO ' DELIMITED BY SIZE
                  WS-ARC-FILE-NAME DELIMITED BY SPACE
                  ', ' WS-SE-COUNT ' SUMMARY RECORD(S), VERIFIED'
                                        DELIMITED BY SIZE
                                        INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.


       COMPLETE-ONE-MONTH.
      *     An earlier run filed this month's summary and stopped
      *     before the compaction. The live detail is dropped now
      *     only if it summarizes to exactly what was filed.
           MOVE WS-MT-MONTH(WS-MT-I)      TO WS-CUR-MONTH.
           PERFORM CLEAR-SUM-TABLE.

           MOVE 1                         TO WS-SIDE.
           PERFORM OPEN-JOURNAL-INPUT.

           PERFORM UNTIL FS-JRN-EOF
             PERFORM READ-JOURNAL-NEXT

             IF FS-JRN-OK
               PERFORM DERIVE-DETAIL

               IF WS-DTL-MONTH = WS-CUR-MONTH
                 PERFORM ACCUMULATE-DETAIL
               END-IF
             END-IF
           END-PERFORM.

           PERFORM CLOSE-JOURNAL.

           MOVE 2                         TO WS-SIDE.
           PERFORM LOAD-MONTH-SUMMARY.
           PERFORM COMPARE-SIDES.

           IF SW-MATCH
             MOVE 'X'                     TO WS-MT-STATE(WS-MT-I)
             ADD 1                        TO WS-COMPLETED-MONTHS

             STRING WS-CUR-MONTH ' ALREADY SUMMARIZED - '
                    WS-MT-LIVE(WS-MT-I) ' LIVE RECORD(S) MATCH '
                    'THE SUMMARY AND ARE DROPPED'
             DELIMITED BY SIZE          INTO WS-RPT-LINE
           ELSE
             MOVE 'K'                     TO WS-MT-STATE(WS-MT-I)
             ADD 1                        TO WS-LEFT-LIVE-MONTHS

             STRING WS-CUR-MONTH ' ** ALREADY SUMMARIZED BUT '
                    WS-MT-LIVE(WS-MT-I) ' LIVE RECORD(S) DO NOT '
                    'MATCH THE SUMMARY - LEFT LIVE'
             DELIMITED BY SIZE          INTO WS-RPT-LINE
           END-IF.

           PERFORM WRITE-REPORT-LINE.


       APPEND-MONTH-SUMMARY.
           OPEN EXTEND R-SUM.

           IF FS-SUM-OK OR FS-SUM-AOP
             CONTINUE
           ELSE
             OPEN OUTPUT R-SUM
           END-IF.

           IF FS-SUM-OK OR FS-SUM-AOP
             CONTINUE
           ELSE
             DISPLAY 'AESJROLL: CANNOT OPEN ' WS-SUM-FILE-NAME ': '
                     FS-SUM
             PERFORM STOP-IN-ROLLUP
           END-IF.

           PERFORM VARYING WS-SE-I FROM 1 BY 1
             UNTIL WS-SE-I > WS-SE-COUNT
             PERFORM SIDE-TO-SUMMARY

             WRITE SUM-REC

             IF FS-SUM-OK
               ADD 1                      TO WS-SUMMARY-WRITTEN
             ELSE
               DISPLAY 'AESJROLL: ERROR WRITING ' WS-SUM-FILE-NAME
                       ': ' FS-SUM ' - ' WS-CUR-MONTH
                       ' SUMMARY INCOMPLETE, REMOVE ITS RECORDS '
                       'AND RERUN'
               MOVE 12                    TO RETURN-CODE
               STOP RUN
             END-IF
           END-PERFORM.

           CLOSE R-SUM.


       STOP-IN-ROLLUP.
      *     Nothing is dropped from the journal until every month is
      *     filed - months filed before this one are completed by
      *     the rerun
           DISPLAY 'AESJROLL: ' WS-JOURNAL ' NOT COMPACTED - '
                   WS-ROLLED-MONTHS ' MONTH(S) ALREADY SUMMARIZED '
                   'THIS RUN ARE COMPLETED BY A RERUN'.
           MOVE 12                        TO RETURN-CODE.
           STOP RUN.


       COMPACT-JOURNAL.
           IF SW-JRN-QUS
             PERFORM DELETE-ROLLED-USAGE
           ELSE
             PERFORM WRITE-WORK-FILE
             PERFORM VERIFY-WORK-FILE
             PERFORM REWRITE-JOURNAL
           END-IF.


       DELETE-ROLLED-USAGE.
      *     AESQUSED is a KSDS - its rolled days are deleted in place
           OPEN I-O R-QUS.

           IF FS-JRN-OK
             CONTINUE
           ELSE
             DISPLAY 'AESJROLL: CANNOT OPEN AESQUSED FOR UPDATE: '
                     FS-JRN ' - ROLLED DAYS STILL LIVE, RERUN'
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.

           PERFORM UNTIL FS-JRN-EOF
             READ R-QUS NEXT RECORD

             IF FS-JRN-OK
               MOVE QUS-REC               TO WS-IMAGE
               PERFORM DERIVE-DETAIL
               MOVE WS-DTL-MONTH          TO WS-CUR-MONTH
               PERFORM FIND-MONTH

               IF WS-MT-I NOT > WS-MT-COUNT
                 AND WS-MT-STATE(WS-MT-I) = 'X'
                 DELETE R-QUS RECORD

                 IF FS-JRN-OK
                   ADD 1                  TO WS-DROP-COUNT
                 ELSE
                   DISPLAY 'AESJROLL: ERROR DELETING FROM AESQUSED: '
                           FS-JRN ' - RERUN TO COMPLETE'
                   MOVE 12                TO RETURN-CODE
                   STOP RUN
                 END-IF
               ELSE
                 ADD 1                    TO WS-KEEP-RECORDS
               END-IF
             END-IF
           END-PERFORM.

           CLOSE R-QUS.

           STRING 'AESQUSED COMPACTED - ' WS-DROP-COUNT
                  ' DAY RECORD(S) DELETED, ' WS-KEEP-RECORDS ' KEPT'
           DELIMITED BY SIZE            INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.


       WRITE-WORK-FILE.
      *     The records kept, in journal order, behind a header
      *     naming the journal and ahead of a count/checksum trailer
           OPEN OUTPUT R-WRK.

           IF FS-WRK-OK
             CONTINUE
           ELSE
             DISPLAY 'AESJROLL: CANNOT CREATE AESJRWRK: ' FS-WRK
             PERFORM STOP-BEFORE-REWRITE
           END-IF.

           MOVE SPACES                    TO WRK-REC.
           MOVE 'H'                       TO WRK-TYPE.
           MOVE WS-JOURNAL                TO WRK-HDR-JOURNAL.
           MOVE WS-TODAY                  TO WRK-HDR-DATE.
           ACCEPT WS-STAMP-TIME           FROM TIME.
           MOVE WS-STAMP-HHMMSS           TO WRK-HDR-TIME.
           PERFORM WRITE-WORK-RECORD.

           MOVE 0                         TO WS-PASS-RECORDS
                                             WS-PASS-CHECKSUM
                                             WS-KEEP-RECORDS.

           PERFORM OPEN-JOURNAL-INPUT.

           PERFORM UNTIL FS-JRN-EOF
             PERFORM READ-JOURNAL-NEXT

             IF FS-JRN-OK
               PERFORM DERIVE-DETAIL
               MOVE WS-DTL-MONTH          TO WS-CUR-MONTH
               PERFORM FIND-MONTH

               IF WS-MT-I > WS-MT-COUNT
                 OR WS-MT-STATE(WS-MT-I) NOT = 'X'
                 PERFORM TALLY-THE-IMAGE
                 ADD 1                    TO WS-KEEP-RECORDS

                 MOVE SPACES              TO WRK-REC
                 MOVE 'D'                 TO WRK-TYPE
                 MOVE WS-IMAGE            TO WRK-IMAGE
                 PERFORM WRITE-WORK-RECORD
               ELSE
                 ADD 1                    TO WS-DROP-COUNT
               END-IF
             END-IF
           END-PERFORM.

           PERFORM CLOSE-JOURNAL.

           MOVE SPACES                    TO WRK-REC.
           MOVE 'T'                       TO WRK-TYPE.
           MOVE WS-PASS-RECORDS           TO WRK-TRL-RECORDS.
           MOVE WS-PASS-CHECKSUM          TO WRK-TRL-CHECKSUM.
           PERFORM WRITE-WORK-RECORD.

           CLOSE R-WRK.


       WRITE-WORK-RECORD.
           WRITE WRK-REC.

           IF FS-WRK-OK
             CONTINUE
           ELSE
             DISPLAY 'AESJROLL: ERROR WRITING AESJRWRK: ' FS-WRK
             PERFORM STOP-BEFORE-REWRITE
           END-IF.


       STOP-BEFORE-REWRITE.
      *     The journal is untouched. For a rollup the summaries are
      *     filed - a rerun completes the rolled months against them.
           IF SW-FUNCTION-REWRITE
             DISPLAY 'AESJROLL: ' WS-JOURNAL ' NOT REWRITTEN'
           ELSE
             DISPLAY 'AESJROLL: ' WS-JOURNAL ' NOT COMPACTED - RERUN '
                     'TO COMPLETE THE MONTH(S) SUMMARIZED'
           END-IF.
           MOVE 12                        TO RETURN-CODE.
           STOP RUN.


       VERIFY-WORK-FILE.
      *     The work file proves itself against its own trailer
      *     before the journal is emptied
           OPEN INPUT R-WRK.

           IF FS-WRK-OK
             CONTINUE
           ELSE
             DISPLAY 'AESJROLL: CANNOT OPEN AESJRWRK: ' FS-WRK
             PERFORM STOP-BEFORE-REWRITE
           END-IF.

           READ R-WRK
             AT END
               MOVE SPACES                TO WRK-REC
           END-READ.

           IF WRK-TYPE NOT = 'H' OR WRK-HDR-JOURNAL NOT = WS-JOURNAL
             DISPLAY 'AESJROLL: AESJRWRK DOES NOT HOLD ' WS-JOURNAL
             CLOSE R-WRK
             PERFORM STOP-BEFORE-REWRITE
           END-IF.

           MOVE 0                         TO WS-PASS-RECORDS
                                             WS-PASS-CHECKSUM.
           MOVE 'N'                       TO WS-HAVE-TRAILER.

           PERFORM UNTIL FS-WRK-EOF OR SW-HAVE-TRAILER
             READ R-WRK
               AT END
                 CONTINUE
               NOT AT END
                 EVALUATE WRK-TYPE
                   WHEN 'D'
                     MOVE WRK-IMAGE       TO WS-IMAGE
                     PERFORM TALLY-THE-IMAGE
                   WHEN 'T'
                     MOVE WRK-TRL-RECORDS TO WS-TRL-RECORDS
                     MOVE WRK-TRL-CHECKSUM
                                          TO WS-TRL-CHECKSUM
                     SET SW-HAVE-TRAILER  TO TRUE
                 END-EVALUATE
             END-READ
           END-PERFORM.

           CLOSE R-WRK.

           MOVE WS-PASS-RECORDS           TO WS-WRK-RECORDS.
           MOVE WS-PASS-CHECKSUM          TO WS-WRK-CHECKSUM.

           IF NOT SW-HAVE-TRAILER
             OR WS-WRK-RECORDS NOT = WS-TRL-RECORDS
             OR WS-WRK-CHECKSUM NOT = WS-TRL-CHECKSUM
             OR (SW-FUNCTION-ROLL
                 AND WS-WRK-RECORDS NOT = WS-KEEP-RECORDS)
             DISPLAY 'AESJROLL: AESJRWRK FAILED VERIFICATION - '
                     WS-WRK-RECORDS ' record(s) checksum '
                     WS-WRK-CHECKSUM ', trailer says '
                     WS-TRL-RECORDS ' checksum ' WS-TRL-CHECKSUM
             PERFORM STOP-BEFORE-REWRITE
           END-IF.


       REWRITE-JOURNAL.
      *     From here until the re-count agrees the journal is in
      *     doubt - FUNCTION W rewrites it from this same work file
           PERFORM OPEN-JOURNAL-OUTPUT.

           OPEN INPUT R-WRK.

           IF FS-WRK-OK
             CONTINUE
           ELSE
             DISPLAY 'AESJROLL: CANNOT OPEN AESJRWRK: ' FS-WRK
             PERFORM STOP-IN-REWRITE
           END-IF.

           MOVE 0                         TO WS-REWRITE-RECORDS.

           PERFORM UNTIL FS-WRK-EOF
             READ R-WRK
               AT END
                 CONTINUE
               NOT AT END
                 IF WRK-TYPE = 'D'
                   MOVE WRK-IMAGE         TO WS-IMAGE
                   PERFORM WRITE-JOURNAL-RECORD

                   IF FS-JRN-OK
                     ADD 1                TO WS-REWRITE-RECORDS
                   ELSE
                     DISPLAY 'AESJROLL: ERROR WRITING ' WS-JOURNAL
                             ': ' FS-JRN ' AT RECORD '
                             WS-REWRITE-RECORDS
                     PERFORM STOP-IN-REWRITE
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE R-WRK.
           PERFORM CLOSE-JOURNAL.

      *     Read back and proven against the work file
           MOVE 0                         TO WS-PASS-RECORDS
                                             WS-PASS-CHECKSUM.

           PERFORM OPEN-JOURNAL-INPUT.

           PERFORM UNTIL FS-JRN-EOF
             PERFORM READ-JOURNAL-NEXT

             IF FS-JRN-OK
               PERFORM TALLY-THE-IMAGE
             END-IF
           END-PERFORM.

           PERFORM CLOSE-JOURNAL.

           IF WS-PASS-RECORDS NOT = WS-WRK-RECORDS
             OR WS-PASS-CHECKSUM NOT = WS-WRK-CHECKSUM
             DISPLAY 'AESJROLL: ' WS-JOURNAL ' FAILED VERIFICATION - '
                     WS-PASS-RECORDS ' record(s) checksum '
                     WS-PASS-CHECKSUM ', AESJRWRK holds '
                     WS-WRK-RECORDS ' checksum ' WS-WRK-CHECKSUM
             PERFORM STOP-IN-REWRITE
           END-IF.

           STRING WS-JOURNAL ' REWRITTEN AND VERIFIED - '
                  WS-PASS-RECORDS ' RECORD(S) LIVE, '
                  WS-DROP-COUNT ' DROPPED'
           DELIMITED BY SIZE            INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

           DISPLAY 'AESJROLL: ' WS-JOURNAL ' rewritten - '
                   WS-PASS-RECORDS ' record(s) live'.


       STOP-IN-REWRITE.
           DISPLAY 'AESJROLL: ' WS-JOURNAL ' IS IN DOUBT - RERUN WITH '
                   'FUNCTION W TO REWRITE IT FROM AESJRWRK'.
           MOVE 12                        TO RETURN-CODE.
           STOP RUN.


      *****************************************************************
      * FUNCTION V - prove every filed month's summary against its
      * dated archive
      *****************************************************************
       VERIFY-SUMMARIES.
           STRING 'AESJROLL ' WS-JOURNAL ' SUMMARY VERIFICATION - '
                  WS-TODAY ' - SUMMARY ' WS-SUM-FILE-NAME
           DELIMITED BY SIZE            INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

           PERFORM MARK-SUMMARIZED-MONTHS.
           PERFORM SORT-MONTH-TABLE.

           PERFORM VARYING WS-MT-I FROM 1 BY 1
             UNTIL WS-MT-I > WS-MT-COUNT
             PERFORM VERIFY-ONE-MONTH
           END-PERFORM.

           STRING 'TOTALS - ' WS-VERIFIED-MONTHS ' MONTH(S) VERIFIED, '
                  WS-FAILED-MONTHS ' FAILED'
           DELIMITED BY SIZE            INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

           DISPLAY 'AESJROLL: ' WS-JOURNAL ' - ' WS-VERIFIED-MONTHS
                   ' month(s) verified, ' WS-FAILED-MONTHS ' failed'.

           IF WS-FAILED-MONTHS > 0
             MOVE 8                       TO RETURN-CODE
           END-IF.


       VERIFY-ONE-MONTH.
           MOVE WS-MT-MONTH(WS-MT-I)      TO WS-CUR-MONTH.
           PERFORM CLEAR-SUM-TABLE.
           PERFORM BUILD-ARCHIVE-NAME.

           MOVE 1                         TO WS-SIDE.
           PERFORM READ-ARCHIVE-MONTH
              THRU READ-ARCHIVE-MONTH-EXIT.

           MOVE 2                         TO WS-SIDE.
           PERFORM LOAD-MONTH-SUMMARY.
           PERFORM COMPARE-SIDES.

           EVALUATE TRUE
             WHEN NOT SW-ARC-GOOD
               ADD 1                      TO WS-FAILED-MONTHS
               STRING WS-CUR-MONTH ' ** ' DELIMITED BY SIZE
                      WS-ARC-FILE-NAME DELIMITED BY SPACE
                      ' MISSING OR FAILS ITS TRAILER'
                                        DELIMITED BY SIZE
                                        INTO WS-RPT-LINE
             WHEN NOT SW-MATCH
               ADD 1                      TO WS-FAILED-MONTHS
               STRING WS-CUR-MONTH ' ** SUMMARY DOES NOT EQUAL THE '
                      WS-PASS-RECORDS ' RECORD(S) IN '
                                        DELIMITED BY SIZE
                      WS-ARC-FILE-NAME DELIMITED BY SPACE
                                        INTO WS-RPT-LINE
             WHEN OTHER
               ADD 1                      TO WS-VERIFIED-MONTHS
               STRING WS-CUR-MONTH ' VERIFIED - '
                      WS-MONTH-SUMMARIES ' SUMMARY RECORD(S) EQUAL '
                      WS-PASS-RECORDS ' RECORD(S) IN '
                                        DELIMITED BY SIZE
                      WS-ARC-FILE-NAME DELIMITED BY SPACE
                                        INTO WS-RPT-LINE
           END-EVALUATE.

           PERFORM WRITE-REPORT-LINE.


      *****************************************************************
      * Summaries - built from detail or from the summary file into
      * one side of the table, and compared
      *****************************************************************
       CLEAR-SUM-TABLE.
           MOVE 0                         TO WS-SE-COUNT WS-SE-I.


       BUILD-ARCHIVE-NAME.
           MOVE SPACES                    TO WS-ARC-FILE-NAME.
           STRING WS-JOURNAL DELIMITED BY SPACE
                  WS-CUR-MONTH DELIMITED BY SIZE
                                        INTO WS-ARC-FILE-NAME.


       READ-ARCHIVE-MONTH.
      *     The dated archive into side WS-SIDE, proven against its
      *     header and trailer
           MOVE 'N'                       TO WS-ARC-GOOD.
           MOVE 'N'                       TO WS-HAVE-TRAILER.
           MOVE 0                         TO WS-PASS-RECORDS
                                             WS-PASS-CHECKSUM.

           OPEN INPUT R-ARC.

           IF FS-ARC-OK
             CONTINUE
           ELSE
             MOVE 0                       TO FS-ARC
             GO TO READ-ARCHIVE-MONTH-EXIT
           END-IF.

           READ R-ARC
             AT END
               MOVE SPACES                TO ARC-REC
           END-READ.

           IF ARC-TYPE = 'H' AND ARC-HDR-JOURNAL = WS-JOURNAL
             AND ARC-HDR-MONTH = WS-CUR-MONTH
             PERFORM UNTIL FS-ARC-EOF OR SW-HAVE-TRAILER
               READ R-ARC
                 AT END
                   CONTINUE
                 NOT AT END
                   EVALUATE ARC-TYPE
                     WHEN 'D'
                       MOVE ARC-IMAGE     TO WS-IMAGE
                       PERFORM TALLY-THE-IMAGE
                       PERFORM DERIVE-DETAIL
                       PERFORM ACCUMULATE-DETAIL
                     WHEN 'T'
                       MOVE ARC-TRL-RECORDS
                                          TO WS-TRL-RECORDS
                       MOVE ARC-TRL-CHECKSUM
                                          TO WS-TRL-CHECKSUM
                       SET SW-HAVE-TRAILER
                                          TO TRUE
                   END-EVALUATE
               END-READ
             END-PERFORM
           END-IF.

           CLOSE R-ARC.
           MOVE 0                         TO FS-ARC.

           IF SW-HAVE-TRAILER
             AND WS-PASS-RECORDS = WS-TRL-RECORDS
             AND WS-PASS-CHECKSUM = WS-TRL-CHECKSUM
             SET SW-ARC-GOOD              TO TRUE
           END-IF.

       READ-ARCHIVE-MONTH-EXIT.
           EXIT.


       LOAD-MONTH-SUMMARY.
      *     The month's filed summary records into side WS-SIDE
           MOVE 0                         TO WS-MONTH-SUMMARIES.

           OPEN INPUT R-SUM.

           IF FS-SUM-OPENED
             MOVE 0                       TO FS-SUM
           ELSE
             DISPLAY 'AESJROLL: CANNOT READ ' WS-SUM-FILE-NAME ': '
                     FS-SUM
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.

           PERFORM UNTIL FS-SUM-EOF OR NOT FS-SUM-OK
             READ R-SUM
               AT END
                 CONTINUE
               NOT AT END
                 IF JSUM-JOURNAL = WS-JOURNAL
                   AND JSUM-MONTH = WS-CUR-MONTH
                   ADD 1                  TO WS-MONTH-SUMMARIES
                   MOVE JSUM-KEY          TO WS-DTL-KEY
                   PERFORM FIND-SUM-ENTRY
                      THRU FIND-SUM-ENTRY-EXIT
                   PERFORM SUMMARY-TO-SIDE
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE R-SUM.
           MOVE 0                         TO FS-SUM.


       FIND-SUM-ENTRY.
      *     Detail for one key tends to come in runs - the entry
      *     last found is tried before the table is searched
           IF WS-SE-I > 0 AND WS-SE-I NOT > WS-SE-COUNT
             IF WS-SE-KEY(WS-SE-I) = WS-DTL-KEY
               GO TO FIND-SUM-ENTRY-EXIT
             END-IF
           END-IF.

           PERFORM VARYING WS-SE-I FROM 1 BY 1
             UNTIL WS-SE-I > WS-SE-COUNT
             OR WS-SE-KEY(WS-SE-I) = WS-DTL-KEY
             CONTINUE
           END-PERFORM.

           IF WS-SE-I > WS-SE-COUNT
             IF WS-SE-COUNT = 5000
               DISPLAY 'AESJROLL: MORE THAN 5000 SUMMARY KEYS IN '
                       WS-JOURNAL ' FOR ' WS-CUR-MONTH
               PERFORM STOP-IN-ROLLUP
             END-IF

             ADD 1                        TO WS-SE-COUNT
             MOVE WS-DTL-KEY              TO WS-SE-KEY(WS-SE-I)
             MOVE 0                       TO WS-SE-RECORDS(WS-SE-I 1)
                                           WS-SE-LAST-DATE(WS-SE-I 1)
                                             WS-SE-AMT-1(WS-SE-I 1)
                                             WS-SE-AMT-2(WS-SE-I 1)
                                             WS-SE-AMT-3(WS-SE-I 1)
                                             WS-SE-DAYS(WS-SE-I 1)
                                           WS-SE-SEEN-DATE(WS-SE-I 1)
             MOVE ALL 'N'                 TO WS-SE-HOURS(WS-SE-I 1)
                                             WS-SE-WDAYS(WS-SE-I 1)
             MOVE WS-SE-SIDE(WS-SE-I 1)   TO WS-SE-SIDE(WS-SE-I 2)
           END-IF.

       FIND-SUM-ENTRY-EXIT.
           EXIT.


       ACCUMULATE-DETAIL.
      *     One detail record into side WS-SIDE, counted the way the
      *     journal's own readers count it
           PERFORM FIND-SUM-ENTRY
              THRU FIND-SUM-ENTRY-EXIT.

           ADD 1                    TO WS-SE-RECORDS(WS-SE-I WS-SIDE).

           IF WS-DTL-DATE > WS-SE-LAST-DATE(WS-SE-I WS-SIDE)
             MOVE WS-DTL-DATE   TO WS-SE-LAST-DATE(WS-SE-I WS-SIDE)
           END-IF.

           EVALUATE TRUE
             WHEN SW-JRN-USE
               IF WS-IU-OUTCOME = 'OK '
                 ADD 1              TO WS-SE-AMT-1(WS-SE-I WS-SIDE)
               END-IF

               IF WS-IU-HOUR IS NUMERIC AND WS-IU-HOUR < 24
                 MOVE WS-IU-HOUR          TO WS-HOUR
                 MOVE 'Y'           TO WS-SE-HOURS(WS-SE-I WS-SIDE)
                                       (WS-HOUR + 1:1)
               END-IF

               IF WS-DTL-DATE > 16010101
                 COMPUTE WS-LILIAN =
                     FUNCTION INTEGER-OF-DATE(WS-DTL-DATE)
                 COMPUTE WS-DOW =
                     FUNCTION MOD(WS-LILIAN - 1 7)
                 MOVE 'Y'           TO WS-SE-WDAYS(WS-SE-I WS-SIDE)
                                       (WS-DOW + 1:1)
               END-IF
             WHEN SW-JRN-TJR
               EVALUATE TRUE
                 WHEN WS-IT-FUNCTION = 'T'
                   ADD 1            TO WS-SE-AMT-1(WS-SE-I WS-SIDE)
                 WHEN WS-IT-FUNCTION = 'D' AND WS-IT-OUTCOME = 'NAU'
                   ADD 1            TO WS-SE-AMT-3(WS-SE-I WS-SIDE)
                 WHEN WS-IT-FUNCTION = 'D'
                   ADD 1            TO WS-SE-AMT-2(WS-SE-I WS-SIDE)

      *            A date change within one caller marks a new
      *            detokenize day, as AESTJRPT counts them
                   IF WS-DTL-DATE NOT =
                      WS-SE-SEEN-DATE(WS-SE-I WS-SIDE)
                     ADD 1          TO WS-SE-DAYS(WS-SE-I WS-SIDE)
                     MOVE WS-DTL-DATE
                               TO WS-SE-SEEN-DATE(WS-SE-I WS-SIDE)
                   END-IF
               END-EVALUATE
             WHEN SW-JRN-MTR
               ADD WS-IM-COUNT      TO WS-SE-AMT-1(WS-SE-I WS-SIDE)
             WHEN SW-JRN-QUS
               ADD WS-IQ-BLOCKS     TO WS-SE-AMT-1(WS-SE-I WS-SIDE)
           END-EVALUATE.


       SIDE-TO-SUMMARY.
      *     Side 1 of entry WS-SE-I as the summary record filed
           MOVE SPACES                    TO SUM-REC.
           MOVE WS-JOURNAL                TO JSUM-JOURNAL.
           MOVE WS-CUR-MONTH              TO JSUM-MONTH.
           MOVE WS-SE-KEY(WS-SE-I)        TO JSUM-KEY.
           MOVE WS-SE-RECORDS(WS-SE-I 1)  TO JSUM-RECORDS.
           MOVE WS-SE-LAST-DATE(WS-SE-I 1) TO JSUM-LAST-DATE.

           EVALUATE TRUE
             WHEN SW-JRN-USE
               MOVE WS-SE-AMT-1(WS-SE-I 1) TO JSUM-USE-OKS
               MOVE WS-SE-HOURS(WS-SE-I 1) TO JSUM-USE-HOURS
               MOVE WS-SE-WDAYS(WS-SE-I 1) TO JSUM-USE-DAYS
             WHEN SW-JRN-TJR
               MOVE WS-SE-AMT-1(WS-SE-I 1) TO JSUM-TJR-TOKENIZES
               MOVE WS-SE-AMT-2(WS-SE-I 1) TO JSUM-TJR-DETOKENIZES
               MOVE WS-SE-AMT-3(WS-SE-I 1) TO JSUM-TJR-REFUSALS
               MOVE WS-SE-DAYS(WS-SE-I 1)  TO JSUM-TJR-DETOK-DAYS
               MOVE WS-SE-SEEN-DATE(WS-SE-I 1)
                                          TO JSUM-TJR-DETOK-LAST
             WHEN SW-JRN-MTR
               MOVE WS-SE-AMT-1(WS-SE-I 1) TO JSUM-MTR-COUNT
             WHEN SW-JRN-QUS
               MOVE WS-SE-AMT-1(WS-SE-I 1) TO JSUM-QUS-BLOCKS
           END-EVALUATE.


       SUMMARY-TO-SIDE.
      *     A filed summary record into side WS-SIDE of WS-SE-I
           ADD JSUM-RECORDS     TO WS-SE-RECORDS(WS-SE-I WS-SIDE).

           IF JSUM-LAST-DATE > WS-SE-LAST-DATE(WS-SE-I WS-SIDE)
             MOVE JSUM-LAST-DATE
                                TO WS-SE-LAST-DATE(WS-SE-I WS-SIDE)
           END-IF.

           EVALUATE TRUE
             WHEN SW-JRN-USE
               ADD JSUM-USE-OKS     TO WS-SE-AMT-1(WS-SE-I WS-SIDE)
               MOVE JSUM-USE-HOURS  TO WS-SE-HOURS(WS-SE-I WS-SIDE)
               MOVE JSUM-USE-DAYS   TO WS-SE-WDAYS(WS-SE-I WS-SIDE)
             WHEN SW-JRN-TJR
               ADD JSUM-TJR-TOKENIZES
                                    TO WS-SE-AMT-1(WS-SE-I WS-SIDE)
               ADD JSUM-TJR-DETOKENIZES
                                    TO WS-SE-AMT-2(WS-SE-I WS-SIDE)
               ADD JSUM-TJR-REFUSALS
                                    TO WS-SE-AMT-3(WS-SE-I WS-SIDE)
               ADD JSUM-TJR-DETOK-DAYS
                                    TO WS-SE-DAYS(WS-SE-I WS-SIDE)
               MOVE JSUM-TJR-DETOK-LAST
                               TO WS-SE-SEEN-DATE(WS-SE-I WS-SIDE)
             WHEN SW-JRN-MTR
               ADD JSUM-MTR-COUNT   TO WS-SE-AMT-1(WS-SE-I WS-SIDE)
             WHEN SW-JRN-QUS
               ADD JSUM-QUS-BLOCKS  TO WS-SE-AMT-1(WS-SE-I WS-SIDE)
           END-EVALUATE.


       COMPARE-SIDES.
      *     Every key of the month - one side having a key the other
      *     lacks shows as a difference, the missing side being zero
           SET SW-MATCH                   TO TRUE.

           PERFORM VARYING WS-SE-I FROM 1 BY 1
             UNTIL WS-SE-I > WS-SE-COUNT
             IF WS-SE-SIDE(WS-SE-I 1) NOT = WS-SE-SIDE(WS-SE-I 2)
               MOVE 'N'                   TO WS-MATCH
               DISPLAY 'AESJROLL: ' WS-JOURNAL ' ' WS-CUR-MONTH
                       ' DIFFERS FOR ' WS-SE-KEY(WS-SE-I)
             END-IF
           END-PERFORM.


       TALLY-THE-IMAGE.
      *     Record count and ORD-sum checksum over the record's own
      *     bytes, as AESREORG proves its backups
           ADD 1                          TO WS-PASS-RECORDS.

           PERFORM VARYING WS-CK-I FROM 1 BY 1
             UNTIL WS-CK-I > WS-REC-LENGTH
             COMPUTE WS-PASS-CHECKSUM =
               FUNCTION MOD(WS-PASS-CHECKSUM
                 + FUNCTION ORD(WS-IMAGE(WS-CK-I:1))
                 9999999999)
           END-PERFORM.


       DERIVE-DETAIL.
      *     The record's date, month and summary key. An undated
      *     record is month zero, which is never rolled.
           MOVE SPACES                    TO WS-DTL-KEY.

           EVALUATE TRUE
             WHEN SW-JRN-USE
               MOVE WS-IU-DATE            TO WS-DTL-DATE
               MOVE WS-IU-ALIAS           TO WS-DTL-KEY-1
               MOVE WS-IU-CALLER          TO WS-DTL-KEY-2
             WHEN SW-JRN-TJR
               MOVE WS-IT-DATE            TO WS-DTL-DATE
               MOVE WS-IT-CALLER          TO WS-DTL-KEY-1
             WHEN SW-JRN-MTR
               MOVE WS-IM-DATE            TO WS-DTL-DATE
               MOVE WS-IM-CALLER          TO WS-DTL-KEY-1
               MOVE WS-IM-ALIAS           TO WS-DTL-KEY-2
               MOVE WS-IM-ACTION          TO WS-DTL-KEY-3
             WHEN SW-JRN-QUS
               MOVE WS-IQ-DATE            TO WS-DTL-DATE
               MOVE WS-IQ-TENANT          TO WS-DTL-KEY-1
             WHEN SW-JRN-XPL
               MOVE WS-IX-DATE            TO WS-DTL-DATE
           END-EVALUATE.

           IF WS-DTL-DATE IS NUMERIC
             MOVE WS-DTL-DATE(1:6)        TO WS-DTL-MONTH
           ELSE
             MOVE 0                       TO WS-DTL-DATE WS-DTL-MONTH
           END-IF.


      *****************************************************************
      * Journal I/O - one journal per run, one shared status
      *****************************************************************
       OPEN-JOURNAL-INPUT.
           EVALUATE TRUE
             WHEN SW-JRN-USE
               OPEN INPUT R-USE
             WHEN SW-JRN-TJR
               OPEN INPUT R-TJR
             WHEN SW-JRN-MTR
               OPEN INPUT R-MTR
             WHEN SW-JRN-QUS
               OPEN INPUT R-QUS
             WHEN SW-JRN-XPL
               OPEN INPUT R-XPL
           END-EVALUATE.

           IF FS-JRN-OPENED
             MOVE 0                       TO FS-JRN
           ELSE
             DISPLAY 'AESJROLL: CANNOT OPEN ' WS-JOURNAL ': ' FS-JRN
             PERFORM STOP-IN-ROLLUP
           END-IF.


       OPEN-JOURNAL-OUTPUT.
           EVALUATE TRUE
             WHEN SW-JRN-USE
               OPEN OUTPUT R-USE
             WHEN SW-JRN-TJR
               OPEN OUTPUT R-TJR
             WHEN SW-JRN-MTR
               OPEN OUTPUT R-MTR
             WHEN SW-JRN-XPL
               OPEN OUTPUT R-XPL
           END-EVALUATE.

           IF FS-JRN-OK
             CONTINUE
           ELSE
             DISPLAY 'AESJROLL: CANNOT OPEN ' WS-JOURNAL
                     ' FOR REWRITE: ' FS-JRN
             PERFORM STOP-BEFORE-REWRITE
           END-IF.


       READ-JOURNAL-NEXT.
           MOVE SPACES                    TO WS-IMAGE.

           EVALUATE TRUE
             WHEN SW-JRN-USE
               READ R-USE
               MOVE USE-REC               TO WS-IMAGE
             WHEN SW-JRN-TJR
               READ R-TJR
               MOVE TJR-REC               TO WS-IMAGE
             WHEN SW-JRN-MTR
               READ R-MTR
               MOVE MTR-REC               TO WS-IMAGE
             WHEN SW-JRN-QUS
               READ R-QUS NEXT RECORD
               MOVE QUS-REC               TO WS-IMAGE
             WHEN SW-JRN-XPL
               READ R-XPL
               MOVE XPL-REC               TO WS-IMAGE
           END-EVALUATE.

           IF FS-JRN-OK OR FS-JRN-EOF
             CONTINUE
           ELSE
             DISPLAY 'AESJROLL: ERROR READING ' WS-JOURNAL ': ' FS-JRN
             PERFORM STOP-IN-ROLLUP
           END-IF.


       WRITE-JOURNAL-RECORD.
           EVALUATE TRUE
             WHEN SW-JRN-USE
               WRITE USE-REC              FROM WS-IMAGE
             WHEN SW-JRN-TJR
               WRITE TJR-REC              FROM WS-IMAGE
             WHEN SW-JRN-MTR
               WRITE MTR-REC              FROM WS-IMAGE
             WHEN SW-JRN-XPL
               WRITE XPL-REC              FROM WS-IMAGE
           END-EVALUATE.


       CLOSE-JOURNAL.
           EVALUATE TRUE
             WHEN SW-JRN-USE
               CLOSE R-USE
             WHEN SW-JRN-TJR
               CLOSE R-TJR
             WHEN SW-JRN-MTR
               CLOSE R-MTR
             WHEN SW-JRN-QUS
               CLOSE R-QUS
             WHEN SW-JRN-XPL
               CLOSE R-XPL
           END-EVALUATE.

           MOVE 0                         TO FS-JRN.


       WRITE-ARCHIVE-RECORD.
           WRITE ARC-REC.

           IF FS-ARC-OK
             CONTINUE
           ELSE
             DISPLAY 'AESJROLL: ERROR WRITING ' WS-ARC-FILE-NAME ': '
                     FS-ARC
             PERFORM STOP-IN-ROLLUP
           END-IF.


       WRITE-REPORT-LINE.
           MOVE WS-RPT-LINE                TO RPT-REC.
           MOVE SPACES                     TO WS-RPT-LINE.

           WRITE RPT-REC.

           IF FS-RPT-OK
             CONTINUE
           ELSE
             DISPLAY 'AESJROLL: ERROR WRITING AESJRRPT: ' FS-RPT
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.
