      * set (a main program ends its step identically), and
      * MAINLINE re-primes the per-run state so a second CALL
      * starts clean.
      *
      * Every completed profile is also appended to the AESPFLOG
      * profile log (generation, date/time, clean or dirty) - the
      * trace AESFTRCK follows a feed through its profiling stage by.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-PARM.

      *     PROFILE LOG (AESPFLOG - LRECL=48) - one record appended
      *     per completed profile
            SELECT R-PFL ASSIGN TO 'AESPFLOG'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-PFL.

      *     PROFILE REPORT (AESPFRPT)
            SELECT R-RPT ASSIGN TO 'AESPFRPT'
                   ORGANIZATION IS SEQUENTIAL
          05 FILLER                      PIC X(01).
          05 PARM-BITS                   PIC X(03).

      *   AESPFLOG
       FD R-PFL LABEL RECORD STANDARD.

       01 PFL-REC.
          05 PFL-GEN-NAME                PIC X(20).
          05 PFL-DATE                    PIC 9(08).
          05 PFL-TIME                    PIC 9(06).
          05 PFL-RESULT                  PIC X(03).
          05 PFL-BLOCKS                  PIC 9(08).
          05 FILLER                      PIC X(03).

      *   AESPFRPT
       FD R-RPT LABEL RECORD STANDARD.

               88 FS-PARM-OK                      VALUE 0.
            05 FS-RPT                   PIC 9(02).
               88 FS-RPT-OK                       VALUE 0.
            05 FS-PFL                   PIC 9(02).
               88 FS-PFL-OK                       VALUE 0.
               88 FS-PFL-AOP                      VALUE 41.

         01 WS-DAT-FILE-NAME            PIC X(20).
         77 WS-PLAN-BITS                PIC X(03).

         01 WS-RPT-LINE                 PIC X(80).

      *  True HHMMSS stamp - ACCEPT FROM TIME delivers HHMMSSss, so
      *  it lands in an eight-digit group first and the hundredths
      *  fall away instead of pushing the hour out
         01 WS-STAMP-TIME.
            05 WS-STAMP-HHMMSS          PIC 9(06).
            05 FILLER                   PIC 9(02).

       LINKAGE SECTION.

       PROCEDURE DIVISION.
                                             WS-BADBITS-COUNT
                                             WS-SHORTMID-COUNT
                                             WS-PREV-KEY
                                             FS-DAT FS-PARM FS-RPT
                                             FS-PFL.
           MOVE 'N'                       TO WS-PREV-SHORT.

           PERFORM READ-PARAMETERS.

           CLOSE R-RPT.

           MOVE SPACES                    TO PFL-REC.

           IF WS-BADHEX-COUNT = 0 AND WS-GAP-COUNT = 0
             AND WS-SHORTMID-COUNT = 0 AND WS-BADBITS-COUNT = 0
             DISPLAY 'AESPROF: ' WS-DAT-FILE-NAME ' IS CLEAN ('
                     WS-DATA-COUNT ' block(s))'
             MOVE 'OK '                   TO PFL-RESULT
           ELSE
             DISPLAY 'AESPROF: ' WS-DAT-FILE-NAME ' IS DIRTY - '
                     'DIVERT TO THE REPAIR QUEUE'
             MOVE 8                       TO RETURN-CODE
             MOVE 'ERR'                   TO PFL-RESULT
           END-IF.

           PERFORM WRITE-PROFILE-LOG.

           GOBACK.


       WRITE-PROFILE-LOG.
      *     A log that cannot be written is reported but never
      *     changes the verdict it merely records
           MOVE WS-DAT-FILE-NAME          TO PFL-GEN-NAME.
           ACCEPT PFL-DATE                FROM DATE YYYYMMDD.
           ACCEPT WS-STAMP-TIME           FROM TIME.
           MOVE WS-STAMP-HHMMSS           TO PFL-TIME.
           MOVE WS-DATA-COUNT             TO PFL-BLOCKS.

           OPEN EXTEND R-PFL.

           IF FS-PFL-OK OR FS-PFL-AOP
             CONTINUE
           ELSE
             OPEN OUTPUT R-PFL
           END-IF.

           IF FS-PFL-OK OR FS-PFL-AOP
             WRITE PFL-REC

             CLOSE R-PFL
           ELSE
             DISPLAY 'AESPROF: PROFILE LOG OPEN FAILED: ' FS-PFL
           END-IF.


       READ-PARAMETERS.
           OPEN INPUT R-PARM.

