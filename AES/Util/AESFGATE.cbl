      * today's date is appended), expected arrival HHMM (14-17),
      * minimum blocks (19-27), run-day rule (29 - blank/'D' every
      * day, 'W' business days, 'M' last business day of the month,
      * the same AESBCAL calendar convention AESBJOB tuples use),
      * partner delivery deadline HHMM (31-34) and days after the
      * feed date (35), partner id (37-44) - the last three only
      * for AESFTRCK's lifecycle tracking - and, for a feed
      * delivered in intraday cycles, the number of cycles a day
      * (46-47) and the minutes between them (48-50, default 60).
      * A cycled feed is checked cycle by cycle in cycle order,
      * each under its own <prefix><date>C<nn> generation: cycle 1
      * is expected by the arrival time, each later cycle one
      * interval after the one before it, and every cycle is
      * reported READY/PENDING/LATE/SHORT on its own line.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
          05 FDS-MIN-BLOCKS              PIC 9(09).
          05 FILLER                      PIC X(01).
          05 FDS-RUN-RULE                PIC X(01).
          05 FILLER                      PIC X(01).
      *     Partner delivery deadline - HHMM on the day the feed
      *     is due plus whole days after it (blank, no deadline) -
      *     and the partner the feed is delivered to; both are
      *     AESFTRCK's, this gate reads neither
          05 FDS-DEADLINE-HHMM           PIC X(04).
          05 FDS-DEADLINE-DAYS           PIC X(01).
          05 FILLER                      PIC X(01).
          05 FDS-PARTNER                 PIC X(08).
          05 FILLER                      PIC X(01).
      *     Intraday cycles a day (blank or 0, a daily feed) and
      *     the minutes between them
          05 FDS-CYCLES                  PIC X(02).
          05 FDS-CYCLE-MINS              PIC X(03).

      *   Feed generation
       FD R-DAT LABEL RECORD STANDARD.
            88 SW-TODAY-MONTH-END                 VALUE 'Y'.
         01 WS-ME-DONE                   PIC X(01).

      *  The cycle being checked and the time it is expected by
         77 WS-CYCLES                   PIC 9(02).
         77 WS-CYCLE                    PIC 9(02).
         77 WS-CYCLE-MINS               PIC 9(03).
         77 WS-DUE-MINS                 PIC 9(05).
         01 WS-DUE-HHMM.
            05 WS-DUE-HH                PIC 9(02).
            05 WS-DUE-MM                PIC 9(02).
         01 WS-DUE-TIME REDEFINES WS-DUE-HHMM
                                        PIC 9(04).

         77 WS-BLOCK-COUNT              PIC 9(09).
         77 WS-FEED-COUNT               PIC 9(03)   VALUE 0.
         77 WS-READY-COUNT              PIC 9(03)   VALUE 0.
         01 AL-S.
            COPY 'ALERT-PUT.cpy'.

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

       PROCEDURE DIVISION.
             GO TO CHECK-ONE-FEED-EXIT
           END-IF.

           MOVE 0                         TO WS-CYCLES.

           IF FDS-CYCLES IS NUMERIC
             MOVE FDS-CYCLES              TO WS-CYCLES
           END-IF.

           IF FDS-CYCLE-MINS IS NUMERIC AND FDS-CYCLE-MINS > '000'
             MOVE FDS-CYCLE-MINS          TO WS-CYCLE-MINS
           ELSE
             MOVE 60                      TO WS-CYCLE-MINS
           END-IF.

           IF WS-CYCLES = 0
             MOVE 0                       TO WS-CYCLE
             PERFORM CHECK-ONE-CYCLE
                THRU CHECK-ONE-CYCLE-EXIT
           ELSE
             PERFORM CHECK-ONE-CYCLE
                THRU CHECK-ONE-CYCLE-EXIT
               VARYING WS-CYCLE FROM 1 BY 1
               UNTIL WS-CYCLE > WS-CYCLES
           END-IF.

       CHECK-ONE-FEED-EXIT.
           EXIT.


       CHECK-ONE-CYCLE.
           ADD 1                          TO WS-FEED-COUNT.

      *     Expected by the arrival time plus an interval for each
      *     cycle before this one - never later than the day's end
           DIVIDE FDS-ARRIVE-HHMM BY 100  GIVING WS-DUE-HH
                                       REMAINDER WS-DUE-MM.
           COMPUTE WS-DUE-MINS = WS-DUE-HH * 60 + WS-DUE-MM.

           IF WS-CYCLE > 1
             COMPUTE WS-DUE-MINS = WS-DUE-MINS
                                 + (WS-CYCLE - 1) * WS-CYCLE-MINS
           END-IF.

           IF WS-DUE-MINS > 1439
             MOVE 1439                    TO WS-DUE-MINS
           END-IF.

           DIVIDE WS-DUE-MINS BY 60       GIVING WS-DUE-HH
                                       REMAINDER WS-DUE-MM.

           MOVE 'B'                       TO CYC-FUNCTION.
           MOVE FDS-PREFIX                TO CYC-PREFIX.
           MOVE WS-TODAY                  TO CYC-DATE.
           MOVE WS-CYCLE                  TO CYC-CYCLE.
           CALL 'AESCYCL' USING CY-S.
           MOVE CYC-GEN                   TO WS-DAT-FILE-NAME.

      *     A prefix too long to carry a cycle can never arrive
      *     under a name this gate could look for
           IF CYCS-LEN
             ADD 1                        TO WS-LATE-COUNT

             STRING 'LATE    ' FDS-PREFIX ' CYCLE ' WS-CYCLE
                    ' - PREFIX TOO LONG FOR A CYCLE NAME'
             DELIMITED BY SIZE          INTO WS-RPT-LINE
             PERFORM WRITE-REPORT-LINE
             GO TO CHECK-ONE-CYCLE-EXIT
           END-IF.

           PERFORM COUNT-FEED-BLOCKS       THRU COUNT-FEED-BLOCKS-DONE.

               DELIMITED BY SIZE        INTO LAL-TEXT OF AL-S
               MOVE 2                     TO LAL-LEVEL OF AL-S
               CALL 'AESALERT' USING AL-S
             WHEN WS-NOW-HHMM > WS-DUE-TIME
               ADD 1                      TO WS-LATE-COUNT

               STRING 'LATE    ' WS-DAT-FILE-NAME
                      ' EXPECTED BY ' WS-DUE-TIME
               DELIMITED BY SIZE        INTO WS-RPT-LINE
               PERFORM WRITE-REPORT-LINE

               MOVE SPACES                TO LAL-TEXT OF AL-S
               STRING 'FEED LATE: ' WS-DAT-FILE-NAME
                      ' (EXPECTED BY ' WS-DUE-TIME ')'
               DELIMITED BY SIZE        INTO LAL-TEXT OF AL-S
               MOVE 2                     TO LAL-LEVEL OF AL-S
               CALL 'AESALERT' USING AL-S
               ADD 1                      TO WS-PENDING-COUNT

               STRING 'PENDING ' WS-DAT-FILE-NAME
                      ' DUE BY ' WS-DUE-TIME
               DELIMITED BY SIZE        INTO WS-RPT-LINE
               PERFORM WRITE-REPORT-LINE
           END-EVALUATE.

       CHECK-ONE-CYCLE-EXIT.
           EXIT.


