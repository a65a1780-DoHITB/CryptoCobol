      *
      *   'C' close - verifies the day before anything is stamped:
      *       every feed the AESFEEDS schedule expected that day has
      *       a completed CIPHER in AESRCAT - a feed delivered in
      *       intraday cycles, every one of its cycles, and a cycle
      *       that has arrived without completing is an open cycle
      *       the day cannot close over; every ERR/MAX alert of
      *       the day is acknowledged in AESALACK; every AESXTRG
      *       trigger of the day is confirmed in AESXRCP; no run
      *       lock and no active heartbeat remain. All clean writes
      *   'I' inquire - display the day's state.
      *
      * The morning AESOPSUM states the close status on page one.
      * Once a day is closed, AESMERKL 'R' publishes the Merkle root
      * of its AESSTMP stamps; a reopened day gets a new root when
      * it is closed again.
      *
      * Runs standalone as always, and is also CALLable - AESBATCH's
      * catch-up mode writes AESDCPRM and drives the close of each
      * day it has caught up. Every exit is a GOBACK with the
      * RETURN-CODE set, and MAINLINE re-primes the per-run state so
      * a second CALL starts clean. An OPTIONAL file that is absent
      * opens empty (status 05); it is closed again before its check
      * is passed over, or the next CALL's OPEN of it would fail.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-FDS.

      *     A CYCLE'S INPUT GENERATION (AESIDAT-shaped KSDS) - opened
      *     only to learn whether a cycle not yet run has arrived. Not
      *     OPTIONAL: a cycle that has not arrived must fail the OPEN
      *     (35) and leave nothing open, not open empty (05)
            SELECT R-DAT ASSIGN TO DYNAMIC WS-DAT-FILE-NAME
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS SEQUENTIAL
                   RECORD KEY   IS DAT-KEY
                   FILE STATUS  IS FS-DAT.

      *     RUN CATALOG (AESRCAT)
            SELECT OPTIONAL R-CAT ASSIGN TO 'AESRCAT'
                   ORGANIZATION IS INDEXED
          05 FDS-MIN-BLOCKS              PIC 9(09).
          05 FILLER                      PIC X(01).
          05 FDS-RUN-RULE                PIC X(01).
          05 FILLER                      PIC X(01).
      *     Partner delivery deadline - HHMM on the day the feed
      *     is due plus whole days after it (blank, no deadline) -
      *     and the partner the feed is delivered to; both are
      *     AESFTRCK's, the close reads neither
          05 FDS-DEADLINE-HHMM           PIC X(04).
          05 FDS-DEADLINE-DAYS           PIC X(01).
          05 FILLER                      PIC X(01).
          05 FDS-PARTNER                 PIC X(08).
          05 FILLER                      PIC X(01).
      *     Intraday cycles a day (blank or 0, a daily feed) and
      *     the minutes between them - the close reads the count
          05 FDS-CYCLES                  PIC X(02).
          05 FDS-CYCLE-MINS              PIC X(03).

      *   A cycle's input generation
       FD R-DAT LABEL RECORD STANDARD.

       01 DAT.
          02 DAT-KEY                  PIC 9(08).
          02 DAT-BITS                 PIC X(03).
          02 DAT-HEX                  PIC X(32).
          02 DAT-MAC                PIC X(08).

      *   AESRCAT
       FD R-CAT LABEL RECORD STANDARD.
      *     Environment the run belonged to ('T'/'P', space before
      *     the tag existed)
          02 CAT-ENV                  PIC X(01).
      *     Envelope run: the generation's data key, RFC 3394-
      *     wrapped under CAT-ALIAS at CAT-VERSION (spaces otherwise)
          02 CAT-DEK-WRAP             PIC X(64).
          02 CAT-DEK-C0               PIC X(16).
      *     Data classification label, and the MAC the run carried
      *     ('H' HMAC trailer, 'B' per-block MAC, 'A' both)
          02 CAT-CLASS                PIC X(01).
          02 CAT-MAC                  PIC X(01).
          02 FILLER                   PIC X(194).

      *   AESALRT
       FD R-ALR LABEL RECORD STANDARD.
          02 ALR-DATE                 PIC 9(08).
          02 ALR-TIME                 PIC 9(06).
          02 FILLER                   PIC X(03).
          02 ALR-MSG-ID               PIC X(05).

      *   AESALACK
       FD R-ACK LABEL RECORD STANDARD.
            05 FS-CAT                   PIC 9(02).
               88 FS-CAT-OK                       VALUE 0.
               88 FS-CAT-EOF                      VALUE 10.
            05 FS-DAT                   PIC 9(02).
               88 FS-DAT-OK                       VALUE 0.
            05 FS-ALR                   PIC 9(02).
               88 FS-ALR-OK                       VALUE 0.
               88 FS-ALR-EOF                      VALUE 10.

         77 WS-FAIL-COUNT               PIC 9(03)   VALUE 0.
         01 WS-WANT-GEN                 PIC X(20).
         77 WS-GEN-DATE                 PIC 9(08).
         01 WS-DAT-FILE-NAME            PIC X(20).

      *  A cycled feed's cycles, walked in cycle order
         77 WS-CYCLES                   PIC 9(02).
         77 WS-CYCLE                    PIC 9(02).

      *  Day's ciphered input generations off the catalog - every
      *  cycle of a cycled feed is one
         01 WS-DONE-TABLE.
            05 WS-DONE-GEN OCCURS 2000  PIC X(20).
         77 WS-DONE-COUNT               PIC 9(04)   VALUE 0.
         77 WS-DONE-I                   PIC 9(04).

      *  Acknowledged queue/number pairs, positional per AESALCON's
      *  numbering of each queue
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
       MAINLINE.
           MOVE 0                         TO WS-FAIL-COUNT
                                             WS-DONE-COUNT
                                             WS-ACK-COUNT
                                             WS-ALR-SEQ
                                             WS-QUEUE-COUNT
                                             WS-RCP-COUNT.

           PERFORM READ-PARAMETERS.

           EVALUATE WS-FUNCTION
               MOVE 12                    TO RETURN-CODE
           END-EVALUATE.

           GOBACK.


       READ-PARAMETERS.
           ELSE
             DISPLAY 'AESDCLSE: ERROR OPENING AESDCPRM: ' FS-PARM
             MOVE 12                      TO RETURN-CODE
             GOBACK
           END-IF.

           READ R-PARM
             AT END
               DISPLAY 'AESDCLSE: AESDCPRM IS EMPTY'
               MOVE 12                    TO RETURN-CODE
               CLOSE R-PARM
               GOBACK
             NOT AT END
               MOVE PARM-FUNCTION         TO WS-FUNCTION
               MOVE PARM-DATE             TO WS-CLOSE-DATE
           IF WS-CLOSE-DATE = 0
             DISPLAY 'AESDCLSE: DATE IS REQUIRED'
             MOVE 12                      TO RETURN-CODE
             GOBACK
           END-IF.


      *     catalog, and the readiness gate already judged lateness
      *     on the day itself; the close asks the simpler question:
      *     of the feeds that DID arrive, did every one run?
      *     A run belongs to the day its input generation is named
      *     for, whenever it ran - after an outage AESBATCH's catch-
      *     up ciphers a missed day's feeds days later - so the
      *     generation's trailing date counts as well as the run
      *     date. A cycled feed is asked the same question of each
      *     cycle; one that arrived and has not run is still open.
           OPEN INPUT R-CAT.

           IF FS-CAT-OK
             CONTINUE
           ELSE
             IF FS-CAT = 05
               CLOSE R-CAT
             END-IF
             GO TO CHECK-EXPECTED-FEEDS-EXIT
           END-IF.

             READ R-CAT NEXT RECORD

             IF FS-CAT-OK
               PERFORM FIND-GEN-DATE

               IF (CAT-DATE = WS-CLOSE-DATE
                   OR WS-GEN-DATE = WS-CLOSE-DATE)
                 AND CAT-ACTION = 'CIPHER  '
                 AND WS-DONE-COUNT < 2000
                 ADD 1                    TO WS-DONE-COUNT
                 MOVE CAT-DAT-GEN         TO WS-DONE-GEN(WS-DONE-COUNT)
               END-IF
           IF FS-FDS-OK
             CONTINUE
           ELSE
             IF FS-FDS = 05
               CLOSE R-FDS
             END-IF
             GO TO CHECK-EXPECTED-FEEDS-EXIT
           END-IF.

               AT END
                 CONTINUE
               NOT AT END
                 MOVE 0                   TO WS-CYCLES
                 IF FDS-CYCLES IS NUMERIC
                   MOVE FDS-CYCLES        TO WS-CYCLES
                 END-IF

                 IF WS-CYCLES = 0
                   MOVE 0                 TO WS-CYCLE
                   PERFORM CHECK-ONE-FEED-CYCLE
                 ELSE
                   PERFORM CHECK-ONE-FEED-CYCLE
                     VARYING WS-CYCLE FROM 1 BY 1
                     UNTIL WS-CYCLE > WS-CYCLES
                 END-IF
             END-READ
           END-PERFORM.
           EXIT.


       CHECK-ONE-FEED-CYCLE.
           MOVE 'B'                       TO CYC-FUNCTION.
           MOVE FDS-PREFIX                TO CYC-PREFIX.
           MOVE WS-CLOSE-DATE             TO CYC-DATE.
           MOVE WS-CYCLE                  TO CYC-CYCLE.
           CALL 'AESCYCL' USING CY-S.
           MOVE CYC-GEN                   TO WS-WANT-GEN.

           PERFORM VARYING WS-DONE-I FROM 1 BY 1
             UNTIL WS-DONE-I > WS-DONE-COUNT
             OR WS-DONE-GEN(WS-DONE-I) = WS-WANT-GEN
             CONTINUE
           END-PERFORM.

      *     A month-end-only feed simply was not due most days;
      *     daily and business-day feeds (and each of their cycles)
      *     with no completed run block the close
           IF WS-DONE-I > WS-DONE-COUNT
             AND FDS-RUN-RULE NOT = 'M'
             ADD 1                        TO WS-FAIL-COUNT

             IF WS-CYCLE = 0
               DISPLAY 'AESDCLSE: FEED NOT RUN - ' WS-WANT-GEN
             ELSE
               MOVE WS-WANT-GEN           TO WS-DAT-FILE-NAME
               MOVE 0                     TO FS-DAT
               OPEN INPUT R-DAT

               IF FS-DAT-OK
                 CLOSE R-DAT
                 DISPLAY 'AESDCLSE: CYCLE OPEN - ' WS-WANT-GEN
                         ' ARRIVED, NOT RUN'
               ELSE
                 DISPLAY 'AESDCLSE: CYCLE NOT RUN - ' WS-WANT-GEN
               END-IF
             END-IF
           END-IF.


       FIND-GEN-DATE.
      *     CAT-DAT-GEN's CCYYMMDD - ahead of any cycle suffix -
      *     zero when it has none
           MOVE 0                         TO WS-GEN-DATE.

           MOVE 'P'                       TO CYC-FUNCTION.
           MOVE CAT-DAT-GEN               TO CYC-GEN.
           CALL 'AESCYCL' USING CY-S.

           IF CYCS-OK
             MOVE CYC-DATE                TO WS-GEN-DATE
           END-IF.


       CHECK-ALERTS-ACKED.
      *     Every ERR/MAX alert raised on the day - on ANY queue the
      *     routing rules can land one on - must carry an
             END-PERFORM

             CLOSE R-ACK
           ELSE
             IF FS-ACK = 05
               CLOSE R-ACK
             END-IF
           END-IF.

           PERFORM GATHER-ALERT-QUEUES
           IF FS-RTG-OK
             CONTINUE
           ELSE
             IF FS-RTG = 05
               CLOSE R-RTG
             END-IF
             GO TO GATHER-ALERT-QUEUES-EXIT
           END-IF.

           IF FS-ALR-OK
             CONTINUE
           ELSE
             IF FS-ALR = 05
               CLOSE R-ALR
             END-IF
             GO TO CHECK-ONE-ALERT-QUEUE-EXIT
           END-IF.

             END-PERFORM

             CLOSE R-RCP
           ELSE
             IF FS-RCP = 05
               CLOSE R-RCP
             END-IF
           END-IF.

           OPEN INPUT R-TRG.
           IF FS-TRG-OK
             CONTINUE
           ELSE
             IF FS-TRG = 05
               CLOSE R-TRG
             END-IF
             GO TO CHECK-TRIGGERS-CONFIRMED-EXIT
           END-IF.

       CHECK-LOCKS-AND-HEARTBEATS.
      *     A leftover lock or an active heartbeat means something
      *     is (or died while) still running - no day closes over
      *     work in flight, nor over a cycle of the day still
      *     locked however late it was started
           OPEN INPUT R-LCK.

           IF FS-LCK-OK
               READ R-LCK NEXT RECORD

               IF FS-LCK-OK
                 MOVE 'P'                 TO CYC-FUNCTION
                 MOVE LCK-GEN             TO CYC-GEN
                 CALL 'AESCYCL' USING CY-S

                 EVALUATE TRUE
                   WHEN LCK-DATE <= WS-CLOSE-DATE
                     ADD 1                TO WS-FAIL-COUNT
                     DISPLAY 'AESDCLSE: RUN LOCK STILL HELD - '
                             LCK-GEN
                   WHEN CYCS-OK
                     AND CYC-DATE = WS-CLOSE-DATE
                     AND CYC-CYCLE > 0
                     ADD 1                TO WS-FAIL-COUNT
                     DISPLAY 'AESDCLSE: CYCLE OPEN - ' LCK-GEN
                             ' STILL LOCKED'
                 END-EVALUATE
               END-IF
             END-PERFORM

             CLOSE R-LCK
           ELSE
             IF FS-LCK = 05
               CLOSE R-LCK
             END-IF
           END-IF.

           OPEN INPUT R-HBT.
           IF FS-HBT-OK
             CONTINUE
           ELSE
             IF FS-HBT = 05
               CLOSE R-HBT
             END-IF
             GO TO CHECK-LOCKS-EXIT
           END-IF.

             ELSE
               DISPLAY 'AESDCLSE: CANNOT OPEN AESDYCLS: ' FS-DCL
               MOVE 12                    TO RETURN-CODE
               GOBACK
             END-IF
           END-IF.

           IF WS-OPERATOR = SPACES
             DISPLAY 'AESDCLSE: REOPEN NEEDS AN OPERATOR ID'
             MOVE 12                      TO RETURN-CODE
             GOBACK
           END-IF.

           OPEN I-O R-DCL.
           ELSE
             DISPLAY 'AESDCLSE: CANNOT OPEN AESDYCLS: ' FS-DCL
             MOVE 12                      TO RETURN-CODE
             GOBACK
           END-IF.

           MOVE WS-CLOSE-DATE             TO DCL-DATE.
           ELSE
             DISPLAY 'AESDCLSE: ' WS-CLOSE-DATE ' WAS NEVER CLOSED'
             MOVE 8                       TO RETURN-CODE
             CLOSE R-DCL
             GOBACK
           END-IF.

           MOVE 'RPN'                     TO DCL-STATE.
           ELSE
             DISPLAY 'AESDCLSE: ' WS-CLOSE-DATE ' NOT CLOSED '
                     '(NO AESDYCLS STORE)'
             GOBACK
           END-IF.

           MOVE WS-CLOSE-DATE             TO DCL-DATE.
