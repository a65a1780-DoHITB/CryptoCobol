      * resolved field by field at read time - the sealed TEMPLATE
      * replaces a dozen drifting per-tenant copies, and the
      * resolved values are logged per run.
      *
      * An intraday submission names its processing cycle in
      * columns 38-39 of AESBPARM. Every tuple then runs in that
      * cycle (LMAIN-CYCLE - a tuple with no generation names gets
      * the cycle's AESIDAT/AESODAT<date>C<nn> defaults) and &CYCLE
      * resolves to the C<nn> suffix, so one sealed hourly deck
      * naming PARTNER&DATE&CYCLE serves every cycle of the day.
      * With no cycle given &CYCLE resolves to nothing and the deck
      * runs as the once-a-day deck it always was.
      *
      * A CIPHER or REWRAP tuple is judged against the crypto policy
      * of its JOB-CLASS label (AESPOLCY) before AESMAIN is called -
      * one that falls short is refused, journalled ERR with reason
      * code 40, and the deck moves on.
      *
      * 'CATCHUP' on AESBPARM (business-date range in columns 20-27
      * and 29-36, the end date defaulting to yesterday) replaces
      * the deck with an outage backlog. Day by day in date order,
      * each AESFEEDS feed the day's run-day rule made due is looked
      * for under its name for that day: one AESRCAT already shows
      * ciphered is skipped, one that has not arrived (or arrived
      * short of its minimum blocks) is reported missing, and one
      * that arrived but never ran becomes a tuple built from its
      * AESFDTPL template - the same templates AESBJGEN builds the
      * nightly deck from - with &DATE resolving to THAT business
      * day, not today. A feed AESFEEDS schedules in intraday
      * cycles is looked for, and run, cycle by cycle in cycle
      * order, each cycle under its own C<nn> generation name. Each
      * tuple goes through the same policy check, dependency gate
      * and journal as a deck tuple. A
      * business day whose tuples all ran is then closed through
      * AESDCLSE before the next day starts; a day with a failed or
      * held tuple, or whose close is refused, stops the catch-up
      * there and the later days are reported not started. A
      * closed day is left alone. The backlog never touches the
      * sealed deck, so the catch-up refuses to start while
      * AESFEEDS carries an unapproved change (AESCFGBL). What each
      * day processed, skipped or still misses is reported on
      * AESBCRPT.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-VAL.

      *     CONTROL CARD (AESBPARM - 'RESTART' selects restart mode,
      *     'CATCHUP' the outage catch-up)
            SELECT OPTIONAL R-PARM ASSIGN TO 'AESBPARM'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-PARM.

      *     CATCH-UP ONLY: EXPECTED-FEEDS SCHEDULE (AESFEEDS) AND THE
      *     PER-FEED TUPLE TEMPLATES (AESFDTPL)
            SELECT OPTIONAL R-FDS ASSIGN TO 'AESFEEDS'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-FDS.

            SELECT OPTIONAL R-TPL ASSIGN TO 'AESFDTPL'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-TPL.

      *     CATCH-UP ONLY: RUN CATALOG (AESRCAT) - what already ran
            SELECT OPTIONAL R-CAT ASSIGN TO 'AESRCAT'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS SEQUENTIAL
                   RECORD KEY   IS CAT-GEN
                   FILE STATUS  IS FS-CAT.

      *     CATCH-UP ONLY: A FEED'S GENERATION (AESIDAT-shaped KSDS)
            SELECT OPTIONAL R-DAT ASSIGN TO DYNAMIC WS-DAT-FILE-NAME
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS SEQUENTIAL
                   RECORD KEY   IS DAT-KEY
                   FILE STATUS  IS FS-DAT.

      *     CATCH-UP ONLY: AESDCLSE'S CONTROL CARD (written here)
            SELECT R-DCP ASSIGN TO 'AESDCPRM'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-DCP.

      *     CATCH-UP REPORT (AESBCRPT)
            SELECT R-CRP ASSIGN TO 'AESBCRPT'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-CRP.

       DATA DIVISION.
       FILE SECTION.
      *   AESBJOB
      *     AESBATCH itself only carries the column; one invocation
      *     always runs its whole deck top to bottom.
          05 JOB-STREAM                  PIC 9(02).
      *     Data classification label - the tuple is judged against
      *     its class's AESCPOL policy (AESPOLCY) before it runs and
      *     refused outright when it falls short. A tuple carries no
      *     MAC key, so a class that requires a MAC admits only GCM
      *     tuples here; blank is unlabelled work
          05 JOB-CLASS                   PIC X(01).

      *   AESBJRNL
       FD R-JRN LABEL RECORD STANDARD.

       01 PARM-REC                       PIC X(80).

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

      *   AESFDTPL (layout as AESBJGEN reads it)
       FD R-TPL LABEL RECORD STANDARD.

       01 TPL-REC.
          05 TPL-PREFIX                  PIC X(12).
          05 FILLER                      PIC X(01).
          05 TPL-ODT-PREFIX              PIC X(12).
          05 FILLER                      PIC X(01).
          05 TPL-ACTION                  PIC X(08).
          05 FILLER                      PIC X(01).
          05 TPL-MODE                    PIC X(03).
          05 FILLER                      PIC X(01).
          05 TPL-BITS                    PIC X(03).
          05 FILLER                      PIC X(01).
          05 TPL-KEY-VAR                 PIC X(12).
          05 FILLER                      PIC X(01).
          05 TPL-IV                      PIC X(32).
          05 FILLER                      PIC X(01).
          05 TPL-TENANT                  PIC X(08).
          05 FILLER                      PIC X(01).
          05 TPL-CLASS                   PIC X(01).
          05 FILLER                      PIC X(01).
          05 TPL-DEPEND                  PIC X(12).
          05 FILLER                      PIC X(01).
          05 TPL-STREAM                  PIC X(02).
          05 FILLER                      PIC X(11).

      *   AESRCAT (only the run's action and input generation are
      *   read here)
       FD R-CAT LABEL RECORD STANDARD.

       01 CAT-REC.
          02 CAT-GEN                  PIC X(20).
          02 CAT-DATE                 PIC 9(08).
          02 CAT-ACTION               PIC X(08).
          02 FILLER                   PIC X(42).
          02 CAT-DAT-GEN              PIC X(20).
          02 FILLER                   PIC X(293).

      *   Feed generation
       FD R-DAT LABEL RECORD STANDARD.

       01 DAT.
          02 DAT-KEY                  PIC 9(08).
          02 DAT-BITS                 PIC X(03).
          02 DAT-HEX                  PIC X(32).
          02 DAT-MAC                  PIC X(08).

      *   AESDCPRM
       FD R-DCP LABEL RECORD STANDARD.

       01 DCP-REC.
          05 DCP-FUNCTION                PIC X(01).
          05 FILLER                      PIC X(01).
          05 DCP-DATE                    PIC 9(08).
          05 FILLER                      PIC X(01).
          05 DCP-OPERATOR                PIC X(08).

      *   AESBCRPT
       FD R-CRP LABEL RECORD STANDARD.

       01 CRP-REC                        PIC X(132).

       WORKING-STORAGE SECTION.
         01 FS.
            05 FS-JOB                    PIC 9(02).
            05 FS-VAL                    PIC 9(02).
               88 FS-VAL-OK                       VALUE 0.
               88 FS-VAL-EOF                      VALUE 10.
            05 FS-FDS                    PIC 9(02).
               88 FS-FDS-OK                       VALUE 0.
               88 FS-FDS-EOF                      VALUE 10.
            05 FS-TPL                    PIC 9(02).
               88 FS-TPL-OK                       VALUE 0.
               88 FS-TPL-EOF                      VALUE 10.
            05 FS-CAT                    PIC 9(02).
               88 FS-CAT-OK                       VALUE 0.
               88 FS-CAT-EOF                      VALUE 10.
            05 FS-DAT                    PIC 9(02).
               88 FS-DAT-OK                       VALUE 0.
               88 FS-DAT-EOF                      VALUE 10.
            05 FS-DCP                    PIC 9(02).
               88 FS-DCP-OK                       VALUE 0.
            05 FS-CRP                    PIC 9(02).
               88 FS-CRP-OK                       VALUE 0.

         01 WS-EOF-SW                    PIC X(01) VALUE 'N'.
            88 WS-EOF                             VALUE 'Y'.

         01 WS-TODAY                     PIC 9(08).
         01 WS-TEMPLATE-DATE             PIC 9(08).
      *  Intraday cycle the tuples run in - AESBPARM's, or in a
      *  catch-up the cycle being caught up; 0 is the daily run
         01 WS-TEMPLATE-CYCLE            PIC 9(02) VALUE 0.
         01 WS-TODAY-LILIAN              PIC 9(08).
         01 WS-CHECK-DATE                PIC 9(08).
         01 WS-CHECK-LILIAN              PIC 9(08).
         01 AL-S.
            COPY 'ALERT-PUT.cpy'.

      *  Classification policy check (AESPOLCY) - linkage mirrored
      *  here, the same way AESMAIN mirrors AESQCHK's
         01 WS-POL-LS.
            02 PLC-CLASS               PIC X(01).
            02 PLC-MODE                PIC X(03).
            02 PLC-BITS                PIC X(03).
            02 PLC-MAC                 PIC X(01).
            02 PLC-GEN                 PIC X(20).
            02 PLC-GEN-DATE            PIC 9(08).
            02 PLC-MAX-RETAIN          PIC 9(05).
            02 PLC-GEN-DAYS            PIC 9(05).
            02 PLC-REASON              PIC X(40).
            02 PLC-STATUS              PIC X(03).
               88 PLCS-OK                       VALUE 'OK '.
               88 PLCS-NONCONFORM               VALUE 'NCF'.
               88 PLCS-NO-POLICY                VALUE 'NPL'.
               88 PLCS-ERR                      VALUE 'ERR'.
         01 WS-POLICY-REFUSED            PIC X(01) VALUE 'N'.
            88 SW-POLICY-REFUSED                  VALUE 'Y'.

      *  Outage catch-up (AESBPARM 'CATCHUP') - the business-date
      *  range, the day being caught up, and what each day found
         01 WS-CATCHUP-SW                PIC X(01) VALUE 'N'.
            88 WS-CATCHUP-MODE                    VALUE 'Y'.
         01 WS-CU-FROM                   PIC 9(08) VALUE 0.
         01 WS-CU-TO                     PIC 9(08) VALUE 0.
         01 WS-CU-DATE                   PIC 9(08).
         01 WS-CU-LILIAN                 PIC 9(08).
         01 WS-CU-OPERATOR               PIC X(08).
         01 WS-CU-STOP-SW                PIC X(01) VALUE 'N'.
            88 SW-CU-STOPPED                      VALUE 'Y'.
         01 WS-CU-CLOSE-RC               PIC 9(04).
         01 WS-CU-DAY-COUNT              PIC 9(05) VALUE 0.
         01 WS-CU-CLOSED-COUNT           PIC 9(05) VALUE 0.

         01 WS-DAY-COUNTS.
            05 WS-DAY-RAN                PIC 9(05).
            05 WS-DAY-FAILED             PIC 9(05).
            05 WS-DAY-HELD               PIC 9(05).
            05 WS-DAY-DONE               PIC 9(05).
            05 WS-DAY-MISSING            PIC 9(05).
            05 WS-DAY-NOT-DUE            PIC 9(05).
         01 WS-MISSING-TOTAL             PIC 9(05) VALUE 0.
         01 WS-DONE-TOTAL                PIC 9(05) VALUE 0.

      *  Feeds and templates, loaded once
         01 WS-FD-TABLE.
            05 WS-FD-ENTRY OCCURS 500    PIC X(50).
         01 WS-FD-COUNT                  PIC 9(03) VALUE 0.
         01 WS-FD-I                      PIC 9(03).
         01 WS-TPL-TABLE.
            05 WS-TPL-ENTRY OCCURS 500   PIC X(128).
         01 WS-TPL-COUNT                 PIC 9(03) VALUE 0.
         01 WS-TPL-I                     PIC 9(03).

      *  Input generations the catalog already shows ciphered
         01 WS-CDONE-TABLE.
            05 WS-CDONE-GEN OCCURS 5000  PIC X(20).
         01 WS-CDONE-COUNT               PIC 9(04) VALUE 0.
         01 WS-CDONE-I                   PIC 9(04).
         01 WS-CDONE-LOST                PIC 9(04) VALUE 0.

      *  The day's feeds as the catch-up left them, in AESFEEDS
      *  order and a cycled feed's cycles in cycle order - DON
      *  already ciphered, MIS missing, otherwise the tuple's
      *  journal status and sequence number, so a feed that depends
      *  on another finds its predecessor's tuple
         01 WS-DAYMAP-TABLE.
            05 WS-DAYMAP-ENTRY OCCURS 2000.
               10 WS-DM-PREFIX           PIC X(12).
               10 WS-DM-CYCLE            PIC 9(02).
               10 WS-DM-STATUS           PIC X(03).
               10 WS-DM-SEQ              PIC 9(09).
         01 WS-DM-COUNT                  PIC 9(04) VALUE 0.
         01 WS-DM-I                      PIC 9(04).
         01 WS-DM-HIT                    PIC 9(04).

      *  A cycled feed's cycles for the day being caught up
         01 WS-CU-CYCLES                 PIC 9(02).
         01 WS-CU-CYCLE                  PIC 9(02).

         01 WS-DAT-FILE-NAME             PIC X(20).
         01 WS-CU-BLOCKS                 PIC 9(09).

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
         01 WS-CU-LINE                   PIC X(132) VALUE SPACES.

      *  Control-file drift state lookup (AESCFGET)
         01 WS-CFG-LS.
            02 CFG-FILE                PIC X(08).
            02 CFG-STATE               PIC X(03).
               88 CFG-CLEAN                     VALUE 'CLN'.
               88 CFG-DRIFTED                   VALUE 'DRF'.
               88 CFG-NO-BASELINE               VALUE 'NBL'.
               88 CFG-NOT-WATCHED               VALUE 'NON'.
            02 CFG-CHANGED             PIC 9(05).
            02 CFG-DATE                PIC 9(08).

      *  Day-close state lookup (AESDCGET)
         01 WS-DCG-LS.
            02 DCG-DATE                PIC 9(08).
            02 DCG-STATE               PIC X(03).
               88 DCG-CLOSED                    VALUE 'CLS'.
               88 DCG-REOPENED                  VALUE 'RPN'.
               88 DCG-NOT-CLOSED                VALUE 'NON'.
            02 DCG-OPERATOR            PIC X(08).

      *  AESMAIN's own linkage, built fresh for each tuple
         01 LS.
            COPY 'AESLMAIN.cpy'.
      *     which seal record this deck must match
            PERFORM READ-PARAMETERS.

      *     An outage backlog is built from the feeds schedule, not
      *     read off the deck - see RUN-CATCHUP
            IF WS-CATCHUP-MODE
              PERFORM RUN-CATCHUP
                 THRU RUN-CATCHUP-EXIT
              PERFORM FINISH-SUBMISSION
              STOP RUN
            END-IF.

            PERFORM VERIFY-DECK-SEAL
               THRU VERIFY-DECK-SEAL-EXIT.


            PERFORM LOAD-CALENDAR
               THRU LOAD-CALENDAR-EXIT.
            ACCEPT WS-TODAY                FROM DATE YYYYMMDD.
            PERFORM RESOLVE-TODAY-SCHEDULE.

            IF WS-RESTART-MODE

            CLOSE R-JOB R-JRN.

            PERFORM FINISH-SUBMISSION.

            STOP RUN.


       FINISH-SUBMISSION.
            DISPLAY 'AESBATCH: ' WS-JOB-COUNT ' tuple(s) run, '
                    WS-OK-COUNT ' OK, ' WS-ERR-COUNT ' failed, '
                    WS-HELD-COUNT ' held, '

            MOVE WS-WORST-REASON           TO RETURN-CODE.


       VERIFY-DECK-SEAL.
      *     Sealed-deck check, before the first card is processed.
      *     Verification of an existing seal - not new cipher use,
      *     so an expired seal key still verifies old decks
            MOVE 'VERIFY  '                TO LKGS-PURPOSE OF KG-S.
            MOVE 'M'                       TO LKGS-KEY-USE OF KG-S.
            MOVE SPACES                    TO LKG-KEY OF KG-S.

            CALL 'AESKGET' USING KG-S.
                NOT AT END
                  SET HMC-ADD              TO TRUE
                  MOVE SPACES              TO HMC-RECORD
                  MOVE JOB-REC             TO HMC-RECORD(1:167)
                  MOVE 167                 TO HMC-RECLEN
                  CALL 'AESHMAC' USING WS-HMAC-LS
              END-READ
            END-PERFORM.
                    DISPLAY 'AESBATCH: RESTART - rerunning only '
                            'failed/unrun tuples from AESBJRNL'
                  END-IF
                  IF PARM-REC(1:7) = 'CATCHUP'
                    SET WS-CATCHUP-MODE   TO TRUE
                    IF PARM-REC(20:8) IS NUMERIC
                      MOVE PARM-REC(20:8) TO WS-CU-FROM
                    END-IF
                    IF PARM-REC(29:8) IS NUMERIC
                      MOVE PARM-REC(29:8) TO WS-CU-TO
                    END-IF
                  END-IF
                  MOVE PARM-REC(9:8)      TO WS-SUBMITTER

                  IF PARM-REC(38:2) IS NUMERIC
                    MOVE PARM-REC(38:2)   TO WS-TEMPLATE-CYCLE
                    IF WS-TEMPLATE-CYCLE > 0
                      DISPLAY 'AESBATCH: running intraday cycle '
                              WS-TEMPLATE-CYCLE
                    END-IF
                  END-IF

                  IF PARM-REC(18:1) >= '1' AND PARM-REC(18:1) <= '9'
                    MOVE PARM-REC(18:1)   TO WS-STREAM-ID
                    STRING 'AESBJOB' PARM-REC(18:1)
       RESOLVE-TODAY-SCHEDULE.
      *     Work out once, up front, whether today is a business day
      *     and whether it is the month's LAST business day - the two
      *     facts every tuple's run-day rule needs. WS-TODAY in: the
      *     run date, or in a catch-up the business day being run.
            COMPUTE WS-TODAY-LILIAN =
                FUNCTION INTEGER-OF-DATE(WS-TODAY).

            EVALUATE WS-REASON-RANK-IN
              WHEN 16
                MOVE 5                     TO WS-REASON-RANK
              WHEN 44
                MOVE 5                     TO WS-REASON-RANK
              WHEN 08
                MOVE 4                     TO WS-REASON-RANK
              WHEN 12
                MOVE 2                     TO WS-REASON-RANK
              WHEN 36
                MOVE 2                     TO WS-REASON-RANK
              WHEN 40
                MOVE 2                     TO WS-REASON-RANK
              WHEN 20
                MOVE 1                     TO WS-REASON-RANK
              WHEN OTHER
            PERFORM SUBSTITUTE-FIELD.
            MOVE WS-SUB-OUT(1:8)           TO JOB-TENANT.

      *     Classification policy - a tuple that falls short is
      *     refused before AESMAIN ever sees it
            PERFORM CHECK-CLASS-POLICY
               THRU CHECK-CLASS-POLICY-EXIT.

            IF SW-POLICY-REFUSED
              ADD 1                        TO WS-ERR-COUNT
              DISPLAY 'AESBATCH: REFUSED ' JOB-DAT-FILE
                      ' CLASS=' JOB-CLASS ' - ' PLC-REASON

              MOVE 40                      TO WS-REASON-RANK-IN
              PERFORM RANK-REASON-CODE

              IF WS-REASON-RANK > WS-WORST-RANK
                MOVE WS-REASON-RANK        TO WS-WORST-RANK
                MOVE 40                    TO WS-WORST-REASON
              END-IF

              MOVE 'ERR'                   TO WS-JRN-STATUS
              MOVE 40                      TO WS-JRN-REASON
              PERFORM JOURNAL-TUPLE-OUTCOME

              GO TO RUN-ONE-JOB-EXIT
            END-IF.

            INITIALIZE LS.
            MOVE JOB-DAT-FILE               TO LMAIN-DAT-FILE-OVERRIDE.
            MOVE JOB-ODT-FILE               TO LMAIN-ODT-FILE-OVERRIDE.
            MOVE JOB-IV                     TO LMAIN-IV.
            MOVE WS-SUBMITTER               TO LMAIN-SUBMITTER.
            MOVE JOB-TENANT                 TO LMAIN-TENANT.
            MOVE JOB-CLASS                  TO LMAIN-CLASS.
            MOVE WS-TEMPLATE-CYCLE          TO LMAIN-CYCLE.

            CALL 'AESMAIN' USING LS.

       RUN-ONE-JOB-EXIT.
            EXIT.


       CHECK-CLASS-POLICY.
      *     Only a run that writes ciphertext is policed - DECIPHER
      *     of a generation written under an older policy must still
      *     work
            MOVE 'N'                       TO WS-POLICY-REFUSED.

            IF JOB-ACTION NOT = 'CIPHER  '
              AND JOB-ACTION NOT = 'REWRAP  '
              GO TO CHECK-CLASS-POLICY-EXIT
            END-IF.

            MOVE JOB-CLASS                 TO PLC-CLASS.
            MOVE JOB-MODE                  TO PLC-MODE.
            MOVE JOB-BITS                  TO PLC-BITS.
            MOVE SPACE                     TO PLC-MAC.

            IF JOB-ODT-FILE NOT = SPACES
              MOVE JOB-ODT-FILE            TO PLC-GEN
            ELSE
      *       AESMAIN's default output name - its cycle resolved
      *       the way AESMAIN resolves it
              MOVE 'R'                     TO CYC-FUNCTION
              MOVE WS-TEMPLATE-CYCLE       TO CYC-CYCLE
              MOVE JOB-DAT-FILE            TO CYC-GEN
              CALL 'AESCYCL' USING CY-S
              MOVE 'B'                     TO CYC-FUNCTION
              MOVE 'AESODAT'               TO CYC-PREFIX
              MOVE WS-TEMPLATE-DATE        TO CYC-DATE
              CALL 'AESCYCL' USING CY-S
              MOVE CYC-GEN                 TO PLC-GEN
            END-IF.
            MOVE 0                         TO PLC-GEN-DATE.

            CALL 'AESPOLCY' USING WS-POL-LS.

            IF PLCS-NONCONFORM
              SET SW-POLICY-REFUSED        TO TRUE
            END-IF.

       CHECK-CLASS-POLICY-EXIT.
            EXIT.

       LOAD-DECK-VALUES.
      *     The shop-defined variables, loaded once and logged - the
      *     sealed template plus this log IS the resolved deck's
             END-PERFORM

             MOVE 'Y'                     TO WS-SUB-HIT
           END-IF.

      *     &CYCLE - the cycle's C<nn> suffix, nothing at all for the
      *     daily run so a daily deck's names come out unchanged
           IF WS-SUB-NAME = 'CYCLE'
             IF WS-TEMPLATE-CYCLE > 0 AND WS-SUB-O < 62
               MOVE 'C'                   TO WS-SUB-OUT(WS-SUB-O + 1:1)
               MOVE WS-TEMPLATE-CYCLE     TO WS-SUB-OUT(WS-SUB-O + 2:2)
               ADD 3                      TO WS-SUB-O
             END-IF

             MOVE 'Y'                     TO WS-SUB-HIT
           END-IF.

           IF WS-SUB-HIT = 'N'
             PERFORM VARYING WS-VR-I FROM 1 BY 1
               UNTIL WS-VR-I > WS-VAR-COUNT
               OR WS-SUB-HIT = 'Y'
             PERFORM APPEND-ONE-SUB-CHAR
             ADD 1                        TO WS-SUB-I
           END-IF.


       RUN-CATCHUP.
      *     Outage backlog, day by day. The range must lie wholly in
      *     the past - today's feeds belong to tonight's deck, not to
      *     a catch-up.
            ACCEPT WS-TODAY                FROM DATE YYYYMMDD.
            COMPUTE WS-TODAY-LILIAN =
                FUNCTION INTEGER-OF-DATE(WS-TODAY).

            IF WS-CU-TO = 0
              COMPUTE WS-CU-TO =
                  FUNCTION DATE-OF-INTEGER(WS-TODAY-LILIAN - 1)
            END-IF.

            IF WS-CU-FROM = 0
              OR WS-CU-FROM > WS-CU-TO
              OR WS-CU-TO NOT < WS-TODAY
              DISPLAY 'AESBATCH: CATCHUP RANGE ' WS-CU-FROM ' - '
                      WS-CU-TO ' IS NOT A RANGE OF PAST DAYS - '
                      'NOTHING RUN'
              MOVE 16                      TO WS-WORST-REASON
              GO TO RUN-CATCHUP-EXIT
            END-IF.

            IF WS-SUBMITTER = SPACES
              MOVE 'AESBATCH'              TO WS-CU-OPERATOR
            ELSE
              MOVE WS-SUBMITTER            TO WS-CU-OPERATOR
            END-IF.

      *     The backlog is built off AESFEEDS instead of a sealed
      *     deck - an unapproved change to it would run unreviewed
      *     work, so catch-up refuses the way AESMAIN's gate refuses
      *     a drifted AESTAB
            MOVE 'AESFEEDS'                TO CFG-FILE.
            CALL 'AESCFGET' USING WS-CFG-LS.

            IF CFG-DRIFTED
              MOVE SPACES                  TO LAL-TEXT OF AL-S
              STRING 'CATCHUP REFUSED - UNAPPROVED CHANGE TO '
                     'AESFEEDS OUTSTANDING SINCE ' CFG-DATE
              DELIMITED BY SIZE          INTO LAL-TEXT OF AL-S
              PERFORM REFUSE-UNSEALED-DECK
            END-IF.

            DISPLAY 'AESBATCH: CATCHUP ' WS-CU-FROM ' - ' WS-CU-TO
                    ' (CLOSE AS ' WS-CU-OPERATOR ')'.

            PERFORM LOAD-DECK-VALUES
               THRU LOAD-DECK-VALUES-EXIT.
            PERFORM LOAD-CALENDAR
               THRU LOAD-CALENDAR-EXIT.
            PERFORM LOAD-CATCHUP-FEEDS.
            PERFORM LOAD-CATCHUP-TEMPLATES.
            PERFORM LOAD-CIPHERED-GENERATIONS
               THRU LOAD-CIPHERED-GENERATIONS-EXIT.

            OPEN OUTPUT R-JRN.

            IF FS-JRN-OK
              CONTINUE
            ELSE
              DISPLAY 'ERROR ON OPEN AESBJRNL: ' FS-JRN
              STOP RUN
            END-IF.

            OPEN OUTPUT R-CRP.

            IF FS-CRP-OK
              CONTINUE
            ELSE
              DISPLAY 'ERROR ON OPEN AESBCRPT: ' FS-CRP
              STOP RUN
            END-IF.

            STRING 'AESBATCH OUTAGE CATCH-UP  ' WS-CU-FROM ' - '
                   WS-CU-TO '  RUN ' WS-TODAY '  CLOSE OPERATOR '
                   WS-CU-OPERATOR
            DELIMITED BY SIZE            INTO WS-CU-LINE.
            PERFORM WRITE-CATCHUP-LINE.

            IF WS-CDONE-LOST > 0
              STRING '  WARNING: ' WS-CDONE-LOST ' CATALOGUED '
                     'CIPHER RUN(S) PAST THE TABLE - THEIR FEEDS '
                     'FALL TO AESMAIN''S DUPLICATE-RUN GUARD'
              DELIMITED BY SIZE          INTO WS-CU-LINE
              PERFORM WRITE-CATCHUP-LINE
            END-IF.

            COMPUTE WS-CU-LILIAN =
                FUNCTION INTEGER-OF-DATE(WS-CU-FROM).
            COMPUTE WS-CU-DATE =
                FUNCTION DATE-OF-INTEGER(WS-CU-LILIAN).

            PERFORM UNTIL WS-CU-DATE > WS-CU-TO
              PERFORM CATCHUP-ONE-DAY
                 THRU CATCHUP-ONE-DAY-EXIT
              ADD 1                        TO WS-CU-LILIAN
              COMPUTE WS-CU-DATE =
                  FUNCTION DATE-OF-INTEGER(WS-CU-LILIAN)
            END-PERFORM.

            MOVE SPACES                    TO WS-CU-LINE.
            PERFORM WRITE-CATCHUP-LINE.
            STRING 'TOTALS  DAYS ' WS-CU-DAY-COUNT
                   '  CLOSED ' WS-CU-CLOSED-COUNT
                   '  TUPLES ' WS-JOB-COUNT
                   '  OK ' WS-OK-COUNT
                   '  FAILED ' WS-ERR-COUNT
                   '  HELD ' WS-HELD-COUNT
                   '  ALREADY DONE ' WS-DONE-TOTAL
                   '  MISSING ' WS-MISSING-TOTAL
            DELIMITED BY SIZE            INTO WS-CU-LINE.
            PERFORM WRITE-CATCHUP-LINE.

            IF SW-CU-STOPPED
              MOVE '  CATCH-UP STOPPED SHORT OF THE END DATE - FIX '
                 & 'THE STOPPED DAY AND RESUBMIT FROM IT'
                                           TO WS-CU-LINE
              PERFORM WRITE-CATCHUP-LINE
            END-IF.

            CLOSE R-JRN R-CRP.

      *     Feeds still missing, or a catch-up that stopped short,
      *     are unfinished work - the same weight a held tuple
      *     carries unless a real failure outranks it
            IF WS-MISSING-TOTAL > 0 OR SW-CU-STOPPED
              MOVE 04                      TO WS-REASON-RANK-IN
              PERFORM RANK-REASON-CODE

              IF WS-REASON-RANK > WS-WORST-RANK
                MOVE WS-REASON-RANK        TO WS-WORST-RANK
                MOVE 04                    TO WS-WORST-REASON
              END-IF
            END-IF.

       RUN-CATCHUP-EXIT.
            EXIT.


       CATCHUP-ONE-DAY.
            ADD 1                          TO WS-CU-DAY-COUNT.
            MOVE SPACES                    TO WS-CU-LINE.
            PERFORM WRITE-CATCHUP-LINE.

            IF SW-CU-STOPPED
              STRING WS-CU-DATE '  NOT STARTED'
              DELIMITED BY SIZE          INTO WS-CU-LINE
              PERFORM WRITE-CATCHUP-LINE
              GO TO CATCHUP-ONE-DAY-EXIT
            END-IF.

      *     A closed day is finished business - a rerun on it needs
      *     the explicit AESDCLSE reopen, never a catch-up
            MOVE WS-CU-DATE                TO DCG-DATE.
            CALL 'AESDCGET' USING WS-DCG-LS.

            IF DCG-CLOSED
              STRING WS-CU-DATE '  ALREADY CLOSED BY ' DCG-OPERATOR
                     ' - LEFT ALONE'
              DELIMITED BY SIZE          INTO WS-CU-LINE
              PERFORM WRITE-CATCHUP-LINE
              GO TO CATCHUP-ONE-DAY-EXIT
            END-IF.

      *     The day being caught up stands in for "today": its
      *     run-day rules, and &DATE in its tuples
            MOVE WS-CU-DATE                TO WS-TODAY.
            MOVE WS-CU-DATE                TO WS-TEMPLATE-DATE.
            PERFORM RESOLVE-TODAY-SCHEDULE.

            INITIALIZE WS-DAY-COUNTS.
            MOVE 0                         TO WS-DM-COUNT.

            IF SW-TODAY-BUSINESS
              STRING WS-CU-DATE '  BUSINESS DAY'
              DELIMITED BY SIZE          INTO WS-CU-LINE
            ELSE
              STRING WS-CU-DATE '  NON-BUSINESS DAY'
              DELIMITED BY SIZE          INTO WS-CU-LINE
            END-IF.
            PERFORM WRITE-CATCHUP-LINE.

            PERFORM VARYING WS-FD-I FROM 1 BY 1
              UNTIL WS-FD-I > WS-FD-COUNT
              PERFORM CATCHUP-FEED-CYCLES
            END-PERFORM.

            MOVE 0                         TO WS-TEMPLATE-CYCLE.

            STRING '          PROCESSED ' WS-DAY-RAN
                   '  FAILED ' WS-DAY-FAILED
                   '  HELD ' WS-DAY-HELD
                   '  SKIPPED (DONE) ' WS-DAY-DONE
                   '  MISSING ' WS-DAY-MISSING
                   '  NOT DUE ' WS-DAY-NOT-DUE
            DELIMITED BY SIZE            INTO WS-CU-LINE.
            PERFORM WRITE-CATCHUP-LINE.

      *     A day whose own work did not all run is not closed, and
      *     nothing after it is started - later days may depend on it
            IF WS-DAY-FAILED > 0 OR WS-DAY-HELD > 0
              SET SW-CU-STOPPED            TO TRUE
              MOVE '          TUPLE(S) FAILED OR HELD - DAY NOT '
                 & 'CLOSED, CATCH-UP STOPS HERE'
                                           TO WS-CU-LINE
              PERFORM WRITE-CATCHUP-LINE
              GO TO CATCHUP-ONE-DAY-EXIT
            END-IF.

            IF NOT SW-TODAY-BUSINESS
              MOVE '          NOT A BUSINESS DAY - NOT CLOSED'
                                           TO WS-CU-LINE
              PERFORM WRITE-CATCHUP-LINE
              GO TO CATCHUP-ONE-DAY-EXIT
            END-IF.

            PERFORM CLOSE-CAUGHT-UP-DAY.

       CATCHUP-ONE-DAY-EXIT.
            EXIT.


       CATCHUP-FEED-CYCLES.
      *     A daily feed once, under its plain name; a feed AESFEEDS
      *     schedules in cycles once per cycle, in cycle order, so a
      *     cycle never runs ahead of the one before it
            MOVE WS-FD-ENTRY(WS-FD-I)      TO FDS-REC.
            MOVE 0                         TO WS-CU-CYCLES.

            IF FDS-CYCLES IS NUMERIC
              MOVE FDS-CYCLES              TO WS-CU-CYCLES
            END-IF.

            IF WS-CU-CYCLES = 0
              MOVE 0                       TO WS-CU-CYCLE
              PERFORM CATCHUP-ONE-FEED
                 THRU CATCHUP-ONE-FEED-EXIT
            ELSE
              PERFORM CATCHUP-ONE-FEED
                 THRU CATCHUP-ONE-FEED-EXIT
                VARYING WS-CU-CYCLE FROM 1 BY 1
                UNTIL WS-CU-CYCLE > WS-CU-CYCLES
            END-IF.


       CATCHUP-ONE-FEED.
            MOVE WS-FD-ENTRY(WS-FD-I)      TO FDS-REC.
            MOVE WS-CU-CYCLE               TO WS-TEMPLATE-CYCLE.

            IF WS-DM-COUNT NOT < 2000
              ADD 1                        TO WS-DAY-MISSING
              ADD 1                        TO WS-MISSING-TOTAL
              STRING '          MISSING  ' FDS-PREFIX
                     ' CYCLE ' WS-CU-CYCLE ' - DAY MAP FULL'
              DELIMITED BY SIZE          INTO WS-CU-LINE
              PERFORM WRITE-CATCHUP-LINE
              GO TO CATCHUP-ONE-FEED-EXIT
            END-IF.

            ADD 1                          TO WS-DM-COUNT.
            MOVE FDS-PREFIX                TO WS-DM-PREFIX(WS-DM-COUNT).
            MOVE WS-CU-CYCLE               TO WS-DM-CYCLE(WS-DM-COUNT).
            MOVE SPACES                    TO WS-DM-STATUS(WS-DM-COUNT).
            MOVE 0                         TO WS-DM-SEQ(WS-DM-COUNT).

            MOVE 'B'                       TO CYC-FUNCTION.
            MOVE FDS-PREFIX                TO CYC-PREFIX.
            MOVE WS-CU-DATE                TO CYC-DATE.
            MOVE WS-CU-CYCLE               TO CYC-CYCLE.
            CALL 'AESCYCL' USING CY-S.
            MOVE CYC-GEN                   TO WS-DAT-FILE-NAME.

            IF CYCS-LEN
              STRING '          MISSING  ' FDS-PREFIX
                     ' CYCLE ' WS-CU-CYCLE ' - PREFIX TOO LONG FOR A '
                     'CYCLE NAME'
              DELIMITED BY SIZE          INTO WS-CU-LINE
              PERFORM LEAVE-CATCHUP-FEED-OUT
              GO TO CATCHUP-ONE-FEED-EXIT
            END-IF.

            IF (FDS-RUN-RULE = 'W' AND NOT SW-TODAY-BUSINESS)
              OR (FDS-RUN-RULE = 'M' AND NOT SW-TODAY-MONTH-END)
              ADD 1                        TO WS-DAY-NOT-DUE
              MOVE 'NSD'                   TO WS-DM-STATUS(WS-DM-COUNT)
              GO TO CATCHUP-ONE-FEED-EXIT
            END-IF.

      *     Already ciphered before or during the outage - skipped,
      *     and good enough for anything depending on it
            PERFORM VARYING WS-CDONE-I FROM 1 BY 1
              UNTIL WS-CDONE-I > WS-CDONE-COUNT
              OR WS-CDONE-GEN(WS-CDONE-I) = WS-DAT-FILE-NAME
              CONTINUE
            END-PERFORM.

            IF WS-CDONE-I NOT > WS-CDONE-COUNT
              ADD 1                        TO WS-DAY-DONE
              ADD 1                        TO WS-DONE-TOTAL
              MOVE 'DON'                   TO WS-DM-STATUS(WS-DM-COUNT)
              STRING '          DONE     ' WS-DAT-FILE-NAME
                     ' ALREADY CIPHERED'
              DELIMITED BY SIZE          INTO WS-CU-LINE
              PERFORM WRITE-CATCHUP-LINE
              GO TO CATCHUP-ONE-FEED-EXIT
            END-IF.

      *     Arrived, and arrived whole?
            PERFORM COUNT-CATCHUP-BLOCKS
               THRU COUNT-CATCHUP-BLOCKS-EXIT.

            IF WS-CU-BLOCKS = 0
              STRING '          MISSING  ' WS-DAT-FILE-NAME
                     ' NEVER ARRIVED'
              DELIMITED BY SIZE          INTO WS-CU-LINE
              PERFORM LEAVE-CATCHUP-FEED-OUT
              GO TO CATCHUP-ONE-FEED-EXIT
            END-IF.

            IF WS-CU-BLOCKS < FDS-MIN-BLOCKS
              STRING '          MISSING  ' WS-DAT-FILE-NAME
                     ' SHORT - ' WS-CU-BLOCKS ' OF '
                     FDS-MIN-BLOCKS ' BLOCK(S)'
              DELIMITED BY SIZE          INTO WS-CU-LINE
              PERFORM LEAVE-CATCHUP-FEED-OUT
              GO TO CATCHUP-ONE-FEED-EXIT
            END-IF.

            PERFORM VARYING WS-TPL-I FROM 1 BY 1
              UNTIL WS-TPL-I > WS-TPL-COUNT
              OR WS-TPL-ENTRY(WS-TPL-I)(1:12) = FDS-PREFIX
              CONTINUE
            END-PERFORM.

            IF WS-TPL-I > WS-TPL-COUNT
              STRING '          MISSING  ' WS-DAT-FILE-NAME
                     ' NO TUPLE TEMPLATE ON AESFDTPL'
              DELIMITED BY SIZE          INTO WS-CU-LINE
              PERFORM LEAVE-CATCHUP-FEED-OUT
              GO TO CATCHUP-ONE-FEED-EXIT
            END-IF.

      *     The tuple AESBJGEN would have built that night, with
      *     the generation names fixed to the day being caught up
            MOVE WS-TPL-ENTRY(WS-TPL-I)    TO TPL-REC.

            MOVE SPACES                    TO JOB-REC.
            MOVE WS-DAT-FILE-NAME          TO JOB-DAT-FILE.
            MOVE 'B'                       TO CYC-FUNCTION.
            MOVE TPL-ODT-PREFIX            TO CYC-PREFIX.
            MOVE WS-CU-DATE                TO CYC-DATE.
            MOVE WS-CU-CYCLE               TO CYC-CYCLE.
            CALL 'AESCYCL' USING CY-S.
            MOVE CYC-GEN                   TO JOB-ODT-FILE.
            MOVE TPL-ACTION                TO JOB-ACTION.
            MOVE TPL-MODE                  TO JOB-MODE.
            MOVE TPL-BITS                  TO JOB-BITS.
            IF TPL-KEY-VAR NOT = SPACES
              STRING '&' TPL-KEY-VAR DELIMITED BY SPACE
                INTO JOB-KEY
            END-IF.
            MOVE TPL-IV                    TO JOB-IV.
            MOVE SPACE                     TO JOB-RUN-RULE.
            MOVE TPL-TENANT                TO JOB-TENANT.
            MOVE TPL-CLASS                 TO JOB-CLASS.
            MOVE 0                         TO JOB-DEPEND.
            MOVE 0                         TO JOB-STREAM.

      *     Predecessor feed: already ciphered satisfies it; one run
      *     earlier this day gates it through the usual JOB-DEPEND
      *     check; anything else (missing, not due, not scheduled
      *     ahead of it) holds it. A cycle waits on the predecessor's
      *     same cycle; failing that (a daily predecessor, or a
      *     daily feed after a cycled one) on its latest entry
            IF TPL-DEPEND NOT = SPACES
              MOVE 0                       TO WS-DM-HIT
              PERFORM VARYING WS-DM-I FROM 1 BY 1
                UNTIL WS-DM-I NOT < WS-DM-COUNT
                IF WS-DM-PREFIX(WS-DM-I) = TPL-DEPEND
                  IF WS-DM-HIT = 0
                    MOVE WS-DM-I           TO WS-DM-HIT
                  ELSE
                    IF WS-DM-CYCLE(WS-DM-HIT) NOT = WS-CU-CYCLE
                      MOVE WS-DM-I         TO WS-DM-HIT
                    END-IF
                  END-IF
                END-IF
              END-PERFORM

              IF WS-DM-HIT > 0
                AND WS-DM-STATUS(WS-DM-HIT) = 'DON'
                CONTINUE
              ELSE
                IF WS-DM-HIT > 0
                  AND WS-DM-SEQ(WS-DM-HIT) > 0
                  MOVE WS-DM-SEQ(WS-DM-HIT) TO JOB-DEPEND
                ELSE
                  PERFORM HOLD-CATCHUP-TUPLE
                  GO TO CATCHUP-ONE-FEED-EXIT
                END-IF
              END-IF
            END-IF.

            PERFORM RUN-ONE-JOB
               THRU RUN-ONE-JOB-EXIT.

            MOVE WS-JRN-STATUS             TO WS-DM-STATUS(WS-DM-COUNT).
            MOVE WS-JOB-COUNT              TO WS-DM-SEQ(WS-DM-COUNT).

            EVALUATE WS-JRN-STATUS
              WHEN 'OK '
                ADD 1                      TO WS-DAY-RAN
                STRING '          RAN      ' WS-DAT-FILE-NAME
                       ' -> ' JOB-ODT-FILE ' OK'
                DELIMITED BY SIZE        INTO WS-CU-LINE
              WHEN 'HLD'
                ADD 1                      TO WS-DAY-HELD
                STRING '          HELD     ' WS-DAT-FILE-NAME
                       ' - PREDECESSOR ' TPL-DEPEND ' NOT OK'
                DELIMITED BY SIZE        INTO WS-CU-LINE
              WHEN OTHER
                ADD 1                      TO WS-DAY-FAILED
                STRING '          FAILED   ' WS-DAT-FILE-NAME
                       ' -> ' JOB-ODT-FILE ' REASON ' WS-JRN-REASON
                DELIMITED BY SIZE        INTO WS-CU-LINE
            END-EVALUATE.
            PERFORM WRITE-CATCHUP-LINE.

       CATCHUP-ONE-FEED-EXIT.
            EXIT.


       HOLD-CATCHUP-TUPLE.
      *     Journalled HLD like any held deck tuple, so the day's
      *     journal still accounts for it
            ADD 1                          TO WS-JOB-COUNT.
            ADD 1                          TO WS-HELD-COUNT.
            ADD 1                          TO WS-DAY-HELD.

            MOVE 'HLD'                     TO WS-JRN-STATUS.
            MOVE 0                         TO WS-JRN-REASON.
            PERFORM JOURNAL-TUPLE-OUTCOME.

            MOVE 'HLD'                     TO WS-DM-STATUS(WS-DM-COUNT).
            MOVE WS-JOB-COUNT              TO WS-DM-SEQ(WS-DM-COUNT).

            STRING '          HELD     ' WS-DAT-FILE-NAME
                   ' - PREDECESSOR ' TPL-DEPEND ' DID NOT RUN'
            DELIMITED BY SIZE            INTO WS-CU-LINE.
            PERFORM WRITE-CATCHUP-LINE.


       LEAVE-CATCHUP-FEED-OUT.
            ADD 1                          TO WS-DAY-MISSING.
            ADD 1                          TO WS-MISSING-TOTAL.
            MOVE 'MIS'                     TO WS-DM-STATUS(WS-DM-COUNT).
            PERFORM WRITE-CATCHUP-LINE.


       CLOSE-CAUGHT-UP-DAY.
      *     AESDCLSE makes its own checks (feeds ciphered, alerts
      *     acknowledged, hand-offs confirmed, no lock left) - a
      *     refusal stops the catch-up just as a failed tuple does
            OPEN OUTPUT R-DCP.

            IF FS-DCP-OK
              CONTINUE
            ELSE
              DISPLAY 'AESBATCH: ERROR ON OPEN AESDCPRM: ' FS-DCP
              SET SW-CU-STOPPED            TO TRUE
              MOVE '          AESDCPRM NOT WRITABLE - DAY NOT '
                 & 'CLOSED, CATCH-UP STOPS HERE'
                                           TO WS-CU-LINE
              PERFORM WRITE-CATCHUP-LINE
              GO TO CLOSE-CAUGHT-UP-DAY-EXIT
            END-IF.

            MOVE SPACES                    TO DCP-REC.
            MOVE 'C'                       TO DCP-FUNCTION.
            MOVE WS-CU-DATE                TO DCP-DATE.
            MOVE WS-CU-OPERATOR            TO DCP-OPERATOR.
            WRITE DCP-REC.
            CLOSE R-DCP.

            MOVE 0                         TO RETURN-CODE.
            CALL 'AESDCLSE'.
            MOVE RETURN-CODE               TO WS-CU-CLOSE-RC.
            MOVE 0                         TO RETURN-CODE.

            IF WS-CU-CLOSE-RC = 0
              ADD 1                        TO WS-CU-CLOSED-COUNT
              STRING '          DAY CLOSED BY ' WS-CU-OPERATOR
              DELIMITED BY SIZE          INTO WS-CU-LINE
            ELSE
              SET SW-CU-STOPPED            TO TRUE
              STRING '          CLOSE REFUSED BY AESDCLSE (RC '
                     WS-CU-CLOSE-RC ') - CATCH-UP STOPS HERE'
              DELIMITED BY SIZE          INTO WS-CU-LINE
            END-IF.
            PERFORM WRITE-CATCHUP-LINE.

       CLOSE-CAUGHT-UP-DAY-EXIT.
            EXIT.


       COUNT-CATCHUP-BLOCKS.
            MOVE 0                         TO WS-CU-BLOCKS.

            OPEN INPUT R-DAT.

            IF FS-DAT-OK
              CONTINUE
            ELSE
      *       Never arrived
              IF FS-DAT = 05
                CLOSE R-DAT
              END-IF
              MOVE 0                       TO FS-DAT
              GO TO COUNT-CATCHUP-BLOCKS-EXIT
            END-IF.

            PERFORM UNTIL FS-DAT-EOF
              READ R-DAT NEXT RECORD

              IF FS-DAT-OK
                IF DAT-KEY > 0 AND DAT-KEY < 99000000
                  ADD 1                    TO WS-CU-BLOCKS
                END-IF
              END-IF
            END-PERFORM.

            CLOSE R-DAT.
            MOVE 0                         TO FS-DAT.

       COUNT-CATCHUP-BLOCKS-EXIT.
            EXIT.


       LOAD-CATCHUP-FEEDS.
            OPEN INPUT R-FDS.

            IF FS-FDS-OK
              PERFORM UNTIL FS-FDS-EOF
                READ R-FDS
                  AT END
                    CONTINUE
                  NOT AT END
                    IF WS-FD-COUNT < 500
                      AND FDS-PREFIX NOT = SPACES
                      ADD 1                TO WS-FD-COUNT
                      MOVE FDS-REC         TO WS-FD-ENTRY(WS-FD-COUNT)
                    END-IF
                END-READ
              END-PERFORM

              CLOSE R-FDS
            ELSE
              DISPLAY 'AESBATCH: NO AESFEEDS - NO FEEDS TO CATCH UP'
            END-IF.


       LOAD-CATCHUP-TEMPLATES.
            OPEN INPUT R-TPL.

            IF FS-TPL-OK
              PERFORM UNTIL FS-TPL-EOF
                READ R-TPL
                  AT END
                    CONTINUE
                  NOT AT END
                    IF WS-TPL-COUNT < 500
                      AND TPL-PREFIX NOT = SPACES
                      ADD 1                TO WS-TPL-COUNT
                      MOVE TPL-REC         TO WS-TPL-ENTRY(WS-TPL-COUNT)
                    END-IF
                END-READ
              END-PERFORM

              CLOSE R-TPL
            END-IF.


       LOAD-CIPHERED-GENERATIONS.
      *     Every input generation the catalog already shows a
      *     CIPHER for - the catch-up's "already done" list
            OPEN INPUT R-CAT.

            IF FS-CAT-OK
              CONTINUE
            ELSE
              GO TO LOAD-CIPHERED-GENERATIONS-EXIT
            END-IF.

            PERFORM UNTIL FS-CAT-EOF
              READ R-CAT NEXT RECORD

              IF FS-CAT-OK
                AND CAT-ACTION = 'CIPHER  '
                AND CAT-DAT-GEN NOT = SPACES
                IF WS-CDONE-COUNT < 5000
                  ADD 1                    TO WS-CDONE-COUNT
                  MOVE CAT-DAT-GEN         TO
                       WS-CDONE-GEN(WS-CDONE-COUNT)
                ELSE
                  ADD 1                    TO WS-CDONE-LOST
                END-IF
              END-IF
            END-PERFORM.

            CLOSE R-CAT.

       LOAD-CIPHERED-GENERATIONS-EXIT.
            EXIT.


       WRITE-CATCHUP-LINE.
            WRITE CRP-REC                  FROM WS-CU-LINE.
            MOVE SPACES                    TO WS-CU-LINE.
