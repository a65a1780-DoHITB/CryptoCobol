       ID DIVISION.
       PROGRAM-ID. AESBJGEN.
      *****************************************************************
      * Nightly AESBJOB deck builder. The evening deck used to be
      * copied together by hand from whichever feeds AESFGATE had
      * reported ready, then resealed - the one step of the night
      * still typed by an operator. This builds it instead, from
      * three things already on hand:
      *
      *   - AESFEEDS, the expected-feeds schedule, in its own order
      *     (that order becomes the deck's tuple order),
      *   - AESFGRPT, the latest AESFGATE readiness report - it must
      *     be today's, or nothing is built and the old deck stands,
      *   - AESFDTPL, one tuple template per feed: output prefix,
      *     action, mode, bits, key variable, IV, tenant, class, the
      *     feed it depends on and the dispatch stream.
      *
      * Each READY feed becomes one tuple: input and output
      * generations named with the report's date (a deck that runs
      * past midnight still names tonight's files), the key as an
      * AESBVALS variable reference (&name - the deck never carries
      * key material, AESBATCH resolves it at run time), JOB-DEPEND
      * resolved to the predecessor feed's tuple number in this
      * deck, and a blank run-day rule - the schedule has already
      * been applied. Each tuple is judged against its class's
      * AESPOLCY policy exactly as AESCARD and AESBATCH judge a
      * hand-built one before dispatch, and left out with the policy
      * reason when it falls short.
      *
      * A feed left out is listed on AESBGRPT with why: the gate's
      * own PENDING/LATE/SHORT line, no template, a predecessor not
      * in tonight's deck (a predecessor must come earlier in
      * AESFEEDS, the same no-forward-reference rule AESBJOB keeps),
      * or the policy refusal. A feed the gate did not report on at
      * all was not due today and is listed as such, not counted.
      *
      * The deck is written whole and sealed through AESSEAL
      * (CALLed, as AESDRGEN seals its decks) - AESBATCH refuses it
      * otherwise. RETURN-CODE 4 when a due feed was left out, 8
      * when AESFGRPT is missing or stale, 12 on an I/O failure or
      * a failed seal.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *     EXPECTED-FEEDS SCHEDULE (AESFEEDS)
            SELECT R-FDS ASSIGN TO 'AESFEEDS'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-FDS.

      *     READINESS REPORT (AESFGRPT - written by AESFGATE)
            SELECT OPTIONAL R-FGR ASSIGN TO 'AESFGRPT'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-FGR.

      *     PER-FEED TUPLE TEMPLATES (AESFDTPL - one per feed)
            SELECT OPTIONAL R-TPL ASSIGN TO 'AESFDTPL'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-TPL.

      *     GENERATED DECK (AESBJOB - what AESBATCH runs)
            SELECT R-JOB ASSIGN TO 'AESBJOB'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-JOB.

      *     AESSEAL'S CONTROL CARD (AESSLPRM - written here)
            SELECT R-SLP ASSIGN TO 'AESSLPRM'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-SLP.

      *     BUILD REPORT (AESBGRPT)
            SELECT R-RPT ASSIGN TO 'AESBGRPT'
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

      *   AESFGRPT - header 'AESFGATE READINESS ccyymmdd AT hhmm',
      *   then one 'STATUS  generation ...' line per feed due
       FD R-FGR LABEL RECORD STANDARD.

       01 FGR-REC.
          05 FGR-STATUS                  PIC X(08).
          05 FGR-GEN                     PIC X(20).
          05 FILLER                      PIC X(52).
       01 FGR-HEADER.
          05 FGR-TITLE                   PIC X(19).
          05 FGR-DATE                    PIC X(08).
          05 FILLER                      PIC X(53).

      *   AESFDTPL
       FD R-TPL LABEL RECORD STANDARD.

       01 TPL-REC.
          05 TPL-PREFIX                  PIC X(12).
          05 FILLER                      PIC X(01).
      *     Output generation prefix - the feed date is appended
          05 TPL-ODT-PREFIX              PIC X(12).
          05 FILLER                      PIC X(01).
          05 TPL-ACTION                  PIC X(08).
          05 FILLER                      PIC X(01).
          05 TPL-MODE                    PIC X(03).
          05 FILLER                      PIC X(01).
          05 TPL-BITS                    PIC X(03).
          05 FILLER                      PIC X(01).
      *     AESBVALS variable holding the key - written as &name
          05 TPL-KEY-VAR                 PIC X(12).
          05 FILLER                      PIC X(01).
          05 TPL-IV                      PIC X(32).
          05 FILLER                      PIC X(01).
          05 TPL-TENANT                  PIC X(08).
          05 FILLER                      PIC X(01).
          05 TPL-CLASS                   PIC X(01).
          05 FILLER                      PIC X(01).
      *     Feed (AESFEEDS prefix) this one depends on, blank none
          05 TPL-DEPEND                  PIC X(12).
          05 FILLER                      PIC X(01).
          05 TPL-STREAM                  PIC X(02).
          05 FILLER                      PIC X(11).

      *   AESBJOB
       FD R-JOB LABEL RECORD STANDARD.

       01 JOB-REC.
          05 JOB-DAT-FILE                PIC X(20).
          05 JOB-ODT-FILE                PIC X(20).
          05 JOB-ACTION                  PIC X(08).
          05 JOB-MODE                    PIC X(03).
          05 JOB-BITS                    PIC X(03).
          05 JOB-KEY                     PIC X(64).
          05 JOB-IV                      PIC X(32).
          05 JOB-RUN-RULE                PIC X(01).
          05 JOB-TENANT                  PIC X(08).
          05 JOB-DEPEND                  PIC 9(05).
          05 JOB-STREAM                  PIC 9(02).
          05 JOB-CLASS                   PIC X(01).

      *   AESSLPRM
       FD R-SLP LABEL RECORD STANDARD.

       01 SLP-REC.
          05 SLP-DECK                    PIC X(01).
          05 FILLER                      PIC X(01).
          05 SLP-ALIAS                   PIC X(08).

      *   AESBGRPT
       FD R-RPT LABEL RECORD STANDARD.

       01 RPT-REC                        PIC X(132).

       WORKING-STORAGE SECTION.
         01 FS.
            05 FS-FDS                   PIC 9(02).
               88 FS-FDS-OK                       VALUE 0.
               88 FS-FDS-EOF                      VALUE 10.
            05 FS-FGR                   PIC 9(02).
               88 FS-FGR-OK                       VALUE 0.
               88 FS-FGR-EOF                      VALUE 10.
            05 FS-TPL                   PIC 9(02).
               88 FS-TPL-OK                       VALUE 0.
               88 FS-TPL-EOF                      VALUE 10.
            05 FS-JOB                   PIC 9(02).
               88 FS-JOB-OK                       VALUE 0.
            05 FS-SLP                   PIC 9(02).
               88 FS-SLP-OK                       VALUE 0.
            05 FS-RPT                   PIC 9(02).
               88 FS-RPT-OK                       VALUE 0.

         77 WS-TODAY                    PIC 9(08).
         77 WS-GATE-DATE                PIC 9(08)   VALUE 0.
         01 WS-DAT-FILE-NAME            PIC X(20).
         77 WS-SEAL-RC                  PIC 9(04).

      *  The gate's verdicts, one per feed it reported on
         01 WS-GATE-TABLE.
            05 WS-GATE-ENTRY OCCURS 500.
               10 WS-GT-STATUS          PIC X(08).
               10 WS-GT-GEN             PIC X(20).
               10 WS-GT-LINE            PIC X(80).
         77 WS-GATE-COUNT               PIC 9(03)   VALUE 0.
         77 WS-GATE-I                   PIC 9(03).

      *  Templates, one per feed
         01 WS-TPL-TABLE.
            05 WS-TPL-ENTRY OCCURS 500  PIC X(128).
         77 WS-TPL-COUNT                PIC 9(03)   VALUE 0.
         77 WS-TPL-I                    PIC 9(03).
         77 WS-TPL-LOST                 PIC 9(03)   VALUE 0.

      *  Feeds already in tonight's deck, by tuple number
         01 WS-DECK-TABLE.
            05 WS-DK-PREFIX OCCURS 500  PIC X(12).
         77 WS-TUPLE-COUNT              PIC 9(05)   VALUE 0.
         77 WS-DK-I                     PIC 9(05).

         77 WS-FEED-COUNT               PIC 9(03)   VALUE 0.
         77 WS-LEFT-COUNT               PIC 9(03)   VALUE 0.
         77 WS-NOT-DUE-COUNT            PIC 9(03)   VALUE 0.
         01 WS-REASON                   PIC X(80).

      *  Classification policy check (AESPOLCY) - linkage mirrored
      *  here, the same way AESBATCH mirrors it
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

         01 WS-RPT-LINE                 PIC X(132).

       LINKAGE SECTION.

       PROCEDURE DIVISION.
       MAINLINE.
           ACCEPT WS-TODAY                FROM DATE YYYYMMDD.

           OPEN OUTPUT R-RPT.

           IF FS-RPT-OK
             CONTINUE
           ELSE
             DISPLAY 'AESBJGEN: ERROR OPENING AESBGRPT: ' FS-RPT
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.

           PERFORM LOAD-GATE-REPORT
              THRU LOAD-GATE-REPORT-EXIT.

           IF WS-GATE-DATE NOT = WS-TODAY
             STRING 'AESBJGEN - NO READINESS REPORT FOR ' WS-TODAY
                    ' (AESFGRPT DATED ' WS-GATE-DATE
                    ') - DECK NOT BUILT, AESBJOB UNCHANGED'
             DELIMITED BY SIZE          INTO WS-RPT-LINE
             PERFORM WRITE-REPORT-LINE
             CLOSE R-RPT
             DISPLAY 'AESBJGEN: AESFGRPT IS NOT TODAY''S - RUN '
                     'AESFGATE FIRST; DECK NOT BUILT'
             MOVE 8                       TO RETURN-CODE
             STOP RUN
           END-IF.

           PERFORM LOAD-TEMPLATES
              THRU LOAD-TEMPLATES-EXIT.

           OPEN INPUT R-FDS.

           IF FS-FDS-OK
             CONTINUE
           ELSE
             DISPLAY 'AESBJGEN: CANNOT OPEN AESFEEDS: ' FS-FDS
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.

           OPEN OUTPUT R-JOB.

           IF FS-JOB-OK
             CONTINUE
           ELSE
             DISPLAY 'AESBJGEN: CANNOT CREATE AESBJOB: ' FS-JOB
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.

           STRING 'AESBJGEN DECK BUILD FOR ' WS-GATE-DATE
                  ' FROM AESFEEDS, AESFGRPT AND AESFDTPL'
           DELIMITED BY SIZE            INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

           PERFORM WRITE-REPORT-LINE.

           PERFORM UNTIL FS-FDS-EOF
             READ R-FDS
               AT END
                 CONTINUE
               NOT AT END
                 PERFORM BUILD-ONE-FEED
                    THRU BUILD-ONE-FEED-EXIT
             END-READ
           END-PERFORM.

           CLOSE R-FDS R-JOB.

           PERFORM WRITE-REPORT-LINE.

           STRING 'TOTALS - ' WS-FEED-COUNT ' FEED(S) DUE, '
                  WS-TUPLE-COUNT ' TUPLE(S) IN THE DECK, '
                  WS-LEFT-COUNT ' LEFT OUT, ' WS-NOT-DUE-COUNT
                  ' NOT DUE TODAY'
           DELIMITED BY SIZE            INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

           CLOSE R-RPT.

           PERFORM SEAL-DECK.

           DISPLAY 'AESBJGEN: ' WS-TUPLE-COUNT ' tuple(s) built, '
                   WS-LEFT-COUNT ' due feed(s) left out, deck sealed'.

           IF WS-LEFT-COUNT > 0
             MOVE 4                       TO RETURN-CODE
           ELSE
             MOVE 0                       TO RETURN-CODE
           END-IF.

           STOP RUN.


       LOAD-GATE-REPORT.
           OPEN INPUT R-FGR.

           IF FS-FGR-OK
             CONTINUE
           ELSE
             GO TO LOAD-GATE-REPORT-EXIT
           END-IF.

           PERFORM UNTIL FS-FGR-EOF
             READ R-FGR
               AT END
                 CONTINUE
               NOT AT END
                 EVALUATE TRUE
                   WHEN FGR-TITLE = 'AESFGATE READINESS '
                     IF FGR-DATE IS NUMERIC
                       MOVE FGR-DATE      TO WS-GATE-DATE
                     END-IF
                   WHEN FGR-STATUS = 'READY   '
                     OR FGR-STATUS = 'PENDING '
                     OR FGR-STATUS = 'LATE    '
                     OR FGR-STATUS = 'SHORT   '
                     IF WS-GATE-COUNT < 500
                       ADD 1              TO WS-GATE-COUNT
                       MOVE FGR-STATUS    TO
                            WS-GT-STATUS(WS-GATE-COUNT)
                       MOVE FGR-GEN       TO WS-GT-GEN(WS-GATE-COUNT)
                       MOVE FGR-REC       TO
                            WS-GT-LINE(WS-GATE-COUNT)
                     END-IF
                   WHEN OTHER
                     CONTINUE
                 END-EVALUATE
             END-READ
           END-PERFORM.

           CLOSE R-FGR.

       LOAD-GATE-REPORT-EXIT.
           EXIT.


       LOAD-TEMPLATES.
           OPEN INPUT R-TPL.

           IF FS-TPL-OK
             CONTINUE
           ELSE
             GO TO LOAD-TEMPLATES-EXIT
           END-IF.

           PERFORM UNTIL FS-TPL-EOF
             READ R-TPL
               AT END
                 CONTINUE
               NOT AT END
                 IF TPL-REC NOT = SPACES AND TPL-REC(1:1) NOT = '*'
                   IF WS-TPL-COUNT < 500
                     ADD 1                TO WS-TPL-COUNT
                     MOVE TPL-REC         TO WS-TPL-ENTRY(WS-TPL-COUNT)
                   ELSE
                     ADD 1                TO WS-TPL-LOST
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE R-TPL.

           IF WS-TPL-LOST > 0
             DISPLAY 'AESBJGEN: MORE THAN 500 TEMPLATES - '
                     WS-TPL-LOST ' IGNORED'
           END-IF.

       LOAD-TEMPLATES-EXIT.
           EXIT.


      *****************************************************************
      * One feed - into the deck, or onto the report with the reason
      *****************************************************************
       BUILD-ONE-FEED.
           MOVE SPACES                    TO WS-DAT-FILE-NAME.
           STRING FDS-PREFIX DELIMITED BY SPACE
                  WS-GATE-DATE DELIMITED BY SIZE
             INTO WS-DAT-FILE-NAME.

           PERFORM VARYING WS-GATE-I FROM 1 BY 1
             UNTIL WS-GATE-I > WS-GATE-COUNT
             OR WS-GT-GEN(WS-GATE-I) = WS-DAT-FILE-NAME
             CONTINUE
           END-PERFORM.

           IF WS-GATE-I > WS-GATE-COUNT
             ADD 1                        TO WS-NOT-DUE-COUNT
             STRING 'NOT DUE  ' WS-DAT-FILE-NAME
                    ' NOT ON THE GATE REPORT - NOT DUE TODAY'
             DELIMITED BY SIZE          INTO WS-RPT-LINE
             PERFORM WRITE-REPORT-LINE
             GO TO BUILD-ONE-FEED-EXIT
           END-IF.

           ADD 1                          TO WS-FEED-COUNT.

           IF WS-GT-STATUS(WS-GATE-I) NOT = 'READY   '
             MOVE WS-GT-LINE(WS-GATE-I)   TO WS-REASON
             PERFORM LEAVE-FEED-OUT
             GO TO BUILD-ONE-FEED-EXIT
           END-IF.

           PERFORM VARYING WS-TPL-I FROM 1 BY 1
             UNTIL WS-TPL-I > WS-TPL-COUNT
             OR WS-TPL-ENTRY(WS-TPL-I)(1:12) = FDS-PREFIX
             CONTINUE
           END-PERFORM.

           IF WS-TPL-I > WS-TPL-COUNT
             MOVE 'NO TUPLE TEMPLATE ON AESFDTPL' TO WS-REASON
             PERFORM LEAVE-FEED-OUT
             GO TO BUILD-ONE-FEED-EXIT
           END-IF.

           MOVE WS-TPL-ENTRY(WS-TPL-I)    TO TPL-REC.

           MOVE SPACES                    TO JOB-REC.
           MOVE WS-DAT-FILE-NAME          TO JOB-DAT-FILE.
           STRING TPL-ODT-PREFIX DELIMITED BY SPACE
                  WS-GATE-DATE DELIMITED BY SIZE
             INTO JOB-ODT-FILE.
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

           IF TPL-STREAM IS NUMERIC
             MOVE TPL-STREAM              TO JOB-STREAM
           ELSE
             MOVE 0                       TO JOB-STREAM
           END-IF.

      *     Predecessor feed - its tuple number in this deck
           IF TPL-DEPEND NOT = SPACES
             PERFORM VARYING WS-DK-I FROM 1 BY 1
               UNTIL WS-DK-I > WS-TUPLE-COUNT
               OR WS-DK-PREFIX(WS-DK-I) = TPL-DEPEND
               CONTINUE
             END-PERFORM

             IF WS-DK-I > WS-TUPLE-COUNT
               MOVE SPACES                TO WS-REASON
               STRING 'DEPENDS ON ' TPL-DEPEND
                      ' - NOT IN TONIGHT''S DECK'
               DELIMITED BY SIZE        INTO WS-REASON
               PERFORM LEAVE-FEED-OUT
               GO TO BUILD-ONE-FEED-EXIT
             END-IF

             MOVE WS-DK-I                 TO JOB-DEPEND
           END-IF.

      *     The same class-policy judgement a hand-built tuple gets
      *     before dispatch
           PERFORM CHECK-CLASS-POLICY
              THRU CHECK-CLASS-POLICY-EXIT.

           IF PLCS-NONCONFORM
             MOVE SPACES                  TO WS-REASON
             STRING 'REFUSED BY CLASS ' JOB-CLASS ' POLICY - '
                    PLC-REASON
             DELIMITED BY SIZE          INTO WS-REASON
             PERFORM LEAVE-FEED-OUT
             GO TO BUILD-ONE-FEED-EXIT
           END-IF.

           IF WS-TUPLE-COUNT >= 500
             MOVE 'DECK FULL AT 500 TUPLES' TO WS-REASON
             PERFORM LEAVE-FEED-OUT
             GO TO BUILD-ONE-FEED-EXIT
           END-IF.

           WRITE JOB-REC.

           IF FS-JOB-OK
             CONTINUE
           ELSE
             DISPLAY 'AESBJGEN: ERROR WRITING AESBJOB: ' FS-JOB
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.

           ADD 1                          TO WS-TUPLE-COUNT.
           MOVE FDS-PREFIX                TO
                WS-DK-PREFIX(WS-TUPLE-COUNT).

           STRING 'TUPLE ' WS-TUPLE-COUNT ' ' JOB-DAT-FILE ' -> '
                  JOB-ODT-FILE ' ' JOB-ACTION ' ' JOB-MODE ' '
                  JOB-BITS ' TENANT ' JOB-TENANT ' CLASS '
                  JOB-CLASS ' DEPEND ' JOB-DEPEND ' STREAM '
                  JOB-STREAM
           DELIMITED BY SIZE            INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

       BUILD-ONE-FEED-EXIT.
           EXIT.


       LEAVE-FEED-OUT.
           ADD 1                          TO WS-LEFT-COUNT.

           STRING 'LEFT OUT ' WS-DAT-FILE-NAME ' ' WS-REASON
           DELIMITED BY SIZE            INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.


       CHECK-CLASS-POLICY.
      *     Only a run that writes ciphertext is policed, as in
      *     AESBATCH
           MOVE 'OK '                     TO PLC-STATUS.

           IF JOB-ACTION NOT = 'CIPHER  '
             AND JOB-ACTION NOT = 'REWRAP  '
             GO TO CHECK-CLASS-POLICY-EXIT
           END-IF.

           MOVE JOB-CLASS                 TO PLC-CLASS.
           MOVE JOB-MODE                  TO PLC-MODE.
           MOVE JOB-BITS                  TO PLC-BITS.
           MOVE SPACE                     TO PLC-MAC.
           MOVE JOB-ODT-FILE              TO PLC-GEN.
           MOVE 0                         TO PLC-GEN-DATE.

           CALL 'AESPOLCY' USING WS-POL-LS.

       CHECK-CLASS-POLICY-EXIT.
           EXIT.


       SEAL-DECK.
      *     Sealed through the same AESSEAL every reviewed deck gets
           OPEN OUTPUT R-SLP.

           MOVE SPACES                    TO SLP-REC.
           MOVE 'B'                       TO SLP-DECK.

           WRITE SLP-REC.

           CLOSE R-SLP.

           MOVE 0                         TO RETURN-CODE.

           CALL 'AESSEAL'.

           MOVE RETURN-CODE               TO WS-SEAL-RC.
           MOVE 0                         TO RETURN-CODE.

           IF WS-SEAL-RC NOT = 0
             DISPLAY 'AESBJGEN: DECK SEALING FAILED RC ' WS-SEAL-RC
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.


       WRITE-REPORT-LINE.
           MOVE WS-RPT-LINE                TO RPT-REC.
           MOVE SPACES                     TO WS-RPT-LINE.

           WRITE RPT-REC.

           IF FS-RPT-OK
             CONTINUE
           ELSE
             DISPLAY 'AESBJGEN: ERROR WRITING AESBGRPT: ' FS-RPT
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.
