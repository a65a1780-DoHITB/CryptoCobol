       ID DIVISION.
       PROGRAM-ID. AESSCRUB.
      *****************************************************************
      * Rotating integrity scrub of the archive. AESARCH sweeps aged
      * generations into AESARCHV and nobody looks at them again
      * until legal asks for one - far too late to find out a
      * record has rotted. Run nightly, this proves a slice of the
      * archived generations (AESARCIX) sound, sized so that every
      * one of them is scrubbed at least once per coverage period:
      *
      *   - the slice is the archive's generation count divided by
      *     the coverage days, rounded up, taken oldest-scrubbed
      *     first (never-scrubbed before anything), plus any
      *     generation already past its coverage period - a missed
      *     night is made up, not skipped,
      *   - each chosen generation is copied out of AESARCHV to the
      *     AESSBSCR scratch KSDS (the archive itself is only read)
      *     and put through the real controls, CALLed with their own
      *     control cards as AESDRILL does: AESVERIF (trailer, the
      *     AESSTMP stamp digest of the generation's run, found via
      *     its AESRCAT entry, and the HMAC trailer), AESMACSC (the
      *     per-block MAC column), and a parity walk here that
      *     recomputes every AESPARIT group against its parity
      *     record,
      *   - damage the per-block MAC scan pins to one block in a
      *     group whose parity no longer agrees is repairable: the
      *     block is handed to AESPARFX on the scratch copy, the
      *     controls rerun, and once the copy proves good the
      *     rebuilt payload is rewritten into AESARCHV in place,
      *   - anything else - damage no control can localize, two bad
      *     blocks in one group, a generation missing from the
      *     archive, a repair that does not prove out - is
      *     unrepairable and raises an AESALERT.
      *
      * The AESSCRHS scrub history carries one record per archived
      * generation - when it was last scrubbed, when it was last
      * proven good, the outcome and how many blocks have been
      * repaired - and is rewritten whole at the end of the run.
      * Report to AESSBRPT; RETURN-CODE 4 when a repair was made, 8
      * when anything is unrepairable.
      *
      * Control card AESSBPRM (optional): COVERAGE-DAYS(1-3, default
      * 030) MAC-KEY(5-68, blank skips the MAC column and HMAC
      * checks) MAC-ENGINE(70, as AESMACSC).
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *     ARCHIVE INDEX (AESARCIX - LRECL=56)
            SELECT OPTIONAL R-IDX ASSIGN TO 'AESARCIX'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-IDX.

      *     CONSOLIDATED ARCHIVE (AESARCHV - LRECL=64)
            SELECT R-ARC ASSIGN TO 'AESARCHV'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-ARC.

      *     SCRATCH COPY (AESSBSCR - the generation under scrub)
            SELECT R-SCR ASSIGN TO 'AESSBSCR'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS SCR-KEY
                   FILE STATUS  IS FS-SCR.

      *     RUN CATALOG (AESRCAT) AND STAMP TRAIL (AESSTMP)
            SELECT OPTIONAL R-CAT ASSIGN TO 'AESRCAT'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS RANDOM
                   RECORD KEY   IS CAT-GEN
                   FILE STATUS  IS FS-CAT.

            SELECT OPTIONAL R-STP ASSIGN TO 'AESSTMP'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-STP.

      *     SCRUB HISTORY (AESSCRHS - LRECL=80, rewritten whole)
            SELECT OPTIONAL R-HIS ASSIGN TO 'AESSCRHS'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-HIS.

      *     THE CONTROL PROGRAMS' OWN CONTROL CARDS, WRITTEN HERE,
      *     AND THE MAC SCAN'S REPORT, READ BACK FOR BLOCK NUMBERS
            SELECT R-VPM ASSIGN TO 'AESVPARM'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-VPM.

            SELECT R-MPM ASSIGN TO 'AESMSPRM'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-MPM.

            SELECT R-PPM ASSIGN TO 'AESPXPRM'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-PPM.

            SELECT OPTIONAL R-MSR ASSIGN TO 'AESMSRPT'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-MSR.

      *     CONTROL CARD (AESSBPRM)
            SELECT OPTIONAL R-PARM ASSIGN TO 'AESSBPRM'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-PARM.

      *     SCRUB REPORT (AESSBRPT)
            SELECT R-RPT ASSIGN TO 'AESSBRPT'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-RPT.

       DATA DIVISION.
       FILE SECTION.
      *   AESARCIX
       FD R-IDX LABEL RECORD STANDARD.

       01 IDX-REC.
          02 IDX-NAME                 PIC X(20).
          02 IDX-DATE                 PIC 9(08).
          02 IDX-BLOCKS               PIC 9(08).
          02 IDX-CHECKSUM             PIC 9(10).
          02 FILLER                   PIC X(10).

      *   AESARCHV
       FD R-ARC LABEL RECORD STANDARD.

       01 ARC-REC.
          02 ARC-TYPE                 PIC X(01).
      *        'H' header (one per archived generation), 'D' data
          02 ARC-BODY                 PIC X(63).
       01 ARC-HDR REDEFINES ARC-REC.
          02 FILLER                   PIC X(01).
          02 ARC-HDR-NAME             PIC X(20).
          02 ARC-HDR-DATE             PIC 9(08).
          02 ARC-HDR-BLOCKS           PIC 9(08).
          02 ARC-HDR-CHECKSUM         PIC 9(10).
          02 FILLER                   PIC X(17).
       01 ARC-DTA REDEFINES ARC-REC.
          02 FILLER                   PIC X(01).
          02 ARC-DTA-KEY              PIC 9(08).
          02 ARC-DTA-BITS             PIC X(03).
          02 ARC-DTA-HEX              PIC X(32).
          02 ARC-DTA-MAC              PIC X(08).
          02 FILLER                   PIC X(12).

      *   Scratch copy
       FD R-SCR LABEL RECORD STANDARD.

       01 SCR.
          02 SCR-KEY                  PIC 9(08).
          02 SCR-BITS                 PIC X(03).
          02 SCR-HEX                  PIC X(32).
          02 SCR-MAC                  PIC X(08).

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
          02 FILLER                   PIC X(313).

      *   AESSTMP
       FD R-STP LABEL RECORD STANDARD.

       01 STAMP-REC.
          05 STMP-SRC-FILE               PIC X(08).
          05 STMP-SEP1                   PIC X(01).
          05 STMP-TST                    PIC X(19).
          05 STMP-SEP2                   PIC X(01).
          05 STMP-ACTION                 PIC X(08).
          05 STMP-SEP3                   PIC X(01).
          05 STMP-DIGEST                 PIC X(128).
          05 STMP-SEP4                   PIC X(01).
          05 STMP-HMAC                   PIC X(128).
          05 STMP-SEP5                   PIC X(01).
          05 STMP-STATUS                 PIC X(03).
             88 STMPS-OK                          VALUE 'OK '.
          05 STMP-SEP6                   PIC X(01).
          05 STMP-RUN-ID                 PIC X(16).
          05 STMP-SEP7                   PIC X(01).
          05 STMP-ALGORITHM              PIC X(08).

      *   AESSCRHS
       FD R-HIS LABEL RECORD STANDARD.

       01 HIS-REC.
          02 HIS-NAME                 PIC X(20).
          02 HIS-LAST-SCRUB           PIC 9(08).
          02 HIS-LAST-GOOD            PIC 9(08).
      *     OK  proven good, REP repaired and proven good,
      *     BAD unrepairable damage, MIS not found on the archive
          02 HIS-OUTCOME              PIC X(03).
          02 HIS-REPAIRED             PIC 9(05).
          02 HIS-SCRUBS               PIC 9(05).
          02 FILLER                   PIC X(31).

      *   AESVPARM
       FD R-VPM LABEL RECORD STANDARD.

       01 VPM-REC.
          05 VPM-GEN-NAME                PIC X(20).
          05 VPM-DIGEST                  PIC X(128).
          05 VPM-MAC-KEY                 PIC X(64).
          05 VPM-SERIAL                  PIC X(18).
          05 VPM-ALGORITHM               PIC X(08).

      *   AESMSPRM
       FD R-MPM LABEL RECORD STANDARD.

       01 MPM-REC.
          05 MPM-GEN-NAME                PIC X(20).
          05 FILLER                      PIC X(01).
          05 MPM-MAC-KEY                 PIC X(64).
          05 FILLER                      PIC X(01).
          05 MPM-MAC-ENGINE              PIC X(01).

      *   AESPXPRM
       FD R-PPM LABEL RECORD STANDARD.

       01 PPM-REC.
          05 PPM-GEN-NAME                PIC X(20).
          05 FILLER                      PIC X(01).
          05 PPM-BLOCK-NO                PIC 9(08).

      *   AESMSRPT - 'BLOCK nnnnnnnn DAMAGED - MAC MISMATCH'
       FD R-MSR LABEL RECORD STANDARD.

       01 MSR-REC.
          05 MSR-TAG                     PIC X(06).
          05 MSR-BLOCK                   PIC X(08).
          05 FILLER                      PIC X(01).
          05 MSR-WORD                    PIC X(07).
          05 FILLER                      PIC X(58).

      *   AESSBPRM
       FD R-PARM LABEL RECORD STANDARD.

       01 PARM-REC.
          05 PARM-COVERAGE-DAYS          PIC X(03).
          05 FILLER                      PIC X(01).
          05 PARM-MAC-KEY                PIC X(64).
          05 FILLER                      PIC X(01).
          05 PARM-MAC-ENGINE             PIC X(01).

      *   AESSBRPT
       FD R-RPT LABEL RECORD STANDARD.

       01 RPT-REC                        PIC X(132).

       WORKING-STORAGE SECTION.
         01 FS.
            05 FS-IDX                   PIC 9(02).
               88 FS-IDX-OK                       VALUE 0.
               88 FS-IDX-EOF                      VALUE 10.
            05 FS-ARC                   PIC 9(02).
               88 FS-ARC-OK                       VALUE 0.
               88 FS-ARC-EOF                      VALUE 10.
            05 FS-SCR                   PIC 9(02).
               88 FS-SCR-OK                       VALUE 0.
               88 FS-SCR-NOTFND                   VALUE 23.
            05 FS-CAT                   PIC 9(02).
               88 FS-CAT-OK                       VALUE 0.
            05 FS-STP                   PIC 9(02).
               88 FS-STP-OK                       VALUE 0.
               88 FS-STP-EOF                      VALUE 10.
            05 FS-HIS                   PIC 9(02).
               88 FS-HIS-OK                       VALUE 0.
               88 FS-HIS-EOF                      VALUE 10.
            05 FS-VPM                   PIC 9(02).
               88 FS-VPM-OK                       VALUE 0.
            05 FS-MPM                   PIC 9(02).
               88 FS-MPM-OK                       VALUE 0.
            05 FS-PPM                   PIC 9(02).
               88 FS-PPM-OK                       VALUE 0.
            05 FS-MSR                   PIC 9(02).
               88 FS-MSR-OK                       VALUE 0.
               88 FS-MSR-EOF                      VALUE 10.
            05 FS-PARM                  PIC 9(02).
               88 FS-PARM-OK                      VALUE 0.
            05 FS-RPT                   PIC 9(02).
               88 FS-RPT-OK                       VALUE 0.

         77 WS-COVERAGE-DAYS            PIC 9(03)   VALUE 030.
         77 WS-MAC-KEY                  PIC X(64)   VALUE SPACES.
         77 WS-MAC-ENGINE               PIC X(01)   VALUE SPACE.

         77 WS-TODAY                    PIC 9(08).
         77 WS-OVERDUE-DATE             PIC 9(08).

      *  Every generation the history or the index knows, with what
      *  tonight's run needs alongside
         01 WS-HS-TABLE.
            05 WS-HS-ENTRY OCCURS 2000.
               10 WS-HS-NAME            PIC X(20).
               10 WS-HS-LAST-SCRUB      PIC 9(08).
               10 WS-HS-LAST-GOOD       PIC 9(08).
               10 WS-HS-OUTCOME         PIC X(03).
               10 WS-HS-REPAIRED        PIC 9(05).
               10 WS-HS-SCRUBS          PIC 9(05).
               10 WS-HS-ARCHIVED        PIC X(01).
               10 WS-HS-PICKED          PIC X(01).
               10 WS-HS-SEEN            PIC X(01).
               10 WS-HS-RUN-ID          PIC X(16).
               10 WS-HS-DIGEST          PIC X(128).
               10 WS-HS-ALGORITHM       PIC X(08).
         77 WS-HS-COUNT                 PIC 9(04)   VALUE 0.
         77 WS-HS-I                     PIC 9(04).
         77 WS-HS-FOUND                 PIC 9(04).
         77 WS-HS-BEST                  PIC 9(04).
         77 WS-CUR-I                    PIC 9(04)   VALUE 0.
         77 WS-LOOK-NAME                PIC X(20).

         77 WS-ARCHIVED-COUNT           PIC 9(04)   VALUE 0.
         77 WS-SLICE-SIZE               PIC 9(04)   VALUE 0.
         77 WS-PICKED-COUNT             PIC 9(04)   VALUE 0.

      *  Per-generation findings
         77 WS-VERIF-RC                 PIC 9(04).
         77 WS-MACSC-RC                 PIC 9(04).
         77 WS-STEP-RC                  PIC 9(04).
         77 WS-PARITY-GROUPS            PIC 9(07).
         77 WS-UNREPAIRABLE             PIC X(01).
            88 SW-UNREPAIRABLE                    VALUE 'Y'.
         77 WS-WHY                      PIC X(40).

         01 WS-DM-TABLE.
            05 WS-DM-ENTRY OCCURS 100.
               10 WS-DM-BLOCK           PIC 9(08).
               10 WS-DM-GROUP           PIC 9(07).
         77 WS-DM-COUNT                 PIC 9(03).
         77 WS-DM-I                     PIC 9(03).
         01 WS-BG-TABLE.
            05 WS-BG-GROUP OCCURS 100   PIC 9(07).
         77 WS-BG-COUNT                 PIC 9(03).
         77 WS-BG-I                     PIC 9(03).
         77 WS-IN-GROUP                 PIC 9(03).
         77 WS-FIXED-COUNT              PIC 9(03).

      *  Repaired payloads waiting to go back into AESARCHV
         01 WS-RP-TABLE.
            05 WS-RP-ENTRY OCCURS 500.
               10 WS-RP-NAME            PIC X(20).
               10 WS-RP-KEY             PIC 9(08).
               10 WS-RP-HEX             PIC X(32).
         77 WS-RP-COUNT                 PIC 9(03)   VALUE 0.
         77 WS-RP-FIRST                 PIC 9(03).
         77 WS-RP-I                     PIC 9(03).
         77 WS-ARC-NAME                 PIC X(20).
         77 WS-REWRITTEN-COUNT          PIC 9(05)   VALUE 0.

      *  Parity geometry, as AESPARIT lays it down
         77 WS-PARITY-BASE              PIC 9(08)   VALUE 99000000.
         77 WS-GROUP-SIZE               PIC 9(01)   VALUE 8.
         77 WS-GROUP                    PIC 9(07).
         77 WS-GROUP-FIRST              PIC 9(08).
         77 WS-MEMBER-I                 PIC 9(01).
         77 WS-PARITY-HEX               PIC X(32).
         77 WS-PARITY-ACC               PIC X(32).
         77 WS-WALK-DONE                PIC X(01).
            88 SW-WALK-DONE                       VALUE 'Y'.

      *  Hex XOR machinery, same shape as AESPARIT's
         01 WS-HEXCHARS                PIC X(16)
                                       VALUE '0123456789ABCDEF'.
         77 WS-XA                      PIC 9(02).
         77 WS-XB                      PIC 9(02).
         77 WS-XR                      PIC 9(02).
         77 WS-XI                      PIC 9(02).
         77 WS-BIT-P                   PIC 9(01).
         77 WS-BIT-POW                 PIC 9(04).
         77 WS-ABIT                    PIC 9(01).
         77 WS-BBIT                    PIC 9(01).
         77 WS-RBIT                    PIC 9(01).
         77 WS-XOR-A                   PIC X(32).
         77 WS-XOR-B                   PIC X(32).
         77 WS-XOR-R                   PIC X(32).
         77 WS-BLOCK-IMAGE             PIC X(32).

         77 WS-GOOD-COUNT               PIC 9(04)   VALUE 0.
         77 WS-REPAIRED-COUNT           PIC 9(04)   VALUE 0.
         77 WS-BAD-COUNT                PIC 9(04)   VALUE 0.
         77 WS-NEVER-COUNT              PIC 9(04)   VALUE 0.

         01 WS-RPT-LINE                 PIC X(132)  VALUE SPACES.

      *  Alert hand-off for unrepairable damage
         01 AL-S.
            COPY 'ALERT-PUT.cpy'.

       LINKAGE SECTION.

       PROCEDURE DIVISION.
       MAINLINE.
           PERFORM READ-PARAMETERS.

           ACCEPT WS-TODAY                FROM DATE YYYYMMDD.
           COMPUTE WS-OVERDUE-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-TODAY)
               - WS-COVERAGE-DAYS).

           OPEN OUTPUT R-RPT.

           IF FS-RPT-OK
             CONTINUE
           ELSE
             DISPLAY 'AESSCRUB: ERROR OPENING AESSBRPT: ' FS-RPT
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.

           PERFORM LOAD-SCRUB-HISTORY
              THRU LOAD-SCRUB-HISTORY-EXIT.
           PERFORM LOAD-ARCHIVE-INDEX
              THRU LOAD-ARCHIVE-INDEX-EXIT.

           PERFORM PICK-TONIGHTS-SLICE.

           STRING 'AESSCRUB ARCHIVE SCRUB ' WS-TODAY ' - '
                  WS-ARCHIVED-COUNT ' ARCHIVED GENERATION(S), '
                  'COVERAGE ' WS-COVERAGE-DAYS ' DAY(S), '
                  WS-PICKED-COUNT ' SCRUBBED TONIGHT'
           DELIMITED BY SIZE            INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

           IF WS-PICKED-COUNT > 0
             PERFORM LOAD-STAMP-DIGESTS
                THRU LOAD-STAMP-DIGESTS-EXIT
             PERFORM SCRUB-PASS
                THRU SCRUB-PASS-EXIT
             PERFORM REPORT-MISSING-GENERATIONS
           END-IF.

           IF WS-RP-COUNT > 0
             PERFORM REWRITE-ARCHIVE-REPAIRS
                THRU REWRITE-ARCHIVE-REPAIRS-EXIT
           END-IF.

           PERFORM WRITE-SCRUB-HISTORY.

           PERFORM VARYING WS-HS-I FROM 1 BY 1
             UNTIL WS-HS-I > WS-HS-COUNT
             IF WS-HS-ARCHIVED(WS-HS-I) = 'Y'
               AND WS-HS-LAST-GOOD(WS-HS-I) = 0
               ADD 1                      TO WS-NEVER-COUNT
             END-IF
           END-PERFORM.

           STRING 'TOTAL - ' WS-GOOD-COUNT ' PROVEN GOOD, '
                  WS-REPAIRED-COUNT ' REPAIRED (' WS-REWRITTEN-COUNT
                  ' BLOCK(S) REWRITTEN), ' WS-BAD-COUNT
                  ' UNREPAIRABLE, ' WS-NEVER-COUNT
                  ' ARCHIVED GENERATION(S) NOT YET PROVEN GOOD'
           DELIMITED BY SIZE            INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

           CLOSE R-RPT.

           DISPLAY 'AESSCRUB: ' WS-PICKED-COUNT ' scrubbed, '
                   WS-REPAIRED-COUNT ' repaired, ' WS-BAD-COUNT
                   ' unrepairable'.

           EVALUATE TRUE
             WHEN WS-BAD-COUNT > 0
               MOVE 8                     TO RETURN-CODE
             WHEN WS-REPAIRED-COUNT > 0
               MOVE 4                     TO RETURN-CODE
             WHEN OTHER
               MOVE 0                     TO RETURN-CODE
           END-EVALUATE.

           STOP RUN.


       READ-PARAMETERS.
           OPEN INPUT R-PARM.

           IF FS-PARM-OK
             READ R-PARM
               AT END
                 CONTINUE
               NOT AT END
                 IF PARM-COVERAGE-DAYS IS NUMERIC
                   AND PARM-COVERAGE-DAYS NOT = '000'
                   MOVE PARM-COVERAGE-DAYS  TO WS-COVERAGE-DAYS
                 END-IF
                 MOVE PARM-MAC-KEY          TO WS-MAC-KEY
                 MOVE PARM-MAC-ENGINE       TO WS-MAC-ENGINE
             END-READ
           END-IF.

           CLOSE R-PARM.


       LOAD-SCRUB-HISTORY.
           OPEN INPUT R-HIS.

           IF FS-HIS-OK
             CONTINUE
           ELSE
      *      First scrub ever - nothing has been proven yet
             CLOSE R-HIS
             GO TO LOAD-SCRUB-HISTORY-EXIT
           END-IF.

           PERFORM UNTIL FS-HIS-EOF
             READ R-HIS
               AT END
                 CONTINUE
               NOT AT END
                 MOVE HIS-NAME            TO WS-LOOK-NAME
                 PERFORM ADD-HISTORY-ENTRY
                 IF WS-HS-FOUND > 0
                   MOVE HIS-LAST-SCRUB
                     TO WS-HS-LAST-SCRUB(WS-HS-FOUND)
                   MOVE HIS-LAST-GOOD
                     TO WS-HS-LAST-GOOD(WS-HS-FOUND)
                   MOVE HIS-OUTCOME
                     TO WS-HS-OUTCOME(WS-HS-FOUND)
                   MOVE HIS-REPAIRED
                     TO WS-HS-REPAIRED(WS-HS-FOUND)
                   MOVE HIS-SCRUBS
                     TO WS-HS-SCRUBS(WS-HS-FOUND)
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE R-HIS.

       LOAD-SCRUB-HISTORY-EXIT.
           EXIT.


       LOAD-ARCHIVE-INDEX.
           OPEN INPUT R-IDX.

           IF FS-IDX-OK
             CONTINUE
           ELSE
      *      Nothing has been archived - nothing to scrub
             CLOSE R-IDX
             GO TO LOAD-ARCHIVE-INDEX-EXIT
           END-IF.

           PERFORM UNTIL FS-IDX-EOF
             READ R-IDX
               AT END
                 CONTINUE
               NOT AT END
                 MOVE IDX-NAME            TO WS-LOOK-NAME
                 PERFORM ADD-HISTORY-ENTRY
                 IF WS-HS-FOUND > 0
                   AND WS-HS-ARCHIVED(WS-HS-FOUND) NOT = 'Y'
                   MOVE 'Y'               TO WS-HS-ARCHIVED(WS-HS-FOUND)
                   ADD 1                  TO WS-ARCHIVED-COUNT
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE R-IDX.

       LOAD-ARCHIVE-INDEX-EXIT.
           EXIT.


       ADD-HISTORY-ENTRY.
      *     Finds WS-LOOK-NAME in the table, adding it when new -
      *     WS-HS-FOUND is zero only when the table is full
           PERFORM FIND-HISTORY-ENTRY.

           IF WS-HS-FOUND = 0
             AND WS-HS-COUNT < 2000
             ADD 1                        TO WS-HS-COUNT
             MOVE WS-HS-COUNT             TO WS-HS-FOUND
             MOVE SPACES                  TO WS-HS-ENTRY(WS-HS-FOUND)
             MOVE WS-LOOK-NAME            TO WS-HS-NAME(WS-HS-FOUND)
             MOVE 0                       TO WS-HS-LAST-SCRUB
                                             (WS-HS-FOUND)
                                             WS-HS-LAST-GOOD
                                             (WS-HS-FOUND)
                                             WS-HS-REPAIRED
                                             (WS-HS-FOUND)
                                             WS-HS-SCRUBS
                                             (WS-HS-FOUND)
           END-IF.


       FIND-HISTORY-ENTRY.
           MOVE 0                         TO WS-HS-FOUND.

           PERFORM VARYING WS-HS-I FROM 1 BY 1
             UNTIL WS-HS-I > WS-HS-COUNT OR WS-HS-FOUND > 0
             IF WS-HS-NAME(WS-HS-I) = WS-LOOK-NAME
               MOVE WS-HS-I               TO WS-HS-FOUND
             END-IF
           END-PERFORM.


       PICK-TONIGHTS-SLICE.
      *     Everything already past its coverage period first, then
      *     the longest-unscrubbed until the nightly share is made up
           IF WS-ARCHIVED-COUNT = 0
             MOVE 0                       TO WS-SLICE-SIZE
           ELSE
             COMPUTE WS-SLICE-SIZE =
                 (WS-ARCHIVED-COUNT + WS-COVERAGE-DAYS - 1)
                 / WS-COVERAGE-DAYS
           END-IF.

           PERFORM VARYING WS-HS-I FROM 1 BY 1
             UNTIL WS-HS-I > WS-HS-COUNT
             IF WS-HS-ARCHIVED(WS-HS-I) = 'Y'
               AND WS-HS-LAST-SCRUB(WS-HS-I) > 0
               AND WS-HS-LAST-SCRUB(WS-HS-I) NOT > WS-OVERDUE-DATE
               MOVE 'Y'                   TO WS-HS-PICKED(WS-HS-I)
               ADD 1                      TO WS-PICKED-COUNT
             END-IF
           END-PERFORM.

           MOVE 1                         TO WS-HS-BEST.

           PERFORM PICK-LONGEST-UNSCRUBBED
             UNTIL WS-PICKED-COUNT NOT < WS-SLICE-SIZE
                OR WS-HS-BEST = 0.


       PICK-LONGEST-UNSCRUBBED.
           MOVE 0                         TO WS-HS-BEST.

           PERFORM VARYING WS-HS-I FROM 1 BY 1
             UNTIL WS-HS-I > WS-HS-COUNT
             IF WS-HS-ARCHIVED(WS-HS-I) = 'Y'
               AND WS-HS-PICKED(WS-HS-I) NOT = 'Y'
               IF WS-HS-BEST = 0
                 MOVE WS-HS-I             TO WS-HS-BEST
               ELSE
                 IF WS-HS-LAST-SCRUB(WS-HS-I)
                    < WS-HS-LAST-SCRUB(WS-HS-BEST)
                   MOVE WS-HS-I           TO WS-HS-BEST
                 END-IF
               END-IF
             END-IF
           END-PERFORM.

           IF WS-HS-BEST > 0
             MOVE 'Y'                     TO WS-HS-PICKED(WS-HS-BEST)
             ADD 1                        TO WS-PICKED-COUNT
           END-IF.


       LOAD-STAMP-DIGESTS.
      *     A generation's stamp is found through its catalog entry's
      *     run-id; one without either is still scrubbed, only
      *     without the digest check
           OPEN INPUT R-CAT.

           IF FS-CAT-OK
             PERFORM VARYING WS-HS-I FROM 1 BY 1
               UNTIL WS-HS-I > WS-HS-COUNT
               IF WS-HS-PICKED(WS-HS-I) = 'Y'
                 MOVE WS-HS-NAME(WS-HS-I) TO CAT-GEN
                 READ R-CAT
                 IF FS-CAT-OK
                   MOVE CAT-RUN-ID        TO WS-HS-RUN-ID(WS-HS-I)
                 END-IF
               END-IF
             END-PERFORM
           END-IF.

           CLOSE R-CAT.

           OPEN INPUT R-STP.

           IF FS-STP-OK
             CONTINUE
           ELSE
             CLOSE R-STP
             GO TO LOAD-STAMP-DIGESTS-EXIT
           END-IF.

           PERFORM UNTIL FS-STP-EOF
             READ R-STP
               AT END
                 CONTINUE
               NOT AT END
                 IF STMPS-OK AND STMP-RUN-ID NOT = SPACES
                   PERFORM VARYING WS-HS-I FROM 1 BY 1
                     UNTIL WS-HS-I > WS-HS-COUNT
                     IF WS-HS-PICKED(WS-HS-I) = 'Y'
                       AND WS-HS-RUN-ID(WS-HS-I) = STMP-RUN-ID
                       MOVE STMP-DIGEST   TO WS-HS-DIGEST(WS-HS-I)
                       MOVE STMP-ALGORITHM
                         TO WS-HS-ALGORITHM(WS-HS-I)
                     END-IF
                   END-PERFORM
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE R-STP.

       LOAD-STAMP-DIGESTS-EXIT.
           EXIT.


       SCRUB-PASS.
      *     One pass over the archive: a chosen generation's records
      *     are copied to the scratch KSDS as they go by, and it is
      *     scrubbed the moment its last record has been copied
           OPEN INPUT R-ARC.

           IF FS-ARC-OK
             CONTINUE
           ELSE
             DISPLAY 'AESSCRUB: CANNOT OPEN AESARCHV: ' FS-ARC
             CLOSE R-RPT
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.

           MOVE 0                         TO WS-CUR-I.

           PERFORM UNTIL FS-ARC-EOF
             READ R-ARC
               AT END
                 CONTINUE
               NOT AT END
                 PERFORM TAKE-ARCHIVE-RECORD
             END-READ
           END-PERFORM.

           CLOSE R-ARC.

           IF WS-CUR-I > 0
             CLOSE R-SCR
             PERFORM SCRUB-ONE-GENERATION
                THRU SCRUB-ONE-GENERATION-EXIT
           END-IF.

       SCRUB-PASS-EXIT.
           EXIT.


       TAKE-ARCHIVE-RECORD.
           IF ARC-TYPE = 'H'
             IF WS-CUR-I > 0
               CLOSE R-SCR
               PERFORM SCRUB-ONE-GENERATION
                  THRU SCRUB-ONE-GENERATION-EXIT
             END-IF

             MOVE 0                       TO WS-CUR-I
             MOVE ARC-HDR-NAME            TO WS-LOOK-NAME
             PERFORM FIND-HISTORY-ENTRY

             IF WS-HS-FOUND > 0
               IF WS-HS-PICKED(WS-HS-FOUND) = 'Y'
                 MOVE WS-HS-FOUND         TO WS-CUR-I
                 MOVE 'Y'                 TO WS-HS-SEEN(WS-CUR-I)
                 OPEN OUTPUT R-SCR
                 IF FS-SCR-OK
                   CONTINUE
                 ELSE
                   DISPLAY 'AESSCRUB: CANNOT CREATE AESSBSCR: '
                           FS-SCR
                   CLOSE R-ARC R-RPT
                   MOVE 12                TO RETURN-CODE
                   STOP RUN
                 END-IF
               END-IF
             END-IF
           ELSE
             IF WS-CUR-I > 0
               MOVE ARC-DTA-KEY           TO SCR-KEY
               MOVE ARC-DTA-BITS          TO SCR-BITS
               MOVE ARC-DTA-HEX           TO SCR-HEX
               MOVE ARC-DTA-MAC           TO SCR-MAC
               WRITE SCR
             END-IF
           END-IF.


       SCRUB-ONE-GENERATION.
           ADD 1                          TO WS-HS-SCRUBS(WS-CUR-I).
           MOVE WS-TODAY                  TO WS-HS-LAST-SCRUB(WS-CUR-I).
           MOVE WS-RP-COUNT               TO WS-RP-FIRST.

           PERFORM RUN-CONTROLS.

           IF WS-VERIF-RC = 0 AND WS-MACSC-RC = 0
             AND WS-BG-COUNT = 0
             MOVE 'OK '                   TO WS-HS-OUTCOME(WS-CUR-I)
             MOVE WS-TODAY                TO WS-HS-LAST-GOOD(WS-CUR-I)
             ADD 1                        TO WS-GOOD-COUNT
             STRING 'GEN ' WS-HS-NAME(WS-CUR-I) ' PROVEN GOOD - '
                    WS-PARITY-GROUPS ' PARITY GROUP(S)'
             DELIMITED BY SIZE          INTO WS-RPT-LINE
             PERFORM WRITE-REPORT-LINE
             GO TO SCRUB-ONE-GENERATION-EXIT
           END-IF.

           PERFORM JUDGE-REPAIRABILITY.

           IF SW-UNREPAIRABLE
             GO TO SCRUB-ONE-GENERATION-BAD
           END-IF.

           PERFORM VARYING WS-DM-I FROM 1 BY 1
             UNTIL WS-DM-I > WS-DM-COUNT OR SW-UNREPAIRABLE
             PERFORM REPAIR-ONE-BLOCK
           END-PERFORM.

           IF SW-UNREPAIRABLE
             GO TO SCRUB-ONE-GENERATION-BAD
           END-IF.

      *     The repaired copy has to prove itself like any other
           PERFORM SAVE-REPAIRED-BLOCKS.
           MOVE WS-DM-COUNT               TO WS-FIXED-COUNT.
           PERFORM RUN-CONTROLS.

           IF WS-VERIF-RC = 0 AND WS-MACSC-RC = 0
             AND WS-BG-COUNT = 0
             MOVE 'REP'                   TO WS-HS-OUTCOME(WS-CUR-I)
             MOVE WS-TODAY                TO WS-HS-LAST-GOOD(WS-CUR-I)
             ADD WS-FIXED-COUNT           TO WS-HS-REPAIRED(WS-CUR-I)
             ADD 1                        TO WS-REPAIRED-COUNT
             STRING 'GEN ' WS-HS-NAME(WS-CUR-I) ' REPAIRED - '
                    WS-FIXED-COUNT ' BLOCK(S) REBUILT FROM PARITY, '
                    'PROVEN GOOD'
             DELIMITED BY SIZE          INTO WS-RPT-LINE
             PERFORM WRITE-REPORT-LINE
             GO TO SCRUB-ONE-GENERATION-EXIT
           END-IF.

      *     Not proven - none of this generation's repairs go back
           MOVE WS-RP-FIRST               TO WS-RP-COUNT.
           MOVE 'REPAIR DID NOT PROVE GOOD' TO WS-WHY.

       SCRUB-ONE-GENERATION-BAD.
           MOVE 'BAD'                     TO WS-HS-OUTCOME(WS-CUR-I).
           ADD 1                          TO WS-BAD-COUNT.

           STRING 'GEN ' WS-HS-NAME(WS-CUR-I) ' UNREPAIRABLE - '
                  WS-WHY ' (VERIFY RC ' WS-VERIF-RC ', MAC RC '
                  WS-MACSC-RC ', ' WS-BG-COUNT ' BAD PARITY GROUP(S))'
           DELIMITED BY SIZE            INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

           MOVE 2                         TO LAL-LEVEL OF AL-S.
           STRING 'ARCHIVE SCRUB - ' WS-HS-NAME(WS-CUR-I)
                  ' UNREPAIRABLE: ' WS-WHY
           DELIMITED BY SIZE            INTO LAL-TEXT OF AL-S.
           CALL 'AESALERT' USING AL-S.
           MOVE SPACES                    TO LAL-TEXT OF AL-S.

       SCRUB-ONE-GENERATION-EXIT.
           EXIT.


       RUN-CONTROLS.
           PERFORM RUN-VERIF-LEG.
           PERFORM RUN-MACSC-LEG
              THRU RUN-MACSC-LEG-EXIT.
           PERFORM CHECK-PARITY
              THRU CHECK-PARITY-EXIT.


       RUN-VERIF-LEG.
      *     Trailer, stamp digest and HMAC trailer in one - the same
      *     control card a receive gate would carry
           OPEN OUTPUT R-VPM.
           MOVE SPACES                    TO VPM-REC.
           MOVE 'AESSBSCR'                TO VPM-GEN-NAME.
           MOVE WS-HS-DIGEST(WS-CUR-I)    TO VPM-DIGEST.
           MOVE WS-MAC-KEY                TO VPM-MAC-KEY.
           MOVE WS-HS-ALGORITHM(WS-CUR-I) TO VPM-ALGORITHM.
           WRITE VPM-REC.
           CLOSE R-VPM.

           MOVE 0                         TO RETURN-CODE.

           CALL 'AESVERIF'.

           MOVE RETURN-CODE               TO WS-VERIF-RC.
           MOVE 0                         TO RETURN-CODE.


       RUN-MACSC-LEG.
           MOVE 0                         TO WS-MACSC-RC.
           MOVE 0                         TO WS-DM-COUNT.

           IF WS-MAC-KEY = SPACES
             GO TO RUN-MACSC-LEG-EXIT
           END-IF.

           OPEN OUTPUT R-MPM.
           MOVE SPACES                    TO MPM-REC.
           MOVE 'AESSBSCR'                TO MPM-GEN-NAME.
           MOVE WS-MAC-KEY                TO MPM-MAC-KEY.
           MOVE WS-MAC-ENGINE             TO MPM-MAC-ENGINE.
           WRITE MPM-REC.
           CLOSE R-MPM.

           MOVE 0                         TO RETURN-CODE.

           CALL 'AESMACSC'.

           MOVE RETURN-CODE               TO WS-MACSC-RC.
           MOVE 0                         TO RETURN-CODE.

           IF WS-MACSC-RC NOT = 8
             GO TO RUN-MACSC-LEG-EXIT
           END-IF.

      *     The scan names each damaged block on its report
           OPEN INPUT R-MSR.

           IF FS-MSR-OK
             PERFORM UNTIL FS-MSR-EOF
               READ R-MSR
                 AT END
                   CONTINUE
                 NOT AT END
                   IF MSR-TAG = 'BLOCK '
                     AND MSR-BLOCK IS NUMERIC
                     AND MSR-WORD = 'DAMAGED'
                     AND WS-DM-COUNT < 100
                     ADD 1                TO WS-DM-COUNT
                     MOVE MSR-BLOCK       TO WS-DM-BLOCK(WS-DM-COUNT)
                     COMPUTE WS-DM-GROUP(WS-DM-COUNT) =
                         (WS-DM-BLOCK(WS-DM-COUNT) - 1)
                         / WS-GROUP-SIZE + 1
                   END-IF
               END-READ
             END-PERFORM
           END-IF.

           CLOSE R-MSR.

       RUN-MACSC-LEG-EXIT.
           EXIT.


       CHECK-PARITY.
      *     Every parity record against the XOR of its group as the
      *     copy stands now; a missing member folds as zeros, the
      *     way AESPARIT computed it
           MOVE 0                         TO WS-BG-COUNT.
           MOVE 0                         TO WS-PARITY-GROUPS.

           OPEN INPUT R-SCR.

           IF FS-SCR-OK
             CONTINUE
           ELSE
             GO TO CHECK-PARITY-EXIT
           END-IF.

           MOVE 0                         TO WS-GROUP.
           MOVE 'N'                       TO WS-WALK-DONE.

           PERFORM UNTIL SW-WALK-DONE
             ADD 1                        TO WS-GROUP
             COMPUTE SCR-KEY = WS-PARITY-BASE + WS-GROUP
             READ R-SCR KEY IS SCR-KEY

             IF FS-SCR-OK
               ADD 1                      TO WS-PARITY-GROUPS
               MOVE SCR-HEX               TO WS-PARITY-HEX
               PERFORM CHECK-ONE-PARITY-GROUP
             ELSE
               SET SW-WALK-DONE           TO TRUE
             END-IF
           END-PERFORM.

           CLOSE R-SCR.

       CHECK-PARITY-EXIT.
           EXIT.


       CHECK-ONE-PARITY-GROUP.
           MOVE ALL '0'                   TO WS-PARITY-ACC.
           COMPUTE WS-GROUP-FIRST =
               (WS-GROUP - 1) * WS-GROUP-SIZE + 1.

           PERFORM VARYING WS-MEMBER-I FROM 1 BY 1
             UNTIL WS-MEMBER-I > WS-GROUP-SIZE
             COMPUTE SCR-KEY = WS-GROUP-FIRST + WS-MEMBER-I - 1
             READ R-SCR KEY IS SCR-KEY
             IF FS-SCR-OK
               MOVE SCR-HEX               TO WS-BLOCK-IMAGE
               INSPECT WS-BLOCK-IMAGE
                 REPLACING ALL SPACE BY '0'
               MOVE WS-PARITY-ACC         TO WS-XOR-A
               MOVE WS-BLOCK-IMAGE        TO WS-XOR-B
               PERFORM HEX-XOR-BLOCK
               MOVE WS-XOR-R              TO WS-PARITY-ACC
             END-IF
           END-PERFORM.

           IF WS-PARITY-ACC NOT = WS-PARITY-HEX
             AND WS-BG-COUNT < 100
             ADD 1                        TO WS-BG-COUNT
             MOVE WS-GROUP                TO WS-BG-GROUP(WS-BG-COUNT)
           END-IF.


       JUDGE-REPAIRABILITY.
      *     Parity can rebuild exactly one block per group, and only
      *     when the MAC scan has said which one
           MOVE 'N'                       TO WS-UNREPAIRABLE.
           MOVE SPACES                    TO WS-WHY.

           IF WS-MACSC-RC NOT = 0 AND WS-MACSC-RC NOT = 8
             SET SW-UNREPAIRABLE          TO TRUE
             MOVE 'MAC SCAN COULD NOT RUN' TO WS-WHY
           END-IF.

           IF WS-DM-COUNT = 0 AND NOT SW-UNREPAIRABLE
             SET SW-UNREPAIRABLE          TO TRUE
             IF WS-PARITY-GROUPS = 0
               MOVE 'NO PARITY OR MAC COLUMN TO LOCALIZE'
                                          TO WS-WHY
             ELSE
               MOVE 'DAMAGE NOT LOCALIZED TO A BLOCK'
                                          TO WS-WHY
             END-IF
           END-IF.

           PERFORM VARYING WS-BG-I FROM 1 BY 1
             UNTIL WS-BG-I > WS-BG-COUNT OR SW-UNREPAIRABLE
             MOVE 0                       TO WS-IN-GROUP
             PERFORM VARYING WS-DM-I FROM 1 BY 1
               UNTIL WS-DM-I > WS-DM-COUNT
               IF WS-DM-GROUP(WS-DM-I) = WS-BG-GROUP(WS-BG-I)
                 ADD 1                    TO WS-IN-GROUP
               END-IF
             END-PERFORM
             IF WS-IN-GROUP NOT = 1
               SET SW-UNREPAIRABLE        TO TRUE
               MOVE 'PARITY GROUP DAMAGE NOT SINGLE-BLOCK'
                                          TO WS-WHY
             END-IF
           END-PERFORM.

      *     A MAC failure under a parity group that still agrees is
      *     the MAC column itself (or a group never protected) -
      *     parity has nothing to rebuild it from
           PERFORM VARYING WS-DM-I FROM 1 BY 1
             UNTIL WS-DM-I > WS-DM-COUNT OR SW-UNREPAIRABLE
             PERFORM VARYING WS-BG-I FROM 1 BY 1
               UNTIL WS-BG-I > WS-BG-COUNT
                 OR WS-BG-GROUP(WS-BG-I) = WS-DM-GROUP(WS-DM-I)
               CONTINUE
             END-PERFORM
             IF WS-BG-I > WS-BG-COUNT
               SET SW-UNREPAIRABLE        TO TRUE
               MOVE 'MAC FAILS WHERE PARITY AGREES'
                                          TO WS-WHY
             END-IF
           END-PERFORM.


       REPAIR-ONE-BLOCK.
           OPEN OUTPUT R-PPM.
           MOVE SPACES                    TO PPM-REC.
           MOVE 'AESSBSCR'                TO PPM-GEN-NAME.
           MOVE WS-DM-BLOCK(WS-DM-I)      TO PPM-BLOCK-NO.
           WRITE PPM-REC.
           CLOSE R-PPM.

           MOVE 0                         TO RETURN-CODE.

           CALL 'AESPARFX'.

           MOVE RETURN-CODE               TO WS-STEP-RC.
           MOVE 0                         TO RETURN-CODE.

           IF WS-STEP-RC NOT = 0
             SET SW-UNREPAIRABLE          TO TRUE
             MOVE 'AESPARFX COULD NOT REBUILD A BLOCK'
                                          TO WS-WHY
           END-IF.


       SAVE-REPAIRED-BLOCKS.
      *     Held until the copy proves good, then rewritten into the
      *     archive in one pass at the end of the run
           OPEN INPUT R-SCR.

           PERFORM VARYING WS-DM-I FROM 1 BY 1
             UNTIL WS-DM-I > WS-DM-COUNT
             MOVE WS-DM-BLOCK(WS-DM-I)    TO SCR-KEY
             READ R-SCR KEY IS SCR-KEY
             IF FS-SCR-OK AND WS-RP-COUNT < 500
               ADD 1                      TO WS-RP-COUNT
               MOVE WS-HS-NAME(WS-CUR-I)  TO WS-RP-NAME(WS-RP-COUNT)
               MOVE SCR-KEY               TO WS-RP-KEY(WS-RP-COUNT)
               MOVE SCR-HEX               TO WS-RP-HEX(WS-RP-COUNT)
             END-IF
           END-PERFORM.

           CLOSE R-SCR.


       REPORT-MISSING-GENERATIONS.
      *     On the index but not on the archive - nothing to scrub,
      *     and nothing to restore from either
           PERFORM VARYING WS-HS-I FROM 1 BY 1
             UNTIL WS-HS-I > WS-HS-COUNT
             IF WS-HS-PICKED(WS-HS-I) = 'Y'
               AND WS-HS-SEEN(WS-HS-I) NOT = 'Y'
               MOVE WS-TODAY              TO WS-HS-LAST-SCRUB(WS-HS-I)
               ADD 1                      TO WS-HS-SCRUBS(WS-HS-I)
               MOVE 'MIS'                 TO WS-HS-OUTCOME(WS-HS-I)
               ADD 1                      TO WS-BAD-COUNT

               STRING 'GEN ' WS-HS-NAME(WS-HS-I)
                      ' ON AESARCIX BUT NOT FOUND ON AESARCHV'
               DELIMITED BY SIZE        INTO WS-RPT-LINE
               PERFORM WRITE-REPORT-LINE

               MOVE 2                     TO LAL-LEVEL OF AL-S
               STRING 'ARCHIVE SCRUB - ' WS-HS-NAME(WS-HS-I)
                      ' MISSING FROM AESARCHV'
               DELIMITED BY SIZE        INTO LAL-TEXT OF AL-S
               CALL 'AESALERT' USING AL-S
               MOVE SPACES                TO LAL-TEXT OF AL-S
             END-IF
           END-PERFORM.


       REWRITE-ARCHIVE-REPAIRS.
      *     The archive is sequential: each repaired record is
      *     rewritten in place as the pass reaches it
           OPEN I-O R-ARC.

           IF FS-ARC-OK
             CONTINUE
           ELSE
             DISPLAY 'AESSCRUB: CANNOT REOPEN AESARCHV FOR REPAIR: '
                     FS-ARC
             MOVE 'REPAIRED COPY COULD NOT BE WRITTEN BACK'
                                          TO WS-RPT-LINE
             PERFORM WRITE-REPORT-LINE
             GO TO REWRITE-ARCHIVE-REPAIRS-EXIT
           END-IF.

           MOVE SPACES                    TO WS-ARC-NAME.

           PERFORM UNTIL FS-ARC-EOF
             READ R-ARC
               AT END
                 CONTINUE
               NOT AT END
                 IF ARC-TYPE = 'H'
                   MOVE ARC-HDR-NAME      TO WS-ARC-NAME
                 ELSE
                   PERFORM REWRITE-IF-REPAIRED
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE R-ARC.

       REWRITE-ARCHIVE-REPAIRS-EXIT.
           EXIT.


       REWRITE-IF-REPAIRED.
           PERFORM VARYING WS-RP-I FROM 1 BY 1
             UNTIL WS-RP-I > WS-RP-COUNT
             IF WS-RP-NAME(WS-RP-I) = WS-ARC-NAME
               AND WS-RP-KEY(WS-RP-I) = ARC-DTA-KEY
               MOVE WS-RP-HEX(WS-RP-I)    TO ARC-DTA-HEX
               REWRITE ARC-REC
               IF FS-ARC-OK
                 ADD 1                    TO WS-REWRITTEN-COUNT
               ELSE
                 DISPLAY 'AESSCRUB: ERROR REWRITING AESARCHV: '
                         FS-ARC
               END-IF
             END-IF
           END-PERFORM.


       WRITE-SCRUB-HISTORY.
           OPEN OUTPUT R-HIS.

           IF FS-HIS-OK
             CONTINUE
           ELSE
             DISPLAY 'AESSCRUB: ERROR OPENING AESSCRHS: ' FS-HIS
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.

           PERFORM VARYING WS-HS-I FROM 1 BY 1
             UNTIL WS-HS-I > WS-HS-COUNT
             MOVE SPACES                  TO HIS-REC
             MOVE WS-HS-NAME(WS-HS-I)     TO HIS-NAME
             MOVE WS-HS-LAST-SCRUB(WS-HS-I) TO HIS-LAST-SCRUB
             MOVE WS-HS-LAST-GOOD(WS-HS-I) TO HIS-LAST-GOOD
             MOVE WS-HS-OUTCOME(WS-HS-I)  TO HIS-OUTCOME
             MOVE WS-HS-REPAIRED(WS-HS-I) TO HIS-REPAIRED
             MOVE WS-HS-SCRUBS(WS-HS-I)   TO HIS-SCRUBS
             WRITE HIS-REC
           END-PERFORM.

           CLOSE R-HIS.


       HEX-XOR-BLOCK.
           PERFORM VARYING WS-XI FROM 1 BY 1
             UNTIL WS-XI > 32
             PERFORM VARYING WS-XA FROM 1 BY 1
               UNTIL WS-XA > 16
               OR WS-HEXCHARS(WS-XA:1) = WS-XOR-A(WS-XI:1)
               CONTINUE
             END-PERFORM
             PERFORM VARYING WS-XB FROM 1 BY 1
               UNTIL WS-XB > 16
               OR WS-HEXCHARS(WS-XB:1) = WS-XOR-B(WS-XI:1)
               CONTINUE
             END-PERFORM

             SUBTRACT 1                    FROM WS-XA WS-XB
             PERFORM NIBBLE-XOR
             MOVE WS-HEXCHARS(WS-XR + 1:1) TO WS-XOR-R(WS-XI:1)
           END-PERFORM.


       NIBBLE-XOR.
           MOVE 0                          TO WS-XR.

           PERFORM VARYING WS-BIT-P FROM 0 BY 1 UNTIL WS-BIT-P > 3
             COMPUTE WS-BIT-POW = 2 ** WS-BIT-P
             COMPUTE WS-ABIT =
               FUNCTION MOD(FUNCTION INTEGER(WS-XA / WS-BIT-POW) 2)
             COMPUTE WS-BBIT =
               FUNCTION MOD(FUNCTION INTEGER(WS-XB / WS-BIT-POW) 2)
             COMPUTE WS-RBIT =
                 WS-ABIT + WS-BBIT - (2 * WS-ABIT * WS-BBIT)
             IF WS-RBIT = 1
               COMPUTE WS-XR = WS-XR + WS-BIT-POW
             END-IF
           END-PERFORM.


       WRITE-REPORT-LINE.
           MOVE WS-RPT-LINE                TO RPT-REC.
           MOVE SPACES                     TO WS-RPT-LINE.

           WRITE RPT-REC.

           IF FS-RPT-OK
             CONTINUE
           ELSE
             DISPLAY 'AESSCRUB: ERROR WRITING AESSBRPT: ' FS-RPT
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.
