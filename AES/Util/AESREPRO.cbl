       ID DIVISION.
       PROGRAM-ID. AESREPRO.
      *****************************************************************
      * Historical run reproduction. When a partner disputes a file
      * we sent months ago the question is always "prove that is
      * exactly what ran that night" - and nobody could rebuild the
      * deck, let alone rerun it. Given a run-id this:
      *
      *   1. rebuilds the run's full parameter deck from everything
      *      the run left behind - its AESRCAT entry (generations,
      *      mode, bits, alias/version, tenant), the output
      *      generation's own parameter header (reserved key 0: mode,
      *      bits, pad scheme, alias, version) and IV record
      *      (99999988 - the CTR starting nonce for a CTR run), its
      *      AESMHIST run-metrics record (batch size) and its AESLOG
      *      lines (the resolved-parameters line AESMAIN logs for
      *      every CIPHER run - pad, batch size, IV, associated-data
      *      length - the associated data itself, and the version
      *      the key alias resolved at). The generation's own header
      *      wins over the log, the log over the catalog and the
      *      history; every field says where it came from, and two
      *      sources that disagree are reported - a deck that does
      *      not agree with itself is a finding in its own right,
      *   2. writes the deck to AESRPDCK,
      *   3. replays the run: the input generation is restored from
      *      the archive under its own name (AESREST, CALLed with its
      *      own control card), the key is resolved from the
      *      test-tagged escrow loaded into this environment's store
      *      (AESKESCR column 14 'T', then AESKRECV) - never new
      *      CIPHER use, the output goes nowhere - and AESMAIN
      *      re-ciphers the input into the AESRPODT scratch
      *      generation under the rebuilt deck,
      *   4. hands AESRPODT and the original run's AESSTMP stamp
      *      digest to AESVERIF, CALLed the way AESDRILL does, and
      *      reports MATCH or NO MATCH on AESRPRPT.
      *
      * Replays run only where the AESENVID identity record says
      * TEST - a production key store never sees one. Only a CIPHER
      * run can be reproduced (nothing else is stamped), and not an
      * envelope run, whose data key was drawn fresh for that run
      * alone. When the output generation itself is no longer live
      * it is restored from the archive first, for its header.
      *
      * RETURN-CODE 0 on MATCH (or a clean deck-only rebuild), 4
      * when the sources disagree but the replay still matched, 8 on
      * NO MATCH or a run that cannot be reproduced.
      *
      * Control card AESRQPRM: RUN-ID(1-16) FUNCTION(18, 'D' rebuilds
      * and reports the deck only, in any environment).
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *     RUN CATALOG (AESRCAT) - scanned for the run-id
            SELECT OPTIONAL R-CAT ASSIGN TO 'AESRCAT'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS SEQUENTIAL
                   RECORD KEY   IS CAT-GEN
                   FILE STATUS  IS FS-CAT.

      *     STAMP TRAIL (AESSTMP) AND RUN-METRICS HISTORY (AESMHIST)
            SELECT OPTIONAL R-STP ASSIGN TO 'AESSTMP'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-STP.

            SELECT OPTIONAL R-HIS ASSIGN TO 'AESMHIST'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-HIS.

      *     DAILY LOG GENERATION (AESLOG<CCYYMMDD> - LRECL=216)
            SELECT OPTIONAL R-LOG ASSIGN TO DYNAMIC WS-LOG-FILE-NAME
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-LOG.

      *     ORIGINAL OUTPUT GENERATION (AESODAT-shaped KSDS - read
      *     only, for its parameter header and IV record)
            SELECT R-GEN ASSIGN TO DYNAMIC WS-GEN-FILE-NAME
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS RANDOM
                   RECORD KEY   IS GEN-KEY
                   FILE STATUS  IS FS-GEN.

      *     ENVIRONMENT IDENTITY (AESENVID - KSDS, the single
      *     record AESKGET reads)
            SELECT OPTIONAL R-ENV ASSIGN TO 'AESENVID'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS RANDOM
                   RECORD KEY   IS ENV-KEY
                   FILE STATUS  IS FS-ENV.

      *     THE CALLED PROGRAMS' OWN CONTROL CARDS, WRITTEN HERE
            SELECT R-RSP ASSIGN TO 'AESRSPRM'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-RSP.

            SELECT R-VPM ASSIGN TO 'AESVPARM'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-VPM.

      *     CONTROL CARD (AESRQPRM)
            SELECT R-PARM ASSIGN TO 'AESRQPRM'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-PARM.

      *     REBUILT DECK (AESRPDCK - LRECL=200) AND REPORT (AESRPRPT)
            SELECT R-DCK ASSIGN TO 'AESRPDCK'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-DCK.

            SELECT R-RPT ASSIGN TO 'AESRPRPT'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-RPT.

       DATA DIVISION.
       FILE SECTION.
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
          02 FILLER                   PIC X(212).

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

      *   AESMHIST
       FD R-HIS LABEL RECORD STANDARD.

       01 HIS-REC.
          02 HIS-GEN                  PIC X(20).
          02 HIS-DATE                 PIC 9(08).
          02 HIS-TIME                 PIC 9(06).
          02 HIS-ACTION               PIC X(08).
          02 HIS-MODE                 PIC X(03).
          02 HIS-BITS                 PIC X(03).
          02 HIS-BATCH-SIZE           PIC 9(04).
          02 HIS-BLOCKS               PIC 9(09).
          02 HIS-ELAPSED-SECS         PIC 9(07).
          02 HIS-RUN-ID               PIC X(16).
          02 FILLER                   PIC X(12).

      *   AESLOG
       FD R-LOG LABEL RECORD STANDARD.

       01 LOG-REC.
          05 LOG-LEVEL                   PIC 9(01).
          05 FILLER                      PIC X(01).
          05 LOG-TST                     PIC X(19).
          05 FILLER                      PIC X(01).
          05 LOG-TEXT                    PIC X(128).
          05 FILLER                      PIC X(01).
          05 LOG-RUN-ID                  PIC X(16).
          05 FILLER                      PIC X(49).

      *   Original output generation
       FD R-GEN LABEL RECORD STANDARD.

       01 GEN.
          02 GEN-KEY                  PIC 9(08).
          02 GEN-BITS                 PIC X(03).
          02 GEN-HEX                  PIC X(32).
          02 GEN-MAC                  PIC X(08).

      *   AESENVID
       FD R-ENV LABEL RECORD STANDARD.

       01 ENV-REC.
          02 ENV-KEY                  PIC X(01).
          02 ENV-NAME                 PIC X(04).
          02 FILLER                   PIC X(11).

      *   AESRSPRM (AESREST)
       FD R-RSP LABEL RECORD STANDARD.

       01 RSP-REC.
          05 RSP-GEN-NAME                PIC X(20).
          05 RSP-FROM-BLOCK              PIC 9(08).
          05 RSP-TO-BLOCK                PIC 9(08).
          05 RSP-FUNCTION                PIC X(01).

      *   AESVPARM (AESVERIF)
       FD R-VPM LABEL RECORD STANDARD.

       01 VPM-REC.
          05 VPM-GEN-NAME                PIC X(20).
          05 VPM-DIGEST                  PIC X(128).
          05 VPM-MAC-KEY                 PIC X(64).
          05 VPM-SERIAL                  PIC X(18).
          05 VPM-ALGORITHM               PIC X(08).

      *   AESRQPRM
       FD R-PARM LABEL RECORD STANDARD.

       01 PARM-REC.
          05 PARM-RUN-ID                 PIC X(16).
          05 FILLER                      PIC X(01).
          05 PARM-FUNCTION               PIC X(01).

      *   AESRPDCK - the rebuilt deck, one record
       FD R-DCK LABEL RECORD STANDARD.

       01 DCK-REC.
          05 DCK-RUN-ID                  PIC X(16).
          05 DCK-GEN                     PIC X(20).
          05 DCK-DAT-GEN                 PIC X(20).
          05 DCK-ACTION                  PIC X(08).
          05 DCK-MODE                    PIC X(03).
          05 DCK-BITS                    PIC X(03).
          05 DCK-PAD-SCHEME              PIC X(01).
          05 DCK-KEY-ALIAS               PIC X(08).
          05 DCK-KEY-VERSION             PIC 9(03).
          05 DCK-IV                      PIC X(32).
          05 DCK-AAD-LENGTH              PIC 9(03).
          05 DCK-AAD                     PIC X(64).
          05 DCK-BATCH-SIZE              PIC 9(04).
          05 DCK-TENANT                  PIC X(08).
          05 FILLER                      PIC X(07).

      *   AESRPRPT
       FD R-RPT LABEL RECORD STANDARD.

       01 RPT-REC                        PIC X(132).

       WORKING-STORAGE SECTION.
         01 FS.
            05 FS-CAT                   PIC 9(02).
               88 FS-CAT-OK                       VALUE 0.
               88 FS-CAT-EOF                      VALUE 10.
            05 FS-STP                   PIC 9(02).
               88 FS-STP-OK                       VALUE 0.
               88 FS-STP-EOF                      VALUE 10.
            05 FS-HIS                   PIC 9(02).
               88 FS-HIS-OK                       VALUE 0.
               88 FS-HIS-EOF                      VALUE 10.
            05 FS-LOG                   PIC 9(02).
               88 FS-LOG-OK                       VALUE 0.
               88 FS-LOG-EOF                      VALUE 10.
            05 FS-GEN                   PIC 9(02).
               88 FS-GEN-OK                       VALUE 0.
            05 FS-ENV                   PIC 9(02).
               88 FS-ENV-OK                       VALUE 0.
            05 FS-RSP                   PIC 9(02).
               88 FS-RSP-OK                       VALUE 0.
            05 FS-VPM                   PIC 9(02).
               88 FS-VPM-OK                       VALUE 0.
            05 FS-PARM                  PIC 9(02).
               88 FS-PARM-OK                      VALUE 0.
            05 FS-DCK                   PIC 9(02).
               88 FS-DCK-OK                       VALUE 0.
            05 FS-RPT                   PIC 9(02).
               88 FS-RPT-OK                       VALUE 0.

         01 WS-LOG-FILE-NAME            PIC X(20).
         01 WS-GEN-FILE-NAME            PIC X(20).

         77 WS-RUN-ID                   PIC X(16)   VALUE SPACES.
         77 WS-DECK-ONLY                PIC X(01)   VALUE 'N'.
            88 SW-DECK-ONLY                         VALUE 'Y'.

      *  What the run left behind, source by source
         77 WS-CAT-FOUND                PIC X(01)   VALUE 'N'.
            88 SW-CAT-FOUND                         VALUE 'Y'.
         01 WS-CAT-ENTRY.
            05 WS-CT-GEN                PIC X(20).
            05 WS-CT-DATE               PIC 9(08).
            05 WS-CT-ACTION             PIC X(08).
            05 WS-CT-MODE               PIC X(03).
            05 WS-CT-BITS               PIC X(03).
            05 WS-CT-ALIAS              PIC X(08).
            05 WS-CT-VERSION            PIC 9(03).
            05 WS-CT-DAT-GEN            PIC X(20).
            05 WS-CT-TENANT             PIC X(08).
            05 WS-CT-ENVELOPE           PIC X(01).
               88 SW-CT-ENVELOPE                    VALUE 'Y'.

         77 WS-STP-FOUND                PIC X(01)   VALUE 'N'.
            88 SW-STP-FOUND                         VALUE 'Y'.
         77 WS-STP-DIGEST               PIC X(128)  VALUE SPACES.
         77 WS-STP-ALGORITHM            PIC X(08)   VALUE SPACES.

         77 WS-HIS-FOUND                PIC X(01)   VALUE 'N'.
            88 SW-HIS-FOUND                         VALUE 'Y'.
         77 WS-HI-MODE                  PIC X(03).
         77 WS-HI-BITS                  PIC X(03).
         77 WS-HI-BATCH                 PIC 9(04).

         77 WS-HDR-FOUND                PIC X(01)   VALUE 'N'.
            88 SW-HDR-FOUND                         VALUE 'Y'.
         77 WS-HD-MODE                  PIC X(03).
         77 WS-HD-BITS                  PIC X(03).
         77 WS-HD-PAD                   PIC X(01).
         77 WS-HD-ALIAS                 PIC X(08).
         77 WS-HD-VERSION               PIC 9(03).
         77 WS-IVH-FOUND                PIC X(01)   VALUE 'N'.
            88 SW-IVH-FOUND                         VALUE 'Y'.
         77 WS-HD-IV                    PIC X(32).
         77 WS-GEN-RESTORED             PIC X(01)   VALUE 'N'.
            88 SW-GEN-RESTORED                      VALUE 'Y'.

         77 WS-LOG-FOUND                PIC X(01)   VALUE 'N'.
            88 SW-LOG-FOUND                         VALUE 'Y'.
         77 WS-LG-MODE                  PIC X(03).
         77 WS-LG-BITS                  PIC X(03).
         77 WS-LG-PAD                   PIC X(01).
         77 WS-LG-BATCH                 PIC 9(04).
         77 WS-LG-IV                    PIC X(32).
         77 WS-LG-AAD-LENGTH            PIC 9(03).
         77 WS-AAD-FOUND                PIC X(01)   VALUE 'N'.
            88 SW-AAD-FOUND                         VALUE 'Y'.
         77 WS-LG-AAD                   PIC X(64).
         77 WS-KLG-FOUND                PIC X(01)   VALUE 'N'.
            88 SW-KLG-FOUND                         VALUE 'Y'.
         77 WS-LG-ALIAS                 PIC X(08).
         77 WS-LG-VERSION               PIC 9(03).
         77 WS-LOG-DATE                 PIC 9(08).
         77 WS-LOG-DAY                  PIC 9(01).
         77 WS-LOG-LINES                PIC 9(05)   VALUE 0.

      *  The rebuilt deck, and where each field came from
         01 WS-DECK.
            05 WS-DK-MODE               PIC X(03).
            05 WS-DK-MODE-SRC           PIC X(04).
            05 WS-DK-BITS               PIC X(03).
            05 WS-DK-BITS-SRC           PIC X(04).
            05 WS-DK-PAD                PIC X(01).
            05 WS-DK-PAD-SRC            PIC X(04).
            05 WS-DK-ALIAS              PIC X(08).
            05 WS-DK-ALIAS-SRC          PIC X(04).
            05 WS-DK-VERSION            PIC 9(03).
            05 WS-DK-VERSION-SRC        PIC X(04).
            05 WS-DK-IV                 PIC X(32).
            05 WS-DK-IV-SRC             PIC X(04).
            05 WS-DK-AAD-LENGTH         PIC 9(03).
            05 WS-DK-AAD                PIC X(64).
            05 WS-DK-AAD-SRC            PIC X(04).
            05 WS-DK-BATCH              PIC 9(04).
            05 WS-DK-BATCH-SRC          PIC X(04).
            05 WS-DK-DAT-GEN            PIC X(20).

      *  Source disagreements - one report line each
         77 WS-CONFLICT-COUNT           PIC 9(03)   VALUE 0.
         77 WS-CF-FIELD                 PIC X(08).
         77 WS-CF-SRC-A                 PIC X(04).
         77 WS-CF-VALUE-A               PIC X(32).
         77 WS-CF-SRC-B                 PIC X(04).
         77 WS-CF-VALUE-B               PIC X(32).
         77 WS-EDIT-VERSION             PIC 9(03).
         77 WS-EDIT-VERSION-B           PIC 9(03).
         77 WS-EDIT-BATCH               PIC 9(04).
         77 WS-EDIT-BATCH-B             PIC 9(04).

      *  Outcome
         77 WS-OUTCOME                  PIC X(16)   VALUE SPACES.
         77 WS-WHY                      PIC X(80)   VALUE SPACES.
         77 WS-CALL-RC                  PIC 9(04)   VALUE 0.
         77 WS-RESTORE-NAME             PIC X(20)   VALUE SPACES.
         77 WS-REPLAY-GEN               PIC X(20)   VALUE 'AESRPODT'.
         77 WS-REPLAY-KEY               PIC X(64)   VALUE SPACES.

         01 WS-RPT-LINE                 PIC X(132)  VALUE SPACES.

      *  Key resolution from the test-tagged escrow
         01 KG-S.
            COPY 'KMS-GET.cpy'.

         01 PMW.
            COPY 'AESLLOG.cpy'.

      *  AESMAIN's own linkage, built from the rebuilt deck
         01 LS.
            COPY 'AESLMAIN.cpy'.

      *  Alert hand-off for a reproduction that does not match
         01 AL-S.
            COPY 'ALERT-PUT.cpy'.

       LINKAGE SECTION.

       PROCEDURE DIVISION.
       MAINLINE.
           PERFORM READ-PARAMETERS.

           OPEN OUTPUT R-RPT.

           IF FS-RPT-OK
             CONTINUE
           ELSE
             DISPLAY 'AESREPRO: ERROR OPENING AESRPRPT: ' FS-RPT
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.

           STRING 'AESREPRO RUN REPRODUCTION - RUN ' WS-RUN-ID
           DELIMITED BY SIZE            INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

           PERFORM REPRODUCE-RUN
              THRU REPRODUCE-RUN-EXIT.

           MOVE SPACES                    TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

           STRING 'RESULT: ' WS-OUTCOME ' ' WS-WHY
           DELIMITED BY SIZE            INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

           CLOSE R-RPT.

           DISPLAY 'AESREPRO: RUN ' WS-RUN-ID ' - ' WS-OUTCOME.

           EVALUATE TRUE
             WHEN WS-OUTCOME = 'MATCH'
               AND WS-CONFLICT-COUNT > 0
               MOVE 4                     TO RETURN-CODE
             WHEN WS-OUTCOME = 'MATCH'
               MOVE 0                     TO RETURN-CODE
             WHEN WS-OUTCOME = 'DECK REBUILT'
               AND WS-CONFLICT-COUNT > 0
               MOVE 4                     TO RETURN-CODE
             WHEN WS-OUTCOME = 'DECK REBUILT'
               MOVE 0                     TO RETURN-CODE
             WHEN OTHER
               MOVE 8                     TO RETURN-CODE
           END-EVALUATE.

           STOP RUN.


       READ-PARAMETERS.
           OPEN INPUT R-PARM.

           IF FS-PARM-OK
             CONTINUE
           ELSE
             DISPLAY 'AESREPRO: ERROR OPENING AESRQPRM: ' FS-PARM
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.

           READ R-PARM
             AT END
               MOVE SPACES                TO PARM-REC
           END-READ.

           CLOSE R-PARM.

           IF PARM-RUN-ID = SPACES
             DISPLAY 'AESREPRO: AESRQPRM NAMES NO RUN-ID'
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.

           MOVE PARM-RUN-ID               TO WS-RUN-ID.

           IF PARM-FUNCTION = 'D'
             SET SW-DECK-ONLY             TO TRUE
           END-IF.


       REPRODUCE-RUN.
           PERFORM FIND-CATALOG-ENTRY.

           IF NOT SW-CAT-FOUND
             MOVE 'NOT REPRODUCED'        TO WS-OUTCOME
             MOVE '- NO CIPHER RUN WITH THIS RUN-ID ON AESRCAT'
                                          TO WS-WHY
             GO TO REPRODUCE-RUN-EXIT
           END-IF.

           STRING 'CATALOG  - ' WS-CT-GEN ' FROM ' WS-CT-DAT-GEN
                  ' ON ' WS-CT-DATE ' TENANT ' WS-CT-TENANT
           DELIMITED BY SIZE            INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

           PERFORM FIND-STAMP.
           PERFORM FIND-RUN-HISTORY.
           PERFORM READ-RUN-LOGS.
           PERFORM READ-GENERATION-HEADER
              THRU READ-GENERATION-HEADER-EXIT.

           PERFORM BUILD-DECK.
           PERFORM REPORT-DECK.
           PERFORM WRITE-DECK.

           IF WS-DK-AAD-LENGTH > 0 AND NOT SW-AAD-FOUND
             MOVE 'NOT REPRODUCED'        TO WS-OUTCOME
             MOVE '- THE ASSOCIATED DATA IS ON NO SURVIVING LOG LINE'
                                          TO WS-WHY
             GO TO REPRODUCE-RUN-EXIT
           END-IF.

           IF SW-DECK-ONLY
             MOVE 'DECK REBUILT'          TO WS-OUTCOME
             MOVE '- NOT REPLAYED (DECK-ONLY REQUEST)'
                                          TO WS-WHY
             GO TO REPRODUCE-RUN-EXIT
           END-IF.

           IF SW-CT-ENVELOPE
             MOVE 'NOT REPRODUCED'        TO WS-OUTCOME
             STRING '- ENVELOPE RUN: ITS DATA KEY WAS DRAWN FRESH '
                    'FOR THAT RUN ALONE'
             DELIMITED BY SIZE          INTO WS-WHY
             GO TO REPRODUCE-RUN-EXIT
           END-IF.

           IF NOT SW-STP-FOUND
             MOVE 'NOT REPRODUCED'        TO WS-OUTCOME
             MOVE '- NO AESSTMP STAMP FOR THE RUN TO COMPARE AGAINST'
                                          TO WS-WHY
             GO TO REPRODUCE-RUN-EXIT
           END-IF.

           PERFORM CHECK-TEST-ENVIRONMENT
              THRU CHECK-TEST-ENVIRONMENT-EXIT.

           IF WS-OUTCOME NOT = SPACES
             GO TO REPRODUCE-RUN-EXIT
           END-IF.

           PERFORM RESTORE-INPUT
              THRU RESTORE-INPUT-EXIT.

           IF WS-OUTCOME NOT = SPACES
             GO TO REPRODUCE-RUN-EXIT
           END-IF.

           PERFORM RESOLVE-ESCROWED-KEY
              THRU RESOLVE-ESCROWED-KEY-EXIT.

           IF WS-OUTCOME NOT = SPACES
             GO TO REPRODUCE-RUN-EXIT
           END-IF.

           PERFORM REPLAY-RUN
              THRU REPLAY-RUN-EXIT.

           IF WS-OUTCOME NOT = SPACES
             GO TO REPRODUCE-RUN-EXIT
           END-IF.

           PERFORM COMPARE-DIGEST.

       REPRODUCE-RUN-EXIT.
           EXIT.


       FIND-CATALOG-ENTRY.
      *     Not keyed on run-id - one pass; a restarted run may have
      *     more than one entry, and the last written is the one
      *     that finished
           OPEN INPUT R-CAT.

           IF FS-CAT-OK
             PERFORM UNTIL FS-CAT-EOF
               READ R-CAT NEXT RECORD
                 AT END
                   CONTINUE
                 NOT AT END
                   IF CAT-RUN-ID = WS-RUN-ID
                     AND CAT-ACTION = 'CIPHER  '
                     PERFORM TAKE-CATALOG-ENTRY
                   END-IF
               END-READ
             END-PERFORM
           END-IF.

           CLOSE R-CAT.


       TAKE-CATALOG-ENTRY.
           SET SW-CAT-FOUND               TO TRUE.
           MOVE CAT-GEN                   TO WS-CT-GEN.
           MOVE CAT-DATE                  TO WS-CT-DATE.
           MOVE CAT-ACTION                TO WS-CT-ACTION.
           MOVE CAT-MODE                  TO WS-CT-MODE.
           MOVE CAT-BITS                  TO WS-CT-BITS.
           MOVE CAT-ALIAS                 TO WS-CT-ALIAS.
           MOVE CAT-VERSION               TO WS-CT-VERSION.
           MOVE CAT-TENANT                TO WS-CT-TENANT.
           MOVE 'N'                       TO WS-CT-ENVELOPE.

           IF CAT-DEK-WRAP NOT = SPACES
             SET SW-CT-ENVELOPE           TO TRUE
           END-IF.

      *     An entry from before the input name was catalogued - the
      *     run read the day's default generation
           IF CAT-DAT-GEN = SPACES
             MOVE SPACES                  TO WS-CT-DAT-GEN
             STRING 'AESIDAT' CAT-DATE
             DELIMITED BY SIZE          INTO WS-CT-DAT-GEN
           ELSE
             MOVE CAT-DAT-GEN             TO WS-CT-DAT-GEN
           END-IF.


       FIND-STAMP.
           OPEN INPUT R-STP.

           IF FS-STP-OK
             PERFORM UNTIL FS-STP-EOF
               READ R-STP
                 AT END
                   CONTINUE
                 NOT AT END
                   IF STMPS-OK AND STMP-RUN-ID = WS-RUN-ID
                     SET SW-STP-FOUND     TO TRUE
                     MOVE STMP-DIGEST     TO WS-STP-DIGEST
                     MOVE STMP-ALGORITHM  TO WS-STP-ALGORITHM
                   END-IF
               END-READ
             END-PERFORM
           END-IF.

           CLOSE R-STP.

           IF SW-STP-FOUND
             STRING 'STAMP    - ' WS-STP-ALGORITHM ' '
                    WS-STP-DIGEST(1:64) '...'
             DELIMITED BY SIZE          INTO WS-RPT-LINE
           ELSE
             MOVE 'STAMP    - NONE ON AESSTMP' TO WS-RPT-LINE
           END-IF.
           PERFORM WRITE-REPORT-LINE.


       FIND-RUN-HISTORY.
           OPEN INPUT R-HIS.

           IF FS-HIS-OK
             PERFORM UNTIL FS-HIS-EOF
               READ R-HIS
                 AT END
                   CONTINUE
                 NOT AT END
                   IF HIS-RUN-ID = WS-RUN-ID
                     AND HIS-ACTION = 'CIPHER  '
                     SET SW-HIS-FOUND     TO TRUE
                     MOVE HIS-MODE        TO WS-HI-MODE
                     MOVE HIS-BITS        TO WS-HI-BITS
                     MOVE HIS-BATCH-SIZE  TO WS-HI-BATCH
                   END-IF
               END-READ
             END-PERFORM
           END-IF.

           CLOSE R-HIS.


       READ-RUN-LOGS.
      *     The run's own day, and the next in case it ran across
      *     midnight
           MOVE WS-CT-DATE                TO WS-LOG-DATE.

           PERFORM VARYING WS-LOG-DAY FROM 1 BY 1
             UNTIL WS-LOG-DAY > 2
             MOVE SPACES                  TO WS-LOG-FILE-NAME
             STRING 'AESLOG' WS-LOG-DATE
             DELIMITED BY SIZE          INTO WS-LOG-FILE-NAME

             PERFORM READ-ONE-LOG

             COMPUTE WS-LOG-DATE = FUNCTION DATE-OF-INTEGER(
                 FUNCTION INTEGER-OF-DATE(WS-LOG-DATE) + 1)
           END-PERFORM.

           STRING 'LOG      - ' WS-LOG-LINES
                  ' LINE(S) OF THE RUN READ FROM AESLOG'
           DELIMITED BY SIZE            INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.


       READ-ONE-LOG.
           MOVE 0                         TO FS-LOG.

           OPEN INPUT R-LOG.

           IF FS-LOG-OK
             PERFORM UNTIL FS-LOG-EOF
               READ R-LOG
                 AT END
                   CONTINUE
                 NOT AT END
                   IF LOG-RUN-ID = WS-RUN-ID
                     ADD 1                TO WS-LOG-LINES
                     PERFORM TAKE-LOG-LINE
                   END-IF
               END-READ
             END-PERFORM
           END-IF.

           CLOSE R-LOG.


       TAKE-LOG-LINE.
      *     Fixed columns as AESMAIN's LOG-RESOLVED-PARAMETERS and
      *     RESOLVE-KEY-FROM-KMS write them
           EVALUATE TRUE
             WHEN LOG-TEXT(1:25) = 'Resolved parameters MODE '
               SET SW-LOG-FOUND           TO TRUE
               MOVE LOG-TEXT(26:3)        TO WS-LG-MODE
               MOVE LOG-TEXT(35:3)        TO WS-LG-BITS
               MOVE LOG-TEXT(43:1)        TO WS-LG-PAD
               MOVE LOG-TEXT(59:32)       TO WS-LG-IV
               MOVE 0                     TO WS-LG-BATCH
                                             WS-LG-AAD-LENGTH
               IF LOG-TEXT(51:4) IS NUMERIC
                 MOVE LOG-TEXT(51:4)      TO WS-LG-BATCH
               END-IF
               IF LOG-TEXT(100:3) IS NUMERIC
                 MOVE LOG-TEXT(100:3)     TO WS-LG-AAD-LENGTH
               END-IF
             WHEN LOG-TEXT(1:25) = 'Resolved associated data '
               SET SW-AAD-FOUND           TO TRUE
               MOVE LOG-TEXT(26:64)       TO WS-LG-AAD
             WHEN LOG-TEXT(1:10) = 'Key alias '
               AND LOG-TEXT(19:21) = ' resolved at version '
               AND LOG-TEXT(40:3) IS NUMERIC
               SET SW-KLG-FOUND           TO TRUE
               MOVE LOG-TEXT(11:8)        TO WS-LG-ALIAS
               MOVE LOG-TEXT(40:3)        TO WS-LG-VERSION
           END-EVALUATE.


       READ-GENERATION-HEADER.
           MOVE WS-CT-GEN                 TO WS-GEN-FILE-NAME.

           OPEN INPUT R-GEN.

           IF NOT FS-GEN-OK
      *      Aged out of the live set - bring it back for its header
             MOVE WS-CT-GEN               TO WS-RESTORE-NAME
             PERFORM CALL-RESTORE

             IF WS-CALL-RC = 0
               SET SW-GEN-RESTORED        TO TRUE
               OPEN INPUT R-GEN
             END-IF
           END-IF.

           IF NOT FS-GEN-OK
             STRING 'HEADER   - ' WS-CT-GEN ' NOT LIVE AND NOT '
                    'RESTORABLE - CATALOG, LOG AND HISTORY ONLY'
             DELIMITED BY SIZE          INTO WS-RPT-LINE
             PERFORM WRITE-REPORT-LINE
             GO TO READ-GENERATION-HEADER-EXIT
           END-IF.

           MOVE 0                         TO GEN-KEY.
           READ R-GEN KEY IS GEN-KEY.

           IF FS-GEN-OK
             AND GEN-HEX(1:3) NOT = SPACES
             SET SW-HDR-FOUND             TO TRUE
             MOVE GEN-HEX(1:3)            TO WS-HD-MODE
             MOVE GEN-HEX(4:3)            TO WS-HD-BITS
             MOVE GEN-HEX(7:1)            TO WS-HD-PAD
             MOVE GEN-HEX(8:8)            TO WS-HD-ALIAS
             MOVE 0                       TO WS-HD-VERSION
             IF GEN-HEX(16:3) IS NUMERIC
               MOVE GEN-HEX(16:3)         TO WS-HD-VERSION
             END-IF
           END-IF.

           MOVE 99999988                  TO GEN-KEY.
           READ R-GEN KEY IS GEN-KEY.

           IF FS-GEN-OK
             SET SW-IVH-FOUND             TO TRUE
             MOVE GEN-HEX                 TO WS-HD-IV
           END-IF.

           CLOSE R-GEN.

           IF SW-GEN-RESTORED
             STRING 'HEADER   - READ FROM ' WS-CT-GEN
                    ' (RESTORED FROM THE ARCHIVE)'
             DELIMITED BY SIZE          INTO WS-RPT-LINE
           ELSE
             STRING 'HEADER   - READ FROM ' WS-CT-GEN
             DELIMITED BY SIZE          INTO WS-RPT-LINE
           END-IF.
           PERFORM WRITE-REPORT-LINE.

       READ-GENERATION-HEADER-EXIT.
           EXIT.


       BUILD-DECK.
      *     The generation's own header first, then the run's log,
      *     then the catalog and the history; each pair of sources
      *     that both speak is checked for agreement
           INITIALIZE WS-DECK.
           MOVE WS-CT-DAT-GEN             TO WS-DK-DAT-GEN.

           EVALUATE TRUE
             WHEN SW-HDR-FOUND
               MOVE WS-HD-MODE            TO WS-DK-MODE
               MOVE 'HDR '                TO WS-DK-MODE-SRC
               MOVE WS-HD-BITS            TO WS-DK-BITS
               MOVE 'HDR '                TO WS-DK-BITS-SRC
             WHEN SW-LOG-FOUND
               MOVE WS-LG-MODE            TO WS-DK-MODE
               MOVE 'LOG '                TO WS-DK-MODE-SRC
               MOVE WS-LG-BITS            TO WS-DK-BITS
               MOVE 'LOG '                TO WS-DK-BITS-SRC
             WHEN OTHER
               MOVE WS-CT-MODE            TO WS-DK-MODE
               MOVE 'CAT '                TO WS-DK-MODE-SRC
               MOVE WS-CT-BITS            TO WS-DK-BITS
               MOVE 'CAT '                TO WS-DK-BITS-SRC
           END-EVALUATE.

           EVALUATE TRUE
             WHEN SW-HDR-FOUND
               MOVE WS-HD-PAD             TO WS-DK-PAD
               MOVE 'HDR '                TO WS-DK-PAD-SRC
             WHEN SW-LOG-FOUND
               MOVE WS-LG-PAD             TO WS-DK-PAD
               MOVE 'LOG '                TO WS-DK-PAD-SRC
             WHEN OTHER
               MOVE SPACE                 TO WS-DK-PAD
               MOVE 'DFLT'                TO WS-DK-PAD-SRC
           END-EVALUATE.

           EVALUATE TRUE
             WHEN SW-HDR-FOUND AND WS-HD-ALIAS NOT = SPACES
               MOVE WS-HD-ALIAS           TO WS-DK-ALIAS
               MOVE 'HDR '                TO WS-DK-ALIAS-SRC
               MOVE WS-HD-VERSION         TO WS-DK-VERSION
               MOVE 'HDR '                TO WS-DK-VERSION-SRC
             WHEN SW-KLG-FOUND
               MOVE WS-LG-ALIAS           TO WS-DK-ALIAS
               MOVE 'LOG '                TO WS-DK-ALIAS-SRC
               MOVE WS-LG-VERSION         TO WS-DK-VERSION
               MOVE 'LOG '                TO WS-DK-VERSION-SRC
             WHEN OTHER
               MOVE WS-CT-ALIAS           TO WS-DK-ALIAS
               MOVE 'CAT '                TO WS-DK-ALIAS-SRC
               MOVE WS-CT-VERSION         TO WS-DK-VERSION
               MOVE 'CAT '                TO WS-DK-VERSION-SRC
           END-EVALUATE.

           EVALUATE TRUE
             WHEN SW-IVH-FOUND
               MOVE WS-HD-IV              TO WS-DK-IV
               MOVE 'HDR '                TO WS-DK-IV-SRC
             WHEN SW-LOG-FOUND
               MOVE WS-LG-IV              TO WS-DK-IV
               MOVE 'LOG '                TO WS-DK-IV-SRC
             WHEN OTHER
               MOVE SPACES                TO WS-DK-IV
               MOVE 'NONE'                TO WS-DK-IV-SRC
           END-EVALUATE.

           IF SW-LOG-FOUND
             MOVE WS-LG-AAD-LENGTH        TO WS-DK-AAD-LENGTH
             MOVE 'LOG '                  TO WS-DK-AAD-SRC
             IF SW-AAD-FOUND
               MOVE WS-LG-AAD             TO WS-DK-AAD
             END-IF
           ELSE
             MOVE 0                       TO WS-DK-AAD-LENGTH
             MOVE 'NONE'                  TO WS-DK-AAD-SRC
           END-IF.

           EVALUATE TRUE
             WHEN SW-LOG-FOUND
               MOVE WS-LG-BATCH           TO WS-DK-BATCH
               MOVE 'LOG '                TO WS-DK-BATCH-SRC
             WHEN SW-HIS-FOUND
               MOVE WS-HI-BATCH           TO WS-DK-BATCH
               MOVE 'HIST'                TO WS-DK-BATCH-SRC
             WHEN OTHER
               MOVE 0                     TO WS-DK-BATCH
               MOVE 'DFLT'                TO WS-DK-BATCH-SRC
           END-EVALUATE.

           PERFORM CROSS-CHECK-SOURCES.


       CROSS-CHECK-SOURCES.
           IF SW-HDR-FOUND AND WS-HD-MODE NOT = WS-CT-MODE
             MOVE 'MODE'                  TO WS-CF-FIELD
             MOVE 'HDR '                  TO WS-CF-SRC-A
             MOVE WS-HD-MODE              TO WS-CF-VALUE-A
             MOVE 'CAT '                  TO WS-CF-SRC-B
             MOVE WS-CT-MODE              TO WS-CF-VALUE-B
             PERFORM REPORT-CONFLICT
           END-IF.

           IF SW-LOG-FOUND AND WS-LG-MODE NOT = WS-DK-MODE
             MOVE 'MODE'                  TO WS-CF-FIELD
             MOVE WS-DK-MODE-SRC          TO WS-CF-SRC-A
             MOVE WS-DK-MODE              TO WS-CF-VALUE-A
             MOVE 'LOG '                  TO WS-CF-SRC-B
             MOVE WS-LG-MODE              TO WS-CF-VALUE-B
             PERFORM REPORT-CONFLICT
           END-IF.

           IF SW-HIS-FOUND AND WS-HI-MODE NOT = WS-DK-MODE
             MOVE 'MODE'                  TO WS-CF-FIELD
             MOVE WS-DK-MODE-SRC          TO WS-CF-SRC-A
             MOVE WS-DK-MODE              TO WS-CF-VALUE-A
             MOVE 'HIST'                  TO WS-CF-SRC-B
             MOVE WS-HI-MODE              TO WS-CF-VALUE-B
             PERFORM REPORT-CONFLICT
           END-IF.

           IF WS-CT-BITS NOT = WS-DK-BITS
             MOVE 'BITS'                  TO WS-CF-FIELD
             MOVE WS-DK-BITS-SRC          TO WS-CF-SRC-A
             MOVE WS-DK-BITS              TO WS-CF-VALUE-A
             MOVE 'CAT '                  TO WS-CF-SRC-B
             MOVE WS-CT-BITS              TO WS-CF-VALUE-B
             PERFORM REPORT-CONFLICT
           END-IF.

           IF SW-LOG-FOUND AND WS-LG-PAD NOT = WS-DK-PAD
             MOVE 'PAD'                   TO WS-CF-FIELD
             MOVE WS-DK-PAD-SRC           TO WS-CF-SRC-A
             MOVE WS-DK-PAD               TO WS-CF-VALUE-A
             MOVE 'LOG '                  TO WS-CF-SRC-B
             MOVE WS-LG-PAD               TO WS-CF-VALUE-B
             PERFORM REPORT-CONFLICT
           END-IF.

           IF SW-LOG-FOUND AND WS-LG-IV NOT = WS-DK-IV
             MOVE 'IV'                    TO WS-CF-FIELD
             MOVE WS-DK-IV-SRC            TO WS-CF-SRC-A
             MOVE WS-DK-IV                TO WS-CF-VALUE-A
             MOVE 'LOG '                  TO WS-CF-SRC-B
             MOVE WS-LG-IV                TO WS-CF-VALUE-B
             PERFORM REPORT-CONFLICT
           END-IF.

           IF WS-CT-ALIAS NOT = SPACES
             AND (WS-CT-ALIAS NOT = WS-DK-ALIAS
               OR WS-CT-VERSION NOT = WS-DK-VERSION)
             MOVE 'KEY'                   TO WS-CF-FIELD
             MOVE WS-DK-ALIAS-SRC         TO WS-CF-SRC-A
             MOVE WS-DK-VERSION           TO WS-EDIT-VERSION
             MOVE WS-CT-VERSION           TO WS-EDIT-VERSION-B
             MOVE SPACES                  TO WS-CF-VALUE-A
                                             WS-CF-VALUE-B
             STRING WS-DK-ALIAS ' V' WS-EDIT-VERSION
             DELIMITED BY SIZE          INTO WS-CF-VALUE-A
             MOVE 'CAT '                  TO WS-CF-SRC-B
             STRING WS-CT-ALIAS ' V' WS-EDIT-VERSION-B
             DELIMITED BY SIZE          INTO WS-CF-VALUE-B
             PERFORM REPORT-CONFLICT
           END-IF.

           IF SW-KLG-FOUND
             AND (WS-LG-ALIAS NOT = WS-DK-ALIAS
               OR WS-LG-VERSION NOT = WS-DK-VERSION)
             MOVE 'KEY'                   TO WS-CF-FIELD
             MOVE WS-DK-ALIAS-SRC         TO WS-CF-SRC-A
             MOVE WS-DK-VERSION           TO WS-EDIT-VERSION
             MOVE WS-LG-VERSION           TO WS-EDIT-VERSION-B
             MOVE SPACES                  TO WS-CF-VALUE-A
                                             WS-CF-VALUE-B
             STRING WS-DK-ALIAS ' V' WS-EDIT-VERSION
             DELIMITED BY SIZE          INTO WS-CF-VALUE-A
             MOVE 'LOG '                  TO WS-CF-SRC-B
             STRING WS-LG-ALIAS ' V' WS-EDIT-VERSION-B
             DELIMITED BY SIZE          INTO WS-CF-VALUE-B
             PERFORM REPORT-CONFLICT
           END-IF.

           IF SW-HIS-FOUND AND WS-HI-BATCH NOT = WS-DK-BATCH
             MOVE 'BATCH'                 TO WS-CF-FIELD
             MOVE WS-DK-BATCH-SRC         TO WS-CF-SRC-A
             MOVE WS-DK-BATCH             TO WS-EDIT-BATCH
             MOVE WS-HI-BATCH             TO WS-EDIT-BATCH-B
             MOVE WS-EDIT-BATCH           TO WS-CF-VALUE-A
             MOVE 'HIST'                  TO WS-CF-SRC-B
             MOVE WS-EDIT-BATCH-B         TO WS-CF-VALUE-B
             PERFORM REPORT-CONFLICT
           END-IF.


       REPORT-CONFLICT.
           ADD 1                          TO WS-CONFLICT-COUNT.

           STRING 'CONFLICT - ' WS-CF-FIELD ' ' WS-CF-SRC-A ' SAYS '
                  WS-CF-VALUE-A ' BUT ' WS-CF-SRC-B ' SAYS '
                  WS-CF-VALUE-B
           DELIMITED BY SIZE            INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.


       REPORT-DECK.
           MOVE SPACES                    TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE 'REBUILT DECK (SOURCE: HDR GENERATION HEADER, LOG '
                                          TO WS-RPT-LINE.
           MOVE 'AESLOG, CAT AESRCAT, HIST AESMHIST, DFLT DEFAULT)'
                                          TO WS-RPT-LINE(51:50).
           PERFORM WRITE-REPORT-LINE.

           STRING '  MODE       ' WS-DK-MODE '  ' WS-DK-MODE-SRC
           DELIMITED BY SIZE            INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

           STRING '  BITS       ' WS-DK-BITS '  ' WS-DK-BITS-SRC
           DELIMITED BY SIZE            INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

           STRING '  PAD SCHEME ' WS-DK-PAD '    ' WS-DK-PAD-SRC
           DELIMITED BY SIZE            INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

           STRING '  KEY ALIAS  ' WS-DK-ALIAS '  ' WS-DK-ALIAS-SRC
           DELIMITED BY SIZE            INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

           STRING '  VERSION    ' WS-DK-VERSION '  '
                  WS-DK-VERSION-SRC
           DELIMITED BY SIZE            INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

           IF WS-DK-MODE = 'CTR'
             STRING '  CTR NONCE  ' WS-DK-IV '  ' WS-DK-IV-SRC
             DELIMITED BY SIZE          INTO WS-RPT-LINE
           ELSE
             STRING '  IV         ' WS-DK-IV '  ' WS-DK-IV-SRC
             DELIMITED BY SIZE          INTO WS-RPT-LINE
           END-IF.
           PERFORM WRITE-REPORT-LINE.

           STRING '  AAD        ' WS-DK-AAD-LENGTH ' ' WS-DK-AAD
                  '  ' WS-DK-AAD-SRC
           DELIMITED BY SIZE            INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

           STRING '  BATCH SIZE ' WS-DK-BATCH '  ' WS-DK-BATCH-SRC
           DELIMITED BY SIZE            INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

           STRING '  INPUT      ' WS-DK-DAT-GEN
           DELIMITED BY SIZE            INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

           MOVE SPACES                    TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.


       WRITE-DECK.
           OPEN OUTPUT R-DCK.

           IF FS-DCK-OK
             CONTINUE
           ELSE
             DISPLAY 'AESREPRO: ERROR OPENING AESRPDCK: ' FS-DCK
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.

           MOVE SPACES                    TO DCK-REC.
           MOVE WS-RUN-ID                 TO DCK-RUN-ID.
           MOVE WS-CT-GEN                 TO DCK-GEN.
           MOVE WS-DK-DAT-GEN             TO DCK-DAT-GEN.
           MOVE 'CIPHER  '                TO DCK-ACTION.
           MOVE WS-DK-MODE                TO DCK-MODE.
           MOVE WS-DK-BITS                TO DCK-BITS.
           MOVE WS-DK-PAD                 TO DCK-PAD-SCHEME.
           MOVE WS-DK-ALIAS               TO DCK-KEY-ALIAS.
           MOVE WS-DK-VERSION             TO DCK-KEY-VERSION.
           MOVE WS-DK-IV                  TO DCK-IV.
           MOVE WS-DK-AAD-LENGTH          TO DCK-AAD-LENGTH.
           MOVE WS-DK-AAD                 TO DCK-AAD.
           MOVE WS-DK-BATCH               TO DCK-BATCH-SIZE.
           MOVE WS-CT-TENANT              TO DCK-TENANT.

           WRITE DCK-REC.

           CLOSE R-DCK.


       CHECK-TEST-ENVIRONMENT.
      *     A replay resolves a production run's key - only ever
      *     where the identity record says this is test
           OPEN INPUT R-ENV.

           IF FS-ENV-OK
             MOVE '1'                     TO ENV-KEY
             READ R-ENV KEY IS ENV-KEY

             IF FS-ENV-OK AND ENV-NAME = 'TEST'
               CLOSE R-ENV
               GO TO CHECK-TEST-ENVIRONMENT-EXIT
             END-IF
           END-IF.

           CLOSE R-ENV.

           MOVE 'NOT REPRODUCED'          TO WS-OUTCOME.
           MOVE '- REPLAY REFUSED: AESENVID DOES NOT IDENTIFY TEST'
                                          TO WS-WHY.

       CHECK-TEST-ENVIRONMENT-EXIT.
           EXIT.


       RESTORE-INPUT.
      *     Always from the archive - the replay runs against what
      *     was kept, never against whatever now has the name
           MOVE WS-DK-DAT-GEN             TO WS-RESTORE-NAME.
           PERFORM CALL-RESTORE.

           IF WS-CALL-RC NOT = 0
             MOVE 'NOT REPRODUCED'        TO WS-OUTCOME
             STRING '- INPUT ' WS-DK-DAT-GEN
                    ' COULD NOT BE RESTORED (AESREST RC '
                    WS-CALL-RC ')'
             DELIMITED BY SIZE          INTO WS-WHY
             GO TO RESTORE-INPUT-EXIT
           END-IF.

           STRING 'REPLAY   - INPUT ' WS-DK-DAT-GEN
                  ' RESTORED FROM THE ARCHIVE'
           DELIMITED BY SIZE            INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

       RESTORE-INPUT-EXIT.
           EXIT.


       CALL-RESTORE.
      *     Whole generation under its own name - no range, restore
      *     rather than locate
           OPEN OUTPUT R-RSP.
           MOVE SPACES                    TO RSP-REC.
           MOVE WS-RESTORE-NAME           TO RSP-GEN-NAME.
           MOVE 0                         TO RSP-FROM-BLOCK
                                             RSP-TO-BLOCK.
           WRITE RSP-REC.
           CLOSE R-RSP.

           MOVE 0                         TO RETURN-CODE.

           CALL 'AESREST'.

           MOVE RETURN-CODE               TO WS-CALL-RC.
           MOVE 0                         TO RETURN-CODE.


       RESOLVE-ESCROWED-KEY.
      *     Resolved outside AESMAIN on a purpose of its own - a
      *     replay is not new CIPHER use, so a version since expired
      *     or rotated out still serves; AESKGET's environment check
      *     still applies, so only a test-tagged (or untagged)
      *     escrow entry resolves here
           IF WS-DK-ALIAS = SPACES
             MOVE 'NOT REPRODUCED'        TO WS-OUTCOME
             STRING '- THE RUN USED A DECK KEY, NOT AN ALIAS - '
                    'THERE IS NO ESCROW TO REPLAY UNDER'
             DELIMITED BY SIZE          INTO WS-WHY
             GO TO RESOLVE-ESCROWED-KEY-EXIT
           END-IF.

           MOVE SPACES                    TO PMW.
           SET LLOG-MAX OF PMW            TO TRUE.
           MOVE PMW                       TO PUT-MESSAGE-LS OF KG-S.
           MOVE 'AESMPUT'                 TO PUT-MESSAGE OF KG-S.
           MOVE WS-DK-ALIAS               TO LKGS-ALIAS OF KG-S.
           MOVE WS-RUN-ID                 TO LKGS-RUN-IDENT OF KG-S.
           MOVE WS-DK-VERSION             TO LKGS-VERSION OF KG-S.
           MOVE 'REPRO   '                TO LKGS-PURPOSE OF KG-S.
           MOVE 'D'                       TO LKGS-KEY-USE OF KG-S.
           MOVE SPACES                    TO LKG-KEY OF KG-S.

           CALL 'AESKGET' USING KG-S.

           IF LKGS-OK OF KG-S
             AND LKG-KEY OF KG-S NOT = SPACES
             MOVE LKG-KEY OF KG-S         TO WS-REPLAY-KEY
             MOVE SPACES                  TO LKG-KEY OF KG-S
             MOVE LKGS-KEY-VERSION OF KG-S TO WS-EDIT-VERSION
             STRING 'REPLAY   - KEY ' WS-DK-ALIAS ' V'
                    WS-EDIT-VERSION ' RESOLVED FROM THE TEST ESCROW'
             DELIMITED BY SIZE          INTO WS-RPT-LINE
             PERFORM WRITE-REPORT-LINE
           ELSE
             MOVE 'NOT REPRODUCED'        TO WS-OUTCOME
             STRING '- KEY ' WS-DK-ALIAS ' DID NOT RESOLVE - LOAD '
                    'ITS TEST-TAGGED ESCROW (AESKESCR/AESKRECV)'
             DELIMITED BY SIZE          INTO WS-WHY
           END-IF.

       RESOLVE-ESCROWED-KEY-EXIT.
           EXIT.


       REPLAY-RUN.
           INITIALIZE LS.
           MOVE WS-DK-DAT-GEN             TO LMAIN-DAT-FILE-OVERRIDE.
           MOVE WS-REPLAY-GEN             TO LMAIN-ODT-FILE-OVERRIDE.
           MOVE 'CIPHER  '                TO LMAIN-ACTION.
           MOVE WS-DK-MODE                TO LMAIN-MODE.
           MOVE WS-DK-BITS                TO LMAIN-BITS.
           MOVE WS-REPLAY-KEY             TO LMAIN-KEY.
           MOVE WS-DK-IV                  TO LMAIN-IV.
           MOVE WS-DK-PAD                 TO LMAIN-PAD-SCHEME.
           MOVE WS-DK-AAD                 TO LMAIN-AAD.
           MOVE WS-DK-AAD-LENGTH          TO LMAIN-AAD-LENGTH.
           MOVE WS-DK-BATCH               TO LMAIN-ECB-BATCH-SIZE.
           MOVE WS-CT-TENANT              TO LMAIN-TENANT.
      *     A deliberate rerun of a ciphered input under an IV
      *     already used - exactly what the force parameter vouches
           MOVE 'Y'                       TO LMAIN-FORCE-MODE.

           CALL 'AESMAIN' USING LS.

           MOVE SPACES                    TO WS-REPLAY-KEY LMAIN-KEY.

           IF LMAINS-OK
             STRING 'REPLAY   - ' WS-DK-DAT-GEN ' RE-CIPHERED INTO '
                    WS-REPLAY-GEN
             DELIMITED BY SIZE          INTO WS-RPT-LINE
             PERFORM WRITE-REPORT-LINE
           ELSE
             MOVE 'NOT REPRODUCED'        TO WS-OUTCOME
             STRING '- REPLAY RUN FAILED, AESMAIN REASON '
                    LMAIN-REASON-CODE
             DELIMITED BY SIZE          INTO WS-WHY
           END-IF.

           MOVE 0                         TO RETURN-CODE.

       REPLAY-RUN-EXIT.
           EXIT.


       COMPARE-DIGEST.
      *     AESVERIF recomputes the replay output's digest and holds
      *     it against the original stamp - the same card a receive
      *     gate would carry, less the MAC key
           OPEN OUTPUT R-VPM.
           MOVE SPACES                    TO VPM-REC.
           MOVE WS-REPLAY-GEN             TO VPM-GEN-NAME.
           MOVE WS-STP-DIGEST             TO VPM-DIGEST.
           MOVE WS-STP-ALGORITHM          TO VPM-ALGORITHM.
           WRITE VPM-REC.
           CLOSE R-VPM.

           MOVE 0                         TO RETURN-CODE.

           CALL 'AESVERIF'.

           MOVE RETURN-CODE               TO WS-CALL-RC.
           MOVE 0                         TO RETURN-CODE.

           EVALUATE WS-CALL-RC
             WHEN 0
               MOVE 'MATCH'               TO WS-OUTCOME
               STRING '- THE REPLAY REPRODUCES THE STAMPED OUTPUT OF '
                      WS-CT-GEN
               DELIMITED BY SIZE        INTO WS-WHY
             WHEN 8
               MOVE 'NO MATCH'            TO WS-OUTCOME
               STRING '- THE REPLAY DIFFERS FROM THE STAMPED OUTPUT '
                      'OF ' WS-CT-GEN
               DELIMITED BY SIZE        INTO WS-WHY

               MOVE 2                     TO LAL-LEVEL OF AL-S
               STRING 'RUN REPRODUCTION - RUN ' WS-RUN-ID
                      ' DOES NOT REPRODUCE ITS STAMPED OUTPUT'
               DELIMITED BY SIZE        INTO LAL-TEXT OF AL-S
               CALL 'AESALERT' USING AL-S
               MOVE SPACES                TO LAL-TEXT OF AL-S
             WHEN OTHER
               MOVE 'NOT REPRODUCED'      TO WS-OUTCOME
               STRING '- THE REPLAY OUTPUT COULD NOT BE VERIFIED '
                      '(AESVERIF RC ' WS-CALL-RC ')'
               DELIMITED BY SIZE        INTO WS-WHY
           END-EVALUATE.


       WRITE-REPORT-LINE.
           MOVE WS-RPT-LINE                TO RPT-REC.
           MOVE SPACES                     TO WS-RPT-LINE.

           WRITE RPT-REC.

           IF FS-RPT-OK
             CONTINUE
           ELSE
             DISPLAY 'AESREPRO: ERROR WRITING AESRPRPT: ' FS-RPT
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.
