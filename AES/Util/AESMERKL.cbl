       ID DIVISION.
       PROGRAM-ID. AESMERKL.
      *****************************************************************
      * Daily Merkle root over the stamp trail. AESSTMP holds a
      * SHA-512 stamp per ciphered generation, but it is our own
      * file on our own disk - nothing outside stops a stamp being
      * rewritten after the fact. Once a day is closed this hashes
      * every one of that day's stamps into one Merkle tree and
      * publishes the root through the transmission hand-off, where
      * it leaves our hands; any later change to a stamp of that day
      * no longer reaches the root the partners already hold.
      * Functions off AESMRPRM (FUNCTION(1) DATE(3-10)
      * GENERATION(12-31)):
      *
      *   'R' root - the daily close step, run after AESDCLSE has
      *       closed DATE (an open or reopened day is refused, RC 8:
      *       its trail can still grow). Every OK stamp whose time
      *       falls on DATE is a leaf, in trail order; the root is
      *       appended to AESMKRT and an AESXTRG trigger queued for
      *       it, so the transport ships it like any generation and
      *       the next close holds out for its receipt. Re-running
      *       for a day whose root is already published with the
      *       same value publishes nothing. A day reopened, rerun
      *       and closed again has a new trail and publishes a new
      *       root under the next sequence number - alerted, as the
      *       first root is now superseded. A day with no stamps at
      *       all still publishes: a root of zeros over no leaves.
      *   'P' proof - for GENERATION, finds its run in AESRCAT and
      *       its stamp in AESSTMP (the last OK stamp of the run),
      *       rebuilds that day's tree and writes to AESMKPRF the
      *       stamp, the sibling hash at each level with the side it
      *       joins on, and the root. The rebuilt root must equal the
      *       latest published one for the day: if it does not, the
      *       trail has changed since publication - RC 8, alerted,
      *       and no proof is written.
      *
      * AESMKVER checks an AESMKPRF proof against AESMKRT alone;
      * AESMKHSH defines the leaf and node hashes for both. An odd
      * node at the end of a level is carried up unpaired, never
      * paired with itself.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *     INTEGRITY STAMPS (AESSTMP - appended by AESSTAMP)
            SELECT OPTIONAL R-STP ASSIGN TO 'AESSTMP'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-STP.

      *     RUN CATALOG (AESRCAT - KSDS keyed on output generation)
            SELECT OPTIONAL R-CAT ASSIGN TO 'AESRCAT'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS RANDOM
                   RECORD KEY   IS CAT-GEN
                   FILE STATUS  IS FS-CAT.

      *     DAY-CLOSE STORE (AESDYCLS - KSDS keyed on date)
            SELECT OPTIONAL R-DCL ASSIGN TO 'AESDYCLS'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS RANDOM
                   RECORD KEY   IS DCL-DATE
                   FILE STATUS  IS FS-DCL.

      *     PUBLISHED ROOTS (AESMKRT - LRECL=160) - one record per
      *     publication, appended to, never rewritten
            SELECT OPTIONAL R-MKR ASSIGN TO 'AESMKRT'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-MKR.

      *     TRANSMISSION TRIGGER QUEUE (AESXTRG - LRECL=56)
            SELECT R-TRG ASSIGN TO 'AESXTRG'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-TRG.

      *     INCLUSION PROOF (AESMKPRF - LRECL=160)
            SELECT R-PRF ASSIGN TO 'AESMKPRF'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-PRF.

      *     CONTROL CARD (AESMRPRM)
            SELECT R-PARM ASSIGN TO 'AESMRPRM'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-PARM.

       DATA DIVISION.
       FILE SECTION.
      *   AESSTMP
       FD R-STP LABEL RECORD STANDARD.

       01 STAMP-REC.
          05 STMP-SRC-FILE               PIC X(08).
          05 STMP-SEP1                   PIC X(01).
          05 STMP-TST.
             10 STMP-DD                  PIC X(02).
             10 STMP-TST1                PIC X(01).
             10 STMP-MM                  PIC X(02).
             10 STMP-TST2                PIC X(01).
             10 STMP-YYYY                PIC X(04).
             10 STMP-TST3                PIC X(01).
             10 STMP-HH                  PIC X(02).
             10 STMP-TST4                PIC X(01).
             10 STMP-MN                  PIC X(02).
             10 STMP-TST5                PIC X(01).
             10 STMP-SS                  PIC X(02).
          05 STMP-SEP2                   PIC X(01).
          05 STMP-ACTION                 PIC X(08).
          05 STMP-SEP3                   PIC X(01).
          05 STMP-DIGEST                 PIC X(128).
          05 STMP-SEP4                   PIC X(01).
          05 STMP-HMAC                   PIC X(128).
          05 STMP-SEP5                   PIC X(01).
          05 STMP-STATUS                 PIC X(03).
          05 STMP-SEP6                   PIC X(01).
          05 STMP-RUN-ID                 PIC X(16).
          05 STMP-SEP7                   PIC X(01).
          05 STMP-ALGORITHM              PIC X(08).

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

      *   AESDYCLS
       FD R-DCL LABEL RECORD STANDARD.

       01 DCL-REC.
          02 DCL-DATE                 PIC 9(08).
          02 DCL-STATE                PIC X(03).
          02 DCL-OPERATOR             PIC X(08).
          02 DCL-TIME                 PIC 9(06).
          02 FILLER                   PIC X(07).

      *   AESMKRT
       FD R-MKR LABEL RECORD STANDARD
                RECORD CONTAINS 160 CHARACTERS.

       01 MKR-REC.
          02 MKR-DATE                 PIC 9(08).
          02 MKR-SEQ                  PIC 9(03).
          02 MKR-LEAVES               PIC 9(07).
          02 MKR-ROOT                 PIC X(128).
          02 MKR-PUB-DATE             PIC 9(08).
          02 MKR-PUB-TIME             PIC 9(06).

      *   AESXTRG
       FD R-TRG LABEL RECORD STANDARD.

       01 TRG-REC.
          02 TRG-FILE-NAME           PIC X(20).
          02 TRG-BLOCK-COUNT         PIC 9(09).
          02 TRG-READY-DATE          PIC 9(08).
          02 TRG-RUN-ID              PIC X(16).
          02 FILLER                  PIC X(03).

      *   AESMKPRF - header, stamp (two records), one sibling per
      *   level the proven leaf was paired at, root
       FD R-PRF LABEL RECORD STANDARD
                RECORD CONTAINS 160 CHARACTERS.

       01 PRF-HEAD-REC.
          02 PRF-TYPE                 PIC X(01).
             88 PRF-HEAD                       VALUE 'H'.
             88 PRF-LEAF                       VALUE 'L'.
             88 PRF-HMAC                       VALUE 'M'.
             88 PRF-SIBLING                    VALUE 'S'.
             88 PRF-ROOT                       VALUE 'R'.
          02 FILLER                   PIC X(01).
          02 PRF-H-GEN                PIC X(20).
          02 FILLER                   PIC X(01).
          02 PRF-H-RUN-ID             PIC X(16).
          02 FILLER                   PIC X(01).
          02 PRF-H-DATE               PIC 9(08).
          02 FILLER                   PIC X(01).
          02 PRF-H-LEAF-NO            PIC 9(07).
          02 FILLER                   PIC X(01).
          02 PRF-H-LEAVES             PIC 9(07).
          02 FILLER                   PIC X(01).
          02 PRF-H-SEQ                PIC 9(03).
          02 FILLER                   PIC X(92).

       01 PRF-LEAF-REC.
          02 FILLER                   PIC X(02).
          02 PRF-L-DIGEST             PIC X(128).
          02 PRF-L-RUN-ID             PIC X(16).
          02 PRF-L-STAMP-TIME         PIC X(14).

       01 PRF-HMAC-REC.
          02 FILLER                   PIC X(02).
          02 PRF-M-HMAC               PIC X(128).
          02 FILLER                   PIC X(30).

       01 PRF-SIB-REC.
          02 FILLER                   PIC X(02).
      *     'L' - the sibling joins on the left; 'R' - on the right
          02 PRF-S-SIDE               PIC X(01).
          02 FILLER                   PIC X(01).
          02 PRF-S-HASH               PIC X(128).
          02 FILLER                   PIC X(01).
          02 PRF-S-LEVEL              PIC 9(02).
          02 FILLER                   PIC X(25).

       01 PRF-ROOT-REC.
          02 FILLER                   PIC X(02).
          02 PRF-R-ROOT               PIC X(128).
          02 FILLER                   PIC X(01).
          02 PRF-R-DATE               PIC 9(08).
          02 FILLER                   PIC X(01).
          02 PRF-R-SEQ                PIC 9(03).
          02 FILLER                   PIC X(01).
          02 PRF-R-LEAVES             PIC 9(07).
          02 FILLER                   PIC X(09).

       FD R-PARM LABEL RECORD STANDARD.

       01 PARM-REC.
          05 PARM-FUNCTION               PIC X(01).
          05 FILLER                      PIC X(01).
          05 PARM-DATE                   PIC 9(08).
          05 FILLER                      PIC X(01).
          05 PARM-GEN                    PIC X(20).

       WORKING-STORAGE SECTION.
         01 FS.
            05 FS-STP                   PIC 9(02).
               88 FS-STP-OK                       VALUE 0 05.
               88 FS-STP-EOF                      VALUE 10.
            05 FS-CAT                   PIC 9(02).
               88 FS-CAT-OK                       VALUE 0 05.
            05 FS-DCL                   PIC 9(02).
               88 FS-DCL-OK                       VALUE 0 05.
            05 FS-MKR                   PIC 9(02).
               88 FS-MKR-OK                       VALUE 0 05.
               88 FS-MKR-EOF                      VALUE 10.
            05 FS-TRG                   PIC 9(02).
               88 FS-TRG-OK                       VALUE 0.
               88 FS-TRG-AOP                      VALUE 41.
            05 FS-PRF                   PIC 9(02).
               88 FS-PRF-OK                       VALUE 0.
            05 FS-PARM                  PIC 9(02).
               88 FS-PARM-OK                      VALUE 0.

         77 WS-FUNCTION                 PIC X(01).
         77 WS-GEN                      PIC X(20).
         77 WS-RUN-ID                   PIC X(16).

      *  The day the tree is built over, and each stamp's own day in
      *  the same YYYYMMDD form
         01 WS-DAY-DATE                 PIC 9(08).
         01 WS-DAY-DATE-X REDEFINES WS-DAY-DATE
                                        PIC X(08).
         01 WS-STAMP-DAY.
            05 WS-STAMP-YYYY            PIC X(04).
            05 WS-STAMP-MM              PIC X(02).
            05 WS-STAMP-DD              PIC X(02).
         01 WS-STAMP-TIME               PIC X(14).

      *  The tree, one level at a time: the leaves go in, each fold
      *  overwrites the front of the table with the level above
         01 WS-NODE-TABLE.
            05 WS-NODE OCCURS 5000      PIC X(128).
         77 WS-NODE-MAX                 PIC 9(04)   VALUE 5000.
         77 WS-LEAF-COUNT               PIC 9(07)   VALUE 0.
         77 WS-LEVEL-COUNT              PIC 9(04).
         77 WS-LEVEL                    PIC 9(02).
         77 WS-NODE-I                   PIC 9(04).
         77 WS-NODE-J                   PIC 9(04).
         77 WS-ROOT                     PIC X(128).

      *  The leaf being proven ('P'): its place and its stamp, and
      *  the sibling taken at every level it was paired
         77 WS-TRACK                    PIC 9(04)   VALUE 0.
         77 WS-TRACK-LEAF               PIC 9(07)   VALUE 0.
         77 WS-SIB-I                    PIC 9(04).
         01 WS-PROVEN-STAMP.
            05 WS-PROVEN-DIGEST         PIC X(128).
            05 WS-PROVEN-HMAC           PIC X(128).
            05 WS-PROVEN-RUN-ID         PIC X(16).
            05 WS-PROVEN-TIME           PIC X(14).
         01 WS-PATH-TABLE.
            05 WS-PATH-ENTRY OCCURS 20.
               10 WS-PATH-SIDE          PIC X(01).
               10 WS-PATH-HASH          PIC X(128).
               10 WS-PATH-LEVEL         PIC 9(02).
         77 WS-PATH-COUNT               PIC 9(02)   VALUE 0.
         77 WS-PATH-I                   PIC 9(02).

      *  Latest publication already on AESMKRT for the day
         77 WS-PUB-SEQ                  PIC 9(03)   VALUE 0.
         77 WS-PUB-ROOT                 PIC X(128)  VALUE SPACES.
         77 WS-PUB-LEAVES               PIC 9(07)   VALUE 0.

         01 WS-NOW-DATE                 PIC 9(08).
      *  True HHMMSS stamp - ACCEPT FROM TIME delivers HHMMSSss, so
      *  it lands in an eight-digit group first and the hundredths
      *  fall away instead of pushing the hour out
         01 WS-NOW-TIME.
            05 WS-NOW-HHMMSS            PIC 9(06).
            05 FILLER                   PIC 9(02).

         01 WS-TRG-NAME.
            05 FILLER                   PIC X(08)   VALUE 'AESMKRT.'.
            05 WS-TRG-NAME-DATE         PIC 9(08).
            05 FILLER                   PIC X(01)   VALUE '.'.
            05 WS-TRG-NAME-SEQ          PIC 9(03).

      *  AESMKHSH's linkage
         01 WS-MKH-LS.
            02 MKH-FUNCTION            PIC X(01).
               88 MKH-LEAF                      VALUE 'L'.
               88 MKH-NODE                      VALUE 'N'.
            02 MKH-DIGEST              PIC X(128).
            02 MKH-HMAC                PIC X(128).
            02 MKH-RUN-ID              PIC X(16).
            02 MKH-STAMP-TIME          PIC X(14).
            02 MKH-LEFT                PIC X(128).
            02 MKH-RIGHT               PIC X(128).
            02 MKH-HASH                PIC X(128).
            02 MKH-STATUS              PIC X(03).
               88 MKHS-OK                       VALUE 'OK '.
               88 MKHS-ERR                      VALUE 'ERR'.

         01 AL-S.
            COPY 'ALERT-PUT.cpy'.

       LINKAGE SECTION.

       PROCEDURE DIVISION.
       MAINLINE.
           PERFORM READ-PARAMETERS.

           EVALUATE WS-FUNCTION
             WHEN 'R'
               PERFORM PUBLISH-DAY-ROOT
             WHEN 'P'
               PERFORM PROVE-GENERATION
             WHEN OTHER
               DISPLAY 'AESMERKL: FUNCTION MUST BE R OR P'
               MOVE 12                    TO RETURN-CODE
           END-EVALUATE.

           STOP RUN.


       READ-PARAMETERS.
           OPEN INPUT R-PARM.

           IF FS-PARM-OK
             CONTINUE
           ELSE
             DISPLAY 'AESMERKL: ERROR OPENING AESMRPRM: ' FS-PARM
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.

           READ R-PARM
             AT END
               DISPLAY 'AESMERKL: AESMRPRM IS EMPTY'
               MOVE 12                    TO RETURN-CODE
               STOP RUN
             NOT AT END
               MOVE PARM-FUNCTION         TO WS-FUNCTION
               MOVE PARM-DATE             TO WS-DAY-DATE
               MOVE PARM-GEN              TO WS-GEN
           END-READ.

           CLOSE R-PARM.

           IF WS-FUNCTION = 'R' AND WS-DAY-DATE = 0
             DISPLAY 'AESMERKL: DATE IS REQUIRED'
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.

           IF WS-FUNCTION = 'P' AND WS-GEN = SPACES
             DISPLAY 'AESMERKL: GENERATION IS REQUIRED'
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.


      *****************************************************************
      * ROOT
      *****************************************************************
       PUBLISH-DAY-ROOT.
           PERFORM CHECK-DAY-CLOSED.

           PERFORM LOAD-DAY-LEAVES.
           PERFORM BUILD-TREE.
           PERFORM FIND-PUBLISHED-ROOT.

           IF WS-PUB-SEQ > 0 AND WS-PUB-ROOT = WS-ROOT
             DISPLAY 'AESMERKL: ' WS-DAY-DATE ' ROOT ALREADY '
                     'PUBLISHED AS ' WS-PUB-SEQ ' - ' WS-LEAF-COUNT
                     ' STAMP(S)'
           ELSE
             PERFORM WRITE-PUBLISHED-ROOT
             PERFORM QUEUE-ROOT-HANDOFF

             DISPLAY 'AESMERKL: ' WS-DAY-DATE ' ROOT ' WS-PUB-SEQ
                     ' PUBLISHED OVER ' WS-LEAF-COUNT ' STAMP(S)'
             DISPLAY 'AESMERKL: ROOT ' WS-ROOT(1:64)
             DISPLAY 'AESMERKL:      ' WS-ROOT(65:64)

             IF WS-PUB-SEQ > 1
               PERFORM ALERT-ROOT-SUPERSEDED
             END-IF
           END-IF.


       CHECK-DAY-CLOSED.
      *     A day still open can take more stamps - a root over it
      *     would be out of date before it was shipped
           OPEN INPUT R-DCL.

           IF FS-DCL-OK
             MOVE WS-DAY-DATE             TO DCL-DATE
             READ R-DCL KEY IS DCL-DATE
             IF FS-DCL-OK
               CONTINUE
             ELSE
               MOVE SPACES                TO DCL-STATE
             END-IF
             CLOSE R-DCL
           ELSE
             MOVE SPACES                  TO DCL-STATE
           END-IF.

           IF DCL-STATE = 'CLS'
             CONTINUE
           ELSE
             DISPLAY 'AESMERKL: ' WS-DAY-DATE ' IS NOT CLOSED - '
                     'RUN THE AESDCLSE CLOSE FIRST'
             MOVE 8                       TO RETURN-CODE
             STOP RUN
           END-IF.


       FIND-PUBLISHED-ROOT.
           MOVE 0                         TO WS-PUB-SEQ.
           MOVE SPACES                    TO WS-PUB-ROOT.
           MOVE 0                         TO WS-PUB-LEAVES.

           OPEN INPUT R-MKR.

           IF FS-MKR-OK
             PERFORM UNTIL FS-MKR-EOF
               READ R-MKR
                 AT END
                   CONTINUE
                 NOT AT END
                   IF MKR-DATE = WS-DAY-DATE
                   AND MKR-SEQ > WS-PUB-SEQ
                     MOVE MKR-SEQ         TO WS-PUB-SEQ
                     MOVE MKR-ROOT        TO WS-PUB-ROOT
                     MOVE MKR-LEAVES      TO WS-PUB-LEAVES
                   END-IF
               END-READ
             END-PERFORM
             CLOSE R-MKR
           END-IF.


       WRITE-PUBLISHED-ROOT.
           OPEN EXTEND R-MKR.

           IF FS-MKR-OK
             CONTINUE
           ELSE
             OPEN OUTPUT R-MKR

             IF FS-MKR-OK
               CONTINUE
             ELSE
               DISPLAY 'AESMERKL: CANNOT OPEN AESMKRT: ' FS-MKR
               MOVE 12                    TO RETURN-CODE
               STOP RUN
             END-IF
           END-IF.

           ADD 1                          TO WS-PUB-SEQ.

           ACCEPT WS-NOW-DATE             FROM DATE YYYYMMDD.
           ACCEPT WS-NOW-TIME             FROM TIME.

           MOVE WS-DAY-DATE               TO MKR-DATE.
           MOVE WS-PUB-SEQ                TO MKR-SEQ.
           MOVE WS-LEAF-COUNT             TO MKR-LEAVES.
           MOVE WS-ROOT                   TO MKR-ROOT.
           MOVE WS-NOW-DATE               TO MKR-PUB-DATE.
           MOVE WS-NOW-HHMMSS             TO MKR-PUB-TIME.

           WRITE MKR-REC.

           IF FS-MKR-OK
             CONTINUE
           ELSE
             DISPLAY 'AESMERKL: ERROR WRITING AESMKRT: ' FS-MKR
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.

           CLOSE R-MKR.


       QUEUE-ROOT-HANDOFF.
      *     The same trigger AESXMIT queues for a generation; the
      *     name carries day and sequence, so each publication is
      *     receipted on its own
           OPEN EXTEND R-TRG.

           IF FS-TRG-OK OR FS-TRG-AOP
             CONTINUE
           ELSE
             OPEN OUTPUT R-TRG

             IF FS-TRG-OK OR FS-TRG-AOP
               CONTINUE
             ELSE
               DISPLAY 'AESMERKL: ERROR OPENING AESXTRG: ' FS-TRG
               MOVE 12                    TO RETURN-CODE
               STOP RUN
             END-IF
           END-IF.

           MOVE WS-DAY-DATE               TO WS-TRG-NAME-DATE.
           MOVE WS-PUB-SEQ                TO WS-TRG-NAME-SEQ.

           MOVE SPACES                    TO TRG-REC.
           MOVE WS-TRG-NAME               TO TRG-FILE-NAME.
           MOVE WS-LEAF-COUNT             TO TRG-BLOCK-COUNT.
           MOVE WS-NOW-DATE               TO TRG-READY-DATE.

           WRITE TRG-REC.

           IF FS-TRG-OK
             CONTINUE
           ELSE
             DISPLAY 'AESMERKL: ERROR WRITING AESXTRG: ' FS-TRG
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.

           CLOSE R-TRG.


       ALERT-ROOT-SUPERSEDED.
           MOVE SPACES                    TO LAL-TEXT OF AL-S.
           STRING 'MERKLE ROOT FOR CLOSED DAY ' WS-DAY-DATE
                  ' SUPERSEDED - NOW PUBLICATION ' WS-PUB-SEQ
           DELIMITED BY SIZE            INTO LAL-TEXT OF AL-S.
           MOVE 1                         TO LAL-LEVEL OF AL-S.

           CALL 'AESALERT' USING AL-S.

           DISPLAY 'AESMERKL: ' WS-DAY-DATE ' EARLIER ROOT '
                   'SUPERSEDED'.


      *****************************************************************
      * PROOF
      *****************************************************************
       PROVE-GENERATION.
           PERFORM FIND-GENERATION-RUN.
           PERFORM FIND-GENERATION-STAMP.

           PERFORM LOAD-DAY-LEAVES.
           MOVE WS-TRACK-LEAF             TO WS-TRACK.
           PERFORM BUILD-TREE.
           PERFORM FIND-PUBLISHED-ROOT.

           IF WS-PUB-SEQ = 0
             DISPLAY 'AESMERKL: NO ROOT PUBLISHED FOR '
                     WS-DAY-DATE ' - RUN FUNCTION R AFTER THE CLOSE'
             MOVE 8                       TO RETURN-CODE
             STOP RUN
           END-IF.

           IF WS-PUB-ROOT NOT = WS-ROOT
           OR WS-PUB-LEAVES NOT = WS-LEAF-COUNT
             PERFORM ALERT-TRAIL-CHANGED
             MOVE 8                       TO RETURN-CODE
             STOP RUN
           END-IF.

           PERFORM WRITE-PROOF.

           DISPLAY 'AESMERKL: ' WS-GEN ' PROVEN AS STAMP '
                   WS-TRACK-LEAF ' OF ' WS-LEAF-COUNT ' ON '
                   WS-DAY-DATE ', ROOT ' WS-PUB-SEQ ', '
                   WS-PATH-COUNT ' SIBLING(S)'.


       FIND-GENERATION-RUN.
           OPEN INPUT R-CAT.

           IF FS-CAT-OK
             MOVE WS-GEN                  TO CAT-GEN
             READ R-CAT KEY IS CAT-GEN
             IF FS-CAT-OK
               MOVE CAT-RUN-ID            TO WS-RUN-ID
             ELSE
               MOVE SPACES                TO WS-RUN-ID
             END-IF
             CLOSE R-CAT
           ELSE
             MOVE SPACES                  TO WS-RUN-ID
           END-IF.

           IF WS-RUN-ID = SPACES
             DISPLAY 'AESMERKL: ' WS-GEN ' HAS NO CATALOGED RUN'
             MOVE 8                       TO RETURN-CODE
             STOP RUN
           END-IF.


       FIND-GENERATION-STAMP.
      *     The run's last OK stamp decides the day - a restamped
      *     run is proven by the stamp that stands
           MOVE 0                         TO WS-DAY-DATE.

           OPEN INPUT R-STP.

           IF FS-STP-OK
             PERFORM UNTIL FS-STP-EOF
               READ R-STP
                 AT END
                   CONTINUE
                 NOT AT END
                   IF STMP-STATUS = 'OK '
                   AND STMP-RUN-ID = WS-RUN-ID
                     MOVE STMP-YYYY       TO WS-STAMP-YYYY
                     MOVE STMP-MM         TO WS-STAMP-MM
                     MOVE STMP-DD         TO WS-STAMP-DD
                     MOVE WS-STAMP-DAY    TO WS-DAY-DATE-X
                   END-IF
               END-READ
             END-PERFORM
             CLOSE R-STP
           END-IF.

           IF WS-DAY-DATE = 0
             DISPLAY 'AESMERKL: ' WS-GEN ' (RUN ' WS-RUN-ID
                     ') HAS NO OK STAMP'
             MOVE 8                       TO RETURN-CODE
             STOP RUN
           END-IF.


       WRITE-PROOF.
           OPEN OUTPUT R-PRF.

           IF FS-PRF-OK
             CONTINUE
           ELSE
             DISPLAY 'AESMERKL: CANNOT OPEN AESMKPRF: ' FS-PRF
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.

           MOVE SPACES                    TO PRF-HEAD-REC.
           SET PRF-HEAD                   TO TRUE.
           MOVE WS-GEN                    TO PRF-H-GEN.
           MOVE WS-RUN-ID                 TO PRF-H-RUN-ID.
           MOVE WS-DAY-DATE               TO PRF-H-DATE.
           MOVE WS-TRACK-LEAF             TO PRF-H-LEAF-NO.
           MOVE WS-LEAF-COUNT             TO PRF-H-LEAVES.
           MOVE WS-PUB-SEQ                TO PRF-H-SEQ.
           WRITE PRF-HEAD-REC.

           MOVE SPACES                    TO PRF-LEAF-REC.
           SET PRF-LEAF                   TO TRUE.
           MOVE WS-PROVEN-DIGEST          TO PRF-L-DIGEST.
           MOVE WS-PROVEN-RUN-ID          TO PRF-L-RUN-ID.
           MOVE WS-PROVEN-TIME            TO PRF-L-STAMP-TIME.
           WRITE PRF-LEAF-REC.

           MOVE SPACES                    TO PRF-HMAC-REC.
           SET PRF-HMAC                   TO TRUE.
           MOVE WS-PROVEN-HMAC            TO PRF-M-HMAC.
           WRITE PRF-HMAC-REC.

           PERFORM VARYING WS-PATH-I FROM 1 BY 1
             UNTIL WS-PATH-I > WS-PATH-COUNT
             MOVE SPACES                  TO PRF-SIB-REC
             SET PRF-SIBLING              TO TRUE
             MOVE WS-PATH-SIDE(WS-PATH-I) TO PRF-S-SIDE
             MOVE WS-PATH-HASH(WS-PATH-I) TO PRF-S-HASH
             MOVE WS-PATH-LEVEL(WS-PATH-I)
                                          TO PRF-S-LEVEL
             WRITE PRF-SIB-REC
           END-PERFORM.

           MOVE SPACES                    TO PRF-ROOT-REC.
           SET PRF-ROOT                   TO TRUE.
           MOVE WS-ROOT                   TO PRF-R-ROOT.
           MOVE WS-DAY-DATE               TO PRF-R-DATE.
           MOVE WS-PUB-SEQ                TO PRF-R-SEQ.
           MOVE WS-LEAF-COUNT             TO PRF-R-LEAVES.
           WRITE PRF-ROOT-REC.

           IF FS-PRF-OK
             CONTINUE
           ELSE
             DISPLAY 'AESMERKL: ERROR WRITING AESMKPRF: ' FS-PRF
             MOVE 12                      TO RETURN-CODE
           END-IF.

           CLOSE R-PRF.


       ALERT-TRAIL-CHANGED.
           MOVE SPACES                    TO LAL-TEXT OF AL-S.
           STRING 'AESSTMP FOR ' WS-DAY-DATE ' NO LONGER MATCHES '
                  'PUBLISHED MERKLE ROOT ' WS-PUB-SEQ
           DELIMITED BY SIZE            INTO LAL-TEXT OF AL-S.
           MOVE 1                         TO LAL-LEVEL OF AL-S.

           CALL 'AESALERT' USING AL-S.

           DISPLAY 'AESMERKL: ' WS-DAY-DATE ' STAMP TRAIL NO LONGER '
                   'MATCHES PUBLISHED ROOT ' WS-PUB-SEQ ' ('
                   WS-PUB-LEAVES ' STAMPS PUBLISHED, '
                   WS-LEAF-COUNT ' NOW) - NO PROOF WRITTEN'.


      *****************************************************************
      * TREE
      *****************************************************************
       LOAD-DAY-LEAVES.
      *     Every OK stamp of the day, in trail order; with a run
      *     to prove, its last OK stamp of the day is the leaf
           MOVE 0                         TO WS-LEAF-COUNT.
           MOVE 0                         TO WS-TRACK-LEAF.

           OPEN INPUT R-STP.

           IF FS-STP-OK
             PERFORM UNTIL FS-STP-EOF
               READ R-STP
                 AT END
                   CONTINUE
                 NOT AT END
                   MOVE STMP-YYYY         TO WS-STAMP-YYYY
                   MOVE STMP-MM           TO WS-STAMP-MM
                   MOVE STMP-DD           TO WS-STAMP-DD
                   IF STMP-STATUS = 'OK '
                   AND WS-STAMP-DAY = WS-DAY-DATE-X
                     PERFORM ADD-ONE-LEAF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE R-STP
           END-IF.

           IF WS-FUNCTION = 'P' AND WS-TRACK-LEAF = 0
             DISPLAY 'AESMERKL: ' WS-GEN ' STAMP NOT FOUND ON '
                     WS-DAY-DATE
             MOVE 8                       TO RETURN-CODE
             STOP RUN
           END-IF.


       ADD-ONE-LEAF.
           IF WS-LEAF-COUNT >= WS-NODE-MAX
             DISPLAY 'AESMERKL: MORE THAN ' WS-NODE-MAX
                     ' STAMPS ON ' WS-DAY-DATE
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.

           ADD 1                          TO WS-LEAF-COUNT.

           MOVE SPACES                    TO WS-STAMP-TIME.
           STRING WS-STAMP-DAY STMP-HH STMP-MN STMP-SS
           DELIMITED BY SIZE            INTO WS-STAMP-TIME.

           SET MKH-LEAF                   TO TRUE.
           MOVE STMP-DIGEST               TO MKH-DIGEST.
           MOVE STMP-HMAC                 TO MKH-HMAC.
           MOVE STMP-RUN-ID               TO MKH-RUN-ID.
           MOVE WS-STAMP-TIME             TO MKH-STAMP-TIME.
           PERFORM CALL-MKHSH.

           MOVE MKH-HASH                  TO WS-NODE(WS-LEAF-COUNT).

           IF WS-FUNCTION = 'P' AND STMP-RUN-ID = WS-RUN-ID
             MOVE WS-LEAF-COUNT           TO WS-TRACK-LEAF
             MOVE STMP-DIGEST             TO WS-PROVEN-DIGEST
             MOVE STMP-HMAC               TO WS-PROVEN-HMAC
             MOVE STMP-RUN-ID             TO WS-PROVEN-RUN-ID
             MOVE WS-STAMP-TIME           TO WS-PROVEN-TIME
           END-IF.


       BUILD-TREE.
      *     Fold level by level until one node is left; with a leaf
      *     to prove, note the sibling it meets at each level
           MOVE 0                         TO WS-PATH-COUNT.
           MOVE 0                         TO WS-LEVEL.
           MOVE WS-LEAF-COUNT             TO WS-LEVEL-COUNT.

           IF WS-LEAF-COUNT = 0
             MOVE ALL '0'                 TO WS-ROOT
           ELSE
             PERFORM FOLD-ONE-LEVEL
               UNTIL WS-LEVEL-COUNT = 1
             MOVE WS-NODE(1)              TO WS-ROOT
           END-IF.


       FOLD-ONE-LEVEL.
           ADD 1                          TO WS-LEVEL.

           IF WS-TRACK > 0
             PERFORM NOTE-TRACK-SIBLING
           END-IF.

           MOVE 0                         TO WS-NODE-J.

           PERFORM VARYING WS-NODE-I FROM 1 BY 2
             UNTIL WS-NODE-I > WS-LEVEL-COUNT
             ADD 1                        TO WS-NODE-J
             IF WS-NODE-I < WS-LEVEL-COUNT
               SET MKH-NODE               TO TRUE
               MOVE WS-NODE(WS-NODE-I)    TO MKH-LEFT
               MOVE WS-NODE(WS-NODE-I + 1)
                                          TO MKH-RIGHT
               PERFORM CALL-MKHSH
               MOVE MKH-HASH              TO WS-NODE(WS-NODE-J)
             ELSE
               MOVE WS-NODE(WS-NODE-I)    TO WS-NODE(WS-NODE-J)
             END-IF
           END-PERFORM.

           MOVE WS-NODE-J                 TO WS-LEVEL-COUNT.

           IF WS-TRACK > 0
             COMPUTE WS-TRACK = (WS-TRACK + 1) / 2
           END-IF.


       NOTE-TRACK-SIBLING.
      *     An odd position pairs with the node after it, an even
      *     one with the node before; the last node of an odd level
      *     has no sibling and is carried up as it is
           DIVIDE WS-TRACK BY 2 GIVING WS-SIB-I
                                REMAINDER WS-NODE-I.

           IF WS-NODE-I = 1
             IF WS-TRACK < WS-LEVEL-COUNT
               ADD 1                      TO WS-PATH-COUNT
               MOVE 'R'
                 TO WS-PATH-SIDE(WS-PATH-COUNT)
               COMPUTE WS-SIB-I = WS-TRACK + 1
             ELSE
               MOVE 0                     TO WS-SIB-I
             END-IF
           ELSE
             ADD 1                        TO WS-PATH-COUNT
             MOVE 'L'
               TO WS-PATH-SIDE(WS-PATH-COUNT)
             COMPUTE WS-SIB-I = WS-TRACK - 1
           END-IF.

           IF WS-SIB-I > 0
             MOVE WS-NODE(WS-SIB-I)
               TO WS-PATH-HASH(WS-PATH-COUNT)
             MOVE WS-LEVEL
               TO WS-PATH-LEVEL(WS-PATH-COUNT)
           END-IF.


       CALL-MKHSH.
           CALL 'AESMKHSH' USING WS-MKH-LS.

           IF MKHS-OK
             CONTINUE
           ELSE
             DISPLAY 'AESMERKL: HASHING FAILED IN AESMKHSH'
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.
