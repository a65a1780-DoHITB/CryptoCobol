       ID DIVISION.
       PROGRAM-ID. AESMKVER.
      *****************************************************************
      * Merkle inclusion-proof check. Takes one AESMKPRF proof as
      * AESMERKL wrote it and the published roots (AESMKRT - the
      * file the transport ships, so a partner holds its own copy)
      * and answers: was this generation's stamp in the root
      * published for its day? AESSTMP, AESRCAT and the generation
      * itself are not needed - the proof carries the stamp, and
      * the leaf and every node above it are hashed again here
      * through AESMKHSH, the way AESMERKL hashed them:
      *
      *   - the leaf is the proof's stamp (digest, HMAC, run id,
      *     stamp time);
      *   - each sibling joins on the side the proof gives it, from
      *     the leaf's level up;
      *   - what is left must equal the root AESMKRT holds for the
      *     proof's day and publication number.
      *
      * RETURN-CODE 0 - proven. 4 - proven, but a later publication
      * for the day has superseded that root (the day was reopened
      * and closed again; ask for a proof against the latest). 8 -
      * not proven: the proof is incomplete, its stamp is not of its
      * day, its root is not the published one, or the recomputed
      * root differs.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *     INCLUSION PROOF (AESMKPRF - written by AESMERKL)
            SELECT R-PRF ASSIGN TO 'AESMKPRF'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-PRF.

      *     PUBLISHED ROOTS (AESMKRT - appended by AESMERKL)
            SELECT OPTIONAL R-MKR ASSIGN TO 'AESMKRT'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-MKR.

       DATA DIVISION.
       FILE SECTION.
      *   AESMKPRF
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

       WORKING-STORAGE SECTION.
         01 FS.
            05 FS-PRF                   PIC 9(02).
               88 FS-PRF-OK                       VALUE 0.
               88 FS-PRF-EOF                      VALUE 10.
            05 FS-MKR                   PIC 9(02).
               88 FS-MKR-OK                       VALUE 0 05.
               88 FS-MKR-EOF                      VALUE 10.

      *  What the proof says of itself
         77 WS-GEN                      PIC X(20)   VALUE SPACES.
         01 WS-DAY-DATE                 PIC 9(08)   VALUE 0.
         01 WS-DAY-DATE-X REDEFINES WS-DAY-DATE
                                        PIC X(08).
         77 WS-PROOF-SEQ                PIC 9(03)   VALUE 0.
         77 WS-PROOF-LEAVES             PIC 9(07)   VALUE 0.
         77 WS-PROOF-ROOT               PIC X(128)  VALUE SPACES.
         77 WS-SIB-COUNT                PIC 9(02)   VALUE 0.

      *  Records seen, in the order AESMERKL writes them
         77 WS-SEEN-HEAD                PIC X(01)   VALUE 'N'.
            88 SW-SEEN-HEAD                        VALUE 'Y'.
         77 WS-SEEN-LEAF                PIC X(01)   VALUE 'N'.
            88 SW-SEEN-LEAF                        VALUE 'Y'.
         77 WS-SEEN-HMAC                PIC X(01)   VALUE 'N'.
            88 SW-SEEN-HMAC                        VALUE 'Y'.
         77 WS-SEEN-ROOT                PIC X(01)   VALUE 'N'.
            88 SW-SEEN-ROOT                        VALUE 'Y'.

         01 WS-STAMP.
            05 WS-STAMP-DIGEST          PIC X(128).
            05 WS-STAMP-RUN-ID          PIC X(16).
            05 WS-STAMP-TIME            PIC X(14).
         01 WS-STAMP-DAY-X              PIC X(08).

      *  The hash carried up from the leaf
         77 WS-RUNNING                  PIC X(128)  VALUE SPACES.

      *  The proof's publication and the latest one on AESMKRT
         77 WS-PUB-ROOT                 PIC X(128)  VALUE SPACES.
         77 WS-PUB-FOUND                PIC X(01)   VALUE 'N'.
            88 SW-PUB-FOUND                        VALUE 'Y'.
         77 WS-LATEST-SEQ               PIC 9(03)   VALUE 0.

         77 WS-FAIL-COUNT               PIC 9(03)   VALUE 0.

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

       LINKAGE SECTION.

       PROCEDURE DIVISION.
       MAINLINE.
           PERFORM READ-PROOF.
           PERFORM CHECK-PROOF-SHAPE.

           IF WS-FAIL-COUNT = 0
             PERFORM FIND-PUBLISHED-ROOT
             PERFORM CHECK-AGAINST-ROOT
           END-IF.

           IF WS-FAIL-COUNT > 0
             DISPLAY 'AESMKVER: ' WS-GEN ' NOT PROVEN - '
                     WS-FAIL-COUNT ' check(s) failed'
             MOVE 8                       TO RETURN-CODE
           ELSE
             DISPLAY 'AESMKVER: ' WS-GEN ' PROVEN - STAMP IN ROOT '
                     WS-PROOF-SEQ ' OF ' WS-DAY-DATE ' OVER '
                     WS-PROOF-LEAVES ' STAMP(S)'

             IF WS-LATEST-SEQ > WS-PROOF-SEQ
               DISPLAY 'AESMKVER: ROOT ' WS-PROOF-SEQ ' OF '
                       WS-DAY-DATE ' SUPERSEDED BY ' WS-LATEST-SEQ
                       ' - PROVE AGAINST THE LATEST'
               MOVE 4                     TO RETURN-CODE
             END-IF
           END-IF.

           STOP RUN.


       READ-PROOF.
           OPEN INPUT R-PRF.

           IF FS-PRF-OK
             CONTINUE
           ELSE
             DISPLAY 'AESMKVER: ERROR OPENING AESMKPRF: ' FS-PRF
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.

           PERFORM UNTIL FS-PRF-EOF
             READ R-PRF
               AT END
                 CONTINUE
               NOT AT END
                 PERFORM TAKE-PROOF-RECORD
             END-READ
           END-PERFORM.

           CLOSE R-PRF.


       TAKE-PROOF-RECORD.
      *     A sibling before the stamp is whole, or anything after
      *     the root, is out of order - counted, not folded
           EVALUATE TRUE
             WHEN PRF-HEAD AND NOT SW-SEEN-HEAD
               MOVE PRF-H-GEN             TO WS-GEN
               MOVE PRF-H-DATE            TO WS-DAY-DATE
               MOVE PRF-H-SEQ             TO WS-PROOF-SEQ
               MOVE PRF-H-LEAVES          TO WS-PROOF-LEAVES
               SET SW-SEEN-HEAD           TO TRUE
             WHEN PRF-LEAF AND SW-SEEN-HEAD AND NOT SW-SEEN-LEAF
               MOVE PRF-L-DIGEST          TO WS-STAMP-DIGEST
               MOVE PRF-L-RUN-ID          TO WS-STAMP-RUN-ID
               MOVE PRF-L-STAMP-TIME      TO WS-STAMP-TIME
               SET SW-SEEN-LEAF           TO TRUE
             WHEN PRF-HMAC AND SW-SEEN-LEAF AND NOT SW-SEEN-HMAC
               SET SW-SEEN-HMAC           TO TRUE
               PERFORM HASH-THE-LEAF
             WHEN PRF-SIBLING AND SW-SEEN-HMAC AND NOT SW-SEEN-ROOT
               ADD 1                      TO WS-SIB-COUNT
               PERFORM FOLD-ONE-SIBLING
             WHEN PRF-ROOT AND SW-SEEN-HMAC AND NOT SW-SEEN-ROOT
               MOVE PRF-R-ROOT            TO WS-PROOF-ROOT
               SET SW-SEEN-ROOT           TO TRUE
               IF PRF-R-DATE NOT = WS-DAY-DATE
               OR PRF-R-SEQ NOT = WS-PROOF-SEQ
                 DISPLAY 'AESMKVER: ROOT RECORD IS FOR ' PRF-R-DATE
                         '/' PRF-R-SEQ ', HEADER FOR ' WS-DAY-DATE
                         '/' WS-PROOF-SEQ
                 ADD 1                    TO WS-FAIL-COUNT
               END-IF
             WHEN OTHER
               DISPLAY 'AESMKVER: UNEXPECTED PROOF RECORD TYPE '
                       PRF-TYPE
               ADD 1                      TO WS-FAIL-COUNT
           END-EVALUATE.


       HASH-THE-LEAF.
           SET MKH-LEAF                   TO TRUE.
           MOVE WS-STAMP-DIGEST           TO MKH-DIGEST.
           MOVE PRF-M-HMAC                TO MKH-HMAC.
           MOVE WS-STAMP-RUN-ID           TO MKH-RUN-ID.
           MOVE WS-STAMP-TIME             TO MKH-STAMP-TIME.
           PERFORM CALL-MKHSH.

           MOVE MKH-HASH                  TO WS-RUNNING.


       FOLD-ONE-SIBLING.
           SET MKH-NODE                   TO TRUE.

           EVALUATE PRF-S-SIDE
             WHEN 'L'
               MOVE PRF-S-HASH            TO MKH-LEFT
               MOVE WS-RUNNING            TO MKH-RIGHT
             WHEN 'R'
               MOVE WS-RUNNING            TO MKH-LEFT
               MOVE PRF-S-HASH            TO MKH-RIGHT
             WHEN OTHER
               DISPLAY 'AESMKVER: SIBLING ' WS-SIB-COUNT
                       ' HAS NO SIDE'
               ADD 1                      TO WS-FAIL-COUNT
           END-EVALUATE.

           PERFORM CALL-MKHSH.

           MOVE MKH-HASH                  TO WS-RUNNING.


       CHECK-PROOF-SHAPE.
           IF SW-SEEN-HEAD AND SW-SEEN-LEAF AND SW-SEEN-HMAC
           AND SW-SEEN-ROOT
             CONTINUE
           ELSE
             DISPLAY 'AESMKVER: PROOF INCOMPLETE - HEADER, STAMP '
                     'AND ROOT RECORDS ARE ALL REQUIRED'
             ADD 1                        TO WS-FAIL-COUNT
           END-IF.

      *     The stamp has to be of the day the proof claims
           MOVE WS-STAMP-TIME(1:8)        TO WS-STAMP-DAY-X.

           IF SW-SEEN-LEAF AND WS-STAMP-DAY-X NOT = WS-DAY-DATE-X
             DISPLAY 'AESMKVER: STAMP OF ' WS-STAMP-DAY-X
                     ' IS NOT OF ' WS-DAY-DATE
             ADD 1                        TO WS-FAIL-COUNT
           END-IF.

           IF SW-SEEN-ROOT AND WS-RUNNING NOT = WS-PROOF-ROOT
             DISPLAY 'AESMKVER: SIBLINGS DO NOT LEAD TO THE '
                     'PROOF''S OWN ROOT'
             ADD 1                        TO WS-FAIL-COUNT
           END-IF.


       FIND-PUBLISHED-ROOT.
           OPEN INPUT R-MKR.

           IF FS-MKR-OK
             PERFORM UNTIL FS-MKR-EOF
               READ R-MKR
                 AT END
                   CONTINUE
                 NOT AT END
                   IF MKR-DATE = WS-DAY-DATE
                     IF MKR-SEQ = WS-PROOF-SEQ
                       MOVE MKR-ROOT      TO WS-PUB-ROOT
                       SET SW-PUB-FOUND   TO TRUE
                     END-IF
                     IF MKR-SEQ > WS-LATEST-SEQ
                       MOVE MKR-SEQ       TO WS-LATEST-SEQ
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE R-MKR
           END-IF.


       CHECK-AGAINST-ROOT.
           IF NOT SW-PUB-FOUND
             DISPLAY 'AESMKVER: NO ROOT ' WS-PROOF-SEQ ' PUBLISHED '
                     'FOR ' WS-DAY-DATE ' ON AESMKRT'
             ADD 1                        TO WS-FAIL-COUNT
           ELSE
             IF WS-RUNNING NOT = WS-PUB-ROOT
               DISPLAY 'AESMKVER: RECOMPUTED ROOT IS NOT THE ROOT '
                       'PUBLISHED FOR ' WS-DAY-DATE
               DISPLAY 'AESMKVER:   GOT ' WS-RUNNING(1:64)
               DISPLAY 'AESMKVER:   PUB ' WS-PUB-ROOT(1:64)
               ADD 1                      TO WS-FAIL-COUNT
             END-IF
           END-IF.


       CALL-MKHSH.
           CALL 'AESMKHSH' USING WS-MKH-LS.

           IF MKHS-OK
             CONTINUE
           ELSE
             DISPLAY 'AESMKVER: HASHING FAILED IN AESMKHSH'
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.
