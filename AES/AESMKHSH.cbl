       ID DIVISION.
       PROGRAM-ID. AESMKHSH.
      *****************************************************************
      * Hashing for the stamp-trail Merkle tree. AESMERKL builds the
      * day's tree and its inclusion proofs and AESMKVER checks a
      * proof with nothing but the proof and the published root;
      * both hash through here so the two can never disagree about
      * what a leaf or a node is.
      *
      *   MKH-FUNCTION 'L' leaf - one AESSTMP entry:
      *                  tag block  '00' + 30 zeros
      *                  MKH-DIGEST (4 blocks)
      *                  MKH-HMAC   (4 blocks)
      *                  MKH-RUN-ID (16) + MKH-STAMP-TIME (14) + '00'
      *   MKH-FUNCTION 'N' node - two children, left first:
      *                  tag block  '01' + 30 zeros
      *                  MKH-LEFT   (4 blocks)
      *                  MKH-RIGHT  (4 blocks)
      *
      * Every input is hex (digests, HMACs) or digits (run id and
      * stamp time), so the hash is taken through AESDGST's 32-hex
      * blocks and comes out the same on any code page. The two tag
      * blocks keep a leaf from ever being passed off as a node or
      * a node as a leaf. A field that is blank - the HMAC of a run
      * stamped without one, the run id of a stamp older than run
      * identities - hashes as zeros, as AESDGST takes any non-hex
      * character.
      *****************************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *  AESDGST's linkage, mirrored the same way AESMAIN mirrors it
         01 WS-DGS-LS.
            02 DGS-FUNCTION            PIC X(01).
               88 DGS-INIT                      VALUE 'I'.
               88 DGS-ADD                       VALUE 'A'.
               88 DGS-FINISH                    VALUE 'F'.
            02 DGS-ALGORITHM           PIC X(08).
            02 DGS-BLOCK               PIC X(32).
            02 DGS-DIGEST              PIC X(128).
            02 DGS-STATUS              PIC X(03).
               88 DGSS-OK                       VALUE 'OK '.
               88 DGSS-ERR                      VALUE 'ERR'.

         01 WS-LEAF-TAG                PIC X(32)   VALUE
            '00000000000000000000000000000000'.
         01 WS-NODE-TAG                PIC X(32)   VALUE
            '01000000000000000000000000000000'.

      *  The blocks of one hash, tag first
         01 WS-HASH-INPUT.
            05 WS-HASH-BLOCK OCCURS 10 PIC X(32).
         77 WS-HASH-BLOCKS             PIC 9(02).
         77 WS-HASH-I                  PIC 9(02).

       LINKAGE SECTION.
         01 LS.
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

       PROCEDURE DIVISION USING LS.
       MAINLINE.
            SET MKHS-OK                     TO TRUE.
            MOVE SPACES                     TO MKH-HASH.

            EVALUATE TRUE
              WHEN MKH-LEAF
                PERFORM LAY-OUT-LEAF
              WHEN MKH-NODE
                PERFORM LAY-OUT-NODE
              WHEN OTHER
                SET MKHS-ERR                TO TRUE
            END-EVALUATE.

            IF MKHS-OK
              PERFORM HASH-THE-BLOCKS
            END-IF.

            GOBACK.


       LAY-OUT-LEAF.
            MOVE WS-LEAF-TAG                TO WS-HASH-BLOCK(1).
            MOVE MKH-DIGEST(1:32)           TO WS-HASH-BLOCK(2).
            MOVE MKH-DIGEST(33:32)          TO WS-HASH-BLOCK(3).
            MOVE MKH-DIGEST(65:32)          TO WS-HASH-BLOCK(4).
            MOVE MKH-DIGEST(97:32)          TO WS-HASH-BLOCK(5).
            MOVE MKH-HMAC(1:32)             TO WS-HASH-BLOCK(6).
            MOVE MKH-HMAC(33:32)            TO WS-HASH-BLOCK(7).
            MOVE MKH-HMAC(65:32)            TO WS-HASH-BLOCK(8).
            MOVE MKH-HMAC(97:32)            TO WS-HASH-BLOCK(9).
            MOVE SPACES                     TO WS-HASH-BLOCK(10).
            STRING MKH-RUN-ID MKH-STAMP-TIME '00'
            DELIMITED BY SIZE             INTO WS-HASH-BLOCK(10).
            MOVE 10                         TO WS-HASH-BLOCKS.


       LAY-OUT-NODE.
            MOVE WS-NODE-TAG                TO WS-HASH-BLOCK(1).
            MOVE MKH-LEFT(1:32)             TO WS-HASH-BLOCK(2).
            MOVE MKH-LEFT(33:32)            TO WS-HASH-BLOCK(3).
            MOVE MKH-LEFT(65:32)            TO WS-HASH-BLOCK(4).
            MOVE MKH-LEFT(97:32)            TO WS-HASH-BLOCK(5).
            MOVE MKH-RIGHT(1:32)            TO WS-HASH-BLOCK(6).
            MOVE MKH-RIGHT(33:32)           TO WS-HASH-BLOCK(7).
            MOVE MKH-RIGHT(65:32)           TO WS-HASH-BLOCK(8).
            MOVE MKH-RIGHT(97:32)           TO WS-HASH-BLOCK(9).
            MOVE 9                          TO WS-HASH-BLOCKS.


       HASH-THE-BLOCKS.
            SET DGS-INIT                    TO TRUE.
            MOVE SPACES                     TO DGS-ALGORITHM.
            CALL 'AESDGST' USING WS-DGS-LS.

            PERFORM VARYING WS-HASH-I FROM 1 BY 1
              UNTIL WS-HASH-I > WS-HASH-BLOCKS
              OR NOT DGSS-OK
              SET DGS-ADD                   TO TRUE
              MOVE WS-HASH-BLOCK(WS-HASH-I) TO DGS-BLOCK
              CALL 'AESDGST' USING WS-DGS-LS
            END-PERFORM.

            IF DGSS-OK
              SET DGS-FINISH                TO TRUE
              CALL 'AESDGST' USING WS-DGS-LS
            END-IF.

            IF DGSS-OK
              MOVE DGS-DIGEST               TO MKH-HASH
            ELSE
              SET MKHS-ERR                  TO TRUE
            END-IF.
