       ID DIVISION.
       PROGRAM-ID. AESDKROT.
      *****************************************************************
      * Alias-key rotation for envelope generations. A CIPHER run
      * with ENVELOPE=Y ciphers under a data key of its own and
      * keeps that key only in wrapped form - RFC 3394-wrapped under
      * the alias key, on the generation's data-key records
      * (99999985-87) and on its AESRCAT catalog entry. Rotating the
      * alias key therefore never touches the ciphertext: this walks
      * AESRCAT for the alias's envelope entries, unwraps each data
      * key under the OLD alias version, wraps it again under the
      * NEW one and puts the new wrap back - generation first, then
      * the catalog entry, so a rerun after an interruption finds
      * the entry still under the old version and simply redoes it.
      *
      * A generation no longer on disk (archived, purged) is noted
      * and only its catalog entry rotated - DECIPHER takes the
      * catalog's wrap over the one on the generation, so a stale
      * copy restored later from the archive still opens.
      *
      * Control card AESDKPRM: ALIAS in columns 1-8, OLD version in
      * columns 10-12 (000 = every version older than the new one),
      * NEW version in columns 14-16 (000 resolves the alias's
      * current active version). An entry whose data key does not
      * unwrap under the version its catalog entry names is left
      * as it is, reported and alerted - RETURN-CODE 8.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *     RUN CATALOG (AESRCAT - KSDS keyed on output generation)
            SELECT R-CAT ASSIGN TO 'AESRCAT'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS SEQUENTIAL
                   RECORD KEY   IS CAT-GEN
                   FILE STATUS  IS FS-CAT.

      *     ENVELOPE GENERATION (AESODAT-shaped KSDS, named by the
      *     catalog entry)
            SELECT R-DAT ASSIGN TO DYNAMIC WS-DAT-FILE-NAME
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS RANDOM
                   RECORD KEY   IS DAT-KEY
                   FILE STATUS  IS FS-DAT.

      *     CONTROL CARD (AESDKPRM)
            SELECT R-PARM ASSIGN TO 'AESDKPRM'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-PARM.

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
      *     No DECIPHER before this date - zero means no embargo
          02 CAT-EMBARGO              PIC 9(08).
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

      *   Envelope generation
       FD R-DAT LABEL RECORD STANDARD.

       01 DAT.
          02 DAT-KEY                  PIC 9(08).
          02 DAT-BITS                 PIC X(03).
          02 DAT-HEX                  PIC X(32).
          02 DAT-MAC                  PIC X(08).

      *   AESDKPRM
       FD R-PARM LABEL RECORD STANDARD.

       01 PARM-REC.
          05 PARM-ALIAS                  PIC X(08).
          05 FILLER                      PIC X(01).
          05 PARM-OLD-VERSION            PIC 9(03).
          05 FILLER                      PIC X(01).
          05 PARM-NEW-VERSION            PIC 9(03).

       WORKING-STORAGE SECTION.
         01 FS.
            05 FS-CAT                  PIC 9(02).
               88 FS-CAT-OK                      VALUE 0.
               88 FS-CAT-EOF                     VALUE 10.
            05 FS-DAT                  PIC 9(02).
               88 FS-DAT-OK                      VALUE 0.
            05 FS-PARM                 PIC 9(02).
               88 FS-PARM-OK                     VALUE 0.

         01 WS-DAT-FILE-NAME           PIC X(20).

         77 WS-ALIAS                   PIC X(08).
         77 WS-OLD-VERSION             PIC 9(03).
         77 WS-NEW-VERSION             PIC 9(03).

      *  Generation data-key records - see AESTPUT
         77 WS-DEK-HEADER-KEY1         PIC 9(08)   VALUE 99999985.
         77 WS-DEK-HEADER-KEY2         PIC 9(08)   VALUE 99999986.
         77 WS-DEK-HEADER-KEY3         PIC 9(08)   VALUE 99999987.

      *  Alias key versions through AESKGET - the new one up front,
      *  the old one per entry (kept while consecutive entries sit
      *  under the same version)
         01 KG-S.
            COPY 'KMS-GET.cpy'.
         77 WS-NEW-KEK                 PIC X(64).
         77 WS-OLD-KEK                 PIC X(64).
         77 WS-OLD-KEK-VERSION         PIC 9(03)   VALUE 0.

      *  Data-key wrap via AESWRAP - linkage mirrored the same way
      *  AESKGET/AESKMNT mirror it
         01 WS-WRAP-LS.
            02 WRP-FUNCTION            PIC X(01).
               88 WRP-WRAP                      VALUE 'W'.
               88 WRP-UNWRAP                    VALUE 'U'.
            02 WRP-BITS                PIC X(03).
            02 WRP-KEY-IN              PIC X(64).
            02 WRP-KEY-OUT             PIC X(64).
            02 WRP-STATUS              PIC X(03).
               88 WRPS-OK                       VALUE 'OK '.
               88 WRPS-ERR                      VALUE 'ERR'.
               88 WRPS-ICV                      VALUE 'ICV'.
            02 WRP-FORMAT              PIC X(01).
               88 WRP-FMT-ECB                   VALUE 'W'.
               88 WRP-FMT-KW                    VALUE 'K'.
            02 WRP-KEY-C0              PIC X(16).
            02 WRP-KEK                 PIC X(64).
            02 WRP-MK-GEN              PIC 9(03).
            02 WRP-CRYPTO-PROV         PIC X(08)   VALUE SPACES.
            02 WRP-KEK-HANDLE.
               03 WRP-KH-ALIAS         PIC X(08)   VALUE SPACES.
               03 WRP-KH-VERSION       PIC 9(03)   VALUE 0.

         77 WS-CLEAR-DEK               PIC X(64).
         77 WS-NEW-DEK-WRAP            PIC X(64).
         77 WS-NEW-DEK-C0              PIC X(16).

         77 WS-CHECKED-COUNT           PIC 9(07)   VALUE 0.
         77 WS-ROTATED-COUNT           PIC 9(07)   VALUE 0.
         77 WS-CATALOG-ONLY-COUNT      PIC 9(07)   VALUE 0.
         77 WS-FAILED-COUNT            PIC 9(07)   VALUE 0.

         01 PMW.
            COPY 'AESLLOG.cpy'.

         01 AL-S.
            COPY 'ALERT-PUT.cpy'.

       LINKAGE SECTION.

       PROCEDURE DIVISION.
       MAINLINE.
           PERFORM READ-PARAMETERS.
           PERFORM RESOLVE-NEW-VERSION.

           OPEN I-O R-CAT.

           IF FS-CAT-OK
             CONTINUE
           ELSE
             DISPLAY 'AESDKROT: ERROR OPENING AESRCAT: ' FS-CAT
             MOVE SPACES                  TO WS-NEW-KEK
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.

           PERFORM UNTIL FS-CAT-EOF
             READ R-CAT NEXT RECORD
             IF FS-CAT-OK
               PERFORM ROTATE-ONE-ENTRY
                  THRU ROTATE-ONE-ENTRY-EXIT
             END-IF
           END-PERFORM.

           CLOSE R-CAT.

           MOVE SPACES                    TO WS-NEW-KEK WS-OLD-KEK.

           DISPLAY 'AESDKROT: ' WS-CHECKED-COUNT ' envelope '
                   'generation(s) under ' WS-ALIAS ' checked, '
                   WS-ROTATED-COUNT ' rotated to V' WS-NEW-VERSION
                   ' (' WS-CATALOG-ONLY-COUNT ' catalog only), '
                   WS-FAILED-COUNT ' failed'.

           IF WS-FAILED-COUNT > 0
             MOVE 8                       TO RETURN-CODE
           END-IF.

           STOP RUN.


       READ-PARAMETERS.
           OPEN INPUT R-PARM.

           IF FS-PARM-OK
             CONTINUE
           ELSE
             DISPLAY 'AESDKROT: ERROR OPENING AESDKPRM: ' FS-PARM
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.

           READ R-PARM
             AT END
               DISPLAY 'AESDKROT: AESDKPRM IS EMPTY'
               MOVE 12                    TO RETURN-CODE
               STOP RUN
             NOT AT END
               MOVE PARM-ALIAS            TO WS-ALIAS
               MOVE PARM-OLD-VERSION      TO WS-OLD-VERSION
               MOVE PARM-NEW-VERSION      TO WS-NEW-VERSION
           END-READ.

           CLOSE R-PARM.

           IF WS-ALIAS = SPACES
             DISPLAY 'AESDKROT: ALIAS MUST BE STATED'
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.

           IF WS-OLD-VERSION IS NOT NUMERIC
             MOVE 0                       TO WS-OLD-VERSION
           END-IF.

           IF WS-NEW-VERSION IS NOT NUMERIC
             MOVE 0                       TO WS-NEW-VERSION
           END-IF.


       RESOLVE-NEW-VERSION.
      *     The new version wraps fresh material, so the
      *     cryptoperiod applies - same purpose a CIPHER asks with
           MOVE SPACES                     TO PMW.
           SET LLOG-MAX OF PMW             TO TRUE.
           MOVE PMW                        TO PUT-MESSAGE-LS OF KG-S.
           MOVE 'AESMPUT'                  TO PUT-MESSAGE OF KG-S.

           MOVE WS-ALIAS                   TO LKGS-ALIAS OF KG-S.
           MOVE 'AESDKROT ROTATE '       TO LKGS-RUN-IDENT OF KG-S.
           MOVE WS-NEW-VERSION             TO LKGS-VERSION OF KG-S.
           MOVE 'CIPHER  '                 TO LKGS-PURPOSE OF KG-S.
           MOVE 'D'                        TO LKGS-KEY-USE OF KG-S.
           MOVE SPACES                     TO LKG-KEY OF KG-S.

           CALL 'AESKGET' USING KG-S.

           IF LKG-STATUS OF KG-S = 'OK '
             MOVE LKG-KEY OF KG-S          TO WS-NEW-KEK
             MOVE LKGS-KEY-VERSION OF KG-S TO WS-NEW-VERSION
             MOVE SPACES                   TO LKG-KEY OF KG-S
           ELSE
             DISPLAY 'AESDKROT: NEW ' WS-ALIAS ' LOOKUP FAILED'
             MOVE 8                        TO RETURN-CODE
             STOP RUN
           END-IF.

           IF WS-NEW-VERSION = WS-OLD-VERSION
             MOVE SPACES                   TO WS-NEW-KEK
             DISPLAY 'AESDKROT: OLD AND NEW VERSIONS ARE THE SAME'
             MOVE 12                       TO RETURN-CODE
             STOP RUN
           END-IF.

      *     A 128/192-bit alias key is zero-filled to the 64 hex
      *     AESWRAP takes as a key encrypting key - as AESMAIN does
           INSPECT WS-NEW-KEK REPLACING ALL SPACE BY '0'.


       RESOLVE-OLD-VERSION.
      *     An expired old version must still unwrap what it wrapped
           MOVE WS-ALIAS                   TO LKGS-ALIAS OF KG-S.
           MOVE CAT-VERSION                TO LKGS-VERSION OF KG-S.
           MOVE 'DECIPHER'                 TO LKGS-PURPOSE OF KG-S.
           MOVE 'D'                        TO LKGS-KEY-USE OF KG-S.
           MOVE SPACES                     TO LKG-KEY OF KG-S.

           CALL 'AESKGET' USING KG-S.

           IF LKG-STATUS OF KG-S = 'OK '
             MOVE LKG-KEY OF KG-S          TO WS-OLD-KEK
             MOVE CAT-VERSION              TO WS-OLD-KEK-VERSION
             MOVE SPACES                   TO LKG-KEY OF KG-S
             INSPECT WS-OLD-KEK REPLACING ALL SPACE BY '0'
           ELSE
             MOVE SPACES                   TO WS-OLD-KEK
             MOVE 0                        TO WS-OLD-KEK-VERSION
           END-IF.


       ROTATE-ONE-ENTRY.
           IF CAT-ALIAS NOT = WS-ALIAS
             OR CAT-DEK-WRAP = SPACES
             OR CAT-ACTION NOT = 'CIPHER  '
             GO TO ROTATE-ONE-ENTRY-EXIT
           END-IF.

           ADD 1                          TO WS-CHECKED-COUNT.

      *     Already under the new version, or not the version this
      *     card rotates - nothing to do
           IF CAT-VERSION = WS-NEW-VERSION
             OR CAT-VERSION > WS-NEW-VERSION
             OR (WS-OLD-VERSION > 0
                 AND CAT-VERSION NOT = WS-OLD-VERSION)
             GO TO ROTATE-ONE-ENTRY-EXIT
           END-IF.

           IF CAT-VERSION NOT = WS-OLD-KEK-VERSION
             OR WS-OLD-KEK = SPACES
             PERFORM RESOLVE-OLD-VERSION
           END-IF.

           IF WS-OLD-KEK = SPACES
             ADD 1                        TO WS-FAILED-COUNT
             DISPLAY 'AESDKROT: ' WS-ALIAS ' V' CAT-VERSION
                     ' LOOKUP FAILED - ' CAT-GEN ' LEFT AS-IS'
             GO TO ROTATE-ONE-ENTRY-EXIT
           END-IF.

           SET WRP-UNWRAP                 TO TRUE.
           MOVE CAT-BITS                  TO WRP-BITS.
           MOVE CAT-DEK-WRAP              TO WRP-KEY-IN.
           MOVE SPACES                    TO WRP-KEY-OUT.
           SET WRP-FMT-KW                 TO TRUE.
           MOVE CAT-DEK-C0                TO WRP-KEY-C0.
           MOVE WS-OLD-KEK                TO WRP-KEK.
           MOVE 0                         TO WRP-MK-GEN.

           CALL 'AESWRAP' USING WS-WRAP-LS.

           MOVE SPACES                    TO WRP-KEK.

           EVALUATE TRUE
             WHEN WRPS-OK
               MOVE WRP-KEY-OUT           TO WS-CLEAR-DEK
               MOVE SPACES                TO WRP-KEY-OUT
             WHEN WRPS-ICV
               ADD 1                      TO WS-FAILED-COUNT
               DISPLAY 'AESDKROT: DATA KEY OF ' CAT-GEN
                       ' DOES NOT UNWRAP UNDER ' WS-ALIAS
                       ' V' CAT-VERSION ' - LEFT AS-IS'

               MOVE 'DATA KEY INTEGRITY CHECK FAILED ON ROTATION'
                                          TO LAL-TEXT OF AL-S
               MOVE 2                     TO LAL-LEVEL OF AL-S
               CALL 'AESALERT' USING AL-S
               GO TO ROTATE-ONE-ENTRY-EXIT
             WHEN OTHER
               ADD 1                      TO WS-FAILED-COUNT
               DISPLAY 'AESDKROT: UNWRAP FAILED FOR ' CAT-GEN
                       ' - LEFT AS-IS'
               GO TO ROTATE-ONE-ENTRY-EXIT
           END-EVALUATE.

           SET WRP-WRAP                   TO TRUE.
           MOVE CAT-BITS                  TO WRP-BITS.
           MOVE WS-CLEAR-DEK              TO WRP-KEY-IN.
           MOVE SPACES                    TO WRP-KEY-OUT WRP-KEY-C0.
           SET WRP-FMT-KW                 TO TRUE.
           MOVE WS-NEW-KEK                TO WRP-KEK.
           MOVE 0                         TO WRP-MK-GEN.

           CALL 'AESWRAP' USING WS-WRAP-LS.

           MOVE SPACES                    TO WS-CLEAR-DEK WRP-KEY-IN
                                             WRP-KEK.

           IF WRPS-OK
             MOVE WRP-KEY-OUT             TO WS-NEW-DEK-WRAP
             MOVE WRP-KEY-C0              TO WS-NEW-DEK-C0
             MOVE SPACES                  TO WRP-KEY-OUT
           ELSE
             ADD 1                        TO WS-FAILED-COUNT
             DISPLAY 'AESDKROT: WRAP FAILED FOR ' CAT-GEN
                     ' - LEFT AS-IS'
             GO TO ROTATE-ONE-ENTRY-EXIT
           END-IF.

           PERFORM UPDATE-GENERATION
              THRU UPDATE-GENERATION-EXIT.

           MOVE WS-NEW-DEK-WRAP           TO CAT-DEK-WRAP.
           MOVE WS-NEW-DEK-C0             TO CAT-DEK-C0.
           MOVE WS-NEW-VERSION            TO CAT-VERSION.

           REWRITE CAT-REC.

           IF FS-CAT-OK
             ADD 1                        TO WS-ROTATED-COUNT
             DISPLAY 'AESDKROT: ROTATED ' CAT-GEN ' TO V'
                     WS-NEW-VERSION
           ELSE
             DISPLAY 'AESDKROT: ERROR REWRITING AESRCAT FOR '
                     CAT-GEN ': ' FS-CAT
             CLOSE R-CAT
             MOVE SPACES                  TO WS-NEW-KEK WS-OLD-KEK
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.

       ROTATE-ONE-ENTRY-EXIT.
           EXIT.


       UPDATE-GENERATION.
      *     The generation's own copy of the wrap, and the version
      *     its parameter header names. A generation no longer on
      *     disk keeps its catalog entry only.
           MOVE CAT-GEN                   TO WS-DAT-FILE-NAME.

           OPEN I-O R-DAT.

           IF FS-DAT-OK
             CONTINUE
           ELSE
             ADD 1                        TO WS-CATALOG-ONLY-COUNT
             DISPLAY 'AESDKROT: ' CAT-GEN ' NOT ON DISK (' FS-DAT
                     ') - CATALOG ENTRY ONLY'
             GO TO UPDATE-GENERATION-EXIT
           END-IF.

           MOVE WS-DEK-HEADER-KEY1        TO DAT-KEY.
           READ R-DAT KEY IS DAT-KEY.

           IF FS-DAT-OK
             MOVE WS-NEW-DEK-WRAP(1:32)   TO DAT-HEX
             PERFORM REWRITE-GENERATION-RECORD
           END-IF.

           MOVE WS-DEK-HEADER-KEY2        TO DAT-KEY.
           READ R-DAT KEY IS DAT-KEY.

           IF FS-DAT-OK
             MOVE WS-NEW-DEK-WRAP(33:32)  TO DAT-HEX
             PERFORM REWRITE-GENERATION-RECORD
           END-IF.

           MOVE WS-DEK-HEADER-KEY3        TO DAT-KEY.
           READ R-DAT KEY IS DAT-KEY.

           IF FS-DAT-OK
             MOVE SPACES                  TO DAT-HEX
             STRING WS-NEW-DEK-C0 WS-NEW-VERSION
             DELIMITED BY SIZE          INTO DAT-HEX
             PERFORM REWRITE-GENERATION-RECORD
           END-IF.

      *     Parameter header: version at columns 16-18
           MOVE 0                         TO DAT-KEY.
           READ R-DAT KEY IS DAT-KEY.

           IF FS-DAT-OK
             MOVE WS-NEW-VERSION          TO DAT-HEX(16:3)
             PERFORM REWRITE-GENERATION-RECORD
           END-IF.

           CLOSE R-DAT.

       UPDATE-GENERATION-EXIT.
           EXIT.


       REWRITE-GENERATION-RECORD.
           REWRITE DAT.

           IF FS-DAT-OK
             CONTINUE
           ELSE
             DISPLAY 'AESDKROT: ERROR REWRITING ' WS-DAT-FILE-NAME
                     ' KEY ' DAT-KEY ': ' FS-DAT
             CLOSE R-DAT R-CAT
             MOVE SPACES                  TO WS-NEW-KEK WS-OLD-KEK
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.
