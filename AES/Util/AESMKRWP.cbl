       ID DIVISION.
       PROGRAM-ID. AESMKRWP.
      *****************************************************************
      * Master-key rotation rewrap pass. Once the custodian ceremony
      * (AESMKCER) has made a new master-key generation current,
      * every wrapped AESKEYF entry still under an older generation
      * is unwrapped under the generation that wrapped it
      * (KEYF-MKEY-GEN), wrapped again - same wrap format - under the
      * current one, and rewritten. AESWRAP resolves both ends, so
      * AESKGET keeps deciphering straight through the changeover:
      * an entry not yet reached still names its old generation, and
      * that generation stays OUTGOING (unwrap only) until the pass
      * is complete.
      *
      * Each rewrap is journalled to AESKREPL (action 'M') BEFORE the
      * entry is rewritten, so the DR site's copy follows; a journal
      * failure stops the pass with the entry untouched. Restartable
      * at any point: an entry already under the current generation
      * is simply skipped on the rerun.
      *
      * When a pass finds no entry left under an older generation it
      * retires them - OUTGOING generations become RETIRED with their
      * keys blanked, and the original AESMKEY key (generation zero)
      * gets a RETIRED record, after which AESWRAP no longer reads it.
      * An entry whose wrap fails its integrity check is reported,
      * left as it is and holds its generation open (RETURN-CODE 8).
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *     MANAGED KEY STORE (AESKEYF) - VSAM KSDS, updated in place
            SELECT R-KEY ASSIGN TO 'AESKEYF'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS SEQUENTIAL
                   RECORD KEY   IS KEYF-REC-KEY
                   FILE STATUS  IS FS-KEY.

      *     MASTER-KEY GENERATIONS (AESMKGN - KSDS keyed on MKG-GEN)
            SELECT R-MKG ASSIGN TO 'AESMKGN'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS MKG-GEN
                   FILE STATUS  IS FS-MKG.

      *     CHANGE REPLICATION JOURNAL (AESKREPL)
            SELECT R-RPL ASSIGN TO 'AESKREPL'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS KRPL-SEQ
                   FILE STATUS  IS FS-RPL.

       DATA DIVISION.
       FILE SECTION.
      *   AESKEYF
       FD R-KEY LABEL RECORD STANDARD.

       01 KEYF-REC.
          COPY 'AESLKEY.cpy'.

      *   AESMKGN
       FD R-MKG LABEL RECORD STANDARD.

       01 MKG-REC.
          COPY 'AESLMKG.cpy'.

      *   AESKREPL - record 0 is the sequence control record
       FD R-RPL LABEL RECORD STANDARD.

       01 RPL-REC.
          COPY 'AESLKRPL.cpy'.
       01 RPL-CTL-REC.
          05 RPC-SEQ                     PIC 9(09).
          05 RPC-NEXT-SEQ                PIC 9(09).
          05 FILLER                      PIC X(200).

       WORKING-STORAGE SECTION.
         01 FS.
            05 FS-KEY                   PIC 9(02).
               88 FS-KEY-OK                       VALUE 0.
               88 FS-KEY-EOF                      VALUE 10.
            05 FS-MKG                   PIC 9(02).
               88 FS-MKG-OK                       VALUE 0.
               88 FS-MKG-EOF                      VALUE 10.
            05 FS-RPL                   PIC 9(02).
               88 FS-RPL-OK                       VALUE 0.

         77 WS-CUR-GEN                  PIC 9(03)   VALUE 0.
         77 WS-HAVE-CURRENT             PIC X(01)   VALUE 'N'.
            88 SW-HAVE-CURRENT                      VALUE 'Y'.
         77 WS-GEN0-RETIRED             PIC X(01)   VALUE 'N'.
            88 SW-GEN0-RETIRED                      VALUE 'Y'.
         77 WS-ENTRY-GEN                PIC 9(03).
         77 WS-TODAY                    PIC 9(08).

      *  Master-key wrap via AESWRAP - linkage mirrored the same way
      *  AESKGET/AESKMNT mirror it.
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

      *  KCV proof of the unwrapped key, via the shared helper
         01 WS-KCV-LS.
            05 KCV-KEY                  PIC X(64).
            05 KCV-BITS                 PIC X(03).
            05 KCV-VALUE                PIC X(06).
            05 KCV-STATUS               PIC X(03).
               88 KCVS-OK                        VALUE 'OK '.
               88 KCVS-ERR                       VALUE 'ERR'.
            05 KCV-CRYPTO-PROV          PIC X(08)   VALUE SPACES.
            05 KCV-KEY-HANDLE.
               10 KCV-KH-ALIAS          PIC X(08)   VALUE SPACES.
               10 KCV-KH-VERSION        PIC 9(03)   VALUE 0.

         77 WS-CLEAR-KEY               PIC X(64).

      *  Replication-journal sequencing scratch
         77 WS-RPL-NEXT                 PIC 9(09).
         01 WS-STAMP-TIME.
            05 WS-STAMP-HHMMSS          PIC 9(06).
            05 FILLER                   PIC 9(02).

         77 WS-CHECKED-COUNT           PIC 9(05)   VALUE 0.
         77 WS-REWRAPPED-COUNT         PIC 9(05)   VALUE 0.
         77 WS-CURRENT-COUNT           PIC 9(05)   VALUE 0.
         77 WS-FAILED-COUNT            PIC 9(05)   VALUE 0.
         77 WS-RETIRED-COUNT           PIC 9(03)   VALUE 0.

         01 AL-S.
            COPY 'ALERT-PUT.cpy'.

       LINKAGE SECTION.

       PROCEDURE DIVISION.
       MAINLINE.
           ACCEPT WS-TODAY                FROM DATE YYYYMMDD.

           PERFORM FIND-CURRENT-GENERATION.

           IF NOT SW-HAVE-CURRENT
             DISPLAY 'AESMKRWP: AESMKEY (GENERATION 0) IS STILL '
                     'CURRENT - NOTHING TO REWRAP'
             CLOSE R-MKG
             STOP RUN
           END-IF.

           OPEN I-O R-KEY.

           IF FS-KEY-OK
             CONTINUE
           ELSE
             DISPLAY 'AESMKRWP: ERROR OPENING AESKEYF: ' FS-KEY
             CLOSE R-MKG
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.

           PERFORM OPEN-JOURNAL.

           PERFORM UNTIL FS-KEY-EOF
             READ R-KEY NEXT RECORD
             IF FS-KEY-OK
               PERFORM REWRAP-ONE-ENTRY
                  THRU REWRAP-ONE-ENTRY-EXIT
             END-IF
           END-PERFORM.

           CLOSE R-KEY R-RPL.

           IF WS-FAILED-COUNT = 0
             PERFORM RETIRE-OLD-GENERATIONS
           ELSE
             DISPLAY 'AESMKRWP: OLDER GENERATIONS KEPT IN SERVICE - '
                     'ENTRIES STILL DEPEND ON THEM'
           END-IF.

           CLOSE R-MKG.

           DISPLAY 'AESMKRWP: ' WS-CHECKED-COUNT ' entr(ies) '
                   'checked, ' WS-REWRAPPED-COUNT ' rewrapped under '
                   'generation ' WS-CUR-GEN ', ' WS-CURRENT-COUNT
                   ' already current, ' WS-FAILED-COUNT ' failed, '
                   WS-RETIRED-COUNT ' generation(s) retired'.

           IF WS-FAILED-COUNT > 0
             MOVE 8                       TO RETURN-CODE
           END-IF.

           STOP RUN.


       FIND-CURRENT-GENERATION.
      *     The highest CURRENT generation is the one AESWRAP wraps
      *     under; note too whether generation zero is already retired
           OPEN I-O R-MKG.

           IF FS-MKG-OK
             CONTINUE
           ELSE
             DISPLAY 'AESMKRWP: NO MASTER-KEY GENERATIONS (AESMKGN): '
                     FS-MKG
             STOP RUN
           END-IF.

           MOVE 0                         TO MKG-GEN.

           START R-MKG KEY IS NOT LESS THAN MKG-GEN
             INVALID KEY
               MOVE 10                    TO FS-MKG
           END-START.

           PERFORM UNTIL FS-MKG-EOF
             READ R-MKG NEXT RECORD
               AT END
                 CONTINUE
               NOT AT END
                 IF MKG-CURRENT
                   MOVE MKG-GEN           TO WS-CUR-GEN
                   SET SW-HAVE-CURRENT    TO TRUE
                 END-IF
                 IF MKG-GEN = 0 AND MKG-RETIRED
                   SET SW-GEN0-RETIRED    TO TRUE
                 END-IF
                 MOVE SPACES              TO MKG-KEY
             END-READ
           END-PERFORM.


       OPEN-JOURNAL.
           OPEN I-O R-RPL.

           IF FS-RPL-OK
             CONTINUE
           ELSE
             OPEN OUTPUT R-RPL

             IF FS-RPL-OK
               CONTINUE
             ELSE
               DISPLAY 'AESMKRWP: CANNOT OPEN AESKREPL: ' FS-RPL
               CLOSE R-KEY R-MKG
               MOVE 12                    TO RETURN-CODE
               STOP RUN
             END-IF
           END-IF.


       REWRAP-ONE-ENTRY.
           ADD 1                          TO WS-CHECKED-COUNT.

      *     Plain-hex, pending-component and destroyed entries carry
      *     nothing under any master key
           IF NOT KEYF-WRAPPED
             OR KEYF-KEY = SPACES
             GO TO REWRAP-ONE-ENTRY-EXIT
           END-IF.

           IF KEYF-MKEY-GEN IS NUMERIC
             MOVE KEYF-MKEY-GEN           TO WS-ENTRY-GEN
           ELSE
             MOVE 0                       TO WS-ENTRY-GEN
           END-IF.

           IF WS-ENTRY-GEN = WS-CUR-GEN
             ADD 1                        TO WS-CURRENT-COUNT
             GO TO REWRAP-ONE-ENTRY-EXIT
           END-IF.

           SET WRP-UNWRAP                 TO TRUE.
           MOVE KEYF-BITS                 TO WRP-BITS.
           MOVE KEYF-KEY                  TO WRP-KEY-IN.
           MOVE SPACES                    TO WRP-KEY-OUT.
           MOVE KEYF-WRAP-SW              TO WRP-FORMAT.
           MOVE KEYF-WRAP-C0              TO WRP-KEY-C0.
           MOVE SPACES                    TO WRP-KEK.
           MOVE WS-ENTRY-GEN              TO WRP-MK-GEN.

           CALL 'AESWRAP' USING WS-WRAP-LS.

           EVALUATE TRUE
             WHEN WRPS-OK
               MOVE WRP-KEY-OUT           TO WS-CLEAR-KEY
               MOVE SPACES                TO WRP-KEY-OUT
             WHEN WRPS-ICV
               ADD 1                      TO WS-FAILED-COUNT
               DISPLAY 'AESMKRWP: INTEGRITY CHECK FAILED FOR '
                       KEYF-ID ' V' KEYF-VERSION ' - LEFT AS-IS'

               MOVE 'KEY WRAP INTEGRITY CHECK FAILED ON MK REWRAP'
                                          TO LAL-TEXT OF AL-S
               MOVE 2                     TO LAL-LEVEL OF AL-S
               CALL 'AESALERT' USING AL-S
               GO TO REWRAP-ONE-ENTRY-EXIT
             WHEN OTHER
      *        The entry's generation cannot be resolved (AESMKGN or
      *        AESMKEY missing) - stop rather than grind on
               DISPLAY 'AESMKRWP: UNWRAP FAILED FOR ' KEYF-ID
                       ' V' KEYF-VERSION ' UNDER GENERATION '
                       WS-ENTRY-GEN ' - RUN ABANDONED'
               CLOSE R-KEY R-RPL R-MKG
               MOVE 12                    TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

      *     Prove the clear key before it is wrapped again
           IF KEYF-KCV NOT = SPACES
             MOVE WS-CLEAR-KEY            TO KCV-KEY
             MOVE KEYF-BITS               TO KCV-BITS
             MOVE SPACES                  TO KCV-VALUE

             CALL 'AESKCVC' USING WS-KCV-LS

             MOVE SPACES                  TO KCV-KEY

             IF KCVS-OK AND KCV-VALUE = KEYF-KCV
               CONTINUE
             ELSE
               MOVE SPACES                TO WS-CLEAR-KEY
               ADD 1                      TO WS-FAILED-COUNT
               DISPLAY 'AESMKRWP: KCV MISMATCH FOR ' KEYF-ID
                       ' V' KEYF-VERSION ' - LEFT AS-IS'
               GO TO REWRAP-ONE-ENTRY-EXIT
             END-IF
           END-IF.

      *     Same format back; AESWRAP wraps under the current
      *     generation and says which
           SET WRP-WRAP                   TO TRUE.
           MOVE KEYF-BITS                 TO WRP-BITS.
           MOVE WS-CLEAR-KEY              TO WRP-KEY-IN.
           MOVE SPACES                    TO WRP-KEY-OUT WRP-KEY-C0.
           MOVE KEYF-WRAP-SW              TO WRP-FORMAT.

           CALL 'AESWRAP' USING WS-WRAP-LS.

           MOVE SPACES                    TO WS-CLEAR-KEY WRP-KEY-IN.

           IF NOT WRPS-OK
             DISPLAY 'AESMKRWP: WRAP FAILED FOR ' KEYF-ID
                     ' V' KEYF-VERSION ' - RUN ABANDONED'
             CLOSE R-KEY R-RPL R-MKG
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.

           MOVE WRP-KEY-OUT               TO KEYF-KEY.
           MOVE WRP-FORMAT                TO KEYF-WRAP-SW.
           MOVE WRP-MK-GEN                TO KEYF-MKEY-GEN.

           IF WRP-FMT-KW
             MOVE WRP-KEY-C0              TO KEYF-WRAP-C0
           ELSE
             MOVE SPACES                  TO KEYF-WRAP-C0
           END-IF.

           MOVE SPACES                    TO WRP-KEY-OUT.

           PERFORM WRITE-REPLICATION-RECORD.

           REWRITE KEYF-REC.

           IF FS-KEY-OK
             ADD 1                        TO WS-REWRAPPED-COUNT
             DISPLAY 'AESMKRWP: REWRAPPED ' KEYF-ID ' V' KEYF-VERSION
                     ' FROM GENERATION ' WS-ENTRY-GEN
           ELSE
             DISPLAY 'AESMKRWP: ERROR REWRITING ' KEYF-ID
                     ' V' KEYF-VERSION ': ' FS-KEY
             CLOSE R-KEY R-RPL R-MKG
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.

       REWRAP-ONE-ENTRY-EXIT.
           EXIT.


       WRITE-REPLICATION-RECORD.
      *     The same sequenced journalling AESKMNT/AESKGEN give
      *     their maintenance actions. Unlike them, a journal failure
      *     here stops the pass: the DR copy must never be left
      *     holding a wrap under a generation about to be retired.
           MOVE 0                         TO KRPL-SEQ.

           READ R-RPL KEY IS KRPL-SEQ.

           IF FS-RPL-OK
             MOVE RPC-NEXT-SEQ            TO WS-RPL-NEXT
             ADD 1                        TO RPC-NEXT-SEQ

             REWRITE RPL-CTL-REC
           ELSE
             MOVE 1                       TO WS-RPL-NEXT
             MOVE 0                       TO RPC-SEQ
             MOVE 2                       TO RPC-NEXT-SEQ

             WRITE RPL-CTL-REC
           END-IF.

           MOVE SPACES                    TO RPL-REC.
           MOVE WS-RPL-NEXT               TO KRPL-SEQ.
           MOVE WS-TODAY                  TO KRPL-DATE.
           ACCEPT WS-STAMP-TIME           FROM TIME.
           MOVE WS-STAMP-HHMMSS           TO KRPL-TIME.
           MOVE 'M'                       TO KRPL-ACTION.
           MOVE KEYF-REC                  TO KRPL-IMAGE.
           MOVE SPACES                    TO KRPL-IMG-PEND-COMP.

           WRITE RPL-REC.

           IF FS-RPL-OK
             CONTINUE
           ELSE
             DISPLAY 'AESMKRWP: ERROR WRITING AESKREPL: ' FS-RPL
                     ' - ' KEYF-ID ' V' KEYF-VERSION ' NOT REWRAPPED'
             CLOSE R-KEY R-RPL R-MKG
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.


       RETIRE-OLD-GENERATIONS.
      *     Nothing on AESKEYF depends on an older generation any
      *     more - blank the outgoing keys for good
           MOVE 0                         TO MKG-GEN.

           START R-MKG KEY IS NOT LESS THAN MKG-GEN
             INVALID KEY
               MOVE 10                    TO FS-MKG
           END-START.

           PERFORM UNTIL FS-MKG-EOF
             READ R-MKG NEXT RECORD
               AT END
                 CONTINUE
               NOT AT END
                 IF MKG-OUTGOING
                   SET MKG-RETIRED        TO TRUE
                   MOVE SPACES            TO MKG-KEY
                   MOVE WS-TODAY          TO MKG-RETIRED-ON

                   REWRITE MKG-REC

                   IF FS-MKG-OK
                     ADD 1                TO WS-RETIRED-COUNT
                     DISPLAY 'AESMKRWP: GENERATION ' MKG-GEN
                             ' RETIRED'
                   ELSE
                     DISPLAY 'AESMKRWP: ERROR RETIRING GENERATION '
                             MKG-GEN ': ' FS-MKG
                     MOVE 12              TO RETURN-CODE
                   END-IF
                 END-IF
                 MOVE SPACES              TO MKG-KEY
             END-READ
           END-PERFORM.

      *     AESMKEY itself - its retired record is what tells AESWRAP
      *     to stop reading it
           IF NOT SW-GEN0-RETIRED
             MOVE SPACES                  TO MKG-REC
             MOVE 0                       TO MKG-GEN
             MOVE SPACES                  TO MKG-KEY MKG-KCV
             SET MKG-RETIRED              TO TRUE
             MOVE 0                       TO MKG-THRESHOLD
                                             MKG-SHARES
                                             MKG-ISSUED
                                             MKG-ACTIVATED
             MOVE WS-TODAY                TO MKG-RETIRED-ON

             WRITE MKG-REC

             IF FS-MKG-OK
               ADD 1                      TO WS-RETIRED-COUNT
               DISPLAY 'AESMKRWP: GENERATION 000 (AESMKEY) RETIRED'
             ELSE
               DISPLAY 'AESMKRWP: ERROR RETIRING GENERATION 000: '
                       FS-MKG
               MOVE 12                    TO RETURN-CODE
             END-IF
           END-IF.
