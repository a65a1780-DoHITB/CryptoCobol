       ID DIVISION.
       PROGRAM-ID. AESKWCNV.
      *****************************************************************
      * In-place AESKEYF wrap-format conversion. Walks every entry on
      * the key store and rewraps, under the same shop master key,
      * any wrapped entry not already in the target form: the
      * original half-field ECB wrap ('W') or the RFC 3394 key wrap
      * with its integrity block ('K'). Each key is unwrapped through
      * AESWRAP, proved against its KEYF-KCV where it has one, and
      * wrapped again in the target form - so a 'W' entry that has
      * quietly gone bad is reported instead of being blessed with a
      * fresh integrity block. A 'K' entry that fails its own
      * integrity check is likewise reported and left as it is.
      *
      * Plain-hex (unmigrated), pending, destroyed and keyless
      * entries are left untouched - AESKWMIG is what wraps plain
      * hex - and an entry already in the target form is skipped, so
      * the utility is safe to rerun. A converted entry comes back
      * under the current master-key generation, as any fresh wrap
      * does.
      *
      * Control card AESKWPRM (OPTIONAL): FORMAT(1) - 'K' (the
      * default when the card is absent or blank) or 'W' to take
      * entries back to the half-field form.
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

      *     CONTROL CARD (AESKWPRM)
            SELECT OPTIONAL R-PARM ASSIGN TO 'AESKWPRM'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-PARM.

       DATA DIVISION.
       FILE SECTION.
      *   AESKEYF
       FD R-KEY LABEL RECORD STANDARD.

       01 KEYF-REC.
          COPY 'AESLKEY.cpy'.

      *   AESKWPRM
       FD R-PARM LABEL RECORD STANDARD.

       01 PARM-REC.
          05 PARM-FORMAT                 PIC X(01).
          05 FILLER                      PIC X(79).

       WORKING-STORAGE SECTION.
         01 FS.
            05 FS-KEY                   PIC 9(02).
               88 FS-KEY-OK                       VALUE 0.
               88 FS-KEY-EOF                      VALUE 10.
            05 FS-PARM                  PIC 9(02).
               88 FS-PARM-OK                      VALUE 0.

         77 WS-TARGET-FORMAT           PIC X(01)   VALUE 'K'.

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

         77 WS-CHECKED-COUNT           PIC 9(05)   VALUE 0.
         77 WS-CONVERTED-COUNT         PIC 9(05)   VALUE 0.
         77 WS-SKIPPED-COUNT           PIC 9(05)   VALUE 0.
         77 WS-FAILED-COUNT            PIC 9(05)   VALUE 0.

         01 AL-S.
            COPY 'ALERT-PUT.cpy'.

       LINKAGE SECTION.

       PROCEDURE DIVISION.
       MAINLINE.
           PERFORM READ-PARAMETERS.

           OPEN I-O R-KEY.

           IF FS-KEY-OK
             CONTINUE
           ELSE
             DISPLAY 'AESKWCNV: ERROR OPENING AESKEYF: ' FS-KEY
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.

           PERFORM UNTIL FS-KEY-EOF
             READ R-KEY NEXT RECORD
             IF FS-KEY-OK
               PERFORM CONVERT-ONE-ENTRY
                  THRU CONVERT-ONE-ENTRY-EXIT
             END-IF
           END-PERFORM.

           CLOSE R-KEY.

           DISPLAY 'AESKWCNV: ' WS-CHECKED-COUNT ' entr(ies) '
                   'checked, ' WS-CONVERTED-COUNT ' converted to '
                   WS-TARGET-FORMAT ', ' WS-SKIPPED-COUNT
                   ' left as-is, ' WS-FAILED-COUNT ' failed'.

           IF WS-FAILED-COUNT > 0
             MOVE 8                       TO RETURN-CODE
           END-IF.

           STOP RUN.


       READ-PARAMETERS.
           OPEN INPUT R-PARM.

           IF FS-PARM-OK
             READ R-PARM
               AT END
                 CONTINUE
               NOT AT END
                 IF PARM-FORMAT NOT = SPACE
                   MOVE PARM-FORMAT       TO WS-TARGET-FORMAT
                 END-IF
             END-READ

             CLOSE R-PARM
           ELSE
      *      AESKWPRM is OPTIONAL - a missing control card converts
      *      to the RFC 3394 form
             CONTINUE
           END-IF.

           IF WS-TARGET-FORMAT NOT = 'K' AND WS-TARGET-FORMAT NOT = 'W'
             DISPLAY 'AESKWCNV: FORMAT MUST BE K OR W'
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.


       CONVERT-ONE-ENTRY.
           ADD 1                          TO WS-CHECKED-COUNT.

           IF NOT KEYF-WRAPPED
             OR KEYF-PENDING
             OR KEYF-DESTROYED
             OR KEYF-KEY = SPACES
             OR KEYF-WRAP-SW = WS-TARGET-FORMAT
             ADD 1                        TO WS-SKIPPED-COUNT
             GO TO CONVERT-ONE-ENTRY-EXIT
           END-IF.

           SET WRP-UNWRAP                 TO TRUE.
           MOVE KEYF-BITS                 TO WRP-BITS.
           MOVE KEYF-KEY                  TO WRP-KEY-IN.
           MOVE SPACES                    TO WRP-KEY-OUT.
           MOVE KEYF-WRAP-SW              TO WRP-FORMAT.
           MOVE KEYF-WRAP-C0              TO WRP-KEY-C0.
           MOVE SPACES                    TO WRP-KEK.

           IF KEYF-MKEY-GEN IS NUMERIC
             MOVE KEYF-MKEY-GEN           TO WRP-MK-GEN
           ELSE
             MOVE 0                       TO WRP-MK-GEN
           END-IF.

           CALL 'AESWRAP' USING WS-WRAP-LS.

           EVALUATE TRUE
             WHEN WRPS-OK
               MOVE WRP-KEY-OUT           TO WS-CLEAR-KEY
               MOVE SPACES                TO WRP-KEY-OUT
             WHEN WRPS-ICV
               ADD 1                      TO WS-FAILED-COUNT
               DISPLAY 'AESKWCNV: INTEGRITY CHECK FAILED FOR '
                       KEYF-ID ' V' KEYF-VERSION ' - LEFT AS-IS'

               MOVE 'KEY WRAP INTEGRITY CHECK FAILED ON CONVERSION'
                                          TO LAL-TEXT OF AL-S
               MOVE 2                     TO LAL-LEVEL OF AL-S
               CALL 'AESALERT' USING AL-S
               GO TO CONVERT-ONE-ENTRY-EXIT
             WHEN OTHER
      *        Most likely AESMKEY itself is missing/unreadable -
      *        stop rather than grind through the whole store
               DISPLAY 'AESKWCNV: UNWRAP FAILED FOR ' KEYF-ID
                       ' V' KEYF-VERSION ' - RUN ABANDONED'
               CLOSE R-KEY
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
               DISPLAY 'AESKWCNV: KCV MISMATCH FOR ' KEYF-ID
                       ' V' KEYF-VERSION ' - LEFT AS-IS'
               GO TO CONVERT-ONE-ENTRY-EXIT
             END-IF
           END-IF.

           SET WRP-WRAP                   TO TRUE.
           MOVE KEYF-BITS                 TO WRP-BITS.
           MOVE WS-CLEAR-KEY              TO WRP-KEY-IN.
           MOVE SPACES                    TO WRP-KEY-OUT WRP-KEY-C0.
           MOVE WS-TARGET-FORMAT          TO WRP-FORMAT.

           CALL 'AESWRAP' USING WS-WRAP-LS.

           MOVE SPACES                    TO WS-CLEAR-KEY WRP-KEY-IN.

           IF NOT WRPS-OK
             DISPLAY 'AESKWCNV: WRAP FAILED FOR ' KEYF-ID
                     ' V' KEYF-VERSION ' - RUN ABANDONED'
             CLOSE R-KEY
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

           REWRITE KEYF-REC.

           IF FS-KEY-OK
             ADD 1                        TO WS-CONVERTED-COUNT
             DISPLAY 'AESKWCNV: CONVERTED ' KEYF-ID ' V' KEYF-VERSION
           ELSE
             DISPLAY 'AESKWCNV: ERROR REWRITING ' KEYF-ID
                     ' V' KEYF-VERSION ': ' FS-KEY
             CLOSE R-KEY
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.

       CONVERT-ONE-ENTRY-EXIT.
           EXIT.
