      *     carried clear key material, so a replayed pending entry
      *     holds no component - the completing 'A' record carries
      *     the whole (wrapped) key.
      *   - an 'O' record is an AESREORG reorganization of the
      *     primary store: nothing is applied - this site's AESKEYF
      *     is counted and checksummed the way AESREORG did it and
      *     must agree. A copy that does not is alerted and the run
      *     ends RETURN-CODE 8; the apply carries on past it, since
      *     stopping would only let the DR copy fall further behind.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
         77 WS-GAP-FOUND               PIC X(01)   VALUE 'N'.
            88 SW-GAP-FOUND                        VALUE 'Y'.

      *  Equivalence check against an AESREORG record - count and
      *  ORD-sum checksum, pending components counted as spaces
         77 WS-DR-RECORDS              PIC 9(09).
         77 WS-DR-CHECKSUM             PIC 9(10).
         77 WS-CK-I                    PIC 9(03).
         77 WS-WALK-DONE               PIC X(01).
            88 SW-WALK-DONE                        VALUE 'Y'.
         77 WS-NOT-EQUIVALENT          PIC X(01)   VALUE 'N'.
            88 SW-NOT-EQUIVALENT                   VALUE 'Y'.

         01 AL-S.
            COPY 'ALERT-PUT.cpy'.

           DISPLAY 'AESKAPLY: ' WS-APPLIED-COUNT ' change(s) applied, '
                   'position ' WS-LAST-SEQ.

           IF SW-GAP-FOUND OR SW-NOT-EQUIVALENT
             MOVE 8                       TO RETURN-CODE
           END-IF.

             GO TO APPLY-ONE-RECORD-EXIT
           END-IF.

           IF KRPL-ACTION = 'O'
             PERFORM CHECK-REORG-EQUIVALENCE
             GO TO APPLY-ONE-RECORD-ADVANCE
           END-IF.

           MOVE KRPL-IMAGE                TO KEYF-REC.

           WRITE KEYF-REC.
             STOP RUN
           END-IF.

       APPLY-ONE-RECORD-ADVANCE.
           MOVE KRPL-SEQ                  TO WS-LAST-SEQ.
           COMPUTE WS-EXPECT-SEQ = WS-LAST-SEQ + 1.
           PERFORM WRITE-APPLY-CHECKPOINT.

       APPLY-ONE-RECORD-EXIT.
           EXIT.


       CHECK-REORG-EQUIVALENCE.
      *     Every change journalled before the reorganization has
      *     been applied by now, so this copy must hold exactly what
      *     the primary held when it was reorganized
           MOVE 0                         TO WS-DR-RECORDS
                                             WS-DR-CHECKSUM.
           MOVE LOW-VALUES                TO KEYF-REC-KEY.
           MOVE 'N'                       TO WS-WALK-DONE.

           START R-KEY KEY IS NOT LESS THAN KEYF-REC-KEY
             INVALID KEY
               SET SW-WALK-DONE           TO TRUE
           END-START.

           PERFORM UNTIL SW-WALK-DONE
             READ R-KEY NEXT RECORD

             IF FS-KEY-OK
               ADD 1                      TO WS-DR-RECORDS
               MOVE SPACES                TO KEYF-PEND-COMP

               PERFORM VARYING WS-CK-I FROM 1 BY 1
                 UNTIL WS-CK-I > 194
                 COMPUTE WS-DR-CHECKSUM =
                   FUNCTION MOD(WS-DR-CHECKSUM
                     + FUNCTION ORD(KEYF-REC(WS-CK-I:1))
                     9999999999)
               END-PERFORM
             ELSE
               SET SW-WALK-DONE           TO TRUE
             END-IF
           END-PERFORM.

           IF WS-DR-RECORDS = KRPL-ORG-RECORDS
             AND WS-DR-CHECKSUM = KRPL-ORG-CHECKSUM
             DISPLAY 'AESKAPLY: REORGANIZATION AT SEQ ' KRPL-SEQ
                     ' - DR COPY EQUIVALENT (' WS-DR-RECORDS
                     ' RECORD(S))'
           ELSE
             SET SW-NOT-EQUIVALENT        TO TRUE

             DISPLAY 'AESKAPLY: REORGANIZATION AT SEQ ' KRPL-SEQ
                     ' - DR COPY HOLDS ' WS-DR-RECORDS
                     ' RECORD(S) CHECKSUM ' WS-DR-CHECKSUM
                     ', PRIMARY HELD ' KRPL-ORG-RECORDS
                     ' CHECKSUM ' KRPL-ORG-CHECKSUM

             MOVE 'AESKEYF DR COPY NOT EQUIVALENT TO PRIMARY AT REORG'
                                          TO LAL-TEXT OF AL-S
             MOVE 2                       TO LAL-LEVEL OF AL-S
             CALL 'AESALERT' USING AL-S
           END-IF.
