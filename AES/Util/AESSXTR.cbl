      * refused with a clear message - run the full DECIPHER for
      * those.
      *
      * Before a block is read the manifest itself is balanced: its
      * record entries must add up to the record count on the
      * control-total trailer AESFLDR leaves on the end of it
      * (record number 99999999). A manifest that does not balance
      * has lost or gained entries, and nothing is extracted from it
      * (RETURN-CODE 12). One from before the loader kept totals is
      * extracted from with a warning and RETURN-CODE 4. The amount
      * and hash totals themselves cover the whole file, and are
      * balanced by AESFRBL on the full rebuild.
      *
      * A delta generation's manifest balances the same way, its
      * deleted entries aside. A record the delta carries unchanged
      * has no fields in it - the run says so and names the base
      * generation to extract from instead (RETURN-CODE 8).
      *
      * A requester working for a tenant names it on the card. The
      * generation and alias must then sit in that tenant's own
      * namespace (their first four characters the tenant's), or be
      * covered by an active EXTRACT share grant the owning tenant
      * has approved on the AESSHARE register (AESSHCHK). A refused
      * or lapsed grant stops the run before any key is fetched
      * (RETURN-CODE 8); a granted extract journals the grant id.
      *
      * Control card AESSXPRM: RECORD-NO(1-8) GENERATION(10-29)
      * ALIAS(31-38) VERSION(40-42) REQUESTER(44-51) TENANT(53-60).
      *
      * AESSXOUT is a released plaintext copy like any other, and
      * goes out marked for the release on the AESWMPRM card
      * (AESWMARK): each row's trailing filler, and the value of a
      * field AESFMAP's *WMARK lines name as free text, carry the
      * release's pattern for AESWMDET to read back. The release
      * must be active on AESRELRF; with no card the extract is
      * released unmarked and the run says so.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
          05 MAN-START-BLOCK             PIC 9(08).
          05 MAN-START-OFFSET            PIC 9(02).
          05 MAN-HEX-LENGTH              PIC 9(04).
          05 MAN-REC-TYPE                PIC X(08).
          05 MAN-REC-LENGTH              PIC 9(05).
          05 FILLER                      PIC X(02).
          05 MAN-CHANGE                  PIC X(01).
          05 FILLER                      PIC X(87).

      *   AESFMAN control-total trailer (record number 99999999)
       01 MAN-TRAILER-REC.
          05 MTR-RECORD-NO               PIC 9(08).
          05 MTR-TOTAL-NO                PIC 9(03).
          05 MTR-RECORDS                 PIC 9(08).
          05 MTR-TOTAL                   PIC S9(18)
                                         SIGN LEADING SEPARATE.
          05 FILLER                      PIC X(02).
          05 MTR-LOAD-KIND               PIC X(01).
          05 FILLER                      PIC X(49).
          05 MTR-BASE-GEN                PIC X(20).
          05 FILLER                      PIC X(18).

      *   Ciphered generation
       FD R-DAT LABEL RECORD STANDARD.
          05 SXL-FIELDS                  PIC 9(03).
          05 SXL-DATE                    PIC 9(08).
          05 SXL-TIME                    PIC 9(06).
          05 SXL-GRANT-ID                PIC 9(06).
          05 FILLER                      PIC X(05).

      *   AESSXPRM
       FD R-PARM LABEL RECORD STANDARD.
          05 PARM-VERSION                PIC 9(03).
          05 FILLER                      PIC X(01).
          05 PARM-REQUESTER              PIC X(08).
          05 FILLER                      PIC X(01).
          05 PARM-TENANT                 PIC X(08).

       WORKING-STORAGE SECTION.
         01 FS.
         77 WS-ALIAS                    PIC X(08).
         77 WS-VERSION                  PIC 9(03).
         77 WS-REQUESTER                PIC X(08).
         77 WS-TENANT                   PIC X(08).

      *  Cross-tenant share-grant check (AESSHCHK) - linkage
      *  mirrored here
         01 WS-SHARE-LS.
            02 SHC-GRANTEE             PIC X(08).
            02 SHC-ACCESS              PIC X(08).
            02 SHC-GENERATION          PIC X(20).
            02 SHC-USER                PIC X(08).
            02 SHC-PROGRAM             PIC X(08).
            02 SHC-GRANT-ID            PIC 9(06).
            02 SHC-STATUS              PIC X(03).
               88 SHCS-OK                       VALUE 'OK '.
               88 SHCS-NO-GRANT                 VALUE 'NOG'.

      *  Key resolution and the AESCORE machinery, the same load
      *  sequence AESTOKEN drives
         77 WS-FIELD-COUNT             PIC 9(03)   VALUE 0.
         77 WS-BLOCKS-READ             PIC 9(05)   VALUE 0.

      *  Manifest balance - record entries counted against the
      *  loader's trailer
         77 WS-TRAILER-KEY             PIC 9(08)   VALUE 99999999.
         77 WS-MAN-RECORDS             PIC 9(08)   VALUE 0.
         77 WS-LD-RECORDS              PIC 9(08)   VALUE 0.

      *  A delta manifest's change type for the record asked for,
      *  and the generation the delta was taken against
         77 WS-REC-CHANGE              PIC X(01)   VALUE SPACE.
            88 SW-REC-UNCHANGED                    VALUE 'U'.
         01 WS-BASE-GEN                PIC X(20)   VALUE SPACES.
         77 WS-LD-TRAILER              PIC X(01)   VALUE 'N'.
            88 SW-LD-TRAILER                       VALUE 'Y'.

         01 PMW.
            COPY 'AESLLOG.cpy'.

            05 WS-STAMP-HHMMSS          PIC 9(06).
            05 FILLER                   PIC 9(02).

      *  Release watermarking (AESWMARK) - linkage mirrored here
         01 WS-WMARK-LS.
            02 WMK-FUNCTION            PIC X(01).
            02 WMK-PROGRAM             PIC X(08).
            02 WMK-RELEASE-ID          PIC 9(08).
            02 WMK-REQUESTER           PIC X(08).
            02 WMK-STREAM-LENGTH       PIC 9(05).
            02 WMK-STREAM-POS          PIC 9(11).
            02 WMK-RECORD-NO           PIC 9(08).
            02 WMK-FIELD-NO            PIC 9(03).
            02 WMK-REC-TYPE            PIC X(08).
            02 WMK-REC-LENGTH          PIC 9(05).
            02 WMK-MARKER              PIC X(64).
            02 WMK-OBSERVED            PIC 9(03).
            02 WMK-STATUS              PIC X(03).
               88 WMKS-OK                       VALUE 'OK '.
               88 WMKS-OFF                      VALUE 'OFF'.
               88 WMKS-NO-RELEASE               VALUE 'NRL'.
            02 WMK-RECORD              PIC X(32756).
         77 WS-WMARK                   PIC X(01)    VALUE 'N'.
            88 SW-WMARK-ON                          VALUE 'Y'.

       LINKAGE SECTION.

       PROCEDURE DIVISION.
       MAINLINE.
           PERFORM READ-PARAMETERS.
           PERFORM CHECK-TENANT-ACCESS
              THRU CHECK-TENANT-ACCESS-EXIT.
           PERFORM CHECK-MANIFEST-BALANCE.
           PERFORM LOAD-TABLES.
           PERFORM RESOLVE-KEY.

           END-IF.

           PERFORM CHECK-GENERATION-MODE.
           PERFORM START-WATERMARK.

           OPEN OUTPUT R-OUT.

                 CONTINUE
               NOT AT END
                 IF MAN-RECORD-NO = WS-RECORD-NO
                   AND MAN-FIELD-NO > 0
                   ADD 1                  TO WS-FIELD-COUNT
                   PERFORM EXTRACT-ONE-FIELD
                 END-IF

           PERFORM WRITE-ACCESS-JOURNAL.

           EVALUATE TRUE
             WHEN WS-FIELD-COUNT = 0 AND SW-REC-UNCHANGED
               DISPLAY 'AESSXTR: RECORD ' WS-RECORD-NO
                       ' IS UNCHANGED IN THIS DELTA - EXTRACT IT FROM '
                       'ITS BASE ' WS-BASE-GEN
               MOVE 8                     TO RETURN-CODE
             WHEN WS-FIELD-COUNT = 0
               DISPLAY 'AESSXTR: RECORD ' WS-RECORD-NO
                       ' NOT IN AESFMAN'
               MOVE 8                     TO RETURN-CODE
             WHEN OTHER
               DISPLAY 'AESSXTR: ' WS-FIELD-COUNT ' field(s) of '
                       'record ' WS-RECORD-NO ' recovered from '
                       WS-BLOCKS-READ ' block read(s)'
               IF NOT SW-LD-TRAILER
                 MOVE 4                   TO RETURN-CODE
               END-IF
           END-EVALUATE.

           STOP RUN.

               MOVE PARM-ALIAS            TO WS-ALIAS
               MOVE PARM-VERSION          TO WS-VERSION
               MOVE PARM-REQUESTER        TO WS-REQUESTER
               MOVE PARM-TENANT           TO WS-TENANT
           END-READ.

           CLOSE R-PARM.

           IF WS-RECORD-NO = 0 OR WS-RECORD-NO = WS-TRAILER-KEY
             OR WS-DAT-FILE-NAME = SPACES
             OR WS-REQUESTER = SPACES
             DISPLAY 'AESSXTR: RECORD, GENERATION AND REQUESTER '
                     'ARE REQUIRED'
           END-IF.


       CHECK-TENANT-ACCESS.
      *     No tenant on the card, or everything inside the tenant's
      *     own namespace - nothing to grant
           MOVE ZERO                      TO SHC-GRANT-ID.

           IF WS-TENANT = SPACES
             GO TO CHECK-TENANT-ACCESS-EXIT
           END-IF.

           IF WS-DAT-FILE-NAME(1:4) = WS-TENANT(1:4)
             AND (WS-ALIAS = SPACES
                  OR WS-ALIAS(1:4) = WS-TENANT(1:4))
             GO TO CHECK-TENANT-ACCESS-EXIT
           END-IF.

      *     A grant covers the owner's generation under the owner's
      *     own key - a foreign alias on a home generation, or one
      *     tenant's key on a third's data, is a wrong card
           IF WS-DAT-FILE-NAME(1:4) = WS-TENANT(1:4)
             OR (WS-ALIAS NOT = SPACES
                 AND WS-ALIAS(1:4) NOT = WS-DAT-FILE-NAME(1:4))
             DISPLAY 'AESSXTR: TENANT ' WS-TENANT
                     ' NAMES ANOTHER TENANT''S KEY OR GENERATION'
             MOVE 8                       TO RETURN-CODE
             STOP RUN
           END-IF.

           MOVE WS-TENANT                 TO SHC-GRANTEE.
           MOVE 'EXTRACT '                TO SHC-ACCESS.
           MOVE WS-DAT-FILE-NAME          TO SHC-GENERATION.
           MOVE WS-REQUESTER              TO SHC-USER.
           MOVE 'AESSXTR '                TO SHC-PROGRAM.

           CALL 'AESSHCHK' USING WS-SHARE-LS.

           IF SHCS-OK
             DISPLAY 'AESSXTR: TENANT ' WS-TENANT ' EXTRACTS FROM '
                     WS-DAT-FILE-NAME ' UNDER SHARE GRANT '
                     SHC-GRANT-ID
           ELSE
             IF SHCS-NO-GRANT
               DISPLAY 'AESSXTR: NO SHARE GRANT LETS TENANT '
                       WS-TENANT ' EXTRACT FROM ' WS-DAT-FILE-NAME
             ELSE
               DISPLAY 'AESSXTR: SHARE GRANT ' SHC-GRANT-ID
                       ' FOR TENANT ' WS-TENANT ' ON '
                       WS-DAT-FILE-NAME ' NOT USABLE ('
                       SHC-STATUS ')'
             END-IF
             MOVE 8                       TO RETURN-CODE
             STOP RUN
           END-IF.

       CHECK-TENANT-ACCESS-EXIT.
           EXIT.


       CHECK-MANIFEST-BALANCE.
      *     One pass over the manifest counting record (field-0)
      *     entries, before any key is fetched or block deciphered
           OPEN INPUT R-MAN.

           IF FS-MAN-OK
             CONTINUE
           ELSE
             DISPLAY 'AESSXTR: CANNOT OPEN AESFMAN: ' FS-MAN
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.

           PERFORM UNTIL FS-MAN-EOF
             READ R-MAN
               AT END
                 CONTINUE
               NOT AT END
                 EVALUATE TRUE
                   WHEN MAN-RECORD-NO = WS-TRAILER-KEY
                     IF MTR-TOTAL-NO = 0
                       SET SW-LD-TRAILER  TO TRUE
                       MOVE MTR-RECORDS   TO WS-LD-RECORDS
                       IF MTR-LOAD-KIND = 'D'
                         MOVE MTR-BASE-GEN TO WS-BASE-GEN
                       END-IF
                     END-IF
      *            A delta's deleted entries are no record of its file
                   WHEN MAN-FIELD-NO = 0 AND MAN-CHANGE = 'D'
                     CONTINUE
                   WHEN MAN-FIELD-NO = 0
                     ADD 1                TO WS-MAN-RECORDS
                     IF MAN-RECORD-NO = WS-RECORD-NO
                       MOVE MAN-CHANGE    TO WS-REC-CHANGE
                     END-IF
                 END-EVALUATE
             END-READ
           END-PERFORM.

           CLOSE R-MAN.

           IF SW-LD-TRAILER
             IF WS-MAN-RECORDS NOT = WS-LD-RECORDS
               DISPLAY 'AESSXTR: AESFMAN OUT OF BALANCE - '
                       WS-MAN-RECORDS ' RECORD ENTRIES, TRAILER SAYS '
                       WS-LD-RECORDS ' - NOTHING EXTRACTED'
               MOVE 12                    TO RETURN-CODE
               STOP RUN
             END-IF
           ELSE
             DISPLAY 'AESSXTR: AESFMAN CARRIES NO CONTROL TOTALS - '
                     'EXTRACT NOT BALANCED'
           END-IF.


       LOAD-TABLES.
           MOVE SPACES                     TO PMW.
           SET LLOG-MAX OF PMW             TO TRUE.
           MOVE 'AESSXTR EXTRACT '       TO LKGS-RUN-IDENT OF KG-S.
           MOVE WS-VERSION                 TO LKGS-VERSION OF KG-S.
           MOVE 'DECIPHER'                 TO LKGS-PURPOSE OF KG-S.
           MOVE 'D'                        TO LKGS-KEY-USE OF KG-S.
           MOVE SPACES                     TO LKG-KEY OF KG-S.

           CALL 'AESKGET' USING KG-S.
           END-IF.


       START-WATERMARK.
           MOVE 'I'                       TO WMK-FUNCTION.
           MOVE 'AESSXTR '                TO WMK-PROGRAM.

           CALL 'AESWMARK' USING WS-WMARK-LS.

           EVALUATE TRUE
             WHEN WMKS-OK
               SET SW-WMARK-ON            TO TRUE
               DISPLAY 'AESSXTR: AESSXOUT MARKED FOR RELEASE '
                       WMK-RELEASE-ID ' TO ' WMK-REQUESTER
             WHEN WMKS-OFF
               DISPLAY 'AESSXTR: NO AESWMPRM CARD - AESSXOUT '
                       'RELEASED UNMARKED'
             WHEN WMKS-NO-RELEASE
               DISPLAY 'AESSXTR: RELEASE ' WMK-RELEASE-ID
                       ' IS NOT ACTIVE ON AESRELRF'
               MOVE 12                    TO RETURN-CODE
               STOP RUN
             WHEN OTHER
               DISPLAY 'AESSXTR: BAD AESWMPRM CARD OR AESFMAP '
                       '*WMARK LINE'
               MOVE 12                    TO RETURN-CODE
               STOP RUN
           END-EVALUATE.


       EXTRACT-ONE-FIELD.
      *     Walk the field's hex span block by block, deciphering
      *     each touched block once
             MOVE 1                       TO WS-CUR-OFFSET
           END-PERFORM.

           MOVE SPACES                    TO OUT-REC.

           PERFORM REBUILD-FIELD-BYTES.

           MOVE WS-RECORD-NO              TO OUT-RECORD-NO.
           MOVE MAN-FIELD-NO              TO OUT-FIELD-NO.
           MOVE WS-OUT-LEN                TO OUT-LENGTH.

           IF SW-WMARK-ON
             MOVE 'X'                     TO WMK-FUNCTION
             MOVE OUT-REC                 TO WMK-RECORD
             MOVE WS-RECORD-NO            TO WMK-RECORD-NO
             MOVE MAN-FIELD-NO            TO WMK-FIELD-NO
             CALL 'AESWMARK' USING WS-WMARK-LS
             MOVE WMK-RECORD(1:160)       TO OUT-REC
           END-IF.

           WRITE OUT-REC.

           IF FS-OUT-OK
             MOVE WS-RECORD-NO            TO SXL-RECORD-NO
             MOVE WS-DAT-FILE-NAME        TO SXL-GEN
             MOVE WS-FIELD-COUNT          TO SXL-FIELDS
             MOVE SHC-GRANT-ID            TO SXL-GRANT-ID
             ACCEPT SXL-DATE              FROM DATE YYYYMMDD
             ACCEPT WS-STAMP-TIME         FROM TIME
             MOVE WS-STAMP-HHMMSS         TO SXL-TIME
