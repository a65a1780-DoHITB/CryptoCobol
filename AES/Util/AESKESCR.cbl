      * Key material is split exactly as stored - a wrapped entry's
      * shares recombine to the wrapped form, never the clear key.
      * Pending dual-control entries hold no complete key and are
      * skipped, as are module-resident entries, whose key is held
      * only in the hardware module. AESKRECV is the matching
      * recovery utility.
      *
      * Control card AESKEPRM, one record per selection: alias in
      * columns 1-8 ('ALL' escrows every entry), specific version in
      * columns 10-12 (000 takes every version under the alias).
      * A 'T' in column 14 cuts that selection's shares tagged for
      * the test environment, whatever the entry's own tag - the
      * test-tagged escrow AESKRECV loads into the test store so a
      * disputed production run can be replayed there (AESREPRO)
      * without a production-tagged key ever resolving in test.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
          05 PARM-ALIAS                  PIC X(08).
          05 FILLER                      PIC X(01).
          05 PARM-VERSION                PIC 9(03).
          05 FILLER                      PIC X(01).
          05 PARM-ENV                    PIC X(01).

       WORKING-STORAGE SECTION.
         01 FS.
            05 WS-SELECT-ENTRY OCCURS 50.
               10 WS-SEL-ALIAS          PIC X(08).
               10 WS-SEL-VERSION        PIC 9(03).
               10 WS-SEL-ENV            PIC X(01).
         77 WS-SELECT-COUNT             PIC 9(02)   VALUE 0.
         77 WS-SEL-I                    PIC 9(02).
         77 WS-ALL-MODE                 PIC X(01)   VALUE 'N'.
            88 SW-ALL-MODE                          VALUE 'Y'.
         77 WS-ALL-ENV                  PIC X(01)   VALUE SPACE.
      *  Environment tag the wanted entry's shares are cut under -
      *  'T' re-tags for test, space carries the entry's own tag
         77 WS-TAG-ENV                  PIC X(01).
         77 WS-WANTED                   PIC X(01).
            88 SW-WANTED                            VALUE 'Y'.

            05 WS-SHR-WRAP-SW           PIC X(01).
            05 WS-SHR-ENV               PIC X(01).
            05 WS-SHR-KEYPART           PIC X(64).
      *     RFC 3394 integrity block of a 'K'-wrapped entry, carried
      *     whole on both shares - it is no use without the key part
            05 WS-SHR-WRAP-C0           PIC X(16).
            05 WS-SHR-MKEY-GEN          PIC 9(03).
            05 WS-SHR-KEY-USE           PIC X(01).
            05 WS-SHR-CEIL-UNIT         PIC X(01).
            05 WS-SHR-CEILING           PIC 9(12).
            05 WS-SHR-CEIL-WARN-PCT     PIC 9(03).
            05 FILLER                   PIC X(15).

      *  The random mask (share 1) and the XOR result (share 2)
         77 WS-MASK-HEX                 PIC X(64).
               NOT AT END
                 IF PARM-ALIAS = 'ALL     '
                   SET SW-ALL-MODE        TO TRUE
                   IF PARM-ENV = 'T'
                     MOVE 'T'             TO WS-ALL-ENV
                   END-IF
                 ELSE
                   IF WS-SELECT-COUNT < 50
                     ADD 1                TO WS-SELECT-COUNT
                          WS-SEL-ALIAS(WS-SELECT-COUNT)
                     MOVE PARM-VERSION    TO
                          WS-SEL-VERSION(WS-SELECT-COUNT)
                     MOVE SPACE           TO
                          WS-SEL-ENV(WS-SELECT-COUNT)
                     IF PARM-ENV = 'T'
                       MOVE 'T'           TO
                            WS-SEL-ENV(WS-SELECT-COUNT)
                     END-IF
                   END-IF
                 END-IF
             END-READ
             IF FS-KEY-OK
               PERFORM CHECK-ENTRY-WANTED

               EVALUATE TRUE
                 WHEN NOT SW-WANTED
                   CONTINUE
      *          A pending dual-control add holds no complete key -
      *          nothing recoverable to escrow yet
                 WHEN KEYF-PENDING
                   ADD 1                  TO WS-SKIP-COUNT
                   DISPLAY 'AESKESCR: SKIP PENDING ' KEYF-ID
                           ' V' KEYF-VERSION
      *          A module-resident version's key never leaves the
      *          hardware module - its recovery is the module's own
      *          backup, not shares of a blank field
                 WHEN KEYF-MODULE-RESIDENT
                   ADD 1                  TO WS-SKIP-COUNT
                   DISPLAY 'AESKESCR: SKIP MODULE-RESIDENT ' KEYF-ID
                           ' V' KEYF-VERSION
                 WHEN OTHER
                   PERFORM EXPORT-ONE-ENTRY
               END-EVALUATE
             END-IF
           END-PERFORM.


       CHECK-ENTRY-WANTED.
           MOVE 'N'                       TO WS-WANTED.
           MOVE SPACE                     TO WS-TAG-ENV.

           IF SW-ALL-MODE
             SET SW-WANTED                TO TRUE
             MOVE WS-ALL-ENV              TO WS-TAG-ENV
           ELSE
             PERFORM VARYING WS-SEL-I FROM 1 BY 1
               UNTIL WS-SEL-I > WS-SELECT-COUNT
                 AND (WS-SEL-VERSION(WS-SEL-I) = 0
                   OR WS-SEL-VERSION(WS-SEL-I) = KEYF-VERSION)
                 SET SW-WANTED            TO TRUE
                 IF WS-SEL-ENV(WS-SEL-I) = 'T'
                   MOVE 'T'               TO WS-TAG-ENV
                 END-IF
               END-IF
             END-PERFORM
           END-IF.
           MOVE KEYF-EXPIRES              TO WS-SHR-EXPIRES.
           MOVE KEYF-KCV                  TO WS-SHR-KCV.
           MOVE KEYF-WRAP-SW              TO WS-SHR-WRAP-SW.
           MOVE KEYF-WRAP-C0              TO WS-SHR-WRAP-C0.

           IF KEYF-MKEY-GEN IS NUMERIC
             MOVE KEYF-MKEY-GEN           TO WS-SHR-MKEY-GEN
           ELSE
             MOVE 0                       TO WS-SHR-MKEY-GEN
           END-IF.
           IF WS-TAG-ENV = 'T'
             MOVE 'T'                     TO WS-SHR-ENV
           ELSE
             MOVE KEYF-ENV                TO WS-SHR-ENV
           END-IF.
           MOVE KEYF-KEY-USE              TO WS-SHR-KEY-USE.

           IF KEYF-CEIL-SET AND KEYF-CEILING NUMERIC
             MOVE KEYF-CEIL-UNIT          TO WS-SHR-CEIL-UNIT
             MOVE KEYF-CEILING            TO WS-SHR-CEILING
             MOVE KEYF-CEIL-WARN-PCT      TO WS-SHR-CEIL-WARN-PCT
           ELSE
             MOVE SPACE                   TO WS-SHR-CEIL-UNIT
             MOVE 0                       TO WS-SHR-CEILING
                                             WS-SHR-CEIL-WARN-PCT
           END-IF.


       XOR-KEY-AGAINST-MASK.
           MOVE 0                          TO LKGS-VERSION OF KG-S.
      *    Sealing mints a NEW seal - cipher use of the escrow key
           MOVE 'CIPHER  '                 TO LKGS-PURPOSE OF KG-S.
           MOVE 'M'                        TO LKGS-KEY-USE OF KG-S.
           MOVE SPACES                     TO LKG-KEY OF KG-S.

           CALL 'AESKGET' USING KG-S.
