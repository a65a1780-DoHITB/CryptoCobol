       ID DIVISION.
       PROGRAM-ID. AESTVREC.
      *****************************************************************
      * Integrity reconciliation for the AESTOKEN token vault.
      * AESTVLT (token -> ciphertext) and AESTVLX (ciphertext ->
      * token) are separate KSDS kept in step only by AESTOKEN,
      * AESTVROT, AESTPRGE and AESERASE all behaving - an abend
      * between the two writes, or a restore of one file and not
      * the other, leaves them disagreeing, and nothing noticed.
      * This checks, and reports to AESTVRPT:
      *
      *   - every AESTVLX entry names a token AESTVLT holds, under
      *     the very ciphertext the entry is keyed on,
      *   - every AESTVLT entry has its mirror in AESTVLX (the entry
      *     for its ciphertext names it back),
      *   - every ciphertext deciphers under the VAULTKEY version
      *     on the card (000 - the active one) to a plausible value.
      *     The vault holds the character fields AESBTOKN tokenizes,
      *     so a value with a byte outside the printable range was
      *     not ciphered under that version - typically a token a
      *     broken-off AESTVROT campaign never rotated. VALUE CLASS B
      *     on the card says the vault holds binary values, and the
      *     plausibility test is not made,
      *   - when AESBUSTK is supplied, every token in the tokenized
      *     business copy is still in AESTVLT - the fields are the
      *     same AESFMAP map AESBTOKN tokenized them under, record
      *     types and *RECFM included. A blank field (AESBTOKN's
      *     mark for a value it could not tokenize) is not a token.
      *
      * FUNCTION R repairs what it can, rebuilding the index side
      * from the vault side - AESTVLT is the record of what was
      * tokenized and is never changed here: an index entry whose
      * token is gone, or whose token now sits under a different
      * ciphertext, is deleted, and a vault entry with no index
      * entry gets one written. Two tokens under one ciphertext (one
      * value tokenized twice) and undecipherable values need a
      * person's decision and are reported only; so are business
      * tokens missing from the vault.
      *
      * RETURN-CODE 0 - clean; 4 - findings, every one repaired;
      * 8 - findings left standing.
      *
      * Control card AESTVRPM (optional): FUNCTION(1) C check (the
      * default) or R repair, VERSION(3-5), VALUE CLASS(7) C or B.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *     VAULT (AESTVLT - KSDS keyed on token)
            SELECT R-VLT ASSIGN TO 'AESTVLT'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS VLT-TOKEN
                   FILE STATUS  IS FS-VLT.

      *     VAULT INDEX (AESTVLX - KSDS keyed on ciphertext)
            SELECT R-VLX ASSIGN TO 'AESTVLX'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS VLX-CIPHER
                   FILE STATUS  IS FS-VLX.

      *     CONTROL CARD (AESTVRPM - optional)
            SELECT OPTIONAL R-PARM ASSIGN TO 'AESTVRPM'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-PARM.

      *     TOKENIZED BUSINESS COPY (AESBUSTK - LRECL=256, optional)
            SELECT OPTIONAL R-BUS ASSIGN TO 'AESBUSTK'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-BUS.

      *     AESBUSTK, VARIABLE (RECFM=VB - read instead of R-BUS
      *     when AESFMAP's *RECFM line says V)
            SELECT OPTIONAL R-VBUS ASSIGN TO 'AESBUSTK'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-BUS.

      *     FIELD MAP (AESFMAP - the map AESBTOKN tokenized under)
            SELECT OPTIONAL R-MAP ASSIGN TO 'AESFMAP'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-MAP.

      *     RECONCILIATION REPORT (AESTVRPT)
            SELECT R-RPT ASSIGN TO 'AESTVRPT'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-RPT.

       DATA DIVISION.
       FILE SECTION.
      *   AESTVLT
       FD R-VLT LABEL RECORD STANDARD.

       01 VLT-REC.
          02 VLT-TOKEN                PIC X(16).
          02 VLT-CIPHER               PIC X(32).
          02 VLT-CREATED              PIC 9(08).
          02 VLT-LAST-USED            PIC 9(08).

      *   AESTVLX
       FD R-VLX LABEL RECORD STANDARD.

       01 VLX-REC.
          02 VLX-CIPHER               PIC X(32).
          02 VLX-TOKEN                PIC X(16).

      *   AESTVRPM
       FD R-PARM LABEL RECORD STANDARD.

       01 PARM-REC.
          05 PARM-FUNCTION               PIC X(01).
          05 FILLER                      PIC X(01).
          05 PARM-VERSION                PIC 9(03).
          05 FILLER                      PIC X(01).
          05 PARM-VALUE-CLASS            PIC X(01).

      *   AESBUSTK
       FD R-BUS LABEL RECORD STANDARD.

       01 BUS-REC                        PIC X(256).

      *   AESBUSTK, variable-length
       FD R-VBUS LABEL RECORD STANDARD
                 RECORD IS VARYING IN SIZE FROM 1 TO 32756
                 DEPENDING ON WS-BUS-LENGTH.

       01 VBUS-REC                       PIC X(32756).

      *   AESFMAP
       FD R-MAP LABEL RECORD STANDARD.

       01 MAP-REC.
          05 MAP-OFFSET                  PIC 9(04).
          05 MAP-LENGTH                  PIC 9(03).
          05 FILLER                      PIC X(01).
          05 MAP-REC-TYPE                PIC X(08).
          05 FILLER                      PIC X(01).
          05 MAP-TEST-OFFSET             PIC 9(04).
          05 FILLER                      PIC X(01).
          05 MAP-TEST-LENGTH             PIC 9(02).
          05 FILLER                      PIC X(01).
          05 MAP-TEST-VALUE              PIC X(20).
          05 MAP-RECFM-VALUE REDEFINES MAP-TEST-VALUE.
             10 MAP-RECFM                PIC X(01).
             10 FILLER                   PIC X(01).
             10 MAP-MAX-LENGTH           PIC 9(05).
             10 FILLER                   PIC X(13).
          05 FILLER                      PIC X(01).
          05 MAP-FIELD-CLASS             PIC X(01).

      *   AESTVRPT
       FD R-RPT LABEL RECORD STANDARD.

       01 RPT-REC                        PIC X(80).

       WORKING-STORAGE SECTION.
         01 FS.
            05 FS-VLT                   PIC 9(02).
               88 FS-VLT-OK                       VALUE 0.
               88 FS-VLT-NOTFND                   VALUE 23.
            05 FS-VLX                   PIC 9(02).
               88 FS-VLX-OK                       VALUE 0.
               88 FS-VLX-NOTFND                   VALUE 23.
            05 FS-PARM                  PIC 9(02).
               88 FS-PARM-OK                      VALUE 0.
            05 FS-BUS                   PIC 9(02).
               88 FS-BUS-OK                       VALUE 0.
               88 FS-BUS-EOF                      VALUE 10.
            05 FS-MAP                   PIC 9(02).
               88 FS-MAP-OK                       VALUE 0.
               88 FS-MAP-EOF                      VALUE 10.
            05 FS-RPT                   PIC 9(02).
               88 FS-RPT-OK                       VALUE 0.

         77 WS-FUNCTION                 PIC X(01)   VALUE 'C'.
            88 SW-FUNCTION-CHECK                   VALUE 'C'.
            88 SW-FUNCTION-REPAIR                  VALUE 'R'.
         77 WS-VERSION                  PIC 9(03)   VALUE 0.
         77 WS-VALUE-CLASS              PIC X(01)   VALUE 'C'.
            88 SW-VALUE-CHARACTER                  VALUE 'C'.
            88 SW-VALUE-BINARY                     VALUE 'B'.

      *  The vault key, resolved up front through AESKGET
         01 KG-S.
            COPY 'KMS-GET.cpy'.
         77 WS-VAULT-KEY               PIC X(64).
         77 WS-VAULT-BITS              PIC X(03).

      *  Decipher schedule, expanded once ('K') and restored per
      *  record, as AESTVROT keeps its old key's
         77 WS-VAULT-KSCH              PIC X(480).

      *  AESCORE machinery, tables loaded once through AESTGET
         01 DG-S.
            COPY 'DATA-GET.cpy'.

         COPY 'AESLCOR.cpy'.

         77 WS-CIPHER-DATA             PIC X(2860).
         77 WS-DECIPHER-DATA           PIC X(2860).

         77 WS-CLEAR-VALUE             PIC X(32).
         77 WS-CV-I                    PIC 9(02).
         77 WS-PLAUSIBLE               PIC X(01).
            88 SW-PLAUSIBLE                        VALUE 'Y'.

         77 WS-SAVE-TOKEN              PIC X(16).
         77 WS-SAVE-CIPHER             PIC X(32).
         77 WS-WALK-DONE               PIC X(01).
            88 SW-WALK-DONE                        VALUE 'Y'.

      *  Business scan - the AESBTOKN field map and record types
         77 WS-SCAN-BUSINESS           PIC X(01)   VALUE 'N'.
            88 SW-SCAN-BUSINESS                    VALUE 'Y'.
         77 WS-RECFM                   PIC X(01)    VALUE 'F'.
            88 SW-RECFM-VARIABLE                    VALUE 'V'.
         77 WS-MAX-LENGTH              PIC 9(05)    VALUE 256.
         77 WS-BUS-LENGTH              PIC 9(05)    VALUE 0.
         01 WS-BUS-REC                 PIC X(32756).

         01 WS-MAP-TABLE.
            05 WS-MAP-ENTRY            OCCURS 50.
               10 WS-MAP-OFFSET        PIC 9(04).
               10 WS-MAP-TYPE          PIC X(08).
         77 WS-MAP-COUNT               PIC 9(02)    VALUE 0.
         77 WS-MAP-I                   PIC 9(02).

         01 WS-TYPE-TABLE.
            05 WS-TYPE-ENTRY           OCCURS 20.
               10 WS-TYPE-NAME         PIC X(08).
               10 WS-TYPE-OFFSET       PIC 9(04).
               10 WS-TYPE-LENGTH       PIC 9(02).
               10 WS-TYPE-VALUE        PIC X(20).
         77 WS-TYPE-COUNT              PIC 9(02)    VALUE 0.
         77 WS-TYPE-I                  PIC 9(02).
         77 WS-REC-TYPE                PIC X(08).
         77 WS-UNMATCHED               PIC X(06)    VALUE 'REFUSE'.
            88 SW-UNMATCHED-PASS                    VALUE 'PASS'.
         77 WS-BUS-TOKEN               PIC X(16).

         77 WS-VLT-COUNT               PIC 9(09)   VALUE 0.
         77 WS-VLX-COUNT               PIC 9(09)   VALUE 0.
         77 WS-BUS-RECORDS             PIC 9(09)   VALUE 0.
         77 WS-BUS-TOKENS              PIC 9(09)   VALUE 0.
         77 WS-FINDING-COUNT           PIC 9(09)   VALUE 0.
         77 WS-REPAIRED-COUNT          PIC 9(09)   VALUE 0.

         01 WS-RPT-LINE                PIC X(80).
         01 WS-TODAY                   PIC 9(08).

         01 PMW.
            COPY 'AESLLOG.cpy'.

       LINKAGE SECTION.

       PROCEDURE DIVISION.
       MAINLINE.
           PERFORM READ-PARAMETERS.
           PERFORM LOAD-FIELD-MAP.
           PERFORM LOAD-TABLES.
           PERFORM RESOLVE-VAULT-KEY.

           ACCEPT WS-TODAY                FROM DATE YYYYMMDD.

           OPEN OUTPUT R-RPT.

           IF FS-RPT-OK
             CONTINUE
           ELSE
             DISPLAY 'AESTVREC: ERROR OPENING AESTVRPT: ' FS-RPT
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.

           IF SW-FUNCTION-REPAIR
             STRING 'AESTVREC VAULT RECONCILIATION AND REPAIR FOR '
                    WS-TODAY ' - VAULTKEY V' WS-VERSION
             DELIMITED BY SIZE          INTO WS-RPT-LINE
           ELSE
             STRING 'AESTVREC VAULT RECONCILIATION FOR ' WS-TODAY
                    ' - VAULTKEY V' WS-VERSION
             DELIMITED BY SIZE          INTO WS-RPT-LINE
           END-IF.
           PERFORM WRITE-REPORT-LINE.

      *     The vault side is only ever read
           OPEN INPUT R-VLT.

           IF FS-VLT-OK
             CONTINUE
           ELSE
             DISPLAY 'AESTVREC: CANNOT OPEN AESTVLT: ' FS-VLT
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.

           IF SW-FUNCTION-REPAIR
             OPEN I-O R-VLX
           ELSE
             OPEN INPUT R-VLX
           END-IF.

           IF FS-VLX-OK
             CONTINUE
           ELSE
             DISPLAY 'AESTVREC: CANNOT OPEN AESTVLX: ' FS-VLX
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.

      *     Index side first - in a repair the bad entries are gone
      *     before the vault walk looks for each token's mirror
           PERFORM WALK-THE-INDEX.
           PERFORM WALK-THE-VAULT.

           CLOSE R-VLX.

           IF SW-SCAN-BUSINESS
             PERFORM SCAN-BUSINESS-COPY
           END-IF.

           CLOSE R-VLT.

           STRING 'TOTALS - ' WS-VLT-COUNT ' TOKEN(S), ' WS-VLX-COUNT
                  ' INDEX ENTRIES, ' WS-FINDING-COUNT ' FINDING(S), '
                  WS-REPAIRED-COUNT ' REPAIRED'
           DELIMITED BY SIZE            INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

           IF SW-SCAN-BUSINESS
             STRING 'AESBUSTK - ' WS-BUS-RECORDS ' RECORD(S), '
                    WS-BUS-TOKENS ' TOKEN(S) CHECKED AGAINST AESTVLT'
             DELIMITED BY SIZE          INTO WS-RPT-LINE
             PERFORM WRITE-REPORT-LINE
           END-IF.

           CLOSE R-RPT.

           MOVE SPACES                    TO WS-VAULT-KEY
                                             WS-VAULT-KSCH
                                             IO-KEY OF IOCOMM
                                             IO-KSCH OF IOCOMM.

           EVALUATE TRUE
             WHEN WS-FINDING-COUNT = 0
               CONTINUE
             WHEN WS-REPAIRED-COUNT = WS-FINDING-COUNT
               MOVE 4                     TO RETURN-CODE
             WHEN OTHER
               MOVE 8                     TO RETURN-CODE
           END-EVALUATE.

           DISPLAY 'AESTVREC: ' WS-VLT-COUNT ' token(s), '
                   WS-FINDING-COUNT ' finding(s), '
                   WS-REPAIRED-COUNT ' repaired'.

           STOP RUN.


       READ-PARAMETERS.
           OPEN INPUT R-PARM.

           IF FS-PARM-OK
             READ R-PARM
               AT END
                 CONTINUE
               NOT AT END
                 IF PARM-FUNCTION NOT = SPACE
                   MOVE PARM-FUNCTION     TO WS-FUNCTION
                 END-IF
                 IF PARM-VERSION IS NUMERIC
                   MOVE PARM-VERSION      TO WS-VERSION
                 END-IF
                 IF PARM-VALUE-CLASS NOT = SPACE
                   MOVE PARM-VALUE-CLASS  TO WS-VALUE-CLASS
                 END-IF
             END-READ

             CLOSE R-PARM
           ELSE
             CONTINUE
           END-IF.

           IF NOT SW-FUNCTION-CHECK AND NOT SW-FUNCTION-REPAIR
             DISPLAY 'AESTVREC: FUNCTION MUST BE C (CHECK) OR '
                     'R (REPAIR)'
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.

           IF NOT SW-VALUE-CHARACTER AND NOT SW-VALUE-BINARY
             DISPLAY 'AESTVREC: VALUE CLASS MUST BE C OR B'
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.


       LOAD-FIELD-MAP.
      *     No tokenized copy supplied - the vault is checked on its
      *     own
           OPEN INPUT R-MAP.

           IF FS-MAP-OK
             CONTINUE
           ELSE
             GO TO LOAD-FIELD-MAP-EXIT
           END-IF.

           PERFORM UNTIL FS-MAP-EOF
             READ R-MAP
               AT END
                 CONTINUE
               NOT AT END
                 EVALUATE TRUE
                   WHEN MAP-OFFSET = 0 AND MAP-LENGTH = 0
                     PERFORM LOAD-TYPE-LINE
      *            Only 16-byte fields were ever tokenized
                   WHEN MAP-LENGTH NOT = 16
                     CONTINUE
                   WHEN MAP-OFFSET > 0 AND WS-MAP-COUNT < 50
                     ADD 1                TO WS-MAP-COUNT
                     MOVE MAP-OFFSET      TO
                          WS-MAP-OFFSET(WS-MAP-COUNT)
                     MOVE MAP-REC-TYPE    TO
                          WS-MAP-TYPE(WS-MAP-COUNT)
                   WHEN OTHER
                     DISPLAY 'AESTVREC: BAD/EXCESS AESFMAP ENTRY '
                             'SKIPPED'
                 END-EVALUATE
             END-READ
           END-PERFORM.

           CLOSE R-MAP.

           IF WS-MAP-COUNT > 0
             SET SW-SCAN-BUSINESS         TO TRUE
           END-IF.

       LOAD-FIELD-MAP-EXIT.
           EXIT.


       LOAD-TYPE-LINE.
           EVALUATE TRUE
             WHEN MAP-REC-TYPE = '*RECFM'
               MOVE MAP-RECFM             TO WS-RECFM
               IF WS-RECFM = 'V' AND MAP-MAX-LENGTH IS NUMERIC
                 AND MAP-MAX-LENGTH > 0
                 AND MAP-MAX-LENGTH <= 32756
                 MOVE MAP-MAX-LENGTH      TO WS-MAX-LENGTH
               ELSE
                 MOVE 'F'                 TO WS-RECFM
                 MOVE 256                 TO WS-MAX-LENGTH
               END-IF
             WHEN MAP-REC-TYPE = '*OTHER'
               MOVE MAP-TEST-VALUE        TO WS-UNMATCHED
             WHEN MAP-REC-TYPE = '*TOTAL'
             WHEN MAP-REC-TYPE = '*KEY'
             WHEN MAP-REC-TYPE = '*WMARK'
               CONTINUE
             WHEN MAP-REC-TYPE NOT = SPACES
               AND MAP-TEST-OFFSET IS NUMERIC
               AND MAP-TEST-LENGTH IS NUMERIC
               AND MAP-TEST-OFFSET > 0
               AND MAP-TEST-LENGTH > 0 AND MAP-TEST-LENGTH <= 20
               AND WS-TYPE-COUNT < 20
               ADD 1                      TO WS-TYPE-COUNT
               MOVE MAP-REC-TYPE          TO
                    WS-TYPE-NAME(WS-TYPE-COUNT)
               MOVE MAP-TEST-OFFSET       TO
                    WS-TYPE-OFFSET(WS-TYPE-COUNT)
               MOVE MAP-TEST-LENGTH       TO
                    WS-TYPE-LENGTH(WS-TYPE-COUNT)
               MOVE MAP-TEST-VALUE        TO
                    WS-TYPE-VALUE(WS-TYPE-COUNT)
             WHEN OTHER
               DISPLAY 'AESTVREC: BAD/EXCESS AESFMAP TYPE LINE '
                       MAP-REC-TYPE ' SKIPPED'
           END-EVALUATE.


       LOAD-TABLES.
      *     Same two-read/close AESTGET sequence AESTOKEN drives
           MOVE SPACES                     TO PMW.
           SET LLOG-MAX OF PMW             TO TRUE.
           MOVE PMW                        TO PUT-MESSAGE-LS OF DG-S.
           MOVE 'AESMPUT'                  TO PUT-MESSAGE OF DG-S.
           MOVE PMW                        TO PUT-MESSAGE-LS OF KG-S.
           MOVE 'AESMPUT'                  TO PUT-MESSAGE OF KG-S.

           CALL 'AESTGET' USING DG-S.
           MOVE LDG-TEXT OF DG-S           TO WS-CIPHER-DATA.

           CALL 'AESTGET' USING DG-S.
           MOVE LDG-TEXT OF DG-S           TO WS-DECIPHER-DATA.

           MOVE 'C'                        TO LDGS-CFILE OF DG-S.
           CALL 'AESTGET' USING DG-S.

           MOVE PMW                        TO IOPUTM.
           MOVE 0                          TO IO-BATCH-COUNT OF IOCOMM.


       RESOLVE-VAULT-KEY.
      *     Reading back what the vault holds - an expired vault key
      *     must still be checkable
           MOVE 'VAULTKEY'                 TO LKGS-ALIAS OF KG-S.
           MOVE 'AESTVREC RECON  '       TO LKGS-RUN-IDENT OF KG-S.
           MOVE WS-VERSION                 TO LKGS-VERSION OF KG-S.
           MOVE 'DECIPHER'                 TO LKGS-PURPOSE OF KG-S.
           MOVE 'V'                        TO LKGS-KEY-USE OF KG-S.
           MOVE SPACES                     TO LKG-KEY OF KG-S.

           CALL 'AESKGET' USING KG-S.

           IF LKG-STATUS OF KG-S = 'OK '
             MOVE LKG-KEY OF KG-S          TO WS-VAULT-KEY
             MOVE LKG-BITS OF KG-S         TO WS-VAULT-BITS
             MOVE LKGS-KEY-VERSION OF KG-S TO WS-VERSION
             MOVE SPACES                   TO LKG-KEY OF KG-S
           ELSE
             DISPLAY 'AESTVREC: VAULTKEY V' WS-VERSION
                     ' LOOKUP FAILED'
             MOVE 8                        TO RETURN-CODE
             STOP RUN
           END-IF.

           MOVE WS-CIPHER-DATA             TO IOTAB.
           MOVE WS-VAULT-KEY               TO IO-KEY OF IOCOMM.
           MOVE WS-VAULT-BITS              TO IO-BITS OF IOCOMM.
           MOVE 'ECB'                      TO IO-MODE OF IOCOMM.
           MOVE 'K'                        TO IO-ACTION OF IOCOMM.

           CALL 'AESCORE' USING IOCOMM IOTAB IOPUTM.

           MOVE IO-KSCH OF IOCOMM          TO WS-VAULT-KSCH.


       WALK-THE-INDEX.
           MOVE 'N'                       TO WS-WALK-DONE.
           MOVE LOW-VALUES                TO VLX-CIPHER.

           START R-VLX KEY IS NOT LESS THAN VLX-CIPHER
             INVALID KEY
               SET SW-WALK-DONE           TO TRUE
           END-START.

           PERFORM UNTIL SW-WALK-DONE
             READ R-VLX NEXT RECORD

             IF FS-VLX-OK
               ADD 1                      TO WS-VLX-COUNT
               PERFORM CHECK-ONE-INDEX-ENTRY
             ELSE
               SET SW-WALK-DONE           TO TRUE
             END-IF
           END-PERFORM.


       CHECK-ONE-INDEX-ENTRY.
           MOVE VLX-TOKEN                 TO VLT-TOKEN.

           READ R-VLT KEY IS VLT-TOKEN.

           EVALUATE TRUE
             WHEN FS-VLT-OK AND VLT-CIPHER = VLX-CIPHER
               CONTINUE
             WHEN FS-VLT-OK
               ADD 1                      TO WS-FINDING-COUNT
               STRING 'INDEX ENTRY FOR ' VLX-TOKEN
                      ' - TOKEN HOLDS A DIFFERENT CIPHERTEXT'
               DELIMITED BY SIZE        INTO WS-RPT-LINE
               PERFORM WRITE-REPORT-LINE
               PERFORM DELETE-INDEX-ENTRY
             WHEN FS-VLT-NOTFND
               ADD 1                      TO WS-FINDING-COUNT
               STRING 'INDEX ENTRY FOR ' VLX-TOKEN
                      ' - TOKEN NOT IN AESTVLT (ORPHAN)'
               DELIMITED BY SIZE        INTO WS-RPT-LINE
               PERFORM WRITE-REPORT-LINE
               PERFORM DELETE-INDEX-ENTRY
             WHEN OTHER
               DISPLAY 'AESTVREC: ERROR READING AESTVLT: ' FS-VLT
               MOVE 12                    TO RETURN-CODE
               STOP RUN
           END-EVALUATE.


       DELETE-INDEX-ENTRY.
           IF SW-FUNCTION-REPAIR
             DELETE R-VLX RECORD

             IF FS-VLX-OK
               ADD 1                      TO WS-REPAIRED-COUNT
               MOVE '    REPAIRED - INDEX ENTRY DELETED'
                 TO WS-RPT-LINE
               PERFORM WRITE-REPORT-LINE
             ELSE
               DISPLAY 'AESTVREC: ERROR DELETING FROM AESTVLX: '
                       FS-VLX
               MOVE 12                    TO RETURN-CODE
               STOP RUN
             END-IF
           END-IF.


       WALK-THE-VAULT.
           MOVE 'N'                       TO WS-WALK-DONE.
           MOVE LOW-VALUES                TO VLT-TOKEN.

           START R-VLT KEY IS NOT LESS THAN VLT-TOKEN
             INVALID KEY
               SET SW-WALK-DONE           TO TRUE
           END-START.

           PERFORM UNTIL SW-WALK-DONE
             READ R-VLT NEXT RECORD

             IF FS-VLT-OK
               ADD 1                      TO WS-VLT-COUNT
               PERFORM CHECK-ONE-TOKEN
             ELSE
               SET SW-WALK-DONE           TO TRUE
             END-IF
           END-PERFORM.


       CHECK-ONE-TOKEN.
           MOVE VLT-TOKEN                 TO WS-SAVE-TOKEN.
           MOVE VLT-CIPHER                TO WS-SAVE-CIPHER.

      *     Its mirror
           MOVE VLT-CIPHER                TO VLX-CIPHER.

           READ R-VLX KEY IS VLX-CIPHER.

           EVALUATE TRUE
             WHEN FS-VLX-OK AND VLX-TOKEN = WS-SAVE-TOKEN
               CONTINUE
             WHEN FS-VLX-OK
               ADD 1                      TO WS-FINDING-COUNT
               STRING 'TOKEN ' WS-SAVE-TOKEN ' - ITS CIPHERTEXT IS '
                      'INDEXED TO ' VLX-TOKEN
               DELIMITED BY SIZE        INTO WS-RPT-LINE
               PERFORM WRITE-REPORT-LINE
             WHEN FS-VLX-NOTFND
               ADD 1                      TO WS-FINDING-COUNT
               STRING 'TOKEN ' WS-SAVE-TOKEN
                      ' - NO AESTVLX ENTRY (ORPHAN)'
               DELIMITED BY SIZE        INTO WS-RPT-LINE
               PERFORM WRITE-REPORT-LINE
               PERFORM WRITE-INDEX-ENTRY
             WHEN OTHER
               DISPLAY 'AESTVREC: ERROR READING AESTVLX: ' FS-VLX
               MOVE 12                    TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

      *     And its ciphertext, under the vault key
           MOVE WS-VAULT-KSCH             TO IO-KSCH OF IOCOMM.
           MOVE WS-VAULT-KEY              TO IO-KEY OF IOCOMM.
           MOVE WS-VAULT-BITS             TO IO-BITS OF IOCOMM.
           MOVE 'ECB'                     TO IO-MODE OF IOCOMM.
           MOVE 'D'                       TO IO-ACTION OF IOCOMM.
           MOVE WS-SAVE-CIPHER            TO IO-TEXT OF IOCOMM.
           MOVE WS-DECIPHER-DATA          TO IOTAB.

           CALL 'AESCORE' USING IOCOMM IOTAB IOPUTM.

           MOVE IO-TEXT OF IOCOMM         TO WS-CLEAR-VALUE.
           MOVE SPACES                    TO IO-TEXT OF IOCOMM.

           IF SW-VALUE-CHARACTER
             PERFORM CHECK-VALUE-PLAUSIBLE

             IF SW-PLAUSIBLE
               CONTINUE
             ELSE
               ADD 1                      TO WS-FINDING-COUNT
               STRING 'TOKEN ' WS-SAVE-TOKEN
                      ' - DOES NOT DECIPHER UNDER VAULTKEY V'
                      WS-VERSION
               DELIMITED BY SIZE        INTO WS-RPT-LINE
               PERFORM WRITE-REPORT-LINE
             END-IF
           END-IF.

           MOVE SPACES                    TO WS-CLEAR-VALUE.


       CHECK-VALUE-PLAUSIBLE.
      *     Every byte 20 through 7E - a value ciphered under some
      *     other key comes back as sixteen random bytes, and the
      *     odds of all of them landing printable are negligible
           MOVE 'Y'                       TO WS-PLAUSIBLE.

           PERFORM VARYING WS-CV-I FROM 1 BY 2
             UNTIL WS-CV-I > 31 OR NOT SW-PLAUSIBLE
             IF WS-CLEAR-VALUE(WS-CV-I:1) < '2'
               OR WS-CLEAR-VALUE(WS-CV-I:1) > '7'
               OR WS-CLEAR-VALUE(WS-CV-I:2) = '7F'
               MOVE 'N'                   TO WS-PLAUSIBLE
             END-IF
           END-PERFORM.


       WRITE-INDEX-ENTRY.
      *     Rebuilt from the vault side, exactly as AESTOKEN writes
      *     it on a mint
           IF SW-FUNCTION-REPAIR
             MOVE SPACES                  TO VLX-REC
             MOVE WS-SAVE-CIPHER          TO VLX-CIPHER
             MOVE WS-SAVE-TOKEN           TO VLX-TOKEN

             WRITE VLX-REC

             IF FS-VLX-OK
               ADD 1                      TO WS-REPAIRED-COUNT
               MOVE '    REPAIRED - INDEX ENTRY WRITTEN'
                 TO WS-RPT-LINE
               PERFORM WRITE-REPORT-LINE
             ELSE
               DISPLAY 'AESTVREC: ERROR WRITING AESTVLX: ' FS-VLX
               MOVE 12                    TO RETURN-CODE
               STOP RUN
             END-IF
           END-IF.


       SCAN-BUSINESS-COPY.
           IF SW-RECFM-VARIABLE
             OPEN INPUT R-VBUS
           ELSE
             OPEN INPUT R-BUS
           END-IF.

           IF FS-BUS-OK
             CONTINUE
           ELSE
             DISPLAY 'AESTVREC: ERROR OPENING AESBUSTK: ' FS-BUS
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.

           PERFORM UNTIL FS-BUS-EOF
             PERFORM READ-BUSINESS-RECORD
             IF NOT FS-BUS-EOF
               ADD 1                      TO WS-BUS-RECORDS
               PERFORM SCAN-ONE-RECORD
             END-IF
           END-PERFORM.

           IF SW-RECFM-VARIABLE
             CLOSE R-VBUS
           ELSE
             CLOSE R-BUS
           END-IF.


       READ-BUSINESS-RECORD.
           MOVE SPACES                    TO WS-BUS-REC.

           IF SW-RECFM-VARIABLE
             READ R-VBUS
               AT END
                 CONTINUE
               NOT AT END
                 IF WS-BUS-LENGTH > WS-MAX-LENGTH
                   MOVE WS-MAX-LENGTH     TO WS-BUS-LENGTH
                 END-IF
                 MOVE VBUS-REC(1:WS-BUS-LENGTH) TO WS-BUS-REC
             END-READ
           ELSE
             READ R-BUS
               AT END
                 CONTINUE
               NOT AT END
                 MOVE 256                 TO WS-BUS-LENGTH
                 MOVE BUS-REC             TO WS-BUS-REC
             END-READ
           END-IF.


       SCAN-ONE-RECORD.
           PERFORM CLASSIFY-RECORD.

      *     A record no type matched went through AESBTOKN untouched
      *     (or was refused) - it carries no tokens
           PERFORM VARYING WS-MAP-I FROM 1 BY 1
             UNTIL WS-MAP-I > WS-MAP-COUNT
             OR WS-REC-TYPE = '*OTHER'
             IF (WS-MAP-TYPE(WS-MAP-I) = SPACES
                 OR WS-MAP-TYPE(WS-MAP-I) = WS-REC-TYPE)
               AND WS-MAP-OFFSET(WS-MAP-I) + 16 - 1
                   <= WS-BUS-LENGTH
               MOVE WS-BUS-REC(WS-MAP-OFFSET(WS-MAP-I):16)
                 TO WS-BUS-TOKEN
               IF WS-BUS-TOKEN NOT = SPACES
                 PERFORM CHECK-BUSINESS-TOKEN
               END-IF
             END-IF
           END-PERFORM.


       CLASSIFY-RECORD.
           MOVE SPACES                    TO WS-REC-TYPE.

           PERFORM VARYING WS-TYPE-I FROM 1 BY 1
             UNTIL WS-TYPE-I > WS-TYPE-COUNT
             OR WS-REC-TYPE NOT = SPACES
             IF WS-TYPE-OFFSET(WS-TYPE-I) + WS-TYPE-LENGTH(WS-TYPE-I)
                - 1 <= WS-BUS-LENGTH
               AND WS-BUS-REC(WS-TYPE-OFFSET(WS-TYPE-I):
                              WS-TYPE-LENGTH(WS-TYPE-I)) =
                WS-TYPE-VALUE(WS-TYPE-I)(1:WS-TYPE-LENGTH(WS-TYPE-I))
               MOVE WS-TYPE-NAME(WS-TYPE-I) TO WS-REC-TYPE
             END-IF
           END-PERFORM.

           IF WS-REC-TYPE = SPACES AND WS-TYPE-COUNT > 0
             MOVE '*OTHER'                TO WS-REC-TYPE
           END-IF.


       CHECK-BUSINESS-TOKEN.
           ADD 1                          TO WS-BUS-TOKENS.

           MOVE WS-BUS-TOKEN              TO VLT-TOKEN.

           READ R-VLT KEY IS VLT-TOKEN.

           EVALUATE TRUE
             WHEN FS-VLT-OK
               CONTINUE
             WHEN FS-VLT-NOTFND
               ADD 1                      TO WS-FINDING-COUNT
               STRING 'AESBUSTK RECORD ' WS-BUS-RECORDS ' OFFSET '
                      WS-MAP-OFFSET(WS-MAP-I) ' - TOKEN '
                      WS-BUS-TOKEN ' NOT IN AESTVLT'
               DELIMITED BY SIZE        INTO WS-RPT-LINE
               PERFORM WRITE-REPORT-LINE
             WHEN OTHER
               DISPLAY 'AESTVREC: ERROR READING AESTVLT: ' FS-VLT
               MOVE 12                    TO RETURN-CODE
               STOP RUN
           END-EVALUATE.


       WRITE-REPORT-LINE.
           MOVE WS-RPT-LINE                TO RPT-REC.
           MOVE SPACES                     TO WS-RPT-LINE.

           WRITE RPT-REC.

           IF FS-RPT-OK
             CONTINUE
           ELSE
             DISPLAY 'AESTVREC: ERROR WRITING AESTVRPT: ' FS-RPT
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.
