       ID DIVISION.
       PROGRAM-ID. AESSDSCN.
      *****************************************************************
      * Sensitive-data discovery scan of a business file against its
      * field map. AESFLDR, AESBTOKN and AESBFPE protect exactly the
      * fields AESFMAP lists and nothing else - when the business
      * layout moves, a card number can land in a column nobody
      * mapped and go downstream in the clear. This reads AESBUSIN
      * (fixed 256-byte records) and looks in every byte of every
      * record for values that look sensitive:
      *
      *   PAN      a run of 13 to 19 digits, standing alone (no digit
      *            either side), that passes the Luhn check
      *   NATID    a national identifier - a US SSN written
      *            NNN-NN-NNNN (area not 000, 666 or 9xx, group not
      *            00, serial not 0000), or a UK NI number AA999999A
      *   BIRTHDT  a real calendar date, as CCYYMMDD, CCYY-MM-DD,
      *            DD.MM.CCYY or MM/DD/CCYY, whose year puts the
      *            holder between 16 and 120 years old - recent
      *            transaction and posting dates fall outside that
      *
      * Each hit is pinned to the byte range it occupies and judged
      * against AESFMAP: MAPPED (wholly inside mapped bytes - the
      * protection already covers it), PARTIAL (the map catches only
      * part of the value - a field too narrow or shifted) or
      * UNMAPPED. Hits are tallied per range and kind across the
      * file, and AESSDRPT lists every range with its hit count and
      * its hit rate (share of records with a hit there) - PARTIAL
      * and UNMAPPED ranges first, being the ones to fix the map for.
      *
      * A PAN sitting flush against another numeric field reads as
      * one longer digit run and is not seen; a scattered random hit
      * or two in a free-text column is what the threshold is for.
      *
      * Control card AESSDPRM (optional): minimum hit rate to report
      * a range (1-5, 999V99 percent, default 00000 - every range).
      * RETURN-CODE 8 when any PARTIAL or UNMAPPED range reaches the
      * threshold - correct AESFMAP before the file is loaded.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *     BUSINESS INPUT FILE (AESBUSIN - LRECL=256)
            SELECT R-BUS ASSIGN TO 'AESBUSIN'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-BUS.

      *     FIELD MAP (AESFMAP - field and record-type lines)
            SELECT OPTIONAL R-MAP ASSIGN TO 'AESFMAP'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-MAP.

      *     CONTROL CARD (AESSDPRM)
            SELECT OPTIONAL R-PARM ASSIGN TO 'AESSDPRM'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-PARM.

      *     DISCOVERY REPORT (AESSDRPT)
            SELECT R-RPT ASSIGN TO 'AESSDRPT'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-RPT.

       DATA DIVISION.
       FILE SECTION.
      *   AESBUSIN
       FD R-BUS LABEL RECORD STANDARD.

       01 BUS-REC                        PIC X(256).

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
          05 FILLER                      PIC X(01).
          05 MAP-FIELD-CLASS             PIC X(01).

      *   AESSDPRM
       FD R-PARM LABEL RECORD STANDARD.

       01 PARM-REC.
          05 PARM-MIN-RATE               PIC X(05).
          05 PARM-MIN-RATE-N REDEFINES PARM-MIN-RATE
                                         PIC 9(03)V9(02).

      *   AESSDRPT
       FD R-RPT LABEL RECORD STANDARD.

       01 RPT-REC                        PIC X(80).

       WORKING-STORAGE SECTION.
         01 FS.
            05 FS-BUS                   PIC 9(02).
               88 FS-BUS-OK                       VALUE 0.
               88 FS-BUS-EOF                      VALUE 10.
            05 FS-MAP                   PIC 9(02).
               88 FS-MAP-OK                       VALUE 0.
               88 FS-MAP-OPEN                     VALUE 0 05.
               88 FS-MAP-EOF                      VALUE 10.
            05 FS-PARM                  PIC 9(02).
               88 FS-PARM-OPEN                    VALUE 0 05.
            05 FS-RPT                   PIC 9(02).
               88 FS-RPT-OK                       VALUE 0.

         77 WS-TODAY                    PIC 9(08).
         77 WS-MIN-RATE                 PIC 9(03)V9(02) VALUE 0.

      *  Birth-year window - holder aged 16 to 120
         77 WS-YOUNGEST-AGE             PIC 9(03)   VALUE 16.
         77 WS-OLDEST-AGE               PIC 9(03)   VALUE 120.
         77 WS-BIRTH-YEAR-LO            PIC 9(04).
         77 WS-BIRTH-YEAR-HI            PIC 9(04).

      *  One byte per record position: 'Y' where AESFMAP maps it
         01 WS-MAPPED                   PIC X(256)  VALUE SPACES.
         77 WS-MAP-COUNT                PIC 9(03)   VALUE 0.
         77 WS-MAP-END                  PIC 9(04).

         77 WS-RECORD-COUNT             PIC 9(09)   VALUE 0.

      *  Hit ranges, tallied across the file
         01 WS-RANGE-TABLE.
            05 WS-RANGE OCCURS 200.
               10 RNG-START             PIC 9(03).
               10 RNG-END               PIC 9(03).
               10 RNG-KIND              PIC X(07).
               10 RNG-COVER             PIC X(08).
               10 RNG-HITS              PIC 9(09).
         77 WS-RANGE-COUNT              PIC 9(03)   VALUE 0.
         77 WS-RANGE-I                  PIC 9(03).
         77 WS-RANGE-LOST               PIC 9(09)   VALUE 0.

      *  The hit in hand
         77 WS-HIT-START                PIC 9(03).
         77 WS-HIT-END                  PIC 9(03).
         77 WS-HIT-KIND                 PIC X(07).
         77 WS-HIT-COVER                PIC X(08).
         77 WS-COVERED                  PIC 9(03).

      *  Scanning
         77 WS-POS                      PIC 9(03).
         77 WS-RUN-END                  PIC 9(03).
         77 WS-RUN-LEN                  PIC 9(03).
         77 WS-K                        PIC 9(03).
         77 WS-BEFORE                   PIC X(01).
         77 WS-AFTER                    PIC X(01).

      *  Luhn check over WS-POS..WS-RUN-END
         77 WS-LUHN-SUM                 PIC 9(05).
         77 WS-LUHN-DIGIT               PIC 9(02).
         77 WS-LUHN-DOUBLE              PIC X(01).
            88 SW-LUHN-DOUBLE                       VALUE 'Y'.

      *  Date under test
         01 WS-TRY-DATE.
            05 WS-TRY-CCYY              PIC X(04).
            05 WS-TRY-MM                PIC X(02).
            05 WS-TRY-DD                PIC X(02).
         01 WS-TRY-DATE-N REDEFINES WS-TRY-DATE
                                        PIC 9(08).
         77 WS-TRY-YEAR                 PIC 9(04).
         77 WS-DATE-OK                  PIC X(01).
            88 SW-DATE-OK                           VALUE 'Y'.

      *  SSN pieces
         01 WS-SSN-AREA                 PIC X(03).
         01 WS-SSN-GROUP                PIC X(02).
         01 WS-SSN-SERIAL               PIC X(04).

         77 WS-JUDGED-COUNT             PIC 9(03)   VALUE 0.
         77 WS-BELOW-COUNT              PIC 9(03)   VALUE 0.
         77 WS-RATE                     PIC 9(03)V9(02).
         77 WS-RATE-ED                  PIC ZZ9.99.
         77 WS-PASS                     PIC X(01).

         01 WS-RPT-LINE                 PIC X(80).

       LINKAGE SECTION.

       PROCEDURE DIVISION.
       MAINLINE.
           ACCEPT WS-TODAY                 FROM DATE YYYYMMDD.

           COMPUTE WS-BIRTH-YEAR-HI = WS-TODAY / 10000
                                    - WS-YOUNGEST-AGE.
           COMPUTE WS-BIRTH-YEAR-LO = WS-TODAY / 10000
                                    - WS-OLDEST-AGE.

           PERFORM READ-PARAMETERS.
           PERFORM LOAD-FIELD-MAP.

           OPEN INPUT R-BUS.

           IF FS-BUS-OK
             CONTINUE
           ELSE
             DISPLAY 'AESSDSCN: ERROR OPENING AESBUSIN: ' FS-BUS
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.

           PERFORM UNTIL FS-BUS-EOF
             READ R-BUS
               AT END
                 CONTINUE
               NOT AT END
                 ADD 1                    TO WS-RECORD-COUNT
                 PERFORM SCAN-ONE-RECORD
             END-READ
           END-PERFORM.

           CLOSE R-BUS.

           PERFORM WRITE-REPORT.

           DISPLAY 'AESSDSCN: ' WS-RECORD-COUNT ' record(s), '
                   WS-RANGE-COUNT ' hit range(s), ' WS-JUDGED-COUNT
                   ' partial/unmapped at or over threshold'.

           IF WS-JUDGED-COUNT > 0
             MOVE 8                       TO RETURN-CODE
           END-IF.

           STOP RUN.


       READ-PARAMETERS.
           OPEN INPUT R-PARM.

           IF FS-PARM-OPEN
             READ R-PARM
               AT END
                 CONTINUE
               NOT AT END
                 IF PARM-MIN-RATE IS NUMERIC
                   MOVE PARM-MIN-RATE-N   TO WS-MIN-RATE
                 END-IF
             END-READ

             CLOSE R-PARM
           END-IF.


      *****************************************************************
      * Mark every byte AESFMAP maps. No map at all is scanned as a
      * file with nothing protected.
      *****************************************************************
       LOAD-FIELD-MAP.
           OPEN INPUT R-MAP.

           IF FS-MAP-OPEN
             CONTINUE
           ELSE
             DISPLAY 'AESSDSCN: ERROR OPENING AESFMAP: ' FS-MAP
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.

           PERFORM UNTIL FS-MAP-EOF
             READ R-MAP
               AT END
                 CONTINUE
               NOT AT END
                 IF MAP-OFFSET > 0 AND MAP-LENGTH > 0
                   AND MAP-OFFSET + MAP-LENGTH - 1 <= 256
                   ADD 1                  TO WS-MAP-COUNT
                   COMPUTE WS-MAP-END = MAP-OFFSET + MAP-LENGTH - 1
                   PERFORM VARYING WS-K FROM MAP-OFFSET BY 1
                     UNTIL WS-K > WS-MAP-END
                     MOVE 'Y'             TO WS-MAPPED(WS-K:1)
                   END-PERFORM
                 ELSE
                   DISPLAY 'AESSDSCN: BAD AESFMAP ENTRY SKIPPED'
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE R-MAP.

           IF WS-MAP-COUNT = 0
             DISPLAY 'AESSDSCN: AESFMAP NAMES NO FIELDS - EVERY '
                     'BYTE SCANNED AS UNPROTECTED'
           END-IF.


      *****************************************************************
      * Every position of one record, for each kind of value
      *****************************************************************
       SCAN-ONE-RECORD.
           PERFORM VARYING WS-POS FROM 1 BY 1
             UNTIL WS-POS > 256
             IF WS-POS = 1
               MOVE SPACE                 TO WS-BEFORE
             ELSE
               MOVE BUS-REC(WS-POS - 1:1) TO WS-BEFORE
             END-IF

             IF BUS-REC(WS-POS:1) IS NUMERIC
               AND WS-BEFORE IS NOT NUMERIC
               PERFORM CHECK-DIGIT-RUN
               PERFORM CHECK-FORMATTED-DATES
                  THRU CHECK-FORMATTED-DATES-EXIT
               IF WS-BEFORE NOT = '-'
                 PERFORM CHECK-SSN
                    THRU CHECK-SSN-EXIT
               END-IF
             END-IF

             IF BUS-REC(WS-POS:1) IS ALPHABETIC-UPPER
               AND BUS-REC(WS-POS:1) NOT = SPACE
               AND (WS-BEFORE = SPACE
                    OR (WS-BEFORE IS NOT ALPHABETIC-UPPER
                        AND WS-BEFORE IS NOT NUMERIC))
               PERFORM CHECK-NINO
                  THRU CHECK-NINO-EXIT
             END-IF
           END-PERFORM.


      *****************************************************************
      * A standalone digit run: 13-19 digits passing Luhn is a PAN,
      * exactly 8 digits making a birth-age date is a birth date
      *****************************************************************
       CHECK-DIGIT-RUN.
           MOVE WS-POS                    TO WS-RUN-END.
           PERFORM UNTIL WS-RUN-END = 256
             OR BUS-REC(WS-RUN-END + 1:1) IS NOT NUMERIC
             ADD 1                        TO WS-RUN-END
           END-PERFORM.

           COMPUTE WS-RUN-LEN = WS-RUN-END - WS-POS + 1.

           IF WS-RUN-LEN >= 13 AND WS-RUN-LEN <= 19
             PERFORM LUHN-CHECK

             IF FUNCTION MOD(WS-LUHN-SUM 10) = 0
               MOVE WS-POS                TO WS-HIT-START
               MOVE WS-RUN-END            TO WS-HIT-END
               MOVE 'PAN'                 TO WS-HIT-KIND
               PERFORM RECORD-HIT
                  THRU RECORD-HIT-EXIT
             END-IF
           END-IF.

           IF WS-RUN-LEN = 8
             MOVE BUS-REC(WS-POS:8)       TO WS-TRY-DATE
             PERFORM CHECK-BIRTH-DATE

             IF SW-DATE-OK
               MOVE WS-POS                TO WS-HIT-START
               MOVE WS-RUN-END            TO WS-HIT-END
               MOVE 'BIRTHDT'             TO WS-HIT-KIND
               PERFORM RECORD-HIT
                  THRU RECORD-HIT-EXIT
             END-IF
           END-IF.


      *     Rightmost digit undoubled, every second one leftward
      *     doubled (less 9 when that passes 9)
       LUHN-CHECK.
           MOVE 0                         TO WS-LUHN-SUM.
           MOVE 'N'                       TO WS-LUHN-DOUBLE.

           PERFORM VARYING WS-K FROM WS-RUN-END BY -1
             UNTIL WS-K < WS-POS
             MOVE BUS-REC(WS-K:1)         TO WS-LUHN-DIGIT

             IF SW-LUHN-DOUBLE
               COMPUTE WS-LUHN-DIGIT = WS-LUHN-DIGIT * 2
               IF WS-LUHN-DIGIT > 9
                 SUBTRACT 9               FROM WS-LUHN-DIGIT
               END-IF
               MOVE 'N'                   TO WS-LUHN-DOUBLE
             ELSE
               MOVE 'Y'                   TO WS-LUHN-DOUBLE
             END-IF

             ADD WS-LUHN-DIGIT            TO WS-LUHN-SUM
           END-PERFORM.


      *****************************************************************
      * CCYY-MM-DD, DD.MM.CCYY and MM/DD/CCYY starting here
      *****************************************************************
       CHECK-FORMATTED-DATES.
           IF WS-POS > 247
             GO TO CHECK-FORMATTED-DATES-EXIT
           END-IF.

           IF WS-POS < 247
             MOVE BUS-REC(WS-POS + 10:1)  TO WS-AFTER
           ELSE
             MOVE SPACE                   TO WS-AFTER
           END-IF.

           IF WS-AFTER IS NUMERIC
             GO TO CHECK-FORMATTED-DATES-EXIT
           END-IF.

           MOVE 'N'                       TO WS-DATE-OK.

           EVALUATE TRUE
             WHEN BUS-REC(WS-POS + 4:1) = '-'
               AND BUS-REC(WS-POS + 7:1) = '-'
               MOVE BUS-REC(WS-POS:4)     TO WS-TRY-CCYY
               MOVE BUS-REC(WS-POS + 5:2) TO WS-TRY-MM
               MOVE BUS-REC(WS-POS + 8:2) TO WS-TRY-DD
               PERFORM CHECK-BIRTH-DATE
             WHEN BUS-REC(WS-POS + 2:1) = '.'
               AND BUS-REC(WS-POS + 5:1) = '.'
               MOVE BUS-REC(WS-POS + 6:4) TO WS-TRY-CCYY
               MOVE BUS-REC(WS-POS + 3:2) TO WS-TRY-MM
               MOVE BUS-REC(WS-POS:2)     TO WS-TRY-DD
               PERFORM CHECK-BIRTH-DATE
             WHEN BUS-REC(WS-POS + 2:1) = '/'
               AND BUS-REC(WS-POS + 5:1) = '/'
               MOVE BUS-REC(WS-POS + 6:4) TO WS-TRY-CCYY
               MOVE BUS-REC(WS-POS:2)     TO WS-TRY-MM
               MOVE BUS-REC(WS-POS + 3:2) TO WS-TRY-DD
               PERFORM CHECK-BIRTH-DATE
             WHEN OTHER
               CONTINUE
           END-EVALUATE.

           IF SW-DATE-OK
             MOVE WS-POS                  TO WS-HIT-START
             COMPUTE WS-HIT-END = WS-POS + 9
             MOVE 'BIRTHDT'               TO WS-HIT-KIND
             PERFORM RECORD-HIT
                THRU RECORD-HIT-EXIT
           END-IF.

       CHECK-FORMATTED-DATES-EXIT.
           EXIT.


      *     A real date whose year falls in the birth-age window
       CHECK-BIRTH-DATE.
           MOVE 'N'                       TO WS-DATE-OK.

           IF WS-TRY-DATE IS NUMERIC
             MOVE WS-TRY-CCYY             TO WS-TRY-YEAR
             IF WS-TRY-YEAR >= WS-BIRTH-YEAR-LO
               AND WS-TRY-YEAR <= WS-BIRTH-YEAR-HI
               AND FUNCTION TEST-DATE-YYYYMMDD(WS-TRY-DATE-N) = 0
               MOVE 'Y'                   TO WS-DATE-OK
             END-IF
           END-IF.


      *****************************************************************
      * SSN written NNN-NN-NNNN, nothing numeric or '-' either side
      *****************************************************************
       CHECK-SSN.
           IF WS-POS > 246
             GO TO CHECK-SSN-EXIT
           END-IF.

           IF BUS-REC(WS-POS + 3:1) NOT = '-'
             OR BUS-REC(WS-POS + 6:1) NOT = '-'
             GO TO CHECK-SSN-EXIT
           END-IF.

           MOVE BUS-REC(WS-POS:3)         TO WS-SSN-AREA.
           MOVE BUS-REC(WS-POS + 4:2)     TO WS-SSN-GROUP.
           MOVE BUS-REC(WS-POS + 7:4)     TO WS-SSN-SERIAL.

           IF WS-SSN-AREA IS NOT NUMERIC
             OR WS-SSN-GROUP IS NOT NUMERIC
             OR WS-SSN-SERIAL IS NOT NUMERIC
             GO TO CHECK-SSN-EXIT
           END-IF.

           IF WS-POS < 246
             MOVE BUS-REC(WS-POS + 11:1)  TO WS-AFTER
             IF WS-AFTER IS NUMERIC OR WS-AFTER = '-'
               GO TO CHECK-SSN-EXIT
             END-IF
           END-IF.

           IF WS-SSN-AREA = '000' OR '666'
             OR WS-SSN-AREA(1:1) = '9'
             OR WS-SSN-GROUP = '00'
             OR WS-SSN-SERIAL = '0000'
             GO TO CHECK-SSN-EXIT
           END-IF.

           MOVE WS-POS                    TO WS-HIT-START.
           COMPUTE WS-HIT-END = WS-POS + 10.
           MOVE 'NATID'                   TO WS-HIT-KIND.
           PERFORM RECORD-HIT
              THRU RECORD-HIT-EXIT.

       CHECK-SSN-EXIT.
           EXIT.


      *****************************************************************
      * UK NI number: two prefix letters (not D F I Q U V, the second
      * not O either), six digits, suffix A-D, standing alone
      *****************************************************************
       CHECK-NINO.
           IF WS-POS > 248
             GO TO CHECK-NINO-EXIT
           END-IF.

           IF BUS-REC(WS-POS + 2:6) IS NOT NUMERIC
             OR BUS-REC(WS-POS + 1:1) IS NOT ALPHABETIC-UPPER
             OR BUS-REC(WS-POS + 1:1) = SPACE
             GO TO CHECK-NINO-EXIT
           END-IF.

           IF BUS-REC(WS-POS + 8:1) NOT = 'A' AND 'B' AND 'C' AND 'D'
             GO TO CHECK-NINO-EXIT
           END-IF.

           IF BUS-REC(WS-POS:1) = 'D' OR 'F' OR 'I' OR 'Q' OR 'U'
                                  OR 'V'
             OR BUS-REC(WS-POS + 1:1) = 'D' OR 'F' OR 'I' OR 'O'
                                  OR 'Q' OR 'U' OR 'V'
             GO TO CHECK-NINO-EXIT
           END-IF.

           IF WS-POS < 248
             MOVE BUS-REC(WS-POS + 9:1)   TO WS-AFTER
             IF WS-AFTER IS NUMERIC
               OR (WS-AFTER IS ALPHABETIC-UPPER
                   AND WS-AFTER NOT = SPACE)
               GO TO CHECK-NINO-EXIT
             END-IF
           END-IF.

           MOVE WS-POS                    TO WS-HIT-START.
           COMPUTE WS-HIT-END = WS-POS + 8.
           MOVE 'NATID'                   TO WS-HIT-KIND.
           PERFORM RECORD-HIT
              THRU RECORD-HIT-EXIT.

       CHECK-NINO-EXIT.
           EXIT.


      *****************************************************************
      * Judge the hit's range against the map and tally it
      *****************************************************************
       RECORD-HIT.
           MOVE 0                         TO WS-COVERED.

           PERFORM VARYING WS-K FROM WS-HIT-START BY 1
             UNTIL WS-K > WS-HIT-END
             IF WS-MAPPED(WS-K:1) = 'Y'
               ADD 1                      TO WS-COVERED
             END-IF
           END-PERFORM.

           EVALUATE TRUE
             WHEN WS-COVERED = 0
               MOVE 'UNMAPPED'            TO WS-HIT-COVER
             WHEN WS-COVERED = WS-HIT-END - WS-HIT-START + 1
               MOVE 'MAPPED'              TO WS-HIT-COVER
             WHEN OTHER
               MOVE 'PARTIAL'             TO WS-HIT-COVER
           END-EVALUATE.

           PERFORM VARYING WS-RANGE-I FROM 1 BY 1
             UNTIL WS-RANGE-I > WS-RANGE-COUNT
             OR (RNG-START(WS-RANGE-I) = WS-HIT-START
                 AND RNG-END(WS-RANGE-I) = WS-HIT-END
                 AND RNG-KIND(WS-RANGE-I) = WS-HIT-KIND)
             CONTINUE
           END-PERFORM.

           IF WS-RANGE-I > WS-RANGE-COUNT
             IF WS-RANGE-COUNT < 200
               ADD 1                      TO WS-RANGE-COUNT
               MOVE WS-HIT-START          TO RNG-START(WS-RANGE-I)
               MOVE WS-HIT-END            TO RNG-END(WS-RANGE-I)
               MOVE WS-HIT-KIND           TO RNG-KIND(WS-RANGE-I)
               MOVE WS-HIT-COVER          TO RNG-COVER(WS-RANGE-I)
               MOVE 0                     TO RNG-HITS(WS-RANGE-I)
             ELSE
               ADD 1                      TO WS-RANGE-LOST
               GO TO RECORD-HIT-EXIT
             END-IF
           END-IF.

           ADD 1                          TO RNG-HITS(WS-RANGE-I).

       RECORD-HIT-EXIT.
           EXIT.


      *****************************************************************
      * The report: PARTIAL and UNMAPPED ranges first, then MAPPED
      *****************************************************************
       WRITE-REPORT.
           OPEN OUTPUT R-RPT.

           IF FS-RPT-OK
             CONTINUE
           ELSE
             DISPLAY 'AESSDSCN: ERROR OPENING AESSDRPT: ' FS-RPT
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.

           STRING 'AESSDSCN SCAN OF AESBUSIN - '
                  WS-RECORD-COUNT ' RECORD(S), ' WS-MAP-COUNT
                  ' MAPPED FIELD(S)'
           DELIMITED BY SIZE            INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

           MOVE 'U'                       TO WS-PASS.
           PERFORM VARYING WS-RANGE-I FROM 1 BY 1
             UNTIL WS-RANGE-I > WS-RANGE-COUNT
             IF RNG-COVER(WS-RANGE-I) NOT = 'MAPPED'
               PERFORM REPORT-ONE-RANGE
             END-IF
           END-PERFORM.

           MOVE 'M'                       TO WS-PASS.
           PERFORM VARYING WS-RANGE-I FROM 1 BY 1
             UNTIL WS-RANGE-I > WS-RANGE-COUNT
             IF RNG-COVER(WS-RANGE-I) = 'MAPPED'
               PERFORM REPORT-ONE-RANGE
             END-IF
           END-PERFORM.

           IF WS-RANGE-LOST > 0
             STRING 'RANGE TABLE FULL - ' WS-RANGE-LOST
                    ' FURTHER HIT(S) NOT TALLIED'
             DELIMITED BY SIZE          INTO WS-RPT-LINE
             PERFORM WRITE-REPORT-LINE
           END-IF.

           STRING 'TOTALS - ' WS-RANGE-COUNT ' RANGE(S), '
                  WS-JUDGED-COUNT ' PARTIAL/UNMAPPED AT THRESHOLD, '
                  WS-BELOW-COUNT ' BELOW'
           DELIMITED BY SIZE            INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

           CLOSE R-RPT.


       REPORT-ONE-RANGE.
           COMPUTE WS-RATE ROUNDED =
               RNG-HITS(WS-RANGE-I) * 100 / WS-RECORD-COUNT.

           IF WS-RATE < WS-MIN-RATE
             ADD 1                        TO WS-BELOW-COUNT
           ELSE
             IF WS-PASS = 'U'
               ADD 1                      TO WS-JUDGED-COUNT
             END-IF

             MOVE WS-RATE                 TO WS-RATE-ED

             STRING 'OFFSET ' RNG-START(WS-RANGE-I) '-'
                    RNG-END(WS-RANGE-I) ' ' RNG-KIND(WS-RANGE-I)
                    ' ' RNG-COVER(WS-RANGE-I) ' HITS '
                    RNG-HITS(WS-RANGE-I) ' RATE ' WS-RATE-ED '%'
             DELIMITED BY SIZE          INTO WS-RPT-LINE
             PERFORM WRITE-REPORT-LINE
           END-IF.


       WRITE-REPORT-LINE.
           MOVE WS-RPT-LINE                TO RPT-REC.
           MOVE SPACES                     TO WS-RPT-LINE.

           WRITE RPT-REC.

           IF FS-RPT-OK
             CONTINUE
           ELSE
             DISPLAY 'AESSDSCN: ERROR WRITING AESSDRPT: ' FS-RPT
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.
