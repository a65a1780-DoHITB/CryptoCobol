      * copy - never passed through in the clear - and the run ends
      * RETURN-CODE 8.
      *
      * AESFMAP record-type lines work as AESFLDR documents them:
      * each record gets its own type's fields plus the untyped
      * ones, and a record no type matches is refused unless the
      * *OTHER line says PASS, when it is copied untouched. The
      * *RECFM line's V reads AESBUSIN as variable-length records,
      * and the copy is written with each record at its own length.
      *
      * A field line may choose its token format in columns 26-30:
      * FORMAT(26) H for the opaque hex token, P for a format-
      * preserving card-number token (same length, same leading
      * BIN digits, Luhn valid - see AESTOKEN), blank for the
      * vault's own default; KEEP-LEAD(28) the leading digits a P
      * token keeps (blank - 6); KEEP-LAST(30) Y to keep the last
      * four as well. A P field whose value is not a 13-16 digit
      * number, or whose value already holds a token of another
      * shape, is blanked and counted like any other failure.
      *
      * The caller identity journalled by AESTOKEN comes from the
      * optional AESBTPRM control record (columns 1-8, default
      * AESBTOKN).
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-BUS.

      *     BUSINESS INPUT FILE, VARIABLE (AESBUSIN - RECFM=VB, read
      *     instead of R-BUS when AESFMAP's *RECFM line says V)
            SELECT R-VBUS ASSIGN TO 'AESBUSIN'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-BUS.

      *     FIELD MAP (AESFMAP - field and record-type lines)
            SELECT R-MAP ASSIGN TO 'AESFMAP'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-OUT.

      *     AESBUSTK, VARIABLE (RECFM=VB - written instead of R-OUT
      *     when the input is variable, each record at its own length)
            SELECT R-VOUT ASSIGN TO 'AESBUSTK'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-OUT.

      *     CONTROL CARD (AESBTPRM - journalled caller identity)
            SELECT OPTIONAL R-PARM ASSIGN TO 'AESBTPRM'
                   ORGANIZATION IS SEQUENTIAL

       01 BUS-REC                        PIC X(256).

      *   AESBUSIN, variable-length
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
          05 MAP-TOKEN-VALUE REDEFINES MAP-TEST-VALUE.
             10 MAP-TOKEN-FORMAT         PIC X(01).
             10 FILLER                   PIC X(01).
             10 MAP-TOKEN-KEEP-LEAD      PIC X(01).
             10 FILLER                   PIC X(01).
             10 MAP-TOKEN-KEEP-LAST      PIC X(01).
             10 FILLER                   PIC X(15).
          05 FILLER                      PIC X(01).
          05 MAP-FIELD-CLASS             PIC X(01).

      *   AESBUSTK
       FD R-OUT LABEL RECORD STANDARD.

       01 OUT-REC                        PIC X(256).

      *   AESBUSTK, variable-length
       FD R-VOUT LABEL RECORD STANDARD
                 RECORD IS VARYING IN SIZE FROM 1 TO 32756
                 DEPENDING ON WS-OUT-LENGTH.

       01 VOUT-REC                       PIC X(32756).

      *   AESBTPRM
       FD R-PARM LABEL RECORD STANDARD.


         77 WS-CALLER                   PIC X(08)   VALUE 'AESBTOKN'.

      *  Record format from the AESFMAP *RECFM line - F is the fixed
      *  256-byte file, V a variable-length (RDW) file whose records
      *  run up to the stated maximum. Either way the record is
      *  worked on in WS-BUS-REC, WS-BUS-LENGTH bytes of it real
         77 WS-RECFM                   PIC X(01)    VALUE 'F'.
            88 SW-RECFM-VARIABLE                    VALUE 'V'.
         77 WS-MAX-LENGTH              PIC 9(05)    VALUE 256.
         77 WS-BUS-LENGTH              PIC 9(05)    VALUE 0.
         01 WS-BUS-REC                 PIC X(32756).
         77 WS-OUT-LENGTH              PIC 9(05)    VALUE 0.
         01 WS-OUT-REC                 PIC X(32756).

      *  Field map, loaded once - each entry proven 16 bytes long,
      *  with the token format its line asked for
         01 WS-MAP-TABLE.
            05 WS-MAP-ENTRY            OCCURS 50.
               10 WS-MAP-OFFSET        PIC 9(04).
               10 WS-MAP-TYPE          PIC X(08).
               10 WS-MAP-TOK-FORMAT    PIC X(01).
               10 WS-MAP-TOK-LEAD      PIC X(01).
               10 WS-MAP-TOK-LAST      PIC X(01).
         77 WS-MAP-COUNT               PIC 9(02)    VALUE 0.
         77 WS-MAP-I                   PIC 9(02).

      *  Record types from the AESFMAP type lines, tested in deck
      *  order - the first whose test bytes match names the record
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

      *  Byte-to-hex conversion, same table AESFLDR/AESBGET build
         01 WS-HEX-TABLE               PIC X(16)
                                       VALUE '0123456789ABCDEF'.
         77 WS-HEX-HI                  PIC 9(02).
         77 WS-HEX-LO                  PIC 9(02).
         77 WS-HEX-BUF                 PIC X(32).
         77 WS-FLD-B                   PIC 9(05).
         77 WS-HB-I                    PIC 9(02).

      *  AESTOKEN's linkage, mirrored the same way the KCV/WRAP
            02 TOK-TOKEN               PIC X(16).
            02 TOK-STATUS              PIC X(03).
               88 TOKS-OK                       VALUE 'OK '.
               88 TOKS-BAD-FORMAT               VALUE 'FMT'.
               88 TOKS-COLLISION                VALUE 'COL'.
            02 TOK-FORMAT              PIC X(01).
            02 TOK-KEEP-LEAD           PIC X(01).
            02 TOK-KEEP-LAST           PIC X(01).

         77 WS-RECORD-COUNT            PIC 9(08)    VALUE 0.
         77 WS-TOKEN-COUNT             PIC 9(08)    VALUE 0.
           PERFORM READ-PARAMETERS.
           PERFORM LOAD-FIELD-MAP.

           IF SW-RECFM-VARIABLE
             OPEN INPUT R-VBUS
           ELSE
             OPEN INPUT R-BUS
           END-IF.

           IF FS-BUS-OK
             CONTINUE
             STOP RUN
           END-IF.

           IF SW-RECFM-VARIABLE
             OPEN OUTPUT R-VOUT
           ELSE
             OPEN OUTPUT R-OUT
           END-IF.

           IF FS-OUT-OK
             CONTINUE
           END-IF.

           PERFORM UNTIL FS-BUS-EOF
             PERFORM READ-BUSINESS-RECORD
             IF NOT FS-BUS-EOF
               ADD 1                      TO WS-RECORD-COUNT
               PERFORM TOKENIZE-ONE-RECORD
             END-IF
           END-PERFORM.

           IF SW-RECFM-VARIABLE
             CLOSE R-VBUS R-VOUT
           ELSE
             CLOSE R-BUS R-OUT
           END-IF.

           DISPLAY 'AESBTOKN: ' WS-RECORD-COUNT ' record(s) copied, '
                   WS-TOKEN-COUNT ' field value(s) tokenized, '
           STOP RUN.


       READ-BUSINESS-RECORD.
           MOVE SPACES                    TO WS-BUS-REC.

           IF SW-RECFM-VARIABLE
             READ R-VBUS
               AT END
                 CONTINUE
               NOT AT END
                 IF WS-BUS-LENGTH > WS-MAX-LENGTH
                   DISPLAY 'AESBTOKN: AESBUSIN RECORD OF ' WS-BUS-LENGTH
                           ' BYTES IS OVER THE *RECFM MAXIMUM '
                           WS-MAX-LENGTH
                   MOVE 12                TO RETURN-CODE
                   STOP RUN
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


       WRITE-OUTPUT-RECORD.
           IF SW-RECFM-VARIABLE
             WRITE VOUT-REC FROM WS-OUT-REC
           ELSE
             WRITE OUT-REC FROM WS-OUT-REC
           END-IF.


       READ-PARAMETERS.
           OPEN INPUT R-PARM.

                 CONTINUE
               NOT AT END
                 EVALUATE TRUE
                   WHEN MAP-OFFSET = 0 AND MAP-LENGTH = 0
                     PERFORM LOAD-TYPE-LINE
                   WHEN MAP-LENGTH NOT = 16
      *              The vault holds 16-byte values and mints
      *              16-character tokens - any other length cannot
                             'FOR TOKENIZATION - RUN STOPPED'
                     MOVE 12              TO RETURN-CODE
                     STOP RUN
                   WHEN MAP-TOKEN-FORMAT NOT = SPACE
                     AND MAP-TOKEN-FORMAT NOT = 'H'
                     AND MAP-TOKEN-FORMAT NOT = 'P'
                   WHEN MAP-TOKEN-KEEP-LEAD NOT = SPACE
                     AND MAP-TOKEN-KEEP-LEAD IS NOT NUMERIC
                   WHEN MAP-TOKEN-KEEP-LAST NOT = SPACE
                     AND MAP-TOKEN-KEEP-LAST NOT = 'Y'
                     AND MAP-TOKEN-KEEP-LAST NOT = 'N'
                     DISPLAY 'AESBTOKN: AESFMAP TOKEN FORMAT MUST BE '
                             'H/P, KEEP-LEAD 0-9, KEEP-LAST Y/N - '
                             'RUN STOPPED'
                     MOVE 12              TO RETURN-CODE
                     STOP RUN
                   WHEN MAP-OFFSET > 0 AND WS-MAP-COUNT < 50
                     ADD 1                TO WS-MAP-COUNT
                     MOVE MAP-OFFSET      TO
                          WS-MAP-OFFSET(WS-MAP-COUNT)
                     MOVE MAP-REC-TYPE    TO
                          WS-MAP-TYPE(WS-MAP-COUNT)
                     MOVE MAP-TOKEN-FORMAT TO
                          WS-MAP-TOK-FORMAT(WS-MAP-COUNT)
                     MOVE MAP-TOKEN-KEEP-LEAD TO
                          WS-MAP-TOK-LEAD(WS-MAP-COUNT)
                     MOVE MAP-TOKEN-KEEP-LAST TO
                          WS-MAP-TOK-LAST(WS-MAP-COUNT)
                   WHEN OTHER
                     DISPLAY 'AESBTOKN: BAD/EXCESS AESFMAP ENTRY '
                             'SKIPPED'
             STOP RUN
           END-IF.

      *     A field tied to a type nobody defined would silently
      *     never be protected - refused rather than skipped, as is
      *     a field no record can be long enough to hold
           PERFORM VARYING WS-MAP-I FROM 1 BY 1
             UNTIL WS-MAP-I > WS-MAP-COUNT
             IF WS-MAP-OFFSET(WS-MAP-I) + 16 - 1 > WS-MAX-LENGTH
               DISPLAY 'AESBTOKN: AESFMAP FIELD ' WS-MAP-I
                       ' LIES PAST THE RECORD MAXIMUM ' WS-MAX-LENGTH
               MOVE 12                    TO RETURN-CODE
               STOP RUN
             END-IF
             IF WS-MAP-TYPE(WS-MAP-I) NOT = SPACES
               PERFORM VARYING WS-TYPE-I FROM 1 BY 1
                 UNTIL WS-TYPE-I > WS-TYPE-COUNT
                 OR WS-TYPE-NAME(WS-TYPE-I) = WS-MAP-TYPE(WS-MAP-I)
                 CONTINUE
               END-PERFORM
               IF WS-TYPE-I > WS-TYPE-COUNT
                 DISPLAY 'AESBTOKN: AESFMAP FIELD ' WS-MAP-I
                         ' NAMES UNDEFINED RECORD TYPE '
                         WS-MAP-TYPE(WS-MAP-I)
                 MOVE 12                  TO RETURN-CODE
                 STOP RUN
               END-IF
             END-IF
           END-PERFORM.


       LOAD-TYPE-LINE.
           EVALUATE TRUE
             WHEN MAP-REC-TYPE = '*RECFM'
               MOVE MAP-RECFM             TO WS-RECFM
               EVALUATE TRUE
                 WHEN WS-RECFM = 'F'
                   AND (MAP-MAX-LENGTH NOT NUMERIC
                        OR MAP-MAX-LENGTH = 256)
                   MOVE 256               TO WS-MAX-LENGTH
                 WHEN WS-RECFM = 'V' AND MAP-MAX-LENGTH IS NUMERIC
                   AND MAP-MAX-LENGTH > 0
                   AND MAP-MAX-LENGTH <= 32756
                   MOVE MAP-MAX-LENGTH    TO WS-MAX-LENGTH
                 WHEN OTHER
                   DISPLAY 'AESBTOKN: *RECFM MUST BE F (256) OR V WITH '
                           'A MAXIMUM OF 00001-32756'
                   MOVE 12                TO RETURN-CODE
                   STOP RUN
               END-EVALUATE
             WHEN MAP-REC-TYPE = '*OTHER'
               MOVE MAP-TEST-VALUE        TO WS-UNMATCHED
               IF WS-UNMATCHED NOT = 'PASS'
                 AND WS-UNMATCHED NOT = 'REFUSE'
                 DISPLAY 'AESBTOKN: *OTHER MUST SAY PASS OR REFUSE'
                 MOVE 12                  TO RETURN-CODE
                 STOP RUN
               END-IF
      *      Control totals are AESFLDR's and AESFRBL's business,
      *      the business key AESFLDR's alone
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
               DISPLAY 'AESBTOKN: BAD/EXCESS AESFMAP TYPE LINE '
                       MAP-REC-TYPE
               MOVE 12                    TO RETURN-CODE
               STOP RUN
           END-EVALUATE.


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

      *     No type lines at all - the whole-file map, untyped
           IF WS-REC-TYPE = SPACES AND WS-TYPE-COUNT > 0
             IF SW-UNMATCHED-PASS
               MOVE '*OTHER'              TO WS-REC-TYPE
             ELSE
               DISPLAY 'AESBTOKN: RECORD ' WS-RECORD-COUNT
                       ' MATCHES NO AESFMAP RECORD TYPE - RUN STOPPED'
               MOVE 12                    TO RETURN-CODE
               STOP RUN
             END-IF
           END-IF.


       TOKENIZE-ONE-RECORD.
      *     The copy starts as the record itself - only the mapped
      *     fields are touched
           MOVE WS-BUS-REC                TO WS-OUT-REC.
           MOVE WS-BUS-LENGTH             TO WS-OUT-LENGTH.

           PERFORM CLASSIFY-RECORD.

      *     A passed-through record goes out with nothing touched
           PERFORM VARYING WS-MAP-I FROM 1 BY 1
             UNTIL WS-MAP-I > WS-MAP-COUNT
             OR WS-REC-TYPE = '*OTHER'
      *      A field starting past this record's end is simply
      *      not in it
             IF (WS-MAP-TYPE(WS-MAP-I) = SPACES
                 OR WS-MAP-TYPE(WS-MAP-I) = WS-REC-TYPE)
               AND WS-MAP-OFFSET(WS-MAP-I) <= WS-BUS-LENGTH
               PERFORM TOKENIZE-ONE-FIELD
             END-IF
           END-PERFORM.

           PERFORM WRITE-OUTPUT-RECORD.

           IF FS-OUT-OK
             CONTINUE


       TOKENIZE-ONE-FIELD.
           IF WS-MAP-OFFSET(WS-MAP-I) + 16 - 1
              > WS-BUS-LENGTH
             DISPLAY 'AESBTOKN: RECORD ' WS-RECORD-COUNT
                     ' ENDS INSIDE FIELD ' WS-MAP-I ' - RUN STOPPED'
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.

      *     The 16 field bytes as 32 hex characters - the value form
      *     AESTOKEN's vault stores and matches on
           MOVE 0                         TO WS-HB-I.
             FROM WS-MAP-OFFSET(WS-MAP-I) BY 1
             UNTIL WS-FLD-B > WS-MAP-OFFSET(WS-MAP-I) + 15
             COMPUTE WS-BYTE-VAL =
                 FUNCTION ORD(WS-BUS-REC(WS-FLD-B:1)) - 1

             DIVIDE WS-BYTE-VAL BY 16     GIVING WS-HEX-HI
                                       REMAINDER WS-HEX-LO
           MOVE WS-CALLER                 TO TOK-CALLER.
           MOVE WS-HEX-BUF                TO TOK-VALUE.
           MOVE SPACES                    TO TOK-TOKEN.
           MOVE WS-MAP-TOK-FORMAT(WS-MAP-I) TO TOK-FORMAT.
           MOVE WS-MAP-TOK-LEAD(WS-MAP-I) TO TOK-KEEP-LEAD.
           MOVE WS-MAP-TOK-LAST(WS-MAP-I) TO TOK-KEEP-LAST.

           CALL 'AESTOKEN' USING WS-TOK-LS.

           IF TOKS-OK
             MOVE TOK-TOKEN
               TO WS-OUT-REC(WS-MAP-OFFSET(WS-MAP-I):16)
             ADD 1                        TO WS-TOKEN-COUNT
           ELSE
      *      Never pass the clear value through into the "safe" copy
             MOVE SPACES
               TO WS-OUT-REC(WS-MAP-OFFSET(WS-MAP-I):16)
             ADD 1                        TO WS-FAIL-COUNT
             EVALUATE TRUE
               WHEN TOKS-BAD-FORMAT
                 DISPLAY 'AESBTOKN: RECORD ' WS-RECORD-COUNT
                         ' FIELD ' WS-MAP-I ' - VALUE DOES NOT TAKE '
                         'THIS TOKEN FORMAT - BLANKED'
               WHEN TOKS-COLLISION
                 DISPLAY 'AESBTOKN: RECORD ' WS-RECORD-COUNT
                         ' FIELD ' WS-MAP-I ' - VALUE IS AN ISSUED '
                         'TOKEN - BLANKED'
             END-EVALUATE
           END-IF.
