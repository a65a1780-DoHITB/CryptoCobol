      * not clean digits is left untouched and counted - mixed
      * alpha fields are AESTOKEN's territory, not FPE's.
      *
      * The AESFMAP CLASS column (47) says how the digits are held:
      *   P - packed decimal (COMP-3), 3-8 bytes holding 5-15 digits
      *       and a sign nibble
      *   Z - signed zoned decimal, 4-16 bytes, the sign overpunched
      *       on the last one ({ A-I positive, } J-R negative, or the
      *       p-y negative convention of ASCII compilers)
      *   anything else - display digits, as always
      * Packed and zoned fields are unpacked to their digits, run
      * through AESFPE like any other, and put back into the same
      * bytes with the original sign exactly as it was - so the
      * protected record still passes the downstream numeric edits,
      * and deciphering gives back the original bytes. A field whose
      * nibbles or sign are not valid for its class is left untouched
      * and counted with the non-numeric ones.
      *
      * AESFMAP record-type lines work as AESFLDR documents them:
      * each record gets its own type's fields plus the untyped
      * ones, and a record no type matches is refused unless the
      * *OTHER line says PASS, when it is copied untouched. The
      * *RECFM line's V reads AESBUSIN as variable-length records,
      * and the copy is written with each record at its own length.
      *
      * Control card AESBFPRM: FUNCTION(1, E/D) ALIAS(3-10).
      * Output lands on AESBUSFP, every unmapped byte untouched.
      *****************************************************************
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

      *     AESBUSFP, VARIABLE (RECFM=VB - written instead of R-OUT
      *     when the input is variable, each record at its own length)
            SELECT R-VOUT ASSIGN TO 'AESBUSFP'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-OUT.

      *     CONTROL CARD (AESBFPRM)
            SELECT R-PARM ASSIGN TO 'AESBFPRM'
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
          05 FILLER                      PIC X(01).
          05 MAP-FIELD-CLASS             PIC X(01).

      *   AESBUSFP
       FD R-OUT LABEL RECORD STANDARD.

       01 OUT-REC                        PIC X(256).

      *   AESBUSFP, variable-length
       FD R-VOUT LABEL RECORD STANDARD
                 RECORD IS VARYING IN SIZE FROM 1 TO 32756
                 DEPENDING ON WS-OUT-LENGTH.

       01 VOUT-REC                       PIC X(32756).

      *   AESBFPRM
       FD R-PARM LABEL RECORD STANDARD.

         77 WS-FUNCTION                 PIC X(01).
         77 WS-ALIAS                    PIC X(08).

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

      *  Field map, loaded once - lengths bounded to what the
      *  Feistel split supports
         01 WS-MAP-TABLE.
            05 WS-MAP-ENTRY            OCCURS 50.
               10 WS-MAP-OFFSET        PIC 9(04).
               10 WS-MAP-LENGTH        PIC 9(03).
               10 WS-MAP-TYPE          PIC X(08).
               10 WS-MAP-CLASS         PIC X(01).
                  88 SW-MAP-PACKED                  VALUE 'P'.
                  88 SW-MAP-ZONED                   VALUE 'Z'.
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

      *  Key resolution through the standard KMS interface
         01 KG-S.
            COPY 'KMS-GET.cpy'.
            02 FPE-DIGITS-OUT          PIC X(16).
            02 FPE-STATUS              PIC X(03).
               88 FPES-OK                       VALUE 'OK '.
            02 FPE-CRYPTO-PROV         PIC X(08)   VALUE SPACES.
            02 FPE-KEY-HANDLE.
               03 FPE-KH-ALIAS         PIC X(08)   VALUE SPACES.
               03 FPE-KH-VERSION       PIC 9(03)   VALUE 0.

      *  One field's digits on their way to and from the engine,
      *  and what has to be put back around them
         01 WS-FLD-BYTES               PIC X(16).
         01 WS-DIGITS                  PIC X(16).
         77 WS-DIGITS-LEN              PIC 9(02).
         77 WS-DIGIT                   PIC 9(01).
         77 WS-FLD-VALID               PIC X(01).
            88 SW-FLD-VALID                         VALUE 'Y'.
         77 WS-FLD-I                   PIC 9(02).
         77 WS-BYTE-VAL                PIC 9(03).
         77 WS-NIB-HI                  PIC 9(02).
         77 WS-NIB-LO                  PIC 9(02).
         77 WS-SIGN-NIB                PIC 9(02).

      *  Zoned-decimal sign overpunch - the last byte's character for
      *  digits 0-9 under each convention, and which one a field used
         01 WS-ZONE-SETS.
            05 WS-ZONE-POS             PIC X(10)    VALUE '{ABCDEFGHI'.
            05 WS-ZONE-NEG             PIC X(10)    VALUE '}JKLMNOPQR'.
            05 WS-ZONE-NEG-A           PIC X(10)    VALUE 'pqrstuvwxy'.
            05 WS-ZONE-UNS             PIC X(10)    VALUE '0123456789'.
         01 WS-ZONE-TABLE REDEFINES WS-ZONE-SETS.
            05 WS-ZONE-SET             PIC X(10)    OCCURS 4.
         77 WS-ZONE-I                  PIC 9(01).
         77 WS-ZONE-SEL                PIC 9(01).
         77 WS-ZONE-J                  PIC 9(02).
         77 WS-LAST-CHAR               PIC X(01).

         77 WS-RECORD-COUNT            PIC 9(08)    VALUE 0.
         77 WS-FIELD-COUNT             PIC 9(08)    VALUE 0.
           PERFORM LOAD-FIELD-MAP.
           PERFORM RESOLVE-FPE-KEY.

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
               PERFORM PROTECT-ONE-RECORD
             END-IF
           END-PERFORM.

           IF SW-RECFM-VARIABLE
             CLOSE R-VBUS R-VOUT
           ELSE
             CLOSE R-BUS R-OUT
           END-IF.

           MOVE SPACES                    TO WS-KEY FPE-KEY.

           STOP RUN.


       READ-BUSINESS-RECORD.
           MOVE SPACES                    TO WS-BUS-REC.

           IF SW-RECFM-VARIABLE
             READ R-VBUS
               AT END
                 CONTINUE
               NOT AT END
                 IF WS-BUS-LENGTH > WS-MAX-LENGTH
                   DISPLAY 'AESBFPE: AESBUSIN RECORD OF ' WS-BUS-LENGTH
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
                   WHEN MAP-FIELD-CLASS = 'P'
                     AND (MAP-LENGTH < 3 OR MAP-LENGTH > 8)
                     DISPLAY 'AESBFPE: PACKED AESFMAP LENGTH MUST BE '
                             '003-008 FOR FPE - RUN STOPPED'
                     MOVE 12              TO RETURN-CODE
                     STOP RUN
                   WHEN MAP-FIELD-CLASS NOT = 'P'
                     AND (MAP-LENGTH < 4 OR MAP-LENGTH > 16)
      *              The Feistel split needs at least two digits a
      *              side; past sixteen is not a field FPE is for
                     DISPLAY 'AESBFPE: AESFMAP LENGTH MUST BE '
                             '004-016 FOR FPE - RUN STOPPED'
                     MOVE 12              TO RETURN-CODE
                     STOP RUN
                   WHEN MAP-OFFSET > 0 AND WS-MAP-COUNT < 50
                     ADD 1                TO WS-MAP-COUNT
                     MOVE MAP-OFFSET      TO
                          WS-MAP-OFFSET(WS-MAP-COUNT)
                     MOVE MAP-REC-TYPE    TO
                          WS-MAP-TYPE(WS-MAP-COUNT)
                     MOVE MAP-LENGTH      TO
                          WS-MAP-LENGTH(WS-MAP-COUNT)
                     MOVE MAP-FIELD-CLASS TO
                          WS-MAP-CLASS(WS-MAP-COUNT)
                   WHEN OTHER
                     DISPLAY 'AESBFPE: BAD/EXCESS AESFMAP ENTRY '
                             'SKIPPED'
             STOP RUN
           END-IF.

      *     A field tied to a type nobody defined would silently
      *     never be protected - refused rather than skipped, as is
      *     a field no record can be long enough to hold
           PERFORM VARYING WS-MAP-I FROM 1 BY 1
             UNTIL WS-MAP-I > WS-MAP-COUNT
             IF WS-MAP-OFFSET(WS-MAP-I) + WS-MAP-LENGTH(WS-MAP-I) - 1
                > WS-MAX-LENGTH
               DISPLAY 'AESBFPE: AESFMAP FIELD ' WS-MAP-I
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
                 DISPLAY 'AESBFPE: AESFMAP FIELD ' WS-MAP-I
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
                   DISPLAY 'AESBFPE: *RECFM MUST BE F (256) OR V WITH '
                           'A MAXIMUM OF 00001-32756'
                   MOVE 12                TO RETURN-CODE
                   STOP RUN
               END-EVALUATE
             WHEN MAP-REC-TYPE = '*OTHER'
               MOVE MAP-TEST-VALUE        TO WS-UNMATCHED
               IF WS-UNMATCHED NOT = 'PASS'
                 AND WS-UNMATCHED NOT = 'REFUSE'
                 DISPLAY 'AESBFPE: *OTHER MUST SAY PASS OR REFUSE'
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
               DISPLAY 'AESBFPE: BAD/EXCESS AESFMAP TYPE LINE '
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
               DISPLAY 'AESBFPE: RECORD ' WS-RECORD-COUNT
                       ' MATCHES NO AESFMAP RECORD TYPE - RUN STOPPED'
               MOVE 12                    TO RETURN-CODE
               STOP RUN
             END-IF
           END-IF.


       RESOLVE-FPE-KEY.
           MOVE SPACES                     TO PMW.
           ELSE
             MOVE 'DECIPHER'               TO LKGS-PURPOSE OF KG-S
           END-IF.
           MOVE 'F'                        TO LKGS-KEY-USE OF KG-S.
           MOVE SPACES                     TO LKG-KEY OF KG-S.

           CALL 'AESKGET' USING KG-S.


       PROTECT-ONE-RECORD.
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
               PERFORM PROTECT-ONE-FIELD
                  THRU PROTECT-ONE-FIELD-EXIT
             END-IF
           END-PERFORM.

           PERFORM WRITE-OUTPUT-RECORD.

           IF FS-OUT-OK
             CONTINUE


       PROTECT-ONE-FIELD.
           IF WS-MAP-OFFSET(WS-MAP-I) + WS-MAP-LENGTH(WS-MAP-I) - 1
              > WS-BUS-LENGTH
             DISPLAY 'AESBFPE: RECORD ' WS-RECORD-COUNT
                     ' ENDS INSIDE FIELD ' WS-MAP-I ' - RUN STOPPED'
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.

           MOVE SPACES                    TO WS-FLD-BYTES WS-DIGITS.
           MOVE WS-BUS-REC(WS-MAP-OFFSET(WS-MAP-I):
                        WS-MAP-LENGTH(WS-MAP-I))
             TO WS-FLD-BYTES(1:WS-MAP-LENGTH(WS-MAP-I)).

           EVALUATE TRUE
             WHEN SW-MAP-PACKED(WS-MAP-I)
               PERFORM UNPACK-PACKED-FIELD
             WHEN SW-MAP-ZONED(WS-MAP-I)
               PERFORM UNPACK-ZONED-FIELD
             WHEN OTHER
               MOVE WS-MAP-LENGTH(WS-MAP-I) TO WS-DIGITS-LEN
               MOVE WS-FLD-BYTES          TO WS-DIGITS
               IF WS-DIGITS(1:WS-DIGITS-LEN) IS NUMERIC
                 SET SW-FLD-VALID         TO TRUE
               ELSE
                 MOVE 'N'                 TO WS-FLD-VALID
               END-IF
           END-EVALUATE.

           IF NOT SW-FLD-VALID
             ADD 1                        TO WS-SKIPPED-COUNT
             GO TO PROTECT-ONE-FIELD-EXIT
           END-IF.
           MOVE SPACES                    TO FPE-TWEAK.
           MOVE WS-MAP-I                  TO FPE-TWEAK(1:2).

           MOVE WS-DIGITS-LEN             TO FPE-DIGITS-LEN.
           MOVE WS-DIGITS                 TO FPE-DIGITS-IN.
           MOVE SPACES                    TO FPE-DIGITS-OUT.

           CALL 'AESFPE' USING WS-FPE-LS.

           IF FPES-OK
             MOVE FPE-DIGITS-OUT          TO WS-DIGITS
             EVALUATE TRUE
               WHEN SW-MAP-PACKED(WS-MAP-I)
                 PERFORM REPACK-PACKED-FIELD
               WHEN SW-MAP-ZONED(WS-MAP-I)
                 PERFORM REZONE-FIELD
               WHEN OTHER
                 MOVE WS-DIGITS           TO WS-FLD-BYTES
             END-EVALUATE
             MOVE WS-FLD-BYTES(1:WS-MAP-LENGTH(WS-MAP-I))
               TO WS-OUT-REC(WS-MAP-OFFSET(WS-MAP-I):
                          WS-MAP-LENGTH(WS-MAP-I))
             ADD 1                        TO WS-FIELD-COUNT
           ELSE

       PROTECT-ONE-FIELD-EXIT.
           EXIT.


       UNPACK-PACKED-FIELD.
      *     Two digits a byte, the last byte's low nibble the sign -
      *     kept as found (C, D, F or any other sign value) for the
      *     repack
           SET SW-FLD-VALID               TO TRUE.
           MOVE 0                         TO WS-DIGITS-LEN.

           PERFORM VARYING WS-FLD-I FROM 1 BY 1
             UNTIL WS-FLD-I > WS-MAP-LENGTH(WS-MAP-I)
             COMPUTE WS-BYTE-VAL =
                 FUNCTION ORD(WS-FLD-BYTES(WS-FLD-I:1)) - 1
             COMPUTE WS-NIB-HI = WS-BYTE-VAL / 16
             COMPUTE WS-NIB-LO = FUNCTION MOD(WS-BYTE-VAL 16)

             IF WS-NIB-HI > 9
               MOVE 'N'                   TO WS-FLD-VALID
             ELSE
               ADD 1                      TO WS-DIGITS-LEN
               MOVE WS-NIB-HI             TO WS-DIGIT
               MOVE WS-DIGIT              TO WS-DIGITS(WS-DIGITS-LEN:1)
             END-IF

             IF WS-FLD-I < WS-MAP-LENGTH(WS-MAP-I)
               IF WS-NIB-LO > 9
                 MOVE 'N'                 TO WS-FLD-VALID
               ELSE
                 ADD 1                    TO WS-DIGITS-LEN
                 MOVE WS-NIB-LO           TO WS-DIGIT
                 MOVE WS-DIGIT            TO WS-DIGITS(WS-DIGITS-LEN:1)
               END-IF
             ELSE
               IF WS-NIB-LO < 10
                 MOVE 'N'                 TO WS-FLD-VALID
               ELSE
                 MOVE WS-NIB-LO           TO WS-SIGN-NIB
               END-IF
             END-IF
           END-PERFORM.


       REPACK-PACKED-FIELD.
           MOVE SPACES                    TO WS-FLD-BYTES.

           PERFORM VARYING WS-FLD-I FROM 1 BY 1
             UNTIL WS-FLD-I > WS-MAP-LENGTH(WS-MAP-I)
             MOVE WS-DIGITS(WS-FLD-I * 2 - 1:1) TO WS-DIGIT
             MOVE WS-DIGIT                TO WS-NIB-HI

             IF WS-FLD-I < WS-MAP-LENGTH(WS-MAP-I)
               MOVE WS-DIGITS(WS-FLD-I * 2:1) TO WS-DIGIT
               MOVE WS-DIGIT              TO WS-NIB-LO
             ELSE
               MOVE WS-SIGN-NIB           TO WS-NIB-LO
             END-IF

             COMPUTE WS-BYTE-VAL = WS-NIB-HI * 16 + WS-NIB-LO
             MOVE FUNCTION CHAR(WS-BYTE-VAL + 1)
               TO WS-FLD-BYTES(WS-FLD-I:1)
           END-PERFORM.


       UNPACK-ZONED-FIELD.
      *     Digits throughout, the last one carrying the sign in
      *     whichever overpunch convention the field was written in
           MOVE WS-MAP-LENGTH(WS-MAP-I)   TO WS-DIGITS-LEN.
           MOVE WS-FLD-BYTES              TO WS-DIGITS.
           MOVE WS-FLD-BYTES(WS-DIGITS-LEN:1) TO WS-LAST-CHAR.
           MOVE 0                         TO WS-ZONE-SEL.

           PERFORM VARYING WS-ZONE-I FROM 1 BY 1
             UNTIL WS-ZONE-I > 4 OR WS-ZONE-SEL > 0
             PERFORM VARYING WS-ZONE-J FROM 1 BY 1
               UNTIL WS-ZONE-J > 10 OR WS-ZONE-SEL > 0
               IF WS-ZONE-SET(WS-ZONE-I)(WS-ZONE-J:1) = WS-LAST-CHAR
                 MOVE WS-ZONE-I           TO WS-ZONE-SEL
                 MOVE WS-ZONE-UNS(WS-ZONE-J:1)
                   TO WS-DIGITS(WS-DIGITS-LEN:1)
               END-IF
             END-PERFORM
           END-PERFORM.

           IF WS-ZONE-SEL > 0
             AND WS-DIGITS(1:WS-DIGITS-LEN) IS NUMERIC
             SET SW-FLD-VALID             TO TRUE
           ELSE
             MOVE 'N'                     TO WS-FLD-VALID
           END-IF.


       REZONE-FIELD.
           MOVE WS-DIGITS                 TO WS-FLD-BYTES.
           MOVE WS-DIGITS(WS-DIGITS-LEN:1) TO WS-DIGIT.
           MOVE WS-ZONE-SET(WS-ZONE-SEL)(WS-DIGIT + 1:1)
             TO WS-FLD-BYTES(WS-DIGITS-LEN:1).
