       ID DIVISION.
       PROGRAM-ID. AESCPXL.
      *****************************************************************
      * Code-page translator for the interchange path. A file we
      * cipher in EBCDIC used to come out of a distributed partner's
      * decipher still in EBCDIC, and an ASCII partner's file came
      * out of ours still in ASCII. CALL 'AESCPXL' with the code page
      * the data is in and the one it is wanted in:
      *
      *   function 'V' (validate) - answers OK when a translation
      *       between the two code pages exists, NTB when either
      *       name is not one this table knows
      *   function 'T' (translate) - translates CPX-LENGTH bytes of
      *       CPX-DATA in place. Every byte must have a mapping; the
      *       first one that does not answers UNM with its position
      *       in CPX-BAD-POS and the data is handed back untouched -
      *       a byte that cannot be translated is refused, never
      *       guessed at.
      *
      * Code pages are named as AESPRTNR and the envelope header
      * carry them: EBCDIC (IBM-037) and ASCII. The table covers the
      * printable characters plus tab, line feed and carriage
      * return - character data, which is all it is ever asked to
      * translate. The same name twice (or a blank on either side)
      * is no translation at all and answers OK untouched.
      *
      * The table is written in hexadecimal on both sides, so it
      * means the same thing whichever code page it is compiled in.
      *****************************************************************
       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *  The pairs, position for position - ASCII on the first list,
      *  its EBCDIC (IBM-037) counterpart at the same position on the
      *  second
         01 WS-CP-ASCII.
            05 FILLER                  PIC X(14)
                                  VALUE X'090A0D202122232425262728292A'.
            05 FILLER                  PIC X(14)
                                  VALUE X'2B2C2D2E2F303132333435363738'.
            05 FILLER                  PIC X(14)
                                  VALUE X'393A3B3C3D3E3F40414243444546'.
            05 FILLER                  PIC X(14)
                                  VALUE X'4748494A4B4C4D4E4F5051525354'.
            05 FILLER                  PIC X(14)
                                  VALUE X'55565758595A5B5C5D5E5F606162'.
            05 FILLER                  PIC X(14)
                                  VALUE X'636465666768696A6B6C6D6E6F70'.
            05 FILLER                  PIC X(14)
                                  VALUE X'7172737475767778797A7B7C7D7E'.
         01 WS-CP-EBCDIC.
            05 FILLER                  PIC X(14)
                                  VALUE X'05250D405A7F7B5B6C507D4D5D5C'.
            05 FILLER                  PIC X(14)
                                  VALUE X'4E6B604B61F0F1F2F3F4F5F6F7F8'.
            05 FILLER                  PIC X(14)
                                  VALUE X'F97A5E4C7E6E6F7CC1C2C3C4C5C6'.
            05 FILLER                  PIC X(14)
                                  VALUE X'C7C8C9D1D2D3D4D5D6D7D8D9E2E3'.
            05 FILLER                  PIC X(14)
                                  VALUE X'E4E5E6E7E8E9BAE0BBB06D798182'.
            05 FILLER                  PIC X(14)
                                  VALUE X'8384858687888991929394959697'.
            05 FILLER                  PIC X(14)
                                  VALUE X'9899A2A3A4A5A6A7A8A9C04FD0A1'.

      *  Byte-indexed lookups built from the pairs on first use -
      *  the translated byte, and whether there is one at all
         77 WS-TABLES-BUILT            PIC X(01)    VALUE 'N'.
            88 SW-TABLES-BUILT                      VALUE 'Y'.
         01 WS-A2E                     PIC X(256).
         01 WS-A2E-OK                  PIC X(256).
         01 WS-E2A                     PIC X(256).
         01 WS-E2A-OK                  PIC X(256).
         77 WS-PAIR-I                  PIC 9(03).
         77 WS-ORD-A                   PIC 9(03).
         77 WS-ORD-E                   PIC 9(03).

         77 WS-DIRECTION               PIC X(01).
            88 SW-A2E                               VALUE 'E'.
            88 SW-E2A                               VALUE 'A'.
            88 SW-SAME                              VALUE 'S'.
         77 WS-BYTE-I                  PIC 9(05).
         77 WS-BYTE-ORD                PIC 9(03).
         01 WS-WORK                    PIC X(999).

       LINKAGE SECTION.
         01 LS.
            02 CPX-FUNCTION            PIC X(01).
               88 CPX-VALIDATE                  VALUE 'V'.
               88 CPX-TRANSLATE                 VALUE 'T'.
            02 CPX-FROM-CP             PIC X(08).
            02 CPX-TO-CP               PIC X(08).
            02 CPX-LENGTH              PIC 9(05).
            02 CPX-DATA                PIC X(999).
            02 CPX-BAD-POS             PIC 9(05).
            02 CPX-STATUS              PIC X(03).
               88 CPXS-OK                       VALUE 'OK '.
               88 CPXS-UNMAPPED                 VALUE 'UNM'.
               88 CPXS-NO-TABLE                 VALUE 'NTB'.
               88 CPXS-ERR                      VALUE 'ERR'.

       PROCEDURE DIVISION USING LS.
       MAINLINE.
            SET CPXS-OK                     TO TRUE.
            MOVE 0                          TO CPX-BAD-POS.

            IF NOT SW-TABLES-BUILT
              PERFORM BUILD-TABLES
            END-IF.

            PERFORM CHOOSE-DIRECTION.

            IF CPXS-OK
              EVALUATE TRUE
                WHEN CPX-VALIDATE
                  CONTINUE
                WHEN CPX-TRANSLATE
                  IF NOT SW-SAME
                    PERFORM TRANSLATE-DATA
                       THRU TRANSLATE-DATA-EXIT
                  END-IF
                WHEN OTHER
                  SET CPXS-ERR              TO TRUE
              END-EVALUATE
            END-IF.

            GOBACK.


       BUILD-TABLES.
            MOVE SPACES                     TO WS-A2E WS-E2A.
            MOVE ALL 'N'                    TO WS-A2E-OK WS-E2A-OK.

            PERFORM VARYING WS-PAIR-I FROM 1 BY 1
              UNTIL WS-PAIR-I > 98
              COMPUTE WS-ORD-A =
                  FUNCTION ORD(WS-CP-ASCII(WS-PAIR-I:1))
              COMPUTE WS-ORD-E =
                  FUNCTION ORD(WS-CP-EBCDIC(WS-PAIR-I:1))

              MOVE WS-CP-EBCDIC(WS-PAIR-I:1) TO WS-A2E(WS-ORD-A:1)
              MOVE 'Y'                      TO WS-A2E-OK(WS-ORD-A:1)
              MOVE WS-CP-ASCII(WS-PAIR-I:1) TO WS-E2A(WS-ORD-E:1)
              MOVE 'Y'                      TO WS-E2A-OK(WS-ORD-E:1)
            END-PERFORM.

            SET SW-TABLES-BUILT             TO TRUE.


       CHOOSE-DIRECTION.
            EVALUATE TRUE
              WHEN CPX-FROM-CP = SPACES OR CPX-TO-CP = SPACES
                OR CPX-FROM-CP = CPX-TO-CP
                SET SW-SAME                 TO TRUE
              WHEN CPX-FROM-CP = 'ASCII' AND CPX-TO-CP = 'EBCDIC'
                SET SW-A2E                  TO TRUE
              WHEN CPX-FROM-CP = 'EBCDIC' AND CPX-TO-CP = 'ASCII'
                SET SW-E2A                  TO TRUE
              WHEN OTHER
                SET CPXS-NO-TABLE           TO TRUE
            END-EVALUATE.


       TRANSLATE-DATA.
            IF CPX-LENGTH > 999
              SET CPXS-ERR                  TO TRUE
              GO TO TRANSLATE-DATA-EXIT
            END-IF.

            MOVE CPX-DATA                   TO WS-WORK.

            PERFORM VARYING WS-BYTE-I FROM 1 BY 1
              UNTIL WS-BYTE-I > CPX-LENGTH
              COMPUTE WS-BYTE-ORD =
                  FUNCTION ORD(WS-WORK(WS-BYTE-I:1))

              IF SW-A2E
                IF WS-A2E-OK(WS-BYTE-ORD:1) NOT = 'Y'
                  SET CPXS-UNMAPPED         TO TRUE
                  MOVE WS-BYTE-I            TO CPX-BAD-POS
                  GO TO TRANSLATE-DATA-EXIT
                END-IF
                MOVE WS-A2E(WS-BYTE-ORD:1)  TO WS-WORK(WS-BYTE-I:1)
              ELSE
                IF WS-E2A-OK(WS-BYTE-ORD:1) NOT = 'Y'
                  SET CPXS-UNMAPPED         TO TRUE
                  MOVE WS-BYTE-I            TO CPX-BAD-POS
                  GO TO TRANSLATE-DATA-EXIT
                END-IF
                MOVE WS-E2A(WS-BYTE-ORD:1)  TO WS-WORK(WS-BYTE-I:1)
              END-IF
            END-PERFORM.

      *     Every byte had a mapping - only now does the caller's
      *     data change
            MOVE WS-WORK(1:CPX-LENGTH)      TO CPX-DATA(1:CPX-LENGTH).

       TRANSLATE-DATA-EXIT.
            EXIT.
