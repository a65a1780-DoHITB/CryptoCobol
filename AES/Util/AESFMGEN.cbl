       ID DIVISION.
       PROGRAM-ID. AESFMGEN.
      *****************************************************************
      * AESFMAP generator. Field maps have been built by counting
      * bytes in the business copybook by hand, and one slip on a
      * layout change has AESFRBL putting values back a byte out
      * with nothing to say so. This reads the business copybook
      * (AESCPYBK - the record description as it stands in the
      * source library, fixed format, columns 8-72), works out the
      * offset and length of every item from its PICTURE, USAGE,
      * OCCURS and REDEFINES, and lists them all on AESFMRPT. The
      * analyst marks the fields to protect on the selection deck
      * AESFGSEL, and the map is written from the copybook's own
      * numbers to AESFMAPN, then compared line for line with the
      * AESFMAP in use so the change is reviewed before cutover.
      *
      * AESFGSEL cards ('*' in column 1 is a comment):
      *   field  MARK(1)        E encrypt (AESFLDR), T tokenize
      *                         (AESBTOKN), F format-preserve (AESBFPE)
      *          TYPE(3-10)     record type the field belongs to,
      *                         blank for every record
      *          OCCURRENCE(12-15) which occurrence of a table item,
      *                         counting across all its dimensions,
      *                         blank for every one
      *          NAME(17-46)    data-name as in the copybook
      *          QUALIFIER(48-77) a group it sits under, when the
      *                         name alone is not unique
      *   type   R(1) TYPE(3-10) NAME(17-46) of the discriminator,
      *          which must be unique, TEST-VALUE(48-67)
      * One deck can carry the marks for all three programs; a run
      * writes the map for one of them and lists the others on the
      * layout for the reviewer. A table item marked without an
      * occurrence becomes one map line per occurrence. Fields are
      * numbered in deck order, and AESFMAN manifests hold field
      * numbers - a renumbering shows up on the comparison as well.
      *
      * Fields are checked against what the reading program takes:
      * AESFLDR a field up to 999 bytes, CLASS C when every byte is
      * DISPLAY data and B otherwise; AESBTOKN 16 bytes exactly;
      * AESBFPE a numeric elementary item - unsigned DISPLAY digits
      * (4-16), trailing-overpunch signed DISPLAY (CLASS Z, 4-16
      * bytes) or COMP-3 (CLASS P, 3-8 bytes). No field may sit
      * after a variable (OCCURS DEPENDING ON) table, whose position
      * moves from record to record. Items are laid out without
      * SYNC slack bytes; a nested COPY is not expanded.
      *
      * Control card AESFGPRM (optional): MAP(1) E, T or F (default
      * E); RECFM(3) F or V and MAX-LENGTH(5-9), blank to take them
      * from the copybook - V with the longest record when that is
      * over 256 bytes or a table is variable, otherwise no *RECFM
      * line; OTHER(11-16) PASS or REFUSE for an *OTHER line, blank
      * for none.
      *
      * RETURN-CODE 12 on any error (AESFMAPN is left empty), 4 when
      * the new map differs from the current AESFMAP, otherwise 0.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *     BUSINESS COPYBOOK (AESCPYBK - LRECL=80 source)
            SELECT R-CPY ASSIGN TO 'AESCPYBK'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-CPY.

      *     SELECTION DECK (AESFGSEL)
            SELECT R-SEL ASSIGN TO 'AESFGSEL'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-SEL.

      *     CONTROL CARD (AESFGPRM)
            SELECT OPTIONAL R-PARM ASSIGN TO 'AESFGPRM'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-PARM.

      *     CURRENT FIELD MAP (AESFMAP - compared, not changed)
            SELECT OPTIONAL R-MAP ASSIGN TO 'AESFMAP'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-MAP.

      *     NEW FIELD MAP (AESFMAPN)
            SELECT R-NEW ASSIGN TO 'AESFMAPN'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-NEW.

      *     LAYOUT AND COMPARISON REPORT (AESFMRPT)
            SELECT R-RPT ASSIGN TO 'AESFMRPT'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-RPT.

       DATA DIVISION.
       FILE SECTION.
      *   AESCPYBK
       FD R-CPY LABEL RECORD STANDARD.

       01 CPY-REC.
          05 CPY-SEQUENCE                PIC X(06).
          05 CPY-INDICATOR               PIC X(01).
             88 CPY-COMMENT                        VALUE '*' '/' 'D'.
          05 CPY-TEXT                    PIC X(65).
          05 CPY-IDENT                   PIC X(08).

      *   AESFGSEL
       FD R-SEL LABEL RECORD STANDARD.

       01 SEL-REC.
          05 SEL-MARK                    PIC X(01).
             88 SEL-COMMENT                        VALUE '*'.
             88 SEL-TYPE-CARD                      VALUE 'R'.
             88 SEL-FIELD-CARD                     VALUE 'E' 'T' 'F'.
          05 FILLER                      PIC X(01).
          05 SEL-REC-TYPE                PIC X(08).
          05 FILLER                      PIC X(01).
          05 SEL-OCCURRENCE              PIC X(04).
          05 SEL-OCCURRENCE-N REDEFINES SEL-OCCURRENCE
                                         PIC 9(04).
          05 FILLER                      PIC X(01).
          05 SEL-NAME                    PIC X(30).
          05 FILLER                      PIC X(01).
          05 SEL-QUALIFIER               PIC X(30).
          05 SEL-TEST REDEFINES SEL-QUALIFIER.
             10 SEL-TEST-VALUE           PIC X(20).
             10 FILLER                   PIC X(10).
          05 FILLER                      PIC X(03).

      *   AESFGPRM
       FD R-PARM LABEL RECORD STANDARD.

       01 PARM-REC.
          05 PARM-MAP                    PIC X(01).
          05 FILLER                      PIC X(01).
          05 PARM-RECFM                  PIC X(01).
          05 FILLER                      PIC X(01).
          05 PARM-MAX-LENGTH             PIC X(05).
          05 PARM-MAX-LENGTH-N REDEFINES PARM-MAX-LENGTH
                                         PIC 9(05).
          05 FILLER                      PIC X(01).
          05 PARM-OTHER                  PIC X(06).

      *   AESFMAP
       FD R-MAP LABEL RECORD STANDARD.

       01 MAP-REC                        PIC X(47).

      *   AESFMAPN
       FD R-NEW LABEL RECORD STANDARD.

       01 NEW-REC                        PIC X(47).

      *   AESFMRPT
       FD R-RPT LABEL RECORD STANDARD.

       01 RPT-REC                        PIC X(132).

       WORKING-STORAGE SECTION.
         01 FS.
            05 FS-CPY                   PIC 9(02).
               88 FS-CPY-OK                       VALUE 0.
               88 FS-CPY-EOF                      VALUE 10.
            05 FS-SEL                   PIC 9(02).
               88 FS-SEL-OK                       VALUE 0.
               88 FS-SEL-EOF                      VALUE 10.
            05 FS-PARM                  PIC 9(02).
               88 FS-PARM-OPEN                    VALUE 0 05.
            05 FS-MAP                   PIC 9(02).
               88 FS-MAP-OK                       VALUE 0.
               88 FS-MAP-OPEN                     VALUE 0 05.
               88 FS-MAP-EOF                      VALUE 10.
            05 FS-NEW                   PIC 9(02).
               88 FS-NEW-OK                       VALUE 0.
            05 FS-RPT                   PIC 9(02).
               88 FS-RPT-OK                       VALUE 0.

      *  Control card
         77 WS-MAP-FOR                  PIC X(01)   VALUE 'E'.
            88 SW-MAP-ENCRYPT                       VALUE 'E'.
            88 SW-MAP-TOKEN                         VALUE 'T'.
            88 SW-MAP-FPE                           VALUE 'F'.
         77 WS-RECFM                    PIC X(01)   VALUE SPACE.
         77 WS-MAX-LENGTH               PIC 9(05)   VALUE 0.
         77 WS-OTHER                    PIC X(06)   VALUE SPACES.

         77 WS-TODAY                    PIC 9(08).
         77 WS-ERROR-COUNT              PIC 9(04)   VALUE 0.
         77 WS-WARNING-COUNT            PIC 9(04)   VALUE 0.
         01 WS-MESSAGE                  PIC X(100)  VALUE SPACES.

         01 WS-LOWER                    PIC X(26)
                              VALUE 'abcdefghijklmnopqrstuvwxyz'.
         01 WS-UPPER                    PIC X(26)
                              VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

      *  Copybook scan - the words of one entry, up to its period
         77 WS-LINE-NO                  PIC 9(05)   VALUE 0.
         77 WS-ENTRY-LINE               PIC 9(05)   VALUE 0.
         77 WS-COL                      PIC 9(02).
         77 WS-TOK-START                PIC 9(02).
         77 WS-TOK-LEN                  PIC 9(02).
         77 WS-QUOTE                    PIC X(01).
         77 WS-ENTRY-END                PIC X(01)   VALUE 'N'.
            88 SW-ENTRY-END                         VALUE 'Y'.
         01 WS-TOKEN-TABLE.
            05 WS-TOKEN                 PIC X(30)   OCCURS 60.
         77 WS-TOKEN-COUNT              PIC 9(02)   VALUE 0.
         77 WS-K                        PIC 9(02).

         01 WS-WORD                     PIC X(30).
            88 SW-USAGE-WORD            VALUE 'DISPLAY' 'BINARY'
                 'COMP' 'COMP-1' 'COMP-2' 'COMP-3' 'COMP-4' 'COMP-5'
                 'COMPUTATIONAL' 'COMPUTATIONAL-1' 'COMPUTATIONAL-2'
                 'COMPUTATIONAL-3' 'COMPUTATIONAL-4' 'COMPUTATIONAL-5'
                 'PACKED-DECIMAL' 'INDEX' 'POINTER'.
            88 SW-CLAUSE-WORD           VALUE 'PIC' 'PICTURE'
                 'USAGE' 'OCCURS' 'REDEFINES' 'VALUE' 'VALUES'
                 'SIGN' 'LEADING' 'TRAILING' 'SYNC' 'SYNCHRONIZED'
                 'JUST' 'JUSTIFIED' 'BLANK' 'EXTERNAL' 'GLOBAL' 'IS'
                 'DISPLAY' 'BINARY' 'COMP' 'COMP-1' 'COMP-2' 'COMP-3'
                 'COMP-4' 'COMP-5' 'COMPUTATIONAL' 'COMPUTATIONAL-1'
                 'COMPUTATIONAL-2' 'COMPUTATIONAL-3' 'COMPUTATIONAL-4'
                 'COMPUTATIONAL-5' 'PACKED-DECIMAL' 'INDEX' 'POINTER'.
            88 SW-SKIPPED-WORD          VALUE 'EJECT' 'SKIP1' 'SKIP2'
                 'SKIP3'.

      *  Number in a word (level, OCCURS count)
         77 WS-NUM-VALUE                PIC 9(05).
         77 WS-NUM-OK                   PIC X(01).
            88 SW-NUM-OK                            VALUE 'Y'.
         77 WS-NUM-I                    PIC 9(02).
         77 WS-DIGIT                    PIC 9(01).

      *  The entry in hand
         77 WS-E-LEVEL                  PIC 9(02).
         01 WS-E-NAME                   PIC X(30).
         01 WS-E-REDEFINES              PIC X(30).
         01 WS-E-PIC                    PIC X(30).
         77 WS-E-USAGE                  PIC X(01).
         77 WS-E-OCCURS                 PIC 9(05).
         77 WS-E-ODO                    PIC X(01).
         77 WS-E-SIGN-LEAD              PIC X(01).
         77 WS-E-SIGN-SEP               PIC X(01).
         77 WS-E-SYNC                   PIC X(01).

      *  PICTURE measured
         77 WS-P                        PIC 9(02).
         77 WS-REP                      PIC 9(05).
         77 WS-PIC-SIZE                 PIC 9(05).
         77 WS-PIC-DIGITS               PIC 9(05).
         77 WS-PIC-ALPHA                PIC X(01).
         77 WS-PIC-EDITED               PIC X(01).
         77 WS-PIC-SIGNED               PIC X(01).
         77 WS-PIC-CHAR                 PIC X(01).

      *  Every item of the copybook, groups and elementary, in order.
      *  Offsets are 1-based within the record and give the first
      *  occurrence; LENGTH is one occurrence
         01 WS-ITEM-TABLE.
            05 WS-ITEM                  OCCURS 999.
               10 ITM-LEVEL             PIC 9(02).
               10 ITM-NAME              PIC X(30).
               10 ITM-PARENT            PIC 9(03).
               10 ITM-DEPTH             PIC 9(02).
               10 ITM-OFFSET            PIC 9(05).
               10 ITM-LENGTH            PIC 9(05).
               10 ITM-OCCURS            PIC 9(05).
               10 ITM-KIND              PIC X(01).
                  88 ITM-GROUP                      VALUE 'G'.
               10 ITM-USAGE             PIC X(01).
               10 ITM-CATEGORY          PIC X(01).
               10 ITM-DIGITS            PIC 9(02).
               10 ITM-SIGN-FORM         PIC X(01).
               10 ITM-PIC               PIC X(30).
               10 ITM-ALL-DISPLAY       PIC X(01).
               10 ITM-REDEFINES         PIC X(01).
               10 ITM-ODO               PIC X(01).
               10 ITM-AFTER-ODO         PIC X(01).
               10 ITM-MARKS             PIC X(04).
         77 WS-ITEM-COUNT               PIC 9(03)   VALUE 0.
         77 WS-I                        PIC 9(03).
         77 WS-J                        PIC 9(03).
         77 WS-CI                       PIC 9(03).

      *  Open groups, innermost last - NEXT is the next free byte
         01 WS-STACK.
            05 WS-STK                   OCCURS 49.
               10 STK-ITEM              PIC 9(03).
               10 STK-NEXT              PIC 9(05).
               10 STK-USAGE             PIC X(01).
         77 WS-STK-TOP                  PIC 9(02)   VALUE 0.
         77 WS-END                      PIC 9(07).
         77 WS-REC-ODO-CLOSED           PIC X(01)   VALUE 'N'.
         77 WS-ANY-ODO                  PIC X(01)   VALUE 'N'.
         77 WS-RECORD-COUNT             PIC 9(03)   VALUE 0.
         77 WS-LONGEST                  PIC 9(07)   VALUE 0.
         77 WS-MAP-MAX                  PIC 9(05)   VALUE 256.

      *  Item a deck card names
         77 WS-FOUND                    PIC 9(03).
         77 WS-FOUND-COUNT              PIC 9(03).
         77 WS-QUALIFIED                PIC X(01).
         77 WS-CARD-NO                  PIC 9(04)   VALUE 0.

      *  Table dimensions around an item, innermost first
         01 WS-DIM-TABLE.
            05 WS-DIM                   OCCURS 3.
               10 DIM-COUNT             PIC 9(05).
               10 DIM-STRIDE            PIC 9(05).
         77 WS-DIM-COUNT                PIC 9(02).
         77 WS-DIM-I                    PIC 9(02).
         77 WS-OCC-TOTAL                PIC 9(07).
         77 WS-OCC-FIRST                PIC 9(07).
         77 WS-OCC-LAST                 PIC 9(07).
         77 WS-OCC-Q                    PIC 9(07).
         77 WS-OCC-REST                 PIC 9(07).
         77 WS-OCC-QUOT                 PIC 9(07).
         77 WS-OCC-IDX                  PIC 9(05).
         77 WS-OCC-OFFSET               PIC 9(07).
         77 WS-OCC-ED                   PIC 9(04).
         77 WS-FIELD-CLASS              PIC X(01).
         77 WS-MARK-POS                 PIC 9(01).
         77 WS-CARD-OK                  PIC X(01).
            88 SW-CARD-OK                           VALUE 'Y'.

      *  Record types defined so far by R cards
         01 WS-TYPE-TABLE.
            05 WS-TYPE-NAME             PIC X(08)   OCCURS 20.
         77 WS-TYPE-COUNT               PIC 9(02)   VALUE 0.
         77 WS-TYPE-I                   PIC 9(02).

      *  The new map, line by line, and the current one
         01 WS-MAP-LINE.
            05 ML-OFFSET                PIC 9(04).
            05 ML-LENGTH                PIC 9(03).
            05 FILLER                   PIC X(01).
            05 ML-REC-TYPE              PIC X(08).
            05 FILLER                   PIC X(01).
            05 ML-TEST-OFFSET           PIC 9(04).
            05 FILLER                   PIC X(01).
            05 ML-TEST-LENGTH           PIC 9(02).
            05 FILLER                   PIC X(01).
            05 ML-TEST-VALUE            PIC X(20).
            05 ML-RECFM-VALUE REDEFINES ML-TEST-VALUE.
               10 ML-RECFM              PIC X(01).
               10 FILLER                PIC X(01).
               10 ML-MAX-LENGTH         PIC 9(05).
               10 FILLER                PIC X(13).
            05 FILLER                   PIC X(01).
            05 ML-FIELD-CLASS           PIC X(01).
         01 WS-MAP-SOURCE               PIC X(50).

         01 WS-NEW-TABLE.
            05 WS-NEW                   OCCURS 99.
               10 NEW-IMAGE             PIC X(47).
               10 NEW-SOURCE            PIC X(50).
         77 WS-NEW-COUNT                PIC 9(02)   VALUE 0.
         77 WS-FIELD-COUNT              PIC 9(02)   VALUE 0.

         01 WS-OLD-TABLE.
            05 WS-OLD-IMAGE             PIC X(47)   OCCURS 99.
         77 WS-OLD-COUNT                PIC 9(03)   VALUE 0.
         77 WS-OLD-LOST                 PIC 9(05)   VALUE 0.
         77 WS-LINE-I                   PIC 9(03).
         77 WS-SAME-COUNT               PIC 9(03)   VALUE 0.
         77 WS-CHANGED-COUNT            PIC 9(03)   VALUE 0.
         77 WS-ADDED-COUNT              PIC 9(03)   VALUE 0.
         77 WS-DROPPED-COUNT            PIC 9(03)   VALUE 0.
         77 WS-DIFFERS                  PIC X(01)   VALUE 'N'.
            88 SW-DIFFERS                           VALUE 'Y'.

      *  Layout report line
         01 WS-LAYOUT-LINE.
            05 LL-LEVEL                 PIC 9(02).
            05 FILLER                   PIC X(01).
            05 LL-NAME                  PIC X(42).
            05 LL-OFFSET                PIC Z(04)9.
            05 FILLER                   PIC X(01).
            05 LL-LENGTH                PIC Z(04)9.
            05 FILLER                   PIC X(01).
            05 FILLER                   PIC X(01).
            05 LL-OCCURS                PIC Z(06)9  BLANK WHEN ZERO.
            05 FILLER                   PIC X(01).
            05 LL-USAGE                 PIC X(07).
            05 FILLER                   PIC X(01).
            05 LL-PIC                   PIC X(30).
            05 FILLER                   PIC X(01).
            05 LL-MARKS                 PIC X(04).
            05 FILLER                   PIC X(01).
            05 LL-NOTE                  PIC X(22).
         77 WS-INDENT                   PIC 9(02).

         01 WS-RPT-LINE                 PIC X(132)  VALUE SPACES.

       LINKAGE SECTION.

       PROCEDURE DIVISION.
       MAINLINE.
           ACCEPT WS-TODAY                 FROM DATE YYYYMMDD.

           PERFORM READ-PARAMETERS.

           OPEN OUTPUT R-RPT.

           IF FS-RPT-OK
             CONTINUE
           ELSE
             DISPLAY 'AESFMGEN: ERROR OPENING AESFMRPT: ' FS-RPT
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.

           STRING 'AESFMGEN FIELD MAP FROM AESCPYBK - ' WS-TODAY
                  ' - MAP FOR '
           DELIMITED BY SIZE            INTO WS-RPT-LINE.
           EVALUATE TRUE
             WHEN SW-MAP-TOKEN
               MOVE 'AESBTOKN (T)'        TO WS-RPT-LINE(55:)
             WHEN SW-MAP-FPE
               MOVE 'AESBFPE (F)'         TO WS-RPT-LINE(55:)
             WHEN OTHER
               MOVE 'AESFLDR (E)'         TO WS-RPT-LINE(55:)
           END-EVALUATE.
           PERFORM WRITE-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

           PERFORM PARSE-COPYBOOK.
           PERFORM DECIDE-RECORD-FORMAT.
           PERFORM APPLY-SELECTION-DECK.

           IF WS-OTHER NOT = SPACES
             MOVE SPACES                  TO WS-MAP-LINE
             MOVE 0                       TO ML-OFFSET ML-LENGTH
             MOVE '*OTHER'                TO ML-REC-TYPE
             MOVE WS-OTHER                TO ML-TEST-VALUE
             MOVE 'UNMATCHED RECORDS'     TO WS-MAP-SOURCE
             PERFORM ADD-MAP-LINE
           END-IF.

           IF WS-FIELD-COUNT = 0
             MOVE 'NO FIELD IS MARKED FOR THIS MAP'
                                          TO WS-MESSAGE
             PERFORM REPORT-ERROR
           END-IF.

           PERFORM WRITE-LAYOUT.
           PERFORM WRITE-NEW-MAP.

           IF WS-ERROR-COUNT = 0
             PERFORM COMPARE-WITH-CURRENT-MAP
           END-IF.

           PERFORM WRITE-REPORT-LINE.
           STRING 'TOTALS - ' WS-ITEM-COUNT ' ITEM(S), '
                  WS-FIELD-COUNT ' MAPPED FIELD(S), ' WS-ERROR-COUNT
                  ' ERROR(S), ' WS-WARNING-COUNT ' WARNING(S)'
           DELIMITED BY SIZE            INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

           CLOSE R-RPT.

           DISPLAY 'AESFMGEN: ' WS-ITEM-COUNT ' copybook item(s), '
                   WS-FIELD-COUNT ' field(s) mapped, '
                   WS-ERROR-COUNT ' error(s)'.

           EVALUATE TRUE
             WHEN WS-ERROR-COUNT > 0
               DISPLAY 'AESFMGEN: AESFMAPN NOT WRITTEN - SEE AESFMRPT'
               MOVE 12                    TO RETURN-CODE
             WHEN SW-DIFFERS
               DISPLAY 'AESFMGEN: AESFMAPN DIFFERS FROM AESFMAP - '
                       'REVIEW AESFMRPT BEFORE CUTOVER'
               MOVE 4                     TO RETURN-CODE
             WHEN OTHER
               CONTINUE
           END-EVALUATE.

           STOP RUN.


       READ-PARAMETERS.
           OPEN INPUT R-PARM.

           IF FS-PARM-OPEN
             READ R-PARM
               AT END
                 CONTINUE
               NOT AT END
                 IF PARM-MAP NOT = SPACE
                   MOVE PARM-MAP          TO WS-MAP-FOR
                 END-IF
                 MOVE PARM-RECFM          TO WS-RECFM
                 IF PARM-MAX-LENGTH IS NUMERIC
                   MOVE PARM-MAX-LENGTH-N TO WS-MAX-LENGTH
                 END-IF
                 MOVE PARM-OTHER          TO WS-OTHER
             END-READ

             CLOSE R-PARM
           END-IF.

           IF NOT SW-MAP-ENCRYPT AND NOT SW-MAP-TOKEN
             AND NOT SW-MAP-FPE
             DISPLAY 'AESFMGEN: AESFGPRM MAP MUST BE E, T OR F'
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.

           IF WS-RECFM NOT = SPACE AND WS-RECFM NOT = 'F'
             AND WS-RECFM NOT = 'V'
             DISPLAY 'AESFMGEN: AESFGPRM RECFM MUST BE F, V OR BLANK'
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.

           IF WS-OTHER NOT = SPACES AND WS-OTHER NOT = 'PASS'
             AND WS-OTHER NOT = 'REFUSE'
             DISPLAY 'AESFMGEN: AESFGPRM OTHER MUST BE PASS, REFUSE '
                     'OR BLANK'
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.


      *****************************************************************
      * Copybook. Each entry runs from its level number to the period
      * that ends it, across as many lines as it takes
      *****************************************************************
       PARSE-COPYBOOK.
           OPEN INPUT R-CPY.

           IF FS-CPY-OK
             CONTINUE
           ELSE
             DISPLAY 'AESFMGEN: ERROR OPENING AESCPYBK: ' FS-CPY
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.

           PERFORM UNTIL FS-CPY-EOF
             READ R-CPY
               AT END
                 CONTINUE
               NOT AT END
                 ADD 1                    TO WS-LINE-NO
                 IF NOT CPY-COMMENT
                   PERFORM SCAN-COPYBOOK-LINE
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE R-CPY.

           IF WS-TOKEN-COUNT > 0
             MOVE 'LAST ENTRY HAS NO CLOSING PERIOD'
                                          TO WS-MESSAGE
             PERFORM REPORT-WARNING
             PERFORM PROCESS-ENTRY
                THRU PROCESS-ENTRY-EXIT
           END-IF.

           PERFORM CLOSE-TOP-GROUP
             UNTIL WS-STK-TOP = 0.

           IF WS-ITEM-COUNT = 0
             DISPLAY 'AESFMGEN: AESCPYBK HOLDS NO DATA DESCRIPTION'
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.


       SCAN-COPYBOOK-LINE.
           PERFORM VARYING WS-COL FROM 1 BY 1
             UNTIL WS-COL > 65
             IF CPY-TEXT(WS-COL:1) NOT = SPACE
               PERFORM TAKE-TOKEN
             END-IF
           END-PERFORM.


      *     One word from WS-COL, leaving WS-COL on its last byte. A
      *     literal runs to its closing quote, spaces and all, or to
      *     the end of the line when it is continued on the next
       TAKE-TOKEN.
           MOVE WS-COL                    TO WS-TOK-START.

           IF CPY-TEXT(WS-COL:1) = QUOTE OR CPY-TEXT(WS-COL:1) = "'"
             MOVE CPY-TEXT(WS-COL:1)      TO WS-QUOTE
             ADD 1                        TO WS-COL
             PERFORM UNTIL WS-COL > 65
               OR CPY-TEXT(WS-COL:1) = WS-QUOTE
               ADD 1                      TO WS-COL
             END-PERFORM
             IF WS-COL > 65
               MOVE 65                    TO WS-COL
             END-IF
           END-IF.

           PERFORM UNTIL WS-COL >= 65
             OR CPY-TEXT(WS-COL + 1:1) = SPACE
             ADD 1                        TO WS-COL
           END-PERFORM.

           COMPUTE WS-TOK-LEN = WS-COL - WS-TOK-START + 1.

           IF CPY-TEXT(WS-COL:1) = '.'
             SET SW-ENTRY-END             TO TRUE
             SUBTRACT 1                   FROM WS-TOK-LEN
           ELSE
             IF CPY-TEXT(WS-COL:1) = ',' OR CPY-TEXT(WS-COL:1) = ';'
               SUBTRACT 1                 FROM WS-TOK-LEN
             END-IF
           END-IF.

           IF WS-TOK-LEN > 0
             MOVE CPY-TEXT(WS-TOK-START:WS-TOK-LEN) TO WS-WORD
             IF WS-WORD(1:1) NOT = QUOTE AND WS-WORD(1:1) NOT = "'"
               INSPECT WS-WORD CONVERTING WS-LOWER TO WS-UPPER
             END-IF
             IF WS-TOKEN-COUNT = 0
               MOVE WS-LINE-NO            TO WS-ENTRY-LINE
             END-IF
             IF WS-TOKEN-COUNT = 0 AND SW-SKIPPED-WORD
               CONTINUE
             ELSE
               IF WS-TOKEN-COUNT < 60
                 ADD 1                    TO WS-TOKEN-COUNT
                 MOVE WS-WORD             TO WS-TOKEN(WS-TOKEN-COUNT)
               END-IF
             END-IF
           END-IF.

           IF SW-ENTRY-END
             PERFORM PROCESS-ENTRY
                THRU PROCESS-ENTRY-EXIT
             MOVE 0                       TO WS-TOKEN-COUNT
             MOVE 'N'                     TO WS-ENTRY-END
           END-IF.


      *****************************************************************
      * One data description entry - placed at the next free byte of
      * the group it belongs to, or over the item it REDEFINES
      *****************************************************************
       PROCESS-ENTRY.
           IF WS-TOKEN-COUNT = 0
             GO TO PROCESS-ENTRY-EXIT
           END-IF.

           MOVE WS-TOKEN(1)               TO WS-WORD.
           PERFORM WORD-TO-NUMBER.

           IF NOT SW-NUM-OK OR WS-NUM-VALUE > 88
             IF WS-TOKEN(1) = 'COPY'
               STRING 'NESTED COPY ' DELIMITED BY SIZE
                      WS-TOKEN(2) DELIMITED BY SPACE
                      ' NOT EXPANDED - SUPPLY THE EXPANDED MEMBER'
                      DELIMITED BY SIZE INTO WS-MESSAGE
             ELSE
               STRING 'ENTRY NOT UNDERSTOOD AT LINE ' WS-ENTRY-LINE
                      ' - ' WS-TOKEN(1)
                      DELIMITED BY SIZE INTO WS-MESSAGE
             END-IF
             PERFORM REPORT-ERROR
             GO TO PROCESS-ENTRY-EXIT
           END-IF.

           MOVE WS-NUM-VALUE              TO WS-E-LEVEL.

           EVALUATE TRUE
             WHEN WS-E-LEVEL = 88
               GO TO PROCESS-ENTRY-EXIT
             WHEN WS-E-LEVEL = 66
               STRING 'LEVEL 66 AT LINE ' WS-ENTRY-LINE
                      ' IGNORED - RENAMES ADDS NO STORAGE'
                      DELIMITED BY SIZE INTO WS-MESSAGE
               PERFORM REPORT-WARNING
               GO TO PROCESS-ENTRY-EXIT
             WHEN WS-E-LEVEL = 77
               MOVE 1                     TO WS-E-LEVEL
             WHEN WS-E-LEVEL = 0 OR WS-E-LEVEL > 49
               STRING 'LEVEL ' WS-E-LEVEL ' AT LINE ' WS-ENTRY-LINE
                      ' IS NOT A DATA LEVEL'
                      DELIMITED BY SIZE INTO WS-MESSAGE
               PERFORM REPORT-ERROR
               GO TO PROCESS-ENTRY-EXIT
           END-EVALUATE.

           PERFORM PARSE-CLAUSES.

      *     Whatever is at this level or deeper is complete
           PERFORM CLOSE-TOP-GROUP
             UNTIL WS-STK-TOP = 0
                OR ITM-LEVEL(STK-ITEM(WS-STK-TOP)) < WS-E-LEVEL.

           IF WS-E-LEVEL > 1 AND WS-STK-TOP = 0
             STRING 'LEVEL ' WS-E-LEVEL ' ' DELIMITED BY SIZE
                    WS-E-NAME DELIMITED BY SPACE
                    ' AT LINE ' WS-ENTRY-LINE ' HAS NO GROUP ABOVE IT'
                    DELIMITED BY SIZE INTO WS-MESSAGE
             PERFORM REPORT-ERROR
             GO TO PROCESS-ENTRY-EXIT
           END-IF.

           IF WS-ITEM-COUNT = 999
             DISPLAY 'AESFMGEN: AESCPYBK HAS MORE THAN 999 ITEMS'
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.

           ADD 1                          TO WS-ITEM-COUNT.
           MOVE WS-ITEM-COUNT             TO WS-CI.
           INITIALIZE WS-ITEM(WS-CI).
           MOVE WS-E-LEVEL                TO ITM-LEVEL(WS-CI).
           MOVE WS-E-NAME                 TO ITM-NAME(WS-CI).
           MOVE WS-E-OCCURS               TO ITM-OCCURS(WS-CI).
           MOVE WS-E-ODO                  TO ITM-ODO(WS-CI).
           MOVE 'Y'                       TO ITM-ALL-DISPLAY(WS-CI).

           IF WS-E-LEVEL = 1
             MOVE 0                       TO ITM-PARENT(WS-CI)
             MOVE 0                       TO ITM-DEPTH(WS-CI)
             MOVE 1                       TO ITM-OFFSET(WS-CI)
             MOVE 'N'                     TO WS-REC-ODO-CLOSED
             ADD 1                        TO WS-RECORD-COUNT
           ELSE
             MOVE STK-ITEM(WS-STK-TOP)    TO ITM-PARENT(WS-CI)
             MOVE WS-STK-TOP              TO ITM-DEPTH(WS-CI)
             MOVE STK-NEXT(WS-STK-TOP)    TO ITM-OFFSET(WS-CI)
           END-IF.

           IF WS-REC-ODO-CLOSED = 'Y'
             MOVE 'Y'                     TO ITM-AFTER-ODO(WS-CI)
           END-IF.

           IF WS-E-REDEFINES NOT = SPACES
             PERFORM PLACE-REDEFINITION
           END-IF.

           IF WS-E-USAGE = SPACE
             IF WS-STK-TOP > 0 AND WS-E-LEVEL > 1
               MOVE STK-USAGE(WS-STK-TOP) TO WS-E-USAGE
             ELSE
               MOVE 'D'                   TO WS-E-USAGE
             END-IF
           END-IF.
           MOVE WS-E-USAGE                TO ITM-USAGE(WS-CI).

           IF WS-E-SYNC = 'Y' AND WS-E-USAGE NOT = 'D'
             STRING ITM-NAME(WS-CI) DELIMITED BY SPACE
                    ' IS SYNCHRONIZED - NO SLACK BYTES ARE ALLOWED '
                    'FOR, CHECK ITS OFFSET' DELIMITED BY SIZE
                    INTO WS-MESSAGE
             PERFORM REPORT-WARNING
           END-IF.

           IF WS-E-PIC NOT = SPACES
             OR WS-E-USAGE = '1' OR WS-E-USAGE = '2'
             OR WS-E-USAGE = 'I'
             PERFORM MEASURE-ELEMENTARY-ITEM
             PERFORM CLOSE-ITEM
           ELSE
             MOVE 'G'                     TO ITM-KIND(WS-CI)
             MOVE 'G'                     TO ITM-CATEGORY(WS-CI)
             ADD 1                        TO WS-STK-TOP
             MOVE WS-CI                   TO STK-ITEM(WS-STK-TOP)
             MOVE ITM-OFFSET(WS-CI)       TO STK-NEXT(WS-STK-TOP)
             MOVE WS-E-USAGE              TO STK-USAGE(WS-STK-TOP)
           END-IF.

       PROCESS-ENTRY-EXIT.
           EXIT.


      *     Name, then clauses in any order. A name that is itself a
      *     clause word means the entry is an unnamed FILLER
       PARSE-CLAUSES.
           MOVE 'FILLER'                  TO WS-E-NAME.
           MOVE SPACES                    TO WS-E-REDEFINES WS-E-PIC.
           MOVE SPACE                     TO WS-E-USAGE.
           MOVE 1                         TO WS-E-OCCURS.
           MOVE 'N'                       TO WS-E-ODO WS-E-SIGN-LEAD
                                             WS-E-SIGN-SEP WS-E-SYNC.
           MOVE 2                         TO WS-K.

           IF WS-TOKEN-COUNT >= 2
             MOVE WS-TOKEN(2)             TO WS-WORD
             IF NOT SW-CLAUSE-WORD
               MOVE WS-WORD               TO WS-E-NAME
               MOVE 3                     TO WS-K
             END-IF
           END-IF.

           PERFORM UNTIL WS-K > WS-TOKEN-COUNT
             MOVE WS-TOKEN(WS-K)          TO WS-WORD
             EVALUATE TRUE
               WHEN WS-WORD = 'PIC' OR WS-WORD = 'PICTURE'
                 PERFORM NEXT-TOKEN-SKIP-IS
                 MOVE WS-WORD             TO WS-E-PIC
               WHEN WS-WORD = 'USAGE'
                 PERFORM NEXT-TOKEN-SKIP-IS
                 PERFORM SET-USAGE
               WHEN SW-USAGE-WORD
                 PERFORM SET-USAGE
               WHEN WS-WORD = 'REDEFINES'
                 ADD 1                    TO WS-K
                 IF WS-K <= WS-TOKEN-COUNT
                   MOVE WS-TOKEN(WS-K)    TO WS-E-REDEFINES
                 END-IF
               WHEN WS-WORD = 'OCCURS'
                 PERFORM PARSE-OCCURS
               WHEN WS-WORD = 'DEPENDING'
                 MOVE 'Y'                 TO WS-E-ODO
               WHEN WS-WORD = 'LEADING'
                 MOVE 'Y'                 TO WS-E-SIGN-LEAD
               WHEN WS-WORD = 'SEPARATE'
                 MOVE 'Y'                 TO WS-E-SIGN-SEP
               WHEN WS-WORD = 'SYNC' OR WS-WORD = 'SYNCHRONIZED'
                 MOVE 'Y'                 TO WS-E-SYNC
               WHEN WS-WORD = 'VALUE' OR WS-WORD = 'VALUES'
                 PERFORM NEXT-TOKEN-SKIP-IS
                 IF WS-WORD = 'ALL'
                   ADD 1                  TO WS-K
                 END-IF
               WHEN OTHER
                 CONTINUE
             END-EVALUATE
             ADD 1                        TO WS-K
           END-PERFORM.


       NEXT-TOKEN-SKIP-IS.
           ADD 1                          TO WS-K.
           MOVE SPACES                    TO WS-WORD.

           IF WS-K <= WS-TOKEN-COUNT
             IF WS-TOKEN(WS-K) = 'IS' OR WS-TOKEN(WS-K) = 'ARE'
               ADD 1                      TO WS-K
             END-IF
           END-IF.

           IF WS-K <= WS-TOKEN-COUNT
             MOVE WS-TOKEN(WS-K)          TO WS-WORD
           END-IF.


       SET-USAGE.
           EVALUATE WS-WORD
             WHEN 'DISPLAY'
               MOVE 'D'                   TO WS-E-USAGE
             WHEN 'COMP-3'
             WHEN 'COMPUTATIONAL-3'
             WHEN 'PACKED-DECIMAL'
               MOVE 'P'                   TO WS-E-USAGE
             WHEN 'COMP'
             WHEN 'COMP-4'
             WHEN 'COMP-5'
             WHEN 'COMPUTATIONAL'
             WHEN 'COMPUTATIONAL-4'
             WHEN 'COMPUTATIONAL-5'
             WHEN 'BINARY'
               MOVE 'B'                   TO WS-E-USAGE
             WHEN 'COMP-1'
             WHEN 'COMPUTATIONAL-1'
               MOVE '1'                   TO WS-E-USAGE
             WHEN 'COMP-2'
             WHEN 'COMPUTATIONAL-2'
               MOVE '2'                   TO WS-E-USAGE
             WHEN 'INDEX'
             WHEN 'POINTER'
               MOVE 'I'                   TO WS-E-USAGE
             WHEN OTHER
               STRING 'USAGE ' DELIMITED BY SIZE
                      WS-WORD DELIMITED BY SPACE
                      ' AT LINE ' WS-ENTRY-LINE ' NOT SUPPORTED'
                      DELIMITED BY SIZE INTO WS-MESSAGE
               PERFORM REPORT-ERROR
           END-EVALUATE.


      *     OCCURS n [TIMES], or OCCURS n TO m [TIMES] DEPENDING ON -
      *     laid out at its maximum
       PARSE-OCCURS.
           ADD 1                          TO WS-K.
           MOVE SPACES                    TO WS-WORD.
           IF WS-K <= WS-TOKEN-COUNT
             MOVE WS-TOKEN(WS-K)          TO WS-WORD
           END-IF.
           PERFORM WORD-TO-NUMBER.

           IF WS-K < WS-TOKEN-COUNT
             IF WS-TOKEN(WS-K + 1) = 'TO'
               ADD 2                      TO WS-K
               MOVE WS-TOKEN(WS-K)        TO WS-WORD
               PERFORM WORD-TO-NUMBER
               MOVE 'Y'                   TO WS-E-ODO
             END-IF
           END-IF.

           IF SW-NUM-OK AND WS-NUM-VALUE > 0
             MOVE WS-NUM-VALUE            TO WS-E-OCCURS
           ELSE
             STRING 'OCCURS AT LINE ' WS-ENTRY-LINE
                    ' HAS NO USABLE COUNT'
                    DELIMITED BY SIZE INTO WS-MESSAGE
             PERFORM REPORT-ERROR
           END-IF.


       WORD-TO-NUMBER.
           MOVE 0                         TO WS-NUM-VALUE.
           MOVE 'Y'                       TO WS-NUM-OK.

           IF WS-WORD = SPACES OR WS-WORD(6:25) NOT = SPACES
             MOVE 'N'                     TO WS-NUM-OK
           END-IF.

           PERFORM VARYING WS-NUM-I FROM 1 BY 1
             UNTIL WS-NUM-I > 5 OR WS-WORD(WS-NUM-I:1) = SPACE
                OR NOT SW-NUM-OK
             IF WS-WORD(WS-NUM-I:1) IS NUMERIC
               MOVE WS-WORD(WS-NUM-I:1)   TO WS-DIGIT
               COMPUTE WS-NUM-VALUE = WS-NUM-VALUE * 10 + WS-DIGIT
             ELSE
               MOVE 'N'                   TO WS-NUM-OK
             END-IF
           END-PERFORM.


      *     The redefined item is the latest earlier one of that name
      *     under the same group
       PLACE-REDEFINITION.
           MOVE 0                         TO WS-FOUND.

           PERFORM VARYING WS-I FROM WS-CI BY -1
             UNTIL WS-I < 2 OR WS-FOUND > 0
             COMPUTE WS-J = WS-I - 1
             IF ITM-NAME(WS-J) = WS-E-REDEFINES
               AND ITM-PARENT(WS-J) = ITM-PARENT(WS-CI)
               MOVE WS-J                  TO WS-FOUND
             END-IF
           END-PERFORM.

           IF WS-FOUND > 0
             MOVE ITM-OFFSET(WS-FOUND)    TO ITM-OFFSET(WS-CI)
             MOVE 'R'                     TO ITM-REDEFINES(WS-CI)
           ELSE
             STRING ITM-NAME(WS-CI) DELIMITED BY SPACE
                    ' REDEFINES ' DELIMITED BY SIZE
                    WS-E-REDEFINES DELIMITED BY SPACE
                    ', WHICH IS NOT AN EARLIER ITEM OF ITS GROUP'
                    DELIMITED BY SIZE INTO WS-MESSAGE
             PERFORM REPORT-ERROR
           END-IF.


      *****************************************************************
      * Size of an elementary item from its PICTURE and USAGE
      *****************************************************************
       MEASURE-ELEMENTARY-ITEM.
           MOVE 'E'                       TO ITM-KIND(WS-CI).
           MOVE WS-E-PIC                  TO ITM-PIC(WS-CI).
           MOVE 0                         TO WS-PIC-SIZE WS-PIC-DIGITS.
           MOVE 'N'                       TO WS-PIC-ALPHA
                                             WS-PIC-EDITED
                                             WS-PIC-SIGNED.

           PERFORM VARYING WS-P FROM 1 BY 1
             UNTIL WS-P > 30 OR WS-E-PIC(WS-P:1) = SPACE
             MOVE WS-E-PIC(WS-P:1)        TO WS-PIC-CHAR
             MOVE 1                       TO WS-REP
             IF WS-P < 30
               IF WS-E-PIC(WS-P + 1:1) = '('
                 PERFORM PICTURE-REPEAT
               END-IF
             END-IF
             EVALUATE WS-PIC-CHAR
               WHEN '9'
                 ADD WS-REP               TO WS-PIC-DIGITS WS-PIC-SIZE
               WHEN 'X'
               WHEN 'A'
                 ADD WS-REP               TO WS-PIC-SIZE
                 MOVE 'Y'                 TO WS-PIC-ALPHA
               WHEN 'N'
               WHEN 'G'
                 COMPUTE WS-PIC-SIZE = WS-PIC-SIZE + WS-REP * 2
                 MOVE 'Y'                 TO WS-PIC-ALPHA
               WHEN 'S'
                 MOVE 'Y'                 TO WS-PIC-SIGNED
               WHEN 'V'
               WHEN 'P'
                 CONTINUE
               WHEN OTHER
                 ADD WS-REP               TO WS-PIC-SIZE
                 MOVE 'Y'                 TO WS-PIC-EDITED
             END-EVALUATE
           END-PERFORM.

           EVALUATE TRUE
             WHEN WS-PIC-ALPHA = 'Y'
               MOVE 'X'                   TO ITM-CATEGORY(WS-CI)
             WHEN WS-PIC-EDITED = 'Y'
               MOVE 'E'                   TO ITM-CATEGORY(WS-CI)
             WHEN WS-PIC-DIGITS > 0
               MOVE 'N'                   TO ITM-CATEGORY(WS-CI)
             WHEN OTHER
               MOVE 'X'                   TO ITM-CATEGORY(WS-CI)
           END-EVALUATE.

           IF WS-PIC-DIGITS > 99
             MOVE 99                      TO ITM-DIGITS(WS-CI)
           ELSE
             MOVE WS-PIC-DIGITS           TO ITM-DIGITS(WS-CI)
           END-IF.

           IF WS-PIC-SIGNED = 'Y'
             EVALUATE TRUE
               WHEN WS-E-SIGN-SEP = 'Y'
                 MOVE 'S'                 TO ITM-SIGN-FORM(WS-CI)
               WHEN WS-E-SIGN-LEAD = 'Y'
                 MOVE 'L'                 TO ITM-SIGN-FORM(WS-CI)
               WHEN OTHER
                 MOVE 'T'                 TO ITM-SIGN-FORM(WS-CI)
             END-EVALUATE
           END-IF.

           EVALUATE WS-E-USAGE
             WHEN 'D'
               MOVE WS-PIC-SIZE           TO ITM-LENGTH(WS-CI)
               IF ITM-SIGN-FORM(WS-CI) = 'S'
                 ADD 1                    TO ITM-LENGTH(WS-CI)
               END-IF
             WHEN 'P'
               COMPUTE ITM-LENGTH(WS-CI) = WS-PIC-DIGITS / 2 + 1
             WHEN 'B'
               EVALUATE TRUE
                 WHEN WS-PIC-DIGITS < 5
                   MOVE 2                 TO ITM-LENGTH(WS-CI)
                 WHEN WS-PIC-DIGITS < 10
                   MOVE 4                 TO ITM-LENGTH(WS-CI)
                 WHEN OTHER
                   MOVE 8                 TO ITM-LENGTH(WS-CI)
               END-EVALUATE
             WHEN '2'
               MOVE 8                     TO ITM-LENGTH(WS-CI)
             WHEN OTHER
               MOVE 4                     TO ITM-LENGTH(WS-CI)
           END-EVALUATE.

           IF WS-E-USAGE NOT = 'D'
             MOVE 'N'                     TO ITM-ALL-DISPLAY(WS-CI)
           END-IF.

           IF ITM-LENGTH(WS-CI) = 0
             STRING ITM-NAME(WS-CI) DELIMITED BY SPACE
                    ' AT LINE ' WS-ENTRY-LINE ' HAS NO PICTURE'
                    DELIMITED BY SIZE INTO WS-MESSAGE
             PERFORM REPORT-ERROR
           END-IF.


      *     X(nn) - WS-P is left on the closing parenthesis
       PICTURE-REPEAT.
           MOVE 0                         TO WS-REP.
           ADD 2                          TO WS-P.

           PERFORM UNTIL WS-P > 30 OR WS-E-PIC(WS-P:1) = ')'
             IF WS-E-PIC(WS-P:1) IS NUMERIC
               MOVE WS-E-PIC(WS-P:1)      TO WS-DIGIT
               COMPUTE WS-REP = WS-REP * 10 + WS-DIGIT
             END-IF
             ADD 1                        TO WS-P
           END-PERFORM.

           IF WS-P > 30
             MOVE 30                      TO WS-P
           END-IF.


      *     A group is complete - its length is how far its members
      *     reached
       CLOSE-TOP-GROUP.
           MOVE STK-ITEM(WS-STK-TOP)      TO WS-CI.
           COMPUTE ITM-LENGTH(WS-CI) =
               STK-NEXT(WS-STK-TOP) - ITM-OFFSET(WS-CI).
           SUBTRACT 1                     FROM WS-STK-TOP.

           IF ITM-LENGTH(WS-CI) = 0
             STRING 'GROUP ' DELIMITED BY SIZE
                    ITM-NAME(WS-CI) DELIMITED BY SPACE
                    ' HAS NO ELEMENTARY ITEMS'
                    DELIMITED BY SIZE INTO WS-MESSAGE
             PERFORM REPORT-WARNING
           END-IF.

           PERFORM CLOSE-ITEM.


      *     Item WS-CI is complete - the group around it moves on
      *     past all its occurrences, or the record ends there
       CLOSE-ITEM.
           COMPUTE WS-END = ITM-OFFSET(WS-CI)
                          + ITM-LENGTH(WS-CI) * ITM-OCCURS(WS-CI).

           IF WS-STK-TOP > 0 AND ITM-LEVEL(WS-CI) > 1
             IF WS-END > STK-NEXT(WS-STK-TOP)
               MOVE WS-END                TO STK-NEXT(WS-STK-TOP)
             END-IF
             IF ITM-ALL-DISPLAY(WS-CI) = 'N'
               MOVE 'N'        TO ITM-ALL-DISPLAY(STK-ITEM(WS-STK-TOP))
             END-IF
           ELSE
             IF WS-END - 1 > WS-LONGEST
               COMPUTE WS-LONGEST = WS-END - 1
             END-IF
           END-IF.

           IF ITM-ODO(WS-CI) = 'Y'
             MOVE 'Y'                     TO WS-REC-ODO-CLOSED
             MOVE 'Y'                     TO WS-ANY-ODO
           END-IF.


      *****************************************************************
      * Record format for the map - from the control card, or from
      * the copybook's longest record and any variable table
      *****************************************************************
       DECIDE-RECORD-FORMAT.
           IF WS-RECFM = SPACE
             IF WS-LONGEST > 256 OR WS-ANY-ODO = 'Y'
               MOVE 'V'                   TO WS-RECFM
             ELSE
               MOVE 'F'                   TO WS-RECFM
             END-IF
           END-IF.

           IF WS-RECFM = 'F'
             MOVE 256                     TO WS-MAP-MAX
             IF WS-LONGEST > 256
               STRING 'RECFM F BUT THE LONGEST RECORD IS ' WS-LONGEST
                      ' BYTES - OVER 256'
                      DELIMITED BY SIZE INTO WS-MESSAGE
               PERFORM REPORT-ERROR
             END-IF
           ELSE
             IF WS-MAX-LENGTH = 0
               IF WS-LONGEST > 32756
                 MOVE 32756               TO WS-MAX-LENGTH
               ELSE
                 MOVE WS-LONGEST          TO WS-MAX-LENGTH
               END-IF
             END-IF
             MOVE WS-MAX-LENGTH           TO WS-MAP-MAX
             IF WS-LONGEST > WS-MAX-LENGTH OR WS-MAX-LENGTH > 32756
               STRING 'RECFM V MAXIMUM ' WS-MAX-LENGTH
                      ' DOES NOT HOLD THE LONGEST RECORD OF '
                      WS-LONGEST ' BYTES (LIMIT 32756)'
                      DELIMITED BY SIZE INTO WS-MESSAGE
               PERFORM REPORT-ERROR
             END-IF
             MOVE SPACES                  TO WS-MAP-LINE
             MOVE 0                       TO ML-OFFSET ML-LENGTH
             MOVE '*RECFM'                TO ML-REC-TYPE
             MOVE 'V'                     TO ML-RECFM
             MOVE WS-MAX-LENGTH           TO ML-MAX-LENGTH
             MOVE 'RECORD FORMAT'         TO WS-MAP-SOURCE
             PERFORM ADD-MAP-LINE
           END-IF.


      *****************************************************************
      * Selection deck - marks go on the layout, and the cards for
      * this run's map become map lines in deck order
      *****************************************************************
       APPLY-SELECTION-DECK.
           OPEN INPUT R-SEL.

           IF FS-SEL-OK
             CONTINUE
           ELSE
             DISPLAY 'AESFMGEN: ERROR OPENING AESFGSEL: ' FS-SEL
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.

           PERFORM UNTIL FS-SEL-EOF
             READ R-SEL
               AT END
                 CONTINUE
               NOT AT END
                 ADD 1                    TO WS-CARD-NO
                 PERFORM APPLY-ONE-CARD
                    THRU APPLY-ONE-CARD-EXIT
             END-READ
           END-PERFORM.

           CLOSE R-SEL.


       APPLY-ONE-CARD.
           IF SEL-COMMENT OR SEL-REC = SPACES
             GO TO APPLY-ONE-CARD-EXIT
           END-IF.

           IF NOT SEL-TYPE-CARD AND NOT SEL-FIELD-CARD
             STRING 'AESFGSEL CARD ' WS-CARD-NO
                    ' - MARK MUST BE E, T, F OR R'
                    DELIMITED BY SIZE INTO WS-MESSAGE
             PERFORM REPORT-ERROR
             GO TO APPLY-ONE-CARD-EXIT
           END-IF.

           INSPECT SEL-NAME CONVERTING WS-LOWER TO WS-UPPER.
           IF SEL-FIELD-CARD
             INSPECT SEL-QUALIFIER CONVERTING WS-LOWER TO WS-UPPER
           END-IF.

           PERFORM FIND-SELECTED-ITEM.

           EVALUATE TRUE
             WHEN WS-FOUND-COUNT = 0
               STRING 'AESFGSEL CARD ' WS-CARD-NO ' - '
                      DELIMITED BY SIZE
                      SEL-NAME DELIMITED BY SPACE
                      ' IS NOT IN THE COPYBOOK'
                      DELIMITED BY SIZE INTO WS-MESSAGE
               PERFORM REPORT-ERROR
               GO TO APPLY-ONE-CARD-EXIT
             WHEN WS-FOUND-COUNT > 1
               STRING 'AESFGSEL CARD ' WS-CARD-NO ' - '
                      DELIMITED BY SIZE
                      SEL-NAME DELIMITED BY SPACE
                      ' IS NOT UNIQUE - GIVE A QUALIFIER'
                      DELIMITED BY SIZE INTO WS-MESSAGE
               PERFORM REPORT-ERROR
               GO TO APPLY-ONE-CARD-EXIT
           END-EVALUATE.

           IF SEL-TYPE-CARD
             PERFORM ADD-TYPE-LINE
                THRU ADD-TYPE-LINE-EXIT
             GO TO APPLY-ONE-CARD-EXIT
           END-IF.

           EVALUATE SEL-MARK
             WHEN 'E'
               MOVE 1                     TO WS-MARK-POS
             WHEN 'T'
               MOVE 2                     TO WS-MARK-POS
             WHEN OTHER
               MOVE 3                     TO WS-MARK-POS
           END-EVALUATE.
           MOVE SEL-MARK TO ITM-MARKS(WS-FOUND)(WS-MARK-POS:1).

           IF SEL-REC-TYPE NOT = SPACES
             PERFORM VARYING WS-TYPE-I FROM 1 BY 1
               UNTIL WS-TYPE-I > WS-TYPE-COUNT
               OR WS-TYPE-NAME(WS-TYPE-I) = SEL-REC-TYPE
               CONTINUE
             END-PERFORM
             IF WS-TYPE-I > WS-TYPE-COUNT
               STRING 'AESFGSEL CARD ' WS-CARD-NO ' - TYPE '
                      DELIMITED BY SIZE
                      SEL-REC-TYPE DELIMITED BY SPACE
                      ' IS NOT DEFINED ON AN EARLIER R CARD'
                      DELIMITED BY SIZE INTO WS-MESSAGE
               PERFORM REPORT-ERROR
               GO TO APPLY-ONE-CARD-EXIT
             END-IF
           END-IF.

           IF SEL-OCCURRENCE NOT = SPACES
             IF SEL-OCCURRENCE IS NOT NUMERIC
               OR SEL-OCCURRENCE-N = 0
               STRING 'AESFGSEL CARD ' WS-CARD-NO
                      ' - OCCURRENCE MUST BE 0001-9999 OR BLANK'
                      DELIMITED BY SIZE INTO WS-MESSAGE
               PERFORM REPORT-ERROR
               GO TO APPLY-ONE-CARD-EXIT
             END-IF
           END-IF.

           IF SEL-MARK = WS-MAP-FOR
             PERFORM EMIT-FIELD-LINES
                THRU EMIT-FIELD-LINES-EXIT
           END-IF.

       APPLY-ONE-CARD-EXIT.
           EXIT.


      *     Items named as the card names them, under the qualifying
      *     group when one is given
       FIND-SELECTED-ITEM.
           MOVE 0                         TO WS-FOUND WS-FOUND-COUNT.

           PERFORM VARYING WS-I FROM 1 BY 1
             UNTIL WS-I > WS-ITEM-COUNT
             IF ITM-NAME(WS-I) = SEL-NAME
               MOVE 'Y'                   TO WS-QUALIFIED
               IF SEL-FIELD-CARD AND SEL-QUALIFIER NOT = SPACES
                 MOVE 'N'                 TO WS-QUALIFIED
                 MOVE ITM-PARENT(WS-I)    TO WS-J
                 PERFORM UNTIL WS-J = 0 OR WS-QUALIFIED = 'Y'
                   IF ITM-NAME(WS-J) = SEL-QUALIFIER
                     MOVE 'Y'             TO WS-QUALIFIED
                   ELSE
                     MOVE ITM-PARENT(WS-J) TO WS-J
                   END-IF
                 END-PERFORM
               END-IF
               IF WS-QUALIFIED = 'Y'
                 ADD 1                    TO WS-FOUND-COUNT
                 IF WS-FOUND = 0
                   MOVE WS-I              TO WS-FOUND
                 END-IF
               END-IF
             END-IF
           END-PERFORM.


       ADD-TYPE-LINE.
           MOVE 'R'                       TO ITM-MARKS(WS-FOUND)(4:1).
           PERFORM COLLECT-DIMENSIONS.

           EVALUATE TRUE
             WHEN SEL-REC-TYPE = SPACES OR SEL-REC-TYPE(1:1) = '*'
               STRING 'AESFGSEL CARD ' WS-CARD-NO
                      ' - R CARD NEEDS A TYPE NAME'
                      DELIMITED BY SIZE INTO WS-MESSAGE
             WHEN WS-TYPE-COUNT = 20
               STRING 'AESFGSEL CARD ' WS-CARD-NO
                      ' - MORE THAN 20 RECORD TYPES'
                      DELIMITED BY SIZE INTO WS-MESSAGE
             WHEN WS-DIM-COUNT > 0
               STRING 'AESFGSEL CARD ' WS-CARD-NO ' - '
                      DELIMITED BY SIZE
                      SEL-NAME DELIMITED BY SPACE
                      ' IS IN A TABLE - NOT A DISCRIMINATOR'
                      DELIMITED BY SIZE INTO WS-MESSAGE
             WHEN ITM-LENGTH(WS-FOUND) > 20
               OR ITM-OFFSET(WS-FOUND) > 9999
               STRING 'AESFGSEL CARD ' WS-CARD-NO ' - '
                      DELIMITED BY SIZE
                      SEL-NAME DELIMITED BY SPACE
                      ' IS OVER 20 BYTES OR PAST OFFSET 9999'
                      DELIMITED BY SIZE INTO WS-MESSAGE
             WHEN ITM-LENGTH(WS-FOUND) < 20
               AND SEL-TEST-VALUE(ITM-LENGTH(WS-FOUND) + 1:)
                   NOT = SPACES
               STRING 'AESFGSEL CARD ' WS-CARD-NO
                      ' - TEST VALUE IS LONGER THAN '
                      DELIMITED BY SIZE
                      SEL-NAME DELIMITED BY SPACE INTO WS-MESSAGE
             WHEN OTHER
               MOVE SPACES                TO WS-MESSAGE
           END-EVALUATE.

           IF WS-MESSAGE NOT = SPACES
             PERFORM REPORT-ERROR
             GO TO ADD-TYPE-LINE-EXIT
           END-IF.

           ADD 1                          TO WS-TYPE-COUNT.
           MOVE SEL-REC-TYPE        TO WS-TYPE-NAME(WS-TYPE-COUNT).

           MOVE SPACES                    TO WS-MAP-LINE.
           MOVE 0                         TO ML-OFFSET ML-LENGTH.
           MOVE SEL-REC-TYPE              TO ML-REC-TYPE.
           MOVE ITM-OFFSET(WS-FOUND)      TO ML-TEST-OFFSET.
           MOVE ITM-LENGTH(WS-FOUND)      TO ML-TEST-LENGTH.
           MOVE SEL-TEST-VALUE            TO ML-TEST-VALUE.
           MOVE SPACES                    TO WS-MAP-SOURCE.
           STRING 'TYPE TEST ON ' DELIMITED BY SIZE
                  ITM-NAME(WS-FOUND) DELIMITED BY SPACE
                  INTO WS-MAP-SOURCE.
           PERFORM ADD-MAP-LINE.

       ADD-TYPE-LINE-EXIT.
           EXIT.


      *     Tables the item sits in, its own OCCURS first, then each
      *     enclosing one outward
       COLLECT-DIMENSIONS.
           MOVE 0                         TO WS-DIM-COUNT.
           MOVE WS-FOUND                  TO WS-J.

           PERFORM UNTIL WS-J = 0
             IF ITM-OCCURS(WS-J) > 1 OR ITM-ODO(WS-J) = 'Y'
               ADD 1                      TO WS-DIM-COUNT
               IF WS-DIM-COUNT <= 3
                 MOVE ITM-OCCURS(WS-J)    TO DIM-COUNT(WS-DIM-COUNT)
                 MOVE ITM-LENGTH(WS-J)    TO DIM-STRIDE(WS-DIM-COUNT)
               END-IF
             END-IF
             MOVE ITM-PARENT(WS-J)        TO WS-J
           END-PERFORM.


      *****************************************************************
      * One card's field - checked against what the reading program
      * accepts, then a map line per occurrence
      *****************************************************************
       EMIT-FIELD-LINES.
           PERFORM COLLECT-DIMENSIONS.
           MOVE 'Y'                       TO WS-CARD-OK.
           MOVE SPACES                    TO WS-MESSAGE.

           IF ITM-ALL-DISPLAY(WS-FOUND) = 'Y'
             MOVE 'C'                     TO WS-FIELD-CLASS
           ELSE
             MOVE 'B'                     TO WS-FIELD-CLASS
           END-IF.

           EVALUATE TRUE
             WHEN ITM-AFTER-ODO(WS-FOUND) = 'Y'
               STRING ' FOLLOWS A VARIABLE TABLE - ITS POSITION MOVES'
                      DELIMITED BY SIZE INTO WS-MESSAGE
             WHEN WS-DIM-COUNT > 3
               STRING ' IS IN TABLES NESTED MORE THAN 3 DEEP'
                      DELIMITED BY SIZE INTO WS-MESSAGE
             WHEN SW-MAP-ENCRYPT AND ITM-LENGTH(WS-FOUND) > 999
               STRING ' IS OVER 999 BYTES'
                      DELIMITED BY SIZE INTO WS-MESSAGE
             WHEN SW-MAP-TOKEN AND ITM-LENGTH(WS-FOUND) NOT = 16
               STRING ' IS NOT 16 BYTES - AESBTOKN TOKENIZES 16'
                      DELIMITED BY SIZE INTO WS-MESSAGE
             WHEN SW-MAP-FPE
               PERFORM CHECK-FPE-FIELD
           END-EVALUATE.

           IF WS-MESSAGE NOT = SPACES
             MOVE WS-MESSAGE              TO WS-RPT-LINE
             MOVE SPACES                  TO WS-MESSAGE
             STRING 'AESFGSEL CARD ' WS-CARD-NO ' - '
                    DELIMITED BY SIZE
                    SEL-NAME DELIMITED BY SPACE
                    WS-RPT-LINE DELIMITED BY SIZE
                    INTO WS-MESSAGE
             MOVE SPACES                  TO WS-RPT-LINE
             PERFORM REPORT-ERROR
             GO TO EMIT-FIELD-LINES-EXIT
           END-IF.

           MOVE 1                         TO WS-OCC-TOTAL.
           PERFORM VARYING WS-DIM-I FROM 1 BY 1
             UNTIL WS-DIM-I > WS-DIM-COUNT
             MULTIPLY DIM-COUNT(WS-DIM-I) BY WS-OCC-TOTAL
           END-PERFORM.

           IF SEL-OCCURRENCE = SPACES
             MOVE 1                       TO WS-OCC-FIRST
             MOVE WS-OCC-TOTAL            TO WS-OCC-LAST
           ELSE
             IF SEL-OCCURRENCE-N > WS-OCC-TOTAL
               STRING 'AESFGSEL CARD ' WS-CARD-NO ' - '
                      DELIMITED BY SIZE
                      SEL-NAME DELIMITED BY SPACE
                      ' HAS ONLY ' WS-OCC-TOTAL ' OCCURRENCE(S)'
                      DELIMITED BY SIZE INTO WS-MESSAGE
               PERFORM REPORT-ERROR
               GO TO EMIT-FIELD-LINES-EXIT
             END-IF
             MOVE SEL-OCCURRENCE-N        TO WS-OCC-FIRST WS-OCC-LAST
           END-IF.

           PERFORM EMIT-ONE-OCCURRENCE
             VARYING WS-OCC-Q FROM WS-OCC-FIRST BY 1
             UNTIL WS-OCC-Q > WS-OCC-LAST OR NOT SW-CARD-OK.

       EMIT-FIELD-LINES-EXIT.
           EXIT.


      *     AESBFPE takes numeric digits only - display, overpunched
      *     or packed - within its length limits
       CHECK-FPE-FIELD.
           EVALUATE TRUE
             WHEN ITM-GROUP(WS-FOUND)
               OR ITM-CATEGORY(WS-FOUND) NOT = 'N'
               STRING ' IS NOT AN ELEMENTARY NUMERIC ITEM'
                      DELIMITED BY SIZE INTO WS-MESSAGE
             WHEN ITM-USAGE(WS-FOUND) = 'P'
               MOVE 'P'                   TO WS-FIELD-CLASS
               IF ITM-LENGTH(WS-FOUND) < 3 OR ITM-LENGTH(WS-FOUND) > 8
                 STRING ' IS NOT 3-8 BYTES PACKED'
                        DELIMITED BY SIZE INTO WS-MESSAGE
               END-IF
             WHEN ITM-USAGE(WS-FOUND) NOT = 'D'
               STRING ' IS BINARY - NOT DIGITS FPE CAN TAKE'
                      DELIMITED BY SIZE INTO WS-MESSAGE
             WHEN ITM-SIGN-FORM(WS-FOUND) = 'L'
               OR ITM-SIGN-FORM(WS-FOUND) = 'S'
               STRING ' HAS A LEADING OR SEPARATE SIGN'
                      DELIMITED BY SIZE INTO WS-MESSAGE
             WHEN ITM-LENGTH(WS-FOUND) < 4 OR ITM-LENGTH(WS-FOUND) > 16
               STRING ' IS NOT 4-16 DIGITS'
                      DELIMITED BY SIZE INTO WS-MESSAGE
             WHEN ITM-SIGN-FORM(WS-FOUND) = 'T'
               MOVE 'Z'                   TO WS-FIELD-CLASS
             WHEN OTHER
               MOVE 'C'                   TO WS-FIELD-CLASS
           END-EVALUATE.


      *     Occurrence WS-OCC-Q counts with the innermost table
      *     varying fastest
       EMIT-ONE-OCCURRENCE.
           MOVE ITM-OFFSET(WS-FOUND)      TO WS-OCC-OFFSET.
           COMPUTE WS-OCC-REST = WS-OCC-Q - 1.

           PERFORM VARYING WS-DIM-I FROM 1 BY 1
             UNTIL WS-DIM-I > WS-DIM-COUNT
             DIVIDE WS-OCC-REST BY DIM-COUNT(WS-DIM-I)
               GIVING WS-OCC-QUOT REMAINDER WS-OCC-IDX
             MOVE WS-OCC-QUOT             TO WS-OCC-REST
             COMPUTE WS-OCC-OFFSET = WS-OCC-OFFSET
                                   + WS-OCC-IDX * DIM-STRIDE(WS-DIM-I)
           END-PERFORM.

           EVALUATE TRUE
             WHEN WS-OCC-OFFSET > 9999
               OR WS-OCC-OFFSET + ITM-LENGTH(WS-FOUND) - 1
                  > WS-MAP-MAX
               MOVE 'N'                   TO WS-CARD-OK
               STRING 'AESFGSEL CARD ' WS-CARD-NO ' - '
                      DELIMITED BY SIZE
                      SEL-NAME DELIMITED BY SPACE
                      ' LIES PAST OFFSET 9999 OR THE RECORD MAXIMUM'
                      DELIMITED BY SIZE INTO WS-MESSAGE
               PERFORM REPORT-ERROR
             WHEN WS-FIELD-COUNT = 50
               MOVE 'N'                   TO WS-CARD-OK
               STRING 'AESFGSEL CARD ' WS-CARD-NO
                      ' - MORE THAN 50 FIELDS FOR ONE MAP'
                      DELIMITED BY SIZE INTO WS-MESSAGE
               PERFORM REPORT-ERROR
             WHEN OTHER
               MOVE SPACES                TO WS-MAP-LINE
               MOVE WS-OCC-OFFSET         TO ML-OFFSET
               MOVE ITM-LENGTH(WS-FOUND)  TO ML-LENGTH
               MOVE SEL-REC-TYPE          TO ML-REC-TYPE
               MOVE WS-FIELD-CLASS        TO ML-FIELD-CLASS
               MOVE SPACES                TO WS-MAP-SOURCE
               IF WS-DIM-COUNT = 0
                 STRING 'FIELD ' DELIMITED BY SIZE
                        ITM-NAME(WS-FOUND) DELIMITED BY SPACE
                        INTO WS-MAP-SOURCE
               ELSE
                 MOVE WS-OCC-Q            TO WS-OCC-ED
                 STRING 'FIELD ' DELIMITED BY SIZE
                        ITM-NAME(WS-FOUND) DELIMITED BY SPACE
                        ' OCCURRENCE ' WS-OCC-ED
                        DELIMITED BY SIZE INTO WS-MAP-SOURCE
               END-IF
               ADD 1                      TO WS-FIELD-COUNT
               PERFORM ADD-MAP-LINE
           END-EVALUATE.


       ADD-MAP-LINE.
           ADD 1                          TO WS-NEW-COUNT.
           MOVE WS-MAP-LINE               TO NEW-IMAGE(WS-NEW-COUNT).
           MOVE WS-MAP-SOURCE             TO NEW-SOURCE(WS-NEW-COUNT).


      *****************************************************************
      * Layout - every item with where the copybook puts it
      *****************************************************************
       WRITE-LAYOUT.
           PERFORM WRITE-REPORT-LINE.
           MOVE 'COPYBOOK LAYOUT (OFFSET FROM 1, LENGTH OF ONE '
             &  'OCCURRENCE; MARKS E T F R AS ON AESFGSEL)'
                                          TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE 'LV DATA-NAME                                 OFFSET '
             &  'LENGTH OCCURS   USAGE   PICTURE                      '
             &  '  MARK NOTE'             TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

           PERFORM VARYING WS-I FROM 1 BY 1
             UNTIL WS-I > WS-ITEM-COUNT
             PERFORM WRITE-LAYOUT-ITEM
           END-PERFORM.

           PERFORM WRITE-REPORT-LINE.
           STRING WS-RECORD-COUNT ' RECORD LAYOUT(S), LONGEST '
                  WS-LONGEST ' BYTES - RECORD FORMAT ' WS-RECFM
           DELIMITED BY SIZE            INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.


       WRITE-LAYOUT-ITEM.
           MOVE SPACES                    TO WS-LAYOUT-LINE.
           MOVE ITM-LEVEL(WS-I)           TO LL-LEVEL.

           COMPUTE WS-INDENT = ITM-DEPTH(WS-I) * 2.
           IF WS-INDENT > 12
             MOVE 12                      TO WS-INDENT
           END-IF.
           MOVE ITM-NAME(WS-I)            TO LL-NAME(WS-INDENT + 1:).

           MOVE ITM-OFFSET(WS-I)          TO LL-OFFSET.
           MOVE ITM-LENGTH(WS-I)          TO LL-LENGTH.

           IF ITM-OCCURS(WS-I) > 1 OR ITM-ODO(WS-I) = 'Y'
             MOVE ITM-OCCURS(WS-I)        TO LL-OCCURS
           END-IF.

           EVALUATE TRUE
             WHEN ITM-GROUP(WS-I)
               MOVE 'GROUP'               TO LL-USAGE
             WHEN ITM-USAGE(WS-I) = 'P'
               MOVE 'COMP-3'              TO LL-USAGE
             WHEN ITM-USAGE(WS-I) = 'B'
               MOVE 'BINARY'              TO LL-USAGE
             WHEN ITM-USAGE(WS-I) = '1'
               MOVE 'COMP-1'              TO LL-USAGE
             WHEN ITM-USAGE(WS-I) = '2'
               MOVE 'COMP-2'              TO LL-USAGE
             WHEN ITM-USAGE(WS-I) = 'I'
               MOVE 'INDEX'               TO LL-USAGE
             WHEN OTHER
               MOVE 'DISPLAY'             TO LL-USAGE
           END-EVALUATE.

           MOVE ITM-PIC(WS-I)             TO LL-PIC.
           MOVE ITM-MARKS(WS-I)           TO LL-MARKS.

           EVALUATE TRUE
             WHEN ITM-ODO(WS-I) = 'Y'
               MOVE 'VARIABLE TABLE'      TO LL-NOTE
             WHEN ITM-AFTER-ODO(WS-I) = 'Y'
               MOVE 'AFTER VARIABLE TABLE' TO LL-NOTE
             WHEN ITM-REDEFINES(WS-I) = 'R'
               MOVE 'REDEFINES'           TO LL-NOTE
           END-EVALUATE.

           MOVE WS-LAYOUT-LINE            TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.


      *****************************************************************
      * New map - written only when the whole deck went through
      *****************************************************************
       WRITE-NEW-MAP.
           OPEN OUTPUT R-NEW.

           IF FS-NEW-OK
             CONTINUE
           ELSE
             DISPLAY 'AESFMGEN: ERROR OPENING AESFMAPN: ' FS-NEW
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.

           PERFORM WRITE-REPORT-LINE.

           IF WS-ERROR-COUNT > 0
             MOVE 'AESFMAPN NOT WRITTEN - CORRECT THE ERRORS ABOVE'
                                          TO WS-RPT-LINE
             PERFORM WRITE-REPORT-LINE
           ELSE
             MOVE 'NEW MAP (AESFMAPN)'    TO WS-RPT-LINE
             PERFORM WRITE-REPORT-LINE
             PERFORM VARYING WS-LINE-I FROM 1 BY 1
               UNTIL WS-LINE-I > WS-NEW-COUNT
               WRITE NEW-REC FROM NEW-IMAGE(WS-LINE-I)
               IF FS-NEW-OK
                 CONTINUE
               ELSE
                 DISPLAY 'AESFMGEN: ERROR WRITING AESFMAPN: ' FS-NEW
                 MOVE 12                  TO RETURN-CODE
                 STOP RUN
               END-IF
               STRING WS-LINE-I '  ' NEW-IMAGE(WS-LINE-I) '  '
                      NEW-SOURCE(WS-LINE-I)
               DELIMITED BY SIZE        INTO WS-RPT-LINE
               PERFORM WRITE-REPORT-LINE
             END-PERFORM
           END-IF.

           CLOSE R-NEW.


      *****************************************************************
      * Comparison with the map in use, line by line - line order is
      * field numbering, so a line that only moved is a change too
      *****************************************************************
       COMPARE-WITH-CURRENT-MAP.
           OPEN INPUT R-MAP.

           IF FS-MAP-OPEN
             CONTINUE
           ELSE
             DISPLAY 'AESFMGEN: ERROR OPENING AESFMAP: ' FS-MAP
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.

           PERFORM WRITE-REPORT-LINE.

           IF NOT FS-MAP-OK
             MOVE 'NO CURRENT AESFMAP - NOTHING TO COMPARE WITH'
                                          TO WS-RPT-LINE
             PERFORM WRITE-REPORT-LINE
             CLOSE R-MAP
           ELSE
             PERFORM UNTIL FS-MAP-EOF
               READ R-MAP
                 AT END
                   CONTINUE
                 NOT AT END
                   IF WS-OLD-COUNT < 99
                     ADD 1                TO WS-OLD-COUNT
                     MOVE MAP-REC  TO WS-OLD-IMAGE(WS-OLD-COUNT)
                   ELSE
                     ADD 1                TO WS-OLD-LOST
                   END-IF
               END-READ
             END-PERFORM

             CLOSE R-MAP

             MOVE 'COMPARISON WITH CURRENT AESFMAP'
                                          TO WS-RPT-LINE
             PERFORM WRITE-REPORT-LINE

             PERFORM VARYING WS-LINE-I FROM 1 BY 1
               UNTIL WS-LINE-I > WS-OLD-COUNT
                 AND WS-LINE-I > WS-NEW-COUNT
               PERFORM COMPARE-ONE-LINE
             END-PERFORM

             IF WS-OLD-LOST > 0
               SET SW-DIFFERS             TO TRUE
               STRING 'CURRENT AESFMAP HAS ' WS-OLD-LOST
                      ' FURTHER LINE(S) NOT COMPARED'
               DELIMITED BY SIZE        INTO WS-RPT-LINE
               PERFORM WRITE-REPORT-LINE
             END-IF

             STRING 'SAME ' WS-SAME-COUNT ', CHANGED '
                    WS-CHANGED-COUNT ', ADDED ' WS-ADDED-COUNT
                    ', DROPPED ' WS-DROPPED-COUNT
             DELIMITED BY SIZE          INTO WS-RPT-LINE
             PERFORM WRITE-REPORT-LINE
           END-IF.


       COMPARE-ONE-LINE.
           EVALUATE TRUE
             WHEN WS-LINE-I > WS-NEW-COUNT
               ADD 1                      TO WS-DROPPED-COUNT
               STRING WS-LINE-I ' DROPPED  WAS '
                      WS-OLD-IMAGE(WS-LINE-I)
               DELIMITED BY SIZE        INTO WS-RPT-LINE
               PERFORM WRITE-REPORT-LINE
             WHEN WS-LINE-I > WS-OLD-COUNT
               ADD 1                      TO WS-ADDED-COUNT
               STRING WS-LINE-I ' ADDED    NOW '
                      NEW-IMAGE(WS-LINE-I) '  ' NEW-SOURCE(WS-LINE-I)
               DELIMITED BY SIZE        INTO WS-RPT-LINE
               PERFORM WRITE-REPORT-LINE
             WHEN WS-OLD-IMAGE(WS-LINE-I) = NEW-IMAGE(WS-LINE-I)
               ADD 1                      TO WS-SAME-COUNT
             WHEN OTHER
               ADD 1                      TO WS-CHANGED-COUNT
               STRING WS-LINE-I ' CHANGED  WAS '
                      WS-OLD-IMAGE(WS-LINE-I)
               DELIMITED BY SIZE        INTO WS-RPT-LINE
               PERFORM WRITE-REPORT-LINE
               STRING '             NOW '
                      NEW-IMAGE(WS-LINE-I) '  ' NEW-SOURCE(WS-LINE-I)
               DELIMITED BY SIZE        INTO WS-RPT-LINE
               PERFORM WRITE-REPORT-LINE
           END-EVALUATE.

           IF WS-SAME-COUNT < WS-LINE-I
             SET SW-DIFFERS               TO TRUE
           END-IF.


       REPORT-ERROR.
           ADD 1                          TO WS-ERROR-COUNT.
           STRING '*** ERROR   ' WS-MESSAGE
           DELIMITED BY SIZE            INTO WS-RPT-LINE.
           DISPLAY 'AESFMGEN: ' WS-MESSAGE.
           MOVE SPACES                    TO WS-MESSAGE.
           PERFORM WRITE-REPORT-LINE.


       REPORT-WARNING.
           ADD 1                          TO WS-WARNING-COUNT.
           STRING '*** WARNING ' WS-MESSAGE
           DELIMITED BY SIZE            INTO WS-RPT-LINE.
           MOVE SPACES                    TO WS-MESSAGE.
           PERFORM WRITE-REPORT-LINE.


       WRITE-REPORT-LINE.
           MOVE WS-RPT-LINE                TO RPT-REC.
           MOVE SPACES                     TO WS-RPT-LINE.

           WRITE RPT-REC.

           IF FS-RPT-OK
             CONTINUE
           ELSE
             DISPLAY 'AESFMGEN: ERROR WRITING AESFMRPT: ' FS-RPT
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.
