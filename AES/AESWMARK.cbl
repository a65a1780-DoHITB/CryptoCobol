       ID DIVISION.
       PROGRAM-ID. AESWMARK.
      *****************************************************************
      * Release watermarking. AESFRBL, AESSXTR and AESBPUT hand out
      * plaintext copies that AESRELRF registers, but a copy that
      * turned up where it should not told us nothing about which
      * release it came from. Each released copy is now marked with
      * a pattern chosen by its release id - invisible in the data
      * itself, because it lives only in positions the business
      * never reads - and AESWMDET reads the pattern back off a
      * leaked copy and names the release.
      *
      * The pattern is 64 bits drawn from the release id. Each
      * marked position carries one of them, picked by the record
      * number and the position's column, so every bit is repeated
      * many times over a file and a copy that has lost records or
      * been cut short still reads back by majority.
      *
      * Where the marks go is declared on AESFMAP, never guessed:
      *   0000000 *WMARK OFFSET(18-21) LENGTH(23-24) KIND(26-35)
      *           TYPE(38-45) (blank: every record type)
      *   FILLER  trailing filler. A byte that is space or low-value
      *           is set to low-value for a 1 bit, space for a 0 -
      *           a byte holding anything else is left alone
      *   TEXT    a free-text field. One bit per field, carried as
      *           the parity of the doubled spaces between its words:
      *           a single space is doubled (taking up a trailing
      *           space) or a doubled one closed up to set it. A
      *           field of one word carries nothing
      * Record order is never used - the rebuild must come back in
      * the order it was loaded, and a keyed load has no two records
      * with the same key to exchange.
      *
      * Functions (WMK-FUNCTION):
      *   I  start marking for WMK-PROGRAM. The AESWMPRM card names
      *      the RELEASE-ID (1-8) and, for AESBPUT's byte stream,
      *      the business RECORD-LENGTH (10-14). No card: 'OFF', the
      *      copy goes out unmarked. The release must be on AESRELRF
      *      and still active ('NRL' if not); the requester comes
      *      back in WMK-REQUESTER
      *   D  start detecting - WMK-STREAM-LENGTH is the record
      *      length to read a byte stream at
      *   B  one business record, WMK-RECORD(1:WMK-REC-LENGTH), its
      *      WMK-RECORD-NO and WMK-REC-TYPE (detecting, a blank
      *      type is found from AESFMAP's type lines)
      *   X  one AESSXOUT row in WMK-RECORD(1:160) - its own 18-byte
      *      trailing filler, and the value when its field is a TEXT
      *      position on AESFMAP
      *   S  one piece of a byte stream, WMK-RECORD(1:WMK-REC-LENGTH)
      *      starting at stream byte WMK-STREAM-POS - FILLER positions
      *      of untyped *WMARK lines only
      *   V  the pattern read so far back in WMK-MARKER ('1', '0',
      *      '?' for a bit never seen), WMK-OBSERVED bits seen
      *   K  the pattern of release WMK-RELEASE-ID in WMK-MARKER
      * B, X and S mark when started with I and count votes when
      * started with D. A bad *WMARK line or card is 'ERR'.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *     WATERMARK CARD (AESWMPRM - optional)
            SELECT OPTIONAL R-PRM ASSIGN TO 'AESWMPRM'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-PRM.

      *     RELEASE REGISTER (AESRELRF - LRECL=96)
            SELECT OPTIONAL R-REG ASSIGN TO 'AESRELRF'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-REG.

      *     FIELD MAP (AESFMAP - *WMARK, field and type lines)
            SELECT OPTIONAL R-MAP ASSIGN TO 'AESFMAP'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-MAP.

       DATA DIVISION.
       FILE SECTION.
      *   AESWMPRM
       FD R-PRM LABEL RECORD STANDARD.

       01 PRM-REC.
          05 PRM-RELEASE-ID              PIC 9(08).
          05 FILLER                      PIC X(01).
          05 PRM-RECORD-LENGTH           PIC 9(05).
          05 FILLER                      PIC X(66).

      *   AESRELRF
       FD R-REG LABEL RECORD STANDARD.

       01 REG-REC.
          02 REL-FILE                 PIC X(20).
          02 REL-REQUESTER            PIC X(08).
          02 REL-APPROVER             PIC X(08).
          02 REL-PURPOSE              PIC X(30).
          02 REL-DATE                 PIC 9(08).
          02 REL-EXPIRES              PIC 9(08).
          02 REL-STATE                PIC X(03).
          02 REL-ID                   PIC 9(08).
          02 FILLER                   PIC X(03).

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
          05 MAP-WMARK-VALUE REDEFINES MAP-TEST-VALUE.
             10 MAP-WMARK-KIND           PIC X(10).
             10 FILLER                   PIC X(02).
             10 MAP-WMARK-TYPE           PIC X(08).
          05 FILLER                      PIC X(01).
          05 MAP-FIELD-CLASS             PIC X(01).

       WORKING-STORAGE SECTION.
         01 FS.
            05 FS-PRM                  PIC 9(02).
               88 FS-PRM-OPEN                    VALUE 0 05.
               88 FS-PRM-OK                      VALUE 0.
            05 FS-REG                  PIC 9(02).
               88 FS-REG-OPEN                    VALUE 0 05.
               88 FS-REG-OK                      VALUE 0.
               88 FS-REG-EOF                     VALUE 10.
            05 FS-MAP                  PIC 9(02).
               88 FS-MAP-OPEN                    VALUE 0 05.
               88 FS-MAP-OK                      VALUE 0.
               88 FS-MAP-EOF                     VALUE 10.

      *  Marking or detecting - nothing is touched until started
         77 WS-MODE                    PIC X(01)   VALUE SPACE.
            88 SW-MARKING                          VALUE 'M'.
            88 SW-DETECTING                        VALUE 'D'.

      *  The release's pattern, one '0'/'1' per bit
         01 WS-MARK-BITS               PIC X(64).
         01 WS-DERIVED-BITS            PIC X(64).
         77 WS-STREAM-LENGTH           PIC 9(05)   VALUE 0.

      *  Pattern generator - a 31-bit linear congruential sequence
      *  seeded from the release id, one bit taken from each step
         77 WS-LCG                     PIC 9(18)   COMP.
         77 WS-LCG-NEXT                PIC 9(18)   COMP.
         77 WS-LCG-Q                   PIC 9(18)   COMP.
         77 WS-LCG-BIT                 PIC 9(01).
         77 WS-LCG-I                   PIC 9(03)   COMP.
         77 WS-LCG-MODULUS             PIC 9(10)   COMP
                                                   VALUE 2147483648.

      *  Which bit a position carries
         77 WS-MARK-RECNO              PIC 9(11).
         77 WS-MARK-SLOT               PIC 9(05).
         77 WS-BIT-WORK                PIC 9(13).
         77 WS-BIT-Q                   PIC 9(13).
         77 WS-BIT-K                   PIC 9(03).

      *  Votes per bit while detecting
         01 WS-VOTE-TABLE.
            05 WS-VOTE                 OCCURS 64.
               10 WS-VOTE-ONE          PIC 9(09)   COMP.
               10 WS-VOTE-ZERO         PIC 9(09)   COMP.

      *  AESFMAP *WMARK lines, in deck order
         01 WS-WM-TABLE.
            05 WS-WM-ENTRY             OCCURS 20.
               10 WS-WM-OFFSET         PIC 9(04).
               10 WS-WM-LENGTH         PIC 9(02).
               10 WS-WM-KIND           PIC X(01).
                  88 WS-WM-FILLER                  VALUE 'F'.
                  88 WS-WM-TEXT                    VALUE 'T'.
               10 WS-WM-TYPE           PIC X(08).
         77 WS-WM-COUNT                PIC 9(02)   VALUE 0.
         77 WS-WM-I                    PIC 9(02).

      *  AESFMAP field lines - an AESSXOUT row names its field by
      *  number, and the number is the field line's place in the map
         01 WS-FLD-TABLE.
            05 WS-FLD-ENTRY            OCCURS 50.
               10 WS-FLD-OFFSET        PIC 9(04).
               10 WS-FLD-LENGTH        PIC 9(03).
         77 WS-FLD-COUNT               PIC 9(02)   VALUE 0.

      *  AESFMAP type lines, tested in deck order when a detected
      *  record arrives with no type
         01 WS-TYPE-TABLE.
            05 WS-TYPE-ENTRY           OCCURS 20.
               10 WS-TYPE-NAME         PIC X(08).
               10 WS-TYPE-OFFSET       PIC 9(04).
               10 WS-TYPE-LENGTH       PIC 9(02).
               10 WS-TYPE-VALUE        PIC X(20).
         77 WS-TYPE-COUNT              PIC 9(02)   VALUE 0.
         77 WS-TYPE-I                  PIC 9(02).
         77 WS-CUR-TYPE                PIC X(08).

      *  One position in WMK-RECORD, and the column it stands for
         77 WS-POS                     PIC 9(05).
         77 WS-COL                     PIC 9(05).
         77 WS-STREAM-I                PIC 9(05).
         77 WS-STREAM-Q                PIC 9(11).
         77 WS-STREAM-R                PIC 9(05).

      *  A TEXT field being read or marked
         01 WS-TX-AREA                 PIC X(128).
         01 WS-TX-WORK                 PIC X(128).
         77 WS-TX-POS                  PIC 9(05).
         77 WS-TX-LENGTH               PIC 9(03).
         77 WS-TX-I                    PIC 9(03).
         77 WS-TX-FIRST                PIC 9(03).
         77 WS-TX-LAST                 PIC 9(03).
         77 WS-TX-GAPS                 PIC 9(03).
         77 WS-TX-PAIRS                PIC 9(03).
         77 WS-TX-GAP-AT               PIC 9(03).
         77 WS-TX-PAIR-AT              PIC 9(03).
         77 WS-TX-MOVE                 PIC 9(03).
         77 WS-TX-Q                    PIC 9(03).
         77 WS-TX-PARITY               PIC 9(01).

       LINKAGE SECTION.
         01 LS.
            02 WMK-FUNCTION            PIC X(01).
               88 WMK-START-MARKING             VALUE 'I'.
               88 WMK-START-DETECTING           VALUE 'D'.
               88 WMK-BUSINESS-RECORD           VALUE 'B'.
               88 WMK-EXTRACT-ROW               VALUE 'X'.
               88 WMK-STREAM-PIECE              VALUE 'S'.
               88 WMK-READ-VOTES                VALUE 'V'.
               88 WMK-RELEASE-MARKER            VALUE 'K'.
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
               88 WMKS-ERR                      VALUE 'ERR'.
            02 WMK-RECORD              PIC X(32756).

       PROCEDURE DIVISION USING LS.
       MAINLINE.
            SET WMKS-OK                     TO TRUE.

            EVALUATE TRUE
              WHEN WMK-START-MARKING
                PERFORM START-MARKING
                   THRU START-MARKING-EXIT
              WHEN WMK-START-DETECTING
                PERFORM START-DETECTING
              WHEN WMK-READ-VOTES
                PERFORM READ-VOTES
              WHEN WMK-RELEASE-MARKER
                PERFORM DERIVE-MARKER
                MOVE WS-DERIVED-BITS        TO WMK-MARKER
              WHEN WS-MODE = SPACE
                SET WMKS-OFF                TO TRUE
              WHEN WMK-BUSINESS-RECORD
                PERFORM BUSINESS-RECORD
              WHEN WMK-EXTRACT-ROW
                PERFORM EXTRACT-ROW
                   THRU EXTRACT-ROW-EXIT
              WHEN WMK-STREAM-PIECE
                PERFORM STREAM-PIECE
                   THRU STREAM-PIECE-EXIT
              WHEN OTHER
                SET WMKS-ERR                TO TRUE
            END-EVALUATE.

            GOBACK.


       START-MARKING.
            MOVE SPACE                      TO WS-MODE.
            MOVE 0                          TO WMK-RELEASE-ID
                                               WMK-STREAM-LENGTH.
            MOVE SPACES                     TO WMK-REQUESTER.

      *     No card - this copy goes out unmarked
            OPEN INPUT R-PRM.

            IF NOT FS-PRM-OPEN
              SET WMKS-OFF                  TO TRUE
              GO TO START-MARKING-EXIT
            END-IF.

            READ R-PRM.

            IF NOT FS-PRM-OK
              CLOSE R-PRM
              SET WMKS-OFF                  TO TRUE
              GO TO START-MARKING-EXIT
            END-IF.

            CLOSE R-PRM.

            IF PRM-RELEASE-ID IS NOT NUMERIC OR PRM-RELEASE-ID = 0
              SET WMKS-ERR                  TO TRUE
              GO TO START-MARKING-EXIT
            END-IF.

            MOVE PRM-RELEASE-ID             TO WMK-RELEASE-ID.

            IF PRM-RECORD-LENGTH IS NUMERIC
              MOVE PRM-RECORD-LENGTH        TO WMK-STREAM-LENGTH
            END-IF.

            PERFORM FIND-RELEASE.

            IF NOT WMKS-OK
              GO TO START-MARKING-EXIT
            END-IF.

            PERFORM LOAD-MARK-MAP
               THRU LOAD-MARK-MAP-EXIT.

            IF NOT WMKS-OK
              GO TO START-MARKING-EXIT
            END-IF.

            PERFORM DERIVE-MARKER.
            MOVE WS-DERIVED-BITS            TO WS-MARK-BITS.
            MOVE WMK-STREAM-LENGTH          TO WS-STREAM-LENGTH.
            SET SW-MARKING                  TO TRUE.

       START-MARKING-EXIT.
            EXIT.


       FIND-RELEASE.
      *     Only an active release is marked for - a copy made under
      *     a deleted or escalated one would trace to nobody current
            SET WMKS-NO-RELEASE             TO TRUE.

            OPEN INPUT R-REG.

            IF FS-REG-OPEN
              PERFORM UNTIL FS-REG-EOF OR WMKS-OK
                READ R-REG
                  AT END
                    CONTINUE
                  NOT AT END
                    IF REL-ID IS NUMERIC
                      AND REL-ID = WMK-RELEASE-ID
                      AND REL-STATE = 'ACT'
                      MOVE REL-REQUESTER    TO WMK-REQUESTER
                      SET WMKS-OK           TO TRUE
                    END-IF
                END-READ
              END-PERFORM
              CLOSE R-REG
            END-IF.


       START-DETECTING.
            MOVE SPACE                      TO WS-MODE.
            INITIALIZE WS-VOTE-TABLE.

            PERFORM LOAD-MARK-MAP
               THRU LOAD-MARK-MAP-EXIT.

            IF WMKS-OK
              MOVE WMK-STREAM-LENGTH        TO WS-STREAM-LENGTH
              SET SW-DETECTING              TO TRUE
            END-IF.


       LOAD-MARK-MAP.
      *     No AESFMAP is no declared position - only AESSXOUT's own
      *     filler is marked then
            MOVE 0                          TO WS-WM-COUNT
                                               WS-FLD-COUNT
                                               WS-TYPE-COUNT.

            OPEN INPUT R-MAP.

            IF NOT FS-MAP-OPEN
              GO TO LOAD-MARK-MAP-EXIT
            END-IF.

            PERFORM UNTIL FS-MAP-EOF OR WMKS-ERR
              READ R-MAP
                AT END
                  CONTINUE
                NOT AT END
                  PERFORM TAKE-MAP-LINE
              END-READ
            END-PERFORM.

            CLOSE R-MAP.

       LOAD-MARK-MAP-EXIT.
            EXIT.


       TAKE-MAP-LINE.
            EVALUATE TRUE
              WHEN MAP-OFFSET IS NOT NUMERIC
                OR MAP-LENGTH IS NOT NUMERIC
                CONTINUE
              WHEN MAP-OFFSET = 0 AND MAP-LENGTH = 0
                AND MAP-REC-TYPE = '*WMARK'
                IF MAP-TEST-OFFSET IS NUMERIC
                  AND MAP-TEST-LENGTH IS NUMERIC
                  AND MAP-TEST-OFFSET > 0
                  AND MAP-TEST-LENGTH > 0
                  AND (MAP-WMARK-KIND = 'FILLER' OR 'TEXT')
                  AND WS-WM-COUNT < 20
                  ADD 1                     TO WS-WM-COUNT
                  MOVE MAP-TEST-OFFSET      TO
                       WS-WM-OFFSET(WS-WM-COUNT)
                  MOVE MAP-TEST-LENGTH      TO
                       WS-WM-LENGTH(WS-WM-COUNT)
                  MOVE MAP-WMARK-KIND(1:1)  TO
                       WS-WM-KIND(WS-WM-COUNT)
                  MOVE MAP-WMARK-TYPE       TO
                       WS-WM-TYPE(WS-WM-COUNT)
                ELSE
                  SET WMKS-ERR              TO TRUE
                END-IF
              WHEN MAP-OFFSET = 0 AND MAP-LENGTH = 0
                AND MAP-REC-TYPE NOT = SPACES
                AND MAP-REC-TYPE(1:1) NOT = '*'
                AND MAP-TEST-OFFSET IS NUMERIC
                AND MAP-TEST-LENGTH IS NUMERIC
                AND MAP-TEST-OFFSET > 0
                AND MAP-TEST-LENGTH > 0 AND MAP-TEST-LENGTH <= 20
                AND WS-TYPE-COUNT < 20
                ADD 1                       TO WS-TYPE-COUNT
                MOVE MAP-REC-TYPE           TO
                     WS-TYPE-NAME(WS-TYPE-COUNT)
                MOVE MAP-TEST-OFFSET        TO
                     WS-TYPE-OFFSET(WS-TYPE-COUNT)
                MOVE MAP-TEST-LENGTH        TO
                     WS-TYPE-LENGTH(WS-TYPE-COUNT)
                MOVE MAP-TEST-VALUE         TO
                     WS-TYPE-VALUE(WS-TYPE-COUNT)
              WHEN MAP-OFFSET > 0 AND MAP-LENGTH > 0
                AND WS-FLD-COUNT < 50
                ADD 1                       TO WS-FLD-COUNT
                MOVE MAP-OFFSET             TO
                     WS-FLD-OFFSET(WS-FLD-COUNT)
                MOVE MAP-LENGTH             TO
                     WS-FLD-LENGTH(WS-FLD-COUNT)
              WHEN OTHER
                CONTINUE
            END-EVALUATE.


       DERIVE-MARKER.
      *     Seeded from the release id and run a few steps clear of
      *     the seed, then one bit (bit 16) from each of 64 steps
            COMPUTE WS-LCG-NEXT = WMK-RELEASE-ID * 2654435 + 7919.
            DIVIDE WS-LCG-NEXT BY WS-LCG-MODULUS
              GIVING WS-LCG-Q REMAINDER WS-LCG.

            PERFORM VARYING WS-LCG-I FROM 1 BY 1
              UNTIL WS-LCG-I > 8
              PERFORM STEP-GENERATOR
            END-PERFORM.

            PERFORM VARYING WS-LCG-I FROM 1 BY 1
              UNTIL WS-LCG-I > 64
              PERFORM STEP-GENERATOR
              DIVIDE WS-LCG BY 65536      GIVING WS-LCG-Q
              DIVIDE WS-LCG-Q BY 2        GIVING WS-LCG-NEXT
                                        REMAINDER WS-LCG-BIT
              MOVE WS-LCG-BIT               TO
                   WS-DERIVED-BITS(WS-LCG-I:1)
            END-PERFORM.


       STEP-GENERATOR.
            COMPUTE WS-LCG-NEXT = WS-LCG * 69069 + 1.
            DIVIDE WS-LCG-NEXT BY WS-LCG-MODULUS
              GIVING WS-LCG-Q REMAINDER WS-LCG.


       FIND-MARK-BIT.
            COMPUTE WS-BIT-WORK = WS-MARK-RECNO * 7 + WS-MARK-SLOT.
            DIVIDE WS-BIT-WORK BY 64        GIVING WS-BIT-Q
                                          REMAINDER WS-BIT-K.
            ADD 1                           TO WS-BIT-K.


       BUSINESS-RECORD.
            MOVE WMK-RECORD-NO              TO WS-MARK-RECNO.
            MOVE WMK-REC-TYPE               TO WS-CUR-TYPE.

            IF SW-DETECTING AND WS-CUR-TYPE = SPACES
              PERFORM FIND-RECORD-TYPE
            END-IF.

            PERFORM VARYING WS-WM-I FROM 1 BY 1
              UNTIL WS-WM-I > WS-WM-COUNT
              IF (WS-WM-TYPE(WS-WM-I) = SPACES
                  OR WS-WM-TYPE(WS-WM-I) = WS-CUR-TYPE)
                AND WS-WM-OFFSET(WS-WM-I) + WS-WM-LENGTH(WS-WM-I) - 1
                    <= WMK-REC-LENGTH
                IF WS-WM-FILLER(WS-WM-I)
                  PERFORM VARYING WS-COL FROM WS-WM-OFFSET(WS-WM-I)
                    BY 1 UNTIL WS-COL >
                      WS-WM-OFFSET(WS-WM-I) + WS-WM-LENGTH(WS-WM-I) - 1
                    MOVE WS-COL             TO WS-POS
                                               WS-MARK-SLOT
                    PERFORM FILLER-BYTE
                  END-PERFORM
                ELSE
                  MOVE WS-WM-OFFSET(WS-WM-I) TO WS-TX-POS
                                                WS-MARK-SLOT
                  MOVE WS-WM-LENGTH(WS-WM-I) TO WS-TX-LENGTH
                  PERFORM TEXT-FIELD
                     THRU TEXT-FIELD-EXIT
                END-IF
              END-IF
            END-PERFORM.


       FIND-RECORD-TYPE.
      *     The first type whose test bytes hold its test value, as
      *     AESFLDR types a record
            PERFORM VARYING WS-TYPE-I FROM 1 BY 1
              UNTIL WS-TYPE-I > WS-TYPE-COUNT
              OR WS-CUR-TYPE NOT = SPACES
              IF WS-TYPE-OFFSET(WS-TYPE-I) + WS-TYPE-LENGTH(WS-TYPE-I)
                 - 1 <= WMK-REC-LENGTH
                AND WMK-RECORD(WS-TYPE-OFFSET(WS-TYPE-I):
                               WS-TYPE-LENGTH(WS-TYPE-I))
                  = WS-TYPE-VALUE(WS-TYPE-I)
                    (1:WS-TYPE-LENGTH(WS-TYPE-I))
                MOVE WS-TYPE-NAME(WS-TYPE-I) TO WS-CUR-TYPE
              END-IF
            END-PERFORM.


       EXTRACT-ROW.
      *     AESSXOUT: RECORD-NO(1-8) FIELD-NO(9-11) LENGTH(12-14)
      *     VALUE(15-142) FILLER(143-160). Every row of an extract
      *     has the same record number, so the field number is added
      *     in to spread the rows over the pattern
            COMPUTE WS-MARK-RECNO = WMK-RECORD-NO + WMK-FIELD-NO.

            PERFORM VARYING WS-COL FROM 143 BY 1
              UNTIL WS-COL > 160
              MOVE WS-COL                   TO WS-POS
                                               WS-MARK-SLOT
              PERFORM FILLER-BYTE
            END-PERFORM.

            IF WMK-FIELD-NO = 0 OR WMK-FIELD-NO > WS-FLD-COUNT
              GO TO EXTRACT-ROW-EXIT
            END-IF.

            PERFORM VARYING WS-WM-I FROM 1 BY 1
              UNTIL WS-WM-I > WS-WM-COUNT
              IF WS-WM-TEXT(WS-WM-I)
                AND WS-WM-OFFSET(WS-WM-I) =
                    WS-FLD-OFFSET(WMK-FIELD-NO)
                MOVE 15                     TO WS-TX-POS
                MOVE WS-WM-OFFSET(WS-WM-I)  TO WS-MARK-SLOT
                MOVE WS-WM-LENGTH(WS-WM-I)  TO WS-TX-LENGTH
                IF WMK-RECORD(12:3) IS NUMERIC
                  AND WMK-RECORD(12:3) < WS-TX-LENGTH
                  MOVE WMK-RECORD(12:3)     TO WS-TX-LENGTH
                END-IF
                PERFORM TEXT-FIELD
                   THRU TEXT-FIELD-EXIT
              END-IF
            END-PERFORM.

       EXTRACT-ROW-EXIT.
            EXIT.


       STREAM-PIECE.
      *     A byte stream has no record boundaries of its own - the
      *     card's record length places each byte in its record
            IF WS-STREAM-LENGTH = 0
              GO TO STREAM-PIECE-EXIT
            END-IF.

            PERFORM VARYING WS-STREAM-I FROM 1 BY 1
              UNTIL WS-STREAM-I > WMK-REC-LENGTH
              COMPUTE WS-BIT-WORK = WMK-STREAM-POS + WS-STREAM-I - 2
              DIVIDE WS-BIT-WORK BY WS-STREAM-LENGTH
                GIVING WS-STREAM-Q REMAINDER WS-STREAM-R
              COMPUTE WS-MARK-RECNO = WS-STREAM-Q + 1
              COMPUTE WS-COL = WS-STREAM-R + 1
              PERFORM VARYING WS-WM-I FROM 1 BY 1
                UNTIL WS-WM-I > WS-WM-COUNT
                IF WS-WM-FILLER(WS-WM-I)
                  AND WS-WM-TYPE(WS-WM-I) = SPACES
                  AND WS-COL >= WS-WM-OFFSET(WS-WM-I)
                  AND WS-COL <=
                      WS-WM-OFFSET(WS-WM-I) + WS-WM-LENGTH(WS-WM-I) - 1
                  MOVE WS-STREAM-I          TO WS-POS
                  MOVE WS-COL               TO WS-MARK-SLOT
                  PERFORM FILLER-BYTE
                END-IF
              END-PERFORM
            END-PERFORM.

       STREAM-PIECE-EXIT.
            EXIT.


       FILLER-BYTE.
      *     Only a byte that is blank either way is a mark - filler
      *     someone has put data in is not ours to change
            IF WMK-RECORD(WS-POS:1) = SPACE
              OR WMK-RECORD(WS-POS:1) = LOW-VALUE
              PERFORM FIND-MARK-BIT
              IF SW-MARKING
                IF WS-MARK-BITS(WS-BIT-K:1) = '1'
                  MOVE LOW-VALUE            TO WMK-RECORD(WS-POS:1)
                ELSE
                  MOVE SPACE                TO WMK-RECORD(WS-POS:1)
                END-IF
              ELSE
                IF WMK-RECORD(WS-POS:1) = LOW-VALUE
                  ADD 1                     TO WS-VOTE-ONE(WS-BIT-K)
                ELSE
                  ADD 1                     TO WS-VOTE-ZERO(WS-BIT-K)
                END-IF
              END-IF
            END-IF.


       TEXT-FIELD.
      *     WS-TX-LENGTH bytes at WS-TX-POS, one bit in the parity of
      *     its doubled inner spaces
            IF WS-TX-LENGTH = 0 OR WS-TX-LENGTH > 128
              GO TO TEXT-FIELD-EXIT
            END-IF.

            MOVE SPACES                     TO WS-TX-AREA.
            MOVE WMK-RECORD(WS-TX-POS:WS-TX-LENGTH)
              TO WS-TX-AREA(1:WS-TX-LENGTH).

            PERFORM COUNT-TEXT-SPACES
               THRU COUNT-TEXT-SPACES-EXIT.

      *     One word, or none - nothing to carry a bit in
            IF WS-TX-GAPS = 0
              GO TO TEXT-FIELD-EXIT
            END-IF.

            PERFORM FIND-MARK-BIT.

            DIVIDE WS-TX-PAIRS BY 2         GIVING WS-TX-Q
                                          REMAINDER WS-TX-PARITY.

            IF SW-DETECTING
              IF WS-TX-PARITY = 1
                ADD 1                       TO WS-VOTE-ONE(WS-BIT-K)
              ELSE
                ADD 1                       TO WS-VOTE-ZERO(WS-BIT-K)
              END-IF
              GO TO TEXT-FIELD-EXIT
            END-IF.

            IF WS-MARK-BITS(WS-BIT-K:1) = WS-TX-PARITY
              GO TO TEXT-FIELD-EXIT
            END-IF.

            EVALUATE TRUE
      *       Room at the end - double the first single gap
              WHEN WS-TX-LAST < WS-TX-LENGTH
                COMPUTE WS-TX-MOVE = WS-TX-LAST - WS-TX-GAP-AT + 1
                MOVE WS-TX-AREA(WS-TX-GAP-AT:WS-TX-MOVE)
                  TO WS-TX-WORK(1:WS-TX-MOVE)
                MOVE WS-TX-WORK(1:WS-TX-MOVE)
                  TO WS-TX-AREA(WS-TX-GAP-AT + 1:WS-TX-MOVE)
      *       No room - close up the first doubled gap instead
              WHEN WS-TX-PAIRS > 0
                COMPUTE WS-TX-MOVE = WS-TX-LENGTH - WS-TX-PAIR-AT
                MOVE WS-TX-AREA(WS-TX-PAIR-AT + 1:WS-TX-MOVE)
                  TO WS-TX-WORK(1:WS-TX-MOVE)
                MOVE WS-TX-WORK(1:WS-TX-MOVE)
                  TO WS-TX-AREA(WS-TX-PAIR-AT:WS-TX-MOVE)
                MOVE SPACE                  TO
                     WS-TX-AREA(WS-TX-LENGTH:1)
              WHEN OTHER
                GO TO TEXT-FIELD-EXIT
            END-EVALUATE.

            MOVE WS-TX-AREA(1:WS-TX-LENGTH)
              TO WMK-RECORD(WS-TX-POS:WS-TX-LENGTH).

       TEXT-FIELD-EXIT.
            EXIT.


       COUNT-TEXT-SPACES.
            MOVE 0                          TO WS-TX-GAPS
                                               WS-TX-PAIRS
                                               WS-TX-GAP-AT
                                               WS-TX-PAIR-AT
                                               WS-TX-LAST.

            PERFORM VARYING WS-TX-FIRST FROM 1 BY 1
              UNTIL WS-TX-FIRST > WS-TX-LENGTH
              OR WS-TX-AREA(WS-TX-FIRST:1) NOT = SPACE
              CONTINUE
            END-PERFORM.

            IF WS-TX-FIRST > WS-TX-LENGTH
              GO TO COUNT-TEXT-SPACES-EXIT
            END-IF.

            PERFORM VARYING WS-TX-LAST FROM WS-TX-LENGTH BY -1
              UNTIL WS-TX-AREA(WS-TX-LAST:1) NOT = SPACE
              CONTINUE
            END-PERFORM.

            PERFORM VARYING WS-TX-I FROM WS-TX-FIRST BY 1
              UNTIL WS-TX-I >= WS-TX-LAST
              IF WS-TX-AREA(WS-TX-I:1) = SPACE
                IF WS-TX-AREA(WS-TX-I - 1:1) NOT = SPACE
                  ADD 1                     TO WS-TX-GAPS
                  IF WS-TX-GAP-AT = 0
                    MOVE WS-TX-I            TO WS-TX-GAP-AT
                  END-IF
                END-IF
                IF WS-TX-AREA(WS-TX-I + 1:1) = SPACE
                  ADD 1                     TO WS-TX-PAIRS
                  IF WS-TX-PAIR-AT = 0
                    MOVE WS-TX-I            TO WS-TX-PAIR-AT
                  END-IF
                END-IF
              END-IF
            END-PERFORM.

       COUNT-TEXT-SPACES-EXIT.
            EXIT.


       READ-VOTES.
            MOVE 0                          TO WMK-OBSERVED.

            PERFORM VARYING WS-BIT-K FROM 1 BY 1
              UNTIL WS-BIT-K > 64
              EVALUATE TRUE
                WHEN WS-VOTE-ONE(WS-BIT-K) > WS-VOTE-ZERO(WS-BIT-K)
                  MOVE '1'                  TO WMK-MARKER(WS-BIT-K:1)
                  ADD 1                     TO WMK-OBSERVED
                WHEN WS-VOTE-ZERO(WS-BIT-K) > WS-VOTE-ONE(WS-BIT-K)
                  MOVE '0'                  TO WMK-MARKER(WS-BIT-K:1)
                  ADD 1                     TO WMK-OBSERVED
                WHEN OTHER
                  MOVE '?'                  TO WMK-MARKER(WS-BIT-K:1)
              END-EVALUATE
            END-PERFORM.
