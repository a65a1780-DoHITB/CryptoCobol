       ID DIVISION.
       PROGRAM-ID. AESWMDET.
      *****************************************************************
      * Release watermark detection - the other half of AESWMARK.
      * Given a plaintext file found somewhere it should not be
      * (DD AESWDIN), reads the release pattern back out of its
      * watermark positions and names the release it came from:
      * release id, file, requester, approver, date and purpose off
      * the AESRELRF register.
      *
      * Control card AESWDPRM: KIND(1) RECFM(3) LENGTH(5-9)
      *   B  a business file as AESFRBL rebuilt it - RECFM F (the
      *      256-byte file) or V (variable, LENGTH the maximum)
      *   X  an AESSXTR extract (AESSXOUT rows)
      *   S  an AESBPUT byte stream - LENGTH is the business record
      *      length it was marked at
      * AESFMAP must be the map the copy was marked under - its
      * *WMARK lines say where the marks are.
      *
      * Every marked position read is a vote for one of the 64
      * pattern bits; the majority of each bit is compared with the
      * pattern of every release on the register (deleted and
      * escalated releases too - a leaked copy usually outlives its
      * release). A release is named when at least 24 bits could be
      * read and 90% of them agree. No release that close is
      * RETURN-CODE 8; a second release nearly as close is named
      * alongside it with RETURN-CODE 4, for an analyst to settle.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *     SUSPECT FILE, FIXED 256 (AESWDIN - kind B, RECFM F)
            SELECT R-FIX ASSIGN TO 'AESWDIN'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-IN.

      *     SUSPECT FILE, VARIABLE (AESWDIN - kind B, RECFM V)
            SELECT R-VAR ASSIGN TO 'AESWDIN'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-IN.

      *     SUSPECT FILE, EXTRACT ROWS (AESWDIN - kind X)
            SELECT R-XTR ASSIGN TO 'AESWDIN'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-IN.

      *     SUSPECT FILE, BYTE STREAM (AESWDIN - kind S)
            SELECT R-STR ASSIGN TO 'AESWDIN'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-IN.

      *     RELEASE REGISTER (AESRELRF - LRECL=96)
            SELECT R-REG ASSIGN TO 'AESRELRF'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-REG.

      *     CONTROL CARD (AESWDPRM)
            SELECT R-PARM ASSIGN TO 'AESWDPRM'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-PARM.

       DATA DIVISION.
       FILE SECTION.
      *   AESWDIN, fixed
       FD R-FIX LABEL RECORD STANDARD.

       01 FIX-REC                        PIC X(256).

      *   AESWDIN, variable-length
       FD R-VAR LABEL RECORD STANDARD
                RECORD IS VARYING IN SIZE FROM 1 TO 32756
                DEPENDING ON WS-IN-LENGTH.

       01 VAR-REC                        PIC X(32756).

      *   AESWDIN, AESSXOUT rows
       FD R-XTR LABEL RECORD STANDARD.

       01 XTR-REC.
          05 XTR-RECORD-NO               PIC 9(08).
          05 XTR-FIELD-NO                PIC 9(03).
          05 FILLER                      PIC X(149).

      *   AESWDIN, AESBDOUT stream
       FD R-STR LABEL RECORD STANDARD
                RECORD IS VARYING IN SIZE FROM 1 TO 16
                DEPENDING ON WS-IN-LENGTH.

       01 STR-REC                        PIC X(16).

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

      *   AESWDPRM
       FD R-PARM LABEL RECORD STANDARD.

       01 PARM-REC.
          05 PARM-KIND                   PIC X(01).
             88 PARM-KIND-BUSINESS                 VALUE 'B'.
             88 PARM-KIND-EXTRACT                  VALUE 'X'.
             88 PARM-KIND-STREAM                   VALUE 'S'.
          05 FILLER                      PIC X(01).
          05 PARM-RECFM                  PIC X(01).
          05 FILLER                      PIC X(01).
          05 PARM-LENGTH                 PIC 9(05).
          05 FILLER                      PIC X(71).

       WORKING-STORAGE SECTION.
         01 FS.
            05 FS-IN                    PIC 9(02).
               88 FS-IN-OK                        VALUE 0.
               88 FS-IN-EOF                       VALUE 10.
            05 FS-REG                   PIC 9(02).
               88 FS-REG-OK                       VALUE 0.
               88 FS-REG-EOF                      VALUE 10.
            05 FS-PARM                  PIC 9(02).
               88 FS-PARM-OK                      VALUE 0.

         77 WS-KIND                     PIC X(01).
         77 WS-RECFM                    PIC X(01)   VALUE 'F'.
         77 WS-LENGTH                   PIC 9(05)   VALUE 0.
         77 WS-IN-LENGTH                PIC 9(05)   VALUE 0.
         77 WS-RECORD-NO                PIC 9(08)   VALUE 0.
         77 WS-STREAM-POS               PIC 9(11)   VALUE 1.

      *  AESWMARK's linkage, mirrored here
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
            02 WMK-RECORD              PIC X(32756).

      *  The pattern read off the suspect file
         01 WS-READ-MARKER             PIC X(64).
         77 WS-OBSERVED                PIC 9(03)   VALUE 0.
         77 WS-BIT-I                   PIC 9(03).
         77 WS-AGREE                   PIC 9(03).

      *  Closest and next-closest release on the register
         77 WS-BEST-AGREE              PIC 9(03)   VALUE 0.
         01 WS-BEST-REC                PIC X(96)   VALUE SPACES.
         77 WS-NEXT-AGREE              PIC 9(03)   VALUE 0.
         01 WS-NEXT-REC                PIC X(96)   VALUE SPACES.
         77 WS-REG-COUNT               PIC 9(05)   VALUE 0.

      *  Naming thresholds - bits read, and agreement in percent
         77 WS-MIN-OBSERVED            PIC 9(03)   VALUE 24.
         77 WS-MIN-PERCENT             PIC 9(03)   VALUE 90.
         77 WS-PERCENT                 PIC 9(03).

       LINKAGE SECTION.

       PROCEDURE DIVISION.
       MAINLINE.
           PERFORM READ-PARAMETERS.

           MOVE 'D'                       TO WMK-FUNCTION.
           MOVE 'AESWMDET'                TO WMK-PROGRAM.
           MOVE WS-LENGTH                 TO WMK-STREAM-LENGTH.

           CALL 'AESWMARK' USING WS-WMARK-LS.

           IF NOT WMKS-OK
             DISPLAY 'AESWMDET: BAD AESFMAP *WMARK LINE'
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.

           EVALUATE TRUE
             WHEN WS-KIND = 'X'
               PERFORM READ-EXTRACT-ROWS
             WHEN WS-KIND = 'S'
               PERFORM READ-BYTE-STREAM
             WHEN WS-RECFM = 'V'
               PERFORM READ-VARIABLE-RECORDS
             WHEN OTHER
               PERFORM READ-FIXED-RECORDS
           END-EVALUATE.

           MOVE 'V'                       TO WMK-FUNCTION.
           CALL 'AESWMARK' USING WS-WMARK-LS.
           MOVE WMK-MARKER                TO WS-READ-MARKER.
           MOVE WMK-OBSERVED              TO WS-OBSERVED.

           DISPLAY 'AESWMDET: ' WS-RECORD-NO ' record(s) read, '
                   WS-OBSERVED ' of 64 pattern bits recovered'.
           DISPLAY 'AESWMDET: PATTERN ' WS-READ-MARKER.

           IF WS-OBSERVED < WS-MIN-OBSERVED
             DISPLAY 'AESWMDET: TOO FEW MARKS READ TO NAME A '
                     'RELEASE - WRONG AESFMAP, KIND, OR NOT A '
                     'MARKED COPY'
             MOVE 8                       TO RETURN-CODE
             STOP RUN
           END-IF.

           PERFORM MATCH-REGISTER.
           PERFORM REPORT-MATCH
              THRU REPORT-MATCH-EXIT.

           STOP RUN.


       READ-PARAMETERS.
           OPEN INPUT R-PARM.

           IF FS-PARM-OK
             CONTINUE
           ELSE
             DISPLAY 'AESWMDET: ERROR OPENING AESWDPRM: ' FS-PARM
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.

           READ R-PARM
             AT END
               DISPLAY 'AESWMDET: AESWDPRM IS EMPTY'
               MOVE 12                    TO RETURN-CODE
               STOP RUN
             NOT AT END
               MOVE PARM-KIND             TO WS-KIND
               IF PARM-RECFM = 'V'
                 MOVE 'V'                 TO WS-RECFM
               END-IF
               IF PARM-LENGTH IS NUMERIC
                 MOVE PARM-LENGTH         TO WS-LENGTH
               END-IF
           END-READ.

           CLOSE R-PARM.

           IF NOT PARM-KIND-BUSINESS AND NOT PARM-KIND-EXTRACT
             AND NOT PARM-KIND-STREAM
             DISPLAY 'AESWMDET: KIND MUST BE B, X OR S'
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.

           IF PARM-KIND-STREAM AND WS-LENGTH = 0
             DISPLAY 'AESWMDET: A BYTE STREAM NEEDS THE RECORD '
                     'LENGTH IT WAS MARKED AT'
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.


       READ-FIXED-RECORDS.
           OPEN INPUT R-FIX.
           PERFORM CHECK-INPUT-OPEN.

           PERFORM UNTIL FS-IN-EOF
             READ R-FIX
               AT END
                 CONTINUE
               NOT AT END
                 ADD 1                    TO WS-RECORD-NO
                 MOVE FIX-REC             TO WMK-RECORD
                 MOVE 256                 TO WMK-REC-LENGTH
                 PERFORM READ-BUSINESS-MARKS
             END-READ
           END-PERFORM.

           CLOSE R-FIX.


       READ-VARIABLE-RECORDS.
           OPEN INPUT R-VAR.
           PERFORM CHECK-INPUT-OPEN.

           PERFORM UNTIL FS-IN-EOF
             READ R-VAR
               AT END
                 CONTINUE
               NOT AT END
                 ADD 1                    TO WS-RECORD-NO
                 MOVE SPACES              TO WMK-RECORD
                 MOVE VAR-REC(1:WS-IN-LENGTH)
                   TO WMK-RECORD(1:WS-IN-LENGTH)
                 MOVE WS-IN-LENGTH        TO WMK-REC-LENGTH
                 PERFORM READ-BUSINESS-MARKS
             END-READ
           END-PERFORM.

           CLOSE R-VAR.


       READ-BUSINESS-MARKS.
      *     Record numbers count from the top of the copy, as the
      *     rebuild counted them - type found from the map
           MOVE 'B'                       TO WMK-FUNCTION.
           MOVE WS-RECORD-NO              TO WMK-RECORD-NO.
           MOVE SPACES                    TO WMK-REC-TYPE.

           CALL 'AESWMARK' USING WS-WMARK-LS.


       READ-EXTRACT-ROWS.
           OPEN INPUT R-XTR.
           PERFORM CHECK-INPUT-OPEN.

           PERFORM UNTIL FS-IN-EOF
             READ R-XTR
               AT END
                 CONTINUE
               NOT AT END
                 ADD 1                    TO WS-RECORD-NO
                 IF XTR-RECORD-NO IS NUMERIC
                   AND XTR-FIELD-NO IS NUMERIC
                   MOVE 'X'               TO WMK-FUNCTION
                   MOVE XTR-REC           TO WMK-RECORD
                   MOVE XTR-RECORD-NO     TO WMK-RECORD-NO
                   MOVE XTR-FIELD-NO      TO WMK-FIELD-NO
                   CALL 'AESWMARK' USING WS-WMARK-LS
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE R-XTR.


       READ-BYTE-STREAM.
           OPEN INPUT R-STR.
           PERFORM CHECK-INPUT-OPEN.

           PERFORM UNTIL FS-IN-EOF
             READ R-STR
               AT END
                 CONTINUE
               NOT AT END
                 ADD 1                    TO WS-RECORD-NO
                 MOVE 'S'                 TO WMK-FUNCTION
                 MOVE STR-REC             TO WMK-RECORD
                 MOVE WS-IN-LENGTH        TO WMK-REC-LENGTH
                 MOVE WS-STREAM-POS       TO WMK-STREAM-POS
                 CALL 'AESWMARK' USING WS-WMARK-LS
                 ADD WS-IN-LENGTH         TO WS-STREAM-POS
             END-READ
           END-PERFORM.

           CLOSE R-STR.


       CHECK-INPUT-OPEN.
           IF FS-IN-OK
             CONTINUE
           ELSE
             DISPLAY 'AESWMDET: ERROR OPENING AESWDIN: ' FS-IN
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.


       MATCH-REGISTER.
           OPEN INPUT R-REG.

           IF FS-REG-OK
             CONTINUE
           ELSE
             DISPLAY 'AESWMDET: ERROR OPENING AESRELRF: ' FS-REG
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.

           PERFORM UNTIL FS-REG-EOF
             READ R-REG
               AT END
                 CONTINUE
               NOT AT END
                 IF REL-ID IS NUMERIC AND REL-ID > 0
                   ADD 1                  TO WS-REG-COUNT
                   PERFORM SCORE-ONE-RELEASE
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE R-REG.


       SCORE-ONE-RELEASE.
           MOVE 'K'                       TO WMK-FUNCTION.
           MOVE REL-ID                    TO WMK-RELEASE-ID.

           CALL 'AESWMARK' USING WS-WMARK-LS.

           MOVE 0                         TO WS-AGREE.

           PERFORM VARYING WS-BIT-I FROM 1 BY 1
             UNTIL WS-BIT-I > 64
             IF WS-READ-MARKER(WS-BIT-I:1) = WMK-MARKER(WS-BIT-I:1)
               ADD 1                      TO WS-AGREE
             END-IF
           END-PERFORM.

           EVALUATE TRUE
             WHEN WS-AGREE > WS-BEST-AGREE
               MOVE WS-BEST-AGREE         TO WS-NEXT-AGREE
               MOVE WS-BEST-REC           TO WS-NEXT-REC
               MOVE WS-AGREE              TO WS-BEST-AGREE
               MOVE REG-REC               TO WS-BEST-REC
             WHEN WS-AGREE > WS-NEXT-AGREE
               MOVE WS-AGREE              TO WS-NEXT-AGREE
               MOVE REG-REC               TO WS-NEXT-REC
           END-EVALUATE.


       REPORT-MATCH.
           COMPUTE WS-PERCENT = WS-BEST-AGREE * 100 / WS-OBSERVED.

           IF WS-PERCENT < WS-MIN-PERCENT
             DISPLAY 'AESWMDET: NO RELEASE OF ' WS-REG-COUNT
                     ' ON AESRELRF MATCHES - CLOSEST AGREES '
                     WS-PERCENT '%'
             MOVE 8                       TO RETURN-CODE
             GO TO REPORT-MATCH-EXIT
           END-IF.

           MOVE WS-BEST-REC               TO REG-REC.
           DISPLAY 'AESWMDET: COPY OF RELEASE ' REL-ID
                   ' (' WS-PERCENT '% OF ' WS-OBSERVED ' BITS)'.
           PERFORM DISPLAY-RELEASE.

           COMPUTE WS-PERCENT = WS-NEXT-AGREE * 100 / WS-OBSERVED.

           IF WS-PERCENT NOT < WS-MIN-PERCENT
             MOVE WS-NEXT-REC             TO REG-REC
             DISPLAY 'AESWMDET: BUT RELEASE ' REL-ID ' ALSO AGREES '
                     WS-PERCENT '% - NOT CONCLUSIVE'
             PERFORM DISPLAY-RELEASE
             MOVE 4                       TO RETURN-CODE
           END-IF.

       REPORT-MATCH-EXIT.
           EXIT.


       DISPLAY-RELEASE.
           DISPLAY '  FILE      ' REL-FILE.
           DISPLAY '  REQUESTER ' REL-REQUESTER
                   '  APPROVER ' REL-APPROVER.
           DISPLAY '  RELEASED  ' REL-DATE
                   '  EXPIRES ' REL-EXPIRES '  STATE ' REL-STATE.
           DISPLAY '  PURPOSE   ' REL-PURPOSE.
