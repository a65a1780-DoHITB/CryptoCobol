       ID DIVISION.
       PROGRAM-ID. AESARMR.
      *****************************************************************
      * Text armor for the interchange envelope. Some partners can
      * only take an AESENVLP as a mail attachment or through a
      * text-only gateway, and those mangle its long 160-byte records
      * on the way through. The armored form carries the same
      * envelope, byte for byte, as short text lines such a channel
      * passes untouched:
      *
      *   -----BEGIN AES ENVELOPE-----
      *   SERIAL: nnnnnnnnnnnnnnnnnn     the envelope's content serial
      *   <64 base64 characters> nnnnn   48 envelope bytes per line,
      *   ...                            with their byte-sum checksum
      *   -----END AES ENVELOPE-----
      *
      * The envelope records run end to end through the base64 lines,
      * so the GCM tag, HMAC and data-key records come back exactly as
      * they went in along with everything else.
      *
      *   function 'A' (armor) - reads the envelope named in
      *       ARM-IN-FILE and writes its armored form to ARM-OUT-FILE,
      *       answering the serial it stamped in ARM-SERIAL
      *   function 'D' (de-armor) - reads ARM-IN-FILE and, when it is
      *       armored, writes the envelope back out to ARM-OUT-FILE.
      *       A file that is not armored (or cannot be opened) answers
      *       NOA and nothing is written - the caller goes on with the
      *       file as it is. A bad character or line checksum answers
      *       CHR/CHK with the line number in ARM-BAD-LINE; a missing
      *       end marker or a short last record, TRN; an envelope
      *       whose content serial is not the one its armor header
      *       announced, SER.
      *
      * The serial is the same byte checksum plus record count
      * AESXPORT logs and AESMGATE derives, so the armor header names
      * the envelope the way both ends already do.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *     ENVELOPE (AESENVLP-shaped - LRECL=160)
            SELECT R-ENV ASSIGN TO DYNAMIC WS-ENV-FILE-NAME
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-ENV.

      *     ARMORED ENVELOPE (LRECL=80 text lines)
            SELECT R-TXT ASSIGN TO DYNAMIC WS-TXT-FILE-NAME
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-TXT.

       DATA DIVISION.
       FILE SECTION.
      *   Envelope
       FD R-ENV LABEL RECORD STANDARD.

       01 ENV-REC                        PIC X(160).

      *   Armored envelope
       FD R-TXT LABEL RECORD STANDARD.

       01 TXT-REC                        PIC X(80).

       WORKING-STORAGE SECTION.
         01 FS.
            05 FS-ENV                  PIC 9(02).
               88 FS-ENV-OK                      VALUE 0.
               88 FS-ENV-EOF                     VALUE 10.
            05 FS-TXT                  PIC 9(02).
               88 FS-TXT-OK                      VALUE 0.
               88 FS-TXT-EOF                     VALUE 10.

         01 WS-ENV-FILE-NAME           PIC X(20).
         01 WS-TXT-FILE-NAME           PIC X(20).

      *  The armor's fixed lines
         01 WS-BEGIN-LINE              PIC X(80)
                            VALUE '-----BEGIN AES ENVELOPE-----'.
         01 WS-END-LINE                PIC X(80)
                            VALUE '-----END AES ENVELOPE-----'.
         01 WS-SERIAL-LINE.
            05 WS-SL-LABEL             PIC X(08)    VALUE 'SERIAL: '.
            05 WS-SL-SERIAL            PIC X(18).
            05 FILLER                  PIC X(54)    VALUE SPACES.
         01 WS-BODY-LINE.
            05 WS-BL-TEXT              PIC X(64).
            05 FILLER                  PIC X(01).
            05 WS-BL-CHECK             PIC 9(05).
            05 FILLER                  PIC X(10).

      *  Base64 alphabet, and the value of each byte as a base64
      *  character built from it on first use - 64 for the '=' pad,
      *  99 for a byte that is neither
         01 WS-B64-ALPHABET.
            05 FILLER                  PIC X(32)
                         VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZabcdef'.
            05 FILLER                  PIC X(32)
                         VALUE 'ghijklmnopqrstuvwxyz0123456789+/'.
         77 WS-TABLES-BUILT            PIC X(01)    VALUE 'N'.
            88 SW-TABLES-BUILT                      VALUE 'Y'.
         01 WS-B64-VALUES.
            05 WS-B64-VAL              PIC 9(02)    OCCURS 256.
         77 WS-ALPHA-I                 PIC 9(02).

      *  Content serial - byte checksum over every envelope record
      *  plus the record count
         01 WS-SERIAL.
            05 WS-SER-CHECKSUM         PIC 9(10).
            05 WS-SER-RECORDS          PIC 9(08).
         77 WS-CK-I                    PIC 9(03).

      *  One line's worth of envelope bytes, and where the current
      *  envelope record has got to
         01 WS-CHUNK                   PIC X(48).
         77 WS-CHUNK-LEN               PIC 9(02).
         77 WS-REC-POS                 PIC 9(03).
         77 WS-TAKE                    PIC 9(03).
         77 WS-LINE-SUM                PIC 9(05).
         77 WS-LINE-NO                 PIC 9(06).
         77 WS-HAVE-END                PIC X(01).
            88 SW-HAVE-END                          VALUE 'Y'.

      *  One base64 group - three bytes, four characters
         77 WS-GRP-I                   PIC 9(02).
         77 WS-GRP-BYTES               PIC 9(02).
         77 WS-TXT-LEN                 PIC 9(02).
         77 WS-OUT-I                   PIC 9(02).
         77 WS-B1                      PIC 9(03).
         77 WS-B2                      PIC 9(03).
         77 WS-B3                      PIC 9(03).
         77 WS-V1                      PIC 9(02).
         77 WS-V2                      PIC 9(02).
         77 WS-V3                      PIC 9(02).
         77 WS-V4                      PIC 9(02).
         77 WS-GRP-VALUE               PIC 9(08).
         77 WS-GRP-WORK                PIC 9(08).

       LINKAGE SECTION.
         01 LS.
            02 ARM-FUNCTION            PIC X(01).
               88 ARM-ARMOR                     VALUE 'A'.
               88 ARM-DEARMOR                   VALUE 'D'.
            02 ARM-IN-FILE             PIC X(20).
            02 ARM-OUT-FILE            PIC X(20).
            02 ARM-SERIAL              PIC X(18).
            02 ARM-RECORDS             PIC 9(08).
            02 ARM-BAD-LINE            PIC 9(06).
            02 ARM-STATUS              PIC X(03).
               88 ARMS-OK                       VALUE 'OK '.
               88 ARMS-NOT-ARMORED              VALUE 'NOA'.
               88 ARMS-BAD-CHAR                 VALUE 'CHR'.
               88 ARMS-BAD-CHECKSUM             VALUE 'CHK'.
               88 ARMS-TRUNCATED                VALUE 'TRN'.
               88 ARMS-BAD-SERIAL               VALUE 'SER'.
               88 ARMS-ERR                      VALUE 'ERR'.

       PROCEDURE DIVISION USING LS.
       MAINLINE.
            SET ARMS-OK                     TO TRUE.
            MOVE 0                          TO ARM-RECORDS
                                               ARM-BAD-LINE
                                               WS-SER-CHECKSUM
                                               WS-SER-RECORDS
                                               FS-ENV FS-TXT.

            IF NOT SW-TABLES-BUILT
              PERFORM BUILD-TABLES
            END-IF.

            EVALUATE TRUE
              WHEN ARM-ARMOR
                MOVE ARM-IN-FILE            TO WS-ENV-FILE-NAME
                MOVE ARM-OUT-FILE           TO WS-TXT-FILE-NAME
                PERFORM ARMOR-ENVELOPE
                   THRU ARMOR-ENVELOPE-EXIT
              WHEN ARM-DEARMOR
                MOVE ARM-IN-FILE            TO WS-TXT-FILE-NAME
                MOVE ARM-OUT-FILE           TO WS-ENV-FILE-NAME
                PERFORM DEARMOR-ENVELOPE
                   THRU DEARMOR-ENVELOPE-EXIT
              WHEN OTHER
                SET ARMS-ERR                TO TRUE
            END-EVALUATE.

            GOBACK.


       BUILD-TABLES.
            MOVE ALL '9'                    TO WS-B64-VALUES.

            PERFORM VARYING WS-ALPHA-I FROM 1 BY 1
              UNTIL WS-ALPHA-I > 64
              COMPUTE WS-B1 =
                  FUNCTION ORD(WS-B64-ALPHABET(WS-ALPHA-I:1))
              COMPUTE WS-B64-VAL(WS-B1) = WS-ALPHA-I - 1
            END-PERFORM.

            COMPUTE WS-B1 = FUNCTION ORD('=').
            MOVE 64                         TO WS-B64-VAL(WS-B1).

            SET SW-TABLES-BUILT             TO TRUE.


      *****************************************************************
      * Armor - the serial goes in the armor header, so the envelope
      * is read twice: once to sum it, once to encode it
      *****************************************************************
       ARMOR-ENVELOPE.
            OPEN INPUT R-ENV.

            IF FS-ENV-OK
              CONTINUE
            ELSE
              SET ARMS-ERR                  TO TRUE
              GO TO ARMOR-ENVELOPE-EXIT
            END-IF.

            PERFORM UNTIL FS-ENV-EOF
              READ R-ENV
                AT END
                  CONTINUE
                NOT AT END
                  PERFORM SUM-ENVELOPE-RECORD
              END-READ
            END-PERFORM.

            CLOSE R-ENV.

            MOVE WS-SERIAL                  TO ARM-SERIAL.
            MOVE WS-SER-RECORDS             TO ARM-RECORDS.

            OPEN INPUT R-ENV.
            OPEN OUTPUT R-TXT.

            IF FS-ENV-OK AND FS-TXT-OK
              CONTINUE
            ELSE
              CLOSE R-ENV R-TXT
              SET ARMS-ERR                  TO TRUE
              GO TO ARMOR-ENVELOPE-EXIT
            END-IF.

            MOVE WS-BEGIN-LINE              TO TXT-REC.
            PERFORM WRITE-ARMOR-LINE.

            MOVE WS-SERIAL                  TO WS-SL-SERIAL.
            MOVE WS-SERIAL-LINE             TO TXT-REC.
            PERFORM WRITE-ARMOR-LINE.

            MOVE 0                          TO WS-CHUNK-LEN.

            PERFORM UNTIL FS-ENV-EOF
              READ R-ENV
                AT END
                  CONTINUE
                NOT AT END
                  PERFORM ARMOR-ONE-RECORD
              END-READ
            END-PERFORM.

            IF WS-CHUNK-LEN > 0
              PERFORM ENCODE-CHUNK
            END-IF.

            MOVE WS-END-LINE                TO TXT-REC.
            PERFORM WRITE-ARMOR-LINE.

            CLOSE R-ENV R-TXT.

       ARMOR-ENVELOPE-EXIT.
            EXIT.


       ARMOR-ONE-RECORD.
      *     The record's bytes run on into the current line, a full
      *     line going out every 48 bytes
            MOVE 1                          TO WS-REC-POS.

            PERFORM UNTIL WS-REC-POS > 160
              COMPUTE WS-TAKE = 48 - WS-CHUNK-LEN
              IF WS-TAKE > 161 - WS-REC-POS
                COMPUTE WS-TAKE = 161 - WS-REC-POS
              END-IF

              MOVE ENV-REC(WS-REC-POS:WS-TAKE)
                TO WS-CHUNK(WS-CHUNK-LEN + 1:WS-TAKE)

              ADD WS-TAKE                   TO WS-CHUNK-LEN
                                               WS-REC-POS

              IF WS-CHUNK-LEN = 48
                PERFORM ENCODE-CHUNK
              END-IF
            END-PERFORM.


       ENCODE-CHUNK.
            MOVE SPACES                     TO WS-BODY-LINE.
            MOVE 0                          TO WS-LINE-SUM
                                               WS-OUT-I.

            PERFORM VARYING WS-GRP-I FROM 1 BY 3
              UNTIL WS-GRP-I > WS-CHUNK-LEN
              PERFORM ENCODE-GROUP
            END-PERFORM.

            MOVE WS-LINE-SUM                TO WS-BL-CHECK.
            MOVE WS-BODY-LINE               TO TXT-REC.
            PERFORM WRITE-ARMOR-LINE.

            MOVE 0                          TO WS-CHUNK-LEN.


       ENCODE-GROUP.
      *     Up to three bytes into four characters - a short last
      *     group is padded out with '='
            COMPUTE WS-GRP-BYTES = WS-CHUNK-LEN - WS-GRP-I + 1.
            IF WS-GRP-BYTES > 3
              MOVE 3                        TO WS-GRP-BYTES
            END-IF.

            COMPUTE WS-B1 = FUNCTION ORD(WS-CHUNK(WS-GRP-I:1)) - 1.
            MOVE 0                          TO WS-B2 WS-B3.

            IF WS-GRP-BYTES > 1
              COMPUTE WS-B2 =
                  FUNCTION ORD(WS-CHUNK(WS-GRP-I + 1:1)) - 1
            END-IF.

            IF WS-GRP-BYTES > 2
              COMPUTE WS-B3 =
                  FUNCTION ORD(WS-CHUNK(WS-GRP-I + 2:1)) - 1
            END-IF.

            COMPUTE WS-LINE-SUM = WS-LINE-SUM + WS-B1 + WS-B2 + WS-B3.
            COMPUTE WS-GRP-VALUE = WS-B1 * 65536 + WS-B2 * 256 + WS-B3.

            COMPUTE WS-V1 = WS-GRP-VALUE / 262144.
            COMPUTE WS-GRP-WORK = WS-GRP-VALUE / 4096.
            COMPUTE WS-V2 = FUNCTION MOD(WS-GRP-WORK 64).
            COMPUTE WS-GRP-WORK = WS-GRP-VALUE / 64.
            COMPUTE WS-V3 = FUNCTION MOD(WS-GRP-WORK 64).
            COMPUTE WS-V4 = FUNCTION MOD(WS-GRP-VALUE 64).

            MOVE WS-B64-ALPHABET(WS-V1 + 1:1)
              TO WS-BL-TEXT(WS-OUT-I + 1:1).
            MOVE WS-B64-ALPHABET(WS-V2 + 1:1)
              TO WS-BL-TEXT(WS-OUT-I + 2:1).

            IF WS-GRP-BYTES > 1
              MOVE WS-B64-ALPHABET(WS-V3 + 1:1)
                TO WS-BL-TEXT(WS-OUT-I + 3:1)
            ELSE
              MOVE '='
                TO WS-BL-TEXT(WS-OUT-I + 3:1)
            END-IF.

            IF WS-GRP-BYTES > 2
              MOVE WS-B64-ALPHABET(WS-V4 + 1:1)
                TO WS-BL-TEXT(WS-OUT-I + 4:1)
            ELSE
              MOVE '='
                TO WS-BL-TEXT(WS-OUT-I + 4:1)
            END-IF.

            ADD 4                           TO WS-OUT-I.


       WRITE-ARMOR-LINE.
            WRITE TXT-REC.

            IF FS-TXT-OK
              CONTINUE
            ELSE
              SET ARMS-ERR                  TO TRUE
            END-IF.


      *****************************************************************
      * De-armor - the first line decides whether there is anything
      * to do at all
      *****************************************************************
       DEARMOR-ENVELOPE.
            OPEN INPUT R-TXT.

            IF FS-TXT-OK
              CONTINUE
            ELSE
              SET ARMS-NOT-ARMORED          TO TRUE
              GO TO DEARMOR-ENVELOPE-EXIT
            END-IF.

            MOVE 1                          TO WS-LINE-NO.

            READ R-TXT.

            IF FS-TXT-OK AND TXT-REC = WS-BEGIN-LINE
              CONTINUE
            ELSE
              CLOSE R-TXT
              SET ARMS-NOT-ARMORED          TO TRUE
              GO TO DEARMOR-ENVELOPE-EXIT
            END-IF.

            MOVE 2                          TO WS-LINE-NO.

            READ R-TXT.

            IF FS-TXT-OK
              MOVE TXT-REC                  TO WS-SERIAL-LINE
            ELSE
              MOVE SPACES                   TO WS-SERIAL-LINE
            END-IF.

            IF WS-SL-LABEL NOT = 'SERIAL: '
              OR WS-SL-SERIAL IS NOT NUMERIC
              CLOSE R-TXT
              MOVE WS-LINE-NO               TO ARM-BAD-LINE
              SET ARMS-TRUNCATED            TO TRUE
              GO TO DEARMOR-ENVELOPE-EXIT
            END-IF.

            MOVE WS-SL-SERIAL               TO ARM-SERIAL.

            OPEN OUTPUT R-ENV.

            IF FS-ENV-OK
              CONTINUE
            ELSE
              CLOSE R-TXT
              SET ARMS-ERR                  TO TRUE
              GO TO DEARMOR-ENVELOPE-EXIT
            END-IF.

            MOVE 'N'                        TO WS-HAVE-END.
            MOVE 0                          TO WS-REC-POS.

            PERFORM UNTIL FS-TXT-EOF OR SW-HAVE-END
              OR NOT ARMS-OK
              READ R-TXT
                AT END
                  CONTINUE
                NOT AT END
                  ADD 1                     TO WS-LINE-NO
                  IF TXT-REC = WS-END-LINE
                    SET SW-HAVE-END         TO TRUE
                  ELSE
                    PERFORM DECODE-LINE
                  END-IF
              END-READ
            END-PERFORM.

            CLOSE R-TXT R-ENV.

            IF NOT ARMS-OK
              MOVE WS-LINE-NO               TO ARM-BAD-LINE
              GO TO DEARMOR-ENVELOPE-EXIT
            END-IF.

      *     A transfer cut short loses the end marker, or leaves the
      *     last envelope record incomplete
            IF NOT SW-HAVE-END OR WS-REC-POS > 0
              MOVE WS-LINE-NO               TO ARM-BAD-LINE
              SET ARMS-TRUNCATED            TO TRUE
              GO TO DEARMOR-ENVELOPE-EXIT
            END-IF.

            MOVE WS-SER-RECORDS             TO ARM-RECORDS.

            IF WS-SERIAL NOT = ARM-SERIAL
              SET ARMS-BAD-SERIAL           TO TRUE
            END-IF.

       DEARMOR-ENVELOPE-EXIT.
            EXIT.


       DECODE-LINE.
            MOVE TXT-REC                    TO WS-BODY-LINE.
            MOVE 0                          TO WS-TXT-LEN
                                               WS-CHUNK-LEN
                                               WS-LINE-SUM.

            INSPECT WS-BL-TEXT TALLYING WS-TXT-LEN
                FOR CHARACTERS BEFORE INITIAL SPACE.

            IF WS-TXT-LEN = 0
              OR FUNCTION MOD(WS-TXT-LEN 4) NOT = 0
              OR WS-BL-CHECK IS NOT NUMERIC
              SET ARMS-BAD-CHAR             TO TRUE
            END-IF.

            PERFORM VARYING WS-GRP-I FROM 1 BY 4
              UNTIL WS-GRP-I > WS-TXT-LEN
              OR NOT ARMS-OK
              PERFORM DECODE-GROUP
            END-PERFORM.

            IF ARMS-OK AND WS-LINE-SUM NOT = WS-BL-CHECK
              SET ARMS-BAD-CHECKSUM         TO TRUE
            END-IF.

            IF ARMS-OK
              PERFORM STORE-CHUNK
            END-IF.


       DECODE-GROUP.
      *     Four characters back into up to three bytes - '=' may
      *     only pad out the line's last group
            COMPUTE WS-V1 = WS-B64-VAL(
                FUNCTION ORD(WS-BL-TEXT(WS-GRP-I:1))).
            COMPUTE WS-V2 = WS-B64-VAL(
                FUNCTION ORD(WS-BL-TEXT(WS-GRP-I + 1:1))).
            COMPUTE WS-V3 = WS-B64-VAL(
                FUNCTION ORD(WS-BL-TEXT(WS-GRP-I + 2:1))).
            COMPUTE WS-V4 = WS-B64-VAL(
                FUNCTION ORD(WS-BL-TEXT(WS-GRP-I + 3:1))).

            MOVE 3                          TO WS-GRP-BYTES.

            IF WS-V4 = 64
              MOVE 2                        TO WS-GRP-BYTES
              MOVE 0                        TO WS-V4
              IF WS-V3 = 64
                MOVE 1                      TO WS-GRP-BYTES
                MOVE 0                      TO WS-V3
              END-IF
            END-IF.

            IF WS-V1 > 63 OR WS-V2 > 63 OR WS-V3 > 63 OR WS-V4 > 63
              OR (WS-GRP-BYTES < 3 AND WS-GRP-I + 3 < WS-TXT-LEN)
              SET ARMS-BAD-CHAR             TO TRUE
            ELSE
              COMPUTE WS-GRP-VALUE = WS-V1 * 262144 + WS-V2 * 4096
                                   + WS-V3 * 64 + WS-V4
              COMPUTE WS-B1 = WS-GRP-VALUE / 65536
              COMPUTE WS-GRP-WORK = WS-GRP-VALUE / 256
              COMPUTE WS-B2 = FUNCTION MOD(WS-GRP-WORK 256)
              COMPUTE WS-B3 = FUNCTION MOD(WS-GRP-VALUE 256)

              ADD 1                         TO WS-CHUNK-LEN
              MOVE FUNCTION CHAR(WS-B1 + 1)
                TO WS-CHUNK(WS-CHUNK-LEN:1)
              ADD WS-B1                     TO WS-LINE-SUM

              IF WS-GRP-BYTES > 1
                ADD 1                       TO WS-CHUNK-LEN
                MOVE FUNCTION CHAR(WS-B2 + 1)
                  TO WS-CHUNK(WS-CHUNK-LEN:1)
                ADD WS-B2                   TO WS-LINE-SUM
              END-IF

              IF WS-GRP-BYTES > 2
                ADD 1                       TO WS-CHUNK-LEN
                MOVE FUNCTION CHAR(WS-B3 + 1)
                  TO WS-CHUNK(WS-CHUNK-LEN:1)
                ADD WS-B3                   TO WS-LINE-SUM
              END-IF
            END-IF.


       STORE-CHUNK.
      *     The line's bytes fill out the envelope record in hand -
      *     WS-REC-POS counts the bytes it already holds - and each
      *     full record goes out to the envelope file
            MOVE 1                          TO WS-GRP-I.

            PERFORM UNTIL WS-GRP-I > WS-CHUNK-LEN
              COMPUTE WS-TAKE = 160 - WS-REC-POS
              IF WS-TAKE > WS-CHUNK-LEN - WS-GRP-I + 1
                COMPUTE WS-TAKE = WS-CHUNK-LEN - WS-GRP-I + 1
              END-IF

              MOVE WS-CHUNK(WS-GRP-I:WS-TAKE)
                TO ENV-REC(WS-REC-POS + 1:WS-TAKE)

              ADD WS-TAKE                   TO WS-REC-POS
                                               WS-GRP-I

              IF WS-REC-POS = 160
                PERFORM SUM-ENVELOPE-RECORD
                WRITE ENV-REC
                IF FS-ENV-OK
                  CONTINUE
                ELSE
                  SET ARMS-ERR              TO TRUE
                END-IF
                MOVE 0                      TO WS-REC-POS
              END-IF
            END-PERFORM.


       SUM-ENVELOPE-RECORD.
            ADD 1                           TO WS-SER-RECORDS.

            PERFORM VARYING WS-CK-I FROM 1 BY 1
              UNTIL WS-CK-I > 160
              COMPUTE WS-SER-CHECKSUM =
                FUNCTION MOD(WS-SER-CHECKSUM
                  + FUNCTION ORD(ENV-REC(WS-CK-I:1))
                  9999999999)
            END-PERFORM.
