      * on the AESODAT KSDS. Blocks arrive in sequence order, so the
      * output is a plain byte stream - LXP-TLENGTH carries the hex
      * length, and a short final block writes a short final record.
      *
      * When the AESCPPRM card AESMPORT leaves behind says the whole
      * plaintext is text (scope T) in another code page, each record
      * is translated through AESCPXL before it is written; a byte
      * with no mapping stops the run rather than land unconverted.
      *
      * When AESMAIN asks for the plaintext fidelity proof
      * (LXP-FID-VERIFY 'Y'), every record's bytes - as converted,
      * ahead of any translation - are folded into the keyed digest
      * under LXP-FID-KEY, and at close the result is compared with
      * the digest the CIPHER run recorded: LXP-FID-RESULT 'M' for
      * a match, 'X' for a stream that is not the original.
      *
      * When the AESWMPRM card names a release, AESBDOUT is a
      * released plaintext copy and goes out marked for it
      * (AESWMARK): the card's business record length places each
      * byte of the stream in its record, and bytes falling in the
      * untyped FILLER positions of AESFMAP's *WMARK lines carry the
      * release's pattern. Marking follows the fidelity fold, so the
      * proof is still over the plaintext as deciphered, and comes
      * ahead of any translation. A release that is not active on
      * AESRELRF, or a card without the record length, stops the
      * run.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-BIN.

      *     CODE-PAGE CARD (AESCPPRM - optional, from AESMPORT)
            SELECT OPTIONAL R-CPP ASSIGN TO 'AESCPPRM'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-CPP.

       DATA DIVISION.
       FILE SECTION.
      *   AESBDOUT

       01 BIN-REC                        PIC X(16).

      *   AESCPPRM
       FD R-CPP LABEL RECORD STANDARD.

       01 CPP-REC.
          05 CPP-FROM-CP                 PIC X(08).
          05 FILLER                      PIC X(01).
          05 CPP-TO-CP                   PIC X(08).
          05 FILLER                      PIC X(01).
          05 CPP-SCOPE                   PIC X(01).
          05 FILLER                      PIC X(61).

       WORKING-STORAGE SECTION.
         01 FS.
            05 FS-BIN                  PIC 9(02).
               88 FS-BIN-OK                      VALUE 0.
            05 FS-CPP                  PIC 9(02).
               88 FS-CPP-OPEN                    VALUE 0 05.
               88 FS-CPP-OK                      VALUE 0.

         77 WS-OUT-LEN                 PIC 9(02).

         77 WS-HB-I                    PIC 9(02).
         77 WS-BYTE-I                  PIC 9(02).

      *  Code-page translation of the output (AESCPPRM scope T)
         77 WS-CP-SCOPE                PIC X(01)    VALUE SPACE.
            88 SW-CP-TRANSLATE                      VALUE 'T'.
         01 WS-CPX-LS.
            02 CPX-FUNCTION            PIC X(01).
            02 CPX-FROM-CP             PIC X(08).
            02 CPX-TO-CP               PIC X(08).
            02 CPX-LENGTH              PIC 9(05).
            02 CPX-DATA                PIC X(999).
            02 CPX-BAD-POS             PIC 9(05).
            02 CPX-STATUS              PIC X(03).
               88 CPXS-OK                       VALUE 'OK '.
               88 CPXS-UNMAPPED                 VALUE 'UNM'.

      *  Plaintext fidelity proof - the streaming HMAC over the
      *  bytes written, re-hexed in AESMAIN's 32-character block
      *  shape so both sides fold identical records
         01 WS-HMAC-LS.
            02 HMC-FUNCTION            PIC X(01).
               88 HMC-INIT                      VALUE 'I'.
               88 HMC-ADD                       VALUE 'A'.
               88 HMC-FINISH                    VALUE 'F'.
            02 HMC-MAC-KEY             PIC X(64).
            02 HMC-RECORD              PIC X(176).
            02 HMC-RECLEN              PIC 9(03).
            02 HMC-DIGEST              PIC X(128).
            02 HMC-STATUS              PIC X(03).
               88 HMCS-OK                       VALUE 'OK '.
               88 HMCS-ERR                      VALUE 'ERR'.
         77 WS-FID-STARTED             PIC X(01)    VALUE 'N'.
            88 SW-FID-STARTED                       VALUE 'Y'.
         77 WS-FID-I                   PIC 9(02).
         77 WS-FID-BYTE                PIC 9(03).
         01 WS-FID-BLOCK               PIC X(32).

      *  Release watermarking (AESWMARK) - linkage mirrored here,
      *  and the stream position of the next byte written
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
               88 WMKS-OFF                      VALUE 'OFF'.
               88 WMKS-NO-RELEASE               VALUE 'NRL'.
            02 WMK-RECORD              PIC X(32756).
         77 WS-WMARK                   PIC X(01)    VALUE 'N'.
            88 SW-WMARK-ON                          VALUE 'Y'.
         77 WS-STREAM-POS              PIC 9(11)    VALUE 1.

         01 PMW.
            COPY 'AESLLOG.cpy'.

              PERFORM END-ON-ERROR
            END-IF.

            PERFORM READ-CODE-PAGE-CARD.

            IF LXP-FID-VERIFY = 'Y'
              PERFORM START-FIDELITY-DIGEST
            END-IF.

            PERFORM START-WATERMARK.


       START-WATERMARK.
            MOVE 'I'                        TO WMK-FUNCTION.
            MOVE 'AESBPUT '                 TO WMK-PROGRAM.
            MOVE 1                          TO WS-STREAM-POS.

            CALL 'AESWMARK' USING WS-WMARK-LS.

            EVALUATE TRUE
              WHEN WMKS-OK AND WMK-STREAM-LENGTH > 0
                SET SW-WMARK-ON             TO TRUE
                STRING 'AESBDOUT MARKED FOR RELEASE '
                       WMK-RELEASE-ID ' TO ' WMK-REQUESTER
                DELIMITED BY SIZE         INTO LTEXT OF PMW
                SET LLEVEL-INF OF PMW       TO TRUE
              WHEN WMKS-OFF
                MOVE 'NO AESWMPRM CARD - AESBDOUT WRITTEN UNMARKED'
                                            TO LTEXT OF PMW
                SET LLEVEL-INF OF PMW       TO TRUE
              WHEN WMKS-OK
                MOVE 'AESWMPRM CARD GIVES NO RECORD LENGTH'
                                            TO LTEXT OF PMW
                SET LLEVEL-ERR OF PMW       TO TRUE
              WHEN WMKS-NO-RELEASE
                STRING 'RELEASE ' WMK-RELEASE-ID
                       ' IS NOT ACTIVE ON AESRELRF'
                DELIMITED BY SIZE         INTO LTEXT OF PMW
                SET LLEVEL-ERR OF PMW       TO TRUE
              WHEN OTHER
                MOVE 'BAD AESWMPRM CARD OR AESFMAP *WMARK LINE'
                                            TO LTEXT OF PMW
                SET LLEVEL-ERR OF PMW       TO TRUE
            END-EVALUATE.

            CALL PUT-MESSAGE USING PMW.

            IF LLEVEL-ERR OF PMW
              PERFORM END-ON-ERROR
            END-IF.


       START-FIDELITY-DIGEST.
            SET HMC-INIT                    TO TRUE.
            MOVE LXP-FID-KEY                TO HMC-MAC-KEY.

            CALL 'AESHMAC' USING WS-HMAC-LS.

            MOVE SPACES                     TO HMC-MAC-KEY.

            IF HMCS-OK
              SET SW-FID-STARTED            TO TRUE
            ELSE
              MOVE 'FIDELITY DIGEST COULD NOT BE STARTED'
                                            TO LTEXT OF PMW
              SET LLEVEL-ERR OF PMW         TO TRUE

              CALL PUT-MESSAGE USING PMW
              PERFORM END-ON-ERROR
            END-IF.


       READ-CODE-PAGE-CARD.
      *     No card, or one with different code pages, means the
      *     bytes are written as deciphered
            MOVE SPACE                      TO WS-CP-SCOPE.

            OPEN INPUT R-CPP.

            IF FS-CPP-OPEN
              READ R-CPP
              IF FS-CPP-OK
                AND CPP-SCOPE = 'T'
                AND CPP-FROM-CP NOT = CPP-TO-CP
                MOVE CPP-SCOPE              TO WS-CP-SCOPE
                MOVE CPP-FROM-CP            TO CPX-FROM-CP
                MOVE CPP-TO-CP              TO CPX-TO-CP
              END-IF
              CLOSE R-CPP
            END-IF.


       WRITE-FILE.
      *     Two hex characters per output byte - a short final block
              PERFORM HEX-PAIR-TO-BYTE
            END-PERFORM.

            IF SW-FID-STARTED
              PERFORM FOLD-FIDELITY-RECORD
            END-IF.

            IF SW-WMARK-ON
              PERFORM MARK-RECORD
            END-IF.

            IF SW-CP-TRANSLATE
              PERFORM TRANSLATE-RECORD
            END-IF.

            WRITE BIN-REC.

            IF FS-BIN-OK
              TO BIN-REC(WS-BYTE-I:1).


       FOLD-FIDELITY-RECORD.
      *     The converted bytes back to hex, two characters each,
      *     space-filled to the block width AESMAIN folds at
            MOVE SPACES                     TO WS-FID-BLOCK.

            PERFORM VARYING WS-FID-I FROM 1 BY 1
              UNTIL WS-FID-I > WS-OUT-LEN
              COMPUTE WS-FID-BYTE =
                  FUNCTION ORD(BIN-REC(WS-FID-I:1)) - 1
              DIVIDE WS-FID-BYTE BY 16    GIVING WS-HEX-HI
                                        REMAINDER WS-HEX-LO
              MOVE WS-HEX-TABLE(WS-HEX-HI + 1:1)
                TO WS-FID-BLOCK(WS-FID-I * 2 - 1:1)
              MOVE WS-HEX-TABLE(WS-HEX-LO + 1:1)
                TO WS-FID-BLOCK(WS-FID-I * 2:1)
            END-PERFORM.

            SET HMC-ADD                     TO TRUE.
            MOVE SPACES                     TO HMC-RECORD.
            MOVE WS-FID-BLOCK               TO HMC-RECORD(1:32).
            MOVE 32                         TO HMC-RECLEN.

            CALL 'AESHMAC' USING WS-HMAC-LS.

            IF HMCS-ERR
              MOVE 'FIDELITY DIGEST COULD NOT FOLD A RECORD'
                                            TO LTEXT OF PMW
              SET LLEVEL-ERR OF PMW         TO TRUE

              CALL PUT-MESSAGE USING PMW
              PERFORM END-ON-ERROR
            END-IF.


       MARK-RECORD.
            MOVE 'S'                        TO WMK-FUNCTION.
            MOVE BIN-REC                    TO WMK-RECORD.
            MOVE WS-OUT-LEN                 TO WMK-REC-LENGTH.
            MOVE WS-STREAM-POS              TO WMK-STREAM-POS.

            CALL 'AESWMARK' USING WS-WMARK-LS.

            MOVE WMK-RECORD(1:WS-OUT-LEN)   TO BIN-REC(1:WS-OUT-LEN).
            ADD WS-OUT-LEN                  TO WS-STREAM-POS.


       TRANSLATE-RECORD.
            MOVE 'T'                        TO CPX-FUNCTION.
            MOVE WS-OUT-LEN                 TO CPX-LENGTH.
            MOVE BIN-REC(1:WS-OUT-LEN)      TO CPX-DATA.

            CALL 'AESCPXL' USING WS-CPX-LS.

            IF CPXS-OK
              MOVE CPX-DATA(1:WS-OUT-LEN)   TO BIN-REC(1:WS-OUT-LEN)
            ELSE
              IF CPXS-UNMAPPED
                STRING 'AESBDOUT BYTE ' CPX-BAD-POS
                       ' OF A RECORD HAS NO ' CPX-TO-CP
                       ' MAPPING FROM ' CPX-FROM-CP
                DELIMITED BY SIZE         INTO LTEXT OF PMW
              ELSE
                STRING 'NO TRANSLATION FROM ' CPX-FROM-CP
                       ' TO ' CPX-TO-CP
                DELIMITED BY SIZE         INTO LTEXT OF PMW
              END-IF
              SET LLEVEL-ERR OF PMW         TO TRUE

              CALL PUT-MESSAGE USING PMW
              PERFORM END-ON-ERROR
            END-IF.


       CLOSE-FILE.
            CLOSE R-BIN.

            MOVE SPACE                      TO LXP-FID-RESULT.

      *     An empty stream still has a digest to compare - start it
      *     here if no record ever opened the file
            IF LXP-FID-VERIFY = 'Y' AND NOT SW-FID-STARTED
              PERFORM START-FIDELITY-DIGEST
            END-IF.

            IF SW-FID-STARTED
              PERFORM FINISH-FIDELITY-DIGEST
            END-IF.

            IF FS-BIN-OK
              CONTINUE
            ELSE
            END-IF.


       FINISH-FIDELITY-DIGEST.
            SET HMC-FINISH                  TO TRUE.

            CALL 'AESHMAC' USING WS-HMAC-LS.

            MOVE 'N'                        TO WS-FID-STARTED.

            IF HMCS-OK AND HMC-DIGEST = LXP-FID-DIGEST
              MOVE 'M'                      TO LXP-FID-RESULT
              MOVE 'AESBDOUT PLAINTEXT FIDELITY PROVEN'
                                            TO LTEXT OF PMW
              SET LLEVEL-INF OF PMW         TO TRUE
            ELSE
              MOVE 'X'                      TO LXP-FID-RESULT
              MOVE 'AESBDOUT PLAINTEXT FIDELITY DIGEST MISMATCH'
                                            TO LTEXT OF PMW
              SET LLEVEL-ERR OF PMW         TO TRUE
            END-IF.

            CALL PUT-MESSAGE USING PMW.


       END-ON-ERROR.
            MOVE 'ERR'                      TO LXP-STATUS.
            GOBACK.
