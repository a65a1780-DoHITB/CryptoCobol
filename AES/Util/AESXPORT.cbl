      *   'T' tag      - the GCM tag, when the run had one
      *   'A' hmac     - the HMAC-SHA512 trailer, when present (read
      *                  back off the generation's sentinel records)
      *   'K' data key - an envelope generation's wrapped data key,
      *                  its integrity block and the alias version
      *                  it is wrapped under (99999985-87) - never
      *                  the clear key
      *   'D' data     - one record per ciphertext block
      *   'E' end      - block count again, as a truncation check
      * AESMPORT on the receiving side unpacks it back into an
      * AESIDAT-shaped KSDS and pre-fills the DECIPHER deck. Each 'D'
      * record keeps its block key - an XTS generation's tweak IS
      * that key, so the blocks must land back under the same keys.
      *
      * The generation name and its cipher parameters come from the
      * AESEPARM control record - the operator states once, at export
      * AESMPORT unpacks anything. Every export is also logged to
      * AESXPLOG with its content serial for AESVRMAT's receipt
      * matching.
      *
      * The 'H' header also records the code page the plaintext was
      * in (AESEPARM, default EBCDIC) and how much of it is
      * character data. When the card names the receiving partner,
      * AESPRTNR must hold them, and their declared code page must
      * be one AESCPXL can translate to - refused here otherwise.
      *
      * An 'A' in AESEPARM column 135 also writes the envelope
      * text-armored (AESARMR) to AESENVAR, for partners whose mail or
      * text-only gateway would mangle the 160-byte records. AESMPORT
      * and AESMGATE recognise the armored form and take it as is.
      *
      * A named partner is sent only a profile - mode, bits, pad
      * scheme and trailer (HMAC, per-block MAC, both or none) - it
      * is certified for on the AESPCREG register AESPCERT keeps. A
      * 'C' in AESEPARM column 136 marks AESPCERT's own certification
      * export, which may go out for any profile the partner is
      * contracted for. CALLable - AESPCERT drives it with its own
      * control card - so every exit is a GOBACK, and the run state
      * is primed afresh on every entry. Every refusal goes out
      * through END-ON-ERROR, which closes whatever files are still
      * open first, so the next CALL finds them closed.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-PARM.

      *     PARTNER REGISTRY (AESPRTNR - KSDS keyed on partner id),
      *     read when the control card names the receiving partner
            SELECT R-PRT ASSIGN TO 'AESPRTNR'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS RANDOM
                   RECORD KEY   IS PRT-ID
                   FILE STATUS  IS FS-PRT.

      *     PARTNER CERTIFICATION REGISTER (AESPCREG - LRECL=80,
      *     AESPCERT's), read when the control card names the
      *     receiving partner
            SELECT OPTIONAL R-PCR ASSIGN TO 'AESPCREG'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-PCR.

      *     EXPORT LOG (AESXPLOG - LRECL=56) - one record appended
      *     per export, carrying the envelope's content serial, so
      *     AESVRMAT can pair exports against the verification
      *     Digest algorithm the sender stamped with (spaces =
      *     SHA-512) - the import side verifies with the same one
          02 ENV-HDR-ALG              PIC X(08).
      *     Code page the plaintext was in, and how much of it is
      *     character data: 'T' the whole file is text, 'F' the
      *     AESFMAP fields marked C, space - binary, never translated
          02 ENV-HDR-CODE-PAGE        PIC X(08).
          02 ENV-HDR-CP-SCOPE         PIC X(01).
          02 FILLER                   PIC X(84).
       01 ENV-TAG REDEFINES ENV-REC.
          02 FILLER                   PIC X(01).
          02 ENV-TAG-VALUE            PIC X(32).
          02 FILLER                   PIC X(01).
          02 ENV-MAC-VALUE            PIC X(128).
          02 FILLER                   PIC X(31).
       01 ENV-DEK REDEFINES ENV-REC.
          02 FILLER                   PIC X(01).
          02 ENV-DEK-WRAP             PIC X(64).
          02 ENV-DEK-C0               PIC X(16).
          02 ENV-DEK-VERSION          PIC X(03).
          02 FILLER                   PIC X(76).
       01 ENV-DTA REDEFINES ENV-REC.
          02 FILLER                   PIC X(01).
          02 ENV-DTA-KEY              PIC 9(08).
          05 XPL-DATE                    PIC 9(08).
          05 FILLER                      PIC X(10).

      *   AESPRTNR
       FD R-PRT LABEL RECORD STANDARD.

       01 PRT-REC.
          02 PRT-ID                   PIC X(08).
          02 PRT-KEK-ALIAS            PIC X(08).
          02 PRT-TRANSPORT            PIC X(08).
          02 PRT-DESC                 PIC X(30).
          02 PRT-WRAP-FMT             PIC X(01).
          02 PRT-CODE-PAGE            PIC X(08).
          02 FILLER                   PIC X(01).
      *   Receiving windows (up to four) - days Monday..Sunday, 'Y'
      *   where open, from/until HHMM within the day; none at all
      *   means the partner takes files at any time - see AESXWIN
          02 PRT-WINDOW               OCCURS 4.
             03 PRT-WIN-DAYS          PIC X(07).
             03 PRT-WIN-FROM          PIC X(04).
             03 PRT-WIN-UNTIL         PIC X(04).
      *   Blackout dates (CCYYMMDD) - no window opens on these
          02 PRT-BLACKOUT             PIC X(08)   OCCURS 8.
          02 FILLER                   PIC X(12).

      *   AESPCREG
       FD R-PCR LABEL RECORD STANDARD.

       01 PCR-REC.
          02 PCR-PARTNER              PIC X(08).
          02 PCR-MODE                 PIC X(03).
          02 PCR-BITS                 PIC X(03).
          02 PCR-PAD                  PIC X(01).
          02 PCR-TRAILER              PIC X(01).
          02 PCR-STATUS               PIC X(03).
             88 PCR-CERTIFIED                     VALUE 'CRT'.
          02 FILLER                   PIC X(61).

      *   AESEPARM
       FD R-PARM LABEL RECORD STANDARD.

      *     SHA-512) - carried in the envelope header for the
      *     receiving side's AESVERIF
          05 PARM-DIGEST-ALG             PIC X(08).
      *     Receiving partner (blank - none named), the code page
      *     the plaintext is in (blank = EBCDIC) and its character
      *     scope (T/F/space, as ENV-HDR-CP-SCOPE) - stamped on the
      *     header so the receiving side can translate
          05 PARM-PARTNER                PIC X(08).
          05 PARM-CODE-PAGE              PIC X(08).
          05 PARM-CP-SCOPE               PIC X(01).
      *     'A' - also write the text-armored copy to AESENVAR (the
      *     single AESENVLP only, not a volume-split export)
          05 PARM-ARMOR                  PIC X(01).
      *     'C' - AESPCERT's certification export of a profile the
      *     partner is contracted for but not yet certified on
          05 PARM-CERT                   PIC X(01).

      *   Envelope volume
       FD R-VOL LABEL RECORD STANDARD.
               88 FS-XPL-AOP                      VALUE 41.
            05 FS-VOL                   PIC 9(02).
               88 FS-VOL-OK                       VALUE 0.
            05 FS-PRT                   PIC 9(02).
               88 FS-PRT-OK                       VALUE 0.
            05 FS-PCR                   PIC 9(02).
               88 FS-PCR-OK                       VALUE 0.
               88 FS-PCR-EOF                      VALUE 10.

      *  Which files are open right now - END-ON-ERROR closes exactly
      *  these, so a refused export leaves nothing open behind it
      *  for the caller's next CALL to trip over
         01 WS-OPEN-SW.
            05 WS-PARM-OPEN-SW          PIC X(01)   VALUE 'N'.
               88 SW-PARM-OPEN                    VALUE 'Y'.
            05 WS-PRT-OPEN-SW           PIC X(01)   VALUE 'N'.
               88 SW-PRT-OPEN                     VALUE 'Y'.
            05 WS-ENV-OPEN-SW           PIC X(01)   VALUE 'N'.
               88 SW-ENV-OPEN                     VALUE 'Y'.
            05 WS-DAT-OPEN-SW           PIC X(01)   VALUE 'N'.
               88 SW-DAT-OPEN                     VALUE 'Y'.
            05 WS-VOL-OPEN-SW           PIC X(01)   VALUE 'N'.
               88 SW-VOL-OPEN                     VALUE 'Y'.

         01 WS-DAT-FILE-NAME            PIC X(20).

            05 WS-P-IV                  PIC X(32).
            05 WS-P-TAG                 PIC X(32).
            05 WS-P-ALG                 PIC X(08).
            05 WS-P-PARTNER             PIC X(08).
            05 WS-P-CODE-PAGE           PIC X(08).
            05 WS-P-CP-SCOPE            PIC X(01).
            05 WS-P-ARMOR               PIC X(01).
               88 SW-P-ARMOR                      VALUE 'A'.
            05 WS-P-CERT                PIC X(01).
               88 SW-P-CERT                       VALUE 'C'.

      *  AESCPXL's linkage, mirrored the same way AESBTOKN mirrors
      *  AESTOKEN's - only its validate function is used here, the
      *  ciphertext itself is never translated
         01 WS-CPX-LS.
            02 CPX-FUNCTION            PIC X(01).
            02 CPX-FROM-CP             PIC X(08).
            02 CPX-TO-CP               PIC X(08).
            02 CPX-LENGTH              PIC 9(05).
            02 CPX-DATA                PIC X(999).
            02 CPX-BAD-POS             PIC 9(05).
            02 CPX-STATUS              PIC X(03).
               88 CPXS-OK                       VALUE 'OK '.

      *  AESARMR's linkage, mirrored - armors the finished AESENVLP
         01 WS-ARM-LS.
            02 ARM-FUNCTION            PIC X(01).
            02 ARM-IN-FILE             PIC X(20).
            02 ARM-OUT-FILE            PIC X(20).
            02 ARM-SERIAL              PIC X(18).
            02 ARM-RECORDS             PIC 9(08).
            02 ARM-BAD-LINE            PIC 9(06).
            02 ARM-STATUS              PIC X(03).
               88 ARMS-OK                       VALUE 'OK '.

         77 WS-BLOCK-COUNT              PIC 9(08)   VALUE 0.
      *  Mode from the generation's own parameter header (reserved
      *  key 0), when it has one - fills a blank PARM-MODE and is
      *  held against a typed one
         77 WS-GEN-MODE                 PIC X(03)   VALUE SPACES.
         77 WS-GEN-BITS                 PIC X(03)   VALUE SPACES.
         01 WS-HMAC                     PIC X(128).
         77 WS-HAVE-HMAC                PIC X(01)   VALUE 'N'.
            88 SW-HAVE-HMAC                         VALUE 'Y'.
      *  Wrapped data key of an envelope generation - travels as is,
      *  the partner unwraps it under its own copy of the alias key
         01 WS-DEK-SAVE.
            05 WS-DEK-WRAP              PIC X(64).
            05 WS-DEK-C0                PIC X(16).
            05 WS-DEK-VERSION           PIC X(03).
         77 WS-HAVE-DEK                 PIC X(01)   VALUE 'N'.
            88 SW-HAVE-DEK                          VALUE 'Y'.
      *  Per-block MAC column seen on a data block (pass 1), and the
      *  trailer profile the generation carries - space none, 'H'
      *  HMAC trailer, 'B' per-block MAC, 'A' both (AESRCAT's own
      *  CAT-MAC coding)
         77 WS-HAVE-BMAC                PIC X(01)   VALUE 'N'.
            88 SW-HAVE-BMAC                         VALUE 'Y'.
         77 WS-TRAILER                  PIC X(01)   VALUE SPACE.
         77 WS-CERT-STATUS              PIC X(03)   VALUE SPACES.

      *  One in-storage copy of the data blocks is avoided by two
      *  passes over the KSDS: first for the counts/trailers the

       PROCEDURE DIVISION.
       MAINLINE.
           PERFORM PRIME-RUN-STATE.
           PERFORM READ-PARAMETERS.
           PERFORM CHECK-PARTNER-CODE-PAGE.

           IF WS-VOL-MAX = 0
             OPEN OUTPUT R-ENV

             IF FS-ENV-OK
               SET SW-ENV-OPEN            TO TRUE
             ELSE
               DISPLAY 'AESXPORT: ERROR OPENING AESENVLP: ' FS-ENV
               MOVE 12                    TO RETURN-CODE
               PERFORM END-ON-ERROR
             END-IF
           END-IF.

           MOVE 1                         TO WS-PASS.
           PERFORM SCAN-GENERATION.

           PERFORM CHECK-GENERATION-MODE.
           PERFORM CHECK-PARTNER-CERTIFICATION
              THRU CHECK-PARTNER-CERTIFICATION-EXIT.

      *     The whole export's record count is now known, so a
      *     split export can plan its volumes before the first
      *     record goes out
               ADD 1                      TO WS-TOTAL-RECORDS
             END-IF

             IF SW-HAVE-DEK
               ADD 1                      TO WS-TOTAL-RECORDS
             END-IF

             COMPUTE WS-TOTAL-VOLS =
                 (WS-TOTAL-RECORDS + WS-VOL-MAX - 1) / WS-VOL-MAX
             MOVE WS-TOTAL-RECORDS        TO WS-RECS-LEFT
           END-IF.

      *     Header, tag, HMAC and data key lead the envelope
           MOVE SPACES                    TO ENV-REC.
           MOVE 'H'                       TO ENV-TYPE.
           MOVE WS-P-MODE                 TO ENV-HDR-MODE.
           MOVE WS-P-IV                   TO ENV-HDR-IV.
           MOVE WS-BLOCK-COUNT            TO ENV-HDR-BLOCKS.
           MOVE WS-P-ALG                  TO ENV-HDR-ALG.
           MOVE WS-P-CODE-PAGE            TO ENV-HDR-CODE-PAGE.
           MOVE WS-P-CP-SCOPE             TO ENV-HDR-CP-SCOPE.
           PERFORM WRITE-ENVELOPE-RECORD.

           IF WS-P-TAG NOT = SPACES
             PERFORM WRITE-ENVELOPE-RECORD
           END-IF.

           IF SW-HAVE-DEK
             MOVE SPACES                  TO ENV-REC
             MOVE 'K'                     TO ENV-TYPE
             MOVE WS-DEK-WRAP             TO ENV-DEK-WRAP
             MOVE WS-DEK-C0               TO ENV-DEK-C0
             MOVE WS-DEK-VERSION          TO ENV-DEK-VERSION
             PERFORM WRITE-ENVELOPE-RECORD
           END-IF.

      *     Pass 2 - the ciphertext itself
           MOVE 2                         TO WS-PASS.
           PERFORM SCAN-GENERATION.

           IF WS-VOL-MAX = 0
             CLOSE R-ENV
             MOVE 'N'                     TO WS-ENV-OPEN-SW
           ELSE
             PERFORM CLOSE-CURRENT-VOLUME
           END-IF.

           IF SW-P-ARMOR
             PERFORM ARMOR-ENVELOPE
           END-IF.

           PERFORM WRITE-EXPORT-LOG.

           IF WS-VOL-MAX = 0
                     ' volume(s)'
           END-IF.

           GOBACK.


       PRIME-RUN-STATE.
      *     A CALLed export starts from nothing a previous one left
           MOVE 0                         TO WS-SER-CHECKSUM
                                             WS-SER-RECORDS
                                             WS-VOL-MAX
                                             WS-CUR-VOL
                                             WS-VOL-REC-COUNT
                                             WS-VOL-CHECKSUM
                                             WS-BLOCK-COUNT.
           MOVE SPACES                    TO WS-PARM-SAVE
                                             WS-GEN-MODE
                                             WS-GEN-BITS
                                             WS-TRAILER
                                             WS-CERT-STATUS.
           MOVE 'N'                       TO WS-HAVE-HMAC
                                             WS-HAVE-DEK
                                             WS-HAVE-BMAC.
           MOVE 0                         TO RETURN-CODE.


       READ-PARAMETERS.
           OPEN INPUT R-PARM.

           IF FS-PARM-OK
             SET SW-PARM-OPEN             TO TRUE
           ELSE
             DISPLAY 'AESXPORT: ERROR OPENING AESEPARM: ' FS-PARM
             MOVE 12                      TO RETURN-CODE
             PERFORM END-ON-ERROR
           END-IF.

           READ R-PARM
             AT END
               DISPLAY 'AESXPORT: AESEPARM IS EMPTY'
               MOVE 12                    TO RETURN-CODE
               PERFORM END-ON-ERROR
             NOT AT END
               MOVE PARM-GEN-NAME         TO WS-DAT-FILE-NAME
               MOVE PARM-MODE             TO WS-P-MODE
               END-IF

               MOVE PARM-DIGEST-ALG       TO WS-P-ALG
               MOVE PARM-PARTNER          TO WS-P-PARTNER
               MOVE PARM-CODE-PAGE        TO WS-P-CODE-PAGE
               MOVE PARM-CP-SCOPE         TO WS-P-CP-SCOPE
               MOVE PARM-ARMOR            TO WS-P-ARMOR
               MOVE PARM-CERT             TO WS-P-CERT
           END-READ.

           CLOSE R-PARM.
           MOVE 'N'                       TO WS-PARM-OPEN-SW.

           IF WS-P-CODE-PAGE = SPACES
             MOVE 'EBCDIC'                TO WS-P-CODE-PAGE
           END-IF.

           IF WS-P-CP-SCOPE NOT = SPACE AND WS-P-CP-SCOPE NOT = 'T'
             AND WS-P-CP-SCOPE NOT = 'F'
             DISPLAY 'AESXPORT: CODE PAGE SCOPE MUST BE T, F OR BLANK'
             MOVE 12                      TO RETURN-CODE
             PERFORM END-ON-ERROR
           END-IF.

           IF WS-P-ARMOR NOT = SPACE AND NOT SW-P-ARMOR
             DISPLAY 'AESXPORT: ARMOR COLUMN MUST BE A OR BLANK'
             MOVE 12                      TO RETURN-CODE
             PERFORM END-ON-ERROR
           END-IF.

           IF WS-P-CERT NOT = SPACE AND NOT SW-P-CERT
             DISPLAY 'AESXPORT: CERTIFICATION COLUMN MUST BE C OR '
                     'BLANK'
             MOVE 12                      TO RETURN-CODE
             PERFORM END-ON-ERROR
           END-IF.

           IF SW-P-CERT AND WS-P-PARTNER = SPACES
             DISPLAY 'AESXPORT: A CERTIFICATION EXPORT MUST NAME ITS '
                     'PARTNER'
             MOVE 12                      TO RETURN-CODE
             PERFORM END-ON-ERROR
           END-IF.

           IF SW-P-ARMOR AND WS-VOL-MAX > 0
             DISPLAY 'AESXPORT: ARMOR IS FOR THE SINGLE AESENVLP - '
                     'NOT WITH A VOLUME LIMIT'
             MOVE 12                      TO RETURN-CODE
             PERFORM END-ON-ERROR
           END-IF.


       CHECK-PARTNER-CODE-PAGE.
      *     A named partner must be on the registry, and a partner
      *     whose plaintext is in another code page must be one the
      *     translation table can reach - otherwise the file would
      *     only prove unreadable on their side, after the transfer
           IF WS-P-PARTNER NOT = SPACES
             OPEN INPUT R-PRT

             IF FS-PRT-OK
               SET SW-PRT-OPEN            TO TRUE
             ELSE
               DISPLAY 'AESXPORT: CANNOT OPEN AESPRTNR: ' FS-PRT
               MOVE 12                    TO RETURN-CODE
               PERFORM END-ON-ERROR
             END-IF

             MOVE WS-P-PARTNER            TO PRT-ID

             READ R-PRT KEY IS PRT-ID

             IF FS-PRT-OK
               CONTINUE
             ELSE
               DISPLAY 'AESXPORT: PARTNER ' WS-P-PARTNER
                       ' NOT ON AESPRTNR'
               MOVE 12                    TO RETURN-CODE
               PERFORM END-ON-ERROR
             END-IF

             CLOSE R-PRT
             MOVE 'N'                     TO WS-PRT-OPEN-SW

             IF WS-P-CP-SCOPE NOT = SPACE
               MOVE 'V'                   TO CPX-FUNCTION
               MOVE WS-P-CODE-PAGE        TO CPX-FROM-CP
               MOVE PRT-CODE-PAGE         TO CPX-TO-CP
               MOVE 0                     TO CPX-LENGTH

               CALL 'AESCPXL' USING WS-CPX-LS

               IF NOT CPXS-OK
                 DISPLAY 'AESXPORT: NO TRANSLATION FROM '
                         WS-P-CODE-PAGE ' TO ' PRT-CODE-PAGE
                         ' FOR PARTNER ' WS-P-PARTNER
                 MOVE 12                  TO RETURN-CODE
                 PERFORM END-ON-ERROR
               END-IF
             END-IF
           END-IF.


       CHECK-GENERATION-MODE.
      *     The control card's mode must agree with the one the
      *     generation was ciphered under - an envelope announcing
      *     the wrong mode only fails on the partner's side, weeks
      *     later
           IF WS-GEN-MODE NOT = SPACES
             IF WS-P-MODE = SPACES
               MOVE WS-GEN-MODE           TO WS-P-MODE
             ELSE
               IF WS-P-MODE NOT = WS-GEN-MODE
                 DISPLAY 'AESXPORT: AESEPARM MODE ' WS-P-MODE
                         ' CONTRADICTS GENERATION MODE ' WS-GEN-MODE
                 MOVE 12                  TO RETURN-CODE
                 PERFORM END-ON-ERROR
               END-IF
             END-IF
           END-IF.

      *     XTS carries no IV - every block's tweak is its own key,
      *     which the 'D' records already carry
           IF WS-P-MODE = 'XTS'
             MOVE SPACES                  TO WS-P-IV
           END-IF.

           IF WS-P-BITS = SPACES
             MOVE WS-GEN-BITS             TO WS-P-BITS
           END-IF.


       CHECK-PARTNER-CERTIFICATION.
      *     A named partner gets only a profile it has proved it can
      *     take - mode, bits, pad scheme and trailer exactly as
      *     AESPCERT certified them. Unnamed exports are not held to
      *     any one partner's register.
           IF WS-P-PARTNER = SPACES
             GO TO CHECK-PARTNER-CERTIFICATION-EXIT
           END-IF.

           EVALUATE TRUE
             WHEN SW-HAVE-HMAC AND SW-HAVE-BMAC
               MOVE 'A'                   TO WS-TRAILER
             WHEN SW-HAVE-HMAC
               MOVE 'H'                   TO WS-TRAILER
             WHEN SW-HAVE-BMAC
               MOVE 'B'                   TO WS-TRAILER
             WHEN OTHER
               MOVE SPACE                 TO WS-TRAILER
           END-EVALUATE.

           OPEN INPUT R-PCR.

           IF FS-PCR-OK
             PERFORM UNTIL FS-PCR-EOF
               READ R-PCR
                 AT END
                   CONTINUE
                 NOT AT END
                   IF PCR-PARTNER = WS-P-PARTNER
                     AND PCR-MODE = WS-P-MODE
                     AND PCR-BITS = WS-P-BITS
                     AND PCR-PAD = WS-P-PAD
                     AND PCR-TRAILER = WS-TRAILER
                     MOVE PCR-STATUS      TO WS-CERT-STATUS
                   END-IF
               END-READ
             END-PERFORM

             CLOSE R-PCR
           END-IF.

      *     A certification export goes out for any contracted
      *     profile - proving it is what it is for
           IF SW-P-CERT AND WS-CERT-STATUS NOT = SPACES
             GO TO CHECK-PARTNER-CERTIFICATION-EXIT
           END-IF.

           IF WS-CERT-STATUS = 'CRT'
             GO TO CHECK-PARTNER-CERTIFICATION-EXIT
           END-IF.

           IF WS-CERT-STATUS = SPACES
             MOVE 'NONE'                  TO WS-CERT-STATUS
           END-IF.

           DISPLAY 'AESXPORT: PARTNER ' WS-P-PARTNER ' IS NOT '
                   'CERTIFIED FOR ' WS-P-MODE '/' WS-P-BITS
                   ' PAD [' WS-P-PAD '] TRAILER [' WS-TRAILER
                   '] - REGISTER STATUS ' WS-CERT-STATUS.
           MOVE 12                        TO RETURN-CODE.
           PERFORM END-ON-ERROR.

       CHECK-PARTNER-CERTIFICATION-EXIT.
           EXIT.


       SCAN-GENERATION.
           OPEN INPUT R-DAT.

           IF FS-DAT-OK
             SET SW-DAT-OPEN              TO TRUE
           ELSE
             DISPLAY 'AESXPORT: CANNOT OPEN ' WS-DAT-FILE-NAME
                     ': ' FS-DAT
             MOVE 12                      TO RETURN-CODE
             PERFORM END-ON-ERROR
           END-IF.

           IF WS-PASS = 1
             MOVE 0                       TO WS-BLOCK-COUNT
             MOVE 'N'                     TO WS-HAVE-HMAC
                                             WS-HAVE-DEK
                                             WS-HAVE-BMAC
             MOVE SPACES                  TO WS-DEK-SAVE
           END-IF.

           PERFORM UNTIL FS-DAT-EOF
           END-PERFORM.

           CLOSE R-DAT.
           MOVE 'N'                       TO WS-DAT-OPEN-SW.


       HANDLE-ONE-BLOCK.
             WHEN DAT-KEY > 0 AND DAT-KEY < 99000000
               IF WS-PASS = 1
                 ADD 1                    TO WS-BLOCK-COUNT
                 IF DAT-MAC NOT = SPACES
                   SET SW-HAVE-BMAC       TO TRUE
                 END-IF
               ELSE
                 MOVE SPACES              TO ENV-REC
                 MOVE 'D'                 TO ENV-TYPE
                 MOVE DAT-MAC             TO ENV-DTA-MAC
                 PERFORM WRITE-ENVELOPE-RECORD
               END-IF
             WHEN WS-PASS = 1 AND DAT-KEY = 0
               MOVE DAT-HEX(1:3)          TO WS-GEN-MODE
               MOVE DAT-HEX(4:3)          TO WS-GEN-BITS
             WHEN WS-PASS = 1 AND DAT-KEY >= 99999990
                             AND DAT-KEY <= 99999993
      *        The four HMAC trailer slices AESSTAMP leaves behind
               MOVE DAT-HEX TO
                    WS-HMAC((DAT-KEY - 99999990) * 32 + 1:32)
               SET SW-HAVE-HMAC           TO TRUE
             WHEN WS-PASS = 1 AND DAT-KEY = 99999985
               MOVE DAT-HEX               TO WS-DEK-WRAP(1:32)
               SET SW-HAVE-DEK            TO TRUE
             WHEN WS-PASS = 1 AND DAT-KEY = 99999986
               MOVE DAT-HEX               TO WS-DEK-WRAP(33:32)
             WHEN WS-PASS = 1 AND DAT-KEY = 99999987
               MOVE DAT-HEX(1:16)         TO WS-DEK-C0
               MOVE DAT-HEX(17:3)         TO WS-DEK-VERSION
           END-EVALUATE.


             ELSE
               DISPLAY 'AESXPORT: ERROR WRITING AESENVLP: ' FS-ENV
               MOVE 12                    TO RETURN-CODE
               PERFORM END-ON-ERROR
             END-IF
           ELSE
             PERFORM WRITE-VOLUME-RECORD
             DISPLAY 'AESXPORT: ERROR WRITING ' WS-VOL-FILE-NAME
                     ': ' FS-VOL
             MOVE 12                      TO RETURN-CODE
             PERFORM END-ON-ERROR
           END-IF.

           ADD 1                          TO WS-VOL-REC-COUNT.
           OPEN OUTPUT R-VOL.

           IF FS-VOL-OK
             SET SW-VOL-OPEN              TO TRUE
           ELSE
             DISPLAY 'AESXPORT: CANNOT CREATE ' WS-VOL-FILE-NAME
                     ': ' FS-VOL
             MOVE 12                      TO RETURN-CODE
             PERFORM END-ON-ERROR
           END-IF.

           MOVE WS-CUR-VOL                TO WS-VH-NO.
           WRITE VOL-REC.

           CLOSE R-VOL.
           MOVE 'N'                       TO WS-VOL-OPEN-SW.

           MOVE 0                         TO WS-VOL-REC-COUNT
                                             WS-VOL-CHECKSUM.


       ARMOR-ENVELOPE.
      *     The finished envelope, text-armored for a channel that
      *     cannot carry it as it is - the armor header carries the
      *     same content serial the export log records
           MOVE 'A'                       TO ARM-FUNCTION.
           MOVE 'AESENVLP'                TO ARM-IN-FILE.
           MOVE 'AESENVAR'                TO ARM-OUT-FILE.

           CALL 'AESARMR' USING WS-ARM-LS.

           IF NOT ARMS-OK OR ARM-SERIAL NOT = WS-SERIAL
             DISPLAY 'AESXPORT: ARMORING AESENVLP FAILED: ' ARM-STATUS
             MOVE 12                      TO RETURN-CODE
             PERFORM END-ON-ERROR
           END-IF.

           DISPLAY 'AESXPORT: armored copy on AESENVAR - serial '
                   ARM-SERIAL.


       WRITE-EXPORT-LOG.
      *     One appended record per export - what AESVRMAT pairs the
      *     partner's verification receipts against. A log that
           ELSE
             DISPLAY 'AESXPORT: EXPORT LOG OPEN FAILED: ' FS-XPL
           END-IF.


       END-ON-ERROR.
      *     Every refusal ends here: whatever is still open is closed
      *     (a half-written envelope or volume stays as it stands for
      *     the DISPLAY above to explain) and the CALLer gets control
      *     back with RETURN-CODE already set
           IF SW-PARM-OPEN
             CLOSE R-PARM
             MOVE 'N'                     TO WS-PARM-OPEN-SW
           END-IF.

           IF SW-PRT-OPEN
             CLOSE R-PRT
             MOVE 'N'                     TO WS-PRT-OPEN-SW
           END-IF.

           IF SW-DAT-OPEN
             CLOSE R-DAT
             MOVE 'N'                     TO WS-DAT-OPEN-SW
           END-IF.

           IF SW-ENV-OPEN
             CLOSE R-ENV
             MOVE 'N'                     TO WS-ENV-OPEN-SW
           END-IF.

           IF SW-VOL-OPEN
             CLOSE R-VOL
             MOVE 'N'                     TO WS-VOL-OPEN-SW
           END-IF.

           GOBACK.
