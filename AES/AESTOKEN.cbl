      *       token, but only for callers listed in the AESTAUTH
      *       authorization file - everyone else gets NAU and the
      *       value never leaves the vault
      *   function 'L' (look up)    - returns the existing token for
      *       a value without minting one (NFD when the vault has
      *       never seen it) - how an erasure finds a subject's token
      *   function 'E' (erase)      - removes a token's mapping from
      *       both halves of the vault for good, so the token can
      *       never be turned back into the value (NFD when it is
      *       not there)
      *   'L' and 'E' answer only the callers on AESTAUTH, as 'D'
      *   does.
      *
      * The vault is two KSDS: AESTVLT keyed on token (token ->
      * ciphertext), and AESTVLX keyed on ciphertext (ciphertext ->
      * this value before", with no plaintext scan and no plaintext
      * at rest.
      *
      * Tokens are 16 random hex characters drawn from AESDRBG, the
      * health-tested CTR_DRBG - opaque, unpredictable, unique (a
      * collision with a token already in the vault draws again), and
      * carrying nothing of the value they stand for. Tokens minted
      * before the generator existed are timestamps and stay valid;
      * a generator that has failed its health tests mints nothing
      * and the tokenize answers ERR.
      *
      * Card numbers can instead get a format-preserving token
      * (format 'P') that downstream length, BIN and check-digit
      * edits accept: the value must be a 13-16 digit number (left-
      * justified, space-filled), and the token is a number of the
      * same length keeping the value's first TOK-KEEP-LEAD digits
      * (default 6, the BIN), its last four as well when TOK-KEEP-
      * LAST is 'Y', and random DRBG digits between, with one digit
      * solved so the whole number passes Luhn. A candidate equal
      * to the value, or to any real value the vault already holds,
      * is drawn again, and a new value that is itself an issued
      * token is refused (COL) - so a token can never be mistaken
      * for a real number in the vault. 'H' is the hex token above.
      * A caller passing TOK-FORMAT blank gets the vault's default
      * off the optional AESTVFMT card (FORMAT col 1, KEEP-LEAD col
      * 3, KEEP-LAST col 5), 'H' when there is none. One value has
      * one token: a 'P' request for a value already tokenized in
      * the other format (or under other keep settings) answers FMT
      * rather than minting it a second token, as does a value the
      * 'P' format cannot take.
      *
      * Every call - tokenize and detokenize, granted or refused -
      * is journalled to the append-only AESTJRNL access journal
                   RECORD KEY   IS VLX-CIPHER
                   FILE STATUS  IS FS-VLX.

      *     VAULT TOKEN FORMAT (AESTVFMT - one card, the format a
      *     caller gets when it names none)
            SELECT OPTIONAL R-FMT ASSIGN TO 'AESTVFMT'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-FMT.

      *     DETOKENIZE AUTHORIZATIONS (AESTAUTH - one caller id per
      *     record)
            SELECT OPTIONAL R-AUT ASSIGN TO 'AESTAUTH'
          02 VLX-CIPHER               PIC X(32).
          02 VLX-TOKEN                PIC X(16).

      *   AESTVFMT
       FD R-FMT LABEL RECORD STANDARD.

       01 FMT-REC.
          02 FMT-FORMAT               PIC X(01).
          02 FILLER                   PIC X(01).
          02 FMT-KEEP-LEAD            PIC X(01).
          02 FILLER                   PIC X(01).
          02 FMT-KEEP-LAST            PIC X(01).
          02 FILLER                   PIC X(75).

      *   AESTAUTH
       FD R-AUT LABEL RECORD STANDARD.

          02 TJR-TOKEN                PIC X(16).
          02 TJR-DATE                 PIC 9(08).
          02 TJR-TIME                 PIC 9(06).
      *     OK /ERR/NAU/NFD/FMT/COL - the call's own TOK-STATUS
          02 TJR-OUTCOME              PIC X(03).
          02 FILLER                   PIC X(06).

            05 FS-JRN                  PIC 9(02).
               88 FS-JRN-OK                      VALUE 0.
               88 FS-JRN-AOP                     VALUE 41.
            05 FS-FMT                  PIC 9(02).
               88 FS-FMT-OK                      VALUE 0.

      *  Vault key, resolved through AESKGET - once per run unit
      *  per direction, since the purpose-sensitive expiry check
            88 SW-TAB-LOADED                       VALUE 'Y'.

         77 WS-VALUE-CIPHER            PIC X(32).
         77 WS-PLAIN-HEX               PIC X(32).
         77 WS-CIPHER-HEX              PIC X(32).
         77 WS-AUTHORIZED              PIC X(01).
            88 SW-AUTHORIZED                       VALUE 'Y'.

      *  Token minting - random bit generator linkage mirrored
      *  from AESDRBG
         01 WS-MINT-DATE               PIC 9(08).
         77 WS-MINT-TRIES              PIC 9(02).
         01 WS-DRBG-LS.
            02 DRB-FUNCTION            PIC X(01).
               88 DRB-GENERATE                  VALUE 'G'.
               88 DRB-RESEED                    VALUE 'R'.
            02 DRB-CALLER              PIC X(08).
            02 DRB-LENGTH              PIC 9(03).
            02 DRB-OUTPUT              PIC X(128).
            02 DRB-STATUS              PIC X(03).
               88 DRBS-OK                       VALUE 'OK '.
               88 DRBS-ERR                      VALUE 'ERR'.
               88 DRBS-HEALTH                   VALUE 'HLT'.

      *  Token format - the vault's default off AESTVFMT (read once
      *  per run unit), and the one in force for this call
         77 WS-FMT-LOADED              PIC X(01)   VALUE 'N'.
            88 SW-FMT-LOADED                       VALUE 'Y'.
         77 WS-VAULT-FORMAT            PIC X(01)   VALUE 'H'.
         77 WS-VAULT-LEAD              PIC 9(01)   VALUE 6.
         77 WS-VAULT-LAST              PIC X(01)   VALUE 'N'.
         77 WS-FORMAT                  PIC X(01).
            88 SW-PAN-FORMAT                       VALUE 'P'.
         77 WS-KEEP-LEAD               PIC 9(01).
         77 WS-KEEP-LAST               PIC X(01).
            88 SW-KEEP-LAST                        VALUE 'Y'.

      *  The value's own characters, and a PAN-format candidate -
      *  digits 1 to WS-PAN-LEN, spaces after. WS-FIX-POS is the
      *  digit solved for Luhn (the last one, or the one before the
      *  kept last four); WS-FREE-FROM/-TO the random ones.
         01 WS-HEX-TABLE               PIC X(16)
                                       VALUE '0123456789ABCDEF'.
         77 WS-VALUE-CHARS             PIC X(16).
         77 WS-CAND                    PIC X(16).
         77 WS-PAN-LEN                 PIC 9(02).
         77 WS-FIX-POS                 PIC 9(02).
         77 WS-FREE-FROM               PIC 9(02).
         77 WS-FREE-TO                 PIC 9(02).
         77 WS-CH-I                    PIC 9(02).
         77 WS-HX-I                    PIC 9(02).
         77 WS-DRAW-I                  PIC 9(03).
         77 WS-HEX-HI                  PIC 9(02).
         77 WS-HEX-LO                  PIC 9(02).
         77 WS-BYTE-VAL                PIC 9(03).
         77 WS-FIX-DIGIT               PIC 9(02).
         77 WS-LUHN-SUM                PIC 9(03).
         77 WS-LUHN-DIGIT              PIC 9(02).
         77 WS-LUHN-DOUBLE             PIC X(01).
            88 SW-LUHN-DOUBLE                      VALUE 'Y'.
         77 WS-SHAPE-OK                PIC X(01).
            88 SW-SHAPE-OK                         VALUE 'Y'.

         01 PMW.
            COPY 'AESLLOG.cpy'.
            02 TOK-FUNCTION            PIC X(01).
               88 TOK-TOKENIZE                  VALUE 'T'.
               88 TOK-DETOKENIZE                VALUE 'D'.
               88 TOK-LOOKUP                    VALUE 'L'.
               88 TOK-ERASE                     VALUE 'E'.
            02 TOK-CALLER              PIC X(08).
            02 TOK-VALUE               PIC X(32).
            02 TOK-TOKEN               PIC X(16).
               88 TOKS-ERR                      VALUE 'ERR'.
               88 TOKS-NOT-AUTH                 VALUE 'NAU'.
               88 TOKS-NOT-FOUND                VALUE 'NFD'.
               88 TOKS-BAD-FORMAT               VALUE 'FMT'.
               88 TOKS-COLLISION                VALUE 'COL'.
      *     Tokenize only: 'H' hex, 'P' format-preserving, blank the
      *     vault's default; the BIN digits kept (blank - 6) and 'Y'
      *     to keep the last four as well
            02 TOK-FORMAT              PIC X(01).
            02 TOK-KEEP-LEAD           PIC X(01).
            02 TOK-KEEP-LAST           PIC X(01).

       PROCEDURE DIVISION USING LS.
       MAINLINE.
              PERFORM LOAD-TABLES
            END-IF.

            IF NOT SW-FMT-LOADED
              PERFORM LOAD-VAULT-FORMAT
            END-IF.

            IF TOK-TOKENIZE
              MOVE 'CIPHER  '               TO WS-WANT-PURPOSE
            ELSE
                WHEN TOK-DETOKENIZE
                  PERFORM DETOKENIZE-TOKEN
                     THRU DETOKENIZE-TOKEN-EXIT
                WHEN TOK-LOOKUP
                  PERFORM LOOKUP-VALUE
                     THRU LOOKUP-VALUE-EXIT
                WHEN TOK-ERASE
                  PERFORM ERASE-TOKEN
                     THRU ERASE-TOKEN-EXIT
                WHEN OTHER
                  SET TOKS-ERR              TO TRUE
              END-EVALUATE
      *     detokenize only reads back what the vault already holds,
      *     so an expired vault key must still detokenize
            MOVE WS-WANT-PURPOSE            TO LKGS-PURPOSE OF KG-S.
            MOVE 'V'                        TO LKGS-KEY-USE OF KG-S.
            MOVE SPACES                     TO LKG-KEY OF KG-S.

            CALL 'AESKGET' USING KG-S.


       CIPHER-THE-VALUE.
            MOVE TOK-VALUE                  TO WS-PLAIN-HEX.
            PERFORM CIPHER-PLAIN-HEX.
            MOVE WS-CIPHER-HEX              TO WS-VALUE-CIPHER.


       CIPHER-PLAIN-HEX.
      *     WS-PLAIN-HEX in, its vault ciphertext to WS-CIPHER-HEX
            MOVE WS-PLAIN-HEX               TO IO-TEXT OF IOCOMM.
            MOVE WS-VAULT-KEY               TO IO-KEY OF IOCOMM.
            MOVE 'ECB'                      TO IO-MODE OF IOCOMM.
            MOVE WS-VAULT-BITS              TO IO-BITS OF IOCOMM.

            CALL 'AESCORE' USING IOCOMM IOTAB IOPUTM.

            MOVE IO-TEXT OF IOCOMM          TO WS-CIPHER-HEX.


       TOKENIZE-VALUE.
            PERFORM RESOLVE-TOKEN-FORMAT
               THRU RESOLVE-TOKEN-FORMAT-EXIT.

            IF NOT TOKS-OK
              GO TO TOKENIZE-VALUE-EXIT
            END-IF.

            PERFORM CIPHER-THE-VALUE.

      *     Deterministic ciphertext doubles as the "seen before?"
            READ R-VLX KEY IS VLX-CIPHER.

            IF FS-VLX-OK
      *       One value, one token - a format-preserving request
      *       finding a token of another shape gets FMT, never a
      *       second token; a hex request takes whatever token the
      *       value already has, opaque either way
              MOVE 'Y'                      TO WS-SHAPE-OK
              IF SW-PAN-FORMAT
                MOVE VLX-TOKEN              TO WS-CAND
                PERFORM CHECK-PAN-TOKEN
              END-IF

              IF SW-SHAPE-OK
                MOVE VLX-TOKEN              TO TOK-TOKEN
                PERFORM STAMP-EXISTING-TOKEN
              ELSE
                SET TOKS-BAD-FORMAT         TO TRUE
              END-IF
              CLOSE R-VLX
              GO TO TOKENIZE-VALUE-EXIT
            END-IF.
              END-IF
            END-IF.

      *     A new value that is itself an issued token would make
      *     that token ambiguous - refused, never vaulted
            MOVE WS-VALUE-CHARS             TO VLT-TOKEN.
            READ R-VLT KEY IS VLT-TOKEN.

            IF FS-VLT-OK
              SET TOKS-COLLISION            TO TRUE
              CLOSE R-VLT R-VLX
              GO TO TOKENIZE-VALUE-EXIT
            END-IF.

            PERFORM MINT-AND-STORE-TOKEN.

            CLOSE R-VLT R-VLX.

       MINT-AND-STORE-TOKEN.
            MOVE 0                          TO WS-MINT-TRIES.
            MOVE 'G'                        TO DRB-FUNCTION.
            MOVE 'AESTOKEN'                 TO DRB-CALLER.
            MOVE 16                         TO DRB-LENGTH.
            ACCEPT WS-MINT-DATE             FROM DATE YYYYMMDD.

      *     A duplicate key is a collision with a token already
      *     issued - draw again; a generator refusal stops at once
            PERFORM WITH TEST AFTER
              UNTIL FS-VLT-OK OR WS-MINT-TRIES > 50
                 OR NOT DRBS-OK
              ADD 1                         TO WS-MINT-TRIES

              IF SW-PAN-FORMAT
                PERFORM DRAW-PAN-TOKEN
                   THRU DRAW-PAN-TOKEN-EXIT
              ELSE
                CALL 'AESDRBG' USING WS-DRBG-LS

                IF DRBS-OK
                  MOVE SPACES               TO VLT-REC
                  MOVE DRB-OUTPUT(1:16)     TO VLT-TOKEN
                  MOVE WS-VALUE-CIPHER      TO VLT-CIPHER
                  MOVE WS-MINT-DATE         TO VLT-CREATED
                  MOVE WS-MINT-DATE         TO VLT-LAST-USED

                  WRITE VLT-REC
                END-IF
              END-IF
            END-PERFORM.

            MOVE SPACES                     TO DRB-OUTPUT.

            IF DRBS-OK AND FS-VLT-OK
              MOVE VLT-TOKEN                TO TOK-TOKEN

              MOVE SPACES                   TO VLX-REC
            EXIT.


       LOOKUP-VALUE.
      *     The tokenize lookup without the mint - and without the
      *     last-use stamp, finding a subject's token not being a use
      *     of it
            PERFORM CHECK-CALLER-AUTHORITY
               THRU CHECK-CALLER-AUTHORITY-EXIT.

            IF NOT SW-AUTHORIZED
              SET TOKS-NOT-AUTH             TO TRUE
              GO TO LOOKUP-VALUE-EXIT
            END-IF.

            PERFORM CIPHER-THE-VALUE.

            OPEN INPUT R-VLX.

            IF FS-VLX-OK
              CONTINUE
            ELSE
      *       No vault index yet - nothing has ever been tokenized
              SET TOKS-NOT-FOUND            TO TRUE
              GO TO LOOKUP-VALUE-EXIT
            END-IF.

            MOVE WS-VALUE-CIPHER            TO VLX-CIPHER.
            READ R-VLX KEY IS VLX-CIPHER.

            EVALUATE TRUE
              WHEN FS-VLX-OK
                MOVE VLX-TOKEN              TO TOK-TOKEN
              WHEN FS-VLX-NOTFND
                SET TOKS-NOT-FOUND          TO TRUE
              WHEN OTHER
                SET TOKS-ERR                TO TRUE
            END-EVALUATE.

            CLOSE R-VLX.

       LOOKUP-VALUE-EXIT.
            EXIT.


       ERASE-TOKEN.
      *     Both directions go - the token half first, so a failure
      *     between the two deletes leaves a value nothing maps back
      *     to rather than a token that still detokenizes
            PERFORM CHECK-CALLER-AUTHORITY
               THRU CHECK-CALLER-AUTHORITY-EXIT.

            IF NOT SW-AUTHORIZED
              SET TOKS-NOT-AUTH             TO TRUE
              GO TO ERASE-TOKEN-EXIT
            END-IF.

            OPEN I-O R-VLT.

            IF FS-VLT-OK
              CONTINUE
            ELSE
              SET TOKS-NOT-FOUND            TO TRUE
              GO TO ERASE-TOKEN-EXIT
            END-IF.

            MOVE TOK-TOKEN                  TO VLT-TOKEN.
            READ R-VLT KEY IS VLT-TOKEN.

            EVALUATE TRUE
              WHEN FS-VLT-OK
                MOVE VLT-CIPHER             TO WS-VALUE-CIPHER
                DELETE R-VLT RECORD
              WHEN FS-VLT-NOTFND
                SET TOKS-NOT-FOUND          TO TRUE
              WHEN OTHER
                SET TOKS-ERR                TO TRUE
            END-EVALUATE.

            IF TOKS-OK AND NOT FS-VLT-OK
              SET TOKS-ERR                  TO TRUE
            END-IF.

            CLOSE R-VLT.

            IF NOT TOKS-OK
              GO TO ERASE-TOKEN-EXIT
            END-IF.

            OPEN I-O R-VLX.

            IF FS-VLX-OK
              MOVE WS-VALUE-CIPHER          TO VLX-CIPHER
              READ R-VLX KEY IS VLX-CIPHER

              IF FS-VLX-OK
                DELETE R-VLX RECORD
              END-IF

      *       An index entry already gone is the state we want
              IF FS-VLX-OK OR FS-VLX-NOTFND
                CONTINUE
              ELSE
                SET TOKS-ERR                TO TRUE
              END-IF

              CLOSE R-VLX
            END-IF.

       ERASE-TOKEN-EXIT.
            EXIT.


       STAMP-EXISTING-TOKEN.
      *     A tokenize hit is a live use of the mapping - stamp its
      *     last-use date so the idle purge ages against real

       CHECK-CALLER-AUTHORITY-EXIT.
            EXIT.


       LOAD-VAULT-FORMAT.
      *     The vault's default token format, read once per run unit -
      *     no card (or no usable format on it) keeps the hex token
            SET SW-FMT-LOADED               TO TRUE.

            OPEN INPUT R-FMT.

            IF FS-FMT-OK
              READ R-FMT
                AT END
                  CONTINUE
                NOT AT END
                  IF FMT-FORMAT = 'H' OR FMT-FORMAT = 'P'
                    MOVE FMT-FORMAT         TO WS-VAULT-FORMAT
                  ELSE
                    DISPLAY 'AESTOKEN: AESTVFMT FORMAT MUST BE H OR '
                            'P - HEX TOKENS IN FORCE'
                  END-IF
                  IF FMT-KEEP-LEAD IS NUMERIC
                    MOVE FMT-KEEP-LEAD      TO WS-VAULT-LEAD
                  END-IF
                  IF FMT-KEEP-LAST = 'Y'
                    MOVE 'Y'                TO WS-VAULT-LAST
                  END-IF
              END-READ

              CLOSE R-FMT
            END-IF.


       RESOLVE-TOKEN-FORMAT.
      *     The format in force for this tokenize - the caller's, or
      *     the vault's when the caller names none - and, for 'P',
      *     the value proven a 13-16 digit number
            PERFORM DECODE-ONE-CHAR
              VARYING WS-CH-I FROM 1 BY 1
              UNTIL WS-CH-I > 16.

            IF TOK-FORMAT = SPACE
              MOVE WS-VAULT-FORMAT          TO WS-FORMAT
              MOVE WS-VAULT-LEAD            TO WS-KEEP-LEAD
              MOVE WS-VAULT-LAST            TO WS-KEEP-LAST
            ELSE
              MOVE TOK-FORMAT               TO WS-FORMAT
              IF TOK-KEEP-LEAD IS NUMERIC
                MOVE TOK-KEEP-LEAD          TO WS-KEEP-LEAD
              ELSE
                MOVE 6                      TO WS-KEEP-LEAD
              END-IF
              IF TOK-KEEP-LAST = 'Y'
                MOVE 'Y'                    TO WS-KEEP-LAST
              ELSE
                MOVE 'N'                    TO WS-KEEP-LAST
              END-IF
            END-IF.

            IF WS-FORMAT NOT = 'H' AND WS-FORMAT NOT = 'P'
              SET TOKS-BAD-FORMAT           TO TRUE
              GO TO RESOLVE-TOKEN-FORMAT-EXIT
            END-IF.

            IF NOT SW-PAN-FORMAT
              GO TO RESOLVE-TOKEN-FORMAT-EXIT
            END-IF.

            MOVE 0                          TO WS-PAN-LEN.

            PERFORM VARYING WS-CH-I FROM 1 BY 1
              UNTIL WS-CH-I > 16
              IF WS-VALUE-CHARS(WS-CH-I:1) IS NUMERIC
                AND WS-PAN-LEN = WS-CH-I - 1
                ADD 1                       TO WS-PAN-LEN
              END-IF
            END-PERFORM.

            IF WS-PAN-LEN < 13
              SET TOKS-BAD-FORMAT           TO TRUE
              GO TO RESOLVE-TOKEN-FORMAT-EXIT
            END-IF.

            IF WS-PAN-LEN < 16
              IF WS-VALUE-CHARS(WS-PAN-LEN + 1:) NOT = SPACES
                SET TOKS-BAD-FORMAT         TO TRUE
                GO TO RESOLVE-TOKEN-FORMAT-EXIT
              END-IF
            END-IF.

      *     The digit solved for Luhn is the last one, or the one
      *     just before a kept last four; at least three random
      *     digits must lie between it and the kept BIN
            IF SW-KEEP-LAST
              COMPUTE WS-FIX-POS = WS-PAN-LEN - 4
            ELSE
              MOVE WS-PAN-LEN               TO WS-FIX-POS
            END-IF.

            COMPUTE WS-FREE-FROM = WS-KEEP-LEAD + 1.
            COMPUTE WS-FREE-TO = WS-FIX-POS - 1.

            IF WS-FREE-TO < WS-FREE-FROM + 2
              SET TOKS-BAD-FORMAT           TO TRUE
            END-IF.

       RESOLVE-TOKEN-FORMAT-EXIT.
            EXIT.


       DECODE-ONE-CHAR.
      *     TOK-VALUE's hex pair WS-CH-I back to the field byte
            MOVE 0                          TO WS-HEX-HI WS-HEX-LO.

            PERFORM VARYING WS-HX-I FROM 1 BY 1
              UNTIL WS-HX-I > 16
              IF WS-HEX-TABLE(WS-HX-I:1) =
                 TOK-VALUE(WS-CH-I * 2 - 1:1)
                COMPUTE WS-HEX-HI = WS-HX-I - 1
              END-IF
              IF WS-HEX-TABLE(WS-HX-I:1) = TOK-VALUE(WS-CH-I * 2:1)
                COMPUTE WS-HEX-LO = WS-HX-I - 1
              END-IF
            END-PERFORM.

            COMPUTE WS-BYTE-VAL = WS-HEX-HI * 16 + WS-HEX-LO.
            MOVE FUNCTION CHAR(WS-BYTE-VAL + 1)
              TO WS-VALUE-CHARS(WS-CH-I:1).


       ENCODE-ONE-CHAR.
      *     Candidate byte WS-CH-I to its hex pair in WS-PLAIN-HEX -
      *     the form the vault ciphers values in
            COMPUTE WS-BYTE-VAL =
                FUNCTION ORD(WS-CAND(WS-CH-I:1)) - 1.

            DIVIDE WS-BYTE-VAL BY 16        GIVING WS-HEX-HI
                                         REMAINDER WS-HEX-LO.

            MOVE WS-HEX-TABLE(WS-HEX-HI + 1:1)
              TO WS-PLAIN-HEX(WS-CH-I * 2 - 1:1).
            MOVE WS-HEX-TABLE(WS-HEX-LO + 1:1)
              TO WS-PLAIN-HEX(WS-CH-I * 2:1).


       DRAW-PAN-TOKEN.
      *     One format-preserving candidate: the value's kept digits,
      *     DRBG digits between (hex draws A-F skipped, so every
      *     digit is equally likely), the Luhn digit solved. A
      *     candidate that cannot be used is drawn again exactly as
      *     a duplicate token is - FS-VLT left at 22.
            MOVE 64                         TO DRB-LENGTH.
            CALL 'AESDRBG' USING WS-DRBG-LS.

            IF NOT DRBS-OK
              GO TO DRAW-PAN-TOKEN-EXIT
            END-IF.

            MOVE 22                         TO FS-VLT.
            MOVE WS-VALUE-CHARS             TO WS-CAND.
            MOVE 0                          TO WS-DRAW-I.

            PERFORM NEXT-RANDOM-DIGIT
              VARYING WS-CH-I FROM WS-FREE-FROM BY 1
              UNTIL WS-CH-I > WS-FREE-TO.

            MOVE 'N'                        TO WS-SHAPE-OK.

            PERFORM VARYING WS-FIX-DIGIT FROM 0 BY 1
              UNTIL WS-FIX-DIGIT > 9
              OR SW-SHAPE-OK
              MOVE WS-FIX-DIGIT(2:1)        TO WS-CAND(WS-FIX-POS:1)
              PERFORM CHECK-PAN-TOKEN
            END-PERFORM.

            IF NOT SW-SHAPE-OK
              OR WS-CAND = WS-VALUE-CHARS
              GO TO DRAW-PAN-TOKEN-EXIT
            END-IF.

      *     Never a real number the vault holds - its ciphertext is
      *     looked up on the index like any value's
            PERFORM ENCODE-ONE-CHAR
              VARYING WS-CH-I FROM 1 BY 1
              UNTIL WS-CH-I > 16.
            PERFORM CIPHER-PLAIN-HEX.

            MOVE WS-CIPHER-HEX              TO VLX-CIPHER.
            READ R-VLX KEY IS VLX-CIPHER.

            IF FS-VLX-OK
              GO TO DRAW-PAN-TOKEN-EXIT
            END-IF.

            MOVE SPACES                     TO VLT-REC.
            MOVE WS-CAND                    TO VLT-TOKEN.
            MOVE WS-VALUE-CIPHER            TO VLT-CIPHER.
            MOVE WS-MINT-DATE               TO VLT-CREATED.
            MOVE WS-MINT-DATE               TO VLT-LAST-USED.

            WRITE VLT-REC.

       DRAW-PAN-TOKEN-EXIT.
            EXIT.


       NEXT-RANDOM-DIGIT.
            ADD 1                           TO WS-DRAW-I.

            PERFORM UNTIL WS-DRAW-I > 64
              OR DRB-OUTPUT(WS-DRAW-I:1) IS NUMERIC
              ADD 1                         TO WS-DRAW-I
            END-PERFORM.

      *     A draw with too few digits leaves a gap the shape check
      *     refuses, and the next draw is taken
            IF WS-DRAW-I > 64
              MOVE SPACE                    TO WS-CAND(WS-CH-I:1)
            ELSE
              MOVE DRB-OUTPUT(WS-DRAW-I:1)  TO WS-CAND(WS-CH-I:1)
            END-IF.


       CHECK-PAN-TOKEN.
      *     WS-CAND against the format in force for the value - all
      *     digits to the value's length, the kept digits kept, Luhn
      *     valid - SW-SHAPE-OK when it fits
            MOVE 'Y'                        TO WS-SHAPE-OK.

            IF WS-CAND(1:WS-PAN-LEN) IS NOT NUMERIC
              MOVE 'N'                      TO WS-SHAPE-OK
            END-IF.

            IF WS-PAN-LEN < 16
              IF WS-CAND(WS-PAN-LEN + 1:) NOT = SPACES
                MOVE 'N'                    TO WS-SHAPE-OK
              END-IF
            END-IF.

            IF WS-KEEP-LEAD > 0
              IF WS-CAND(1:WS-KEEP-LEAD) NOT =
                 WS-VALUE-CHARS(1:WS-KEEP-LEAD)
                MOVE 'N'                    TO WS-SHAPE-OK
              END-IF
            END-IF.

            IF SW-KEEP-LAST
              IF WS-CAND(WS-PAN-LEN - 3:4) NOT =
                 WS-VALUE-CHARS(WS-PAN-LEN - 3:4)
                MOVE 'N'                    TO WS-SHAPE-OK
              END-IF
            END-IF.

            IF SW-SHAPE-OK
              PERFORM LUHN-CHECK

              IF FUNCTION MOD(WS-LUHN-SUM 10) NOT = 0
                MOVE 'N'                    TO WS-SHAPE-OK
              END-IF
            END-IF.


      *     Rightmost digit undoubled, every second one leftward
      *     doubled (less 9 when that passes 9)
       LUHN-CHECK.
            MOVE 0                          TO WS-LUHN-SUM.
            MOVE 'N'                        TO WS-LUHN-DOUBLE.

            PERFORM VARYING WS-CH-I FROM WS-PAN-LEN BY -1
              UNTIL WS-CH-I < 1
              MOVE WS-CAND(WS-CH-I:1)       TO WS-LUHN-DIGIT

              IF SW-LUHN-DOUBLE
                COMPUTE WS-LUHN-DIGIT = WS-LUHN-DIGIT * 2
                IF WS-LUHN-DIGIT > 9
                  SUBTRACT 9              FROM WS-LUHN-DIGIT
                END-IF
                MOVE 'N'                    TO WS-LUHN-DOUBLE
              ELSE
                MOVE 'Y'                    TO WS-LUHN-DOUBLE
              END-IF

              ADD WS-LUHN-DIGIT             TO WS-LUHN-SUM
            END-PERFORM.
