         01 WS-DAT-FILE-NAME        PIC X(20).
         01 WS-DAT-DATE             PIC 9(08).

      *  Generation-name build/parse hand-off (AESCYCL)
         01 CY-S.
            02 CYC-FUNCTION            PIC X(01).
            02 CYC-PREFIX              PIC X(12).
            02 CYC-DATE                PIC 9(08).
            02 CYC-CYCLE               PIC 9(02).
            02 CYC-GEN                 PIC X(20).
            02 CYC-STATUS              PIC X(03).
               88 CYCS-OK                        VALUE 'OK '.
               88 CYCS-LEN                       VALUE 'LEN'.
               88 CYCS-NO-DATE                   VALUE 'NDT'.

      *  Lowest key any control record ever sits at - the parity
      *  zone AESPARIT writes from 99000001 up, AESFLDR's load
      *  identity at 99999978-99999979, the plaintext
      *  fidelity records at 99999980-99999984, an envelope run's
      *  data-key records at 99999985-99999987, the IV header at
      *  99999988, the HMAC trailer block at 99999990-99999993, the
      *  run-id trailer at 99999998 and the checksum trailer at
      *  99999999. Same constant name/value AESSTAMP/AESCOMP guard
      *  in the sentinel zone (see AESTPUT's WRITE-PARAM-HEADER)
         01 WS-PARAM-HEADER-KEY     PIC 9(08)   VALUE 0.
         01 WS-IV-HEADER-KEY        PIC 9(08)   VALUE 99999988.
         01 WS-DEK-HEADER-KEY1      PIC 9(08)   VALUE 99999985.
         01 WS-DEK-HEADER-KEY2      PIC 9(08)   VALUE 99999986.
         01 WS-DEK-HEADER-KEY3      PIC 9(08)   VALUE 99999987.
         01 WS-FID-HEADER-KEY       PIC 9(08)   VALUE 99999980.
         01 WS-FID-DIGEST-KEY       PIC 9(08).
         01 WS-FID-PART             PIC 9(01).
         01 WS-LOAD-HEADER-KEY1     PIC 9(08)   VALUE 99999978.
         01 WS-LOAD-HEADER-KEY2     PIC 9(08)   VALUE 99999979.

         01 PMW.
            COPY 'AESLLOG.cpy'.

              STRING 'AESIDAT' WS-DAT-DATE
              DELIMITED BY SIZE           INTO WS-DAT-FILE-NAME

      *       ... and an intraday cycle, when one is asked for,
      *       names that cycle of the day
              IF LXG-CYCLE IS NUMERIC AND LXG-CYCLE > 0
                MOVE 'B'                    TO CYC-FUNCTION
                MOVE 'AESIDAT'              TO CYC-PREFIX
                MOVE WS-DAT-DATE            TO CYC-DATE
                MOVE LXG-CYCLE              TO CYC-CYCLE
                CALL 'AESCYCL' USING CY-S
                MOVE CYC-GEN                TO WS-DAT-FILE-NAME
              END-IF
            END-IF.


                IF FS-DAT-KEYINV
                  SET FS-DAT-EOF           TO TRUE
                END-IF
              WHEN LXG-READ-HEADER = 'K'
      *         An envelope run's data-key records - all three or
      *         none; a generation ciphered straight under the alias
      *         key answers EOF the same way
                PERFORM READ-DATA-KEY-RECORDS
              WHEN LXG-READ-HEADER = 'F'
      *         The plaintext digest its CIPHER run recorded - a
      *         generation ciphered without the proof answers EOF
                PERFORM READ-FIDELITY-RECORDS
              WHEN LXG-READ-HEADER = 'D'
      *         The load identity AESFLDR stamped - full or delta,
      *         and the generation a delta was taken against. A
      *         generation loaded before the marker existed answers
      *         EOF with both fields blank
                PERFORM READ-LOAD-RECORDS
              WHEN LXG-DIRECT-KEY > 0
      *         Reprocessing a single bad block - position directly
      *         to it by key instead of walking every record before
            END-IF.


       READ-DATA-KEY-RECORDS.
            MOVE SPACES                     TO LXG-DEK LXG-DEK-C0
                                               LXG-DEK-VERSION.
            MOVE WS-DEK-HEADER-KEY1         TO DAT-KEY.

            READ R-DAT KEY IS DAT-KEY.

            IF FS-DAT-OK
              MOVE INPUT-DATA               TO LXG-DEK(1:32)
              MOVE WS-DEK-HEADER-KEY2       TO DAT-KEY

              READ R-DAT KEY IS DAT-KEY
            END-IF.

            IF FS-DAT-OK
              MOVE INPUT-DATA               TO LXG-DEK(33:32)
              MOVE WS-DEK-HEADER-KEY3       TO DAT-KEY

              READ R-DAT KEY IS DAT-KEY
            END-IF.

            IF FS-DAT-OK
              MOVE INPUT-DATA(1:16)         TO LXG-DEK-C0
              MOVE INPUT-DATA(17:3)         TO LXG-DEK-VERSION
            END-IF.

            IF FS-DAT-KEYINV
              MOVE SPACES                   TO LXG-DEK
              SET FS-DAT-EOF                TO TRUE
            END-IF.


       READ-FIDELITY-RECORDS.
      *     Alias, version and CIPHER generation first, then the
      *     128-character digest in four 32-character quarters
            MOVE SPACES                     TO LXG-FID-DIGEST
                                               LXG-FID-ALIAS
                                               LXG-FID-VERSION
                                               LXG-FID-ORIGIN.
            MOVE WS-FID-HEADER-KEY          TO DAT-KEY.

            READ R-DAT KEY IS DAT-KEY.

            IF FS-DAT-OK
              MOVE INPUT-DATA(1:8)          TO LXG-FID-ALIAS
              MOVE INPUT-DATA(9:3)          TO LXG-FID-VERSION
              MOVE INPUT-DATA(12:20)        TO LXG-FID-ORIGIN
            END-IF.

            MOVE WS-FID-HEADER-KEY          TO WS-FID-DIGEST-KEY.
            MOVE 1                          TO WS-FID-PART.

            PERFORM UNTIL WS-FID-PART > 4 OR NOT FS-DAT-OK
              ADD 1                         TO WS-FID-DIGEST-KEY
              MOVE WS-FID-DIGEST-KEY        TO DAT-KEY

              READ R-DAT KEY IS DAT-KEY

              IF FS-DAT-OK
                MOVE INPUT-DATA TO
                     LXG-FID-DIGEST((WS-FID-PART - 1) * 32 + 1:32)
              END-IF
              ADD 1                         TO WS-FID-PART
            END-PERFORM.

            IF FS-DAT-KEYINV
              MOVE SPACES                   TO LXG-FID-DIGEST
              SET FS-DAT-EOF                TO TRUE
            END-IF.


       READ-LOAD-RECORDS.
      *     Kind and load ids in the first record, the base
      *     generation name in the second
            MOVE SPACES                     TO LXG-LOAD-MARK
                                               LXG-LOAD-BASE.
            MOVE WS-LOAD-HEADER-KEY1        TO DAT-KEY.

            READ R-DAT KEY IS DAT-KEY.

            IF FS-DAT-OK
              MOVE INPUT-DATA               TO LXG-LOAD-MARK
              MOVE WS-LOAD-HEADER-KEY2      TO DAT-KEY

              READ R-DAT KEY IS DAT-KEY

              IF FS-DAT-OK
                MOVE INPUT-DATA(1:20)       TO LXG-LOAD-BASE
              END-IF
            END-IF.

            IF FS-DAT-KEYINV
              MOVE SPACES                   TO LXG-LOAD-MARK
                                               LXG-LOAD-BASE
              SET FS-DAT-EOF                TO TRUE
            END-IF.


       MOVE-TO-LS.
            MOVE INPUT-DATA                 TO LXG-TEXT.
            MOVE DAT-KEY                    TO LXG-BLOCK-NO.
