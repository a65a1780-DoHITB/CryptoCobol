                   RECORD KEY   IS MIR-KEY
                   FILE STATUS  IS FS-MIR.

      *     DR MIRROR REGISTER (AESMIRRG - LRECL=80) - one record per
      *     mirror proven at close, pairing the primary generation
      *     with its DR copy so AESDRMON can find the copy later
            SELECT OPTIONAL R-MRG ASSIGN TO 'AESMIRRG'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-MRG.

       DATA DIVISION.
       FILE SECTION.
      *   AESODAT
          02 MIR-DATA                 PIC X(32).
          02 MIR-MAC                  PIC X(08).

      *   AESMIRRG
       FD R-MRG LABEL RECORD STANDARD.

       01 MRG-REC.
          02 MRG-GEN                  PIC X(20).
          02 MRG-MIRROR               PIC X(20).
          02 MRG-DATE                 PIC 9(08).
          02 MRG-TIME                 PIC 9(06).
          02 MRG-RECORDS              PIC 9(08).
          02 FILLER                   PIC X(18).

       WORKING-STORAGE SECTION.
         01 FS.
            05 FS-DAT                  PIC 9(02).
               88 FS-MIR-EOF                     VALUE 10.
               88 FS-MIR-AOF                     VALUE 41.
               88 FS-MIR-DUPKEY                  VALUE 22.
            05 FS-MRG                  PIC 9(02).
               88 FS-MRG-OK                      VALUE 0 5.

      *   AESODAT generation file name - AESODAT<CCYYMMDD>
         01 WS-DAT-FILE-NAME           PIC X(20).
         01 WS-DAT-DATE                PIC 9(08).

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

      *   Trailer/reconciliation record - written to a sentinel key
      *   (all-9s, beyond any real block number a caller would ever
      *   assign) when the file is closed, so a receiving system can
      *   sentinel key just below the HMAC trailer block.
         01 WS-PARAM-HEADER-KEY        PIC 9(08)   VALUE 0.
         01 WS-IV-HEADER-KEY           PIC 9(08)   VALUE 99999988.

      *   Envelope run's data-key records, just below the IV record:
      *   the wrapped data key's two halves, then its integrity block
      *   C0 and the alias key version it is wrapped under
         01 WS-DEK-HEADER-KEY1         PIC 9(08)   VALUE 99999985.
         01 WS-DEK-HEADER-KEY2         PIC 9(08)   VALUE 99999986.
         01 WS-DEK-HEADER-KEY3         PIC 9(08)   VALUE 99999987.

      *   Plaintext fidelity records, below the data-key records:
      *   the MAC key alias/version and CIPHER generation the
      *   digest belongs to, then the digest in four quarters.
      *   Written at close - the digest is only whole once the last
      *   block has been through.
         01 WS-FID-HEADER-KEY          PIC 9(08)   VALUE 99999980.
         01 WS-FID-PART                PIC 9(01).
         01 WS-LOAD-HEADER-KEY1        PIC 9(08)   VALUE 99999978.
         01 WS-LOAD-HEADER-KEY2        PIC 9(08)   VALUE 99999979.
         01 WS-TRAILER-BLOCK-COUNT     PIC 9(08)   VALUE 0.
         01 WS-TRAILER-CHECKSUM        PIC 9(10)   VALUE 0.
         01 WS-CKSUM-I                 PIC 9(02).
         01 WS-CMP-DONE                PIC X(01).
            88 SW-CMP-DONE                         VALUE 'Y'.
         01 WS-CMP-COUNT               PIC 9(08).
         01 WS-MRG-TIME.
            05 WS-MRG-HHMMSS           PIC 9(06).
            05 FILLER                  PIC 9(02).

         01 PMW.
            COPY 'AESLLOG.cpy'.

              STRING 'AESODAT' WS-DAT-DATE
              DELIMITED BY SIZE           INTO WS-DAT-FILE-NAME

      *       ... and an intraday cycle, when one is asked for,
      *       names that cycle of the day
              IF LXP-CYCLE IS NUMERIC AND LXP-CYCLE > 0
                MOVE 'B'                    TO CYC-FUNCTION
                MOVE 'AESODAT'              TO CYC-PREFIX
                MOVE WS-DAT-DATE            TO CYC-DATE
                MOVE LXP-CYCLE              TO CYC-CYCLE
                CALL 'AESCYCL' USING CY-S
                MOVE CYC-GEN                TO WS-DAT-FILE-NAME
              END-IF
            END-IF.


              END-IF
            END-IF.

      *     Data-key records, envelope runs only
            IF LXP-HDR-DEK NOT = SPACES AND LOW-VALUES
              AND FS-DAT-OK
              PERFORM WRITE-DATA-KEY-RECORDS
            END-IF.

            IF FS-DAT-OK
              CONTINUE
            ELSE
            END-IF.


       WRITE-DATA-KEY-RECORDS.
      *     The data key the run ciphers under, in wrapped form only -
      *     the file carries everything a DECIPHER needs to open it
      *     except the alias key itself
            MOVE WS-DEK-HEADER-KEY1         TO DAT-KEY.
            MOVE SPACES                     TO DAT-BITS.
            MOVE SPACES                     TO DAT-MAC.
            MOVE LXP-HDR-DEK(1:32)          TO OUTPUT-DATA.

            WRITE DAT.

            IF FS-DAT-DUPKEY
              REWRITE DAT
            END-IF.

            IF SW-MIRROR-ON
              PERFORM WRITE-MIRROR-RECORD
            END-IF.

            IF FS-DAT-OK
              MOVE WS-DEK-HEADER-KEY2       TO DAT-KEY
              MOVE LXP-HDR-DEK(33:32)       TO OUTPUT-DATA

              WRITE DAT

              IF FS-DAT-DUPKEY
                REWRITE DAT
              END-IF

              IF SW-MIRROR-ON
                PERFORM WRITE-MIRROR-RECORD
              END-IF
            END-IF.

            IF FS-DAT-OK
              MOVE WS-DEK-HEADER-KEY3       TO DAT-KEY
              MOVE SPACES                   TO OUTPUT-DATA
              STRING LXP-HDR-DEK-C0 LXP-HDR-DEK-VERSION
              DELIMITED BY SIZE           INTO OUTPUT-DATA

              WRITE DAT

              IF FS-DAT-DUPKEY
                REWRITE DAT
              END-IF

              IF SW-MIRROR-ON
                PERFORM WRITE-MIRROR-RECORD
              END-IF
            END-IF.


       WRITE-FILE.
            MOVE LXP-BLOCK-NO               TO DAT-KEY.
            MOVE LXP-BITS                   TO DAT-BITS.
      *     control records never carry a block MAC
            MOVE SPACES                     TO DAT-MAC.

      *     The plaintext fidelity records ride ahead of them both,
      *     when the caller handed over a digest
            IF LXP-FID-DIGEST NOT = SPACES AND LOW-VALUES
              PERFORM WRITE-FIDELITY-RECORDS
            END-IF.

      *     So does the load identity of a loader-built generation -
      *     full or delta, and the generation a delta was taken
      *     against
            IF LXP-LOAD-MARK NOT = SPACES AND LOW-VALUES
              PERFORM WRITE-LOAD-RECORDS
            END-IF.

            IF LXP-RUN-ID NOT = SPACES AND LOW-VALUES
              MOVE WS-RUNID-TRAILER-KEY     TO DAT-KEY
              MOVE SPACES                   TO DAT-BITS
            END-IF.


       WRITE-FIDELITY-RECORDS.
            MOVE WS-FID-HEADER-KEY          TO DAT-KEY.
            MOVE SPACES                     TO DAT-BITS.
            MOVE SPACES                     TO OUTPUT-DATA.
            STRING LXP-FID-ALIAS LXP-FID-VERSION LXP-FID-ORIGIN
            DELIMITED BY SIZE             INTO OUTPUT-DATA.

            WRITE DAT.

            IF FS-DAT-DUPKEY
              REWRITE DAT
            END-IF.

            IF FS-DAT-OK AND SW-MIRROR-ON
              PERFORM WRITE-MIRROR-RECORD
            END-IF.

            MOVE 1                          TO WS-FID-PART.

            PERFORM UNTIL WS-FID-PART > 4 OR NOT FS-DAT-OK
              ADD 1                         TO DAT-KEY
              MOVE LXP-FID-DIGEST((WS-FID-PART - 1) * 32 + 1:32)
                                            TO OUTPUT-DATA

              WRITE DAT

              IF FS-DAT-DUPKEY
                REWRITE DAT
              END-IF

              IF FS-DAT-OK AND SW-MIRROR-ON
                PERFORM WRITE-MIRROR-RECORD
              END-IF
              ADD 1                         TO WS-FID-PART
            END-PERFORM.

            IF FS-DAT-OK
              CONTINUE
            ELSE
              STRING 'ERROR WRITTING FIDELITY RECORDS '
                     FS-DAT
              DELIMITED BY SIZE           INTO LTEXT OF PMW
              SET LLEVEL-ERR OF PMW         TO TRUE

              CALL PUT-MESSAGE USING PMW
              PERFORM END-ON-ERROR
            END-IF.


       WRITE-LOAD-RECORDS.
            MOVE WS-LOAD-HEADER-KEY1        TO DAT-KEY.
            MOVE SPACES                     TO DAT-BITS.
            MOVE LXP-LOAD-MARK              TO OUTPUT-DATA.

            WRITE DAT.

            IF FS-DAT-DUPKEY
              REWRITE DAT
            END-IF.

            IF FS-DAT-OK AND SW-MIRROR-ON
              PERFORM WRITE-MIRROR-RECORD
            END-IF.

            IF FS-DAT-OK
              MOVE WS-LOAD-HEADER-KEY2      TO DAT-KEY
              MOVE SPACES                   TO OUTPUT-DATA
              MOVE LXP-LOAD-BASE            TO OUTPUT-DATA(1:20)

              WRITE DAT

              IF FS-DAT-DUPKEY
                REWRITE DAT
              END-IF

              IF FS-DAT-OK AND SW-MIRROR-ON
                PERFORM WRITE-MIRROR-RECORD
              END-IF
            END-IF.

            IF FS-DAT-OK
              CONTINUE
            ELSE
              STRING 'ERROR WRITTING LOAD IDENTITY RECORDS '
                     FS-DAT
              DELIMITED BY SIZE           INTO LTEXT OF PMW
              SET LLEVEL-ERR OF PMW         TO TRUE

              CALL PUT-MESSAGE USING PMW
              PERFORM END-ON-ERROR
            END-IF.


       CLOSE-FILE.
            PERFORM WRITE-TRAILER.

            IF SW-MIRROR-ON
              CLOSE R-MIR
              PERFORM COMPARE-MIRROR-ON-CLOSE
              PERFORM REGISTER-MIRROR
            END-IF.

      *     Report back the generation name just closed, so a caller
            CALL PUT-MESSAGE USING PMW.


       REGISTER-MIRROR.
      *     Only a mirror that has just compared clean gets here. A
      *     register that cannot be written costs the DR monitor its
      *     view of this pair, not the run - warned, not failed.
            OPEN EXTEND R-MRG.

            IF FS-MRG-OK
              ACCEPT WS-MRG-TIME            FROM TIME
              MOVE SPACES                   TO MRG-REC
              MOVE WS-DAT-FILE-NAME         TO MRG-GEN
              MOVE WS-MIR-FILE-NAME         TO MRG-MIRROR
              ACCEPT MRG-DATE               FROM DATE YYYYMMDD
              MOVE WS-MRG-HHMMSS            TO MRG-TIME
              MOVE WS-CMP-COUNT             TO MRG-RECORDS
              WRITE MRG-REC
              CLOSE R-MRG
            ELSE
              STRING 'MIRROR REGISTER AESMIRRG NOT WRITABLE '
                     FS-MRG
              DELIMITED BY SIZE           INTO LTEXT OF PMW
              SET LLEVEL-WAR OF PMW         TO TRUE

              CALL PUT-MESSAGE USING PMW
            END-IF.


       MIRROR-DIVERGED.
            STRING 'MIRROR DIVERGES FROM PRIMARY NEAR RECORD '
                   WS-CMP-COUNT ' - DR COPY NOT TRUSTWORTHY'
