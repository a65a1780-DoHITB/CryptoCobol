         01 WS-ODAT-FILE-NAME          PIC X(20).
         01 WS-COMP-DATE               PIC 9(08).

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

      *  Sentinel trailer key AESTPUT leaves block-count/checksum
      *  reconciliation data on - skipped when reading
      *  AESODAT back in, rewritten to match the decoded content.

              STRING 'AESIDAT' WS-COMP-DATE
              DELIMITED BY SIZE            INTO WS-IDAT-FILE-NAME

      *       ... in the run's intraday cycle, resolved the way
      *       AESMAIN resolves it
              MOVE 'R'                      TO CYC-FUNCTION
              IF LMAIN-CYCLE OF LS IS NUMERIC
                MOVE LMAIN-CYCLE OF LS      TO CYC-CYCLE
              ELSE
                MOVE 0                      TO CYC-CYCLE
              END-IF
              MOVE LMAIN-ODT-FILE-OVERRIDE OF LS
                                            TO CYC-GEN
              CALL 'AESCYCL' USING CY-S

              IF CYC-CYCLE > 0
                MOVE 'B'                    TO CYC-FUNCTION
                MOVE 'AESIDAT'              TO CYC-PREFIX
                MOVE WS-COMP-DATE           TO CYC-DATE
                CALL 'AESCYCL' USING CY-S
                MOVE CYC-GEN                TO WS-IDAT-FILE-NAME
              END-IF
            END-IF.



              STRING 'AESODAT' WS-COMP-DATE
              DELIMITED BY SIZE            INTO WS-ODAT-FILE-NAME

      *       ... in the run's intraday cycle, resolved the way
      *       AESMAIN resolves it
              MOVE 'R'                      TO CYC-FUNCTION
              IF LMAIN-CYCLE OF LS IS NUMERIC
                MOVE LMAIN-CYCLE OF LS      TO CYC-CYCLE
              ELSE
                MOVE 0                      TO CYC-CYCLE
              END-IF
              MOVE LMAIN-DAT-FILE-OVERRIDE OF LS
                                            TO CYC-GEN
              CALL 'AESCYCL' USING CY-S

              IF CYC-CYCLE > 0
                MOVE 'B'                    TO CYC-FUNCTION
                MOVE 'AESODAT'              TO CYC-PREFIX
                MOVE WS-COMP-DATE           TO CYC-DATE
                CALL 'AESCYCL' USING CY-S
                MOVE CYC-GEN                TO WS-ODAT-FILE-NAME
              END-IF
            END-IF.


