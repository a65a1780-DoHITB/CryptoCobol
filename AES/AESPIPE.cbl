         01 WS-PIPE-GEN                PIC X(20).
         77 WS-PIPE-DATE               PIC 9(08).

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

      *  Journal record, built here and moved after the OPEN
         01 WS-PST-REC.
            05 WS-PST-GEN              PIC X(20).
              MOVE SPACES                   TO WS-PIPE-GEN
              STRING 'AESODAT' WS-PIPE-DATE
              DELIMITED BY SIZE           INTO WS-PIPE-GEN

      *       ... in the run's intraday cycle, resolved the way
      *       AESMAIN resolves it
              MOVE 'R'                      TO CYC-FUNCTION
              IF LMAIN-CYCLE IS NUMERIC
                MOVE LMAIN-CYCLE            TO CYC-CYCLE
              ELSE
                MOVE 0                      TO CYC-CYCLE
              END-IF
              MOVE LMAIN-DAT-FILE-OVERRIDE
                                            TO CYC-GEN
              CALL 'AESCYCL' USING CY-S

              IF CYC-CYCLE > 0
                MOVE 'B'                    TO CYC-FUNCTION
                MOVE 'AESODAT'              TO CYC-PREFIX
                MOVE WS-PIPE-DATE           TO CYC-DATE
                CALL 'AESCYCL' USING CY-S
                MOVE CYC-GEN                TO WS-PIPE-GEN
              END-IF
            END-IF.

            IF LMAIN-PIPE-RESUME
