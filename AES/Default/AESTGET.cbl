       CLOSE-FILE.
            CLOSE R-TAB.

      *     Closed for real - the next loader in this run unit opens
      *     at the top again, header first (AESKCVC, AESWRAP and
      *     AESDRBG each load their own copy of the tables)
            IF FS-TAB-OK
              MOVE 'N'                      TO WS-HDR-CHECKED
            ELSE
              STRING 'ERROR CLOSING AESTAB FILE '
                     FS-TAB
