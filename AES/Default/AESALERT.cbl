       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *     OPERATOR ALERT QUEUE (AESALRT or a routed queue -
      *     LRECL=151) - appended, never truncated
            SELECT R-ALR ASSIGN TO DYNAMIC WS-ALR-FILE-NAME
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
      *     suppression window before this record - zero on an
      *     ordinary alert
          02 ALR-REPEATS              PIC 9(03).
      *     Catalog message id of the raising message (spaces when
      *     the catalog doesn't know it) - the key the AESRUNBK
      *     runbook is looked up by wherever the alert is worked
          02 ALR-MSG-ID               PIC X(05).

      *   AESALRTG
       FD R-RTG LABEL RECORD STANDARD.
            MOVE SPACES                     TO ALR-REC.
            MOVE LAL-LEVEL                  TO ALR-LEVEL.
            MOVE LAL-TEXT                   TO ALR-TEXT.
            IF LAL-MSG-ID NOT = LOW-VALUES
              MOVE LAL-MSG-ID               TO ALR-MSG-ID
            END-IF.
            ACCEPT ALR-DATE                 FROM DATE YYYYMMDD.
            ACCEPT WS-NOW-TIME              FROM TIME.
            MOVE WS-NOW-TIME(1:6)           TO ALR-TIME.
