       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *     MASTER JOB LIST (AESBJOB - LRECL=167)
            SELECT R-JOB ASSIGN TO 'AESBJOB'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
          05 FILLER                      PIC X(139).
          05 JOB-DEPEND                  PIC 9(05).
          05 JOB-STREAM                  PIC 9(02).
          05 FILLER                      PIC X(01).

      *   AESBJOB<n>
       FD R-SUB LABEL RECORD STANDARD.

       01 SUB-REC                        PIC X(167).

      *   AESBSMAP
       FD R-MAP LABEL RECORD STANDARD.
      *  The whole deck in storage, stream assignment alongside
         01 WS-DECK-TABLE.
            05 WS-DECK-ENTRY OCCURS 1000.
               10 WS-DK-REC             PIC X(167).
               10 WS-DK-STREAM          PIC 9(02).
               10 WS-DK-SSEQ            PIC 9(05).
         77 WS-DECK-COUNT               PIC 9(05)   VALUE 0.
            05 FILLER                   PIC X(139).
            05 WS-TUP-DEPEND            PIC 9(05).
            05 WS-TUP-STREAM            PIC 9(02).
            05 FILLER                   PIC X(01).

      *  Stream map, reloaded whole for the merge
         01 WS-MAP-TABLE.
               IF SW-SEALING
                 SET HMC-ADD              TO TRUE
                 MOVE SPACES              TO HMC-RECORD
                 MOVE SUB-REC             TO HMC-RECORD(1:167)
                 MOVE 167                 TO HMC-RECLEN
                 CALL 'AESHMAC' USING WS-HMAC-LS
               END-IF
             END-IF
           MOVE 'AESBSPLT SPLIT  '      TO LKGS-RUN-IDENT OF KG-S.
           MOVE 0                         TO LKGS-VERSION OF KG-S.
           MOVE 'CIPHER  '                TO LKGS-PURPOSE OF KG-S.
           MOVE 'M'                       TO LKGS-KEY-USE OF KG-S.
           MOVE SPACES                    TO LKG-KEY OF KG-S.

           CALL 'AESKGET' USING KG-S.
               NOT AT END
                 SET HMC-ADD              TO TRUE
                 MOVE SPACES              TO HMC-RECORD
                 MOVE JOB-REC             TO HMC-RECORD(1:167)
                 MOVE 167                 TO HMC-RECLEN
                 CALL 'AESHMAC' USING WS-HMAC-LS
             END-READ
           END-PERFORM.
               MOVE 2                     TO WS-REASON-RANK
             WHEN 36
               MOVE 2                     TO WS-REASON-RANK
             WHEN 40
               MOVE 2                     TO WS-REASON-RANK
             WHEN 20
               MOVE 1                     TO WS-REASON-RANK
             WHEN OTHER
