      * exit is a GOBACK with the RETURN-CODE set (a main program
      * ends its step identically), and MAINLINE re-primes the
      * per-seal state so a second CALL starts clean.
      *
      * A reseal inside a SEALS change-freeze window (the AESFRZCL
      * calendar, through AESFRZCK) is refused with RETURN-CODE 8
      * and the seal store left as it was, unless an emergency
      * override with a ticket and a second approver stands for
      * the day.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *   AESBJOB
       FD R-BJB LABEL RECORD STANDARD.

       01 BJB-REC                        PIC X(167).

      *   AESCJOB
       FD R-CJB LABEL RECORD STANDARD.
         01 PMW.
            COPY 'AESLLOG.cpy'.

      *  Change-freeze check (AESFRZCK) - linkage mirrored here
         01 WS-FREEZE-LS.
            05 FZC-SCOPE                PIC X(08).
            05 FZC-PROGRAM              PIC X(08).
            05 FZC-OPERATOR             PIC X(08).
            05 FZC-WINDOW-START         PIC 9(08).
            05 FZC-WINDOW-END           PIC 9(08).
            05 FZC-TICKET               PIC X(12).
            05 FZC-APPROVER             PIC X(08).
            05 FZC-STATUS               PIC X(03).
               88 FZCS-OK                         VALUE 'OK '.
               88 FZCS-OVERRIDDEN                 VALUE 'OVR'.
               88 FZCS-FROZEN                     VALUE 'FRZ'.

       LINKAGE SECTION.

       PROCEDURE DIVISION.
           MOVE 'SEALKEY '                TO WS-KEY-ALIAS.

           PERFORM READ-PARAMETERS.
           PERFORM CHECK-CHANGE-FREEZE.
           PERFORM RESOLVE-SEAL-KEY.

           SET HMC-INIT                   TO TRUE.
           END-IF.


       CHECK-CHANGE-FREEZE.
           MOVE 'SEALS   '                TO FZC-SCOPE.
           MOVE 'AESSEAL '                TO FZC-PROGRAM.
           MOVE SPACES                    TO FZC-OPERATOR.

           CALL 'AESFRZCK' USING WS-FREEZE-LS.

           IF FZCS-FROZEN
             DISPLAY 'AESSEAL: SEALS FROZEN ' FZC-WINDOW-START '-'
                     FZC-WINDOW-END ' - ' WS-DECK-CHOICE
                     ' DECK NOT RESEALED'
             MOVE 8                       TO RETURN-CODE
             GOBACK
           END-IF.

           IF FZCS-OVERRIDDEN
             DISPLAY 'AESSEAL: FREEZE OVERRIDDEN - TICKET '
                     FZC-TICKET ' APPROVED BY ' FZC-APPROVER
           END-IF.


       RESOLVE-SEAL-KEY.
           MOVE SPACES                     TO PMW.
           SET LLOG-MAX OF PMW             TO TRUE.
           MOVE 0                          TO LKGS-VERSION OF KG-S.
      *    Sealing mints a NEW seal - cipher use of the seal key
           MOVE 'CIPHER  '                 TO LKGS-PURPOSE OF KG-S.
           MOVE 'M'                        TO LKGS-KEY-USE OF KG-S.
           MOVE SPACES                     TO LKG-KEY OF KG-S.

           CALL 'AESKGET' USING KG-S.
               NOT AT END
                 SET HMC-ADD              TO TRUE
                 MOVE SPACES              TO HMC-RECORD
                 MOVE BJB-REC             TO HMC-RECORD(1:167)
                 MOVE 167                 TO HMC-RECLEN
                 CALL 'AESHMAC' USING WS-HMAC-LS
             END-READ
           END-PERFORM.
