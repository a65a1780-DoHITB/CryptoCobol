         01 WS-MMAP-CIPHER              PIC X(04) VALUE '0123'.
         01 WS-MMAP-DECIPHER            PIC X(04) VALUE '9BDE'.

      *  Change-freeze check (AESFRZCK) - an AESTAB rebuilt during a
      *  TABLES freeze window is refused unless an emergency override
      *  stands for the day. Linkage mirrored here.
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

         01 AUX-DATA.
            05 X                        PIC 9(03).
            05 Y                        PIC 9(03).
            PERFORM NORM-FILL.
            PERFORM W2B-FILL.

      *     Nothing is touched - not even the build counter - while
      *     the tables are frozen
            PERFORM CHECK-CHANGE-FREEZE.

            PERFORM NEXT-BUILD-NUMBER.
            PERFORM READ-CONTROL-CARD.

            STOP RUN.


      ***************************************************************
      * CHANGE FREEZE                                                *
      ***************************************************************
       CHECK-CHANGE-FREEZE.
            MOVE 'TABLES  '                 TO FZC-SCOPE.
            MOVE 'AESGEN  '                 TO FZC-PROGRAM.
            MOVE SPACES                     TO FZC-OPERATOR.

            CALL 'AESFRZCK' USING WS-FREEZE-LS.

            IF FZCS-FROZEN
              DISPLAY 'AESGEN: TABLES FROZEN ' FZC-WINDOW-START
                      '-' FZC-WINDOW-END ' - AESTAB NOT REBUILT'
              MOVE 8                        TO RETURN-CODE
              STOP RUN
            END-IF.

            IF FZCS-OVERRIDDEN
              DISPLAY 'AESGEN: FREEZE OVERRIDDEN - TICKET ' FZC-TICKET
                      ' APPROVED BY ' FZC-APPROVER
            END-IF.


      ***************************************************************
      * BUILD COUNTER                                                *
      ***************************************************************
