          05 SH1-WRAP-SW                 PIC X(01).
          05 SH1-ENV                     PIC X(01).
          05 SH1-KEYPART                 PIC X(64).
          05 SH1-WRAP-C0                 PIC X(16).
          05 SH1-MKEY-GEN                PIC 9(03).
          05 SH1-KEY-USE                 PIC X(01).
          05 SH1-CEIL-UNIT               PIC X(01).
          05 SH1-CEILING                 PIC 9(12).
          05 SH1-CEIL-WARN-PCT           PIC 9(03).
          05 FILLER                      PIC X(15).

      *   AESKESH2
       FD R-SH2 LABEL RECORD STANDARD.
          05 SH2-WRAP-SW                 PIC X(01).
          05 SH2-ENV                     PIC X(01).
          05 SH2-KEYPART                 PIC X(64).
          05 SH2-WRAP-C0                 PIC X(16).
          05 SH2-MKEY-GEN                PIC 9(03).
          05 SH2-KEY-USE                 PIC X(01).
      *     Usage ceiling of the version - blank unit on a share cut
      *     before ceilings existed, which reloads as no ceiling
          05 SH2-CEIL-UNIT               PIC X(01).
          05 SH2-CEILING                 PIC 9(12).
          05 SH2-CEIL-WARN-PCT           PIC 9(03).
          05 FILLER                      PIC X(15).

      *   AESKEYF
       FD R-KEY LABEL RECORD STANDARD.
               10 WS-S1-ALIAS           PIC X(08).
               10 WS-S1-VERSION         PIC 9(03).
               10 WS-S1-KEYPART         PIC X(64).
               10 WS-S1-WRAP-C0         PIC X(16).
         77 WS-S1-COUNT                 PIC 9(03)   VALUE 0.
         77 WS-S1-I                     PIC 9(03).

            05 KCV-STATUS               PIC X(03).
               88 KCVS-OK                        VALUE 'OK '.
               88 KCVS-ERR                       VALUE 'ERR'.
            05 KCV-CRYPTO-PROV          PIC X(08)   VALUE SPACES.
            05 KCV-KEY-HANDLE.
               10 KCV-KH-ALIAS          PIC X(08)   VALUE SPACES.
               10 KCV-KH-VERSION        PIC 9(03)   VALUE 0.

      *  Master-key unwrap for a wrapped entry's KCV check
         01 WS-WRAP-LS.
            02 WRP-STATUS              PIC X(03).
               88 WRPS-OK                       VALUE 'OK '.
               88 WRPS-ERR                      VALUE 'ERR'.
               88 WRPS-ICV                      VALUE 'ICV'.
            02 WRP-FORMAT              PIC X(01).
               88 WRP-FMT-ECB                   VALUE 'W'.
               88 WRP-FMT-KW                    VALUE 'K'.
            02 WRP-KEY-C0              PIC X(16).
            02 WRP-KEK                 PIC X(64).
            02 WRP-MK-GEN              PIC 9(03).
            02 WRP-CRYPTO-PROV         PIC X(08)   VALUE SPACES.
            02 WRP-KEK-HANDLE.
               03 WRP-KH-ALIAS         PIC X(08)   VALUE SPACES.
               03 WRP-KH-VERSION       PIC 9(03)   VALUE 0.

         77 WS-LOADED-COUNT             PIC 9(05)   VALUE 0.
         77 WS-PRESENT-COUNT            PIC 9(05)   VALUE 0.
      *    Verification of an existing seal - not new cipher use,
      *    so an expired escrow key still proves old shares
           MOVE 'VERIFY  '                 TO LKGS-PURPOSE OF KG-S.
           MOVE 'M'                        TO LKGS-KEY-USE OF KG-S.
           MOVE SPACES                     TO LKG-KEY OF KG-S.

           CALL 'AESKGET' USING KG-S.
                        WS-S1-VERSION(WS-S1-COUNT)
                   MOVE SH1-KEYPART       TO
                        WS-S1-KEYPART(WS-S1-COUNT)
                   MOVE SH1-WRAP-C0       TO
                        WS-S1-WRAP-C0(WS-S1-COUNT)
                 END-IF
             END-READ
           END-PERFORM.
             GO TO RECOVER-ONE-ENTRY-EXIT
           END-IF.

      *     An RFC 3394 entry's integrity block travels whole on both
      *     shares - they must agree before either is believed
           IF WS-S1-WRAP-C0(WS-S1-I) NOT = SH2-WRAP-C0
             ADD 1                        TO WS-FAILED-COUNT
             DISPLAY 'AESKRECV: SHARES DISAGREE ON WRAP BLOCK FOR '
                     SH2-ALIAS ' V' SH2-VERSION ' - NOT LOADED'
             GO TO RECOVER-ONE-ENTRY-EXIT
           END-IF.

           PERFORM XOR-SHARES-TOGETHER.
           PERFORM VERIFY-REBUILT-KCV
              THRU VERIFY-REBUILT-KCV-EXIT.
      *     The KCV on the shares is of the CLEAR key - a wrapped
      *     entry is unwrapped (never stored unwrapped) just long
      *     enough to prove the recombination, exactly the check
      *     AESKMNT makes at entry time. An RFC 3394 entry is always
      *     unwrapped, KCV or not - its integrity block is a check in
      *     its own right and one that fails is never loaded.
           IF SH2-KCV = SPACES
             AND SH2-WRAP-SW NOT = 'K'
             DISPLAY 'AESKRECV: ' SH2-ALIAS ' V' SH2-VERSION
                     ' HAS NO KCV - LOADED UNVERIFIED'
             PERFORM RELOAD-ONE-ENTRY
             GO TO VERIFY-REBUILT-KCV-EXIT
           END-IF.

           IF SH2-WRAP-SW = 'W' OR SH2-WRAP-SW = 'K'
             SET WRP-UNWRAP               TO TRUE
             MOVE SH2-BITS                TO WRP-BITS
             MOVE WS-REBUILT-KEY          TO WRP-KEY-IN
             MOVE SPACES                  TO WRP-KEY-OUT
             MOVE SH2-WRAP-SW             TO WRP-FORMAT
             MOVE SH2-WRAP-C0             TO WRP-KEY-C0
             MOVE SPACES                  TO WRP-KEK
             MOVE SH2-MKEY-GEN            TO WRP-MK-GEN

             CALL 'AESWRAP' USING WS-WRAP-LS

             EVALUATE TRUE
               WHEN WRPS-OK
                 MOVE WRP-KEY-OUT         TO WS-CLEAR-KEY
                 MOVE SPACES              TO WRP-KEY-OUT
               WHEN WRPS-ICV
                 ADD 1                    TO WS-FAILED-COUNT
                 DISPLAY 'AESKRECV: WRAP INTEGRITY CHECK FAILED FOR '
                         SH2-ALIAS ' V' SH2-VERSION ' - NOT LOADED'

                 MOVE 'ESCROW RECOVERY WRAP CHECK FAILED - NOT LOADED'
                                          TO LAL-TEXT OF AL-S
                 MOVE 2                   TO LAL-LEVEL OF AL-S
                 CALL 'AESALERT' USING AL-S
                 GO TO VERIFY-REBUILT-KCV-EXIT
               WHEN OTHER
                 ADD 1                    TO WS-FAILED-COUNT
                 DISPLAY 'AESKRECV: UNWRAP FAILED FOR ' SH2-ALIAS
                         ' V' SH2-VERSION ' - NOT LOADED'
                 GO TO VERIFY-REBUILT-KCV-EXIT
             END-EVALUATE
           ELSE
             MOVE WS-REBUILT-KEY          TO WS-CLEAR-KEY
           END-IF.

           IF SH2-KCV = SPACES
             MOVE SPACES                  TO WS-CLEAR-KEY
             DISPLAY 'AESKRECV: ' SH2-ALIAS ' V' SH2-VERSION
                     ' HAS NO KCV - WRAP INTEGRITY VERIFIED, LOADED'
             PERFORM RELOAD-ONE-ENTRY
             GO TO VERIFY-REBUILT-KCV-EXIT
           END-IF.

           MOVE WS-CLEAR-KEY              TO KCV-KEY.
           MOVE SH2-BITS                  TO KCV-BITS.
           MOVE SPACES                    TO KCV-VALUE.
           MOVE SH2-EXPIRES               TO KEYF-EXPIRES.
           MOVE SH2-KCV                   TO KEYF-KCV.
           MOVE SH2-WRAP-SW               TO KEYF-WRAP-SW.
           MOVE SH2-WRAP-C0               TO KEYF-WRAP-C0.
           MOVE SH2-MKEY-GEN              TO KEYF-MKEY-GEN.
           MOVE SH2-ENV                   TO KEYF-ENV.
           MOVE SH2-KEY-USE               TO KEYF-KEY-USE.
           IF (SH2-CEIL-UNIT = 'B' OR SH2-CEIL-UNIT = 'I')
             AND SH2-CEILING NUMERIC AND SH2-CEIL-WARN-PCT NUMERIC
             MOVE SH2-CEIL-UNIT           TO KEYF-CEIL-UNIT
             MOVE SH2-CEILING             TO KEYF-CEILING
             MOVE SH2-CEIL-WARN-PCT       TO KEYF-CEIL-WARN-PCT
           ELSE
             MOVE SPACE                   TO KEYF-CEIL-UNIT
             MOVE 0                       TO KEYF-CEILING
                                             KEYF-CEIL-WARN-PCT
           END-IF.
           MOVE SPACE                     TO KEYF-RESIDENCE.
           MOVE 0                         TO KEYF-PEND-DAYS.
           MOVE SPACES                    TO KEYF-PEND-OPER
                                             KEYF-PEND-COMP
