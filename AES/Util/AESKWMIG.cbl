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

         77 WS-CHECKED-COUNT           PIC 9(05)   VALUE 0.
         77 WS-WRAPPED-COUNT           PIC 9(05)   VALUE 0.
             MOVE KEYF-BITS               TO WRP-BITS
             MOVE KEYF-KEY                TO WRP-KEY-IN
             MOVE SPACES                  TO WRP-KEY-OUT
             MOVE SPACES                  TO WRP-FORMAT WRP-KEY-C0
                                             WRP-KEK

             CALL 'AESWRAP' USING WS-WRAP-LS

             END-IF

             MOVE WRP-KEY-OUT             TO KEYF-KEY
             MOVE WRP-KEY-C0              TO KEYF-WRAP-C0
             MOVE WRP-MK-GEN              TO KEYF-MKEY-GEN
             MOVE SPACES                  TO WRP-KEY-IN
             MOVE SPACES                  TO WRP-KEY-OUT
             MOVE WRP-FORMAT              TO KEYF-WRAP-SW

             REWRITE KEYF-REC

