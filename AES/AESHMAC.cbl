         77 WS-BYTE-HI                 PIC 9(02).
         77 WS-BYTE-LO                 PIC 9(02).
         77 WS-CI                      PIC 9(03).
         77 WS-CB-I                    PIC 9(02).
         77 WS-REC-PAD-LEN             PIC 9(03).
         01 WS-REC-BUF                 PIC X(184).



       CHUNK-TO-BITS.
      *     Eight raw bytes to 64 bits via ORD and the nibble table -
      *     its own subscript, WS-CI being the caller's chunk pointer
            PERFORM VARYING WS-CB-I FROM 1 BY 1
              UNTIL WS-CB-I > 8
              COMPUTE WS-BYTE-VAL =
                  FUNCTION ORD(WS-CHUNK(WS-CB-I:1)) - 1

              DIVIDE WS-BYTE-VAL BY 16     GIVING WS-BYTE-HI
                                        REMAINDER WS-BYTE-LO

              MOVE WS-NIB-BITS(WS-BYTE-HI + 1)
                TO WS-CHUNK-BITS(WS-CB-I * 8 - 7:4)
              MOVE WS-NIB-BITS(WS-BYTE-LO + 1)
                TO WS-CHUNK-BITS(WS-CB-I * 8 - 3:4)
            END-PERFORM.


