           MOVE 0                         TO KEYF-EXPIRES.
           MOVE SPACES                    TO KEYF-KCV.
           MOVE SPACES                    TO KEYF-WRAP-SW.
           MOVE SPACES                    TO KEYF-WRAP-C0.
           MOVE SPACES                    TO KEYF-PEND-OPER.
           MOVE SPACES                    TO KEYF-PEND-COMP.
           MOVE SPACES                    TO KEYF-PEND-BITS.
           MOVE 0                         TO KEYF-PEND-DAYS.
           MOVE SPACES                    TO KEYF-PEND-SW.
           MOVE SPACE                     TO KEYF-KEY-USE.
           MOVE SPACE                     TO KEYF-CEIL-UNIT.
           MOVE 0                         TO KEYF-CEILING
                                             KEYF-CEIL-WARN-PCT.
           MOVE SPACE                     TO KEYF-RESIDENCE.

           WRITE KEYF-REC.

