      *     what ties today's AESIDAT20260901 to every earlier day's.
      *     The date is located from the right (the last eight
      *     characters when they are digits), so feed names of any
      *     length keep matching their own history. An intraday
      *     cycle's C<nn> goes first, so every cycle of a feed is
      *     judged against the feed's runs, whatever their cycle
            MOVE 20                         TO WS-NAME-LEN.
            PERFORM UNTIL WS-NAME-LEN = 0
              OR VCK-GEN(WS-NAME-LEN:1) NOT = SPACE
              SUBTRACT 1                    FROM WS-NAME-LEN
            END-PERFORM.

            IF WS-NAME-LEN > 11
              IF VCK-GEN(WS-NAME-LEN - 2:1) = 'C'
                AND VCK-GEN(WS-NAME-LEN - 1:2) IS NUMERIC
                AND VCK-GEN(WS-NAME-LEN - 10:8) IS NUMERIC
                SUBTRACT 3                  FROM WS-NAME-LEN
              END-IF
            END-IF.

            IF WS-NAME-LEN > 8
              AND VCK-GEN(WS-NAME-LEN - 7:8) IS NUMERIC
              COMPUTE WS-PREFIX-LEN = WS-NAME-LEN - 8
