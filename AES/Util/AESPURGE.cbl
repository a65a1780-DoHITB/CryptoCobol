      * there being no directory listing to detect "no generations
      * exist past here" any other way.
      *
      * A day processed in intraday cycles still has one AESLOG
      * generation - AESMPUT names the log by day, and every cycle's
      * run appends to it (its hash chain running on from the cycle
      * before) - so purging the day's AESLOG purges the log of all
      * of that day's cycles together, in the one step, and never a
      * cycle's log ahead of the day's earlier cycles.
      *
      * Parameters come from a small control record (AESPPARM) instead
      * of AESCARD's general KEYWORD=VALUE deck, the same one-record-
      * per-run simplicity AESGEN's own control card already uses for
