      *        carried on the trigger record so the hand-off ties
      *        back to its run's AESLOG/AESSTMP entries.
               03 LXMS-RUN-ID          PIC X(16).
      *        Input generation the run read (AESIDAT or its
      *        override, as catalogued in CAT-DAT-GEN) - names the
      *        AESFEEDS feed, and so the partner whose receiving
      *        windows the hand-off has to wait for.
               03 LXMS-DAT-GEN         PIC X(20).
               03 FILLER               PIC X(959).
            02 LXM-OUTPUT.
               03 FILLER               PIC X(1024).
