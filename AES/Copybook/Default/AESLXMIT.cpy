               03 LXM-BLOCK-COUNT      PIC 9(09).
      *        Run identifier - see LXMS-RUN-ID in XMIT-PUT.cpy.
               03 LXM-RUN-ID           PIC X(16).
      *        Input generation - see LXMS-DAT-GEN in XMIT-PUT.cpy.
               03 LXM-DAT-GEN          PIC X(20).
               03 FILLER               PIC X(959).
            02 LXM-OUTPUT.
               03 FILLER               PIC X(1024).
