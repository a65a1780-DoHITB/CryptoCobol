      *        One-shot header read - see LXGS-READ-HEADER in
      *        TEXT-GET.cpy.
               03 LXG-READ-HEADER      PIC X(01).
      *        Intraday cycle - see LXGS-CYCLE in TEXT-GET.cpy.
               03 LXG-CYCLE            PIC 9(02).
               03 FILLER               PIC X(992).
            02 LXG-OUTPUT.
               03 LXG-ISOPEN           PIC X(1).
      *        Raw file-status of the read that failed - only
      *        AESIDAT record's DAT-BITS) - blank for a record written
      *        before this field existed.
               03 LXG-BITS             PIC X(3).
      *        Wrapped data key - see LXGS-DEK in TEXT-GET.cpy.
               03 LXG-DEK              PIC X(64).
               03 LXG-DEK-C0           PIC X(16).
               03 LXG-DEK-VERSION      PIC X(03).
      *        Plaintext fidelity records - see LXGS-FID-* in
      *        TEXT-GET.cpy.
               03 LXG-FID-DIGEST       PIC X(128).
               03 LXG-FID-ALIAS        PIC X(08).
               03 LXG-FID-VERSION      PIC X(03).
               03 LXG-FID-ORIGIN       PIC X(20).
      *        Load-identity records - see LXGS-LOAD-* in
      *        TEXT-GET.cpy.
               03 LXG-LOAD-MARK        PIC X(32).
               03 LXG-LOAD-BASE        PIC X(20).
               03 FILLER               PIC X(716).
