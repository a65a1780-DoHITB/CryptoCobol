               03 LXP-MIRROR-FILE      PIC X(20).
      *        Per-block MAC - see LXPS-MAC in TEXT-PUT.cpy.
               03 LXP-MAC              PIC X(08).
      *        Wrapped data key - see LXPS-HDR-DEK in TEXT-PUT.cpy.
               03 LXP-HDR-DEK          PIC X(64).
               03 LXP-HDR-DEK-C0       PIC X(16).
               03 LXP-HDR-DEK-VERSION  PIC 9(03).
      *        Plaintext fidelity proof - see LXPS-FID-* in
      *        TEXT-PUT.cpy.
               03 LXP-FID-DIGEST       PIC X(128).
               03 LXP-FID-ALIAS        PIC X(08).
               03 LXP-FID-VERSION      PIC 9(03).
               03 LXP-FID-ORIGIN       PIC X(20).
               03 LXP-FID-VERIFY       PIC X(01).
               03 LXP-FID-KEY          PIC X(64).
      *        Load identity - see LXPS-LOAD-* in TEXT-PUT.cpy.
               03 LXP-LOAD-MARK        PIC X(32).
               03 LXP-LOAD-BASE        PIC X(20).
      *        Intraday cycle - see LXPS-CYCLE in TEXT-PUT.cpy.
               03 LXP-CYCLE            PIC 9(02).
               03 FILLER               PIC X(527).
            02 LXP-OUTPUT.
               03 LXP-ISOPEN           PIC X(1).
      *        AESODAT generation name just closed (by-day or
      *        LXP-FILE-OVERRIDE) - set on CLOSE, for a caller driving
      *        a downstream transmission hand-off.
               03 LXP-FILE-NAME        PIC X(20).
      *        Fidelity verdict at close - see LXPS-FID-RESULT in
      *        TEXT-PUT.cpy.
               03 LXP-FID-RESULT       PIC X(01).
               03 FILLER               PIC X(1002).
