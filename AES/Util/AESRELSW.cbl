          02 REL-DATE                 PIC 9(08).
          02 REL-EXPIRES              PIC 9(08).
          02 REL-STATE                PIC X(03).
          02 REL-ID                   PIC 9(08).
          02 FILLER                   PIC X(03).

      *   Released file existence probe
       FD R-CHK LABEL RECORD STANDARD.
