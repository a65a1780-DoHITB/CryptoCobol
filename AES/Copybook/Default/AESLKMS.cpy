               03 LKG-VERSION          PIC 9(03).
      *        Requesting purpose - see LKGS-PURPOSE in KMS-GET.cpy.
               03 LKG-PURPOSE          PIC X(08).
      *        Requested key use - see LKGS-KEY-USE in KMS-GET.cpy.
               03 LKG-KEY-USE          PIC X(01).
      *        Caller can run under a key handle - see
      *        LKGS-HANDLE-OK in KMS-GET.cpy.
               03 LKG-HANDLE-OK        PIC X(01).
                  88 LKG-HANDLE-ACCEPTED         VALUE 'Y'.
               03 FILLER               PIC X(987).
            02 LKG-OUTPUT.
      *        Stored key check value - see LKGS-KCV in KMS-GET.cpy.
               03 LKG-KCV              PIC X(06).
      *        Version actually resolved - see LKGS-KEY-VERSION in
      *        KMS-GET.cpy.
               03 LKG-KEY-VERSION      PIC 9(03).
      *        Declared use of the resolved key - see
      *        LKGS-DECLARED-USE in KMS-GET.cpy.
               03 LKG-DECLARED-USE     PIC X(01).
      *        Module-resident key, handle returned in place of the
      *        key - see LKGS-KEY-RESIDENCE in KMS-GET.cpy.
               03 LKG-KEY-RESIDENCE    PIC X(01).
                  88 LKG-KEY-IN-MODULE           VALUE 'M'.
               03 FILLER               PIC X(1013).
