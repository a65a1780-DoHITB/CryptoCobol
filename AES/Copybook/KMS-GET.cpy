      *        an expired key, or a lapsed key would be permanently
      *        undecipherable.
               03 LKGS-PURPOSE         PIC X(08).
      *        What KIND of key the run needs (KEYF-KEY-USE) - 'D'
      *        data (the default when left blank), 'M' MAC/seal, 'K'
      *        partner KEK, 'V' token vault, 'F' format-preserving
      *        field cipher, 'I' blind index. A key declared for a
      *        different use is refused. '*' is only for handling
      *        the key AS a key (an export to a partner) and matches
      *        any declared use.
               03 LKGS-KEY-USE         PIC X(01).
      *        'Y' when the caller can run under a key handle - its
      *        cipher calls go through a provider (LMAIN-CRYPTO-PROV)
      *        able to operate a key held inside the hardware
      *        module. A module-resident alias is refused to any
      *        caller that leaves this blank, since there are no key
      *        bytes to hand it.
               03 LKGS-HANDLE-OK       PIC X(01).
                  88 LKGS-HANDLE-ACCEPTED        VALUE 'Y'.
               03 FILLER               PIC X(987).
            02 LKG-OUTPUT.
      *        Stored key check value of the resolved key (spaces for
      *        an entry that predates KEYF-KCV) - the caller verifies
      *        Version actually resolved - what the caller should
      *        carry into the run's output metadata.
               03 LKGS-KEY-VERSION     PIC 9(03).
      *        Use the resolved key is declared for (space on an
      *        entry from before uses were declared) - what an export
      *        carries across so the receiving site types it alike.
               03 LKGS-DECLARED-USE    PIC X(01).
      *        'M' when the resolved version is module-resident: no
      *        key comes back in LKG-KEY (left blank) - the handle
      *        is LKGS-ALIAS plus LKGS-KEY-VERSION, which the caller
      *        passes to its provider in place of key bytes. Space
      *        when LKG-KEY holds the key as always.
               03 LKGS-KEY-RESIDENCE   PIC X(01).
                  88 LKGS-KEY-IN-MODULE          VALUE 'M'.
               03 FILLER               PIC X(1013).
