      *  AESMKGN record layout - the shop master-key generation
      *  register, keyed on MKG-GEN. One record per master key the
      *  custodian ceremony (AESMKCER) has ever built. Generation
      *  zero is the original single-record AESMKEY key: it needs no
      *  record here while it is still in service, and gets one (key
      *  blanked, status retired) once AESMKRWP has moved every
      *  AESKEYF entry off it.
      *
      *  AESWRAP wraps under the CURRENT generation (the highest one
      *  in status 'C', else AESMKEY) and unwraps under whichever
      *  generation the entry says wrapped it (KEYF-MKEY-GEN), so
      *  AESKGET keeps resolving straight through a changeover.
          02 MKG-GEN                     PIC 9(03).
      *      Master key (64 hex) - spaces until the custodians have
      *      rebuilt it from their shares, and again once retired
          02 MKG-KEY                     PIC X(64).
      *      KCV of the key, recorded when the shares are issued so
      *      the build can prove the custodians rebuilt THAT key
          02 MKG-KCV                     PIC X(06).
          02 MKG-STATUS                  PIC X(01).
      *      Shares issued, key not yet rebuilt - nothing resolves
             88 MKG-PENDING                        VALUE 'P'.
      *      Built and current - every new wrap goes under it
             88 MKG-CURRENT                        VALUE 'C'.
      *      Superseded - unwrap only, until AESMKRWP retires it
             88 MKG-OUTGOING                       VALUE 'O'.
      *      No AESKEYF entry left under it - key blanked
             88 MKG-RETIRED                        VALUE 'R'.
      *      M-of-N: shares needed to rebuild, shares issued
          02 MKG-THRESHOLD               PIC 9(02).
          02 MKG-SHARES                  PIC 9(02).
          02 MKG-ISSUED                  PIC 9(08).
          02 MKG-ACTIVATED               PIC 9(08).
          02 MKG-RETIRED-ON              PIC 9(08).
          02 FILLER                      PIC X(18).
