      *  AESKUSG record layout - accumulated usage of each AESKEYF
      *  key version, keyed on alias plus version exactly as AESKEYF
      *  is. Rebuilt whole by AESKUACC from the run catalog (AESRCAT)
      *  and the AESEASY/AESQSERV metering (AESEZMTR detail and its
      *  AESEZSUM roll-ups), so it is never updated in place and can
      *  always be recreated from those sources - at DR included.
      *  AESKGET reads it to enforce KEYF-CEILING; AESKEXP and
      *  AESRKPLN read it to project the date the ceiling will be
      *  reached at the rate seen since first use.
          02 KUSG-REC-KEY.
             03 KUSG-ID                  PIC X(08).
             03 KUSG-VERSION             PIC 9(03).
      *  128-bit blocks enciphered and cipher invocations (one per
      *  catalogued run or metered service call) under the version
          02 KUSG-BLOCKS                 PIC 9(15).
          02 KUSG-INVOCATIONS            PIC 9(12).
      *  First and last day (CCYYMMDD) any use was seen, and the day
      *  AESKUACC last rebuilt the totals
          02 KUSG-FIRST-USE              PIC 9(08).
          02 KUSG-LAST-USE               PIC 9(08).
          02 KUSG-AS-OF                  PIC 9(08).
          02 FILLER                      PIC X(18).
