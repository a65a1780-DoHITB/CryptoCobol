          02 KRPL-DATE                   PIC 9(08).
          02 KRPL-TIME                   PIC 9(06).
      *      'P' pending entry written, 'A' key assembled/activated,
      *      'R' version retired, 'C' version flagged compromised,
      *      'M' rewrapped under a new master-key generation,
      *      'L' usage ceiling set/changed on a live version,
      *      'H' live version moved into the hardware module,
      *      'O' the store reorganized by AESREORG - no image, the
      *      record count and checksum the DR copy must match at
      *      this point in the journal
          02 KRPL-ACTION                 PIC X(01).
          02 KRPL-IMAGE                  PIC X(194).
          02 KRPL-IMAGE-R REDEFINES KRPL-IMAGE.
             03 KRPL-IMG-ID              PIC X(08).
             03 KRPL-IMG-VERSION         PIC 9(03).
             03 KRPL-IMG-KEY             PIC X(64).
             03 FILLER                   PIC X(40).
             03 KRPL-IMG-PEND-COMP       PIC X(32).
             03 FILLER                   PIC X(47).
          02 KRPL-REORG-R REDEFINES KRPL-IMAGE.
             03 KRPL-ORG-RECORDS         PIC 9(09).
             03 KRPL-ORG-CHECKSUM        PIC 9(10).
             03 FILLER                   PIC X(175).
