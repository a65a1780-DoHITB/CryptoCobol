      *     Environment the run belonged to ('T'/'P', space before
      *     the tag existed)
          02 CAT-ENV                  PIC X(01).
      *     Envelope run: the generation's data key, RFC 3394-
      *     wrapped under CAT-ALIAS at CAT-VERSION (spaces otherwise)
          02 CAT-DEK-WRAP             PIC X(64).
          02 CAT-DEK-C0               PIC X(16).
      *     Data classification label, and the MAC the run carried
      *     ('H' HMAC trailer, 'B' per-block MAC, 'A' both)
          02 CAT-CLASS                PIC X(01).
          02 CAT-MAC                  PIC X(01).
          02 FILLER                   PIC X(194).

      *   AESSTMP
       FD R-STP LABEL RECORD STANDARD.
          02 ALR-DATE                 PIC 9(08).
          02 ALR-TIME                 PIC 9(06).
          02 FILLER                   PIC X(03).
          02 ALR-MSG-ID               PIC X(05).

      *   AESALACK
       FD R-ACK LABEL RECORD STANDARD.
