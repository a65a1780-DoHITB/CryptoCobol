            02 CAT-TENANT               PIC X(08).
            02 CAT-EMBARGO              PIC 9(08).
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

         01 WS-INPUT-AREA                  PIC X(80).
         01 WS-INPUT-LENGTH                PIC S9(04) COMP VALUE 80.
