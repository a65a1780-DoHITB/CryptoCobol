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

      *   AESRETCL
       FD R-RET LABEL RECORD STANDARD.
             STOP RUN
           END-IF.

      *     A module-resident version holds no material here - the
      *     entry is still marked destroyed, but the key itself has
      *     to be destroyed inside the module under its own procedure
           IF KEYF-MODULE-RESIDENT
             DISPLAY 'AESKSHRD: ' WS-ALIAS ' V' WS-VERSION
                     ' IS MODULE-RESIDENT - DESTROY IT IN THE'
                     ' MODULE AS WELL'
           END-IF.

      *     The certificate keeps the KCV - the one non-reversible
      *     fingerprint that proves WHICH key was destroyed
           PERFORM WRITE-DESTRUCTION-CERTIFICATE.
                                             KEYF-PEND-SW.
           MOVE 0                         TO KEYF-PEND-DAYS.
           MOVE SPACES                    TO KEYF-KCV.
           MOVE SPACES                    TO KEYF-WRAP-SW
                                             KEYF-WRAP-C0.
           SET KEYF-DESTROYED             TO TRUE.

           REWRITE KEYF-REC.
