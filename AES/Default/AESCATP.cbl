      * it?", and the duplicate-run guard's memory of which input
      * generations already have a completed CIPHER against them.
      *
      * An envelope CIPHER run (LMAIN-ENVELOPE-MODE) also leaves its
      * wrapped data key here, so the entry alone can still open the
      * generation when the file's own copy is out of reach; the
      * AESDKROT rotation keeps the two in step.
      *
      * A CIPHER run under the plaintext fidelity proof
      * (LMAIN-FIDELITY-MODE) leaves its keyed plaintext digest here
      * too; each DECIPHER (or AESFRBL rebuild) that recomputes it
      * and matches records the proof - when, by which run, through
      * which program - on the CIPHER run's entry.
      *
      * A run over a loader-built generation carries the load's
      * identity through: full or delta, and for a delta the
      * generation it was taken against - the chain AESDCONS folds
      * back onto the last full generation.
      *
      *   function 'R' - register/refresh the caller's record
      *   function 'I' - inquire by output generation name
      *   function 'S' - scan for a completed run whose INPUT
      *                  generation matches (the double-cipher guard)
      *   function 'E' - record fidelity evidence on the entry
      *                  whose plaintext digest the caller matched
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
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
      *     Set by AESERASE: 'E' an erased subject's records are in
      *     this generation, 'U' it could not be searched for them
          02 CAT-ERASED               PIC X(01).
      *     Plaintext fidelity proof: the keyed digest of the
      *     CIPHER run's plaintext, the MAC key alias/version it was
      *     taken under, and its state - 'C' recorded, 'P' proven by
      *     a later DECIPHER/rebuild (when, by which run, through
      *     which program). Spaces when the run carried no proof.
          02 CAT-FID-DIGEST           PIC X(128).
          02 CAT-FID-ALIAS            PIC X(08).
          02 CAT-FID-VERSION          PIC 9(03).
          02 CAT-FID-STATE            PIC X(01).
          02 CAT-FID-PROVEN-DATE      PIC 9(08).
          02 CAT-FID-PROVEN-RUN       PIC X(16).
          02 CAT-FID-PROVEN-BY        PIC X(08).
      *     Loader-built generation: 'F' a full load, 'D' a delta
      *     and the generation it was taken against (spaces for a
      *     generation that did not come from AESFLDR/AESDCONS)
          02 CAT-LOAD-KIND            PIC X(01).
          02 CAT-DELTA-BASE           PIC X(20).

       WORKING-STORAGE SECTION.
         01 FS.
               88 CTG-REGISTER                  VALUE 'R'.
               88 CTG-INQUIRE                   VALUE 'I'.
               88 CTG-SCAN-INPUT                VALUE 'S'.
               88 CTG-EVIDENCE                  VALUE 'E'.
            02 CTG-GEN                 PIC X(20).
            02 CTG-DATE                PIC 9(08).
            02 CTG-ACTION              PIC X(08).
            02 CTG-TENANT              PIC X(08).
            02 CTG-EMBARGO             PIC 9(08).
            02 CTG-ENV                 PIC X(01).
            02 CTG-DEK-WRAP            PIC X(64).
            02 CTG-DEK-C0              PIC X(16).
            02 CTG-CLASS               PIC X(01).
            02 CTG-MAC                 PIC X(01).
            02 CTG-FID-DIGEST          PIC X(128).
            02 CTG-FID-ALIAS           PIC X(08).
            02 CTG-FID-VERSION         PIC 9(03).
            02 CTG-FID-STATE           PIC X(01).
            02 CTG-FID-PROVEN-DATE     PIC 9(08).
            02 CTG-FID-PROVEN-RUN      PIC X(16).
            02 CTG-FID-PROVEN-BY       PIC X(08).
            02 CTG-LOAD-KIND           PIC X(01).
            02 CTG-DELTA-BASE          PIC X(20).
            02 CTG-STATUS              PIC X(03).
               88 CTGS-OK                       VALUE 'OK '.
               88 CTGS-NOT-FOUND                VALUE 'NFD'.
                   THRU INQUIRE-RUN-DONE
              WHEN CTG-SCAN-INPUT
                PERFORM SCAN-FOR-INPUT-GEN
              WHEN CTG-EVIDENCE
                PERFORM RECORD-FIDELITY-EVIDENCE
                   THRU RECORD-FIDELITY-EVIDENCE-DONE
              WHEN OTHER
                SET CTGS-ERR                TO TRUE
            END-EVALUATE.
            MOVE CTG-TENANT                 TO CAT-TENANT.
            MOVE CTG-EMBARGO                TO CAT-EMBARGO.
            MOVE CTG-ENV                    TO CAT-ENV.
            MOVE CTG-DEK-WRAP               TO CAT-DEK-WRAP.
            MOVE CTG-DEK-C0                 TO CAT-DEK-C0.
            MOVE CTG-CLASS                  TO CAT-CLASS.
            MOVE CTG-MAC                    TO CAT-MAC.
            MOVE CTG-FID-DIGEST             TO CAT-FID-DIGEST.
            MOVE CTG-FID-ALIAS              TO CAT-FID-ALIAS.
            MOVE CTG-FID-VERSION            TO CAT-FID-VERSION.
            MOVE CTG-FID-STATE              TO CAT-FID-STATE.
            MOVE CTG-FID-PROVEN-DATE        TO CAT-FID-PROVEN-DATE.
            MOVE CTG-FID-PROVEN-RUN         TO CAT-FID-PROVEN-RUN.
            MOVE CTG-FID-PROVEN-BY          TO CAT-FID-PROVEN-BY.
            MOVE CTG-LOAD-KIND              TO CAT-LOAD-KIND.
            MOVE CTG-DELTA-BASE             TO CAT-DELTA-BASE.

            WRITE CAT-REC.

                MOVE CAT-TENANT             TO CTG-TENANT
                MOVE CAT-EMBARGO            TO CTG-EMBARGO
                MOVE CAT-ENV                TO CTG-ENV
                MOVE CAT-DEK-WRAP           TO CTG-DEK-WRAP
                MOVE CAT-DEK-C0             TO CTG-DEK-C0
                MOVE CAT-CLASS              TO CTG-CLASS
                MOVE CAT-MAC                TO CTG-MAC
                MOVE CAT-FID-DIGEST         TO CTG-FID-DIGEST
                MOVE CAT-FID-ALIAS          TO CTG-FID-ALIAS
                MOVE CAT-FID-VERSION        TO CTG-FID-VERSION
                MOVE CAT-FID-STATE          TO CTG-FID-STATE
                MOVE CAT-FID-PROVEN-DATE    TO CTG-FID-PROVEN-DATE
                MOVE CAT-FID-PROVEN-RUN     TO CTG-FID-PROVEN-RUN
                MOVE CAT-FID-PROVEN-BY      TO CTG-FID-PROVEN-BY
                MOVE CAT-LOAD-KIND          TO CTG-LOAD-KIND
                MOVE CAT-DELTA-BASE         TO CTG-DELTA-BASE
              WHEN FS-CAT-NOTFND
                SET CTGS-NOT-FOUND          TO TRUE
              WHEN OTHER
            EXIT.


       RECORD-FIDELITY-EVIDENCE.
      *     The proof lands only on the entry that recorded the very
      *     digest the caller matched - an entry refreshed by a later
      *     rerun describes different ciphertext and is left alone.
      *     The newest proof replaces any earlier one; the state
      *     says a proof exists, the log keeps the history.
            IF SW-CAT-CREATED
              SET CTGS-NOT-FOUND            TO TRUE
              GO TO RECORD-FIDELITY-EVIDENCE-DONE
            END-IF.

            MOVE CTG-GEN                    TO CAT-GEN.

            READ R-CAT KEY IS CAT-GEN.

            IF FS-CAT-NOTFND
              OR (FS-CAT-OK AND CAT-FID-DIGEST NOT = CTG-FID-DIGEST)
              SET CTGS-NOT-FOUND            TO TRUE
              GO TO RECORD-FIDELITY-EVIDENCE-DONE
            END-IF.

            IF NOT FS-CAT-OK
              SET CTGS-ERR                  TO TRUE
              GO TO RECORD-FIDELITY-EVIDENCE-DONE
            END-IF.

            MOVE 'P'                        TO CAT-FID-STATE.
            MOVE CTG-FID-PROVEN-DATE        TO CAT-FID-PROVEN-DATE.
            MOVE CTG-FID-PROVEN-RUN         TO CAT-FID-PROVEN-RUN.
            MOVE CTG-FID-PROVEN-BY          TO CAT-FID-PROVEN-BY.

            REWRITE CAT-REC.

            IF NOT FS-CAT-OK
              SET CTGS-ERR                  TO TRUE
            END-IF.

       RECORD-FIDELITY-EVIDENCE-DONE.
            EXIT.


       SCAN-FOR-INPUT-GEN.
      *     The catalog is keyed on output generation, so "has this
      *     INPUT generation already been ciphered" is a front-to-
