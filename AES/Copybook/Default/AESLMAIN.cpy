         02 LMAIN-KEY                  PIC X(64).
         02 LMAIN-IV                   PIC X(32).

      *  GCM mode: caller supplies the 96-bit IV in LMAIN-IV(1:24),
      *  or leaves LMAIN-IV blank on a CIPHER that starts a
      *  generation and AESMAIN draws one from AESDRBG (logged, and
      *  carried to the DECIPHER on the parameter header).
      *  LMAIN-TAG carries the 128-bit authentication tag - AESMAIN
      *  fills it in on CIPHER, and expects it populated for the
      *  tag check on DECIPHER.
      *                              generation reached the other
      *                              environment - wrong system,
      *                              wrong deck)
      *    40 policy refusal        (the job falls short of its
      *                              data classification's crypto
      *                              policy - AESCARD/AESBATCH
      *                              refuse it before AESMAIN runs;
      *                              fix the deck's mode, bits or
      *                              MAC, or its class label)
      *    44 fidelity failure      (the plaintext a DECIPHER
      *                              produced does not digest to
      *                              what its CIPHER recorded - the
      *                              output is not the original;
      *                              page security, hold the file)
      *  AESBATCH/AESCARD map the worst value seen across their jobs
      *  into RETURN-CODE for the JCL to branch on.
         02 LMAIN-REASON-CODE           PIC 9(02).
            88 LMAIN-REASON-EMBARGO             VALUE 28.
            88 LMAIN-REASON-BUSY                VALUE 32.
            88 LMAIN-REASON-ENV                 VALUE 36.
            88 LMAIN-REASON-POLICY              VALUE 40.
            88 LMAIN-REASON-FIDELITY            VALUE 44.

      *  Compress-before-cipher: 'Y' has AESCOMP (a drop-in CALL
      *  'AESCOMP' USING LS replacement for CALL 'AESMAIN' USING LS,
      *  an operator-facing line, the same stand-in for a real WTO
      *  this shop's other console-facing pieces already settle for.
         02 LMAIN-ALERT-PUT             PIC X(08).

      *  Envelope encryption: 'Y' has a CIPHER run mint a fresh data
      *  key of LMAIN-BITS, wrap it (RFC 3394) under the alias key
      *  LMAIN-KMS-MODE resolved, and cipher every block under the
      *  data key instead. The wrapped data key travels on the
      *  generation's data-key records (beside the parameter header)
      *  and in the run-catalog entry, so rotating the alias key is
      *  a rewrap of those few records (AESDKROT), never a REWRAP
      *  of the data. DECIPHER needs no switch - a generation that
      *  carries a data key is opened through it automatically. A
      *  restart, partition or reprocess CIPHER reuses the data key
      *  already on its output generation.
         02 LMAIN-ENVELOPE-MODE         PIC X(01).
            88 LMAIN-ENVELOPE-ON                VALUE 'Y'.

      *  Data classification label of the run, one character as the
      *  shop's AESCPOL policy table defines them. AESCARD/AESBATCH
      *  judge the job against its class's policy (see AESPOLCY)
      *  before calling here; AESMAIN only carries the label into
      *  the run-catalog entry, where the AESPOLSC scan later judges
      *  the generation against the class's CURRENT policy. Blank
      *  (the default) is unlabelled work.
         02 LMAIN-CLASS                 PIC X(01).

      *  Control-file drift gate: 'Y' has AESMAIN refuse to start
      *  (reason 16) while AESCFGBL's drift store shows an unapproved
      *  change to AESTAB or AESFMAP outstanding - the table set
      *  every block is ciphered through and the map every field-
      *  level run obeys. FORCE does not pass it; the way through is
      *  the change's approval (AESCFGBL function B) or its
      *  reversal. Blank (the default) leaves the drift to the
      *  scheduled check's alert alone.
         02 LMAIN-CONFIG-GATE-MODE      PIC X(01).
            88 LMAIN-CONFIG-GATE-ON             VALUE 'Y'.

      *  Plaintext fidelity proof: 'Y' on a CIPHER run folds every
      *  plaintext block into a keyed digest (HMAC-SHA512 under the
      *  MAC key LMAIN-FIDELITY-ALIAS resolves, 'FIDELITY' when
      *  blank) and records it on the generation's fidelity records
      *  beside the parameter header and in the run-catalog entry.
      *  A DECIPHER of a generation that carries one recomputes it
      *  over the plaintext it produces - no switch needed - and
      *  fails the run (reason 44) on a mismatch; a match is
      *  recorded in the catalog as proof. 'Y' on a DECIPHER
      *  insists on the proof: a generation without a recorded
      *  digest is refused. Fresh full runs only - a restart,
      *  partition or reprocess sees part of the stream.
         02 LMAIN-FIDELITY-MODE         PIC X(01).
            88 LMAIN-FIDELITY-ON                VALUE 'Y'.
         02 LMAIN-FIDELITY-ALIAS        PIC X(08).

      *  Cryptographic provider: the program every cipher/decipher
      *  CALL of the run goes to, with the IOCOMM/IOTAB/IOPUTM triple
      *  AESCORE takes (see AESLCOR.cpy). Blank takes AESCORE, the
      *  software default. Pluggable the same way LMAIN-DATA-GET/
      *  LMAIN-TEXT-PUT are, so a shop whose production keys must
      *  stay inside a hardware security module swaps in its module
      *  provider here. A KMS run whose alias resolves module-
      *  resident passes the provider a key handle (alias and
      *  version) and never holds key bytes at all; such a run is
      *  refused under AESCORE, and for the work that would need the
      *  key bytes themselves - REWRAP, XTS, an envelope data key.
         02 LMAIN-CRYPTO-PROV           PIC X(08).

      *  Intraday processing cycle. A feed processed several times a
      *  day runs each pass as its own cycle: 1-99 names the run's
      *  default generations AESIDAT<CCYYMMDD>C<nn>/AESODAT<CCYYMMDD>
      *  C<nn> (see AESCYCL) and carries the cycle onto the catalog
      *  entry, run lock, duplicate-run guard and checkpoint records,
      *  all of which key on the generation name. 0, spaces or not
      *  numeric is the once-a-day run and its plain dated names. A
      *  run given an input override already in the cycle convention
      *  takes its cycle from that name when none is given here.
         02 LMAIN-CYCLE                 PIC 9(02).
