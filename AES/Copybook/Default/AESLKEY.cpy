      *  (AESMKEY) via AESWRAP - AESKGET unwraps transparently at
      *  lookup time. Space on an entry still holding plain hex
      *  (pre-migration), which AESKWMIG rewraps in place.
      *  'K' when it is wrapped under the same master key with the
      *  RFC 3394 key wrap instead of the half-field ECB form - the
      *  integrity block C0 sits in KEYF-WRAP-C0 and AESWRAP refuses
      *  to hand back a key whose check does not hold. AESKWCNV
      *  converts entries between the two forms in place.
          02 KEYF-WRAP-SW                PIC X(01).
             88 KEYF-WRAPPED                       VALUE 'W' 'K'.
             88 KEYF-WRAP-KW                       VALUE 'K'.
      *  Dual-control split-key entry (AESKMNT). While the first
      *  32-hex-char key component waits for the second operator,
      *  it sits in KEYF-PEND-COMP - never in KEYF-KEY - along with
      *  key tagged for the other environment - a test deck
      *  submitted in production dies on the tag, not on luck.
          02 KEYF-ENV                    PIC X(01).
      *  RFC 3394 integrity block C0 of a 'K'-wrapped key (16 hex) -
      *  spaces on every other entry.
          02 KEYF-WRAP-C0                PIC X(16).
      *  Master-key generation the entry is wrapped under (AESMKGN;
      *  zero is the original AESMKEY key) - AESKGET hands it to
      *  AESWRAP so an entry resolves whichever side of a master-key
      *  changeover it is on. AESMKRWP moves entries to the current
      *  generation.
          02 KEYF-MKEY-GEN               PIC 9(03).
      *  Declared purpose of the key - 'D' data (generation cipher,
      *  DEK wrapping), 'M' MAC/seal, 'K' key-encrypting key for a
      *  partner exchange, 'V' token vault, 'F' format-preserving
      *  field cipher, 'I' blind-index key (the keyed hash AESFLDR
      *  indexes field values under). AESKGET refuses a resolution
      *  whose calling use differs, so one key can no longer
      *  quietly serve as data key and MAC key at once. Space on an
      *  entry written before the field existed - resolves for any
      *  use until the next maintenance touch declares one (AESKINV
      *  lists them).
          02 KEYF-KEY-USE                PIC X(01).
             88 KEYF-USE-DATA                      VALUE 'D'.
             88 KEYF-USE-MAC                       VALUE 'M'.
             88 KEYF-USE-KEK                       VALUE 'K'.
             88 KEYF-USE-VAULT                     VALUE 'V'.
             88 KEYF-USE-FPE                       VALUE 'F'.
             88 KEYF-USE-INDEX                     VALUE 'I'.
             88 KEYF-USE-VALID                     VALUE 'D' 'M' 'K'
                                                         'V' 'F' 'I'.
      *  Usage ceiling on this version: once it has enciphered
      *  KEYF-CEILING blocks ('B') or cipher invocations ('I' - one
      *  per run or service call, the count that matters for GCM
      *  nonces), AESKGET refuses new CIPHER use exactly as it does
      *  past KEYF-EXPIRES, and warns from KEYF-CEIL-WARN-PCT percent
      *  of the ceiling (zero means the shop default of 80). Usage
      *  is accumulated per version into AESKUSG by AESKUACC. Space
      *  in KEYF-CEIL-UNIT, or a zero ceiling, means no ceiling - so
      *  every entry written before these fields existed carries on
      *  purely calendar-bound until AESKMNT sets one.
          02 KEYF-CEIL-UNIT              PIC X(01).
             88 KEYF-CEIL-BLOCKS                   VALUE 'B'.
             88 KEYF-CEIL-INVOCATIONS              VALUE 'I'.
             88 KEYF-CEIL-SET                      VALUE 'B' 'I'.
          02 KEYF-CEILING                PIC 9(12).
          02 KEYF-CEIL-WARN-PCT          PIC 9(03).
      *  'M' when the version's key material lives only inside the
      *  shop's hardware security module: KEYF-KEY is blank (AESKMNT
      *  blanks it when the version is moved into the module) and
      *  AESKGET hands back a key handle - alias and version - in
      *  place of key bytes, for the run's cryptographic provider
      *  (LMAIN-CRYPTO-PROV) to operate inside the module. Space on
      *  every other entry, whose key is held here as always.
          02 KEYF-RESIDENCE              PIC X(01).
             88 KEYF-MODULE-RESIDENT               VALUE 'M'.
