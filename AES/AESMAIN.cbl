         77 WS-XMIT-PUT                PIC X(08).
         77 WS-ALERT-PUT               PIC X(08).
         77 WS-KMS-GET                 PIC X(08).
         77 WS-CRYPTO-PROV             PIC X(08).
         77 WS-CKPT-OPENED             PIC X(01)   VALUE 'N'.
            88 SW-CKPT-OPENED                      VALUE 'Y'.
         77 WS-BLOCK-COUNT             PIC 9(09)   VALUE 0.
            88 SW-KEY-VALID                        VALUE 'Y'.
         77 WS-TENANT-BAD              PIC X(01)   VALUE 'N'.
            88 SW-TENANT-BAD                       VALUE 'Y'.
         77 WS-TENANT-FOREIGN          PIC X(01)   VALUE 'N'.
            88 SW-TENANT-FOREIGN                   VALUE 'Y'.
         77 WS-SHARE-GRANTED           PIC X(01)   VALUE 'N'.
            88 SW-SHARE-GRANTED                    VALUE 'Y'.
         77 WS-KSCH-DONE               PIC X(01)   VALUE 'N'.
            88 SW-KSCH-DONE                        VALUE 'Y'.
      *  The KMS-resolved key is module-resident: LMAIN-KEY stays
      *  blank and every provider CALL carries the key handle set
      *  in IOCOMM instead (see AESLCOR.cpy)
         77 WS-KEY-IN-MODULE           PIC X(01)   VALUE 'N'.
            88 SW-KEY-IN-MODULE                    VALUE 'Y'.

      *  Identity of this invocation (start date+time down to
      *  hundredths, CCYYMMDDHHMMSSss) - journalled by AESKGET with
               88 DGSS-OK                       VALUE 'OK '.
               88 DGSS-ERR                      VALUE 'ERR'.

      *  Plaintext fidelity proof (LMAIN-FIDELITY-MODE) - a keyed
      *  HMAC-SHA512 (AESHMAC, linkage mirrored the same way
      *  AESBATCH's is) over the plaintext stream, one 32-character
      *  block per fold, space-filled where the block is short. A
      *  CIPHER folds what it reads and records the digest on its
      *  output; a DECIPHER folds what it writes and must arrive at
      *  the same digest. A TEXT-PUT other than AESTPUT converts
      *  the text on its way out, so it is handed the key and the
      *  expectation and does the fold itself (SW-FID-DELEGATED),
      *  reporting back in LXPS-FID-RESULT at close.
         01 WS-HMAC-LS.
            02 HMC-FUNCTION            PIC X(01).
               88 HMC-INIT                      VALUE 'I'.
               88 HMC-ADD                       VALUE 'A'.
               88 HMC-FINISH                    VALUE 'F'.
            02 HMC-MAC-KEY             PIC X(64).
            02 HMC-RECORD              PIC X(176).
            02 HMC-RECLEN              PIC 9(03).
            02 HMC-DIGEST              PIC X(128).
            02 HMC-STATUS              PIC X(03).
               88 HMCS-OK                       VALUE 'OK '.
               88 HMCS-ERR                      VALUE 'ERR'.
         77 WS-FID-STATE               PIC X(01)   VALUE 'N'.
            88 SW-FID-FOLD                         VALUE 'F'.
            88 SW-FID-DELEGATED                    VALUE 'D'.
         77 WS-FID-RESULT              PIC X(01)   VALUE SPACE.
            88 SW-FID-MATCHED                      VALUE 'M'.
         01 FID-DATA.
            02 WS-FID-ALIAS            PIC X(08).
            02 WS-FID-VERSION          PIC 9(03).
            02 WS-FID-ORIGIN           PIC X(20).
            02 WS-FID-DIGEST           PIC X(128).
            02 WS-FID-KEY              PIC X(64).
            02 WS-FID-BLOCK            PIC X(32).
            02 WS-FID-PROVEN-BY        PIC X(08).

      *  Load identity of a loader-built input generation (AESFLDR
      *  or AESDCONS) - kind, load ids and the delta's base
      *  generation, carried through to the output and the catalog
         01 LOAD-DATA.
            02 WS-LOAD-MARK            PIC X(32).
            02 WS-LOAD-BASE            PIC X(20).

      *  Run admission governor (AESGOVRN) - linkage mirrored here
      *  the same way AESKAUD's is. Checked in at startup, the slot
      *  released in CLOSE-STREAMS; the staleness window follows
      *  header
         77 WS-HDR-ENV                 PIC X(01).

      *  Envelope encryption (LMAIN-ENVELOPE-MODE, or a DECIPHER of a
      *  generation that carries a data key). The data key is held
      *  in the clear only between its mint/unwrap and the moment it
      *  replaces LMAIN-KEY; the wrapped form, its integrity block
      *  and the alias key version it is wrapped under are what the
      *  header and catalog carry.
         77 WS-ENVELOPE-SW             PIC X(01)   VALUE 'N'.
            88 SW-ENVELOPE-RUN                     VALUE 'Y'.
         01 DEK-DATA.
            02 WS-DEK                  PIC X(64).
            02 WS-DEK-KEK              PIC X(64).
            02 WS-DEK-WRAP             PIC X(64).
            02 WS-DEK-C0               PIC X(16).
            02 WS-DEK-VERSION          PIC 9(03).
            02 WS-DEK-HEXLEN           PIC 9(02).
            02 WS-DEK-SOURCE           PIC X(08).

      *  Data keys and generated GCM IVs come from AESDRBG, the
      *  health-tested CTR_DRBG AESKGEN and AESTOKEN draw on -
      *  linkage mirrored here
         01 WS-DRBG-LS.
            02 DRB-FUNCTION            PIC X(01).
               88 DRB-GENERATE                  VALUE 'G'.
               88 DRB-RESEED                    VALUE 'R'.
            02 DRB-CALLER              PIC X(08).
            02 DRB-LENGTH              PIC 9(03).
            02 DRB-OUTPUT              PIC X(128).
            02 DRB-STATUS              PIC X(03).
               88 DRBS-OK                       VALUE 'OK '.
               88 DRBS-ERR                      VALUE 'ERR'.
               88 DRBS-HEALTH                   VALUE 'HLT'.

      *  Data-key wrap via AESWRAP under the alias key - linkage
      *  mirrored the same way AESKGET/AESKMNT mirror it
         01 WS-WRAP-LS.
            02 WRP-FUNCTION            PIC X(01).
               88 WRP-WRAP                      VALUE 'W'.
               88 WRP-UNWRAP                    VALUE 'U'.
            02 WRP-BITS                PIC X(03).
            02 WRP-KEY-IN              PIC X(64).
            02 WRP-KEY-OUT             PIC X(64).
            02 WRP-STATUS              PIC X(03).
               88 WRPS-OK                       VALUE 'OK '.
               88 WRPS-ERR                      VALUE 'ERR'.
               88 WRPS-ICV                      VALUE 'ICV'.
            02 WRP-FORMAT              PIC X(01).
               88 WRP-FMT-ECB                   VALUE 'W'.
               88 WRP-FMT-KW                    VALUE 'K'.
            02 WRP-KEY-C0              PIC X(16).
            02 WRP-KEK                 PIC X(64).
            02 WRP-MK-GEN              PIC 9(03).
            02 WRP-CRYPTO-PROV         PIC X(08)   VALUE SPACES.
            02 WRP-KEK-HANDLE.
               03 WRP-KH-ALIAS         PIC X(08)   VALUE SPACES.
               03 WRP-KH-VERSION       PIC 9(03)   VALUE 0.

      *  Generation-name build/parse hand-off (AESCYCL)
         01 CY-S.
            02 CYC-FUNCTION            PIC X(01).
            02 CYC-PREFIX              PIC X(12).
            02 CYC-DATE                PIC 9(08).
            02 CYC-CYCLE               PIC 9(02).
            02 CYC-GEN                 PIC X(20).
            02 CYC-STATUS              PIC X(03).
               88 CYCS-OK                        VALUE 'OK '.
               88 CYCS-LEN                       VALUE 'LEN'.
               88 CYCS-NO-DATE                   VALUE 'NDT'.

      *  Day-close state lookup (AESDCGET) - linkage mirrored here
      *  the same way AESKAUD's is. The day a run's data belongs to
               88 DCG-NOT-CLOSED                VALUE 'NON'.
            02 DCG-OPERATOR            PIC X(08).

      *  Control-file drift state lookup (AESCFGET) - linkage
      *  mirrored here the same way AESDCGET's is
         01 WS-CFG-LS.
            02 CFG-FILE                PIC X(08).
            02 CFG-STATE               PIC X(03).
               88 CFG-CLEAN                     VALUE 'CLN'.
               88 CFG-DRIFTED                   VALUE 'DRF'.
               88 CFG-NO-BASELINE               VALUE 'NBL'.
               88 CFG-NOT-WATCHED               VALUE 'NON'.
            02 CFG-CHANGED             PIC 9(05).
            02 CFG-DATE                PIC 9(08).

      *  Incoming-volume plausibility check (AESVCHK) - linkage
      *  mirrored here the same way AESKAUD's is
         01 WS-VCK-LS.
            02 BMC-STATUS              PIC X(03).
               88 BMCS-OK                       VALUE 'OK '.
               88 BMCS-ERR                      VALUE 'ERR'.
            02 BMC-CRYPTO-PROV         PIC X(08)   VALUE SPACES.
            02 BMC-KEY-HANDLE.
               03 BMC-KH-ALIAS         PIC X(08)   VALUE SPACES.
               03 BMC-KH-VERSION       PIC 9(03)   VALUE 0.

      *  Write-read-verify (AESWRVF) - linkage mirrored here the
      *  same way AESKAUD's is, plus the just-written block image
               88 WRVS-ERR                      VALUE 'ERR'.
         77 WS-WRV-USED                PIC X(01)   VALUE 'N'.
            88 SW-WRV-USED                         VALUE 'Y'.

      *  Trial-decipher scratch - block 1 (or the last block, for the
      *  PKCS#7 consistency variant) deciphered in memory before the
               88 AUTS-OK                       VALUE 'OK '.
               88 AUTS-REJECTED                 VALUE 'REJ'.

      *  Cross-tenant share-grant check (AESSHCHK) - linkage
      *  mirrored here the same way AESKAUD's is.
         01 WS-SHARE-LS.
            02 SHC-GRANTEE             PIC X(08).
            02 SHC-ACCESS              PIC X(08).
            02 SHC-GENERATION          PIC X(20).
            02 SHC-USER                PIC X(08).
            02 SHC-PROGRAM             PIC X(08).
            02 SHC-GRANT-ID            PIC 9(06).
            02 SHC-STATUS              PIC X(03).
               88 SHCS-OK                       VALUE 'OK '.
               88 SHCS-NO-GRANT                 VALUE 'NOG'.
               88 SHCS-EXPIRED                  VALUE 'EXP'.
               88 SHCS-REVOKED                  VALUE 'RVK'.
               88 SHCS-PENDING                  VALUE 'PND'.

      *  Run-metrics history (AESHIST) - linkage mirrored here the
      *  same way AESKAUD's is. One record per run, written from
      *  LOG-RUN-SUMMARY alongside the AESLOG summary line.
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
               88 LCKS-ERR                      VALUE 'ERR'.
         77 WS-LOCK-HELD               PIC X(01)   VALUE 'N'.
            88 SW-LOCK-HELD                        VALUE 'Y'.

      *  Default by-day generation names, resolved once from the
      *  run's start date and handed to the interfaces as overrides
         01 WS-DAT-DEFAULT-NAME        PIC X(20).
         01 WS-ODT-DEFAULT-NAME        PIC X(20).

      *  The run's intraday cycle (0 for the once-a-day run) - part
      *  of both default names above and of every checkpoint taken
         77 WS-RUN-CYCLE               PIC 9(02).
         77 WS-CKPT-CYCLE              PIC 9(02).

      *  Which kind of failure END-ON-ERROR is being reached for -
      *  the staged value lands in LMAIN-REASON-CODE (see the
      *  taxonomy in AESLMAIN.cpy). Sites whose failure is anything
            02 LEX-STATUS              PIC X(03).
               88 LEXS-OK                       VALUE 'OK '.
               88 LEXS-ERR                      VALUE 'ERR'.

      *  Dynamic verbosity escalation - counts consecutive tolerant-
      *  mode exceptions since the last good record; CHECK-LOG-
            02 WS-CTS-X                PIC X(32).
            02 WS-CTS-CHAIN            PIC X(32).

      *  XTS (LMAIN-MODE 'XTS' - IEEE 1619 with one 16-byte block per
      *  data unit). Each block's tweak is its own AESIDAT/AESODAT
      *  block sequence number (DAT-KEY), so any block of a
      *  generation ciphers or deciphers on its own the way an ECB
      *  block does, without ECB's equal-plaintext-equal-ciphertext
      *  leak. The two XTS keys - K1 for the data, K2 for the tweak -
      *  are derived from the run's one LMAIN-KEY (AES under it over
      *  two fixed counter||label blocks each), so an XTS generation
      *  still resolves, escrows, rotates and audits exactly one key
      *  the way every other mode's does. The labels keep K1 and K2
      *  distinct, as the standard requires of the two halves.
         01 XTS-DATA.
            02 WS-XTS-KEY1             PIC X(64).
            02 WS-XTS-KEY2             PIC X(64).
            02 WS-XTS-KSCH1            PIC X(480).
            02 WS-XTS-DERIVED          PIC X(64).
            02 WS-XTS-IN1              PIC X(32).
            02 WS-XTS-IN2              PIC X(32).
            02 WS-XTS-T                PIC X(32).
            02 WS-XTS-SECTOR           PIC 9(08).
            02 WS-XTS-QUOT             PIC 9(08).
            02 WS-XTS-BYTE             PIC 9(03).
            02 WS-XTS-HI               PIC 9(02).
            02 WS-XTS-LO               PIC 9(02).
            02 WS-XTS-I                PIC 9(02).
      *     counter || "XTS DATA KEY" / "XTS TWEAK KEY", zero-filled
            02 WS-XTS-DATA-1           PIC X(32)
                              VALUE '015854532044415441204B4559000000'.
            02 WS-XTS-DATA-2           PIC X(32)
                              VALUE '025854532044415441204B4559000000'.
            02 WS-XTS-TWEAK-1          PIC X(32)
                              VALUE '0158545320545745414B204B45590000'.
            02 WS-XTS-TWEAK-2          PIC X(32)
                              VALUE '0258545320545745414B204B45590000'.

      *  PKCS#7 padding scheme support (LMAIN-PAD-SCHEME = 'P').
      *  WS-PEND-* holds a decrypted block back one loop iteration,
      *  since padding can only be stripped from the block that
      *        count GCM-FINALIZE-TAG needs without having to carry
      *        the full count itself.
               03 CKPT-GCM-BITLEN-SHORT PIC 9(03).
      *        Intraday cycle the checkpoint was taken in - every
      *        cycle checkpoints to the same stream, so a restart
      *        only resumes from its own cycle's records (a record
      *        from before cycles existed reads as spaces, cycle 0)
               03 CKPT-CYCLE           PIC 9(02).
            02 CKPT-RECORD-LEN         PIC 9(03)   VALUE 122.

      *  XOR computing
         01 SUMM.
            SET LMAIN-REASON-NONE           TO TRUE.
            MOVE 12                         TO WS-REASON-CODE.

      *     No data key carries over from a previous CALL
            MOVE 'N'                        TO WS-ENVELOPE-SW.
            MOVE SPACES                     TO DEK-DATA.
            MOVE 0                          TO WS-DEK-VERSION.

      *     Nor a fidelity expectation or proof
            MOVE 'N'                        TO WS-FID-STATE.
            MOVE SPACE                      TO WS-FID-RESULT.
            MOVE SPACES                     TO FID-DATA.
            MOVE 0                          TO WS-FID-VERSION.

      *     Nor a load identity
            MOVE SPACES                     TO LOAD-DATA.

      *     Nor a module-resident key, its handle or a share grant -
      *     a caller that never CANCELs would otherwise run every
      *     later job as a handle run, or past an AESAUTH refusal
            MOVE 'N'                        TO WS-KEY-IN-MODULE.
            MOVE SPACES                     TO IO-KEY-HANDLE OF IOCOMM.
            MOVE 'N'                        TO WS-SHARE-GRANTED.

      *     Fix this run's identity before anything else can need it
            ACCEPT WS-IDENT-DATE            FROM DATE YYYYMMDD.
            ACCEPT WS-IDENT-TIME            FROM TIME.

            MOVE LMAIN-MESSAGE-LEVEL        TO LLOG-LEVEL OF PM-S.

      *     The fidelity fields sit past the end of the TEXT-PUT
      *     seed - only this run's own proof may fill them
            MOVE SPACES                  TO LXPS-FID-DIGEST OF TP-S
                                            LXPS-FID-ALIAS OF TP-S
                                            LXPS-FID-ORIGIN OF TP-S
                                            LXPS-FID-VERIFY OF TP-S
                                            LXPS-FID-KEY OF TP-S
                                            LXPS-FID-RESULT OF TP-S.
            MOVE 0                       TO LXPS-FID-VERSION OF TP-S.
            MOVE SPACES                  TO LXPS-LOAD-MARK OF TP-S
                                            LXPS-LOAD-BASE OF TP-S.

      *     Stamp this run's identifier into the log channel (every
      *     AESLOG record this run writes carries it, including the
      *     ones the nested interfaces log through their own copies
            MOVE PM-S                       TO PUT-MESSAGE-LS OF XP-S.
            MOVE PM-S                       TO PUT-MESSAGE-LS OF KG-S.

      *     The run's intraday cycle - the one the job asks for,
      *     else the one an override already in the cycle convention
      *     names (a restart deck names its generations, not its
      *     cycle), else 0, the once-a-day run
            PERFORM RESOLVE-RUN-CYCLE.

      *     Batch-orchestration file-name overrides. A blank means
      *     the default by-day generation name - resolved HERE, once,
      *     from the run's start date and cycle, and passed down as
      *     an explicit override so the interfaces, the run lock,
      *     the catalog and the write-read-verify reader all name the
      *     same file even when the run crosses midnight between
      *     start and open.
            MOVE 'B'                       TO CYC-FUNCTION.
            MOVE WS-IDENT-DATE             TO CYC-DATE.
            MOVE WS-RUN-CYCLE              TO CYC-CYCLE.

            MOVE 'AESIDAT'                 TO CYC-PREFIX.
            CALL 'AESCYCL' USING CY-S.
            MOVE CYC-GEN                   TO WS-DAT-DEFAULT-NAME.

            MOVE 'AESODAT'                 TO CYC-PREFIX.
            CALL 'AESCYCL' USING CY-S.
            MOVE CYC-GEN                   TO WS-ODT-DEFAULT-NAME.

            MOVE WS-RUN-CYCLE              TO LXGS-CYCLE OF TG-S
                                              LXPS-CYCLE OF TP-S.

            IF LMAIN-DAT-FILE-OVERRIDE NOT = SPACES
              MOVE LMAIN-DAT-FILE-OVERRIDE TO LXGS-FILE-OVERRIDE
                                              OF TG-S
            ELSE
              MOVE WS-DAT-DEFAULT-NAME     TO LXGS-FILE-OVERRIDE
                                              OF TG-S
            END-IF.
              MOVE LMAIN-ODT-FILE-OVERRIDE TO LXPS-FILE-OVERRIDE
                                              OF TP-S
            ELSE
              MOVE WS-ODT-DEFAULT-NAME     TO LXPS-FILE-OVERRIDE
                                              OF TP-S
            END-IF.
      *     Perform initial checkings
            PERFORM CHECK-INPUT.

      *     An unapproved change to the table set or the field map
      *     stops the run before AESTAB is even loaded
            IF LMAIN-CONFIG-GATE-ON
              PERFORM CHECK-CONFIG-DRIFT
                 THRU CHECK-CONFIG-DRIFT-EXIT
            END-IF.

      *     Mark run start for the CLOSE-STREAMS throughput summary
            ACCEPT WS-START-DATE            FROM DATE YYYYMMDD.
            ACCEPT WS-START-TIME            FROM TIME.
      *     Verify the resolved key against the KCV stored with it -
      *     needs AESTAB, so it runs here, still before MAIN-ACTION
      *     touches a single AESIDAT block
            IF WS-KEY-KCV NOT = SPACES OR SW-KEY-IN-MODULE
              PERFORM VERIFY-KEY-KCV
            END-IF.

      *     Envelope run - the alias key just proven is only the key
      *     encrypting key; from here on LMAIN-KEY is the data key
            IF SW-ENVELOPE-RUN
              PERFORM OPEN-DATA-KEY-ENVELOPE
            END-IF.

            IF LMAIN-SELFTEST
              PERFORM RUN-SELF-TEST
            END-IF.

      *     Diagnostic-only key-schedule fingerprint report - runs
      *     before any real work starts, independent of whichever
      *     schedule caching MAIN-ACTION/REWRAP-ACTION do internally.
      *     A module-resident key has no schedule outside the module
      *     to fingerprint.
            IF LMAIN-KSCH-AUDIT AND SW-KEY-IN-MODULE
              MOVE 'Key schedule audit skipped - key is module-resident'
                                            TO LTEXT OF PM-S
              SET LLEVEL-WAR OF PM-S        TO TRUE

              CALL WS-PUT-MESSAGE USING PM-S
            END-IF.

            IF LMAIN-KSCH-AUDIT AND NOT SW-KEY-IN-MODULE
              PERFORM AUDIT-RUN-KEY
            END-IF.


            CALL WS-PUT-MESSAGE USING PM-S.

            IF WS-RUN-CYCLE > 0
              MOVE SPACES                   TO LTEXT OF PM-S
              STRING 'Intraday cycle ' WS-RUN-CYCLE ' - '
                     LXGS-FILE-OVERRIDE OF TG-S
              DELIMITED BY SIZE           INTO LTEXT OF PM-S
              SET LLEVEL-INF OF PM-S        TO TRUE

              CALL WS-PUT-MESSAGE USING PM-S
            END-IF.

      *     Duplicate-run guard - a CIPHER against an input
      *     generation the catalog already shows a completed CIPHER
      *     for is almost always a resubmitted deck about to
              MOVE LMAIN-EMBARGO-DATE     TO LXPS-HDR-EMBARGO OF TP-S
              MOVE EVG-ENV                TO LXPS-HDR-ENV OF TP-S

              IF SW-ENVELOPE-RUN
                MOVE WS-DEK-WRAP            TO LXPS-HDR-DEK OF TP-S
                MOVE WS-DEK-C0             TO LXPS-HDR-DEK-C0 OF TP-S
                MOVE WS-DEK-VERSION
                                      TO LXPS-HDR-DEK-VERSION OF TP-S
              END-IF

              IF WS-MODE NOT = 'ECB' AND WS-MODE NOT = 'XTS'
                MOVE LMAIN-IV               TO LXPS-HDR-IV OF TP-S
              END-IF
            END-IF.
              END-IF
            END-IF.

      *     Plaintext fidelity proof - opened before the first block
      *     moves, same fresh-full-run rule as the stream digest
            IF (WS-ACTION = 'CIPHER  ' AND LMAIN-FIDELITY-ON)
              OR (WS-ACTION = 'DECIPHER'
                  AND (WS-FID-DIGEST NOT = SPACES
                       OR LMAIN-FIDELITY-ON))
              PERFORM START-FIDELITY-PROOF
                 THRU START-FIDELITY-PROOF-EXIT
            END-IF.

      *     Do actions until EOF - LMAIN-ACTION REWRAP runs the whole
      *     batch through both keys in one pass; a nonzero
      *     LMAIN-REPROCESS-BLOCK asks for just one AESIDAT block to
                PERFORM MAIN-ACTION
            END-EVALUATE.

      *     Every block has passed - settle the fidelity proof
            IF SW-FID-FOLD
              PERFORM FINISH-FIDELITY-PROOF
            END-IF.

      *     Put ending log
            MOVE 'Ending process'           TO LTEXT OF PM-S.
            SET LLEVEL-INF OF PM-S          TO TRUE.
              MOVE LMAIN-KMS-GET            TO WS-KMS-GET
            END-IF.

      *     If no interface name informed, use default
            IF LMAIN-CRYPTO-PROV = SPACES OR LOW-VALUES
              MOVE 'AESCORE'                TO WS-CRYPTO-PROV
            ELSE
              MOVE LMAIN-CRYPTO-PROV        TO WS-CRYPTO-PROV
            END-IF.

      *     The CMAC column and the envelope wrap cipher through the
      *     same provider as the run itself
            MOVE WS-CRYPTO-PROV             TO BMC-CRYPTO-PROV.
            MOVE WS-CRYPTO-PROV             TO WRP-CRYPTO-PROV.

      *     If no interface name informed, use default
            IF LMAIN-ALERT-PUT = SPACES OR LOW-VALUES
              MOVE 'AESALERT'               TO WS-ALERT-PUT
              PERFORM READ-PARAM-HEADER
            END-IF.

      *     A generation ciphered under a data key opens through it.
      *     The catalog entry's wrapped copy is the one AESDKROT
      *     keeps current, so it wins over the file's own records
      *     and serves a swapped-in reader that cannot reach them;
      *     either way the alias key is resolved at the version the
      *     data key is wrapped under, whatever the deck says
            IF LMAIN-ACTION = 'DECIPHER'
              PERFORM FETCH-DATA-KEY-FROM-CATALOG

              IF SW-ENVELOPE-RUN AND LMAIN-KMS-ON
                MOVE WS-DEK-VERSION         TO LMAIN-KEY-VERSION
              END-IF

              IF WS-FID-DIGEST = SPACES
                PERFORM FETCH-FIDELITY-FROM-CATALOG
              END-IF
            END-IF.

      *     REWRAP deciphers the input under LMAIN-KEY - a
      *     generation ciphered under a data key is never REWRAPped,
      *     only its data key is rotated
            IF LMAIN-ACTION = 'REWRAP  '
              PERFORM CHECK-REWRAP-ENVELOPE
            END-IF.

      *     A loader-built generation's identity - full load or
      *     delta, and a delta's base - rides through to the output
      *     and the catalog. A DECIPHER picked it up with the rest
      *     of the header; a CIPHER reads it here and rewinds
            IF LMAIN-ACTION = 'CIPHER  '
              AND WS-TEXT-GET = 'AESXGET '
              PERFORM READ-LOAD-HEADER
              PERFORM REWIND-INPUT-STREAM
            END-IF.

            IF WS-LOAD-MARK NOT = SPACES
              MOVE WS-LOAD-MARK          TO LXPS-LOAD-MARK OF TP-S
              MOVE WS-LOAD-BASE          TO LXPS-LOAD-BASE OF TP-S
            END-IF.

      *     Release-date embargo - the generation itself (via its
      *     header, or the catalog when the header predates the
      *     field) says when anyone may read it back; before that
      *     value is almost always a typo'd PARM, not an intentional
      *     choice, so we abend rather than silently pick one for it
            IF LMAIN-MODE = 'ECB' OR 'CBC' OR 'CFB' OR
                            'OFB' OR 'CTR' OR 'GCM' OR 'CTS' OR 'XTS'
              MOVE LMAIN-MODE               TO WS-MODE
            ELSE
              STRING 'Unrecognized LMAIN-MODE: '
      *     way LMAIN-REPROCESS-BLOCK does - every other mode's blocks
      *     depend on the one before it, so a job step given only a
      *     slice of the file could never rebuild that chaining state
      *     correctly. XTS is the one exception: its per-block tweak
      *     is the block's own key, so a slice needs nothing from the
      *     blocks before it. Reject the combination here instead of
      *     quietly producing wrong output for a chained partitioned
      *     run.
            IF (LMAIN-PARTITION-START-BLOCK > 0
                OR LMAIN-PARTITION-END-BLOCK > 0)
              AND WS-MODE NOT = 'ECB' AND WS-MODE NOT = 'XTS'
              STRING 'LMAIN-PARTITION-START/END-BLOCK only support '
                     'ECB/XTS modes - use LMAIN-RESTART-FROM for '
                     'chained modes'
              DELIMITED BY SIZE            INTO LTEXT OF PM-S
              SET LLEVEL-MAX OF PM-S         TO TRUE

      *     its key alias and every generation-name override must
      *     begin with the tenant id's first four characters; a
      *     deck naming another tenant's material is a wrong deck,
      *     stopped the way other parameter mistakes are - unless
      *     it is a DECIPHER the owning tenant has granted on the
      *     AESSHARE register
            IF LMAIN-TENANT NOT = SPACES
              PERFORM CHECK-TENANT-NAMESPACE
            END-IF.
              PERFORM END-ON-ERROR
            END-IF.

      *     The data key is wrapped under the resolved alias key -
      *     an envelope CIPHER with no alias has nothing to wrap it
      *     under that a later DECIPHER could find again. REWRAP
      *     ciphers under LMAIN-NEW-KEY directly and takes no data
      *     key of its own.
            IF LMAIN-ENVELOPE-ON
              AND (WS-ACTION = 'REWRAP  '
                   OR (WS-ACTION = 'CIPHER  ' AND NOT LMAIN-KMS-ON))
              STRING 'LMAIN-ENVELOPE-MODE needs LMAIN-KMS-MODE and '
                     'applies to CIPHER only'
              DELIMITED BY SIZE           INTO LTEXT OF PM-S
              SET LLEVEL-MAX OF PM-S        TO TRUE

              CALL WS-PUT-MESSAGE USING PM-S
              MOVE 04                    TO WS-REASON-CODE
              PERFORM END-ON-ERROR
            END-IF.

      *     An envelope CIPHER continuation (restart, partition
      *     slice, single-block reprocess) must cipher under the data
      *     key the generation already has - it is read back off the
      *     output generation before the alias key is resolved, so
      *     the alias resolves at the version that wraps it
            IF LMAIN-ENVELOPE-ON AND WS-ACTION = 'CIPHER  '
              SET SW-ENVELOPE-RUN           TO TRUE

              IF LMAIN-RESTART-FROM > 0
                OR LMAIN-PARTITION-START-BLOCK > 0
                OR LMAIN-REPROCESS-BLOCK > 0
                PERFORM RECOVER-DATA-KEY-FROM-OUTPUT
              END-IF
            END-IF.

      *     External key-management-service lookup - resolves
      *     LMAIN-KEY from LMAIN-KEY-ALIAS via WS-KMS-GET before
      *     CHECK-KEY validates it, so a raw key never has to be
              PERFORM RESOLVE-KEY-FROM-KMS
            END-IF.

      *     A module-resident key came back as a handle - only a
      *     module provider can run it, and only on work that never
      *     needs the key bytes themselves
            IF SW-KEY-IN-MODULE
              PERFORM CHECK-KEY-HANDLE-RUN
            END-IF.

      *     A REWRAP's replacement key resolves by alias too, so a
      *     rotation or compromise-response deck never stages the
      *     new key in readable form
              PERFORM DERIVE-KEY-FROM-PASSPHRASE
            END-IF.

      *     A fresh GCM CIPHER given no IV gets a random one - only
      *     a run that starts the generation; a continuation must
      *     cipher under the IV the generation already has
            IF WS-ACTION = 'CIPHER  ' AND WS-MODE = 'GCM'
              AND (LMAIN-IV = SPACES OR LOW-VALUES)
              AND LMAIN-RESTART-FROM = 0
              AND LMAIN-PARTITION-START-BLOCK = 0
              AND LMAIN-PARTITION-END-BLOCK = 0
              AND LMAIN-REPROCESS-BLOCK = 0
              PERFORM MINT-GCM-IV
            END-IF.

      *     LMAIN-KEY must be full valid hex of exactly the length
      *     LMAIN-BITS calls for - a short or malformed key otherwise
      *     flows straight into KEY-EXPANSION and produces a
      *     Authority gate on the sensitive actions - reading
      *     plaintext back out takes a grant CIPHER never needed;
      *     refusals log at ERR (which also rides the AESALERT
      *     hand-off) and stop the run with the key-failure reason.
      *     A DECIPHER admitted under an active share grant already
      *     carries the owning tenant's two-person approval for the
      *     generation, which stands in for an AESPERMF grant on the
      *     owner's alias
            IF WS-ACTION = 'DECIPHER' OR 'REWRAP  '
              MOVE LMAIN-SUBMITTER          TO AUT-SUBMITTER
              MOVE WS-ACTION                TO AUT-ACTION

              CALL 'AESAUTH' USING WS-AUTH-LS

              IF AUTS-REJECTED AND NOT SW-SHARE-GRANTED
                STRING 'SUBMITTER ' LMAIN-SUBMITTER
                       ' NOT AUTHORIZED FOR ' WS-ACTION
                       ' UNDER ALIAS ' LMAIN-KEY-ALIAS
              PERFORM CHECK-IV-REGISTRY
            END-IF.

      *     Everything the ciphertext depends on beyond the key and
      *     the input, as this CIPHER run finally resolved it - the
      *     line AESREPRO rebuilds a disputed run's deck from
            IF WS-ACTION = 'CIPHER  '
              PERFORM LOG-RESOLVED-PARAMETERS
            END-IF.


       CHECK-IV-REGISTRY.
            MOVE LMAIN-KEY-ALIAS            TO IVR-ALIAS.
            END-EVALUATE.


       LOG-RESOLVED-PARAMETERS.
      *     Fixed columns, read back positionally: mode at 26, bits
      *     at 35, pad at 43, batch size at 51, IV/nonce at 59,
      *     associated-data length at 100; the associated data
      *     itself follows on a line of its own
            MOVE SPACES                     TO LTEXT OF PM-S.
            STRING 'Resolved parameters MODE ' WS-MODE
                   ' BITS ' LMAIN-BITS
                   ' PAD ' LMAIN-PAD-SCHEME
                   ' BATCH ' LMAIN-ECB-BATCH-SIZE
                   ' IV ' LMAIN-IV
                   ' AAD-LEN ' LMAIN-AAD-LENGTH
            DELIMITED BY SIZE             INTO LTEXT OF PM-S.
            SET LLEVEL-INF OF PM-S          TO TRUE.

            CALL WS-PUT-MESSAGE USING PM-S.

            IF LMAIN-AAD-LENGTH > 0
              MOVE SPACES                   TO LTEXT OF PM-S
              STRING 'Resolved associated data ' LMAIN-AAD
              DELIMITED BY SIZE           INTO LTEXT OF PM-S
              SET LLEVEL-INF OF PM-S        TO TRUE

              CALL WS-PUT-MESSAGE USING PM-S
            END-IF.


       CHECK-TENANT-NAMESPACE.
            MOVE 'N'                        TO WS-TENANT-BAD.
            MOVE 'N'                        TO WS-TENANT-FOREIGN.
            MOVE 'N'                        TO WS-SHARE-GRANTED.

            IF LMAIN-KEY-ALIAS NOT = SPACES
              AND LMAIN-KEY-ALIAS(1:4) NOT = LMAIN-TENANT(1:4)
              SET SW-TENANT-FOREIGN         TO TRUE
            END-IF.

            IF LMAIN-DAT-FILE-OVERRIDE NOT = SPACES
              AND LMAIN-DAT-FILE-OVERRIDE(1:4)
                  NOT = LMAIN-TENANT(1:4)
              SET SW-TENANT-FOREIGN         TO TRUE
            END-IF.

      *     The output always lands in the run's own namespace - a
      *     share grant lets a tenant read another's generation, never
      *     write into it
            IF LMAIN-ODT-FILE-OVERRIDE NOT = SPACES
              AND LMAIN-ODT-FILE-OVERRIDE(1:4)
                  NOT = LMAIN-TENANT(1:4)
              SET SW-TENANT-BAD             TO TRUE
            END-IF.

            IF SW-TENANT-FOREIGN AND NOT SW-TENANT-BAD
              PERFORM CHECK-SHARE-GRANT
                 THRU CHECK-SHARE-GRANT-EXIT
            END-IF.

            IF SW-TENANT-BAD
              STRING 'TENANT ' LMAIN-TENANT
                     ' NAMES ANOTHER TENANT''S KEY OR GENERATION'
            END-IF.


       CHECK-SHARE-GRANT.
      *     Only a DECIPHER of a named foreign generation, under that
      *     same owner's key, can be covered by a grant - anything
      *     else reaching outside the namespace stays a wrong deck
            IF WS-ACTION NOT = 'DECIPHER'
              OR LMAIN-DAT-FILE-OVERRIDE = SPACES
              OR LMAIN-DAT-FILE-OVERRIDE(1:4) = LMAIN-TENANT(1:4)
              SET SW-TENANT-BAD             TO TRUE
              GO TO CHECK-SHARE-GRANT-EXIT
            END-IF.

            IF LMAIN-KEY-ALIAS NOT = SPACES
              AND LMAIN-KEY-ALIAS(1:4)
                  NOT = LMAIN-DAT-FILE-OVERRIDE(1:4)
              SET SW-TENANT-BAD             TO TRUE
              GO TO CHECK-SHARE-GRANT-EXIT
            END-IF.

            MOVE LMAIN-TENANT               TO SHC-GRANTEE.
            MOVE 'DECIPHER'                 TO SHC-ACCESS.
            MOVE LMAIN-DAT-FILE-OVERRIDE    TO SHC-GENERATION.
            MOVE LMAIN-SUBMITTER            TO SHC-USER.
            MOVE 'AESMAIN '                 TO SHC-PROGRAM.

            CALL 'AESSHCHK' USING WS-SHARE-LS.

            EVALUATE TRUE
              WHEN SHCS-OK
                SET SW-SHARE-GRANTED        TO TRUE

                STRING 'TENANT ' LMAIN-TENANT
                       ' READS ' LMAIN-DAT-FILE-OVERRIDE
                       ' UNDER SHARE GRANT ' SHC-GRANT-ID
                DELIMITED BY SIZE         INTO LTEXT OF PM-S
                SET LLEVEL-WAR OF PM-S      TO TRUE

                CALL WS-PUT-MESSAGE USING PM-S
              WHEN SHCS-NO-GRANT
      *         Nothing on the register at all - the plain wrong-deck
      *         refusal below says it best
                SET SW-TENANT-BAD           TO TRUE
              WHEN OTHER
      *         A grant exists but does not cover today - an
      *         authority failure, refused like AESAUTH's
                STRING 'SHARE GRANT ' SHC-GRANT-ID
                       ' FOR TENANT ' LMAIN-TENANT
                       ' ON ' LMAIN-DAT-FILE-OVERRIDE
                       ' NOT USABLE (' SHC-STATUS ')'
                DELIMITED BY SIZE         INTO LTEXT OF PM-S
                SET LLEVEL-MAX OF PM-S      TO TRUE

                CALL WS-PUT-MESSAGE USING PM-S

                MOVE 08                     TO WS-REASON-CODE
                PERFORM END-ON-ERROR
            END-EVALUATE.

       CHECK-SHARE-GRANT-EXIT.
            EXIT.


       CHECK-EMBARGO.
            IF LMAIN-EMBARGO-DATE = 0
              PERFORM FETCH-EMBARGO-FROM-CATALOG
            IF LMAIN-DAT-FILE-OVERRIDE NOT = SPACES
              MOVE LMAIN-DAT-FILE-OVERRIDE  TO CTG-GEN
            ELSE
              MOVE WS-DAT-DEFAULT-NAME      TO CTG-GEN
            END-IF.

            CALL 'AESCATP' USING WS-CAT-LS.
              END-IF
            END-IF.

      *     An envelope run's data key sits on its own records
            PERFORM READ-DATA-KEY-HEADER.

      *     So does a fidelity-proven CIPHER's plaintext digest
            PERFORM READ-FIDELITY-HEADER.

      *     And a loader-built generation's load identity
            PERFORM READ-LOAD-HEADER.

            PERFORM REWIND-INPUT-STREAM.


       REWIND-INPUT-STREAM.
      *     Put the input stream back the way a fresh run expects it
      *     - close and clear the open latch so the real pass's first
      *     read starts from block 1, the same rewind GCM-PREVERIFY-
            MOVE 'OK '                   TO LXG-STATUS OF TG-S.


       READ-DATA-KEY-HEADER.
      *     'K' answers EOF for a generation ciphered straight under
      *     the alias key - the run then proceeds exactly as before
            MOVE 'K'                     TO LXGS-READ-HEADER OF TG-S.

            CALL WS-TEXT-GET USING TG-S.

            IF LXGS-OK OF TG-S
              AND LXGS-DEK OF TG-S NOT = SPACES
              MOVE LXGS-DEK OF TG-S       TO WS-DEK-WRAP
              MOVE LXGS-DEK-C0 OF TG-S    TO WS-DEK-C0

              IF LXGS-DEK-VERSION OF TG-S IS NUMERIC
                MOVE LXGS-DEK-VERSION OF TG-S TO WS-DEK-VERSION
              END-IF

              MOVE 'HEADER'               TO WS-DEK-SOURCE
              SET SW-ENVELOPE-RUN         TO TRUE
            END-IF.


       READ-FIDELITY-HEADER.
      *     'F' answers EOF for a generation ciphered without the
      *     proof - the catalog may still have the digest
            MOVE 'F'                     TO LXGS-READ-HEADER OF TG-S.

            CALL WS-TEXT-GET USING TG-S.

            IF LXGS-OK OF TG-S
              AND LXGS-FID-DIGEST OF TG-S NOT = SPACES
              MOVE LXGS-FID-DIGEST OF TG-S TO WS-FID-DIGEST
              MOVE LXGS-FID-ALIAS OF TG-S  TO WS-FID-ALIAS
              MOVE LXGS-FID-ORIGIN OF TG-S TO WS-FID-ORIGIN

              IF LXGS-FID-VERSION OF TG-S IS NUMERIC
                MOVE LXGS-FID-VERSION OF TG-S TO WS-FID-VERSION
              END-IF
            END-IF.


       READ-LOAD-HEADER.
      *     'D' answers EOF for a generation that did not come from
      *     the loader - the run proceeds with no load identity
            MOVE 'D'                     TO LXGS-READ-HEADER OF TG-S.

            CALL WS-TEXT-GET USING TG-S.

            IF LXGS-OK OF TG-S
              AND LXGS-LOAD-MARK OF TG-S NOT = SPACES
              MOVE LXGS-LOAD-MARK OF TG-S TO WS-LOAD-MARK
              MOVE LXGS-LOAD-BASE OF TG-S TO WS-LOAD-BASE
            END-IF.


       FETCH-FIDELITY-FROM-CATALOG.
      *     Same inquiry FETCH-DATA-KEY-FROM-CATALOG makes, for a
      *     generation whose own records carried no digest (or a
      *     swapped-in reader that cannot reach them)
            SET CTG-INQUIRE                 TO TRUE.

            IF LMAIN-DAT-FILE-OVERRIDE NOT = SPACES
              MOVE LMAIN-DAT-FILE-OVERRIDE  TO CTG-GEN
            ELSE
              MOVE WS-DAT-DEFAULT-NAME      TO CTG-GEN
            END-IF.

            CALL 'AESCATP' USING WS-CAT-LS.

            IF CTGS-OK
              AND CTG-ACTION = 'CIPHER  '
              AND CTG-FID-DIGEST NOT = SPACES
              MOVE CTG-FID-DIGEST           TO WS-FID-DIGEST
              MOVE CTG-FID-ALIAS            TO WS-FID-ALIAS
              MOVE CTG-FID-VERSION          TO WS-FID-VERSION
              MOVE CTG-GEN                  TO WS-FID-ORIGIN
            END-IF.


       FETCH-DATA-KEY-FROM-CATALOG.
      *     Same inquiry FETCH-EMBARGO-FROM-CATALOG makes - the
      *     DECIPHER's input generation is the CIPHER run's
      *     catalogued output. An entry under a different alias than
      *     the run's is not this generation's and is left alone.
            SET CTG-INQUIRE                 TO TRUE.

            IF LMAIN-DAT-FILE-OVERRIDE NOT = SPACES
              MOVE LMAIN-DAT-FILE-OVERRIDE  TO CTG-GEN
            ELSE
              MOVE WS-DAT-DEFAULT-NAME      TO CTG-GEN
            END-IF.

            CALL 'AESCATP' USING WS-CAT-LS.

            IF CTGS-OK
              AND CTG-ACTION = 'CIPHER  '
              AND CTG-DEK-WRAP NOT = SPACES
              IF LMAIN-KEY = SPACES AND LMAIN-KEY-ALIAS = SPACES
                AND NOT LMAIN-KDF-ON
                MOVE 'Y'                    TO LMAIN-KMS-MODE
                MOVE CTG-ALIAS              TO LMAIN-KEY-ALIAS
              END-IF

              IF LMAIN-KEY-ALIAS = CTG-ALIAS
                OR LMAIN-KEY-ALIAS = SPACES
                MOVE CTG-DEK-WRAP           TO WS-DEK-WRAP
                MOVE CTG-DEK-C0             TO WS-DEK-C0
                MOVE CTG-VERSION            TO WS-DEK-VERSION
                MOVE 'CATALOG'              TO WS-DEK-SOURCE
                SET SW-ENVELOPE-RUN         TO TRUE
              END-IF
            END-IF.


       CHECK-REWRAP-ENVELOPE.
            IF WS-TEXT-GET = 'AESXGET '
              PERFORM READ-DATA-KEY-HEADER
              PERFORM REWIND-INPUT-STREAM
            END-IF.

            IF NOT SW-ENVELOPE-RUN
              PERFORM FETCH-DATA-KEY-FROM-CATALOG
            END-IF.

            IF SW-ENVELOPE-RUN
              STRING 'INPUT GENERATION IS CIPHERED UNDER A DATA KEY'
                     ' - ROTATE IT WITH AESDKROT, NOT REWRAP'
              DELIMITED BY SIZE           INTO LTEXT OF PM-S
              SET LLEVEL-MAX OF PM-S        TO TRUE

              CALL WS-PUT-MESSAGE USING PM-S

              MOVE 04                       TO WS-REASON-CODE
              PERFORM END-ON-ERROR
            END-IF.


       RECOVER-DATA-KEY-FROM-OUTPUT.
      *     The output generation's data-key records, read by key
      *     through AESWRVF's own handle (the file is not open yet -
      *     AESTPUT opens it on the first write). A restart or
      *     reprocess that finds none is continuing a generation that
      *     was never ciphered under a data key, and must not start
      *     mixing one in; a partition slice that finds none is the
      *     first slice, and mints the key the later slices reuse.
            SET WRV-READ                    TO TRUE.
            MOVE LXPS-FILE-OVERRIDE OF TP-S TO WRV-GEN.
            MOVE 99999985                   TO WRV-BLOCK.

            CALL 'AESWRVF' USING WS-WRV-LS.

            IF WRVS-OK
              MOVE WRV-TEXT                 TO WS-DEK-WRAP(1:32)
              MOVE 99999986                 TO WRV-BLOCK

              CALL 'AESWRVF' USING WS-WRV-LS
            END-IF.

            IF WRVS-OK
              MOVE WRV-TEXT                 TO WS-DEK-WRAP(33:32)
              MOVE 99999987                 TO WRV-BLOCK

              CALL 'AESWRVF' USING WS-WRV-LS
            END-IF.

            IF WRVS-OK AND WRV-TEXT(17:3) IS NUMERIC
              MOVE WRV-TEXT(1:16)           TO WS-DEK-C0
              MOVE WRV-TEXT(17:3)           TO WS-DEK-VERSION
              MOVE WS-DEK-VERSION           TO LMAIN-KEY-VERSION
              MOVE 'OUTPUT'                 TO WS-DEK-SOURCE
            ELSE
              MOVE SPACES                   TO WS-DEK-WRAP WS-DEK-C0
            END-IF.

            SET WRV-CLOSE                   TO TRUE.

            CALL 'AESWRVF' USING WS-WRV-LS.

            IF WS-DEK-WRAP = SPACES
              AND LMAIN-PARTITION-START-BLOCK = 0
              STRING 'ENVELOPE CONTINUATION FINDS NO DATA KEY ON '
                     'THE OUTPUT GENERATION - RUN REFUSED'
              DELIMITED BY SIZE           INTO LTEXT OF PM-S
              SET LLEVEL-MAX OF PM-S        TO TRUE

              CALL WS-PUT-MESSAGE USING PM-S

              MOVE 04                       TO WS-REASON-CODE
              PERFORM END-ON-ERROR
            END-IF.


       OPEN-DATA-KEY-ENVELOPE.
      *     The alias key becomes the key encrypting key - a 128/192-
      *     bit one zero-filled to the 64 hex AESWRAP takes, the same
      *     fill its half-field form gives a short key. A CIPHER with
      *     no data key yet mints one; everything else unwraps the one
      *     it was handed, which also proves the alias key is the one
      *     that wrapped it (RFC 3394's integrity block).
            MOVE LMAIN-KEY                  TO WS-DEK-KEK.
            INSPECT WS-DEK-KEK REPLACING ALL SPACE BY '0'.

            IF WS-DEK-WRAP = SPACES
              PERFORM MINT-DATA-KEY
              PERFORM WRAP-DATA-KEY
              MOVE 'MINTED'                 TO WS-DEK-SOURCE
            ELSE
              PERFORM UNWRAP-DATA-KEY
            END-IF.

            MOVE WS-DEK                     TO LMAIN-KEY.
            MOVE SPACES                     TO WS-DEK WS-DEK-KEK.

            STRING 'Data key ' WS-DEK-SOURCE
                   ' - wrapped under alias ' LMAIN-KEY-ALIAS
                   ' version ' WS-DEK-VERSION
            DELIMITED BY SIZE             INTO LTEXT OF PM-S.
            SET LLEVEL-INF OF PM-S          TO TRUE.

            CALL WS-PUT-MESSAGE USING PM-S.


       MINT-DATA-KEY.
      *     A fresh key of the run's own strength, in one AESDRBG
      *     draw
            EVALUATE WS-BITS
              WHEN '128'
                MOVE 32                     TO WS-DEK-HEXLEN
              WHEN '192'
                MOVE 48                     TO WS-DEK-HEXLEN
              WHEN OTHER
                MOVE 64                     TO WS-DEK-HEXLEN
            END-EVALUATE.

            MOVE SPACES                     TO WS-DEK.

            MOVE WS-DEK-HEXLEN              TO DRB-LENGTH.
            PERFORM DRAW-RANDOM-HEX.

            MOVE DRB-OUTPUT(1:WS-DEK-HEXLEN)
                                          TO WS-DEK(1:WS-DEK-HEXLEN).
            MOVE SPACES                     TO DRB-OUTPUT.


       MINT-GCM-IV.
      *     96 random bits in LMAIN-IV(1:24), the part GCM builds J0
      *     from; the rest zero so the field still reads as hex. The
      *     parameter header carries it to the matching DECIPHER and
      *     the IV registry records it like a hand-keyed one.
            MOVE 24                         TO DRB-LENGTH.
            PERFORM DRAW-RANDOM-HEX.

            MOVE ALL '0'                    TO LMAIN-IV.
            MOVE DRB-OUTPUT(1:24)           TO LMAIN-IV(1:24).
            MOVE SPACES                     TO DRB-OUTPUT.

            STRING 'GCM IV generated - ' LMAIN-IV(1:24)
            DELIMITED BY SIZE             INTO LTEXT OF PM-S.
            SET LLEVEL-INF OF PM-S          TO TRUE.

            CALL WS-PUT-MESSAGE USING PM-S.


       DRAW-RANDOM-HEX.
      *     DRB-LENGTH hex characters from AESDRBG. A generator that
      *     has failed a health test hands back nothing, and nothing
      *     secret or must-not-repeat is made up any other way - the
      *     run stops with the key-failure reason.
            MOVE 'G'                        TO DRB-FUNCTION.
            MOVE 'AESMAIN '                 TO DRB-CALLER.

            CALL 'AESDRBG' USING WS-DRBG-LS.

            IF NOT DRBS-OK
              STRING 'RANDOM BIT GENERATOR REFUSED (' DRB-STATUS
                     ') - NO DATA KEY OR IV CAN BE GENERATED'
              DELIMITED BY SIZE           INTO LTEXT OF PM-S
              SET LLEVEL-MAX OF PM-S        TO TRUE

              CALL WS-PUT-MESSAGE USING PM-S

              MOVE 08                       TO WS-REASON-CODE
              PERFORM END-ON-ERROR
            END-IF.


       WRAP-DATA-KEY.
            SET WRP-WRAP                    TO TRUE.
            MOVE WS-BITS                    TO WRP-BITS.
            MOVE WS-DEK                     TO WRP-KEY-IN.
            MOVE SPACES                     TO WRP-KEY-OUT WRP-KEY-C0.
            SET WRP-FMT-KW                  TO TRUE.
            MOVE WS-DEK-KEK                 TO WRP-KEK.
            MOVE 0                          TO WRP-MK-GEN.

            CALL 'AESWRAP' USING WS-WRAP-LS.

            MOVE SPACES                     TO WRP-KEY-IN WRP-KEK.

            IF WRPS-OK
              MOVE WRP-KEY-OUT              TO WS-DEK-WRAP
              MOVE WRP-KEY-C0               TO WS-DEK-C0
              MOVE LMAIN-KEY-VERSION        TO WS-DEK-VERSION
            ELSE
              MOVE SPACES                   TO WS-DEK WS-DEK-KEK
              STRING 'DATA KEY COULD NOT BE WRAPPED UNDER ALIAS '
                     LMAIN-KEY-ALIAS
              DELIMITED BY SIZE           INTO LTEXT OF PM-S
              SET LLEVEL-MAX OF PM-S        TO TRUE

              CALL WS-PUT-MESSAGE USING PM-S

              MOVE 08                       TO WS-REASON-CODE
              PERFORM END-ON-ERROR
            END-IF.


       UNWRAP-DATA-KEY.
            SET WRP-UNWRAP                  TO TRUE.
            MOVE WS-BITS                    TO WRP-BITS.
            MOVE WS-DEK-WRAP                TO WRP-KEY-IN.
            MOVE SPACES                     TO WRP-KEY-OUT.
            SET WRP-FMT-KW                  TO TRUE.
            MOVE WS-DEK-C0                  TO WRP-KEY-C0.
            MOVE WS-DEK-KEK                 TO WRP-KEK.
            MOVE 0                          TO WRP-MK-GEN.

            CALL 'AESWRAP' USING WS-WRAP-LS.

            MOVE SPACES                     TO WRP-KEK.

            IF WRPS-OK
              MOVE WRP-KEY-OUT              TO WS-DEK
              MOVE SPACES                   TO WRP-KEY-OUT
            ELSE
              MOVE SPACES                   TO WS-DEK-KEK
              STRING 'DATA KEY DOES NOT UNWRAP UNDER ALIAS '
                     LMAIN-KEY-ALIAS ' VERSION ' WS-DEK-VERSION
                     ' - WRONG KEY OR DAMAGED DATA-KEY RECORD'
              DELIMITED BY SIZE           INTO LTEXT OF PM-S
              SET LLEVEL-MAX OF PM-S        TO TRUE

              CALL WS-PUT-MESSAGE USING PM-S

              MOVE 08                       TO WS-REASON-CODE
              PERFORM END-ON-ERROR
            END-IF.


       APPLY-PARAM-HEADER.
      *     Parameter record layout: mode(3) bits(3) pad(1) alias(8)
      *     version(3) - see AESTPUT's WRITE-PARAM-HEADER. Blank
            MOVE WS-RUN-IDENT               TO LKGS-RUN-IDENT OF KG-S.
            MOVE LMAIN-KEY-VERSION          TO LKGS-VERSION OF KG-S.
            MOVE WS-ACTION                  TO LKGS-PURPOSE OF KG-S.
            MOVE 'D'                            TO LKGS-KEY-USE OF KG-S.
            MOVE 'Y'                          TO LKGS-HANDLE-OK OF KG-S.
            MOVE SPACES                         TO LKG-KEY OF KG-S.

            CALL WS-KMS-GET USING KG-S.
                MOVE LKG-KEY OF KG-S             TO LMAIN-KEY
                MOVE LKGS-KCV OF KG-S            TO WS-KEY-KCV

      *         Module-resident - the alias and version are the key
      *         handle every provider CALL of this run carries
                IF LKGS-KEY-IN-MODULE OF KG-S
                  SET SW-KEY-IN-MODULE           TO TRUE
                  MOVE LMAIN-KEY-ALIAS     TO IO-KH-ALIAS OF IOCOMM
                  MOVE LKGS-KEY-VERSION OF KG-S
                                           TO IO-KH-VERSION OF IOCOMM
                END-IF

      *         Hand the resolved version back and log it - the one
      *         fact a DECIPHER of this run's output months from now
      *         will need
            MOVE WS-RUN-IDENT               TO LKGS-RUN-IDENT OF KG-S.
            MOVE LMAIN-NEW-KEY-VERSION      TO LKGS-VERSION OF KG-S.
            MOVE 'CIPHER  '                 TO LKGS-PURPOSE OF KG-S.
            MOVE 'D'                            TO LKGS-KEY-USE OF KG-S.
            MOVE SPACE                        TO LKGS-HANDLE-OK OF KG-S.
            MOVE SPACES                         TO LKG-KEY OF KG-S.

            CALL WS-KMS-GET USING KG-S.
            END-EVALUATE.


       CHECK-KEY-HANDLE-RUN.
            IF WS-CRYPTO-PROV = 'AESCORE'
              STRING 'KEY ALIAS ' LMAIN-KEY-ALIAS
                     ' IS MODULE-RESIDENT - LMAIN-CRYPTO-PROV MUST'
                     ' NAME A MODULE PROVIDER'
              DELIMITED BY SIZE           INTO LTEXT OF PM-S
              SET LLEVEL-MAX OF PM-S        TO TRUE

              CALL WS-PUT-MESSAGE USING PM-S

              MOVE 08                    TO WS-REASON-CODE
              PERFORM END-ON-ERROR
            END-IF.

      *     REWRAP ciphers under a second key, XTS derives its two
      *     keys by value and an envelope run wraps a data key under
      *     this one - all of them need key bytes a handle never has
            IF WS-ACTION = 'REWRAP  ' OR WS-MODE = 'XTS'
              OR LMAIN-ENVELOPE-ON
              STRING 'KEY ALIAS ' LMAIN-KEY-ALIAS
                     ' IS MODULE-RESIDENT - NOT USABLE FOR REWRAP,'
                     ' XTS OR ENVELOPE RUNS'
              DELIMITED BY SIZE           INTO LTEXT OF PM-S
              SET LLEVEL-MAX OF PM-S        TO TRUE

              CALL WS-PUT-MESSAGE USING PM-S

              MOVE 04                    TO WS-REASON-CODE
              PERFORM END-ON-ERROR
            END-IF.

            STRING 'Key alias ' LMAIN-KEY-ALIAS
                   ' is module-resident - running under key handle'
                   ' through provider ' WS-CRYPTO-PROV
            DELIMITED BY SIZE             INTO LTEXT OF PM-S.
            SET LLEVEL-INF OF PM-S          TO TRUE.

            CALL WS-PUT-MESSAGE USING PM-S.


       DERIVE-KEY-FROM-PASSPHRASE.
            MOVE LMAIN-KDF-PASSPHRASE          TO PBK-PASSPHRASE.
            MOVE LMAIN-KDF-SALT                TO PBK-SALT.
                MOVE 64                        TO WS-KEY-HEXLEN
            END-EVALUATE.

      *     A key handle run holds no key bytes at all - LMAIN-KEY
      *     must be blank from end to end
            IF SW-KEY-IN-MODULE
              MOVE 0                           TO WS-KEY-HEXLEN
            END-IF.

            SET SW-KEY-VALID                   TO TRUE.

      *     Anything past the bit size's hex length must be unused
              MOVE WS-BITS                  TO WS-LAST-KSCH-BITS
            END-IF.

      *     XTS's data and tweak keys depend only on LMAIN-KEY, so
      *     they (and K1's decipher schedule) are derived once here
            IF WS-MODE = 'XTS'
              PERFORM XTS-DERIVE-KEYS
            END-IF.

      *     No decrypted block held back for PKCS#7 stripping yet
            MOVE 'N'                        TO WS-PEND-VALID.

      *           Force encoding
                  MOVE 'C'                  TO IO-ACTION

                  CALL WS-CRYPTO-PROV USING IOCOMM IOTAB IOPUTM

                  MOVE IO-TEXT              TO XOR-A
                WHEN 'OFB'
              PERFORM GCM-PREVERIFY-TAG
            END-IF.

      *     A partitioned run (CHECK-INPUT already restricted this
      *     to ECB/XTS) seeks straight to its own slice of AESIDAT
      *     instead of walking every block before it, the same
      *     direct-key positioning REPROCESS-ACTION uses for a single
      *     block; the block count is offset to match so
      *     CALL-TEXT-PUT's blind WS-BLOCK-COUNT + 1 keying still
      *     lands each written block at its real AESODAT key, not a
      *     key starting back at 1.
      *     AESODAT may already hold output from an earlier-numbered
      *     partition's job step, so write I-O (not OUTPUT) against it
      *     the same way REPROCESS-ACTION/RESTART-RESUME do.
                  WHEN 'GCM' ALSO 'CIPHER  '
                    PERFORM GCM-CIPHER
                    MOVE XOR-R              TO LXP-TEXT
                  WHEN 'XTS' ALSO 'CIPHER  '
      *             Tweak is the AESODAT key this block is about to
      *             be written at (CALL-TEXT-PUT's WS-BLOCK-COUNT + 1)
                    COMPUTE WS-XTS-SECTOR = WS-BLOCK-COUNT + 1
                    PERFORM XTS-CIPHER
                    MOVE XOR-R              TO LXP-TEXT
                  WHEN 'ECB' ALSO 'DECIPHER'
                    PERFORM ECB-DECIPHER
                    MOVE IO-TEXT OF IOCOMM  TO LXP-TEXT
                  WHEN 'GCM' ALSO 'DECIPHER'
                    PERFORM GCM-DECIPHER
                    MOVE XOR-R              TO LXP-TEXT
                  WHEN 'XTS' ALSO 'DECIPHER'
                    PERFORM XTS-SECTOR-FROM-INPUT
                    PERFORM XTS-DECIPHER
                    MOVE XOR-R              TO LXP-TEXT
                END-EVALUATE


                    MOVE LXP-TEXT           TO IO-TEXT OF IOCOMM
                    MOVE LMAIN-KEY          TO IO-KEY OF IOCOMM

                    CALL WS-CRYPTO-PROV USING IOCOMM IOTAB IOPUTM

                    MOVE IO-TEXT OF IOCOMM  TO XOR-A
                  WHEN 'CFB' ALSO 'DECIPHER'

      *             Force cipher
                    MOVE 'C'                TO IO-ACTION
                    CALL WS-CRYPTO-PROV USING IOCOMM IOTAB IOPUTM

                    MOVE IO-TEXT OF IOCOMM  TO XOR-A
                END-EVALUATE


       REPROCESS-ACTION.
      *     Direct single-block reprocessing only makes sense for ECB
      *     and XTS, where every block is cipherable independently -
      *     CBC/CFB/OFB/CTR/GCM's chaining state as of a given block
      *     can only be correctly rebuilt by replaying everything
      *     before it, which is exactly what LMAIN-RESTART-FROM/
      *     checkpoint-resume (see RESTART-RESUME) already does.
      *     Reject other modes here rather than silently reprocessing
      *     them with wrong output.
            IF WS-MODE NOT = 'ECB' AND WS-MODE NOT = 'XTS'
              STRING 'LMAIN-REPROCESS-BLOCK only supports ECB/XTS '
                     'modes - use LMAIN-RESTART-FROM for chained '
                     'modes'
              DELIMITED BY SIZE            INTO LTEXT OF PM-S
              SET LLEVEL-MAX OF PM-S         TO TRUE

              PERFORM END-ON-ERROR
            END-IF.

      *     An XTS block's tweak is the reprocessed block's own key
            IF WS-MODE = 'XTS'
              PERFORM XTS-DERIVE-KEYS
              MOVE LMAIN-REPROCESS-BLOCK     TO WS-XTS-SECTOR

              EVALUATE WS-ACTION
                WHEN 'CIPHER  '
                  PERFORM XTS-CIPHER
                WHEN 'DECIPHER'
                  PERFORM XTS-DECIPHER
              END-EVALUATE

              MOVE XOR-R                      TO LXP-TEXT
            ELSE
              EVALUATE WS-ACTION
                WHEN 'CIPHER  '
                  PERFORM ECB-CIPHER
                WHEN 'DECIPHER'
                  PERFORM ECB-DECIPHER
              END-EVALUATE

              MOVE IO-TEXT OF IOCOMM          TO LXP-TEXT
            END-IF.

      *     AESODAT already has a record at this key from the original
      *     run - open it I-O (not OUTPUT) so CALL-TEXT-PUT's WRITE/
                MOVE 'C'                       TO IO-ACTION OF IOCOMM
                MOVE WS-CIPHER-DATA            TO IOTAB

                CALL WS-CRYPTO-PROV USING IOCOMM IOTAB IOPUTM

                MOVE IO-TEXT OF IOCOMM         TO LXP-TEXT

            MOVE LMAIN-KEY                   TO IO-KEY OF IOCOMM.
            MOVE 'C'                         TO IO-ACTION OF IOCOMM.

            CALL WS-CRYPTO-PROV USING IOCOMM IOTAB IOPUTM.

            MOVE IO-TEXT OF IOCOMM           TO WS-CTS-PEND.
            MOVE IO-TEXT OF IOCOMM           TO XOR-A.
            MOVE LMAIN-KEY                   TO IO-KEY OF IOCOMM.
            MOVE 'C'                         TO IO-ACTION OF IOCOMM.

            CALL WS-CRYPTO-PROV USING IOCOMM IOTAB IOPUTM.

            MOVE IO-TEXT OF IOCOMM           TO LXP-TEXT.
            PERFORM CALL-TEXT-PUT.
              MOVE LMAIN-KEY                 TO IO-KEY OF IOCOMM
              PERFORM KEY-SCHEDULE

              CALL WS-CRYPTO-PROV USING IOCOMM IOTAB IOPUTM

              MOVE IO-TEXT OF IOCOMM         TO XOR-B
              PERFORM XOR-BLOCK
            MOVE LMAIN-KEY                   TO IO-KEY OF IOCOMM.
            PERFORM KEY-SCHEDULE.

            CALL WS-CRYPTO-PROV USING IOCOMM IOTAB IOPUTM.

      *     Z sits in IO-TEXT; rebuild X = Cn || tail(Z)
            MOVE IO-TEXT OF IOCOMM           TO WS-CTS-X.
            MOVE LMAIN-KEY                   TO IO-KEY OF IOCOMM.
            PERFORM KEY-SCHEDULE.

            CALL WS-CRYPTO-PROV USING IOCOMM IOTAB IOPUTM.

            MOVE WS-CTS-CHAIN                TO XOR-A.
            MOVE IO-TEXT OF IOCOMM           TO XOR-B.

       RESTART-RESUME.
      *     Read AESCKPI to end, keeping the record whose block
      *     count matches LMAIN-RESTART-FROM in this run's own
      *     cycle, then restore the
      *     chaining state from it and skip that many already-done
      *     blocks in AESIDAT before the main loop starts
            MOVE 'Resuming from checkpoint'   TO LTEXT OF PM-S.
            PERFORM CALL-CKPT-GET
            PERFORM UNTIL LCGS-EOF OF CG-S OR LCGS-ERR OF CG-S
              MOVE LCG-TEXT OF CG-S(1:CKPT-RECORD-LEN) TO CKPT-RECORD
              IF CKPT-CYCLE IS NUMERIC
                MOVE CKPT-CYCLE                 TO WS-CKPT-CYCLE
              ELSE
                MOVE 0                          TO WS-CKPT-CYCLE
              END-IF
              IF CKPT-BLOCK-NO = LMAIN-RESTART-FROM
                AND WS-CKPT-CYCLE = WS-RUN-CYCLE
                MOVE CKPT-XOR-A                TO XOR-A
                MOVE CKPT-CTR                   TO WS-CTR
                MOVE CKPT-GHASH-Y               TO WS-GHASH-Y
            MOVE WS-GCM-BLOCKS                 TO CKPT-GCM-BLOCKS.
            COMPUTE CKPT-GCM-BITLEN-SHORT =
                WS-GCM-BLOCKS * 128 - WS-GCM-CT-BITLEN.
            MOVE WS-RUN-CYCLE                  TO CKPT-CYCLE.

            MOVE CKPT-RECORD                   TO LCP-TEXT OF CP-S.

            PERFORM CALL-DATA-GET.


       CHECK-DUPLICATE-RUN.
            SET CTG-SCAN-INPUT              TO TRUE.

            IF LMAIN-DAT-FILE-OVERRIDE NOT = SPACES
              MOVE LMAIN-DAT-FILE-OVERRIDE  TO CTG-DAT-GEN
            ELSE
              MOVE WS-DAT-DEFAULT-NAME      TO CTG-DAT-GEN
            END-IF.

            CALL 'AESCATP' USING WS-CAT-LS.

            IF CTGS-OK
              STRING 'INPUT ALREADY CIPHERED BY RUN ' CTG-RUN-ID
                     ' INTO ' CTG-GEN
                     ' - RESUBMIT WITH FORCE IF DELIBERATE'
              DELIMITED BY SIZE           INTO LTEXT OF PM-S
              SET LLEVEL-MAX OF PM-S        TO TRUE

              CALL WS-PUT-MESSAGE USING PM-S

              MOVE 04                       TO WS-REASON-CODE
              PERFORM END-ON-ERROR
            END-IF.


       CHECK-RUN-ADMISSION.
            SET GOV-ADMIT                   TO TRUE.
            MOVE WS-RUN-IDENT               TO GOV-RUN-ID.
            MOVE WS-ACTION                  TO GOV-CLASS.
            MOVE LMAIN-LOCK-STALE-SECS      TO GOV-STALE-SECS.

            CALL 'AESGOVRN' USING WS-GOV-LS.

            EVALUATE TRUE
              WHEN GOVS-FULL
                STRING 'NO CONCURRENCY SLOT FREE ('
                       GOV-ACTIVE ' OF ' GOV-LIMIT
                       ' IN USE) - REQUEUE THE RUN'
                DELIMITED BY SIZE         INTO LTEXT OF PM-S
                SET LLEVEL-MAX OF PM-S      TO TRUE

                CALL WS-PUT-MESSAGE USING PM-S

                MOVE 32                     TO WS-REASON-CODE
                PERFORM END-ON-ERROR
              WHEN GOVS-ERR
      *         The governor is a guard rail, not a gate - say it
      *         is down, never hang the batch off it
                MOVE 'Admission governor unavailable - run admitted'
                                            TO LTEXT OF PM-S
                SET LLEVEL-WAR OF PM-S      TO TRUE

                CALL WS-PUT-MESSAGE USING PM-S
              WHEN OTHER
                SET SW-GOV-ADMITTED         TO TRUE
            END-EVALUATE.

       CHECK-RUN-ADMISSION-EXIT.
            EXIT.


       START-FIDELITY-PROOF.
      *     A restart/partition/reprocess moves a fraction of the
      *     plaintext, and a fold over a fraction proves nothing
      *     about the whole - those runs go unproven, said so
            IF LMAIN-REPROCESS-BLOCK > 0
              OR LMAIN-PARTITION-START-BLOCK > 0
              OR LMAIN-RESTART-FROM > 0
              STRING 'Plaintext fidelity not proven - a partial '
                     WS-ACTION ' run cannot prove the whole stream'
              DELIMITED BY SIZE           INTO LTEXT OF PM-S
              SET LLEVEL-WAR OF PM-S        TO TRUE

              CALL WS-PUT-MESSAGE USING PM-S

              GO TO START-FIDELITY-PROOF-EXIT
            END-IF.

      *     A DECIPHER told to insist on the proof refuses a
      *     generation that never recorded a digest
            IF WS-ACTION = 'DECIPHER' AND WS-FID-DIGEST = SPACES
              STRING 'PLAINTEXT FIDELITY REQUIRED BUT THE INPUT'
                     ' GENERATION CARRIES NO FIDELITY DIGEST'
              DELIMITED BY SIZE           INTO LTEXT OF PM-S
              SET LLEVEL-MAX OF PM-S        TO TRUE

              CALL WS-PUT-MESSAGE USING PM-S

              MOVE 44                       TO WS-REASON-CODE
              PERFORM END-ON-ERROR
            END-IF.

      *     A CIPHER digests under the current version of the
      *     fidelity alias; a DECIPHER under the version the CIPHER
      *     recorded
            IF WS-ACTION = 'CIPHER  '
              IF LMAIN-FIDELITY-ALIAS = SPACES OR LOW-VALUES
                MOVE 'FIDELITY'             TO WS-FID-ALIAS
              ELSE
                MOVE LMAIN-FIDELITY-ALIAS   TO WS-FID-ALIAS
              END-IF
              MOVE 0                        TO WS-FID-VERSION
              MOVE LXPS-FILE-OVERRIDE OF TP-S TO WS-FID-ORIGIN
            END-IF.

            MOVE WS-FID-ALIAS               TO LKGS-ALIAS OF KG-S.
            MOVE WS-RUN-IDENT               TO LKGS-RUN-IDENT OF KG-S.
            MOVE WS-FID-VERSION             TO LKGS-VERSION OF KG-S.
            MOVE WS-ACTION                  TO LKGS-PURPOSE OF KG-S.
            MOVE 'M'                        TO LKGS-KEY-USE OF KG-S.
            MOVE SPACES                     TO LKG-KEY OF KG-S.

            CALL WS-KMS-GET USING KG-S.

            IF LKG-STATUS OF KG-S NOT = 'OK '
              STRING 'Key-management lookup failed for fidelity'
                     ' alias ' WS-FID-ALIAS
              DELIMITED BY SIZE           INTO LTEXT OF PM-S
              SET LLEVEL-MAX OF PM-S        TO TRUE

              CALL WS-PUT-MESSAGE USING PM-S

              MOVE 08                       TO WS-REASON-CODE
              PERFORM END-ON-ERROR
            END-IF.

            MOVE LKG-KEY OF KG-S            TO WS-FID-KEY.
            MOVE LKGS-KEY-VERSION OF KG-S   TO WS-FID-VERSION.
            MOVE SPACES                     TO LKG-KEY OF KG-S.

      *     A DECIPHER's output carries the expectation forward, so
      *     AESFRBL can prove a rebuilt plaintext file against it
            IF WS-ACTION = 'DECIPHER'
              MOVE WS-FID-DIGEST          TO LXPS-FID-DIGEST OF TP-S
              MOVE WS-FID-ALIAS           TO LXPS-FID-ALIAS OF TP-S
              MOVE WS-FID-VERSION         TO LXPS-FID-VERSION OF TP-S
              MOVE WS-FID-ORIGIN          TO LXPS-FID-ORIGIN OF TP-S
            END-IF.

      *     A TEXT-PUT that converts on its way out does the fold
      *     itself, over what it actually writes
            IF WS-ACTION = 'DECIPHER' AND WS-TEXT-PUT NOT = 'AESTPUT '
              MOVE 'Y'                    TO LXPS-FID-VERIFY OF TP-S
              MOVE WS-FID-KEY             TO LXPS-FID-KEY OF TP-S
              MOVE SPACES                   TO WS-FID-KEY
              SET SW-FID-DELEGATED          TO TRUE

              GO TO START-FIDELITY-PROOF-EXIT
            END-IF.

            SET HMC-INIT                    TO TRUE.
            MOVE WS-FID-KEY                 TO HMC-MAC-KEY.

            CALL 'AESHMAC' USING WS-HMAC-LS.

            MOVE SPACES                     TO HMC-MAC-KEY WS-FID-KEY.

            IF HMCS-ERR
              MOVE 'Plaintext fidelity digest failed to start'
                                            TO LTEXT OF PM-S
              SET LLEVEL-MAX OF PM-S        TO TRUE

              CALL WS-PUT-MESSAGE USING PM-S

              MOVE 12                       TO WS-REASON-CODE
              PERFORM END-ON-ERROR
            END-IF.

            SET SW-FID-FOLD                 TO TRUE.

            STRING 'Plaintext fidelity proof opened under alias '
                   WS-FID-ALIAS ' version ' WS-FID-VERSION
            DELIMITED BY SIZE             INTO LTEXT OF PM-S.
            SET LLEVEL-INF OF PM-S          TO TRUE.

            CALL WS-PUT-MESSAGE USING PM-S.

       START-FIDELITY-PROOF-EXIT.
            EXIT.


       FINISH-FIDELITY-PROOF.
            SET HMC-FINISH                  TO TRUE.

            CALL 'AESHMAC' USING WS-HMAC-LS.

            IF HMCS-ERR
              MOVE 'Plaintext fidelity digest failed to finish'
                                            TO LTEXT OF PM-S
              SET LLEVEL-MAX OF PM-S        TO TRUE

              CALL WS-PUT-MESSAGE USING PM-S

              MOVE 12                       TO WS-REASON-CODE
              PERFORM END-ON-ERROR
            END-IF.

      *     CIPHER - the digest rides out on AESODAT's own records
      *     (AESTPUT writes them with the trailers) and into the
      *     catalog entry
            IF WS-ACTION = 'CIPHER  '
              MOVE HMC-DIGEST               TO WS-FID-DIGEST
              MOVE WS-FID-DIGEST          TO LXPS-FID-DIGEST OF TP-S
              MOVE WS-FID-ALIAS           TO LXPS-FID-ALIAS OF TP-S
              MOVE WS-FID-VERSION         TO LXPS-FID-VERSION OF TP-S
              MOVE WS-FID-ORIGIN          TO LXPS-FID-ORIGIN OF TP-S

              STRING 'Plaintext fidelity digest recorded under alias '
                     WS-FID-ALIAS ' version ' WS-FID-VERSION
              DELIMITED BY SIZE           INTO LTEXT OF PM-S
              SET LLEVEL-INF OF PM-S        TO TRUE

              CALL WS-PUT-MESSAGE USING PM-S
            ELSE
              IF HMC-DIGEST = WS-FID-DIGEST
                SET SW-FID-MATCHED          TO TRUE
                MOVE 'AESMAIN '             TO WS-FID-PROVEN-BY

                STRING 'Plaintext fidelity proven against '
                       WS-FID-ORIGIN
                DELIMITED BY SIZE         INTO LTEXT OF PM-S
                SET LLEVEL-INF OF PM-S      TO TRUE

                CALL WS-PUT-MESSAGE USING PM-S
              ELSE
                PERFORM LOG-FIDELITY-FAILURE

                MOVE 44                     TO WS-REASON-CODE
                PERFORM END-ON-ERROR
              END-IF
            END-IF.


       CHECK-DELEGATED-FIDELITY.
      *     The TEXT-PUT's answer, given at its close. The output is
      *     already closed, so a mismatch cannot go back through END-
      *     ON-ERROR - it fails the run in place, which keeps it from
      *     transmission and the catalog the same way.
            EVALUATE LXPS-FID-RESULT OF TP-S
              WHEN 'M'
                SET SW-FID-MATCHED          TO TRUE
                MOVE WS-TEXT-PUT            TO WS-FID-PROVEN-BY

                STRING 'Plaintext fidelity proven by ' WS-TEXT-PUT
                       ' against ' WS-FID-ORIGIN
                DELIMITED BY SIZE         INTO LTEXT OF PM-S
                SET LLEVEL-INF OF PM-S      TO TRUE

                CALL WS-PUT-MESSAGE USING PM-S
              WHEN 'X'
                PERFORM LOG-FIDELITY-FAILURE
                PERFORM FAIL-FIDELITY-IN-CLOSE
              WHEN OTHER
                STRING 'Plaintext fidelity not proven - ' WS-TEXT-PUT
                       ' did not verify what it wrote'
                DELIMITED BY SIZE         INTO LTEXT OF PM-S
                SET LLEVEL-WAR OF PM-S      TO TRUE

                CALL WS-PUT-MESSAGE USING PM-S

                IF LMAIN-FIDELITY-ON
                  PERFORM FAIL-FIDELITY-IN-CLOSE
                END-IF
            END-EVALUATE.


       FAIL-FIDELITY-IN-CLOSE.
      *     Outranks the advisory SLA reason the summary may already
      *     have set
            SET LMAINS-ERR                  TO TRUE.

            IF LMAIN-REASON-NONE OR LMAIN-REASON-SLA
              SET LMAIN-REASON-FIDELITY     TO TRUE
            END-IF.


       LOG-FIDELITY-FAILURE.
            STRING 'PLAINTEXT FIDELITY FAILURE - OUTPUT DOES NOT'
                   ' MATCH THE DIGEST RECORDED BY ' WS-FID-ORIGIN
            DELIMITED BY SIZE             INTO LTEXT OF PM-S.
            SET LLEVEL-MAX OF PM-S          TO TRUE.

            CALL WS-PUT-MESSAGE USING PM-S.


       CHECK-DAY-CLOSED.
      *     The day the data belongs to: the input generation's own
      *     trailing date when it carries one, else the run date.
      *     AESCYCL finds the date at the END of the name, ahead of
      *     any cycle suffix, whatever the prefix length - a fixed
      *     offset would miss every short-named override
            MOVE 'P'                        TO CYC-FUNCTION.
            MOVE LXGS-FILE-OVERRIDE OF TG-S TO CYC-GEN.
            CALL 'AESCYCL' USING CY-S.

            IF CYCS-OK
              MOVE CYC-DATE                 TO DCG-DATE
            ELSE
              MOVE WS-IDENT-DATE            TO DCG-DATE
            END-IF.
            EXIT.


       RESOLVE-RUN-CYCLE.
            MOVE 'R'                        TO CYC-FUNCTION.

            IF LMAIN-CYCLE IS NUMERIC
              MOVE LMAIN-CYCLE              TO CYC-CYCLE
            ELSE
              MOVE 0                        TO CYC-CYCLE
            END-IF.

            IF LMAIN-DAT-FILE-OVERRIDE NOT = SPACES
              MOVE LMAIN-DAT-FILE-OVERRIDE  TO CYC-GEN
            ELSE
              MOVE LMAIN-ODT-FILE-OVERRIDE  TO CYC-GEN
            END-IF.

            CALL 'AESCYCL' USING CY-S.

            MOVE CYC-CYCLE                  TO WS-RUN-CYCLE.


       CHECK-CONFIG-DRIFT.
            MOVE 'AESTAB  '                 TO CFG-FILE.
            CALL 'AESCFGET' USING WS-CFG-LS.

            IF NOT CFG-DRIFTED
              MOVE 'AESFMAP '               TO CFG-FILE
              CALL 'AESCFGET' USING WS-CFG-LS
            END-IF.

            IF NOT CFG-DRIFTED
              GO TO CHECK-CONFIG-DRIFT-EXIT
            END-IF.

            STRING 'UNAPPROVED CHANGE TO ' CFG-FILE
                   ' OUTSTANDING SINCE ' CFG-DATE ' ('
                   CFG-CHANGED ' RECORD(S)) - APPROVE OR REVERSE '
                   'IT VIA AESCFGBL'
            DELIMITED BY SIZE             INTO LTEXT OF PM-S.
            SET LLEVEL-MAX OF PM-S          TO TRUE.

            CALL WS-PUT-MESSAGE USING PM-S.

            MOVE 16                         TO WS-REASON-CODE.
            PERFORM END-ON-ERROR.

       CHECK-CONFIG-DRIFT-EXIT.
            EXIT.


       CHECK-VOLUME-ANOMALY.
      *     The generation under judgement - the override when the
      *     job names one, else the same AESIDAT<date>[C<nn>] name
      *     the default reader is handed
            IF LXGS-FILE-OVERRIDE OF TG-S NOT = SPACES
              MOVE LXGS-FILE-OVERRIDE OF TG-S TO VCK-GEN
            ELSE
              MOVE WS-DAT-DEFAULT-NAME      TO VCK-GEN
            END-IF.

            CALL 'AESVCHK' USING WS-VCK-LS.
                MOVE LMAIN-KEY              TO IO-KEY OF IOCOMM
                PERFORM KEY-SCHEDULE

                CALL WS-CRYPTO-PROV USING IOCOMM IOTAB IOPUTM

                IF WS-MODE = 'ECB'
                  MOVE IO-TEXT OF IOCOMM    TO WS-TRIAL-PLAIN
                  PERFORM XOR-BLOCK
                  MOVE XOR-R                TO WS-TRIAL-PLAIN
                END-IF
              WHEN WS-MODE = 'XTS'
                PERFORM XTS-DERIVE-KEYS
                PERFORM XTS-SECTOR-FROM-INPUT
                PERFORM XTS-DECIPHER
                MOVE XOR-R                  TO WS-TRIAL-PLAIN
              WHEN OTHER
      *         CFB/OFB/CTR - block 1's keystream is E(K, IV)
                MOVE LMAIN-IV               TO IO-TEXT OF IOCOMM
                MOVE 'C'                    TO IO-ACTION OF IOCOMM
                MOVE WS-CIPHER-DATA         TO IOTAB

                CALL WS-CRYPTO-PROV USING IOCOMM IOTAB IOPUTM

                MOVE IO-TEXT OF IOCOMM      TO XOR-A
                PERFORM PAD
       ACQUIRE-RUN-LOCK.
      *     Lock key is the same output generation name AESTPUT will
      *     resolve - override when one was supplied, by-day default
      *     otherwise. A cycle's name carries its cycle, so two
      *     cycles of one day lock independently while a second
      *     submission of the same cycle is refused.
            IF LMAIN-ODT-FILE-OVERRIDE NOT = SPACES
              MOVE LMAIN-ODT-FILE-OVERRIDE TO LCK-GEN-NAME
            ELSE
      *       Anchored to the run's START date - a midnight-crossing
      *       run keeps naming the generation it opened with
              MOVE WS-ODT-DEFAULT-NAME      TO LCK-GEN-NAME
            END-IF.

            SET LCK-ACQUIRE                 TO TRUE.
      *     entered. A mismatch means the key material on file is not
      *     the key this run is about to cipher with, so the run
      *     stops here rather than produce a generation of garbage.
      *     Under a key handle this is also the run's first proof
      *     that the provider can reach the key in the module at all
      *     - a provider refusal stops the run the same way.
            MOVE ALL '0'                    TO IO-TEXT OF IOCOMM.
            MOVE LMAIN-KEY                  TO IO-KEY OF IOCOMM.
            MOVE WS-BITS                    TO IO-BITS OF IOCOMM.
            MOVE 'C'                        TO IO-ACTION OF IOCOMM.
            MOVE 'OK '                      TO IO-PROV-STATUS OF IOCOMM.
            MOVE WS-CIPHER-DATA             TO IOTAB.
            MOVE PM-S                       TO IOPUTM.

            CALL WS-CRYPTO-PROV USING IOCOMM IOTAB IOPUTM.

            EVALUATE TRUE
              WHEN IO-PROV-ERR OF IOCOMM
                STRING 'PROVIDER ' WS-CRYPTO-PROV
                       ' REFUSED THE KEY FOR ALIAS ' LMAIN-KEY-ALIAS
                DELIMITED BY SIZE         INTO LTEXT OF PM-S
                SET LLEVEL-MAX OF PM-S      TO TRUE

                CALL WS-PUT-MESSAGE USING PM-S

                MOVE 08                  TO WS-REASON-CODE
                PERFORM END-ON-ERROR
              WHEN WS-KEY-KCV = SPACES
                CONTINUE
              WHEN IO-TEXT OF IOCOMM(1:6) = WS-KEY-KCV
                MOVE 'Key check value verified OK' TO LTEXT OF PM-S
                SET LLEVEL-INF OF PM-S      TO TRUE

                CALL WS-PUT-MESSAGE USING PM-S
              WHEN OTHER
                STRING 'KEY CHECK VALUE MISMATCH FOR ALIAS '
                       LMAIN-KEY-ALIAS
                       ' - KEY ON FILE IS NOT THE KEY ENTERED'
                DELIMITED BY SIZE         INTO LTEXT OF PM-S
                SET LLEVEL-MAX OF PM-S      TO TRUE

                CALL WS-PUT-MESSAGE USING PM-S

                MOVE 08                  TO WS-REASON-CODE
                PERFORM END-ON-ERROR
            END-EVALUATE.


       RUN-SELF-TEST.
             MOVE LMAIN-KEY                 TO IO-KEY OF IOCOMM
             MOVE WS-CIPHER-DATA            TO IOTAB

             CALL WS-CRYPTO-PROV USING IOCOMM IOTAB IOPUTM
           END-IF.


           MOVE LMAIN-KEY                    TO IO-KEY OF IOCOMM.
           MOVE WS-CIPHER-DATA               TO IOTAB.

           CALL WS-CRYPTO-PROV USING IOCOMM IOTAB IOPUTM.

           MOVE IO-BATCH-TEXT OF IOCOMM(1)    TO IO-TEXT OF IOCOMM.

           MOVE XOR-R                       TO IO-TEXT OF IOCOMM.
           MOVE LMAIN-KEY                   TO IO-KEY OF IOCOMM.

           CALL WS-CRYPTO-PROV USING IOCOMM IOTAB IOPUTM.

           MOVE IO-TEXT OF IOCOMM           TO XOR-A.

           MOVE LMAIN-KEY                   TO IO-KEY OF IOCOMM.
           MOVE WS-CIPHER-DATA              TO IOTAB.

           CALL WS-CRYPTO-PROV USING IOCOMM IOTAB IOPUTM.

           PERFORM PAD.

           MOVE LMAIN-KEY                   TO IO-KEY OF IOCOMM.
           MOVE WS-CIPHER-DATA              TO IOTAB.

           CALL WS-CRYPTO-PROV USING IOCOMM IOTAB IOPUTM.

           PERFORM PAD.

           MOVE WS-CIPHER-DATA              TO IOTAB.
           MOVE 'C'                         TO IO-ACTION OF IOCOMM.

           CALL WS-CRYPTO-PROV USING IOCOMM IOTAB IOPUTM.

           PERFORM PAD.

           MOVE WS-CIPHER-DATA              TO IOTAB.
           MOVE 'C'                         TO IO-ACTION OF IOCOMM.

           CALL WS-CRYPTO-PROV USING IOCOMM IOTAB IOPUTM.

           MOVE IO-TEXT OF IOCOMM           TO XOR-A.
           MOVE WS-GCM-C                    TO XOR-B.
      *    Get KEY-SCHEDULE
           PERFORM KEY-SCHEDULE.

           CALL WS-CRYPTO-PROV USING IOCOMM IOTAB IOPUTM.


       CBC-DECIPHER.
      *    Force cipher
           MOVE 'C'                         TO IO-ACTION.

           CALL WS-CRYPTO-PROV USING IOCOMM IOTAB IOPUTM.

           PERFORM PAD.

      *    Force cipher
           MOVE 'C'                         TO IO-ACTION.

           CALL WS-CRYPTO-PROV USING IOCOMM IOTAB IOPUTM.

           PERFORM PAD.

           PERFORM HEX-ADDITION.


       XTS-CIPHER.
      *    C = E(K1, P xor T) xor T, T = E(K2, block number) - the
      *    caller sets WS-XTS-SECTOR to the block's AESODAT key
           PERFORM XTS-TWEAK.
           PERFORM PAD.

           MOVE PAD-X                       TO XOR-A.
           MOVE WS-XTS-T                    TO XOR-B.
           PERFORM XOR-BLOCK.

           MOVE XOR-R                       TO IO-TEXT OF IOCOMM.
           MOVE WS-XTS-KEY1                 TO IO-KEY OF IOCOMM.
           MOVE 'C'                         TO IO-ACTION OF IOCOMM.

           CALL WS-CRYPTO-PROV USING IOCOMM IOTAB IOPUTM.

           MOVE IO-TEXT OF IOCOMM           TO XOR-A.
           MOVE WS-XTS-T                    TO XOR-B.
           PERFORM XOR-BLOCK.


       XTS-DECIPHER.
      *    P = D(K1, C xor T) xor T - K1's decipher schedule was
      *    saved by XTS-DERIVE-KEYS, since the tweak's own cipher
      *    call has just overwritten IO-KSCH with K2's
           PERFORM XTS-TWEAK.
           PERFORM PAD.

           MOVE PAD-X                       TO XOR-A.
           MOVE WS-XTS-T                    TO XOR-B.
           PERFORM XOR-BLOCK.

           MOVE XOR-R                       TO IO-TEXT OF IOCOMM.
           MOVE WS-XTS-KSCH1                TO IO-KSCH OF IOCOMM.
           PERFORM KEY-SCHEDULE.

           CALL WS-CRYPTO-PROV USING IOCOMM IOTAB IOPUTM.

           MOVE IO-TEXT OF IOCOMM           TO XOR-A.
           MOVE WS-XTS-T                    TO XOR-B.
           PERFORM XOR-BLOCK.


       XTS-SECTOR-FROM-INPUT.
      *    A DECIPHER's tweak is the key the ciphertext block was
      *    read from; a swapped-in TEXT-GET that reports no key
      *    falls back to the block's position in the run
           IF LXGS-BLOCK-NO OF TG-S > 0
             MOVE LXGS-BLOCK-NO OF TG-S     TO WS-XTS-SECTOR
           ELSE
             COMPUTE WS-XTS-SECTOR = WS-BLOCK-COUNT + 1
           END-IF.


       XTS-TWEAK.
      *    T = E(K2, i) with the block number i as a 128-bit
      *    little-endian value, as IEEE 1619 lays the tweak out -
      *    an 8-digit DAT-KEY never needs more than its low 4 bytes
           MOVE ALL '0'                     TO IO-TEXT OF IOCOMM.
           MOVE WS-XTS-SECTOR               TO WS-XTS-QUOT.

           PERFORM VARYING WS-XTS-I FROM 1 BY 2
             UNTIL WS-XTS-I > 8
             COMPUTE WS-XTS-BYTE = FUNCTION MOD(WS-XTS-QUOT 256)
             COMPUTE WS-XTS-QUOT = WS-XTS-QUOT / 256

             DIVIDE WS-XTS-BYTE BY 16       GIVING WS-XTS-HI
                                         REMAINDER WS-XTS-LO

             MOVE WS-XTS-HI                 TO GCM-HEX-DIGIT
             PERFORM D2W
             MOVE GCM-HEX-CHAR    TO IO-TEXT OF IOCOMM(WS-XTS-I:1)

             MOVE WS-XTS-LO                 TO GCM-HEX-DIGIT
             PERFORM D2W
             MOVE GCM-HEX-CHAR
                               TO IO-TEXT OF IOCOMM(WS-XTS-I + 1:1)
           END-PERFORM.

           MOVE WS-XTS-KEY2                 TO IO-KEY OF IOCOMM.
           MOVE WS-CIPHER-DATA              TO IOTAB.
           MOVE 'C'                         TO IO-ACTION OF IOCOMM.

           CALL WS-CRYPTO-PROV USING IOCOMM IOTAB IOPUTM.

           MOVE IO-TEXT OF IOCOMM           TO WS-XTS-T.


       XTS-DERIVE-KEYS.
      *    K1 and K2 off LMAIN-KEY (see XTS-DATA), then K1's decipher
      *    schedule for a DECIPHER run - once per run, not per block
           MOVE WS-BITS                     TO IO-BITS OF IOCOMM.

           MOVE WS-XTS-DATA-1               TO WS-XTS-IN1.
           MOVE WS-XTS-DATA-2               TO WS-XTS-IN2.
           PERFORM XTS-DERIVE-ONE-KEY.
           MOVE WS-XTS-DERIVED              TO WS-XTS-KEY1.

           MOVE WS-XTS-TWEAK-1              TO WS-XTS-IN1.
           MOVE WS-XTS-TWEAK-2              TO WS-XTS-IN2.
           PERFORM XTS-DERIVE-ONE-KEY.
           MOVE WS-XTS-DERIVED              TO WS-XTS-KEY2.

           MOVE SPACES                      TO WS-XTS-DERIVED.

           IF WS-ACTION = 'DECIPHER'
             MOVE WS-CIPHER-DATA            TO IOTAB
             MOVE WS-XTS-KEY1               TO IO-KEY OF IOCOMM
             MOVE 'K'                       TO IO-ACTION OF IOCOMM

             CALL WS-CRYPTO-PROV USING IOCOMM IOTAB IOPUTM

             MOVE IO-KSCH OF IOCOMM         TO WS-XTS-KSCH1
           END-IF.


       XTS-DERIVE-ONE-KEY.
      *    One key of the run's length: E(LMAIN-KEY, IN1), then as
      *    much of E(LMAIN-KEY, IN2) as a 192/256-bit key still needs
           MOVE SPACES                      TO WS-XTS-DERIVED.
           MOVE WS-CIPHER-DATA              TO IOTAB.
           MOVE LMAIN-KEY                   TO IO-KEY OF IOCOMM.
           MOVE 'C'                         TO IO-ACTION OF IOCOMM.

           MOVE WS-XTS-IN1                  TO IO-TEXT OF IOCOMM.
           CALL WS-CRYPTO-PROV USING IOCOMM IOTAB IOPUTM.
           MOVE IO-TEXT OF IOCOMM           TO WS-XTS-DERIVED(1:32).

           IF WS-KEY-HEXLEN > 32
             MOVE WS-XTS-IN2                TO IO-TEXT OF IOCOMM
             CALL WS-CRYPTO-PROV USING IOCOMM IOTAB IOPUTM
             MOVE IO-TEXT OF IOCOMM(1:WS-KEY-HEXLEN - 32)
               TO WS-XTS-DERIVED(33:WS-KEY-HEXLEN - 32)
           END-IF.


      *****************************************************************
      *                       INTERFACE CALLING                       *
      *****************************************************************
              SET LXGS-EOF OF TG-S          TO TRUE
            END-IF.

      *     A CIPHER's fidelity proof folds every block it reads, as
      *     the DECIPHER will write it back
            IF SW-FID-FOLD
              AND WS-ACTION = 'CIPHER  '
              AND LXGS-OK OF TG-S
              AND LXGS-CFILE OF TG-S NOT = 'C'
              PERFORM FOLD-FIDELITY-INPUT
            END-IF.


       WRITE-EXCEPTION-RECORD.
      *     Structured mirror of the free-text EXCEPTION line just
            IF LMAIN-DAT-FILE-OVERRIDE NOT = SPACES
              MOVE LMAIN-DAT-FILE-OVERRIDE TO LEX-DAT-NAME
            ELSE
              MOVE WS-DAT-DEFAULT-NAME     TO LEX-DAT-NAME
            END-IF.

            IF LMAIN-ODT-FILE-OVERRIDE NOT = SPACES
              MOVE LMAIN-ODT-FILE-OVERRIDE TO LEX-ODT-NAME
            ELSE
              MOVE WS-ODT-DEFAULT-NAME     TO LEX-ODT-NAME
            END-IF.

            IF LXGS-BLOCK-NO OF TG-S > 0
              END-IF
            END-IF

      *     A DECIPHER's fidelity proof folds exactly the plaintext
      *     it hands over for writing
            IF SW-FID-FOLD
              AND WS-ACTION = 'DECIPHER'
              AND LXPS-CFILE OF TP-S NOT = 'C'
              MOVE SPACES                 TO WS-FID-BLOCK
              MOVE LXP-TEXT(1:LXP-TLENGTH) TO WS-FID-BLOCK
              PERFORM FOLD-FIDELITY-BLOCK
            END-IF

            CALL WS-TEXT-PUT USING TP-S

            EVALUATE LXP-STATUS
            END-IF.


       FOLD-FIDELITY-INPUT.
      *     The block as DECIPHER will hand it back: a short block
      *     under the legacy zero-fill comes back left-filled with
      *     zeros (PAD's own fill, built here apart from PAD-X, which
      *     ECB-CIPHER-BATCHED's read-ahead still owns); PKCS#7 and
      *     CTS give back exactly the bytes read
            MOVE SPACES                     TO WS-FID-BLOCK.

            IF LXG-TLENGTH < 32
              AND NOT LMAIN-PAD-PKCS7
              AND WS-MODE NOT = 'CTS'
              MOVE ALL '0'                  TO WS-FID-BLOCK
              MOVE LXG-TEXT(1:LXG-TLENGTH)
                TO WS-FID-BLOCK(33 - LXG-TLENGTH:LXG-TLENGTH)
            ELSE
              MOVE LXG-TEXT(1:LXG-TLENGTH)  TO WS-FID-BLOCK
            END-IF.

            PERFORM FOLD-FIDELITY-BLOCK.


       FOLD-FIDELITY-BLOCK.
            SET HMC-ADD                     TO TRUE.
            MOVE SPACES                     TO HMC-RECORD.
            MOVE WS-FID-BLOCK               TO HMC-RECORD(1:32).
            MOVE 32                         TO HMC-RECLEN.

            CALL 'AESHMAC' USING WS-HMAC-LS.

            IF HMCS-ERR
              MOVE 'Plaintext fidelity digest failed to fold a block'
                                            TO LTEXT OF PM-S
              SET LLEVEL-MAX OF PM-S        TO TRUE

              CALL WS-PUT-MESSAGE USING PM-S

              MOVE 12                       TO WS-REASON-CODE
              PERFORM END-ON-ERROR
            END-IF.


       VERIFY-WRITTEN-BLOCK.
            SET WRV-READ                    TO TRUE.

            IF LMAIN-ODT-FILE-OVERRIDE NOT = SPACES
              MOVE LMAIN-ODT-FILE-OVERRIDE  TO WRV-GEN
            ELSE
              MOVE WS-ODT-DEFAULT-NAME      TO WRV-GEN
            END-IF.

            MOVE LXPS-BLOCK-NO OF TP-S      TO WRV-BLOCK.
            MOVE WS-BLOCK-COUNT
                                       TO LXMS-BLOCK-COUNT OF XP-S.
            MOVE WS-RUN-IDENT          TO LXMS-RUN-ID OF XP-S.
            IF LMAIN-DAT-FILE-OVERRIDE NOT = SPACES
              MOVE LMAIN-DAT-FILE-OVERRIDE
                                       TO LXMS-DAT-GEN OF XP-S
            ELSE
              MOVE WS-DAT-DEFAULT-NAME TO LXMS-DAT-GEN OF XP-S
            END-IF.

            CALL WS-XMIT-PUT USING XP-S.

           MOVE WS-CIPHER-DATA              TO IOTAB.
           MOVE 'C'                         TO IO-ACTION OF IOCOMM.

           CALL WS-CRYPTO-PROV USING IOCOMM IOTAB IOPUTM.

           MOVE IO-TEXT OF IOCOMM           TO WS-GHASH-H.

           MOVE WS-CIPHER-DATA               TO IOTAB.
           MOVE 'C'                          TO IO-ACTION OF IOCOMM.

           CALL WS-CRYPTO-PROV USING IOCOMM IOTAB IOPUTM.

           MOVE IO-TEXT OF IOCOMM            TO XOR-A.
           MOVE WS-GHASH-Y                   TO XOR-B.
           MOVE LMAIN-KEY                   TO IO-KEY OF IOCOMM.
           MOVE 'K'                         TO IO-ACTION OF IOCOMM.

           CALL WS-CRYPTO-PROV USING IOCOMM IOTAB IOPUTM.

           SET SW-KSCH-DONE                 TO TRUE.

              PERFORM CALL-TEXT-PUT
            END-IF.

      *     A TEXT-PUT that proved the plaintext itself answers at
      *     its close
            IF SW-FID-DELEGATED AND LMAINS-OK
              PERFORM CHECK-DELEGATED-FIDELITY
            END-IF.

      *     Free the output-generation lock now that the output -
      *     trailers and mirror compare included - is finalized, but
      *     still ahead of the input/checkpoint/log closes a failure
            IF LMAIN-DAT-FILE-OVERRIDE NOT = SPACES
              MOVE LMAIN-DAT-FILE-OVERRIDE  TO CTG-DAT-GEN
            ELSE
              MOVE WS-DAT-DEFAULT-NAME      TO CTG-DAT-GEN
            END-IF.

            MOVE LMAIN-TENANT               TO CTG-TENANT.
            MOVE LMAIN-EMBARGO-DATE         TO CTG-EMBARGO.
            MOVE EVG-ENV                    TO CTG-ENV.

            IF SW-ENVELOPE-RUN AND WS-ACTION = 'CIPHER  '
              MOVE WS-DEK-WRAP              TO CTG-DEK-WRAP
              MOVE WS-DEK-C0                TO CTG-DEK-C0
            ELSE
              MOVE SPACES                   TO CTG-DEK-WRAP CTG-DEK-C0
            END-IF.

            MOVE LMAIN-CLASS                TO CTG-CLASS.

            EVALUATE TRUE
              WHEN LMAIN-HMAC-ON AND LMAIN-BLOCK-MAC-ON
                MOVE 'A'                    TO CTG-MAC
              WHEN LMAIN-HMAC-ON
                MOVE 'H'                    TO CTG-MAC
              WHEN LMAIN-BLOCK-MAC-ON
                MOVE 'B'                    TO CTG-MAC
              WHEN OTHER
                MOVE SPACE                  TO CTG-MAC
            END-EVALUATE.

      *     Fidelity - a CIPHER records its digest ('C'); a DECIPHER
      *     that proved its output against one records the proof
      *     ('P') on its own entry and the origin CIPHER's
            MOVE SPACES                     TO CTG-FID-DIGEST
                                               CTG-FID-ALIAS
                                               CTG-FID-STATE
                                               CTG-FID-PROVEN-RUN
                                               CTG-FID-PROVEN-BY.
            MOVE 0                          TO CTG-FID-VERSION
                                               CTG-FID-PROVEN-DATE.

            IF (WS-ACTION = 'CIPHER  ' AND WS-FID-DIGEST NOT = SPACES)
              OR SW-FID-MATCHED
              MOVE WS-FID-DIGEST            TO CTG-FID-DIGEST
              MOVE WS-FID-ALIAS             TO CTG-FID-ALIAS
              MOVE WS-FID-VERSION           TO CTG-FID-VERSION
              MOVE 'C'                      TO CTG-FID-STATE
            END-IF.

            IF SW-FID-MATCHED
              MOVE 'P'                      TO CTG-FID-STATE
              MOVE WS-CAT-DATE              TO CTG-FID-PROVEN-DATE
              MOVE WS-RUN-IDENT             TO CTG-FID-PROVEN-RUN
              MOVE WS-FID-PROVEN-BY         TO CTG-FID-PROVEN-BY
            END-IF.

      *     Load identity - a delta names the generation it was
      *     taken against
            MOVE WS-LOAD-MARK(1:1)          TO CTG-LOAD-KIND.
            MOVE WS-LOAD-BASE               TO CTG-DELTA-BASE.

            CALL 'AESCATP' USING WS-CAT-LS.

            IF CTGS-ERR
              CALL WS-PUT-MESSAGE USING PM-S
            END-IF.

            IF SW-FID-MATCHED
              PERFORM RECORD-FIDELITY-EVIDENCE
            END-IF.


       RECORD-FIDELITY-EVIDENCE.
      *     The proof lands on the origin CIPHER's entry too, so an
      *     auditor asking about either generation finds it
            SET CTG-EVIDENCE                TO TRUE.
            MOVE WS-FID-ORIGIN              TO CTG-GEN.

            CALL 'AESCATP' USING WS-CAT-LS.

            IF NOT CTGS-OK
              STRING 'Fidelity evidence not recorded against '
                     WS-FID-ORIGIN
              DELIMITED BY SIZE           INTO LTEXT OF PM-S
              SET LLEVEL-WAR OF PM-S        TO TRUE

              CALL WS-PUT-MESSAGE USING PM-S
            END-IF.


       ZEROIZE-KEY-MATERIAL.
      *     AESMAIN's own WORKING-STORAGE (IO-KEY/IO-KSCH, the derived-
      *     AESMAIN last set it for the caller to see.
            MOVE SPACES                     TO IO-KEY OF IOCOMM.
            MOVE SPACES                     TO IO-KSCH OF IOCOMM.
            MOVE SPACES                     TO IO-KEY-HANDLE OF IOCOMM.
            MOVE SPACES                     TO PBK-DERIVED-KEY.
            MOVE SPACES                     TO LKG-KEY OF KG-S.
            MOVE SPACES                     TO WS-XTS-KEY1.
            MOVE SPACES                     TO WS-XTS-KEY2.
            MOVE SPACES                     TO WS-XTS-KSCH1.
            MOVE SPACES                     TO WS-XTS-DERIVED.
            MOVE SPACES                     TO WS-DEK WS-DEK-KEK.
            MOVE SPACES                     TO WRP-KEY-IN WRP-KEY-OUT
                                               WRP-KEK.
            MOVE SPACES                     TO WS-FID-KEY HMC-MAC-KEY.
            MOVE SPACES                     TO LXPS-FID-KEY OF TP-S.

            MOVE SPACES                     TO LMAIN-KEY.
            MOVE SPACES                     TO LMAIN-NEW-KEY.
