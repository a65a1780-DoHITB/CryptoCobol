       ID DIVISION.
       PROGRAM-ID. AESDRBG.
      *****************************************************************
      * Deterministic random bit generator - the one source of random
      * hex for everything that mints secret or must-not-repeat
      * material: AESKGEN's keys and IVs, AESMAIN's envelope data
      * keys and generated GCM IVs, AESTOKEN's tokens, and AESMKCER's
      * master keys and share coefficients. It is the
      * CTR_DRBG of NIST SP 800-90A built on AES-256 through AESCORE
      * (no derivation function, so the seed material is a full
      * 384-bit seedlen of conditioned entropy):
      *
      *   Update   - V is stepped and ciphered under Key three times,
      *              the 96 hex characters XORed with the provided
      *              data and split into the new Key (64) and V (32)
      *   Generate - V is stepped and ciphered for as many blocks as
      *              the request needs, then Update runs with zero
      *              provided data so the output just handed back can
      *              never be reconstructed from the state left
      *              behind (backtracking resistance)
      *
      * The state lives in WORKING-STORAGE for the whole run unit -
      * the same static-between-CALLs behaviour AESKCVC and AESWRAP
      * cache their tables under. The first CALL instantiates it;
      * every WS-RESEED-INTERVAL generate requests, or whenever the
      * caller asks with function 'R', it is reseeded from fresh
      * entropy.
      *
      * Entropy comes from the only physical noise batch can reach:
      * the jitter in how many times a tight loop turns over between
      * two hundredth-of-a-second clock ticks. Each tick gives one
      * sample, the low four bits of that count, credited with two
      * bits of min-entropy - so 192 samples are collected for every
      * 384-bit seed and conditioned into it with an AES-256 CBC-MAC
      * (the BCC function of SP 800-90A's derivation function) under
      * a fixed key, once per 128-bit output block.
      *
      * Health tests (SP 800-90B section 4.4) watch every sample:
      *
      *   Repetition count   - the same sample WS-RCT-CUTOFF times
      *                        in a row (1 + 20 / H for a 2**-20
      *                        false-alarm rate at H = 2) is a stuck
      *                        source
      *   Adaptive proportion - within each WS-APT-WINDOW samples,
      *                        the window's first value recurring
      *                        WS-APT-CUTOFF times (the binomial
      *                        cutoff for the same H and alarm rate)
      *                        is a source that has lost its entropy
      *
      * At instantiation a FIPS-197 known-answer test proves the
      * AESCORE cipher path, and WS-STARTUP-SAMPLES samples are run
      * through both tests and discarded before any sample seeds
      * anything. The tests then run continuously on every sample
      * of every reseed. Any failure disables the generator for the
      * rest of the run unit: the state is wiped and every CALL from
      * then on answers 'HLT' with nothing generated - a caller gets
      * no material at all rather than material from a suspect
      * source.
      *
      * Every instantiation, reseed and failure appends one record
      * to AESDRBGH (the calling program, the samples tested, the
      * longest run and highest window count seen, the known-answer
      * result and pass/fail) - AESKINV reports the file alongside
      * the key inventory.
      *
      * DRB-FUNCTION 'G' generates DRB-LENGTH (1-128) hex characters
      * into DRB-OUTPUT; 'R' reseeds without generating. DRB-STATUS
      * is 'OK ', 'ERR' for a bad request or an AESTAB that would not
      * load, or 'HLT' once a health test has failed.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *     GENERATOR HEALTH LOG (AESDRBGH - LRECL=64), appended to
      *     the same way AESKUSE accumulates under AESKGET
            SELECT R-HLT ASSIGN TO 'AESDRBGH'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-HLT.

       DATA DIVISION.
       FILE SECTION.
      *   AESDRBGH
       FD R-HLT LABEL RECORD STANDARD.

       01 HLT-REC.
          02 DRH-DATE                 PIC 9(08).
          02 DRH-TIME                 PIC 9(06).
          02 DRH-CALLER               PIC X(08).
      *     'I' instantiate, 'R' reseed
          02 DRH-EVENT                PIC X(01).
          02 DRH-SAMPLES              PIC 9(05).
          02 DRH-RCT-MAX              PIC 9(03).
          02 DRH-APT-MAX              PIC 9(03).
      *     Known-answer test - 'P'/'F', blank on a reseed
          02 DRH-KAT                  PIC X(01).
      *     'P' passed, 'F' failed - DRH-REASON says which test
          02 DRH-RESULT               PIC X(01).
          02 DRH-REASON               PIC X(03).
      *     Generate requests served under the seed being replaced
          02 DRH-GENERATES            PIC 9(09).
          02 FILLER                   PIC X(16).

       WORKING-STORAGE SECTION.
         01 FS.
            05 FS-HLT                  PIC 9(02).
               88 FS-HLT-OK                      VALUE 0.
               88 FS-HLT-AOP                     VALUE 41.

         01 DG-S.
            COPY 'DATA-GET.cpy'.

      ******************************************
      * AESCORE COMMUNICATION AREA             *
      ******************************************
         COPY 'AESLCOR.cpy'.

      *  AESTAB cipher-mode table, loaded once and kept
         77 WS-CIPHER-DATA             PIC X(2860).
         77 WS-TAB-LOADED              PIC X(01)   VALUE 'N'.
            88 SW-TAB-LOADED                       VALUE 'Y'.

         01 PMW.
            COPY 'AESLLOG.cpy'.

      *  Generator state - kept across CALLs for the run unit
         77 WS-DRBG-STATE              PIC X(01)   VALUE 'U'.
            88 SW-DRBG-UNSEEDED                    VALUE 'U'.
            88 SW-DRBG-READY                       VALUE 'R'.
            88 SW-DRBG-FAILED                      VALUE 'F'.
         77 WS-DRBG-KEY                PIC X(64).
         77 WS-DRBG-V                  PIC X(32).
         77 WS-RESEED-COUNTER          PIC 9(09)   VALUE 0.

      *  Tuning - the interval is this shop's, far inside the 2**48
      *  SP 800-90A allows; the cutoffs follow from two bits of
      *  min-entropy per sample at a 2**-20 false-alarm rate
         77 WS-RESEED-INTERVAL         PIC 9(09)   VALUE 1000.
         77 WS-SEED-SAMPLES            PIC 9(04)   VALUE 192.
         77 WS-STARTUP-SAMPLES         PIC 9(04)   VALUE 256.
         77 WS-RCT-CUTOFF              PIC 9(03)   VALUE 11.
         77 WS-APT-WINDOW              PIC 9(03)   VALUE 128.
         77 WS-APT-CUTOFF              PIC 9(03)   VALUE 58.

      *  Noise source - loop turns between two clock ticks
         77 WS-TICK-PREV               PIC 9(08).
         77 WS-TICK-NOW                PIC 9(08).
         77 WS-SPIN-COUNT              PIC 9(09)   COMP.
         77 WS-SAMPLE                  PIC 9(02).

      *  Health-test registers. The repetition run and the adaptive
      *  window carry on across collections; the maxima and sample
      *  count are per instantiation/reseed, for the health record.
         77 WS-RCT-LAST                PIC 9(02)   VALUE 0.
         77 WS-RCT-RUN                 PIC 9(03)   VALUE 0.
         77 WS-RCT-MAX                 PIC 9(03)   VALUE 0.
         77 WS-APT-FIRST               PIC 9(02)   VALUE 0.
         77 WS-APT-SEEN                PIC 9(03)   VALUE 0.
         77 WS-APT-COUNT               PIC 9(03)   VALUE 0.
         77 WS-APT-MAX                 PIC 9(03)   VALUE 0.
         77 WS-SAMPLES-TESTED          PIC 9(05)   VALUE 0.
         77 WS-HEALTH-SW               PIC X(01)   VALUE 'P'.
            88 SW-HEALTH-FAIL                      VALUE 'F'.
         77 WS-FAIL-REASON             PIC X(03)   VALUE SPACES.
         77 WS-KAT-RESULT              PIC X(01)   VALUE SPACE.
         77 WS-EVENT                   PIC X(01).
         77 WS-GENERATES-SERVED        PIC 9(09).

      *  FIPS-197 appendix C.3 (AES-256) - the known-answer vector;
      *  its key doubles as the fixed conditioning key
         01 WS-FIXED-KEY.
            05 FILLER                  PIC X(32)   VALUE
               '000102030405060708090A0B0C0D0E0F'.
            05 FILLER                  PIC X(32)   VALUE
               '101112131415161718191A1B1C1D1E1F'.
         77 WS-KAT-PLAIN               PIC X(32)   VALUE
            '00112233445566778899AABBCCDDEEFF'.
         77 WS-KAT-EXPECT              PIC X(32)   VALUE
            '8EA2B7CA516745BFEAFC49904B496089'.

      *  Entropy collection and conditioning
         77 WS-ENTROPY                 PIC X(192).
         77 WS-ENT-I                   PIC 9(04).
         77 WS-CHAIN                   PIC X(32).
         77 WS-COND-BLK                PIC 9(01).
         77 WS-COND-J                  PIC 9(02).

      *  Update/generate work - WS-PROVIDED is the seedlen of data
      *  XORed into the state, WS-BLOCK-OUT the ciphered counters
         77 WS-PROVIDED                PIC X(96).
         77 WS-BLOCK-OUT               PIC X(128).
         77 WS-BLOCKS                  PIC 9(02).
         77 WS-BLK-I                   PIC 9(02).
         77 WS-BLK-POS                 PIC 9(03).
         77 WS-CIPH-KEY                PIC X(64).
         77 WS-V-I                     PIC 9(02).
         77 WS-V-CARRY                 PIC X(01).
            88 SW-V-CARRY                          VALUE 'Y'.

      *  Hex XOR - a nibble table built once, a bit at a time, the
      *  way AESWRAP's KW-XOR-T-INTO-A works its byte
         01 WS-XOR-TABLE.
            05 WS-XOR-ROW              PIC X(16)   OCCURS 16.
         77 WS-XOR-BUILT               PIC X(01)   VALUE 'N'.
            88 SW-XOR-BUILT                        VALUE 'Y'.
         77 WS-XOR-A                   PIC X(96).
         77 WS-XOR-B                   PIC X(96).
         77 WS-XOR-LEN                 PIC 9(03).
         77 WS-XOR-I                   PIC 9(03).
         77 WS-NA                      PIC 9(02).
         77 WS-NB                      PIC 9(02).
         77 WS-NV-A                    PIC 9(02).
         77 WS-NV-B                    PIC 9(02).
         77 WS-NV-R                    PIC 9(02).
         77 WS-NV-POW                  PIC 9(02).
         77 WS-NV-BIT                  PIC 9(01).
         77 WS-NV-ABIT                 PIC 9(01).
         77 WS-NV-BBIT                 PIC 9(01).
         77 WS-NIB                     PIC 9(02).
         77 WS-NIB-CHAR                PIC X(01).
         01 WS-HEXDIGITS               PIC X(16)
                                       VALUE '0123456789ABCDEF'.

      *  True HHMMSS stamp - ACCEPT FROM TIME delivers HHMMSSss, so
      *  it lands in an eight-digit group first and the hundredths
      *  fall away instead of pushing the hour out
         01 WS-STAMP-TIME.
            05 WS-STAMP-HHMMSS          PIC 9(06).
            05 FILLER                   PIC 9(02).

       LINKAGE SECTION.
         01 LS.
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

       PROCEDURE DIVISION USING LS.
       MAINLINE.
            SET DRBS-OK                     TO TRUE.
            MOVE SPACES                     TO DRB-OUTPUT.

      *     A failed health test is final for the run unit
            IF SW-DRBG-FAILED
              SET DRBS-HEALTH               TO TRUE
              GOBACK
            END-IF.

            IF NOT DRB-GENERATE AND NOT DRB-RESEED
              SET DRBS-ERR                  TO TRUE
              GOBACK
            END-IF.

            IF DRB-GENERATE
              AND (DRB-LENGTH < 1 OR DRB-LENGTH > 128)
              SET DRBS-ERR                  TO TRUE
              GOBACK
            END-IF.

            IF NOT SW-TAB-LOADED
              PERFORM LOAD-TABLE
            END-IF.

            IF DRBS-OK AND SW-DRBG-UNSEEDED
              PERFORM INSTANTIATE THRU INSTANTIATE-EXIT
            END-IF.

            IF DRBS-OK AND SW-DRBG-READY
              AND (DRB-RESEED
                OR WS-RESEED-COUNTER > WS-RESEED-INTERVAL)
              PERFORM RESEED THRU RESEED-EXIT
            END-IF.

            IF DRBS-OK AND DRB-GENERATE
              PERFORM GENERATE-OUTPUT
            END-IF.

      *     Key material must not linger here between CALLs
            MOVE SPACES                     TO IO-KEY OF IOCOMM.
            MOVE SPACES                     TO IO-KSCH OF IOCOMM.
            MOVE SPACES                     TO IO-TEXT OF IOCOMM.
            MOVE SPACES                     TO WS-CIPH-KEY.

            GOBACK.


       LOAD-TABLE.
      *     AESKCVC's load - the CIPHER-mode table is all a DRBG
      *     ever needs, and AESTGET's INF chatter is kept off AESLOG
            MOVE SPACES                     TO PMW.
            SET LLOG-MAX OF PMW             TO TRUE.
            MOVE PMW                        TO PUT-MESSAGE-LS OF DG-S.
            MOVE 'AESMPUT'                  TO PUT-MESSAGE OF DG-S.
            MOVE SPACES                     TO LDGS-CFILE OF DG-S.

            CALL 'AESTGET' USING DG-S.

            IF LDGS-ERR OF DG-S
              SET DRBS-ERR                  TO TRUE
            ELSE
              MOVE LDG-TEXT OF DG-S         TO WS-CIPHER-DATA

              MOVE 'C'                      TO LDGS-CFILE OF DG-S
              CALL 'AESTGET' USING DG-S

              SET SW-TAB-LOADED             TO TRUE
            END-IF.


       INSTANTIATE.
            MOVE 'I'                        TO WS-EVENT.
            MOVE 0                          TO WS-GENERATES-SERVED.
            PERFORM RESET-HEALTH-TALLIES.

            IF NOT SW-XOR-BUILT
              PERFORM BUILD-XOR-TABLE
            END-IF.

      *     The cipher path itself first - a generator built on a
      *     wrong AES is wrong however good its entropy
            MOVE WS-FIXED-KEY               TO WS-CIPH-KEY.
            MOVE WS-KAT-PLAIN               TO IO-TEXT OF IOCOMM.
            PERFORM CIPHER-ONE-BLOCK.

            IF IO-TEXT OF IOCOMM = WS-KAT-EXPECT
              MOVE 'P'                      TO WS-KAT-RESULT
            ELSE
              MOVE 'F'                      TO WS-KAT-RESULT
              MOVE 'F'                      TO WS-HEALTH-SW
              MOVE 'KAT'                    TO WS-FAIL-REASON
              GO TO INSTANTIATE-FAILED
            END-IF.

      *     Start-up tests - samples judged and thrown away before
      *     anything is seeded from the source
            PERFORM ALIGN-TO-TICK.
            PERFORM NEXT-NOISE-SAMPLE WS-STARTUP-SAMPLES TIMES.

            IF SW-HEALTH-FAIL
              GO TO INSTANTIATE-FAILED
            END-IF.

            PERFORM COLLECT-ENTROPY.

            IF SW-HEALTH-FAIL
              GO TO INSTANTIATE-FAILED
            END-IF.

            MOVE ALL '0'                    TO WS-DRBG-KEY.
            MOVE ALL '0'                    TO WS-DRBG-V.
            PERFORM DRBG-UPDATE.

            MOVE 1                          TO WS-RESEED-COUNTER.
            SET SW-DRBG-READY               TO TRUE.

            PERFORM WRITE-HEALTH-RECORD.

            GO TO INSTANTIATE-EXIT.

       INSTANTIATE-FAILED.
            PERFORM DISABLE-GENERATOR.

       INSTANTIATE-EXIT.
            EXIT.


       RESEED.
            MOVE 'R'                        TO WS-EVENT.
            COMPUTE WS-GENERATES-SERVED = WS-RESEED-COUNTER - 1.
            PERFORM RESET-HEALTH-TALLIES.
            MOVE SPACE                      TO WS-KAT-RESULT.

            PERFORM ALIGN-TO-TICK.
            PERFORM COLLECT-ENTROPY.

            IF SW-HEALTH-FAIL
              PERFORM DISABLE-GENERATOR
              GO TO RESEED-EXIT
            END-IF.

            PERFORM DRBG-UPDATE.

            MOVE 1                          TO WS-RESEED-COUNTER.

            PERFORM WRITE-HEALTH-RECORD.

       RESEED-EXIT.
            EXIT.


       RESET-HEALTH-TALLIES.
            MOVE 0                          TO WS-RCT-MAX
                                               WS-APT-MAX
                                               WS-SAMPLES-TESTED.
            MOVE 'P'                        TO WS-HEALTH-SW.
            MOVE SPACES                     TO WS-FAIL-REASON.


       DISABLE-GENERATOR.
      *     Nothing from a suspect source ever leaves - the state is
      *     wiped and every later CALL in the run unit answers HLT
            MOVE SPACES                     TO WS-DRBG-KEY
                                               WS-DRBG-V
                                               WS-ENTROPY
                                               WS-PROVIDED.
            SET SW-DRBG-FAILED              TO TRUE.
            SET DRBS-HEALTH                 TO TRUE.

            PERFORM WRITE-HEALTH-RECORD.

            DISPLAY 'AESDRBG: ' WS-FAIL-REASON
                    ' HEALTH TEST FAILED FOR ' DRB-CALLER
                    ' - GENERATOR DISABLED'.


       ALIGN-TO-TICK.
      *     A collection starts on a tick boundary - the partial
      *     interval before it is not a sample
            ACCEPT WS-TICK-PREV             FROM TIME.
            ACCEPT WS-TICK-NOW              FROM TIME.

            PERFORM UNTIL WS-TICK-NOW NOT = WS-TICK-PREV
              ACCEPT WS-TICK-NOW            FROM TIME
            END-PERFORM.

            MOVE WS-TICK-NOW                TO WS-TICK-PREV.


       NEXT-NOISE-SAMPLE.
            MOVE 0                          TO WS-SPIN-COUNT.
            ACCEPT WS-TICK-NOW              FROM TIME.

            PERFORM UNTIL WS-TICK-NOW NOT = WS-TICK-PREV
              ADD 1                         TO WS-SPIN-COUNT
              ACCEPT WS-TICK-NOW            FROM TIME
            END-PERFORM.

            MOVE WS-TICK-NOW                TO WS-TICK-PREV.
            COMPUTE WS-SAMPLE = FUNCTION MOD(WS-SPIN-COUNT 16).

            ADD 1                           TO WS-SAMPLES-TESTED.
            PERFORM REPETITION-COUNT-TEST.
            PERFORM ADAPTIVE-PROPORTION-TEST.


       REPETITION-COUNT-TEST.
            IF WS-RCT-RUN > 0 AND WS-SAMPLE = WS-RCT-LAST
              ADD 1                         TO WS-RCT-RUN
            ELSE
              MOVE WS-SAMPLE                TO WS-RCT-LAST
              MOVE 1                        TO WS-RCT-RUN
            END-IF.

            IF WS-RCT-RUN > WS-RCT-MAX
              MOVE WS-RCT-RUN               TO WS-RCT-MAX
            END-IF.

            IF WS-RCT-RUN >= WS-RCT-CUTOFF AND NOT SW-HEALTH-FAIL
              MOVE 'F'                      TO WS-HEALTH-SW
              MOVE 'RCT'                    TO WS-FAIL-REASON
            END-IF.


       ADAPTIVE-PROPORTION-TEST.
            IF WS-APT-SEEN = 0
              MOVE WS-SAMPLE                TO WS-APT-FIRST
              MOVE 1                        TO WS-APT-COUNT
              MOVE 1                        TO WS-APT-SEEN
            ELSE
              ADD 1                         TO WS-APT-SEEN
              IF WS-SAMPLE = WS-APT-FIRST
                ADD 1                       TO WS-APT-COUNT
              END-IF
            END-IF.

            IF WS-APT-COUNT > WS-APT-MAX
              MOVE WS-APT-COUNT             TO WS-APT-MAX
            END-IF.

            IF WS-APT-COUNT >= WS-APT-CUTOFF AND NOT SW-HEALTH-FAIL
              MOVE 'F'                      TO WS-HEALTH-SW
              MOVE 'APT'                    TO WS-FAIL-REASON
            END-IF.

            IF WS-APT-SEEN >= WS-APT-WINDOW
              MOVE 0                        TO WS-APT-SEEN
            END-IF.


       COLLECT-ENTROPY.
      *     One hex character per sample, then conditioned down to
      *     the 96-character seed material in WS-PROVIDED
            MOVE SPACES                     TO WS-ENTROPY.

            PERFORM VARYING WS-ENT-I FROM 1 BY 1
              UNTIL WS-ENT-I > WS-SEED-SAMPLES
              PERFORM NEXT-NOISE-SAMPLE
              MOVE WS-HEXDIGITS(WS-SAMPLE + 1:1)
                                       TO WS-ENTROPY(WS-ENT-I:1)
            END-PERFORM.

            IF NOT SW-HEALTH-FAIL
              PERFORM CONDITION-ENTROPY
            END-IF.

            MOVE SPACES                     TO WS-ENTROPY.


       CONDITION-ENTROPY.
      *     BCC under the fixed key, once per output block: the
      *     chain starts from the block's own counter block, then
      *     takes in the six 32-character blocks of samples
            MOVE WS-FIXED-KEY               TO WS-CIPH-KEY.
            MOVE SPACES                     TO WS-PROVIDED.

            PERFORM VARYING WS-COND-BLK FROM 1 BY 1
              UNTIL WS-COND-BLK > 3
              MOVE ALL '0'                  TO WS-CHAIN
              MOVE WS-COND-BLK              TO WS-CHAIN(32:1)
              MOVE WS-CHAIN                 TO IO-TEXT OF IOCOMM
              PERFORM CIPHER-ONE-BLOCK
              MOVE IO-TEXT OF IOCOMM        TO WS-CHAIN

              PERFORM VARYING WS-COND-J FROM 1 BY 1
                UNTIL WS-COND-J > 6
                MOVE WS-CHAIN               TO WS-XOR-A
                MOVE WS-ENTROPY((WS-COND-J - 1) * 32 + 1:32)
                                            TO WS-XOR-B
                MOVE 32                     TO WS-XOR-LEN
                PERFORM XOR-HEX
                MOVE WS-XOR-A(1:32)         TO IO-TEXT OF IOCOMM
                PERFORM CIPHER-ONE-BLOCK
                MOVE IO-TEXT OF IOCOMM      TO WS-CHAIN
              END-PERFORM

              MOVE WS-CHAIN
                TO WS-PROVIDED((WS-COND-BLK - 1) * 32 + 1:32)
            END-PERFORM.

            MOVE SPACES                     TO WS-CHAIN WS-XOR-A
                                               WS-XOR-B.


       DRBG-UPDATE.
      *     CTR_DRBG_Update: three stepped counters under Key, XOR
      *     the provided data, new Key and V
            MOVE 3                          TO WS-BLOCKS.
            PERFORM CIPHER-COUNTER-BLOCKS.

            MOVE WS-BLOCK-OUT(1:96)         TO WS-XOR-A.
            MOVE WS-PROVIDED                TO WS-XOR-B.
            MOVE 96                         TO WS-XOR-LEN.
            PERFORM XOR-HEX.

            MOVE WS-XOR-A(1:64)             TO WS-DRBG-KEY.
            MOVE WS-XOR-A(65:32)            TO WS-DRBG-V.

            MOVE SPACES                     TO WS-XOR-A WS-XOR-B
                                               WS-BLOCK-OUT
                                               WS-PROVIDED.


       GENERATE-OUTPUT.
            COMPUTE WS-BLOCKS = (DRB-LENGTH + 31) / 32.
            PERFORM CIPHER-COUNTER-BLOCKS.

            MOVE WS-BLOCK-OUT(1:DRB-LENGTH) TO DRB-OUTPUT.
            MOVE SPACES                     TO WS-BLOCK-OUT.

            MOVE ALL '0'                    TO WS-PROVIDED.
            PERFORM DRBG-UPDATE.

            ADD 1                           TO WS-RESEED-COUNTER.


       CIPHER-COUNTER-BLOCKS.
      *     WS-BLOCKS successive values of V, ciphered under Key in
      *     one AESCORE batch into WS-BLOCK-OUT
            MOVE SPACES                     TO WS-BLOCK-OUT.

            PERFORM VARYING WS-BLK-I FROM 1 BY 1
              UNTIL WS-BLK-I > WS-BLOCKS
              PERFORM INCREMENT-V
              MOVE WS-DRBG-V
                TO IO-BATCH-TEXT OF IOCOMM(WS-BLK-I)
            END-PERFORM.

            MOVE WS-DRBG-KEY                TO IO-KEY OF IOCOMM.
            MOVE 'ECB'                      TO IO-MODE OF IOCOMM.
            MOVE '256'                      TO IO-BITS OF IOCOMM.
            MOVE 'C'                        TO IO-ACTION OF IOCOMM.
            MOVE WS-BLOCKS                  TO IO-BATCH-COUNT OF IOCOMM.
            MOVE SPACES                     TO IO-KEY-HANDLE OF IOCOMM.
            MOVE WS-CIPHER-DATA             TO IOTAB.
            MOVE PMW                        TO IOPUTM.

            CALL 'AESCORE' USING IOCOMM IOTAB IOPUTM.

            PERFORM VARYING WS-BLK-I FROM 1 BY 1
              UNTIL WS-BLK-I > WS-BLOCKS
              COMPUTE WS-BLK-POS = (WS-BLK-I - 1) * 32 + 1
              MOVE IO-BATCH-TEXT OF IOCOMM(WS-BLK-I)
                TO WS-BLOCK-OUT(WS-BLK-POS:32)
              MOVE SPACES
                TO IO-BATCH-TEXT OF IOCOMM(WS-BLK-I)
            END-PERFORM.

            MOVE 0                          TO IO-BATCH-COUNT OF IOCOMM.


       CIPHER-ONE-BLOCK.
      *     IO-TEXT ciphered under WS-CIPH-KEY, in place
            MOVE WS-CIPH-KEY                TO IO-KEY OF IOCOMM.
            MOVE 'ECB'                      TO IO-MODE OF IOCOMM.
            MOVE '256'                      TO IO-BITS OF IOCOMM.
            MOVE 'C'                        TO IO-ACTION OF IOCOMM.
            MOVE 0                          TO IO-BATCH-COUNT OF IOCOMM.
            MOVE SPACES                     TO IO-KEY-HANDLE OF IOCOMM.
            MOVE WS-CIPHER-DATA             TO IOTAB.
            MOVE PMW                        TO IOPUTM.

            CALL 'AESCORE' USING IOCOMM IOTAB IOPUTM.


       INCREMENT-V.
      *     V = (V + 1) mod 2**128, carried from the last hex digit
            MOVE 'Y'                        TO WS-V-CARRY.

            PERFORM VARYING WS-V-I FROM 32 BY -1
              UNTIL WS-V-I < 1 OR NOT SW-V-CARRY
              IF WS-DRBG-V(WS-V-I:1) = 'F'
                MOVE '0'                    TO WS-DRBG-V(WS-V-I:1)
              ELSE
                MOVE WS-DRBG-V(WS-V-I:1)    TO WS-NIB-CHAR
                PERFORM NIBBLE-VALUE
                MOVE WS-HEXDIGITS(WS-NIB + 2:1)
                                            TO WS-DRBG-V(WS-V-I:1)
                MOVE 'N'                    TO WS-V-CARRY
              END-IF
            END-PERFORM.


       XOR-HEX.
      *     WS-XOR-A(1:WS-XOR-LEN) = itself XOR WS-XOR-B, a nibble
      *     at a time through the table
            PERFORM VARYING WS-XOR-I FROM 1 BY 1
              UNTIL WS-XOR-I > WS-XOR-LEN
              MOVE WS-XOR-A(WS-XOR-I:1)     TO WS-NIB-CHAR
              PERFORM NIBBLE-VALUE
              MOVE WS-NIB                   TO WS-NA
              MOVE WS-XOR-B(WS-XOR-I:1)     TO WS-NIB-CHAR
              PERFORM NIBBLE-VALUE
              MOVE WS-NIB                   TO WS-NB
              MOVE WS-XOR-ROW(WS-NA + 1)(WS-NB + 1:1)
                                            TO WS-XOR-A(WS-XOR-I:1)
            END-PERFORM.


       BUILD-XOR-TABLE.
            PERFORM VARYING WS-NA FROM 0 BY 1 UNTIL WS-NA > 15
              PERFORM VARYING WS-NB FROM 0 BY 1 UNTIL WS-NB > 15
                PERFORM XOR-ONE-PAIR
                MOVE WS-HEXDIGITS(WS-NV-R + 1:1)
                  TO WS-XOR-ROW(WS-NA + 1)(WS-NB + 1:1)
              END-PERFORM
            END-PERFORM.

            SET SW-XOR-BUILT                TO TRUE.


       XOR-ONE-PAIR.
            MOVE WS-NA                      TO WS-NV-A.
            MOVE WS-NB                      TO WS-NV-B.
            MOVE 0                          TO WS-NV-R.
            MOVE 1                          TO WS-NV-POW.

            PERFORM VARYING WS-NV-BIT FROM 1 BY 1
              UNTIL WS-NV-BIT > 4
              DIVIDE WS-NV-A BY 2 GIVING WS-NV-A
                                  REMAINDER WS-NV-ABIT
              DIVIDE WS-NV-B BY 2 GIVING WS-NV-B
                                  REMAINDER WS-NV-BBIT
              IF WS-NV-ABIT NOT = WS-NV-BBIT
                ADD WS-NV-POW               TO WS-NV-R
              END-IF
              MULTIPLY 2                    BY WS-NV-POW
            END-PERFORM.


       NIBBLE-VALUE.
            PERFORM VARYING WS-NIB FROM 0 BY 1
              UNTIL WS-NIB > 15
              OR WS-HEXDIGITS(WS-NIB + 1:1) = WS-NIB-CHAR
              CONTINUE
            END-PERFORM.

            IF WS-NIB > 15
              MOVE 0                        TO WS-NIB
            END-IF.


       WRITE-HEALTH-RECORD.
      *     One record per instantiation, reseed or failure. A log
      *     that can't be opened or written must never stop the
      *     generator - the same log-only tolerance AESKGET's usage
      *     journal gets - so every failure here just DISPLAYs.
            OPEN EXTEND R-HLT.

            IF FS-HLT-OK OR FS-HLT-AOP
              CONTINUE
            ELSE
              OPEN OUTPUT R-HLT

              IF FS-HLT-OK OR FS-HLT-AOP
                CONTINUE
              ELSE
                DISPLAY 'AESDRBG: HEALTH LOG OPEN FAILED: ' FS-HLT
              END-IF
            END-IF.

            IF FS-HLT-OK OR FS-HLT-AOP
              MOVE SPACES                   TO HLT-REC
              ACCEPT DRH-DATE               FROM DATE YYYYMMDD
              ACCEPT WS-STAMP-TIME          FROM TIME
              MOVE WS-STAMP-HHMMSS          TO DRH-TIME
              MOVE DRB-CALLER               TO DRH-CALLER
              MOVE WS-EVENT                 TO DRH-EVENT
              MOVE WS-SAMPLES-TESTED        TO DRH-SAMPLES
              MOVE WS-RCT-MAX               TO DRH-RCT-MAX
              MOVE WS-APT-MAX               TO DRH-APT-MAX
              MOVE WS-KAT-RESULT            TO DRH-KAT
              MOVE WS-HEALTH-SW             TO DRH-RESULT
              MOVE WS-FAIL-REASON           TO DRH-REASON
              MOVE WS-GENERATES-SERVED      TO DRH-GENERATES

              WRITE HLT-REC

              IF FS-HLT-OK
                CONTINUE
              ELSE
                DISPLAY 'AESDRBG: HEALTH LOG WRITE FAILED: ' FS-HLT
              END-IF

              CLOSE R-HLT
            END-IF.
