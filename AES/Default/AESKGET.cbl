      * a site with a real external KMS swaps in its own AESKGET-
      * compatible program against that KMS instead, without AESMAIN
      * having to change at all.
      *
      * A version carrying a usage ceiling (KEYF-CEIL-UNIT) is
      * checked against its accumulated usage in AESKUSG on every
      * CIPHER resolution: refused once the ceiling is reached, and
      * resolved with a warning message from the warning percentage.
      *
      * A module-resident version (KEYF-RESIDENCE) has no key bytes
      * on file to hand back: the caller gets a key handle instead -
      * alias and version, flagged on LKG-KEY-RESIDENCE - if it says
      * it can run under one (LKG-HANDLE-OK), and a refusal if not.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *     MANAGED KEY STORE (AESKEYF - LRECL=194) - VSAM KSDS keyed
      *     on KEYF-ID, maintained interactively via AESKMNT.
      *     Keyed on alias+version (KEYF-REC-KEY) since rotations add
      *     new versions instead of overwriting - ACCESS DYNAMIC so a
                   RECORD KEY   IS ENV-KEY
                   FILE STATUS  IS FS-ENV.

      *     KEY-VERSION USAGE TOTALS (AESKUSG - KSDS keyed on
      *     alias+version, rebuilt by AESKUACC; no file means no
      *     usage is known yet and no ceiling can be reached)
            SELECT OPTIONAL R-KUSG ASSIGN TO 'AESKUSG'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS RANDOM
                   RECORD KEY   IS KUSG-REC-KEY
                   FILE STATUS  IS FS-KUSG.

      *     KEY-USAGE JOURNAL (AESKUSE - LRECL=48) - one record
      *     appended per AESKEYF lookup, whatever its outcome, so an
      *     incident can say exactly which runs touched which alias
          02 ENV-NAME                 PIC X(04).
          02 FILLER                   PIC X(11).

      *   AESKUSG
       FD R-KUSG LABEL RECORD STANDARD.

       01 KUSG-REC.
          COPY 'AESLKUSG.cpy'.

      *   AESKUSE
       FD R-USE LABEL RECORD STANDARD.

          02 USE-TIME                 PIC 9(06).
          02 USE-RUN-IDENT            PIC X(16).
      *     OK /RET(ired)/EXP(ired)/PND(ing)/DES(troyed)/
      *     ENV(wrong environment)/USE(key not typed for the
      *     calling use)/CEL(usage ceiling reached)/NFD(not
      *     found)/MOD(module-resident, caller cannot run under a
      *     key handle)/ERR
          02 USE-OUTCOME              PIC X(03).
      *     Key use the caller asked for (see LKGS-KEY-USE) - space
      *     on a record journalled before uses were declared
          02 USE-KEY-USE              PIC X(01).
          02 FILLER                   PIC X(06).

       WORKING-STORAGE SECTION.
         01 FS.
               88 FS-USE-AOP                     VALUE 41.
            05 FS-ENV                  PIC 9(02).
               88 FS-ENV-OK                      VALUE 0.
            05 FS-KUSG                 PIC 9(02).
               88 FS-KUSG-OK                     VALUE 0.

      *  This system's own environment tag ('T'/'P', space when the
      *  identity record is not deployed), read once per run unit
      *  Outcome of this lookup, journalled to AESKUSE on the way out
         01 WS-USAGE-OUTCOME           PIC X(03).

      *  Key use this lookup is for - a caller that leaves
      *  LKG-KEY-USE blank is asking for a data key, which is all
      *  any caller wanted before uses were declared
         01 WS-WANT-USE                PIC X(01).
            88 SW-WANT-ANY-USE                    VALUE '*'.

      *  Usage-ceiling check of the resolved version: usage in the
      *  ceiling's own unit, the version's warning percentage (80
      *  when none is set), and the verdict
         01 WS-CEIL-USED               PIC 9(15).
         01 WS-CEIL-PCT                PIC 9(03).
         01 WS-CEIL-STATE              PIC X(01).
            88 SW-CEIL-REACHED                    VALUE 'R'.
            88 SW-CEIL-WARNING                    VALUE 'W'.

      *  Master-key unwrap via AESWRAP - the linkage record it
      *  expects, mirrored here the same way AESMAIN mirrors
      *  AESKAUD's.
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

      *  "Current version" resolution scratch - the highest active
      *  version seen while walking the alias's versions in key order
            END-IF.

            MOVE LKG-ALIAS                  TO KEYF-ID.
            MOVE SPACE                      TO LKG-DECLARED-USE.
            MOVE SPACE                      TO LKG-KEY-RESIDENCE.

            IF LKG-KEY-USE = SPACE
              MOVE 'D'                      TO WS-WANT-USE
            ELSE
              MOVE LKG-KEY-USE              TO WS-WANT-USE
            END-IF.

            ACCEPT WS-TODAY                 FROM DATE YYYYMMDD.

              PERFORM RESOLVE-CURRENT-VERSION
            END-IF.

            MOVE SPACE                      TO WS-CEIL-STATE.

            IF FS-KEY-OK AND KEYF-CEIL-SET AND KEYF-CEILING NUMERIC
              AND KEYF-CEILING > 0 AND LKG-PURPOSE = 'CIPHER  '
              PERFORM CHECK-USAGE-CEILING
            END-IF.

            EVALUATE TRUE
              WHEN FS-KEY-OK AND KEYF-EXPIRES > 0
                               AND WS-TODAY > KEYF-EXPIRES
                MOVE 'ENV'                   TO WS-USAGE-OUTCOME
                PERFORM WRITE-USAGE
                PERFORM END-ON-ERROR
              WHEN FS-KEY-OK AND KEYF-KEY-USE NOT = SPACE
                               AND NOT SW-WANT-ANY-USE
                               AND KEYF-KEY-USE NOT = WS-WANT-USE
      *         Declared for another job - a MAC key handed out as a
      *         data key (or a partner KEK as a vault key) is refused
      *         whatever the purpose, since the harm is in the key
      *         serving two roles at all. An entry with no declared
      *         use (written before the field existed) still
      *         resolves for anything.
                STRING 'KEY ALIAS IS NOT TYPED FOR THIS USE: '
                       LKG-ALIAS ' (DECLARED ' KEYF-KEY-USE
                       ', ASKED ' WS-WANT-USE ')'
                DELIMITED BY SIZE         INTO LTEXT OF PMW
                SET LLEVEL-ERR OF PMW        TO TRUE

                CALL PUT-MESSAGE USING PMW

                MOVE 'USE'                   TO WS-USAGE-OUTCOME
                PERFORM WRITE-USAGE
                PERFORM END-ON-ERROR
              WHEN FS-KEY-OK AND KEYF-COMPROMISED
                               AND LKG-PURPOSE = 'CIPHER  '
      *         Flagged compromised by AESKCOMP - no NEW cipher use,
                MOVE 'CMP'                   TO WS-USAGE-OUTCOME
                PERFORM WRITE-USAGE
                PERFORM END-ON-ERROR
              WHEN FS-KEY-OK AND SW-CEIL-REACHED
      *         The version has enciphered as much as its ceiling
      *         allows - no new CIPHER use, exactly as past its
      *         expiry date; DECIPHER and REWRAP of what it already
      *         protects still resolve
                STRING 'KEY VERSION HAS REACHED ITS USAGE CEILING: '
                       LKG-ALIAS ' V' KEYF-VERSION
                DELIMITED BY SIZE         INTO LTEXT OF PMW
                SET LLEVEL-ERR OF PMW        TO TRUE

                CALL PUT-MESSAGE USING PMW

                MOVE 'CEL'                   TO WS-USAGE-OUTCOME
                PERFORM WRITE-USAGE
                PERFORM END-ON-ERROR
              WHEN FS-KEY-OK AND KEYF-PENDING
      *         Dual-control add still waiting on its second operator
      *         at AESKMNT - there is no complete key to hand back yet.
                MOVE 'RET'                   TO WS-USAGE-OUTCOME
                PERFORM WRITE-USAGE
                PERFORM END-ON-ERROR
              WHEN FS-KEY-OK AND KEYF-MODULE-RESIDENT
                               AND NOT LKG-HANDLE-ACCEPTED
      *         The key lives only inside the hardware module - a
      *         caller that can only run on key bytes has nothing it
      *         could be given
                STRING 'KEY ALIAS IS MODULE-RESIDENT - CALLER NEEDS '
                       'A KEY HANDLE: ' LKG-ALIAS ' V' KEYF-VERSION
                DELIMITED BY SIZE         INTO LTEXT OF PMW
                SET LLEVEL-ERR OF PMW        TO TRUE

                CALL PUT-MESSAGE USING PMW

                MOVE 'MOD'                   TO WS-USAGE-OUTCOME
                PERFORM WRITE-USAGE
                PERFORM END-ON-ERROR
              WHEN FS-KEY-OK
                MOVE KEYF-KEY                TO LKG-KEY
                MOVE KEYF-BITS               TO LKG-BITS
                MOVE KEYF-KCV                TO LKG-KCV
                MOVE KEYF-VERSION            TO LKG-KEY-VERSION
                MOVE KEYF-KEY-USE            TO LKG-DECLARED-USE

      *         Stored keys are wrapped under the shop master key -
      *         unwrap transparently so no caller ever has to know;
                  PERFORM UNWRAP-STORED-KEY
                END-IF

      *         Module-resident - the handle is the alias and version
      *         already on the way back; no key bytes go with it
                IF KEYF-MODULE-RESIDENT
                  MOVE SPACES                TO LKG-KEY
                  SET LKG-KEY-IN-MODULE      TO TRUE
                END-IF

      *         Nearing its ceiling - resolved, but said so, so the
      *         rotation gets scheduled before the refusals start
                IF SW-CEIL-WARNING
                  STRING 'KEY VERSION IS NEARING ITS USAGE CEILING: '
                         LKG-ALIAS ' V' KEYF-VERSION ' USED '
                         WS-CEIL-USED ' OF ' KEYF-CEILING
                  DELIMITED BY SIZE       INTO LTEXT OF PMW
                  SET LLEVEL-WAR OF PMW      TO TRUE

                  CALL PUT-MESSAGE USING PMW
                END-IF

                MOVE 'OK '                   TO WS-USAGE-OUTCOME
                PERFORM WRITE-USAGE
              WHEN FS-KEY-NOTFND
            MOVE KEYF-BITS                  TO WRP-BITS.
            MOVE KEYF-KEY                   TO WRP-KEY-IN.
            MOVE SPACES                     TO WRP-KEY-OUT.
            MOVE KEYF-WRAP-SW               TO WRP-FORMAT.
            MOVE KEYF-WRAP-C0               TO WRP-KEY-C0.
            MOVE SPACES                     TO WRP-KEK.

      *     The generation that wrapped it - an entry written before
      *     generations existed is under the original AESMKEY key
            IF KEYF-MKEY-GEN IS NUMERIC
              MOVE KEYF-MKEY-GEN            TO WRP-MK-GEN
            ELSE
              MOVE 0                        TO WRP-MK-GEN
            END-IF.

            CALL 'AESWRAP' USING WS-WRAP-LS.

            EVALUATE TRUE
              WHEN WRPS-OK
                MOVE WRP-KEY-OUT            TO LKG-KEY
                MOVE SPACES                 TO WRP-KEY-OUT
      *       An RFC 3394 entry whose integrity block does not check
      *       has been altered (or the master key has changed under
      *       it) - no key is handed back, whatever the purpose
              WHEN WRPS-ICV
                MOVE SPACES                 TO LKG-KEY
                STRING 'KEY WRAP INTEGRITY CHECK FAILED FOR ALIAS: '
                       LKG-ALIAS
                DELIMITED BY SIZE         INTO LTEXT OF PMW
                SET LLEVEL-ERR OF PMW        TO TRUE

                CALL PUT-MESSAGE USING PMW

                MOVE 'ICV'                   TO WS-USAGE-OUTCOME
                PERFORM WRITE-USAGE
                PERFORM END-ON-ERROR
              WHEN OTHER
                STRING 'KEY UNWRAP FAILED FOR ALIAS (MASTER KEY?): '
                       LKG-ALIAS
                DELIMITED BY SIZE         INTO LTEXT OF PMW
                SET LLEVEL-ERR OF PMW        TO TRUE

                CALL PUT-MESSAGE USING PMW

                MOVE 'ERR'                   TO WS-USAGE-OUTCOME
                PERFORM WRITE-USAGE
                PERFORM END-ON-ERROR
            END-EVALUATE.


       RESOLVE-CURRENT-VERSION.
            END-IF.


       CHECK-USAGE-CEILING.
      *     Usage of the resolved version as last accumulated by
      *     AESKUACC. No AESKUSG, or no record for the version (not
      *     used yet, or not accumulated yet), is zero usage - the
      *     ceiling is enforced from the totals as they stand, never
      *     guessed at.
            MOVE 0                          TO WS-CEIL-USED.

            OPEN INPUT R-KUSG.

            IF FS-KUSG-OK
              MOVE KEYF-ID                  TO KUSG-ID
              MOVE KEYF-VERSION             TO KUSG-VERSION

              READ R-KUSG KEY IS KUSG-REC-KEY

              IF FS-KUSG-OK
                IF KEYF-CEIL-BLOCKS
                  MOVE KUSG-BLOCKS          TO WS-CEIL-USED
                ELSE
                  MOVE KUSG-INVOCATIONS     TO WS-CEIL-USED
                END-IF
              END-IF

              CLOSE R-KUSG
            END-IF.

            IF KEYF-CEIL-WARN-PCT NUMERIC AND KEYF-CEIL-WARN-PCT > 0
              MOVE KEYF-CEIL-WARN-PCT       TO WS-CEIL-PCT
            ELSE
              MOVE 80                       TO WS-CEIL-PCT
            END-IF.

            EVALUATE TRUE
              WHEN WS-CEIL-USED NOT < KEYF-CEILING
                SET SW-CEIL-REACHED         TO TRUE
              WHEN WS-CEIL-USED * 100 NOT <
                   KEYF-CEILING * WS-CEIL-PCT
                SET SW-CEIL-WARNING         TO TRUE
            END-EVALUATE.


       WRITE-USAGE.
      *     One journal record per lookup, whatever the outcome. A
      *     journal that can't be opened or written must never take
              MOVE WS-STAMP-HHMMSS          TO USE-TIME
              MOVE LKG-RUN-IDENT            TO USE-RUN-IDENT
              MOVE WS-USAGE-OUTCOME         TO USE-OUTCOME
              MOVE WS-WANT-USE              TO USE-KEY-USE

              WRITE USE-REC

