      * The facade was the one cipher path that left no file
      * evidence at all - no AESLOG, no catalog entry, no counts.
      * Every call now meters to the append-only AESEZMTR journal
      * (caller, alias, key version, action, block count, date),
      * BATCHED: tallies accumulate in storage and flush as one
      * record per caller/alias/version/action/day when a tally
      * reaches a thousand calls, and
      * on the explicit EZ-ACTION 'F' flush a caller's wrap-up (or
      * the step's last act) owes the journal - so a million-call
      * loop pays a handful of writes, not a million. A run unit
      * that abends without flushing loses at most the unflushed
      * tail - metering, not accounting.
      *
      * EZ-CALLER is also the facade's authority check. AESEZAUT
      * grants a caller one action on one alias - C, D, or FPE
      * (either direction of format-preserving work) - and every
      * cipher call must find its caller/alias/action there, the way
      * AESTAUTH gates detokenize: no grant, or no AESEZAUT at all,
      * and the call is refused with EZ-STATUS 'NAU', nothing
      * ciphered, and the refusal appended to the AESEZREF journal
      * for AESEZRPT. The grants are read once per run unit and held
      * in storage. AESRCERT recertifies them with the rest.
      *
      * EZ-CRYPTO-PROV names the cryptographic provider the facade
      * ciphers through (spaces: AESCORE, as LMAIN-CRYPTO-PROV
      * defaults for AESMAIN). Naming a module provider tells
      * AESKGET the facade can run under a key handle, so a
      * module-resident alias resolves to its alias/version - passed
      * on every provider CALL (and to AESFPE) with no key bytes -
      * instead of being refused. A provider refusal is EZS-ERR.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-MTR.

      *     FACADE AUTHORIZATIONS (AESEZAUT - caller, alias, action
      *     per record)
            SELECT OPTIONAL R-EZA ASSIGN TO 'AESEZAUT'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-EZA.

      *     REFUSED-CALL JOURNAL (AESEZREF - LRECL=40), appended the
      *     same way as the metering journal
            SELECT R-REF ASSIGN TO 'AESEZREF'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-REF.

       DATA DIVISION.
       FILE SECTION.
      *   AESEZMTR
          02 MTR-ALIAS                PIC X(08).
          02 MTR-ACTION               PIC X(01).
          02 MTR-COUNT                PIC 9(09).
      *     Key version the calls resolved - charged against that
      *     version's usage ceiling by AESKUACC; spaces on a record
      *     metered before the field existed
          02 MTR-VERSION              PIC 9(03).
          02 FILLER                   PIC X(03).

      *   AESEZAUT
       FD R-EZA LABEL RECORD STANDARD.

       01 EZA-REC.
          02 EZA-CALLER               PIC X(08).
          02 FILLER                   PIC X(01).
          02 EZA-ALIAS                PIC X(08).
          02 FILLER                   PIC X(01).
      *     C, D or FPE
          02 EZA-ACTION               PIC X(03).

      *   AESEZREF
       FD R-REF LABEL RECORD STANDARD.

       01 REF-REC.
          02 REF-DATE                 PIC 9(08).
          02 REF-TIME                 PIC 9(06).
          02 REF-CALLER               PIC X(08).
          02 REF-ALIAS                PIC X(08).
          02 REF-ACTION               PIC X(03).
          02 FILLER                   PIC X(07).

       WORKING-STORAGE SECTION.
         01 FS.
            05 FS-MTR                  PIC 9(02).
               88 FS-MTR-OK                      VALUE 0.
               88 FS-MTR-AOP                     VALUE 41.
            05 FS-EZA                  PIC 9(02).
               88 FS-EZA-OK                      VALUE 0.
               88 FS-EZA-EOF                     VALUE 10.
            05 FS-REF                  PIC 9(02).
               88 FS-REF-OK                      VALUE 0.
               88 FS-REF-AOP                     VALUE 41.

      *  Facade grants off AESEZAUT, loaded on the first cipher call
         01 WS-EZA-TABLE.
            05 WS-EZA-ENTRY            OCCURS 500.
               10 WS-EA-CALLER         PIC X(08).
               10 WS-EA-ALIAS          PIC X(08).
               10 WS-EA-ACTION         PIC X(03).
         77 WS-EA-USED                 PIC 9(03)   VALUE 0.
         77 WS-EA-I                    PIC 9(03).
         77 WS-EZA-LOADED              PIC X(01)   VALUE 'N'.
            88 SW-EZA-LOADED                       VALUE 'Y'.
         77 WS-EZ-AUTH-ACTION          PIC X(03).

      *  True HHMMSS stamp - ACCEPT FROM TIME delivers HHMMSSss, so
      *  it lands in an eight-digit group first and the hundredths
      *  fall away instead of pushing the hour out
         01 WS-STAMP-TIME.
            05 WS-STAMP-HHMMSS          PIC 9(06).
            05 FILLER                   PIC 9(02).

      *  In-storage metering tallies, one slot per caller/alias/
      *  version/action/day seen this run unit
         01 WS-MTR-TABLE.
            05 WS-MTR-ENTRY            OCCURS 50.
               10 WS-MT-DATE           PIC 9(08).
               10 WS-MT-CALLER         PIC X(08).
               10 WS-MT-ALIAS          PIC X(08).
               10 WS-MT-VERSION        PIC 9(03).
               10 WS-MT-ACTION         PIC X(01).
               10 WS-MT-COUNT          PIC 9(09).
         77 WS-MT-USED                 PIC 9(02)   VALUE 0.
         77 WS-CACHED-ACTION           PIC X(01)   VALUE SPACE.
         77 WS-CACHED-KEY              PIC X(64).
         77 WS-CACHED-BITS             PIC X(03).
         77 WS-CACHED-VERSION          PIC 9(03)   VALUE 0.
      *  Key handle of a module-resident alias (spaces otherwise) and
      *  the provider the cached schedule was built through
         01 WS-CACHED-HANDLE.
            05 WS-CACHED-KH-ALIAS      PIC X(08)   VALUE SPACES.
            05 WS-CACHED-KH-VERSION    PIC 9(03)   VALUE 0.
         77 WS-CACHED-PROV             PIC X(08)   VALUE SPACES.

      *  Provider this CALL ciphers through
         77 WS-CRYPTO-PROV             PIC X(08).

      *  Hex XOR for the CBC chaining step - nibble values resolved
      *  through the hex table, combined bit-serially the same
            02 FPE-STATUS              PIC X(03).
               88 FPES-OK                       VALUE 'OK '.
               88 FPES-ERR                      VALUE 'ERR'.
            02 FPE-CRYPTO-PROV         PIC X(08).
            02 FPE-KEY-HANDLE.
               03 FPE-KH-ALIAS         PIC X(08).
               03 FPE-KH-VERSION       PIC 9(03).
         77 WS-FPE-LEN                 PIC 9(02).

         01 PMW.
            02 EZ-STATUS               PIC X(03).
               88 EZS-OK                        VALUE 'OK '.
               88 EZS-ERR                       VALUE 'ERR'.
      *        Caller holds no AESEZAUT grant for this alias/action
               88 EZS-NOT-AUTH                  VALUE 'NAU'.
      *     Added after EZ-STATUS so every caller compiled against
      *     the original layout still lines up; a caller that never
      *     extended its record meters as *UNKNWN*
            02 EZ-CALLER               PIC X(08).
      *     Appended the same way - spaces or low-values run AESCORE
            02 EZ-CRYPTO-PROV          PIC X(08).

       PROCEDURE DIVISION USING LS.
       MAINLINE.
            SET EZS-OK                      TO TRUE.

      *     If no interface name informed, use default
            IF EZ-CRYPTO-PROV = SPACES OR LOW-VALUES
              MOVE 'AESCORE'                TO WS-CRYPTO-PROV
            ELSE
              MOVE EZ-CRYPTO-PROV           TO WS-CRYPTO-PROV
            END-IF.

            IF EZ-FLUSH
      *       The metering flush a caller's wrap-up owes the journal
              PERFORM FLUSH-METER-TABLE
              GOBACK
            END-IF.

            PERFORM IDENTIFY-CALLER.

            PERFORM CHECK-FACADE-AUTHORITY
               THRU CHECK-FACADE-AUTHORITY-EXIT.

            IF EZS-NOT-AUTH
              PERFORM JOURNAL-REFUSED-CALL
              GOBACK
            END-IF.

            IF NOT SW-TAB-LOADED
              PERFORM LOAD-TABLES
            END-IF.
                PERFORM FPE-ONE-FIELD
              ELSE
                PERFORM CIPHER-ONE-RECORD
                   THRU CIPHER-ONE-RECORD-EXIT
              END-IF
            END-IF.

       RESOLVE-FACADE-KEY.
            IF EZ-ALIAS = WS-CACHED-ALIAS
              AND EZ-ACTION = WS-CACHED-ACTION
              AND WS-CRYPTO-PROV = WS-CACHED-PROV
              GO TO RESOLVE-FACADE-KEY-EXIT
            END-IF.

      *     Any cache miss - alias, direction OR provider change -
      *     goes back to AESKGET, so the purpose-sensitive expiry
      *     check always sees the direction this request actually
      *     runs under, and a handle is only ever accepted for a
      *     provider that can operate one
            MOVE EZ-ALIAS                   TO LKGS-ALIAS OF KG-S.
            MOVE 'AESEASY FACADE  '     TO LKGS-RUN-IDENT OF KG-S.
            MOVE 0                          TO LKGS-VERSION OF KG-S.
            ELSE
              MOVE 'DECIPHER'               TO LKGS-PURPOSE OF KG-S
            END-IF.
            MOVE 'D'                        TO LKGS-KEY-USE OF KG-S.
            MOVE SPACES                     TO LKG-KEY OF KG-S.

      *     AESCORE has no module to reach into - only another
      *     provider can take a handle in place of key bytes
            IF WS-CRYPTO-PROV = 'AESCORE'
              MOVE SPACE                  TO LKGS-HANDLE-OK OF KG-S
            ELSE
              MOVE 'Y'                    TO LKGS-HANDLE-OK OF KG-S
            END-IF.

            CALL 'AESKGET' USING KG-S.

            IF LKG-STATUS OF KG-S = 'OK '
              MOVE LKG-KEY OF KG-S          TO WS-CACHED-KEY
              MOVE LKG-BITS OF KG-S         TO WS-CACHED-BITS
              MOVE LKGS-KEY-VERSION OF KG-S TO WS-CACHED-VERSION
              MOVE EZ-ALIAS                 TO WS-CACHED-ALIAS
              MOVE WS-CRYPTO-PROV           TO WS-CACHED-PROV

              IF LKGS-KEY-IN-MODULE OF KG-S
                MOVE SPACES                 TO WS-CACHED-KEY
                MOVE EZ-ALIAS               TO WS-CACHED-KH-ALIAS
                MOVE LKGS-KEY-VERSION OF KG-S
                                            TO WS-CACHED-KH-VERSION
              ELSE
                MOVE SPACES                 TO WS-CACHED-HANDLE
              END-IF
            ELSE
              MOVE SPACES                   TO WS-CACHED-ALIAS
              SET EZS-ERR                   TO TRUE
            IF EZ-DECIPHER
              MOVE WS-CIPHER-DATA           TO IOTAB
              MOVE WS-CACHED-KEY            TO IO-KEY OF IOCOMM
              MOVE WS-CACHED-HANDLE         TO IO-KEY-HANDLE OF IOCOMM
              MOVE WS-CACHED-BITS           TO IO-BITS OF IOCOMM
              MOVE 'K'                      TO IO-ACTION OF IOCOMM

              CALL WS-CRYPTO-PROV USING IOCOMM IOTAB IOPUTM

      *       A refused schedule is not cached - the next CALL asks
      *       again rather than cipher with nothing
              IF IO-PROV-ERR OF IOCOMM
                MOVE SPACES                 TO WS-CACHED-ALIAS
                SET EZS-ERR                 TO TRUE
                GO TO RESOLVE-FACADE-KEY-EXIT
              END-IF
            END-IF.

            MOVE EZ-ACTION                  TO WS-CACHED-ACTION.
            END-IF.

            MOVE WS-CACHED-KEY              TO IO-KEY OF IOCOMM.
            MOVE WS-CACHED-HANDLE           TO IO-KEY-HANDLE OF IOCOMM.
            MOVE EZ-MODE                    TO IO-MODE OF IOCOMM.
            MOVE WS-CACHED-BITS             TO IO-BITS OF IOCOMM.

              MOVE WS-CIPHER-DATA           TO IOTAB
            END-IF.

            CALL WS-CRYPTO-PROV USING IOCOMM IOTAB IOPUTM.

            IF IO-PROV-ERR OF IOCOMM
              SET EZS-ERR                   TO TRUE
              MOVE SPACES                   TO EZ-TEXT-OUT
              GO TO CIPHER-ONE-RECORD-EXIT
            END-IF.

            IF EZ-MODE = 'CBC' AND EZ-DECIPHER
      *       P = D(K, C) xor IV
              MOVE IO-TEXT OF IOCOMM        TO EZ-TEXT-OUT
            END-IF.

       CIPHER-ONE-RECORD-EXIT.
            EXIT.


       FPE-ONE-FIELD.
      *     Count the digits (trailing spaces size the field), then
            END-IF.

            MOVE WS-CACHED-KEY              TO FPE-KEY.
            MOVE WS-CACHED-HANDLE           TO FPE-KEY-HANDLE.
            MOVE WS-CRYPTO-PROV             TO FPE-CRYPTO-PROV.
            MOVE WS-CACHED-BITS             TO FPE-BITS.
            MOVE EZ-IV(1:16)                TO FPE-TWEAK.
            MOVE WS-FPE-LEN                 TO FPE-DIGITS-LEN.
            END-PERFORM.


       IDENTIFY-CALLER.
            MOVE EZ-CALLER                  TO WS-MTR-CALLER.
            MOVE 'N'                        TO WS-CC-BAD.

              MOVE '*UNKNWN*'               TO WS-MTR-CALLER
            END-IF.


       CHECK-FACADE-AUTHORITY.
      *     The grant must name this caller, this alias and this
      *     action exactly - FPE counts as its own action whichever
      *     way the digits go
            IF NOT SW-EZA-LOADED
              PERFORM LOAD-FACADE-GRANTS
                 THRU LOAD-FACADE-GRANTS-EXIT
            END-IF.

            IF EZ-MODE = 'FPE'
              MOVE 'FPE'                    TO WS-EZ-AUTH-ACTION
            ELSE
              MOVE EZ-ACTION                TO WS-EZ-AUTH-ACTION
            END-IF.

            PERFORM VARYING WS-EA-I FROM 1 BY 1
              UNTIL WS-EA-I > WS-EA-USED
              OR (WS-EA-CALLER(WS-EA-I) = WS-MTR-CALLER
                AND WS-EA-ALIAS(WS-EA-I) = EZ-ALIAS
                AND WS-EA-ACTION(WS-EA-I) = WS-EZ-AUTH-ACTION)
              CONTINUE
            END-PERFORM.

            IF WS-EA-I > WS-EA-USED
              SET EZS-NOT-AUTH              TO TRUE
            END-IF.

       CHECK-FACADE-AUTHORITY-EXIT.
            EXIT.


       LOAD-FACADE-GRANTS.
            SET SW-EZA-LOADED               TO TRUE.
            MOVE 0                          TO WS-EA-USED.

            OPEN INPUT R-EZA.

            IF FS-EZA-OK
              CONTINUE
            ELSE
      *       No authorization file at all - nobody uses the facade
              GO TO LOAD-FACADE-GRANTS-EXIT
            END-IF.

            PERFORM UNTIL FS-EZA-EOF
              READ R-EZA
                AT END
                  CONTINUE
                NOT AT END
                  IF WS-EA-USED < 500
                    ADD 1                   TO WS-EA-USED
                    MOVE EZA-CALLER         TO WS-EA-CALLER(WS-EA-USED)
                    MOVE EZA-ALIAS          TO WS-EA-ALIAS(WS-EA-USED)
                    MOVE EZA-ACTION         TO WS-EA-ACTION(WS-EA-USED)
                  ELSE
                    DISPLAY 'AESEASY: MORE THAN 500 GRANTS ON '
                            'AESEZAUT - EXTRAS IGNORED'
                  END-IF
              END-READ
            END-PERFORM.

            CLOSE R-EZA.

       LOAD-FACADE-GRANTS-EXIT.
            EXIT.


       JOURNAL-REFUSED-CALL.
      *     One record per refusal - who asked for what. Log-only
      *     tolerance again: the call is refused either way.
            OPEN EXTEND R-REF.

            IF FS-REF-OK OR FS-REF-AOP
              CONTINUE
            ELSE
              OPEN OUTPUT R-REF
            END-IF.

            IF FS-REF-OK OR FS-REF-AOP
              MOVE SPACES                   TO REF-REC
              ACCEPT REF-DATE               FROM DATE YYYYMMDD
              ACCEPT WS-STAMP-TIME          FROM TIME
              MOVE WS-STAMP-HHMMSS          TO REF-TIME
              MOVE WS-MTR-CALLER            TO REF-CALLER
              MOVE EZ-ALIAS                 TO REF-ALIAS
              MOVE WS-EZ-AUTH-ACTION        TO REF-ACTION

              WRITE REF-REC

              IF FS-REF-OK
                CONTINUE
              ELSE
                DISPLAY 'AESEASY: REFUSAL JOURNAL WRITE FAILED: '
                        FS-REF
              END-IF

              CLOSE R-REF
            ELSE
              DISPLAY 'AESEASY: REFUSAL JOURNAL OPEN FAILED: '
                      FS-REF
            END-IF.


       METER-THIS-CALL.
      *     Tally in storage; the journal is only touched when a
      *     slot fills, the table overflows, or the caller flushes
            ACCEPT WS-MTR-DATE              FROM DATE YYYYMMDD.

            PERFORM VARYING WS-MT-I FROM 1 BY 1
              UNTIL WS-MT-I > WS-MT-USED
              OR (WS-MT-DATE(WS-MT-I) = WS-MTR-DATE
                AND WS-MT-CALLER(WS-MT-I) = WS-MTR-CALLER
                AND WS-MT-ALIAS(WS-MT-I) = EZ-ALIAS
                AND WS-MT-VERSION(WS-MT-I) = WS-CACHED-VERSION
                AND WS-MT-ACTION(WS-MT-I) = EZ-ACTION)
              CONTINUE
            END-PERFORM.
              MOVE WS-MTR-DATE              TO WS-MT-DATE(WS-MT-I)
              MOVE WS-MTR-CALLER            TO WS-MT-CALLER(WS-MT-I)
              MOVE EZ-ALIAS                 TO WS-MT-ALIAS(WS-MT-I)
              MOVE WS-CACHED-VERSION        TO WS-MT-VERSION(WS-MT-I)
              MOVE EZ-ACTION                TO WS-MT-ACTION(WS-MT-I)
              MOVE 0                        TO WS-MT-COUNT(WS-MT-I)
            END-IF.
              MOVE WS-MT-ALIAS(WS-MT-I)     TO MTR-ALIAS
              MOVE WS-MT-ACTION(WS-MT-I)    TO MTR-ACTION
              MOVE WS-MT-COUNT(WS-MT-I)     TO MTR-COUNT
              MOVE WS-MT-VERSION(WS-MT-I)   TO MTR-VERSION

              WRITE MTR-REC
            END-PERFORM.
