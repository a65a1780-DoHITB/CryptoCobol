      * resolved at read time AFTER the seal verifies the raw
      * template - one reviewed template instead of near-identical
      * copies, with the resolved values logged per run.
      *
      * A CIPHER or REWRAP job is judged against the crypto policy of
      * its CLASS= label (AESPOLCY) before AESMAIN is called - one
      * that falls short is refused with reason code 40 and the deck
      * moves on, the same per-job tolerance as any other failure.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
         01 AL-S.
            COPY 'ALERT-PUT.cpy'.

      *  Classification policy check (AESPOLCY) - linkage mirrored
      *  here, the same way AESMAIN mirrors AESQCHK's
         01 WS-POL-LS.
            02 PLC-CLASS               PIC X(01).
            02 PLC-MODE                PIC X(03).
            02 PLC-BITS                PIC X(03).
            02 PLC-MAC                 PIC X(01).
            02 PLC-GEN                 PIC X(20).
            02 PLC-GEN-DATE            PIC 9(08).
            02 PLC-MAX-RETAIN          PIC 9(05).
            02 PLC-GEN-DAYS            PIC 9(05).
            02 PLC-REASON              PIC X(40).
            02 PLC-STATUS              PIC X(03).
               88 PLCS-OK                       VALUE 'OK '.
               88 PLCS-NONCONFORM               VALUE 'NCF'.
               88 PLCS-NO-POLICY                VALUE 'NPL'.
               88 PLCS-ERR                      VALUE 'ERR'.
         01 WS-POLICY-REFUSED            PIC X(01) VALUE 'N'.
            88 SW-POLICY-REFUSED                  VALUE 'Y'.

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

      *  AESMAIN's own linkage, built fresh for each RUN card
         01 LS.
            COPY 'AESLMAIN.cpy'.
            MOVE 0                         TO LKGS-VERSION OF KG-S.
      *     Verification of an existing seal - not new cipher use
            MOVE 'VERIFY  '                TO LKGS-PURPOSE OF KG-S.
            MOVE 'M'                       TO LKGS-KEY-USE OF KG-S.
            MOVE SPACES                    TO LKG-KEY OF KG-S.

            CALL 'AESKGET' USING KG-S.
                MOVE WS-VALUE             TO LMAIN-EMBARGO-APPROVER1
              WHEN 'EMBARGOAPPROVER2'
                MOVE WS-VALUE             TO LMAIN-EMBARGO-APPROVER2
              WHEN 'ENVELOPE'
                MOVE WS-VALUE             TO LMAIN-ENVELOPE-MODE
              WHEN 'CLASS'
                MOVE WS-VALUE               TO LMAIN-CLASS
              WHEN 'CONFIGGATE'
                MOVE WS-VALUE            TO LMAIN-CONFIG-GATE-MODE
              WHEN 'FIDELITY'
                MOVE WS-VALUE               TO LMAIN-FIDELITY-MODE
              WHEN 'FIDELITYALIAS'
                MOVE WS-VALUE               TO LMAIN-FIDELITY-ALIAS
              WHEN 'CRYPTOPROV'
                MOVE WS-VALUE               TO LMAIN-CRYPTO-PROV
              WHEN 'CYCLE'
                MOVE WS-VALUE               TO WS-NUMERIC-VALUE
                MOVE WS-NUMERIC-VALUE        TO LMAIN-CYCLE
              WHEN OTHER
                DISPLAY 'AESCARD: UNKNOWN KEYWORD AT CARD '
                        WS-CARD-COUNT ': ' WS-KEYWORD
            EVALUATE WS-REASON-RANK-IN
              WHEN 16
                MOVE 5                     TO WS-REASON-RANK
              WHEN 44
                MOVE 5                     TO WS-REASON-RANK
              WHEN 08
                MOVE 4                     TO WS-REASON-RANK
              WHEN 12
                MOVE 2                     TO WS-REASON-RANK
              WHEN 36
                MOVE 2                     TO WS-REASON-RANK
              WHEN 40
                MOVE 2                     TO WS-REASON-RANK
              WHEN 20
                MOVE 1                     TO WS-REASON-RANK
              WHEN OTHER
       RUN-JOB.
            ADD 1                          TO WS-JOB-COUNT.

      *     The job's classification policy first - a job that falls
      *     short is refused here and never reaches AESMAIN
            PERFORM CHECK-CLASS-POLICY
               THRU CHECK-CLASS-POLICY-EXIT.

            IF SW-POLICY-REFUSED
              SET LMAINS-ERR               TO TRUE
              SET LMAIN-REASON-POLICY      TO TRUE
            ELSE
              CALL 'AESMAIN' USING LS
            END-IF.

            IF LMAINS-OK
              ADD 1                        TO WS-OK-COUNT
            INITIALIZE LS.
            MOVE 'N'                       TO WS-PENDING-SW.


       CHECK-CLASS-POLICY.
      *     Only a run that writes ciphertext is policed - DECIPHER
      *     of a generation written under an older policy must still
      *     work
            MOVE 'N'                       TO WS-POLICY-REFUSED.

            IF LMAIN-ACTION NOT = 'CIPHER  '
              AND LMAIN-ACTION NOT = 'REWRAP  '
              GO TO CHECK-CLASS-POLICY-EXIT
            END-IF.

            MOVE LMAIN-CLASS               TO PLC-CLASS.
            MOVE LMAIN-MODE                TO PLC-MODE.
            MOVE LMAIN-BITS                TO PLC-BITS.

            EVALUATE TRUE
              WHEN LMAIN-HMAC-ON AND LMAIN-BLOCK-MAC-ON
                MOVE 'A'                   TO PLC-MAC
              WHEN LMAIN-HMAC-ON
                MOVE 'H'                   TO PLC-MAC
              WHEN LMAIN-BLOCK-MAC-ON
                MOVE 'B'                   TO PLC-MAC
              WHEN OTHER
                MOVE SPACE                 TO PLC-MAC
            END-EVALUATE.

            IF LMAIN-ODT-FILE-OVERRIDE NOT = SPACES
              MOVE LMAIN-ODT-FILE-OVERRIDE TO PLC-GEN
            ELSE
      *       AESMAIN's default output name - its cycle resolved
      *       the way AESMAIN resolves it
              MOVE 'R'                     TO CYC-FUNCTION
              MOVE 0                       TO CYC-CYCLE
              IF LMAIN-CYCLE IS NUMERIC
                MOVE LMAIN-CYCLE           TO CYC-CYCLE
              END-IF
              MOVE LMAIN-DAT-FILE-OVERRIDE TO CYC-GEN
              CALL 'AESCYCL' USING CY-S
              MOVE 'B'                     TO CYC-FUNCTION
              MOVE 'AESODAT'               TO CYC-PREFIX
              MOVE WS-TEMPLATE-DATE        TO CYC-DATE
              CALL 'AESCYCL' USING CY-S
              MOVE CYC-GEN                 TO PLC-GEN
            END-IF.
            MOVE 0                         TO PLC-GEN-DATE.

            CALL 'AESPOLCY' USING WS-POL-LS.

            IF PLCS-NONCONFORM
              SET SW-POLICY-REFUSED        TO TRUE
              DISPLAY 'AESCARD: REFUSED JOB ' WS-JOB-COUNT
                      ' CLASS=' LMAIN-CLASS ' - ' PLC-REASON
            END-IF.

       CHECK-CLASS-POLICY-EXIT.
            EXIT.

       LOAD-DECK-VALUES.
      *     The shop-defined variables, loaded once and logged - the
      *     sealed template plus this log IS the resolved deck's
