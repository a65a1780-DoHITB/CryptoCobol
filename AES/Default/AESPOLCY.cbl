       ID DIVISION.
       PROGRAM-ID. AESPOLCY.
      *****************************************************************
      * Crypto policy table by data classification. Every deck could
      * pick any mode and key length it liked, so restricted customer
      * data went out ECB-128 with no MAC as easily as anything else,
      * and only a code review of the deck would notice. Each run now
      * carries a one-character classification label, and AESCPOL
      * says per class what a run of that class must look like:
      *
      *   - the modes it may use (blank list = any mode),
      *   - the minimum key length,
      *   - whether a MAC is required - the HMAC trailer, the per-
      *     block MAC column, or GCM's own tag all satisfy it,
      *   - the longest its output may be retained, judged against
      *     the AESRETCL retention class of the generation name (the
      *     same prefix rules AESKSHRD grades by) and, for an
      *     existing generation, against its actual age.
      *
      * AESCARD and AESBATCH call here before AESMAIN and refuse a
      * non-conforming job outright; AESPOLSC calls here per catalog
      * entry to find the generations already short of their class's
      * CURRENT policy. The class '*' record, when present, is the
      * policy for unlabelled work. A labelled class with no record
      * answers NCF - an unknown label is a typo, not a pass. No
      * AESCPOL at all means the table is not deployed and every run
      * answers NPL, exactly the behaviour before classes existed.
      *
      * Both files are loaded on the first call and kept, so a scan
      * of the whole catalog reads them once.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *     CRYPTO POLICY TABLE (AESCPOL - one class per record)
            SELECT OPTIONAL R-POL ASSIGN TO 'AESCPOL'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-POL.

      *     RETENTION-CLASS RULES (AESRETCL - prefix, days)
            SELECT OPTIONAL R-RET ASSIGN TO 'AESRETCL'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-RET.

       DATA DIVISION.
       FILE SECTION.
      *   AESCPOL
       FD R-POL LABEL RECORD STANDARD.

       01 POL-REC.
          05 POL-CLASS                   PIC X(01).
          05 FILLER                      PIC X(01).
      *     Allowed modes, three characters each, up to eight
          05 POL-MODES                   PIC X(24).
          05 FILLER                      PIC X(01).
          05 POL-MIN-BITS                PIC 9(03).
          05 FILLER                      PIC X(01).
      *     'Y' - HMAC trailer, per-block MAC or GCM tag required
          05 POL-MAC-RULE                PIC X(01).
          05 FILLER                      PIC X(01).
      *     Longest retention in days - zero means no ceiling
          05 POL-MAX-RETAIN              PIC 9(05).

      *   AESRETCL
       FD R-RET LABEL RECORD STANDARD.

       01 RET-REC.
          05 RET-PREFIX                  PIC X(08).
          05 FILLER                      PIC X(01).
          05 RET-DAYS                    PIC 9(05).

       WORKING-STORAGE SECTION.
         01 FS.
            05 FS-POL                  PIC 9(02).
               88 FS-POL-OK                      VALUE 0.
               88 FS-POL-EOF                     VALUE 10.
            05 FS-RET                  PIC 9(02).
               88 FS-RET-OK                      VALUE 0.
               88 FS-RET-EOF                     VALUE 10.

         77 WS-LOADED                  PIC X(01)   VALUE 'N'.
            88 SW-LOADED                         VALUE 'Y'.
         77 WS-POLICY-DEPLOYED         PIC X(01)   VALUE 'N'.
            88 SW-POLICY-DEPLOYED                VALUE 'Y'.

      *  Policy table off AESCPOL
         01 WS-POLICY-TABLE.
            05 WS-POLICY-ENTRY         OCCURS 36.
               10 WS-PL-CLASS          PIC X(01).
               10 WS-PL-MODES          PIC X(24).
               10 WS-PL-MIN-BITS       PIC 9(03).
               10 WS-PL-MAC-RULE       PIC X(01).
               10 WS-PL-MAX-RETAIN     PIC 9(05).
         77 WS-POLICY-COUNT            PIC 9(02)   VALUE 0.
         77 WS-PL-I                    PIC 9(02).
         77 WS-PL-HIT                  PIC 9(02).
         77 WS-MODE-I                  PIC 9(02).
         77 WS-MODE-OK                 PIC X(01).
            88 SW-MODE-OK                        VALUE 'Y'.
         77 WS-LOOKUP-CLASS            PIC X(01).

      *  Retention rules, loaded once - deck order decides, the
      *  DEFAULT rule (or the built-in seven years) covers the rest,
      *  exactly as AESKSHRD grades them
         01 WS-RULE-TABLE.
            05 WS-RULE-ENTRY           OCCURS 50.
               10 WS-RL-PREFIX         PIC X(08).
               10 WS-RL-DAYS           PIC 9(05).
         77 WS-RULE-COUNT              PIC 9(02)   VALUE 0.
         77 WS-RL-I                    PIC 9(02).
         77 WS-DEFAULT-DAYS            PIC 9(05)   VALUE 02555.

         77 WS-TODAY                   PIC 9(08).
         77 WS-AGE-DAYS                PIC S9(07).

       LINKAGE SECTION.
         01 LS.
            02 PLC-CLASS               PIC X(01).
            02 PLC-MODE                PIC X(03).
            02 PLC-BITS                PIC X(03).
      *     MAC protection the run carries: 'H' HMAC trailer, 'B'
      *     per-block MAC, 'A' both, space neither (GCM's tag is
      *     judged from PLC-MODE)
            02 PLC-MAC                 PIC X(01).
      *     Output generation - its retention class is looked up
            02 PLC-GEN                 PIC X(20).
      *     Date the generation was written - zero for a run not yet
      *     submitted, which skips the age test
            02 PLC-GEN-DATE            PIC 9(08).
      *     Reported back for the refusal/scan message
            02 PLC-MAX-RETAIN          PIC 9(05).
            02 PLC-GEN-DAYS            PIC 9(05).
            02 PLC-REASON              PIC X(40).
            02 PLC-STATUS              PIC X(03).
               88 PLCS-OK                       VALUE 'OK '.
               88 PLCS-NONCONFORM               VALUE 'NCF'.
               88 PLCS-NO-POLICY                VALUE 'NPL'.
               88 PLCS-ERR                      VALUE 'ERR'.

       PROCEDURE DIVISION USING LS.
       MAINLINE.
            IF NOT SW-LOADED
              PERFORM LOAD-POLICY-TABLE
                 THRU LOAD-POLICY-TABLE-EXIT
              PERFORM LOAD-RETENTION-RULES
                 THRU LOAD-RETENTION-RULES-EXIT
              SET SW-LOADED                 TO TRUE
            END-IF.

            SET PLCS-OK                     TO TRUE.
            MOVE SPACES                     TO PLC-REASON.
            MOVE 0                          TO PLC-MAX-RETAIN
                                               PLC-GEN-DAYS.

            PERFORM CHECK-AGAINST-POLICY
               THRU CHECK-AGAINST-POLICY-EXIT.

            GOBACK.


       CHECK-AGAINST-POLICY.
            IF NOT SW-POLICY-DEPLOYED
              SET PLCS-NO-POLICY            TO TRUE
              GO TO CHECK-AGAINST-POLICY-EXIT
            END-IF.

            IF PLC-CLASS = SPACE
              MOVE '*'                      TO WS-LOOKUP-CLASS
            ELSE
              MOVE PLC-CLASS                TO WS-LOOKUP-CLASS
            END-IF.

            MOVE 0                          TO WS-PL-HIT.

            PERFORM VARYING WS-PL-I FROM 1 BY 1
              UNTIL WS-PL-I > WS-POLICY-COUNT
              OR WS-PL-HIT > 0
              IF WS-PL-CLASS(WS-PL-I) = WS-LOOKUP-CLASS
                MOVE WS-PL-I                TO WS-PL-HIT
              END-IF
            END-PERFORM.

            IF WS-PL-HIT = 0
              IF PLC-CLASS = SPACE
      *         Unlabelled work with no '*' record is not policed
                SET PLCS-NO-POLICY          TO TRUE
              ELSE
                SET PLCS-NONCONFORM         TO TRUE
                MOVE 'CLASS IS NOT ON THE POLICY TABLE'
                                            TO PLC-REASON
              END-IF
              GO TO CHECK-AGAINST-POLICY-EXIT
            END-IF.

            MOVE WS-PL-MAX-RETAIN(WS-PL-HIT) TO PLC-MAX-RETAIN.

      *     Mode - a blank list allows any mode
            IF WS-PL-MODES(WS-PL-HIT) NOT = SPACES
              MOVE 'N'                      TO WS-MODE-OK

              PERFORM VARYING WS-MODE-I FROM 1 BY 3
                UNTIL WS-MODE-I > 22
                OR SW-MODE-OK
                IF WS-PL-MODES(WS-PL-HIT)(WS-MODE-I:3) = PLC-MODE
                  SET SW-MODE-OK            TO TRUE
                END-IF
              END-PERFORM

              IF NOT SW-MODE-OK
                SET PLCS-NONCONFORM         TO TRUE
                MOVE 'MODE NOT ALLOWED FOR THIS CLASS'
                                            TO PLC-REASON
                GO TO CHECK-AGAINST-POLICY-EXIT
              END-IF
            END-IF.

      *     Key length - a malformed value is AESMAIN's to reject
            IF PLC-BITS IS NUMERIC
              AND PLC-BITS < WS-PL-MIN-BITS(WS-PL-HIT)
              SET PLCS-NONCONFORM           TO TRUE
              MOVE 'KEY LENGTH BELOW CLASS MINIMUM'
                                            TO PLC-REASON
              GO TO CHECK-AGAINST-POLICY-EXIT
            END-IF.

            IF WS-PL-MAC-RULE(WS-PL-HIT) = 'Y'
              AND PLC-MAC = SPACE
              AND PLC-MODE NOT = 'GCM'
              SET PLCS-NONCONFORM           TO TRUE
              MOVE 'CLASS REQUIRES A MAC - NONE REQUESTED'
                                            TO PLC-REASON
              GO TO CHECK-AGAINST-POLICY-EXIT
            END-IF.

            IF WS-PL-MAX-RETAIN(WS-PL-HIT) = 0
              GO TO CHECK-AGAINST-POLICY-EXIT
            END-IF.

      *     Retention class of the output generation, first prefix
      *     match wins
            MOVE WS-DEFAULT-DAYS            TO PLC-GEN-DAYS.

            PERFORM VARYING WS-RL-I FROM 1 BY 1
              UNTIL WS-RL-I > WS-RULE-COUNT
              IF PLC-GEN(1:8) = WS-RL-PREFIX(WS-RL-I)
                MOVE WS-RL-DAYS(WS-RL-I)    TO PLC-GEN-DAYS
                MOVE WS-RULE-COUNT          TO WS-RL-I
              END-IF
            END-PERFORM.

            IF PLC-GEN-DAYS > WS-PL-MAX-RETAIN(WS-PL-HIT)
              SET PLCS-NONCONFORM           TO TRUE
              MOVE 'RETENTION CLASS EXCEEDS CLASS MAXIMUM'
                                            TO PLC-REASON
              GO TO CHECK-AGAINST-POLICY-EXIT
            END-IF.

            IF PLC-GEN-DATE IS NUMERIC AND PLC-GEN-DATE > 0
              ACCEPT WS-TODAY               FROM DATE YYYYMMDD
              COMPUTE WS-AGE-DAYS =
                  FUNCTION INTEGER-OF-DATE(WS-TODAY)
                - FUNCTION INTEGER-OF-DATE(PLC-GEN-DATE)

              IF WS-AGE-DAYS > WS-PL-MAX-RETAIN(WS-PL-HIT)
                SET PLCS-NONCONFORM         TO TRUE
                MOVE 'HELD PAST CLASS MAXIMUM RETENTION'
                                            TO PLC-REASON
              END-IF
            END-IF.

       CHECK-AGAINST-POLICY-EXIT.
            EXIT.


       LOAD-POLICY-TABLE.
           OPEN INPUT R-POL.

           IF FS-POL-OK
             CONTINUE
           ELSE
      *      No policy table deployed - nothing is policed
             GO TO LOAD-POLICY-TABLE-EXIT
           END-IF.

           PERFORM UNTIL FS-POL-EOF
             READ R-POL
               AT END
                 CONTINUE
               NOT AT END
                 IF POL-CLASS NOT = SPACE
                   AND WS-POLICY-COUNT < 36
                   ADD 1                  TO WS-POLICY-COUNT
                   MOVE POL-CLASS
                               TO WS-PL-CLASS(WS-POLICY-COUNT)
                   MOVE POL-MODES
                               TO WS-PL-MODES(WS-POLICY-COUNT)
                   MOVE POL-MAC-RULE
                               TO WS-PL-MAC-RULE(WS-POLICY-COUNT)

                   IF POL-MIN-BITS IS NUMERIC
                     MOVE POL-MIN-BITS
                               TO WS-PL-MIN-BITS(WS-POLICY-COUNT)
                   ELSE
                     MOVE 0    TO WS-PL-MIN-BITS(WS-POLICY-COUNT)
                   END-IF

                   IF POL-MAX-RETAIN IS NUMERIC
                     MOVE POL-MAX-RETAIN
                               TO WS-PL-MAX-RETAIN(WS-POLICY-COUNT)
                   ELSE
                     MOVE 0    TO WS-PL-MAX-RETAIN(WS-POLICY-COUNT)
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE R-POL.

           SET SW-POLICY-DEPLOYED         TO TRUE.

       LOAD-POLICY-TABLE-EXIT.
           EXIT.


       LOAD-RETENTION-RULES.
           OPEN INPUT R-RET.

           IF FS-RET-OK
             CONTINUE
           ELSE
      *      No rule file - everything ages by the built-in default
             GO TO LOAD-RETENTION-RULES-EXIT
           END-IF.

           PERFORM UNTIL FS-RET-EOF
             READ R-RET
               AT END
                 CONTINUE
               NOT AT END
                 IF RET-PREFIX = 'DEFAULT '
                   MOVE RET-DAYS          TO WS-DEFAULT-DAYS
                 ELSE
                   IF WS-RULE-COUNT < 50
                     ADD 1                TO WS-RULE-COUNT
                     MOVE RET-PREFIX      TO WS-RL-PREFIX(WS-RULE-COUNT)
                     MOVE RET-DAYS        TO WS-RL-DAYS(WS-RULE-COUNT)
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE R-RET.

       LOAD-RETENTION-RULES-EXIT.
           EXIT.
