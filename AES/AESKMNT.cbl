      * batch-side AESIDAT/AESODAT do.
      *
      * Conversation:
      *   screen 1 - operator keys ACTION (A/C/D/I/L/H), an 8-char
      *              KEY-ID and (for A/C/L/H) their 8-char OPERATOR-ID
      *              and, inside a change-freeze window, a 12-char
      *              override TICKET and the 8-char id of the
      *              APPROVER (col 21 and col 34)
      *   screen 2 (A/C only) - dual-control split-key entry: the
      *              FIRST operator keys key COMPONENT 1 (32 hex),
      *              BITS (128/192/256), the cryptoperiod, the
      *              key's declared use and its usage ceiling; the
      *              entry is then held
      *              pending, and a SECOND,
      *              different operator - in their own later
      *              conversation - keys COMPONENT 2 (32 hex), at
      *              which point the full key is assembled and
      *              activated. Neither operator ever sees or types
      *              the whole key, and the same operator supplying
      *              both components is refused.
      *   screen 2 (L only) - the usage ceiling of the alias's live
      *              version is set, changed or removed in place: a
      *              ceiling is policy, not key material, so one
      *              authorized operator suffices and no rotation is
      *              needed to put a heavy feed's key under one.
      * H moves the alias's live version into the hardware security
      * module, once the key has been loaded there under the module's
      * own procedure: the key material on AESKEYF is blanked for
      * good and the entry marked module-resident, so AESKGET hands
      * runs a key handle from then on. It cannot be undone, so it
      * takes delete authority.
      * I/D/inquire-after-add|change all loop back to screen 1 for the
      * next key-id; a blank input at screen 1 ends the transaction.
      *
      * Every action is gated on the operator's authority level from
      * AESKOPR (another FCT-managed KSDS, keyed on operator id):
      * 1 = inquire only, 2 = add/change/ceiling, 3 = delete and
      * module move as well. Every
      * maintenance action - and every rejected attempt - is written
      * to the AESKAUDT audit KSDS (who, what, which key-id/version,
      * when, outcome), the change history AESKEYF itself cannot
      * provide.
      *
      * Key maintenance is frozen through the quarter-end and audit
      * windows on the AESFRZCL calendar (scope KEYS or '*'). Inside
      * a window every action but inquiry is refused unless screen 1
      * carries an emergency override - a ticket and a second,
      * different operator holding level 3 as approver. Refusals
      * and overrides go to the AESFRZLG freeze audit trail.
      *****************************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
      *  and the expiry-date arithmetic derived from it.
         01 WS-CRYPTO-DAYS                 PIC 9(05).
         01 WS-DEFAULT-CRYPTO-DAYS         PIC 9(05) VALUE 00365.

      *  Declared key use keyed on screen 2 (see KEYF-KEY-USE)
         01 WS-KEY-USE                     PIC X(01).
            88 WS-KEY-USE-VALID                      VALUE 'D' 'M' 'K'
                                                           'V' 'F' 'I'.
         01 WS-EXPIRES-LILIAN              PIC 9(08).

      *  Usage ceiling keyed on screen 2 (see KEYF-CEIL-UNIT): 'B'
      *  blocks, 'I' invocations, 'N' none - blank on a change keeps
      *  the live version's own ceiling, on an add means none. The
      *  ceiling is 12 digits, zero-filled; the warning percentage
      *  is 3 digits, blank taking the shop default.
         01 WS-CEIL-UNIT                   PIC X(01).
            88 WS-CEIL-UNIT-VALID                    VALUE 'B' 'I' 'N'
                                                           SPACE.
         01 WS-CEIL-TEXT                   PIC X(12).
         01 WS-CEIL-PCT-TEXT               PIC X(03).
         01 WS-CEILING                     PIC 9(12).
         01 WS-CEIL-WARN-PCT               PIC 9(03).
         01 WS-CEIL-ERROR                  PIC X(01).
            88 SW-CEIL-ERROR                         VALUE 'Y'.

      *  Inquiry display - two screen lines, the second carrying
      *  the usage ceiling
         01 WS-INQ-MSG                     PIC X(160).

      *  Key-check-value computation, via AESKCVC - the linkage record
      *  it expects, mirrored here the same way AESMAIN mirrors
      *  AESKAUD's. WS-EXPECTED-KCV is the optional check value the
            05 AUD-ACTION                  PIC X(01).
            05 AUD-KEY-ID                  PIC X(08).
            05 AUD-VERSION                 PIC 9(03).
      *        OK /C1 (component 1 held)/REJ(ected)/FRZ (frozen)
            05 AUD-OUTCOME                 PIC X(03).
            05 FILLER                      PIC X(04).
         01 WS-RESP                        PIC S9(08) COMP.
         01 WS-BROWSE-DONE                 PIC X(01).
            88 SW-BROWSE-DONE                        VALUE 'Y'.

      *  Change freeze (AESFRZCL calendar, AESFRZLG freeze audit
      *  trail - both FCT-managed KSDS, the same files the batch
      *  maintenance programs reach through AESFRZCK). WS-FRZ-RID is
      *  the calendar browse's own key area, as WS-RID is for
      *  AESKEYF. The override ticket and approver are keyed on
      *  screen 1 after the operator id.
         01 WS-FRZ-RID.
            05 WS-FRZ-RID-START            PIC 9(08).
            05 WS-FRZ-RID-SCOPE            PIC X(08).
         01 WS-FRZ-REC.
            05 FRZ-KEY.
               10 FRZ-START                PIC 9(08).
               10 FRZ-SCOPE                PIC X(08).
            05 FRZ-END                     PIC 9(08).
            05 FRZ-NAME                    PIC X(30).
            05 FILLER                      PIC X(06).
         01 WS-FZL-REC.
            05 FZL-KEY.
               10 FZL-DATE                 PIC 9(08).
               10 FZL-TIME                 PIC 9(06).
               10 FZL-TASK                 PIC 9(07).
            05 FZL-PROGRAM                 PIC X(08).
            05 FZL-SCOPE                   PIC X(08).
            05 FZL-OPERATOR                PIC X(08).
            05 FZL-TICKET                  PIC X(12).
            05 FZL-APPROVER                PIC X(08).
      *        OVR (overridden) or FRZ (refused)
            05 FZL-OUTCOME                 PIC X(03).
            05 FZL-WINDOW-START            PIC 9(08).
            05 FILLER                      PIC X(04).
         01 WS-FRZ-TICKET                  PIC X(12).
         01 WS-FRZ-APPROVER                PIC X(08).
         01 WS-FRZ-WINDOW                  PIC 9(08).
         01 WS-FROZEN                      PIC X(01).
            88 SW-FROZEN                             VALUE 'Y'.
      *  Override approver's authority record (AESKOPR) - kept apart
      *  from WS-OPR-REC so the operator's own level is not lost
         01 WS-APR-REC.
            05 APR-ID                      PIC X(08).
            05 APR-AUTH                    PIC 9(01).
               88 APR-AUTH-DELETE                   VALUE 3.

         01 WS-KCV-LS.
            05 KCV-KEY                     PIC X(64).
            05 KCV-BITS                    PIC X(03).
            05 KCV-STATUS                  PIC X(03).
               88 KCVS-OK                           VALUE 'OK '.
               88 KCVS-ERR                          VALUE 'ERR'.
            05 KCV-CRYPTO-PROV             PIC X(08)   VALUE SPACES.
            05 KCV-KEY-HANDLE.
               10 KCV-KH-ALIAS             PIC X(08)   VALUE SPACES.
               10 KCV-KH-VERSION           PIC 9(03)   VALUE 0.
         01 WS-EXPECTED-KCV                PIC X(06).

      *  Replication journal record (AESKREPL, another FCT-managed
         01 WS-RPL-CTL-REC.
            05 RPC-SEQ                     PIC 9(09).
            05 RPC-NEXT-SEQ                PIC 9(09).
            05 FILLER                      PIC X(200).
         01 WS-RPL-ACTION                  PIC X(01).

      *  Environment identity (AESENVID, the single record keyed
            05 WRP-STATUS                  PIC X(03).
               88 WRPS-OK                           VALUE 'OK '.
               88 WRPS-ERR                          VALUE 'ERR'.
               88 WRPS-ICV                          VALUE 'ICV'.
            05 WRP-FORMAT                  PIC X(01).
               88 WRP-FMT-ECB                       VALUE 'W'.
               88 WRP-FMT-KW                        VALUE 'K'.
            05 WRP-KEY-C0                  PIC X(16).
            05 WRP-KEK                     PIC X(64).
            05 WRP-MK-GEN                  PIC 9(03).
            05 WRP-CRYPTO-PROV             PIC X(08)   VALUE SPACES.
            05 WRP-KEK-HANDLE.
               10 WRP-KH-ALIAS             PIC X(08)   VALUE SPACES.
               10 WRP-KH-VERSION           PIC 9(03)   VALUE 0.

       LINKAGE SECTION.
         01 DFHCOMMAREA.
               88 CA-ACTION-CHANGE                   VALUE 'C'.
               88 CA-ACTION-DELETE                   VALUE 'D'.
               88 CA-ACTION-INQUIRE                   VALUE 'I'.
               88 CA-ACTION-LIMIT                     VALUE 'L'.
               88 CA-ACTION-MODULE                    VALUE 'H'.
            05 CA-KEY-ID                   PIC X(08).
            05 CA-OPER-ID                  PIC X(08).
            05 CA-COMP-PHASE               PIC 9(01).
               88 CA-PHASE-COMP1                     VALUE 1.
               88 CA-PHASE-COMP2                     VALUE 2.
               88 CA-PHASE-CEILING                   VALUE 3.
      *     Version of the entry this conversation is building - a
      *     rotation adds a new version rather than overwriting, so
      *     the version in flight has to survive the screen round


       SEND-ACTION-PROMPT.
           MOVE 'AESKMNT - ACTION(A/C/D/I/L/H) KEY-ID OPER-ID BLANK=END'
                                            TO WS-OUT-MSG.

           EXEC CICS SEND TEXT
      *      unauthorized attempt is audited and refused
             PERFORM CHECK-OPERATOR-AUTHORITY

      *      Change-freeze gate for everything but inquiry - inside a
      *      KEYS window only a ticketed, second-operator override
      *      lets maintenance through
             IF NOT CA-ACTION-INQUIRE
               MOVE WS-INPUT-AREA(21:12)     TO WS-FRZ-TICKET
               MOVE WS-INPUT-AREA(34:8)      TO WS-FRZ-APPROVER
               PERFORM CHECK-CHANGE-FREEZE
             END-IF

             EVALUATE TRUE
               WHEN CA-ACTION-ADD
                 PERFORM START-SPLIT-ADD
                 PERFORM SEND-ACTION-PROMPT
                 MOVE 1                      TO CA-STEP
                 PERFORM RETURN-FOR-NEXT-SCREEN
               WHEN CA-ACTION-LIMIT
                 PERFORM START-CEILING-CHANGE
               WHEN CA-ACTION-MODULE
                 PERFORM MOVE-KEY-TO-MODULE
                 PERFORM SEND-ACTION-PROMPT
                 MOVE 1                      TO CA-STEP
                 PERFORM RETURN-FOR-NEXT-SCREEN
               WHEN CA-ACTION-INQUIRE
                 PERFORM INQUIRE-KEY
                 PERFORM SEND-ACTION-PROMPT
           END-EVALUATE.


       START-CEILING-CHANGE.
      *     A ceiling set, changed or removed on the live version in
      *     place - the highest ACTIVE one, the same version DELETE
      *     would retire. Every other field of the entry is left
      *     exactly as it is.
           IF CA-OPER-ID = SPACES
             PERFORM OPER-ID-REQUIRED
           END-IF.

           PERFORM BROWSE-ALIAS-VERSIONS.

           IF WS-ACTIVE-VERSION = 0
             PERFORM KEY-NOT-FOUND
           END-IF.

           MOVE WS-ACTIVE-VERSION           TO CA-KEY-VERSION.

           MOVE 'AESKMNT - CEILING UNIT (B/I/N), CEILING, WARN PCT'
                                            TO WS-OUT-MSG.

           EXEC CICS SEND TEXT
                FROM(WS-OUT-MSG)
                LENGTH(80)
                ERASE
           END-EXEC.

           MOVE 2                           TO CA-STEP.
           MOVE 3                           TO CA-COMP-PHASE.
           PERFORM RETURN-FOR-NEXT-SCREEN.


       BROWSE-ALIAS-VERSIONS.
      *     One pass over the alias's versions in key order, noting
      *     the highest version on file, the highest ACTIVE one (for
       CHECK-OPERATOR-AUTHORITY.
      *     Sign-on per action: the operator id keyed on screen 1 is
      *     looked up on AESKOPR and its level checked against what
      *     the action needs - inquire(1), add/change(2), delete or
      *     module move(3).
      *     An unknown operator or an insufficient level is audited
      *     as a rejected attempt and bounced back to screen 1.
           IF CA-OPER-ID = SPACES
           EVALUATE TRUE
             WHEN CA-ACTION-DELETE
               MOVE 3                       TO WS-REQUIRED-AUTH
             WHEN CA-ACTION-MODULE
               MOVE 3                       TO WS-REQUIRED-AUTH
             WHEN CA-ACTION-ADD
               MOVE 2                       TO WS-REQUIRED-AUTH
             WHEN CA-ACTION-CHANGE
               MOVE 2                       TO WS-REQUIRED-AUTH
             WHEN CA-ACTION-LIMIT
               MOVE 2                       TO WS-REQUIRED-AUTH
             WHEN OTHER
               MOVE 1                       TO WS-REQUIRED-AUTH
           END-EVALUATE.
           END-IF.


       CHECK-CHANGE-FREEZE.
      *     Browse the freeze calendar for a window covering today
      *     that freezes KEYS (or everything, scope '*'). Outside a
      *     window nothing changes. Inside one, the action goes ahead
      *     only with an override: a ticket reference and a second,
      *     different operator with delete-level (3) authority on
      *     AESKOPR as approver. A refusal is audited on AESKAUDT
      *     (outcome FRZ) and on the freeze trail, and bounced back
      *     to screen 1; an override is written to the freeze trail.
      *     A missing or empty calendar means no freeze.
           EXEC CICS ASKTIME
                ABSTIME(WS-ABSTIME)
           END-EXEC.
           EXEC CICS FORMATTIME
                ABSTIME(WS-ABSTIME)
                YYYYMMDD(WS-TODAY)
           END-EXEC.

           MOVE SPACES                      TO WS-FROZEN.
           MOVE SPACES                      TO WS-BROWSE-DONE.
           MOVE 0                           TO WS-FRZ-RID-START.
           MOVE SPACES                      TO WS-FRZ-RID-SCOPE.

           EXEC CICS STARTBR
                FILE('AESFRZCL')
                RIDFLD(WS-FRZ-RID)
                GTEQ
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL)
             SET SW-BROWSE-DONE             TO TRUE
           END-IF.

           PERFORM UNTIL SW-BROWSE-DONE
             EXEC CICS READNEXT
                  FILE('AESFRZCL')
                  INTO(WS-FRZ-REC)
                  RIDFLD(WS-FRZ-RID)
                  RESP(WS-RESP)
             END-EXEC

             IF WS-RESP NOT = DFHRESP(NORMAL)
               OR FRZ-START > WS-TODAY
               SET SW-BROWSE-DONE           TO TRUE
             ELSE
               IF FRZ-END NOT < WS-TODAY
                 AND (FRZ-SCOPE = 'KEYS' OR FRZ-SCOPE = '*')
                 SET SW-FROZEN              TO TRUE
                 MOVE FRZ-START             TO WS-FRZ-WINDOW
                 SET SW-BROWSE-DONE         TO TRUE
               END-IF
             END-IF
           END-PERFORM.

           EXEC CICS ENDBR
                FILE('AESFRZCL')
                RESP(WS-RESP)
           END-EXEC.

           IF SW-FROZEN
             MOVE WS-FRZ-APPROVER           TO APR-ID
             MOVE 0                         TO APR-AUTH

             IF WS-FRZ-TICKET NOT = SPACES
               AND WS-FRZ-APPROVER NOT = SPACES
               AND WS-FRZ-APPROVER NOT = CA-OPER-ID
               EXEC CICS READ
                    FILE('AESKOPR')
                    INTO(WS-APR-REC)
                    RIDFLD(APR-ID)
                    RESP(WS-RESP)
               END-EXEC
               IF WS-RESP NOT = DFHRESP(NORMAL)
                 MOVE 0                     TO APR-AUTH
               END-IF
             END-IF

             IF APR-AUTH-DELETE
               MOVE 'OVR'                   TO FZL-OUTCOME
               PERFORM WRITE-FREEZE-AUDIT
             ELSE
               MOVE 'FRZ'                   TO AUD-OUTCOME
               PERFORM WRITE-AUDIT-RECORD
               MOVE 'FRZ'                   TO FZL-OUTCOME
               PERFORM WRITE-FREEZE-AUDIT

               MOVE 'AESKMNT - KEYS FROZEN, NEEDS TICKET AND APPROVER'
                                            TO WS-OUT-MSG

               EXEC CICS SEND TEXT
                    FROM(WS-OUT-MSG)
                    LENGTH(80)
                    ERASE
               END-EXEC

               MOVE 1                       TO CA-STEP
               PERFORM RETURN-FOR-NEXT-SCREEN
             END-IF
           END-IF.


       WRITE-FREEZE-AUDIT.
      *     One freeze-trail record per refusal or override, keyed
      *     like AESKAUDT on date/time/task. As with the maintenance
      *     audit, a write failure is taken on the RESP and does not
      *     change the outcome.
           MOVE SPACES                      TO WS-FZL-REC.
           EXEC CICS FORMATTIME
                ABSTIME(WS-ABSTIME)
                YYYYMMDD(FZL-DATE)
                TIME(FZL-TIME)
           END-EXEC.

           MOVE EIBTASKN                    TO FZL-TASK.
           MOVE 'AESKMNT'                   TO FZL-PROGRAM.
           MOVE 'KEYS'                      TO FZL-SCOPE.
           MOVE CA-OPER-ID                  TO FZL-OPERATOR.
           MOVE WS-FRZ-TICKET               TO FZL-TICKET.
           MOVE WS-FRZ-APPROVER             TO FZL-APPROVER.
           MOVE WS-FRZ-WINDOW               TO FZL-WINDOW-START.

           EXEC CICS WRITE
                FILE('AESFRZLG')
                FROM(WS-FZL-REC)
                RIDFLD(FZL-KEY)
                RESP(WS-RESP)
           END-EXEC.


       WRITE-AUDIT-RECORD.
      *     One record per maintenance action or rejected attempt -
      *     who did what to which key-id/version and how it came out.


       PROMPT-FIRST-COMPONENT.
           MOVE 'AESKMNT - COMPONENT 1 (32 HEX), BITS, DAYS, USE, CEIL'
                                            TO WS-OUT-MSG.

           EXEC CICS SEND TEXT
      *        256-bit key consumes both halves; anything shorter
      *        would keep component 1 alone at lookup time and hand
      *        the whole effective key to one operator
               MOVE WS-INPUT-AREA(44:1)     TO WS-KEY-USE
               MOVE WS-INPUT-AREA(46:1)     TO WS-CEIL-UNIT
               MOVE WS-INPUT-AREA(48:12)    TO WS-CEIL-TEXT
               MOVE WS-INPUT-AREA(61:3)     TO WS-CEIL-PCT-TEXT
               PERFORM EDIT-CEILING-INPUT
               EVALUATE TRUE
                 WHEN WS-INPUT-AREA(34:3) NOT = '256'
                   MOVE 'AESKMNT - SPLIT-KEY ENTRY REQUIRES BITS 256'
                                            TO WS-OUT-MSG
                 WHEN WS-KEY-USE NOT = SPACE AND NOT WS-KEY-USE-VALID
                   MOVE 'AESKMNT - KEY USE MUST BE D, M, K, V, F OR I'
                                            TO WS-OUT-MSG
                 WHEN SW-CEIL-ERROR
                   CONTINUE
                 WHEN OTHER
                   PERFORM HOLD-FIRST-COMPONENT
               END-EVALUATE
             WHEN CA-PHASE-COMP2
               PERFORM ASSEMBLE-FROM-SECOND-COMPONENT
             WHEN CA-PHASE-CEILING
      *        Ceiling screen: unit in column 1, ceiling in 3-14,
      *        warning percentage in 16-18
               MOVE WS-INPUT-AREA(1:1)      TO WS-CEIL-UNIT
               MOVE WS-INPUT-AREA(3:12)     TO WS-CEIL-TEXT
               MOVE WS-INPUT-AREA(16:3)     TO WS-CEIL-PCT-TEXT
               PERFORM EDIT-CEILING-INPUT
               EVALUATE TRUE
                 WHEN WS-CEIL-UNIT = SPACE
                   MOVE 'AESKMNT - CEILING UNIT MUST BE B, I OR N'
                                            TO WS-OUT-MSG
                 WHEN SW-CEIL-ERROR
                   CONTINUE
                 WHEN OTHER
                   PERFORM CHANGE-USAGE-CEILING
               END-EVALUATE
           END-EVALUATE.

           EXEC CICS SEND TEXT
       HOLD-FIRST-COMPONENT.
      *     Screen-2 input, first session: COMPONENT 1 in columns
      *     1-32, BITS in 34-36, cryptoperiod days in 38-42 (blank
      *     takes the shop default), declared key use in 44 (D/M/K/
      *     V/F/I - blank takes 'D' on an add and the live version's
      *     own use on a change), usage-ceiling unit in 46 (B/I/N -
      *     blank takes none on an add and the live version's own
      *     ceiling on a change), ceiling in 48-59 and its warning
      *     percentage in 61-63. Add and change alike write a
      *     brand-new pending VERSION record - KEYF-KEY of every
      *     existing version is never touched, so a change in flight
      *     leaves the live version resolvable and the pending one
      *     resolvable by nobody (status P).
           IF WS-KEY-USE = SPACE
             PERFORM INHERIT-KEY-USE
           END-IF.

           IF WS-CEIL-UNIT = SPACE
             PERFORM INHERIT-USAGE-CEILING
           END-IF.

           MOVE SPACES                      TO WS-REC.
           MOVE CA-KEY-ID                   TO KEYF-ID.
           MOVE CA-KEY-VERSION              TO KEYF-VERSION.

           MOVE 0                           TO KEYF-CRYPTO-DAYS.
           MOVE 0                           TO KEYF-EXPIRES.
           MOVE SPACES                      TO KEYF-KCV.
           MOVE 0                           TO KEYF-MKEY-GEN.
           MOVE WS-KEY-USE                  TO KEYF-KEY-USE.
           PERFORM STORE-USAGE-CEILING.
           SET KEYF-PENDING                 TO TRUE.

           MOVE CA-OPER-ID                  TO KEYF-PEND-OPER.
                                            TO WS-OUT-MSG.


       INHERIT-KEY-USE.
      *     A rotation keeps serving whatever the alias served - the
      *     version below the one being built is the live one. An
      *     add, or a live version from before uses were declared,
      *     takes data use.
           MOVE 'D'                         TO WS-KEY-USE.

           IF CA-ACTION-CHANGE AND CA-KEY-VERSION > 1
             MOVE CA-KEY-ID                 TO KEYF-ID
             COMPUTE KEYF-VERSION = CA-KEY-VERSION - 1

             EXEC CICS READ
                  FILE('AESKEYF')
                  INTO(WS-REC)
                  RIDFLD(KEYF-REC-KEY)
                  RESP(WS-RESP)
             END-EXEC

             IF WS-RESP = DFHRESP(NORMAL) AND KEYF-USE-VALID
               MOVE KEYF-KEY-USE            TO WS-KEY-USE
             END-IF
           END-IF.


       INHERIT-USAGE-CEILING.
      *     A rotation carries the alias's ceiling forward the same
      *     way it carries the key use - the feed that wore out the
      *     old version will wear out the new one at the same rate.
      *     An add, or a live version with no ceiling, takes none.
           MOVE 'N'                         TO WS-CEIL-UNIT.
           MOVE 0                           TO WS-CEILING.
           MOVE 0                           TO WS-CEIL-WARN-PCT.

           IF CA-ACTION-CHANGE AND CA-KEY-VERSION > 1
             MOVE CA-KEY-ID                 TO KEYF-ID
             COMPUTE KEYF-VERSION = CA-KEY-VERSION - 1

             EXEC CICS READ
                  FILE('AESKEYF')
                  INTO(WS-REC)
                  RIDFLD(KEYF-REC-KEY)
                  RESP(WS-RESP)
             END-EXEC

             IF WS-RESP = DFHRESP(NORMAL) AND KEYF-CEIL-SET
               AND KEYF-CEILING NUMERIC AND KEYF-CEILING > 0
               MOVE KEYF-CEIL-UNIT          TO WS-CEIL-UNIT
               MOVE KEYF-CEILING            TO WS-CEILING
               MOVE KEYF-CEIL-WARN-PCT      TO WS-CEIL-WARN-PCT
             END-IF
           END-IF.


       EDIT-CEILING-INPUT.
      *     Unit B/I takes a positive ceiling; N (or blank, resolved
      *     later) ignores the ceiling columns. The warning
      *     percentage is optional - blank or zero is the shop
      *     default, otherwise 1-99.
           MOVE SPACE                       TO WS-CEIL-ERROR.
           MOVE 0                           TO WS-CEILING.
           MOVE 0                           TO WS-CEIL-WARN-PCT.

           EVALUATE TRUE
             WHEN NOT WS-CEIL-UNIT-VALID
               MOVE 'AESKMNT - CEILING UNIT MUST BE B, I OR N'
                                            TO WS-OUT-MSG
               SET SW-CEIL-ERROR            TO TRUE
             WHEN WS-CEIL-UNIT = 'N' OR WS-CEIL-UNIT = SPACE
               CONTINUE
             WHEN WS-CEIL-TEXT NOT NUMERIC
               MOVE 'AESKMNT - CEILING MUST BE 12 DIGITS, ZERO-FILLED'
                                            TO WS-OUT-MSG
               SET SW-CEIL-ERROR            TO TRUE
             WHEN WS-CEIL-TEXT = ZEROES
               MOVE 'AESKMNT - CEILING MUST BE GREATER THAN ZERO'
                                            TO WS-OUT-MSG
               SET SW-CEIL-ERROR            TO TRUE
             WHEN WS-CEIL-PCT-TEXT NOT = SPACES
               AND (WS-CEIL-PCT-TEXT NOT NUMERIC
                    OR WS-CEIL-PCT-TEXT > '099')
               MOVE 'AESKMNT - WARNING PERCENTAGE MUST BE 001-099'
                                            TO WS-OUT-MSG
               SET SW-CEIL-ERROR            TO TRUE
             WHEN OTHER
               MOVE WS-CEIL-TEXT            TO WS-CEILING
               IF WS-CEIL-PCT-TEXT NOT = SPACES
                 MOVE WS-CEIL-PCT-TEXT      TO WS-CEIL-WARN-PCT
               END-IF
           END-EVALUATE.


       STORE-USAGE-CEILING.
      *     'N' is no ceiling - stored as a blank unit, the same as
      *     an entry from before ceilings existed
           IF WS-CEIL-UNIT = 'N'
             MOVE SPACE                     TO KEYF-CEIL-UNIT
             MOVE 0                         TO KEYF-CEILING
             MOVE 0                         TO KEYF-CEIL-WARN-PCT
           ELSE
             MOVE WS-CEIL-UNIT              TO KEYF-CEIL-UNIT
             MOVE WS-CEILING                TO KEYF-CEILING
             MOVE WS-CEIL-WARN-PCT          TO KEYF-CEIL-WARN-PCT
           END-IF.


       CHANGE-USAGE-CEILING.
      *     Re-read for update inside this task and confirm the
      *     version is still the live one - it may have been retired
      *     or compromised between the two screens.
           MOVE CA-KEY-ID                   TO KEYF-ID.
           MOVE CA-KEY-VERSION              TO KEYF-VERSION.

           EXEC CICS READ
                FILE('AESKEYF')
                INTO(WS-REC)
                RIDFLD(KEYF-REC-KEY)
                UPDATE
           END-EXEC.

           IF NOT KEYF-ACTIVE
             MOVE 'AESKMNT - VERSION IS NO LONGER ACTIVE'
                                            TO WS-OUT-MSG
             GO TO ASSEMBLE-REFUSED
           END-IF.

           PERFORM STORE-USAGE-CEILING.

           EXEC CICS REWRITE
                FILE('AESKEYF')
                FROM(WS-REC)
           END-EXEC.

           MOVE 'OK '                       TO AUD-OUTCOME.
           PERFORM WRITE-AUDIT-RECORD.

           MOVE 'L'                         TO WS-RPL-ACTION.
           PERFORM WRITE-REPLICATION-RECORD.

           MOVE 'AESKMNT - USAGE CEILING UPDATED'
                                            TO WS-OUT-MSG.


       ASSEMBLE-FROM-SECOND-COMPONENT.
      *     Screen-2 input, second session: COMPONENT 2 in columns
      *     1-32. Re-read for update and re-verify the dual-control
               MOVE KCV-VALUE               TO KEYF-KCV

      *        Wrap the assembled key under the shop master key -
      *        the plain hex never reaches AESKEYF. Format left to
      *        AESWRAP's default (the RFC 3394 key wrap).
               SET WRP-WRAP                 TO TRUE
               MOVE KEYF-PEND-BITS          TO WRP-BITS
               MOVE KEYF-KEY                TO WRP-KEY-IN
               MOVE SPACES                  TO WRP-KEY-OUT
               MOVE SPACES                  TO WRP-FORMAT WRP-KEY-C0
                                               WRP-KEK

               CALL 'AESWRAP' USING WS-WRAP-LS

               END-IF

               MOVE WRP-KEY-OUT             TO KEYF-KEY
               MOVE WRP-KEY-C0              TO KEYF-WRAP-C0
               MOVE WRP-MK-GEN              TO KEYF-MKEY-GEN
               MOVE SPACES                  TO WRP-KEY-IN
               MOVE SPACES                  TO WRP-KEY-OUT
               MOVE WRP-FORMAT              TO KEYF-WRAP-SW

               MOVE KEYF-PEND-BITS          TO KEYF-BITS
               MOVE KEYF-PEND-DAYS          TO KEYF-CRYPTO-DAYS
           END-EXEC.


       MOVE-KEY-TO-MODULE.
      *     The live version's key has already been loaded into the
      *     hardware module (and proven there against KEYF-KCV, which
      *     is kept) - this retires the software copy. Key material,
      *     wrap form and master-key generation are blanked, so the
      *     replication image and every later escrow or rewrap pass
      *     carry nothing; the alias, version and every policy field
      *     stay exactly as they were.
           PERFORM BROWSE-ALIAS-VERSIONS.

           IF WS-ACTIVE-VERSION = 0
             PERFORM KEY-NOT-FOUND
           END-IF.

           MOVE WS-ACTIVE-VERSION           TO CA-KEY-VERSION.
           MOVE CA-KEY-ID                   TO KEYF-ID.
           MOVE WS-ACTIVE-VERSION           TO KEYF-VERSION.

           EXEC CICS READ
                FILE('AESKEYF')
                INTO(WS-REC)
                RIDFLD(KEYF-REC-KEY)
                UPDATE
           END-EXEC.

           IF KEYF-MODULE-RESIDENT
             EXEC CICS UNLOCK
                  FILE('AESKEYF')
             END-EXEC

             MOVE 'AESKMNT - VERSION IS ALREADY MODULE-RESIDENT'
                                            TO WS-OUT-MSG
           ELSE
             MOVE SPACES                    TO KEYF-KEY
                                               KEYF-WRAP-SW
                                               KEYF-WRAP-C0
             MOVE 0                         TO KEYF-MKEY-GEN
             SET KEYF-MODULE-RESIDENT       TO TRUE

             EXEC CICS REWRITE
                  FILE('AESKEYF')
                  FROM(WS-REC)
             END-EXEC

             MOVE 'OK '                     TO AUD-OUTCOME
             PERFORM WRITE-AUDIT-RECORD

             MOVE 'H'                       TO WS-RPL-ACTION
             PERFORM WRITE-REPLICATION-RECORD

             MOVE 'AESKMNT - KEY MOVED TO HARDWARE MODULE'
                                            TO WS-OUT-MSG
           END-IF.

           EXEC CICS SEND TEXT
                FROM(WS-OUT-MSG)
                LENGTH(80)
                ERASE
           END-EXEC.


       INQUIRE-KEY.
      *     Shows the alias's highest version - the one a run would
      *     resolve today (or the rotation in flight, if one is
                RIDFLD(KEYF-REC-KEY)
           END-EXEC.

           MOVE SPACES                      TO WS-INQ-MSG.

           STRING 'AESKMNT - ' KEYF-ID ' V' KEYF-VERSION
                  ' BITS=' KEYF-BITS
                  ' CREATED=' KEYF-CREATED ' STATUS=' KEYF-STATUS
                  ' USE=' KEYF-KEY-USE ' EXP=' KEYF-EXPIRES
             DELIMITED BY SIZE            INTO WS-INQ-MSG(1:80).

           IF KEYF-CEIL-SET AND KEYF-CEILING NUMERIC
             AND KEYF-CEILING > 0
             STRING 'AESKMNT - CEILING=' KEYF-CEILING
                    ' UNIT=' KEYF-CEIL-UNIT
                    ' WARN PCT=' KEYF-CEIL-WARN-PCT
               DELIMITED BY SIZE          INTO WS-INQ-MSG(81:80)
           ELSE
             MOVE 'AESKMNT - NO USAGE CEILING'
                                            TO WS-INQ-MSG(81:80)
           END-IF.

           IF KEYF-MODULE-RESIDENT
             MOVE 'MODULE-RESIDENT'         TO WS-INQ-MSG(145:15)
           END-IF.

           MOVE 'OK '                       TO AUD-OUTCOME.
           PERFORM WRITE-AUDIT-RECORD.

           EXEC CICS SEND TEXT
                FROM(WS-INQ-MSG)
                LENGTH(160)
                ERASE
           END-EXEC.

