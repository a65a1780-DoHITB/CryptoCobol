       ID DIVISION.
       PROGRAM-ID. AESFRZCK.
      *****************************************************************
      * Change-freeze check. At quarter-end and through the audit
      * window the crypto configuration is frozen; the AESFRZCL
      * calendar lists each window (first day, last day, name) and
      * the scope it freezes:
      *   KEYS    AESKMNT key maintenance
      *   PERMS   AESPERMF/AESTAUTH (AESCFGBL approval, AESRCERT
      *           revocations)
      *   TABLES  AESTAB (AESGEN regeneration, AESCFGBL approval)
      *   SEALS   AESSEAL reseals
      *   FMAP    AESFMAP (AESCFGBL approval)
      *   *       all of the above
      * The calendar is a KSDS keyed on first day and scope so the
      * AESKMNT transaction can browse the same file under CICS;
      * batch reads it in key order here.
      *
      * The batch maintenance programs CALL this before they change
      * anything in a scope. Outside a window the answer is OK.
      * Inside one the change is refused (FRZ) unless the AESFRZOV
      * override deck carries an emergency override for today and
      * the scope: a ticket reference, the requesting operator (who
      * must be the caller's operator, when the caller has one) and
      * a second, different approver holding FRZOVRD authority on
      * AESPERMF for the scope (via AESAUTH). An override answers
      * OVR with the ticket and approver handed back.
      *
      * Every refusal and every override is written to the AESFRZLG
      * freeze audit trail (a KSDS keyed on date/time/task, the
      * shape of AESKAUDT, which AESKMNT writes to as well) for the
      * post-freeze report AESFRZRP. A missing calendar means no
      * freeze has been declared and every caller passes.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *     FREEZE CALENDAR (AESFRZCL - KSDS keyed on start+scope)
            SELECT OPTIONAL R-FRZ ASSIGN TO 'AESFRZCL'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS SEQUENTIAL
                   RECORD KEY   IS FRZ-KEY
                   FILE STATUS  IS FS-FRZ.

      *     EMERGENCY OVERRIDES (AESFRZOV - one per record, LRECL=80)
            SELECT OPTIONAL R-OVR ASSIGN TO 'AESFRZOV'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-OVR.

      *     FREEZE AUDIT TRAIL (AESFRZLG - KSDS keyed on date/time/
      *     task, LRECL=80)
            SELECT R-FZL ASSIGN TO 'AESFRZLG'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS RANDOM
                   RECORD KEY   IS FZL-KEY
                   FILE STATUS  IS FS-FZL.

       DATA DIVISION.
       FILE SECTION.
      *   AESFRZCL
       FD R-FRZ LABEL RECORD STANDARD.

       01 FRZ-REC.
          02 FRZ-KEY.
             03 FRZ-START             PIC 9(08).
             03 FRZ-SCOPE             PIC X(08).
          02 FRZ-END                  PIC 9(08).
          02 FRZ-NAME                 PIC X(30).
          02 FILLER                   PIC X(06).

      *   AESFRZOV
       FD R-OVR LABEL RECORD STANDARD.

       01 OVR-REC.
          02 OVR-DATE                 PIC 9(08).
          02 FILLER                   PIC X(01).
          02 OVR-SCOPE                PIC X(08).
          02 FILLER                   PIC X(01).
          02 OVR-TICKET               PIC X(12).
          02 FILLER                   PIC X(01).
          02 OVR-REQUESTER            PIC X(08).
          02 FILLER                   PIC X(01).
          02 OVR-APPROVER             PIC X(08).
          02 FILLER                   PIC X(32).

      *   AESFRZLG
       FD R-FZL LABEL RECORD STANDARD.

       01 FZL-REC.
          02 FZL-KEY.
             03 FZL-DATE              PIC 9(08).
             03 FZL-TIME              PIC 9(06).
             03 FZL-TASK              PIC 9(07).
          02 FZL-PROGRAM              PIC X(08).
          02 FZL-SCOPE                PIC X(08).
          02 FZL-OPERATOR             PIC X(08).
          02 FZL-TICKET               PIC X(12).
          02 FZL-APPROVER             PIC X(08).
      *     OVR (overridden) or FRZ (refused)
          02 FZL-OUTCOME              PIC X(03).
          02 FZL-WINDOW-START         PIC 9(08).
          02 FILLER                   PIC X(04).

       WORKING-STORAGE SECTION.
         01 FS.
            05 FS-FRZ                  PIC 9(02).
               88 FS-FRZ-OK                      VALUE 0.
               88 FS-FRZ-EOF                     VALUE 10.
            05 FS-OVR                  PIC 9(02).
               88 FS-OVR-OK                      VALUE 0.
               88 FS-OVR-EOF                     VALUE 10.
            05 FS-FZL                  PIC 9(02).
               88 FS-FZL-OK                      VALUE 0.
               88 FS-FZL-DUPKEY                  VALUE 22.
               88 FS-FZL-NOFILE                  VALUE 35.

         77 WS-TODAY                   PIC 9(08).
         77 WS-TRY                     PIC 9(02).
         77 WS-FROZEN                  PIC X(01).
            88 SW-FROZEN                         VALUE 'Y'.
         77 WS-SCAN-DONE               PIC X(01).
            88 SW-SCAN-DONE                      VALUE 'Y'.

      *  Date/time stamp - ACCEPT FROM TIME delivers HHMMSSss; the
      *  hundredths stand in for the CICS task number in the key
         01 WS-STAMP-TIME.
            05 WS-STAMP-HHMMSS          PIC 9(06).
            05 WS-STAMP-HUND            PIC 9(02).

      *  Approver authority (AESAUTH) - linkage mirrored here the
      *  same way AESMAIN's is
         01 WS-AUTH-LS.
            02 AUT-SUBMITTER           PIC X(08).
            02 AUT-ACTION              PIC X(08).
            02 AUT-ALIAS               PIC X(08).
            02 AUT-STATUS              PIC X(03).
               88 AUTS-OK                       VALUE 'OK '.
               88 AUTS-REJECTED                 VALUE 'REJ'.

       LINKAGE SECTION.
         01 LS.
      *     KEYS, PERMS, TABLES, SEALS or FMAP
            02 FZC-SCOPE               PIC X(08).
            02 FZC-PROGRAM             PIC X(08).
      *     Operator making the change - spaces when the caller has
      *     no operator identity of its own, in which case an
      *     override hands back its requester here
            02 FZC-OPERATOR            PIC X(08).
      *     The window in force, and the override honoured, if any
            02 FZC-WINDOW-START        PIC 9(08).
            02 FZC-WINDOW-END          PIC 9(08).
            02 FZC-TICKET              PIC X(12).
            02 FZC-APPROVER            PIC X(08).
            02 FZC-STATUS              PIC X(03).
               88 FZCS-OK                       VALUE 'OK '.
               88 FZCS-OVERRIDDEN               VALUE 'OVR'.
               88 FZCS-FROZEN                   VALUE 'FRZ'.

       PROCEDURE DIVISION USING LS.
       MAINLINE.
            ACCEPT WS-TODAY                 FROM DATE YYYYMMDD.

            MOVE 0                          TO FZC-WINDOW-START
                                               FZC-WINDOW-END.
            MOVE SPACES                     TO FZC-TICKET
                                               FZC-APPROVER.
            MOVE 'N'                        TO WS-FROZEN.
            SET FZCS-OK                     TO TRUE.

            PERFORM FIND-WINDOW.

            IF NOT SW-FROZEN
              GOBACK
            END-IF.

            SET FZCS-FROZEN                 TO TRUE.

            PERFORM FIND-OVERRIDE.

            PERFORM WRITE-FREEZE-AUDIT
               THRU WRITE-FREEZE-AUDIT-EXIT.

            GOBACK.

       FIND-WINDOW.
      *     Calendar in first-day order - anything starting after
      *     today cannot cover it, so the scan stops there
            MOVE 'N'                        TO WS-SCAN-DONE.

            OPEN INPUT R-FRZ.

            IF FS-FRZ-OK
              PERFORM UNTIL FS-FRZ-EOF OR SW-FROZEN OR SW-SCAN-DONE
                READ R-FRZ NEXT RECORD
                  AT END
                    CONTINUE
                  NOT AT END
                    IF FRZ-START > WS-TODAY
                      SET SW-SCAN-DONE      TO TRUE
                    ELSE
                      IF FRZ-END NOT < WS-TODAY
                        AND (FRZ-SCOPE = FZC-SCOPE
                             OR FRZ-SCOPE = '*       ')
                        SET SW-FROZEN       TO TRUE
                        MOVE FRZ-START      TO FZC-WINDOW-START
                        MOVE FRZ-END        TO FZC-WINDOW-END
                      END-IF
                    END-IF
                END-READ
              END-PERFORM
            END-IF.

            CLOSE R-FRZ.

       FIND-OVERRIDE.
            OPEN INPUT R-OVR.

            IF FS-OVR-OK
              PERFORM UNTIL FS-OVR-EOF OR FZCS-OVERRIDDEN
                READ R-OVR
                  AT END
                    CONTINUE
                  NOT AT END
                    IF OVR-DATE = WS-TODAY
                      AND (OVR-SCOPE = FZC-SCOPE
                           OR OVR-SCOPE = '*       ')
                      PERFORM WEIGH-OVERRIDE
                         THRU WEIGH-OVERRIDE-EXIT
                    END-IF
                END-READ
              END-PERFORM
            END-IF.

            CLOSE R-OVR.

       WEIGH-OVERRIDE.
      *     A ticket, a requester who is the operator at the change,
      *     and a second person with the authority to waive the
      *     freeze - short of any one, the card does not count
            IF OVR-TICKET = SPACES
              OR OVR-REQUESTER = SPACES
              OR OVR-APPROVER = SPACES
              OR OVR-APPROVER = OVR-REQUESTER
              GO TO WEIGH-OVERRIDE-EXIT
            END-IF.

            IF FZC-OPERATOR NOT = SPACES
              AND OVR-REQUESTER NOT = FZC-OPERATOR
              GO TO WEIGH-OVERRIDE-EXIT
            END-IF.

            MOVE OVR-APPROVER               TO AUT-SUBMITTER.
            MOVE 'FRZOVRD '                 TO AUT-ACTION.
            MOVE FZC-SCOPE                  TO AUT-ALIAS.

            CALL 'AESAUTH' USING WS-AUTH-LS.

            IF AUTS-OK
              SET FZCS-OVERRIDDEN           TO TRUE
              MOVE OVR-TICKET               TO FZC-TICKET
              MOVE OVR-APPROVER             TO FZC-APPROVER
              IF FZC-OPERATOR = SPACES
                MOVE OVR-REQUESTER          TO FZC-OPERATOR
              END-IF
            END-IF.

       WEIGH-OVERRIDE-EXIT.
            EXIT.

       WRITE-FREEZE-AUDIT.
      *     Log-only tolerance, as every other journal gets - a
      *     trail that cannot be written does not reverse the answer
            OPEN I-O R-FZL.

            IF FS-FZL-NOFILE
              OPEN OUTPUT R-FZL
            END-IF.

            IF NOT FS-FZL-OK
              DISPLAY 'AESFRZCK: AESFRZLG NOT WRITABLE, STATUS '
                      FS-FZL
              GO TO WRITE-FREEZE-AUDIT-EXIT
            END-IF.

            ACCEPT WS-STAMP-TIME            FROM TIME.

            MOVE SPACES                     TO FZL-REC.
            MOVE WS-TODAY                   TO FZL-DATE.
            MOVE WS-STAMP-HHMMSS            TO FZL-TIME.
            MOVE WS-STAMP-HUND              TO FZL-TASK.
            MOVE FZC-PROGRAM                TO FZL-PROGRAM.
            MOVE FZC-SCOPE                  TO FZL-SCOPE.
            MOVE FZC-OPERATOR               TO FZL-OPERATOR.
            MOVE FZC-TICKET                 TO FZL-TICKET.
            MOVE FZC-APPROVER               TO FZL-APPROVER.
            MOVE FZC-STATUS                 TO FZL-OUTCOME.
            MOVE FZC-WINDOW-START           TO FZL-WINDOW-START.

      *     Two checks in the same hundredth take the next slot
            MOVE 0                          TO WS-TRY.
            WRITE FZL-REC.

            PERFORM UNTIL NOT FS-FZL-DUPKEY OR WS-TRY > 50
              ADD 1                         TO WS-TRY
              ADD 100                       TO FZL-TASK
              WRITE FZL-REC
            END-PERFORM.

            IF NOT FS-FZL-OK
              DISPLAY 'AESFRZCK: AESFRZLG WRITE FAILED, STATUS '
                      FS-FZL
            END-IF.

            CLOSE R-FZL.

       WRITE-FREEZE-AUDIT-EXIT.
            EXIT.
