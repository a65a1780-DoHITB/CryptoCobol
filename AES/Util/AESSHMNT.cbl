       ID DIVISION.
       PROGRAM-ID. AESSHMNT.
      *****************************************************************
      * Cross-tenant share-grant register maintenance. Tenant
      * segregation stops one tenant's run from touching another's
      * keys or generations, and rightly - but an auditor or a group
      * company sometimes has a real need to read a slice of another
      * tenant's archive, and the only way round the wall used to be
      * an operator quietly loosening it. Sharing is now a grant on
      * the AESSHARE register: the owning tenant names the tenant
      * that may read, the access (DECIPHER through AESMAIN or
      * EXTRACT through AESSXTR), the generation, and the last day
      * the grant is good for. AESSHCHK answers for the register at
      * run time and journals every use to AESSHUSE; AESSHRPT lists
      * an owner's grants for review.
      *
      * Two-person control: a grant is raised PND by one operator
      * and only becomes ACT when a DIFFERENT operator approves it.
      * Both must hold the SHAREGRT authority on AESPERMF for the
      * owning tenant (the tenant id in the alias column), checked
      * through AESAUTH. Either kind of authorized operator can
      * revoke; a revoked grant stays on the register as RVK so its
      * history reads true.
      *
      * Driven by a card deck (AESSHDCK), one function per record -
      * the same console style AESRELRG works in:
      *   L                                     - list the register
      *   G owner(3-10) grantee(12-19) access(21-28)
      *     generation(30-49) expires(51-58) operator(60-67)
      *                                         - raise a grant
      *   A grant-id(3-8) operator(10-17)       - approve a grant
      *   V grant-id(3-8) operator(10-17)       - revoke a grant
      * The generation must lie in the owner's own namespace (its
      * first four characters the owner's), and the expiry must be
      * a date still to come - open-ended sharing is exactly what
      * the register exists to prevent.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *     SHARE GRANTS (AESSHARE - one grant per record, LRECL=120)
            SELECT OPTIONAL R-SHG ASSIGN TO 'AESSHARE'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-SHG.

      *     CONSOLE CARD DECK (AESSHDCK - LRECL=80)
            SELECT R-DCK ASSIGN TO 'AESSHDCK'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-DCK.

       DATA DIVISION.
       FILE SECTION.
      *   AESSHARE
       FD R-SHG LABEL RECORD STANDARD.

       01 SHG-REC.
          02 SHG-ID                   PIC 9(06).
          02 SHG-OWNER                PIC X(08).
          02 SHG-GRANTEE              PIC X(08).
          02 SHG-ACCESS               PIC X(08).
          02 SHG-GEN                  PIC X(20).
          02 SHG-EXPIRES              PIC 9(08).
          02 SHG-GRANTOR              PIC X(08).
          02 SHG-APPROVER             PIC X(08).
      *     PND (awaiting approval)/ACT(ive)/RVK (revoked)
          02 SHG-STATE                PIC X(03).
             88 SHG-PENDING                     VALUE 'PND'.
             88 SHG-ACTIVE                      VALUE 'ACT'.
             88 SHG-REVOKED                     VALUE 'RVK'.
          02 SHG-CREATED              PIC 9(08).
          02 SHG-APPROVED             PIC 9(08).
          02 SHG-REVOKED-ON           PIC 9(08).
          02 SHG-REVOKER              PIC X(08).
          02 FILLER                   PIC X(11).

      *   AESSHDCK
       FD R-DCK LABEL RECORD STANDARD.

       01 DCK-REC.
          05 DCK-FUNCTION                PIC X(01).
          05 FILLER                      PIC X(01).
          05 DCK-OWNER                   PIC X(08).
          05 FILLER                      PIC X(01).
          05 DCK-GRANTEE                 PIC X(08).
          05 FILLER                      PIC X(01).
          05 DCK-ACCESS                  PIC X(08).
          05 FILLER                      PIC X(01).
          05 DCK-GEN                     PIC X(20).
          05 FILLER                      PIC X(01).
          05 DCK-EXPIRES                 PIC 9(08).
          05 FILLER                      PIC X(01).
          05 DCK-OPERATOR                PIC X(08).
          05 FILLER                      PIC X(13).

      *   AESSHDCK approve/revoke card
       01 DCK-ID-REC.
          05 FILLER                      PIC X(02).
          05 DCI-GRANT-ID                PIC 9(06).
          05 FILLER                      PIC X(01).
          05 DCI-OPERATOR                PIC X(08).
          05 FILLER                      PIC X(63).

       WORKING-STORAGE SECTION.
         01 FS.
            05 FS-SHG                   PIC 9(02).
               88 FS-SHG-OK                       VALUE 0.
               88 FS-SHG-EOF                      VALUE 10.
            05 FS-DCK                   PIC 9(02).
               88 FS-DCK-OK                       VALUE 0.
               88 FS-DCK-EOF                      VALUE 10.

      *  The register, reloaded and rewritten whole - the same
      *  small-store handling AESRELRG gives its own
         01 WS-SHG-TABLE.
            05 WS-SHG-ENTRY OCCURS 500  PIC X(120).
         77 WS-SHG-COUNT                PIC 9(03)   VALUE 0.
         77 WS-SHG-I                    PIC 9(03).
         77 WS-FOUND-I                  PIC 9(03).
         77 WS-NEXT-ID                  PIC 9(06)   VALUE 1.

         77 WS-TODAY                    PIC 9(08).
         77 WS-CHANGED-COUNT            PIC 9(03)   VALUE 0.
         77 WS-CARD-COUNT               PIC 9(03)   VALUE 0.
      *  Held apart from RETURN-CODE, which each CALL of AESAUTH
      *  overwrites
         77 WS-CARD-RC                  PIC 9(02)   VALUE 0.

      *  Operator authority (AESAUTH) - linkage mirrored here
         01 WS-AUTH-LS.
            02 AUT-SUBMITTER           PIC X(08).
            02 AUT-ACTION              PIC X(08).
            02 AUT-ALIAS               PIC X(08).
            02 AUT-STATUS              PIC X(03).
               88 AUTS-OK                       VALUE 'OK '.
               88 AUTS-REJECTED                 VALUE 'REJ'.

       LINKAGE SECTION.

       PROCEDURE DIVISION.
       MAINLINE.
           ACCEPT WS-TODAY                FROM DATE YYYYMMDD.

           PERFORM LOAD-REGISTER
              THRU LOAD-REGISTER-EXIT.

           OPEN INPUT R-DCK.

           IF FS-DCK-OK
             CONTINUE
           ELSE
             DISPLAY 'AESSHMNT: ERROR OPENING AESSHDCK: ' FS-DCK
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.

           PERFORM UNTIL FS-DCK-EOF
             READ R-DCK
               AT END
                 CONTINUE
               NOT AT END
                 ADD 1                    TO WS-CARD-COUNT
                 PERFORM PROCESS-ONE-CARD
                    THRU PROCESS-ONE-CARD-EXIT
             END-READ
           END-PERFORM.

           CLOSE R-DCK.

           IF WS-CHANGED-COUNT > 0
             PERFORM REWRITE-REGISTER
           END-IF.

           DISPLAY 'AESSHMNT: ' WS-CARD-COUNT ' card(s), '
                   WS-CHANGED-COUNT ' grant change(s), '
                   WS-SHG-COUNT ' on the register'.

           MOVE WS-CARD-RC                TO RETURN-CODE.

           STOP RUN.


       LOAD-REGISTER.
           OPEN INPUT R-SHG.

           IF FS-SHG-OK
             CONTINUE
           ELSE
      *      First grant ever - an empty register
             CLOSE R-SHG
             GO TO LOAD-REGISTER-EXIT
           END-IF.

           PERFORM UNTIL FS-SHG-EOF
             READ R-SHG
               AT END
                 CONTINUE
               NOT AT END
                 IF WS-SHG-COUNT < 500
                   ADD 1                  TO WS-SHG-COUNT
                   MOVE SHG-REC           TO WS-SHG-ENTRY(WS-SHG-COUNT)
                   IF SHG-ID NOT < WS-NEXT-ID
                     COMPUTE WS-NEXT-ID = SHG-ID + 1
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE R-SHG.

       LOAD-REGISTER-EXIT.
           EXIT.


       PROCESS-ONE-CARD.
           EVALUATE DCK-FUNCTION
             WHEN 'L'
               PERFORM LIST-REGISTER
             WHEN 'G'
               PERFORM RAISE-ONE-GRANT
                  THRU RAISE-ONE-GRANT-EXIT
             WHEN 'A'
               PERFORM APPROVE-ONE-GRANT
                  THRU APPROVE-ONE-GRANT-EXIT
             WHEN 'V'
               PERFORM REVOKE-ONE-GRANT
                  THRU REVOKE-ONE-GRANT-EXIT
             WHEN '*'
               CONTINUE
             WHEN OTHER
               DISPLAY 'AESSHMNT: UNKNOWN FUNCTION AT CARD '
                       WS-CARD-COUNT ': ' DCK-FUNCTION
           END-EVALUATE.

       PROCESS-ONE-CARD-EXIT.
           EXIT.


       LIST-REGISTER.
           DISPLAY 'AESSHMNT: ' WS-SHG-COUNT ' grant(s) on '
                   'the register'.

           PERFORM VARYING WS-SHG-I FROM 1 BY 1
             UNTIL WS-SHG-I > WS-SHG-COUNT
             MOVE WS-SHG-ENTRY(WS-SHG-I)  TO SHG-REC
             DISPLAY '  ' SHG-ID ' ' SHG-STATE ' ' SHG-OWNER
                     ' TO ' SHG-GRANTEE ' ' SHG-ACCESS ' ' SHG-GEN
                     ' EXPIRES ' SHG-EXPIRES
           END-PERFORM.


       RAISE-ONE-GRANT.
           IF DCK-OWNER = SPACES
             OR DCK-GRANTEE = SPACES
             OR DCK-GEN = SPACES
             OR DCK-OPERATOR = SPACES
             OR DCK-EXPIRES NOT NUMERIC
             DISPLAY 'AESSHMNT: CARD ' WS-CARD-COUNT ' REFUSED - '
                     'OWNER, GRANTEE, GENERATION, EXPIRY AND '
                     'OPERATOR ARE ALL REQUIRED'
             MOVE 8                       TO WS-CARD-RC
             GO TO RAISE-ONE-GRANT-EXIT
           END-IF.

           IF DCK-ACCESS NOT = 'DECIPHER' AND 'EXTRACT '
             DISPLAY 'AESSHMNT: CARD ' WS-CARD-COUNT ' REFUSED - '
                     'ACCESS MUST BE DECIPHER OR EXTRACT'
             MOVE 8                       TO WS-CARD-RC
             GO TO RAISE-ONE-GRANT-EXIT
           END-IF.

           IF DCK-GRANTEE(1:4) = DCK-OWNER(1:4)
             OR DCK-GEN(1:4) NOT = DCK-OWNER(1:4)
             DISPLAY 'AESSHMNT: CARD ' WS-CARD-COUNT ' REFUSED - '
                     'GENERATION MUST BE THE OWNER''S AND THE '
                     'GRANTEE ANOTHER TENANT'
             MOVE 8                       TO WS-CARD-RC
             GO TO RAISE-ONE-GRANT-EXIT
           END-IF.

           IF DCK-EXPIRES NOT > WS-TODAY
             DISPLAY 'AESSHMNT: CARD ' WS-CARD-COUNT ' REFUSED - '
                     'EXPIRY ' DCK-EXPIRES ' IS NOT IN THE FUTURE'
             MOVE 8                       TO WS-CARD-RC
             GO TO RAISE-ONE-GRANT-EXIT
           END-IF.

           MOVE DCK-OPERATOR              TO AUT-SUBMITTER.
           MOVE DCK-OWNER                 TO AUT-ALIAS.
           PERFORM CHECK-OPERATOR.

           IF AUTS-REJECTED
             DISPLAY 'AESSHMNT: CARD ' WS-CARD-COUNT ' REFUSED - '
                     DCK-OPERATOR ' MAY NOT GRANT FOR ' DCK-OWNER
             MOVE 8                       TO WS-CARD-RC
             GO TO RAISE-ONE-GRANT-EXIT
           END-IF.

           IF WS-SHG-COUNT = 500
             DISPLAY 'AESSHMNT: REGISTER FULL - CARD '
                     WS-CARD-COUNT ' NOT REGISTERED'
             MOVE 8                       TO WS-CARD-RC
             GO TO RAISE-ONE-GRANT-EXIT
           END-IF.

           MOVE SPACES                    TO SHG-REC.
           MOVE WS-NEXT-ID                TO SHG-ID.
           MOVE DCK-OWNER                 TO SHG-OWNER.
           MOVE DCK-GRANTEE               TO SHG-GRANTEE.
           MOVE DCK-ACCESS                TO SHG-ACCESS.
           MOVE DCK-GEN                   TO SHG-GEN.
           MOVE DCK-EXPIRES               TO SHG-EXPIRES.
           MOVE DCK-OPERATOR              TO SHG-GRANTOR.
           SET SHG-PENDING                TO TRUE.
           MOVE WS-TODAY                  TO SHG-CREATED.
           MOVE 0                         TO SHG-APPROVED
                                             SHG-REVOKED-ON.

           ADD 1                          TO WS-SHG-COUNT.
           MOVE SHG-REC                   TO WS-SHG-ENTRY(WS-SHG-COUNT).
           ADD 1                          TO WS-NEXT-ID.
           ADD 1                          TO WS-CHANGED-COUNT.

           DISPLAY 'AESSHMNT: GRANT ' SHG-ID ' RAISED - '
                   DCK-GRANTEE ' ' DCK-ACCESS ' ' DCK-GEN
                   ' UNTIL ' DCK-EXPIRES ', AWAITING APPROVAL'.

       RAISE-ONE-GRANT-EXIT.
           EXIT.


       APPROVE-ONE-GRANT.
           PERFORM FIND-GRANT.

           IF WS-FOUND-I = 0
             DISPLAY 'AESSHMNT: CARD ' WS-CARD-COUNT ' REFUSED - '
                     'NO GRANT ' DCI-GRANT-ID
             MOVE 8                       TO WS-CARD-RC
             GO TO APPROVE-ONE-GRANT-EXIT
           END-IF.

           MOVE WS-SHG-ENTRY(WS-FOUND-I)  TO SHG-REC.

           IF NOT SHG-PENDING
             DISPLAY 'AESSHMNT: CARD ' WS-CARD-COUNT ' REFUSED - '
                     'GRANT ' SHG-ID ' IS ' SHG-STATE
                     ', NOT AWAITING APPROVAL'
             MOVE 8                       TO WS-CARD-RC
             GO TO APPROVE-ONE-GRANT-EXIT
           END-IF.

      *     The second person must really be a second person
           IF DCI-OPERATOR = SPACES
             OR DCI-OPERATOR = SHG-GRANTOR
             DISPLAY 'AESSHMNT: CARD ' WS-CARD-COUNT ' REFUSED - '
                     'GRANT ' SHG-ID ' NEEDS AN APPROVER OTHER '
                     'THAN ' SHG-GRANTOR
             MOVE 8                       TO WS-CARD-RC
             GO TO APPROVE-ONE-GRANT-EXIT
           END-IF.

           IF SHG-EXPIRES < WS-TODAY
             DISPLAY 'AESSHMNT: CARD ' WS-CARD-COUNT ' REFUSED - '
                     'GRANT ' SHG-ID ' EXPIRED ' SHG-EXPIRES
             MOVE 8                       TO WS-CARD-RC
             GO TO APPROVE-ONE-GRANT-EXIT
           END-IF.

           MOVE DCI-OPERATOR              TO AUT-SUBMITTER.
           MOVE SHG-OWNER                 TO AUT-ALIAS.
           PERFORM CHECK-OPERATOR.

           IF AUTS-REJECTED
             DISPLAY 'AESSHMNT: CARD ' WS-CARD-COUNT ' REFUSED - '
                     DCI-OPERATOR ' MAY NOT APPROVE FOR ' SHG-OWNER
             MOVE 8                       TO WS-CARD-RC
             GO TO APPROVE-ONE-GRANT-EXIT
           END-IF.

           MOVE DCI-OPERATOR              TO SHG-APPROVER.
           MOVE WS-TODAY                  TO SHG-APPROVED.
           SET SHG-ACTIVE                 TO TRUE.

           MOVE SHG-REC                   TO WS-SHG-ENTRY(WS-FOUND-I).
           ADD 1                          TO WS-CHANGED-COUNT.

           DISPLAY 'AESSHMNT: GRANT ' SHG-ID ' APPROVED BY '
                   DCI-OPERATOR ' - ACTIVE UNTIL ' SHG-EXPIRES.

       APPROVE-ONE-GRANT-EXIT.
           EXIT.


       REVOKE-ONE-GRANT.
           PERFORM FIND-GRANT.

           IF WS-FOUND-I = 0
             DISPLAY 'AESSHMNT: CARD ' WS-CARD-COUNT ' REFUSED - '
                     'NO GRANT ' DCI-GRANT-ID
             MOVE 8                       TO WS-CARD-RC
             GO TO REVOKE-ONE-GRANT-EXIT
           END-IF.

           MOVE WS-SHG-ENTRY(WS-FOUND-I)  TO SHG-REC.

           IF SHG-REVOKED
             DISPLAY 'AESSHMNT: CARD ' WS-CARD-COUNT ' REFUSED - '
                     'GRANT ' SHG-ID ' ALREADY REVOKED'
             MOVE 8                       TO WS-CARD-RC
             GO TO REVOKE-ONE-GRANT-EXIT
           END-IF.

           MOVE DCI-OPERATOR              TO AUT-SUBMITTER.
           MOVE SHG-OWNER                 TO AUT-ALIAS.
           PERFORM CHECK-OPERATOR.

           IF DCI-OPERATOR = SPACES OR AUTS-REJECTED
             DISPLAY 'AESSHMNT: CARD ' WS-CARD-COUNT ' REFUSED - '
                     DCI-OPERATOR ' MAY NOT REVOKE FOR ' SHG-OWNER
             MOVE 8                       TO WS-CARD-RC
             GO TO REVOKE-ONE-GRANT-EXIT
           END-IF.

           MOVE DCI-OPERATOR              TO SHG-REVOKER.
           MOVE WS-TODAY                  TO SHG-REVOKED-ON.
           SET SHG-REVOKED                TO TRUE.

           MOVE SHG-REC                   TO WS-SHG-ENTRY(WS-FOUND-I).
           ADD 1                          TO WS-CHANGED-COUNT.

           DISPLAY 'AESSHMNT: GRANT ' SHG-ID ' REVOKED BY '
                   DCI-OPERATOR.

       REVOKE-ONE-GRANT-EXIT.
           EXIT.


       FIND-GRANT.
           MOVE 0                         TO WS-FOUND-I.

           PERFORM VARYING WS-SHG-I FROM 1 BY 1
             UNTIL WS-SHG-I > WS-SHG-COUNT OR WS-FOUND-I > 0
             MOVE WS-SHG-ENTRY(WS-SHG-I)  TO SHG-REC
             IF SHG-ID = DCI-GRANT-ID
               MOVE WS-SHG-I              TO WS-FOUND-I
             END-IF
           END-PERFORM.


       CHECK-OPERATOR.
      *     SHAREGRT on AESPERMF, with the owning tenant's id in the
      *     alias column
           MOVE 'SHAREGRT'                TO AUT-ACTION.

           CALL 'AESAUTH' USING WS-AUTH-LS.


       REWRITE-REGISTER.
           OPEN OUTPUT R-SHG.

           IF FS-SHG-OK
             CONTINUE
           ELSE
             DISPLAY 'AESSHMNT: CANNOT REWRITE AESSHARE: ' FS-SHG
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.

           PERFORM VARYING WS-SHG-I FROM 1 BY 1
             UNTIL WS-SHG-I > WS-SHG-COUNT
             MOVE WS-SHG-ENTRY(WS-SHG-I)  TO SHG-REC

             WRITE SHG-REC
           END-PERFORM.

           CLOSE R-SHG.
