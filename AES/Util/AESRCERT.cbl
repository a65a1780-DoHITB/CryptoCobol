       ID DIVISION.
       PROGRAM-ID. AESRCERT.
      *****************************************************************
      * Access recertification campaigns over AESPERMF, AESTAUTH and
      * the AESEZAUT facade grants. The files only ever grew -
      * people changed roles and their DECIPHER authority quietly
      * survived them, and the annual review happened on a
      * spreadsheet with no connection to the files that actually
      * grant access. Functions off AESRCPRM
      * (FUNCTION(1) DEADLINE-DAYS(3-5, function G)):
      *
      *   'G' generate - snapshot every AESPERMF grant, every
      *       AESTAUTH detokenize authority and every AESEZAUT
      *       facade grant (action EASY-C, EASY-D or EASY-FPE) into
      *       the AESRCCAM campaign file, each assigned to its owning
      *       reviewer (the AESRCOWN map: alias prefix to reviewer id,
      *       SECADMIN for anything unmapped) with the deadline
      *       stamped on. A new campaign replaces the old one.
      *   'R' responses - work the AESRCDCK card deck (AESALCON's
      *       console style): K nnnn reviewer keeps entry nnnn,
      *       V nnnn reviewer revokes it - and a revocation removes
      *       the live grant from AESPERMF/AESTAUTH/AESEZAUT on
      *       the spot.
      *   'E' enforce - every entry still pending past its deadline
      *       is revoked exactly as a V response would have, because
      *       an authority nobody certified is an authority nobody
      *   'C' completion report (AESRCRPT) - entries kept, revoked,
      *       auto-revoked and still pending, per reviewer - what
      *       the auditors take away.
      *
      * R and E change the live permission files, so inside a PERMS
      * change-freeze window (AESFRZCL, through AESFRZCK) they are
      * refused with nothing recorded, unless an emergency override
      * with a ticket and a second approver stands for the day -
      * the responses are simply worked once the window closes.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-AUT.

      *     FACADE AUTHORIZATIONS (AESEZAUT - caller, alias, action)
            SELECT OPTIONAL R-EZA ASSIGN TO 'AESEZAUT'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-EZA.

      *     REVIEWER OWNERSHIP MAP (AESRCOWN - prefix, reviewer)
            SELECT OPTIONAL R-OWN ASSIGN TO 'AESRCOWN'
                   ORGANIZATION IS SEQUENTIAL
       01 AUT-REC.
          02 AUT-CALLER               PIC X(08).

      *   AESEZAUT
       FD R-EZA LABEL RECORD STANDARD.

       01 EZA-REC.
          02 EZA-CALLER               PIC X(08).
          02 FILLER                   PIC X(01).
          02 EZA-ALIAS                PIC X(08).
          02 FILLER                   PIC X(01).
          02 EZA-ACTION               PIC X(03).

      *   AESRCOWN
       FD R-OWN LABEL RECORD STANDARD.

            05 FS-AUT                   PIC 9(02).
               88 FS-AUT-OK                       VALUE 0.
               88 FS-AUT-EOF                      VALUE 10.
            05 FS-EZA                   PIC 9(02).
               88 FS-EZA-OK                       VALUE 0.
               88 FS-EZA-EOF                      VALUE 10.
            05 FS-OWN                   PIC 9(02).
               88 FS-OWN-OK                       VALUE 0.
               88 FS-OWN-EOF                      VALUE 10.
            05 WS-AUT-REC OCCURS 200    PIC X(08).
         77 WS-AUT-USED                 PIC 9(03)   VALUE 0.
         77 WS-AUT-I                    PIC 9(03).
         01 WS-EZA-TABLE.
            05 WS-EZA-REC OCCURS 500    PIC X(21).
         77 WS-EZA-USED                 PIC 9(03)   VALUE 0.
         77 WS-EZA-I                    PIC 9(03).
      *  Campaign action naming a facade grant - EASY- plus the
      *  AESEZAUT action
         01 WS-EZ-CMP-ACTION.
            05 FILLER                   PIC X(05)   VALUE 'EASY-'.
            05 WS-EZ-CMP-VERB           PIC X(03).
         77 WS-LIVE-CHANGED             PIC X(01)   VALUE 'N'.
            88 SW-LIVE-CHANGED                      VALUE 'Y'.


         01 WS-RPT-LINE                 PIC X(80).

      *  Change-freeze check (AESFRZCK) - linkage mirrored here
         01 WS-FREEZE-LS.
            05 FZC-SCOPE                PIC X(08).
            05 FZC-PROGRAM              PIC X(08).
            05 FZC-OPERATOR             PIC X(08).
            05 FZC-WINDOW-START         PIC 9(08).
            05 FZC-WINDOW-END           PIC 9(08).
            05 FZC-TICKET               PIC X(12).
            05 FZC-APPROVER             PIC X(08).
            05 FZC-STATUS               PIC X(03).
               88 FZCS-OK                         VALUE 'OK '.
               88 FZCS-OVERRIDDEN                 VALUE 'OVR'.
               88 FZCS-FROZEN                     VALUE 'FRZ'.

       LINKAGE SECTION.

       PROCEDURE DIVISION.
             WHEN 'G'
               PERFORM GENERATE-CAMPAIGN
             WHEN 'R'
               PERFORM CHECK-CHANGE-FREEZE
               PERFORM WORK-RESPONSES
             WHEN 'E'
               PERFORM CHECK-CHANGE-FREEZE
               PERFORM ENFORCE-DEADLINE
             WHEN 'C'
               PERFORM COMPLETION-REPORT
           STOP RUN.


       CHECK-CHANGE-FREEZE.
           MOVE 'PERMS   '                TO FZC-SCOPE.
           MOVE 'AESRCERT'                TO FZC-PROGRAM.
           MOVE SPACES                    TO FZC-OPERATOR.

           CALL 'AESFRZCK' USING WS-FREEZE-LS.

           IF FZCS-FROZEN
             DISPLAY 'AESRCERT: PERMISSIONS FROZEN ' FZC-WINDOW-START
                     '-' FZC-WINDOW-END ' - FUNCTION ' WS-FUNCTION
                     ' NOT RUN'
             MOVE 8                       TO RETURN-CODE
             STOP RUN
           END-IF.

           IF FZCS-OVERRIDDEN
             DISPLAY 'AESRCERT: FREEZE OVERRIDDEN - TICKET '
                     FZC-TICKET ' APPROVED BY ' FZC-APPROVER
           END-IF.


       READ-PARAMETERS.
           OPEN INPUT R-PARM.

             CLOSE R-AUT
           END-IF.

           OPEN INPUT R-EZA.

           IF FS-EZA-OK
             PERFORM UNTIL FS-EZA-EOF
               READ R-EZA
                 AT END
                   CONTINUE
                 NOT AT END
                   PERFORM SNAPSHOT-ONE-EZAUTH
               END-READ
             END-PERFORM

             CLOSE R-EZA
           END-IF.

           PERFORM REWRITE-CAMPAIGN.

           DISPLAY 'AESRCERT: campaign of ' WS-CAM-USED
           END-IF.


       SNAPSHOT-ONE-EZAUTH.
           IF WS-CAM-USED = 500
             DISPLAY 'AESRCERT: CAMPAIGN FULL - EXTRAS NOT COVERED'
             MOVE 8                       TO RETURN-CODE
           ELSE
             ADD 1                        TO WS-CAM-USED

             MOVE SPACES                  TO CAM-REC
             MOVE WS-CAM-USED             TO CMP-SEQ
             MOVE 'E'                     TO CMP-SOURCE
             MOVE EZA-CALLER              TO CMP-SUBMITTER
             MOVE EZA-ACTION              TO WS-EZ-CMP-VERB
             MOVE WS-EZ-CMP-ACTION        TO CMP-ACTION
             MOVE EZA-ALIAS               TO CMP-ALIAS
             PERFORM RESOLVE-REVIEWER
             MOVE 'PND'                   TO CMP-STATE
             MOVE WS-DEADLINE             TO CMP-DEADLINE
             MOVE 0                       TO CMP-DEC-DATE

             MOVE CAM-REC                 TO WS-CAM-REC(WS-CAM-USED)
           END-IF.


       RESOLVE-REVIEWER.
      *     First ownership prefix matching the alias owns the
      *     review; SECADMIN owns whatever nobody claimed
      * APPLYING REVOCATIONS TO THE LIVE FILES
      *****************************************************************
       APPLY-REVOCATIONS.
      *     Rebuild AESPERMF, AESTAUTH and AESEZAUT keeping only
      *     the entries the campaign does not show revoked - the
      *     review finally connected to the files that grant
      *     access
           MOVE 0                         TO WS-PRM-USED.

           OPEN INPUT R-PRM.
             CLOSE R-AUT
           END-IF.

           MOVE 0                         TO WS-EZA-USED.

           OPEN INPUT R-EZA.

           IF FS-EZA-OK
             PERFORM UNTIL FS-EZA-EOF
               READ R-EZA
                 AT END
                   CONTINUE
                 NOT AT END
                   PERFORM KEEP-EZAUTH-IF-LIVE
               END-READ
             END-PERFORM

             CLOSE R-EZA
             MOVE 0                       TO FS-EZA

             OPEN OUTPUT R-EZA

             PERFORM VARYING WS-EZA-I FROM 1 BY 1
               UNTIL WS-EZA-I > WS-EZA-USED
               MOVE WS-EZA-REC(WS-EZA-I)  TO EZA-REC
               WRITE EZA-REC
             END-PERFORM

             CLOSE R-EZA
           END-IF.


       KEEP-GRANT-IF-LIVE.
           PERFORM VARYING WS-CAM-I FROM 1 BY 1
           END-IF.


       KEEP-EZAUTH-IF-LIVE.
           MOVE EZA-ACTION                TO WS-EZ-CMP-VERB.

           PERFORM VARYING WS-CAM-I FROM 1 BY 1
             UNTIL WS-CAM-I > WS-CAM-USED
             OR (WS-CAM-REC(WS-CAM-I)(5:1) = 'E'
               AND WS-CAM-REC(WS-CAM-I)(6:8) = EZA-CALLER
               AND WS-CAM-REC(WS-CAM-I)(14:8) = WS-EZ-CMP-ACTION
               AND WS-CAM-REC(WS-CAM-I)(22:8) = EZA-ALIAS
               AND (WS-CAM-REC(WS-CAM-I)(38:3) = 'RVK'
                 OR WS-CAM-REC(WS-CAM-I)(38:3) = 'ARV'))
             CONTINUE
           END-PERFORM.

           IF WS-CAM-I > WS-CAM-USED
             AND WS-EZA-USED < 500
             ADD 1                        TO WS-EZA-USED
             MOVE EZA-REC                 TO WS-EZA-REC(WS-EZA-USED)
           END-IF.


      *****************************************************************
      * COMPLETION REPORT
      *****************************************************************
