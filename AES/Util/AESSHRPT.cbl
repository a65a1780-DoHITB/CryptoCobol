       ID DIVISION.
       PROGRAM-ID. AESSHRPT.
      *****************************************************************
      * Share-grant review report for one owning tenant. A grant on
      * the AESSHARE register (AESSHMNT) lets another tenant read
      * the owner's generation until it expires - the owner needs to
      * see, periodically, what it has opened up and whether it is
      * being used. For the owner on the AESSRPRM control card this
      * lists every grant still live on the register - approved or
      * awaiting approval - with its grantee, access, generation and
      * expiry, who raised and approved it, and from the AESSHUSE
      * journal how many times it has been used, how many uses were
      * refused (expired, revoked, not yet approved) and the date it
      * was last used. A grant past its expiry that nobody has
      * revoked is flagged EXPIRED so it can be tidied away.
      *
      * Revoked grants are counted at the end, not listed.
      *
      * Control card AESSRPRM: OWNER(1-8).
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *     SHARE GRANTS (AESSHARE - LRECL=120)
            SELECT OPTIONAL R-SHG ASSIGN TO 'AESSHARE'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-SHG.

      *     GRANT USE JOURNAL (AESSHUSE - LRECL=80)
            SELECT OPTIONAL R-SHU ASSIGN TO 'AESSHUSE'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-SHU.

      *     CONTROL CARD (AESSRPRM - owning tenant)
            SELECT R-PARM ASSIGN TO 'AESSRPRM'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-PARM.

      *     REVIEW REPORT (AESSHRPF)
            SELECT R-RPT ASSIGN TO 'AESSHRPF'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-RPT.

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
          02 SHG-STATE                PIC X(03).
             88 SHG-PENDING                     VALUE 'PND'.
             88 SHG-ACTIVE                      VALUE 'ACT'.
             88 SHG-REVOKED                     VALUE 'RVK'.
          02 SHG-CREATED              PIC 9(08).
          02 SHG-APPROVED             PIC 9(08).
          02 SHG-REVOKED-ON           PIC 9(08).
          02 SHG-REVOKER              PIC X(08).
          02 FILLER                   PIC X(11).

      *   AESSHUSE
       FD R-SHU LABEL RECORD STANDARD.

       01 SHU-REC.
          02 SHU-GRANT-ID             PIC 9(06).
          02 SHU-GRANTEE              PIC X(08).
          02 SHU-USER                 PIC X(08).
          02 SHU-PROGRAM              PIC X(08).
          02 SHU-ACCESS               PIC X(08).
          02 SHU-GEN                  PIC X(20).
          02 SHU-DATE                 PIC 9(08).
          02 SHU-TIME                 PIC 9(06).
          02 SHU-OUTCOME              PIC X(03).
          02 FILLER                   PIC X(05).

      *   AESSRPRM
       FD R-PARM LABEL RECORD STANDARD.

       01 PARM-REC.
          05 PARM-OWNER                  PIC X(08).
          05 FILLER                      PIC X(72).

      *   AESSHRPF
       FD R-RPT LABEL RECORD STANDARD.

       01 RPT-REC                        PIC X(132).

       WORKING-STORAGE SECTION.
         01 FS.
            05 FS-SHG                   PIC 9(02).
               88 FS-SHG-OK                       VALUE 0.
               88 FS-SHG-EOF                      VALUE 10.
            05 FS-SHU                   PIC 9(02).
               88 FS-SHU-OK                       VALUE 0.
               88 FS-SHU-EOF                      VALUE 10.
            05 FS-PARM                  PIC 9(02).
               88 FS-PARM-OK                      VALUE 0.
            05 FS-RPT                   PIC 9(02).
               88 FS-RPT-OK                       VALUE 0.

         77 WS-OWNER                    PIC X(08).
         77 WS-TODAY                    PIC 9(08).

      *  The owner's live grants, with their use tallies
         01 WS-GR-TABLE.
            05 WS-GR-ENTRY OCCURS 500.
               10 WS-GR-REC             PIC X(120).
               10 WS-GR-USED            PIC 9(07).
               10 WS-GR-REFUSED         PIC 9(07).
               10 WS-GR-LAST-USE        PIC 9(08).
         77 WS-GR-USED-COUNT            PIC 9(03)   VALUE 0.
         77 WS-GR-I                     PIC 9(03).

         77 WS-REVOKED-COUNT            PIC 9(05)   VALUE 0.
         77 WS-EXPIRED-COUNT            PIC 9(05)   VALUE 0.
         77 WS-FLAG                     PIC X(08).

         01 WS-RPT-LINE                 PIC X(132)  VALUE SPACES.

       LINKAGE SECTION.

       PROCEDURE DIVISION.
       MAINLINE.
           ACCEPT WS-TODAY                FROM DATE YYYYMMDD.

           PERFORM READ-PARAMETERS.

           OPEN OUTPUT R-RPT.

           IF FS-RPT-OK
             CONTINUE
           ELSE
             DISPLAY 'AESSHRPT: ERROR OPENING AESSHRPF: ' FS-RPT
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.

           STRING 'AESSHRPT SHARE GRANTS OF TENANT ' WS-OWNER
                  ' AS AT ' WS-TODAY
           DELIMITED BY SIZE            INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

           PERFORM LOAD-OWNER-GRANTS
              THRU LOAD-OWNER-GRANTS-EXIT.

           PERFORM TALLY-GRANT-USES
              THRU TALLY-GRANT-USES-EXIT.

           PERFORM VARYING WS-GR-I FROM 1 BY 1
             UNTIL WS-GR-I > WS-GR-USED-COUNT
             PERFORM REPORT-ONE-GRANT
           END-PERFORM.

           STRING 'TOTAL - ' WS-GR-USED-COUNT ' LIVE GRANT(S), '
                  WS-EXPIRED-COUNT ' PAST EXPIRY, '
                  WS-REVOKED-COUNT ' REVOKED'
           DELIMITED BY SIZE            INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

           CLOSE R-RPT.

           DISPLAY 'AESSHRPT: ' WS-GR-USED-COUNT ' live grant(s) of '
                   WS-OWNER ' reported, ' WS-EXPIRED-COUNT
                   ' past expiry'.

           IF WS-EXPIRED-COUNT > 0
             MOVE 4                       TO RETURN-CODE
           END-IF.

           STOP RUN.


       READ-PARAMETERS.
           OPEN INPUT R-PARM.

           IF FS-PARM-OK
             CONTINUE
           ELSE
             DISPLAY 'AESSHRPT: ERROR OPENING AESSRPRM: ' FS-PARM
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.

           READ R-PARM
             AT END
               DISPLAY 'AESSHRPT: AESSRPRM IS EMPTY'
               MOVE 12                    TO RETURN-CODE
               STOP RUN
             NOT AT END
               MOVE PARM-OWNER            TO WS-OWNER
           END-READ.

           CLOSE R-PARM.

           IF WS-OWNER = SPACES
             DISPLAY 'AESSHRPT: OWNING TENANT IS REQUIRED'
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.


       LOAD-OWNER-GRANTS.
           OPEN INPUT R-SHG.

           IF FS-SHG-OK
             CONTINUE
           ELSE
      *      No register - nothing has ever been shared
             CLOSE R-SHG
             GO TO LOAD-OWNER-GRANTS-EXIT
           END-IF.

           PERFORM UNTIL FS-SHG-EOF
             READ R-SHG
               AT END
                 CONTINUE
               NOT AT END
                 IF SHG-OWNER = WS-OWNER
                   IF SHG-REVOKED
                     ADD 1                TO WS-REVOKED-COUNT
                   ELSE
                     IF WS-GR-USED-COUNT < 500
                       ADD 1              TO WS-GR-USED-COUNT
                       MOVE SHG-REC
                         TO WS-GR-REC(WS-GR-USED-COUNT)
                       MOVE 0
                         TO WS-GR-USED(WS-GR-USED-COUNT)
                            WS-GR-REFUSED(WS-GR-USED-COUNT)
                            WS-GR-LAST-USE(WS-GR-USED-COUNT)
                     END-IF
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE R-SHG.

       LOAD-OWNER-GRANTS-EXIT.
           EXIT.


       TALLY-GRANT-USES.
           IF WS-GR-USED-COUNT = 0
             GO TO TALLY-GRANT-USES-EXIT
           END-IF.

           OPEN INPUT R-SHU.

           IF FS-SHU-OK
             CONTINUE
           ELSE
             CLOSE R-SHU
             GO TO TALLY-GRANT-USES-EXIT
           END-IF.

           PERFORM UNTIL FS-SHU-EOF
             READ R-SHU
               AT END
                 CONTINUE
               NOT AT END
                 IF SHU-GRANT-ID > 0
                   PERFORM TALLY-ONE-USE
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE R-SHU.

       TALLY-GRANT-USES-EXIT.
           EXIT.


       TALLY-ONE-USE.
           PERFORM VARYING WS-GR-I FROM 1 BY 1
             UNTIL WS-GR-I > WS-GR-USED-COUNT
             MOVE WS-GR-REC(WS-GR-I)      TO SHG-REC
             IF SHG-ID = SHU-GRANT-ID
               IF SHU-OUTCOME = 'OK '
                 ADD 1                    TO WS-GR-USED(WS-GR-I)
                 IF SHU-DATE > WS-GR-LAST-USE(WS-GR-I)
                   MOVE SHU-DATE          TO WS-GR-LAST-USE(WS-GR-I)
                 END-IF
               ELSE
                 ADD 1                    TO WS-GR-REFUSED(WS-GR-I)
               END-IF
             END-IF
           END-PERFORM.


       REPORT-ONE-GRANT.
           MOVE WS-GR-REC(WS-GR-I)        TO SHG-REC.

           EVALUATE TRUE
             WHEN SHG-EXPIRES < WS-TODAY
               MOVE 'EXPIRED '            TO WS-FLAG
               ADD 1                      TO WS-EXPIRED-COUNT
             WHEN SHG-PENDING
               MOVE 'PENDING '            TO WS-FLAG
             WHEN OTHER
               MOVE 'ACTIVE  '            TO WS-FLAG
           END-EVALUATE.

           STRING 'GRANT ' SHG-ID ' ' WS-FLAG ' TO ' SHG-GRANTEE
                  ' ' SHG-ACCESS ' ' SHG-GEN
                  ' UNTIL ' SHG-EXPIRES
                  ' BY ' SHG-GRANTOR ' APPROVED ' SHG-APPROVER
           DELIMITED BY SIZE            INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

           STRING '      USES ' WS-GR-USED(WS-GR-I)
                  ' REFUSED ' WS-GR-REFUSED(WS-GR-I)
                  ' LAST USED ' WS-GR-LAST-USE(WS-GR-I)
           DELIMITED BY SIZE            INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.


       WRITE-REPORT-LINE.
           MOVE WS-RPT-LINE                TO RPT-REC.
           MOVE SPACES                     TO WS-RPT-LINE.

           WRITE RPT-REC.

           IF FS-RPT-OK
             CONTINUE
           ELSE
             DISPLAY 'AESSHRPT: ERROR WRITING AESSHRPF: ' FS-RPT
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.
