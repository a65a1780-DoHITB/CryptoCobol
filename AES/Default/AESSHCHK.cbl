       ID DIVISION.
       PROGRAM-ID. AESSHCHK.
      *****************************************************************
      * Cross-tenant share-grant check. Tenant segregation keeps a
      * tenant's runs inside its own alias/generation namespace; the
      * one sanctioned way out is a grant on the AESSHARE register,
      * raised by an authorized operator of the owning tenant and
      * approved by a second one (AESSHMNT), naming the tenant that
      * may read, the access (DECIPHER or EXTRACT), the generation
      * and the last day the grant is good for.
      *
      * AESMAIN and AESSXTR call this when a tenant's run reaches
      * into another tenant's generation. An approved, unexpired,
      * unrevoked grant answers OK with its grant id; otherwise the
      * most telling reason a matching grant did not qualify is
      * handed back - EXP, RVK, PND (not yet approved) - or NOG when
      * no grant names the generation for this tenant at all. Every
      * check, passed or refused, is written to the AESSHUSE journal
      * against the grant so the owning tenant can see each use.
      *
      * Unlike AESPERMF, a missing register does not wave callers
      * through: no register means no grants, and the run stays
      * inside its own namespace exactly as before.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *     SHARE GRANTS (AESSHARE - one grant per record, LRECL=120)
            SELECT OPTIONAL R-SHG ASSIGN TO 'AESSHARE'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-SHG.
      *     GRANT USE JOURNAL (AESSHUSE - one line per check, LRECL=80)
            SELECT R-SHU ASSIGN TO 'AESSHUSE'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-SHU.

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

       WORKING-STORAGE SECTION.
         01 FS.
            05 FS-SHG                  PIC 9(02).
               88 FS-SHG-OK                      VALUE 0.
               88 FS-SHG-EOF                     VALUE 10.
            05 FS-SHU                  PIC 9(02).
               88 FS-SHU-OK                      VALUE 0.
               88 FS-SHU-AOP                     VALUE 41.

         77 WS-TODAY                   PIC 9(08).
      *  Best refusal seen so far: 4 EXP, 3 RVK, 2 PND, 1 NOG
         77 WS-REFUSAL-RANK            PIC 9(01).
         77 WS-THIS-RANK               PIC 9(01).
         01 WS-STAMP-TIME.
            05 WS-STAMP-HHMMSS          PIC 9(06).
            05 FILLER                   PIC 9(02).

       LINKAGE SECTION.
         01 LS.
      *     Tenant of the run asking to read across the boundary
            02 SHC-GRANTEE             PIC X(08).
      *     'DECIPHER' (AESMAIN) or 'EXTRACT ' (AESSXTR)
            02 SHC-ACCESS              PIC X(08).
            02 SHC-GENERATION          PIC X(20).
            02 SHC-USER                PIC X(08).
            02 SHC-PROGRAM             PIC X(08).
      *     Grant the answer was given against - zero for NOG
            02 SHC-GRANT-ID            PIC 9(06).
            02 SHC-STATUS              PIC X(03).
               88 SHCS-OK                       VALUE 'OK '.
               88 SHCS-NO-GRANT                 VALUE 'NOG'.
               88 SHCS-EXPIRED                  VALUE 'EXP'.
               88 SHCS-REVOKED                  VALUE 'RVK'.
               88 SHCS-PENDING                  VALUE 'PND'.

       PROCEDURE DIVISION USING LS.
       MAINLINE.
            ACCEPT WS-TODAY                 FROM DATE YYYYMMDD.

            MOVE ZERO                       TO SHC-GRANT-ID.
            MOVE 1                          TO WS-REFUSAL-RANK.
            SET SHCS-NO-GRANT               TO TRUE.

            OPEN INPUT R-SHG.

            IF FS-SHG-OK
              PERFORM UNTIL FS-SHG-EOF OR SHCS-OK
                READ R-SHG
                  AT END
                    CONTINUE
                  NOT AT END
                    IF SHG-GRANTEE = SHC-GRANTEE
                      AND SHG-ACCESS = SHC-ACCESS
                      AND SHG-GEN = SHC-GENERATION
                      PERFORM WEIGH-GRANT
                    END-IF
                END-READ
              END-PERFORM
            END-IF.

            CLOSE R-SHG.

            PERFORM JOURNAL-CHECK.

            GOBACK.

       WEIGH-GRANT.
            EVALUATE TRUE
              WHEN SHG-REVOKED
                MOVE 3                      TO WS-THIS-RANK
              WHEN SHG-EXPIRES < WS-TODAY
                MOVE 4                      TO WS-THIS-RANK
              WHEN SHG-PENDING
                MOVE 2                      TO WS-THIS-RANK
              WHEN SHG-ACTIVE
                SET SHCS-OK                 TO TRUE
                MOVE SHG-ID                 TO SHC-GRANT-ID
                MOVE ZERO                   TO WS-THIS-RANK
              WHEN OTHER
                MOVE 1                      TO WS-THIS-RANK
            END-EVALUATE.

            IF NOT SHCS-OK
              AND WS-THIS-RANK > WS-REFUSAL-RANK
              MOVE WS-THIS-RANK             TO WS-REFUSAL-RANK
              MOVE SHG-ID                   TO SHC-GRANT-ID
              EVALUATE WS-THIS-RANK
                WHEN 4
                  SET SHCS-EXPIRED          TO TRUE
                WHEN 3
                  SET SHCS-REVOKED          TO TRUE
                WHEN 2
                  SET SHCS-PENDING          TO TRUE
              END-EVALUATE
            END-IF.

       JOURNAL-CHECK.
            OPEN EXTEND R-SHU.

            IF NOT FS-SHU-OK
              OPEN OUTPUT R-SHU
            END-IF.

            IF FS-SHU-OK OR FS-SHU-AOP
              ACCEPT WS-STAMP-TIME          FROM TIME
              MOVE SPACES                   TO SHU-REC
              MOVE SHC-GRANT-ID             TO SHU-GRANT-ID
              MOVE SHC-GRANTEE              TO SHU-GRANTEE
              MOVE SHC-USER                 TO SHU-USER
              MOVE SHC-PROGRAM              TO SHU-PROGRAM
              MOVE SHC-ACCESS               TO SHU-ACCESS
              MOVE SHC-GENERATION           TO SHU-GEN
              MOVE WS-TODAY                 TO SHU-DATE
              MOVE WS-STAMP-HHMMSS          TO SHU-TIME
              MOVE SHC-STATUS               TO SHU-OUTCOME
              WRITE SHU-REC
              CLOSE R-SHU
            ELSE
              DISPLAY 'AESSHCHK: AESSHUSE NOT WRITABLE, STATUS '
                      FS-SHU
            END-IF.
