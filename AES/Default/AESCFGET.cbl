       ID DIVISION.
       PROGRAM-ID. AESCFGET.
      *****************************************************************
      * Control-file drift state lookup. AESCFGBL leaves one AESCFGDS
      * record per watched control file - CLN (matches its approved
      * baseline), DRF (an unapproved change is outstanding) or NBL
      * (never baselined); this answers for one file, so AESMAIN can
      * refuse to start on a DRF AESTAB or AESFMAP. A missing store,
      * or a file it does not name, answers NON - drift detection
      * is not deployed for it, and nothing is refused.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *     DRIFT STORE (AESCFGDS - one record per watched file)
            SELECT OPTIONAL R-DRS ASSIGN TO 'AESCFGDS'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-DRS.

       DATA DIVISION.
       FILE SECTION.
      *   AESCFGDS
       FD R-DRS LABEL RECORD STANDARD.

       01 DRS-REC.
          02 DRS-FILE                 PIC X(08).
          02 DRS-STATE                PIC X(03).
          02 DRS-CHANGED              PIC 9(05).
          02 DRS-DATE                 PIC 9(08).
          02 DRS-TIME                 PIC 9(06).
          02 DRS-APPROVER             PIC X(08).
          02 FILLER                   PIC X(02).

       WORKING-STORAGE SECTION.
         01 FS.
            05 FS-DRS                  PIC 9(02).
               88 FS-DRS-OK                      VALUE 0.
               88 FS-DRS-OPENED                  VALUE 0 5.
               88 FS-DRS-EOF                     VALUE 10.

       LINKAGE SECTION.
         01 LS.
            02 CFG-FILE                PIC X(08).
            02 CFG-STATE               PIC X(03).
               88 CFG-CLEAN                     VALUE 'CLN'.
               88 CFG-DRIFTED                   VALUE 'DRF'.
               88 CFG-NO-BASELINE               VALUE 'NBL'.
               88 CFG-NOT-WATCHED               VALUE 'NON'.
            02 CFG-CHANGED             PIC 9(05).
            02 CFG-DATE                PIC 9(08).

       PROCEDURE DIVISION USING LS.
       MAINLINE.
            MOVE 'NON'                      TO CFG-STATE.
            MOVE 0                          TO CFG-CHANGED.
            MOVE 0                          TO CFG-DATE.

            OPEN INPUT R-DRS.

            IF FS-DRS-OPENED
              CONTINUE
            ELSE
              GOBACK
            END-IF.

            PERFORM UNTIL FS-DRS-EOF OR NOT CFG-NOT-WATCHED
              READ R-DRS
                AT END
                  CONTINUE
                NOT AT END
                  IF DRS-FILE = CFG-FILE
                    MOVE DRS-STATE          TO CFG-STATE
                    MOVE DRS-CHANGED        TO CFG-CHANGED
                    MOVE DRS-DATE           TO CFG-DATE
                  END-IF
              END-READ
            END-PERFORM.

            CLOSE R-DRS.

            GOBACK.
