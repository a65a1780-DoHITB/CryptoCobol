       ID DIVISION.
       PROGRAM-ID. AESCFGBL.
      *****************************************************************
      * Configuration baseline and drift detection for the control
      * files that steer production. AESSEAL guards the job decks;
      * nothing guarded AESTAB, AESMSGCT, AESFMAP, AESPERMF,
      * AESTAUTH, AESALRTG, AESRATES, AESQUOTA, AESBCAL, AESFEEDS or
      * AESPRTNR, where a one-record edit changes what every run
      * does. Functions off AESCGPRM:
      *
      *   'B' baseline - an approver takes the live file(s) as the
      *       approved state: a SHA-512 over the whole file, plus a
      *       SHA-512 per record (truncated to 32 hex, as AESMPUT's
      *       record chain is) with the record's leading 24 bytes,
      *       all written to the AESCFGBF baseline with who approved
      *       it and when. The approver must hold CFGAPPRV authority
      *       on AESPERMF for each file approved (alias = the file
      *       name, '*' any) - a store with no AESPERMF approves as
      *       every other authority gate does. Files not named keep
      *       the baseline they already have. Inside a change-freeze
      *       window (AESFRZCL, through AESFRZCK) AESPERMF/AESTAUTH
      *       (PERMS), AESTAB (TABLES) and AESFMAP (FMAP) cannot be
      *       approved - the edit stays DRF - unless an emergency
      *       override with a ticket and a second approver stands
      *       for the day; nothing is baselined on a refusal.
      *   'C' check - the scheduled comparison. Each live file's
      *       fingerprint against its baseline; a file that differs
      *       is fingerprinted record by record and matched against
      *       the baseline records, every changed, added or removed
      *       record is listed on AESCGRPT, and an AESALERT names the
      *       file and its record numbers. Ends RETURN-CODE 8 on any
      *       unapproved change, 4 when a file has no baseline.
      *
      * Both functions leave the outcome per file on the AESCFGDS
      * drift store (CLN clean, DRF unapproved change outstanding,
      * NBL no baseline); a change stays DRF until a later check
      * finds the file back at its baseline or 'B' approves it.
      * AESMAIN consults it through AESCFGET and, under
      * LMAIN-CONFIG-GATE-MODE, refuses to start while AESTAB or
      * AESFMAP is DRF.
      *
      * A file absent from the system is a state like any other -
      * baselined absent, its appearance is a change; baselined
      * present, its removal is. Record detail is itemized for the
      * first 2000 records of a file; the whole-file fingerprint
      * still judges the rest.
      *
      * Control card AESCGPRM: FUNCTION(1) FILE(3-10, blank = every
      * file) APPROVER(12-19, required for 'B').
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *     THE WATCHED CONTROL FILES
            SELECT OPTIONAL R-TAB ASSIGN TO 'AESTAB'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-TAB.

            SELECT OPTIONAL R-CAT ASSIGN TO 'AESMSGCT'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-CAT.

            SELECT OPTIONAL R-MAP ASSIGN TO 'AESFMAP'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-MAP.

            SELECT OPTIONAL R-PRM ASSIGN TO 'AESPERMF'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-PRM.

            SELECT OPTIONAL R-AUT ASSIGN TO 'AESTAUTH'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-AUT.

            SELECT OPTIONAL R-RTG ASSIGN TO 'AESALRTG'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-RTG.

            SELECT OPTIONAL R-RTE ASSIGN TO 'AESRATES'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-RTE.

            SELECT OPTIONAL R-QTA ASSIGN TO 'AESQUOTA'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-QTA.

            SELECT OPTIONAL R-CAL ASSIGN TO 'AESBCAL'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-CAL.

            SELECT OPTIONAL R-FDS ASSIGN TO 'AESFEEDS'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-FDS.

      *     PARTNER REGISTRY (AESPRTNR - KSDS keyed on partner id),
      *     read in key order
            SELECT OPTIONAL R-PRT ASSIGN TO 'AESPRTNR'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS SEQUENTIAL
                   RECORD KEY   IS PRT-ID
                   FILE STATUS  IS FS-PRT.

      *     WHOLE-FILE AND PER-RECORD BIT-STRING FILES (LRECL=64)
            SELECT R-WBIT ASSIGN TO 'AESCWBIT'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-WBIT.

            SELECT R-RBIT ASSIGN TO 'AESCRBIT'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-RBIT.

      *     APPROVED BASELINE (AESCFGBF - LRECL=180)
            SELECT OPTIONAL R-BAS ASSIGN TO 'AESCFGBF'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-BAS.

      *     BASELINE WORK FILE (AESCFGWK) - the new baseline is built
      *     here whole before it replaces AESCFGBF
            SELECT R-WRK ASSIGN TO 'AESCFGWK'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-WRK.

      *     DRIFT STORE (AESCFGDS - one record per watched file)
            SELECT OPTIONAL R-DRS ASSIGN TO 'AESCFGDS'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-DRS.

      *     CONTROL CARD (AESCGPRM)
            SELECT R-PARM ASSIGN TO 'AESCGPRM'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-PARM.

      *     REPORT (AESCGRPT)
            SELECT R-RPT ASSIGN TO 'AESCGRPT'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-RPT.

       DATA DIVISION.
       FILE SECTION.
      *   AESTAB - one record, the whole table set
       FD R-TAB LABEL RECORD STANDARD.

       01 TAB-REC                        PIC X(2820).

      *   AESMSGCT
       FD R-CAT LABEL RECORD STANDARD.

       01 CAT-REC                        PIC X(132).

      *   AESFMAP
       FD R-MAP LABEL RECORD STANDARD.

       01 MAP-REC                        PIC X(47).

      *   AESPERMF
       FD R-PRM LABEL RECORD STANDARD.

       01 PRM-REC                        PIC X(24).

      *   AESTAUTH
       FD R-AUT LABEL RECORD STANDARD.

       01 AUT-REC                        PIC X(08).

      *   AESALRTG
       FD R-RTG LABEL RECORD STANDARD.

       01 RTG-REC                        PIC X(52).

      *   AESRATES
       FD R-RTE LABEL RECORD STANDARD.

       01 RTE-REC                        PIC X(16).

      *   AESQUOTA
       FD R-QTA LABEL RECORD STANDARD.

       01 QTA-REC                        PIC X(18).

      *   AESBCAL
       FD R-CAL LABEL RECORD STANDARD.

       01 CAL-REC                        PIC X(09).

      *   AESFEEDS
       FD R-FDS LABEL RECORD STANDARD.

       01 FDS-REC                        PIC X(50).

      *   AESPRTNR
       FD R-PRT LABEL RECORD STANDARD.

       01 PRT-REC.
          02 PRT-ID                   PIC X(08).
          02 FILLER                   PIC X(192).

      *   AESCWBIT
       FD R-WBIT LABEL RECORD STANDARD
                 RECORD CONTAINS 64 CHARACTERS.

       01 WBIT-REC                       PIC X(64).

      *   AESCRBIT
       FD R-RBIT LABEL RECORD STANDARD
                 RECORD CONTAINS 64 CHARACTERS.

       01 RBIT-REC                       PIC X(64).

      *   AESCFGBF - an 'F' record per baselined file, followed by
      *   an 'R' record per record of it
       FD R-BAS LABEL RECORD STANDARD.

       01 BAS-REC.
          02 CFB-FILE                 PIC X(08).
          02 CFB-TYPE                 PIC X(01).
             88 CFB-FILE-ENTRY                 VALUE 'F'.
             88 CFB-RECORD-ENTRY               VALUE 'R'.
          02 CFB-RECNO                PIC 9(07).
      *     Whole-file SHA-512 ('F'), the record's truncated SHA-512
      *     in the first 32 ('R'). Spaces - the file was absent;
      *     all '0' - present but empty
          02 CFB-DIGEST               PIC X(128).
          02 CFB-DATA                 PIC X(36).
          02 CFB-FILE-DATA REDEFINES CFB-DATA.
             03 CFB-RECORDS           PIC 9(07).
             03 CFB-PRESENT           PIC X(01).
             03 CFB-APPROVER          PIC X(08).
             03 CFB-DATE              PIC 9(08).
             03 CFB-TIME              PIC 9(06).
             03 FILLER                PIC X(06).
          02 CFB-RECORD-DATA REDEFINES CFB-DATA.
             03 CFB-LEAD              PIC X(24).
             03 FILLER                PIC X(12).

      *   AESCFGWK - same layout
       FD R-WRK LABEL RECORD STANDARD.

       01 WRK-REC                        PIC X(180).

      *   AESCFGDS
       FD R-DRS LABEL RECORD STANDARD.

       01 DRS-REC.
          02 DRS-FILE                 PIC X(08).
      *     CLN / DRF / NBL
          02 DRS-STATE                PIC X(03).
          02 DRS-CHANGED              PIC 9(05).
          02 DRS-DATE                 PIC 9(08).
          02 DRS-TIME                 PIC 9(06).
      *     Approver of the baseline the state was judged against
          02 DRS-APPROVER             PIC X(08).
          02 FILLER                   PIC X(02).

      *   AESCGPRM
       FD R-PARM LABEL RECORD STANDARD.

       01 PARM-REC.
          05 PARM-FUNCTION               PIC X(01).
          05 FILLER                      PIC X(01).
          05 PARM-FILE                   PIC X(08).
          05 FILLER                      PIC X(01).
          05 PARM-APPROVER               PIC X(08).

      *   AESCGRPT
       FD R-RPT LABEL RECORD STANDARD.

       01 RPT-REC                        PIC X(100).

       WORKING-STORAGE SECTION.
         01 FS.
            05 FS-TAB                   PIC 9(02).
            05 FS-CAT                   PIC 9(02).
            05 FS-MAP                   PIC 9(02).
            05 FS-PRM                   PIC 9(02).
            05 FS-AUT                   PIC 9(02).
            05 FS-RTG                   PIC 9(02).
            05 FS-RTE                   PIC 9(02).
            05 FS-QTA                   PIC 9(02).
            05 FS-CAL                   PIC 9(02).
            05 FS-FDS                   PIC 9(02).
            05 FS-PRT                   PIC 9(02).
            05 FS-WBIT                  PIC 9(02).
               88 FS-WBIT-OK                      VALUE 0.
            05 FS-RBIT                  PIC 9(02).
               88 FS-RBIT-OK                      VALUE 0.
            05 FS-BAS                   PIC 9(02).
               88 FS-BAS-OK                       VALUE 0.
               88 FS-BAS-OPENED                   VALUE 0 5.
               88 FS-BAS-EOF                      VALUE 10.
            05 FS-WRK                   PIC 9(02).
               88 FS-WRK-OK                       VALUE 0.
               88 FS-WRK-EOF                      VALUE 10.
            05 FS-DRS                   PIC 9(02).
               88 FS-DRS-OK                       VALUE 0.
               88 FS-DRS-OPENED                   VALUE 0 5.
               88 FS-DRS-EOF                      VALUE 10.
            05 FS-PARM                  PIC 9(02).
               88 FS-PARM-OK                      VALUE 0.
            05 FS-RPT                   PIC 9(02).
               88 FS-RPT-OK                       VALUE 0.

      *  Status of whichever watched file is being read - copied
      *  from its own FS- field after every OPEN and READ
         77 WS-CF-FS                    PIC 9(02).
            88 WS-CF-OK                           VALUE 0.
            88 WS-CF-EOF                          VALUE 10.
            88 WS-CF-ABSENT                       VALUE 05 35.

         77 WS-FUNCTION                 PIC X(01).
         77 WS-ONLY-FILE                PIC X(08).
         77 WS-APPROVER                 PIC X(08).

         01 WS-TODAY                    PIC 9(08).
         01 WS-STAMP-TIME.
            05 WS-STAMP-HHMMSS          PIC 9(06).
            05 FILLER                   PIC 9(02).

      *  The watched files, in the order they are baselined,
      *  checked and reported
         01 WS-CF-NAME-VALUES.
            05 FILLER                   PIC X(08)   VALUE 'AESTAB'.
            05 FILLER                   PIC X(08)   VALUE 'AESMSGCT'.
            05 FILLER                   PIC X(08)   VALUE 'AESFMAP'.
            05 FILLER                   PIC X(08)   VALUE 'AESPERMF'.
            05 FILLER                   PIC X(08)   VALUE 'AESTAUTH'.
            05 FILLER                   PIC X(08)   VALUE 'AESALRTG'.
            05 FILLER                   PIC X(08)   VALUE 'AESRATES'.
            05 FILLER                   PIC X(08)   VALUE 'AESQUOTA'.
            05 FILLER                   PIC X(08)   VALUE 'AESBCAL'.
            05 FILLER                   PIC X(08)   VALUE 'AESFEEDS'.
            05 FILLER                   PIC X(08)   VALUE 'AESPRTNR'.
         01 WS-CF-NAME-TABLE REDEFINES WS-CF-NAME-VALUES.
            05 WS-CF-NAME               PIC X(08)   OCCURS 11.

      *  Per-file state: what the baseline says and what the drift
      *  store is to be left holding
         01 WS-CF-TABLE.
            05 WS-CF-ENTRY             OCCURS 11.
               10 WS-CF-SELECTED       PIC X(01).
               10 WS-CF-HAS-BASE       PIC X(01).
               10 WS-CF-BASE-DIGEST    PIC X(128).
               10 WS-CF-BASE-RECORDS   PIC 9(07).
               10 WS-CF-BASE-PRESENT   PIC X(01).
               10 WS-CF-BASE-APPROVER  PIC X(08).
               10 WS-CF-BASE-DATE      PIC 9(08).
               10 WS-CF-BASE-TIME      PIC 9(06).
               10 WS-CF-STATE          PIC X(03).
               10 WS-CF-CHANGED        PIC 9(05).
               10 WS-CF-STATE-DATE     PIC 9(08).
               10 WS-CF-STATE-TIME     PIC 9(06).
               10 WS-CF-STATE-APPROVER PIC X(08).
         77 WS-CF-I                     PIC 9(02).
         77 WS-CF-J                     PIC 9(02).

      *  The record just read from the watched file, space-padded
      *  to a whole number of 64-bit chunks (AESTAB's 2820 bytes
      *  round up to 2824)
         01 WS-CF-REC                   PIC X(2824).
         77 WS-CF-RECLEN                PIC 9(04).
         77 WS-CF-PADLEN                PIC 9(04).

      *  Fingerprint of the file just read
         77 WS-FP-DIGEST                PIC X(128).
         77 WS-FP-RECORDS               PIC 9(07).
         77 WS-FP-PRESENT               PIC X(01).
         77 WS-ITEMIZE-SW               PIC X(01)   VALUE 'N'.
            88 SW-ITEMIZE                           VALUE 'Y'.

      *  Record fingerprints - the live file's and the baseline's
         01 WS-LV-TABLE.
            05 WS-LV-ENTRY             OCCURS 2000.
               10 WS-LV-RECNO          PIC 9(07).
               10 WS-LV-DIGEST         PIC X(32).
               10 WS-LV-LEAD           PIC X(24).
               10 WS-LV-MATCHED        PIC X(01).
         77 WS-LV-COUNT                 PIC 9(04)   VALUE 0.
         77 WS-LV-I                     PIC 9(04).

         01 WS-BL-TABLE.
            05 WS-BL-ENTRY             OCCURS 2000.
               10 WS-BL-RECNO          PIC 9(07).
               10 WS-BL-DIGEST         PIC X(32).
               10 WS-BL-LEAD           PIC X(24).
               10 WS-BL-MATCHED        PIC X(01).
         77 WS-BL-COUNT                 PIC 9(04)   VALUE 0.
         77 WS-BL-I                     PIC 9(04).
         77 WS-OVER-SW                  PIC X(01)   VALUE 'N'.
            88 SW-OVER                              VALUE 'Y'.

      *  Record-to-bits conversion, same shape AESHMAC's
      *  ADD-ONE-RECORD uses
         01 WS-NIBBLE-BITS-TABLE.
            05 WS-NIB-BITS             OCCURS 16   PIC X(04).
         77 WS-CHUNK                   PIC X(08).
         77 WS-CHUNK-BITS              PIC X(64).
         77 WS-BYTE-VAL                PIC 9(03).
         77 WS-BYTE-HI                 PIC 9(02).
         77 WS-BYTE-LO                 PIC 9(02).
         77 WS-CI                      PIC 9(04).
         77 WS-BI                      PIC 9(02).

         01 WS-SHA-LS.
            05 WS-SHA-FILE-NAME        PIC X(08).
            05 WS-SHA-ALGORITHM        PIC X(08).
            05 WS-SHA-OUTPUT.
               10 WS-SHA-OUT           OCCURS 8.
                  15 WS-SHA-OUT-OCC    PIC X(16).

      *  Approval authority (AESAUTH) - linkage mirrored here the
      *  same way AESMAIN's is
         01 WS-AUTH-LS.
            02 AUT-SUBMITTER           PIC X(08).
            02 AUT-ACTION              PIC X(08).
            02 AUT-ALIAS               PIC X(08).
            02 AUT-STATUS              PIC X(03).
               88 AUTS-OK                       VALUE 'OK '.
               88 AUTS-REJECTED                 VALUE 'REJ'.

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

      *  Counts
         77 WS-WRK-WRITTEN              PIC 9(07)   VALUE 0.
         77 WS-WRK-COPIED               PIC 9(07)   VALUE 0.
         77 WS-CLEAN-COUNT              PIC 9(02)   VALUE 0.
         77 WS-DRIFT-COUNT              PIC 9(02)   VALUE 0.
         77 WS-NOBASE-COUNT             PIC 9(02)   VALUE 0.
         77 WS-APPROVED-COUNT           PIC 9(02)   VALUE 0.
         77 WS-DIFF-COUNT               PIC 9(05)   VALUE 0.

      *  Alert text assembly - record numbers strung on until the
      *  text is nearly full
         77 WS-AL-PTR                   PIC 9(03).
         77 WS-AL-FULL-SW               PIC X(01).
            88 SW-AL-FULL                           VALUE 'Y'.
         77 WS-NUM-EDIT                 PIC Z(06)9.
         77 WS-NUM-LEAD                 PIC 9(02).
         77 WS-NUM-TEXT                 PIC X(08).
         77 WS-DIFF-KIND                PIC X(07).
         77 WS-DIFF-RECNO               PIC 9(07).
         77 WS-DIFF-LEAD                PIC X(24).

         01 WS-RPT-LINE                 PIC X(100).

         01 AL-S.
            COPY 'ALERT-PUT.cpy'.

       LINKAGE SECTION.

       PROCEDURE DIVISION.
       MAINLINE.
           PERFORM BUILD-NIBBLE-BITS-TABLE.
           PERFORM READ-PARAMETERS.

           ACCEPT WS-TODAY                FROM DATE YYYYMMDD.
           ACCEPT WS-STAMP-TIME           FROM TIME.

           OPEN OUTPUT R-RPT.

           IF FS-RPT-OK
             CONTINUE
           ELSE
             DISPLAY 'AESCFGBL: ERROR OPENING AESCGRPT: ' FS-RPT
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.

           PERFORM LOAD-DRIFT-STORE.

           EVALUATE WS-FUNCTION
             WHEN 'B'
               PERFORM APPROVE-BASELINE
             WHEN 'C'
               PERFORM CHECK-FOR-DRIFT
           END-EVALUATE.

           PERFORM REWRITE-DRIFT-STORE.

           CLOSE R-RPT.

           STOP RUN.


       READ-PARAMETERS.
           OPEN INPUT R-PARM.

           IF FS-PARM-OK
             CONTINUE
           ELSE
             DISPLAY 'AESCFGBL: ERROR OPENING AESCGPRM: ' FS-PARM
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.

           READ R-PARM
             AT END
               DISPLAY 'AESCFGBL: AESCGPRM IS EMPTY'
               MOVE 12                    TO RETURN-CODE
               STOP RUN
             NOT AT END
               MOVE PARM-FUNCTION         TO WS-FUNCTION
               MOVE PARM-FILE             TO WS-ONLY-FILE
               MOVE PARM-APPROVER         TO WS-APPROVER
           END-READ.

           CLOSE R-PARM.

           IF WS-FUNCTION NOT = 'B' AND WS-FUNCTION NOT = 'C'
             DISPLAY 'AESCFGBL: FUNCTION MUST BE B OR C'
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.

           IF WS-FUNCTION = 'B' AND WS-APPROVER = SPACES
             DISPLAY 'AESCFGBL: APPROVER IS REQUIRED TO BASELINE'
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.

           PERFORM VARYING WS-CF-I FROM 1 BY 1 UNTIL WS-CF-I > 11
             IF WS-ONLY-FILE = SPACES
               OR WS-ONLY-FILE = WS-CF-NAME(WS-CF-I)
               MOVE 'Y'                   TO WS-CF-SELECTED(WS-CF-I)
             ELSE
               MOVE 'N'                   TO WS-CF-SELECTED(WS-CF-I)
             END-IF
             MOVE 'N'                     TO WS-CF-HAS-BASE(WS-CF-I)
             MOVE SPACES                  TO WS-CF-STATE(WS-CF-I)
           END-PERFORM.

           IF WS-ONLY-FILE NOT = SPACES
             PERFORM VARYING WS-CF-I FROM 1 BY 1
               UNTIL WS-CF-I > 11
               OR WS-CF-NAME(WS-CF-I) = WS-ONLY-FILE
               CONTINUE
             END-PERFORM

             IF WS-CF-I > 11
               DISPLAY 'AESCFGBL: ' WS-ONLY-FILE
                       ' IS NOT A WATCHED CONTROL FILE'
               MOVE 12                    TO RETURN-CODE
               STOP RUN
             END-IF
           END-IF.


      *****************************************************************
      * BASELINE
      *****************************************************************
       APPROVE-BASELINE.
      *     Every file named must be the approver's to approve before
      *     anything is fingerprinted - a refusal changes nothing
           PERFORM VARYING WS-CF-I FROM 1 BY 1 UNTIL WS-CF-I > 11
             IF WS-CF-SELECTED(WS-CF-I) = 'Y'
               MOVE WS-APPROVER           TO AUT-SUBMITTER
               MOVE 'CFGAPPRV'            TO AUT-ACTION
               MOVE WS-CF-NAME(WS-CF-I)   TO AUT-ALIAS

               CALL 'AESAUTH' USING WS-AUTH-LS

               IF NOT AUTS-OK
                 DISPLAY 'AESCFGBL: ' WS-APPROVER
                         ' MAY NOT APPROVE ' WS-CF-NAME(WS-CF-I)
                         ' - NOTHING BASELINED'
                 MOVE 12                  TO RETURN-CODE
                 STOP RUN
               END-IF

               PERFORM CHECK-FILE-FREEZE
             END-IF
           END-PERFORM.

           OPEN OUTPUT R-WRK.

           IF FS-WRK-OK
             CONTINUE
           ELSE
             DISPLAY 'AESCFGBL: ERROR OPENING AESCFGWK: ' FS-WRK
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.

           MOVE 'CONFIGURATION BASELINE APPROVAL' TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

           PERFORM VARYING WS-CF-I FROM 1 BY 1 UNTIL WS-CF-I > 11
             IF WS-CF-SELECTED(WS-CF-I) = 'Y'
               PERFORM BASELINE-ONE-FILE
             ELSE
               PERFORM CARRY-OLD-BASELINE
             END-IF
           END-PERFORM.

           CLOSE R-WRK.

           PERFORM REPLACE-BASELINE.

           STRING 'TOTALS - FILES APPROVED ' WS-APPROVED-COUNT
                  ' BASELINE RECORDS ' WS-WRK-COPIED
                  ' APPROVER ' WS-APPROVER
           DELIMITED BY SIZE            INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

           DISPLAY 'AESCFGBL: ' WS-APPROVED-COUNT
                   ' file(s) baselined by ' WS-APPROVER.


       CHECK-FILE-FREEZE.
      *     Only the files a freeze scope covers are asked about
           EVALUATE WS-CF-NAME(WS-CF-I)
             WHEN 'AESPERMF'
             WHEN 'AESTAUTH'
               MOVE 'PERMS   '            TO FZC-SCOPE
             WHEN 'AESTAB  '
               MOVE 'TABLES  '            TO FZC-SCOPE
             WHEN 'AESFMAP '
               MOVE 'FMAP    '            TO FZC-SCOPE
             WHEN OTHER
               MOVE SPACES                TO FZC-SCOPE
           END-EVALUATE.

           IF FZC-SCOPE NOT = SPACES
             MOVE 'AESCFGBL'              TO FZC-PROGRAM
             MOVE WS-APPROVER             TO FZC-OPERATOR

             CALL 'AESFRZCK' USING WS-FREEZE-LS

             IF FZCS-FROZEN
               DISPLAY 'AESCFGBL: ' WS-CF-NAME(WS-CF-I)
                       ' IS FROZEN ' FZC-WINDOW-START '-'
                       FZC-WINDOW-END ' - NOTHING BASELINED'
               MOVE 12                    TO RETURN-CODE
               STOP RUN
             END-IF

             IF FZCS-OVERRIDDEN
               DISPLAY 'AESCFGBL: FREEZE ON ' WS-CF-NAME(WS-CF-I)
                       ' OVERRIDDEN - TICKET ' FZC-TICKET
                       ' APPROVED BY ' FZC-APPROVER
             END-IF
           END-IF.


       BASELINE-ONE-FILE.
           MOVE 'Y'                        TO WS-ITEMIZE-SW.
           PERFORM FINGERPRINT-FILE THRU FINGERPRINT-FILE-EXIT.

           MOVE SPACES                     TO BAS-REC.
           MOVE WS-CF-NAME(WS-CF-I)        TO CFB-FILE.
           SET CFB-FILE-ENTRY              TO TRUE.
           MOVE 0                          TO CFB-RECNO.
           MOVE WS-FP-DIGEST               TO CFB-DIGEST.
           MOVE WS-FP-RECORDS              TO CFB-RECORDS.
           MOVE WS-FP-PRESENT              TO CFB-PRESENT.
           MOVE WS-APPROVER                TO CFB-APPROVER.
           MOVE WS-TODAY                   TO CFB-DATE.
           MOVE WS-STAMP-HHMMSS            TO CFB-TIME.
           PERFORM WRITE-WORK-RECORD.

           PERFORM VARYING WS-LV-I FROM 1 BY 1
             UNTIL WS-LV-I > WS-LV-COUNT
             MOVE SPACES                   TO BAS-REC
             MOVE WS-CF-NAME(WS-CF-I)      TO CFB-FILE
             SET CFB-RECORD-ENTRY          TO TRUE
             MOVE WS-LV-RECNO(WS-LV-I)     TO CFB-RECNO
             MOVE WS-LV-DIGEST(WS-LV-I)    TO CFB-DIGEST
             MOVE WS-LV-LEAD(WS-LV-I)      TO CFB-LEAD
             PERFORM WRITE-WORK-RECORD
           END-PERFORM.

           ADD 1                           TO WS-APPROVED-COUNT.

           MOVE 'CLN'                      TO WS-CF-STATE(WS-CF-I).
           MOVE 0                          TO WS-CF-CHANGED(WS-CF-I).
           MOVE WS-TODAY                TO WS-CF-STATE-DATE(WS-CF-I).
           MOVE WS-STAMP-HHMMSS         TO WS-CF-STATE-TIME(WS-CF-I).
           MOVE WS-APPROVER         TO WS-CF-STATE-APPROVER(WS-CF-I).

           IF WS-FP-PRESENT = 'Y'
             STRING 'APPROVED ' WS-CF-NAME(WS-CF-I)
                    ' RECORDS ' WS-FP-RECORDS
                    ' SHA-512 ' WS-FP-DIGEST(1:32) '...'
             DELIMITED BY SIZE          INTO WS-RPT-LINE
           ELSE
             STRING 'APPROVED ' WS-CF-NAME(WS-CF-I)
                    ' AS ABSENT'
             DELIMITED BY SIZE          INTO WS-RPT-LINE
           END-IF.
           PERFORM WRITE-REPORT-LINE.

           IF SW-OVER
             STRING '         ' WS-CF-NAME(WS-CF-I)
                    ' RECORDS PAST 2000 NOT ITEMIZED - WHOLE-FILE '
                    'FINGERPRINT ONLY'
             DELIMITED BY SIZE          INTO WS-RPT-LINE
             PERFORM WRITE-REPORT-LINE
           END-IF.


       CARRY-OLD-BASELINE.
      *     A file not named keeps exactly the entries it had
           OPEN INPUT R-BAS.

           IF FS-BAS-OPENED
             PERFORM UNTIL FS-BAS-EOF
               READ R-BAS
                 AT END
                   CONTINUE
                 NOT AT END
                   IF CFB-FILE = WS-CF-NAME(WS-CF-I)
                     PERFORM WRITE-WORK-RECORD
                   END-IF
               END-READ
             END-PERFORM

             CLOSE R-BAS
           END-IF.


       WRITE-WORK-RECORD.
           MOVE BAS-REC                    TO WRK-REC.

           WRITE WRK-REC.

           IF FS-WRK-OK
             ADD 1                         TO WS-WRK-WRITTEN
           ELSE
             DISPLAY 'AESCFGBL: ERROR WRITING AESCFGWK: ' FS-WRK
             MOVE 12                       TO RETURN-CODE
             STOP RUN
           END-IF.


       REPLACE-BASELINE.
           OPEN INPUT R-WRK.

           IF FS-WRK-OK
             CONTINUE
           ELSE
             DISPLAY 'AESCFGBL: ERROR REOPENING AESCFGWK: ' FS-WRK
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.

           OPEN OUTPUT R-BAS.

           IF FS-BAS-OK
             CONTINUE
           ELSE
             DISPLAY 'AESCFGBL: CANNOT REWRITE AESCFGBF: ' FS-BAS
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.

           PERFORM UNTIL FS-WRK-EOF
             READ R-WRK
               AT END
                 CONTINUE
               NOT AT END
                 MOVE WRK-REC             TO BAS-REC
                 WRITE BAS-REC

                 IF FS-BAS-OK
                   ADD 1                  TO WS-WRK-COPIED
                 ELSE
                   DISPLAY 'AESCFGBL: ERROR WRITING AESCFGBF: '
                           FS-BAS
                   MOVE 12                TO RETURN-CODE
                   STOP RUN
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE R-WRK.
           CLOSE R-BAS.

           IF WS-WRK-COPIED NOT = WS-WRK-WRITTEN
             DISPLAY 'AESCFGBL: AESCFGBF HOLDS ' WS-WRK-COPIED
                     ' OF ' WS-WRK-WRITTEN ' BASELINE RECORDS - '
                     'REBASELINE'
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.


      *****************************************************************
      * CHECK
      *****************************************************************
       CHECK-FOR-DRIFT.
           PERFORM LOAD-BASELINE-FILES.

           MOVE 'CONFIGURATION DRIFT CHECK'    TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

           PERFORM VARYING WS-CF-I FROM 1 BY 1 UNTIL WS-CF-I > 11
             IF WS-CF-SELECTED(WS-CF-I) = 'Y'
               PERFORM CHECK-ONE-FILE
             END-IF
           END-PERFORM.

           STRING 'TOTALS - CLEAN ' WS-CLEAN-COUNT
                  ' CHANGED ' WS-DRIFT-COUNT
                  ' NO BASELINE ' WS-NOBASE-COUNT
           DELIMITED BY SIZE            INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

           IF WS-DRIFT-COUNT > 0
             DISPLAY 'AESCFGBL: ' WS-DRIFT-COUNT
                     ' CONTROL FILE(S) CHANGED WITHOUT APPROVAL'
             MOVE 8                       TO RETURN-CODE
           ELSE
             IF WS-NOBASE-COUNT > 0
               DISPLAY 'AESCFGBL: ' WS-NOBASE-COUNT
                       ' CONTROL FILE(S) HAVE NO BASELINE'
               MOVE 4                     TO RETURN-CODE
             ELSE
               DISPLAY 'AESCFGBL: ' WS-CLEAN-COUNT
                       ' control file(s) match their baseline'
             END-IF
           END-IF.


       LOAD-BASELINE-FILES.
           OPEN INPUT R-BAS.

           IF FS-BAS-OPENED
             PERFORM UNTIL FS-BAS-EOF
               READ R-BAS
                 AT END
                   CONTINUE
                 NOT AT END
                   IF CFB-FILE-ENTRY
                     PERFORM NOTE-BASELINE-FILE
                   END-IF
               END-READ
             END-PERFORM

             CLOSE R-BAS
           END-IF.


       NOTE-BASELINE-FILE.
           PERFORM VARYING WS-CF-J FROM 1 BY 1
             UNTIL WS-CF-J > 11
             OR WS-CF-NAME(WS-CF-J) = CFB-FILE
             CONTINUE
           END-PERFORM.

           IF WS-CF-J NOT > 11
             MOVE 'Y'                     TO WS-CF-HAS-BASE(WS-CF-J)
             MOVE CFB-DIGEST             TO WS-CF-BASE-DIGEST(WS-CF-J)
             MOVE CFB-RECORDS           TO WS-CF-BASE-RECORDS(WS-CF-J)
             MOVE CFB-PRESENT           TO WS-CF-BASE-PRESENT(WS-CF-J)
             MOVE CFB-APPROVER         TO WS-CF-BASE-APPROVER(WS-CF-J)
             MOVE CFB-DATE               TO WS-CF-BASE-DATE(WS-CF-J)
             MOVE CFB-TIME               TO WS-CF-BASE-TIME(WS-CF-J)
           END-IF.


       CHECK-ONE-FILE.
           MOVE WS-TODAY                TO WS-CF-STATE-DATE(WS-CF-I).
           MOVE WS-STAMP-HHMMSS         TO WS-CF-STATE-TIME(WS-CF-I).
           MOVE 0                          TO WS-CF-CHANGED(WS-CF-I).

           IF WS-CF-HAS-BASE(WS-CF-I) NOT = 'Y'
             MOVE 'NBL'                    TO WS-CF-STATE(WS-CF-I)
             MOVE SPACES          TO WS-CF-STATE-APPROVER(WS-CF-I)
             ADD 1                         TO WS-NOBASE-COUNT

             STRING WS-CF-NAME(WS-CF-I)
                    ' NO BASELINE - APPROVE IT WITH FUNCTION B'
             DELIMITED BY SIZE          INTO WS-RPT-LINE
             PERFORM WRITE-REPORT-LINE
           ELSE
             MOVE WS-CF-BASE-APPROVER(WS-CF-I)
                                  TO WS-CF-STATE-APPROVER(WS-CF-I)

             MOVE 'N'                      TO WS-ITEMIZE-SW
             PERFORM FINGERPRINT-FILE THRU FINGERPRINT-FILE-EXIT

             IF WS-FP-DIGEST = WS-CF-BASE-DIGEST(WS-CF-I)
               AND WS-FP-PRESENT = WS-CF-BASE-PRESENT(WS-CF-I)
               MOVE 'CLN'                  TO WS-CF-STATE(WS-CF-I)
               ADD 1                       TO WS-CLEAN-COUNT

               STRING WS-CF-NAME(WS-CF-I)
                      ' MATCHES BASELINE OF '
                      WS-CF-BASE-DATE(WS-CF-I) ' '
                      WS-CF-BASE-TIME(WS-CF-I)
                      ' APPROVED BY ' WS-CF-BASE-APPROVER(WS-CF-I)
               DELIMITED BY SIZE        INTO WS-RPT-LINE
               PERFORM WRITE-REPORT-LINE
             ELSE
               PERFORM REPORT-FILE-DRIFT
             END-IF
           END-IF.


       REPORT-FILE-DRIFT.
           MOVE 'DRF'                      TO WS-CF-STATE(WS-CF-I).
           ADD 1                           TO WS-DRIFT-COUNT.

           STRING WS-CF-NAME(WS-CF-I)
                  ' CHANGED SINCE BASELINE OF '
                  WS-CF-BASE-DATE(WS-CF-I) ' '
                  WS-CF-BASE-TIME(WS-CF-I)
                  ' APPROVED BY ' WS-CF-BASE-APPROVER(WS-CF-I)
           DELIMITED BY SIZE            INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

      *     Record by record, live against baseline
           MOVE 'Y'                        TO WS-ITEMIZE-SW.
           PERFORM FINGERPRINT-FILE THRU FINGERPRINT-FILE-EXIT.
           PERFORM LOAD-BASELINE-RECORDS.
           PERFORM MATCH-RECORD-DIGESTS.

           MOVE 0                          TO WS-DIFF-COUNT.
           MOVE SPACES                     TO LAL-TEXT OF AL-S.
           MOVE 1                          TO WS-AL-PTR.
           MOVE 'N'                        TO WS-AL-FULL-SW.

           STRING 'UNAPPROVED CHANGE TO ' WS-CF-NAME(WS-CF-I)
                  ' - RECORD(S)'
           DELIMITED BY SIZE            INTO LAL-TEXT OF AL-S
           WITH POINTER WS-AL-PTR.

      *     A live record no baseline record accounts for is CHANGED
      *     when the baseline record at its position is unaccounted
      *     for too, else ADDED; what is left of the baseline was
      *     REMOVED
           PERFORM VARYING WS-LV-I FROM 1 BY 1
             UNTIL WS-LV-I > WS-LV-COUNT
             IF WS-LV-MATCHED(WS-LV-I) = 'N'
               MOVE 'ADDED  '              TO WS-DIFF-KIND

               PERFORM VARYING WS-BL-I FROM 1 BY 1
                 UNTIL WS-BL-I > WS-BL-COUNT
                 OR (WS-BL-MATCHED(WS-BL-I) = 'N'
                     AND WS-BL-RECNO(WS-BL-I) =
                         WS-LV-RECNO(WS-LV-I))
                 CONTINUE
               END-PERFORM

               IF WS-BL-I NOT > WS-BL-COUNT
                 MOVE 'CHANGED'            TO WS-DIFF-KIND
                 MOVE 'Y'                  TO WS-BL-MATCHED(WS-BL-I)
               END-IF

               MOVE WS-LV-RECNO(WS-LV-I)   TO WS-DIFF-RECNO
               MOVE WS-LV-LEAD(WS-LV-I)    TO WS-DIFF-LEAD
               PERFORM REPORT-ONE-DIFFERENCE
             END-IF
           END-PERFORM.

           PERFORM VARYING WS-BL-I FROM 1 BY 1
             UNTIL WS-BL-I > WS-BL-COUNT
             IF WS-BL-MATCHED(WS-BL-I) = 'N'
               MOVE 'REMOVED'              TO WS-DIFF-KIND
               MOVE WS-BL-RECNO(WS-BL-I)   TO WS-DIFF-RECNO
               MOVE WS-BL-LEAD(WS-BL-I)    TO WS-DIFF-LEAD
               PERFORM REPORT-ONE-DIFFERENCE
             END-IF
           END-PERFORM.

      *     Same records, different order - still not what was
      *     approved
           IF WS-DIFF-COUNT = 0
             STRING '         ' WS-CF-NAME(WS-CF-I)
                    ' RECORDS REORDERED OR CHANGED PAST RECORD 2000'
             DELIMITED BY SIZE          INTO WS-RPT-LINE
             PERFORM WRITE-REPORT-LINE

             STRING ' REORDERED'
             DELIMITED BY SIZE          INTO LAL-TEXT OF AL-S
             WITH POINTER WS-AL-PTR
           END-IF.

           IF SW-OVER
             STRING '         ' WS-CF-NAME(WS-CF-I)
                    ' RECORDS PAST 2000 NOT ITEMIZED'
             DELIMITED BY SIZE          INTO WS-RPT-LINE
             PERFORM WRITE-REPORT-LINE
           END-IF.

           MOVE WS-DIFF-COUNT              TO WS-CF-CHANGED(WS-CF-I).

           MOVE 2                          TO LAL-LEVEL OF AL-S.
           MOVE SPACES                     TO LAL-TENANT OF AL-S.
           MOVE SPACES                     TO LAL-MSG-ID OF AL-S.

           CALL 'AESALERT' USING AL-S.


       REPORT-ONE-DIFFERENCE.
           ADD 1                           TO WS-DIFF-COUNT.

           STRING '         ' WS-CF-NAME(WS-CF-I) ' '
                  WS-DIFF-KIND ' RECORD ' WS-DIFF-RECNO
                  '  ' WS-DIFF-LEAD
           DELIMITED BY SIZE            INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

      *     Record number onto the alert - removed ones marked, as
      *     their number is the baseline's, not the live file's
           IF SW-AL-FULL
             CONTINUE
           ELSE
             IF WS-AL-PTR > 112
               STRING ' ...'
               DELIMITED BY SIZE        INTO LAL-TEXT OF AL-S
               WITH POINTER WS-AL-PTR
               MOVE 'Y'                    TO WS-AL-FULL-SW
             ELSE
               MOVE WS-DIFF-RECNO          TO WS-NUM-EDIT
               MOVE 0                      TO WS-NUM-LEAD
               INSPECT WS-NUM-EDIT TALLYING WS-NUM-LEAD
                       FOR LEADING SPACES
               MOVE SPACES                 TO WS-NUM-TEXT
               MOVE WS-NUM-EDIT(WS-NUM-LEAD + 1:)
                                           TO WS-NUM-TEXT

               IF WS-DIFF-KIND = 'REMOVED'
                 STRING ' -' WS-NUM-TEXT
                 DELIMITED BY SPACE     INTO LAL-TEXT OF AL-S
                 WITH POINTER WS-AL-PTR
               ELSE
                 STRING ' ' WS-NUM-TEXT
                 DELIMITED BY SPACE     INTO LAL-TEXT OF AL-S
                 WITH POINTER WS-AL-PTR
               END-IF
             END-IF
           END-IF.


       LOAD-BASELINE-RECORDS.
           MOVE 0                          TO WS-BL-COUNT.

           OPEN INPUT R-BAS.

           IF FS-BAS-OPENED
             PERFORM UNTIL FS-BAS-EOF
               READ R-BAS
                 AT END
                   CONTINUE
                 NOT AT END
                   IF CFB-RECORD-ENTRY
                     AND CFB-FILE = WS-CF-NAME(WS-CF-I)
                     IF WS-BL-COUNT < 2000
                       ADD 1              TO WS-BL-COUNT
                       MOVE CFB-RECNO     TO WS-BL-RECNO(WS-BL-COUNT)
                       MOVE CFB-DIGEST(1:32)
                                         TO WS-BL-DIGEST(WS-BL-COUNT)
                       MOVE CFB-LEAD      TO WS-BL-LEAD(WS-BL-COUNT)
                       MOVE 'N'         TO WS-BL-MATCHED(WS-BL-COUNT)
                     ELSE
                       MOVE 'Y'           TO WS-OVER-SW
                     END-IF
                   END-IF
               END-READ
             END-PERFORM

             CLOSE R-BAS
           END-IF.


       MATCH-RECORD-DIGESTS.
      *     Each live record pairs off with the first unpaired
      *     baseline record of the same fingerprint, wherever it sat
           PERFORM VARYING WS-LV-I FROM 1 BY 1
             UNTIL WS-LV-I > WS-LV-COUNT
             PERFORM VARYING WS-BL-I FROM 1 BY 1
               UNTIL WS-BL-I > WS-BL-COUNT
               OR (WS-BL-MATCHED(WS-BL-I) = 'N'
                   AND WS-BL-DIGEST(WS-BL-I) =
                       WS-LV-DIGEST(WS-LV-I))
               CONTINUE
             END-PERFORM

             IF WS-BL-I NOT > WS-BL-COUNT
               MOVE 'Y'                    TO WS-BL-MATCHED(WS-BL-I)
               MOVE 'Y'                    TO WS-LV-MATCHED(WS-LV-I)
             END-IF
           END-PERFORM.


      *****************************************************************
      * FINGERPRINT
      *****************************************************************
       FINGERPRINT-FILE.
      *     Whole-file SHA-512 of WS-CF-I's file, every record space-
      *     padded to whole 64-bit chunks as AESHMAC pads a deck
      *     record. Under SW-ITEMIZE each record's own SHA-512 is
      *     taken too, into the live record table.
           MOVE 0                          TO WS-FP-RECORDS.
           MOVE 0                          TO WS-LV-COUNT.
           MOVE 'N'                        TO WS-OVER-SW.
           MOVE SPACES                     TO WS-FP-DIGEST.
           MOVE 'N'                        TO WS-FP-PRESENT.

           PERFORM OPEN-CONTROL-FILE.

           IF WS-CF-ABSENT
             IF WS-CF-FS = 05
               PERFORM CLOSE-CONTROL-FILE
             END-IF
             GO TO FINGERPRINT-FILE-EXIT
           END-IF.

           IF WS-CF-OK
             CONTINUE
           ELSE
             DISPLAY 'AESCFGBL: CANNOT OPEN ' WS-CF-NAME(WS-CF-I)
                     ': ' WS-CF-FS
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.

           MOVE 'Y'                        TO WS-FP-PRESENT.

           OPEN OUTPUT R-WBIT.

           IF FS-WBIT-OK
             CONTINUE
           ELSE
             DISPLAY 'AESCFGBL: ERROR OPENING AESCWBIT: ' FS-WBIT
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.

           PERFORM UNTIL WS-CF-EOF
             PERFORM READ-CONTROL-RECORD

             EVALUATE TRUE
               WHEN WS-CF-OK
                 ADD 1                    TO WS-FP-RECORDS
                 PERFORM FINGERPRINT-RECORD
               WHEN WS-CF-EOF
                 CONTINUE
               WHEN OTHER
                 DISPLAY 'AESCFGBL: ERROR READING '
                         WS-CF-NAME(WS-CF-I) ': ' WS-CF-FS
                 MOVE 12                  TO RETURN-CODE
                 STOP RUN
             END-EVALUATE
           END-PERFORM.

           PERFORM CLOSE-CONTROL-FILE.
           CLOSE R-WBIT.

      *     An empty file has no bits to hash - it fingerprints as
      *     all zeros, distinct from the spaces of an absent one
           IF WS-FP-RECORDS = 0
             MOVE ALL '0'                 TO WS-FP-DIGEST
           ELSE
             MOVE 'AESCWBIT'              TO WS-SHA-FILE-NAME
             MOVE SPACES                  TO WS-SHA-ALGORITHM

             CALL 'SHA512' USING WS-SHA-LS

             MOVE WS-SHA-OUTPUT           TO WS-FP-DIGEST
           END-IF.

       FINGERPRINT-FILE-EXIT.
           EXIT.


       FINGERPRINT-RECORD.
           COMPUTE WS-CF-PADLEN = ((WS-CF-RECLEN + 7) / 8) * 8.

           IF SW-ITEMIZE
             OPEN OUTPUT R-RBIT

             IF FS-RBIT-OK
               CONTINUE
             ELSE
               DISPLAY 'AESCFGBL: ERROR OPENING AESCRBIT: ' FS-RBIT
               MOVE 12                    TO RETURN-CODE
               STOP RUN
             END-IF
           END-IF.

           PERFORM VARYING WS-CI FROM 1 BY 8
             UNTIL WS-CI > WS-CF-PADLEN
             MOVE WS-CF-REC(WS-CI:8)      TO WS-CHUNK
             PERFORM CHUNK-TO-BITS

             MOVE WS-CHUNK-BITS           TO WBIT-REC
             WRITE WBIT-REC

             IF SW-ITEMIZE
               MOVE WS-CHUNK-BITS         TO RBIT-REC
               WRITE RBIT-REC
             END-IF
           END-PERFORM.

           IF SW-ITEMIZE
             CLOSE R-RBIT

             IF WS-LV-COUNT < 2000
               MOVE 'AESCRBIT'            TO WS-SHA-FILE-NAME
               MOVE SPACES                TO WS-SHA-ALGORITHM

               CALL 'SHA512' USING WS-SHA-LS

               ADD 1                      TO WS-LV-COUNT
               MOVE WS-FP-RECORDS         TO WS-LV-RECNO(WS-LV-COUNT)
               MOVE WS-SHA-OUTPUT(1:32)  TO WS-LV-DIGEST(WS-LV-COUNT)
               MOVE WS-CF-REC(1:24)       TO WS-LV-LEAD(WS-LV-COUNT)
               MOVE 'N'                 TO WS-LV-MATCHED(WS-LV-COUNT)
             ELSE
               MOVE 'Y'                   TO WS-OVER-SW
             END-IF
           END-IF.


       CHUNK-TO-BITS.
           PERFORM VARYING WS-BI FROM 1 BY 1 UNTIL WS-BI > 8
             COMPUTE WS-BYTE-VAL =
                 FUNCTION ORD(WS-CHUNK(WS-BI:1)) - 1

             DIVIDE WS-BYTE-VAL BY 16     GIVING WS-BYTE-HI
                                       REMAINDER WS-BYTE-LO

             MOVE WS-NIB-BITS(WS-BYTE-HI + 1)
               TO WS-CHUNK-BITS(WS-BI * 8 - 7:4)
             MOVE WS-NIB-BITS(WS-BYTE-LO + 1)
               TO WS-CHUNK-BITS(WS-BI * 8 - 3:4)
           END-PERFORM.


       OPEN-CONTROL-FILE.
           EVALUATE WS-CF-I
             WHEN 1
               OPEN INPUT R-TAB
               MOVE FS-TAB                TO WS-CF-FS
             WHEN 2
               OPEN INPUT R-CAT
               MOVE FS-CAT                TO WS-CF-FS
             WHEN 3
               OPEN INPUT R-MAP
               MOVE FS-MAP                TO WS-CF-FS
             WHEN 4
               OPEN INPUT R-PRM
               MOVE FS-PRM                TO WS-CF-FS
             WHEN 5
               OPEN INPUT R-AUT
               MOVE FS-AUT                TO WS-CF-FS
             WHEN 6
               OPEN INPUT R-RTG
               MOVE FS-RTG                TO WS-CF-FS
             WHEN 7
               OPEN INPUT R-RTE
               MOVE FS-RTE                TO WS-CF-FS
             WHEN 8
               OPEN INPUT R-QTA
               MOVE FS-QTA                TO WS-CF-FS
             WHEN 9
               OPEN INPUT R-CAL
               MOVE FS-CAL                TO WS-CF-FS
             WHEN 10
               OPEN INPUT R-FDS
               MOVE FS-FDS                TO WS-CF-FS
             WHEN 11
               OPEN INPUT R-PRT
               MOVE FS-PRT                TO WS-CF-FS
           END-EVALUATE.


       READ-CONTROL-RECORD.
           MOVE SPACES                     TO WS-CF-REC.

           EVALUATE WS-CF-I
             WHEN 1
               READ R-TAB
               MOVE FS-TAB                TO WS-CF-FS
               MOVE TAB-REC               TO WS-CF-REC(1:2820)
               MOVE 2820                  TO WS-CF-RECLEN
             WHEN 2
               READ R-CAT
               MOVE FS-CAT                TO WS-CF-FS
               MOVE CAT-REC               TO WS-CF-REC(1:132)
               MOVE 132                   TO WS-CF-RECLEN
             WHEN 3
               READ R-MAP
               MOVE FS-MAP                TO WS-CF-FS
               MOVE MAP-REC               TO WS-CF-REC(1:47)
               MOVE 47                    TO WS-CF-RECLEN
             WHEN 4
               READ R-PRM
               MOVE FS-PRM                TO WS-CF-FS
               MOVE PRM-REC               TO WS-CF-REC(1:24)
               MOVE 24                    TO WS-CF-RECLEN
             WHEN 5
               READ R-AUT
               MOVE FS-AUT                TO WS-CF-FS
               MOVE AUT-REC               TO WS-CF-REC(1:8)
               MOVE 8                     TO WS-CF-RECLEN
             WHEN 6
               READ R-RTG
               MOVE FS-RTG                TO WS-CF-FS
               MOVE RTG-REC               TO WS-CF-REC(1:52)
               MOVE 52                    TO WS-CF-RECLEN
             WHEN 7
               READ R-RTE
               MOVE FS-RTE                TO WS-CF-FS
               MOVE RTE-REC               TO WS-CF-REC(1:16)
               MOVE 16                    TO WS-CF-RECLEN
             WHEN 8
               READ R-QTA
               MOVE FS-QTA                TO WS-CF-FS
               MOVE QTA-REC               TO WS-CF-REC(1:18)
               MOVE 18                    TO WS-CF-RECLEN
             WHEN 9
               READ R-CAL
               MOVE FS-CAL                TO WS-CF-FS
               MOVE CAL-REC               TO WS-CF-REC(1:9)
               MOVE 9                     TO WS-CF-RECLEN
             WHEN 10
               READ R-FDS
               MOVE FS-FDS                TO WS-CF-FS
               MOVE FDS-REC               TO WS-CF-REC(1:50)
               MOVE 50                    TO WS-CF-RECLEN
             WHEN 11
               READ R-PRT NEXT RECORD
               MOVE FS-PRT                TO WS-CF-FS
               MOVE PRT-REC               TO WS-CF-REC(1:200)
               MOVE 200                   TO WS-CF-RECLEN
           END-EVALUATE.


       CLOSE-CONTROL-FILE.
           EVALUATE WS-CF-I
             WHEN 1
               CLOSE R-TAB
             WHEN 2
               CLOSE R-CAT
             WHEN 3
               CLOSE R-MAP
             WHEN 4
               CLOSE R-PRM
             WHEN 5
               CLOSE R-AUT
             WHEN 6
               CLOSE R-RTG
             WHEN 7
               CLOSE R-RTE
             WHEN 8
               CLOSE R-QTA
             WHEN 9
               CLOSE R-CAL
             WHEN 10
               CLOSE R-FDS
             WHEN 11
               CLOSE R-PRT
           END-EVALUATE.


      *****************************************************************
      * DRIFT STORE
      *****************************************************************
       LOAD-DRIFT-STORE.
      *     What the store already says - a 'B' for one file, or a
      *     'C' for one file, leaves every other file's state alone
           OPEN INPUT R-DRS.

           IF FS-DRS-OPENED
             PERFORM UNTIL FS-DRS-EOF
               READ R-DRS
                 AT END
                   CONTINUE
                 NOT AT END
                   PERFORM NOTE-DRIFT-ENTRY
               END-READ
             END-PERFORM

             CLOSE R-DRS
           END-IF.


       NOTE-DRIFT-ENTRY.
           PERFORM VARYING WS-CF-J FROM 1 BY 1
             UNTIL WS-CF-J > 11
             OR WS-CF-NAME(WS-CF-J) = DRS-FILE
             CONTINUE
           END-PERFORM.

           IF WS-CF-J NOT > 11
             MOVE DRS-STATE               TO WS-CF-STATE(WS-CF-J)
             MOVE DRS-CHANGED             TO WS-CF-CHANGED(WS-CF-J)
             MOVE DRS-DATE             TO WS-CF-STATE-DATE(WS-CF-J)
             MOVE DRS-TIME             TO WS-CF-STATE-TIME(WS-CF-J)
             MOVE DRS-APPROVER     TO WS-CF-STATE-APPROVER(WS-CF-J)
           END-IF.


       REWRITE-DRIFT-STORE.
           OPEN OUTPUT R-DRS.

           IF FS-DRS-OK
             CONTINUE
           ELSE
             DISPLAY 'AESCFGBL: CANNOT REWRITE AESCFGDS: ' FS-DRS
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.

           PERFORM VARYING WS-CF-I FROM 1 BY 1 UNTIL WS-CF-I > 11
             IF WS-CF-STATE(WS-CF-I) NOT = SPACES
               MOVE SPACES                TO DRS-REC
               MOVE WS-CF-NAME(WS-CF-I)   TO DRS-FILE
               MOVE WS-CF-STATE(WS-CF-I)  TO DRS-STATE
               MOVE WS-CF-CHANGED(WS-CF-I) TO DRS-CHANGED
               MOVE WS-CF-STATE-DATE(WS-CF-I) TO DRS-DATE
               MOVE WS-CF-STATE-TIME(WS-CF-I) TO DRS-TIME
               MOVE WS-CF-STATE-APPROVER(WS-CF-I) TO DRS-APPROVER

               WRITE DRS-REC
             END-IF
           END-PERFORM.

           CLOSE R-DRS.


       WRITE-REPORT-LINE.
           MOVE WS-RPT-LINE                TO RPT-REC.
           MOVE SPACES                     TO WS-RPT-LINE.

           WRITE RPT-REC.

           IF FS-RPT-OK
             CONTINUE
           ELSE
             DISPLAY 'AESCFGBL: ERROR WRITING AESCGRPT: ' FS-RPT
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.


       BUILD-NIBBLE-BITS-TABLE.
           MOVE '0000'                  TO WS-NIB-BITS(1).
           MOVE '0001'                  TO WS-NIB-BITS(2).
           MOVE '0010'                  TO WS-NIB-BITS(3).
           MOVE '0011'                  TO WS-NIB-BITS(4).
           MOVE '0100'                  TO WS-NIB-BITS(5).
           MOVE '0101'                  TO WS-NIB-BITS(6).
           MOVE '0110'                  TO WS-NIB-BITS(7).
           MOVE '0111'                  TO WS-NIB-BITS(8).
           MOVE '1000'                  TO WS-NIB-BITS(9).
           MOVE '1001'                  TO WS-NIB-BITS(10).
           MOVE '1010'                  TO WS-NIB-BITS(11).
           MOVE '1011'                  TO WS-NIB-BITS(12).
           MOVE '1100'                  TO WS-NIB-BITS(13).
           MOVE '1101'                  TO WS-NIB-BITS(14).
           MOVE '1110'                  TO WS-NIB-BITS(15).
           MOVE '1111'                  TO WS-NIB-BITS(16).
