       ID DIVISION.
       PROGRAM-ID. AESDRMON.
      *****************************************************************
      * DR readiness and recovery-point monitor. AESTPUT mirrors each
      * AESODAT generation that asks for it and AESKAPLY replays the
      * AESKREPL key journal at the DR site, but neither says how far
      * behind the DR site stands at a given moment. This compares
      * production with DR for every CIPHER/REWRAP generation
      * catalogued on AESRCAT inside the lookback window:
      *
      *   - the generation has a mirror on the AESMIRRG register
      *     (AESTPUT records each mirror it proves at close) and the
      *     mirror can be opened,
      *   - the mirror's block-count/checksum trailer matches the
      *     primary's,
      *   - the key version the generation needs was activated at or
      *     before the DR site's AESKAPCK apply position - an
      *     activation still in the unapplied tail of AESKREPL means
      *     the DR copy could not be deciphered there yet,
      *   - the DR copy of the catalog (AESRCATD) carries its entry.
      *
      * A generation failing any of the first three has no usable DR
      * copy. The recovery point of each data class (CAT-CLASS) is
      * the age in minutes of the oldest such generation in the
      * class - zero when every generation in it is covered. The key
      * journal's own lag is the age of the first change DR has not
      * applied; the token vault's DR copy (AESTVLTD) is judged on
      * its token count and latest creation date against AESTVLT.
      *
      * An AESALERT is raised for every generation without a usable
      * DR copy, every class and the key journal when its lag exceeds
      * the threshold, and a catalog or vault copy that is behind.
      * Report to AESDMRPT; RETURN-CODE 8 when anything was alerted.
      *
      * AESKAPCK, AESRCATD and AESTVLTD are the DR site's datasets,
      * read here as they stand.
      *
      * Control card AESDMPRM (optional): LOOKBACK-DAYS(1-3, default
      * 001) LAG-MINUTES(5-9, default 00060).
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *     RUN CATALOG (AESRCAT - KSDS keyed on output generation)
            SELECT R-CAT ASSIGN TO 'AESRCAT'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS SEQUENTIAL
                   RECORD KEY   IS CAT-GEN
                   FILE STATUS  IS FS-CAT.

      *     DR COPY OF THE RUN CATALOG (AESRCATD)
            SELECT OPTIONAL R-DCT ASSIGN TO 'AESRCATD'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS RANDOM
                   RECORD KEY   IS DCT-GEN
                   FILE STATUS  IS FS-DCT.

      *     DR MIRROR REGISTER (AESMIRRG - LRECL=80)
            SELECT OPTIONAL R-MRG ASSIGN TO 'AESMIRRG'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-MRG.

      *     PRIMARY GENERATION (AESODAT-shaped KSDS - read only)
            SELECT R-PRI ASSIGN TO DYNAMIC WS-PRI-NAME
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS RANDOM
                   RECORD KEY   IS PRI-KEY
                   FILE STATUS  IS FS-PRI.

      *     DR MIRROR GENERATION (same shape - read only)
            SELECT R-MIR ASSIGN TO DYNAMIC WS-MIR-NAME
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS RANDOM
                   RECORD KEY   IS MIR-KEY
                   FILE STATUS  IS FS-MIR.

      *     CHANGE REPLICATION JOURNAL (AESKREPL - KSDS keyed on
      *     sequence; record 0 is the writers' control record)
            SELECT OPTIONAL R-RPL ASSIGN TO 'AESKREPL'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS KRPL-SEQ
                   FILE STATUS  IS FS-RPL.

      *     DR APPLY CHECKPOINT (AESKAPCK - one record)
            SELECT OPTIONAL R-CKP ASSIGN TO 'AESKAPCK'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-CKP.

      *     TOKEN VAULT (AESTVLT) AND ITS DR COPY (AESTVLTD)
            SELECT OPTIONAL R-VLT ASSIGN TO 'AESTVLT'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS SEQUENTIAL
                   RECORD KEY   IS VLT-TOKEN
                   FILE STATUS  IS FS-VLT.

            SELECT OPTIONAL R-VLD ASSIGN TO 'AESTVLTD'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS SEQUENTIAL
                   RECORD KEY   IS VLD-TOKEN
                   FILE STATUS  IS FS-VLD.

      *     CONTROL CARD (AESDMPRM - lookback and lag threshold)
            SELECT OPTIONAL R-PARM ASSIGN TO 'AESDMPRM'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-PARM.

      *     MONITOR REPORT (AESDMRPT)
            SELECT R-RPT ASSIGN TO 'AESDMRPT'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-RPT.

       DATA DIVISION.
       FILE SECTION.
      *   AESRCAT
       FD R-CAT LABEL RECORD STANDARD.

       01 CAT-REC.
          02 CAT-GEN                  PIC X(20).
          02 CAT-DATE                 PIC 9(08).
          02 CAT-ACTION               PIC X(08).
          02 CAT-MODE                 PIC X(03).
          02 CAT-BITS                 PIC X(03).
          02 CAT-ALIAS                PIC X(08).
          02 CAT-VERSION              PIC 9(03).
          02 CAT-BLOCKS               PIC 9(09).
          02 CAT-RUN-ID               PIC X(16).
          02 CAT-DAT-GEN              PIC X(20).
          02 CAT-TENANT               PIC X(08).
          02 CAT-EMBARGO              PIC 9(08).
          02 CAT-ENV                  PIC X(01).
          02 CAT-DEK-WRAP             PIC X(64).
          02 CAT-DEK-C0               PIC X(16).
          02 CAT-CLASS                PIC X(01).
          02 CAT-MAC                  PIC X(01).
          02 FILLER                   PIC X(194).

      *   AESRCATD
       FD R-DCT LABEL RECORD STANDARD.

       01 DCT-REC.
          02 DCT-GEN                  PIC X(20).
          02 FILLER                   PIC X(371).

      *   AESMIRRG
       FD R-MRG LABEL RECORD STANDARD.

       01 MRG-REC.
          02 MRG-GEN                  PIC X(20).
          02 MRG-MIRROR               PIC X(20).
          02 MRG-DATE                 PIC 9(08).
          02 MRG-TIME                 PIC 9(06).
          02 MRG-RECORDS              PIC 9(08).
          02 FILLER                   PIC X(18).

      *   Primary and mirror generations
       FD R-PRI LABEL RECORD STANDARD.

       01 PRI.
          02 PRI-KEY                  PIC 9(08).
          02 PRI-BITS                 PIC X(03).
          02 PRI-DATA                 PIC X(32).
          02 PRI-MAC                  PIC X(08).

       FD R-MIR LABEL RECORD STANDARD.

       01 MIR.
          02 MIR-KEY                  PIC 9(08).
          02 MIR-BITS                 PIC X(03).
          02 MIR-DATA                 PIC X(32).
          02 MIR-MAC                  PIC X(08).

      *   AESKREPL
       FD R-RPL LABEL RECORD STANDARD.

       01 RPL-REC.
          COPY 'AESLKRPL.cpy'.

       01 RPC-REC.
          02 RPC-SEQ                  PIC 9(09).
          02 RPC-NEXT-SEQ             PIC 9(09).
          02 FILLER                   PIC X(200).

      *   AESKAPCK
       FD R-CKP LABEL RECORD STANDARD.

       01 CKP-REC.
          02 CKP-LAST-SEQ             PIC 9(09).

      *   AESTVLT / AESTVLTD
       FD R-VLT LABEL RECORD STANDARD.

       01 VLT-REC.
          02 VLT-TOKEN                PIC X(16).
          02 VLT-CIPHER               PIC X(32).
          02 VLT-CREATED              PIC 9(08).
          02 VLT-LAST-USED            PIC 9(08).

       FD R-VLD LABEL RECORD STANDARD.

       01 VLD-REC.
          02 VLD-TOKEN                PIC X(16).
          02 VLD-CIPHER               PIC X(32).
          02 VLD-CREATED              PIC 9(08).
          02 VLD-LAST-USED            PIC 9(08).

      *   AESDMPRM
       FD R-PARM LABEL RECORD STANDARD.

       01 PARM-REC.
          05 PARM-LOOKBACK-DAYS          PIC X(03).
          05 FILLER                      PIC X(01).
          05 PARM-LAG-MINUTES            PIC X(05).
          05 FILLER                      PIC X(71).

      *   AESDMRPT
       FD R-RPT LABEL RECORD STANDARD.

       01 RPT-REC                        PIC X(132).

       WORKING-STORAGE SECTION.
         01 FS.
            05 FS-CAT                   PIC 9(02).
               88 FS-CAT-OK                       VALUE 0.
               88 FS-CAT-EOF                      VALUE 10.
            05 FS-DCT                   PIC 9(02).
               88 FS-DCT-OK                       VALUE 0.
            05 FS-MRG                   PIC 9(02).
               88 FS-MRG-OK                       VALUE 0.
               88 FS-MRG-EOF                      VALUE 10.
            05 FS-PRI                   PIC 9(02).
               88 FS-PRI-OK                       VALUE 0.
            05 FS-MIR                   PIC 9(02).
               88 FS-MIR-OK                       VALUE 0.
            05 FS-RPL                   PIC 9(02).
               88 FS-RPL-OK                       VALUE 0.
            05 FS-CKP                   PIC 9(02).
               88 FS-CKP-OK                       VALUE 0.
            05 FS-VLT                   PIC 9(02).
               88 FS-VLT-OK                       VALUE 0.
               88 FS-VLT-EOF                      VALUE 10.
            05 FS-VLD                   PIC 9(02).
               88 FS-VLD-OK                       VALUE 0.
               88 FS-VLD-EOF                      VALUE 10.
            05 FS-PARM                  PIC 9(02).
               88 FS-PARM-OK                      VALUE 0.
            05 FS-RPT                   PIC 9(02).
               88 FS-RPT-OK                       VALUE 0.

         77 WS-LOOKBACK-DAYS            PIC 9(03)   VALUE 001.
         77 WS-LAG-MINUTES              PIC 9(05)   VALUE 00060.
         77 WS-FROM-DATE                PIC 9(08).

         77 WS-NOW-DATE                 PIC 9(08).
         01 WS-NOW-TIME.
            05 WS-NOW-HH                PIC 9(02).
            05 WS-NOW-MN                PIC 9(02).
            05 WS-NOW-SS                PIC 9(02).
            05 WS-NOW-MS                PIC 9(02).
         77 WS-NOW-SECS                 PIC 9(12).

      *  A moment as CCYYMMDDHHMMSS - a run-id's front, or a journal
      *  record's date and time - and its age against now
         01 WS-AT-X.
            05 WS-AT-DATE               PIC 9(08).
            05 WS-AT-HH                 PIC 9(02).
            05 WS-AT-MN                 PIC 9(02).
            05 WS-AT-SS                 PIC 9(02).
         77 WS-AT-SECS                  PIC 9(12).
         77 WS-AGE-MINUTES              PIC 9(07).

         01 WS-PRI-NAME                 PIC X(20).
         01 WS-MIR-NAME                 PIC X(20).
         01 WS-PRI-TRAILER              PIC X(18).
         01 WS-MIR-TRAILER              PIC X(18).
         01 WS-TRAILER-KEY              PIC 9(08)   VALUE 99999999.

      *  Mirrors registered inside the lookback - a later entry for
      *  the same generation (a rerun) replaces the earlier one
         01 WS-MR-TABLE.
            05 WS-MR-ENTRY OCCURS 2000.
               10 WS-MR-GEN             PIC X(20).
               10 WS-MR-MIRROR          PIC X(20).
         77 WS-MR-COUNT                 PIC 9(04)   VALUE 0.
         77 WS-MR-I                     PIC 9(04).
         77 WS-MR-FOUND                 PIC 9(04).

      *  Key versions activated in the journal past the DR apply
      *  position - not yet usable at DR
         01 WS-KT-TABLE.
            05 WS-KT-ENTRY OCCURS 1000.
               10 WS-KT-ALIAS           PIC X(08).
               10 WS-KT-VERSION         PIC 9(03).
         77 WS-KT-COUNT                 PIC 9(04)   VALUE 0.
         77 WS-KT-I                     PIC 9(04).
         77 WS-DR-SEQ                   PIC 9(09)   VALUE 0.
         77 WS-HW-SEQ                   PIC 9(09)   VALUE 0.
         77 WS-KEY-LAG-MINUTES          PIC 9(07)   VALUE 0.
         77 WS-KEY-OVERFLOW             PIC X(01)   VALUE 'N'.
            88 SW-KEY-OVERFLOW                    VALUE 'Y'.

      *  Recovery point per data class
         01 WS-CL-TABLE.
            05 WS-CL-ENTRY OCCURS 40.
               10 WS-CL-CLASS           PIC X(01).
               10 WS-CL-GENS            PIC 9(05).
               10 WS-CL-NO-DR           PIC 9(05).
               10 WS-CL-OLDEST-SECS     PIC 9(12).
         77 WS-CL-COUNT                 PIC 9(02)   VALUE 0.
         77 WS-CL-I                     PIC 9(02).
         77 WS-CL-SHOW                  PIC X(01).

         77 WS-REASON                   PIC X(30).
         77 WS-DCT-OPEN                 PIC X(01).
            88 SW-DCT-OPEN                        VALUE 'Y'.
         77 WS-SCAN-DONE                PIC X(01).
            88 SW-SCAN-DONE                       VALUE 'Y'.

         77 WS-GEN-COUNT                PIC 9(05)   VALUE 0.
         77 WS-NO-DR-COUNT              PIC 9(05)   VALUE 0.
         77 WS-NO-DCT-COUNT             PIC 9(05)   VALUE 0.
         77 WS-ALERT-COUNT              PIC 9(05)   VALUE 0.

         77 WS-VLT-COUNT                PIC 9(09)   VALUE 0.
         77 WS-VLT-LATEST               PIC 9(08)   VALUE 0.
         77 WS-VLD-COUNT                PIC 9(09)   VALUE 0.
         77 WS-VLD-LATEST               PIC 9(08)   VALUE 0.

         01 WS-RPT-LINE                 PIC X(132)  VALUE SPACES.

      *  Alert hand-off
         01 AL-S.
            COPY 'ALERT-PUT.cpy'.

       LINKAGE SECTION.

       PROCEDURE DIVISION.
       MAINLINE.
           PERFORM READ-PARAMETERS.

           ACCEPT WS-NOW-DATE              FROM DATE YYYYMMDD.
           ACCEPT WS-NOW-TIME              FROM TIME.
           COMPUTE WS-NOW-SECS =
               FUNCTION INTEGER-OF-DATE(WS-NOW-DATE) * 86400
               + WS-NOW-HH * 3600 + WS-NOW-MN * 60 + WS-NOW-SS.
           COMPUTE WS-FROM-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-NOW-DATE)
               - WS-LOOKBACK-DAYS).

           OPEN OUTPUT R-RPT.

           IF FS-RPT-OK
             CONTINUE
           ELSE
             DISPLAY 'AESDRMON: ERROR OPENING AESDMRPT: ' FS-RPT
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.

           STRING 'AESDRMON DR READINESS AT ' WS-NOW-DATE ' '
                  WS-NOW-HH WS-NOW-MN ' - GENERATIONS SINCE '
                  WS-FROM-DATE ', LAG THRESHOLD ' WS-LAG-MINUTES
                  ' MINUTE(S)'
           DELIMITED BY SIZE            INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

           PERFORM LOAD-MIRROR-REGISTER
              THRU LOAD-MIRROR-REGISTER-EXIT.

           PERFORM LOAD-KEY-JOURNAL-TAIL
              THRU LOAD-KEY-JOURNAL-TAIL-EXIT.

           OPEN INPUT R-CAT.

           IF FS-CAT-OK
             CONTINUE
           ELSE
             DISPLAY 'AESDRMON: CANNOT OPEN AESRCAT: ' FS-CAT
             CLOSE R-RPT
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.

           OPEN INPUT R-DCT.

           IF FS-DCT-OK
             SET SW-DCT-OPEN              TO TRUE
           ELSE
             MOVE 'N'                     TO WS-DCT-OPEN
           END-IF.

           PERFORM UNTIL FS-CAT-EOF
             READ R-CAT NEXT RECORD
             IF FS-CAT-OK
               IF CAT-DATE NOT < WS-FROM-DATE
                 AND (CAT-ACTION = 'CIPHER  ' OR 'REWRAP  ')
                 PERFORM CHECK-ONE-GENERATION
                    THRU CHECK-ONE-GENERATION-EXIT
               END-IF
             END-IF
           END-PERFORM.

           CLOSE R-CAT R-DCT.

           PERFORM REPORT-CLASS-RECOVERY-POINTS.

           PERFORM REPORT-KEY-JOURNAL.

           PERFORM CHECK-VAULT-COPY
              THRU CHECK-VAULT-COPY-EXIT.

           IF WS-NO-DCT-COUNT > 0
             STRING 'CATALOG DR COPY AESRCATD LACKS '
                    WS-NO-DCT-COUNT ' RECENT ENTRY(IES)'
             DELIMITED BY SIZE          INTO WS-RPT-LINE
             PERFORM WRITE-REPORT-LINE

             STRING 'DR CATALOG COPY BEHIND - ' WS-NO-DCT-COUNT
                    ' RECENT GENERATION(S) NOT ON AESRCATD'
             DELIMITED BY SIZE          INTO LAL-TEXT OF AL-S
             PERFORM RAISE-ALERT
           ELSE
             MOVE 'CATALOG DR COPY AESRCATD CURRENT'
                                        TO WS-RPT-LINE
             PERFORM WRITE-REPORT-LINE
           END-IF.

           STRING 'TOTAL - ' WS-GEN-COUNT ' GENERATION(S) CHECKED, '
                  WS-NO-DR-COUNT ' WITHOUT USABLE DR COPY, '
                  WS-ALERT-COUNT ' ALERT(S)'
           DELIMITED BY SIZE            INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

           CLOSE R-RPT.

           DISPLAY 'AESDRMON: ' WS-GEN-COUNT ' generation(s), '
                   WS-NO-DR-COUNT ' without DR copy, key lag '
                   WS-KEY-LAG-MINUTES ' min, ' WS-ALERT-COUNT
                   ' alert(s)'.

           IF WS-ALERT-COUNT > 0
             MOVE 8                       TO RETURN-CODE
           END-IF.

           STOP RUN.


       READ-PARAMETERS.
           OPEN INPUT R-PARM.

           IF FS-PARM-OK
             READ R-PARM
               AT END
                 CONTINUE
               NOT AT END
                 IF PARM-LOOKBACK-DAYS IS NUMERIC
                   MOVE PARM-LOOKBACK-DAYS  TO WS-LOOKBACK-DAYS
                 END-IF
                 IF PARM-LAG-MINUTES IS NUMERIC
                   MOVE PARM-LAG-MINUTES    TO WS-LAG-MINUTES
                 END-IF
             END-READ
           END-IF.

           CLOSE R-PARM.


       LOAD-MIRROR-REGISTER.
           OPEN INPUT R-MRG.

           IF FS-MRG-OK
             CONTINUE
           ELSE
      *      No register - no generation has a proven mirror
             CLOSE R-MRG
             GO TO LOAD-MIRROR-REGISTER-EXIT
           END-IF.

           PERFORM UNTIL FS-MRG-EOF
             READ R-MRG
               AT END
                 CONTINUE
               NOT AT END
                 IF MRG-DATE NOT < WS-FROM-DATE
                   PERFORM KEEP-MIRROR-ENTRY
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE R-MRG.

       LOAD-MIRROR-REGISTER-EXIT.
           EXIT.


       KEEP-MIRROR-ENTRY.
           MOVE MRG-GEN                   TO WS-PRI-NAME.
           PERFORM FIND-MIRROR-ENTRY.

           IF WS-MR-FOUND > 0
             MOVE MRG-MIRROR              TO WS-MR-MIRROR(WS-MR-FOUND)
           ELSE
             IF WS-MR-COUNT < 2000
               ADD 1                      TO WS-MR-COUNT
               MOVE MRG-GEN               TO WS-MR-GEN(WS-MR-COUNT)
               MOVE MRG-MIRROR            TO WS-MR-MIRROR(WS-MR-COUNT)
             END-IF
           END-IF.


       FIND-MIRROR-ENTRY.
           MOVE 0                         TO WS-MR-FOUND.

           PERFORM VARYING WS-MR-I FROM 1 BY 1
             UNTIL WS-MR-I > WS-MR-COUNT OR WS-MR-FOUND > 0
             IF WS-MR-GEN(WS-MR-I) = WS-PRI-NAME
               MOVE WS-MR-I               TO WS-MR-FOUND
             END-IF
           END-PERFORM.


       LOAD-KEY-JOURNAL-TAIL.
      *     DR's position from its apply checkpoint, production's
      *     high-water mark from the journal's control record; every
      *     activation between the two is a key DR does not hold yet,
      *     and the first unapplied change dates the journal's lag.
           OPEN INPUT R-CKP.

           IF FS-CKP-OK
             READ R-CKP
               AT END
                 CONTINUE
               NOT AT END
                 MOVE CKP-LAST-SEQ        TO WS-DR-SEQ
             END-READ
           END-IF.

           CLOSE R-CKP.

           OPEN INPUT R-RPL.

           IF FS-RPL-OK
             CONTINUE
           ELSE
             CLOSE R-RPL
             GO TO LOAD-KEY-JOURNAL-TAIL-EXIT
           END-IF.

           MOVE 0                         TO RPC-SEQ.
           READ R-RPL KEY IS KRPL-SEQ.

           IF FS-RPL-OK AND RPC-NEXT-SEQ > 1
             COMPUTE WS-HW-SEQ = RPC-NEXT-SEQ - 1
           END-IF.

           IF WS-HW-SEQ NOT > WS-DR-SEQ
             CLOSE R-RPL
             GO TO LOAD-KEY-JOURNAL-TAIL-EXIT
           END-IF.

           COMPUTE KRPL-SEQ = WS-DR-SEQ + 1.
           MOVE SPACES                    TO WS-SCAN-DONE.

           START R-RPL KEY IS NOT LESS THAN KRPL-SEQ
             INVALID KEY
               SET SW-SCAN-DONE           TO TRUE
           END-START.

           PERFORM UNTIL SW-SCAN-DONE
             READ R-RPL NEXT RECORD

             IF FS-RPL-OK
               IF KRPL-SEQ = WS-DR-SEQ + 1
                 MOVE KRPL-DATE           TO WS-AT-DATE
                 MOVE KRPL-TIME           TO WS-AT-X(9:6)
                 PERFORM AGE-IN-MINUTES
                 MOVE WS-AGE-MINUTES      TO WS-KEY-LAG-MINUTES
               END-IF

               IF KRPL-ACTION = 'A'
                 IF WS-KT-COUNT < 1000
                   ADD 1                  TO WS-KT-COUNT
                   MOVE KRPL-IMG-ID       TO WS-KT-ALIAS(WS-KT-COUNT)
                   MOVE KRPL-IMG-VERSION
                     TO WS-KT-VERSION(WS-KT-COUNT)
                 ELSE
                   SET SW-KEY-OVERFLOW    TO TRUE
                 END-IF
               END-IF
             ELSE
               SET SW-SCAN-DONE           TO TRUE
             END-IF
           END-PERFORM.

           CLOSE R-RPL.

       LOAD-KEY-JOURNAL-TAIL-EXIT.
           EXIT.


       CHECK-ONE-GENERATION.
           ADD 1                          TO WS-GEN-COUNT.
           MOVE SPACES                    TO WS-REASON.
           MOVE CAT-GEN                   TO WS-PRI-NAME.

           PERFORM FIND-CLASS-ENTRY.
           ADD 1                          TO WS-CL-GENS(WS-CL-I).

      *     The DR catalog copy is judged on its own - a missing
      *     entry there does not make the mirror unusable
           IF SW-DCT-OPEN
             MOVE CAT-GEN                 TO DCT-GEN
             READ R-DCT
             IF NOT FS-DCT-OK
               ADD 1                      TO WS-NO-DCT-COUNT
             END-IF
           ELSE
             ADD 1                        TO WS-NO-DCT-COUNT
           END-IF.

           PERFORM FIND-MIRROR-ENTRY.

           IF WS-MR-FOUND = 0
             MOVE 'NO MIRROR REGISTERED'  TO WS-REASON
             GO TO CHECK-ONE-GENERATION-JUDGE
           END-IF.

           MOVE WS-MR-MIRROR(WS-MR-FOUND) TO WS-MIR-NAME.

           OPEN INPUT R-MIR.

           IF FS-MIR-OK
             CONTINUE
           ELSE
             CLOSE R-MIR
             MOVE 'MIRROR NOT FOUND'      TO WS-REASON
             GO TO CHECK-ONE-GENERATION-JUDGE
           END-IF.

           MOVE WS-TRAILER-KEY            TO MIR-KEY.
           READ R-MIR KEY IS MIR-KEY.

           IF FS-MIR-OK
             MOVE MIR-DATA(1:18)          TO WS-MIR-TRAILER
           ELSE
             MOVE SPACES                  TO WS-MIR-TRAILER
           END-IF.

           CLOSE R-MIR.

           OPEN INPUT R-PRI.

           IF FS-PRI-OK
             MOVE WS-TRAILER-KEY          TO PRI-KEY
             READ R-PRI KEY IS PRI-KEY
             IF FS-PRI-OK
               MOVE PRI-DATA(1:18)        TO WS-PRI-TRAILER
             ELSE
               MOVE SPACES                TO WS-PRI-TRAILER
             END-IF
           ELSE
      *      Primary no longer on line - the mirror is then the only
      *      copy, and its trailer has nothing to be compared with
             MOVE WS-MIR-TRAILER          TO WS-PRI-TRAILER
           END-IF.

           CLOSE R-PRI.

           IF WS-MIR-TRAILER = SPACES
             OR WS-MIR-TRAILER NOT = WS-PRI-TRAILER
             MOVE 'MIRROR TRAILER MISMATCH' TO WS-REASON
             GO TO CHECK-ONE-GENERATION-JUDGE
           END-IF.

           IF CAT-ALIAS NOT = SPACES
             PERFORM VARYING WS-KT-I FROM 1 BY 1
               UNTIL WS-KT-I > WS-KT-COUNT
               IF WS-KT-ALIAS(WS-KT-I) = CAT-ALIAS
                 AND WS-KT-VERSION(WS-KT-I) = CAT-VERSION
                 MOVE 'KEY VERSION NOT APPLIED AT DR'
                                          TO WS-REASON
               END-IF
             END-PERFORM
           END-IF.

       CHECK-ONE-GENERATION-JUDGE.
           IF WS-REASON = SPACES
             GO TO CHECK-ONE-GENERATION-EXIT
           END-IF.

           ADD 1                          TO WS-NO-DR-COUNT.
           ADD 1                          TO WS-CL-NO-DR(WS-CL-I).

      *     The run-id fronts with the moment the run started
           MOVE CAT-RUN-ID(1:14)          TO WS-AT-X.

           IF WS-AT-X IS NOT NUMERIC
             MOVE CAT-DATE                TO WS-AT-DATE
             MOVE 0                       TO WS-AT-HH WS-AT-MN
                                             WS-AT-SS
           END-IF.

           COMPUTE WS-AT-SECS =
               FUNCTION INTEGER-OF-DATE(WS-AT-DATE) * 86400
               + WS-AT-HH * 3600 + WS-AT-MN * 60 + WS-AT-SS.

           IF WS-CL-OLDEST-SECS(WS-CL-I) = 0
             OR WS-AT-SECS < WS-CL-OLDEST-SECS(WS-CL-I)
             MOVE WS-AT-SECS              TO WS-CL-OLDEST-SECS(WS-CL-I)
           END-IF.

           STRING 'GEN ' CAT-GEN ' CLASS ' CAT-CLASS ' '
                  CAT-ALIAS ' V' CAT-VERSION ' - NO USABLE DR COPY: '
                  WS-REASON
           DELIMITED BY SIZE            INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

           STRING 'NO USABLE DR COPY - ' CAT-GEN ' '
                  WS-REASON
           DELIMITED BY SIZE            INTO LAL-TEXT OF AL-S.
           MOVE CAT-TENANT                TO LAL-TENANT OF AL-S.
           PERFORM RAISE-ALERT.

       CHECK-ONE-GENERATION-EXIT.
           EXIT.


       FIND-CLASS-ENTRY.
           PERFORM VARYING WS-CL-I FROM 1 BY 1
             UNTIL WS-CL-I > WS-CL-COUNT
               OR WS-CL-CLASS(WS-CL-I) = CAT-CLASS
             CONTINUE
           END-PERFORM.

           IF WS-CL-I > WS-CL-COUNT
             IF WS-CL-COUNT < 40
               ADD 1                      TO WS-CL-COUNT
               MOVE WS-CL-COUNT           TO WS-CL-I
             ELSE
      *        More labels than the table holds - the overflow is
      *        folded into the last slot rather than lost
               MOVE 40                    TO WS-CL-I
             END-IF
             MOVE CAT-CLASS               TO WS-CL-CLASS(WS-CL-I)
             MOVE 0                       TO WS-CL-GENS(WS-CL-I)
                                             WS-CL-NO-DR(WS-CL-I)
                                             WS-CL-OLDEST-SECS(WS-CL-I)
           END-IF.


       REPORT-CLASS-RECOVERY-POINTS.
           PERFORM VARYING WS-CL-I FROM 1 BY 1
             UNTIL WS-CL-I > WS-CL-COUNT
             IF WS-CL-OLDEST-SECS(WS-CL-I) = 0
               MOVE 0                     TO WS-AGE-MINUTES
             ELSE
               COMPUTE WS-AGE-MINUTES =
                   (WS-NOW-SECS - WS-CL-OLDEST-SECS(WS-CL-I)) / 60
             END-IF

             IF WS-CL-CLASS(WS-CL-I) = SPACE
               MOVE '-'                   TO WS-CL-SHOW
             ELSE
               MOVE WS-CL-CLASS(WS-CL-I)  TO WS-CL-SHOW
             END-IF

             STRING 'CLASS ' WS-CL-SHOW ' GENERATIONS '
                    WS-CL-GENS(WS-CL-I) ' WITHOUT DR COPY '
                    WS-CL-NO-DR(WS-CL-I) ' RECOVERY POINT '
                    WS-AGE-MINUTES ' MINUTE(S)'
             DELIMITED BY SIZE          INTO WS-RPT-LINE
             PERFORM WRITE-REPORT-LINE

             IF WS-AGE-MINUTES > WS-LAG-MINUTES
               STRING 'DR RECOVERY POINT OF CLASS ' WS-CL-SHOW
                      ' IS ' WS-AGE-MINUTES ' MINUTE(S) BEHIND'
               DELIMITED BY SIZE        INTO LAL-TEXT OF AL-S
               PERFORM RAISE-ALERT
             END-IF
           END-PERFORM.


       REPORT-KEY-JOURNAL.
           STRING 'KEY JOURNAL AESKREPL HIGH-WATER ' WS-HW-SEQ
                  ' DR APPLIED ' WS-DR-SEQ ' LAG '
                  WS-KEY-LAG-MINUTES ' MINUTE(S), '
                  WS-KT-COUNT ' ACTIVATION(S) PENDING AT DR'
           DELIMITED BY SIZE            INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

           IF SW-KEY-OVERFLOW
             MOVE '  OVER 1000 ACTIVATIONS PENDING - KEY CHECK PARTIAL'
                                        TO WS-RPT-LINE
             PERFORM WRITE-REPORT-LINE
           END-IF.

           IF WS-KEY-LAG-MINUTES > WS-LAG-MINUTES
             STRING 'DR KEY STORE ' WS-KEY-LAG-MINUTES
                    ' MINUTE(S) BEHIND - AESKREPL APPLIED TO '
                    WS-DR-SEQ ' OF ' WS-HW-SEQ
             DELIMITED BY SIZE          INTO LAL-TEXT OF AL-S
             PERFORM RAISE-ALERT
           END-IF.


       CHECK-VAULT-COPY.
      *     No production vault - nothing tokenized, nothing to copy
           OPEN INPUT R-VLT.

           IF FS-VLT-OK
             CONTINUE
           ELSE
             CLOSE R-VLT
             GO TO CHECK-VAULT-COPY-EXIT
           END-IF.

           PERFORM UNTIL FS-VLT-EOF
             READ R-VLT NEXT RECORD
             IF FS-VLT-OK
               ADD 1                      TO WS-VLT-COUNT
               IF VLT-CREATED > WS-VLT-LATEST
                 MOVE VLT-CREATED         TO WS-VLT-LATEST
               END-IF
             END-IF
           END-PERFORM.

           CLOSE R-VLT.

           OPEN INPUT R-VLD.

           IF FS-VLD-OK
             PERFORM UNTIL FS-VLD-EOF
               READ R-VLD NEXT RECORD
               IF FS-VLD-OK
                 ADD 1                    TO WS-VLD-COUNT
                 IF VLD-CREATED > WS-VLD-LATEST
                   MOVE VLD-CREATED       TO WS-VLD-LATEST
                 END-IF
               END-IF
             END-PERFORM
           END-IF.

           CLOSE R-VLD.

           STRING 'TOKEN VAULT DR COPY AESTVLTD ' WS-VLD-COUNT
                  ' OF ' WS-VLT-COUNT ' TOKEN(S), LATEST CREATED '
                  WS-VLD-LATEST ' OF ' WS-VLT-LATEST
           DELIMITED BY SIZE            INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

           IF WS-VLD-COUNT < WS-VLT-COUNT
             OR WS-VLD-LATEST < WS-VLT-LATEST
             STRING 'DR TOKEN VAULT COPY BEHIND - ' WS-VLD-COUNT
                    ' OF ' WS-VLT-COUNT ' TOKEN(S) ON AESTVLTD'
             DELIMITED BY SIZE          INTO LAL-TEXT OF AL-S
             PERFORM RAISE-ALERT
           END-IF.

       CHECK-VAULT-COPY-EXIT.
           EXIT.


       AGE-IN-MINUTES.
           COMPUTE WS-AT-SECS =
               FUNCTION INTEGER-OF-DATE(WS-AT-DATE) * 86400
               + WS-AT-HH * 3600 + WS-AT-MN * 60 + WS-AT-SS.

           IF WS-AT-SECS < WS-NOW-SECS
             COMPUTE WS-AGE-MINUTES =
                 (WS-NOW-SECS - WS-AT-SECS) / 60
           ELSE
             MOVE 0                       TO WS-AGE-MINUTES
           END-IF.


       RAISE-ALERT.
           ADD 1                          TO WS-ALERT-COUNT.
           MOVE 2                         TO LAL-LEVEL OF AL-S.

           CALL 'AESALERT' USING AL-S.

           MOVE SPACES                    TO LAL-TEXT OF AL-S
                                             LAL-TENANT OF AL-S.


       WRITE-REPORT-LINE.
           MOVE WS-RPT-LINE                TO RPT-REC.
           MOVE SPACES                     TO WS-RPT-LINE.

           WRITE RPT-REC.

           IF FS-RPT-OK
             CONTINUE
           ELSE
             DISPLAY 'AESDRMON: ERROR WRITING AESDMRPT: ' FS-RPT
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.
