       ID DIVISION.
       PROGRAM-ID. AESREORG.
      *****************************************************************
      * Verified reorganization of the system's master KSDSs.
      * AESKEYF, AESTVLT, AESTVLX, AESRCAT, AESIVREG, AESMSERL and
      * AESDRQST are updated in place every day and had never been
      * reorganized - the CI/CA splits pile up and every AESKGET and
      * AESIVREG lookup pays for them. One file per run, named on
      * the control card:
      *
      *   1. refused outright while AESRLOCK or AESGRUNS shows a run
      *      in flight - a lock or slot younger than the same
      *      six-hour staleness window AESLOCK and AESGOVRN apply
      *      (an older one was abandoned by an abend and is said
      *      so, but does not block),
      *   2. unload - the file is read in key order to the
      *      sequential backup AESRGBKP: a header naming the file,
      *      every record, and a trailer carrying the record count
      *      and the content checksum (the ORD-sum AESMGATE's
      *      serial uses),
      *   3. the backup is read back and its count and checksum
      *      proven against its own trailer before the file is
      *      touched,
      *   4. reload - the file is opened OUTPUT (emptied) and
      *      loaded from the backup in key order,
      *   5. the reloaded file is read back and its count and
      *      checksum proven against the backup's. Only then is the
      *      reorganization declared a success.
      *
      * A failure after step 4 began ends RETURN-CODE 12 with the
      * file in doubt: FUNCTION R reruns steps 3-5 from the backup
      * already taken (the header must name the same file) and is
      * how the file is put back.
      *
      * An AESKEYF reorganization is journalled to AESKREPL as an
      * 'O' record carrying its record count and checksum (pending
      * key components blanked, as the journal carries them), so
      * AESKAPLY can prove the DR copy equivalent when it reaches
      * that point in the sequence.
      *
      * AESDRQST is the AESDREQ online file - it must be closed to
      * the region before its reorganization is submitted.
      *
      * Control card AESRGPRM: FILE(1-8) FUNCTION(10, O reorganize -
      * the default - or R reload from AESRGBKP).
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *     CONTROL CARD (AESRGPRM)
            SELECT R-PARM ASSIGN TO 'AESRGPRM'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-PARM.

      *     UNLOAD BACKUP (AESRGBKP - LRECL=393)
            SELECT R-BKP ASSIGN TO 'AESRGBKP'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-BKP.

      *     RUN LOCKS (AESRLOCK)
            SELECT OPTIONAL R-LCK ASSIGN TO 'AESRLOCK'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS SEQUENTIAL
                   RECORD KEY   IS LCK-GEN
                   FILE STATUS  IS FS-LCK.

      *     ACTIVE-RUN REGISTRY (AESGRUNS)
            SELECT OPTIONAL R-RUN ASSIGN TO 'AESGRUNS'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS SEQUENTIAL
                   RECORD KEY   IS GRN-RUN-ID
                   FILE STATUS  IS FS-RUN.

      *     CHANGE REPLICATION JOURNAL (AESKREPL)
            SELECT R-RPL ASSIGN TO 'AESKREPL'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS KRPL-SEQ
                   FILE STATUS  IS FS-RPL.

      *     THE FILES THIS REORGANIZES - one shared status, one of
      *     them open in any run
            SELECT R-KEY ASSIGN TO 'AESKEYF'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS SEQUENTIAL
                   RECORD KEY   IS KEYF-REC-KEY
                   FILE STATUS  IS FS-KSDS.

            SELECT R-VLT ASSIGN TO 'AESTVLT'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS SEQUENTIAL
                   RECORD KEY   IS VLT-TOKEN
                   FILE STATUS  IS FS-KSDS.

            SELECT R-VLX ASSIGN TO 'AESTVLX'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS SEQUENTIAL
                   RECORD KEY   IS VLX-CIPHER
                   FILE STATUS  IS FS-KSDS.

            SELECT R-CAT ASSIGN TO 'AESRCAT'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS SEQUENTIAL
                   RECORD KEY   IS CAT-GEN
                   FILE STATUS  IS FS-KSDS.

            SELECT R-REG ASSIGN TO 'AESIVREG'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS SEQUENTIAL
                   RECORD KEY   IS REG-KEY
                   FILE STATUS  IS FS-KSDS.

            SELECT R-SER ASSIGN TO 'AESMSERL'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS SEQUENTIAL
                   RECORD KEY   IS SER-KEY
                   FILE STATUS  IS FS-KSDS.

            SELECT R-REQ ASSIGN TO 'AESDRQST'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS SEQUENTIAL
                   RECORD KEY   IS DRQ-ID
                   FILE STATUS  IS FS-KSDS.

       DATA DIVISION.
       FILE SECTION.
      *   AESRGPRM
       FD R-PARM LABEL RECORD STANDARD.

       01 PARM-REC.
          05 PARM-FILE                   PIC X(08).
          05 FILLER                      PIC X(01).
          05 PARM-FUNCTION               PIC X(01).

      *   AESRGBKP - 'H' header, 'D' one record image, 'T' trailer
       FD R-BKP LABEL RECORD STANDARD.

       01 BKP-REC.
          02 BKP-TYPE                 PIC X(01).
          02 BKP-IMAGE                PIC X(391).
          02 FILLER                   PIC X(01).
       01 BKP-HDR REDEFINES BKP-REC.
          02 FILLER                   PIC X(01).
          02 BKP-HDR-FILE             PIC X(08).
          02 BKP-HDR-DATE             PIC 9(08).
          02 BKP-HDR-TIME             PIC 9(06).
          02 BKP-HDR-LENGTH           PIC 9(03).
          02 FILLER                   PIC X(367).
       01 BKP-TRL REDEFINES BKP-REC.
          02 FILLER                   PIC X(01).
          02 BKP-TRL-RECORDS          PIC 9(09).
          02 BKP-TRL-CHECKSUM         PIC 9(10).
          02 FILLER                   PIC X(373).

      *   AESRLOCK
       FD R-LCK LABEL RECORD STANDARD.

       01 LCK-REC.
          02 LCK-GEN                  PIC X(20).
          02 LCK-RUN                  PIC X(16).
          02 LCK-DATE                 PIC 9(08).
          02 LCK-TIME                 PIC 9(06).
          02 FILLER                   PIC X(06).

      *   AESGRUNS
       FD R-RUN LABEL RECORD STANDARD.

       01 GRN-REC.
          02 GRN-RUN-ID               PIC X(16).
          02 GRN-CLASS                PIC X(08).
          02 GRN-DATE                 PIC 9(08).
          02 GRN-TIME                 PIC 9(06).
          02 FILLER                   PIC X(02).

      *   AESKREPL - record 0 is the sequence control record
       FD R-RPL LABEL RECORD STANDARD.

       01 RPL-REC.
          COPY 'AESLKRPL.cpy'.
       01 RPL-CTL-REC.
          05 RPC-SEQ                     PIC 9(09).
          05 RPC-NEXT-SEQ                PIC 9(09).
          05 FILLER                      PIC X(200).

      *   AESKEYF
       FD R-KEY LABEL RECORD STANDARD.

       01 KEYF-REC.
          COPY 'AESLKEY.cpy'.

      *   AESTVLT
       FD R-VLT LABEL RECORD STANDARD.

       01 VLT-REC.
          02 VLT-TOKEN                PIC X(16).
          02 FILLER                   PIC X(48).

      *   AESTVLX
       FD R-VLX LABEL RECORD STANDARD.

       01 VLX-REC.
          02 VLX-CIPHER               PIC X(32).
          02 FILLER                   PIC X(16).

      *   AESRCAT
       FD R-CAT LABEL RECORD STANDARD.

       01 CAT-REC.
          02 CAT-GEN                  PIC X(20).
          02 FILLER                   PIC X(371).

      *   AESIVREG
       FD R-REG LABEL RECORD STANDARD.

       01 REG-REC.
          02 REG-KEY                  PIC X(40).
          02 FILLER                   PIC X(32).

      *   AESMSERL
       FD R-SER LABEL RECORD STANDARD.

       01 SER-REC.
          02 SER-KEY                  PIC X(18).
          02 FILLER                   PIC X(62).

      *   AESDRQST
       FD R-REQ LABEL RECORD STANDARD.

       01 REQ-REC.
          05 DRQ-ID                   PIC 9(07).
          05 FILLER                   PIC X(101).

       WORKING-STORAGE SECTION.
         01 FS.
            05 FS-PARM                  PIC 9(02).
               88 FS-PARM-OK                      VALUE 0.
            05 FS-BKP                   PIC 9(02).
               88 FS-BKP-OK                       VALUE 0.
               88 FS-BKP-EOF                      VALUE 10.
            05 FS-LCK                   PIC 9(02).
               88 FS-LCK-OK                       VALUE 0.
               88 FS-LCK-EOF                      VALUE 10.
            05 FS-RUN                   PIC 9(02).
               88 FS-RUN-OK                       VALUE 0.
               88 FS-RUN-EOF                      VALUE 10.
            05 FS-RPL                   PIC 9(02).
               88 FS-RPL-OK                       VALUE 0.
            05 FS-KSDS                  PIC 9(02).
               88 FS-KSDS-OK                      VALUE 0.
               88 FS-KSDS-EOF                     VALUE 10.

         77 WS-FILE                     PIC X(08).
            88 SW-FILE-KEYF                        VALUE 'AESKEYF'.
            88 SW-FILE-KNOWN                       VALUE 'AESKEYF'
                                  'AESTVLT' 'AESTVLX' 'AESRCAT'
                                  'AESIVREG' 'AESMSERL' 'AESDRQST'.
         77 WS-FUNCTION                 PIC X(01)   VALUE 'O'.
            88 SW-FUNCTION-REORG                   VALUE 'O'.
            88 SW-FUNCTION-RELOAD                  VALUE 'R'.

      *  The file's record length - the bytes of each image that
      *  are counted, checksummed and written back
         77 WS-REC-LENGTH               PIC 9(03).
         01 WS-IMAGE                    PIC X(391).
         77 WS-CK-I                     PIC 9(03).

      *  Count and checksum per pass - unloaded, backup re-read,
      *  reloaded - plus the DR-comparable AESKEYF checksum
         77 WS-UNLOAD-RECORDS           PIC 9(09)   VALUE 0.
         77 WS-UNLOAD-CHECKSUM          PIC 9(10)   VALUE 0.
         77 WS-BKP-RECORDS              PIC 9(09)   VALUE 0.
         77 WS-BKP-CHECKSUM             PIC 9(10)   VALUE 0.
         77 WS-TRL-RECORDS              PIC 9(09)   VALUE 0.
         77 WS-TRL-CHECKSUM             PIC 9(10)   VALUE 0.
         77 WS-RELOAD-RECORDS           PIC 9(09)   VALUE 0.
         77 WS-RELOAD-CHECKSUM          PIC 9(10)   VALUE 0.
         77 WS-PASS-RECORDS             PIC 9(09).
         77 WS-PASS-CHECKSUM            PIC 9(10).
         77 WS-DR-CHECKSUM              PIC 9(10)   VALUE 0.
         77 WS-HAVE-TRAILER             PIC X(01).
            88 SW-HAVE-TRAILER                     VALUE 'Y'.
         77 WS-LOADED-COUNT             PIC 9(09)   VALUE 0.

      *  Active-run check - real cross-midnight age in seconds
         77 WS-STALE-SECS               PIC 9(07)   VALUE 0021600.
         77 WS-NOW-DATE                 PIC 9(08).
         01 WS-NOW-TIME.
            05 WS-NOW-HH                PIC 9(02).
            05 WS-NOW-MN                PIC 9(02).
            05 WS-NOW-SS                PIC 9(02).
            05 FILLER                   PIC 9(02).
         01 WS-ENT-TIME.
            05 WS-ENT-HH                PIC 9(02).
            05 WS-ENT-MN                PIC 9(02).
            05 WS-ENT-SS                PIC 9(02).
         77 WS-ENT-DATE                 PIC 9(08).
         77 WS-NOW-SECS                 PIC 9(12).
         77 WS-ENT-SECS                 PIC 9(12).
         77 WS-AGE-SECS                 PIC S9(12).
         77 WS-ACTIVE-COUNT             PIC 9(05)   VALUE 0.

      *  Replication-journal sequencing scratch
         77 WS-RPL-NEXT                 PIC 9(09).

      *  True HHMMSS stamp - ACCEPT FROM TIME delivers HHMMSSss, so
      *  it lands in an eight-digit group first and the hundredths
      *  fall away instead of pushing the hour out
         01 WS-STAMP-TIME.
            05 WS-STAMP-HHMMSS          PIC 9(06).
            05 FILLER                   PIC 9(02).

       LINKAGE SECTION.

       PROCEDURE DIVISION.
       MAINLINE.
           PERFORM READ-PARAMETERS.
           PERFORM CHECK-ACTIVE-RUNS.

           IF WS-ACTIVE-COUNT > 0
             DISPLAY 'AESREORG: ' WS-ACTIVE-COUNT ' RUN(S) IN FLIGHT - '
                     WS-FILE ' NOT REORGANIZED'
             MOVE 8                       TO RETURN-CODE
             STOP RUN
           END-IF.

           IF SW-FUNCTION-REORG
             PERFORM UNLOAD-TO-BACKUP
           END-IF.

           PERFORM VERIFY-BACKUP.
           PERFORM RELOAD-FROM-BACKUP.
           PERFORM VERIFY-RELOAD.

           IF SW-FILE-KEYF
             PERFORM WRITE-REPLICATION-RECORD
                THRU WRITE-REPLICATION-EXIT
           END-IF.

           DISPLAY 'AESREORG: ' WS-FILE ' REORGANIZED AND VERIFIED - '
                   WS-RELOAD-RECORDS ' record(s), checksum '
                   WS-RELOAD-CHECKSUM.

           STOP RUN.


       READ-PARAMETERS.
           OPEN INPUT R-PARM.

           IF FS-PARM-OK
             CONTINUE
           ELSE
             DISPLAY 'AESREORG: ERROR OPENING AESRGPRM: ' FS-PARM
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.

           READ R-PARM
             AT END
               DISPLAY 'AESREORG: AESRGPRM IS EMPTY'
               MOVE 12                    TO RETURN-CODE
               STOP RUN
             NOT AT END
               MOVE PARM-FILE             TO WS-FILE
               IF PARM-FUNCTION NOT = SPACE
                 MOVE PARM-FUNCTION       TO WS-FUNCTION
               END-IF
           END-READ.

           CLOSE R-PARM.

           IF NOT SW-FILE-KNOWN
             DISPLAY 'AESREORG: ' WS-FILE ' IS NOT A FILE THIS '
                     'UTILITY REORGANIZES'
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.

           IF NOT SW-FUNCTION-REORG AND NOT SW-FUNCTION-RELOAD
             DISPLAY 'AESREORG: FUNCTION MUST BE O (REORGANIZE) OR '
                     'R (RELOAD FROM AESRGBKP)'
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.

           EVALUATE WS-FILE
             WHEN 'AESKEYF'
               MOVE 194                   TO WS-REC-LENGTH
             WHEN 'AESTVLT'
               MOVE 064                   TO WS-REC-LENGTH
             WHEN 'AESTVLX'
               MOVE 048                   TO WS-REC-LENGTH
             WHEN 'AESRCAT'
               MOVE 391                   TO WS-REC-LENGTH
             WHEN 'AESIVREG'
               MOVE 072                   TO WS-REC-LENGTH
             WHEN 'AESMSERL'
               MOVE 080                   TO WS-REC-LENGTH
             WHEN 'AESDRQST'
               MOVE 108                   TO WS-REC-LENGTH
           END-EVALUATE.


       CHECK-ACTIVE-RUNS.
      *     A lock or governor slot inside the staleness window is a
      *     run in flight; one older is an abend's leftover
           ACCEPT WS-NOW-DATE             FROM DATE YYYYMMDD.
           ACCEPT WS-NOW-TIME             FROM TIME.

           COMPUTE WS-NOW-SECS =
               FUNCTION INTEGER-OF-DATE(WS-NOW-DATE) * 86400
             + WS-NOW-HH * 3600 + WS-NOW-MN * 60 + WS-NOW-SS.

           OPEN INPUT R-LCK.

           IF FS-LCK-OK
             PERFORM UNTIL FS-LCK-EOF
               READ R-LCK NEXT RECORD

               IF FS-LCK-OK
                 MOVE LCK-DATE            TO WS-ENT-DATE
                 MOVE LCK-TIME            TO WS-ENT-TIME
                 PERFORM AGE-THE-ENTRY
                 IF WS-AGE-SECS < WS-STALE-SECS
                   ADD 1                  TO WS-ACTIVE-COUNT
                   DISPLAY 'AESREORG: RUN LOCK HELD - ' LCK-GEN
                           ' BY ' LCK-RUN
                 ELSE
                   DISPLAY 'AESREORG: ABANDONED RUN LOCK IGNORED - '
                           LCK-GEN
                 END-IF
               END-IF
             END-PERFORM

             CLOSE R-LCK
           END-IF.

           OPEN INPUT R-RUN.

           IF FS-RUN-OK
             PERFORM UNTIL FS-RUN-EOF
               READ R-RUN NEXT RECORD

               IF FS-RUN-OK
                 MOVE GRN-DATE            TO WS-ENT-DATE
                 MOVE GRN-TIME            TO WS-ENT-TIME
                 PERFORM AGE-THE-ENTRY
                 IF WS-AGE-SECS < WS-STALE-SECS
                   ADD 1                  TO WS-ACTIVE-COUNT
                   DISPLAY 'AESREORG: GOVERNOR SLOT HELD - RUN '
                           GRN-RUN-ID
                 ELSE
                   DISPLAY 'AESREORG: ABANDONED GOVERNOR SLOT '
                           'IGNORED - RUN ' GRN-RUN-ID
                 END-IF
               END-IF
             END-PERFORM

             CLOSE R-RUN
           END-IF.


       AGE-THE-ENTRY.
      *     An entry with no readable stamp cannot be aged - it is
      *     taken as in flight rather than guessed abandoned
           IF WS-ENT-DATE IS NUMERIC AND WS-ENT-DATE > 16010101
             AND WS-ENT-TIME IS NUMERIC
             COMPUTE WS-ENT-SECS =
                 FUNCTION INTEGER-OF-DATE(WS-ENT-DATE) * 86400
               + WS-ENT-HH * 3600 + WS-ENT-MN * 60 + WS-ENT-SS
             COMPUTE WS-AGE-SECS = WS-NOW-SECS - WS-ENT-SECS
           ELSE
             MOVE 0                       TO WS-AGE-SECS
           END-IF.


       UNLOAD-TO-BACKUP.
           PERFORM OPEN-FILE-INPUT.

           OPEN OUTPUT R-BKP.

           IF FS-BKP-OK
             CONTINUE
           ELSE
             DISPLAY 'AESREORG: CANNOT CREATE AESRGBKP: ' FS-BKP
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.

           MOVE SPACES                    TO BKP-REC.
           MOVE 'H'                       TO BKP-TYPE.
           MOVE WS-FILE                   TO BKP-HDR-FILE.
           ACCEPT BKP-HDR-DATE            FROM DATE YYYYMMDD.
           ACCEPT WS-STAMP-TIME           FROM TIME.
           MOVE WS-STAMP-HHMMSS           TO BKP-HDR-TIME.
           MOVE WS-REC-LENGTH             TO BKP-HDR-LENGTH.
           PERFORM WRITE-BACKUP-RECORD.

           MOVE 0                         TO WS-PASS-RECORDS
                                             WS-PASS-CHECKSUM.

           PERFORM UNTIL FS-KSDS-EOF
             PERFORM READ-FILE-NEXT

             IF FS-KSDS-OK
               PERFORM TALLY-THE-IMAGE

               MOVE SPACES                TO BKP-REC
               MOVE 'D'                   TO BKP-TYPE
               MOVE WS-IMAGE              TO BKP-IMAGE
               PERFORM WRITE-BACKUP-RECORD
             ELSE
               IF FS-KSDS-EOF
                 CONTINUE
               ELSE
                 DISPLAY 'AESREORG: ERROR READING ' WS-FILE ': '
                         FS-KSDS ' - NOTHING CHANGED'
                 MOVE 12                  TO RETURN-CODE
                 STOP RUN
               END-IF
             END-IF
           END-PERFORM.

           MOVE WS-PASS-RECORDS           TO WS-UNLOAD-RECORDS.
           MOVE WS-PASS-CHECKSUM          TO WS-UNLOAD-CHECKSUM.

           MOVE SPACES                    TO BKP-REC.
           MOVE 'T'                       TO BKP-TYPE.
           MOVE WS-UNLOAD-RECORDS         TO BKP-TRL-RECORDS.
           MOVE WS-UNLOAD-CHECKSUM        TO BKP-TRL-CHECKSUM.
           PERFORM WRITE-BACKUP-RECORD.

           CLOSE R-BKP.
           PERFORM CLOSE-THE-FILE.

           DISPLAY 'AESREORG: ' WS-FILE ' UNLOADED - '
                   WS-UNLOAD-RECORDS ' record(s), checksum '
                   WS-UNLOAD-CHECKSUM.


       WRITE-BACKUP-RECORD.
           WRITE BKP-REC.

           IF FS-BKP-OK
             CONTINUE
           ELSE
             DISPLAY 'AESREORG: ERROR WRITING AESRGBKP: ' FS-BKP
                     ' - NOTHING CHANGED'
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.


       VERIFY-BACKUP.
      *     The backup proves itself against its own trailer (and,
      *     fresh off an unload, against what was unloaded) before
      *     the live file is emptied
           OPEN INPUT R-BKP.

           IF FS-BKP-OK
             CONTINUE
           ELSE
             DISPLAY 'AESREORG: CANNOT OPEN AESRGBKP: ' FS-BKP
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.

           READ R-BKP
             AT END
               MOVE SPACES                TO BKP-REC
           END-READ.

           IF BKP-TYPE NOT = 'H' OR BKP-HDR-FILE NOT = WS-FILE
             DISPLAY 'AESREORG: AESRGBKP IS NOT A BACKUP OF '
                     WS-FILE ' - NOTHING CHANGED'
             MOVE 12                      TO RETURN-CODE
             CLOSE R-BKP
             STOP RUN
           END-IF.

           MOVE 0                         TO WS-PASS-RECORDS
                                             WS-PASS-CHECKSUM.
           MOVE 'N'                       TO WS-HAVE-TRAILER.

           PERFORM UNTIL FS-BKP-EOF OR SW-HAVE-TRAILER
             READ R-BKP
               AT END
                 CONTINUE
               NOT AT END
                 EVALUATE BKP-TYPE
                   WHEN 'D'
                     MOVE BKP-IMAGE       TO WS-IMAGE
                     PERFORM TALLY-THE-IMAGE
                   WHEN 'T'
                     MOVE BKP-TRL-RECORDS TO WS-TRL-RECORDS
                     MOVE BKP-TRL-CHECKSUM TO WS-TRL-CHECKSUM
                     SET SW-HAVE-TRAILER  TO TRUE
                 END-EVALUATE
             END-READ
           END-PERFORM.

           CLOSE R-BKP.

           MOVE WS-PASS-RECORDS           TO WS-BKP-RECORDS.
           MOVE WS-PASS-CHECKSUM          TO WS-BKP-CHECKSUM.

           IF NOT SW-HAVE-TRAILER
             OR WS-BKP-RECORDS NOT = WS-TRL-RECORDS
             OR WS-BKP-CHECKSUM NOT = WS-TRL-CHECKSUM
             OR (SW-FUNCTION-REORG
                 AND (WS-BKP-RECORDS NOT = WS-UNLOAD-RECORDS
                   OR WS-BKP-CHECKSUM NOT = WS-UNLOAD-CHECKSUM))
             DISPLAY 'AESREORG: AESRGBKP FAILED VERIFICATION - '
                     WS-BKP-RECORDS ' record(s) checksum '
                     WS-BKP-CHECKSUM ', trailer says '
                     WS-TRL-RECORDS ' checksum ' WS-TRL-CHECKSUM
             DISPLAY 'AESREORG: ' WS-FILE ' NOT TOUCHED'
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.


       RELOAD-FROM-BACKUP.
      *     From here until VERIFY-RELOAD passes the file is in
      *     doubt - FUNCTION R puts it back from this same backup
           PERFORM OPEN-FILE-OUTPUT.

           OPEN INPUT R-BKP.

           IF FS-BKP-OK
             CONTINUE
           ELSE
             DISPLAY 'AESREORG: CANNOT OPEN AESRGBKP: ' FS-BKP
                     ' - ' WS-FILE ' IS EMPTY, RERUN WITH FUNCTION R'
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.

           MOVE 0                         TO WS-LOADED-COUNT.

           PERFORM UNTIL FS-BKP-EOF
             READ R-BKP
               AT END
                 CONTINUE
               NOT AT END
                 IF BKP-TYPE = 'D'
                   MOVE BKP-IMAGE         TO WS-IMAGE
                   PERFORM WRITE-FILE-RECORD

                   IF FS-KSDS-OK
                     ADD 1                TO WS-LOADED-COUNT
                   ELSE
                     DISPLAY 'AESREORG: ERROR LOADING ' WS-FILE ': '
                             FS-KSDS ' AT RECORD ' WS-LOADED-COUNT
                             ' - RERUN WITH FUNCTION R'
                     MOVE 12              TO RETURN-CODE
                     STOP RUN
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE R-BKP.
           PERFORM CLOSE-THE-FILE.


       VERIFY-RELOAD.
           PERFORM OPEN-FILE-INPUT.

           MOVE 0                         TO WS-PASS-RECORDS
                                             WS-PASS-CHECKSUM.

           PERFORM UNTIL FS-KSDS-EOF
             PERFORM READ-FILE-NEXT

             IF FS-KSDS-OK
               PERFORM TALLY-THE-IMAGE
             ELSE
               IF FS-KSDS-EOF
                 CONTINUE
               ELSE
                 DISPLAY 'AESREORG: ERROR RE-READING ' WS-FILE ': '
                         FS-KSDS ' - RERUN WITH FUNCTION R'
                 MOVE 12                  TO RETURN-CODE
                 STOP RUN
               END-IF
             END-IF
           END-PERFORM.

           PERFORM CLOSE-THE-FILE.

           MOVE WS-PASS-RECORDS           TO WS-RELOAD-RECORDS.
           MOVE WS-PASS-CHECKSUM          TO WS-RELOAD-CHECKSUM.

           IF WS-RELOAD-RECORDS NOT = WS-BKP-RECORDS
             OR WS-RELOAD-CHECKSUM NOT = WS-BKP-CHECKSUM
             DISPLAY 'AESREORG: ' WS-FILE ' FAILED VERIFICATION - '
                     WS-RELOAD-RECORDS ' record(s) checksum '
                     WS-RELOAD-CHECKSUM ', backup holds '
                     WS-BKP-RECORDS ' checksum ' WS-BKP-CHECKSUM
             DISPLAY 'AESREORG: RERUN WITH FUNCTION R TO RELOAD '
                     'FROM AESRGBKP'
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.


       TALLY-THE-IMAGE.
      *     Record count and ORD-sum checksum over the record's own
      *     bytes. AESKEYF also keeps the sum the DR copy can match:
      *     the journal never carries a pending key component, so
      *     those bytes count as spaces there.
           ADD 1                          TO WS-PASS-RECORDS.

           PERFORM VARYING WS-CK-I FROM 1 BY 1
             UNTIL WS-CK-I > WS-REC-LENGTH
             COMPUTE WS-PASS-CHECKSUM =
               FUNCTION MOD(WS-PASS-CHECKSUM
                 + FUNCTION ORD(WS-IMAGE(WS-CK-I:1))
                 9999999999)
           END-PERFORM.

           IF SW-FILE-KEYF
             MOVE WS-IMAGE(1:WS-REC-LENGTH) TO KEYF-REC
             MOVE SPACES                  TO KEYF-PEND-COMP

             PERFORM VARYING WS-CK-I FROM 1 BY 1
               UNTIL WS-CK-I > WS-REC-LENGTH
               COMPUTE WS-DR-CHECKSUM =
                 FUNCTION MOD(WS-DR-CHECKSUM
                   + FUNCTION ORD(KEYF-REC(WS-CK-I:1))
                   9999999999)
             END-PERFORM
           END-IF.


       OPEN-FILE-INPUT.
           EVALUATE WS-FILE
             WHEN 'AESKEYF'
               OPEN INPUT R-KEY
             WHEN 'AESTVLT'
               OPEN INPUT R-VLT
             WHEN 'AESTVLX'
               OPEN INPUT R-VLX
             WHEN 'AESRCAT'
               OPEN INPUT R-CAT
             WHEN 'AESIVREG'
               OPEN INPUT R-REG
             WHEN 'AESMSERL'
               OPEN INPUT R-SER
             WHEN 'AESDRQST'
               OPEN INPUT R-REQ
           END-EVALUATE.

           IF FS-KSDS-OK
             CONTINUE
           ELSE
             DISPLAY 'AESREORG: CANNOT OPEN ' WS-FILE ': ' FS-KSDS
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.

      *     The DR sum is taken over whichever pass reads last - the
      *     verified reload
           MOVE 0                         TO WS-DR-CHECKSUM.


       OPEN-FILE-OUTPUT.
           EVALUATE WS-FILE
             WHEN 'AESKEYF'
               OPEN OUTPUT R-KEY
             WHEN 'AESTVLT'
               OPEN OUTPUT R-VLT
             WHEN 'AESTVLX'
               OPEN OUTPUT R-VLX
             WHEN 'AESRCAT'
               OPEN OUTPUT R-CAT
             WHEN 'AESIVREG'
               OPEN OUTPUT R-REG
             WHEN 'AESMSERL'
               OPEN OUTPUT R-SER
             WHEN 'AESDRQST'
               OPEN OUTPUT R-REQ
           END-EVALUATE.

           IF FS-KSDS-OK
             CONTINUE
           ELSE
             DISPLAY 'AESREORG: CANNOT OPEN ' WS-FILE ' FOR RELOAD: '
                     FS-KSDS ' - FILE UNCHANGED'
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.


       READ-FILE-NEXT.
           MOVE SPACES                    TO WS-IMAGE.

           EVALUATE WS-FILE
             WHEN 'AESKEYF'
               READ R-KEY NEXT RECORD
               MOVE KEYF-REC              TO WS-IMAGE
             WHEN 'AESTVLT'
               READ R-VLT NEXT RECORD
               MOVE VLT-REC               TO WS-IMAGE
             WHEN 'AESTVLX'
               READ R-VLX NEXT RECORD
               MOVE VLX-REC               TO WS-IMAGE
             WHEN 'AESRCAT'
               READ R-CAT NEXT RECORD
               MOVE CAT-REC               TO WS-IMAGE
             WHEN 'AESIVREG'
               READ R-REG NEXT RECORD
               MOVE REG-REC               TO WS-IMAGE
             WHEN 'AESMSERL'
               READ R-SER NEXT RECORD
               MOVE SER-REC               TO WS-IMAGE
             WHEN 'AESDRQST'
               READ R-REQ NEXT RECORD
               MOVE REQ-REC               TO WS-IMAGE
           END-EVALUATE.


       WRITE-FILE-RECORD.
      *     The backup is in key order, so the sequential load goes
      *     in without a single split
           EVALUATE WS-FILE
             WHEN 'AESKEYF'
               WRITE KEYF-REC             FROM WS-IMAGE
             WHEN 'AESTVLT'
               WRITE VLT-REC              FROM WS-IMAGE
             WHEN 'AESTVLX'
               WRITE VLX-REC              FROM WS-IMAGE
             WHEN 'AESRCAT'
               WRITE CAT-REC              FROM WS-IMAGE
             WHEN 'AESIVREG'
               WRITE REG-REC              FROM WS-IMAGE
             WHEN 'AESMSERL'
               WRITE SER-REC              FROM WS-IMAGE
             WHEN 'AESDRQST'
               WRITE REQ-REC              FROM WS-IMAGE
           END-EVALUATE.


       CLOSE-THE-FILE.
           EVALUATE WS-FILE
             WHEN 'AESKEYF'
               CLOSE R-KEY
             WHEN 'AESTVLT'
               CLOSE R-VLT
             WHEN 'AESTVLX'
               CLOSE R-VLX
             WHEN 'AESRCAT'
               CLOSE R-CAT
             WHEN 'AESIVREG'
               CLOSE R-REG
             WHEN 'AESMSERL'
               CLOSE R-SER
             WHEN 'AESDRQST'
               CLOSE R-REQ
           END-EVALUATE.


       WRITE-REPLICATION-RECORD.
      *     The same sequenced journalling AESKCOMP and AESKMNT give
      *     their actions. A journal failure cannot undo a verified
      *     reorganization - it is reported, RETURN-CODE 4, and the
      *     DR equivalence is simply not proven this time.
           OPEN I-O R-RPL.

           IF FS-RPL-OK
             CONTINUE
           ELSE
             OPEN OUTPUT R-RPL

             IF FS-RPL-OK
               CONTINUE
             ELSE
               DISPLAY 'AESREORG: CANNOT OPEN AESKREPL: ' FS-RPL
               MOVE 4                     TO RETURN-CODE
               GO TO WRITE-REPLICATION-EXIT
             END-IF
           END-IF.

           MOVE 0                         TO KRPL-SEQ.

           READ R-RPL KEY IS KRPL-SEQ.

           IF FS-RPL-OK
             MOVE RPC-NEXT-SEQ            TO WS-RPL-NEXT
             ADD 1                        TO RPC-NEXT-SEQ

             REWRITE RPL-CTL-REC
           ELSE
             MOVE 1                       TO WS-RPL-NEXT
             MOVE 0                       TO RPC-SEQ
             MOVE 2                       TO RPC-NEXT-SEQ

             WRITE RPL-CTL-REC
           END-IF.

           MOVE SPACES                    TO RPL-REC.
           MOVE WS-RPL-NEXT               TO KRPL-SEQ.
           ACCEPT KRPL-DATE               FROM DATE YYYYMMDD.
           ACCEPT WS-STAMP-TIME           FROM TIME.
           MOVE WS-STAMP-HHMMSS           TO KRPL-TIME.
           MOVE 'O'                       TO KRPL-ACTION.
           MOVE WS-RELOAD-RECORDS         TO KRPL-ORG-RECORDS.
           MOVE WS-DR-CHECKSUM            TO KRPL-ORG-CHECKSUM.

           WRITE RPL-REC.

           IF FS-RPL-OK
             DISPLAY 'AESREORG: JOURNALLED TO AESKREPL AS SEQ '
                     WS-RPL-NEXT
           ELSE
             DISPLAY 'AESREORG: ERROR WRITING AESKREPL: ' FS-RPL
             MOVE 4                       TO RETURN-CODE
           END-IF.

           CLOSE R-RPL.

       WRITE-REPLICATION-EXIT.
           EXIT.
