      * for the matching 'H' header; the 'D' records that follow it,
      * up to the next header or end of file, are the generation.
      * Ends with RETURN-CODE 8 when the name is not on the archive.
      *
      * An optional block range (columns 21-28 from, 29-36 to)
      * restores only those data blocks, plus the parameter header
      * and sentinel records, for a generation whose blocks decipher
      * on their own - ECB, or XTS, whose tweak is the block key
      * itself. A chained-mode generation needs every block before
      * the one wanted and is refused with RETURN-CODE 8.
      *
      * An envelope generation's wrapped data key (99999985-87)
      * comes back with its sentinel records; DECIPHER prefers the
      * AESRCAT entry's copy, so a generation whose data key was
      * rotated by AESDKROT after archiving still opens.
      *
      * When the archive cannot be read, or the generation is not on
      * it, the AESOFFRG offsite register (AESOFFSI) is consulted
      * and the operator is told which volume holds the generation
      * and where it is - one already on site first, otherwise the
      * copy most recently sent. An 'L' in column 37 asks only that
      * question and restores nothing.
      *
      * A 'D' in column 37 restores a whole business day processed
      * in intraday cycles: the card names the day's plain
      * generation (<prefix><CCYYMMDD>), and that generation and
      * every <prefix><CCYYMMDD>C<nn> cycle AESARCIX shows archived
      * for it come back, one KSDS each, in cycle order. A block
      * range does not apply to a day restore. Ends RETURN-CODE 8
      * when nothing of the day is on the archive.
      *
      * Runs standalone as always, and is also CALLable - AESREPRO
      * drives it to restore a disputed run's generations. Every
      * exit is a GOBACK with the RETURN-CODE set, and MAINLINE
      * re-primes the per-run state so a second CALL starts clean.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                   RECORD KEY   IS DAT-KEY
                   FILE STATUS  IS FS-DAT.

      *     ARCHIVE INDEX (AESARCIX) AND OFFSITE REGISTER (AESOFFRG)
            SELECT OPTIONAL R-IDX ASSIGN TO 'AESARCIX'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-IDX.

            SELECT OPTIONAL R-OFR ASSIGN TO 'AESOFFRG'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-OFR.

      *     CONTROL CARD (AESRSPRM - one record, generation name)
            SELECT R-PARM ASSIGN TO 'AESRSPRM'
                   ORGANIZATION IS SEQUENTIAL
          02 DAT-HEX                  PIC X(32).
          02 DAT-MAC                PIC X(08).

      *   AESARCIX
       FD R-IDX LABEL RECORD STANDARD.

       01 IDX-REC.
          02 IDX-NAME                 PIC X(20).
          02 IDX-DATE                 PIC 9(08).
          02 IDX-BLOCKS               PIC 9(08).
          02 IDX-CHECKSUM             PIC 9(10).
          02 FILLER                   PIC X(10).

      *   AESOFFRG
       FD R-OFR LABEL RECORD STANDARD.

       01 OFR-REC.
          02 OFR-VOLSER               PIC X(06).
          02 OFR-LOCATION             PIC X(08).
          02 OFR-STATUS               PIC X(03).
             88 OFR-OFFSITE                       VALUE 'OFF' 'RQR'.
             88 OFR-ON-SITE                       VALUE 'ONS'.
          02 OFR-SENT                 PIC 9(08).
          02 OFR-EXPECTED             PIC 9(08).
          02 OFR-STATUS-DATE          PIC 9(08).
          02 OFR-IDX-FROM             PIC 9(06).
          02 OFR-IDX-TO               PIC 9(06).
          02 FILLER                   PIC X(27).

      *   AESRSPRM
       FD R-PARM LABEL RECORD STANDARD.

       01 PARM-REC.
          05 PARM-GEN-NAME               PIC X(20).
      *     Block range - zeros/blank (the default) restores the
      *     whole generation, as before the columns existed
          05 PARM-FROM-BLOCK             PIC 9(08).
          05 PARM-TO-BLOCK               PIC 9(08).
      *     'L' - locate the offsite volume only, restore nothing;
      *     'D' - restore the named day and all of its cycles
          05 PARM-FUNCTION               PIC X(01).

       WORKING-STORAGE SECTION.
         01 FS.
               88 FS-DAT-OK                       VALUE 0.
            05 FS-PARM                  PIC 9(02).
               88 FS-PARM-OK                      VALUE 0.
            05 FS-IDX                   PIC 9(02).
               88 FS-IDX-OK                       VALUE 0.
               88 FS-IDX-EOF                      VALUE 10.
            05 FS-OFR                   PIC 9(02).
               88 FS-OFR-OK                       VALUE 0.
               88 FS-OFR-EOF                      VALUE 10.

         01 WS-DAT-FILE-NAME            PIC X(20).


         77 WS-RESTORED-COUNT           PIC 9(08)   VALUE 0.

      *  Block-range restore - see the banner above
         77 WS-FROM-BLOCK               PIC 9(08)   VALUE 0.
         77 WS-TO-BLOCK                 PIC 9(08)   VALUE 0.
         77 WS-RANGE-SW                 PIC X(01)   VALUE 'N'.
            88 WS-RANGE-ON                          VALUE 'Y'.
         77 WS-DAT-OPEN-SW              PIC X(01)   VALUE 'N'.
            88 WS-DAT-OPEN                          VALUE 'Y'.
      *  A generation's restore stopped on an error - RETURN-CODE
      *  already says why, and the files are closed on the way out
         77 WS-FAIL-SW                  PIC X(01)   VALUE 'N'.
            88 WS-RESTORE-FAILED                    VALUE 'Y'.

      *  Offsite volume look-up - see the banner above
         77 WS-LOCATE-SW                PIC X(01)   VALUE 'N'.
            88 WS-LOCATE-ONLY                       VALUE 'Y'.
         77 WS-IX-I                     PIC 9(06)   VALUE 0.
         77 WS-IX-ENTRY                 PIC 9(06)   VALUE 0.
         77 WS-VOL-COUNT                PIC 9(03)   VALUE 0.
         77 WS-BEST-VOLSER              PIC X(06)   VALUE SPACES.
         77 WS-BEST-LOCATION            PIC X(08)   VALUE SPACES.
         77 WS-BEST-SENT                PIC 9(08)   VALUE 0.
         77 WS-BEST-SW                  PIC X(01)   VALUE 'N'.
            88 WS-BEST-ON-SITE                      VALUE 'Y'.

      *  Whole-day restore - see the banner above
         77 WS-DAY-SW                   PIC X(01)   VALUE 'N'.
            88 WS-DAY-RESTORE                       VALUE 'Y'.
         01 WS-DAY-GEN                  PIC X(20).
         01 WS-DAY-PREFIX               PIC X(12).
         77 WS-DAY-DATE                 PIC 9(08).
      *  The day's cycles AESARCIX holds, flagged by cycle number
         01 WS-DAY-CYCLE-TABLE.
            05 WS-DAY-CYCLE-SW OCCURS 99 PIC X(01).
         77 WS-DAY-CYCLE                PIC 9(03).
         77 WS-DAY-FOUND                PIC 9(03)   VALUE 0.
         77 WS-DAY-MISSING              PIC 9(03)   VALUE 0.

      *  Generation-name build/parse hand-off (AESCYCL)
         01 CY-S.
            02 CYC-FUNCTION            PIC X(01).
            02 CYC-PREFIX              PIC X(12).
            02 CYC-DATE                PIC 9(08).
            02 CYC-CYCLE               PIC 9(02).
            02 CYC-GEN                 PIC X(20).
            02 CYC-STATUS              PIC X(03).
               88 CYCS-OK                        VALUE 'OK '.
               88 CYCS-LEN                       VALUE 'LEN'.
               88 CYCS-NO-DATE                   VALUE 'NDT'.

       LINKAGE SECTION.

       PROCEDURE DIVISION.
       MAINLINE.
           PERFORM PRIME-RUN-STATE.
           PERFORM READ-PARAMETERS.

           IF WS-LOCATE-ONLY
             PERFORM LOCATE-OFFSITE-VOLUME
                THRU LOCATE-OFFSITE-VOLUME-EXIT
             GOBACK
           END-IF.

           IF WS-DAY-RESTORE
             PERFORM RESTORE-WHOLE-DAY
                THRU RESTORE-WHOLE-DAY-EXIT
             GOBACK
           END-IF.

           PERFORM RESTORE-ONE-GENERATION
              THRU RESTORE-ONE-GENERATION-EXIT.

           IF WS-PHASE-SEARCH AND NOT WS-RESTORE-FAILED
             MOVE 8                       TO RETURN-CODE
           END-IF.

           GOBACK.


       RESTORE-ONE-GENERATION.
      *     WS-DAT-FILE-NAME off the archive - WS-PHASE left at
      *     SEARCH when the archive does not hold it
           MOVE 0                         TO FS-ARC
                                             WS-RESTORED-COUNT
                                             WS-IX-I
                                             WS-IX-ENTRY
                                             WS-VOL-COUNT
                                             WS-BEST-SENT.
           MOVE 'N'                       TO WS-DAT-OPEN-SW
                                             WS-BEST-SW.
           MOVE SPACES                    TO WS-BEST-VOLSER
                                             WS-BEST-LOCATION.
           SET WS-PHASE-SEARCH            TO TRUE.

           OPEN INPUT R-ARC.

           IF FS-ARC-OK
             CONTINUE
           ELSE
             DISPLAY 'AESREST: CANNOT OPEN AESARCHV: ' FS-ARC
             PERFORM LOCATE-OFFSITE-VOLUME
                THRU LOCATE-OFFSITE-VOLUME-EXIT
             MOVE 12                      TO RETURN-CODE
             SET WS-RESTORE-FAILED        TO TRUE
             GO TO RESTORE-ONE-GENERATION-EXIT
           END-IF.

           PERFORM UNTIL FS-ARC-EOF OR WS-PHASE-DONE

           CLOSE R-ARC.

           IF WS-RESTORE-FAILED
             IF WS-DAT-OPEN
               CLOSE R-DAT
             END-IF
             GO TO RESTORE-ONE-GENERATION-EXIT
           END-IF.

           IF WS-PHASE-SEARCH
             DISPLAY 'AESREST: ' WS-DAT-FILE-NAME
                     ' NOT FOUND ON AESARCHV'
             PERFORM LOCATE-OFFSITE-VOLUME
                THRU LOCATE-OFFSITE-VOLUME-EXIT
           ELSE
             IF NOT WS-DAT-OPEN
               PERFORM OPEN-RESTORED-GENERATION
               IF WS-RESTORE-FAILED
                 GO TO RESTORE-ONE-GENERATION-EXIT
               END-IF
             END-IF

             CLOSE R-DAT
             DISPLAY 'AESREST: RESTORED ' WS-DAT-FILE-NAME ' ('
                     WS-RESTORED-COUNT ' record(s))'
           END-IF.

       RESTORE-ONE-GENERATION-EXIT.
           EXIT.


       RESTORE-WHOLE-DAY.
      *     The card must name the day itself, not one of its cycles
           MOVE 'P'                       TO CYC-FUNCTION.
           MOVE WS-DAT-FILE-NAME          TO CYC-GEN.
           CALL 'AESCYCL' USING CY-S.

           IF NOT CYCS-OK OR CYC-CYCLE > 0
             DISPLAY 'AESREST: ' WS-DAT-FILE-NAME ' IS NOT A '
                     'DAY''S GENERATION NAME - <PREFIX><CCYYMMDD>'
             MOVE 12                      TO RETURN-CODE
             GO TO RESTORE-WHOLE-DAY-EXIT
           END-IF.

           MOVE WS-DAT-FILE-NAME          TO WS-DAY-GEN.
           MOVE CYC-PREFIX                TO WS-DAY-PREFIX.
           MOVE CYC-DATE                  TO WS-DAY-DATE.

           IF WS-RANGE-ON
             DISPLAY 'AESREST: BLOCK RANGE IGNORED FOR A DAY RESTORE'
             MOVE 'N'                     TO WS-RANGE-SW
           END-IF.

           PERFORM FIND-DAY-CYCLES
              THRU FIND-DAY-CYCLES-EXIT.

      *     The plain daily generation - a day run only in cycles
      *     never had one, and that is no failure here
           PERFORM RESTORE-ONE-GENERATION
              THRU RESTORE-ONE-GENERATION-EXIT.

           EVALUATE TRUE
             WHEN WS-RESTORE-FAILED
               CONTINUE
             WHEN WS-PHASE-SEARCH
               ADD 1                      TO WS-DAY-MISSING
             WHEN OTHER
               ADD 1                      TO WS-DAY-FOUND
           END-EVALUATE.

           PERFORM RESTORE-DAY-CYCLE
             VARYING WS-DAY-CYCLE FROM 1 BY 1
             UNTIL WS-DAY-CYCLE > 99
             OR WS-RESTORE-FAILED.

      *     A generation that failed part-way stops the day where it
      *     is, its own RETURN-CODE standing
           IF WS-RESTORE-FAILED
             DISPLAY 'AESREST: DAY ' WS-DAY-GEN ' STOPPED AT '
                     WS-DAT-FILE-NAME ' - ' WS-DAY-FOUND
                     ' GENERATION(S) RESTORED BEFORE IT'
             GO TO RESTORE-WHOLE-DAY-EXIT
           END-IF.

           DISPLAY 'AESREST: DAY ' WS-DAY-GEN ' - ' WS-DAY-FOUND
                   ' GENERATION(S) RESTORED, ' WS-DAY-MISSING
                   ' NOT ON AESARCHV'.

           IF WS-DAY-FOUND = 0
             MOVE 8                       TO RETURN-CODE
           ELSE
             MOVE 0                       TO RETURN-CODE
           END-IF.

       RESTORE-WHOLE-DAY-EXIT.
           EXIT.


       FIND-DAY-CYCLES.
      *     Every cycle of the day AESARCIX shows archived
           MOVE ALL 'N'                   TO WS-DAY-CYCLE-TABLE.
           MOVE 0                         TO FS-IDX.

           OPEN INPUT R-IDX.

           IF FS-IDX-OK
             CONTINUE
           ELSE
             CLOSE R-IDX
             GO TO FIND-DAY-CYCLES-EXIT
           END-IF.

           PERFORM UNTIL FS-IDX-EOF
             READ R-IDX
               AT END
                 CONTINUE
               NOT AT END
                 MOVE 'P'                 TO CYC-FUNCTION
                 MOVE IDX-NAME            TO CYC-GEN
                 CALL 'AESCYCL' USING CY-S

                 IF CYCS-OK
                   AND CYC-PREFIX = WS-DAY-PREFIX
                   AND CYC-DATE = WS-DAY-DATE
                   AND CYC-CYCLE > 0
                   MOVE 'Y'               TO WS-DAY-CYCLE-SW(CYC-CYCLE)
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE R-IDX.

       FIND-DAY-CYCLES-EXIT.
           EXIT.


       RESTORE-DAY-CYCLE.
           IF WS-DAY-CYCLE-SW(WS-DAY-CYCLE) = 'Y'
             MOVE 'B'                     TO CYC-FUNCTION
             MOVE WS-DAY-PREFIX           TO CYC-PREFIX
             MOVE WS-DAY-DATE             TO CYC-DATE
             MOVE WS-DAY-CYCLE            TO CYC-CYCLE
             CALL 'AESCYCL' USING CY-S
             MOVE CYC-GEN                 TO WS-DAT-FILE-NAME

             PERFORM RESTORE-ONE-GENERATION
                THRU RESTORE-ONE-GENERATION-EXIT

             EVALUATE TRUE
               WHEN WS-RESTORE-FAILED
                 CONTINUE
               WHEN WS-PHASE-SEARCH
                 ADD 1                    TO WS-DAY-MISSING
               WHEN OTHER
                 ADD 1                    TO WS-DAY-FOUND
             END-EVALUATE
           END-IF.


       PRIME-RUN-STATE.
           MOVE 0                         TO FS-ARC FS-IDX FS-OFR.
           SET WS-PHASE-SEARCH            TO TRUE.
           MOVE 0                         TO WS-RESTORED-COUNT
                                             WS-FROM-BLOCK
                                             WS-TO-BLOCK
                                             WS-IX-I
                                             WS-IX-ENTRY
                                             WS-VOL-COUNT
                                             WS-BEST-SENT.
           MOVE 'N'                       TO WS-RANGE-SW
                                             WS-DAT-OPEN-SW
                                             WS-LOCATE-SW
                                             WS-BEST-SW
                                             WS-DAY-SW
                                             WS-FAIL-SW.
           MOVE 0                         TO WS-DAY-FOUND
                                             WS-DAY-MISSING.
           MOVE SPACES                    TO WS-BEST-VOLSER
                                             WS-BEST-LOCATION.


       READ-PARAMETERS.
           ELSE
             DISPLAY 'AESREST: ERROR OPENING AESRSPRM: ' FS-PARM
             MOVE 12                      TO RETURN-CODE
             GOBACK
           END-IF.

           READ R-PARM
             AT END
               DISPLAY 'AESREST: AESRSPRM IS EMPTY'
               MOVE 12                    TO RETURN-CODE
               CLOSE R-PARM
               GOBACK
             NOT AT END
               MOVE PARM-GEN-NAME         TO WS-DAT-FILE-NAME

               IF PARM-FUNCTION = 'L'
                 SET WS-LOCATE-ONLY       TO TRUE
               END-IF

               IF PARM-FUNCTION = 'D'
                 SET WS-DAY-RESTORE       TO TRUE
               END-IF

               IF PARM-FROM-BLOCK NUMERIC AND PARM-TO-BLOCK NUMERIC
                 AND PARM-FROM-BLOCK > 0
                 MOVE PARM-FROM-BLOCK     TO WS-FROM-BLOCK
                 MOVE PARM-TO-BLOCK       TO WS-TO-BLOCK

                 IF WS-TO-BLOCK < WS-FROM-BLOCK
                   MOVE WS-FROM-BLOCK     TO WS-TO-BLOCK
                 END-IF

                 SET WS-RANGE-ON          TO TRUE
                 DISPLAY 'AESREST: BLOCKS ' WS-FROM-BLOCK ' TO '
                         WS-TO-BLOCK ' ONLY'
               END-IF
           END-READ.

           CLOSE R-PARM.
               SET WS-PHASE-DONE          TO TRUE
             WHEN WS-PHASE-COPY AND ARC-TYPE = 'D'
               PERFORM RESTORE-ONE-RECORD
                  THRU RESTORE-ONE-RECORD-EXIT
           END-EVALUATE.


       START-RESTORE.
      *     The KSDS itself is created on the first record, once a
      *     range restore's mode check has had its say
           SET WS-PHASE-COPY              TO TRUE.


       OPEN-RESTORED-GENERATION.
           OPEN OUTPUT R-DAT.

           IF FS-DAT-OK
             SET WS-DAT-OPEN              TO TRUE
           ELSE
             DISPLAY 'AESREST: CANNOT CREATE ' WS-DAT-FILE-NAME
                     ': ' FS-DAT
             MOVE 12                      TO RETURN-CODE
             PERFORM STOP-RESTORE
           END-IF.


       CHECK-RANGE-MODE.
      *     The parameter header (reserved key 0) leads the
      *     generation - only a mode whose blocks stand alone can be
      *     restored a slice at a time
           IF ARC-DTA-HEX(1:3) NOT = 'ECB'
             AND ARC-DTA-HEX(1:3) NOT = 'XTS'
             DISPLAY 'AESREST: GENERATION IS MODE ' ARC-DTA-HEX(1:3)
                     ' - ONLY ECB/XTS RESTORE BY BLOCK RANGE; '
                     'RESTORE THE WHOLE GENERATION'
             MOVE 8                       TO RETURN-CODE
             PERFORM STOP-RESTORE
           END-IF.


       STOP-RESTORE.
      *     The archive walk ends here; RESTORE-ONE-GENERATION closes
      *     what is open on its way out
           SET WS-RESTORE-FAILED          TO TRUE.
           SET WS-PHASE-DONE              TO TRUE.


       RESTORE-ONE-RECORD.
           IF WS-RANGE-ON AND ARC-DTA-KEY = 0
             PERFORM CHECK-RANGE-MODE
             IF WS-RESTORE-FAILED
               GO TO RESTORE-ONE-RECORD-EXIT
             END-IF
           END-IF.

           IF WS-RANGE-ON AND NOT WS-DAT-OPEN AND ARC-DTA-KEY > 0
      *      No header (a generation from before headers) - the
      *      operator's word that it is ECB or XTS is all there is
             DISPLAY 'AESREST: GENERATION CARRIES NO PARAMETER '
                     'HEADER - BLOCK RANGE TAKEN AS GIVEN'
           END-IF.

           IF NOT WS-DAT-OPEN
             PERFORM OPEN-RESTORED-GENERATION
             IF WS-RESTORE-FAILED
               GO TO RESTORE-ONE-RECORD-EXIT
             END-IF
           END-IF.

           IF WS-RANGE-ON
             AND ARC-DTA-KEY > 0 AND ARC-DTA-KEY < 99000000
             AND (ARC-DTA-KEY < WS-FROM-BLOCK
                  OR ARC-DTA-KEY > WS-TO-BLOCK)
             CONTINUE
           ELSE
             PERFORM WRITE-RESTORED-RECORD
           END-IF.

       RESTORE-ONE-RECORD-EXIT.
           EXIT.


       WRITE-RESTORED-RECORD.
           MOVE ARC-DTA-KEY               TO DAT-KEY.
           MOVE ARC-DTA-BITS              TO DAT-BITS.
           MOVE ARC-DTA-HEX               TO DAT-HEX.
             DISPLAY 'AESREST: ERROR WRITING ' WS-DAT-FILE-NAME
                     ': ' FS-DAT
             MOVE 12                      TO RETURN-CODE
             PERFORM STOP-RESTORE
           END-IF.


       LOCATE-OFFSITE-VOLUME.
      *     The generation's AESARCIX position, then every volume
      *     on the register whose copied range takes it in
           OPEN INPUT R-IDX.

           IF FS-IDX-OK
             PERFORM UNTIL FS-IDX-EOF OR WS-IX-ENTRY > 0
               READ R-IDX
                 AT END
                   CONTINUE
                 NOT AT END
                   ADD 1                  TO WS-IX-I
                   IF IDX-NAME = WS-DAT-FILE-NAME
                     MOVE WS-IX-I         TO WS-IX-ENTRY
                   END-IF
               END-READ
             END-PERFORM
           END-IF.

           CLOSE R-IDX.

           IF WS-IX-ENTRY = 0
             DISPLAY 'AESREST: ' WS-DAT-FILE-NAME
                     ' IS NOT ON AESARCIX - NEVER ARCHIVED'
             IF WS-LOCATE-ONLY
               MOVE 8                     TO RETURN-CODE
             END-IF
             GO TO LOCATE-OFFSITE-VOLUME-EXIT
           END-IF.

           OPEN INPUT R-OFR.

           IF FS-OFR-OK
             PERFORM UNTIL FS-OFR-EOF
               READ R-OFR
                 AT END
                   CONTINUE
                 NOT AT END
                   PERFORM CONSIDER-ONE-VOLUME
               END-READ
             END-PERFORM
           END-IF.

           CLOSE R-OFR.

           IF WS-VOL-COUNT = 0
             DISPLAY 'AESREST: NO VOLUME ON AESOFFRG HOLDS '
                     WS-DAT-FILE-NAME
             IF WS-LOCATE-ONLY
               MOVE 8                     TO RETURN-CODE
             END-IF
             GO TO LOCATE-OFFSITE-VOLUME-EXIT
           END-IF.

           IF WS-BEST-ON-SITE
             DISPLAY 'AESREST: VOLUME ' WS-BEST-VOLSER
                     ' IS ALREADY ON SITE - MOUNT IT AS AESARCHV'
           ELSE
             DISPLAY 'AESREST: RECALL VOLUME ' WS-BEST-VOLSER
                     ' FROM ' WS-BEST-LOCATION
                     ' AND MOUNT IT AS AESARCHV'
           END-IF.

       LOCATE-OFFSITE-VOLUME-EXIT.
           EXIT.


       CONSIDER-ONE-VOLUME.
           IF (OFR-OFFSITE OR OFR-ON-SITE)
             AND WS-IX-ENTRY NOT < OFR-IDX-FROM
             AND WS-IX-ENTRY NOT > OFR-IDX-TO
             ADD 1                        TO WS-VOL-COUNT
             DISPLAY 'AESREST: ' WS-DAT-FILE-NAME ' IS ON VOLUME '
                     OFR-VOLSER ' ' OFR-STATUS ' AT ' OFR-LOCATION
                     ' (SENT ' OFR-SENT ')'

      *      On site beats any vault; otherwise the newest copy
             EVALUATE TRUE
               WHEN WS-BEST-ON-SITE
                 CONTINUE
               WHEN OFR-ON-SITE
                 SET WS-BEST-ON-SITE      TO TRUE
                 MOVE OFR-VOLSER          TO WS-BEST-VOLSER
                 MOVE OFR-LOCATION        TO WS-BEST-LOCATION
               WHEN OFR-SENT NOT < WS-BEST-SENT
                 MOVE OFR-VOLSER          TO WS-BEST-VOLSER
                 MOVE OFR-LOCATION        TO WS-BEST-LOCATION
                 MOVE OFR-SENT            TO WS-BEST-SENT
             END-EVALUATE
           END-IF.
