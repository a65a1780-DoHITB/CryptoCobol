      *   - otherwise its records are appended to the consolidated
      *     AESARCHV archive behind a header record, one entry is
      *     written to the AESARCIX index (name, date, block count,
      *     trailer checksum), and the live KSDS is deleted - but
      *     only once the AESOFFRG offsite register (kept by
      *     AESOFFSI) shows a volume copied from AESARCHV holding
      *     the generation at each of the required number of
      *     separate locations. Until then the live generation
      *     stays put and is reported as awaiting offsite copies;
      *     a later run, finding it already on AESARCIX, does not
      *     archive it twice but only looks at the register again.
      * AESREST re-materializes an archived generation as a KSDS
      * AESXGET can read for a historical DECIPHER.
      *
      * A day processed in intraday cycles has a generation per
      * cycle (<prefix><date>C<nn>); each day's pair is swept as the
      * plain daily generation and then every cycle in cycle order,
      * so a day's cycles reach AESARCHV and AESARCIX in the order
      * they ran.
      *
      * Active window/scan depth, the offsite copies required
      * (column 9, 0 deletes on archiving alone) and the highest
      * cycle looked for (columns 10-11) come from the optional
      * AESGPARM control record, defaults below. The cycle default
      * is 00 - the plain daily generation only - so a shop that
      * runs intraday cycles sets columns 10-11 to its highest.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-HLD.

      *     OFFSITE REGISTER (AESOFFRG - LRECL=80, kept by AESOFFSI)
            SELECT OPTIONAL R-OFR ASSIGN TO 'AESOFFRG'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-OFR.

      *     CONTROL CARD (AESGPARM - active days, scan days, copies)
            SELECT OPTIONAL R-PARM ASSIGN TO 'AESGPARM'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
       01 HLD-REC.
          02 HLD-NAME                 PIC X(20).

      *   AESOFFRG - one record per archive volume sent offsite
       FD R-OFR LABEL RECORD STANDARD.

       01 OFR-REC.
          02 OFR-VOLSER               PIC X(06).
          02 OFR-LOCATION             PIC X(08).
          02 OFR-STATUS               PIC X(03).
             88 OFR-OFFSITE                       VALUE 'OFF' 'RQR'.
          02 OFR-SENT                 PIC 9(08).
          02 OFR-EXPECTED             PIC 9(08).
          02 OFR-STATUS-DATE          PIC 9(08).
      *     AESARCIX entries (by position) copied to the volume
          02 OFR-IDX-FROM             PIC 9(06).
          02 OFR-IDX-TO               PIC 9(06).
          02 FILLER                   PIC X(27).

      *   AESGPARM
       FD R-PARM LABEL RECORD STANDARD.

       01 PARM-REC.
          05 PARM-ACTIVE-DAYS            PIC 9(04).
          05 PARM-SCAN-DAYS              PIC 9(04).
          05 PARM-OFFSITE-COPIES         PIC X(01).
          05 PARM-MAX-CYCLE              PIC X(02).

       WORKING-STORAGE SECTION.
         01 FS.
               88 FS-ARC-AOP                      VALUE 41.
            05 FS-IDX                   PIC 9(02).
               88 FS-IDX-OK                       VALUE 0.
               88 FS-IDX-EOF                      VALUE 10.
               88 FS-IDX-AOP                      VALUE 41.
            05 FS-HLD                   PIC 9(02).
               88 FS-HLD-OK                       VALUE 0.
               88 FS-HLD-EOF                      VALUE 10.
            05 FS-OFR                   PIC 9(02).
               88 FS-OFR-OK                       VALUE 0.
               88 FS-OFR-EOF                      VALUE 10.
            05 FS-PARM                  PIC 9(02).
               88 FS-PARM-OK                      VALUE 0.

      *  Retention settings - AESGPARM's values when present
         77 WS-ACTIVE-DAYS              PIC 9(04)   VALUE 0030.
         77 WS-SCAN-DAYS                PIC 9(04)   VALUE 0365.
         77 WS-OFFSITE-COPIES           PIC 9(01)   VALUE 2.
         77 WS-MAX-CYCLE                PIC 9(02)   VALUE 0.

         77 WS-TODAY                    PIC 9(08).
         77 WS-TODAY-LILIAN             PIC 9(08).
         77 WS-CAND-DATE                PIC 9(08).
         77 WS-SCAN-I                   PIC 9(04).
         77 WS-PREFIX-I                 PIC 9(01).
         77 WS-CYCLE-I                  PIC 9(03).

         01 WS-DAT-FILE-NAME            PIC X(20).

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

      *  Legal holds, loaded once
         01 WS-HOLD-TABLE.
            05 WS-HOLD-NAME            OCCURS 200  PIC X(20).

         77 WS-ARCHIVED-COUNT          PIC 9(05)    VALUE 0.
         77 WS-HELD-COUNT              PIC 9(05)    VALUE 0.
         77 WS-AWAITING-COUNT          PIC 9(05)    VALUE 0.

      *  AESARCIX by position - the register's volumes name their
      *  generations as a range of entries. The index only grows
      *  (every cycle of every day adds to it), so it is counted
      *  once and searched on the file, never held in storage
         77 WS-IX-COUNT                PIC 9(06)    VALUE 0.
         77 WS-IX-I                    PIC 9(06).
         77 WS-IX-ENTRY                PIC 9(06).

      *  Volumes still offsite, from AESOFFRG
         01 WS-OV-TABLE.
            05 WS-OV-ENTRY             OCCURS 500.
               10 WS-OV-VOLSER         PIC X(06).
               10 WS-OV-LOCATION       PIC X(08).
               10 WS-OV-IDX-FROM       PIC 9(06).
               10 WS-OV-IDX-TO         PIC 9(06).
         77 WS-OV-COUNT                PIC 9(03)    VALUE 0.
         77 WS-OV-I                    PIC 9(03).

      *  Separate locations holding the generation in hand
         01 WS-LC-TABLE.
            05 WS-LC-LOCATION          OCCURS 500  PIC X(08).
         77 WS-LC-COUNT                PIC 9(03).
         77 WS-LC-I                    PIC 9(03).

       LINKAGE SECTION.

           PERFORM READ-PARAMETERS.
           PERFORM LOAD-HOLDS
              THRU LOAD-HOLDS-EXIT.
           PERFORM LOAD-ARCHIVE-INDEX
              THRU LOAD-ARCHIVE-INDEX-EXIT.
           PERFORM LOAD-OFFSITE-REGISTER
              THRU LOAD-OFFSITE-REGISTER-EXIT.

           ACCEPT WS-TODAY                 FROM DATE YYYYMMDD.
           COMPUTE WS-TODAY-LILIAN =
                 FUNCTION DATE-OF-INTEGER(WS-CAND-LILIAN)

      *      Both halves of the day's pair - input first, output
      *      second - each the daily generation and then its cycles
             PERFORM VARYING WS-PREFIX-I FROM 1 BY 1
               UNTIL WS-PREFIX-I > 2
               IF WS-PREFIX-I = 1
                 MOVE 'AESIDAT'         TO CYC-PREFIX
               ELSE
                 MOVE 'AESODAT'         TO CYC-PREFIX
               END-IF

               PERFORM ARCHIVE-ONE-CYCLE
                 VARYING WS-CYCLE-I FROM 0 BY 1
                 UNTIL WS-CYCLE-I > WS-MAX-CYCLE
             END-PERFORM
           END-PERFORM.

           DISPLAY 'AESARCH: ' WS-ARCHIVED-COUNT ' generation(s) '
                   'archived, ' WS-HELD-COUNT ' on legal hold, '
                   WS-AWAITING-COUNT ' awaiting offsite copies'.

           STOP RUN.

               NOT AT END
                 MOVE PARM-ACTIVE-DAYS      TO WS-ACTIVE-DAYS
                 MOVE PARM-SCAN-DAYS        TO WS-SCAN-DAYS
                 IF PARM-OFFSITE-COPIES IS NUMERIC
                   MOVE PARM-OFFSITE-COPIES TO WS-OFFSITE-COPIES
                 END-IF
                 IF PARM-MAX-CYCLE IS NUMERIC
                   MOVE PARM-MAX-CYCLE      TO WS-MAX-CYCLE
                 END-IF
             END-READ

             CLOSE R-PARM
           EXIT.


       LOAD-ARCHIVE-INDEX.
           OPEN INPUT R-IDX.

           IF FS-IDX-OK
             CONTINUE
           ELSE
             CLOSE R-IDX
             GO TO LOAD-ARCHIVE-INDEX-EXIT
           END-IF.

           PERFORM UNTIL FS-IDX-EOF
             READ R-IDX
               AT END
                 CONTINUE
               NOT AT END
                 ADD 1                    TO WS-IX-COUNT
             END-READ
           END-PERFORM.

           CLOSE R-IDX.

       LOAD-ARCHIVE-INDEX-EXIT.
           EXIT.


       LOAD-OFFSITE-REGISTER.
      *     Only a volume still at its vault counts - one recalled
      *     to site, or released, protects nothing
           OPEN INPUT R-OFR.

           IF FS-OFR-OK
             CONTINUE
           ELSE
             CLOSE R-OFR
             GO TO LOAD-OFFSITE-REGISTER-EXIT
           END-IF.

           PERFORM UNTIL FS-OFR-EOF
             READ R-OFR
               AT END
                 CONTINUE
               NOT AT END
                 IF OFR-OFFSITE AND WS-OV-COUNT < 500
                   ADD 1                  TO WS-OV-COUNT
                   MOVE OFR-VOLSER        TO WS-OV-VOLSER(WS-OV-COUNT)
                   MOVE OFR-LOCATION
                     TO WS-OV-LOCATION(WS-OV-COUNT)
                   MOVE OFR-IDX-FROM
                     TO WS-OV-IDX-FROM(WS-OV-COUNT)
                   MOVE OFR-IDX-TO        TO WS-OV-IDX-TO(WS-OV-COUNT)
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE R-OFR.

       LOAD-OFFSITE-REGISTER-EXIT.
           EXIT.


       ARCHIVE-ONE-CYCLE.
      *     Cycle WS-CYCLE-I of the day's CYC-PREFIX generation - 0
      *     being the plain daily name
           MOVE 'B'                       TO CYC-FUNCTION.
           MOVE WS-CAND-DATE              TO CYC-DATE.
           MOVE WS-CYCLE-I                TO CYC-CYCLE.
           CALL 'AESCYCL' USING CY-S.
           MOVE CYC-GEN                   TO WS-DAT-FILE-NAME.

           PERFORM ARCHIVE-ONE-GENERATION
              THRU ARCHIVE-ONE-GENERATION-EXIT.


       ARCHIVE-ONE-GENERATION.
      *     No generation for the name (weekend, already archived) -
      *     simply move on, same tolerance AESPURGE shows a missing
             GO TO ARCHIVE-ONE-GENERATION-EXIT
           END-IF.

      *     Archived on an earlier run and kept only for want of
      *     offsite copies - the archive already has it
           PERFORM FIND-ARCHIVED-ENTRY
              THRU FIND-ARCHIVED-ENTRY-EXIT.

           IF WS-IX-ENTRY > 0
             CLOSE R-DAT
             GO TO ARCHIVE-ONE-GENERATION-DELETE
           END-IF.

           PERFORM OPEN-ARCHIVE-FILES.

      *     Header first, patched after the copy with the real

           PERFORM CLOSE-ARCHIVE-FILES.

           ADD 1                          TO WS-IX-COUNT.
           MOVE WS-IX-COUNT               TO WS-IX-ENTRY.

       ARCHIVE-ONE-GENERATION-DELETE.
      *     The copy is safely on the archive and the archive is
      *     safely offsite - now, and only now, the live generation
      *     goes
           PERFORM COUNT-OFFSITE-LOCATIONS.

           IF WS-LC-COUNT < WS-OFFSITE-COPIES
             ADD 1                        TO WS-AWAITING-COUNT
             DISPLAY 'AESARCH: ' WS-DAT-FILE-NAME ' KEPT LIVE - '
                     WS-LC-COUNT ' OF ' WS-OFFSITE-COPIES
                     ' OFFSITE COPIES REGISTERED'
             GO TO ARCHIVE-ONE-GENERATION-EXIT
           END-IF.

           CALL 'CBL_DELETE_FILE' USING WS-DAT-FILE-NAME.

           IF RETURN-CODE = 0
           EXIT.


       FIND-ARCHIVED-ENTRY.
      *     WS-IX-ENTRY = WS-DAT-FILE-NAME's position on AESARCIX,
      *     zero when no earlier run archived it. Only a generation
      *     still live gets this far, so the scan is a few a night.
           MOVE 0                         TO WS-IX-ENTRY
                                             WS-IX-I.

           OPEN INPUT R-IDX.

           IF FS-IDX-OK
             CONTINUE
           ELSE
             CLOSE R-IDX
             GO TO FIND-ARCHIVED-ENTRY-EXIT
           END-IF.

           PERFORM UNTIL FS-IDX-EOF OR WS-IX-ENTRY > 0
             READ R-IDX
               AT END
                 CONTINUE
               NOT AT END
                 ADD 1                    TO WS-IX-I
                 IF IDX-NAME = WS-DAT-FILE-NAME
                   MOVE WS-IX-I           TO WS-IX-ENTRY
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE R-IDX.

       FIND-ARCHIVED-ENTRY-EXIT.
           EXIT.


       COUNT-OFFSITE-LOCATIONS.
      *     Distinct locations with a volume holding AESARCIX entry
      *     WS-IX-ENTRY - two copies in one vault are one copy
           MOVE 0                         TO WS-LC-COUNT.

           PERFORM VARYING WS-OV-I FROM 1 BY 1
             UNTIL WS-OV-I > WS-OV-COUNT
             IF WS-IX-ENTRY NOT < WS-OV-IDX-FROM(WS-OV-I)
               AND WS-IX-ENTRY NOT > WS-OV-IDX-TO(WS-OV-I)
               PERFORM VARYING WS-LC-I FROM 1 BY 1
                 UNTIL WS-LC-I > WS-LC-COUNT
                 OR WS-LC-LOCATION(WS-LC-I) = WS-OV-LOCATION(WS-OV-I)
                 CONTINUE
               END-PERFORM
               IF WS-LC-I > WS-LC-COUNT
                 ADD 1                    TO WS-LC-COUNT
                 MOVE WS-OV-LOCATION(WS-OV-I)
                   TO WS-LC-LOCATION(WS-LC-COUNT)
               END-IF
             END-IF
           END-PERFORM.


       OPEN-ARCHIVE-FILES.
           OPEN EXTEND R-ARC.

