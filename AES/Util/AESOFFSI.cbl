       ID DIVISION.
       PROGRAM-ID. AESOFFSI.
      *****************************************************************
      * Offsite register maintenance for the archive volumes. AESARCH
      * used to delete a live generation the moment it was appended
      * to AESARCHV, with nothing anywhere saying whether a second
      * copy had ever left the building. Every volume copied from
      * AESARCHV and sent to a vault is now entered on the AESOFFRG
      * register: volume serial, location, date sent, the date it
      * is expected back, where it stands now, and the generations
      * on it - the range of AESARCIX entries the archive held when
      * it was copied (AESARCHV and AESARCIX are only ever appended,
      * so an entry's position names its generation for good).
      * AESARCH reads the register before deleting anything; AESREST
      * reads it to tell the operator which volume to recall.
      *
      * Driven by a card deck (AESOFDCK), one function per record -
      * the same console style AESSHMNT works in:
      *   L                                     - list the register
      *   S volser(3-8) location(10-17) expected-return(19-26)
      *     scope(28-30)                        - volume sent offsite
      *       scope ALL (the default) - the whole archive as it
      *       stands; NEW - only the entries no volume at that
      *       location holds yet
      *   Q volser(3-8)                         - recall requested
      *   A volser(3-8)                         - arrived on site
      *   R volser(3-8) expected-return(19-26)  - returned to vault
      *   X volser(3-8)                         - released for reuse
      * A volume counts as an offsite copy while it is at its vault
      * (OFF) or asked for but not yet here (RQR); one on site (ONS)
      * or released (REL) protects nothing. A released record stays
      * on the register so its history reads true, and the serial
      * may be sent again.
      *
      * After the deck the two vault reports are written:
      *   AESOFRCL recall - volumes asked for, and volumes whose
      *                     expected-return date has come
      *   AESOFRTN return - volumes on site that must go back
      * and the archived generations held at fewer locations than
      * AESGPARM's offsite copies (column 9, default 2) are counted
      * - once AESARCH has deleted the live copy that is the whole
      * of their protection. RETURN-CODE 8 when a card was refused,
      * 4 when anything is under-protected.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *     OFFSITE REGISTER (AESOFFRG - one volume per record)
            SELECT OPTIONAL R-OFR ASSIGN TO 'AESOFFRG'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-OFR.

      *     ARCHIVE INDEX (AESARCIX - LRECL=56)
            SELECT OPTIONAL R-IDX ASSIGN TO 'AESARCIX'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-IDX.

      *     CONSOLE CARD DECK (AESOFDCK - LRECL=80)
            SELECT R-DCK ASSIGN TO 'AESOFDCK'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-DCK.

      *     CONTROL CARD (AESGPARM - AESARCH's, for offsite copies)
            SELECT OPTIONAL R-PARM ASSIGN TO 'AESGPARM'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-PARM.

      *     VAULT RECALL AND RETURN REPORTS
            SELECT R-RCL ASSIGN TO 'AESOFRCL'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-RCL.

            SELECT R-RTN ASSIGN TO 'AESOFRTN'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-RTN.

       DATA DIVISION.
       FILE SECTION.
      *   AESOFFRG
       FD R-OFR LABEL RECORD STANDARD.

       01 OFR-REC.
          02 OFR-VOLSER               PIC X(06).
          02 OFR-LOCATION             PIC X(08).
      *     OFF (at vault)/RQR (recall requested)/ONS (on site)/
      *     REL (released)
          02 OFR-STATUS               PIC X(03).
             88 OFR-OFFSITE                       VALUE 'OFF' 'RQR'.
             88 OFR-AT-VAULT                      VALUE 'OFF'.
             88 OFR-REQUESTED                     VALUE 'RQR'.
             88 OFR-ON-SITE                       VALUE 'ONS'.
             88 OFR-RELEASED                      VALUE 'REL'.
          02 OFR-SENT                 PIC 9(08).
          02 OFR-EXPECTED             PIC 9(08).
          02 OFR-STATUS-DATE          PIC 9(08).
      *     AESARCIX entries (by position) copied to the volume
          02 OFR-IDX-FROM             PIC 9(06).
          02 OFR-IDX-TO               PIC 9(06).
          02 FILLER                   PIC X(27).

      *   AESARCIX
       FD R-IDX LABEL RECORD STANDARD.

       01 IDX-REC.
          02 IDX-NAME                 PIC X(20).
          02 IDX-DATE                 PIC 9(08).
          02 IDX-BLOCKS               PIC 9(08).
          02 IDX-CHECKSUM             PIC 9(10).
          02 FILLER                   PIC X(10).

      *   AESOFDCK
       FD R-DCK LABEL RECORD STANDARD.

       01 DCK-REC.
          05 DCK-FUNCTION                PIC X(01).
          05 FILLER                      PIC X(01).
          05 DCK-VOLSER                  PIC X(06).
          05 FILLER                      PIC X(01).
          05 DCK-LOCATION                PIC X(08).
          05 FILLER                      PIC X(01).
          05 DCK-EXPECTED                PIC X(08).
          05 DCK-EXPECTED-N REDEFINES DCK-EXPECTED
                                         PIC 9(08).
          05 FILLER                      PIC X(01).
          05 DCK-SCOPE                   PIC X(03).
          05 FILLER                      PIC X(50).

      *   AESGPARM
       FD R-PARM LABEL RECORD STANDARD.

       01 PARM-REC.
          05 PARM-ACTIVE-DAYS            PIC 9(04).
          05 PARM-SCAN-DAYS              PIC 9(04).
          05 PARM-OFFSITE-COPIES         PIC X(01).
          05 PARM-MAX-CYCLE              PIC X(02).

      *   AESOFRCL / AESOFRTN
       FD R-RCL LABEL RECORD STANDARD.

       01 RCL-REC                        PIC X(132).

       FD R-RTN LABEL RECORD STANDARD.

       01 RTN-REC                        PIC X(132).

       WORKING-STORAGE SECTION.
         01 FS.
            05 FS-OFR                   PIC 9(02).
               88 FS-OFR-OK                       VALUE 0.
               88 FS-OFR-EOF                      VALUE 10.
            05 FS-IDX                   PIC 9(02).
               88 FS-IDX-OK                       VALUE 0.
               88 FS-IDX-EOF                      VALUE 10.
            05 FS-DCK                   PIC 9(02).
               88 FS-DCK-OK                       VALUE 0.
               88 FS-DCK-EOF                      VALUE 10.
            05 FS-PARM                  PIC 9(02).
               88 FS-PARM-OK                      VALUE 0.
            05 FS-RCL                   PIC 9(02).
               88 FS-RCL-OK                       VALUE 0.
            05 FS-RTN                   PIC 9(02).
               88 FS-RTN-OK                       VALUE 0.

      *  The register, reloaded and rewritten whole - the same
      *  small-store handling AESSHMNT gives its own
         01 WS-OFR-TABLE.
            05 WS-OFR-ENTRY OCCURS 500  PIC X(80).
         77 WS-OFR-COUNT                PIC 9(03)   VALUE 0.
         77 WS-OFR-I                    PIC 9(03).
         77 WS-FOUND-I                  PIC 9(03).

         77 WS-IX-COUNT                 PIC 9(06)   VALUE 0.
         77 WS-IX-I                     PIC 9(06).
         77 WS-IDX-FROM                 PIC 9(06).
         77 WS-ON-VOLUME                PIC 9(06).
         77 WS-OFFSITE-COPIES           PIC 9(01)   VALUE 2.
         77 WS-UNDER-COUNT              PIC 9(06)   VALUE 0.

      *  Separate locations holding the entry in hand
         01 WS-LC-TABLE.
            05 WS-LC-LOCATION          OCCURS 500  PIC X(08).
         77 WS-LC-COUNT                PIC 9(03).
         77 WS-LC-I                    PIC 9(03).

         77 WS-TODAY                    PIC 9(08).
         77 WS-CHANGED-COUNT            PIC 9(03)   VALUE 0.
         77 WS-CARD-COUNT               PIC 9(03)   VALUE 0.
         77 WS-CARD-RC                  PIC 9(02)   VALUE 0.
         77 WS-RECALL-COUNT             PIC 9(03)   VALUE 0.
         77 WS-RETURN-COUNT             PIC 9(03)   VALUE 0.

         01 WS-RPT-LINE                 PIC X(132)  VALUE SPACES.

       LINKAGE SECTION.

       PROCEDURE DIVISION.
       MAINLINE.
           ACCEPT WS-TODAY                FROM DATE YYYYMMDD.

           PERFORM READ-PARAMETERS.
           PERFORM LOAD-REGISTER
              THRU LOAD-REGISTER-EXIT.
           PERFORM COUNT-ARCHIVE-INDEX
              THRU COUNT-ARCHIVE-INDEX-EXIT.

           OPEN INPUT R-DCK.

           IF FS-DCK-OK
             CONTINUE
           ELSE
             DISPLAY 'AESOFFSI: ERROR OPENING AESOFDCK: ' FS-DCK
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

           PERFORM WRITE-VAULT-REPORTS.
           PERFORM CHECK-PROTECTION.

           DISPLAY 'AESOFFSI: ' WS-CARD-COUNT ' card(s), '
                   WS-CHANGED-COUNT ' volume change(s), '
                   WS-OFR-COUNT ' on the register, '
                   WS-RECALL-COUNT ' to recall, '
                   WS-RETURN-COUNT ' to return'.

           IF WS-UNDER-COUNT > 0
             DISPLAY 'AESOFFSI: ' WS-UNDER-COUNT ' ARCHIVED '
                     'GENERATION(S) AT FEWER THAN ' WS-OFFSITE-COPIES
                     ' OFFSITE LOCATION(S)'
             IF WS-CARD-RC = 0
               MOVE 4                     TO WS-CARD-RC
             END-IF
           END-IF.

           MOVE WS-CARD-RC                TO RETURN-CODE.

           STOP RUN.


       READ-PARAMETERS.
           OPEN INPUT R-PARM.

           IF FS-PARM-OK
             READ R-PARM
               AT END
                 CONTINUE
               NOT AT END
                 IF PARM-OFFSITE-COPIES IS NUMERIC
                   MOVE PARM-OFFSITE-COPIES TO WS-OFFSITE-COPIES
                 END-IF
             END-READ
           END-IF.

           CLOSE R-PARM.


       LOAD-REGISTER.
           OPEN INPUT R-OFR.

           IF FS-OFR-OK
             CONTINUE
           ELSE
      *      First volume ever - an empty register
             CLOSE R-OFR
             GO TO LOAD-REGISTER-EXIT
           END-IF.

           PERFORM UNTIL FS-OFR-EOF
             READ R-OFR
               AT END
                 CONTINUE
               NOT AT END
                 IF WS-OFR-COUNT < 500
                   ADD 1                  TO WS-OFR-COUNT
                   MOVE OFR-REC           TO WS-OFR-ENTRY(WS-OFR-COUNT)
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE R-OFR.

       LOAD-REGISTER-EXIT.
           EXIT.


       COUNT-ARCHIVE-INDEX.
           OPEN INPUT R-IDX.

           IF FS-IDX-OK
             CONTINUE
           ELSE
             CLOSE R-IDX
             GO TO COUNT-ARCHIVE-INDEX-EXIT
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

       COUNT-ARCHIVE-INDEX-EXIT.
           EXIT.


       PROCESS-ONE-CARD.
           EVALUATE DCK-FUNCTION
             WHEN 'L'
               PERFORM LIST-REGISTER
             WHEN 'S'
               PERFORM SEND-ONE-VOLUME
                  THRU SEND-ONE-VOLUME-EXIT
             WHEN 'Q'
             WHEN 'A'
             WHEN 'R'
             WHEN 'X'
               PERFORM MOVE-ONE-VOLUME
                  THRU MOVE-ONE-VOLUME-EXIT
             WHEN '*'
               CONTINUE
             WHEN OTHER
               DISPLAY 'AESOFFSI: UNKNOWN FUNCTION AT CARD '
                       WS-CARD-COUNT ': ' DCK-FUNCTION
           END-EVALUATE.

       PROCESS-ONE-CARD-EXIT.
           EXIT.


       LIST-REGISTER.
           DISPLAY 'AESOFFSI: ' WS-OFR-COUNT ' volume(s) on '
                   'the register, ' WS-IX-COUNT ' archived '
                   'generation(s) on AESARCIX'.

           PERFORM VARYING WS-OFR-I FROM 1 BY 1
             UNTIL WS-OFR-I > WS-OFR-COUNT
             MOVE WS-OFR-ENTRY(WS-OFR-I)  TO OFR-REC
             DISPLAY '  ' OFR-VOLSER ' ' OFR-STATUS ' '
                     OFR-LOCATION ' SENT ' OFR-SENT ' DUE BACK '
                     OFR-EXPECTED ' ENTRIES ' OFR-IDX-FROM '-'
                     OFR-IDX-TO
           END-PERFORM.


       SEND-ONE-VOLUME.
           IF DCK-VOLSER = SPACES
             OR DCK-LOCATION = SPACES
             OR DCK-EXPECTED NOT NUMERIC
             DISPLAY 'AESOFFSI: CARD ' WS-CARD-COUNT ' REFUSED - '
                     'VOLUME, LOCATION AND EXPECTED RETURN DATE '
                     'ARE ALL REQUIRED'
             MOVE 8                       TO WS-CARD-RC
             GO TO SEND-ONE-VOLUME-EXIT
           END-IF.

           IF DCK-EXPECTED-N NOT > WS-TODAY
             DISPLAY 'AESOFFSI: CARD ' WS-CARD-COUNT ' REFUSED - '
                     'EXPECTED RETURN ' DCK-EXPECTED
                     ' IS NOT A DATE TO COME'
             MOVE 8                       TO WS-CARD-RC
             GO TO SEND-ONE-VOLUME-EXIT
           END-IF.

           PERFORM FIND-VOLUME.

           IF WS-FOUND-I > 0
             DISPLAY 'AESOFFSI: CARD ' WS-CARD-COUNT ' REFUSED - '
                     'VOLUME ' DCK-VOLSER ' IS ALREADY ON THE '
                     'REGISTER'
             MOVE 8                       TO WS-CARD-RC
             GO TO SEND-ONE-VOLUME-EXIT
           END-IF.

           IF WS-IX-COUNT = 0
             DISPLAY 'AESOFFSI: CARD ' WS-CARD-COUNT ' REFUSED - '
                     'AESARCIX IS EMPTY, NOTHING IS ARCHIVED'
             MOVE 8                       TO WS-CARD-RC
             GO TO SEND-ONE-VOLUME-EXIT
           END-IF.

           MOVE 1                         TO WS-IDX-FROM.

           EVALUATE DCK-SCOPE
             WHEN 'ALL'
             WHEN SPACES
               CONTINUE
             WHEN 'NEW'
               PERFORM FIND-FIRST-NEW-ENTRY
             WHEN OTHER
               DISPLAY 'AESOFFSI: CARD ' WS-CARD-COUNT ' REFUSED - '
                       'SCOPE ' DCK-SCOPE ' IS NOT ALL OR NEW'
               MOVE 8                     TO WS-CARD-RC
               GO TO SEND-ONE-VOLUME-EXIT
           END-EVALUATE.

           IF WS-IDX-FROM > WS-IX-COUNT
             DISPLAY 'AESOFFSI: CARD ' WS-CARD-COUNT ' REFUSED - '
                     'NOTHING NEW FOR ' DCK-LOCATION
             MOVE 8                       TO WS-CARD-RC
             GO TO SEND-ONE-VOLUME-EXIT
           END-IF.

           IF WS-OFR-COUNT NOT < 500
             DISPLAY 'AESOFFSI: CARD ' WS-CARD-COUNT ' REFUSED - '
                     'REGISTER IS FULL'
             MOVE 8                       TO WS-CARD-RC
             GO TO SEND-ONE-VOLUME-EXIT
           END-IF.

           MOVE SPACES                    TO OFR-REC.
           MOVE DCK-VOLSER                TO OFR-VOLSER.
           MOVE DCK-LOCATION              TO OFR-LOCATION.
           SET OFR-AT-VAULT               TO TRUE.
           MOVE WS-TODAY                  TO OFR-SENT
                                             OFR-STATUS-DATE.
           MOVE DCK-EXPECTED-N            TO OFR-EXPECTED.
           MOVE WS-IDX-FROM               TO OFR-IDX-FROM.
           MOVE WS-IX-COUNT               TO OFR-IDX-TO.

           ADD 1                          TO WS-OFR-COUNT.
           MOVE OFR-REC                   TO WS-OFR-ENTRY(WS-OFR-COUNT).
           ADD 1                          TO WS-CHANGED-COUNT.

           COMPUTE WS-ON-VOLUME = WS-IX-COUNT - WS-IDX-FROM + 1.

           DISPLAY 'AESOFFSI: VOLUME ' OFR-VOLSER ' SENT TO '
                   OFR-LOCATION ' - ' WS-ON-VOLUME
                   ' GENERATION(S), ENTRIES ' OFR-IDX-FROM '-'
                   OFR-IDX-TO.

       SEND-ONE-VOLUME-EXIT.
           EXIT.


       FIND-FIRST-NEW-ENTRY.
      *     Past the highest entry any live volume at the location
      *     already holds
           PERFORM VARYING WS-OFR-I FROM 1 BY 1
             UNTIL WS-OFR-I > WS-OFR-COUNT
             MOVE WS-OFR-ENTRY(WS-OFR-I)  TO OFR-REC
             IF OFR-LOCATION = DCK-LOCATION
               AND NOT OFR-RELEASED
               AND OFR-IDX-TO NOT < WS-IDX-FROM
               COMPUTE WS-IDX-FROM = OFR-IDX-TO + 1
             END-IF
           END-PERFORM.


       MOVE-ONE-VOLUME.
           PERFORM FIND-VOLUME.

           IF WS-FOUND-I = 0
             DISPLAY 'AESOFFSI: CARD ' WS-CARD-COUNT ' REFUSED - '
                     'NO VOLUME ' DCK-VOLSER ' ON THE REGISTER'
             MOVE 8                       TO WS-CARD-RC
             GO TO MOVE-ONE-VOLUME-EXIT
           END-IF.

           MOVE WS-OFR-ENTRY(WS-FOUND-I)  TO OFR-REC.

           EVALUATE TRUE
             WHEN DCK-FUNCTION = 'Q' AND OFR-AT-VAULT
               SET OFR-REQUESTED          TO TRUE
             WHEN DCK-FUNCTION = 'A' AND OFR-OFFSITE
               SET OFR-ON-SITE            TO TRUE
             WHEN DCK-FUNCTION = 'R' AND OFR-ON-SITE
               IF DCK-EXPECTED NUMERIC
                 AND DCK-EXPECTED-N > WS-TODAY
                 MOVE DCK-EXPECTED-N      TO OFR-EXPECTED
               END-IF
               SET OFR-AT-VAULT           TO TRUE
             WHEN DCK-FUNCTION = 'X'
               SET OFR-RELEASED           TO TRUE
             WHEN OTHER
               DISPLAY 'AESOFFSI: CARD ' WS-CARD-COUNT ' REFUSED - '
                       'VOLUME ' OFR-VOLSER ' IS ' OFR-STATUS
                       ', FUNCTION ' DCK-FUNCTION ' DOES NOT APPLY'
               MOVE 8                     TO WS-CARD-RC
               GO TO MOVE-ONE-VOLUME-EXIT
           END-EVALUATE.

           MOVE WS-TODAY                  TO OFR-STATUS-DATE.
           MOVE OFR-REC                   TO WS-OFR-ENTRY(WS-FOUND-I).
           ADD 1                          TO WS-CHANGED-COUNT.

           DISPLAY 'AESOFFSI: VOLUME ' OFR-VOLSER ' NOW '
                   OFR-STATUS ' (' OFR-LOCATION ')'.

       MOVE-ONE-VOLUME-EXIT.
           EXIT.


       FIND-VOLUME.
      *     The serial's current record - a released one is history
           MOVE 0                         TO WS-FOUND-I.

           PERFORM VARYING WS-OFR-I FROM 1 BY 1
             UNTIL WS-OFR-I > WS-OFR-COUNT OR WS-FOUND-I > 0
             MOVE WS-OFR-ENTRY(WS-OFR-I)  TO OFR-REC
             IF OFR-VOLSER = DCK-VOLSER
               AND NOT OFR-RELEASED
               MOVE WS-OFR-I              TO WS-FOUND-I
             END-IF
           END-PERFORM.


       REWRITE-REGISTER.
           OPEN OUTPUT R-OFR.

           IF FS-OFR-OK
             CONTINUE
           ELSE
             DISPLAY 'AESOFFSI: CANNOT REWRITE AESOFFRG: ' FS-OFR
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.

           PERFORM VARYING WS-OFR-I FROM 1 BY 1
             UNTIL WS-OFR-I > WS-OFR-COUNT
             MOVE WS-OFR-ENTRY(WS-OFR-I)  TO OFR-REC

             WRITE OFR-REC
           END-PERFORM.

           CLOSE R-OFR.


       WRITE-VAULT-REPORTS.
           OPEN OUTPUT R-RCL R-RTN.

           IF FS-RCL-OK AND FS-RTN-OK
             CONTINUE
           ELSE
             DISPLAY 'AESOFFSI: ERROR OPENING VAULT REPORTS: '
                     FS-RCL ' ' FS-RTN
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.

           STRING 'AESOFFSI VAULT RECALL LIST ' WS-TODAY
           DELIMITED BY SIZE            INTO RCL-REC.
           WRITE RCL-REC.
           STRING 'AESOFFSI VAULT RETURN LIST ' WS-TODAY
           DELIMITED BY SIZE            INTO RTN-REC.
           WRITE RTN-REC.

           PERFORM VARYING WS-OFR-I FROM 1 BY 1
             UNTIL WS-OFR-I > WS-OFR-COUNT
             MOVE WS-OFR-ENTRY(WS-OFR-I)  TO OFR-REC
             MOVE SPACES                  TO WS-RPT-LINE

             EVALUATE TRUE
               WHEN OFR-REQUESTED
                 STRING 'RECALL VOLUME ' OFR-VOLSER ' FROM '
                        OFR-LOCATION ' - REQUESTED '
                        OFR-STATUS-DATE ', ENTRIES ' OFR-IDX-FROM
                        '-' OFR-IDX-TO
                 DELIMITED BY SIZE      INTO WS-RPT-LINE
                 MOVE WS-RPT-LINE         TO RCL-REC
                 WRITE RCL-REC
                 ADD 1                    TO WS-RECALL-COUNT
               WHEN OFR-AT-VAULT AND OFR-EXPECTED NOT > WS-TODAY
                 STRING 'RECALL VOLUME ' OFR-VOLSER ' FROM '
                        OFR-LOCATION ' - DUE BACK ' OFR-EXPECTED
                        ' (SENT ' OFR-SENT '), ENTRIES '
                        OFR-IDX-FROM '-' OFR-IDX-TO
                 DELIMITED BY SIZE      INTO WS-RPT-LINE
                 MOVE WS-RPT-LINE         TO RCL-REC
                 WRITE RCL-REC
                 ADD 1                    TO WS-RECALL-COUNT
               WHEN OFR-ON-SITE
                 STRING 'RETURN VOLUME ' OFR-VOLSER ' TO '
                        OFR-LOCATION ' - ON SITE SINCE '
                        OFR-STATUS-DATE ', ENTRIES ' OFR-IDX-FROM
                        '-' OFR-IDX-TO
                 DELIMITED BY SIZE      INTO WS-RPT-LINE
                 MOVE WS-RPT-LINE         TO RTN-REC
                 WRITE RTN-REC
                 ADD 1                    TO WS-RETURN-COUNT
             END-EVALUATE
           END-PERFORM.

           MOVE SPACES                    TO RCL-REC RTN-REC.
           STRING 'TOTAL - ' WS-RECALL-COUNT ' VOLUME(S) TO RECALL'
           DELIMITED BY SIZE            INTO RCL-REC.
           WRITE RCL-REC.
           STRING 'TOTAL - ' WS-RETURN-COUNT ' VOLUME(S) TO RETURN'
           DELIMITED BY SIZE            INTO RTN-REC.
           WRITE RTN-REC.

           CLOSE R-RCL R-RTN.


       CHECK-PROTECTION.
      *     Each archived generation against the volumes still
      *     offsite - separate locations only, as AESARCH counts
           PERFORM VARYING WS-IX-I FROM 1 BY 1
             UNTIL WS-IX-I > WS-IX-COUNT
             MOVE 0                       TO WS-LC-COUNT
             PERFORM VARYING WS-OFR-I FROM 1 BY 1
               UNTIL WS-OFR-I > WS-OFR-COUNT
               MOVE WS-OFR-ENTRY(WS-OFR-I) TO OFR-REC
               IF OFR-OFFSITE
                 AND WS-IX-I NOT < OFR-IDX-FROM
                 AND WS-IX-I NOT > OFR-IDX-TO
                 PERFORM COUNT-ONE-LOCATION
               END-IF
             END-PERFORM
             IF WS-LC-COUNT < WS-OFFSITE-COPIES
               ADD 1                      TO WS-UNDER-COUNT
             END-IF
           END-PERFORM.


       COUNT-ONE-LOCATION.
           PERFORM VARYING WS-LC-I FROM 1 BY 1
             UNTIL WS-LC-I > WS-LC-COUNT
             OR WS-LC-LOCATION(WS-LC-I) = OFR-LOCATION
             CONTINUE
           END-PERFORM.

           IF WS-LC-I > WS-LC-COUNT
             ADD 1                        TO WS-LC-COUNT
             MOVE OFR-LOCATION            TO WS-LC-LOCATION(WS-LC-COUNT)
           END-IF.
