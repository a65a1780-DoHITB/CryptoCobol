       ID DIVISION.
       PROGRAM-ID. AESPOLSC.
      *****************************************************************
      * Classification policy conformance scan. AESCARD and AESBATCH
      * refuse a new job that falls short of its class's AESCPOL
      * policy, but a policy is tightened long after the data it
      * covers was written - raising a class's minimum key length or
      * adding a MAC requirement says nothing about the generations
      * already sitting in the archive. This walks every CIPHER and
      * REWRAP entry on AESRCAT and judges it, through the same
      * AESPOLCY check the submission side uses, against its class's
      * CURRENT policy:
      *
      *   - mode no longer on the class's allowed list,
      *   - key length below the class's minimum,
      *   - no MAC where the class now requires one,
      *   - a retention class longer than the class's maximum, or a
      *     generation already held past it.
      *
      * Each shortfall is listed on AESPOLSR with the generation,
      * class and reason - the worklist for re-protection (a REWRAP
      * under a conforming key) or disposal. Unlabelled generations
      * are judged against the '*' policy when AESCPOL has one.
      *
      * RETURN-CODE 4 when any generation falls short.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *     RUN CATALOG (AESRCAT)
            SELECT R-CAT ASSIGN TO 'AESRCAT'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS SEQUENTIAL
                   RECORD KEY   IS CAT-GEN
                   FILE STATUS  IS FS-CAT.

      *     CONFORMANCE REPORT (AESPOLSR)
            SELECT R-RPT ASSIGN TO 'AESPOLSR'
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
      *     Environment the run belonged to ('T'/'P', space before
      *     the tag existed)
          02 CAT-ENV                  PIC X(01).
      *     Envelope run: the generation's data key, RFC 3394-
      *     wrapped under CAT-ALIAS at CAT-VERSION (spaces otherwise)
          02 CAT-DEK-WRAP             PIC X(64).
          02 CAT-DEK-C0               PIC X(16).
      *     Data classification label, and the MAC the run carried
      *     ('H' HMAC trailer, 'B' per-block MAC, 'A' both)
          02 CAT-CLASS                PIC X(01).
          02 CAT-MAC                  PIC X(01).
          02 FILLER                   PIC X(194).

      *   AESPOLSR
       FD R-RPT LABEL RECORD STANDARD.

       01 RPT-REC                        PIC X(80).

       WORKING-STORAGE SECTION.
         01 FS.
            05 FS-CAT                   PIC 9(02).
               88 FS-CAT-OK                       VALUE 0.
               88 FS-CAT-EOF                      VALUE 10.
            05 FS-RPT                   PIC 9(02).
               88 FS-RPT-OK                       VALUE 0.

         77 WS-TODAY                    PIC 9(08).

         77 WS-JUDGED-COUNT             PIC 9(05)   VALUE 0.
         77 WS-SHORT-COUNT              PIC 9(05)   VALUE 0.
         77 WS-NOPOL-COUNT              PIC 9(05)   VALUE 0.

      *  Classification policy check (AESPOLCY) - linkage mirrored
      *  here, the same way AESCARD/AESBATCH mirror it
         01 WS-POL-LS.
            02 PLC-CLASS               PIC X(01).
            02 PLC-MODE                PIC X(03).
            02 PLC-BITS                PIC X(03).
            02 PLC-MAC                 PIC X(01).
            02 PLC-GEN                 PIC X(20).
            02 PLC-GEN-DATE            PIC 9(08).
            02 PLC-MAX-RETAIN          PIC 9(05).
            02 PLC-GEN-DAYS            PIC 9(05).
            02 PLC-REASON              PIC X(40).
            02 PLC-STATUS              PIC X(03).
               88 PLCS-OK                       VALUE 'OK '.
               88 PLCS-NONCONFORM               VALUE 'NCF'.
               88 PLCS-NO-POLICY                VALUE 'NPL'.
               88 PLCS-ERR                      VALUE 'ERR'.

         01 WS-RPT-LINE                 PIC X(80).

       LINKAGE SECTION.

       PROCEDURE DIVISION.
       MAINLINE.
           ACCEPT WS-TODAY                 FROM DATE YYYYMMDD.

           OPEN OUTPUT R-RPT.

           IF FS-RPT-OK
             CONTINUE
           ELSE
             DISPLAY 'AESPOLSC: ERROR OPENING AESPOLSR: ' FS-RPT
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.

           STRING 'AESPOLSC CLASSIFICATION POLICY SCAN FOR ' WS-TODAY
           DELIMITED BY SIZE            INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

           OPEN INPUT R-CAT.

           IF FS-CAT-OK
             CONTINUE
           ELSE
             DISPLAY 'AESPOLSC: CANNOT OPEN AESRCAT: ' FS-CAT
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.

           PERFORM UNTIL FS-CAT-EOF
             READ R-CAT NEXT RECORD

             IF FS-CAT-OK
               IF CAT-ACTION = 'CIPHER  ' OR 'REWRAP  '
                 PERFORM JUDGE-ONE-GENERATION
               END-IF
             END-IF
           END-PERFORM.

           CLOSE R-CAT.

           STRING 'TOTALS - ' WS-JUDGED-COUNT ' GENERATION(S) JUDGED, '
                  WS-SHORT-COUNT ' SHORT OF POLICY, '
                  WS-NOPOL-COUNT ' UNPOLICED'
           DELIMITED BY SIZE            INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

           CLOSE R-RPT.

           DISPLAY 'AESPOLSC: ' WS-JUDGED-COUNT ' generation(s) '
                   'judged, ' WS-SHORT-COUNT ' short of policy'.

           IF WS-SHORT-COUNT > 0
             MOVE 4                       TO RETURN-CODE
           END-IF.

           STOP RUN.


       JUDGE-ONE-GENERATION.
           ADD 1                          TO WS-JUDGED-COUNT.

           MOVE CAT-CLASS                 TO PLC-CLASS.
           MOVE CAT-MODE                  TO PLC-MODE.
           MOVE CAT-BITS                  TO PLC-BITS.
           MOVE CAT-MAC                   TO PLC-MAC.
           MOVE CAT-GEN                   TO PLC-GEN.
           MOVE CAT-DATE                  TO PLC-GEN-DATE.

           CALL 'AESPOLCY' USING WS-POL-LS.

           EVALUATE TRUE
             WHEN PLCS-NONCONFORM
               ADD 1                      TO WS-SHORT-COUNT

               STRING CAT-GEN ' CLASS=' CAT-CLASS ' ' CAT-MODE '-'
                      CAT-BITS ' ' PLC-REASON
               DELIMITED BY SIZE        INTO WS-RPT-LINE
               PERFORM WRITE-REPORT-LINE
             WHEN PLCS-NO-POLICY
               ADD 1                      TO WS-NOPOL-COUNT
             WHEN OTHER
               CONTINUE
           END-EVALUATE.


       WRITE-REPORT-LINE.
           MOVE WS-RPT-LINE                TO RPT-REC.
           MOVE SPACES                     TO WS-RPT-LINE.

           WRITE RPT-REC.

           IF FS-RPT-OK
             CONTINUE
           ELSE
             DISPLAY 'AESPOLSC: ERROR WRITING AESPOLSR: ' FS-RPT
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.
