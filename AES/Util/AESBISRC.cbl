       ID DIVISION.
       PROGRAM-ID. AESBISRC.
      *****************************************************************
      * Blind-index search, batch front end. "Every record for
      * account X" used to mean deciphering whole generations
      * through AESSXTR; with the loads blind-indexed (AESFLDR,
      * AESFPARM columns 78-85) the question is answered from the
      * AESBIDX index alone. Each AESBIPRM card asks for one clear
      * value; AESBSRCH takes its index under the named 'I' key and
      * returns the loaded generations and record numbers that hold
      * it, and each hit is turned into a ready AESSXPRM card on
      * AESBIHIT - one per AESSXTR run:
      *
      *   - the generation on the card is the CIPHER output that
      *     consumed the loaded generation (the latest AESRCAT
      *     CIPHER entry whose input it was), with that run's data
      *     key alias and version,
      *   - the requester and tenant are the search card's own.
      *
      * A hit whose generation has not been ciphered, or was
      * ciphered in a chained mode AESSXTR cannot extract from, is
      * listed but gets no card (RETURN-CODE 4), as does a search
      * with more than the 100 hits one call returns. The clear
      * value is never displayed or written anywhere.
      *
      * The requester is the identity the search is authorized
      * under - it needs an AESEZAUT 'BIX' grant on the index alias.
      * A card refused (no grant, no requester, blank value, key
      * not found) sets RETURN-CODE 8 and the rest of the deck
      * still runs.
      *
      * AESBIPRM (LRECL=120): ALIAS(1-8) VERSION(10-12 - blank the
      * current) FIELD(14-16 - blank any) GENERATION(18-37 - blank
      * any) REQUESTER(39-46) TENANT(48-55) VALUE(57-120). A card
      * with '*' in column 1 is a comment.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *     SEARCH CARDS (AESBIPRM - LRECL=120)
            SELECT R-PARM ASSIGN TO 'AESBIPRM'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-PARM.

      *     EXTRACT CARDS (AESBIHIT - AESSXPRM layout, one per hit)
            SELECT R-HIT ASSIGN TO 'AESBIHIT'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-HIT.

      *     RUN CATALOG (AESRCAT - KSDS keyed on output generation)
            SELECT OPTIONAL R-CAT ASSIGN TO 'AESRCAT'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS SEQUENTIAL
                   RECORD KEY   IS CAT-GEN
                   FILE STATUS  IS FS-CAT.

       DATA DIVISION.
       FILE SECTION.
      *   AESBIPRM
       FD R-PARM LABEL RECORD STANDARD.

       01 PARM-REC.
          05 PARM-ALIAS                  PIC X(08).
          05 FILLER                      PIC X(01).
          05 PARM-VERSION                PIC X(03).
          05 PARM-VERSION-N REDEFINES PARM-VERSION
                                         PIC 9(03).
          05 FILLER                      PIC X(01).
          05 PARM-FIELD-NO               PIC X(03).
          05 PARM-FIELD-NO-N REDEFINES PARM-FIELD-NO
                                         PIC 9(03).
          05 FILLER                      PIC X(01).
          05 PARM-GEN-NAME               PIC X(20).
          05 FILLER                      PIC X(01).
          05 PARM-REQUESTER              PIC X(08).
          05 FILLER                      PIC X(01).
          05 PARM-TENANT                 PIC X(08).
          05 FILLER                      PIC X(01).
          05 PARM-VALUE                  PIC X(64).

      *   AESBIHIT - exactly AESSXTR's AESSXPRM card
       FD R-HIT LABEL RECORD STANDARD.

       01 HIT-REC.
          05 HIT-RECORD-NO               PIC 9(08).
          05 FILLER                      PIC X(01).
          05 HIT-GEN-NAME                PIC X(20).
          05 FILLER                      PIC X(01).
          05 HIT-ALIAS                   PIC X(08).
          05 FILLER                      PIC X(01).
          05 HIT-VERSION                 PIC 9(03).
          05 FILLER                      PIC X(01).
          05 HIT-REQUESTER               PIC X(08).
          05 FILLER                      PIC X(01).
          05 HIT-TENANT                  PIC X(08).

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
          02 FILLER                   PIC X(293).

       WORKING-STORAGE SECTION.
         01 FS.
            05 FS-PARM                  PIC 9(02).
               88 FS-PARM-OK                      VALUE 0.
               88 FS-PARM-EOF                     VALUE 10.
            05 FS-HIT                   PIC 9(02).
               88 FS-HIT-OK                       VALUE 0.
            05 FS-CAT                   PIC 9(02).
               88 FS-CAT-OK                       VALUE 0.
               88 FS-CAT-EOF                      VALUE 10.

      *  AESBSRCH's linkage, mirrored here
         01 WS-BSR-LS.
            02 BSR-CALLER              PIC X(08).
            02 BSR-ALIAS               PIC X(08).
            02 BSR-VERSION             PIC 9(03).
            02 BSR-FIELD-NO            PIC 9(03).
            02 BSR-GEN-NAME            PIC X(20).
            02 BSR-VALUE               PIC X(256).
            02 BSR-HIT-COUNT           PIC 9(03).
            02 BSR-MORE                PIC X(01).
               88 BSR-MORE-HITS                 VALUE 'Y'.
            02 BSR-HIT                 OCCURS 100.
               03 BSR-HIT-GEN          PIC X(20).
               03 BSR-HIT-RECORD       PIC 9(08).
               03 BSR-HIT-FIELD        PIC 9(03).
            02 BSR-STATUS              PIC X(03).
               88 BSRS-OK                       VALUE 'OK '.
               88 BSRS-ERR                      VALUE 'ERR'.
               88 BSRS-NOT-AUTH                 VALUE 'NAU'.
               88 BSRS-EMPTY                    VALUE 'EMP'.

      *  Loaded generation to ciphered generation, resolved once per
      *  run against AESRCAT - spaces in CG-CIPHER-GEN when no
      *  CIPHER run has consumed it
         01 WS-CG-TABLE.
            05 WS-CG-ENTRY             OCCURS 200.
               10 WS-CG-LOADED-GEN     PIC X(20).
               10 WS-CG-CIPHER-GEN     PIC X(20).
               10 WS-CG-DATE           PIC 9(08).
               10 WS-CG-MODE           PIC X(03).
               10 WS-CG-ALIAS          PIC X(08).
               10 WS-CG-VERSION        PIC 9(03).
         77 WS-CG-USED                 PIC 9(03)   VALUE 0.
         77 WS-CG-I                    PIC 9(03).

         77 WS-HIT-I                   PIC 9(03).
         77 WS-CARD-COUNT              PIC 9(05)   VALUE 0.
         77 WS-SEARCH-COUNT            PIC 9(05)   VALUE 0.
         77 WS-HIT-TOTAL               PIC 9(07)   VALUE 0.
         77 WS-CARDS-WRITTEN           PIC 9(07)   VALUE 0.
         77 WS-CARD-RC                 PIC 9(02)   VALUE 0.

       LINKAGE SECTION.

       PROCEDURE DIVISION.
       MAINLINE.
           OPEN INPUT R-PARM.

           IF FS-PARM-OK
             CONTINUE
           ELSE
             DISPLAY 'AESBISRC: ERROR OPENING AESBIPRM: ' FS-PARM
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.

           OPEN OUTPUT R-HIT.

           IF FS-HIT-OK
             CONTINUE
           ELSE
             DISPLAY 'AESBISRC: ERROR OPENING AESBIHIT: ' FS-HIT
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.

           PERFORM UNTIL FS-PARM-EOF
             READ R-PARM
               AT END
                 CONTINUE
               NOT AT END
                 ADD 1                    TO WS-CARD-COUNT
                 PERFORM PROCESS-ONE-CARD
                    THRU PROCESS-ONE-CARD-EXIT
             END-READ
           END-PERFORM.

           CLOSE R-PARM R-HIT.

           MOVE SPACES                    TO BSR-VALUE.

           DISPLAY 'AESBISRC: ' WS-SEARCH-COUNT ' search(es), '
                   WS-HIT-TOTAL ' hit(s), ' WS-CARDS-WRITTEN
                   ' AESSXPRM card(s) on AESBIHIT'.

           MOVE WS-CARD-RC                TO RETURN-CODE.

           STOP RUN.


       PROCESS-ONE-CARD.
           IF PARM-ALIAS(1:1) = '*'
             GO TO PROCESS-ONE-CARD-EXIT
           END-IF.

           IF PARM-ALIAS = SPACES
             OR PARM-REQUESTER = SPACES
             OR (PARM-VERSION NOT = SPACES
                 AND PARM-VERSION-N NOT NUMERIC)
             OR (PARM-FIELD-NO NOT = SPACES
                 AND PARM-FIELD-NO-N NOT NUMERIC)
             DISPLAY 'AESBISRC: CARD ' WS-CARD-COUNT ' REFUSED - '
                     'ALIAS AND REQUESTER ARE REQUIRED, VERSION AND '
                     'FIELD MUST BE NUMERIC OR BLANK'
             MOVE 8                       TO WS-CARD-RC
             GO TO PROCESS-ONE-CARD-EXIT
           END-IF.

           ADD 1                          TO WS-SEARCH-COUNT.

           MOVE PARM-REQUESTER            TO BSR-CALLER.
           MOVE PARM-ALIAS                TO BSR-ALIAS.
           MOVE 0                         TO BSR-VERSION BSR-FIELD-NO.
           IF PARM-VERSION NOT = SPACES
             MOVE PARM-VERSION-N          TO BSR-VERSION
           END-IF.
           IF PARM-FIELD-NO NOT = SPACES
             MOVE PARM-FIELD-NO-N         TO BSR-FIELD-NO
           END-IF.
           MOVE PARM-GEN-NAME             TO BSR-GEN-NAME.
           MOVE SPACES                    TO BSR-VALUE.
           MOVE PARM-VALUE                TO BSR-VALUE(1:64).

           CALL 'AESBSRCH' USING WS-BSR-LS.

           MOVE SPACES                    TO BSR-VALUE PARM-VALUE.

           EVALUATE TRUE
             WHEN BSRS-OK
               CONTINUE
             WHEN BSRS-NOT-AUTH
               DISPLAY 'AESBISRC: CARD ' WS-CARD-COUNT ' REFUSED - '
                       PARM-REQUESTER ' HOLDS NO AESEZAUT BIX GRANT '
                       'ON ' PARM-ALIAS
               MOVE 8                     TO WS-CARD-RC
               GO TO PROCESS-ONE-CARD-EXIT
             WHEN BSRS-EMPTY
               DISPLAY 'AESBISRC: CARD ' WS-CARD-COUNT ' REFUSED - '
                       'NO VALUE TO SEARCH FOR'
               MOVE 8                     TO WS-CARD-RC
               GO TO PROCESS-ONE-CARD-EXIT
             WHEN OTHER
               DISPLAY 'AESBISRC: CARD ' WS-CARD-COUNT ' FAILED - '
                       'INDEX KEY ' PARM-ALIAS ' OR AESBIDX '
                       'UNAVAILABLE'
               MOVE 8                     TO WS-CARD-RC
               GO TO PROCESS-ONE-CARD-EXIT
           END-EVALUATE.

           DISPLAY 'AESBISRC: CARD ' WS-CARD-COUNT ' - '
                   BSR-HIT-COUNT ' hit(s) under ' BSR-ALIAS
                   ' version ' BSR-VERSION ' for ' PARM-REQUESTER.

           ADD BSR-HIT-COUNT              TO WS-HIT-TOTAL.

           PERFORM VARYING WS-HIT-I FROM 1 BY 1
             UNTIL WS-HIT-I > BSR-HIT-COUNT
             PERFORM WRITE-ONE-HIT
           END-PERFORM.

           IF BSR-MORE-HITS
             DISPLAY 'AESBISRC: CARD ' WS-CARD-COUNT ' - MORE THAN '
                     '100 HITS, ONLY THE FIRST 100 LISTED - NAME A '
                     'GENERATION OR FIELD'
             IF WS-CARD-RC < 4
               MOVE 4                     TO WS-CARD-RC
             END-IF
           END-IF.

       PROCESS-ONE-CARD-EXIT.
           EXIT.


       WRITE-ONE-HIT.
           PERFORM FIND-CIPHER-GENERATION.

           DISPLAY 'AESBISRC:   ' BSR-HIT-GEN(WS-HIT-I)
                   ' RECORD ' BSR-HIT-RECORD(WS-HIT-I)
                   ' FIELD ' BSR-HIT-FIELD(WS-HIT-I)
                   ' CIPHERED AS ' WS-CG-CIPHER-GEN(WS-CG-I)
                   ' ' WS-CG-MODE(WS-CG-I).

           EVALUATE TRUE
             WHEN WS-CG-CIPHER-GEN(WS-CG-I) = SPACES
               DISPLAY 'AESBISRC:   NOT YET CIPHERED - NO EXTRACT '
                       'CARD'
               IF WS-CARD-RC < 4
                 MOVE 4                   TO WS-CARD-RC
               END-IF
             WHEN WS-CG-MODE(WS-CG-I) NOT = 'ECB'
               DISPLAY 'AESBISRC:   CHAINED MODE - NO EXTRACT CARD, '
                       'RUN THE FULL DECIPHER'
               IF WS-CARD-RC < 4
                 MOVE 4                   TO WS-CARD-RC
               END-IF
             WHEN OTHER
               MOVE SPACES                TO HIT-REC
               MOVE BSR-HIT-RECORD(WS-HIT-I) TO HIT-RECORD-NO
               MOVE WS-CG-CIPHER-GEN(WS-CG-I) TO HIT-GEN-NAME
               MOVE WS-CG-ALIAS(WS-CG-I)  TO HIT-ALIAS
               MOVE WS-CG-VERSION(WS-CG-I) TO HIT-VERSION
               MOVE PARM-REQUESTER        TO HIT-REQUESTER
               MOVE PARM-TENANT           TO HIT-TENANT

               WRITE HIT-REC

               ADD 1                      TO WS-CARDS-WRITTEN
           END-EVALUATE.


       FIND-CIPHER-GENERATION.
      *     Leaves WS-CG-I on the hit's loaded generation, looking it
      *     up on the catalog the first time it is seen
           PERFORM VARYING WS-CG-I FROM 1 BY 1
             UNTIL WS-CG-I > WS-CG-USED
             OR WS-CG-LOADED-GEN(WS-CG-I) = BSR-HIT-GEN(WS-HIT-I)
             CONTINUE
           END-PERFORM.

           IF WS-CG-I > WS-CG-USED
             IF WS-CG-USED = 200
      *         Table full - the last slot is reused
               MOVE 200                   TO WS-CG-I
             ELSE
               ADD 1                      TO WS-CG-USED
               MOVE WS-CG-USED            TO WS-CG-I
             END-IF
             MOVE BSR-HIT-GEN(WS-HIT-I)   TO WS-CG-LOADED-GEN(WS-CG-I)
             MOVE SPACES                  TO WS-CG-CIPHER-GEN(WS-CG-I)
                                             WS-CG-MODE(WS-CG-I)
                                             WS-CG-ALIAS(WS-CG-I)
             MOVE 0                       TO WS-CG-DATE(WS-CG-I)
                                             WS-CG-VERSION(WS-CG-I)
             PERFORM SCAN-CATALOG
           END-IF.


       SCAN-CATALOG.
           MOVE 0                         TO FS-CAT.

           OPEN INPUT R-CAT.

           PERFORM UNTIL NOT FS-CAT-OK
             READ R-CAT NEXT RECORD
               AT END
                 CONTINUE
               NOT AT END
                 IF CAT-ACTION = 'CIPHER  '
                   AND CAT-DAT-GEN = WS-CG-LOADED-GEN(WS-CG-I)
                   AND CAT-DATE NOT < WS-CG-DATE(WS-CG-I)
                   MOVE CAT-GEN           TO WS-CG-CIPHER-GEN(WS-CG-I)
                   MOVE CAT-DATE          TO WS-CG-DATE(WS-CG-I)
                   MOVE CAT-MODE          TO WS-CG-MODE(WS-CG-I)
                   MOVE CAT-ALIAS         TO WS-CG-ALIAS(WS-CG-I)
                   MOVE CAT-VERSION       TO WS-CG-VERSION(WS-CG-I)
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE R-CAT.
