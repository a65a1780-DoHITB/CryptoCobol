      *                     second operator
      *   RETIRED-CURRENT - an alias whose highest version is
      *                     retired, so nothing under it resolves
      *   UNDECLARED-USE  - an active entry with no declared key use
      *                     (resolves for anything until AESKMNT
      *                     declares one)
      *   MULTI-PURPOSE   - an AESRCAT run whose key alias has served
      *                     more than one use: its declared uses on
      *                     AESKEYF, the uses AESKGET journalled to
      *                     AESKUSE for it, and data use for every
      *                     cataloged run under it
      *   GENERATOR-FAIL  - an AESDRBGH record of the random bit
      *                     generator failing a health test (known-
      *                     answer, repetition count or adaptive
      *                     proportion) - it generated nothing, but
      *                     the entropy source wants looking at
      *
      * The report ends with violations summarized by class, and
      * RETURN-CODE 8 when any HARD breach exists - the two classes
                   RECORD KEY   IS KEYF-REC-KEY
                   FILE STATUS  IS FS-KEY.

      *     KEY-USAGE JOURNAL (AESKUSE - LRECL=48), written by AESKGET
            SELECT OPTIONAL R-USE ASSIGN TO 'AESKUSE'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-USE.

      *     RUN CATALOG (AESRCAT)
            SELECT OPTIONAL R-CAT ASSIGN TO 'AESRCAT'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS SEQUENTIAL
                   RECORD KEY   IS CAT-GEN
                   FILE STATUS  IS FS-CAT.

      *     GENERATOR HEALTH LOG (AESDRBGH - LRECL=64), written by
      *     AESDRBG
            SELECT OPTIONAL R-HLT ASSIGN TO 'AESDRBGH'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-HLT.

      *     INVENTORY REPORT (AESKINVR)
            SELECT R-RPT ASSIGN TO 'AESKINVR'
                   ORGANIZATION IS SEQUENTIAL
       01 KEYF-REC.
          COPY 'AESLKEY.cpy'.

      *   AESKUSE
       FD R-USE LABEL RECORD STANDARD.

       01 USE-REC.
          02 USE-ALIAS                PIC X(08).
          02 USE-DATE                 PIC 9(08).
          02 USE-TIME                 PIC 9(06).
          02 USE-RUN-IDENT            PIC X(16).
          02 USE-OUTCOME              PIC X(03).
          02 USE-KEY-USE              PIC X(01).
          02 FILLER                   PIC X(06).

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
      *     Data classification label, and the MAC the run carried
      *     ('H' HMAC trailer, 'B' per-block MAC, 'A' both)
          02 CAT-CLASS                PIC X(01).
          02 CAT-MAC                  PIC X(01).
          02 FILLER                   PIC X(194).

      *   AESDRBGH
       FD R-HLT LABEL RECORD STANDARD.

       01 HLT-REC.
          02 DRH-DATE                 PIC 9(08).
          02 DRH-TIME                 PIC 9(06).
          02 DRH-CALLER               PIC X(08).
          02 DRH-EVENT                PIC X(01).
          02 DRH-SAMPLES              PIC 9(05).
          02 DRH-RCT-MAX              PIC 9(03).
          02 DRH-APT-MAX              PIC 9(03).
          02 DRH-KAT                  PIC X(01).
          02 DRH-RESULT               PIC X(01).
          02 DRH-REASON               PIC X(03).
          02 DRH-GENERATES            PIC 9(09).
          02 FILLER                   PIC X(16).

      *   AESKINVR
       FD R-RPT LABEL RECORD STANDARD.

               88 FS-KEY-EOF                      VALUE 10.
            05 FS-RPT                   PIC 9(02).
               88 FS-RPT-OK                       VALUE 0.
            05 FS-USE                   PIC 9(02).
               88 FS-USE-OK                       VALUE 0.
               88 FS-USE-EOF                      VALUE 10.
            05 FS-CAT                   PIC 9(02).
               88 FS-CAT-OK                       VALUE 0.
               88 FS-CAT-EOF                      VALUE 10.
            05 FS-HLT                   PIC 9(02).
               88 FS-HLT-OK                       VALUE 0.
               88 FS-HLT-EOF                      VALUE 10.

         77 WS-TODAY                    PIC 9(08).

         77 WS-V0-COUNT                 PIC 9(04)   VALUE 0.
         77 WS-PENDING-COUNT            PIC 9(04)   VALUE 0.
         77 WS-RETCUR-COUNT             PIC 9(04)   VALUE 0.
         77 WS-NOUSE-COUNT              PIC 9(04)   VALUE 0.
         77 WS-MULTI-COUNT              PIC 9(04)   VALUE 0.
         77 WS-GENFAIL-COUNT            PIC 9(04)   VALUE 0.
         77 WS-HEALTH-COUNT             PIC 9(05)   VALUE 0.
         01 WS-LAST-HEALTH.
            05 WS-LH-DATE               PIC 9(08).
            05 WS-LH-TIME               PIC 9(06).
            05 WS-LH-CALLER             PIC X(08).
            05 WS-LH-RESULT             PIC X(01).
            05 WS-LH-RCT-MAX            PIC 9(03).
            05 WS-LH-APT-MAX            PIC 9(03).
         77 WS-HARD-COUNT               PIC 9(04)   VALUE 0.

      *  Highest-version tracking per alias, for the RETIRED-CURRENT
         77 WS-PREV-STATUS              PIC X(01)   VALUE SPACE.
         77 WS-PREV-VERSION             PIC 9(03)   VALUE 0.

      *  Uses each alias has served, one flag position per use in
      *  the order of WS-USE-CODES - filled from AESKEYF, AESKUSE
      *  and AESRCAT, then judged per cataloged run
         01 WS-USE-CODES                PIC X(05)   VALUE 'DMKVF'.
         01 WS-AU-TABLE.
            05 WS-AU-ENTRY              OCCURS 500 TIMES.
               10 WS-AU-ALIAS           PIC X(08).
               10 WS-AU-USES            PIC X(05).
         77 WS-AU-COUNT                 PIC 9(04)   VALUE 0.
         77 WS-AU-I                     PIC 9(04)   VALUE 0.
         77 WS-AU-FULL                  PIC X(01)   VALUE 'N'.
            88 SW-AU-FULL                           VALUE 'Y'.
         77 WS-NOTE-ALIAS               PIC X(08).
         77 WS-NOTE-USE                 PIC X(01).
         77 WS-UC-I                     PIC 9(01).
         77 WS-USES-SEEN                PIC 9(01).

         01 WS-RPT-LINE                 PIC X(80).

       LINKAGE SECTION.
      *     judgment
           PERFORM JUDGE-PREVIOUS-ALIAS.

           PERFORM TALLY-JOURNALLED-USES.
           PERFORM JUDGE-CATALOGED-RUNS.
           PERFORM JUDGE-GENERATOR-HEALTH.

           MOVE 'VIOLATIONS BY CLASS'     TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

           DELIMITED BY SIZE            INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

           STRING '  UNDECLARED-USE .... ' WS-NOUSE-COUNT
           DELIMITED BY SIZE            INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

           STRING '  MULTI-PURPOSE ..... ' WS-MULTI-COUNT
                  ' RUN(S)'
           DELIMITED BY SIZE            INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

           STRING '  GENERATOR-FAIL .... ' WS-GENFAIL-COUNT
                  ' OF ' WS-HEALTH-COUNT ' HEALTH TEST(S)'
           DELIMITED BY SIZE            INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

           STRING 'TOTALS - ' WS-ENTRY-COUNT ' ENTR(IES), '
                  WS-HARD-COUNT ' HARD BREACH(ES)'
           DELIMITED BY SIZE            INTO WS-RPT-LINE.
             PERFORM WRITE-REPORT-LINE
           END-IF.

           IF KEYF-ACTIVE AND KEYF-KEY-USE = SPACE
             ADD 1                        TO WS-NOUSE-COUNT

             STRING 'UNDECLARED-USE  ' KEYF-ID ' V' KEYF-VERSION
                    ' NO DECLARED KEY USE'
             DELIMITED BY SIZE          INTO WS-RPT-LINE
             PERFORM WRITE-REPORT-LINE
           END-IF.

           IF KEYF-USE-VALID
             MOVE KEYF-ID                 TO WS-NOTE-ALIAS
             MOVE KEYF-KEY-USE            TO WS-NOTE-USE
             PERFORM NOTE-ALIAS-USE THRU NOTE-ALIAS-USE-EXIT
           END-IF.


       JUDGE-PREVIOUS-ALIAS.
      *     The key-ordered walk leaves the alias's highest version
           MOVE 0                         TO WS-PREV-VERSION.


       TALLY-JOURNALLED-USES.
      *     Every successful AESKGET resolution since uses were
      *     declared says which use it served - older journal
      *     records carry no use and tell us nothing here. An export
      *     ('*') handles the key as a key, not as any one use.
           OPEN INPUT R-USE.

           IF FS-USE-OK
             PERFORM UNTIL FS-USE-EOF
               READ R-USE

               IF FS-USE-OK
                 AND USE-OUTCOME = 'OK '
                 AND USE-KEY-USE NOT = SPACE
                 AND USE-KEY-USE NOT = '*'
                 MOVE USE-ALIAS           TO WS-NOTE-ALIAS
                 MOVE USE-KEY-USE         TO WS-NOTE-USE
                 PERFORM NOTE-ALIAS-USE THRU NOTE-ALIAS-USE-EXIT
               END-IF
             END-PERFORM

             CLOSE R-USE
           END-IF.


       JUDGE-CATALOGED-RUNS.
      *     A cataloged run is data use of its alias - noted before
      *     the run is judged, so one pass sees everything the alias
      *     has ever served
           OPEN INPUT R-CAT.

           IF FS-CAT-OK
             PERFORM UNTIL FS-CAT-EOF
               READ R-CAT NEXT RECORD

               IF FS-CAT-OK AND CAT-ALIAS NOT = SPACES
                 MOVE CAT-ALIAS           TO WS-NOTE-ALIAS
                 MOVE 'D'                 TO WS-NOTE-USE
                 PERFORM NOTE-ALIAS-USE THRU NOTE-ALIAS-USE-EXIT
                 PERFORM JUDGE-ONE-RUN
               END-IF
             END-PERFORM

             CLOSE R-CAT
           END-IF.


       JUDGE-ONE-RUN.
           MOVE 0                         TO WS-USES-SEEN.

           IF WS-AU-I <= WS-AU-COUNT
             PERFORM VARYING WS-UC-I FROM 1 BY 1 UNTIL WS-UC-I > 5
               IF WS-AU-USES(WS-AU-I)(WS-UC-I:1) NOT = SPACE
                 ADD 1                    TO WS-USES-SEEN
               END-IF
             END-PERFORM
           END-IF.

           IF WS-USES-SEEN > 1
             ADD 1                        TO WS-MULTI-COUNT

             STRING 'MULTI-PURPOSE   ' CAT-ALIAS ' V' CAT-VERSION
                    ' ' CAT-RUN-ID ' ' CAT-GEN
                    ' ' WS-AU-USES(WS-AU-I)
             DELIMITED BY SIZE          INTO WS-RPT-LINE
             PERFORM WRITE-REPORT-LINE
           END-IF.


       JUDGE-GENERATOR-HEALTH.
      *     Every instantiation and reseed AESDRBG logged is a health
      *     test; the failures are listed, and the last record seen
      *     is the generator's current standing
           OPEN INPUT R-HLT.

           IF FS-HLT-OK
             PERFORM UNTIL FS-HLT-EOF
               READ R-HLT

               IF FS-HLT-OK
                 ADD 1                    TO WS-HEALTH-COUNT
                 MOVE DRH-DATE            TO WS-LH-DATE
                 MOVE DRH-TIME            TO WS-LH-TIME
                 MOVE DRH-CALLER          TO WS-LH-CALLER
                 MOVE DRH-RESULT          TO WS-LH-RESULT
                 MOVE DRH-RCT-MAX         TO WS-LH-RCT-MAX
                 MOVE DRH-APT-MAX         TO WS-LH-APT-MAX

                 IF DRH-RESULT = 'F'
                   ADD 1                  TO WS-GENFAIL-COUNT

                   STRING 'GENERATOR-FAIL  ' DRH-REASON
                          ' FOR ' DRH-CALLER ' ON ' DRH-DATE
                          ' ' DRH-TIME ' AFTER ' DRH-SAMPLES
                          ' SAMPLE(S)'
                   DELIMITED BY SIZE      INTO WS-RPT-LINE
                   PERFORM WRITE-REPORT-LINE
                 END-IF
               END-IF
             END-PERFORM

             CLOSE R-HLT
           END-IF.

           IF WS-HEALTH-COUNT > 0
             STRING 'GENERATOR LAST TESTED ' WS-LH-DATE
                    ' ' WS-LH-TIME ' ' WS-LH-CALLER
                    ' ' WS-LH-RESULT ' RUN ' WS-LH-RCT-MAX
                    ' WINDOW ' WS-LH-APT-MAX
             DELIMITED BY SIZE          INTO WS-RPT-LINE
             PERFORM WRITE-REPORT-LINE
           END-IF.


       NOTE-ALIAS-USE.
      *     Leaves WS-AU-I on the alias's entry (past the end when
      *     the table is full and the alias is not in it)
           PERFORM VARYING WS-AU-I FROM 1 BY 1
             UNTIL WS-AU-I > WS-AU-COUNT
             OR WS-AU-ALIAS(WS-AU-I) = WS-NOTE-ALIAS
             CONTINUE
           END-PERFORM.

           IF WS-AU-I > WS-AU-COUNT
             IF WS-AU-COUNT = 500
               IF NOT SW-AU-FULL
                 SET SW-AU-FULL           TO TRUE
                 DISPLAY 'AESKINV: MORE THAN 500 ALIASES - EXTRAS '
                         'NOT JUDGED FOR MULTI-PURPOSE USE'
               END-IF
               GO TO NOTE-ALIAS-USE-EXIT
             END-IF

             ADD 1                        TO WS-AU-COUNT
             MOVE WS-NOTE-ALIAS           TO WS-AU-ALIAS(WS-AU-I)
             MOVE SPACES                  TO WS-AU-USES(WS-AU-I)
           END-IF.

           PERFORM VARYING WS-UC-I FROM 1 BY 1
             UNTIL WS-UC-I > 5
             OR WS-USE-CODES(WS-UC-I:1) = WS-NOTE-USE
             CONTINUE
           END-PERFORM.

           IF WS-UC-I <= 5
             MOVE WS-NOTE-USE             TO
                  WS-AU-USES(WS-AU-I)(WS-UC-I:1)
           END-IF.

       NOTE-ALIAS-USE-EXIT.
           EXIT.


       WRITE-REPORT-LINE.
           MOVE WS-RPT-LINE                TO RPT-REC.
           MOVE SPACES                     TO WS-RPT-LINE.
