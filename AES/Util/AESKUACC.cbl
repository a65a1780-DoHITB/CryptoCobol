       ID DIVISION.
       PROGRAM-ID. AESKUACC.
      *****************************************************************
      * Key-version usage accumulator. A cryptoperiod is a calendar
      * date - a version behind a heavy feed can encipher billions
      * of blocks before it arrives, while a quiet one lapses almost
      * unused. This rebuilds AESKUSG, the usage actually put on
      * every AESKEYF version, so AESKGET can hold a version to its
      * usage ceiling (KEYF-CEIL-UNIT/KEYF-CEILING) and AESKEXP/
      * AESRKPLN can project the day the ceiling will be reached:
      *
      *   - every completed CIPHER run in the catalog (AESRCAT) is
      *     one invocation and CAT-BLOCKS blocks under CAT-ALIAS at
      *     CAT-VERSION. An envelope run ciphers its data under its
      *     own data key - the alias key only wrapped that key once,
      *     so it is charged one invocation and the RFC 3394 wrap's
      *     6 x (BITS / 64) block operations, not the data volume.
      *   - every metered cipher call (AESEZMTR detail, action 'C',
      *     from AESEASY and AESQSERV) is one block and one
      *     invocation, charged to the version it resolved. A record
      *     metered before the version was carried, and every month
      *     AESJROLL has rolled into AESEZSUM, names no version -
      *     those are charged to the version in force on their date
      *     (the highest assembled version created on or before it).
      *
      * The file is recomputed whole on every run, never updated in
      * place, so a rerun is harmless and a lost AESKUSG is rebuilt
      * from its sources. Usage that matches no AESKEYF version (a
      * raw-key run, an alias since removed) is counted and reported
      * but charged nowhere.
      *
      * The AESKUACR report lists every version carrying a ceiling
      * with its usage and state; RC 4 when any is past its warning
      * percentage, RC 8 when any has reached its ceiling and
      * AESKGET is already refusing it for new CIPHER use.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *     MANAGED KEY STORE (AESKEYF), read front to back
            SELECT R-KEY ASSIGN TO 'AESKEYF'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS SEQUENTIAL
                   RECORD KEY   IS KEYF-REC-KEY
                   FILE STATUS  IS FS-KEY.

      *     RUN CATALOG (AESRCAT)
            SELECT OPTIONAL R-CAT ASSIGN TO 'AESRCAT'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS SEQUENTIAL
                   RECORD KEY   IS CAT-GEN
                   FILE STATUS  IS FS-CAT.

      *     USAGE METERING JOURNAL (AESEZMTR - LRECL=40)
            SELECT OPTIONAL R-MTR ASSIGN TO 'AESEZMTR'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-MTR.

      *     ROLLED-UP MONTHS OF AESEZMTR (AESEZSUM), written by
      *     AESJROLL
            SELECT OPTIONAL R-SUS ASSIGN TO 'AESEZSUM'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-SUS.

      *     KEY-VERSION USAGE TOTALS (AESKUSG - KSDS keyed on
      *     alias+version, rewritten whole)
            SELECT R-KUSG ASSIGN TO 'AESKUSG'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS SEQUENTIAL
                   RECORD KEY   IS KUSG-REC-KEY
                   FILE STATUS  IS FS-KUSG.

      *     USAGE REPORT (AESKUACR)
            SELECT R-RPT ASSIGN TO 'AESKUACR'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-RPT.

       DATA DIVISION.
       FILE SECTION.
      *   AESKEYF
       FD R-KEY LABEL RECORD STANDARD.

       01 KEYF-REC.
          COPY 'AESLKEY.cpy'.

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
      *     Envelope run: the generation's data key, RFC 3394-
      *     wrapped under CAT-ALIAS at CAT-VERSION (spaces otherwise)
          02 CAT-DEK-WRAP             PIC X(64).
          02 CAT-DEK-C0               PIC X(16).
          02 CAT-CLASS                PIC X(01).
          02 CAT-MAC                  PIC X(01).
          02 FILLER                   PIC X(194).

      *   AESEZMTR
       FD R-MTR LABEL RECORD STANDARD.

       01 MTR-REC.
          02 MTR-DATE                 PIC 9(08).
          02 MTR-CALLER               PIC X(08).
          02 MTR-ALIAS                PIC X(08).
          02 MTR-ACTION               PIC X(01).
          02 MTR-COUNT                PIC 9(09).
          02 MTR-VERSION              PIC X(03).
          02 MTR-VERSION-N REDEFINES MTR-VERSION
                                      PIC 9(03).
          02 FILLER                   PIC X(03).

      *   AESEZSUM
       FD R-SUS LABEL RECORD STANDARD.

       01 SUS-REC.
          COPY 'AESLJSUM.cpy'.

      *   AESKUSG
       FD R-KUSG LABEL RECORD STANDARD.

       01 KUSG-REC.
          COPY 'AESLKUSG.cpy'.

      *   AESKUACR
       FD R-RPT LABEL RECORD STANDARD.

       01 RPT-REC                        PIC X(80).

       WORKING-STORAGE SECTION.
         01 FS.
            05 FS-KEY                   PIC 9(02).
               88 FS-KEY-OK                       VALUE 0.
               88 FS-KEY-EOF                      VALUE 10.
            05 FS-CAT                   PIC 9(02).
               88 FS-CAT-OK                       VALUE 0.
               88 FS-CAT-EOF                      VALUE 10.
            05 FS-MTR                   PIC 9(02).
               88 FS-MTR-OK                       VALUE 0.
               88 FS-MTR-EOF                      VALUE 10.
            05 FS-SUS                   PIC 9(02).
               88 FS-SUS-OK                       VALUE 0.
               88 FS-SUS-EOF                      VALUE 10.
            05 FS-KUSG                  PIC 9(02).
               88 FS-KUSG-OK                      VALUE 0.
            05 FS-RPT                   PIC 9(02).
               88 FS-RPT-OK                       VALUE 0.

      *  Every AESKEYF version, in key order, with its ceiling and
      *  the usage charged to it so far this run
         01 WS-KV-TABLE.
            05 WS-KV-ENTRY              OCCURS 1000.
               10 WS-KV-ID              PIC X(08).
               10 WS-KV-VERSION         PIC 9(03).
               10 WS-KV-CREATED         PIC 9(08).
               10 WS-KV-CEIL-UNIT       PIC X(01).
               10 WS-KV-CEILING         PIC 9(12).
               10 WS-KV-WARN-PCT        PIC 9(03).
               10 WS-KV-BLOCKS          PIC 9(15).
               10 WS-KV-INVOCATIONS     PIC 9(12).
               10 WS-KV-FIRST-USE       PIC 9(08).
               10 WS-KV-LAST-USE        PIC 9(08).
         77 WS-KV-USED                  PIC 9(04)   VALUE 0.
         77 WS-KV-I                     PIC 9(04).
         77 WS-KV-HIT                   PIC 9(04).

      *  One charge being applied - whose, how much, and when
         77 WS-CHG-ALIAS                PIC X(08).
         77 WS-CHG-VERSION              PIC 9(03).
         77 WS-CHG-DATE                 PIC 9(08).
         77 WS-CHG-BLOCKS               PIC 9(15).
         77 WS-CHG-INVOCATIONS          PIC 9(12).
         77 WS-WRAP-BITS                PIC 9(03).

         77 WS-TODAY                    PIC 9(08).
         77 WS-USED                     PIC 9(15).
         77 WS-PCT                      PIC 9(03).
         77 WS-PCT-WORK                 PIC 9(18).
         77 WS-WARN-PCT                 PIC 9(03).
         77 WS-STATE                    PIC X(08).

         77 WS-CAT-COUNT                PIC 9(07)   VALUE 0.
         77 WS-MTR-COUNT                PIC 9(07)   VALUE 0.
         77 WS-SUS-COUNT                PIC 9(07)   VALUE 0.
         77 WS-UNMATCHED-COUNT          PIC 9(07)   VALUE 0.
         77 WS-WRITTEN-COUNT            PIC 9(05)   VALUE 0.
         77 WS-CEILED-COUNT             PIC 9(05)   VALUE 0.
         77 WS-WARN-COUNT               PIC 9(05)   VALUE 0.
         77 WS-REACHED-COUNT            PIC 9(05)   VALUE 0.

         01 WS-RPT-LINE                 PIC X(80).

       LINKAGE SECTION.

       PROCEDURE DIVISION.
       MAINLINE.
           ACCEPT WS-TODAY                 FROM DATE YYYYMMDD.

           PERFORM LOAD-KEY-VERSIONS.

           PERFORM CHARGE-CATALOG-RUNS
              THRU CHARGE-CATALOG-RUNS-EXIT.

           PERFORM CHARGE-METERED-CALLS
              THRU CHARGE-METERED-CALLS-EXIT.

           PERFORM CHARGE-ROLLED-MONTHS
              THRU CHARGE-ROLLED-MONTHS-EXIT.

           PERFORM WRITE-USAGE-TOTALS.

           PERFORM WRITE-CEILING-REPORT.

           DISPLAY 'AESKUACC: ' WS-CAT-COUNT ' catalog run(s), '
                   WS-MTR-COUNT ' meter record(s), ' WS-SUS-COUNT
                   ' rolled month(s) charged, ' WS-UNMATCHED-COUNT
                   ' unmatched'.
           DISPLAY 'AESKUACC: ' WS-WRITTEN-COUNT ' version(s) '
                   'written, ' WS-CEILED-COUNT ' under a ceiling, '
                   WS-WARN-COUNT ' warning, ' WS-REACHED-COUNT
                   ' reached'.

           EVALUATE TRUE
             WHEN WS-REACHED-COUNT > 0
               MOVE 8                     TO RETURN-CODE
             WHEN WS-WARN-COUNT > 0
               MOVE 4                     TO RETURN-CODE
           END-EVALUATE.

           STOP RUN.


       LOAD-KEY-VERSIONS.
           OPEN INPUT R-KEY.

           IF FS-KEY-OK
             CONTINUE
           ELSE
             DISPLAY 'AESKUACC: ERROR OPENING AESKEYF: ' FS-KEY
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.

           PERFORM UNTIL FS-KEY-EOF
             READ R-KEY NEXT RECORD

             IF FS-KEY-OK
               IF WS-KV-USED = 1000
                 DISPLAY 'AESKUACC: MORE THAN 1000 AESKEYF VERSIONS'
                 MOVE 12                  TO RETURN-CODE
                 STOP RUN
               END-IF

               ADD 1                      TO WS-KV-USED
               MOVE WS-KV-USED            TO WS-KV-I
               MOVE KEYF-ID               TO WS-KV-ID(WS-KV-I)
               MOVE KEYF-VERSION          TO WS-KV-VERSION(WS-KV-I)
               MOVE KEYF-CREATED          TO WS-KV-CREATED(WS-KV-I)
               MOVE SPACE                 TO WS-KV-CEIL-UNIT(WS-KV-I)
               MOVE 0                     TO WS-KV-CEILING(WS-KV-I)
                                             WS-KV-WARN-PCT(WS-KV-I)

      *        A non-numeric or zero ceiling is no ceiling - the
      *        same reading AESKGET gives it
               IF KEYF-CEIL-SET AND KEYF-CEILING NUMERIC
                 AND KEYF-CEILING > 0
                 MOVE KEYF-CEIL-UNIT      TO WS-KV-CEIL-UNIT(WS-KV-I)
                 MOVE KEYF-CEILING        TO WS-KV-CEILING(WS-KV-I)

                 IF KEYF-CEIL-WARN-PCT NUMERIC
                   MOVE KEYF-CEIL-WARN-PCT
                                          TO WS-KV-WARN-PCT(WS-KV-I)
                 END-IF
               END-IF

               MOVE 0                     TO WS-KV-BLOCKS(WS-KV-I)
                                             WS-KV-INVOCATIONS(WS-KV-I)
                                             WS-KV-FIRST-USE(WS-KV-I)
                                             WS-KV-LAST-USE(WS-KV-I)
             END-IF
           END-PERFORM.

           CLOSE R-KEY.


       CHARGE-CATALOG-RUNS.
           OPEN INPUT R-CAT.

           IF FS-CAT-OK
             CONTINUE
           ELSE
             GO TO CHARGE-CATALOG-RUNS-EXIT
           END-IF.

           PERFORM UNTIL FS-CAT-EOF
             READ R-CAT NEXT RECORD

             IF FS-CAT-OK AND CAT-ACTION = 'CIPHER  '
               AND CAT-ALIAS NOT = SPACES
               MOVE CAT-ALIAS             TO WS-CHG-ALIAS
               MOVE CAT-VERSION           TO WS-CHG-VERSION
               MOVE CAT-DATE              TO WS-CHG-DATE
               MOVE 1                     TO WS-CHG-INVOCATIONS

               IF CAT-DEK-WRAP NOT = SPACES
                 IF CAT-BITS NUMERIC
                   MOVE CAT-BITS          TO WS-WRAP-BITS
                 ELSE
                   MOVE 256               TO WS-WRAP-BITS
                 END-IF
                 COMPUTE WS-CHG-BLOCKS = 6 * (WS-WRAP-BITS / 64)
               ELSE
                 MOVE CAT-BLOCKS          TO WS-CHG-BLOCKS
               END-IF

               PERFORM FIND-EXACT-VERSION
               PERFORM CHARGE-ONE-USE
               ADD 1                      TO WS-CAT-COUNT
             END-IF
           END-PERFORM.

           CLOSE R-CAT.

       CHARGE-CATALOG-RUNS-EXIT.
           EXIT.


       CHARGE-METERED-CALLS.
           OPEN INPUT R-MTR.

           IF FS-MTR-OK
             CONTINUE
           ELSE
             GO TO CHARGE-METERED-CALLS-EXIT
           END-IF.

           PERFORM UNTIL FS-MTR-EOF
             READ R-MTR
               AT END
                 CONTINUE
               NOT AT END
                 IF MTR-ACTION = 'C'
                   MOVE MTR-ALIAS         TO WS-CHG-ALIAS
                   MOVE MTR-DATE          TO WS-CHG-DATE
                   MOVE MTR-COUNT         TO WS-CHG-BLOCKS
                                             WS-CHG-INVOCATIONS

                   IF MTR-VERSION NUMERIC
                     MOVE MTR-VERSION-N   TO WS-CHG-VERSION
                     PERFORM FIND-EXACT-VERSION
                   ELSE
                     PERFORM FIND-VERSION-IN-FORCE
                   END-IF

                   PERFORM CHARGE-ONE-USE
                   ADD 1                  TO WS-MTR-COUNT
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE R-MTR.

       CHARGE-METERED-CALLS-EXIT.
           EXIT.


       CHARGE-ROLLED-MONTHS.
      *     A month in AESEZSUM is no longer in AESEZMTR, so the two
      *     never double-count; the summary keeps no version, only
      *     the latest day in the month it covers
           OPEN INPUT R-SUS.

           IF FS-SUS-OK
             CONTINUE
           ELSE
             GO TO CHARGE-ROLLED-MONTHS-EXIT
           END-IF.

           PERFORM UNTIL FS-SUS-EOF
             READ R-SUS
               AT END
                 CONTINUE
               NOT AT END
                 IF JSUM-KEY-3 = 'C'
                   MOVE JSUM-KEY-2        TO WS-CHG-ALIAS
                   MOVE JSUM-LAST-DATE    TO WS-CHG-DATE
                   MOVE JSUM-MTR-COUNT    TO WS-CHG-BLOCKS
                                             WS-CHG-INVOCATIONS

                   PERFORM FIND-VERSION-IN-FORCE
                   PERFORM CHARGE-ONE-USE
                   ADD 1                  TO WS-SUS-COUNT
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE R-SUS.

       CHARGE-ROLLED-MONTHS-EXIT.
           EXIT.


       FIND-EXACT-VERSION.
           MOVE 0                         TO WS-KV-HIT.

           PERFORM VARYING WS-KV-I FROM 1 BY 1
             UNTIL WS-KV-I > WS-KV-USED OR WS-KV-HIT > 0
             IF WS-KV-ID(WS-KV-I) = WS-CHG-ALIAS
               AND WS-KV-VERSION(WS-KV-I) = WS-CHG-VERSION
               MOVE WS-KV-I               TO WS-KV-HIT
             END-IF
           END-PERFORM.


       FIND-VERSION-IN-FORCE.
      *     The alias's highest version assembled on or before the
      *     charge date - versions sit in ascending key order, so
      *     the last qualifying one seen wins. Pending versions
      *     (never assembled, KEYF-CREATED zero) never qualify.
           MOVE 0                         TO WS-KV-HIT.

           PERFORM VARYING WS-KV-I FROM 1 BY 1
             UNTIL WS-KV-I > WS-KV-USED
             IF WS-KV-ID(WS-KV-I) = WS-CHG-ALIAS
               AND WS-KV-CREATED(WS-KV-I) > 0
               AND WS-KV-CREATED(WS-KV-I) NOT > WS-CHG-DATE
               MOVE WS-KV-I               TO WS-KV-HIT
             END-IF
           END-PERFORM.


       CHARGE-ONE-USE.
           IF WS-KV-HIT = 0
             ADD 1                        TO WS-UNMATCHED-COUNT
           ELSE
             ADD WS-CHG-BLOCKS            TO WS-KV-BLOCKS(WS-KV-HIT)
             ADD WS-CHG-INVOCATIONS
                                      TO WS-KV-INVOCATIONS(WS-KV-HIT)

             IF WS-KV-FIRST-USE(WS-KV-HIT) = 0
               OR WS-CHG-DATE < WS-KV-FIRST-USE(WS-KV-HIT)
               MOVE WS-CHG-DATE           TO WS-KV-FIRST-USE(WS-KV-HIT)
             END-IF

             IF WS-CHG-DATE > WS-KV-LAST-USE(WS-KV-HIT)
               MOVE WS-CHG-DATE           TO WS-KV-LAST-USE(WS-KV-HIT)
             END-IF
           END-IF.


       WRITE-USAGE-TOTALS.
      *     One record per version with any usage, in the key order
      *     AESKEYF delivered the table in
           OPEN OUTPUT R-KUSG.

           IF FS-KUSG-OK
             CONTINUE
           ELSE
             DISPLAY 'AESKUACC: ERROR OPENING AESKUSG: ' FS-KUSG
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.

           PERFORM VARYING WS-KV-I FROM 1 BY 1
             UNTIL WS-KV-I > WS-KV-USED
             IF WS-KV-INVOCATIONS(WS-KV-I) > 0
               MOVE SPACES                TO KUSG-REC
               MOVE WS-KV-ID(WS-KV-I)     TO KUSG-ID
               MOVE WS-KV-VERSION(WS-KV-I)
                                          TO KUSG-VERSION
               MOVE WS-KV-BLOCKS(WS-KV-I) TO KUSG-BLOCKS
               MOVE WS-KV-INVOCATIONS(WS-KV-I)
                                          TO KUSG-INVOCATIONS
               MOVE WS-KV-FIRST-USE(WS-KV-I)
                                          TO KUSG-FIRST-USE
               MOVE WS-KV-LAST-USE(WS-KV-I)
                                          TO KUSG-LAST-USE
               MOVE WS-TODAY              TO KUSG-AS-OF

               WRITE KUSG-REC

               IF FS-KUSG-OK
                 ADD 1                    TO WS-WRITTEN-COUNT
               ELSE
                 DISPLAY 'AESKUACC: ERROR WRITING AESKUSG: ' FS-KUSG
                 MOVE 12                  TO RETURN-CODE
                 STOP RUN
               END-IF
             END-IF
           END-PERFORM.

           CLOSE R-KUSG.


       WRITE-CEILING-REPORT.
           OPEN OUTPUT R-RPT.

           IF FS-RPT-OK
             CONTINUE
           ELSE
             DISPLAY 'AESKUACC: ERROR OPENING AESKUACR: ' FS-RPT
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.

           STRING 'AESKUACC KEY-VERSION USAGE CEILINGS AS OF '
                  WS-TODAY
           DELIMITED BY SIZE            INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

           PERFORM VARYING WS-KV-I FROM 1 BY 1
             UNTIL WS-KV-I > WS-KV-USED
             IF WS-KV-CEIL-UNIT(WS-KV-I) NOT = SPACE
               PERFORM REPORT-ONE-CEILING
             END-IF
           END-PERFORM.

           STRING 'TOTALS - UNDER CEILING ' WS-CEILED-COUNT
                  ' WARNING ' WS-WARN-COUNT
                  ' REACHED ' WS-REACHED-COUNT
                  ' UNMATCHED USES ' WS-UNMATCHED-COUNT
           DELIMITED BY SIZE            INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

           CLOSE R-RPT.


       REPORT-ONE-CEILING.
      *     Same verdict AESKGET reaches on its next CIPHER lookup
           ADD 1                          TO WS-CEILED-COUNT.

           IF WS-KV-CEIL-UNIT(WS-KV-I) = 'B'
             MOVE WS-KV-BLOCKS(WS-KV-I)   TO WS-USED
           ELSE
             MOVE WS-KV-INVOCATIONS(WS-KV-I)
                                          TO WS-USED
           END-IF.

           IF WS-KV-WARN-PCT(WS-KV-I) > 0
             MOVE WS-KV-WARN-PCT(WS-KV-I) TO WS-WARN-PCT
           ELSE
             MOVE 80                      TO WS-WARN-PCT
           END-IF.

           COMPUTE WS-PCT-WORK =
               WS-USED * 100 / WS-KV-CEILING(WS-KV-I).

           IF WS-PCT-WORK > 999
             MOVE 999                     TO WS-PCT
           ELSE
             MOVE WS-PCT-WORK             TO WS-PCT
           END-IF.

           EVALUATE TRUE
             WHEN WS-USED NOT < WS-KV-CEILING(WS-KV-I)
               MOVE 'REACHED '            TO WS-STATE
               ADD 1                      TO WS-REACHED-COUNT
             WHEN WS-USED * 100 NOT <
                  WS-KV-CEILING(WS-KV-I) * WS-WARN-PCT
               MOVE 'WARNING '            TO WS-STATE
               ADD 1                      TO WS-WARN-COUNT
             WHEN OTHER
               MOVE 'OK      '            TO WS-STATE
           END-EVALUATE.

           STRING WS-KV-ID(WS-KV-I) ' V' WS-KV-VERSION(WS-KV-I)
                  ' ' WS-KV-CEIL-UNIT(WS-KV-I)
                  ' USED ' WS-USED ' OF ' WS-KV-CEILING(WS-KV-I)
                  ' ' WS-PCT '% ' WS-STATE
           DELIMITED BY SIZE            INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.


       WRITE-REPORT-LINE.
           MOVE WS-RPT-LINE                TO RPT-REC.
           MOVE SPACES                     TO WS-RPT-LINE.

           WRITE RPT-REC.

           IF FS-RPT-OK
             CONTINUE
           ELSE
             DISPLAY 'AESKUACC: ERROR WRITING AESKUACR: ' FS-RPT
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.
