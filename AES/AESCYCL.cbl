       ID DIVISION.
       PROGRAM-ID. AESCYCL.
      *****************************************************************
      * Generation naming with intraday cycles. A day's generation is
      * named <prefix><CCYYMMDD> as it always has been; a day that is
      * processed in several cycles (the hourly partner feeds) names
      * cycle nn <prefix><CCYYMMDD>C<nn>, cycle 0 being the plain
      * daily name so nothing already on the catalog changes. The
      * suffix sorts after the bare name and in cycle order, so a key
      * walk from the day's name meets the day's cycles in the order
      * they ran. Every program that builds or takes apart a
      * generation name asks here, so none of them can disagree
      * about where the date and the cycle sit.
      *
      *   CYC-FUNCTION 'B' - build: CYC-PREFIX/CYC-DATE/CYC-CYCLE in,
      *                      CYC-GEN out (status LEN when it will not
      *                      fit the 20-byte generation name);
      *   CYC-FUNCTION 'P' - parse: CYC-GEN in, CYC-PREFIX/CYC-DATE/
      *                      CYC-CYCLE out (status NDT when the name
      *                      carries no trailing date - a hand-typed
      *                      name outside the convention);
      *   CYC-FUNCTION 'R' - run cycle: CYC-CYCLE the cycle a job asked
      *                      for, CYC-GEN the override it names (or
      *                      spaces) in; CYC-CYCLE out the cycle the
      *                      run is in - the one asked for, else the
      *                      one the override names, else 0. AESMAIN
      *                      and every wrapper that predicts its
      *                      generation names resolve it this way.
      *****************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
         77 WS-NAME-LEN                PIC 9(02).
         77 WS-PREFIX-LEN              PIC 9(02).
         77 WS-CYCLE-TEXT              PIC 9(02).

       LINKAGE SECTION.
         01 LS.
            02 CYC-FUNCTION            PIC X(01).
               88 CYC-BUILD                      VALUE 'B'.
               88 CYC-PARSE                      VALUE 'P'.
               88 CYC-RUN-CYCLE                  VALUE 'R'.
            02 CYC-PREFIX              PIC X(12).
            02 CYC-DATE                PIC 9(08).
            02 CYC-CYCLE               PIC 9(02).
            02 CYC-GEN                 PIC X(20).
            02 CYC-STATUS              PIC X(03).
               88 CYCS-OK                        VALUE 'OK '.
               88 CYCS-LEN                       VALUE 'LEN'.
               88 CYCS-NO-DATE                   VALUE 'NDT'.
               88 CYCS-ERR                       VALUE 'ERR'.

       PROCEDURE DIVISION USING LS.
       MAINLINE.
            SET CYCS-OK                     TO TRUE.

            EVALUATE TRUE
              WHEN CYC-BUILD
                PERFORM BUILD-GENERATION-NAME
                   THRU BUILD-GENERATION-EXIT
              WHEN CYC-PARSE
                PERFORM PARSE-GENERATION-NAME
                   THRU PARSE-GENERATION-EXIT
              WHEN CYC-RUN-CYCLE
                PERFORM RESOLVE-RUN-CYCLE
                   THRU RESOLVE-RUN-CYCLE-EXIT
              WHEN OTHER
                SET CYCS-ERR                TO TRUE
            END-EVALUATE.

            GOBACK.


       BUILD-GENERATION-NAME.
            MOVE SPACES                     TO CYC-GEN.

            IF CYC-CYCLE IS NOT NUMERIC
              MOVE 0                        TO CYC-CYCLE
            END-IF.

            MOVE 12                         TO WS-PREFIX-LEN.
            PERFORM UNTIL WS-PREFIX-LEN = 0
              OR CYC-PREFIX(WS-PREFIX-LEN:1) NOT = SPACE
              SUBTRACT 1                    FROM WS-PREFIX-LEN
            END-PERFORM.

            IF CYC-CYCLE > 0
              COMPUTE WS-NAME-LEN = WS-PREFIX-LEN + 11
            ELSE
              COMPUTE WS-NAME-LEN = WS-PREFIX-LEN + 8
            END-IF.

      *     A twelve-byte feed prefix fills the name with its date
      *     alone - only a prefix of nine or fewer takes a cycle
            IF WS-NAME-LEN > 20
              SET CYCS-LEN                  TO TRUE
              GO TO BUILD-GENERATION-EXIT
            END-IF.

            IF WS-PREFIX-LEN > 0
              MOVE CYC-PREFIX(1:WS-PREFIX-LEN)
                TO CYC-GEN(1:WS-PREFIX-LEN)
            END-IF.

            MOVE CYC-DATE                   TO
                 CYC-GEN(WS-PREFIX-LEN + 1:8).

            IF CYC-CYCLE > 0
              MOVE 'C'                      TO
                   CYC-GEN(WS-PREFIX-LEN + 9:1)
              MOVE CYC-CYCLE                TO
                   CYC-GEN(WS-PREFIX-LEN + 10:2)
            END-IF.

       BUILD-GENERATION-EXIT.
            EXIT.


       PARSE-GENERATION-NAME.
            MOVE SPACES                     TO CYC-PREFIX.
            MOVE 0                          TO CYC-DATE
                                               CYC-CYCLE.

            MOVE 20                         TO WS-NAME-LEN.
            PERFORM UNTIL WS-NAME-LEN = 0
              OR CYC-GEN(WS-NAME-LEN:1) NOT = SPACE
              SUBTRACT 1                    FROM WS-NAME-LEN
            END-PERFORM.

      *     The date is found from the right, after a C<nn> suffix
      *     when there is one, so prefixes of any length parse
            IF WS-NAME-LEN < 8
              SET CYCS-NO-DATE              TO TRUE
              GO TO PARSE-GENERATION-EXIT
            END-IF.

            IF WS-NAME-LEN > 10
              IF CYC-GEN(WS-NAME-LEN - 2:1) = 'C'
                AND CYC-GEN(WS-NAME-LEN - 1:2) IS NUMERIC
                AND CYC-GEN(WS-NAME-LEN - 10:8) IS NUMERIC
                MOVE CYC-GEN(WS-NAME-LEN - 1:2)
                  TO WS-CYCLE-TEXT
                MOVE WS-CYCLE-TEXT          TO CYC-CYCLE
                SUBTRACT 3                  FROM WS-NAME-LEN
              END-IF
            END-IF.

            IF CYC-GEN(WS-NAME-LEN - 7:8) IS NOT NUMERIC
              MOVE 0                        TO CYC-CYCLE
              SET CYCS-NO-DATE              TO TRUE
              GO TO PARSE-GENERATION-EXIT
            END-IF.

            MOVE CYC-GEN(WS-NAME-LEN - 7:8) TO CYC-DATE.
            COMPUTE WS-PREFIX-LEN = WS-NAME-LEN - 8.

            IF WS-PREFIX-LEN > 12
              SET CYCS-NO-DATE              TO TRUE
              GO TO PARSE-GENERATION-EXIT
            END-IF.

            IF WS-PREFIX-LEN > 0
              MOVE CYC-GEN(1:WS-PREFIX-LEN) TO CYC-PREFIX
            END-IF.

       PARSE-GENERATION-EXIT.
            EXIT.


       RESOLVE-RUN-CYCLE.
            IF CYC-CYCLE IS NUMERIC AND CYC-CYCLE > 0
              GO TO RESOLVE-RUN-CYCLE-EXIT
            END-IF.

            MOVE 0                          TO CYC-CYCLE.

            IF CYC-GEN = SPACES
              GO TO RESOLVE-RUN-CYCLE-EXIT
            END-IF.

            PERFORM PARSE-GENERATION-NAME
               THRU PARSE-GENERATION-EXIT.

      *     An override outside the convention is simply a run of no
      *     particular cycle
            IF NOT CYCS-OK
              MOVE 0                        TO CYC-CYCLE
              SET CYCS-OK                   TO TRUE
            END-IF.

       RESOLVE-RUN-CYCLE-EXIT.
            EXIT.
