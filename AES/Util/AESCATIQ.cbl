      * control card, answers from the AESRCAT catalog CLOSE-STREAMS
      * maintains: when it was produced, by which run-id, with which
      * action/mode/bits, under which key alias and version, how many
      * blocks, and for a loader-built generation whether it was a
      * full load or a delta and which generation the delta was
      * taken against - everything a historical DECIPHER needs to
      * know, in one place. RETURN-CODE 8 when the generation is
      * not on the catalog.
      *
      * A 'D' in column 22 of the card asks for the whole day instead:
      * the card then names the day's generation (<prefix><CCYYMMDD>)
      * and every catalogued cycle of that day is answered, the
      * daily generation first and then cycle by cycle in the order
      * they ran (see AESCYCL) - RETURN-CODE 8 when the day has none.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *     RUN CATALOG (AESRCAT - KSDS keyed on output generation)
            SELECT R-CAT ASSIGN TO 'AESRCAT'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS CAT-GEN
                   FILE STATUS  IS FS-CAT.

                   RECORD KEY   IS RNT-KEY
                   FILE STATUS  IS FS-NOT.

      *     CONTROL CARD (AESCQPRM - generation name, day option)
            SELECT R-PARM ASSIGN TO 'AESCQPRM'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
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
          02 FILLER                   PIC X(173).
      *     Loader-built generation: 'F' full load, 'D' delta and
      *     the generation it was taken against
          02 CAT-LOAD-KIND            PIC X(01).
          02 CAT-DELTA-BASE           PIC X(20).

      *   AESRNOTS
       FD R-NOT LABEL RECORD STANDARD.

       01 PARM-REC.
          05 PARM-GEN-NAME               PIC X(20).
          05 FILLER                      PIC X(01).
          05 PARM-FUNCTION               PIC X(01).

       WORKING-STORAGE SECTION.
         01 FS.
            05 FS-CAT                   PIC 9(02).
               88 FS-CAT-OK                       VALUE 0.
               88 FS-CAT-EOF                      VALUE 10.
               88 FS-CAT-NOTFND                   VALUE 23.
            05 FS-NOT                   PIC 9(02).
               88 FS-NOT-OK                       VALUE 0.
               88 FS-PARM-OK                      VALUE 0.

         01 WS-GEN-NAME                 PIC X(20).
         77 WS-FUNCTION                 PIC X(01).
            88 SW-WHOLE-DAY                        VALUE 'D'.

      *  Whole-day inquiry - the day asked about and the cycles of
      *  it found on the catalog
         77 WS-DAY-PREFIX               PIC X(12).
         77 WS-DAY-DATE                 PIC 9(08).
         77 WS-DAY-LEN                  PIC 9(02).
         77 WS-DAY-COUNT                PIC 9(03).
         77 WS-DAY-DONE                 PIC X(01).
            88 SW-DAY-DONE                         VALUE 'Y'.

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
         77 WS-NOTE-COUNT               PIC 9(03).
         77 WS-NOTE-DONE                PIC X(01).
            88 SW-NOTE-DONE                        VALUE 'Y'.
               STOP RUN
             NOT AT END
               MOVE PARM-GEN-NAME         TO WS-GEN-NAME
               MOVE PARM-FUNCTION         TO WS-FUNCTION
           END-READ.

           CLOSE R-PARM.
             STOP RUN
           END-IF.

           IF SW-WHOLE-DAY
             PERFORM LIST-DAY-CYCLES
                THRU LIST-DAY-CYCLES-EXIT

             CLOSE R-CAT
             STOP RUN
           END-IF.

           MOVE WS-GEN-NAME               TO CAT-GEN.
           READ R-CAT KEY IS CAT-GEN.

           EVALUATE TRUE
             WHEN FS-CAT-OK
               PERFORM DISPLAY-CATALOG-ENTRY
             WHEN FS-CAT-NOTFND
               DISPLAY 'AESCATIQ: ' WS-GEN-NAME ' NOT ON CATALOG'
               MOVE 8                     TO RETURN-CODE
           STOP RUN.


       LIST-DAY-CYCLES.
      *     The card names the day - its prefix and date are what
      *     every cycle of it shares
           MOVE 'P'                       TO CYC-FUNCTION.
           MOVE WS-GEN-NAME               TO CYC-GEN.
           CALL 'AESCYCL' USING CY-S.

           IF CYCS-OK AND CYC-CYCLE = 0
             CONTINUE
           ELSE
             DISPLAY 'AESCATIQ: ' WS-GEN-NAME
                     ' DOES NOT NAME A DAY (<PREFIX><CCYYMMDD>)'
             MOVE 12                      TO RETURN-CODE
             GO TO LIST-DAY-CYCLES-EXIT
           END-IF.

           MOVE CYC-PREFIX                TO WS-DAY-PREFIX.
           MOVE CYC-DATE                  TO WS-DAY-DATE.
           MOVE 0                         TO WS-DAY-COUNT.
           MOVE 'N'                       TO WS-DAY-DONE.

           MOVE 20                        TO WS-DAY-LEN.
           PERFORM UNTIL WS-GEN-NAME(WS-DAY-LEN:1) NOT = SPACE
             SUBTRACT 1                   FROM WS-DAY-LEN
           END-PERFORM.

      *     The daily name sorts first and its cycles straight after
      *     it in cycle order - a key walk from the day's name meets
      *     them in the order they ran
           MOVE WS-GEN-NAME               TO CAT-GEN.

           START R-CAT KEY IS NOT LESS THAN CAT-GEN
             INVALID KEY
               SET SW-DAY-DONE            TO TRUE
           END-START.

           PERFORM UNTIL SW-DAY-DONE
             READ R-CAT NEXT RECORD

             IF FS-CAT-OK
               AND CAT-GEN(1:WS-DAY-LEN) = WS-GEN-NAME(1:WS-DAY-LEN)
               PERFORM LIST-ONE-CYCLE
             ELSE
               SET SW-DAY-DONE            TO TRUE
             END-IF
           END-PERFORM.

           IF WS-DAY-COUNT = 0
             DISPLAY 'AESCATIQ: NO GENERATION OF ' WS-GEN-NAME
                     ' ON CATALOG'
             MOVE 8                       TO RETURN-CODE
           ELSE
             DISPLAY 'AESCATIQ: ' WS-DAY-COUNT ' GENERATION(S) OF '
                     WS-GEN-NAME
           END-IF.

       LIST-DAY-CYCLES-EXIT.
           EXIT.


       LIST-ONE-CYCLE.
      *     Only the day itself and its C<nn> cycles - a longer name
      *     that merely starts the same way is another feed's
           MOVE 'P'                       TO CYC-FUNCTION.
           MOVE CAT-GEN                   TO CYC-GEN.
           CALL 'AESCYCL' USING CY-S.

           IF CYCS-OK
             AND CYC-PREFIX = WS-DAY-PREFIX
             AND CYC-DATE = WS-DAY-DATE
             ADD 1                        TO WS-DAY-COUNT
             DISPLAY 'AESCATIQ: CYCLE ' CYC-CYCLE
             PERFORM DISPLAY-CATALOG-ENTRY
           END-IF.


       DISPLAY-CATALOG-ENTRY.
           DISPLAY 'AESCATIQ: ' CAT-GEN.
           DISPLAY '  PRODUCED ' CAT-DATE ' BY RUN ' CAT-RUN-ID.
           DISPLAY '  ACTION ' CAT-ACTION ' MODE ' CAT-MODE
                   ' BITS ' CAT-BITS.
           DISPLAY '  KEY ALIAS ' CAT-ALIAS ' VERSION '
                   CAT-VERSION.
           DISPLAY '  BLOCKS ' CAT-BLOCKS ' FROM ' CAT-DAT-GEN.
           DISPLAY '  TENANT ' CAT-TENANT ' CLASS ' CAT-CLASS
                   ' MAC ' CAT-MAC.

           IF CAT-LOAD-KIND = 'D'
             DISPLAY '  DELTA LOAD AGAINST ' CAT-DELTA-BASE
           END-IF.

           IF CAT-LOAD-KIND = 'F'
             DISPLAY '  FULL LOAD'
           END-IF.

           PERFORM DISPLAY-RUN-NOTES
              THRU DISPLAY-RUN-NOTES-EXIT.


       DISPLAY-RUN-NOTES.
      *     The run's operator notes - the durable "why" behind a
      *     rerun or an override, surfaced with the catalog answer
