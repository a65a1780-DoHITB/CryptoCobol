      *       the clear. The deck goes through AESSEAL and the
      *       scheduler like any other; a chained-mode job still
      *       needs its NEWIV keyed in review, and says so with a
      *       comment card. An envelope generation (its own data
      *       key, wrapped under the alias) gets no REWRAP job - a
      *       comment card names it and the closing card gives the
      *       AESDKROT control card that rewraps every such data key
      *       in one pass. Every generation is tracked on AESKCTRK.
      *   function 'T' (track) - match AESKCTRK against AESRCAT's
      *       completed REWRAP entries (and envelope entries AESDKROT
      *       has moved past the burned version), report what
      *       remains, and
      *       declare the incident closed (alerting as such) only
      *       when nothing is left under the burned key.
      *
       01 RPL-CTL-REC.
          05 RPC-SEQ                     PIC 9(09).
          05 RPC-NEXT-SEQ                PIC 9(09).
          05 FILLER                      PIC X(200).

      *   AESRCAT
       FD R-CAT LABEL RECORD STANDARD.
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

      *   AESKCJOB
       FD R-JOB LABEL RECORD STANDARD.

         77 WS-FLAGGED-COUNT            PIC 9(03)   VALUE 0.
         77 WS-GEN-COUNT                PIC 9(05)   VALUE 0.
         77 WS-DKROT-COUNT              PIC 9(05)   VALUE 0.
         77 WS-WALK-DONE                PIC X(01).
            88 SW-WALK-DONE                        VALUE 'Y'.

            05 WS-TW-STATE              PIC X(03).
            05 FILLER                   PIC X(22).

      *  Rewrapped-generation lookup off the catalog (function T) -
      *  with the key version the generation now sits under (999
      *  for a REWRAP, whose output is a new generation)
         01 WS-RWDONE-TABLE.
            05 WS-RWDONE-ENTRY OCCURS 500.
               10 WS-RWDONE-GEN         PIC X(20).
               10 WS-RWDONE-VERSION     PIC 9(03).
         77 WS-RWDONE-COUNT             PIC 9(03)   VALUE 0.
         77 WS-RW-I                     PIC 9(03).

             IF FS-CAT-OK
               IF CAT-ALIAS = WS-ALIAS
                 AND CAT-ACTION = 'CIPHER  '
                 IF CAT-DEK-WRAP = SPACES
                   ADD 1                  TO WS-GEN-COUNT
                   PERFORM GENERATE-ONE-REWRAP
                 ELSE
                   ADD 1                  TO WS-DKROT-COUNT
                   PERFORM GENERATE-ONE-DKROT
                 END-IF
               END-IF
             END-IF
           END-PERFORM.

      *     Envelope generations need only their data keys
      *     rewrapped - one AESDKROT pass covers them all
           IF WS-DKROT-COUNT > 0
             MOVE SPACES                  TO WS-CARD
             STRING '* AESDKPRM FOR THE ENVELOPE GENERATIONS: '
                    WS-ALIAS ' 000 ' WS-NEW-VERSION
             DELIMITED BY SIZE          INTO WS-CARD
             PERFORM WRITE-DECK-CARD
           END-IF.

           CLOSE R-CAT R-JOB R-TRK.

           DISPLAY 'AESKCOMP: ' WS-GEN-COUNT ' REWRAP job(s) '
                   'generated on AESKCJOB - seal before submitting'.

           IF WS-DKROT-COUNT > 0
             DISPLAY 'AESKCOMP: ' WS-DKROT-COUNT ' envelope '
                     'generation(s) - run AESDKROT for ' WS-ALIAS
           END-IF.


       GENERATE-ONE-REWRAP.
      *     One complete AESCJOB-style job per exposed generation:
           WRITE TRK-REC.


       GENERATE-ONE-DKROT.
      *     The ciphertext stays as it is - only the data key is
      *     rewrapped, by AESDKROT rather than a REWRAP job
           MOVE SPACES                    TO WS-CARD.
           STRING '* GENERATION ' CAT-GEN ' (V' CAT-VERSION ')'
                  ' - ENVELOPE, ROTATE WITH AESDKROT'
           DELIMITED BY SIZE            INTO WS-CARD.
           PERFORM WRITE-DECK-CARD.

           MOVE SPACES                    TO TRK-REC.
           MOVE WS-ALIAS                  TO TRK-ALIAS.
           MOVE CAT-GEN                   TO TRK-GEN.
           MOVE CAT-VERSION               TO TRK-GEN-VERSION.
           ACCEPT TRK-DATE                FROM DATE YYYYMMDD.
           MOVE 'GEN'                     TO TRK-STATE.

           WRITE TRK-REC.


       WRITE-DECK-CARD.
           MOVE WS-CARD                   TO JOB-REC.
           MOVE SPACES                    TO WS-CARD.

       LOAD-COMPLETED-REWRAPS.
      *     A REWRAP catalog entry whose input generation matches a
      *     tracked one proves that rewrap ran to completion; an
      *     envelope entry proves it by the version AESDKROT left
      *     its data key under
           OPEN INPUT R-CAT.

           IF FS-CAT-OK
                 ADD 1                    TO WS-RWDONE-COUNT
                 MOVE CAT-DAT-GEN         TO
                      WS-RWDONE-GEN(WS-RWDONE-COUNT)
                 MOVE 999                 TO
                      WS-RWDONE-VERSION(WS-RWDONE-COUNT)
               END-IF

               IF CAT-ACTION = 'CIPHER  '
                 AND CAT-ALIAS = WS-ALIAS
                 AND CAT-DEK-WRAP NOT = SPACES
                 AND WS-RWDONE-COUNT < 500
                 ADD 1                    TO WS-RWDONE-COUNT
                 MOVE CAT-GEN             TO
                      WS-RWDONE-GEN(WS-RWDONE-COUNT)
                 MOVE CAT-VERSION         TO
                      WS-RWDONE-VERSION(WS-RWDONE-COUNT)
               END-IF
             END-IF
           END-PERFORM.

           PERFORM VARYING WS-RW-I FROM 1 BY 1
             UNTIL WS-RW-I > WS-RWDONE-COUNT
             OR (WS-RWDONE-GEN(WS-RW-I) = WS-TW-GEN
                 AND WS-RWDONE-VERSION(WS-RW-I) > WS-TW-GEN-VERSION)
             CONTINUE
           END-PERFORM.

