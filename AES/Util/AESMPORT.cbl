      * key alias and version) - so the DECIPHER job needs nothing
      * retyped and nothing conveyed out of band.
      *
      * An envelope generation's 'K' data-key record goes back onto
      * the generation's own data-key records (99999985-87), after
      * the data blocks - DECIPHER then finds the wrapped key there
      * and unwraps it under the receiving side's copy of the alias
      * key, so the deck needs no extra card for it.
      *
      * The header's plaintext code page is held against the
      * sending partner's AESPRTNR entry when AESMPARM names one
      * (columns 22-29), proven translatable to the local code page
      * (columns 31-38, default EBCDIC), and handed on as the
      * AESCPPRM card AESBPUT and AESFRBL translate by after the
      * DECIPHER - FROM(1-8) TO(10-17) SCOPE(19).
      *
      * An AESENVLP that arrives text-armored (see AESXPORT and
      * AESARMR) is recognised by its first line and de-armored to
      * AESENVDA, which is then unpacked in its place - so the
      * checks below all run on the envelope exactly as it was
      * exported. A mangled or cut-short armor ends RETURN-CODE 8
      * like any other damaged transfer.
      *
      * The 'E' end record's block count is checked against the data
      * records actually unpacked - a truncated transfer ends with
      * RETURN-CODE 8 before anyone deciphers half a file.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *     PORTABLE ENVELOPE (AESENVLP - LRECL=160, or AESENVDA when
      *     AESENVLP came in armored)
            SELECT R-ENV ASSIGN TO DYNAMIC WS-ENV-FILE-NAME
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-ENV.
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-PARM.

      *     PARTNER REGISTRY (AESPRTNR - KSDS keyed on partner id),
      *     read when the control card names the sending partner
            SELECT R-PRT ASSIGN TO 'AESPRTNR'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS RANDOM
                   RECORD KEY   IS PRT-ID
                   FILE STATUS  IS FS-PRT.

      *     CODE-PAGE CARD (AESCPPRM - LRECL=80) for the AESBPUT /
      *     AESFRBL steps that follow the DECIPHER
            SELECT R-CPP ASSIGN TO 'AESCPPRM'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-CPP.

       DATA DIVISION.
       FILE SECTION.
      *   AESENVLP
      *     Digest algorithm the sender stamped with (spaces =
      *     SHA-512) - the import side verifies with the same one
          02 ENV-HDR-ALG              PIC X(08).
      *     Code page the plaintext was in and its character scope
      *     (see AESXPORT) - spaces on an envelope from before they
      *     were recorded
          02 ENV-HDR-CODE-PAGE        PIC X(08).
          02 ENV-HDR-CP-SCOPE         PIC X(01).
          02 FILLER                   PIC X(84).
       01 ENV-TAG REDEFINES ENV-REC.
          02 FILLER                   PIC X(01).
          02 ENV-TAG-VALUE            PIC X(32).
          02 FILLER                   PIC X(01).
          02 ENV-MAC-VALUE            PIC X(128).
          02 FILLER                   PIC X(31).
       01 ENV-DEK REDEFINES ENV-REC.
          02 FILLER                   PIC X(01).
          02 ENV-DEK-WRAP             PIC X(64).
          02 ENV-DEK-C0               PIC X(16).
          02 ENV-DEK-VERSION          PIC X(03).
          02 FILLER                   PIC X(76).
       01 ENV-DTA REDEFINES ENV-REC.
          02 FILLER                   PIC X(01).
          02 ENV-DTA-KEY              PIC 9(08).

       01 PARM-REC.
          05 PARM-GEN-NAME               PIC X(20).
          05 FILLER                      PIC X(01).
      *     Sending partner (blank - none named) and the code page
      *     plaintext is wanted in here (blank = EBCDIC)
          05 PARM-PARTNER                PIC X(08).
          05 FILLER                      PIC X(01).
          05 PARM-LOCAL-CP               PIC X(08).

      *   AESPRTNR
       FD R-PRT LABEL RECORD STANDARD.

       01 PRT-REC.
          02 PRT-ID                   PIC X(08).
          02 PRT-KEK-ALIAS            PIC X(08).
          02 PRT-TRANSPORT            PIC X(08).
          02 PRT-DESC                 PIC X(30).
          02 PRT-WRAP-FMT             PIC X(01).
          02 PRT-CODE-PAGE            PIC X(08).
          02 FILLER                   PIC X(01).
      *   Receiving windows (up to four) - days Monday..Sunday, 'Y'
      *   where open, from/until HHMM within the day; none at all
      *   means the partner takes files at any time - see AESXWIN
          02 PRT-WINDOW               OCCURS 4.
             03 PRT-WIN-DAYS          PIC X(07).
             03 PRT-WIN-FROM          PIC X(04).
             03 PRT-WIN-UNTIL         PIC X(04).
      *   Blackout dates (CCYYMMDD) - no window opens on these
          02 PRT-BLACKOUT             PIC X(08)   OCCURS 8.
          02 FILLER                   PIC X(12).

      *   AESCPPRM
       FD R-CPP LABEL RECORD STANDARD.

       01 CPP-REC.
          05 CPP-FROM-CP                 PIC X(08).
          05 FILLER                      PIC X(01).
          05 CPP-TO-CP                   PIC X(08).
          05 FILLER                      PIC X(01).
          05 CPP-SCOPE                   PIC X(01).
          05 FILLER                      PIC X(61).

       WORKING-STORAGE SECTION.
         01 FS.
               88 FS-JOB-OK                       VALUE 0.
            05 FS-PARM                  PIC 9(02).
               88 FS-PARM-OK                      VALUE 0.
            05 FS-PRT                   PIC 9(02).
               88 FS-PRT-OK                       VALUE 0.
            05 FS-CPP                   PIC 9(02).
               88 FS-CPP-OK                       VALUE 0.

         01 WS-DAT-FILE-NAME            PIC X(20).
         01 WS-ENV-FILE-NAME            PIC X(20).

      *  AESARMR's linkage, mirrored - de-armors a text-armored
      *  AESENVLP ahead of the unpack
         01 WS-ARM-LS.
            02 ARM-FUNCTION            PIC X(01).
            02 ARM-IN-FILE             PIC X(20).
            02 ARM-OUT-FILE            PIC X(20).
            02 ARM-SERIAL              PIC X(18).
            02 ARM-RECORDS             PIC 9(08).
            02 ARM-BAD-LINE            PIC 9(06).
            02 ARM-STATUS              PIC X(03).
               88 ARMS-OK                       VALUE 'OK '.
               88 ARMS-NOT-ARMORED              VALUE 'NOA'.
               88 ARMS-BAD-CHAR                 VALUE 'CHR'.
               88 ARMS-BAD-CHECKSUM             VALUE 'CHK'.
               88 ARMS-TRUNCATED                VALUE 'TRN'.
               88 ARMS-BAD-SERIAL               VALUE 'SER'.

         01 WS-HDR-SAVE.
            05 WS-H-MODE                PIC X(03).
            05 WS-H-BLOCKS              PIC 9(08).
         01 WS-H-TAG                    PIC X(32).
         01 WS-H-ALG                    PIC X(08).
         01 WS-H-CODE-PAGE              PIC X(08).
         01 WS-H-CP-SCOPE               PIC X(01).
         01 WS-PARTNER                  PIC X(08).
         01 WS-LOCAL-CP                 PIC X(08).

      *  AESCPXL's linkage, mirrored - validate only; the plaintext
      *  is translated after the DECIPHER, by AESBPUT / AESFRBL
         01 WS-CPX-LS.
            02 CPX-FUNCTION            PIC X(01).
            02 CPX-FROM-CP             PIC X(08).
            02 CPX-TO-CP               PIC X(08).
            02 CPX-LENGTH              PIC 9(05).
            02 CPX-DATA                PIC X(999).
            02 CPX-BAD-POS             PIC 9(05).
            02 CPX-STATUS              PIC X(03).
               88 CPXS-OK                       VALUE 'OK '.
         77 WS-HAVE-HEADER              PIC X(01)   VALUE 'N'.
            88 SW-HAVE-HEADER                       VALUE 'Y'.

      *  Wrapped data key - written out after the last data block,
      *  the target is loaded in ascending key order
         01 WS-DEK-SAVE.
            05 WS-DEK-WRAP              PIC X(64).
            05 WS-DEK-C0                PIC X(16).
            05 WS-DEK-VERSION           PIC X(03).
         77 WS-HAVE-DEK                 PIC X(01)   VALUE 'N'.
            88 SW-HAVE-DEK                          VALUE 'Y'.

         77 WS-DATA-COUNT               PIC 9(08)   VALUE 0.
         77 WS-END-BLOCKS               PIC 9(08)   VALUE 0.
         77 WS-HAVE-END                 PIC X(01)   VALUE 'N'.
           MOVE 0                         TO WS-DATA-COUNT
                                             WS-END-BLOCKS
                                             FS-ENV FS-DAT
                                             FS-JOB FS-PARM
                                             FS-PRT FS-CPP.
           MOVE 'N'                       TO WS-HAVE-HEADER
                                             WS-HAVE-END
                                             WS-HAVE-DEK.
           MOVE SPACES                    TO WS-H-TAG
                                             WS-DEK-SAVE
                                             WS-H-CODE-PAGE
                                             WS-H-CP-SCOPE.

           PERFORM READ-PARAMETERS.
           PERFORM DEARMOR-ENVELOPE.

           IF RETURN-CODE NOT = 0
             GOBACK
           END-IF.

           OPEN INPUT R-ENV.

           IF FS-ENV-OK
             CONTINUE
           ELSE
             DISPLAY 'AESMPORT: CANNOT OPEN ' WS-ENV-FILE-NAME ': '
                     FS-ENV
             MOVE 12                      TO RETURN-CODE
             GOBACK
           END-IF.
             END-READ
           END-PERFORM.

           IF SW-HAVE-DEK
             PERFORM WRITE-DATA-KEY-RECORDS
           END-IF.

           CLOSE R-ENV R-DAT.

           IF NOT SW-HAVE-HEADER
             GOBACK
           END-IF.

           PERFORM CHECK-CODE-PAGE.

           IF RETURN-CODE NOT = 0
             GOBACK
           END-IF.

           PERFORM WRITE-DECIPHER-DECK.
           PERFORM WRITE-CODE-PAGE-CARD.

           DISPLAY 'AESMPORT: ' WS-DATA-COUNT ' block(s) unpacked '
                   'into ' WS-DAT-FILE-NAME
               GOBACK
             NOT AT END
               MOVE PARM-GEN-NAME         TO WS-DAT-FILE-NAME
               MOVE PARM-PARTNER          TO WS-PARTNER
               MOVE PARM-LOCAL-CP         TO WS-LOCAL-CP
           END-READ.

           CLOSE R-PARM.

           IF WS-LOCAL-CP = SPACES
             MOVE 'EBCDIC'                TO WS-LOCAL-CP
           END-IF.


       DEARMOR-ENVELOPE.
      *     A plain envelope is unpacked where it lies; an armored one
      *     from the copy AESARMR rebuilds
           MOVE 'D'                       TO ARM-FUNCTION.
           MOVE 'AESENVLP'                TO ARM-IN-FILE.
           MOVE 'AESENVDA'                TO ARM-OUT-FILE.

           CALL 'AESARMR' USING WS-ARM-LS.

           EVALUATE TRUE
             WHEN ARMS-NOT-ARMORED
               MOVE 'AESENVLP'            TO WS-ENV-FILE-NAME
             WHEN ARMS-OK
               MOVE 'AESENVDA'            TO WS-ENV-FILE-NAME
               DISPLAY 'AESMPORT: AESENVLP IS ARMORED - SERIAL '
                       ARM-SERIAL ', ' ARM-RECORDS ' RECORD(S)'
             WHEN ARMS-BAD-CHAR OR ARMS-BAD-CHECKSUM
               DISPLAY 'AESMPORT: ARMOR LINE ' ARM-BAD-LINE
                       ' IS DAMAGED (' ARM-STATUS ')'
               MOVE 8                     TO RETURN-CODE
             WHEN ARMS-TRUNCATED
               DISPLAY 'AESMPORT: ARMOR TRUNCATED AT LINE '
                       ARM-BAD-LINE
               MOVE 8                     TO RETURN-CODE
             WHEN ARMS-BAD-SERIAL
               DISPLAY 'AESMPORT: ARMORED ENVELOPE IS NOT SERIAL '
                       ARM-SERIAL ' ITS HEADER ANNOUNCES'
               MOVE 8                     TO RETURN-CODE
             WHEN OTHER
               DISPLAY 'AESMPORT: CANNOT DE-ARMOR AESENVLP TO '
                       'AESENVDA'
               MOVE 12                    TO RETURN-CODE
           END-EVALUATE.


       UNPACK-ONE-RECORD.
           EVALUATE ENV-TYPE
               MOVE ENV-HDR-IV            TO WS-H-IV
               MOVE ENV-HDR-BLOCKS        TO WS-H-BLOCKS
               MOVE ENV-HDR-ALG           TO WS-H-ALG
               MOVE ENV-HDR-CODE-PAGE     TO WS-H-CODE-PAGE
               MOVE ENV-HDR-CP-SCOPE      TO WS-H-CP-SCOPE
               SET SW-HAVE-HEADER         TO TRUE
             WHEN 'T'
               MOVE ENV-TAG-VALUE         TO WS-H-TAG
      *        The HMAC travels for the receiving-side verifier's
      *        benefit - the import itself only carries it along
               CONTINUE
             WHEN 'K'
               MOVE ENV-DEK-WRAP          TO WS-DEK-WRAP
               MOVE ENV-DEK-C0            TO WS-DEK-C0
               MOVE ENV-DEK-VERSION       TO WS-DEK-VERSION
               SET SW-HAVE-DEK            TO TRUE
             WHEN 'D'
               MOVE ENV-DTA-KEY           TO DAT-KEY
               MOVE ENV-DTA-BITS          TO DAT-BITS
           END-EVALUATE.


       WRITE-DATA-KEY-RECORDS.
           MOVE 99999985                  TO DAT-KEY.
           MOVE SPACES                    TO DAT-BITS DAT-MAC.
           MOVE WS-DEK-WRAP(1:32)         TO DAT-HEX.
           PERFORM WRITE-DATA-KEY-RECORD.

           MOVE 99999986                  TO DAT-KEY.
           MOVE WS-DEK-WRAP(33:32)        TO DAT-HEX.
           PERFORM WRITE-DATA-KEY-RECORD.

           MOVE 99999987                  TO DAT-KEY.
           MOVE SPACES                    TO DAT-HEX.
           STRING WS-DEK-C0 WS-DEK-VERSION
           DELIMITED BY SIZE            INTO DAT-HEX.
           PERFORM WRITE-DATA-KEY-RECORD.


       WRITE-DATA-KEY-RECORD.
           WRITE DAT.

           IF FS-DAT-OK
             CONTINUE
           ELSE
             DISPLAY 'AESMPORT: ERROR WRITING DATA KEY TO '
                     WS-DAT-FILE-NAME ': ' FS-DAT
             MOVE 12                      TO RETURN-CODE
             GOBACK
           END-IF.


       WRITE-DECIPHER-DECK.
           OPEN OUTPUT R-JOB.

           CLOSE R-JOB.


       CHECK-CODE-PAGE.
      *     The header's code page is the sender's word for it - a
      *     named partner's registry entry must agree, and whatever
      *     character data there is must be translatable to ours
      *     before a DECIPHER deck is handed out for it
           IF WS-PARTNER NOT = SPACES
             OPEN INPUT R-PRT

             IF FS-PRT-OK
               CONTINUE
             ELSE
               DISPLAY 'AESMPORT: CANNOT OPEN AESPRTNR: ' FS-PRT
               MOVE 12                    TO RETURN-CODE
               GOBACK
             END-IF

             MOVE WS-PARTNER              TO PRT-ID

             READ R-PRT KEY IS PRT-ID

             IF FS-PRT-OK
               CLOSE R-PRT
             ELSE
               CLOSE R-PRT
               DISPLAY 'AESMPORT: PARTNER ' WS-PARTNER
                       ' NOT ON AESPRTNR'
               MOVE 12                    TO RETURN-CODE
               GOBACK
             END-IF

             IF PRT-CODE-PAGE NOT = SPACES
               AND WS-H-CODE-PAGE NOT = SPACES
               AND PRT-CODE-PAGE NOT = WS-H-CODE-PAGE
               DISPLAY 'AESMPORT: ENVELOPE CODE PAGE '
                       WS-H-CODE-PAGE ' BUT AESPRTNR HAS '
                       PRT-CODE-PAGE ' FOR ' WS-PARTNER
               MOVE 12                    TO RETURN-CODE
               GOBACK
             END-IF
           END-IF.

           IF WS-H-CP-SCOPE NOT = SPACE
             MOVE 'V'                     TO CPX-FUNCTION
             MOVE WS-H-CODE-PAGE          TO CPX-FROM-CP
             MOVE WS-LOCAL-CP             TO CPX-TO-CP
             MOVE 0                       TO CPX-LENGTH

             CALL 'AESCPXL' USING WS-CPX-LS

             IF NOT CPXS-OK
               DISPLAY 'AESMPORT: NO TRANSLATION FROM '
                       WS-H-CODE-PAGE ' TO ' WS-LOCAL-CP
               MOVE 12                    TO RETURN-CODE
               GOBACK
             END-IF
           END-IF.


       WRITE-CODE-PAGE-CARD.
      *     Written on every import, so a card left by an earlier
      *     envelope can never translate this one's output
           OPEN OUTPUT R-CPP.

           IF FS-CPP-OK
             CONTINUE
           ELSE
             DISPLAY 'AESMPORT: ERROR OPENING AESCPPRM: ' FS-CPP
             MOVE 12                      TO RETURN-CODE
             GOBACK
           END-IF.

           MOVE SPACES                    TO CPP-REC.

           IF WS-H-CP-SCOPE NOT = SPACE
             MOVE WS-H-CODE-PAGE          TO CPP-FROM-CP
             MOVE WS-LOCAL-CP             TO CPP-TO-CP
             MOVE WS-H-CP-SCOPE           TO CPP-SCOPE
           END-IF.

           WRITE CPP-REC.

           CLOSE R-CPP.


       WRITE-DECK-CARD.
           MOVE WS-CARD                   TO JOB-REC.

