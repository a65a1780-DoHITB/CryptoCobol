       ID DIVISION.
       PROGRAM-ID. AESDCONS.
      *****************************************************************
      * Delta consolidation. AESFLDR's delta loads carry only what
      * changed since the load before, so a generation chain - the
      * last full load and every delta taken since - has to be
      * folded back into one full generation before AESFRBL can
      * rebuild the file from it, and so the next full cycle can
      * start from a clean base.
      *
      * The AESDNPRM deck names the chain, one card per link:
      *   TYPE(1) GENERATION(3-22) MANIFEST(24-67)
      *   B  the base - the last full load's generation and AESFMAN
      *   D  each delta since, in the order they were taken
      *   O  the consolidated generation and manifest to create
      * '*' in column 1 is a comment. Both generations and manifests
      * are the plaintext loader outputs (AESIDAT-shaped, as
      * AESFLDR wrote them) - consolidate before the CIPHER.
      *
      * Before anything is written the chain is proved: the base
      * must be a full load, every delta must have been taken
      * against the load named before it (its trailer's base load
      * id), every link must have been signed under the same key
      * alias and version, and each generation must carry the load
      * identity its manifest says it does (sentinel 99999978). A
      * broken chain stops the run (RETURN-CODE 12) with nothing
      * created.
      *
      * Each delta is then folded onto the result so far, key by
      * key, both manifests being in business key order:
      *   'U' unchanged - the signature must still match; the base
      *       record's fields are kept,
      *   'C' changed   - the delta's fields replace the base's,
      *   'A' added     - the delta's fields go in,
      *   'D' deleted   - the base record is dropped.
      * A base record the delta does not account for, or a change
      * the base cannot support (a C, U or D for a key the base does
      * not have, an A for one it does), means the chain is not what
      * its identities claim and stops the run. Field values are
      * copied across hex for hex by manifest block and offset, and
      * the records renumbered. The delta's control totals cover the
      * whole file and go over as the result's trailer, the record
      * count checked against it, as a full load ('F') keeping the
      * last delta's load id - the next delta may be taken against
      * either the last delta or the consolidated generation.
      *
      * With more than one delta the intermediate results go to the
      * work generations AESDCWK1/AESDCWK2 and manifests AESDCWM1/
      * AESDCWM2, alternately; they hold field values like any
      * loader output and the job step deletes them after the run.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *     CONTROL DECK (AESDNPRM - one card per chain link)
            SELECT R-PARM ASSIGN TO 'AESDNPRM'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-PARM.

      *     BASE GENERATION OF THE FOLD (AESIDAT-shaped KSDS)
            SELECT R-SRCA ASSIGN TO DYNAMIC WS-SRCA-FILE-NAME
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS RANDOM
                   RECORD KEY   IS SA-KEY
                   FILE STATUS  IS FS-SRCA.

      *     DELTA GENERATION OF THE FOLD (AESIDAT-shaped KSDS)
            SELECT R-SRCB ASSIGN TO DYNAMIC WS-SRCB-FILE-NAME
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS RANDOM
                   RECORD KEY   IS SB-KEY
                   FILE STATUS  IS FS-SRCB.

      *     RESULT GENERATION (AESIDAT-shaped KSDS, created here)
            SELECT R-OUT ASSIGN TO DYNAMIC WS-OUT-FILE-NAME
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS SEQUENTIAL
                   RECORD KEY   IS OUT-KEY
                   FILE STATUS  IS FS-OUT.

      *     BASE MANIFEST OF THE FOLD (AESFMAN-shaped)
            SELECT R-MANA ASSIGN TO DYNAMIC WS-MANA-FILE-NAME
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-MANA.

      *     DELTA MANIFEST OF THE FOLD (AESFMAN-shaped)
            SELECT R-MANB ASSIGN TO DYNAMIC WS-MANB-FILE-NAME
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-MANB.

      *     RESULT MANIFEST (AESFMAN-shaped, created here)
            SELECT R-MANO ASSIGN TO DYNAMIC WS-MANO-FILE-NAME
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-MANO.

       DATA DIVISION.
       FILE SECTION.
      *   AESDNPRM
       FD R-PARM LABEL RECORD STANDARD.

       01 PARM-REC.
          05 PARM-TYPE                   PIC X(01).
          05 FILLER                      PIC X(01).
          05 PARM-GEN-NAME               PIC X(20).
          05 FILLER                      PIC X(01).
          05 PARM-MAN-NAME               PIC X(44).
          05 FILLER                      PIC X(13).

      *   Base generation
       FD R-SRCA LABEL RECORD STANDARD.

       01 SA-REC.
          02 SA-KEY                   PIC 9(08).
          02 SA-BITS                  PIC X(03).
          02 SA-HEX                   PIC X(32).
          02 SA-MAC                   PIC X(08).

      *   Delta generation
       FD R-SRCB LABEL RECORD STANDARD.

       01 SB-REC.
          02 SB-KEY                   PIC 9(08).
          02 SB-BITS                  PIC X(03).
          02 SB-HEX                   PIC X(32).
          02 SB-MAC                   PIC X(08).

      *   Result generation
       FD R-OUT LABEL RECORD STANDARD.

       01 OUT-REC.
          02 OUT-KEY                  PIC 9(08).
          02 OUT-BITS                 PIC X(03).
          02 OUT-HEX                  PIC X(32).
          02 OUT-MAC                  PIC X(08).

      *   Manifests - worked on in WORKING-STORAGE
       FD R-MANA LABEL RECORD STANDARD.

       01 MANA-REC                       PIC X(128).

       FD R-MANB LABEL RECORD STANDARD.

       01 MANB-REC                       PIC X(128).

       FD R-MANO LABEL RECORD STANDARD.

       01 MANO-REC                       PIC X(128).

       WORKING-STORAGE SECTION.
         01 FS.
            05 FS-PARM                  PIC 9(02).
               88 FS-PARM-OK                      VALUE 0.
               88 FS-PARM-EOF                     VALUE 10.
            05 FS-SRCA                  PIC 9(02).
               88 FS-SRCA-OK                      VALUE 0.
            05 FS-SRCB                  PIC 9(02).
               88 FS-SRCB-OK                      VALUE 0.
            05 FS-OUT                   PIC 9(02).
               88 FS-OUT-OK                       VALUE 0.
            05 FS-MANA                  PIC 9(02).
               88 FS-MANA-OK                      VALUE 0.
               88 FS-MANA-EOF                     VALUE 10.
            05 FS-MANB                  PIC 9(02).
               88 FS-MANB-OK                      VALUE 0.
               88 FS-MANB-EOF                     VALUE 10.
            05 FS-MANO                  PIC 9(02).
               88 FS-MANO-OK                      VALUE 0.

         01 WS-SRCA-FILE-NAME           PIC X(20).
         01 WS-SRCB-FILE-NAME           PIC X(20).
         01 WS-OUT-FILE-NAME            PIC X(20).
         01 WS-MANA-FILE-NAME           PIC X(44).
         01 WS-MANB-FILE-NAME           PIC X(44).
         01 WS-MANO-FILE-NAME           PIC X(44).

         77 WS-TRAILER-KEY             PIC 9(08)    VALUE 99999999.
         77 WS-LOAD-HEADER-KEY1        PIC 9(08)    VALUE 99999978.
         77 WS-LOAD-HEADER-KEY2        PIC 9(08)    VALUE 99999979.

      *  The chain from AESDNPRM - link 1 the base, then the deltas
      *  in the order taken - with each link's identity as its
      *  manifest trailer gives it
         01 WS-LINK-TABLE.
            05 WS-LINK                 OCCURS 31.
               10 WS-LINK-GEN          PIC X(20).
               10 WS-LINK-MAN          PIC X(44).
               10 WS-LINK-KIND         PIC X(01).
               10 WS-LINK-LOAD-ID      PIC X(14).
               10 WS-LINK-BASE-ID      PIC X(14).
               10 WS-LINK-SIG-ALIAS    PIC X(08).
               10 WS-LINK-SIG-VERSION  PIC 9(03).
               10 WS-LINK-RECORDS      PIC 9(08).
         77 WS-LINK-COUNT              PIC 9(02)    VALUE 0.
         77 WS-LINK-MAX                PIC 9(02)    VALUE 31.
         77 WS-LINK-I                  PIC 9(02)    VALUE 0.
         77 WS-DELTA-COUNT             PIC 9(02)    VALUE 0.
         01 WS-CONS-GEN                PIC X(20)    VALUE SPACES.
         01 WS-CONS-MAN                PIC X(44)    VALUE SPACES.
         77 WS-CARD-NO                 PIC 9(04)    VALUE 0.

      *  Manifest entries - the base and delta sides of the fold, and
      *  the entry being written. Each side holds the entry it is
      *  positioned on: a record's field-0 entry, or the first
      *  trailer entry once its records are done
         01 WS-A-ENTRY.
            05 MAN-RECORD-NO            PIC 9(08).
            05 MAN-FIELD-NO             PIC 9(03).
            05 MAN-START-BLOCK          PIC 9(08).
            05 MAN-START-OFFSET         PIC 9(02).
            05 MAN-HEX-LENGTH           PIC 9(04).
            05 MAN-REC-TYPE             PIC X(08).
            05 MAN-REC-LENGTH           PIC 9(05).
            05 FILLER                   PIC X(02).
            05 MAN-CHANGE               PIC X(01).
            05 FILLER                   PIC X(01).
            05 MAN-BUS-KEY              PIC X(20).
            05 MAN-REC-SIG              PIC X(20).
            05 FILLER                   PIC X(46).
         01 WS-A-TRAILER REDEFINES WS-A-ENTRY.
            05 MTR-RECORD-NO            PIC 9(08).
            05 MTR-TOTAL-NO             PIC 9(03).
            05 MTR-RECORDS              PIC 9(08).
            05 FILLER                   PIC X(21).
            05 MTR-LOAD-KIND            PIC X(01).
            05 FILLER                   PIC X(01).
            05 MTR-LOAD-ID              PIC X(14).
            05 MTR-BASE-LOAD-ID         PIC X(14).
            05 MTR-GEN-NAME             PIC X(20).
            05 MTR-BASE-GEN             PIC X(20).
            05 MTR-SIG-ALIAS            PIC X(08).
            05 MTR-SIG-VERSION          PIC 9(03).
            05 FILLER                   PIC X(07).

         01 WS-B-ENTRY.
            05 MAN-RECORD-NO            PIC 9(08).
            05 MAN-FIELD-NO             PIC 9(03).
            05 MAN-START-BLOCK          PIC 9(08).
            05 MAN-START-OFFSET         PIC 9(02).
            05 MAN-HEX-LENGTH           PIC 9(04).
            05 MAN-REC-TYPE             PIC X(08).
            05 MAN-REC-LENGTH           PIC 9(05).
            05 FILLER                   PIC X(02).
            05 MAN-CHANGE               PIC X(01).
            05 FILLER                   PIC X(01).
            05 MAN-BUS-KEY              PIC X(20).
            05 MAN-REC-SIG              PIC X(20).
            05 FILLER                   PIC X(46).
         01 WS-B-TRAILER REDEFINES WS-B-ENTRY.
            05 MTR-RECORD-NO            PIC 9(08).
            05 MTR-TOTAL-NO             PIC 9(03).
            05 MTR-RECORDS              PIC 9(08).
            05 FILLER                   PIC X(21).
            05 MTR-LOAD-KIND            PIC X(01).
            05 FILLER                   PIC X(01).
            05 MTR-LOAD-ID              PIC X(14).
            05 MTR-BASE-LOAD-ID         PIC X(14).
            05 MTR-GEN-NAME             PIC X(20).
            05 MTR-BASE-GEN             PIC X(20).
            05 MTR-SIG-ALIAS            PIC X(08).
            05 MTR-SIG-VERSION          PIC 9(03).
            05 FILLER                   PIC X(07).

         01 WS-O-ENTRY.
            05 MAN-RECORD-NO            PIC 9(08).
            05 MAN-FIELD-NO             PIC 9(03).
            05 MAN-START-BLOCK          PIC 9(08).
            05 MAN-START-OFFSET         PIC 9(02).
            05 MAN-HEX-LENGTH           PIC 9(04).
            05 MAN-REC-TYPE             PIC X(08).
            05 MAN-REC-LENGTH           PIC 9(05).
            05 FILLER                   PIC X(02).
            05 MAN-CHANGE               PIC X(01).
            05 FILLER                   PIC X(01).
            05 MAN-BUS-KEY              PIC X(20).
            05 MAN-REC-SIG              PIC X(20).
            05 FILLER                   PIC X(46).
         01 WS-O-TRAILER REDEFINES WS-O-ENTRY.
            05 MTR-RECORD-NO            PIC 9(08).
            05 MTR-TOTAL-NO             PIC 9(03).
            05 MTR-RECORDS              PIC 9(08).
            05 FILLER                   PIC X(21).
            05 MTR-LOAD-KIND            PIC X(01).
            05 FILLER                   PIC X(01).
            05 MTR-LOAD-ID              PIC X(14).
            05 MTR-BASE-LOAD-ID         PIC X(14).
            05 MTR-GEN-NAME             PIC X(20).
            05 MTR-BASE-GEN             PIC X(20).
            05 MTR-SIG-ALIAS            PIC X(08).
            05 MTR-SIG-VERSION          PIC 9(03).
            05 FILLER                   PIC X(07).

      *  The group being taken or passed over - a copy of the side's
      *  current entry, whichever side it is
         01 WS-CUR-ENTRY.
            05 MAN-RECORD-NO            PIC 9(08).
            05 MAN-FIELD-NO             PIC 9(03).
            05 MAN-START-BLOCK          PIC 9(08).
            05 MAN-START-OFFSET         PIC 9(02).
            05 MAN-HEX-LENGTH           PIC 9(04).
            05 FILLER                   PIC X(103).

         77 WS-FROM                    PIC X(01)    VALUE SPACE.
            88 SW-FROM-BASE                         VALUE 'A'.
            88 SW-FROM-DELTA                        VALUE 'B'.
         77 WS-A-END                   PIC X(01)    VALUE 'N'.
            88 SW-A-END                             VALUE 'Y'.
         77 WS-B-END                   PIC X(01)    VALUE 'N'.
            88 SW-B-END                             VALUE 'Y'.
         77 WS-GROUP-END               PIC X(01)    VALUE 'N'.
            88 SW-GROUP-END                         VALUE 'Y'.
         77 WS-GROUP-REC-NO            PIC 9(08)    VALUE 0.

      *  Source blocks - the last one read from each side is kept,
      *  a field's hex mostly running on in the block before
         77 WS-A-HAVE-BLOCK            PIC 9(08)    VALUE 0.
         01 WS-A-HEX                   PIC X(32).
         77 WS-B-HAVE-BLOCK            PIC 9(08)    VALUE 0.
         01 WS-B-HEX                   PIC X(32).
         77 WS-SRC-BLOCK               PIC 9(08)    VALUE 0.
         77 WS-SRC-OFFSET              PIC 9(02)    VALUE 0.
         01 WS-SRC-HEX                 PIC X(32).
         77 WS-HEX-DONE                PIC 9(04)    VALUE 0.

      *  Result block being filled, and the result's counts
         77 WS-OUT-BLOCK               PIC 9(08)    VALUE 0.
         77 WS-OUT-FILL                PIC 9(02)    VALUE 0.
         01 WS-OUT-BUF                 PIC X(32).
         77 WS-OUT-RECORDS             PIC 9(08)    VALUE 0.

      *  One fold's tallies
         77 WS-FOLD-NO                 PIC 9(02)    VALUE 0.
         77 WS-KEPT-COUNT              PIC 9(08)    VALUE 0.
         77 WS-ADDED-COUNT             PIC 9(08)    VALUE 0.
         77 WS-CHANGED-COUNT           PIC 9(08)    VALUE 0.
         77 WS-DELETED-COUNT           PIC 9(08)    VALUE 0.

       PROCEDURE DIVISION.
       MAINLINE.
           PERFORM READ-CHAIN-DECK.

           PERFORM VARYING WS-LINK-I FROM 1 BY 1
             UNTIL WS-LINK-I > WS-LINK-COUNT
             PERFORM CHECK-CHAIN-LINK
           END-PERFORM.

           DISPLAY 'AESDCONS: CHAIN OF ' WS-DELTA-COUNT
                   ' DELTA(S) ON ' WS-LINK-GEN(1) ' PROVED, LAST LOAD '
                   WS-LINK-LOAD-ID(WS-LINK-COUNT).

           PERFORM VARYING WS-FOLD-NO FROM 1 BY 1
             UNTIL WS-FOLD-NO > WS-DELTA-COUNT
             PERFORM FOLD-ONE-DELTA
           END-PERFORM.

           DISPLAY 'AESDCONS: ' WS-OUT-RECORDS ' record(s) in '
                   WS-OUT-BLOCK ' block(s) of ' WS-CONS-GEN
                   ' - FULL LOAD '
                   WS-LINK-LOAD-ID(WS-LINK-COUNT).

           STOP RUN.


       READ-CHAIN-DECK.
      *     The base first, then the deltas in order; the output card
      *     may stand anywhere in the deck
           OPEN INPUT R-PARM.

           IF FS-PARM-OK
             CONTINUE
           ELSE
             DISPLAY 'AESDCONS: ERROR OPENING AESDNPRM: ' FS-PARM
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.

           PERFORM UNTIL FS-PARM-EOF
             READ R-PARM
               AT END
                 CONTINUE
               NOT AT END
                 ADD 1                    TO WS-CARD-NO
                 IF PARM-TYPE NOT = '*'
                   PERFORM TAKE-CHAIN-CARD
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE R-PARM.

           IF WS-LINK-COUNT = 0
             DISPLAY 'AESDCONS: NO BASE (B) CARD ON AESDNPRM'
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.

           IF WS-DELTA-COUNT = 0
             DISPLAY 'AESDCONS: NO DELTA (D) CARD ON AESDNPRM - '
                     'NOTHING TO CONSOLIDATE'
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.

           IF WS-CONS-GEN = SPACES
             DISPLAY 'AESDCONS: NO OUTPUT (O) CARD ON AESDNPRM'
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.

      *     The result may not overwrite any link of its own chain
           PERFORM VARYING WS-LINK-I FROM 1 BY 1
             UNTIL WS-LINK-I > WS-LINK-COUNT
             IF WS-LINK-GEN(WS-LINK-I) = WS-CONS-GEN
             OR WS-LINK-MAN(WS-LINK-I) = WS-CONS-MAN
               DISPLAY 'AESDCONS: OUTPUT ' WS-CONS-GEN
                       ' WOULD OVERWRITE LINK ' WS-LINK-I
                       ' OF THE CHAIN'
               MOVE 12                    TO RETURN-CODE
               STOP RUN
             END-IF
           END-PERFORM.


       TAKE-CHAIN-CARD.
           IF PARM-GEN-NAME = SPACES OR PARM-MAN-NAME = SPACES
             DISPLAY 'AESDCONS: AESDNPRM CARD ' WS-CARD-NO
                     ' NEEDS A GENERATION AND A MANIFEST'
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.

           EVALUATE TRUE
             WHEN PARM-TYPE = 'B'
               IF WS-LINK-COUNT > 0
                 DISPLAY 'AESDCONS: AESDNPRM CARD ' WS-CARD-NO
                         ' - THE BASE (B) MUST BE THE FIRST LINK, '
                         'AND ONLY ONE'
                 MOVE 12                  TO RETURN-CODE
                 STOP RUN
               END-IF
               PERFORM ADD-CHAIN-LINK

             WHEN PARM-TYPE = 'D'
               IF WS-LINK-COUNT = 0
                 DISPLAY 'AESDCONS: AESDNPRM CARD ' WS-CARD-NO
                         ' - A DELTA BEFORE THE BASE (B) CARD'
                 MOVE 12                  TO RETURN-CODE
                 STOP RUN
               END-IF
               PERFORM ADD-CHAIN-LINK
               ADD 1                      TO WS-DELTA-COUNT

             WHEN PARM-TYPE = 'O'
               IF WS-CONS-GEN NOT = SPACES
                 DISPLAY 'AESDCONS: AESDNPRM CARD ' WS-CARD-NO
                         ' - MORE THAN ONE OUTPUT (O) CARD'
                 MOVE 12                  TO RETURN-CODE
                 STOP RUN
               END-IF
               MOVE PARM-GEN-NAME         TO WS-CONS-GEN
               MOVE PARM-MAN-NAME         TO WS-CONS-MAN

             WHEN OTHER
               DISPLAY 'AESDCONS: AESDNPRM CARD ' WS-CARD-NO
                       ' - UNKNOWN TYPE ' PARM-TYPE
               MOVE 12                    TO RETURN-CODE
               STOP RUN
           END-EVALUATE.


       ADD-CHAIN-LINK.
           IF WS-LINK-COUNT = WS-LINK-MAX
             DISPLAY 'AESDCONS: MORE THAN ' WS-LINK-MAX
                     ' LINKS ON AESDNPRM - CONSOLIDATE IN STAGES'
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.

           ADD 1                          TO WS-LINK-COUNT.
           MOVE PARM-GEN-NAME             TO WS-LINK-GEN(WS-LINK-COUNT).
           MOVE PARM-MAN-NAME             TO WS-LINK-MAN(WS-LINK-COUNT).


       CHECK-CHAIN-LINK.
      *     The link's identity from its manifest trailer...
           MOVE WS-LINK-MAN(WS-LINK-I)    TO WS-MANA-FILE-NAME.

           OPEN INPUT R-MANA.

           IF FS-MANA-OK
             CONTINUE
           ELSE
             DISPLAY 'AESDCONS: ERROR OPENING ' WS-MANA-FILE-NAME
                     ': ' FS-MANA
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.

           MOVE 'N'                       TO WS-A-END.

           PERFORM UNTIL SW-A-END
             READ R-MANA INTO WS-A-ENTRY
               AT END
                 DISPLAY 'AESDCONS: ' WS-MANA-FILE-NAME
                         ' HAS NO CONTROL-TOTAL TRAILER - NOT A '
                         'MANIFEST OF A KEYED LOAD'
                 MOVE 12                  TO RETURN-CODE
                 STOP RUN
               NOT AT END
                 IF MTR-RECORD-NO OF WS-A-TRAILER = WS-TRAILER-KEY
                   MOVE 'Y'               TO WS-A-END
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE R-MANA.

           MOVE MTR-LOAD-KIND OF WS-A-TRAILER
                                   TO WS-LINK-KIND(WS-LINK-I).
           MOVE MTR-LOAD-ID OF WS-A-TRAILER
                                   TO WS-LINK-LOAD-ID(WS-LINK-I).
           MOVE MTR-BASE-LOAD-ID OF WS-A-TRAILER
                                   TO WS-LINK-BASE-ID(WS-LINK-I).
           MOVE MTR-SIG-ALIAS OF WS-A-TRAILER
                                   TO WS-LINK-SIG-ALIAS(WS-LINK-I).
           MOVE MTR-SIG-VERSION OF WS-A-TRAILER
                                   TO WS-LINK-SIG-VERSION(WS-LINK-I).
           MOVE MTR-RECORDS OF WS-A-TRAILER
                                   TO WS-LINK-RECORDS(WS-LINK-I).

           IF WS-LINK-LOAD-ID(WS-LINK-I) = SPACES
           OR WS-LINK-SIG-ALIAS(WS-LINK-I) = SPACES
             DISPLAY 'AESDCONS: ' WS-LINK-MAN(WS-LINK-I)
                     ' CARRIES NO LOAD IDENTITY OR SIGNING KEY - '
                     'NOT A KEYED LOAD'
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.

      *     ...must be what the chain says it is...
           IF WS-LINK-I = 1
             IF WS-LINK-KIND(1) NOT = 'F'
               DISPLAY 'AESDCONS: BASE ' WS-LINK-GEN(1)
                       ' IS NOT A FULL LOAD (KIND '
                       WS-LINK-KIND(1) ')'
               MOVE 12                    TO RETURN-CODE
               STOP RUN
             END-IF
           ELSE
             IF WS-LINK-KIND(WS-LINK-I) NOT = 'D'
               DISPLAY 'AESDCONS: ' WS-LINK-GEN(WS-LINK-I)
                       ' IS NOT A DELTA LOAD (KIND '
                       WS-LINK-KIND(WS-LINK-I) ')'
               MOVE 12                    TO RETURN-CODE
               STOP RUN
             END-IF
             IF WS-LINK-BASE-ID(WS-LINK-I)
                NOT = WS-LINK-LOAD-ID(WS-LINK-I - 1)
               DISPLAY 'AESDCONS: CHAIN BROKEN - '
                       WS-LINK-GEN(WS-LINK-I) ' WAS TAKEN AGAINST '
                       'LOAD ' WS-LINK-BASE-ID(WS-LINK-I)
                       ', NOT ' WS-LINK-GEN(WS-LINK-I - 1)
                       ' LOAD ' WS-LINK-LOAD-ID(WS-LINK-I - 1)
               MOVE 12                    TO RETURN-CODE
               STOP RUN
             END-IF
             IF WS-LINK-SIG-ALIAS(WS-LINK-I) NOT = WS-LINK-SIG-ALIAS(1)
             OR WS-LINK-SIG-VERSION(WS-LINK-I)
                NOT = WS-LINK-SIG-VERSION(1)
               DISPLAY 'AESDCONS: ' WS-LINK-GEN(WS-LINK-I)
                       ' WAS SIGNED UNDER '
                       WS-LINK-SIG-ALIAS(WS-LINK-I) ' V'
                       WS-LINK-SIG-VERSION(WS-LINK-I) ', THE BASE '
                       'UNDER ' WS-LINK-SIG-ALIAS(1) ' V'
                       WS-LINK-SIG-VERSION(1)
               MOVE 12                    TO RETURN-CODE
               STOP RUN
             END-IF
           END-IF.

      *     ...and the generation must be the one the manifest
      *     describes
           MOVE WS-LINK-GEN(WS-LINK-I)    TO WS-SRCA-FILE-NAME.

           OPEN INPUT R-SRCA.

           IF FS-SRCA-OK
             CONTINUE
           ELSE
             DISPLAY 'AESDCONS: ERROR OPENING ' WS-SRCA-FILE-NAME
                     ': ' FS-SRCA
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.

           MOVE WS-LOAD-HEADER-KEY1       TO SA-KEY.

           READ R-SRCA
             INVALID KEY
               MOVE SPACES                TO SA-HEX
           END-READ.

           CLOSE R-SRCA.

           IF SA-HEX(1:1) NOT = WS-LINK-KIND(WS-LINK-I)
           OR SA-HEX(2:14) NOT = WS-LINK-LOAD-ID(WS-LINK-I)
             DISPLAY 'AESDCONS: ' WS-LINK-GEN(WS-LINK-I)
                     ' IS NOT THE GENERATION OF LOAD '
                     WS-LINK-LOAD-ID(WS-LINK-I) ' ON '
                     WS-LINK-MAN(WS-LINK-I)
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.


       FOLD-ONE-DELTA.
      *     Delta WS-FOLD-NO (link WS-FOLD-NO + 1) onto the result so
      *     far - the base itself for the first, otherwise the work
      *     generation the previous fold wrote; the last fold writes
      *     the output named on AESDNPRM
           IF WS-FOLD-NO = 1
             MOVE WS-LINK-GEN(1)          TO WS-SRCA-FILE-NAME
             MOVE WS-LINK-MAN(1)          TO WS-MANA-FILE-NAME
           ELSE
             MOVE WS-OUT-FILE-NAME        TO WS-SRCA-FILE-NAME
             MOVE WS-MANO-FILE-NAME       TO WS-MANA-FILE-NAME
           END-IF.

           MOVE WS-LINK-GEN(WS-FOLD-NO + 1) TO WS-SRCB-FILE-NAME.
           MOVE WS-LINK-MAN(WS-FOLD-NO + 1) TO WS-MANB-FILE-NAME.

           EVALUATE TRUE
             WHEN WS-FOLD-NO = WS-DELTA-COUNT
               MOVE WS-CONS-GEN           TO WS-OUT-FILE-NAME
               MOVE WS-CONS-MAN           TO WS-MANO-FILE-NAME
             WHEN WS-OUT-FILE-NAME = 'AESDCWK1'
               MOVE 'AESDCWK2'            TO WS-OUT-FILE-NAME
               MOVE 'AESDCWM2'            TO WS-MANO-FILE-NAME
             WHEN OTHER
               MOVE 'AESDCWK1'            TO WS-OUT-FILE-NAME
               MOVE 'AESDCWM1'            TO WS-MANO-FILE-NAME
           END-EVALUATE.

           PERFORM OPEN-FOLD-FILES.

           MOVE 0                         TO WS-A-HAVE-BLOCK
                                             WS-B-HAVE-BLOCK
                                             WS-OUT-BLOCK WS-OUT-FILL
                                             WS-OUT-RECORDS
                                             WS-KEPT-COUNT
                                             WS-ADDED-COUNT
                                             WS-CHANGED-COUNT
                                             WS-DELETED-COUNT.
           MOVE SPACES                    TO WS-OUT-BUF.
           MOVE 'N'                       TO WS-A-END WS-B-END.

      *     Each side on its first record's field-0 entry
           MOVE 'A'                       TO WS-FROM.
           PERFORM READ-SOURCE-ENTRY.
           MOVE 'B'                       TO WS-FROM.
           PERFORM READ-SOURCE-ENTRY.

           PERFORM UNTIL SW-A-END AND SW-B-END
             EVALUATE TRUE
               WHEN SW-B-END
                 DISPLAY 'AESDCONS: KEY '
                         MAN-BUS-KEY OF WS-A-ENTRY ' OF '
                         WS-SRCA-FILE-NAME ' IS NOT ACCOUNTED FOR '
                         'BY DELTA ' WS-SRCB-FILE-NAME
                 MOVE 12                  TO RETURN-CODE
                 STOP RUN

               WHEN SW-A-END
               OR MAN-BUS-KEY OF WS-A-ENTRY > MAN-BUS-KEY OF WS-B-ENTRY
                 IF MAN-CHANGE OF WS-B-ENTRY = 'A'
                   MOVE 'B'               TO WS-FROM
                   PERFORM TAKE-GROUP
                   ADD 1                  TO WS-ADDED-COUNT
                 ELSE
                   DISPLAY 'AESDCONS: DELTA ' WS-SRCB-FILE-NAME
                           ' HAS ' MAN-CHANGE OF WS-B-ENTRY
                           ' FOR KEY ' MAN-BUS-KEY OF WS-B-ENTRY
                           ' - NOT IN ' WS-SRCA-FILE-NAME
                   MOVE 12                TO RETURN-CODE
                   STOP RUN
                 END-IF

               WHEN MAN-BUS-KEY OF WS-A-ENTRY
                    < MAN-BUS-KEY OF WS-B-ENTRY
                 DISPLAY 'AESDCONS: KEY '
                         MAN-BUS-KEY OF WS-A-ENTRY ' OF '
                         WS-SRCA-FILE-NAME ' IS NOT ACCOUNTED FOR '
                         'BY DELTA ' WS-SRCB-FILE-NAME
                 MOVE 12                  TO RETURN-CODE
                 STOP RUN

               WHEN MAN-CHANGE OF WS-B-ENTRY = 'U'
                 IF MAN-REC-SIG OF WS-A-ENTRY
                    NOT = MAN-REC-SIG OF WS-B-ENTRY
                   DISPLAY 'AESDCONS: KEY ' MAN-BUS-KEY OF WS-B-ENTRY
                           ' IS UNCHANGED IN ' WS-SRCB-FILE-NAME
                           ' BUT ITS SIGNATURE DIFFERS FROM '
                           WS-SRCA-FILE-NAME
                   MOVE 12                TO RETURN-CODE
                   STOP RUN
                 END-IF
                 MOVE 'A'                 TO WS-FROM
                 PERFORM TAKE-GROUP
                 MOVE 'B'                 TO WS-FROM
                 PERFORM SKIP-GROUP
                 ADD 1                    TO WS-KEPT-COUNT

               WHEN MAN-CHANGE OF WS-B-ENTRY = 'C'
                 MOVE 'A'                 TO WS-FROM
                 PERFORM SKIP-GROUP
                 MOVE 'B'                 TO WS-FROM
                 PERFORM TAKE-GROUP
                 ADD 1                    TO WS-CHANGED-COUNT

               WHEN MAN-CHANGE OF WS-B-ENTRY = 'D'
                 MOVE 'A'                 TO WS-FROM
                 PERFORM SKIP-GROUP
                 MOVE 'B'                 TO WS-FROM
                 PERFORM SKIP-GROUP
                 ADD 1                    TO WS-DELETED-COUNT

               WHEN OTHER
                 DISPLAY 'AESDCONS: DELTA ' WS-SRCB-FILE-NAME
                         ' HAS ' MAN-CHANGE OF WS-B-ENTRY
                         ' FOR KEY ' MAN-BUS-KEY OF WS-B-ENTRY
                         ' - ALREADY IN ' WS-SRCA-FILE-NAME
                 MOVE 12                  TO RETURN-CODE
                 STOP RUN
             END-EVALUATE
           END-PERFORM.

           IF WS-OUT-FILL > 0
             PERFORM FLUSH-OUTPUT-BLOCK
           END-IF.

      *     The delta's trailer already covers the whole file
           IF WS-OUT-RECORDS NOT = MTR-RECORDS OF WS-B-TRAILER
             DISPLAY 'AESDCONS: ' WS-OUT-RECORDS ' RECORD(S) FOLDED, '
                     WS-SRCB-FILE-NAME ' TRAILER SAYS '
                     MTR-RECORDS OF WS-B-TRAILER
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.

           PERFORM COPY-TRAILER-ENTRIES.
           PERFORM WRITE-LOAD-IDENTITY.

           CLOSE R-SRCA R-SRCB R-OUT R-MANA R-MANB R-MANO.

           DISPLAY 'AESDCONS: ' WS-SRCB-FILE-NAME ' ONTO '
                   WS-SRCA-FILE-NAME ' - '
                   WS-KEPT-COUNT ' kept, '
                   WS-ADDED-COUNT ' added, '
                   WS-CHANGED-COUNT ' changed, '
                   WS-DELETED-COUNT ' deleted'.


       OPEN-FOLD-FILES.
           OPEN INPUT R-SRCA.

           IF FS-SRCA-OK
             CONTINUE
           ELSE
             DISPLAY 'AESDCONS: ERROR OPENING ' WS-SRCA-FILE-NAME
                     ': ' FS-SRCA
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.

           OPEN INPUT R-SRCB.

           IF FS-SRCB-OK
             CONTINUE
           ELSE
             DISPLAY 'AESDCONS: ERROR OPENING ' WS-SRCB-FILE-NAME
                     ': ' FS-SRCB
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.

           OPEN INPUT R-MANA.

           IF FS-MANA-OK
             CONTINUE
           ELSE
             DISPLAY 'AESDCONS: ERROR OPENING ' WS-MANA-FILE-NAME
                     ': ' FS-MANA
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.

           OPEN INPUT R-MANB.

           IF FS-MANB-OK
             CONTINUE
           ELSE
             DISPLAY 'AESDCONS: ERROR OPENING ' WS-MANB-FILE-NAME
                     ': ' FS-MANB
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.

           OPEN OUTPUT R-OUT.

           IF FS-OUT-OK
             CONTINUE
           ELSE
             DISPLAY 'AESDCONS: CANNOT CREATE ' WS-OUT-FILE-NAME
                     ': ' FS-OUT
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.

           OPEN OUTPUT R-MANO.

           IF FS-MANO-OK
             CONTINUE
           ELSE
             DISPLAY 'AESDCONS: CANNOT CREATE ' WS-MANO-FILE-NAME
                     ': ' FS-MANO
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.


       READ-SOURCE-ENTRY.
      *     Next manifest entry of the side in WS-FROM, copied to
      *     WS-CUR-ENTRY; reaching the trailer ends the side's records
           IF SW-FROM-BASE
             READ R-MANA INTO WS-A-ENTRY
               AT END
                 DISPLAY 'AESDCONS: ' WS-MANA-FILE-NAME
                         ' ENDS WITHOUT ITS TRAILER'
                 MOVE 12                  TO RETURN-CODE
                 STOP RUN
             END-READ
             MOVE WS-A-ENTRY              TO WS-CUR-ENTRY
             IF MTR-RECORD-NO OF WS-A-TRAILER = WS-TRAILER-KEY
               MOVE 'Y'                   TO WS-A-END
             END-IF
           ELSE
             READ R-MANB INTO WS-B-ENTRY
               AT END
                 DISPLAY 'AESDCONS: ' WS-MANB-FILE-NAME
                         ' ENDS WITHOUT ITS TRAILER'
                 MOVE 12                  TO RETURN-CODE
                 STOP RUN
             END-READ
             MOVE WS-B-ENTRY              TO WS-CUR-ENTRY
             IF MTR-RECORD-NO OF WS-B-TRAILER = WS-TRAILER-KEY
               MOVE 'Y'                   TO WS-B-END
             END-IF
           END-IF.


       TAKE-GROUP.
      *     The side's current record into the result - its field-0
      *     entry renumbered at the result's position, then each
      *     field entry with the field's hex copied across from the
      *     side's generation
           IF SW-FROM-BASE
             MOVE WS-A-ENTRY              TO WS-CUR-ENTRY
           ELSE
             MOVE WS-B-ENTRY              TO WS-CUR-ENTRY
           END-IF.

           MOVE MAN-RECORD-NO OF WS-CUR-ENTRY TO WS-GROUP-REC-NO.
           ADD 1                          TO WS-OUT-RECORDS.

           PERFORM WRITE-RESULT-ENTRY.

           MOVE 'N'                       TO WS-GROUP-END.
           PERFORM NEXT-GROUP-ENTRY.

           PERFORM UNTIL SW-GROUP-END
             PERFORM WRITE-RESULT-ENTRY
             PERFORM COPY-FIELD-HEX
             PERFORM NEXT-GROUP-ENTRY
           END-PERFORM.


       SKIP-GROUP.
      *     The side's current record passed over, fields and all
           IF SW-FROM-BASE
             MOVE WS-A-ENTRY              TO WS-CUR-ENTRY
           ELSE
             MOVE WS-B-ENTRY              TO WS-CUR-ENTRY
           END-IF.

           MOVE MAN-RECORD-NO OF WS-CUR-ENTRY TO WS-GROUP-REC-NO.

           MOVE 'N'                       TO WS-GROUP-END.
           PERFORM NEXT-GROUP-ENTRY.

           PERFORM UNTIL SW-GROUP-END
             PERFORM NEXT-GROUP-ENTRY
           END-PERFORM.


       NEXT-GROUP-ENTRY.
      *     A record's group ends at the next field-0 entry (a delta's
      *     deleted entries are field 0 of record 0) or the trailer
           PERFORM READ-SOURCE-ENTRY.

           IF MAN-FIELD-NO OF WS-CUR-ENTRY = 0
           OR MAN-RECORD-NO OF WS-CUR-ENTRY = WS-TRAILER-KEY
           OR MAN-RECORD-NO OF WS-CUR-ENTRY NOT = WS-GROUP-REC-NO
             MOVE 'Y'                     TO WS-GROUP-END
           END-IF.


       WRITE-RESULT-ENTRY.
      *     The entry at the result's record number and hex position,
      *     no longer a change of anything
           IF SW-FROM-BASE
             MOVE WS-A-ENTRY              TO WS-O-ENTRY
           ELSE
             MOVE WS-B-ENTRY              TO WS-O-ENTRY
           END-IF.

           MOVE WS-OUT-RECORDS TO MAN-RECORD-NO OF WS-O-ENTRY.
           COMPUTE MAN-START-BLOCK OF WS-O-ENTRY = WS-OUT-BLOCK + 1.
           COMPUTE MAN-START-OFFSET OF WS-O-ENTRY = WS-OUT-FILL + 1.
           MOVE SPACE                     TO MAN-CHANGE OF WS-O-ENTRY.

           WRITE MANO-REC FROM WS-O-ENTRY.

           IF FS-MANO-OK
             CONTINUE
           ELSE
             DISPLAY 'AESDCONS: ERROR WRITING ' WS-MANO-FILE-NAME
                     ': ' FS-MANO
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.


       COPY-FIELD-HEX.
      *     The field's hex, character by character, from its blocks
      *     in the side's generation to the result's block stream
           MOVE MAN-START-BLOCK OF WS-CUR-ENTRY  TO WS-SRC-BLOCK.
           MOVE MAN-START-OFFSET OF WS-CUR-ENTRY TO WS-SRC-OFFSET.

           PERFORM VARYING WS-HEX-DONE FROM 0 BY 1
             UNTIL WS-HEX-DONE NOT < MAN-HEX-LENGTH OF WS-CUR-ENTRY
             PERFORM FETCH-SOURCE-BLOCK
             ADD 1                        TO WS-OUT-FILL
             MOVE WS-SRC-HEX(WS-SRC-OFFSET:1)
                                    TO WS-OUT-BUF(WS-OUT-FILL:1)
             IF WS-OUT-FILL = 32
               PERFORM FLUSH-OUTPUT-BLOCK
             END-IF
             ADD 1                        TO WS-SRC-OFFSET
             IF WS-SRC-OFFSET > 32
               MOVE 1                     TO WS-SRC-OFFSET
               ADD 1                      TO WS-SRC-BLOCK
             END-IF
           END-PERFORM.


       FETCH-SOURCE-BLOCK.
           IF SW-FROM-BASE
             IF WS-SRC-BLOCK NOT = WS-A-HAVE-BLOCK
               MOVE WS-SRC-BLOCK          TO SA-KEY
               READ R-SRCA
                 INVALID KEY
                   DISPLAY 'AESDCONS: BLOCK ' WS-SRC-BLOCK
                           ' MISSING FROM ' WS-SRCA-FILE-NAME
                   MOVE 12                TO RETURN-CODE
                   STOP RUN
               END-READ
               MOVE SA-HEX                TO WS-A-HEX
               MOVE WS-SRC-BLOCK          TO WS-A-HAVE-BLOCK
             END-IF
             MOVE WS-A-HEX                TO WS-SRC-HEX
           ELSE
             IF WS-SRC-BLOCK NOT = WS-B-HAVE-BLOCK
               MOVE WS-SRC-BLOCK          TO SB-KEY
               READ R-SRCB
                 INVALID KEY
                   DISPLAY 'AESDCONS: BLOCK ' WS-SRC-BLOCK
                           ' MISSING FROM ' WS-SRCB-FILE-NAME
                   MOVE 12                TO RETURN-CODE
                   STOP RUN
               END-READ
               MOVE SB-HEX                TO WS-B-HEX
               MOVE WS-SRC-BLOCK          TO WS-B-HAVE-BLOCK
             END-IF
             MOVE WS-B-HEX                TO WS-SRC-HEX
           END-IF.


       FLUSH-OUTPUT-BLOCK.
           ADD 1                          TO WS-OUT-BLOCK.
           MOVE WS-OUT-BLOCK              TO OUT-KEY.
           MOVE SPACES                    TO OUT-BITS OUT-MAC.
           MOVE WS-OUT-BUF                TO OUT-HEX.

           WRITE OUT-REC.

           IF FS-OUT-OK
             CONTINUE
           ELSE
             DISPLAY 'AESDCONS: ERROR WRITING ' WS-OUT-FILE-NAME
                     ': ' FS-OUT
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.

           MOVE SPACES                    TO WS-OUT-BUF.
           MOVE 0                         TO WS-OUT-FILL.


       COPY-TRAILER-ENTRIES.
      *     The delta's control totals as the result's, each entry
      *     restamped as a full load of the result generation
           MOVE 'N'                       TO WS-B-END.

           PERFORM UNTIL SW-B-END
             MOVE WS-B-ENTRY              TO WS-O-ENTRY
             MOVE 'F'                TO MTR-LOAD-KIND OF WS-O-TRAILER
             MOVE SPACES             TO MTR-BASE-LOAD-ID OF WS-O-TRAILER
                                        MTR-BASE-GEN OF WS-O-TRAILER
             MOVE WS-OUT-FILE-NAME   TO MTR-GEN-NAME OF WS-O-TRAILER

             WRITE MANO-REC FROM WS-O-ENTRY

             IF FS-MANO-OK
               CONTINUE
             ELSE
               DISPLAY 'AESDCONS: ERROR WRITING ' WS-MANO-FILE-NAME
                       ': ' FS-MANO
               MOVE 12                    TO RETURN-CODE
               STOP RUN
             END-IF

             READ R-MANB INTO WS-B-ENTRY
               AT END
                 MOVE 'Y'                 TO WS-B-END
             END-READ
           END-PERFORM.


       WRITE-LOAD-IDENTITY.
      *     The result is a full load under the last delta's load id,
      *     with no base - as AESFLDR stamps a full load
           MOVE WS-LOAD-HEADER-KEY1       TO OUT-KEY.
           MOVE SPACES                    TO OUT-BITS OUT-HEX OUT-MAC.
           MOVE 'F'                       TO OUT-HEX(1:1).
           MOVE WS-LINK-LOAD-ID(WS-FOLD-NO + 1) TO OUT-HEX(2:14).

           WRITE OUT-REC.

           IF FS-OUT-OK
             MOVE WS-LOAD-HEADER-KEY2     TO OUT-KEY
             MOVE SPACES                  TO OUT-HEX

             WRITE OUT-REC
           END-IF.

           IF FS-OUT-OK
             CONTINUE
           ELSE
             DISPLAY 'AESDCONS: ERROR WRITING LOAD IDENTITY TO '
                     WS-OUT-FILE-NAME ': ' FS-OUT
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.
