       ID DIVISION.
       PROGRAM-ID. AESCTSCN.
      *****************************************************************
      * Ciphertext quality scan of one AESODAT-shaped generation.
      * Two things can go wrong with ciphertext that no trailer,
      * digest or tag will ever flag, because the file is exactly
      * what the run meant to write:
      *
      *   - an ECB generation whose plaintext repeats turns every
      *     repeated block into an identical ciphertext block, and
      *     the file's structure shows to anyone holding it,
      *   - a bad AESTAB/AESCORE build can put out something that
      *     deciphers fine yet is nowhere near random.
      *
      * This reads the generation's data blocks in key order (the
      * parameter header at key 0 and the sentinel records from
      * 99000000 up are skipped, the same bounds AESMACSC keeps),
      * takes the mode from the generation's AESRCAT entry - or its
      * own parameter header when the catalog has no entry - and
      * reports:
      *
      *   - repeated blocks: how many blocks repeat an earlier one,
      *     their share of the file, the most-repeated value and the
      *     longest run of consecutive identical blocks. Repeats are
      *     counted on the AESCTWRK work file, keyed on the block
      *     value, so there is no ceiling on the generation size,
      *   - byte frequency: a chi-square over the 256 byte values
      *     against the uniform expectation (255 for random data),
      *   - monobit and runs: the share of one bits and the number of
      *     bit runs, each as a standard score against what random
      *     data of that length would give.
      *
      * The statistics are taken over DISTINCT blocks only, so an
      * ECB repeat is reported once, as a leak, instead of again as
      * skewed statistics. They need at least 80 distinct blocks to
      * mean anything and are not judged below that.
      *
      * Verdicts and RETURN-CODE:
      *   0 - nothing found
      *   4 - STRUCTURE LEAK: an ECB generation with more repeated
      *       blocks than the control card tolerates (default none)
      *   8 - NON-RANDOM: repeated blocks in a chained mode (a 128-
      *       bit collision does not happen by chance), or a
      *       statistic past its 0.1% critical value
      *
      * Control card AESCTPRM: generation name (1-20), repeated
      * blocks tolerated in ECB (22-29), statistics switch (31) -
      * 'N' skips the randomness tests for a field-level generation,
      * whose clear bytes are not meant to look random. Report to
      * AESCTRPT.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *     GENERATION UNDER SCAN (AESODAT-shaped KSDS)
            SELECT R-DAT ASSIGN TO DYNAMIC WS-DAT-FILE-NAME
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS DAT-KEY
                   FILE STATUS  IS FS-DAT.

      *     RUN CATALOG (AESRCAT)
            SELECT OPTIONAL R-CAT ASSIGN TO 'AESRCAT'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS RANDOM
                   RECORD KEY   IS CAT-GEN
                   FILE STATUS  IS FS-CAT.

      *     REPEAT TALLY WORK FILE (AESCTWRK - KSDS keyed on the
      *     block value, rebuilt every run)
            SELECT R-WRK ASSIGN TO 'AESCTWRK'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS WRK-HEX
                   FILE STATUS  IS FS-WRK.

      *     CONTROL CARD (AESCTPRM)
            SELECT R-PARM ASSIGN TO 'AESCTPRM'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-PARM.

      *     SCAN REPORT (AESCTRPT)
            SELECT R-RPT ASSIGN TO 'AESCTRPT'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-RPT.

       DATA DIVISION.
       FILE SECTION.
      *   Generation under scan
       FD R-DAT LABEL RECORD STANDARD.

       01 DAT.
          02 DAT-KEY                  PIC 9(08).
          02 DAT-BITS                 PIC X(03).
          02 DAT-HEX                  PIC X(32).
          02 DAT-MAC                  PIC X(08).

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

      *   AESCTWRK
       FD R-WRK LABEL RECORD STANDARD.

       01 WRK-REC.
          02 WRK-HEX                  PIC X(32).
          02 WRK-COUNT                PIC 9(08).
          02 WRK-FIRST-BLOCK          PIC 9(08).

      *   AESCTPRM
       FD R-PARM LABEL RECORD STANDARD.

       01 PARM-REC.
          05 PARM-GEN-NAME               PIC X(20).
          05 FILLER                      PIC X(01).
          05 PARM-TOLERATE               PIC 9(08).
          05 FILLER                      PIC X(01).
          05 PARM-STATS                  PIC X(01).

      *   AESCTRPT
       FD R-RPT LABEL RECORD STANDARD.

       01 RPT-REC                        PIC X(80).

       WORKING-STORAGE SECTION.
         01 FS.
            05 FS-DAT                   PIC 9(02).
               88 FS-DAT-OK                       VALUE 0.
               88 FS-DAT-EOF                      VALUE 10.
            05 FS-CAT                   PIC 9(02).
               88 FS-CAT-OK                       VALUE 0.
            05 FS-WRK                   PIC 9(02).
               88 FS-WRK-OK                       VALUE 0.
               88 FS-WRK-EOF                      VALUE 10.
               88 FS-WRK-NOTFND                   VALUE 23.
            05 FS-PARM                  PIC 9(02).
               88 FS-PARM-OK                      VALUE 0.
            05 FS-RPT                   PIC 9(02).
               88 FS-RPT-OK                       VALUE 0.

         01 WS-DAT-FILE-NAME            PIC X(20).
         77 WS-TOLERATE                 PIC 9(08)   VALUE 0.
         77 WS-STATS-SW                 PIC X(01)   VALUE 'Y'.
            88 SW-STATS-ON                          VALUE 'Y'.
         77 WS-MODE                     PIC X(03)   VALUE SPACES.
         77 WS-MODE-SOURCE              PIC X(08)   VALUE SPACES.

      *  Repeat tallies
         77 WS-BLOCK-COUNT              PIC 9(09)   VALUE 0.
         77 WS-DISTINCT-COUNT           PIC 9(09)   VALUE 0.
         77 WS-REPEAT-COUNT             PIC 9(09)   VALUE 0.
         77 WS-REPEAT-VALUES            PIC 9(09)   VALUE 0.
         77 WS-REPEAT-PCT               PIC 9(03)V9(02) VALUE 0.
         77 WS-TOP-COUNT                PIC 9(08)   VALUE 0.
         77 WS-TOP-FIRST                PIC 9(08)   VALUE 0.
         77 WS-RUN-LEN                  PIC 9(08)   VALUE 0.
         77 WS-LONGEST-RUN              PIC 9(08)   VALUE 0.
         77 WS-LONGEST-AT               PIC 9(08)   VALUE 0.
         77 WS-PREV-HEX                 PIC X(32)   VALUE SPACES.
         77 WS-LISTED-COUNT             PIC 9(03)   VALUE 0.

      *  Byte frequency over the distinct blocks
         01 WS-BYTE-TABLE.
            05 WS-BYTE-FREQ            OCCURS 256 PIC 9(10) COMP.
         77 WS-BYTE-TOTAL               PIC 9(11)   VALUE 0.
         77 WS-BYTE-I                   PIC 9(03) COMP.
         77 WS-EXPECT-FREQ              PIC 9(09)V9(04).
         77 WS-CHI-SQUARE               PIC 9(09)V9(04).

      *  Bit statistics - one and run counts by nibble. Per nibble
      *  value 0-F: its one bits, the bit changes inside it, and
      *  its high and low bit
         01 WS-NIBBLE-FACTS-V.
            05 FILLER                  PIC X(32)
                              VALUE '00001101120021011200230122003101'.
            05 FILLER                  PIC X(32)
                              VALUE '11102211231032112110321131104011'.
         01 WS-NIBBLE-FACTS REDEFINES WS-NIBBLE-FACTS-V.
            05 WS-NF-ENTRY             OCCURS 16.
               10 WS-NF-ONES           PIC 9(01).
               10 WS-NF-CHANGES        PIC 9(01).
               10 WS-NF-HIGH-BIT       PIC 9(01).
               10 WS-NF-LOW-BIT        PIC 9(01).
         77 WS-BIT-TOTAL                PIC 9(12)   VALUE 0.
         77 WS-ONE-TOTAL                PIC 9(12)   VALUE 0.
         77 WS-RUN-TOTAL                PIC 9(12)   VALUE 0.
         77 WS-PREV-LOW-BIT             PIC 9(01)   VALUE 0.
         77 WS-FIRST-NIBBLE             PIC X(01)   VALUE 'Y'.
            88 SW-FIRST-NIBBLE                      VALUE 'Y'.
         77 WS-ONE-SHARE                PIC 9V9(06).
         77 WS-EXPECT-RUNS              PIC 9(12)V9(02).
         77 WS-MONOBIT-Z                PIC 9(05)V9(02).
         77 WS-RUNS-Z                   PIC 9(05)V9(02).
         77 WS-STATS-JUDGED             PIC X(01)   VALUE 'N'.
            88 SW-STATS-JUDGED                      VALUE 'Y'.

      *  0.1% critical values - chi-square at 255 degrees of
      *  freedom, and a two-sided standard normal score
         77 WS-CHI-CRITICAL             PIC 9(03)V9(02) VALUE 330.52.
         77 WS-Z-CRITICAL               PIC 9(01)V9(02) VALUE 3.29.
         77 WS-MIN-DISTINCT             PIC 9(03)   VALUE 80.

         77 WS-HEX-POS                  PIC 9(02).
         77 WS-HEX-CHAR                 PIC X(01).
         77 WS-NIB                      PIC 9(02).
         77 WS-NIB-HI                   PIC 9(02).
         77 WS-BYTE-V                   PIC 9(03).
         01 WS-HEXCHARS                 PIC X(16)
                                        VALUE '0123456789ABCDEF'.

      *  Verdicts
         77 WS-LEAK-SW                  PIC X(01)   VALUE 'N'.
            88 SW-LEAK                              VALUE 'Y'.
         77 WS-NONRANDOM-SW             PIC X(01)   VALUE 'N'.
            88 SW-NONRANDOM                         VALUE 'Y'.

         01 WS-EDIT-COUNT               PIC Z(08)9.
         01 WS-EDIT-PCT                 PIC ZZ9.99.
         01 WS-EDIT-STAT                PIC Z(08)9.99.
         01 WS-EDIT-STAT2               PIC Z(08)9.99.

         01 WS-RPT-LINE                 PIC X(80).

       LINKAGE SECTION.

       PROCEDURE DIVISION.
       MAINLINE.
           INITIALIZE WS-BYTE-TABLE.

           PERFORM READ-PARAMETERS.

           OPEN OUTPUT R-RPT.

           IF FS-RPT-OK
             CONTINUE
           ELSE
             DISPLAY 'AESCTSCN: ERROR OPENING AESCTRPT: ' FS-RPT
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.

           OPEN INPUT R-DAT.

           IF FS-DAT-OK
             CONTINUE
           ELSE
             DISPLAY 'AESCTSCN: CANNOT OPEN ' WS-DAT-FILE-NAME
                     ': ' FS-DAT
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.

           PERFORM FIND-GENERATION-MODE.

      *     Fresh work file every run - a stale tally from the last
      *     scan would count as repeats
           OPEN OUTPUT R-WRK.
           CLOSE R-WRK.
           OPEN I-O R-WRK.

           IF FS-WRK-OK
             CONTINUE
           ELSE
             DISPLAY 'AESCTSCN: ERROR OPENING AESCTWRK: ' FS-WRK
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.

           STRING 'AESCTSCN SCAN OF ' WS-DAT-FILE-NAME ' MODE '
                  WS-MODE ' (FROM ' WS-MODE-SOURCE ')'
           DELIMITED BY SIZE            INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

           MOVE 1                         TO DAT-KEY.
           START R-DAT KEY IS NOT LESS THAN DAT-KEY.

           PERFORM UNTIL NOT FS-DAT-OK
             READ R-DAT NEXT RECORD
             IF FS-DAT-OK
               IF DAT-KEY < 99000000
                 PERFORM TALLY-ONE-BLOCK
               ELSE
                 SET FS-DAT-EOF           TO TRUE
               END-IF
             END-IF
           END-PERFORM.

           CLOSE R-DAT.

           PERFORM REPORT-REPEATS.
           CLOSE R-WRK.

           IF SW-STATS-ON
             PERFORM JUDGE-STATISTICS
                THRU JUDGE-STATISTICS-EXIT
           ELSE
             MOVE 'RANDOMNESS TESTS SKIPPED BY CONTROL CARD'
                                          TO WS-RPT-LINE
             PERFORM WRITE-REPORT-LINE
           END-IF.

           PERFORM REPORT-VERDICT.

           CLOSE R-RPT.

           STOP RUN.


       READ-PARAMETERS.
           OPEN INPUT R-PARM.

           IF FS-PARM-OK
             CONTINUE
           ELSE
             DISPLAY 'AESCTSCN: ERROR OPENING AESCTPRM: ' FS-PARM
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.

           READ R-PARM
             AT END
               DISPLAY 'AESCTSCN: AESCTPRM IS EMPTY'
               MOVE 12                    TO RETURN-CODE
               STOP RUN
             NOT AT END
               MOVE PARM-GEN-NAME         TO WS-DAT-FILE-NAME
               IF PARM-TOLERATE IS NUMERIC
                 MOVE PARM-TOLERATE       TO WS-TOLERATE
               END-IF
               IF PARM-STATS = 'N'
                 MOVE 'N'                 TO WS-STATS-SW
               END-IF
           END-READ.

           CLOSE R-PARM.

           IF WS-DAT-FILE-NAME = SPACES
             DISPLAY 'AESCTSCN: GENERATION NAME IS REQUIRED'
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.


       FIND-GENERATION-MODE.
      *     The catalog's word first; the generation's own parameter
      *     header when the catalog has no entry for it
           OPEN INPUT R-CAT.

           IF FS-CAT-OK
             MOVE WS-DAT-FILE-NAME        TO CAT-GEN
             READ R-CAT KEY IS CAT-GEN

             IF FS-CAT-OK
               MOVE CAT-MODE              TO WS-MODE
               MOVE 'AESRCAT'             TO WS-MODE-SOURCE
             END-IF

             CLOSE R-CAT
           END-IF.

           IF WS-MODE = SPACES
             MOVE 0                       TO DAT-KEY
             READ R-DAT KEY IS DAT-KEY

             IF FS-DAT-OK
               MOVE DAT-HEX(1:3)          TO WS-MODE
               MOVE 'HEADER'              TO WS-MODE-SOURCE
             ELSE
               MOVE 'UNKNOWN'             TO WS-MODE-SOURCE
             END-IF
           END-IF.


       TALLY-ONE-BLOCK.
           ADD 1                          TO WS-BLOCK-COUNT.

      *     Consecutive identical blocks
           IF DAT-HEX = WS-PREV-HEX
             ADD 1                        TO WS-RUN-LEN
           ELSE
             MOVE 1                       TO WS-RUN-LEN
           END-IF.

           IF WS-RUN-LEN > WS-LONGEST-RUN
             MOVE WS-RUN-LEN              TO WS-LONGEST-RUN
             COMPUTE WS-LONGEST-AT = DAT-KEY - WS-RUN-LEN + 1
           END-IF.

           MOVE DAT-HEX                   TO WS-PREV-HEX.

      *     Repeat of any earlier block
           MOVE DAT-HEX                   TO WRK-HEX.
           READ R-WRK KEY IS WRK-HEX.

           EVALUATE TRUE
             WHEN FS-WRK-OK
               ADD 1                      TO WRK-COUNT
               ADD 1                      TO WS-REPEAT-COUNT
               REWRITE WRK-REC
             WHEN FS-WRK-NOTFND
               MOVE DAT-HEX               TO WRK-HEX
               MOVE 1                     TO WRK-COUNT
               MOVE DAT-KEY               TO WRK-FIRST-BLOCK
               WRITE WRK-REC
               ADD 1                      TO WS-DISTINCT-COUNT
               PERFORM TALLY-BLOCK-BITS
             WHEN OTHER
               CONTINUE
           END-EVALUATE.

           IF FS-WRK-OK
             CONTINUE
           ELSE
             DISPLAY 'AESCTSCN: ERROR UPDATING AESCTWRK: ' FS-WRK
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.


       TALLY-BLOCK-BITS.
      *     A nibble at a time - its ones, the bit changes inside it,
      *     and the change (or not) across from the previous nibble;
      *     every second nibble closes a byte for the frequency table
           PERFORM VARYING WS-HEX-POS FROM 1 BY 1
             UNTIL WS-HEX-POS > 32
             MOVE DAT-HEX(WS-HEX-POS:1)   TO WS-HEX-CHAR
             PERFORM FIND-NIBBLE-VALUE

             ADD WS-NF-ONES(WS-NIB + 1)   TO WS-ONE-TOTAL
             ADD WS-NF-CHANGES(WS-NIB + 1) TO WS-RUN-TOTAL
             ADD 4                        TO WS-BIT-TOTAL

             IF SW-FIRST-NIBBLE
               ADD 1                      TO WS-RUN-TOTAL
               MOVE 'N'                   TO WS-FIRST-NIBBLE
             ELSE
               IF WS-NF-HIGH-BIT(WS-NIB + 1) NOT = WS-PREV-LOW-BIT
                 ADD 1                    TO WS-RUN-TOTAL
               END-IF
             END-IF
             MOVE WS-NF-LOW-BIT(WS-NIB + 1) TO WS-PREV-LOW-BIT

             IF FUNCTION MOD(WS-HEX-POS, 2) = 1
               MOVE WS-NIB                TO WS-NIB-HI
             ELSE
               COMPUTE WS-BYTE-V = WS-NIB-HI * 16 + WS-NIB
               ADD 1                   TO WS-BYTE-FREQ(WS-BYTE-V + 1)
               ADD 1                      TO WS-BYTE-TOTAL
             END-IF
           END-PERFORM.


       FIND-NIBBLE-VALUE.
           PERFORM VARYING WS-NIB FROM 0 BY 1
             UNTIL WS-NIB > 15
             OR WS-HEXCHARS(WS-NIB + 1:1) = WS-HEX-CHAR
             CONTINUE
           END-PERFORM.

           IF WS-NIB > 15
             MOVE 0                       TO WS-NIB
           END-IF.


       REPORT-REPEATS.
      *     Walk the tally for the values seen more than once - the
      *     first twenty are listed, all are counted
           MOVE LOW-VALUES                TO WRK-HEX.
           START R-WRK KEY IS NOT LESS THAN WRK-HEX.

           PERFORM UNTIL NOT FS-WRK-OK
             READ R-WRK NEXT RECORD
             IF FS-WRK-OK AND WRK-COUNT > 1
               ADD 1                      TO WS-REPEAT-VALUES

               IF WRK-COUNT > WS-TOP-COUNT
                 MOVE WRK-COUNT           TO WS-TOP-COUNT
                 MOVE WRK-FIRST-BLOCK     TO WS-TOP-FIRST
               END-IF

               IF WS-LISTED-COUNT < 20
                 ADD 1                    TO WS-LISTED-COUNT
                 MOVE WRK-COUNT           TO WS-EDIT-COUNT
                 STRING 'REPEAT ' WRK-HEX ' X' WS-EDIT-COUNT
                        ' FIRST AT ' WRK-FIRST-BLOCK
                 DELIMITED BY SIZE      INTO WS-RPT-LINE
                 PERFORM WRITE-REPORT-LINE
               END-IF
             END-IF
           END-PERFORM.

           IF WS-BLOCK-COUNT > 0
             COMPUTE WS-REPEAT-PCT ROUNDED =
                 WS-REPEAT-COUNT * 100 / WS-BLOCK-COUNT
           END-IF.

           MOVE WS-BLOCK-COUNT            TO WS-EDIT-COUNT.
           STRING 'BLOCKS ............ ' WS-EDIT-COUNT
           DELIMITED BY SIZE            INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

           MOVE WS-REPEAT-COUNT           TO WS-EDIT-COUNT.
           MOVE WS-REPEAT-PCT             TO WS-EDIT-PCT.
           STRING 'REPEATED BLOCKS ... ' WS-EDIT-COUNT ' ('
                  WS-EDIT-PCT '%) OVER ' WS-REPEAT-VALUES
                  ' VALUE(S), EXPECTED 0'
           DELIMITED BY SIZE            INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

           MOVE WS-TOP-COUNT              TO WS-EDIT-COUNT.
           STRING 'MOST REPEATED ..... ' WS-EDIT-COUNT
                  ' TIMES, FIRST AT BLOCK ' WS-TOP-FIRST
           DELIMITED BY SIZE            INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

           MOVE WS-LONGEST-RUN            TO WS-EDIT-COUNT.
           STRING 'LONGEST REPEAT .... ' WS-EDIT-COUNT
                  ' IN A ROW FROM BLOCK ' WS-LONGEST-AT
           DELIMITED BY SIZE            INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

           IF WS-REPEAT-COUNT > 0
             IF WS-MODE = 'ECB'
               IF WS-REPEAT-COUNT > WS-TOLERATE
                 SET SW-LEAK              TO TRUE
               END-IF
             ELSE
      *        Chained modes: two equal 128-bit blocks by chance is
      *        not a thing that happens - the output is broken
               SET SW-NONRANDOM           TO TRUE
             END-IF
           END-IF.


       JUDGE-STATISTICS.
           IF WS-DISTINCT-COUNT < WS-MIN-DISTINCT
             MOVE WS-DISTINCT-COUNT       TO WS-EDIT-COUNT
             STRING 'RANDOMNESS TESTS NOT JUDGED - ONLY '
                    WS-EDIT-COUNT ' DISTINCT BLOCK(S)'
             DELIMITED BY SIZE          INTO WS-RPT-LINE
             PERFORM WRITE-REPORT-LINE
             GO TO JUDGE-STATISTICS-EXIT
           END-IF.

           SET SW-STATS-JUDGED            TO TRUE.

      *     Byte frequency - chi-square against the uniform 1/256
           COMPUTE WS-EXPECT-FREQ = WS-BYTE-TOTAL / 256.
           MOVE 0                         TO WS-CHI-SQUARE.

           PERFORM VARYING WS-BYTE-I FROM 1 BY 1
             UNTIL WS-BYTE-I > 256
             COMPUTE WS-CHI-SQUARE ROUNDED = WS-CHI-SQUARE
                 + (WS-BYTE-FREQ(WS-BYTE-I) - WS-EXPECT-FREQ) ** 2
                   / WS-EXPECT-FREQ
           END-PERFORM.

           MOVE WS-CHI-SQUARE             TO WS-EDIT-STAT.
           MOVE WS-CHI-CRITICAL           TO WS-EDIT-STAT2.
           STRING 'BYTE CHI-SQUARE ... ' WS-EDIT-STAT
                  ' EXPECTED 255, LIMIT ' WS-EDIT-STAT2
           DELIMITED BY SIZE            INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

           IF WS-CHI-SQUARE > WS-CHI-CRITICAL
             SET SW-NONRANDOM             TO TRUE
           END-IF.

      *     Monobit - ones against half the bits
           COMPUTE WS-ONE-SHARE ROUNDED = WS-ONE-TOTAL / WS-BIT-TOTAL.
           COMPUTE WS-MONOBIT-Z ROUNDED =
               FUNCTION ABS(WS-ONE-TOTAL - WS-BIT-TOTAL / 2)
             / (FUNCTION SQRT(WS-BIT-TOTAL) / 2).

           MOVE WS-ONE-SHARE              TO WS-EDIT-STAT.
           MOVE WS-MONOBIT-Z              TO WS-EDIT-STAT2.
           STRING 'ONE-BIT SHARE ..... ' WS-EDIT-STAT
                  ' EXPECTED 0.50, SCORE ' WS-EDIT-STAT2
           DELIMITED BY SIZE            INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

           IF WS-MONOBIT-Z > WS-Z-CRITICAL
             SET SW-NONRANDOM             TO TRUE
           END-IF.

      *     Runs - bit runs against 2n.p(1-p), the expectation for
      *     the one-bit share actually seen
           COMPUTE WS-EXPECT-RUNS ROUNDED =
               2 * WS-BIT-TOTAL * WS-ONE-SHARE * (1 - WS-ONE-SHARE).

           IF WS-ONE-SHARE > 0 AND WS-ONE-SHARE < 1
             COMPUTE WS-RUNS-Z ROUNDED =
                 FUNCTION ABS(WS-RUN-TOTAL - WS-EXPECT-RUNS)
               / (2 * FUNCTION SQRT(WS-BIT-TOTAL)
                    * WS-ONE-SHARE * (1 - WS-ONE-SHARE))
           ELSE
             MOVE 99999.99                TO WS-RUNS-Z
           END-IF.

           MOVE WS-RUN-TOTAL              TO WS-EDIT-COUNT.
           MOVE WS-EXPECT-RUNS            TO WS-EDIT-STAT.
           MOVE WS-RUNS-Z                 TO WS-EDIT-STAT2.
           STRING 'BIT RUNS .......... ' WS-EDIT-COUNT
                  ' EXPECTED ' WS-EDIT-STAT ', SCORE ' WS-EDIT-STAT2
           DELIMITED BY SIZE            INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

           IF WS-RUNS-Z > WS-Z-CRITICAL
             SET SW-NONRANDOM             TO TRUE
           END-IF.

       JUDGE-STATISTICS-EXIT.
           EXIT.


       REPORT-VERDICT.
           EVALUATE TRUE
             WHEN SW-NONRANDOM
               STRING 'VERDICT - NON-RANDOM: OUTPUT DOES NOT LOOK '
                      'LIKE CIPHERTEXT'
               DELIMITED BY SIZE        INTO WS-RPT-LINE
               MOVE 8                     TO RETURN-CODE
             WHEN SW-LEAK
               STRING 'VERDICT - STRUCTURE LEAK: ECB REPEATS SHOW '
                      'THE PLAINTEXT'
               DELIMITED BY SIZE        INTO WS-RPT-LINE
               MOVE 4                     TO RETURN-CODE
             WHEN OTHER
               MOVE 'VERDICT - NOTHING FOUND'
                                          TO WS-RPT-LINE
           END-EVALUATE.

           PERFORM WRITE-REPORT-LINE.

           DISPLAY 'AESCTSCN: ' WS-BLOCK-COUNT ' block(s) scanned on '
                   WS-DAT-FILE-NAME ', ' WS-REPEAT-COUNT
                   ' repeated - RC ' RETURN-CODE.


       WRITE-REPORT-LINE.
           MOVE WS-RPT-LINE                TO RPT-REC.
           MOVE SPACES                     TO WS-RPT-LINE.

           WRITE RPT-REC.

           IF FS-RPT-OK
             CONTINUE
           ELSE
             DISPLAY 'AESCTSCN: ERROR WRITING AESCTRPT: ' FS-RPT
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.
