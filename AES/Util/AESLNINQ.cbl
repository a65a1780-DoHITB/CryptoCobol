       ID DIVISION.
       PROGRAM-ID. AESLNINQ.
      *****************************************************************
      * End-to-end lineage inquiry. A business file's life is spread
      * over half a dozen records: the AESFLREG register AESFLDR
      * appends when it loads a business file into an AESIDAT
      * generation, the AESRCAT catalog entry of the CIPHER run that
      * consumed that generation and of every REWRAP after it, the
      * AESARCIX archive index, the AESXPLOG export log and the
      * partner's AESVRCPT receipt. Given any one of those names on
      * the AESLNPRM control card - a business file, a generation,
      * a run-id or an export serial - this walks the links both
      * ways until nothing new turns up and prints the whole tree to
      * AESLNRPT, each node indented under the one it came from:
      *
      *   SOURCE     the business file
      *   LOADED     the AESIDAT generation AESFLDR built from it
      *   CIPHER ... each catalogued run output, under the generation
      *              it read - with its date, run-id and key alias
      *              and version (never more of the key than that),
      *              and the run's AESRNOTS operator notes
      *   ARCHIVED   AESARCIX entries for a generation
      *   EXPORTED   AESXPLOG entries for a generation
      *   RECEIPT    AESVRCPT receipts, under the export whose serial
      *              they carry (under the generation otherwise)
      *
      * A generation nothing else knows the origin of starts a tree
      * of its own. RETURN-CODE 8 when the name is found nowhere,
      * 4 when the lineage outgrew the node table and was cut short.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *     LOAD REGISTER (AESFLREG - appended by AESFLDR)
            SELECT OPTIONAL R-FLR ASSIGN TO 'AESFLREG'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-FLR.

      *     RUN CATALOG (AESRCAT - KSDS keyed on output generation)
            SELECT OPTIONAL R-CAT ASSIGN TO 'AESRCAT'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS SEQUENTIAL
                   RECORD KEY   IS CAT-GEN
                   FILE STATUS  IS FS-CAT.

      *     OPERATOR NOTES (AESRNOTS - KSDS keyed on run-id + seq,
      *     maintained by the AESRNOTE transaction)
            SELECT OPTIONAL R-NOT ASSIGN TO 'AESRNOTS'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS RNT-KEY
                   FILE STATUS  IS FS-NOT.

      *     ARCHIVE INDEX (AESARCIX - LRECL=56, appended by AESARCH)
            SELECT OPTIONAL R-IDX ASSIGN TO 'AESARCIX'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-IDX.

      *     EXPORT LOG (AESXPLOG - LRECL=56, appended by AESXPORT)
            SELECT OPTIONAL R-XPL ASSIGN TO 'AESXPLOG'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-XPL.

      *     RECEIVED VERIFICATION RECEIPTS (AESVRCPT - LRECL=64)
            SELECT OPTIONAL R-RCE ASSIGN TO 'AESVRCPT'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-RCE.

      *     CONTROL CARD (AESLNPRM - name or run-id to start from)
            SELECT R-PARM ASSIGN TO 'AESLNPRM'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-PARM.

      *     LINEAGE REPORT (AESLNRPT)
            SELECT R-RPT ASSIGN TO 'AESLNRPT'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-RPT.

       DATA DIVISION.
       FILE SECTION.
      *   AESFLREG
       FD R-FLR LABEL RECORD STANDARD.

       01 FLR-REC.
          05 FLR-GEN-NAME                PIC X(20).
          05 FLR-SOURCE-NAME             PIC X(44).
          05 FLR-DATE                    PIC 9(08).
          05 FLR-TIME                    PIC 9(06).
          05 FLR-RECORDS                 PIC 9(08).
          05 FLR-BLOCKS                  PIC 9(08).
          05 FILLER                      PIC X(06).

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
          02 CAT-CLASS                PIC X(01).
          02 CAT-MAC                  PIC X(01).
          02 FILLER                   PIC X(194).

      *   AESRNOTS
       FD R-NOT LABEL RECORD STANDARD.

       01 NOT-REC.
          02 RNT-KEY.
             03 RNT-RUN-ID            PIC X(16).
             03 RNT-SEQ               PIC 9(03).
          02 RNT-DATE                 PIC 9(08).
          02 RNT-TIME                 PIC 9(06).
          02 RNT-OPER                 PIC X(08).
          02 RNT-INCIDENT             PIC X(12).
          02 RNT-TEXT                 PIC X(60).
          02 FILLER                   PIC X(07).

      *   AESARCIX
       FD R-IDX LABEL RECORD STANDARD.

       01 IDX-REC.
          05 IDX-NAME                    PIC X(20).
          05 IDX-DATE                    PIC 9(08).
          05 IDX-BLOCKS                  PIC 9(08).
          05 IDX-CHECKSUM                PIC 9(10).
          05 FILLER                      PIC X(10).

      *   AESXPLOG
       FD R-XPL LABEL RECORD STANDARD.

       01 XPL-REC.
          05 XPL-GEN-NAME                PIC X(20).
          05 XPL-SERIAL                  PIC X(18).
          05 XPL-DATE                    PIC 9(08).
          05 FILLER                      PIC X(10).

      *   AESVRCPT
       FD R-RCE LABEL RECORD STANDARD.

       01 RCE-REC.
          05 RCE-GEN-NAME                PIC X(20).
          05 RCE-SERIAL                  PIC X(18).
          05 RCE-OUTCOME                 PIC X(04).
          05 RCE-DATE                    PIC 9(08).
          05 RCE-TIME                    PIC 9(06).
          05 FILLER                      PIC X(08).

      *   AESLNPRM
       FD R-PARM LABEL RECORD STANDARD.

       01 PARM-REC.
          05 PARM-NAME                   PIC X(44).

      *   AESLNRPT
       FD R-RPT LABEL RECORD STANDARD.

       01 RPT-REC                        PIC X(132).

       WORKING-STORAGE SECTION.
         01 FS.
            05 FS-FLR                   PIC 9(02).
               88 FS-FLR-OK                       VALUE 0.
               88 FS-FLR-EOF                      VALUE 10.
            05 FS-CAT                   PIC 9(02).
               88 FS-CAT-OK                       VALUE 0.
               88 FS-CAT-EOF                      VALUE 10.
            05 FS-NOT                   PIC 9(02).
               88 FS-NOT-OK                       VALUE 0.
            05 FS-IDX                   PIC 9(02).
               88 FS-IDX-OK                       VALUE 0.
               88 FS-IDX-EOF                      VALUE 10.
            05 FS-XPL                   PIC 9(02).
               88 FS-XPL-OK                       VALUE 0.
               88 FS-XPL-EOF                      VALUE 10.
            05 FS-RCE                   PIC 9(02).
               88 FS-RCE-OK                       VALUE 0.
               88 FS-RCE-EOF                      VALUE 10.
            05 FS-PARM                  PIC 9(02).
               88 FS-PARM-OK                      VALUE 0.
            05 FS-RPT                   PIC 9(02).
               88 FS-RPT-OK                       VALUE 0.

      *  What the operator asked about - matched as a business file,
      *  a generation (first 20), a run-id (first 16) or a serial
         01 WS-ASK-NAME                 PIC X(44).

         77 WS-TODAY                    PIC 9(08).

      *  The lineage found so far, one entry per node in discovery
      *  order. NODE-PARENT is the entry the node hangs under (zero:
      *  a root); a generation's run fields are filled once its
      *  producing run turns up on the catalog
         01 WS-NODE-TABLE.
            05 WS-NODE                 OCCURS 300.
               10 NODE-KIND            PIC X(03).
                  88 NODE-SOURCE                   VALUE 'SRC'.
                  88 NODE-GENERATION               VALUE 'GEN'.
                  88 NODE-ARCHIVE                  VALUE 'ARC'.
                  88 NODE-EXPORT                   VALUE 'XPT'.
                  88 NODE-RECEIPT                  VALUE 'RCP'.
               10 NODE-NAME            PIC X(44).
               10 NODE-PARENT          PIC 9(03).
               10 NODE-ACTION          PIC X(08).
               10 NODE-DATE            PIC 9(08).
               10 NODE-RUN-ID          PIC X(16).
               10 NODE-ALIAS           PIC X(08).
               10 NODE-VERSION         PIC 9(03).
               10 NODE-BLOCKS          PIC 9(09).
               10 NODE-SERIAL          PIC X(18).
               10 NODE-CATALOGUED      PIC X(01).
                  88 NODE-ON-CATALOG               VALUE 'Y'.
         77 WS-NODE-COUNT               PIC 9(03)    VALUE 0.
         77 WS-NODE-MAX                 PIC 9(03)    VALUE 300.
         77 WS-NODE-I                   PIC 9(03).
         77 WS-NODE-J                   PIC 9(03).
         77 WS-NODE-PARENT              PIC 9(03).

      *  Node lookup - kind and name in, entry (or zero) out
         01 WS-FIND-KIND                PIC X(03).
         01 WS-FIND-NAME                PIC X(44).
         77 WS-FIND-AT                  PIC 9(03).

      *  The register and catalog are passed over again and again
      *  until a whole pass adds nothing - each pass can only grow
      *  the table or hang an orphan under a parent, so it ends
         77 WS-PASS-CHANGES             PIC 9(05).
         77 WS-PASS-COUNT               PIC 9(03)    VALUE 0.
         77 WS-TRUNCATED                PIC X(01)    VALUE 'N'.
            88 SW-TRUNCATED                         VALUE 'Y'.
         77 WS-RELATED                  PIC X(01).
            88 SW-RELATED                           VALUE 'Y'.
         77 WS-NO-LOOP                  PIC X(01).
            88 SW-NO-LOOP                           VALUE 'Y'.

      *  Depth-first print - an explicit stack of entry and depth
         01 WS-STACK-TABLE.
            05 WS-STACK-ENTRY          OCCURS 300.
               10 WS-STACK-NODE        PIC 9(03).
               10 WS-STACK-DEPTH       PIC 9(03).
         77 WS-STACK-TOP                PIC 9(03)    VALUE 0.
         77 WS-DEPTH                    PIC 9(03).
         77 WS-INDENT                   PIC 9(03).

         01 WS-NODE-TEXT                PIC X(120).
         77 WS-NOTE-COUNT               PIC 9(03).
         77 WS-NOTE-DONE                PIC X(01).
            88 SW-NOTE-DONE                        VALUE 'Y'.
         77 WS-NOTED                    PIC X(01).
            88 SW-NOTED                            VALUE 'Y'.

         77 WS-SOURCE-COUNT             PIC 9(03)    VALUE 0.
         77 WS-GEN-COUNT                PIC 9(03)    VALUE 0.
         77 WS-RUN-COUNT                PIC 9(03)    VALUE 0.
         77 WS-ARCHIVE-COUNT            PIC 9(03)    VALUE 0.
         77 WS-EXPORT-COUNT             PIC 9(03)    VALUE 0.
         77 WS-RECEIPT-COUNT            PIC 9(03)    VALUE 0.

         01 WS-RPT-LINE                PIC X(132).

       LINKAGE SECTION.

       PROCEDURE DIVISION.
       MAINLINE.
           PERFORM READ-PARAMETERS.

           ACCEPT WS-TODAY                 FROM DATE YYYYMMDD.

           OPEN OUTPUT R-RPT.

           IF FS-RPT-OK
             CONTINUE
           ELSE
             DISPLAY 'AESLNINQ: ERROR OPENING AESLNRPT: ' FS-RPT
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.

           STRING 'AESLNINQ LINEAGE OF ' WS-ASK-NAME
                  ' AS AT ' WS-TODAY
             DELIMITED BY SIZE            INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

      *     An export serial names its generation - start from that
           PERFORM SEED-FROM-SERIAL
              THRU SEED-FROM-SERIAL-EXIT.

           MOVE 1                          TO WS-PASS-CHANGES.

           PERFORM UNTIL WS-PASS-CHANGES = 0
             MOVE 0                        TO WS-PASS-CHANGES
             ADD 1                         TO WS-PASS-COUNT
             PERFORM WALK-LOAD-REGISTER
                THRU WALK-LOAD-REGISTER-EXIT
             PERFORM WALK-RUN-CATALOG
                THRU WALK-RUN-CATALOG-EXIT
           END-PERFORM.

      *     Archived or exported under a name neither the register
      *     nor the catalog knows - still a lineage of one
           IF WS-NODE-COUNT = 0
             PERFORM SEED-FROM-LEAVES
                THRU SEED-FROM-LEAVES-EXIT
           END-IF.

           IF WS-NODE-COUNT = 0
             STRING 'NOTHING ON AESFLREG, AESRCAT, AESARCIX, '
                    'AESXPLOG OR AESVRCPT NAMES ' WS-ASK-NAME
               DELIMITED BY SIZE          INTO WS-RPT-LINE
             PERFORM WRITE-REPORT-LINE
             CLOSE R-RPT
             DISPLAY 'AESLNINQ: ' WS-ASK-NAME ' NOT FOUND'
             MOVE 8                       TO RETURN-CODE
             STOP RUN
           END-IF.

           PERFORM WALK-ARCHIVE-INDEX
              THRU WALK-ARCHIVE-INDEX-EXIT.
           PERFORM WALK-EXPORT-LOG
              THRU WALK-EXPORT-LOG-EXIT.
           PERFORM WALK-RECEIPTS
              THRU WALK-RECEIPTS-EXIT.

           PERFORM PRINT-LINEAGE-TREE.

           PERFORM WRITE-REPORT-LINE.

           IF SW-TRUNCATED
             STRING 'LINEAGE CUT SHORT - MORE THAN ' WS-NODE-MAX
                    ' NODES'
               DELIMITED BY SIZE          INTO WS-RPT-LINE
             PERFORM WRITE-REPORT-LINE
           END-IF.

           STRING 'TOTALS SOURCES ' WS-SOURCE-COUNT
                  ' GENERATIONS ' WS-GEN-COUNT
                  ' RUNS ' WS-RUN-COUNT
                  ' ARCHIVED ' WS-ARCHIVE-COUNT
                  ' EXPORTED ' WS-EXPORT-COUNT
                  ' RECEIPTS ' WS-RECEIPT-COUNT
             DELIMITED BY SIZE            INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

           CLOSE R-RPT.

           DISPLAY 'AESLNINQ: ' WS-NODE-COUNT ' node(s) in the '
                   'lineage of ' WS-ASK-NAME.

           IF SW-TRUNCATED
             MOVE 4                       TO RETURN-CODE
           END-IF.

           STOP RUN.


       READ-PARAMETERS.
           OPEN INPUT R-PARM.

           IF FS-PARM-OK
             CONTINUE
           ELSE
             DISPLAY 'AESLNINQ: ERROR OPENING AESLNPRM: ' FS-PARM
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.

           READ R-PARM
             AT END
               DISPLAY 'AESLNINQ: AESLNPRM IS EMPTY'
               MOVE 12                    TO RETURN-CODE
               STOP RUN
             NOT AT END
               MOVE PARM-NAME             TO WS-ASK-NAME
           END-READ.

           CLOSE R-PARM.

           IF WS-ASK-NAME = SPACES
             DISPLAY 'AESLNINQ: AESLNPRM NAMES NOTHING'
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.


       SEED-FROM-SERIAL.
           OPEN INPUT R-XPL.

           IF FS-XPL-OK
             CONTINUE
           ELSE
             GO TO SEED-FROM-SERIAL-EXIT
           END-IF.

           PERFORM UNTIL FS-XPL-EOF
             READ R-XPL
               AT END
                 CONTINUE
               NOT AT END
                 IF XPL-SERIAL NOT = SPACES
                   AND XPL-SERIAL = WS-ASK-NAME(1:18)
                   AND WS-ASK-NAME(19:26) = SPACES
                   MOVE 'GEN'             TO WS-FIND-KIND
                   MOVE XPL-GEN-NAME      TO WS-FIND-NAME
                   MOVE 0                 TO WS-NODE-PARENT
                   PERFORM ADD-NODE
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE R-XPL.

       SEED-FROM-SERIAL-EXIT.
           EXIT.


       WALK-LOAD-REGISTER.
      *     Business file and generation belong together - knowing
      *     either brings in the other, the generation hung under
      *     the file it was loaded from
           OPEN INPUT R-FLR.

           IF FS-FLR-OK
             CONTINUE
           ELSE
             GO TO WALK-LOAD-REGISTER-EXIT
           END-IF.

           PERFORM UNTIL FS-FLR-EOF
             READ R-FLR
               AT END
                 CONTINUE
               NOT AT END
                 PERFORM TAKE-REGISTER-RECORD
             END-READ
           END-PERFORM.

           CLOSE R-FLR.

       WALK-LOAD-REGISTER-EXIT.
           EXIT.


       TAKE-REGISTER-RECORD.
           MOVE 'N'                        TO WS-RELATED.

           IF FLR-SOURCE-NAME = WS-ASK-NAME
             OR FLR-GEN-NAME = WS-ASK-NAME
             SET SW-RELATED                TO TRUE
           END-IF.

           MOVE 'SRC'                      TO WS-FIND-KIND.
           MOVE FLR-SOURCE-NAME            TO WS-FIND-NAME.
           PERFORM FIND-NODE.
           IF WS-FIND-AT > 0
             SET SW-RELATED                TO TRUE
           END-IF.

           MOVE 'GEN'                      TO WS-FIND-KIND.
           MOVE FLR-GEN-NAME               TO WS-FIND-NAME.
           PERFORM FIND-NODE.
           IF WS-FIND-AT > 0
             SET SW-RELATED                TO TRUE
           END-IF.

           IF SW-RELATED
             MOVE 'SRC'                    TO WS-FIND-KIND
             MOVE FLR-SOURCE-NAME          TO WS-FIND-NAME
             MOVE 0                        TO WS-NODE-PARENT
             PERFORM ADD-NODE

             MOVE WS-FIND-AT               TO WS-NODE-PARENT
             MOVE 'GEN'                    TO WS-FIND-KIND
             MOVE FLR-GEN-NAME             TO WS-FIND-NAME
             PERFORM ADD-NODE

             IF WS-FIND-AT > 0
               AND NOT NODE-ON-CATALOG(WS-FIND-AT)
               AND NODE-ACTION(WS-FIND-AT) = SPACES
               MOVE 'LOADED'               TO NODE-ACTION(WS-FIND-AT)
               MOVE FLR-DATE               TO NODE-DATE(WS-FIND-AT)
               MOVE FLR-BLOCKS             TO NODE-BLOCKS(WS-FIND-AT)
             END-IF
           END-IF.


       WALK-RUN-CATALOG.
      *     A catalogued output hangs under the generation its run
      *     read - forward from an input, back from an output, and
      *     every output of a named run
           OPEN INPUT R-CAT.

           IF FS-CAT-OK
             CONTINUE
           ELSE
             GO TO WALK-RUN-CATALOG-EXIT
           END-IF.

           PERFORM UNTIL FS-CAT-EOF
             READ R-CAT NEXT RECORD
               AT END
                 CONTINUE
               NOT AT END
                 PERFORM TAKE-CATALOG-ENTRY
             END-READ
           END-PERFORM.

           CLOSE R-CAT.

       WALK-RUN-CATALOG-EXIT.
           EXIT.


       TAKE-CATALOG-ENTRY.
           MOVE 'N'                        TO WS-RELATED.

           IF CAT-GEN = WS-ASK-NAME
             OR (CAT-DAT-GEN NOT = SPACES
                 AND CAT-DAT-GEN = WS-ASK-NAME)
             OR (CAT-RUN-ID NOT = SPACES
                 AND CAT-RUN-ID = WS-ASK-NAME)
             SET SW-RELATED                TO TRUE
           END-IF.

           MOVE 'GEN'                      TO WS-FIND-KIND.
           MOVE CAT-GEN                    TO WS-FIND-NAME.
           PERFORM FIND-NODE.
           IF WS-FIND-AT > 0
             SET SW-RELATED                TO TRUE
           END-IF.

           IF CAT-DAT-GEN NOT = SPACES
             MOVE CAT-DAT-GEN              TO WS-FIND-NAME
             PERFORM FIND-NODE
             IF WS-FIND-AT > 0
               SET SW-RELATED              TO TRUE
             END-IF
           END-IF.

           IF SW-RELATED
             MOVE 0                        TO WS-NODE-PARENT
             IF CAT-DAT-GEN NOT = SPACES
               AND CAT-DAT-GEN NOT = CAT-GEN
               MOVE 'GEN'                  TO WS-FIND-KIND
               MOVE CAT-DAT-GEN            TO WS-FIND-NAME
               PERFORM ADD-NODE
               MOVE WS-FIND-AT             TO WS-NODE-PARENT
             END-IF

             MOVE 'GEN'                    TO WS-FIND-KIND
             MOVE CAT-GEN                  TO WS-FIND-NAME
             PERFORM ADD-NODE

             IF WS-FIND-AT > 0
               AND NOT NODE-ON-CATALOG(WS-FIND-AT)
               MOVE 'Y'                    TO NODE-CATALOGUED
                                                (WS-FIND-AT)
               MOVE CAT-ACTION             TO NODE-ACTION(WS-FIND-AT)
               MOVE CAT-DATE               TO NODE-DATE(WS-FIND-AT)
               MOVE CAT-RUN-ID             TO NODE-RUN-ID(WS-FIND-AT)
               MOVE CAT-ALIAS              TO NODE-ALIAS(WS-FIND-AT)
               MOVE CAT-VERSION            TO NODE-VERSION
                                                (WS-FIND-AT)
               MOVE CAT-BLOCKS             TO NODE-BLOCKS(WS-FIND-AT)
               ADD 1                       TO WS-PASS-CHANGES
             END-IF
           END-IF.


       SEED-FROM-LEAVES.
           OPEN INPUT R-IDX.

           IF FS-IDX-OK
             PERFORM UNTIL FS-IDX-EOF OR WS-NODE-COUNT > 0
               READ R-IDX
                 AT END
                   CONTINUE
                 NOT AT END
                   IF IDX-NAME = WS-ASK-NAME
                     MOVE 'GEN'           TO WS-FIND-KIND
                     MOVE IDX-NAME        TO WS-FIND-NAME
                     MOVE 0               TO WS-NODE-PARENT
                     PERFORM ADD-NODE
                   END-IF
               END-READ
             END-PERFORM
             CLOSE R-IDX
           END-IF.

           IF WS-NODE-COUNT > 0
             GO TO SEED-FROM-LEAVES-EXIT
           END-IF.

           OPEN INPUT R-XPL.

           IF FS-XPL-OK
             PERFORM UNTIL FS-XPL-EOF OR WS-NODE-COUNT > 0
               READ R-XPL
                 AT END
                   CONTINUE
                 NOT AT END
                   IF XPL-GEN-NAME = WS-ASK-NAME
                     MOVE 'GEN'           TO WS-FIND-KIND
                     MOVE XPL-GEN-NAME    TO WS-FIND-NAME
                     MOVE 0               TO WS-NODE-PARENT
                     PERFORM ADD-NODE
                   END-IF
               END-READ
             END-PERFORM
             CLOSE R-XPL
           END-IF.

           IF WS-NODE-COUNT > 0
             GO TO SEED-FROM-LEAVES-EXIT
           END-IF.

           OPEN INPUT R-RCE.

           IF FS-RCE-OK
             PERFORM UNTIL FS-RCE-EOF OR WS-NODE-COUNT > 0
               READ R-RCE
                 AT END
                   CONTINUE
                 NOT AT END
                   IF RCE-GEN-NAME = WS-ASK-NAME
                     OR (RCE-SERIAL NOT = SPACES
                         AND RCE-SERIAL = WS-ASK-NAME)
                     MOVE 'GEN'           TO WS-FIND-KIND
                     MOVE RCE-GEN-NAME    TO WS-FIND-NAME
                     MOVE 0               TO WS-NODE-PARENT
                     PERFORM ADD-NODE
                   END-IF
               END-READ
             END-PERFORM
             CLOSE R-RCE
           END-IF.

       SEED-FROM-LEAVES-EXIT.
           EXIT.


       WALK-ARCHIVE-INDEX.
           OPEN INPUT R-IDX.

           IF FS-IDX-OK
             CONTINUE
           ELSE
             GO TO WALK-ARCHIVE-INDEX-EXIT
           END-IF.

           PERFORM UNTIL FS-IDX-EOF
             READ R-IDX
               AT END
                 CONTINUE
               NOT AT END
                 MOVE 'GEN'               TO WS-FIND-KIND
                 MOVE IDX-NAME            TO WS-FIND-NAME
                 PERFORM FIND-NODE
                 IF WS-FIND-AT > 0
                   MOVE WS-FIND-AT        TO WS-NODE-PARENT
                   PERFORM ADD-LEAF-NODE
                   IF WS-FIND-AT > 0
                     MOVE 'ARC'           TO NODE-KIND(WS-FIND-AT)
                     MOVE IDX-NAME        TO NODE-NAME(WS-FIND-AT)
                     MOVE IDX-DATE        TO NODE-DATE(WS-FIND-AT)
                     MOVE IDX-BLOCKS      TO NODE-BLOCKS(WS-FIND-AT)
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE R-IDX.

       WALK-ARCHIVE-INDEX-EXIT.
           EXIT.


       WALK-EXPORT-LOG.
           OPEN INPUT R-XPL.

           IF FS-XPL-OK
             CONTINUE
           ELSE
             GO TO WALK-EXPORT-LOG-EXIT
           END-IF.

           PERFORM UNTIL FS-XPL-EOF
             READ R-XPL
               AT END
                 CONTINUE
               NOT AT END
                 MOVE 'GEN'               TO WS-FIND-KIND
                 MOVE XPL-GEN-NAME        TO WS-FIND-NAME
                 PERFORM FIND-NODE
                 IF WS-FIND-AT > 0
                   MOVE WS-FIND-AT        TO WS-NODE-PARENT
                   PERFORM ADD-LEAF-NODE
                   IF WS-FIND-AT > 0
                     MOVE 'XPT'           TO NODE-KIND(WS-FIND-AT)
                     MOVE XPL-GEN-NAME    TO NODE-NAME(WS-FIND-AT)
                     MOVE XPL-DATE        TO NODE-DATE(WS-FIND-AT)
                     MOVE XPL-SERIAL      TO NODE-SERIAL(WS-FIND-AT)
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE R-XPL.

       WALK-EXPORT-LOG-EXIT.
           EXIT.


       WALK-RECEIPTS.
      *     A receipt goes under the export whose serial it carries;
      *     one from before serials travelled, under the generation
           OPEN INPUT R-RCE.

           IF FS-RCE-OK
             CONTINUE
           ELSE
             GO TO WALK-RECEIPTS-EXIT
           END-IF.

           PERFORM UNTIL FS-RCE-EOF
             READ R-RCE
               AT END
                 CONTINUE
               NOT AT END
                 PERFORM TAKE-RECEIPT
             END-READ
           END-PERFORM.

           CLOSE R-RCE.

       WALK-RECEIPTS-EXIT.
           EXIT.


       TAKE-RECEIPT.
           MOVE 'GEN'                      TO WS-FIND-KIND.
           MOVE RCE-GEN-NAME               TO WS-FIND-NAME.
           PERFORM FIND-NODE.

           IF WS-FIND-AT > 0
             MOVE WS-FIND-AT               TO WS-NODE-PARENT

             IF RCE-SERIAL NOT = SPACES
               PERFORM VARYING WS-NODE-J FROM 1 BY 1
                 UNTIL WS-NODE-J > WS-NODE-COUNT
                 IF NODE-EXPORT(WS-NODE-J)
                   AND NODE-SERIAL(WS-NODE-J) = RCE-SERIAL
                   AND NODE-PARENT(WS-NODE-J) = WS-FIND-AT
                   MOVE WS-NODE-J          TO WS-NODE-PARENT
                 END-IF
               END-PERFORM
             END-IF

             PERFORM ADD-LEAF-NODE

             IF WS-FIND-AT > 0
               MOVE 'RCP'                  TO NODE-KIND(WS-FIND-AT)
               MOVE RCE-GEN-NAME           TO NODE-NAME(WS-FIND-AT)
               MOVE RCE-OUTCOME            TO NODE-ACTION(WS-FIND-AT)
               MOVE RCE-DATE               TO NODE-DATE(WS-FIND-AT)
               MOVE RCE-SERIAL             TO NODE-SERIAL(WS-FIND-AT)
             END-IF
           END-IF.


       FIND-NODE.
           MOVE 0                          TO WS-FIND-AT.

           PERFORM VARYING WS-NODE-I FROM 1 BY 1
             UNTIL WS-NODE-I > WS-NODE-COUNT OR WS-FIND-AT > 0
             IF NODE-KIND(WS-NODE-I) = WS-FIND-KIND
               AND NODE-NAME(WS-NODE-I) = WS-FIND-NAME
               MOVE WS-NODE-I              TO WS-FIND-AT
             END-IF
           END-PERFORM.


       ADD-NODE.
      *     Source or generation by kind and name - found, it only
      *     gains a parent it did not have yet (never itself);
      *     missing, it is added under WS-NODE-PARENT
           PERFORM FIND-NODE.

           IF WS-FIND-AT > 0
             IF NODE-PARENT(WS-FIND-AT) = 0
               AND WS-NODE-PARENT > 0
               AND WS-NODE-PARENT NOT = WS-FIND-AT
               PERFORM CHECK-NOT-ANCESTOR
               IF SW-NO-LOOP
                 MOVE WS-NODE-PARENT       TO NODE-PARENT(WS-FIND-AT)
                 ADD 1                     TO WS-PASS-CHANGES
               END-IF
             END-IF
           ELSE
             PERFORM ADD-LEAF-NODE
             IF WS-FIND-AT > 0
               MOVE WS-FIND-KIND           TO NODE-KIND(WS-FIND-AT)
               MOVE WS-FIND-NAME           TO NODE-NAME(WS-FIND-AT)
             END-IF
           END-IF.


       CHECK-NOT-ANCESTOR.
      *     A generation REWRAPped back to a name earlier in its own
      *     line must not become its own grandparent - SW-NO-LOOP
      *     comes back set only when WS-FIND-AT is not an ancestor
      *     of WS-NODE-PARENT
           SET SW-NO-LOOP                  TO TRUE.
           MOVE WS-NODE-PARENT             TO WS-NODE-J.

           PERFORM UNTIL WS-NODE-J = 0 OR NOT SW-NO-LOOP
             IF WS-NODE-J = WS-FIND-AT
               MOVE 'N'                    TO WS-NO-LOOP
             ELSE
               MOVE NODE-PARENT(WS-NODE-J) TO WS-NODE-J
             END-IF
           END-PERFORM.


       ADD-LEAF-NODE.
      *     A fresh entry under WS-NODE-PARENT - WS-FIND-AT comes
      *     back zero when the table is full
           IF WS-NODE-COUNT < WS-NODE-MAX
             ADD 1                         TO WS-NODE-COUNT
             MOVE WS-NODE-COUNT            TO WS-FIND-AT
             MOVE SPACES                   TO WS-NODE(WS-FIND-AT)
             MOVE WS-NODE-PARENT           TO NODE-PARENT(WS-FIND-AT)
             MOVE 0                        TO NODE-DATE(WS-FIND-AT)
                                              NODE-VERSION(WS-FIND-AT)
                                              NODE-BLOCKS(WS-FIND-AT)
             MOVE 'N'                      TO NODE-CATALOGUED
                                                (WS-FIND-AT)
             ADD 1                         TO WS-PASS-CHANGES
           ELSE
             MOVE 0                        TO WS-FIND-AT
             SET SW-TRUNCATED              TO TRUE
           END-IF.


       PRINT-LINEAGE-TREE.
      *     Roots in discovery order, each followed depth-first by
      *     everything hung under it - children pushed last-first so
      *     they come off the stack in the order they were found
           PERFORM VARYING WS-NODE-I FROM WS-NODE-COUNT BY -1
             UNTIL WS-NODE-I = 0
             IF NODE-PARENT(WS-NODE-I) = 0
               ADD 1                       TO WS-STACK-TOP
               MOVE WS-NODE-I              TO WS-STACK-NODE
                                                (WS-STACK-TOP)
               MOVE 0                      TO WS-STACK-DEPTH
                                                (WS-STACK-TOP)
             END-IF
           END-PERFORM.

           PERFORM UNTIL WS-STACK-TOP = 0
             MOVE WS-STACK-NODE(WS-STACK-TOP)  TO WS-NODE-J
             MOVE WS-STACK-DEPTH(WS-STACK-TOP) TO WS-DEPTH
             SUBTRACT 1                    FROM WS-STACK-TOP

             PERFORM PRINT-ONE-NODE

             PERFORM VARYING WS-NODE-I FROM WS-NODE-COUNT BY -1
               UNTIL WS-NODE-I = 0
               IF NODE-PARENT(WS-NODE-I) = WS-NODE-J
                 ADD 1                     TO WS-STACK-TOP
                 MOVE WS-NODE-I            TO WS-STACK-NODE
                                                (WS-STACK-TOP)
                 COMPUTE WS-STACK-DEPTH(WS-STACK-TOP) = WS-DEPTH + 1
               END-IF
             END-PERFORM
           END-PERFORM.


       PRINT-ONE-NODE.
           MOVE SPACES                     TO WS-NODE-TEXT.

           EVALUATE TRUE
             WHEN NODE-SOURCE(WS-NODE-J)
               ADD 1                       TO WS-SOURCE-COUNT
               STRING 'SOURCE     ' NODE-NAME(WS-NODE-J)
                 DELIMITED BY SIZE        INTO WS-NODE-TEXT
             WHEN NODE-GENERATION(WS-NODE-J)
               AND NODE-ON-CATALOG(WS-NODE-J)
               ADD 1                       TO WS-GEN-COUNT
               ADD 1                       TO WS-RUN-COUNT
               STRING NODE-ACTION(WS-NODE-J) '   '
                      NODE-NAME(WS-NODE-J)(1:20)
                      ' ' NODE-DATE(WS-NODE-J)
                      ' RUN ' NODE-RUN-ID(WS-NODE-J)
                      ' KEY ' NODE-ALIAS(WS-NODE-J)
                      ' V' NODE-VERSION(WS-NODE-J)
                      ' BLOCKS ' NODE-BLOCKS(WS-NODE-J)
                 DELIMITED BY SIZE        INTO WS-NODE-TEXT
             WHEN NODE-GENERATION(WS-NODE-J)
               AND NODE-ACTION(WS-NODE-J) = 'LOADED'
               ADD 1                       TO WS-GEN-COUNT
               STRING 'LOADED     ' NODE-NAME(WS-NODE-J)(1:20)
                      ' ' NODE-DATE(WS-NODE-J)
                      ' BY AESFLDR BLOCKS ' NODE-BLOCKS(WS-NODE-J)
                 DELIMITED BY SIZE        INTO WS-NODE-TEXT
             WHEN NODE-GENERATION(WS-NODE-J)
               ADD 1                       TO WS-GEN-COUNT
               STRING 'GENERATION ' NODE-NAME(WS-NODE-J)(1:20)
                      ' ORIGIN NOT ON FILE'
                 DELIMITED BY SIZE        INTO WS-NODE-TEXT
             WHEN NODE-ARCHIVE(WS-NODE-J)
               ADD 1                       TO WS-ARCHIVE-COUNT
               STRING 'ARCHIVED   ' NODE-NAME(WS-NODE-J)(1:20)
                      ' ' NODE-DATE(WS-NODE-J)
                      ' BLOCKS ' NODE-BLOCKS(WS-NODE-J)
                 DELIMITED BY SIZE        INTO WS-NODE-TEXT
             WHEN NODE-EXPORT(WS-NODE-J)
               ADD 1                       TO WS-EXPORT-COUNT
               STRING 'EXPORTED   ' NODE-NAME(WS-NODE-J)(1:20)
                      ' ' NODE-DATE(WS-NODE-J)
                      ' SERIAL ' NODE-SERIAL(WS-NODE-J)
                 DELIMITED BY SIZE        INTO WS-NODE-TEXT
             WHEN NODE-RECEIPT(WS-NODE-J)
               ADD 1                       TO WS-RECEIPT-COUNT
               STRING 'RECEIPT    ' NODE-ACTION(WS-NODE-J)(1:4)
                      ' ' NODE-DATE(WS-NODE-J)
                      ' SERIAL ' NODE-SERIAL(WS-NODE-J)
                 DELIMITED BY SIZE        INTO WS-NODE-TEXT
           END-EVALUATE.

           PERFORM WRITE-INDENTED-LINE.

           IF NODE-ON-CATALOG(WS-NODE-J)
             AND NODE-RUN-ID(WS-NODE-J) NOT = SPACES
             PERFORM PRINT-RUN-NOTES
                THRU PRINT-RUN-NOTES-EXIT
           END-IF.


       WRITE-INDENTED-LINE.
           IF WS-DEPTH > 5
             MOVE 5                        TO WS-INDENT
           ELSE
             MOVE WS-DEPTH                 TO WS-INDENT
           END-IF.

           COMPUTE WS-INDENT = WS-INDENT * 2 + 1.

           MOVE WS-NODE-TEXT               TO WS-RPT-LINE(WS-INDENT:).
           PERFORM WRITE-REPORT-LINE.


       PRINT-RUN-NOTES.
      *     The run's operator notes, once per run - a run with more
      *     than one output has them shown under the first only
           MOVE 'N'                        TO WS-NOTED.

           PERFORM VARYING WS-NODE-I FROM 1 BY 1
             UNTIL WS-NODE-I = WS-NODE-J OR SW-NOTED
             IF NODE-ON-CATALOG(WS-NODE-I)
               AND NODE-RUN-ID(WS-NODE-I) = NODE-RUN-ID(WS-NODE-J)
               SET SW-NOTED                TO TRUE
             END-IF
           END-PERFORM.

           IF SW-NOTED
             GO TO PRINT-RUN-NOTES-EXIT
           END-IF.

           MOVE 0                          TO WS-NOTE-COUNT.
           ADD 1                           TO WS-DEPTH.

           OPEN INPUT R-NOT.

           IF FS-NOT-OK
             CONTINUE
           ELSE
             SUBTRACT 1                    FROM WS-DEPTH
             GO TO PRINT-RUN-NOTES-EXIT
           END-IF.

           MOVE NODE-RUN-ID(WS-NODE-J)     TO RNT-RUN-ID.
           MOVE 0                          TO RNT-SEQ.
           MOVE 'N'                        TO WS-NOTE-DONE.

           START R-NOT KEY IS NOT LESS THAN RNT-KEY
             INVALID KEY
               SET SW-NOTE-DONE            TO TRUE
           END-START.

           PERFORM UNTIL SW-NOTE-DONE
             READ R-NOT NEXT RECORD

             IF FS-NOT-OK AND RNT-RUN-ID = NODE-RUN-ID(WS-NODE-J)
               ADD 1                       TO WS-NOTE-COUNT
               MOVE SPACES                 TO WS-NODE-TEXT
               STRING 'NOTE ' RNT-SEQ ' ' RNT-DATE ' '
                      RNT-OPER ' ' RNT-INCIDENT ' ' RNT-TEXT
                 DELIMITED BY SIZE        INTO WS-NODE-TEXT
               PERFORM WRITE-INDENTED-LINE
             ELSE
               SET SW-NOTE-DONE            TO TRUE
             END-IF
           END-PERFORM.

           CLOSE R-NOT.

           SUBTRACT 1                      FROM WS-DEPTH.

       PRINT-RUN-NOTES-EXIT.
           EXIT.


       WRITE-REPORT-LINE.
           MOVE WS-RPT-LINE                TO RPT-REC.
           MOVE SPACES                     TO WS-RPT-LINE.

           WRITE RPT-REC.

           IF FS-RPT-OK
             CONTINUE
           ELSE
             DISPLAY 'AESLNINQ: ERROR WRITING AESLNRPT: ' FS-RPT
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.
