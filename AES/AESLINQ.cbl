       ID DIVISION.
       PROGRAM-ID. AESLINQ.
      *****************************************************************
      * Interactive CICS lineage inquiry - the screen form of the
      * AESLNINQ batch report, next to AESRINQ. Pseudo-conversational:
      * screen 1 takes a business file, a generation, a run-id or an
      * export serial, and the program answers with the lineage tree
      * around it - the business file, the AESIDAT generation AESFLDR
      * loaded it into, every catalogued run output down from there
      * (CIPHER, then any REWRAP) with date, run-id and key alias and
      * version, the run's operator notes, and the archive, export
      * and partner-receipt entries hung under each generation.
      *
      * Input at screen 1:  name or run-id (columns 1-44, blank ends)
      *
      * The walk is AESLNINQ's: the links are followed both ways
      * until a whole pass over the register and the catalog adds
      * nothing. The answer shows the first WS-ANS-MAX lines of the
      * tree; a longer lineage says so and points at the batch
      * report, which has room for all of it.
      *
      * AESRCAT and AESRNOTS are FCT-managed KSDSs and are browsed
      * with STARTBR/READNEXT; the register, archive index, export
      * log and receipts are the batch side's sequential files, read
      * through ordinary COBOL FDs the way AESRINQ reads its
      * extracts (closed again before every RETURN).
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *     LOAD REGISTER (AESFLREG - appended by AESFLDR)
            SELECT OPTIONAL R-FLR ASSIGN TO 'AESFLREG'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-FLR.

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

       WORKING-STORAGE SECTION.
         01 FS.
            05 FS-FLR                   PIC 9(02).
               88 FS-FLR-OK                       VALUE 0.
               88 FS-FLR-EOF                      VALUE 10.
            05 FS-IDX                   PIC 9(02).
               88 FS-IDX-OK                       VALUE 0.
               88 FS-IDX-EOF                      VALUE 10.
            05 FS-XPL                   PIC 9(02).
               88 FS-XPL-OK                       VALUE 0.
               88 FS-XPL-EOF                      VALUE 10.
            05 FS-RCE                   PIC 9(02).
               88 FS-RCE-OK                       VALUE 0.
               88 FS-RCE-EOF                      VALUE 10.

         01 WS-INPUT-AREA                  PIC X(80).
         01 WS-INPUT-LENGTH                PIC S9(04) COMP VALUE 80.

         01 WS-ASK-NAME                    PIC X(44).

      *  Run catalog browse over AESRCAT (FCT-managed, keyed on
      *  output generation)
         01 WS-CAT-REC.
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
         01 WS-CAT-RID                     PIC X(20).
         01 WS-CAT-DONE                    PIC X(01).
            88 SW-CAT-DONE                           VALUE 'Y'.
         01 WS-CRESP                       PIC S9(08) COMP.

      *  Operator-note browse over AESRNOTS (the FCT-managed notes
      *  KSDS AESRNOTE maintains, keyed run-id + sequence)
         01 WS-NOTE-REC.
            05 RNT-KEY.
               10 RNT-RUN-ID               PIC X(16).
               10 RNT-SEQ                  PIC 9(03).
            05 RNT-DATE                    PIC 9(08).
            05 RNT-TIME                    PIC 9(06).
            05 RNT-OPER                    PIC X(08).
            05 RNT-INCIDENT                PIC X(12).
            05 RNT-TEXT                    PIC X(60).
            05 FILLER                      PIC X(07).
         01 WS-NOTE-RID.
            05 WS-NR-RUN-ID                PIC X(16).
            05 WS-NR-SEQ                   PIC 9(03).
         01 WS-NOTE-DONE                   PIC X(01).
            88 SW-NOTE-DONE                          VALUE 'Y'.
         01 WS-NRESP                       PIC S9(08) COMP.
         01 WS-NOTED                       PIC X(01).
            88 SW-NOTED                              VALUE 'Y'.

      *  The lineage found so far, as AESLNINQ keeps it
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
         01 WS-NODE-COUNT                  PIC 9(03).
         01 WS-NODE-MAX                    PIC 9(03) VALUE 300.
         01 WS-NODE-I                      PIC 9(03).
         01 WS-NODE-J                      PIC 9(03).
         01 WS-NODE-PARENT                 PIC 9(03).

         01 WS-FIND-KIND                   PIC X(03).
         01 WS-FIND-NAME                   PIC X(44).
         01 WS-FIND-AT                     PIC 9(03).

         01 WS-PASS-CHANGES                PIC 9(05).
         01 WS-RELATED                     PIC X(01).
            88 SW-RELATED                            VALUE 'Y'.
         01 WS-NO-LOOP                     PIC X(01).
            88 SW-NO-LOOP                            VALUE 'Y'.

         01 WS-STACK-TABLE.
            05 WS-STACK-ENTRY          OCCURS 300.
               10 WS-STACK-NODE        PIC 9(03).
               10 WS-STACK-DEPTH       PIC 9(03).
         01 WS-STACK-TOP                   PIC 9(03).
         01 WS-DEPTH                       PIC 9(03).
         01 WS-INDENT                      PIC 9(03).

      *  Answer - up to WS-ANS-MAX lines sent as one text SEND, each
      *  line ended by a new-line order
         01 WS-ANSWER.
            05 WS-ANS-ENTRY            OCCURS 20.
               10 WS-ANS-LINE          PIC X(79).
               10 WS-ANS-NL            PIC X(01).
         01 WS-ANS-COUNT                   PIC 9(02).
         01 WS-ANS-MAX                     PIC 9(02) VALUE 19.
         01 WS-ANS-I                       PIC 9(02).
         01 WS-ANS-FULL                    PIC X(01).
            88 SW-ANS-FULL                           VALUE 'Y'.
         01 WS-ANS-TEXT                    PIC X(79).
         01 WS-ANS-LENGTH                  PIC S9(04) COMP.

         01 WS-OUT-MSG                     PIC X(80).

       LINKAGE SECTION.
         01 DFHCOMMAREA.
            05 CA-STEP                     PIC 9(01).
               88 CA-STEP-ASK                        VALUE 1.

       PROCEDURE DIVISION.
       MAINLINE.
           EXEC CICS HANDLE CONDITION
                ERROR(GENERAL-ERROR)
           END-EXEC.

           IF EIBCALEN = 0
             PERFORM SEND-ASK-PROMPT
             MOVE 1                         TO CA-STEP
             PERFORM RETURN-FOR-NEXT-SCREEN
           ELSE
             PERFORM RECEIVE-ASK-SCREEN
           END-IF.

           EXEC CICS RETURN
           END-EXEC.


       SEND-ASK-PROMPT.
           MOVE 'AESLINQ - ENTER FILE, GENERATION, RUN-ID OR SERIAL, BL
      -         'ANK ENDS'                  TO WS-OUT-MSG.

           EXEC CICS SEND TEXT
                FROM(WS-OUT-MSG)
                LENGTH(80)
                ERASE
           END-EXEC.


       RETURN-FOR-NEXT-SCREEN.
           EXEC CICS RETURN
                TRANSID('ALNQ')
                COMMAREA(DFHCOMMAREA)
                LENGTH(LENGTH OF DFHCOMMAREA)
           END-EXEC.


       RECEIVE-ASK-SCREEN.
           MOVE SPACES                      TO WS-INPUT-AREA.
           MOVE 80                          TO WS-INPUT-LENGTH.

           EXEC CICS RECEIVE
                INTO(WS-INPUT-AREA)
                LENGTH(WS-INPUT-LENGTH)
           END-EXEC.

           IF WS-INPUT-AREA = SPACES
             EXEC CICS SEND TEXT
                  FROM('AESLINQ - ENDED')
                  LENGTH(15)
                  ERASE
             END-EXEC
           ELSE
             MOVE WS-INPUT-AREA(1:44)       TO WS-ASK-NAME

             PERFORM BUILD-LINEAGE-ANSWER

             COMPUTE WS-ANS-LENGTH = WS-ANS-COUNT * 80

             EXEC CICS SEND TEXT
                  FROM(WS-ANSWER)
                  LENGTH(WS-ANS-LENGTH)
                  ERASE
             END-EXEC

             PERFORM SEND-ASK-PROMPT
             MOVE 1                         TO CA-STEP
             PERFORM RETURN-FOR-NEXT-SCREEN
           END-IF.


       BUILD-LINEAGE-ANSWER.
           MOVE 0                           TO WS-NODE-COUNT
                                               WS-STACK-TOP
                                               WS-ANS-COUNT.
           MOVE 'N'                         TO WS-ANS-FULL.

           PERFORM VARYING WS-ANS-I FROM 1 BY 1
             UNTIL WS-ANS-I > 20
             MOVE SPACES                    TO WS-ANS-LINE(WS-ANS-I)
             MOVE X'15'                     TO WS-ANS-NL(WS-ANS-I)
           END-PERFORM.

           MOVE SPACES                      TO WS-ANS-TEXT.
           STRING 'AESLINQ LINEAGE OF ' WS-ASK-NAME
             DELIMITED BY SIZE            INTO WS-ANS-TEXT.
           MOVE 0                           TO WS-DEPTH.
           PERFORM ADD-ANSWER-LINE.

           PERFORM SEED-FROM-SERIAL
              THRU SEED-FROM-SERIAL-EXIT.

           MOVE 1                           TO WS-PASS-CHANGES.

           PERFORM UNTIL WS-PASS-CHANGES = 0
             MOVE 0                         TO WS-PASS-CHANGES
             PERFORM WALK-LOAD-REGISTER
                THRU WALK-LOAD-REGISTER-EXIT
             PERFORM WALK-RUN-CATALOG
           END-PERFORM.

           IF WS-NODE-COUNT = 0
             PERFORM SEED-FROM-LEAVES
                THRU SEED-FROM-LEAVES-EXIT
           END-IF.

           IF WS-NODE-COUNT = 0
             MOVE 'NOT FOUND ON THE REGISTER, CATALOG, ARCHIVE INDEX, E
      -           'XPORT LOG OR RECEIPTS'  TO WS-ANS-TEXT
             PERFORM ADD-ANSWER-LINE
           ELSE
             PERFORM WALK-ARCHIVE-INDEX
                THRU WALK-ARCHIVE-INDEX-EXIT
             PERFORM WALK-EXPORT-LOG
                THRU WALK-EXPORT-LOG-EXIT
             PERFORM WALK-RECEIPTS
                THRU WALK-RECEIPTS-EXIT
             PERFORM PRINT-LINEAGE-TREE
           END-IF.

           IF SW-ANS-FULL
             ADD 1                          TO WS-ANS-COUNT
             MOVE 'MORE - RUN AESLNINQ FOR THE WHOLE LINEAGE'
                                            TO WS-ANS-LINE
                                                (WS-ANS-COUNT)
           END-IF.


       ADD-ANSWER-LINE.
      *     WS-ANS-TEXT indented WS-DEPTH levels; past WS-ANS-MAX
      *     lines the answer is only marked as cut short
           IF WS-ANS-COUNT < WS-ANS-MAX
             ADD 1                          TO WS-ANS-COUNT
             IF WS-DEPTH > 5
               MOVE 5                       TO WS-INDENT
             ELSE
               MOVE WS-DEPTH                TO WS-INDENT
             END-IF
             COMPUTE WS-INDENT = WS-INDENT * 2 + 1
             MOVE WS-ANS-TEXT               TO WS-ANS-LINE
                                                (WS-ANS-COUNT)
                                                (WS-INDENT:)
           ELSE
             SET SW-ANS-FULL                TO TRUE
           END-IF.

           MOVE SPACES                      TO WS-ANS-TEXT.


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
                   MOVE 'GEN'               TO WS-FIND-KIND
                   MOVE XPL-GEN-NAME        TO WS-FIND-NAME
                   MOVE 0                   TO WS-NODE-PARENT
                   PERFORM ADD-NODE
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE R-XPL.

       SEED-FROM-SERIAL-EXIT.
           EXIT.


       WALK-LOAD-REGISTER.
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
           MOVE 'N'                         TO WS-RELATED.

           IF FLR-SOURCE-NAME = WS-ASK-NAME
             OR FLR-GEN-NAME = WS-ASK-NAME
             SET SW-RELATED                 TO TRUE
           END-IF.

           MOVE 'SRC'                       TO WS-FIND-KIND.
           MOVE FLR-SOURCE-NAME             TO WS-FIND-NAME.
           PERFORM FIND-NODE.
           IF WS-FIND-AT > 0
             SET SW-RELATED                 TO TRUE
           END-IF.

           MOVE 'GEN'                       TO WS-FIND-KIND.
           MOVE FLR-GEN-NAME                TO WS-FIND-NAME.
           PERFORM FIND-NODE.
           IF WS-FIND-AT > 0
             SET SW-RELATED                 TO TRUE
           END-IF.

           IF SW-RELATED
             MOVE 'SRC'                     TO WS-FIND-KIND
             MOVE FLR-SOURCE-NAME           TO WS-FIND-NAME
             MOVE 0                         TO WS-NODE-PARENT
             PERFORM ADD-NODE

             MOVE WS-FIND-AT                TO WS-NODE-PARENT
             MOVE 'GEN'                     TO WS-FIND-KIND
             MOVE FLR-GEN-NAME              TO WS-FIND-NAME
             PERFORM ADD-NODE

             IF WS-FIND-AT > 0
               AND NOT NODE-ON-CATALOG(WS-FIND-AT)
               AND NODE-ACTION(WS-FIND-AT) = SPACES
               MOVE 'LOADED'                TO NODE-ACTION(WS-FIND-AT)
               MOVE FLR-DATE                TO NODE-DATE(WS-FIND-AT)
               MOVE FLR-BLOCKS              TO NODE-BLOCKS(WS-FIND-AT)
             END-IF
           END-IF.


       WALK-RUN-CATALOG.
      *     The whole catalog, front to back, per pass - the same
      *     STARTBR/READNEXT shape AESKMNT walks AESKEYF with
           MOVE LOW-VALUES                  TO WS-CAT-RID.
           MOVE SPACES                      TO WS-CAT-DONE.

           EXEC CICS STARTBR
                FILE('AESRCAT')
                RIDFLD(WS-CAT-RID)
                GTEQ
                RESP(WS-CRESP)
           END-EXEC.

           IF WS-CRESP NOT = DFHRESP(NORMAL)
             SET SW-CAT-DONE                TO TRUE
           END-IF.

           PERFORM UNTIL SW-CAT-DONE
             EXEC CICS READNEXT
                  FILE('AESRCAT')
                  INTO(WS-CAT-REC)
                  RIDFLD(WS-CAT-RID)
                  RESP(WS-CRESP)
             END-EXEC

             IF WS-CRESP NOT = DFHRESP(NORMAL)
               SET SW-CAT-DONE              TO TRUE
             ELSE
               PERFORM TAKE-CATALOG-ENTRY
             END-IF
           END-PERFORM.

           EXEC CICS ENDBR
                FILE('AESRCAT')
                RESP(WS-CRESP)
           END-EXEC.


       TAKE-CATALOG-ENTRY.
           MOVE 'N'                         TO WS-RELATED.

           IF CAT-GEN = WS-ASK-NAME
             OR (CAT-DAT-GEN NOT = SPACES
                 AND CAT-DAT-GEN = WS-ASK-NAME)
             OR (CAT-RUN-ID NOT = SPACES
                 AND CAT-RUN-ID = WS-ASK-NAME)
             SET SW-RELATED                 TO TRUE
           END-IF.

           MOVE 'GEN'                       TO WS-FIND-KIND.
           MOVE CAT-GEN                     TO WS-FIND-NAME.
           PERFORM FIND-NODE.
           IF WS-FIND-AT > 0
             SET SW-RELATED                 TO TRUE
           END-IF.

           IF CAT-DAT-GEN NOT = SPACES
             MOVE CAT-DAT-GEN               TO WS-FIND-NAME
             PERFORM FIND-NODE
             IF WS-FIND-AT > 0
               SET SW-RELATED               TO TRUE
             END-IF
           END-IF.

           IF SW-RELATED
             MOVE 0                         TO WS-NODE-PARENT
             IF CAT-DAT-GEN NOT = SPACES
               AND CAT-DAT-GEN NOT = CAT-GEN
               MOVE 'GEN'                   TO WS-FIND-KIND
               MOVE CAT-DAT-GEN             TO WS-FIND-NAME
               PERFORM ADD-NODE
               MOVE WS-FIND-AT              TO WS-NODE-PARENT
             END-IF

             MOVE 'GEN'                     TO WS-FIND-KIND
             MOVE CAT-GEN                   TO WS-FIND-NAME
             PERFORM ADD-NODE

             IF WS-FIND-AT > 0
               AND NOT NODE-ON-CATALOG(WS-FIND-AT)
               MOVE 'Y'                     TO NODE-CATALOGUED
                                                 (WS-FIND-AT)
               MOVE CAT-ACTION              TO NODE-ACTION(WS-FIND-AT)
               MOVE CAT-DATE                TO NODE-DATE(WS-FIND-AT)
               MOVE CAT-RUN-ID              TO NODE-RUN-ID(WS-FIND-AT)
               MOVE CAT-ALIAS               TO NODE-ALIAS(WS-FIND-AT)
               MOVE CAT-VERSION             TO NODE-VERSION
                                                 (WS-FIND-AT)
               MOVE CAT-BLOCKS              TO NODE-BLOCKS(WS-FIND-AT)
               ADD 1                        TO WS-PASS-CHANGES
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
                     MOVE 'GEN'             TO WS-FIND-KIND
                     MOVE IDX-NAME          TO WS-FIND-NAME
                     MOVE 0                 TO WS-NODE-PARENT
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
                     MOVE 'GEN'             TO WS-FIND-KIND
                     MOVE XPL-GEN-NAME      TO WS-FIND-NAME
                     MOVE 0                 TO WS-NODE-PARENT
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
                     MOVE 'GEN'             TO WS-FIND-KIND
                     MOVE RCE-GEN-NAME      TO WS-FIND-NAME
                     MOVE 0                 TO WS-NODE-PARENT
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
                 MOVE 'GEN'                 TO WS-FIND-KIND
                 MOVE IDX-NAME              TO WS-FIND-NAME
                 PERFORM FIND-NODE
                 IF WS-FIND-AT > 0
                   MOVE WS-FIND-AT          TO WS-NODE-PARENT
                   PERFORM ADD-LEAF-NODE
                   IF WS-FIND-AT > 0
                     MOVE 'ARC'             TO NODE-KIND(WS-FIND-AT)
                     MOVE IDX-NAME          TO NODE-NAME(WS-FIND-AT)
                     MOVE IDX-DATE          TO NODE-DATE(WS-FIND-AT)
                     MOVE IDX-BLOCKS        TO NODE-BLOCKS(WS-FIND-AT)
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
                 MOVE 'GEN'                 TO WS-FIND-KIND
                 MOVE XPL-GEN-NAME          TO WS-FIND-NAME
                 PERFORM FIND-NODE
                 IF WS-FIND-AT > 0
                   MOVE WS-FIND-AT          TO WS-NODE-PARENT
                   PERFORM ADD-LEAF-NODE
                   IF WS-FIND-AT > 0
                     MOVE 'XPT'             TO NODE-KIND(WS-FIND-AT)
                     MOVE XPL-GEN-NAME      TO NODE-NAME(WS-FIND-AT)
                     MOVE XPL-DATE          TO NODE-DATE(WS-FIND-AT)
                     MOVE XPL-SERIAL        TO NODE-SERIAL(WS-FIND-AT)
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE R-XPL.

       WALK-EXPORT-LOG-EXIT.
           EXIT.


       WALK-RECEIPTS.
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
           MOVE 'GEN'                       TO WS-FIND-KIND.
           MOVE RCE-GEN-NAME                TO WS-FIND-NAME.
           PERFORM FIND-NODE.

           IF WS-FIND-AT > 0
             MOVE WS-FIND-AT                TO WS-NODE-PARENT

             IF RCE-SERIAL NOT = SPACES
               PERFORM VARYING WS-NODE-J FROM 1 BY 1
                 UNTIL WS-NODE-J > WS-NODE-COUNT
                 IF NODE-EXPORT(WS-NODE-J)
                   AND NODE-SERIAL(WS-NODE-J) = RCE-SERIAL
                   AND NODE-PARENT(WS-NODE-J) = WS-FIND-AT
                   MOVE WS-NODE-J           TO WS-NODE-PARENT
                 END-IF
               END-PERFORM
             END-IF

             PERFORM ADD-LEAF-NODE

             IF WS-FIND-AT > 0
               MOVE 'RCP'                   TO NODE-KIND(WS-FIND-AT)
               MOVE RCE-GEN-NAME            TO NODE-NAME(WS-FIND-AT)
               MOVE RCE-OUTCOME             TO NODE-ACTION(WS-FIND-AT)
               MOVE RCE-DATE                TO NODE-DATE(WS-FIND-AT)
               MOVE RCE-SERIAL              TO NODE-SERIAL(WS-FIND-AT)
             END-IF
           END-IF.


       FIND-NODE.
           MOVE 0                           TO WS-FIND-AT.

           PERFORM VARYING WS-NODE-I FROM 1 BY 1
             UNTIL WS-NODE-I > WS-NODE-COUNT OR WS-FIND-AT > 0
             IF NODE-KIND(WS-NODE-I) = WS-FIND-KIND
               AND NODE-NAME(WS-NODE-I) = WS-FIND-NAME
               MOVE WS-NODE-I               TO WS-FIND-AT
             END-IF
           END-PERFORM.


       ADD-NODE.
           PERFORM FIND-NODE.

           IF WS-FIND-AT > 0
             IF NODE-PARENT(WS-FIND-AT) = 0
               AND WS-NODE-PARENT > 0
               AND WS-NODE-PARENT NOT = WS-FIND-AT
               PERFORM CHECK-NOT-ANCESTOR
               IF SW-NO-LOOP
                 MOVE WS-NODE-PARENT        TO NODE-PARENT(WS-FIND-AT)
                 ADD 1                      TO WS-PASS-CHANGES
               END-IF
             END-IF
           ELSE
             PERFORM ADD-LEAF-NODE
             IF WS-FIND-AT > 0
               MOVE WS-FIND-KIND            TO NODE-KIND(WS-FIND-AT)
               MOVE WS-FIND-NAME            TO NODE-NAME(WS-FIND-AT)
             END-IF
           END-IF.


       CHECK-NOT-ANCESTOR.
           SET SW-NO-LOOP                   TO TRUE.
           MOVE WS-NODE-PARENT              TO WS-NODE-J.

           PERFORM UNTIL WS-NODE-J = 0 OR NOT SW-NO-LOOP
             IF WS-NODE-J = WS-FIND-AT
               MOVE 'N'                     TO WS-NO-LOOP
             ELSE
               MOVE NODE-PARENT(WS-NODE-J)  TO WS-NODE-J
             END-IF
           END-PERFORM.


       ADD-LEAF-NODE.
           IF WS-NODE-COUNT < WS-NODE-MAX
             ADD 1                          TO WS-NODE-COUNT
             MOVE WS-NODE-COUNT             TO WS-FIND-AT
             MOVE SPACES                    TO WS-NODE(WS-FIND-AT)
             MOVE WS-NODE-PARENT            TO NODE-PARENT(WS-FIND-AT)
             MOVE 0                         TO NODE-DATE(WS-FIND-AT)
                                               NODE-VERSION(WS-FIND-AT)
                                               NODE-BLOCKS(WS-FIND-AT)
             MOVE 'N'                       TO NODE-CATALOGUED
                                                 (WS-FIND-AT)
             ADD 1                          TO WS-PASS-CHANGES
           ELSE
             MOVE 0                         TO WS-FIND-AT
             SET SW-ANS-FULL                TO TRUE
           END-IF.


       PRINT-LINEAGE-TREE.
           PERFORM VARYING WS-NODE-I FROM WS-NODE-COUNT BY -1
             UNTIL WS-NODE-I = 0
             IF NODE-PARENT(WS-NODE-I) = 0
               ADD 1                        TO WS-STACK-TOP
               MOVE WS-NODE-I               TO WS-STACK-NODE
                                                 (WS-STACK-TOP)
               MOVE 0                       TO WS-STACK-DEPTH
                                                 (WS-STACK-TOP)
             END-IF
           END-PERFORM.

           PERFORM UNTIL WS-STACK-TOP = 0 OR SW-ANS-FULL
             MOVE WS-STACK-NODE(WS-STACK-TOP)  TO WS-NODE-J
             MOVE WS-STACK-DEPTH(WS-STACK-TOP) TO WS-DEPTH
             SUBTRACT 1                     FROM WS-STACK-TOP

             PERFORM PRINT-ONE-NODE

             PERFORM VARYING WS-NODE-I FROM WS-NODE-COUNT BY -1
               UNTIL WS-NODE-I = 0
               IF NODE-PARENT(WS-NODE-I) = WS-NODE-J
                 ADD 1                      TO WS-STACK-TOP
                 MOVE WS-NODE-I             TO WS-STACK-NODE
                                                 (WS-STACK-TOP)
                 COMPUTE WS-STACK-DEPTH(WS-STACK-TOP) = WS-DEPTH + 1
               END-IF
             END-PERFORM
           END-PERFORM.


       PRINT-ONE-NODE.
      *     Screen lines are shorter than AESLNINQ's report lines -
      *     blocks are left to the batch report
           EVALUATE TRUE
             WHEN NODE-SOURCE(WS-NODE-J)
               STRING 'SOURCE   ' NODE-NAME(WS-NODE-J)
                 DELIMITED BY SIZE        INTO WS-ANS-TEXT
             WHEN NODE-GENERATION(WS-NODE-J)
               AND NODE-ON-CATALOG(WS-NODE-J)
               STRING NODE-ACTION(WS-NODE-J) ' '
                      NODE-NAME(WS-NODE-J)(1:20)
                      ' ' NODE-DATE(WS-NODE-J)
                      ' ' NODE-RUN-ID(WS-NODE-J)
                      ' ' NODE-ALIAS(WS-NODE-J)
                      ' V' NODE-VERSION(WS-NODE-J)
                 DELIMITED BY SIZE        INTO WS-ANS-TEXT
             WHEN NODE-GENERATION(WS-NODE-J)
               AND NODE-ACTION(WS-NODE-J) = 'LOADED'
               STRING 'LOADED   ' NODE-NAME(WS-NODE-J)(1:20)
                      ' ' NODE-DATE(WS-NODE-J)
                      ' BY AESFLDR'
                 DELIMITED BY SIZE        INTO WS-ANS-TEXT
             WHEN NODE-GENERATION(WS-NODE-J)
               STRING 'GEN      ' NODE-NAME(WS-NODE-J)(1:20)
                      ' ORIGIN NOT ON FILE'
                 DELIMITED BY SIZE        INTO WS-ANS-TEXT
             WHEN NODE-ARCHIVE(WS-NODE-J)
               STRING 'ARCHIVED ' NODE-NAME(WS-NODE-J)(1:20)
                      ' ' NODE-DATE(WS-NODE-J)
                 DELIMITED BY SIZE        INTO WS-ANS-TEXT
             WHEN NODE-EXPORT(WS-NODE-J)
               STRING 'EXPORTED ' NODE-NAME(WS-NODE-J)(1:20)
                      ' ' NODE-DATE(WS-NODE-J)
                      ' ' NODE-SERIAL(WS-NODE-J)
                 DELIMITED BY SIZE        INTO WS-ANS-TEXT
             WHEN NODE-RECEIPT(WS-NODE-J)
               STRING 'RECEIPT  ' NODE-ACTION(WS-NODE-J)(1:4)
                      ' ' NODE-DATE(WS-NODE-J)
                      ' ' NODE-SERIAL(WS-NODE-J)
                 DELIMITED BY SIZE        INTO WS-ANS-TEXT
           END-EVALUATE.

           PERFORM ADD-ANSWER-LINE.

           IF NODE-ON-CATALOG(WS-NODE-J)
             AND NODE-RUN-ID(WS-NODE-J) NOT = SPACES
             PERFORM BROWSE-RUN-NOTES
           END-IF.


       BROWSE-RUN-NOTES.
      *     The run's operator notes, once per run, off the AESRNOTS
      *     store the way AESRINQ browses it
           MOVE 'N'                         TO WS-NOTED.

           PERFORM VARYING WS-NODE-I FROM 1 BY 1
             UNTIL WS-NODE-I = WS-NODE-J OR SW-NOTED
             IF NODE-ON-CATALOG(WS-NODE-I)
               AND NODE-RUN-ID(WS-NODE-I) = NODE-RUN-ID(WS-NODE-J)
               SET SW-NOTED                 TO TRUE
             END-IF
           END-PERFORM.

           MOVE NODE-RUN-ID(WS-NODE-J)      TO WS-NR-RUN-ID.
           MOVE 0                           TO WS-NR-SEQ.
           MOVE SPACES                      TO WS-NOTE-DONE.

           IF SW-NOTED
             SET SW-NOTE-DONE               TO TRUE
           ELSE
             EXEC CICS STARTBR
                  FILE('AESRNOTS')
                  RIDFLD(WS-NOTE-RID)
                  GTEQ
                  RESP(WS-NRESP)
             END-EXEC
             IF WS-NRESP NOT = DFHRESP(NORMAL)
               SET SW-NOTE-DONE             TO TRUE
             END-IF
           END-IF.

           ADD 1                            TO WS-DEPTH.

           PERFORM UNTIL SW-NOTE-DONE
             EXEC CICS READNEXT
                  FILE('AESRNOTS')
                  INTO(WS-NOTE-REC)
                  RIDFLD(WS-NOTE-RID)
                  RESP(WS-NRESP)
             END-EXEC

             IF WS-NRESP NOT = DFHRESP(NORMAL)
               OR RNT-RUN-ID NOT = NODE-RUN-ID(WS-NODE-J)
               SET SW-NOTE-DONE             TO TRUE
             ELSE
               STRING 'NOTE ' RNT-SEQ ' ' RNT-DATE ' ' RNT-OPER
                      ' ' RNT-TEXT
                 DELIMITED BY SIZE        INTO WS-ANS-TEXT
               PERFORM ADD-ANSWER-LINE
             END-IF
           END-PERFORM.

           SUBTRACT 1                       FROM WS-DEPTH.

           IF NOT SW-NOTED
             EXEC CICS ENDBR
                  FILE('AESRNOTS')
                  RESP(WS-NRESP)
             END-EXEC
           END-IF.


       GENERAL-ERROR.
           MOVE 'AESLINQ - UNEXPECTED CICS ERROR, TRANSACTION ENDED'
                                             TO WS-OUT-MSG.

           EXEC CICS SEND TEXT
                FROM(WS-OUT-MSG)
                LENGTH(80)
                ERASE
           END-EXEC.

           EXEC CICS RETURN
           END-EXEC.
