       ID DIVISION.
       PROGRAM-ID. AESBSRCH.
      *****************************************************************
      * Callable blind-index search, the AESEASY way: one CALL, a
      * clear value in, the generations and record numbers that
      * hold it out - nothing deciphered. The value's blind index is
      * taken through AESBINDX under the same 'I' key AESFLDR
      * indexed the loads with, and the AESBIDX KSDS is browsed on
      * that index value; every entry under it is a field of a
      * loaded record whose clear value normalizes to the one asked
      * for. The hits are what AESSXTR's selective extract needs -
      * a generation and a record number (AESBISRC is the batch
      * front end that turns them into AESSXPRM cards).
      *
      *   BSR-CALLER   the calling application's identity
      *   BSR-ALIAS    the index key's AESKEYF alias
      *   BSR-VERSION  the index key version to search under (zero:
      *                the current one) - back with the version used.
      *                A load indexed under an older version is only
      *                found by naming that version
      *   BSR-FIELD-NO only hits in this AESFMAP field (zero: any)
      *   BSR-GEN-NAME only hits in this generation (spaces: any)
      *   BSR-VALUE    the clear value, trailing spaces ignored
      *   BSR-HIT-COUNT / BSR-HIT  up to 100 hits, in generation and
      *                record order; BSR-MORE 'Y' when there were
      *                more - narrow by generation or field
      *
      * The answer says where a value lives, which is itself
      * sensitive, so the caller needs an AESEZAUT grant of action
      * 'BIX' on the index alias - the same grants file AESEASY
      * checks. No grant: BSR-STATUS 'NAU', nothing searched, and
      * the refusal appended to the AESEZREF journal AESEZRPT
      * reports on. A blank value is 'EMP' - blank fields are never
      * indexed.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *     BLIND INDEX (AESBIDX - KSDS written by AESFLDR)
            SELECT R-BIX ASSIGN TO 'AESBIDX'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS BIX-KEY
                   FILE STATUS  IS FS-BIX.

      *     FACADE AUTHORIZATIONS (AESEZAUT - caller, alias, action
      *     per record)
            SELECT OPTIONAL R-EZA ASSIGN TO 'AESEZAUT'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-EZA.

      *     REFUSED-CALL JOURNAL (AESEZREF - LRECL=40), appended the
      *     same way AESEASY appends it
            SELECT R-REF ASSIGN TO 'AESEZREF'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-REF.

       DATA DIVISION.
       FILE SECTION.
      *   AESBIDX
       FD R-BIX LABEL RECORD STANDARD.

       01 BIX-REC.
          05 BIX-KEY.
             10 BIX-INDEX                PIC X(32).
             10 BIX-GEN-NAME             PIC X(20).
             10 BIX-RECORD-NO            PIC 9(08).
             10 BIX-FIELD-NO             PIC 9(03).
          05 BIX-ALIAS                   PIC X(08).
          05 BIX-VERSION                 PIC 9(03).
          05 BIX-LOAD-ID                 PIC X(14).
          05 FILLER                      PIC X(12).

      *   AESEZAUT
       FD R-EZA LABEL RECORD STANDARD.

       01 EZA-REC.
          02 EZA-CALLER               PIC X(08).
          02 FILLER                   PIC X(01).
          02 EZA-ALIAS                PIC X(08).
          02 FILLER                   PIC X(01).
          02 EZA-ACTION               PIC X(03).

      *   AESEZREF
       FD R-REF LABEL RECORD STANDARD.

       01 REF-REC.
          02 REF-DATE                 PIC 9(08).
          02 REF-TIME                 PIC 9(06).
          02 REF-CALLER               PIC X(08).
          02 REF-ALIAS                PIC X(08).
          02 REF-ACTION               PIC X(03).
          02 FILLER                   PIC X(07).

       WORKING-STORAGE SECTION.
         01 FS.
            05 FS-BIX                  PIC 9(02).
               88 FS-BIX-OK                      VALUE 0.
               88 FS-BIX-EOF                     VALUE 10.
            05 FS-EZA                  PIC 9(02).
               88 FS-EZA-OK                      VALUE 0.
               88 FS-EZA-EOF                     VALUE 10.
            05 FS-REF                  PIC 9(02).
               88 FS-REF-OK                      VALUE 0.
               88 FS-REF-AOP                     VALUE 41.

      *  Search grants off AESEZAUT, loaded on the first call
         01 WS-EZA-TABLE.
            05 WS-EZA-ENTRY            OCCURS 500.
               10 WS-EA-CALLER         PIC X(08).
               10 WS-EA-ALIAS          PIC X(08).
         77 WS-EA-USED                 PIC 9(03)   VALUE 0.
         77 WS-EA-I                    PIC 9(03).
         77 WS-EZA-LOADED              PIC X(01)   VALUE 'N'.
            88 SW-EZA-LOADED                       VALUE 'Y'.
         77 WS-SEARCH-ACTION           PIC X(03)   VALUE 'BIX'.
         77 WS-CALLER                  PIC X(08).

      *  True HHMMSS stamp - ACCEPT FROM TIME delivers HHMMSSss, so
      *  it lands in an eight-digit group first and the hundredths
      *  fall away instead of pushing the hour out
         01 WS-STAMP-TIME.
            05 WS-STAMP-HHMMSS          PIC 9(06).
            05 FILLER                   PIC 9(02).

      *  Index key cache across CALLs - one lookup per alias/version
         77 WS-CACHED-ALIAS            PIC X(08)   VALUE SPACES.
         77 WS-CACHED-ASKED            PIC 9(03)   VALUE 0.
         77 WS-CACHED-KEY              PIC X(64).
         77 WS-CACHED-VERSION          PIC 9(03)   VALUE 0.

         01 KG-S.
            COPY 'KMS-GET.cpy'.

         01 PMW.
            COPY 'AESLLOG.cpy'.

      *  AESBINDX's linkage, mirrored the same way AESFLDR mirrors it
         01 WS-BXI-LS.
            02 BXI-INDEX-KEY           PIC X(64).
            02 BXI-LENGTH              PIC 9(03).
            02 BXI-VALUE               PIC X(999).
            02 BXI-INDEX               PIC X(32).
            02 BXI-STATUS              PIC X(03).
               88 BXIS-OK                       VALUE 'OK '.
               88 BXIS-EMPTY                    VALUE 'EMP'.
               88 BXIS-ERR                      VALUE 'ERR'.

       LINKAGE SECTION.
         01 LS.
            02 BSR-CALLER              PIC X(08).
            02 BSR-ALIAS               PIC X(08).
            02 BSR-VERSION             PIC 9(03).
            02 BSR-FIELD-NO            PIC 9(03).
            02 BSR-GEN-NAME            PIC X(20).
            02 BSR-VALUE               PIC X(256).
            02 BSR-HIT-COUNT           PIC 9(03).
            02 BSR-MORE                PIC X(01).
               88 BSR-MORE-HITS                 VALUE 'Y'.
            02 BSR-HIT                 OCCURS 100.
               03 BSR-HIT-GEN          PIC X(20).
               03 BSR-HIT-RECORD       PIC 9(08).
               03 BSR-HIT-FIELD        PIC 9(03).
            02 BSR-STATUS              PIC X(03).
               88 BSRS-OK                       VALUE 'OK '.
               88 BSRS-ERR                      VALUE 'ERR'.
      *        Caller holds no AESEZAUT 'BIX' grant for this alias
               88 BSRS-NOT-AUTH                 VALUE 'NAU'.
      *        Blank value - nothing to search for
               88 BSRS-EMPTY                    VALUE 'EMP'.

       PROCEDURE DIVISION USING LS.
       MAINLINE.
            SET BSRS-OK                     TO TRUE.
            MOVE 0                          TO BSR-HIT-COUNT.
            MOVE 'N'                        TO BSR-MORE.

            IF BSR-CALLER = SPACES OR LOW-VALUES
              MOVE '*UNKNWN*'               TO WS-CALLER
            ELSE
              MOVE BSR-CALLER               TO WS-CALLER
            END-IF.

            PERFORM CHECK-SEARCH-AUTHORITY
               THRU CHECK-SEARCH-AUTHORITY-EXIT.

            IF BSRS-NOT-AUTH
              PERFORM JOURNAL-REFUSED-CALL
              GOBACK
            END-IF.

            PERFORM RESOLVE-INDEX-KEY
               THRU RESOLVE-INDEX-KEY-EXIT.

            IF BSRS-OK
              PERFORM INDEX-SEARCH-VALUE
            END-IF.

            IF BSRS-OK
              PERFORM BROWSE-INDEX
                 THRU BROWSE-INDEX-EXIT
            END-IF.

            GOBACK.


       CHECK-SEARCH-AUTHORITY.
            IF NOT SW-EZA-LOADED
              PERFORM LOAD-SEARCH-GRANTS
                 THRU LOAD-SEARCH-GRANTS-EXIT
            END-IF.

            PERFORM VARYING WS-EA-I FROM 1 BY 1
              UNTIL WS-EA-I > WS-EA-USED
              OR (WS-EA-CALLER(WS-EA-I) = WS-CALLER
                AND WS-EA-ALIAS(WS-EA-I) = BSR-ALIAS)
              CONTINUE
            END-PERFORM.

            IF WS-EA-I > WS-EA-USED
              SET BSRS-NOT-AUTH             TO TRUE
            END-IF.

       CHECK-SEARCH-AUTHORITY-EXIT.
            EXIT.


       LOAD-SEARCH-GRANTS.
      *     Only the 'BIX' grants - a caller cleared to cipher under
      *     an alias is not thereby cleared to search by it
            SET SW-EZA-LOADED               TO TRUE.
            MOVE 0                          TO WS-EA-USED.

            OPEN INPUT R-EZA.

            IF FS-EZA-OK
              CONTINUE
            ELSE
              GO TO LOAD-SEARCH-GRANTS-EXIT
            END-IF.

            PERFORM UNTIL FS-EZA-EOF
              READ R-EZA
                AT END
                  CONTINUE
                NOT AT END
                  IF EZA-ACTION = WS-SEARCH-ACTION
                    IF WS-EA-USED < 500
                      ADD 1                 TO WS-EA-USED
                      MOVE EZA-CALLER       TO WS-EA-CALLER(WS-EA-USED)
                      MOVE EZA-ALIAS        TO WS-EA-ALIAS(WS-EA-USED)
                    ELSE
                      DISPLAY 'AESBSRCH: MORE THAN 500 GRANTS ON '
                              'AESEZAUT - EXTRAS IGNORED'
                    END-IF
                  END-IF
              END-READ
            END-PERFORM.

            CLOSE R-EZA.

       LOAD-SEARCH-GRANTS-EXIT.
            EXIT.


       JOURNAL-REFUSED-CALL.
            OPEN EXTEND R-REF.

            IF FS-REF-OK OR FS-REF-AOP
              CONTINUE
            ELSE
              OPEN OUTPUT R-REF
            END-IF.

            IF FS-REF-OK OR FS-REF-AOP
              MOVE SPACES                   TO REF-REC
              ACCEPT REF-DATE               FROM DATE YYYYMMDD
              ACCEPT WS-STAMP-TIME          FROM TIME
              MOVE WS-STAMP-HHMMSS          TO REF-TIME
              MOVE WS-CALLER                TO REF-CALLER
              MOVE BSR-ALIAS                TO REF-ALIAS
              MOVE WS-SEARCH-ACTION         TO REF-ACTION

              WRITE REF-REC

              IF FS-REF-OK
                CONTINUE
              ELSE
                DISPLAY 'AESBSRCH: REFUSAL JOURNAL WRITE FAILED: '
                        FS-REF
              END-IF

              CLOSE R-REF
            ELSE
              DISPLAY 'AESBSRCH: REFUSAL JOURNAL OPEN FAILED: '
                      FS-REF
            END-IF.


       RESOLVE-INDEX-KEY.
            IF BSR-ALIAS = WS-CACHED-ALIAS
              AND BSR-VERSION = WS-CACHED-ASKED
              MOVE WS-CACHED-VERSION        TO BSR-VERSION
              GO TO RESOLVE-INDEX-KEY-EXIT
            END-IF.

      *     A search reads back what an earlier load wrote, so it
      *     resolves the way a DECIPHER does - a version past its
      *     cryptoperiod still finds the entries made under it
            MOVE SPACES                     TO PMW.
            SET LLOG-MAX OF PMW             TO TRUE.
            MOVE PMW                        TO PUT-MESSAGE-LS OF KG-S.
            MOVE 'AESMPUT'                  TO PUT-MESSAGE OF KG-S.
            MOVE BSR-ALIAS                  TO LKGS-ALIAS OF KG-S.
            MOVE 'AESBSRCH SEARCH '     TO LKGS-RUN-IDENT OF KG-S.
            MOVE BSR-VERSION                TO LKGS-VERSION OF KG-S.
            MOVE 'DECIPHER'                 TO LKGS-PURPOSE OF KG-S.
            MOVE 'I'                        TO LKGS-KEY-USE OF KG-S.
            MOVE SPACES                     TO LKG-KEY OF KG-S.

            CALL 'AESKGET' USING KG-S.

            IF LKG-STATUS OF KG-S = 'OK '
              MOVE LKG-KEY OF KG-S          TO WS-CACHED-KEY
              MOVE LKGS-KEY-VERSION OF KG-S TO WS-CACHED-VERSION
              MOVE BSR-ALIAS                TO WS-CACHED-ALIAS
              MOVE BSR-VERSION              TO WS-CACHED-ASKED
              MOVE WS-CACHED-VERSION        TO BSR-VERSION
              MOVE SPACES                   TO LKG-KEY OF KG-S
            ELSE
              MOVE SPACES                   TO WS-CACHED-ALIAS
              SET BSRS-ERR                  TO TRUE
            END-IF.

       RESOLVE-INDEX-KEY-EXIT.
            EXIT.


       INDEX-SEARCH-VALUE.
            MOVE WS-CACHED-KEY              TO BXI-INDEX-KEY.
            MOVE 256                        TO BXI-LENGTH.
            MOVE SPACES                     TO BXI-VALUE.
            MOVE BSR-VALUE                  TO BXI-VALUE(1:256).

            CALL 'AESBINDX' USING WS-BXI-LS.

            MOVE SPACES                     TO BXI-VALUE
                                               BXI-INDEX-KEY.

            EVALUATE TRUE
              WHEN BXIS-OK
                CONTINUE
              WHEN BXIS-EMPTY
                SET BSRS-EMPTY              TO TRUE
              WHEN OTHER
                SET BSRS-ERR                TO TRUE
            END-EVALUATE.


       BROWSE-INDEX.
      *     Every entry under the value's index, generation and
      *     record order - the key leads with the index value, so
      *     the browse never strays past the entries it wants
            OPEN INPUT R-BIX.

            IF FS-BIX-OK
              CONTINUE
            ELSE
              SET BSRS-ERR                  TO TRUE
              GO TO BROWSE-INDEX-EXIT
            END-IF.

            MOVE LOW-VALUES                 TO BIX-KEY.
            MOVE BXI-INDEX                  TO BIX-INDEX.

            START R-BIX KEY IS NOT LESS THAN BIX-KEY.

            IF FS-BIX-OK
              CONTINUE
            ELSE
      *       Nothing at or past this index value at all
              CLOSE R-BIX
              GO TO BROWSE-INDEX-EXIT
            END-IF.

            PERFORM UNTIL NOT FS-BIX-OK
              READ R-BIX NEXT RECORD
                AT END
                  CONTINUE
                NOT AT END
                  IF BIX-INDEX NOT = BXI-INDEX
                    MOVE 10                 TO FS-BIX
                  ELSE
                    PERFORM TAKE-ONE-HIT
                  END-IF
              END-READ
            END-PERFORM.

            CLOSE R-BIX.

       BROWSE-INDEX-EXIT.
            EXIT.


       TAKE-ONE-HIT.
            IF BIX-ALIAS NOT = BSR-ALIAS
              OR (BSR-FIELD-NO NOT = 0
                  AND BIX-FIELD-NO NOT = BSR-FIELD-NO)
              OR (BSR-GEN-NAME NOT = SPACES
                  AND BIX-GEN-NAME NOT = BSR-GEN-NAME)
              CONTINUE
            ELSE
              IF BSR-HIT-COUNT < 100
                ADD 1                       TO BSR-HIT-COUNT
                MOVE BIX-GEN-NAME           TO
                     BSR-HIT-GEN(BSR-HIT-COUNT)
                MOVE BIX-RECORD-NO          TO
                     BSR-HIT-RECORD(BSR-HIT-COUNT)
                MOVE BIX-FIELD-NO           TO
                     BSR-HIT-FIELD(BSR-HIT-COUNT)
              ELSE
                SET BSR-MORE-HITS           TO TRUE
              END-IF
            END-IF.
