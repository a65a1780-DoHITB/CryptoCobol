       ID DIVISION.
       PROGRAM-ID. AESERASE.
      *****************************************************************
      * Right-to-erasure workflow. When a customer asks to be erased
      * the question is where their data lives - in the token vault,
      * and in which generations, live or archived. For the subject
      * on the control card this:
      *
      *   - finds the subject's token through the vault index
      *     (AESTOKEN's look-up, AESTVLX) - no token is not an error,
      *     the subject may only ever have been loaded in the clear,
      *   - takes each generation named on the AESERGEN deck with the
      *     AESFMAN manifest AESFLDR wrote for its load and the
      *     field number that carries the subject, finds the
      *     generation in AESRCAT, and searches both it and the
      *     input generation it was ciphered from (CAT-DAT-GEN) for
      *     records whose field holds the subject's token or the
      *     subject itself - live KSDS if it is there, otherwise the
      *     archived copy AESARCIX says AESARCHV holds. Only the
      *     field's own blocks are read (the manifest says which),
      *     deciphered a block at a time under the catalog's key,
      *   - writes the erasure plan (AESERPLN): every generation, its
      *     state, every record found, and every legal hold.
      *
      * FUNCTION P stops at the plan. FUNCTION E plans the same way
      * and then executes it: the vault entry is purged for good
      * (AESTOKEN erase), every generation holding the subject is
      * flagged in AESRCAT (CAT-ERASED 'E'; 'U' for one that could
      * not be searched - not ECB, envelope-keyed, no key, no
      * manifest - and so may hold the subject), and a completion
      * certificate for the privacy office is written to AESERCRT.
      * The subject's own value is never printed - the plan and the
      * certificate carry the case reference and the token.
      *
      * A generation on legal hold (AESHOLDS) that holds the subject,
      * or may, blocks the erasure outright: the plan reports the
      * hold, nothing is purged or flagged, no certificate is
      * written, and the run ends RETURN-CODE 8 (4 on a plan run).
      * The vault purge is all-or-nothing across the subject, so a
      * partial erasure around a held generation is not offered.
      *
      * Control card AESERPRM: FUNCTION(1) CASE(3-10) REQUESTER(12-19)
      * SUBJECT(21-36). The requester must be on AESTAUTH - the
      * vault answers look-ups and erasures for no one else.
      * Deck AESERGEN: GENERATION(1-20) FIELD(22-24) MANIFEST(26-69).
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *     CONTROL CARD (AESERPRM)
            SELECT R-PARM ASSIGN TO 'AESERPRM'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-PARM.

      *     GENERATIONS TO SEARCH (AESERGEN - one per record)
            SELECT R-GEN ASSIGN TO 'AESERGEN'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-GEN.

      *     FIELD MANIFEST (named on AESERGEN - written by AESFLDR)
            SELECT R-MAN ASSIGN TO DYNAMIC WS-MAN-FILE-NAME
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-MAN.

      *     LIVE GENERATION (AESIDAT/AESODAT-shaped KSDS)
            SELECT R-DAT ASSIGN TO DYNAMIC WS-DAT-FILE-NAME
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS RANDOM
                   RECORD KEY   IS DAT-KEY
                   FILE STATUS  IS FS-DAT.

      *     CONSOLIDATED ARCHIVE (AESARCHV - LRECL=64)
            SELECT OPTIONAL R-ARC ASSIGN TO 'AESARCHV'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-ARC.

      *     ARCHIVE INDEX (AESARCIX - LRECL=56)
            SELECT OPTIONAL R-IDX ASSIGN TO 'AESARCIX'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-IDX.

      *     LEGAL HOLDS (AESHOLDS - one generation name per record)
            SELECT OPTIONAL R-HLD ASSIGN TO 'AESHOLDS'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-HLD.

      *     RUN CATALOG (AESRCAT - KSDS keyed on output generation)
            SELECT R-CAT ASSIGN TO 'AESRCAT'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS RANDOM
                   RECORD KEY   IS CAT-GEN
                   FILE STATUS  IS FS-CAT.

      *     ERASURE PLAN (AESERPLN)
            SELECT R-RPT ASSIGN TO 'AESERPLN'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-RPT.

      *     COMPLETION CERTIFICATE (AESERCRT)
            SELECT R-CRT ASSIGN TO 'AESERCRT'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-CRT.

       DATA DIVISION.
       FILE SECTION.
      *   AESERPRM
       FD R-PARM LABEL RECORD STANDARD.

       01 PARM-REC.
          05 PARM-FUNCTION               PIC X(01).
          05 FILLER                      PIC X(01).
          05 PARM-CASE                   PIC X(08).
          05 FILLER                      PIC X(01).
          05 PARM-REQUESTER              PIC X(08).
          05 FILLER                      PIC X(01).
          05 PARM-SUBJECT                PIC X(16).

      *   AESERGEN
       FD R-GEN LABEL RECORD STANDARD.

       01 GEN-REC.
          05 GEN-NAME                    PIC X(20).
          05 FILLER                      PIC X(01).
          05 GEN-FIELD-NO                PIC 9(03).
          05 FILLER                      PIC X(01).
          05 GEN-MANIFEST                PIC X(44).

      *   AESFMAN
       FD R-MAN LABEL RECORD STANDARD.

       01 MAN-REC.
          05 MAN-RECORD-NO               PIC 9(08).
          05 MAN-FIELD-NO                PIC 9(03).
          05 MAN-START-BLOCK             PIC 9(08).
          05 MAN-START-OFFSET            PIC 9(02).
          05 MAN-HEX-LENGTH              PIC 9(04).
          05 MAN-REC-TYPE                PIC X(08).
          05 MAN-REC-LENGTH              PIC 9(05).
          05 FILLER                      PIC X(90).

      *   Live generation
       FD R-DAT LABEL RECORD STANDARD.

       01 DAT.
          02 DAT-KEY                  PIC 9(08).
          02 DAT-BITS                 PIC X(03).
          02 DAT-HEX                  PIC X(32).
          02 DAT-MAC                PIC X(08).

      *   AESARCHV
       FD R-ARC LABEL RECORD STANDARD.

       01 ARC-REC.
          02 ARC-TYPE                 PIC X(01).
          02 ARC-BODY                 PIC X(63).
       01 ARC-HDR REDEFINES ARC-REC.
          02 FILLER                   PIC X(01).
          02 ARC-HDR-NAME             PIC X(20).
          02 ARC-HDR-DATE             PIC 9(08).
          02 ARC-HDR-BLOCKS           PIC 9(08).
          02 ARC-HDR-CHECKSUM         PIC 9(10).
          02 FILLER                   PIC X(17).
       01 ARC-DTA REDEFINES ARC-REC.
          02 FILLER                   PIC X(01).
          02 ARC-DTA-KEY              PIC 9(08).
          02 ARC-DTA-BITS             PIC X(03).
          02 ARC-DTA-HEX              PIC X(32).
          02 ARC-DTA-MAC              PIC X(08).
          02 FILLER                   PIC X(12).

      *   AESARCIX
       FD R-IDX LABEL RECORD STANDARD.

       01 IDX-REC.
          02 IDX-NAME                 PIC X(20).
          02 IDX-DATE                 PIC 9(08).
          02 IDX-BLOCKS               PIC 9(08).
          02 IDX-CHECKSUM             PIC 9(10).
          02 FILLER                   PIC X(10).

      *   AESHOLDS
       FD R-HLD LABEL RECORD STANDARD.

       01 HLD-REC.
          02 HLD-NAME                 PIC X(20).

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
          02 CAT-ERASED               PIC X(01).
          02 FILLER                   PIC X(193).

      *   AESERPLN
       FD R-RPT LABEL RECORD STANDARD.

       01 RPT-REC                        PIC X(80).

      *   AESERCRT
       FD R-CRT LABEL RECORD STANDARD.

       01 CRT-REC                        PIC X(80).

       WORKING-STORAGE SECTION.
         01 FS.
            05 FS-PARM                  PIC 9(02).
               88 FS-PARM-OK                      VALUE 0.
            05 FS-GEN                   PIC 9(02).
               88 FS-GEN-OK                       VALUE 0.
               88 FS-GEN-EOF                      VALUE 10.
            05 FS-MAN                   PIC 9(02).
               88 FS-MAN-OK                       VALUE 0.
               88 FS-MAN-EOF                      VALUE 10.
            05 FS-DAT                   PIC 9(02).
               88 FS-DAT-OK                       VALUE 0.
            05 FS-ARC                   PIC 9(02).
               88 FS-ARC-OK                       VALUE 0.
               88 FS-ARC-EOF                      VALUE 10.
            05 FS-IDX                   PIC 9(02).
               88 FS-IDX-OK                       VALUE 0.
               88 FS-IDX-EOF                      VALUE 10.
            05 FS-HLD                   PIC 9(02).
               88 FS-HLD-OK                       VALUE 0.
               88 FS-HLD-EOF                      VALUE 10.
            05 FS-CAT                   PIC 9(02).
               88 FS-CAT-OK                       VALUE 0.
               88 FS-CAT-NOTFND                   VALUE 23.
            05 FS-RPT                   PIC 9(02).
               88 FS-RPT-OK                       VALUE 0.
            05 FS-CRT                   PIC 9(02).
               88 FS-CRT-OK                       VALUE 0.

         77 WS-FUNCTION                 PIC X(01).
            88 SW-FUNCTION-PLAN                    VALUE 'P'.
            88 SW-FUNCTION-EXECUTE                 VALUE 'E'.
         77 WS-CASE                     PIC X(08).
         77 WS-REQUESTER                PIC X(08).
         77 WS-SUBJECT                  PIC X(16).

         01 WS-MAN-FILE-NAME            PIC X(44).
         01 WS-DAT-FILE-NAME            PIC X(20).

      *  What a record's field is matched against - the subject's
      *  token and the subject itself, each space-padded to the
      *  widest field the manifest can describe
         77 WS-TOKEN                    PIC X(16)   VALUE SPACES.
         77 WS-TOKEN-FOUND              PIC X(01)   VALUE 'N'.
            88 SW-TOKEN-FOUND                      VALUE 'Y'.
         01 WS-MATCH-TOKEN              PIC X(128).
         01 WS-MATCH-SUBJECT            PIC X(128).
         77 WS-SUBJECT-LEN              PIC 9(02).
         77 WS-VAULT-PURGED             PIC X(01)   VALUE 'N'.
            88 SW-VAULT-PURGED                     VALUE 'Y'.

      *  AESTOKEN's linkage, mirrored the same way AESBTOKN mirrors
      *  it
         01 WS-TOK-LS.
            02 TOK-FUNCTION            PIC X(01).
            02 TOK-CALLER              PIC X(08).
            02 TOK-VALUE               PIC X(32).
            02 TOK-TOKEN               PIC X(16).
            02 TOK-STATUS              PIC X(03).
               88 TOKS-OK                       VALUE 'OK '.
               88 TOKS-NOT-AUTH                 VALUE 'NAU'.
               88 TOKS-NOT-FOUND                VALUE 'NFD'.
            02 TOK-FORMAT              PIC X(01)   VALUE SPACE.
            02 TOK-KEEP-LEAD           PIC X(01)   VALUE SPACE.
            02 TOK-KEEP-LAST           PIC X(01)   VALUE SPACE.

      *  Legal holds, loaded once
         01 WS-HOLD-TABLE.
            05 WS-HOLD-NAME            OCCURS 200  PIC X(20).
         77 WS-HOLD-COUNT              PIC 9(03)    VALUE 0.
         77 WS-HOLD-I                  PIC 9(03).

      *  Every generation searched - each deck entry's ciphered
      *  generation and the input generation behind it - and what
      *  the search found. WS-GEN-CAT is the catalog entry a flag
      *  lands on for either.
         01 WS-GEN-TABLE.
            05 WS-GEN-ENTRY            OCCURS 200.
               10 WS-GEN-NAME          PIC X(20).
               10 WS-GEN-CAT           PIC X(20).
               10 WS-GEN-STATE         PIC X(10).
               10 WS-GEN-RECORDS       PIC 9(08).
               10 WS-GEN-FLAG          PIC X(01).
                  88 SW-GEN-FOUND                  VALUE 'E'.
                  88 SW-GEN-UNSEARCHED             VALUE 'U'.
                  88 SW-GEN-AFFECTED               VALUE 'E' 'U'.
               10 WS-GEN-HELD          PIC X(01).
                  88 SW-GEN-HELD                   VALUE 'Y'.
         77 WS-GEN-COUNT               PIC 9(03)    VALUE 0.
         77 WS-GEN-I                   PIC 9(03).
         77 WS-DECK-COUNT              PIC 9(03)    VALUE 0.
         77 WS-DECK-FIELD-NO           PIC 9(03).

      *  The generation being searched
         77 WS-CIPHERED                PIC X(01).
            88 SW-CIPHERED                         VALUE 'Y'.
         77 WS-SOURCE                  PIC X(01).
            88 SW-SOURCE-LIVE                      VALUE 'L'.
            88 SW-SOURCE-ARCHIVE                   VALUE 'A'.
         77 WS-SEARCH-FAILED           PIC X(01).
            88 SW-SEARCH-FAILED                    VALUE 'Y'.
         77 WS-ARC-KEY                 PIC 9(08).
         77 WS-ARC-AT-GEN              PIC X(01).
            88 SW-ARC-AT-GEN                       VALUE 'Y'.
         77 WS-ARC-SECTION-END         PIC X(01).
            88 SW-ARC-SECTION-END                  VALUE 'Y'.
         77 WS-IN-ARCHIVE              PIC X(01).
            88 SW-IN-ARCHIVE                       VALUE 'Y'.
         77 WS-TRAILER-KEY             PIC 9(08)   VALUE 99999999.

      *  Key resolution and the AESCORE machinery, the same load
      *  sequence AESSXTR drives
         01 KG-S.
            COPY 'KMS-GET.cpy'.

         01 DG-S.
            COPY 'DATA-GET.cpy'.

         COPY 'AESLCOR.cpy'.

         77 WS-CIPHER-DATA             PIC X(2860).
         77 WS-DECIPHER-DATA           PIC X(2860).
         77 WS-KEY                     PIC X(64).
         77 WS-BITS                    PIC X(03).

      *  One field's recovered hex, gathered block by block
         77 WS-FIELD-HEX               PIC X(256).
         77 WS-HEX-GOT                 PIC 9(04).
         77 WS-CUR-BLOCK               PIC 9(08).
         77 WS-CUR-OFFSET              PIC 9(02).
         77 WS-TAKE-LEN                PIC 9(02).
         77 WS-PLAIN-HEX               PIC X(32).
         77 WS-HAVE-BLOCK              PIC 9(08).

      *  Byte/hex conversion both ways, the same table AESFLDR and
      *  AESSXTR build
         01 WS-HEXDIGITS               PIC X(16)
                                       VALUE '0123456789ABCDEF'.
         77 WS-HX-I                    PIC 9(03).
         77 WS-HI-NIB                  PIC 9(02).
         77 WS-LO-NIB                  PIC 9(02).
         77 WS-BYTE-VAL                PIC 9(03).
         77 WS-HEX-CHAR                PIC X(01).
         77 WS-OUT-LEN                 PIC 9(03).
         01 WS-FIELD-VALUE             PIC X(128).

         77 WS-RECORD-TOTAL            PIC 9(08)   VALUE 0.
         77 WS-FOUND-COUNT             PIC 9(03)   VALUE 0.
         77 WS-UNSEARCHED-COUNT        PIC 9(03)   VALUE 0.
         77 WS-BLOCKING-COUNT          PIC 9(03)   VALUE 0.
         77 WS-FLAGGED-COUNT           PIC 9(03)   VALUE 0.

         01 WS-RPT-LINE                PIC X(80).
         01 WS-TODAY                   PIC 9(08).

         01 PMW.
            COPY 'AESLLOG.cpy'.

      *  True HHMMSS stamp - ACCEPT FROM TIME delivers HHMMSSss, so
      *  it lands in an eight-digit group first and the hundredths
      *  fall away instead of pushing the hour out
         01 WS-STAMP-TIME.
            05 WS-STAMP-HHMMSS          PIC 9(06).
            05 FILLER                   PIC 9(02).

       LINKAGE SECTION.

       PROCEDURE DIVISION.
       MAINLINE.
           PERFORM READ-PARAMETERS.
           PERFORM LOAD-HOLDS
              THRU LOAD-HOLDS-EXIT.
           PERFORM LOAD-TABLES.
           PERFORM LOOKUP-SUBJECT-TOKEN.

           ACCEPT WS-TODAY                FROM DATE YYYYMMDD.

           OPEN OUTPUT R-RPT.

           IF FS-RPT-OK
             CONTINUE
           ELSE
             DISPLAY 'AESERASE: ERROR OPENING AESERPLN: ' FS-RPT
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.

           STRING 'AESERASE ERASURE PLAN FOR CASE ' WS-CASE
                  ' - ' WS-TODAY ' - REQUESTER ' WS-REQUESTER
           DELIMITED BY SIZE            INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

           IF SW-TOKEN-FOUND
             STRING 'TOKEN VAULT  - SUBJECT HELD AS TOKEN ' WS-TOKEN
             DELIMITED BY SIZE          INTO WS-RPT-LINE
           ELSE
             MOVE 'TOKEN VAULT  - SUBJECT NOT IN THE VAULT'
               TO WS-RPT-LINE
           END-IF.
           PERFORM WRITE-REPORT-LINE.

           OPEN INPUT R-CAT.

           IF FS-CAT-OK
             CONTINUE
           ELSE
             DISPLAY 'AESERASE: ERROR OPENING AESRCAT: ' FS-CAT
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.

           OPEN INPUT R-GEN.

           IF FS-GEN-OK
             CONTINUE
           ELSE
             DISPLAY 'AESERASE: ERROR OPENING AESERGEN: ' FS-GEN
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.

           PERFORM UNTIL FS-GEN-EOF
             READ R-GEN
               AT END
                 CONTINUE
               NOT AT END
                 IF GEN-NAME NOT = SPACES
                   ADD 1                  TO WS-DECK-COUNT
                   PERFORM PLAN-ONE-DECK-ENTRY
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE R-GEN R-CAT.

           IF WS-DECK-COUNT = 0
             DISPLAY 'AESERASE: AESERGEN NAMES NO GENERATIONS'
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.

           PERFORM REPORT-LEGAL-HOLDS.

           STRING 'TOTALS - ' WS-GEN-COUNT ' GENERATION(S), '
                  WS-FOUND-COUNT ' HOLD THE SUBJECT IN '
                  WS-RECORD-TOTAL ' RECORD(S), '
                  WS-UNSEARCHED-COUNT ' NOT SEARCHABLE'
           DELIMITED BY SIZE            INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

           EVALUATE TRUE
             WHEN WS-BLOCKING-COUNT > 0
               MOVE 'ERASURE BLOCKED BY LEGAL HOLD - NOTHING PURGED, '
                 TO WS-RPT-LINE
               MOVE 'NOTHING FLAGGED'     TO WS-RPT-LINE(50:15)
               PERFORM WRITE-REPORT-LINE
               IF SW-FUNCTION-EXECUTE
                 MOVE 8                   TO RETURN-CODE
               ELSE
                 MOVE 4                   TO RETURN-CODE
               END-IF
             WHEN SW-FUNCTION-EXECUTE
               PERFORM PURGE-VAULT-ENTRY
               PERFORM FLAG-GENERATIONS
               PERFORM WRITE-CERTIFICATE
               STRING 'ERASURE EXECUTED - ' WS-FLAGGED-COUNT
                      ' CATALOG ENTRY(IES) FLAGGED, CERTIFICATE '
                      'WRITTEN TO AESERCRT'
               DELIMITED BY SIZE        INTO WS-RPT-LINE
               PERFORM WRITE-REPORT-LINE
             WHEN OTHER
               MOVE 'PLAN ONLY - RUN WITH FUNCTION E TO EXECUTE'
                 TO WS-RPT-LINE
               PERFORM WRITE-REPORT-LINE
           END-EVALUATE.

           CLOSE R-RPT.

           MOVE SPACES                    TO WS-KEY
                                             IO-KEY OF IOCOMM
                                             IO-KSCH OF IOCOMM
                                             WS-SUBJECT
                                             WS-MATCH-SUBJECT.

           DISPLAY 'AESERASE: CASE ' WS-CASE ' - ' WS-FOUND-COUNT
                   ' generation(s) hold the subject, '
                   WS-BLOCKING-COUNT ' blocked by legal hold'.

           STOP RUN.


       READ-PARAMETERS.
           OPEN INPUT R-PARM.

           IF FS-PARM-OK
             CONTINUE
           ELSE
             DISPLAY 'AESERASE: ERROR OPENING AESERPRM: ' FS-PARM
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.

           READ R-PARM
             AT END
               DISPLAY 'AESERASE: AESERPRM IS EMPTY'
               MOVE 12                    TO RETURN-CODE
               STOP RUN
             NOT AT END
               MOVE PARM-FUNCTION         TO WS-FUNCTION
               MOVE PARM-CASE             TO WS-CASE
               MOVE PARM-REQUESTER        TO WS-REQUESTER
               MOVE PARM-SUBJECT          TO WS-SUBJECT
           END-READ.

           CLOSE R-PARM.

           IF NOT SW-FUNCTION-PLAN AND NOT SW-FUNCTION-EXECUTE
             DISPLAY 'AESERASE: FUNCTION MUST BE P (PLAN) OR '
                     'E (EXECUTE)'
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.

           IF WS-CASE = SPACES OR WS-REQUESTER = SPACES
             OR WS-SUBJECT = SPACES
             DISPLAY 'AESERASE: CASE, REQUESTER AND SUBJECT ARE '
                     'REQUIRED'
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.

           MOVE SPACES                    TO WS-MATCH-SUBJECT.
           MOVE WS-SUBJECT                TO WS-MATCH-SUBJECT.

           PERFORM VARYING WS-SUBJECT-LEN FROM 16 BY -1
             UNTIL WS-SUBJECT-LEN = 1
             OR WS-SUBJECT(WS-SUBJECT-LEN:1) NOT = SPACE
             CONTINUE
           END-PERFORM.


       LOAD-HOLDS.
           OPEN INPUT R-HLD.

           IF FS-HLD-OK
             CONTINUE
           ELSE
             GO TO LOAD-HOLDS-EXIT
           END-IF.

           PERFORM UNTIL FS-HLD-EOF
             READ R-HLD
               AT END
                 CONTINUE
               NOT AT END
                 IF WS-HOLD-COUNT < 200
                   ADD 1                  TO WS-HOLD-COUNT
                   MOVE HLD-NAME          TO WS-HOLD-NAME(WS-HOLD-COUNT)
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE R-HLD.

       LOAD-HOLDS-EXIT.
           EXIT.


       LOAD-TABLES.
           MOVE SPACES                     TO PMW.
           SET LLOG-MAX OF PMW             TO TRUE.
           MOVE PMW                        TO PUT-MESSAGE-LS OF DG-S.
           MOVE 'AESMPUT'                  TO PUT-MESSAGE OF DG-S.
           MOVE PMW                        TO PUT-MESSAGE-LS OF KG-S.
           MOVE 'AESMPUT'                  TO PUT-MESSAGE OF KG-S.

           CALL 'AESTGET' USING DG-S.
           MOVE LDG-TEXT OF DG-S           TO WS-CIPHER-DATA.

           CALL 'AESTGET' USING DG-S.
           MOVE LDG-TEXT OF DG-S           TO WS-DECIPHER-DATA.

           MOVE 'C'                        TO LDGS-CFILE OF DG-S.
           CALL 'AESTGET' USING DG-S.

           MOVE PMW                        TO IOPUTM.
           MOVE 0                          TO IO-BATCH-COUNT OF IOCOMM.


       LOOKUP-SUBJECT-TOKEN.
      *     The subject's 16 bytes as 32 hex characters - the value
      *     form the vault stores and matches on
           MOVE 0                         TO WS-HX-I.
           MOVE SPACES                    TO TOK-VALUE.

           PERFORM VARYING WS-OUT-LEN FROM 1 BY 1
             UNTIL WS-OUT-LEN > 16
             COMPUTE WS-BYTE-VAL =
                 FUNCTION ORD(WS-SUBJECT(WS-OUT-LEN:1)) - 1

             DIVIDE WS-BYTE-VAL BY 16     GIVING WS-HI-NIB
                                       REMAINDER WS-LO-NIB

             ADD 1                        TO WS-HX-I
             MOVE WS-HEXDIGITS(WS-HI-NIB + 1:1)
               TO TOK-VALUE(WS-HX-I:1)
             ADD 1                        TO WS-HX-I
             MOVE WS-HEXDIGITS(WS-LO-NIB + 1:1)
               TO TOK-VALUE(WS-HX-I:1)
           END-PERFORM.

           MOVE 'L'                       TO TOK-FUNCTION.
           MOVE WS-REQUESTER              TO TOK-CALLER.
           MOVE SPACES                    TO TOK-TOKEN.

           CALL 'AESTOKEN' USING WS-TOK-LS.

           MOVE SPACES                    TO TOK-VALUE.

           EVALUATE TRUE
             WHEN TOKS-OK
               MOVE TOK-TOKEN             TO WS-TOKEN
               SET SW-TOKEN-FOUND         TO TRUE
             WHEN TOKS-NOT-FOUND
               CONTINUE
             WHEN TOKS-NOT-AUTH
               DISPLAY 'AESERASE: REQUESTER ' WS-REQUESTER
                       ' IS NOT AUTHORIZED ON AESTAUTH'
               MOVE 12                    TO RETURN-CODE
               STOP RUN
             WHEN OTHER
               DISPLAY 'AESERASE: TOKEN VAULT LOOK-UP FAILED: '
                       TOK-STATUS
               MOVE 12                    TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

           MOVE SPACES                    TO WS-MATCH-TOKEN.
           MOVE WS-TOKEN                  TO WS-MATCH-TOKEN.


       PLAN-ONE-DECK-ENTRY.
      *     The deck names the ciphered generation; the catalog
      *     names the input generation it was ciphered from. Both
      *     hold the same records under the same block numbers, so
      *     the one manifest serves both.
           MOVE GEN-MANIFEST              TO WS-MAN-FILE-NAME.
           MOVE GEN-FIELD-NO              TO WS-DECK-FIELD-NO.

           MOVE GEN-NAME                  TO CAT-GEN.
           READ R-CAT KEY IS CAT-GEN.

           IF FS-CAT-OK
             CONTINUE
           ELSE
             MOVE SPACES                  TO CAT-REC
           END-IF.

           MOVE 'Y'                       TO WS-CIPHERED.
           PERFORM ADD-GENERATION-ENTRY.
           PERFORM SEARCH-GENERATION
              THRU SEARCH-GENERATION-EXIT.
           PERFORM REPORT-GENERATION.

           IF CAT-DAT-GEN NOT = SPACES
             MOVE CAT-DAT-GEN             TO WS-DAT-FILE-NAME
             MOVE 'N'                     TO WS-CIPHERED
             PERFORM ADD-GENERATION-ENTRY
             PERFORM SEARCH-GENERATION
                THRU SEARCH-GENERATION-EXIT
             PERFORM REPORT-GENERATION
           END-IF.


       ADD-GENERATION-ENTRY.
           IF WS-GEN-COUNT >= 200
             DISPLAY 'AESERASE: MORE THAN 200 GENERATIONS TO SEARCH '
                     '- SPLIT THE AESERGEN DECK'
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.

           ADD 1                          TO WS-GEN-COUNT.
           MOVE WS-GEN-COUNT              TO WS-GEN-I.

           IF SW-CIPHERED
             MOVE GEN-NAME                TO WS-DAT-FILE-NAME
           END-IF.

           MOVE WS-DAT-FILE-NAME          TO WS-GEN-NAME(WS-GEN-I).
           MOVE GEN-NAME                  TO WS-GEN-CAT(WS-GEN-I).
           MOVE SPACES                    TO WS-GEN-STATE(WS-GEN-I)
                                             WS-GEN-FLAG(WS-GEN-I).
           MOVE 0                         TO WS-GEN-RECORDS(WS-GEN-I).
           MOVE 'N'                       TO WS-GEN-HELD(WS-GEN-I).

           PERFORM VARYING WS-HOLD-I FROM 1 BY 1
             UNTIL WS-HOLD-I > WS-HOLD-COUNT
             IF WS-HOLD-NAME(WS-HOLD-I) = WS-DAT-FILE-NAME
               SET SW-GEN-HELD(WS-GEN-I)  TO TRUE
             END-IF
           END-PERFORM.


       SEARCH-GENERATION.
           IF CAT-GEN = SPACES
      *      No catalog entry - no key, nothing to flag; reported,
      *      and treated as possibly holding the subject
             MOVE 'NOT CATLGD'            TO WS-GEN-STATE(WS-GEN-I)
             GO TO SEARCH-GENERATION-EXIT
           END-IF.

      *     Where the generation is now - live, archived, or gone
           OPEN INPUT R-DAT.

           IF FS-DAT-OK
             SET SW-SOURCE-LIVE           TO TRUE
             MOVE 'LIVE'                  TO WS-GEN-STATE(WS-GEN-I)
           ELSE
             PERFORM FIND-IN-ARCHIVE-INDEX
             IF SW-IN-ARCHIVE
               SET SW-SOURCE-ARCHIVE      TO TRUE
               MOVE 'ARCHIVED'            TO WS-GEN-STATE(WS-GEN-I)
             ELSE
      *        Neither live nor archived - nothing left to erase
               MOVE 'GONE'                TO WS-GEN-STATE(WS-GEN-I)
               GO TO SEARCH-GENERATION-EXIT
             END-IF
           END-IF.

      *     Only ECB blocks decipher one at a time; an envelope run's
      *     data key lives wrapped in the file, not in the key file
           IF SW-CIPHERED
             EVALUATE TRUE
               WHEN CAT-MODE NOT = 'ECB'
                 MOVE 'NOT ECB'           TO WS-GEN-STATE(WS-GEN-I)
                 SET SW-GEN-UNSEARCHED(WS-GEN-I) TO TRUE
               WHEN CAT-DEK-WRAP NOT = SPACES
                 MOVE 'ENVELOPE'          TO WS-GEN-STATE(WS-GEN-I)
                 SET SW-GEN-UNSEARCHED(WS-GEN-I) TO TRUE
               WHEN OTHER
                 PERFORM RESOLVE-GENERATION-KEY
             END-EVALUATE
           END-IF.

           IF NOT SW-GEN-UNSEARCHED(WS-GEN-I)
             OPEN INPUT R-MAN
             IF FS-MAN-OK
               CONTINUE
             ELSE
               MOVE 'NO MANIFST'          TO WS-GEN-STATE(WS-GEN-I)
               SET SW-GEN-UNSEARCHED(WS-GEN-I) TO TRUE
             END-IF
           END-IF.

           IF SW-GEN-UNSEARCHED(WS-GEN-I)
             IF SW-SOURCE-LIVE
               CLOSE R-DAT
             END-IF
             GO TO SEARCH-GENERATION-EXIT
           END-IF.

           IF SW-SOURCE-ARCHIVE
             PERFORM POSITION-ARCHIVE
           END-IF.

           MOVE 'N'                       TO WS-SEARCH-FAILED.
           MOVE 0                         TO WS-HAVE-BLOCK.

           PERFORM UNTIL FS-MAN-EOF OR SW-SEARCH-FAILED
             READ R-MAN
               AT END
                 CONTINUE
               NOT AT END
                 IF MAN-RECORD-NO NOT = WS-TRAILER-KEY
                   AND MAN-FIELD-NO = WS-DECK-FIELD-NO
                   PERFORM SEARCH-ONE-FIELD
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE R-MAN.

           IF SW-SOURCE-LIVE
             CLOSE R-DAT
           ELSE
             CLOSE R-ARC
           END-IF.

           IF SW-SEARCH-FAILED
             SET SW-GEN-UNSEARCHED(WS-GEN-I) TO TRUE
           END-IF.

           IF WS-GEN-RECORDS(WS-GEN-I) > 0
             SET SW-GEN-FOUND(WS-GEN-I)   TO TRUE
           END-IF.

       SEARCH-GENERATION-EXIT.
           EXIT.


       FIND-IN-ARCHIVE-INDEX.
           MOVE 'N'                       TO WS-IN-ARCHIVE.

           OPEN INPUT R-IDX.

           IF FS-IDX-OK
             PERFORM UNTIL FS-IDX-EOF OR SW-IN-ARCHIVE
               READ R-IDX
                 AT END
                   CONTINUE
                 NOT AT END
                   IF IDX-NAME = WS-DAT-FILE-NAME
                     SET SW-IN-ARCHIVE    TO TRUE
                   END-IF
               END-READ
             END-PERFORM

             CLOSE R-IDX
           END-IF.


       RESOLVE-GENERATION-KEY.
           MOVE CAT-ALIAS                  TO LKGS-ALIAS OF KG-S.
           MOVE 'AESERASE SEARCH '       TO LKGS-RUN-IDENT OF KG-S.
           MOVE CAT-VERSION                TO LKGS-VERSION OF KG-S.
           MOVE 'DECIPHER'                 TO LKGS-PURPOSE OF KG-S.
           MOVE 'D'                        TO LKGS-KEY-USE OF KG-S.
           MOVE SPACES                     TO LKG-KEY OF KG-S.

           CALL 'AESKGET' USING KG-S.

           IF LKG-STATUS OF KG-S = 'OK '
             MOVE LKG-KEY OF KG-S          TO WS-KEY
             MOVE LKG-BITS OF KG-S         TO WS-BITS
             MOVE SPACES                   TO LKG-KEY OF KG-S

      *      The decipher schedule, built once per generation - 'K'
      *      then per-block 'D', the sequence every decipher in this
      *      shop uses
             MOVE WS-CIPHER-DATA           TO IOTAB
             MOVE WS-KEY                   TO IO-KEY OF IOCOMM
             MOVE WS-BITS                  TO IO-BITS OF IOCOMM
             MOVE 'ECB'                    TO IO-MODE OF IOCOMM
             MOVE 'K'                      TO IO-ACTION OF IOCOMM

             CALL 'AESCORE' USING IOCOMM IOTAB IOPUTM
           ELSE
             MOVE 'NO KEY'                 TO WS-GEN-STATE(WS-GEN-I)
             SET SW-GEN-UNSEARCHED(WS-GEN-I) TO TRUE
           END-IF.


       POSITION-ARCHIVE.
      *     AESARCHV holds every archived generation back to back,
      *     each behind its header - read up to this one's
           OPEN INPUT R-ARC.
           MOVE 'N'                       TO WS-ARC-AT-GEN
                                             WS-ARC-SECTION-END.
           MOVE 0                         TO WS-ARC-KEY.

           PERFORM UNTIL FS-ARC-EOF OR NOT FS-ARC-OK
             OR SW-ARC-AT-GEN
             READ R-ARC
               AT END
                 CONTINUE
               NOT AT END
                 IF ARC-TYPE = 'H'
                   AND ARC-HDR-NAME = WS-DAT-FILE-NAME
                   SET SW-ARC-AT-GEN      TO TRUE
                 END-IF
             END-READ
           END-PERFORM.

           IF NOT SW-ARC-AT-GEN
             SET SW-ARC-SECTION-END       TO TRUE
           END-IF.


       SEARCH-ONE-FIELD.
      *     Walk the field's hex span block by block, as AESSXTR
      *     does, then hold the field against token and subject
           MOVE SPACES                    TO WS-FIELD-HEX.
           MOVE 0                         TO WS-HEX-GOT.
           MOVE MAN-START-BLOCK           TO WS-CUR-BLOCK.
           MOVE MAN-START-OFFSET          TO WS-CUR-OFFSET.

           PERFORM UNTIL WS-HEX-GOT >= MAN-HEX-LENGTH
             OR WS-HEX-GOT >= 256 OR SW-SEARCH-FAILED
             PERFORM GET-BLOCK-IF-NEW

             COMPUTE WS-TAKE-LEN = 33 - WS-CUR-OFFSET

             IF WS-TAKE-LEN > MAN-HEX-LENGTH - WS-HEX-GOT
               COMPUTE WS-TAKE-LEN =
                   MAN-HEX-LENGTH - WS-HEX-GOT
             END-IF

             MOVE WS-PLAIN-HEX(WS-CUR-OFFSET:WS-TAKE-LEN)
               TO WS-FIELD-HEX(WS-HEX-GOT + 1:WS-TAKE-LEN)

             ADD WS-TAKE-LEN              TO WS-HEX-GOT
             ADD 1                        TO WS-CUR-BLOCK
             MOVE 1                       TO WS-CUR-OFFSET
           END-PERFORM.

           IF SW-SEARCH-FAILED
             CONTINUE
           ELSE
             PERFORM REBUILD-FIELD-BYTES

             IF (SW-TOKEN-FOUND AND WS-OUT-LEN >= 16
                 AND WS-FIELD-VALUE(1:WS-OUT-LEN) =
                     WS-MATCH-TOKEN(1:WS-OUT-LEN))
               OR (WS-OUT-LEN >= WS-SUBJECT-LEN
                 AND WS-FIELD-VALUE(1:WS-OUT-LEN) =
                     WS-MATCH-SUBJECT(1:WS-OUT-LEN))
               ADD 1                      TO WS-GEN-RECORDS(WS-GEN-I)
               ADD 1                      TO WS-RECORD-TOTAL
               STRING '    ' WS-DAT-FILE-NAME ' RECORD '
                      MAN-RECORD-NO ' FIELD ' MAN-FIELD-NO
               DELIMITED BY SIZE        INTO WS-RPT-LINE
               PERFORM WRITE-REPORT-LINE
             END-IF
           END-IF.

           MOVE SPACES                    TO WS-FIELD-VALUE
                                             WS-FIELD-HEX.


       GET-BLOCK-IF-NEW.
           IF WS-CUR-BLOCK = WS-HAVE-BLOCK
             CONTINUE
           ELSE
             IF SW-SOURCE-LIVE
               MOVE WS-CUR-BLOCK          TO DAT-KEY
               READ R-DAT KEY IS DAT-KEY
             ELSE
               PERFORM READ-ARCHIVED-BLOCK
             END-IF

             IF FS-DAT-OK
               CONTINUE
             ELSE
               STRING '    ' WS-DAT-FILE-NAME ' BLOCK '
                      WS-CUR-BLOCK ' UNREADABLE - SEARCH ABANDONED'
               DELIMITED BY SIZE        INTO WS-RPT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE 'BLOCK LOST'          TO WS-GEN-STATE(WS-GEN-I)
               SET SW-SEARCH-FAILED       TO TRUE
             END-IF

             IF SW-SEARCH-FAILED
               CONTINUE
             ELSE
               IF SW-CIPHERED
                 MOVE DAT-HEX             TO IO-TEXT OF IOCOMM
                 MOVE WS-KEY              TO IO-KEY OF IOCOMM
                 MOVE WS-BITS             TO IO-BITS OF IOCOMM
                 MOVE 'ECB'               TO IO-MODE OF IOCOMM
                 MOVE 'D'                 TO IO-ACTION OF IOCOMM
                 MOVE WS-DECIPHER-DATA    TO IOTAB

                 CALL 'AESCORE' USING IOCOMM IOTAB IOPUTM

                 MOVE IO-TEXT OF IOCOMM   TO WS-PLAIN-HEX
               ELSE
                 MOVE DAT-HEX             TO WS-PLAIN-HEX
               END-IF
               MOVE WS-CUR-BLOCK          TO WS-HAVE-BLOCK
             END-IF
           END-IF.


       READ-ARCHIVED-BLOCK.
      *     The manifest runs in block order, so the archive is read
      *     forward; a block behind the current position means
      *     starting the generation's section over
           IF WS-CUR-BLOCK < WS-ARC-KEY
             CLOSE R-ARC
             PERFORM POSITION-ARCHIVE
           END-IF.

           PERFORM UNTIL SW-ARC-SECTION-END
             OR WS-ARC-KEY >= WS-CUR-BLOCK
             READ R-ARC
               AT END
                 SET SW-ARC-SECTION-END   TO TRUE
               NOT AT END
                 IF ARC-TYPE = 'H'
                   SET SW-ARC-SECTION-END TO TRUE
                 ELSE
                   MOVE ARC-DTA-KEY       TO WS-ARC-KEY
                 END-IF
             END-READ
           END-PERFORM.

           IF WS-ARC-KEY = WS-CUR-BLOCK AND NOT SW-ARC-SECTION-END
             MOVE ARC-DTA-HEX             TO DAT-HEX
             MOVE 0                       TO FS-DAT
           ELSE
             MOVE 23                      TO FS-DAT
           END-IF.


       REBUILD-FIELD-BYTES.
      *     Two recovered hex characters back into each original
      *     byte - the exact reverse of AESFLDR's conversion
           MOVE 0                         TO WS-OUT-LEN.
           MOVE SPACES                    TO WS-FIELD-VALUE.

           PERFORM VARYING WS-HX-I FROM 1 BY 2
             UNTIL WS-HX-I >= WS-HEX-GOT
             OR WS-OUT-LEN >= 128
             MOVE WS-FIELD-HEX(WS-HX-I:1) TO WS-HEX-CHAR
             PERFORM FIND-NIBBLE
             MOVE WS-LO-NIB               TO WS-HI-NIB

             MOVE WS-FIELD-HEX(WS-HX-I + 1:1) TO WS-HEX-CHAR
             PERFORM FIND-NIBBLE

             COMPUTE WS-BYTE-VAL =
                 WS-HI-NIB * 16 + WS-LO-NIB + 1

             ADD 1                        TO WS-OUT-LEN
             MOVE FUNCTION CHAR(WS-BYTE-VAL)
               TO WS-FIELD-VALUE(WS-OUT-LEN:1)
           END-PERFORM.


       FIND-NIBBLE.
           PERFORM VARYING WS-LO-NIB FROM 0 BY 1
             UNTIL WS-LO-NIB > 15
             OR WS-HEXDIGITS(WS-LO-NIB + 1:1) = WS-HEX-CHAR
             CONTINUE
           END-PERFORM.

           IF WS-LO-NIB > 15
             MOVE 0                       TO WS-LO-NIB
           END-IF.


       REPORT-GENERATION.
           IF WS-GEN-STATE(WS-GEN-I) = 'NOT CATLGD'
             SET SW-GEN-UNSEARCHED(WS-GEN-I) TO TRUE
           END-IF.

           EVALUATE TRUE
             WHEN SW-GEN-FOUND(WS-GEN-I)
               ADD 1                      TO WS-FOUND-COUNT
               STRING WS-GEN-NAME(WS-GEN-I) ' '
                      WS-GEN-STATE(WS-GEN-I) ' HOLDS THE SUBJECT - '
                      WS-GEN-RECORDS(WS-GEN-I) ' RECORD(S)'
               DELIMITED BY SIZE        INTO WS-RPT-LINE
             WHEN SW-GEN-UNSEARCHED(WS-GEN-I)
               ADD 1                      TO WS-UNSEARCHED-COUNT
               STRING WS-GEN-NAME(WS-GEN-I) ' '
                      WS-GEN-STATE(WS-GEN-I) ' NOT SEARCHABLE - MAY '
                      'HOLD THE SUBJECT'
               DELIMITED BY SIZE        INTO WS-RPT-LINE
             WHEN OTHER
               STRING WS-GEN-NAME(WS-GEN-I) ' '
                      WS-GEN-STATE(WS-GEN-I) ' SUBJECT NOT FOUND'
               DELIMITED BY SIZE        INTO WS-RPT-LINE
           END-EVALUATE.
           PERFORM WRITE-REPORT-LINE.


       REPORT-LEGAL-HOLDS.
      *     Every hold on a searched generation is reported; one on
      *     a generation that holds (or may hold) the subject blocks
      *     the erasure
           PERFORM VARYING WS-GEN-I FROM 1 BY 1
             UNTIL WS-GEN-I > WS-GEN-COUNT
             IF SW-GEN-HELD(WS-GEN-I)
               IF SW-GEN-AFFECTED(WS-GEN-I)
                 ADD 1                    TO WS-BLOCKING-COUNT
                 STRING 'LEGAL HOLD   - ' WS-GEN-NAME(WS-GEN-I)
                        ' IS ON AESHOLDS - BLOCKS THE ERASURE'
                 DELIMITED BY SIZE      INTO WS-RPT-LINE
               ELSE
                 STRING 'LEGAL HOLD   - ' WS-GEN-NAME(WS-GEN-I)
                        ' IS ON AESHOLDS - SUBJECT NOT IN IT'
                 DELIMITED BY SIZE      INTO WS-RPT-LINE
               END-IF
               PERFORM WRITE-REPORT-LINE
             END-IF
           END-PERFORM.


       PURGE-VAULT-ENTRY.
      *     The token goes first - once it is gone nothing anywhere
      *     can be turned back into the subject through the vault
           IF SW-TOKEN-FOUND
             MOVE 'E'                     TO TOK-FUNCTION
             MOVE WS-REQUESTER            TO TOK-CALLER
             MOVE SPACES                  TO TOK-VALUE
             MOVE WS-TOKEN                TO TOK-TOKEN

             CALL 'AESTOKEN' USING WS-TOK-LS

             EVALUATE TRUE
               WHEN TOKS-OK
                 SET SW-VAULT-PURGED      TO TRUE
               WHEN TOKS-NOT-FOUND
                 CONTINUE
               WHEN OTHER
                 DISPLAY 'AESERASE: VAULT PURGE FAILED: ' TOK-STATUS
                         ' - NOTHING FLAGGED, NO CERTIFICATE'
                 MOVE 12                  TO RETURN-CODE
                 STOP RUN
             END-EVALUATE
           END-IF.


       FLAG-GENERATIONS.
           OPEN I-O R-CAT.

           IF FS-CAT-OK
             CONTINUE
           ELSE
             DISPLAY 'AESERASE: ERROR OPENING AESRCAT: ' FS-CAT
                     ' - VAULT PURGED, GENERATIONS NOT FLAGGED'
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.

           PERFORM VARYING WS-GEN-I FROM 1 BY 1
             UNTIL WS-GEN-I > WS-GEN-COUNT
             IF SW-GEN-AFFECTED(WS-GEN-I)
               AND WS-GEN-STATE(WS-GEN-I) NOT = 'NOT CATLGD'
               MOVE WS-GEN-CAT(WS-GEN-I)  TO CAT-GEN
               READ R-CAT KEY IS CAT-GEN
               IF FS-CAT-OK
      *          A found subject outranks a could-not-search
                 IF CAT-ERASED NOT = 'E'
                   MOVE WS-GEN-FLAG(WS-GEN-I) TO CAT-ERASED
                 END-IF
                 REWRITE CAT-REC
               END-IF
               IF FS-CAT-OK
                 ADD 1                    TO WS-FLAGGED-COUNT
               ELSE
                 DISPLAY 'AESERASE: CANNOT FLAG '
                         WS-GEN-CAT(WS-GEN-I) ': ' FS-CAT
                 MOVE 12                  TO RETURN-CODE
                 CLOSE R-CAT
                 STOP RUN
               END-IF
             END-IF
           END-PERFORM.

           CLOSE R-CAT.


       WRITE-CERTIFICATE.
           OPEN OUTPUT R-CRT.

           IF FS-CRT-OK
             CONTINUE
           ELSE
             DISPLAY 'AESERASE: ERROR OPENING AESERCRT: ' FS-CRT
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.

           ACCEPT WS-STAMP-TIME           FROM TIME.

           MOVE 'ERASURE COMPLETION CERTIFICATE' TO CRT-REC.
           PERFORM WRITE-CERTIFICATE-LINE.

           STRING 'CASE ' WS-CASE '  REQUESTER ' WS-REQUESTER
                  '  COMPLETED ' WS-TODAY ' ' WS-STAMP-HHMMSS
           DELIMITED BY SIZE            INTO CRT-REC.
           PERFORM WRITE-CERTIFICATE-LINE.

           EVALUATE TRUE
             WHEN SW-VAULT-PURGED
               STRING 'TOKEN VAULT  - TOKEN ' WS-TOKEN
                      ' AND ITS VALUE PURGED'
               DELIMITED BY SIZE        INTO CRT-REC
             WHEN SW-TOKEN-FOUND
               STRING 'TOKEN VAULT  - TOKEN ' WS-TOKEN
                      ' ALREADY GONE FROM THE VAULT'
               DELIMITED BY SIZE        INTO CRT-REC
             WHEN OTHER
               MOVE 'TOKEN VAULT  - SUBJECT WAS NOT IN THE VAULT'
                 TO CRT-REC
           END-EVALUATE.
           PERFORM WRITE-CERTIFICATE-LINE.

           PERFORM VARYING WS-GEN-I FROM 1 BY 1
             UNTIL WS-GEN-I > WS-GEN-COUNT
             EVALUATE TRUE
               WHEN SW-GEN-FOUND(WS-GEN-I)
                 STRING 'GENERATION   - ' WS-GEN-NAME(WS-GEN-I) ' '
                        WS-GEN-RECORDS(WS-GEN-I)
                        ' RECORD(S), FLAGGED E ON '
                        WS-GEN-CAT(WS-GEN-I)
                 DELIMITED BY SIZE      INTO CRT-REC
               WHEN SW-GEN-UNSEARCHED(WS-GEN-I)
                 STRING 'GENERATION   - ' WS-GEN-NAME(WS-GEN-I) ' '
                        WS-GEN-STATE(WS-GEN-I) ', FLAGGED U'
                 DELIMITED BY SIZE      INTO CRT-REC
               WHEN OTHER
                 STRING 'GENERATION   - ' WS-GEN-NAME(WS-GEN-I) ' '
                        WS-GEN-STATE(WS-GEN-I) ', SUBJECT NOT FOUND'
                 DELIMITED BY SIZE      INTO CRT-REC
             END-EVALUATE
             PERFORM WRITE-CERTIFICATE-LINE
           END-PERFORM.

           MOVE 'LEGAL HOLDS  - NONE BLOCKING' TO CRT-REC.
           PERFORM WRITE-CERTIFICATE-LINE.

           STRING 'TOTALS - ' WS-GEN-COUNT ' GENERATION(S) SEARCHED, '
                  WS-FLAGGED-COUNT ' CATALOG ENTRY(IES) FLAGGED'
           DELIMITED BY SIZE            INTO CRT-REC.
           PERFORM WRITE-CERTIFICATE-LINE.

           CLOSE R-CRT.


       WRITE-CERTIFICATE-LINE.
           WRITE CRT-REC.

           IF FS-CRT-OK
             MOVE SPACES                  TO CRT-REC
           ELSE
             DISPLAY 'AESERASE: ERROR WRITING AESERCRT: ' FS-CRT
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.


       WRITE-REPORT-LINE.
           MOVE WS-RPT-LINE                TO RPT-REC.
           MOVE SPACES                     TO WS-RPT-LINE.

           WRITE RPT-REC.

           IF FS-RPT-OK
             CONTINUE
           ELSE
             DISPLAY 'AESERASE: ERROR WRITING AESERPLN: ' FS-RPT
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.
