       ID DIVISION.
       PROGRAM-ID. AESWHEXT.
      *****************************************************************
      * Nightly data-warehouse extract. Finance and capacity planning
      * load the subsystem's catalog, metrics and usage history into
      * the warehouse instead of retyping AESCHBKR, AESTDRPT and
      * AESCATIQ output. Each source goes to its own delimited flat
      * file, first line the column labels, last line a trailer the
      * load reconciles against:
      *
      *   source    extract   control total
      *   AESRCAT   AESWXCAT  sum of BLOCKS
      *   AESMHIST  AESWXHIS  sum of BLOCKS
      *   AESKUSE   AESWXUSE  hash total of DATE (CCYYMMDD summed)
      *   AESEZMTR  AESWXMTR  sum of COUNT
      *   AESQUSED  AESWXQUS  sum of BLOCKS
      *   AESBJRNL  AESWXJRN  hash total of DATE (CCYYMMDD summed)
      *
      *   TRAILER|source|mode|from|through|records|control total
      *
      * Dates go out as CCYY-MM-DD and times as HH:MM:SS; numbers
      * without leading zeros. A delimiter found inside a value is
      * blanked so it can never split a column.
      *
      * Incremental by date: AESWXCTL keeps, per source, the last
      * date already extracted, and a run takes the records dated
      * after it up to and including yesterday - today's records are
      * still accumulating (AESQUSED adds to the day's total all day)
      * and go out tomorrow, complete. A full refresh takes every
      * record up to yesterday, whatever was extracted before. Either
      * way AESWXCTL moves on to yesterday once the six files are
      * closed. A source that is not there yields header and trailer
      * only, so the load always finds six files.
      *
      * Nothing key-bearing is extracted: the wrapped data key on
      * AESRCAT (CAT-DEK-WRAP/CAT-DEK-C0) is left out, and no source
      * here carries an IV. Key aliases and versions are names, not
      * key material, and do go out.
      *
      * Control card AESWXPRM (optional):
      *   1      'F' full refresh, anything else incremental
      *   3      delimiter (default '|')
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *     CONTROL CARD (AESWXPRM)
            SELECT OPTIONAL R-PARM ASSIGN TO 'AESWXPRM'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-PARM.

      *     LAST DATE EXTRACTED, PER SOURCE (AESWXCTL)
            SELECT OPTIONAL R-CTL ASSIGN TO 'AESWXCTL'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-CTL.

      *     RUN CATALOG (AESRCAT - KSDS keyed on output generation)
            SELECT OPTIONAL R-CAT ASSIGN TO 'AESRCAT'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS SEQUENTIAL
                   RECORD KEY   IS CAT-GEN
                   FILE STATUS  IS FS-CAT.

      *     RUN-METRICS HISTORY (AESMHIST - LRECL=96)
            SELECT OPTIONAL R-HIS ASSIGN TO 'AESMHIST'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-HIS.

      *     KEY USE JOURNAL (AESKUSE)
            SELECT OPTIONAL R-USE ASSIGN TO 'AESKUSE'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-USE.

      *     AESEASY METERING (AESEZMTR)
            SELECT OPTIONAL R-MTR ASSIGN TO 'AESEZMTR'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-MTR.

      *     TENANT USAGE ACCUMULATOR (AESQUSED - KSDS keyed on
      *     tenant+date)
            SELECT OPTIONAL R-QUS ASSIGN TO 'AESQUSED'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS SEQUENTIAL
                   RECORD KEY   IS QUS-KEY
                   FILE STATUS  IS FS-QUS.

      *     BATCH TUPLE-OUTCOME JOURNAL (AESBJRNL - LRECL=80)
            SELECT OPTIONAL R-JRN ASSIGN TO 'AESBJRNL'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-JRN.

      *     EXTRACT FILE - one per source, assigned dynamically
            SELECT R-OUT ASSIGN TO DYNAMIC WS-OUT-FILE-NAME
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-OUT.

       DATA DIVISION.
       FILE SECTION.
      *   AESWXPRM
       FD R-PARM LABEL RECORD STANDARD.

       01 PARM-REC.
          05 PARM-MODE                   PIC X(01).
          05 FILLER                      PIC X(01).
          05 PARM-DELIM                  PIC X(01).

      *   AESWXCTL
       FD R-CTL LABEL RECORD STANDARD.

       01 CTL-REC.
          05 CTL-SOURCE                  PIC X(08).
          05 FILLER                      PIC X(01).
          05 CTL-THRU-DATE               PIC 9(08).
          05 FILLER                      PIC X(03).

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

      *   AESMHIST
       FD R-HIS LABEL RECORD STANDARD.

       01 HIS-REC.
          02 HIS-GEN                  PIC X(20).
          02 HIS-DATE                 PIC 9(08).
          02 HIS-TIME                 PIC 9(06).
          02 HIS-ACTION               PIC X(08).
          02 HIS-MODE                 PIC X(03).
          02 HIS-BITS                 PIC X(03).
          02 HIS-BATCH-SIZE           PIC 9(04).
          02 HIS-BLOCKS               PIC 9(09).
          02 HIS-ELAPSED-SECS         PIC 9(07).
          02 HIS-RUN-ID               PIC X(16).
          02 FILLER                   PIC X(12).

      *   AESKUSE
       FD R-USE LABEL RECORD STANDARD.

       01 USE-REC.
          02 USE-ALIAS                PIC X(08).
          02 USE-DATE                 PIC 9(08).
          02 USE-TIME                 PIC 9(06).
          02 USE-RUN-IDENT            PIC X(16).
          02 USE-OUTCOME              PIC X(03).
          02 USE-KEY-USE              PIC X(01).
          02 FILLER                   PIC X(06).

      *   AESEZMTR
       FD R-MTR LABEL RECORD STANDARD.

       01 MTR-REC.
          02 MTR-DATE                 PIC 9(08).
          02 MTR-CALLER               PIC X(08).
          02 MTR-ALIAS                PIC X(08).
          02 MTR-ACTION               PIC X(01).
          02 MTR-COUNT                PIC 9(09).
          02 FILLER                   PIC X(06).

      *   AESQUSED
       FD R-QUS LABEL RECORD STANDARD.

       01 QUS-REC.
          02 QUS-KEY.
             03 QUS-TENANT            PIC X(08).
             03 QUS-DATE              PIC 9(08).
          02 QUS-BLOCKS               PIC 9(11).
          02 FILLER                   PIC X(05).

      *   AESBJRNL
       FD R-JRN LABEL RECORD STANDARD.

       01 JRN-REC.
          05 JRN-TUPLE-SEQ               PIC 9(05).
          05 JRN-DAT-FILE                PIC X(20).
          05 JRN-ODT-FILE                PIC X(20).
          05 JRN-STATUS                  PIC X(03).
          05 JRN-REASON                  PIC 9(02).
          05 JRN-DATE                    PIC 9(08).
          05 JRN-TIME                    PIC 9(06).
          05 FILLER                      PIC X(16).

      *   AESWXCAT/HIS/USE/MTR/QUS/JRN
       FD R-OUT LABEL RECORD STANDARD.

       01 OUT-REC                        PIC X(256).

       WORKING-STORAGE SECTION.
      *  The -OPEN conditions take in 05: an OPTIONAL file that is
      *  not there opens as empty, and still has to be closed
         01 FS.
            05 FS-PARM                  PIC 9(02).
               88 FS-PARM-OPEN                    VALUE 0 05.
            05 FS-CTL                   PIC 9(02).
               88 FS-CTL-OK                       VALUE 0.
               88 FS-CTL-OPEN                     VALUE 0 05.
               88 FS-CTL-EOF                      VALUE 10.
            05 FS-CAT                   PIC 9(02).
               88 FS-CAT-OK                       VALUE 0.
               88 FS-CAT-OPEN                     VALUE 0 05.
               88 FS-CAT-EOF                      VALUE 10.
            05 FS-HIS                   PIC 9(02).
               88 FS-HIS-OPEN                     VALUE 0 05.
               88 FS-HIS-EOF                      VALUE 10.
            05 FS-USE                   PIC 9(02).
               88 FS-USE-OPEN                     VALUE 0 05.
               88 FS-USE-EOF                      VALUE 10.
            05 FS-MTR                   PIC 9(02).
               88 FS-MTR-OPEN                     VALUE 0 05.
               88 FS-MTR-EOF                      VALUE 10.
            05 FS-QUS                   PIC 9(02).
               88 FS-QUS-OK                       VALUE 0.
               88 FS-QUS-OPEN                     VALUE 0 05.
               88 FS-QUS-EOF                      VALUE 10.
            05 FS-JRN                   PIC 9(02).
               88 FS-JRN-OPEN                     VALUE 0 05.
               88 FS-JRN-EOF                      VALUE 10.
            05 FS-OUT                   PIC 9(02).
               88 FS-OUT-OK                       VALUE 0.

         77 WS-TODAY                    PIC 9(08).
         77 WS-THRU-DATE                PIC 9(08).
         77 WS-FROM-EXCL                PIC 9(08).
         77 WS-FROM-DATE                PIC 9(08).
         77 WS-LILIAN                   PIC 9(08).

         77 WS-MODE                     PIC X(01)   VALUE 'I'.
            88 SW-FULL-REFRESH                      VALUE 'F'.
         77 WS-DELIM                    PIC X(01)   VALUE '|'.

      *  Last date extracted, per source
         01 WS-CTL-TABLE.
            05 WS-CTL OCCURS 10.
               10 WCT-SOURCE            PIC X(08).
               10 WCT-THRU-DATE         PIC 9(08).
         77 WS-CTL-COUNT                PIC 9(02)   VALUE 0.
         77 WS-CTL-I                    PIC 9(02).

         77 WS-SOURCE                   PIC X(08).
         01 WS-OUT-FILE-NAME            PIC X(08).

         77 WS-REC-COUNT                PIC 9(09).
         77 WS-CONTROL-TOTAL            PIC 9(15).
         77 WS-FILE-COUNT               PIC 9(02)   VALUE 0.

      *  The line being built
         01 WS-OUT-LINE                 PIC X(256).
         77 WS-OUT-PTR                  PIC 9(03).
         77 WS-FIRST-FIELD              PIC X(01).
            88 SW-FIRST-FIELD                       VALUE 'Y'.

      *  One field to append
         01 WS-FLD                      PIC X(40).
         77 WS-FLD-LEN                  PIC 9(02).
         77 WS-NUM                      PIC 9(15).
         77 WS-NUM-ED                   PIC Z(14)9.
         01 WS-FLD-DATE                 PIC 9(08).
         01 WS-FLD-DATE-R REDEFINES WS-FLD-DATE.
            05 WS-FLD-CCYY              PIC X(04).
            05 WS-FLD-MM                PIC X(02).
            05 WS-FLD-DD                PIC X(02).
         01 WS-FLD-TIME                 PIC 9(06).
         01 WS-FLD-TIME-R REDEFINES WS-FLD-TIME.
            05 WS-FLD-HH                PIC X(02).
            05 WS-FLD-MN                PIC X(02).
            05 WS-FLD-SS                PIC X(02).

       LINKAGE SECTION.

       PROCEDURE DIVISION.
       MAINLINE.
           ACCEPT WS-TODAY                 FROM DATE YYYYMMDD.

           COMPUTE WS-LILIAN = FUNCTION INTEGER-OF-DATE(WS-TODAY) - 1.
           COMPUTE WS-THRU-DATE = FUNCTION DATE-OF-INTEGER(WS-LILIAN).

           PERFORM READ-PARAMETERS.
           PERFORM LOAD-CONTROL.

           PERFORM EXTRACT-CATALOG  THRU EXTRACT-CATALOG-EXIT.
           PERFORM EXTRACT-METRICS  THRU EXTRACT-METRICS-EXIT.
           PERFORM EXTRACT-KEY-USE  THRU EXTRACT-KEY-USE-EXIT.
           PERFORM EXTRACT-METERING THRU EXTRACT-METERING-EXIT.
           PERFORM EXTRACT-QUOTA    THRU EXTRACT-QUOTA-EXIT.
           PERFORM EXTRACT-BATCH    THRU EXTRACT-BATCH-EXIT.

      *     All six extracts are closed - only now does the
      *     incremental window move on
           PERFORM SAVE-CONTROL.

           DISPLAY 'AESWHEXT: ' WS-FILE-COUNT ' extract(s) through '
                   WS-THRU-DATE ' (' WS-MODE ')'.

           STOP RUN.


       READ-PARAMETERS.
           OPEN INPUT R-PARM.

           IF FS-PARM-OPEN
             READ R-PARM
               AT END
                 CONTINUE
               NOT AT END
                 IF PARM-MODE = 'F'
                   MOVE 'F'               TO WS-MODE
                 END-IF

                 IF PARM-DELIM NOT = SPACE
                   MOVE PARM-DELIM        TO WS-DELIM
                 END-IF
             END-READ

             CLOSE R-PARM
           END-IF.


       LOAD-CONTROL.
           OPEN INPUT R-CTL.

           IF FS-CTL-OPEN
             PERFORM UNTIL FS-CTL-EOF
               READ R-CTL
                 AT END
                   CONTINUE
                 NOT AT END
                   IF WS-CTL-COUNT < 10
                     ADD 1                TO WS-CTL-COUNT
                     MOVE CTL-SOURCE      TO
                          WCT-SOURCE(WS-CTL-COUNT)
                     MOVE CTL-THRU-DATE   TO
                          WCT-THRU-DATE(WS-CTL-COUNT)
                   END-IF
               END-READ
             END-PERFORM

             CLOSE R-CTL
           END-IF.


       SAVE-CONTROL.
           OPEN OUTPUT R-CTL.

           IF FS-CTL-OK
             CONTINUE
           ELSE
             DISPLAY 'AESWHEXT: ERROR OPENING AESWXCTL: ' FS-CTL
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.

           PERFORM VARYING WS-CTL-I FROM 1 BY 1
             UNTIL WS-CTL-I > WS-CTL-COUNT
             MOVE SPACES                  TO CTL-REC
             MOVE WCT-SOURCE(WS-CTL-I)    TO CTL-SOURCE
             MOVE WCT-THRU-DATE(WS-CTL-I) TO CTL-THRU-DATE

             WRITE CTL-REC
           END-PERFORM.

           CLOSE R-CTL.


      *****************************************************************
      * AESRCAT - one line per generation, the wrapped key left out
      *****************************************************************
       EXTRACT-CATALOG.
           MOVE 'AESRCAT '                TO WS-SOURCE.
           MOVE 'AESWXCAT'                TO WS-OUT-FILE-NAME.
           MOVE 'GEN|DATE|ACTION|MODE|BITS|ALIAS|VERSION|BLOCKS|RUN_ID|D
      -         'AT_GEN|TENANT|EMBARGO|ENV|CLASS|MAC'
                                          TO WS-OUT-LINE.
           PERFORM BEGIN-EXTRACT.

           OPEN INPUT R-CAT.

           IF FS-CAT-OPEN
             CONTINUE
           ELSE
             GO TO EXTRACT-CATALOG-EXIT
           END-IF.

           PERFORM UNTIL FS-CAT-EOF
             READ R-CAT NEXT RECORD

             IF FS-CAT-OK
               IF CAT-DATE > WS-FROM-EXCL
                 AND CAT-DATE NOT > WS-THRU-DATE
                 PERFORM CATALOG-ROW
               END-IF
             ELSE
               MOVE 10                    TO FS-CAT
             END-IF
           END-PERFORM.

           CLOSE R-CAT.

       EXTRACT-CATALOG-EXIT.
           PERFORM END-EXTRACT.


       CATALOG-ROW.
           PERFORM START-ROW.

           MOVE CAT-GEN                   TO WS-FLD.
           PERFORM ADD-TEXT.
           MOVE CAT-DATE                  TO WS-FLD-DATE.
           PERFORM ADD-DATE.
           MOVE CAT-ACTION                TO WS-FLD.
           PERFORM ADD-TEXT.
           MOVE CAT-MODE                  TO WS-FLD.
           PERFORM ADD-TEXT.
           MOVE CAT-BITS                  TO WS-FLD.
           PERFORM ADD-TEXT.
           MOVE CAT-ALIAS                 TO WS-FLD.
           PERFORM ADD-TEXT.
           MOVE CAT-VERSION               TO WS-NUM.
           PERFORM ADD-NUMBER.
           MOVE CAT-BLOCKS                TO WS-NUM.
           PERFORM ADD-NUMBER.
           MOVE CAT-RUN-ID                TO WS-FLD.
           PERFORM ADD-TEXT.
           MOVE CAT-DAT-GEN               TO WS-FLD.
           PERFORM ADD-TEXT.
           MOVE CAT-TENANT                TO WS-FLD.
           PERFORM ADD-TEXT.
           MOVE CAT-EMBARGO               TO WS-FLD-DATE.
           PERFORM ADD-DATE.
           MOVE CAT-ENV                   TO WS-FLD.
           PERFORM ADD-TEXT.
           MOVE CAT-CLASS                 TO WS-FLD.
           PERFORM ADD-TEXT.
           MOVE CAT-MAC                   TO WS-FLD.
           PERFORM ADD-TEXT.

           ADD CAT-BLOCKS                 TO WS-CONTROL-TOTAL.
           PERFORM END-ROW.


      *****************************************************************
      * AESMHIST - one line per run
      *****************************************************************
       EXTRACT-METRICS.
           MOVE 'AESMHIST'                TO WS-SOURCE.
           MOVE 'AESWXHIS'                TO WS-OUT-FILE-NAME.
           MOVE 'GEN|DATE|TIME|ACTION|MODE|BITS|BATCH_SIZE|BLOCKS|ELAPSE
      -         'D_SECS|RUN_ID'           TO WS-OUT-LINE.
           PERFORM BEGIN-EXTRACT.

           OPEN INPUT R-HIS.

           IF FS-HIS-OPEN
             CONTINUE
           ELSE
             GO TO EXTRACT-METRICS-EXIT
           END-IF.

           PERFORM UNTIL FS-HIS-EOF
             READ R-HIS
               AT END
                 CONTINUE
               NOT AT END
                 IF HIS-DATE > WS-FROM-EXCL
                   AND HIS-DATE NOT > WS-THRU-DATE
                   PERFORM METRICS-ROW
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE R-HIS.

       EXTRACT-METRICS-EXIT.
           PERFORM END-EXTRACT.


       METRICS-ROW.
           PERFORM START-ROW.

           MOVE HIS-GEN                   TO WS-FLD.
           PERFORM ADD-TEXT.
           MOVE HIS-DATE                  TO WS-FLD-DATE.
           PERFORM ADD-DATE.
           MOVE HIS-TIME                  TO WS-FLD-TIME.
           PERFORM ADD-TIME.
           MOVE HIS-ACTION                TO WS-FLD.
           PERFORM ADD-TEXT.
           MOVE HIS-MODE                  TO WS-FLD.
           PERFORM ADD-TEXT.
           MOVE HIS-BITS                  TO WS-FLD.
           PERFORM ADD-TEXT.
           MOVE HIS-BATCH-SIZE            TO WS-NUM.
           PERFORM ADD-NUMBER.
           MOVE HIS-BLOCKS                TO WS-NUM.
           PERFORM ADD-NUMBER.
           MOVE HIS-ELAPSED-SECS          TO WS-NUM.
           PERFORM ADD-NUMBER.
           MOVE HIS-RUN-ID                TO WS-FLD.
           PERFORM ADD-TEXT.

           ADD HIS-BLOCKS                 TO WS-CONTROL-TOTAL.
           PERFORM END-ROW.


      *****************************************************************
      * AESKUSE - one line per key resolution
      *****************************************************************
       EXTRACT-KEY-USE.
           MOVE 'AESKUSE '                TO WS-SOURCE.
           MOVE 'AESWXUSE'                TO WS-OUT-FILE-NAME.
           MOVE 'ALIAS|DATE|TIME|RUN_ID|OUTCOME|KEY_USE'
                                          TO WS-OUT-LINE.
           PERFORM BEGIN-EXTRACT.

           OPEN INPUT R-USE.

           IF FS-USE-OPEN
             CONTINUE
           ELSE
             GO TO EXTRACT-KEY-USE-EXIT
           END-IF.

           PERFORM UNTIL FS-USE-EOF
             READ R-USE
               AT END
                 CONTINUE
               NOT AT END
                 IF USE-DATE > WS-FROM-EXCL
                   AND USE-DATE NOT > WS-THRU-DATE
                   PERFORM KEY-USE-ROW
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE R-USE.

       EXTRACT-KEY-USE-EXIT.
           PERFORM END-EXTRACT.


       KEY-USE-ROW.
           PERFORM START-ROW.

           MOVE USE-ALIAS                 TO WS-FLD.
           PERFORM ADD-TEXT.
           MOVE USE-DATE                  TO WS-FLD-DATE.
           PERFORM ADD-DATE.
           MOVE USE-TIME                  TO WS-FLD-TIME.
           PERFORM ADD-TIME.
           MOVE USE-RUN-IDENT             TO WS-FLD.
           PERFORM ADD-TEXT.
           MOVE USE-OUTCOME               TO WS-FLD.
           PERFORM ADD-TEXT.
           MOVE USE-KEY-USE               TO WS-FLD.
           PERFORM ADD-TEXT.

           ADD USE-DATE                   TO WS-CONTROL-TOTAL.
           PERFORM END-ROW.


      *****************************************************************
      * AESEZMTR - one line per AESEASY metering record
      *****************************************************************
       EXTRACT-METERING.
           MOVE 'AESEZMTR'                TO WS-SOURCE.
           MOVE 'AESWXMTR'                TO WS-OUT-FILE-NAME.
           MOVE 'DATE|CALLER|ALIAS|ACTION|COUNT'
                                          TO WS-OUT-LINE.
           PERFORM BEGIN-EXTRACT.

           OPEN INPUT R-MTR.

           IF FS-MTR-OPEN
             CONTINUE
           ELSE
             GO TO EXTRACT-METERING-EXIT
           END-IF.

           PERFORM UNTIL FS-MTR-EOF
             READ R-MTR
               AT END
                 CONTINUE
               NOT AT END
                 IF MTR-DATE > WS-FROM-EXCL
                   AND MTR-DATE NOT > WS-THRU-DATE
                   PERFORM METERING-ROW
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE R-MTR.

       EXTRACT-METERING-EXIT.
           PERFORM END-EXTRACT.


       METERING-ROW.
           PERFORM START-ROW.

           MOVE MTR-DATE                  TO WS-FLD-DATE.
           PERFORM ADD-DATE.
           MOVE MTR-CALLER                TO WS-FLD.
           PERFORM ADD-TEXT.
           MOVE MTR-ALIAS                 TO WS-FLD.
           PERFORM ADD-TEXT.
           MOVE MTR-ACTION                TO WS-FLD.
           PERFORM ADD-TEXT.
           MOVE MTR-COUNT                 TO WS-NUM.
           PERFORM ADD-NUMBER.

           ADD MTR-COUNT                  TO WS-CONTROL-TOTAL.
           PERFORM END-ROW.


      *****************************************************************
      * AESQUSED - one line per tenant per day
      *****************************************************************
       EXTRACT-QUOTA.
           MOVE 'AESQUSED'                TO WS-SOURCE.
           MOVE 'AESWXQUS'                TO WS-OUT-FILE-NAME.
           MOVE 'TENANT|DATE|BLOCKS'      TO WS-OUT-LINE.
           PERFORM BEGIN-EXTRACT.

           OPEN INPUT R-QUS.

           IF FS-QUS-OPEN
             CONTINUE
           ELSE
             GO TO EXTRACT-QUOTA-EXIT
           END-IF.

           PERFORM UNTIL FS-QUS-EOF
             READ R-QUS NEXT RECORD

             IF FS-QUS-OK
               IF QUS-DATE > WS-FROM-EXCL
                 AND QUS-DATE NOT > WS-THRU-DATE
                 PERFORM QUOTA-ROW
               END-IF
             ELSE
               MOVE 10                    TO FS-QUS
             END-IF
           END-PERFORM.

           CLOSE R-QUS.

       EXTRACT-QUOTA-EXIT.
           PERFORM END-EXTRACT.


       QUOTA-ROW.
           PERFORM START-ROW.

           MOVE QUS-TENANT                TO WS-FLD.
           PERFORM ADD-TEXT.
           MOVE QUS-DATE                  TO WS-FLD-DATE.
           PERFORM ADD-DATE.
           MOVE QUS-BLOCKS                TO WS-NUM.
           PERFORM ADD-NUMBER.

           ADD QUS-BLOCKS                 TO WS-CONTROL-TOTAL.
           PERFORM END-ROW.


      *****************************************************************
      * AESBJRNL - one line per batch tuple outcome
      *****************************************************************
       EXTRACT-BATCH.
           MOVE 'AESBJRNL'                TO WS-SOURCE.
           MOVE 'AESWXJRN'                TO WS-OUT-FILE-NAME.
           MOVE 'TUPLE_SEQ|DAT_FILE|ODT_FILE|STATUS|REASON|DATE|TIME'
                                          TO WS-OUT-LINE.
           PERFORM BEGIN-EXTRACT.

           OPEN INPUT R-JRN.

           IF FS-JRN-OPEN
             CONTINUE
           ELSE
             GO TO EXTRACT-BATCH-EXIT
           END-IF.

           PERFORM UNTIL FS-JRN-EOF
             READ R-JRN
               AT END
                 CONTINUE
               NOT AT END
                 IF JRN-DATE > WS-FROM-EXCL
                   AND JRN-DATE NOT > WS-THRU-DATE
                   PERFORM BATCH-ROW
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE R-JRN.

       EXTRACT-BATCH-EXIT.
           PERFORM END-EXTRACT.


       BATCH-ROW.
           PERFORM START-ROW.

           MOVE JRN-TUPLE-SEQ             TO WS-NUM.
           PERFORM ADD-NUMBER.
           MOVE JRN-DAT-FILE              TO WS-FLD.
           PERFORM ADD-TEXT.
           MOVE JRN-ODT-FILE              TO WS-FLD.
           PERFORM ADD-TEXT.
           MOVE JRN-STATUS                TO WS-FLD.
           PERFORM ADD-TEXT.
           MOVE JRN-REASON                TO WS-NUM.
           PERFORM ADD-NUMBER.
           MOVE JRN-DATE                  TO WS-FLD-DATE.
           PERFORM ADD-DATE.
           MOVE JRN-TIME                  TO WS-FLD-TIME.
           PERFORM ADD-TIME.

           ADD JRN-DATE                   TO WS-CONTROL-TOTAL.
           PERFORM END-ROW.


      *****************************************************************
      * Open one extract: find where the source's window starts and
      * write the column labels the caller left in WS-OUT-LINE, in
      * the run's delimiter.
      *****************************************************************
       BEGIN-EXTRACT.
           PERFORM VARYING WS-CTL-I FROM 1 BY 1
             UNTIL WS-CTL-I > WS-CTL-COUNT
             OR WCT-SOURCE(WS-CTL-I) = WS-SOURCE
             CONTINUE
           END-PERFORM.

           IF WS-CTL-I > WS-CTL-COUNT
             ADD 1                        TO WS-CTL-COUNT
             MOVE WS-SOURCE               TO WCT-SOURCE(WS-CTL-I)
             MOVE 0                       TO WCT-THRU-DATE(WS-CTL-I)
           END-IF.

           IF SW-FULL-REFRESH
             MOVE 0                       TO WS-FROM-EXCL
           ELSE
             MOVE WCT-THRU-DATE(WS-CTL-I) TO WS-FROM-EXCL
           END-IF.

           IF WS-FROM-EXCL = 0
             MOVE 0                       TO WS-FROM-DATE
           ELSE
             COMPUTE WS-LILIAN =
                 FUNCTION INTEGER-OF-DATE(WS-FROM-EXCL) + 1
             COMPUTE WS-FROM-DATE =
                 FUNCTION DATE-OF-INTEGER(WS-LILIAN)
           END-IF.

           MOVE 0                         TO WS-REC-COUNT
                                             WS-CONTROL-TOTAL.

           OPEN OUTPUT R-OUT.

           IF FS-OUT-OK
             CONTINUE
           ELSE
             DISPLAY 'AESWHEXT: ERROR OPENING ' WS-OUT-FILE-NAME
                     ': ' FS-OUT
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.

           INSPECT WS-OUT-LINE REPLACING ALL '|' BY WS-DELIM.
           PERFORM WRITE-OUT-LINE.


      *****************************************************************
      * Close one extract with its trailer, and move the source's
      * window on (saved to AESWXCTL once every extract is closed)
      *****************************************************************
       END-EXTRACT.
           PERFORM START-ROW.

           MOVE 'TRAILER'                 TO WS-FLD.
           PERFORM ADD-TEXT.
           MOVE WS-SOURCE                 TO WS-FLD.
           PERFORM ADD-TEXT.
           MOVE WS-MODE                   TO WS-FLD.
           PERFORM ADD-TEXT.
           MOVE WS-FROM-DATE              TO WS-FLD-DATE.
           PERFORM ADD-DATE.
           MOVE WS-THRU-DATE              TO WS-FLD-DATE.
           PERFORM ADD-DATE.
           MOVE WS-REC-COUNT              TO WS-NUM.
           PERFORM ADD-NUMBER.
           MOVE WS-CONTROL-TOTAL          TO WS-NUM.
           PERFORM ADD-NUMBER.

           PERFORM WRITE-OUT-LINE.

           CLOSE R-OUT.

           MOVE WS-THRU-DATE              TO WCT-THRU-DATE(WS-CTL-I).
           ADD 1                          TO WS-FILE-COUNT.

           DISPLAY 'AESWHEXT: ' WS-OUT-FILE-NAME ' ' WS-REC-COUNT
                   ' record(s) from ' WS-SOURCE
                   ' control total ' WS-CONTROL-TOTAL.


       START-ROW.
           MOVE SPACES                    TO WS-OUT-LINE.
           MOVE 1                         TO WS-OUT-PTR.
           MOVE 'Y'                       TO WS-FIRST-FIELD.


       END-ROW.
           PERFORM WRITE-OUT-LINE.
           ADD 1                          TO WS-REC-COUNT.


      *****************************************************************
      * Append one column - text without its trailing blanks, and
      * with any delimiter inside it blanked out
      *****************************************************************
       ADD-TEXT.
           PERFORM ADD-DELIMITER.

           INSPECT WS-FLD REPLACING ALL WS-DELIM BY SPACE.

           MOVE 40                        TO WS-FLD-LEN.
           PERFORM UNTIL WS-FLD-LEN = 0
             OR WS-FLD(WS-FLD-LEN:1) NOT = SPACE
             SUBTRACT 1                   FROM WS-FLD-LEN
           END-PERFORM.

           IF WS-FLD-LEN > 0
             STRING WS-FLD(1:WS-FLD-LEN)  DELIMITED BY SIZE
                                        INTO WS-OUT-LINE
             WITH POINTER WS-OUT-PTR
           END-IF.

           MOVE SPACES                    TO WS-FLD.


       ADD-NUMBER.
           PERFORM ADD-DELIMITER.

           MOVE WS-NUM                    TO WS-NUM-ED.

           STRING FUNCTION TRIM(WS-NUM-ED) DELIMITED BY SIZE
                                        INTO WS-OUT-LINE
           WITH POINTER WS-OUT-PTR.


      *     A zero date (no embargo, no window start) goes out empty
       ADD-DATE.
           PERFORM ADD-DELIMITER.

           IF WS-FLD-DATE NOT = 0
             STRING WS-FLD-CCYY '-' WS-FLD-MM '-' WS-FLD-DD
                                          DELIMITED BY SIZE
                                        INTO WS-OUT-LINE
             WITH POINTER WS-OUT-PTR
           END-IF.


       ADD-TIME.
           PERFORM ADD-DELIMITER.

           STRING WS-FLD-HH ':' WS-FLD-MN ':' WS-FLD-SS
                                          DELIMITED BY SIZE
                                        INTO WS-OUT-LINE
           WITH POINTER WS-OUT-PTR.


       ADD-DELIMITER.
           IF SW-FIRST-FIELD
             MOVE 'N'                     TO WS-FIRST-FIELD
           ELSE
             STRING WS-DELIM              DELIMITED BY SIZE
                                        INTO WS-OUT-LINE
             WITH POINTER WS-OUT-PTR
           END-IF.


       WRITE-OUT-LINE.
           MOVE WS-OUT-LINE                TO OUT-REC.

           WRITE OUT-REC.

           IF FS-OUT-OK
             CONTINUE
           ELSE
             DISPLAY 'AESWHEXT: ERROR WRITING ' WS-OUT-FILE-NAME
                     ': ' FS-OUT
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.
