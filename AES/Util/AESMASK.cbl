       ID DIVISION.
       PROGRAM-ID. AESMASK.
      *****************************************************************
      * Masked test-data provisioning. Test regions used to be
      * refreshed by copying production extracts across and hoping
      * somebody remembered to scrub them; this reads a production
      * business file with the same AESFMAP offset/length map the
      * field pipeline uses and writes a masked copy in which every
      * mapped field carries a substitute instead of the real value.
      *
      * A substitute is irreversible and consistent: it is cut from
      * an HMAC-SHA512 (AESHMAC) of the field value under a MAC key
      * ('M') resolved from the key file, so nobody holding only the
      * copy can get back to the value, yet the same value always
      * masks to the same substitute under the same key - the same
      * account number comes out the same in every file of a
      * refresh and the test region's joins still work. The
      * substitute depends only on the value, never on where the
      * field sits, so an account in a 16-byte column of one file
      * and the same account in another file's 16-byte column match.
      *
      * The substitute keeps the field's shape, by AESFMAP CLASS:
      *   blank or C  character - a digit becomes a digit, a letter
      *               a letter of the same case, anything else
      *               (spaces, punctuation) is kept, so a masked
      *               name still reads as a name and a masked
      *               account number still passes a numeric test
      *   B           binary - every byte replaced
      *   P           packed decimal - every digit nibble replaced,
      *               the sign nibble kept
      *   Z           signed zoned - every digit replaced, the sign
      *               kept in the overpunch convention it arrived in
      * A field is masked whole (up to 999 bytes); one that runs past
      * its record's end stops the run. Record types, *OTHER and
      * *RECFM work as AESFLDR documents them; *TOTAL lines are
      * AESFLDR's and AESFRBL's business and are ignored here.
      *
      * Every masked copy is registered in the append-only AESMSLOG
      * - date, time, requester, refresh, key alias and version,
      * input and output names, record and field counts - with the
      * environment tag T: a business file carries no header to tag,
      * so the register is where a copy's test status is held. The
      * run refuses (RETURN-CODE 12, nothing written):
      *   - when this system is itself TEST-tagged (AESEVGET) - what
      *     a test system holds is test data already,
      *   - when the input is registered as the output of an earlier
      *     masking - it is test-tagged already, and masking it
      *     again would break the joins against the rest of its
      *     refresh,
      *   - when the refresh is already registered under a different
      *     key alias or version - every file of one refresh must be
      *     masked under one key or the joins break. A card VERSION
      *     of 000 takes the version the refresh was started with
      *     (the highest active version for a new refresh), so only
      *     the first job of a refresh need name it.
      *
      * Control card AESMAPRM: INPUT(1-44) OUTPUT(46-89) ALIAS(91-98)
      * VERSION(100-102) REFRESH(104-111) REQUESTER(113-120).
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *     PRODUCTION BUSINESS FILE (named on AESMAPRM - LRECL=256)
            SELECT R-BUS ASSIGN TO DYNAMIC WS-IN-FILE-NAME
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-BUS.

      *     PRODUCTION BUSINESS FILE, VARIABLE (RECFM=VB, read instead
      *     of R-BUS when AESFMAP's *RECFM line says V)
            SELECT R-VBUS ASSIGN TO DYNAMIC WS-IN-FILE-NAME
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-BUS.

      *     FIELD MAP (AESFMAP - field and record-type lines)
            SELECT R-MAP ASSIGN TO 'AESFMAP'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-MAP.

      *     MASKED COPY (named on AESMAPRM - LRECL=256)
            SELECT R-OUT ASSIGN TO DYNAMIC WS-OUT-FILE-NAME
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-OUT.

      *     MASKED COPY, VARIABLE (RECFM=VB - written instead of R-OUT
      *     when the input is variable, each record at its own length)
            SELECT R-VOUT ASSIGN TO DYNAMIC WS-OUT-FILE-NAME
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-OUT.

      *     MASKING REGISTER (AESMSLOG - appended)
            SELECT OPTIONAL R-LOG ASSIGN TO 'AESMSLOG'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-LOG.

      *     CONTROL CARD (AESMAPRM)
            SELECT R-PARM ASSIGN TO 'AESMAPRM'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-PARM.

       DATA DIVISION.
       FILE SECTION.
      *   Production business file
       FD R-BUS LABEL RECORD STANDARD.

       01 BUS-REC                        PIC X(256).

      *   Production business file, variable-length
       FD R-VBUS LABEL RECORD STANDARD
                 RECORD IS VARYING IN SIZE FROM 1 TO 32756
                 DEPENDING ON WS-BUS-LENGTH.

       01 VBUS-REC                       PIC X(32756).

      *   AESFMAP
       FD R-MAP LABEL RECORD STANDARD.

       01 MAP-REC.
          05 MAP-OFFSET                  PIC 9(04).
          05 MAP-LENGTH                  PIC 9(03).
          05 FILLER                      PIC X(01).
          05 MAP-REC-TYPE                PIC X(08).
          05 FILLER                      PIC X(01).
          05 MAP-TEST-OFFSET             PIC 9(04).
          05 FILLER                      PIC X(01).
          05 MAP-TEST-LENGTH             PIC 9(02).
          05 FILLER                      PIC X(01).
          05 MAP-TEST-VALUE              PIC X(20).
          05 MAP-RECFM-VALUE REDEFINES MAP-TEST-VALUE.
             10 MAP-RECFM                PIC X(01).
             10 FILLER                   PIC X(01).
             10 MAP-MAX-LENGTH           PIC 9(05).
             10 FILLER                   PIC X(13).
          05 FILLER                      PIC X(01).
          05 MAP-FIELD-CLASS             PIC X(01).

      *   Masked copy
       FD R-OUT LABEL RECORD STANDARD.

       01 OUT-REC                        PIC X(256).

      *   Masked copy, variable-length
       FD R-VOUT LABEL RECORD STANDARD
                 RECORD IS VARYING IN SIZE FROM 1 TO 32756
                 DEPENDING ON WS-OUT-LENGTH.

       01 VOUT-REC                       PIC X(32756).

      *   AESMSLOG
       FD R-LOG LABEL RECORD STANDARD.

       01 LOG-REC.
          05 MSL-DATE                    PIC 9(08).
          05 MSL-TIME                    PIC 9(06).
          05 MSL-REQUESTER               PIC X(08).
          05 MSL-REFRESH                 PIC X(08).
          05 MSL-ALIAS                   PIC X(08).
          05 MSL-VERSION                 PIC 9(03).
          05 MSL-ENV                     PIC X(01).
          05 MSL-INPUT                   PIC X(44).
          05 MSL-OUTPUT                  PIC X(44).
          05 MSL-RECORDS                 PIC 9(08).
          05 MSL-FIELDS                  PIC 9(08).
          05 FILLER                      PIC X(14).

      *   AESMAPRM
       FD R-PARM LABEL RECORD STANDARD.

       01 PARM-REC.
          05 PARM-INPUT                  PIC X(44).
          05 FILLER                      PIC X(01).
          05 PARM-OUTPUT                 PIC X(44).
          05 FILLER                      PIC X(01).
          05 PARM-ALIAS                  PIC X(08).
          05 FILLER                      PIC X(01).
          05 PARM-VERSION                PIC 9(03).
          05 FILLER                      PIC X(01).
          05 PARM-REFRESH                PIC X(08).
          05 FILLER                      PIC X(01).
          05 PARM-REQUESTER              PIC X(08).

       WORKING-STORAGE SECTION.
         01 FS.
            05 FS-BUS                   PIC 9(02).
               88 FS-BUS-OK                       VALUE 0.
               88 FS-BUS-EOF                      VALUE 10.
            05 FS-MAP                   PIC 9(02).
               88 FS-MAP-OK                       VALUE 0.
               88 FS-MAP-EOF                      VALUE 10.
            05 FS-OUT                   PIC 9(02).
               88 FS-OUT-OK                       VALUE 0.
            05 FS-LOG                   PIC 9(02).
               88 FS-LOG-OK                       VALUE 0.
               88 FS-LOG-OPEN                     VALUE 0 05.
               88 FS-LOG-EOF                      VALUE 10.
               88 FS-LOG-AOP                      VALUE 41.
            05 FS-PARM                  PIC 9(02).
               88 FS-PARM-OK                      VALUE 0.

         77 WS-IN-FILE-NAME            PIC X(44).
         77 WS-OUT-FILE-NAME           PIC X(44).
         77 WS-ALIAS                   PIC X(08).
         77 WS-VERSION                 PIC 9(03)    VALUE 0.
         77 WS-REFRESH                 PIC X(08).
         77 WS-REQUESTER               PIC X(08).

      *  The refresh as the register already knows it
         77 WS-REF-FOUND               PIC X(01)    VALUE 'N'.
            88 SW-REF-FOUND                         VALUE 'Y'.
         77 WS-REF-ALIAS               PIC X(08).
         77 WS-REF-VERSION             PIC 9(03).

      *  Record format from the AESFMAP *RECFM line - F is the fixed
      *  256-byte file, V a variable-length (RDW) file whose records
      *  run up to the stated maximum. Either way the record is
      *  worked on in WS-BUS-REC, WS-BUS-LENGTH bytes of it real
         77 WS-RECFM                   PIC X(01)    VALUE 'F'.
            88 SW-RECFM-VARIABLE                    VALUE 'V'.
         77 WS-MAX-LENGTH              PIC 9(05)    VALUE 256.
         77 WS-BUS-LENGTH              PIC 9(05)    VALUE 0.
         01 WS-BUS-REC                 PIC X(32756).
         77 WS-OUT-LENGTH              PIC 9(05)    VALUE 0.
         01 WS-OUT-REC                 PIC X(32756).

      *  Field map, loaded once
         01 WS-MAP-TABLE.
            05 WS-MAP-ENTRY            OCCURS 50.
               10 WS-MAP-OFFSET        PIC 9(05).
               10 WS-MAP-LENGTH        PIC 9(03).
               10 WS-MAP-TYPE          PIC X(08).
               10 WS-MAP-CLASS         PIC X(01).
                  88 SW-MAP-CHARACTER               VALUE ' ' 'C'.
                  88 SW-MAP-BINARY                  VALUE 'B'.
                  88 SW-MAP-PACKED                  VALUE 'P'.
                  88 SW-MAP-ZONED                   VALUE 'Z'.
         77 WS-MAP-COUNT               PIC 9(02)    VALUE 0.
         77 WS-MAP-I                   PIC 9(02).

      *  Record types from the AESFMAP type lines, tested in deck
      *  order - the first whose test bytes match names the record
         01 WS-TYPE-TABLE.
            05 WS-TYPE-ENTRY           OCCURS 20.
               10 WS-TYPE-NAME         PIC X(08).
               10 WS-TYPE-OFFSET       PIC 9(04).
               10 WS-TYPE-LENGTH       PIC 9(02).
               10 WS-TYPE-VALUE        PIC X(20).
         77 WS-TYPE-COUNT              PIC 9(02)    VALUE 0.
         77 WS-TYPE-I                  PIC 9(02).
         77 WS-REC-TYPE                PIC X(08).
         77 WS-UNMATCHED               PIC X(06)    VALUE 'REFUSE'.
            88 SW-UNMATCHED-PASS                    VALUE 'PASS'.

      *  Key resolution through the standard KMS interface
         01 KG-S.
            COPY 'KMS-GET.cpy'.
         77 WS-KEY                     PIC X(64).

      *  AESHMAC's linkage, mirrored the same way AESSEAL mirrors it
         01 WS-HMAC-LS.
            02 HMC-FUNCTION            PIC X(01).
               88 HMC-INIT                      VALUE 'I'.
               88 HMC-ADD                       VALUE 'A'.
               88 HMC-FINISH                    VALUE 'F'.
            02 HMC-MAC-KEY             PIC X(64).
            02 HMC-RECORD              PIC X(176).
            02 HMC-RECLEN              PIC 9(03).
            02 HMC-DIGEST              PIC X(128).
            02 HMC-STATUS              PIC X(03).
               88 HMCS-OK                       VALUE 'OK '.
               88 HMCS-ERR                      VALUE 'ERR'.

      *  Environment identity (AESEVGET) - linkage mirrored here
      *  the same way AESMAIN's is
         01 WS-EVG-LS.
            02 EVG-ENV                 PIC X(01).
               88 EVG-TEST                      VALUE 'T'.
               88 EVG-PROD                      VALUE 'P'.

      *  One field on its way to its substitute. A field longer than
      *  one digest (64 bytes) takes further digests, each over the
      *  same value under its own block number
         01 WS-FLD-BYTES               PIC X(999).
         77 WS-FLD-I                   PIC 9(03).
         77 WS-FLD-CHUNK               PIC 9(03).
         77 WS-FLD-TAKE                PIC 9(03).
         77 WS-MSK-BLOCK-NO            PIC 9(04).
         77 WS-MSK-DIGEST              PIC X(128).
         77 WS-MSK-P                   PIC 9(03).
         77 WS-MSK-B                   PIC 9(03).
         77 WS-MSK-Q                   PIC 9(02).
         77 WS-MSK-CH                  PIC X(01).
         01 WS-MSK-DOMAIN.
            05 FILLER                  PIC X(04)    VALUE 'MASK'.
            05 WS-MSK-DOMAIN-BLOCK     PIC 9(04).

      *  Byte/hex conversion, same table AESFLDR/AESBGET build
         01 WS-HEX-TABLE               PIC X(16)
                                       VALUE '0123456789ABCDEF'.
         77 WS-HEX-HI                  PIC 9(02).
         77 WS-HEX-LO                  PIC 9(02).
         77 WS-BYTE-VAL                PIC 9(03).
         77 WS-NIB-HI                  PIC 9(02).
         77 WS-NIB-LO                  PIC 9(02).

      *  Substitute alphabets for the character class
         01 WS-MSK-DIGITS              PIC X(10)
                                       VALUE '0123456789'.
         01 WS-MSK-UPPER               PIC X(26)
                                VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
         01 WS-MSK-LOWER               PIC X(26)
                                VALUE 'abcdefghijklmnopqrstuvwxyz'.

      *  Zoned-decimal sign overpunch - the last byte's character for
      *  digits 0-9 under each convention, as AESBFPE keeps them
         01 WS-ZONE-SETS.
            05 WS-ZONE-POS             PIC X(10)    VALUE '{ABCDEFGHI'.
            05 WS-ZONE-NEG             PIC X(10)    VALUE '}JKLMNOPQR'.
            05 WS-ZONE-NEG-A           PIC X(10)    VALUE 'pqrstuvwxy'.
            05 WS-ZONE-UNS             PIC X(10)    VALUE '0123456789'.
         01 WS-ZONE-TABLE REDEFINES WS-ZONE-SETS.
            05 WS-ZONE-SET             PIC X(10)    OCCURS 4.
         77 WS-ZONE-I                  PIC 9(01).
         77 WS-ZONE-SEL                PIC 9(01).
         77 WS-ZONE-J                  PIC 9(02).

         01 WS-STAMP-TIME.
            05 WS-STAMP-HHMMSS          PIC 9(06).
            05 FILLER                   PIC 9(02).

         77 WS-RECORD-COUNT            PIC 9(08)    VALUE 0.
         77 WS-FIELD-COUNT             PIC 9(08)    VALUE 0.

         01 PMW.
            COPY 'AESLLOG.cpy'.

       LINKAGE SECTION.

       PROCEDURE DIVISION.
       MAINLINE.
           PERFORM READ-PARAMETERS.

      *     What a test-tagged system holds is test data already
           CALL 'AESEVGET' USING WS-EVG-LS.

           IF EVG-TEST
             DISPLAY 'AESMASK: THIS SYSTEM IS TAGGED TEST - MASKING '
                     'IS RUN AGAINST PRODUCTION DATA ONLY'
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.

           PERFORM CHECK-MASKING-REGISTER.
           PERFORM LOAD-FIELD-MAP.
           PERFORM RESOLVE-MASK-KEY.

           IF SW-RECFM-VARIABLE
             OPEN INPUT R-VBUS
           ELSE
             OPEN INPUT R-BUS
           END-IF.

           IF FS-BUS-OK
             CONTINUE
           ELSE
             DISPLAY 'AESMASK: ERROR OPENING ' WS-IN-FILE-NAME
                     ': ' FS-BUS
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.

           IF SW-RECFM-VARIABLE
             OPEN OUTPUT R-VOUT
           ELSE
             OPEN OUTPUT R-OUT
           END-IF.

           IF FS-OUT-OK
             CONTINUE
           ELSE
             DISPLAY 'AESMASK: ERROR OPENING ' WS-OUT-FILE-NAME
                     ': ' FS-OUT
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.

           PERFORM UNTIL FS-BUS-EOF
             PERFORM READ-BUSINESS-RECORD
             IF NOT FS-BUS-EOF
               ADD 1                      TO WS-RECORD-COUNT
               PERFORM MASK-ONE-RECORD
             END-IF
           END-PERFORM.

           IF SW-RECFM-VARIABLE
             CLOSE R-VBUS R-VOUT
           ELSE
             CLOSE R-BUS R-OUT
           END-IF.

           MOVE SPACES                    TO WS-KEY HMC-MAC-KEY
                                             WS-MSK-DIGEST.

           PERFORM WRITE-MASKING-REGISTER.

           DISPLAY 'AESMASK: ' WS-RECORD-COUNT ' record(s) copied, '
                   WS-FIELD-COUNT ' field value(s) masked - refresh '
                   WS-REFRESH ' key ' WS-ALIAS ' version ' WS-VERSION.

           STOP RUN.


       READ-BUSINESS-RECORD.
           MOVE SPACES                    TO WS-BUS-REC.

           IF SW-RECFM-VARIABLE
             READ R-VBUS
               AT END
                 CONTINUE
               NOT AT END
                 IF WS-BUS-LENGTH > WS-MAX-LENGTH
                   DISPLAY 'AESMASK: INPUT RECORD OF ' WS-BUS-LENGTH
                           ' BYTES IS OVER THE *RECFM MAXIMUM '
                           WS-MAX-LENGTH
                   MOVE 12                TO RETURN-CODE
                   STOP RUN
                 END-IF
                 MOVE VBUS-REC(1:WS-BUS-LENGTH) TO WS-BUS-REC
             END-READ
           ELSE
             READ R-BUS
               AT END
                 CONTINUE
               NOT AT END
                 MOVE 256                 TO WS-BUS-LENGTH
                 MOVE BUS-REC             TO WS-BUS-REC
             END-READ
           END-IF.


       WRITE-OUTPUT-RECORD.
           IF SW-RECFM-VARIABLE
             WRITE VOUT-REC FROM WS-OUT-REC
           ELSE
             WRITE OUT-REC FROM WS-OUT-REC
           END-IF.


       READ-PARAMETERS.
           OPEN INPUT R-PARM.

           IF FS-PARM-OK
             CONTINUE
           ELSE
             DISPLAY 'AESMASK: ERROR OPENING AESMAPRM: ' FS-PARM
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.

           READ R-PARM
             AT END
               DISPLAY 'AESMASK: AESMAPRM IS EMPTY'
               MOVE 12                    TO RETURN-CODE
               STOP RUN
             NOT AT END
               MOVE PARM-INPUT            TO WS-IN-FILE-NAME
               MOVE PARM-OUTPUT           TO WS-OUT-FILE-NAME
               MOVE PARM-ALIAS            TO WS-ALIAS
               IF PARM-VERSION IS NUMERIC
                 MOVE PARM-VERSION        TO WS-VERSION
               END-IF
               MOVE PARM-REFRESH          TO WS-REFRESH
               MOVE PARM-REQUESTER        TO WS-REQUESTER
           END-READ.

           CLOSE R-PARM.

           IF WS-IN-FILE-NAME = SPACES OR WS-OUT-FILE-NAME = SPACES
             OR WS-ALIAS = SPACES OR WS-REFRESH = SPACES
             OR WS-REQUESTER = SPACES
             DISPLAY 'AESMASK: INPUT, OUTPUT, ALIAS, REFRESH AND '
                     'REQUESTER ARE REQUIRED'
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.

           IF WS-IN-FILE-NAME = WS-OUT-FILE-NAME
             DISPLAY 'AESMASK: OUTPUT MAY NOT OVERWRITE THE INPUT'
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.


       CHECK-MASKING-REGISTER.
      *     An input the register knows as a masked copy is test-
      *     tagged already; a refresh it knows already has its key
           OPEN INPUT R-LOG.

           IF FS-LOG-OPEN
             CONTINUE
           ELSE
             DISPLAY 'AESMASK: ERROR OPENING AESMSLOG: ' FS-LOG
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.

           PERFORM UNTIL FS-LOG-EOF
             READ R-LOG
               AT END
                 CONTINUE
               NOT AT END
                 IF MSL-OUTPUT = WS-IN-FILE-NAME
                   DISPLAY 'AESMASK: ' WS-IN-FILE-NAME
                   DISPLAY 'AESMASK: IS A TEST-TAGGED MASKED COPY ('
                           'REFRESH ' MSL-REFRESH ' OF ' MSL-DATE
                           ' BY ' MSL-REQUESTER ') - RUN REFUSED'
                   CLOSE R-LOG
                   MOVE 12                TO RETURN-CODE
                   STOP RUN
                 END-IF
                 IF MSL-REFRESH = WS-REFRESH AND NOT SW-REF-FOUND
                   SET SW-REF-FOUND       TO TRUE
                   MOVE MSL-ALIAS         TO WS-REF-ALIAS
                   MOVE MSL-VERSION       TO WS-REF-VERSION
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE R-LOG.

           IF SW-REF-FOUND
             IF WS-VERSION = 0
               MOVE WS-REF-VERSION        TO WS-VERSION
             END-IF
             IF WS-ALIAS NOT = WS-REF-ALIAS
               OR WS-VERSION NOT = WS-REF-VERSION
               DISPLAY 'AESMASK: REFRESH ' WS-REFRESH ' WAS MASKED '
                       'UNDER ' WS-REF-ALIAS ' VERSION '
                       WS-REF-VERSION ' - ITS JOINS NEED THE SAME KEY'
               MOVE 12                    TO RETURN-CODE
               STOP RUN
             END-IF
           END-IF.


       RESOLVE-MASK-KEY.
           MOVE SPACES                     TO PMW.
           SET LLOG-MAX OF PMW             TO TRUE.
           MOVE PMW                        TO PUT-MESSAGE-LS OF KG-S.
           MOVE 'AESMPUT'                  TO PUT-MESSAGE OF KG-S.
           MOVE WS-ALIAS                   TO LKGS-ALIAS OF KG-S.
           MOVE 'AESMASK MASK    '         TO LKGS-RUN-IDENT OF KG-S.
           MOVE WS-VERSION                 TO LKGS-VERSION OF KG-S.
      *     Not CIPHER - a refresh that straddles the key's expiry
      *     must still finish under the key it started with
           MOVE 'MASK    '                 TO LKGS-PURPOSE OF KG-S.
           MOVE 'M'                        TO LKGS-KEY-USE OF KG-S.
           MOVE SPACES                     TO LKG-KEY OF KG-S.

           CALL 'AESKGET' USING KG-S.

           IF LKG-STATUS OF KG-S = 'OK '
             MOVE LKG-KEY OF KG-S          TO WS-KEY
             MOVE LKGS-KEY-VERSION OF KG-S TO WS-VERSION
             MOVE SPACES                   TO LKG-KEY OF KG-S
           ELSE
             DISPLAY 'AESMASK: KEY LOOKUP FAILED FOR ' WS-ALIAS
             MOVE 8                        TO RETURN-CODE
             STOP RUN
           END-IF.


       LOAD-FIELD-MAP.
           OPEN INPUT R-MAP.

           IF FS-MAP-OK
             CONTINUE
           ELSE
             DISPLAY 'AESMASK: ERROR OPENING AESFMAP: ' FS-MAP
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.

           PERFORM UNTIL FS-MAP-EOF
             READ R-MAP
               AT END
                 CONTINUE
               NOT AT END
                 EVALUATE TRUE
                   WHEN MAP-OFFSET = 0 AND MAP-LENGTH = 0
                     PERFORM LOAD-TYPE-LINE
                   WHEN MAP-FIELD-CLASS NOT = SPACE
                     AND MAP-FIELD-CLASS NOT = 'C'
                     AND MAP-FIELD-CLASS NOT = 'B'
                     AND MAP-FIELD-CLASS NOT = 'P'
                     AND MAP-FIELD-CLASS NOT = 'Z'
                     DISPLAY 'AESMASK: AESFMAP CLASS MUST BE BLANK, '
                             'C, B, P OR Z - RUN STOPPED'
                     MOVE 12              TO RETURN-CODE
                     STOP RUN
                   WHEN MAP-OFFSET > 0 AND MAP-LENGTH > 0
                     AND WS-MAP-COUNT < 50
                     ADD 1                TO WS-MAP-COUNT
                     MOVE MAP-OFFSET      TO
                          WS-MAP-OFFSET(WS-MAP-COUNT)
                     MOVE MAP-LENGTH      TO
                          WS-MAP-LENGTH(WS-MAP-COUNT)
                     MOVE MAP-REC-TYPE    TO
                          WS-MAP-TYPE(WS-MAP-COUNT)
                     MOVE MAP-FIELD-CLASS TO
                          WS-MAP-CLASS(WS-MAP-COUNT)
                   WHEN OTHER
                     DISPLAY 'AESMASK: BAD/EXCESS AESFMAP ENTRY '
                             'SKIPPED'
                 END-EVALUATE
             END-READ
           END-PERFORM.

           CLOSE R-MAP.

           IF WS-MAP-COUNT = 0
             DISPLAY 'AESMASK: AESFMAP NAMES NO FIELDS'
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.

      *     A field tied to a type nobody defined would silently
      *     never be masked - refused rather than skipped, as is a
      *     field no record can be long enough to hold
           PERFORM VARYING WS-MAP-I FROM 1 BY 1
             UNTIL WS-MAP-I > WS-MAP-COUNT
             IF WS-MAP-OFFSET(WS-MAP-I) + WS-MAP-LENGTH(WS-MAP-I) - 1
                > WS-MAX-LENGTH
               DISPLAY 'AESMASK: AESFMAP FIELD ' WS-MAP-I
                       ' LIES PAST THE RECORD MAXIMUM ' WS-MAX-LENGTH
               MOVE 12                    TO RETURN-CODE
               STOP RUN
             END-IF
             IF WS-MAP-TYPE(WS-MAP-I) NOT = SPACES
               PERFORM VARYING WS-TYPE-I FROM 1 BY 1
                 UNTIL WS-TYPE-I > WS-TYPE-COUNT
                 OR WS-TYPE-NAME(WS-TYPE-I) = WS-MAP-TYPE(WS-MAP-I)
                 CONTINUE
               END-PERFORM
               IF WS-TYPE-I > WS-TYPE-COUNT
                 DISPLAY 'AESMASK: AESFMAP FIELD ' WS-MAP-I
                         ' NAMES UNDEFINED RECORD TYPE '
                         WS-MAP-TYPE(WS-MAP-I)
                 MOVE 12                  TO RETURN-CODE
                 STOP RUN
               END-IF
             END-IF
           END-PERFORM.


       LOAD-TYPE-LINE.
           EVALUATE TRUE
             WHEN MAP-REC-TYPE = '*RECFM'
               MOVE MAP-RECFM             TO WS-RECFM
               EVALUATE TRUE
                 WHEN WS-RECFM = 'F'
                   AND (MAP-MAX-LENGTH NOT NUMERIC
                        OR MAP-MAX-LENGTH = 256)
                   MOVE 256               TO WS-MAX-LENGTH
                 WHEN WS-RECFM = 'V' AND MAP-MAX-LENGTH IS NUMERIC
                   AND MAP-MAX-LENGTH > 0
                   AND MAP-MAX-LENGTH <= 32756
                   MOVE MAP-MAX-LENGTH    TO WS-MAX-LENGTH
                 WHEN OTHER
                   DISPLAY 'AESMASK: *RECFM MUST BE F (256) OR V WITH '
                           'A MAXIMUM OF 00001-32756'
                   MOVE 12                TO RETURN-CODE
                   STOP RUN
               END-EVALUATE
             WHEN MAP-REC-TYPE = '*OTHER'
               MOVE MAP-TEST-VALUE        TO WS-UNMATCHED
               IF WS-UNMATCHED NOT = 'PASS'
                 AND WS-UNMATCHED NOT = 'REFUSE'
                 DISPLAY 'AESMASK: *OTHER MUST SAY PASS OR REFUSE'
                 MOVE 12                  TO RETURN-CODE
                 STOP RUN
               END-IF
      *      Control totals are AESFLDR's and AESFRBL's business,
      *      the business key AESFLDR's alone
             WHEN MAP-REC-TYPE = '*TOTAL'
             WHEN MAP-REC-TYPE = '*KEY'
             WHEN MAP-REC-TYPE = '*WMARK'
               CONTINUE
             WHEN MAP-REC-TYPE NOT = SPACES
               AND MAP-TEST-OFFSET IS NUMERIC
               AND MAP-TEST-LENGTH IS NUMERIC
               AND MAP-TEST-OFFSET > 0
               AND MAP-TEST-LENGTH > 0 AND MAP-TEST-LENGTH <= 20
               AND WS-TYPE-COUNT < 20
               ADD 1                      TO WS-TYPE-COUNT
               MOVE MAP-REC-TYPE          TO
                    WS-TYPE-NAME(WS-TYPE-COUNT)
               MOVE MAP-TEST-OFFSET       TO
                    WS-TYPE-OFFSET(WS-TYPE-COUNT)
               MOVE MAP-TEST-LENGTH       TO
                    WS-TYPE-LENGTH(WS-TYPE-COUNT)
               MOVE MAP-TEST-VALUE        TO
                    WS-TYPE-VALUE(WS-TYPE-COUNT)
             WHEN OTHER
               DISPLAY 'AESMASK: BAD/EXCESS AESFMAP TYPE LINE '
                       MAP-REC-TYPE
               MOVE 12                    TO RETURN-CODE
               STOP RUN
           END-EVALUATE.


       CLASSIFY-RECORD.
           MOVE SPACES                    TO WS-REC-TYPE.

           PERFORM VARYING WS-TYPE-I FROM 1 BY 1
             UNTIL WS-TYPE-I > WS-TYPE-COUNT
             OR WS-REC-TYPE NOT = SPACES
             IF WS-TYPE-OFFSET(WS-TYPE-I) + WS-TYPE-LENGTH(WS-TYPE-I)
                - 1 <= WS-BUS-LENGTH
               AND WS-BUS-REC(WS-TYPE-OFFSET(WS-TYPE-I):
                              WS-TYPE-LENGTH(WS-TYPE-I)) =
                WS-TYPE-VALUE(WS-TYPE-I)(1:WS-TYPE-LENGTH(WS-TYPE-I))
               MOVE WS-TYPE-NAME(WS-TYPE-I) TO WS-REC-TYPE
             END-IF
           END-PERFORM.

      *     No type lines at all - the whole-file map, untyped
           IF WS-REC-TYPE = SPACES AND WS-TYPE-COUNT > 0
             IF SW-UNMATCHED-PASS
               MOVE '*OTHER'              TO WS-REC-TYPE
             ELSE
               DISPLAY 'AESMASK: RECORD ' WS-RECORD-COUNT
                       ' MATCHES NO AESFMAP RECORD TYPE - RUN STOPPED'
               MOVE 12                    TO RETURN-CODE
               STOP RUN
             END-IF
           END-IF.


       MASK-ONE-RECORD.
      *     The copy starts as the record itself - only the mapped
      *     fields are touched
           MOVE WS-BUS-REC                TO WS-OUT-REC.
           MOVE WS-BUS-LENGTH             TO WS-OUT-LENGTH.

           PERFORM CLASSIFY-RECORD.

      *     A passed-through record goes out with nothing touched
           PERFORM VARYING WS-MAP-I FROM 1 BY 1
             UNTIL WS-MAP-I > WS-MAP-COUNT
             OR WS-REC-TYPE = '*OTHER'
      *      A field starting past this record's end is simply
      *      not in it
             IF (WS-MAP-TYPE(WS-MAP-I) = SPACES
                 OR WS-MAP-TYPE(WS-MAP-I) = WS-REC-TYPE)
               AND WS-MAP-OFFSET(WS-MAP-I) <= WS-BUS-LENGTH
               PERFORM MASK-ONE-FIELD
             END-IF
           END-PERFORM.

           PERFORM WRITE-OUTPUT-RECORD.

           IF FS-OUT-OK
             CONTINUE
           ELSE
             DISPLAY 'AESMASK: ERROR WRITING ' WS-OUT-FILE-NAME
                     ': ' FS-OUT
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.


       MASK-ONE-FIELD.
           IF WS-MAP-OFFSET(WS-MAP-I) + WS-MAP-LENGTH(WS-MAP-I) - 1
              > WS-BUS-LENGTH
             DISPLAY 'AESMASK: RECORD ' WS-RECORD-COUNT
                     ' ENDS INSIDE FIELD ' WS-MAP-I ' - RUN STOPPED'
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.

           MOVE WS-BUS-REC(WS-MAP-OFFSET(WS-MAP-I):
                        WS-MAP-LENGTH(WS-MAP-I))
             TO WS-FLD-BYTES(1:WS-MAP-LENGTH(WS-MAP-I)).
           MOVE 0                         TO WS-MSK-BLOCK-NO.

      *     One digest byte drives each field byte; a fresh digest
      *     every 64 bytes
           PERFORM VARYING WS-FLD-I FROM 1 BY 1
             UNTIL WS-FLD-I > WS-MAP-LENGTH(WS-MAP-I)
             COMPUTE WS-MSK-P =
                 FUNCTION MOD(WS-FLD-I - 1, 64) * 2 + 1
             IF WS-MSK-P = 1
               PERFORM DERIVE-MASK-DIGEST
             END-IF
             PERFORM TAKE-DIGEST-BYTE

             EVALUATE TRUE
               WHEN SW-MAP-BINARY(WS-MAP-I)
                 MOVE FUNCTION CHAR(WS-MSK-B + 1)
                   TO WS-FLD-BYTES(WS-FLD-I:1)
               WHEN SW-MAP-PACKED(WS-MAP-I)
                 PERFORM MASK-PACKED-BYTE
               WHEN SW-MAP-ZONED(WS-MAP-I)
                 AND WS-FLD-I = WS-MAP-LENGTH(WS-MAP-I)
                 PERFORM MASK-ZONED-SIGN
               WHEN OTHER
                 PERFORM MASK-CHARACTER-BYTE
             END-EVALUATE
           END-PERFORM.

           MOVE WS-FLD-BYTES(1:WS-MAP-LENGTH(WS-MAP-I))
             TO WS-OUT-REC(WS-MAP-OFFSET(WS-MAP-I):
                        WS-MAP-LENGTH(WS-MAP-I)).
           ADD 1                          TO WS-FIELD-COUNT.


       DERIVE-MASK-DIGEST.
      *     HMAC over the block number and the field's production
      *     value - never its position, so a value masks alike
      *     wherever it sits
           ADD 1                          TO WS-MSK-BLOCK-NO.

           SET HMC-INIT                   TO TRUE.
           MOVE WS-KEY                    TO HMC-MAC-KEY.
           CALL 'AESHMAC' USING WS-HMAC-LS.

           IF HMCS-OK
             MOVE WS-MSK-BLOCK-NO         TO WS-MSK-DOMAIN-BLOCK
             SET HMC-ADD                  TO TRUE
             MOVE WS-MSK-DOMAIN           TO HMC-RECORD
             MOVE 8                       TO HMC-RECLEN
             CALL 'AESHMAC' USING WS-HMAC-LS
           END-IF.

           PERFORM VARYING WS-FLD-CHUNK FROM 1 BY 176
             UNTIL WS-FLD-CHUNK > WS-MAP-LENGTH(WS-MAP-I)
             OR NOT HMCS-OK
             COMPUTE WS-FLD-TAKE =
                 WS-MAP-LENGTH(WS-MAP-I) - WS-FLD-CHUNK + 1
             IF WS-FLD-TAKE > 176
               MOVE 176                   TO WS-FLD-TAKE
             END-IF
             SET HMC-ADD                  TO TRUE
             MOVE SPACES                  TO HMC-RECORD
             MOVE WS-BUS-REC(WS-MAP-OFFSET(WS-MAP-I) + WS-FLD-CHUNK
                             - 1:WS-FLD-TAKE)
               TO HMC-RECORD(1:WS-FLD-TAKE)
             MOVE WS-FLD-TAKE             TO HMC-RECLEN
             CALL 'AESHMAC' USING WS-HMAC-LS
           END-PERFORM.

           IF HMCS-OK
             SET HMC-FINISH               TO TRUE
             CALL 'AESHMAC' USING WS-HMAC-LS
           END-IF.

           IF HMCS-OK
             MOVE HMC-DIGEST              TO WS-MSK-DIGEST
             MOVE SPACES                  TO HMC-DIGEST HMC-RECORD
           ELSE
             DISPLAY 'AESMASK: HMAC FAILED AT RECORD '
                     WS-RECORD-COUNT ' FIELD ' WS-MAP-I
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.


       TAKE-DIGEST-BYTE.
      *     Two hex characters of the digest, back to a byte value
           PERFORM VARYING WS-HEX-HI FROM 0 BY 1
             UNTIL WS-HEX-HI > 15
             OR WS-HEX-TABLE(WS-HEX-HI + 1:1) =
                WS-MSK-DIGEST(WS-MSK-P:1)
             CONTINUE
           END-PERFORM.

           PERFORM VARYING WS-HEX-LO FROM 0 BY 1
             UNTIL WS-HEX-LO > 15
             OR WS-HEX-TABLE(WS-HEX-LO + 1:1) =
                WS-MSK-DIGEST(WS-MSK-P + 1:1)
             CONTINUE
           END-PERFORM.

           COMPUTE WS-MSK-B = FUNCTION MOD(WS-HEX-HI, 16) * 16
                            + FUNCTION MOD(WS-HEX-LO, 16).


       MASK-CHARACTER-BYTE.
           MOVE WS-FLD-BYTES(WS-FLD-I:1)  TO WS-MSK-CH.

           EVALUATE TRUE
             WHEN WS-MSK-CH IS NUMERIC
               MOVE WS-MSK-DIGITS(FUNCTION MOD(WS-MSK-B, 10) + 1:1)
                 TO WS-FLD-BYTES(WS-FLD-I:1)
             WHEN WS-MSK-CH = SPACE
               CONTINUE
             WHEN WS-MSK-CH IS ALPHABETIC-UPPER
               MOVE WS-MSK-UPPER(FUNCTION MOD(WS-MSK-B, 26) + 1:1)
                 TO WS-FLD-BYTES(WS-FLD-I:1)
             WHEN WS-MSK-CH IS ALPHABETIC-LOWER
               MOVE WS-MSK-LOWER(FUNCTION MOD(WS-MSK-B, 26) + 1:1)
                 TO WS-FLD-BYTES(WS-FLD-I:1)
             WHEN OTHER
               CONTINUE
           END-EVALUATE.


       MASK-PACKED-BYTE.
      *     Digit nibbles take new digits; the last byte's low nibble
      *     is the sign and stays, as does any nibble that is not a
      *     digit
           COMPUTE WS-BYTE-VAL =
               FUNCTION ORD(WS-FLD-BYTES(WS-FLD-I:1)) - 1.
           COMPUTE WS-NIB-HI = WS-BYTE-VAL / 16.
           COMPUTE WS-NIB-LO = FUNCTION MOD(WS-BYTE-VAL, 16).
           COMPUTE WS-MSK-Q = WS-MSK-B / 10.

           IF WS-NIB-HI < 10
             COMPUTE WS-NIB-HI = FUNCTION MOD(WS-MSK-B, 10)
           END-IF.

           IF WS-NIB-LO < 10 AND WS-FLD-I < WS-MAP-LENGTH(WS-MAP-I)
             COMPUTE WS-NIB-LO = FUNCTION MOD(WS-MSK-Q, 10)
           END-IF.

           COMPUTE WS-BYTE-VAL = WS-NIB-HI * 16 + WS-NIB-LO.
           MOVE FUNCTION CHAR(WS-BYTE-VAL + 1)
             TO WS-FLD-BYTES(WS-FLD-I:1).


       MASK-ZONED-SIGN.
      *     The last digit carries the sign - a new digit goes back in
      *     the overpunch convention the field arrived in. A last
      *     byte no convention knows is masked as a character.
           MOVE 0                         TO WS-ZONE-SEL.

           PERFORM VARYING WS-ZONE-I FROM 1 BY 1
             UNTIL WS-ZONE-I > 4 OR WS-ZONE-SEL > 0
             PERFORM VARYING WS-ZONE-J FROM 1 BY 1
               UNTIL WS-ZONE-J > 10 OR WS-ZONE-SEL > 0
               IF WS-ZONE-SET(WS-ZONE-I)(WS-ZONE-J:1) =
                  WS-FLD-BYTES(WS-FLD-I:1)
                 MOVE WS-ZONE-I           TO WS-ZONE-SEL
               END-IF
             END-PERFORM
           END-PERFORM.

           IF WS-ZONE-SEL > 0
             MOVE WS-ZONE-SET(WS-ZONE-SEL)
                  (FUNCTION MOD(WS-MSK-B, 10) + 1:1)
               TO WS-FLD-BYTES(WS-FLD-I:1)
           ELSE
             PERFORM MASK-CHARACTER-BYTE
           END-IF.


       WRITE-MASKING-REGISTER.
      *     The register is the copy's test tag - a copy it does not
      *     know about is untagged, so a failed write fails the run
           OPEN EXTEND R-LOG.

           IF FS-LOG-OPEN OR FS-LOG-AOP
             CONTINUE
           ELSE
             OPEN OUTPUT R-LOG
           END-IF.

           IF FS-LOG-OPEN OR FS-LOG-AOP
             MOVE SPACES                  TO LOG-REC
             ACCEPT MSL-DATE              FROM DATE YYYYMMDD
             ACCEPT WS-STAMP-TIME         FROM TIME
             MOVE WS-STAMP-HHMMSS         TO MSL-TIME
             MOVE WS-REQUESTER            TO MSL-REQUESTER
             MOVE WS-REFRESH              TO MSL-REFRESH
             MOVE WS-ALIAS                TO MSL-ALIAS
             MOVE WS-VERSION              TO MSL-VERSION
             MOVE 'T'                     TO MSL-ENV
             MOVE WS-IN-FILE-NAME         TO MSL-INPUT
             MOVE WS-OUT-FILE-NAME        TO MSL-OUTPUT
             MOVE WS-RECORD-COUNT         TO MSL-RECORDS
             MOVE WS-FIELD-COUNT          TO MSL-FIELDS

             WRITE LOG-REC

             IF FS-LOG-OK
               CLOSE R-LOG
             ELSE
               DISPLAY 'AESMASK: AESMSLOG WRITE FAILED: ' FS-LOG
               CLOSE R-LOG
               MOVE 12                    TO RETURN-CODE
               STOP RUN
             END-IF
           ELSE
             DISPLAY 'AESMASK: AESMSLOG OPEN FAILED: ' FS-LOG
                     ' - ' WS-OUT-FILE-NAME ' IS NOT REGISTERED'
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.
