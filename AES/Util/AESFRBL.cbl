      * into the untouched fields - writing AESBUSOT, an exact
      * reconstruction of the original file.
      *
      * Where AESFMAP defines record types, each record's field-0
      * manifest entry names the type the loader took it for; the
      * record is re-tested against the map and refused if it no
      * longer reads as that type, and a field entry outside that
      * type's layout is refused the same way. The same entry
      * carries the record's true length, and a variable-length
      * (*RECFM V) file is written back with every record at the
      * length it came in with.
      *
      * When AESMPORT's AESCPPRM card says the plaintext came in
      * another code page, each field marked C (character) on
      * AESFMAP - every field, under scope T - is translated through
      * AESCPXL before it is merged back; a byte with no mapping
      * stops the run.
      *
      * The source generation name (the deciphered output) comes
      * from the AESFPARM control record, the same card AESFLDR
      * uses for its target.
      *
      * The control totals AESFLDR left on the end of AESFMAN (the
      * record count, and a total per AESFMAP *TOTAL line) are
      * recomputed over the rebuilt records and set side by side
      * on the AESBLRPT balancing report. A file that does not
      * balance is not released - AESBUSOT is left empty and the
      * run ends RETURN-CODE 12. A manifest from before the loader
      * kept totals is passed with RETURN-CODE 4, unless AESFMAP
      * now asks for totals it cannot have.
      *
      * Where the deciphered generation carries the plaintext
      * fidelity digest its CIPHER run recorded, the rebuild is held
      * until the deciphered blocks fold to that same digest (keyed
      * HMAC-SHA512 under the fidelity alias, through AESKGET and
      * AESHMAC). A mismatch is alerted and refused with RETURN-CODE
      * 16, AESBUSOT left empty; a match is recorded against the
      * origin generation's catalog entry. A generation without the
      * digest is rebuilt as before, reported as not proven.
      *
      * AESBUSOT is a released plaintext copy, so it goes out marked
      * for the release named on the AESWMPRM card (AESWMARK) - the
      * *WMARK positions of AESFMAP carry the release's pattern, so
      * AESWMDET can say whose copy a stray file is. The release
      * must be active on AESRELRF (RETURN-CODE 12 if not). Without
      * the card the copy is released unmarked, and the run says so.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-BUS.

      *     BUSINESS INPUT FILE, VARIABLE (AESBUSIN - RECFM=VB, read
      *     instead of R-BUS when AESFMAP's *RECFM line says V)
            SELECT R-VBUS ASSIGN TO 'AESBUSIN'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-BUS.

      *     REBUILT BUSINESS FILE (AESBUSOT - LRECL=256)
            SELECT R-OUT ASSIGN TO 'AESBUSOT'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-OUT.

      *     AESBUSOT, VARIABLE (RECFM=VB - written instead of R-OUT
      *     when the input is variable, each record at its own length)
            SELECT R-VOUT ASSIGN TO 'AESBUSOT'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-OUT.

      *     FIELD MAP (AESFMAP - same deck the loader used)
            SELECT R-MAP ASSIGN TO 'AESFMAP'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-PARM.

      *     BALANCING REPORT (AESBLRPT)
            SELECT R-RPT ASSIGN TO 'AESBLRPT'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-RPT.

      *     CODE-PAGE CARD (AESCPPRM - optional, from AESMPORT)
            SELECT OPTIONAL R-CPP ASSIGN TO 'AESCPPRM'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-CPP.

       DATA DIVISION.
       FILE SECTION.
      *   AESBUSIN

       01 BUS-REC                        PIC X(256).

      *   AESBUSIN, variable-length
       FD R-VBUS LABEL RECORD STANDARD
                 RECORD IS VARYING IN SIZE FROM 1 TO 32756
                 DEPENDING ON WS-BUS-LENGTH.

       01 VBUS-REC                       PIC X(32756).

      *   AESBUSOT
       FD R-OUT LABEL RECORD STANDARD.

       01 OUT-REC                        PIC X(256).

      *   AESBUSOT, variable-length
       FD R-VOUT LABEL RECORD STANDARD
                 RECORD IS VARYING IN SIZE FROM 1 TO 32756
                 DEPENDING ON WS-OUT-LENGTH.

       01 VOUT-REC                       PIC X(32756).

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
          05 MAP-TOTAL-VALUE REDEFINES MAP-TEST-VALUE.
             10 MAP-TOTAL-LABEL          PIC X(10).
             10 MAP-TOTAL-DECIMALS       PIC X(01).
             10 FILLER                   PIC X(01).
             10 MAP-TOTAL-TYPE           PIC X(08).
          05 FILLER                      PIC X(01).
          05 MAP-FIELD-CLASS             PIC X(01).

      *   AESFMAN
       FD R-MAN LABEL RECORD STANDARD.
          05 MAN-START-BLOCK             PIC 9(08).
          05 MAN-START-OFFSET            PIC 9(02).
          05 MAN-HEX-LENGTH              PIC 9(04).
          05 MAN-REC-TYPE                PIC X(08).
          05 MAN-REC-LENGTH              PIC 9(05).
          05 FILLER                      PIC X(02).
          05 MAN-CHANGE                  PIC X(01).
          05 FILLER                      PIC X(87).

      *   AESFMAN control-total trailer (record number 99999999)
       01 MAN-TRAILER-REC.
          05 MTR-RECORD-NO               PIC 9(08).
          05 MTR-TOTAL-NO                PIC 9(03).
          05 MTR-RECORDS                 PIC 9(08).
          05 MTR-TOTAL                   PIC S9(18)
                                         SIGN LEADING SEPARATE.
          05 FILLER                      PIC X(90).

      *   Deciphered generation
       FD R-DAT LABEL RECORD STANDARD.

       01 PARM-REC.
          05 PARM-GEN-NAME               PIC X(20).
          05 FILLER                      PIC X(01).
          05 PARM-SOURCE-NAME            PIC X(44).
      *      Load mode, signing and index aliases - AESFLDR's, not
      *      needed to rebuild, but the card is the same 85 bytes
          05 FILLER                      PIC X(20).

      *   AESBLRPT
       FD R-RPT LABEL RECORD STANDARD.

       01 RPT-REC                        PIC X(132).

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
               88 FS-DAT-OK                       VALUE 0.
            05 FS-PARM                  PIC 9(02).
               88 FS-PARM-OK                      VALUE 0.
            05 FS-RPT                   PIC 9(02).
               88 FS-RPT-OK                       VALUE 0.
            05 FS-CPP                   PIC 9(02).
               88 FS-CPP-OPEN                     VALUE 0 05.
               88 FS-CPP-OK                       VALUE 0.

         01 WS-DAT-FILE-NAME            PIC X(20).

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

      *  Field map from the manifest - AESFLDR writes one entry per
      *  record/field in file order, so the rebuild can walk it
      *  alongside the business records without random access
            05 WS-MAP-ENTRY            OCCURS 50.
               10 WS-MAP-OFFSET        PIC 9(04).
               10 WS-MAP-LENGTH        PIC 9(03).
               10 WS-MAP-TYPE          PIC X(08).
               10 WS-MAP-CLASS         PIC X(01).
         77 WS-MAP-COUNT               PIC 9(02)    VALUE 0.

      *  Record types from the AESFMAP type lines, so each record
      *  can be proven to be the type the loader took it for
         01 WS-TYPE-TABLE.
            05 WS-TYPE-ENTRY           OCCURS 20.
               10 WS-TYPE-NAME         PIC X(08).
               10 WS-TYPE-OFFSET       PIC 9(04).
               10 WS-TYPE-LENGTH       PIC 9(02).
               10 WS-TYPE-VALUE        PIC X(20).
         77 WS-TYPE-COUNT              PIC 9(02)    VALUE 0.
         77 WS-TYPE-I                  PIC 9(02).
         77 WS-REC-TYPE                PIC X(08).

      *  Hex assembly for one field value
         77 WS-FIELD-HEX               PIC X(1998).
         77 WS-HEX-NEED                PIC 9(04).
         77 WS-HEX-GOT                 PIC 9(04).
         77 WS-CUR-BLOCK               PIC 9(08).
         77 WS-HEX-LO                  PIC 9(02).
         77 WS-BYTE-VAL                PIC 9(03).
         77 WS-HB-I                    PIC 9(04).
         77 WS-PATCH-POS               PIC 9(05).
         77 WS-BYTE-I                  PIC 9(04).
         01 WS-FIELD-BYTES             PIC X(999).

      *  Code-page translation of the recovered values, from the
      *  AESCPPRM card - scope F translates the class C fields, T
      *  every field, space none
         77 WS-CP-SCOPE                PIC X(01)    VALUE SPACE.
            88 SW-CP-NONE                           VALUE SPACE.
            88 SW-CP-TEXT                           VALUE 'T'.
         01 WS-CPX-LS.
            02 CPX-FUNCTION            PIC X(01).
            02 CPX-FROM-CP             PIC X(08).
            02 CPX-TO-CP               PIC X(08).
            02 CPX-LENGTH              PIC 9(05).
            02 CPX-DATA                PIC X(999).
            02 CPX-BAD-POS             PIC 9(05).
            02 CPX-STATUS              PIC X(03).
               88 CPXS-OK                       VALUE 'OK '.
               88 CPXS-UNMAPPED                 VALUE 'UNM'.

         77 WS-RECORD-NO               PIC 9(08)    VALUE 0.
         77 WS-PATCHED-COUNT           PIC 9(08)    VALUE 0.

      *  Control totals from the AESFMAP *TOTAL lines, recomputed
      *  over the rebuilt records, beside the totals the loader
      *  left on the AESFMAN trailer
         01 WS-TOT-TABLE.
            05 WS-TOT-ENTRY            OCCURS 10.
               10 WS-TOT-LABEL         PIC X(10).
               10 WS-TOT-DECIMALS      PIC 9(01).
               10 WS-TOT-TYPE          PIC X(08).
               10 WS-TOT-OFFSET        PIC 9(04).
               10 WS-TOT-LENGTH        PIC 9(02).
               10 WS-TOT-CLASS         PIC X(01).
               10 WS-TOT-RECORDS       PIC 9(08).
               10 WS-TOT-SUM           PIC S9(18).
               10 WS-TOT-NONNUM        PIC 9(08).
               10 WS-TOT-LD-FOUND      PIC X(01).
                  88 SW-TOT-LD-FOUND                VALUE 'Y'.
               10 WS-TOT-LD-RECORDS    PIC 9(08).
               10 WS-TOT-LD-SUM        PIC S9(18).
         77 WS-TOT-COUNT               PIC 9(02)    VALUE 0.
         77 WS-TOT-I                   PIC 9(02).
         77 WS-TRAILER-KEY             PIC 9(08)    VALUE 99999999.
         77 WS-LD-TRAILER              PIC X(01)    VALUE 'N'.
            88 SW-LD-TRAILER                        VALUE 'Y'.
         77 WS-LD-RECORDS              PIC 9(08)    VALUE 0.
         77 WS-LD-TOTAL-COUNT          PIC 9(08)    VALUE 0.
         77 WS-BALANCED-COUNT          PIC 9(02)    VALUE 0.
         77 WS-UNBALANCED-COUNT        PIC 9(02)    VALUE 0.

      *  One control field's value, taken apart by its class -
      *  display digits go by their low nibble so the same value
      *  reads the same in either code page
         01 WS-TOT-BYTES               PIC X(18).
         77 WS-TOT-VALUE               PIC S9(18).
         77 WS-TOT-J                   PIC 9(02).
         77 WS-TOT-NIB-HI              PIC 9(02).
         77 WS-TOT-NIB-LO              PIC 9(02).
         77 WS-TOT-VALID               PIC X(01).
            88 SW-TOT-VALID                         VALUE 'Y'.
         77 WS-TOT-SIGN                PIC X(01).
            88 SW-TOT-NEGATIVE                      VALUE '-'.
         01 WS-TOT-ZONE-SETS.
            05 WS-TOT-ZONE-POS         PIC X(10)    VALUE '{ABCDEFGHI'.
            05 WS-TOT-ZONE-NEG         PIC X(10)    VALUE '}JKLMNOPQR'.
            05 WS-TOT-ZONE-NEG-A       PIC X(10)    VALUE 'pqrstuvwxy'.
            05 WS-TOT-ZONE-UNS         PIC X(10)    VALUE '0123456789'.
         01 WS-TOT-ZONE-TABLE REDEFINES WS-TOT-ZONE-SETS.
            05 WS-TOT-ZONE-SET         PIC X(10)    OCCURS 4.
         77 WS-TOT-ZONE-I              PIC 9(01).
         77 WS-TOT-ZONE-SEL            PIC 9(01).
         77 WS-TOT-ZONE-J              PIC 9(02).

      *  A control total edited for the report, decimal point and
      *  trailing sign in place
         77 WS-AMT-VALUE               PIC S9(18).
         77 WS-AMT-DECIMALS            PIC 9(01).
         77 WS-AMT-ABS                 PIC 9(18).
         77 WS-AMT-SCALE               PIC 9(10).
         77 WS-AMT-INT                 PIC 9(18).
         77 WS-AMT-INT-ED              PIC Z(17)9.
         01 WS-AMT-FRAC-GRP.
            05 WS-AMT-FRAC             PIC 9(09).
         01 WS-AMT-FRAC-X REDEFINES WS-AMT-FRAC-GRP
                                       PIC X(09).
         77 WS-AMT-WORK                PIC X(30).
         77 WS-AMT-PTR                 PIC 9(02).
         77 WS-AMT-TEXT                PIC X(22)    JUSTIFIED RIGHT.

      *  Balancing report - one line per control, loaded beside
      *  rebuilt
         01 WS-RPT-LINE                PIC X(132)   VALUE SPACES.
         01 WS-BAL-HEAD.
            05 FILLER                  PIC X(10)    VALUE 'CONTROL'.
            05 FILLER                  PIC X(02)    VALUE SPACES.
            05 FILLER                  PIC X(08)    VALUE 'TYPE'.
            05 FILLER                  PIC X(02)    VALUE SPACES.
            05 FILLER                  PIC X(08)    VALUE ' LD-RECS'.
            05 FILLER                  PIC X(02)    VALUE SPACES.
            05 FILLER                  PIC X(08)    VALUE ' RB-RECS'.
            05 FILLER                  PIC X(02)    VALUE SPACES.
            05 FILLER                  PIC X(22)
                                 VALUE '         LOADED TOTAL '.
            05 FILLER                  PIC X(02)    VALUE SPACES.
            05 FILLER                  PIC X(22)
                                 VALUE '        REBUILT TOTAL '.
            05 FILLER                  PIC X(02)    VALUE SPACES.
            05 FILLER                  PIC X(14)    VALUE 'STATUS'.
            05 FILLER                  PIC X(28)    VALUE SPACES.
         01 WS-BAL-LINE                             VALUE SPACES.
            05 BL-LABEL                PIC X(10).
            05 FILLER                  PIC X(02).
            05 BL-TYPE                 PIC X(08).
            05 FILLER                  PIC X(02).
            05 BL-LD-RECORDS           PIC Z(07)9.
            05 FILLER                  PIC X(02).
            05 BL-RB-RECORDS           PIC Z(07)9.
            05 FILLER                  PIC X(02).
            05 BL-LD-TOTAL             PIC X(22).
            05 FILLER                  PIC X(02).
            05 BL-RB-TOTAL             PIC X(22).
            05 FILLER                  PIC X(02).
            05 BL-STATUS               PIC X(14).
            05 FILLER                  PIC X(28).

      *  Plaintext fidelity proof - the digest records AESTPUT
      *  leaves on the generation (header at 99999980, the digest in
      *  four quarters after it), the bound on data block keys, and
      *  the work areas for the re-fold
         77 WS-FID-HEADER-KEY          PIC 9(08)    VALUE 99999980.
         77 WS-CONTROL-KEY             PIC 9(08)    VALUE 99000000.
         77 WS-FID-PART                PIC 9(01).
         01 WS-FID-DATA.
            05 WS-FID-ALIAS            PIC X(08).
            05 WS-FID-VERSION          PIC 9(03).
            05 WS-FID-ORIGIN           PIC X(20).
            05 WS-FID-DIGEST           PIC X(128).
         77 WS-FID-BLOCKS              PIC 9(08)    VALUE 0.
         77 WS-FID-EOF                 PIC X(01)    VALUE 'N'.
            88 SW-FID-EOF                           VALUE 'Y'.
         01 WS-RUN-IDENT               PIC X(16).
         01 WS-RUN-DATE                PIC 9(08).
         01 WS-RUN-TIME                PIC 9(08).

      *  Fidelity-key lookup, the streaming HMAC, the catalog and
      *  the alert, through the same interfaces AESMAIN uses
         01 KG-S.
            COPY 'KMS-GET.cpy'.

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

         01 WS-CAT-LS.
            02 CTG-FUNCTION            PIC X(01).
               88 CTG-REGISTER                  VALUE 'R'.
               88 CTG-INQUIRE                   VALUE 'I'.
               88 CTG-SCAN-INPUT                VALUE 'S'.
               88 CTG-EVIDENCE                  VALUE 'E'.
            02 CTG-GEN                 PIC X(20).
            02 CTG-DATE                PIC 9(08).
            02 CTG-ACTION              PIC X(08).
            02 CTG-MODE                PIC X(03).
            02 CTG-BITS                PIC X(03).
            02 CTG-ALIAS               PIC X(08).
            02 CTG-VERSION             PIC 9(03).
            02 CTG-BLOCKS              PIC 9(09).
            02 CTG-RUN-ID              PIC X(16).
            02 CTG-DAT-GEN             PIC X(20).
            02 CTG-TENANT              PIC X(08).
            02 CTG-EMBARGO             PIC 9(08).
            02 CTG-ENV                 PIC X(01).
            02 CTG-DEK-WRAP            PIC X(64).
            02 CTG-DEK-C0              PIC X(16).
            02 CTG-CLASS               PIC X(01).
            02 CTG-MAC                 PIC X(01).
            02 CTG-FID-DIGEST          PIC X(128).
            02 CTG-FID-ALIAS           PIC X(08).
            02 CTG-FID-VERSION         PIC 9(03).
            02 CTG-FID-STATE           PIC X(01).
            02 CTG-FID-PROVEN-DATE     PIC 9(08).
            02 CTG-FID-PROVEN-RUN      PIC X(16).
            02 CTG-FID-PROVEN-BY       PIC X(08).
            02 CTG-LOAD-KIND           PIC X(01).
            02 CTG-DELTA-BASE          PIC X(20).
            02 CTG-STATUS              PIC X(03).
               88 CTGS-OK                       VALUE 'OK '.
               88 CTGS-NOT-FOUND                VALUE 'NFD'.
               88 CTGS-ERR                      VALUE 'ERR'.

         01 PMW.
            COPY 'AESLLOG.cpy'.

         01 AL-S.
            COPY 'ALERT-PUT.cpy'.

      *  Release watermarking (AESWMARK) - linkage mirrored here
         01 WS-WMARK-LS.
            02 WMK-FUNCTION            PIC X(01).
            02 WMK-PROGRAM             PIC X(08).
            02 WMK-RELEASE-ID          PIC 9(08).
            02 WMK-REQUESTER           PIC X(08).
            02 WMK-STREAM-LENGTH       PIC 9(05).
            02 WMK-STREAM-POS          PIC 9(11).
            02 WMK-RECORD-NO           PIC 9(08).
            02 WMK-FIELD-NO            PIC 9(03).
            02 WMK-REC-TYPE            PIC X(08).
            02 WMK-REC-LENGTH          PIC 9(05).
            02 WMK-MARKER              PIC X(64).
            02 WMK-OBSERVED            PIC 9(03).
            02 WMK-STATUS              PIC X(03).
               88 WMKS-OK                       VALUE 'OK '.
               88 WMKS-OFF                      VALUE 'OFF'.
               88 WMKS-NO-RELEASE               VALUE 'NRL'.
            02 WMK-RECORD              PIC X(32756).
         77 WS-WMARK                   PIC X(01)    VALUE 'N'.
            88 SW-WMARK-ON                          VALUE 'Y'.

       LINKAGE SECTION.

       PROCEDURE DIVISION.
       MAINLINE.
           PERFORM READ-PARAMETERS.
           PERFORM LOAD-FIELD-MAP.
           PERFORM READ-CODE-PAGE-CARD.
           PERFORM START-WATERMARK.

           IF SW-RECFM-VARIABLE
             OPEN INPUT R-VBUS
           ELSE
             OPEN INPUT R-BUS
           END-IF.

           IF FS-BUS-OK
             CONTINUE
             STOP RUN
           END-IF.

           IF SW-RECFM-VARIABLE
             OPEN OUTPUT R-VOUT
           ELSE
             OPEN OUTPUT R-OUT
           END-IF.

           IF FS-OUT-OK
             CONTINUE
             STOP RUN
           END-IF.

           PERFORM PROVE-PLAINTEXT-FIDELITY
              THRU PROVE-PLAINTEXT-FIDELITY-EXIT.

           PERFORM READ-NEXT-MANIFEST.

      *     A delta's manifest describes only what changed since its
      *     base - no whole file can be rebuilt from it alone
           IF SW-MAN-PENDING
             AND MAN-RECORD-NO NOT = WS-TRAILER-KEY
             AND MAN-CHANGE NOT = SPACE
             DISPLAY 'AESFRBL: AESFMAN IS A DELTA MANIFEST - '
                     'CONSOLIDATE WITH AESDCONS FIRST'
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.

           PERFORM UNTIL FS-BUS-EOF
             PERFORM READ-BUSINESS-RECORD
             IF NOT FS-BUS-EOF
               ADD 1                      TO WS-RECORD-NO
               PERFORM REBUILD-ONE-RECORD
             END-IF
           END-PERFORM.

      *     What is left of the manifest is the loader's trailer
           PERFORM UNTIL SW-MANIFEST-DONE
             IF MAN-RECORD-NO = WS-TRAILER-KEY
               PERFORM TAKE-TRAILER-ENTRY
             END-IF
             PERFORM READ-NEXT-MANIFEST
           END-PERFORM.

           IF SW-RECFM-VARIABLE
             CLOSE R-VBUS R-VOUT
           ELSE
             CLOSE R-BUS R-OUT
           END-IF.

           CLOSE R-MAN R-DAT.

           DISPLAY 'AESFRBL: ' WS-RECORD-NO ' record(s) rebuilt, '
                   WS-PATCHED-COUNT ' field value(s) merged back'.

           PERFORM BALANCE-CONTROL-TOTALS.

           STOP RUN.


       PROVE-PLAINTEXT-FIDELITY.
      *     Nothing is merged back until the deciphered blocks are
      *     proven to be the plaintext the CIPHER run read
           MOVE WS-FID-HEADER-KEY         TO DAT-KEY.

           READ R-DAT KEY IS DAT-KEY.

           IF NOT FS-DAT-OK
             DISPLAY 'AESFRBL: ' WS-DAT-FILE-NAME
                     ' carries no fidelity digest - not proven'
             GO TO PROVE-PLAINTEXT-FIDELITY-EXIT
           END-IF.

           MOVE DAT-HEX(1:8)              TO WS-FID-ALIAS.
           MOVE DAT-HEX(12:20)            TO WS-FID-ORIGIN.

           IF DAT-HEX(9:3) IS NUMERIC
             MOVE DAT-HEX(9:3)            TO WS-FID-VERSION
           ELSE
             MOVE 0                       TO WS-FID-VERSION
           END-IF.

           MOVE SPACES                    TO WS-FID-DIGEST.
           MOVE 1                         TO WS-FID-PART.

           PERFORM UNTIL WS-FID-PART > 4 OR NOT FS-DAT-OK
             COMPUTE DAT-KEY = WS-FID-HEADER-KEY + WS-FID-PART
             READ R-DAT KEY IS DAT-KEY
             IF FS-DAT-OK
               MOVE DAT-HEX
                 TO WS-FID-DIGEST((WS-FID-PART - 1) * 32 + 1:32)
             END-IF
             ADD 1                        TO WS-FID-PART
           END-PERFORM.

           IF NOT FS-DAT-OK
             DISPLAY 'AESFRBL: FIDELITY DIGEST RECORDS INCOMPLETE ON '
                     WS-DAT-FILE-NAME ': ' FS-DAT
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.

           ACCEPT WS-RUN-DATE             FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME             FROM TIME.
           STRING WS-RUN-DATE WS-RUN-TIME
           DELIMITED BY SIZE            INTO WS-RUN-IDENT.

           MOVE SPACES                    TO PMW.
           SET LLOG-MAX OF PMW            TO TRUE.
           MOVE PMW                       TO PUT-MESSAGE-LS OF KG-S.
           MOVE 'AESMPUT'                 TO PUT-MESSAGE OF KG-S.
           MOVE WS-FID-ALIAS              TO LKGS-ALIAS OF KG-S.
           MOVE WS-RUN-IDENT              TO LKGS-RUN-IDENT OF KG-S.
           MOVE WS-FID-VERSION            TO LKGS-VERSION OF KG-S.
           MOVE 'DECIPHER'                TO LKGS-PURPOSE OF KG-S.
           MOVE 'M'                       TO LKGS-KEY-USE OF KG-S.
           MOVE SPACES                    TO LKG-KEY OF KG-S.

           CALL 'AESKGET' USING KG-S.

           IF LKG-STATUS OF KG-S NOT = 'OK '
             DISPLAY 'AESFRBL: FIDELITY KEY LOOKUP FAILED FOR '
                     WS-FID-ALIAS
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.

           SET HMC-INIT                   TO TRUE.
           MOVE LKG-KEY OF KG-S           TO HMC-MAC-KEY.
           CALL 'AESHMAC' USING WS-HMAC-LS.
           MOVE SPACES                    TO HMC-MAC-KEY
                                             LKG-KEY OF KG-S.

      *     Every data block in key order, as AESTPUT stored it -
      *     the reserved low key and the control records above
      *     99000000 are not plaintext
           MOVE 1                         TO DAT-KEY.
           MOVE 'N'                       TO WS-FID-EOF.

           START R-DAT KEY IS NOT LESS THAN DAT-KEY
             INVALID KEY
               SET SW-FID-EOF             TO TRUE
           END-START.

           PERFORM UNTIL SW-FID-EOF OR HMCS-ERR
             READ R-DAT NEXT RECORD
               AT END
                 SET SW-FID-EOF           TO TRUE
               NOT AT END
                 IF DAT-KEY NOT < WS-CONTROL-KEY
                   SET SW-FID-EOF         TO TRUE
                 ELSE
                   SET HMC-ADD            TO TRUE
                   MOVE SPACES            TO HMC-RECORD
                   MOVE DAT-HEX           TO HMC-RECORD(1:32)
                   MOVE 32                TO HMC-RECLEN
                   CALL 'AESHMAC' USING WS-HMAC-LS
                   ADD 1                  TO WS-FID-BLOCKS
                 END-IF
             END-READ
           END-PERFORM.

           IF HMCS-OK
             SET HMC-FINISH               TO TRUE
             CALL 'AESHMAC' USING WS-HMAC-LS
           END-IF.

           IF HMCS-ERR
             DISPLAY 'AESFRBL: FIDELITY DIGEST COULD NOT BE FOLDED'
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.

           IF HMC-DIGEST NOT = WS-FID-DIGEST
             MOVE SPACES                  TO AL-S
             STRING 'PLAINTEXT FIDELITY FAILURE - ' WS-DAT-FILE-NAME
                    ' DOES NOT MATCH ' WS-FID-ORIGIN
                    ' - REBUILD REFUSED'
             DELIMITED BY SIZE          INTO LAL-TEXT OF AL-S
             DISPLAY 'AESFRBL: ' LAL-TEXT OF AL-S(1:80)

             MOVE 2                       TO LAL-LEVEL OF AL-S
             CALL 'AESALERT' USING AL-S

             MOVE 16                      TO RETURN-CODE
             STOP RUN
           END-IF.

           DISPLAY 'AESFRBL: plaintext fidelity proven over '
                   WS-FID-BLOCKS ' block(s) against ' WS-FID-ORIGIN.

      *     Evidence on the origin CIPHER's entry, and on the
      *     deciphered generation's own where it carries the digest
           MOVE WS-FID-ORIGIN             TO CTG-GEN.
           PERFORM RECORD-FIDELITY-EVIDENCE.

           IF WS-DAT-FILE-NAME NOT = WS-FID-ORIGIN
             MOVE WS-DAT-FILE-NAME        TO CTG-GEN
             PERFORM RECORD-FIDELITY-EVIDENCE
           END-IF.

       PROVE-PLAINTEXT-FIDELITY-EXIT.
           EXIT.


       RECORD-FIDELITY-EVIDENCE.
           SET CTG-EVIDENCE               TO TRUE.
           MOVE WS-FID-DIGEST             TO CTG-FID-DIGEST.
           MOVE WS-RUN-DATE               TO CTG-FID-PROVEN-DATE.
           MOVE WS-RUN-IDENT              TO CTG-FID-PROVEN-RUN.
           MOVE 'AESFRBL '                TO CTG-FID-PROVEN-BY.

           CALL 'AESCATP' USING WS-CAT-LS.

           EVALUATE TRUE
             WHEN CTGS-OK
               DISPLAY 'AESFRBL: fidelity evidence recorded against '
                       CTG-GEN
             WHEN CTGS-NOT-FOUND
               CONTINUE
             WHEN OTHER
               DISPLAY 'AESFRBL: fidelity evidence not recorded '
                       'against ' CTG-GEN
           END-EVALUATE.


       READ-BUSINESS-RECORD.
           MOVE SPACES                    TO WS-BUS-REC.

           IF SW-RECFM-VARIABLE
             READ R-VBUS
               AT END
                 CONTINUE
               NOT AT END
                 IF WS-BUS-LENGTH > WS-MAX-LENGTH
                   DISPLAY 'AESFRBL: AESBUSIN RECORD OF ' WS-BUS-LENGTH
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
      *     The mark goes on the copy written, not on WS-OUT-REC -
      *     the control totals are taken from the record as rebuilt
           IF SW-WMARK-ON
             MOVE 'B'                     TO WMK-FUNCTION
             MOVE WS-OUT-REC              TO WMK-RECORD
             MOVE WS-RECORD-NO            TO WMK-RECORD-NO
             MOVE WS-REC-TYPE             TO WMK-REC-TYPE
             MOVE WS-OUT-LENGTH           TO WMK-REC-LENGTH
             CALL 'AESWMARK' USING WS-WMARK-LS
             IF SW-RECFM-VARIABLE
               WRITE VOUT-REC FROM WMK-RECORD
             ELSE
               WRITE OUT-REC FROM WMK-RECORD
             END-IF
           ELSE
             IF SW-RECFM-VARIABLE
               WRITE VOUT-REC FROM WS-OUT-REC
             ELSE
               WRITE OUT-REC FROM WS-OUT-REC
             END-IF
           END-IF.


       START-WATERMARK.
           MOVE 'I'                       TO WMK-FUNCTION.
           MOVE 'AESFRBL '                TO WMK-PROGRAM.

           CALL 'AESWMARK' USING WS-WMARK-LS.

           EVALUATE TRUE
             WHEN WMKS-OK
               SET SW-WMARK-ON            TO TRUE
               DISPLAY 'AESFRBL: AESBUSOT MARKED FOR RELEASE '
                       WMK-RELEASE-ID ' TO ' WMK-REQUESTER
             WHEN WMKS-OFF
               DISPLAY 'AESFRBL: NO AESWMPRM CARD - AESBUSOT '
                       'RELEASED UNMARKED'
             WHEN WMKS-NO-RELEASE
               DISPLAY 'AESFRBL: RELEASE ' WMK-RELEASE-ID
                       ' IS NOT ACTIVE ON AESRELRF'
               MOVE 12                    TO RETURN-CODE
               STOP RUN
             WHEN OTHER
               DISPLAY 'AESFRBL: BAD AESWMPRM CARD OR AESFMAP '
                       '*WMARK LINE'
               MOVE 12                    TO RETURN-CODE
               STOP RUN
           END-EVALUATE.


       READ-PARAMETERS.
               AT END
                 CONTINUE
               NOT AT END
                 EVALUATE TRUE
                   WHEN MAP-OFFSET = 0 AND MAP-LENGTH = 0
                     AND MAP-REC-TYPE = '*RECFM'
                     PERFORM LOAD-RECFM-LINE
                   WHEN MAP-OFFSET = 0 AND MAP-LENGTH = 0
                     AND MAP-REC-TYPE = '*TOTAL'
                     PERFORM LOAD-TOTAL-LINE
                   WHEN MAP-OFFSET = 0 AND MAP-LENGTH = 0
                     AND MAP-REC-TYPE NOT = SPACES
                     AND MAP-REC-TYPE NOT = '*OTHER'
                     AND MAP-REC-TYPE NOT = '*KEY'
                     AND MAP-REC-TYPE NOT = '*WMARK'
                     AND MAP-TEST-OFFSET IS NUMERIC
                     AND MAP-TEST-LENGTH IS NUMERIC
                     AND WS-TYPE-COUNT < 20
                     ADD 1                TO WS-TYPE-COUNT
                     MOVE MAP-REC-TYPE    TO
                          WS-TYPE-NAME(WS-TYPE-COUNT)
                     MOVE MAP-TEST-OFFSET TO
                          WS-TYPE-OFFSET(WS-TYPE-COUNT)
                     MOVE MAP-TEST-LENGTH TO
                          WS-TYPE-LENGTH(WS-TYPE-COUNT)
                     MOVE MAP-TEST-VALUE  TO
                          WS-TYPE-VALUE(WS-TYPE-COUNT)
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
                 END-EVALUATE
             END-READ
           END-PERFORM.

           CLOSE R-MAP.


       LOAD-RECFM-LINE.
           MOVE MAP-RECFM                 TO WS-RECFM.

           EVALUATE TRUE
             WHEN WS-RECFM = 'F'
               AND (MAP-MAX-LENGTH NOT NUMERIC
                    OR MAP-MAX-LENGTH = 256)
               MOVE 256                   TO WS-MAX-LENGTH
             WHEN WS-RECFM = 'V' AND MAP-MAX-LENGTH IS NUMERIC
               AND MAP-MAX-LENGTH > 0
               AND MAP-MAX-LENGTH <= 32756
               MOVE MAP-MAX-LENGTH        TO WS-MAX-LENGTH
             WHEN OTHER
               DISPLAY 'AESFRBL: *RECFM MUST BE F (256) OR V WITH '
                       'A MAXIMUM OF 00001-32756'
               MOVE 12                    TO RETURN-CODE
               STOP RUN
           END-EVALUATE.


       LOAD-TOTAL-LINE.
           IF WS-TOT-COUNT < 10
             AND MAP-TEST-OFFSET IS NUMERIC
             AND MAP-TEST-LENGTH IS NUMERIC
             AND MAP-TEST-OFFSET > 0
             AND MAP-TEST-LENGTH > 0 AND MAP-TEST-LENGTH <= 18
             AND (MAP-FIELD-CLASS NOT = 'P' OR MAP-TEST-LENGTH <= 9)
             AND (MAP-FIELD-CLASS = SPACE OR 'C' OR 'Z' OR 'P')
             AND (MAP-TOTAL-DECIMALS = SPACE
                  OR MAP-TOTAL-DECIMALS IS NUMERIC)
             AND MAP-TOTAL-LABEL NOT = SPACES
             CONTINUE
           ELSE
             DISPLAY 'AESFRBL: BAD/EXCESS AESFMAP *TOTAL LINE '
                     MAP-TOTAL-LABEL
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.

           ADD 1                          TO WS-TOT-COUNT.
           MOVE MAP-TOTAL-LABEL           TO
                WS-TOT-LABEL(WS-TOT-COUNT).
           MOVE 0                         TO
                WS-TOT-DECIMALS(WS-TOT-COUNT).
           IF MAP-TOTAL-DECIMALS IS NUMERIC
             MOVE MAP-TOTAL-DECIMALS      TO
                  WS-TOT-DECIMALS(WS-TOT-COUNT)
           END-IF.
           MOVE MAP-TOTAL-TYPE            TO
                WS-TOT-TYPE(WS-TOT-COUNT).
           MOVE MAP-TEST-OFFSET           TO
                WS-TOT-OFFSET(WS-TOT-COUNT).
           MOVE MAP-TEST-LENGTH           TO
                WS-TOT-LENGTH(WS-TOT-COUNT).
           MOVE MAP-FIELD-CLASS           TO
                WS-TOT-CLASS(WS-TOT-COUNT).
           MOVE 'N'                       TO
                WS-TOT-LD-FOUND(WS-TOT-COUNT).
           MOVE 0                         TO
                WS-TOT-RECORDS(WS-TOT-COUNT)
                WS-TOT-SUM(WS-TOT-COUNT)
                WS-TOT-NONNUM(WS-TOT-COUNT)
                WS-TOT-LD-RECORDS(WS-TOT-COUNT)
                WS-TOT-LD-SUM(WS-TOT-COUNT).


       READ-CODE-PAGE-CARD.
      *     No card, or one with no scope or the same code page on
      *     both sides, merges the values back as deciphered
           OPEN INPUT R-CPP.

           IF FS-CPP-OPEN
             READ R-CPP
             IF FS-CPP-OK
               AND CPP-SCOPE NOT = SPACE
               AND CPP-FROM-CP NOT = CPP-TO-CP
               MOVE CPP-SCOPE             TO WS-CP-SCOPE
               MOVE CPP-FROM-CP           TO CPX-FROM-CP
               MOVE CPP-TO-CP             TO CPX-TO-CP
             END-IF
             CLOSE R-CPP
           END-IF.


       READ-NEXT-MANIFEST.
           READ R-MAN
             AT END


       REBUILD-ONE-RECORD.
           MOVE WS-BUS-REC                TO WS-OUT-REC.
           MOVE WS-BUS-LENGTH             TO WS-OUT-LENGTH.
           MOVE SPACES                    TO WS-REC-TYPE.

      *     Every manifest entry for this record, in field order
           PERFORM UNTIL SW-MANIFEST-DONE
             OR MAN-RECORD-NO NOT = WS-RECORD-NO
             IF MAN-FIELD-NO = 0
               PERFORM CHECK-RECORD-ENTRY
             ELSE
               PERFORM MERGE-ONE-FIELD
             END-IF
             PERFORM READ-NEXT-MANIFEST
           END-PERFORM.

           PERFORM WRITE-OUTPUT-RECORD.

           IF FS-OUT-OK
             CONTINUE
             STOP RUN
           END-IF.

           PERFORM ADD-CONTROL-TOTALS.


       CHECK-RECORD-ENTRY.
      *     The loader's record entry names the type it took the
      *     record for and its true length - the map must still read
      *     it the same way, or the field positions below would land
      *     in the wrong layout
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

           IF WS-REC-TYPE = SPACES AND WS-TYPE-COUNT > 0
             MOVE '*OTHER'                TO WS-REC-TYPE
           END-IF.

           IF WS-REC-TYPE NOT = MAN-REC-TYPE
             DISPLAY 'AESFRBL: RECORD ' WS-RECORD-NO ' IS TYPE '
                     WS-REC-TYPE ' BUT AESFMAN SAYS ' MAN-REC-TYPE
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.

      *     The rebuilt record goes out at the length the loader
      *     recorded (a manifest from before lengths were kept has
      *     none - the record's own length stands)
           IF MAN-REC-LENGTH IS NUMERIC AND MAN-REC-LENGTH > 0
             IF MAN-REC-LENGTH NOT = WS-BUS-LENGTH
               DISPLAY 'AESFRBL: RECORD ' WS-RECORD-NO ' IS '
                       WS-BUS-LENGTH ' BYTES BUT AESFMAN SAYS '
                       MAN-REC-LENGTH
               MOVE 12                    TO RETURN-CODE
               STOP RUN
             END-IF
             MOVE MAN-REC-LENGTH          TO WS-OUT-LENGTH
           END-IF.


       MERGE-ONE-FIELD.
           IF MAN-FIELD-NO > WS-MAP-COUNT
             OR (WS-MAP-TYPE(MAN-FIELD-NO) NOT = SPACES
                 AND WS-MAP-TYPE(MAN-FIELD-NO) NOT = MAN-REC-TYPE)
             DISPLAY 'AESFRBL: AESFMAN FIELD ' MAN-FIELD-NO
                     ' OF RECORD ' WS-RECORD-NO
                     ' IS NOT IN THE MAP FOR TYPE ' MAN-REC-TYPE
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.

           IF WS-MAP-OFFSET(MAN-FIELD-NO) + MAN-HEX-LENGTH / 2 - 1
              > WS-OUT-LENGTH
             DISPLAY 'AESFRBL: AESFMAN FIELD ' MAN-FIELD-NO
                     ' RUNS PAST THE END OF RECORD ' WS-RECORD-NO
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.

      *     Assemble the field's hex from its block range (fields
      *     can straddle block boundaries), then patch the raw bytes
      *     back into the record at the field map's byte position
             MOVE 1                       TO WS-CUR-OFFSET
           END-PERFORM.

      *     Hex back to raw bytes, translated where the field is
      *     character data in another code page, then into the
      *     mapped byte positions
           MOVE SPACES                    TO WS-FIELD-BYTES.
           MOVE 0                         TO WS-BYTE-I.

           PERFORM VARYING WS-HB-I FROM 1 BY 2
             UNTIL WS-HB-I >= WS-HEX-NEED
             ADD 1                        TO WS-BYTE-I
             PERFORM HEX-PAIR-TO-BYTE
           END-PERFORM.

           IF NOT SW-CP-NONE
             AND (SW-CP-TEXT OR WS-MAP-CLASS(MAN-FIELD-NO) = 'C')
             PERFORM TRANSLATE-FIELD
           END-IF.

           MOVE WS-MAP-OFFSET(MAN-FIELD-NO) TO WS-PATCH-POS.
           MOVE WS-FIELD-BYTES(1:WS-BYTE-I)
             TO WS-OUT-REC(WS-PATCH-POS:WS-BYTE-I).

           ADD 1                          TO WS-PATCHED-COUNT.


       TRANSLATE-FIELD.
           MOVE 'T'                       TO CPX-FUNCTION.
           MOVE WS-BYTE-I                 TO CPX-LENGTH.
           MOVE WS-FIELD-BYTES            TO CPX-DATA.

           CALL 'AESCPXL' USING WS-CPX-LS.

           IF CPXS-OK
             MOVE CPX-DATA                TO WS-FIELD-BYTES
           ELSE
             IF CPXS-UNMAPPED
               DISPLAY 'AESFRBL: BYTE ' CPX-BAD-POS ' OF FIELD '
                       MAN-FIELD-NO ' OF RECORD ' WS-RECORD-NO
                       ' HAS NO ' CPX-TO-CP ' MAPPING'
             ELSE
               DISPLAY 'AESFRBL: NO TRANSLATION FROM ' CPX-FROM-CP
                       ' TO ' CPX-TO-CP
             END-IF
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.


       HEX-PAIR-TO-BYTE.
           PERFORM VARYING WS-HEX-HI FROM 1 BY 1
             UNTIL WS-HEX-HI > 16
               (WS-HEX-HI - 1) * 16 + WS-HEX-LO - 1.

           MOVE FUNCTION CHAR(WS-BYTE-VAL + 1)
             TO WS-FIELD-BYTES(WS-BYTE-I:1).


       TAKE-TRAILER-ENTRY.
      *     Entry 000 is the loader's record count and how many
      *     totals it kept; the rest follow the *TOTAL lines
           IF MTR-TOTAL-NO = 0
             SET SW-LD-TRAILER            TO TRUE
             MOVE MTR-RECORDS             TO WS-LD-RECORDS
             MOVE MTR-TOTAL               TO WS-LD-TOTAL-COUNT
           ELSE
             IF MTR-TOTAL-NO <= WS-TOT-COUNT
               MOVE MTR-TOTAL-NO          TO WS-TOT-I
               SET SW-TOT-LD-FOUND(WS-TOT-I) TO TRUE
               MOVE MTR-RECORDS           TO WS-TOT-LD-RECORDS(WS-TOT-I)
               MOVE MTR-TOTAL             TO WS-TOT-LD-SUM(WS-TOT-I)
             END-IF
           END-IF.


       BALANCE-CONTROL-TOTALS.
           OPEN OUTPUT R-RPT.

           IF FS-RPT-OK
             CONTINUE
           ELSE
             DISPLAY 'AESFRBL: ERROR OPENING AESBLRPT: ' FS-RPT
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.

           STRING 'AESFRBL BALANCING - AESBUSOT AGAINST THE AESFMAN '
                  'CONTROL TOTALS FOR ' WS-DAT-FILE-NAME
           DELIMITED BY SIZE            INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

           MOVE WS-BAL-HEAD               TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

           IF SW-LD-TRAILER
             MOVE SPACES                  TO WS-BAL-LINE
             MOVE 'RECORDS'               TO BL-LABEL
             MOVE WS-LD-RECORDS           TO BL-LD-RECORDS
             MOVE WS-RECORD-NO            TO BL-RB-RECORDS
             IF WS-LD-RECORDS = WS-RECORD-NO
               MOVE 'BALANCED'            TO BL-STATUS
               ADD 1                      TO WS-BALANCED-COUNT
             ELSE
               MOVE 'OUT OF BALANCE'      TO BL-STATUS
               ADD 1                      TO WS-UNBALANCED-COUNT
             END-IF
             MOVE WS-BAL-LINE             TO WS-RPT-LINE
             PERFORM WRITE-REPORT-LINE

             IF WS-LD-TOTAL-COUNT NOT = WS-TOT-COUNT
               STRING 'AESFMAP HAS ' WS-TOT-COUNT ' *TOTAL LINE(S) '
                      'BUT THE LOAD KEPT ' WS-LD-TOTAL-COUNT
               DELIMITED BY SIZE        INTO WS-RPT-LINE
               PERFORM WRITE-REPORT-LINE
               ADD 1                      TO WS-UNBALANCED-COUNT
             END-IF
           ELSE
             STRING 'AESFMAN CARRIES NO CONTROL TOTALS - WRITTEN '
                    'BEFORE THE LOADER KEPT THEM'
             DELIMITED BY SIZE          INTO WS-RPT-LINE
             PERFORM WRITE-REPORT-LINE
           END-IF.

           PERFORM VARYING WS-TOT-I FROM 1 BY 1
             UNTIL WS-TOT-I > WS-TOT-COUNT
             PERFORM BALANCE-ONE-TOTAL
           END-PERFORM.

           STRING 'TOTALS - BALANCED ' WS-BALANCED-COUNT
                  ' OUT-OF-BALANCE ' WS-UNBALANCED-COUNT
           DELIMITED BY SIZE            INTO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

           CLOSE R-RPT.

           EVALUATE TRUE
             WHEN WS-UNBALANCED-COUNT > 0
               DISPLAY 'AESFRBL: OUT OF BALANCE - ' WS-UNBALANCED-COUNT
                       ' control(s) disagree - AESBUSOT NOT RELEASED'
               PERFORM WITHHOLD-REBUILT-FILE
               MOVE 12                    TO RETURN-CODE
             WHEN NOT SW-LD-TRAILER
               DISPLAY 'AESFRBL: AESFMAN CARRIES NO CONTROL TOTALS - '
                       'AESBUSOT RELEASED UNBALANCED'
               MOVE 4                     TO RETURN-CODE
             WHEN OTHER
               DISPLAY 'AESFRBL: BALANCED - ' WS-BALANCED-COUNT
                       ' control(s) agree'
           END-EVALUATE.


       BALANCE-ONE-TOTAL.
           MOVE SPACES                    TO WS-BAL-LINE.
           MOVE WS-TOT-LABEL(WS-TOT-I)    TO BL-LABEL.
           MOVE WS-TOT-TYPE(WS-TOT-I)     TO BL-TYPE.
           MOVE WS-TOT-RECORDS(WS-TOT-I)  TO BL-RB-RECORDS.
           MOVE WS-TOT-DECIMALS(WS-TOT-I) TO WS-AMT-DECIMALS.
           MOVE WS-TOT-SUM(WS-TOT-I)      TO WS-AMT-VALUE.
           PERFORM FORMAT-CONTROL-AMOUNT.
           MOVE WS-AMT-TEXT               TO BL-RB-TOTAL.

           IF SW-TOT-LD-FOUND(WS-TOT-I)
             MOVE WS-TOT-LD-RECORDS(WS-TOT-I) TO BL-LD-RECORDS
             MOVE WS-TOT-LD-SUM(WS-TOT-I) TO WS-AMT-VALUE
             PERFORM FORMAT-CONTROL-AMOUNT
             MOVE WS-AMT-TEXT             TO BL-LD-TOTAL
             IF WS-TOT-LD-RECORDS(WS-TOT-I) = WS-TOT-RECORDS(WS-TOT-I)
               AND WS-TOT-LD-SUM(WS-TOT-I) = WS-TOT-SUM(WS-TOT-I)
               MOVE 'BALANCED'            TO BL-STATUS
               ADD 1                      TO WS-BALANCED-COUNT
             ELSE
               MOVE 'OUT OF BALANCE'      TO BL-STATUS
               ADD 1                      TO WS-UNBALANCED-COUNT
             END-IF
           ELSE
             MOVE 'NOT LOADED'            TO BL-STATUS
             ADD 1                        TO WS-UNBALANCED-COUNT
           END-IF.

           MOVE WS-BAL-LINE               TO WS-RPT-LINE.
           PERFORM WRITE-REPORT-LINE.

           IF WS-TOT-NONNUM(WS-TOT-I) > 0
             STRING '          ' WS-TOT-NONNUM(WS-TOT-I)
                    ' NON-NUMERIC VALUE(S) COUNTED AS ZERO'
             DELIMITED BY SIZE          INTO WS-RPT-LINE
             PERFORM WRITE-REPORT-LINE
           END-IF.


       WITHHOLD-REBUILT-FILE.
      *     Nothing that failed to balance goes forward - AESBUSOT
      *     is emptied rather than left half-trusted
           IF SW-RECFM-VARIABLE
             OPEN OUTPUT R-VOUT
             CLOSE R-VOUT
           ELSE
             OPEN OUTPUT R-OUT
             CLOSE R-OUT
           END-IF.


       WRITE-REPORT-LINE.
           MOVE WS-RPT-LINE                TO RPT-REC.
           MOVE SPACES                     TO WS-RPT-LINE.

           WRITE RPT-REC.

           IF FS-RPT-OK
             CONTINUE
           ELSE
             DISPLAY 'AESFRBL: ERROR WRITING AESBLRPT: ' FS-RPT
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.


       ADD-CONTROL-TOTALS.
      *     Every *TOTAL this record's type carries, over bytes the
      *     record actually holds
           PERFORM VARYING WS-TOT-I FROM 1 BY 1
             UNTIL WS-TOT-I > WS-TOT-COUNT
             IF (WS-TOT-TYPE(WS-TOT-I) = SPACES
                 OR WS-TOT-TYPE(WS-TOT-I) = WS-REC-TYPE)
               AND WS-TOT-OFFSET(WS-TOT-I) + WS-TOT-LENGTH(WS-TOT-I)
                   - 1 <= WS-OUT-LENGTH
               PERFORM ADD-ONE-CONTROL-TOTAL
             END-IF
           END-PERFORM.


       ADD-ONE-CONTROL-TOTAL.
           MOVE SPACES                    TO WS-TOT-BYTES.
           MOVE WS-OUT-REC(WS-TOT-OFFSET(WS-TOT-I):
                           WS-TOT-LENGTH(WS-TOT-I))
             TO WS-TOT-BYTES.

           PERFORM TAKE-CONTROL-VALUE.

           ADD 1                          TO WS-TOT-RECORDS(WS-TOT-I).
           ADD WS-TOT-VALUE               TO WS-TOT-SUM(WS-TOT-I)
             ON SIZE ERROR
               PERFORM WRAP-CONTROL-TOTAL
           END-ADD.


       WRAP-CONTROL-TOTAL.
      *     Past 18 digits a total keeps its low-order digits, the
      *     way a hash total always has - taken in two halves so the
      *     arithmetic itself stays inside 18 digits
           IF WS-TOT-VALUE > 0
             COMPUTE WS-TOT-SUM(WS-TOT-I) =
                 (WS-TOT-SUM(WS-TOT-I) - 500000000000000000)
               + (WS-TOT-VALUE - 500000000000000000)
           ELSE
             COMPUTE WS-TOT-SUM(WS-TOT-I) =
                 (WS-TOT-SUM(WS-TOT-I) + 500000000000000000)
               + (WS-TOT-VALUE + 500000000000000000)
           END-IF.


       TAKE-CONTROL-VALUE.
      *     The field as a signed whole number. A value that is not a
      *     number in its class counts as zero and is reported
           MOVE 0                         TO WS-TOT-VALUE.
           MOVE SPACE                     TO WS-TOT-SIGN.
           SET SW-TOT-VALID               TO TRUE.

           EVALUATE WS-TOT-CLASS(WS-TOT-I)
             WHEN 'P'
               PERFORM VARYING WS-TOT-J FROM 1 BY 1
                 UNTIL WS-TOT-J > WS-TOT-LENGTH(WS-TOT-I)
                 PERFORM TAKE-PACKED-BYTE
               END-PERFORM
             WHEN 'Z'
               PERFORM VARYING WS-TOT-J FROM 1 BY 1
                 UNTIL WS-TOT-J >= WS-TOT-LENGTH(WS-TOT-I)
                 PERFORM TAKE-DISPLAY-DIGIT
               END-PERFORM
               PERFORM TAKE-ZONED-SIGN
             WHEN OTHER
               PERFORM VARYING WS-TOT-J FROM 1 BY 1
                 UNTIL WS-TOT-J > WS-TOT-LENGTH(WS-TOT-I)
                 PERFORM TAKE-DISPLAY-DIGIT
               END-PERFORM
           END-EVALUATE.

           IF SW-TOT-VALID
             IF SW-TOT-NEGATIVE
               COMPUTE WS-TOT-VALUE = 0 - WS-TOT-VALUE
             END-IF
           ELSE
             MOVE 0                       TO WS-TOT-VALUE
             ADD 1                        TO WS-TOT-NONNUM(WS-TOT-I)
           END-IF.


       TAKE-BYTE-NIBBLES.
           COMPUTE WS-BYTE-VAL =
               FUNCTION ORD(WS-TOT-BYTES(WS-TOT-J:1)) - 1.

           DIVIDE WS-BYTE-VAL BY 16        GIVING WS-TOT-NIB-HI
                                        REMAINDER WS-TOT-NIB-LO.


       TAKE-DISPLAY-DIGIT.
      *     A digit in either code page (X'3n' or X'Fn'); a space in
      *     either (X'20' or X'40') is passed over, as in a number
      *     not filled out to the width of its field
           PERFORM TAKE-BYTE-NIBBLES.

           EVALUATE TRUE
             WHEN WS-TOT-NIB-LO <= 9
               AND (WS-TOT-NIB-HI = 3 OR WS-TOT-NIB-HI = 15)
               COMPUTE WS-TOT-VALUE =
                   WS-TOT-VALUE * 10 + WS-TOT-NIB-LO
             WHEN WS-BYTE-VAL = 32 OR WS-BYTE-VAL = 64
               CONTINUE
             WHEN OTHER
               MOVE 'N'                   TO WS-TOT-VALID
           END-EVALUATE.


       TAKE-ZONED-SIGN.
      *     The last byte carries the last digit and the sign, in
      *     whichever overpunch convention the field was written in
           MOVE 0                         TO WS-TOT-ZONE-SEL.

           PERFORM VARYING WS-TOT-ZONE-I FROM 1 BY 1
             UNTIL WS-TOT-ZONE-I > 4 OR WS-TOT-ZONE-SEL > 0
             PERFORM VARYING WS-TOT-ZONE-J FROM 1 BY 1
               UNTIL WS-TOT-ZONE-J > 10 OR WS-TOT-ZONE-SEL > 0
               IF WS-TOT-ZONE-SET(WS-TOT-ZONE-I)(WS-TOT-ZONE-J:1) =
                  WS-TOT-BYTES(WS-TOT-LENGTH(WS-TOT-I):1)
                 MOVE WS-TOT-ZONE-I       TO WS-TOT-ZONE-SEL
                 COMPUTE WS-TOT-VALUE =
                     WS-TOT-VALUE * 10 + WS-TOT-ZONE-J - 1
               END-IF
             END-PERFORM
           END-PERFORM.

           EVALUATE WS-TOT-ZONE-SEL
             WHEN 0
               MOVE 'N'                   TO WS-TOT-VALID
             WHEN 2
             WHEN 3
               MOVE '-'                   TO WS-TOT-SIGN
           END-EVALUATE.


       TAKE-PACKED-BYTE.
      *     Two digits a byte, the last byte's low nibble the sign -
      *     B or D negative, A, C, E or F positive
           PERFORM TAKE-BYTE-NIBBLES.

           IF WS-TOT-NIB-HI > 9
             MOVE 'N'                     TO WS-TOT-VALID
           ELSE
             COMPUTE WS-TOT-VALUE = WS-TOT-VALUE * 10 + WS-TOT-NIB-HI
           END-IF.

           IF WS-TOT-J < WS-TOT-LENGTH(WS-TOT-I)
             IF WS-TOT-NIB-LO > 9
               MOVE 'N'                   TO WS-TOT-VALID
             ELSE
               COMPUTE WS-TOT-VALUE =
                   WS-TOT-VALUE * 10 + WS-TOT-NIB-LO
             END-IF
           ELSE
             EVALUATE WS-TOT-NIB-LO
               WHEN 11
               WHEN 13
                 MOVE '-'                 TO WS-TOT-SIGN
               WHEN 10
               WHEN 12
               WHEN 14
               WHEN 15
                 CONTINUE
               WHEN OTHER
                 MOVE 'N'                 TO WS-TOT-VALID
             END-EVALUATE
           END-IF.


       FORMAT-CONTROL-AMOUNT.
      *     WS-AMT-VALUE at WS-AMT-DECIMALS places into WS-AMT-TEXT,
      *     right-aligned with a trailing minus when negative
           IF WS-AMT-VALUE < 0
             COMPUTE WS-AMT-ABS = 0 - WS-AMT-VALUE
           ELSE
             MOVE WS-AMT-VALUE            TO WS-AMT-ABS
           END-IF.

           COMPUTE WS-AMT-SCALE = 10 ** WS-AMT-DECIMALS.
           DIVIDE WS-AMT-ABS BY WS-AMT-SCALE GIVING WS-AMT-INT
                                          REMAINDER WS-AMT-FRAC.
           MOVE WS-AMT-INT                TO WS-AMT-INT-ED.

           MOVE SPACES                    TO WS-AMT-WORK.
           MOVE 1                         TO WS-AMT-PTR.

           STRING WS-AMT-INT-ED DELIMITED BY SIZE
             INTO WS-AMT-WORK WITH POINTER WS-AMT-PTR.

           IF WS-AMT-DECIMALS > 0
             STRING '.' WS-AMT-FRAC-X(10 - WS-AMT-DECIMALS:
                                      WS-AMT-DECIMALS)
               DELIMITED BY SIZE
               INTO WS-AMT-WORK WITH POINTER WS-AMT-PTR
           END-IF.

           IF WS-AMT-VALUE < 0
             STRING '-' DELIMITED BY SIZE
               INTO WS-AMT-WORK WITH POINTER WS-AMT-PTR
           ELSE
             STRING ' ' DELIMITED BY SIZE
               INTO WS-AMT-WORK WITH POINTER WS-AMT-PTR
           END-IF.

           MOVE WS-AMT-WORK(1:WS-AMT-PTR - 1) TO WS-AMT-TEXT.
