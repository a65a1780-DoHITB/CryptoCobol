      * put the recovered values back after the DECIPHER.
      *
      * The target AESIDAT generation name comes from the AESFPARM
      * control record (columns 1-20), and the dataset name of the
      * business file being loaded from columns 22-65 (blank: the
      * DD name AESBUSIN). Every completed load appends one AESFLREG
      * register record - source, generation, date/time, records
      * and blocks - the link AESLNINQ walks from a business file to
      * the generation that carries it.
      *
      * AESFMAP lines:
      *   field    OFFSET(1-4) LENGTH(5-7) TYPE(9-16) CLASS(47)
      *   type     0000000     TYPE(9-16) TEST-OFFSET(18-21)
      *            TEST-LENGTH(23-24) TEST-VALUE(26-45)
      *   other    0000000     *OTHER     PASS or REFUSE in 26-45
      *   format   0000000     *RECFM     F, or V and a maximum
      *            record length, in 26-32 ("V 08000")
      *   total    0000000     *TOTAL     OFFSET(18-21) LENGTH(23-24)
      *            LABEL(26-35) DECIMALS(36) TYPE(38-45) CLASS(47)
      *   wmark    0000000     *WMARK     OFFSET(18-21) LENGTH(23-24)
      *            FILLER or TEXT in 26-35, TYPE(38-45) - where
      *            AESWMARK may mark a released copy; not read here
      * With no type lines every field applies to every record, as
      * it always has. Once types are defined each record takes the
      * first type whose test bytes hold the test value, and gets
      * that type's fields plus any field with a blank TYPE. A
      * record no type matches is refused (RETURN-CODE 12) unless
      * the *OTHER line says PASS, when it goes through with no
      * field touched. AESFMAN carries the type on every entry, and
      * a field-0 entry per record so a record with nothing to
      * protect is still on the manifest.
      *
      * Without a *RECFM line (or with F) AESBUSIN is the fixed
      * 256-byte file. With V it is read as variable-length (RDW)
      * records up to the stated maximum, and the manifest's
      * field-0 entry keeps each record's true length so AESFRBL
      * writes it back the same size. A field that starts past a
      * record's end is simply not in that record; one that starts
      * inside it but runs past the end stops the run.
      *
      * CLASS C marks a field as character data - the fields AESFRBL
      * translates when the plaintext arrived in another code page
      * (blank or B: binary, merged back byte for byte). P and Z
      * mark packed and signed zoned decimal, which AESBFPE protects
      * digit by digit; here they are binary like any other.
      *
      * Each *TOTAL line names a numeric field the business balances
      * on - an amount, or an account number hash-totalled - in
      * display digits (CLASS blank or C), signed zoned (Z) or
      * packed (P), up to 18 digits. It is added up over every
      * record of the TYPE given (blank: every record) along with a
      * count of those records, and the totals go on the end of
      * AESFMAN as trailer entries under record number 99999999 -
      * entry 000 the file's record count (and how many totals
      * follow), then one per *TOTAL line in deck order - for
      * AESFRBL and AESSXTR to balance against after the DECIPHER.
      * Totals keep their low 18 digits.
      *
      * A *KEY line names the record's business key, up to 20 bytes
      * at OFFSET(18-21) LENGTH(23-24) - never inside a protected
      * field, as the key goes on AESFMAN in the clear. A keyed load
      * must arrive in strictly ascending key order, and each
      * record's field-0 entry carries its key and a keyed signature
      * (AES-CMAC under the MAC key aliased in AESFPARM columns
      * 69-76), so the next cycle can tell what changed.
      *
      * AESFPARM column 67 picks the load: blank or F a full load, D
      * a delta. A delta reads the previous cycle's AESFMAN (DD
      * AESFMANP, full or delta itself) and compares key by key -
      * a new key is added ('A'), a different signature changed
      * ('C'); both have their fields loaded. An unchanged record
      * ('U') gets only its field-0 entry, and a key gone since the
      * previous cycle gets a deleted ('D') entry, record number 0,
      * with the old key and signature. The control totals still
      * cover the whole file. Every load stamps its identity on the
      * generation (sentinel keys 99999978-99999979) and the manifest
      * trailer - full or delta, its own load id, and for a delta the
      * load and generation it was taken against - the chain AESDCONS
      * follows to fold the deltas back onto the last full load.
      *
      * AESFPARM columns 78-85 optionally name a blind-index key
      * (an AESKEYF alias declared for use 'I', never the signing
      * key). With one named, every field value loaded is also
      * indexed: AESBINDX takes a keyed HMAC of its normalized value
      * and the index value, generation, record and field number go
      * on the AESBIDX KSDS, keyed in that order - so AESBSRCH can
      * turn a clear value into the generations and record numbers
      * that hold it, for AESSXTR to extract, without deciphering
      * anything. A delta indexes the records it loads; an
      * unchanged record stays indexed under the generation that
      * still carries it.
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

      *     FIELD MAP (AESFMAP - field and record-type lines)
            SELECT R-MAP ASSIGN TO 'AESFMAP'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-PARM.

      *     PREVIOUS MANIFEST (AESFMANP - the prior cycle's AESFMAN,
      *     read by a delta load only)
            SELECT R-PMAN ASSIGN TO 'AESFMANP'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-PMAN.

      *     LOAD REGISTER (AESFLREG - one record appended per load)
            SELECT R-FLR ASSIGN TO 'AESFLREG'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-FLR.

      *     BLIND INDEX (AESBIDX - KSDS keyed on index value,
      *     generation, record and field; blind-indexed loads only)
            SELECT R-BIX ASSIGN TO 'AESBIDX'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS RANDOM
                   RECORD KEY   IS BIX-KEY
                   FILE STATUS  IS FS-BIX.

       DATA DIVISION.
       FILE SECTION.
      *   AESBUSIN

       01 BUS-REC                        PIC X(256).

      *   AESBUSIN, variable-length
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
          05 MAP-TOTAL-VALUE REDEFINES MAP-TEST-VALUE.
             10 MAP-TOTAL-LABEL          PIC X(10).
             10 MAP-TOTAL-DECIMALS       PIC X(01).
             10 FILLER                   PIC X(01).
             10 MAP-TOTAL-TYPE           PIC X(08).
          05 FILLER                      PIC X(01).
          05 MAP-FIELD-CLASS             PIC X(01).

      *   Target generation
       FD R-DAT LABEL RECORD STANDARD.
          05 MAN-START-BLOCK             PIC 9(08).
          05 MAN-START-OFFSET            PIC 9(02).
          05 MAN-HEX-LENGTH              PIC 9(04).
          05 MAN-REC-TYPE                PIC X(08).
          05 MAN-REC-LENGTH              PIC 9(05).
          05 FILLER                      PIC X(02).
      *      Keyed loads: change type (blank in a full load, A/C/U/D
      *      in a delta), business key and record signature
          05 MAN-CHANGE                  PIC X(01).
          05 FILLER                      PIC X(01).
          05 MAN-BUS-KEY                 PIC X(20).
          05 MAN-REC-SIG                 PIC X(20).
          05 FILLER                      PIC X(46).

      *   AESFMAN control-total trailer (record number 99999999)
       01 MAN-TRAILER-REC.
          05 MTR-RECORD-NO               PIC 9(08).
          05 MTR-TOTAL-NO                PIC 9(03).
          05 MTR-RECORDS                 PIC 9(08).
          05 MTR-TOTAL                   PIC S9(18)
                                         SIGN LEADING SEPARATE.
          05 FILLER                      PIC X(02).
      *      The load's identity, and the signing key's alias and
      *      version, on every trailer entry
          05 MTR-LOAD-KIND               PIC X(01).
          05 FILLER                      PIC X(01).
          05 MTR-LOAD-ID                 PIC X(14).
          05 MTR-BASE-LOAD-ID            PIC X(14).
          05 MTR-GEN-NAME                PIC X(20).
          05 MTR-BASE-GEN                PIC X(20).
          05 MTR-SIG-ALIAS               PIC X(08).
          05 MTR-SIG-VERSION             PIC 9(03).
          05 FILLER                      PIC X(07).

      *   AESFMANP
       FD R-PMAN LABEL RECORD STANDARD.

       01 PMN-REC.
          05 PMN-RECORD-NO               PIC 9(08).
          05 PMN-FIELD-NO                PIC 9(03).
          05 FILLER                      PIC X(14).
          05 PMN-REC-TYPE                PIC X(08).
          05 PMN-REC-LENGTH              PIC 9(05).
          05 FILLER                      PIC X(02).
          05 PMN-CHANGE                  PIC X(01).
          05 FILLER                      PIC X(01).
          05 PMN-BUS-KEY                 PIC X(20).
          05 PMN-REC-SIG                 PIC X(20).
          05 FILLER                      PIC X(46).

       01 PMN-TRAILER-REC.
          05 FILLER                      PIC X(40).
          05 PMT-LOAD-KIND               PIC X(01).
          05 FILLER                      PIC X(01).
          05 PMT-LOAD-ID                 PIC X(14).
          05 PMT-BASE-LOAD-ID            PIC X(14).
          05 PMT-GEN-NAME                PIC X(20).
          05 PMT-BASE-GEN                PIC X(20).
          05 PMT-SIG-ALIAS               PIC X(08).
          05 PMT-SIG-VERSION             PIC 9(03).
          05 FILLER                      PIC X(07).

      *   AESFPARM
       FD R-PARM LABEL RECORD STANDARD.

       01 PARM-REC.
          05 PARM-GEN-NAME               PIC X(20).
          05 FILLER                      PIC X(01).
          05 PARM-SOURCE-NAME            PIC X(44).
          05 FILLER                      PIC X(01).
          05 PARM-LOAD-MODE              PIC X(01).
          05 FILLER                      PIC X(01).
          05 PARM-SIG-ALIAS              PIC X(08).
          05 FILLER                      PIC X(01).
          05 PARM-INDEX-ALIAS            PIC X(08).

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

      *   AESBIDX
       FD R-BIX LABEL RECORD STANDARD.

       01 BIX-REC.
          05 BIX-KEY.
             10 BIX-INDEX                PIC X(32).
             10 BIX-GEN-NAME             PIC X(20).
             10 BIX-RECORD-NO            PIC 9(08).
             10 BIX-FIELD-NO             PIC 9(03).
      *      The index key's alias and version, and the load that
      *      wrote the entry
          05 BIX-ALIAS                   PIC X(08).
          05 BIX-VERSION                 PIC 9(03).
          05 BIX-LOAD-ID                 PIC X(14).
          05 FILLER                      PIC X(12).

       WORKING-STORAGE SECTION.
         01 FS.
               88 FS-MAN-OK                       VALUE 0.
            05 FS-PARM                  PIC 9(02).
               88 FS-PARM-OK                      VALUE 0.
            05 FS-FLR                   PIC 9(02).
               88 FS-FLR-OK                       VALUE 0.
               88 FS-FLR-AOP                      VALUE 41.
            05 FS-PMAN                  PIC 9(02).
               88 FS-PMAN-OK                      VALUE 0.
            05 FS-BIX                   PIC 9(02).
               88 FS-BIX-OK                       VALUE 0.
               88 FS-BIX-DUPKEY                   VALUE 22.

         01 WS-DAT-FILE-NAME            PIC X(20).
         01 WS-SOURCE-NAME              PIC X(44).

      *  True HHMMSS stamp - ACCEPT FROM TIME delivers HHMMSSss, so
      *  it lands in an eight-digit group first and the hundredths
      *  fall away instead of pushing the hour out
         01 WS-STAMP-TIME.
            05 WS-STAMP-HHMMSS          PIC 9(06).
            05 FILLER                   PIC 9(02).

      *  Record format from the AESFMAP *RECFM line - F is the fixed
      *  256-byte file, V a variable-length (RDW) file whose records
      *  run up to the stated maximum. Either way the record is
      *  worked on in WS-BUS-REC, WS-BUS-LENGTH bytes of it real
         77 WS-RECFM                   PIC X(01)    VALUE 'F'.
            88 SW-RECFM-VARIABLE                    VALUE 'V'.
         77 WS-MAX-LENGTH              PIC 9(05)    VALUE 256.
         77 WS-BUS-LENGTH              PIC 9(05)    VALUE 0.
         01 WS-BUS-REC                 PIC X(32756).

      *  Field map, loaded once - deck order is field number
         01 WS-MAP-TABLE.
            05 WS-MAP-ENTRY            OCCURS 50.
               10 WS-MAP-OFFSET        PIC 9(04).
               10 WS-MAP-LENGTH        PIC 9(03).
               10 WS-MAP-TYPE          PIC X(08).
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

      *  Control totals from the AESFMAP *TOTAL lines, in deck order
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
         77 WS-TOT-COUNT               PIC 9(02)    VALUE 0.
         77 WS-TOT-I                   PIC 9(02).
         77 WS-TRAILER-KEY             PIC 9(08)    VALUE 99999999.

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

      *  A control total edited for the operator, decimal point and
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

      *  Business key from the AESFMAP *KEY line (zero length: an
      *  unkeyed load) and the load mode from AESFPARM column 67
         77 WS-KEY-OFFSET              PIC 9(04)    VALUE 0.
         77 WS-KEY-LENGTH              PIC 9(02)    VALUE 0.
         01 WS-BUS-KEY                 PIC X(20).
         01 WS-LAST-KEY                PIC X(20)    VALUE LOW-VALUES.
         77 WS-LOAD-MODE               PIC X(01)    VALUE 'F'.
            88 SW-DELTA-LOAD                        VALUE 'D'.
         77 WS-REC-CHANGE              PIC X(01).
            88 SW-REC-UNCHANGED                     VALUE 'U'.
         77 WS-ADDED-COUNT             PIC 9(08)    VALUE 0.
         77 WS-CHANGED-COUNT           PIC 9(08)    VALUE 0.
         77 WS-UNCHANGED-COUNT         PIC 9(08)    VALUE 0.
         77 WS-DELETED-COUNT           PIC 9(08)    VALUE 0.

      *  This load's identity - kind, load id (CCYYMMDDHHMMSS) and,
      *  for a delta, the load and generation it was taken against
         01 WS-LOAD-ID                 PIC X(14).
         01 WS-BASE-LOAD-ID            PIC X(14)    VALUE SPACES.
         01 WS-BASE-GEN                PIC X(20)    VALUE SPACES.
         77 WS-LOAD-HEADER-KEY1        PIC 9(08)    VALUE 99999978.
         77 WS-LOAD-HEADER-KEY2        PIC 9(08)    VALUE 99999979.
         01 WS-LOAD-DATE               PIC 9(08).

      *  The previous cycle's record a delta is matching against
         77 WS-PREV-EOF                PIC X(01)    VALUE 'N'.
            88 SW-PREV-EOF                          VALUE 'Y'.
         77 WS-PREV-FOUND              PIC X(01).
            88 SW-PREV-FOUND                        VALUE 'Y'.
         77 WS-PREV-TRAILER            PIC X(01)    VALUE 'N'.
            88 SW-PREV-TRAILER                      VALUE 'Y'.
         01 WS-PREV-KEY                PIC X(20).
         01 WS-PREV-SIG                PIC X(20).
         01 WS-PREV-TYPE               PIC X(08).
         77 WS-PREV-LENGTH             PIC 9(05).

      *  Record signature - the record's type, length and bytes, 16
      *  at a time, each piece through AES-CMAC (AESCMAC) under two
      *  block numbers and the two lanes summed modulo 2**32. Keyed,
      *  so the manifest's signatures say nothing about the values
      *  to anyone without the MAC key, and priced in AES block
      *  operations rather than a SHA512 pass per record
         01 WS-SIG-ALIAS               PIC X(08)    VALUE SPACES.
         77 WS-SIG-VERSION             PIC 9(03)    VALUE 0.
         01 WS-SIG-KEY                 PIC X(64).
         01 WS-REC-SIG.
            05 WS-SIG-LANE1            PIC 9(10).
            05 WS-SIG-LANE2            PIC 9(10).
         01 WS-SIG-BYTES               PIC X(16).
         77 WS-SIG-PIECE               PIC 9(08).
         77 WS-SIG-POS                 PIC 9(05).
         77 WS-SIG-J                   PIC 9(02).
         77 WS-SIG-HEX-I               PIC 9(02).
         77 WS-SIG-VALUE               PIC 9(10).
         77 WS-SIG-MODULUS             PIC 9(10)    VALUE 4294967296.
         77 WS-SIG-LANE2-BASE          PIC 9(08)    VALUE 50000000.

         01 WS-BMAC-LS.
            02 BMC-MAC-KEY             PIC X(64).
            02 BMC-BLOCK-NO            PIC 9(08).
            02 BMC-TEXT                PIC X(32).
            02 BMC-MAC                 PIC X(08).
            02 BMC-STATUS              PIC X(03).
               88 BMCS-OK                       VALUE 'OK '.
               88 BMCS-ERR                      VALUE 'ERR'.
            02 BMC-CRYPTO-PROV         PIC X(08)   VALUE SPACES.
            02 BMC-KEY-HANDLE.
               03 BMC-KH-ALIAS         PIC X(08)   VALUE SPACES.
               03 BMC-KH-VERSION       PIC 9(03)   VALUE 0.

      *  Blind index - the index key from AESFPARM columns 78-85
      *  (spaces: the load is not indexed) and AESBINDX's linkage,
      *  mirrored here the same way the MAC helpers' records are
         01 WS-BIX-ALIAS               PIC X(08)    VALUE SPACES.
         77 WS-BIX-VERSION             PIC 9(03)    VALUE 0.
         01 WS-BIX-KEY                 PIC X(64).
         77 WS-BIX-COUNT               PIC 9(08)    VALUE 0.
         01 WS-BXI-LS.
            02 BXI-INDEX-KEY           PIC X(64).
            02 BXI-LENGTH              PIC 9(03).
            02 BXI-VALUE               PIC X(999).
            02 BXI-INDEX               PIC X(32).
            02 BXI-STATUS              PIC X(03).
               88 BXIS-OK                       VALUE 'OK '.
               88 BXIS-EMPTY                    VALUE 'EMP'.
               88 BXIS-ERR                      VALUE 'ERR'.

      *  Signing-key lookup, through the same interface AESMAIN uses
         01 KG-S.
            COPY 'KMS-GET.cpy'.

         01 PMW.
            COPY 'AESLLOG.cpy'.

      *  Byte-to-hex conversion, same table AESBGET builds
         01 WS-HEX-TABLE               PIC X(16)
                                       VALUE '0123456789ABCDEF'.
         77 WS-BLOCK-KEY               PIC 9(08)    VALUE 0.

         77 WS-RECORD-NO               PIC 9(08)    VALUE 0.
         77 WS-FLD-B                   PIC 9(05).
         77 WS-FLD-END                 PIC 9(05).
         77 WS-FIELD-COUNT             PIC 9(08)    VALUE 0.

       LINKAGE SECTION.
       MAINLINE.
           PERFORM READ-PARAMETERS.
           PERFORM LOAD-FIELD-MAP.
           PERFORM SET-UP-LOAD.

           IF SW-RECFM-VARIABLE
             OPEN INPUT R-VBUS
           ELSE
             OPEN INPUT R-BUS
           END-IF.

           IF FS-BUS-OK
             CONTINUE
           MOVE SPACES                    TO WS-BLOCK-BUF.

           PERFORM UNTIL FS-BUS-EOF
             PERFORM READ-BUSINESS-RECORD
             IF NOT FS-BUS-EOF
               ADD 1                      TO WS-RECORD-NO
               PERFORM EXTRACT-ONE-RECORD
             END-IF
           END-PERFORM.

      *     Whatever the previous cycle held past today's last key
      *     is gone too
           IF SW-DELTA-LOAD
             PERFORM UNTIL SW-PREV-EOF
               PERFORM WRITE-DELETED-ENTRY
               PERFORM READ-PREVIOUS-ENTRY
             END-PERFORM
             CLOSE R-PMAN
           END-IF.

      *     A partly-filled final block still carries real data -
      *     flushed short, the same genuinely-short-final-block shape
      *     AESXGET already understands
             PERFORM FLUSH-BLOCK
           END-IF.

           PERFORM WRITE-CONTROL-TOTALS.
           PERFORM WRITE-LOAD-IDENTITY.

           MOVE SPACES                    TO WS-SIG-KEY BMC-MAC-KEY
                                             WS-BIX-KEY BXI-INDEX-KEY.

           IF SW-RECFM-VARIABLE
             CLOSE R-VBUS
           ELSE
             CLOSE R-BUS
           END-IF.

           CLOSE R-DAT R-MAN.

           IF WS-BIX-ALIAS NOT = SPACES
             CLOSE R-BIX
           END-IF.

           PERFORM WRITE-LOAD-REGISTER.

           DISPLAY 'AESFLDR: ' WS-RECORD-NO ' record(s), '
                   WS-FIELD-COUNT ' field value(s) loaded into '
                   WS-BLOCK-KEY ' block(s) of ' WS-DAT-FILE-NAME.

           IF WS-BIX-ALIAS NOT = SPACES
             DISPLAY 'AESFLDR: ' WS-BIX-COUNT ' field value(s) '
                     'blind-indexed on AESBIDX under ' WS-BIX-ALIAS
                     ' version ' WS-BIX-VERSION
           END-IF.

           IF SW-DELTA-LOAD
             DISPLAY 'AESFLDR: DELTA AGAINST ' WS-BASE-GEN ' - '
                     WS-ADDED-COUNT ' added, '
                     WS-CHANGED-COUNT ' changed, '
                     WS-DELETED-COUNT ' deleted, '
                     WS-UNCHANGED-COUNT ' unchanged'
           END-IF.

           PERFORM VARYING WS-TOT-I FROM 1 BY 1
             UNTIL WS-TOT-I > WS-TOT-COUNT
             MOVE WS-TOT-SUM(WS-TOT-I)    TO WS-AMT-VALUE
             MOVE WS-TOT-DECIMALS(WS-TOT-I) TO WS-AMT-DECIMALS
             PERFORM FORMAT-CONTROL-AMOUNT
             DISPLAY 'AESFLDR: CONTROL ' WS-TOT-LABEL(WS-TOT-I)
                     ' ' WS-TOT-RECORDS(WS-TOT-I) ' record(s) '
                     WS-AMT-TEXT
             IF WS-TOT-NONNUM(WS-TOT-I) > 0
               DISPLAY 'AESFLDR: CONTROL ' WS-TOT-LABEL(WS-TOT-I)
                       ' ' WS-TOT-NONNUM(WS-TOT-I)
                       ' NON-NUMERIC VALUE(S) COUNTED AS ZERO'
             END-IF
           END-PERFORM.

           STOP RUN.


       READ-BUSINESS-RECORD.
           MOVE SPACES                    TO WS-BUS-REC.

           IF SW-RECFM-VARIABLE
             READ R-VBUS
               AT END
                 CONTINUE
               NOT AT END
                 IF WS-BUS-LENGTH > WS-MAX-LENGTH
                   DISPLAY 'AESFLDR: AESBUSIN RECORD OF ' WS-BUS-LENGTH
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


       READ-PARAMETERS.
           OPEN INPUT R-PARM.

               STOP RUN
             NOT AT END
               MOVE PARM-GEN-NAME         TO WS-DAT-FILE-NAME
               MOVE PARM-SOURCE-NAME      TO WS-SOURCE-NAME
               MOVE PARM-LOAD-MODE        TO WS-LOAD-MODE
               MOVE PARM-SIG-ALIAS        TO WS-SIG-ALIAS
               MOVE PARM-INDEX-ALIAS      TO WS-BIX-ALIAS
           END-READ.

           IF WS-BIX-ALIAS = LOW-VALUES
             MOVE SPACES                  TO WS-BIX-ALIAS
           END-IF.

           EVALUATE WS-LOAD-MODE
             WHEN SPACE
               MOVE 'F'                   TO WS-LOAD-MODE
             WHEN 'F'
             WHEN 'D'
               CONTINUE
             WHEN OTHER
               DISPLAY 'AESFLDR: AESFPARM COLUMN 67 MUST BE F (FULL) '
                       'OR D (DELTA)'
               MOVE 12                    TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

           ACCEPT WS-LOAD-DATE            FROM DATE YYYYMMDD.
           ACCEPT WS-STAMP-TIME           FROM TIME.
           STRING WS-LOAD-DATE WS-STAMP-HHMMSS
           DELIMITED BY SIZE            INTO WS-LOAD-ID.

           IF WS-SOURCE-NAME = SPACES OR LOW-VALUES
             MOVE 'AESBUSIN'              TO WS-SOURCE-NAME
           END-IF.

           CLOSE R-PARM.


       WRITE-LOAD-REGISTER.
      *     One appended record per completed load - the only place
      *     the business file and its generation are tied together.
      *     A register that cannot be written is reported but never
      *     fails the load it merely records.
           OPEN EXTEND R-FLR.

           IF FS-FLR-OK OR FS-FLR-AOP
             CONTINUE
           ELSE
             OPEN OUTPUT R-FLR
           END-IF.

           IF FS-FLR-OK OR FS-FLR-AOP
             MOVE SPACES                  TO FLR-REC
             MOVE WS-DAT-FILE-NAME        TO FLR-GEN-NAME
             MOVE WS-SOURCE-NAME          TO FLR-SOURCE-NAME
             ACCEPT FLR-DATE              FROM DATE YYYYMMDD
             ACCEPT WS-STAMP-TIME         FROM TIME
             MOVE WS-STAMP-HHMMSS         TO FLR-TIME
             MOVE WS-RECORD-NO            TO FLR-RECORDS
             MOVE WS-BLOCK-KEY            TO FLR-BLOCKS

             WRITE FLR-REC

             CLOSE R-FLR
           ELSE
             DISPLAY 'AESFLDR: LOAD REGISTER OPEN FAILED: ' FS-FLR
           END-IF.


       LOAD-FIELD-MAP.
           OPEN INPUT R-MAP.

               AT END
                 CONTINUE
               NOT AT END
                 EVALUATE TRUE
                   WHEN MAP-OFFSET = 0 AND MAP-LENGTH = 0
                     PERFORM LOAD-TYPE-LINE
                   WHEN MAP-OFFSET > 0 AND MAP-LENGTH > 0
                     AND WS-MAP-COUNT < 50
                     ADD 1                TO WS-MAP-COUNT
                     MOVE MAP-OFFSET      TO
                          WS-MAP-OFFSET(WS-MAP-COUNT)
                     MOVE MAP-LENGTH      TO
                          WS-MAP-LENGTH(WS-MAP-COUNT)
                     MOVE MAP-REC-TYPE    TO
                          WS-MAP-TYPE(WS-MAP-COUNT)
                   WHEN OTHER
                     DISPLAY 'AESFLDR: BAD/EXCESS AESFMAP ENTRY '
                             'SKIPPED'
                 END-EVALUATE
             END-READ
           END-PERFORM.

             STOP RUN
           END-IF.

      *     A field tied to a type nobody defined would silently
      *     never be protected - refused rather than skipped, as is
      *     a field no record can be long enough to hold
           PERFORM VARYING WS-MAP-I FROM 1 BY 1
             UNTIL WS-MAP-I > WS-MAP-COUNT
             IF WS-MAP-OFFSET(WS-MAP-I) + WS-MAP-LENGTH(WS-MAP-I) - 1
                > WS-MAX-LENGTH
               DISPLAY 'AESFLDR: AESFMAP FIELD ' WS-MAP-I
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
                 DISPLAY 'AESFLDR: AESFMAP FIELD ' WS-MAP-I
                         ' NAMES UNDEFINED RECORD TYPE '
                         WS-MAP-TYPE(WS-MAP-I)
                 MOVE 12                  TO RETURN-CODE
                 STOP RUN
               END-IF
             END-IF
           END-PERFORM.

           PERFORM CHECK-TOTAL-LINES.
           PERFORM CHECK-KEY-LINE.


       CHECK-TOTAL-LINES.
      *     A control total over bytes no record can hold, or over a
      *     type nobody defined, would balance at zero for ever
           PERFORM VARYING WS-TOT-I FROM 1 BY 1
             UNTIL WS-TOT-I > WS-TOT-COUNT
             IF WS-TOT-OFFSET(WS-TOT-I) + WS-TOT-LENGTH(WS-TOT-I) - 1
                > WS-MAX-LENGTH
               DISPLAY 'AESFLDR: *TOTAL ' WS-TOT-LABEL(WS-TOT-I)
                       ' LIES PAST THE RECORD MAXIMUM ' WS-MAX-LENGTH
               MOVE 12                    TO RETURN-CODE
               STOP RUN
             END-IF
             IF WS-TOT-TYPE(WS-TOT-I) NOT = SPACES
               PERFORM VARYING WS-TYPE-I FROM 1 BY 1
                 UNTIL WS-TYPE-I > WS-TYPE-COUNT
                 OR WS-TYPE-NAME(WS-TYPE-I) = WS-TOT-TYPE(WS-TOT-I)
                 CONTINUE
               END-PERFORM
               IF WS-TYPE-I > WS-TYPE-COUNT
                 DISPLAY 'AESFLDR: *TOTAL ' WS-TOT-LABEL(WS-TOT-I)
                         ' NAMES UNDEFINED RECORD TYPE '
                         WS-TOT-TYPE(WS-TOT-I)
                 MOVE 12                  TO RETURN-CODE
                 STOP RUN
               END-IF
             END-IF
           END-PERFORM.


       CHECK-KEY-LINE.
      *     The key goes on AESFMAN in the clear - one that shares a
      *     byte with a protected field would publish that field
           IF WS-KEY-LENGTH > 0
             IF WS-KEY-OFFSET + WS-KEY-LENGTH - 1 > WS-MAX-LENGTH
               DISPLAY 'AESFLDR: *KEY LIES PAST THE RECORD MAXIMUM '
                       WS-MAX-LENGTH
               MOVE 12                    TO RETURN-CODE
               STOP RUN
             END-IF
             PERFORM VARYING WS-MAP-I FROM 1 BY 1
               UNTIL WS-MAP-I > WS-MAP-COUNT
               IF WS-MAP-OFFSET(WS-MAP-I)
                  <= WS-KEY-OFFSET + WS-KEY-LENGTH - 1
                 AND WS-KEY-OFFSET <=
                     WS-MAP-OFFSET(WS-MAP-I) + WS-MAP-LENGTH(WS-MAP-I)
                     - 1
                 DISPLAY 'AESFLDR: *KEY OVERLAPS PROTECTED FIELD '
                         WS-MAP-I ' - THE KEY IS NOT PROTECTED ON '
                         'AESFMAN'
                 MOVE 12                  TO RETURN-CODE
                 STOP RUN
               END-IF
             END-PERFORM
           END-IF.


       SET-UP-LOAD.
      *     A delta is only as good as the keys it matches on, and
      *     the previous cycle's signatures it compares against -
      *     taken under that manifest's own key alias and version, so
      *     like is compared with like however the key has rotated
           IF SW-DELTA-LOAD AND WS-KEY-LENGTH = 0
             DISPLAY 'AESFLDR: A DELTA LOAD NEEDS A *KEY LINE IN '
                     'AESFMAP'
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.

           IF SW-DELTA-LOAD
             PERFORM READ-PREVIOUS-TRAILER
           END-IF.

      *     An unkeyed load signs nothing, and says so on its trailer
           IF WS-KEY-LENGTH = 0
             MOVE SPACES                  TO WS-SIG-ALIAS
           END-IF.

           IF WS-KEY-LENGTH > 0
             IF WS-SIG-ALIAS = SPACES OR LOW-VALUES
               DISPLAY 'AESFLDR: A KEYED LOAD NEEDS THE SIGNING KEY '
                       'ALIAS IN AESFPARM COLUMNS 69-76'
               MOVE 12                    TO RETURN-CODE
               STOP RUN
             END-IF
             PERFORM RESOLVE-SIGNING-KEY
           END-IF.

           IF WS-BIX-ALIAS NOT = SPACES
             PERFORM SET-UP-BLIND-INDEX
           END-IF.

           IF SW-DELTA-LOAD
             OPEN INPUT R-PMAN
             PERFORM READ-PREVIOUS-ENTRY
           END-IF.


       SET-UP-BLIND-INDEX.
      *     The index key must be a key of its own - one that also
      *     signed the records would make every index entry a value
      *     anyone holding the signing key could test guesses against
           IF WS-BIX-ALIAS = WS-SIG-ALIAS
             DISPLAY 'AESFLDR: THE BLIND-INDEX KEY (AESFPARM COLUMNS '
                     '78-85) MUST NOT BE THE SIGNING KEY'
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.

           MOVE SPACES                    TO PMW.
           SET LLOG-MAX OF PMW            TO TRUE.
           MOVE PMW                       TO PUT-MESSAGE-LS OF KG-S.
           MOVE 'AESMPUT'                 TO PUT-MESSAGE OF KG-S.
           MOVE WS-BIX-ALIAS              TO LKGS-ALIAS OF KG-S.
           MOVE WS-LOAD-ID                TO LKGS-RUN-IDENT OF KG-S.
           MOVE 0                         TO LKGS-VERSION OF KG-S.
           MOVE 'CIPHER  '                TO LKGS-PURPOSE OF KG-S.
           MOVE 'I'                       TO LKGS-KEY-USE OF KG-S.
           MOVE SPACES                    TO LKG-KEY OF KG-S.

           CALL 'AESKGET' USING KG-S.

           IF LKG-STATUS OF KG-S NOT = 'OK '
             DISPLAY 'AESFLDR: BLIND-INDEX KEY LOOKUP FAILED FOR '
                     WS-BIX-ALIAS
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.

           MOVE LKG-KEY OF KG-S           TO WS-BIX-KEY.
           MOVE LKGS-KEY-VERSION OF KG-S  TO WS-BIX-VERSION.
           MOVE SPACES                    TO LKG-KEY OF KG-S.

      *     The index accumulates across loads - created by the
      *     first indexed load, the way AESCATP creates the catalog
           OPEN I-O R-BIX.

           IF FS-BIX-OK
             CONTINUE
           ELSE
             OPEN OUTPUT R-BIX
           END-IF.

           IF FS-BIX-OK
             CONTINUE
           ELSE
             DISPLAY 'AESFLDR: ERROR OPENING AESBIDX: ' FS-BIX
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.


       READ-PREVIOUS-TRAILER.
      *     One pass to the previous manifest's trailer for the load
      *     it describes - a manifest cut short, or written before
      *     loads were keyed, is no base for a delta
           OPEN INPUT R-PMAN.

           IF FS-PMAN-OK
             CONTINUE
           ELSE
             DISPLAY 'AESFLDR: ERROR OPENING AESFMANP: ' FS-PMAN
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.

           PERFORM UNTIL SW-PREV-EOF
             READ R-PMAN
               AT END
                 SET SW-PREV-EOF          TO TRUE
               NOT AT END
                 IF PMN-RECORD-NO = WS-TRAILER-KEY
                   AND PMN-FIELD-NO = 0
                   SET SW-PREV-TRAILER    TO TRUE
                   MOVE PMT-LOAD-ID       TO WS-BASE-LOAD-ID
                   MOVE PMT-GEN-NAME      TO WS-BASE-GEN
                   MOVE PMT-SIG-ALIAS     TO WS-SIG-ALIAS
                   MOVE PMT-SIG-VERSION   TO WS-SIG-VERSION
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE R-PMAN.
           MOVE 'N'                       TO WS-PREV-EOF.

           IF NOT SW-PREV-TRAILER
             DISPLAY 'AESFLDR: AESFMANP HAS NO TRAILER - NOT A '
                     'COMPLETE MANIFEST'
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.

           IF WS-SIG-ALIAS = SPACES OR LOW-VALUES
             OR WS-BASE-LOAD-ID = SPACES OR LOW-VALUES
             OR WS-SIG-VERSION NOT NUMERIC
             DISPLAY 'AESFLDR: AESFMANP IS NOT FROM A KEYED LOAD - '
                     'LOAD ' WS-DAT-FILE-NAME ' IN FULL FIRST'
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.

           IF WS-BASE-GEN = WS-DAT-FILE-NAME
             DISPLAY 'AESFLDR: A DELTA CANNOT REPLACE ITS OWN BASE '
                     WS-BASE-GEN
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.


       RESOLVE-SIGNING-KEY.
      *     A full load signs under the alias's current version; a
      *     delta under the version its base was signed with, which
      *     may since have lapsed
           MOVE SPACES                    TO PMW.
           SET LLOG-MAX OF PMW            TO TRUE.
           MOVE PMW                       TO PUT-MESSAGE-LS OF KG-S.
           MOVE 'AESMPUT'                 TO PUT-MESSAGE OF KG-S.
           MOVE WS-SIG-ALIAS              TO LKGS-ALIAS OF KG-S.
           MOVE WS-LOAD-ID                TO LKGS-RUN-IDENT OF KG-S.
           MOVE 'M'                       TO LKGS-KEY-USE OF KG-S.
           MOVE SPACES                    TO LKG-KEY OF KG-S.

           IF SW-DELTA-LOAD
             MOVE WS-SIG-VERSION          TO LKGS-VERSION OF KG-S
             MOVE 'DECIPHER'              TO LKGS-PURPOSE OF KG-S
           ELSE
             MOVE 0                       TO LKGS-VERSION OF KG-S
             MOVE 'CIPHER  '              TO LKGS-PURPOSE OF KG-S
           END-IF.

           CALL 'AESKGET' USING KG-S.

           IF LKG-STATUS OF KG-S NOT = 'OK '
             DISPLAY 'AESFLDR: SIGNING KEY LOOKUP FAILED FOR '
                     WS-SIG-ALIAS
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.

           MOVE LKG-KEY OF KG-S           TO WS-SIG-KEY.
           MOVE LKGS-KEY-VERSION OF KG-S  TO WS-SIG-VERSION.
           MOVE SPACES                    TO LKG-KEY OF KG-S.


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
                   DISPLAY 'AESFLDR: *RECFM MUST BE F (256) OR V WITH '
                           'A MAXIMUM OF 00001-32756'
                   MOVE 12                TO RETURN-CODE
                   STOP RUN
               END-EVALUATE
             WHEN MAP-REC-TYPE = '*OTHER'
               MOVE MAP-TEST-VALUE        TO WS-UNMATCHED
               IF WS-UNMATCHED NOT = 'PASS'
                 AND WS-UNMATCHED NOT = 'REFUSE'
                 DISPLAY 'AESFLDR: *OTHER MUST SAY PASS OR REFUSE'
                 MOVE 12                  TO RETURN-CODE
                 STOP RUN
               END-IF
             WHEN MAP-REC-TYPE = '*TOTAL'
               PERFORM LOAD-TOTAL-LINE
             WHEN MAP-REC-TYPE = '*KEY'
               IF WS-KEY-LENGTH = 0
                 AND MAP-TEST-OFFSET IS NUMERIC
                 AND MAP-TEST-LENGTH IS NUMERIC
                 AND MAP-TEST-OFFSET > 0
                 AND MAP-TEST-LENGTH > 0 AND MAP-TEST-LENGTH <= 20
                 MOVE MAP-TEST-OFFSET     TO WS-KEY-OFFSET
                 MOVE MAP-TEST-LENGTH     TO WS-KEY-LENGTH
               ELSE
                 DISPLAY 'AESFLDR: BAD/DUPLICATE AESFMAP *KEY LINE'
                 MOVE 12                  TO RETURN-CODE
                 STOP RUN
               END-IF
      *      Watermark positions are AESWMARK's, not the loader's
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
               DISPLAY 'AESFLDR: BAD/EXCESS AESFMAP TYPE LINE '
                       MAP-REC-TYPE
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
             DISPLAY 'AESFLDR: BAD/EXCESS AESFMAP *TOTAL LINE '
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
           MOVE 0                         TO
                WS-TOT-RECORDS(WS-TOT-COUNT)
                WS-TOT-SUM(WS-TOT-COUNT)
                WS-TOT-NONNUM(WS-TOT-COUNT).


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
               DISPLAY 'AESFLDR: RECORD ' WS-RECORD-NO
                       ' MATCHES NO AESFMAP RECORD TYPE - RUN STOPPED'
               MOVE 12                    TO RETURN-CODE
               STOP RUN
             END-IF
           END-IF.


       EXTRACT-ONE-RECORD.
      *     The record number past the last is the manifest's own
      *     control-total trailer
           IF WS-RECORD-NO = WS-TRAILER-KEY
             DISPLAY 'AESFLDR: AESBUSIN HAS MORE RECORDS THAN AESFMAN '
                     'CAN NUMBER - RUN STOPPED'
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.

           PERFORM CLASSIFY-RECORD.
           PERFORM ADD-CONTROL-TOTALS.

           MOVE SPACE                     TO WS-REC-CHANGE.
           MOVE SPACES                    TO WS-BUS-KEY WS-REC-SIG.

           IF WS-KEY-LENGTH > 0
             PERFORM TAKE-BUSINESS-KEY
             PERFORM SIGN-RECORD
             IF SW-DELTA-LOAD
               PERFORM MATCH-PREVIOUS-ENTRY
             END-IF
           END-IF.

      *     The record's own entry - its type, whether or not any of
      *     its fields are protected
           MOVE SPACES                    TO MAN-REC.
           MOVE WS-RECORD-NO              TO MAN-RECORD-NO.
           MOVE 0                         TO MAN-FIELD-NO.
           COMPUTE MAN-START-BLOCK = WS-BLOCK-KEY + 1.
           COMPUTE MAN-START-OFFSET = WS-BLOCK-FILL + 1.
           MOVE 0                         TO MAN-HEX-LENGTH.
           MOVE WS-REC-TYPE               TO MAN-REC-TYPE.
           MOVE WS-BUS-LENGTH             TO MAN-REC-LENGTH.
           MOVE WS-REC-CHANGE             TO MAN-CHANGE.
           MOVE WS-BUS-KEY                TO MAN-BUS-KEY.
           MOVE WS-REC-SIG                TO MAN-REC-SIG.

           WRITE MAN-REC.

      *     A passed-through record has no fields to take, and an
      *     unchanged one's are still in the delta's base
           PERFORM VARYING WS-MAP-I FROM 1 BY 1
             UNTIL WS-MAP-I > WS-MAP-COUNT
             OR WS-REC-TYPE = '*OTHER'
             OR SW-REC-UNCHANGED
      *      A field starting past this record's end is simply
      *      not in it
             IF (WS-MAP-TYPE(WS-MAP-I) = SPACES
                 OR WS-MAP-TYPE(WS-MAP-I) = WS-REC-TYPE)
               AND WS-MAP-OFFSET(WS-MAP-I) <= WS-BUS-LENGTH
               PERFORM EXTRACT-ONE-FIELD
             END-IF
           END-PERFORM.


       TAKE-BUSINESS-KEY.
           IF WS-KEY-OFFSET + WS-KEY-LENGTH - 1 > WS-BUS-LENGTH
             DISPLAY 'AESFLDR: RECORD ' WS-RECORD-NO
                     ' ENDS INSIDE THE *KEY - RUN STOPPED'
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.

           MOVE WS-BUS-REC(WS-KEY-OFFSET:WS-KEY-LENGTH)
             TO WS-BUS-KEY.

      *     Strictly ascending - the next cycle's delta walks this
      *     manifest in step with its own file
           IF WS-BUS-KEY NOT > WS-LAST-KEY
             DISPLAY 'AESFLDR: RECORD ' WS-RECORD-NO
                     ' IS OUT OF *KEY SEQUENCE OR REPEATS A KEY - '
                     'RUN STOPPED'
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.

           MOVE WS-BUS-KEY                TO WS-LAST-KEY.


       SIGN-RECORD.
      *     Piece 0 is the type and true length, so a record that
      *     only grew or shrank by trailing spaces still differs;
      *     the last piece of the record is space-filled
           MOVE 0                         TO WS-SIG-LANE1
                                             WS-SIG-LANE2
                                             WS-SIG-PIECE.
           MOVE SPACES                    TO WS-SIG-BYTES.
           STRING WS-REC-TYPE WS-BUS-LENGTH
           DELIMITED BY SIZE            INTO WS-SIG-BYTES.

           PERFORM SIGN-ONE-PIECE.

           PERFORM VARYING WS-SIG-POS FROM 1 BY 16
             UNTIL WS-SIG-POS > WS-BUS-LENGTH
             MOVE SPACES                  TO WS-SIG-BYTES
             IF WS-SIG-POS + 15 > WS-BUS-LENGTH
               MOVE WS-BUS-REC(WS-SIG-POS:
                               WS-BUS-LENGTH - WS-SIG-POS + 1)
                 TO WS-SIG-BYTES
             ELSE
               MOVE WS-BUS-REC(WS-SIG-POS:16) TO WS-SIG-BYTES
             END-IF
             ADD 1                        TO WS-SIG-PIECE
             PERFORM SIGN-ONE-PIECE
           END-PERFORM.


       SIGN-ONE-PIECE.
           PERFORM VARYING WS-SIG-J FROM 1 BY 1
             UNTIL WS-SIG-J > 16
             COMPUTE WS-BYTE-VAL =
                 FUNCTION ORD(WS-SIG-BYTES(WS-SIG-J:1)) - 1
             DIVIDE WS-BYTE-VAL BY 16      GIVING WS-HEX-HI
                                        REMAINDER WS-HEX-LO
             MOVE WS-HEX-TABLE(WS-HEX-HI + 1:1)
               TO BMC-TEXT(WS-SIG-J * 2 - 1:1)
             MOVE WS-HEX-TABLE(WS-HEX-LO + 1:1)
               TO BMC-TEXT(WS-SIG-J * 2:1)
           END-PERFORM.

           MOVE WS-SIG-KEY                TO BMC-MAC-KEY.
           MOVE WS-SIG-PIECE              TO BMC-BLOCK-NO.
           PERFORM CALL-SIGNATURE-MAC.
           ADD WS-SIG-VALUE               TO WS-SIG-LANE1.
           IF WS-SIG-LANE1 NOT < WS-SIG-MODULUS
             SUBTRACT WS-SIG-MODULUS      FROM WS-SIG-LANE1
           END-IF.

           COMPUTE BMC-BLOCK-NO = WS-SIG-PIECE + WS-SIG-LANE2-BASE.
           PERFORM CALL-SIGNATURE-MAC.
           ADD WS-SIG-VALUE               TO WS-SIG-LANE2.
           IF WS-SIG-LANE2 NOT < WS-SIG-MODULUS
             SUBTRACT WS-SIG-MODULUS      FROM WS-SIG-LANE2
           END-IF.


       CALL-SIGNATURE-MAC.
      *     The eight hex characters of the MAC as a number
           CALL 'AESCMAC' USING WS-BMAC-LS.

           IF BMCS-ERR
             DISPLAY 'AESFLDR: RECORD ' WS-RECORD-NO
                     ' COULD NOT BE SIGNED - RUN STOPPED'
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.

           MOVE 0                         TO WS-SIG-VALUE.

           PERFORM VARYING WS-SIG-J FROM 1 BY 1
             UNTIL WS-SIG-J > 8
             PERFORM VARYING WS-SIG-HEX-I FROM 1 BY 1
               UNTIL WS-SIG-HEX-I > 16
               OR WS-HEX-TABLE(WS-SIG-HEX-I:1) = BMC-MAC(WS-SIG-J:1)
               CONTINUE
             END-PERFORM
             COMPUTE WS-SIG-VALUE =
                 WS-SIG-VALUE * 16 + WS-SIG-HEX-I - 1
           END-PERFORM.


       MATCH-PREVIOUS-ENTRY.
      *     Every previous key below this one has left the file
           PERFORM UNTIL SW-PREV-EOF
             OR WS-PREV-KEY NOT < WS-BUS-KEY
             PERFORM WRITE-DELETED-ENTRY
             PERFORM READ-PREVIOUS-ENTRY
           END-PERFORM.

           IF NOT SW-PREV-EOF AND WS-PREV-KEY = WS-BUS-KEY
             IF WS-PREV-SIG = WS-REC-SIG
               MOVE 'U'                   TO WS-REC-CHANGE
               ADD 1                      TO WS-UNCHANGED-COUNT
             ELSE
               MOVE 'C'                   TO WS-REC-CHANGE
               ADD 1                      TO WS-CHANGED-COUNT
             END-IF
             PERFORM READ-PREVIOUS-ENTRY
           ELSE
             MOVE 'A'                     TO WS-REC-CHANGE
             ADD 1                        TO WS-ADDED-COUNT
           END-IF.


       READ-PREVIOUS-ENTRY.
      *     The next record the previous cycle's file held - field
      *     entries, records that cycle had itself deleted and the
      *     trailer are passed over
           MOVE 'N'                       TO WS-PREV-FOUND.

           PERFORM UNTIL SW-PREV-EOF OR SW-PREV-FOUND
             READ R-PMAN
               AT END
                 SET SW-PREV-EOF          TO TRUE
               NOT AT END
                 EVALUATE TRUE
                   WHEN PMN-RECORD-NO = WS-TRAILER-KEY
                     SET SW-PREV-EOF      TO TRUE
                   WHEN PMN-FIELD-NO = 0 AND PMN-CHANGE NOT = 'D'
                     SET SW-PREV-FOUND    TO TRUE
                 END-EVALUATE
             END-READ
           END-PERFORM.

           IF SW-PREV-FOUND
             MOVE PMN-BUS-KEY             TO WS-PREV-KEY
             MOVE PMN-REC-SIG             TO WS-PREV-SIG
             MOVE PMN-REC-TYPE            TO WS-PREV-TYPE
             MOVE PMN-REC-LENGTH          TO WS-PREV-LENGTH
           END-IF.


       WRITE-DELETED-ENTRY.
      *     The old key and signature, under record number 0 - no
      *     record of today's file carries it
           ADD 1                          TO WS-DELETED-COUNT.

           MOVE SPACES                    TO MAN-REC.
           MOVE 0                         TO MAN-RECORD-NO
                                             MAN-FIELD-NO
                                             MAN-HEX-LENGTH.
           COMPUTE MAN-START-BLOCK = WS-BLOCK-KEY + 1.
           COMPUTE MAN-START-OFFSET = WS-BLOCK-FILL + 1.
           MOVE WS-PREV-TYPE              TO MAN-REC-TYPE.
           MOVE WS-PREV-LENGTH            TO MAN-REC-LENGTH.
           MOVE 'D'                       TO MAN-CHANGE.
           MOVE WS-PREV-KEY               TO MAN-BUS-KEY.
           MOVE WS-PREV-SIG               TO MAN-REC-SIG.

           WRITE MAN-REC.


       WRITE-LOAD-IDENTITY.
      *     Kind, own load id and base load id, then the base
      *     generation - the records AESXGET's 'D' read hands a
      *     CIPHER run to carry through to its output and catalog
           MOVE WS-LOAD-HEADER-KEY1       TO DAT-KEY.
           MOVE SPACES                    TO DAT-BITS DAT-HEX DAT-MAC.
           STRING WS-LOAD-MODE WS-LOAD-ID WS-BASE-LOAD-ID
           DELIMITED BY SIZE            INTO DAT-HEX.

           WRITE DAT.

           IF FS-DAT-OK
             MOVE WS-LOAD-HEADER-KEY2     TO DAT-KEY
             MOVE SPACES                  TO DAT-HEX
             MOVE WS-BASE-GEN             TO DAT-HEX(1:20)

             WRITE DAT
           END-IF.

           IF FS-DAT-OK
             CONTINUE
           ELSE
             DISPLAY 'AESFLDR: ERROR WRITING LOAD IDENTITY TO '
                     WS-DAT-FILE-NAME ': ' FS-DAT
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.


       EXTRACT-ONE-FIELD.
           IF WS-MAP-OFFSET(WS-MAP-I) + WS-MAP-LENGTH(WS-MAP-I) - 1
              > WS-BUS-LENGTH
             DISPLAY 'AESFLDR: RECORD ' WS-RECORD-NO
                     ' ENDS INSIDE FIELD ' WS-MAP-I ' - RUN STOPPED'
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.

           ADD 1                          TO WS-FIELD-COUNT.

      *     Manifest entry points at the hex position the field's
      *     first byte is about to land on
           MOVE SPACES                    TO MAN-REC.
           MOVE WS-RECORD-NO              TO MAN-RECORD-NO.
           MOVE WS-MAP-I                  TO MAN-FIELD-NO.
           COMPUTE MAN-START-BLOCK = WS-BLOCK-KEY + 1.
           COMPUTE MAN-START-OFFSET = WS-BLOCK-FILL + 1.
           COMPUTE MAN-HEX-LENGTH =
               WS-MAP-LENGTH(WS-MAP-I) * 2.
           MOVE WS-REC-TYPE               TO MAN-REC-TYPE.
           MOVE WS-BUS-LENGTH             TO MAN-REC-LENGTH.

           WRITE MAN-REC.

           COMPUTE WS-FLD-END =
               WS-MAP-OFFSET(WS-MAP-I)
               + WS-MAP-LENGTH(WS-MAP-I) - 1.

           PERFORM VARYING WS-FLD-B
             FROM WS-MAP-OFFSET(WS-MAP-I) BY 1
             UNTIL WS-FLD-B > WS-FLD-END
             PERFORM APPEND-BYTE-AS-HEX
           END-PERFORM.

           IF WS-BIX-ALIAS NOT = SPACES
             PERFORM INDEX-ONE-FIELD
           END-IF.


       INDEX-ONE-FIELD.
      *     A blank value has no entry; a reload of the same
      *     generation replaces the entries it wrote before
           MOVE WS-BIX-KEY                TO BXI-INDEX-KEY.
           MOVE WS-MAP-LENGTH(WS-MAP-I)   TO BXI-LENGTH.
           MOVE SPACES                    TO BXI-VALUE.
           MOVE WS-BUS-REC(WS-MAP-OFFSET(WS-MAP-I):
                           WS-MAP-LENGTH(WS-MAP-I))
             TO BXI-VALUE(1:WS-MAP-LENGTH(WS-MAP-I)).

           CALL 'AESBINDX' USING WS-BXI-LS.

           MOVE SPACES                    TO BXI-VALUE.

           IF BXIS-ERR
             DISPLAY 'AESFLDR: RECORD ' WS-RECORD-NO ' FIELD '
                     WS-MAP-I ' COULD NOT BE INDEXED - RUN STOPPED'
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.

           IF BXIS-OK
             MOVE SPACES                  TO BIX-REC
             MOVE BXI-INDEX               TO BIX-INDEX
             MOVE WS-DAT-FILE-NAME        TO BIX-GEN-NAME
             MOVE WS-RECORD-NO            TO BIX-RECORD-NO
             MOVE WS-MAP-I                TO BIX-FIELD-NO
             MOVE WS-BIX-ALIAS            TO BIX-ALIAS
             MOVE WS-BIX-VERSION          TO BIX-VERSION
             MOVE WS-LOAD-ID              TO BIX-LOAD-ID

             WRITE BIX-REC

             IF FS-BIX-DUPKEY
               REWRITE BIX-REC
             END-IF

             IF FS-BIX-OK
               ADD 1                      TO WS-BIX-COUNT
             ELSE
               DISPLAY 'AESFLDR: ERROR WRITING AESBIDX: ' FS-BIX
               MOVE 12                    TO RETURN-CODE
               STOP RUN
             END-IF
           END-IF.


       APPEND-BYTE-AS-HEX.
           COMPUTE WS-BYTE-VAL =
               FUNCTION ORD(WS-BUS-REC(WS-FLD-B:1)) - 1.

           DIVIDE WS-BYTE-VAL BY 16        GIVING WS-HEX-HI
                                        REMAINDER WS-HEX-LO.

           MOVE SPACES                    TO WS-BLOCK-BUF.
           MOVE 0                         TO WS-BLOCK-FILL.


       WRITE-CONTROL-TOTALS.
      *     The control-total trailer - the record count first, then
      *     one entry per *TOTAL line in deck order
           MOVE SPACES                    TO MAN-TRAILER-REC.
           MOVE WS-TRAILER-KEY            TO MTR-RECORD-NO.
           MOVE 0                         TO MTR-TOTAL-NO.
           MOVE WS-RECORD-NO              TO MTR-RECORDS.
           MOVE WS-TOT-COUNT              TO MTR-TOTAL.
           MOVE WS-LOAD-MODE              TO MTR-LOAD-KIND.
           MOVE WS-LOAD-ID                TO MTR-LOAD-ID.
           MOVE WS-BASE-LOAD-ID           TO MTR-BASE-LOAD-ID.
           MOVE WS-DAT-FILE-NAME          TO MTR-GEN-NAME.
           MOVE WS-BASE-GEN               TO MTR-BASE-GEN.
           MOVE WS-SIG-ALIAS              TO MTR-SIG-ALIAS.
           MOVE WS-SIG-VERSION            TO MTR-SIG-VERSION.

           PERFORM WRITE-TRAILER-ENTRY.

           PERFORM VARYING WS-TOT-I FROM 1 BY 1
             UNTIL WS-TOT-I > WS-TOT-COUNT
             MOVE WS-TOT-I                TO MTR-TOTAL-NO
             MOVE WS-TOT-RECORDS(WS-TOT-I) TO MTR-RECORDS
             MOVE WS-TOT-SUM(WS-TOT-I)    TO MTR-TOTAL
             PERFORM WRITE-TRAILER-ENTRY
           END-PERFORM.


       WRITE-TRAILER-ENTRY.
           WRITE MAN-TRAILER-REC.

           IF FS-MAN-OK
             CONTINUE
           ELSE
             DISPLAY 'AESFLDR: ERROR WRITING AESFMAN TRAILER: ' FS-MAN
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
                   - 1 <= WS-BUS-LENGTH
               PERFORM ADD-ONE-CONTROL-TOTAL
             END-IF
           END-PERFORM.


       ADD-ONE-CONTROL-TOTAL.
           MOVE SPACES                    TO WS-TOT-BYTES.
           MOVE WS-BUS-REC(WS-TOT-OFFSET(WS-TOT-I):
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
