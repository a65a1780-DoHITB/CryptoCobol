       ID DIVISION.
       PROGRAM-ID. AESMKCER.
      *****************************************************************
      * Master-key custodian ceremony. AESMKEY has been one 64-hex
      * record nobody could change; this builds a NEW master key
      * generation out of shares held by the named custodians on the
      * AESMKCST register, any M of the N of whom can rebuild it and
      * no M-1 of whom learn anything about it (Shamir's threshold
      * scheme, one polynomial per key byte over the same GF(2**8)
      * field AESCORE's MIXCOLUMNS works in). Two sittings:
      *
      *   function 'S' (issue shares) - draws a fresh 256-bit key
      *       and the random polynomial coefficients from AESDRBG
      *       (a generator that fails its health tests refuses the
      *       sitting - nothing is drawn any other way), splits the
      *       key into one share per active custodian, writes
      *       the shares to AESMKSHR (printed into each custodian's
      *       sealed mailer, the dataset scratched afterwards) and
      *       registers the generation on AESMKGN as PENDING with
      *       the key's KCV only - the key itself is discarded.
      *   function 'B' (build) - M custodians key their shares on
      *       AESMKCRD. Each share is proved against the share KCV
      *       from its mailer, the key is rebuilt, proved against
      *       the KCV the issue sitting recorded, stored on AESMKGN
      *       and made CURRENT; the generation it supersedes becomes
      *       OUTGOING - still good for unwrapping - until AESMKRWP
      *       has moved every AESKEYF entry across.
      *
      * Every sitting, refused or not, is appended to the AESMKTRN
      * transcript: generation, M-of-N, each custodian present with
      * the KCV of the share they held, the key's KCV, the outcome,
      * and a sign-off line per custodian and for the officer.
      *
      * Control card AESMKPRM: FUNCTION(1) THRESHOLD(3-4, issue
      * only) OFFICER(6-13).
      * Share card AESMKCRD: CUSTODIAN(1-8) SHARE-NO(9-10)
      * SHARE(11-74) SHARE-KCV(75-80).
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *     CONTROL CARD (AESMKPRM)
            SELECT R-PARM ASSIGN TO 'AESMKPRM'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-PARM.

      *     CUSTODIAN REGISTER (AESMKCST - LRECL=80)
            SELECT R-CST ASSIGN TO 'AESMKCST'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-CST.

      *     MASTER-KEY GENERATIONS (AESMKGN - KSDS keyed on MKG-GEN)
            SELECT R-MKG ASSIGN TO 'AESMKGN'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS DYNAMIC
                   RECORD KEY   IS MKG-GEN
                   FILE STATUS  IS FS-MKG.

      *     ISSUED SHARES (AESMKSHR - LRECL=120, one per custodian)
            SELECT R-SHR ASSIGN TO 'AESMKSHR'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-SHR.

      *     SHARES PRESENTED AT THE BUILD (AESMKCRD - LRECL=80)
            SELECT R-CRD ASSIGN TO 'AESMKCRD'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-CRD.

      *     CEREMONY TRANSCRIPT (AESMKTRN - LRECL=80, appended)
            SELECT R-TRN ASSIGN TO 'AESMKTRN'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-TRN.

       DATA DIVISION.
       FILE SECTION.
      *   AESMKPRM
       FD R-PARM LABEL RECORD STANDARD.

       01 PARM-REC.
          05 PARM-FUNCTION               PIC X(01).
          05 FILLER                      PIC X(01).
          05 PARM-THRESHOLD              PIC 9(02).
          05 FILLER                      PIC X(01).
          05 PARM-OFFICER                PIC X(08).

      *   AESMKCST
       FD R-CST LABEL RECORD STANDARD.

       01 CST-REC.
          05 CST-ID                      PIC X(08).
          05 CST-NAME                    PIC X(30).
      *      'A' active - anything else is kept for the record only
      *      and is issued no share
          05 CST-STATUS                  PIC X(01).
          05 FILLER                      PIC X(41).

      *   AESMKGN
       FD R-MKG LABEL RECORD STANDARD.

       01 MKG-REC.
          COPY 'AESLMKG.cpy'.

      *   AESMKSHR
       FD R-SHR LABEL RECORD STANDARD.

       01 SHR-REC.
          05 SHR-GEN                     PIC 9(03).
          05 SHR-CUST-ID                 PIC X(08).
          05 SHR-CUST-NAME               PIC X(30).
          05 SHR-INDEX                   PIC 9(02).
          05 SHR-THRESHOLD               PIC 9(02).
          05 SHR-VALUE                   PIC X(64).
          05 SHR-KCV                     PIC X(06).
          05 FILLER                      PIC X(05).

      *   AESMKCRD
       FD R-CRD LABEL RECORD STANDARD.

       01 CRD-REC.
          05 CRD-CUST-ID                 PIC X(08).
          05 CRD-INDEX                   PIC 9(02).
          05 CRD-SHARE                   PIC X(64).
          05 CRD-KCV                     PIC X(06).

      *   AESMKTRN
       FD R-TRN LABEL RECORD STANDARD.

       01 TRN-REC                        PIC X(80).

       WORKING-STORAGE SECTION.
         01 FS.
            05 FS-PARM                  PIC 9(02).
               88 FS-PARM-OK                      VALUE 0.
            05 FS-CST                   PIC 9(02).
               88 FS-CST-OK                       VALUE 0.
               88 FS-CST-EOF                      VALUE 10.
            05 FS-MKG                   PIC 9(02).
               88 FS-MKG-OK                       VALUE 0.
               88 FS-MKG-EOF                      VALUE 10.
            05 FS-SHR                   PIC 9(02).
               88 FS-SHR-OK                       VALUE 0.
            05 FS-CRD                   PIC 9(02).
               88 FS-CRD-OK                       VALUE 0.
               88 FS-CRD-EOF                      VALUE 10.
            05 FS-TRN                   PIC 9(02).
               88 FS-TRN-OK                       VALUE 0.
               88 FS-TRN-AOP                      VALUE 05.

         77 WS-FUNCTION                 PIC X(01).
         77 WS-THRESHOLD                PIC 9(02).
         77 WS-OFFICER                  PIC X(08).

      *  Active custodians off AESMKCST, in register order - a
      *  custodian's share number is their position here at issue
         01 WS-CST-TABLE.
            05 WS-CST-ENTRY OCCURS 15.
               10 WS-CST-T-ID           PIC X(08).
               10 WS-CST-T-NAME         PIC X(30).
         77 WS-CST-COUNT                PIC 9(02)   VALUE 0.
         77 WS-CST-I                    PIC 9(02).

      *  Generation being issued or built
         77 WS-GEN                      PIC 9(03)   VALUE 0.
         77 WS-HI-GEN                   PIC 9(03).
         77 WS-PEND-GEN                 PIC 9(03).
         77 WS-CUR-GEN                  PIC 9(03).
         77 WS-HAVE-CURRENT             PIC X(01).
            88 SW-HAVE-CURRENT                      VALUE 'Y'.
         77 WS-HAVE-PENDING             PIC X(01).
            88 SW-HAVE-PENDING                      VALUE 'Y'.
         77 WS-GEN-KCV                  PIC X(06)   VALUE SPACES.
         77 WS-GEN-THRESHOLD            PIC 9(02)   VALUE 0.
         77 WS-GEN-SHARES               PIC 9(02)   VALUE 0.

      *  The master key - only ever in storage, zeroized on the way
      *  out of either sitting
         77 WS-NEW-KEY                  PIC X(64).
         77 WS-NEW-KCV                  PIC X(06).

      *  Shares: issued (one per custodian) or presented (M cards)
         01 WS-SHARE-TABLE.
            05 WS-SHARE-ENTRY OCCURS 15.
               10 WS-SH-X               PIC 9(03).
               10 WS-SH-HEX             PIC X(64).
               10 WS-SH-KCV             PIC X(06).
               10 WS-SH-CUST-ID         PIC X(08).
               10 WS-SH-CUST-NAME       PIC X(30).
         77 WS-SHARE-COUNT              PIC 9(02)   VALUE 0.
         77 WS-SH-I                     PIC 9(02).
         77 WS-SH-J                     PIC 9(02).

      *  Polynomial coefficients for one key byte: a0 is the secret
      *  byte, a1..a(M-1) are fresh random bytes
         01 WS-COEF-TABLE.
            05 WS-COEF OCCURS 15        PIC 9(03).
         77 WS-COEF-I                   PIC S9(03).

      *  Lagrange basis at x = 0 for each presented share
         01 WS-LAGRANGE-TABLE.
            05 WS-LAGRANGE OCCURS 15    PIC 9(03).

      *  GF(2**8) arithmetic, reducing polynomial x**8+x**4+x**3+x+1
      *  (the AES field): exponent/log tables over generator 3
         01 WS-GF-EXP-TABLE.
            05 WS-GF-EXP OCCURS 255     PIC 9(03).
         01 WS-GF-LOG-TABLE.
            05 WS-GF-LOG OCCURS 255     PIC 9(03).
         77 WS-GF-K                     PIC S9(04).
         77 WS-GF-V                     PIC 9(03).
         77 WS-GF-XT                    PIC 9(03).
         77 WS-GF-A                     PIC 9(03).
         77 WS-GF-B                     PIC 9(03).
         77 WS-GF-P                     PIC 9(03).

      *  Bitwise XOR of two byte values
         77 WS-XOR-A                    PIC 9(03).
         77 WS-XOR-B                    PIC 9(03).
         77 WS-XOR-R                    PIC 9(03).
         77 WS-XOR-POW                  PIC 9(03).
         77 WS-XOR-BIT                  PIC 9(01).
         77 WS-XOR-ABIT                 PIC 9(01).
         77 WS-XOR-BBIT                 PIC 9(01).

      *  Byte <-> two hex characters
         77 WS-BYTE-POS                 PIC 9(02).
         77 WS-HEX-POS                  PIC 9(02).
         77 WS-BYTE-V                   PIC 9(03).
         77 WS-Y                        PIC 9(03).
         77 WS-S                        PIC 9(03).
         77 WS-HEX-PAIR                 PIC X(02).
         77 WS-HEX-CHAR                 PIC X(01).
         77 WS-NIB                      PIC 9(02).
         77 WS-NIB-HI                   PIC 9(02).
         77 WS-NIB-LO                   PIC 9(02).

      *  Random bit generator - linkage mirrored from AESDRBG; its
      *  hex is taken a nibble at a time from WS-DRAW-BUF, drawn
      *  afresh whenever the buffer runs out, as AESKGEN draws
         01 WS-DRBG-LS.
            05 DRB-FUNCTION             PIC X(01).
               88 DRB-GENERATE                    VALUE 'G'.
               88 DRB-RESEED                      VALUE 'R'.
            05 DRB-CALLER               PIC X(08).
            05 DRB-LENGTH               PIC 9(03).
            05 DRB-OUTPUT               PIC X(128).
            05 DRB-STATUS               PIC X(03).
               88 DRBS-OK                         VALUE 'OK '.
               88 DRBS-ERR                        VALUE 'ERR'.
               88 DRBS-HEALTH                     VALUE 'HLT'.
         77 WS-DRAW-BUF                 PIC X(128).
         77 WS-DRAW-POS                 PIC 9(03).
         77 WS-DRAW-SW                  PIC X(01).
            88 SW-DRAW-FAILED                     VALUE 'Y'.
         77 WS-NIBBLE                   PIC 9(02).
         01 WS-HEXCHARS                 PIC X(16)
                                        VALUE '0123456789ABCDEF'.
         77 WS-GEN-I                    PIC 9(02).

      *  KCV of the key and of each share, via the shared helper
         01 WS-KCV-LS.
            05 KCV-KEY                  PIC X(64).
            05 KCV-BITS                 PIC X(03).
            05 KCV-VALUE                PIC X(06).
            05 KCV-STATUS               PIC X(03).
               88 KCVS-OK                        VALUE 'OK '.
               88 KCVS-ERR                       VALUE 'ERR'.
            05 KCV-CRYPTO-PROV          PIC X(08)   VALUE SPACES.
            05 KCV-KEY-HANDLE.
               10 KCV-KH-ALIAS          PIC X(08)   VALUE SPACES.
               10 KCV-KH-VERSION        PIC 9(03)   VALUE 0.

      *  Transcript
         77 WS-TRN-LINE                 PIC X(80).
         77 WS-OUTCOME                  PIC X(40).
         01 WS-STAMP-TIME               PIC 9(08).
         01 WS-STAMP-TIME-X REDEFINES WS-STAMP-TIME.
            05 WS-STAMP-HHMMSS          PIC 9(06).
            05 FILLER                   PIC 9(02).
         77 WS-TODAY                    PIC 9(08).

         01 AL-S.
            COPY 'ALERT-PUT.cpy'.

       LINKAGE SECTION.

       PROCEDURE DIVISION.
       MAINLINE.
           PERFORM READ-PARAMETERS.
           PERFORM LOAD-CUSTODIANS.
           PERFORM BUILD-GF-TABLES.

           ACCEPT WS-TODAY                FROM DATE YYYYMMDD.
           ACCEPT WS-STAMP-TIME           FROM TIME.

           PERFORM OPEN-GENERATIONS.
           PERFORM SCAN-GENERATIONS.

           IF WS-FUNCTION = 'S'
             PERFORM ISSUE-SHARES
                THRU ISSUE-SHARES-EXIT
           ELSE
             PERFORM BUILD-MASTER-KEY
                THRU BUILD-MASTER-KEY-EXIT
           END-IF.

           CLOSE R-MKG.

      *     Nothing sensitive left behind in storage
           MOVE SPACES                    TO WS-NEW-KEY KCV-KEY
                                             WS-SHARE-TABLE
                                             WS-COEF-TABLE.

           STOP RUN.


       READ-PARAMETERS.
           OPEN INPUT R-PARM.

           IF FS-PARM-OK
             CONTINUE
           ELSE
             DISPLAY 'AESMKCER: ERROR OPENING AESMKPRM: ' FS-PARM
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.

           READ R-PARM
             AT END
               DISPLAY 'AESMKCER: AESMKPRM IS EMPTY'
               MOVE 12                    TO RETURN-CODE
               STOP RUN
             NOT AT END
               MOVE PARM-FUNCTION         TO WS-FUNCTION
               MOVE PARM-OFFICER          TO WS-OFFICER
               IF PARM-THRESHOLD IS NUMERIC
                 MOVE PARM-THRESHOLD      TO WS-THRESHOLD
               ELSE
                 MOVE 0                   TO WS-THRESHOLD
               END-IF
           END-READ.

           CLOSE R-PARM.

           IF WS-FUNCTION NOT = 'S' AND WS-FUNCTION NOT = 'B'
             DISPLAY 'AESMKCER: FUNCTION MUST BE S OR B'
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.

           IF WS-OFFICER = SPACES
             DISPLAY 'AESMKCER: THE CEREMONY OFFICER IS REQUIRED'
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.


       LOAD-CUSTODIANS.
           OPEN INPUT R-CST.

           IF FS-CST-OK
             CONTINUE
           ELSE
             DISPLAY 'AESMKCER: CANNOT OPEN AESMKCST: ' FS-CST
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.

           PERFORM UNTIL FS-CST-EOF
             READ R-CST
               AT END
                 CONTINUE
               NOT AT END
                 IF CST-STATUS = 'A' AND CST-ID NOT = SPACES
                   IF WS-CST-COUNT < 15
                     ADD 1                TO WS-CST-COUNT
                     MOVE CST-ID          TO WS-CST-T-ID(WS-CST-COUNT)
                     MOVE CST-NAME        TO
                          WS-CST-T-NAME(WS-CST-COUNT)
                   ELSE
                     DISPLAY 'AESMKCER: MORE THAN 15 ACTIVE '
                             'CUSTODIANS - ' CST-ID ' IGNORED'
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE R-CST.


       OPEN-GENERATIONS.
           OPEN I-O R-MKG.

           IF FS-MKG-OK
             CONTINUE
           ELSE
      *      The first ceremony this shop has held
             OPEN OUTPUT R-MKG
             CLOSE R-MKG
             OPEN I-O R-MKG

             IF FS-MKG-OK
               CONTINUE
             ELSE
               DISPLAY 'AESMKCER: CANNOT OPEN AESMKGN: ' FS-MKG
               MOVE 12                    TO RETURN-CODE
               STOP RUN
             END-IF
           END-IF.


       SCAN-GENERATIONS.
      *     Highest generation on file, the pending one (if shares
      *     are out) and the current one (if a ceremony has ever
      *     completed - otherwise AESMKEY, generation zero, is it)
           MOVE 0                         TO WS-HI-GEN WS-PEND-GEN
                                             WS-CUR-GEN.
           MOVE 'N'                       TO WS-HAVE-CURRENT
                                             WS-HAVE-PENDING.
           MOVE 0                         TO MKG-GEN.

           START R-MKG KEY IS NOT LESS THAN MKG-GEN
             INVALID KEY
               MOVE 10                    TO FS-MKG
           END-START.

           PERFORM UNTIL FS-MKG-EOF
             READ R-MKG NEXT RECORD
               AT END
                 CONTINUE
               NOT AT END
                 IF MKG-GEN > WS-HI-GEN
                   MOVE MKG-GEN           TO WS-HI-GEN
                 END-IF
                 IF MKG-PENDING
                   MOVE MKG-GEN           TO WS-PEND-GEN
                   SET SW-HAVE-PENDING    TO TRUE
                 END-IF
                 IF MKG-CURRENT
                   MOVE MKG-GEN           TO WS-CUR-GEN
                   SET SW-HAVE-CURRENT    TO TRUE
                 END-IF
                 MOVE SPACES              TO MKG-KEY
             END-READ
           END-PERFORM.


      *****************************************************************
      * ISSUE SITTING                                                 *
      *****************************************************************
       ISSUE-SHARES.
           IF SW-HAVE-PENDING
             MOVE 'REFUSED - GENERATION ALREADY PENDING'
                                          TO WS-OUTCOME
             MOVE WS-PEND-GEN             TO WS-GEN
             DISPLAY 'AESMKCER: GENERATION ' WS-PEND-GEN
                     ' SHARES ALREADY ISSUED - BUILD IT FIRST'
             PERFORM WRITE-TRANSCRIPT
             MOVE 8                       TO RETURN-CODE
             GO TO ISSUE-SHARES-EXIT
           END-IF.

           COMPUTE WS-GEN = WS-HI-GEN + 1.

           IF WS-CST-COUNT < 2
             OR WS-THRESHOLD < 2
             OR WS-THRESHOLD > WS-CST-COUNT
             MOVE 'REFUSED - THRESHOLD/CUSTODIANS INVALID'
                                          TO WS-OUTCOME
             DISPLAY 'AESMKCER: NEED 2 <= THRESHOLD (' WS-THRESHOLD
                     ') <= ACTIVE CUSTODIANS (' WS-CST-COUNT ')'
             PERFORM WRITE-TRANSCRIPT
             MOVE 12                      TO RETURN-CODE
             GO TO ISSUE-SHARES-EXIT
           END-IF.

           MOVE 'N'                       TO WS-DRAW-SW.
           MOVE 129                       TO WS-DRAW-POS.

           PERFORM VARYING WS-GEN-I FROM 1 BY 1
             UNTIL WS-GEN-I > 64
             PERFORM NEXT-NIBBLE
             MOVE WS-HEXCHARS(WS-NIBBLE + 1:1)
               TO WS-NEW-KEY(WS-GEN-I:1)
           END-PERFORM.

           IF SW-DRAW-FAILED
             PERFORM REFUSE-NO-RANDOM
             GO TO ISSUE-SHARES-EXIT
           END-IF.

           MOVE WS-NEW-KEY                TO KCV-KEY.
           PERFORM COMPUTE-KCV.
           MOVE KCV-VALUE                 TO WS-NEW-KCV.

      *     Share x for custodian x, x = 1..N
           MOVE WS-CST-COUNT              TO WS-SHARE-COUNT.

           PERFORM VARYING WS-SH-I FROM 1 BY 1
             UNTIL WS-SH-I > WS-SHARE-COUNT
             MOVE WS-SH-I                 TO WS-SH-X(WS-SH-I)
             MOVE SPACES                  TO WS-SH-HEX(WS-SH-I)
             MOVE WS-CST-T-ID(WS-SH-I)    TO WS-SH-CUST-ID(WS-SH-I)
             MOVE WS-CST-T-NAME(WS-SH-I)  TO WS-SH-CUST-NAME(WS-SH-I)
           END-PERFORM.

           PERFORM VARYING WS-BYTE-POS FROM 1 BY 1
             UNTIL WS-BYTE-POS > 32
             PERFORM SPLIT-ONE-BYTE
           END-PERFORM.

           MOVE SPACES                    TO WS-DRAW-BUF.

           IF SW-DRAW-FAILED
             PERFORM REFUSE-NO-RANDOM
             GO TO ISSUE-SHARES-EXIT
           END-IF.

           OPEN OUTPUT R-SHR.

           IF FS-SHR-OK
             CONTINUE
           ELSE
             DISPLAY 'AESMKCER: CANNOT CREATE AESMKSHR: ' FS-SHR
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.

           PERFORM VARYING WS-SH-I FROM 1 BY 1
             UNTIL WS-SH-I > WS-SHARE-COUNT
             MOVE WS-SH-HEX(WS-SH-I)      TO KCV-KEY
             PERFORM COMPUTE-KCV
             MOVE KCV-VALUE               TO WS-SH-KCV(WS-SH-I)

             MOVE SPACES                  TO SHR-REC
             MOVE WS-GEN                  TO SHR-GEN
             MOVE WS-SH-CUST-ID(WS-SH-I)  TO SHR-CUST-ID
             MOVE WS-SH-CUST-NAME(WS-SH-I) TO SHR-CUST-NAME
             MOVE WS-SH-I                 TO SHR-INDEX
             MOVE WS-THRESHOLD            TO SHR-THRESHOLD
             MOVE WS-SH-HEX(WS-SH-I)      TO SHR-VALUE
             MOVE WS-SH-KCV(WS-SH-I)      TO SHR-KCV

             WRITE SHR-REC

             IF FS-SHR-OK
               CONTINUE
             ELSE
               DISPLAY 'AESMKCER: ERROR WRITING AESMKSHR: ' FS-SHR
               MOVE 12                    TO RETURN-CODE
               STOP RUN
             END-IF
           END-PERFORM.

           MOVE SPACES                    TO SHR-REC.
           CLOSE R-SHR.

      *     The register keeps the KCV only - the key is gone once
      *     this sitting ends, and exists again only when M
      *     custodians sit down together
           MOVE SPACES                    TO MKG-REC.
           MOVE WS-GEN                    TO MKG-GEN.
           MOVE SPACES                    TO MKG-KEY.
           MOVE WS-NEW-KCV                TO MKG-KCV.
           SET MKG-PENDING                TO TRUE.
           MOVE WS-THRESHOLD              TO MKG-THRESHOLD.
           MOVE WS-SHARE-COUNT            TO MKG-SHARES.
           MOVE WS-TODAY                  TO MKG-ISSUED.
           MOVE 0                         TO MKG-ACTIVATED
                                             MKG-RETIRED-ON.

           WRITE MKG-REC.

           IF FS-MKG-OK
             CONTINUE
           ELSE
             DISPLAY 'AESMKCER: ERROR WRITING AESMKGN: ' FS-MKG
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.

           MOVE WS-THRESHOLD              TO WS-GEN-THRESHOLD.
           MOVE WS-SHARE-COUNT            TO WS-GEN-SHARES.
           MOVE WS-NEW-KCV                TO WS-GEN-KCV.
           MOVE 'SHARES ISSUED - GENERATION PENDING'
                                          TO WS-OUTCOME.
           PERFORM WRITE-TRANSCRIPT.

           DISPLAY 'AESMKCER: GENERATION ' WS-GEN ' - '
                   WS-SHARE-COUNT ' SHARES ISSUED, ' WS-THRESHOLD
                   ' NEEDED TO BUILD, KCV ' WS-NEW-KCV.

       ISSUE-SHARES-EXIT.
           EXIT.


       REFUSE-NO-RANDOM.
      *     No key and no share leaves a sitting whose generator
      *     failed - what was drawn is wiped
           MOVE SPACES                    TO WS-NEW-KEY
                                             WS-DRAW-BUF.
           MOVE 'REFUSED - RANDOM BIT GENERATOR FAILED'
                                          TO WS-OUTCOME.
           DISPLAY 'AESMKCER: RANDOM BIT GENERATOR REFUSED ('
                   DRB-STATUS ') - NO SHARES ISSUED'.
           PERFORM WRITE-TRANSCRIPT.
           MOVE 12                        TO RETURN-CODE.


       SPLIT-ONE-BYTE.
      *     f(x) = a0 + a1.x + ... + a(M-1).x**(M-1), a0 the key
      *     byte; custodian x gets f(x), evaluated by Horner's rule
           COMPUTE WS-HEX-POS = (WS-BYTE-POS - 1) * 2 + 1.
           MOVE WS-NEW-KEY(WS-HEX-POS:2)  TO WS-HEX-PAIR.
           PERFORM HEX-TO-BYTE.
           MOVE WS-BYTE-V                 TO WS-COEF(1).

           PERFORM VARYING WS-COEF-I FROM 2 BY 1
             UNTIL WS-COEF-I > WS-THRESHOLD
             PERFORM NEXT-NIBBLE
             MOVE WS-NIBBLE               TO WS-NIB-HI
             PERFORM NEXT-NIBBLE
             COMPUTE WS-COEF(WS-COEF-I) = WS-NIB-HI * 16 + WS-NIBBLE
           END-PERFORM.

           PERFORM VARYING WS-SH-I FROM 1 BY 1
             UNTIL WS-SH-I > WS-SHARE-COUNT
             MOVE WS-COEF(WS-THRESHOLD)   TO WS-Y

             PERFORM VARYING WS-COEF-I FROM WS-THRESHOLD BY -1
               UNTIL WS-COEF-I < 2
               MOVE WS-Y                  TO WS-GF-A
               MOVE WS-SH-X(WS-SH-I)      TO WS-GF-B
               PERFORM GF-MULTIPLY
               MOVE WS-GF-P               TO WS-XOR-A
               MOVE WS-COEF(WS-COEF-I - 1) TO WS-XOR-B
               PERFORM BYTE-XOR
               MOVE WS-XOR-R              TO WS-Y
             END-PERFORM

             MOVE WS-Y                    TO WS-BYTE-V
             PERFORM BYTE-TO-HEX
             MOVE WS-HEX-PAIR TO WS-SH-HEX(WS-SH-I)(WS-HEX-POS:2)
           END-PERFORM.


      *****************************************************************
      * BUILD SITTING                                                 *
      *****************************************************************
       BUILD-MASTER-KEY.
           IF NOT SW-HAVE-PENDING
             MOVE 'REFUSED - NO GENERATION PENDING'
                                          TO WS-OUTCOME
             MOVE 0                       TO WS-GEN
             DISPLAY 'AESMKCER: NO PENDING GENERATION TO BUILD'
             PERFORM WRITE-TRANSCRIPT
             MOVE 12                      TO RETURN-CODE
             GO TO BUILD-MASTER-KEY-EXIT
           END-IF.

           MOVE WS-PEND-GEN               TO WS-GEN MKG-GEN.

           READ R-MKG KEY IS MKG-GEN.

           MOVE MKG-KCV                   TO WS-GEN-KCV.
           MOVE MKG-THRESHOLD             TO WS-GEN-THRESHOLD.
           MOVE MKG-SHARES                TO WS-GEN-SHARES.

           PERFORM READ-SHARE-CARDS
              THRU READ-SHARE-CARDS-EXIT.

           IF RETURN-CODE NOT = 0
             PERFORM WRITE-TRANSCRIPT
             GO TO BUILD-MASTER-KEY-EXIT
           END-IF.

           PERFORM COMPUTE-LAGRANGE-BASIS.

           PERFORM VARYING WS-BYTE-POS FROM 1 BY 1
             UNTIL WS-BYTE-POS > 32
             PERFORM REBUILD-ONE-BYTE
           END-PERFORM.

           MOVE WS-NEW-KEY                TO KCV-KEY.
           PERFORM COMPUTE-KCV.
           MOVE KCV-VALUE                 TO WS-NEW-KCV.

           IF WS-NEW-KCV NOT = WS-GEN-KCV
             MOVE SPACES                  TO WS-NEW-KEY
             MOVE 'REFUSED - REBUILT KEY FAILED ITS KCV'
                                          TO WS-OUTCOME
             MOVE 'MASTER-KEY CEREMONY KCV MISMATCH - NOT BUILT'
                                          TO LAL-TEXT OF AL-S
             MOVE 2                       TO LAL-LEVEL OF AL-S
             CALL 'AESALERT' USING AL-S

             DISPLAY 'AESMKCER: REBUILT KEY KCV ' WS-NEW-KCV
                     ' NOT ' WS-GEN-KCV ' - NOTHING CHANGED'
             PERFORM WRITE-TRANSCRIPT
             MOVE 16                      TO RETURN-CODE
             GO TO BUILD-MASTER-KEY-EXIT
           END-IF.

      *     The generation it supersedes stays usable for unwrapping
      *     until AESMKRWP retires it; generation zero (AESMKEY) has
      *     no record to demote while it is still in service
           IF SW-HAVE-CURRENT
             MOVE WS-CUR-GEN              TO MKG-GEN
             READ R-MKG KEY IS MKG-GEN

             IF FS-MKG-OK
               SET MKG-OUTGOING           TO TRUE
               REWRITE MKG-REC
             END-IF

             MOVE SPACES                  TO MKG-KEY
           END-IF.

           MOVE WS-GEN                    TO MKG-GEN.
           READ R-MKG KEY IS MKG-GEN.

           MOVE WS-NEW-KEY                TO MKG-KEY.
           SET MKG-CURRENT                TO TRUE.
           MOVE WS-TODAY                  TO MKG-ACTIVATED.

           REWRITE MKG-REC.

           MOVE SPACES                    TO MKG-KEY WS-NEW-KEY.

           IF FS-MKG-OK
             MOVE 'BUILT - GENERATION NOW CURRENT'
                                          TO WS-OUTCOME
             DISPLAY 'AESMKCER: GENERATION ' WS-GEN
                     ' IS CURRENT - RUN AESMKRWP TO REWRAP AESKEYF'
           ELSE
             MOVE 'FAILED - AESMKGN NOT UPDATED'
                                          TO WS-OUTCOME
             DISPLAY 'AESMKCER: ERROR REWRITING AESMKGN: ' FS-MKG
             MOVE 12                      TO RETURN-CODE
           END-IF.

           PERFORM WRITE-TRANSCRIPT.

       BUILD-MASTER-KEY-EXIT.
           EXIT.


       READ-SHARE-CARDS.
      *     Each card must come from an active custodian, carry a
      *     share number not already presented, and match the share
      *     KCV from its mailer - one bad card refuses the sitting
           OPEN INPUT R-CRD.

           IF FS-CRD-OK
             CONTINUE
           ELSE
             MOVE 'REFUSED - NO SHARE CARDS'
                                          TO WS-OUTCOME
             DISPLAY 'AESMKCER: CANNOT OPEN AESMKCRD: ' FS-CRD
             MOVE 12                      TO RETURN-CODE
             GO TO READ-SHARE-CARDS-EXIT
           END-IF.

           MOVE 0                         TO WS-SHARE-COUNT.

           PERFORM UNTIL FS-CRD-EOF
             OR RETURN-CODE NOT = 0
             OR WS-SHARE-COUNT NOT < WS-GEN-THRESHOLD
             READ R-CRD
               AT END
                 CONTINUE
               NOT AT END
                 PERFORM TAKE-ONE-CARD
                    THRU TAKE-ONE-CARD-EXIT
             END-READ
           END-PERFORM.

           MOVE SPACES                    TO CRD-REC.
           CLOSE R-CRD.

           IF RETURN-CODE = 0
             AND WS-SHARE-COUNT < WS-GEN-THRESHOLD
             MOVE 'REFUSED - TOO FEW SHARES PRESENTED'
                                          TO WS-OUTCOME
             DISPLAY 'AESMKCER: ' WS-SHARE-COUNT ' SHARE(S) PRESENTED, '
                     WS-GEN-THRESHOLD ' NEEDED'
             MOVE 12                      TO RETURN-CODE
           END-IF.

       READ-SHARE-CARDS-EXIT.
           EXIT.


       TAKE-ONE-CARD.
           PERFORM VARYING WS-CST-I FROM 1 BY 1
             UNTIL WS-CST-I > WS-CST-COUNT
             OR WS-CST-T-ID(WS-CST-I) = CRD-CUST-ID
             CONTINUE
           END-PERFORM.

           IF WS-CST-I > WS-CST-COUNT
             MOVE 'REFUSED - CARD FROM UNKNOWN CUSTODIAN'
                                          TO WS-OUTCOME
             DISPLAY 'AESMKCER: ' CRD-CUST-ID
                     ' IS NOT AN ACTIVE CUSTODIAN'
             MOVE 12                      TO RETURN-CODE
             GO TO TAKE-ONE-CARD-EXIT
           END-IF.

           IF CRD-INDEX IS NOT NUMERIC
             OR CRD-INDEX = 0
             OR CRD-INDEX > WS-GEN-SHARES
             MOVE 'REFUSED - SHARE NUMBER INVALID'
                                          TO WS-OUTCOME
             DISPLAY 'AESMKCER: SHARE NUMBER ON ' CRD-CUST-ID
                     '''S CARD IS INVALID'
             MOVE 12                      TO RETURN-CODE
             GO TO TAKE-ONE-CARD-EXIT
           END-IF.

           PERFORM VARYING WS-SH-J FROM 1 BY 1
             UNTIL WS-SH-J > WS-SHARE-COUNT
             IF WS-SH-X(WS-SH-J) = CRD-INDEX
               OR WS-SH-CUST-ID(WS-SH-J) = CRD-CUST-ID
               MOVE 'REFUSED - SHARE OR CUSTODIAN PRESENTED TWICE'
                                          TO WS-OUTCOME
               MOVE 12                    TO RETURN-CODE
             END-IF
           END-PERFORM.

           IF RETURN-CODE NOT = 0
             DISPLAY 'AESMKCER: ' CRD-CUST-ID
                     ' OR SHARE ' CRD-INDEX ' ALREADY PRESENTED'
             GO TO TAKE-ONE-CARD-EXIT
           END-IF.

           MOVE CRD-SHARE                 TO KCV-KEY.
           PERFORM COMPUTE-KCV.

           IF KCV-VALUE NOT = CRD-KCV
             MOVE 'REFUSED - A SHARE FAILED ITS KCV'
                                          TO WS-OUTCOME
             DISPLAY 'AESMKCER: SHARE FROM ' CRD-CUST-ID
                     ' FAILED ITS KCV - CHECK THE KEYING'
             MOVE 12                      TO RETURN-CODE
             GO TO TAKE-ONE-CARD-EXIT
           END-IF.

           ADD 1                          TO WS-SHARE-COUNT.
           MOVE CRD-INDEX           TO WS-SH-X(WS-SHARE-COUNT).
           MOVE CRD-SHARE           TO WS-SH-HEX(WS-SHARE-COUNT).
           MOVE CRD-KCV             TO WS-SH-KCV(WS-SHARE-COUNT).
           MOVE CRD-CUST-ID         TO WS-SH-CUST-ID(WS-SHARE-COUNT).
           MOVE WS-CST-T-NAME(WS-CST-I)
                                    TO WS-SH-CUST-NAME(WS-SHARE-COUNT).

       TAKE-ONE-CARD-EXIT.
           EXIT.


       COMPUTE-LAGRANGE-BASIS.
      *     L(i) = product over j <> i of x(j) / (x(j) - x(i)); in
      *     GF(2**8) subtraction is XOR
           PERFORM VARYING WS-SH-I FROM 1 BY 1
             UNTIL WS-SH-I > WS-SHARE-COUNT
             MOVE 1                       TO WS-LAGRANGE(WS-SH-I)

             PERFORM VARYING WS-SH-J FROM 1 BY 1
               UNTIL WS-SH-J > WS-SHARE-COUNT
               IF WS-SH-J NOT = WS-SH-I
                 MOVE WS-SH-X(WS-SH-J)    TO WS-XOR-A
                 MOVE WS-SH-X(WS-SH-I)    TO WS-XOR-B
                 PERFORM BYTE-XOR
                 MOVE WS-SH-X(WS-SH-J)    TO WS-GF-A
                 MOVE WS-XOR-R            TO WS-GF-B
                 PERFORM GF-DIVIDE
                 MOVE WS-LAGRANGE(WS-SH-I) TO WS-GF-A
                 MOVE WS-GF-P             TO WS-GF-B
                 PERFORM GF-MULTIPLY
                 MOVE WS-GF-P             TO WS-LAGRANGE(WS-SH-I)
               END-IF
             END-PERFORM
           END-PERFORM.


       REBUILD-ONE-BYTE.
      *     f(0) = sum over i of y(i).L(i)
           COMPUTE WS-HEX-POS = (WS-BYTE-POS - 1) * 2 + 1.
           MOVE 0                         TO WS-S.

           PERFORM VARYING WS-SH-I FROM 1 BY 1
             UNTIL WS-SH-I > WS-SHARE-COUNT
             MOVE WS-SH-HEX(WS-SH-I)(WS-HEX-POS:2) TO WS-HEX-PAIR
             PERFORM HEX-TO-BYTE
             MOVE WS-BYTE-V               TO WS-GF-A
             MOVE WS-LAGRANGE(WS-SH-I)    TO WS-GF-B
             PERFORM GF-MULTIPLY
             MOVE WS-S                    TO WS-XOR-A
             MOVE WS-GF-P                 TO WS-XOR-B
             PERFORM BYTE-XOR
             MOVE WS-XOR-R                TO WS-S
           END-PERFORM.

           MOVE WS-S                      TO WS-BYTE-V.
           PERFORM BYTE-TO-HEX.
           MOVE WS-HEX-PAIR               TO WS-NEW-KEY(WS-HEX-POS:2).


      *****************************************************************
      * GF(2**8) AND HEX HELPERS                                      *
      *****************************************************************
       BUILD-GF-TABLES.
      *     EXP(k) = 3**k, LOG the inverse; 3.v = v XOR xtime(v)
           MOVE 1                         TO WS-GF-V.

           PERFORM VARYING WS-GF-K FROM 0 BY 1
             UNTIL WS-GF-K > 254
             MOVE WS-GF-V                 TO WS-GF-EXP(WS-GF-K + 1)
             MOVE WS-GF-K                 TO WS-GF-LOG(WS-GF-V)

             COMPUTE WS-GF-XT = WS-GF-V * 2
             IF WS-GF-V > 127
               COMPUTE WS-GF-XT = WS-GF-V * 2 - 256
               MOVE WS-GF-XT              TO WS-XOR-A
               MOVE 27                    TO WS-XOR-B
               PERFORM BYTE-XOR
               MOVE WS-XOR-R              TO WS-GF-XT
             END-IF

             MOVE WS-GF-V                 TO WS-XOR-A
             MOVE WS-GF-XT                TO WS-XOR-B
             PERFORM BYTE-XOR
             MOVE WS-XOR-R                TO WS-GF-V
           END-PERFORM.


       GF-MULTIPLY.
           IF WS-GF-A = 0 OR WS-GF-B = 0
             MOVE 0                       TO WS-GF-P
           ELSE
             COMPUTE WS-GF-K = WS-GF-LOG(WS-GF-A) + WS-GF-LOG(WS-GF-B)
             IF WS-GF-K > 254
               SUBTRACT 255               FROM WS-GF-K
             END-IF
             MOVE WS-GF-EXP(WS-GF-K + 1)  TO WS-GF-P
           END-IF.


       GF-DIVIDE.
      *     Divisor is never zero here - share numbers are distinct
           IF WS-GF-A = 0 OR WS-GF-B = 0
             MOVE 0                       TO WS-GF-P
           ELSE
             COMPUTE WS-GF-K = WS-GF-LOG(WS-GF-A) - WS-GF-LOG(WS-GF-B)
             IF WS-GF-K < 0
               ADD 255                    TO WS-GF-K
             END-IF
             MOVE WS-GF-EXP(WS-GF-K + 1)  TO WS-GF-P
           END-IF.


       BYTE-XOR.
           MOVE 0                         TO WS-XOR-R.
           MOVE 1                         TO WS-XOR-POW.

           PERFORM VARYING WS-XOR-BIT FROM 1 BY 1
             UNTIL WS-XOR-BIT > 8
             DIVIDE WS-XOR-A BY 2 GIVING WS-XOR-A
                                  REMAINDER WS-XOR-ABIT
             DIVIDE WS-XOR-B BY 2 GIVING WS-XOR-B
                                  REMAINDER WS-XOR-BBIT
             IF WS-XOR-ABIT NOT = WS-XOR-BBIT
               ADD WS-XOR-POW             TO WS-XOR-R
             END-IF
             IF WS-XOR-BIT < 8
               MULTIPLY 2                 BY WS-XOR-POW
             END-IF
           END-PERFORM.


       HEX-TO-BYTE.
           MOVE WS-HEX-PAIR(1:1)          TO WS-HEX-CHAR.
           PERFORM FIND-NIBBLE-VALUE.
           MOVE WS-NIB                    TO WS-NIB-HI.
           MOVE WS-HEX-PAIR(2:1)          TO WS-HEX-CHAR.
           PERFORM FIND-NIBBLE-VALUE.
           COMPUTE WS-BYTE-V = WS-NIB-HI * 16 + WS-NIB.


       BYTE-TO-HEX.
           DIVIDE WS-BYTE-V BY 16 GIVING WS-NIB-HI
                                  REMAINDER WS-NIB-LO.
           MOVE WS-HEXCHARS(WS-NIB-HI + 1:1) TO WS-HEX-PAIR(1:1).
           MOVE WS-HEXCHARS(WS-NIB-LO + 1:1) TO WS-HEX-PAIR(2:1).


       FIND-NIBBLE-VALUE.
           PERFORM VARYING WS-NIB FROM 0 BY 1
             UNTIL WS-NIB > 15
             OR WS-HEXCHARS(WS-NIB + 1:1) = WS-HEX-CHAR
             CONTINUE
           END-PERFORM.

           IF WS-NIB > 15
             MOVE 0                       TO WS-NIB
           END-IF.


       DRAW-RANDOM-HEX.
      *     A full buffer of fresh hex from AESDRBG. A generator that
      *     has failed a health test hands back nothing, and no key
      *     or coefficient may come from anywhere else - the sitting
      *     is refused.
           MOVE 'G'                       TO DRB-FUNCTION.
           MOVE 'AESMKCER'                TO DRB-CALLER.
           MOVE 128                       TO DRB-LENGTH.

           CALL 'AESDRBG' USING WS-DRBG-LS.

           IF DRBS-OK
             MOVE DRB-OUTPUT              TO WS-DRAW-BUF
             MOVE SPACES                  TO DRB-OUTPUT
             MOVE 1                       TO WS-DRAW-POS
           ELSE
             SET SW-DRAW-FAILED           TO TRUE
           END-IF.


       NEXT-NIBBLE.
           MOVE 0                         TO WS-NIBBLE.

           IF WS-DRAW-POS > 128 AND NOT SW-DRAW-FAILED
             PERFORM DRAW-RANDOM-HEX
           END-IF.

           IF NOT SW-DRAW-FAILED
             MOVE WS-DRAW-BUF(WS-DRAW-POS:1) TO WS-HEX-CHAR
             PERFORM FIND-NIBBLE-VALUE
             MOVE WS-NIB                  TO WS-NIBBLE
             ADD 1                        TO WS-DRAW-POS
           END-IF.


       COMPUTE-KCV.
           MOVE '256'                     TO KCV-BITS.
           MOVE SPACES                    TO KCV-VALUE.

           CALL 'AESKCVC' USING WS-KCV-LS.

           MOVE SPACES                    TO KCV-KEY.

           IF KCVS-OK
             CONTINUE
           ELSE
             DISPLAY 'AESMKCER: KCV COMPUTATION FAILED - '
                     'CEREMONY STOPPED'
             MOVE SPACES                  TO WS-NEW-KEY WS-SHARE-TABLE
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.


      *****************************************************************
      * TRANSCRIPT                                                    *
      *****************************************************************
       WRITE-TRANSCRIPT.
           OPEN EXTEND R-TRN.

           IF FS-TRN-OK OR FS-TRN-AOP
             CONTINUE
           ELSE
             OPEN OUTPUT R-TRN

             IF FS-TRN-OK OR FS-TRN-AOP
               CONTINUE
             ELSE
               DISPLAY 'AESMKCER: CANNOT OPEN AESMKTRN: ' FS-TRN
               MOVE 12                    TO RETURN-CODE
               STOP RUN
             END-IF
           END-IF.

           MOVE ALL '='                   TO WS-TRN-LINE.
           PERFORM WRITE-TRANSCRIPT-LINE.

           IF WS-FUNCTION = 'S'
             STRING 'MASTER-KEY CEREMONY - SHARE ISSUE - GENERATION '
                    WS-GEN
             DELIMITED BY SIZE          INTO WS-TRN-LINE
           ELSE
             STRING 'MASTER-KEY CEREMONY - KEY BUILD - GENERATION '
                    WS-GEN
             DELIMITED BY SIZE          INTO WS-TRN-LINE
           END-IF.
           PERFORM WRITE-TRANSCRIPT-LINE.

           STRING 'DATE ' WS-TODAY ' TIME ' WS-STAMP-HHMMSS
                  ' OFFICER ' WS-OFFICER
           DELIMITED BY SIZE            INTO WS-TRN-LINE.
           PERFORM WRITE-TRANSCRIPT-LINE.

           STRING 'THRESHOLD ' WS-GEN-THRESHOLD ' OF '
                  WS-GEN-SHARES ' SHARES    KEY KCV ' WS-GEN-KCV
           DELIMITED BY SIZE            INTO WS-TRN-LINE.
           PERFORM WRITE-TRANSCRIPT-LINE.

           PERFORM VARYING WS-SH-I FROM 1 BY 1
             UNTIL WS-SH-I > WS-SHARE-COUNT
             STRING '  SHARE ' WS-SH-X(WS-SH-I)(2:2) ' '
                    WS-SH-CUST-ID(WS-SH-I) ' '
                    WS-SH-CUST-NAME(WS-SH-I)
                    ' SHARE KCV ' WS-SH-KCV(WS-SH-I)
             DELIMITED BY SIZE          INTO WS-TRN-LINE
             PERFORM WRITE-TRANSCRIPT-LINE
           END-PERFORM.

           STRING 'OUTCOME: ' WS-OUTCOME
           DELIMITED BY SIZE            INTO WS-TRN-LINE.
           PERFORM WRITE-TRANSCRIPT-LINE.

           PERFORM VARYING WS-SH-I FROM 1 BY 1
             UNTIL WS-SH-I > WS-SHARE-COUNT
             STRING '  SIGNED ' WS-SH-CUST-ID(WS-SH-I)
                    ' ______________________________ DATE ________'
             DELIMITED BY SIZE          INTO WS-TRN-LINE
             PERFORM WRITE-TRANSCRIPT-LINE
           END-PERFORM.

           STRING '  OFFICER ' WS-OFFICER
                  ' ______________________________ DATE ________'
           DELIMITED BY SIZE            INTO WS-TRN-LINE.
           PERFORM WRITE-TRANSCRIPT-LINE.

           CLOSE R-TRN.


       WRITE-TRANSCRIPT-LINE.
           MOVE WS-TRN-LINE               TO TRN-REC.
           MOVE SPACES                    TO WS-TRN-LINE.

           WRITE TRN-REC.

           IF FS-TRN-OK
             CONTINUE
           ELSE
             DISPLAY 'AESMKCER: ERROR WRITING AESMKTRN: ' FS-TRN
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.
