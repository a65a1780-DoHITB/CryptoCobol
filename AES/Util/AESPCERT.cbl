       ID DIVISION.
       PROGRAM-ID. AESPCERT.
      *****************************************************************
      * Partner onboarding certification. A new AESPRTNR partner used
      * to go live after an informal test file and a phone call, and
      * half the first week's transmission failures were mode,
      * padding or code-page mismatches nobody had tried. Every
      * profile a partner is contracted for - mode, bits, pad scheme
      * and trailer - is now entered on the AESPCREG register and
      * proved before the partner is sent a live file in it:
      *
      *   1. the certification set is issued - for each profile not
      *      yet certified a known plaintext (which names the partner
      *      and the profile) is written to its own input generation,
      *      ciphered through AESSTAMP under the profile with the
      *      data key alias named on the card (one the partner
      *      already holds through AESKXCHG) and, for a trailer, the
      *      MAC key alias, and exported through AESXPORT (CALLed
      *      with a certification card, AESEPARM column 136 'C').
      *      Each envelope is kept as AESPCE<partner><nnn> and its
      *      content serial recorded,
      *   2. the partner deciphers each envelope and sends back its
      *      AESVRCPT verification receipt and its decipher result
      *      (AESPCRES - serial, bytes recovered, recovered plaintext
      *      in hex, in the partner's own code page),
      *   3. the returns are checked against the expected values -
      *      the known plaintext translated to the partner's
      *      AESPRTNR code page, its short final block zero-filled
      *      ahead of the data under the legacy pad scheme and
      *      recovered exactly under PKCS#7 or CTS - and the profile
      *      is marked certified (CRT) or failed (FLD) with what
      *      failed: RCPT the receipt, LGTH the length recovered (the
      *      pad scheme), DATA the bytes themselves (mode, key or
      *      code page), XLAT no translation to the partner's code
      *      page.
      *
      * AESXPORT refuses to send a named partner a profile that is
      * not CRT on the register.
      *
      * Driven by a card deck (AESPCDCK), one function per record -
      * the same console style AESOFFSI works in:
      *   L                                      - list the register
      *   P partner(3-10) mode(12-14) bits(16-18) pad(20)
      *     trailer(22)                          - contract a profile
      *       pad: blank legacy, 'P' PKCS#7; trailer: blank none,
      *       'H' HMAC, 'B' per-block MAC, 'A' both
      *   G partner(3-10) key-alias(24-31) mac-alias(33-40)
      *                                          - issue the set
      *   V partner(3-10)                        - check the returns
      *   R partner(3-10) mode bits pad trailer  - revoke a profile
      *       back to contracted, to be certified again
      * RETURN-CODE 8 when a card was refused, 4 when a returned
      * profile failed its check.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *     CERTIFICATION REGISTER (AESPCREG - one profile per record)
            SELECT OPTIONAL R-PCR ASSIGN TO 'AESPCREG'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-PCR.

      *     CONSOLE CARD DECK (AESPCDCK - LRECL=80)
            SELECT R-DCK ASSIGN TO 'AESPCDCK'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-DCK.

      *     PARTNER REGISTRY (AESPRTNR - KSDS keyed on partner id)
            SELECT R-PRT ASSIGN TO 'AESPRTNR'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS RANDOM
                   RECORD KEY   IS PRT-ID
                   FILE STATUS  IS FS-PRT.

      *     KNOWN-PLAINTEXT INPUT GENERATION (AESIDAT-shaped KSDS)
            SELECT R-DAT ASSIGN TO DYNAMIC WS-IN-GEN
                   ORGANIZATION IS INDEXED
                   ACCESS MODE  IS SEQUENTIAL
                   RECORD KEY   IS DAT-KEY
                   FILE STATUS  IS FS-DAT.

      *     AESXPORT'S CONTROL CARD (AESEPARM), written per profile
            SELECT R-EPM ASSIGN TO 'AESEPARM'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-EPM.

      *     AESXPORT'S ENVELOPE (AESENVLP - LRECL=160), and the kept
      *     copy of it under the profile's own name
            SELECT R-ENV ASSIGN TO 'AESENVLP'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-ENV.

            SELECT R-CEV ASSIGN TO DYNAMIC WS-ENV-NAME
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-CEV.

      *     EXPORT LOG (AESXPLOG - LRECL=56) - the serial AESXPORT
      *     logged for the certification envelope
            SELECT OPTIONAL R-XPL ASSIGN TO 'AESXPLOG'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-XPL.

      *     PARTNER VERIFICATION RECEIPTS (AESVRCPT - LRECL=64)
            SELECT OPTIONAL R-RCE ASSIGN TO 'AESVRCPT'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-RCE.

      *     PARTNER DECIPHER RESULTS (AESPCRES - LRECL=160)
            SELECT OPTIONAL R-RES ASSIGN TO 'AESPCRES'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-RES.

       DATA DIVISION.
       FILE SECTION.
      *   AESPCREG
       FD R-PCR LABEL RECORD STANDARD.

       01 PCR-REC.
          02 PCR-PARTNER              PIC X(08).
          02 PCR-MODE                 PIC X(03).
          02 PCR-BITS                 PIC X(03).
          02 PCR-PAD                  PIC X(01).
          02 PCR-TRAILER              PIC X(01).
      *     CON (contracted)/ISS (set issued)/CRT (certified)/
      *     FLD (failed)
          02 PCR-STATUS               PIC X(03).
             88 PCR-CONTRACTED                    VALUE 'CON'.
             88 PCR-ISSUED                        VALUE 'ISS'.
             88 PCR-CERTIFIED                     VALUE 'CRT'.
             88 PCR-FAILED                        VALUE 'FLD'.
          02 PCR-STATUS-DATE          PIC 9(08).
      *     Content serial and kept copy of the issued envelope
          02 PCR-SERIAL               PIC X(18).
          02 PCR-ENVELOPE             PIC X(20).
      *     What the last check found - PASS/RCPT/LGTH/DATA/XLAT
          02 PCR-FINDING              PIC X(04).
          02 FILLER                   PIC X(11).

      *   AESPCDCK
       FD R-DCK LABEL RECORD STANDARD.

       01 DCK-REC.
          05 DCK-FUNCTION                PIC X(01).
          05 FILLER                      PIC X(01).
          05 DCK-PARTNER                 PIC X(08).
          05 FILLER                      PIC X(01).
          05 DCK-MODE                    PIC X(03).
          05 FILLER                      PIC X(01).
          05 DCK-BITS                    PIC X(03).
          05 FILLER                      PIC X(01).
          05 DCK-PAD                     PIC X(01).
          05 FILLER                      PIC X(01).
          05 DCK-TRAILER                 PIC X(01).
          05 FILLER                      PIC X(01).
          05 DCK-ALIAS                   PIC X(08).
          05 FILLER                      PIC X(01).
          05 DCK-MAC-ALIAS               PIC X(08).
          05 FILLER                      PIC X(40).

      *   AESPRTNR
       FD R-PRT LABEL RECORD STANDARD.

       01 PRT-REC.
          02 PRT-ID                   PIC X(08).
          02 PRT-KEK-ALIAS            PIC X(08).
          02 PRT-TRANSPORT            PIC X(08).
          02 PRT-DESC                 PIC X(30).
          02 PRT-WRAP-FMT             PIC X(01).
          02 PRT-CODE-PAGE            PIC X(08).
          02 FILLER                   PIC X(01).
      *   Receiving windows (up to four) - days Monday..Sunday, 'Y'
      *   where open, from/until HHMM within the day; none at all
      *   means the partner takes files at any time - see AESXWIN
          02 PRT-WINDOW               OCCURS 4.
             03 PRT-WIN-DAYS          PIC X(07).
             03 PRT-WIN-FROM          PIC X(04).
             03 PRT-WIN-UNTIL         PIC X(04).
      *   Blackout dates (CCYYMMDD) - no window opens on these
          02 PRT-BLACKOUT             PIC X(08)   OCCURS 8.
          02 FILLER                   PIC X(12).

      *   Known-plaintext input generation
       FD R-DAT LABEL RECORD STANDARD.

       01 DAT.
          02 DAT-KEY                  PIC 9(08).
          02 DAT-BITS                 PIC X(03).
          02 DAT-HEX                  PIC X(32).
          02 DAT-MAC                  PIC X(08).

      *   AESEPARM
       FD R-EPM LABEL RECORD STANDARD.

       01 EPM-REC.
          05 EPM-GEN-NAME                PIC X(20).
          05 EPM-MODE                    PIC X(03).
          05 EPM-BITS                    PIC X(03).
          05 EPM-PAD                     PIC X(01).
          05 EPM-ALIAS                   PIC X(08).
          05 EPM-VERSION                 PIC 9(03).
          05 EPM-IV                      PIC X(32).
          05 EPM-TAG                     PIC X(32).
          05 EPM-VOL-MAX                 PIC 9(07).
          05 EPM-DIGEST-ALG              PIC X(08).
          05 EPM-PARTNER                 PIC X(08).
          05 EPM-CODE-PAGE               PIC X(08).
          05 EPM-CP-SCOPE                PIC X(01).
          05 EPM-ARMOR                   PIC X(01).
          05 EPM-CERT                    PIC X(01).

      *   AESENVLP and its kept copy
       FD R-ENV LABEL RECORD STANDARD.

       01 ENV-REC                        PIC X(160).

       FD R-CEV LABEL RECORD STANDARD.

       01 CEV-REC                        PIC X(160).

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

      *   AESPCRES
       FD R-RES LABEL RECORD STANDARD.

       01 RES-REC.
          05 RES-SERIAL                  PIC X(18).
          05 RES-PARTNER                 PIC X(08).
      *     Bytes the partner's decipher recovered, and the bytes
      *     themselves in hex
          05 RES-LENGTH                  PIC 9(03).
          05 RES-HEX                     PIC X(128).
          05 FILLER                      PIC X(03).

       WORKING-STORAGE SECTION.
         01 FS.
            05 FS-PCR                   PIC 9(02).
               88 FS-PCR-OK                       VALUE 0.
               88 FS-PCR-EOF                      VALUE 10.
            05 FS-DCK                   PIC 9(02).
               88 FS-DCK-OK                       VALUE 0.
               88 FS-DCK-EOF                      VALUE 10.
            05 FS-PRT                   PIC 9(02).
               88 FS-PRT-OK                       VALUE 0.
            05 FS-DAT                   PIC 9(02).
               88 FS-DAT-OK                       VALUE 0.
            05 FS-EPM                   PIC 9(02).
               88 FS-EPM-OK                       VALUE 0.
            05 FS-ENV                   PIC 9(02).
               88 FS-ENV-OK                       VALUE 0.
               88 FS-ENV-EOF                      VALUE 10.
            05 FS-CEV                   PIC 9(02).
               88 FS-CEV-OK                       VALUE 0.
            05 FS-XPL                   PIC 9(02).
               88 FS-XPL-OK                       VALUE 0.
               88 FS-XPL-EOF                      VALUE 10.
            05 FS-RCE                   PIC 9(02).
               88 FS-RCE-OK                       VALUE 0.
               88 FS-RCE-EOF                      VALUE 10.
            05 FS-RES                   PIC 9(02).
               88 FS-RES-OK                       VALUE 0.
               88 FS-RES-EOF                      VALUE 10.

      *  The register, reloaded and rewritten whole - the same
      *  small-store handling AESOFFSI gives its own
         01 WS-PCR-TABLE.
            05 WS-PCR-ENTRY OCCURS 500  PIC X(80).
         77 WS-PCR-COUNT                PIC 9(03)   VALUE 0.
         77 WS-PCR-I                    PIC 9(03).
         77 WS-FOUND-I                  PIC 9(03).

         77 WS-TODAY                    PIC 9(08).
         77 WS-CHANGED-COUNT            PIC 9(03)   VALUE 0.
         77 WS-CARD-COUNT               PIC 9(03)   VALUE 0.
         77 WS-CARD-RC                  PIC 9(02)   VALUE 0.
         77 WS-ISSUED-COUNT             PIC 9(03)   VALUE 0.
         77 WS-CERTIFIED-COUNT          PIC 9(03)   VALUE 0.
         77 WS-FAILED-COUNT             PIC 9(03)   VALUE 0.
         77 WS-PENDING-COUNT            PIC 9(03)   VALUE 0.
         77 WS-CALL-RC                  PIC 9(04)   VALUE 0.

      *  The partner in hand, off AESPRTNR
         77 WS-PRT-FOUND                PIC X(01)   VALUE 'N'.
            88 SW-PRT-FOUND                         VALUE 'Y'.
         77 WS-PRT-CODE-PAGE            PIC X(08)   VALUE SPACES.

      *  One profile's certification generations and envelope
         77 WS-SEQ                      PIC 9(03).
         01 WS-IN-GEN                   PIC X(20).
         01 WS-OUT-GEN                  PIC X(20).
         01 WS-ENV-NAME                 PIC X(20).
         77 WS-IV                       PIC X(32).
         77 WS-MAC-KEY                  PIC X(64)   VALUE SPACES.
         77 WS-HAVE-MAC-KEY             PIC X(01)   VALUE 'N'.
            88 SW-HAVE-MAC-KEY                      VALUE 'Y'.
         77 WS-SERIAL                   PIC X(18).
         77 WS-ENV-RECORDS              PIC 9(06).
         77 WS-STEP-FAILED              PIC X(01)   VALUE 'N'.
            88 SW-STEP-FAILED                       VALUE 'Y'.

      *  The known plaintext - 42 bytes, two full blocks and a short
      *  final one, so the pad scheme shows in what comes back - and
      *  the value the partner's decipher must return for it
         01 WS-KNOWN-TEXT               PIC X(42).
         77 WS-PAD-CHAR                 PIC X(01).
         77 WS-TRL-CHAR                 PIC X(01).
         77 WS-EXP-LEN                  PIC 9(03).
         77 WS-EXP-HEX                  PIC X(128).
         77 WS-EXP-OK                   PIC X(01)   VALUE 'N'.
            88 SW-EXP-OK                            VALUE 'Y'.

      *  What the partner sent back for the profile in hand
         77 WS-RCPT-OUTCOME             PIC X(04).
         77 WS-RES-FOUND                PIC X(01)   VALUE 'N'.
            88 SW-RES-FOUND                         VALUE 'Y'.
         77 WS-RES-LEN                  PIC 9(03).
         77 WS-RES-HEX                  PIC X(128).

      *  Hex encoding of character data
         01 WS-HEXDIGITS                PIC X(16)
                                        VALUE '0123456789ABCDEF'.
         77 WS-HX-IN                    PIC X(64).
         77 WS-HX-LEN                   PIC 9(03).
         77 WS-HX-OUT                   PIC X(128).
         77 WS-HX-I                     PIC 9(03).
         77 WS-HX-J                     PIC 9(03).
         77 WS-BYTE                     PIC 9(03).
         77 WS-NIB-HI                   PIC 9(02).
         77 WS-NIB-LO                   PIC 9(02).

      *  AESCPXL's linkage, mirrored the same way AESXPORT mirrors
      *  it - translate only, the known plaintext into the partner's
      *  code page
         01 WS-CPX-LS.
            02 CPX-FUNCTION            PIC X(01).
            02 CPX-FROM-CP             PIC X(08).
            02 CPX-TO-CP               PIC X(08).
            02 CPX-LENGTH              PIC 9(05).
            02 CPX-DATA                PIC X(999).
            02 CPX-BAD-POS             PIC 9(05).
            02 CPX-STATUS              PIC X(03).
               88 CPXS-OK                       VALUE 'OK '.

      *  AESDRBG's linkage, mirrored the same way AESMAIN mirrors it
      *  - a fresh IV for every chained-mode profile, so no two
      *  certification runs repeat one under the same key
         01 WS-DRBG-LS.
            02 DRB-FUNCTION            PIC X(01).
            02 DRB-CALLER              PIC X(08).
            02 DRB-LENGTH              PIC 9(03).
            02 DRB-OUTPUT              PIC X(128).
            02 DRB-STATUS              PIC X(03).
               88 DRBS-OK                       VALUE 'OK '.

      *  MAC key resolution for a trailer profile
         01 KG-S.
            COPY 'KMS-GET.cpy'.

         01 PMW.
            COPY 'AESLLOG.cpy'.

      *  AESSTAMP's (AESMAIN's) own linkage, built per profile
         01 LS.
            COPY 'AESLMAIN.cpy'.

       LINKAGE SECTION.

       PROCEDURE DIVISION.
       MAINLINE.
           ACCEPT WS-TODAY                FROM DATE YYYYMMDD.

           PERFORM LOAD-REGISTER
              THRU LOAD-REGISTER-EXIT.

           OPEN INPUT R-DCK.

           IF FS-DCK-OK
             CONTINUE
           ELSE
             DISPLAY 'AESPCERT: ERROR OPENING AESPCDCK: ' FS-DCK
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.

           PERFORM UNTIL FS-DCK-EOF
             READ R-DCK
               AT END
                 CONTINUE
               NOT AT END
                 ADD 1                    TO WS-CARD-COUNT
                 PERFORM PROCESS-ONE-CARD
                    THRU PROCESS-ONE-CARD-EXIT
             END-READ
           END-PERFORM.

           CLOSE R-DCK.

           IF WS-CHANGED-COUNT > 0
             PERFORM REWRITE-REGISTER
           END-IF.

           DISPLAY 'AESPCERT: ' WS-CARD-COUNT ' card(s), '
                   WS-ISSUED-COUNT ' profile(s) issued, '
                   WS-CERTIFIED-COUNT ' certified, '
                   WS-FAILED-COUNT ' failed, '
                   WS-PENDING-COUNT ' awaiting returns'.

           IF WS-FAILED-COUNT > 0 AND WS-CARD-RC = 0
             MOVE 4                       TO WS-CARD-RC
           END-IF.

           MOVE WS-CARD-RC                TO RETURN-CODE.

           STOP RUN.


       LOAD-REGISTER.
           OPEN INPUT R-PCR.

           IF FS-PCR-OK
             CONTINUE
           ELSE
      *      First partner ever - an empty register
             CLOSE R-PCR
             GO TO LOAD-REGISTER-EXIT
           END-IF.

           PERFORM UNTIL FS-PCR-EOF
             READ R-PCR
               AT END
                 CONTINUE
               NOT AT END
                 IF WS-PCR-COUNT < 500
                   ADD 1                  TO WS-PCR-COUNT
                   MOVE PCR-REC           TO WS-PCR-ENTRY(WS-PCR-COUNT)
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE R-PCR.

       LOAD-REGISTER-EXIT.
           EXIT.


       PROCESS-ONE-CARD.
           EVALUATE DCK-FUNCTION
             WHEN 'L'
               PERFORM LIST-REGISTER
             WHEN 'P'
               PERFORM ADD-PROFILE
                  THRU ADD-PROFILE-EXIT
             WHEN 'G'
               PERFORM ISSUE-CERTIFICATION-SET
                  THRU ISSUE-CERTIFICATION-SET-EXIT
             WHEN 'V'
               PERFORM CHECK-RETURNS
                  THRU CHECK-RETURNS-EXIT
             WHEN 'R'
               PERFORM REVOKE-PROFILE
                  THRU REVOKE-PROFILE-EXIT
             WHEN '*'
               CONTINUE
             WHEN OTHER
               DISPLAY 'AESPCERT: UNKNOWN FUNCTION AT CARD '
                       WS-CARD-COUNT ': ' DCK-FUNCTION
           END-EVALUATE.

       PROCESS-ONE-CARD-EXIT.
           EXIT.


       LIST-REGISTER.
           DISPLAY 'AESPCERT: ' WS-PCR-COUNT ' profile(s) on '
                   'the register'.

           PERFORM VARYING WS-PCR-I FROM 1 BY 1
             UNTIL WS-PCR-I > WS-PCR-COUNT
             MOVE WS-PCR-ENTRY(WS-PCR-I)  TO PCR-REC
             IF DCK-PARTNER = SPACES
               OR DCK-PARTNER = PCR-PARTNER
               DISPLAY '  ' PCR-PARTNER ' ' PCR-MODE '/' PCR-BITS
                       ' PAD [' PCR-PAD '] TRAILER [' PCR-TRAILER
                       '] ' PCR-STATUS ' ' PCR-STATUS-DATE ' '
                       PCR-FINDING ' ' PCR-SERIAL ' ' PCR-ENVELOPE
             END-IF
           END-PERFORM.


       ADD-PROFILE.
           PERFORM CHECK-PROFILE-CARD
              THRU CHECK-PROFILE-CARD-EXIT.

           IF WS-FOUND-I = 999
             GO TO ADD-PROFILE-EXIT
           END-IF.

           PERFORM READ-PARTNER
              THRU READ-PARTNER-EXIT.

           IF NOT SW-PRT-FOUND
             GO TO ADD-PROFILE-EXIT
           END-IF.

           PERFORM FIND-PROFILE.

           IF WS-FOUND-I > 0
             DISPLAY 'AESPCERT: CARD ' WS-CARD-COUNT ' REFUSED - '
                     'PARTNER ' DCK-PARTNER ' IS ALREADY CONTRACTED '
                     'FOR ' DCK-MODE '/' DCK-BITS ' PAD ['
                     DCK-PAD '] TRAILER [' DCK-TRAILER ']'
             MOVE 8                       TO WS-CARD-RC
             GO TO ADD-PROFILE-EXIT
           END-IF.

           IF WS-PCR-COUNT NOT < 500
             DISPLAY 'AESPCERT: CARD ' WS-CARD-COUNT ' REFUSED - '
                     'REGISTER IS FULL'
             MOVE 8                       TO WS-CARD-RC
             GO TO ADD-PROFILE-EXIT
           END-IF.

           MOVE SPACES                    TO PCR-REC.
           MOVE DCK-PARTNER               TO PCR-PARTNER.
           MOVE DCK-MODE                  TO PCR-MODE.
           MOVE DCK-BITS                  TO PCR-BITS.
           MOVE DCK-PAD                   TO PCR-PAD.
           MOVE DCK-TRAILER               TO PCR-TRAILER.
           SET PCR-CONTRACTED             TO TRUE.
           MOVE WS-TODAY                  TO PCR-STATUS-DATE.

           ADD 1                          TO WS-PCR-COUNT.
           MOVE PCR-REC                   TO WS-PCR-ENTRY(WS-PCR-COUNT).
           ADD 1                          TO WS-CHANGED-COUNT.

           DISPLAY 'AESPCERT: PARTNER ' PCR-PARTNER ' CONTRACTED '
                   'FOR ' PCR-MODE '/' PCR-BITS ' PAD [' PCR-PAD
                   '] TRAILER [' PCR-TRAILER ']'.

       ADD-PROFILE-EXIT.
           EXIT.


       CHECK-PROFILE-CARD.
      *     A profile names a mode AESMAIN runs, a key size, one of
      *     the two pad schemes and one of the trailer combinations
      *     AESRCAT codes - WS-FOUND-I 999 marks the card refused
           MOVE 0                         TO WS-FOUND-I.

           IF DCK-PARTNER = SPACES
             DISPLAY 'AESPCERT: CARD ' WS-CARD-COUNT ' REFUSED - '
                     'NO PARTNER NAMED'
             GO TO CHECK-PROFILE-CARD-REFUSED
           END-IF.

           IF DCK-MODE NOT = 'ECB' AND NOT = 'CBC' AND NOT = 'CFB'
             AND NOT = 'OFB' AND NOT = 'CTR' AND NOT = 'GCM'
             AND NOT = 'CTS' AND NOT = 'XTS'
             DISPLAY 'AESPCERT: CARD ' WS-CARD-COUNT ' REFUSED - '
                     'MODE ' DCK-MODE ' IS NOT ONE AESMAIN RUNS'
             GO TO CHECK-PROFILE-CARD-REFUSED
           END-IF.

           IF DCK-BITS NOT = '128' AND NOT = '192' AND NOT = '256'
             DISPLAY 'AESPCERT: CARD ' WS-CARD-COUNT ' REFUSED - '
                     'BITS ' DCK-BITS ' IS NOT 128, 192 OR 256'
             GO TO CHECK-PROFILE-CARD-REFUSED
           END-IF.

           IF DCK-PAD NOT = SPACE AND NOT = 'P'
             DISPLAY 'AESPCERT: CARD ' WS-CARD-COUNT ' REFUSED - '
                     'PAD SCHEME MUST BE P OR BLANK'
             GO TO CHECK-PROFILE-CARD-REFUSED
           END-IF.

           IF DCK-TRAILER NOT = SPACE AND NOT = 'H' AND NOT = 'B'
             AND NOT = 'A'
             DISPLAY 'AESPCERT: CARD ' WS-CARD-COUNT ' REFUSED - '
                     'TRAILER MUST BE H, B, A OR BLANK'
             GO TO CHECK-PROFILE-CARD-REFUSED
           END-IF.

           GO TO CHECK-PROFILE-CARD-EXIT.

       CHECK-PROFILE-CARD-REFUSED.
           MOVE 8                         TO WS-CARD-RC.
           MOVE 999                       TO WS-FOUND-I.

       CHECK-PROFILE-CARD-EXIT.
           EXIT.


       READ-PARTNER.
           MOVE 'N'                       TO WS-PRT-FOUND.
           MOVE SPACES                    TO WS-PRT-CODE-PAGE.

           OPEN INPUT R-PRT.

           IF FS-PRT-OK
             CONTINUE
           ELSE
             DISPLAY 'AESPCERT: CARD ' WS-CARD-COUNT ' REFUSED - '
                     'CANNOT OPEN AESPRTNR: ' FS-PRT
             MOVE 8                       TO WS-CARD-RC
             GO TO READ-PARTNER-EXIT
           END-IF.

           MOVE DCK-PARTNER               TO PRT-ID.

           READ R-PRT KEY IS PRT-ID.

           IF FS-PRT-OK
             SET SW-PRT-FOUND             TO TRUE
             MOVE PRT-CODE-PAGE           TO WS-PRT-CODE-PAGE
           ELSE
             DISPLAY 'AESPCERT: CARD ' WS-CARD-COUNT ' REFUSED - '
                     'PARTNER ' DCK-PARTNER ' NOT ON AESPRTNR'
             MOVE 8                       TO WS-CARD-RC
           END-IF.

           CLOSE R-PRT.

       READ-PARTNER-EXIT.
           EXIT.


       FIND-PROFILE.
           MOVE 0                         TO WS-FOUND-I.

           PERFORM VARYING WS-PCR-I FROM 1 BY 1
             UNTIL WS-PCR-I > WS-PCR-COUNT OR WS-FOUND-I > 0
             MOVE WS-PCR-ENTRY(WS-PCR-I)  TO PCR-REC
             IF PCR-PARTNER = DCK-PARTNER
               AND PCR-MODE = DCK-MODE
               AND PCR-BITS = DCK-BITS
               AND PCR-PAD = DCK-PAD
               AND PCR-TRAILER = DCK-TRAILER
               MOVE WS-PCR-I              TO WS-FOUND-I
             END-IF
           END-PERFORM.


       REVOKE-PROFILE.
           PERFORM FIND-PROFILE.

           IF WS-FOUND-I = 0
             DISPLAY 'AESPCERT: CARD ' WS-CARD-COUNT ' REFUSED - '
                     'PARTNER ' DCK-PARTNER ' HAS NO PROFILE '
                     DCK-MODE '/' DCK-BITS ' PAD [' DCK-PAD
                     '] TRAILER [' DCK-TRAILER ']'
             MOVE 8                       TO WS-CARD-RC
             GO TO REVOKE-PROFILE-EXIT
           END-IF.

           MOVE WS-PCR-ENTRY(WS-FOUND-I)  TO PCR-REC.
           SET PCR-CONTRACTED             TO TRUE.
           MOVE WS-TODAY                  TO PCR-STATUS-DATE.
           MOVE SPACES                    TO PCR-FINDING.
           MOVE PCR-REC                   TO WS-PCR-ENTRY(WS-FOUND-I).
           ADD 1                          TO WS-CHANGED-COUNT.

           DISPLAY 'AESPCERT: PARTNER ' PCR-PARTNER ' ' PCR-MODE '/'
                   PCR-BITS ' PAD [' PCR-PAD '] TRAILER ['
                   PCR-TRAILER '] REVOKED - CONTRACTED, '
                   'NOT CERTIFIED'.

       REVOKE-PROFILE-EXIT.
           EXIT.


       ISSUE-CERTIFICATION-SET.
           IF DCK-PARTNER = SPACES OR DCK-ALIAS = SPACES
             DISPLAY 'AESPCERT: CARD ' WS-CARD-COUNT ' REFUSED - '
                     'PARTNER AND DATA KEY ALIAS ARE BOTH REQUIRED'
             MOVE 8                       TO WS-CARD-RC
             GO TO ISSUE-CERTIFICATION-SET-EXIT
           END-IF.

           PERFORM READ-PARTNER
              THRU READ-PARTNER-EXIT.

           IF NOT SW-PRT-FOUND
             GO TO ISSUE-CERTIFICATION-SET-EXIT
           END-IF.

      *     AESXPORT holds each certification export against the
      *     register on file - profiles contracted earlier in this
      *     deck go out to it first
           IF WS-CHANGED-COUNT > 0
             PERFORM REWRITE-REGISTER
             MOVE 0                       TO WS-CHANGED-COUNT
           END-IF.

           MOVE 'N'                       TO WS-HAVE-MAC-KEY.

           PERFORM VARYING WS-PCR-I FROM 1 BY 1
             UNTIL WS-PCR-I > WS-PCR-COUNT
             MOVE WS-PCR-ENTRY(WS-PCR-I)  TO PCR-REC
             IF PCR-PARTNER = DCK-PARTNER
               AND NOT PCR-CERTIFIED
               PERFORM ISSUE-ONE-PROFILE
                  THRU ISSUE-ONE-PROFILE-EXIT
             END-IF
           END-PERFORM.

           MOVE SPACES                    TO WS-MAC-KEY.

           IF WS-CHANGED-COUNT > 0
             PERFORM REWRITE-REGISTER
             MOVE 0                       TO WS-CHANGED-COUNT
           END-IF.

       ISSUE-CERTIFICATION-SET-EXIT.
           EXIT.


       ISSUE-ONE-PROFILE.
           IF PCR-TRAILER NOT = SPACE AND NOT SW-HAVE-MAC-KEY
             PERFORM RESOLVE-MAC-KEY
                THRU RESOLVE-MAC-KEY-EXIT
             IF NOT SW-HAVE-MAC-KEY
               GO TO ISSUE-ONE-PROFILE-EXIT
             END-IF
           END-IF.

           MOVE 'N'                       TO WS-STEP-FAILED.
           MOVE WS-PCR-I                  TO WS-SEQ.
           MOVE SPACES                    TO WS-IN-GEN WS-OUT-GEN
                                             WS-ENV-NAME.
           STRING 'AESPCI' DELIMITED BY SIZE
                  PCR-PARTNER DELIMITED BY SPACE
                  WS-SEQ DELIMITED BY SIZE
                                        INTO WS-IN-GEN.
           STRING 'AESPCO' DELIMITED BY SIZE
                  PCR-PARTNER DELIMITED BY SPACE
                  WS-SEQ DELIMITED BY SIZE
                                        INTO WS-OUT-GEN.
           STRING 'AESPCE' DELIMITED BY SIZE
                  PCR-PARTNER DELIMITED BY SPACE
                  WS-SEQ DELIMITED BY SIZE
                                        INTO WS-ENV-NAME.

           PERFORM BUILD-KNOWN-TEXT.

           PERFORM WRITE-KNOWN-INPUT
              THRU WRITE-KNOWN-INPUT-EXIT.

           IF SW-STEP-FAILED
             GO TO ISSUE-ONE-PROFILE-EXIT
           END-IF.

           PERFORM CIPHER-KNOWN-INPUT
              THRU CIPHER-KNOWN-INPUT-EXIT.

           IF SW-STEP-FAILED
             GO TO ISSUE-ONE-PROFILE-EXIT
           END-IF.

           PERFORM EXPORT-CERTIFICATION-ENVELOPE
              THRU EXPORT-CERTIFICATION-ENVELOPE-EXIT.

           IF SW-STEP-FAILED
             GO TO ISSUE-ONE-PROFILE-EXIT
           END-IF.

           MOVE WS-PCR-ENTRY(WS-PCR-I)    TO PCR-REC.
           SET PCR-ISSUED                 TO TRUE.
           MOVE WS-TODAY                  TO PCR-STATUS-DATE.
           MOVE WS-SERIAL                 TO PCR-SERIAL.
           MOVE WS-ENV-NAME               TO PCR-ENVELOPE.
           MOVE SPACES                    TO PCR-FINDING.
           MOVE PCR-REC                   TO WS-PCR-ENTRY(WS-PCR-I).
           ADD 1                          TO WS-CHANGED-COUNT
                                             WS-ISSUED-COUNT.

           DISPLAY 'AESPCERT: ' PCR-PARTNER ' ' PCR-MODE '/'
                   PCR-BITS ' PAD [' PCR-PAD '] TRAILER ['
                   PCR-TRAILER '] ISSUED AS ' WS-ENV-NAME
                   ' SERIAL ' WS-SERIAL.

       ISSUE-ONE-PROFILE-EXIT.
           EXIT.


       RESOLVE-MAC-KEY.
      *     One MAC key serves every trailer profile of the set, on
      *     a purpose of its own - the key is a MAC key, not new
      *     data-key CIPHER use
           IF DCK-MAC-ALIAS = SPACES
             DISPLAY 'AESPCERT: CARD ' WS-CARD-COUNT ' - PROFILE '
                     PCR-MODE '/' PCR-BITS ' TRAILER [' PCR-TRAILER
                     '] NOT ISSUED - NO MAC KEY ALIAS ON THE CARD'
             MOVE 8                       TO WS-CARD-RC
             GO TO RESOLVE-MAC-KEY-EXIT
           END-IF.

           MOVE SPACES                    TO PMW.
           SET LLOG-MAX OF PMW            TO TRUE.
           MOVE PMW                       TO PUT-MESSAGE-LS OF KG-S.
           MOVE 'AESMPUT'                 TO PUT-MESSAGE OF KG-S.
           MOVE DCK-MAC-ALIAS             TO LKGS-ALIAS OF KG-S.
           MOVE 'AESPCERT'                TO LKGS-RUN-IDENT OF KG-S.
           MOVE 0                         TO LKGS-VERSION OF KG-S.
           MOVE 'MAC     '                TO LKGS-PURPOSE OF KG-S.
           MOVE 'M'                       TO LKGS-KEY-USE OF KG-S.
           MOVE SPACES                    TO LKG-KEY OF KG-S.

           CALL 'AESKGET' USING KG-S.

           IF LKGS-OK OF KG-S
             AND LKG-KEY OF KG-S NOT = SPACES
             MOVE LKG-KEY OF KG-S         TO WS-MAC-KEY
             MOVE SPACES                  TO LKG-KEY OF KG-S
             SET SW-HAVE-MAC-KEY          TO TRUE
           ELSE
             DISPLAY 'AESPCERT: CARD ' WS-CARD-COUNT ' - MAC KEY '
                     DCK-MAC-ALIAS ' DID NOT RESOLVE - TRAILER '
                     'PROFILES NOT ISSUED'
             MOVE 8                       TO WS-CARD-RC
           END-IF.

       RESOLVE-MAC-KEY-EXIT.
           EXIT.


       BUILD-KNOWN-TEXT.
      *     The plaintext names the partner and the profile it was
      *     issued for - 42 bytes of printable characters, every one
      *     of them in the translation table
           IF PCR-PAD = 'P'
             MOVE 'P'                     TO WS-PAD-CHAR
           ELSE
             MOVE 'Z'                     TO WS-PAD-CHAR
           END-IF.

           IF PCR-TRAILER = SPACE
             MOVE 'N'                     TO WS-TRL-CHAR
           ELSE
             MOVE PCR-TRAILER             TO WS-TRL-CHAR
           END-IF.

           MOVE SPACES                    TO WS-KNOWN-TEXT.
           STRING 'AESPCERT ' PCR-PARTNER ' ' PCR-MODE '-' PCR-BITS
                  '-' WS-PAD-CHAR WS-TRL-CHAR ' CERTIFICATION'
           DELIMITED BY SIZE            INTO WS-KNOWN-TEXT.


       WRITE-KNOWN-INPUT.
      *     Two full blocks and the 10-byte short final one
           OPEN OUTPUT R-DAT.

           IF FS-DAT-OK
             CONTINUE
           ELSE
             DISPLAY 'AESPCERT: CANNOT CREATE ' WS-IN-GEN ': ' FS-DAT
             MOVE 8                       TO WS-CARD-RC
             SET SW-STEP-FAILED           TO TRUE
             GO TO WRITE-KNOWN-INPUT-EXIT
           END-IF.

           MOVE WS-KNOWN-TEXT             TO WS-HX-IN.
           MOVE 42                        TO WS-HX-LEN.
           PERFORM HEX-ENCODE.

           MOVE SPACES                    TO DAT.
           MOVE PCR-BITS                  TO DAT-BITS.
           MOVE 1                         TO DAT-KEY.
           MOVE WS-HX-OUT(1:32)           TO DAT-HEX.
           WRITE DAT.

           MOVE 2                         TO DAT-KEY.
           MOVE WS-HX-OUT(33:32)          TO DAT-HEX.
           WRITE DAT.

           MOVE 3                         TO DAT-KEY.
           MOVE SPACES                    TO DAT-HEX.
           MOVE WS-HX-OUT(65:20)          TO DAT-HEX.
           WRITE DAT.

           IF FS-DAT-OK
             CONTINUE
           ELSE
             DISPLAY 'AESPCERT: ERROR WRITING ' WS-IN-GEN ': ' FS-DAT
             MOVE 8                       TO WS-CARD-RC
             SET SW-STEP-FAILED           TO TRUE
           END-IF.

           CLOSE R-DAT.

       WRITE-KNOWN-INPUT-EXIT.
           EXIT.


       CIPHER-KNOWN-INPUT.
      *     A chained mode gets a fresh IV of its own; GCM has
      *     AESMAIN draw its 96-bit one; ECB and XTS take none
           MOVE SPACES                    TO WS-IV.

           IF PCR-MODE NOT = 'ECB' AND NOT = 'XTS' AND NOT = 'GCM'
             MOVE 'G'                     TO DRB-FUNCTION
             MOVE 'AESPCERT'              TO DRB-CALLER
             MOVE 32                      TO DRB-LENGTH

             CALL 'AESDRBG' USING WS-DRBG-LS

             IF NOT DRBS-OK
               DISPLAY 'AESPCERT: RANDOM BIT GENERATOR REFUSED ('
                       DRB-STATUS ') - NO IV FOR ' WS-OUT-GEN
               MOVE 8                     TO WS-CARD-RC
               SET SW-STEP-FAILED         TO TRUE
               GO TO CIPHER-KNOWN-INPUT-EXIT
             END-IF

             MOVE DRB-OUTPUT(1:32)        TO WS-IV
             MOVE SPACES                  TO DRB-OUTPUT
           END-IF.

           INITIALIZE LS.
           MOVE WS-IN-GEN                 TO LMAIN-DAT-FILE-OVERRIDE.
           MOVE WS-OUT-GEN                TO LMAIN-ODT-FILE-OVERRIDE.
           MOVE 'CIPHER  '                TO LMAIN-ACTION.
           MOVE PCR-MODE                  TO LMAIN-MODE.
           MOVE PCR-BITS                  TO LMAIN-BITS.
           MOVE 'Y'                       TO LMAIN-KMS-MODE.
           MOVE DCK-ALIAS                 TO LMAIN-KEY-ALIAS.
           MOVE WS-IV                     TO LMAIN-IV.
           MOVE PCR-PAD                   TO LMAIN-PAD-SCHEME.

           IF PCR-TRAILER = 'H' OR 'A'
             MOVE 'Y'                     TO LMAIN-HMAC-MODE
           END-IF.

           IF PCR-TRAILER = 'B' OR 'A'
             MOVE 'C'                     TO LMAIN-BLOCK-MAC-MODE
           END-IF.

           IF PCR-TRAILER NOT = SPACE
             MOVE WS-MAC-KEY              TO LMAIN-MAC-KEY
           END-IF.

           MOVE 0                         TO RETURN-CODE.

           CALL 'AESSTAMP' USING LS.

           MOVE 0                         TO RETURN-CODE.
           MOVE SPACES                    TO LMAIN-MAC-KEY.

           IF LMAINS-OK
             CONTINUE
           ELSE
             DISPLAY 'AESPCERT: ' WS-OUT-GEN ' NOT CIPHERED - '
                     'AESMAIN REASON ' LMAIN-REASON-CODE
             MOVE 8                       TO WS-CARD-RC
             SET SW-STEP-FAILED           TO TRUE
           END-IF.

       CIPHER-KNOWN-INPUT-EXIT.
           EXIT.


       EXPORT-CERTIFICATION-ENVELOPE.
      *     AESXPORT's own certification export - the partner's code
      *     page is held against the plaintext's there, as for any
      *     export, and the whole known plaintext is character data
           OPEN OUTPUT R-EPM.

           IF FS-EPM-OK
             CONTINUE
           ELSE
             DISPLAY 'AESPCERT: CANNOT WRITE AESEPARM: ' FS-EPM
             MOVE 8                       TO WS-CARD-RC
             SET SW-STEP-FAILED           TO TRUE
             GO TO EXPORT-CERTIFICATION-ENVELOPE-EXIT
           END-IF.

           MOVE SPACES                    TO EPM-REC.
           MOVE WS-OUT-GEN                TO EPM-GEN-NAME.
           MOVE PCR-MODE                  TO EPM-MODE.
           MOVE PCR-BITS                  TO EPM-BITS.
           MOVE PCR-PAD                   TO EPM-PAD.
           MOVE DCK-ALIAS                 TO EPM-ALIAS.
           MOVE LMAIN-KEY-VERSION         TO EPM-VERSION.
           MOVE LMAIN-IV                  TO EPM-IV.

           IF PCR-MODE = 'GCM'
             MOVE LMAIN-TAG               TO EPM-TAG
           END-IF.

           MOVE 0                         TO EPM-VOL-MAX.
           MOVE PCR-PARTNER               TO EPM-PARTNER.
           MOVE 'EBCDIC'                  TO EPM-CODE-PAGE.
           MOVE 'T'                       TO EPM-CP-SCOPE.
           MOVE 'C'                       TO EPM-CERT.

           WRITE EPM-REC.

           CLOSE R-EPM.

           MOVE 0                         TO RETURN-CODE.

           CALL 'AESXPORT'.

           MOVE RETURN-CODE               TO WS-CALL-RC.
           MOVE 0                         TO RETURN-CODE.

           IF WS-CALL-RC NOT = 0
             DISPLAY 'AESPCERT: ' WS-OUT-GEN ' NOT EXPORTED - '
                     'AESXPORT RC ' WS-CALL-RC
             MOVE 8                       TO WS-CARD-RC
             SET SW-STEP-FAILED           TO TRUE
             GO TO EXPORT-CERTIFICATION-ENVELOPE-EXIT
           END-IF.

           PERFORM KEEP-ENVELOPE
              THRU KEEP-ENVELOPE-EXIT.

           IF SW-STEP-FAILED
             GO TO EXPORT-CERTIFICATION-ENVELOPE-EXIT
           END-IF.

           PERFORM FIND-EXPORT-SERIAL.

           IF WS-SERIAL = SPACES
             DISPLAY 'AESPCERT: NO AESXPLOG SERIAL FOR ' WS-OUT-GEN
             MOVE 8                       TO WS-CARD-RC
             SET SW-STEP-FAILED           TO TRUE
           END-IF.

       EXPORT-CERTIFICATION-ENVELOPE-EXIT.
           EXIT.


       KEEP-ENVELOPE.
      *     The next profile's export reuses AESENVLP - each
      *     certification envelope is kept under its own name
           MOVE 0                         TO WS-ENV-RECORDS.

           OPEN INPUT R-ENV.
           OPEN OUTPUT R-CEV.

           IF FS-ENV-OK AND FS-CEV-OK
             CONTINUE
           ELSE
             DISPLAY 'AESPCERT: CANNOT COPY AESENVLP TO ' WS-ENV-NAME
                     ': ' FS-ENV ' ' FS-CEV
             CLOSE R-ENV R-CEV
             MOVE 8                       TO WS-CARD-RC
             SET SW-STEP-FAILED           TO TRUE
             GO TO KEEP-ENVELOPE-EXIT
           END-IF.

           PERFORM UNTIL FS-ENV-EOF
             READ R-ENV
               AT END
                 CONTINUE
               NOT AT END
                 MOVE ENV-REC             TO CEV-REC
                 WRITE CEV-REC
                 ADD 1                    TO WS-ENV-RECORDS
             END-READ
           END-PERFORM.

           CLOSE R-ENV R-CEV.

       KEEP-ENVELOPE-EXIT.
           EXIT.


       FIND-EXPORT-SERIAL.
      *     The last AESXPLOG record for the generation is the export
      *     just made
           MOVE SPACES                    TO WS-SERIAL.

           OPEN INPUT R-XPL.

           IF FS-XPL-OK
             PERFORM UNTIL FS-XPL-EOF
               READ R-XPL
                 AT END
                   CONTINUE
                 NOT AT END
                   IF XPL-GEN-NAME = WS-OUT-GEN
                     MOVE XPL-SERIAL      TO WS-SERIAL
                   END-IF
               END-READ
             END-PERFORM
           END-IF.

           CLOSE R-XPL.


       CHECK-RETURNS.
           IF DCK-PARTNER = SPACES
             DISPLAY 'AESPCERT: CARD ' WS-CARD-COUNT ' REFUSED - '
                     'NO PARTNER NAMED'
             MOVE 8                       TO WS-CARD-RC
             GO TO CHECK-RETURNS-EXIT
           END-IF.

           PERFORM READ-PARTNER
              THRU READ-PARTNER-EXIT.

           IF NOT SW-PRT-FOUND
             GO TO CHECK-RETURNS-EXIT
           END-IF.

           PERFORM VARYING WS-PCR-I FROM 1 BY 1
             UNTIL WS-PCR-I > WS-PCR-COUNT
             MOVE WS-PCR-ENTRY(WS-PCR-I)  TO PCR-REC
             IF PCR-PARTNER = DCK-PARTNER
               AND PCR-ISSUED
               PERFORM CHECK-ONE-PROFILE
                  THRU CHECK-ONE-PROFILE-EXIT
             END-IF
           END-PERFORM.

       CHECK-RETURNS-EXIT.
           EXIT.


       CHECK-ONE-PROFILE.
           PERFORM FIND-RECEIPT.
           PERFORM FIND-RESULT.
           PERFORM BUILD-EXPECTED-RESULT.

      *     A FAIL receipt or a wrong result fails the profile at
      *     once; certification wants both returns, and both right
           EVALUATE TRUE
             WHEN WS-RCPT-OUTCOME = 'FAIL'
               SET PCR-FAILED             TO TRUE
               MOVE 'RCPT'                TO PCR-FINDING
             WHEN SW-RES-FOUND AND NOT SW-EXP-OK
               SET PCR-FAILED             TO TRUE
               MOVE 'XLAT'                TO PCR-FINDING
             WHEN SW-RES-FOUND AND WS-RES-LEN NOT = WS-EXP-LEN
               SET PCR-FAILED             TO TRUE
               MOVE 'LGTH'                TO PCR-FINDING
             WHEN SW-RES-FOUND
               AND WS-RES-HEX NOT = WS-EXP-HEX
               SET PCR-FAILED             TO TRUE
               MOVE 'DATA'                TO PCR-FINDING
             WHEN SW-RES-FOUND AND WS-RCPT-OUTCOME = 'PASS'
               SET PCR-CERTIFIED          TO TRUE
               MOVE 'PASS'                TO PCR-FINDING
             WHEN OTHER
               ADD 1                      TO WS-PENDING-COUNT
               DISPLAY 'AESPCERT: ' PCR-PARTNER ' ' PCR-MODE '/'
                       PCR-BITS ' PAD [' PCR-PAD '] TRAILER ['
                       PCR-TRAILER '] SERIAL ' PCR-SERIAL
                       ' - RETURNS NOT ALL IN YET'
               GO TO CHECK-ONE-PROFILE-EXIT
           END-EVALUATE.

           MOVE WS-TODAY                  TO PCR-STATUS-DATE.
           MOVE PCR-REC                   TO WS-PCR-ENTRY(WS-PCR-I).
           ADD 1                          TO WS-CHANGED-COUNT.

           IF PCR-CERTIFIED
             ADD 1                        TO WS-CERTIFIED-COUNT
           ELSE
             ADD 1                        TO WS-FAILED-COUNT
           END-IF.

           DISPLAY 'AESPCERT: ' PCR-PARTNER ' ' PCR-MODE '/'
                   PCR-BITS ' PAD [' PCR-PAD '] TRAILER ['
                   PCR-TRAILER '] ' PCR-STATUS ' - ' PCR-FINDING.

       CHECK-ONE-PROFILE-EXIT.
           EXIT.


       FIND-RECEIPT.
      *     The partner's latest receipt for the envelope's serial
           MOVE SPACES                    TO WS-RCPT-OUTCOME.

           OPEN INPUT R-RCE.

           IF FS-RCE-OK
             PERFORM UNTIL FS-RCE-EOF
               READ R-RCE
                 AT END
                   CONTINUE
                 NOT AT END
                   IF RCE-SERIAL = PCR-SERIAL
                     MOVE RCE-OUTCOME     TO WS-RCPT-OUTCOME
                   END-IF
               END-READ
             END-PERFORM
           END-IF.

           CLOSE R-RCE.


       FIND-RESULT.
      *     The partner's latest decipher result for the serial
           MOVE 'N'                       TO WS-RES-FOUND.
           MOVE 0                         TO WS-RES-LEN.
           MOVE SPACES                    TO WS-RES-HEX.

           OPEN INPUT R-RES.

           IF FS-RES-OK
             PERFORM UNTIL FS-RES-EOF
               READ R-RES
                 AT END
                   CONTINUE
                 NOT AT END
                   IF RES-SERIAL = PCR-SERIAL
                     AND RES-PARTNER = PCR-PARTNER
                     SET SW-RES-FOUND     TO TRUE
                     MOVE RES-HEX         TO WS-RES-HEX
                     IF RES-LENGTH NUMERIC
                       MOVE RES-LENGTH    TO WS-RES-LEN
                     ELSE
                       MOVE 0             TO WS-RES-LEN
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
           END-IF.

           CLOSE R-RES.


       BUILD-EXPECTED-RESULT.
      *     The known plaintext as the partner's own decipher must
      *     hand it back: in the partner's code page, and under the
      *     legacy pad scheme with its short final block zero-filled
      *     ahead of the data - PKCS#7 and CTS recover the exact
      *     42 bytes
           PERFORM BUILD-KNOWN-TEXT.

           MOVE 'N'                       TO WS-EXP-OK.
           MOVE SPACES                    TO WS-EXP-HEX.
           MOVE 0                         TO WS-EXP-LEN.

           MOVE 'T'                       TO CPX-FUNCTION.
           MOVE 'EBCDIC'                  TO CPX-FROM-CP.
           MOVE WS-PRT-CODE-PAGE          TO CPX-TO-CP.
           MOVE 42                        TO CPX-LENGTH.
           MOVE WS-KNOWN-TEXT             TO CPX-DATA.

           CALL 'AESCPXL' USING WS-CPX-LS.

           IF NOT CPXS-OK
             GO TO BUILD-EXPECTED-RESULT-EXIT
           END-IF.

           MOVE CPX-DATA(1:42)            TO WS-HX-IN.
           MOVE 42                        TO WS-HX-LEN.
           PERFORM HEX-ENCODE.

           IF PCR-PAD = 'P' OR PCR-MODE = 'CTS'
             MOVE 42                      TO WS-EXP-LEN
             MOVE WS-HX-OUT(1:84)         TO WS-EXP-HEX
           ELSE
             MOVE 48                      TO WS-EXP-LEN
             STRING WS-HX-OUT(1:64) '000000000000' WS-HX-OUT(65:20)
             DELIMITED BY SIZE          INTO WS-EXP-HEX
           END-IF.

           SET SW-EXP-OK                  TO TRUE.

       BUILD-EXPECTED-RESULT-EXIT.
           EXIT.


       HEX-ENCODE.
      *     WS-HX-LEN bytes of WS-HX-IN, two hex digits apiece
           MOVE SPACES                    TO WS-HX-OUT.

           PERFORM VARYING WS-HX-I FROM 1 BY 1
             UNTIL WS-HX-I > WS-HX-LEN
             COMPUTE WS-BYTE = FUNCTION ORD(WS-HX-IN(WS-HX-I:1)) - 1
             DIVIDE WS-BYTE BY 16 GIVING WS-NIB-HI
                                  REMAINDER WS-NIB-LO
             COMPUTE WS-HX-J = WS-HX-I * 2 - 1
             MOVE WS-HEXDIGITS(WS-NIB-HI + 1:1)
                                          TO WS-HX-OUT(WS-HX-J:1)
             MOVE WS-HEXDIGITS(WS-NIB-LO + 1:1)
                                          TO WS-HX-OUT(WS-HX-J + 1:1)
           END-PERFORM.


       REWRITE-REGISTER.
           OPEN OUTPUT R-PCR.

           IF FS-PCR-OK
             CONTINUE
           ELSE
             DISPLAY 'AESPCERT: CANNOT REWRITE AESPCREG: ' FS-PCR
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.

           PERFORM VARYING WS-PCR-I FROM 1 BY 1
             UNTIL WS-PCR-I > WS-PCR-COUNT
             MOVE WS-PCR-ENTRY(WS-PCR-I)  TO PCR-REC

             WRITE PCR-REC
           END-PERFORM.

           CLOSE R-PCR.
