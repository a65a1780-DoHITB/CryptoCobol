      *       the partner's KEK through AESKGET, wrap the key under
      *       the KEK (AES-256 ECB, one 32-hex-char half at a time -
      *       the same construction AESWRAP uses under the shop
      *       master key - or, for a partner whose registry entry
      *       says so, the RFC 3394 key wrap through AESWRAP), and
      *       write the AESKXENV envelope: partner, alias, version,
      *       bits, KCV, the key's declared use, the wrapped key and
      *       which wrap was used. The partner KEK itself must be
      *       declared a key-encrypting key ('K') on AESKEYF.
      *   function 'I' (import) - the receiving side: look the
      *       sending partner up on its own registry, resolve the
      *       same KEK, unwrap, verify the key against the KCV the
      *       envelope carries, and load it into AESKEYF (wrapped
      *       under this shop's own master key via AESWRAP, like
      *       every other stored key). An alias+version already on
      *       file is refused, never overwritten. An RFC 3394
      *       envelope whose integrity check fails is refused before
      *       the KCV is even looked at.
      *
      * The clear key exists only transiently in storage on either
      * side - it never reaches a file, a deck or a phone call.
          02 PRT-KEK-ALIAS            PIC X(08).
          02 PRT-TRANSPORT            PIC X(08).
          02 PRT-DESC                 PIC X(30).
      *   'K' - this partner takes the RFC 3394 key wrap; space - the
      *   original half-field ECB wrap
          02 PRT-WRAP-FMT             PIC X(01).
      *   Code page the partner's plaintext is in (EBCDIC / ASCII,
      *   spaces - the same as ours) - see AESCPXL
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

      *   AESKXENV
       FD R-ENV LABEL RECORD STANDARD.
          02 XK-KCV                   PIC X(06).
          02 XK-WRAPPED-KEY           PIC X(64).
          02 XK-DATE                  PIC 9(08).
      *   'K' - XK-WRAPPED-KEY is C1..Cn of an RFC 3394 wrap and
      *   XK-WRAP-C0 its integrity block; space - half-field ECB
          02 XK-WRAP-FMT              PIC X(01).
          02 XK-WRAP-C0               PIC X(16).
      *   Declared use of the key at the sending shop (KEYF-KEY-USE)
      *   so the receiving shop types it alike - space from a shop
      *   that does not declare uses
          02 XK-KEY-USE               PIC X(01).
          02 FILLER                   PIC X(42).

      *   AESKEYF
       FD R-KEY LABEL RECORD STANDARD.
         77 WS-ALIAS                    PIC X(08).
         77 WS-VERSION                  PIC 9(03).
         77 WS-KEK-ALIAS                PIC X(08).
         77 WS-PRT-WRAP-FMT             PIC X(01).

      *  Key lookups through the standard KMS interface
         01 KG-S.
         77 WS-TARGET-KEY               PIC X(64).
         77 WS-TARGET-BITS              PIC X(03).
         77 WS-TARGET-KCV               PIC X(06).
         77 WS-TARGET-USE               PIC X(01).
         77 WS-KEK-KEY                  PIC X(64).

      *  AESCORE machinery for the KEK wrap/unwrap, tables loaded
            05 KCV-STATUS               PIC X(03).
               88 KCVS-OK                        VALUE 'OK '.
               88 KCVS-ERR                       VALUE 'ERR'.
            05 KCV-CRYPTO-PROV          PIC X(08)   VALUE SPACES.
            05 KCV-KEY-HANDLE.
               10 KCV-KH-ALIAS          PIC X(08)   VALUE SPACES.
               10 KCV-KH-VERSION        PIC 9(03)   VALUE 0.

      *  Master-key wrap for the imported key's storage form
         01 WS-WRAP-LS.
            02 WRP-STATUS              PIC X(03).
               88 WRPS-OK                       VALUE 'OK '.
               88 WRPS-ERR                      VALUE 'ERR'.
               88 WRPS-ICV                      VALUE 'ICV'.
            02 WRP-FORMAT              PIC X(01).
               88 WRP-FMT-ECB                   VALUE 'W'.
               88 WRP-FMT-KW                    VALUE 'K'.
            02 WRP-KEY-C0              PIC X(16).
            02 WRP-KEK                 PIC X(64).
            02 WRP-MK-GEN              PIC 9(03).
            02 WRP-CRYPTO-PROV         PIC X(08)   VALUE SPACES.
            02 WRP-KEK-HANDLE.
               03 WRP-KH-ALIAS         PIC X(08)   VALUE SPACES.
               03 WRP-KH-VERSION       PIC 9(03)   VALUE 0.

         01 PMW.
            COPY 'AESLLOG.cpy'.
      *     Nothing sensitive left behind in storage
           MOVE SPACES                    TO WS-TARGET-KEY WS-KEK-KEY
                                             WS-WORK-KEY KCV-KEY
                                             WRP-KEY-IN WRP-KEY-OUT
                                             WRP-KEK.
           MOVE SPACES                    TO IO-KEY OF IOCOMM
                                             IO-KSCH OF IOCOMM.


           IF FS-PRT-OK
             MOVE PRT-KEK-ALIAS           TO WS-KEK-ALIAS
             MOVE PRT-WRAP-FMT            TO WS-PRT-WRAP-FMT
           ELSE
             DISPLAY 'AESKXCHG: PARTNER NOT ON REGISTRY: '
                     WS-PARTNER
           MOVE 'AESKXCHG EXCHNGE'       TO LKGS-RUN-IDENT OF KG-S.
           MOVE 0                          TO LKGS-VERSION OF KG-S.
           MOVE 'CIPHER  '                 TO LKGS-PURPOSE OF KG-S.
           MOVE 'K'                        TO LKGS-KEY-USE OF KG-S.
           MOVE SPACES                     TO LKG-KEY OF KG-S.

           CALL 'AESKGET' USING KG-S.
           MOVE WS-ALIAS                  TO LKGS-ALIAS OF KG-S.
           MOVE WS-VERSION                TO LKGS-VERSION OF KG-S.
           MOVE 'EXPORT  '                TO LKGS-PURPOSE OF KG-S.
           MOVE '*'                       TO LKGS-KEY-USE OF KG-S.
           MOVE SPACES                    TO LKG-KEY OF KG-S.

           CALL 'AESKGET' USING KG-S.
             MOVE LKG-BITS OF KG-S        TO WS-TARGET-BITS
             MOVE LKGS-KCV OF KG-S        TO WS-TARGET-KCV
             MOVE LKGS-KEY-VERSION OF KG-S TO WS-VERSION
             MOVE LKGS-DECLARED-USE OF KG-S TO WS-TARGET-USE
             MOVE SPACES                  TO LKG-KEY OF KG-S
           ELSE
             DISPLAY 'AESKXCHG: KEY LOOKUP FAILED FOR ' WS-ALIAS
             STOP RUN
           END-IF.

           MOVE SPACES                    TO ENV-REC.

           IF WS-PRT-WRAP-FMT = 'K'
             PERFORM EXPORT-WRAP-KW
           ELSE
             PERFORM EXPORT-WRAP-ECB
           END-IF.

           MOVE WS-PARTNER                TO XK-PARTNER.
           MOVE WS-ALIAS                  TO XK-ALIAS.
           MOVE WS-VERSION                TO XK-VERSION.
           MOVE WS-TARGET-BITS            TO XK-BITS.
           MOVE WS-TARGET-KCV             TO XK-KCV.
           MOVE WS-TARGET-USE             TO XK-KEY-USE.
           MOVE WS-PRT-WRAP-FMT           TO XK-WRAP-FMT.
           ACCEPT XK-DATE                 FROM DATE YYYYMMDD.

           OPEN OUTPUT R-ENV.
             STOP RUN
           END-IF.

           IF XK-WRAP-FMT = 'K'
             PERFORM IMPORT-UNWRAP-KW
           ELSE
             PERFORM IMPORT-UNWRAP-ECB
           END-IF.

      *     The envelope's KCV proves the unwrap (and the shared KEK)
           MOVE XK-BITS                   TO WRP-BITS.
           MOVE WS-TARGET-KEY             TO WRP-KEY-IN.
           MOVE SPACES                    TO WRP-KEY-OUT.
           MOVE SPACES                    TO WRP-FORMAT WRP-KEY-C0
                                             WRP-KEK.

           CALL 'AESWRAP' USING WS-WRAP-LS.

           MOVE 0                         TO KEYF-CRYPTO-DAYS.
           MOVE 0                         TO KEYF-EXPIRES.
           MOVE XK-KCV                    TO KEYF-KCV.
           MOVE WRP-FORMAT                TO KEYF-WRAP-SW.
           MOVE WRP-KEY-C0                TO KEYF-WRAP-C0.
           MOVE WRP-MK-GEN                TO KEYF-MKEY-GEN.
           MOVE XK-KEY-USE                TO KEYF-KEY-USE.
           MOVE SPACE                     TO KEYF-CEIL-UNIT.
           MOVE 0                         TO KEYF-CEILING
                                             KEYF-CEIL-WARN-PCT.
           MOVE SPACE                     TO KEYF-RESIDENCE.
           MOVE 0                         TO KEYF-PEND-DAYS.
           MOVE SPACES                    TO KEYF-PEND-OPER
                                             KEYF-PEND-COMP
           END-EVALUATE.

           CLOSE R-KEY.


       EXPORT-WRAP-ECB.
      *     Wrap under the partner KEK - zero-filled tail, each
      *     32-hex-char half ECB-ciphered, AESWRAP's construction
           MOVE WS-TARGET-KEY             TO WS-WORK-KEY.

           PERFORM VARYING WS-FILL-I FROM 1 BY 1
             UNTIL WS-FILL-I > 64
             IF WS-WORK-KEY(WS-FILL-I:1) = SPACE
               MOVE '0'                   TO WS-WORK-KEY(WS-FILL-I:1)
             END-IF
           END-PERFORM.

           PERFORM VARYING WS-HALF-I FROM 1 BY 1
             UNTIL WS-HALF-I > 2
             COMPUTE WS-HALF-POS = (WS-HALF-I - 1) * 32 + 1

             MOVE WS-WORK-KEY(WS-HALF-POS:32)
                                          TO IO-TEXT OF IOCOMM
             MOVE WS-KEK-KEY              TO IO-KEY OF IOCOMM
             MOVE 'ECB'                   TO IO-MODE OF IOCOMM
             MOVE '256'                   TO IO-BITS OF IOCOMM
             MOVE 'C'                     TO IO-ACTION OF IOCOMM
             MOVE WS-CIPHER-DATA          TO IOTAB

             CALL 'AESCORE' USING IOCOMM IOTAB IOPUTM

             MOVE IO-TEXT OF IOCOMM
               TO XK-WRAPPED-KEY(WS-HALF-POS:32)
           END-PERFORM.


       EXPORT-WRAP-KW.
      *     RFC 3394 under the partner KEK - AESWRAP does the work,
      *     handed the KEK in place of the shop master key
           SET WRP-WRAP                   TO TRUE.
           SET WRP-FMT-KW                 TO TRUE.
           MOVE WS-TARGET-BITS            TO WRP-BITS.
           MOVE WS-TARGET-KEY             TO WRP-KEY-IN.
           MOVE SPACES                    TO WRP-KEY-OUT WRP-KEY-C0.
           MOVE WS-KEK-KEY                TO WRP-KEK.

           CALL 'AESWRAP' USING WS-WRAP-LS.

           MOVE SPACES                    TO WRP-KEY-IN WRP-KEK.

           IF WRPS-OK
             MOVE WRP-KEY-OUT             TO XK-WRAPPED-KEY
             MOVE WRP-KEY-C0              TO XK-WRAP-C0
             MOVE SPACES                  TO WRP-KEY-OUT
           ELSE
             DISPLAY 'AESKXCHG: KEY WRAP FAILED - NOTHING EXPORTED'
             MOVE 12                      TO RETURN-CODE
             STOP RUN
           END-IF.


       IMPORT-UNWRAP-ECB.
      *     Unwrap under the shared KEK - 'K' then 'D', the schedule
      *     sequence every decipher in this shop uses
           MOVE WS-KEK-KEY                TO IO-KEY OF IOCOMM.
           MOVE 'ECB'                     TO IO-MODE OF IOCOMM.
           MOVE '256'                     TO IO-BITS OF IOCOMM.
           MOVE 'K'                       TO IO-ACTION OF IOCOMM.
           MOVE WS-CIPHER-DATA            TO IOTAB.

           CALL 'AESCORE' USING IOCOMM IOTAB IOPUTM.

           PERFORM VARYING WS-HALF-I FROM 1 BY 1
             UNTIL WS-HALF-I > 2
             COMPUTE WS-HALF-POS = (WS-HALF-I - 1) * 32 + 1

             MOVE XK-WRAPPED-KEY(WS-HALF-POS:32)
                                          TO IO-TEXT OF IOCOMM
             MOVE 'D'                     TO IO-ACTION OF IOCOMM
             MOVE WS-DECIPHER-DATA        TO IOTAB

             CALL 'AESCORE' USING IOCOMM IOTAB IOPUTM

             MOVE IO-TEXT OF IOCOMM
               TO WS-TARGET-KEY(WS-HALF-POS:32)
           END-PERFORM.

           EVALUATE XK-BITS
             WHEN '128'
               MOVE 32                    TO WS-REAL-HEXLEN
             WHEN '192'
               MOVE 48                    TO WS-REAL-HEXLEN
             WHEN OTHER
               MOVE 64                    TO WS-REAL-HEXLEN
           END-EVALUATE.

           IF WS-REAL-HEXLEN < 64
             MOVE SPACES TO
               WS-TARGET-KEY(WS-REAL-HEXLEN + 1:64 - WS-REAL-HEXLEN)
           END-IF.


       IMPORT-UNWRAP-KW.
      *     RFC 3394 unwrap under the shared KEK - an integrity block
      *     that does not check means a damaged or tampered envelope
      *     (or a KEK that does not match), and nothing is loaded
           SET WRP-UNWRAP                 TO TRUE.
           SET WRP-FMT-KW                 TO TRUE.
           MOVE XK-BITS                   TO WRP-BITS.
           MOVE XK-WRAPPED-KEY            TO WRP-KEY-IN.
           MOVE XK-WRAP-C0                TO WRP-KEY-C0.
           MOVE SPACES                    TO WRP-KEY-OUT.
           MOVE WS-KEK-KEY                TO WRP-KEK.

           CALL 'AESWRAP' USING WS-WRAP-LS.

           MOVE SPACES                    TO WRP-KEK.

           EVALUATE TRUE
             WHEN WRPS-OK
               MOVE WRP-KEY-OUT           TO WS-TARGET-KEY
               MOVE SPACES                TO WRP-KEY-OUT
             WHEN WRPS-ICV
               MOVE 'KEY-EXCHANGE WRAP CHECK FAILED - KEY NOT LOADED'
                                          TO LAL-TEXT OF AL-S
               MOVE 2                     TO LAL-LEVEL OF AL-S
               CALL 'AESALERT' USING AL-S

               DISPLAY 'AESKXCHG: WRAP INTEGRITY CHECK FAILED - '
                       'KEY NOT LOADED'
               MOVE 16                    TO RETURN-CODE
               STOP RUN
             WHEN OTHER
               DISPLAY 'AESKXCHG: KEY UNWRAP FAILED - NOT LOADED'
               MOVE 12                    TO RETURN-CODE
               STOP RUN
           END-EVALUATE.
