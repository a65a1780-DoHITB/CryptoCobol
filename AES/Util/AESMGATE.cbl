      *     (CALLed - see its own header), so the unpack, the
      *     truncation check and the pre-filled DECIPHER deck all
      *     stay in one place
      *   - an envelope that arrives text-armored (see AESARMR) is
      *     recognised and de-armored to AESENVDA first, so its
      *     serial, the duplicate check and the import all see the
      *     envelope exactly as it was exported; a damaged armor is
      *     reported and the envelope failed
      *   - AESMGRPT carries one disposition line per envelope
      *
      * Ends RETURN-CODE 8 when any envelope failed its import, 4

       01 MPM-REC.
          05 MPM-GEN-NAME                PIC X(20).
      *     Partner and local code page columns of AESMPORT's card -
      *     left blank, the envelope header carries the code page
          05 FILLER                      PIC X(18).

      *   AESMSERL
       FD R-SER LABEL RECORD STANDARD.

         77 WS-IMPORT-RC                PIC 9(04).

      *  AESARMR's linkage, mirrored
         01 WS-ARM-LS.
            02 ARM-FUNCTION            PIC X(01).
            02 ARM-IN-FILE             PIC X(20).
            02 ARM-OUT-FILE            PIC X(20).
            02 ARM-SERIAL              PIC X(18).
            02 ARM-RECORDS             PIC 9(08).
            02 ARM-BAD-LINE            PIC 9(06).
            02 ARM-STATUS              PIC X(03).
               88 ARMS-OK                       VALUE 'OK '.
               88 ARMS-NOT-ARMORED              VALUE 'NOA'.

         01 WS-RPT-LINE                 PIC X(80).

       LINKAGE SECTION.
       GATE-ONE-ENVELOPE.
           MOVE QUE-ENV-FILE              TO WS-INV-FILE-NAME.

      *     An armored envelope is taken from its de-armored copy
           MOVE 'D'                       TO ARM-FUNCTION.
           MOVE QUE-ENV-FILE              TO ARM-IN-FILE.
           MOVE 'AESENVDA'                TO ARM-OUT-FILE.

           CALL 'AESARMR' USING WS-ARM-LS.

           EVALUATE TRUE
             WHEN ARMS-NOT-ARMORED
               CONTINUE
             WHEN ARMS-OK
               MOVE 'AESENVDA'            TO WS-INV-FILE-NAME
             WHEN OTHER
               ADD 1                      TO WS-ERR-COUNT
               STRING QUE-ENV-FILE ' ARMOR REFUSED (' ARM-STATUS
                      ') AT LINE ' ARM-BAD-LINE
               DELIMITED BY SIZE        INTO WS-RPT-LINE
               PERFORM WRITE-REPORT-LINE
               GO TO GATE-ONE-ENVELOPE-EXIT
           END-EVALUATE.

      *     Pass 1 over the received file: the content serial, and
      *     the staging copy to AESMPORT's fixed input name in the
      *     same read
      *     Target generation for this envelope, then the one real
      *     import through AESMPORT itself
           OPEN OUTPUT R-MPM.
           MOVE SPACES                    TO MPM-REC.
           MOVE QUE-GEN-NAME              TO MPM-GEN-NAME.
           WRITE MPM-REC.
           CLOSE R-MPM.
