      * A registration without requester, approver or expiry is
      * refused - unaccountable or open-ended releases are the
      * exact thing this register exists to end.
      *
      * Every registration is given the next release id (one above
      * the highest on the register). The id goes on the AESWMPRM
      * card of the AESFRBL, AESSXTR or AESBPUT step that produces
      * the copy, and AESWMARK marks the copy with it - so a copy
      * found where it should not be can be traced back to this
      * entry by AESWMDET.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *     ACT(ive)/DEL(eted by the sweep)/ESC(alated - the sweep
      *     could not confirm the file gone)
          02 REL-STATE                PIC X(03).
      *     Watermark release id - zero/blank on entries registered
      *     before copies were marked
          02 REL-ID                   PIC 9(08).
          02 FILLER                   PIC X(03).

      *   AESRLDCK
       FD R-DCK LABEL RECORD STANDARD.
            05 WS-REG-REC OCCURS 500    PIC X(96).
         77 WS-REG-COUNT                PIC 9(03)   VALUE 0.
         77 WS-REG-I                    PIC 9(03).
         77 WS-LAST-ID                  PIC 9(08)   VALUE 0.

         77 WS-ADDED-COUNT              PIC 9(03)   VALUE 0.
         77 WS-CARD-COUNT               PIC 9(03)   VALUE 0.
                 IF WS-REG-COUNT < 500
                   ADD 1                  TO WS-REG-COUNT
                   MOVE REG-REC           TO WS-REG-REC(WS-REG-COUNT)
                   IF REL-ID IS NUMERIC AND REL-ID > WS-LAST-ID
                     MOVE REL-ID          TO WS-LAST-ID
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
           PERFORM VARYING WS-REG-I FROM 1 BY 1
             UNTIL WS-REG-I > WS-REG-COUNT
             MOVE WS-REG-REC(WS-REG-I)    TO REG-REC
             IF REL-ID IS NOT NUMERIC
               MOVE 0                     TO REL-ID
             END-IF
             DISPLAY '  ' REL-STATE ' ' REL-ID ' ' REL-FILE
                     ' REQ ' REL-REQUESTER ' APP ' REL-APPROVER
                     ' EXPIRES ' REL-EXPIRES
           END-PERFORM.
           ACCEPT REL-DATE                FROM DATE YYYYMMDD.
           MOVE DCK-EXPIRES               TO REL-EXPIRES.
           MOVE 'ACT'                     TO REL-STATE.
           ADD 1                          TO WS-LAST-ID.
           MOVE WS-LAST-ID                TO REL-ID.

           ADD 1                          TO WS-REG-COUNT.
           MOVE REG-REC                   TO WS-REG-REC(WS-REG-COUNT).
           ADD 1                          TO WS-ADDED-COUNT.

           DISPLAY 'AESRELRG: REGISTERED ' DCK-FILE ' UNTIL '
                   DCK-EXPIRES ' AS RELEASE ' REL-ID.

       REGISTER-ONE-RELEASE-EXIT.
           EXIT.
