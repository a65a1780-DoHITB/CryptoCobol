      * one 16-byte hex payload), ciphers each item through the
      * existing AESKGET/AESCORE machinery as it arrives, writes one
      * AESRRSP response record per item (status and result), and
      * marks the queue item served in place - a restart resumes
      * cleanly mid-stream, never reprocessing and never skipping.
      * AESQCKPT holds the low-water mark below which every item is
      * known served, so a pass does not re-read the whole history.
      *
      * "Long-running" the way this shop's batch scheduler can hold
      * it: each invocation makes up to AESQPARM's poll-pass count
      * operator through the AESALERT hand-off - one poison item no
      * longer inflates every pass. AESQREQU puts a repaired item
      * back on the queue.
      *
      * Every item served is metered to the AESEASY metering journal
      * (AESEZMTR) under caller AESQSERV - alias, resolved key
      * version, action, count, date - tallied in storage and
      * appended at the end of the invocation, so the blocks this
      * service enciphers count against the key version's usage
      * ceiling the same as any facade call.
      *
      * Several instances may drain one queue at once, each named by
      * the server id on its AESQPARM card. An instance claims an
      * item before working it by taking an AESLOCK lock on the
      * item's sequence number under its own id - exactly one claim
      * can succeed, the others pass the item by. A claim left behind
      * by an instance that died is taken over once older than the
      * card's claim staleness window (five minutes by default).
      * Items carry a priority class (1 urgent, 2 normal, 3 bulk -
      * blank or anything else is normal) and a client id: each pass
      * serves the waiting urgent items before normal before bulk,
      * and within a class takes the clients in turn, so one
      * client's flood cannot starve another's trickle. Responses
      * record the class, client and serving instance for AESQSLAR.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                   RECORD KEY   IS RS-SEQ
                   FILE STATUS  IS FS-RSP.

      *     QUEUE LOW-WATER MARK (AESQCKPT - one record, shared by
      *     every instance)
            SELECT OPTIONAL R-CKP ASSIGN TO 'AESQCKPT'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-CKP.

      *     CONTROL CARD (AESQPARM - poll passes per invocation,
      *     max attempts before dead-lettering, server instance id,
      *     claim staleness seconds)
            SELECT OPTIONAL R-PARM ASSIGN TO 'AESQPARM'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-DED.

      *     USAGE METERING JOURNAL (AESEZMTR - LRECL=40), appended
      *     in AESEASY's own layout
            SELECT R-MTR ASSIGN TO 'AESEZMTR'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-MTR.

       DATA DIVISION.
       FILE SECTION.
      *   AESRQUE
      *     maximum the item moves to the AESRDEAD dead-letter file
      *     instead of poisoning every further poll pass
          02 RQ-ATTEMPTS              PIC 9(02).
      *     Priority class and requesting client, set by whatever
      *     enqueued the item
          02 RQ-PRIORITY              PIC X(01).
             88 RQ-URGENT                       VALUE '1'.
             88 RQ-BULK                         VALUE '3'.
          02 RQ-CLIENT                PIC X(08).
      *     Served marker and the instance that served the item -
      *     blank until then
          02 RQ-STATE                 PIC X(01).
             88 RQ-SERVED                       VALUE 'D'.
          02 RQ-SERVER                PIC X(08).
          02 FILLER                   PIC X(10).

      *   AESRRSP
       FD R-RSP LABEL RECORD STANDARD.
      *     completion minus arrival is the latency AESQSLAR reports
          02 RS-ARR-DATE              PIC 9(08).
          02 RS-ARR-TIME              PIC 9(06).
      *     Class served under, requesting client, serving instance
          02 RS-PRIORITY              PIC X(01).
          02 RS-CLIENT                PIC X(08).
          02 RS-SERVER                PIC X(08).
          02 FILLER                   PIC X(05).

      *   AESQCKPT
       FD R-CKP LABEL RECORD STANDARD.
          05 PARM-POLL-PASSES            PIC 9(05).
          05 FILLER                      PIC X(01).
          05 PARM-MAX-ATTEMPTS           PIC 9(02).
          05 FILLER                      PIC X(01).
          05 PARM-SERVER-ID              PIC X(08).
          05 FILLER                      PIC X(01).
          05 PARM-CLAIM-STALE-SECS       PIC 9(05).

      *   AESRDEAD
       FD R-DED LABEL RECORD STANDARD.
          02 DL-REASON                PIC X(20).
          02 DL-DATE                  PIC 9(08).
          02 DL-TIME                  PIC 9(06).
          02 DL-PRIORITY              PIC X(01).
          02 DL-CLIENT                PIC X(08).
          02 FILLER                   PIC X(03).

      *   AESEZMTR
       FD R-MTR LABEL RECORD STANDARD.

       01 MTR-REC.
          02 MTR-DATE                 PIC 9(08).
          02 MTR-CALLER               PIC X(08).
          02 MTR-ALIAS                PIC X(08).
          02 MTR-ACTION               PIC X(01).
          02 MTR-COUNT                PIC 9(09).
          02 MTR-VERSION              PIC 9(03).
          02 FILLER                   PIC X(03).

       WORKING-STORAGE SECTION.
         01 FS.
            05 FS-DED                   PIC 9(02).
               88 FS-DED-OK                       VALUE 0.
               88 FS-DED-AOP                      VALUE 41.
            05 FS-MTR                   PIC 9(02).
               88 FS-MTR-OK                       VALUE 0.
               88 FS-MTR-AOP                      VALUE 41.

         77 WS-POLL-PASSES              PIC 9(05)   VALUE 00001.
         77 WS-MAX-ATTEMPTS             PIC 9(02)   VALUE 03.
         77 WS-DEAD-COUNT               PIC 9(05)   VALUE 0.

      *  This instance's name on claims and responses, and how old
      *  another instance's claim must be before it is presumed dead
         77 WS-SERVER-ID                PIC X(08)   VALUE 'AESQSERV'.
         77 WS-CLAIM-STALE-SECS         PIC 9(07)   VALUE 0000300.

      *  Items that failed this pass - left on the queue for the next
      *  pass to retry (and count another attempt), never re-served
      *  within the same one
         01 WS-FAILED-TABLE.
            05 WS-FL-SEQ OCCURS 100     PIC 9(08).
         77 WS-FL-COUNT                 PIC 9(03)   VALUE 0.
         77 WS-FL-I                     PIC 9(03).

      *  Waiting items in view this round, in queue order, and the
      *  client-within-class slots they belong to. A slot offers at
      *  most WS-SLOT-QUOTA items a round, so the round stays short
      *  enough for a newly arrived urgent item to be seen promptly.
         01 WS-CAND-TABLE.
            05 WS-CAND-ENTRY            OCCURS 200.
               10 WS-CD-SEQ             PIC 9(08).
               10 WS-CD-CLASS           PIC 9(01).
               10 WS-CD-SLOT            PIC 9(02).
               10 WS-CD-TAKEN           PIC X(01).
         77 WS-CD-COUNT                 PIC 9(03)   VALUE 0.
         77 WS-CD-I                     PIC 9(03).
         77 WS-CD-PICK                  PIC 9(03).
         77 WS-PICK-I                   PIC 9(03).

         01 WS-SLOT-TABLE.
            05 WS-SLOT-ENTRY            OCCURS 50.
               10 WS-SL-CLIENT          PIC X(08).
               10 WS-SL-CLASS           PIC 9(01).
               10 WS-SL-OFFERED         PIC 9(03).
               10 WS-SL-TURNS           PIC 9(03).
         77 WS-SL-COUNT                 PIC 9(02)   VALUE 0.
         77 WS-SL-I                     PIC 9(02).
         77 WS-SLOT-QUOTA               PIC 9(03)   VALUE 010.

         77 WS-ITEM-CLASS               PIC 9(01).
         77 WS-NEW-LOW                  PIC 9(08).
         77 WS-PENDING-SEEN             PIC X(01).
            88 SW-PENDING-SEEN                      VALUE 'Y'.
         77 WS-SCAN-DONE                PIC X(01).
            88 SW-SCAN-DONE                         VALUE 'Y'.
         77 WS-ROUND-WORKED             PIC 9(03).
         77 WS-BUSY-COUNT               PIC 9(08)   VALUE 0.

      *  Per-item claim (AESLOCK) - linkage mirrored here the same
      *  way AESMAIN's run lock is
         01 WS-LOCK-LS.
            02 LCK-FUNCTION            PIC X(01).
               88 LCK-ACQUIRE                   VALUE 'A'.
               88 LCK-RELEASE                   VALUE 'R'.
            02 LCK-GEN-NAME            PIC X(20).
            02 LCK-RUN-ID              PIC X(16).
            02 LCK-STALE-SECS          PIC 9(07).
            02 LCK-HOLDER-RUN-ID       PIC X(16).
            02 LCK-STATUS              PIC X(03).
               88 LCKS-OK                       VALUE 'OK '.
               88 LCKS-BUSY                     VALUE 'BSY'.
               88 LCKS-ERR                      VALUE 'ERR'.
         77 WS-CLAIM-SEQ               PIC 9(08).

      *  Why the current item failed, for its dead-letter record
         77 WS-FAIL-REASON              PIC X(20).
         77 WS-CACHED-ACTION           PIC X(01)   VALUE SPACE.
         77 WS-CACHED-KEY              PIC X(64).
         77 WS-CACHED-BITS             PIC X(03).
         77 WS-CACHED-VERSION          PIC 9(03)   VALUE 0.
         77 WS-ITEM-OK                 PIC X(01).
            88 SW-ITEM-OK                           VALUE 'Y'.

      *  In-storage metering tallies, one slot per alias/version/
      *  action/day served this invocation
         01 WS-MTR-TABLE.
            05 WS-MTR-ENTRY             OCCURS 50.
               10 WS-MT-DATE            PIC 9(08).
               10 WS-MT-ALIAS           PIC X(08).
               10 WS-MT-VERSION         PIC 9(03).
               10 WS-MT-ACTION          PIC X(01).
               10 WS-MT-COUNT           PIC 9(09).
         77 WS-MT-USED                  PIC 9(02)   VALUE 0.
         77 WS-MT-I                     PIC 9(02).
         77 WS-MTR-DATE                 PIC 9(08).

         01 PMW.
            COPY 'AESLLOG.cpy'.


           CLOSE R-RSP.

           PERFORM FLUSH-METER-TABLE
              THRU FLUSH-METER-EXIT.

           DISPLAY 'AESQSERV: ' WS-SERVER-ID ' ' WS-DONE-COUNT
                   ' request(s) served, ' WS-ERR-COUNT ' failed, '
                   WS-DEAD-COUNT ' dead-lettered, ' WS-BUSY-COUNT
                   ' claimed elsewhere, low-water ' WS-LAST-SEQ.

           STOP RUN.

                 IF PARM-MAX-ATTEMPTS > 0
                   MOVE PARM-MAX-ATTEMPTS   TO WS-MAX-ATTEMPTS
                 END-IF

      *          Older cards stop at the attempt limit - one instance
      *          under the program's own name, five-minute claims
                 IF PARM-SERVER-ID NOT = SPACES
                   MOVE PARM-SERVER-ID      TO WS-SERVER-ID
                 END-IF

                 IF PARM-CLAIM-STALE-SECS IS NUMERIC
                   AND PARM-CLAIM-STALE-SECS > 0
                   MOVE PARM-CLAIM-STALE-SECS
                                            TO WS-CLAIM-STALE-SECS
                 END-IF
             END-READ

             CLOSE R-PARM


       WRITE-QUEUE-CHECKPOINT.
      *     Rewritten whole whenever a scan finds the mark can move
      *     up. Any instance may write it; a value one instance read
      *     a moment ago is still a safe place to start, only a
      *     slightly longer walk.
           OPEN OUTPUT R-CKP.

           MOVE WS-LAST-SEQ               TO CKP-LAST-SEQ.


       POLL-ONE-PASS.
      *     Drain whatever is waiting above the low-water mark, one
      *     round at a time, until a round finds nothing this
      *     instance can work. I-O rather than INPUT - a served item
      *     is marked in place, a failed item's attempt count is
      *     rewritten, and an item past its attempts is deleted to
      *     the dead-letter file.
           OPEN I-O R-REQ.

           IF FS-REQ-OK
             GO TO POLL-ONE-PASS-EXIT
           END-IF.

           MOVE 0                         TO WS-FL-COUNT.
           MOVE SPACES                    TO WS-PASS-DONE.

           PERFORM UNTIL SW-PASS-DONE
             PERFORM DISPATCH-ONE-ROUND
                THRU DISPATCH-ONE-ROUND-EXIT
           END-PERFORM.

           CLOSE R-REQ.

       POLL-ONE-PASS-EXIT.
           EXIT.


       DISPATCH-ONE-ROUND.
      *     Take a fresh view of the queue, then work it in priority
      *     and fair-share order. A round in which every item in view
      *     was claimed (or finished) by another instance ends the
      *     pass - there is nothing here for this one to do.
           PERFORM SCAN-WAITING-ITEMS
              THRU SCAN-WAITING-ITEMS-EXIT.

           IF WS-CD-COUNT = 0
             SET SW-PASS-DONE             TO TRUE
             GO TO DISPATCH-ONE-ROUND-EXIT
           END-IF.

           MOVE 0                         TO WS-ROUND-WORKED.

           PERFORM VARYING WS-PICK-I FROM 1 BY 1
             UNTIL WS-PICK-I > WS-CD-COUNT
             PERFORM PICK-NEXT-CANDIDATE
             PERFORM CLAIM-AND-SERVE
                THRU CLAIM-AND-SERVE-EXIT
           END-PERFORM.

           IF WS-ROUND-WORKED = 0
             SET SW-PASS-DONE             TO TRUE
           END-IF.

       DISPATCH-ONE-ROUND-EXIT.
           EXIT.


       SCAN-WAITING-ITEMS.
      *     Walk everything above the low-water mark. Served items
      *     below the first waiting one raise the mark; waiting items
      *     not already failed this pass go into the candidate table
      *     under their client-within-class slot.
           MOVE 0                         TO WS-CD-COUNT
                                             WS-SL-COUNT.
           MOVE 'N'                       TO WS-PENDING-SEEN
                                             WS-SCAN-DONE.
           MOVE WS-LAST-SEQ               TO WS-NEW-LOW.

           COMPUTE RQ-SEQ = WS-LAST-SEQ + 1.

           START R-REQ KEY IS NOT LESS THAN RQ-SEQ
             INVALID KEY
               GO TO SCAN-WAITING-ITEMS-EXIT
           END-START.

           PERFORM UNTIL SW-SCAN-DONE
             READ R-REQ NEXT RECORD

             IF FS-REQ-OK
               PERFORM NOTE-QUEUE-ITEM
                  THRU NOTE-QUEUE-ITEM-EXIT
             ELSE
               SET SW-SCAN-DONE           TO TRUE
             END-IF
           END-PERFORM.

           IF WS-NEW-LOW > WS-LAST-SEQ
             MOVE WS-NEW-LOW              TO WS-LAST-SEQ
             PERFORM WRITE-QUEUE-CHECKPOINT
           END-IF.

       SCAN-WAITING-ITEMS-EXIT.
           EXIT.


       NOTE-QUEUE-ITEM.
           IF RQ-SERVED
             IF NOT SW-PENDING-SEEN
               MOVE RQ-SEQ                TO WS-NEW-LOW
             END-IF
             GO TO NOTE-QUEUE-ITEM-EXIT
           END-IF.

           SET SW-PENDING-SEEN            TO TRUE.

           PERFORM VARYING WS-FL-I FROM 1 BY 1
             UNTIL WS-FL-I > WS-FL-COUNT
             OR WS-FL-SEQ(WS-FL-I) = RQ-SEQ
             CONTINUE
           END-PERFORM.

           IF WS-FL-I NOT > WS-FL-COUNT
             GO TO NOTE-QUEUE-ITEM-EXIT
           END-IF.

           PERFORM SET-ITEM-CLASS.

           PERFORM VARYING WS-SL-I FROM 1 BY 1
             UNTIL WS-SL-I > WS-SL-COUNT
             OR (WS-SL-CLIENT(WS-SL-I) = RQ-CLIENT
               AND WS-SL-CLASS(WS-SL-I) = WS-ITEM-CLASS)
             CONTINUE
           END-PERFORM.

      *     A full table simply leaves the item for a later round
           IF WS-SL-I > WS-SL-COUNT
             IF WS-SL-COUNT = 50
               GO TO NOTE-QUEUE-ITEM-EXIT
             END-IF

             ADD 1                        TO WS-SL-COUNT
             MOVE RQ-CLIENT               TO WS-SL-CLIENT(WS-SL-I)
             MOVE WS-ITEM-CLASS           TO WS-SL-CLASS(WS-SL-I)
             MOVE 0                       TO WS-SL-OFFERED(WS-SL-I)
                                             WS-SL-TURNS(WS-SL-I)
           END-IF.

           IF WS-SL-OFFERED(WS-SL-I) NOT < WS-SLOT-QUOTA
             OR WS-CD-COUNT = 200
             GO TO NOTE-QUEUE-ITEM-EXIT
           END-IF.

           ADD 1                          TO WS-SL-OFFERED(WS-SL-I)
                                             WS-CD-COUNT.
           MOVE RQ-SEQ                    TO WS-CD-SEQ(WS-CD-COUNT).
           MOVE WS-ITEM-CLASS             TO WS-CD-CLASS(WS-CD-COUNT).
           MOVE WS-SL-I                   TO WS-CD-SLOT(WS-CD-COUNT).
           MOVE 'N'                       TO WS-CD-TAKEN(WS-CD-COUNT).

       NOTE-QUEUE-ITEM-EXIT.
           EXIT.


       SET-ITEM-CLASS.
      *     Anything but an explicit urgent or bulk class is normal
           EVALUATE TRUE
             WHEN RQ-URGENT
               MOVE 1                     TO WS-ITEM-CLASS
             WHEN RQ-BULK
               MOVE 3                     TO WS-ITEM-CLASS
             WHEN OTHER
               MOVE 2                     TO WS-ITEM-CLASS
           END-EVALUATE.


       PICK-NEXT-CANDIDATE.
      *     Lowest class first; within the class, the client slot
      *     that has had the fewest turns this round; within the
      *     slot, the oldest item (the table is in queue order, so
      *     the first of equals wins)
           MOVE 0                         TO WS-CD-PICK.

           PERFORM VARYING WS-CD-I FROM 1 BY 1
             UNTIL WS-CD-I > WS-CD-COUNT
             IF WS-CD-TAKEN(WS-CD-I) = 'N'
               IF WS-CD-PICK = 0
                 MOVE WS-CD-I             TO WS-CD-PICK
               ELSE
                 IF WS-CD-CLASS(WS-CD-I) < WS-CD-CLASS(WS-CD-PICK)
                   OR (WS-CD-CLASS(WS-CD-I) = WS-CD-CLASS(WS-CD-PICK)
                     AND WS-SL-TURNS(WS-CD-SLOT(WS-CD-I))
                       < WS-SL-TURNS(WS-CD-SLOT(WS-CD-PICK)))
                   MOVE WS-CD-I           TO WS-CD-PICK
                 END-IF
               END-IF
             END-IF
           END-PERFORM.

           MOVE 'Y'                       TO WS-CD-TAKEN(WS-CD-PICK).
           MOVE WS-CD-SLOT(WS-CD-PICK)    TO WS-SL-I.
           ADD 1                          TO WS-SL-TURNS(WS-SL-I).


       CLAIM-AND-SERVE.
      *     The claim is the AESLOCK record for the item - taken or
      *     refused atomically. Once held, the item is read afresh:
      *     another instance may have finished or dead-lettered it
      *     since this round's scan.
           MOVE WS-CD-SEQ(WS-CD-PICK)     TO WS-CLAIM-SEQ.

           MOVE SPACES                    TO LCK-GEN-NAME.
           STRING 'AESRQUE.' WS-CLAIM-SEQ
           DELIMITED BY SIZE            INTO LCK-GEN-NAME.
           SET LCK-ACQUIRE                TO TRUE.
           MOVE WS-SERVER-ID              TO LCK-RUN-ID.
           MOVE WS-CLAIM-STALE-SECS       TO LCK-STALE-SECS.

           CALL 'AESLOCK' USING WS-LOCK-LS.

           EVALUATE TRUE
             WHEN LCKS-OK
               IF LCK-HOLDER-RUN-ID NOT = SPACES
                 DISPLAY 'AESQSERV: STALE CLAIM ON ITEM ' WS-CLAIM-SEQ
                         ' TAKEN OVER FROM ' LCK-HOLDER-RUN-ID
               END-IF
             WHEN LCKS-BUSY
               ADD 1                      TO WS-BUSY-COUNT
               GO TO CLAIM-AND-SERVE-EXIT
             WHEN OTHER
               DISPLAY 'AESQSERV: CANNOT CLAIM ITEM ' WS-CLAIM-SEQ
               GO TO CLAIM-AND-SERVE-EXIT
           END-EVALUATE.

           MOVE WS-CLAIM-SEQ              TO RQ-SEQ.

           READ R-REQ.

           IF FS-REQ-OK AND NOT RQ-SERVED
             ADD 1                        TO WS-ROUND-WORKED
             PERFORM SERVE-ONE-REQUEST
           END-IF.

           SET LCK-RELEASE                TO TRUE.

           CALL 'AESLOCK' USING WS-LOCK-LS.

       CLAIM-AND-SERVE-EXIT.
           EXIT.


           MOVE WS-STAMP-HHMMSS           TO RS-TIME.
           MOVE RQ-ARR-DATE               TO RS-ARR-DATE.
           MOVE RQ-ARR-TIME               TO RS-ARR-TIME.
           PERFORM SET-ITEM-CLASS.
           MOVE WS-ITEM-CLASS             TO RS-PRIORITY.
           MOVE RQ-CLIENT                 TO RS-CLIENT.
           MOVE WS-SERVER-ID              TO RS-SERVER.

           IF SW-ITEM-OK
             MOVE 'OK '                   TO RS-STATUS
             MOVE IO-TEXT OF IOCOMM       TO RS-RESULT
             ADD 1                        TO WS-DONE-COUNT
             PERFORM METER-SERVED-ITEM
                THRU METER-SERVED-ITEM-EXIT
           ELSE
             MOVE 'ERR'                   TO RS-STATUS
             MOVE SPACES                  TO RS-RESULT
           WRITE RS-REC.

           IF FS-RSP-DUPKEY
      *      A crash between response and served marker leaves the
      *      response already on file - the rerun simply refreshes it
             REWRITE RS-REC
           END-IF.

           IF SW-ITEM-OK
             SET RQ-SERVED                TO TRUE
             MOVE WS-SERVER-ID            TO RQ-SERVER

             REWRITE RQ-REC
           ELSE
             PERFORM HANDLE-FAILED-ITEM
           END-IF.

      *     configured maximum the item moves to AESRDEAD with its
      *     reason and last status, the operator is alerted, and
      *     the queue stops paying for it every pass. Below the
      *     maximum the item stays waiting - it holds the low-water
      *     mark below it - and the next pass retries it.
           ADD 1                          TO RQ-ATTEMPTS.

           IF WS-FAIL-REASON = SPACES
           IF RQ-ATTEMPTS < WS-MAX-ATTEMPTS
             REWRITE RQ-REC

             IF WS-FL-COUNT < 100
               ADD 1                      TO WS-FL-COUNT
               MOVE RQ-SEQ                TO WS-FL-SEQ(WS-FL-COUNT)
             END-IF
           ELSE
             PERFORM DEAD-LETTER-ITEM
             MOVE RQ-ATTEMPTS             TO DL-ATTEMPTS
             MOVE 'ERR'                   TO DL-STATUS
             MOVE WS-FAIL-REASON          TO DL-REASON
             MOVE RQ-PRIORITY             TO DL-PRIORITY
             MOVE RQ-CLIENT               TO DL-CLIENT
             ACCEPT DL-DATE               FROM DATE YYYYMMDD
             ACCEPT WS-STAMP-TIME         FROM TIME
             MOVE WS-STAMP-HHMMSS         TO DL-TIME
           ELSE
             MOVE 'DECIPHER'              TO LKGS-PURPOSE OF KG-S
           END-IF.
           MOVE 'D'                       TO LKGS-KEY-USE OF KG-S.
           MOVE SPACES                    TO LKG-KEY OF KG-S.

           CALL 'AESKGET' USING KG-S.
           IF LKG-STATUS OF KG-S = 'OK '
             MOVE LKG-KEY OF KG-S         TO WS-CACHED-KEY
             MOVE LKG-BITS OF KG-S        TO WS-CACHED-BITS
             MOVE LKGS-KEY-VERSION OF KG-S
                                          TO WS-CACHED-VERSION
             MOVE RQ-ALIAS                TO WS-CACHED-ALIAS
           ELSE
             DISPLAY 'AESQSERV: KEY LOOKUP FAILED FOR ' RQ-ALIAS
           END-IF.

           CALL 'AESCORE' USING IOCOMM IOTAB IOPUTM.


       METER-SERVED-ITEM.
      *     Tally in storage; the journal is touched when a slot
      *     reaches a thousand, the table fills, or the invocation
      *     ends
           ACCEPT WS-MTR-DATE             FROM DATE YYYYMMDD.

           PERFORM VARYING WS-MT-I FROM 1 BY 1
             UNTIL WS-MT-I > WS-MT-USED
             OR (WS-MT-DATE(WS-MT-I) = WS-MTR-DATE
               AND WS-MT-ALIAS(WS-MT-I) = RQ-ALIAS
               AND WS-MT-VERSION(WS-MT-I) = WS-CACHED-VERSION
               AND WS-MT-ACTION(WS-MT-I) = RQ-ACTION)
             CONTINUE
           END-PERFORM.

           IF WS-MT-I > WS-MT-USED
             IF WS-MT-USED = 50
               PERFORM FLUSH-METER-TABLE
                  THRU FLUSH-METER-EXIT
             END-IF

             ADD 1                        TO WS-MT-USED
             MOVE WS-MT-USED              TO WS-MT-I
             MOVE WS-MTR-DATE             TO WS-MT-DATE(WS-MT-I)
             MOVE RQ-ALIAS                TO WS-MT-ALIAS(WS-MT-I)
             MOVE WS-CACHED-VERSION       TO WS-MT-VERSION(WS-MT-I)
             MOVE RQ-ACTION               TO WS-MT-ACTION(WS-MT-I)
             MOVE 0                       TO WS-MT-COUNT(WS-MT-I)
           END-IF.

           ADD 1                          TO WS-MT-COUNT(WS-MT-I).

           IF WS-MT-COUNT(WS-MT-I) >= 1000
             PERFORM FLUSH-METER-TABLE
                THRU FLUSH-METER-EXIT
           END-IF.

       METER-SERVED-ITEM-EXIT.
           EXIT.


       FLUSH-METER-TABLE.
      *     One appended record per tally - a journal that can't be
      *     written must never fail the service it merely measures
           IF WS-MT-USED = 0
             GO TO FLUSH-METER-EXIT
           END-IF.

           OPEN EXTEND R-MTR.

           IF FS-MTR-OK OR FS-MTR-AOP
             CONTINUE
           ELSE
             OPEN OUTPUT R-MTR

             IF FS-MTR-OK OR FS-MTR-AOP
               CONTINUE
             ELSE
               DISPLAY 'AESQSERV: METERING JOURNAL OPEN FAILED: '
                       FS-MTR
               MOVE 0                     TO WS-MT-USED
               GO TO FLUSH-METER-EXIT
             END-IF
           END-IF.

           PERFORM VARYING WS-MT-I FROM 1 BY 1
             UNTIL WS-MT-I > WS-MT-USED
             MOVE SPACES                  TO MTR-REC
             MOVE WS-MT-DATE(WS-MT-I)     TO MTR-DATE
             MOVE 'AESQSERV'              TO MTR-CALLER
             MOVE WS-MT-ALIAS(WS-MT-I)    TO MTR-ALIAS
             MOVE WS-MT-ACTION(WS-MT-I)   TO MTR-ACTION
             MOVE WS-MT-COUNT(WS-MT-I)    TO MTR-COUNT
             MOVE WS-MT-VERSION(WS-MT-I)  TO MTR-VERSION

             WRITE MTR-REC
           END-PERFORM.

           CLOSE R-MTR.

           MOVE 0                         TO WS-MT-USED.

       FLUSH-METER-EXIT.
           EXIT.
