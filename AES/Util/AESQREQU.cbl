      * back on AESRQUE as a fresh request: new sequence number past
      * both the queue's highest and the service's checkpoint (so
      * the next poll pass actually serves it), attempts reset, a
      * fresh arrival stamp, its original priority class and client
      * kept. The requeued records are dropped from AESRDEAD;
      * everything else there stays.
      *
      * Control card AESQRPRM, one record per selection: the dead
      * item's sequence number in columns 1-8, or 'ALL' in columns
                   RECORD KEY   IS RQ-SEQ
                   FILE STATUS  IS FS-REQ.

      *     QUEUE LOW-WATER MARK (AESQCKPT - one record)
            SELECT OPTIONAL R-CKP ASSIGN TO 'AESQCKPT'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
          02 DL-REASON                PIC X(20).
          02 DL-DATE                  PIC 9(08).
          02 DL-TIME                  PIC 9(06).
          02 DL-PRIORITY              PIC X(01).
          02 DL-CLIENT                PIC X(08).
          02 FILLER                   PIC X(03).

      *   AESRQUE
       FD R-REQ LABEL RECORD STANDARD.
          02 RQ-ARR-DATE              PIC 9(08).
          02 RQ-ARR-TIME              PIC 9(06).
          02 RQ-ATTEMPTS              PIC 9(02).
          02 RQ-PRIORITY              PIC X(01).
          02 RQ-CLIENT                PIC X(08).
          02 RQ-STATE                 PIC X(01).
          02 RQ-SERVER                PIC X(08).
          02 FILLER                   PIC X(10).

      *   AESQCKPT
       FD R-CKP LABEL RECORD STANDARD.
           ACCEPT WS-STAMP-TIME           FROM TIME.
           MOVE WS-STAMP-HHMMSS           TO RQ-ARR-TIME.
           MOVE 0                         TO RQ-ATTEMPTS.
           MOVE DL-PRIORITY               TO RQ-PRIORITY.
           MOVE DL-CLIENT                 TO RQ-CLIENT.

           WRITE RQ-REC.

