          05 JOB-TENANT                  PIC X(08).
          05 JOB-DEPEND                  PIC 9(05).
          05 JOB-STREAM                  PIC 9(02).
          05 JOB-CLASS                   PIC X(01).

      *   AESMHIST
       FD R-HIS LABEL RECORD STANDARD.
