                   ACCESS MODE  IS SEQUENTIAL
                   FILE STATUS  IS FS-STMP.

      *     OPERATOR ALERT QUEUE (AESALRT - LRECL=151)
            SELECT OPTIONAL R-ALR ASSIGN TO 'AESALRT'
                   ORGANIZATION IS SEQUENTIAL
                   ACCESS MODE  IS SEQUENTIAL
          02 ALR-DATE                 PIC 9(08).
          02 ALR-TIME                 PIC 9(06).
          02 FILLER                   PIC X(03).
          02 ALR-MSG-ID               PIC X(05).

      *   AESOPARM
       FD R-PARM LABEL RECORD STANDARD.
