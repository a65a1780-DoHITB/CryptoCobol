      *  Journal rollup summary record - one per key, caller or
      *  tenant per month, written by AESJROLL to the companion
      *  summary file of each append-only journal when that month's
      *  detail is moved to its dated archive:
      *
      *    journal   summary   key
      *    AESKUSE   AESKUSUM  alias + calling program
      *    AESTJRNL  AESTJSUM  caller
      *    AESEZMTR  AESEZSUM  caller + alias + action
      *    AESQUSED  AESQUSUM  tenant
      *    AESXPLOG  AESXPSUM  none - one record per month
      *
      *  A month is in the summary or in the live journal, never
      *  both, so a reader takes summary plus detail and arrives at
      *  the totals the full history would have given it.
          02 JSUM-JOURNAL                PIC X(08).
          02 JSUM-MONTH                  PIC 9(06).
          02 JSUM-KEY                    PIC X(17).
          02 JSUM-KEY-R REDEFINES JSUM-KEY.
             03 JSUM-KEY-1               PIC X(08).
             03 JSUM-KEY-2               PIC X(08).
             03 JSUM-KEY-3               PIC X(01).
      *      Detail records the summary replaced, and the latest
      *      date among them
          02 JSUM-RECORDS                PIC 9(09).
          02 JSUM-LAST-DATE              PIC 9(08).
          02 JSUM-TOTALS                 PIC X(72).
      *      AESKUSE - successful resolutions, and the hours of day
      *      (00-23) and weekdays (Monday first) seen, 'Y'/'N'
          02 JSUM-USE-R REDEFINES JSUM-TOTALS.
             03 JSUM-USE-OKS             PIC 9(09).
             03 JSUM-USE-HOURS           PIC X(24).
             03 JSUM-USE-DAYS            PIC X(07).
             03 FILLER                   PIC X(32).
      *      AESTJRNL - calls by kind, the number of distinct days
      *      with an allowed detokenize and the last such day
          02 JSUM-TJR-R REDEFINES JSUM-TOTALS.
             03 JSUM-TJR-TOKENIZES       PIC 9(09).
             03 JSUM-TJR-DETOKENIZES     PIC 9(09).
             03 JSUM-TJR-REFUSALS        PIC 9(09).
             03 JSUM-TJR-DETOK-DAYS      PIC 9(05).
             03 JSUM-TJR-DETOK-LAST      PIC 9(08).
             03 FILLER                   PIC X(32).
      *      AESEZMTR - the metered call count
          02 JSUM-MTR-R REDEFINES JSUM-TOTALS.
             03 JSUM-MTR-COUNT           PIC 9(13).
             03 FILLER                   PIC X(59).
      *      AESQUSED - the blocks used (JSUM-RECORDS is the days)
          02 JSUM-QUS-R REDEFINES JSUM-TOTALS.
             03 JSUM-QUS-BLOCKS          PIC 9(13).
             03 FILLER                   PIC X(59).
