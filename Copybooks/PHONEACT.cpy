      ******************************************************************
      *  COPYBOOK:    PHONEACT
      *  DESCRIPTION:  COMPLIANCE ARCHIVE CONTROL RECORD LAYOUT.  THE
      *                ONE 80-BYTE RECORD OF PROD.PHONE.ARCHIVE.CONTROL,
      *                READ AND REWRITTEN BY EVERY PHARCBAT RUN.
      *                ACT-THROUGH-DATE IS THE LAST SOURCE RUN DATE THE
      *                ARCHIVE HOLDS - THE END OF THE LAST MONTH
      *                ARCHIVED - SO A DAILY RECORD IS ADDED ONCE AND
      *                ONLY ONCE HOWEVER MANY RUNS SEE IT.  ONE ENTRY
      *                PER SOURCE FILE (1 = PHONEAUD, 2 = PHONESUP,
      *                3 = PHONETRL) CARRIES THE RETENTION PERIOD IN
      *                MONTHS - DATA CONTROL OWNS THE VALUE, KEYED WHEN
      *                THE FILE IS SEEDED OR CHANGED BY A ONE-CARD
      *                REPLACEMENT - THE OLDEST RUN DATE THE LAST RUN
      *                KEPT, AND THE SOURCE'S RECORD COUNT ON THE
      *                ARCHIVE THAT RUN WROTE.
      *  WRITTEN BY:   D. SALINAS
      *
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  ---------- ----  ----------------------------------------------
      *  2025-06-13  DS   ORIGINAL LAYOUT.
      ******************************************************************
       01  ARCHIVE-CONTROL-RECORD.
           05  ACT-THROUGH-DATE           PIC X(08).
           05  ACT-LAST-RUN-DATE          PIC X(08).
           05  ACT-SOURCE-ENTRY           OCCURS 3 TIMES.
               10  ACT-SRC-RETAIN-MONTHS  PIC 9(03).
               10  ACT-SRC-CUTOFF         PIC X(08).
               10  ACT-SRC-ARCHIVE-COUNT  PIC 9(09).
           05  FILLER                     PIC X(04).
