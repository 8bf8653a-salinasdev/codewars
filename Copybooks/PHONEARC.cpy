      ******************************************************************
      *  COPYBOOK:    PHONEARC
      *  DESCRIPTION:  COMPLIANCE RETENTION ARCHIVE RECORD LAYOUT.  ONE
      *                SEQUENTIAL FILE (PROD.PHONE.ARCHIVE) HOLDING THE
      *                PHONEAUD AUDIT TRAIL, THE PHONESUP DNC
      *                SUPPRESSION DETAIL AND THE PHONETRL AREA-SPLIT
      *                TRANSLATION LOG PAST THE LIFE OF THEIR NIGHTLY
      *                DATA SETS.  REBUILT MONTHLY BY PHARCBAT IN
      *                ARC-KEY ORDER - CUST-ID, SOURCE RUN DATE, SOURCE
      *                FILE - WITH RECORDS OF ONE KEY IN THE ORDER THEY
      *                WERE WRITTEN.  ARC-SOURCE-DATA IS THE SOURCE
      *                RECORD EXACTLY AS WRITTEN, LEFT-JUSTIFIED AND
      *                PADDED WITH SPACES, SO A SORT OUTREC OF COLUMNS
      *                26 ON GIVES BACK A FILE THE SOURCE FILE'S OWN
      *                REPORTS CAN READ.  ARC-ARCHIVED-ON IS THE
      *                PHARCBAT RUN THAT FIRST ADDED THE RECORD.
      *  WRITTEN BY:   D. SALINAS
      *
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  ---------- ----  ----------------------------------------------
      *  2025-06-13  DS   ORIGINAL LAYOUT.
      ******************************************************************
       01  ARCHIVE-RECORD.
           05  ARC-KEY.
               10  ARC-CUST-ID            PIC X(08).
               10  ARC-RUN-DATE           PIC X(08).
               10  ARC-SOURCE             PIC X(01).
                   88  ARC-FROM-AUDIT                VALUE "A".
                   88  ARC-FROM-SUPPRESS             VALUE "S".
                   88  ARC-FROM-TRANSLATE            VALUE "T".
           05  ARC-ARCHIVED-ON            PIC X(08).
           05  ARC-SOURCE-DATA            PIC X(100).
           05  FILLER                     PIC X(03).
