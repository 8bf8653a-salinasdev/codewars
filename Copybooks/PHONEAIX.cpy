      ******************************************************************
      *  COPYBOOK:    PHONEAIX
      *  DESCRIPTION:  COMPLIANCE ARCHIVE INDEX RECORD LAYOUT.  ONE
      *                ENTRY PER SOURCE FILE AND SOURCE RUN DATE EVER
      *                ADDED TO THE ARCHIVE (PHONEARC), IN SOURCE AND
      *                RUN-DATE ORDER, WITH THE NUMBER OF RECORDS THE
      *                DAY CONTRIBUTED.  WHEN PHARCBAT PURGES A DAY PAST
      *                ITS RETENTION THE ENTRY IS KEPT, MARKED PURGED
      *                AND STAMPED WITH THE PURGE DATE, SO THE INDEX
      *                ANSWERS "WHICH DAYS ARE ON THE ARCHIVE" AND "WHEN
      *                WAS A DAY DISPOSED OF".  THE ACTIVE ENTRIES OF A
      *                SOURCE ADD UP TO ITS RECORD COUNT ON THE ARCHIVE
      *                - PHARCBAT PROVES IT EVERY RUN.
      *  WRITTEN BY:   D. SALINAS
      *
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  ---------- ----  ----------------------------------------------
      *  2025-06-13  DS   ORIGINAL LAYOUT.
      ******************************************************************
       01  ARCHIVE-INDEX-RECORD.
           05  AIX-SOURCE                 PIC X(01).
           05  AIX-RUN-DATE               PIC X(08).
           05  AIX-RECORD-COUNT           PIC 9(07).
           05  AIX-ARCHIVED-ON            PIC X(08).
           05  AIX-STATUS                 PIC X(01).
               88  AIX-ACTIVE                        VALUE "A".
               88  AIX-PURGED                        VALUE "P".
           05  AIX-PURGED-ON              PIC X(08).
           05  FILLER                     PIC X(07).
