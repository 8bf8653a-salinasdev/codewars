      ******************************************************************
      *  COPYBOOK:    PHONECTL
      *  DESCRIPTION:  RUN-CONTROL RECORD.  ONE RECORD, REWRITTEN IN
      *                PLACE BY EVERY JOB THAT CHANGES A FILE THE
      *                NIGHTLY PHFMTBAT RUN LOOKS THINGS UP IN.  EACH
      *                SLOT HOLDS THE DATE AND TIME THAT FILE WAS LAST
      *                CHANGED; BLANK = NEVER STAMPED.  PHFMTBAT
      *                COMPARES EVERY SLOT WITH THE START OF ITS LAST
      *                COMPLETED RUN ON PHONERST AND RUNS FULL INSTEAD
      *                OF DELTA WHEN ANY FILE CHANGED SINCE - CARRIED
      *                DELTA LINES BYPASS THE DNC, CONSENT, TIME-ZONE
      *                AND AREA-SPLIT LOOKUPS, SO THEY ARE ONLY SAFE
      *                WHEN NONE OF THOSE FILES MOVED.
      *                  PCT-DNC-STAMP      DNCLOAD   (DNC KSDS)
      *                  PCT-DNCVER-STAMP   DNCVERIF  (DIFFERENCES
      *                                               FOUND - DNC
      *                                               KSDS SUSPECT)
      *                  PCT-CNS-STAMP      CNSLOAD   (CONSENT KSDS)
      *                  PCT-NPAREF-STAMP   PHREFUPD  (NPAREF TABLE)
      *                  PCT-SPLIT-STAMP    PHREFUPD  (AREASPLT TABLE)
      *                  PCT-WLS-STAMP      WLSLOAD   (WIRELESS KSDS)
      *                  PCT-NOA-STAMP      PHNOABAT  (NO-ANSWER KSDS
      *                                               REBUILT)
      *                A WRITER READS THE RECORD, REPLACES ONLY ITS OWN
      *                SLOT AND WRITES IT BACK, SO THE JOBS MUST NOT
      *                RUN AT THE SAME TIME AS EACH OTHER (RUNCTL IS
      *                ALLOCATED DISP=OLD IN EACH OF THEM).
      *  WRITTEN BY:   D. SALINAS
      *
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  ---------- ----  ----------------------------------------------
      *  2025-04-25  DS   ORIGINAL LAYOUT.
      *  2025-05-02  DS   ADDED PCT-WLS-STAMP OUT OF FILLER - THE
      *                   CONSENT GATE NOW ALSO DEPENDS ON THE WIRELESS
      *                   FILE.  RECORD STAYS 100 BYTES.
      *  2025-06-27  DS   ADDED PCT-NOA-STAMP OUT OF FILLER - A REBUILD
      *                   OF THE NO-ANSWER COOL-OFF FILE CAN DROP A
      *                   NUMBER LAST NIGHT'S RUN KEPT OFF THE EXTRACT,
      *                   AND ONLY A FULL RUN PUTS IT BACK.  RECORD
      *                   STAYS 100 BYTES.
      ******************************************************************
       01  RUN-CONTROL-RECORD.
           05  PCT-DNC-STAMP.
               10  PCT-DNC-DATE           PIC X(08).
               10  PCT-DNC-TIME           PIC X(06).
           05  PCT-DNCVER-STAMP.
               10  PCT-DNCVER-DATE        PIC X(08).
               10  PCT-DNCVER-TIME        PIC X(06).
           05  PCT-CNS-STAMP.
               10  PCT-CNS-DATE           PIC X(08).
               10  PCT-CNS-TIME           PIC X(06).
           05  PCT-NPAREF-STAMP.
               10  PCT-NPAREF-DATE        PIC X(08).
               10  PCT-NPAREF-TIME        PIC X(06).
           05  PCT-SPLIT-STAMP.
               10  PCT-SPLIT-DATE         PIC X(08).
               10  PCT-SPLIT-TIME         PIC X(06).
           05  PCT-WLS-STAMP.
               10  PCT-WLS-DATE           PIC X(08).
               10  PCT-WLS-TIME           PIC X(06).
           05  PCT-NOA-STAMP.
               10  PCT-NOA-DATE           PIC X(08).
               10  PCT-NOA-TIME           PIC X(06).
           05  FILLER                     PIC X(02).
