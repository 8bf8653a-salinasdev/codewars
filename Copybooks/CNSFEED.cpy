      *  DATE       INIT  DESCRIPTION
      *  ---------- ----  ----------------------------------------------
      *  2024-12-06  DS   ORIGINAL LAYOUT.
      *  2025-05-30  DS   NO LAYOUT CHANGE.  PHOPTOUT WRITES
      *                   REVOCATIONS (SOURCE CALLCENTER) FOR
      *                   CALL-CENTER OPT-OUTS TO THE PHCN QUEUE,
      *                   WHICH CNSLDJOB READS BEHIND THE CRM FEED.
      ******************************************************************
       01  CONSENT-FEED-RECORD.
           05  CNF-ACTION                 PIC X(01).
