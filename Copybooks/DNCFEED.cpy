      *  DATE       INIT  DESCRIPTION
      *  ---------- ----  ----------------------------------------------
      *  2024-09-20  DS   ORIGINAL LAYOUT.
      *  2025-05-30  DS   NO LAYOUT CHANGE.  PHOPTOUT WRITES ADD
      *                   RECORDS FOR CALL-CENTER OPT-OUTS TO THE PHDN
      *                   QUEUE, WHICH DNCLDJOB READS BEHIND THE
      *                   REGISTRY FEED.
      ******************************************************************
       01  DNC-FEED-RECORD.
           05  DNF-ACTION                 PIC X(01).
