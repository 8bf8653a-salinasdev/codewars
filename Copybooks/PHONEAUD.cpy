      *                   CARVED OUT OF FILLER SO EVERY EXISTING
      *                   OFFSET - AND THE PHAUDJOB SORT KEYS - ARE
      *                   UNCHANGED.
      *  2025-05-23  DS   ADDED PAU-APPROVER-ID - THE SUPERVISOR WHO
      *                   APPROVED THE CHANGE THROUGH PHAPPRV (BLANK
      *                   FOR A PHTRLAPP AREA-SPLIT REWRITE, WHICH NO
      *                   ONE KEYS).  PAU-OPERATOR-ID STAYS THE
      *                   OPERATOR WHO KEYED IT.  THE RECORD GREW FROM
      *                   80 TO 100 BYTES; EVERY EXISTING OFFSET - AND
      *                   EVERY SORT KEY ON THE FILE - IS UNCHANGED.
      ******************************************************************
       01  PHONE-AUDIT-RECORD.
           05  PAU-CUST-ID                PIC X(08).
           05  PAU-NEW-EXTENSION          PIC X(06).
           05  PAU-NEW-EXTENSION-LEN      PIC 9(02).
           05  PAU-PHONE-TYPE             PIC X(01).
           05  PAU-APPROVER-ID            PIC X(08).
           05  FILLER                     PIC X(17).
