      *  DATE       INIT  DESCRIPTION
      *  ---------- ----  ----------------------------------------------
      *  2024-09-13  DS   ORIGINAL LAYOUT.
      *  2025-05-23  DS   ADDED PTR-APPROVER-ID.  TRANSACTIONS NO
      *                   LONGER GO STRAIGHT TO PHUPDBAT - THEY WAIT ON
      *                   THE PHONEPND PENDING-CHANGE FILE UNTIL A
      *                   SUPERVISOR APPROVES THEM, AND PHPNDBAT WRITES
      *                   THE APPROVED ONES WITH THE SUPERVISOR'S ID
      *                   HERE FOR THE AUDIT TRAIL.  THE RECORD GREW
      *                   FROM 40 TO 48 BYTES; THE KEYED FILE IS STILL
      *                   CUT AT 40 AND PNDLOAD READS IT INTO THIS
      *                   LAYOUT.
      ******************************************************************
       01  PHONE-TRANS-RECORD.
           05  PTR-CUST-ID                PIC X(08).
           05  PTR-EXTENSION              PIC X(06).
           05  PTR-EXTENSION-LEN          PIC 9(02).
           05  PTR-OPERATOR-ID            PIC X(08).
           05  PTR-APPROVER-ID            PIC X(08).
           05  FILLER                     PIC X(03).
