      *  DATE       INIT  DESCRIPTION
      *  ---------- ----  ----------------------------------------------
      *  2025-01-10  DS   ORIGINAL LAYOUT.
      *  2025-05-23  DS   ADDED CTR-APPROVER-ID OUT OF FILLER - THE
      *                   SUPERVISOR WHO APPROVED THE CHANGE ON THE
      *                   PHONEPND PENDING-CHANGE FILE, CARRIED TO THE
      *                   AUDIT TRAIL.  THE KEYED INPUT LEAVES IT
      *                   BLANK.  RECORD STAYS 80 BYTES.
      ******************************************************************
       01  CHILD-TRANS-RECORD.
           05  CTR-CUST-ID                PIC X(08).
           05  CTR-EXTENSION              PIC X(06).
           05  CTR-EXTENSION-LEN          PIC 9(02).
           05  CTR-OPERATOR-ID            PIC X(08).
           05  CTR-APPROVER-ID            PIC X(08).
           05  FILLER                     PIC X(33).
