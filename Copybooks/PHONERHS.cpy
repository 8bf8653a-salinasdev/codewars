      *  2025-03-07  DS   ADDED PRH-TZ-UNKNOWN-COUNT, CARVED OUT OF
      *                   FILLER, ALONGSIDE THE NEW PHONERST COUNTER
      *                   OF THE SAME NAME.  RECORD STAYS 100 BYTES.
      *  2025-04-25  DS   ADDED PRH-FORCE-REASONS - THE PHONERST
      *                   REASON LETTERS FOR A DELTA REQUEST THAT RAN
      *                   FULL BECAUSE A LOOKUP FILE CHANGED (EVERY
      *                   PARTITION'S LETTERS COMBINED), BLANK OTHER-
      *                   WISE - SO A FULL RUN IN THE HISTORY CAN BE
      *                   TOLD APART FROM A DELTA RUN THAT WAS FORCED.
      *                   RECORD GROWS FROM 100 TO 120 BYTES; EXISTING
      *                   HISTORY IS PADDED ONCE AT DEPLOYMENT (SEE THE
      *                   DEPLOY STEPS IN PHFMTJOB).
      *  2025-06-06  DS   ADDED PRH-NOANS-SKIP-COUNT, CARVED OUT OF
      *                   FILLER, ALONGSIDE THE NEW PHONERST COUNTER
      *                   OF THE SAME NAME.  RECORD STAYS 120 BYTES.
      *  2025-06-27  DS   ADDED PRH-FORCE-REASONS-NOA, CARVED OUT OF
      *                   FILLER - THE TWO NO-ANSWER REASON LETTERS (O,
      *                   Q) THAT FOLLOW THE FIRST EIGHT ON PHONERST.
      *                   RECORD STAYS 120 BYTES.
      ******************************************************************
       01  RUN-HISTORY-RECORD.
           05  PRH-RUN-DATE               PIC X(08).
           05  PRH-CONSENT-REV-COUNT      PIC 9(07).
           05  PRH-CNS-ERROR-COUNT        PIC 9(07).
           05  PRH-TZ-UNKNOWN-COUNT       PIC 9(07).
           05  PRH-FORCE-REASONS          PIC X(08).
           05  PRH-NOANS-SKIP-COUNT       PIC 9(07).
           05  PRH-FORCE-REASONS-NOA      PIC X(02).
           05  FILLER                     PIC X(03).
