      ******************************************************************
      *  COPYBOOK:    PHONECFC
      *  DESCRIPTION:  CRM CHANGE FEED CONTROL RECORD LAYOUT.  THE ONE
      *                80-BYTE RECORD OF PROD.PHONE.CRMFEED.CONTROL,
      *                READ AND REWRITTEN BY EVERY PHCRMBAT RUN.
      *                CFC-LAST-STAMP IS THE LATEST AUDIT TRAIL RUN
      *                DATE AND TIME ALREADY FED, SO EACH PHONEAUD
      *                CHANGE GOES TO THE CRM ONCE AND ONLY ONCE
      *                HOWEVER THE NIGHT'S JOBS FALL AROUND MIDNIGHT.
      *                THE REST DESCRIBES THE LAST FEED BUILT - ITS
      *                SEQUENCE NUMBER (THE NEXT FEED IS ONE MORE),
      *                DATE AND DETAIL COUNT.
      *  WRITTEN BY:   D. SALINAS
      *
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  ---------- ----  ----------------------------------------------
      *  2025-06-20  DS   ORIGINAL LAYOUT.
      ******************************************************************
       01  CRM-FEED-CONTROL-RECORD.
           05  CFC-LAST-STAMP.
               10  CFC-LAST-DATE          PIC X(08).
               10  CFC-LAST-TIME          PIC X(08).
           05  CFC-LAST-FEED-SEQ          PIC 9(07).
           05  CFC-LAST-FEED-DATE         PIC X(08).
           05  CFC-LAST-DETAIL-COUNT      PIC 9(07).
           05  FILLER                     PIC X(42).
