      ******************************************************************
      *  COPYBOOK:    PHONENTC
      *  DESCRIPTION:  PHONE-CHANGE CONFIRMATION NOTICE RECORD.  ONE
      *                RECORD PER CUSTOMER AND PHONE TYPE CHANGED IN
      *                THE NIGHT'S PHUPDJOB RUN, WRITTEN BY PHNTCBAT
      *                IN CUST-ID ORDER AND SHIPPED TO THE STATEMENT
      *                VENDOR, WHO MAILS ONE NOTICE PER CUSTOMER TO
      *                THE ADDRESS ON FILE.  BOTH NUMBERS ARE MASKED
      *                TO THEIR LAST FOUR DIGITS.  THE VENDOR
      *                ACKNOWLEDGES IN THE VENDACK LAYOUT AND PHNAKBAT
      *                RECONCILES THE TWO.
      *                  PNT-PHONE-TYPE      BLANK = THE CUSTMAST
      *                                      NUMBER, H/W/M/F = THE
      *                                      CUSTPHON TYPE CODES
      *                  PNT-OLD-NUMBER      "NONE ON FILE" WHEN A
      *                                      CHILD NUMBER WAS ADDED
      *                  PNT-NEW-NUMBER      "REMOVED" WHEN A CHILD
      *                                      NUMBER WAS DELETED
      *                  PNT-CHANGE-COUNT    CHANGES FOLDED INTO THE
      *                                      LINE (OLD = BEFORE THE
      *                                      FIRST, NEW = AFTER THE
      *                                      LAST)
      *  WRITTEN BY:   D. SALINAS
      *
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  ---------- ----  ----------------------------------------------
      *  2025-05-16  DS   ORIGINAL LAYOUT.
      ******************************************************************
       01  PHONE-NOTICE-RECORD.
           05  PNT-CUST-ID                PIC X(08).
           05  PNT-CUST-NAME              PIC X(30).
           05  PNT-PHONE-TYPE             PIC X(01).
           05  PNT-OLD-NUMBER             PIC X(30).
           05  PNT-NEW-NUMBER             PIC X(30).
           05  PNT-CHANGE-DATE            PIC X(08).
           05  PNT-CHANGE-COUNT           PIC 9(03).
           05  FILLER                     PIC X(10).
