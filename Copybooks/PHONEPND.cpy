      ******************************************************************
      *  COPYBOOK:    PHONEPND
      *  DESCRIPTION:  PENDING PHONE-CHANGE RECORD - VSAM KSDS
      *                PROD.PHONE.PENDING (CICS FILE PHPENDV).  EVERY
      *                MASTER-NUMBER CHANGE (PHONETRN) AND CHILD-NUMBER
      *                ADD/CHANGE/DELETE (CPHTRN) WAITS HERE FOR A
      *                SECOND PAIR OF EYES BEFORE IT CAN BE APPLIED.
      *                PHONLINE WRITES THE ONLINE ENTRIES, PNDLOAD
      *                LOADS THE KEYED ONES, A SUPERVISOR APPROVES OR
      *                REJECTS EACH ON THE PHAPPRV SCREEN (NEVER THEIR
      *                OWN), AND THE NIGHTLY PHPNDBAT WRITES THE
      *                APPROVED ONES TO THE PHUPDBAT/PHCHUPD
      *                TRANSACTION FILES, EXPIRES THE ONES LEFT
      *                UNDECIDED TOO LONG, REPORTS THE REJECTED AND
      *                EXPIRED ONES, AND PURGES CLOSED ENTRIES.
      *                  PPD-KEY            ENTRY DATE, ENTRY TIME,
      *                                     ORIGIN AND A SEQUENCE -
      *                                     KEY ORDER IS ENTRY ORDER.
      *                                     ONLINE ENTRIES USE THE
      *                                     CICS TASK NUMBER; KEYED
      *                                     ONES TIME 000000 AND THE
      *                                     RECORD NUMBER IN THE
      *                                     KEYED FILE.
      *                  PPD-STATUS         P = AWAITING A DECISION
      *                                     A = APPROVED, NOT YET
      *                                         APPLIED
      *                                     R = REJECTED
      *                                     E = EXPIRED UNDECIDED
      *                                     X = APPROVED AND WRITTEN
      *                                         TO THE TRANSACTION FILE
      *                  PPD-CLOSE-DATE     DATE PHPNDBAT WROTE OR
      *                                     REPORTED THE ENTRY; BLANK
      *                                     UNTIL THEN.  CLOSED
      *                                     ENTRIES ARE PURGED AFTER
      *                                     THE PARAMETER KEEP PERIOD.
      *  WRITTEN BY:   D. SALINAS
      *
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  ---------- ----  ----------------------------------------------
      *  2025-05-23  DS   ORIGINAL LAYOUT.
      ******************************************************************
       01  PENDING-CHANGE-RECORD.
           05  PPD-KEY.
               10  PPD-ENTRY-DATE         PIC X(08).
               10  PPD-ENTRY-TIME         PIC X(06).
               10  PPD-ORIGIN             PIC X(01).
                   88  PPD-FROM-ONLINE               VALUE "O".
                   88  PPD-FROM-KEYED                VALUE "K".
               10  PPD-ENTRY-SEQ          PIC 9(07).
           05  PPD-STATUS                 PIC X(01).
               88  PPD-PENDING                       VALUE "P".
               88  PPD-APPROVED                      VALUE "A".
               88  PPD-REJECTED                      VALUE "R".
               88  PPD-EXPIRED                       VALUE "E".
               88  PPD-APPLIED                       VALUE "X".
           05  PPD-CHANGE-KIND            PIC X(01).
               88  PPD-MASTER-CHANGE                 VALUE "M".
               88  PPD-CHILD-CHANGE                  VALUE "C".
           05  PPD-CUST-ID                PIC X(08).
           05  PPD-PHONE-TYPE             PIC X(01).
           05  PPD-ACTION                 PIC X(01).
               88  PPD-ADD                           VALUE "A".
               88  PPD-CHANGE                        VALUE "C".
               88  PPD-DELETE                        VALUE "D".
           05  PPD-NEW-DIGITS             PIC 9(10).
           05  PPD-COUNTRY-CODE           PIC X(03).
           05  PPD-EXTENSION              PIC X(06).
           05  PPD-EXTENSION-LEN          PIC 9(02).
           05  PPD-OPERATOR-ID            PIC X(08).
           05  PPD-APPROVER-ID            PIC X(08).
           05  PPD-DECISION-DATE          PIC X(08).
           05  PPD-DECISION-TIME          PIC X(06).
           05  PPD-REJECT-REASON          PIC X(20).
           05  PPD-CLOSE-DATE             PIC X(08).
           05  FILLER                     PIC X(37).
