      ******************************************************************
      *  COPYBOOK:    PHONECRF
      *  DESCRIPTION:  CRM PHONE-CHANGE FEED RECORD LAYOUT.  THE
      *                NIGHTLY CHANGE-DATA FEED PHCRMBAT BUILDS FOR THE
      *                CRM SO ITS PHONE NUMBERS STOP DRIFTING FROM
      *                CUSTMAST AND CUSTPHON.  80-BYTE FIXED RECORDS: A
      *                HEADER, ONE DETAIL PER CUSTOMER AND PHONE TYPE
      *                CHANGED SINCE THE LAST FEED, IN CUST-ID/PHONE-
      *                TYPE ORDER, AND A TRAILER.  EVERY RECORD STARTS
      *                WITH ITS TYPE; THE REST IS READ THROUGH THE VIEW
      *                FOR THAT TYPE.
      *                  CRF-PHONE-TYPE      BLANK = THE CUSTMAST
      *                                      NUMBER, H/W/M/F = THE
      *                                      CUSTPHON TYPE CODES
      *                  CRF-ACTION          A = NUMBER ADDED, C =
      *                                      CHANGED, D = REMOVED (NEW
      *                                      DIGITS ZERO, COUNTRY CODE
      *                                      AND EXTENSION BLANK)
      *                  CRF-CHANGE-SOURCE   U = KEYED MASTER CHANGE
      *                                      (PHUPDBAT), P = KEYED
      *                                      CHILD CHANGE (PHCHUPD),
      *                                      R = EXCEPTION CORRECTION
      *                                      RECYCLED (PHRECYC), S =
      *                                      AREA-CODE SPLIT REWRITE
      *                                      (PHTRLAPP)
      *                  CRF-SEQUENCE-NO     1, 2, 3 ... WITHIN THE
      *                                      FEED - THE CRM QUOTES IT
      *                                      BACK ON ITS ACKNOWLEDGMENT
      *                                      (SEE PHONECRA)
      *                  CRF-HDR-FEED-SEQ    ONE MORE THAN THE LAST
      *                                      FEED'S, SO THE CRM CAN
      *                                      TELL A FEED MISSED OR
      *                                      LOADED TWICE
      *                  CRF-HDR-CHANGES-AFTER
      *                  CRF-TRL-CHANGES-THRU THE AUDIT TRAIL RUN DATE
      *                                      AND TIME (YYYYMMDDHHMMSSHH)
      *                                      THE FEED COVERS - AFTER THE
      *                                      FIRST, UP TO AND INCLUDING
      *                                      THE SECOND
      *                  CRF-TRL-RECORD-COUNT EVERY RECORD ON THE
      *                                      FEED, HEADER AND TRAILER
      *                                      INCLUDED
      *  WRITTEN BY:   D. SALINAS
      *
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  ---------- ----  ----------------------------------------------
      *  2025-06-20  DS   ORIGINAL LAYOUT.
      ******************************************************************
       01  CRM-FEED-RECORD.
           05  CRF-RECORD-TYPE            PIC X(01).
               88  CRF-HEADER                        VALUE "H".
               88  CRF-DETAIL                        VALUE "D".
               88  CRF-TRAILER                       VALUE "T".
           05  CRF-DETAIL-DATA.
               10  CRF-CUST-ID            PIC X(08).
               10  CRF-PHONE-TYPE         PIC X(01).
               10  CRF-ACTION             PIC X(01).
                   88  CRF-ADDED                     VALUE "A".
                   88  CRF-CHANGED                   VALUE "C".
                   88  CRF-REMOVED                   VALUE "D".
               10  CRF-NEW-DIGITS         PIC 9(10).
               10  CRF-COUNTRY-CODE       PIC X(03).
               10  CRF-EXTENSION          PIC X(06).
               10  CRF-EXTENSION-LEN      PIC 9(02).
               10  CRF-CHANGE-SOURCE      PIC X(01).
                   88  CRF-FROM-MASTER-UPDATE        VALUE "U".
                   88  CRF-FROM-CHILD-UPDATE         VALUE "P".
                   88  CRF-FROM-RECYCLE              VALUE "R".
                   88  CRF-FROM-AREA-SPLIT           VALUE "S".
               10  CRF-CHANGE-DATE        PIC X(08).
               10  CRF-SEQUENCE-NO        PIC 9(07).
               10  FILLER                 PIC X(32).
           05  CRF-HEADER-DATA REDEFINES CRF-DETAIL-DATA.
               10  CRF-HDR-FILE-ID        PIC X(08).
               10  CRF-HDR-FEED-SEQ       PIC 9(07).
               10  CRF-HDR-CREATED-DATE   PIC X(08).
               10  CRF-HDR-CREATED-TIME   PIC X(08).
               10  CRF-HDR-CHANGES-AFTER  PIC X(16).
               10  FILLER                 PIC X(32).
           05  CRF-TRAILER-DATA REDEFINES CRF-DETAIL-DATA.
               10  CRF-TRL-FILE-ID        PIC X(08).
               10  CRF-TRL-FEED-SEQ       PIC 9(07).
               10  CRF-TRL-DETAIL-COUNT   PIC 9(07).
               10  CRF-TRL-RECORD-COUNT   PIC 9(07).
               10  CRF-TRL-ADD-COUNT      PIC 9(07).
               10  CRF-TRL-CHANGE-COUNT   PIC 9(07).
               10  CRF-TRL-REMOVE-COUNT   PIC 9(07).
               10  CRF-TRL-CHANGES-THRU   PIC X(16).
               10  FILLER                 PIC X(13).
