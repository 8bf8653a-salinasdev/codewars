      ******************************************************************
      *  COPYBOOK:    PHONECRA
      *  DESCRIPTION:  CRM PHONE-CHANGE FEED ACKNOWLEDGMENT RECORD
      *                LAYOUT.  THE CRM RETURNS ONE ACKNOWLEDGMENT FILE
      *                PER FEED (SEE PHONECRF) IN THE SAME SHAPE: A
      *                HEADER QUOTING THE FEED SEQUENCE NUMBER, ONE
      *                DETAIL PER FEED DETAIL IT PROCESSED - ACCEPTED
      *                OR REJECTED WITH THE CRM'S REASON - AND A
      *                TRAILER WITH ITS COUNTS.  PHCAKBAT RECONCILES IT
      *                AGAINST THE FEED AND LISTS THE REJECTS FOR DATA
      *                CONTROL.
      *                  CRA-SEQUENCE-NO     THE CRF-SEQUENCE-NO OF THE
      *                                      FEED DETAIL ANSWERED
      *                  CRA-REJECT-CODE/TEXT THE CRM'S OWN CODE AND
      *                                      WORDING, BLANK WHEN
      *                                      ACCEPTED
      *  WRITTEN BY:   D. SALINAS
      *
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  ---------- ----  ----------------------------------------------
      *  2025-06-20  DS   ORIGINAL LAYOUT.
      ******************************************************************
       01  CRM-ACK-RECORD.
           05  CRA-RECORD-TYPE            PIC X(01).
               88  CRA-HEADER                        VALUE "H".
               88  CRA-DETAIL                        VALUE "D".
               88  CRA-TRAILER                       VALUE "T".
           05  CRA-DETAIL-DATA.
               10  CRA-CUST-ID            PIC X(08).
               10  CRA-PHONE-TYPE         PIC X(01).
               10  CRA-SEQUENCE-NO        PIC 9(07).
               10  CRA-STATUS             PIC X(01).
                   88  CRA-ACCEPTED                  VALUE "A".
                   88  CRA-REJECTED                  VALUE "R".
               10  CRA-REJECT-CODE        PIC X(04).
               10  CRA-REJECT-TEXT        PIC X(40).
               10  FILLER                 PIC X(18).
           05  CRA-HEADER-DATA REDEFINES CRA-DETAIL-DATA.
               10  CRA-HDR-FILE-ID        PIC X(08).
               10  CRA-HDR-FEED-SEQ       PIC 9(07).
               10  CRA-HDR-ACK-DATE       PIC X(08).
               10  FILLER                 PIC X(56).
           05  CRA-TRAILER-DATA REDEFINES CRA-DETAIL-DATA.
               10  CRA-TRL-FILE-ID        PIC X(08).
               10  CRA-TRL-FEED-SEQ       PIC 9(07).
               10  CRA-TRL-DETAIL-COUNT   PIC 9(07).
               10  CRA-TRL-ACCEPT-COUNT   PIC 9(07).
               10  CRA-TRL-REJECT-COUNT   PIC 9(07).
               10  FILLER                 PIC X(43).
