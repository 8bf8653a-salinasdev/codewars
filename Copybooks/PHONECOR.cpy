      *  DATE       INIT  DESCRIPTION
      *  ---------- ----  ----------------------------------------------
      *  2024-10-11  DS   ORIGINAL LAYOUT.
      *  2025-06-20  DS   ADDED PCR-APPLIED-DATE.  BLANK ON THE KEYED
      *                   CORRECTIONS; PHRECYC STAMPS IT ON THE COPY
      *                   OF EACH CORRECTION IT RECYCLES (WITH THE
      *                   DIGITS AS SHIPPED, AFTER ANY AREA-SPLIT
      *                   TRANSLATION) FOR THE CRM CHANGE FEED.
      *                   CARVED OUT OF FILLER - THE RECORD STAYS 40
      *                   BYTES AND EVERY OFFSET IS UNCHANGED.
      ******************************************************************
       01  PHONE-CORRECTION-RECORD.
           05  PCR-CUST-ID                PIC X(08).
           05  PCR-COUNTRY-CODE           PIC X(03).
           05  PCR-EXTENSION              PIC X(06).
           05  PCR-EXTENSION-LEN          PIC 9(02).
           05  PCR-APPLIED-DATE           PIC X(08).
           05  FILLER                     PIC X(02).
