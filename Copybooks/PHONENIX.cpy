      ******************************************************************
      *  COPYBOOK:    PHONENIX
      *  DESCRIPTION:  PHONE-NUMBER INDEX RECORD LAYOUT.  ONE RECORD
      *                PER STORED NUMBER - EVERY CUSTMAST MASTER NUMBER
      *                AND EVERY CUSTPHON CHILD NUMBER - CUT BY THE
      *                PHVELJOB SORT STEPS (OUTREC) AND SORTED BY
      *                NUMBER AND CUST-ID, SO A PROGRAM CAN ASK "WHO
      *                ELSE CARRIES THIS NUMBER" ON ONE SEQUENTIAL
      *                PASS.  PNX-PHONE-TYPE BLANK = THE MASTER NUMBER,
      *                AS EVERYWHERE; H/W/M/F ARE THE CHILD TYPE CODES.
      *  WRITTEN BY:   D. SALINAS
      *
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  ---------- ----  ----------------------------------------------
      *  2025-05-09  DS   ORIGINAL LAYOUT.
      *  2025-05-30  DS   NO LAYOUT CHANGE.  PHNIXJOB ALSO LOADS THE
      *                   INDEX NIGHTLY INTO THE KSDS
      *                   PROD.PHONE.NUMINDEX.ONLINE (CICS FILE
      *                   PHNIXV), KEYED ON THE FIRST 22 BYTES, FOR
      *                   THE PHOPTOUT LOOKUP SCREEN.
      ******************************************************************
       01  PHONE-INDEX-RECORD.
           05  PNX-NUMBER-KEY.
               10  PNX-DIGITS             PIC 9(10).
               10  PNX-COUNTRY-CODE       PIC X(03).
           05  PNX-CUST-ID                PIC X(08).
           05  PNX-PHONE-TYPE             PIC X(01).
           05  FILLER                     PIC X(18).
