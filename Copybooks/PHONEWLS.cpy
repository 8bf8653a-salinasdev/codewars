      ******************************************************************
      *  COPYBOOK:    PHONEWLS
      *  DESCRIPTION:  WIRELESS-NUMBER FILE RECORD LAYOUT.  KEYED BY
      *                THE RAW NANP DIGITS AS STORED ON CUSTMAST AND
      *                CUSTPHON - NOT THE DASHED DNC LAYOUT - SINCE THE
      *                LOOKUP NEEDS THE SEVEN-DIGIT BLOCK PREFIX AS
      *                WELL AS THE WHOLE NUMBER.  A BLOCK RECORD
      *                CARRIES THE NPA-NXX-X IN THE FIRST SEVEN KEY
      *                POSITIONS AND BLANKS IN THE LAST THREE; A
      *                PORTED RECORD CARRIES ALL TEN DIGITS.  A NUMBER
      *                IS WIRELESS WHEN EITHER ITS OWN TEN DIGITS OR
      *                ITS FIRST SEVEN DIGITS PLUS BLANKS ARE ON FILE.
      *                WLSLOAD REBUILDS THE FILE EACH MONTH; PHFMTBAT
      *                AND PHRECYC READ IT AT THE CONSENT GATE, AND
      *                PHWLSRPT CHECKS STORED PHONE TYPES AGAINST IT.
      *  WRITTEN BY:   D. SALINAS
      *
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  ---------- ----  ----------------------------------------------
      *  2025-05-02  DS   ORIGINAL LAYOUT.
      ******************************************************************
       01  WIRELESS-RECORD.
           05  WLS-NUMBER-KEY             PIC X(10).
           05  WLS-BLOCK-VIEW REDEFINES WLS-NUMBER-KEY.
               10  WLS-BLOCK-ID           PIC X(07).
               10  WLS-BLOCK-FILL         PIC X(03).
           05  WLS-LIST-TYPE              PIC X(01).
               88  WLS-BLOCK                         VALUE "B".
               88  WLS-PORTED                        VALUE "P".
           05  WLS-CARRIER-OCN            PIC X(04).
           05  WLS-LOAD-DATE              PIC X(08).
           05  FILLER                     PIC X(17).
