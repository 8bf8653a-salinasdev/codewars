      ******************************************************************
      *  COPYBOOK:    WLSFEED
      *  DESCRIPTION:  MONTHLY WIRELESS-NUMBER FEED RECORD LAYOUT.
      *                DATA CONTROL CUTS BOTH INDUSTRY LISTS TO THIS
      *                ONE LAYOUT: THE WIRELESS THOUSANDS-BLOCK LIST
      *                (ONE RECORD PER NPA-NXX-X BLOCK - SEVEN DIGITS,
      *                LAST THREE POSITIONS BLANK) AND THE PORTED-TO-
      *                WIRELESS LIST (ONE RECORD PER FULL TEN-DIGIT
      *                NUMBER).  EACH MONTH'S FEED IS THE WHOLE OF
      *                BOTH LISTS, NOT ADDS AND DELETES - WLSLOAD
      *                REBUILDS THE WIRELESS KSDS FROM IT.
      *  WRITTEN BY:   D. SALINAS
      *
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  ---------- ----  ----------------------------------------------
      *  2025-05-02  DS   ORIGINAL LAYOUT.
      ******************************************************************
       01  WIRELESS-FEED-RECORD.
           05  WLF-LIST-TYPE              PIC X(01).
               88  WLF-BLOCK                         VALUE "B".
               88  WLF-PORTED                        VALUE "P".
           05  WLF-NUMBER                 PIC X(10).
           05  WLF-BLOCK-VIEW REDEFINES WLF-NUMBER.
               10  WLF-BLOCK-ID           PIC X(07).
               10  WLF-BLOCK-FILL         PIC X(03).
           05  WLF-CARRIER-OCN            PIC X(04).
           05  FILLER                     PIC X(25).
