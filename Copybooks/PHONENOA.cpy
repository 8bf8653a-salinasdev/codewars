      ******************************************************************
      *  COPYBOOK:    PHONENOA
      *  DESCRIPTION:  NO-ANSWER COOL-OFF FILE RECORD LAYOUT.  A VSAM
      *                KSDS KEYED BY THE RAW TEN NANP DIGITS, REBUILT
      *                BY PHNOABAT FROM THE DISPOSITION HISTORY
      *                (PHONEDSH) EVERY TIME PHDSPJOB LOADS A DIALER
      *                FILE.  ONE RECORD PER NUMBER WHOSE LATEST
      *                DISPOSITIONS INSIDE THE PARAMETER WINDOW ARE AT
      *                LEAST THE PARAMETER COUNT OF NO-ANSWERS IN A
      *                ROW.  NOA-COOL-UNTIL IS THE LAST DAY THE NUMBER
      *                STILL HAS THAT MANY NO-ANSWERS INSIDE A WINDOW
      *                ENDING THAT DAY - PHFMTBAT KEEPS THE NUMBER OFF
      *                THE MARKETING EXTRACT THROUGH THAT DATE.
      *                THE ALL-ZERO KEY (NOT A DIALABLE NUMBER) IS A
      *                CONTROL ENTRY CARRYING THE PARAMETERS AND THE
      *                BUILD DATE, WRITTEN ON EVERY BUILD SO THE FILE
      *                IS NEVER EMPTY.
      *  WRITTEN BY:   D. SALINAS
      *
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  ---------- ----  ----------------------------------------------
      *  2025-06-06  DS   ORIGINAL LAYOUT.
      ******************************************************************
       01  NO-ANSWER-RECORD.
           05  NOA-PHONE-KEY              PIC X(10).
               88  NOA-CONTROL-ENTRY                 VALUE
                                                     "0000000000".
           05  NOA-NUMBER-DATA.
               10  NOA-STREAK-COUNT       PIC 9(03).
               10  NOA-FIRST-DATE         PIC X(08).
               10  NOA-LAST-DATE          PIC X(08).
               10  NOA-COOL-UNTIL         PIC X(08).
           05  NOA-CONTROL-DATA REDEFINES NOA-NUMBER-DATA.
               10  NOA-CTL-THRESHOLD      PIC 9(03).
               10  NOA-CTL-WINDOW-DAYS    PIC 9(03).
               10  NOA-CTL-BUILD-DATE     PIC X(08).
               10  NOA-CTL-NUMBER-COUNT   PIC 9(07).
               10  FILLER                 PIC X(06).
           05  FILLER                     PIC X(03).
