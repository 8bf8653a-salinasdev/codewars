      ******************************************************************
      *  COPYBOOK:    PHONEDSH
      *  DESCRIPTION:  DIALER DISPOSITION HISTORY RECORD LAYOUT.
      *                PHDSPBAT APPENDS ONE RECORD FOR EVERY DIALDISP
      *                RECORD THE VENDOR RETURNS - EVERY DISPOSITION
      *                CODE, NOT JUST THE ACTIONABLE ONES - TAGGED
      *                WITH THE STATE AND TIME-ZONE CODE THE MATCHING
      *                PHONEMKT LINE CARRIED AND THE DATE THE RECORD
      *                WAS LOADED.  THE FILE ACCUMULATES ACROSS RUNS
      *                THE WAY PHONERHS DOES.  PHDSHRPT REPORTS THE
      *                CONTACT AND NO-ANSWER RATES FROM IT BY MONTH,
      *                STATE AND TIME ZONE, AND PHNOABAT BUILDS THE
      *                NO-ANSWER COOL-OFF FILE (PHONENOA) FROM IT.
      *                A DISPOSITION WITH NO MATCHING MARKETING LINE
      *                CARRIES BLANK STATE/ZONE AND THE FLAG BYTE SET.
      *  WRITTEN BY:   D. SALINAS
      *
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  ---------- ----  ----------------------------------------------
      *  2025-06-06  DS   ORIGINAL LAYOUT.
      ******************************************************************
       01  DISP-HISTORY-RECORD.
           05  DSH-CUST-ID                PIC X(08).
           05  DSH-PHONE-DIGITS           PIC 9(10).
           05  DSH-DISPOSITION            PIC X(01).
               88  DSH-CALLED                        VALUE "C".
               88  DSH-NO-ANSWER                     VALUE "N".
               88  DSH-WRONG-NUMBER                  VALUE "W".
               88  DSH-DISCONNECTED                  VALUE "D".
               88  DSH-DNC-REQUEST                   VALUE "R".
           05  DSH-CALL-DATE              PIC X(08).
           05  DSH-STATE                  PIC X(02).
           05  DSH-TIME-ZONE              PIC X(03).
           05  DSH-TZ-FLAG                PIC X(01).
               88  DSH-TZ-UNKNOWN                    VALUE "U".
           05  DSH-LOAD-DATE              PIC X(08).
           05  FILLER                     PIC X(19).
