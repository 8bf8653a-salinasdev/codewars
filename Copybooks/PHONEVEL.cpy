      ******************************************************************
      *  COPYBOOK:    PHONEVEL
      *  DESCRIPTION:  PHONE-CHANGE VELOCITY FLAG RECORD LAYOUT.  ONE
      *                RECORD IS WRITTEN BY PHVELBAT FOR EVERY
      *                CUSTOMER WHOSE NUMBER CHANGED TOO OFTEN INSIDE
      *                THE ROLLING WINDOW ("V"), AND FOR EVERY CHANGE
      *                THAT GAVE A CUSTOMER A NUMBER ANOTHER CUST-ID
      *                ALREADY CARRIES ("S").  PVL-RANK-COUNT IS THE
      *                RANKING FIELD - THE PEAK NUMBER OF CHANGES IN
      *                ONE WINDOW FOR A "V" FLAG, THE NUMBER OF OTHER
      *                CUSTOMERS CARRYING THE NUMBER FOR AN "S" FLAG.
      *                THE PHVELJOB SORT RANKS ON IT FOR PHVELRPT,
      *                AND THE FILE IS KEPT AS THE FLAG FILE FOR THE
      *                FRAUD REVIEW QUEUE.
      *  WRITTEN BY:   D. SALINAS
      *
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  ---------- ----  ----------------------------------------------
      *  2025-05-09  DS   ORIGINAL LAYOUT.
      ******************************************************************
       01  PHONE-VELOCITY-RECORD.
           05  PVL-FLAG-TYPE              PIC X(01).
               88  PVL-VELOCITY                      VALUE "V".
               88  PVL-SHARED-NUMBER                 VALUE "S".
           05  PVL-CUST-ID                PIC X(08).
           05  PVL-RANK-COUNT             PIC 9(05).
      *-----------------------------------------------------------------
      * "V" FLAGS - THE BUSIEST WINDOW (FIRST AND LAST CHANGE DATE),
      * THE CUSTOMER'S CHANGES IN THE REVIEW PERIOD, AND THE PARAMETERS
      * THE FLAG WAS RAISED UNDER.  ZERO/BLANK ON AN "S" FLAG.
      *-----------------------------------------------------------------
           05  PVL-WINDOW-FROM            PIC X(08).
           05  PVL-WINDOW-TO              PIC X(08).
           05  PVL-REVIEW-CHANGES         PIC 9(05).
           05  PVL-THRESHOLD              PIC 9(03).
           05  PVL-WINDOW-DAYS            PIC 9(03).
      *-----------------------------------------------------------------
      * "S" FLAGS - THE CHANGE THAT SET THE NUMBER, AND THE FIRST OTHER
      * CUSTOMER (AND PHONE TYPE, BLANK = MASTER) CARRYING IT.
      * ZERO/BLANK ON A "V" FLAG.
      *-----------------------------------------------------------------
           05  PVL-NEW-DIGITS             PIC 9(10).
           05  PVL-NEW-COUNTRY-CODE       PIC X(03).
           05  PVL-PHONE-TYPE             PIC X(01).
           05  PVL-CHANGE-DATE            PIC X(08).
           05  PVL-OPERATOR-ID            PIC X(08).
           05  PVL-OTHER-CUST-ID          PIC X(08).
           05  PVL-OTHER-TYPE             PIC X(01).
           05  PVL-RUN-DATE               PIC X(08).
           05  FILLER                     PIC X(12).
