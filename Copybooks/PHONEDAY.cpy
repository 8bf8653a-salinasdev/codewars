      ******************************************************************
      *  COPYBOOK:    PHONEDAY
      *  DESCRIPTION:  SHARED LINKAGE LAYOUT FOR THE PHDAYNUM DATE
      *                ROUTINE.  THE CALLER PASSES A YYYYMMDD DATE AND
      *                GETS BACK A DAY NUMBER - A COUNT OF DAYS FROM A
      *                FIXED ORIGIN - SO THE DISTANCE BETWEEN TWO DATES
      *                IS ONE SUBTRACTION, AND A DATE N DAYS BACK IS
      *                ONE SUBTRACTION AND ONE CALL.  PDY-FUNCTION "D"
      *                TURNS A DATE INTO A DAY NUMBER, "N" TURNS A DAY
      *                NUMBER BACK INTO A DATE.  COPY THIS RATHER THAN
      *                RETYPING THE PIC CLAUSES IN EACH CALLER.
      *  WRITTEN BY:   D. SALINAS
      *
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  ---------- ----  ----------------------------------------------
      *  2025-05-09  DS   ORIGINAL LAYOUT.
      ******************************************************************
       01  PHONE-DAY-AREA.
           05  PDY-FUNCTION               PIC X(01).
               88  PDY-DATE-TO-DAYS                  VALUE "D".
               88  PDY-DAYS-TO-DATE                  VALUE "N".
           05  PDY-DATE                   PIC X(08).
           05  PDY-DAY-NUMBER             PIC 9(07).
           05  PDY-RTN-CODE               PIC 9(02).
               88  PDY-VALID                         VALUE 00.
               88  PDY-BAD-DATE                      VALUE 10.
               88  PDY-BAD-FUNCTION                  VALUE 20.
