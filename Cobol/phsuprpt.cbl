001600*                  COMPLIANCE ANSWER TO "PROVE CUSTOMER X WAS
001700*                  WITHHELD FROM THE CAMPAIGN" - THE DETAIL
001800*                  FILE, NOT A COUNTER ON THE RUN LOG.
001810* 2025-06-13  DS   OPTIONAL PARM 'YYYYMMDDYYYYMMDD' LIMITS THE
001820*                  REPORT TO THAT RANGE OF RUN DATES AND SHOWS IT
001830*                  IN THE HEADING, SO THE REPORT CAN BE RUN OVER A
001840*                  DATE RANGE UNLOADED FROM THE COMPLIANCE ARCHIVE
001850*                  (PHARQJOB).  NO PARM PRINTS THE WHOLE FILE AS
001860*                  BEFORE; A PARM THAT IS NOT TWO VALID DATES IN
001870*                  ORDER ENDS THE STEP RC=8 WITH NOTHING PRINTED.
001900*-----------------------------------------------------------------
002000 ENVIRONMENT DIVISION.
002100 CONFIGURATION SECTION.
004200 77  PHB-END-OF-FILE-SW         PIC X(01)  VALUE "N".
004300     88  PHB-END-OF-FILE                   VALUE "Y".
004400 77  PHB-GRAND-TOTAL            PIC 9(07)  VALUE ZERO.
004410 77  PHB-PARM-ERROR-SW          PIC X(01)  VALUE "N".
004420     88  PHB-PARM-ERROR                    VALUE "Y".
004430 77  PHB-RANGE-SW               PIC X(01)  VALUE "N".
004440     88  PHB-RANGE-GIVEN                   VALUE "Y".
004500 01  PHB-PRINT-LINE             PIC X(132) VALUE SPACES.
004510 01  PHB-DATE-RANGE.
004520     05  PHB-FROM-DATE          PIC X(08)  VALUE "00000000".
004530     05  PHB-THRU-DATE          PIC X(08)  VALUE "99999999".
004600*
004700 LINKAGE SECTION.
004710 01  PHB-PARM.
004720     05  PHB-PARM-LENGTH        PIC S9(04) COMP.
004730     05  PHB-PARM-DATA          PIC X(16).
004800*
004900 PROCEDURE DIVISION USING PHB-PARM.
005000*
005100 0000-MAINLINE.
005200     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
005210     IF PHB-PARM-ERROR
005220         MOVE 8 TO RETURN-CODE
005230         GOBACK
005240     END-IF.
005300     PERFORM 2000-PROCESS-RECORD THRU 2000-PROCESS-RECORD-EXIT
005400         UNTIL PHB-END-OF-FILE.
005500     PERFORM 4000-PRINT-GRAND-TOTAL
006000******************************************************************
006100* 1000-INITIALIZE
006200*     OPENS THE SUPPRESSION DETAIL FILE AND THE REPORT FILE,
006300* PRINTS THE REPORT HEADING, AND PRIMES THE READ LOOP.  THE PARM
006310* IS EDITED FIRST - A BAD PARM OPENS NOTHING.
006400******************************************************************
006500 1000-INITIALIZE.
006510     PERFORM 1050-EDIT-PARM THRU 1050-EDIT-PARM-EXIT.
006520     IF PHB-PARM-ERROR
006530         GO TO 1000-INITIALIZE-EXIT.
006600     OPEN INPUT  PHONESUP-FILE.
006700     OPEN OUTPUT PHONERPT-FILE.
006800     PERFORM 1100-PRINT-REPORT-HEADING
007100         THRU 2100-READ-SUPPRESSION-EXIT.
007200 1000-INITIALIZE-EXIT.
007300     EXIT.
007304*
007308******************************************************************
007312* 1050-EDIT-PARM
007316*     NO PARM SELECTS EVERY RUN DATE.  OTHERWISE THE PARM MUST BE
007320* TWO EIGHT-DIGIT DATES, THE FIRST NOT AFTER THE SECOND - THE RUN
007324* DATES FROM AND THROUGH WHICH TO PRINT.
007328******************************************************************
007332 1050-EDIT-PARM.
007336     IF PHB-PARM-LENGTH = ZERO
007340         GO TO 1050-EDIT-PARM-EXIT.
007344     IF PHB-PARM-LENGTH NOT = 16
007348        OR PHB-PARM-DATA IS NOT NUMERIC
007352        OR PHB-PARM-DATA(1:8) > PHB-PARM-DATA(9:8)
007356         DISPLAY "PHSUPRPT - INVALID PARM:     " PHB-PARM-DATA
007360         SET PHB-PARM-ERROR TO TRUE
007364         GO TO 1050-EDIT-PARM-EXIT.
007368     MOVE PHB-PARM-DATA TO PHB-DATE-RANGE.
007372     SET PHB-RANGE-GIVEN TO TRUE.
007376 1050-EDIT-PARM-EXIT.
007380     EXIT.
007400*
007500******************************************************************
007600* 1100-PRINT-REPORT-HEADING
008100     MOVE "PHSUPRPT - DO-NOT-CALL SUPPRESSION DETAIL REPORT"
008200         TO PHB-PRINT-LINE.
008300     WRITE PRINT-RECORD FROM PHB-PRINT-LINE.
008310     IF PHB-RANGE-GIVEN
008320         MOVE SPACES TO PHB-PRINT-LINE
008330         STRING "RUN DATES " PHB-FROM-DATE " THROUGH "
008340                 PHB-THRU-DATE
008350             DELIMITED BY SIZE INTO PHB-PRINT-LINE
008360         WRITE PRINT-RECORD FROM PHB-PRINT-LINE
008370     END-IF.
008400     MOVE SPACES TO PHB-PRINT-LINE.
008500     MOVE "CUST ID     DNC KEY MATCHED    RUN DATE"
008600         TO PHB-PRINT-LINE.
009400* AND READS THE NEXT ONE.
009500******************************************************************
009600 2000-PROCESS-RECORD.
009610     IF PSU-RUN-DATE < PHB-FROM-DATE
009620        OR PSU-RUN-DATE > PHB-THRU-DATE
009630         GO TO 2000-PROCESS-RECORD-NEXT.
009700     MOVE SPACES TO PHB-PRINT-LINE.
009800     STRING PSU-CUST-ID "   " PSU-DNC-KEY "    " PSU-RUN-DATE
009900         DELIMITED BY SIZE INTO PHB-PRINT-LINE.
010000     WRITE PRINT-RECORD FROM PHB-PRINT-LINE.
010100     ADD 1 TO PHB-GRAND-TOTAL.
010110 2000-PROCESS-RECORD-NEXT.
010200     PERFORM 2100-READ-SUPPRESSION
010300         THRU 2100-READ-SUPPRESSION-EXIT.
010400 2000-PROCESS-RECORD-EXIT.
