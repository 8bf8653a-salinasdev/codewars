002000*                  CHANGE TO CUSTOMER X BETWEEN MARCH AND JUNE
002100*                  AND WHO KEYED IT" INTO A JOB SUBMISSION
002200*                  INSTEAD OF A HAND-DUMP OF THE FLAT FILE.
002210* 2025-05-23  DS   THE DETAIL LINE NOW ALSO SHOWS THE SUPERVISOR
002220*                  WHO APPROVED THE CHANGE (PAU-APPROVER-ID).
002300*-----------------------------------------------------------------
002400*
002500* PARAMETER CARD (AUDPARMS, ONE 80-BYTE RECORD):
019700     MOVE SPACES TO PHB-PRINT-LINE.
019800     STRING "CUST ID   DATE      TIME      OPERATOR  "
019900             "OLD NUMBER/CC/EXT        NEW NUMBER/CC/EXT"
019910             "    APPROVER"
020000         DELIMITED BY SIZE INTO PHB-PRINT-LINE.
020100     WRITE PRINT-RECORD FROM PHB-PRINT-LINE.
020200 1200-PRINT-REPORT-HEADING-EXIT.
025700             PAU-OLD-DIGITS " " PAU-OLD-COUNTRY-CODE " "
025800             PAU-OLD-EXTENSION "  "
025900             PAU-NEW-DIGITS " " PAU-NEW-COUNTRY-CODE " "
025910             PAU-NEW-EXTENSION "  " PAU-APPROVER-ID
026100         DELIMITED BY SIZE INTO PHB-PRINT-LINE.
026200     WRITE PRINT-RECORD FROM PHB-PRINT-LINE.
026300 2200-PRINT-DETAIL-EXIT.
