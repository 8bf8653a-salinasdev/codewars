002000*                  FILE - A REVOCATION HAS TO STICK EITHER WAY.
002100*                  COUNTS EVERY OUTCOME FOR THE RUN LOG AND
002200*                  SETS RC=8 ON ANY REAL VSAM I/O ERROR.
002210* 2025-04-25  DS   STAMPS THE CONSENT SLOT OF THE RUN-CONTROL
002220*                  RECORD (PHONECTL) WHENEVER A RUN WRITES OR
002230*                  REWRITES A CONSENT RECORD, SO THE NEXT NIGHTLY
002240*                  PHFMTBAT RUN FORCES ITSELF FULL - NO MORE
002250*                  REMEMBERING TO SUBMIT IT WITH RUNMODE=FULL.
002300*-----------------------------------------------------------------
002400*
002500* CARRIED DELTA LINES BYPASS THE CONSENT CHECK, SO A FRESH
002600* REVOCATION ONLY COMES OFF THE MARKETING EXTRACT ON A FULL RUN.
002700* THE RUN-CONTROL STAMP MAKES THE NEXT PHFMTBAT RUN FULL ITSELF.
002800*-----------------------------------------------------------------
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003900                           ACCESS MODE IS RANDOM
004000                           RECORD KEY IS CNS-CUST-ID
004100                           FILE STATUS IS PHB-CNS-STATUS.
004110     SELECT RUNCTL-FILE    ASSIGN TO RUNCTL
004120                           ORGANIZATION IS SEQUENTIAL
004130                           FILE STATUS IS PHB-CTL-STATUS.
004200*
004300 DATA DIVISION.
004400 FILE SECTION.
004800*
004900 FD  CNS-FILE.
005000 COPY PHONECNS.
005010*
005020 FD  RUNCTL-FILE
005030     RECORDING MODE IS F.
005040 COPY PHONECTL.
005100*
005200 WORKING-STORAGE SECTION.
005300 77  PHB-END-OF-FILE-SW         PIC X(01)  VALUE "N".
006300 77  PHB-REVOKE-NEW-COUNT       PIC 9(07)  VALUE ZERO.
006400 77  PHB-BAD-ACTION-COUNT       PIC 9(07)  VALUE ZERO.
006500 77  PHB-IO-ERROR-COUNT         PIC 9(07)  VALUE ZERO.
006510 77  PHB-CTL-STATUS             PIC X(02)  VALUE SPACES.
006520 77  PHB-STAMP-DATE             PIC X(08)  VALUE SPACES.
006530 77  PHB-STAMP-TIME             PIC X(08)  VALUE SPACES.
006600*
006700 LINKAGE SECTION.
006800*
021500*     CLOSES BOTH FILES AND DISPLAYS THE RUN TOTALS.  A NONZERO
021600* RETURN CODE IS SET WHEN ANY REAL I/O ERRORS OCCURRED SO THE
021700* JOB'S COND= LOGIC CAN HOLD THE FEED FOR A RERUN.
021710* THE RUN-CONTROL RECORD IS STAMPED ONLY WHEN THE KSDS ACTUALLY
021720* CHANGED.
021800******************************************************************
021900 9000-TERMINATE.
022000     CLOSE CNSFEED-FILE.
023100     IF PHB-IO-ERROR-COUNT > ZERO
023200         MOVE 8 TO RETURN-CODE
023300     END-IF.
023310     IF PHB-GRANT-COUNT + PHB-REGRANT-COUNT + PHB-REVOKE-COUNT
023320        + PHB-REVOKE-NEW-COUNT > ZERO
023330         PERFORM 9100-STAMP-RUN-CONTROL
023340             THRU 9100-STAMP-RUN-CONTROL-EXIT
023350     END-IF.
023400 9000-TERMINATE-EXIT.
023500     EXIT.
023600*
023601******************************************************************
023602* 9100-STAMP-RUN-CONTROL
023603*     READS THE ONE RUN-CONTROL RECORD (AN EMPTY FILE MEANS NO JOB
023604* HAS STAMPED IT YET), REPLACES THE CONSENT SLOT WITH THE CURRENT
023605* DATE AND TIME AND WRITES THE RECORD BACK.  EVERY OTHER SLOT IS
023606* LEFT AS READ.
023607*     A RUN-CONTROL FILE THAT IS NOT THERE YET (STATUS 35) ALSO
023608* STARTS A FRESH RECORD.  ANY OTHER BAD STATUS ON THE READ OR THE
023609* WRITE IS DISPLAYED AND ENDS THE STEP RC=12 WITHOUT STAMPING -
023610* THE RECORD IS NOT REWRITTEN FROM A PARTIAL READ, SO THE OTHER
023611* JOBS' SLOTS ARE NEVER BLANKED.  SET RUNMODE=FULL IN
023612* PHFMTP01-PHFMTP04 FOR THE NEXT NIGHTLY RUN.
023613******************************************************************
023614 9100-STAMP-RUN-CONTROL.
023615     MOVE SPACES TO RUN-CONTROL-RECORD.
023616     OPEN INPUT RUNCTL-FILE.
023617     IF PHB-CTL-STATUS = "35"
023618         GO TO 9100-STAMP-RUN-CONTROL-SET.
023619     IF PHB-CTL-STATUS NOT = "00"
023620         DISPLAY "CNSLOAD  - RUN CONTROL OPEN:  " PHB-CTL-STATUS
023621         GO TO 9100-STAMP-RUN-CONTROL-FAIL.
023622     READ RUNCTL-FILE
023623         AT END
023624             MOVE SPACES TO RUN-CONTROL-RECORD
023625     END-READ.
023626     IF PHB-CTL-STATUS NOT = "00"
023627        AND PHB-CTL-STATUS NOT = "10"
023628         DISPLAY "CNSLOAD  - RUN CONTROL READ:  " PHB-CTL-STATUS
023629         CLOSE RUNCTL-FILE
023630         GO TO 9100-STAMP-RUN-CONTROL-FAIL.
023631     CLOSE RUNCTL-FILE.
023632 9100-STAMP-RUN-CONTROL-SET.
023633     ACCEPT PHB-STAMP-DATE FROM DATE YYYYMMDD.
023634     ACCEPT PHB-STAMP-TIME FROM TIME.
023635     MOVE PHB-STAMP-DATE       TO PCT-CNS-DATE.
023636     MOVE PHB-STAMP-TIME(1:6)  TO PCT-CNS-TIME.
023637     OPEN OUTPUT RUNCTL-FILE.
023638     IF PHB-CTL-STATUS NOT = "00"
023639         DISPLAY "CNSLOAD  - RUN CONTROL OPEN:  " PHB-CTL-STATUS
023640         GO TO 9100-STAMP-RUN-CONTROL-FAIL.
023641     WRITE RUN-CONTROL-RECORD.
023642     IF PHB-CTL-STATUS NOT = "00"
023643         DISPLAY "CNSLOAD  - RUN CONTROL WRITE: " PHB-CTL-STATUS
023644         CLOSE RUNCTL-FILE
023645         GO TO 9100-STAMP-RUN-CONTROL-FAIL.
023646     CLOSE RUNCTL-FILE.
023647     DISPLAY "CNSLOAD  - RUN CONTROL STAMP: " PCT-CNS-STAMP.
023648     GO TO 9100-STAMP-RUN-CONTROL-EXIT.
023649 9100-STAMP-RUN-CONTROL-FAIL.
023650     DISPLAY "CNSLOAD  - *** RUN CONTROL NOT STAMPED - "
023651         "SET RUNMODE=FULL IN PHFMTP01-PHFMTP04 "
023652         "FOR THE NEXT NIGHTLY RUN".
023653     MOVE 12 TO RETURN-CODE.
023654 9100-STAMP-RUN-CONTROL-EXIT.
023655     EXIT.
023684*
023700 END PROGRAM CNSLOAD.
