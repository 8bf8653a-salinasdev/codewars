002000*                  DELETED, DUPLICATE, NOT-FOUND, UNFORMATTABLE
002100*                  AND BAD-ACTION ENTRIES AND DISPLAYS THE
002200*                  TOTALS FOR THE RUN LOG.
002210* 2025-04-25  DS   STAMPS THE DNC SLOT OF THE RUN-CONTROL RECORD
002220*                  (PHONECTL) WHENEVER A RUN INSERTS OR DELETES
002230*                  ANYTHING, SO THE NEXT NIGHTLY PHFMTBAT RUN
002240*                  FORCES ITSELF FULL INSTEAD OF CARRYING LINES
002250*                  THAT WERE DNC-CHECKED AGAINST THE OLD FILE.
002300*-----------------------------------------------------------------
002400*
002500* THE REGISTRY ONLY COVERS DOMESTIC NANP NUMBERS, SO EVERY FEED
004000                           ACCESS MODE IS RANDOM
004100                           RECORD KEY IS DNC-PHONE-KEY
004200                           FILE STATUS IS PHB-DNC-STATUS.
004210     SELECT RUNCTL-FILE    ASSIGN TO RUNCTL
004220                           ORGANIZATION IS SEQUENTIAL
004230                           FILE STATUS IS PHB-CTL-STATUS.
004300*
004400 DATA DIVISION.
004500 FILE SECTION.
004900*
005000 FD  DNC-FILE.
005100 COPY PHONEDNC.
005110*
005120 FD  RUNCTL-FILE
005130     RECORDING MODE IS F.
005140 COPY PHONECTL.
005200*
005300 WORKING-STORAGE SECTION.
005400 77  PHB-END-OF-FILE-SW         PIC X(01)  VALUE "N".
006500 77  PHB-UNFMT-COUNT            PIC 9(07)  VALUE ZERO.
006600 77  PHB-BAD-ACTION-COUNT       PIC 9(07)  VALUE ZERO.
006700 77  PHB-IO-ERROR-COUNT         PIC 9(07)  VALUE ZERO.
006710 77  PHB-CTL-STATUS             PIC X(02)  VALUE SPACES.
006720 77  PHB-STAMP-DATE             PIC X(08)  VALUE SPACES.
006730 77  PHB-STAMP-TIME             PIC X(08)  VALUE SPACES.
006800*-----------------------------------------------------------------
006900* SHARED CALL INTERFACE TO CreatePhoneNumber - SEE PHONEREC.
007000*-----------------------------------------------------------------
019800*     CLOSES BOTH FILES AND DISPLAYS THE RUN TOTALS.  A NONZERO
019900* RETURN CODE IS SET WHEN ANY REAL I/O ERRORS OCCURRED SO THE
020000* JOB'S COND= LOGIC CAN HOLD THE REGISTRY TAPE FOR A RERUN.
020010* THE RUN-CONTROL RECORD IS STAMPED ONLY WHEN THE KSDS ACTUALLY
020020* CHANGED - A FEED OF NOTHING BUT DUPLICATES LEAVES TONIGHT'S
020030* DELTA RUN ALONE.
020100******************************************************************
020200 9000-TERMINATE.
020300     CLOSE DNCFEED-FILE.
021300     IF PHB-IO-ERROR-COUNT > ZERO
021400         MOVE 8 TO RETURN-CODE
021500     END-IF.
021510     IF PHB-INSERT-COUNT + PHB-DELETE-COUNT > ZERO
021520         PERFORM 9100-STAMP-RUN-CONTROL
021530             THRU 9100-STAMP-RUN-CONTROL-EXIT
021540     END-IF.
021600 9000-TERMINATE-EXIT.
021700     EXIT.
021800*
021801******************************************************************
021802* 9100-STAMP-RUN-CONTROL
021803*     READS THE ONE RUN-CONTROL RECORD (AN EMPTY FILE MEANS NO JOB
021804* HAS STAMPED IT YET), REPLACES THE DNC SLOT WITH THE CURRENT DATE
021805* AND TIME AND WRITES THE RECORD BACK.  EVERY OTHER SLOT IS LEFT
021806* AS READ.
021807*     A RUN-CONTROL FILE THAT IS NOT THERE YET (STATUS 35) ALSO
021808* STARTS A FRESH RECORD.  ANY OTHER BAD STATUS ON THE READ OR THE
021809* WRITE IS DISPLAYED AND ENDS THE STEP RC=12 WITHOUT STAMPING -
021810* THE RECORD IS NOT REWRITTEN FROM A PARTIAL READ, SO THE OTHER
021811* JOBS' SLOTS ARE NEVER BLANKED.  SET RUNMODE=FULL IN
021812* PHFMTP01-PHFMTP04 FOR THE NEXT NIGHTLY RUN.
021813******************************************************************
021814 9100-STAMP-RUN-CONTROL.
021815     MOVE SPACES TO RUN-CONTROL-RECORD.
021816     OPEN INPUT RUNCTL-FILE.
021817     IF PHB-CTL-STATUS = "35"
021818         GO TO 9100-STAMP-RUN-CONTROL-SET.
021819     IF PHB-CTL-STATUS NOT = "00"
021820         DISPLAY "DNCLOAD  - RUN CONTROL OPEN:  " PHB-CTL-STATUS
021821         GO TO 9100-STAMP-RUN-CONTROL-FAIL.
021822     READ RUNCTL-FILE
021823         AT END
021824             MOVE SPACES TO RUN-CONTROL-RECORD
021825     END-READ.
021826     IF PHB-CTL-STATUS NOT = "00"
021827        AND PHB-CTL-STATUS NOT = "10"
021828         DISPLAY "DNCLOAD  - RUN CONTROL READ:  " PHB-CTL-STATUS
021829         CLOSE RUNCTL-FILE
021830         GO TO 9100-STAMP-RUN-CONTROL-FAIL.
021831     CLOSE RUNCTL-FILE.
021832 9100-STAMP-RUN-CONTROL-SET.
021833     ACCEPT PHB-STAMP-DATE FROM DATE YYYYMMDD.
021834     ACCEPT PHB-STAMP-TIME FROM TIME.
021835     MOVE PHB-STAMP-DATE       TO PCT-DNC-DATE.
021836     MOVE PHB-STAMP-TIME(1:6)  TO PCT-DNC-TIME.
021837     OPEN OUTPUT RUNCTL-FILE.
021838     IF PHB-CTL-STATUS NOT = "00"
021839         DISPLAY "DNCLOAD  - RUN CONTROL OPEN:  " PHB-CTL-STATUS
021840         GO TO 9100-STAMP-RUN-CONTROL-FAIL.
021841     WRITE RUN-CONTROL-RECORD.
021842     IF PHB-CTL-STATUS NOT = "00"
021843         DISPLAY "DNCLOAD  - RUN CONTROL WRITE: " PHB-CTL-STATUS
021844         CLOSE RUNCTL-FILE
021845         GO TO 9100-STAMP-RUN-CONTROL-FAIL.
021846     CLOSE RUNCTL-FILE.
021847     DISPLAY "DNCLOAD  - RUN CONTROL STAMP: " PCT-DNC-STAMP.
021848     GO TO 9100-STAMP-RUN-CONTROL-EXIT.
021849 9100-STAMP-RUN-CONTROL-FAIL.
021850     DISPLAY "DNCLOAD  - *** RUN CONTROL NOT STAMPED - "
021851         "SET RUNMODE=FULL IN PHFMTP01-PHFMTP04 "
021852         "FOR THE NEXT NIGHTLY RUN".
021853     MOVE 12 TO RETURN-CODE.
021854 9100-STAMP-RUN-CONTROL-EXIT.
021855     EXIT.
021884*
021900 END PROGRAM DNCLOAD.
