000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    WLSLOAD.
000300 AUTHOR.        D. SALINAS.
000400 INSTALLATION.  CUSTOMER STATEMENTS - DATA CONTROL.
000500 DATE-WRITTEN.  2025-05-02.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900* DATE       INIT  DESCRIPTION
001000*----------  ----  -----------------------------------------------
001100* 2025-05-02  DS   ORIGINAL PROGRAM.  MONTHLY LOAD OF THE INDUSTRY
001200*                  WIRELESS THOUSANDS-BLOCK LIST AND PORTED-TO-
001300*                  WIRELESS LIST INTO THE WIRELESS KSDS (PHONEWLS)
001400*                  THE CONSENT GATES IN PHFMTBAT AND PHRECYC READ.
001500*                  EACH ENTRY IS EDITED - A BLOCK MUST BE SEVEN
001600*                  DIGITS WITH THE LAST THREE KEY POSITIONS BLANK,
001700*                  A PORTED NUMBER TEN DIGITS, AND NEITHER MAY
001800*                  START ITS AREA CODE OR EXCHANGE WITH 0 OR 1 -
001900*                  AND WRITTEN TO A FRESHLY DEFINED CLUSTER.
002000*                  COUNTS BLOCKS, PORTED NUMBERS, DUPLICATES,
002100*                  INVALID ENTRIES AND BAD LIST TYPES FOR THE RUN
002200*                  LOG.  A CLEAN LOAD STAMPS THE WIRELESS SLOT OF
002300*                  THE RUN-CONTROL RECORD (PHONECTL) SO THE NEXT
002400*                  NIGHTLY PHFMTBAT RUN FORCES ITSELF FULL.
002500*-----------------------------------------------------------------
002600*
002700* THE FEED IS THE WHOLE OF BOTH LISTS EVERY MONTH, NOT ADDS AND
002800* DELETES, SO THE JOB DEFINES AN EMPTY .NEW CLUSTER AHEAD OF THIS
002900* STEP AND ONLY SWAPS IT IN FOR THE LIVE FILE WHEN THIS STEP ENDS
003000* RC=0.  A RUN THAT LOADS NOTHING, OR HITS A REAL VSAM I/O ERROR,
003100* ENDS RC=8 AND LEAVES LAST MONTH'S FILE IN PLACE - AN EMPTY OR
003200* HALF-LOADED WIRELESS FILE WOULD QUIETLY TAKE EVERY UNTYPED CELL
003300* PHONE BACK OUT OF THE CONSENT GATE.
003400*
003500* THE STAMP IS WRITTEN BEFORE THE SWAP STEP.  A SWAP THAT THEN
003600* FAILS COSTS ONE UNNECESSARY FULL RUN; THE OTHER ORDER COULD
003700* LEAVE A RELOADED FILE WITH NO STAMP.
003800*-----------------------------------------------------------------
003900 ENVIRONMENT DIVISION.
004000 CONFIGURATION SECTION.
004100 SOURCE-COMPUTER.   IBM-370.
004200 OBJECT-COMPUTER.   IBM-370.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT WLSFEED-FILE   ASSIGN TO WLSFEED
004600                           ORGANIZATION IS SEQUENTIAL.
004700     SELECT WLS-FILE       ASSIGN TO WLSFILE
004800                           ORGANIZATION IS INDEXED
004900                           ACCESS MODE IS RANDOM
005000                           RECORD KEY IS WLS-NUMBER-KEY
005100                           FILE STATUS IS PHB-WLS-STATUS.
005200     SELECT RUNCTL-FILE    ASSIGN TO RUNCTL
005300                           ORGANIZATION IS SEQUENTIAL
005400                           FILE STATUS IS PHB-CTL-STATUS.
005500*
005600 DATA DIVISION.
005700 FILE SECTION.
005800 FD  WLSFEED-FILE
005900     RECORDING MODE IS F.
006000 COPY WLSFEED.
006100*
006200 FD  WLS-FILE.
006300 COPY PHONEWLS.
006400*
006500 FD  RUNCTL-FILE
006600     RECORDING MODE IS F.
006700 COPY PHONECTL.
006800*
006900 WORKING-STORAGE SECTION.
007000 77  PHB-END-OF-FILE-SW         PIC X(01)  VALUE "N".
007100     88  PHB-END-OF-FILE                   VALUE "Y".
007200 77  PHB-WLS-STATUS             PIC X(02)  VALUE SPACES.
007300     88  PHB-WLS-OK                         VALUE "00".
007400     88  PHB-WLS-DUPLICATE                  VALUE "22".
007500 77  PHB-VALID-SW               PIC X(01)  VALUE "N".
007600     88  PHB-ENTRY-VALID                   VALUE "Y".
007700 77  PHB-FEED-COUNT             PIC 9(07)  VALUE ZERO.
007800 77  PHB-BLOCK-COUNT            PIC 9(07)  VALUE ZERO.
007900 77  PHB-PORTED-COUNT           PIC 9(07)  VALUE ZERO.
008000 77  PHB-DUP-COUNT              PIC 9(07)  VALUE ZERO.
008100 77  PHB-INVALID-COUNT          PIC 9(07)  VALUE ZERO.
008200 77  PHB-BAD-TYPE-COUNT         PIC 9(07)  VALUE ZERO.
008300 77  PHB-IO-ERROR-COUNT         PIC 9(07)  VALUE ZERO.
008400 77  PHB-RUN-DATE               PIC X(08)  VALUE SPACES.
008500 77  PHB-CTL-STATUS             PIC X(02)  VALUE SPACES.
008600 77  PHB-STAMP-DATE             PIC X(08)  VALUE SPACES.
008700 77  PHB-STAMP-TIME             PIC X(08)  VALUE SPACES.
008800*
008900 LINKAGE SECTION.
009000*
009100 PROCEDURE DIVISION.
009200*
009300 0000-MAINLINE.
009400     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
009500     PERFORM 2000-PROCESS-ENTRY THRU 2000-PROCESS-ENTRY-EXIT
009600         UNTIL PHB-END-OF-FILE.
009700     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
009800     GOBACK.
009900*
010000******************************************************************
010100* 1000-INITIALIZE
010200*     OPENS THE FEED AND THE EMPTY .NEW CLUSTER DEFINED BY THE
010300* IDCAMS STEP AHEAD OF THIS PROGRAM, CAPTURES THE LOAD DATE AND
010400* PRIMES THE READ LOOP.
010500******************************************************************
010600 1000-INITIALIZE.
010700     OPEN INPUT  WLSFEED-FILE.
010800     OPEN OUTPUT WLS-FILE.
010900     ACCEPT PHB-RUN-DATE FROM DATE YYYYMMDD.
011000     PERFORM 2100-READ-FEED THRU 2100-READ-FEED-EXIT.
011100 1000-INITIALIZE-EXIT.
011200     EXIT.
011300*
011400******************************************************************
011500* 2000-PROCESS-ENTRY
011600*     EDITS ONE FEED ENTRY FOR ITS LIST TYPE AND LOADS IT.  AN
011700* ENTRY THAT FAILS THE EDIT NEVER TOUCHES THE KSDS - A KEY THAT
011800* IS NOT A REAL NANP BLOCK OR NUMBER COULD NEVER MATCH A STORED
011900* NUMBER ANYWAY, AND THE COUNT TELLS DATA CONTROL THE CUT OF THE
012000* INDUSTRY LIST WENT WRONG.
012100******************************************************************
012200 2000-PROCESS-ENTRY.
012300     ADD 1 TO PHB-FEED-COUNT.
012400     MOVE "N" TO PHB-VALID-SW.
012500     EVALUATE TRUE
012600         WHEN WLF-BLOCK
012700             PERFORM 2200-EDIT-BLOCK THRU 2200-EDIT-BLOCK-EXIT
012800         WHEN WLF-PORTED
012900             PERFORM 2300-EDIT-PORTED THRU 2300-EDIT-PORTED-EXIT
013000         WHEN OTHER
013100             ADD 1 TO PHB-BAD-TYPE-COUNT
013200             GO TO 2000-PROCESS-ENTRY-NEXT
013300     END-EVALUATE.
013400     IF NOT PHB-ENTRY-VALID
013500         ADD 1 TO PHB-INVALID-COUNT
013600         GO TO 2000-PROCESS-ENTRY-NEXT.
013700     PERFORM 2400-WRITE-ENTRY THRU 2400-WRITE-ENTRY-EXIT.
013800 2000-PROCESS-ENTRY-NEXT.
013900     PERFORM 2100-READ-FEED THRU 2100-READ-FEED-EXIT.
014000 2000-PROCESS-ENTRY-EXIT.
014100     EXIT.
014200*
014300******************************************************************
014400* 2100-READ-FEED
014500*     READS THE NEXT FEED RECORD AND SETS THE END-OF-FILE SWITCH
014600* WHEN THE FILE IS EXHAUSTED.
014700******************************************************************
014800 2100-READ-FEED.
014900     READ WLSFEED-FILE
015000         AT END
015100             SET PHB-END-OF-FILE TO TRUE
015200     END-READ.
015300 2100-READ-FEED-EXIT.
015400     EXIT.
015500*
015600******************************************************************
015700* 2200-EDIT-BLOCK
015800*     A THOUSANDS-BLOCK ENTRY IS SEVEN DIGITS (NPA, NXX AND THE
015900* BLOCK DIGIT) FOLLOWED BY THREE BLANKS, WITH NEITHER THE AREA
016000* CODE NOR THE EXCHANGE STARTING WITH 0 OR 1.
016100******************************************************************
016200 2200-EDIT-BLOCK.
016300     IF WLF-BLOCK-ID IS NOT NUMERIC
016400        OR WLF-BLOCK-FILL NOT = SPACES
016500         GO TO 2200-EDIT-BLOCK-EXIT.
016600     IF WLF-NUMBER(1:1) < "2" OR WLF-NUMBER(4:1) < "2"
016700         GO TO 2200-EDIT-BLOCK-EXIT.
016800     SET PHB-ENTRY-VALID TO TRUE.
016900 2200-EDIT-BLOCK-EXIT.
017000     EXIT.
017100*
017200******************************************************************
017300* 2300-EDIT-PORTED
017400*     A PORTED ENTRY IS ALL TEN DIGITS OF ONE NUMBER, WITH THE
017500* SAME AREA CODE AND EXCHANGE RULE AS A BLOCK.
017600******************************************************************
017700 2300-EDIT-PORTED.
017800     IF WLF-NUMBER IS NOT NUMERIC
017900         GO TO 2300-EDIT-PORTED-EXIT.
018000     IF WLF-NUMBER(1:1) < "2" OR WLF-NUMBER(4:1) < "2"
018100         GO TO 2300-EDIT-PORTED-EXIT.
018200     SET PHB-ENTRY-VALID TO TRUE.
018300 2300-EDIT-PORTED-EXIT.
018400     EXIT.
018500*
018600******************************************************************
018700* 2400-WRITE-ENTRY
018800*     WRITES ONE WIRELESS RECORD.  A KEY ALREADY LOADED (STATUS
018900* 22) IS THE SAME BLOCK OR NUMBER LISTED TWICE, NOT AN ERROR - IT
019000* IS WIRELESS EITHER WAY.  ANY OTHER NON-ZERO STATUS IS A REAL I/O
019100* ERROR AND IS COUNTED AS SUCH.
019200******************************************************************
019300 2400-WRITE-ENTRY.
019400     MOVE SPACES          TO WIRELESS-RECORD.
019500     MOVE WLF-NUMBER      TO WLS-NUMBER-KEY.
019600     MOVE WLF-LIST-TYPE   TO WLS-LIST-TYPE.
019700     MOVE WLF-CARRIER-OCN TO WLS-CARRIER-OCN.
019800     MOVE PHB-RUN-DATE    TO WLS-LOAD-DATE.
019900     WRITE WIRELESS-RECORD
020000         INVALID KEY
020100             CONTINUE
020200     END-WRITE.
020300     EVALUATE TRUE
020400         WHEN PHB-WLS-OK AND WLF-BLOCK
020500             ADD 1 TO PHB-BLOCK-COUNT
020600         WHEN PHB-WLS-OK
020700             ADD 1 TO PHB-PORTED-COUNT
020800         WHEN PHB-WLS-DUPLICATE
020900             ADD 1 TO PHB-DUP-COUNT
021000         WHEN OTHER
021100             ADD 1 TO PHB-IO-ERROR-COUNT
021200     END-EVALUATE.
021300 2400-WRITE-ENTRY-EXIT.
021400     EXIT.
021500*
021600******************************************************************
021700* 9000-TERMINATE
021800*     CLOSES BOTH FILES AND DISPLAYS THE RUN TOTALS.  THE LOAD IS
021900* REJECTED - RC=8, SO THE JOB'S COND= LOGIC KEEPS LAST MONTH'S
022000* FILE - WHEN ANY REAL I/O ERROR OCCURRED OR WHEN NOT ONE BLOCK
022100* OR NOT ONE PORTED NUMBER LOADED (A FEED MISSING EITHER LIST IS
022200* A BAD CUT, NOT A MONTH WITH NO WIRELESS NUMBERS).  ONLY A CLEAN
022300* LOAD STAMPS THE RUN-CONTROL RECORD.
022400******************************************************************
022500 9000-TERMINATE.
022600     CLOSE WLSFEED-FILE.
022700     CLOSE WLS-FILE.
022800     DISPLAY "WLSLOAD  - FEED ENTRIES READ: " PHB-FEED-COUNT.
022900     DISPLAY "WLSLOAD  - BLOCKS LOADED:     " PHB-BLOCK-COUNT.
023000     DISPLAY "WLSLOAD  - PORTED LOADED:     " PHB-PORTED-COUNT.
023100     DISPLAY "WLSLOAD  - DUPLICATES:        " PHB-DUP-COUNT.
023200     DISPLAY "WLSLOAD  - INVALID ENTRIES:   " PHB-INVALID-COUNT.
023300     DISPLAY "WLSLOAD  - BAD LIST TYPES:    " PHB-BAD-TYPE-COUNT.
023400     DISPLAY "WLSLOAD  - I/O ERRORS:        " PHB-IO-ERROR-COUNT.
023500     IF PHB-IO-ERROR-COUNT > ZERO
023600        OR PHB-BLOCK-COUNT = ZERO
023700        OR PHB-PORTED-COUNT = ZERO
023800         DISPLAY "WLSLOAD  - LOAD REJECTED - WIRELESS FILE NOT "
023900             "REPLACED"
024000         MOVE 8 TO RETURN-CODE
024100         GO TO 9000-TERMINATE-EXIT.
024200     PERFORM 9100-STAMP-RUN-CONTROL
024300         THRU 9100-STAMP-RUN-CONTROL-EXIT.
024400 9000-TERMINATE-EXIT.
024500     EXIT.
024600*
024650******************************************************************
024700* 9100-STAMP-RUN-CONTROL
024750*     READS THE ONE RUN-CONTROL RECORD (AN EMPTY FILE MEANS NO JOB
024800* HAS STAMPED IT YET), REPLACES THE WIRELESS SLOT WITH THE CURRENT
024850* DATE AND TIME AND WRITES THE RECORD BACK.  EVERY OTHER SLOT IS
024900* LEFT AS READ.
024950*     A RUN-CONTROL FILE THAT IS NOT THERE YET (STATUS 35) ALSO
025000* STARTS A FRESH RECORD.  ANY OTHER BAD STATUS ON THE READ OR THE
025050* WRITE IS DISPLAYED AND ENDS THE STEP RC=12 WITHOUT STAMPING -
025100* THE RECORD IS NOT REWRITTEN FROM A PARTIAL READ, SO THE OTHER
025150* JOBS' SLOTS ARE NEVER BLANKED.  FIX RUNCTL AND RERUN THIS JOB -
025200* THE JOB DOES NOT SWAP THE NEW FILE IN ON RC=12.
025250******************************************************************
025300 9100-STAMP-RUN-CONTROL.
025350     MOVE SPACES TO RUN-CONTROL-RECORD.
025400     OPEN INPUT RUNCTL-FILE.
025450     IF PHB-CTL-STATUS = "35"
025500         GO TO 9100-STAMP-RUN-CONTROL-SET.
025550     IF PHB-CTL-STATUS NOT = "00"
025600         DISPLAY "WLSLOAD  - RUN CONTROL OPEN:  " PHB-CTL-STATUS
025650         GO TO 9100-STAMP-RUN-CONTROL-FAIL.
025700     READ RUNCTL-FILE
025750         AT END
025800             MOVE SPACES TO RUN-CONTROL-RECORD
025850     END-READ.
025900     IF PHB-CTL-STATUS NOT = "00"
025950        AND PHB-CTL-STATUS NOT = "10"
026000         DISPLAY "WLSLOAD  - RUN CONTROL READ:  " PHB-CTL-STATUS
026050         CLOSE RUNCTL-FILE
026100         GO TO 9100-STAMP-RUN-CONTROL-FAIL.
026150     CLOSE RUNCTL-FILE.
026200 9100-STAMP-RUN-CONTROL-SET.
026250     ACCEPT PHB-STAMP-DATE FROM DATE YYYYMMDD.
026300     ACCEPT PHB-STAMP-TIME FROM TIME.
026350     MOVE PHB-STAMP-DATE       TO PCT-WLS-DATE.
026400     MOVE PHB-STAMP-TIME(1:6)  TO PCT-WLS-TIME.
026450     OPEN OUTPUT RUNCTL-FILE.
026500     IF PHB-CTL-STATUS NOT = "00"
026550         DISPLAY "WLSLOAD  - RUN CONTROL OPEN:  " PHB-CTL-STATUS
026600         GO TO 9100-STAMP-RUN-CONTROL-FAIL.
026650     WRITE RUN-CONTROL-RECORD.
026700     IF PHB-CTL-STATUS NOT = "00"
026750         DISPLAY "WLSLOAD  - RUN CONTROL WRITE: " PHB-CTL-STATUS
026800         CLOSE RUNCTL-FILE
026850         GO TO 9100-STAMP-RUN-CONTROL-FAIL.
026900     CLOSE RUNCTL-FILE.
026950     DISPLAY "WLSLOAD  - RUN CONTROL STAMP: " PCT-WLS-STAMP.
027000     GO TO 9100-STAMP-RUN-CONTROL-EXIT.
027050 9100-STAMP-RUN-CONTROL-FAIL.
027100     DISPLAY "WLSLOAD  - *** RUN CONTROL NOT STAMPED - "
027150         "FIX RUNCTL AND RERUN THIS JOB".
027200     MOVE 12 TO RETURN-CODE.
027250 9100-STAMP-RUN-CONTROL-EXIT.
027300     EXIT.
027400*
027500 END PROGRAM WLSLOAD.
