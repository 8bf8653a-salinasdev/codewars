002300*                  WITHOUT WAITING FOR THE FEDERAL REGISTRY TO
002400*                  CATCH UP.  EVERY DISPOSITION TYPE IS COUNTED
002500*                  FOR THE RUN LOG.
002508* 2025-06-06  DS   EVERY DISPOSITION RECORD, WHATEVER ITS CODE, IS
002516*                  NOW ALSO APPENDED TO THE DISPOSITION HISTORY
002524*                  FILE (PHONEDSH) STAMPED WITH THE STATE AND
002532*                  TIME-ZONE CODE OF THE PHONEMKT LINE IT ANSWERS
002540*                  AND THE LOAD DATE.  THE FEED AND THE
002548*                  MARKETING EXTRACT ARE BOTH PRESORTED BY
002552*                  CUST-ID AND NUMBER AND MATCHED HERE; A
002556*                  DISPOSITION WITH NO MATCHING LINE IS KEPT
002564*                  WITH THE FLAG BYTE SET AND COUNTED.
002572*                  THE HISTORY FEEDS THE MONTHLY CONTACT-RATE
002580*                  REPORT (PHDSHRPT) AND THE NO-ANSWER COOL-OFF
002588*                  FILE (PHNOABAT).
002600*-----------------------------------------------------------------
002700*
002800* THE DISPOSITION FEED DOES NOT SAY WHICH OF THE CUSTOMER'S
003100* EXCEPTION ENTRIES CARRY A BLANK PHONE-TYPE CODE AND THE RAW
003200* DIGITS AS DIALED.  DATA CONTROL DETERMINES WHICH STORED NUMBER
003300* CARRIES THOSE DIGITS BEFORE KEYING A CORRECTION.
003310*
003320* THE MARKETING LINE IS FOUND BY CUST-ID AND THE DASHED NUMBER
003330* (AAA-EEE-NNNN) THAT OPENS PHM-FORMATTED-PHONE ON EVERY DOMESTIC
003340* LINE.  THE DIALER ONLY RETURNS TEN-DIGIT NANP NUMBERS, SO AN
003350* INTERNATIONAL LINE NEVER MATCHES AND NEVER NEEDS TO.
003400*-----------------------------------------------------------------
003500 ENVIRONMENT DIVISION.
003600 CONFIGURATION SECTION.
004000 FILE-CONTROL.
004100     SELECT DISPFEED-FILE  ASSIGN TO DISPFEED
004200                           ORGANIZATION IS SEQUENTIAL.
004210     SELECT MKTFILE-FILE   ASSIGN TO MKTFILE
004220                           ORGANIZATION IS SEQUENTIAL.
004300     SELECT PHONEEXC-FILE  ASSIGN TO PHONEEXC
004400                           ORGANIZATION IS SEQUENTIAL.
004500     SELECT DNCOUT-FILE    ASSIGN TO DNCOUT
004510                           ORGANIZATION IS SEQUENTIAL.
004520     SELECT DSPHIST-FILE   ASSIGN TO DSPHIST
004600                           ORGANIZATION IS SEQUENTIAL.
004700*
004800 DATA DIVISION.
005000 FD  DISPFEED-FILE
005100     RECORDING MODE IS F.
005200 COPY DIALDISP.
005208*
005216 FD  MKTFILE-FILE
005224     RECORDING MODE IS F.
005232 01  PHONE-MARKETING-RECORD.
005240     05  PHM-CUST-ID            PIC X(08).
005248     05  PHM-CUST-NAME          PIC X(30).
005256     05  PHM-FORMATTED-PHONE    PIC X(30).
005264     05  PHM-STATE              PIC X(02).
005272     05  PHM-TIME-ZONE          PIC X(03).
005280     05  PHM-TZ-FLAG            PIC X(01).
005288         88  PHM-TZ-UNKNOWN                VALUE "U".
005300*
005400 FD  PHONEEXC-FILE
005500     RECORDING MODE IS F.
005900     RECORDING MODE IS F.
006000 COPY DNCFEED.
006100*
006110 FD  DSPHIST-FILE
006120     RECORDING MODE IS F.
006130 COPY PHONEDSH.
006140*
006200 WORKING-STORAGE SECTION.
006300 77  PHB-END-OF-FILE-SW         PIC X(01)  VALUE "N".
006400     88  PHB-END-OF-FILE                   VALUE "Y".
006410 77  PHB-MKT-EOF-SW             PIC X(01)  VALUE "N".
006420     88  PHB-MKT-EOF                       VALUE "Y".
006430 77  PHB-RUN-DATE               PIC X(08)  VALUE SPACES.
006500 77  PHB-DISP-COUNT             PIC 9(07)  VALUE ZERO.
006600 77  PHB-CALLED-COUNT           PIC 9(07)  VALUE ZERO.
006700 77  PHB-NO-ANSWER-COUNT        PIC 9(07)  VALUE ZERO.
006900 77  PHB-DISCONN-COUNT          PIC 9(07)  VALUE ZERO.
007000 77  PHB-DNC-REQ-COUNT          PIC 9(07)  VALUE ZERO.
007100 77  PHB-BAD-DISP-COUNT         PIC 9(07)  VALUE ZERO.
007106 77  PHB-HIST-COUNT             PIC 9(07)  VALUE ZERO.
007112 77  PHB-NO-MKT-COUNT           PIC 9(07)  VALUE ZERO.
007118*
007124 01  PHB-DISP-KEY.
007130     05  PHB-DSP-CUST-ID        PIC X(08).
007136     05  PHB-DSP-DASHED         PIC X(12).
007142 01  PHB-MKT-KEY.
007148     05  PHB-MKK-CUST-ID        PIC X(08).
007154     05  PHB-MKK-DASHED         PIC X(12).
007160 01  PHB-DIGITS-WORK            PIC 9(10).
007166 01  PHB-DIGITS-VIEW REDEFINES PHB-DIGITS-WORK.
007172     05  PHB-DGT-NPA            PIC X(03).
007178     05  PHB-DGT-NXX            PIC X(03).
007184     05  PHB-DGT-LINE           PIC X(04).
007200*
007300 LINKAGE SECTION.
007400*
008400*
008500******************************************************************
008600* 1000-INITIALIZE
008610*     OPENS THE DISPOSITION FEED, THE SORTED MARKETING EXTRACT AND
008620* ALL OUTPUT FILES AND PRIMES BOTH READ LOOPS.  THE HISTORY FILE
008630* IS OPENED EXTEND - IT ACCUMULATES ACROSS RUNS.
008900******************************************************************
009000 1000-INITIALIZE.
009010     ACCEPT PHB-RUN-DATE FROM DATE YYYYMMDD.
009100     OPEN INPUT  DISPFEED-FILE.
009110     OPEN INPUT  MKTFILE-FILE.
009200     OPEN OUTPUT PHONEEXC-FILE.
009300     OPEN OUTPUT DNCOUT-FILE.
009310     OPEN EXTEND DSPHIST-FILE.
009320     PERFORM 2150-READ-MARKETING
009330         THRU 2150-READ-MARKETING-EXIT.
009400     PERFORM 2100-READ-DISPOSITION
009500         THRU 2100-READ-DISPOSITION-EXIT.
009600 1000-INITIALIZE-EXIT.
010300* EXCEPTION LOG, DO-NOT-CALL REQUESTS TO THE DNCFEED ADD FILE.
010400* CALLED AND NO-ANSWER DISPOSITIONS ARE COUNT-ONLY; AN
010500* UNRECOGNIZED CODE IS COUNTED SO A VENDOR FORMAT CHANGE SHOWS
010510* UP ON THE RUN LOG INSTEAD OF VANISHING.  EVERY RECORD, WHATEVER
010520* ITS CODE, GOES TO THE DISPOSITION HISTORY.
010700******************************************************************
010800 2000-PROCESS-DISPOSITION.
010900     ADD 1 TO PHB-DISP-COUNT.
012700         WHEN OTHER
012800             ADD 1 TO PHB-BAD-DISP-COUNT
012900     END-EVALUATE.
012910     PERFORM 2400-WRITE-HISTORY
012920         THRU 2400-WRITE-HISTORY-EXIT.
013000     PERFORM 2100-READ-DISPOSITION
013100         THRU 2100-READ-DISPOSITION-EXIT.
013200 2000-PROCESS-DISPOSITION-EXIT.
014300             SET PHB-END-OF-FILE TO TRUE
014400     END-READ.
014500 2100-READ-DISPOSITION-EXIT.
014504     EXIT.
014508*
014512******************************************************************
014516* 2150-READ-MARKETING
014520*     READS THE NEXT SORTED MARKETING LINE AND BUILDS ITS MATCH
014524* KEY.  AT END THE KEY IS SET TO HIGH-VALUES SO EVERY REMAINING
014528* DISPOSITION COMPARES LOW AND IS TREATED AS UNMATCHED.
014532******************************************************************
014536 2150-READ-MARKETING.
014540     READ MKTFILE-FILE
014544         AT END
014548             SET PHB-MKT-EOF TO TRUE
014552     END-READ.
014556     IF PHB-MKT-EOF
014560         MOVE HIGH-VALUES TO PHB-MKT-KEY
014564     ELSE
014568         MOVE PHM-CUST-ID               TO PHB-MKK-CUST-ID
014572         MOVE PHM-FORMATTED-PHONE(1:12) TO PHB-MKK-DASHED
014576     END-IF.
014580 2150-READ-MARKETING-EXIT.
014600     EXIT.
014700*
014800******************************************************************
019100     EXIT.
019200*
019300******************************************************************
019302* 2400-WRITE-HISTORY
019304*     APPENDS THE DISPOSITION TO THE HISTORY FILE.  THE MARKETING
019306* EXTRACT IS ADVANCED PAST EVERY LINE THAT SORTS BELOW THIS
019308* DISPOSITION; ON AN EQUAL KEY THE LINE'S STATE AND TIME-ZONE
019310* CODE ARE CARRIED ONTO THE HISTORY RECORD.  THE LINE IS NOT
019312* CONSUMED ON A MATCH - THE DIALER MAY RETURN SEVERAL ATTEMPTS
019314* AT THE SAME NUMBER.  WITH NO MATCH THE RECORD IS STILL KEPT,
019316* WITH THE FLAG BYTE SET, AND COUNTED.
019318******************************************************************
019320 2400-WRITE-HISTORY.
019322     MOVE DDI-PHONE-DIGITS TO PHB-DIGITS-WORK.
019324     MOVE DDI-CUST-ID      TO PHB-DSP-CUST-ID.
019326     MOVE SPACES           TO PHB-DSP-DASHED.
019328     STRING PHB-DGT-NPA  DELIMITED BY SIZE
019330            "-"          DELIMITED BY SIZE
019332            PHB-DGT-NXX  DELIMITED BY SIZE
019334            "-"          DELIMITED BY SIZE
019336            PHB-DGT-LINE DELIMITED BY SIZE
019338         INTO PHB-DSP-DASHED.
019340     PERFORM 2150-READ-MARKETING
019342         THRU 2150-READ-MARKETING-EXIT
019344         UNTIL PHB-MKT-KEY NOT < PHB-DISP-KEY.
019346     MOVE SPACES           TO DISP-HISTORY-RECORD.
019348     MOVE DDI-CUST-ID      TO DSH-CUST-ID.
019350     MOVE DDI-PHONE-DIGITS TO DSH-PHONE-DIGITS.
019352     MOVE DDI-DISPOSITION  TO DSH-DISPOSITION.
019354     MOVE DDI-CALL-DATE    TO DSH-CALL-DATE.
019356     MOVE PHB-RUN-DATE     TO DSH-LOAD-DATE.
019358     IF PHB-MKT-KEY = PHB-DISP-KEY
019360         MOVE PHM-STATE     TO DSH-STATE
019362         MOVE PHM-TIME-ZONE TO DSH-TIME-ZONE
019364         MOVE PHM-TZ-FLAG   TO DSH-TZ-FLAG
019366     ELSE
019368         SET DSH-TZ-UNKNOWN TO TRUE
019370         ADD 1 TO PHB-NO-MKT-COUNT
019372     END-IF.
019374     WRITE DISP-HISTORY-RECORD.
019376     ADD 1 TO PHB-HIST-COUNT.
019378 2400-WRITE-HISTORY-EXIT.
019380     EXIT.
019382*
019384******************************************************************
019400* 9000-TERMINATE
019500*     CLOSES ALL FILES AND DISPLAYS THE RUN TOTALS - ONE COUNT
019510* PER DISPOSITION TYPE, PLUS THE UNRECOGNIZED CODES, THE HISTORY
019520* RECORDS WRITTEN AND HOW MANY OF THEM FOUND NO MARKETING LINE.
019700******************************************************************
019800 9000-TERMINATE.
019900     CLOSE DISPFEED-FILE.
019910     CLOSE MKTFILE-FILE.
020000     CLOSE PHONEEXC-FILE.
020100     CLOSE DNCOUT-FILE.
020110     CLOSE DSPHIST-FILE.
020200     DISPLAY "PHDSPBAT - DISPOSITIONS READ: " PHB-DISP-COUNT.
020300     DISPLAY "PHDSPBAT - CALLED:            " PHB-CALLED-COUNT.
020400     DISPLAY "PHDSPBAT - NO ANSWER:         " PHB-NO-ANSWER-COUNT.
020600     DISPLAY "PHDSPBAT - DISCONNECTED:      " PHB-DISCONN-COUNT.
020700     DISPLAY "PHDSPBAT - DNC REQUESTS:      " PHB-DNC-REQ-COUNT.
020800     DISPLAY "PHDSPBAT - BAD DISPOSITIONS:  " PHB-BAD-DISP-COUNT.
020810     DISPLAY "PHDSPBAT - HISTORY WRITTEN:   " PHB-HIST-COUNT.
020820     DISPLAY "PHDSPBAT - NO MKT LINE FOUND: " PHB-NO-MKT-COUNT.
020900 9000-TERMINATE-EXIT.
021000     EXIT.
021100*
