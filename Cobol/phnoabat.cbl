000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    PHNOABAT.
000300 AUTHOR.        D. SALINAS.
000400 INSTALLATION.  CUSTOMER STATEMENTS - DATA CONTROL.
000500 DATE-WRITTEN.  2025-06-06.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900* DATE       INIT  DESCRIPTION
001000*----------  ----  -----------------------------------------------
001100* 2025-06-06  DS   ORIGINAL PROGRAM.  BUILDS THE NO-ANSWER
001200*                  COOL-OFF KSDS (PHONENOA) FROM THE DIALER
001300*                  DISPOSITION HISTORY (PHONEDSH), SORTED BY
001400*                  NUMBER AND CALL DATE.  FOR EACH NUMBER IT WALKS
001500*                  THE DISPOSITIONS DATED INSIDE THE PARAMETER
001600*                  WINDOW IN DATE ORDER - A NO-ANSWER ADDS TO THE
001700*                  RUN OF CONSECUTIVE NO-ANSWERS, ANY OTHER
001800*                  DISPOSITION ENDS IT - AND WRITES A COOL-OFF
001900*                  RECORD WHEN THE RUN STILL OPEN AT THE END
002000*                  REACHES THE PARAMETER COUNT.  PHFMTBAT LEAVES
002100*                  A COOLED-OFF NUMBER OFF THE MARKETING EXTRACT
002200*                  UNTIL THE RECORD'S COOL-UNTIL DATE HAS PASSED.
002210* 2025-06-27  DS   STAMPS THE NO-ANSWER SLOT OF THE RUN-CONTROL
002220*                  RECORD (PHONECTL) AFTER EVERY CLEAN BUILD, SO
002230*                  THE NEXT DELTA PHFMTBAT RUN GOES FULL AND PUTS
002240*                  BACK ANY NUMBER THE REBUILD DROPPED.
002300*-----------------------------------------------------------------
002400*
002500* PARAMETER CARD (NOAPARMS, ONE 80-BYTE RECORD):
002600*   COLS  1- 3  CONSECUTIVE NO-ANSWER COUNT THAT COOLS A NUMBER
002700*               OFF (REQUIRED)
002800*   COLS  4- 6  WINDOW LENGTH IN DAYS (REQUIRED).  A WINDOW OF 30
002900*               IS TODAY AND THE 29 DAYS BEFORE IT.
003000* A MISSING OR INVALID CARD ENDS THE STEP RC=8 WITH NOTHING
003100* WRITTEN, SO THE JOB KEEPS THE FILE IT ALREADY HAS.
003200*
003300* THE COOL-UNTIL DATE IS THE LAST DAY ON WHICH THE COUNT OF NO-
003400* ANSWERS STILL FITS INSIDE ONE WINDOW ENDING THAT DAY - THE DATE
003500* OF THE COUNT-TH MOST RECENT NO-ANSWER IN THE RUN PLUS THE WINDOW
003600* LESS ONE DAY.  AFTER THAT THE NUMBER WOULD NO LONGER QUALIFY
003700* EVEN IF IT WERE NEVER DIALED AGAIN, SO IT RETURNS TO THE
003800* EXTRACT.
003900*
004000* THE DIALER MAY CALL ONE NUMBER FOR MORE THAN ONE CUST-ID.  THE
004100* HISTORY IS SORTED BY NUMBER, NOT CUSTOMER, SO EVERY ATTEMPT AT
004200* THE NUMBER COUNTS - A NUMBER NOBODY ANSWERS IS COOLED OFF FOR
004300* EVERY CUSTOMER WHO CARRIES IT.  A DISPOSITION WITH AN UNREADABLE
004400* CALL DATE IS COUNTED AND LEFT OUT OF THE WINDOW.
004500*
004600* THE FILE IS REBUILT WHOLE EVERY RUN INTO AN EMPTY .NEW CLUSTER
004700* THE JOB DEFINES AHEAD OF THIS STEP, AND ONLY SWAPPED IN WHEN
004800* THIS STEP ENDS RC=0.  THE CONTROL ENTRY (ALL-ZERO KEY) IS ALWAYS
004900* WRITTEN, SO A RUN THAT COOLS NOTHING OFF STILL LEAVES A FILE
005000* PHFMTBAT CAN OPEN.
005100*-----------------------------------------------------------------
005200 ENVIRONMENT DIVISION.
005300 CONFIGURATION SECTION.
005400 SOURCE-COMPUTER.   IBM-370.
005500 OBJECT-COMPUTER.   IBM-370.
005600 INPUT-OUTPUT SECTION.
005700 FILE-CONTROL.
005800     SELECT DSHSORT-FILE   ASSIGN TO DSHSORT
005900                           ORGANIZATION IS SEQUENTIAL.
006000     SELECT NOAPARMS-FILE  ASSIGN TO NOAPARMS
006100                           ORGANIZATION IS SEQUENTIAL.
006200     SELECT NOA-FILE       ASSIGN TO NOAFILE
006300                           ORGANIZATION IS INDEXED
006400                           ACCESS MODE IS RANDOM
006500                           RECORD KEY IS NOA-PHONE-KEY
006600                           FILE STATUS IS PHB-NOA-STATUS.
006610     SELECT RUNCTL-FILE    ASSIGN TO RUNCTL
006620                           ORGANIZATION IS SEQUENTIAL
006630                           FILE STATUS IS PHB-CTL-STATUS.
006700*
006800 DATA DIVISION.
006900 FILE SECTION.
007000 FD  DSHSORT-FILE
007100     RECORDING MODE IS F.
007200 COPY PHONEDSH.
007300*
007400 FD  NOAPARMS-FILE
007500     RECORDING MODE IS F.
007600 01  NO-ANSWER-PARM-RECORD.
007700     05  NPM-THRESHOLD          PIC X(03).
007800     05  NPM-THRESHOLD-NUM REDEFINES NPM-THRESHOLD
007900                                PIC 9(03).
008000     05  NPM-WINDOW-DAYS        PIC X(03).
008100     05  NPM-WINDOW-DAYS-NUM REDEFINES NPM-WINDOW-DAYS
008200                                PIC 9(03).
008300     05  FILLER                 PIC X(74).
008400*
008500 FD  NOA-FILE.
008600 COPY PHONENOA.
008700*
008710 FD  RUNCTL-FILE
008720     RECORDING MODE IS F.
008730 COPY PHONECTL.
008740*
008800 WORKING-STORAGE SECTION.
008900 77  PHB-END-OF-FILE-SW         PIC X(01)  VALUE "N".
009000     88  PHB-END-OF-FILE                   VALUE "Y".
009100 77  PHB-PARM-ERROR-SW          PIC X(01)  VALUE "N".
009200     88  PHB-PARM-ERROR                    VALUE "Y".
009300 77  PHB-NOA-STATUS             PIC X(02)  VALUE SPACES.
009400     88  PHB-NOA-OK                        VALUE "00".
009500 77  PHB-HIST-IN-COUNT          PIC 9(07)  VALUE ZERO.
009600 77  PHB-BAD-DATE-COUNT         PIC 9(07)  VALUE ZERO.
009700 77  PHB-OUT-WINDOW-COUNT       PIC 9(07)  VALUE ZERO.
009800 77  PHB-IN-WINDOW-COUNT        PIC 9(07)  VALUE ZERO.
009900 77  PHB-NUMBER-COUNT           PIC 9(07)  VALUE ZERO.
010000 77  PHB-COOL-OFF-COUNT         PIC 9(07)  VALUE ZERO.
010100 77  PHB-IO-ERROR-COUNT         PIC 9(07)  VALUE ZERO.
010200 77  PHB-RUN-DATE               PIC X(08)  VALUE SPACES.
010210 77  PHB-CTL-STATUS             PIC X(02)  VALUE SPACES.
010220 77  PHB-STAMP-DATE             PIC X(08)  VALUE SPACES.
010230 77  PHB-STAMP-TIME             PIC X(08)  VALUE SPACES.
010300*-----------------------------------------------------------------
010400* EFFECTIVE PARAMETERS AND THE WINDOW.  PHB-WINDOW-FROM-DAY IS THE
010500* DAY NUMBER OF THE FIRST DAY IN THE WINDOW.
010600*-----------------------------------------------------------------
010700 77  PHB-THRESHOLD              PIC 9(03)  VALUE ZERO.
010800 77  PHB-WINDOW-DAYS            PIC 9(03)  VALUE ZERO.
010900 77  PHB-TODAY-DAY              PIC 9(07)  VALUE ZERO.
011000 77  PHB-WINDOW-FROM-DAY        PIC 9(07)  VALUE ZERO.
011100 77  PHB-WINDOW-FROM-DATE       PIC X(08)  VALUE SPACES.
011200*-----------------------------------------------------------------
011300* ONE NUMBER'S OPEN RUN OF NO-ANSWERS.  ONLY THE LAST THRESHOLD
011400* NO-ANSWER DAYS ARE NEEDED, SO THEY ARE KEPT IN A RING OF THAT
011500* MANY SLOTS - THE NTH NO-ANSWER OF THE RUN GOES IN SLOT
011600* ((N - 1) MOD THRESHOLD) + 1, OVERWRITING THE ONE THRESHOLD BACK.
011700*-----------------------------------------------------------------
011800 01  PHB-NUMBER-KEY             PIC 9(10)  VALUE ZERO.
011900 77  PHB-STREAK-COUNT           PIC 9(05)  COMP VALUE ZERO.
012000 77  PHB-RING-SLOT              PIC 9(03)  COMP VALUE ZERO.
012100 77  PHB-RING-QUOTIENT          PIC 9(05)  COMP VALUE ZERO.
012200 77  PHB-CALL-DAY               PIC 9(07)  VALUE ZERO.
012300 77  PHB-COOL-UNTIL-DAY         PIC 9(07)  VALUE ZERO.
012400 01  PHB-STREAK-FIRST           PIC X(08)  VALUE SPACES.
012500 01  PHB-STREAK-LAST            PIC X(08)  VALUE SPACES.
012600 01  PHB-RING-TABLE.
012700     05  PHB-RING-DAY           PIC 9(07)  COMP
012800                                OCCURS 999 TIMES.
012900*-----------------------------------------------------------------
013000* SHARED CALL INTERFACE TO PHDAYNUM - SEE PHONEDAY.
013100*-----------------------------------------------------------------
013200 COPY PHONEDAY.
013300*
013400 LINKAGE SECTION.
013500*
013600 PROCEDURE DIVISION.
013700*
013800 0000-MAINLINE.
013900     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
014000     IF PHB-PARM-ERROR
014100         PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
014200         GOBACK
014300     END-IF.
014400     PERFORM 2000-PROCESS-NUMBER THRU 2000-PROCESS-NUMBER-EXIT
014500         UNTIL PHB-END-OF-FILE.
014600     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
014700     GOBACK.
014800*
014900******************************************************************
015000* 1000-INITIALIZE
015100*     READS AND EDITS THE PARAMETER CARD, WORKS OUT THE WINDOW,
015200* OPENS THE SORTED HISTORY AND THE EMPTY .NEW CLUSTER, AND PRIMES
015300* THE READ LOOP.  ON A BAD CARD NOTHING BUT THE CARD IS OPENED.
015400******************************************************************
015500 1000-INITIALIZE.
015600     OPEN INPUT NOAPARMS-FILE.
015700     MOVE SPACES TO NO-ANSWER-PARM-RECORD.
015800     READ NOAPARMS-FILE
015900         AT END
016000             CONTINUE
016100     END-READ.
016200     CLOSE NOAPARMS-FILE.
016300     PERFORM 1100-EDIT-PARMS THRU 1100-EDIT-PARMS-EXIT.
016400     IF PHB-PARM-ERROR
016500         GO TO 1000-INITIALIZE-EXIT.
016600     ACCEPT PHB-RUN-DATE FROM DATE YYYYMMDD.
016700     PERFORM 1200-SET-WINDOW THRU 1200-SET-WINDOW-EXIT.
016800     OPEN INPUT  DSHSORT-FILE.
016900     OPEN OUTPUT NOA-FILE.
017000     DISPLAY "PHNOABAT - NO-ANSWER COUNT:  " PHB-THRESHOLD.
017100     DISPLAY "PHNOABAT - WINDOW DAYS:      " PHB-WINDOW-DAYS.
017200     DISPLAY "PHNOABAT - WINDOW FROM:      " PHB-WINDOW-FROM-DATE.
017300     PERFORM 2100-READ-HISTORY THRU 2100-READ-HISTORY-EXIT.
017400 1000-INITIALIZE-EXIT.
017500     EXIT.
017600*
017700******************************************************************
017800* 1100-EDIT-PARMS
017900*     THE NO-ANSWER COUNT AND THE WINDOW MUST BOTH BE NUMERIC AND
018000* NOT ZERO.
018100******************************************************************
018200 1100-EDIT-PARMS.
018300     IF NPM-THRESHOLD IS NOT NUMERIC
018400        OR NPM-THRESHOLD-NUM = ZERO
018500         DISPLAY "PHNOABAT - INVALID COUNT:    " NPM-THRESHOLD
018600         SET PHB-PARM-ERROR TO TRUE.
018700     IF NPM-WINDOW-DAYS IS NOT NUMERIC
018800        OR NPM-WINDOW-DAYS-NUM = ZERO
018900         DISPLAY "PHNOABAT - INVALID WINDOW:   " NPM-WINDOW-DAYS
019000         SET PHB-PARM-ERROR TO TRUE.
019100     IF PHB-PARM-ERROR
019200         GO TO 1100-EDIT-PARMS-EXIT.
019300     MOVE NPM-THRESHOLD-NUM   TO PHB-THRESHOLD.
019400     MOVE NPM-WINDOW-DAYS-NUM TO PHB-WINDOW-DAYS.
019500 1100-EDIT-PARMS-EXIT.
019600     EXIT.
019700*
019800******************************************************************
019900* 1200-SET-WINDOW
020000*     CONVERTS TODAY TO A DAY NUMBER, STEPS BACK THE WINDOW AND
020100* CONVERTS THE FIRST DAY OF THE WINDOW BACK TO A DATE FOR THE RUN
020200* LOG.  THE FIRST DAY IS TODAY LESS (WINDOW - 1), SO A WINDOW OF 1
020300* IS TODAY ALONE.
020400******************************************************************
020500 1200-SET-WINDOW.
020600     SET PDY-DATE-TO-DAYS TO TRUE.
020700     MOVE PHB-RUN-DATE TO PDY-DATE.
020800     CALL "PHDAYNUM" USING PHONE-DAY-AREA.
020900     MOVE PDY-DAY-NUMBER TO PHB-TODAY-DAY.
021000     COMPUTE PHB-WINDOW-FROM-DAY =
021100             PHB-TODAY-DAY - PHB-WINDOW-DAYS + 1.
021200     SET PDY-DAYS-TO-DATE TO TRUE.
021300     MOVE PHB-WINDOW-FROM-DAY TO PDY-DAY-NUMBER.
021400     CALL "PHDAYNUM" USING PHONE-DAY-AREA.
021500     MOVE PDY-DATE TO PHB-WINDOW-FROM-DATE.
021600 1200-SET-WINDOW-EXIT.
021700     EXIT.
021800*
021900******************************************************************
022000* 2000-PROCESS-NUMBER
022100*     WALKS EVERY HISTORY RECORD FOR ONE NUMBER AND, WHEN THE RUN
022200* OF NO-ANSWERS STILL OPEN AFTER THE LAST OF THEM REACHES THE
022300* COUNT, WRITES THE NUMBER'S COOL-OFF RECORD.  ALL-ZERO DIGITS ARE
022400* NOT A DIALABLE NUMBER AND WOULD COLLIDE WITH THE CONTROL ENTRY.
022500******************************************************************
022600 2000-PROCESS-NUMBER.
022700     MOVE DSH-PHONE-DIGITS TO PHB-NUMBER-KEY.
022800     ADD 1 TO PHB-NUMBER-COUNT.
022900     MOVE ZERO   TO PHB-STREAK-COUNT.
023000     MOVE SPACES TO PHB-STREAK-FIRST.
023100     MOVE SPACES TO PHB-STREAK-LAST.
023200     PERFORM 2200-APPLY-DISPOSITION
023300         THRU 2200-APPLY-DISPOSITION-EXIT
023400         UNTIL PHB-END-OF-FILE
023500            OR DSH-PHONE-DIGITS NOT = PHB-NUMBER-KEY.
023600     IF PHB-STREAK-COUNT NOT < PHB-THRESHOLD
023700        AND PHB-NUMBER-KEY NOT = ZERO
023800         PERFORM 2300-WRITE-COOL-OFF
023900             THRU 2300-WRITE-COOL-OFF-EXIT.
024000 2000-PROCESS-NUMBER-EXIT.
024100     EXIT.
024200*
024300******************************************************************
024400* 2100-READ-HISTORY
024500*     READS THE NEXT SORTED HISTORY RECORD AND SETS THE
024600* END-OF-FILE SWITCH WHEN THE FILE IS EXHAUSTED.
024700******************************************************************
024800 2100-READ-HISTORY.
024900     READ DSHSORT-FILE
025000         AT END
025100             SET PHB-END-OF-FILE TO TRUE
025200             GO TO 2100-READ-HISTORY-EXIT
025300     END-READ.
025400     ADD 1 TO PHB-HIST-IN-COUNT.
025500 2100-READ-HISTORY-EXIT.
025600     EXIT.
025700*
025800******************************************************************
025900* 2200-APPLY-DISPOSITION
026000*     APPLIES ONE DISPOSITION TO THE NUMBER'S OPEN RUN.  A RECORD
026100* DATED BEFORE THE WINDOW IS SKIPPED; INSIDE IT A NO-ANSWER IS
026200* ADDED TO THE RUN AND ITS DAY PUT IN THE RING, AND ANY OTHER CODE
026300* - A CONTACT, A WRONG NUMBER, EVEN AN UNRECOGNIZED CODE, SINCE
026400* THE LINE WAS AT LEAST PICKED UP OR CHANGED - ENDS THE RUN.
026500******************************************************************
026600 2200-APPLY-DISPOSITION.
026700     SET PDY-DATE-TO-DAYS TO TRUE.
026800     MOVE DSH-CALL-DATE TO PDY-DATE.
026900     CALL "PHDAYNUM" USING PHONE-DAY-AREA.
027000     IF NOT PDY-VALID
027100         ADD 1 TO PHB-BAD-DATE-COUNT
027200         GO TO 2200-APPLY-DISPOSITION-NEXT.
027300     MOVE PDY-DAY-NUMBER TO PHB-CALL-DAY.
027400     IF PHB-CALL-DAY < PHB-WINDOW-FROM-DAY
027500         ADD 1 TO PHB-OUT-WINDOW-COUNT
027600         GO TO 2200-APPLY-DISPOSITION-NEXT.
027700     ADD 1 TO PHB-IN-WINDOW-COUNT.
027800     IF NOT DSH-NO-ANSWER
027900         MOVE ZERO TO PHB-STREAK-COUNT
028000         GO TO 2200-APPLY-DISPOSITION-NEXT.
028100     ADD 1 TO PHB-STREAK-COUNT.
028200     IF PHB-STREAK-COUNT = 1
028300         MOVE DSH-CALL-DATE TO PHB-STREAK-FIRST.
028400     MOVE DSH-CALL-DATE TO PHB-STREAK-LAST.
028500     COMPUTE PHB-RING-QUOTIENT = PHB-STREAK-COUNT - 1.
028600     DIVIDE PHB-RING-QUOTIENT BY PHB-THRESHOLD
028700         GIVING PHB-RING-QUOTIENT REMAINDER PHB-RING-SLOT.
028800     ADD 1 TO PHB-RING-SLOT.
028900     MOVE PHB-CALL-DAY TO PHB-RING-DAY(PHB-RING-SLOT).
029000 2200-APPLY-DISPOSITION-NEXT.
029100     PERFORM 2100-READ-HISTORY THRU 2100-READ-HISTORY-EXIT.
029200 2200-APPLY-DISPOSITION-EXIT.
029300     EXIT.
029400*
029500******************************************************************
029600* 2300-WRITE-COOL-OFF
029700*     WRITES THE COOL-OFF RECORD FOR A NUMBER WHOSE OPEN RUN
029800* REACHED THE COUNT.  THE COUNT-TH MOST RECENT NO-ANSWER IS THE
029900* ONE IN THE RING SLOT AFTER THE LATEST - (RUN MOD THRESHOLD) + 1
030000* - AND THE NUMBER STAYS COOLED OFF FOR A WINDOW'S LENGTH FROM
030100* THAT DAY.  A RUN LONGER THAN THE RECORD CAN SHOW IS STORED AS
030200* 999.
030300******************************************************************
030400 2300-WRITE-COOL-OFF.
030500     DIVIDE PHB-STREAK-COUNT BY PHB-THRESHOLD
030600         GIVING PHB-RING-QUOTIENT REMAINDER PHB-RING-SLOT.
030700     ADD 1 TO PHB-RING-SLOT.
030800     COMPUTE PHB-COOL-UNTIL-DAY =
030900             PHB-RING-DAY(PHB-RING-SLOT) + PHB-WINDOW-DAYS - 1.
031000     SET PDY-DAYS-TO-DATE TO TRUE.
031100     MOVE PHB-COOL-UNTIL-DAY TO PDY-DAY-NUMBER.
031200     CALL "PHDAYNUM" USING PHONE-DAY-AREA.
031300     MOVE SPACES           TO NO-ANSWER-RECORD.
031400     MOVE PHB-NUMBER-KEY   TO NOA-PHONE-KEY.
031500     IF PHB-STREAK-COUNT > 999
031600         MOVE 999              TO NOA-STREAK-COUNT
031700     ELSE
031800         MOVE PHB-STREAK-COUNT TO NOA-STREAK-COUNT
031900     END-IF.
032000     MOVE PHB-STREAK-FIRST TO NOA-FIRST-DATE.
032100     MOVE PHB-STREAK-LAST  TO NOA-LAST-DATE.
032200     MOVE PDY-DATE         TO NOA-COOL-UNTIL.
032300     WRITE NO-ANSWER-RECORD
032400         INVALID KEY
032500             CONTINUE
032600     END-WRITE.
032700     IF PHB-NOA-OK
032800         ADD 1 TO PHB-COOL-OFF-COUNT
032900     ELSE
033000         ADD 1 TO PHB-IO-ERROR-COUNT
033100     END-IF.
033200 2300-WRITE-COOL-OFF-EXIT.
033300     EXIT.
033400*
033500******************************************************************
033600* 9000-TERMINATE
033700*     WRITES THE CONTROL ENTRY, CLOSES ALL FILES AND DISPLAYS THE
033800* RUN TOTALS.  A BAD PARAMETER CARD OR ANY VSAM I/O ERROR ENDS THE
033900* STEP RC=8, SO THE JOB'S COND= LOGIC KEEPS THE FILE IN PLACE.
033910* A CLEAN BUILD STAMPS THE RUN-CONTROL RECORD (SEE 9200).
034000******************************************************************
034100 9000-TERMINATE.
034200     IF PHB-PARM-ERROR
034300         DISPLAY "PHNOABAT - PARAMETER CARD REJECTED - NOT BUILT"
034400         MOVE 8 TO RETURN-CODE
034500         GO TO 9000-TERMINATE-EXIT.
034600     PERFORM 9100-WRITE-CONTROL-ENTRY
034700         THRU 9100-WRITE-CONTROL-ENTRY-EXIT.
034800     CLOSE DSHSORT-FILE.
034900     CLOSE NOA-FILE.
035000     DISPLAY "PHNOABAT - HISTORY READ:     " PHB-HIST-IN-COUNT.
035100     DISPLAY "PHNOABAT - BAD CALL DATES:   " PHB-BAD-DATE-COUNT.
035200     DISPLAY "PHNOABAT - BEFORE WINDOW:    " PHB-OUT-WINDOW-COUNT.
035300     DISPLAY "PHNOABAT - IN WINDOW:        " PHB-IN-WINDOW-COUNT.
035400     DISPLAY "PHNOABAT - NUMBERS:          " PHB-NUMBER-COUNT.
035500     DISPLAY "PHNOABAT - COOLED OFF:       " PHB-COOL-OFF-COUNT.
035600     DISPLAY "PHNOABAT - I/O ERRORS:       " PHB-IO-ERROR-COUNT.
035700     IF PHB-IO-ERROR-COUNT > ZERO
035800         DISPLAY "PHNOABAT - BUILD REJECTED - COOL-OFF FILE NOT "
035900             "REPLACED"
036000         MOVE 8 TO RETURN-CODE.
036010     IF PHB-IO-ERROR-COUNT = ZERO
036020         PERFORM 9200-STAMP-RUN-CONTROL
036030             THRU 9200-STAMP-RUN-CONTROL-EXIT.
036100 9000-TERMINATE-EXIT.
036200     EXIT.
036300*
036400******************************************************************
036500* 9100-WRITE-CONTROL-ENTRY
036600*     WRITES THE ALL-ZERO-KEY CONTROL ENTRY CARRYING THE
036700* PARAMETERS, THE BUILD DATE AND THE NUMBER OF COOL-OFF RECORDS,
036800* SO PHFMTBAT CAN SHOW ON ITS RUN LOG WHICH BUILD IT IS
036900* SUPPRESSING FROM.
037000******************************************************************
037100 9100-WRITE-CONTROL-ENTRY.
037200     MOVE SPACES             TO NO-ANSWER-RECORD.
037300     SET NOA-CONTROL-ENTRY   TO TRUE.
037400     MOVE PHB-THRESHOLD      TO NOA-CTL-THRESHOLD.
037500     MOVE PHB-WINDOW-DAYS    TO NOA-CTL-WINDOW-DAYS.
037600     MOVE PHB-RUN-DATE       TO NOA-CTL-BUILD-DATE.
037700     MOVE PHB-COOL-OFF-COUNT TO NOA-CTL-NUMBER-COUNT.
037800     WRITE NO-ANSWER-RECORD
037900         INVALID KEY
038000             CONTINUE
038100     END-WRITE.
038200     IF NOT PHB-NOA-OK
038300         ADD 1 TO PHB-IO-ERROR-COUNT.
038400 9100-WRITE-CONTROL-ENTRY-EXIT.
038500     EXIT.
038600*
038700******************************************************************
038800* 9200-STAMP-RUN-CONTROL
038900*     READS THE ONE RUN-CONTROL RECORD (AN EMPTY FILE MEANS NO JOB
039000* HAS STAMPED IT YET), REPLACES THE NO-ANSWER SLOT WITH THE
039100* CURRENT DATE AND TIME AND WRITES THE RECORD BACK.  EVERY OTHER
039200* SLOT IS LEFT AS READ.  A REBUILD CAN DROP A NUMBER LAST NIGHT'S
039300* PHFMTBAT KEPT OFF THE MARKETING EXTRACT, AND A DELTA RUN WOULD
039400* NEVER PUT IT BACK, SO THE STAMP MAKES THE NEXT DELTA RUN FULL.
039500*     A RUN-CONTROL FILE THAT IS NOT THERE YET (STATUS 35) ALSO
039600* STARTS A FRESH RECORD.  ANY OTHER BAD STATUS ON THE READ OR THE
039700* WRITE IS DISPLAYED AND ENDS THE STEP RC=12 WITHOUT STAMPING -
039800* THE RECORD IS NOT REWRITTEN FROM A PARTIAL READ, SO THE OTHER
039900* JOBS' SLOTS ARE NEVER BLANKED.  FIX RUNCTL AND RERUN THIS JOB -
040000* THE JOB DOES NOT SWAP THE NEW FILE IN ON RC=12.
040100******************************************************************
040200 9200-STAMP-RUN-CONTROL.
040300     MOVE SPACES TO RUN-CONTROL-RECORD.
040400     OPEN INPUT RUNCTL-FILE.
040500     IF PHB-CTL-STATUS = "35"
040600         GO TO 9200-STAMP-RUN-CONTROL-SET.
040700     IF PHB-CTL-STATUS NOT = "00"
040800         DISPLAY "PHNOABAT - RUN CONTROL OPEN:  " PHB-CTL-STATUS
040900         GO TO 9200-STAMP-RUN-CONTROL-FAIL.
041000     READ RUNCTL-FILE
041100         AT END
041200             MOVE SPACES TO RUN-CONTROL-RECORD
041300     END-READ.
041400     IF PHB-CTL-STATUS NOT = "00"
041500        AND PHB-CTL-STATUS NOT = "10"
041600         DISPLAY "PHNOABAT - RUN CONTROL READ:  " PHB-CTL-STATUS
041700         CLOSE RUNCTL-FILE
041800         GO TO 9200-STAMP-RUN-CONTROL-FAIL.
041900     CLOSE RUNCTL-FILE.
042000 9200-STAMP-RUN-CONTROL-SET.
042100     ACCEPT PHB-STAMP-DATE FROM DATE YYYYMMDD.
042200     ACCEPT PHB-STAMP-TIME FROM TIME.
042300     MOVE PHB-STAMP-DATE       TO PCT-NOA-DATE.
042400     MOVE PHB-STAMP-TIME(1:6)  TO PCT-NOA-TIME.
042500     OPEN OUTPUT RUNCTL-FILE.
042600     IF PHB-CTL-STATUS NOT = "00"
042700         DISPLAY "PHNOABAT - RUN CONTROL OPEN:  " PHB-CTL-STATUS
042800         GO TO 9200-STAMP-RUN-CONTROL-FAIL.
042900     WRITE RUN-CONTROL-RECORD.
043000     IF PHB-CTL-STATUS NOT = "00"
043100         DISPLAY "PHNOABAT - RUN CONTROL WRITE: " PHB-CTL-STATUS
043200         CLOSE RUNCTL-FILE
043300         GO TO 9200-STAMP-RUN-CONTROL-FAIL.
043400     CLOSE RUNCTL-FILE.
043500     DISPLAY "PHNOABAT - RUN CONTROL STAMP: " PCT-NOA-STAMP.
043600     GO TO 9200-STAMP-RUN-CONTROL-EXIT.
043700 9200-STAMP-RUN-CONTROL-FAIL.
043800     DISPLAY "PHNOABAT - *** RUN CONTROL NOT STAMPED - "
043900         "FIX RUNCTL AND RERUN THIS JOB".
044000     MOVE 12 TO RETURN-CODE.
044100 9200-STAMP-RUN-CONTROL-EXIT.
044200     EXIT.
044300*
044400 END PROGRAM PHNOABAT.
