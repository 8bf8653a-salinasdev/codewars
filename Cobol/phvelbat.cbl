000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    PHVELBAT.
000300 AUTHOR.        D. SALINAS.
000400 INSTALLATION.  CUSTOMER STATEMENTS - DATA CONTROL.
000500 DATE-WRITTEN.  2025-05-09.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900* DATE       INIT  DESCRIPTION
001000*----------  ----  -----------------------------------------------
001100* 2025-05-09  DS   ORIGINAL PROGRAM.  PHONE-CHANGE VELOCITY CHECK
001200*                  OVER THE RETAINED PHONEAUD GENERATIONS.  TWO
001300*                  PASSES.  THE FIRST READS THE TRAIL BY CUST-ID,
001400*                  DATE AND TIME AND FLAGS ("V") EVERY CUSTOMER
001500*                  WITH MORE THAN THE PARAMETER NUMBER OF CHANGES
001600*                  INSIDE ANY ROLLING WINDOW OF THE PARAMETER
001700*                  NUMBER OF DAYS.  THE SECOND READS THE TRAIL BY
001800*                  NEW NUMBER AGAINST AN INDEX OF EVERY STORED
001900*                  MASTER AND CHILD NUMBER AND FLAGS ("S") EVERY
002000*                  CHANGE THAT GAVE A CUSTOMER A NUMBER ANOTHER
002100*                  CUST-ID ALREADY CARRIES.  AREA-SPLIT
002200*                  REWRITES (OPERATOR PHTRLAPP) ARE NOT CUSTOMER
002300*                  CHANGES AND ARE SKIPPED IN BOTH PASSES.  FLAGS
002400*                  GO TO THE PHONEVEL FLAG FILE; PHVELRPT PRINTS
002500*                  THEM RANKED.
002510* 2025-05-23  DS   AUDIT-NUMBER-RECORD FILLER WIDENED - PHONEAUD
002520*                  GREW TO 100 BYTES FOR THE APPROVER ID.
002600*-----------------------------------------------------------------
002700*
002800* PARAMETER CARD (VELPARMS, ONE 80-BYTE RECORD):
002900*   COLS  1- 3  CHANGE THRESHOLD - A CUSTOMER IS FLAGGED WITH MORE
003000*               THAN THIS MANY CHANGES IN ONE WINDOW (REQUIRED)
003100*   COLS  4- 6  WINDOW LENGTH IN DAYS (REQUIRED).  A WINDOW OF 30
003200*               HOLDS CHANGES DATED UP TO 29 DAYS APART.
003300*   COLS  7- 9  REVIEW PERIOD IN DAYS BACK FROM TODAY.  ONLY A
003400*               WINDOW ENDING IN THE PERIOD RAISES A "V" FLAG, AND
003500*               ONLY A CHANGE DATED IN IT RAISES AN "S" FLAG, SO A
003600*               BURST ALREADY REVIEWED IS NOT REPORTED EVERY NIGHT
003700*               FOR THE LIFE OF THE GENERATIONS.  THE WINDOW STILL
003800*               COUNTS OLDER CHANGES.  BLANK OR ZERO = THE WHOLE
003900*               RETAINED HISTORY.
004000* A MISSING OR INVALID CARD ENDS THE STEP RC=8 WITH NO FLAG FILE
004100* WRITTEN.
004200*
004300* THE NUMBER INDEX IS TONIGHT'S SORTED MASTER AND CHILD FILES, SO
004400* "ALREADY CARRIED" MEANS CARRIED NOW - BY A CUSTOMER WHO HAD THE
004500* NUMBER FIRST OR WHO TOOK IT AFTERWARD.  ZERO DIGITS (A DELETED
004600* CHILD NUMBER) ARE NEVER MATCHED.  A CHANGE WITH AN UNREADABLE
004700* RUN DATE IS COUNTED AND LEFT OUT OF THE WINDOW.
004800*-----------------------------------------------------------------
004900 ENVIRONMENT DIVISION.
005000 CONFIGURATION SECTION.
005100 SOURCE-COMPUTER.   IBM-370.
005200 OBJECT-COMPUTER.   IBM-370.
005300 INPUT-OUTPUT SECTION.
005400 FILE-CONTROL.
005500     SELECT PHONEAUD-FILE  ASSIGN TO PHONEAUD
005600                           ORGANIZATION IS SEQUENTIAL.
005700     SELECT AUDNUM-FILE    ASSIGN TO AUDNUM
005800                           ORGANIZATION IS SEQUENTIAL.
005900     SELECT NUMINDEX-FILE  ASSIGN TO NUMINDEX
006000                           ORGANIZATION IS SEQUENTIAL.
006100     SELECT VELPARMS-FILE  ASSIGN TO VELPARMS
006200                           ORGANIZATION IS SEQUENTIAL.
006300     SELECT VELFLAG-FILE   ASSIGN TO VELFLAG
006400                           ORGANIZATION IS SEQUENTIAL.
006500*
006600 DATA DIVISION.
006700 FILE SECTION.
006800 FD  PHONEAUD-FILE
006900     RECORDING MODE IS F.
007000 COPY PHONEAUD.
007100*
007200*-----------------------------------------------------------------
007300* THE SAME AUDIT TRAIL SORTED BY NEW NUMBER AND CUST-ID - ONLY THE
007400* FIELDS THE SHARED-NUMBER PASS NEEDS ARE NAMED.  SAME OFFSETS AS
007500* PHONEAUD.
007600*-----------------------------------------------------------------
007700 FD  AUDNUM-FILE
007800     RECORDING MODE IS F.
007900 01  AUDIT-NUMBER-RECORD.
008000     05  ANM-CUST-ID            PIC X(08).
008100     05  ANM-RUN-DATE           PIC X(08).
008200     05  FILLER                 PIC X(08).
008300     05  ANM-OPERATOR-ID        PIC X(08).
008400     05  FILLER                 PIC X(21).
008500     05  ANM-NUMBER-KEY.
008600         10  ANM-NEW-DIGITS     PIC 9(10).
008700         10  ANM-NEW-COUNTRY-CODE
008800                                PIC X(03).
008900     05  FILLER                 PIC X(08).
009000     05  ANM-PHONE-TYPE         PIC X(01).
009010     05  FILLER                 PIC X(25).
009200*
009300 FD  NUMINDEX-FILE
009400     RECORDING MODE IS F.
009500 COPY PHONENIX.
009600*
009700 FD  VELPARMS-FILE
009800     RECORDING MODE IS F.
009900 01  VELOCITY-PARM-RECORD.
010000     05  VPM-THRESHOLD          PIC X(03).
010100     05  VPM-THRESHOLD-NUM REDEFINES VPM-THRESHOLD
010200                                PIC 9(03).
010300     05  VPM-WINDOW-DAYS        PIC X(03).
010400     05  VPM-WINDOW-DAYS-NUM REDEFINES VPM-WINDOW-DAYS
010500                                PIC 9(03).
010600     05  VPM-REVIEW-DAYS        PIC X(03).
010700     05  VPM-REVIEW-DAYS-NUM REDEFINES VPM-REVIEW-DAYS
010800                                PIC 9(03).
010900     05  FILLER                 PIC X(71).
011000*
011100 FD  VELFLAG-FILE
011200     RECORDING MODE IS F.
011300 COPY PHONEVEL.
011400*
011500 WORKING-STORAGE SECTION.
011600 77  PHB-END-OF-FILE-SW         PIC X(01)  VALUE "N".
011700     88  PHB-END-OF-FILE                   VALUE "Y".
011800 77  PHB-AUDNUM-EOF-SW          PIC X(01)  VALUE "N".
011900     88  PHB-AUDNUM-EOF                    VALUE "Y".
012000 77  PHB-INDEX-EOF-SW           PIC X(01)  VALUE "N".
012100     88  PHB-INDEX-EOF                     VALUE "Y".
012200 77  PHB-PARM-ERROR-SW          PIC X(01)  VALUE "N".
012300     88  PHB-PARM-ERROR                    VALUE "Y".
012400 77  PHB-AUD-IN-COUNT           PIC 9(07)  VALUE ZERO.
012500 77  PHB-SPLIT-SKIP-COUNT       PIC 9(07)  VALUE ZERO.
012600 77  PHB-BAD-DATE-COUNT         PIC 9(07)  VALUE ZERO.
012700 77  PHB-CUST-COUNT             PIC 9(07)  VALUE ZERO.
012800 77  PHB-TABLE-FULL-COUNT       PIC 9(07)  VALUE ZERO.
012900 77  PHB-VEL-FLAG-COUNT         PIC 9(07)  VALUE ZERO.
013000 77  PHB-AUDNUM-IN-COUNT        PIC 9(07)  VALUE ZERO.
013100 77  PHB-NUM-CHECKED-COUNT      PIC 9(07)  VALUE ZERO.
013200 77  PHB-INDEX-IN-COUNT         PIC 9(07)  VALUE ZERO.
013300 77  PHB-GROUP-FULL-COUNT       PIC 9(07)  VALUE ZERO.
013400 77  PHB-SHR-FLAG-COUNT         PIC 9(07)  VALUE ZERO.
013500 77  PHB-RUN-DATE               PIC X(08)  VALUE SPACES.
013600*-----------------------------------------------------------------
013700* EFFECTIVE PARAMETERS AND THE REVIEW PERIOD.  PHB-REVIEW-FROM-DAY
013800* IS THE DAY NUMBER OF THE FIRST DAY IN THE PERIOD (ZERO = THE
013900* WHOLE HISTORY) AND PHB-REVIEW-FROM-DATE THE SAME DAY AS A
014000* YYYYMMDD DATE FOR THE SHARED-NUMBER PASS TO COMPARE AGAINST.
014100*-----------------------------------------------------------------
014200 77  PHB-THRESHOLD              PIC 9(03)  VALUE ZERO.
014300 77  PHB-WINDOW-DAYS            PIC 9(03)  VALUE ZERO.
014400 77  PHB-REVIEW-DAYS            PIC 9(03)  VALUE ZERO.
014500 77  PHB-TODAY-DAY              PIC 9(07)  VALUE ZERO.
014600 77  PHB-REVIEW-FROM-DAY        PIC 9(07)  VALUE ZERO.
014700 77  PHB-REVIEW-FROM-DATE       PIC X(08)  VALUE LOW-VALUES.
014800*-----------------------------------------------------------------
014900* ONE CUSTOMER'S CHANGES, IN DATE ORDER, FOR THE ROLLING WINDOW.
015000* PHB-WIN-START IS THE OLDEST CHANGE STILL INSIDE THE WINDOW THAT
015100* ENDS AT THE CHANGE JUST ADDED; THE WINDOW'S COUNT IS THE
015200* DISTANCE BETWEEN THE TWO.  A CUSTOMER PAST THE 999TH CHANGE IS
015300* ALREADY FAR OVER ANY SENSIBLE THRESHOLD - THE EXTRA CHANGES ARE
015400* COUNTED, NOT TABLED.
015500*-----------------------------------------------------------------
015600 01  PHB-CUST-KEY               PIC X(08)  VALUE SPACES.
015700 77  PHB-CHG-COUNT              PIC 9(04)  COMP VALUE ZERO.
015800 77  PHB-WIN-START              PIC 9(04)  COMP VALUE ZERO.
015900 77  PHB-WIN-COUNT              PIC 9(04)  COMP VALUE ZERO.
016000 77  PHB-WIN-FLOOR-DAY          PIC 9(07)  VALUE ZERO.
016100 77  PHB-PEAK-COUNT             PIC 9(04)  COMP VALUE ZERO.
016200 77  PHB-REVIEW-CHANGES         PIC 9(05)  VALUE ZERO.
016300 01  PHB-PEAK-FROM              PIC X(08)  VALUE SPACES.
016400 01  PHB-PEAK-TO                PIC X(08)  VALUE SPACES.
016500 01  PHB-CHANGE-TABLE.
016600     05  PHB-CHG-ENTRY          OCCURS 999 TIMES.
016700         10  PHB-CHG-DAY        PIC 9(07)  COMP.
016800         10  PHB-CHG-DATE       PIC X(08).
016900*-----------------------------------------------------------------
017000* THE INDEX ENTRIES CARRYING THE NUMBER BEING CHECKED.  LOADED
017100* ONCE PER NUMBER AND SEARCHED FOR EVERY AUDIT RECORD THAT SET IT.
017200* PHB-LAST-FLAG-KEY STOPS A CUSTOMER WHO SET THE SAME NUMBER MORE
017300* THAN ONCE BEING FLAGGED FOR IT MORE THAN ONCE.
017400*-----------------------------------------------------------------
017500 01  PHB-GROUP-KEY.
017600     05  PHB-GROUP-DIGITS       PIC 9(10)  VALUE ZERO.
017700     05  PHB-GROUP-CTRY-CODE    PIC X(03)  VALUE SPACES.
017800 77  PHB-GROUP-COUNT            PIC 9(03)  COMP VALUE ZERO.
017900 77  PHB-GROUP-IX               PIC 9(03)  COMP VALUE ZERO.
018000 77  PHB-OTHER-COUNT            PIC 9(03)  COMP VALUE ZERO.
018100 77  PHB-OTHER-IX               PIC 9(03)  COMP VALUE ZERO.
018200 01  PHB-GROUP-TABLE.
018300     05  PHB-GROUP-ENTRY        OCCURS 50 TIMES.
018400         10  PHB-GRP-CUST-ID    PIC X(08).
018500         10  PHB-GRP-PHONE-TYPE PIC X(01).
018600 01  PHB-LAST-FLAG-KEY.
018700     05  PHB-LAST-FLAG-NUMBER   PIC X(13)  VALUE SPACES.
018800     05  PHB-LAST-FLAG-CUST     PIC X(08)  VALUE SPACES.
018900*-----------------------------------------------------------------
019000* SHARED CALL INTERFACE TO PHDAYNUM - SEE PHONEDAY.
019100*-----------------------------------------------------------------
019200 COPY PHONEDAY.
019300*
019400 LINKAGE SECTION.
019500*
019600 PROCEDURE DIVISION.
019700*
019800 0000-MAINLINE.
019900     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
020000     IF PHB-PARM-ERROR
020100         PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
020200         GOBACK
020300     END-IF.
020400     PERFORM 2000-PROCESS-CUSTOMER THRU 2000-PROCESS-CUSTOMER-EXIT
020500         UNTIL PHB-END-OF-FILE.
020600     PERFORM 3000-PROCESS-NUMBER THRU 3000-PROCESS-NUMBER-EXIT
020700         UNTIL PHB-AUDNUM-EOF.
020800     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
020900     GOBACK.
021000*
021100******************************************************************
021200* 1000-INITIALIZE
021300*     READS AND EDITS THE PARAMETER CARD, WORKS OUT THE REVIEW
021400* PERIOD, OPENS THE DATA FILES, AND PRIMES BOTH READ LOOPS.  ON A
021500* BAD CARD NOTHING BUT THE CARD IS OPENED.
021600******************************************************************
021700 1000-INITIALIZE.
021800     OPEN INPUT VELPARMS-FILE.
021900     MOVE SPACES TO VELOCITY-PARM-RECORD.
022000     READ VELPARMS-FILE
022100         AT END
022200             CONTINUE
022300     END-READ.
022400     CLOSE VELPARMS-FILE.
022500     PERFORM 1100-EDIT-PARMS THRU 1100-EDIT-PARMS-EXIT.
022600     IF PHB-PARM-ERROR
022700         GO TO 1000-INITIALIZE-EXIT.
022800     ACCEPT PHB-RUN-DATE FROM DATE YYYYMMDD.
022900     PERFORM 1200-SET-REVIEW-PERIOD
023000         THRU 1200-SET-REVIEW-PERIOD-EXIT.
023100     OPEN INPUT  PHONEAUD-FILE.
023200     OPEN INPUT  AUDNUM-FILE.
023300     OPEN INPUT  NUMINDEX-FILE.
023400     OPEN OUTPUT VELFLAG-FILE.
023500     DISPLAY "PHVELBAT - THRESHOLD:        " PHB-THRESHOLD.
023600     DISPLAY "PHVELBAT - WINDOW DAYS:      " PHB-WINDOW-DAYS.
023700     DISPLAY "PHVELBAT - REVIEW FROM:      " PHB-REVIEW-FROM-DATE.
023800     PERFORM 2100-READ-AUDIT THRU 2100-READ-AUDIT-EXIT.
023900     PERFORM 3100-READ-AUDNUM THRU 3100-READ-AUDNUM-EXIT.
024000     PERFORM 3150-READ-INDEX THRU 3150-READ-INDEX-EXIT.
024100 1000-INITIALIZE-EXIT.
024200     EXIT.
024300*
024400******************************************************************
024500* 1100-EDIT-PARMS
024600*     THRESHOLD AND WINDOW MUST BE NUMERIC AND NOT ZERO.  THE
024700* REVIEW PERIOD MAY BE BLANK (WHOLE HISTORY) OR NUMERIC.
024800******************************************************************
024900 1100-EDIT-PARMS.
025000     IF VPM-THRESHOLD IS NOT NUMERIC
025100        OR VPM-THRESHOLD-NUM = ZERO
025200         DISPLAY "PHVELBAT - INVALID THRESHOLD: " VPM-THRESHOLD
025300         SET PHB-PARM-ERROR TO TRUE.
025400     IF VPM-WINDOW-DAYS IS NOT NUMERIC
025500        OR VPM-WINDOW-DAYS-NUM = ZERO
025600         DISPLAY "PHVELBAT - INVALID WINDOW:   " VPM-WINDOW-DAYS
025700         SET PHB-PARM-ERROR TO TRUE.
025800     IF VPM-REVIEW-DAYS NOT = SPACES
025900        AND VPM-REVIEW-DAYS IS NOT NUMERIC
026000         DISPLAY "PHVELBAT - INVALID REVIEW:   " VPM-REVIEW-DAYS
026100         SET PHB-PARM-ERROR TO TRUE.
026200     IF PHB-PARM-ERROR
026300         GO TO 1100-EDIT-PARMS-EXIT.
026400     MOVE VPM-THRESHOLD-NUM   TO PHB-THRESHOLD.
026500     MOVE VPM-WINDOW-DAYS-NUM TO PHB-WINDOW-DAYS.
026600     IF VPM-REVIEW-DAYS = SPACES
026700         MOVE ZERO TO PHB-REVIEW-DAYS
026800     ELSE
026900         MOVE VPM-REVIEW-DAYS-NUM TO PHB-REVIEW-DAYS
027000     END-IF.
027100 1100-EDIT-PARMS-EXIT.
027200     EXIT.
027300*
027400******************************************************************
027500* 1200-SET-REVIEW-PERIOD
027600*     CONVERTS TODAY TO A DAY NUMBER, STEPS BACK THE REVIEW PERIOD
027700* AND CONVERTS THE FIRST DAY OF THE PERIOD BACK TO A DATE.  THE
027800* FIRST DAY IS TODAY LESS (PERIOD - 1), SO A PERIOD OF 1 IS TODAY
027900* ALONE.  NO PERIOD LEAVES BOTH BOUNDS AT THEIR LOWEST VALUE.
028000******************************************************************
028100 1200-SET-REVIEW-PERIOD.
028200     SET PDY-DATE-TO-DAYS TO TRUE.
028300     MOVE PHB-RUN-DATE TO PDY-DATE.
028400     CALL "PHDAYNUM" USING PHONE-DAY-AREA.
028500     MOVE PDY-DAY-NUMBER TO PHB-TODAY-DAY.
028600     IF PHB-REVIEW-DAYS = ZERO
028700         MOVE ZERO       TO PHB-REVIEW-FROM-DAY
028800         MOVE LOW-VALUES TO PHB-REVIEW-FROM-DATE
028900         GO TO 1200-SET-REVIEW-PERIOD-EXIT.
029000     COMPUTE PHB-REVIEW-FROM-DAY =
029100             PHB-TODAY-DAY - PHB-REVIEW-DAYS + 1.
029200     SET PDY-DAYS-TO-DATE TO TRUE.
029300     MOVE PHB-REVIEW-FROM-DAY TO PDY-DAY-NUMBER.
029400     CALL "PHDAYNUM" USING PHONE-DAY-AREA.
029500     MOVE PDY-DATE TO PHB-REVIEW-FROM-DATE.
029600 1200-SET-REVIEW-PERIOD-EXIT.
029700     EXIT.
029800*
029900******************************************************************
030000* 2000-PROCESS-CUSTOMER
030100*     GATHERS ONE CUSTOMER'S CHANGES INTO THE WINDOW TABLE AND
030200* RAISES A "V" FLAG WHEN THE BUSIEST WINDOW ENDING IN THE REVIEW
030300* PERIOD HOLDS MORE CHANGES THAN THE THRESHOLD.
030400******************************************************************
030500 2000-PROCESS-CUSTOMER.
030600     ADD 1 TO PHB-CUST-COUNT.
030700     MOVE PAU-CUST-ID TO PHB-CUST-KEY.
030800     MOVE ZERO   TO PHB-CHG-COUNT.
030900     MOVE 1      TO PHB-WIN-START.
031000     MOVE ZERO   TO PHB-PEAK-COUNT.
031100     MOVE ZERO   TO PHB-REVIEW-CHANGES.
031200     MOVE SPACES TO PHB-PEAK-FROM.
031300     MOVE SPACES TO PHB-PEAK-TO.
031400     PERFORM 2200-ADD-CHANGE THRU 2200-ADD-CHANGE-EXIT
031500         UNTIL PHB-END-OF-FILE
031600            OR PAU-CUST-ID NOT = PHB-CUST-KEY.
031700     IF PHB-PEAK-COUNT > PHB-THRESHOLD
031800         PERFORM 2400-WRITE-VELOCITY-FLAG
031900             THRU 2400-WRITE-VELOCITY-FLAG-EXIT
032000     END-IF.
032100 2000-PROCESS-CUSTOMER-EXIT.
032200     EXIT.
032300*
032400******************************************************************
032500* 2100-READ-AUDIT
032600*     READS THE NEXT AUDIT RECORD IN CUST-ID ORDER AND SETS THE
032700* END-OF-FILE SWITCH WHEN THE TRAIL IS EXHAUSTED.
032800******************************************************************
032900 2100-READ-AUDIT.
033000     READ PHONEAUD-FILE
033100         AT END
033200             SET PHB-END-OF-FILE TO TRUE
033300     END-READ.
033400     IF NOT PHB-END-OF-FILE
033500         ADD 1 TO PHB-AUD-IN-COUNT
033600     END-IF.
033700 2100-READ-AUDIT-EXIT.
033800     EXIT.
033900*
034000******************************************************************
034100* 2200-ADD-CHANGE
034200*     ADDS THE AUDIT RECORD IN THE BUFFER TO THE CUSTOMER'S WINDOW
034300* TABLE, SLIDES THE WINDOW START FORWARD PAST EVERY CHANGE TOO OLD
034400* TO SHARE A WINDOW WITH IT - ONE DATED ON OR BEFORE THE NEW
034500* CHANGE'S DAY LESS THE WINDOW LENGTH - AND KEEPS THE BUSIEST
034600* WINDOW THAT ENDS IN THE REVIEW PERIOD.  SPLIT REWRITES AND
034700* UNREADABLE DATES ARE COUNTED AND SKIPPED.  READS THE NEXT
034800* RECORD.
034900******************************************************************
035000 2200-ADD-CHANGE.
035100     IF PAU-OPERATOR-ID = "PHTRLAPP"
035200         ADD 1 TO PHB-SPLIT-SKIP-COUNT
035300         GO TO 2200-ADD-CHANGE-READ.
035400     IF PHB-CHG-COUNT NOT < 999
035500         ADD 1 TO PHB-TABLE-FULL-COUNT
035600         GO TO 2200-ADD-CHANGE-READ.
035700     SET PDY-DATE-TO-DAYS TO TRUE.
035800     MOVE PAU-RUN-DATE TO PDY-DATE.
035900     CALL "PHDAYNUM" USING PHONE-DAY-AREA.
036000     IF NOT PDY-VALID
036100         ADD 1 TO PHB-BAD-DATE-COUNT
036200         GO TO 2200-ADD-CHANGE-READ.
036300     ADD 1 TO PHB-CHG-COUNT.
036400     MOVE PDY-DAY-NUMBER TO PHB-CHG-DAY(PHB-CHG-COUNT).
036500     MOVE PAU-RUN-DATE   TO PHB-CHG-DATE(PHB-CHG-COUNT).
036600     COMPUTE PHB-WIN-FLOOR-DAY = PDY-DAY-NUMBER - PHB-WINDOW-DAYS.
036700     PERFORM 2250-SLIDE-WINDOW THRU 2250-SLIDE-WINDOW-EXIT
036800         UNTIL PHB-CHG-DAY(PHB-WIN-START) > PHB-WIN-FLOOR-DAY.
036900     IF PDY-DAY-NUMBER < PHB-REVIEW-FROM-DAY
037000         GO TO 2200-ADD-CHANGE-READ.
037100     ADD 1 TO PHB-REVIEW-CHANGES.
037200     COMPUTE PHB-WIN-COUNT = PHB-CHG-COUNT - PHB-WIN-START + 1.
037300     IF PHB-WIN-COUNT > PHB-PEAK-COUNT
037400         MOVE PHB-WIN-COUNT                TO PHB-PEAK-COUNT
037500         MOVE PHB-CHG-DATE(PHB-WIN-START)  TO PHB-PEAK-FROM
037600         MOVE PHB-CHG-DATE(PHB-CHG-COUNT)  TO PHB-PEAK-TO
037700     END-IF.
037800 2200-ADD-CHANGE-READ.
037900     PERFORM 2100-READ-AUDIT THRU 2100-READ-AUDIT-EXIT.
038000 2200-ADD-CHANGE-EXIT.
038100     EXIT.
038200*
038300******************************************************************
038400* 2250-SLIDE-WINDOW
038500*     DROPS THE OLDEST CHANGE FROM THE WINDOW.
038600******************************************************************
038700 2250-SLIDE-WINDOW.
038800     ADD 1 TO PHB-WIN-START.
038900 2250-SLIDE-WINDOW-EXIT.
039000     EXIT.
039100*
039200******************************************************************
039300* 2400-WRITE-VELOCITY-FLAG
039400*     WRITES THE "V" FLAG FOR THE CUSTOMER JUST GATHERED.
039500******************************************************************
039600 2400-WRITE-VELOCITY-FLAG.
039700     MOVE SPACES TO PHONE-VELOCITY-RECORD.
039800     SET PVL-VELOCITY TO TRUE.
039900     MOVE PHB-CUST-KEY       TO PVL-CUST-ID.
040000     MOVE PHB-PEAK-COUNT     TO PVL-RANK-COUNT.
040100     MOVE PHB-PEAK-FROM      TO PVL-WINDOW-FROM.
040200     MOVE PHB-PEAK-TO        TO PVL-WINDOW-TO.
040300     MOVE PHB-REVIEW-CHANGES TO PVL-REVIEW-CHANGES.
040400     MOVE PHB-THRESHOLD      TO PVL-THRESHOLD.
040500     MOVE PHB-WINDOW-DAYS    TO PVL-WINDOW-DAYS.
040600     MOVE ZERO               TO PVL-NEW-DIGITS.
040700     MOVE PHB-RUN-DATE       TO PVL-RUN-DATE.
040800     WRITE PHONE-VELOCITY-RECORD.
040900     ADD 1 TO PHB-VEL-FLAG-COUNT.
041000 2400-WRITE-VELOCITY-FLAG-EXIT.
041100     EXIT.
041200*
041300******************************************************************
041400* 3000-PROCESS-NUMBER
041500*     CHECKS ONE AUDIT RECORD FROM THE NUMBER-ORDER TRAIL.  A
041600* SPLIT REWRITE, A CHANGE BEFORE THE REVIEW PERIOD, OR A ZERO
041700* NUMBER IS SKIPPED.  OTHERWISE THE INDEX IS WALKED FORWARD TO THE
041800* NUMBER, ITS ENTRIES ARE LOADED WHEN THE NUMBER IS NEW, AND AN
041900* "S" FLAG IS RAISED WHEN ANY OF THEM BELONGS TO ANOTHER CUST-ID.
042000******************************************************************
042100 3000-PROCESS-NUMBER.
042200     IF ANM-OPERATOR-ID = "PHTRLAPP"
042300        OR ANM-RUN-DATE < PHB-REVIEW-FROM-DATE
042400        OR ANM-NEW-DIGITS = ZERO
042500         GO TO 3000-PROCESS-NUMBER-READ.
042600     ADD 1 TO PHB-NUM-CHECKED-COUNT.
042700     IF ANM-NUMBER-KEY NOT = PHB-GROUP-KEY
042800         PERFORM 3200-LOAD-GROUP THRU 3200-LOAD-GROUP-EXIT
042900     END-IF.
043000     IF PHB-GROUP-COUNT = ZERO
043100         GO TO 3000-PROCESS-NUMBER-READ.
043200     IF ANM-NUMBER-KEY = PHB-LAST-FLAG-NUMBER
043300        AND ANM-CUST-ID = PHB-LAST-FLAG-CUST
043400         GO TO 3000-PROCESS-NUMBER-READ.
043500     MOVE ZERO TO PHB-OTHER-COUNT.
043600     MOVE ZERO TO PHB-OTHER-IX.
043700     PERFORM 3300-COUNT-OTHER THRU 3300-COUNT-OTHER-EXIT
043800         VARYING PHB-GROUP-IX FROM 1 BY 1
043900         UNTIL PHB-GROUP-IX > PHB-GROUP-COUNT.
044000     IF PHB-OTHER-COUNT > ZERO
044100         PERFORM 3400-WRITE-SHARED-FLAG
044200             THRU 3400-WRITE-SHARED-FLAG-EXIT
044300     END-IF.
044400 3000-PROCESS-NUMBER-READ.
044500     PERFORM 3100-READ-AUDNUM THRU 3100-READ-AUDNUM-EXIT.
044600 3000-PROCESS-NUMBER-EXIT.
044700     EXIT.
044800*
044900******************************************************************
045000* 3100-READ-AUDNUM
045100*     READS THE NEXT AUDIT RECORD IN NUMBER ORDER AND SETS ITS
045200* END-OF-FILE SWITCH WHEN THE TRAIL IS EXHAUSTED.
045300******************************************************************
045400 3100-READ-AUDNUM.
045500     READ AUDNUM-FILE
045600         AT END
045700             SET PHB-AUDNUM-EOF TO TRUE
045800     END-READ.
045900     IF NOT PHB-AUDNUM-EOF
046000         ADD 1 TO PHB-AUDNUM-IN-COUNT
046100     END-IF.
046200 3100-READ-AUDNUM-EXIT.
046300     EXIT.
046400*
046500******************************************************************
046600* 3150-READ-INDEX
046700*     READS THE NEXT NUMBER-INDEX RECORD AND SETS ITS END-OF-FILE
046800* SWITCH WHEN THE INDEX IS EXHAUSTED.
046900******************************************************************
047000 3150-READ-INDEX.
047100     READ NUMINDEX-FILE
047200         AT END
047300             SET PHB-INDEX-EOF TO TRUE
047400     END-READ.
047500     IF NOT PHB-INDEX-EOF
047600         ADD 1 TO PHB-INDEX-IN-COUNT
047700     END-IF.
047800 3150-READ-INDEX-EXIT.
047900     EXIT.
048000*
048100******************************************************************
048200* 3200-LOAD-GROUP
048300*     WALKS THE INDEX PAST EVERY NUMBER BELOW THE ONE BEING
048400* CHECKED AND LOADS EVERY ENTRY CARRYING IT.  NONE LOADED = NOBODY
048500* CARRIES THE NUMBER NOW.  A NUMBER CARRIED MORE THAN 50 TIMES
048600* KEEPS ITS FIRST 50 ENTRIES - PLENTY TO RAISE THE FLAG.
048700******************************************************************
048800 3200-LOAD-GROUP.
048900     MOVE ANM-NUMBER-KEY TO PHB-GROUP-KEY.
049000     MOVE ZERO TO PHB-GROUP-COUNT.
049100     PERFORM 3150-READ-INDEX THRU 3150-READ-INDEX-EXIT
049200         UNTIL PHB-INDEX-EOF
049300            OR PNX-NUMBER-KEY NOT < PHB-GROUP-KEY.
049400     PERFORM 3250-LOAD-ONE-ENTRY THRU 3250-LOAD-ONE-ENTRY-EXIT
049500         UNTIL PHB-INDEX-EOF
049600            OR PNX-NUMBER-KEY NOT = PHB-GROUP-KEY.
049700 3200-LOAD-GROUP-EXIT.
049800     EXIT.
049900*
050000******************************************************************
050100* 3250-LOAD-ONE-ENTRY
050200*     TABLES ONE INDEX ENTRY FOR THE NUMBER AND READS THE NEXT.
050300******************************************************************
050400 3250-LOAD-ONE-ENTRY.
050500     IF PHB-GROUP-COUNT < 50
050600         ADD 1 TO PHB-GROUP-COUNT
050700         MOVE PNX-CUST-ID    TO PHB-GRP-CUST-ID(PHB-GROUP-COUNT)
050800         MOVE PNX-PHONE-TYPE
050900             TO PHB-GRP-PHONE-TYPE(PHB-GROUP-COUNT)
051000     ELSE
051100         ADD 1 TO PHB-GROUP-FULL-COUNT
051200     END-IF.
051300     PERFORM 3150-READ-INDEX THRU 3150-READ-INDEX-EXIT.
051400 3250-LOAD-ONE-ENTRY-EXIT.
051500     EXIT.
051600*
051700******************************************************************
051800* 3300-COUNT-OTHER
051900*     COUNTS ONE TABLED ENTRY WHEN IT BELONGS TO ANOTHER CUST-ID,
052000* AND REMEMBERS THE FIRST SUCH ENTRY FOR THE FLAG.
052100******************************************************************
052200 3300-COUNT-OTHER.
052300     IF PHB-GRP-CUST-ID(PHB-GROUP-IX) = ANM-CUST-ID
052400         GO TO 3300-COUNT-OTHER-EXIT.
052500     ADD 1 TO PHB-OTHER-COUNT.
052600     IF PHB-OTHER-IX = ZERO
052700         MOVE PHB-GROUP-IX TO PHB-OTHER-IX
052800     END-IF.
052900 3300-COUNT-OTHER-EXIT.
053000     EXIT.
053100*
053200******************************************************************
053300* 3400-WRITE-SHARED-FLAG
053400*     WRITES THE "S" FLAG FOR THE AUDIT RECORD IN THE BUFFER.
053500******************************************************************
053600 3400-WRITE-SHARED-FLAG.
053700     MOVE SPACES TO PHONE-VELOCITY-RECORD.
053800     SET PVL-SHARED-NUMBER TO TRUE.
053900     MOVE ANM-CUST-ID          TO PVL-CUST-ID.
054000     MOVE PHB-OTHER-COUNT      TO PVL-RANK-COUNT.
054100     MOVE ZERO                 TO PVL-REVIEW-CHANGES.
054200     MOVE ZERO                 TO PVL-THRESHOLD.
054300     MOVE ZERO                 TO PVL-WINDOW-DAYS.
054400     MOVE ANM-NEW-DIGITS       TO PVL-NEW-DIGITS.
054500     MOVE ANM-NEW-COUNTRY-CODE TO PVL-NEW-COUNTRY-CODE.
054600     MOVE ANM-PHONE-TYPE       TO PVL-PHONE-TYPE.
054700     MOVE ANM-RUN-DATE         TO PVL-CHANGE-DATE.
054800     MOVE ANM-OPERATOR-ID      TO PVL-OPERATOR-ID.
054900     MOVE PHB-GRP-CUST-ID(PHB-OTHER-IX)    TO PVL-OTHER-CUST-ID.
055000     MOVE PHB-GRP-PHONE-TYPE(PHB-OTHER-IX) TO PVL-OTHER-TYPE.
055100     MOVE PHB-RUN-DATE         TO PVL-RUN-DATE.
055200     WRITE PHONE-VELOCITY-RECORD.
055300     ADD 1 TO PHB-SHR-FLAG-COUNT.
055400     MOVE ANM-NUMBER-KEY TO PHB-LAST-FLAG-NUMBER.
055500     MOVE ANM-CUST-ID    TO PHB-LAST-FLAG-CUST.
055600 3400-WRITE-SHARED-FLAG-EXIT.
055700     EXIT.
055800*
055900******************************************************************
056000* 9000-TERMINATE
056100*     CLOSES ALL FILES AND DISPLAYS THE RUN TOTALS.  A BAD
056200* PARAMETER CARD ENDS THE STEP RC=8.
056300******************************************************************
056400 9000-TERMINATE.
056500     IF PHB-PARM-ERROR
056600         DISPLAY "PHVELBAT - PARAMETER CARD REJECTED - NO FLAGS"
056700         MOVE 8 TO RETURN-CODE
056800         GO TO 9000-TERMINATE-EXIT.
056900     CLOSE PHONEAUD-FILE.
057000     CLOSE AUDNUM-FILE.
057100     CLOSE NUMINDEX-FILE.
057200     CLOSE VELFLAG-FILE.
057300     DISPLAY "PHVELBAT - AUDIT READ:       " PHB-AUD-IN-COUNT.
057400     DISPLAY "PHVELBAT - SPLIT REWRITES:   " PHB-SPLIT-SKIP-COUNT.
057500     DISPLAY "PHVELBAT - BAD RUN DATES:    " PHB-BAD-DATE-COUNT.
057600     DISPLAY "PHVELBAT - CUSTOMERS:        " PHB-CUST-COUNT.
057700     DISPLAY "PHVELBAT - PAST 999 CHANGES: " PHB-TABLE-FULL-COUNT.
057800     DISPLAY "PHVELBAT - VELOCITY FLAGS:   " PHB-VEL-FLAG-COUNT.
057900     DISPLAY "PHVELBAT - INDEX READ:       " PHB-INDEX-IN-COUNT.
058000     DISPLAY "PHVELBAT - NUMBERS CHECKED:  "
058100         PHB-NUM-CHECKED-COUNT.
058200     DISPLAY "PHVELBAT - PAST 50 CARRIERS: " PHB-GROUP-FULL-COUNT.
058300     DISPLAY "PHVELBAT - SHARED FLAGS:     " PHB-SHR-FLAG-COUNT.
058400 9000-TERMINATE-EXIT.
058500     EXIT.
058600*
058700 END PROGRAM PHVELBAT.
