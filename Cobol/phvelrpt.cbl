000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    PHVELRPT.
000300 AUTHOR.        D. SALINAS.
000400 INSTALLATION.  CUSTOMER STATEMENTS - DATA CONTROL.
000500 DATE-WRITTEN.  2025-05-09.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900* DATE       INIT  DESCRIPTION
001000*----------  ----  -----------------------------------------------
001100* 2025-05-09  DS   ORIGINAL REPORT.  RANKED PHONE-CHANGE VELOCITY
001200*                  EXCEPTION REPORT.  READS THE PHVELBAT FLAG FILE
001300*                  PRESORTED BY FLAG TYPE (VELOCITY FIRST), RANK
001400*                  COUNT DESCENDING AND CUST-ID, AND PRINTS ONE
001500*                  RANKED SECTION PER FLAG TYPE: CUSTOMERS WITH
001600*                  TOO MANY CHANGES IN ONE WINDOW, BUSIEST FIRST,
001700*                  THEN CHANGES TO A NUMBER ANOTHER CUST-ID
001800*                  CARRIES, MOST WIDELY SHARED FIRST.  EQUAL
001900*                  COUNTS SHARE A RANK.
002000*-----------------------------------------------------------------
002100 ENVIRONMENT DIVISION.
002200 CONFIGURATION SECTION.
002300 SOURCE-COMPUTER.   IBM-370.
002400 OBJECT-COMPUTER.   IBM-370.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     SELECT VELFLAG-FILE   ASSIGN TO VELFLAG
002800                           ORGANIZATION IS SEQUENTIAL.
002900     SELECT PHONERPT-FILE  ASSIGN TO PHONERPT
003000                           ORGANIZATION IS SEQUENTIAL.
003100*
003200 DATA DIVISION.
003300 FILE SECTION.
003400 FD  VELFLAG-FILE
003500     RECORDING MODE IS F.
003600 COPY PHONEVEL.
003700*
003800 FD  PHONERPT-FILE
003900     RECORDING MODE IS F.
004000 01  PRINT-RECORD               PIC X(132).
004100*
004200 WORKING-STORAGE SECTION.
004300 77  PHB-END-OF-FILE-SW         PIC X(01)  VALUE "N".
004400     88  PHB-END-OF-FILE                   VALUE "Y".
004500 77  PHB-SECTION-COUNT          PIC 9(07)  VALUE ZERO.
004600 77  PHB-VEL-TOTAL              PIC 9(07)  VALUE ZERO.
004700 77  PHB-SHR-TOTAL              PIC 9(07)  VALUE ZERO.
004800 77  PHB-RANK                   PIC 9(05)  VALUE ZERO.
004900 77  PHB-PREV-RANK-COUNT        PIC 9(05)  VALUE ZERO.
005000 01  PHB-PREV-FLAG-TYPE         PIC X(01)  VALUE SPACE.
005100 01  PHB-RUN-DATE               PIC X(08)  VALUE SPACES.
005200 01  PHB-NUMBER-PRINT           PIC X(12)  VALUE SPACES.
005300 01  PHB-TYPE-PRINT             PIC X(06)  VALUE SPACES.
005400 01  PHB-OTHER-TYPE-PRINT       PIC X(06)  VALUE SPACES.
005500 01  PHB-DIGITS-X               PIC X(10)  VALUE SPACES.
005600 01  PHB-PRINT-LINE             PIC X(132) VALUE SPACES.
005700*
005800 LINKAGE SECTION.
005900*
006000 PROCEDURE DIVISION.
006100*
006200 0000-MAINLINE.
006300     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
006400     PERFORM 2000-PROCESS-RECORD THRU 2000-PROCESS-RECORD-EXIT
006500         UNTIL PHB-END-OF-FILE.
006600     PERFORM 4000-PRINT-GRAND-TOTAL
006700         THRU 4000-PRINT-GRAND-TOTAL-EXIT.
006800     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
006900     GOBACK.
007000*
007100******************************************************************
007200* 1000-INITIALIZE
007300*     OPENS ALL FILES, PRINTS THE REPORT HEADING AND PRIMES THE
007400* READ LOOP.
007500******************************************************************
007600 1000-INITIALIZE.
007700     OPEN INPUT  VELFLAG-FILE.
007800     OPEN OUTPUT PHONERPT-FILE.
007900     ACCEPT PHB-RUN-DATE FROM DATE YYYYMMDD.
008000     MOVE SPACES TO PHB-PRINT-LINE.
008100     STRING "PHVELRPT - PHONE-CHANGE VELOCITY EXCEPTIONS"
008200            "    RUN DATE " PHB-RUN-DATE
008300         DELIMITED BY SIZE INTO PHB-PRINT-LINE.
008400     WRITE PRINT-RECORD FROM PHB-PRINT-LINE.
008500     PERFORM 2100-READ-FLAG THRU 2100-READ-FLAG-EXIT.
008600     IF PHB-END-OF-FILE
008700         MOVE SPACES TO PHB-PRINT-LINE
008800         WRITE PRINT-RECORD FROM PHB-PRINT-LINE
008900         MOVE "NO EXCEPTIONS FLAGGED" TO PHB-PRINT-LINE
009000         WRITE PRINT-RECORD FROM PHB-PRINT-LINE
009100     END-IF.
009200 1000-INITIALIZE-EXIT.
009300     EXIT.
009400*
009500******************************************************************
009600* 1200-PRINT-SECTION-HEADING
009700*     PRINTS THE HEADING FOR THE FLAG TYPE STARTING, WITH THE
009800* PARAMETERS THE VELOCITY FLAGS WERE RAISED UNDER, AND RESTARTS
009900* THE RANKING.
010000******************************************************************
010100 1200-PRINT-SECTION-HEADING.
010200     MOVE ZERO TO PHB-RANK.
010300     MOVE ZERO TO PHB-PREV-RANK-COUNT.
010400     MOVE ZERO TO PHB-SECTION-COUNT.
010500     MOVE SPACES TO PHB-PRINT-LINE.
010600     WRITE PRINT-RECORD FROM PHB-PRINT-LINE.
010700     MOVE SPACES TO PHB-PRINT-LINE.
010800     IF PVL-VELOCITY
010900         STRING "CHANGE VELOCITY - MORE THAN " PVL-THRESHOLD
011000                " CHANGES WITHIN " PVL-WINDOW-DAYS " DAYS"
011100             DELIMITED BY SIZE INTO PHB-PRINT-LINE
011200         WRITE PRINT-RECORD FROM PHB-PRINT-LINE
011300         MOVE SPACES TO PHB-PRINT-LINE
011400         STRING "RANK  CUST-ID   CHANGES  WINDOW FROM  WINDOW TO"
011500                "    IN REVIEW PERIOD"
011600             DELIMITED BY SIZE INTO PHB-PRINT-LINE
011700     ELSE
011800         MOVE "NEW NUMBER ALREADY CARRIED BY ANOTHER CUSTOMER"
011900             TO PHB-PRINT-LINE
012000         WRITE PRINT-RECORD FROM PHB-PRINT-LINE
012100         MOVE SPACES TO PHB-PRINT-LINE
012200         STRING "RANK  CUST-ID   TYPE    NEW NUMBER    CC   "
012300                "CHANGED   OPERATOR  CARRIED BY  TYPE    OTHERS"
012400             DELIMITED BY SIZE INTO PHB-PRINT-LINE
012500     END-IF.
012600     WRITE PRINT-RECORD FROM PHB-PRINT-LINE.
012700 1200-PRINT-SECTION-HEADING-EXIT.
012800     EXIT.
012900*
013000******************************************************************
013100* 2000-PROCESS-RECORD
013200*     STARTS A NEW SECTION WHEN THE FLAG TYPE CHANGES, RANKS AND
013300* PRINTS THE FLAG, AND READS THE NEXT ONE.  A COUNT EQUAL TO THE
013400* ONE BEFORE IT KEEPS THE SAME RANK.
013500******************************************************************
013600 2000-PROCESS-RECORD.
013700     IF PVL-FLAG-TYPE NOT = PHB-PREV-FLAG-TYPE
013800         IF PHB-PREV-FLAG-TYPE NOT = SPACE
013900             PERFORM 3000-PRINT-SUBTOTAL
014000                 THRU 3000-PRINT-SUBTOTAL-EXIT
014100         END-IF
014200         MOVE PVL-FLAG-TYPE TO PHB-PREV-FLAG-TYPE
014300         PERFORM 1200-PRINT-SECTION-HEADING
014400             THRU 1200-PRINT-SECTION-HEADING-EXIT
014500     END-IF.
014600     ADD 1 TO PHB-SECTION-COUNT.
014700     IF PVL-RANK-COUNT NOT = PHB-PREV-RANK-COUNT
014800         MOVE PHB-SECTION-COUNT TO PHB-RANK
014900         MOVE PVL-RANK-COUNT    TO PHB-PREV-RANK-COUNT
015000     END-IF.
015100     IF PVL-VELOCITY
015200         PERFORM 2200-PRINT-VELOCITY THRU 2200-PRINT-VELOCITY-EXIT
015300         ADD 1 TO PHB-VEL-TOTAL
015400     ELSE
015500         PERFORM 2300-PRINT-SHARED THRU 2300-PRINT-SHARED-EXIT
015600         ADD 1 TO PHB-SHR-TOTAL
015700     END-IF.
015800     PERFORM 2100-READ-FLAG THRU 2100-READ-FLAG-EXIT.
015900 2000-PROCESS-RECORD-EXIT.
016000     EXIT.
016100*
016200******************************************************************
016300* 2100-READ-FLAG
016400*     READS THE NEXT FLAG RECORD AND SETS THE END-OF-FILE SWITCH
016500* WHEN THE FILE IS EXHAUSTED.
016600******************************************************************
016700 2100-READ-FLAG.
016800     READ VELFLAG-FILE
016900         AT END
017000             SET PHB-END-OF-FILE TO TRUE
017100     END-READ.
017200 2100-READ-FLAG-EXIT.
017300     EXIT.
017400*
017500******************************************************************
017600* 2200-PRINT-VELOCITY
017700*     PRINTS ONE VELOCITY LINE: RANK, CUSTOMER, CHANGES IN THE
017800* BUSIEST WINDOW, THAT WINDOW'S FIRST AND LAST CHANGE DATE, AND
017900* THE CUSTOMER'S CHANGES IN THE WHOLE REVIEW PERIOD.
018000******************************************************************
018100 2200-PRINT-VELOCITY.
018200     MOVE SPACES TO PHB-PRINT-LINE.
018300     STRING PHB-RANK " " PVL-CUST-ID "  " PVL-RANK-COUNT "    "
018400            PVL-WINDOW-FROM "     " PVL-WINDOW-TO "     "
018500            PVL-REVIEW-CHANGES
018600         DELIMITED BY SIZE INTO PHB-PRINT-LINE.
018700     WRITE PRINT-RECORD FROM PHB-PRINT-LINE.
018800 2200-PRINT-VELOCITY-EXIT.
018900     EXIT.
019000*
019100******************************************************************
019200* 2300-PRINT-SHARED
019300*     PRINTS ONE SHARED-NUMBER LINE: RANK, CUSTOMER AND PHONE TYPE
019400* CHANGED, THE NEW NUMBER, WHEN AND BY WHOM IT WAS KEYED, THE
019500* FIRST OTHER CUSTOMER CARRYING IT AND ON WHICH TYPE, AND HOW MANY
019600* OTHER CUSTOMER NUMBERS CARRY IT.  A DOMESTIC NUMBER PRINTS
019700* DASHED; ONE WITH A COUNTRY CODE PRINTS AS STORED.
019800******************************************************************
019900 2300-PRINT-SHARED.
020000     IF PVL-PHONE-TYPE = SPACE
020100         MOVE "MASTER" TO PHB-TYPE-PRINT
020200     ELSE
020300         MOVE PVL-PHONE-TYPE TO PHB-TYPE-PRINT
020400     END-IF.
020500     IF PVL-OTHER-TYPE = SPACE
020600         MOVE "MASTER" TO PHB-OTHER-TYPE-PRINT
020700     ELSE
020800         MOVE PVL-OTHER-TYPE TO PHB-OTHER-TYPE-PRINT
020900     END-IF.
021000     MOVE PVL-NEW-DIGITS TO PHB-DIGITS-X.
021100     MOVE SPACES TO PHB-NUMBER-PRINT.
021200     IF PVL-NEW-COUNTRY-CODE = SPACES
021300         STRING PHB-DIGITS-X(1:3) "-" PHB-DIGITS-X(4:3) "-"
021400                PHB-DIGITS-X(7:4)
021500             DELIMITED BY SIZE INTO PHB-NUMBER-PRINT
021600     ELSE
021700         MOVE PHB-DIGITS-X TO PHB-NUMBER-PRINT
021800     END-IF.
021900     MOVE SPACES TO PHB-PRINT-LINE.
022000     STRING PHB-RANK " " PVL-CUST-ID "  " PHB-TYPE-PRINT "  "
022100            PHB-NUMBER-PRINT "  " PVL-NEW-COUNTRY-CODE "  "
022200            PVL-CHANGE-DATE "  " PVL-OPERATOR-ID "  "
022300            PVL-OTHER-CUST-ID "    " PHB-OTHER-TYPE-PRINT "  "
022400            PVL-RANK-COUNT
022500         DELIMITED BY SIZE INTO PHB-PRINT-LINE.
022600     WRITE PRINT-RECORD FROM PHB-PRINT-LINE.
022700 2300-PRINT-SHARED-EXIT.
022800     EXIT.
022900*
023000******************************************************************
023100* 3000-PRINT-SUBTOTAL
023200*     PRINTS THE COUNT FOR THE SECTION THAT JUST ENDED.
023300******************************************************************
023400 3000-PRINT-SUBTOTAL.
023500     MOVE SPACES TO PHB-PRINT-LINE.
023600     STRING "  SECTION TOTAL: " PHB-SECTION-COUNT
023700         DELIMITED BY SIZE INTO PHB-PRINT-LINE.
023800     WRITE PRINT-RECORD FROM PHB-PRINT-LINE.
023900 3000-PRINT-SUBTOTAL-EXIT.
024000     EXIT.
024100*
024200******************************************************************
024300* 4000-PRINT-GRAND-TOTAL
024400*     CLOSES THE LAST SECTION AND PRINTS THE GRAND TOTAL LINES.
024500******************************************************************
024600 4000-PRINT-GRAND-TOTAL.
024700     IF PHB-PREV-FLAG-TYPE NOT = SPACE
024800         PERFORM 3000-PRINT-SUBTOTAL THRU 3000-PRINT-SUBTOTAL-EXIT
024900     END-IF.
025000     MOVE SPACES TO PHB-PRINT-LINE.
025100     WRITE PRINT-RECORD FROM PHB-PRINT-LINE.
025200     MOVE SPACES TO PHB-PRINT-LINE.
025300     STRING "VELOCITY FLAGS:      " PHB-VEL-TOTAL
025400         DELIMITED BY SIZE INTO PHB-PRINT-LINE.
025500     WRITE PRINT-RECORD FROM PHB-PRINT-LINE.
025600     MOVE SPACES TO PHB-PRINT-LINE.
025700     STRING "SHARED-NUMBER FLAGS: " PHB-SHR-TOTAL
025800         DELIMITED BY SIZE INTO PHB-PRINT-LINE.
025900     WRITE PRINT-RECORD FROM PHB-PRINT-LINE.
026000 4000-PRINT-GRAND-TOTAL-EXIT.
026100     EXIT.
026200*
026300******************************************************************
026400* 9000-TERMINATE
026500*     CLOSES ALL FILES.
026600******************************************************************
026700 9000-TERMINATE.
026800     CLOSE VELFLAG-FILE.
026900     CLOSE PHONERPT-FILE.
027000 9000-TERMINATE-EXIT.
027100     EXIT.
027200*
027300 END PROGRAM PHVELRPT.
