000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    PHDSHRPT.
000300 AUTHOR.        D. SALINAS.
000400 INSTALLATION.  CUSTOMER STATEMENTS - DATA CONTROL.
000500 DATE-WRITTEN.  2025-06-06.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900* DATE       INIT  DESCRIPTION
001000*----------  ----  -----------------------------------------------
001100* 2025-06-06  DS   ORIGINAL REPORT.  MONTHLY DIALER CONTACT-RATE
001200*                  REPORT OVER THE DISPOSITION HISTORY (PHONEDSH),
001300*                  PRESORTED BY CALL MONTH, STATE AND TIME ZONE.
001400*                  FOR ONE CALENDAR MONTH OF CALL DATES IT PRINTS
001500*                  ONE LINE PER STATE AND TIME ZONE - ATTEMPTS,
001600*                  CONTACTS ("C") AND NO-ANSWERS ("N"), AND THE
001700*                  CONTACT AND NO-ANSWER PERCENTAGES OF ATTEMPTS -
001800*                  AND A TOTAL LINE FOR THE MONTH.  CONTROL-BREAKS
001900*                  THE WAY PHRHSRPT BREAKS ON MONTH.
002000*-----------------------------------------------------------------
002100*
002200* THE MONTH COMES FROM THE EXEC PARM AS YYYYMM.  NO PARM (OR ONE
002300* THAT IS NOT A VALID YEAR AND MONTH) REPORTS THE CALENDAR MONTH
002400* BEFORE THE RUN DATE, SO THE JOB CAN BE SCHEDULED EARLY IN THE
002500* MONTH WITH NO OVERRIDE.
002600*
002700* A DISPOSITION WHOSE NUMBER WAS NOT FOUND ON THE MARKETING
002800* EXTRACT WHEN IT WAS LOADED, OR WHOSE AREA CODE HAD NO TIME ZONE,
002900* CARRIES NO STATE OR ZONE AND IS REPORTED ON ITS OWN "UNKNOWN"
003000* LINE, SO THE LINES ALWAYS ADD UP TO THE MONTH TOTAL.
003100*-----------------------------------------------------------------
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
003400 SOURCE-COMPUTER.   IBM-370.
003500 OBJECT-COMPUTER.   IBM-370.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT DSHSORT-FILE   ASSIGN TO DSHSORT
003900                           ORGANIZATION IS SEQUENTIAL.
004000     SELECT DSHRPT-FILE    ASSIGN TO DSHRPT
004100                           ORGANIZATION IS SEQUENTIAL.
004200*
004300 DATA DIVISION.
004400 FILE SECTION.
004500 FD  DSHSORT-FILE
004600     RECORDING MODE IS F.
004700 COPY PHONEDSH.
004800*
004900 FD  DSHRPT-FILE
005000     RECORDING MODE IS F.
005100 01  PRINT-RECORD               PIC X(132).
005200*
005300 WORKING-STORAGE SECTION.
005400 77  PHB-END-OF-FILE-SW         PIC X(01)  VALUE "N".
005500     88  PHB-END-OF-FILE                   VALUE "Y".
005600 77  PHB-FIRST-RECORD-SW        PIC X(01)  VALUE "Y".
005700     88  PHB-FIRST-RECORD                  VALUE "Y".
005800 77  PHB-READ-COUNT             PIC 9(07)  VALUE ZERO.
005900 77  PHB-BEFORE-COUNT           PIC 9(07)  VALUE ZERO.
006000 77  PHB-SELECTED-COUNT         PIC 9(07)  VALUE ZERO.
006100 77  PHB-GRP-ATTEMPTS           PIC 9(07)  VALUE ZERO.
006200 77  PHB-GRP-CONTACTS           PIC 9(07)  VALUE ZERO.
006300 77  PHB-GRP-NO-ANSWER          PIC 9(07)  VALUE ZERO.
006400 77  PHB-MON-ATTEMPTS           PIC 9(09)  VALUE ZERO.
006500 77  PHB-MON-CONTACTS           PIC 9(09)  VALUE ZERO.
006600 77  PHB-MON-NO-ANSWER          PIC 9(09)  VALUE ZERO.
006700 77  PHB-MON-GROUPS             PIC 9(05)  VALUE ZERO.
006800 77  PHB-PCT                    PIC 9(03)V9 VALUE ZERO.
006900 77  PHB-CONTACT-PCT-EDITED     PIC ZZ9.9.
007000 77  PHB-NO-ANSWER-PCT-EDITED   PIC ZZ9.9.
007100 01  PHB-PRINT-LINE             PIC X(132) VALUE SPACES.
007200 01  PHB-GROUP-LABEL            PIC X(09)  VALUE SPACES.
007300 01  PHB-PREV-GROUP.
007400     05  PHB-PREV-STATE         PIC X(02)  VALUE SPACES.
007500     05  PHB-PREV-ZONE          PIC X(03)  VALUE SPACES.
007600 01  PHB-THIS-GROUP.
007700     05  PHB-THIS-STATE         PIC X(02)  VALUE SPACES.
007800     05  PHB-THIS-ZONE          PIC X(03)  VALUE SPACES.
007900*-----------------------------------------------------------------
008000* THE RUN DATE AND THE REPORT MONTH, EACH WITH A NUMERIC VIEW FOR
008100* STEPPING BACK ONE MONTH.
008200*-----------------------------------------------------------------
008300 01  PHB-RUN-DATE               PIC X(08)  VALUE SPACES.
008400 01  PHB-RUN-DATE-PARTS REDEFINES PHB-RUN-DATE.
008500     05  PHB-RUN-YEAR           PIC 9(04).
008600     05  PHB-RUN-MONTH          PIC 9(02).
008700     05  FILLER                 PIC X(02).
008800 01  PHB-REPORT-MONTH           PIC X(06)  VALUE SPACES.
008900 01  PHB-REPORT-MONTH-PARTS REDEFINES PHB-REPORT-MONTH.
009000     05  PHB-RPT-YEAR           PIC 9(04).
009100     05  PHB-RPT-MONTH          PIC 9(02).
009200*
009300 LINKAGE SECTION.
009400 01  PHB-PARM.
009500     05  PHB-PARM-LENGTH        PIC S9(04) COMP.
009600     05  PHB-PARM-DATA          PIC X(06).
009700*
009800 PROCEDURE DIVISION USING PHB-PARM.
009900*
010000 0000-MAINLINE.
010100     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
010200     PERFORM 2000-PROCESS-RECORD THRU 2000-PROCESS-RECORD-EXIT
010300         UNTIL PHB-END-OF-FILE.
010400     IF NOT PHB-FIRST-RECORD
010500         PERFORM 3000-END-OF-GROUP THRU 3000-END-OF-GROUP-EXIT
010600     END-IF.
010700     PERFORM 4000-PRINT-MONTH-TOTAL
010800         THRU 4000-PRINT-MONTH-TOTAL-EXIT.
010900     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
011000     GOBACK.
011100*
011200******************************************************************
011300* 1000-INITIALIZE
011400*     SETS THE REPORT MONTH, OPENS THE HISTORY AND REPORT FILES,
011500* PRINTS THE HEADINGS, AND PRIMES THE READ LOOP.
011600******************************************************************
011700 1000-INITIALIZE.
011800     PERFORM 1100-SET-REPORT-MONTH
011900         THRU 1100-SET-REPORT-MONTH-EXIT.
012000     OPEN INPUT  DSHSORT-FILE.
012100     OPEN OUTPUT DSHRPT-FILE.
012200     MOVE SPACES TO PHB-PRINT-LINE.
012300     STRING "PHDSHRPT - DIALER CONTACT AND NO-ANSWER RATES BY "
012400             "STATE AND TIME ZONE - CALL MONTH " PHB-REPORT-MONTH
012500         DELIMITED BY SIZE INTO PHB-PRINT-LINE.
012600     WRITE PRINT-RECORD FROM PHB-PRINT-LINE.
012700     MOVE SPACES TO PHB-PRINT-LINE.
012800     WRITE PRINT-RECORD FROM PHB-PRINT-LINE.
012900     MOVE SPACES TO PHB-PRINT-LINE.
013000     STRING "  STATE/ZONE  ATTEMPTS   CONTACTS  CONTACT PCT"
013100             "  NO ANSWER  NO-ANSWER PCT"
013200         DELIMITED BY SIZE INTO PHB-PRINT-LINE.
013300     WRITE PRINT-RECORD FROM PHB-PRINT-LINE.
013400     PERFORM 2100-READ-HISTORY THRU 2100-READ-HISTORY-EXIT.
013500 1000-INITIALIZE-EXIT.
013600     EXIT.
013700*
013800******************************************************************
013900* 1100-SET-REPORT-MONTH
014000*     TAKES THE MONTH FROM THE PARM WHEN IT IS A VALID YYYYMM;
014100* OTHERWISE STEPS BACK ONE CALENDAR MONTH FROM THE RUN DATE,
014200* WRAPPING JANUARY TO DECEMBER OF THE YEAR BEFORE.
014300******************************************************************
014400 1100-SET-REPORT-MONTH.
014500     IF PHB-PARM-LENGTH = 6
014600        AND PHB-PARM-DATA NUMERIC
014700         MOVE PHB-PARM-DATA TO PHB-REPORT-MONTH
014800         IF PHB-RPT-MONTH > ZERO
014900            AND PHB-RPT-MONTH NOT > 12
015000             GO TO 1100-SET-REPORT-MONTH-EXIT
015100         END-IF
015200     END-IF.
015300     ACCEPT PHB-RUN-DATE FROM DATE YYYYMMDD.
015400     IF PHB-RUN-MONTH = 1
015500         COMPUTE PHB-RPT-YEAR = PHB-RUN-YEAR - 1
015600         MOVE 12 TO PHB-RPT-MONTH
015700     ELSE
015800         MOVE PHB-RUN-YEAR TO PHB-RPT-YEAR
015900         COMPUTE PHB-RPT-MONTH = PHB-RUN-MONTH - 1
016000     END-IF.
016100 1100-SET-REPORT-MONTH-EXIT.
016200     EXIT.
016300*
016400******************************************************************
016500* 2000-PROCESS-RECORD
016600*     SKIPS HISTORY BEFORE THE REPORT MONTH, STOPS AT THE FIRST
016700* RECORD AFTER IT (THE FILE IS SORTED BY CALL MONTH), DETECTS THE
016800* STATE AND TIME-ZONE CONTROL BREAK, AND COUNTS THE DISPOSITION
016900* INTO THE CURRENT GROUP.
017000******************************************************************
017100 2000-PROCESS-RECORD.
017200     IF DSH-CALL-DATE(1:6) < PHB-REPORT-MONTH
017300         ADD 1 TO PHB-BEFORE-COUNT
017400         GO TO 2000-PROCESS-RECORD-NEXT.
017500     IF DSH-CALL-DATE(1:6) > PHB-REPORT-MONTH
017600         SET PHB-END-OF-FILE TO TRUE
017700         GO TO 2000-PROCESS-RECORD-EXIT.
017800     ADD 1 TO PHB-SELECTED-COUNT.
017900     MOVE DSH-STATE     TO PHB-THIS-STATE.
018000     MOVE DSH-TIME-ZONE TO PHB-THIS-ZONE.
018100     IF PHB-FIRST-RECORD
018200         MOVE "N" TO PHB-FIRST-RECORD-SW
018300         MOVE PHB-THIS-GROUP TO PHB-PREV-GROUP
018400     ELSE
018500         IF PHB-THIS-GROUP NOT = PHB-PREV-GROUP
018600             PERFORM 3000-END-OF-GROUP
018700                 THRU 3000-END-OF-GROUP-EXIT
018800             MOVE PHB-THIS-GROUP TO PHB-PREV-GROUP
018900         END-IF
019000     END-IF.
019100     ADD 1 TO PHB-GRP-ATTEMPTS.
019200     IF DSH-CALLED
019300         ADD 1 TO PHB-GRP-CONTACTS
019400     END-IF.
019500     IF DSH-NO-ANSWER
019600         ADD 1 TO PHB-GRP-NO-ANSWER
019700     END-IF.
019800 2000-PROCESS-RECORD-NEXT.
019900     PERFORM 2100-READ-HISTORY THRU 2100-READ-HISTORY-EXIT.
020000 2000-PROCESS-RECORD-EXIT.
020100     EXIT.
020200*
020300******************************************************************
020400* 2100-READ-HISTORY
020500*     READS THE NEXT SORTED HISTORY RECORD AND SETS THE
020600* END-OF-FILE SWITCH WHEN THE FILE IS EXHAUSTED.
020700******************************************************************
020800 2100-READ-HISTORY.
020900     READ DSHSORT-FILE
021000         AT END
021100             SET PHB-END-OF-FILE TO TRUE
021200             GO TO 2100-READ-HISTORY-EXIT
021300     END-READ.
021400     ADD 1 TO PHB-READ-COUNT.
021500 2100-READ-HISTORY-EXIT.
021600     EXIT.
021700*
021800******************************************************************
021900* 3000-END-OF-GROUP
022000*     PRINTS THE LINE FOR THE STATE AND TIME ZONE JUST ENDED,
022100* ROLLS IT INTO THE MONTH TOTALS AND RESETS THE GROUP
022200* ACCUMULATORS.
022300******************************************************************
022400 3000-END-OF-GROUP.
022500     IF PHB-PREV-GROUP = SPACES
022600         MOVE "UNKNOWN" TO PHB-GROUP-LABEL
022700     ELSE
022800         MOVE SPACES TO PHB-GROUP-LABEL
022900         STRING PHB-PREV-STATE "  " PHB-PREV-ZONE
023000             DELIMITED BY SIZE INTO PHB-GROUP-LABEL
023100     END-IF.
023200     PERFORM 3100-SET-PERCENTAGES THRU 3100-SET-PERCENTAGES-EXIT.
023300     MOVE SPACES TO PHB-PRINT-LINE.
023400     STRING "  " PHB-GROUP-LABEL
023500             "    " PHB-GRP-ATTEMPTS
023600             "   " PHB-GRP-CONTACTS
023700             "        " PHB-CONTACT-PCT-EDITED
023800             "    " PHB-GRP-NO-ANSWER
023900             "          " PHB-NO-ANSWER-PCT-EDITED
024000         DELIMITED BY SIZE INTO PHB-PRINT-LINE.
024100     WRITE PRINT-RECORD FROM PHB-PRINT-LINE.
024200     ADD 1 TO PHB-MON-GROUPS.
024300     ADD PHB-GRP-ATTEMPTS  TO PHB-MON-ATTEMPTS.
024400     ADD PHB-GRP-CONTACTS  TO PHB-MON-CONTACTS.
024500     ADD PHB-GRP-NO-ANSWER TO PHB-MON-NO-ANSWER.
024600     MOVE ZERO TO PHB-GRP-ATTEMPTS.
024700     MOVE ZERO TO PHB-GRP-CONTACTS.
024800     MOVE ZERO TO PHB-GRP-NO-ANSWER.
024900 3000-END-OF-GROUP-EXIT.
025000     EXIT.
025100*
025200******************************************************************
025300* 3100-SET-PERCENTAGES
025400*     WORKS OUT THE CONTACT AND NO-ANSWER PERCENTAGES OF THE
025500* GROUP'S ATTEMPTS.  A GROUP CAN NEVER BE EMPTY, BUT THE DIVIDE IS
025600* GUARDED ALL THE SAME.
025700******************************************************************
025800 3100-SET-PERCENTAGES.
025900     MOVE ZERO TO PHB-PCT.
026000     IF PHB-GRP-ATTEMPTS > ZERO
026100         COMPUTE PHB-PCT ROUNDED =
026200             PHB-GRP-CONTACTS * 100 / PHB-GRP-ATTEMPTS
026300     END-IF.
026400     MOVE PHB-PCT TO PHB-CONTACT-PCT-EDITED.
026500     MOVE ZERO TO PHB-PCT.
026600     IF PHB-GRP-ATTEMPTS > ZERO
026700         COMPUTE PHB-PCT ROUNDED =
026800             PHB-GRP-NO-ANSWER * 100 / PHB-GRP-ATTEMPTS
026900     END-IF.
027000     MOVE PHB-PCT TO PHB-NO-ANSWER-PCT-EDITED.
027100 3100-SET-PERCENTAGES-EXIT.
027200     EXIT.
027300*
027400******************************************************************
027500* 4000-PRINT-MONTH-TOTAL
027600*     PRINTS THE TOTAL LINE FOR THE MONTH.  A MONTH WITH NO
027700* DISPOSITIONS PRINTS ZERO PERCENTAGES RATHER THAN DIVIDING BY
027800* ZERO.
027900******************************************************************
028000 4000-PRINT-MONTH-TOTAL.
028100     MOVE ZERO TO PHB-PCT.
028200     IF PHB-MON-ATTEMPTS > ZERO
028300         COMPUTE PHB-PCT ROUNDED =
028400             PHB-MON-CONTACTS * 100 / PHB-MON-ATTEMPTS
028500     END-IF.
028600     MOVE PHB-PCT TO PHB-CONTACT-PCT-EDITED.
028700     MOVE ZERO TO PHB-PCT.
028800     IF PHB-MON-ATTEMPTS > ZERO
028900         COMPUTE PHB-PCT ROUNDED =
029000             PHB-MON-NO-ANSWER * 100 / PHB-MON-ATTEMPTS
029100     END-IF.
029200     MOVE PHB-PCT TO PHB-NO-ANSWER-PCT-EDITED.
029300     MOVE SPACES TO PHB-PRINT-LINE.
029400     WRITE PRINT-RECORD FROM PHB-PRINT-LINE.
029500     MOVE SPACES TO PHB-PRINT-LINE.
029600     STRING "  TOTAL      " PHB-MON-ATTEMPTS
029700             " " PHB-MON-CONTACTS
029800             "        " PHB-CONTACT-PCT-EDITED
029900             "  " PHB-MON-NO-ANSWER
030000             "          " PHB-NO-ANSWER-PCT-EDITED
030100         DELIMITED BY SIZE INTO PHB-PRINT-LINE.
030200     WRITE PRINT-RECORD FROM PHB-PRINT-LINE.
030300     MOVE SPACES TO PHB-PRINT-LINE.
030400     STRING "  STATE/ZONE LINES " PHB-MON-GROUPS
030500         DELIMITED BY SIZE INTO PHB-PRINT-LINE.
030600     WRITE PRINT-RECORD FROM PHB-PRINT-LINE.
030700 4000-PRINT-MONTH-TOTAL-EXIT.
030800     EXIT.
030900*
031000******************************************************************
031100* 9000-TERMINATE
031200*     CLOSES ALL FILES AND DISPLAYS THE RUN TOTALS.
031300******************************************************************
031400 9000-TERMINATE.
031500     CLOSE DSHSORT-FILE.
031600     CLOSE DSHRPT-FILE.
031700     DISPLAY "PHDSHRPT - REPORT MONTH:     " PHB-REPORT-MONTH.
031800     DISPLAY "PHDSHRPT - HISTORY READ:     " PHB-READ-COUNT.
031900     DISPLAY "PHDSHRPT - BEFORE MONTH:     " PHB-BEFORE-COUNT.
032000     DISPLAY "PHDSHRPT - IN MONTH:         " PHB-SELECTED-COUNT.
032100 9000-TERMINATE-EXIT.
032200     EXIT.
032300*
032400 END PROGRAM PHDSHRPT.
