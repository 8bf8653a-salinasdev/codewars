000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    PHWLSRPT.
000300 AUTHOR.        D. SALINAS.
000400 INSTALLATION.  CUSTOMER STATEMENTS - DATA CONTROL.
000500 DATE-WRITTEN.  2025-05-02.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900* DATE       INIT  DESCRIPTION
001000*----------  ----  -----------------------------------------------
001100* 2025-05-02  DS   ORIGINAL REPORT.  PHONE-TYPE DISAGREEMENT LIST
001200*                  FOR DATA CONTROL.  WALKS THE SORTED CUSTOMER
001300*                  MASTER AND CHILD FILES THE WAY PHFMTBAT DOES
001400*                  AND LOOKS EVERY STORED DOMESTIC NUMBER UP ON
001500*                  THE WIRELESS KSDS (PHONEWLS) - BY ITS TEN
001600*                  DIGITS, THEN BY ITS NPA-NXX-X BLOCK.  THREE
001700*                  DISAGREEMENTS ARE LISTED, EACH WITH THE
001800*                  PHCHUPD CORRECTION THAT SETTLES IT: A MASTER
001900*                  NUMBER THAT IS WIRELESS (ADD IT AS AN "M"
002000*                  CHILD), A HOME/WORK/FAX CHILD THAT IS WIRELESS
002100*                  (DELETE IT AND ADD IT BACK AS "M"), AND A
002200*                  MOBILE CHILD THAT IS ON NEITHER LIST (CONFIRM
002300*                  WITH THE CUSTOMER AND RETYPE IT IF IT IS A
002400*                  LANDLINE).  THE CONSENT GATES ALREADY TREAT
002500*                  EVERY WIRELESS NUMBER AS MOBILE; THIS LIST IS
002600*                  HOW THE STORED TYPES ARE BROUGHT INTO LINE.
002610* 2025-06-27  DS   FINDING COLUMN CUT TO 27 BYTES SO THE DETAIL
002620*                  LINE, CORRECTION TEXT INCLUDED, FITS THE 132-
002630*                  BYTE PRINT LINE.  HEADING MOVED TO MATCH.
002700*-----------------------------------------------------------------
002800*
002900* BOTH INPUT FILES MUST BE PRESORTED - THE MASTER BY CUST-ID, THE
003000* CHILD FILE BY CUST-ID/PHONE TYPE.  A CHILD WITH NO MASTER (AN
003100* ORPHAN) IS COUNTED AND SKIPPED, AS IN THE NIGHTLY RUN.
003200* INTERNATIONAL NUMBERS (NON-BLANK COUNTRY CODE) AND ZERO DIGITS
003300* ARE NOT NANP NUMBERS AND ARE NOT LOOKED UP.  THE STORED DIGITS
003400* ARE LOOKED UP AS STORED - A NUMBER STILL AWAITING AN AREA-SPLIT
003500* CORRECTION IS ALREADY ON THE PHONETRL WORKLIST AND IS CHECKED
003600* HERE ONCE IT IS CORRECTED.  A WIRELESS READ ERROR IS COUNTED
003700* AND ENDS THE STEP RC=8 - THE LIST IS INCOMPLETE.
003800*-----------------------------------------------------------------
003900 ENVIRONMENT DIVISION.
004000 CONFIGURATION SECTION.
004100 SOURCE-COMPUTER.   IBM-370.
004200 OBJECT-COMPUTER.   IBM-370.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT CUSTMAST-FILE  ASSIGN TO CUSTMAST
004600                           ORGANIZATION IS SEQUENTIAL.
004700     SELECT CUSTPHON-FILE  ASSIGN TO CUSTPHON
004800                           ORGANIZATION IS SEQUENTIAL.
004900     SELECT PHONERPT-FILE  ASSIGN TO PHONERPT
005000                           ORGANIZATION IS SEQUENTIAL.
005100     SELECT WLS-FILE       ASSIGN TO WLSFILE
005200                           ORGANIZATION IS INDEXED
005300                           ACCESS MODE IS RANDOM
005400                           RECORD KEY IS WLS-NUMBER-KEY
005500                           FILE STATUS IS PHB-WLS-STATUS.
005600*
005700 DATA DIVISION.
005800 FILE SECTION.
005900 FD  CUSTMAST-FILE
006000     RECORDING MODE IS F.
006100 COPY CUSTMAST.
006200*
006300 FD  CUSTPHON-FILE
006400     RECORDING MODE IS F.
006500 COPY CUSTPHON.
006600*
006700 FD  PHONERPT-FILE
006800     RECORDING MODE IS F.
006900 01  PRINT-RECORD               PIC X(132).
007000*
007100 FD  WLS-FILE.
007200 COPY PHONEWLS.
007300*
007400 WORKING-STORAGE SECTION.
007500 77  PHB-END-OF-FILE-SW         PIC X(01)  VALUE "N".
007600     88  PHB-END-OF-FILE                   VALUE "Y".
007700 77  PHB-CHILD-EOF-SW           PIC X(01)  VALUE "N".
007800     88  PHB-CHILD-EOF                     VALUE "Y".
007900 77  PHB-WLS-STATUS             PIC X(02)  VALUE SPACES.
008000     88  PHB-WLS-FOUND                      VALUE "00".
008100     88  PHB-WLS-NOT-FOUND                  VALUE "23".
008200 77  PHB-WLS-HIT-SW             PIC X(01)  VALUE "N".
008300     88  PHB-WLS-HIT                       VALUE "Y".
008400 77  PHB-WLS-ERROR-SW           PIC X(01)  VALUE "N".
008500     88  PHB-WLS-ERROR                     VALUE "Y".
008600 77  PHB-MAST-COUNT             PIC 9(07)  VALUE ZERO.
008700 77  PHB-CHILD-COUNT            PIC 9(07)  VALUE ZERO.
008800 77  PHB-ORPHAN-COUNT           PIC 9(07)  VALUE ZERO.
008900 77  PHB-CHECKED-COUNT          PIC 9(07)  VALUE ZERO.
009000 77  PHB-NOT-NANP-COUNT         PIC 9(07)  VALUE ZERO.
009100 77  PHB-MAST-WLS-COUNT         PIC 9(07)  VALUE ZERO.
009200 77  PHB-CHILD-WLS-COUNT        PIC 9(07)  VALUE ZERO.
009300 77  PHB-MOBILE-NOT-COUNT       PIC 9(07)  VALUE ZERO.
009400 77  PHB-WLS-ERROR-COUNT        PIC 9(07)  VALUE ZERO.
009500 77  PHB-LISTED-COUNT           PIC 9(07)  VALUE ZERO.
009600 77  PHB-RUN-DATE               PIC X(08)  VALUE SPACES.
009700 01  PHB-PRINT-LINE             PIC X(132) VALUE SPACES.
009800*-----------------------------------------------------------------
009900* THE NUMBER BEING CHECKED, STAGED FROM THE MASTER OR A CHILD.
010000* THE DIGITS ARE HELD AS TEXT SO THEY CAN BE KEYED AND PRINTED BY
010100* REFERENCE MODIFICATION.
010200*-----------------------------------------------------------------
010300 01  PHB-CHECK-NUMBER.
010400     05  PHB-CHK-TYPE           PIC X(01).
010500         88  PHB-CHK-MASTER                VALUE " ".
010600         88  PHB-CHK-MOBILE                VALUE "M".
010700     05  PHB-CHK-DIGITS         PIC X(10).
010800     05  PHB-CHK-DIGITS-NUM REDEFINES PHB-CHK-DIGITS
010900                                PIC 9(10).
011000     05  PHB-CHK-CTRY-CODE      PIC X(03).
011100 01  PHB-CHK-FINDING            PIC X(27)  VALUE SPACES.
011200 01  PHB-CHK-ACTION             PIC X(32)  VALUE SPACES.
011300 01  PHB-CHK-TYPE-PRINT         PIC X(06)  VALUE SPACES.
011400*
011500 LINKAGE SECTION.
011600*
011700 PROCEDURE DIVISION.
011800*
011900 0000-MAINLINE.
012000     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
012100     PERFORM 2000-PROCESS-CUSTOMER THRU 2000-PROCESS-CUSTOMER-EXIT
012200         UNTIL PHB-END-OF-FILE.
012300     PERFORM 4000-PRINT-GRAND-TOTAL
012400         THRU 4000-PRINT-GRAND-TOTAL-EXIT.
012500     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
012600     GOBACK.
012700*
012800******************************************************************
012900* 1000-INITIALIZE
013000*     OPENS EVERY FILE, PRINTS THE REPORT HEADING, AND PRIMES
013100* BOTH READ LOOPS.
013200******************************************************************
013300 1000-INITIALIZE.
013400     OPEN INPUT  CUSTMAST-FILE.
013500     OPEN INPUT  CUSTPHON-FILE.
013600     OPEN INPUT  WLS-FILE.
013700     OPEN OUTPUT PHONERPT-FILE.
013800     ACCEPT PHB-RUN-DATE FROM DATE YYYYMMDD.
013900     MOVE SPACES TO PHB-PRINT-LINE.
014000     STRING "PHWLSRPT - PHONE TYPE VS WIRELESS FILE    RUN DATE "
014100            PHB-RUN-DATE
014200         DELIMITED BY SIZE INTO PHB-PRINT-LINE.
014300     WRITE PRINT-RECORD FROM PHB-PRINT-LINE.
014400     MOVE SPACES TO PHB-PRINT-LINE.
014500     MOVE "STORED TYPE DISAGREES WITH THE WIRELESS FILE"
014600         TO PHB-PRINT-LINE.
014700     WRITE PRINT-RECORD FROM PHB-PRINT-LINE.
014800     MOVE SPACES TO PHB-PRINT-LINE.
014900     WRITE PRINT-RECORD FROM PHB-PRINT-LINE.
015000     MOVE SPACES TO PHB-PRINT-LINE.
015100     STRING "CUST-ID   CUSTOMER NAME                   TYPE    "
015200            "NUMBER        LIST  FINDING                     "
015300            "CORRECTION"
015400         DELIMITED BY SIZE INTO PHB-PRINT-LINE.
015500     WRITE PRINT-RECORD FROM PHB-PRINT-LINE.
015600     PERFORM 2100-READ-CUSTMAST THRU 2100-READ-CUSTMAST-EXIT.
015700     PERFORM 2150-READ-CUSTPHON THRU 2150-READ-CUSTPHON-EXIT.
015800 1000-INITIALIZE-EXIT.
015900     EXIT.
016000*
016100******************************************************************
016200* 2000-PROCESS-CUSTOMER
016300*     CHECKS THE MASTER NUMBER, THEN EVERY CHILD NUMBER CARRYING
016400* THE SAME CUST-ID, AND READS THE NEXT MASTER.
016500******************************************************************
016600 2000-PROCESS-CUSTOMER.
016700     ADD 1 TO PHB-MAST-COUNT.
016800     PERFORM 2050-SKIP-ORPHAN-CHILD
016900         THRU 2050-SKIP-ORPHAN-CHILD-EXIT
017000         UNTIL PHB-CHILD-EOF
017100            OR CPH-CUST-ID NOT < CUST-ID.
017200     MOVE SPACE              TO PHB-CHK-TYPE.
017300     MOVE CUST-PHONE-DIGITS  TO PHB-CHK-DIGITS-NUM.
017400     MOVE CUST-COUNTRY-CODE  TO PHB-CHK-CTRY-CODE.
017500     PERFORM 3000-CHECK-NUMBER THRU 3000-CHECK-NUMBER-EXIT.
017600     PERFORM 2200-PROCESS-CHILD THRU 2200-PROCESS-CHILD-EXIT
017700         UNTIL PHB-CHILD-EOF
017800            OR CPH-CUST-ID NOT = CUST-ID.
017900     PERFORM 2100-READ-CUSTMAST THRU 2100-READ-CUSTMAST-EXIT.
018000 2000-PROCESS-CUSTOMER-EXIT.
018100     EXIT.
018200*
018300******************************************************************
018400* 2050-SKIP-ORPHAN-CHILD
018500*     COUNTS AND READS PAST ONE CHILD RECORD WHOSE CUST-ID HAS NO
018600* MASTER RECORD.
018700******************************************************************
018800 2050-SKIP-ORPHAN-CHILD.
018900     ADD 1 TO PHB-ORPHAN-COUNT.
019000     PERFORM 2150-READ-CUSTPHON THRU 2150-READ-CUSTPHON-EXIT.
019100 2050-SKIP-ORPHAN-CHILD-EXIT.
019200     EXIT.
019300*
019400******************************************************************
019500* 2100-READ-CUSTMAST
019600*     READS THE NEXT CUSTOMER MASTER RECORD AND SETS THE
019700* END-OF-FILE SWITCH WHEN THE FILE IS EXHAUSTED.
019800******************************************************************
019900 2100-READ-CUSTMAST.
020000     READ CUSTMAST-FILE
020100         AT END
020200             SET PHB-END-OF-FILE TO TRUE
020300     END-READ.
020400 2100-READ-CUSTMAST-EXIT.
020500     EXIT.
020600*
020700******************************************************************
020800* 2150-READ-CUSTPHON
020900*     READS THE NEXT CHILD RECORD AND SETS THE CHILD END-OF-FILE
021000* SWITCH WHEN THE FILE IS EXHAUSTED.
021100******************************************************************
021200 2150-READ-CUSTPHON.
021300     READ CUSTPHON-FILE
021400         AT END
021500             SET PHB-CHILD-EOF TO TRUE
021600     END-READ.
021700 2150-READ-CUSTPHON-EXIT.
021800     EXIT.
021900*
022000******************************************************************
022100* 2200-PROCESS-CHILD
022200*     STAGES AND CHECKS ONE CHILD NUMBER OF THE CURRENT MASTER,
022300* THEN READS THE NEXT CHILD.
022400******************************************************************
022500 2200-PROCESS-CHILD.
022600     ADD 1 TO PHB-CHILD-COUNT.
022700     MOVE CPH-PHONE-TYPE     TO PHB-CHK-TYPE.
022800     MOVE CPH-PHONE-DIGITS   TO PHB-CHK-DIGITS-NUM.
022900     MOVE CPH-COUNTRY-CODE   TO PHB-CHK-CTRY-CODE.
023000     PERFORM 3000-CHECK-NUMBER THRU 3000-CHECK-NUMBER-EXIT.
023100     PERFORM 2150-READ-CUSTPHON THRU 2150-READ-CUSTPHON-EXIT.
023200 2200-PROCESS-CHILD-EXIT.
023300     EXIT.
023400*
023500******************************************************************
023600* 3000-CHECK-NUMBER
023700*     LOOKS THE STAGED NUMBER UP ON THE WIRELESS FILE AND LISTS IT
023800* WHEN ITS STORED TYPE DISAGREES: A WIRELESS MASTER NUMBER, A
023900* WIRELESS CHILD NOT TYPED "M", OR AN "M" CHILD THAT IS NOT
024000* WIRELESS.  A MASTER OR NON-MOBILE CHILD THAT IS NOT WIRELESS,
024100* AND A MOBILE CHILD THAT IS, AGREE AND ARE NOT LISTED.
024200******************************************************************
024300 3000-CHECK-NUMBER.
024400     IF PHB-CHK-CTRY-CODE NOT = SPACES
024500        OR PHB-CHK-DIGITS-NUM = ZERO
024600         ADD 1 TO PHB-NOT-NANP-COUNT
024700         GO TO 3000-CHECK-NUMBER-EXIT.
024800     ADD 1 TO PHB-CHECKED-COUNT.
024900     PERFORM 3100-LOOKUP-WIRELESS THRU 3100-LOOKUP-WIRELESS-EXIT.
025000     IF PHB-WLS-ERROR
025100         ADD 1 TO PHB-WLS-ERROR-COUNT
025200         GO TO 3000-CHECK-NUMBER-EXIT.
025300     EVALUATE TRUE
025400         WHEN PHB-CHK-MASTER AND PHB-WLS-HIT
025500             ADD 1 TO PHB-MAST-WLS-COUNT
025600             MOVE "MASTER NUMBER IS WIRELESS"  TO PHB-CHK-FINDING
025700             MOVE "PHCHUPD ADD AS TYPE M"      TO PHB-CHK-ACTION
025800         WHEN PHB-CHK-MASTER OR PHB-CHK-MOBILE
025900             IF PHB-CHK-MOBILE AND NOT PHB-WLS-HIT
026000                 ADD 1 TO PHB-MOBILE-NOT-COUNT
026100                 MOVE "MOBILE NOT ON WIRELESS FILE"
026200                     TO PHB-CHK-FINDING
026300                 MOVE "CONFIRM - RETYPE IF LANDLINE"
026400                     TO PHB-CHK-ACTION
026500             ELSE
026600                 GO TO 3000-CHECK-NUMBER-EXIT
026700             END-IF
026800         WHEN PHB-WLS-HIT
026900             ADD 1 TO PHB-CHILD-WLS-COUNT
027000             MOVE "STORED TYPE IS NOT MOBILE"  TO PHB-CHK-FINDING
027100             MOVE "PHCHUPD DELETE, ADD AS TYPE M"
027200                 TO PHB-CHK-ACTION
027300         WHEN OTHER
027400             GO TO 3000-CHECK-NUMBER-EXIT
027500     END-EVALUATE.
027600     PERFORM 3200-PRINT-DETAIL THRU 3200-PRINT-DETAIL-EXIT.
027700 3000-CHECK-NUMBER-EXIT.
027800     EXIT.
027900*
028000******************************************************************
028100* 3100-LOOKUP-WIRELESS
028200*     LOOKS THE STAGED DIGITS UP ON THE WIRELESS FILE THE WAY THE
028300* CONSENT GATES DO - THE WHOLE NUMBER FIRST (PORTED LIST), THEN
028400* ITS NPA-NXX-X BLOCK - AND SETS THE HIT SWITCH ON EITHER MATCH
028500* AND THE ERROR SWITCH ON ANY STATUS OTHER THAN FOUND/NOT-FOUND.
028600* THE RECORD FOUND IS LEFT IN THE AREA SO THE DETAIL LINE CAN
028700* SHOW WHICH LIST IT CAME FROM.
028800******************************************************************
028900 3100-LOOKUP-WIRELESS.
029000     MOVE "N" TO PHB-WLS-HIT-SW.
029100     MOVE "N" TO PHB-WLS-ERROR-SW.
029200     MOVE PHB-CHK-DIGITS TO WLS-NUMBER-KEY.
029300     READ WLS-FILE
029400         INVALID KEY
029500             CONTINUE
029600     END-READ.
029700     IF PHB-WLS-FOUND
029800         SET PHB-WLS-HIT TO TRUE
029900         GO TO 3100-LOOKUP-WIRELESS-EXIT.
030000     IF NOT PHB-WLS-NOT-FOUND
030100         SET PHB-WLS-ERROR TO TRUE
030200         GO TO 3100-LOOKUP-WIRELESS-EXIT.
030300     MOVE PHB-CHK-DIGITS(1:7) TO WLS-BLOCK-ID.
030400     MOVE SPACES              TO WLS-BLOCK-FILL.
030500     READ WLS-FILE
030600         INVALID KEY
030700             CONTINUE
030800     END-READ.
030900     EVALUATE TRUE
031000         WHEN PHB-WLS-FOUND
031100             SET PHB-WLS-HIT TO TRUE
031200         WHEN PHB-WLS-NOT-FOUND
031300             CONTINUE
031400         WHEN OTHER
031500             SET PHB-WLS-ERROR TO TRUE
031600     END-EVALUATE.
031700 3100-LOOKUP-WIRELESS-EXIT.
031800     EXIT.
031900*
032000******************************************************************
032100* 3200-PRINT-DETAIL
032200*     PRINTS ONE DISAGREEMENT LINE: THE CUSTOMER, THE STORED TYPE
032300* AND NUMBER, THE WIRELESS LIST THAT MATCHED (B = BLOCK, P =
032400* PORTED, BLANK = NEITHER), THE FINDING AND THE CORRECTION.
032500******************************************************************
032600 3200-PRINT-DETAIL.
032700     EVALUATE TRUE
032800         WHEN PHB-CHK-MASTER
032900             MOVE "MASTER" TO PHB-CHK-TYPE-PRINT
033000         WHEN OTHER
033100             MOVE SPACES   TO PHB-CHK-TYPE-PRINT
033200             MOVE PHB-CHK-TYPE TO PHB-CHK-TYPE-PRINT(1:1)
033300     END-EVALUATE.
033400     IF NOT PHB-WLS-HIT
033500         MOVE SPACES TO WLS-LIST-TYPE
033600     END-IF.
033700     MOVE SPACES TO PHB-PRINT-LINE.
033800     STRING CUST-ID "  " CUST-NAME "  " PHB-CHK-TYPE-PRINT "  "
033900            PHB-CHK-DIGITS(1:3) "-" PHB-CHK-DIGITS(4:3) "-"
034000            PHB-CHK-DIGITS(7:4) "    " WLS-LIST-TYPE "     "
034100            PHB-CHK-FINDING " " PHB-CHK-ACTION
034200         DELIMITED BY SIZE INTO PHB-PRINT-LINE.
034300     WRITE PRINT-RECORD FROM PHB-PRINT-LINE.
034400     ADD 1 TO PHB-LISTED-COUNT.
034500 3200-PRINT-DETAIL-EXIT.
034600     EXIT.
034700*
034800******************************************************************
034900* 4000-PRINT-GRAND-TOTAL
035000*     PRINTS THE GRAND TOTAL LINES FOR THE WHOLE REPORT.
035100******************************************************************
035200 4000-PRINT-GRAND-TOTAL.
035300     MOVE SPACES TO PHB-PRINT-LINE.
035400     WRITE PRINT-RECORD FROM PHB-PRINT-LINE.
035500     MOVE SPACES TO PHB-PRINT-LINE.
035600     STRING "NUMBERS CHECKED:             " PHB-CHECKED-COUNT
035700         DELIMITED BY SIZE INTO PHB-PRINT-LINE.
035800     WRITE PRINT-RECORD FROM PHB-PRINT-LINE.
035900     MOVE SPACES TO PHB-PRINT-LINE.
036000     STRING "MASTER NUMBERS WIRELESS:     " PHB-MAST-WLS-COUNT
036100         DELIMITED BY SIZE INTO PHB-PRINT-LINE.
036200     WRITE PRINT-RECORD FROM PHB-PRINT-LINE.
036300     MOVE SPACES TO PHB-PRINT-LINE.
036400     STRING "NON-MOBILE CHILDREN WIRELESS:" PHB-CHILD-WLS-COUNT
036500         DELIMITED BY SIZE INTO PHB-PRINT-LINE.
036600     WRITE PRINT-RECORD FROM PHB-PRINT-LINE.
036700     MOVE SPACES TO PHB-PRINT-LINE.
036800     STRING "MOBILES NOT WIRELESS:        " PHB-MOBILE-NOT-COUNT
036900         DELIMITED BY SIZE INTO PHB-PRINT-LINE.
037000     WRITE PRINT-RECORD FROM PHB-PRINT-LINE.
037100     MOVE SPACES TO PHB-PRINT-LINE.
037200     STRING "LINES LISTED:                " PHB-LISTED-COUNT
037300         DELIMITED BY SIZE INTO PHB-PRINT-LINE.
037400     WRITE PRINT-RECORD FROM PHB-PRINT-LINE.
037500     IF PHB-WLS-ERROR-COUNT > ZERO
037600         MOVE SPACES TO PHB-PRINT-LINE
037700         STRING "*** WIRELESS READ ERRORS - LIST INCOMPLETE: "
037800                PHB-WLS-ERROR-COUNT
037900             DELIMITED BY SIZE INTO PHB-PRINT-LINE
038000         WRITE PRINT-RECORD FROM PHB-PRINT-LINE
038100     END-IF.
038200 4000-PRINT-GRAND-TOTAL-EXIT.
038300     EXIT.
038400*
038500******************************************************************
038600* 9000-TERMINATE
038700*     CLOSES ALL FILES, DISPLAYS THE RUN TOTALS, AND ENDS RC=8
038800* WHEN ANY WIRELESS READ FAILED.
038900******************************************************************
039000 9000-TERMINATE.
039100     CLOSE CUSTMAST-FILE.
039200     CLOSE CUSTPHON-FILE.
039300     CLOSE WLS-FILE.
039400     CLOSE PHONERPT-FILE.
039500     DISPLAY "PHWLSRPT - MASTERS READ:      " PHB-MAST-COUNT.
039600     DISPLAY "PHWLSRPT - CHILDREN READ:     " PHB-CHILD-COUNT.
039700     DISPLAY "PHWLSRPT - ORPHAN CHILDREN:   " PHB-ORPHAN-COUNT.
039800     DISPLAY "PHWLSRPT - NOT NANP/ZERO:     " PHB-NOT-NANP-COUNT.
039900     DISPLAY "PHWLSRPT - NUMBERS CHECKED:   " PHB-CHECKED-COUNT.
040000     DISPLAY "PHWLSRPT - LINES LISTED:      " PHB-LISTED-COUNT.
040100     DISPLAY "PHWLSRPT - WLS READ ERRORS:   " PHB-WLS-ERROR-COUNT.
040200     IF PHB-WLS-ERROR-COUNT > ZERO
040300         MOVE 8 TO RETURN-CODE
040400     END-IF.
040500 9000-TERMINATE-EXIT.
040600     EXIT.
040700*
040800 END PROGRAM PHWLSRPT.
