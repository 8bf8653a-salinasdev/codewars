000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    PHNAKBAT.
000300 AUTHOR.        D. SALINAS.
000400 INSTALLATION.  CUSTOMER STATEMENTS - DATA CONTROL.
000500 DATE-WRITTEN.  2025-05-16.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900* DATE       INIT  DESCRIPTION
001000*----------  ----  -----------------------------------------------
001100* 2025-05-16  DS   ORIGINAL PROGRAM.  RECONCILES THE STATEMENT
001200*                  VENDOR'S ACKNOWLEDGMENT OF THE PHONE-CHANGE
001300*                  NOTICES AGAINST THE PHONENTC EXTRACT PHNTCBAT
001400*                  BUILT, THE SAME WAY PHACKBAT RECONCILES
001500*                  PHONEOUT.  BOTH FILES ARE IN CUST-ID ORDER.
001600*                  THE EXTRACT CARRIES ONE LINE PER CHANGED NUMBER
001700*                  AND THE VENDOR MAILS AND ACKNOWLEDGES ONE
001800*                  NOTICE PER CUSTOMER, SO BOTH SIDES ARE REDUCED
001900*                  TO DISTINCT CUSTOMER IDS BEFORE MATCHING.
002000*                  EVERY NOTICE THE VENDOR NEVER MAILED IS LISTED
002100*                  WITH THE NAME AND CHANGE DATE SO DATA CONTROL
002200*                  CAN FOLLOW IT UP - AN UNMAILED NOTICE IS A
002300*                  CHANGE THE CUSTOMER STILL KNOWS NOTHING ABOUT -
002400*                  AND EVERY CUSTOMER MAILED WITHOUT A NOTICE IS
002500*                  LISTED TOO.  ANY MISMATCH SETS RC=8.
002600*-----------------------------------------------------------------
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900 SOURCE-COMPUTER.   IBM-370.
003000 OBJECT-COMPUTER.   IBM-370.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT PHONENTC-FILE  ASSIGN TO PHONENTC
003400                           ORGANIZATION IS SEQUENTIAL.
003500     SELECT VENDACK-FILE   ASSIGN TO VENDACK
003600                           ORGANIZATION IS SEQUENTIAL.
003700     SELECT RECRPT-FILE    ASSIGN TO RECRPT
003800                           ORGANIZATION IS SEQUENTIAL.
003900*
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  PHONENTC-FILE
004300     RECORDING MODE IS F.
004400 COPY PHONENTC.
004500*
004600 FD  VENDACK-FILE
004700     RECORDING MODE IS F.
004800 COPY VENDACK.
004900*
005000 FD  RECRPT-FILE
005100     RECORDING MODE IS F.
005200 01  PRINT-RECORD               PIC X(132).
005300*
005400 WORKING-STORAGE SECTION.
005500 77  PHB-NTC-EOF-SW             PIC X(01)  VALUE "N".
005600     88  PHB-NTC-EOF                       VALUE "Y".
005700 77  PHB-ACK-EOF-SW             PIC X(01)  VALUE "N".
005800     88  PHB-ACK-EOF                       VALUE "Y".
005900 77  PHB-NTC-LINE-COUNT         PIC 9(07)  VALUE ZERO.
006000 77  PHB-NTC-CUST-COUNT         PIC 9(07)  VALUE ZERO.
006100 77  PHB-ACK-IN-COUNT           PIC 9(07)  VALUE ZERO.
006200 77  PHB-ACK-CUST-COUNT         PIC 9(07)  VALUE ZERO.
006300 77  PHB-MATCHED-COUNT          PIC 9(07)  VALUE ZERO.
006400 77  PHB-NOT-MAILED-COUNT       PIC 9(07)  VALUE ZERO.
006500 77  PHB-NOT-SHIPPED-COUNT      PIC 9(07)  VALUE ZERO.
006600*-----------------------------------------------------------------
006700* THE CUSTOMER ID EACH SIDE CURRENTLY STANDS ON.  SET TO
006800* HIGH-VALUES AT END OF FILE SO THE MATCH LOOP DRAINS WHICHEVER
006900* SIDE IS LEFT WITHOUT SEPARATE EOF TESTS IN ITS COMPARES.
007000*-----------------------------------------------------------------
007100 77  PHB-NTC-CUST               PIC X(08)  VALUE SPACES.
007200 77  PHB-ACK-CUST               PIC X(08)  VALUE SPACES.
007300 01  PHB-PRINT-LINE             PIC X(132) VALUE SPACES.
007400*
007500 LINKAGE SECTION.
007600*
007700 PROCEDURE DIVISION.
007800*
007900 0000-MAINLINE.
008000     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
008100     PERFORM 2000-MATCH-ONE-CUSTOMER
008200         THRU 2000-MATCH-ONE-CUSTOMER-EXIT
008300         UNTIL PHB-NTC-EOF AND PHB-ACK-EOF.
008400     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
008500     GOBACK.
008600*
008700******************************************************************
008800* 1000-INITIALIZE
008900*     OPENS ALL FILES, PRINTS THE REPORT HEADING, AND PRIMES
009000* BOTH SIDES ON THEIR FIRST DISTINCT CUSTOMER.
009100******************************************************************
009200 1000-INITIALIZE.
009300     OPEN INPUT  PHONENTC-FILE.
009400     OPEN INPUT  VENDACK-FILE.
009500     OPEN OUTPUT RECRPT-FILE.
009600     MOVE SPACES TO PHB-PRINT-LINE.
009700     MOVE "PHNAKBAT - PHONE-CHANGE NOTICE ACK RECONCILIATION"
009800         TO PHB-PRINT-LINE.
009900     WRITE PRINT-RECORD FROM PHB-PRINT-LINE.
010000     MOVE SPACES TO PHB-PRINT-LINE.
010100     WRITE PRINT-RECORD FROM PHB-PRINT-LINE.
010200     PERFORM 2100-READ-NOTICE THRU 2100-READ-NOTICE-EXIT.
010300     PERFORM 2120-SET-NTC-CUSTOMER
010400         THRU 2120-SET-NTC-CUSTOMER-EXIT.
010500     PERFORM 2150-READ-VENDACK THRU 2150-READ-VENDACK-EXIT.
010600     PERFORM 2170-SET-ACK-CUSTOMER
010700         THRU 2170-SET-ACK-CUSTOMER-EXIT.
010800 1000-INITIALIZE-EXIT.
010900     EXIT.
011000*
011100******************************************************************
011200* 2000-MATCH-ONE-CUSTOMER
011300*     COMPARES THE CUSTOMER EACH SIDE STANDS ON.  A MATCH DRAINS
011400* BOTH SIDES PAST THE CUSTOMER; A CUSTOMER ONLY ON THE EXTRACT
011500* WAS NEVER MAILED; A CUSTOMER ONLY ON THE ACKNOWLEDGMENT WAS
011600* MAILED WITHOUT A NOTICE FROM US.  EITHER MISMATCH IS LISTED AND
011700* COUNTED.
011800******************************************************************
011900 2000-MATCH-ONE-CUSTOMER.
012000     EVALUATE TRUE
012100         WHEN PHB-NTC-CUST = PHB-ACK-CUST
012200             ADD 1 TO PHB-MATCHED-COUNT
012300             PERFORM 2200-DRAIN-NTC-CUSTOMER
012400                 THRU 2200-DRAIN-NTC-CUSTOMER-EXIT
012500             PERFORM 2250-DRAIN-ACK-CUSTOMER
012600                 THRU 2250-DRAIN-ACK-CUSTOMER-EXIT
012700         WHEN PHB-NTC-CUST < PHB-ACK-CUST
012800             ADD 1 TO PHB-NOT-MAILED-COUNT
012900             MOVE SPACES TO PHB-PRINT-LINE
013000             STRING "NOTICE NOT MAILED:   " PHB-NTC-CUST "  "
013100                     PNT-CUST-NAME "  CHANGED " PNT-CHANGE-DATE
013200                 DELIMITED BY SIZE INTO PHB-PRINT-LINE
013300             WRITE PRINT-RECORD FROM PHB-PRINT-LINE
013400             PERFORM 2200-DRAIN-NTC-CUSTOMER
013500                 THRU 2200-DRAIN-NTC-CUSTOMER-EXIT
013600         WHEN OTHER
013700             ADD 1 TO PHB-NOT-SHIPPED-COUNT
013800             MOVE SPACES TO PHB-PRINT-LINE
013900             STRING "MAILED, NOT SHIPPED: " PHB-ACK-CUST
014000                 DELIMITED BY SIZE INTO PHB-PRINT-LINE
014100             WRITE PRINT-RECORD FROM PHB-PRINT-LINE
014200             PERFORM 2250-DRAIN-ACK-CUSTOMER
014300                 THRU 2250-DRAIN-ACK-CUSTOMER-EXIT
014400     END-EVALUATE.
014500 2000-MATCH-ONE-CUSTOMER-EXIT.
014600     EXIT.
014700*
014800******************************************************************
014900* 2100-READ-NOTICE
015000*     READS THE NEXT NOTICE LINE AND SETS THE EXTRACT-SIDE
015100* END-OF-FILE SWITCH WHEN THE FILE IS EXHAUSTED.
015200******************************************************************
015300 2100-READ-NOTICE.
015400     READ PHONENTC-FILE
015500         AT END
015600             SET PHB-NTC-EOF TO TRUE
015700     END-READ.
015800     IF NOT PHB-NTC-EOF
015900         ADD 1 TO PHB-NTC-LINE-COUNT
016000     END-IF.
016100 2100-READ-NOTICE-EXIT.
016200     EXIT.
016300*
016400******************************************************************
016500* 2120-SET-NTC-CUSTOMER
016600*     STANDS THE EXTRACT SIDE ON THE DISTINCT CUSTOMER JUST
016700* REACHED AND COUNTS IT, OR ON HIGH-VALUES AT END OF FILE SO
016800* THE MATCH LOOP DRAINS THE OTHER SIDE.
016900******************************************************************
017000 2120-SET-NTC-CUSTOMER.
017100     IF PHB-NTC-EOF
017200         MOVE HIGH-VALUES TO PHB-NTC-CUST
017300     ELSE
017400         MOVE PNT-CUST-ID TO PHB-NTC-CUST
017500         ADD 1 TO PHB-NTC-CUST-COUNT
017600     END-IF.
017700 2120-SET-NTC-CUSTOMER-EXIT.
017800     EXIT.
017900*
018000******************************************************************
018100* 2150-READ-VENDACK
018200*     READS THE NEXT ACKNOWLEDGMENT RECORD AND SETS THE VENDOR-
018300* SIDE END-OF-FILE SWITCH WHEN THE FILE IS EXHAUSTED.
018400******************************************************************
018500 2150-READ-VENDACK.
018600     READ VENDACK-FILE
018700         AT END
018800             SET PHB-ACK-EOF TO TRUE
018900     END-READ.
019000     IF NOT PHB-ACK-EOF
019100         ADD 1 TO PHB-ACK-IN-COUNT
019200     END-IF.
019300 2150-READ-VENDACK-EXIT.
019400     EXIT.
019500*
019600******************************************************************
019700* 2170-SET-ACK-CUSTOMER
019800*     STANDS THE VENDOR SIDE ON THE DISTINCT CUSTOMER JUST
019900* REACHED AND COUNTS IT, OR ON HIGH-VALUES AT END OF FILE.
020000******************************************************************
020100 2170-SET-ACK-CUSTOMER.
020200     IF PHB-ACK-EOF
020300         MOVE HIGH-VALUES TO PHB-ACK-CUST
020400     ELSE
020500         MOVE VAK-CUST-ID TO PHB-ACK-CUST
020600         ADD 1 TO PHB-ACK-CUST-COUNT
020700     END-IF.
020800 2170-SET-ACK-CUSTOMER-EXIT.
020900     EXIT.
021000*
021100******************************************************************
021200* 2200-DRAIN-NTC-CUSTOMER
021300*     READS THE EXTRACT PAST EVERY LINE OF THE CUSTOMER JUST
021400* HANDLED - ONE CUSTOMER CAN HAVE SEVERAL NUMBERS CHANGED.
021500******************************************************************
021600 2200-DRAIN-NTC-CUSTOMER.
021700     PERFORM 2210-DRAIN-ONE-NTC-LINE
021800         THRU 2210-DRAIN-ONE-NTC-LINE-EXIT
021900         UNTIL PHB-NTC-EOF
022000            OR PNT-CUST-ID NOT = PHB-NTC-CUST.
022100     PERFORM 2120-SET-NTC-CUSTOMER
022200         THRU 2120-SET-NTC-CUSTOMER-EXIT.
022300 2200-DRAIN-NTC-CUSTOMER-EXIT.
022400     EXIT.
022500*
022600******************************************************************
022700* 2210-DRAIN-ONE-NTC-LINE
022800*     READS ONE MORE NOTICE LINE OF THE CUSTOMER BEING DRAINED.
022900******************************************************************
023000 2210-DRAIN-ONE-NTC-LINE.
023100     PERFORM 2100-READ-NOTICE THRU 2100-READ-NOTICE-EXIT.
023200 2210-DRAIN-ONE-NTC-LINE-EXIT.
023300     EXIT.
023400*
023500******************************************************************
023600* 2250-DRAIN-ACK-CUSTOMER
023700*     READS THE ACKNOWLEDGMENT PAST EVERY RECORD OF THE CUSTOMER
023800* JUST HANDLED.
023900******************************************************************
024000 2250-DRAIN-ACK-CUSTOMER.
024100     PERFORM 2260-DRAIN-ONE-ACK
024200         THRU 2260-DRAIN-ONE-ACK-EXIT
024300         UNTIL PHB-ACK-EOF
024400            OR VAK-CUST-ID NOT = PHB-ACK-CUST.
024500     PERFORM 2170-SET-ACK-CUSTOMER
024600         THRU 2170-SET-ACK-CUSTOMER-EXIT.
024700 2250-DRAIN-ACK-CUSTOMER-EXIT.
024800     EXIT.
024900*
025000******************************************************************
025100* 2260-DRAIN-ONE-ACK
025200*     READS ONE MORE ACKNOWLEDGMENT RECORD OF THE CUSTOMER BEING
025300* DRAINED.
025400******************************************************************
025500 2260-DRAIN-ONE-ACK.
025600     PERFORM 2150-READ-VENDACK THRU 2150-READ-VENDACK-EXIT.
025700 2260-DRAIN-ONE-ACK-EXIT.
025800     EXIT.
025900*
026000******************************************************************
026100* 9000-TERMINATE
026200*     PRINTS THE TOTALS AND THE VERDICT, CLOSES ALL FILES, AND
026300* SETS RC=8 ON ANY MISMATCH SO THE SCHEDULER FLAGS THE UNMAILED
026400* NOTICES BEFORE THE DAY MOVES ON.
026500******************************************************************
026600 9000-TERMINATE.
026700     MOVE SPACES TO PHB-PRINT-LINE.
026800     WRITE PRINT-RECORD FROM PHB-PRINT-LINE.
026900     MOVE SPACES TO PHB-PRINT-LINE.
027000     STRING "NOTICE LINES " PHB-NTC-LINE-COUNT
027100             "  CUSTOMERS SHIPPED " PHB-NTC-CUST-COUNT
027200             "  CUSTOMERS ACKED " PHB-ACK-CUST-COUNT
027300         DELIMITED BY SIZE INTO PHB-PRINT-LINE.
027400     WRITE PRINT-RECORD FROM PHB-PRINT-LINE.
027500     MOVE SPACES TO PHB-PRINT-LINE.
027600     STRING "MATCHED " PHB-MATCHED-COUNT
027700             "  NOT MAILED " PHB-NOT-MAILED-COUNT
027800             "  MAILED NOT SHIPPED " PHB-NOT-SHIPPED-COUNT
027900         DELIMITED BY SIZE INTO PHB-PRINT-LINE.
028000     WRITE PRINT-RECORD FROM PHB-PRINT-LINE.
028100     MOVE SPACES TO PHB-PRINT-LINE.
028200     IF PHB-NOT-MAILED-COUNT = ZERO
028300        AND PHB-NOT-SHIPPED-COUNT = ZERO
028400         MOVE "PHNAKBAT - NOTICES AND ACK RECONCILE"
028500             TO PHB-PRINT-LINE
028600     ELSE
028700         MOVE "PHNAKBAT - *** NOTICES AND ACK DO NOT RECONCILE"
028800             TO PHB-PRINT-LINE
028900         MOVE 8 TO RETURN-CODE
029000     END-IF.
029100     WRITE PRINT-RECORD FROM PHB-PRINT-LINE.
029200     CLOSE PHONENTC-FILE.
029300     CLOSE VENDACK-FILE.
029400     CLOSE RECRPT-FILE.
029500 9000-TERMINATE-EXIT.
029600     EXIT.
029700*
029800 END PROGRAM PHNAKBAT.
