000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    PHPNDBAT.
000300 AUTHOR.        D. SALINAS.
000400 INSTALLATION.  CUSTOMER STATEMENTS - DATA CONTROL.
000500 DATE-WRITTEN.  2025-05-23.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900* DATE       INIT  DESCRIPTION
001000*----------  ----  -----------------------------------------------
001100* 2025-05-23  DS   ORIGINAL PROGRAM.  NIGHTLY PASS OF THE PENDING-
001200*                  CHANGE KSDS (PHONEPND) AHEAD OF THE PHUPDBAT
001300*                  AND PHCHUPD APPLY.  WRITES EVERY CHANGE A
001400*                  SUPERVISOR HAS APPROVED ON PHAPPRV TO THE
001500*                  APPROVED MASTER (PHONETRN) OR CHILD (CPHTRN)
001600*                  TRANSACTION FILE WITH THE APPROVER'S ID, AND
001700*                  MARKS IT APPLIED; EXPIRES CHANGES LEFT
001800*                  UNDECIDED PAST THE EXPIRY PERIOD; REPORTS THE
001900*                  REJECTED AND EXPIRED CHANGES TO DATA CONTROL;
002000*                  AND PURGES CLOSED ENTRIES PAST THE KEEP PERIOD.
002100*-----------------------------------------------------------------
002200*
002300* PARAMETER CARD (PNDPARMS, ONE 80-BYTE RECORD):
002400*   COLS  1- 3  EXPIRY PERIOD IN DAYS - A CHANGE STILL AWAITING A
002500*               DECISION THIS MANY DAYS AFTER IT WAS ENTERED IS
002600*               EXPIRED AND NEVER APPLIED (REQUIRED, NOT ZERO)
002700*   COLS  4- 6  KEEP PERIOD IN DAYS - A CLOSED ENTRY (APPLIED,
002800*               REJECTED OR EXPIRED) IS DELETED THIS MANY DAYS
002900*               AFTER IT WAS CLOSED (REQUIRED, NOT ZERO)
003000* A MISSING OR INVALID CARD ENDS THE STEP RC=8 WITH THE PENDING
003100* FILE UNTOUCHED AND NOTHING WRITTEN.
003200*
003300* AN ENTRY IS CLOSED BY STAMPING TODAY IN PPD-CLOSE-DATE.  AN
003400* ENTRY CLOSED TODAY IS WRITTEN OR REPORTED AGAIN WHEN THE STEP IS
003500* RERUN THE SAME DAY, SO A RERUN AFTER A LATER STEP FAILS REBUILDS
003600* THE SAME APPROVED FILES RATHER THAN EMPTY ONES.  THE ONLINE FILE
003700* (PHPENDV) MUST BE CLOSED TO CICS WHILE THIS STEP RUNS.
003800*-----------------------------------------------------------------
003900 ENVIRONMENT DIVISION.
004000 CONFIGURATION SECTION.
004100 SOURCE-COMPUTER.   IBM-370.
004200 OBJECT-COMPUTER.   IBM-370.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT PNDPARMS-FILE  ASSIGN TO PNDPARMS
004600                           ORGANIZATION IS SEQUENTIAL.
004700     SELECT PEND-FILE      ASSIGN TO PHONEPND
004800                           ORGANIZATION IS INDEXED
004900                           ACCESS MODE IS SEQUENTIAL
005000                           RECORD KEY IS PPD-KEY
005100                           FILE STATUS IS PHB-PND-STATUS.
005200     SELECT APPTRN-FILE    ASSIGN TO APPTRN
005300                           ORGANIZATION IS SEQUENTIAL.
005400     SELECT APPCTR-FILE    ASSIGN TO APPCTR
005500                           ORGANIZATION IS SEQUENTIAL.
005600     SELECT PHONERPT-FILE  ASSIGN TO PHONERPT
005700                           ORGANIZATION IS SEQUENTIAL.
005800*
005900 DATA DIVISION.
006000 FILE SECTION.
006100 FD  PNDPARMS-FILE
006200     RECORDING MODE IS F.
006300 01  PENDING-PARM-RECORD.
006400     05  PPM-EXPIRY-DAYS        PIC X(03).
006500     05  PPM-EXPIRY-DAYS-NUM REDEFINES PPM-EXPIRY-DAYS
006600                                PIC 9(03).
006700     05  PPM-KEEP-DAYS          PIC X(03).
006800     05  PPM-KEEP-DAYS-NUM REDEFINES PPM-KEEP-DAYS
006900                                PIC 9(03).
007000     05  FILLER                 PIC X(74).
007100*
007200 FD  PEND-FILE.
007300 COPY PHONEPND.
007400*
007500 FD  APPTRN-FILE
007600     RECORDING MODE IS F.
007700 COPY PHONETRN.
007800*
007900 FD  APPCTR-FILE
008000     RECORDING MODE IS F.
008100 COPY CPHTRN.
008200*
008300 FD  PHONERPT-FILE
008400     RECORDING MODE IS F.
008500 01  PRINT-RECORD               PIC X(132).
008600*
008700 WORKING-STORAGE SECTION.
008800 77  PHB-END-OF-FILE-SW         PIC X(01)  VALUE "N".
008900     88  PHB-END-OF-FILE                   VALUE "Y".
009000 77  PHB-PARM-ERROR-SW          PIC X(01)  VALUE "N".
009100     88  PHB-PARM-ERROR                    VALUE "Y".
009200 77  PHB-PND-STATUS             PIC X(02)  VALUE SPACES.
009300     88  PHB-PND-OK                        VALUE "00".
009400     88  PHB-PND-EOF                       VALUE "10".
009500 77  PHB-READ-COUNT             PIC 9(07)  VALUE ZERO.
009600 77  PHB-MASTER-OUT-COUNT       PIC 9(07)  VALUE ZERO.
009700 77  PHB-CHILD-OUT-COUNT        PIC 9(07)  VALUE ZERO.
009800 77  PHB-STILL-PENDING-COUNT    PIC 9(07)  VALUE ZERO.
009900 77  PHB-EXPIRED-COUNT          PIC 9(07)  VALUE ZERO.
010000 77  PHB-REJECTED-COUNT         PIC 9(07)  VALUE ZERO.
010100 77  PHB-PURGED-COUNT           PIC 9(07)  VALUE ZERO.
010200 77  PHB-BAD-DATE-COUNT         PIC 9(07)  VALUE ZERO.
010300 77  PHB-IO-ERROR-COUNT         PIC 9(07)  VALUE ZERO.
010400 77  PHB-RUN-DATE               PIC X(08)  VALUE SPACES.
010500 77  PHB-EXPIRY-DAYS            PIC 9(03)  VALUE ZERO.
010600 77  PHB-KEEP-DAYS              PIC 9(03)  VALUE ZERO.
010700 77  PHB-TODAY-DAY              PIC 9(07)  VALUE ZERO.
010800 77  PHB-AGE-DAYS               PIC S9(07) VALUE ZERO.
010900 01  PHB-PRINT-LINE             PIC X(132) VALUE SPACES.
011000 01  PHB-STATUS-PRINT           PIC X(08)  VALUE SPACES.
011100 01  PHB-TYPE-PRINT             PIC X(06)  VALUE SPACES.
011200 01  PHB-ACTION-PRINT           PIC X(06)  VALUE SPACES.
011300 01  PHB-NUMBER-PRINT           PIC X(12)  VALUE SPACES.
011400 01  PHB-DIGITS-X               PIC X(10)  VALUE SPACES.
011500*-----------------------------------------------------------------
011600* SHARED CALL INTERFACE TO PHDAYNUM - SEE PHONEDAY.
011700*-----------------------------------------------------------------
011800 COPY PHONEDAY.
011900*
012000 LINKAGE SECTION.
012100*
012200 PROCEDURE DIVISION.
012300*
012400 0000-MAINLINE.
012500     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
012600     IF PHB-PARM-ERROR
012700         MOVE 8 TO RETURN-CODE
012800         GOBACK
012900     END-IF.
013000     PERFORM 2000-PROCESS-ENTRY THRU 2000-PROCESS-ENTRY-EXIT
013100         UNTIL PHB-END-OF-FILE.
013200     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
013300     GOBACK.
013400*
013500******************************************************************
013600* 1000-INITIALIZE
013700*     READS AND EDITS THE PARAMETER CARD, OPENS THE FILES, PRINTS
013800* THE REPORT HEADING AND PRIMES THE READ LOOP.  ON A BAD CARD OR A
013900* PENDING FILE THAT WILL NOT OPEN NOTHING ELSE IS TOUCHED.
014000******************************************************************
014100 1000-INITIALIZE.
014200     OPEN INPUT PNDPARMS-FILE.
014300     MOVE SPACES TO PENDING-PARM-RECORD.
014400     READ PNDPARMS-FILE
014500         AT END
014600             CONTINUE
014700     END-READ.
014800     CLOSE PNDPARMS-FILE.
014900     IF PPM-EXPIRY-DAYS IS NOT NUMERIC
015000        OR PPM-EXPIRY-DAYS-NUM = ZERO
015100         DISPLAY "PHPNDBAT - INVALID EXPIRY:   " PPM-EXPIRY-DAYS
015200         SET PHB-PARM-ERROR TO TRUE.
015300     IF PPM-KEEP-DAYS IS NOT NUMERIC
015400        OR PPM-KEEP-DAYS-NUM = ZERO
015500         DISPLAY "PHPNDBAT - INVALID KEEP:     " PPM-KEEP-DAYS
015600         SET PHB-PARM-ERROR TO TRUE.
015700     IF PHB-PARM-ERROR
015800         GO TO 1000-INITIALIZE-EXIT.
015900     MOVE PPM-EXPIRY-DAYS-NUM TO PHB-EXPIRY-DAYS.
016000     MOVE PPM-KEEP-DAYS-NUM   TO PHB-KEEP-DAYS.
016100     OPEN I-O PEND-FILE.
016200     IF NOT PHB-PND-OK
016300         DISPLAY "PHPNDBAT - PENDING FILE OPEN STATUS: "
016400             PHB-PND-STATUS
016500         SET PHB-PARM-ERROR TO TRUE
016600         GO TO 1000-INITIALIZE-EXIT.
016700     ACCEPT PHB-RUN-DATE FROM DATE YYYYMMDD.
016800     SET PDY-DATE-TO-DAYS TO TRUE.
016900     MOVE PHB-RUN-DATE TO PDY-DATE.
017000     CALL "PHDAYNUM" USING PHONE-DAY-AREA.
017100     MOVE PDY-DAY-NUMBER TO PHB-TODAY-DAY.
017200     OPEN OUTPUT APPTRN-FILE
017300                 APPCTR-FILE
017400                 PHONERPT-FILE.
017500     DISPLAY "PHPNDBAT - EXPIRY DAYS:      " PHB-EXPIRY-DAYS.
017600     DISPLAY "PHPNDBAT - KEEP DAYS:        " PHB-KEEP-DAYS.
017700     MOVE SPACES TO PHB-PRINT-LINE.
017800     STRING "PHPNDBAT - PHONE CHANGES REJECTED OR EXPIRED"
017900            "    RUN DATE " PHB-RUN-DATE
018000         DELIMITED BY SIZE INTO PHB-PRINT-LINE.
018100     WRITE PRINT-RECORD FROM PHB-PRINT-LINE.
018200     MOVE SPACES TO PHB-PRINT-LINE.
018300     WRITE PRINT-RECORD FROM PHB-PRINT-LINE.
018400     MOVE SPACES TO PHB-PRINT-LINE.
018500     STRING "STATUS    CUST-ID   TYPE    ACTION  NEW NUMBER    "
018600            "CC   ENTERED   KEYED BY  DECIDED BY  REASON"
018700         DELIMITED BY SIZE INTO PHB-PRINT-LINE.
018800     WRITE PRINT-RECORD FROM PHB-PRINT-LINE.
018900     PERFORM 2100-READ-PENDING THRU 2100-READ-PENDING-EXIT.
019000 1000-INITIALIZE-EXIT.
019100     EXIT.
019200*
019300******************************************************************
019400* 2000-PROCESS-ENTRY
019500*     DISPOSES OF ONE PENDING ENTRY ACCORDING TO ITS STATUS.
019600******************************************************************
019700 2000-PROCESS-ENTRY.
019800     ADD 1 TO PHB-READ-COUNT.
019900     EVALUATE TRUE
020000         WHEN PPD-APPROVED
020100             PERFORM 2200-WRITE-APPROVED
020200                 THRU 2200-WRITE-APPROVED-EXIT
020300             SET PPD-APPLIED TO TRUE
020400             MOVE PHB-RUN-DATE TO PPD-CLOSE-DATE
020500             PERFORM 2700-REWRITE-ENTRY
020600           THRU 2700-REWRITE-ENTRY-EXIT
020700         WHEN PPD-APPLIED AND PPD-CLOSE-DATE = PHB-RUN-DATE
020800             PERFORM 2200-WRITE-APPROVED
020900                 THRU 2200-WRITE-APPROVED-EXIT
021000         WHEN PPD-PENDING
021100             PERFORM 2300-CHECK-EXPIRY THRU 2300-CHECK-EXPIRY-EXIT
021200         WHEN PPD-REJECTED AND PPD-CLOSE-DATE = SPACES
021300             ADD 1 TO PHB-REJECTED-COUNT
021400             PERFORM 2500-PRINT-CLOSED THRU 2500-PRINT-CLOSED-EXIT
021500             MOVE PHB-RUN-DATE TO PPD-CLOSE-DATE
021600             PERFORM 2700-REWRITE-ENTRY
021700           THRU 2700-REWRITE-ENTRY-EXIT
021800         WHEN PPD-REJECTED AND PPD-CLOSE-DATE = PHB-RUN-DATE
021900             ADD 1 TO PHB-REJECTED-COUNT
022000             PERFORM 2500-PRINT-CLOSED THRU 2500-PRINT-CLOSED-EXIT
022100         WHEN PPD-EXPIRED AND PPD-CLOSE-DATE = PHB-RUN-DATE
022200             ADD 1 TO PHB-EXPIRED-COUNT
022300             PERFORM 2500-PRINT-CLOSED THRU 2500-PRINT-CLOSED-EXIT
022400         WHEN OTHER
022500             PERFORM 2400-CHECK-PURGE THRU 2400-CHECK-PURGE-EXIT
022600     END-EVALUATE.
022700     PERFORM 2100-READ-PENDING THRU 2100-READ-PENDING-EXIT.
022800 2000-PROCESS-ENTRY-EXIT.
022900     EXIT.
023000*
023100******************************************************************
023200* 2100-READ-PENDING
023300*     READS THE NEXT PENDING ENTRY IN KEY (ENTRY) ORDER.  A READ
023400* ERROR IS COUNTED AND ENDS THE PASS.
023500******************************************************************
023600 2100-READ-PENDING.
023700     READ PEND-FILE NEXT RECORD
023800         AT END
023900             SET PHB-END-OF-FILE TO TRUE
024000     END-READ.
024100     IF NOT PHB-PND-OK AND NOT PHB-PND-EOF
024200         DISPLAY "PHPNDBAT - PENDING FILE READ STATUS: "
024300             PHB-PND-STATUS
024400         ADD 1 TO PHB-IO-ERROR-COUNT
024500         SET PHB-END-OF-FILE TO TRUE
024600     END-IF.
024700 2100-READ-PENDING-EXIT.
024800     EXIT.
024900*
025000******************************************************************
025100* 2200-WRITE-APPROVED
025200*     WRITES AN APPROVED CHANGE TO ITS TRANSACTION FILE WITH THE
025300* OPERATOR WHO KEYED IT AND THE SUPERVISOR WHO APPROVED IT.
025400******************************************************************
025500 2200-WRITE-APPROVED.
025600     IF PPD-MASTER-CHANGE
025700         MOVE SPACES            TO PHONE-TRANS-RECORD
025800         MOVE PPD-CUST-ID       TO PTR-CUST-ID
025900         MOVE PPD-NEW-DIGITS    TO PTR-NEW-DIGITS
026000         MOVE PPD-COUNTRY-CODE  TO PTR-COUNTRY-CODE
026100         MOVE PPD-EXTENSION     TO PTR-EXTENSION
026200         MOVE PPD-EXTENSION-LEN TO PTR-EXTENSION-LEN
026300         MOVE PPD-OPERATOR-ID   TO PTR-OPERATOR-ID
026400         MOVE PPD-APPROVER-ID   TO PTR-APPROVER-ID
026500         WRITE PHONE-TRANS-RECORD
026600         ADD 1 TO PHB-MASTER-OUT-COUNT
026700     ELSE
026800         MOVE SPACES            TO CHILD-TRANS-RECORD
026900         MOVE PPD-CUST-ID       TO CTR-CUST-ID
027000         MOVE PPD-PHONE-TYPE    TO CTR-PHONE-TYPE
027100         MOVE PPD-ACTION        TO CTR-ACTION
027200         MOVE PPD-NEW-DIGITS    TO CTR-NEW-DIGITS
027300         MOVE PPD-COUNTRY-CODE  TO CTR-COUNTRY-CODE
027400         MOVE PPD-EXTENSION     TO CTR-EXTENSION
027500         MOVE PPD-EXTENSION-LEN TO CTR-EXTENSION-LEN
027600         MOVE PPD-OPERATOR-ID   TO CTR-OPERATOR-ID
027700         MOVE PPD-APPROVER-ID   TO CTR-APPROVER-ID
027800         WRITE CHILD-TRANS-RECORD
027900         ADD 1 TO PHB-CHILD-OUT-COUNT
028000     END-IF.
028100 2200-WRITE-APPROVED-EXIT.
028200     EXIT.
028300*
028400******************************************************************
028500* 2300-CHECK-EXPIRY
028600*     A CHANGE STILL AWAITING A DECISION THE EXPIRY PERIOD OR MORE
028700* AFTER IT WAS ENTERED IS EXPIRED AND REPORTED.  AN ENTRY DATE
028800* PHDAYNUM CANNOT READ IS COUNTED AND LEFT PENDING FOR SOMEONE TO
028900* LOOK AT.
029000******************************************************************
029100 2300-CHECK-EXPIRY.
029200     SET PDY-DATE-TO-DAYS TO TRUE.
029300     MOVE PPD-ENTRY-DATE TO PDY-DATE.
029400     CALL "PHDAYNUM" USING PHONE-DAY-AREA.
029500     IF NOT PDY-VALID
029600         ADD 1 TO PHB-BAD-DATE-COUNT
029700         ADD 1 TO PHB-STILL-PENDING-COUNT
029800         GO TO 2300-CHECK-EXPIRY-EXIT.
029900     COMPUTE PHB-AGE-DAYS = PHB-TODAY-DAY - PDY-DAY-NUMBER.
030000     IF PHB-AGE-DAYS < PHB-EXPIRY-DAYS
030100         ADD 1 TO PHB-STILL-PENDING-COUNT
030200         GO TO 2300-CHECK-EXPIRY-EXIT.
030300     SET PPD-EXPIRED TO TRUE.
030400     MOVE PHB-RUN-DATE TO PPD-CLOSE-DATE.
030500     ADD 1 TO PHB-EXPIRED-COUNT.
030600     PERFORM 2500-PRINT-CLOSED THRU 2500-PRINT-CLOSED-EXIT.
030700     PERFORM 2700-REWRITE-ENTRY THRU 2700-REWRITE-ENTRY-EXIT.
030800 2300-CHECK-EXPIRY-EXIT.
030900     EXIT.
031000*
031100******************************************************************
031200* 2400-CHECK-PURGE
031300*     A CLOSED ENTRY IS DELETED ONCE THE KEEP PERIOD HAS PASSED
031400* SINCE IT WAS CLOSED.  UNTIL THEN IT STAYS FOR ANYONE ASKING
031500* WHAT BECAME OF A CHANGE.
031600******************************************************************
031700 2400-CHECK-PURGE.
031800     SET PDY-DATE-TO-DAYS TO TRUE.
031900     MOVE PPD-CLOSE-DATE TO PDY-DATE.
032000     CALL "PHDAYNUM" USING PHONE-DAY-AREA.
032100     IF NOT PDY-VALID
032200         ADD 1 TO PHB-BAD-DATE-COUNT
032300         GO TO 2400-CHECK-PURGE-EXIT.
032400     COMPUTE PHB-AGE-DAYS = PHB-TODAY-DAY - PDY-DAY-NUMBER.
032500     IF PHB-AGE-DAYS < PHB-KEEP-DAYS
032600         GO TO 2400-CHECK-PURGE-EXIT.
032700     DELETE PEND-FILE RECORD
032800         INVALID KEY
032900             CONTINUE
033000     END-DELETE.
033100     IF PHB-PND-OK
033200         ADD 1 TO PHB-PURGED-COUNT
033300     ELSE
033400         DISPLAY "PHPNDBAT - DELETE STATUS " PHB-PND-STATUS
033500             " KEY " PPD-KEY
033600         ADD 1 TO PHB-IO-ERROR-COUNT
033700     END-IF.
033800 2400-CHECK-PURGE-EXIT.
033900     EXIT.
034000*
034100******************************************************************
034200* 2500-PRINT-CLOSED
034300*     PRINTS ONE REJECTED OR EXPIRED CHANGE: WHAT WAS ASKED FOR,
034400* WHO KEYED IT AND WHEN, AND FOR A REJECTION WHO REJECTED IT AND
034500* WHY.  A DOMESTIC NUMBER PRINTS DASHED; ONE WITH A COUNTRY CODE
034600* PRINTS AS STORED.
034700******************************************************************
034800 2500-PRINT-CLOSED.
034900     IF PPD-EXPIRED
035000         MOVE "EXPIRED"  TO PHB-STATUS-PRINT
035100     ELSE
035200         MOVE "REJECTED" TO PHB-STATUS-PRINT
035300     END-IF.
035400     IF PPD-MASTER-CHANGE
035500         MOVE "MASTER" TO PHB-TYPE-PRINT
035600     ELSE
035700         MOVE PPD-PHONE-TYPE TO PHB-TYPE-PRINT
035800     END-IF.
035900     EVALUATE TRUE
036000         WHEN PPD-ADD
036100             MOVE "ADD"    TO PHB-ACTION-PRINT
036200         WHEN PPD-DELETE
036300             MOVE "DELETE" TO PHB-ACTION-PRINT
036400         WHEN OTHER
036500             MOVE "CHANGE" TO PHB-ACTION-PRINT
036600     END-EVALUATE.
036700     MOVE PPD-NEW-DIGITS TO PHB-DIGITS-X.
036800     MOVE SPACES TO PHB-NUMBER-PRINT.
036900     IF PPD-DELETE
037000         CONTINUE
037100     ELSE
037200         IF PPD-COUNTRY-CODE = SPACES
037300             STRING PHB-DIGITS-X(1:3) "-" PHB-DIGITS-X(4:3) "-"
037400                    PHB-DIGITS-X(7:4)
037500                 DELIMITED BY SIZE INTO PHB-NUMBER-PRINT
037600         ELSE
037700             MOVE PHB-DIGITS-X TO PHB-NUMBER-PRINT
037800         END-IF
037900     END-IF.
038000     MOVE SPACES TO PHB-PRINT-LINE.
038100     STRING PHB-STATUS-PRINT "  " PPD-CUST-ID "  " PHB-TYPE-PRINT
038200            "  " PHB-ACTION-PRINT "  " PHB-NUMBER-PRINT "  "
038300            PPD-COUNTRY-CODE "  " PPD-ENTRY-DATE "  "
038400            PPD-OPERATOR-ID "  " PPD-APPROVER-ID "    "
038500            PPD-REJECT-REASON
038600         DELIMITED BY SIZE INTO PHB-PRINT-LINE.
038700     WRITE PRINT-RECORD FROM PHB-PRINT-LINE.
038800 2500-PRINT-CLOSED-EXIT.
038900     EXIT.
039000*
039100******************************************************************
039200* 2700-REWRITE-ENTRY
039300*     REWRITES THE ENTRY JUST READ WITH ITS NEW STATUS AND CLOSE
039400* DATE.
039500******************************************************************
039600 2700-REWRITE-ENTRY.
039700     REWRITE PENDING-CHANGE-RECORD
039800         INVALID KEY
039900             CONTINUE
040000     END-REWRITE.
040100     IF NOT PHB-PND-OK
040200         DISPLAY "PHPNDBAT - REWRITE STATUS " PHB-PND-STATUS
040300             " KEY " PPD-KEY
040400         ADD 1 TO PHB-IO-ERROR-COUNT
040500     END-IF.
040600 2700-REWRITE-ENTRY-EXIT.
040700     EXIT.
040800*
040900******************************************************************
041000* 9000-TERMINATE
041100*     PRINTS THE REPORT TOTALS, CLOSES THE FILES AND DISPLAYS THE
041200* RUN TOTALS.  ANY PENDING FILE I/O ERROR ENDS THE STEP RC=8 SO
041300* THE APPLY STEPS DO NOT RUN ON A PARTIAL EXTRACT.
041400******************************************************************
041500 9000-TERMINATE.
041600     IF PHB-REJECTED-COUNT = ZERO AND PHB-EXPIRED-COUNT = ZERO
041700         MOVE SPACES TO PHB-PRINT-LINE
041800         WRITE PRINT-RECORD FROM PHB-PRINT-LINE
041900         MOVE "NO CHANGES REJECTED OR EXPIRED" TO PHB-PRINT-LINE
042000         WRITE PRINT-RECORD FROM PHB-PRINT-LINE
042100     END-IF.
042200     MOVE SPACES TO PHB-PRINT-LINE.
042300     WRITE PRINT-RECORD FROM PHB-PRINT-LINE.
042400     MOVE SPACES TO PHB-PRINT-LINE.
042500     STRING "REJECTED:         " PHB-REJECTED-COUNT
042600         DELIMITED BY SIZE INTO PHB-PRINT-LINE.
042700     WRITE PRINT-RECORD FROM PHB-PRINT-LINE.
042800     MOVE SPACES TO PHB-PRINT-LINE.
042900     STRING "EXPIRED:          " PHB-EXPIRED-COUNT
043000         DELIMITED BY SIZE INTO PHB-PRINT-LINE.
043100     WRITE PRINT-RECORD FROM PHB-PRINT-LINE.
043200     MOVE SPACES TO PHB-PRINT-LINE.
043300     STRING "STILL PENDING:    " PHB-STILL-PENDING-COUNT
043400         DELIMITED BY SIZE INTO PHB-PRINT-LINE.
043500     WRITE PRINT-RECORD FROM PHB-PRINT-LINE.
043600     CLOSE PEND-FILE
043700           APPTRN-FILE
043800           APPCTR-FILE
043900           PHONERPT-FILE.
044000     DISPLAY "PHPNDBAT - ENTRIES READ:     " PHB-READ-COUNT.
044100     DISPLAY "PHPNDBAT - MASTER APPROVED:  " PHB-MASTER-OUT-COUNT.
044200     DISPLAY "PHPNDBAT - CHILD APPROVED:   " PHB-CHILD-OUT-COUNT.
044300     DISPLAY "PHPNDBAT - REJECTED:         " PHB-REJECTED-COUNT.
044400     DISPLAY "PHPNDBAT - EXPIRED:          " PHB-EXPIRED-COUNT.
044500     DISPLAY "PHPNDBAT - STILL PENDING:    "
044600       PHB-STILL-PENDING-COUNT.
044700     DISPLAY "PHPNDBAT - PURGED:           " PHB-PURGED-COUNT.
044800     DISPLAY "PHPNDBAT - BAD DATES:        " PHB-BAD-DATE-COUNT.
044900     DISPLAY "PHPNDBAT - I/O ERRORS:       " PHB-IO-ERROR-COUNT.
045000     IF PHB-IO-ERROR-COUNT > ZERO
045100         MOVE 8 TO RETURN-CODE
045200     END-IF.
045300 9000-TERMINATE-EXIT.
045400     EXIT.
045500*
045600 END PROGRAM PHPNDBAT.
