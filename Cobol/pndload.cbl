000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    PNDLOAD.
000300 AUTHOR.        D. SALINAS.
000400 INSTALLATION.  CUSTOMER STATEMENTS - DATA CONTROL.
000500 DATE-WRITTEN.  2025-05-23.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900* DATE       INIT  DESCRIPTION
001000*----------  ----  -----------------------------------------------
001100* 2025-05-23  DS   ORIGINAL PROGRAM.  LOADS THE DAY'S KEYED
001200*                  MASTER-NUMBER TRANSACTIONS (PHONETRN) AND
001300*                  CHILD-NUMBER TRANSACTIONS (CPHTRN) ONTO THE
001400*                  PENDING-CHANGE KSDS (PHONEPND) AS ENTRIES
001500*                  AWAITING A SUPERVISOR'S DECISION ON PHAPPRV.
001600*                  NOTHING KEYED REACHES PHUPDBAT OR PHCHUPD
001700*                  ANY MORE WITHOUT PASSING THROUGH THAT FILE.
001710* 2025-06-27  DS   CHECKS THE PENDING FILE OPEN - A BAD STATUS IS
001720*                  DISPLAYED AND ENDS THE STEP RC=8 WITH NOTHING
001730*                  LOADED.  A WRITE ERROR NOW SHOWS ITS STATUS AND
001740*                  THE ENTRY KEY ON THE RUN LOG.
001800*-----------------------------------------------------------------
001900*
002000* THE KEYED MASTER FILE IS STILL CUT AT THE ORIGINAL 40 BYTES -
002100* THE APPROVER ID ON PHONETRN IS FILLED IN ONLY BY PHPNDBAT - SO
002200* IT IS READ INTO THE COPYBOOK LAYOUT RATHER THAN THROUGH IT.
002300*
002400* A KEYED ENTRY'S KEY IS THE LOAD DATE, TIME 000000, ORIGIN K AND
002500* ITS POSITION IN THE RUN (MASTER FILE FIRST, THEN CHILD FILE).  A
002600* RERUN OF THE STEP ON THE SAME DAY BUILDS THE SAME KEYS, SO THE
002700* ENTRIES ALREADY LOADED COME BACK DUPLICATE (STATUS 22) AND ARE
002800* COUNTED, NOT LOADED TWICE.  ANY OTHER I/O ERROR ENDS THE STEP
002900* RC=8 SO THE JOB STOPS BEFORE PHPNDBAT.
003000*-----------------------------------------------------------------
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
003300 SOURCE-COMPUTER.   IBM-370.
003400 OBJECT-COMPUTER.   IBM-370.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT TRANS-FILE     ASSIGN TO PHONETRN
003800                           ORGANIZATION IS SEQUENTIAL.
003900     SELECT CTRAN-FILE     ASSIGN TO CPHTRN
004000                           ORGANIZATION IS SEQUENTIAL.
004100     SELECT PEND-FILE      ASSIGN TO PHONEPND
004200                           ORGANIZATION IS INDEXED
004300                           ACCESS MODE IS RANDOM
004400                           RECORD KEY IS PPD-KEY
004500                           FILE STATUS IS PHB-PND-STATUS.
004600*
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  TRANS-FILE
005000     RECORDING MODE IS F.
005100 01  KEYED-TRANS-RECORD         PIC X(40).
005200*
005300 FD  CTRAN-FILE
005400     RECORDING MODE IS F.
005500 COPY CPHTRN.
005600*
005700 FD  PEND-FILE.
005800 COPY PHONEPND.
005900*
006000 WORKING-STORAGE SECTION.
006100 77  PHB-TRANS-EOF-SW           PIC X(01)  VALUE "N".
006200     88  PHB-TRANS-EOF                     VALUE "Y".
006300 77  PHB-CTRAN-EOF-SW           PIC X(01)  VALUE "N".
006400     88  PHB-CTRAN-EOF                     VALUE "Y".
006500 77  PHB-PND-STATUS             PIC X(02)  VALUE SPACES.
006600     88  PHB-PND-OK                        VALUE "00".
006700     88  PHB-PND-DUPLICATE                 VALUE "22".
006800 77  PHB-RUN-DATE               PIC X(08)  VALUE SPACES.
006900 77  PHB-ENTRY-SEQ              PIC 9(07)  VALUE ZERO.
007000 77  PHB-TRANS-COUNT            PIC 9(07)  VALUE ZERO.
007100 77  PHB-CTRAN-COUNT            PIC 9(07)  VALUE ZERO.
007200 77  PHB-LOADED-COUNT           PIC 9(07)  VALUE ZERO.
007300 77  PHB-DUP-COUNT              PIC 9(07)  VALUE ZERO.
007400 77  PHB-IO-ERROR-COUNT         PIC 9(07)  VALUE ZERO.
007410 77  PHB-OPEN-ERROR-SW          PIC X(01)  VALUE "N".
007420     88  PHB-OPEN-ERROR                    VALUE "Y".
007500*
007600 COPY PHONETRN.
007700*
007800 LINKAGE SECTION.
007900*
008000 PROCEDURE DIVISION.
008100*
008200 0000-MAINLINE.
008300     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
008310     IF PHB-OPEN-ERROR
008320         MOVE 8 TO RETURN-CODE
008330         GOBACK
008340     END-IF.
008400     PERFORM 2000-LOAD-MASTER THRU 2000-LOAD-MASTER-EXIT
008500         UNTIL PHB-TRANS-EOF.
008600     PERFORM 3000-LOAD-CHILD THRU 3000-LOAD-CHILD-EXIT
008700         UNTIL PHB-CTRAN-EOF.
008800     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
008900     GOBACK.
009000*
009100******************************************************************
009200* 1000-INITIALIZE
009300*     OPENS THE TWO KEYED FILES AND THE PENDING FILE, CAPTURES
009400* THE LOAD DATE AND PRIMES BOTH READ LOOPS.  A PENDING FILE THAT
009410* WILL NOT OPEN ENDS THE STEP RC=8 BEFORE ANYTHING IS LOADED.
009500******************************************************************
009600 1000-INITIALIZE.
009700     OPEN INPUT  TRANS-FILE
009800                 CTRAN-FILE.
009900     OPEN I-O    PEND-FILE.
009910     IF NOT PHB-PND-OK
009920         DISPLAY "PNDLOAD  - PENDING FILE OPEN STATUS: "
009930             PHB-PND-STATUS
009940         CLOSE TRANS-FILE
009950               CTRAN-FILE
009960         SET PHB-OPEN-ERROR TO TRUE
009970         GO TO 1000-INITIALIZE-EXIT.
010000     ACCEPT PHB-RUN-DATE FROM DATE YYYYMMDD.
010100     PERFORM 2100-READ-TRANS THRU 2100-READ-TRANS-EXIT.
010200     PERFORM 3100-READ-CTRAN THRU 3100-READ-CTRAN-EXIT.
010300 1000-INITIALIZE-EXIT.
010400     EXIT.
010500*
010600******************************************************************
010700* 2000-LOAD-MASTER
010800*     ONE KEYED MASTER-NUMBER CHANGE BECOMES ONE PENDING ENTRY.
010900******************************************************************
011000 2000-LOAD-MASTER.
011100     ADD 1 TO PHB-TRANS-COUNT.
011200     PERFORM 4000-NEW-ENTRY THRU 4000-NEW-ENTRY-EXIT.
011300     SET PPD-MASTER-CHANGE   TO TRUE.
011400     SET PPD-CHANGE          TO TRUE.
011500     MOVE PTR-CUST-ID        TO PPD-CUST-ID.
011600     MOVE PTR-NEW-DIGITS     TO PPD-NEW-DIGITS.
011700     MOVE PTR-COUNTRY-CODE   TO PPD-COUNTRY-CODE.
011800     MOVE PTR-EXTENSION      TO PPD-EXTENSION.
011900     MOVE PTR-EXTENSION-LEN  TO PPD-EXTENSION-LEN.
012000     MOVE PTR-OPERATOR-ID    TO PPD-OPERATOR-ID.
012100     PERFORM 4100-WRITE-ENTRY THRU 4100-WRITE-ENTRY-EXIT.
012200     PERFORM 2100-READ-TRANS THRU 2100-READ-TRANS-EXIT.
012300 2000-LOAD-MASTER-EXIT.
012400     EXIT.
012500*
012600******************************************************************
012700* 2100-READ-TRANS
012800*     READS THE NEXT KEYED MASTER TRANSACTION INTO THE PHONETRN
012900* LAYOUT.
013000******************************************************************
013100 2100-READ-TRANS.
013200     READ TRANS-FILE INTO PHONE-TRANS-RECORD
013300         AT END
013400             SET PHB-TRANS-EOF TO TRUE
013500     END-READ.
013600 2100-READ-TRANS-EXIT.
013700     EXIT.
013800*
013900******************************************************************
014000* 3000-LOAD-CHILD
014100*     ONE KEYED CHILD-NUMBER ADD, CHANGE OR DELETE BECOMES ONE
014200* PENDING ENTRY.
014300******************************************************************
014400 3000-LOAD-CHILD.
014500     ADD 1 TO PHB-CTRAN-COUNT.
014600     PERFORM 4000-NEW-ENTRY THRU 4000-NEW-ENTRY-EXIT.
014700     SET PPD-CHILD-CHANGE    TO TRUE.
014800     MOVE CTR-CUST-ID        TO PPD-CUST-ID.
014900     MOVE CTR-PHONE-TYPE     TO PPD-PHONE-TYPE.
015000     MOVE CTR-ACTION         TO PPD-ACTION.
015100     MOVE CTR-NEW-DIGITS     TO PPD-NEW-DIGITS.
015200     MOVE CTR-COUNTRY-CODE   TO PPD-COUNTRY-CODE.
015300     MOVE CTR-EXTENSION      TO PPD-EXTENSION.
015400     MOVE CTR-EXTENSION-LEN  TO PPD-EXTENSION-LEN.
015500     MOVE CTR-OPERATOR-ID    TO PPD-OPERATOR-ID.
015600     PERFORM 4100-WRITE-ENTRY THRU 4100-WRITE-ENTRY-EXIT.
015700     PERFORM 3100-READ-CTRAN THRU 3100-READ-CTRAN-EXIT.
015800 3000-LOAD-CHILD-EXIT.
015900     EXIT.
016000*
016100******************************************************************
016200* 3100-READ-CTRAN
016300*     READS THE NEXT KEYED CHILD TRANSACTION.
016400******************************************************************
016500 3100-READ-CTRAN.
016600     READ CTRAN-FILE
016700         AT END
016800             SET PHB-CTRAN-EOF TO TRUE
016900     END-READ.
017000 3100-READ-CTRAN-EXIT.
017100     EXIT.
017200*
017300******************************************************************
017400* 4000-NEW-ENTRY
017500*     STARTS A PENDING ENTRY - KEY AND STATUS.  THE SEQUENCE RUNS
017600* ACROSS BOTH FILES SO NO TWO ENTRIES OF ONE LOAD SHARE A KEY.
017700******************************************************************
017800 4000-NEW-ENTRY.
017900     ADD 1 TO PHB-ENTRY-SEQ.
018000     MOVE SPACES          TO PENDING-CHANGE-RECORD.
018100     MOVE PHB-RUN-DATE    TO PPD-ENTRY-DATE.
018200     MOVE "000000"        TO PPD-ENTRY-TIME.
018300     SET PPD-FROM-KEYED   TO TRUE.
018400     MOVE PHB-ENTRY-SEQ   TO PPD-ENTRY-SEQ.
018500     SET PPD-PENDING      TO TRUE.
018600 4000-NEW-ENTRY-EXIT.
018700     EXIT.
018800*
018900******************************************************************
019000* 4100-WRITE-ENTRY
019100*     WRITES ONE PENDING ENTRY.  A DUPLICATE KEY (STATUS 22) IS AN
019200* ENTRY ALREADY LOADED BY AN EARLIER RUN TODAY; ANY OTHER NON-ZERO
019300* STATUS IS A REAL I/O ERROR.
019400******************************************************************
019500 4100-WRITE-ENTRY.
019600     WRITE PENDING-CHANGE-RECORD
019700         INVALID KEY
019800             CONTINUE
019900     END-WRITE.
020000     EVALUATE TRUE
020100         WHEN PHB-PND-OK
020200             ADD 1 TO PHB-LOADED-COUNT
020300         WHEN PHB-PND-DUPLICATE
020400             ADD 1 TO PHB-DUP-COUNT
020500         WHEN OTHER
020510             DISPLAY "PNDLOAD  - PENDING FILE WRITE STATUS: "
020520                 PHB-PND-STATUS " KEY " PPD-KEY
020600             ADD 1 TO PHB-IO-ERROR-COUNT
020700     END-EVALUATE.
020800 4100-WRITE-ENTRY-EXIT.
020900     EXIT.
021000*
021100******************************************************************
021200* 9000-TERMINATE
021300*     CLOSES THE FILES AND DISPLAYS THE RUN TOTALS.  ANY REAL I/O
021400* ERROR ENDS THE STEP RC=8.
021500******************************************************************
021600 9000-TERMINATE.
021700     CLOSE TRANS-FILE
021800           CTRAN-FILE
021900           PEND-FILE.
022000     DISPLAY "PNDLOAD  - MASTER TRANS READ: " PHB-TRANS-COUNT.
022100     DISPLAY "PNDLOAD  - CHILD TRANS READ:  " PHB-CTRAN-COUNT.
022200     DISPLAY "PNDLOAD  - ENTRIES LOADED:    " PHB-LOADED-COUNT.
022300     DISPLAY "PNDLOAD  - ALREADY LOADED:    " PHB-DUP-COUNT.
022400     DISPLAY "PNDLOAD  - I/O ERRORS:        " PHB-IO-ERROR-COUNT.
022500     IF PHB-IO-ERROR-COUNT > ZERO
022600         DISPLAY "PNDLOAD  - PENDING FILE I/O ERRORS - SEE STATUS"
022700         MOVE 8 TO RETURN-CODE
022800     END-IF.
022900 9000-TERMINATE-EXIT.
023000     EXIT.
023100*
023200 END PROGRAM PNDLOAD.
