000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    PHCAKBAT.
000300 AUTHOR.        D. SALINAS.
000400 INSTALLATION.  CUSTOMER STATEMENTS - DATA CONTROL.
000500 DATE-WRITTEN.  2025-06-20.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900* DATE       INIT  DESCRIPTION
001000*----------  ----  -----------------------------------------------
001100* 2025-06-20  DS   ORIGINAL PROGRAM.  RECONCILES THE CRM'S
001200*                  ACKNOWLEDGMENT (PHONECRA) OF A PHONE-CHANGE
001300*                  FEED AGAINST THE FEED PHCRMBAT BUILT (PHONECRF)
001400*                  AND LISTS EVERY DETAIL THE CRM REJECTED FOR
001500*                  DATA CONTROL, WITH THE CRM'S REASON AND THE
001600*                  NUMBER WE SENT.
001700*-----------------------------------------------------------------
001800*
001900* THE ACKNOWLEDGMENT IS READ TWICE.  ACKCTL IS THE FILE AS THE
002000* CRM SENT IT: ITS HEADER MUST COME FIRST AND QUOTE THE FEED'S
002100* SEQUENCE NUMBER, ITS TRAILER MUST COME LAST, AND THE TRAILER'S
002200* COUNTS MUST AGREE WITH THE DETAILS BETWEEN THEM.  ACKSORT IS
002300* THE DETAILS ALONE, SORTED BY CUST-ID AND PHONE TYPE, WHICH ARE
002400* MATCHED TO THE FEED DETAILS (ALREADY IN THAT ORDER) THE WAY
002500* PHNAKBAT MATCHES THE NOTICE ACKNOWLEDGMENT.  THE FEED'S OWN
002600* TRAILER IS PROVED AGAINST ITS DETAILS AS WELL.
002700*
002800* A FEED DETAIL NOT ACKNOWLEDGED, AN ACKNOWLEDGMENT FOR A NUMBER
002900* NOT SENT OR QUOTING THE WRONG SEQUENCE NUMBER, A SECOND ANSWER
003000* FOR ONE NUMBER, OR EITHER FILE OUT OF BALANCE MEANS THE CRM DID
003100* NOT LOAD THE FEED WE SENT: THE STEP ENDS RC=8.  REJECTS ALONE
003200* ARE THE CRM WORKING AS INTENDED - THE STEP ENDS RC=4 SO THE
003300* SCHEDULER ROUTES THE REPORT TO DATA CONTROL.  RC=0 IS A CLEAN
003400* LOAD.
003500*-----------------------------------------------------------------
003600 ENVIRONMENT DIVISION.
003700 CONFIGURATION SECTION.
003800 SOURCE-COMPUTER.   IBM-370.
003900 OBJECT-COMPUTER.   IBM-370.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT CRMFEED-FILE   ASSIGN TO CRMFEED
004300                           ORGANIZATION IS SEQUENTIAL.
004400     SELECT ACKCTL-FILE    ASSIGN TO ACKCTL
004500                           ORGANIZATION IS SEQUENTIAL.
004600     SELECT ACKSORT-FILE   ASSIGN TO ACKSORT
004700                           ORGANIZATION IS SEQUENTIAL.
004800     SELECT RECRPT-FILE    ASSIGN TO RECRPT
004900                           ORGANIZATION IS SEQUENTIAL.
005000*
005100 DATA DIVISION.
005200 FILE SECTION.
005300 FD  CRMFEED-FILE
005400     RECORDING MODE IS F.
005500 COPY PHONECRF.
005600*
005700 FD  ACKCTL-FILE
005800     RECORDING MODE IS F.
005900 01  ACK-CONTROL-RECORD.
006000     05  ACC-RECORD-TYPE            PIC X(01).
006100         88  ACC-HEADER                        VALUE "H".
006200         88  ACC-DETAIL                        VALUE "D".
006300         88  ACC-TRAILER                       VALUE "T".
006400     05  ACC-CONTROL-DATA.
006500         10  ACC-FILE-ID            PIC X(08).
006600         10  ACC-FEED-SEQ           PIC 9(07).
006700         10  ACC-DETAIL-COUNT       PIC 9(07).
006800         10  ACC-ACCEPT-COUNT       PIC 9(07).
006900         10  ACC-REJECT-COUNT       PIC 9(07).
007000         10  FILLER                 PIC X(43).
007100     05  ACC-HEADER-DATA REDEFINES ACC-CONTROL-DATA.
007200         10  FILLER                 PIC X(15).
007300         10  ACC-ACK-DATE           PIC X(08).
007400         10  FILLER                 PIC X(56).
007500     05  ACC-DETAIL-DATA REDEFINES ACC-CONTROL-DATA.
007600         10  FILLER                 PIC X(16).
007700         10  ACC-STATUS             PIC X(01).
007800             88  ACC-ACCEPTED                  VALUE "A".
007900             88  ACC-REJECTED                  VALUE "R".
008000         10  FILLER                 PIC X(62).
008100*
008200 FD  ACKSORT-FILE
008300     RECORDING MODE IS F.
008400 COPY PHONECRA.
008500*
008600 FD  RECRPT-FILE
008700     RECORDING MODE IS F.
008800 01  PRINT-RECORD               PIC X(132).
008900*
009000 WORKING-STORAGE SECTION.
009100 77  PHB-FEED-EOF-SW            PIC X(01)  VALUE "N".
009200     88  PHB-FEED-EOF                      VALUE "Y".
009300 77  PHB-CTL-EOF-SW             PIC X(01)  VALUE "N".
009400     88  PHB-CTL-EOF                       VALUE "Y".
009500 77  PHB-ACK-EOF-SW             PIC X(01)  VALUE "N".
009600     88  PHB-ACK-EOF                       VALUE "Y".
009700 77  PHB-FEED-HDR-SW            PIC X(01)  VALUE "N".
009800     88  PHB-FEED-HAS-HEADER               VALUE "Y".
009900 77  PHB-FEED-TRL-SW            PIC X(01)  VALUE "N".
010000     88  PHB-FEED-HAS-TRAILER              VALUE "Y".
010100 77  PHB-CTL-HDR-SW             PIC X(01)  VALUE "N".
010200     88  PHB-CTL-HAS-HEADER                VALUE "Y".
010300 77  PHB-CTL-TRL-SW             PIC X(01)  VALUE "N".
010400     88  PHB-CTL-HAS-TRAILER               VALUE "Y".
010500 77  PHB-FEED-BAL-SW            PIC X(01)  VALUE "Y".
010600     88  PHB-FEED-IN-BALANCE               VALUE "Y".
010700 77  PHB-ACK-BAL-SW             PIC X(01)  VALUE "Y".
010800     88  PHB-ACK-IN-BALANCE                VALUE "Y".
010900 77  PHB-FEED-SEQ               PIC 9(07)  VALUE ZERO.
011000 77  PHB-ACK-FEED-SEQ           PIC 9(07)  VALUE ZERO.
011100 77  PHB-ACK-DATE               PIC X(08)  VALUE SPACES.
011200 77  PHB-FEED-IN-COUNT          PIC 9(07)  VALUE ZERO.
011300 77  PHB-FEED-DETAIL-COUNT      PIC 9(07)  VALUE ZERO.
011400 77  PHB-FEED-TRL-DETAILS       PIC 9(07)  VALUE ZERO.
011500 77  PHB-FEED-TRL-RECORDS       PIC 9(07)  VALUE ZERO.
011600 77  PHB-CTL-IN-COUNT           PIC 9(07)  VALUE ZERO.
011700 77  PHB-CTL-DETAIL-COUNT       PIC 9(07)  VALUE ZERO.
011800 77  PHB-CTL-ACCEPT-COUNT       PIC 9(07)  VALUE ZERO.
011900 77  PHB-CTL-REJECT-COUNT       PIC 9(07)  VALUE ZERO.
012000 77  PHB-CTL-MISPLACED-COUNT    PIC 9(07)  VALUE ZERO.
012100 77  PHB-ACK-TRL-DETAILS        PIC 9(07)  VALUE ZERO.
012200 77  PHB-ACK-TRL-ACCEPTS        PIC 9(07)  VALUE ZERO.
012300 77  PHB-ACK-TRL-REJECTS        PIC 9(07)  VALUE ZERO.
012400 77  PHB-ACK-IN-COUNT           PIC 9(07)  VALUE ZERO.
012500 77  PHB-MATCHED-COUNT          PIC 9(07)  VALUE ZERO.
012600 77  PHB-ACCEPTED-COUNT         PIC 9(07)  VALUE ZERO.
012700 77  PHB-REJECTED-COUNT         PIC 9(07)  VALUE ZERO.
012800 77  PHB-NOT-ACKED-COUNT        PIC 9(07)  VALUE ZERO.
012900 77  PHB-NOT-SENT-COUNT         PIC 9(07)  VALUE ZERO.
013000 77  PHB-DUPLICATE-COUNT        PIC 9(07)  VALUE ZERO.
013100 77  PHB-WRONG-SEQ-COUNT        PIC 9(07)  VALUE ZERO.
013200 77  PHB-CHECK-COUNT            PIC 9(07)  VALUE ZERO.
013300*-----------------------------------------------------------------
013400* THE CUST-ID AND PHONE TYPE EACH SIDE CURRENTLY STANDS ON.  SET
013500* TO HIGH-VALUES AT END OF FILE - OR AT THE FEED TRAILER - SO THE
013600* MATCH LOOP DRAINS WHICHEVER SIDE IS LEFT.
013700*-----------------------------------------------------------------
013800 01  PHB-FEED-KEY.
013900     05  PHB-FEED-KEY-CUST      PIC X(08)  VALUE SPACES.
014000     05  PHB-FEED-KEY-TYPE      PIC X(01)  VALUE SPACES.
014100 01  PHB-ACK-KEY.
014200     05  PHB-ACK-KEY-CUST       PIC X(08)  VALUE SPACES.
014300     05  PHB-ACK-KEY-TYPE       PIC X(01)  VALUE SPACES.
014400 01  PHB-PRINT-LINE             PIC X(132) VALUE SPACES.
014500*
014600 LINKAGE SECTION.
014700*
014800 PROCEDURE DIVISION.
014900*
015000 0000-MAINLINE.
015100     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
015200     PERFORM 2000-MATCH-ONE-NUMBER
015300         THRU 2000-MATCH-ONE-NUMBER-EXIT
015400         UNTIL PHB-FEED-KEY = HIGH-VALUES
015500           AND PHB-ACK-KEY = HIGH-VALUES.
015600     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
015700     GOBACK.
015800*
015900******************************************************************
016000* 1000-INITIALIZE
016100*     OPENS ALL FILES, PRINTS THE REPORT HEADING, READS THE FEED
016200* HEADER, PROVES THE ACKNOWLEDGMENT'S CONTROL RECORDS, AND PRIMES
016300* BOTH SIDES OF THE MATCH.
016400******************************************************************
016500 1000-INITIALIZE.
016600     OPEN INPUT  CRMFEED-FILE.
016700     OPEN INPUT  ACKCTL-FILE.
016800     OPEN INPUT  ACKSORT-FILE.
016900     OPEN OUTPUT RECRPT-FILE.
017000     MOVE SPACES TO PHB-PRINT-LINE.
017100     MOVE "PHCAKBAT - CRM PHONE-CHANGE FEED ACK RECONCILIATION"
017200         TO PHB-PRINT-LINE.
017300     WRITE PRINT-RECORD FROM PHB-PRINT-LINE.
017400     MOVE SPACES TO PHB-PRINT-LINE.
017500     WRITE PRINT-RECORD FROM PHB-PRINT-LINE.
017600     PERFORM 2100-READ-FEED THRU 2100-READ-FEED-EXIT.
017700     IF NOT PHB-FEED-EOF
017800        AND CRF-HEADER
017900         SET PHB-FEED-HAS-HEADER TO TRUE
018000         MOVE CRF-HDR-FEED-SEQ TO PHB-FEED-SEQ
018100         PERFORM 2100-READ-FEED THRU 2100-READ-FEED-EXIT
018200     ELSE
018300         MOVE "N" TO PHB-FEED-BAL-SW
018400         MOVE "FEED HAS NO HEADER RECORD" TO PHB-PRINT-LINE
018500         WRITE PRINT-RECORD FROM PHB-PRINT-LINE
018600     END-IF.
018700     PERFORM 2120-SET-FEED-KEY THRU 2120-SET-FEED-KEY-EXIT.
018800     PERFORM 1100-PROVE-ACK-CONTROL
018900         THRU 1100-PROVE-ACK-CONTROL-EXIT.
019000     PERFORM 2150-READ-ACK THRU 2150-READ-ACK-EXIT.
019100 1000-INITIALIZE-EXIT.
019200     EXIT.
019300*
019400******************************************************************
019500* 1100-PROVE-ACK-CONTROL
019600*     READS THE ACKNOWLEDGMENT AS SENT.  THE HEADER MUST BE FIRST
019700* AND QUOTE THIS FEED'S SEQUENCE NUMBER; THE TRAILER MUST BE LAST
019800* AND ITS COUNTS MUST AGREE WITH THE DETAILS BETWEEN THEM.
019900******************************************************************
020000 1100-PROVE-ACK-CONTROL.
020100     PERFORM 1110-READ-ACK-CONTROL
020200         THRU 1110-READ-ACK-CONTROL-EXIT.
020300     IF NOT PHB-CTL-EOF
020400        AND ACC-HEADER
020500         SET PHB-CTL-HAS-HEADER TO TRUE
020600         MOVE ACC-FEED-SEQ TO PHB-ACK-FEED-SEQ
020700         MOVE ACC-ACK-DATE TO PHB-ACK-DATE
020800         PERFORM 1110-READ-ACK-CONTROL
020900             THRU 1110-READ-ACK-CONTROL-EXIT
021000     END-IF.
021100     PERFORM 1120-COUNT-ACK-CONTROL
021200         THRU 1120-COUNT-ACK-CONTROL-EXIT
021300         UNTIL PHB-CTL-EOF.
021400     MOVE SPACES TO PHB-PRINT-LINE.
021500     IF NOT PHB-CTL-HAS-HEADER
021600         MOVE "N" TO PHB-ACK-BAL-SW
021700         MOVE "ACK HAS NO HEADER RECORD FIRST" TO PHB-PRINT-LINE
021800         WRITE PRINT-RECORD FROM PHB-PRINT-LINE
021900     ELSE
022000         STRING "FEED SEQUENCE " PHB-FEED-SEQ
022100                 "  ACK QUOTES " PHB-ACK-FEED-SEQ
022200                 "  ACK DATED " PHB-ACK-DATE
022300             DELIMITED BY SIZE INTO PHB-PRINT-LINE
022400         WRITE PRINT-RECORD FROM PHB-PRINT-LINE
022500         IF PHB-ACK-FEED-SEQ NOT = PHB-FEED-SEQ
022600             MOVE "N" TO PHB-ACK-BAL-SW
022700             MOVE "ACK IS FOR A DIFFERENT FEED" TO PHB-PRINT-LINE
022800             WRITE PRINT-RECORD FROM PHB-PRINT-LINE
022900         END-IF
023000     END-IF.
023100     IF NOT PHB-CTL-HAS-TRAILER
023200         MOVE "N" TO PHB-ACK-BAL-SW
023300         MOVE "ACK HAS NO TRAILER RECORD LAST" TO PHB-PRINT-LINE
023400         WRITE PRINT-RECORD FROM PHB-PRINT-LINE
023500         GO TO 1100-PROVE-ACK-CONTROL-EXIT.
023600     COMPUTE PHB-CHECK-COUNT = PHB-ACK-TRL-ACCEPTS
023700                             + PHB-ACK-TRL-REJECTS.
023800     IF PHB-ACK-TRL-DETAILS NOT = PHB-CTL-DETAIL-COUNT
023900        OR PHB-ACK-TRL-ACCEPTS NOT = PHB-CTL-ACCEPT-COUNT
024000        OR PHB-ACK-TRL-REJECTS NOT = PHB-CTL-REJECT-COUNT
024100        OR PHB-CHECK-COUNT NOT = PHB-ACK-TRL-DETAILS
024200         MOVE "N" TO PHB-ACK-BAL-SW
024300         MOVE SPACES TO PHB-PRINT-LINE
024400         STRING "ACK TRAILER OUT OF BALANCE - TRAILER "
024500                 PHB-ACK-TRL-DETAILS "/" PHB-ACK-TRL-ACCEPTS
024600                 "/" PHB-ACK-TRL-REJECTS
024700                 "  COUNTED " PHB-CTL-DETAIL-COUNT
024800                 "/" PHB-CTL-ACCEPT-COUNT "/" PHB-CTL-REJECT-COUNT
024900             DELIMITED BY SIZE INTO PHB-PRINT-LINE
025000         WRITE PRINT-RECORD FROM PHB-PRINT-LINE
025100     END-IF.
025200 1100-PROVE-ACK-CONTROL-EXIT.
025300     EXIT.
025400*
025500******************************************************************
025600* 1110-READ-ACK-CONTROL
025700*     READS THE NEXT ACKNOWLEDGMENT RECORD AS SENT AND SETS THE
025800* END-OF-FILE SWITCH WHEN THE FILE IS EXHAUSTED.
025900******************************************************************
026000 1110-READ-ACK-CONTROL.
026100     READ ACKCTL-FILE
026200         AT END
026300             SET PHB-CTL-EOF TO TRUE
026400     END-READ.
026500     IF NOT PHB-CTL-EOF
026600         ADD 1 TO PHB-CTL-IN-COUNT
026700     END-IF.
026800 1110-READ-ACK-CONTROL-EXIT.
026900     EXIT.
027000*
027100******************************************************************
027200* 1120-COUNT-ACK-CONTROL
027300*     COUNTS ONE RECORD AFTER THE HEADER.  A TRAILER IS TAKEN ONLY
027400* AS THE LAST RECORD - ANYTHING AFTER IT, A SECOND HEADER, OR AN
027500* UNKNOWN RECORD TYPE IS MISPLACED AND PUTS THE ACK OUT OF
027600* BALANCE.
027700******************************************************************
027800 1120-COUNT-ACK-CONTROL.
027900     MOVE "N" TO PHB-CTL-TRL-SW.
028000     EVALUATE TRUE
028100         WHEN ACC-DETAIL
028200             ADD 1 TO PHB-CTL-DETAIL-COUNT
028300             IF ACC-ACCEPTED
028400                 ADD 1 TO PHB-CTL-ACCEPT-COUNT
028500             END-IF
028600             IF ACC-REJECTED
028700                 ADD 1 TO PHB-CTL-REJECT-COUNT
028800             END-IF
028900         WHEN ACC-TRAILER
029000             SET PHB-CTL-HAS-TRAILER TO TRUE
029100             MOVE ACC-DETAIL-COUNT TO PHB-ACK-TRL-DETAILS
029200             MOVE ACC-ACCEPT-COUNT TO PHB-ACK-TRL-ACCEPTS
029300             MOVE ACC-REJECT-COUNT TO PHB-ACK-TRL-REJECTS
029400         WHEN OTHER
029500             ADD 1 TO PHB-CTL-MISPLACED-COUNT
029600     END-EVALUATE.
029700     PERFORM 1110-READ-ACK-CONTROL
029800         THRU 1110-READ-ACK-CONTROL-EXIT.
029900     IF PHB-CTL-HAS-TRAILER
030000        AND NOT PHB-CTL-EOF
030100         ADD 1 TO PHB-CTL-MISPLACED-COUNT
030200     END-IF.
030300     IF PHB-CTL-MISPLACED-COUNT > ZERO
030400         MOVE "N" TO PHB-ACK-BAL-SW
030500     END-IF.
030600 1120-COUNT-ACK-CONTROL-EXIT.
030700     EXIT.
030800*
030900******************************************************************
031000* 2000-MATCH-ONE-NUMBER
031100*     COMPARES THE NUMBER EACH SIDE STANDS ON.  A MATCH CHECKS THE
031200* CRM'S ANSWER AND DRAINS ANY SECOND ANSWER; A NUMBER ONLY ON THE
031300* FEED WAS NEVER ACKNOWLEDGED; A NUMBER ONLY ON THE ACK WAS NEVER
031400* SENT.  EVERY MISMATCH AND EVERY REJECT IS LISTED AND COUNTED.
031500******************************************************************
031600 2000-MATCH-ONE-NUMBER.
031700     MOVE SPACES TO PHB-PRINT-LINE.
031800     EVALUATE TRUE
031900         WHEN PHB-FEED-KEY = PHB-ACK-KEY
032000             ADD 1 TO PHB-MATCHED-COUNT
032100             PERFORM 2200-CHECK-ANSWER THRU 2200-CHECK-ANSWER-EXIT
032200             PERFORM 2150-READ-ACK THRU 2150-READ-ACK-EXIT
032300             PERFORM 2250-DRAIN-DUPLICATE
032400                 THRU 2250-DRAIN-DUPLICATE-EXIT
032500                 UNTIL PHB-ACK-KEY NOT = PHB-FEED-KEY
032600             PERFORM 2100-READ-FEED THRU 2100-READ-FEED-EXIT
032700             PERFORM 2120-SET-FEED-KEY THRU 2120-SET-FEED-KEY-EXIT
032800         WHEN PHB-FEED-KEY < PHB-ACK-KEY
032900             ADD 1 TO PHB-NOT-ACKED-COUNT
033000             STRING "SENT, NOT ACKNOWLEDGED: " PHB-FEED-KEY-CUST
033100                     " " PHB-FEED-KEY-TYPE
033200                     "  SEQ " CRF-SEQUENCE-NO
033300                     "  " CRF-NEW-DIGITS "  SOURCE "
033400                     CRF-CHANGE-SOURCE
033500                 DELIMITED BY SIZE INTO PHB-PRINT-LINE
033600             WRITE PRINT-RECORD FROM PHB-PRINT-LINE
033700             PERFORM 2100-READ-FEED THRU 2100-READ-FEED-EXIT
033800             PERFORM 2120-SET-FEED-KEY THRU 2120-SET-FEED-KEY-EXIT
033900         WHEN OTHER
034000             ADD 1 TO PHB-NOT-SENT-COUNT
034100             STRING "ACKNOWLEDGED, NOT SENT: " PHB-ACK-KEY-CUST
034200                     " " PHB-ACK-KEY-TYPE "  SEQ " CRA-SEQUENCE-NO
034300                 DELIMITED BY SIZE INTO PHB-PRINT-LINE
034400             WRITE PRINT-RECORD FROM PHB-PRINT-LINE
034500             PERFORM 2150-READ-ACK THRU 2150-READ-ACK-EXIT
034600     END-EVALUATE.
034700 2000-MATCH-ONE-NUMBER-EXIT.
034800     EXIT.
034900*
035000******************************************************************
035100* 2100-READ-FEED
035200*     READS THE NEXT FEED RECORD AND SETS THE FEED-SIDE END-OF-
035300* FILE SWITCH WHEN THE FILE IS EXHAUSTED.
035400******************************************************************
035500 2100-READ-FEED.
035600     READ CRMFEED-FILE
035700         AT END
035800             SET PHB-FEED-EOF TO TRUE
035900     END-READ.
036000     IF NOT PHB-FEED-EOF
036100         ADD 1 TO PHB-FEED-IN-COUNT
036200     END-IF.
036300 2100-READ-FEED-EXIT.
036400     EXIT.
036500*
036600******************************************************************
036700* 2120-SET-FEED-KEY
036800*     STANDS THE FEED SIDE ON THE DETAIL JUST READ AND COUNTS IT.
036900* AT THE TRAILER THE TRAILER'S COUNTS ARE KEPT AND THE FEED SIDE
037000* GOES TO HIGH-VALUES; ANYTHING AFTER THE TRAILER, OR NO TRAILER
037100* AT ALL, PUTS THE FEED OUT OF BALANCE.
037200******************************************************************
037300 2120-SET-FEED-KEY.
037400     IF PHB-FEED-EOF
037500         MOVE HIGH-VALUES TO PHB-FEED-KEY
037600         GO TO 2120-SET-FEED-KEY-EXIT.
037700     IF CRF-DETAIL
037800         MOVE CRF-CUST-ID    TO PHB-FEED-KEY-CUST
037900         MOVE CRF-PHONE-TYPE TO PHB-FEED-KEY-TYPE
038000         ADD 1 TO PHB-FEED-DETAIL-COUNT
038100         GO TO 2120-SET-FEED-KEY-EXIT.
038200     MOVE HIGH-VALUES TO PHB-FEED-KEY.
038300     IF CRF-TRAILER
038400         SET PHB-FEED-HAS-TRAILER TO TRUE
038500         MOVE CRF-TRL-DETAIL-COUNT TO PHB-FEED-TRL-DETAILS
038600         MOVE CRF-TRL-RECORD-COUNT TO PHB-FEED-TRL-RECORDS
038700     END-IF.
038800     PERFORM 2100-READ-FEED THRU 2100-READ-FEED-EXIT.
038900     IF NOT PHB-FEED-EOF
039000        OR NOT PHB-FEED-HAS-TRAILER
039100         MOVE "N" TO PHB-FEED-BAL-SW
039200     END-IF.
039300 2120-SET-FEED-KEY-EXIT.
039400     EXIT.
039500*
039600******************************************************************
039700* 2150-READ-ACK
039800*     READS THE NEXT SORTED ACKNOWLEDGMENT DETAIL AND STANDS THE
039900* ACK SIDE ON IT, OR ON HIGH-VALUES AT END OF FILE.
040000******************************************************************
040100 2150-READ-ACK.
040200     READ ACKSORT-FILE
040300         AT END
040400             SET PHB-ACK-EOF TO TRUE
040500     END-READ.
040600     IF PHB-ACK-EOF
040700         MOVE HIGH-VALUES TO PHB-ACK-KEY
040800     ELSE
040900         ADD 1 TO PHB-ACK-IN-COUNT
041000         MOVE CRA-CUST-ID    TO PHB-ACK-KEY-CUST
041100         MOVE CRA-PHONE-TYPE TO PHB-ACK-KEY-TYPE
041200     END-IF.
041300 2150-READ-ACK-EXIT.
041400     EXIT.
041500*
041600******************************************************************
041700* 2200-CHECK-ANSWER
041800*     CHECKS THE CRM'S ANSWER FOR THE NUMBER MATCHED.  IT MUST
041900* QUOTE THE SEQUENCE NUMBER WE SENT; A REJECT IS LISTED WITH THE
042000* CRM'S CODE AND REASON AND THE NUMBER WE SENT SO DATA CONTROL
042100* CAN TAKE IT UP WITH THE CRM TEAM.
042200******************************************************************
042300 2200-CHECK-ANSWER.
042400     IF CRA-SEQUENCE-NO NOT = CRF-SEQUENCE-NO
042500         ADD 1 TO PHB-WRONG-SEQ-COUNT
042600         STRING "ACK QUOTES WRONG SEQ:   " PHB-FEED-KEY-CUST
042700                 " " PHB-FEED-KEY-TYPE "  SENT " CRF-SEQUENCE-NO
042800                 "  QUOTED " CRA-SEQUENCE-NO
042900             DELIMITED BY SIZE INTO PHB-PRINT-LINE
043000         WRITE PRINT-RECORD FROM PHB-PRINT-LINE
043100         MOVE SPACES TO PHB-PRINT-LINE
043200     END-IF.
043300     IF CRA-ACCEPTED
043400         ADD 1 TO PHB-ACCEPTED-COUNT
043500         GO TO 2200-CHECK-ANSWER-EXIT.
043600     ADD 1 TO PHB-REJECTED-COUNT.
043700     STRING "CRM REJECT:             " PHB-FEED-KEY-CUST
043800             " " PHB-FEED-KEY-TYPE "  SEQ " CRF-SEQUENCE-NO
043900             "  " CRF-NEW-DIGITS "  SOURCE " CRF-CHANGE-SOURCE
044000             "  " CRF-CHANGE-DATE "  " CRA-REJECT-CODE
044100             " " CRA-REJECT-TEXT
044200         DELIMITED BY SIZE INTO PHB-PRINT-LINE.
044300     WRITE PRINT-RECORD FROM PHB-PRINT-LINE.
044400 2200-CHECK-ANSWER-EXIT.
044500     EXIT.
044600*
044700******************************************************************
044800* 2250-DRAIN-DUPLICATE
044900*     LISTS AND COUNTS A SECOND ANSWER FOR THE NUMBER JUST MATCHED
045000* AND READS PAST IT.
045100******************************************************************
045200 2250-DRAIN-DUPLICATE.
045300     ADD 1 TO PHB-DUPLICATE-COUNT.
045400     MOVE SPACES TO PHB-PRINT-LINE.
045500     STRING "ACKNOWLEDGED TWICE:     " PHB-ACK-KEY-CUST
045600             " " PHB-ACK-KEY-TYPE "  SEQ " CRA-SEQUENCE-NO
045700             "  STATUS " CRA-STATUS
045800         DELIMITED BY SIZE INTO PHB-PRINT-LINE.
045900     WRITE PRINT-RECORD FROM PHB-PRINT-LINE.
046000     PERFORM 2150-READ-ACK THRU 2150-READ-ACK-EXIT.
046100 2250-DRAIN-DUPLICATE-EXIT.
046200     EXIT.
046300*
046400******************************************************************
046500* 9000-TERMINATE
046600*     PROVES THE FEED TRAILER, PRINTS THE TOTALS AND THE VERDICT,
046700* CLOSES ALL FILES, AND SETS RC=8 IF THE CRM DID NOT LOAD THE
046800* FEED AS SENT OR RC=4 IF IT ONLY REJECTED SOME OF IT.
046900******************************************************************
047000 9000-TERMINATE.
047100     COMPUTE PHB-CHECK-COUNT = PHB-FEED-DETAIL-COUNT + 2.
047200     IF PHB-FEED-TRL-DETAILS NOT = PHB-FEED-DETAIL-COUNT
047300        OR PHB-FEED-TRL-RECORDS NOT = PHB-CHECK-COUNT
047400         MOVE "N" TO PHB-FEED-BAL-SW
047500     END-IF.
047600     MOVE SPACES TO PHB-PRINT-LINE.
047700     WRITE PRINT-RECORD FROM PHB-PRINT-LINE.
047800     MOVE SPACES TO PHB-PRINT-LINE.
047900     STRING "FEED RECORDS " PHB-FEED-IN-COUNT
048000             "  DETAILS " PHB-FEED-DETAIL-COUNT
048100             "  TRAILER SAYS " PHB-FEED-TRL-DETAILS
048200             "/" PHB-FEED-TRL-RECORDS
048300         DELIMITED BY SIZE INTO PHB-PRINT-LINE.
048400     WRITE PRINT-RECORD FROM PHB-PRINT-LINE.
048500     MOVE SPACES TO PHB-PRINT-LINE.
048600     STRING "ACK RECORDS " PHB-CTL-IN-COUNT
048700             "  DETAILS " PHB-CTL-DETAIL-COUNT
048800             "  MISPLACED " PHB-CTL-MISPLACED-COUNT
048900             "  DETAILS MATCHED " PHB-ACK-IN-COUNT
049000         DELIMITED BY SIZE INTO PHB-PRINT-LINE.
049100     WRITE PRINT-RECORD FROM PHB-PRINT-LINE.
049200     MOVE SPACES TO PHB-PRINT-LINE.
049300     STRING "MATCHED " PHB-MATCHED-COUNT
049400             "  ACCEPTED " PHB-ACCEPTED-COUNT
049500             "  REJECTED " PHB-REJECTED-COUNT
049600             "  WRONG SEQ " PHB-WRONG-SEQ-COUNT
049700         DELIMITED BY SIZE INTO PHB-PRINT-LINE.
049800     WRITE PRINT-RECORD FROM PHB-PRINT-LINE.
049900     MOVE SPACES TO PHB-PRINT-LINE.
050000     STRING "NOT ACKNOWLEDGED " PHB-NOT-ACKED-COUNT
050100             "  NOT SENT " PHB-NOT-SENT-COUNT
050200             "  ACKNOWLEDGED TWICE " PHB-DUPLICATE-COUNT
050300         DELIMITED BY SIZE INTO PHB-PRINT-LINE.
050400     WRITE PRINT-RECORD FROM PHB-PRINT-LINE.
050500     MOVE SPACES TO PHB-PRINT-LINE.
050600     EVALUATE TRUE
050700         WHEN NOT PHB-FEED-IN-BALANCE
050800           OR NOT PHB-ACK-IN-BALANCE
050900           OR PHB-NOT-ACKED-COUNT > ZERO
051000           OR PHB-NOT-SENT-COUNT > ZERO
051100           OR PHB-DUPLICATE-COUNT > ZERO
051200           OR PHB-WRONG-SEQ-COUNT > ZERO
051300             IF NOT PHB-FEED-IN-BALANCE
051400                 MOVE "PHCAKBAT - *** FEED OUT OF BALANCE"
051500                     TO PHB-PRINT-LINE
051600                 WRITE PRINT-RECORD FROM PHB-PRINT-LINE
051700             END-IF
051800             IF NOT PHB-ACK-IN-BALANCE
051900                 MOVE "PHCAKBAT - *** ACK OUT OF BALANCE"
052000                     TO PHB-PRINT-LINE
052100                 WRITE PRINT-RECORD FROM PHB-PRINT-LINE
052200             END-IF
052300             MOVE "PHCAKBAT - *** FEED AND ACK DO NOT RECONCILE"
052400                 TO PHB-PRINT-LINE
052500             MOVE 8 TO RETURN-CODE
052600         WHEN PHB-REJECTED-COUNT > ZERO
052700             MOVE "PHCAKBAT - FEED AND ACK RECONCILE - REJECTS"
052800                 TO PHB-PRINT-LINE
052900             MOVE 4 TO RETURN-CODE
053000         WHEN OTHER
053100             MOVE "PHCAKBAT - FEED AND ACK RECONCILE"
053200                 TO PHB-PRINT-LINE
053300     END-EVALUATE.
053400     WRITE PRINT-RECORD FROM PHB-PRINT-LINE.
053500     CLOSE CRMFEED-FILE.
053600     CLOSE ACKCTL-FILE.
053700     CLOSE ACKSORT-FILE.
053800     CLOSE RECRPT-FILE.
053900 9000-TERMINATE-EXIT.
054000     EXIT.
054100*
054200 END PROGRAM PHCAKBAT.
