000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    PHCRMBAT.
000300 AUTHOR.        D. SALINAS.
000400 INSTALLATION.  CUSTOMER STATEMENTS - DATA CONTROL.
000500 DATE-WRITTEN.  2025-06-20.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900* DATE       INIT  DESCRIPTION
001000*----------  ----  -----------------------------------------------
001100* 2025-06-20  DS   ORIGINAL PROGRAM.  BUILDS THE NIGHTLY CRM
001200*                  PHONE-CHANGE FEED (PHONECRF) SO THE CRM STOPS
001300*                  DRIFTING FROM CUSTMAST.  ONE DETAIL PER
001400*                  CUSTOMER AND PHONE TYPE CHANGED SINCE THE LAST
001500*                  FEED - BY PHUPDBAT, PHCHUPD OR A PHTRLAPP AREA-
001600*                  SPLIT REWRITE (THE PHONEAUD AUDIT TRAIL) OR BY
001700*                  A PHRECYC EXCEPTION CORRECTION (THE APPLIED-
001800*                  CORRECTION FILE) - WITH THE NUMBER AS IT NOW
001900*                  STANDS, BETWEEN A HEADER AND A TRAILER CARRYING
002000*                  THE FEED SEQUENCE NUMBER AND RECORD COUNTS.
002100*-----------------------------------------------------------------
002200*
002300* THE AUDIT TRAIL IS READ WHOLE, PRESORTED BY CUST-ID, PHONE TYPE,
002400* RUN DATE AND RUN TIME, AND ONLY RECORDS STAMPED AFTER THE
002500* CONTROL RECORD'S LAST STAMP ARE TAKEN - SO A CHANGE IS FED ONCE
002600* WHETHER THE NIGHT'S JOBS RAN BEFORE OR AFTER MIDNIGHT, AND A
002700* PHTRAJOB RUN IN THE DAY IS PICKED UP THAT NIGHT.  THE NEW LAST
002800* STAMP IS THE LATEST ONE TAKEN.  THE APPLIED-CORRECTION FILE
002900* HOLDS ONLY CORRECTIONS NOT YET FED - THE JOB EMPTIES IT AFTER A
003000* CLEAN RUN - PRESORTED BY CUST-ID AND PHONE TYPE IN THE ORDER
003100* APPLIED.
003200*
003300* EVERY CHANGE TO ONE NUMBER IS FOLDED INTO ONE DETAIL CARRYING
003400* THE LATEST VALUE.  A CORRECTION IS LATER THAN AN AUDIT CHANGE
003500* OF THE SAME DATE - PHRECJOB RUNS AFTER PHUPDJOB - SO THE AUDIT
003600* CHANGE WINS ONLY WHEN IT IS DATED AFTER THE CORRECTION.  A
003700* NUMBER THE AUDIT TRAIL SHOWS CHANGED AND CHANGED BACK SINCE THE
003800* LAST FEED LEAVES THE CRM RIGHT AS IT IS AND IS COUNTED, NOT
003900* FED.  THE CHANGE SOURCE IS THAT OF THE CHANGE FED.
004000*
004100* A BAD CONTROL RECORD ENDS THE STEP RC=8 WITH NOTHING WRITTEN.
004110* THE FEED IS BUILT ON A WORK DATA SET AND ONLY COPIED TO A NEW
004120* FEED GENERATION AFTER A CLEAN STEP, SO A FAILED NIGHT SENDS
004130* NOTHING.
004200* A NIGHT WITH NO CHANGES STILL WRITES THE HEADER AND TRAILER -
004300* THE CRM EXPECTS A FEED EVERY NIGHT.
004400*-----------------------------------------------------------------
004500 ENVIRONMENT DIVISION.
004600 CONFIGURATION SECTION.
004700 SOURCE-COMPUTER.   IBM-370.
004800 OBJECT-COMPUTER.   IBM-370.
004900 INPUT-OUTPUT SECTION.
005000 FILE-CONTROL.
005100     SELECT CRMCTL-FILE    ASSIGN TO CRMCTL
005200                           ORGANIZATION IS SEQUENTIAL.
005300     SELECT AUDIN-FILE     ASSIGN TO AUDIN
005400                           ORGANIZATION IS SEQUENTIAL.
005500     SELECT CORIN-FILE     ASSIGN TO CORIN
005600                           ORGANIZATION IS SEQUENTIAL.
005700     SELECT CRMFEED-FILE   ASSIGN TO CRMFEED
005800                           ORGANIZATION IS SEQUENTIAL.
005900     SELECT CTLNEW-FILE    ASSIGN TO CTLNEW
006000                           ORGANIZATION IS SEQUENTIAL.
006100*
006200 DATA DIVISION.
006300 FILE SECTION.
006400 FD  CRMCTL-FILE
006500     RECORDING MODE IS F.
006600 COPY PHONECFC.
006700*
006800 FD  AUDIN-FILE
006900     RECORDING MODE IS F.
007000 COPY PHONEAUD.
007100*
007200 FD  CORIN-FILE
007300     RECORDING MODE IS F.
007400 COPY PHONECOR.
007500*
007600 FD  CRMFEED-FILE
007700     RECORDING MODE IS F.
007800 COPY PHONECRF.
007900*
008000 FD  CTLNEW-FILE
008100     RECORDING MODE IS F.
008200 01  CONTROL-NEW-RECORD         PIC X(80).
008300*
008400 WORKING-STORAGE SECTION.
008500 77  PHB-CONTROL-ERROR-SW       PIC X(01)  VALUE "N".
008600     88  PHB-CONTROL-ERROR                 VALUE "Y".
008700 77  PHB-AUD-EOF-SW             PIC X(01)  VALUE "N".
008800     88  PHB-AUD-EOF                       VALUE "Y".
008900 77  PHB-COR-EOF-SW             PIC X(01)  VALUE "N".
009000     88  PHB-COR-EOF                       VALUE "Y".
009100 77  PHB-GRP-AUDIT-SW           PIC X(01)  VALUE "N".
009200     88  PHB-GRP-HAS-AUDIT                 VALUE "Y".
009300 77  PHB-GRP-COR-SW             PIC X(01)  VALUE "N".
009400     88  PHB-GRP-HAS-COR                   VALUE "Y".
009500 77  PHB-AUD-IN-COUNT           PIC 9(07)  VALUE ZERO.
009600 77  PHB-AUD-FED-COUNT          PIC 9(07)  VALUE ZERO.
009700 77  PHB-AUD-TAKEN-COUNT        PIC 9(07)  VALUE ZERO.
009800 77  PHB-COR-IN-COUNT           PIC 9(07)  VALUE ZERO.
009900 77  PHB-NO-NET-COUNT           PIC 9(07)  VALUE ZERO.
010000 77  PHB-DETAIL-COUNT           PIC 9(07)  VALUE ZERO.
010100 77  PHB-RECORD-COUNT           PIC 9(07)  VALUE ZERO.
010200 77  PHB-ADD-COUNT              PIC 9(07)  VALUE ZERO.
010300 77  PHB-CHANGE-COUNT           PIC 9(07)  VALUE ZERO.
010400 77  PHB-REMOVE-COUNT           PIC 9(07)  VALUE ZERO.
010500 77  PHB-FROM-AUDIT-COUNT       PIC 9(07)  VALUE ZERO.
010600 77  PHB-FROM-COR-COUNT         PIC 9(07)  VALUE ZERO.
010700 77  PHB-FEED-SEQ               PIC 9(07)  VALUE ZERO.
010800 77  PHB-RUN-DATE               PIC X(08)  VALUE SPACES.
010900 77  PHB-RUN-TIME               PIC X(08)  VALUE SPACES.
011000*-----------------------------------------------------------------
011100* AUDIT TRAIL STAMPS - THE LAST ONE FED, THE ONE THE RECORD IN
011200* HAND CARRIES, AND THE LATEST ONE TAKEN THIS RUN.
011300*-----------------------------------------------------------------
011400 01  PHB-OLD-STAMP              PIC X(16)  VALUE SPACES.
011500 01  PHB-NEW-STAMP              PIC X(16)  VALUE SPACES.
011600 01  PHB-AUD-STAMP.
011700     05  PHB-AUD-STAMP-DATE     PIC X(08)  VALUE SPACES.
011800     05  PHB-AUD-STAMP-TIME     PIC X(08)  VALUE SPACES.
011900*-----------------------------------------------------------------
012000* MATCH KEYS - CUST-ID PLUS PHONE TYPE, HIGH-VALUES AT END OF
012100* FILE SO THE BUILD LOOP DRAINS WHICHEVER INPUT IS LEFT.
012200*-----------------------------------------------------------------
012300 01  PHB-AUD-KEY.
012400     05  PHB-AUD-KEY-CUST       PIC X(08)  VALUE SPACES.
012500     05  PHB-AUD-KEY-TYPE       PIC X(01)  VALUE SPACES.
012600 01  PHB-COR-KEY.
012700     05  PHB-COR-KEY-CUST       PIC X(08)  VALUE SPACES.
012800     05  PHB-COR-KEY-TYPE       PIC X(01)  VALUE SPACES.
012900 01  PHB-GROUP-KEY.
013000     05  PHB-GRP-CUST-ID        PIC X(08)  VALUE SPACES.
013100     05  PHB-GRP-PHONE-TYPE     PIC X(01)  VALUE SPACES.
013200*-----------------------------------------------------------------
013300* THE NUMBER BEFORE THE FIRST AUDIT CHANGE TAKEN, AND THE LATEST
013400* VALUE, DATE AND SOURCE FROM EACH INPUT.
013500*-----------------------------------------------------------------
013600 01  PHB-FIRST-OLD.
013700     05  PHB-OLD-DIGITS         PIC 9(10).
013800     05  PHB-OLD-COUNTRY-CODE   PIC X(03).
013900     05  PHB-OLD-EXTENSION      PIC X(06).
014000     05  PHB-OLD-EXTENSION-LEN  PIC 9(02).
014100 01  PHB-AUD-LAST-NEW.
014200     05  PHB-AUD-NEW-DIGITS     PIC 9(10).
014300     05  PHB-AUD-NEW-CTRY-CODE  PIC X(03).
014400     05  PHB-AUD-NEW-EXTENSION  PIC X(06).
014500     05  PHB-AUD-NEW-EXT-LEN    PIC 9(02).
014600 77  PHB-AUD-LAST-DATE          PIC X(08)  VALUE SPACES.
014700 77  PHB-AUD-LAST-SOURCE        PIC X(01)  VALUE SPACES.
014800 01  PHB-COR-LAST-NEW.
014900     05  PHB-COR-NEW-DIGITS     PIC 9(10).
015000     05  PHB-COR-NEW-CTRY-CODE  PIC X(03).
015100     05  PHB-COR-NEW-EXTENSION  PIC X(06).
015200     05  PHB-COR-NEW-EXT-LEN    PIC 9(02).
015300 77  PHB-COR-LAST-DATE          PIC X(08)  VALUE SPACES.
015400*
015500 LINKAGE SECTION.
015600*
015700 PROCEDURE DIVISION.
015800*
015900 0000-MAINLINE.
016000     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
016100     IF PHB-CONTROL-ERROR
016200         PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
016300         GOBACK
016400     END-IF.
016500     PERFORM 2000-BUILD-ONE-NUMBER
016600         THRU 2000-BUILD-ONE-NUMBER-EXIT
016700         UNTIL PHB-AUD-KEY = HIGH-VALUES
016800           AND PHB-COR-KEY = HIGH-VALUES.
016900     PERFORM 4000-WRITE-TRAILER THRU 4000-WRITE-TRAILER-EXIT.
017000     PERFORM 5000-WRITE-CONTROL THRU 5000-WRITE-CONTROL-EXIT.
017100     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
017200     GOBACK.
017300*
017400******************************************************************
017500* 1000-INITIALIZE
017600*     READS AND EDITS THE CONTROL RECORD, OPENS THE FILES, WRITES
017700* THE FEED HEADER AND PRIMES BOTH INPUTS.  ON A BAD CONTROL
017800* RECORD NOTHING ELSE IS OPENED.
017900******************************************************************
018000 1000-INITIALIZE.
018100     OPEN INPUT CRMCTL-FILE.
018200     MOVE SPACES TO CRM-FEED-CONTROL-RECORD.
018300     READ CRMCTL-FILE
018400         AT END
018500             CONTINUE
018600     END-READ.
018700     CLOSE CRMCTL-FILE.
018800     PERFORM 1100-EDIT-CONTROL THRU 1100-EDIT-CONTROL-EXIT.
018900     IF PHB-CONTROL-ERROR
019000         GO TO 1000-INITIALIZE-EXIT.
019100     ACCEPT PHB-RUN-DATE FROM DATE YYYYMMDD.
019200     ACCEPT PHB-RUN-TIME FROM TIME.
019300     MOVE CFC-LAST-STAMP TO PHB-OLD-STAMP.
019400     MOVE CFC-LAST-STAMP TO PHB-NEW-STAMP.
019500     IF CFC-LAST-FEED-SEQ = 9999999
019600         MOVE 1 TO PHB-FEED-SEQ
019700     ELSE
019800         COMPUTE PHB-FEED-SEQ = CFC-LAST-FEED-SEQ + 1
019900     END-IF.
020000     OPEN INPUT  AUDIN-FILE
020100                 CORIN-FILE.
020200     OPEN OUTPUT CRMFEED-FILE
020300                 CTLNEW-FILE.
020400     DISPLAY "PHCRMBAT - FEED SEQUENCE:    " PHB-FEED-SEQ.
020500     DISPLAY "PHCRMBAT - CHANGES AFTER:    " PHB-OLD-STAMP.
020600     PERFORM 1200-WRITE-HEADER THRU 1200-WRITE-HEADER-EXIT.
020700     PERFORM 2110-READ-NEXT-AUDIT THRU 2110-READ-NEXT-AUDIT-EXIT.
020800     PERFORM 2300-READ-CORRECTION
020900         THRU 2300-READ-CORRECTION-EXIT.
021000 1000-INITIALIZE-EXIT.
021100     EXIT.
021200*
021300******************************************************************
021400* 1100-EDIT-CONTROL
021500*     THE LAST STAMP, FEED SEQUENCE AND DETAIL COUNT MUST ALL BE
021600* NUMERIC - A NEW FEED STARTS FROM ITS GO-LIVE DATE, TIME ZERO,
021700* SEQUENCE ZERO.  A MISSING RECORD FAILS ALL OF THEM.
021800******************************************************************
021900 1100-EDIT-CONTROL.
022000     IF CFC-LAST-DATE IS NOT NUMERIC
022100        OR CFC-LAST-TIME IS NOT NUMERIC
022200         DISPLAY "PHCRMBAT - INVALID STAMP:    " CFC-LAST-STAMP
022300         SET PHB-CONTROL-ERROR TO TRUE.
022400     IF CFC-LAST-FEED-SEQ IS NOT NUMERIC
022500         DISPLAY "PHCRMBAT - INVALID SEQUENCE: " CFC-LAST-FEED-SEQ
022600         SET PHB-CONTROL-ERROR TO TRUE.
022700     IF CFC-LAST-DETAIL-COUNT IS NOT NUMERIC
022800         DISPLAY "PHCRMBAT - INVALID COUNT:    "
022900             CFC-LAST-DETAIL-COUNT
023000         SET PHB-CONTROL-ERROR TO TRUE.
023100 1100-EDIT-CONTROL-EXIT.
023200     EXIT.
023300*
023400******************************************************************
023500* 1200-WRITE-HEADER
023600*     WRITES THE FEED HEADER - THE FEED SEQUENCE NUMBER, WHEN THE
023700* FEED WAS BUILT, AND THE STAMP ITS CHANGES COME AFTER.
023800******************************************************************
023900 1200-WRITE-HEADER.
024000     MOVE SPACES         TO CRM-FEED-RECORD.
024100     SET CRF-HEADER      TO TRUE.
024200     MOVE "PHONECHG"     TO CRF-HDR-FILE-ID.
024300     MOVE PHB-FEED-SEQ   TO CRF-HDR-FEED-SEQ.
024400     MOVE PHB-RUN-DATE   TO CRF-HDR-CREATED-DATE.
024500     MOVE PHB-RUN-TIME   TO CRF-HDR-CREATED-TIME.
024600     MOVE PHB-OLD-STAMP  TO CRF-HDR-CHANGES-AFTER.
024700     WRITE CRM-FEED-RECORD.
024800     ADD 1 TO PHB-RECORD-COUNT.
024900 1200-WRITE-HEADER-EXIT.
025000     EXIT.
025100*
025200******************************************************************
025300* 2000-BUILD-ONE-NUMBER
025400*     TAKES EVERY AUDIT CHANGE AND EVERY CORRECTION FOR THE LOWER
025500* OF THE TWO KEYS IN HAND - ONE CUSTOMER'S NUMBER OF ONE PHONE
025600* TYPE - AND WRITES ITS FEED DETAIL.
025700******************************************************************
025800 2000-BUILD-ONE-NUMBER.
025900     IF PHB-AUD-KEY < PHB-COR-KEY
026000         MOVE PHB-AUD-KEY TO PHB-GROUP-KEY
026100     ELSE
026200         MOVE PHB-COR-KEY TO PHB-GROUP-KEY
026300     END-IF.
026400     MOVE "N" TO PHB-GRP-AUDIT-SW.
026500     MOVE "N" TO PHB-GRP-COR-SW.
026600     IF PHB-AUD-KEY = PHB-GROUP-KEY
026700         MOVE PAU-OLD-DIGITS        TO PHB-OLD-DIGITS
026800         MOVE PAU-OLD-COUNTRY-CODE  TO PHB-OLD-COUNTRY-CODE
026900         MOVE PAU-OLD-EXTENSION     TO PHB-OLD-EXTENSION
027000         MOVE PAU-OLD-EXTENSION-LEN TO PHB-OLD-EXTENSION-LEN
027100     END-IF.
027200     PERFORM 2200-TAKE-AUDIT THRU 2200-TAKE-AUDIT-EXIT
027300         UNTIL PHB-AUD-KEY NOT = PHB-GROUP-KEY.
027400     PERFORM 2400-TAKE-CORRECTION THRU 2400-TAKE-CORRECTION-EXIT
027500         UNTIL PHB-COR-KEY NOT = PHB-GROUP-KEY.
027600     PERFORM 3000-WRITE-DETAIL THRU 3000-WRITE-DETAIL-EXIT.
027700 2000-BUILD-ONE-NUMBER-EXIT.
027800     EXIT.
027900*
028000******************************************************************
028100* 2100-READ-AUDIT
028200*     READS THE NEXT AUDIT RECORD AND SETS ITS STAMP AND KEY - THE
028300* KEY GOES TO HIGH-VALUES AT END OF FILE.
028400******************************************************************
028500 2100-READ-AUDIT.
028600     READ AUDIN-FILE
028700         AT END
028800             SET PHB-AUD-EOF TO TRUE
028900     END-READ.
029000     IF PHB-AUD-EOF
029100         MOVE HIGH-VALUES TO PHB-AUD-KEY
029200     ELSE
029300         ADD 1 TO PHB-AUD-IN-COUNT
029400         MOVE PAU-RUN-DATE   TO PHB-AUD-STAMP-DATE
029500         MOVE PAU-RUN-TIME   TO PHB-AUD-STAMP-TIME
029600         MOVE PAU-CUST-ID    TO PHB-AUD-KEY-CUST
029700         MOVE PAU-PHONE-TYPE TO PHB-AUD-KEY-TYPE
029800     END-IF.
029900 2100-READ-AUDIT-EXIT.
030000     EXIT.
030100*
030200******************************************************************
030300* 2110-READ-NEXT-AUDIT
030400*     READS TO THE NEXT AUDIT RECORD NOT YET FED, STEPPING OVER
030500* THOSE STAMPED ON OR BEFORE THE LAST FEED'S STAMP.
030600******************************************************************
030700 2110-READ-NEXT-AUDIT.
030800     PERFORM 2100-READ-AUDIT THRU 2100-READ-AUDIT-EXIT.
030900     PERFORM 2120-SKIP-FED-AUDIT THRU 2120-SKIP-FED-AUDIT-EXIT
031000         UNTIL PHB-AUD-EOF
031100            OR PHB-AUD-STAMP > PHB-OLD-STAMP.
031200 2110-READ-NEXT-AUDIT-EXIT.
031300     EXIT.
031400*
031500******************************************************************
031600* 2120-SKIP-FED-AUDIT
031700*     COUNTS ONE AUDIT RECORD ALREADY FED AND READS PAST IT.
031800******************************************************************
031900 2120-SKIP-FED-AUDIT.
032000     ADD 1 TO PHB-AUD-FED-COUNT.
032100     PERFORM 2100-READ-AUDIT THRU 2100-READ-AUDIT-EXIT.
032200 2120-SKIP-FED-AUDIT-EXIT.
032300     EXIT.
032400*
032500******************************************************************
032600* 2200-TAKE-AUDIT
032700*     KEEPS THE AUDIT CHANGE IN HAND AS THE LATEST FOR ITS NUMBER
032800* - ITS AFTER IMAGE, DATE AND SOURCE - RAISES THE NEW STAMP IF
032900* IT IS LATER, AND READS THE NEXT.  AREA-SPLIT REWRITES CARRY
033000* OPERATOR PHTRLAPP; A KEYED CHANGE TO THE MASTER NUMBER HAS A
033100* BLANK PHONE TYPE AND ONE TO A CHILD NUMBER ITS TYPE CODE.
033200******************************************************************
033300 2200-TAKE-AUDIT.
033400     SET PHB-GRP-HAS-AUDIT TO TRUE.
033500     ADD 1 TO PHB-AUD-TAKEN-COUNT.
033600     MOVE PAU-NEW-DIGITS        TO PHB-AUD-NEW-DIGITS.
033700     MOVE PAU-NEW-COUNTRY-CODE  TO PHB-AUD-NEW-CTRY-CODE.
033800     MOVE PAU-NEW-EXTENSION     TO PHB-AUD-NEW-EXTENSION.
033900     MOVE PAU-NEW-EXTENSION-LEN TO PHB-AUD-NEW-EXT-LEN.
034000     MOVE PAU-RUN-DATE          TO PHB-AUD-LAST-DATE.
034100     EVALUATE TRUE
034200         WHEN PAU-OPERATOR-ID = "PHTRLAPP"
034300             MOVE "S" TO PHB-AUD-LAST-SOURCE
034400         WHEN PAU-PHONE-TYPE = SPACE
034500             MOVE "U" TO PHB-AUD-LAST-SOURCE
034600         WHEN OTHER
034700             MOVE "P" TO PHB-AUD-LAST-SOURCE
034800     END-EVALUATE.
034900     IF PHB-AUD-STAMP > PHB-NEW-STAMP
035000         MOVE PHB-AUD-STAMP TO PHB-NEW-STAMP
035100     END-IF.
035200     PERFORM 2110-READ-NEXT-AUDIT THRU 2110-READ-NEXT-AUDIT-EXIT.
035300 2200-TAKE-AUDIT-EXIT.
035400     EXIT.
035500*
035600******************************************************************
035700* 2300-READ-CORRECTION
035800*     READS THE NEXT APPLIED CORRECTION AND SETS ITS KEY - THE KEY
035900* GOES TO HIGH-VALUES AT END OF FILE.
036000******************************************************************
036100 2300-READ-CORRECTION.
036200     READ CORIN-FILE
036300         AT END
036400             SET PHB-COR-EOF TO TRUE
036500     END-READ.
036600     IF PHB-COR-EOF
036700         MOVE HIGH-VALUES TO PHB-COR-KEY
036800     ELSE
036900         ADD 1 TO PHB-COR-IN-COUNT
037000         MOVE PCR-CUST-ID    TO PHB-COR-KEY-CUST
037100         MOVE PCR-PHONE-TYPE TO PHB-COR-KEY-TYPE
037200     END-IF.
037300 2300-READ-CORRECTION-EXIT.
037400     EXIT.
037500*
037600******************************************************************
037700* 2400-TAKE-CORRECTION
037800*     KEEPS THE CORRECTION IN HAND AS THE LATEST FOR ITS NUMBER -
037900* THE FILE IS IN THE ORDER APPLIED WITHIN EACH KEY - AND READS
038000* THE NEXT.
038100******************************************************************
038200 2400-TAKE-CORRECTION.
038300     SET PHB-GRP-HAS-COR TO TRUE.
038400     MOVE PCR-NEW-DIGITS        TO PHB-COR-NEW-DIGITS.
038500     MOVE PCR-COUNTRY-CODE      TO PHB-COR-NEW-CTRY-CODE.
038600     MOVE PCR-EXTENSION         TO PHB-COR-NEW-EXTENSION.
038700     MOVE PCR-EXTENSION-LEN     TO PHB-COR-NEW-EXT-LEN.
038800     MOVE PCR-APPLIED-DATE      TO PHB-COR-LAST-DATE.
038900     PERFORM 2300-READ-CORRECTION
039000         THRU 2300-READ-CORRECTION-EXIT.
039100 2400-TAKE-CORRECTION-EXIT.
039200     EXIT.
039300*
039400******************************************************************
039500* 3000-WRITE-DETAIL
039600*     WRITES THE FEED DETAIL FOR THE NUMBER JUST FOLDED, FROM THE
039700* CORRECTION UNLESS AN AUDIT CHANGE IS DATED AFTER IT.  AN AUDIT-
039800* ONLY NUMBER THAT ENDED WHERE IT STARTED IS NOT FED.  ZERO
039900* DIGITS BEFORE ARE A CHILD NUMBER ADDED; ZERO DIGITS AFTER ARE
040000* ONE REMOVED.
040100******************************************************************
040200 3000-WRITE-DETAIL.
040300     MOVE SPACES             TO CRM-FEED-RECORD.
040400     SET CRF-DETAIL          TO TRUE.
040500     MOVE PHB-GRP-CUST-ID    TO CRF-CUST-ID.
040600     MOVE PHB-GRP-PHONE-TYPE TO CRF-PHONE-TYPE.
040700     IF PHB-GRP-HAS-COR
040800        AND (NOT PHB-GRP-HAS-AUDIT
040900             OR PHB-AUD-LAST-DATE NOT > PHB-COR-LAST-DATE)
041000         ADD 1 TO PHB-FROM-COR-COUNT
041100         MOVE PHB-COR-NEW-DIGITS    TO CRF-NEW-DIGITS
041200         MOVE PHB-COR-NEW-CTRY-CODE TO CRF-COUNTRY-CODE
041300         MOVE PHB-COR-NEW-EXTENSION TO CRF-EXTENSION
041400         MOVE PHB-COR-NEW-EXT-LEN   TO CRF-EXTENSION-LEN
041500         MOVE PHB-COR-LAST-DATE     TO CRF-CHANGE-DATE
041600         SET CRF-FROM-RECYCLE       TO TRUE
041700         SET CRF-CHANGED            TO TRUE
041800         GO TO 3000-WRITE-DETAIL-WRITE.
041900     IF NOT PHB-GRP-HAS-COR
042000        AND PHB-FIRST-OLD = PHB-AUD-LAST-NEW
042100         ADD 1 TO PHB-NO-NET-COUNT
042200         GO TO 3000-WRITE-DETAIL-EXIT.
042300     ADD 1 TO PHB-FROM-AUDIT-COUNT.
042400     MOVE PHB-AUD-NEW-DIGITS    TO CRF-NEW-DIGITS.
042500     MOVE PHB-AUD-NEW-CTRY-CODE TO CRF-COUNTRY-CODE.
042600     MOVE PHB-AUD-NEW-EXTENSION TO CRF-EXTENSION.
042700     MOVE PHB-AUD-NEW-EXT-LEN   TO CRF-EXTENSION-LEN.
042800     MOVE PHB-AUD-LAST-DATE     TO CRF-CHANGE-DATE.
042900     MOVE PHB-AUD-LAST-SOURCE   TO CRF-CHANGE-SOURCE.
043000     EVALUATE TRUE
043100         WHEN PHB-AUD-NEW-DIGITS = ZERO
043200             SET CRF-REMOVED TO TRUE
043300         WHEN PHB-OLD-DIGITS = ZERO
043400             SET CRF-ADDED   TO TRUE
043500         WHEN OTHER
043600             SET CRF-CHANGED TO TRUE
043700     END-EVALUATE.
043800 3000-WRITE-DETAIL-WRITE.
043900     ADD 1 TO PHB-DETAIL-COUNT.
044000     MOVE PHB-DETAIL-COUNT TO CRF-SEQUENCE-NO.
044100     EVALUATE TRUE
044200         WHEN CRF-ADDED
044300             ADD 1 TO PHB-ADD-COUNT
044400         WHEN CRF-REMOVED
044500             ADD 1 TO PHB-REMOVE-COUNT
044600         WHEN OTHER
044700             ADD 1 TO PHB-CHANGE-COUNT
044800     END-EVALUATE.
044900     WRITE CRM-FEED-RECORD.
045000     ADD 1 TO PHB-RECORD-COUNT.
045100 3000-WRITE-DETAIL-EXIT.
045200     EXIT.
045300*
045400******************************************************************
045500* 4000-WRITE-TRAILER
045600*     WRITES THE FEED TRAILER - THE DETAIL COUNT BY ACTION, THE
045700* RECORD COUNT INCLUDING THE HEADER AND THE TRAILER ITSELF, AND
045800* THE LATEST AUDIT STAMP THE FEED COVERS.
045900******************************************************************
046000 4000-WRITE-TRAILER.
046100     ADD 1 TO PHB-RECORD-COUNT.
046200     MOVE SPACES           TO CRM-FEED-RECORD.
046300     SET CRF-TRAILER       TO TRUE.
046400     MOVE "PHONECHG"       TO CRF-TRL-FILE-ID.
046500     MOVE PHB-FEED-SEQ     TO CRF-TRL-FEED-SEQ.
046600     MOVE PHB-DETAIL-COUNT TO CRF-TRL-DETAIL-COUNT.
046700     MOVE PHB-RECORD-COUNT TO CRF-TRL-RECORD-COUNT.
046800     MOVE PHB-ADD-COUNT    TO CRF-TRL-ADD-COUNT.
046900     MOVE PHB-CHANGE-COUNT TO CRF-TRL-CHANGE-COUNT.
047000     MOVE PHB-REMOVE-COUNT TO CRF-TRL-REMOVE-COUNT.
047100     MOVE PHB-NEW-STAMP    TO CRF-TRL-CHANGES-THRU.
047200     WRITE CRM-FEED-RECORD.
047300 4000-WRITE-TRAILER-EXIT.
047400     EXIT.
047500*
047600******************************************************************
047700* 5000-WRITE-CONTROL
047800*     WRITES THE NEW CONTROL RECORD - THE LATEST AUDIT STAMP FED
047900* AND THIS FEED'S SEQUENCE NUMBER, DATE AND DETAIL COUNT.
048000******************************************************************
048100 5000-WRITE-CONTROL.
048200     MOVE PHB-NEW-STAMP    TO CFC-LAST-STAMP.
048300     MOVE PHB-FEED-SEQ     TO CFC-LAST-FEED-SEQ.
048400     MOVE PHB-RUN-DATE     TO CFC-LAST-FEED-DATE.
048500     MOVE PHB-DETAIL-COUNT TO CFC-LAST-DETAIL-COUNT.
048600     WRITE CONTROL-NEW-RECORD FROM CRM-FEED-CONTROL-RECORD.
048700 5000-WRITE-CONTROL-EXIT.
048800     EXIT.
048900*
049000******************************************************************
049100* 9000-TERMINATE
049200*     CLOSES THE FILES AND DISPLAYS THE RUN TOTALS.  A BAD CONTROL
049300* RECORD ENDS THE STEP RC=8 SO THE JOB'S COND= LOGIC SENDS
049400* NOTHING AND KEEPS THE CONTROL RECORD AND THE CORRECTIONS IT
049500* HAS.
049600******************************************************************
049700 9000-TERMINATE.
049800     IF PHB-CONTROL-ERROR
049900         DISPLAY "PHCRMBAT - CONTROL RECORD REJECTED - NOT RUN"
050000         MOVE 8 TO RETURN-CODE
050100         GO TO 9000-TERMINATE-EXIT.
050200     CLOSE AUDIN-FILE
050300           CORIN-FILE
050400           CRMFEED-FILE
050500           CTLNEW-FILE.
050600     DISPLAY "PHCRMBAT - AUDIT READ:       " PHB-AUD-IN-COUNT.
050700     DISPLAY "PHCRMBAT - AUDIT ALREADY FED:" PHB-AUD-FED-COUNT.
050800     DISPLAY "PHCRMBAT - AUDIT TAKEN:      " PHB-AUD-TAKEN-COUNT.
050900     DISPLAY "PHCRMBAT - CORRECTIONS READ: " PHB-COR-IN-COUNT.
051000     DISPLAY "PHCRMBAT - CHANGED BACK:     " PHB-NO-NET-COUNT.
051100     DISPLAY "PHCRMBAT - FED FROM AUDIT:   " PHB-FROM-AUDIT-COUNT.
051200     DISPLAY "PHCRMBAT - FED FROM CORRECT: " PHB-FROM-COR-COUNT.
051300     DISPLAY "PHCRMBAT - DETAILS WRITTEN:  " PHB-DETAIL-COUNT.
051400     DISPLAY "PHCRMBAT - RECORDS WRITTEN:  " PHB-RECORD-COUNT.
051500     DISPLAY "PHCRMBAT - CHANGES THROUGH:  " PHB-NEW-STAMP.
051600 9000-TERMINATE-EXIT.
051700     EXIT.
051800*
051900 END PROGRAM PHCRMBAT.
