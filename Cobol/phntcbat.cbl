000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    PHNTCBAT.
000300 AUTHOR.        D. SALINAS.
000400 INSTALLATION.  CUSTOMER STATEMENTS - DATA CONTROL.
000500 DATE-WRITTEN.  2025-05-16.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900* DATE       INIT  DESCRIPTION
001000*----------  ----  -----------------------------------------------
001100* 2025-05-16  DS   ORIGINAL PROGRAM.  BUILDS THE PHONE-CHANGE
001200*                  CONFIRMATION NOTICE EXTRACT FOR THE STATEMENT
001300*                  VENDOR FROM THE NIGHT'S PHONEAUD RECORDS, SO A
001400*                  CUSTOMER WHOSE NUMBER WAS CHANGED - BY
001500*                  PHUPDBAT, PHCHUPD OR A PHONLINE ENTRY - HEARS
001600*                  ABOUT IT BY MAIL AT THE ADDRESS ON FILE.  READS
001700*                  THE TRAIL PRESORTED BY CUST-ID, PHONE TYPE, RUN
001800*                  DATE AND RUN TIME AND FOLDS EVERY CHANGE TO ONE
001900*                  NUMBER INTO ONE NOTICE LINE: THE NUMBER BEFORE
002000*                  THE FIRST CHANGE AND THE NUMBER AFTER THE LAST.
002100*                  BOTH ARE FORMATTED THROUGH CreatePhoneNumber
002200*                  AND MASKED TO THEIR LAST FOUR DIGITS.
002300*                  AREA-SPLIT REWRITES (OPERATOR PHTRLAPP) ARE NOT
002400*                  CUSTOMER CHANGES AND ARE SKIPPED.
002500*-----------------------------------------------------------------
002600*
002700* THE CUSTOMER NAME COMES FROM THE UPDATED MASTER PHUPDBAT WROTE,
002800* IN CUST-ID ORDER, MATCHED ON ONE SEQUENTIAL PASS.  A NUMBER
002900* CHANGED AND CHANGED BACK IN THE SAME RUN LEAVES NOTHING TO
003000* CONFIRM AND IS COUNTED, NOT NOTIFIED.  A STORED NUMBER THAT
003100* CreatePhoneNumber REJECTS IS MASKED FROM ITS RAW DIGITS INSTEAD.
003200*-----------------------------------------------------------------
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
003500 SOURCE-COMPUTER.   IBM-370.
003600 OBJECT-COMPUTER.   IBM-370.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT PHONEAUD-FILE  ASSIGN TO PHONEAUD
004000                           ORGANIZATION IS SEQUENTIAL.
004100     SELECT CUSTMAST-FILE  ASSIGN TO CUSTMAST
004200                           ORGANIZATION IS SEQUENTIAL.
004300     SELECT PHONENTC-FILE  ASSIGN TO PHONENTC
004400                           ORGANIZATION IS SEQUENTIAL.
004500*
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  PHONEAUD-FILE
004900     RECORDING MODE IS F.
005000 COPY PHONEAUD.
005100*
005200 FD  CUSTMAST-FILE
005300     RECORDING MODE IS F.
005400 COPY CUSTMAST.
005500*
005600 FD  PHONENTC-FILE
005700     RECORDING MODE IS F.
005800 COPY PHONENTC.
005900*
006000 WORKING-STORAGE SECTION.
006100 77  PHB-END-OF-FILE-SW         PIC X(01)  VALUE "N".
006200     88  PHB-END-OF-FILE                   VALUE "Y".
006300 77  PHB-MAST-EOF-SW            PIC X(01)  VALUE "N".
006400     88  PHB-MAST-EOF                      VALUE "Y".
006500 77  PHB-AUD-IN-COUNT           PIC 9(07)  VALUE ZERO.
006600 77  PHB-SPLIT-SKIP-COUNT       PIC 9(07)  VALUE ZERO.
006700 77  PHB-NO-NET-COUNT           PIC 9(07)  VALUE ZERO.
006800 77  PHB-NO-MASTER-COUNT        PIC 9(07)  VALUE ZERO.
006900 77  PHB-RAW-MASK-COUNT         PIC 9(07)  VALUE ZERO.
007000 77  PHB-NOTICE-COUNT           PIC 9(07)  VALUE ZERO.
007100*-----------------------------------------------------------------
007200* THE CUSTOMER AND PHONE TYPE BEING FOLDED, THE NUMBER BEFORE ITS
007300* FIRST CHANGE AND THE NUMBER AND DATE OF ITS LAST.
007400*-----------------------------------------------------------------
007500 01  PHB-GROUP-KEY.
007600     05  PHB-GRP-CUST-ID        PIC X(08).
007700     05  PHB-GRP-PHONE-TYPE     PIC X(01).
007800 77  PHB-GRP-CHANGE-COUNT       PIC 9(03)  VALUE ZERO.
007900 77  PHB-GRP-CHANGE-DATE        PIC X(08)  VALUE SPACES.
008000 01  PHB-FIRST-OLD.
008100     05  PHB-OLD-DIGITS         PIC 9(10).
008200     05  PHB-OLD-COUNTRY-CODE   PIC X(03).
008300     05  PHB-OLD-EXTENSION      PIC X(06).
008400     05  PHB-OLD-EXTENSION-LEN  PIC 9(02).
008500 01  PHB-LAST-NEW.
008600     05  PHB-NEW-DIGITS         PIC 9(10).
008700     05  PHB-NEW-COUNTRY-CODE   PIC X(03).
008800     05  PHB-NEW-EXTENSION      PIC X(06).
008900     05  PHB-NEW-EXTENSION-LEN  PIC 9(02).
009000*-----------------------------------------------------------------
009100* MASKING WORK AREA.  THE NUMBER IS FORMATTED WITHOUT ITS
009200* EXTENSION, SO THE LAST FOUR DIGITS OF THE RESULT ARE THE LINE
009300* NUMBER; EVERY DIGIT BEFORE THEM BECOMES AN ASTERISK.
009400*-----------------------------------------------------------------
009500 77  PHB-MASK-DIGITS            PIC 9(10)  VALUE ZERO.
009600 77  PHB-MASK-COUNTRY-CODE      PIC X(03)  VALUE SPACES.
009700 77  PHB-MASK-IX                PIC 9(02)  COMP VALUE ZERO.
009800 77  PHB-MASK-SEEN              PIC 9(02)  COMP VALUE ZERO.
009900 01  PHB-MASKED-NUMBER          PIC X(30)  VALUE SPACES.
010000 01  PHB-MASK-CHARS REDEFINES PHB-MASKED-NUMBER.
010100     05  PHB-MASK-CHAR          PIC X(01)  OCCURS 30 TIMES.
010200*-----------------------------------------------------------------
010300* SHARED CALL INTERFACE TO CreatePhoneNumber - SEE PHONEREC.
010400*-----------------------------------------------------------------
010500 COPY PHONEREC.
010600*
010700 LINKAGE SECTION.
010800*
010900 PROCEDURE DIVISION.
011000*
011100 0000-MAINLINE.
011200     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
011300     PERFORM 2000-FOLD-ONE-NUMBER THRU 2000-FOLD-ONE-NUMBER-EXIT
011400         UNTIL PHB-END-OF-FILE.
011500     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
011600     GOBACK.
011700*
011800******************************************************************
011900* 1000-INITIALIZE
012000*     OPENS ALL FILES AND PRIMES THE MASTER AND THE FIRST
012100* CUSTOMER CHANGE ON THE AUDIT TRAIL.
012200******************************************************************
012300 1000-INITIALIZE.
012400     OPEN INPUT  PHONEAUD-FILE.
012500     OPEN INPUT  CUSTMAST-FILE.
012600     OPEN OUTPUT PHONENTC-FILE.
012700     PERFORM 3110-READ-MASTER THRU 3110-READ-MASTER-EXIT.
012800     PERFORM 2110-READ-NEXT-CHANGE
012900         THRU 2110-READ-NEXT-CHANGE-EXIT.
013000 1000-INITIALIZE-EXIT.
013100     EXIT.
013200*
013300******************************************************************
013400* 2000-FOLD-ONE-NUMBER
013500*     TAKES EVERY CHANGE TO THE CUSTOMER AND PHONE TYPE THE TRAIL
013600* STANDS ON - KEEPING THE NUMBER BEFORE THE FIRST AND THE NUMBER
013700* AFTER THE LAST - AND WRITES ITS NOTICE LINE.
013800******************************************************************
013900 2000-FOLD-ONE-NUMBER.
014000     MOVE PAU-CUST-ID           TO PHB-GRP-CUST-ID.
014100     MOVE PAU-PHONE-TYPE        TO PHB-GRP-PHONE-TYPE.
014200     MOVE PAU-OLD-DIGITS        TO PHB-OLD-DIGITS.
014300     MOVE PAU-OLD-COUNTRY-CODE  TO PHB-OLD-COUNTRY-CODE.
014400     MOVE PAU-OLD-EXTENSION     TO PHB-OLD-EXTENSION.
014500     MOVE PAU-OLD-EXTENSION-LEN TO PHB-OLD-EXTENSION-LEN.
014600     MOVE ZERO                  TO PHB-GRP-CHANGE-COUNT.
014700     PERFORM 2200-TAKE-CHANGE THRU 2200-TAKE-CHANGE-EXIT
014800         UNTIL PHB-END-OF-FILE
014900            OR PAU-CUST-ID    NOT = PHB-GRP-CUST-ID
015000            OR PAU-PHONE-TYPE NOT = PHB-GRP-PHONE-TYPE.
015100     PERFORM 3000-WRITE-NOTICE THRU 3000-WRITE-NOTICE-EXIT.
015200 2000-FOLD-ONE-NUMBER-EXIT.
015300     EXIT.
015400*
015500******************************************************************
015600* 2100-READ-AUDIT
015700*     READS THE NEXT AUDIT RECORD AND SETS THE END-OF-FILE
015800* SWITCH WHEN THE FILE IS EXHAUSTED.
015900******************************************************************
016000 2100-READ-AUDIT.
016100     READ PHONEAUD-FILE
016200         AT END
016300             SET PHB-END-OF-FILE TO TRUE
016400     END-READ.
016500     IF NOT PHB-END-OF-FILE
016600         ADD 1 TO PHB-AUD-IN-COUNT
016700     END-IF.
016800 2100-READ-AUDIT-EXIT.
016900     EXIT.
017000*
017100******************************************************************
017200* 2110-READ-NEXT-CHANGE
017300*     READS TO THE NEXT CUSTOMER CHANGE, STEPPING OVER AREA-SPLIT
017400* REWRITES.
017500******************************************************************
017600 2110-READ-NEXT-CHANGE.
017700     PERFORM 2100-READ-AUDIT THRU 2100-READ-AUDIT-EXIT.
017800     PERFORM 2120-SKIP-SPLIT-REWRITE
017900         THRU 2120-SKIP-SPLIT-REWRITE-EXIT
018000         UNTIL PHB-END-OF-FILE
018100            OR PAU-OPERATOR-ID NOT = "PHTRLAPP".
018200 2110-READ-NEXT-CHANGE-EXIT.
018300     EXIT.
018400*
018500******************************************************************
018600* 2120-SKIP-SPLIT-REWRITE
018700*     COUNTS ONE AREA-SPLIT REWRITE AND READS PAST IT.
018800******************************************************************
018900 2120-SKIP-SPLIT-REWRITE.
019000     ADD 1 TO PHB-SPLIT-SKIP-COUNT.
019100     PERFORM 2100-READ-AUDIT THRU 2100-READ-AUDIT-EXIT.
019200 2120-SKIP-SPLIT-REWRITE-EXIT.
019300     EXIT.
019400*
019500******************************************************************
019600* 2200-TAKE-CHANGE
019700*     COUNTS ONE CHANGE TO THE NUMBER BEING FOLDED, KEEPS ITS
019800* AFTER IMAGE AND DATE AS THE LATEST, AND READS THE NEXT.
019900******************************************************************
020000 2200-TAKE-CHANGE.
020100     ADD 1 TO PHB-GRP-CHANGE-COUNT.
020200     MOVE PAU-NEW-DIGITS        TO PHB-NEW-DIGITS.
020300     MOVE PAU-NEW-COUNTRY-CODE  TO PHB-NEW-COUNTRY-CODE.
020400     MOVE PAU-NEW-EXTENSION     TO PHB-NEW-EXTENSION.
020500     MOVE PAU-NEW-EXTENSION-LEN TO PHB-NEW-EXTENSION-LEN.
020600     MOVE PAU-RUN-DATE          TO PHB-GRP-CHANGE-DATE.
020700     PERFORM 2110-READ-NEXT-CHANGE
020800         THRU 2110-READ-NEXT-CHANGE-EXIT.
020900 2200-TAKE-CHANGE-EXIT.
021000     EXIT.
021100*
021200******************************************************************
021300* 3000-WRITE-NOTICE
021400*     WRITES THE NOTICE LINE FOR THE NUMBER JUST FOLDED.  A NUMBER
021500* THAT ENDED WHERE IT STARTED GETS NO NOTICE.  ZERO DIGITS BEFORE
021600* ARE A CHILD NUMBER ADDED; ZERO DIGITS AFTER ARE ONE DELETED.
021700******************************************************************
021800 3000-WRITE-NOTICE.
021900     IF PHB-FIRST-OLD = PHB-LAST-NEW
022000         ADD 1 TO PHB-NO-NET-COUNT
022100         GO TO 3000-WRITE-NOTICE-EXIT
022200     END-IF.
022300     PERFORM 3100-FIND-MASTER THRU 3100-FIND-MASTER-EXIT.
022400     MOVE SPACES               TO PHONE-NOTICE-RECORD.
022500     MOVE PHB-GRP-CUST-ID      TO PNT-CUST-ID.
022600     MOVE PHB-GRP-PHONE-TYPE   TO PNT-PHONE-TYPE.
022700     MOVE PHB-GRP-CHANGE-DATE  TO PNT-CHANGE-DATE.
022800     MOVE PHB-GRP-CHANGE-COUNT TO PNT-CHANGE-COUNT.
022900     IF PHB-MAST-EOF OR CUST-ID NOT = PHB-GRP-CUST-ID
023000         ADD 1 TO PHB-NO-MASTER-COUNT
023100     ELSE
023200         MOVE CUST-NAME TO PNT-CUST-NAME
023300     END-IF.
023400     IF PHB-OLD-DIGITS = ZERO
023500         MOVE "NONE ON FILE" TO PNT-OLD-NUMBER
023600     ELSE
023700         MOVE PHB-OLD-DIGITS       TO PHB-MASK-DIGITS
023800         MOVE PHB-OLD-COUNTRY-CODE TO PHB-MASK-COUNTRY-CODE
023900         PERFORM 3200-MASK-NUMBER THRU 3200-MASK-NUMBER-EXIT
024000         MOVE PHB-MASKED-NUMBER TO PNT-OLD-NUMBER
024100     END-IF.
024200     IF PHB-NEW-DIGITS = ZERO
024300         MOVE "REMOVED" TO PNT-NEW-NUMBER
024400     ELSE
024500         MOVE PHB-NEW-DIGITS       TO PHB-MASK-DIGITS
024600         MOVE PHB-NEW-COUNTRY-CODE TO PHB-MASK-COUNTRY-CODE
024700         PERFORM 3200-MASK-NUMBER THRU 3200-MASK-NUMBER-EXIT
024800         MOVE PHB-MASKED-NUMBER TO PNT-NEW-NUMBER
024900     END-IF.
025000     WRITE PHONE-NOTICE-RECORD.
025100     ADD 1 TO PHB-NOTICE-COUNT.
025200 3000-WRITE-NOTICE-EXIT.
025300     EXIT.
025400*
025500******************************************************************
025600* 3100-FIND-MASTER
025700*     ADVANCES THE MASTER TO THE CUSTOMER BEING NOTIFIED (OR THE
025800* FIRST ONE PAST IT).  BOTH FILES ARE IN CUST-ID ORDER.
025900******************************************************************
026000 3100-FIND-MASTER.
026100     PERFORM 3110-READ-MASTER THRU 3110-READ-MASTER-EXIT
026200         UNTIL PHB-MAST-EOF
026300            OR CUST-ID NOT < PHB-GRP-CUST-ID.
026400 3100-FIND-MASTER-EXIT.
026500     EXIT.
026600*
026700******************************************************************
026800* 3110-READ-MASTER
026900*     READS THE NEXT MASTER RECORD AND SETS THE MASTER END-OF-FILE
027000* SWITCH WHEN THE FILE IS EXHAUSTED.
027100******************************************************************
027200 3110-READ-MASTER.
027300     READ CUSTMAST-FILE
027400         AT END
027500             SET PHB-MAST-EOF TO TRUE
027600     END-READ.
027700 3110-READ-MASTER-EXIT.
027800     EXIT.
027900*
028000******************************************************************
028100* 3200-MASK-NUMBER
028200*     FORMATS PHB-MASK-DIGITS/PHB-MASK-COUNTRY-CODE THROUGH
028300* CreatePhoneNumber IN THE STATEMENT-PRINT LAYOUT, WITHOUT THE
028400* EXTENSION, AND MASKS ALL BUT THE LAST FOUR DIGITS.  A NUMBER
028500* THE ROUTINE REJECTS IS MASKED FROM ITS RAW DIGITS.
028600******************************************************************
028700 3200-MASK-NUMBER.
028800     MOVE PHB-MASK-DIGITS       TO ARR.
028900     MOVE PHB-MASK-COUNTRY-CODE TO PHN-COUNTRY-CODE.
029000     MOVE SPACES                TO PHN-EXTENSION.
029100     MOVE ZERO                  TO PHN-EXTENSION-LEN.
029200     SET CPN-FMT-PAREN          TO TRUE.
029300     CALL "CreatePhoneNumber" USING ARR RESULT FMT-CODE
029400                                    RTN-CODE PHN-COUNTRY-CODE
029500                                    PHN-EXTENSION
029600                                    PHN-EXTENSION-LEN.
029700     IF CPN-VALID
029800         MOVE RESULT TO PHB-MASKED-NUMBER
029900     ELSE
030000         ADD 1 TO PHB-RAW-MASK-COUNT
030100         MOVE PHB-MASK-DIGITS TO PHB-MASKED-NUMBER
030200     END-IF.
030300     MOVE ZERO TO PHB-MASK-SEEN.
030400     PERFORM 3210-MASK-ONE-CHAR THRU 3210-MASK-ONE-CHAR-EXIT
030500         VARYING PHB-MASK-IX FROM 30 BY -1
030600         UNTIL PHB-MASK-IX < 1.
030700 3200-MASK-NUMBER-EXIT.
030800     EXIT.
030900*
031000******************************************************************
031100* 3210-MASK-ONE-CHAR
031200*     WORKING RIGHT TO LEFT, LEAVES THE FIRST FOUR DIGITS MET AND
031300* STARS EVERY DIGIT AFTER THEM.  PUNCTUATION IS LEFT AS IT IS.
031400******************************************************************
031500 3210-MASK-ONE-CHAR.
031600     IF PHB-MASK-CHAR(PHB-MASK-IX) IS NUMERIC
031700         ADD 1 TO PHB-MASK-SEEN
031800         IF PHB-MASK-SEEN > 4
031900             MOVE "*" TO PHB-MASK-CHAR(PHB-MASK-IX)
032000         END-IF
032100     END-IF.
032200 3210-MASK-ONE-CHAR-EXIT.
032300     EXIT.
032400*
032500******************************************************************
032600* 9000-TERMINATE
032700*     CLOSES ALL FILES AND DISPLAYS THE RUN TOTALS.
032800******************************************************************
032900 9000-TERMINATE.
033000     CLOSE PHONEAUD-FILE.
033100     CLOSE CUSTMAST-FILE.
033200     CLOSE PHONENTC-FILE.
033300     DISPLAY "PHNTCBAT - AUDIT READ:       " PHB-AUD-IN-COUNT.
033400     DISPLAY "PHNTCBAT - SPLIT REWRITES:   " PHB-SPLIT-SKIP-COUNT.
033500     DISPLAY "PHNTCBAT - CHANGED BACK:     " PHB-NO-NET-COUNT.
033600     DISPLAY "PHNTCBAT - NOTICES WRITTEN:  " PHB-NOTICE-COUNT.
033700     DISPLAY "PHNTCBAT - NO MASTER NAME:   " PHB-NO-MASTER-COUNT.
033800     DISPLAY "PHNTCBAT - MASKED UNEDITED:  " PHB-RAW-MASK-COUNT.
033900 9000-TERMINATE-EXIT.
034000     EXIT.
034100*
034200 END PROGRAM PHNTCBAT.
