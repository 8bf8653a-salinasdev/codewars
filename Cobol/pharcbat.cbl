000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    PHARCBAT.
000300 AUTHOR.        D. SALINAS.
000400 INSTALLATION.  CUSTOMER STATEMENTS - DATA CONTROL.
000500 DATE-WRITTEN.  2025-06-13.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900* DATE       INIT  DESCRIPTION
001000*----------  ----  -----------------------------------------------
001100* 2025-06-13  DS   ORIGINAL PROGRAM.  MONTHLY COMPLIANCE RETENTION
001200*                  ARCHIVE.  ROLLS THE DAILY PHONEAUD AUDIT TRAIL,
001300*                  PHONESUP DNC SUPPRESSION DETAIL AND PHONETRL
001400*                  AREA-SPLIT TRANSLATION LOG RECORDS OF EVERY DAY
001500*                  THROUGH THE END OF LAST MONTH INTO THE ARCHIVE
001600*                  (PHONEARC), KEYED BY CUST-ID AND RUN DATE,
001700*                  PURGES WHAT IS PAST EACH SOURCE'S RETENTION
001800*                  PERIOD ON THE CONTROL RECORD (PHONEACT), KEEPS
001900*                  THE ARCHIVE INDEX (PHONEAIX) AND PROVES THE
002000*                  ROLL-UP WITH CONTROL TOTALS ON THE PURGE
002100*                  REPORT.
002200*-----------------------------------------------------------------
002300*
002400* THE RUN ARCHIVES EVERY SOURCE RUN DATE AFTER THE CONTROL
002500* RECORD'S THROUGH DATE UP TO THE LAST DAY OF THE MONTH BEFORE THE
002600* RUN DATE.  DAILY RECORDS ON OR BEFORE THE OLD THROUGH DATE ARE
002700* ALREADY ON THE ARCHIVE; RECORDS OF THE CURRENT MONTH WAIT FOR
002800* NEXT MONTH'S RUN.  BOTH ARE COUNTED, NOT ADDED, SO THE DAILY
002900* GENERATIONS MAY OVERLAP FROM ONE RUN TO THE NEXT.  A RUN WITH
003000* NOTHING NEW TO ARCHIVE (A SECOND RUN IN ONE MONTH) ENDS RC=4 AND
003100* WRITES NOTHING.
003200*
003300* INPUTS ARE THE PRIOR ARCHIVE AND INDEX, THE CONTROL RECORD, AND
003400* THE THREE DAILY SOURCES EACH SORTED BY CUST-ID AND RUN DATE
003500* (THE AUDIT TRAIL ALSO BY RUN TIME).  THE FOUR ARE MERGED ON
003600* ARC-KEY INTO THE NEW ARCHIVE, SO ONE PASS ADDS, KEEPS AND
003700* PURGES.  A RECORD IS PURGED WHEN ITS RUN DATE IS BEFORE ITS
003800* SOURCE'S CUTOFF - THE FIRST OF THE MONTH THE RETENTION PERIOD
003900* REACHES BACK TO, COUNTING THE MONTH JUST ARCHIVED AS ONE.  60
004000* MONTHS IS FIVE YEARS.
004100*
004200* THE NEW INDEX ENTRIES ARE WRITTEN AFTER THE OLD ONES AND THE JOB
004300* SORTS THE WORK FILE INTO SOURCE AND RUN-DATE ORDER.
004400*
004500* CONTROL TOTALS, PER SOURCE.  ANY THAT FAIL END THE STEP RC=8 AND
004600* THE JOB KEEPS THE ARCHIVE IT HAS:
004700*   1. PRIOR ARCHIVE RECORDS READ  = LAST RUN'S CONTROL COUNT
004800*   2. PRIOR ARCHIVE RECORDS READ  = ACTIVE INDEX ENTRY COUNTS
004900*   3. ARCHIVE RECORDS PURGED      = COUNTS OF THE INDEX ENTRIES
005000*                                    PURGED
005100*   4. NEW ARCHIVE RECORDS WRITTEN = PRIOR - PURGED + ADDED
005200*   5. DAILY RECORDS READ          = ALREADY ARCHIVED + NOT YET
005300*                                    DUE + UNREADABLE DATE + ADDED
005400* A BAD CONTROL RECORD, AN UNKNOWN SOURCE CODE ON THE ARCHIVE OR
005500* INDEX, OR MORE NEW SOURCE RUN DATES THAN THE TABLE HOLDS ALSO
005600* END THE STEP RC=8.
005700*-----------------------------------------------------------------
005800 ENVIRONMENT DIVISION.
005900 CONFIGURATION SECTION.
006000 SOURCE-COMPUTER.   IBM-370.
006100 OBJECT-COMPUTER.   IBM-370.
006200 INPUT-OUTPUT SECTION.
006300 FILE-CONTROL.
006400     SELECT ARCCTL-FILE    ASSIGN TO ARCCTL
006500                           ORGANIZATION IS SEQUENTIAL.
006600     SELECT ARCOLD-FILE    ASSIGN TO ARCOLD
006700                           ORGANIZATION IS SEQUENTIAL.
006800     SELECT IDXOLD-FILE    ASSIGN TO IDXOLD
006900                           ORGANIZATION IS SEQUENTIAL.
007000     SELECT AUDIN-FILE     ASSIGN TO AUDIN
007100                           ORGANIZATION IS SEQUENTIAL.
007200     SELECT SUPIN-FILE     ASSIGN TO SUPIN
007300                           ORGANIZATION IS SEQUENTIAL.
007400     SELECT TRLIN-FILE     ASSIGN TO TRLIN
007500                           ORGANIZATION IS SEQUENTIAL.
007600     SELECT ARCNEW-FILE    ASSIGN TO ARCNEW
007700                           ORGANIZATION IS SEQUENTIAL.
007800     SELECT IDXWORK-FILE   ASSIGN TO IDXWORK
007900                           ORGANIZATION IS SEQUENTIAL.
008000     SELECT CTLNEW-FILE    ASSIGN TO CTLNEW
008100                           ORGANIZATION IS SEQUENTIAL.
008200     SELECT ARCRPT-FILE    ASSIGN TO ARCRPT
008300                           ORGANIZATION IS SEQUENTIAL.
008400*
008500 DATA DIVISION.
008600 FILE SECTION.
008700 FD  ARCCTL-FILE
008800     RECORDING MODE IS F.
008900 COPY PHONEACT.
009000*
009100 FD  ARCOLD-FILE
009200     RECORDING MODE IS F.
009300 01  ARCHIVE-OLD-RECORD.
009400     05  AOL-KEY.
009500         10  AOL-CUST-ID        PIC X(08).
009600         10  AOL-RUN-DATE       PIC X(08).
009700         10  AOL-SOURCE         PIC X(01).
009800     05  FILLER                 PIC X(111).
009900*
010000 FD  IDXOLD-FILE
010100     RECORDING MODE IS F.
010200 COPY PHONEAIX.
010300*
010400 FD  AUDIN-FILE
010500     RECORDING MODE IS F.
010600 COPY PHONEAUD.
010700*
010800 FD  SUPIN-FILE
010900     RECORDING MODE IS F.
011000 COPY PHONESUP.
011100*
011200 FD  TRLIN-FILE
011300     RECORDING MODE IS F.
011400 COPY PHONETRL.
011500*
011600 FD  ARCNEW-FILE
011700     RECORDING MODE IS F.
011800 01  ARCHIVE-NEW-RECORD         PIC X(128).
011900*
012000 FD  IDXWORK-FILE
012100     RECORDING MODE IS F.
012200 01  INDEX-WORK-RECORD          PIC X(40).
012300*
012400 FD  CTLNEW-FILE
012500     RECORDING MODE IS F.
012600 01  CONTROL-NEW-RECORD         PIC X(80).
012700*
012800 FD  ARCRPT-FILE
012900     RECORDING MODE IS F.
013000 01  PRINT-RECORD               PIC X(132).
013100*
013200 WORKING-STORAGE SECTION.
013300 77  PHB-CONTROL-ERROR-SW       PIC X(01)  VALUE "N".
013400     88  PHB-CONTROL-ERROR                 VALUE "Y".
013500 77  PHB-NOTHING-DUE-SW         PIC X(01)  VALUE "N".
013600     88  PHB-NOTHING-DUE                   VALUE "Y".
013700 77  PHB-OUT-OF-BALANCE-SW      PIC X(01)  VALUE "N".
013800     88  PHB-OUT-OF-BALANCE                VALUE "Y".
013900 77  PHB-INDEX-EOF-SW           PIC X(01)  VALUE "N".
014000     88  PHB-INDEX-EOF                     VALUE "Y".
014100 77  PHB-READ-DONE-SW           PIC X(01)  VALUE "N".
014200     88  PHB-READ-DONE                     VALUE "Y".
014300 77  PHB-DAILY-DUE-SW           PIC X(01)  VALUE "N".
014400     88  PHB-DAILY-DUE                     VALUE "Y".
014500 77  PHB-ADD-FOUND-SW           PIC X(01)  VALUE "N".
014600     88  PHB-ADD-FOUND                     VALUE "Y".
014700 77  PHB-ADD-OVERFLOW-SW        PIC X(01)  VALUE "N".
014800     88  PHB-ADD-OVERFLOW                  VALUE "Y".
014900 77  PHB-UNKNOWN-SOURCE-COUNT   PIC 9(07)  VALUE ZERO.
015000 77  PHB-PURGE-DAY-COUNT        PIC 9(07)  VALUE ZERO.
015100 77  PHB-INDEX-WRITTEN          PIC 9(07)  VALUE ZERO.
015200 77  PHB-RUN-DAY                PIC 9(07)  VALUE ZERO.
015300 77  PHB-MONTH-NUMBER           PIC 9(07)  VALUE ZERO.
015400 77  PHB-MONTH-REMAINDER        PIC 9(03)  VALUE ZERO.
015500 77  PHB-SOURCE-IN              PIC X(01)  VALUE SPACES.
015600 77  PHB-DAILY-DATE             PIC X(08)  VALUE SPACES.
015700 77  PHB-OLD-THROUGH            PIC X(08)  VALUE SPACES.
015800 77  PHB-EXPECTED               PIC 9(09)  VALUE ZERO.
015900 01  PHB-PRINT-LINE             PIC X(132) VALUE SPACES.
016000*-----------------------------------------------------------------
016100* THE RUN DATE, THE END OF THE MONTH BEING ARCHIVED AND THE CUTOFF
016200* BEING WORKED OUT, EACH WITH A NUMERIC VIEW FOR MONTH ARITHMETIC.
016300*-----------------------------------------------------------------
016400 01  PHB-RUN-DATE               PIC X(08)  VALUE SPACES.
016500 01  PHB-RUN-DATE-PARTS REDEFINES PHB-RUN-DATE.
016600     05  PHB-RUN-YEAR           PIC 9(04).
016700     05  PHB-RUN-MONTH          PIC 9(02).
016800     05  FILLER                 PIC X(02).
016900 01  PHB-MONTH-START.
017000     05  PHB-START-YEAR         PIC 9(04)  VALUE ZERO.
017100     05  PHB-START-MONTH        PIC 9(02)  VALUE ZERO.
017200     05  FILLER                 PIC X(02)  VALUE "01".
017300 01  PHB-NEW-THROUGH            PIC X(08)  VALUE SPACES.
017400 01  PHB-NEW-THROUGH-PARTS REDEFINES PHB-NEW-THROUGH.
017500     05  PHB-THROUGH-YEAR       PIC 9(04).
017600     05  PHB-THROUGH-MONTH      PIC 9(02).
017700     05  FILLER                 PIC X(02).
017800 01  PHB-CUTOFF-DATE.
017900     05  PHB-CUTOFF-YEAR        PIC 9(04)  VALUE ZERO.
018000     05  PHB-CUTOFF-MONTH       PIC 9(02)  VALUE ZERO.
018100     05  FILLER                 PIC X(02)  VALUE "01".
018200*-----------------------------------------------------------------
018300* MERGE KEYS OF THE FOUR INPUTS - HIGH-VALUES AT END OF FILE.  THE
018400* SOURCE CODE IS PART OF THE KEY, SO TWO DAILY SOURCES NEVER TIE.
018500*-----------------------------------------------------------------
018600 01  PHB-OLD-KEY                PIC X(17)  VALUE SPACES.
018700 01  PHB-AUD-KEY.
018800     05  PHB-AUD-KEY-CUST       PIC X(08)  VALUE SPACES.
018900     05  PHB-AUD-KEY-DATE       PIC X(08)  VALUE SPACES.
019000     05  PHB-AUD-KEY-SOURCE     PIC X(01)  VALUE "A".
019100 01  PHB-SUP-KEY.
019200     05  PHB-SUP-KEY-CUST       PIC X(08)  VALUE SPACES.
019300     05  PHB-SUP-KEY-DATE       PIC X(08)  VALUE SPACES.
019400     05  PHB-SUP-KEY-SOURCE     PIC X(01)  VALUE "S".
019500 01  PHB-TRL-KEY.
019600     05  PHB-TRL-KEY-CUST       PIC X(08)  VALUE SPACES.
019700     05  PHB-TRL-KEY-DATE       PIC X(08)  VALUE SPACES.
019800     05  PHB-TRL-KEY-SOURCE     PIC X(01)  VALUE "T".
019900*-----------------------------------------------------------------
020000* SOURCE CODES AND FILE NAMES.  THE SUBSCRIPT ORDER MATCHES THE
020100* SOURCE ENTRIES ON THE CONTROL RECORD.
020200*-----------------------------------------------------------------
020300 01  PHB-SOURCE-NAMES.
020400     05  FILLER                 PIC X(09)  VALUE "APHONEAUD".
020500     05  FILLER                 PIC X(09)  VALUE "SPHONESUP".
020600     05  FILLER                 PIC X(09)  VALUE "TPHONETRL".
020700 01  PHB-SOURCE-TABLE REDEFINES PHB-SOURCE-NAMES.
020800     05  PHB-SOURCE-ITEM        OCCURS 3 TIMES.
020900         10  PHB-SOURCE-CODE    PIC X(01).
021000         10  PHB-SOURCE-NAME    PIC X(08).
021100 77  PHB-SRC-SUB                PIC 9(03)  COMP VALUE ZERO.
021200*-----------------------------------------------------------------
021300* CONTROL TOTALS PER SOURCE.
021400*-----------------------------------------------------------------
021500 01  PHB-SOURCE-TOTALS.
021600     05  PHB-SRC-TOTAL-ENTRY    OCCURS 3 TIMES.
021700         10  PHB-SRC-PRIOR-READ PIC 9(09).
021800         10  PHB-SRC-PURGED     PIC 9(09).
021900         10  PHB-SRC-KEPT       PIC 9(09).
022000         10  PHB-SRC-DAILY-READ PIC 9(09).
022100         10  PHB-SRC-ALREADY    PIC 9(09).
022200         10  PHB-SRC-NOT-DUE    PIC 9(09).
022300         10  PHB-SRC-BAD-DATE   PIC 9(09).
022400         10  PHB-SRC-ADDED      PIC 9(09).
022500         10  PHB-SRC-WRITTEN    PIC 9(09).
022600         10  PHB-SRC-IDX-ACTIVE PIC 9(09).
022700         10  PHB-SRC-IDX-PURGED PIC 9(09).
022800         10  PHB-SRC-CUTOFF     PIC X(08).
022900*-----------------------------------------------------------------
023000* ONE ENTRY PER SOURCE AND RUN DATE ADDED THIS RUN - THE NEW INDEX
023100* ENTRIES.  A MONTH IS AT MOST 93; A FIRST RUN OVER A FULL SET OF
023200* DAILY GENERATIONS A FEW HUNDRED.
023300*-----------------------------------------------------------------
023400 77  PHB-ADD-MAX                PIC 9(03)  COMP VALUE 500.
023500 77  PHB-ADD-USED               PIC 9(03)  COMP VALUE ZERO.
023600 77  PHB-ADD-SUB                PIC 9(03)  COMP VALUE ZERO.
023700 77  PHB-ADD-HIT                PIC 9(03)  COMP VALUE ZERO.
023800 01  PHB-ADD-TABLE.
023900     05  PHB-ADD-ENTRY          OCCURS 500 TIMES.
024000         10  PHB-ADD-SOURCE     PIC X(01).
024100         10  PHB-ADD-RUN-DATE   PIC X(08).
024200         10  PHB-ADD-COUNT      PIC 9(07).
024300*-----------------------------------------------------------------
024400* REPORT EDITING.
024500*-----------------------------------------------------------------
024600 77  PHB-DAY-COUNT-EDITED       PIC Z,ZZZ,ZZ9.
024700 77  PHB-LEFT-EDITED            PIC ZZZ,ZZZ,ZZ9.
024800 77  PHB-RIGHT-EDITED           PIC ZZZ,ZZZ,ZZ9.
024900 77  PHB-RETAIN-EDITED          PIC ZZ9.
025000 01  PHB-COUNT-LABEL            PIC X(40)  VALUE SPACES.
025100 01  PHB-CHECK-RESULT           PIC X(22)  VALUE SPACES.
025200 77  PHB-CHECK-LEFT             PIC 9(09)  VALUE ZERO.
025300 77  PHB-CHECK-RIGHT            PIC 9(09)  VALUE ZERO.
025400*-----------------------------------------------------------------
025500* SHARED CALL INTERFACE TO PHDAYNUM - SEE PHONEDAY.
025600*-----------------------------------------------------------------
025700 COPY PHONEDAY.
025800*
025900 COPY PHONEARC.
026000*
026100 LINKAGE SECTION.
026200*
026300 PROCEDURE DIVISION.
026400*
026500 0000-MAINLINE.
026600     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
026700     IF PHB-CONTROL-ERROR
026800        OR PHB-NOTHING-DUE
026900         PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
027000         GOBACK
027100     END-IF.
027200     PERFORM 2000-ROLL-INDEX THRU 2000-ROLL-INDEX-EXIT
027300         UNTIL PHB-INDEX-EOF.
027400     PERFORM 2900-PRINT-PURGE-TOTAL
027500         THRU 2900-PRINT-PURGE-TOTAL-EXIT.
027600     PERFORM 3110-READ-OLD THRU 3110-READ-OLD-EXIT.
027700     PERFORM 3210-READ-AUDIT THRU 3210-READ-AUDIT-EXIT.
027800     PERFORM 3310-READ-SUPPRESS THRU 3310-READ-SUPPRESS-EXIT.
027900     PERFORM 3410-READ-TRANSLATE THRU 3410-READ-TRANSLATE-EXIT.
028000     PERFORM 3000-MERGE-NEXT THRU 3000-MERGE-NEXT-EXIT
028100         UNTIL PHB-ADD-OVERFLOW
028200            OR (PHB-OLD-KEY = HIGH-VALUES
028300                AND PHB-AUD-KEY = HIGH-VALUES
028400                AND PHB-SUP-KEY = HIGH-VALUES
028500                AND PHB-TRL-KEY = HIGH-VALUES).
028600     PERFORM 4000-WRITE-NEW-INDEX THRU 4000-WRITE-NEW-INDEX-EXIT
028700         VARYING PHB-ADD-SUB FROM 1 BY 1
028800         UNTIL PHB-ADD-SUB > PHB-ADD-USED.
028900     PERFORM 5000-PRINT-TOTALS-HEADING
029000         THRU 5000-PRINT-TOTALS-HEADING-EXIT.
029100     PERFORM 5100-CHECK-SOURCE THRU 5100-CHECK-SOURCE-EXIT
029200         VARYING PHB-SRC-SUB FROM 1 BY 1
029300         UNTIL PHB-SRC-SUB > 3.
029400     PERFORM 6000-WRITE-CONTROL THRU 6000-WRITE-CONTROL-EXIT.
029500     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
029600     GOBACK.
029700*
029800******************************************************************
029900* 1000-INITIALIZE
030000*     READS AND EDITS THE CONTROL RECORD, WORKS OUT THE MONTH TO
030100* ARCHIVE AND EACH SOURCE'S CUTOFF, OPENS THE FILES, PRINTS THE
030200* PURGE REPORT HEADINGS AND PRIMES THE INDEX READ.  THE CONTROL
030300* FILE STAYS OPEN - ITS RECORD IS UPDATED AND WRITTEN OUT AT THE
030400* END.  ON A BAD CONTROL RECORD, OR WHEN LAST MONTH IS ALREADY ON
030500* THE ARCHIVE, NOTHING ELSE IS OPENED.
030600******************************************************************
030700 1000-INITIALIZE.
030800     INITIALIZE PHB-SOURCE-TOTALS.
030900     OPEN INPUT ARCCTL-FILE.
031000     MOVE SPACES TO ARCHIVE-CONTROL-RECORD.
031100     READ ARCCTL-FILE
031200         AT END
031300             CONTINUE
031400     END-READ.
031500     PERFORM 1100-EDIT-CONTROL THRU 1100-EDIT-CONTROL-EXIT.
031600     IF PHB-CONTROL-ERROR
031700         GO TO 1000-INITIALIZE-EXIT.
031800     ACCEPT PHB-RUN-DATE FROM DATE YYYYMMDD.
031900     PERFORM 1200-SET-THROUGH-DATE
032000         THRU 1200-SET-THROUGH-DATE-EXIT.
032100     MOVE ACT-THROUGH-DATE TO PHB-OLD-THROUGH.
032200     IF PHB-NEW-THROUGH NOT > PHB-OLD-THROUGH
032300         SET PHB-NOTHING-DUE TO TRUE
032400         GO TO 1000-INITIALIZE-EXIT.
032500     PERFORM 1300-SET-CUTOFF THRU 1300-SET-CUTOFF-EXIT
032600         VARYING PHB-SRC-SUB FROM 1 BY 1
032700         UNTIL PHB-SRC-SUB > 3.
032800     OPEN INPUT  ARCOLD-FILE
032900                 IDXOLD-FILE
033000                 AUDIN-FILE
033100                 SUPIN-FILE
033200                 TRLIN-FILE.
033300     OPEN OUTPUT ARCNEW-FILE
033400                 IDXWORK-FILE
033500                 CTLNEW-FILE
033600                 ARCRPT-FILE.
033700     DISPLAY "PHARCBAT - ARCHIVED THROUGH:  " PHB-OLD-THROUGH.
033800     DISPLAY "PHARCBAT - ARCHIVING THROUGH: " PHB-NEW-THROUGH.
033900     PERFORM 1400-PRINT-HEADINGS THRU 1400-PRINT-HEADINGS-EXIT.
034000     PERFORM 2100-READ-INDEX THRU 2100-READ-INDEX-EXIT.
034100 1000-INITIALIZE-EXIT.
034200     EXIT.
034300*
034400******************************************************************
034500* 1100-EDIT-CONTROL
034600*     THE THROUGH DATE AND EVERY COUNT MUST BE NUMERIC (A NEW
034700* ARCHIVE STARTS AT 00000000 AND ZERO) AND EVERY RETENTION PERIOD
034800* NUMERIC AND NOT ZERO.  A MISSING RECORD FAILS ALL OF THEM.
034900******************************************************************
035000 1100-EDIT-CONTROL.
035100     IF ACT-THROUGH-DATE IS NOT NUMERIC
035200         DISPLAY "PHARCBAT - INVALID THROUGH:  " ACT-THROUGH-DATE
035300         SET PHB-CONTROL-ERROR TO TRUE.
035400     PERFORM 1110-EDIT-SOURCE-ENTRY
035500         THRU 1110-EDIT-SOURCE-ENTRY-EXIT
035600         VARYING PHB-SRC-SUB FROM 1 BY 1
035700         UNTIL PHB-SRC-SUB > 3.
035800 1100-EDIT-CONTROL-EXIT.
035900     EXIT.
036000*
036100******************************************************************
036200* 1110-EDIT-SOURCE-ENTRY
036300*     EDITS ONE SOURCE'S RETENTION PERIOD AND ARCHIVE COUNT.
036400******************************************************************
036500 1110-EDIT-SOURCE-ENTRY.
036600     IF ACT-SRC-RETAIN-MONTHS(PHB-SRC-SUB) IS NOT NUMERIC
036700        OR ACT-SRC-RETAIN-MONTHS(PHB-SRC-SUB) = ZERO
036800         DISPLAY "PHARCBAT - INVALID RETENTION:"
036900             PHB-SOURCE-NAME(PHB-SRC-SUB) " "
037000             ACT-SRC-RETAIN-MONTHS(PHB-SRC-SUB)
037100         SET PHB-CONTROL-ERROR TO TRUE.
037200     IF ACT-SRC-ARCHIVE-COUNT(PHB-SRC-SUB) IS NOT NUMERIC
037300         DISPLAY "PHARCBAT - INVALID COUNT:    "
037400             PHB-SOURCE-NAME(PHB-SRC-SUB) " "
037500             ACT-SRC-ARCHIVE-COUNT(PHB-SRC-SUB)
037600         SET PHB-CONTROL-ERROR TO TRUE.
037700 1110-EDIT-SOURCE-ENTRY-EXIT.
037800     EXIT.
037900*
038000******************************************************************
038100* 1200-SET-THROUGH-DATE
038200*     THE MONTH TO ARCHIVE ENDS THE DAY BEFORE THE FIRST OF THE
038300* RUN MONTH.
038400******************************************************************
038500 1200-SET-THROUGH-DATE.
038600     MOVE PHB-RUN-YEAR  TO PHB-START-YEAR.
038700     MOVE PHB-RUN-MONTH TO PHB-START-MONTH.
038800     SET PDY-DATE-TO-DAYS TO TRUE.
038900     MOVE PHB-MONTH-START TO PDY-DATE.
039000     CALL "PHDAYNUM" USING PHONE-DAY-AREA.
039100     COMPUTE PHB-RUN-DAY = PDY-DAY-NUMBER - 1.
039200     SET PDY-DAYS-TO-DATE TO TRUE.
039300     MOVE PHB-RUN-DAY TO PDY-DAY-NUMBER.
039400     CALL "PHDAYNUM" USING PHONE-DAY-AREA.
039500     MOVE PDY-DATE TO PHB-NEW-THROUGH.
039600 1200-SET-THROUGH-DATE-EXIT.
039700     EXIT.
039800*
039900******************************************************************
040000* 1300-SET-CUTOFF
040100*     ONE SOURCE'S CUTOFF IS THE FIRST OF THE MONTH (RETENTION -
040200* 1) MONTHS BEFORE THE MONTH BEING ARCHIVED.  MONTHS ARE COUNTED
040300* AS YEAR * 12 + MONTH - 1 SO THE YEAR BOUNDARY TAKES CARE OF
040400* ITSELF.
040500******************************************************************
040600 1300-SET-CUTOFF.
040700     COMPUTE PHB-MONTH-NUMBER =
040800             PHB-THROUGH-YEAR * 12 + PHB-THROUGH-MONTH
040900             - ACT-SRC-RETAIN-MONTHS(PHB-SRC-SUB).
041000     DIVIDE PHB-MONTH-NUMBER BY 12
041100         GIVING PHB-CUTOFF-YEAR REMAINDER PHB-MONTH-REMAINDER.
041200     COMPUTE PHB-CUTOFF-MONTH = PHB-MONTH-REMAINDER + 1.
041300     MOVE PHB-CUTOFF-DATE TO PHB-SRC-CUTOFF(PHB-SRC-SUB).
041400 1300-SET-CUTOFF-EXIT.
041500     EXIT.
041600*
041700******************************************************************
041800* 1400-PRINT-HEADINGS
041900*     PRINTS THE REPORT TITLE, EACH SOURCE'S RETENTION AND CUTOFF,
042000* AND THE PURGE DETAIL COLUMN HEADINGS.
042100******************************************************************
042200 1400-PRINT-HEADINGS.
042300     MOVE SPACES TO PHB-PRINT-LINE.
042400     STRING "PHARCBAT - COMPLIANCE RETENTION ARCHIVE AND PURGE - "
042500             "RUN " PHB-RUN-DATE "  RUN DATES AFTER "
042600             PHB-OLD-THROUGH " THROUGH " PHB-NEW-THROUGH
042700         DELIMITED BY SIZE INTO PHB-PRINT-LINE.
042800     WRITE PRINT-RECORD FROM PHB-PRINT-LINE.
042900     MOVE SPACES TO PHB-PRINT-LINE.
043000     WRITE PRINT-RECORD FROM PHB-PRINT-LINE.
043100     PERFORM 1410-PRINT-RETENTION THRU 1410-PRINT-RETENTION-EXIT
043200         VARYING PHB-SRC-SUB FROM 1 BY 1
043300         UNTIL PHB-SRC-SUB > 3.
043400     MOVE SPACES TO PHB-PRINT-LINE.
043500     WRITE PRINT-RECORD FROM PHB-PRINT-LINE.
043600     MOVE "PURGED FROM THE ARCHIVE" TO PHB-PRINT-LINE.
043700     WRITE PRINT-RECORD FROM PHB-PRINT-LINE.
043800     MOVE SPACES TO PHB-PRINT-LINE.
043900     STRING "  SOURCE    RUN DATE      RECORDS  ARCHIVED ON"
044000         DELIMITED BY SIZE INTO PHB-PRINT-LINE.
044100     WRITE PRINT-RECORD FROM PHB-PRINT-LINE.
044200 1400-PRINT-HEADINGS-EXIT.
044300     EXIT.
044400*
044500******************************************************************
044600* 1410-PRINT-RETENTION
044700*     ONE LINE PER SOURCE - RETENTION PERIOD AND OLDEST RUN DATE
044800* KEPT.
044900******************************************************************
045000 1410-PRINT-RETENTION.
045100     MOVE ACT-SRC-RETAIN-MONTHS(PHB-SRC-SUB) TO PHB-RETAIN-EDITED.
045200     MOVE SPACES TO PHB-PRINT-LINE.
045300     STRING "  " PHB-SOURCE-NAME(PHB-SRC-SUB)
045400             "  RETAINED " PHB-RETAIN-EDITED " MONTHS - KEEPING "
045500             "RUN DATES FROM " PHB-SRC-CUTOFF(PHB-SRC-SUB)
045600         DELIMITED BY SIZE INTO PHB-PRINT-LINE.
045700     WRITE PRINT-RECORD FROM PHB-PRINT-LINE.
045800 1410-PRINT-RETENTION-EXIT.
045900     EXIT.
046000*
046100******************************************************************
046200* 2000-ROLL-INDEX
046300*     CARRIES ONE OLD INDEX ENTRY TO THE WORK FILE.  AN ACTIVE
046400* ENTRY COUNTS TOWARD ITS SOURCE'S ACTIVE TOTAL; ONE DATED
046500* BEFORE THE CUTOFF IS MARKED PURGED TODAY AND PRINTED.  PURGED
046600* ENTRIES ARE CARRIED AS THEY ARE.
046700******************************************************************
046800 2000-ROLL-INDEX.
046900     MOVE AIX-SOURCE TO PHB-SOURCE-IN.
047000     PERFORM 7000-SET-SOURCE-SUB THRU 7000-SET-SOURCE-SUB-EXIT.
047100     IF PHB-SRC-SUB = ZERO
047200         ADD 1 TO PHB-UNKNOWN-SOURCE-COUNT
047300         GO TO 2000-ROLL-INDEX-WRITE.
047400     IF NOT AIX-ACTIVE
047500         GO TO 2000-ROLL-INDEX-WRITE.
047600     ADD AIX-RECORD-COUNT TO PHB-SRC-IDX-ACTIVE(PHB-SRC-SUB).
047700     IF AIX-RUN-DATE < PHB-SRC-CUTOFF(PHB-SRC-SUB)
047800         SET AIX-PURGED TO TRUE
047900         MOVE PHB-RUN-DATE TO AIX-PURGED-ON
048000         ADD AIX-RECORD-COUNT TO PHB-SRC-IDX-PURGED(PHB-SRC-SUB)
048100         ADD 1 TO PHB-PURGE-DAY-COUNT
048200         PERFORM 2200-PRINT-PURGE-LINE
048300             THRU 2200-PRINT-PURGE-LINE-EXIT.
048400 2000-ROLL-INDEX-WRITE.
048500     WRITE INDEX-WORK-RECORD FROM ARCHIVE-INDEX-RECORD.
048600     ADD 1 TO PHB-INDEX-WRITTEN.
048700     PERFORM 2100-READ-INDEX THRU 2100-READ-INDEX-EXIT.
048800 2000-ROLL-INDEX-EXIT.
048900     EXIT.
049000*
049100******************************************************************
049200* 2100-READ-INDEX
049300*     READS THE NEXT OLD INDEX ENTRY AND SETS THE END-OF-FILE
049400* SWITCH WHEN THE FILE IS EXHAUSTED.
049500******************************************************************
049600 2100-READ-INDEX.
049700     READ IDXOLD-FILE
049800         AT END
049900             SET PHB-INDEX-EOF TO TRUE
050000     END-READ.
050100 2100-READ-INDEX-EXIT.
050200     EXIT.
050300*
050400******************************************************************
050500* 2200-PRINT-PURGE-LINE
050600*     PRINTS ONE PURGED SOURCE RUN DATE.
050700******************************************************************
050800 2200-PRINT-PURGE-LINE.
050900     MOVE AIX-RECORD-COUNT TO PHB-DAY-COUNT-EDITED.
051000     MOVE SPACES TO PHB-PRINT-LINE.
051100     STRING "  " PHB-SOURCE-NAME(PHB-SRC-SUB) "  " AIX-RUN-DATE
051200             "  " PHB-DAY-COUNT-EDITED "  " AIX-ARCHIVED-ON
051300         DELIMITED BY SIZE INTO PHB-PRINT-LINE.
051400     WRITE PRINT-RECORD FROM PHB-PRINT-LINE.
051500 2200-PRINT-PURGE-LINE-EXIT.
051600     EXIT.
051700*
051800******************************************************************
051900* 2900-PRINT-PURGE-TOTAL
052000*     CLOSES THE PURGE DETAIL WITH THE NUMBER OF RUN DATES PURGED.
052100******************************************************************
052200 2900-PRINT-PURGE-TOTAL.
052300     MOVE PHB-PURGE-DAY-COUNT TO PHB-DAY-COUNT-EDITED.
052400     MOVE SPACES TO PHB-PRINT-LINE.
052500     IF PHB-PURGE-DAY-COUNT = ZERO
052600         MOVE "  NOTHING PAST RETENTION" TO PHB-PRINT-LINE
052700     ELSE
052800         STRING "  RUN DATES PURGED:  " PHB-DAY-COUNT-EDITED
052900             DELIMITED BY SIZE INTO PHB-PRINT-LINE
053000     END-IF.
053100     WRITE PRINT-RECORD FROM PHB-PRINT-LINE.
053200 2900-PRINT-PURGE-TOTAL-EXIT.
053300     EXIT.
053400*
053500******************************************************************
053600* 3000-MERGE-NEXT
053700*     TAKES THE LOWEST KEY OF THE FOUR INPUTS.  THE PRIOR
053800* ARCHIVE WINS A TIE WITH A DAILY SOURCE, SO RECORDS OF ONE KEY
053900* STAY IN THE ORDER THEY WERE ARCHIVED.
054000******************************************************************
054100 3000-MERGE-NEXT.
054200     IF PHB-OLD-KEY NOT > PHB-AUD-KEY
054300        AND PHB-OLD-KEY NOT > PHB-SUP-KEY
054400        AND PHB-OLD-KEY NOT > PHB-TRL-KEY
054500         PERFORM 3100-COPY-OLD THRU 3100-COPY-OLD-EXIT
054600         GO TO 3000-MERGE-NEXT-EXIT.
054700     IF PHB-AUD-KEY NOT > PHB-SUP-KEY
054800        AND PHB-AUD-KEY NOT > PHB-TRL-KEY
054900         PERFORM 3200-ADD-AUDIT THRU 3200-ADD-AUDIT-EXIT
055000         GO TO 3000-MERGE-NEXT-EXIT.
055100     IF PHB-SUP-KEY NOT > PHB-TRL-KEY
055200         PERFORM 3300-ADD-SUPPRESS THRU 3300-ADD-SUPPRESS-EXIT
055300     ELSE
055400         PERFORM 3400-ADD-TRANSLATE THRU 3400-ADD-TRANSLATE-EXIT
055500     END-IF.
055600 3000-MERGE-NEXT-EXIT.
055700     EXIT.
055800*
055900******************************************************************
056000* 3100-COPY-OLD
056100*     KEEPS OR PURGES ONE PRIOR ARCHIVE RECORD.  A RECORD WITH AN
056200* UNKNOWN SOURCE CODE IS KEPT AND COUNTED - IT FAILS THE RUN.
056300******************************************************************
056400 3100-COPY-OLD.
056500     MOVE AOL-SOURCE TO PHB-SOURCE-IN.
056600     PERFORM 7000-SET-SOURCE-SUB THRU 7000-SET-SOURCE-SUB-EXIT.
056700     IF PHB-SRC-SUB = ZERO
056800         ADD 1 TO PHB-UNKNOWN-SOURCE-COUNT
056900         WRITE ARCHIVE-NEW-RECORD FROM ARCHIVE-OLD-RECORD
057000         GO TO 3100-COPY-OLD-NEXT.
057100     ADD 1 TO PHB-SRC-PRIOR-READ(PHB-SRC-SUB).
057200     IF AOL-RUN-DATE < PHB-SRC-CUTOFF(PHB-SRC-SUB)
057300         ADD 1 TO PHB-SRC-PURGED(PHB-SRC-SUB)
057400         GO TO 3100-COPY-OLD-NEXT.
057500     WRITE ARCHIVE-NEW-RECORD FROM ARCHIVE-OLD-RECORD.
057600     ADD 1 TO PHB-SRC-KEPT(PHB-SRC-SUB).
057700     ADD 1 TO PHB-SRC-WRITTEN(PHB-SRC-SUB).
057800 3100-COPY-OLD-NEXT.
057900     PERFORM 3110-READ-OLD THRU 3110-READ-OLD-EXIT.
058000 3100-COPY-OLD-EXIT.
058100     EXIT.
058200*
058300******************************************************************
058400* 3110-READ-OLD
058500*     READS THE NEXT PRIOR ARCHIVE RECORD INTO THE MERGE.
058600******************************************************************
058700 3110-READ-OLD.
058800     READ ARCOLD-FILE
058900         AT END
059000             MOVE HIGH-VALUES TO PHB-OLD-KEY
059100             GO TO 3110-READ-OLD-EXIT
059200     END-READ.
059300     MOVE AOL-KEY TO PHB-OLD-KEY.
059400 3110-READ-OLD-EXIT.
059500     EXIT.
059600*
059700******************************************************************
059800* 3200-ADD-AUDIT
059900*     ADDS THE CURRENT AUDIT TRAIL RECORD TO THE ARCHIVE.
060000******************************************************************
060100 3200-ADD-AUDIT.
060200     MOVE SPACES             TO ARCHIVE-RECORD.
060300     MOVE PAU-CUST-ID        TO ARC-CUST-ID.
060400     MOVE PAU-RUN-DATE       TO ARC-RUN-DATE.
060500     SET ARC-FROM-AUDIT      TO TRUE.
060600     MOVE PHB-RUN-DATE       TO ARC-ARCHIVED-ON.
060700     MOVE PHONE-AUDIT-RECORD TO ARC-SOURCE-DATA.
060800     MOVE 1 TO PHB-SRC-SUB.
060900     PERFORM 3800-WRITE-ADDED THRU 3800-WRITE-ADDED-EXIT.
061000     PERFORM 3210-READ-AUDIT THRU 3210-READ-AUDIT-EXIT.
061100 3200-ADD-AUDIT-EXIT.
061200     EXIT.
061300*
061400******************************************************************
061500* 3210-READ-AUDIT
061600*     READS AHEAD TO THE NEXT AUDIT TRAIL RECORD DUE FOR THE
061700* ARCHIVE.
061800******************************************************************
061900 3210-READ-AUDIT.
062000     MOVE "N" TO PHB-READ-DONE-SW.
062100     PERFORM 3220-READ-AUDIT-RECORD
062200         THRU 3220-READ-AUDIT-RECORD-EXIT
062300         UNTIL PHB-READ-DONE.
062400 3210-READ-AUDIT-EXIT.
062500     EXIT.
062600*
062700******************************************************************
062800* 3220-READ-AUDIT-RECORD
062900*     READS ONE AUDIT TRAIL RECORD AND SCREENS ITS RUN DATE.
063000******************************************************************
063100 3220-READ-AUDIT-RECORD.
063200     READ AUDIN-FILE
063300         AT END
063400             MOVE HIGH-VALUES TO PHB-AUD-KEY
063500             SET PHB-READ-DONE TO TRUE
063600             GO TO 3220-READ-AUDIT-RECORD-EXIT
063700     END-READ.
063800     MOVE 1 TO PHB-SRC-SUB.
063900     MOVE PAU-RUN-DATE TO PHB-DAILY-DATE.
064000     PERFORM 3900-SCREEN-DAILY-DATE
064100         THRU 3900-SCREEN-DAILY-DATE-EXIT.
064200     IF PHB-DAILY-DUE
064300         MOVE PAU-CUST-ID  TO PHB-AUD-KEY-CUST
064400         MOVE PAU-RUN-DATE TO PHB-AUD-KEY-DATE
064500         SET PHB-READ-DONE TO TRUE.
064600 3220-READ-AUDIT-RECORD-EXIT.
064700     EXIT.
064800*
064900******************************************************************
065000* 3300-ADD-SUPPRESS
065100*     ADDS THE CURRENT DNC SUPPRESSION DETAIL RECORD TO THE
065200* ARCHIVE.
065300******************************************************************
065400 3300-ADD-SUPPRESS.
065500     MOVE SPACES                TO ARCHIVE-RECORD.
065600     MOVE PSU-CUST-ID           TO ARC-CUST-ID.
065700     MOVE PSU-RUN-DATE          TO ARC-RUN-DATE.
065800     SET ARC-FROM-SUPPRESS      TO TRUE.
065900     MOVE PHB-RUN-DATE          TO ARC-ARCHIVED-ON.
066000     MOVE PHONE-SUPPRESS-RECORD TO ARC-SOURCE-DATA.
066100     MOVE 2 TO PHB-SRC-SUB.
066200     PERFORM 3800-WRITE-ADDED THRU 3800-WRITE-ADDED-EXIT.
066300     PERFORM 3310-READ-SUPPRESS THRU 3310-READ-SUPPRESS-EXIT.
066400 3300-ADD-SUPPRESS-EXIT.
066500     EXIT.
066600*
066700******************************************************************
066800* 3310-READ-SUPPRESS
066900*     READS AHEAD TO THE NEXT SUPPRESSION DETAIL RECORD DUE FOR
067000* THE ARCHIVE.
067100******************************************************************
067200 3310-READ-SUPPRESS.
067300     MOVE "N" TO PHB-READ-DONE-SW.
067400     PERFORM 3320-READ-SUPPRESS-RECORD
067500         THRU 3320-READ-SUPPRESS-RECORD-EXIT
067600         UNTIL PHB-READ-DONE.
067700 3310-READ-SUPPRESS-EXIT.
067800     EXIT.
067900*
068000******************************************************************
068100* 3320-READ-SUPPRESS-RECORD
068200*     READS ONE SUPPRESSION DETAIL RECORD AND SCREENS ITS RUN
068300* DATE.
068400******************************************************************
068500 3320-READ-SUPPRESS-RECORD.
068600     READ SUPIN-FILE
068700         AT END
068800             MOVE HIGH-VALUES TO PHB-SUP-KEY
068900             SET PHB-READ-DONE TO TRUE
069000             GO TO 3320-READ-SUPPRESS-RECORD-EXIT
069100     END-READ.
069200     MOVE 2 TO PHB-SRC-SUB.
069300     MOVE PSU-RUN-DATE TO PHB-DAILY-DATE.
069400     PERFORM 3900-SCREEN-DAILY-DATE
069500         THRU 3900-SCREEN-DAILY-DATE-EXIT.
069600     IF PHB-DAILY-DUE
069700         MOVE PSU-CUST-ID  TO PHB-SUP-KEY-CUST
069800         MOVE PSU-RUN-DATE TO PHB-SUP-KEY-DATE
069900         SET PHB-READ-DONE TO TRUE.
070000 3320-READ-SUPPRESS-RECORD-EXIT.
070100     EXIT.
070200*
070300******************************************************************
070400* 3400-ADD-TRANSLATE
070500*     ADDS THE CURRENT AREA-SPLIT TRANSLATION LOG RECORD TO THE
070600* ARCHIVE.
070700******************************************************************
070800 3400-ADD-TRANSLATE.
070900     MOVE SPACES                 TO ARCHIVE-RECORD.
071000     MOVE PTL-CUST-ID            TO ARC-CUST-ID.
071100     MOVE PTL-RUN-DATE           TO ARC-RUN-DATE.
071200     SET ARC-FROM-TRANSLATE      TO TRUE.
071300     MOVE PHB-RUN-DATE           TO ARC-ARCHIVED-ON.
071400     MOVE PHONE-TRANSLATE-RECORD TO ARC-SOURCE-DATA.
071500     MOVE 3 TO PHB-SRC-SUB.
071600     PERFORM 3800-WRITE-ADDED THRU 3800-WRITE-ADDED-EXIT.
071700     PERFORM 3410-READ-TRANSLATE THRU 3410-READ-TRANSLATE-EXIT.
071800 3400-ADD-TRANSLATE-EXIT.
071900     EXIT.
072000*
072100******************************************************************
072200* 3410-READ-TRANSLATE
072300*     READS AHEAD TO THE NEXT TRANSLATION LOG RECORD DUE FOR THE
072400* ARCHIVE.
072500******************************************************************
072600 3410-READ-TRANSLATE.
072700     MOVE "N" TO PHB-READ-DONE-SW.
072800     PERFORM 3420-READ-TRANSLATE-RECORD
072900         THRU 3420-READ-TRANSLATE-RECORD-EXIT
073000         UNTIL PHB-READ-DONE.
073100 3410-READ-TRANSLATE-EXIT.
073200     EXIT.
073300*
073400******************************************************************
073500* 3420-READ-TRANSLATE-RECORD
073600*     READS ONE TRANSLATION LOG RECORD AND SCREENS ITS RUN DATE.
073700******************************************************************
073800 3420-READ-TRANSLATE-RECORD.
073900     READ TRLIN-FILE
074000         AT END
074100             MOVE HIGH-VALUES TO PHB-TRL-KEY
074200             SET PHB-READ-DONE TO TRUE
074300             GO TO 3420-READ-TRANSLATE-RECORD-EXIT
074400     END-READ.
074500     MOVE 3 TO PHB-SRC-SUB.
074600     MOVE PTL-RUN-DATE TO PHB-DAILY-DATE.
074700     PERFORM 3900-SCREEN-DAILY-DATE
074800         THRU 3900-SCREEN-DAILY-DATE-EXIT.
074900     IF PHB-DAILY-DUE
075000         MOVE PTL-CUST-ID  TO PHB-TRL-KEY-CUST
075100         MOVE PTL-RUN-DATE TO PHB-TRL-KEY-DATE
075200         SET PHB-READ-DONE TO TRUE.
075300 3420-READ-TRANSLATE-RECORD-EXIT.
075400     EXIT.
075500*
075600******************************************************************
075700* 3800-WRITE-ADDED
075800*     WRITES THE ARCHIVE RECORD JUST BUILT FOR SOURCE PHB-SRC-SUB
075900* AND COUNTS IT AGAINST ITS SOURCE AND RUN DATE FOR THE NEW INDEX
076000* ENTRIES.
076100******************************************************************
076200 3800-WRITE-ADDED.
076300     PERFORM 3850-FIND-ADD-ENTRY THRU 3850-FIND-ADD-ENTRY-EXIT.
076400     IF PHB-ADD-OVERFLOW
076500         GO TO 3800-WRITE-ADDED-EXIT.
076600     WRITE ARCHIVE-NEW-RECORD FROM ARCHIVE-RECORD.
076700     ADD 1 TO PHB-ADD-COUNT(PHB-ADD-HIT).
076800     ADD 1 TO PHB-SRC-ADDED(PHB-SRC-SUB).
076900     ADD 1 TO PHB-SRC-WRITTEN(PHB-SRC-SUB).
077000 3800-WRITE-ADDED-EXIT.
077100     EXIT.
077200*
077300******************************************************************
077400* 3850-FIND-ADD-ENTRY
077500*     POINTS PHB-ADD-HIT AT THE TABLE ENTRY FOR THE RECORD'S
077600* SOURCE AND RUN DATE, STARTING A NEW ONE THE FIRST TIME THE PAIR
077700* IS SEEN.  A FULL TABLE STOPS THE MERGE - THE RUN CANNOT INDEX
077800* WHAT IT ADDS.
077900******************************************************************
078000 3850-FIND-ADD-ENTRY.
078100     MOVE "N" TO PHB-ADD-FOUND-SW.
078200     PERFORM 3860-MATCH-ADD-ENTRY THRU 3860-MATCH-ADD-ENTRY-EXIT
078300         VARYING PHB-ADD-SUB FROM 1 BY 1
078400         UNTIL PHB-ADD-SUB > PHB-ADD-USED
078500            OR PHB-ADD-FOUND.
078600     IF PHB-ADD-FOUND
078700         GO TO 3850-FIND-ADD-ENTRY-EXIT.
078800     IF PHB-ADD-USED NOT < PHB-ADD-MAX
078900         DISPLAY "PHARCBAT - RUN DATE TABLE FULL AT "
079000             PHB-SOURCE-NAME(PHB-SRC-SUB) " " ARC-RUN-DATE
079100         SET PHB-ADD-OVERFLOW TO TRUE
079200         GO TO 3850-FIND-ADD-ENTRY-EXIT.
079300     ADD 1 TO PHB-ADD-USED.
079400     MOVE PHB-ADD-USED TO PHB-ADD-HIT.
079500     MOVE ARC-SOURCE   TO PHB-ADD-SOURCE(PHB-ADD-HIT).
079600     MOVE ARC-RUN-DATE TO PHB-ADD-RUN-DATE(PHB-ADD-HIT).
079700     MOVE ZERO         TO PHB-ADD-COUNT(PHB-ADD-HIT).
079800 3850-FIND-ADD-ENTRY-EXIT.
079900     EXIT.
080000*
080100******************************************************************
080200* 3860-MATCH-ADD-ENTRY
080300*     COMPARES ONE TABLE ENTRY WITH THE RECORD BEING ADDED.
080400******************************************************************
080500 3860-MATCH-ADD-ENTRY.
080600     IF PHB-ADD-SOURCE(PHB-ADD-SUB) = ARC-SOURCE
080700        AND PHB-ADD-RUN-DATE(PHB-ADD-SUB) = ARC-RUN-DATE
080800         MOVE PHB-ADD-SUB TO PHB-ADD-HIT
080900         SET PHB-ADD-FOUND TO TRUE.
081000 3860-MATCH-ADD-ENTRY-EXIT.
081100     EXIT.
081200*
081300******************************************************************
081400* 3900-SCREEN-DAILY-DATE
081500*     COUNTS ONE DAILY RECORD OF SOURCE PHB-SRC-SUB AND DECIDES
081600* WHETHER ITS RUN DATE IS DUE THIS RUN - AFTER THE OLD THROUGH
081700* DATE AND NOT AFTER THE NEW ONE.
081800******************************************************************
081900 3900-SCREEN-DAILY-DATE.
082000     MOVE "N" TO PHB-DAILY-DUE-SW.
082100     ADD 1 TO PHB-SRC-DAILY-READ(PHB-SRC-SUB).
082200     IF PHB-DAILY-DATE IS NOT NUMERIC
082300         ADD 1 TO PHB-SRC-BAD-DATE(PHB-SRC-SUB)
082400         GO TO 3900-SCREEN-DAILY-DATE-EXIT.
082500     IF PHB-DAILY-DATE NOT > PHB-OLD-THROUGH
082600         ADD 1 TO PHB-SRC-ALREADY(PHB-SRC-SUB)
082700         GO TO 3900-SCREEN-DAILY-DATE-EXIT.
082800     IF PHB-DAILY-DATE > PHB-NEW-THROUGH
082900         ADD 1 TO PHB-SRC-NOT-DUE(PHB-SRC-SUB)
083000         GO TO 3900-SCREEN-DAILY-DATE-EXIT.
083100     SET PHB-DAILY-DUE TO TRUE.
083200 3900-SCREEN-DAILY-DATE-EXIT.
083300     EXIT.
083400*
083500******************************************************************
083600* 4000-WRITE-NEW-INDEX
083700*     WRITES THE INDEX ENTRY FOR ONE SOURCE RUN DATE ADDED THIS
083800* RUN.
083900******************************************************************
084000 4000-WRITE-NEW-INDEX.
084100     MOVE SPACES                       TO ARCHIVE-INDEX-RECORD.
084200     MOVE PHB-ADD-SOURCE(PHB-ADD-SUB)   TO AIX-SOURCE.
084300     MOVE PHB-ADD-RUN-DATE(PHB-ADD-SUB) TO AIX-RUN-DATE.
084400     MOVE PHB-ADD-COUNT(PHB-ADD-SUB)    TO AIX-RECORD-COUNT.
084500     MOVE PHB-RUN-DATE                 TO AIX-ARCHIVED-ON.
084600     SET AIX-ACTIVE                    TO TRUE.
084700     WRITE INDEX-WORK-RECORD FROM ARCHIVE-INDEX-RECORD.
084800     ADD 1 TO PHB-INDEX-WRITTEN.
084900 4000-WRITE-NEW-INDEX-EXIT.
085000     EXIT.
085100*
085200******************************************************************
085300* 5000-PRINT-TOTALS-HEADING
085400*     STARTS THE CONTROL TOTALS SECTION OF THE REPORT.
085500******************************************************************
085600 5000-PRINT-TOTALS-HEADING.
085700     MOVE SPACES TO PHB-PRINT-LINE.
085800     WRITE PRINT-RECORD FROM PHB-PRINT-LINE.
085900     MOVE "CONTROL TOTALS" TO PHB-PRINT-LINE.
086000     WRITE PRINT-RECORD FROM PHB-PRINT-LINE.
086100 5000-PRINT-TOTALS-HEADING-EXIT.
086200     EXIT.
086300*
086400******************************************************************
086500* 5100-CHECK-SOURCE
086600*     PRINTS ONE SOURCE'S COUNTS AND PROVES THE FIVE CONTROL
086700* TOTALS (SEE THE NOTES AT THE TOP).
086800******************************************************************
086900 5100-CHECK-SOURCE.
087000     MOVE SPACES TO PHB-PRINT-LINE.
087100     WRITE PRINT-RECORD FROM PHB-PRINT-LINE.
087200     MOVE SPACES TO PHB-PRINT-LINE.
087300     STRING "  " PHB-SOURCE-NAME(PHB-SRC-SUB)
087400         DELIMITED BY SIZE INTO PHB-PRINT-LINE.
087500     WRITE PRINT-RECORD FROM PHB-PRINT-LINE.
087600     MOVE "PRIOR ARCHIVE RECORDS READ" TO PHB-COUNT-LABEL.
087700     MOVE PHB-SRC-PRIOR-READ(PHB-SRC-SUB) TO PHB-CHECK-LEFT.
087800     PERFORM 5800-PRINT-COUNT THRU 5800-PRINT-COUNT-EXIT.
087900     MOVE "  PURGED PAST RETENTION" TO PHB-COUNT-LABEL.
088000     MOVE PHB-SRC-PURGED(PHB-SRC-SUB) TO PHB-CHECK-LEFT.
088100     PERFORM 5800-PRINT-COUNT THRU 5800-PRINT-COUNT-EXIT.
088200     MOVE "  KEPT" TO PHB-COUNT-LABEL.
088300     MOVE PHB-SRC-KEPT(PHB-SRC-SUB) TO PHB-CHECK-LEFT.
088400     PERFORM 5800-PRINT-COUNT THRU 5800-PRINT-COUNT-EXIT.
088500     MOVE "DAILY RECORDS READ" TO PHB-COUNT-LABEL.
088600     MOVE PHB-SRC-DAILY-READ(PHB-SRC-SUB) TO PHB-CHECK-LEFT.
088700     PERFORM 5800-PRINT-COUNT THRU 5800-PRINT-COUNT-EXIT.
088800     MOVE "  ALREADY ARCHIVED" TO PHB-COUNT-LABEL.
088900     MOVE PHB-SRC-ALREADY(PHB-SRC-SUB) TO PHB-CHECK-LEFT.
089000     PERFORM 5800-PRINT-COUNT THRU 5800-PRINT-COUNT-EXIT.
089100     MOVE "  NOT YET DUE" TO PHB-COUNT-LABEL.
089200     MOVE PHB-SRC-NOT-DUE(PHB-SRC-SUB) TO PHB-CHECK-LEFT.
089300     PERFORM 5800-PRINT-COUNT THRU 5800-PRINT-COUNT-EXIT.
089400     MOVE "  UNREADABLE RUN DATE - NOT ARCHIVED"
089500         TO PHB-COUNT-LABEL.
089600     MOVE PHB-SRC-BAD-DATE(PHB-SRC-SUB) TO PHB-CHECK-LEFT.
089700     PERFORM 5800-PRINT-COUNT THRU 5800-PRINT-COUNT-EXIT.
089800     MOVE "  ADDED TO THE ARCHIVE" TO PHB-COUNT-LABEL.
089900     MOVE PHB-SRC-ADDED(PHB-SRC-SUB) TO PHB-CHECK-LEFT.
090000     PERFORM 5800-PRINT-COUNT THRU 5800-PRINT-COUNT-EXIT.
090100     MOVE "NEW ARCHIVE RECORDS WRITTEN" TO PHB-COUNT-LABEL.
090200     MOVE PHB-SRC-WRITTEN(PHB-SRC-SUB) TO PHB-CHECK-LEFT.
090300     PERFORM 5800-PRINT-COUNT THRU 5800-PRINT-COUNT-EXIT.
090400     MOVE "1 PRIOR READ = LAST CONTROL COUNT" TO PHB-COUNT-LABEL.
090500     MOVE PHB-SRC-PRIOR-READ(PHB-SRC-SUB) TO PHB-CHECK-LEFT.
090600     MOVE ACT-SRC-ARCHIVE-COUNT(PHB-SRC-SUB) TO PHB-CHECK-RIGHT.
090700     PERFORM 5900-PRINT-CHECK THRU 5900-PRINT-CHECK-EXIT.
090800     MOVE "2 PRIOR READ = ACTIVE INDEX COUNT" TO PHB-COUNT-LABEL.
090900     MOVE PHB-SRC-PRIOR-READ(PHB-SRC-SUB) TO PHB-CHECK-LEFT.
091000     MOVE PHB-SRC-IDX-ACTIVE(PHB-SRC-SUB) TO PHB-CHECK-RIGHT.
091100     PERFORM 5900-PRINT-CHECK THRU 5900-PRINT-CHECK-EXIT.
091200     MOVE "3 PURGED = PURGED INDEX COUNT" TO PHB-COUNT-LABEL.
091300     MOVE PHB-SRC-PURGED(PHB-SRC-SUB) TO PHB-CHECK-LEFT.
091400     MOVE PHB-SRC-IDX-PURGED(PHB-SRC-SUB) TO PHB-CHECK-RIGHT.
091500     PERFORM 5900-PRINT-CHECK THRU 5900-PRINT-CHECK-EXIT.
091600     COMPUTE PHB-EXPECTED = PHB-SRC-PRIOR-READ(PHB-SRC-SUB)
091700                          - PHB-SRC-PURGED(PHB-SRC-SUB)
091800                          + PHB-SRC-ADDED(PHB-SRC-SUB).
091900     MOVE "4 WRITTEN = PRIOR - PURGED + ADDED" TO PHB-COUNT-LABEL.
092000     MOVE PHB-SRC-WRITTEN(PHB-SRC-SUB) TO PHB-CHECK-LEFT.
092100     MOVE PHB-EXPECTED TO PHB-CHECK-RIGHT.
092200     PERFORM 5900-PRINT-CHECK THRU 5900-PRINT-CHECK-EXIT.
092300     COMPUTE PHB-EXPECTED = PHB-SRC-ALREADY(PHB-SRC-SUB)
092400                          + PHB-SRC-NOT-DUE(PHB-SRC-SUB)
092500                          + PHB-SRC-BAD-DATE(PHB-SRC-SUB)
092600                          + PHB-SRC-ADDED(PHB-SRC-SUB).
092700     MOVE "5 DAILY READ = SUM OF DISPOSITIONS" TO PHB-COUNT-LABEL.
092800     MOVE PHB-SRC-DAILY-READ(PHB-SRC-SUB) TO PHB-CHECK-LEFT.
092900     MOVE PHB-EXPECTED TO PHB-CHECK-RIGHT.
093000     PERFORM 5900-PRINT-CHECK THRU 5900-PRINT-CHECK-EXIT.
093100 5100-CHECK-SOURCE-EXIT.
093200     EXIT.
093300*
093400******************************************************************
093500* 5800-PRINT-COUNT
093600*     PRINTS ONE LABELLED COUNT.
093700******************************************************************
093800 5800-PRINT-COUNT.
093900     MOVE PHB-CHECK-LEFT TO PHB-LEFT-EDITED.
094000     MOVE SPACES TO PHB-PRINT-LINE.
094100     STRING "    " PHB-COUNT-LABEL PHB-LEFT-EDITED
094200         DELIMITED BY SIZE INTO PHB-PRINT-LINE.
094300     WRITE PRINT-RECORD FROM PHB-PRINT-LINE.
094400 5800-PRINT-COUNT-EXIT.
094500     EXIT.
094600*
094700******************************************************************
094800* 5900-PRINT-CHECK
094900*     PRINTS ONE CONTROL TOTAL WITH BOTH SIDES AND FLAGS THE RUN
095000* WHEN THEY DIFFER.
095100******************************************************************
095200 5900-PRINT-CHECK.
095300     MOVE PHB-CHECK-LEFT  TO PHB-LEFT-EDITED.
095400     MOVE PHB-CHECK-RIGHT TO PHB-RIGHT-EDITED.
095500     IF PHB-CHECK-LEFT = PHB-CHECK-RIGHT
095600         MOVE "OK" TO PHB-CHECK-RESULT
095700     ELSE
095800         MOVE "*** OUT OF BALANCE ***" TO PHB-CHECK-RESULT
095900         SET PHB-OUT-OF-BALANCE TO TRUE
096000     END-IF.
096100     MOVE SPACES TO PHB-PRINT-LINE.
096200     STRING "    CHECK " PHB-COUNT-LABEL PHB-LEFT-EDITED "  "
096300             PHB-RIGHT-EDITED "  " PHB-CHECK-RESULT
096400         DELIMITED BY SIZE INTO PHB-PRINT-LINE.
096500     WRITE PRINT-RECORD FROM PHB-PRINT-LINE.
096600 5900-PRINT-CHECK-EXIT.
096700     EXIT.
096800*
096900******************************************************************
097000* 6000-WRITE-CONTROL
097100*     WRITES THE NEW CONTROL RECORD - THE NEW THROUGH DATE, THE
097200* RUN DATE, AND EACH SOURCE'S CUTOFF AND ARCHIVE COUNT.
097300* RETENTION PERIODS ARE CARRIED AS THEY ARE.
097400******************************************************************
097500 6000-WRITE-CONTROL.
097600     MOVE PHB-NEW-THROUGH TO ACT-THROUGH-DATE.
097700     MOVE PHB-RUN-DATE    TO ACT-LAST-RUN-DATE.
097800     PERFORM 6100-SET-CONTROL-SOURCE
097900         THRU 6100-SET-CONTROL-SOURCE-EXIT
098000         VARYING PHB-SRC-SUB FROM 1 BY 1
098100         UNTIL PHB-SRC-SUB > 3.
098200     WRITE CONTROL-NEW-RECORD FROM ARCHIVE-CONTROL-RECORD.
098300 6000-WRITE-CONTROL-EXIT.
098400     EXIT.
098500*
098600******************************************************************
098700* 6100-SET-CONTROL-SOURCE
098800*     UPDATES ONE SOURCE ENTRY OF THE CONTROL RECORD.
098900******************************************************************
099000 6100-SET-CONTROL-SOURCE.
099100     MOVE PHB-SRC-CUTOFF(PHB-SRC-SUB)
099200         TO ACT-SRC-CUTOFF(PHB-SRC-SUB).
099300     MOVE PHB-SRC-WRITTEN(PHB-SRC-SUB)
099400         TO ACT-SRC-ARCHIVE-COUNT(PHB-SRC-SUB).
099500 6100-SET-CONTROL-SOURCE-EXIT.
099600     EXIT.
099700*
099800******************************************************************
099900* 7000-SET-SOURCE-SUB
100000*     SETS PHB-SRC-SUB FROM THE SOURCE CODE IN PHB-SOURCE-IN -
100100* ZERO WHEN THE CODE IS NOT ONE OF THE THREE.
100200******************************************************************
100300 7000-SET-SOURCE-SUB.
100400     EVALUATE PHB-SOURCE-IN
100500         WHEN "A"
100600             MOVE 1 TO PHB-SRC-SUB
100700         WHEN "S"
100800             MOVE 2 TO PHB-SRC-SUB
100900         WHEN "T"
101000             MOVE 3 TO PHB-SRC-SUB
101100         WHEN OTHER
101200             MOVE ZERO TO PHB-SRC-SUB
101300     END-EVALUATE.
101400 7000-SET-SOURCE-SUB-EXIT.
101500     EXIT.
101600*
101700******************************************************************
101800* 9000-TERMINATE
101900*     CLOSES THE FILES AND DISPLAYS THE RUN TOTALS.  A BAD
102000* CONTROL RECORD, A FULL RUN DATE TABLE, AN UNKNOWN SOURCE CODE OR
102100* A FAILED CONTROL TOTAL ENDS THE STEP RC=8, AND A MONTH ALREADY
102200* ARCHIVED RC=4, SO THE JOB'S COND= LOGIC KEEPS THE ARCHIVE IT
102300* HAS.
102400******************************************************************
102500 9000-TERMINATE.
102600     IF PHB-CONTROL-ERROR
102700         CLOSE ARCCTL-FILE
102800         DISPLAY "PHARCBAT - CONTROL RECORD REJECTED - NOT RUN"
102900         MOVE 8 TO RETURN-CODE
103000         GO TO 9000-TERMINATE-EXIT.
103100     IF PHB-NOTHING-DUE
103200         CLOSE ARCCTL-FILE
103300         DISPLAY "PHARCBAT - ALREADY ARCHIVED THROUGH "
103400             PHB-OLD-THROUGH " - NOTHING DUE"
103500         MOVE 4 TO RETURN-CODE
103600         GO TO 9000-TERMINATE-EXIT.
103700     CLOSE ARCCTL-FILE
103800           ARCOLD-FILE
103900           IDXOLD-FILE
104000           AUDIN-FILE
104100           SUPIN-FILE
104200           TRLIN-FILE
104300           ARCNEW-FILE
104400           IDXWORK-FILE
104500           CTLNEW-FILE
104600           ARCRPT-FILE.
104700     PERFORM 9100-DISPLAY-SOURCE THRU 9100-DISPLAY-SOURCE-EXIT
104800         VARYING PHB-SRC-SUB FROM 1 BY 1
104900         UNTIL PHB-SRC-SUB > 3.
105000     DISPLAY "PHARCBAT - RUN DATES PURGED: " PHB-PURGE-DAY-COUNT.
105100     DISPLAY "PHARCBAT - RUN DATES ADDED:  " PHB-ADD-USED.
105200     DISPLAY "PHARCBAT - INDEX ENTRIES:    " PHB-INDEX-WRITTEN.
105300     DISPLAY "PHARCBAT - UNKNOWN SOURCES:  "
105400         PHB-UNKNOWN-SOURCE-COUNT.
105500     IF PHB-ADD-OVERFLOW
105600        OR PHB-OUT-OF-BALANCE
105700        OR PHB-UNKNOWN-SOURCE-COUNT > ZERO
105800         DISPLAY "PHARCBAT - ARCHIVE REJECTED - ARCHIVE NOT "
105900             "REPLACED"
106000         MOVE 8 TO RETURN-CODE.
106100 9000-TERMINATE-EXIT.
106200     EXIT.
106300*
106400******************************************************************
106500* 9100-DISPLAY-SOURCE
106600*     DISPLAYS ONE SOURCE'S ADDED, PURGED AND ARCHIVE TOTALS.
106700******************************************************************
106800 9100-DISPLAY-SOURCE.
106900     DISPLAY "PHARCBAT - " PHB-SOURCE-NAME(PHB-SRC-SUB)
107000         " ADDED:    " PHB-SRC-ADDED(PHB-SRC-SUB).
107100     DISPLAY "PHARCBAT - " PHB-SOURCE-NAME(PHB-SRC-SUB)
107200         " PURGED:   " PHB-SRC-PURGED(PHB-SRC-SUB).
107300     DISPLAY "PHARCBAT - " PHB-SOURCE-NAME(PHB-SRC-SUB)
107400         " ARCHIVE:  " PHB-SRC-WRITTEN(PHB-SRC-SUB).
107500 9100-DISPLAY-SOURCE-EXIT.
107600     EXIT.
107700*
107800 END PROGRAM PHARCBAT.
