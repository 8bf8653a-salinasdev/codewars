000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    PHREFUPD.
000300 AUTHOR.        D. SALINAS.
000400 INSTALLATION.  CUSTOMER STATEMENTS - DATA CONTROL.
000500 DATE-WRITTEN.  2025-04-25.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900* DATE       INIT  DESCRIPTION
001000*----------  ----  -----------------------------------------------
001100* 2025-04-25  DS   ORIGINAL PROGRAM.  FRONT END FOR THE NPAREF AND
001200*                  AREASPLT TABLE MAINTENANCE JOBS (NPAUPJOB,
001300*                  ASPUPJOB), WHICH USED TO BE A HAND-RUN IEBGENER
001400*                  OVER THE PRODUCTION TABLE.  CHECKS THE STAGED
001500*                  REPLACEMENT TABLE FIELD BY FIELD AND AGAINST
001600*                  THE PHFMTBAT IN-STORAGE TABLE LIMIT, COMPARES
001700*                  IT RECORD BY RECORD WITH THE TABLE IT
001800*                  REPLACES, AND WHEN ANYTHING DIFFERS STAMPS THE
001900*                  TABLE'S SLOT OF THE RUN-CONTROL RECORD
002000*                  (PHONECTL) SO THE NEXT NIGHTLY PHFMTBAT RUN
002100*                  FORCES ITSELF FULL.  RC=8 WHEN THE STAGED
002200*                  TABLE IS REJECTED - THE JOB'S COND= LOGIC THEN
002300*                  SKIPS THE COPY STEP AND PRODUCTION IS LEFT
002400*                  ALONE.
002500*-----------------------------------------------------------------
002600*
002700* THE EXEC PARM NAMES THE TABLE - "NPAREF" OR "AREASPLT".  ONLY
002800* THAT TABLE'S OLD/NEW DD PAIR IS OPENED, SO EACH JOB ALLOCATES
002900* JUST THE TWO IT NEEDS.  THE COMPARE IS POSITIONAL: DATA CONTROL
003000* EDITS THE TABLE IN PLACE, SO AN INSERTED LINE SHOWS AS EVERY
003100* FOLLOWING LINE DIFFERING.  THE COUNT IS ONLY FOR THE RUN LOG -
003200* ONE DIFFERENCE OR A HUNDRED, THE STAMP IS THE SAME.
003300*
003400* THE STAMP IS WRITTEN BEFORE THE COPY STEP INSTALLS THE TABLE.
003500* A COPY THAT THEN FAILS COSTS ONE UNNECESSARY FULL RUN; THE
003600* OTHER ORDER COULD LEAVE A CHANGED TABLE WITH NO STAMP.
003700*-----------------------------------------------------------------
003800 ENVIRONMENT DIVISION.
003900 CONFIGURATION SECTION.
004000 SOURCE-COMPUTER.   IBM-370.
004100 OBJECT-COMPUTER.   IBM-370.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT OLDNPA-FILE    ASSIGN TO OLDNPA
004500                           ORGANIZATION IS SEQUENTIAL.
004600     SELECT NEWNPA-FILE    ASSIGN TO NEWNPA
004700                           ORGANIZATION IS SEQUENTIAL.
004800     SELECT OLDASP-FILE    ASSIGN TO OLDASP
004900                           ORGANIZATION IS SEQUENTIAL.
005000     SELECT NEWASP-FILE    ASSIGN TO NEWASP
005100                           ORGANIZATION IS SEQUENTIAL.
005200     SELECT RUNCTL-FILE    ASSIGN TO RUNCTL
005300                           ORGANIZATION IS SEQUENTIAL
005400                           FILE STATUS IS PHB-CTL-STATUS.
005500*
005600 DATA DIVISION.
005700 FILE SECTION.
005800 FD  OLDNPA-FILE
005900     RECORDING MODE IS F.
006000 01  OLD-NPA-RECORD             PIC X(20).
006100*
006200 FD  NEWNPA-FILE
006300     RECORDING MODE IS F.
006400 COPY NPAREF.
006500*
006600 FD  OLDASP-FILE
006700     RECORDING MODE IS F.
006800 01  OLD-ASP-RECORD             PIC X(40).
006900*
007000 FD  NEWASP-FILE
007100     RECORDING MODE IS F.
007200 COPY AREASPLT.
007300*
007400 FD  RUNCTL-FILE
007500     RECORDING MODE IS F.
007600 COPY PHONECTL.
007700*
007800 WORKING-STORAGE SECTION.
007900 77  PHB-TABLE-SW               PIC X(01)  VALUE SPACE.
008000     88  PHB-TABLE-NPAREF                  VALUE "N".
008100     88  PHB-TABLE-AREASPLT                VALUE "A".
008200 77  PHB-OLD-EOF-SW             PIC X(01)  VALUE "N".
008300     88  PHB-OLD-EOF                       VALUE "Y".
008400 77  PHB-NEW-EOF-SW             PIC X(01)  VALUE "N".
008500     88  PHB-NEW-EOF                       VALUE "Y".
008600 77  PHB-OLD-COUNT              PIC 9(07)  VALUE ZERO.
008700 77  PHB-NEW-COUNT              PIC 9(07)  VALUE ZERO.
008800 77  PHB-DIFF-COUNT             PIC 9(07)  VALUE ZERO.
008900 77  PHB-INVALID-COUNT          PIC 9(07)  VALUE ZERO.
009000 77  PHB-TABLE-LIMIT            PIC 9(07)  VALUE ZERO.
009100 77  PHB-CTL-STATUS             PIC X(02)  VALUE SPACES.
009200 77  PHB-STAMP-DATE             PIC X(08)  VALUE SPACES.
009300 77  PHB-STAMP-TIME             PIC X(08)  VALUE SPACES.
009400 77  PHB-INVALID-REASON         PIC X(30)  VALUE SPACES.
009500*-----------------------------------------------------------------
009600* THE RECORD EACH SIDE CURRENTLY STANDS ON, HIGH-VALUES AT END OF
009700* FILE SO A TABLE THAT GREW OR SHRANK COUNTS ITS EXTRA LINES AS
009800* DIFFERENCES.  40 BYTES HOLDS EITHER TABLE'S RECORD.
009900*-----------------------------------------------------------------
010000 77  PHB-OLD-IMAGE              PIC X(40)  VALUE SPACES.
010100 77  PHB-NEW-IMAGE              PIC X(40)  VALUE SPACES.
010200*
010300 LINKAGE SECTION.
010400*-----------------------------------------------------------------
010500* EXEC PARM - THE TABLE BEING REPLACED, "NPAREF" OR "AREASPLT".
010600*-----------------------------------------------------------------
010700 01  PHB-PARM.
010800     05  PHB-PARM-LENGTH        PIC S9(04) COMP.
010900     05  PHB-PARM-DATA          PIC X(08).
011000*
011100 PROCEDURE DIVISION USING PHB-PARM.
011200*
011300 0000-MAINLINE.
011400     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
011500     IF PHB-TABLE-SW = SPACE
011600         GOBACK.
011700     PERFORM 2000-COMPARE-ENTRY THRU 2000-COMPARE-ENTRY-EXIT
011800         UNTIL PHB-OLD-EOF AND PHB-NEW-EOF.
011900     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
012000     GOBACK.
012100*
012200******************************************************************
012300* 1000-INITIALIZE
012400*     WORKS OUT WHICH TABLE THE PARM NAMES, OPENS ITS OLD AND NEW
012500* DATA SETS AND PRIMES BOTH SIDES OF THE COMPARE.  THE TABLE
012600* LIMIT IS THE SIZE OF THE PHFMTBAT IN-STORAGE TABLE - ENTRIES
012700* PAST IT WOULD BE SILENTLY IGNORED THERE.  AN UNKNOWN PARM
012800* OPENS NOTHING AND ENDS THE STEP RC=12.
012900******************************************************************
013000 1000-INITIALIZE.
013100     IF PHB-PARM-LENGTH = 6
013200        AND PHB-PARM-DATA(1:6) = "NPAREF"
013300         SET PHB-TABLE-NPAREF TO TRUE
013400         MOVE 500 TO PHB-TABLE-LIMIT
013500     END-IF.
013600     IF PHB-PARM-LENGTH = 8
013700        AND PHB-PARM-DATA = "AREASPLT"
013800         SET PHB-TABLE-AREASPLT TO TRUE
013900         MOVE 100 TO PHB-TABLE-LIMIT
014000     END-IF.
014100     IF PHB-TABLE-SW = SPACE
014200         DISPLAY "PHREFUPD - *** PARM MUST BE NPAREF OR AREASPLT"
014300         MOVE 12 TO RETURN-CODE
014400         GO TO 1000-INITIALIZE-EXIT.
014500     DISPLAY "PHREFUPD - TABLE:             "
014600         PHB-PARM-DATA(1:PHB-PARM-LENGTH).
014700     IF PHB-TABLE-NPAREF
014800         OPEN INPUT OLDNPA-FILE
014900         OPEN INPUT NEWNPA-FILE
015000     ELSE
015100         OPEN INPUT OLDASP-FILE
015200         OPEN INPUT NEWASP-FILE
015300     END-IF.
015400     PERFORM 2100-READ-OLD THRU 2100-READ-OLD-EXIT.
015500     PERFORM 2200-READ-NEW THRU 2200-READ-NEW-EXIT.
015600 1000-INITIALIZE-EXIT.
015700     EXIT.
015800*
015900******************************************************************
016000* 2000-COMPARE-ENTRY
016100*     COMPARES THE CURRENT OLD AND NEW RECORDS AND STEPS BOTH
016200* SIDES FORWARD.  A SIDE ALREADY AT END OF FILE STAYS THERE.
016300******************************************************************
016400 2000-COMPARE-ENTRY.
016500     IF PHB-OLD-IMAGE NOT = PHB-NEW-IMAGE
016600         ADD 1 TO PHB-DIFF-COUNT
016700     END-IF.
016800     IF NOT PHB-OLD-EOF
016900         PERFORM 2100-READ-OLD THRU 2100-READ-OLD-EXIT
017000     END-IF.
017100     IF NOT PHB-NEW-EOF
017200         PERFORM 2200-READ-NEW THRU 2200-READ-NEW-EXIT
017300     END-IF.
017400 2000-COMPARE-ENTRY-EXIT.
017500     EXIT.
017600*
017700******************************************************************
017800* 2100-READ-OLD
017900*     READS THE NEXT RECORD OF THE TABLE BEING REPLACED INTO THE
018000* OLD COMPARE IMAGE.
018100******************************************************************
018200 2100-READ-OLD.
018300     MOVE SPACES TO PHB-OLD-IMAGE.
018400     IF PHB-TABLE-NPAREF
018500         READ OLDNPA-FILE
018600             AT END
018700                 SET PHB-OLD-EOF TO TRUE
018800             NOT AT END
018900                 MOVE OLD-NPA-RECORD TO PHB-OLD-IMAGE
019000         END-READ
019100     ELSE
019200         READ OLDASP-FILE
019300             AT END
019400                 SET PHB-OLD-EOF TO TRUE
019500             NOT AT END
019600                 MOVE OLD-ASP-RECORD TO PHB-OLD-IMAGE
019700         END-READ
019800     END-IF.
019900     IF PHB-OLD-EOF
020000         MOVE HIGH-VALUES TO PHB-OLD-IMAGE
020100     ELSE
020200         ADD 1 TO PHB-OLD-COUNT
020300     END-IF.
020400 2100-READ-OLD-EXIT.
020500     EXIT.
020600*
020700******************************************************************
020800* 2200-READ-NEW
020900*     READS THE NEXT RECORD OF THE STAGED REPLACEMENT INTO THE NEW
021000* COMPARE IMAGE AND CHECKS ITS FIELDS.
021100******************************************************************
021200 2200-READ-NEW.
021300     MOVE SPACES TO PHB-NEW-IMAGE.
021400     IF PHB-TABLE-NPAREF
021500         READ NEWNPA-FILE
021600             AT END
021700                 SET PHB-NEW-EOF TO TRUE
021800             NOT AT END
021900                 MOVE NPA-REFERENCE-RECORD TO PHB-NEW-IMAGE
022000         END-READ
022100     ELSE
022200         READ NEWASP-FILE
022300             AT END
022400                 SET PHB-NEW-EOF TO TRUE
022500             NOT AT END
022600                 MOVE AREA-SPLIT-RECORD TO PHB-NEW-IMAGE
022700         END-READ
022800     END-IF.
022900     IF PHB-NEW-EOF
023000         MOVE HIGH-VALUES TO PHB-NEW-IMAGE
023100         GO TO 2200-READ-NEW-EXIT.
023200     ADD 1 TO PHB-NEW-COUNT.
023300     IF PHB-TABLE-NPAREF
023400         PERFORM 2300-CHECK-NPAREF THRU 2300-CHECK-NPAREF-EXIT
023500     ELSE
023600         PERFORM 2400-CHECK-AREASPLT THRU 2400-CHECK-AREASPLT-EXIT
023700     END-IF.
023800 2200-READ-NEW-EXIT.
023900     EXIT.
024000*
024100******************************************************************
024200* 2300-CHECK-NPAREF
024300*     A REFERENCE ENTRY NEEDS A NUMERIC AREA CODE, A STATE AND A
024400* TIME-ZONE CODE - A BLANK ZONE WOULD SHIP ON THE MARKETING
024500* EXTRACT AS IF IT WERE KNOWN.
024600******************************************************************
024700 2300-CHECK-NPAREF.
024800     MOVE SPACES TO PHB-INVALID-REASON.
024900     EVALUATE TRUE
025000         WHEN NPA-AREA-CODE NOT NUMERIC
025100             MOVE "AREA CODE NOT NUMERIC" TO PHB-INVALID-REASON
025200         WHEN NPA-STATE = SPACES
025300             MOVE "STATE BLANK"           TO PHB-INVALID-REASON
025400         WHEN NPA-TIME-ZONE = SPACES
025500             MOVE "TIME ZONE BLANK"       TO PHB-INVALID-REASON
025600         WHEN OTHER
025700             CONTINUE
025800     END-EVALUATE.
025900     IF PHB-INVALID-REASON NOT = SPACES
026000         PERFORM 2900-REPORT-INVALID THRU 2900-REPORT-INVALID-EXIT
026100     END-IF.
026200 2300-CHECK-NPAREF-EXIT.
026300     EXIT.
026400*
026500******************************************************************
026600* 2400-CHECK-AREASPLT
026700*     A TRANSLATION RULE NEEDS NUMERIC AREA CODES AND EXCHANGE
026800* BOUNDS IN ORDER, A NEW AREA CODE THAT ACTUALLY DIFFERS FROM THE
026900* OLD ONE, AND A NUMERIC EFFECTIVE DATE - PHFMTBAT COMPARES THAT
027000* DATE WITH THE RUN DATE AS TEXT.
027100******************************************************************
027200 2400-CHECK-AREASPLT.
027300     MOVE SPACES TO PHB-INVALID-REASON.
027400     EVALUATE TRUE
027500         WHEN ASP-OLD-AREA-CODE NOT NUMERIC
027600             MOVE "OLD AREA CODE NOT NUMERIC"
027700                 TO PHB-INVALID-REASON
027800         WHEN ASP-NEW-AREA-CODE NOT NUMERIC
027900             MOVE "NEW AREA CODE NOT NUMERIC"
028000                 TO PHB-INVALID-REASON
028100         WHEN ASP-NEW-AREA-CODE = ASP-OLD-AREA-CODE
028200             MOVE "NEW AREA CODE SAME AS OLD"
028300                 TO PHB-INVALID-REASON
028400         WHEN ASP-EXCH-LOW NOT NUMERIC
028500            OR ASP-EXCH-HIGH NOT NUMERIC
028600             MOVE "EXCHANGE RANGE NOT NUMERIC"
028700                 TO PHB-INVALID-REASON
028800         WHEN ASP-EXCH-LOW > ASP-EXCH-HIGH
028900             MOVE "EXCHANGE RANGE REVERSED" TO PHB-INVALID-REASON
029000         WHEN ASP-EFF-DATE NOT NUMERIC
029100             MOVE "EFFECTIVE DATE NOT NUMERIC"
029200                 TO PHB-INVALID-REASON
029300         WHEN OTHER
029400             CONTINUE
029500     END-EVALUATE.
029600     IF PHB-INVALID-REASON NOT = SPACES
029700         PERFORM 2900-REPORT-INVALID THRU 2900-REPORT-INVALID-EXIT
029800     END-IF.
029900 2400-CHECK-AREASPLT-EXIT.
030000     EXIT.
030100*
030200******************************************************************
030300* 2900-REPORT-INVALID
030400*     COUNTS ONE REJECTED STAGED RECORD AND LOGS ITS POSITION, THE
030500* REASON AND THE RECORD ITSELF SO DATA CONTROL CAN FIND IT.
030600******************************************************************
030700 2900-REPORT-INVALID.
030800     ADD 1 TO PHB-INVALID-COUNT.
030900     DISPLAY "PHREFUPD - INVALID RECORD " PHB-NEW-COUNT ": "
031000         PHB-INVALID-REASON.
031100     DISPLAY "PHREFUPD -   " PHB-NEW-IMAGE.
031200 2900-REPORT-INVALID-EXIT.
031300     EXIT.
031400*
031500******************************************************************
031600* 9000-TERMINATE
031700*     CLOSES THE TABLE FILES, DISPLAYS THE RUN TOTALS AND DECIDES.
031800* ANY INVALID RECORD, A TABLE PAST THE PHFMTBAT LIMIT, OR AN
031900* EMPTY NPAREF (EVERY MARKETING LINE WOULD SHIP TIME-ZONE UNKNOWN)
032000* REJECTS THE STAGED TABLE, RC=8.  OTHERWISE ANY DIFFERENCE
032100* STAMPS THE RUN-CONTROL RECORD.  AN EMPTY AREASPLT IS VALID -
032200* NO REALIGNMENT IN EFFECT.
032300******************************************************************
032400 9000-TERMINATE.
032500     IF PHB-TABLE-NPAREF
032600         CLOSE OLDNPA-FILE
032700         CLOSE NEWNPA-FILE
032800     ELSE
032900         CLOSE OLDASP-FILE
033000         CLOSE NEWASP-FILE
033100     END-IF.
033200     DISPLAY "PHREFUPD - CURRENT RECORDS:   " PHB-OLD-COUNT.
033300     DISPLAY "PHREFUPD - STAGED RECORDS:    " PHB-NEW-COUNT
033400         " LIMIT " PHB-TABLE-LIMIT.
033500     DISPLAY "PHREFUPD - RECORDS DIFFERING: " PHB-DIFF-COUNT.
033600     DISPLAY "PHREFUPD - INVALID RECORDS:   " PHB-INVALID-COUNT.
033700     EVALUATE TRUE
033800         WHEN PHB-INVALID-COUNT > ZERO
033900         WHEN PHB-NEW-COUNT > PHB-TABLE-LIMIT
034000         WHEN PHB-TABLE-NPAREF AND PHB-NEW-COUNT = ZERO
034100             DISPLAY "PHREFUPD - *** STAGED TABLE REJECTED - "
034200                 "PRODUCTION TABLE NOT REPLACED"
034300             MOVE 8 TO RETURN-CODE
034400         WHEN PHB-DIFF-COUNT > ZERO
034500             PERFORM 9100-STAMP-RUN-CONTROL
034600                 THRU 9100-STAMP-RUN-CONTROL-EXIT
034700         WHEN OTHER
034800             DISPLAY "PHREFUPD - NO CHANGE - "
034900                 "RUN CONTROL NOT STAMPED"
035000     END-EVALUATE.
035100 9000-TERMINATE-EXIT.
035200     EXIT.
035300*
035350******************************************************************
035400* 9100-STAMP-RUN-CONTROL
035450*     READS THE ONE RUN-CONTROL RECORD (AN EMPTY FILE MEANS NO JOB
035500* HAS STAMPED IT YET), REPLACES THE SLOT OF THE TABLE BEING
035550* REPLACED WITH THE CURRENT DATE AND TIME AND WRITES THE RECORD
035600* BACK.  EVERY OTHER SLOT IS LEFT AS READ.
035650*     A RUN-CONTROL FILE THAT IS NOT THERE YET (STATUS 35) ALSO
035700* STARTS A FRESH RECORD.  ANY OTHER BAD STATUS ON THE READ OR THE
035750* WRITE IS DISPLAYED AND ENDS THE STEP RC=12 WITHOUT STAMPING -
035800* THE RECORD IS NOT REWRITTEN FROM A PARTIAL READ, SO THE OTHER
035850* JOBS' SLOTS ARE NEVER BLANKED.  FIX RUNCTL AND RERUN THIS JOB -
035900* THE JOB DOES NOT COPY THE NEW TABLE IN ON RC=12.
035950******************************************************************
036000 9100-STAMP-RUN-CONTROL.
036050     MOVE SPACES TO RUN-CONTROL-RECORD.
036100     OPEN INPUT RUNCTL-FILE.
036150     IF PHB-CTL-STATUS = "35"
036200         GO TO 9100-STAMP-RUN-CONTROL-SET.
036250     IF PHB-CTL-STATUS NOT = "00"
036300         DISPLAY "PHREFUPD - RUN CONTROL OPEN:  " PHB-CTL-STATUS
036350         GO TO 9100-STAMP-RUN-CONTROL-FAIL.
036400     READ RUNCTL-FILE
036450         AT END
036500             MOVE SPACES TO RUN-CONTROL-RECORD
036550     END-READ.
036600     IF PHB-CTL-STATUS NOT = "00"
036650        AND PHB-CTL-STATUS NOT = "10"
036700         DISPLAY "PHREFUPD - RUN CONTROL READ:  " PHB-CTL-STATUS
036750         CLOSE RUNCTL-FILE
036800         GO TO 9100-STAMP-RUN-CONTROL-FAIL.
036850     CLOSE RUNCTL-FILE.
036900 9100-STAMP-RUN-CONTROL-SET.
036950     ACCEPT PHB-STAMP-DATE FROM DATE YYYYMMDD.
037000     ACCEPT PHB-STAMP-TIME FROM TIME.
037050     IF PHB-TABLE-NPAREF
037100         MOVE PHB-STAMP-DATE       TO PCT-NPAREF-DATE
037150         MOVE PHB-STAMP-TIME(1:6)  TO PCT-NPAREF-TIME
037200     ELSE
037250         MOVE PHB-STAMP-DATE       TO PCT-SPLIT-DATE
037300         MOVE PHB-STAMP-TIME(1:6)  TO PCT-SPLIT-TIME
037350     END-IF.
037400     OPEN OUTPUT RUNCTL-FILE.
037450     IF PHB-CTL-STATUS NOT = "00"
037500         DISPLAY "PHREFUPD - RUN CONTROL OPEN:  " PHB-CTL-STATUS
037550         GO TO 9100-STAMP-RUN-CONTROL-FAIL.
037600     WRITE RUN-CONTROL-RECORD.
037650     IF PHB-CTL-STATUS NOT = "00"
037700         DISPLAY "PHREFUPD - RUN CONTROL WRITE: " PHB-CTL-STATUS
037750         CLOSE RUNCTL-FILE
037800         GO TO 9100-STAMP-RUN-CONTROL-FAIL.
037850     CLOSE RUNCTL-FILE.
037900     DISPLAY "PHREFUPD - RUN CONTROL STAMP: " PHB-STAMP-DATE " "
037950         PHB-STAMP-TIME(1:6).
038000     GO TO 9100-STAMP-RUN-CONTROL-EXIT.
038050 9100-STAMP-RUN-CONTROL-FAIL.
038100     DISPLAY "PHREFUPD - *** RUN CONTROL NOT STAMPED - "
038150         "FIX RUNCTL AND RERUN THIS JOB".
038200     MOVE 12 TO RETURN-CODE.
038250 9100-STAMP-RUN-CONTROL-EXIT.
038300     EXIT.
038700*
038800 END PROGRAM PHREFUPD.
