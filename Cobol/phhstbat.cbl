002200*                  RECORD THAT IS MISSING OR STILL MARKED
002300*                  INCOMPLETE FAILS THE STEP WITH RC=8 - THERE
002400*                  IS NOTHING TRUSTWORTHY TO APPEND.
002410* 2025-04-18  DS   RECORDS A KEY-RANGE PARTITIONED RUN AS ONE
002420*                  RUN.  THE PHONERST DD IS A CONCATENATION OF
002430*                  EVERY PARTITION'S CHECKPOINT; THE COUNTERS
002440*                  ARE SUMMED INTO ONE HISTORY RECORD.  EVERY
002450*                  PARTITION MUST BE COMPLETE AND CARRY THE SAME
002460*                  RUN DATE, OR NOTHING IS APPENDED (RC=8).  THE
002470*                  RUN IS RECORDED DELTA ONLY WHEN EVERY
002480*                  PARTITION RAN DELTA.
002484* 2025-04-25  DS   CARRIES THE FORCED-FULL REASON LETTERS FROM
002488*                  PHONERST TO THE NEW PRH-FORCE-REASONS FIELD -
002492*                  A LETTER SET BY ANY PARTITION IS SET ON THE
002494*                  HISTORY RECORD.
002495* 2025-06-06  DS   SUMS THE NEW PHONERST NO-ANSWER SKIP COUNTER
002496*                  INTO PRH-NOANS-SKIP-COUNT.
002497* 2025-06-27  DS   MERGES THE TWO NEW NO-ANSWER REASON LETTERS AND
002498*                  WRITES THEM TO PRH-FORCE-REASONS-NOA.
002500*-----------------------------------------------------------------
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
004900 77  PHB-RST-STATUS             PIC X(02)  VALUE SPACES.
005000 77  PHB-RST-FOUND-SW           PIC X(01)  VALUE "N".
005100     88  PHB-RST-FOUND                     VALUE "Y".
005103 77  PHB-RST-EOF-SW             PIC X(01)  VALUE "N".
005106     88  PHB-RST-EOF                       VALUE "Y".
005109 77  PHB-RST-BAD-SW             PIC X(01)  VALUE "N".
005112     88  PHB-RST-BAD                       VALUE "Y".
005115 77  PHB-PART-READ              PIC 9(02)  VALUE ZERO.
005116 77  PHB-RSN-IX                 PIC 9(02)  COMP VALUE ZERO.
005118*-----------------------------------------------------------------
005121* RUN TOTALS - THE SUM OF EVERY PARTITION'S PHONERST COUNTERS.
005124*-----------------------------------------------------------------
005127 01  PHB-RUN-TOTALS.
005130     05  PHB-TOT-RUN-DATE       PIC X(08)  VALUE SPACES.
005133     05  PHB-TOT-RUN-MODE       PIC X(01)  VALUE "D".
005136     05  PHB-TOT-RECORD-COUNT   PIC 9(07)  VALUE ZERO.
005139     05  PHB-TOT-REJECT-COUNT   PIC 9(07)  VALUE ZERO.
005142     05  PHB-TOT-SUPPRESS-COUNT PIC 9(07)  VALUE ZERO.
005145     05  PHB-TOT-DNC-ERROR-COUNT
005148                                PIC 9(07)  VALUE ZERO.
005151     05  PHB-TOT-ORPHAN-COUNT   PIC 9(07)  VALUE ZERO.
005154     05  PHB-TOT-MKT-CAND-COUNT PIC 9(07)  VALUE ZERO.
005157     05  PHB-TOT-CARRY-NUM-COUNT
005160                                PIC 9(07)  VALUE ZERO.
005163     05  PHB-TOT-CARRY-OUT-COUNT
005166                                PIC 9(07)  VALUE ZERO.
005169     05  PHB-TOT-CARRY-MKT-COUNT
005172                                PIC 9(07)  VALUE ZERO.
005175     05  PHB-TOT-TRANSLATE-COUNT
005178                                PIC 9(07)  VALUE ZERO.
005181     05  PHB-TOT-CONSENT-REV-COUNT
005184                                PIC 9(07)  VALUE ZERO.
005187     05  PHB-TOT-CNS-ERROR-COUNT
005190                                PIC 9(07)  VALUE ZERO.
005193     05  PHB-TOT-TZ-UNKNOWN-COUNT
005194                                PIC 9(07)  VALUE ZERO.
005195     05  PHB-TOT-NOANS-SKIP-COUNT
005196                                PIC 9(07)  VALUE ZERO.
005198     05  PHB-TOT-FORCE-REASONS  PIC X(10)  VALUE SPACES.
005200*
005300 LINKAGE SECTION.
005400*
005700 0000-MAINLINE.
005800     PERFORM 1000-READ-RUN-TOTALS
005900         THRU 1000-READ-RUN-TOTALS-EXIT.
006000     IF PHB-RST-FOUND AND NOT PHB-RST-BAD
006100         PERFORM 2000-APPEND-HISTORY
006200             THRU 2000-APPEND-HISTORY-EXIT
006300     ELSE
006400         DISPLAY "PHHSTBAT - PHONERST MISSING OR A PARTITION "
006500             "INCOMPLETE - NOTHING APPENDED"
006600         MOVE 8 TO RETURN-CODE
006700     END-IF.
006900*
007000******************************************************************
007100* 1000-READ-RUN-TOTALS
007200*     READS THE PHONERST RECORD EVERY PARTITION OF PHFMTBAT LEFT
007300* BEHIND, AS THE PHBAL STEP DOES, AND SUMS THEM.
007400******************************************************************
007500 1000-READ-RUN-TOTALS.
007600     MOVE SPACES TO PHONE-RESTART-RECORD.
007700     OPEN INPUT PHONERST-FILE.
007800     IF PHB-RST-STATUS = "00"
007810         PERFORM 1100-ADD-PARTITION THRU 1100-ADD-PARTITION-EXIT
007820             UNTIL PHB-RST-EOF
008500         CLOSE PHONERST-FILE
008600     END-IF.
008610     IF PHB-PART-READ > ZERO
008620         SET PHB-RST-FOUND TO TRUE
008630     END-IF.
008700 1000-READ-RUN-TOTALS-EXIT.
008800     EXIT.
008802*
008804******************************************************************
008806* 1100-ADD-PARTITION
008808*     READS ONE PARTITION'S PHONERST RECORD AND ADDS IT TO THE
008810* RUN TOTALS.  AN INCOMPLETE PARTITION, OR ONE FROM A DIFFERENT
008812* RUN DATE THAN THE FIRST, SPOILS THE WHOLE RUN.
008814******************************************************************
008816 1100-ADD-PARTITION.
008818     READ PHONERST-FILE
008820         AT END
008822             SET PHB-RST-EOF TO TRUE
008824     END-READ.
008826     IF PHB-RST-EOF
008828         GO TO 1100-ADD-PARTITION-EXIT.
008830     ADD 1 TO PHB-PART-READ.
008832     IF PHB-TOT-RUN-DATE = SPACES
008834         MOVE PHR-RUN-DATE TO PHB-TOT-RUN-DATE
008836     END-IF.
008838     IF NOT PHR-RUN-COMPLETE
008840        OR PHR-RUN-DATE NOT = PHB-TOT-RUN-DATE
008842         SET PHB-RST-BAD TO TRUE
008844     END-IF.
008846     IF NOT PHR-MODE-DELTA
008848         MOVE PHR-RUN-MODE TO PHB-TOT-RUN-MODE
008850     END-IF.
008851     PERFORM 1110-MERGE-REASON THRU 1110-MERGE-REASON-EXIT
008852         VARYING PHB-RSN-IX FROM 1 BY 1
008853         UNTIL PHB-RSN-IX > 10.
008854     ADD PHR-RECORD-COUNT      TO PHB-TOT-RECORD-COUNT.
008855     ADD PHR-REJECT-COUNT      TO PHB-TOT-REJECT-COUNT.
008856     ADD PHR-SUPPRESS-COUNT    TO PHB-TOT-SUPPRESS-COUNT.
008858     ADD PHR-DNC-ERROR-COUNT   TO PHB-TOT-DNC-ERROR-COUNT.
008860     ADD PHR-ORPHAN-COUNT      TO PHB-TOT-ORPHAN-COUNT.
008862     ADD PHR-MKT-CAND-COUNT    TO PHB-TOT-MKT-CAND-COUNT.
008864     ADD PHR-CARRY-NUM-COUNT   TO PHB-TOT-CARRY-NUM-COUNT.
008866     ADD PHR-CARRY-OUT-COUNT   TO PHB-TOT-CARRY-OUT-COUNT.
008868     ADD PHR-CARRY-MKT-COUNT   TO PHB-TOT-CARRY-MKT-COUNT.
008870     ADD PHR-TRANSLATE-COUNT   TO PHB-TOT-TRANSLATE-COUNT.
008872     ADD PHR-CONSENT-REV-COUNT TO PHB-TOT-CONSENT-REV-COUNT.
008874     ADD PHR-CNS-ERROR-COUNT   TO PHB-TOT-CNS-ERROR-COUNT.
008876     ADD PHR-TZ-UNKNOWN-COUNT  TO PHB-TOT-TZ-UNKNOWN-COUNT.
008877     ADD PHR-NOANS-SKIP-COUNT  TO PHB-TOT-NOANS-SKIP-COUNT.
008878 1100-ADD-PARTITION-EXIT.
008880     EXIT.
008881*
008882******************************************************************
008883* 1110-MERGE-REASON
008884*     SETS ONE FORCED-FULL REASON LETTER ON THE RUN TOTALS WHEN
008885* THIS PARTITION HAS IT SET.  PARTITIONS DECIDE FULL OR DELTA
008886* EACH FOR ITSELF, SO THE RUN'S REASONS ARE EVERY PARTITION'S.
008887******************************************************************
008888 1110-MERGE-REASON.
008889     IF PHR-FORCE-REASONS(PHB-RSN-IX:1) NOT = SPACE
008890         MOVE PHR-FORCE-REASONS(PHB-RSN-IX:1)
008891             TO PHB-TOT-FORCE-REASONS(PHB-RSN-IX:1)
008892     END-IF.
008893 1110-MERGE-REASON-EXIT.
008894     EXIT.
008900*
009000******************************************************************
009100* 2000-APPEND-HISTORY
009200*     APPENDS ONE HISTORY RECORD - THE RUN DATE, THE MODE, AND
009300* EVERY FINAL COUNTER SUMMED ACROSS THE PARTITIONS - TO THE
009400* CUMULATIVE FILE AND ECHOES THE APPEND ON THE RUN LOG.
009500******************************************************************
009600 2000-APPEND-HISTORY.
009700     OPEN EXTEND PHONERHS-FILE.
009800     MOVE SPACES                    TO RUN-HISTORY-RECORD.
009900     MOVE PHB-TOT-RUN-DATE          TO PRH-RUN-DATE.
010000     MOVE PHB-TOT-RUN-MODE          TO PRH-RUN-MODE.
010100     MOVE PHB-TOT-RECORD-COUNT      TO PRH-RECORD-COUNT.
010200     MOVE PHB-TOT-REJECT-COUNT      TO PRH-REJECT-COUNT.
010300     MOVE PHB-TOT-SUPPRESS-COUNT    TO PRH-SUPPRESS-COUNT.
010400     MOVE PHB-TOT-DNC-ERROR-COUNT   TO PRH-DNC-ERROR-COUNT.
010500     MOVE PHB-TOT-ORPHAN-COUNT      TO PRH-ORPHAN-COUNT.
010600     MOVE PHB-TOT-MKT-CAND-COUNT    TO PRH-MKT-CAND-COUNT.
010700     MOVE PHB-TOT-CARRY-NUM-COUNT   TO PRH-CARRY-NUM-COUNT.
010800     MOVE PHB-TOT-CARRY-OUT-COUNT   TO PRH-CARRY-OUT-COUNT.
010900     MOVE PHB-TOT-CARRY-MKT-COUNT   TO PRH-CARRY-MKT-COUNT.
011000     MOVE PHB-TOT-TRANSLATE-COUNT   TO PRH-TRANSLATE-COUNT.
011100     MOVE PHB-TOT-CONSENT-REV-COUNT TO PRH-CONSENT-REV-COUNT.
011200     MOVE PHB-TOT-CNS-ERROR-COUNT   TO PRH-CNS-ERROR-COUNT.
011250     MOVE PHB-TOT-TZ-UNKNOWN-COUNT  TO PRH-TZ-UNKNOWN-COUNT.
011255     MOVE PHB-TOT-NOANS-SKIP-COUNT  TO PRH-NOANS-SKIP-COUNT.
011260     MOVE PHB-TOT-FORCE-REASONS(1:8) TO PRH-FORCE-REASONS.
011270     MOVE PHB-TOT-FORCE-REASONS(9:2) TO PRH-FORCE-REASONS-NOA.
011300     WRITE RUN-HISTORY-RECORD.
011400     CLOSE PHONERHS-FILE.
011500     DISPLAY "PHHSTBAT - RUN " PHB-TOT-RUN-DATE " MODE "
011600         PHB-TOT-RUN-MODE " APPENDED TO HISTORY - "
011610         PHB-PART-READ " PARTITION(S)".
011620     IF PHB-TOT-FORCE-REASONS NOT = SPACES
011630         DISPLAY "PHHSTBAT - FORCED FULL, REASONS "
011640             PHB-TOT-FORCE-REASONS
011650     END-IF.
011700 2000-APPEND-HISTORY-EXIT.
011800     EXIT.
011900*
