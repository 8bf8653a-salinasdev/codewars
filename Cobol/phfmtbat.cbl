001295*                  BLIND.  PHONEMKT GROWS FROM 68 TO 74 BYTES -
001296*                  CARRIED DELTA LINES ARE LAST NIGHT'S BYTES,
001297*                  SO RUN FULL THE NIGHT THIS DEPLOYS.
001298* 2025-04-18  DS   KEY-RANGE PARTITIONED RUN.  THE EXEC PARM
001299*                  NOW CARRIES A PARTITION NUMBER AFTER THE
001300*                  MODE ("FULL,03" / "DELTA,03").  PHFMTJOB
001301*                  SPLITS THE SORTED MASTER AND CHILD FILES BY
001302*                  CUST-ID RANGE AND EACH PARTITION RUNS THIS
001303*                  PROGRAM AT THE SAME TIME AGAINST ITS OWN
001304*                  SLICE, OUTPUTS AND PHONERST.  THE PARTITION
001305*                  NUMBER IS STAMPED ON PHONERST; A CHECKPOINT
001306*                  LEFT BY A DIFFERENT PARTITION IS NEVER TAKEN
001307*                  AS A RESTART POINT.  NO PARTITION IN THE
001308*                  PARM (ZERO) IS THE OLD SINGLE-STREAM RUN.
001309* 2025-04-25  DS   READS THE RUN-CONTROL RECORD (PHONECTL) AT
001310*                  START-UP.  A DELTA REQUEST RUNS FULL INSTEAD
001311*                  WHEN THE DNC FILE, THE DNC VERIFICATION, THE
001312*                  CONSENT FILE, THE NPAREF TABLE OR THE AREASPLT
001313*                  TABLE WAS STAMPED AFTER THE START OF THE LAST
001314*                  COMPLETED RUN ON PHONERST, WHEN AN AREASPLT
001315*                  RULE TOOK EFFECT SINCE THAT RUN, OR WHEN THERE
001316*                  IS NO COMPLETED RUN TO MEASURE FROM.  EACH
001317*                  REASON IS LOGGED AND CARRIED AS A LETTER ON
001318*                  PHONERST.  PHONERST ALSO NOW HOLDS THE RUN
001319*                  START TIME, AND A RESTART KEEPS THE ORIGINAL
001320*                  RUN DATE, TIME, MODE AND REASONS FROM THE
001321*                  CHECKPOINT INSTEAD OF TAKING TODAY'S.
001322* 2025-05-02  DS   THE CONSENT GATE NO LONGER TRUSTS THE
001323*                  STORED PHONE TYPE ALONE.  A MARKETING
001324*                  CANDIDATE THAT IS NOT A MOBILE CHILD IS LOOKED
001325*                  UP ON THE WIRELESS KSDS (PHONEWLS, LOADED
001326*                  MONTHLY BY WLSLOAD) AND, WHEN ITS NUMBER OR ITS
001327*                  NPA-NXX-X BLOCK IS ON FILE, IS GATED AS A
001328*                  MOBILE: WITH NO GRANTED CONSENT THE CUSTOMER
001329*                  HAS NO MARKETING CANDIDATE, AND A MOBILE CHILD
001330*                  WITH NO CONSENT ONLY FALLS BACK TO A MASTER
001331*                  NUMBER THAT IS NOT WIRELESS ITSELF.  A WIRELESS
001332*                  READ ERROR IS TREATED LIKE A CONSENT READ
001333*                  ERROR.  A WIRELESS RELOAD STAMPS THE RUN-
001334*                  CONTROL RECORD AND FORCES FULL (REASON W).
001335* 2025-06-06  DS   A MARKETING CANDIDATE THAT CLEARS DNC IS LOOKED
001336*                  UP ON THE NO-ANSWER COOL-OFF KSDS (PHONENOA,
001337*                  REBUILT BY PHNOABAT FROM THE DIALER DISPOSITION
001338*                  HISTORY) AND KEPT OFF THE EXTRACT WHILE ITS
001339*                  COOL-OFF DATE HAS NOT PASSED.  A DELTA RUN
001340*                  CHECKS CARRIED MARKETING LINES THE SAME WAY.
001341*                  THE SKIPS ARE COUNTED ON PHONERST SO THE PHBAL
001342*                  BALANCING STEP STILL PROVES PHONEMKT.
001343* 2025-06-27  DS   A PARTITIONED RUN TAKES ITS RUN DATE AND START
001344*                  TIME FROM THE RUN-DATE CARD PHFMTJOB WRITES, SO
001345*                  PARTITIONS STARTING EITHER SIDE OF MIDNIGHT
001346*                  STILL AGREE FOR PHBALBAT AND PHHSTBAT; NO CARD
001347*                  ENDS THE PARTITION RC=12 BEFORE ANY FILE IS
001348*                  OPENED.  A DELTA REQUEST ALSO RUNS FULL WHEN
001349*                  PHNOABAT HAS REBUILT THE NO-ANSWER FILE SINCE
001350*                  THE LAST COMPLETED RUN (REASON O) OR WHEN A
001351*                  COOL-OFF HAS ENDED SINCE (REASON Q) - A LINE
001352*                  KEPT OFF THE EXTRACT IS NOT THERE TO CARRY, SO
001353*                  ONLY A FULL RUN PUTS IT BACK.
001354*-----------------------------------------------------------------
001355*
001356* THIS IS THE NIGHTLY BATCH DRIVER FOR THE PHONE-FORMATTING
001357* SUBSYSTEM.  IT IS THE ONLY PROGRAM IN THE JOB STREAM THAT
001358* OPENS THE CUSTOMER MASTER AND THE STATEMENT-PRINT EXTRACT.
001359*-----------------------------------------------------------------
001360 ENVIRONMENT DIVISION.
001361 CONFIGURATION SECTION.
001362 SOURCE-COMPUTER.   IBM-370.
001363 OBJECT-COMPUTER.   IBM-370.
001364 INPUT-OUTPUT SECTION.
001365 FILE-CONTROL.
001370     SELECT CUSTMAST-FILE  ASSIGN TO CUSTMAST
001380                           ORGANIZATION IS SEQUENTIAL.
001390     SELECT CUSTPHON-FILE  ASSIGN TO CUSTPHON
001540     SELECT PHONETRL-FILE  ASSIGN TO PHONETRL
001550                           ORGANIZATION IS SEQUENTIAL.
001552     SELECT NPAREF-FILE    ASSIGN TO NPAREF
001553                           ORGANIZATION IS SEQUENTIAL.
001554     SELECT RUNCTL-FILE    ASSIGN TO RUNCTL
001555                           ORGANIZATION IS SEQUENTIAL
001556                           FILE STATUS IS PHB-CTL-STATUS.
001557     SELECT RUNDATE-FILE   ASSIGN TO RUNDATE
001558                           ORGANIZATION IS SEQUENTIAL
001559                           FILE STATUS IS PHB-DATE-STATUS.
001560     SELECT PRIORMST-FILE  ASSIGN TO PRIORMST
001570                           ORGANIZATION IS SEQUENTIAL.
001580     SELECT PRIORPHN-FILE  ASSIGN TO PRIORPHN
001686                           ACCESS MODE IS RANDOM
001688                           RECORD KEY IS CNS-CUST-ID
001690                           FILE STATUS IS PHB-CNS-STATUS.
001691     SELECT WLS-FILE       ASSIGN TO WLSFILE
001692                           ORGANIZATION IS INDEXED
001693                           ACCESS MODE IS RANDOM
001694                           RECORD KEY IS WLS-NUMBER-KEY
001695                           FILE STATUS IS PHB-WLS-STATUS.
001696     SELECT NOA-FILE       ASSIGN TO NOAFILE
001697                           ORGANIZATION IS INDEXED
001698                           ACCESS MODE IS DYNAMIC
001699                           RECORD KEY IS NOA-PHONE-KEY
001700                           FILE STATUS IS PHB-NOA-STATUS.
001701*
001702 DATA DIVISION.
001710 FILE SECTION.
001720 FD  CUSTMAST-FILE
001730     RECORDING MODE IS F.
002146     RECORDING MODE IS F.
002148 COPY NPAREF.
002150*
002151 FD  RUNCTL-FILE
002152     RECORDING MODE IS F.
002153 COPY PHONECTL.
002154*
002155*-----------------------------------------------------------------
002156* RUN-DATE CARD - WRITTEN BY PHFMTJOB BEFORE THE PARTITION JOBS
002157* ARE RELEASED.  ONE 80-BYTE RECORD, DATE (YYYYMMDD) AND TIME
002158* (HHMMSS).  READ BY A PARTITIONED RUN ONLY.
002159*-----------------------------------------------------------------
002160 FD  RUNDATE-FILE
002161     RECORDING MODE IS F.
002162 01  RUN-DATE-RECORD.
002163     05  PRD-RUN-DATE           PIC X(08).
002164     05  PRD-RUN-TIME           PIC X(06).
002165     05  FILLER                 PIC X(66).
002166*
002167*-----------------------------------------------------------------
002170* PRIOR-NIGHT INPUT FILES - DELTA MODE ONLY.  THE PRIOR MASTER
002180* AND CHILD LAYOUTS MIRROR CUSTMAST/CUSTPHON BUT WITH THEIR OWN
002190* DATA NAMES (AND X PICTURES, SO A FIELD HOLDING BAD DATA STILL
002520     RECORDING MODE IS F.
002530 01  PRIOR-MKT-RECORD.
002540     05  PRM-CUST-ID            PIC X(08).
002545     05  FILLER                 PIC X(30).
002550     05  PRM-FORMATTED-PHONE    PIC X(30).
002555     05  FILLER                 PIC X(06).
002560*
002570 FD  DNC-FILE.
002580 COPY PHONEDNC.
002585*
002586 FD  CNS-FILE.
002587 COPY PHONECNS.
002588*
002589 FD  WLS-FILE.
002590 COPY PHONEWLS.
002591*
002592 FD  NOA-FILE.
002593 COPY PHONENOA.
002597*
002600 WORKING-STORAGE SECTION.
002610 77  PHB-END-OF-FILE-SW         PIC X(01)  VALUE "N".
002740     88  PHB-DNC-NOT-FOUND                  VALUE "23".
002750 77  PHB-DNC-ERROR-COUNT        PIC 9(07)  VALUE ZERO.
002760 77  PHB-SAVE-EXT-LEN           PIC 9(02)  VALUE ZERO.
002761 77  PHB-RUN-DATE               PIC X(08)  VALUE SPACES.
002762 77  PHB-MKT-CAND-COUNT         PIC 9(07)  VALUE ZERO.
002763 77  PHB-MODE-SW                PIC X(01)  VALUE "F".
002764     88  PHB-DELTA-MODE                    VALUE "D".
002765 77  PHB-PARTITION-NO           PIC 9(02)  VALUE ZERO.
002766 77  PHB-PARM-MODE              PIC X(05)  VALUE SPACES.
002767 77  PHB-PARM-PART              PIC X(02)  VALUE SPACES.
002768 77  PHB-RUN-TIME               PIC X(08)  VALUE SPACES.
002769 77  PHB-CTL-STATUS             PIC X(02)  VALUE SPACES.
002770 77  PHB-DATE-STATUS            PIC X(02)  VALUE SPACES.
002771 77  PHB-DATE-ERROR-SW          PIC X(01)  VALUE "N".
002772     88  PHB-DATE-ERROR                    VALUE "Y".
002773*-----------------------------------------------------------------
002774* FORCED-FULL CHECK.  PHB-LAST-RUN IS THE START OF THE LAST
002775* COMPLETED RUN OF THIS PARTITION, FROM PHONERST - BLANK WHEN
002776* THERE IS NONE.  IT COMPARES DIRECTLY WITH THE DATE/TIME STAMPS
002777* ON THE RUN-CONTROL RECORD.  THE LETTERS MATCH PHR-FORCE-REASONS.
002778*-----------------------------------------------------------------
002779 01  PHB-LAST-RUN.
002780     05  PHB-LAST-RUN-DATE      PIC X(08)  VALUE SPACES.
002781     05  PHB-LAST-RUN-TIME      PIC X(06)  VALUE SPACES.
002782 01  PHB-FORCE-REASONS.
002783     05  PHB-FORCE-DNC          PIC X(01)  VALUE SPACE.
002784         88  PHB-FORCED-DNC                VALUE "D".
002785     05  PHB-FORCE-DNCVER       PIC X(01)  VALUE SPACE.
002786         88  PHB-FORCED-DNCVER             VALUE "V".
002787     05  PHB-FORCE-CNS          PIC X(01)  VALUE SPACE.
002788         88  PHB-FORCED-CNS                VALUE "C".
002789     05  PHB-FORCE-NPAREF       PIC X(01)  VALUE SPACE.
002790         88  PHB-FORCED-NPAREF             VALUE "N".
002791     05  PHB-FORCE-SPLIT        PIC X(01)  VALUE SPACE.
002792         88  PHB-FORCED-SPLIT              VALUE "A".
002793     05  PHB-FORCE-SPLIT-EFF    PIC X(01)  VALUE SPACE.
002794         88  PHB-FORCED-SPLIT-EFF          VALUE "E".
002795     05  PHB-FORCE-NO-BASE      PIC X(01)  VALUE SPACE.
002796         88  PHB-FORCED-NO-BASE            VALUE "B".
002797     05  PHB-FORCE-WLS          PIC X(01)  VALUE SPACE.
002798         88  PHB-FORCED-WLS                VALUE "W".
002799     05  PHB-FORCE-NOA          PIC X(01)  VALUE SPACE.
002800         88  PHB-FORCED-NOA                VALUE "O".
002801     05  PHB-FORCE-NOA-END      PIC X(01)  VALUE SPACE.
002802         88  PHB-FORCED-NOA-END            VALUE "Q".
002810 77  PHB-PRIOR-MAST-EOF-SW      PIC X(01)  VALUE "N".
002820     88  PHB-PRIOR-MAST-EOF                VALUE "Y".
002830 77  PHB-PRIOR-CHILD-EOF-SW     PIC X(01)  VALUE "N".
003724     05  PHB-MST-EXTENSION      PIC X(06).
003725     05  PHB-MST-EXT-LEN        PIC 9(02).
003726*-----------------------------------------------------------------
003727* WIRELESS LOOKUP FOR THE CONSENT GATE.  A DOMESTIC CANDIDATE THAT
003728* IS NOT A MOBILE CHILD IS LOOKED UP BY ITS TEN DIGITS AND THEN BY
003729* ITS NPA-NXX-X BLOCK (SEVEN DIGITS AND THREE BLANKS); A HIT ON
003730* EITHER MAKES IT A MOBILE FOR THE GATE.  PHB-MKT-WIRELESS MARKS A
003731* MASTER-NUMBER CANDIDATE FOUND THAT WAY, SO THE GATE KNOWS THERE
003732* IS NOTHING LEFT TO FALL BACK TO.
003733*-----------------------------------------------------------------
003734 77  PHB-WLS-STATUS             PIC X(02)  VALUE SPACES.
003735     88  PHB-WLS-FOUND                      VALUE "00".
003736     88  PHB-WLS-NOT-FOUND                  VALUE "23".
003737 77  PHB-WLS-DIGITS             PIC X(10)  VALUE SPACES.
003738 77  PHB-WLS-HIT-SW             PIC X(01)  VALUE "N".
003739     88  PHB-WLS-HIT                       VALUE "Y".
003740 77  PHB-WLS-ERROR-SW           PIC X(01)  VALUE "N".
003741     88  PHB-WLS-ERROR                     VALUE "Y".
003742 77  PHB-MKT-WIRELESS-SW        PIC X(01)  VALUE "N".
003743     88  PHB-MKT-WIRELESS                  VALUE "Y".
003744*-----------------------------------------------------------------
003745* NO-ANSWER COOL-OFF LOOKUP.  A DOMESTIC CANDIDATE THAT CLEARS DNC
003746* IS LOOKED UP BY ITS TEN DIGITS; A RECORD WHOSE COOL-OFF DATE IS
003747* NOT BEFORE THE RUN DATE KEEPS IT OFF THE EXTRACT.  A READ STATUS
003748* OTHER THAN FOUND/NOT-FOUND IS NOT A PROVEN CLEAN NUMBER, SO IT
003749* IS SKIPPED TOO AND COUNTED SEPARATELY ON THE RUN LOG.
003750*-----------------------------------------------------------------
003751 77  PHB-NOA-STATUS             PIC X(02)  VALUE SPACES.
003752     88  PHB-NOA-FOUND                      VALUE "00".
003753     88  PHB-NOA-NOT-FOUND                  VALUE "23".
003754 77  PHB-NOA-DIGITS             PIC X(10)  VALUE SPACES.
003755 77  PHB-NOA-SKIP-SW            PIC X(01)  VALUE "N".
003756     88  PHB-NOA-SKIP                      VALUE "Y".
003757 77  PHB-NOANS-SKIP-COUNT       PIC 9(07)  VALUE ZERO.
003758 77  PHB-NOA-ERROR-COUNT        PIC 9(07)  VALUE ZERO.
003759*-----------------------------------------------------------------
003760* NPA (AREA CODE) REFERENCE TABLE, LOADED FROM NPAREF AT START-UP
003761* THE WAY THE AREA-SPLIT TABLE IS, AND SCANNED FOR EVERY MARKETING
003762* LINE WRITTEN.  500 ENTRIES HOLDS EVERY ASSIGNED NANP AREA CODE
003763* WITH ROOM TO SPARE; ENTRIES PAST THAT ARE DROPPED WITH A WARNING
003764* ON THE RUN LOG.
003765*-----------------------------------------------------------------
003766 77  PHB-NPA-COUNT              PIC 9(03)  COMP VALUE ZERO.
003767 77  PHB-NPA-IX                 PIC 9(03)  COMP VALUE ZERO.
003768 77  PHB-NPA-EOF-SW             PIC X(01)  VALUE "N".
003769     88  PHB-NPA-EOF                       VALUE "Y".
003770 77  PHB-NPA-FOUND-SW           PIC X(01)  VALUE "N".
003771     88  PHB-NPA-FOUND                     VALUE "Y".
003772 77  PHB-NPA-FULL-SW            PIC X(01)  VALUE "N".
003773     88  PHB-NPA-FULL                      VALUE "Y".
003774 77  PHB-NPA-WORK               PIC X(03)  VALUE SPACES.
003775 77  PHB-TZ-UNKNOWN-COUNT       PIC 9(07)  VALUE ZERO.
003776 01  PHB-NPA-TABLE.
003777     05  PHB-NPA-ENTRY          OCCURS 500 TIMES.
003778         10  PHB-NPT-AREA-CODE  PIC X(03).
003779         10  PHB-NPT-STATE      PIC X(02).
003780         10  PHB-NPT-TIME-ZONE  PIC X(03).
003781*-----------------------------------------------------------------
003782* SHARED CALL INTERFACE TO CreatePhoneNumber - SEE PHONEREC.
003783*-----------------------------------------------------------------
003784 COPY PHONEREC.
003785*
003786 LINKAGE SECTION.
003787*-----------------------------------------------------------------
003788* EXEC PARM.  "DELTA" SELECTS CHANGE-DETECTION MODE; ANYTHING
003790* ELSE (INCLUDING NO PARM AT ALL) IS A FULL RUN, THE WAY THIS
003800* PROGRAM HAS ALWAYS PROCESSED.  A TWO-DIGIT PARTITION NUMBER
003803* MAY FOLLOW THE MODE AFTER A COMMA ("DELTA,03"); NONE MEANS
003806* AN UNPARTITIONED RUN.
003810*-----------------------------------------------------------------
003820 01  PHB-PARM.
003830     05  PHB-PARM-LENGTH        PIC S9(04) COMP.
003870*
003880 0000-MAINLINE.
003890     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
003892     IF PHB-DATE-ERROR
003894         GOBACK.
003900     PERFORM 2000-PROCESS-CUSTOMER
003910         THRU 2000-PROCESS-CUSTOMER-EXIT
003920         UNTIL PHB-END-OF-FILE.
003990* THE PHONE CHILD FILE AND THE OUTPUT FILES IN THE MODE RESTART
004000* REQUIRES, AND PRIMES THE READ LOOPS - SKIPPING PAST ALREADY-
004010* PROCESSED KEYS ON BOTH INPUT FILES WHEN THIS IS A RESTART RUN.
004011* A DELTA REQUEST IS CHECKED AGAINST THE RUN-CONTROL RECORD ONCE
004012* THE TABLES ARE LOADED AND BEFORE THE PRIOR-NIGHT FILES ARE
004013* OPENED, SO A FORCED FULL RUN NEVER OPENS THEM.  A RESTART TAKES
004014* ITS DATE, TIME AND MODE FROM THE CHECKPOINT (SEE 1050).
004015* OTHERWISE THE DATE AND TIME ARE SET (SEE 1060) BEFORE ANY FILE
004016* IS OPENED, SO A PARTITION WITH NO RUN-DATE CARD ENDS CLEAN.
004020******************************************************************
004030 1000-INITIALIZE.
004040     IF PHB-PARM-LENGTH NOT < 5
004050         IF PHB-PARM-DATA(1:5) = "DELTA"
004060             MOVE "D" TO PHB-MODE-SW
004070         END-IF
004071     END-IF.
004072     IF PHB-PARM-LENGTH > ZERO
004073        AND PHB-PARM-LENGTH NOT > 8
004074         UNSTRING PHB-PARM-DATA(1:PHB-PARM-LENGTH)
004075             DELIMITED BY ","
004076             INTO PHB-PARM-MODE PHB-PARM-PART
004077         END-UNSTRING
004078         IF PHB-PARM-PART NUMERIC
004079             MOVE PHB-PARM-PART TO PHB-PARTITION-NO
004080             DISPLAY "PHFMTBAT - PARTITION:         "
004081                 PHB-PARTITION-NO
004082         END-IF
004083     END-IF.
004090     PERFORM 1050-CHECK-RESTART THRU 1050-CHECK-RESTART-EXIT.
004091     IF NOT PHB-RESTARTED
004092         PERFORM 1060-GET-RUN-DATE THRU 1060-GET-RUN-DATE-EXIT
004093     END-IF.
004094     IF PHB-DATE-ERROR
004095         GO TO 1000-INITIALIZE-EXIT.
004100     OPEN INPUT  CUSTMAST-FILE.
004110     OPEN INPUT  CUSTPHON-FILE.
004120     OPEN INPUT  DNC-FILE.
004125     OPEN INPUT  CNS-FILE.
004127     OPEN INPUT  WLS-FILE.
004128     OPEN INPUT  NOA-FILE.
004129     PERFORM 1500-CHECK-NOA-CONTROL
004130         THRU 1500-CHECK-NOA-CONTROL-EXIT.
004140     PERFORM 1200-LOAD-SPLIT-TABLE
004150         THRU 1200-LOAD-SPLIT-TABLE-EXIT.
004152     PERFORM 1300-LOAD-NPA-TABLE
004154         THRU 1300-LOAD-NPA-TABLE-EXIT.
004155     IF PHB-DELTA-MODE
004156        AND NOT PHB-RESTARTED
004157         PERFORM 1400-CHECK-RUN-CONTROL
004158             THRU 1400-CHECK-RUN-CONTROL-EXIT
004159     END-IF.
004160     PERFORM 2150-READ-CUSTPHON THRU 2150-READ-CUSTPHON-EXIT.
004170     IF PHB-DELTA-MODE
004180         OPEN INPUT PRIORMST-FILE
004560* STILL SET MEANS THE PRIOR RUN ACTUALLY ABENDED MID-JOB.  IF
004570* ONE IS FOUND, PHB-RESTARTED IS SET AND THE RUN RESUMES FROM
004580* THAT POINT, WITH THE PRIOR RUN'S TOTALS CARRIED FORWARD, INSTEAD
004582* OF FROM RECORD ONE.  THE CHECKPOINT MUST ALSO BELONG TO THIS
004584* PARTITION - ANOTHER PARTITION'S KEY WOULD SKIP THE WRONG
004586* RANGE, SO A MISMATCH IS LOGGED AND THE RUN STARTS CLEAN.
004588* A RESTART ALSO TAKES BACK THE RUN DATE, START TIME, FORCED-FULL
004590* REASONS AND A FULL MODE FROM THE CHECKPOINT, SO A RUN FORCED
004592* FULL STAYS FULL WHEN RESUBMITTED WITH THE SCHEDULED DELTA PARM.
004594* A CLEAN FINISH OF THIS PARTITION LEAVES THE START OF THAT RUN IN
004596* PHB-LAST-RUN FOR 1400-CHECK-RUN-CONTROL.
004600******************************************************************
004610 1050-CHECK-RESTART.
004620     MOVE SPACES TO PHONE-RESTART-RECORD.
004660             AT END
004670                 CONTINUE
004680         END-READ
004681         IF PHR-PARTITION-NO NOT NUMERIC
004682             MOVE ZERO TO PHR-PARTITION-NO
004683         END-IF
004690         IF PHR-LAST-CUST-ID NOT = SPACES
004691            AND PHR-RUN-INCOMPLETE
004692            AND PHR-PARTITION-NO NOT = PHB-PARTITION-NO
004693             DISPLAY "PHFMTBAT - CHECKPOINT BELONGS TO PARTITION "
004694                 PHR-PARTITION-NO " - NOT RESTARTED"
004695         END-IF
004696         IF PHR-RUN-COMPLETE
004697            AND PHR-PARTITION-NO = PHB-PARTITION-NO
004698             MOVE PHR-RUN-DATE         TO PHB-LAST-RUN-DATE
004699             MOVE PHR-RUN-TIME         TO PHB-LAST-RUN-TIME
004700         END-IF
004701         IF PHR-LAST-CUST-ID NOT = SPACES
004702            AND PHR-RUN-INCOMPLETE
004703            AND PHR-PARTITION-NO = PHB-PARTITION-NO
004710             SET PHB-RESTARTED TO TRUE
004720             MOVE PHR-RECORD-COUNT     TO PHB-RECORD-COUNT
004730             MOVE PHR-REJECT-COUNT     TO PHB-REJECT-COUNT
004812             MOVE PHR-CONSENT-REV-COUNT TO PHB-CONSENT-REV-COUNT
004814             MOVE PHR-CNS-ERROR-COUNT  TO PHB-CNS-ERROR-COUNT
004816             MOVE PHR-TZ-UNKNOWN-COUNT TO PHB-TZ-UNKNOWN-COUNT
004817             MOVE PHR-NOANS-SKIP-COUNT TO PHB-NOANS-SKIP-COUNT
004818             MOVE PHR-RUN-DATE         TO PHB-RUN-DATE
004819             MOVE PHR-RUN-TIME         TO PHB-RUN-TIME
004820             MOVE PHR-FORCE-REASONS    TO PHB-FORCE-REASONS
004821             IF PHR-MODE-FULL
004822                 MOVE "F" TO PHB-MODE-SW
004823             END-IF
004824         END-IF
004830         CLOSE PHONERST-FILE
004831     END-IF.
004832 1050-CHECK-RESTART-EXIT.
004833     EXIT.
004834*
004835******************************************************************
004836* 1060-GET-RUN-DATE
004837*     SETS TONIGHT'S RUN DATE AND START TIME.  A PARTITION TAKES
004838* THEM FROM THE RUN-DATE CARD PHFMTJOB WRITES BEFORE IT RELEASES
004839* THE PARTITION JOBS, SO ALL FOUR CARRY THE SAME DATE AND TIME
004840* EVEN WHEN THEY START EITHER SIDE OF MIDNIGHT - PHBALBAT AND
004841* PHHSTBAT REFUSE A RUN WHOSE PARTITIONS DISAGREE.  A MISSING OR
004842* UNREADABLE CARD ENDS THE PARTITION RC=12 - TAKING THE CLOCK
004843* INSTEAD WOULD ONLY MOVE THE FAILURE TO PHFMTMRG.  AN
004844* UNPARTITIONED RUN HAS NOTHING TO AGREE WITH AND TAKES THE
004845* CLOCK.
004846******************************************************************
004847 1060-GET-RUN-DATE.
004848     IF PHB-PARTITION-NO = ZERO
004849         ACCEPT PHB-RUN-DATE FROM DATE YYYYMMDD
004850         ACCEPT PHB-RUN-TIME FROM TIME
004851         GO TO 1060-GET-RUN-DATE-EXIT.
004852     MOVE SPACES TO RUN-DATE-RECORD.
004853     OPEN INPUT RUNDATE-FILE.
004854     IF PHB-DATE-STATUS NOT = "00"
004855         DISPLAY "PHFMTBAT - RUN DATE OPEN:     " PHB-DATE-STATUS
004856         GO TO 1060-GET-RUN-DATE-FAIL.
004857     READ RUNDATE-FILE
004858         AT END
004859             MOVE SPACES TO RUN-DATE-RECORD
004860     END-READ.
004861     CLOSE RUNDATE-FILE.
004862     IF PRD-RUN-DATE IS NOT NUMERIC
004863        OR PRD-RUN-TIME IS NOT NUMERIC
004864         DISPLAY "PHFMTBAT - RUN DATE CARD:     " PRD-RUN-DATE " "
004865             PRD-RUN-TIME
004866         GO TO 1060-GET-RUN-DATE-FAIL.
004867     MOVE PRD-RUN-DATE TO PHB-RUN-DATE.
004868     MOVE PRD-RUN-TIME TO PHB-RUN-TIME.
004869     DISPLAY "PHFMTBAT - RUN DATE FROM CARD: " PHB-RUN-DATE " "
004870         PRD-RUN-TIME.
004871     GO TO 1060-GET-RUN-DATE-EXIT.
004872 1060-GET-RUN-DATE-FAIL.
004873     DISPLAY "PHFMTBAT - *** NO VALID RUN-DATE CARD - "
004874         "PARTITION NOT RUN".
004875     SET PHB-DATE-ERROR TO TRUE.
004876     MOVE 12 TO RETURN-CODE.
004877 1060-GET-RUN-DATE-EXIT.
004878     EXIT.
004879*
004880******************************************************************
004890* 1100-SKIP-TO-RESTART-POINT
004900*     READS CUSTMAST-FILE FORWARD PAST EVERY KEY AT OR BEFORE
005915     EXIT.
005916*
005917******************************************************************
005918* 1400-CHECK-RUN-CONTROL
005919*     DECIDES WHETHER A DELTA REQUEST IS SAFE.  CARRIED LINES ARE
005920* LAST NIGHT'S BYTES - NEVER RE-CHECKED AGAINST DNC OR CONSENT,
005921* NEVER RE-TRANSLATED, NEVER RE-ZONED - SO THE RUN GOES FULL WHEN
005922* ANY FILE BEHIND THOSE LOOKUPS WAS STAMPED ON THE RUN-CONTROL
005923* RECORD AFTER THE LAST COMPLETED RUN STARTED, OR WHEN AN AREASPLT
005924* RULE'S EFFECTIVE DATE FELL AFTER THAT RUN'S DATE AND ON OR
005925* BEFORE TONIGHT'S (A RULE CAN TAKE EFFECT WITH NO TABLE CHANGE
005926* AT ALL).  WITH NO COMPLETED RUN OF THIS PARTITION ON PHONERST,
005927* OR AN UNREADABLE RUN-CONTROL FILE, THERE IS NOTHING TO PROVE THE
005928* CARRIED LINES AGAINST, SO THAT FORCES FULL TOO.  EVERY REASON
005929* FOUND IS LOGGED, NOT JUST THE FIRST.
005930*     THE SAME GOES FOR THE NO-ANSWER COOL-OFF FILE, THE OTHER WAY
005931* ROUND: A CARRIED MARKETING LINE IS RE-CHECKED AGAINST IT, BUT A
005932* LINE KEPT OFF LAST NIGHT IS NOT ON THE PRIOR EXTRACT TO BE
005933* CARRIED, SO A NUMBER WHOSE COOL-OFF HAS ENDED ONLY COMES BACK ON
005934* A FULL RUN.  THE RUN GOES FULL WHEN PHNOABAT HAS REBUILT THE
005935* FILE SINCE THE LAST COMPLETED RUN (AN ENTRY MAY HAVE BEEN
005936* DROPPED) OR WHEN ANY ENTRY'S COOL-OFF ENDED SINCE (SEE 1420).
005937******************************************************************
005938 1400-CHECK-RUN-CONTROL.
005939     IF PHB-LAST-RUN = SPACES
005940         SET PHB-FORCED-NO-BASE TO TRUE
005941         DISPLAY "PHFMTBAT - NO COMPLETED RUN ON PHONERST"
005942         GO TO 1400-CHECK-RUN-CONTROL-SET.
005943     MOVE SPACES TO RUN-CONTROL-RECORD.
005944     OPEN INPUT RUNCTL-FILE.
005945     IF PHB-CTL-STATUS NOT = "00"
005946         SET PHB-FORCED-NO-BASE TO TRUE
005947         DISPLAY "PHFMTBAT - RUN CONTROL OPEN STATUS "
005948             PHB-CTL-STATUS
005949         GO TO 1400-CHECK-RUN-CONTROL-SET.
005950     READ RUNCTL-FILE
005951         AT END
005952             CONTINUE
005953     END-READ.
005954     CLOSE RUNCTL-FILE.
005955     IF PCT-DNC-STAMP > PHB-LAST-RUN
005956         SET PHB-FORCED-DNC TO TRUE
005957         DISPLAY "PHFMTBAT - DNC FILE LOADED:   " PCT-DNC-DATE
005958             " " PCT-DNC-TIME
005959     END-IF.
005960     IF PCT-DNCVER-STAMP > PHB-LAST-RUN
005961         SET PHB-FORCED-DNCVER TO TRUE
005962         DISPLAY "PHFMTBAT - DNC VERIFY DIFFS:  " PCT-DNCVER-DATE
005963             " " PCT-DNCVER-TIME
005964     END-IF.
005965     IF PCT-CNS-STAMP > PHB-LAST-RUN
005966         SET PHB-FORCED-CNS TO TRUE
005967         DISPLAY "PHFMTBAT - CONSENT LOADED:    " PCT-CNS-DATE
005968             " " PCT-CNS-TIME
005969     END-IF.
005970     IF PCT-NPAREF-STAMP > PHB-LAST-RUN
005971         SET PHB-FORCED-NPAREF TO TRUE
005972         DISPLAY "PHFMTBAT - NPAREF REPLACED:   " PCT-NPAREF-DATE
005973             " " PCT-NPAREF-TIME
005974     END-IF.
005975     IF PCT-SPLIT-STAMP > PHB-LAST-RUN
005976         SET PHB-FORCED-SPLIT TO TRUE
005977         DISPLAY "PHFMTBAT - AREASPLT REPLACED: " PCT-SPLIT-DATE
005978             " " PCT-SPLIT-TIME
005979     END-IF.
005980     IF PCT-WLS-STAMP > PHB-LAST-RUN
005981         SET PHB-FORCED-WLS TO TRUE
005982         DISPLAY "PHFMTBAT - WIRELESS RELOADED: " PCT-WLS-DATE
005983             " " PCT-WLS-TIME
005984     END-IF.
005985     IF PCT-NOA-STAMP > PHB-LAST-RUN
005986         SET PHB-FORCED-NOA TO TRUE
005987         DISPLAY "PHFMTBAT - NO-ANSWER REBUILT: " PCT-NOA-DATE
005988             " " PCT-NOA-TIME
005989     END-IF.
005990     PERFORM 1410-CHECK-SPLIT-EFFECTIVE
005991         THRU 1410-CHECK-SPLIT-EFFECTIVE-EXIT
005992         VARYING PHB-ASP-IX FROM 1 BY 1
005993         UNTIL PHB-ASP-IX > PHB-SPLIT-COUNT.
005994     PERFORM 1420-CHECK-COOL-OFF-ENDED
005995         THRU 1420-CHECK-COOL-OFF-ENDED-EXIT.
005996 1400-CHECK-RUN-CONTROL-SET.
005997     IF PHB-FORCE-REASONS = SPACES
005998         GO TO 1400-CHECK-RUN-CONTROL-EXIT.
005999     MOVE "F" TO PHB-MODE-SW.
006000     DISPLAY "PHFMTBAT - DELTA REQUESTED - RUNNING FULL, REASONS "
006001         PHB-FORCE-REASONS.
006002 1400-CHECK-RUN-CONTROL-EXIT.
006003     EXIT.
006004*
006005******************************************************************
006006* 1410-CHECK-SPLIT-EFFECTIVE
006007*     LOGS AND FLAGS ONE AREASPLT RULE THAT HAS TAKEN EFFECT SINCE
006008* THE LAST COMPLETED RUN - THE NUMBERS IT COVERS WERE CARRIED
006009* UNTRANSLATED UNTIL TONIGHT.
006010******************************************************************
006011 1410-CHECK-SPLIT-EFFECTIVE.
006012     IF PHB-AST-EFF-DATE(PHB-ASP-IX) > PHB-LAST-RUN-DATE
006013        AND PHB-AST-EFF-DATE(PHB-ASP-IX) NOT > PHB-RUN-DATE
006014         SET PHB-FORCED-SPLIT-EFF TO TRUE
006015         DISPLAY "PHFMTBAT - SPLIT NOW EFFECTIVE: "
006016             PHB-AST-OLD-AREA(PHB-ASP-IX) " "
006017             PHB-AST-EXCH-LOW(PHB-ASP-IX) "-"
006018             PHB-AST-EXCH-HIGH(PHB-ASP-IX) " TO "
006019             PHB-AST-NEW-AREA(PHB-ASP-IX) " ON "
006020             PHB-AST-EFF-DATE(PHB-ASP-IX)
006021     END-IF.
006022 1410-CHECK-SPLIT-EFFECTIVE-EXIT.
006023     EXIT.
006024*
006025******************************************************************
006026* 1420-CHECK-COOL-OFF-ENDED
006027*     WALKS THE NO-ANSWER FILE FOR A COOL-OFF THAT ENDED AFTER THE
006028* LAST COMPLETED RUN - ONE THAT RUN STILL KEPT OFF THE EXTRACT
006029* (COOL-OFF DATE ON OR AFTER ITS DATE) AND TONIGHT'S WOULD NOT
006030* (COOL-OFF DATE BEFORE TONIGHT).  THE FIRST ONE FOUND IS LOGGED
006031* AND ENDS THE WALK.  A READ ERROR PROVES NOTHING, SO IT FORCES
006032* FULL TOO.
006033******************************************************************
006034 1420-CHECK-COOL-OFF-ENDED.
006035     MOVE "0000000000" TO NOA-PHONE-KEY.
006036     START NOA-FILE KEY IS GREATER THAN NOA-PHONE-KEY
006037         INVALID KEY
006038             CONTINUE
006039     END-START.
006040     IF PHB-NOA-NOT-FOUND
006041         GO TO 1420-CHECK-COOL-OFF-ENDED-EXIT.
006042     PERFORM 1430-READ-COOL-OFF THRU 1430-READ-COOL-OFF-EXIT
006043         UNTIL PHB-NOA-STATUS NOT = "00"
006044            OR PHB-FORCED-NOA-END.
006045     IF PHB-NOA-STATUS NOT = "00"
006046        AND PHB-NOA-STATUS NOT = "10"
006047         SET PHB-FORCED-NOA-END TO TRUE
006048         DISPLAY "PHFMTBAT - NO-ANSWER STATUS:  " PHB-NOA-STATUS
006049     END-IF.
006050 1420-CHECK-COOL-OFF-ENDED-EXIT.
006051     EXIT.
006052*
006053******************************************************************
006054* 1430-READ-COOL-OFF
006055*     READS THE NEXT NO-ANSWER ENTRY AND FLAGS IT WHEN ITS
006056* COOL-OFF ENDED SINCE THE LAST COMPLETED RUN.
006057******************************************************************
006058 1430-READ-COOL-OFF.
006059     READ NOA-FILE NEXT RECORD
006060         AT END
006061             CONTINUE
006062     END-READ.
006063     IF PHB-NOA-STATUS NOT = "00"
006064         GO TO 1430-READ-COOL-OFF-EXIT.
006065     IF NOA-COOL-UNTIL NOT < PHB-LAST-RUN-DATE
006066        AND NOA-COOL-UNTIL < PHB-RUN-DATE
006067         SET PHB-FORCED-NOA-END TO TRUE
006068         DISPLAY "PHFMTBAT - COOL-OFF ENDED:    " NOA-PHONE-KEY
006069             " ON " NOA-COOL-UNTIL
006070     END-IF.
006071 1430-READ-COOL-OFF-EXIT.
006072     EXIT.
006073*
006074******************************************************************
006075* 1500-CHECK-NOA-CONTROL
006076*     READS THE CONTROL ENTRY (ALL-ZERO KEY) PHNOABAT WRITES ON
006077* EVERY BUILD OF THE NO-ANSWER COOL-OFF FILE AND LOGS THE COUNT,
006078* WINDOW AND BUILD DATE THE COOL-OFF DATES WERE WORKED OUT FROM.
006079* A MISSING CONTROL ENTRY MEANS THE FILE WAS NEVER BUILT - THE RUN
006080* CARRIES ON (NO NUMBER IS FOUND, SO NONE IS SKIPPED) BUT THE LOG
006081* SAYS SO.
006082******************************************************************
006083 1500-CHECK-NOA-CONTROL.
006084     MOVE "0000000000" TO NOA-PHONE-KEY.
006085     READ NOA-FILE
006086         INVALID KEY
006087             CONTINUE
006088     END-READ.
006089     IF PHB-NOA-FOUND
006090         DISPLAY "PHFMTBAT - NO-ANSWER COUNT:   "
006091             NOA-CTL-THRESHOLD
006092         DISPLAY "PHFMTBAT - NO-ANSWER DAYS:    "
006093             NOA-CTL-WINDOW-DAYS
006094         DISPLAY "PHFMTBAT - NO-ANSWER BUILT:   "
006095             NOA-CTL-BUILD-DATE
006096     ELSE
006097         DISPLAY "PHFMTBAT - NO-ANSWER FILE HAS NO CONTROL ENTRY"
006098     END-IF.
006099 1500-CHECK-NOA-CONTROL-EXIT.
006100     EXIT.
006101*
006102******************************************************************
006103* 2000-PROCESS-CUSTOMER
006104*     PROCESSES ONE CUSTOMER: THE NUMBER ON THE MASTER RECORD
006105* ITSELF, THEN EVERY CUSTPHON CHILD NUMBER CARRYING THE SAME
006106* CUST-ID, EACH GETTING ITS OWN PHONEOUT LINE OR EXCEPTION.  THE
006107* MARKETING EXTRACT GETS AT MOST ONE LINE PER CUSTOMER - A VALID
006108* MOBILE CHILD NUMBER IF ONE EXISTS, OTHERWISE THE MASTER NUMBER
006109* - GATED THROUGH THE MOBILE-CONSENT CHECK (2460) BEFORE THE
006110* DNC LOOKUP.  A REVOKED OR CONSENT-ERROR CUSTOMER STILL COUNTS
006111* AS A CANDIDATE SO PHBALBAT CAN PROVE THE EXTRACT.
006112* THE CHECKPOINT IS TAKEN ONCE, AFTER THE WHOLE CUSTOMER, SO A
006113* RESTART NEVER RESUMES IN THE MIDDLE OF A CUSTOMER'S NUMBERS.
006114*     IN DELTA MODE THE CUSTOMER IS FIRST COMPARED AGAINST LAST
006115* NIGHT'S MASTER AND CHILD FILES; AN UNCHANGED CUSTOMER HAS LAST
006116* NIGHT'S EXTRACT LINES COPIED FORWARD INSTEAD OF BEING
006117* REFORMATTED, AND A CHANGED OR NEW CUSTOMER HAS ITS STALE PRIOR
006118* LINES SKIPPED BEFORE NORMAL PROCESSING REGENERATES THEM.
006119******************************************************************
006120 2000-PROCESS-CUSTOMER.
006121     MOVE "N" TO PHB-MKT-FOUND-SW.
006122     MOVE "N" TO PHB-MKT-MOBILE-SW.
006123     MOVE "N" TO PHB-MST-VALID-SW.
006124     MOVE "N" TO PHB-CNS-REVOKED-SW.
006125     MOVE "N" TO PHB-CNS-ERROR-SW.
006126     MOVE "N" TO PHB-MKT-WIRELESS-SW.
006127     PERFORM 2050-ALIGN-CHILD-FILE
006128         THRU 2050-ALIGN-CHILD-FILE-EXIT.
006129     PERFORM 2070-LOAD-CHILD-TABLE
006130         THRU 2070-LOAD-CHILD-TABLE-EXIT.
006131     IF PHB-DELTA-MODE
006132         PERFORM 2600-CHECK-UNCHANGED
006133             THRU 2600-CHECK-UNCHANGED-EXIT
006134         IF PHB-UNCHANGED
006135             PERFORM 2700-CARRY-FORWARD-CUSTOMER
006140                 THRU 2700-CARRY-FORWARD-CUSTOMER-EXIT
006150             PERFORM 5000-CHECKPOINT THRU 5000-CHECKPOINT-EXIT
006160             PERFORM 2100-READ-CUSTMAST
008010* ACCEPTABLE SINCE THE DO-NOT-CALL REGISTRY ONLY COVERS DOMESTIC
008020* NUMBERS.  A DNC-FILE STATUS OTHER THAN FOUND OR NOT-FOUND IS A
008030* READ ERROR, NOT A CONFIRMED NON-MATCH, SO IT IS COUNTED
008034* SEPARATELY AND KEPT OFF THE MARKETING EXTRACT.  A DOMESTIC
008038* NUMBER THAT CLEARS DNC IS THEN CHECKED AGAINST THE NO-ANSWER
008042* COOL-OFF FILE (2480) AND, WHILE COOLING OFF, IS COUNTED AS A
008046* NO-ANSWER SKIP INSTEAD OF WRITTEN.
008050******************************************************************
008060 2300-BUILD-MARKETING-RECORD.
008070     SET CPN-FMT-DASH TO TRUE.
008270             PERFORM 2350-WRITE-SUPPRESSION
008280                 THRU 2350-WRITE-SUPPRESSION-EXIT
008290         WHEN PHB-DNC-NOT-FOUND
008292             MOVE "N" TO PHB-NOA-SKIP-SW
008294             IF PHN-COUNTRY-CODE = SPACES
008296                 MOVE ARR TO PHB-NOA-DIGITS
008298                 PERFORM 2480-CHECK-NO-ANSWER
008300                     THRU 2480-CHECK-NO-ANSWER-EXIT
008302             END-IF
008304             IF PHB-NOA-SKIP
008306                 ADD 1 TO PHB-NOANS-SKIP-COUNT
008308             ELSE
008310                 MOVE CUST-ID  TO PHM-CUST-ID
008312                 MOVE CUST-NAME TO PHM-CUST-NAME
008314                 MOVE RESULT   TO PHM-FORMATTED-PHONE
008316                 PERFORM 2370-SET-TIME-ZONE
008318                     THRU 2370-SET-TIME-ZONE-EXIT
008320                 WRITE PHONE-MARKETING-RECORD
008322             END-IF
008340         WHEN OTHER
008350             ADD 1 TO PHB-DNC-ERROR-COUNT
008360     END-EVALUATE.
009820         SET PHB-MKT-MOBILE TO TRUE
009830     END-IF.
009840 2450-SELECT-MARKETING-NUMBER-EXIT.
009841     EXIT.
009842*
009843******************************************************************
009844* 2460-CHECK-CONSENT
009845*     READS THE MOBILE AUTO-DIAL CONSENT FILE FOR THE CURRENT
009846* CUSTOMER AND GATES THE MARKETING CANDIDATE.  A REVOCATION ON
009847* FILE KEEPS THE CUSTOMER OFF THE MARKETING EXTRACT WHATEVER
009848* NUMBER WAS CHOSEN; A MOBILE CANDIDATE WITH NO GRANTED CONSENT
009849* FALLS BACK TO THE SAVED MASTER NUMBER; A MASTER-NUMBER
009850* CANDIDATE NEEDS NO CONSENT - DNC SUPPRESSION ALONE COVERS THE
009851* LANDLINE - UNLESS THE WIRELESS FILE SAYS IT IS A CELL PHONE,
009852* IN WHICH CASE IT IS GATED AS A MOBILE WHATEVER TYPE IT WAS
009853* STORED UNDER.  A READ STATUS OTHER THAN FOUND/NOT-FOUND ON
009854* EITHER FILE IS A READ ERROR, NOT A PROVEN CONSENT OR A PROVEN
009855* LANDLINE, SO THE CANDIDATE IS KEPT OFF THE EXTRACT AND COUNTED
009856* SEPARATELY.  THE RECORD AREA IS BLANKED FIRST SO A NOT-FOUND
009857* READ CANNOT TEST A STALE FLAG.
009858******************************************************************
009859 2460-CHECK-CONSENT.
009860     MOVE SPACES  TO CONSENT-RECORD.
009861     MOVE CUST-ID TO CNS-CUST-ID.
009862     READ CNS-FILE
009863         INVALID KEY
009864             CONTINUE
009865     END-READ.
009866     MOVE "N" TO PHB-WLS-ERROR-SW.
009867     IF NOT PHB-MKT-MOBILE AND PHB-MKT-CTRY-CODE = SPACES
009868         MOVE PHB-MKT-DIGITS TO PHB-WLS-DIGITS
009869         PERFORM 2465-CHECK-WIRELESS
009870             THRU 2465-CHECK-WIRELESS-EXIT
009871         IF PHB-WLS-HIT
009872             SET PHB-MKT-MOBILE   TO TRUE
009873             SET PHB-MKT-WIRELESS TO TRUE
009874         END-IF
009875     END-IF.
009876     EVALUATE TRUE
009877         WHEN NOT PHB-CNS-FOUND AND NOT PHB-CNS-NOT-FOUND
009878             SET PHB-CNS-ERROR TO TRUE
009879         WHEN PHB-CNS-FOUND AND CNS-REVOKED
009880             SET PHB-CNS-REVOKED TO TRUE
009881         WHEN PHB-WLS-ERROR
009882             SET PHB-CNS-ERROR TO TRUE
009886         WHEN PHB-MKT-MOBILE AND NOT CNS-GRANTED
009887             PERFORM 2470-FALL-BACK-TO-MASTER
009888                 THRU 2470-FALL-BACK-TO-MASTER-EXIT
009893     EXIT.
009894*
009895******************************************************************
009896* 2465-CHECK-WIRELESS
009897*     LOOKS PHB-WLS-DIGITS UP ON THE WIRELESS FILE - FIRST THE
009898* WHOLE NUMBER (THE PORTED-TO-WIRELESS LIST), THEN ITS NPA-NXX-X
009899* THOUSANDS BLOCK.  SETS THE HIT SWITCH ON EITHER MATCH AND THE
009900* ERROR SWITCH ON ANY STATUS OTHER THAN FOUND/NOT-FOUND.
009901******************************************************************
009902 2465-CHECK-WIRELESS.
009903     MOVE "N" TO PHB-WLS-HIT-SW.
009904     MOVE PHB-WLS-DIGITS TO WLS-NUMBER-KEY.
009905     READ WLS-FILE
009906         INVALID KEY
009907             CONTINUE
009908     END-READ.
009909     IF PHB-WLS-FOUND
009910         SET PHB-WLS-HIT TO TRUE
009911         GO TO 2465-CHECK-WIRELESS-EXIT.
009912     IF NOT PHB-WLS-NOT-FOUND
009913         SET PHB-WLS-ERROR TO TRUE
009914         GO TO 2465-CHECK-WIRELESS-EXIT.
009915     MOVE PHB-WLS-DIGITS(1:7) TO WLS-BLOCK-ID.
009916     MOVE SPACES              TO WLS-BLOCK-FILL.
009917     READ WLS-FILE
009918         INVALID KEY
009919             CONTINUE
009920     END-READ.
009921     EVALUATE TRUE
009922         WHEN PHB-WLS-FOUND
009923             SET PHB-WLS-HIT TO TRUE
009924         WHEN PHB-WLS-NOT-FOUND
009925             CONTINUE
009926         WHEN OTHER
009927             SET PHB-WLS-ERROR TO TRUE
009928     END-EVALUATE.
009929 2465-CHECK-WIRELESS-EXIT.
009930     EXIT.
009931*
009932******************************************************************
009933* 2470-FALL-BACK-TO-MASTER
009934*     REPLACES THE UNCONSENTED MOBILE CANDIDATE WITH THE SAVED
009935* MASTER NUMBER - THE SELECTION THIS PROGRAM HAS ALWAYS MADE
009936* WHEN NO VALID MOBILE TURNS UP.  WHEN THE MASTER NUMBER NEVER
009937* VALIDATED, WHEN THE CANDIDATE ALREADY WAS THE MASTER NUMBER
009938* (FOUND ON THE WIRELESS FILE), OR WHEN THE MASTER NUMBER TURNS
009939* OUT TO BE WIRELESS TOO, THERE IS NOTHING TO FALL BACK TO AND
009940* THE CUSTOMER SIMPLY HAS NO MARKETING CANDIDATE TONIGHT.  A
009941* WIRELESS READ ERROR ON THE MASTER NUMBER KEEPS IT OFF AS A
009942* CONSENT ERROR.
009943******************************************************************
009944 2470-FALL-BACK-TO-MASTER.
009945     IF PHB-MKT-WIRELESS OR NOT PHB-MST-VALID
009946         MOVE "N" TO PHB-MKT-FOUND-SW
009947         GO TO 2470-FALL-BACK-TO-MASTER-EXIT.
009948     MOVE PHB-MST-DIGITS     TO PHB-MKT-DIGITS.
009949     MOVE PHB-MST-CTRY-CODE  TO PHB-MKT-CTRY-CODE.
009950     MOVE PHB-MST-EXTENSION  TO PHB-MKT-EXTENSION.
009951     MOVE PHB-MST-EXT-LEN    TO PHB-MKT-EXT-LEN.
009952     MOVE "N" TO PHB-MKT-MOBILE-SW.
009953     IF PHB-MKT-CTRY-CODE NOT = SPACES
009954         GO TO 2470-FALL-BACK-TO-MASTER-EXIT.
009955     MOVE PHB-MKT-DIGITS TO PHB-WLS-DIGITS.
009956     PERFORM 2465-CHECK-WIRELESS
009957         THRU 2465-CHECK-WIRELESS-EXIT.
009958     EVALUATE TRUE
009959         WHEN PHB-WLS-ERROR
009960             SET PHB-CNS-ERROR TO TRUE
009961         WHEN PHB-WLS-HIT
009962             MOVE "N" TO PHB-MKT-FOUND-SW
009963         WHEN OTHER
009964             CONTINUE
009965     END-EVALUATE.
009966 2470-FALL-BACK-TO-MASTER-EXIT.
009967     EXIT.
009968*
009969******************************************************************
009970* 2480-CHECK-NO-ANSWER
009971*     LOOKS PHB-NOA-DIGITS UP ON THE NO-ANSWER COOL-OFF FILE AND
009972* SETS THE SKIP SWITCH WHEN THE NUMBER IS STILL COOLING OFF ON THE
009973* RUN DATE.  ANY STATUS OTHER THAN FOUND/NOT-FOUND ALSO SKIPS THE
009974* NUMBER AND IS COUNTED AS A READ ERROR.  THE RECORD AREA IS
009975* BLANKED FIRST SO A NOT-FOUND READ CANNOT TEST A STALE DATE.
009976******************************************************************
009977 2480-CHECK-NO-ANSWER.
009978     MOVE SPACES         TO NO-ANSWER-RECORD.
009979     MOVE PHB-NOA-DIGITS TO NOA-PHONE-KEY.
009980     READ NOA-FILE
009981         INVALID KEY
009982             CONTINUE
009983     END-READ.
009984     EVALUATE TRUE
009985         WHEN PHB-NOA-FOUND
009986             IF PHB-RUN-DATE NOT > NOA-COOL-UNTIL
009987                 SET PHB-NOA-SKIP TO TRUE
009988             END-IF
009989         WHEN PHB-NOA-NOT-FOUND
009990             CONTINUE
009991         WHEN OTHER
009992             SET PHB-NOA-SKIP TO TRUE
009993             ADD 1 TO PHB-NOA-ERROR-COUNT
009994     END-EVALUATE.
009995 2480-CHECK-NO-ANSWER-EXIT.
009996     EXIT.
009997*
009998******************************************************************
009999* 2500-PROCESS-CHILD
010000*     STAGES ONE CUSTPHON CHILD NUMBER BELONGING TO THE CURRENT
010001* MASTER, FORMATS IT, AND READS THE NEXT CHILD RECORD.
010002******************************************************************
010003 2500-PROCESS-CHILD.
010004     MOVE CPH-PHONE-TYPE      TO PHB-WRK-TYPE.
010005     MOVE CPH-PHONE-DIGITS    TO PHB-WRK-DIGITS.
010006     MOVE CPH-COUNTRY-CODE    TO PHB-WRK-CTRY-CODE.
010007     MOVE CPH-EXTENSION       TO PHB-WRK-EXTENSION.
010008     MOVE CPH-EXTENSION-LEN   TO PHB-WRK-EXT-LEN.
010009     PERFORM 2400-FORMAT-ONE-NUMBER
010012         THRU 2400-FORMAT-ONE-NUMBER-EXIT.
010020     PERFORM 2150-READ-CUSTPHON THRU 2150-READ-CUSTPHON-EXIT.
010028 2500-PROCESS-CHILD-EXIT.
012110******************************************************************
012120* 2740-COPY-PRIOR-MKT-LINE
012130*     COPIES ONE PRIOR MARKETING LINE FORWARD ONTO TONIGHT'S
012132* EXTRACT AND COUNTS IT.  A DOMESTIC (DASHED) LINE IS CHECKED
012134* AGAINST THE NO-ANSWER COOL-OFF FILE FIRST - THE DIALER RESULTS
012136* THAT COOLED IT OFF CHANGE NOTHING ON THE CUSTOMER'S RECORDS, SO
012138* THE CUSTOMER IS STILL CARRIED.  A COOLED-OFF LINE IS COUNTED
012140* AS CARRIED AND AS A NO-ANSWER SKIP, AND IS NOT WRITTEN.
012142* ONCE ITS COOL-OFF ENDS THE LINE IS NO LONGER HERE TO CARRY -
012144* 1400 RUNS THE NEXT NIGHT FULL SO IT COMES BACK.
012150******************************************************************
012160 2740-COPY-PRIOR-MKT-LINE.
012161     ADD 1 TO PHB-CARRY-MKT-COUNT.
012162     MOVE "N" TO PHB-NOA-SKIP-SW.
012163     IF PRM-FORMATTED-PHONE(4:1) = "-"
012164        AND PRM-FORMATTED-PHONE(8:1) = "-"
012165         MOVE PRM-FORMATTED-PHONE(1:3) TO PHB-NOA-DIGITS(1:3)
012166         MOVE PRM-FORMATTED-PHONE(5:3) TO PHB-NOA-DIGITS(4:3)
012167         MOVE PRM-FORMATTED-PHONE(9:4) TO PHB-NOA-DIGITS(7:4)
012168         PERFORM 2480-CHECK-NO-ANSWER
012169             THRU 2480-CHECK-NO-ANSWER-EXIT
012170     END-IF.
012171     IF PHB-NOA-SKIP
012172         ADD 1 TO PHB-NOANS-SKIP-COUNT
012173     ELSE
012174         WRITE PHONE-MARKETING-RECORD FROM PRIOR-MKT-RECORD
012175     END-IF.
012190     PERFORM 2745-READ-PRIORMKT THRU 2745-READ-PRIORMKT-EXIT.
012200 2740-COPY-PRIOR-MKT-LINE-EXIT.
012210     EXIT.
012742     MOVE PHB-CONSENT-REV-COUNT TO PHR-CONSENT-REV-COUNT.
012744     MOVE PHB-CNS-ERROR-COUNT  TO PHR-CNS-ERROR-COUNT.
012745     MOVE PHB-TZ-UNKNOWN-COUNT TO PHR-TZ-UNKNOWN-COUNT.
012746     MOVE PHB-NOANS-SKIP-COUNT TO PHR-NOANS-SKIP-COUNT.
012747     MOVE PHB-RUN-DATE         TO PHR-RUN-DATE.
012748     MOVE PHB-MODE-SW          TO PHR-RUN-MODE.
012749     MOVE PHB-PARTITION-NO     TO PHR-PARTITION-NO.
012750     MOVE PHB-RUN-TIME(1:6)    TO PHR-RUN-TIME.
012751     MOVE PHB-FORCE-REASONS    TO PHR-FORCE-REASONS.
012752     SET PHR-RUN-INCOMPLETE TO TRUE.
012760     OPEN OUTPUT PHONERST-FILE.
012770     WRITE PHONE-RESTART-RECORD.
012780     CLOSE PHONERST-FILE.
013060     END-IF.
013070     CLOSE DNC-FILE.
013075     CLOSE CNS-FILE.
013077     CLOSE WLS-FILE.
013078     CLOSE NOA-FILE.
013080     PERFORM 9100-MARK-RUN-COMPLETE
013090         THRU 9100-MARK-RUN-COMPLETE-EXIT.
013100     DISPLAY "PHFMTBAT - NUMBERS PROCESSED: " PHB-RECORD-COUNT.
013178         PHB-CNS-ERROR-COUNT.
013180     DISPLAY "PHFMTBAT - TZ UNKNOWN LINES:  "
013182         PHB-TZ-UNKNOWN-COUNT.
013183     DISPLAY "PHFMTBAT - NO-ANSWER SKIPS:   "
013184         PHB-NOANS-SKIP-COUNT.
013185     DISPLAY "PHFMTBAT - NO-ANSWER RD ERRS: "
013186         PHB-NOA-ERROR-COUNT.
013187     IF PHB-FORCE-REASONS NOT = SPACES
013188         DISPLAY "PHFMTBAT - FORCED FULL:       "
013189             PHB-FORCE-REASONS
013190     END-IF.
013191     IF PHB-DELTA-MODE
013192         DISPLAY "PHFMTBAT - UNCHANGED NUMBERS: "
013200             PHB-CARRY-NUM-COUNT
013210         DISPLAY "PHFMTBAT - CARRIED OUT LINES: "
013220             PHB-CARRY-OUT-COUNT
013482     MOVE PHB-CONSENT-REV-COUNT TO PHR-CONSENT-REV-COUNT.
013484     MOVE PHB-CNS-ERROR-COUNT  TO PHR-CNS-ERROR-COUNT.
013485     MOVE PHB-TZ-UNKNOWN-COUNT TO PHR-TZ-UNKNOWN-COUNT.
013486     MOVE PHB-NOANS-SKIP-COUNT TO PHR-NOANS-SKIP-COUNT.
013487     MOVE PHB-RUN-DATE         TO PHR-RUN-DATE.
013488     MOVE PHB-MODE-SW          TO PHR-RUN-MODE.
013489     MOVE PHB-PARTITION-NO     TO PHR-PARTITION-NO.
013490     MOVE PHB-RUN-TIME(1:6)    TO PHR-RUN-TIME.
013491     MOVE PHB-FORCE-REASONS    TO PHR-FORCE-REASONS.
013492     SET PHR-RUN-COMPLETE TO TRUE.
013500     OPEN OUTPUT PHONERST-FILE.
013510     WRITE PHONE-RESTART-RECORD.
013520     CLOSE PHONERST-FILE.
