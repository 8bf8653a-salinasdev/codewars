002700*                  NEXT DNCLDJOB RUN.  RC=8 WHEN THE TOTAL
002800*                  DIFFERENCE COUNT EXCEEDS THE PARM THRESHOLD,
002900*                  RC=12 ON A KSDS READ ERROR.
002910* 2025-04-25  DS   STAMPS THE VERIFY SLOT OF THE RUN-CONTROL
002920*                  RECORD (PHONECTL) WHENEVER ANY DIFFERENCE IS
002925*                  FOUND.
002930*                  THE KSDS HAS DRIFTED FROM THE REGISTRY, SO
002940*                  LINES CARRIED FORWARD BY DELTA RUNS WERE DNC-
002950*                  CHECKED AGAINST A FILE NOW KNOWN TO BE WRONG -
002960*                  THE NEXT PHFMTBAT RUN RE-CHECKS EVERYTHING, AND
002970*                  DNCLOAD STAMPS AGAIN WHEN THE CORRECTING FEED
002980*                  GOES IN.
003000*-----------------------------------------------------------------
003100*
003200* THE DASHED KEY PRESERVES DIGIT ORDER (THE DASHES SIT AT FIXED
005000                           FILE STATUS IS PHB-DNC-STATUS.
005100     SELECT DNCOUT-FILE    ASSIGN TO DNCOUT
005200                           ORGANIZATION IS SEQUENTIAL.
005210     SELECT RUNCTL-FILE    ASSIGN TO RUNCTL
005220                           ORGANIZATION IS SEQUENTIAL
005230                           FILE STATUS IS PHB-CTL-STATUS.
005300*
005400 DATA DIVISION.
005500 FILE SECTION.
006300 FD  DNCOUT-FILE
006400     RECORDING MODE IS F.
006500 COPY DNCFEED.
006510*
006520 FD  RUNCTL-FILE
006530     RECORDING MODE IS F.
006540 COPY PHONECTL.
006600*
006700 WORKING-STORAGE SECTION.
006800 77  PHB-SNAP-EOF-SW            PIC X(01)  VALUE "N".
008100 77  PHB-THRESHOLD              PIC 9(07)  VALUE ZERO.
008200 77  PHB-IO-ERROR-SW            PIC X(01)  VALUE "N".
008300     88  PHB-IO-ERROR                      VALUE "Y".
008310 77  PHB-CTL-STATUS             PIC X(02)  VALUE SPACES.
008320 77  PHB-STAMP-DATE             PIC X(08)  VALUE SPACES.
008330 77  PHB-STAMP-TIME             PIC X(08)  VALUE SPACES.
008400*-----------------------------------------------------------------
008500* THE KEY EACH SIDE CURRENTLY STANDS ON, HIGH-VALUES AT END OF
008600* FILE SO THE MATCH LOOP DRAINS WHICHEVER SIDE IS LEFT.  THE
027600*     CLOSES EVERY FILE, DISPLAYS THE RUN TOTALS, AND SETS THE
027700* RETURN CODE - RC=12 ON A KSDS READ ERROR, RC=8 WHEN THE
027800* DIFFERENCE COUNT EXCEEDS THE THRESHOLD.
027810* ANY DIFFERENCE AT ALL ALSO STAMPS THE RUN-CONTROL RECORD.
027900******************************************************************
028000 9000-TERMINATE.
028100     CLOSE DNCSNAP-FILE.
030200         WHEN OTHER
030300             CONTINUE
030400     END-EVALUATE.
030410     IF PHB-DIFF-COUNT > ZERO
030420         PERFORM 9100-STAMP-RUN-CONTROL
030430             THRU 9100-STAMP-RUN-CONTROL-EXIT
030440     END-IF.
030500 9000-TERMINATE-EXIT.
030600     EXIT.
030700*
030701******************************************************************
030702* 9100-STAMP-RUN-CONTROL
030703*     READS THE ONE RUN-CONTROL RECORD (AN EMPTY FILE MEANS NO JOB
030704* HAS STAMPED IT YET), REPLACES THE VERIFY SLOT WITH THE CURRENT
030705* DATE AND TIME AND WRITES THE RECORD BACK.  EVERY OTHER SLOT IS
030706* LEFT AS READ.
030707*     A RUN-CONTROL FILE THAT IS NOT THERE YET (STATUS 35) ALSO
030708* STARTS A FRESH RECORD.  ANY OTHER BAD STATUS ON THE READ OR THE
030709* WRITE IS DISPLAYED AND ENDS THE STEP RC=12 WITHOUT STAMPING -
030710* THE RECORD IS NOT REWRITTEN FROM A PARTIAL READ, SO THE OTHER
030711* JOBS' SLOTS ARE NEVER BLANKED.  SET RUNMODE=FULL IN
030712* PHFMTP01-PHFMTP04 FOR THE NEXT NIGHTLY RUN.
030713******************************************************************
030714 9100-STAMP-RUN-CONTROL.
030715     MOVE SPACES TO RUN-CONTROL-RECORD.
030716     OPEN INPUT RUNCTL-FILE.
030717     IF PHB-CTL-STATUS = "35"
030718         GO TO 9100-STAMP-RUN-CONTROL-SET.
030719     IF PHB-CTL-STATUS NOT = "00"
030720         DISPLAY "DNCVERIF - RUN CONTROL OPEN:  " PHB-CTL-STATUS
030721         GO TO 9100-STAMP-RUN-CONTROL-FAIL.
030722     READ RUNCTL-FILE
030723         AT END
030724             MOVE SPACES TO RUN-CONTROL-RECORD
030725     END-READ.
030726     IF PHB-CTL-STATUS NOT = "00"
030727        AND PHB-CTL-STATUS NOT = "10"
030728         DISPLAY "DNCVERIF - RUN CONTROL READ:  " PHB-CTL-STATUS
030729         CLOSE RUNCTL-FILE
030730         GO TO 9100-STAMP-RUN-CONTROL-FAIL.
030731     CLOSE RUNCTL-FILE.
030732 9100-STAMP-RUN-CONTROL-SET.
030733     ACCEPT PHB-STAMP-DATE FROM DATE YYYYMMDD.
030734     ACCEPT PHB-STAMP-TIME FROM TIME.
030735     MOVE PHB-STAMP-DATE       TO PCT-DNCVER-DATE.
030736     MOVE PHB-STAMP-TIME(1:6)  TO PCT-DNCVER-TIME.
030737     OPEN OUTPUT RUNCTL-FILE.
030738     IF PHB-CTL-STATUS NOT = "00"
030739         DISPLAY "DNCVERIF - RUN CONTROL OPEN:  " PHB-CTL-STATUS
030740         GO TO 9100-STAMP-RUN-CONTROL-FAIL.
030741     WRITE RUN-CONTROL-RECORD.
030742     IF PHB-CTL-STATUS NOT = "00"
030743         DISPLAY "DNCVERIF - RUN CONTROL WRITE: " PHB-CTL-STATUS
030744         CLOSE RUNCTL-FILE
030745         GO TO 9100-STAMP-RUN-CONTROL-FAIL.
030746     CLOSE RUNCTL-FILE.
030747     DISPLAY "DNCVERIF - RUN CONTROL STAMP: " PCT-DNCVER-STAMP.
030748     GO TO 9100-STAMP-RUN-CONTROL-EXIT.
030749 9100-STAMP-RUN-CONTROL-FAIL.
030750     DISPLAY "DNCVERIF - *** RUN CONTROL NOT STAMPED - "
030751         "SET RUNMODE=FULL IN PHFMTP01-PHFMTP04 "
030752         "FOR THE NEXT NIGHTLY RUN".
030753     MOVE 12 TO RETURN-CODE.
030754 9100-STAMP-RUN-CONTROL-EXIT.
030755     EXIT.
030784*
030800 END PROGRAM DNCVERIF.
