000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    PHAPPRV.
000300 AUTHOR.        D. SALINAS.
000400 INSTALLATION.  CUSTOMER STATEMENTS - DATA CONTROL.
000500 DATE-WRITTEN.  2025-05-23.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900* DATE       INIT  DESCRIPTION
001000*----------  ----  -----------------------------------------------
001100* 2025-05-23  DS   ORIGINAL PROGRAM.  CICS SUPERVISOR APPROVAL
001200*                  SCREEN (TRANSACTION PHAP, MAP PHAPMP1) FOR
001300*                  THE PHPENDV PENDING-CHANGE FILE.  LISTS THE
001400*                  CHANGES STILL AWAITING A DECISION, TEN TO A
001500*                  PAGE IN ENTRY ORDER, WITH THE NUMBER ON FILE
001600*                  BESIDE THE NUMBER REQUESTED, AND RECORDS THE
001700*                  SUPERVISOR'S APPROVE OR REJECT ON EACH.  A
001800*                  SUPERVISOR MAY NOT APPROVE A CHANGE THEY
001900*                  ENTERED THEMSELVES.
002000*-----------------------------------------------------------------
002100*
002200* FILES: PHPENDV IS THE PENDING-CHANGE KSDS (PHONEPND), KEYED ON
002300* ENTRY DATE, TIME, ORIGIN AND SEQUENCE, SO A BROWSE RETURNS THE
002400* CHANGES OLDEST FIRST.  CUSTMSTV AND CUSTPHNV ARE THE READ-ONLY
002500* COPIES PHONLINE USES; THEY SUPPLY THE "BEFORE" NUMBER AS OF THE
002600* LAST NIGHTLY RUN.  ACCESS TO PHAP IS LIMITED TO THE SUPERVISOR
002700* GROUP BY TRANSACTION SECURITY - THIS PROGRAM ONLY ENFORCES THE
002800* TWO-PERSON RULE.
002900*
003000* A REJECT NEEDS A REASON, KEYED ONCE FOR ALL THE R LINES OF AN
003100* ENTER.  REJECTING ONE'S OWN ENTRY IS ALLOWED - IT IS HOW AN
003200* OPERATOR WHO IS ALSO A SUPERVISOR WITHDRAWS A MISTAKE.  EACH
003300* DECISION RE-READS THE ENTRY FOR UPDATE AND ONLY ACTS IF IT IS
003400* STILL PENDING, SO TWO SUPERVISORS ON THE SAME PAGE CANNOT BOTH
003500* DECIDE ONE CHANGE.
003600*-----------------------------------------------------------------
003700 ENVIRONMENT DIVISION.
003800 CONFIGURATION SECTION.
003900 SOURCE-COMPUTER.   IBM-370.
004000 OBJECT-COMPUTER.   IBM-370.
004100*
004200 DATA DIVISION.
004300 WORKING-STORAGE SECTION.
004400 77  PHB-RESP                   PIC S9(08) COMP VALUE ZERO.
004500 77  PHB-ABSTIME                PIC S9(15) COMP-3 VALUE ZERO.
004600 77  PHB-ROW-SUB                PIC S9(04) COMP VALUE ZERO.
004700 77  PHB-BROWSE-DONE-SW         PIC X(01)  VALUE "N".
004800     88  PHB-BROWSE-DONE                   VALUE "Y".
004900 77  PHB-SELECT-ERROR-SW        PIC X(01)  VALUE "N".
005000     88  PHB-SELECT-ERROR                  VALUE "Y".
005100 77  PHB-ANY-REJECT-SW          PIC X(01)  VALUE "N".
005200     88  PHB-ANY-REJECT                    VALUE "Y".
005300 77  PHB-SUPERVISOR-ID          PIC X(08)  VALUE SPACES.
005400 77  PHB-NOW-DATE               PIC X(08)  VALUE SPACES.
005500 77  PHB-NOW-TIME               PIC X(06)  VALUE SPACES.
005600 77  PHB-IN-REASON              PIC X(20)  VALUE SPACES.
005700 77  PHB-MESSAGE                PIC X(60)  VALUE SPACES.
005800 77  PHB-FORMATTED              PIC X(30)  VALUE SPACES.
005900 77  PHB-APPROVED-CT            PIC 9(02)  VALUE ZERO.
006000 77  PHB-REJECTED-CT            PIC 9(02)  VALUE ZERO.
006100 77  PHB-OWN-CT                 PIC 9(02)  VALUE ZERO.
006200 77  PHB-GONE-CT                PIC 9(02)  VALUE ZERO.
006300*-----------------------------------------------------------------
006400* RECORD KEYS.  THE CHILD KEY IS CUST-ID PLUS PHONE-TYPE, THE
006500* CUSTPHNV CLUSTER KEY.
006600*-----------------------------------------------------------------
006700 77  PHB-PEND-RID               PIC X(22)  VALUE SPACES.
006800 77  PHB-MASTER-RID             PIC X(08)  VALUE SPACES.
006900 01  PHB-CHILD-RID.
007000     05  PHB-RID-CUST-ID        PIC X(08).
007100     05  PHB-RID-TYPE           PIC X(01).
007200*-----------------------------------------------------------------
007300* COMMAREA - THE KEY THE SHOWN PAGE STARTED AT, THE KEY THE NEXT
007400* PAGE STARTS AT (SPACES WHEN THERE IS NO NEXT PAGE), AND THE KEY
007500* OF EACH ENTRY ON THE SCREEN, SO A SELECTION ON LINE N ACTS ON
007600* THE ENTRY THE SUPERVISOR WAS LOOKING AT.
007700*-----------------------------------------------------------------
007800 01  PHB-COMMAREA.
007900     05  PHB-CA-FIRST-KEY       PIC X(22).
008000     05  PHB-CA-NEXT-KEY        PIC X(22).
008100     05  PHB-CA-ROW-COUNT       PIC 9(02).
008200     05  PHB-CA-ROW-KEY         PIC X(22) OCCURS 10 TIMES.
008300*-----------------------------------------------------------------
008400* THE SELECTION CODES, SAVED AS SOON AS THE MAP IS RECEIVED -
008500* THE OUTPUT MAP REDEFINES THE INPUT MAP, SO REBUILDING THE PAGE
008600* DESTROYS THE RECEIVED FIELDS.
008700*-----------------------------------------------------------------
008800 01  PHB-SELECTIONS.
008900     05  PHB-IN-SEL             PIC X(01) OCCURS 10 TIMES.
009000*-----------------------------------------------------------------
009100* ONE SCREEN LINE, 76 BYTES.  THE NUMBERS ARE IN THE DASHED
009200* LAYOUT, WHICH WITH AN EXTENSION RUNS TO 23 CHARACTERS.
009300*-----------------------------------------------------------------
009400 01  PHB-ROW-TEXT.
009500     05  PHB-RT-CUST-ID         PIC X(08).
009600     05  FILLER                 PIC X(01).
009700     05  PHB-RT-TYPE            PIC X(04).
009800     05  FILLER                 PIC X(01).
009900     05  PHB-RT-BEFORE          PIC X(23).
010000     05  FILLER                 PIC X(01).
010100     05  PHB-RT-AFTER           PIC X(23).
010200     05  FILLER                 PIC X(01).
010300     05  PHB-RT-OPERATOR        PIC X(08).
010400     05  FILLER                 PIC X(01).
010500     05  PHB-RT-MONTH           PIC X(02).
010600     05  PHB-RT-SLASH           PIC X(01).
010700     05  PHB-RT-DAY             PIC X(02).
010800*-----------------------------------------------------------------
010900* RECORD LAYOUTS OF THE ONLINE FILES - THE SAME COPYBOOKS THE
011000* BATCH STREAM USES.
011100*-----------------------------------------------------------------
011200 COPY PHONEPND.
011300*
011400 COPY CUSTMAST.
011500*
011600 COPY CUSTPHON.
011700*
011800*-----------------------------------------------------------------
011900* SYMBOLIC MAP, WITH A TABLE VIEW OF ITS TEN SELECTION LINES SO
012000* THEY CAN BE SUBSCRIPTED, AND THE CICS ATTENTION-ID COPYBOOK.
012100* EACH LINE IS A SELECTION FIELD (SELN) FOLLOWED BY A TEXT FIELD
012200* (ROWN); THE ATTRIBUTE BYTE OF THE INPUT VIEW IS THE ATTRIBUTE
012300* OF THE OUTPUT VIEW, SO ONE TABLE SERVES BOTH.
012400*-----------------------------------------------------------------
012500 COPY PHAPMAP.
012600 01  PHB-MAP-ROWS REDEFINES PHAPMP1I.
012700     05  FILLER                 PIC X(12).
012800     05  PHB-MAP-ROW            OCCURS 10 TIMES.
012900         10  PHB-MR-SEL-LEN     PIC S9(04) COMP.
013000         10  PHB-MR-SEL-ATTR    PIC X(01).
013100         10  PHB-MR-SEL         PIC X(01).
013200         10  PHB-MR-TEXT-LEN    PIC S9(04) COMP.
013300         10  PHB-MR-TEXT-ATTR   PIC X(01).
013400         10  PHB-MR-TEXT        PIC X(76).
013500*
013600 COPY DFHAID.
013700*
013800*-----------------------------------------------------------------
013900* SHARED CALL INTERFACE TO CreatePhoneNumber - SEE PHONEREC.
014000*-----------------------------------------------------------------
014100 COPY PHONEREC.
014200*
014300 LINKAGE SECTION.
014400 01  DFHCOMMAREA                PIC X(266).
014500*
014600 PROCEDURE DIVISION.
014700*
014800 0000-MAINLINE.
014900     MOVE SPACES TO PHB-MESSAGE.
015000     IF EIBCALEN = ZERO
015100         PERFORM 1000-FIRST-TIME THRU 1000-FIRST-TIME-EXIT
015200     ELSE
015300         MOVE DFHCOMMAREA TO PHB-COMMAREA
015400         EVALUATE EIBAID
015500             WHEN DFHCLEAR
015600             WHEN DFHPF3
015700                 PERFORM 8000-EXIT-TRANSACTION
015800                     THRU 8000-EXIT-TRANSACTION-EXIT
015900             WHEN DFHENTER
016000                 PERFORM 2000-PROCESS-ENTER
016100                     THRU 2000-PROCESS-ENTER-EXIT
016200             WHEN DFHPF7
016300                 MOVE LOW-VALUES TO PHB-CA-FIRST-KEY
016400                 PERFORM 3000-BUILD-PAGE THRU 3000-BUILD-PAGE-EXIT
016500                 PERFORM 7000-SEND-MAP THRU 7000-SEND-MAP-EXIT
016600             WHEN DFHPF8
016700                 PERFORM 5000-NEXT-PAGE THRU 5000-NEXT-PAGE-EXIT
016800             WHEN OTHER
016900                 MOVE "INVALID KEY - ENTER, PF3, PF7 OR PF8"
017000                     TO PHB-MESSAGE
017100                 PERFORM 3000-BUILD-PAGE THRU 3000-BUILD-PAGE-EXIT
017200                 PERFORM 7000-SEND-MAP THRU 7000-SEND-MAP-EXIT
017300         END-EVALUATE
017400     END-IF.
017500     EXEC CICS RETURN TRANSID('PHAP')
017600               COMMAREA(PHB-COMMAREA)
017700               LENGTH(266)
017800     END-EXEC.
017900 0000-MAINLINE-EXIT.
018000     EXIT.
018100*
018200******************************************************************
018300* 1000-FIRST-TIME
018400*     SHOWS THE FIRST PAGE OF PENDING CHANGES ON THE FIRST
018500* INVOCATION OF THE PSEUDO-CONVERSATION.
018600******************************************************************
018700 1000-FIRST-TIME.
018800     MOVE LOW-VALUES TO PHB-CA-FIRST-KEY.
018900     MOVE "KEY A OR R BESIDE A CHANGE AND PRESS ENTER"
019000         TO PHB-MESSAGE.
019100     PERFORM 3000-BUILD-PAGE THRU 3000-BUILD-PAGE-EXIT.
019200     PERFORM 7000-SEND-MAP THRU 7000-SEND-MAP-EXIT.
019300 1000-FIRST-TIME-EXIT.
019400     EXIT.
019500*
019600******************************************************************
019700* 2000-PROCESS-ENTER
019800*     RECEIVES THE SCREEN, CHECKS THE SELECTION CODES AND THE
019900* REJECT REASON, RECORDS A DECISION ON EACH SELECTED ENTRY, AND
020000* REDISPLAYS THE PAGE - DECIDED ENTRIES DROP OFF IT.  A BAD CODE
020100* OR A MISSING REASON DECIDES NOTHING AND GIVES THE SELECTIONS
020200* BACK SO THEY NEED NOT BE RE-KEYED.
020300******************************************************************
020400 2000-PROCESS-ENTER.
020500     EXEC CICS RECEIVE MAP('PHAPMP1') MAPSET('PHAPMAP')
020600               INTO(PHAPMP1I)
020700               RESP(PHB-RESP)
020800     END-EXEC.
020900     IF PHB-RESP NOT = DFHRESP(NORMAL)
021000         MOVE "KEY A OR R BESIDE A CHANGE AND PRESS ENTER"
021100             TO PHB-MESSAGE
021200         PERFORM 3000-BUILD-PAGE THRU 3000-BUILD-PAGE-EXIT
021300         PERFORM 7000-SEND-MAP THRU 7000-SEND-MAP-EXIT
021400         GO TO 2000-PROCESS-ENTER-EXIT.
021500     IF RSNL > ZERO
021600         MOVE RSNI TO PHB-IN-REASON
021700     ELSE
021800         MOVE SPACES TO PHB-IN-REASON
021900     END-IF.
022000     MOVE "N" TO PHB-SELECT-ERROR-SW.
022100     MOVE "N" TO PHB-ANY-REJECT-SW.
022200     PERFORM 2100-SAVE-SELECTION THRU 2100-SAVE-SELECTION-EXIT
022300         VARYING PHB-ROW-SUB FROM 1 BY 1
022400         UNTIL PHB-ROW-SUB > 10.
022500     IF PHB-SELECT-ERROR
022600         MOVE "ONLY A (APPROVE) OR R (REJECT) MAY BE KEYED"
022700             TO PHB-MESSAGE
022800     ELSE
022900         IF PHB-ANY-REJECT AND PHB-IN-REASON = SPACES
023000             MOVE "ENTER A REJECT REASON FOR THE R LINES"
023100                 TO PHB-MESSAGE
023200         END-IF
023300     END-IF.
023400     IF PHB-MESSAGE NOT = SPACES
023500         PERFORM 3000-BUILD-PAGE THRU 3000-BUILD-PAGE-EXIT
023600         PERFORM 2150-RESTORE-SELECTION
023700             THRU 2150-RESTORE-SELECTION-EXIT
023800             VARYING PHB-ROW-SUB FROM 1 BY 1
023900             UNTIL PHB-ROW-SUB > PHB-CA-ROW-COUNT
024000         MOVE PHB-IN-REASON TO RSNO
024100         PERFORM 7000-SEND-MAP THRU 7000-SEND-MAP-EXIT
024200         GO TO 2000-PROCESS-ENTER-EXIT.
024300     EXEC CICS ASSIGN USERID(PHB-SUPERVISOR-ID)
024400     END-EXEC.
024500     EXEC CICS ASKTIME ABSTIME(PHB-ABSTIME)
024600     END-EXEC.
024700     EXEC CICS FORMATTIME ABSTIME(PHB-ABSTIME)
024800               YYYYMMDD(PHB-NOW-DATE)
024900               TIME(PHB-NOW-TIME)
025000     END-EXEC.
025100     MOVE ZERO TO PHB-APPROVED-CT PHB-REJECTED-CT
025200                  PHB-OWN-CT PHB-GONE-CT.
025300     PERFORM 2200-DECIDE-ONE THRU 2200-DECIDE-ONE-EXIT
025400         VARYING PHB-ROW-SUB FROM 1 BY 1
025500         UNTIL PHB-ROW-SUB > PHB-CA-ROW-COUNT.
025600     STRING "APPROVED "          DELIMITED BY SIZE
025700            PHB-APPROVED-CT      DELIMITED BY SIZE
025800            " REJECTED "         DELIMITED BY SIZE
025900            PHB-REJECTED-CT      DELIMITED BY SIZE
026000            " OWN ENTRY REFUSED " DELIMITED BY SIZE
026100            PHB-OWN-CT           DELIMITED BY SIZE
026200            " ALREADY DONE "     DELIMITED BY SIZE
026300            PHB-GONE-CT          DELIMITED BY SIZE
026400         INTO PHB-MESSAGE
026500     END-STRING.
026600     PERFORM 3000-BUILD-PAGE THRU 3000-BUILD-PAGE-EXIT.
026700     IF PHB-CA-ROW-COUNT = ZERO
026800        AND PHB-CA-FIRST-KEY NOT = LOW-VALUES
026900         MOVE LOW-VALUES TO PHB-CA-FIRST-KEY
027000         PERFORM 3000-BUILD-PAGE THRU 3000-BUILD-PAGE-EXIT
027100     END-IF.
027200     PERFORM 7000-SEND-MAP THRU 7000-SEND-MAP-EXIT.
027300 2000-PROCESS-ENTER-EXIT.
027400     EXIT.
027500*
027600******************************************************************
027700* 2100-SAVE-SELECTION
027800*     SAVES ONE LINE'S SELECTION CODE.  A CODE ON A LINE WITH NO
027900* ENTRY BEHIND IT IS IGNORED.
028000******************************************************************
028100 2100-SAVE-SELECTION.
028200     MOVE SPACE TO PHB-IN-SEL (PHB-ROW-SUB).
028300     IF PHB-MR-SEL-LEN (PHB-ROW-SUB) = ZERO
028400        OR PHB-ROW-SUB > PHB-CA-ROW-COUNT
028500         GO TO 2100-SAVE-SELECTION-EXIT.
028600     MOVE PHB-MR-SEL (PHB-ROW-SUB) TO PHB-IN-SEL (PHB-ROW-SUB).
028700     EVALUATE PHB-IN-SEL (PHB-ROW-SUB)
028800         WHEN "A"
028900         WHEN SPACE
029000             CONTINUE
029100         WHEN "R"
029200             SET PHB-ANY-REJECT TO TRUE
029300         WHEN OTHER
029400             SET PHB-SELECT-ERROR TO TRUE
029500     END-EVALUATE.
029600 2100-SAVE-SELECTION-EXIT.
029700     EXIT.
029800*
029900******************************************************************
030000* 2150-RESTORE-SELECTION
030100*     PUTS ONE SAVED SELECTION CODE BACK ON THE REBUILT PAGE.
030110* THE SELECTION AND REASON FIELDS ARE FSET ON THE MAP, SO WHAT
030120* IS GIVEN BACK COMES IN AGAIN ON THE NEXT ENTER EVEN WHEN THE
030130* SUPERVISOR DOES NOT RE-KEY IT.
030200******************************************************************
030300 2150-RESTORE-SELECTION.
030400     MOVE PHB-IN-SEL (PHB-ROW-SUB) TO PHB-MR-SEL (PHB-ROW-SUB).
030500 2150-RESTORE-SELECTION-EXIT.
030600     EXIT.
030700*
030800******************************************************************
030900* 2200-DECIDE-ONE
031000*     RECORDS THE DECISION ON ONE SELECTED LINE.  THE ENTRY IS
031100* RE-READ FOR UPDATE AND LEFT ALONE IF SOMEONE ELSE HAS DECIDED
031200* IT SINCE THE PAGE WAS SHOWN, OR IF THIS IS AN APPROVAL OF THE
031300* SUPERVISOR'S OWN ENTRY.
031400******************************************************************
031500 2200-DECIDE-ONE.
031600     IF PHB-IN-SEL (PHB-ROW-SUB) = SPACE
031700         GO TO 2200-DECIDE-ONE-EXIT.
031800     MOVE PHB-CA-ROW-KEY (PHB-ROW-SUB) TO PHB-PEND-RID.
031900     EXEC CICS READ DATASET('PHPENDV')
032000               INTO(PENDING-CHANGE-RECORD)
032100               RIDFLD(PHB-PEND-RID)
032200               UPDATE
032300               RESP(PHB-RESP)
032400     END-EXEC.
032500     IF PHB-RESP NOT = DFHRESP(NORMAL)
032600         ADD 1 TO PHB-GONE-CT
032700         GO TO 2200-DECIDE-ONE-EXIT.
032800     IF NOT PPD-PENDING
032900         EXEC CICS UNLOCK DATASET('PHPENDV')
033000         END-EXEC
033100         ADD 1 TO PHB-GONE-CT
033200         GO TO 2200-DECIDE-ONE-EXIT.
033300     IF PHB-IN-SEL (PHB-ROW-SUB) = "A"
033400        AND PPD-OPERATOR-ID = PHB-SUPERVISOR-ID
033500         EXEC CICS UNLOCK DATASET('PHPENDV')
033600         END-EXEC
033700         ADD 1 TO PHB-OWN-CT
033800         GO TO 2200-DECIDE-ONE-EXIT.
033900     IF PHB-IN-SEL (PHB-ROW-SUB) = "A"
034000         SET PPD-APPROVED TO TRUE
034100     ELSE
034200         SET PPD-REJECTED TO TRUE
034300         MOVE PHB-IN-REASON TO PPD-REJECT-REASON
034400     END-IF.
034500     MOVE PHB-SUPERVISOR-ID TO PPD-APPROVER-ID.
034600     MOVE PHB-NOW-DATE      TO PPD-DECISION-DATE.
034700     MOVE PHB-NOW-TIME      TO PPD-DECISION-TIME.
034800     EXEC CICS REWRITE DATASET('PHPENDV')
034900               FROM(PENDING-CHANGE-RECORD)
035000               RESP(PHB-RESP)
035100     END-EXEC.
035200     IF PHB-RESP NOT = DFHRESP(NORMAL)
035300         ADD 1 TO PHB-GONE-CT
035400         GO TO 2200-DECIDE-ONE-EXIT.
035500     IF PPD-APPROVED
035600         ADD 1 TO PHB-APPROVED-CT
035700     ELSE
035800         ADD 1 TO PHB-REJECTED-CT
035900     END-IF.
036000 2200-DECIDE-ONE-EXIT.
036100     EXIT.
036200*
036300******************************************************************
036400* 3000-BUILD-PAGE
036500*     BROWSES THE PENDING FILE FROM THE PAGE'S FIRST KEY AND PUTS
036600* UP TO TEN ENTRIES STILL AWAITING A DECISION ON THE SCREEN.  THE
036700* KEY OF AN ELEVENTH, IF THERE IS ONE, IS KEPT AS THE START OF THE
036800* NEXT PAGE.  DECIDED ENTRIES ARE PASSED OVER UNTIL PHPNDBAT
036900* PURGES THEM.
037000******************************************************************
037100 3000-BUILD-PAGE.
037200     MOVE LOW-VALUES TO PHAPMP1O.
037300     MOVE ZERO       TO PHB-CA-ROW-COUNT.
037400     MOVE SPACES     TO PHB-CA-NEXT-KEY.
037500     MOVE "N"        TO PHB-BROWSE-DONE-SW.
037600     MOVE PHB-CA-FIRST-KEY TO PHB-PEND-RID.
037700     EXEC CICS STARTBR DATASET('PHPENDV')
037800               RIDFLD(PHB-PEND-RID)
037900               GTEQ
038000               RESP(PHB-RESP)
038100     END-EXEC.
038200     IF PHB-RESP = DFHRESP(NORMAL)
038300         PERFORM 3100-READ-ONE-PENDING
038400             THRU 3100-READ-ONE-PENDING-EXIT
038500             UNTIL PHB-BROWSE-DONE
038600         EXEC CICS ENDBR DATASET('PHPENDV')
038700         END-EXEC
038800     ELSE
038900         IF PHB-RESP NOT = DFHRESP(NOTFND)
039000             MOVE "PENDING FILE READ ERROR - CALL DATA CONTROL"
039100                 TO PHB-MESSAGE
039200             GO TO 3000-BUILD-PAGE-EXIT
039300         END-IF
039400     END-IF.
039500     IF PHB-CA-ROW-COUNT = ZERO AND PHB-MESSAGE = SPACES
039600         MOVE "NO CHANGES AWAITING APPROVAL" TO PHB-MESSAGE.
039700 3000-BUILD-PAGE-EXIT.
039800     EXIT.
039900*
040000******************************************************************
040100* 3100-READ-ONE-PENDING
040200*     READS THE NEXT ENTRY IN THE BROWSE AND, WHEN IT IS STILL
040300* AWAITING A DECISION, PUTS IT ON THE NEXT FREE LINE.
040400******************************************************************
040500 3100-READ-ONE-PENDING.
040600     EXEC CICS READNEXT DATASET('PHPENDV')
040700               INTO(PENDING-CHANGE-RECORD)
040800               RIDFLD(PHB-PEND-RID)
040900               RESP(PHB-RESP)
041000     END-EXEC.
041100     IF PHB-RESP NOT = DFHRESP(NORMAL)
041200         SET PHB-BROWSE-DONE TO TRUE
041300         GO TO 3100-READ-ONE-PENDING-EXIT.
041400     IF NOT PPD-PENDING
041500         GO TO 3100-READ-ONE-PENDING-EXIT.
041600     IF PHB-CA-ROW-COUNT = 10
041700         MOVE PPD-KEY TO PHB-CA-NEXT-KEY
041800         SET PHB-BROWSE-DONE TO TRUE
041900         GO TO 3100-READ-ONE-PENDING-EXIT.
042000     ADD 1 TO PHB-CA-ROW-COUNT.
042100     MOVE PPD-KEY TO PHB-CA-ROW-KEY (PHB-CA-ROW-COUNT).
042200     PERFORM 3200-FORMAT-ROW THRU 3200-FORMAT-ROW-EXIT.
042300     MOVE PHB-ROW-TEXT TO PHB-MR-TEXT (PHB-CA-ROW-COUNT).
042400 3100-READ-ONE-PENDING-EXIT.
042500     EXIT.
042600*
042700******************************************************************
042800* 3200-FORMAT-ROW
042900*     BUILDS ONE SCREEN LINE: CUSTOMER, WHICH NUMBER, THE NUMBER
043000* ON FILE NOW, THE NUMBER REQUESTED, WHO KEYED IT AND WHEN.  A
043100* CHILD ADD SHOWS NONE ON FILE BEFORE AND A DELETE SHOWS REMOVED
043200* AFTER.
043300******************************************************************
043400 3200-FORMAT-ROW.
043500     MOVE SPACES          TO PHB-ROW-TEXT.
043600     MOVE PPD-CUST-ID     TO PHB-RT-CUST-ID.
043700     MOVE PPD-OPERATOR-ID TO PHB-RT-OPERATOR.
043800     MOVE PPD-ENTRY-DATE (5:2) TO PHB-RT-MONTH.
043900     MOVE "/"             TO PHB-RT-SLASH.
044000     MOVE PPD-ENTRY-DATE (7:2) TO PHB-RT-DAY.
044100     IF PPD-MASTER-CHANGE
044200         MOVE "MAST" TO PHB-RT-TYPE
044300         PERFORM 3300-MASTER-BEFORE THRU 3300-MASTER-BEFORE-EXIT
044400     ELSE
044500         EVALUATE PPD-PHONE-TYPE
044600             WHEN "H"
044700                 MOVE "HOME" TO PHB-RT-TYPE
044800             WHEN "W"
044900                 MOVE "WORK" TO PHB-RT-TYPE
045000             WHEN "M"
045100                 MOVE "MOBL" TO PHB-RT-TYPE
045200             WHEN "F"
045300                 MOVE "FAX"  TO PHB-RT-TYPE
045400             WHEN OTHER
045500                 MOVE PPD-PHONE-TYPE TO PHB-RT-TYPE
045600         END-EVALUATE
045700         PERFORM 3400-CHILD-BEFORE THRU 3400-CHILD-BEFORE-EXIT
045800     END-IF.
045900     IF PPD-DELETE
046000         MOVE "REMOVED" TO PHB-RT-AFTER
046100     ELSE
046200         MOVE PPD-NEW-DIGITS    TO ARR
046300         MOVE PPD-COUNTRY-CODE  TO PHN-COUNTRY-CODE
046400         MOVE PPD-EXTENSION     TO PHN-EXTENSION
046500         MOVE PPD-EXTENSION-LEN TO PHN-EXTENSION-LEN
046600         PERFORM 3500-FORMAT-NUMBER THRU 3500-FORMAT-NUMBER-EXIT
046700         MOVE PHB-FORMATTED     TO PHB-RT-AFTER
046800     END-IF.
046900 3200-FORMAT-ROW-EXIT.
047000     EXIT.
047100*
047200******************************************************************
047300* 3300-MASTER-BEFORE
047400*     THE CUSTMAST NUMBER ON FILE FOR A MASTER CHANGE.
047500******************************************************************
047600 3300-MASTER-BEFORE.
047700     MOVE PPD-CUST-ID TO PHB-MASTER-RID.
047800     EXEC CICS READ DATASET('CUSTMSTV')
047900               INTO(CUST-MASTER-RECORD)
048000               RIDFLD(PHB-MASTER-RID)
048100               RESP(PHB-RESP)
048200     END-EXEC.
048300     IF PHB-RESP NOT = DFHRESP(NORMAL)
048400         MOVE "NOT ON MASTER FILE" TO PHB-RT-BEFORE
048500         GO TO 3300-MASTER-BEFORE-EXIT.
048600     MOVE CUST-PHONE-DIGITS   TO ARR.
048700     MOVE CUST-COUNTRY-CODE   TO PHN-COUNTRY-CODE.
048800     MOVE CUST-EXTENSION      TO PHN-EXTENSION.
048900     MOVE CUST-EXTENSION-LEN  TO PHN-EXTENSION-LEN.
049000     PERFORM 3500-FORMAT-NUMBER THRU 3500-FORMAT-NUMBER-EXIT.
049100     MOVE PHB-FORMATTED       TO PHB-RT-BEFORE.
049200 3300-MASTER-BEFORE-EXIT.
049300     EXIT.
049400*
049500******************************************************************
049600* 3400-CHILD-BEFORE
049700*     THE CUSTPHON NUMBER OF THE SAME TYPE ON FILE FOR A CHILD
049800* CHANGE - NONE ON FILE WHEN THE CUSTOMER DOES NOT CARRY ONE.
049900******************************************************************
050000 3400-CHILD-BEFORE.
050100     MOVE PPD-CUST-ID    TO PHB-RID-CUST-ID.
050200     MOVE PPD-PHONE-TYPE TO PHB-RID-TYPE.
050300     EXEC CICS READ DATASET('CUSTPHNV')
050400               INTO(CUST-PHONE-RECORD)
050500               RIDFLD(PHB-CHILD-RID)
050600               RESP(PHB-RESP)
050700     END-EXEC.
050800     IF PHB-RESP NOT = DFHRESP(NORMAL)
050900         MOVE "NONE ON FILE" TO PHB-RT-BEFORE
051000         GO TO 3400-CHILD-BEFORE-EXIT.
051100     MOVE CPH-PHONE-DIGITS    TO ARR.
051200     MOVE CPH-COUNTRY-CODE    TO PHN-COUNTRY-CODE.
051300     MOVE CPH-EXTENSION       TO PHN-EXTENSION.
051400     MOVE CPH-EXTENSION-LEN   TO PHN-EXTENSION-LEN.
051500     PERFORM 3500-FORMAT-NUMBER THRU 3500-FORMAT-NUMBER-EXIT.
051600     MOVE PHB-FORMATTED       TO PHB-RT-BEFORE.
051700 3400-CHILD-BEFORE-EXIT.
051800     EXIT.
051900*
052000******************************************************************
052100* 3500-FORMAT-NUMBER
052200*     FORMATS THE NUMBER IN THE PHONEREC INTERFACE FIELDS IN THE
052300* DASHED LAYOUT INTO PHB-FORMATTED.
052400******************************************************************
052500 3500-FORMAT-NUMBER.
052600     SET CPN-FMT-DASH TO TRUE.
052700     CALL "CreatePhoneNumber" USING ARR RESULT FMT-CODE
052800                                    RTN-CODE PHN-COUNTRY-CODE
052900                                    PHN-EXTENSION
053000                                    PHN-EXTENSION-LEN.
053100     IF CPN-VALID
053200         MOVE RESULT TO PHB-FORMATTED
053300     ELSE
053400         MOVE "** INVALID **" TO PHB-FORMATTED
053500     END-IF.
053600 3500-FORMAT-NUMBER-EXIT.
053700     EXIT.
053800*
053900******************************************************************
054000* 5000-NEXT-PAGE
054100*     PF8 - MOVES ON TO THE PAGE AFTER THE ONE SHOWN, OR STAYS PUT
054200* WHEN THE SHOWN PAGE WAS THE LAST.
054300******************************************************************
054400 5000-NEXT-PAGE.
054500     IF PHB-CA-NEXT-KEY = SPACES
054600         MOVE "NO FURTHER CHANGES - PF7 FOR THE FIRST PAGE"
054700             TO PHB-MESSAGE
054800     ELSE
054900         MOVE PHB-CA-NEXT-KEY TO PHB-CA-FIRST-KEY
055000     END-IF.
055100     PERFORM 3000-BUILD-PAGE THRU 3000-BUILD-PAGE-EXIT.
055200     PERFORM 7000-SEND-MAP THRU 7000-SEND-MAP-EXIT.
055300 5000-NEXT-PAGE-EXIT.
055400     EXIT.
055500*
055600******************************************************************
055700* 7000-SEND-MAP
055800*     SENDS THE SCREEN BACK WITH THE PAGE AS BUILT AND THE
055900* MESSAGE FOR THE SUPERVISOR.
056000******************************************************************
056100 7000-SEND-MAP.
056200     MOVE PHB-MESSAGE TO MSGO.
056300     EXEC CICS SEND MAP('PHAPMP1') MAPSET('PHAPMAP')
056400               FROM(PHAPMP1O)
056500               ERASE
056600     END-EXEC.
056700 7000-SEND-MAP-EXIT.
056800     EXIT.
056900*
057000******************************************************************
057100* 8000-EXIT-TRANSACTION
057200*     CLEARS THE SCREEN AND ENDS THE PSEUDO-CONVERSATION.
057300******************************************************************
057400 8000-EXIT-TRANSACTION.
057500     EXEC CICS SEND CONTROL ERASE FREEKB
057600     END-EXEC.
057700     EXEC CICS RETURN
057800     END-EXEC.
057900 8000-EXIT-TRANSACTION-EXIT.
058000     EXIT.
058100*
058200 END PROGRAM PHAPPRV.
