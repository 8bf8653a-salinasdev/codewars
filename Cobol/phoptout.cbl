000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    PHOPTOUT.
000300 AUTHOR.        D. SALINAS.
000400 INSTALLATION.  CUSTOMER STATEMENTS - DATA CONTROL.
000500 DATE-WRITTEN.  2025-05-30.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900* DATE       INIT  DESCRIPTION
001000*----------  ----  -----------------------------------------------
001100* 2025-05-30  DS   ORIGINAL PROGRAM.  CICS NUMBER LOOKUP AND
001200*                  OPT-OUT SCREEN (TRANSACTION PHOP, MAP PHOPMP1)
001300*                  FOR THE CALL CENTER.  TAKES A PHONE NUMBER AS
001400*                  THE CALLER GIVES IT, NORMALIZES IT THROUGH
001500*                  CreatePhoneNumber INTO THE DASHED DNC-PHONE-KEY
001600*                  LAYOUT, AND SHOWS WHETHER IT IS ON THE DNC
001700*                  FILE, EVERY CUSTOMER WHOSE MASTER OR CHILD
001800*                  NUMBER IT IS, AND EACH ONE'S CONSENT STATUS.
001900*                  PF5 (CONFIRMED BY A SECOND PF5) RECORDS AN
002000*                  INTERNAL OPT-OUT: A DNCFEED ADD RECORD ON THE
002100*                  PHDN QUEUE FOR THE NEXT DNCLDJOB AND A CNSFEED
002200*                  REVOCATION PER CUSTOMER ON THE PHCN QUEUE FOR
002300*                  THE NEXT CNSLDJOB.
002310* 2025-06-27  DS   CONSENT SOURCE ON THE SCREEN LINE WIDENED TO
002320*                  THE FULL 10 BYTES OF CNS-SOURCE, TAKEN FROM THE
002330*                  NAME - A SOURCE WAS CUT TO 6.  LINE STAYS 76.
002400*-----------------------------------------------------------------
002500*
002600* FILES: PHDNCV IS THE DNC KSDS (PHONEDNC) AND PHCNSV THE CONSENT
002700* KSDS (PHONECNS), BOTH READ-ONLY HERE - THEIR LOAD JOBS STAY THE
002800* ONLY WRITERS.  PHNIXV IS THE ONLINE COPY OF THE PHONE-NUMBER
002900* INDEX (PHONENIX), REBUILT NIGHTLY BY PHNIXJOB FROM THE UPDATED
003000* EXTRACTS AND KEYED ON NUMBER, CUST-ID AND PHONE TYPE, SO ONE
003100* BROWSE FINDS EVERY CUSTOMER CARRYING A NUMBER.  CUSTMSTV
003200* SUPPLIES THE NAME.  PHDN AND PHCN ARE EXTRAPARTITION TDQS OVER
003300* THE .ONLINE FEED DATA SETS THE LOAD JOBS CONCATENATE BEHIND
003400* THEIR REGULAR FEEDS.
003500*
003600* ONLY DOMESTIC NANP NUMBERS ARE LOOKED UP - THE DNC REGISTRY
003700* COVERS NOTHING ELSE.  A LEADING 1 ON AN ELEVEN-DIGIT ENTRY IS
003800* DROPPED, PUNCTUATION AND SPACES ARE IGNORED, AND A LETTER ENDS
003900* THE NUMBER (SO "X123" OR "EXT 45" AFTER IT IS LEFT OFF).  THE
004000* OPT-OUT ONLY QUEUES FEED RECORDS; THE SCREEN GOES ON SHOWING THE
004100* FILES AS THEY ARE UNTIL THE LOAD JOBS HAVE RUN.
004200*-----------------------------------------------------------------
004300 ENVIRONMENT DIVISION.
004400 CONFIGURATION SECTION.
004500 SOURCE-COMPUTER.   IBM-370.
004600 OBJECT-COMPUTER.   IBM-370.
004700*
004800 DATA DIVISION.
004900 WORKING-STORAGE SECTION.
005000 77  PHB-RESP                   PIC S9(08) COMP VALUE ZERO.
005100 77  PHB-ABSTIME                PIC S9(15) COMP-3 VALUE ZERO.
005200 77  PHB-FEED-LENGTH            PIC S9(04) COMP VALUE +40.
005300 77  PHB-SCAN-SUB               PIC S9(04) COMP VALUE ZERO.
005400 77  PHB-DIGIT-COUNT            PIC S9(04) COMP VALUE ZERO.
005500 77  PHB-LINE-COUNT             PIC S9(04) COMP VALUE ZERO.
005600 77  PHB-SCAN-DONE-SW           PIC X(01)  VALUE "N".
005700     88  PHB-SCAN-DONE                     VALUE "Y".
005800 77  PHB-BROWSE-DONE-SW         PIC X(01)  VALUE "N".
005900     88  PHB-BROWSE-DONE                   VALUE "Y".
006000 77  PHB-OPT-OUT-SW             PIC X(01)  VALUE "N".
006100     88  PHB-RECORDING-OPT-OUT             VALUE "Y".
006200 77  PHB-TDQ-ERROR-SW           PIC X(01)  VALUE "N".
006300     88  PHB-TDQ-ERROR                     VALUE "Y".
006400 77  PHB-DNC-WRITTEN-SW         PIC X(01)  VALUE "N".
006500     88  PHB-DNC-WRITTEN                   VALUE "Y".
006600 77  PHB-DNC-STATE              PIC X(01)  VALUE SPACE.
006700     88  PHB-DNC-ON-FILE                   VALUE "Y".
006800     88  PHB-DNC-NOT-ON-FILE               VALUE "N".
006900     88  PHB-DNC-READ-ERROR                VALUE "E".
007000 77  PHB-CNS-STATE              PIC X(01)  VALUE SPACE.
007100     88  PHB-CNS-GRANTED                   VALUE "G".
007200     88  PHB-CNS-REVOKED                   VALUE "R".
007300     88  PHB-CNS-NONE                      VALUE "N".
007400     88  PHB-CNS-READ-ERROR                VALUE "E".
007500 77  PHB-REVOKE-CT              PIC 9(03)  VALUE ZERO.
007600 77  PHB-COUNT-ED               PIC ZZ9.
007700 77  PHB-LAST-CUST-ID           PIC X(08)  VALUE SPACES.
007800 77  PHB-TODAY                  PIC X(08)  VALUE SPACES.
007900 77  PHB-MESSAGE                PIC X(60)  VALUE SPACES.
008000*-----------------------------------------------------------------
008100* THE NUMBER AS KEYED, A CHARACTER AT A TIME, AND THE DIGITS
008200* PICKED OUT OF IT.  ELEVEN DIGIT POSITIONS ALLOW A LEADING 1.
008300*-----------------------------------------------------------------
008400 01  PHB-IN-PHONE               PIC X(20)  VALUE SPACES.
008500 01  FILLER REDEFINES PHB-IN-PHONE.
008600     05  PHB-IN-CHAR            PIC X(01)  OCCURS 20 TIMES.
008700 01  PHB-DIGITS                 PIC X(11)  VALUE SPACES.
008800 01  FILLER REDEFINES PHB-DIGITS.
008900     05  PHB-DIGIT              PIC X(01)  OCCURS 11 TIMES.
009000 01  PHB-NUMBER                 PIC X(10)  VALUE SPACES.
009100 01  FILLER REDEFINES PHB-NUMBER.
009200     05  PHB-NUMBER-N           PIC 9(10).
009300*-----------------------------------------------------------------
009400* RECORD KEYS.  THE DNC KEY IS THE DASHED LAYOUT DNCLOAD STORES.
009500* THE INDEX BROWSE STARTS AT THE NUMBER WITH A BLANK (DOMESTIC)
009600* COUNTRY CODE AND READS FORWARD UNTIL THE NUMBER CHANGES.
009700*-----------------------------------------------------------------
009800 77  PHB-DNC-KEY                PIC X(14)  VALUE SPACES.
009900 77  PHB-MASTER-RID             PIC X(08)  VALUE SPACES.
010000 77  PHB-CNS-RID                PIC X(08)  VALUE SPACES.
010100 01  PHB-NIX-RID.
010200     05  PHB-NR-DIGITS          PIC 9(10).
010300     05  PHB-NR-COUNTRY-CODE    PIC X(03).
010400     05  PHB-NR-REST            PIC X(09).
010500*-----------------------------------------------------------------
010600* COMMAREA - THE NUMBER ON THE SCREEN AND HOW FAR THE AGENT HAS
010700* GOT WITH IT.  PF5 ACTS ON THE NUMBER SAVED HERE, NEVER ON
010800* WHATEVER HAS SINCE BEEN TYPED INTO THE INPUT FIELD.
010900*-----------------------------------------------------------------
011000 01  PHB-COMMAREA.
011100     05  PHB-CA-DIGITS          PIC X(10).
011200     05  PHB-CA-STATE           PIC X(01).
011300         88  PHB-CA-EMPTY                  VALUE SPACE.
011400         88  PHB-CA-SHOWN                  VALUE "L".
011500         88  PHB-CA-CONFIRM                VALUE "C".
011600*-----------------------------------------------------------------
011700* ONE SCREEN LINE, 76 BYTES, LINED UP UNDER THE MAP HEADINGS.
011800*-----------------------------------------------------------------
011900 01  PHB-ROW-TEXT.
012000     05  PHB-RT-CUST-ID         PIC X(08).
012100     05  FILLER                 PIC X(01).
012200     05  PHB-RT-TYPE            PIC X(10).
012300     05  FILLER                 PIC X(02).
012400     05  PHB-RT-NAME            PIC X(24).
012500     05  FILLER                 PIC X(02).
012600     05  PHB-RT-CONSENT         PIC X(29).
012700     05  FILLER REDEFINES PHB-RT-CONSENT.
012800         10  PHB-RT-CNS-STATUS  PIC X(07).
012900         10  FILLER             PIC X(01).
013000         10  PHB-RT-CNS-MONTH   PIC X(02).
013100         10  PHB-RT-CNS-SLASH1  PIC X(01).
013200         10  PHB-RT-CNS-DAY     PIC X(02).
013300         10  PHB-RT-CNS-SLASH2  PIC X(01).
013400         10  PHB-RT-CNS-YEAR    PIC X(04).
013500         10  FILLER             PIC X(01).
013600         10  PHB-RT-CNS-SOURCE  PIC X(10).
013700*-----------------------------------------------------------------
013800* RECORD LAYOUTS OF THE ONLINE FILES AND THE FEED RECORDS
013900* QUEUED - THE SAME COPYBOOKS THE BATCH STREAM USES.
014000*-----------------------------------------------------------------
014100 COPY PHONENIX.
014200*
014300 COPY PHONEDNC.
014400*
014500 COPY PHONECNS.
014600*
014700 COPY CUSTMAST.
014800*
014900 COPY DNCFEED.
015000*
015100 COPY CNSFEED.
015200*
015300*-----------------------------------------------------------------
015400* SYMBOLIC MAP, WITH A TABLE VIEW OF ITS TEN CUSTOMER LINES SO
015500* THEY CAN BE SUBSCRIPTED, AND THE CICS ATTENTION-ID COPYBOOK.
015600* THE LINES FOLLOW THE PHONE, NORMNO AND DNCST FIELDS.
015700*-----------------------------------------------------------------
015800 COPY PHOPMAP.
015900 01  PHB-MAP-ROWS REDEFINES PHOPMP1I.
016000     05  FILLER                 PIC X(12).
016100     05  FILLER                 PIC X(23).
016200     05  FILLER                 PIC X(15).
016300     05  FILLER                 PIC X(43).
016400     05  PHB-MAP-ROW            OCCURS 10 TIMES.
016500         10  PHB-MR-TEXT-LEN    PIC S9(04) COMP.
016600         10  PHB-MR-TEXT-ATTR   PIC X(01).
016700         10  PHB-MR-TEXT        PIC X(76).
016800*
016900 COPY DFHAID.
017000*
017100*-----------------------------------------------------------------
017200* SHARED CALL INTERFACE TO CreatePhoneNumber - SEE PHONEREC.
017300*-----------------------------------------------------------------
017400 COPY PHONEREC.
017500*
017600 LINKAGE SECTION.
017700 01  DFHCOMMAREA                PIC X(11).
017800*
017900 PROCEDURE DIVISION.
018000*
018100 0000-MAINLINE.
018200     MOVE SPACES TO PHB-MESSAGE.
018300     IF EIBCALEN = ZERO
018400         PERFORM 1000-FIRST-TIME THRU 1000-FIRST-TIME-EXIT
018500     ELSE
018600         MOVE DFHCOMMAREA TO PHB-COMMAREA
018700         EVALUATE EIBAID
018800             WHEN DFHCLEAR
018900             WHEN DFHPF3
019000                 PERFORM 8000-EXIT-TRANSACTION
019100                     THRU 8000-EXIT-TRANSACTION-EXIT
019200             WHEN DFHENTER
019300                 PERFORM 2000-PROCESS-ENTER
019400                     THRU 2000-PROCESS-ENTER-EXIT
019500             WHEN DFHPF5
019600                 PERFORM 4000-PROCESS-OPT-OUT
019700                     THRU 4000-PROCESS-OPT-OUT-EXIT
019800             WHEN OTHER
019900                 MOVE "INVALID KEY - ENTER, PF5, PF3 OR CLEAR"
020000                     TO PHB-MESSAGE
020100                 PERFORM 5000-REDISPLAY THRU 5000-REDISPLAY-EXIT
020200         END-EVALUATE
020300     END-IF.
020400     EXEC CICS RETURN TRANSID('PHOP')
020500               COMMAREA(PHB-COMMAREA)
020600               LENGTH(11)
020700     END-EXEC.
020800 0000-MAINLINE-EXIT.
020900     EXIT.
021000*
021100******************************************************************
021200* 1000-FIRST-TIME
021300*     SENDS THE EMPTY SCREEN ON THE FIRST INVOCATION OF THE
021400* PSEUDO-CONVERSATION.
021500******************************************************************
021600 1000-FIRST-TIME.
021700     MOVE SPACES     TO PHB-COMMAREA.
021800     MOVE LOW-VALUES TO PHOPMP1O.
021900     MOVE "KEY THE PHONE NUMBER IN ANY FORMAT AND PRESS ENTER"
022000         TO PHB-MESSAGE.
022100     PERFORM 7000-SEND-MAP THRU 7000-SEND-MAP-EXIT.
022200 1000-FIRST-TIME-EXIT.
022300     EXIT.
022400*
022500******************************************************************
022600* 2000-PROCESS-ENTER
022700*     RECEIVES THE SCREEN, NORMALIZES THE NUMBER KEYED AND LOOKS
022800* IT UP.  ENTER ALWAYS STARTS OVER, SO IT ALSO CANCELS AN OPT-OUT
022900* WAITING FOR ITS CONFIRMING PF5.
023000******************************************************************
023100 2000-PROCESS-ENTER.
023200     MOVE SPACES TO PHB-COMMAREA.
023300     MOVE SPACES TO PHB-IN-PHONE.
023400     EXEC CICS RECEIVE MAP('PHOPMP1') MAPSET('PHOPMAP')
023500               INTO(PHOPMP1I)
023600               RESP(PHB-RESP)
023700     END-EXEC.
023800     IF PHB-RESP = DFHRESP(NORMAL) AND PHONEL > ZERO
023900         MOVE PHONEI TO PHB-IN-PHONE.
024000     MOVE LOW-VALUES TO PHOPMP1O.
024100     IF PHB-IN-PHONE = SPACES
024200         MOVE "KEY THE PHONE NUMBER IN ANY FORMAT AND PRESS ENTER"
024300             TO PHB-MESSAGE
024400         PERFORM 7000-SEND-MAP THRU 7000-SEND-MAP-EXIT
024500         GO TO 2000-PROCESS-ENTER-EXIT.
024600     PERFORM 2100-PICK-DIGITS THRU 2100-PICK-DIGITS-EXIT.
024700     IF PHB-MESSAGE = SPACES
024800         PERFORM 2300-FORMAT-KEY THRU 2300-FORMAT-KEY-EXIT.
024900     IF PHB-MESSAGE NOT = SPACES
025000         MOVE PHB-IN-PHONE TO PHONEO
025100         PERFORM 7000-SEND-MAP THRU 7000-SEND-MAP-EXIT
025200         GO TO 2000-PROCESS-ENTER-EXIT.
025300     MOVE PHB-NUMBER TO PHB-CA-DIGITS.
025400     SET PHB-CA-SHOWN TO TRUE.
025500     PERFORM 3000-LOOKUP-NUMBER THRU 3000-LOOKUP-NUMBER-EXIT.
025600     IF PHB-MESSAGE = SPACES
025700         MOVE "PF5 TO RECORD AN OPT-OUT FOR THIS NUMBER"
025800             TO PHB-MESSAGE.
025900     PERFORM 7000-SEND-MAP THRU 7000-SEND-MAP-EXIT.
026000 2000-PROCESS-ENTER-EXIT.
026100     EXIT.
026200*
026300******************************************************************
026400* 2100-PICK-DIGITS
026500*     PICKS THE DIGITS OUT OF THE NUMBER AS KEYED.  TEN DIGITS, OR
026600* ELEVEN STARTING WITH THE NANP 1, MAKE A NUMBER; ANYTHING ELSE
026700* IS SENT BACK.
026800******************************************************************
026900 2100-PICK-DIGITS.
027000     MOVE SPACES TO PHB-DIGITS.
027100     MOVE SPACES TO PHB-NUMBER.
027200     MOVE ZERO   TO PHB-DIGIT-COUNT.
027300     MOVE "N"    TO PHB-SCAN-DONE-SW.
027400     PERFORM 2200-SCAN-ONE-CHAR THRU 2200-SCAN-ONE-CHAR-EXIT
027500         VARYING PHB-SCAN-SUB FROM 1 BY 1
027600         UNTIL PHB-SCAN-SUB > 20 OR PHB-SCAN-DONE.
027700     IF PHB-DIGIT-COUNT = 11 AND PHB-DIGIT (1) = "1"
027800         MOVE PHB-DIGITS (2:10) TO PHB-NUMBER
027900     ELSE
028000         IF PHB-DIGIT-COUNT = 10
028100             MOVE PHB-DIGITS (1:10) TO PHB-NUMBER
028200         ELSE
028300             MOVE "NOT A 10-DIGIT NUMBER - CHECK IT WITH CALLER"
028400                 TO PHB-MESSAGE
028500         END-IF
028600     END-IF.
028700 2100-PICK-DIGITS-EXIT.
028800     EXIT.
028900*
029000******************************************************************
029100* 2200-SCAN-ONE-CHAR
029200*     TAKES ONE KEYED CHARACTER.  A DIGIT IS KEPT; A LETTER ENDS
029300* THE NUMBER; SPACES, BRACKETS, DASHES, DOTS AND A LEADING PLUS
029400* ARE PASSED OVER.  A TWELFTH DIGIT ENDS THE SCAN WITH A COUNT
029500* THAT CANNOT PASS.
029600******************************************************************
029700 2200-SCAN-ONE-CHAR.
029800     IF PHB-IN-CHAR (PHB-SCAN-SUB) IS NUMERIC
029900         ADD 1 TO PHB-DIGIT-COUNT
030000         IF PHB-DIGIT-COUNT > 11
030100             SET PHB-SCAN-DONE TO TRUE
030200         ELSE
030300             MOVE PHB-IN-CHAR (PHB-SCAN-SUB)
030400                 TO PHB-DIGIT (PHB-DIGIT-COUNT)
030500         END-IF
030600         GO TO 2200-SCAN-ONE-CHAR-EXIT.
030700     IF PHB-IN-CHAR (PHB-SCAN-SUB) IS ALPHABETIC
030800        AND PHB-IN-CHAR (PHB-SCAN-SUB) NOT = SPACE
030900         SET PHB-SCAN-DONE TO TRUE.
031000 2200-SCAN-ONE-CHAR-EXIT.
031100     EXIT.
031200*
031300******************************************************************
031400* 2300-FORMAT-KEY
031500*     RUNS THE TEN DIGITS THROUGH CreatePhoneNumber IN THE DASHED
031600* LAYOUT WITH NO COUNTRY CODE OR EXTENSION - EXACTLY THE CALL
031700* DNCLOAD MAKES TO BUILD THE DNC-PHONE-KEY IT STORES.  A NUMBER
031800* THE ROUTINE REFUSES IS SENT BACK WITH THE REASON.
031900******************************************************************
032000 2300-FORMAT-KEY.
032100     MOVE PHB-NUMBER-N TO ARR.
032200     MOVE SPACES       TO PHN-COUNTRY-CODE.
032300     MOVE SPACES       TO PHN-EXTENSION.
032400     MOVE ZERO         TO PHN-EXTENSION-LEN.
032500     SET CPN-FMT-DASH  TO TRUE.
032600     CALL "CreatePhoneNumber" USING ARR RESULT FMT-CODE
032700                                    RTN-CODE PHN-COUNTRY-CODE
032800                                    PHN-EXTENSION
032900                                    PHN-EXTENSION-LEN.
033000     IF CPN-VALID
033100         MOVE RESULT TO PHB-DNC-KEY
033200         GO TO 2300-FORMAT-KEY-EXIT.
033300     EVALUATE TRUE
033400         WHEN CPN-BAD-AREA-CODE
033500             MOVE "NOT A VALID NUMBER - BAD AREA CODE"
033600                 TO PHB-MESSAGE
033700         WHEN CPN-BAD-EXCHANGE
033800             MOVE "NOT A VALID NUMBER - BAD EXCHANGE CODE"
033900                 TO PHB-MESSAGE
034000         WHEN CPN-NON-NUMERIC
034100             MOVE "NOT A VALID NUMBER - NOT NUMERIC"
034200                 TO PHB-MESSAGE
034300         WHEN OTHER
034400             MOVE "NOT A VALID NUMBER - CHECK IT WITH THE CALLER"
034500                 TO PHB-MESSAGE
034600     END-EVALUATE.
034700 2300-FORMAT-KEY-EXIT.
034800     EXIT.
034900*
035000******************************************************************
035100* 3000-LOOKUP-NUMBER
035200*     READS THE DNC FILE BY THE DASHED KEY AND BROWSES THE NUMBER
035300* INDEX FOR EVERY CUSTOMER CARRYING THE NUMBER, PUTTING THE FIRST
035400* TEN ON THE SCREEN.  WHEN AN OPT-OUT IS BEING RECORDED THE SAME
035500* BROWSE QUEUES EACH CUSTOMER'S REVOCATION.
035600******************************************************************
035700 3000-LOOKUP-NUMBER.
035800     MOVE LOW-VALUES  TO PHOPMP1O.
035900     MOVE PHB-DNC-KEY TO PHONEO.
036000     MOVE PHB-DNC-KEY TO NORMNOO.
036100     MOVE ZERO        TO PHB-LINE-COUNT.
036200     MOVE SPACES      TO PHB-LAST-CUST-ID.
036300     EXEC CICS READ DATASET('PHDNCV')
036400               INTO(DNC-RECORD)
036500               RIDFLD(PHB-DNC-KEY)
036600               RESP(PHB-RESP)
036700     END-EXEC.
036800     EVALUATE TRUE
036900         WHEN PHB-RESP = DFHRESP(NORMAL)
037000             SET PHB-DNC-ON-FILE TO TRUE
037100             MOVE "ON THE DO-NOT-CALL FILE" TO DNCSTO
037200         WHEN PHB-RESP = DFHRESP(NOTFND)
037300             SET PHB-DNC-NOT-ON-FILE TO TRUE
037400             MOVE "NOT ON THE DO-NOT-CALL FILE" TO DNCSTO
037500         WHEN OTHER
037600             SET PHB-DNC-READ-ERROR TO TRUE
037700             MOVE "DNC FILE READ ERROR - CALL DATA CONTROL"
037800                 TO DNCSTO
037900     END-EVALUATE.
038000     MOVE "N"            TO PHB-BROWSE-DONE-SW.
038100     MOVE PHB-NUMBER-N   TO PHB-NR-DIGITS.
038200     MOVE SPACES         TO PHB-NR-COUNTRY-CODE.
038300     MOVE LOW-VALUES     TO PHB-NR-REST.
038400     EXEC CICS STARTBR DATASET('PHNIXV')
038500               RIDFLD(PHB-NIX-RID)
038600               GTEQ
038700               RESP(PHB-RESP)
038800     END-EXEC.
038900     IF PHB-RESP = DFHRESP(NORMAL)
039000         PERFORM 3100-READ-ONE-CARRIER
039100             THRU 3100-READ-ONE-CARRIER-EXIT
039200             UNTIL PHB-BROWSE-DONE
039300         EXEC CICS ENDBR DATASET('PHNIXV')
039400         END-EXEC
039500     ELSE
039600         IF PHB-RESP NOT = DFHRESP(NOTFND)
039700             MOVE "NUMBER INDEX READ ERROR - CALL DATA CONTROL"
039800                 TO PHB-MESSAGE
039900             GO TO 3000-LOOKUP-NUMBER-EXIT
040000         END-IF
040100     END-IF.
040200     IF PHB-LINE-COUNT = ZERO
040300         MOVE "NO CUSTOMER ON FILE CARRIES THIS NUMBER" TO MOREO.
040400     IF PHB-LINE-COUNT > 10
040500         MOVE PHB-LINE-COUNT TO PHB-COUNT-ED
040600         STRING PHB-COUNT-ED DELIMITED BY SIZE
040700                " LINES CARRY THIS NUMBER - FIRST 10 SHOWN"
040800                                 DELIMITED BY SIZE
040900                INTO MOREO
041000         END-STRING.
041100 3000-LOOKUP-NUMBER-EXIT.
041200     EXIT.
041300*
041400******************************************************************
041500* 3100-READ-ONE-CARRIER
041600*     READS THE NEXT INDEX RECORD AND, WHILE IT IS STILL THE SAME
041700* DOMESTIC NUMBER, READS THE CUSTOMER'S CONSENT THE FIRST TIME THE
041800* CUSTOMER COMES UP (A CUSTOMER MAY CARRY THE NUMBER ON SEVERAL
041900* LINES) AND SHOWS THE LINE WHILE THERE IS ROOM.
042000******************************************************************
042100 3100-READ-ONE-CARRIER.
042200     EXEC CICS READNEXT DATASET('PHNIXV')
042300               INTO(PHONE-INDEX-RECORD)
042400               RIDFLD(PHB-NIX-RID)
042500               RESP(PHB-RESP)
042600     END-EXEC.
042700     IF PHB-RESP NOT = DFHRESP(NORMAL)
042800        OR PNX-DIGITS NOT = PHB-NUMBER-N
042900        OR PNX-COUNTRY-CODE NOT = SPACES
043000         SET PHB-BROWSE-DONE TO TRUE
043100         GO TO 3100-READ-ONE-CARRIER-EXIT.
043200     ADD 1 TO PHB-LINE-COUNT.
043300     IF PNX-CUST-ID NOT = PHB-LAST-CUST-ID
043400         MOVE PNX-CUST-ID TO PHB-LAST-CUST-ID
043500         PERFORM 3300-READ-CONSENT THRU 3300-READ-CONSENT-EXIT
043600         IF PHB-RECORDING-OPT-OUT
043700             PERFORM 4200-QUEUE-REVOCATION
043800                 THRU 4200-QUEUE-REVOCATION-EXIT
043900         END-IF
044000     END-IF.
044100     IF PHB-LINE-COUNT NOT > 10
044200         PERFORM 3200-FORMAT-ROW THRU 3200-FORMAT-ROW-EXIT
044300         MOVE PHB-ROW-TEXT TO PHB-MR-TEXT (PHB-LINE-COUNT).
044400 3100-READ-ONE-CARRIER-EXIT.
044500     EXIT.
044600*
044700******************************************************************
044800* 3200-FORMAT-ROW
044900*     BUILDS ONE SCREEN LINE: CUSTOMER, WHICH OF ITS NUMBERS THIS
045000* IS, THE NAME FROM THE MASTER COPY, AND THE CONSENT STATUS.
045100******************************************************************
045200 3200-FORMAT-ROW.
045300     MOVE SPACES      TO PHB-ROW-TEXT.
045400     MOVE PNX-CUST-ID TO PHB-RT-CUST-ID.
045500     EVALUATE PNX-PHONE-TYPE
045600         WHEN SPACE
045700             MOVE "MASTER" TO PHB-RT-TYPE
045800         WHEN "H"
045900             MOVE "HOME"   TO PHB-RT-TYPE
046000         WHEN "W"
046100             MOVE "WORK"   TO PHB-RT-TYPE
046200         WHEN "M"
046300             MOVE "MOBILE" TO PHB-RT-TYPE
046400         WHEN "F"
046500             MOVE "FAX"    TO PHB-RT-TYPE
046600         WHEN OTHER
046700             MOVE PNX-PHONE-TYPE TO PHB-RT-TYPE
046800     END-EVALUATE.
046900     MOVE PNX-CUST-ID TO PHB-MASTER-RID.
047000     EXEC CICS READ DATASET('CUSTMSTV')
047100               INTO(CUST-MASTER-RECORD)
047200               RIDFLD(PHB-MASTER-RID)
047300               RESP(PHB-RESP)
047400     END-EXEC.
047500     IF PHB-RESP = DFHRESP(NORMAL)
047600         MOVE CUST-NAME TO PHB-RT-NAME
047700     ELSE
047800         MOVE "NOT ON MASTER FILE" TO PHB-RT-NAME
047900     END-IF.
048000     EVALUATE TRUE
048100         WHEN PHB-CNS-GRANTED
048200             MOVE "GRANTED" TO PHB-RT-CNS-STATUS
048300             PERFORM 3250-CONSENT-DATE THRU 3250-CONSENT-DATE-EXIT
048400         WHEN PHB-CNS-REVOKED
048500             MOVE "REVOKED" TO PHB-RT-CNS-STATUS
048600             PERFORM 3250-CONSENT-DATE THRU 3250-CONSENT-DATE-EXIT
048700         WHEN PHB-CNS-NONE
048800             MOVE "NONE ON FILE" TO PHB-RT-CONSENT
048900         WHEN PHB-CNS-READ-ERROR
049000             MOVE "CONSENT READ ERROR" TO PHB-RT-CONSENT
049100         WHEN OTHER
049200             MOVE "UNKNOWN FLAG" TO PHB-RT-CONSENT
049300     END-EVALUATE.
049400 3200-FORMAT-ROW-EXIT.
049500     EXIT.
049600*
049700******************************************************************
049800* 3250-CONSENT-DATE
049900*     THE DATE AND SOURCE OF THE CONSENT RECORD READ FOR THIS
050000* CUSTOMER, THE DATE AS MM/DD/YYYY.
050100******************************************************************
050200 3250-CONSENT-DATE.
050300     MOVE CNS-CONSENT-DATE (5:2) TO PHB-RT-CNS-MONTH.
050400     MOVE "/"                    TO PHB-RT-CNS-SLASH1.
050500     MOVE CNS-CONSENT-DATE (7:2) TO PHB-RT-CNS-DAY.
050600     MOVE "/"                    TO PHB-RT-CNS-SLASH2.
050700     MOVE CNS-CONSENT-DATE (1:4) TO PHB-RT-CNS-YEAR.
050800     MOVE CNS-SOURCE             TO PHB-RT-CNS-SOURCE.
050900 3250-CONSENT-DATE-EXIT.
051000     EXIT.
051100*
051200******************************************************************
051300* 3300-READ-CONSENT
051400*     READS THE CUSTOMER'S CONSENT RECORD AND NOTES WHAT IT SAYS.
051500* THE RECORD STAYS IN CONSENT-RECORD FOR THE CUSTOMER'S OTHER
051600* LINES.
051700******************************************************************
051800 3300-READ-CONSENT.
051900     MOVE PNX-CUST-ID TO PHB-CNS-RID.
052000     EXEC CICS READ DATASET('PHCNSV')
052100               INTO(CONSENT-RECORD)
052200               RIDFLD(PHB-CNS-RID)
052300               RESP(PHB-RESP)
052400     END-EXEC.
052500     EVALUATE TRUE
052600         WHEN PHB-RESP = DFHRESP(NOTFND)
052700             SET PHB-CNS-NONE TO TRUE
052800         WHEN PHB-RESP NOT = DFHRESP(NORMAL)
052900             SET PHB-CNS-READ-ERROR TO TRUE
053000         WHEN CNS-GRANTED
053100             SET PHB-CNS-GRANTED TO TRUE
053200         WHEN CNS-REVOKED
053300             SET PHB-CNS-REVOKED TO TRUE
053400         WHEN OTHER
053500             MOVE "?" TO PHB-CNS-STATE
053600     END-EVALUATE.
053700 3300-READ-CONSENT-EXIT.
053800     EXIT.
053900*
054000******************************************************************
054100* 4000-PROCESS-OPT-OUT
054200*     PF5.  THE FIRST PF5 ON A NUMBER ASKS FOR CONFIRMATION; THE
054300* SECOND QUEUES THE OPT-OUT - A CONSENT REVOCATION FOR EVERY
054400* CUSTOMER CARRYING THE NUMBER WHOSE CONSENT IS NOT ALREADY
054500* REVOKED, AND A DNC ADD UNLESS THE NUMBER IS ALREADY ON THE DNC
054600* FILE.  BOTH WORK FROM THE NUMBER SAVED IN THE COMMAREA AND A
054700* FRESH LOOKUP, SO THE SCREEN SHOWS WHAT WAS ACTED ON.
054800******************************************************************
054900 4000-PROCESS-OPT-OUT.
055000     IF PHB-CA-EMPTY
055100         MOVE LOW-VALUES TO PHOPMP1O
055200         MOVE "LOOK UP THE NUMBER FIRST, THEN PF5 TO OPT IT OUT"
055300             TO PHB-MESSAGE
055400         PERFORM 7000-SEND-MAP THRU 7000-SEND-MAP-EXIT
055500         GO TO 4000-PROCESS-OPT-OUT-EXIT.
055600     MOVE PHB-CA-DIGITS TO PHB-NUMBER.
055700     PERFORM 2300-FORMAT-KEY THRU 2300-FORMAT-KEY-EXIT.
055800     IF PHB-CA-SHOWN
055900         PERFORM 3000-LOOKUP-NUMBER THRU 3000-LOOKUP-NUMBER-EXIT
056000         IF PHB-MESSAGE = SPACES
056100             SET PHB-CA-CONFIRM TO TRUE
056200             STRING "PF5 AGAIN TO CONFIRM OPT-OUT OF "
056300                                 DELIMITED BY SIZE
056400                    PHB-DNC-KEY  DELIMITED BY SPACE
056500                    ", ENTER CANCELS"
056600                                 DELIMITED BY SIZE
056700                    INTO PHB-MESSAGE
056800             END-STRING
056900         END-IF
057000         PERFORM 7000-SEND-MAP THRU 7000-SEND-MAP-EXIT
057100         GO TO 4000-PROCESS-OPT-OUT-EXIT.
057200     EXEC CICS ASKTIME ABSTIME(PHB-ABSTIME)
057300     END-EXEC.
057400     EXEC CICS FORMATTIME ABSTIME(PHB-ABSTIME)
057500               YYYYMMDD(PHB-TODAY)
057600     END-EXEC.
057700     MOVE ZERO TO PHB-REVOKE-CT.
057800     MOVE "N"  TO PHB-TDQ-ERROR-SW.
057900     MOVE "N"  TO PHB-DNC-WRITTEN-SW.
058000     SET PHB-RECORDING-OPT-OUT TO TRUE.
058100     PERFORM 3000-LOOKUP-NUMBER THRU 3000-LOOKUP-NUMBER-EXIT.
058200     MOVE "N"  TO PHB-OPT-OUT-SW.
058300     IF PHB-MESSAGE NOT = SPACES
058400         SET PHB-CA-SHOWN TO TRUE
058500         PERFORM 7000-SEND-MAP THRU 7000-SEND-MAP-EXIT
058600         GO TO 4000-PROCESS-OPT-OUT-EXIT.
058700     IF NOT PHB-DNC-ON-FILE
058800         PERFORM 4100-QUEUE-DNC-ADD THRU 4100-QUEUE-DNC-ADD-EXIT.
058900     MOVE SPACE TO PHB-CA-STATE.
059000     MOVE PHB-REVOKE-CT TO PHB-COUNT-ED.
059100     EVALUATE TRUE
059200         WHEN PHB-TDQ-ERROR
059300             MOVE "OPT-OUT QUEUE WRITE FAILED - CALL DATA CONTROL"
059400                 TO PHB-MESSAGE
059500         WHEN PHB-DNC-WRITTEN
059600             STRING "OPT-OUT QUEUED: DNC ADD AND"
059700                                         DELIMITED BY SIZE
059800                    PHB-COUNT-ED         DELIMITED BY SIZE
059900                    " CONSENT REVOCATION(S)"
060000                                         DELIMITED BY SIZE
060100                    INTO PHB-MESSAGE
060200             END-STRING
060300         WHEN OTHER
060400             STRING "OPT-OUT QUEUED: ON DNC ALREADY,"
060500                                         DELIMITED BY SIZE
060600                    PHB-COUNT-ED         DELIMITED BY SIZE
060700                    " CONSENT REVOCATION(S)"
060800                                         DELIMITED BY SIZE
060900                    INTO PHB-MESSAGE
061000             END-STRING
061100     END-EVALUATE.
061200     PERFORM 7000-SEND-MAP THRU 7000-SEND-MAP-EXIT.
061300 4000-PROCESS-OPT-OUT-EXIT.
061400     EXIT.
061500*
061600******************************************************************
061700* 4100-QUEUE-DNC-ADD
061800*     QUEUES A DNCFEED ADD RECORD FOR THE NUMBER ON THE PHDN
061900* QUEUE.  DNCLOAD NORMALIZES THE RAW DIGITS ITSELF, AS FOR A
062000* REGISTRY ENTRY.
062100******************************************************************
062200 4100-QUEUE-DNC-ADD.
062300     IF PHB-TDQ-ERROR
062400         GO TO 4100-QUEUE-DNC-ADD-EXIT.
062500     MOVE SPACES       TO DNC-FEED-RECORD.
062600     SET DNF-ADD       TO TRUE.
062700     MOVE PHB-NUMBER-N TO DNF-PHONE-DIGITS.
062800     EXEC CICS WRITEQ TD QUEUE('PHDN')
062900               FROM(DNC-FEED-RECORD)
063000               LENGTH(PHB-FEED-LENGTH)
063100               RESP(PHB-RESP)
063200     END-EXEC.
063300     IF PHB-RESP = DFHRESP(NORMAL)
063400         SET PHB-DNC-WRITTEN TO TRUE
063500     ELSE
063600         SET PHB-TDQ-ERROR TO TRUE
063700     END-IF.
063800 4100-QUEUE-DNC-ADD-EXIT.
063900     EXIT.
064000*
064100******************************************************************
064200* 4200-QUEUE-REVOCATION
064300*     QUEUES A CNSFEED REVOCATION ON THE PHCN QUEUE FOR THE
064400* CUSTOMER JUST READ, DATED TODAY, SOURCE CALLCENTER.  A
064500* CUSTOMER WHOSE CONSENT IS ALREADY REVOKED IS LEFT ALONE; ONE
064600* WITH NO CONSENT RECORD GETS A REVOKED RECORD FROM CNSLOAD.
064700******************************************************************
064800 4200-QUEUE-REVOCATION.
064900     IF PHB-TDQ-ERROR OR PHB-CNS-REVOKED
065000         GO TO 4200-QUEUE-REVOCATION-EXIT.
065100     MOVE SPACES       TO CONSENT-FEED-RECORD.
065200     SET CNF-REVOKE    TO TRUE.
065300     MOVE PNX-CUST-ID  TO CNF-CUST-ID.
065400     MOVE PHB-TODAY    TO CNF-CONSENT-DATE.
065500     MOVE "CALLCENTER" TO CNF-SOURCE.
065600     EXEC CICS WRITEQ TD QUEUE('PHCN')
065700               FROM(CONSENT-FEED-RECORD)
065800               LENGTH(PHB-FEED-LENGTH)
065900               RESP(PHB-RESP)
066000     END-EXEC.
066100     IF PHB-RESP = DFHRESP(NORMAL)
066200         ADD 1 TO PHB-REVOKE-CT
066300     ELSE
066400         SET PHB-TDQ-ERROR TO TRUE
066500     END-IF.
066600 4200-QUEUE-REVOCATION-EXIT.
066700     EXIT.
066800*
066900******************************************************************
067000* 5000-REDISPLAY
067100*     AFTER AN INVALID KEY, SHOWS THE NUMBER ON THE SCREEN AGAIN -
067200* ANY OPT-OUT WAITING FOR CONFIRMATION IS CANCELLED.
067300******************************************************************
067400 5000-REDISPLAY.
067500     IF PHB-CA-EMPTY
067600         MOVE LOW-VALUES TO PHOPMP1O
067700     ELSE
067800         SET PHB-CA-SHOWN TO TRUE
067900         MOVE PHB-CA-DIGITS TO PHB-NUMBER
068000         PERFORM 2300-FORMAT-KEY THRU 2300-FORMAT-KEY-EXIT
068100         PERFORM 3000-LOOKUP-NUMBER THRU 3000-LOOKUP-NUMBER-EXIT
068200     END-IF.
068300     PERFORM 7000-SEND-MAP THRU 7000-SEND-MAP-EXIT.
068400 5000-REDISPLAY-EXIT.
068500     EXIT.
068600*
068700******************************************************************
068800* 7000-SEND-MAP
068900*     SENDS THE SCREEN BACK WITH THE LOOKUP AS BUILT AND THE
069000* MESSAGE FOR THE AGENT.
069100******************************************************************
069200 7000-SEND-MAP.
069300     MOVE PHB-MESSAGE TO MSGO.
069400     EXEC CICS SEND MAP('PHOPMP1') MAPSET('PHOPMAP')
069500               FROM(PHOPMP1O)
069600               ERASE
069700     END-EXEC.
069800 7000-SEND-MAP-EXIT.
069900     EXIT.
070000*
070100******************************************************************
070200* 8000-EXIT-TRANSACTION
070300*     CLEARS THE SCREEN AND ENDS THE PSEUDO-CONVERSATION.
070400******************************************************************
070500 8000-EXIT-TRANSACTION.
070600     EXEC CICS SEND CONTROL ERASE FREEKB
070700     END-EXEC.
070800     EXEC CICS RETURN
070900     END-EXEC.
071000 8000-EXIT-TRANSACTION-EXIT.
071100     EXIT.
071200*
071300 END PROGRAM PHOPTOUT.
