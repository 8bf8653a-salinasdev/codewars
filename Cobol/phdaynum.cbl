000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    PHDAYNUM.
000300 AUTHOR.        D. SALINAS.
000400 INSTALLATION.  CUSTOMER STATEMENTS - DATA CONTROL.
000500 DATE-WRITTEN.  2025-05-09.
000600 DATE-COMPILED.
000700*-----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900* DATE       INIT  DESCRIPTION
001000*----------  ----  -----------------------------------------------
001100* 2025-05-09  DS   ORIGINAL CALLABLE ROUTINE.  CONVERTS A YYYYMMDD
001200*                  DATE TO A DAY NUMBER AND BACK, SO BATCH
001300*                  PROGRAMS THAT MEASURE WINDOWS IN DAYS (CHANGE
001400*                  VELOCITY, RETENTION, COOL-OFF PERIODS) ALL DO
001500*                  THE CALENDAR ARITHMETIC THE SAME WAY.
001600*                  VALIDATES THE DATE - MONTH 01-12, DAY WITHIN
001700*                  THE MONTH, LEAP YEARS BY THE GREGORIAN RULE -
001800*                  AND SETS PDY-RTN-CODE.
001900*-----------------------------------------------------------------
002000*
002100* THE DAY NUMBER COUNTS DAYS FROM 0000-03-01 OF THE PROLEPTIC
002200* GREGORIAN CALENDAR.  ONLY THE DIFFERENCE BETWEEN TWO DAY NUMBERS
002300* MEANS ANYTHING; CALLERS MUST NOT STORE ONE ON A FILE.  THE
002400* YEAR IS COUNTED FROM MARCH SO THAT FEBRUARY 29 FALLS AT THE END
002500* OF THE COUNTING YEAR AND EVERY OTHER MONTH HAS A FIXED OFFSET.
002600*
002700* THIS SUBPROGRAM DOES NOT OPEN ANY FILES OF ITS OWN.
002800*-----------------------------------------------------------------
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003100 SOURCE-COMPUTER.   IBM-370.
003200 OBJECT-COMPUTER.   IBM-370.
003300 DATA DIVISION.
003400 WORKING-STORAGE SECTION.
003500*-----------------------------------------------------------------
003600* DATE EDIT FIELDS - PDY-DATE PICKED APART INTO YEAR, MONTH, DAY.
003700*-----------------------------------------------------------------
003800 01  PDN-DATE-AREA.
003900     05  PDN-YEAR               PIC 9(04).
004000     05  PDN-MONTH              PIC 9(02).
004100     05  PDN-DAY                PIC 9(02).
004200*-----------------------------------------------------------------
004300* DAYS IN EACH MONTH OF A COMMON YEAR.  FEBRUARY GETS ITS 29TH DAY
004400* FROM THE LEAP-YEAR TEST, NOT FROM THE TABLE.
004500*-----------------------------------------------------------------
004600 01  PDN-MONTH-DAYS-VALUES.
004700     05  FILLER                 PIC X(24)
004800                 VALUE "312831303130313130313031".
004900 01  PDN-MONTH-DAYS-TABLE REDEFINES PDN-MONTH-DAYS-VALUES.
005000     05  PDN-MONTH-DAYS         PIC 9(02)  OCCURS 12 TIMES.
005100 77  PDN-MONTH-LIMIT            PIC 9(02)  VALUE ZERO.
005200 77  PDN-LEAP-SW                PIC X(01)  VALUE "N".
005300     88  PDN-LEAP-YEAR                     VALUE "Y".
005400 77  PDN-REMAINDER              PIC 9(04)  COMP VALUE ZERO.
005500 77  PDN-QUOTIENT               PIC 9(07)  COMP VALUE ZERO.
005600*-----------------------------------------------------------------
005700* MARCH-BASED WORK FIELDS.  PDN-CYCLE IS THE 400-YEAR GREGORIAN
005800* CYCLE (146097 DAYS), PDN-YOC THE YEAR WITHIN IT, PDN-DOC THE DAY
005900* WITHIN IT, PDN-MP THE MONTH COUNTED FROM MARCH (0 = MARCH), AND
006000* PDN-DOY THE DAY WITHIN THE MARCH-BASED YEAR.
006100*-----------------------------------------------------------------
006200 77  PDN-MARCH-YEAR             PIC 9(05)  COMP VALUE ZERO.
006300 77  PDN-CYCLE                  PIC 9(03)  COMP VALUE ZERO.
006400 77  PDN-YOC                    PIC 9(03)  COMP VALUE ZERO.
006500 77  PDN-DOC                    PIC 9(06)  COMP VALUE ZERO.
006600 77  PDN-MP                     PIC 9(02)  COMP VALUE ZERO.
006700 77  PDN-DOY                    PIC 9(03)  COMP VALUE ZERO.
006800 77  PDN-WORK-1                 PIC 9(07)  COMP VALUE ZERO.
006900 77  PDN-WORK-2                 PIC 9(07)  COMP VALUE ZERO.
007000 77  PDN-WORK-3                 PIC 9(07)  COMP VALUE ZERO.
007100*
007200 LINKAGE SECTION.
007300 COPY PHONEDAY.
007400*
007500 PROCEDURE DIVISION USING PHONE-DAY-AREA.
007600*
007700 0000-MAINLINE.
007800     SET PDY-VALID TO TRUE.
007900     EVALUATE TRUE
008000         WHEN PDY-DATE-TO-DAYS
008100             PERFORM 1000-VALIDATE-DATE
008200                 THRU 1000-VALIDATE-DATE-EXIT
008300             IF PDY-VALID
008400                 PERFORM 2000-DATE-TO-DAYS
008500                     THRU 2000-DATE-TO-DAYS-EXIT
008600             ELSE
008700                 MOVE ZERO TO PDY-DAY-NUMBER
008800             END-IF
008900         WHEN PDY-DAYS-TO-DATE
009000             PERFORM 3000-DAYS-TO-DATE THRU 3000-DAYS-TO-DATE-EXIT
009100         WHEN OTHER
009200             SET PDY-BAD-FUNCTION TO TRUE
009300     END-EVALUATE.
009400     GOBACK.
009500*
009600******************************************************************
009700* 1000-VALIDATE-DATE
009800*     SETS PDY-RTN-CODE ACCORDING TO WHETHER PDY-DATE IS A REAL
009900* CALENDAR DATE - NUMERIC, YEAR NOT ZERO, MONTH 01-12, DAY WITHIN
010000* THE MONTH.
010100******************************************************************
010200 1000-VALIDATE-DATE.
010300     IF PDY-DATE IS NOT NUMERIC
010400         SET PDY-BAD-DATE TO TRUE
010500         GO TO 1000-VALIDATE-DATE-EXIT.
010600     MOVE PDY-DATE TO PDN-DATE-AREA.
010700     IF PDN-YEAR = ZERO
010800        OR PDN-MONTH < 01 OR PDN-MONTH > 12
010900        OR PDN-DAY < 01
011000         SET PDY-BAD-DATE TO TRUE
011100         GO TO 1000-VALIDATE-DATE-EXIT.
011200     PERFORM 1100-TEST-LEAP-YEAR THRU 1100-TEST-LEAP-YEAR-EXIT.
011300     MOVE PDN-MONTH-DAYS(PDN-MONTH) TO PDN-MONTH-LIMIT.
011400     IF PDN-MONTH = 02 AND PDN-LEAP-YEAR
011500         MOVE 29 TO PDN-MONTH-LIMIT
011600     END-IF.
011700     IF PDN-DAY > PDN-MONTH-LIMIT
011800         SET PDY-BAD-DATE TO TRUE
011900     END-IF.
012000 1000-VALIDATE-DATE-EXIT.
012100     EXIT.
012200*
012300******************************************************************
012400* 1100-TEST-LEAP-YEAR
012500*     SETS THE LEAP-YEAR SWITCH FOR PDN-YEAR - DIVISIBLE BY 4,
012600* EXCEPT CENTURY YEARS, EXCEPT CENTURY YEARS DIVISIBLE BY 400.
012700******************************************************************
012800 1100-TEST-LEAP-YEAR.
012900     MOVE "N" TO PDN-LEAP-SW.
013000     DIVIDE PDN-YEAR BY 4 GIVING PDN-QUOTIENT
013100         REMAINDER PDN-REMAINDER.
013200     IF PDN-REMAINDER NOT = ZERO
013300         GO TO 1100-TEST-LEAP-YEAR-EXIT.
013400     SET PDN-LEAP-YEAR TO TRUE.
013500     DIVIDE PDN-YEAR BY 100 GIVING PDN-QUOTIENT
013600         REMAINDER PDN-REMAINDER.
013700     IF PDN-REMAINDER NOT = ZERO
013800         GO TO 1100-TEST-LEAP-YEAR-EXIT.
013900     DIVIDE PDN-YEAR BY 400 GIVING PDN-QUOTIENT
014000         REMAINDER PDN-REMAINDER.
014100     IF PDN-REMAINDER NOT = ZERO
014200         MOVE "N" TO PDN-LEAP-SW
014300     END-IF.
014400 1100-TEST-LEAP-YEAR-EXIT.
014500     EXIT.
014600*
014700******************************************************************
014800* 2000-DATE-TO-DAYS
014900*     COUNTS THE YEAR FROM MARCH, SPLITS IT INTO 400-YEAR CYCLES
015000* AND THE YEAR WITHIN THE CYCLE, AND ADDS UP THE DAYS.  EACH
015100* MARCH-BASED MONTH STARTS (153 * MP + 2) / 5 DAYS INTO THE YEAR;
015200* THE YEAR WITHIN THE CYCLE CONTRIBUTES 365 DAYS A YEAR PLUS ONE
015300* FOR EVERY FOURTH YEAR, LESS ONE FOR EVERY HUNDREDTH.
015400******************************************************************
015500 2000-DATE-TO-DAYS.
015600     IF PDN-MONTH > 02
015700         MOVE PDN-YEAR TO PDN-MARCH-YEAR
015800         COMPUTE PDN-MP = PDN-MONTH - 3
015900     ELSE
016000         COMPUTE PDN-MARCH-YEAR = PDN-YEAR - 1
016100         COMPUTE PDN-MP = PDN-MONTH + 9
016200     END-IF.
016300     DIVIDE PDN-MARCH-YEAR BY 400 GIVING PDN-CYCLE
016400         REMAINDER PDN-YOC.
016500     COMPUTE PDN-WORK-1 = 153 * PDN-MP + 2.
016600     DIVIDE PDN-WORK-1 BY 5 GIVING PDN-WORK-2.
016700     COMPUTE PDN-DOY = PDN-WORK-2 + PDN-DAY - 1.
016800     DIVIDE PDN-YOC BY 4 GIVING PDN-WORK-1.
016900     DIVIDE PDN-YOC BY 100 GIVING PDN-WORK-2.
017000     COMPUTE PDN-DOC = PDN-YOC * 365 + PDN-WORK-1
017100                     - PDN-WORK-2 + PDN-DOY.
017200     COMPUTE PDY-DAY-NUMBER = PDN-CYCLE * 146097 + PDN-DOC.
017300 2000-DATE-TO-DAYS-EXIT.
017400     EXIT.
017500*
017600******************************************************************
017700* 3000-DAYS-TO-DATE
017800*     THE REVERSE OF 2000 - SPLITS THE DAY NUMBER INTO 400-YEAR
017900* CYCLES AND THE DAY WITHIN THE CYCLE, FINDS THE YEAR WITHIN THE
018000* CYCLE (ALLOWING FOR THE LEAP DAYS AND THE SHORT CENTURIES), THEN
018100* THE MONTH AND DAY, AND CARRIES JANUARY AND FEBRUARY INTO THE
018200* NEXT CIVIL YEAR.
018300******************************************************************
018400 3000-DAYS-TO-DATE.
018500     IF PDY-DAY-NUMBER IS NOT NUMERIC
018600         SET PDY-BAD-DATE TO TRUE
018700         MOVE SPACES TO PDY-DATE
018800         GO TO 3000-DAYS-TO-DATE-EXIT.
018900     DIVIDE PDY-DAY-NUMBER BY 146097 GIVING PDN-CYCLE
019000         REMAINDER PDN-DOC.
019100     DIVIDE PDN-DOC BY 1460 GIVING PDN-WORK-1.
019200     DIVIDE PDN-DOC BY 36524 GIVING PDN-WORK-2.
019300     DIVIDE PDN-DOC BY 146096 GIVING PDN-WORK-3.
019400     COMPUTE PDN-WORK-1 = PDN-DOC - PDN-WORK-1 + PDN-WORK-2
019500                        - PDN-WORK-3.
019600     DIVIDE PDN-WORK-1 BY 365 GIVING PDN-YOC.
019700     DIVIDE PDN-YOC BY 4 GIVING PDN-WORK-1.
019800     DIVIDE PDN-YOC BY 100 GIVING PDN-WORK-2.
019900     COMPUTE PDN-DOY = PDN-DOC - (365 * PDN-YOC + PDN-WORK-1
020000                                 - PDN-WORK-2).
020100     COMPUTE PDN-WORK-1 = 5 * PDN-DOY + 2.
020200     DIVIDE PDN-WORK-1 BY 153 GIVING PDN-MP.
020300     COMPUTE PDN-WORK-1 = 153 * PDN-MP + 2.
020400     DIVIDE PDN-WORK-1 BY 5 GIVING PDN-WORK-2.
020500     COMPUTE PDN-DAY = PDN-DOY - PDN-WORK-2 + 1.
020600     COMPUTE PDN-YEAR = PDN-CYCLE * 400 + PDN-YOC.
020700     IF PDN-MP < 10
020800         COMPUTE PDN-MONTH = PDN-MP + 3
020900     ELSE
021000         COMPUTE PDN-MONTH = PDN-MP - 9
021100         ADD 1 TO PDN-YEAR
021200     END-IF.
021300     MOVE PDN-DATE-AREA TO PDY-DATE.
021400 3000-DAYS-TO-DATE-EXIT.
021500     EXIT.
021600*
021700 END PROGRAM PHDAYNUM.
