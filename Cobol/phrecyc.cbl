005301*                  THE CALLING-WINDOW FIELDS WOULD PUT THE
005302*                  DIALER RIGHT BACK TO GUESSING.  UNKNOWN AREA
005303*                  CODES SHIP FLAGGED AND COUNTED.
005313* 2025-05-02  DS   A RECYCLED MASTER NUMBER THAT IS ON THE
005323*                  WIRELESS KSDS (PHONEWLS) - BY ITS OWN TEN
005333*                  DIGITS OR ITS NPA-NXX-X BLOCK - IS GATED AS A
005343*                  MOBILE AND WITHHELD WITHOUT GRANTED CONSENT,
005353*                  THE SAME RULE PHFMTBAT NOW APPLIES.  A WIRELESS
005363*                  READ ERROR WITHHOLDS THE LINE AS A CONSENT READ
005373*                  ERROR.  NUMBERS GATED THIS WAY ARE COUNTED.
005374* 2025-06-20  DS   EVERY CORRECTION RECYCLED TO PHONEOUT IS ALSO
005375*                  APPENDED TO THE APPLIED-CORRECTION FILE
005376*                  (PHONEAPL, PHONECOR LAYOUT) WITH THE DIGITS AS
005377*                  SHIPPED AND THE RUN DATE, SO THE NIGHTLY CRM
005378*                  CHANGE FEED (PHCRMBAT) CARRIES THE FIX TO THE
005379*                  CRM.
005383*-----------------------------------------------------------------
005400 ENVIRONMENT DIVISION.
005500 CONFIGURATION SECTION.
005600 SOURCE-COMPUTER.   IBM-370.
007900                           ORGANIZATION IS SEQUENTIAL.
007910     SELECT NPAREF-FILE    ASSIGN TO NPAREF
007920                           ORGANIZATION IS SEQUENTIAL.
007930     SELECT PHONEAPL-FILE  ASSIGN TO PHONEAPL
007940                           ORGANIZATION IS SEQUENTIAL.
008000     SELECT DNC-FILE       ASSIGN TO DNCFILE
008100                           ORGANIZATION IS INDEXED
008200                           ACCESS MODE IS RANDOM
008430                           ACCESS MODE IS RANDOM
008440                           RECORD KEY IS CNS-CUST-ID
008450                           FILE STATUS IS PHB-CNS-STATUS.
008458     SELECT WLS-FILE       ASSIGN TO WLSFILE
008466                           ORGANIZATION IS INDEXED
008474                           ACCESS MODE IS RANDOM
008482                           RECORD KEY IS WLS-NUMBER-KEY
008490                           FILE STATUS IS PHB-WLS-STATUS.
008500*
008600 DATA DIVISION.
008700 FILE SECTION.
013520 FD  NPAREF-FILE
013530     RECORDING MODE IS F.
013540 COPY NPAREF.
013541*
013542 FD  PHONEAPL-FILE
013543     RECORDING MODE IS F.
013544 01  PHONE-APPLIED-RECORD.
013545     05  PAP-CUST-ID            PIC X(08).
013546     05  PAP-PHONE-TYPE         PIC X(01).
013547     05  PAP-NEW-DIGITS         PIC 9(10).
013548     05  FILLER                 PIC X(11).
013549     05  PAP-APPLIED-DATE       PIC X(08).
013550     05  FILLER                 PIC X(02).
013600*
013700 FD  DNC-FILE.
013800 COPY PHONEDNC.
013820 FD  CNS-FILE.
013830 COPY PHONECNS.
013900*
013910 FD  WLS-FILE.
013920 COPY PHONEWLS.
013930*
014000 WORKING-STORAGE SECTION.
014100 77  PHB-EXC-EOF-SW             PIC X(01)  VALUE "N".
014200     88  PHB-EXC-EOF                       VALUE "Y".
016630     88  PHB-CNS-NOT-FOUND                  VALUE "23".
016640 77  PHB-CONSENT-SKIP-COUNT     PIC 9(07)  VALUE ZERO.
016650 77  PHB-CNS-ERROR-COUNT        PIC 9(07)  VALUE ZERO.
016651 77  PHB-WLS-STATUS             PIC X(02)  VALUE SPACES.
016652     88  PHB-WLS-FOUND                      VALUE "00".
016653     88  PHB-WLS-NOT-FOUND                  VALUE "23".
016654 77  PHB-WLS-DIGITS             PIC X(10)  VALUE SPACES.
016655 77  PHB-WLS-MOBILE-SW          PIC X(01)  VALUE "N".
016656     88  PHB-WLS-MOBILE                    VALUE "Y".
016657 77  PHB-WLS-GATED-COUNT        PIC 9(07)  VALUE ZERO.
016660 77  PHB-CNS-BLOCKED-SW         PIC X(01)  VALUE "N".
016670     88  PHB-CNS-BLOCKED                   VALUE "Y".
016671*-----------------------------------------------------------------
022900     OPEN INPUT  MKTIN-FILE.
023000     OPEN INPUT  DNC-FILE.
023050     OPEN INPUT  CNS-FILE.
023060     OPEN INPUT  WLS-FILE.
023100     OPEN EXTEND PHONEOUT-FILE.
023200     OPEN EXTEND PHONEMKT-FILE.
023300     OPEN EXTEND PHONESUP-FILE.
023400     OPEN OUTPUT PHONENEW-FILE.
023500     OPEN EXTEND PHONETRL-FILE.
023510     OPEN EXTEND PHONEAPL-FILE.
023600     ACCEPT PHB-RUN-DATE FROM DATE YYYYMMDD.
023700     PERFORM 1200-LOAD-SPLIT-TABLE
023800         THRU 1200-LOAD-SPLIT-TABLE-EXIT.
047300     MOVE PHX-PHONE-TYPE  TO PHO-PHONE-TYPE.
047400     WRITE PHONE-OUTPUT-RECORD.
047500     ADD 1 TO PHB-RECYCLED-COUNT.
047510     PERFORM 2315-WRITE-APPLIED THRU 2315-WRITE-APPLIED-EXIT.
047600     IF PHB-SPLIT-HIT
047700         ADD 1 TO PHB-TRANSLATE-COUNT
047800         PERFORM 2430-LOG-TRANSLATION
048500 2310-RECYCLE-GOOD-NUMBER-EXIT.
048600     EXIT.
048700*
048705******************************************************************
048710* 2315-WRITE-APPLIED
048715*     APPENDS THE CORRECTION JUST RECYCLED TO THE APPLIED-
048720* CORRECTION FILE FOR THE CRM CHANGE FEED - THE KEYED RECORD WITH
048725* THE DIGITS AS SHIPPED (AFTER ANY AREA-SPLIT TRANSLATION) AND
048730* TODAY'S RUN DATE AS THE APPLIED DATE.
048735******************************************************************
048740 2315-WRITE-APPLIED.
048745     MOVE PHONE-CORRECTION-RECORD TO PHONE-APPLIED-RECORD.
048750     MOVE PHB-COR-DIGITS          TO PAP-NEW-DIGITS.
048755     MOVE PHB-RUN-DATE            TO PAP-APPLIED-DATE.
048760     WRITE PHONE-APPLIED-RECORD.
048765 2315-WRITE-APPLIED-EXIT.
048770     EXIT.
048775*
048800******************************************************************
048900* 2320-FIND-MASTER
049000*     WALKS THE SORTED MASTER FORWARD TO THE EXCEPTION'S
054920*     THE MOBILE AUTO-DIAL CONSENT GATE, MIRRORING 2460-CHECK-
054925* CONSENT IN PHFMTBAT.  A REVOCATION ON FILE BLOCKS THE
054930* MARKETING LINE WHATEVER THE PHONE TYPE; A RECYCLED MOBILE
054934* NUMBER NEEDS A GRANTED CONSENT RECORD, AND SO DOES ANY OTHER
054938* RECYCLED NUMBER THE WIRELESS FILE SAYS IS A CELL PHONE; ANY
054942* OTHER RECYCLED MASTER NUMBER NEEDS NONE - DNC SUPPRESSION
054946* ALONE COVERS THE LANDLINE.  A READ STATUS OTHER THAN FOUND/
054950* NOT-FOUND ON EITHER FILE IS A READ ERROR AND BLOCKS THE LINE
054954* RATHER THAN DIALING UNPROVEN.  THE RECORD AREA IS BLANKED
054958* FIRST SO A NOT-FOUND READ CANNOT TEST A STALE FLAG.
054965******************************************************************
054970 2335-CHECK-CONSENT.
054975     MOVE "N" TO PHB-CNS-BLOCKED-SW.
054976     MOVE "N" TO PHB-WLS-MOBILE-SW.
054977     MOVE "23" TO PHB-WLS-STATUS.
054980     MOVE SPACES      TO CONSENT-RECORD.
054985     MOVE PHX-CUST-ID TO CNS-CUST-ID.
054990     READ CNS-FILE
054995         INVALID KEY
055000             CONTINUE
055005     END-READ.
055006     IF PHX-PHONE-TYPE NOT = "M" AND PHN-COUNTRY-CODE = SPACES
055007         MOVE PHB-COR-DIGITS TO PHB-WLS-DIGITS
055008         PERFORM 2336-CHECK-WIRELESS
055009             THRU 2336-CHECK-WIRELESS-EXIT
055010     END-IF.
055011     EVALUATE TRUE
055015         WHEN NOT PHB-CNS-FOUND AND NOT PHB-CNS-NOT-FOUND
055020             SET PHB-CNS-BLOCKED TO TRUE
055025             ADD 1 TO PHB-CNS-ERROR-COUNT
055030         WHEN PHB-CNS-FOUND AND CNS-REVOKED
055035             SET PHB-CNS-BLOCKED TO TRUE
055040             ADD 1 TO PHB-CONSENT-SKIP-COUNT
055041         WHEN NOT PHB-WLS-FOUND AND NOT PHB-WLS-NOT-FOUND
055042             SET PHB-CNS-BLOCKED TO TRUE
055043             ADD 1 TO PHB-CNS-ERROR-COUNT
055045         WHEN PHX-PHONE-TYPE = "M" AND NOT CNS-GRANTED
055046             SET PHB-CNS-BLOCKED TO TRUE
055047             ADD 1 TO PHB-CONSENT-SKIP-COUNT
055048         WHEN PHB-WLS-MOBILE AND NOT CNS-GRANTED
055050             SET PHB-CNS-BLOCKED TO TRUE
055055             ADD 1 TO PHB-CONSENT-SKIP-COUNT
055060         WHEN OTHER
055065             CONTINUE
055070     END-EVALUATE.
055071     IF PHB-WLS-MOBILE
055072         ADD 1 TO PHB-WLS-GATED-COUNT
055073     END-IF.
055075 2335-CHECK-CONSENT-EXIT.
055078     EXIT.
055081*
055084******************************************************************
055087* 2336-CHECK-WIRELESS
055090*     LOOKS PHB-WLS-DIGITS UP ON THE WIRELESS FILE THE WAY
055093* 2465-CHECK-WIRELESS IN PHFMTBAT DOES - THE WHOLE NUMBER FIRST,
055096* THEN ITS NPA-NXX-X BLOCK - AND SETS THE WIRELESS-MOBILE SWITCH
055099* ON EITHER MATCH.  THE FILE STATUS IS LEFT AS THE LAST READ SET
055102* IT FOR THE CALLER'S READ-ERROR TEST.
055105******************************************************************
055108 2336-CHECK-WIRELESS.
055111     MOVE PHB-WLS-DIGITS TO WLS-NUMBER-KEY.
055114     READ WLS-FILE
055117         INVALID KEY
055120             CONTINUE
055123     END-READ.
055126     IF NOT PHB-WLS-NOT-FOUND
055129         GO TO 2336-CHECK-WIRELESS-SET.
055132     MOVE PHB-WLS-DIGITS(1:7) TO WLS-BLOCK-ID.
055135     MOVE SPACES              TO WLS-BLOCK-FILL.
055138     READ WLS-FILE
055141         INVALID KEY
055144             CONTINUE
055147     END-READ.
055150 2336-CHECK-WIRELESS-SET.
055153     IF PHB-WLS-FOUND
055156         SET PHB-WLS-MOBILE TO TRUE
055159     END-IF.
055162 2336-CHECK-WIRELESS-EXIT.
055165     EXIT.
055168*
055171******************************************************************
055200* 2340-CHECK-ALREADY-MARKETED
055300*     WALKS THE NIGHTLY MARKETING EXTRACT FORWARD TO THE
055400* EXCEPTION'S CUST-ID AND SETS THE ALREADY-MARKETED SWITCH WHEN
071200     CLOSE PHONESUP-FILE.
071300     CLOSE PHONENEW-FILE.
071400     CLOSE PHONETRL-FILE.
071410     CLOSE PHONEAPL-FILE.
071450     CLOSE CNS-FILE.
071460     CLOSE WLS-FILE.
071500     CLOSE DNC-FILE.
071600     DISPLAY "PHRECYC  - EXCEPTIONS READ:   " PHB-EXC-IN-COUNT.
071700     DISPLAY "PHRECYC  - CORRECTIONS READ:  " PHB-COR-IN-COUNT.
073040         PHB-CNS-ERROR-COUNT.
073050     DISPLAY "PHRECYC  - TZ UNKNOWN LINES:  "
073060         PHB-TZ-UNKNOWN-COUNT.
073070     DISPLAY "PHRECYC  - WIRELESS GATED:    "
073080         PHB-WLS-GATED-COUNT.
073100 9000-TERMINATE-EXIT.
073200     EXIT.
073300*
