      *                   OR THE NUMBER IS INTERNATIONAL) - SAME
      *                   RESTART REASONING AS EVERY OTHER COUNTER.
      *                   RECORD GROWS FROM 104 TO 112 BYTES.
      *  2025-04-18  DS   ADDED PHR-PARTITION-NO OUT OF FILLER.  THE
      *                   NIGHTLY RUN IS SPLIT INTO CUST-ID KEY-RANGE
      *                   PARTITIONS, EACH WITH ITS OWN PHONERST DATA
      *                   SET; THE NUMBER STOPS A CHECKPOINT LEFT BY
      *                   ONE PARTITION FROM RESTARTING ANOTHER, AND
      *                   LETS PHBALBAT/PHHSTBAT PROVE EVERY PARTITION
      *                   IS PRESENT EXACTLY ONCE.  ZERO = AN
      *                   UNPARTITIONED RUN.  RECORD STAYS 112 BYTES.
      *  2025-04-25  DS   ADDED PHR-RUN-TIME (WHEN THE RUN STARTED) SO
      *                   THE NEXT NIGHT CAN TELL WHETHER A RUN-CONTROL
      *                   STAMP (PHONECTL) IS LATER THAN THIS RUN, AND
      *                   PHR-FORCE-REASONS - ONE LETTER PER REASON A
      *                   DELTA REQUEST WAS RUN FULL, BLANK WHEN IT WAS
      *                   NOT.  A RESTART PICKS THE MODE AND REASONS UP
      *                   FROM HERE.  RECORD GROWS FROM 112 TO 128
      *                   BYTES - SAME DEPLOYMENT CAUTION AS EVERY
      *                   OTHER GROWTH.
      *  2025-05-02  DS   ADDED PHR-FORCE-WLS ("W" - WIRELESS FILE
      *                   RELOADED) OUT OF THE SPARE REASON BYTE.
      *                   RECORD STAYS 128 BYTES.
      *  2025-06-06  DS   ADDED PHR-NOANS-SKIP-COUNT (MARKETING LINES
      *                   KEPT OFF THE EXTRACT WHILE THE NUMBER IS ON
      *                   THE NO-ANSWER COOL-OFF FILE, NEW OR CARRIED)
      *                   SO PHBALBAT CAN STILL PROVE PHONEMKT - SAME
      *                   RESTART REASONING AS EVERY OTHER COUNTER.
      *                   RECORD GROWS FROM 128 TO 136 BYTES - SAME
      *                   DEPLOYMENT CAUTION AS EVERY OTHER GROWTH.
      *  2025-06-27  DS   ADDED PHR-FORCE-NOA ("O" - NO-ANSWER FILE
      *                   REBUILT) AND PHR-FORCE-NOA-END ("Q" - A
      *                   COOL-OFF ENDED) OUT OF FILLER.  RECORD STAYS
      *                   136 BYTES.
      ******************************************************************
       01  PHONE-RESTART-RECORD.
           05  PHR-LAST-CUST-ID           PIC X(08).
           05  PHR-CONSENT-REV-COUNT         PIC 9(07).
           05  PHR-CNS-ERROR-COUNT           PIC 9(07).
           05  PHR-TZ-UNKNOWN-COUNT          PIC 9(07).
           05  PHR-NOANS-SKIP-COUNT          PIC 9(07).
           05  PHR-RUN-STATUS               PIC X(01).
               88  PHR-RUN-COMPLETE                  VALUE "C".
               88  PHR-RUN-INCOMPLETE                VALUE "I".
           05  PHR-RUN-MODE                 PIC X(01).
               88  PHR-MODE-FULL                     VALUE "F".
               88  PHR-MODE-DELTA                    VALUE "D".
           05  PHR-PARTITION-NO             PIC 9(02).
           05  PHR-RUN-TIME                 PIC X(06).
           05  PHR-FORCE-REASONS.
               10  PHR-FORCE-DNC            PIC X(01).
                   88  PHR-FORCED-DNC                VALUE "D".
               10  PHR-FORCE-DNCVER         PIC X(01).
                   88  PHR-FORCED-DNCVER             VALUE "V".
               10  PHR-FORCE-CNS            PIC X(01).
                   88  PHR-FORCED-CNS                VALUE "C".
               10  PHR-FORCE-NPAREF         PIC X(01).
                   88  PHR-FORCED-NPAREF             VALUE "N".
               10  PHR-FORCE-SPLIT          PIC X(01).
                   88  PHR-FORCED-SPLIT              VALUE "A".
               10  PHR-FORCE-SPLIT-EFF      PIC X(01).
                   88  PHR-FORCED-SPLIT-EFF          VALUE "E".
               10  PHR-FORCE-NO-BASE        PIC X(01).
                   88  PHR-FORCED-NO-BASE            VALUE "B".
               10  PHR-FORCE-WLS            PIC X(01).
                   88  PHR-FORCED-WLS                VALUE "W".
               10  PHR-FORCE-NOA            PIC X(01).
                   88  PHR-FORCED-NOA                VALUE "O".
               10  PHR-FORCE-NOA-END        PIC X(01).
                   88  PHR-FORCED-NOA-END            VALUE "Q".
           05  FILLER                      PIC X(02).
