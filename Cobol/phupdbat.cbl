002400*                  THE SAME CUST-ID THEY ARE APPLIED IN FILE
002500*                  ORDER AND THE LAST ACCEPTED ONE STANDS, EACH
002600*                  WITH ITS OWN AUDIT RECORD.
002610* 2025-05-23  DS   THE TRANSACTIONS NOW COME ONLY FROM SUPERVISOR-
002620*                  APPROVED ENTRIES ON THE PENDING-CHANGE FILE
002630*                  (PHPNDBAT WRITES THEM) AND CARRY THE APPROVER'S
002640*                  ID, WHICH IS COPIED TO PAU-APPROVER-ID NEXT TO
002650*                  THE KEYING OPERATOR.
002700*-----------------------------------------------------------------
002800*
002900* THIS PROGRAM RUNS IN ITS OWN JOB (PHUPDJOB), UPSTREAM OF
026800     MOVE PHB-RUN-DATE       TO PAU-RUN-DATE.
026900     MOVE PHB-RUN-TIME       TO PAU-RUN-TIME.
027000     MOVE PTR-OPERATOR-ID    TO PAU-OPERATOR-ID.
027010     MOVE PTR-APPROVER-ID    TO PAU-APPROVER-ID.
027100     MOVE CUST-PHONE-DIGITS  TO PAU-OLD-DIGITS.
027200     MOVE CUST-COUNTRY-CODE  TO PAU-OLD-COUNTRY-CODE.
027300     MOVE CUST-EXTENSION     TO PAU-OLD-EXTENSION.
