002900*                  TRANSACTIONS APPLY IN FILE ORDER AGAINST THE
003000*                  HELD RECORD, LAST ACCEPTED WINS, EACH WITH
003100*                  ITS OWN AUDIT RECORD - THE PHUPDBAT RULE.
003110* 2025-05-23  DS   THE TRANSACTIONS NOW COME ONLY FROM SUPERVISOR-
003120*                  APPROVED ENTRIES ON THE PENDING-CHANGE FILE
003130*                  (PHPNDBAT WRITES THEM) AND CARRY THE APPROVER'S
003140*                  ID, WHICH IS COPIED TO PAU-APPROVER-ID NEXT TO
003150*                  THE KEYING OPERATOR ON EVERY AUDIT RECORD.
003200*-----------------------------------------------------------------
003300*
003400* ALL THREE INPUT FILES MUST BE PRESORTED: THE MASTER BY
038700     MOVE PHB-RUN-DATE       TO PAU-RUN-DATE.
038800     MOVE PHB-RUN-TIME       TO PAU-RUN-TIME.
038900     MOVE CTR-OPERATOR-ID    TO PAU-OPERATOR-ID.
038910     MOVE CTR-APPROVER-ID    TO PAU-APPROVER-ID.
039000     MOVE CTR-PHONE-TYPE     TO PAU-PHONE-TYPE.
039100     MOVE PHB-HLD-DIGITS     TO PAU-OLD-DIGITS.
039200     MOVE PHB-HLD-CTRY-CODE  TO PAU-OLD-COUNTRY-CODE.
043500     MOVE PHB-RUN-DATE       TO PAU-RUN-DATE.
043600     MOVE PHB-RUN-TIME       TO PAU-RUN-TIME.
043700     MOVE CTR-OPERATOR-ID    TO PAU-OPERATOR-ID.
043710     MOVE CTR-APPROVER-ID    TO PAU-APPROVER-ID.
043800     MOVE CTR-PHONE-TYPE     TO PAU-PHONE-TYPE.
043900     MOVE PHB-HLD-DIGITS     TO PAU-OLD-DIGITS.
044000     MOVE PHB-HLD-CTRY-CODE  TO PAU-OLD-COUNTRY-CODE.
