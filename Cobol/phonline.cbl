002720*                  KEYED ONE FOR THE SAME CUSTOMER, WHICH IS
002730*                  RIGHT: IT WAS VALIDATED AGAINST THE FILE AS
002740*                  IT WAS KEYED.
002748* 2025-05-23  DS   AN ACCEPTED CHANGE NO LONGER GOES STRAIGHT TO
002756*                  THE PHTN QUEUE FOR THAT NIGHT'S APPLY - IT IS
002764*                  WRITTEN TO THE PHPENDV PENDING-CHANGE FILE
002772*                  (PHONEPND) TO WAIT FOR A SUPERVISOR'S
002780*                  APPROVAL ON PHAPPRV.  ONLY APPROVED CHANGES
002788*                  REACH PHUPDBAT, THROUGH PHPNDBAT.
002800*-----------------------------------------------------------------
002900*
003000* FILES: CUSTMSTV AND CUSTPHNV ARE READ-ONLY VSAM KSDS COPIES
004500 77  PHB-RESP                   PIC S9(08) COMP VALUE ZERO.
004600 77  PHB-CHILD-DONE-SW          PIC X(01)  VALUE "N".
004700     88  PHB-CHILD-DONE                    VALUE "Y".
004710 77  PHB-ABSTIME                PIC S9(15) COMP-3 VALUE ZERO.
004900 77  PHB-MASTER-FOUND-SW        PIC X(01)  VALUE "N".
005000     88  PHB-MASTER-FOUND                  VALUE "Y".
005100*-----------------------------------------------------------------
007100 COPY CUSTPHON.
007200*
007300 COPY PHONETRN.
007310*
007320 COPY PHONEPND.
007400*
007500*-----------------------------------------------------------------
007600* SYMBOLIC MAP AND CICS ATTENTION-ID / ATTRIBUTE COPYBOOKS.
027600*
027700******************************************************************
027800* 4000-APPLY-CHANGE
027810*     VALIDATES THE KEYED MASTER-NUMBER CHANGE AND WRITES IT TO
027820* THE PENDING FILE.  A NUMBER THAT FAILS CreatePhoneNumber
028100* BOUNCES WITH THE REASON; A NUMBER IDENTICAL TO WHAT IS ON
028200* FILE IS REFUSED - "CHANGING" A NUMBER TO ITSELF IS THE NOISE
028300* TRANSACTION THIS SCREEN EXISTS TO STOP.  THE MASTER RECORD IS
033400         GO TO 4000-APPLY-CHANGE-EXIT.
033500     EXEC CICS ASSIGN USERID(PTR-OPERATOR-ID)
033600     END-EXEC.
033610     PERFORM 4100-WRITE-PENDING THRU 4100-WRITE-PENDING-EXIT.
033620 4000-APPLY-CHANGE-EXIT.
033630     EXIT.
033640*
033650******************************************************************
033660* 4100-WRITE-PENDING
033670*     WRITES THE VALIDATED CHANGE TO THE PENDING-CHANGE FILE AS A
033680* MASTER CHANGE AWAITING APPROVAL.  THE KEY IS THE ENTRY DATE
033690* AND TIME PLUS THE CICS TASK NUMBER, SO TWO OPERATORS KEYING
033700* IN THE SAME SECOND CANNOT COLLIDE.
033710******************************************************************
033720 4100-WRITE-PENDING.
033730     MOVE SPACES             TO PENDING-CHANGE-RECORD.
033740     EXEC CICS ASKTIME ABSTIME(PHB-ABSTIME)
033750     END-EXEC.
033760     EXEC CICS FORMATTIME ABSTIME(PHB-ABSTIME)
033770               YYYYMMDD(PPD-ENTRY-DATE)
033780               TIME(PPD-ENTRY-TIME)
033790     END-EXEC.
033800     SET PPD-FROM-ONLINE     TO TRUE.
033810     MOVE EIBTASKN           TO PPD-ENTRY-SEQ.
033820     SET PPD-PENDING         TO TRUE.
033830     SET PPD-MASTER-CHANGE   TO TRUE.
033840     SET PPD-CHANGE          TO TRUE.
033850     MOVE PTR-CUST-ID        TO PPD-CUST-ID.
033860     MOVE PTR-NEW-DIGITS     TO PPD-NEW-DIGITS.
033870     MOVE PTR-COUNTRY-CODE   TO PPD-COUNTRY-CODE.
033880     MOVE PTR-EXTENSION      TO PPD-EXTENSION.
033890     MOVE PTR-EXTENSION-LEN  TO PPD-EXTENSION-LEN.
033900     MOVE PTR-OPERATOR-ID    TO PPD-OPERATOR-ID.
033910     EXEC CICS WRITE DATASET('PHPENDV')
033920               FROM(PENDING-CHANGE-RECORD)
033930               RIDFLD(PPD-KEY)
034000               RESP(PHB-RESP)
034100     END-EXEC.
034200     IF PHB-RESP = DFHRESP(NORMAL)
034210         MOVE "CHANGE QUEUED FOR SUPERVISOR APPROVAL" TO MSGO
034220     ELSE
034230         MOVE "PENDING FILE WRITE FAILED - CALL DATA CONTROL"
034400             TO MSGO
034700     END-IF.
034710 4100-WRITE-PENDING-EXIT.
034900     EXIT.
035000*
035100******************************************************************
