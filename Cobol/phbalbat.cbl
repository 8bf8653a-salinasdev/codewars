002680*                  (STATE/TIME-ZONE/FLAG ENRICHMENT) - ONLY
002690*                  THE FD LENGTH CHANGES HERE, THE LINE COUNT
002692*                  CHECKS ARE LENGTH-BLIND.
002693* 2025-04-18  DS   PROVES A KEY-RANGE PARTITIONED RUN AS ONE
002694*                  RUN.  THE PHONERST DD IS NOW A CONCATENATION
002695*                  OF EVERY PARTITION'S CHECKPOINT DATA SET AND
002696*                  THE EXEC PARM GIVES THE PARTITION COUNT (NO
002697*                  PARM = ONE).  EACH PARTITION MUST BE PRESENT
002698*                  EXACTLY ONCE, COMPLETE, AND FROM THE SAME
002699*                  RUN DATE; THEIR COUNTERS ARE SUMMED AND THE
002700*                  CHECKS RUN AGAINST THE MERGED OUTPUT FILES
002701*                  AND THE UNSPLIT SORTED INPUTS.
002710* 2025-06-06  DS   CHECK 4 ALSO TAKES OFF THE MARKETING LINES
002720*                  PHFMTBAT KEPT OFF THE EXTRACT BECAUSE THE
002730*                  NUMBER WAS ON THE NO-ANSWER COOL-OFF FILE
002740*                  (PHONERST PHR-NOANS-SKIP-COUNT).  A COOLED-
002750*                  OFF CARRIED LINE COUNTS AS CARRIED AND AS A
002760*                  SKIP, SO IT NETS TO ZERO.
002770*-----------------------------------------------------------------
002800*
002900* THE CHECKS:
003000*   1  MASTERS + CHILDREN      = PROCESSED + ORPHANS
003600*                                           - DNC ERRORS
003650*                                           - CONSENT REVOKED
003660*                                           - CONSENT RD ERRORS
003670*                                           - NO-ANSWER SKIPS
003700*                                           + CARRIED LINES
003800*   5  PHONESUP LINES          = SUPPRESSED
003900* A PHONERST RECORD THAT IS MISSING OR STILL MARKED INCOMPLETE
004000* FAILS THE RUN OUTRIGHT - THE FORMAT STEP NEVER FINISHED.  ON A
004010* PARTITIONED RUN THE COUNTERS ARE THE SUM OF EVERY PARTITION'S
004020* RECORD, AND A MISSING, DUPLICATED, INCOMPLETE OR STALE
004030* PARTITION FAILS THE RUN THE SAME WAY.
004100*-----------------------------------------------------------------
004200 ENVIRONMENT DIVISION.
004300 CONFIGURATION SECTION.
011400 77  PHB-OFF-COUNT              PIC 9(02)  VALUE ZERO.
011500 77  PHB-CHECK-LABEL            PIC X(34)  VALUE SPACES.
011600 01  PHB-PRINT-LINE             PIC X(132) VALUE SPACES.
011602*-----------------------------------------------------------------
011604* PARTITION CONTROL.  ONE PHONERST RECORD PER KEY-RANGE
011606* PARTITION; THE SEEN TABLE CATCHES A PARTITION CONCATENATED
011608* TWICE OR LEFT OUT, AND THE FIRST RUN DATE CATCHES A STALE DATA
011610* SET FROM A NIGHT WHEN THAT PARTITION DID NOT RUN.
011612*-----------------------------------------------------------------
011614 77  PHB-PART-EXPECTED          PIC 9(02)  VALUE 1.
011616 77  PHB-PART-READ              PIC 9(02)  VALUE ZERO.
011618 77  PHB-PART-NO                PIC 9(02)  VALUE ZERO.
011620 77  PHB-PART-IX                PIC 9(03)  COMP VALUE ZERO.
011622 77  PHB-PART-BAD-SW            PIC X(01)  VALUE "N".
011624     88  PHB-PART-BAD                      VALUE "Y".
011626 77  PHB-FIRST-RUN-DATE         PIC X(08)  VALUE SPACES.
011628 01  PHB-PART-TABLE             VALUE SPACES.
011630     05  PHB-PART-SEEN          PIC X(01)  OCCURS 99 TIMES.
011632 01  PHB-RUN-TOTALS.
011634     05  PHB-TOT-RECORD-COUNT   PIC 9(07)  VALUE ZERO.
011636     05  PHB-TOT-REJECT-COUNT   PIC 9(07)  VALUE ZERO.
011638     05  PHB-TOT-SUPPRESS-COUNT PIC 9(07)  VALUE ZERO.
011640     05  PHB-TOT-DNC-ERROR-COUNT
011642                                PIC 9(07)  VALUE ZERO.
011644     05  PHB-TOT-ORPHAN-COUNT   PIC 9(07)  VALUE ZERO.
011646     05  PHB-TOT-MKT-CAND-COUNT PIC 9(07)  VALUE ZERO.
011648     05  PHB-TOT-CARRY-NUM-COUNT
011650                                PIC 9(07)  VALUE ZERO.
011652     05  PHB-TOT-CARRY-OUT-COUNT
011654                                PIC 9(07)  VALUE ZERO.
011656     05  PHB-TOT-CARRY-MKT-COUNT
011658                                PIC 9(07)  VALUE ZERO.
011660     05  PHB-TOT-CONSENT-REV-COUNT
011662                                PIC 9(07)  VALUE ZERO.
011664     05  PHB-TOT-CNS-ERROR-COUNT
011673                                PIC 9(07)  VALUE ZERO.
011682     05  PHB-TOT-NOANS-SKIP-COUNT
011691                                PIC 9(07)  VALUE ZERO.
011700*
011800 LINKAGE SECTION.
011810*-----------------------------------------------------------------
011820* EXEC PARM - THE NUMBER OF KEY-RANGE PARTITIONS THE FORMAT RUN
011830* WAS SPLIT INTO, TWO DIGITS.  NO PARM MEANS ONE.
011840*-----------------------------------------------------------------
011850 01  PHB-PARM.
011860     05  PHB-PARM-LENGTH        PIC S9(04) COMP.
011870     05  PHB-PARM-DATA          PIC X(02).
011900*
012000 PROCEDURE DIVISION USING PHB-PARM.
012100*
012200 0000-MAINLINE.
012300     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
013600* PARAGRAPHS.
013700******************************************************************
013800 1000-INITIALIZE.
013810     IF PHB-PARM-LENGTH = 2
013820        AND PHB-PARM-DATA NUMERIC
013830        AND PHB-PARM-DATA NOT = "00"
013840         MOVE PHB-PARM-DATA TO PHB-PART-EXPECTED
013850     END-IF.
013900     OPEN OUTPUT BALRPT-FILE.
014000     MOVE SPACES TO PHB-PRINT-LINE.
014100     MOVE "PHBALBAT - END-OF-JOB BALANCE REPORT"
028300*
028400******************************************************************
028500* 3000-READ-RUN-TOTALS
028600*     READS THE PHONERST RECORD EVERY PARTITION OF PHFMTBAT LEFT
028700* BEHIND AND SUMS THEIR COUNTERS.  A MISSING PARTITION, OR ONE
028800* STILL MARKED INCOMPLETE, MEANS THE FORMAT STEP NEVER FINISHED -
028900* EVERY BALANCE CHECK IS MOOT AND THE RUN IS FAILED OUTRIGHT.
029000******************************************************************
029100 3000-READ-RUN-TOTALS.
029200     MOVE SPACES TO PHONE-RESTART-RECORD.
029300     OPEN INPUT PHONERST-FILE.
029400     IF PHB-RST-STATUS = "00"
029410         MOVE "N" TO PHB-EOF-SW
029420         PERFORM 3100-ADD-PARTITION THRU 3100-ADD-PARTITION-EXIT
029430             UNTIL PHB-EOF
030100         CLOSE PHONERST-FILE
030200     END-IF.
030210     PERFORM 3200-CHECK-PARTITION THRU 3200-CHECK-PARTITION-EXIT
030220         VARYING PHB-PART-IX FROM 1 BY 1
030230         UNTIL PHB-PART-IX > PHB-PART-EXPECTED.
030240     IF PHB-PART-READ > ZERO
030250        AND NOT PHB-PART-BAD
030260         SET PHB-RST-FOUND TO TRUE
030270     END-IF.
030280     MOVE SPACES TO PHB-PRINT-LINE.
030290     WRITE PRINT-RECORD FROM PHB-PRINT-LINE.
030300 3000-READ-RUN-TOTALS-EXIT.
030400     EXIT.
030401*
030402******************************************************************
030403* 3100-ADD-PARTITION
030404*     READS ONE PARTITION'S PHONERST RECORD, PRINTS IT, VETS IT
030405* (COMPLETE, EXPECTED, NOT SEEN BEFORE, SAME RUN DATE AS THE
030406* FIRST) AND ADDS ITS COUNTERS TO THE RUN TOTALS.  AN
030407* UNPARTITIONED RECORD (PARTITION ZERO) COUNTS AS PARTITION ONE.
030408******************************************************************
030409 3100-ADD-PARTITION.
030410     READ PHONERST-FILE
030411         AT END
030412             SET PHB-EOF TO TRUE
030413     END-READ.
030414     IF PHB-EOF
030415         GO TO 3100-ADD-PARTITION-EXIT.
030416     ADD 1 TO PHB-PART-READ.
030417     IF PHR-PARTITION-NO NOT NUMERIC
030418         MOVE ZERO TO PHR-PARTITION-NO
030419     END-IF.
030420     MOVE PHR-PARTITION-NO TO PHB-PART-NO.
030421     IF PHB-PART-NO = ZERO
030422         MOVE 1 TO PHB-PART-NO
030423     END-IF.
030424     MOVE SPACES TO PHB-PRINT-LINE.
030425     STRING "PARTITION " PHB-PART-NO
030426             "  RUN DATE " PHR-RUN-DATE
030427             "  MODE " PHR-RUN-MODE
030428             "  STATUS " PHR-RUN-STATUS
030429             "  PROCESSED " PHR-RECORD-COUNT
030430         DELIMITED BY SIZE INTO PHB-PRINT-LINE.
030431     WRITE PRINT-RECORD FROM PHB-PRINT-LINE.
030432     IF NOT PHR-RUN-COMPLETE
030433         MOVE "*** PARTITION RUN INCOMPLETE" TO PHB-CHECK-LABEL
030434         PERFORM 3300-PRINT-PARTITION-ERROR
030435             THRU 3300-PRINT-PARTITION-ERROR-EXIT
030436     END-IF.
030437     IF PHB-PART-NO > PHB-PART-EXPECTED
030438         MOVE "*** PARTITION NOT EXPECTED" TO PHB-CHECK-LABEL
030439         PERFORM 3300-PRINT-PARTITION-ERROR
030440             THRU 3300-PRINT-PARTITION-ERROR-EXIT
030441         GO TO 3100-ADD-PARTITION-EXIT.
030442     IF PHB-PART-SEEN(PHB-PART-NO) = "Y"
030443         MOVE "*** PARTITION CONCATENATED TWICE"
030444             TO PHB-CHECK-LABEL
030445         PERFORM 3300-PRINT-PARTITION-ERROR
030446             THRU 3300-PRINT-PARTITION-ERROR-EXIT
030447         GO TO 3100-ADD-PARTITION-EXIT.
030448     MOVE "Y" TO PHB-PART-SEEN(PHB-PART-NO).
030449     IF PHB-FIRST-RUN-DATE = SPACES
030450         MOVE PHR-RUN-DATE TO PHB-FIRST-RUN-DATE
030451     END-IF.
030452     IF PHR-RUN-DATE NOT = PHB-FIRST-RUN-DATE
030453         MOVE "*** PARTITION RUN DATE DIFFERS" TO PHB-CHECK-LABEL
030454         PERFORM 3300-PRINT-PARTITION-ERROR
030455             THRU 3300-PRINT-PARTITION-ERROR-EXIT
030456     END-IF.
030457     ADD PHR-RECORD-COUNT      TO PHB-TOT-RECORD-COUNT.
030458     ADD PHR-REJECT-COUNT      TO PHB-TOT-REJECT-COUNT.
030459     ADD PHR-SUPPRESS-COUNT    TO PHB-TOT-SUPPRESS-COUNT.
030460     ADD PHR-DNC-ERROR-COUNT   TO PHB-TOT-DNC-ERROR-COUNT.
030461     ADD PHR-ORPHAN-COUNT      TO PHB-TOT-ORPHAN-COUNT.
030462     ADD PHR-MKT-CAND-COUNT    TO PHB-TOT-MKT-CAND-COUNT.
030463     ADD PHR-CARRY-NUM-COUNT   TO PHB-TOT-CARRY-NUM-COUNT.
030464     ADD PHR-CARRY-OUT-COUNT   TO PHB-TOT-CARRY-OUT-COUNT.
030465     ADD PHR-CARRY-MKT-COUNT   TO PHB-TOT-CARRY-MKT-COUNT.
030466     ADD PHR-CONSENT-REV-COUNT TO PHB-TOT-CONSENT-REV-COUNT.
030467     ADD PHR-CNS-ERROR-COUNT   TO PHB-TOT-CNS-ERROR-COUNT.
030468     ADD PHR-NOANS-SKIP-COUNT  TO PHB-TOT-NOANS-SKIP-COUNT.
030469 3100-ADD-PARTITION-EXIT.
030470     EXIT.
030471*
030472******************************************************************
030473* 3200-CHECK-PARTITION
030474*     FLAGS ONE EXPECTED PARTITION THAT NO PHONERST RECORD WAS
030475* FOUND FOR.
030476******************************************************************
030477 3200-CHECK-PARTITION.
030478     IF PHB-PART-SEEN(PHB-PART-IX) = "Y"
030479         GO TO 3200-CHECK-PARTITION-EXIT.
030480     MOVE PHB-PART-IX TO PHB-PART-NO.
030481     MOVE "*** PARTITION PHONERST MISSING" TO PHB-CHECK-LABEL.
030482     PERFORM 3300-PRINT-PARTITION-ERROR
030483         THRU 3300-PRINT-PARTITION-ERROR-EXIT.
030484 3200-CHECK-PARTITION-EXIT.
030485     EXIT.
030486*
030487******************************************************************
030488* 3300-PRINT-PARTITION-ERROR
030489*     PRINTS ONE PARTITION ERROR LINE AND MARKS THE RUN TOTALS
030490* UNUSABLE.
030491******************************************************************
030492 3300-PRINT-PARTITION-ERROR.
030493     SET PHB-PART-BAD TO TRUE.
030494     MOVE SPACES TO PHB-PRINT-LINE.
030495     STRING PHB-CHECK-LABEL " - PARTITION " PHB-PART-NO
030496         DELIMITED BY SIZE INTO PHB-PRINT-LINE.
030497     WRITE PRINT-RECORD FROM PHB-PRINT-LINE.
030498 3300-PRINT-PARTITION-ERROR-EXIT.
030499     EXIT.
030500*
030600******************************************************************
030700* 4000-BALANCE
030900* COUNTS THE ONES THAT ARE OFF.
031000******************************************************************
031100 4000-BALANCE.
031200     IF NOT PHB-RST-FOUND
031300         ADD 1 TO PHB-OFF-COUNT
031400         MOVE SPACES TO PHB-PRINT-LINE
031500         MOVE "*** PHONERST MISSING OR RUN INCOMPLETE"
031800         GO TO 4000-BALANCE-EXIT.
031900     MOVE "MAST+CHILD = PROC+ORPH+UNCHANGED  " TO PHB-CHECK-LABEL.
032000     COMPUTE PHB-EXPECTED =
032100         PHB-TOT-RECORD-COUNT + PHB-TOT-ORPHAN-COUNT
032200             + PHB-TOT-CARRY-NUM-COUNT.
032300     COMPUTE PHB-ACTUAL = PHB-MAST-COUNT + PHB-CHILD-COUNT.
032400     PERFORM 5000-PRINT-CHECK THRU 5000-PRINT-CHECK-EXIT.
032500     MOVE "PHONEOUT = PROC - REJ + CARRIED   " TO PHB-CHECK-LABEL.
032600     COMPUTE PHB-EXPECTED =
032700         PHB-TOT-RECORD-COUNT - PHB-TOT-REJECT-COUNT
032800             + PHB-TOT-CARRY-OUT-COUNT.
032900     MOVE PHB-OUT-COUNT TO PHB-ACTUAL.
033000     PERFORM 5000-PRINT-CHECK THRU 5000-PRINT-CHECK-EXIT.
033100     MOVE "PHONEEXC = REJECTED               " TO PHB-CHECK-LABEL.
033200     MOVE PHB-TOT-REJECT-COUNT TO PHB-EXPECTED.
033300     MOVE PHB-EXC-COUNT    TO PHB-ACTUAL.
033400     PERFORM 5000-PRINT-CHECK THRU 5000-PRINT-CHECK-EXIT.
033500     MOVE "MKT=CAND-SUP-DNCERR-CNS-NOA+CARRY " TO PHB-CHECK-LABEL.
033600     COMPUTE PHB-EXPECTED = PHB-TOT-MKT-CAND-COUNT
033700         - PHB-TOT-SUPPRESS-COUNT - PHB-TOT-DNC-ERROR-COUNT
033750         - PHB-TOT-CONSENT-REV-COUNT - PHB-TOT-CNS-ERROR-COUNT
033760         - PHB-TOT-NOANS-SKIP-COUNT
033800             + PHB-TOT-CARRY-MKT-COUNT.
033900     MOVE PHB-MKT-COUNT TO PHB-ACTUAL.
034000     PERFORM 5000-PRINT-CHECK THRU 5000-PRINT-CHECK-EXIT.
034100     MOVE "PHONESUP = SUPPRESSED             " TO PHB-CHECK-LABEL.
034200     MOVE PHB-TOT-SUPPRESS-COUNT TO PHB-EXPECTED.
034300     MOVE PHB-SUP-COUNT      TO PHB-ACTUAL.
034400     PERFORM 5000-PRINT-CHECK THRU 5000-PRINT-CHECK-EXIT.
034500 4000-BALANCE-EXIT.
