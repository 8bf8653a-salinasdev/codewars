003400* EVERYWHERE; BLANK SORTS AHEAD OF THE H/W/M/F TYPE CODES, SO
003500* THE MASTER AND CHILD WALKS BOTH MOVE STRICTLY FORWARD.  AFTER
003600* THIS JOB'S REPL STEPS SWAP THE NEW EXTRACTS IN, RETIRE THE
003700* RULE FROM AREASPLT WITH ASPUPJOB - IT STAMPS THE RUN-CONTROL
003800* RECORD, SO NO RUNMODE OVERRIDE IS NEEDED FOR THE NEXT NIGHTLY
003810* RUN.  THE REWRITTEN DIGITS CARRY THE NEW AREA CODE,
003900* WHICH THE OLD RULE NO LONGER MATCHES, SO LEAVING THE RULE IN
004000* PLACE FOR ONE MORE NIGHT IS HARMLESS - DOUBLE TRANSLATION IS
004100* NOT POSSIBLE.
