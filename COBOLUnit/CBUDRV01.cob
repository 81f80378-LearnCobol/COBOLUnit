000310*>    without parsing DISPLAY output, and a bad run never looks the
000320*>    same as a clean one. A suite failure (RC=1) always takes
000330*>    priority over an incomplete-coverage result (RC=3). The
000340*>    coverage gate is only enforced on a FULL-mode, unpartitioned
000350*>    run - any other run executes a subset of the fleet by
000360*>    design and cannot be expected to hit everything. A restart
000361*>    is judged on the whole night's coverage, read back from
000362*>    COVERAGE.dat (below), not just the suites it ran itself.
000370*>    CBUCKPT.dat is this run's checkpoint: after every suite
000380*>    finishes, its name is written there. If the job is resubmitted
000390*>    while a checkpoint naming an earlier suite is still on disk,
001060*>    apart from a failure (RC=1, which still takes priority when
001070*>    both happened), an untrusted run (RC=2) and a coverage gap
001080*>    (RC=3). The coverage gate is never enforced on a
001090*>    budget-truncated run - like a partition or a SMOKE run, it
001100*>    executed a subset by design. No BUDGET.dat, or a zero
001110*>    budget, runs to completion exactly as before.
001120*>    QUARANTINE.dat is optional as well: one suite per record in
001350*>    of blocked dependents instead of a wall of cascade red.
001360*>    Blocked suites do not touch the checkpoint and do not by
001370*>    themselves change the return code.
001371*>    STUBS.dat (CBUC0009) names, per suite or for every suite
001372*>    (blank suite column), a called PROGRAM-ID and the stub to
001373*>    run in its place; 0800-LOAD-STUBS reads it once. Before each
001374*>    suite is CALLed, 1660-ACTIVATE-STUBS loads its entries into
001375*>    CBU-STUB-AREA (CBUC0001) so CBU-resolve-call (CBUU0009)
001376*>    routes those CALLs to stubs; their STUBLOG rows (CBUC0011)
001377*>    are counted per execution and DISPLAYed after the suite.
001378*>    STUBLOG.dat (STUBLOGPnn.dat when partitioned) is truncated
001379*>    per run, appended on a restart. No STUBS.dat, no stubs.
001380*>    The run's RESULTS file is bracketed by a header record
001390*>    (written by CBUU0001 when it creates the file, stamped from
001400*>    CBU-RUN-STAMP which 0700-STAMP-RUN-HEADER fills) and a
001440*>    against that trailer and refuses a file that does not
001450*>    balance, so a half-written file from a cancelled job can
001460*>    never feed the morning report as if it were whole.
001461*>    CBUU0001 keeps the RESULTS file open while a suite runs
001462*>    instead of opening and closing it for every assertion.
001463*>    1760-FLUSH-RESULTS asks it to close the file as soon as
001464*>    each suite (and its ABND row, if any) is done, and once
001465*>    more at the top of 9100-WRITE-TRAILER, so the rows of every
001466*>    completed suite are on disk before the next suite starts -
001467*>    an abend loses at most the suite in flight, which the
001468*>    trailer reconciliation then reports as a short file.
001470*>    TIMINGS.dat (TIMINGSPnn.dat for a partitioned instance) gets
001480*>    one row per executed suite - the suite name and the elapsed
001490*>    hundredths of a second around its CALL (1700-EXECUTE-SUITE
001540*>    archives it alongside RESULTS.dat as TIMINGSGnnnn.dat so
001550*>    CBUR0003 can rank today's suites by duration and flag any
001560*>    that run materially longer than in prior generations.
001561*>    COVERAGE.dat (COVERAGEPnn.dat when partitioned, CBUC0014)
001562*>    keeps the night's coverage past the end of the step: as each
001563*>    suite finishes, 1780-SAVE-COVERAGE appends one row per
001564*>    PROGRAM/PARAGRAPH pair it hit, with the hits it added to
001565*>    CBU-COVERAGE-AREA. It is truncated and appended to the way
001566*>    TIMINGS.dat is, so a restart keeps the coverage of the
001567*>    suites completed before it. CBUM0001 sums the partitions'
001568*>    files and applies CBU-coverage-gate to the merged total;
001569*>    CBUU0005 archives the file as COVERAGEGnnnn.dat.
001570 ENVIRONMENT    DIVISION.
001580 CONFIGURATION  SECTION.
001590 INPUT-OUTPUT   SECTION.
001820         ASSIGN TO DYNAMIC WS-TIMING-FILENAME
001830         ORGANIZATION IS LINE SEQUENTIAL
001840         FILE STATUS IS WS-TIMING-STATUS.
001841     SELECT STUB-CONTROL-FILE ASSIGN TO "STUBS.dat"
001842         ORGANIZATION IS LINE SEQUENTIAL
001843         FILE STATUS IS WS-STUBS-STATUS.
001844     SELECT STUB-LOG-FILE ASSIGN TO DYNAMIC WS-STUBLOG-FILENAME
001845         ORGANIZATION IS LINE SEQUENTIAL
001846         FILE STATUS IS WS-STUBLOG-STATUS.
001847     SELECT COVERAGE-FILE ASSIGN TO DYNAMIC WS-COVERAGE-FILENAME
001848         ORGANIZATION IS LINE SEQUENTIAL
001849         FILE STATUS IS WS-COVERAGE-STATUS.
001850 DATA DIVISION.
001860 FILE SECTION.
001870 FD  SUITE-LIST-FILE.
002110     COPY CBUC0003.
002120 FD  TIMING-FILE.
002130     COPY CBUC0005.
002131 FD  STUB-CONTROL-FILE.
002132     COPY CBUC0009.
002133 FD  STUB-LOG-FILE.
002134     COPY CBUC0011.
002135 FD  COVERAGE-FILE.
002136     COPY CBUC0014.
002140 WORKING-STORAGE SECTION.
002150  COPY CBUC0001.
002160  COPY CBUC0002.
002650  01 WS-TIMING-FILENAME PIC X(20) VALUE SPACES.
002660  01 WS-TIMING-START-SWITCH PIC X VALUE "N".
002670     88 WS-TIMING-STARTED VALUE "Y".
002671  01 WS-COVERAGE-STATUS PIC XX.
002672     88 WS-COVERAGE-OK VALUE "00".
002673  01 WS-COVERAGE-FILENAME PIC X(20) VALUE SPACES.
002674  01 WS-COVERAGE-START-SWITCH PIC X VALUE "N".
002675     88 WS-COVERAGE-STARTED VALUE "Y".
002680  01 WS-BUDGET-STATUS PIC XX.
002690     88 WS-BUDGET-OK VALUE "00".
002700  01 WS-BUDGET-MINUTES PIC 9(4) VALUE 0.
003110  01 WS-QUARANTINE-AREA.
003120     05 WS-QUAR-COUNT         PIC 9(4) COMP VALUE 0.
003130     05 WS-QUAR-SUITE OCCURS 50 TIMES PIC X(8).
003131  01 WS-STUB-IDX PIC 9(4) COMP.
003132  01 WS-STUB-TABLE-AREA.
003133     05 WS-STUB-TABLE-COUNT   PIC 9(4) COMP VALUE 0.
003134     05 WS-STUB-TABLE-ENTRY OCCURS 50 TIMES.
003135        10 WS-STUB-TABLE-CALLED  PIC X(8).
003136        10 WS-STUB-TABLE-PROGRAM PIC X(8).
003137        10 WS-STUB-TABLE-SUITE   PIC X(8).
003140  01 WS-RESULTS-FILENAME PIC X(20) VALUE SPACES.
003150  01 WS-RESULTS-STATUS PIC XX.
003160     88 WS-RESULTS-OK VALUE "00".
003210  01 WS-TRL-ROW-COUNT PIC 9(9) COMP VALUE 0.
003220  01 WS-COUNT-EOF-SWITCH PIC X VALUE "N".
003230     88 WS-AT-COUNT-EOF VALUE "Y".
003231  01 WS-COV-EOF-SWITCH PIC X VALUE "N".
003232     88 WS-AT-COV-EOF VALUE "Y".
003233  01 WS-COV-FOUND-SWITCH PIC X VALUE "N".
003234     88 WS-COV-FOUND VALUE "Y".
003235  01 WS-COV-RELOAD-SWITCH PIC X VALUE "Y".
003236     88 WS-COV-RELOADED VALUE "Y".
003237  01 WS-COV-IDX PIC 9(4) COMP.
003238  01 WS-COV-SAVED-AREA.
003239     05 WS-COV-SAVED-HITS OCCURS 200 TIMES PIC 9(7) COMP.
003240  01 WS-SUITELIST-COUNT PIC 9(4) VALUE 0.
003241  01 WS-STUBS-STATUS PIC XX.
003242     88 WS-STUBS-OK VALUE "00".
003243  01 WS-STUBS-EOF-SWITCH PIC X VALUE "N".
003244     88 WS-AT-STUBS-EOF VALUE "Y".
003245  01 WS-STUBLOG-STATUS PIC XX.
003246     88 WS-STUBLOG-OK VALUE "00".
003247  01 WS-STUBLOG-FILENAME PIC X(20) VALUE SPACES.
003250 LINKAGE SECTION.
003260  01 CBU-RUN-PARM.
003270     05 CBU-RUN-PARM-LEN  PIC S9(4) COMP.
003410     PERFORM 0200-LOAD-PARTITION.
003420     PERFORM 0500-LOAD-CHECKPOINT.
003430     PERFORM 0600-LOAD-QUARANTINE.
003435     PERFORM 0800-LOAD-STUBS.
003440     PERFORM 0700-STAMP-RUN-HEADER.
003450     OPEN INPUT SUITE-LIST-FILE.
003460     IF NOT WS-SUITE-LIST-OK
004790             CBU-RESULTS-SUFFIX DELIMITED BY SPACE
004800             ".dat" DELIMITED BY SIZE INTO WS-TIMING-FILENAME
004810     END-IF.
004811     MOVE SPACES TO WS-STUBLOG-FILENAME.
004812     IF CBU-RESULTS-SUFFIX = SPACES
004813         MOVE "STUBLOG.dat" TO WS-STUBLOG-FILENAME
004814     ELSE
004815         STRING "STUBLOG" DELIMITED BY SIZE
004816             CBU-RESULTS-SUFFIX DELIMITED BY SPACE
004817             ".dat" DELIMITED BY SIZE INTO WS-STUBLOG-FILENAME
004818     END-IF.
004820*>    THE DRIVER KEEPS ITS OWN COPY OF THE RESULTS FILE NAME SO
004830*>    9100-WRITE-TRAILER CAN RECOUNT AND CLOSE OFF THE SAME FILE
004840*>    CBUU0001 WRITES - BUILT EXACTLY THE WAY CBUU0001 BUILDS IT.
004900             CBU-RESULTS-SUFFIX DELIMITED BY SPACE
004910             ".dat" DELIMITED BY SIZE INTO WS-RESULTS-FILENAME
004920     END-IF.
004921     MOVE SPACES TO WS-COVERAGE-FILENAME.
004922     IF CBU-RESULTS-SUFFIX = SPACES
004923         MOVE "COVERAGE.dat" TO WS-COVERAGE-FILENAME
004924     ELSE
004925         STRING "COVERAGE" DELIMITED BY SIZE
004926             CBU-RESULTS-SUFFIX DELIMITED BY SPACE
004927             ".dat" DELIMITED BY SIZE INTO WS-COVERAGE-FILENAME
004928     END-IF.
004930 0500-LOAD-CHECKPOINT.
004940     OPEN INPUT CHECKPOINT-FILE.
004950     IF WS-CHECKPOINT-OK
005020             SET WS-SKIPPING-SUITES TO TRUE
005030             SET CBU-RESULTS-STARTED TO TRUE
005040             SET WS-TIMING-STARTED TO TRUE
005045             SET WS-COVERAGE-STARTED TO TRUE
005050             DISPLAY "RESTART: RESUMING AFTER CHECKPOINTED SUITE "
005060                 WS-LAST-SUITE
005070         END-IF
006790     ADD 1 TO WS-SUITES-RUN-COUNT.
006800     MOVE WS-SUITE-NAME TO CBU-CURRENT-SUITE.
006810     PERFORM 1650-CHECK-QUARANTINE.
006811     PERFORM 1660-ACTIVATE-STUBS.
006820     MOVE CBU-PASS-COUNT TO WS-BEFORE-PASS.
006830     MOVE CBU-FAIL-COUNT TO WS-BEFORE-FAIL.
006840     PERFORM 1710-READ-CLOCK.
007110     COMPUTE WS-SUITE-ELAPSED
007120         = WS-SUITE-END-TIME - WS-SUITE-START-TIME.
007130     PERFORM 1750-SAVE-TIMING.
007135     PERFORM 1780-SAVE-COVERAGE.
007140     IF WS-SUITE-ABENDED
007150         ADD 1 TO WS-ABEND-COUNT
007160         CALL "CBUU0001" USING CBU-ctx WS-ABEND-ASSERT-NAME
007210     DISPLAY "SUITE " WS-SUITE-NAME " PASS=" WS-SUITE-PASS
007220         " FAIL=" WS-SUITE-FAIL " ELAPSED=" WS-SUITE-ELAPSED
007230         "/100 SEC".
007235     PERFORM 1670-REPORT-STUB-CALLS.
007237     PERFORM 1760-FLUSH-RESULTS.
007240     IF WS-SUITE-NAME(1:2) = "TI"
007250         ADD WS-SUITE-PASS TO WS-INTEG-PASS
007260         ADD WS-SUITE-FAIL TO WS-INTEG-FAIL
007910         WRITE CBU-timing-rec
007920         CLOSE TIMING-FILE
007930     END-IF.
007932 1760-FLUSH-RESULTS.
007934     SET CBU-RESULTS-CLOSE-REQUESTED TO TRUE.
007936     CALL "CBUU0001" USING CBU-ctx OMITTED OMITTED OMITTED
007938         OMITTED.
007940 1770-RECORD-FAILED-SUITE.
007950     IF WS-FAILED-COUNT < 50
007960         ADD 1 TO WS-FAILED-COUNT
008130         CLOSE CHECKPOINT-FILE
008140     END-IF.
008150 9000-SUMMARY.
008152     IF WS-CKPT-MATCHED
008154         PERFORM 9700-RELOAD-COVERAGE
008156     END-IF.
008160     CALL CBU-coverage-summary USING CBU-ctx.
008170*>    THE COVERAGE GATE ONLY MAKES SENSE WHEN THE WHOLE FLEET RAN:
008180*>    A SMOKE/NIGHTLY SUBSET OR A PARTITION SLICE EXECUTES ONLY
008190*>    SOME SUITES BY DESIGN, SO UNHIT PARAGRAPHS ARE EXPECTED
008200*>    THERE, NOT A FAILURE. A RUN CUT SHORT BY THE TIME BUDGET IS
008210*>    A SUBSET TOO. A CHECKPOINT RESUME IS NOT - 9700 HAS PUT THE
008212*>    INTERRUPTED STEP'S HITS BACK - UNLESS COVERAGE.dat COULD NOT
008214*>    BE REREAD, WHEN ONLY THIS STEP'S SUITES WOULD BE JUDGED.
008220     IF WS-RUN-MODE = "FULL"
008230             AND NOT WS-PARTITION-ACTIVE
008240             AND WS-COV-RELOADED
008250             AND NOT WS-WINDOW-EXPIRED
008260         CALL CBU-coverage-gate USING CBU-ctx
008270     ELSE
008750*>    CONSUMER'S RECONCILIATION PROVES THE WHOLE FILE, NOT JUST
008760*>    TODAY'S SLICE. NON-PASS DETAIL ROWS (FAIL AND ABND ALIKE)
008770*>    COUNT AS FAILURES IN THE TRAILER.
008775     PERFORM 1760-FLUSH-RESULTS.
008780     IF CBU-RESULTS-STARTED
008790         MOVE 0 TO WS-TRL-PASS-COUNT
008800         MOVE 0 TO WS-TRL-FAIL-COUNT
009330         WRITE CHECKPOINT-REC
009340         CLOSE CHECKPOINT-FILE
009350     END-IF.
009360 0800-LOAD-STUBS.
009370*>    THE STUB LOG IS TRUNCATED HERE ON A FRESH RUN (CBUU0010
009380*>    ONLY EVER APPENDS), AND LEFT ALONE ON A RESTART SO THE
009390*>    INTERRUPTED RUN'S ROWS SURVIVE - THE SAME CONVENTION AS
009400*>    RESULTS.dat AND TIMINGS.dat.
009410     IF NOT WS-SKIPPING-SUITES
009420         OPEN OUTPUT STUB-LOG-FILE
009430         IF WS-STUBLOG-OK
009440             CLOSE STUB-LOG-FILE
009450         ELSE
009460             DISPLAY "CBUDRV01: UNABLE TO CLEAR "
009470                 WS-STUBLOG-FILENAME " - FILE STATUS "
009480                 WS-STUBLOG-STATUS
009490         END-IF
009500     END-IF.
009510     OPEN INPUT STUB-CONTROL-FILE.
009520     IF WS-STUBS-OK
009530         PERFORM UNTIL WS-AT-STUBS-EOF
009540             READ STUB-CONTROL-FILE
009550                 AT END SET WS-AT-STUBS-EOF TO TRUE
009560                 NOT AT END PERFORM 0850-ADD-STUB-ENTRY
009570             END-READ
009580         END-PERFORM
009590         CLOSE STUB-CONTROL-FILE
009600         DISPLAY "CBUDRV01: " WS-STUB-TABLE-COUNT
009610             " STUB SUBSTITUTION(S) ON STUBS.dat"
009620     END-IF.
009630 0850-ADD-STUB-ENTRY.
009640     IF CBU-stubctl-called = SPACES OR CBU-stubctl-stub = SPACES
009650         DISPLAY "CBUDRV01: STUBS.dat ENTRY '" CBU-stub-ctl-rec
009660             "' NAMES NO CALLED PROGRAM OR NO STUB - IGNORED"
009670     ELSE
009680         IF WS-STUB-TABLE-COUNT < 50
009690             ADD 1 TO WS-STUB-TABLE-COUNT
009700             MOVE CBU-stubctl-called
009710                 TO WS-STUB-TABLE-CALLED (WS-STUB-TABLE-COUNT)
009720             MOVE CBU-stubctl-stub
009730                 TO WS-STUB-TABLE-PROGRAM (WS-STUB-TABLE-COUNT)
009740             MOVE CBU-stubctl-suite
009750                 TO WS-STUB-TABLE-SUITE (WS-STUB-TABLE-COUNT)
009760         ELSE
009770             DISPLAY "CBUDRV01: STUB TABLE FULL (50 ENTRIES) - "
009780                 "DROPPING STUB " CBU-stubctl-stub " FOR "
009790                 CBU-stubctl-called
009800         END-IF
009810     END-IF.
009820 1660-ACTIVATE-STUBS.
009830*>    A BLANK SUITE COLUMN ON STUBS.dat APPLIES THE STUB TO EVERY
009840*>    SUITE; OTHERWISE ONLY THE NAMED SUITE SEES IT. THE STAMP
009850*>    MARKS THIS SUITE EXECUTION'S STUBLOG ROWS.
009860     INITIALIZE CBU-STUB-AREA.
009870     ACCEPT CBU-STUB-STAMP-DATE FROM DATE YYYYMMDD.
009880     ACCEPT WS-TIME-RAW FROM TIME.
009890     COMPUTE CBU-STUB-STAMP-TIME = (WS-TIME-HH * 10000)
009900         + (WS-TIME-MM * 100) + WS-TIME-SS.
009910     PERFORM VARYING WS-STUB-IDX FROM 1 BY 1
009920             UNTIL WS-STUB-IDX > WS-STUB-TABLE-COUNT
009930         IF WS-STUB-TABLE-SUITE (WS-STUB-IDX) = SPACES
009940                 OR WS-STUB-TABLE-SUITE (WS-STUB-IDX)
009950                     = WS-SUITE-NAME
009960             IF CBU-STUB-COUNT < 20
009970                 ADD 1 TO CBU-STUB-COUNT
009980                 MOVE WS-STUB-TABLE-CALLED (WS-STUB-IDX)
009990                     TO CBU-STUB-CALLED (CBU-STUB-COUNT)
010000                 MOVE WS-STUB-TABLE-PROGRAM (WS-STUB-IDX)
010010                     TO CBU-STUB-PROGRAM (CBU-STUB-COUNT)
010020                 MOVE 0 TO CBU-STUB-CALLS (CBU-STUB-COUNT)
010030             ELSE
010040                 DISPLAY "CBUDRV01: MORE THAN 20 STUBS FOR "
010050                     WS-SUITE-NAME " - "
010060                     WS-STUB-TABLE-CALLED (WS-STUB-IDX)
010070                     " RUNS UNSTUBBED"
010080             END-IF
010090         END-IF
010100     END-PERFORM.
010110 1670-REPORT-STUB-CALLS.
010120     PERFORM VARYING WS-STUB-IDX FROM 1 BY 1
010130             UNTIL WS-STUB-IDX > CBU-STUB-COUNT
010140         DISPLAY "SUITE " WS-SUITE-NAME " STUB "
010150             CBU-STUB-PROGRAM (WS-STUB-IDX) " FOR "
010160             CBU-STUB-CALLED (WS-STUB-IDX) " ANSWERED "
010170             CBU-STUB-CALLS (WS-STUB-IDX) " CALL(S)"
010180     END-PERFORM.
010190     MOVE 0 TO CBU-STUB-COUNT.
010200 1780-SAVE-COVERAGE.
010210*>    SAME TRUNCATE-THEN-APPEND CONVENTION AS 1750-SAVE-TIMING.
010220*>    CBUU0002 NEVER MOVES AN ENTRY ONCE IT IS ADDED, SO
010230*>    WS-COV-SAVED-HITS (N) IS WHAT ENTRY N HAD WHEN THE LAST
010240*>    SUITE'S ROWS WERE WRITTEN AND THE DIFFERENCE IS THIS SUITE'S
010250*>    OWN HITS. THE FILE IS OPENED EVEN WHEN THE SUITE HIT NOTHING
010260*>    SO EVERY INSTANCE THAT RAN A SUITE LEAVES ONE BEHIND.
010270     IF WS-COVERAGE-STARTED
010280         OPEN EXTEND COVERAGE-FILE
010290         IF NOT WS-COVERAGE-OK
010300             DISPLAY "CBUDRV01: " WS-COVERAGE-FILENAME
010310                 " MISSING OR UNREADABLE (STATUS "
010320                 WS-COVERAGE-STATUS ") ON APPEND - RECREATING IT;"
010330                 " PRIOR COVERAGE ROWS FROM THIS RUN ARE LOST"
010340             OPEN OUTPUT COVERAGE-FILE
010350         END-IF
010360     ELSE
010370         OPEN OUTPUT COVERAGE-FILE
010380         SET WS-COVERAGE-STARTED TO TRUE
010390     END-IF.
010400     IF NOT WS-COVERAGE-OK
010410         DISPLAY "CBUDRV01: UNABLE TO WRITE " WS-COVERAGE-FILENAME
010420             " - FILE STATUS " WS-COVERAGE-STATUS
010430             " - COVERAGE ROWS FOR " WS-SUITE-NAME " LOST"
010440     ELSE
010450         PERFORM VARYING WS-COV-IDX FROM 1 BY 1
010460                 UNTIL WS-COV-IDX > CBU-COVERAGE-COUNT
010470             IF CBU-COVERAGE-HITS (WS-COV-IDX)
010480                     > WS-COV-SAVED-HITS (WS-COV-IDX)
010490                 MOVE SPACES TO CBU-coverage-rec
010500                 MOVE WS-SUITE-NAME TO CBU-cov-suite
010510                 MOVE CBU-COVERAGE-PROGRAM (WS-COV-IDX)
010520                     TO CBU-cov-program
010530                 MOVE CBU-COVERAGE-PARAGRAPH (WS-COV-IDX)
010540                     TO CBU-cov-paragraph
010550                 COMPUTE CBU-cov-hits
010560                     = CBU-COVERAGE-HITS (WS-COV-IDX)
010570                     - WS-COV-SAVED-HITS (WS-COV-IDX)
010580                 WRITE CBU-coverage-rec
010590                 MOVE CBU-COVERAGE-HITS (WS-COV-IDX)
010600                     TO WS-COV-SAVED-HITS (WS-COV-IDX)
010610             END-IF
010620         END-PERFORM
010630         CLOSE COVERAGE-FILE
010640     END-IF.
010650 9700-RELOAD-COVERAGE.
010660*>    A RESUMED STEP'S CBU-COVERAGE-AREA HOLDS ONLY THE SUITES IT
010670*>    RAN ITSELF. COVERAGE.dat HOLDS THOSE AND EVERY SUITE THE
010680*>    INTERRUPTED STEP COMPLETED (1780-SAVE-COVERAGE APPENDS ON A
010690*>    RESTART), SO THE AREA IS REBUILT FROM THE FILE WITH THE
010700*>    SAME FIND-OR-ADD CBUM0001 USES TO MERGE PARTITIONS. IT IS
010710*>    CLEARED ONLY ONCE THE FILE HAS OPENED - THIS STEP'S OWN
010720*>    HITS ARE IN THE FILE TOO, SO NOTHING IS COUNTED TWICE.
010730     MOVE "N" TO WS-COV-EOF-SWITCH.
010740     OPEN INPUT COVERAGE-FILE.
010750     IF NOT WS-COVERAGE-OK
010760         DISPLAY "CBUDRV01: UNABLE TO REREAD "
010770             WS-COVERAGE-FILENAME " - FILE STATUS "
010780             WS-COVERAGE-STATUS
010790             " - COVERAGE OF THE INTERRUPTED STEP IS LOST"
010800         MOVE "N" TO WS-COV-RELOAD-SWITCH
010810     ELSE
010820         MOVE 0 TO CBU-COVERAGE-COUNT
010830         PERFORM UNTIL WS-AT-COV-EOF
010840             READ COVERAGE-FILE
010850                 AT END SET WS-AT-COV-EOF TO TRUE
010860                 NOT AT END PERFORM 9750-RELOAD-COVERAGE-ROW
010870             END-READ
010880         END-PERFORM
010890         CLOSE COVERAGE-FILE
010900     END-IF.
010910 9750-RELOAD-COVERAGE-ROW.
010920     MOVE "N" TO WS-COV-FOUND-SWITCH.
010930     PERFORM VARYING WS-COV-IDX FROM 1 BY 1
010940             UNTIL WS-COV-IDX > CBU-COVERAGE-COUNT
010950         IF CBU-COVERAGE-PROGRAM (WS-COV-IDX) = CBU-cov-program
010960             AND CBU-COVERAGE-PARAGRAPH (WS-COV-IDX)
010970                 = CBU-cov-paragraph
010980             ADD CBU-cov-hits TO CBU-COVERAGE-HITS (WS-COV-IDX)
010990             SET WS-COV-FOUND TO TRUE
011000         END-IF
011010     END-PERFORM.
011020     IF NOT WS-COV-FOUND
011030         IF CBU-COVERAGE-COUNT < 200
011040             ADD 1 TO CBU-COVERAGE-COUNT
011050             MOVE CBU-cov-program
011060                 TO CBU-COVERAGE-PROGRAM (CBU-COVERAGE-COUNT)
011070             MOVE CBU-cov-paragraph
011080                 TO CBU-COVERAGE-PARAGRAPH (CBU-COVERAGE-COUNT)
011090             MOVE CBU-cov-hits
011100                 TO CBU-COVERAGE-HITS (CBU-COVERAGE-COUNT)
011110         ELSE
011120             DISPLAY "CBUDRV01: COVERAGE TABLE FULL (200 ENTRIES)"
011130                 " - DROPPING " CBU-cov-program "."
011140                 CBU-cov-paragraph " - COVERAGE INCOMPLETE"
011150         END-IF
011160     END-IF.
011170 END PROGRAM CBUDRV01.
