000010*>
000020 IDENTIFICATION DIVISION.
000030 PROGRAM-ID.   CBUA0006.
000040*>    Implements CBU-assert-stub-calls (bound in CBUC0002):
000050*>    asserts how many times the suite presently executing CALLed
000060*>    a stubbed dependency. The count comes from STUBLOG
000070*>    (CBUC0011) - the records CBU-stub-respond (CBUU0010) wrote
000080*>    for L-CALLED-PROGRAM under this suite execution's
000090*>    CBU-STUB-STAMP and CBU-CURRENT-SUITE, so rows left by
000100*>    another suite, by an earlier pass of a restarted run or by
000110*>    an earlier run are never counted. L-ARGS narrows the count
000120*>    to CALLs made with exactly those arguments (formatted the
000130*>    way the stub formats them); SPACES counts every CALL. The
000140*>    assertion passes when the count equals L-EXPECTED-COUNT and
000150*>    is recorded in CBU-ctx and RESULTS like every other verb's.
000160 ENVIRONMENT    DIVISION.
000170 CONFIGURATION  SECTION.
000180 INPUT-OUTPUT   SECTION.
000190 FILE-CONTROL.
000200     SELECT STUB-LOG-FILE ASSIGN TO DYNAMIC WS-STUBLOG-FILENAME
000210         ORGANIZATION IS LINE SEQUENTIAL
000220         FILE STATUS IS WS-STUBLOG-STATUS.
000230 DATA DIVISION.
000240 FILE SECTION.
000250 FD  STUB-LOG-FILE.
000260     COPY CBUC0011.
000270 WORKING-STORAGE SECTION.
000280  01 WS-STUBLOG-STATUS PIC XX.
000290     88 WS-STUBLOG-OK VALUE "00".
000300  01 WS-STUBLOG-FILENAME PIC X(20) VALUE SPACES.
000310  01 WS-EOF-SWITCH PIC X VALUE "N".
000320     88 WS-AT-EOF VALUE "Y".
000330  01 WS-PASS-FAIL PIC X(4).
000340  01 WS-ACTUAL-COUNT PIC 9(4) VALUE 0.
000350  01 WS-EXPECTED-DISP PIC X(20).
000360  01 WS-ACTUAL-DISP PIC X(20).
000370 LINKAGE SECTION.
000380  COPY CBUC0001.
000390  01 L-ASSERT-NAME PIC X(20).
000400  01 L-CALLED-PROGRAM PIC X(8).
000410  01 L-ARGS PIC X(40).
000420  01 L-EXPECTED-COUNT PIC 9(4).
000430 PROCEDURE DIVISION USING CBU-ctx L-ASSERT-NAME L-CALLED-PROGRAM
000440                          L-ARGS L-EXPECTED-COUNT.
000450 0000-MAIN.
000460     MOVE 0 TO WS-ACTUAL-COUNT.
000470     MOVE SPACES TO WS-STUBLOG-FILENAME.
000480     IF CBU-RESULTS-SUFFIX = SPACES
000490         MOVE "STUBLOG.dat" TO WS-STUBLOG-FILENAME
000500     ELSE
000510         STRING "STUBLOG" DELIMITED BY SIZE
000520             CBU-RESULTS-SUFFIX DELIMITED BY SPACE
000530             ".dat" DELIMITED BY SIZE INTO WS-STUBLOG-FILENAME
000540     END-IF.
000550*>    NO STUBLOG AT ALL MEANS NO STUB WAS EVER CALLED - A COUNT OF
000560*>    ZERO, WHICH IS EXACTLY WHAT A SUITE ASSERTING "NEVER CALLED"
000570*>    EXPECTS TO SEE.
000580     OPEN INPUT STUB-LOG-FILE.
000590     IF WS-STUBLOG-OK
000600         MOVE "N" TO WS-EOF-SWITCH
000610         PERFORM UNTIL WS-AT-EOF
000620             READ STUB-LOG-FILE
000630                 AT END SET WS-AT-EOF TO TRUE
000640                 NOT AT END PERFORM 1000-COUNT-LOG-ROW
000650             END-READ
000660         END-PERFORM
000670         CLOSE STUB-LOG-FILE
000680     END-IF.
000690     IF WS-ACTUAL-COUNT = L-EXPECTED-COUNT
000700         MOVE "PASS" TO WS-PASS-FAIL
000710         SET CBU-LAST-PASSED TO TRUE
000720         ADD 1 TO CBU-PASS-COUNT
000730     ELSE
000740         MOVE "FAIL" TO WS-PASS-FAIL
000750         SET CBU-LAST-FAILED TO TRUE
000760         ADD 1 TO CBU-FAIL-COUNT
000770     END-IF.
000780     MOVE SPACES TO WS-EXPECTED-DISP.
000790     STRING L-EXPECTED-COUNT " CALL(S)" DELIMITED BY SIZE
000800         INTO WS-EXPECTED-DISP.
000810     MOVE SPACES TO WS-ACTUAL-DISP.
000820     STRING WS-ACTUAL-COUNT " CALL(S)" DELIMITED BY SIZE
000830         INTO WS-ACTUAL-DISP.
000840     DISPLAY WS-PASS-FAIL " " L-ASSERT-NAME
000850         " EXPECTED=" WS-EXPECTED-DISP " ACTUAL=" WS-ACTUAL-DISP.
000860     CALL "CBUU0001" USING CBU-ctx L-ASSERT-NAME WS-EXPECTED-DISP
000870         WS-ACTUAL-DISP WS-PASS-FAIL.
000880     GOBACK.
000890 1000-COUNT-LOG-ROW.
000900     IF CBU-slog-date = CBU-STUB-STAMP-DATE
000910             AND CBU-slog-time = CBU-STUB-STAMP-TIME
000920             AND CBU-slog-suite = CBU-CURRENT-SUITE
000930             AND CBU-slog-called = L-CALLED-PROGRAM
000940         IF L-ARGS = SPACES OR CBU-slog-args = L-ARGS
000950             ADD 1 TO WS-ACTUAL-COUNT
000960         END-IF
000970     END-IF.
000980 END PROGRAM CBUA0006.
