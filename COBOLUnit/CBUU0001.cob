000210*>    taken here and the rest of the header is left blank. The
000220*>    matching trailer is CBUDRV01's job at end of run - see its
000230*>    9100-WRITE-TRAILER.
000231*>    The file stays open from the first row of a run until the
000232*>    caller sets CBU-RESULTS-CLOSE-REQUESTED (CBUC0001) and
000233*>    CALLs with the row arguments OMITTED: a suite with
000234*>    thousands of case rows costs one OPEN, not thousands.
000235*>    CBUDRV01 asks for the close at every suite boundary and
000236*>    before it writes the trailer, so an abend mid-run loses at
000237*>    most the rows of the suite in flight. A row after a close
000238*>    reopens the file for append - the truncate-then-append
000239*>    rule above decides OUTPUT or EXTEND exactly as before.
000240 ENVIRONMENT    DIVISION.
000250 CONFIGURATION  SECTION.
000260 INPUT-OUTPUT   SECTION.
000360  01 WS-RESULTS-STATUS PIC XX.
000370     88 WS-RESULTS-OK VALUE "00".
000380  01 WS-RESULTS-FILENAME PIC X(20) VALUE SPACES.
000383  01 WS-RESULTS-OPEN-SWITCH PIC X VALUE "N".
000386     88 WS-RESULTS-IS-OPEN VALUE "Y".
000390  01 WS-TIME-RAW.
000400     05 WS-TIME-HHMMSS PIC 9(6).
000410     05 FILLER PIC 99.
000450  01 L-EXPECTED PIC X(20).
000460  01 L-ACTUAL PIC X(20).
000470  01 L-PASS-FAIL PIC X(4).
000480 PROCEDURE DIVISION USING CBU-ctx OPTIONAL L-ASSERT-NAME
000490                          OPTIONAL L-EXPECTED OPTIONAL L-ACTUAL
000495                          OPTIONAL L-PASS-FAIL.
000500 0000-MAIN.
000501     IF CBU-RESULTS-CLOSE-REQUESTED
000502         IF WS-RESULTS-IS-OPEN
000503             CLOSE RESULTS-FILE
000504             MOVE "N" TO WS-RESULTS-OPEN-SWITCH
000506         END-IF
000507         MOVE SPACE TO CBU-RESULTS-REQUEST
000508         GOBACK
000509     END-IF.
000510     IF NOT WS-RESULTS-IS-OPEN
000512         PERFORM 0100-OPEN-RESULTS
000513     END-IF.
000514     MOVE SPACES TO CBU-results-rec.
000515     MOVE CBU-CURRENT-SUITE TO CBU-results-suite.
000516     MOVE L-ASSERT-NAME TO CBU-results-assert-name.
000518     MOVE L-EXPECTED TO CBU-results-expected.
000519     MOVE L-ACTUAL TO CBU-results-actual.
000520     MOVE L-PASS-FAIL TO CBU-results-pass-fail.
000521     IF WS-RESULTS-IS-OPEN
000522         WRITE CBU-results-rec
000524     END-IF.
000525     GOBACK.
000526 0100-OPEN-RESULTS.
000527     MOVE SPACES TO WS-RESULTS-FILENAME.
000528     IF CBU-RESULTS-SUFFIX = SPACES
000530         STRING "RESULTS.dat" DELIMITED BY SIZE
000540             INTO WS-RESULTS-FILENAME
000550     ELSE
000720         SET CBU-RESULTS-STARTED TO TRUE
000730         PERFORM 1000-WRITE-HEADER
000740     END-IF.
000754     IF WS-RESULTS-OK
000768         SET WS-RESULTS-IS-OPEN TO TRUE
000782     ELSE
000797         DISPLAY "CBUU0001: UNABLE TO WRITE " WS-RESULTS-FILENAME
000811             " - FILE STATUS " WS-RESULTS-STATUS " - ROW LOST"
000825     END-IF.
000840 1000-WRITE-HEADER.
000850     IF CBU-RUN-DATE = 0
000860         ACCEPT CBU-RUN-DATE FROM DATE YYYYMMDD
