000010*>
000020 IDENTIFICATION DIVISION.
000030 PROGRAM-ID.   CBUU0010.
000040*>    CBU-STUB-RESPONDER - implements CBU-stub-respond (bound in
000050*>    CBUC0002), the common half of every stub. A stub formats
000060*>    its input arguments into L-ARGS, CALLs this, and unpacks
000070*>    L-RESPONSE into its output arguments, so the stub itself is
000080*>    only its interface; the lookup, the bookkeeping and the log
000090*>    are done once, here.
000100*>    The canned answers live in the stub's own response file,
000110*>    <stub PROGRAM-ID>.dat (CBUC0010), loaded the first time the
000120*>    stub is CALLed in the run and held in WS-RESP-AREA after
000130*>    that. L-ARGS is looked up as the record key: L-FOUND comes
000140*>    back "Y" with the matching CBU-sresp-value in L-RESPONSE, or
000150*>    "N" with SPACES when the file has no answer for those
000160*>    arguments - the stub decides what an unanswered CALL hands
000170*>    back, and the suite's own assertion shows the gap.
000180*>    Every CALL adds one to the stub's CBU-STUB-CALLS in
000190*>    CBU-ctx and appends one STUBLOG record (CBUC0011) - named
000200*>    from CBU-RESULTS-SUFFIX the way RESULTS.dat is - so a suite
000210*>    can assert how often, and with what arguments, its
000220*>    dependency was called (CBU-assert-stub-calls, CBUA0006).
000230*>    A suite run standalone has no CBU-STUB-STAMP from CBUDRV01,
000240*>    so the first stub CALL stamps it here.
000250 ENVIRONMENT    DIVISION.
000260 CONFIGURATION  SECTION.
000270 INPUT-OUTPUT   SECTION.
000280 FILE-CONTROL.
000290     SELECT STUB-RESP-FILE ASSIGN TO DYNAMIC WS-RESP-FILENAME
000300         ORGANIZATION IS LINE SEQUENTIAL
000310         FILE STATUS IS WS-RESP-STATUS.
000320     SELECT STUB-LOG-FILE ASSIGN TO DYNAMIC WS-STUBLOG-FILENAME
000330         ORGANIZATION IS LINE SEQUENTIAL
000340         FILE STATUS IS WS-STUBLOG-STATUS.
000350 DATA DIVISION.
000360 FILE SECTION.
000370 FD  STUB-RESP-FILE.
000380     COPY CBUC0010.
000390 FD  STUB-LOG-FILE.
000400     COPY CBUC0011.
000410 WORKING-STORAGE SECTION.
000420  01 WS-RESP-STATUS PIC XX.
000430     88 WS-RESP-OK VALUE "00".
000440  01 WS-STUBLOG-STATUS PIC XX.
000450     88 WS-STUBLOG-OK VALUE "00".
000460  01 WS-RESP-FILENAME PIC X(20) VALUE SPACES.
000470  01 WS-STUBLOG-FILENAME PIC X(20) VALUE SPACES.
000480  01 WS-RESP-EOF-SWITCH PIC X VALUE "N".
000490     88 WS-AT-RESP-EOF VALUE "Y".
000500  01 WS-LOADED-SWITCH PIC X VALUE "N".
000510     88 WS-STUB-LOADED VALUE "Y".
000520  01 WS-FOUND-SWITCH PIC X VALUE "N".
000530     88 WS-ANSWER-FOUND VALUE "Y".
000540  01 WS-FULL-SHOWN-SWITCH PIC X VALUE "N".
000550     88 WS-FULL-SHOWN VALUE "Y".
000560  01 WS-IDX PIC 9(4) COMP.
000570  01 WS-STUB-IDX PIC 9(4) COMP.
000580  01 WS-TIME-RAW.
000590     05 WS-TIME-HHMMSS PIC 9(6).
000600     05 FILLER PIC 99.
000610  01 WS-LOADED-AREA.
000620     05 WS-LOADED-COUNT       PIC 9(4) COMP VALUE 0.
000630     05 WS-LOADED-STUB OCCURS 50 TIMES PIC X(8).
000640  01 WS-RESP-AREA.
000650     05 WS-RESP-COUNT         PIC 9(4) COMP VALUE 0.
000660     05 WS-RESP-ENTRY OCCURS 500 TIMES.
000670        10 WS-RESP-STUB       PIC X(8).
000680        10 WS-RESP-KEY        PIC X(40).
000690        10 WS-RESP-VALUE      PIC X(40).
000700 LINKAGE SECTION.
000710  COPY CBUC0001.
000720  01 L-STUB-PROGRAM PIC X(8).
000730  01 L-CALLED-PROGRAM PIC X(8).
000740  01 L-ARGS PIC X(40).
000750  01 L-RESPONSE PIC X(40).
000760  01 L-FOUND PIC X.
000770 PROCEDURE DIVISION USING CBU-ctx L-STUB-PROGRAM L-CALLED-PROGRAM
000780                          L-ARGS L-RESPONSE L-FOUND.
000790 0000-MAIN.
000800     IF CBU-STUB-STAMP-DATE = 0
000810         ACCEPT CBU-STUB-STAMP-DATE FROM DATE YYYYMMDD
000820         ACCEPT WS-TIME-RAW FROM TIME
000830         MOVE WS-TIME-HHMMSS TO CBU-STUB-STAMP-TIME
000840     END-IF.
000850     PERFORM 0100-CHECK-LOADED.
000860     IF NOT WS-STUB-LOADED
000870         IF WS-LOADED-COUNT < 50
000880             PERFORM 0200-LOAD-RESPONSES
000890         ELSE
000900             PERFORM 0300-REFUSE-STUB
000910         END-IF
000920     END-IF.
000930     PERFORM 1000-FIND-ANSWER.
000940     PERFORM 1100-COUNT-CALL.
000950     PERFORM 2000-WRITE-LOG.
000960     GOBACK.
000970 0100-CHECK-LOADED.
000980     MOVE "N" TO WS-LOADED-SWITCH.
000990     PERFORM VARYING WS-IDX FROM 1 BY 1
001000             UNTIL WS-IDX > WS-LOADED-COUNT
001010         IF WS-LOADED-STUB (WS-IDX) = L-STUB-PROGRAM
001020             SET WS-STUB-LOADED TO TRUE
001030         END-IF
001040     END-PERFORM.
001050 0200-LOAD-RESPONSES.
001060*>    A STUB WHOSE RESPONSE FILE IS MISSING IS STILL MARKED AS
001070*>    LOADED - EVERY CALL IS THEN LOGGED AS UNANSWERED RATHER
001080*>    THAN RETRYING THE OPEN (AND ITS MESSAGE) ON EVERY CALL.
001090     ADD 1 TO WS-LOADED-COUNT.
001100     MOVE L-STUB-PROGRAM TO WS-LOADED-STUB (WS-LOADED-COUNT).
001110     MOVE SPACES TO WS-RESP-FILENAME.
001120     STRING L-STUB-PROGRAM DELIMITED BY SPACE
001130         ".dat" DELIMITED BY SIZE INTO WS-RESP-FILENAME.
001140     OPEN INPUT STUB-RESP-FILE.
001150     IF NOT WS-RESP-OK
001160         DISPLAY "CBUU0010: UNABLE TO OPEN " WS-RESP-FILENAME
001170             " - FILE STATUS " WS-RESP-STATUS " - STUB "
001180             L-STUB-PROGRAM " WILL ANSWER NO CALL"
001190     ELSE
001200         MOVE "N" TO WS-RESP-EOF-SWITCH
001210         PERFORM UNTIL WS-AT-RESP-EOF
001220             READ STUB-RESP-FILE
001230                 AT END SET WS-AT-RESP-EOF TO TRUE
001240                 NOT AT END PERFORM 0250-ADD-RESPONSE
001250             END-READ
001260         END-PERFORM
001270         CLOSE STUB-RESP-FILE
001280     END-IF.
001290 0250-ADD-RESPONSE.
001300     IF WS-RESP-COUNT < 500
001310         ADD 1 TO WS-RESP-COUNT
001320         MOVE L-STUB-PROGRAM TO WS-RESP-STUB (WS-RESP-COUNT)
001330         MOVE CBU-sresp-key TO WS-RESP-KEY (WS-RESP-COUNT)
001340         MOVE CBU-sresp-value TO WS-RESP-VALUE (WS-RESP-COUNT)
001350     ELSE
001360         DISPLAY "CBUU0010: RESPONSE TABLE FULL (500 ENTRIES) - "
001370             "DROPPING " WS-RESP-FILENAME " KEY " CBU-sresp-key
001380     END-IF.
001390 0300-REFUSE-STUB.
001400*>    THE TABLE HOLDS AS MANY STUBS AS CBUDRV01'S STUB REGISTRY
001410*>    (WS-STUB-TABLE, 50). A STUB BEYOND THAT IS NEVER LOADED -
001420*>    LOADING IT UNRECORDED WOULD RE-READ ITS FILE ON EVERY CALL
001430*>    AND FILL WS-RESP-AREA WITH DUPLICATES - SO ITS CALLS GO
001440*>    UNANSWERED AND THE SUITE'S OWN ASSERTIONS SHOW IT.
001450     IF NOT WS-FULL-SHOWN
001460         DISPLAY "CBUU0010: LOADED-STUB TABLE FULL (50 ENTRIES)"
001470             " - STUB " L-STUB-PROGRAM " AND ANY LATER NEW STUB "
001480             "WILL ANSWER NO CALL"
001490         SET WS-FULL-SHOWN TO TRUE
001500     END-IF.
001510     MOVE SPACES TO WS-RESP-FILENAME.
001520     STRING L-STUB-PROGRAM DELIMITED BY SPACE
001530         ".dat" DELIMITED BY SIZE INTO WS-RESP-FILENAME.
001540 1000-FIND-ANSWER.
001550     MOVE "N" TO WS-FOUND-SWITCH.
001560     MOVE SPACES TO L-RESPONSE.
001570     PERFORM VARYING WS-IDX FROM 1 BY 1
001580             UNTIL WS-IDX > WS-RESP-COUNT OR WS-ANSWER-FOUND
001590         IF WS-RESP-STUB (WS-IDX) = L-STUB-PROGRAM
001600                 AND WS-RESP-KEY (WS-IDX) = L-ARGS
001610             SET WS-ANSWER-FOUND TO TRUE
001620             MOVE WS-RESP-VALUE (WS-IDX) TO L-RESPONSE
001630         END-IF
001640     END-PERFORM.
001650     IF WS-ANSWER-FOUND
001660         MOVE "Y" TO L-FOUND
001670     ELSE
001680         MOVE "N" TO L-FOUND
001690         DISPLAY "CBUU0010: STUB " L-STUB-PROGRAM
001700             " HAS NO ANSWER IN " WS-RESP-FILENAME
001710             " FOR ARGUMENTS " L-ARGS
001720     END-IF.
001730 1100-COUNT-CALL.
001740     PERFORM VARYING WS-STUB-IDX FROM 1 BY 1
001750             UNTIL WS-STUB-IDX > CBU-STUB-COUNT
001760         IF CBU-STUB-PROGRAM (WS-STUB-IDX) = L-STUB-PROGRAM
001770                 AND CBU-STUB-CALLED (WS-STUB-IDX)
001780                     = L-CALLED-PROGRAM
001790             ADD 1 TO CBU-STUB-CALLS (WS-STUB-IDX)
001800         END-IF
001810     END-PERFORM.
001820 2000-WRITE-LOG.
001830     MOVE SPACES TO WS-STUBLOG-FILENAME.
001840     IF CBU-RESULTS-SUFFIX = SPACES
001850         MOVE "STUBLOG.dat" TO WS-STUBLOG-FILENAME
001860     ELSE
001870         STRING "STUBLOG" DELIMITED BY SIZE
001880             CBU-RESULTS-SUFFIX DELIMITED BY SPACE
001890             ".dat" DELIMITED BY SIZE INTO WS-STUBLOG-FILENAME
001900     END-IF.
001910     OPEN EXTEND STUB-LOG-FILE.
001920     IF NOT WS-STUBLOG-OK
001930         OPEN OUTPUT STUB-LOG-FILE
001940     END-IF.
001950     IF NOT WS-STUBLOG-OK
001960         DISPLAY "CBUU0010: UNABLE TO WRITE " WS-STUBLOG-FILENAME
001970             " - FILE STATUS " WS-STUBLOG-STATUS
001980             " - CALL TO " L-STUB-PROGRAM " NOT LOGGED"
001990     ELSE
002000         MOVE SPACES TO CBU-stub-log-rec
002010         MOVE CBU-STUB-STAMP-DATE TO CBU-slog-date
002020         MOVE CBU-STUB-STAMP-TIME TO CBU-slog-time
002030         MOVE CBU-CURRENT-SUITE TO CBU-slog-suite
002040         MOVE L-CALLED-PROGRAM TO CBU-slog-called
002050         MOVE L-STUB-PROGRAM TO CBU-slog-stub
002060         MOVE L-FOUND TO CBU-slog-found
002070         MOVE L-ARGS TO CBU-slog-args
002080         MOVE L-RESPONSE TO CBU-slog-response
002090         WRITE CBU-stub-log-rec
002100         CLOSE STUB-LOG-FILE
002110     END-IF.
002120 END PROGRAM CBUU0010.
