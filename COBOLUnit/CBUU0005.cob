000120*>    before the driver recorded timings simply has no timing
000130*>    generation) - the same allowance already made for a missing
000140*>    checkpoint trail.
000141*>    COVERAGE.dat (COVERAGEPnn.dat for a partition, CBUC0014) is
000143*>    archived the same way, as COVERAGEGnnnn.dat, so each night's
000145*>    paragraph hits are kept as a generation of their own next to
000146*>    the RESULTS rows they came from, and pruned with them. It is
000148*>    not fatal when missing either.
000150*>    Before anything is copied, the source RESULTS file is
000160*>    reconciled against its header/trailer bracket (CBUC0003):
000170*>    it must end on a trailer whose pass/fail/row totals match
000720         ASSIGN TO DYNAMIC WS-ARCHIVE-TIMING-FILENAME
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS WS-ARC-TIMING-STATUS.
000741     SELECT SOURCE-COVERAGE-FILE
000742         ASSIGN TO DYNAMIC WS-SOURCE-COVERAGE-FILENAME
000743         ORGANIZATION IS LINE SEQUENTIAL
000744         FILE STATUS IS WS-SRC-COVERAGE-STATUS.
000745     SELECT ARCHIVE-COVERAGE-FILE
000746         ASSIGN TO DYNAMIC WS-ARCHIVE-COVERAGE-FILENAME
000747         ORGANIZATION IS LINE SEQUENTIAL
000748         FILE STATUS IS WS-ARC-COVERAGE-STATUS.
000750     SELECT GENCTR-FILE ASSIGN TO "GENCTR.dat"
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS WS-GENCTR-STATUS.
000950 01  SRC-TIMING-REC PIC X(18).
000960 FD  ARCHIVE-TIMING-FILE.
000970 01  ARC-TIMING-REC PIC X(18).
000972 FD  SOURCE-COVERAGE-FILE.
000974 01  SRC-COVERAGE-REC PIC X(56).
000976 FD  ARCHIVE-COVERAGE-FILE.
000978 01  ARC-COVERAGE-REC PIC X(56).
000980 FD  GENCTR-FILE.
000990 01  GENCTR-REC.
001000     05 GC-LAST-GEN      PIC 9(4).
001170  01 WS-ARCHIVE-CHECKPOINT-FILENAME PIC X(20) VALUE SPACES.
001180  01 WS-SOURCE-TIMING-FILENAME PIC X(20) VALUE SPACES.
001190  01 WS-ARCHIVE-TIMING-FILENAME PIC X(20) VALUE SPACES.
001193  01 WS-SOURCE-COVERAGE-FILENAME PIC X(20) VALUE SPACES.
001196  01 WS-ARCHIVE-COVERAGE-FILENAME PIC X(20) VALUE SPACES.
001200  01 WS-SRC-RESULTS-STATUS PIC XX.
001210     88 WS-SRC-RESULTS-OK VALUE "00".
001220  01 WS-SRC-CHECKPOINT-STATUS PIC XX.
001290     88 WS-SRC-TIMING-OK VALUE "00".
001300  01 WS-ARC-TIMING-STATUS PIC XX.
001310     88 WS-ARC-TIMING-OK VALUE "00".
001312  01 WS-SRC-COVERAGE-STATUS PIC XX.
001314     88 WS-SRC-COVERAGE-OK VALUE "00".
001316  01 WS-ARC-COVERAGE-STATUS PIC XX.
001318     88 WS-ARC-COVERAGE-OK VALUE "00".
001320  01 WS-GENCTR-STATUS PIC XX.
001330     88 WS-GENCTR-OK VALUE "00".
001340  01 WS-RETAIN-STATUS PIC XX.
001840     END-IF.
001850     PERFORM 1100-ARCHIVE-CHECKPOINT.
001860     PERFORM 1150-ARCHIVE-TIMINGS.
001865     PERFORM 1160-ARCHIVE-COVERAGE.
001870     PERFORM 1200-LOG-GENERATION.
001880     MOVE WS-NEW-GEN TO WS-LAST-GEN.
001890     PERFORM 2000-PRUNE-OLD-GENERATIONS.
002420             ".dat" DELIMITED BY SIZE
002430             INTO WS-SOURCE-TIMING-FILENAME
002440     END-IF.
002441*>    SO IS THE COVERAGE TRAIL.
002443     IF WS-RESULTS-SUFFIX = SPACES
002445         MOVE "COVERAGE.dat" TO WS-SOURCE-COVERAGE-FILENAME
002446     ELSE
002448         MOVE SPACES TO WS-SOURCE-COVERAGE-FILENAME
002450         STRING "COVERAGE" DELIMITED BY SIZE
002451             WS-RESULTS-SUFFIX DELIMITED BY SPACE
002453             ".dat" DELIMITED BY SIZE
002455             INTO WS-SOURCE-COVERAGE-FILENAME
002456     END-IF.
002458     MOVE SPACES TO WS-SOURCE-CHECKPOINT-FILENAME.
002460     STRING "CBUCKPT" DELIMITED BY SIZE
002470         WS-RESULTS-SUFFIX DELIMITED BY SPACE
002480         WS-CKPT-MODE-PART DELIMITED BY SPACE
003970             WS-SOURCE-TIMING-FILENAME
003980             " AS " WS-ARCHIVE-TIMING-FILENAME
003990     END-IF.
003991 1160-ARCHIVE-COVERAGE.
003992     MOVE SPACES TO WS-ARCHIVE-COVERAGE-FILENAME.
003993     STRING "COVERAGEG" DELIMITED BY SIZE
003994         WS-NEW-GEN DELIMITED BY SIZE
003995         ".dat" DELIMITED BY SIZE
003996         INTO WS-ARCHIVE-COVERAGE-FILENAME.
003997     MOVE "N" TO WS-EOF-SWITCH.
003998     OPEN INPUT SOURCE-COVERAGE-FILE.
003999     IF NOT WS-SRC-COVERAGE-OK
004000         DISPLAY "CBUU0005: UNABLE TO OPEN "
004001             WS-SOURCE-COVERAGE-FILENAME " - FILE STATUS "
004002             WS-SRC-COVERAGE-STATUS
004003             " - COVERAGE TRAIL NOT ARCHIVED"
004004     ELSE
004005         OPEN OUTPUT ARCHIVE-COVERAGE-FILE
004006         PERFORM UNTIL WS-AT-EOF
004007             READ SOURCE-COVERAGE-FILE INTO ARC-COVERAGE-REC
004008                 AT END SET WS-AT-EOF TO TRUE
004009                 NOT AT END WRITE ARC-COVERAGE-REC
004010             END-READ
004011         END-PERFORM
004012         CLOSE SOURCE-COVERAGE-FILE
004013         CLOSE ARCHIVE-COVERAGE-FILE
004014         DISPLAY "CBUU0005: ARCHIVED "
004015             WS-SOURCE-COVERAGE-FILENAME
004016             " AS " WS-ARCHIVE-COVERAGE-FILENAME
004017     END-IF.
004018 1200-LOG-GENERATION.
004019     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
004020     ACCEPT WS-RUN-TIME-RAW FROM TIME.
004030     OPEN EXTEND GENHIST-FILE.
004040     IF NOT WS-GENHIST-OK
004340         WS-PRUNE-GEN DELIMITED BY SIZE
004350         ".dat" DELIMITED BY SIZE
004360         INTO WS-ARCHIVE-TIMING-FILENAME.
004361     MOVE SPACES TO WS-ARCHIVE-COVERAGE-FILENAME.
004363     STRING "COVERAGEG" DELIMITED BY SIZE
004365         WS-PRUNE-GEN DELIMITED BY SIZE
004366         ".dat" DELIMITED BY SIZE
004368         INTO WS-ARCHIVE-COVERAGE-FILENAME.
004370     CALL "CBL_DELETE_FILE" USING WS-ARCHIVE-RESULTS-FILENAME.
004380     CALL "CBL_DELETE_FILE" USING WS-ARCHIVE-CHECKPOINT-FILENAME.
004390     CALL "CBL_DELETE_FILE" USING WS-ARCHIVE-TIMING-FILENAME.
004395     CALL "CBL_DELETE_FILE" USING WS-ARCHIVE-COVERAGE-FILENAME.
004400     DISPLAY "CBUU0005: RETENTION LIMIT " WS-RETAIN-LIMIT
004410         " REACHED - PRUNED GENERATION " WS-PRUNE-GEN.
004420 2500-SAVE-GENCTR.
