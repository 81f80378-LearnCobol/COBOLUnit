000010*>
000020 IDENTIFICATION DIVISION.
000030 PROGRAM-ID.   CBUR0008.
000040*>    Vanished-assertion report: catches tests that silently stop
000050*>    running. Rows deleted from a TESTCASES.dat, a suite dropped
000060*>    from SUITELIST.dat or a suite taking an early GOBACK all
000070*>    make assertions stop appearing, and every other report
000080*>    stays green because nothing red is left to show. Two
000090*>    checks are made.
000100*>    NOT RUN IN THE LAST N RUNS - the last N generations logged
000110*>    on GENHIST.dat are the last N runs. Each is stamped with
000120*>    the run stamp (header date and time, CBUC0003) of its
000130*>    archived RESULTSGnnnn.dat - the same stamp CBUU0006 puts on
000140*>    CBU-hist-last-run-date/-time in ASSERTHIST.dat (CBUC0006) -
000150*>    or, for a generation pruned or archived before headers
000160*>    existed, with its GENHIST.dat date (see CBUU0005's
000170*>    1200-LOG-GENERATION for the line's layout) and a zero time.
000180*>    Every ASSERTHIST.dat assertion last run before the oldest
000190*>    of those N stamps is listed, grouped by suite, with the
000200*>    stamp and outcome of the last run it was seen in. One last
000210*>    run before even the oldest generation still archived
000220*>    (GC-OLDEST-GEN on GENCTR.dat) is listed and counted all the
000230*>    same, marked RETIRED - however long a test has been gone,
000240*>    it keeps this report red. A deliberate deletion is cleared
000250*>    by purging its records from ASSERTHIST.dat, never by age.
000255*>    With fewer than N runs on GENHIST.dat this check is
000260*>    skipped and says so.
000270*>    SHRUNK SINCE ITS USUAL RUN - today's RESULTS.dat rows are
000280*>    counted per suite and set against the suite's usual count:
000290*>    its average over those of the same N generations that
000300*>    balance against their trailers, were run in the same mode
000310*>    as today's (a SMOKE night is only compared with SMOKE
000320*>    nights) and are not today's own run. A suite is listed when
000330*>    today's count is below WS-DROP-LIMIT-PCT percent of its
000340*>    usual count, or when it is missing from today's file
000350*>    altogether after being in every one of those generations.
000360*>    A generation that is not on disk or does not balance is
000370*>    left out of the usual counts and named.
000380*>    The OPTIONAL PARM (the usual length-prefixed convention)
000390*>    gives N, two digits from 01 to 99; blanks or no PARM means
000400*>    05. Today's RESULTS.dat is reconciled against its trailer
000410*>    first and an unbalanced file is refused. RC=0 when nothing
000420*>    vanished, 1 when any assertion or suite was listed - so
000430*>    shrinkage is noticed rather than counted as a clean run -
000440*>    and 2 on a bad PARM, a missing or unbalanced RESULTS.dat,
000450*>    or an ASSERTHIST.dat that cannot be opened. No GENHIST.dat
000460*>    is a first-time run with nothing archived yet - reported,
000470*>    RC=0.
000480 ENVIRONMENT    DIVISION.
000490 CONFIGURATION  SECTION.
000500 INPUT-OUTPUT   SECTION.
000510 FILE-CONTROL.
000520     SELECT GENCTR-FILE ASSIGN TO "GENCTR.dat"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-GENCTR-STATUS.
000550     SELECT GENHIST-FILE ASSIGN TO "GENHIST.dat"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-GENHIST-STATUS.
000580     SELECT RESULTS-FILE ASSIGN TO DYNAMIC WS-RESULTS-FILENAME
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-RESULTS-STATUS.
000610     SELECT ASSERTHIST-FILE ASSIGN TO "ASSERTHIST.dat"
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS SEQUENTIAL
000640         RECORD KEY IS CBU-hist-key
000650         FILE STATUS IS WS-HIST-STATUS.
000660 DATA DIVISION.
000670 FILE SECTION.
000680 FD  GENCTR-FILE.
000690 01  GENCTR-REC.
000700     05 GC-LAST-GEN      PIC 9(4).
000710     05 FILLER           PIC X.
000720     05 GC-OLDEST-GEN    PIC 9(4).
000730 FD  GENHIST-FILE.
000740 01  GENHIST-REC PIC X(60).
000750 FD  RESULTS-FILE.
000760     COPY CBUC0003.
000770 FD  ASSERTHIST-FILE.
000780     COPY CBUC0006.
000790 WORKING-STORAGE SECTION.
000800  01 WS-GENCTR-STATUS PIC XX.
000810     88 WS-GENCTR-OK          VALUE "00".
000820  01 WS-GENHIST-STATUS PIC XX.
000830     88 WS-GENHIST-OK         VALUE "00".
000840  01 WS-RESULTS-STATUS PIC XX.
000850     88 WS-RESULTS-OK         VALUE "00".
000860  01 WS-HIST-STATUS PIC XX.
000870     88 WS-HIST-OK            VALUE "00".
000880  01 WS-RESULTS-FILENAME PIC X(20) VALUE SPACES.
000890  01 WS-EOF-SWITCH PIC X VALUE "N".
000900     88 WS-AT-EOF VALUE "Y".
000910  01 WS-GENHIST-FOUND-SWITCH PIC X VALUE "N".
000920     88 WS-GENHIST-FOUND VALUE "Y".
000930  01 WS-FOUND-SWITCH PIC X VALUE "N".
000940     88 WS-FOUND VALUE "Y".
000950  01 WS-PARM-USE-LEN PIC S9(4) COMP VALUE 0.
000960  01 WS-RUNS-TEXT PIC X(2) VALUE SPACES.
000970  01 WS-RUNS-WANTED PIC 9(2) VALUE 5.
000980  01 WS-DROP-LIMIT-PCT PIC 9(3) VALUE 75.
000990  01 WS-OLDEST-GEN PIC 9(4) VALUE 0.
001000  01 WS-HIST-GEN PIC 9(4) VALUE 0.
001010  01 WS-GENHIST-LINES PIC 9(9) COMP VALUE 0.
001020  01 WS-LINE-NUM PIC 9(9) COMP VALUE 0.
001030  01 WS-SLOT PIC 9(4) COMP VALUE 0.
001040  01 WS-SLOT-COUNT PIC 9(4) COMP VALUE 0.
001050  01 WS-SAMPLE-COUNT PIC 9(4) COMP VALUE 0.
001060  01 WS-IDX PIC 9(4) COMP.
001070  01 WS-TIDX PIC 9(4) COMP.
001080  01 WS-SEEN-PASS PIC 9(9) COMP VALUE 0.
001090  01 WS-SEEN-FAIL PIC 9(9) COMP VALUE 0.
001100  01 WS-SEEN-ROWS PIC 9(9) COMP VALUE 0.
001110  01 WS-TRAILER-SEEN-SWITCH PIC X VALUE "N".
001120     88 WS-TRAILER-SEEN VALUE "Y".
001130  01 WS-LAST-REC-SWITCH PIC X VALUE "N".
001140     88 WS-LAST-WAS-TRAILER VALUE "Y".
001150  01 WS-TRL-PASS-SAVE PIC 9(9) VALUE 0.
001160  01 WS-TRL-FAIL-SAVE PIC 9(9) VALUE 0.
001170  01 WS-TRL-ROW-SAVE PIC 9(9) VALUE 0.
001180  01 WS-HDR-DATE PIC 9(8) VALUE 0.
001190  01 WS-HDR-TIME PIC 9(6) VALUE 0.
001200  01 WS-HDR-MODE PIC X(7) VALUE SPACES.
001210  01 WS-TODAY-DATE PIC 9(8) VALUE 0.
001220  01 WS-TODAY-TIME PIC 9(6) VALUE 0.
001230  01 WS-TODAY-MODE PIC X(7) VALUE "FULL".
001240  01 WS-CUTOFF-DATE PIC 9(8) VALUE 0.
001250  01 WS-CUTOFF-TIME PIC 9(6) VALUE 0.
001260  01 WS-HORIZON-DATE PIC 9(8) VALUE 0.
001270  01 WS-CHECK-SWITCH PIC X VALUE "N".
001280     88 WS-VANISH-CHECK-ON VALUE "Y".
001290  01 WS-PRINT-SUITE PIC X(8) VALUE SPACES.
001300  01 WS-VANISHED-COUNT PIC 9(9) COMP VALUE 0.
001310  01 WS-VANISHED-SUITES PIC 9(9) COMP VALUE 0.
001320  01 WS-RETIRED-COUNT PIC 9(9) COMP VALUE 0.
001330  01 WS-SHRUNK-COUNT PIC 9(9) COMP VALUE 0.
001340  01 WS-USUAL-ROWS PIC 9(7) VALUE 0.
001350  01 WS-USUAL-DISP PIC ZZZZZZ9.
001360  01 WS-TODAY-DISP PIC ZZZZZZ9.
001370*>    ONE SLOT PER RUN IN THE WINDOW, OLDEST FIRST. WS-RS-REASON
001380*>    IS SPACES FOR A GENERATION WHOSE ROWS WENT INTO THE USUAL
001390*>    COUNTS, OTHERWISE WHY THEY DID NOT.
001400  01 WS-RUN-AREA.
001410     05 WS-RUN-SLOT OCCURS 99 TIMES.
001420         10 WS-RS-GEN            PIC 9(4).
001430         10 WS-RS-DATE           PIC 9(8).
001440         10 WS-RS-TIME           PIC 9(6).
001450         10 WS-RS-DATE-SOURCE    PIC X(7).
001460         10 WS-RS-MODE           PIC X(7).
001470         10 WS-RS-REASON         PIC X(24).
001480*>    ONE GENERATION'S PER-SUITE TALLY - ONLY FOLDED INTO THE
001490*>    SUITE TABLE BELOW ONCE THE GENERATION HAS BALANCED.
001500  01 WS-TALLY-AREA.
001510     05 WS-TALLY-COUNT       PIC 9(4) COMP VALUE 0.
001520     05 WS-TALLY-ENTRY OCCURS 200 TIMES.
001530         10 WS-TLY-SUITE         PIC X(8).
001540         10 WS-TLY-ROWS          PIC 9(7) COMP.
001550  01 WS-SUITE-AREA.
001560     05 WS-SUITE-COUNT       PIC 9(4) COMP VALUE 0.
001570     05 WS-SUITE-ENTRY OCCURS 200 TIMES.
001580         10 WS-STE-SUITE         PIC X(8).
001590         10 WS-STE-TODAY-ROWS    PIC 9(7) COMP.
001600         10 WS-STE-SAMPLE-ROWS   PIC 9(9) COMP.
001610         10 WS-STE-SAMPLE-RUNS   PIC 9(4) COMP.
001620 LINKAGE SECTION.
001630  01 CBU-VANISH-PARM.
001640     05 CBU-VANISH-PARM-LEN  PIC S9(4) COMP.
001650     05 CBU-VANISH-PARM-TEXT PIC X(2).
001660 PROCEDURE DIVISION USING OPTIONAL CBU-VANISH-PARM.
001670 0000-MAIN.
001680     MOVE 0 TO RETURN-CODE.
001690     PERFORM 0100-LOAD-PARM.
001700     PERFORM 0200-LOAD-TODAY.
001710     PERFORM 0300-LOAD-GENCTR.
001720     PERFORM 0400-LOAD-GENHIST.
001730     IF NOT WS-GENHIST-FOUND
001740         DISPLAY "CBUR0008: NO GENHIST.dat FOUND - NO ARCHIVED "
001750             "RUNS TO COMPARE AGAINST YET"
001760         GOBACK
001770     END-IF.
001780     PERFORM VARYING WS-SLOT FROM 1 BY 1
001790             UNTIL WS-SLOT > WS-SLOT-COUNT
001800         PERFORM 1000-LOAD-ONE-GENERATION
001810     END-PERFORM.
001820     PERFORM 1500-SET-CUTOFF.
001830     DISPLAY "VANISHED-ASSERTION REPORT (LAST " WS-RUNS-WANTED
001840         " RUNS)".
001850     PERFORM 2000-LIST-RUNS.
001860     PERFORM 3000-FIND-VANISHED-ASSERTIONS.
001870     PERFORM 4000-FIND-SHRUNK-SUITES.
001880     PERFORM 9000-SUMMARY.
001890     GOBACK.
001900 0100-LOAD-PARM.
001910     IF CBU-VANISH-PARM IS OMITTED
001920         CONTINUE
001930     ELSE
001940         IF CBU-VANISH-PARM-LEN > 0
001950             MOVE CBU-VANISH-PARM-LEN TO WS-PARM-USE-LEN
001960             IF WS-PARM-USE-LEN > 2
001970                 MOVE 2 TO WS-PARM-USE-LEN
001980             END-IF
001990             MOVE CBU-VANISH-PARM-TEXT(1:WS-PARM-USE-LEN)
002000                 TO WS-RUNS-TEXT
002010         END-IF
002020     END-IF.
002030     IF WS-RUNS-TEXT NOT = SPACES
002040         IF WS-RUNS-TEXT IS NUMERIC
002050                 AND WS-RUNS-TEXT >= "01"
002060             MOVE WS-RUNS-TEXT TO WS-RUNS-WANTED
002070         ELSE
002080             DISPLAY "CBUR0008: PARM MUST BE A 2-DIGIT RUN "
002090                 "COUNT 01-99 OR OMITTED - GOT '"
002100                 WS-RUNS-TEXT "'"
002110             MOVE 2 TO RETURN-CODE
002120             GOBACK
002130         END-IF
002140     END-IF.
002150 0200-LOAD-TODAY.
002160*>    TODAY'S FILE IS PROVEN AGAINST ITS TRAILER FIRST - A
002170*>    HALF-WRITTEN RUN WOULD SHOW EVERY SUITE IT NEVER REACHED AS
002180*>    SHRUNK. ITS HEADER GIVES THE STAMP THAT PICKS TODAY'S OWN
002190*>    GENERATION OUT OF THE WINDOW AND THE MODE TO COMPARE IN.
002200     MOVE "RESULTS.dat" TO WS-RESULTS-FILENAME.
002210     PERFORM 1050-READ-RESULTS-FILE.
002220     IF NOT WS-RESULTS-OK
002230         DISPLAY "CBUR0008: UNABLE TO OPEN RESULTS.dat - FILE "
002240             "STATUS " WS-RESULTS-STATUS
002250         MOVE 2 TO RETURN-CODE
002260         GOBACK
002270     END-IF.
002280     IF NOT WS-TRAILER-SEEN
002290             OR NOT WS-LAST-WAS-TRAILER
002300             OR WS-SEEN-PASS NOT = WS-TRL-PASS-SAVE
002310             OR WS-SEEN-FAIL NOT = WS-TRL-FAIL-SAVE
002320             OR WS-SEEN-ROWS NOT = WS-TRL-ROW-SAVE
002330         DISPLAY "CBUR0008: RESULTS.dat DOES NOT BALANCE AGAINST"
002340             " ITS TRAILER - NOTHING COMPARED"
002350         MOVE 2 TO RETURN-CODE
002360         GOBACK
002370     END-IF.
002380     MOVE WS-HDR-DATE TO WS-TODAY-DATE.
002390     MOVE WS-HDR-TIME TO WS-TODAY-TIME.
002400     IF WS-HDR-MODE NOT = SPACES
002410         MOVE WS-HDR-MODE TO WS-TODAY-MODE
002420     END-IF.
002430     PERFORM VARYING WS-TIDX FROM 1 BY 1
002440             UNTIL WS-TIDX > WS-TALLY-COUNT
002450         PERFORM 1250-FIND-SUITE
002460         IF WS-FOUND
002470             MOVE WS-TLY-ROWS (WS-TIDX)
002480                 TO WS-STE-TODAY-ROWS (WS-IDX)
002490         END-IF
002500     END-PERFORM.
002510 0300-LOAD-GENCTR.
002520*>    NO GENCTR.dat LEAVES THE HORIZON AT ZERO - NOTHING IS OLD
002530*>    ENOUGH TO BE MARKED RETIRED.
002540     OPEN INPUT GENCTR-FILE.
002550     IF WS-GENCTR-OK
002560         READ GENCTR-FILE
002570             AT END CONTINUE
002580             NOT AT END MOVE GC-OLDEST-GEN TO WS-OLDEST-GEN
002590         END-READ
002600         CLOSE GENCTR-FILE
002610     END-IF.
002620 0400-LOAD-GENHIST.
002630*>    GENHIST LINES ARE WRITTEN BY CBUU0005 AS
002640*>    GEN=nnnn DATE=yyyymmdd TIME=hhmmss SUFFIX=... SO THE
002650*>    GENERATION NUMBER SITS IN COLUMNS 5-8 AND THE DATE IN
002660*>    15-22 - KEEP IN STEP WITH 1200-LOG-GENERATION THERE. THE
002670*>    FILE IS NEVER TRUNCATED, SO IT IS READ TWICE: ONCE TO
002680*>    COUNT THE RUNS, ONCE TO KEEP THE LAST N OF THEM.
002690     OPEN INPUT GENHIST-FILE.
002700     IF WS-GENHIST-OK
002710         SET WS-GENHIST-FOUND TO TRUE
002720         MOVE "N" TO WS-EOF-SWITCH
002730         PERFORM UNTIL WS-AT-EOF
002740             READ GENHIST-FILE
002750                 AT END SET WS-AT-EOF TO TRUE
002760                 NOT AT END
002770                     IF GENHIST-REC(5:4) IS NUMERIC
002780                             AND GENHIST-REC(15:8) IS NUMERIC
002790                         ADD 1 TO WS-GENHIST-LINES
002800                     END-IF
002810             END-READ
002820         END-PERFORM
002830         CLOSE GENHIST-FILE
002840         MOVE "N" TO WS-EOF-SWITCH
002850         MOVE 0 TO WS-LINE-NUM
002860         OPEN INPUT GENHIST-FILE
002870         PERFORM UNTIL WS-AT-EOF
002880             READ GENHIST-FILE
002890                 AT END SET WS-AT-EOF TO TRUE
002900                 NOT AT END PERFORM 0450-KEEP-ONE-RUN
002910             END-READ
002920         END-PERFORM
002930         CLOSE GENHIST-FILE
002940     END-IF.
002950 0450-KEEP-ONE-RUN.
002960     IF GENHIST-REC(5:4) IS NUMERIC
002970             AND GENHIST-REC(15:8) IS NUMERIC
002980         ADD 1 TO WS-LINE-NUM
002990         MOVE GENHIST-REC(5:4) TO WS-HIST-GEN
003000         IF WS-HIST-GEN = WS-OLDEST-GEN
003010             MOVE GENHIST-REC(15:8) TO WS-HORIZON-DATE
003020         END-IF
003030         IF WS-LINE-NUM + WS-RUNS-WANTED > WS-GENHIST-LINES
003040             ADD 1 TO WS-SLOT-COUNT
003050             MOVE WS-HIST-GEN TO WS-RS-GEN (WS-SLOT-COUNT)
003060             MOVE GENHIST-REC(15:8) TO WS-RS-DATE (WS-SLOT-COUNT)
003070             MOVE 0 TO WS-RS-TIME (WS-SLOT-COUNT)
003080             MOVE "GENHIST" TO WS-RS-DATE-SOURCE (WS-SLOT-COUNT)
003090             MOVE "FULL" TO WS-RS-MODE (WS-SLOT-COUNT)
003100             MOVE SPACES TO WS-RS-REASON (WS-SLOT-COUNT)
003110         END-IF
003120     END-IF.
003130 1000-LOAD-ONE-GENERATION.
003140     MOVE SPACES TO WS-RESULTS-FILENAME.
003150     STRING "RESULTSG" DELIMITED BY SIZE
003160         WS-RS-GEN (WS-SLOT) DELIMITED BY SIZE
003170         ".dat" DELIMITED BY SIZE
003180         INTO WS-RESULTS-FILENAME.
003190     PERFORM 1050-READ-RESULTS-FILE.
003200     IF NOT WS-RESULTS-OK
003210         MOVE "NOT ON DISK" TO WS-RS-REASON (WS-SLOT)
003220     ELSE
003230         PERFORM 1200-RECONCILE-GENERATION
003240     END-IF.
003250 1050-READ-RESULTS-FILE.
003260*>    READS WS-RESULTS-FILENAME INTO WS-TALLY-AREA AND THE
003270*>    RECONCILIATION COUNTERS, LEAVING THE LAST HEADER'S STAMP
003280*>    AND MODE IN WS-HDR-DATE/-TIME/-MODE.
003290     MOVE "N" TO WS-EOF-SWITCH.
003300     MOVE "N" TO WS-TRAILER-SEEN-SWITCH.
003310     MOVE "N" TO WS-LAST-REC-SWITCH.
003320     MOVE 0 TO WS-SEEN-PASS WS-SEEN-FAIL WS-SEEN-ROWS.
003330     MOVE 0 TO WS-TRL-PASS-SAVE WS-TRL-FAIL-SAVE
003340         WS-TRL-ROW-SAVE.
003350     MOVE 0 TO WS-HDR-DATE WS-HDR-TIME.
003360     MOVE SPACES TO WS-HDR-MODE.
003370     MOVE 0 TO WS-TALLY-COUNT.
003380     OPEN INPUT RESULTS-FILE.
003390     IF WS-RESULTS-OK
003400         PERFORM UNTIL WS-AT-EOF
003410             READ RESULTS-FILE
003420                 AT END SET WS-AT-EOF TO TRUE
003430                 NOT AT END PERFORM 1100-TALLY-ONE-ROW
003440             END-READ
003450         END-PERFORM
003460         CLOSE RESULTS-FILE
003470     END-IF.
003480 1100-TALLY-ONE-ROW.
003490     IF CBU-RESULTS-HEADER-ROW
003500         MOVE "N" TO WS-LAST-REC-SWITCH
003510         IF CBU-hdr-run-date NUMERIC AND CBU-hdr-run-date > 0
003520             MOVE CBU-hdr-run-date TO WS-HDR-DATE
003530             MOVE CBU-hdr-run-time TO WS-HDR-TIME
003540         END-IF
003550         IF CBU-hdr-run-mode NOT = SPACES
003560             MOVE CBU-hdr-run-mode TO WS-HDR-MODE
003570         END-IF
003580     ELSE
003590         IF CBU-RESULTS-TRAILER-ROW
003600             SET WS-TRAILER-SEEN TO TRUE
003610             SET WS-LAST-WAS-TRAILER TO TRUE
003620             MOVE CBU-trl-pass-count TO WS-TRL-PASS-SAVE
003630             MOVE CBU-trl-fail-count TO WS-TRL-FAIL-SAVE
003640             MOVE CBU-trl-row-count TO WS-TRL-ROW-SAVE
003650         ELSE
003660             MOVE "N" TO WS-LAST-REC-SWITCH
003670             ADD 1 TO WS-SEEN-ROWS
003680             IF CBU-results-pass-fail = "PASS"
003690                 ADD 1 TO WS-SEEN-PASS
003700             ELSE
003710                 ADD 1 TO WS-SEEN-FAIL
003720             END-IF
003730             PERFORM 1110-TALLY-SUITE
003740         END-IF
003750     END-IF.
003760 1110-TALLY-SUITE.
003770     MOVE "N" TO WS-FOUND-SWITCH.
003780     PERFORM VARYING WS-TIDX FROM 1 BY 1
003790             UNTIL WS-TIDX > WS-TALLY-COUNT OR WS-FOUND
003800         IF WS-TLY-SUITE (WS-TIDX) = CBU-results-suite
003810             SET WS-FOUND TO TRUE
003820         END-IF
003830     END-PERFORM.
003840     IF WS-FOUND
003850         SUBTRACT 1 FROM WS-TIDX
003860     ELSE
003870         IF WS-TALLY-COUNT < 200
003880             ADD 1 TO WS-TALLY-COUNT
003890             MOVE WS-TALLY-COUNT TO WS-TIDX
003900             MOVE CBU-results-suite TO WS-TLY-SUITE (WS-TIDX)
003910             MOVE 0 TO WS-TLY-ROWS (WS-TIDX)
003920             SET WS-FOUND TO TRUE
003930         ELSE
003940             DISPLAY "CBUR0008: SUITE TABLE FULL (200 ENTRIES) - "
003950                 "DROPPING " CBU-results-suite " FROM "
003960                 WS-RESULTS-FILENAME " - REPORT IS INCOMPLETE"
003970         END-IF
003980     END-IF.
003990     IF WS-FOUND
004000         ADD 1 TO WS-TLY-ROWS (WS-TIDX)
004010     END-IF.
004020 1200-RECONCILE-GENERATION.
004030*>    THE HEADER STAMP DATES THE RUN EVEN WHEN THE ROWS CANNOT
004040*>    BE USED - THE CUTOFF NEEDS EVERY RUN, THE USUAL COUNTS
004050*>    ONLY THE ONES THAT BALANCE.
004060     IF WS-HDR-DATE > 0
004070         MOVE WS-HDR-DATE TO WS-RS-DATE (WS-SLOT)
004080         MOVE WS-HDR-TIME TO WS-RS-TIME (WS-SLOT)
004090         MOVE "HEADER" TO WS-RS-DATE-SOURCE (WS-SLOT)
004100     END-IF.
004110     IF WS-HDR-MODE NOT = SPACES
004120         MOVE WS-HDR-MODE TO WS-RS-MODE (WS-SLOT)
004130     END-IF.
004140     IF NOT WS-TRAILER-SEEN
004150         MOVE "NO TRAILER" TO WS-RS-REASON (WS-SLOT)
004160     ELSE
004170         IF NOT WS-LAST-WAS-TRAILER
004180             MOVE "DOES NOT END ON TRAILER"
004190                 TO WS-RS-REASON (WS-SLOT)
004200         ELSE
004210             IF WS-SEEN-PASS NOT = WS-TRL-PASS-SAVE
004220                     OR WS-SEEN-FAIL NOT = WS-TRL-FAIL-SAVE
004230                     OR WS-SEEN-ROWS NOT = WS-TRL-ROW-SAVE
004240                 MOVE "TOTALS DO NOT BALANCE"
004250                     TO WS-RS-REASON (WS-SLOT)
004260             END-IF
004270         END-IF
004280     END-IF.
004290     IF WS-RS-REASON (WS-SLOT) = SPACES
004300         IF WS-RS-DATE (WS-SLOT) = WS-TODAY-DATE
004310                 AND WS-RS-TIME (WS-SLOT) = WS-TODAY-TIME
004320             MOVE "TODAY'S RUN" TO WS-RS-REASON (WS-SLOT)
004330         ELSE
004340             IF WS-RS-MODE (WS-SLOT) NOT = WS-TODAY-MODE
004350                 MOVE "OTHER RUN MODE" TO WS-RS-REASON (WS-SLOT)
004360             END-IF
004370         END-IF
004380     END-IF.
004390     IF WS-RS-REASON (WS-SLOT) = SPACES
004400         ADD 1 TO WS-SAMPLE-COUNT
004410         PERFORM VARYING WS-TIDX FROM 1 BY 1
004420                 UNTIL WS-TIDX > WS-TALLY-COUNT
004430             PERFORM 1250-FIND-SUITE
004440             IF WS-FOUND
004450                 ADD WS-TLY-ROWS (WS-TIDX)
004460                     TO WS-STE-SAMPLE-ROWS (WS-IDX)
004470                 ADD 1 TO WS-STE-SAMPLE-RUNS (WS-IDX)
004480             END-IF
004490         END-PERFORM
004500     END-IF.
004510 1250-FIND-SUITE.
004520*>    LOOKS WS-TLY-SUITE (WS-TIDX) UP IN THE SUITE TABLE, ADDING
004530*>    IT WHEN NEW, AND LEAVES WS-IDX ON IT.
004540     MOVE "N" TO WS-FOUND-SWITCH.
004550     PERFORM VARYING WS-IDX FROM 1 BY 1
004560             UNTIL WS-IDX > WS-SUITE-COUNT OR WS-FOUND
004570         IF WS-STE-SUITE (WS-IDX) = WS-TLY-SUITE (WS-TIDX)
004580             SET WS-FOUND TO TRUE
004590         END-IF
004600     END-PERFORM.
004610     IF WS-FOUND
004620         SUBTRACT 1 FROM WS-IDX
004630     ELSE
004640         IF WS-SUITE-COUNT < 200
004650             ADD 1 TO WS-SUITE-COUNT
004660             MOVE WS-SUITE-COUNT TO WS-IDX
004670             MOVE WS-TLY-SUITE (WS-TIDX) TO WS-STE-SUITE (WS-IDX)
004680             MOVE 0 TO WS-STE-TODAY-ROWS (WS-IDX)
004690             MOVE 0 TO WS-STE-SAMPLE-ROWS (WS-IDX)
004700             MOVE 0 TO WS-STE-SAMPLE-RUNS (WS-IDX)
004710             SET WS-FOUND TO TRUE
004720         ELSE
004730             DISPLAY "CBUR0008: SUITE TABLE FULL (200 ENTRIES) - "
004740                 "DROPPING " WS-TLY-SUITE (WS-TIDX)
004750                 " - REPORT IS INCOMPLETE"
004760         END-IF
004770     END-IF.
004780 1500-SET-CUTOFF.
004790*>    THE CUTOFF IS THE EARLIEST STAMP IN THE WINDOW. A RETIRED
004800*>    HORIZON NO OLDER THAN THE CUTOFF WOULD MARK EVERY VANISHED
004810*>    ASSERTION RETIRED (RETENTION SHORTER THAN N), SO IT IS
004820*>    ONLY USED WHEN IT LIES FURTHER BACK.
004830     IF WS-SLOT-COUNT < WS-RUNS-WANTED
004840         MOVE "N" TO WS-CHECK-SWITCH
004850     ELSE
004860         SET WS-VANISH-CHECK-ON TO TRUE
004870         MOVE WS-RS-DATE (1) TO WS-CUTOFF-DATE
004880         MOVE WS-RS-TIME (1) TO WS-CUTOFF-TIME
004890         PERFORM VARYING WS-SLOT FROM 2 BY 1
004900                 UNTIL WS-SLOT > WS-SLOT-COUNT
004910             IF WS-RS-DATE (WS-SLOT) < WS-CUTOFF-DATE
004920                     OR (WS-RS-DATE (WS-SLOT) = WS-CUTOFF-DATE
004930                     AND WS-RS-TIME (WS-SLOT) < WS-CUTOFF-TIME)
004940                 MOVE WS-RS-DATE (WS-SLOT) TO WS-CUTOFF-DATE
004950                 MOVE WS-RS-TIME (WS-SLOT) TO WS-CUTOFF-TIME
004960             END-IF
004970         END-PERFORM
004980         IF WS-HORIZON-DATE >= WS-CUTOFF-DATE
004990             MOVE 0 TO WS-HORIZON-DATE
005000         END-IF
005010     END-IF.
005020 2000-LIST-RUNS.
005030     DISPLAY "RUNS COMPARED (OLDEST FIRST), TODAY "
005040         WS-TODAY-DATE " " WS-TODAY-TIME " MODE " WS-TODAY-MODE
005050         ":".
005060     PERFORM VARYING WS-SLOT FROM 1 BY 1
005070             UNTIL WS-SLOT > WS-SLOT-COUNT
005080         IF WS-RS-REASON (WS-SLOT) = SPACES
005090             DISPLAY "  G" WS-RS-GEN (WS-SLOT)
005100                 " " WS-RS-DATE (WS-SLOT) " " WS-RS-TIME (WS-SLOT)
005110                 " FROM " WS-RS-DATE-SOURCE (WS-SLOT)
005120                 " MODE " WS-RS-MODE (WS-SLOT)
005130         ELSE
005140             DISPLAY "  G" WS-RS-GEN (WS-SLOT)
005150                 " " WS-RS-DATE (WS-SLOT) " " WS-RS-TIME (WS-SLOT)
005160                 " FROM " WS-RS-DATE-SOURCE (WS-SLOT)
005170                 " MODE " WS-RS-MODE (WS-SLOT)
005180                 " - NOT IN USUAL COUNTS: " WS-RS-REASON (WS-SLOT)
005190         END-IF
005200     END-PERFORM.
005210 3000-FIND-VANISHED-ASSERTIONS.
005220     DISPLAY " ".
005230     IF NOT WS-VANISH-CHECK-ON
005240         DISPLAY "ASSERTIONS NOT RUN IN THE LAST " WS-RUNS-WANTED
005250             " RUNS: NOT CHECKED - ONLY " WS-SLOT-COUNT
005260             " RUN(S) ON GENHIST.dat SO FAR"
005270     ELSE
005280         DISPLAY "ASSERTIONS NOT RUN IN THE LAST " WS-RUNS-WANTED
005290             " RUNS (LAST RUN BEFORE " WS-CUTOFF-DATE " "
005300             WS-CUTOFF-TIME "):"
005310         OPEN INPUT ASSERTHIST-FILE
005320         IF NOT WS-HIST-OK
005330             DISPLAY "CBUR0008: UNABLE TO OPEN ASSERTHIST.dat - "
005340                 "FILE STATUS " WS-HIST-STATUS
005350                 " - RUN CBUU0006 AT LEAST ONCE FIRST"
005360             MOVE 2 TO RETURN-CODE
005370             GOBACK
005380         END-IF
005390         MOVE "N" TO WS-EOF-SWITCH
005400         PERFORM UNTIL WS-AT-EOF
005410             READ ASSERTHIST-FILE NEXT RECORD
005420                 AT END SET WS-AT-EOF TO TRUE
005430                 NOT AT END PERFORM 3100-CHECK-ONE-ASSERTION
005440             END-READ
005450         END-PERFORM
005460         CLOSE ASSERTHIST-FILE
005470         IF WS-VANISHED-COUNT = 0
005480             DISPLAY "  NONE"
005490         END-IF
005500         IF WS-RETIRED-COUNT > 0
005510             DISPLAY "  (" WS-RETIRED-COUNT " OF THEM RETIRED - "
005520                 "LAST RUN BEFORE THE OLDEST ARCHIVED "
005530                 "GENERATION, " WS-HORIZON-DATE ";"
005535             DISPLAY "   IF THEY WERE DELETED ON PURPOSE, PURGE "
005537                 "THEM FROM ASSERTHIST.dat)"
005540         END-IF
005550     END-IF.
005560 3100-CHECK-ONE-ASSERTION.
005570*>    THE MASTER IS KEYED SUITE FIRST, SO READING IT IN KEY ORDER
005580*>    GROUPS THE LISTING BY SUITE WITH NO SORT.
005590     IF CBU-hist-last-run-date < WS-CUTOFF-DATE
005600             OR (CBU-hist-last-run-date = WS-CUTOFF-DATE
005610             AND CBU-hist-last-run-time < WS-CUTOFF-TIME)
005620         IF CBU-hist-suite NOT = WS-PRINT-SUITE
005630             MOVE CBU-hist-suite TO WS-PRINT-SUITE
005640             ADD 1 TO WS-VANISHED-SUITES
005650             DISPLAY "  SUITE " CBU-hist-suite
005660         END-IF
005670         ADD 1 TO WS-VANISHED-COUNT
005680         IF CBU-hist-last-run-date < WS-HORIZON-DATE
005690             ADD 1 TO WS-RETIRED-COUNT
005700             DISPLAY "      " CBU-hist-assert-name
005710                 " LAST RUN " CBU-hist-last-run-date " "
005720                 CBU-hist-last-run-time
005730                 " LAST=" CBU-hist-last-outcome " RETIRED"
005740         ELSE
005750             DISPLAY "      " CBU-hist-assert-name
005752                 " LAST RUN " CBU-hist-last-run-date " "
005754                 CBU-hist-last-run-time
005756                 " LAST=" CBU-hist-last-outcome
005758         END-IF
005760     END-IF.
005770 4000-FIND-SHRUNK-SUITES.
005780     DISPLAY " ".
005790     IF WS-SAMPLE-COUNT = 0
005800         DISPLAY "SUITES SHRUNK SINCE THEIR USUAL RUN: NOT "
005810             "CHECKED - NO EARLIER " WS-TODAY-MODE
005820             " RUN IN THE WINDOW BALANCED"
005830     ELSE
005840         DISPLAY "SUITES SHRUNK SINCE THEIR USUAL RUN (TODAY "
005850             "BELOW " WS-DROP-LIMIT-PCT "% OF THE AVERAGE OVER "
005860             WS-SAMPLE-COUNT " EARLIER " WS-TODAY-MODE " RUN(S)):"
005870         PERFORM VARYING WS-IDX FROM 1 BY 1
005880                 UNTIL WS-IDX > WS-SUITE-COUNT
005890             PERFORM 4100-CHECK-ONE-SUITE
005900         END-PERFORM
005910         IF WS-SHRUNK-COUNT = 0
005920             DISPLAY "  NONE"
005930         END-IF
005940     END-IF.
005950 4100-CHECK-ONE-SUITE.
005960*>    A SUITE MISSING TODAY IS ONLY SHRUNK IF IT WAS IN EVERY
005970*>    SAMPLED RUN - ONE THAT COMES AND GOES WAS NEVER REGULAR.
005980     IF WS-STE-SAMPLE-RUNS (WS-IDX) > 0
005990         COMPUTE WS-USUAL-ROWS ROUNDED =
006000             WS-STE-SAMPLE-ROWS (WS-IDX)
006010             / WS-STE-SAMPLE-RUNS (WS-IDX)
006020         MOVE WS-USUAL-ROWS TO WS-USUAL-DISP
006030         MOVE WS-STE-TODAY-ROWS (WS-IDX) TO WS-TODAY-DISP
006040         IF WS-STE-TODAY-ROWS (WS-IDX) = 0
006050             IF WS-STE-SAMPLE-RUNS (WS-IDX) = WS-SAMPLE-COUNT
006060                 ADD 1 TO WS-SHRUNK-COUNT
006070                 DISPLAY "  " WS-STE-SUITE (WS-IDX)
006080                     " TODAY       0 USUAL " WS-USUAL-DISP
006090                     " - NOT IN TODAY'S RESULTS AT ALL"
006100             END-IF
006110         ELSE
006120             IF WS-STE-TODAY-ROWS (WS-IDX) * 100
006130                     < WS-USUAL-ROWS * WS-DROP-LIMIT-PCT
006140                 ADD 1 TO WS-SHRUNK-COUNT
006150                 DISPLAY "  " WS-STE-SUITE (WS-IDX)
006160                     " TODAY " WS-TODAY-DISP
006170                     " USUAL " WS-USUAL-DISP
006180             END-IF
006190         END-IF
006200     END-IF.
006210 9000-SUMMARY.
006220     DISPLAY " ".
006230     DISPLAY "CBUR0008: " WS-VANISHED-COUNT " ASSERTION(S) IN "
006240         WS-VANISHED-SUITES " SUITE(S) NOT RUN IN THE LAST "
006250         WS-RUNS-WANTED " RUNS, " WS-SHRUNK-COUNT
006260         " SUITE(S) SHRUNK".
006270     IF WS-VANISHED-COUNT > 0 OR WS-SHRUNK-COUNT > 0
006280         DISPLAY "CBUR0008: TESTS HAVE STOPPED RUNNING - "
006290             "FIND OUT WHY BEFORE TRUSTING A GREEN RUN"
006300         MOVE 1 TO RETURN-CODE
006310     ELSE
006320         MOVE 0 TO RETURN-CODE
006330     END-IF.
006340 END PROGRAM CBUR0008.
