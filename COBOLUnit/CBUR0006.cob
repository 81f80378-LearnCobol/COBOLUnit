000010*>
000020 IDENTIFICATION DIVISION.
000030 PROGRAM-ID.   CBUR0006.
000040*>    Multi-generation pass-rate trend report: where CBUR0001
000050*>    answers "which suites are red today", this answers "has
000060*>    this suite been getting worse, and since when". GENCTR.dat
000070*>    names the generation range still on disk (see CBUU0005)
000080*>    and every RESULTSGnnnn.dat in that range is read and
000090*>    rolled up per suite. One line is printed per suite: its
000100*>    pass rate in each of the last N generations (oldest on the
000110*>    left, "--" where the suite did not run that night), the
000120*>    direction of the latest change against the run before it
000130*>    (IMPROVING, WORSENING, STEADY, or NEW for a suite with only
000140*>    one run), and the first run of its current red streak -
000150*>    "OR EARLIER" when the streak reaches back past the oldest
000160*>    generation still held. A night the suite did not run does
000170*>    not break a streak. Each generation is dated from its own
000180*>    header record (CBUC0003) when present, otherwise from its
000190*>    GENHIST.dat line (see CBUU0005's 1200-LOG-GENERATION for
000200*>    the layout), otherwise shown as 00000000.
000210*>    Every generation is reconciled against its trailer first,
000220*>    exactly as CBUR0001 reconciles today's file. One that does
000230*>    not balance - no trailer, not ending on its trailer, or
000240*>    totals that differ - or is no longer on disk is left out
000250*>    of every trend and listed at the end under EXCLUDED
000260*>    GENERATIONS with the reason, so a gap in the trend is never
000270*>    silent. The OPTIONAL PARM (the usual length-prefixed
000280*>    convention) gives N, two digits from 01 to 12; blanks or
000290*>    no PARM means 06. At most the newest 99 generations are
000300*>    walked. RC=0 on a clean report, 1 when any generation was
000310*>    excluded, 2 on a bad PARM. No GENCTR.dat is a first-time
000320*>    run with nothing archived yet - reported, RC=0.
000330 ENVIRONMENT    DIVISION.
000340 CONFIGURATION  SECTION.
000350 INPUT-OUTPUT   SECTION.
000360 FILE-CONTROL.
000370     SELECT GENCTR-FILE ASSIGN TO "GENCTR.dat"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WS-GENCTR-STATUS.
000400     SELECT GENHIST-FILE ASSIGN TO "GENHIST.dat"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-GENHIST-STATUS.
000430     SELECT RESULTS-FILE ASSIGN TO DYNAMIC WS-RESULTS-FILENAME
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-RESULTS-STATUS.
000460 DATA DIVISION.
000470 FILE SECTION.
000480 FD  GENCTR-FILE.
000490 01  GENCTR-REC.
000500     05 GC-LAST-GEN      PIC 9(4).
000510     05 FILLER           PIC X.
000520     05 GC-OLDEST-GEN    PIC 9(4).
000530 FD  GENHIST-FILE.
000540 01  GENHIST-REC PIC X(60).
000550 FD  RESULTS-FILE.
000560     COPY CBUC0003.
000570 WORKING-STORAGE SECTION.
000580  01 WS-GENCTR-STATUS PIC XX.
000590     88 WS-GENCTR-OK          VALUE "00".
000600  01 WS-GENHIST-STATUS PIC XX.
000610     88 WS-GENHIST-OK         VALUE "00".
000620  01 WS-RESULTS-STATUS PIC XX.
000630     88 WS-RESULTS-OK         VALUE "00".
000640  01 WS-RESULTS-FILENAME PIC X(20) VALUE SPACES.
000650  01 WS-EOF-SWITCH PIC X VALUE "N".
000660     88 WS-AT-EOF VALUE "Y".
000670  01 WS-HIST-EOF-SWITCH PIC X VALUE "N".
000680     88 WS-AT-HIST-EOF VALUE "Y".
000690  01 WS-GENCTR-FOUND-SWITCH PIC X VALUE "N".
000700     88 WS-GENCTR-FOUND VALUE "Y".
000710  01 WS-FOUND-SWITCH PIC X VALUE "N".
000720     88 WS-FOUND VALUE "Y".
000730  01 WS-PARM-USE-LEN PIC S9(4) COMP VALUE 0.
000740  01 WS-RUNS-TEXT PIC X(2) VALUE SPACES.
000750  01 WS-RUNS-WANTED PIC 9(2) VALUE 6.
000760  01 WS-MAX-GENS PIC 9(4) VALUE 99.
000770  01 WS-LAST-GEN PIC 9(4) VALUE 0.
000780  01 WS-OLDEST-GEN PIC 9(4) VALUE 1.
000790  01 WS-FIRST-GEN PIC 9(4) VALUE 0.
000800  01 WS-GEN PIC 9(4) VALUE 0.
000810  01 WS-HIST-GEN PIC 9(4) VALUE 0.
000820  01 WS-SLOT PIC 9(4) COMP VALUE 0.
000830  01 WS-SLOT-COUNT PIC 9(4) COMP VALUE 0.
000840  01 WS-IDX PIC 9(4) COMP.
000850  01 WS-TIDX PIC 9(4) COMP.
000860  01 WS-COL PIC 9(4) COMP.
000870  01 WS-WINDOW-START PIC 9(4) COMP VALUE 1.
000880  01 WS-EXCLUDED-COUNT PIC 9(4) COMP VALUE 0.
000890  01 WS-SEEN-PASS PIC 9(9) COMP VALUE 0.
000900  01 WS-SEEN-FAIL PIC 9(9) COMP VALUE 0.
000910  01 WS-SEEN-ROWS PIC 9(9) COMP VALUE 0.
000920  01 WS-TRAILER-SEEN-SWITCH PIC X VALUE "N".
000930     88 WS-TRAILER-SEEN VALUE "Y".
000940  01 WS-LAST-REC-SWITCH PIC X VALUE "N".
000950     88 WS-LAST-WAS-TRAILER VALUE "Y".
000960  01 WS-TRL-PASS-SAVE PIC 9(9) VALUE 0.
000970  01 WS-TRL-FAIL-SAVE PIC 9(9) VALUE 0.
000980  01 WS-TRL-ROW-SAVE PIC 9(9) VALUE 0.
000990  01 WS-HDR-DATE PIC 9(8) VALUE 0.
001000  01 WS-RATE-PCT PIC 9(3) VALUE 0.
001010  01 WS-PRIOR-RATE-PCT PIC 9(3) VALUE 0.
001020  01 WS-RATE-DISP PIC ZZ9.
001030  01 WS-LATEST-SLOT PIC 9(4) COMP VALUE 0.
001040  01 WS-PRIOR-SLOT PIC 9(4) COMP VALUE 0.
001050  01 WS-RED-SINCE-SLOT PIC 9(4) COMP VALUE 0.
001060  01 WS-STREAK-SWITCH PIC X VALUE "N".
001070     88 WS-STREAK-BROKEN VALUE "Y".
001080  01 WS-DIRECTION PIC X(9) VALUE SPACES.
001090  01 WS-OUT-LINE PIC X(132) VALUE SPACES.
001100  01 WS-OUT-PTR PIC 9(4) COMP VALUE 1.
001110*>    ONE SLOT PER GENERATION WALKED, OLDEST FIRST - SLOT 1 IS
001120*>    WS-FIRST-GEN. WS-GS-DATE-SOURCE SAYS WHERE THE DATE CAME
001130*>    FROM; WS-GS-REASON IS SPACES FOR AN INCLUDED GENERATION.
001140  01 WS-GEN-AREA.
001150     05 WS-GEN-SLOT OCCURS 99 TIMES.
001160         10 WS-GS-GEN            PIC 9(4).
001170         10 WS-GS-DATE           PIC 9(8).
001180         10 WS-GS-DATE-SOURCE    PIC X(7).
001190         10 WS-GS-REASON         PIC X(24).
001200         10 WS-GS-ROWS           PIC 9(9) COMP.
001210*>    TODAY'S GENERATION'S PER-SUITE TALLY - ONLY FOLDED INTO THE
001220*>    TREND TABLE BELOW ONCE THE GENERATION HAS BALANCED.
001230  01 WS-TALLY-AREA.
001240     05 WS-TALLY-COUNT       PIC 9(4) COMP VALUE 0.
001250     05 WS-TALLY-ENTRY OCCURS 50 TIMES.
001260         10 WS-TLY-SUITE         PIC X(8).
001270         10 WS-TLY-PASS          PIC 9(7) COMP.
001280         10 WS-TLY-ROWS          PIC 9(7) COMP.
001290  01 WS-TREND-AREA.
001300     05 WS-TREND-COUNT       PIC 9(4) COMP VALUE 0.
001310     05 WS-TREND-ENTRY OCCURS 50 TIMES.
001320         10 WS-TRD-SUITE         PIC X(8).
001330         10 WS-TRD-POINT OCCURS 99 TIMES.
001340             15 WS-TRD-PASS          PIC 9(7) COMP.
001350             15 WS-TRD-ROWS          PIC 9(7) COMP.
001360 LINKAGE SECTION.
001370  01 CBU-TREND-PARM.
001380     05 CBU-TREND-PARM-LEN  PIC S9(4) COMP.
001390     05 CBU-TREND-PARM-TEXT PIC X(2).
001400 PROCEDURE DIVISION USING OPTIONAL CBU-TREND-PARM.
001410 0000-MAIN.
001420     MOVE 0 TO RETURN-CODE.
001430     PERFORM 0100-LOAD-PARM.
001440     PERFORM 0200-LOAD-GENCTR.
001450     IF NOT WS-GENCTR-FOUND
001460         DISPLAY "CBUR0006: NO GENCTR.dat FOUND - NO ARCHIVED "
001470             "GENERATIONS TO TREND YET"
001480         GOBACK
001490     END-IF.
001500     PERFORM 0300-LOAD-GENHIST-DATES.
001510     PERFORM VARYING WS-SLOT FROM 1 BY 1
001520             UNTIL WS-SLOT > WS-SLOT-COUNT
001530         PERFORM 1000-LOAD-ONE-GENERATION
001540     END-PERFORM.
001550     PERFORM 3000-PRINT-REPORT.
001560     PERFORM 4000-PRINT-EXCLUSIONS.
001570     GOBACK.
001580 0100-LOAD-PARM.
001590     IF CBU-TREND-PARM IS OMITTED
001600         CONTINUE
001610     ELSE
001620         IF CBU-TREND-PARM-LEN > 0
001630             MOVE CBU-TREND-PARM-LEN TO WS-PARM-USE-LEN
001640             IF WS-PARM-USE-LEN > 2
001650                 MOVE 2 TO WS-PARM-USE-LEN
001660             END-IF
001670             MOVE CBU-TREND-PARM-TEXT(1:WS-PARM-USE-LEN)
001680                 TO WS-RUNS-TEXT
001690         END-IF
001700     END-IF.
001710     IF WS-RUNS-TEXT NOT = SPACES
001720         IF WS-RUNS-TEXT IS NUMERIC
001730                 AND WS-RUNS-TEXT >= "01"
001740                 AND WS-RUNS-TEXT <= "12"
001750             MOVE WS-RUNS-TEXT TO WS-RUNS-WANTED
001760         ELSE
001770             DISPLAY "CBUR0006: PARM MUST BE A 2-DIGIT RUN "
001780                 "COUNT 01-12 OR OMITTED - GOT '"
001790                 WS-RUNS-TEXT "'"
001800             MOVE 2 TO RETURN-CODE
001810             GOBACK
001820         END-IF
001830     END-IF.
001840 0200-LOAD-GENCTR.
001850     OPEN INPUT GENCTR-FILE.
001860     IF WS-GENCTR-OK
001870         READ GENCTR-FILE
001880             AT END CONTINUE
001890             NOT AT END
001900                 MOVE GC-LAST-GEN TO WS-LAST-GEN
001910                 MOVE GC-OLDEST-GEN TO WS-OLDEST-GEN
001920                 SET WS-GENCTR-FOUND TO TRUE
001930         END-READ
001940         CLOSE GENCTR-FILE
001950     END-IF.
001960     IF WS-GENCTR-FOUND
001970         MOVE WS-OLDEST-GEN TO WS-FIRST-GEN
001980         IF WS-LAST-GEN >= WS-MAX-GENS
001990             IF WS-FIRST-GEN < WS-LAST-GEN - WS-MAX-GENS + 1
002000                 COMPUTE WS-FIRST-GEN =
002010                     WS-LAST-GEN - WS-MAX-GENS + 1
002020             END-IF
002030         END-IF
002040         MOVE 0 TO WS-SLOT-COUNT
002050         PERFORM VARYING WS-GEN FROM WS-FIRST-GEN BY 1
002060                 UNTIL WS-GEN > WS-LAST-GEN
002070             ADD 1 TO WS-SLOT-COUNT
002080             MOVE WS-GEN TO WS-GS-GEN (WS-SLOT-COUNT)
002090             MOVE 0 TO WS-GS-DATE (WS-SLOT-COUNT)
002100             MOVE "UNKNOWN" TO WS-GS-DATE-SOURCE (WS-SLOT-COUNT)
002110             MOVE SPACES TO WS-GS-REASON (WS-SLOT-COUNT)
002120             MOVE 0 TO WS-GS-ROWS (WS-SLOT-COUNT)
002130         END-PERFORM
002140     END-IF.
002150 0300-LOAD-GENHIST-DATES.
002160*>    GENHIST LINES ARE WRITTEN BY CBUU0005 AS
002170*>    GEN=nnnn DATE=yyyymmdd TIME=hhmmss SUFFIX=... SO THE
002180*>    GENERATION NUMBER SITS IN COLUMNS 5-8 AND THE DATE IN
002190*>    15-22 - KEEP IN STEP WITH 1200-LOG-GENERATION THERE. A
002200*>    GENERATION'S OWN HEADER, WHEN IT HAS ONE, OVERRIDES THIS.
002210     OPEN INPUT GENHIST-FILE.
002220     IF NOT WS-GENHIST-OK
002230         DISPLAY "CBUR0006: NO GENHIST.dat - GENERATIONS "
002240             "WITHOUT A HEADER RECORD ARE UNDATED"
002250     ELSE
002260         PERFORM UNTIL WS-AT-HIST-EOF
002270             READ GENHIST-FILE
002280                 AT END SET WS-AT-HIST-EOF TO TRUE
002290                 NOT AT END PERFORM 0310-DATE-ONE-GENERATION
002300             END-READ
002310         END-PERFORM
002320         CLOSE GENHIST-FILE
002330     END-IF.
002340 0310-DATE-ONE-GENERATION.
002350     IF GENHIST-REC(5:4) IS NUMERIC
002360             AND GENHIST-REC(15:8) IS NUMERIC
002370         MOVE GENHIST-REC(5:4) TO WS-HIST-GEN
002380         IF WS-HIST-GEN >= WS-FIRST-GEN
002390                 AND WS-HIST-GEN <= WS-LAST-GEN
002400             COMPUTE WS-SLOT = WS-HIST-GEN - WS-FIRST-GEN + 1
002410             MOVE GENHIST-REC(15:8) TO WS-GS-DATE (WS-SLOT)
002420             MOVE "GENHIST" TO WS-GS-DATE-SOURCE (WS-SLOT)
002430         END-IF
002440     END-IF.
002450 1000-LOAD-ONE-GENERATION.
002460     MOVE SPACES TO WS-RESULTS-FILENAME.
002470     STRING "RESULTSG" DELIMITED BY SIZE
002480         WS-GS-GEN (WS-SLOT) DELIMITED BY SIZE
002490         ".dat" DELIMITED BY SIZE
002500         INTO WS-RESULTS-FILENAME.
002510     MOVE "N" TO WS-EOF-SWITCH.
002520     MOVE "N" TO WS-TRAILER-SEEN-SWITCH.
002530     MOVE "N" TO WS-LAST-REC-SWITCH.
002540     MOVE 0 TO WS-SEEN-PASS WS-SEEN-FAIL WS-SEEN-ROWS.
002550     MOVE 0 TO WS-TRL-PASS-SAVE WS-TRL-FAIL-SAVE
002560         WS-TRL-ROW-SAVE.
002570     MOVE 0 TO WS-HDR-DATE.
002580     MOVE 0 TO WS-TALLY-COUNT.
002590     OPEN INPUT RESULTS-FILE.
002600     IF NOT WS-RESULTS-OK
002610         MOVE "NOT ON DISK" TO WS-GS-REASON (WS-SLOT)
002620         ADD 1 TO WS-EXCLUDED-COUNT
002630     ELSE
002640         PERFORM UNTIL WS-AT-EOF
002650             READ RESULTS-FILE
002660                 AT END SET WS-AT-EOF TO TRUE
002670                 NOT AT END PERFORM 1100-TALLY-ONE-ROW
002680             END-READ
002690         END-PERFORM
002700         CLOSE RESULTS-FILE
002710         PERFORM 1200-RECONCILE-GENERATION
002720     END-IF.
002730 1100-TALLY-ONE-ROW.
002740     IF CBU-RESULTS-HEADER-ROW
002750         MOVE "N" TO WS-LAST-REC-SWITCH
002760         IF CBU-hdr-run-date NUMERIC AND CBU-hdr-run-date > 0
002770             MOVE CBU-hdr-run-date TO WS-HDR-DATE
002780         END-IF
002790     ELSE
002800         IF CBU-RESULTS-TRAILER-ROW
002810             SET WS-TRAILER-SEEN TO TRUE
002820             SET WS-LAST-WAS-TRAILER TO TRUE
002830             MOVE CBU-trl-pass-count TO WS-TRL-PASS-SAVE
002840             MOVE CBU-trl-fail-count TO WS-TRL-FAIL-SAVE
002850             MOVE CBU-trl-row-count TO WS-TRL-ROW-SAVE
002860         ELSE
002870             MOVE "N" TO WS-LAST-REC-SWITCH
002880             ADD 1 TO WS-SEEN-ROWS
002890             IF CBU-results-pass-fail = "PASS"
002900                 ADD 1 TO WS-SEEN-PASS
002910             ELSE
002920                 ADD 1 TO WS-SEEN-FAIL
002930             END-IF
002940             PERFORM 1110-TALLY-SUITE
002950         END-IF
002960     END-IF.
002970 1110-TALLY-SUITE.
002980     MOVE "N" TO WS-FOUND-SWITCH.
002990     PERFORM VARYING WS-TIDX FROM 1 BY 1
003000             UNTIL WS-TIDX > WS-TALLY-COUNT OR WS-FOUND
003010         IF WS-TLY-SUITE (WS-TIDX) = CBU-results-suite
003020             SET WS-FOUND TO TRUE
003030         END-IF
003040     END-PERFORM.
003050     IF WS-FOUND
003060         SUBTRACT 1 FROM WS-TIDX
003070     ELSE
003080         IF WS-TALLY-COUNT < 50
003090             ADD 1 TO WS-TALLY-COUNT
003100             MOVE WS-TALLY-COUNT TO WS-TIDX
003110             MOVE CBU-results-suite TO WS-TLY-SUITE (WS-TIDX)
003120             MOVE 0 TO WS-TLY-PASS (WS-TIDX)
003130             MOVE 0 TO WS-TLY-ROWS (WS-TIDX)
003140             SET WS-FOUND TO TRUE
003150         ELSE
003160             DISPLAY "CBUR0006: SUITE TABLE FULL (50 ENTRIES) - "
003170                 "DROPPING " CBU-results-suite " FROM "
003180                 WS-RESULTS-FILENAME " - REPORT IS INCOMPLETE"
003190         END-IF
003200     END-IF.
003210     IF WS-FOUND
003220         ADD 1 TO WS-TLY-ROWS (WS-TIDX)
003230         IF CBU-results-pass-fail = "PASS"
003240             ADD 1 TO WS-TLY-PASS (WS-TIDX)
003250         END-IF
003260     END-IF.
003270 1200-RECONCILE-GENERATION.
003280     IF NOT WS-TRAILER-SEEN
003290         MOVE "NO TRAILER" TO WS-GS-REASON (WS-SLOT)
003300     ELSE
003310         IF NOT WS-LAST-WAS-TRAILER
003320             MOVE "DOES NOT END ON TRAILER"
003330                 TO WS-GS-REASON (WS-SLOT)
003340         ELSE
003350             IF WS-SEEN-PASS NOT = WS-TRL-PASS-SAVE
003360                     OR WS-SEEN-FAIL NOT = WS-TRL-FAIL-SAVE
003370                     OR WS-SEEN-ROWS NOT = WS-TRL-ROW-SAVE
003380                 MOVE "TOTALS DO NOT BALANCE"
003390                     TO WS-GS-REASON (WS-SLOT)
003400             END-IF
003410         END-IF
003420     END-IF.
003430     IF WS-HDR-DATE > 0
003440         MOVE WS-HDR-DATE TO WS-GS-DATE (WS-SLOT)
003450         MOVE "HEADER" TO WS-GS-DATE-SOURCE (WS-SLOT)
003460     END-IF.
003470     IF WS-GS-REASON (WS-SLOT) NOT = SPACES
003480         ADD 1 TO WS-EXCLUDED-COUNT
003490     ELSE
003500         MOVE WS-SEEN-ROWS TO WS-GS-ROWS (WS-SLOT)
003510         PERFORM VARYING WS-TIDX FROM 1 BY 1
003520                 UNTIL WS-TIDX > WS-TALLY-COUNT
003530             PERFORM 1210-FOLD-SUITE-INTO-TREND
003540         END-PERFORM
003550     END-IF.
003560 1210-FOLD-SUITE-INTO-TREND.
003570     MOVE "N" TO WS-FOUND-SWITCH.
003580     PERFORM VARYING WS-IDX FROM 1 BY 1
003590             UNTIL WS-IDX > WS-TREND-COUNT OR WS-FOUND
003600         IF WS-TRD-SUITE (WS-IDX) = WS-TLY-SUITE (WS-TIDX)
003610             SET WS-FOUND TO TRUE
003620         END-IF
003630     END-PERFORM.
003640     IF WS-FOUND
003650         SUBTRACT 1 FROM WS-IDX
003660     ELSE
003670         IF WS-TREND-COUNT < 50
003680             ADD 1 TO WS-TREND-COUNT
003690             MOVE WS-TREND-COUNT TO WS-IDX
003700             INITIALIZE WS-TREND-ENTRY (WS-IDX)
003710             MOVE WS-TLY-SUITE (WS-TIDX) TO WS-TRD-SUITE (WS-IDX)
003720             SET WS-FOUND TO TRUE
003730         ELSE
003740             DISPLAY "CBUR0006: SUITE TABLE FULL (50 ENTRIES) - "
003750                 "DROPPING " WS-TLY-SUITE (WS-TIDX)
003760                 " - REPORT IS INCOMPLETE"
003770         END-IF
003780     END-IF.
003790     IF WS-FOUND
003800         MOVE WS-TLY-PASS (WS-TIDX)
003810             TO WS-TRD-PASS (WS-IDX WS-SLOT)
003820         MOVE WS-TLY-ROWS (WS-TIDX)
003830             TO WS-TRD-ROWS (WS-IDX WS-SLOT)
003840     END-IF.
003850 3000-PRINT-REPORT.
003860*>    THE WINDOW IS THE LAST N GENERATIONS THAT WERE INCLUDED -
003870*>    AN EXCLUDED ONE IS NOT GIVEN A COLUMN OF ITS OWN, IT IS
003880*>    LISTED UNDER 4000-PRINT-EXCLUSIONS INSTEAD.
003890     MOVE 0 TO WS-COL.
003900     MOVE WS-SLOT-COUNT TO WS-WINDOW-START.
003910     PERFORM VARYING WS-SLOT FROM WS-SLOT-COUNT BY -1
003920             UNTIL WS-SLOT < 1 OR WS-COL >= WS-RUNS-WANTED
003930         IF WS-GS-REASON (WS-SLOT) = SPACES
003940             ADD 1 TO WS-COL
003950             MOVE WS-SLOT TO WS-WINDOW-START
003960         END-IF
003970     END-PERFORM.
003980     DISPLAY "SUITE PASS-RATE TREND (LAST " WS-RUNS-WANTED
003990         " RUNS, OLDEST FIRST)".
004000     DISPLAY "GENERATIONS FROM " WS-FIRST-GEN " TO " WS-LAST-GEN
004010         " ON FILE:".
004020     PERFORM VARYING WS-SLOT FROM 1 BY 1
004030             UNTIL WS-SLOT > WS-SLOT-COUNT
004040         IF WS-GS-REASON (WS-SLOT) = SPACES
004050             DISPLAY "  G" WS-GS-GEN (WS-SLOT)
004060                 " DATE=" WS-GS-DATE (WS-SLOT)
004070                 " FROM " WS-GS-DATE-SOURCE (WS-SLOT)
004080                 " ROWS=" WS-GS-ROWS (WS-SLOT)
004090         ELSE
004100             DISPLAY "  G" WS-GS-GEN (WS-SLOT)
004110                 " DATE=" WS-GS-DATE (WS-SLOT)
004120                 " FROM " WS-GS-DATE-SOURCE (WS-SLOT)
004130                 " EXCLUDED"
004140         END-IF
004150     END-PERFORM.
004160     IF WS-COL = 0
004170         DISPLAY "NO GENERATION IN RANGE BALANCED - NO TREND "
004180             "TO REPORT"
004190     ELSE
004200         MOVE SPACES TO WS-OUT-LINE
004210         MOVE 1 TO WS-OUT-PTR
004220         STRING "  SUITE    " DELIMITED BY SIZE
004230             INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
004240         PERFORM VARYING WS-SLOT FROM WS-WINDOW-START BY 1
004250                 UNTIL WS-SLOT > WS-SLOT-COUNT
004260             IF WS-GS-REASON (WS-SLOT) = SPACES
004270                 STRING "G" WS-GS-GEN (WS-SLOT) " "
004280                     DELIMITED BY SIZE
004290                     INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
004300             END-IF
004310         END-PERFORM
004320         DISPLAY WS-OUT-LINE (1:WS-OUT-PTR - 1)
004330         PERFORM VARYING WS-IDX FROM 1 BY 1
004340                 UNTIL WS-IDX > WS-TREND-COUNT
004350             PERFORM 3100-PRINT-SUITE-LINE
004360         END-PERFORM
004370     END-IF.
004380 3100-PRINT-SUITE-LINE.
004390     MOVE SPACES TO WS-OUT-LINE.
004400     MOVE 1 TO WS-OUT-PTR.
004410     STRING "  " WS-TRD-SUITE (WS-IDX) " " DELIMITED BY SIZE
004420         INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR.
004430     PERFORM VARYING WS-SLOT FROM WS-WINDOW-START BY 1
004440             UNTIL WS-SLOT > WS-SLOT-COUNT
004450         IF WS-GS-REASON (WS-SLOT) = SPACES
004460             IF WS-TRD-ROWS (WS-IDX WS-SLOT) = 0
004470                 STRING "  --  " DELIMITED BY SIZE
004480                     INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
004490             ELSE
004500                 COMPUTE WS-RATE-PCT =
004510                     (WS-TRD-PASS (WS-IDX WS-SLOT) * 100)
004520                         / WS-TRD-ROWS (WS-IDX WS-SLOT)
004530                 MOVE WS-RATE-PCT TO WS-RATE-DISP
004540                 STRING " " WS-RATE-DISP "% " DELIMITED BY SIZE
004550                     INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
004560             END-IF
004570         END-IF
004580     END-PERFORM.
004590     PERFORM 3200-FIND-DIRECTION.
004600     STRING " " WS-DIRECTION " " DELIMITED BY SIZE
004610         INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR.
004620     PERFORM 3300-FIND-RED-SINCE.
004630     IF WS-RED-SINCE-SLOT = 0
004640         STRING "GREEN" DELIMITED BY SIZE
004650             INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
004660     ELSE
004670         STRING "RED SINCE " DELIMITED BY SIZE
004680             WS-GS-DATE (WS-RED-SINCE-SLOT) DELIMITED BY SIZE
004690             " (G" DELIMITED BY SIZE
004700             WS-GS-GEN (WS-RED-SINCE-SLOT) DELIMITED BY SIZE
004710             ")" DELIMITED BY SIZE
004720             INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
004730         IF NOT WS-STREAK-BROKEN
004740             STRING " OR EARLIER" DELIMITED BY SIZE
004750                 INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
004760         END-IF
004770     END-IF.
004780     DISPLAY WS-OUT-LINE (1:WS-OUT-PTR - 1).
004790 3200-FIND-DIRECTION.
004800*>    LATEST RUN AGAINST THE RUN BEFORE IT, ACROSS EVERY INCLUDED
004810*>    GENERATION - NOT JUST THE PRINTED WINDOW - SO A SUITE THAT
004820*>    SKIPPED A FEW NIGHTS STILL GETS A DIRECTION.
004830     MOVE 0 TO WS-LATEST-SLOT WS-PRIOR-SLOT.
004840     PERFORM VARYING WS-SLOT FROM WS-SLOT-COUNT BY -1
004850             UNTIL WS-SLOT < 1 OR WS-PRIOR-SLOT > 0
004860         IF WS-GS-REASON (WS-SLOT) = SPACES
004870                 AND WS-TRD-ROWS (WS-IDX WS-SLOT) > 0
004880             IF WS-LATEST-SLOT = 0
004890                 MOVE WS-SLOT TO WS-LATEST-SLOT
004900             ELSE
004910                 MOVE WS-SLOT TO WS-PRIOR-SLOT
004920             END-IF
004930         END-IF
004940     END-PERFORM.
004950     IF WS-PRIOR-SLOT = 0
004960         MOVE "NEW" TO WS-DIRECTION
004970     ELSE
004980         COMPUTE WS-RATE-PCT =
004990             (WS-TRD-PASS (WS-IDX WS-LATEST-SLOT) * 100)
005000                 / WS-TRD-ROWS (WS-IDX WS-LATEST-SLOT)
005010         COMPUTE WS-PRIOR-RATE-PCT =
005020             (WS-TRD-PASS (WS-IDX WS-PRIOR-SLOT) * 100)
005030                 / WS-TRD-ROWS (WS-IDX WS-PRIOR-SLOT)
005040         IF WS-RATE-PCT > WS-PRIOR-RATE-PCT
005050             MOVE "IMPROVING" TO WS-DIRECTION
005060         ELSE
005070             IF WS-RATE-PCT < WS-PRIOR-RATE-PCT
005080                 MOVE "WORSENING" TO WS-DIRECTION
005090             ELSE
005100                 MOVE "STEADY" TO WS-DIRECTION
005110             END-IF
005120         END-IF
005130     END-IF.
005140 3300-FIND-RED-SINCE.
005150*>    WALK BACK FROM THE NEWEST RUN WHILE THE SUITE IS RED; A
005160*>    NIGHT IT DID NOT RUN IS STEPPED OVER. THE STREAK IS BROKEN
005170*>    BY A GREEN RUN - IF NONE IS FOUND THE STREAK MAY WELL BE
005180*>    OLDER THAN THE GENERATIONS STILL ON DISK.
005190     MOVE 0 TO WS-RED-SINCE-SLOT.
005200     MOVE "N" TO WS-STREAK-SWITCH.
005210     PERFORM VARYING WS-SLOT FROM WS-SLOT-COUNT BY -1
005220             UNTIL WS-SLOT < 1 OR WS-STREAK-BROKEN
005230         IF WS-GS-REASON (WS-SLOT) = SPACES
005240                 AND WS-TRD-ROWS (WS-IDX WS-SLOT) > 0
005250             IF WS-TRD-PASS (WS-IDX WS-SLOT)
005260                     < WS-TRD-ROWS (WS-IDX WS-SLOT)
005270                 MOVE WS-SLOT TO WS-RED-SINCE-SLOT
005280             ELSE
005290                 SET WS-STREAK-BROKEN TO TRUE
005300             END-IF
005310         END-IF
005320     END-PERFORM.
005330*>    A STREAK THAT STARTS AFTER SOME EARLIER INCLUDED RUN (THE
005340*>    SUITE SIMPLY DID NOT EXIST OR RUN BEFORE IT) HAS A KNOWN
005350*>    START; ONLY ONE REACHING THE OLDEST RUN HELD IS OPEN-ENDED.
005360     IF WS-RED-SINCE-SLOT > 0 AND NOT WS-STREAK-BROKEN
005370         PERFORM VARYING WS-SLOT FROM 1 BY 1
005380                 UNTIL WS-SLOT >= WS-RED-SINCE-SLOT
005390             IF WS-GS-REASON (WS-SLOT) = SPACES
005400                 SET WS-STREAK-BROKEN TO TRUE
005410             END-IF
005420         END-PERFORM
005430     END-IF.
005440 4000-PRINT-EXCLUSIONS.
005450     IF WS-EXCLUDED-COUNT = 0
005460         DISPLAY "EXCLUDED GENERATIONS: NONE"
005470     ELSE
005480         DISPLAY "EXCLUDED GENERATIONS (" WS-EXCLUDED-COUNT
005490             ") - LEFT OUT OF EVERY TREND ABOVE:"
005500         PERFORM VARYING WS-SLOT FROM 1 BY 1
005510                 UNTIL WS-SLOT > WS-SLOT-COUNT
005520             IF WS-GS-REASON (WS-SLOT) NOT = SPACES
005530                 DISPLAY "  RESULTSG" WS-GS-GEN (WS-SLOT)
005540                     ".dat DATE=" WS-GS-DATE (WS-SLOT)
005550                     " - " WS-GS-REASON (WS-SLOT)
005560             END-IF
005570         END-PERFORM
005580         MOVE 1 TO RETURN-CODE
005590     END-IF.
005600 END PROGRAM CBUR0006.
