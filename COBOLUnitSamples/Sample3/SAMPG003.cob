000010*>
000020 IDENTIFICATION DIVISION.
000030 PROGRAM-ID.   SAMPG003.
000040*>    Boundary-value case generator for SAMPLE03: builds a
000050*>    candidate case file, TESTCASES.GEN, covering the edges of
000060*>    SAMPLE03's arithmetic that the hand-written TESTCASES.dat
000070*>    rows never set out to cover, so an analyst reviews proposed
000080*>    rows instead of inventing them. Every row is built in the
000090*>    SAMPC003 argument layout (A, B, C, D, each PIC 99) and
000100*>    falls in one labelled class:
000110*>      - the 1000-COMPUTE-DELTA edges: D equal to C (a zero
000120*>        delta, the last value 2000-COMBINE-NON-NEGATIVE takes),
000130*>        D one below C (the first value 3000-COMBINE-NEGATIVE
000140*>        takes), D one above C, and the widest delta either way;
000150*>      - each argument at 00 and at 99 - the limits of its PIC
000160*>        99 - with the other three held at WS-NOMINAL-ARGS, plus
000170*>        all four at 00 and all four at 99;
000180*>      - for each of 2000-COMBINE-NON-NEGATIVE and
000190*>        3000-COMBINE-NEGATIVE, a row whose result is exactly 99
000200*>        and one whose result is 100, one past what RES holds.
000210*>    The expected column is filled the way a capture run fills
000220*>    TESTCASES.NEW (see TS000003): SAMPLE03 is CALLed with the
000230*>    row's inputs and a CBU-ctx of this program's own, and
000240*>    whatever SAMPC003-RES comes back is written - so the rows
000250*>    are proposals to review, not answers worked by hand. The
000260*>    path column names the combine paragraph the CALL actually
000270*>    entered, read off the coverage it recorded, and the row is
000280*>    marked OVERFLOW when SAMPLE03 reports (SAMPC003-RES-STATUS)
000290*>    that the true result did not fit: the expected value on
000300*>    such a row is the truncated RES SAMPLE03 really returns.
000310*>    A row whose A,B,C,D key is already in TESTCASES.dat is
000320*>    dropped and listed, as is a second row for a key already
000330*>    generated under an earlier class. Each TESTCASES.GEN row
000340*>    starts with the ten-digit TESTCASES.dat row image, so an
000350*>    approved row goes in through CBUU0008 as a CASETRAN add.
000360*>    The coverage the generated rows recorded is DISPLAYed and
000370*>    checked with CBU-coverage-gate at the end, proving the set
000380*>    enters every required SAMPLE03 paragraph.
000390*>    RETURN-CODE is 0 when the file was written, 1 when it was
000400*>    written but the coverage gate found a required paragraph
000410*>    none of the rows entered, 2 when TESTCASES.GEN could not be
000420*>    written or TESTCASES.dat holds more rows than
000430*>    WS-EXISTING-MAX (a partial duplicate check would propose
000440*>    rows that are already there). A missing TESTCASES.dat is
000450*>    treated as empty.
000460 ENVIRONMENT    DIVISION.
000470 CONFIGURATION  SECTION.
000480 INPUT-OUTPUT   SECTION.
000490 FILE-CONTROL.
000500     SELECT TESTCASE-FILE ASSIGN TO "TESTCASES.dat"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-TESTCASE-STATUS.
000530     SELECT GENERATED-FILE ASSIGN TO "TESTCASES.GEN"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-GENERATED-STATUS.
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  TESTCASE-FILE.
000590 01  TESTCASE-REC.
000600     05 TC-KEY        PIC X(8).
000610     05 TC-EXPECTED   PIC 99.
000620 FD  GENERATED-FILE.
000630 01  GENERATED-REC.
000640     05 GEN-CASE-ROW.
000650        10 GEN-A         PIC 99.
000660        10 GEN-B         PIC 99.
000670        10 GEN-C         PIC 99.
000680        10 GEN-D         PIC 99.
000690        10 GEN-EXPECTED  PIC 99.
000700     05 FILLER           PIC X.
000710     05 GEN-CLASS        PIC X(24).
000720     05 FILLER           PIC X.
000730     05 GEN-PATH         PIC X(30).
000740     05 FILLER           PIC X.
000750     05 GEN-OVERFLOW     PIC X(8).
000760 WORKING-STORAGE SECTION.
000770  COPY CBUC0001.
000780  COPY CBUC0002.
000790  COPY SAMPC003.
000800  01 WS-TESTCASE-STATUS PIC XX.
000810     88 WS-TESTCASE-OK VALUE "00".
000820  01 WS-GENERATED-STATUS PIC XX.
000830     88 WS-GENERATED-OK VALUE "00".
000840  01 WS-EOF-SWITCH PIC X VALUE "N".
000850     88 WS-AT-EOF VALUE "Y".
000860  01 WS-TOO-MANY-SWITCH PIC X VALUE "N".
000870     88 WS-TOO-MANY-ROWS VALUE "Y".
000880  01 WS-DUP-SWITCH PIC X VALUE SPACE.
000890     88 WS-DUP-EXISTING VALUE "E".
000900     88 WS-DUP-GENERATED VALUE "G".
000910  01 WS-IDX PIC 9(4) COMP.
000920  01 WS-CLASS-IDX PIC 9(4) COMP.
000930  01 WS-ARG-IDX PIC 9(4) COMP.
000940  01 WS-COV-IDX PIC 9(4) COMP.
000950  01 WS-GENERATED-COUNT PIC 9(4) VALUE 0.
000960  01 WS-WRITTEN-COUNT PIC 9(4) VALUE 0.
000970  01 WS-EXISTING-DROP-COUNT PIC 9(4) VALUE 0.
000980  01 WS-REPEAT-DROP-COUNT PIC 9(4) VALUE 0.
000990  01 WS-OVERFLOW-COUNT PIC 9(4) VALUE 0.
001000  01 WS-NONNEG-HITS PIC 9(7) COMP VALUE 0.
001010  01 WS-NEG-HITS PIC 9(7) COMP VALUE 0.
001020  01 WS-NONNEG-BEFORE PIC 9(7) COMP VALUE 0.
001030  01 WS-NEG-BEFORE PIC 9(7) COMP VALUE 0.
001040  01 WS-NONNEG-PARAGRAPH PIC X(30)
001050         VALUE "2000-COMBINE-NON-NEGATIVE".
001060  01 WS-NEG-PARAGRAPH PIC X(30)
001070         VALUE "3000-COMBINE-NEGATIVE".
001080  01 WS-CASE-CLASS PIC X(24) VALUE SPACES.
001090*>    THE ROW BEING GENERATED, IN SAMPC003 ARGUMENT ORDER. THE
001100*>    KEY VIEW IS WHAT A TESTCASES.dat ROW'S FIRST EIGHT DIGITS
001110*>    LOOK LIKE, FOR THE DUPLICATE CHECK.
001120  01 WS-GEN-ARGS.
001130     05 WS-GEN-ARG OCCURS 4 TIMES PIC 99.
001140  01 WS-GEN-KEY REDEFINES WS-GEN-ARGS PIC X(8).
001150*>    WHERE THE THREE ARGUMENTS NOT UNDER TEST SIT WHILE ONE IS
001160*>    DRIVEN TO ITS PIC 99 LIMITS: A=10 B=20 C=30 D=40, A
001170*>    POSITIVE DELTA WITH ROOM EITHER SIDE OF EVERY ARGUMENT.
001180  01 WS-NOMINAL-VALUES PIC X(8) VALUE "10203040".
001190  01 WS-NOMINAL-ARGS REDEFINES WS-NOMINAL-VALUES.
001200     05 WS-NOMINAL-ARG OCCURS 4 TIMES PIC 99.
001210  01 WS-ARG-NAME-VALUES PIC X(4) VALUE "ABCD".
001220  01 WS-ARG-NAMES REDEFINES WS-ARG-NAME-VALUES.
001230     05 WS-ARG-NAME OCCURS 4 TIMES PIC X.
001240  01 WS-ARG-MIN PIC 99 VALUE 00.
001250  01 WS-ARG-MAX PIC 99 VALUE 99.
001260*>    THE FIXED CLASSES: A 24-BYTE LABEL, THEN A,B,C,D.
001270  01 WS-CLASS-VALUES.
001280     05 FILLER PIC X(32) VALUE
001290         "DELTA ZERO D=C          10203030".
001300     05 FILLER PIC X(32) VALUE
001310         "DELTA MINUS ONE D=C-1   10203029".
001320     05 FILLER PIC X(32) VALUE
001330         "DELTA PLUS ONE D=C+1    10203031".
001340     05 FILLER PIC X(32) VALUE
001350         "DELTA MAX C=00 D=99     10200099".
001360     05 FILLER PIC X(32) VALUE
001370         "DELTA MIN C=99 D=00     10209900".
001380     05 FILLER PIC X(32) VALUE
001390         "ALL ARGUMENTS AT 00     00000000".
001400     05 FILLER PIC X(32) VALUE
001410         "ALL ARGUMENTS AT 99     99999999".
001420     05 FILLER PIC X(32) VALUE
001430         "NON-NEGATIVE AT LIMIT   40490010".
001440     05 FILLER PIC X(32) VALUE
001450         "NON-NEGATIVE OVERFLOW   40500010".
001460     05 FILLER PIC X(32) VALUE
001470         "NEGATIVE AT LIMIT       50392010".
001480     05 FILLER PIC X(32) VALUE
001490         "NEGATIVE OVERFLOW       50402010".
001500  01 WS-CLASS-TABLE REDEFINES WS-CLASS-VALUES.
001510     05 WS-CLASS-ENTRY OCCURS 11 TIMES.
001520        10 WS-CLASS-LABEL  PIC X(24).
001530        10 WS-CLASS-KEY    PIC X(8).
001540  01 WS-CLASS-COUNT PIC 9(4) COMP VALUE 11.
001550  01 WS-EXISTING-MAX PIC 9(4) COMP VALUE 500.
001560  01 WS-EXISTING-AREA.
001570     05 WS-EXISTING-COUNT PIC 9(4) COMP VALUE 0.
001580     05 WS-EXISTING-KEY OCCURS 500 TIMES PIC X(8).
001590  01 WS-WRITTEN-AREA.
001600     05 WS-WRITTEN-KEY OCCURS 50 TIMES PIC X(8).
001610 PROCEDURE DIVISION.
001620 0000-MAIN.
001630     INITIALIZE CBU-ctx.
001640     PERFORM 0100-LOAD-TESTCASES.
001650     IF WS-TOO-MANY-ROWS
001660         DISPLAY "SAMPG003: TESTCASES.dat HOLDS MORE THAN "
001670             WS-EXISTING-MAX " ROWS - NOTHING GENERATED"
001680         MOVE 2 TO RETURN-CODE
001690         GOBACK
001700     END-IF.
001710     OPEN OUTPUT GENERATED-FILE.
001720     IF NOT WS-GENERATED-OK
001730         DISPLAY "SAMPG003: UNABLE TO WRITE TESTCASES.GEN - FILE "
001740             "STATUS " WS-GENERATED-STATUS
001750         MOVE 2 TO RETURN-CODE
001760         GOBACK
001770     END-IF.
001780     PERFORM VARYING WS-CLASS-IDX FROM 1 BY 1
001790             UNTIL WS-CLASS-IDX > WS-CLASS-COUNT
001800         MOVE WS-CLASS-LABEL (WS-CLASS-IDX) TO WS-CASE-CLASS
001810         MOVE WS-CLASS-KEY (WS-CLASS-IDX) TO WS-GEN-KEY
001820         PERFORM 1000-GENERATE-CASE
001830     END-PERFORM.
001840     PERFORM VARYING WS-ARG-IDX FROM 1 BY 1
001850             UNTIL WS-ARG-IDX > 4
001860         PERFORM 0500-GENERATE-EXTREMES
001870     END-PERFORM.
001880     CLOSE GENERATED-FILE.
001890     PERFORM 9000-SUMMARY.
001900     GOBACK.
001910 0100-LOAD-TESTCASES.
001920*>    ONLY A ROW WHOSE KEY IS ALL DIGITS CAN BE DUPLICATED BY A
001930*>    GENERATED ROW - A MALFORMED ROW (SKIPPED BY TS000003) IS
001940*>    LEFT OUT OF THE TABLE RATHER THAN COUNTED AGAINST IT.
001950     OPEN INPUT TESTCASE-FILE.
001960     IF NOT WS-TESTCASE-OK
001970         DISPLAY "SAMPG003: TESTCASES.dat NOT READ - FILE STATUS "
001980             WS-TESTCASE-STATUS " - NO ROWS TO CHECK AGAINST"
001990     ELSE
002000         PERFORM UNTIL WS-AT-EOF
002010             READ TESTCASE-FILE
002020                 AT END SET WS-AT-EOF TO TRUE
002030                 NOT AT END PERFORM 0150-KEEP-EXISTING-KEY
002040             END-READ
002050         END-PERFORM
002060         CLOSE TESTCASE-FILE
002070     END-IF.
002080 0150-KEEP-EXISTING-KEY.
002090     IF WS-TESTCASE-OK AND TC-KEY IS NUMERIC
002100         IF WS-EXISTING-COUNT < WS-EXISTING-MAX
002110             ADD 1 TO WS-EXISTING-COUNT
002120             MOVE TC-KEY TO WS-EXISTING-KEY (WS-EXISTING-COUNT)
002130         ELSE
002140             SET WS-TOO-MANY-ROWS TO TRUE
002150         END-IF
002160     END-IF.
002170 0500-GENERATE-EXTREMES.
002180     MOVE WS-NOMINAL-ARGS TO WS-GEN-ARGS.
002190     MOVE WS-ARG-MIN TO WS-GEN-ARG (WS-ARG-IDX).
002200     MOVE SPACES TO WS-CASE-CLASS.
002210     STRING WS-ARG-NAME (WS-ARG-IDX) " AT " WS-ARG-MIN
002220         DELIMITED BY SIZE INTO WS-CASE-CLASS.
002230     PERFORM 1000-GENERATE-CASE.
002240     MOVE WS-NOMINAL-ARGS TO WS-GEN-ARGS.
002250     MOVE WS-ARG-MAX TO WS-GEN-ARG (WS-ARG-IDX).
002260     MOVE SPACES TO WS-CASE-CLASS.
002270     STRING WS-ARG-NAME (WS-ARG-IDX) " AT " WS-ARG-MAX
002280         DELIMITED BY SIZE INTO WS-CASE-CLASS.
002290     PERFORM 1000-GENERATE-CASE.
002300 1000-GENERATE-CASE.
002310     ADD 1 TO WS-GENERATED-COUNT.
002320     PERFORM 1100-CHECK-DUPLICATE.
002330     IF WS-DUP-EXISTING
002340         ADD 1 TO WS-EXISTING-DROP-COUNT
002350         DISPLAY "SAMPG003: DROPPED " WS-CASE-CLASS " ("
002360             WS-GEN-KEY ") - ALREADY IN TESTCASES.dat"
002370     ELSE
002380         IF WS-DUP-GENERATED
002390             ADD 1 TO WS-REPEAT-DROP-COUNT
002400             DISPLAY "SAMPG003: DROPPED " WS-CASE-CLASS " ("
002410                 WS-GEN-KEY ") - SAME ROW AS AN EARLIER CLASS"
002420         ELSE
002430             PERFORM 1200-CAPTURE-CASE
002440             PERFORM 1300-WRITE-CASE
002450         END-IF
002460     END-IF.
002470 1100-CHECK-DUPLICATE.
002480     MOVE SPACE TO WS-DUP-SWITCH.
002490     PERFORM VARYING WS-IDX FROM 1 BY 1
002500             UNTIL WS-IDX > WS-EXISTING-COUNT
002510         IF WS-EXISTING-KEY (WS-IDX) = WS-GEN-KEY
002520             SET WS-DUP-EXISTING TO TRUE
002530         END-IF
002540     END-PERFORM.
002550     IF NOT WS-DUP-EXISTING
002560         PERFORM VARYING WS-IDX FROM 1 BY 1
002570                 UNTIL WS-IDX > WS-WRITTEN-COUNT
002580             IF WS-WRITTEN-KEY (WS-IDX) = WS-GEN-KEY
002590                 SET WS-DUP-GENERATED TO TRUE
002600             END-IF
002610         END-PERFORM
002620     END-IF.
002630 1200-CAPTURE-CASE.
002640*>    THE SAME CALL TS000003'S 1500-CAPTURE-CASE MAKES, WITH
002650*>    SAMPC003-RES-STATUS ADDED SO AN OVERFLOW IS REPORTED BY
002660*>    SAMPLE03 ITSELF RATHER THAN WORKED OUT AGAIN HERE.
002670     PERFORM 1250-COUNT-PATH-HITS.
002680     MOVE WS-NONNEG-HITS TO WS-NONNEG-BEFORE.
002690     MOVE WS-NEG-HITS TO WS-NEG-BEFORE.
002700     MOVE WS-GEN-ARG (1) TO SAMPC003-A.
002710     MOVE WS-GEN-ARG (2) TO SAMPC003-B.
002720     MOVE WS-GEN-ARG (3) TO SAMPC003-C.
002730     MOVE WS-GEN-ARG (4) TO SAMPC003-D.
002740     MOVE ZERO TO SAMPC003-RES.
002750     CALL "SAMPLE03" USING SAMPC003-A SAMPC003-B SAMPC003-C
002760         SAMPC003-D SAMPC003-RES CBU-ctx SAMPC003-RES-STATUS.
002770     PERFORM 1250-COUNT-PATH-HITS.
002780 1250-COUNT-PATH-HITS.
002790     MOVE 0 TO WS-NONNEG-HITS.
002800     MOVE 0 TO WS-NEG-HITS.
002810     PERFORM VARYING WS-COV-IDX FROM 1 BY 1
002820             UNTIL WS-COV-IDX > CBU-COVERAGE-COUNT
002830         IF CBU-COVERAGE-PROGRAM (WS-COV-IDX) = "SAMPLE03"
002840             IF CBU-COVERAGE-PARAGRAPH (WS-COV-IDX)
002850                     = WS-NONNEG-PARAGRAPH
002860                 MOVE CBU-COVERAGE-HITS (WS-COV-IDX)
002870                     TO WS-NONNEG-HITS
002880             END-IF
002890             IF CBU-COVERAGE-PARAGRAPH (WS-COV-IDX)
002900                     = WS-NEG-PARAGRAPH
002910                 MOVE CBU-COVERAGE-HITS (WS-COV-IDX)
002920                     TO WS-NEG-HITS
002930             END-IF
002940         END-IF
002950     END-PERFORM.
002960 1300-WRITE-CASE.
002970     MOVE SPACES TO GENERATED-REC.
002980     MOVE SAMPC003-A TO GEN-A.
002990     MOVE SAMPC003-B TO GEN-B.
003000     MOVE SAMPC003-C TO GEN-C.
003010     MOVE SAMPC003-D TO GEN-D.
003020     MOVE SAMPC003-RES TO GEN-EXPECTED.
003030     MOVE WS-CASE-CLASS TO GEN-CLASS.
003040     IF WS-NONNEG-HITS > WS-NONNEG-BEFORE
003050         MOVE WS-NONNEG-PARAGRAPH TO GEN-PATH
003060     ELSE
003070         IF WS-NEG-HITS > WS-NEG-BEFORE
003080             MOVE WS-NEG-PARAGRAPH TO GEN-PATH
003090         ELSE
003100             MOVE "NO COMBINE PARAGRAPH ENTERED" TO GEN-PATH
003110         END-IF
003120     END-IF.
003130     IF SAMPC003-RES-OVERFLOW
003140         MOVE "OVERFLOW" TO GEN-OVERFLOW
003150         ADD 1 TO WS-OVERFLOW-COUNT
003160     END-IF.
003170     WRITE GENERATED-REC.
003180     IF WS-WRITTEN-COUNT < 50
003190         ADD 1 TO WS-WRITTEN-COUNT
003200         MOVE WS-GEN-KEY TO WS-WRITTEN-KEY (WS-WRITTEN-COUNT)
003210     END-IF.
003220     DISPLAY "SAMPG003 " GEN-CASE-ROW " " GEN-CLASS " "
003230         GEN-PATH " " GEN-OVERFLOW.
003240 9000-SUMMARY.
003250     DISPLAY "SAMPG003 COMPLETE: " WS-GENERATED-COUNT
003260         " CANDIDATE(S), " WS-WRITTEN-COUNT " WRITTEN TO "
003270         "TESTCASES.GEN (" WS-OVERFLOW-COUNT " OVERFLOW), "
003280         WS-EXISTING-DROP-COUNT " ALREADY IN TESTCASES.dat, "
003290         WS-REPEAT-DROP-COUNT " REPEATED".
003300     CALL CBU-coverage-summary USING CBU-ctx.
003310     CALL CBU-coverage-gate USING CBU-ctx.
003320     IF CBU-COVERAGE-GATE-MISSING = 0
003330         MOVE 0 TO RETURN-CODE
003340     ELSE
003350         DISPLAY "SAMPG003: THE GENERATED ROWS LEAVE A REQUIRED "
003360             "PARAGRAPH UNENTERED - ADD A CLASS THAT REACHES IT"
003370         MOVE 1 TO RETURN-CODE
003380     END-IF.
003390 END PROGRAM SAMPG003.
