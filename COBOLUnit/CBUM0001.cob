000170*>    mismatch is in CBUDRV01, because unlike those, it is not an
000180*>    expected outcome - it means a partition never ran or never
000190*>    finished, so the merged total cannot be trusted either.
000191*>    Each partition's COVERAGEPnn.dat (CBUC0014) is summed into
000192*>    this step's CBU-ctx coverage table, listed by CBUU0003 and
000193*>    checked by CBU-coverage-gate (CBUU0004): RC=3 when every
000194*>    assertion passed but a required paragraph was never hit; a
000195*>    failure (1) or untrusted merge (2) still wins. The gate is
000196*>    not enforced when a partition header names a mode other
000197*>    than FULL or its CBUCKPTPnn.dat does not read COMPLETE. A
000198*>    missing COVERAGEPnn.dat adds no coverage, so its paragraphs
000199*>    show up as gaps rather than being quietly assumed hit.
000200 ENVIRONMENT    DIVISION.
000210 CONFIGURATION  SECTION.
000220 INPUT-OUTPUT   SECTION.
000270     SELECT RESULTS-FILE ASSIGN TO DYNAMIC WS-RESULTS-FILENAME
000280         ORGANIZATION IS LINE SEQUENTIAL
000290         FILE STATUS IS WS-RESULTS-STATUS.
000291     SELECT COVERAGE-FILE ASSIGN TO DYNAMIC WS-COVERAGE-FILENAME
000292         ORGANIZATION IS LINE SEQUENTIAL
000293         FILE STATUS IS WS-COVERAGE-STATUS.
000295     SELECT CHECKPOINT-FILE
000296         ASSIGN TO DYNAMIC WS-CHECKPOINT-FILENAME
000297         ORGANIZATION IS LINE SEQUENTIAL
000298         FILE STATUS IS WS-CHECKPOINT-STATUS.
000300 DATA DIVISION.
000310 FILE SECTION.
000320 FD  MERGE-LIST-FILE.
000340     05 ML-PART-ID         PIC 9(2).
000350 FD  RESULTS-FILE.
000360     COPY CBUC0003.
000362 FD  COVERAGE-FILE.
000364     COPY CBUC0014.
000366 FD  CHECKPOINT-FILE.
000368 01  CHECKPOINT-REC PIC X(8).
000370 WORKING-STORAGE SECTION.
000373  COPY CBUC0001.
000376  COPY CBUC0002.
000380  01 WS-MERGE-LIST-STATUS PIC XX.
000390     88 WS-MERGE-LIST-OK      VALUE "00".
000400  01 WS-RESULTS-STATUS PIC XX.
000410     88 WS-RESULTS-OK         VALUE "00".
000412  01 WS-COVERAGE-STATUS PIC XX.
000414     88 WS-COVERAGE-OK        VALUE "00".
000416  01 WS-CHECKPOINT-STATUS PIC XX.
000418     88 WS-CHECKPOINT-OK      VALUE "00".
000420  01 WS-EOF-SWITCH PIC X VALUE "N".
000430     88 WS-AT-EOF VALUE "Y".
000440  01 WS-RESULTS-EOF-SWITCH PIC X VALUE "N".
000450     88 WS-AT-RESULTS-EOF VALUE "Y".
000452  01 WS-COV-EOF-SWITCH PIC X VALUE "N".
000454     88 WS-AT-COV-EOF VALUE "Y".
000460  01 WS-RESULTS-FILENAME PIC X(20) VALUE SPACES.
000463  01 WS-COVERAGE-FILENAME PIC X(20) VALUE SPACES.
000466  01 WS-CHECKPOINT-FILENAME PIC X(20) VALUE SPACES.
000470  01 WS-PART-COUNT PIC 9(4) COMP VALUE 0.
000480  01 WS-PART-PASS PIC 9(9) COMP VALUE 0.
000490  01 WS-PART-FAIL PIC 9(9) COMP VALUE 0.
000630  01 WS-TRL-PASS-SAVE PIC 9(9) VALUE 0.
000640  01 WS-TRL-FAIL-SAVE PIC 9(9) VALUE 0.
000650  01 WS-TRL-ROW-SAVE PIC 9(9) VALUE 0.
000651  01 WS-COV-IDX PIC 9(4) COMP.
000652  01 WS-COV-FOUND-SWITCH PIC X VALUE "N".
000653     88 WS-COV-FOUND VALUE "Y".
000654  01 WS-COV-ROWS PIC 9(9) COMP VALUE 0.
000655  01 WS-GATE-SWITCH PIC X VALUE "Y".
000656     88 WS-GATE-ENFORCEABLE VALUE "Y".
000660 PROCEDURE DIVISION.
000670 0000-MAIN.
000680     OPEN INPUT MERGE-LIST-FILE.
001240             ADD WS-PART-FAIL TO WS-TOTAL-FAIL
001250         END-IF
001260     END-IF.
001263     PERFORM 1200-MERGE-COVERAGE.
001266     PERFORM 1300-CHECK-PARTITION-COMPLETE.
001270 1100-TALLY-ROW.
001280     IF CBU-RESULTS-HEADER-ROW
001282*>        A SMOKE OR NIGHTLY PARTITION RAN A SUBSET BY DESIGN.
001284         IF CBU-hdr-run-mode NOT = "FULL"
001285             MOVE "N" TO WS-GATE-SWITCH
001286             DISPLAY "CBUM0001: PARTITION " ML-PART-ID
001287                 " RAN IN " CBU-hdr-run-mode " MODE"
001288         END-IF
001290         MOVE "N" TO WS-LAST-REC-SWITCH
001300     ELSE
001310         IF CBU-RESULTS-TRAILER-ROW
001620     DISPLAY "MERGE COMPLETE: " WS-TOTAL-PASS " PASSED, "
001630         WS-TOTAL-FAIL " FAILED ACROSS " WS-PART-COUNT
001640         " PARTITION(S)".
001641     CALL CBU-coverage-summary USING CBU-ctx.
001642     IF WS-GATE-ENFORCEABLE
001643         CALL CBU-coverage-gate USING CBU-ctx
001644     ELSE
001645         DISPLAY "COVERAGE GATE: NOT ENFORCED - ONLY A SUBSET "
001646             "OF THE FLEET RAN (MODE/INCOMPLETE PARTITION)"
001647     END-IF.
001650     IF WS-UNTRUSTED
001660         DISPLAY "CBUM0001: ONE OR MORE PARTITIONS COULD NOT BE "
001670             "READ - MERGED TOTAL DOES NOT COVER THE WHOLE RUN"
001680         MOVE 2 TO RETURN-CODE
001690     ELSE
001700         IF WS-TOTAL-FAIL = 0
001705             IF CBU-COVERAGE-GATE-MISSING = 0
001710                 MOVE 0 TO RETURN-CODE
001713             ELSE
001716                 MOVE 3 TO RETURN-CODE
001719             END-IF
001720         ELSE
001730             MOVE 1 TO RETURN-CODE
001740         END-IF
001750     END-IF.
001760 1200-MERGE-COVERAGE.
001770     MOVE SPACES TO WS-COVERAGE-FILENAME.
001780     STRING "COVERAGEP" DELIMITED BY SIZE
001790         ML-PART-ID DELIMITED BY SIZE
001800         ".dat" DELIMITED BY SIZE INTO WS-COVERAGE-FILENAME.
001810     MOVE 0 TO WS-COV-ROWS.
001820     MOVE "N" TO WS-COV-EOF-SWITCH.
001830     OPEN INPUT COVERAGE-FILE.
001840     IF NOT WS-COVERAGE-OK
001850         DISPLAY "CBUM0001: UNABLE TO OPEN " WS-COVERAGE-FILENAME
001860             " FOR PARTITION " ML-PART-ID " - FILE STATUS "
001870             WS-COVERAGE-STATUS " - NO COVERAGE MERGED FOR IT"
001880     ELSE
001890         PERFORM UNTIL WS-AT-COV-EOF
001900             READ COVERAGE-FILE
001910                 AT END SET WS-AT-COV-EOF TO TRUE
001920                 NOT AT END PERFORM 1250-MERGE-COVERAGE-ROW
001930             END-READ
001940         END-PERFORM
001950         CLOSE COVERAGE-FILE
001960         DISPLAY "PARTITION " ML-PART-ID " COVERAGE ROWS="
001970             WS-COV-ROWS
001980     END-IF.
001990 1250-MERGE-COVERAGE-ROW.
002000*>    THE SAME FIND-OR-ADD CBUU0002 DOES FOR ONE HIT, FOR A ROW'S
002010*>    WORTH OF HITS AT ONCE.
002020     ADD 1 TO WS-COV-ROWS.
002030     MOVE "N" TO WS-COV-FOUND-SWITCH.
002040     PERFORM VARYING WS-COV-IDX FROM 1 BY 1
002050             UNTIL WS-COV-IDX > CBU-COVERAGE-COUNT
002060         IF CBU-COVERAGE-PROGRAM (WS-COV-IDX) = CBU-cov-program
002070             AND CBU-COVERAGE-PARAGRAPH (WS-COV-IDX)
002080                 = CBU-cov-paragraph
002090             ADD CBU-cov-hits TO CBU-COVERAGE-HITS (WS-COV-IDX)
002100             SET WS-COV-FOUND TO TRUE
002110         END-IF
002120     END-PERFORM.
002130     IF NOT WS-COV-FOUND
002140         IF CBU-COVERAGE-COUNT < 200
002150             ADD 1 TO CBU-COVERAGE-COUNT
002160             MOVE CBU-cov-program
002170                 TO CBU-COVERAGE-PROGRAM (CBU-COVERAGE-COUNT)
002180             MOVE CBU-cov-paragraph
002190                 TO CBU-COVERAGE-PARAGRAPH (CBU-COVERAGE-COUNT)
002200             MOVE CBU-cov-hits
002210                 TO CBU-COVERAGE-HITS (CBU-COVERAGE-COUNT)
002220         ELSE
002230             DISPLAY "CBUM0001: COVERAGE TABLE FULL (200 ENTRIES)"
002240                 " - DROPPING " CBU-cov-program "."
002250                 CBU-cov-paragraph " - MERGED COVERAGE INCOMPLETE"
002260         END-IF
002270     END-IF.
002280 1300-CHECK-PARTITION-COMPLETE.
002290*>    CBUDRV01 RESETS A PARTITION'S CHECKPOINT TO "COMPLETE" ONLY
002300*>    WHEN IT REACHED THE END OF ITS SLICE WITH NOTHING LEFT TO
002310*>    RE-RUN. ANYTHING ELSE MEANS SUITES OF THAT SLICE HAVE NOT
002320*>    RUN YET, SO THEIR PARAGRAPHS CANNOT BE HELD AGAINST IT.
002330     MOVE SPACES TO WS-CHECKPOINT-FILENAME.
002340     STRING "CBUCKPTP" DELIMITED BY SIZE
002350         ML-PART-ID DELIMITED BY SIZE
002360         ".dat" DELIMITED BY SIZE INTO WS-CHECKPOINT-FILENAME.
002370     MOVE SPACES TO CHECKPOINT-REC.
002380     OPEN INPUT CHECKPOINT-FILE.
002390     IF WS-CHECKPOINT-OK
002400         READ CHECKPOINT-FILE
002410             AT END MOVE SPACES TO CHECKPOINT-REC
002420         END-READ
002430         CLOSE CHECKPOINT-FILE
002440     END-IF.
002450     IF CHECKPOINT-REC NOT = "COMPLETE"
002460         MOVE "N" TO WS-GATE-SWITCH
002470         DISPLAY "CBUM0001: PARTITION " ML-PART-ID
002480             " DID NOT COMPLETE ITS SLICE ("
002490             WS-CHECKPOINT-FILENAME
002500             " READS '" CHECKPOINT-REC "')"
002510     END-IF.
002520 END PROGRAM CBUM0001.
