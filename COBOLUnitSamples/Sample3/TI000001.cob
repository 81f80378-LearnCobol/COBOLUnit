000240*>    an intended SAMPLE03 change refreshes both case files in
000250*>    one capture run. Malformed rows are copied through
000260*>    unchanged and called out.
000263*>    Rows are maintained through CBUU0008 transactions, the same
000266*>    audited route as TESTCASES.dat.
000267*>    SAMPLE03 is never CALLed by its literal name: 0000-MAIN
000269*>    resolves it once through CBU-resolve-call (CBUU0009) into
000270*>    WS-SAMPLE03-PGM, so a STUBS.dat entry for this suite swaps
000272*>    in a stub (SB000003 answers from SB000003.dat) with no
000273*>    recompile. When a stub is active the run also asserts the
000275*>    stub was CALLed twice for every row run - proof the chain
000276*>    really went through the dependency it claims to exercise.
000278 ENVIRONMENT    DIVISION.
000280 CONFIGURATION  SECTION.
000290 INPUT-OUTPUT   SECTION.
000300 FILE-CONTROL.
000810  01 assert-name PIC X(20).
000820  01 WS-ROW-VALID-LIT PIC X(20) VALUE "VALID ROW".
000830  01 WS-ROW-MALFORMED-LIT PIC X(20) VALUE "MALFORMED ROW".
000831  01 WS-SAMPLE03-PGM PIC X(8) VALUE "SAMPLE03".
000832  01 WS-SAMPLE03-STUB-SWITCH PIC X VALUE "N".
000833     88 WS-SAMPLE03-STUBBED VALUE "Y".
000835  01 WS-CASES-RUN PIC 9(4) COMP VALUE 0.
000836  01 WS-STUB-EXPECTED-CALLS PIC 9(4).
000837  01 WS-STUB-ANY-ARGS PIC X(40) VALUE SPACES.
000838  01 WS-SAMPLE03-LIT PIC X(8) VALUE "SAMPLE03".
000840 LINKAGE SECTION.
000850     COPY CBUC0001.
000860 PROCEDURE DIVISION USING CBU-ctx.
000870 0000-MAIN.
000871     MOVE "SAMPLE03" TO WS-SAMPLE03-PGM.
000873     CALL CBU-resolve-call USING CBU-ctx WS-SAMPLE03-PGM.
000875     IF WS-SAMPLE03-PGM NOT = "SAMPLE03"
000876         SET WS-SAMPLE03-STUBBED TO TRUE
000878     END-IF.
000880     PERFORM 0100-VALIDATE-INTCASES.
000890     OPEN INPUT INTCASE-FILE.
000900     IF NOT WS-INTCASE-OK
001320             "WRITTEN - " WS-CHANGED-COUNT " EXPECTED VALUE(S) "
001330             "CHANGED; REVIEW AND APPROVE BEFORE SWAPPING IN"
001340     END-IF.
001341     IF WS-SAMPLE03-STUBBED AND NOT CBU-CAPTURE-ACTIVE
001342         COMPUTE WS-STUB-EXPECTED-CALLS = WS-CASES-RUN * 2
001343         MOVE "STUB CALLS SAMPLE03" TO assert-name
001345         CALL CBU-assert-stub-calls USING CBU-ctx assert-name
001346             WS-SAMPLE03-LIT WS-STUB-ANY-ARGS
001347             WS-STUB-EXPECTED-CALLS
001348     END-IF.
001350     GOBACK.
001360 0100-VALIDATE-INTCASES.
001370     OPEN INPUT INTCASE-FILE.
001920     END-PERFORM.
001930 1000-RUN-CASE.
001940     PERFORM CBU-BEFORE-EACH.
001945     ADD 1 TO WS-CASES-RUN.
001950     MOVE IT-A1 TO SAMPC003-A.
001960     MOVE IT-B1 TO SAMPC003-B.
001970     MOVE IT-C1 TO SAMPC003-C.
001980     MOVE IT-D1 TO SAMPC003-D.
001990     CALL WS-SAMPLE03-PGM USING SAMPC003-A SAMPC003-B SAMPC003-C
002000         SAMPC003-D SAMPC003-RES CBU-ctx.
002010     MOVE SAMPC003-RES TO WS-STAGE1-RESULT.
002020     MOVE WS-STAGE1-RESULT TO SAMPC003-A.
002030     MOVE IT-B2 TO SAMPC003-B.
002040     MOVE IT-C2 TO SAMPC003-C.
002050     MOVE IT-D2 TO SAMPC003-D.
002060     CALL WS-SAMPLE03-PGM USING SAMPC003-A SAMPC003-B SAMPC003-C
002070         SAMPC003-D SAMPC003-RES CBU-ctx.
002080     MOVE SPACES TO assert-name.
002090     STRING "CHAIN(" IT-A1 "," IT-B1 ")=" IT-EXPECTED
002260     MOVE IT-B1 TO SAMPC003-B.
002270     MOVE IT-C1 TO SAMPC003-C.
002280     MOVE IT-D1 TO SAMPC003-D.
002290     CALL WS-SAMPLE03-PGM USING SAMPC003-A SAMPC003-B SAMPC003-C
002300        SAMPC003-D SAMPC003-RES CBU-ctx.
002310     MOVE SAMPC003-RES TO WS-STAGE1-RESULT.
002320     MOVE WS-STAGE1-RESULT TO SAMPC003-A.
002330     MOVE IT-B2 TO SAMPC003-B.
002340     MOVE IT-C2 TO SAMPC003-C.
002350     MOVE IT-D2 TO SAMPC003-D.
002360     CALL WS-SAMPLE03-PGM USING SAMPC003-A SAMPC003-B SAMPC003-C
002370        SAMPC003-D SAMPC003-RES CBU-ctx.
002380     MOVE INTCASE-REC TO PROPOSED-REC.
002390     MOVE SAMPC003-RES TO PR-EXPECTED.
