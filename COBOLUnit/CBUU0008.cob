000010*>
000020 IDENTIFICATION DIVISION.
000030 PROGRAM-ID.   CBUU0008.
000040*>    CBU-CASE-MAINTENANCE - applies add/change/delete
000050*>    transactions from CASETRAN.dat (CBUC0007) to the data-driven
000060*>    suites' case files, so TESTCASES.dat (TS000003, keyed on
000070*>    A,B,C,D) and INTCASES.dat (TI000001, keyed on the chained
000080*>    inputs A1,B1,C1,D1,B2,C2,D2) stop being edited by hand
000090*>    with no record of who changed an expected value or why.
000100*>    Both case files are loaded whole into storage first, then
000110*>    every transaction is checked and applied in the order it
000120*>    appears, so a later transaction sees the effect of an
000130*>    earlier one (an add followed by a change of the same row
000140*>    works; a second add of the same key does not). A
000150*>    transaction is rejected - written to CASEREJ.dat with its
000160*>    reason and left unapplied - when it names a suite with no
000170*>    case file here, carries an action other than A/C/D or no
000180*>    requester id, has a non-numeric field (the whole row for
000190*>    an add or change, the key for a delete) or more digits
000200*>    than the case layout holds, adds a key that already
000210*>    exists, or changes or deletes a key that does not. A row
000220*>    already in a case file that is not all numeric (the rows
000230*>    TS000003/TI000001 skip as malformed) is kept, in place,
000240*>    exactly as it was - it can never match a transaction's key
000250*>    and is never silently dropped by a rewrite.
000260*>    Every applied transaction is appended to CASEAUDIT.dat
000270*>    (CBUC0008, never truncated) with the row's before and after
000280*>    images, the requester id and the date and time applied. A
000290*>    case file is rewritten, in its original row order with adds
000300*>    at the end and deletes removed, only when at least one
000310*>    transaction against it was applied. A missing case file is
000320*>    treated as empty, so the first adds create it. The audit
000330*>    images are held in storage until the case files have been
000340*>    rewritten and only then written, each one only if its own
000350*>    case file was rewritten - CASEAUDIT.dat must never record
000360*>    a change that did not reach the file. The transactions
000370*>    against a case file that could not be rewritten are
000380*>    counted and reported as not applied.
000390*>    RETURN-CODE is 0 when every transaction was applied, 1 when
000400*>    any was rejected (the rest are still applied), 2 when
000410*>    CASETRAN.dat or CASEAUDIT.dat could not be opened, a case
000420*>    file could not be read or holds more rows than
000430*>    WS-CASE-ROW-MAX (nothing is applied - a partial load must
000440*>    never be written back over the whole file) or a case file
000450*>    could not be rewritten.
000460 ENVIRONMENT    DIVISION.
000470 CONFIGURATION  SECTION.
000480 INPUT-OUTPUT   SECTION.
000490 FILE-CONTROL.
000500     SELECT CASE-TRAN-FILE ASSIGN TO "CASETRAN.dat"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-TRAN-STATUS.
000530     SELECT CASE-FILE ASSIGN TO DYNAMIC WS-CASE-FILENAME
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-CASE-STATUS.
000560     SELECT CASE-REJECT-FILE ASSIGN TO "CASEREJ.dat"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-REJECT-STATUS.
000590     SELECT CASE-AUDIT-FILE ASSIGN TO "CASEAUDIT.dat"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-AUDIT-STATUS.
000620 DATA DIVISION.
000630 FILE SECTION.
000640 FD  CASE-TRAN-FILE.
000650     COPY CBUC0007.
000660 FD  CASE-FILE.
000670 01  CASE-REC PIC X(40).
000680 FD  CASE-REJECT-FILE.
000690 01  CASE-REJECT-REC.
000700     05 REJ-TRANSACTION  PIC X(36).
000710     05 FILLER           PIC X.
000720     05 REJ-REASON       PIC X(30).
000730 FD  CASE-AUDIT-FILE.
000740     COPY CBUC0008.
000750 WORKING-STORAGE SECTION.
000760  01 WS-TRAN-STATUS PIC XX.
000770     88 WS-TRAN-OK VALUE "00".
000780  01 WS-CASE-STATUS PIC XX.
000790     88 WS-CASE-OK VALUE "00".
000800     88 WS-CASE-NOT-FOUND VALUE "35".
000810  01 WS-REJECT-STATUS PIC XX.
000820     88 WS-REJECT-OK VALUE "00".
000830  01 WS-AUDIT-STATUS PIC XX.
000840     88 WS-AUDIT-OK VALUE "00".
000850  01 WS-EOF-SWITCH PIC X VALUE "N".
000860     88 WS-AT-EOF VALUE "Y".
000870  01 WS-CASE-FILENAME PIC X(20) VALUE SPACES.
000880  01 WS-RUN-DATE PIC 9(8) VALUE 0.
000890  01 WS-RUN-TIME-RAW.
000900     05 WS-RUN-TIME PIC 9(6).
000910     05 FILLER PIC 99.
000920  01 WS-READ-COUNT PIC 9(9) COMP VALUE 0.
000930  01 WS-APPLIED-COUNT PIC 9(9) COMP VALUE 0.
000940  01 WS-REJECTED-COUNT PIC 9(9) COMP VALUE 0.
000950  01 WS-COUNT-DISP PIC 9(9).
000960  01 WS-REJECT-REASON PIC X(30) VALUE SPACES.
000970  01 WS-LOAD-FAILED-SWITCH PIC X VALUE "N".
000980     88 WS-LOAD-FAILED VALUE "Y".
000990  01 WS-REWRITE-FAILED-SWITCH PIC X VALUE "N".
001000     88 WS-REWRITE-FAILED VALUE "Y".
001010  01 WS-NOT-APPLIED-COUNT PIC 9(9) COMP VALUE 0.
001020  01 WS-FILE-IDX PIC 9(4) COMP VALUE 0.
001030  01 WS-ROW-IDX PIC 9(4) COMP VALUE 0.
001040  01 WS-FOUND-IDX PIC 9(4) COMP VALUE 0.
001050  01 WS-CHECK-LEN PIC 9(4) COMP VALUE 0.
001060  01 WS-TAIL-LEN PIC 9(4) COMP VALUE 0.
001070  01 WS-CASE-ROW-MAX PIC 9(4) COMP VALUE 2000.
001080  01 WS-BEFORE-IMAGE PIC X(16) VALUE SPACES.
001090  01 WS-AFTER-IMAGE PIC X(16) VALUE SPACES.
001100*>    ONE ENTRY PER APPLIED TRANSACTION, IN THE ORDER APPLIED,
001110*>    TAGGED WITH THE CASE FILE IT CHANGED - WRITTEN TO
001120*>    CASEAUDIT.dat ONLY ONCE THAT FILE HAS BEEN REWRITTEN.
001130  01 WS-AUD-MAX PIC 9(4) COMP VALUE 2000.
001140  01 WS-AUD-IDX PIC 9(4) COMP VALUE 0.
001150  01 WS-AUD-AREA.
001160     05 WS-AUD-COUNT PIC 9(4) COMP VALUE 0.
001170     05 WS-AUD-ENTRY OCCURS 2000 TIMES.
001180        10 WS-AUD-FILE-IDX PIC 9(4) COMP.
001190        10 WS-AUD-IMAGE PIC X(69).
001200*>    ONE ENTRY PER CASE FILE THIS PROGRAM MAINTAINS - THE OWNING
001210*>    SUITE, THE FILE NAME, HOW MANY LEADING CHARACTERS OF A ROW
001220*>    FORM ITS KEY AND HOW LONG A WELL-FORMED ROW IS.
001230  01 WS-CASE-FILE-COUNT PIC 9(4) COMP VALUE 2.
001240  01 WS-CASE-TABLE.
001250     05 WS-CASE-FILE OCCURS 2 TIMES.
001260        10 WS-CF-SUITE PIC X(8).
001270        10 WS-CF-FILENAME PIC X(20).
001280        10 WS-CF-KEY-LEN PIC 9(4) COMP.
001290        10 WS-CF-ROW-LEN PIC 9(4) COMP.
001300        10 WS-CF-ROW-COUNT PIC 9(4) COMP.
001310        10 WS-CF-CHANGED-SWITCH PIC X.
001320           88 WS-CF-CHANGED VALUE "Y".
001330        10 WS-CF-REWRITE-SWITCH PIC X.
001340           88 WS-CF-REWRITTEN VALUE "Y".
001350        10 WS-CF-ROW OCCURS 2000 TIMES.
001360           15 WS-CF-ROW-IMAGE PIC X(40).
001370           15 WS-CF-ROW-STATE PIC X.
001380              88 WS-CF-ROW-LIVE VALUE "L".
001390              88 WS-CF-ROW-MALFORMED VALUE "M".
001400              88 WS-CF-ROW-DELETED VALUE "D".
001410 PROCEDURE DIVISION.
001420 0000-MAIN.
001430     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001440     ACCEPT WS-RUN-TIME-RAW FROM TIME.
001450     PERFORM 0100-INIT-CASE-FILES.
001460     PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
001470             UNTIL WS-FILE-IDX > WS-CASE-FILE-COUNT
001480         PERFORM 0200-LOAD-CASE-FILE
001490     END-PERFORM.
001500     IF WS-LOAD-FAILED
001510         DISPLAY "CBUU0008: CASE FILES NOT LOADED - NO "
001520             "TRANSACTION APPLIED"
001530         MOVE 2 TO RETURN-CODE
001540         GOBACK
001550     END-IF.
001560     PERFORM 0300-OPEN-TRANSACTION-FILES.
001570     MOVE "N" TO WS-EOF-SWITCH.
001580     PERFORM UNTIL WS-AT-EOF
001590         READ CASE-TRAN-FILE
001600             AT END SET WS-AT-EOF TO TRUE
001610             NOT AT END PERFORM 1000-APPLY-TRANSACTION
001620         END-READ
001630     END-PERFORM.
001640     CLOSE CASE-TRAN-FILE.
001650     CLOSE CASE-REJECT-FILE.
001660     PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
001670             UNTIL WS-FILE-IDX > WS-CASE-FILE-COUNT
001680         IF WS-CF-CHANGED (WS-FILE-IDX)
001690             PERFORM 2000-REWRITE-CASE-FILE
001700         END-IF
001710     END-PERFORM.
001720     PERFORM VARYING WS-AUD-IDX FROM 1 BY 1
001730             UNTIL WS-AUD-IDX > WS-AUD-COUNT
001740         PERFORM 2500-WRITE-AUDIT
001750     END-PERFORM.
001760     CLOSE CASE-AUDIT-FILE.
001770     PERFORM 9000-SUMMARY.
001780     GOBACK.
001790 0100-INIT-CASE-FILES.
001800     MOVE "TS000003" TO WS-CF-SUITE (1).
001810     MOVE "TESTCASES.dat" TO WS-CF-FILENAME (1).
001820     MOVE 8 TO WS-CF-KEY-LEN (1).
001830     MOVE 10 TO WS-CF-ROW-LEN (1).
001840     MOVE "TI000001" TO WS-CF-SUITE (2).
001850     MOVE "INTCASES.dat" TO WS-CF-FILENAME (2).
001860     MOVE 14 TO WS-CF-KEY-LEN (2).
001870     MOVE 16 TO WS-CF-ROW-LEN (2).
001880     PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
001890             UNTIL WS-FILE-IDX > WS-CASE-FILE-COUNT
001900         MOVE 0 TO WS-CF-ROW-COUNT (WS-FILE-IDX)
001910         MOVE "N" TO WS-CF-CHANGED-SWITCH (WS-FILE-IDX)
001920         MOVE "N" TO WS-CF-REWRITE-SWITCH (WS-FILE-IDX)
001930     END-PERFORM.
001940 0200-LOAD-CASE-FILE.
001950     MOVE WS-CF-FILENAME (WS-FILE-IDX) TO WS-CASE-FILENAME.
001960     OPEN INPUT CASE-FILE.
001970     IF WS-CASE-NOT-FOUND
001980         DISPLAY "CBUU0008: NO " WS-CASE-FILENAME
001990             " FOUND - TREATED AS EMPTY"
002000     ELSE
002010         IF NOT WS-CASE-OK
002020             DISPLAY "CBUU0008: UNABLE TO OPEN "
002030                 WS-CASE-FILENAME " - FILE STATUS "
002040                 WS-CASE-STATUS
002050             SET WS-LOAD-FAILED TO TRUE
002060         ELSE
002070             MOVE "N" TO WS-EOF-SWITCH
002080             PERFORM UNTIL WS-AT-EOF
002090                 READ CASE-FILE
002100                     AT END SET WS-AT-EOF TO TRUE
002110                     NOT AT END PERFORM 0250-LOAD-ONE-ROW
002120                 END-READ
002130             END-PERFORM
002140             CLOSE CASE-FILE
002150         END-IF
002160     END-IF.
002170 0250-LOAD-ONE-ROW.
002180     IF WS-CF-ROW-COUNT (WS-FILE-IDX) >= WS-CASE-ROW-MAX
002190         IF NOT WS-LOAD-FAILED
002200             DISPLAY "CBUU0008: " WS-CASE-FILENAME
002210                 " HOLDS MORE THAN " WS-CASE-ROW-MAX
002220                 " ROWS - TABLE FULL"
002230         END-IF
002240         SET WS-LOAD-FAILED TO TRUE
002250     ELSE
002260         ADD 1 TO WS-CF-ROW-COUNT (WS-FILE-IDX)
002270         MOVE WS-CF-ROW-COUNT (WS-FILE-IDX) TO WS-ROW-IDX
002280         MOVE CASE-REC
002290             TO WS-CF-ROW-IMAGE (WS-FILE-IDX, WS-ROW-IDX)
002300         MOVE WS-CF-ROW-LEN (WS-FILE-IDX) TO WS-CHECK-LEN
002310         COMPUTE WS-TAIL-LEN = 40 - WS-CHECK-LEN
002320*>        A ROW THAT IS NOT EXACTLY THE CASE LAYOUT'S DIGITS (OR
002330*>        AN OVER-LENGTH LINE'S STATUS) IS KEPT BUT NEVER KEYED.
002340         IF WS-CASE-OK
002350                 AND CASE-REC(1:WS-CHECK-LEN) IS NUMERIC
002360                 AND CASE-REC(WS-CHECK-LEN + 1:WS-TAIL-LEN)
002370                     = SPACES
002380             SET WS-CF-ROW-LIVE (WS-FILE-IDX, WS-ROW-IDX)
002390                 TO TRUE
002400         ELSE
002410             SET WS-CF-ROW-MALFORMED (WS-FILE-IDX, WS-ROW-IDX)
002420                 TO TRUE
002430         END-IF
002440     END-IF.
002450 0300-OPEN-TRANSACTION-FILES.
002460     OPEN INPUT CASE-TRAN-FILE.
002470     IF NOT WS-TRAN-OK
002480         DISPLAY "CBUU0008: UNABLE TO OPEN CASETRAN.dat - FILE "
002490             "STATUS " WS-TRAN-STATUS
002500         MOVE 2 TO RETURN-CODE
002510         GOBACK
002520     END-IF.
002530*>    CASEAUDIT.dat IS OPENED NOW, BEFORE ANYTHING IS APPLIED,
002540*>    SO AN UNWRITABLE AUDIT TRAIL STOPS THE RUN UNCHANGED.
002550     OPEN EXTEND CASE-AUDIT-FILE.
002560     IF NOT WS-AUDIT-OK
002570         OPEN OUTPUT CASE-AUDIT-FILE
002580     END-IF.
002590     IF NOT WS-AUDIT-OK
002600         DISPLAY "CBUU0008: UNABLE TO OPEN CASEAUDIT.dat - FILE "
002610             "STATUS " WS-AUDIT-STATUS
002620         CLOSE CASE-TRAN-FILE
002630         MOVE 2 TO RETURN-CODE
002640         GOBACK
002650     END-IF.
002660     OPEN OUTPUT CASE-REJECT-FILE.
002670     IF NOT WS-REJECT-OK
002680         DISPLAY "CBUU0008: UNABLE TO OPEN CASEREJ.dat - FILE "
002690             "STATUS " WS-REJECT-STATUS
002700         CLOSE CASE-TRAN-FILE
002710         CLOSE CASE-AUDIT-FILE
002720         MOVE 2 TO RETURN-CODE
002730         GOBACK
002740     END-IF.
002750 1000-APPLY-TRANSACTION.
002760     ADD 1 TO WS-READ-COUNT.
002770     PERFORM 1100-VALIDATE-TRANSACTION.
002780     IF WS-REJECT-REASON = SPACES
002790         PERFORM 1200-FIND-CASE-ROW
002800         EVALUATE TRUE
002810             WHEN CBU-CTRAN-ADD
002820                 PERFORM 1300-ADD-CASE-ROW
002830             WHEN CBU-CTRAN-CHANGE
002840                 PERFORM 1400-CHANGE-CASE-ROW
002850             WHEN CBU-CTRAN-DELETE
002860                 PERFORM 1500-DELETE-CASE-ROW
002870         END-EVALUATE
002880     END-IF.
002890     IF WS-REJECT-REASON = SPACES
002900         PERFORM 1800-HOLD-AUDIT
002910     ELSE
002920         PERFORM 1900-WRITE-REJECT
002930     END-IF.
002940 1100-VALIDATE-TRANSACTION.
002950     MOVE SPACES TO WS-REJECT-REASON.
002960     MOVE 0 TO WS-FILE-IDX.
002970     PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
002980             UNTIL WS-ROW-IDX > WS-CASE-FILE-COUNT
002990         IF WS-CF-SUITE (WS-ROW-IDX) = CBU-ctran-suite
003000             MOVE WS-ROW-IDX TO WS-FILE-IDX
003010         END-IF
003020     END-PERFORM.
003030     IF WS-FILE-IDX = 0
003040         MOVE "NO CASE FILE FOR SUITE" TO WS-REJECT-REASON
003050     ELSE
003060*>        AN ENTRY THAT COULD NOT BE HELD COULD NEVER BE AUDITED,
003070*>        SO THE TRANSACTION IS NOT APPLIED EITHER.
003080         IF WS-AUD-COUNT >= WS-AUD-MAX
003090             MOVE "AUDIT TABLE FULL - RESUBMIT"
003100                 TO WS-REJECT-REASON
003110         ELSE
003120             IF NOT CBU-CTRAN-ADD AND NOT CBU-CTRAN-CHANGE
003130                     AND NOT CBU-CTRAN-DELETE
003140                 MOVE "INVALID ACTION CODE" TO WS-REJECT-REASON
003150             ELSE
003160                 IF CBU-ctran-requester = SPACES
003170                     MOVE "MISSING REQUESTER ID"
003180                         TO WS-REJECT-REASON
003190                 ELSE
003200                     PERFORM 1150-CHECK-ROW-FIELDS
003210                 END-IF
003220             END-IF
003230         END-IF
003240     END-IF.
003250 1150-CHECK-ROW-FIELDS.
003260*>    A DELETE IS MATCHED ON THE KEY ALONE; AN ADD OR CHANGE
003270*>    CARRIES THE WHOLE ROW, EXPECTED VALUE INCLUDED.
003280     IF CBU-CTRAN-DELETE
003290         MOVE WS-CF-KEY-LEN (WS-FILE-IDX) TO WS-CHECK-LEN
003300     ELSE
003310         MOVE WS-CF-ROW-LEN (WS-FILE-IDX) TO WS-CHECK-LEN
003320     END-IF.
003330     IF CBU-ctran-row(1:WS-CHECK-LEN) IS NOT NUMERIC
003340         MOVE "NON-NUMERIC FIELD" TO WS-REJECT-REASON
003350     ELSE
003360         MOVE WS-CF-ROW-LEN (WS-FILE-IDX) TO WS-CHECK-LEN
003370         IF WS-CHECK-LEN < 16
003380             COMPUTE WS-TAIL-LEN = 16 - WS-CHECK-LEN
003390             IF CBU-ctran-row(WS-CHECK-LEN + 1:WS-TAIL-LEN)
003400                     NOT = SPACES
003410                 MOVE "ROW LONGER THAN CASE LAYOUT"
003420                     TO WS-REJECT-REASON
003430             END-IF
003440         END-IF
003450     END-IF.
003460 1200-FIND-CASE-ROW.
003470     MOVE 0 TO WS-FOUND-IDX.
003480     MOVE WS-CF-KEY-LEN (WS-FILE-IDX) TO WS-CHECK-LEN.
003490     PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
003500             UNTIL WS-ROW-IDX > WS-CF-ROW-COUNT (WS-FILE-IDX)
003510                OR WS-FOUND-IDX > 0
003520         IF WS-CF-ROW-LIVE (WS-FILE-IDX, WS-ROW-IDX)
003530                 AND WS-CF-ROW-IMAGE (WS-FILE-IDX, WS-ROW-IDX)
003540                     (1:WS-CHECK-LEN)
003550                     = CBU-ctran-row(1:WS-CHECK-LEN)
003560             MOVE WS-ROW-IDX TO WS-FOUND-IDX
003570         END-IF
003580     END-PERFORM.
003590 1300-ADD-CASE-ROW.
003600     IF WS-FOUND-IDX > 0
003610         MOVE "DUPLICATE KEY" TO WS-REJECT-REASON
003620     ELSE
003630         IF WS-CF-ROW-COUNT (WS-FILE-IDX) >= WS-CASE-ROW-MAX
003640             MOVE "CASE FILE TABLE FULL" TO WS-REJECT-REASON
003650         ELSE
003660             ADD 1 TO WS-CF-ROW-COUNT (WS-FILE-IDX)
003670             MOVE WS-CF-ROW-COUNT (WS-FILE-IDX) TO WS-ROW-IDX
003680             MOVE CBU-ctran-row
003690                 TO WS-CF-ROW-IMAGE (WS-FILE-IDX, WS-ROW-IDX)
003700             SET WS-CF-ROW-LIVE (WS-FILE-IDX, WS-ROW-IDX)
003710                 TO TRUE
003720             SET WS-CF-CHANGED (WS-FILE-IDX) TO TRUE
003730             MOVE SPACES TO WS-BEFORE-IMAGE
003740             MOVE CBU-ctran-row TO WS-AFTER-IMAGE
003750         END-IF
003760     END-IF.
003770 1400-CHANGE-CASE-ROW.
003780     IF WS-FOUND-IDX = 0
003790         MOVE "NO SUCH CASE ROW" TO WS-REJECT-REASON
003800     ELSE
003810         MOVE WS-CF-ROW-IMAGE (WS-FILE-IDX, WS-FOUND-IDX)
003820             TO WS-BEFORE-IMAGE
003830         MOVE CBU-ctran-row
003840             TO WS-CF-ROW-IMAGE (WS-FILE-IDX, WS-FOUND-IDX)
003850         SET WS-CF-CHANGED (WS-FILE-IDX) TO TRUE
003860         MOVE CBU-ctran-row TO WS-AFTER-IMAGE
003870     END-IF.
003880 1500-DELETE-CASE-ROW.
003890     IF WS-FOUND-IDX = 0
003900         MOVE "NO SUCH CASE ROW" TO WS-REJECT-REASON
003910     ELSE
003920         MOVE WS-CF-ROW-IMAGE (WS-FILE-IDX, WS-FOUND-IDX)
003930             TO WS-BEFORE-IMAGE
003940         SET WS-CF-ROW-DELETED (WS-FILE-IDX, WS-FOUND-IDX)
003950             TO TRUE
003960         SET WS-CF-CHANGED (WS-FILE-IDX) TO TRUE
003970         MOVE SPACES TO WS-AFTER-IMAGE
003980     END-IF.
003990 1800-HOLD-AUDIT.
004000     MOVE SPACES TO CBU-case-audit-rec.
004010     MOVE WS-RUN-DATE TO CBU-caud-date.
004020     MOVE WS-RUN-TIME TO CBU-caud-time.
004030     MOVE CBU-ctran-requester TO CBU-caud-requester.
004040     MOVE CBU-ctran-suite TO CBU-caud-suite.
004050     MOVE CBU-ctran-action TO CBU-caud-action.
004060     MOVE WS-BEFORE-IMAGE TO CBU-caud-before.
004070     MOVE WS-AFTER-IMAGE TO CBU-caud-after.
004080     ADD 1 TO WS-AUD-COUNT.
004090     MOVE WS-FILE-IDX TO WS-AUD-FILE-IDX (WS-AUD-COUNT).
004100     MOVE CBU-case-audit-rec TO WS-AUD-IMAGE (WS-AUD-COUNT).
004110 1900-WRITE-REJECT.
004120     MOVE SPACES TO CASE-REJECT-REC.
004130     MOVE CBU-case-tran-rec TO REJ-TRANSACTION.
004140     MOVE WS-REJECT-REASON TO REJ-REASON.
004150     WRITE CASE-REJECT-REC.
004160     ADD 1 TO WS-REJECTED-COUNT.
004170     MOVE WS-READ-COUNT TO WS-COUNT-DISP.
004180     DISPLAY "CBUU0008: TRANSACTION " WS-COUNT-DISP
004190         " REJECTED - " WS-REJECT-REASON.
004200 2000-REWRITE-CASE-FILE.
004210     MOVE WS-CF-FILENAME (WS-FILE-IDX) TO WS-CASE-FILENAME.
004220     OPEN OUTPUT CASE-FILE.
004230     IF NOT WS-CASE-OK
004240         DISPLAY "CBUU0008: UNABLE TO REWRITE " WS-CASE-FILENAME
004250             " - FILE STATUS " WS-CASE-STATUS
004260         SET WS-REWRITE-FAILED TO TRUE
004270     ELSE
004280         PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
004290                 UNTIL WS-ROW-IDX > WS-CF-ROW-COUNT (WS-FILE-IDX)
004300             IF NOT WS-CF-ROW-DELETED (WS-FILE-IDX, WS-ROW-IDX)
004310                 MOVE WS-CF-ROW-IMAGE (WS-FILE-IDX, WS-ROW-IDX)
004320                     TO CASE-REC
004330                 WRITE CASE-REC
004340             END-IF
004350         END-PERFORM
004360         CLOSE CASE-FILE
004370         SET WS-CF-REWRITTEN (WS-FILE-IDX) TO TRUE
004380         DISPLAY "CBUU0008: " WS-CASE-FILENAME " REWRITTEN"
004390     END-IF.
004400 2500-WRITE-AUDIT.
004410     MOVE WS-AUD-FILE-IDX (WS-AUD-IDX) TO WS-FILE-IDX.
004420     IF WS-CF-REWRITTEN (WS-FILE-IDX)
004430         MOVE WS-AUD-IMAGE (WS-AUD-IDX) TO CBU-case-audit-rec
004440         WRITE CBU-case-audit-rec
004450         ADD 1 TO WS-APPLIED-COUNT
004460     ELSE
004470         ADD 1 TO WS-NOT-APPLIED-COUNT
004480     END-IF.
004490 9000-SUMMARY.
004500     DISPLAY "CBUU0008: " WS-READ-COUNT " TRANSACTION(S) READ, "
004510         WS-APPLIED-COUNT " APPLIED, " WS-REJECTED-COUNT
004520         " REJECTED".
004530     IF WS-NOT-APPLIED-COUNT > 0
004540         DISPLAY "CBUU0008: " WS-NOT-APPLIED-COUNT
004550             " TRANSACTION(S) NOT APPLIED - CASE FILE NOT "
004560             "REWRITTEN, NOTHING AUDITED FOR THEM"
004570     END-IF.
004580     IF WS-REWRITE-FAILED
004590         MOVE 2 TO RETURN-CODE
004600     ELSE
004610         IF WS-REJECTED-COUNT > 0
004620             MOVE 1 TO RETURN-CODE
004630         ELSE
004640             MOVE 0 TO RETURN-CODE
004650         END-IF
004660     END-IF.
004670 END PROGRAM CBUU0008.
