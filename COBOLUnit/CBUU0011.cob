000010*>
000020 IDENTIFICATION DIVISION.
000030 PROGRAM-ID.   CBUU0011.
000040*>    CBU-TICKET-INTERFACE - a follow-on job step run after
000050*>    HISTORY (see JCL/CBUNIT.jcl) that turns the run's verdicts
000060*>    into defect-ticket transactions, so the defect queue says
000070*>    what the regression run says without an analyst opening
000080*>    and closing tickets by hand off CBUR0002. It reads the
000090*>    run's RESULTS.dat and, for every assertion in it, looks up
000100*>    the freshly-folded ASSERTHIST.dat record (CBUC0006) and the
000110*>    assertion's entry in TKTXREF.dat, the indexed suite+assert
000120*>    to ticket-number cross-reference (CBUC0012), then writes to
000130*>    TICKETS.dat (CBUC0013):
000140*>      OPEN   when the assertion is failing and has no open
000150*>             ticket - a new ticket number the first time, the
000160*>             assertion's OLD ticket number (reopened) when an
000170*>             earlier ticket was closed;
000180*>      UPDATE when it is still failing on an open ticket,
000190*>             carrying CBU-hist-fail-streak;
000200*>      CLOSE  when it passes again on an open ticket.
000210*>    A passing assertion with no open ticket writes nothing. An
000220*>    ABND row is a failure like any other. The outcome used is
000230*>    the ASSERTHIST.dat one - the last word for the run when a
000240*>    re-run suite appears twice in the file - and one run stamp
000250*>    (the RESULTS header's date and time, kept on the xref
000260*>    record) never sends the same UPDATE twice, so the step is
000270*>    as safe to repeat over a restart-appended file as CBUU0006
000280*>    is. Repeating the step itself for the same run rewrites
000290*>    TICKETS.dat from the top, so an assertion already acted on
000300*>    for this run by an earlier pass has that pass's transaction
000310*>    (kept on the xref record) sent again and counted in the
000320*>    trailer - the xref itself is left as it stands. Suites on
000330*>    QUARANTINE.dat (optional, as for CBUDRV01)
000340*>    are ticketed like the rest but tagged QUARANTINED.
000350*>    Ticket numbers are issued from the control record kept in
000360*>    TKTXREF.dat itself, rewritten as each number is taken, so
000370*>    a step that dies part-way can never hand the same number
000380*>    out twice. A missing TKTXREF.dat is created on first use.
000390*>    RESULTS.dat is reconciled against its trailer (CBUC0003)
000400*>    before anything is written - an unbalanced file sends no
000410*>    transactions at all. RETURN-CODE is 0 when the interface
000420*>    file was written, 1 when it was written but some assertion
000430*>    had not yet been folded into ASSERTHIST.dat for this run
000440*>    (HISTORY did not run or failed - those rows were ticketed
000450*>    on their own RESULTS outcome), 2 when RESULTS.dat was
000460*>    missing or unbalanced or a file could not be opened, or
000470*>    when the control record could not be updated - no number
000480*>    is handed out then, and the failing assertions that needed
000490*>    one are left without a ticket or an xref entry so that the
000500*>    step, rerun once TKTXREF.dat is put right, opens them.
000510 ENVIRONMENT    DIVISION.
000520 CONFIGURATION  SECTION.
000530 INPUT-OUTPUT   SECTION.
000540 FILE-CONTROL.
000550     SELECT RESULTS-FILE ASSIGN TO "RESULTS.dat"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-RESULTS-STATUS.
000580     SELECT ASSERTHIST-FILE ASSIGN TO "ASSERTHIST.dat"
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS RANDOM
000610         RECORD KEY IS CBU-hist-key
000620         FILE STATUS IS WS-HIST-STATUS.
000630     SELECT TKTXREF-FILE ASSIGN TO "TKTXREF.dat"
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS RANDOM
000660         RECORD KEY IS CBU-tkt-key
000670         FILE STATUS IS WS-XREF-STATUS.
000680     SELECT QUARANTINE-FILE ASSIGN TO "QUARANTINE.dat"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WS-QUARANTINE-STATUS.
000710     SELECT TICKET-FILE ASSIGN TO "TICKETS.dat"
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS WS-TICKET-STATUS.
000740 DATA DIVISION.
000750 FILE SECTION.
000760 FD  RESULTS-FILE.
000770     COPY CBUC0003.
000780 FD  ASSERTHIST-FILE.
000790     COPY CBUC0006.
000800 FD  TKTXREF-FILE.
000810     COPY CBUC0012.
000820 FD  QUARANTINE-FILE.
000830*>    QUARANTINE.dat SHARES SUITELIST.dat'S ONE-SUITE-PER-RECORD
000840*>    SHAPE (CBUC0004) BUT IS READ INTO A LOCALLY-DECLARED RECORD
000850*>    WITH ITS OWN FIELD NAMES, AS IN CBUDRV01. KEEP THIS IN STEP
000860*>    WITH CBUC0004 IF THAT LAYOUT EVER CHANGES.
000870 01  QUARANTINE-REC.
000880     05 QUAR-SUITE-NAME      PIC X(8).
000890     05 FILLER               PIC X.
000900     05 QUAR-SUITE-TAG       PIC X(7).
000910 FD  TICKET-FILE.
000920     COPY CBUC0013.
000930 WORKING-STORAGE SECTION.
000940  01 WS-RESULTS-STATUS PIC XX.
000950     88 WS-RESULTS-OK        VALUE "00".
000960  01 WS-HIST-STATUS PIC XX.
000970     88 WS-HIST-OK           VALUE "00".
000980  01 WS-XREF-STATUS PIC XX.
000990     88 WS-XREF-OK           VALUE "00".
001000     88 WS-XREF-NOT-FOUND    VALUE "35".
001010  01 WS-QUARANTINE-STATUS PIC XX.
001020     88 WS-QUARANTINE-OK     VALUE "00".
001030  01 WS-TICKET-STATUS PIC XX.
001040     88 WS-TICKET-OK         VALUE "00".
001050  01 WS-EOF-SWITCH PIC X VALUE "N".
001060     88 WS-AT-EOF VALUE "Y".
001070  01 WS-QUAR-EOF-SWITCH PIC X VALUE "N".
001080     88 WS-AT-QUAR-EOF VALUE "Y".
001090  01 WS-RUN-DATE PIC 9(8) VALUE 0.
001100  01 WS-RUN-TIME PIC 9(6) VALUE 0.
001110  01 WS-SEEN-PASS PIC 9(9) COMP VALUE 0.
001120  01 WS-SEEN-FAIL PIC 9(9) COMP VALUE 0.
001130  01 WS-SEEN-ROWS PIC 9(9) COMP VALUE 0.
001140  01 WS-TRAILER-SEEN-SWITCH PIC X VALUE "N".
001150     88 WS-TRAILER-SEEN VALUE "Y".
001160  01 WS-LAST-REC-SWITCH PIC X VALUE "N".
001170     88 WS-LAST-WAS-TRAILER VALUE "Y".
001180  01 WS-TRL-PASS-SAVE PIC 9(9) VALUE 0.
001190  01 WS-TRL-FAIL-SAVE PIC 9(9) VALUE 0.
001200  01 WS-TRL-ROW-SAVE PIC 9(9) VALUE 0.
001210  01 WS-IDX PIC 9(4) COMP.
001220  01 WS-QUARANTINE-AREA.
001230     05 WS-QUAR-COUNT        PIC 9(4) COMP VALUE 0.
001240     05 WS-QUAR-SUITE OCCURS 50 TIMES PIC X(8).
001250  01 WS-QUARANTINED-SWITCH PIC X VALUE "N".
001260     88 WS-SUITE-QUARANTINED VALUE "Y".
001270  01 WS-XREF-FOUND-SWITCH PIC X VALUE "N".
001280     88 WS-XREF-FOUND VALUE "Y".
001290  01 WS-OUTCOME PIC X(4) VALUE SPACES.
001300  01 WS-FAIL-STREAK PIC 9(4) VALUE 0.
001310  01 WS-ACTION PIC X(8) VALUE SPACES.
001320  01 WS-REOPENED-FLAG PIC X VALUE SPACE.
001330  01 WS-TICKET-NUMBER PIC 9(8) VALUE 0.
001340  01 WS-ROW-SAVE.
001350     05 WS-ROW-SUITE         PIC X(8).
001360     05 WS-ROW-ASSERT-NAME   PIC X(20).
001370     05 WS-ROW-EXPECTED      PIC X(20).
001380     05 WS-ROW-ACTUAL        PIC X(20).
001390     05 WS-ROW-PASS-FAIL     PIC X(4).
001400  01 WS-OPEN-COUNT PIC 9(9) COMP VALUE 0.
001410  01 WS-REOPEN-COUNT PIC 9(9) COMP VALUE 0.
001420  01 WS-UPDATE-COUNT PIC 9(9) COMP VALUE 0.
001430  01 WS-CLOSE-COUNT PIC 9(9) COMP VALUE 0.
001440  01 WS-STALE-COUNT PIC 9(9) COMP VALUE 0.
001450  01 WS-RESENT-COUNT PIC 9(9) COMP VALUE 0.
001460  01 WS-UNTICKETED-COUNT PIC 9(9) COMP VALUE 0.
001470  01 WS-TKTCTL-SWITCH PIC X VALUE "N".
001480     88 WS-TKTCTL-FAILED VALUE "Y".
001490  01 WS-STEP-DATE PIC 9(8) VALUE 0.
001500  01 WS-STEP-TIME PIC 9(8) VALUE 0.
001510 PROCEDURE DIVISION.
001520 0000-MAIN.
001530     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001540     ACCEPT WS-STEP-DATE FROM DATE YYYYMMDD.
001550     ACCEPT WS-STEP-TIME FROM TIME.
001560     PERFORM 0400-VERIFY-RESULTS.
001570     PERFORM 0600-LOAD-QUARANTINE.
001580     PERFORM 1000-OPEN-FILES.
001590     MOVE "N" TO WS-EOF-SWITCH.
001600     OPEN INPUT RESULTS-FILE.
001610     IF NOT WS-RESULTS-OK
001620         DISPLAY "CBUU0011: UNABLE TO REOPEN RESULTS.dat - FILE "
001630             "STATUS " WS-RESULTS-STATUS
001640         CLOSE TICKET-FILE
001650         CLOSE TKTXREF-FILE
001660         CLOSE ASSERTHIST-FILE
001670         MOVE 2 TO RETURN-CODE
001680         GOBACK
001690     END-IF.
001700     PERFORM UNTIL WS-AT-EOF
001710         READ RESULTS-FILE
001720             AT END SET WS-AT-EOF TO TRUE
001730             NOT AT END PERFORM 2000-APPLY-RESULT-ROW
001740         END-READ
001750     END-PERFORM.
001760     CLOSE RESULTS-FILE.
001770     PERFORM 9000-WRITE-TRAILER.
001780     CLOSE TICKET-FILE.
001790     CLOSE TKTXREF-FILE.
001800     CLOSE ASSERTHIST-FILE.
001810     DISPLAY "CBUU0011: TICKETS.dat WRITTEN - " WS-OPEN-COUNT
001820         " OPEN (" WS-REOPEN-COUNT " REOPENED), "
001830         WS-UPDATE-COUNT " UPDATE, " WS-CLOSE-COUNT " CLOSE".
001840     IF WS-RESENT-COUNT > 0
001850         DISPLAY "CBUU0011: " WS-RESENT-COUNT " OF THEM SENT "
001860             "AGAIN - ALREADY ACTED ON FOR THIS RUN BY AN "
001870             "EARLIER PASS"
001880     END-IF.
001890     IF WS-STALE-COUNT > 0
001900         DISPLAY "CBUU0011: " WS-STALE-COUNT " ROW(S) NOT YET "
001910             "FOLDED INTO ASSERTHIST.dat FOR THIS RUN - "
001920             "TICKETED ON THE RESULTS OUTCOME; CHECK HISTORY"
001930         MOVE 1 TO RETURN-CODE
001940     ELSE
001950         MOVE 0 TO RETURN-CODE
001960     END-IF.
001970     IF WS-UNTICKETED-COUNT > 0
001980         DISPLAY "CBUU0011: " WS-UNTICKETED-COUNT " FAILING "
001990             "ASSERTION(S) NOT TICKETED - NO TICKET NUMBER COULD "
002000             "BE ISSUED; PUT TKTXREF.dat RIGHT AND RERUN THE STEP"
002010         MOVE 2 TO RETURN-CODE
002020     END-IF.
002030     GOBACK.
002040 0400-VERIFY-RESULTS.
002050*>    THE WHOLE FILE IS PROVEN AGAINST ITS TRAILER BEFORE A
002060*>    SINGLE TRANSACTION IS WRITTEN - A HALF-WRITTEN RUN MUST NOT
002070*>    CLOSE TICKETS FOR SUITES IT NEVER REACHED. THE HEADER'S
002080*>    RUN STAMP, WHEN PRESENT, REPLACES TODAY'S DATE - THE SAME
002090*>    STAMP CBUU0006 PUT ON THE HISTORY RECORDS.
002100     OPEN INPUT RESULTS-FILE.
002110     IF NOT WS-RESULTS-OK
002120         DISPLAY "CBUU0011: UNABLE TO OPEN RESULTS.dat - FILE "
002130             "STATUS " WS-RESULTS-STATUS
002140         MOVE 2 TO RETURN-CODE
002150         GOBACK
002160     END-IF.
002170     PERFORM UNTIL WS-AT-EOF
002180         READ RESULTS-FILE
002190             AT END SET WS-AT-EOF TO TRUE
002200             NOT AT END PERFORM 0450-VERIFY-ONE-ROW
002210         END-READ
002220     END-PERFORM.
002230     CLOSE RESULTS-FILE.
002240     IF NOT WS-TRAILER-SEEN
002250             OR NOT WS-LAST-WAS-TRAILER
002260             OR WS-SEEN-PASS NOT = WS-TRL-PASS-SAVE
002270             OR WS-SEEN-FAIL NOT = WS-TRL-FAIL-SAVE
002280             OR WS-SEEN-ROWS NOT = WS-TRL-ROW-SAVE
002290         DISPLAY "CBUU0011: RESULTS.dat DOES NOT BALANCE AGAINST"
002300             " ITS TRAILER - NO TICKET TRANSACTIONS WRITTEN"
002310         MOVE 2 TO RETURN-CODE
002320         GOBACK
002330     END-IF.
002340 0450-VERIFY-ONE-ROW.
002350     IF CBU-RESULTS-HEADER-ROW
002360         MOVE "N" TO WS-LAST-REC-SWITCH
002370         IF CBU-hdr-run-date NUMERIC AND CBU-hdr-run-date > 0
002380             MOVE CBU-hdr-run-date TO WS-RUN-DATE
002390             MOVE CBU-hdr-run-time TO WS-RUN-TIME
002400         END-IF
002410     ELSE
002420         IF CBU-RESULTS-TRAILER-ROW
002430             SET WS-TRAILER-SEEN TO TRUE
002440             SET WS-LAST-WAS-TRAILER TO TRUE
002450             MOVE CBU-trl-pass-count TO WS-TRL-PASS-SAVE
002460             MOVE CBU-trl-fail-count TO WS-TRL-FAIL-SAVE
002470             MOVE CBU-trl-row-count TO WS-TRL-ROW-SAVE
002480         ELSE
002490             MOVE "N" TO WS-LAST-REC-SWITCH
002500             ADD 1 TO WS-SEEN-ROWS
002510             IF CBU-results-pass-fail = "PASS"
002520                 ADD 1 TO WS-SEEN-PASS
002530             ELSE
002540                 ADD 1 TO WS-SEEN-FAIL
002550             END-IF
002560         END-IF
002570     END-IF.
002580 0600-LOAD-QUARANTINE.
002590*>    NO QUARANTINE.dat MEANS AN EMPTY LIST, AS IN CBUDRV01.
002600     OPEN INPUT QUARANTINE-FILE.
002610     IF WS-QUARANTINE-OK
002620         PERFORM UNTIL WS-AT-QUAR-EOF
002630             READ QUARANTINE-FILE
002640                 AT END SET WS-AT-QUAR-EOF TO TRUE
002650                 NOT AT END PERFORM 0650-ADD-QUARANTINE-ENTRY
002660             END-READ
002670         END-PERFORM
002680         CLOSE QUARANTINE-FILE
002690     END-IF.
002700 0650-ADD-QUARANTINE-ENTRY.
002710     IF WS-QUAR-COUNT < 50
002720         ADD 1 TO WS-QUAR-COUNT
002730         MOVE QUAR-SUITE-NAME TO WS-QUAR-SUITE (WS-QUAR-COUNT)
002740     ELSE
002750         DISPLAY "CBUU0011: QUARANTINE TABLE FULL (50 ENTRIES) - "
002760             "DROPPING " QUAR-SUITE-NAME
002770             " - ITS TICKETS WILL NOT BE TAGGED"
002780     END-IF.
002790 1000-OPEN-FILES.
002800     OPEN INPUT ASSERTHIST-FILE.
002810     IF NOT WS-HIST-OK
002820         DISPLAY "CBUU0011: UNABLE TO OPEN ASSERTHIST.dat - "
002830             "FILE STATUS " WS-HIST-STATUS
002840             " - RUN CBUU0006 AT LEAST ONCE FIRST"
002850         MOVE 2 TO RETURN-CODE
002860         GOBACK
002870     END-IF.
002880     OPEN I-O TKTXREF-FILE.
002890     IF WS-XREF-NOT-FOUND
002900         DISPLAY "CBUU0011: NO TKTXREF.dat FOUND - CREATING "
002910             "A FRESH TICKET CROSS-REFERENCE"
002920         OPEN OUTPUT TKTXREF-FILE
002930         CLOSE TKTXREF-FILE
002940         OPEN I-O TKTXREF-FILE
002950     END-IF.
002960     IF NOT WS-XREF-OK
002970         DISPLAY "CBUU0011: UNABLE TO OPEN TKTXREF.dat - "
002980             "FILE STATUS " WS-XREF-STATUS
002990         CLOSE ASSERTHIST-FILE
003000         MOVE 2 TO RETURN-CODE
003010         GOBACK
003020     END-IF.
003030     OPEN OUTPUT TICKET-FILE.
003040     IF NOT WS-TICKET-OK
003050         DISPLAY "CBUU0011: UNABLE TO WRITE TICKETS.dat - FILE "
003060             "STATUS " WS-TICKET-STATUS
003070         CLOSE ASSERTHIST-FILE
003080         CLOSE TKTXREF-FILE
003090         MOVE 2 TO RETURN-CODE
003100         GOBACK
003110     END-IF.
003120 2000-APPLY-RESULT-ROW.
003130*>    HEADER AND TRAILER ROWS BRACKET THE FILE - ONLY DETAIL
003140*>    ROWS ARE ASSERTIONS THAT CAN CARRY A TICKET.
003150     IF CBU-RESULTS-HEADER-ROW OR CBU-RESULTS-TRAILER-ROW
003160         CONTINUE
003170     ELSE
003180         PERFORM 2050-APPLY-DETAIL-ROW
003190     END-IF.
003200 2050-APPLY-DETAIL-ROW.
003210     MOVE CBU-results-suite TO WS-ROW-SUITE.
003220     MOVE CBU-results-assert-name TO WS-ROW-ASSERT-NAME.
003230     MOVE CBU-results-expected TO WS-ROW-EXPECTED.
003240     MOVE CBU-results-actual TO WS-ROW-ACTUAL.
003250     MOVE CBU-results-pass-fail TO WS-ROW-PASS-FAIL.
003260     PERFORM 2100-LOOK-UP-HISTORY.
003270     PERFORM 2150-CHECK-QUARANTINE.
003280     MOVE "N" TO WS-XREF-FOUND-SWITCH.
003290     MOVE SPACES TO CBU-tkt-xref-rec.
003300     MOVE WS-ROW-SUITE TO CBU-tkt-suite.
003310     MOVE WS-ROW-ASSERT-NAME TO CBU-tkt-assert-name.
003320     READ TKTXREF-FILE
003330         INVALID KEY CONTINUE
003340         NOT INVALID KEY SET WS-XREF-FOUND TO TRUE
003350     END-READ.
003360*>    AN ASSERTION ALREADY ACTED ON FOR THIS RUN IS NEVER ACTED
003370*>    ON AGAIN. IN THIS PASS IT IS A REPEATED ROW AND SENDS
003380*>    NOTHING; FROM AN EARLIER PASS OF THE STEP, WHOSE TICKETS.dat
003390*>    THIS PASS HAS TRUNCATED, ITS TRANSACTION IS SENT AGAIN.
003400     IF WS-XREF-FOUND
003410             AND CBU-tkt-last-run-date = WS-RUN-DATE
003420             AND CBU-tkt-last-run-time = WS-RUN-TIME
003430         IF CBU-tkt-last-step-date = WS-STEP-DATE
003440                 AND CBU-tkt-last-step-time = WS-STEP-TIME
003450             CONTINUE
003460         ELSE
003470             PERFORM 2700-RESEND-TRANSACTION
003480         END-IF
003490     ELSE
003500         IF WS-OUTCOME = "PASS"
003510             IF WS-XREF-FOUND AND CBU-TKT-IS-OPEN
003520                 PERFORM 2600-CLOSE-TICKET
003530             END-IF
003540         ELSE
003550             IF NOT WS-XREF-FOUND
003560                 PERFORM 2400-OPEN-NEW-TICKET
003570             ELSE
003580                 IF CBU-TKT-IS-CLOSED
003590                     PERFORM 2450-REOPEN-TICKET
003600                 ELSE
003610                     PERFORM 2500-UPDATE-TICKET
003620                 END-IF
003630             END-IF
003640         END-IF
003650     END-IF.
003660 2100-LOOK-UP-HISTORY.
003670*>    A HISTORY RECORD STAMPED WITH THIS RUN HOLDS THE RUN'S
003680*>    FINAL OUTCOME AND STREAK. WITHOUT ONE, HISTORY HAS NOT
003690*>    FOLDED THIS RUN - FALL BACK ON THE ROW'S OWN OUTCOME.
003700     MOVE SPACES TO CBU-hist-rec.
003710     MOVE WS-ROW-SUITE TO CBU-hist-suite.
003720     MOVE WS-ROW-ASSERT-NAME TO CBU-hist-assert-name.
003730     READ ASSERTHIST-FILE
003740         INVALID KEY
003750             MOVE 0 TO CBU-hist-fail-streak
003760             MOVE 0 TO CBU-hist-last-run-date
003770             MOVE 0 TO CBU-hist-last-run-time
003780     END-READ.
003790     IF CBU-hist-last-run-date = WS-RUN-DATE
003800             AND CBU-hist-last-run-time = WS-RUN-TIME
003810         MOVE CBU-hist-last-outcome TO WS-OUTCOME
003820         MOVE CBU-hist-fail-streak TO WS-FAIL-STREAK
003830     ELSE
003840         ADD 1 TO WS-STALE-COUNT
003850         MOVE WS-ROW-PASS-FAIL TO WS-OUTCOME
003860         IF WS-OUTCOME = "PASS"
003870             MOVE 0 TO WS-FAIL-STREAK
003880         ELSE
003890             COMPUTE WS-FAIL-STREAK = CBU-hist-fail-streak + 1
003900         END-IF
003910     END-IF.
003920 2150-CHECK-QUARANTINE.
003930     MOVE "N" TO WS-QUARANTINED-SWITCH.
003940     PERFORM VARYING WS-IDX FROM 1 BY 1
003950             UNTIL WS-IDX > WS-QUAR-COUNT
003960         IF WS-QUAR-SUITE (WS-IDX) = WS-ROW-SUITE
003970             SET WS-SUITE-QUARANTINED TO TRUE
003980         END-IF
003990     END-PERFORM.
004000 2300-ISSUE-TICKET-NUMBER.
004010*>    THE CONTROL RECORD IS REWRITTEN AS EACH NUMBER IS TAKEN -
004020*>    A STEP THAT DIES AFTER THIS POINT LOSES AT MOST ONE NUMBER,
004030*>    IT NEVER REISSUES ONE. A NUMBER THE CONTROL RECORD DOES NOT
004040*>    RECORD AS TAKEN IS NOT HANDED OUT - WS-TKTCTL-FAILED IS SET
004050*>    AND NO FURTHER NUMBER IS ASKED FOR THIS STEP.
004060     MOVE SPACES TO CBU-tkt-xref-rec.
004070     MOVE "*TKTCTL*" TO CBU-tkt-suite.
004080     READ TKTXREF-FILE
004090         INVALID KEY
004100             MOVE SPACES TO CBU-tkt-xref-rec
004110             MOVE "*TKTCTL*" TO CBU-tkt-suite
004120             MOVE 1 TO CBU-tkt-number
004130             MOVE 0 TO CBU-tkt-opened-date CBU-tkt-closed-date
004140                 CBU-tkt-reopen-count CBU-tkt-last-run-date
004150                 CBU-tkt-last-run-time
004160                 CBU-tkt-last-step-date CBU-tkt-last-step-time
004170             WRITE CBU-tkt-xref-rec
004180                 INVALID KEY
004190                     DISPLAY "CBUU0011: UNABLE TO CREATE THE "
004200                         "TICKET CONTROL RECORD - FILE STATUS "
004210                         WS-XREF-STATUS
004220                     SET WS-TKTCTL-FAILED TO TRUE
004230             END-WRITE
004240         NOT INVALID KEY
004250             ADD 1 TO CBU-tkt-number
004260             REWRITE CBU-tkt-xref-rec
004270                 INVALID KEY
004280                     DISPLAY "CBUU0011: UNABLE TO UPDATE THE "
004290                         "TICKET CONTROL RECORD - FILE STATUS "
004300                         WS-XREF-STATUS
004310                     SET WS-TKTCTL-FAILED TO TRUE
004320             END-REWRITE
004330     END-READ.
004340     MOVE CBU-tkt-number TO WS-TICKET-NUMBER.
004350 2400-OPEN-NEW-TICKET.
004360*>    WITHOUT A NUMBER THE ASSERTION GETS NEITHER AN XREF ENTRY
004370*>    NOR A TRANSACTION - THE NEXT PASS OPENS IT AS NEW.
004380     IF NOT WS-TKTCTL-FAILED
004390         PERFORM 2300-ISSUE-TICKET-NUMBER
004400     END-IF.
004410     IF WS-TKTCTL-FAILED
004420         ADD 1 TO WS-UNTICKETED-COUNT
004430     ELSE
004440         PERFORM 2410-RECORD-NEW-TICKET
004450     END-IF.
004460 2410-RECORD-NEW-TICKET.
004470     MOVE SPACES TO CBU-tkt-xref-rec.
004480     MOVE WS-ROW-SUITE TO CBU-tkt-suite.
004490     MOVE WS-ROW-ASSERT-NAME TO CBU-tkt-assert-name.
004500     MOVE WS-TICKET-NUMBER TO CBU-tkt-number.
004510     SET CBU-TKT-IS-OPEN TO TRUE.
004520     MOVE WS-RUN-DATE TO CBU-tkt-opened-date.
004530     MOVE 0 TO CBU-tkt-closed-date.
004540     MOVE 0 TO CBU-tkt-reopen-count.
004550     MOVE WS-RUN-DATE TO CBU-tkt-last-run-date.
004560     MOVE WS-RUN-TIME TO CBU-tkt-last-run-time.
004570     MOVE "OPEN" TO CBU-tkt-last-action.
004580     MOVE WS-STEP-DATE TO CBU-tkt-last-step-date.
004590     MOVE WS-STEP-TIME TO CBU-tkt-last-step-time.
004600     WRITE CBU-tkt-xref-rec
004610         INVALID KEY
004620             DISPLAY "CBUU0011: WRITE FAILED FOR "
004630                 CBU-tkt-suite " " CBU-tkt-assert-name
004640                 " - FILE STATUS " WS-XREF-STATUS
004650     END-WRITE.
004660     MOVE "OPEN" TO WS-ACTION.
004670     MOVE "N" TO WS-REOPENED-FLAG.
004680     PERFORM 3000-WRITE-TRANSACTION.
004690     ADD 1 TO WS-OPEN-COUNT.
004700 2450-REOPEN-TICKET.
004710     SET CBU-TKT-IS-OPEN TO TRUE.
004720     MOVE WS-RUN-DATE TO CBU-tkt-opened-date.
004730     MOVE 0 TO CBU-tkt-closed-date.
004740     ADD 1 TO CBU-tkt-reopen-count.
004750     MOVE WS-RUN-DATE TO CBU-tkt-last-run-date.
004760     MOVE WS-RUN-TIME TO CBU-tkt-last-run-time.
004770     MOVE "REOPEN" TO CBU-tkt-last-action.
004780     MOVE WS-STEP-DATE TO CBU-tkt-last-step-date.
004790     MOVE WS-STEP-TIME TO CBU-tkt-last-step-time.
004800     MOVE CBU-tkt-number TO WS-TICKET-NUMBER.
004810     PERFORM 2900-REWRITE-XREF.
004820     MOVE "OPEN" TO WS-ACTION.
004830     MOVE "Y" TO WS-REOPENED-FLAG.
004840     PERFORM 3000-WRITE-TRANSACTION.
004850     ADD 1 TO WS-OPEN-COUNT.
004860     ADD 1 TO WS-REOPEN-COUNT.
004870 2500-UPDATE-TICKET.
004880     MOVE WS-RUN-DATE TO CBU-tkt-last-run-date.
004890     MOVE WS-RUN-TIME TO CBU-tkt-last-run-time.
004900     MOVE "UPDATE" TO CBU-tkt-last-action.
004910     MOVE WS-STEP-DATE TO CBU-tkt-last-step-date.
004920     MOVE WS-STEP-TIME TO CBU-tkt-last-step-time.
004930     MOVE CBU-tkt-number TO WS-TICKET-NUMBER.
004940     PERFORM 2900-REWRITE-XREF.
004950     MOVE "UPDATE" TO WS-ACTION.
004960     MOVE "N" TO WS-REOPENED-FLAG.
004970     PERFORM 3000-WRITE-TRANSACTION.
004980     ADD 1 TO WS-UPDATE-COUNT.
004990 2600-CLOSE-TICKET.
005000     SET CBU-TKT-IS-CLOSED TO TRUE.
005010     MOVE WS-RUN-DATE TO CBU-tkt-closed-date.
005020     MOVE WS-RUN-DATE TO CBU-tkt-last-run-date.
005030     MOVE WS-RUN-TIME TO CBU-tkt-last-run-time.
005040     MOVE "CLOSE" TO CBU-tkt-last-action.
005050     MOVE WS-STEP-DATE TO CBU-tkt-last-step-date.
005060     MOVE WS-STEP-TIME TO CBU-tkt-last-step-time.
005070     MOVE CBU-tkt-number TO WS-TICKET-NUMBER.
005080     PERFORM 2900-REWRITE-XREF.
005090     MOVE "CLOSE" TO WS-ACTION.
005100     MOVE "N" TO WS-REOPENED-FLAG.
005110     PERFORM 3000-WRITE-TRANSACTION.
005120     ADD 1 TO WS-CLOSE-COUNT.
005130 2700-RESEND-TRANSACTION.
005140*>    THE TICKET ALREADY STANDS AS THIS RUN LEFT IT - ONLY THE
005150*>    PASS STAMP MOVES ON, SO A LATER ROW FOR THE SAME ASSERTION
005160*>    IN THIS PASS IS KNOWN FOR A REPEAT.
005170     MOVE CBU-tkt-number TO WS-TICKET-NUMBER.
005180     MOVE "N" TO WS-REOPENED-FLAG.
005190     EVALUATE TRUE
005200         WHEN CBU-TKT-LAST-OPEN
005210             MOVE "OPEN" TO WS-ACTION
005220             ADD 1 TO WS-OPEN-COUNT
005230         WHEN CBU-TKT-LAST-REOPEN
005240             MOVE "OPEN" TO WS-ACTION
005250             MOVE "Y" TO WS-REOPENED-FLAG
005260             ADD 1 TO WS-OPEN-COUNT
005270             ADD 1 TO WS-REOPEN-COUNT
005280         WHEN CBU-TKT-LAST-UPDATE
005290             MOVE "UPDATE" TO WS-ACTION
005300             ADD 1 TO WS-UPDATE-COUNT
005310         WHEN OTHER
005320             MOVE "CLOSE" TO WS-ACTION
005330             ADD 1 TO WS-CLOSE-COUNT
005340     END-EVALUATE.
005350     MOVE WS-STEP-DATE TO CBU-tkt-last-step-date.
005360     MOVE WS-STEP-TIME TO CBU-tkt-last-step-time.
005370     PERFORM 2900-REWRITE-XREF.
005380     PERFORM 3000-WRITE-TRANSACTION.
005390     ADD 1 TO WS-RESENT-COUNT.
005400 2900-REWRITE-XREF.
005410     REWRITE CBU-tkt-xref-rec
005420         INVALID KEY
005430             DISPLAY "CBUU0011: REWRITE FAILED FOR "
005440                 CBU-tkt-suite " " CBU-tkt-assert-name
005450                 " - FILE STATUS " WS-XREF-STATUS
005460     END-REWRITE.
005470 3000-WRITE-TRANSACTION.
005480     MOVE SPACES TO CBU-tkt-tran-rec.
005490     MOVE WS-ACTION TO CBU-ttran-action.
005500     MOVE WS-TICKET-NUMBER TO CBU-ttran-number.
005510     MOVE WS-REOPENED-FLAG TO CBU-ttran-reopened.
005520     MOVE WS-RUN-DATE TO CBU-ttran-run-date.
005530     MOVE WS-RUN-TIME TO CBU-ttran-run-time.
005540     MOVE WS-ROW-SUITE TO CBU-ttran-suite.
005550     MOVE WS-ROW-ASSERT-NAME TO CBU-ttran-assert-name.
005560     IF WS-ACTION = "CLOSE"
005570         MOVE 0 TO CBU-ttran-fail-streak
005580     ELSE
005590         MOVE WS-FAIL-STREAK TO CBU-ttran-fail-streak
005600     END-IF.
005610     IF WS-SUITE-QUARANTINED
005620         MOVE "QUARANTINED" TO CBU-ttran-quarantine
005630     END-IF.
005640     MOVE WS-ROW-EXPECTED TO CBU-ttran-expected.
005650     MOVE WS-ROW-ACTUAL TO CBU-ttran-actual.
005660     MOVE WS-OUTCOME TO CBU-ttran-outcome.
005670     WRITE CBU-tkt-tran-rec.
005680 9000-WRITE-TRAILER.
005690     MOVE SPACES TO CBU-ttran-trl-rec.
005700     MOVE "*TRAILER" TO CBU-ttran-trl-id.
005710     MOVE WS-OPEN-COUNT TO CBU-ttran-trl-open.
005720     MOVE WS-UPDATE-COUNT TO CBU-ttran-trl-update.
005730     MOVE WS-CLOSE-COUNT TO CBU-ttran-trl-close.
005740     WRITE CBU-ttran-trl-rec.
005750 END PROGRAM CBUU0011.
