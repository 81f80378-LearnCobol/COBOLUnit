000010*>
000020 IDENTIFICATION DIVISION.
000030 PROGRAM-ID.   CBUR0007.
000040*>    Per-team failure digest: turns the run's RESULTS.dat into
000050*>    one section per owning application team, so on-call knows
000060*>    whose suite went red without hunting for the people first
000070*>    and each team reads its own morning digest instead of the
000080*>    whole fleet summary. SUITEOWNER.dat (CBUC0015) maps every
000090*>    SUITELIST.dat suite to a team, a contact and an escalation
000100*>    level. DIGEST.dat gets, for each team in SUITEOWNER.dat
000110*>    order, a *TEAM* section header line (the line a mail split
000120*>    cuts on) and then each of that team's FAILED, ABENDED and
000130*>    BLOCKED suites with its contact and escalation level, each
000140*>    red assertion beneath it marked NEW (red for the first
000150*>    time this run) or KNOWN (already red before it), and how
000160*>    long it has been red - the consecutive-fail streak and the
000170*>    last date it passed, read from the freshly folded
000180*>    ASSERTHIST.dat (CBUC0006, see CBUU0006). A team with
000190*>    nothing red still gets its section, saying so. RESULTS.dat
000200*>    never holds a row for a BLOCKED suite, so BLOCKED is worked
000210*>    out here the way CBUDRV01 decides it: a SUITELIST.dat suite
000220*>    whose tag fits the run's mode, that has no rows, and whose
000230*>    prerequisite failed, abended or was itself blocked in this
000240*>    run. An assertion whose history says it passed on a re-run
000250*>    later in a restart-appended file is not reported red.
000260*>    Suites on QUARANTINE.dat (optional, as for CBUDRV01) are
000270*>    listed like the rest but tagged QUARANTINED.
000280*>    The closing *UNOWNED* section lists every suite with no
000290*>    SUITEOWNER.dat record, with its status, and each is also
000300*>    flagged on SYSOUT as an exception - on every run, until a
000310*>    team claims it. A SUITEOWNER.dat record for a suite that
000320*>    is no longer on SUITELIST.dat is reported as a stale claim;
000330*>    the first claim on a suite wins over any later duplicate.
000340*>    The OPTIONAL PARM (the usual length-prefixed convention)
000350*>    names one team: DIGEST.dat then holds only that team's
000360*>    section plus the *UNOWNED* section. No PARM digests every
000370*>    team. RESULTS.dat is reconciled against its trailer
000380*>    (CBUC0003) first and an unbalanced file is refused. RC=0
000390*>    on a clean digest, 1 when it was written but some suite is
000400*>    unowned or some red assertion had not yet been folded into
000410*>    ASSERTHIST.dat for this run (HISTORY did not run - its
000420*>    streak is shown as the history's plus this run), 2 when
000430*>    RESULTS.dat was missing or unbalanced, a file could not be
000440*>    opened, or the PARM names a team with no SUITEOWNER.dat
000450*>    record.
000460 ENVIRONMENT    DIVISION.
000470 CONFIGURATION  SECTION.
000480 INPUT-OUTPUT   SECTION.
000490 FILE-CONTROL.
000500     SELECT SUITE-LIST-FILE ASSIGN TO "SUITELIST.dat"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-SUITE-LIST-STATUS.
000530     SELECT SUITEOWNER-FILE ASSIGN TO "SUITEOWNER.dat"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-OWNER-STATUS.
000560     SELECT RESULTS-FILE ASSIGN TO "RESULTS.dat"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-RESULTS-STATUS.
000590     SELECT ASSERTHIST-FILE ASSIGN TO "ASSERTHIST.dat"
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS RANDOM
000620         RECORD KEY IS CBU-hist-key
000630         FILE STATUS IS WS-HIST-STATUS.
000640     SELECT QUARANTINE-FILE ASSIGN TO "QUARANTINE.dat"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-QUARANTINE-STATUS.
000670     SELECT DIGEST-FILE ASSIGN TO "DIGEST.dat"
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-DIGEST-STATUS.
000700 DATA DIVISION.
000710 FILE SECTION.
000720 FD  SUITE-LIST-FILE.
000730     COPY CBUC0004.
000740 FD  SUITEOWNER-FILE.
000750     COPY CBUC0015.
000760 FD  RESULTS-FILE.
000770     COPY CBUC0003.
000780 FD  ASSERTHIST-FILE.
000790     COPY CBUC0006.
000800 FD  QUARANTINE-FILE.
000810*>    QUARANTINE.dat SHARES SUITELIST.dat'S ONE-SUITE-PER-RECORD
000820*>    SHAPE (CBUC0004) BUT IS READ INTO A LOCALLY-DECLARED RECORD
000830*>    WITH ITS OWN FIELD NAMES, AS IN CBUDRV01. KEEP THIS IN STEP
000840*>    WITH CBUC0004 IF THAT LAYOUT EVER CHANGES.
000850 01  QUARANTINE-REC.
000860     05 QUAR-SUITE-NAME      PIC X(8).
000870     05 FILLER               PIC X.
000880     05 QUAR-SUITE-TAG       PIC X(7).
000890 FD  DIGEST-FILE.
000900 01  DIGEST-REC PIC X(132).
000910 WORKING-STORAGE SECTION.
000920  01 WS-SUITE-LIST-STATUS PIC XX.
000930     88 WS-SUITE-LIST-OK     VALUE "00".
000940  01 WS-OWNER-STATUS PIC XX.
000950     88 WS-OWNER-OK          VALUE "00".
000960  01 WS-RESULTS-STATUS PIC XX.
000970     88 WS-RESULTS-OK        VALUE "00".
000980  01 WS-HIST-STATUS PIC XX.
000990     88 WS-HIST-OK           VALUE "00".
001000  01 WS-QUARANTINE-STATUS PIC XX.
001010     88 WS-QUARANTINE-OK     VALUE "00".
001020  01 WS-DIGEST-STATUS PIC XX.
001030     88 WS-DIGEST-OK         VALUE "00".
001040  01 WS-EOF-SWITCH PIC X VALUE "N".
001050     88 WS-AT-EOF VALUE "Y".
001060  01 WS-RUN-DATE PIC 9(8) VALUE 0.
001070  01 WS-RUN-TIME PIC 9(6) VALUE 0.
001080  01 WS-RUN-MODE PIC X(7) VALUE "FULL".
001090  01 WS-SEEN-PASS PIC 9(9) COMP VALUE 0.
001100  01 WS-SEEN-FAIL PIC 9(9) COMP VALUE 0.
001110  01 WS-SEEN-ROWS PIC 9(9) COMP VALUE 0.
001120  01 WS-TRAILER-SEEN-SWITCH PIC X VALUE "N".
001130     88 WS-TRAILER-SEEN VALUE "Y".
001140  01 WS-LAST-REC-SWITCH PIC X VALUE "N".
001150     88 WS-LAST-WAS-TRAILER VALUE "Y".
001160  01 WS-TRL-PASS-SAVE PIC 9(9) VALUE 0.
001170  01 WS-TRL-FAIL-SAVE PIC 9(9) VALUE 0.
001180  01 WS-TRL-ROW-SAVE PIC 9(9) VALUE 0.
001190  01 WS-PARM-USE-LEN PIC S9(4) COMP VALUE 0.
001200  01 WS-FILTER-TEAM PIC X(8) VALUE SPACES.
001210  01 WS-IDX PIC 9(4) COMP.
001220  01 WS-SIDX PIC 9(4) COMP.
001230  01 WS-PIDX PIC 9(4) COMP.
001240  01 WS-OIDX PIC 9(4) COMP.
001250  01 WS-TIDX PIC 9(4) COMP.
001260  01 WS-RIDX PIC 9(4) COMP.
001270  01 WS-KEY-SUITE PIC X(8) VALUE SPACES.
001280  01 WS-FOUND-SWITCH PIC X VALUE "N".
001290     88 WS-FOUND VALUE "Y".
001300  01 WS-MODE-MATCH-SWITCH PIC X VALUE "Y".
001310     88 WS-MODE-MATCHES VALUE "Y".
001320  01 WS-ROW-SAVE.
001330     05 WS-ROW-SUITE         PIC X(8).
001340     05 WS-ROW-ASSERT-NAME   PIC X(20).
001350     05 WS-ROW-EXPECTED      PIC X(20).
001360     05 WS-ROW-ACTUAL        PIC X(20).
001370     05 WS-ROW-PASS-FAIL     PIC X(4).
001380  01 WS-OUTCOME PIC X(4) VALUE SPACES.
001390  01 WS-FAIL-STREAK PIC 9(4) VALUE 0.
001400  01 WS-LAST-PASSED PIC 9(8) VALUE 0.
001410  01 WS-TEAM-RED-COUNT PIC 9(4) VALUE 0.
001420  01 WS-TEAM-OWNED-COUNT PIC 9(4) VALUE 0.
001430  01 WS-TEAM-HIGH-ESC PIC X VALUE SPACE.
001440  01 WS-NEW-COUNT PIC 9(4) VALUE 0.
001450  01 WS-KNOWN-COUNT PIC 9(4) VALUE 0.
001460  01 WS-RED-SUITE-TOTAL PIC 9(9) COMP VALUE 0.
001470  01 WS-UNOWNED-COUNT PIC 9(4) VALUE 0.
001480  01 WS-STALE-CLAIM-COUNT PIC 9(9) COMP VALUE 0.
001490  01 WS-STALE-HIST-COUNT PIC 9(9) COMP VALUE 0.
001500  01 WS-TEAMS-WRITTEN PIC 9(9) COMP VALUE 0.
001510  01 WS-OUT-LINE PIC X(132) VALUE SPACES.
001520  01 WS-OUT-PTR PIC 9(4) COMP VALUE 1.
001530  01 WS-QUARANTINE-AREA.
001540     05 WS-QUAR-COUNT        PIC 9(4) COMP VALUE 0.
001550     05 WS-QUAR-SUITE OCCURS 50 TIMES PIC X(8).
001560*>    ONE ENTRY PER SUITE - SUITELIST.dat ORDER FIRST (THE ORDER
001570*>    CBUDRV01 RAN THEM IN, WHICH THE BLOCKED CHAIN DEPENDS ON),
001580*>    THEN ANY SUITE FOUND ONLY ON RESULTS.dat. WS-STE-OWNER IS
001590*>    THE WS-OWNER-ENTRY SUBSCRIPT, ZERO FOR AN UNOWNED SUITE.
001600  01 WS-SUITE-AREA.
001610     05 WS-SUITE-COUNT       PIC 9(4) COMP VALUE 0.
001620     05 WS-SUITE-ENTRY OCCURS 200 TIMES.
001630         10 WS-STE-SUITE         PIC X(8).
001640         10 WS-STE-TAG           PIC X(7).
001650         10 WS-STE-PREREQ        PIC X(8).
001660         10 WS-STE-LISTED        PIC X.
001670         10 WS-STE-OWNER         PIC 9(4) COMP.
001680         10 WS-STE-ROWS          PIC 9(7) COMP.
001690         10 WS-STE-RED-ROWS      PIC 9(7) COMP.
001700         10 WS-STE-ABENDED       PIC X.
001710         10 WS-STE-QUARANTINED   PIC X.
001720         10 WS-STE-STREAK        PIC 9(4).
001730         10 WS-STE-STATUS        PIC X(7).
001740             88 WS-STE-IS-RED    VALUE "FAILED" "ABENDED"
001750                                       "BLOCKED".
001760  01 WS-OWNER-AREA.
001770     05 WS-OWNER-COUNT       PIC 9(4) COMP VALUE 0.
001780     05 WS-OWNER-ENTRY OCCURS 200 TIMES.
001790         10 WS-OWN-SUITE         PIC X(8).
001800         10 WS-OWN-TEAM          PIC X(8).
001810         10 WS-OWN-ESCALATION    PIC X.
001820         10 WS-OWN-CONTACT       PIC X(40).
001830  01 WS-TEAM-AREA.
001840     05 WS-TEAM-COUNT        PIC 9(4) COMP VALUE 0.
001850     05 WS-TEAM-NAME OCCURS 50 TIMES PIC X(8).
001860*>    ONE ENTRY PER RED ASSERTION (ABND ROWS INCLUDED), POINTING
001870*>    BACK AT ITS SUITE'S WS-SUITE-ENTRY. A STREAK OF 1 IS AN
001880*>    ASSERTION RED FOR THE FIRST TIME THIS RUN - NEW; ANYTHING
001890*>    LONGER WAS ALREADY KNOWN BEFORE TONIGHT.
001900  01 WS-RED-AREA.
001910     05 WS-RED-COUNT         PIC 9(4) COMP VALUE 0.
001920     05 WS-RED-ENTRY OCCURS 500 TIMES.
001930         10 WS-RED-SUITE-IDX     PIC 9(4) COMP.
001940         10 WS-RED-ASSERT        PIC X(20).
001950         10 WS-RED-EXPECTED      PIC X(20).
001960         10 WS-RED-ACTUAL        PIC X(20).
001970         10 WS-RED-OUTCOME       PIC X(4).
001980         10 WS-RED-STREAK        PIC 9(4).
001990         10 WS-RED-LAST-PASSED   PIC 9(8).
002000 LINKAGE SECTION.
002010  01 CBU-DIGEST-PARM.
002020     05 CBU-DIGEST-PARM-LEN  PIC S9(4) COMP.
002030     05 CBU-DIGEST-PARM-TEXT PIC X(8).
002040 PROCEDURE DIVISION USING OPTIONAL CBU-DIGEST-PARM.
002050 0000-MAIN.
002060     MOVE 0 TO RETURN-CODE.
002070     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002080     PERFORM 0100-LOAD-PARM.
002090     PERFORM 0400-VERIFY-RESULTS.
002100     PERFORM 0500-LOAD-SUITELIST.
002110     PERFORM 0600-LOAD-QUARANTINE.
002120     PERFORM 0700-LOAD-OWNERS.
002130     OPEN INPUT ASSERTHIST-FILE.
002140     IF NOT WS-HIST-OK
002150         DISPLAY "CBUR0007: UNABLE TO OPEN ASSERTHIST.dat - "
002160             "FILE STATUS " WS-HIST-STATUS
002170             " - RUN CBUU0006 AT LEAST ONCE FIRST"
002180         MOVE 2 TO RETURN-CODE
002190         GOBACK
002200     END-IF.
002210     MOVE "N" TO WS-EOF-SWITCH.
002220     OPEN INPUT RESULTS-FILE.
002221     IF NOT WS-RESULTS-OK
002222         DISPLAY "CBUR0007: UNABLE TO REOPEN RESULTS.dat - FILE "
002223             "STATUS " WS-RESULTS-STATUS
002224         CLOSE ASSERTHIST-FILE
002225         MOVE 2 TO RETURN-CODE
002226         GOBACK
002227     END-IF.
002230     PERFORM UNTIL WS-AT-EOF
002240         READ RESULTS-FILE
002250             AT END SET WS-AT-EOF TO TRUE
002260             NOT AT END PERFORM 2000-TALLY-RESULT-ROW
002270         END-READ
002280     END-PERFORM.
002290     CLOSE RESULTS-FILE.
002300     CLOSE ASSERTHIST-FILE.
002310     PERFORM 2500-SET-SUITE-STATUS.
002320     PERFORM 2700-CHECK-OWNERSHIP.
002330     PERFORM 3000-WRITE-DIGEST.
002340     PERFORM 9000-SUMMARY.
002350     GOBACK.
002360 0100-LOAD-PARM.
002370     IF CBU-DIGEST-PARM IS OMITTED
002380         CONTINUE
002390     ELSE
002400         IF CBU-DIGEST-PARM-LEN > 0
002410             MOVE CBU-DIGEST-PARM-LEN TO WS-PARM-USE-LEN
002420             IF WS-PARM-USE-LEN > 8
002430                 MOVE 8 TO WS-PARM-USE-LEN
002440             END-IF
002450             MOVE CBU-DIGEST-PARM-TEXT(1:WS-PARM-USE-LEN)
002460                 TO WS-FILTER-TEAM
002470         END-IF
002480     END-IF.
002490 0400-VERIFY-RESULTS.
002500*>    THE WHOLE FILE IS PROVEN AGAINST ITS TRAILER BEFORE ANY
002510*>    TEAM IS TOLD ANYTHING - A HALF-WRITTEN RUN WOULD SHOW THE
002520*>    SUITES IT NEVER REACHED AS GREEN. THE HEADER'S RUN STAMP,
002530*>    WHEN PRESENT, REPLACES TODAY'S DATE - THE SAME STAMP
002540*>    CBUU0006 PUT ON THE HISTORY RECORDS - AND ITS RUN MODE IS
002550*>    WHAT DECIDES WHICH SUITES COULD HAVE BEEN BLOCKED.
002560     OPEN INPUT RESULTS-FILE.
002570     IF NOT WS-RESULTS-OK
002580         DISPLAY "CBUR0007: UNABLE TO OPEN RESULTS.dat - FILE "
002590             "STATUS " WS-RESULTS-STATUS
002600         MOVE 2 TO RETURN-CODE
002610         GOBACK
002620     END-IF.
002630     PERFORM UNTIL WS-AT-EOF
002640         READ RESULTS-FILE
002650             AT END SET WS-AT-EOF TO TRUE
002660             NOT AT END PERFORM 0450-VERIFY-ONE-ROW
002670         END-READ
002680     END-PERFORM.
002690     CLOSE RESULTS-FILE.
002700     IF NOT WS-TRAILER-SEEN
002710             OR NOT WS-LAST-WAS-TRAILER
002720             OR WS-SEEN-PASS NOT = WS-TRL-PASS-SAVE
002730             OR WS-SEEN-FAIL NOT = WS-TRL-FAIL-SAVE
002740             OR WS-SEEN-ROWS NOT = WS-TRL-ROW-SAVE
002750         DISPLAY "CBUR0007: RESULTS.dat DOES NOT BALANCE AGAINST"
002760             " ITS TRAILER - NO DIGEST WRITTEN"
002770         MOVE 2 TO RETURN-CODE
002780         GOBACK
002790     END-IF.
002800 0450-VERIFY-ONE-ROW.
002810     IF CBU-RESULTS-HEADER-ROW
002820         MOVE "N" TO WS-LAST-REC-SWITCH
002830         IF CBU-hdr-run-date NUMERIC AND CBU-hdr-run-date > 0
002840             MOVE CBU-hdr-run-date TO WS-RUN-DATE
002850             MOVE CBU-hdr-run-time TO WS-RUN-TIME
002860         END-IF
002870         IF CBU-hdr-run-mode NOT = SPACES
002880             MOVE CBU-hdr-run-mode TO WS-RUN-MODE
002890         END-IF
002900     ELSE
002910         IF CBU-RESULTS-TRAILER-ROW
002920             SET WS-TRAILER-SEEN TO TRUE
002930             SET WS-LAST-WAS-TRAILER TO TRUE
002940             MOVE CBU-trl-pass-count TO WS-TRL-PASS-SAVE
002950             MOVE CBU-trl-fail-count TO WS-TRL-FAIL-SAVE
002960             MOVE CBU-trl-row-count TO WS-TRL-ROW-SAVE
002970         ELSE
002980             MOVE "N" TO WS-LAST-REC-SWITCH
002990             ADD 1 TO WS-SEEN-ROWS
003000             IF CBU-results-pass-fail = "PASS"
003010                 ADD 1 TO WS-SEEN-PASS
003020             ELSE
003030                 ADD 1 TO WS-SEEN-FAIL
003040             END-IF
003050         END-IF
003060     END-IF.
003070 0500-LOAD-SUITELIST.
003080     MOVE "N" TO WS-EOF-SWITCH.
003090     OPEN INPUT SUITE-LIST-FILE.
003100     IF NOT WS-SUITE-LIST-OK
003110         DISPLAY "CBUR0007: UNABLE TO OPEN SUITELIST.dat - FILE "
003120             "STATUS " WS-SUITE-LIST-STATUS
003130         MOVE 2 TO RETURN-CODE
003140         GOBACK
003150     END-IF.
003160     PERFORM UNTIL WS-AT-EOF
003170         READ SUITE-LIST-FILE
003180             AT END SET WS-AT-EOF TO TRUE
003190             NOT AT END PERFORM 0550-ADD-LISTED-SUITE
003200         END-READ
003210     END-PERFORM.
003220     CLOSE SUITE-LIST-FILE.
003230 0550-ADD-LISTED-SUITE.
003240     IF CBU-suite-list-name NOT = SPACES
003250         MOVE CBU-suite-list-name TO WS-KEY-SUITE
003260         PERFORM 0800-FIND-SUITE
003270         IF WS-SIDX > 0
003280             MOVE "Y" TO WS-STE-LISTED (WS-SIDX)
003290             MOVE CBU-suite-list-tag TO WS-STE-TAG (WS-SIDX)
003300             MOVE CBU-suite-list-prereq TO WS-STE-PREREQ (WS-SIDX)
003310         END-IF
003320     END-IF.
003330 0600-LOAD-QUARANTINE.
003340*>    NO QUARANTINE.dat MEANS AN EMPTY LIST, AS IN CBUDRV01.
003350     MOVE "N" TO WS-EOF-SWITCH.
003360     OPEN INPUT QUARANTINE-FILE.
003370     IF WS-QUARANTINE-OK
003380         PERFORM UNTIL WS-AT-EOF
003390             READ QUARANTINE-FILE
003400                 AT END SET WS-AT-EOF TO TRUE
003410                 NOT AT END PERFORM 0650-ADD-QUARANTINE-ENTRY
003420             END-READ
003430         END-PERFORM
003440         CLOSE QUARANTINE-FILE
003450     END-IF.
003460 0650-ADD-QUARANTINE-ENTRY.
003470     IF WS-QUAR-COUNT < 50
003480         ADD 1 TO WS-QUAR-COUNT
003490         MOVE QUAR-SUITE-NAME TO WS-QUAR-SUITE (WS-QUAR-COUNT)
003500     ELSE
003510         DISPLAY "CBUR0007: QUARANTINE TABLE FULL (50 ENTRIES) - "
003520             "DROPPING " QUAR-SUITE-NAME
003530             " - IT WILL NOT BE TAGGED"
003540     END-IF.
003550 0700-LOAD-OWNERS.
003560*>    NO SUITEOWNER.dat IS NOT FATAL - EVERY SUITE SIMPLY COMES
003570*>    OUT UNOWNED, WHICH IS EXACTLY THE EXCEPTION TO RAISE.
003580     MOVE "N" TO WS-EOF-SWITCH.
003590     OPEN INPUT SUITEOWNER-FILE.
003600     IF WS-OWNER-OK
003610         PERFORM UNTIL WS-AT-EOF
003620             READ SUITEOWNER-FILE
003630                 AT END SET WS-AT-EOF TO TRUE
003640                 NOT AT END PERFORM 0750-ADD-OWNER
003650             END-READ
003660         END-PERFORM
003670         CLOSE SUITEOWNER-FILE
003680     ELSE
003690         DISPLAY "CBUR0007: NO SUITEOWNER.dat (FILE STATUS "
003700             WS-OWNER-STATUS ") - EVERY SUITE IS UNOWNED"
003710     END-IF.
003720     IF WS-FILTER-TEAM NOT = SPACES
003730         MOVE "N" TO WS-FOUND-SWITCH
003740         PERFORM VARYING WS-TIDX FROM 1 BY 1
003750                 UNTIL WS-TIDX > WS-TEAM-COUNT
003760             IF WS-TEAM-NAME (WS-TIDX) = WS-FILTER-TEAM
003770                 SET WS-FOUND TO TRUE
003780             END-IF
003790         END-PERFORM
003800         IF NOT WS-FOUND
003810             DISPLAY "CBUR0007: PARM NAMES TEAM '" WS-FILTER-TEAM
003820                 "' BUT NO SUITEOWNER.dat RECORD CARRIES IT - "
003830                 "CHECK THE PARM SPELLING"
003840             MOVE 2 TO RETURN-CODE
003850             GOBACK
003860         END-IF
003870     END-IF.
003880 0750-ADD-OWNER.
003890     IF CBU-owner-suite NOT = SPACES
003900         MOVE "N" TO WS-FOUND-SWITCH
003910         PERFORM VARYING WS-OIDX FROM 1 BY 1
003920                 UNTIL WS-OIDX > WS-OWNER-COUNT OR WS-FOUND
003930             IF WS-OWN-SUITE (WS-OIDX) = CBU-owner-suite
003940                 SET WS-FOUND TO TRUE
003950                 DISPLAY "CBUR0007: DUPLICATE CLAIM ON "
003960                     CBU-owner-suite " BY " CBU-owner-team
003970                     " IGNORED - FIRST CLAIM BY "
003980                     WS-OWN-TEAM (WS-OIDX) " KEPT"
003990             END-IF
004000         END-PERFORM
004010         IF NOT WS-FOUND
004020             IF WS-OWNER-COUNT < 200
004030                 ADD 1 TO WS-OWNER-COUNT
004040                 MOVE CBU-owner-suite
004050                     TO WS-OWN-SUITE (WS-OWNER-COUNT)
004060                 MOVE CBU-owner-team
004070                     TO WS-OWN-TEAM (WS-OWNER-COUNT)
004080                 MOVE CBU-owner-contact
004090                     TO WS-OWN-CONTACT (WS-OWNER-COUNT)
004100                 IF CBU-owner-escalation = "2"
004110                         OR CBU-owner-escalation = "3"
004120                     MOVE CBU-owner-escalation
004130                         TO WS-OWN-ESCALATION (WS-OWNER-COUNT)
004140                 ELSE
004150                     MOVE "1"
004160                         TO WS-OWN-ESCALATION (WS-OWNER-COUNT)
004170                 END-IF
004180                 PERFORM 0770-ADD-TEAM
004190             ELSE
004200                 DISPLAY "CBUR0007: OWNER TABLE FULL "
004210                     "(200 ENTRIES)"
004220                     " - DROPPING CLAIM ON " CBU-owner-suite
004230                     " - IT WILL BE REPORTED UNOWNED"
004240             END-IF
004250         END-IF
004260     END-IF.
004270 0770-ADD-TEAM.
004280     MOVE "N" TO WS-FOUND-SWITCH.
004290     PERFORM VARYING WS-TIDX FROM 1 BY 1
004300             UNTIL WS-TIDX > WS-TEAM-COUNT
004310         IF WS-TEAM-NAME (WS-TIDX) = CBU-owner-team
004320             SET WS-FOUND TO TRUE
004330         END-IF
004340     END-PERFORM.
004350     IF NOT WS-FOUND
004360         IF WS-TEAM-COUNT < 50
004370             ADD 1 TO WS-TEAM-COUNT
004380             MOVE CBU-owner-team TO WS-TEAM-NAME (WS-TEAM-COUNT)
004390         ELSE
004400             DISPLAY "CBUR0007: TEAM TABLE FULL (50 ENTRIES) - "
004410                 "TEAM " CBU-owner-team " GETS NO SECTION"
004420         END-IF
004430     END-IF.
004440 0800-FIND-SUITE.
004450*>    LOOKS WS-KEY-SUITE UP, ADDING IT WHEN NEW. WS-SIDX COMES
004460*>    BACK ZERO ONLY WHEN THE TABLE IS FULL.
004470     MOVE 0 TO WS-SIDX.
004480     PERFORM VARYING WS-IDX FROM 1 BY 1
004490             UNTIL WS-IDX > WS-SUITE-COUNT OR WS-SIDX > 0
004500         IF WS-STE-SUITE (WS-IDX) = WS-KEY-SUITE
004510             MOVE WS-IDX TO WS-SIDX
004520         END-IF
004530     END-PERFORM.
004540     IF WS-SIDX = 0
004550         IF WS-SUITE-COUNT < 200
004560             ADD 1 TO WS-SUITE-COUNT
004570             MOVE WS-SUITE-COUNT TO WS-SIDX
004580             MOVE WS-KEY-SUITE TO WS-STE-SUITE (WS-SIDX)
004590             MOVE SPACES TO WS-STE-TAG (WS-SIDX)
004600             MOVE SPACES TO WS-STE-PREREQ (WS-SIDX)
004610             MOVE "N" TO WS-STE-LISTED (WS-SIDX)
004620             MOVE 0 TO WS-STE-OWNER (WS-SIDX)
004630             MOVE 0 TO WS-STE-ROWS (WS-SIDX)
004640             MOVE 0 TO WS-STE-RED-ROWS (WS-SIDX)
004650             MOVE "N" TO WS-STE-ABENDED (WS-SIDX)
004660             MOVE "N" TO WS-STE-QUARANTINED (WS-SIDX)
004670             MOVE 0 TO WS-STE-STREAK (WS-SIDX)
004680             MOVE SPACES TO WS-STE-STATUS (WS-SIDX)
004690         ELSE
004700             DISPLAY "CBUR0007: SUITE TABLE FULL (200 ENTRIES) - "
004710                 "DROPPING " WS-KEY-SUITE
004720         END-IF
004730     END-IF.
004740 2000-TALLY-RESULT-ROW.
004750*>    HEADER AND TRAILER ROWS BRACKET THE FILE - ONLY DETAIL
004760*>    ROWS BELONG TO A SUITE.
004770     IF CBU-RESULTS-HEADER-ROW OR CBU-RESULTS-TRAILER-ROW
004780         CONTINUE
004790     ELSE
004800         MOVE CBU-results-suite TO WS-ROW-SUITE
004810         MOVE CBU-results-assert-name TO WS-ROW-ASSERT-NAME
004820         MOVE CBU-results-expected TO WS-ROW-EXPECTED
004830         MOVE CBU-results-actual TO WS-ROW-ACTUAL
004840         MOVE CBU-results-pass-fail TO WS-ROW-PASS-FAIL
004850         MOVE WS-ROW-SUITE TO WS-KEY-SUITE
004860         PERFORM 0800-FIND-SUITE
004870         IF WS-SIDX > 0
004880             ADD 1 TO WS-STE-ROWS (WS-SIDX)
004890             IF WS-ROW-PASS-FAIL NOT = "PASS"
004900                 PERFORM 2100-LOOK-UP-HISTORY
004910                 IF WS-OUTCOME NOT = "PASS"
004920                     PERFORM 2200-ADD-RED-ROW
004930                 END-IF
004940             END-IF
004950         END-IF
004960     END-IF.
004970 2100-LOOK-UP-HISTORY.
004980*>    A HISTORY RECORD STAMPED WITH THIS RUN HOLDS THE RUN'S
004990*>    FINAL OUTCOME AND STREAK - A PASS THERE MEANS A RE-RUN
005000*>    LATER IN THE FILE CLEARED THIS ROW. WITHOUT THE STAMP,
005010*>    HISTORY HAS NOT FOLDED THIS RUN - FALL BACK ON THE ROW'S
005020*>    OWN OUTCOME AND THE STREAK AS IT STOOD BEFORE TONIGHT.
005030     MOVE SPACES TO CBU-hist-rec.
005040     MOVE WS-ROW-SUITE TO CBU-hist-suite.
005050     MOVE WS-ROW-ASSERT-NAME TO CBU-hist-assert-name.
005060     READ ASSERTHIST-FILE
005070         INVALID KEY
005080             MOVE 0 TO CBU-hist-fail-streak
005090             MOVE 0 TO CBU-hist-last-passed
005100             MOVE 0 TO CBU-hist-last-run-date
005110             MOVE 0 TO CBU-hist-last-run-time
005120     END-READ.
005130     MOVE CBU-hist-last-passed TO WS-LAST-PASSED.
005140     IF CBU-hist-last-run-date = WS-RUN-DATE
005150             AND CBU-hist-last-run-time = WS-RUN-TIME
005160         MOVE CBU-hist-last-outcome TO WS-OUTCOME
005170         MOVE CBU-hist-fail-streak TO WS-FAIL-STREAK
005180     ELSE
005190         ADD 1 TO WS-STALE-HIST-COUNT
005200         MOVE WS-ROW-PASS-FAIL TO WS-OUTCOME
005210         COMPUTE WS-FAIL-STREAK = CBU-hist-fail-streak + 1
005220     END-IF.
005230 2200-ADD-RED-ROW.
005240*>    THE SAME ASSERTION TWICE (A SUITE RE-RUN OVER A RESTART)
005250*>    IS ONE RED ASSERTION, NOT TWO.
005260     MOVE "N" TO WS-FOUND-SWITCH.
005270     PERFORM VARYING WS-RIDX FROM 1 BY 1
005280             UNTIL WS-RIDX > WS-RED-COUNT
005290         IF WS-RED-SUITE-IDX (WS-RIDX) = WS-SIDX
005300                 AND WS-RED-ASSERT (WS-RIDX) = WS-ROW-ASSERT-NAME
005310             SET WS-FOUND TO TRUE
005320         END-IF
005330     END-PERFORM.
005340     IF NOT WS-FOUND
005350         IF WS-ROW-PASS-FAIL = "ABND"
005360             MOVE "Y" TO WS-STE-ABENDED (WS-SIDX)
005370         ELSE
005380             ADD 1 TO WS-STE-RED-ROWS (WS-SIDX)
005390         END-IF
005400         IF WS-FAIL-STREAK > WS-STE-STREAK (WS-SIDX)
005410             MOVE WS-FAIL-STREAK TO WS-STE-STREAK (WS-SIDX)
005420         END-IF
005430         IF WS-RED-COUNT < 500
005440             ADD 1 TO WS-RED-COUNT
005450             MOVE WS-SIDX TO WS-RED-SUITE-IDX (WS-RED-COUNT)
005460             MOVE WS-ROW-ASSERT-NAME
005470                 TO WS-RED-ASSERT (WS-RED-COUNT)
005480             MOVE WS-ROW-EXPECTED
005490                 TO WS-RED-EXPECTED (WS-RED-COUNT)
005500             MOVE WS-ROW-ACTUAL TO WS-RED-ACTUAL (WS-RED-COUNT)
005510             MOVE WS-ROW-PASS-FAIL
005520                 TO WS-RED-OUTCOME (WS-RED-COUNT)
005530             MOVE WS-FAIL-STREAK TO WS-RED-STREAK (WS-RED-COUNT)
005540             MOVE WS-LAST-PASSED
005550                 TO WS-RED-LAST-PASSED (WS-RED-COUNT)
005560         ELSE
005570             DISPLAY "CBUR0007: RED-ASSERTION TABLE FULL (500 "
005580                 "ENTRIES) - " WS-ROW-SUITE " "
005590                 WS-ROW-ASSERT-NAME " COUNTED BUT NOT LISTED"
005600         END-IF
005610     END-IF.
005620 2500-SET-SUITE-STATUS.
005630*>    SUITELIST.dat ORDER IS RUN ORDER, SO A PREREQUISITE'S
005640*>    STATUS IS ALWAYS SETTLED BEFORE ITS DEPENDENTS ARE LOOKED
005650*>    AT - A BLOCKED SUITE BLOCKS ITS OWN DEPENDENTS IN TURN,
005660*>    EXACTLY AS IN CBUDRV01'S 1550-CHECK-PREREQ.
005670     PERFORM VARYING WS-SIDX FROM 1 BY 1
005680             UNTIL WS-SIDX > WS-SUITE-COUNT
005690         PERFORM VARYING WS-IDX FROM 1 BY 1
005700                 UNTIL WS-IDX > WS-QUAR-COUNT
005710             IF WS-QUAR-SUITE (WS-IDX) = WS-STE-SUITE (WS-SIDX)
005720                 MOVE "Y" TO WS-STE-QUARANTINED (WS-SIDX)
005730             END-IF
005740         END-PERFORM
005750         IF WS-STE-ABENDED (WS-SIDX) = "Y"
005760             MOVE "ABENDED" TO WS-STE-STATUS (WS-SIDX)
005770         ELSE
005780             IF WS-STE-RED-ROWS (WS-SIDX) > 0
005790                 MOVE "FAILED" TO WS-STE-STATUS (WS-SIDX)
005800             ELSE
005810                 IF WS-STE-ROWS (WS-SIDX) > 0
005820                     MOVE "PASSED" TO WS-STE-STATUS (WS-SIDX)
005830                 ELSE
005840                     MOVE "NOT RUN" TO WS-STE-STATUS (WS-SIDX)
005850                     PERFORM 2550-CHECK-BLOCKED
005860                 END-IF
005870             END-IF
005880         END-IF
005890     END-PERFORM.
005900 2550-CHECK-BLOCKED.
005910*>    SAME MODE RULE AS CBUDRV01'S 1050-CHECK-MODE-MATCH - A
005920*>    SUITE THE MODE LEFT OUT WAS SKIPPED, NOT BLOCKED.
005930     IF WS-STE-LISTED (WS-SIDX) = "Y"
005940             AND WS-STE-PREREQ (WS-SIDX) NOT = SPACES
005950         IF WS-RUN-MODE = "FULL" OR WS-RUN-MODE = "CAPTURE"
005960                 OR WS-STE-TAG (WS-SIDX) = SPACES
005970                 OR WS-STE-TAG (WS-SIDX) = WS-RUN-MODE
005980             MOVE "Y" TO WS-MODE-MATCH-SWITCH
005990         ELSE
006000             MOVE "N" TO WS-MODE-MATCH-SWITCH
006010         END-IF
006020         IF WS-MODE-MATCHES
006030             PERFORM VARYING WS-PIDX FROM 1 BY 1
006040                     UNTIL WS-PIDX >= WS-SIDX
006050                 IF WS-STE-SUITE (WS-PIDX)
006060                         = WS-STE-PREREQ (WS-SIDX)
006070                         AND WS-STE-IS-RED (WS-PIDX)
006080                     MOVE "BLOCKED" TO WS-STE-STATUS (WS-SIDX)
006090                 END-IF
006100             END-PERFORM
006110         END-IF
006120     END-IF.
006130 2700-CHECK-OWNERSHIP.
006140*>    EVERY SUITE GETS ITS OWNER, OR IS RAISED AS AN EXCEPTION -
006150*>    EVERY RUN, UNTIL SOMEONE CLAIMS IT. A CLAIM ON A SUITE NO
006160*>    LONGER LISTED IS HARMLESS BUT WORTH TIDYING.
006170     PERFORM VARYING WS-SIDX FROM 1 BY 1
006180             UNTIL WS-SIDX > WS-SUITE-COUNT
006190         PERFORM VARYING WS-OIDX FROM 1 BY 1
006200                 UNTIL WS-OIDX > WS-OWNER-COUNT
006210                     OR WS-STE-OWNER (WS-SIDX) > 0
006220             IF WS-OWN-SUITE (WS-OIDX) = WS-STE-SUITE (WS-SIDX)
006230                 MOVE WS-OIDX TO WS-STE-OWNER (WS-SIDX)
006240             END-IF
006250         END-PERFORM
006260         IF WS-STE-OWNER (WS-SIDX) = 0
006270             ADD 1 TO WS-UNOWNED-COUNT
006280             DISPLAY "CBUR0007: EXCEPTION - SUITE "
006290                 WS-STE-SUITE (WS-SIDX) " ("
006300                 WS-STE-STATUS (WS-SIDX)
006310                 ") HAS NO OWNER ON SUITEOWNER.dat"
006320         END-IF
006330     END-PERFORM.
006340     PERFORM VARYING WS-OIDX FROM 1 BY 1
006350             UNTIL WS-OIDX > WS-OWNER-COUNT
006360         MOVE "N" TO WS-FOUND-SWITCH
006370         PERFORM VARYING WS-SIDX FROM 1 BY 1
006380                 UNTIL WS-SIDX > WS-SUITE-COUNT
006390             IF WS-STE-SUITE (WS-SIDX) = WS-OWN-SUITE (WS-OIDX)
006400                     AND WS-STE-LISTED (WS-SIDX) = "Y"
006410                 SET WS-FOUND TO TRUE
006420             END-IF
006430         END-PERFORM
006440         IF NOT WS-FOUND
006450             ADD 1 TO WS-STALE-CLAIM-COUNT
006460             DISPLAY "CBUR0007: STALE CLAIM - "
006470                 WS-OWN-TEAM (WS-OIDX) " OWNS "
006480                 WS-OWN-SUITE (WS-OIDX)
006490                 " BUT IT IS NOT ON SUITELIST.dat"
006500         END-IF
006510     END-PERFORM.
006520 3000-WRITE-DIGEST.
006530     OPEN OUTPUT DIGEST-FILE.
006540     IF NOT WS-DIGEST-OK
006550         DISPLAY "CBUR0007: UNABLE TO WRITE DIGEST.dat - FILE "
006560             "STATUS " WS-DIGEST-STATUS
006570         MOVE 2 TO RETURN-CODE
006580         GOBACK
006590     END-IF.
006600     MOVE SPACES TO WS-OUT-LINE.
006610     MOVE 1 TO WS-OUT-PTR.
006620     STRING "TEAM FAILURE DIGEST - RUN " WS-RUN-DATE " "
006630         WS-RUN-TIME " MODE " WS-RUN-MODE DELIMITED BY SIZE
006640         INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR.
006650     PERFORM 3900-WRITE-LINE.
006660     PERFORM VARYING WS-TIDX FROM 1 BY 1
006670             UNTIL WS-TIDX > WS-TEAM-COUNT
006680         IF WS-FILTER-TEAM = SPACES
006690                 OR WS-FILTER-TEAM = WS-TEAM-NAME (WS-TIDX)
006700             PERFORM 3100-WRITE-TEAM-SECTION
006710         END-IF
006720     END-PERFORM.
006730     PERFORM 3500-WRITE-UNOWNED-SECTION.
006740     CLOSE DIGEST-FILE.
006750 3100-WRITE-TEAM-SECTION.
006760     ADD 1 TO WS-TEAMS-WRITTEN.
006770     MOVE 0 TO WS-TEAM-RED-COUNT.
006780     MOVE 0 TO WS-TEAM-OWNED-COUNT.
006790     MOVE "1" TO WS-TEAM-HIGH-ESC.
006800     PERFORM VARYING WS-SIDX FROM 1 BY 1
006810             UNTIL WS-SIDX > WS-SUITE-COUNT
006820         MOVE WS-STE-OWNER (WS-SIDX) TO WS-OIDX
006830         IF WS-OIDX > 0
006840             IF WS-OWN-TEAM (WS-OIDX) = WS-TEAM-NAME (WS-TIDX)
006850                 ADD 1 TO WS-TEAM-OWNED-COUNT
006860                 IF WS-STE-IS-RED (WS-SIDX)
006870                     ADD 1 TO WS-TEAM-RED-COUNT
006880                     IF WS-OWN-ESCALATION (WS-OIDX)
006890                             > WS-TEAM-HIGH-ESC
006900                         MOVE WS-OWN-ESCALATION (WS-OIDX)
006910                             TO WS-TEAM-HIGH-ESC
006920                     END-IF
006930                 END-IF
006940             END-IF
006950         END-IF
006960     END-PERFORM.
006970     ADD WS-TEAM-RED-COUNT TO WS-RED-SUITE-TOTAL.
006980     MOVE SPACES TO WS-OUT-LINE.
006990     PERFORM 3900-WRITE-LINE.
007000     MOVE 1 TO WS-OUT-PTR.
007010     IF WS-TEAM-RED-COUNT > 0
007020         STRING "*TEAM*   " WS-TEAM-NAME (WS-TIDX) " - "
007030             WS-TEAM-RED-COUNT " OF " WS-TEAM-OWNED-COUNT
007040             " OWNED SUITE(S) RED, HIGHEST ESCALATION "
007050             WS-TEAM-HIGH-ESC DELIMITED BY SIZE
007060             INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
007070         PERFORM 3900-WRITE-LINE
007080         PERFORM VARYING WS-SIDX FROM 1 BY 1
007090                 UNTIL WS-SIDX > WS-SUITE-COUNT
007100             MOVE WS-STE-OWNER (WS-SIDX) TO WS-OIDX
007110             IF WS-OIDX > 0
007120                 IF WS-OWN-TEAM (WS-OIDX) = WS-TEAM-NAME (WS-TIDX)
007130                         AND WS-STE-IS-RED (WS-SIDX)
007140                     PERFORM 3200-WRITE-SUITE-LINES
007150                 END-IF
007160             END-IF
007170         END-PERFORM
007180     ELSE
007190         STRING "*TEAM*   " WS-TEAM-NAME (WS-TIDX) " - ALL "
007200             WS-TEAM-OWNED-COUNT " OWNED SUITE(S) GREEN - "
007210             "NOTHING FAILING, ABENDED OR BLOCKED"
007220             DELIMITED BY SIZE
007230             INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
007240         PERFORM 3900-WRITE-LINE
007250     END-IF.
007260 3200-WRITE-SUITE-LINES.
007270*>    ONE LINE FOR THE SUITE (WS-SIDX), THEN ITS RED ASSERTIONS.
007280     MOVE 0 TO WS-NEW-COUNT.
007290     MOVE 0 TO WS-KNOWN-COUNT.
007300     PERFORM VARYING WS-RIDX FROM 1 BY 1
007310             UNTIL WS-RIDX > WS-RED-COUNT
007320         IF WS-RED-SUITE-IDX (WS-RIDX) = WS-SIDX
007330             IF WS-RED-STREAK (WS-RIDX) > 1
007340                 ADD 1 TO WS-KNOWN-COUNT
007350             ELSE
007360                 ADD 1 TO WS-NEW-COUNT
007370             END-IF
007380         END-IF
007390     END-PERFORM.
007400     MOVE WS-STE-OWNER (WS-SIDX) TO WS-OIDX.
007410     MOVE SPACES TO WS-OUT-LINE.
007420     MOVE 1 TO WS-OUT-PTR.
007430     STRING "  " WS-STE-SUITE (WS-SIDX) " "
007440         WS-STE-STATUS (WS-SIDX) " " DELIMITED BY SIZE
007450         INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR.
007460     IF WS-OIDX > 0
007470         STRING "ESC " WS-OWN-ESCALATION (WS-OIDX) " "
007480             WS-OWN-CONTACT (WS-OIDX) DELIMITED BY SIZE
007490             INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
007500     ELSE
007510         STRING "ESC - *** NO OWNER ***" DELIMITED BY SIZE
007520             INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
007530     END-IF.
007540     IF WS-STE-STATUS (WS-SIDX) = "BLOCKED"
007550         STRING " PREREQUISITE " WS-STE-PREREQ (WS-SIDX)
007560             " RED THIS RUN" DELIMITED BY SIZE
007570             INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
007580     END-IF.
007590     IF WS-STE-STATUS (WS-SIDX) = "FAILED"
007600             OR WS-STE-STATUS (WS-SIDX) = "ABENDED"
007610         STRING " " WS-NEW-COUNT " NEW " WS-KNOWN-COUNT
007620             " KNOWN, RED FOR " WS-STE-STREAK (WS-SIDX)
007630             " RUN(S)" DELIMITED BY SIZE
007640             INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
007650     END-IF.
007660     IF WS-STE-QUARANTINED (WS-SIDX) = "Y"
007670         STRING " QUARANTINED" DELIMITED BY SIZE
007680             INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
007690     END-IF.
007700     PERFORM 3900-WRITE-LINE.
007710     PERFORM VARYING WS-RIDX FROM 1 BY 1
007720             UNTIL WS-RIDX > WS-RED-COUNT
007730         IF WS-RED-SUITE-IDX (WS-RIDX) = WS-SIDX
007740             PERFORM 3300-WRITE-ASSERT-LINE
007750         END-IF
007760     END-PERFORM.
007770 3300-WRITE-ASSERT-LINE.
007780     MOVE SPACES TO WS-OUT-LINE.
007790     MOVE 1 TO WS-OUT-PTR.
007800     IF WS-RED-STREAK (WS-RIDX) > 1
007810         STRING "      KNOWN " DELIMITED BY SIZE
007820             INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
007830     ELSE
007840         STRING "      NEW   " DELIMITED BY SIZE
007850             INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
007860     END-IF.
007870     STRING WS-RED-ASSERT (WS-RIDX) " "
007880         WS-RED-OUTCOME (WS-RIDX) " EXP="
007890         WS-RED-EXPECTED (WS-RIDX)
007900         " ACT=" WS-RED-ACTUAL (WS-RIDX)
007910         " RED " WS-RED-STREAK (WS-RIDX) " RUN(S)"
007920         DELIMITED BY SIZE
007930         INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR.
007940     IF WS-RED-LAST-PASSED (WS-RIDX) > 0
007950         STRING " LAST PASSED " WS-RED-LAST-PASSED (WS-RIDX)
007960             DELIMITED BY SIZE
007970             INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
007980     ELSE
007990         STRING " NEVER PASSED" DELIMITED BY SIZE
008000             INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
008010     END-IF.
008020     PERFORM 3900-WRITE-LINE.
008030 3500-WRITE-UNOWNED-SECTION.
008040*>    WRITTEN EVEN FOR A ONE-TEAM DIGEST - AN UNCLAIMED SUITE IS
008050*>    EVERY TEAM'S PROBLEM UNTIL ONE OF THEM TAKES IT.
008060     MOVE SPACES TO WS-OUT-LINE.
008070     PERFORM 3900-WRITE-LINE.
008080     MOVE 1 TO WS-OUT-PTR.
008090     IF WS-UNOWNED-COUNT = 0
008100         STRING "*UNOWNED* NONE - EVERY SUITE HAS AN OWNER"
008110             DELIMITED BY SIZE
008120             INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
008130         PERFORM 3900-WRITE-LINE
008140     ELSE
008150         STRING "*UNOWNED* " WS-UNOWNED-COUNT
008160             " SUITE(S) WITH NO SUITEOWNER.dat RECORD - "
008170             "EXCEPTION UNTIL A TEAM CLAIMS THEM"
008180             DELIMITED BY SIZE
008190             INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
008200         PERFORM 3900-WRITE-LINE
008210         PERFORM VARYING WS-SIDX FROM 1 BY 1
008220                 UNTIL WS-SIDX > WS-SUITE-COUNT
008230             IF WS-STE-OWNER (WS-SIDX) = 0
008240                 PERFORM 3200-WRITE-SUITE-LINES
008250             END-IF
008260         END-PERFORM
008270     END-IF.
008280 3900-WRITE-LINE.
008290     MOVE WS-OUT-LINE TO DIGEST-REC.
008300     WRITE DIGEST-REC.
008310     MOVE SPACES TO WS-OUT-LINE.
008320 9000-SUMMARY.
008330     DISPLAY "CBUR0007: DIGEST.dat WRITTEN - " WS-TEAMS-WRITTEN
008340         " TEAM SECTION(S), " WS-RED-SUITE-TOTAL
008350         " RED OWNED SUITE(S), " WS-UNOWNED-COUNT
008360         " UNOWNED SUITE(S)".
008370     IF WS-STALE-CLAIM-COUNT > 0
008380         DISPLAY "CBUR0007: " WS-STALE-CLAIM-COUNT " STALE "
008390             "SUITEOWNER.dat CLAIM(S) - SEE ABOVE"
008400     END-IF.
008410     IF WS-STALE-HIST-COUNT > 0
008420         DISPLAY "CBUR0007: " WS-STALE-HIST-COUNT
008430             " RED ROW(S) NOT "
008440             "YET FOLDED INTO ASSERTHIST.dat FOR THIS RUN - "
008450             "STREAKS ESTIMATED; CHECK HISTORY"
008460     END-IF.
008470     IF WS-UNOWNED-COUNT > 0 OR WS-STALE-HIST-COUNT > 0
008480         MOVE 1 TO RETURN-CODE
008490     ELSE
008500         MOVE 0 TO RETURN-CODE
008510     END-IF.
008520 END PROGRAM CBUR0007.
