000310*>    through unchanged (and called out) so the proposed file
000320*>    keeps the same line numbers as the original. Rebaselining a
000330*>    hundred-row case file is a review task, not a retyping one.
000332*>    Rows are added, changed and deleted through CBUU0008
000334*>    (CASETRAN.dat transactions, each applied change audited in
000336*>    CASEAUDIT.dat) rather than by editing TESTCASES.dat by hand.
000340 ENVIRONMENT    DIVISION.
000350 CONFIGURATION  SECTION.
000360 INPUT-OUTPUT   SECTION.
