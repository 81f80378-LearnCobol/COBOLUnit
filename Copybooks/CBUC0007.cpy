      *>
      *> CBUC0007 - CBU-case-tran-rec, the CASETRAN.dat record layout.
      *> One add/change/delete transaction against a suite's case
      *> file, applied by CBUU0008 so TESTCASES.dat and INTCASES.dat
      *> are no longer edited by hand. CBU-ctran-suite names the
      *> suite that owns the case file (TS000003 for TESTCASES.dat,
      *> TI000001 for INTCASES.dat). CBU-ctran-row is the case row
      *> exactly as it stands (or is to stand) in that file - the
      *> input fields, which form the row's key, followed by the
      *> expected value - left-justified, space-padded: ten digits
      *> for a TESTCASES.dat row (key A,B,C,D), sixteen for an
      *> INTCASES.dat row (key A1,B1,C1,D1,B2,C2,D2). A change
      *> replaces the expected value of the row with the same key;
      *> a delete needs only the key. CBU-ctran-requester identifies
      *> who asked for the change and is carried onto the audit
      *> trail (CBUC0008). COPY this into the FILE SECTION FD for
      *> CASE-TRAN-FILE.
      *>
       01  CBU-case-tran-rec.
           05  CBU-ctran-suite         PIC X(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  CBU-ctran-action        PIC X.
               88  CBU-CTRAN-ADD       VALUE "A".
               88  CBU-CTRAN-CHANGE    VALUE "C".
               88  CBU-CTRAN-DELETE    VALUE "D".
           05  FILLER                  PIC X VALUE SPACE.
           05  CBU-ctran-requester     PIC X(8).
           05  FILLER                  PIC X VALUE SPACE.
           05  CBU-ctran-row           PIC X(16).
